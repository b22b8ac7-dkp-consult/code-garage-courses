000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     W4MNT01.
000030 AUTHOR.         J HALVORSEN.
000040 INSTALLATION.   PAYROLL SYSTEMS GROUP.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  -------------------------------------------
000120* 10/15/2026  JH   ORIGINAL PROGRAM.  FEDERAL WITHHOLDING (W-4)
000130*                  ELECTION MAINTENANCE -- READS THE CURRENT
000140*                  GENERATION OF THE W4ELECT FILE AND A SORTED
000150*                  FILE OF CODED TRANSACTIONS (A = ADD, C =
000160*                  CHANGE, D = DELETE), APPLIES THEM WITH A
000170*                  BALANCE-LINE MATCH ON EMP-ID AND EFFECTIVE
000180*                  DATE, AND WRITES THE NEW GENERATION TO
000190*                  W4ELECTN.  AN ADDED OR CHANGED ELECTION MUST
000200*                  NAME AN EMPLOYEE ON THE MASTER, CARRY A REAL
000210*                  EFFECTIVE DATE, A FILING STATUS OF S, M OR H,
000220*                  A NUMERIC EXTRA AMOUNT AND AN EXEMPT FLAG OF
000230*                  Y OR N.  EVERY TRANSACTION IS PRINTED ON THE
000240*                  W4REG REGISTER AS APPLIED OR REJECTED WITH A
000250*                  REASON, AND EVERY ONE APPLIED APPENDS A
000260*                  BEFORE/AFTER AUDIT RECORD TO W4AUDIT.  EVERY
000270*                  EMPLOYEE NOT TERMINATED WHO HAS NO ELECTION IN
000280*                  FORCE ON THE RUN DATE IS LISTED ON THE W4EXCP
000290*                  EXCEPTION REPORT FOR HR TO CHASE -- THE PAY
000300*                  RUN WITHHOLDS FROM SUCH AN EMPLOYEE AT THE
000310*                  SINGLE RATES WITH NO EXTRA UNTIL A FORM IS
000320*                  KEYED.  RETURN-CODE IS 0 WHEN EVERY
000330*                  TRANSACTION APPLIED, 4 WHEN ANY WERE REJECTED,
000340*                  AND 8 WHEN A FILE COULD NOT BE OPENED -- THE
000350*                  ELECTION FILE IS THEN CARRIED FORWARD
000360*                  UNCHANGED.
000362* 10/15/2026  JH   PAY GROUPS. EMPREC GREW TO 59 BYTES WITH
000364*                  THE PAY GROUP, GROUP DATE AND PRIOR GROUP
000366*                  -- FD LENGTH RAISED TO MATCH.
000370*----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT OLD-ELECTION-FILE ASSIGN TO "W4ELECTO"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-W4ELECTO-STATUS.
000440     SELECT W4-TRAN-FILE ASSIGN TO "W4TRAN"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-W4TRAN-STATUS.
000470     SELECT NEW-ELECTION-FILE ASSIGN TO "W4ELECTN"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-W4ELECTN-STATUS.
000500     SELECT EMPLOYEE-FILE ASSIGN TO "EMPFILE"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-EMPFILE-STATUS.
000530     SELECT REGISTER-FILE ASSIGN TO "W4REG"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-REGISTER-STATUS.
000560     SELECT EXCEPTION-FILE ASSIGN TO "W4EXCP"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-EXCEPTION-STATUS.
000590     SELECT W4-AUDIT-FILE ASSIGN TO "W4AUDIT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-W4AUDIT-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  OLD-ELECTION-FILE
000650     RECORD CONTAINS 30 CHARACTERS.
000660     COPY W4ELECT REPLACING ==W4-ELECTION-RECORD==
000670                         BY ==OLD-W4-RECORD==.
000680*----------------------------------------------------------------
000690* ONE TRANSACTION PER ELECTION CHANGE, SORTED BY EMP-ID AND
000700* EFFECTIVE DATE.  A NEW FORM IS AN ADD UNDER THE DATE IT TAKES
000710* EFFECT; A CHANGE CORRECTS A FORM ALREADY KEYED UNDER THAT
000720* DATE.  A DELETE NEEDS ONLY THE ACTION, EMP-ID AND DATE.
000730*----------------------------------------------------------------
000740 FD  W4-TRAN-FILE
000750     RECORD CONTAINS 23 CHARACTERS.
000760 01  W4-TRANSACTION.
000770     05  WT-ACTION           PIC X(01).
000780         88  WT-ACTION-ADD              VALUE "A".
000790         88  WT-ACTION-CHANGE           VALUE "C".
000800         88  WT-ACTION-DELETE           VALUE "D".
000810     05  WT-KEY.
000820         10  WT-EMPLOYEE-ID      PIC 9(05).
000830         10  WT-EFFECTIVE-DATE   PIC 9(08).
000840         10  WT-EFFECTIVE-PARTS REDEFINES WT-EFFECTIVE-DATE.
000850             15  WT-EFFECTIVE-YYYY   PIC 9(04).
000860             15  WT-EFFECTIVE-MM     PIC 9(02).
000870             15  WT-EFFECTIVE-DD     PIC 9(02).
000880     05  WT-FILING-STATUS    PIC X(01).
000890         88  WT-STATUS-VALID            VALUE "S" "M" "H".
000900     05  WT-EXTRA-AMOUNT     PIC 9(05)V99.
000910     05  WT-EXEMPT-SWITCH    PIC X(01).
000920         88  WT-EXEMPT-VALID            VALUE "Y" "N" " ".
000930 FD  NEW-ELECTION-FILE
000940     RECORD CONTAINS 30 CHARACTERS.
000950     COPY W4ELECT.
000960 FD  EMPLOYEE-FILE
000970     RECORD CONTAINS 59 CHARACTERS.
000980     COPY EMPREC.
000990 FD  REGISTER-FILE
001000     RECORD CONTAINS 132 CHARACTERS.
001010 01  REGISTER-LINE           PIC X(132).
001020 FD  EXCEPTION-FILE
001030     RECORD CONTAINS 132 CHARACTERS.
001040 01  EXCEPTION-LINE          PIC X(132).
001050 FD  W4-AUDIT-FILE
001060     RECORD CONTAINS 90 CHARACTERS.
001070     COPY W4AREC.
001080 WORKING-STORAGE SECTION.
001090*----------------------------------------------------------------
001100* FILE STATUS AND CONTROL SWITCHES
001110*----------------------------------------------------------------
001120 77  WS-W4ELECTO-STATUS      PIC X(02) VALUE SPACES.
001130 77  WS-W4TRAN-STATUS        PIC X(02) VALUE SPACES.
001140 77  WS-W4ELECTN-STATUS      PIC X(02) VALUE SPACES.
001150 77  WS-EMPFILE-STATUS       PIC X(02) VALUE SPACES.
001160 77  WS-REGISTER-STATUS      PIC X(02) VALUE SPACES.
001170 77  WS-EXCEPTION-STATUS     PIC X(02) VALUE SPACES.
001180 77  WS-W4AUDIT-STATUS       PIC X(02) VALUE SPACES.
001190 77  WS-REGISTER-OPEN-SWITCH PIC X(01) VALUE "N".
001200     88  WS-REGISTER-IS-OPEN           VALUE "Y".
001210 77  WS-EXCEPTION-OPEN-SWITCH PIC X(01) VALUE "N".
001220     88  WS-EXCEPTION-IS-OPEN          VALUE "Y".
001230 77  WS-ELECTIONS-OPEN-SWITCH PIC X(01) VALUE "N".
001240     88  WS-ELECTIONS-ARE-OPEN         VALUE "Y".
001250 77  WS-TRANS-OPEN-SWITCH    PIC X(01) VALUE "N".
001260     88  WS-TRANS-ARE-OPEN             VALUE "Y".
001270 77  WS-AUDIT-OPEN-SWITCH    PIC X(01) VALUE "N".
001280     88  WS-AUDIT-IS-OPEN              VALUE "Y".
001290 77  WS-EMPLOYEES-LOADED-SWITCH PIC X(01) VALUE "N".
001300     88  WS-EMPLOYEES-LOADED           VALUE "Y".
001310 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001320     88  WS-END-OF-FILE                VALUE "Y".
001330 77  WS-RETURN-CODE          PIC 9(01) VALUE ZERO.
001340*----------------------------------------------------------------
001350* BALANCE-LINE CONTROL KEYS -- EMP-ID THEN EFFECTIVE DATE.  EACH
001360* KEY IS SET TO HIGH-VALUES AT END OF ITS FILE SO THE OTHER FILE
001370* DRAINS THROUGH THE MATCH -- WHICH IS ALSO HOW A RUN THAT
001380* CANNOT READ ITS TRANSACTIONS STILL CARRIES EVERY ELECTION
001390* FORWARD.  THE WORK RECORD HOLDS THE ELECTION FOR THE ACTIVE
001400* KEY WHILE ITS TRANSACTIONS APPLY.
001410*----------------------------------------------------------------
001420 01  WS-OLD-KEY.
001430     05  WS-OLD-KEY-EMP-ID   PIC 9(05).
001440     05  WS-OLD-KEY-DATE     PIC 9(08).
001450 01  WS-TRAN-KEY             PIC X(13) VALUE SPACES.
001460 01  WS-PREV-TRAN-KEY        PIC X(13) VALUE LOW-VALUES.
001470 01  WS-ACTIVE-KEY           PIC X(13) VALUE SPACES.
001480 77  WS-TRAN-USABLE-SWITCH   PIC X(01) VALUE "N".
001490     88  WS-TRAN-USABLE                VALUE "Y".
001500 77  WS-ALLOCATED-SWITCH     PIC X(01) VALUE "N".
001510     88  WS-ELECTION-ALLOCATED         VALUE "Y".
001520     COPY W4ELECT REPLACING ==W4-ELECTION-RECORD==
001530                         BY ==WS-W4-RECORD==.
001540*----------------------------------------------------------------
001550* EMPLOYEE MASTER, LOADED ONCE UP FRONT -- AN ELECTION MUST NAME
001560* AN EMPLOYEE ON IT, AND THE EXCEPTION REPORT LISTS THOSE LEFT
001570* WITHOUT AN ELECTION IN FORCE.  THE W-4 SWITCH IS SET AS EACH
001580* ELECTION REACHES THE NEW GENERATION: Y IN FORCE ON THE RUN
001590* DATE, F ONLY FUTURE-DATED ELECTIONS, N NONE AT ALL.
001600*----------------------------------------------------------------
001610 77  WS-EMP-MAX              PIC 9(04) COMP VALUE 500.
001620 77  WS-EMP-COUNT            PIC 9(04) COMP VALUE ZERO.
001630 77  WS-EMP-SUB              PIC 9(04) COMP VALUE ZERO.
001640 77  WS-LOOK-EMP-ID          PIC 9(05) VALUE ZERO.
001650 01  WS-EMPLOYEE-TABLE.
001660     05  WS-EMP-ENTRY OCCURS 500 TIMES.
001670         10  WS-EMP-ID           PIC 9(05).
001680         10  WS-EMP-NAME         PIC X(20).
001690         10  WS-EMP-DEPT         PIC 9(03).
001700         10  WS-EMP-STATUS       PIC X(01).
001710             88  WS-EMP-TERMINATED      VALUE "T".
001720         10  WS-EMP-W4-SWITCH    PIC X(01).
001730             88  WS-EMP-W4-IN-FORCE     VALUE "Y".
001740             88  WS-EMP-W4-FUTURE       VALUE "F".
001750*----------------------------------------------------------------
001760* ELECTION EDIT -- THE REJECT REASON (SPACES WHEN THE ELECTION
001770* PASSES).
001780*----------------------------------------------------------------
001790 77  WS-EDIT-REASON          PIC X(40) VALUE SPACES.
001800*----------------------------------------------------------------
001810* AUDIT-TRAIL CONTROLS -- THE ELECTION IMAGE AS IT STOOD BEFORE
001820* THE TRANSACTION IN HAND, AND THE WRITE TIMESTAMP FIELDS.
001830*----------------------------------------------------------------
001840 77  WS-BEFORE-IMAGE         PIC X(30) VALUE SPACES.
001850 77  WS-AUDIT-DATE           PIC 9(08) VALUE ZERO.
001860 77  WS-AUDIT-TIME           PIC 9(08) VALUE ZERO.
001870 77  WS-AUDITS-WRITTEN       PIC 9(05) COMP VALUE ZERO.
001880*----------------------------------------------------------------
001890* RUN COUNTS FOR THE REGISTER AND EXCEPTION TRAILERS
001900*----------------------------------------------------------------
001910 77  WS-ELECTIONS-READ       PIC 9(07) COMP VALUE ZERO.
001920 77  WS-ELECTIONS-WRITTEN    PIC 9(07) COMP VALUE ZERO.
001930 77  WS-TRANS-READ           PIC 9(05) COMP VALUE ZERO.
001940 77  WS-TRANS-APPLIED        PIC 9(05) COMP VALUE ZERO.
001950 77  WS-TRANS-REJECTED       PIC 9(05) COMP VALUE ZERO.
001960 77  WS-MISSING-COUNT        PIC 9(05) COMP VALUE ZERO.
001970 77  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
001980 77  WS-EXC-LINE-COUNT       PIC 9(03) COMP VALUE ZERO.
001990 77  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 15.
002000 77  WS-PAGE-NUMBER          PIC 9(03) COMP VALUE ZERO.
002010 77  WS-EXC-PAGE-NUMBER      PIC 9(03) COMP VALUE ZERO.
002020*----------------------------------------------------------------
002030* RUN DATE, PICKED UP ONCE AT THE START OF THE RUN
002040*----------------------------------------------------------------
002050 01  WS-RUN-DATE.
002060     05  WS-RUN-YYYY         PIC 9(04).
002070     05  WS-RUN-MM           PIC 9(02).
002080     05  WS-RUN-DD           PIC 9(02).
002090 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(08).
002100 01  WS-RUN-DATE-EDIT.
002110     05  WS-RUN-DATE-MM      PIC 9(02).
002120     05  FILLER              PIC X(01) VALUE "/".
002130     05  WS-RUN-DATE-DD      PIC 9(02).
002140     05  FILLER              PIC X(01) VALUE "/".
002150     05  WS-RUN-DATE-YYYY    PIC 9(04).
002160*----------------------------------------------------------------
002170* PRINT LINE LAYOUTS
002180*----------------------------------------------------------------
002190 01  WS-HEADING-1.
002200     05  FILLER              PIC X(25) VALUE
002210         "W-4 ELECTION MAINT".
002220     05  FILLER              PIC X(10) VALUE "RUN DATE :".
002230     05  HDG-RUN-DATE        PIC X(10).
002240     05  FILLER              PIC X(10) VALUE SPACES.
002250     05  FILLER              PIC X(06) VALUE "PAGE :".
002260     05  HDG-PAGE-NUMBER     PIC ZZ9.
002270 01  WS-HEADING-2.
002280     05  FILLER              PIC X(08) VALUE "ACTION".
002290     05  FILLER              PIC X(08) VALUE "EMP ID".
002300     05  FILLER              PIC X(12) VALUE "EFFECTIVE".
002310     05  FILLER              PIC X(08) VALUE "STATUS".
002320     05  FILLER              PIC X(11) VALUE "EXTRA".
002330     05  FILLER              PIC X(08) VALUE "EXEMPT".
002340     05  FILLER              PIC X(30) VALUE "DISPOSITION".
002350 01  WS-DETAIL-LINE.
002360     05  DTL-ACTION          PIC X(01).
002370     05  FILLER              PIC X(07) VALUE SPACES.
002380     05  DTL-EMPLOYEE-ID     PIC ZZZZ9.
002390     05  FILLER              PIC X(03) VALUE SPACES.
002400     05  DTL-EFFECTIVE-DATE  PIC X(10).
002410     05  FILLER              PIC X(04) VALUE SPACES.
002420     05  DTL-FILING-STATUS   PIC X(01).
002430     05  FILLER              PIC X(03) VALUE SPACES.
002440     05  DTL-EXTRA-AMOUNT    PIC ZZ,ZZ9.99.
002450     05  FILLER              PIC X(04) VALUE SPACES.
002460     05  DTL-EXEMPT-SWITCH   PIC X(01).
002470     05  FILLER              PIC X(04) VALUE SPACES.
002480     05  DTL-DISPOSITION     PIC X(40).
002490 01  WS-DATE-EDIT.
002500     05  WS-DATE-EDIT-MM     PIC 9(02).
002510     05  FILLER              PIC X(01) VALUE "/".
002520     05  WS-DATE-EDIT-DD     PIC 9(02).
002530     05  FILLER              PIC X(01) VALUE "/".
002540     05  WS-DATE-EDIT-YYYY   PIC 9(04).
002550 01  WS-EXC-HEADING-1.
002560     05  FILLER              PIC X(25) VALUE
002570         "W-4 MISSING ELECTIONS".
002580     05  FILLER              PIC X(10) VALUE "RUN DATE :".
002590     05  EXH-RUN-DATE        PIC X(10).
002600     05  FILLER              PIC X(10) VALUE SPACES.
002610     05  FILLER              PIC X(06) VALUE "PAGE :".
002620     05  EXH-PAGE-NUMBER     PIC ZZ9.
002630 01  WS-EXC-HEADING-2.
002640     05  FILLER              PIC X(08) VALUE "EMP ID".
002650     05  FILLER              PIC X(22) VALUE "NAME".
002660     05  FILLER              PIC X(06) VALUE "DEPT".
002670     05  FILLER              PIC X(08) VALUE "STATUS".
002680     05  FILLER              PIC X(40) VALUE "EXCEPTION".
002690 01  WS-EXC-DETAIL-LINE.
002700     05  EXD-EMPLOYEE-ID     PIC ZZZZ9.
002710     05  FILLER              PIC X(03) VALUE SPACES.
002720     05  EXD-EMPLOYEE-NAME   PIC X(20).
002730     05  FILLER              PIC X(02) VALUE SPACES.
002740     05  EXD-DEPT            PIC 9(03).
002750     05  FILLER              PIC X(03) VALUE SPACES.
002760     05  EXD-EMP-STATUS      PIC X(01).
002770     05  FILLER              PIC X(07) VALUE SPACES.
002780     05  EXD-EXCEPTION       PIC X(48).
002790 01  WS-COUNT-LINE.
002800     05  CNT-LABEL           PIC X(33).
002810     05  CNT-VALUE           PIC ZZZ,ZZ9.
002820 PROCEDURE DIVISION.
002830*----------------------------------------------------------------
002840 0000-MAINLINE.
002850*----------------------------------------------------------------
002860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002870     PERFORM 2000-PROCESS-ONE-KEY THRU 2000-EXIT
002880         UNTIL WS-OLD-KEY = HIGH-VALUES
002890           AND WS-TRAN-KEY = HIGH-VALUES.
002900     IF WS-EMPLOYEES-LOADED AND WS-EXCEPTION-IS-OPEN
002910         PERFORM 6000-LIST-MISSING THRU 6000-EXIT
002920             VARYING WS-EMP-SUB FROM 1 BY 1
002930             UNTIL WS-EMP-SUB > WS-EMP-COUNT
002940     END-IF.
002950     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002960     MOVE WS-RETURN-CODE TO RETURN-CODE.
002970     STOP RUN.
002980*----------------------------------------------------------------
002990* THE ELECTION FILES ARE OPENED FIRST SO THAT, WHATEVER FAILS
003000* AFTER THEM, EVERY ELECTION STILL REACHES THE NEW GENERATION.
003010*----------------------------------------------------------------
003020 1000-INITIALIZE.
003030*----------------------------------------------------------------
003040     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003050     MOVE WS-RUN-MM   TO WS-RUN-DATE-MM.
003060     MOVE WS-RUN-DD   TO WS-RUN-DATE-DD.
003070     MOVE WS-RUN-YYYY TO WS-RUN-DATE-YYYY.
003080     MOVE HIGH-VALUES TO WS-TRAN-KEY.
003090     OPEN INPUT OLD-ELECTION-FILE.
003100     IF WS-W4ELECTO-STATUS NOT = "00"
003110         DISPLAY "W4MNT01 - UNABLE TO OPEN W4ELECTO, STATUS = "
003120             WS-W4ELECTO-STATUS
003130         PERFORM 1100-ABORT-INITIALIZE THRU 1100-EXIT
003140         GO TO 1000-EXIT
003150     END-IF.
003160     OPEN OUTPUT NEW-ELECTION-FILE.
003170     IF WS-W4ELECTN-STATUS NOT = "00"
003180         DISPLAY "W4MNT01 - UNABLE TO OPEN W4ELECTN, STATUS = "
003190             WS-W4ELECTN-STATUS
003200         CLOSE OLD-ELECTION-FILE
003210         PERFORM 1100-ABORT-INITIALIZE THRU 1100-EXIT
003220         GO TO 1000-EXIT
003230     END-IF.
003240     SET WS-ELECTIONS-ARE-OPEN TO TRUE.
003250     PERFORM 2100-READ-OLD-ELECTION THRU 2100-EXIT.
003260     OPEN INPUT EMPLOYEE-FILE.
003270     IF WS-EMPFILE-STATUS NOT = "00"
003280         DISPLAY "W4MNT01 - UNABLE TO OPEN EMPFILE, STATUS = "
003290             WS-EMPFILE-STATUS
003300         MOVE 8 TO WS-RETURN-CODE
003310         GO TO 1000-EXIT
003320     END-IF.
003330     MOVE "N" TO WS-EOF-SWITCH.
003340     PERFORM 1200-LOAD-ONE-EMPLOYEE THRU 1200-EXIT
003350         UNTIL WS-END-OF-FILE.
003360     CLOSE EMPLOYEE-FILE.
003370     SET WS-EMPLOYEES-LOADED TO TRUE.
003380     OPEN INPUT W4-TRAN-FILE.
003390     IF WS-W4TRAN-STATUS NOT = "00"
003400         DISPLAY "W4MNT01 - UNABLE TO OPEN W4TRAN, STATUS = "
003410             WS-W4TRAN-STATUS
003420         MOVE 8 TO WS-RETURN-CODE
003430         GO TO 1000-EXIT
003440     END-IF.
003450     SET WS-TRANS-ARE-OPEN TO TRUE.
003460     OPEN OUTPUT REGISTER-FILE.
003470     IF WS-REGISTER-STATUS NOT = "00"
003480         DISPLAY "W4MNT01 - UNABLE TO OPEN W4REG, STATUS = "
003490             WS-REGISTER-STATUS
003500         MOVE 8 TO WS-RETURN-CODE
003510         GO TO 1000-EXIT
003520     END-IF.
003530     SET WS-REGISTER-IS-OPEN TO TRUE.
003540     OPEN OUTPUT EXCEPTION-FILE.
003550     IF WS-EXCEPTION-STATUS NOT = "00"
003560         DISPLAY "W4MNT01 - UNABLE TO OPEN W4EXCP, STATUS = "
003570             WS-EXCEPTION-STATUS
003580         MOVE 8 TO WS-RETURN-CODE
003590         GO TO 1000-EXIT
003600     END-IF.
003610     SET WS-EXCEPTION-IS-OPEN TO TRUE.
003620     OPEN EXTEND W4-AUDIT-FILE.
003630     IF WS-W4AUDIT-STATUS NOT = "00"
003640         OPEN OUTPUT W4-AUDIT-FILE
003650     END-IF.
003660     IF WS-W4AUDIT-STATUS NOT = "00"
003670         DISPLAY "W4MNT01 - UNABLE TO OPEN W4AUDIT, STATUS = "
003680             WS-W4AUDIT-STATUS
003690         MOVE 8 TO WS-RETURN-CODE
003700         GO TO 1000-EXIT
003710     END-IF.
003720     SET WS-AUDIT-IS-OPEN TO TRUE.
003730     MOVE SPACES TO WS-TRAN-KEY.
003740     PERFORM 2200-READ-TRANSACTION THRU 2200-EXIT.
003750 1000-EXIT.
003760     EXIT.
003770*----------------------------------------------------------------
003780 1100-ABORT-INITIALIZE.
003790*----------------------------------------------------------------
003800     MOVE HIGH-VALUES TO WS-OLD-KEY.
003810     MOVE HIGH-VALUES TO WS-TRAN-KEY.
003820     MOVE 8 TO WS-RETURN-CODE.
003830 1100-EXIT.
003840     EXIT.
003850*----------------------------------------------------------------
003860 1200-LOAD-ONE-EMPLOYEE.
003870*----------------------------------------------------------------
003880     READ EMPLOYEE-FILE
003890         AT END
003900             MOVE "Y" TO WS-EOF-SWITCH
003910             GO TO 1200-EXIT
003920     END-READ.
003930     IF WS-EMP-COUNT >= WS-EMP-MAX
003940         DISPLAY "W4MNT01 - EMPLOYEE TABLE FULL, EMPLOYEE "
003950             EMP-ID " DROPPED"
003960         GO TO 1200-EXIT
003970     END-IF.
003980     ADD 1 TO WS-EMP-COUNT.
003990     MOVE EMP-ID     TO WS-EMP-ID (WS-EMP-COUNT).
004000     MOVE EMP-NAME   TO WS-EMP-NAME (WS-EMP-COUNT).
004010     MOVE EMP-DEPT   TO WS-EMP-DEPT (WS-EMP-COUNT).
004020     MOVE EMP-STATUS TO WS-EMP-STATUS (WS-EMP-COUNT).
004030     MOVE "N"        TO WS-EMP-W4-SWITCH (WS-EMP-COUNT).
004040 1200-EXIT.
004050     EXIT.
004060*----------------------------------------------------------------
004070* BALANCE LINE.  PICK THE LOWER OF THE TWO KEYS, STAGE THE
004080* ELECTION FOR THAT KEY IN THE WORK RECORD IF THERE IS ONE,
004090* APPLY EVERY TRANSACTION CARRYING THAT KEY, AND RELEASE
004100* WHATEVER IS STILL ALLOCATED TO THE NEW GENERATION.
004110*----------------------------------------------------------------
004120 2000-PROCESS-ONE-KEY.
004130*----------------------------------------------------------------
004140     IF WS-OLD-KEY < WS-TRAN-KEY
004150         MOVE WS-OLD-KEY TO WS-ACTIVE-KEY
004160     ELSE
004170         MOVE WS-TRAN-KEY TO WS-ACTIVE-KEY
004180     END-IF.
004190     IF WS-OLD-KEY = WS-ACTIVE-KEY
004200         MOVE OLD-W4-RECORD TO WS-W4-RECORD
004210         SET WS-ELECTION-ALLOCATED TO TRUE
004220         PERFORM 2100-READ-OLD-ELECTION THRU 2100-EXIT
004230     ELSE
004240         MOVE "N" TO WS-ALLOCATED-SWITCH
004250     END-IF.
004260     PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT
004270         UNTIL WS-TRAN-KEY NOT = WS-ACTIVE-KEY.
004280     IF WS-ELECTION-ALLOCATED
004290         MOVE WS-W4-RECORD TO W4-ELECTION-RECORD
004300         WRITE W4-ELECTION-RECORD
004310         ADD 1 TO WS-ELECTIONS-WRITTEN
004320         PERFORM 2300-NOTE-ELECTION THRU 2300-EXIT
004330     END-IF.
004340 2000-EXIT.
004350     EXIT.
004360*----------------------------------------------------------------
004370 2100-READ-OLD-ELECTION.
004380*----------------------------------------------------------------
004390     READ OLD-ELECTION-FILE
004400         AT END
004410             MOVE HIGH-VALUES TO WS-OLD-KEY
004420             GO TO 2100-EXIT
004430     END-READ.
004440     ADD 1 TO WS-ELECTIONS-READ.
004450     MOVE WE-EMPLOYEE-ID OF OLD-W4-RECORD TO WS-OLD-KEY-EMP-ID.
004460     MOVE WE-EFFECTIVE-DATE OF OLD-W4-RECORD
004470         TO WS-OLD-KEY-DATE.
004480 2100-EXIT.
004490     EXIT.
004500*----------------------------------------------------------------
004510* READ THE NEXT USABLE TRANSACTION.  ONE WHOSE KEY RUNS
004520* BACKWARDS IS REJECTED ON THE REGISTER AS OUT OF SEQUENCE.
004530*----------------------------------------------------------------
004540 2200-READ-TRANSACTION.
004550*----------------------------------------------------------------
004560     MOVE "N" TO WS-TRAN-USABLE-SWITCH.
004570     PERFORM 2250-READ-ONE-TRANSACTION THRU 2250-EXIT
004580         UNTIL WS-TRAN-USABLE
004590            OR WS-TRAN-KEY = HIGH-VALUES.
004600 2200-EXIT.
004610     EXIT.
004620*----------------------------------------------------------------
004630 2250-READ-ONE-TRANSACTION.
004640*----------------------------------------------------------------
004650     READ W4-TRAN-FILE
004660         AT END
004670             MOVE HIGH-VALUES TO WS-TRAN-KEY
004680             GO TO 2250-EXIT
004690     END-READ.
004700     ADD 1 TO WS-TRANS-READ.
004710     MOVE WT-KEY TO WS-TRAN-KEY.
004720     IF WS-TRAN-KEY < WS-PREV-TRAN-KEY
004730         MOVE "REJECTED - TRANSACTION OUT OF SEQUENCE"
004740             TO DTL-DISPOSITION
004750         PERFORM 4100-PRINT-REJECTED THRU 4100-EXIT
004760         GO TO 2250-EXIT
004770     END-IF.
004780     MOVE WS-TRAN-KEY TO WS-PREV-TRAN-KEY.
004790     SET WS-TRAN-USABLE TO TRUE.
004800 2250-EXIT.
004810     EXIT.
004820*----------------------------------------------------------------
004830* NOTE ON THE EMPLOYEE'S ENTRY THAT AN ELECTION WAS JUST WRITTEN
004840* TO THE NEW GENERATION -- IN FORCE WHEN ITS EFFECTIVE DATE HAS
004850* BEEN REACHED, OTHERWISE FUTURE-DATED ONLY.
004860*----------------------------------------------------------------
004870 2300-NOTE-ELECTION.
004880*----------------------------------------------------------------
004890     IF NOT WS-EMPLOYEES-LOADED
004900         GO TO 2300-EXIT
004910     END-IF.
004920     MOVE WE-EMPLOYEE-ID OF WS-W4-RECORD TO WS-LOOK-EMP-ID.
004930     PERFORM 5000-FIND-EMPLOYEE THRU 5000-EXIT.
004940     IF WS-EMP-SUB > WS-EMP-COUNT
004950         GO TO 2300-EXIT
004960     END-IF.
004970     IF WE-EFFECTIVE-DATE OF WS-W4-RECORD <= WS-RUN-DATE-NUM
004980         MOVE "Y" TO WS-EMP-W4-SWITCH (WS-EMP-SUB)
004990     ELSE
005000         IF NOT WS-EMP-W4-IN-FORCE (WS-EMP-SUB)
005010             MOVE "F" TO WS-EMP-W4-SWITCH (WS-EMP-SUB)
005020         END-IF
005030     END-IF.
005040 2300-EXIT.
005050     EXIT.
005060*----------------------------------------------------------------
005070* APPLY ONE TRANSACTION TO THE WORK RECORD FOR THE ACTIVE KEY.
005080* AN ADD IS ONLY LEGAL WHEN NO ELECTION IS ALLOCATED, A CHANGE
005090* OR DELETE ONLY WHEN ONE IS.  AN ADD OR CHANGE MUST ALSO PASS
005100* THE ELECTION EDIT.
005110*----------------------------------------------------------------
005120 3000-APPLY-TRANSACTION.
005130*----------------------------------------------------------------
005140     IF WS-ELECTION-ALLOCATED
005150         MOVE WS-W4-RECORD TO WS-BEFORE-IMAGE
005160     ELSE
005170         MOVE SPACES TO WS-BEFORE-IMAGE
005180     END-IF.
005190     EVALUATE TRUE
005200         WHEN WT-ACTION-ADD AND WS-ELECTION-ALLOCATED
005210             MOVE "REJECTED - ELECTION ALREADY ON FILE"
005220                 TO DTL-DISPOSITION
005230             PERFORM 4100-PRINT-REJECTED THRU 4100-EXIT
005240         WHEN WT-ACTION-ADD
005250           OR (WT-ACTION-CHANGE AND WS-ELECTION-ALLOCATED)
005260             PERFORM 3100-EDIT-ELECTION THRU 3100-EXIT
005270             IF WS-EDIT-REASON NOT = SPACES
005280                 MOVE WS-EDIT-REASON TO DTL-DISPOSITION
005290                 PERFORM 4100-PRINT-REJECTED THRU 4100-EXIT
005300             ELSE
005310                 PERFORM 3200-POST-ELECTION THRU 3200-EXIT
005320                 PERFORM 4000-PRINT-APPLIED THRU 4000-EXIT
005330             END-IF
005340         WHEN WT-ACTION-DELETE AND WS-ELECTION-ALLOCATED
005350             MOVE "N" TO WS-ALLOCATED-SWITCH
005360             MOVE "APPLIED" TO DTL-DISPOSITION
005370             PERFORM 4000-PRINT-APPLIED THRU 4000-EXIT
005380         WHEN WT-ACTION-CHANGE OR WT-ACTION-DELETE
005390             MOVE "REJECTED - NO MATCHING ELECTION"
005400                 TO DTL-DISPOSITION
005410             PERFORM 4100-PRINT-REJECTED THRU 4100-EXIT
005420         WHEN OTHER
005430             MOVE "REJECTED - UNKNOWN ACTION CODE"
005440                 TO DTL-DISPOSITION
005450             PERFORM 4100-PRINT-REJECTED THRU 4100-EXIT
005460     END-EVALUATE.
005470     PERFORM 2200-READ-TRANSACTION THRU 2200-EXIT.
005480 3000-EXIT.
005490     EXIT.
005500*----------------------------------------------------------------
005510* EDIT THE ELECTION ON AN ADD OR CHANGE.  THE EMPLOYEE MUST BE
005520* ON THE MASTER AND THE EFFECTIVE DATE MUST BE A REAL CALENDAR
005530* DATE.
005540*----------------------------------------------------------------
005550 3100-EDIT-ELECTION.
005560*----------------------------------------------------------------
005570     MOVE SPACES TO WS-EDIT-REASON.
005580     MOVE WT-EMPLOYEE-ID TO WS-LOOK-EMP-ID.
005590     PERFORM 5000-FIND-EMPLOYEE THRU 5000-EXIT.
005600     IF WS-EMP-SUB > WS-EMP-COUNT
005610         MOVE "REJECTED - EMPLOYEE NOT ON MASTER"
005620             TO WS-EDIT-REASON
005630         GO TO 3100-EXIT
005640     END-IF.
005650     IF WT-EFFECTIVE-DATE NOT NUMERIC
005660        OR WT-EFFECTIVE-YYYY < 1900
005670        OR WT-EFFECTIVE-MM < 01 OR WT-EFFECTIVE-MM > 12
005680        OR WT-EFFECTIVE-DD < 01 OR WT-EFFECTIVE-DD > 31
005690         MOVE "REJECTED - INVALID EFFECTIVE DATE"
005700             TO WS-EDIT-REASON
005710         GO TO 3100-EXIT
005720     END-IF.
005730     IF NOT WT-STATUS-VALID
005740         MOVE "REJECTED - INVALID FILING STATUS"
005750             TO WS-EDIT-REASON
005760         GO TO 3100-EXIT
005770     END-IF.
005780     IF WT-EXTRA-AMOUNT NOT NUMERIC
005790         MOVE "REJECTED - INVALID EXTRA AMOUNT"
005800             TO WS-EDIT-REASON
005810         GO TO 3100-EXIT
005820     END-IF.
005830     IF NOT WT-EXEMPT-VALID
005840         MOVE "REJECTED - EXEMPT FLAG NOT Y OR N"
005850             TO WS-EDIT-REASON
005860     END-IF.
005870 3100-EXIT.
005880     EXIT.
005890*----------------------------------------------------------------
005900* POST THE ELECTION.  A BLANK EXEMPT FLAG IS TAKEN AS N.
005910*----------------------------------------------------------------
005920 3200-POST-ELECTION.
005930*----------------------------------------------------------------
005940     MOVE SPACES TO WS-W4-RECORD.
005950     MOVE WT-EMPLOYEE-ID    TO WE-EMPLOYEE-ID OF WS-W4-RECORD.
005960     MOVE WT-EFFECTIVE-DATE
005970         TO WE-EFFECTIVE-DATE OF WS-W4-RECORD.
005980     MOVE WT-FILING-STATUS
005990         TO WE-FILING-STATUS OF WS-W4-RECORD.
006000     MOVE WT-EXTRA-AMOUNT   TO WE-EXTRA-AMOUNT OF WS-W4-RECORD.
006010     IF WT-EXEMPT-SWITCH = "Y"
006020         MOVE "Y" TO WE-EXEMPT-SWITCH OF WS-W4-RECORD
006030     ELSE
006040         MOVE "N" TO WE-EXEMPT-SWITCH OF WS-W4-RECORD
006050     END-IF.
006060     SET WS-ELECTION-ALLOCATED TO TRUE.
006070     MOVE "APPLIED" TO DTL-DISPOSITION.
006080 3200-EXIT.
006090     EXIT.
006100*----------------------------------------------------------------
006110 4000-PRINT-APPLIED.
006120*----------------------------------------------------------------
006130     ADD 1 TO WS-TRANS-APPLIED.
006140     PERFORM 4200-PRINT-DETAIL THRU 4200-EXIT.
006150     PERFORM 4500-WRITE-AUDIT-RECORD THRU 4500-EXIT.
006160 4000-EXIT.
006170     EXIT.
006180*----------------------------------------------------------------
006190 4100-PRINT-REJECTED.
006200*----------------------------------------------------------------
006210     ADD 1 TO WS-TRANS-REJECTED.
006220     IF WS-RETURN-CODE < 4
006230         MOVE 4 TO WS-RETURN-CODE
006240     END-IF.
006250     PERFORM 4200-PRINT-DETAIL THRU 4200-EXIT.
006260 4100-EXIT.
006270     EXIT.
006280*----------------------------------------------------------------
006290 4200-PRINT-DETAIL.
006300*----------------------------------------------------------------
006310     IF WS-LINE-COUNT = ZERO OR
006320        WS-LINE-COUNT >= WS-LINES-PER-PAGE
006330         PERFORM 4300-PRINT-HEADINGS THRU 4300-EXIT
006340     END-IF.
006350     MOVE WT-ACTION         TO DTL-ACTION.
006360     MOVE WT-EMPLOYEE-ID    TO DTL-EMPLOYEE-ID.
006370     IF WT-EFFECTIVE-DATE NUMERIC
006380         MOVE WT-EFFECTIVE-MM   TO WS-DATE-EDIT-MM
006390         MOVE WT-EFFECTIVE-DD   TO WS-DATE-EDIT-DD
006400         MOVE WT-EFFECTIVE-YYYY TO WS-DATE-EDIT-YYYY
006410         MOVE WS-DATE-EDIT      TO DTL-EFFECTIVE-DATE
006420     ELSE
006430         MOVE WT-EFFECTIVE-DATE TO DTL-EFFECTIVE-DATE
006440     END-IF.
006450     IF WT-ACTION-DELETE
006460         MOVE SPACES            TO DTL-FILING-STATUS
006470         MOVE ZERO              TO DTL-EXTRA-AMOUNT
006480         MOVE SPACES            TO DTL-EXEMPT-SWITCH
006490     ELSE
006500         MOVE WT-FILING-STATUS  TO DTL-FILING-STATUS
006510         IF WT-EXTRA-AMOUNT NUMERIC
006520             MOVE WT-EXTRA-AMOUNT TO DTL-EXTRA-AMOUNT
006530         ELSE
006540             MOVE ZERO          TO DTL-EXTRA-AMOUNT
006550         END-IF
006560         MOVE WT-EXEMPT-SWITCH  TO DTL-EXEMPT-SWITCH
006570     END-IF.
006580     MOVE WS-DETAIL-LINE TO REGISTER-LINE.
006590     WRITE REGISTER-LINE.
006600     ADD 1 TO WS-LINE-COUNT.
006610 4200-EXIT.
006620     EXIT.
006630*----------------------------------------------------------------
006640 4300-PRINT-HEADINGS.
006650*----------------------------------------------------------------
006660     ADD 1 TO WS-PAGE-NUMBER.
006670     MOVE WS-RUN-DATE-EDIT TO HDG-RUN-DATE.
006680     MOVE WS-PAGE-NUMBER   TO HDG-PAGE-NUMBER.
006690     MOVE WS-HEADING-1     TO REGISTER-LINE.
006700     WRITE REGISTER-LINE.
006710     MOVE WS-HEADING-2     TO REGISTER-LINE.
006720     WRITE REGISTER-LINE.
006730     MOVE SPACES           TO REGISTER-LINE.
006740     WRITE REGISTER-LINE.
006750     MOVE ZERO             TO WS-LINE-COUNT.
006760 4300-EXIT.
006770     EXIT.
006780*----------------------------------------------------------------
006790* APPEND THE AUDIT RECORD FOR THE TRANSACTION JUST APPLIED --
006800* THE IMAGE STAGED BEFORE THE APPLY, THE IMAGE AS IT NOW
006810* STANDS (SPACES AFTER A DELETE), THE TIMESTAMP AND THE
006820* SOURCE.
006830*----------------------------------------------------------------
006840 4500-WRITE-AUDIT-RECORD.
006850*----------------------------------------------------------------
006860     MOVE SPACES TO W4-AUDIT-RECORD.
006870     MOVE WT-ACTION TO WX-ACTION.
006880     MOVE WT-EMPLOYEE-ID TO WX-EMPLOYEE-ID.
006890     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
006900     ACCEPT WS-AUDIT-TIME FROM TIME.
006910     MOVE WS-AUDIT-DATE TO WX-RUN-DATE.
006920     MOVE WS-AUDIT-TIME TO WX-RUN-TIME.
006930     MOVE "W4TRAN" TO WX-SOURCE.
006940     MOVE WS-BEFORE-IMAGE TO WX-BEFORE-IMAGE.
006950     IF WT-ACTION-DELETE
006960         MOVE SPACES TO WX-AFTER-IMAGE
006970     ELSE
006980         MOVE WS-W4-RECORD TO WX-AFTER-IMAGE
006990     END-IF.
007000     WRITE W4-AUDIT-RECORD.
007010     ADD 1 TO WS-AUDITS-WRITTEN.
007020 4500-EXIT.
007030     EXIT.
007040*----------------------------------------------------------------
007050 5000-FIND-EMPLOYEE.
007060*----------------------------------------------------------------
007070     MOVE 1 TO WS-EMP-SUB.
007080     PERFORM 5100-BUMP-EMPLOYEE-SUB THRU 5100-EXIT
007090         UNTIL WS-EMP-SUB > WS-EMP-COUNT
007100            OR WS-EMP-ID (WS-EMP-SUB) = WS-LOOK-EMP-ID.
007110 5000-EXIT.
007120     EXIT.
007130*----------------------------------------------------------------
007140 5100-BUMP-EMPLOYEE-SUB.
007150*----------------------------------------------------------------
007160     ADD 1 TO WS-EMP-SUB.
007170 5100-EXIT.
007180     EXIT.
007190*----------------------------------------------------------------
007200* LIST AN EMPLOYEE STILL ON THE PAYROLL WHO HAS NO ELECTION IN
007210* FORCE TODAY.  THE PAY RUN DEFAULTS SUCH AN EMPLOYEE TO THE
007220* SINGLE BRACKETS WITH NO EXTRA, THE MOST WITHHOLDING THE
007230* TABLE ALLOWS, UNTIL HR HAS THE FORM KEYED.
007240*----------------------------------------------------------------
007250 6000-LIST-MISSING.
007260*----------------------------------------------------------------
007270     IF WS-EMP-TERMINATED (WS-EMP-SUB)
007280        OR WS-EMP-W4-IN-FORCE (WS-EMP-SUB)
007290         GO TO 6000-EXIT
007300     END-IF.
007310     IF WS-EXC-LINE-COUNT = ZERO OR
007320        WS-EXC-LINE-COUNT >= WS-LINES-PER-PAGE
007330         PERFORM 6100-PRINT-EXC-HEADINGS THRU 6100-EXIT
007340     END-IF.
007350     MOVE WS-EMP-ID (WS-EMP-SUB)     TO EXD-EMPLOYEE-ID.
007360     MOVE WS-EMP-NAME (WS-EMP-SUB)   TO EXD-EMPLOYEE-NAME.
007370     MOVE WS-EMP-DEPT (WS-EMP-SUB)   TO EXD-DEPT.
007380     MOVE WS-EMP-STATUS (WS-EMP-SUB) TO EXD-EMP-STATUS.
007390     IF WS-EMP-W4-FUTURE (WS-EMP-SUB)
007400         MOVE "W-4 NOT YET EFFECTIVE - WITHHELD AS SINGLE"
007410             TO EXD-EXCEPTION
007420     ELSE
007430         MOVE "NO W-4 ON FILE - WITHHELD AS SINGLE"
007440             TO EXD-EXCEPTION
007450     END-IF.
007460     MOVE WS-EXC-DETAIL-LINE TO EXCEPTION-LINE.
007470     WRITE EXCEPTION-LINE.
007480     ADD 1 TO WS-EXC-LINE-COUNT.
007490     ADD 1 TO WS-MISSING-COUNT.
007500 6000-EXIT.
007510     EXIT.
007520*----------------------------------------------------------------
007530 6100-PRINT-EXC-HEADINGS.
007540*----------------------------------------------------------------
007550     ADD 1 TO WS-EXC-PAGE-NUMBER.
007560     MOVE WS-RUN-DATE-EDIT   TO EXH-RUN-DATE.
007570     MOVE WS-EXC-PAGE-NUMBER TO EXH-PAGE-NUMBER.
007580     MOVE WS-EXC-HEADING-1   TO EXCEPTION-LINE.
007590     WRITE EXCEPTION-LINE.
007600     MOVE WS-EXC-HEADING-2   TO EXCEPTION-LINE.
007610     WRITE EXCEPTION-LINE.
007620     MOVE SPACES             TO EXCEPTION-LINE.
007630     WRITE EXCEPTION-LINE.
007640     MOVE ZERO               TO WS-EXC-LINE-COUNT.
007650 6100-EXIT.
007660     EXIT.
007670*----------------------------------------------------------------
007680 9000-TERMINATE.
007690*----------------------------------------------------------------
007700     IF WS-REGISTER-IS-OPEN
007710         PERFORM 9100-PRINT-COUNTS THRU 9100-EXIT
007720         CLOSE REGISTER-FILE
007730     END-IF.
007740     IF WS-EXCEPTION-IS-OPEN
007750         PERFORM 9200-PRINT-EXC-COUNT THRU 9200-EXIT
007760         CLOSE EXCEPTION-FILE
007770     END-IF.
007780     IF WS-ELECTIONS-ARE-OPEN
007790         CLOSE OLD-ELECTION-FILE
007800         CLOSE NEW-ELECTION-FILE
007810     END-IF.
007820     IF WS-TRANS-ARE-OPEN
007830         CLOSE W4-TRAN-FILE
007840     END-IF.
007850     IF WS-AUDIT-IS-OPEN
007860         CLOSE W4-AUDIT-FILE
007870     END-IF.
007880     DISPLAY "W4MNT01 - ELECTIONS READ     : " WS-ELECTIONS-READ.
007890     DISPLAY "W4MNT01 - ELECTIONS WRITTEN  : "
007900         WS-ELECTIONS-WRITTEN.
007910     DISPLAY "W4MNT01 - TRANS READ         : " WS-TRANS-READ.
007920     DISPLAY "W4MNT01 - TRANS APPLIED      : " WS-TRANS-APPLIED.
007930     DISPLAY "W4MNT01 - TRANS REJECTED     : " WS-TRANS-REJECTED.
007940     DISPLAY "W4MNT01 - AUDIT RECORDS      : "
007950         WS-AUDITS-WRITTEN.
007960     DISPLAY "W4MNT01 - NO W-4 IN FORCE    : " WS-MISSING-COUNT.
007970     IF WS-RETURN-CODE = 8 AND WS-ELECTIONS-ARE-OPEN
007980         DISPLAY "W4MNT01 - *** NOTHING APPLIED, ELECTION FILE "
007990             "CARRIED FORWARD UNCHANGED"
008000     END-IF.
008010 9000-EXIT.
008020     EXIT.
008030*----------------------------------------------------------------
008040 9100-PRINT-COUNTS.
008050*----------------------------------------------------------------
008060     MOVE SPACES TO REGISTER-LINE.
008070     WRITE REGISTER-LINE.
008080     MOVE "TRANSACTIONS READ  . . . . . . :" TO CNT-LABEL.
008090     MOVE WS-TRANS-READ TO CNT-VALUE.
008100     MOVE WS-COUNT-LINE TO REGISTER-LINE.
008110     WRITE REGISTER-LINE.
008120     MOVE "TRANSACTIONS APPLIED . . . . . :" TO CNT-LABEL.
008130     MOVE WS-TRANS-APPLIED TO CNT-VALUE.
008140     MOVE WS-COUNT-LINE TO REGISTER-LINE.
008150     WRITE REGISTER-LINE.
008160     MOVE "TRANSACTIONS REJECTED  . . . . :" TO CNT-LABEL.
008170     MOVE WS-TRANS-REJECTED TO CNT-VALUE.
008180     MOVE WS-COUNT-LINE TO REGISTER-LINE.
008190     WRITE REGISTER-LINE.
008200     MOVE "ELECTION RECORDS WRITTEN . . . :" TO CNT-LABEL.
008210     MOVE WS-ELECTIONS-WRITTEN TO CNT-VALUE.
008220     MOVE WS-COUNT-LINE TO REGISTER-LINE.
008230     WRITE REGISTER-LINE.
008240 9100-EXIT.
008250     EXIT.
008260*----------------------------------------------------------------
008270 9200-PRINT-EXC-COUNT.
008280*----------------------------------------------------------------
008290     IF WS-EXC-PAGE-NUMBER = ZERO
008300         PERFORM 6100-PRINT-EXC-HEADINGS THRU 6100-EXIT
008310     END-IF.
008320     MOVE SPACES TO EXCEPTION-LINE.
008330     WRITE EXCEPTION-LINE.
008340     MOVE "EMPLOYEES WITH NO W-4 IN FORCE :" TO CNT-LABEL.
008350     MOVE WS-MISSING-COUNT TO CNT-VALUE.
008360     MOVE WS-COUNT-LINE TO EXCEPTION-LINE.
008370     WRITE EXCEPTION-LINE.
008380 9200-EXIT.
008390     EXIT.
