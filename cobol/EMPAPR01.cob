000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     EMPAPR01.
000030 AUTHOR.         J HALVORSEN.
000040 INSTALLATION.   PAYROLL SYSTEMS GROUP.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  -------------------------------------------
000120* 10/15/2026  JH   ORIGINAL PROGRAM.  EMPLOYEE MASTER CHANGE
000130*                  APPROVAL -- THE SECOND PAIR OF EYES ON THE
000140*                  PAY-SENSITIVE CHANGES EMPMNT01 HOLDS ON THE
000150*                  PENDING-CHANGE FILE (ADDS, SALARY AND PAY-
000160*                  TYPE CHANGES, STATUS CHANGES).  READS THE
000170*                  CURRENT GENERATION (PENDOLD) AND THE DAY'S
000180*                  DECISIONS (APRTRAN -- EMPLOYEE, SUBMIT DATE
000190*                  AND SEQUENCE, A = APPROVE OR R = REJECT, AND
000200*                  THE APPROVER).  A DECISION IS TAKEN ONLY
000210*                  FROM AN APPROVER ON THE APRAUTH TABLE FOR
000220*                  THE ITEM'S DEPARTMENT (DEPT 000 COVERS
000230*                  EVERY DEPARTMENT), AND AN APPROVAL BY THE
000240*                  PERSON WHO SUBMITTED THE CHANGE IS REFUSED
000250*                  (A SUBMITTER MAY STILL REJECT, WHICH
000260*                  WITHDRAWS IT).  AN APPROVED ITEM IS MARKED
000270*                  WITH THE APPROVER AND DATE AND CARRIED TO
000280*                  THE NEW GENERATION (PENDNEW) FOR THE NEXT
000290*                  MAINTENANCE RUN TO APPLY; A REJECTED ONE IS
000300*                  DROPPED.  AN ITEM STILL UNDECIDED MORE THAN
000310*                  THE APRPARM NUMBER OF DAYS AFTER IT WAS
000320*                  SUBMITTED (30 WHEN NONE IS GIVEN) IS AGED
000330*                  OUT AND DROPPED -- IT MUST BE KEYED AGAIN.
000340*                  THE APRREG REGISTER LISTS EVERY DECISION
000350*                  WITH ITS RESULT AND EVERY ITEM AGED OUT;
000360*                  THE PNDRPT REPORT GIVES EACH DEPARTMENT'S
000370*                  DEPTFILE MANAGER A PAGE OF WHAT IS STILL
000380*                  PENDING OR AWAITING RELEASE.  RETURN-CODE IS
000390*                  0 WHEN EVERY DECISION WAS TAKEN, 4 WHEN ANY
000400*                  WAS REFUSED, AND 8 WHEN A FILE COULD NOT BE
000410*                  USED (THE PENDING-CHANGE FILE IS THEN
000420*                  CARRIED FORWARD UNCHANGED).
000430*----------------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT PENDING-OLD-FILE ASSIGN TO "PENDOLD"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-PENDOLD-STATUS.
000500     SELECT PENDING-NEW-FILE ASSIGN TO "PENDNEW"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PENDNEW-STATUS.
000530     SELECT DECISION-FILE ASSIGN TO "APRTRAN"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-APRTRAN-STATUS.
000560     SELECT APPROVER-FILE ASSIGN TO "APRAUTH"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-APRAUTH-STATUS.
000590     SELECT PARAMETER-FILE ASSIGN TO "APRPARM"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-PARM-STATUS.
000620     SELECT DEPARTMENT-FILE ASSIGN TO "DEPTFILE"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-DEPTFILE-STATUS.
000650     SELECT REGISTER-FILE ASSIGN TO "APRREG"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-REGISTER-STATUS.
000680     SELECT REPORT-FILE ASSIGN TO "PNDRPT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-REPORT-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  PENDING-OLD-FILE
000740     RECORD CONTAINS 130 CHARACTERS.
000750 01  PENDING-OLD-RECORD      PIC X(130).
000760 FD  PENDING-NEW-FILE
000770     RECORD CONTAINS 130 CHARACTERS.
000780     COPY PENDCHG.
000790*----------------------------------------------------------------
000800* ONE DECISION PER PENDING ITEM, KEYED AS THE PENDING REPORT
000810* AND THE MAINTENANCE REGISTER SHOW IT.
000820*----------------------------------------------------------------
000830 FD  DECISION-FILE
000840     RECORD CONTAINS 30 CHARACTERS.
000850 01  DECISION-RECORD.
000860     05  DC-EMPLOYEE-ID      PIC 9(05).
000870     05  DC-SUBMIT-DATE      PIC 9(08).
000880     05  DC-SUBMIT-SEQ       PIC 9(02).
000890     05  DC-DECISION         PIC X(01).
000900     05  DC-APPROVER         PIC X(08).
000910     05  FILLER              PIC X(06).
000920*----------------------------------------------------------------
000930* THE PEOPLE ALLOWED TO DECIDE, AND THE DEPARTMENT EACH MAY
000940* DECIDE FOR (000 FOR EVERY DEPARTMENT).
000950*----------------------------------------------------------------
000960 FD  APPROVER-FILE
000970     RECORD CONTAINS 40 CHARACTERS.
000980 01  APPROVER-RECORD.
000990     05  AU-APPROVER         PIC X(08).
001000     05  AU-NAME             PIC X(20).
001010     05  AU-DEPT             PIC 9(03).
001020     05  FILLER              PIC X(09).
001030 FD  PARAMETER-FILE
001040     RECORD CONTAINS 03 CHARACTERS.
001050 01  PARAMETER-RECORD.
001060     05  PRM-AGE-OUT-DAYS    PIC 9(03).
001070 FD  DEPARTMENT-FILE
001080     RECORD CONTAINS 43 CHARACTERS.
001090 01  DEPARTMENT-RECORD.
001100     05  DR-DEPT-CODE        PIC 9(03).
001110     05  DR-DEPT-NAME        PIC X(20).
001120     05  DR-DEPT-MANAGER     PIC X(20).
001130 FD  REGISTER-FILE
001140     RECORD CONTAINS 132 CHARACTERS.
001150 01  REGISTER-LINE           PIC X(132).
001160 FD  REPORT-FILE
001170     RECORD CONTAINS 132 CHARACTERS.
001180 01  REPORT-LINE             PIC X(132).
001190 WORKING-STORAGE SECTION.
001200*----------------------------------------------------------------
001210* FILE STATUS AND CONTROL SWITCHES
001220*----------------------------------------------------------------
001230 77  WS-PENDOLD-STATUS       PIC X(02) VALUE SPACES.
001240 77  WS-PENDNEW-STATUS       PIC X(02) VALUE SPACES.
001250 77  WS-APRTRAN-STATUS       PIC X(02) VALUE SPACES.
001260 77  WS-APRAUTH-STATUS       PIC X(02) VALUE SPACES.
001270 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001280 77  WS-DEPTFILE-STATUS      PIC X(02) VALUE SPACES.
001290 77  WS-REGISTER-STATUS      PIC X(02) VALUE SPACES.
001300 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
001310 77  WS-LOAD-EOF-SWITCH      PIC X(01) VALUE "N".
001320     88  WS-LOAD-END-OF-FILE           VALUE "Y".
001330 77  WS-PENDING-OPEN-SWITCH  PIC X(01) VALUE "N".
001340     88  WS-PENDING-IS-OPEN            VALUE "Y".
001350 77  WS-APPLY-SWITCH         PIC X(01) VALUE "N".
001360     88  WS-APPLY-DECISIONS            VALUE "Y".
001370 77  WS-TABLE-FULL-SWITCH    PIC X(01) VALUE "N".
001380     88  WS-TABLE-FULL                 VALUE "Y".
001390 77  WS-RETURN-CODE          PIC 9(01) VALUE ZERO.
001400*----------------------------------------------------------------
001410* THE PENDING ITEMS, HELD IN FILE ORDER.  EACH CARRIES ITS
001420* RECORD AS READ (UPDATED IN PLACE ON APPROVAL), WHAT BECAME OF
001430* IT THIS RUN, ITS AGE IN DAYS, AND WHETHER IT HAS BEEN PRINTED
001440* ON ITS DEPARTMENT'S PAGE.  A TABLE THAT CANNOT HOLD THE FILE
001450* FAILS THE RUN -- AN ITEM DROPPED FOR WANT OF ROOM WOULD BE A
001460* CHANGE LOST WITHOUT A DECISION.
001470*----------------------------------------------------------------
001480 77  WS-PD-MAX               PIC 9(03) COMP VALUE 500.
001490 77  WS-PD-COUNT             PIC 9(03) COMP VALUE ZERO.
001500 77  WS-PD-SUB               PIC 9(03) COMP VALUE ZERO.
001510 77  WS-PD-SUB-2             PIC 9(03) COMP VALUE ZERO.
001520 01  WS-PENDING-TABLE.
001530     05  WS-PD-ENTRY OCCURS 500 TIMES.
001540         10  WS-PD-RECORD        PIC X(130).
001550         10  WS-PD-KEY           PIC X(15).
001560         10  WS-PD-DEPT          PIC 9(03).
001570         10  WS-PD-STATE         PIC X(01).
001580             88  WS-PD-PENDING           VALUE "P".
001590             88  WS-PD-APPROVED          VALUE "A".
001600             88  WS-PD-REJECTED          VALUE "R".
001610             88  WS-PD-AGED-OUT         VALUE "X".
001620             88  WS-PD-ON-FILE           VALUE "P" "A".
001630         10  WS-PD-AGE           PIC 9(05).
001640         10  WS-PD-LISTED        PIC X(01).
001650             88  WS-PD-ON-REPORT         VALUE "Y".
001660     COPY PENDCHG REPLACING ==PENDING-CHANGE-RECORD==
001670                         BY ==WS-PENDING-WORK==
001680                      LEADING ==PN== BY ==PW==.
001690*----------------------------------------------------------------
001700* THE DECISIONS, IN FILE ORDER, WITH THE ITEM EACH MATCHED (ZERO
001710* FOR NONE) AND ITS RESULT FOR THE REGISTER.
001720*----------------------------------------------------------------
001730 77  WS-DC-MAX               PIC 9(03) COMP VALUE 200.
001740 77  WS-DC-COUNT             PIC 9(03) COMP VALUE ZERO.
001750 77  WS-DC-SUB               PIC 9(03) COMP VALUE ZERO.
001760 01  WS-DECISION-TABLE.
001770     05  WS-DC-ENTRY OCCURS 200 TIMES.
001780         10  WS-DC-KEY.
001790             15  WS-DC-EMPLOYEE-ID   PIC 9(05).
001800             15  WS-DC-SUBMIT-DATE   PIC 9(08).
001810             15  WS-DC-SUBMIT-SEQ    PIC 9(02).
001820         10  WS-DC-DECISION      PIC X(01).
001830             88  WS-DC-APPROVE           VALUE "A".
001840             88  WS-DC-REJECT            VALUE "R".
001850         10  WS-DC-APPROVER      PIC X(08).
001860         10  WS-DC-ITEM          PIC 9(03) COMP.
001870         10  WS-DC-REFUSED       PIC X(01).
001880             88  WS-DC-WAS-REFUSED       VALUE "Y".
001890         10  WS-DC-RESULT        PIC X(40).
001900*----------------------------------------------------------------
001910* AUTHORIZED APPROVERS
001920*----------------------------------------------------------------
001930 77  WS-AU-MAX               PIC 9(03) COMP VALUE 50.
001940 77  WS-AU-COUNT             PIC 9(03) COMP VALUE ZERO.
001950 77  WS-AU-SUB               PIC 9(03) COMP VALUE ZERO.
001960 01  WS-APPROVER-TABLE.
001970     05  WS-AU-ENTRY OCCURS 50 TIMES.
001980         10  WS-AU-APPROVER      PIC X(08).
001990         10  WS-AU-DEPT          PIC 9(03).
002000*----------------------------------------------------------------
002010* DEPARTMENT NAMES AND MANAGERS FOR THE PENDING REPORT.
002020*----------------------------------------------------------------
002030 77  WS-DEPT-MAX             PIC 9(03) COMP VALUE 20.
002040 77  WS-DEPT-COUNT           PIC 9(03) COMP VALUE ZERO.
002050 77  WS-DEPT-SUB             PIC 9(03) COMP VALUE ZERO.
002060 01  WS-DEPT-TABLE.
002070     05  WS-DEPT-ENTRY OCCURS 20 TIMES.
002080         10  WS-DEPT-CODE        PIC 9(03).
002090         10  WS-DEPT-NAME        PIC X(20).
002100         10  WS-DEPT-MANAGER     PIC X(20).
002110*----------------------------------------------------------------
002120* AGING.  AN UNDECIDED ITEM OLDER THAN THIS MANY DAYS IS DROPPED.
002130*----------------------------------------------------------------
002140 77  WS-AGE-OUT-DAYS         PIC 9(03) VALUE 30.
002150 77  WS-RUN-INT              PIC 9(07) VALUE ZERO.
002160 77  WS-SUBMIT-INT           PIC 9(07) VALUE ZERO.
002170*----------------------------------------------------------------
002180* RUN COUNTS
002190*----------------------------------------------------------------
002200 77  WS-PENDING-READ         PIC 9(05) COMP VALUE ZERO.
002210 77  WS-DECISIONS-READ       PIC 9(05) COMP VALUE ZERO.
002220 77  WS-APPROVED-COUNT       PIC 9(05) COMP VALUE ZERO.
002230 77  WS-REJECTED-COUNT       PIC 9(05) COMP VALUE ZERO.
002240 77  WS-REFUSED-COUNT        PIC 9(05) COMP VALUE ZERO.
002250 77  WS-AGED-OUT-COUNT       PIC 9(05) COMP VALUE ZERO.
002260 77  WS-STILL-PENDING        PIC 9(05) COMP VALUE ZERO.
002270 77  WS-AWAITING-RELEASE     PIC 9(05) COMP VALUE ZERO.
002280*----------------------------------------------------------------
002290* RUN DATE AND PAGE CONTROL, ONE SET PER PRINT FILE
002300*----------------------------------------------------------------
002310 01  WS-RUN-DATE.
002320     05  WS-RUN-YYYY         PIC 9(04).
002330     05  WS-RUN-MM           PIC 9(02).
002340     05  WS-RUN-DD           PIC 9(02).
002350 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(08).
002360 01  WS-RUN-DATE-EDIT.
002370     05  WS-RUN-DATE-MM      PIC 9(02).
002380     05  FILLER              PIC X(01) VALUE "/".
002390     05  WS-RUN-DATE-DD      PIC 9(02).
002400     05  FILLER              PIC X(01) VALUE "/".
002410     05  WS-RUN-DATE-YYYY    PIC 9(04).
002420 77  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 15.
002430 77  WS-REG-PAGE-NUMBER      PIC 9(03) COMP VALUE ZERO.
002440 77  WS-REG-LINE-COUNT       PIC 9(03) COMP VALUE ZERO.
002450 77  WS-RPT-PAGE-NUMBER      PIC 9(03) COMP VALUE ZERO.
002460 77  WS-RPT-LINE-COUNT       PIC 9(03) COMP VALUE ZERO.
002470 01  WS-PRINT-AREA           PIC X(132) VALUE SPACES.
002480 01  WS-REG-HEADING-2        PIC X(132) VALUE SPACES.
002490 01  WS-RPT-HEADING-2        PIC X(132) VALUE SPACES.
002500 77  WS-SALARY-EDITED        PIC ZZZZ9.99-.
002510*----------------------------------------------------------------
002520* REGISTER LINE LAYOUTS
002530*----------------------------------------------------------------
002540 01  WS-REG-HEADING-1.
002550     05  FILLER              PIC X(40) VALUE
002560         "EMPLOYEE CHANGE APPROVAL REGISTER".
002570     05  FILLER              PIC X(10) VALUE "RUN DATE :".
002580     05  REG-RUN-DATE        PIC X(10).
002590     05  FILLER              PIC X(10) VALUE SPACES.
002600     05  FILLER              PIC X(06) VALUE "PAGE :".
002610     05  REG-PAGE-NUMBER     PIC ZZ9.
002620 01  WS-REG-COLUMN-LINE.
002630     05  FILLER              PIC X(07) VALUE "EMP-ID".
002640     05  FILLER              PIC X(13) VALUE "REFERENCE".
002650     05  FILLER              PIC X(05) VALUE "ACT".
002660     05  FILLER              PIC X(22) VALUE "NAME".
002670     05  FILLER              PIC X(05) VALUE "DEC".
002680     05  FILLER              PIC X(10) VALUE "BY".
002690     05  FILLER              PIC X(40) VALUE "RESULT".
002700 01  WS-REG-DETAIL-LINE.
002710     05  RGD-EMPLOYEE-ID     PIC 9(05).
002720     05  FILLER              PIC X(02) VALUE SPACES.
002730     05  RGD-SUBMIT-DATE     PIC 9(08).
002740     05  FILLER              PIC X(01) VALUE "-".
002750     05  RGD-SUBMIT-SEQ      PIC 9(02).
002760     05  FILLER              PIC X(02) VALUE SPACES.
002770     05  RGD-ACTION          PIC X(01).
002780     05  FILLER              PIC X(04) VALUE SPACES.
002790     05  RGD-NAME            PIC X(20).
002800     05  FILLER              PIC X(02) VALUE SPACES.
002810     05  RGD-DECISION        PIC X(01).
002820     05  FILLER              PIC X(04) VALUE SPACES.
002830     05  RGD-BY              PIC X(08).
002840     05  FILLER              PIC X(02) VALUE SPACES.
002850     05  RGD-RESULT          PIC X(40).
002860 01  WS-AGED-RESULT.
002870     05  FILLER              PIC X(28) VALUE
002880         "AGED OUT - UNDECIDED AFTER ".
002890     05  AGD-DAYS            PIC ZZZZ9.
002900     05  FILLER              PIC X(05) VALUE " DAYS".
002910 01  WS-COUNT-LINE.
002920     05  CNT-LABEL           PIC X(33).
002930     05  CNT-VALUE           PIC ZZZ,ZZ9.
002940*----------------------------------------------------------------
002950* PENDING REPORT LINE LAYOUTS
002960*----------------------------------------------------------------
002970 01  WS-RPT-HEADING-1.
002980     05  FILLER              PIC X(40) VALUE
002990         "PENDING EMPLOYEE MASTER CHANGES".
003000     05  FILLER              PIC X(10) VALUE "RUN DATE :".
003010     05  RPT-RUN-DATE        PIC X(10).
003020     05  FILLER              PIC X(10) VALUE SPACES.
003030     05  FILLER              PIC X(06) VALUE "PAGE :".
003040     05  RPT-PAGE-NUMBER     PIC ZZ9.
003050 01  WS-RPT-DEPT-LINE.
003060     05  FILLER              PIC X(07) VALUE "DEPT : ".
003070     05  RDL-DEPT-CODE       PIC 9(03).
003080     05  FILLER              PIC X(02) VALUE SPACES.
003090     05  RDL-DEPT-NAME       PIC X(20).
003100     05  FILLER              PIC X(02) VALUE SPACES.
003110     05  FILLER              PIC X(10) VALUE "MANAGER : ".
003120     05  RDL-DEPT-MANAGER    PIC X(20).
003130 01  WS-RPT-COLUMN-LINE.
003140     05  FILLER              PIC X(07) VALUE "EMP-ID".
003150     05  FILLER              PIC X(13) VALUE "REFERENCE".
003160     05  FILLER              PIC X(05) VALUE "ACT".
003170     05  FILLER              PIC X(22) VALUE "NAME".
003180     05  FILLER              PIC X(08) VALUE "CHANGE".
003190     05  FILLER              PIC X(14) VALUE "FROM".
003200     05  FILLER              PIC X(14) VALUE "TO".
003210     05  FILLER              PIC X(10) VALUE "KEYED BY".
003220     05  FILLER              PIC X(06) VALUE "DAYS".
003230     05  FILLER              PIC X(33) VALUE "STATE".
003240 01  WS-RPT-DETAIL-LINE.
003250     05  RPD-EMPLOYEE-ID     PIC 9(05).
003260     05  FILLER              PIC X(02) VALUE SPACES.
003270     05  RPD-SUBMIT-DATE     PIC 9(08).
003280     05  FILLER              PIC X(01) VALUE "-".
003290     05  RPD-SUBMIT-SEQ      PIC 9(02).
003300     05  FILLER              PIC X(02) VALUE SPACES.
003310     05  RPD-ACTION          PIC X(01).
003320     05  FILLER              PIC X(04) VALUE SPACES.
003330     05  RPD-NAME            PIC X(20).
003340     05  FILLER              PIC X(02) VALUE SPACES.
003350     05  RPD-CHANGE          PIC X(06).
003360     05  FILLER              PIC X(02) VALUE SPACES.
003370     05  RPD-FROM            PIC X(12).
003380     05  FILLER              PIC X(02) VALUE SPACES.
003390     05  RPD-TO              PIC X(12).
003400     05  FILLER              PIC X(02) VALUE SPACES.
003410     05  RPD-SUBMITTER       PIC X(08).
003420     05  FILLER              PIC X(02) VALUE SPACES.
003430     05  RPD-AGE             PIC ZZZ9.
003440     05  FILLER              PIC X(02) VALUE SPACES.
003450     05  RPD-STATE           PIC X(33).
003460 01  WS-PAY-VALUE.
003470     05  PAY-TYPE            PIC X(01).
003480     05  FILLER              PIC X(01) VALUE SPACE.
003490     05  PAY-SALARY          PIC X(09).
003500     05  FILLER              PIC X(01) VALUE SPACE.
003510 01  WS-STATUS-VALUE.
003520     05  STV-STATUS          PIC X(01).
003530     05  FILLER              PIC X(01) VALUE SPACE.
003540     05  STV-DATE            PIC 9(08).
003550     05  FILLER              PIC X(02) VALUE SPACES.
003560 01  WS-APPROVED-STATE.
003570     05  FILLER              PIC X(12) VALUE "APPROVED BY ".
003580     05  APS-APPROVER        PIC X(08).
003590     05  FILLER              PIC X(13) VALUE " - NEXT RUN".
003600 PROCEDURE DIVISION.
003610*----------------------------------------------------------------
003620 0000-MAINLINE.
003630*----------------------------------------------------------------
003640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003650     IF WS-APPLY-DECISIONS
003660         PERFORM 2000-TAKE-ONE-DECISION THRU 2000-EXIT
003670             VARYING WS-DC-SUB FROM 1 BY 1
003680             UNTIL WS-DC-SUB > WS-DC-COUNT
003690         PERFORM 3000-AGE-ONE-ITEM THRU 3000-EXIT
003700             VARYING WS-PD-SUB FROM 1 BY 1
003710             UNTIL WS-PD-SUB > WS-PD-COUNT
003720         PERFORM 4000-WRITE-ONE-ITEM THRU 4000-EXIT
003730             VARYING WS-PD-SUB FROM 1 BY 1
003740             UNTIL WS-PD-SUB > WS-PD-COUNT
003750         PERFORM 5000-PRINT-REGISTER THRU 5000-EXIT
003760         PERFORM 6000-PRINT-PENDING-REPORT THRU 6000-EXIT
003770     ELSE
003780         IF WS-PENDING-IS-OPEN
003790             PERFORM 4100-CARRY-FORWARD THRU 4100-EXIT
003800         END-IF
003810     END-IF.
003820     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003830     MOVE WS-RETURN-CODE TO RETURN-CODE.
003840     STOP RUN.
003850*----------------------------------------------------------------
003860* THE PENDING-CHANGE FILES ARE OPENED FIRST SO THAT, WHATEVER
003870* FAILS AFTER THEM, THE NEW GENERATION IS STILL WRITTEN --
003880* UNCHANGED WHEN THE DECISIONS CANNOT BE TAKEN.
003890*----------------------------------------------------------------
003900 1000-INITIALIZE.
003910*----------------------------------------------------------------
003920     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003930     MOVE WS-RUN-MM   TO WS-RUN-DATE-MM.
003940     MOVE WS-RUN-DD   TO WS-RUN-DATE-DD.
003950     MOVE WS-RUN-YYYY TO WS-RUN-DATE-YYYY.
003960     COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE
003970         (WS-RUN-DATE-NUM).
003980     OPEN INPUT PENDING-OLD-FILE.
003990     IF WS-PENDOLD-STATUS NOT = "00"
004000         DISPLAY "EMPAPR01 - UNABLE TO OPEN PENDOLD, STATUS = "
004010             WS-PENDOLD-STATUS
004020         MOVE 8 TO WS-RETURN-CODE
004030         GO TO 1000-EXIT
004040     END-IF.
004050     OPEN OUTPUT PENDING-NEW-FILE.
004060     IF WS-PENDNEW-STATUS NOT = "00"
004070         DISPLAY "EMPAPR01 - UNABLE TO OPEN PENDNEW, STATUS = "
004080             WS-PENDNEW-STATUS
004090         CLOSE PENDING-OLD-FILE
004100         MOVE 8 TO WS-RETURN-CODE
004110         GO TO 1000-EXIT
004120     END-IF.
004130     SET WS-PENDING-IS-OPEN TO TRUE.
004140     PERFORM 1100-GET-PARAMETERS THRU 1100-EXIT.
004150     PERFORM 1200-LOAD-PENDING THRU 1200-EXIT.
004160     IF WS-RETURN-CODE = 8
004170         GO TO 1000-EXIT
004180     END-IF.
004190     PERFORM 1300-LOAD-APPROVERS THRU 1300-EXIT.
004200     IF WS-RETURN-CODE = 8
004210         GO TO 1000-EXIT
004220     END-IF.
004230     PERFORM 1400-LOAD-DECISIONS THRU 1400-EXIT.
004240     IF WS-RETURN-CODE = 8
004250         GO TO 1000-EXIT
004260     END-IF.
004270     PERFORM 1500-LOAD-DEPARTMENTS THRU 1500-EXIT.
004280     PERFORM 1600-OPEN-PRINT-FILES THRU 1600-EXIT.
004290     IF WS-RETURN-CODE = 8
004300         GO TO 1000-EXIT
004310     END-IF.
004320     SET WS-APPLY-DECISIONS TO TRUE.
004330 1000-EXIT.
004340     EXIT.
004350*----------------------------------------------------------------
004360* NO APRPARM, OR A BAD ONE, KEEPS THE 30-DAY DEFAULT.
004370*----------------------------------------------------------------
004380 1100-GET-PARAMETERS.
004390*----------------------------------------------------------------
004400     OPEN INPUT PARAMETER-FILE.
004410     IF WS-PARM-STATUS NOT = "00"
004420         DISPLAY "EMPAPR01 - NO APRPARM FOUND, AGING OUT AFTER "
004430             WS-AGE-OUT-DAYS " DAYS"
004440         GO TO 1100-EXIT
004450     END-IF.
004460     READ PARAMETER-FILE
004470         AT END
004480             CLOSE PARAMETER-FILE
004490             GO TO 1100-EXIT
004500     END-READ.
004510     IF PRM-AGE-OUT-DAYS IS NUMERIC AND
004520        PRM-AGE-OUT-DAYS > ZERO
004530         MOVE PRM-AGE-OUT-DAYS TO WS-AGE-OUT-DAYS
004540     ELSE
004550         DISPLAY "EMPAPR01 - APRPARM NOT A NUMBER OF DAYS, "
004560             "AGING OUT AFTER " WS-AGE-OUT-DAYS " DAYS"
004570     END-IF.
004580     CLOSE PARAMETER-FILE.
004590 1100-EXIT.
004600     EXIT.
004610*----------------------------------------------------------------
004620 1200-LOAD-PENDING.
004630*----------------------------------------------------------------
004640     MOVE "N" TO WS-LOAD-EOF-SWITCH.
004650     PERFORM 1210-LOAD-ONE-PENDING THRU 1210-EXIT
004660         UNTIL WS-LOAD-END-OF-FILE.
004670     IF WS-TABLE-FULL
004680         MOVE 8 TO WS-RETURN-CODE
004690     END-IF.
004700 1200-EXIT.
004710     EXIT.
004720*----------------------------------------------------------------
004730 1210-LOAD-ONE-PENDING.
004740*----------------------------------------------------------------
004750     READ PENDING-OLD-FILE
004760         AT END
004770             MOVE "Y" TO WS-LOAD-EOF-SWITCH
004780             GO TO 1210-EXIT
004790     END-READ.
004800     ADD 1 TO WS-PENDING-READ.
004810     IF WS-PD-COUNT >= WS-PD-MAX
004820         SET WS-TABLE-FULL TO TRUE
004830         MOVE "Y" TO WS-LOAD-EOF-SWITCH
004840         DISPLAY "EMPAPR01 - PENDING TABLE FULL AT "
004850             WS-PD-MAX " ITEMS"
004860         GO TO 1210-EXIT
004870     END-IF.
004880     ADD 1 TO WS-PD-COUNT.
004890     MOVE WS-PD-COUNT        TO WS-PD-SUB.
004900     MOVE PENDING-OLD-RECORD TO WS-PENDING-WORK.
004910     MOVE PENDING-OLD-RECORD TO WS-PD-RECORD (WS-PD-SUB).
004920     MOVE PW-KEY             TO WS-PD-KEY (WS-PD-SUB).
004930     MOVE PW-DEPT            TO WS-PD-DEPT (WS-PD-SUB).
004940     MOVE PW-STATE           TO WS-PD-STATE (WS-PD-SUB).
004950     MOVE ZERO               TO WS-PD-AGE (WS-PD-SUB).
004960     MOVE "N"                TO WS-PD-LISTED (WS-PD-SUB).
004970 1210-EXIT.
004980     EXIT.
004990*----------------------------------------------------------------
005000* NO APPROVER TABLE MEANS NO ONE MAY DECIDE -- NOTHING IS TAKEN.
005010*----------------------------------------------------------------
005020 1300-LOAD-APPROVERS.
005030*----------------------------------------------------------------
005040     OPEN INPUT APPROVER-FILE.
005050     IF WS-APRAUTH-STATUS NOT = "00"
005060         DISPLAY "EMPAPR01 - UNABLE TO OPEN APRAUTH, STATUS = "
005070             WS-APRAUTH-STATUS
005080         MOVE 8 TO WS-RETURN-CODE
005090         GO TO 1300-EXIT
005100     END-IF.
005110     MOVE "N" TO WS-LOAD-EOF-SWITCH.
005120     PERFORM 1310-LOAD-ONE-APPROVER THRU 1310-EXIT
005130         UNTIL WS-LOAD-END-OF-FILE.
005140     CLOSE APPROVER-FILE.
005150     IF WS-TABLE-FULL
005160         MOVE 8 TO WS-RETURN-CODE
005170     END-IF.
005180 1300-EXIT.
005190     EXIT.
005200*----------------------------------------------------------------
005210 1310-LOAD-ONE-APPROVER.
005220*----------------------------------------------------------------
005230     READ APPROVER-FILE
005240         AT END
005250             MOVE "Y" TO WS-LOAD-EOF-SWITCH
005260             GO TO 1310-EXIT
005270     END-READ.
005280     IF WS-AU-COUNT >= WS-AU-MAX
005290         SET WS-TABLE-FULL TO TRUE
005300         MOVE "Y" TO WS-LOAD-EOF-SWITCH
005310         DISPLAY "EMPAPR01 - APPROVER TABLE FULL AT "
005320             WS-AU-MAX " ENTRIES"
005330         GO TO 1310-EXIT
005340     END-IF.
005350     ADD 1 TO WS-AU-COUNT.
005360     MOVE AU-APPROVER TO WS-AU-APPROVER (WS-AU-COUNT).
005370     MOVE AU-DEPT     TO WS-AU-DEPT (WS-AU-COUNT).
005380 1310-EXIT.
005390     EXIT.
005400*----------------------------------------------------------------
005410 1400-LOAD-DECISIONS.
005420*----------------------------------------------------------------
005430     OPEN INPUT DECISION-FILE.
005440     IF WS-APRTRAN-STATUS NOT = "00"
005450         DISPLAY "EMPAPR01 - UNABLE TO OPEN APRTRAN, STATUS = "
005460             WS-APRTRAN-STATUS
005470         MOVE 8 TO WS-RETURN-CODE
005480         GO TO 1400-EXIT
005490     END-IF.
005500     MOVE "N" TO WS-LOAD-EOF-SWITCH.
005510     PERFORM 1410-LOAD-ONE-DECISION THRU 1410-EXIT
005520         UNTIL WS-LOAD-END-OF-FILE.
005530     CLOSE DECISION-FILE.
005540     IF WS-TABLE-FULL
005550         MOVE 8 TO WS-RETURN-CODE
005560     END-IF.
005570 1400-EXIT.
005580     EXIT.
005590*----------------------------------------------------------------
005600 1410-LOAD-ONE-DECISION.
005610*----------------------------------------------------------------
005620     READ DECISION-FILE
005630         AT END
005640             MOVE "Y" TO WS-LOAD-EOF-SWITCH
005650             GO TO 1410-EXIT
005660     END-READ.
005670     ADD 1 TO WS-DECISIONS-READ.
005680     IF WS-DC-COUNT >= WS-DC-MAX
005690         SET WS-TABLE-FULL TO TRUE
005700         MOVE "Y" TO WS-LOAD-EOF-SWITCH
005710         DISPLAY "EMPAPR01 - DECISION TABLE FULL AT "
005720             WS-DC-MAX " DECISIONS"
005730         GO TO 1410-EXIT
005740     END-IF.
005750     ADD 1 TO WS-DC-COUNT.
005760     MOVE WS-DC-COUNT    TO WS-DC-SUB.
005770     MOVE DC-EMPLOYEE-ID TO WS-DC-EMPLOYEE-ID (WS-DC-SUB).
005780     MOVE DC-SUBMIT-DATE TO WS-DC-SUBMIT-DATE (WS-DC-SUB).
005790     MOVE DC-SUBMIT-SEQ  TO WS-DC-SUBMIT-SEQ (WS-DC-SUB).
005800     MOVE DC-DECISION    TO WS-DC-DECISION (WS-DC-SUB).
005810     MOVE DC-APPROVER    TO WS-DC-APPROVER (WS-DC-SUB).
005820     MOVE ZERO           TO WS-DC-ITEM (WS-DC-SUB).
005830     MOVE "N"            TO WS-DC-REFUSED (WS-DC-SUB).
005840     MOVE SPACES         TO WS-DC-RESULT (WS-DC-SUB).
005850 1410-EXIT.
005860     EXIT.
005870*----------------------------------------------------------------
005880* NO DEPTFILE ONLY COSTS THE NAMES ON THE PENDING REPORT.
005890*----------------------------------------------------------------
005900 1500-LOAD-DEPARTMENTS.
005910*----------------------------------------------------------------
005920     OPEN INPUT DEPARTMENT-FILE.
005930     IF WS-DEPTFILE-STATUS NOT = "00"
005940         DISPLAY "EMPAPR01 - NO DEPTFILE FOUND, MANAGER NAMES "
005950             "WILL NOT BE PRINTED"
005960         GO TO 1500-EXIT
005970     END-IF.
005980     PERFORM 1510-LOAD-ONE-DEPARTMENT THRU 1510-EXIT
005990         UNTIL WS-DEPTFILE-STATUS NOT = "00"
006000            OR WS-DEPT-COUNT >= WS-DEPT-MAX.
006010     CLOSE DEPARTMENT-FILE.
006020 1500-EXIT.
006030     EXIT.
006040*----------------------------------------------------------------
006050 1510-LOAD-ONE-DEPARTMENT.
006060*----------------------------------------------------------------
006070     READ DEPARTMENT-FILE
006080         AT END
006090             MOVE "10" TO WS-DEPTFILE-STATUS
006100             GO TO 1510-EXIT
006110     END-READ.
006120     ADD 1 TO WS-DEPT-COUNT.
006130     MOVE DR-DEPT-CODE    TO WS-DEPT-CODE (WS-DEPT-COUNT).
006140     MOVE DR-DEPT-NAME    TO WS-DEPT-NAME (WS-DEPT-COUNT).
006150     MOVE DR-DEPT-MANAGER TO WS-DEPT-MANAGER (WS-DEPT-COUNT).
006160 1510-EXIT.
006170     EXIT.
006180*----------------------------------------------------------------
006190 1600-OPEN-PRINT-FILES.
006200*----------------------------------------------------------------
006210     OPEN OUTPUT REGISTER-FILE.
006220     IF WS-REGISTER-STATUS NOT = "00"
006230         DISPLAY "EMPAPR01 - UNABLE TO OPEN APRREG, STATUS = "
006240             WS-REGISTER-STATUS
006250         MOVE 8 TO WS-RETURN-CODE
006260         GO TO 1600-EXIT
006270     END-IF.
006280     OPEN OUTPUT REPORT-FILE.
006290     IF WS-REPORT-STATUS NOT = "00"
006300         DISPLAY "EMPAPR01 - UNABLE TO OPEN PNDRPT, STATUS = "
006310             WS-REPORT-STATUS
006320         CLOSE REGISTER-FILE
006330         MOVE 8 TO WS-RETURN-CODE
006340     END-IF.
006350 1600-EXIT.
006360     EXIT.
006370*----------------------------------------------------------------
006380* TAKE ONE DECISION, IN FILE ORDER.  IT MUST NAME AN ITEM STILL
006390* ON FILE, COME FROM AN APPROVER AUTHORIZED FOR THE ITEM'S
006400* DEPARTMENT, AND BE A OR R.  AN ITEM ALREADY APPROVED CANNOT BE
006410* DECIDED AGAIN, AND ITS OWN SUBMITTER CANNOT APPROVE IT.
006420*----------------------------------------------------------------
006430 2000-TAKE-ONE-DECISION.
006440*----------------------------------------------------------------
006450     PERFORM 2100-FIND-ITEM THRU 2100-EXIT.
006460     IF WS-PD-SUB > WS-PD-COUNT
006470         MOVE "REFUSED - NO SUCH PENDING CHANGE"
006480             TO WS-DC-RESULT (WS-DC-SUB)
006490         GO TO 2000-REFUSED
006500     END-IF.
006510     MOVE WS-PD-SUB TO WS-DC-ITEM (WS-DC-SUB).
006520     MOVE WS-PD-RECORD (WS-PD-SUB) TO WS-PENDING-WORK.
006530     IF NOT WS-PD-ON-FILE (WS-PD-SUB)
006540         MOVE "REFUSED - ALREADY DECIDED THIS RUN"
006550             TO WS-DC-RESULT (WS-DC-SUB)
006560         GO TO 2000-REFUSED
006570     END-IF.
006580     PERFORM 2200-FIND-APPROVER THRU 2200-EXIT.
006590     IF WS-AU-SUB > WS-AU-COUNT
006600         MOVE "REFUSED - APPROVER NOT AUTHORIZED"
006610             TO WS-DC-RESULT (WS-DC-SUB)
006620         GO TO 2000-REFUSED
006630     END-IF.
006640     IF NOT WS-DC-APPROVE (WS-DC-SUB) AND
006650        NOT WS-DC-REJECT (WS-DC-SUB)
006660         MOVE "REFUSED - DECISION NOT A OR R"
006670             TO WS-DC-RESULT (WS-DC-SUB)
006680         GO TO 2000-REFUSED
006690     END-IF.
006700     IF WS-PD-APPROVED (WS-PD-SUB)
006710         MOVE "REFUSED - ALREADY APPROVED"
006720             TO WS-DC-RESULT (WS-DC-SUB)
006730         GO TO 2000-REFUSED
006740     END-IF.
006750     IF WS-DC-APPROVE (WS-DC-SUB) AND
006760        WS-DC-APPROVER (WS-DC-SUB) = PW-SUBMITTER
006770         MOVE "REFUSED - SUBMITTER CANNOT APPROVE"
006780             TO WS-DC-RESULT (WS-DC-SUB)
006790         GO TO 2000-REFUSED
006800     END-IF.
006810     IF WS-DC-REJECT (WS-DC-SUB)
006820         MOVE "R" TO WS-PD-STATE (WS-PD-SUB)
006830         ADD 1 TO WS-REJECTED-COUNT
006840         IF WS-DC-APPROVER (WS-DC-SUB) = PW-SUBMITTER
006850             MOVE "REJECTED - WITHDRAWN BY SUBMITTER"
006860                 TO WS-DC-RESULT (WS-DC-SUB)
006870         ELSE
006880             MOVE "REJECTED - CHANGE DROPPED"
006890                 TO WS-DC-RESULT (WS-DC-SUB)
006900         END-IF
006910         GO TO 2000-EXIT
006920     END-IF.
006930     SET PW-APPROVED TO TRUE.
006940     MOVE WS-DC-APPROVER (WS-DC-SUB) TO PW-APPROVER.
006950     MOVE WS-RUN-DATE-NUM            TO PW-DECISION-DATE.
006960     MOVE WS-PENDING-WORK TO WS-PD-RECORD (WS-PD-SUB).
006970     MOVE "A" TO WS-PD-STATE (WS-PD-SUB).
006980     ADD 1 TO WS-APPROVED-COUNT.
006990     MOVE "APPROVED - RELEASES ON NEXT MAINTENANCE"
007000         TO WS-DC-RESULT (WS-DC-SUB).
007010     GO TO 2000-EXIT.
007020 2000-REFUSED.
007030     MOVE "Y" TO WS-DC-REFUSED (WS-DC-SUB).
007040     ADD 1 TO WS-REFUSED-COUNT.
007050     IF WS-RETURN-CODE < 4
007060         MOVE 4 TO WS-RETURN-CODE
007070     END-IF.
007080 2000-EXIT.
007090     EXIT.
007100*----------------------------------------------------------------
007110* FIND THE PENDING ITEM THE DECISION NAMES; WS-PD-SUB IS LEFT
007120* PAST THE END OF THE TABLE WHEN THERE IS NONE.
007130*----------------------------------------------------------------
007140 2100-FIND-ITEM.
007150*----------------------------------------------------------------
007160     MOVE 1 TO WS-PD-SUB.
007170     PERFORM 2110-BUMP-PD-SUB THRU 2110-EXIT
007180         UNTIL WS-PD-SUB > WS-PD-COUNT
007190            OR WS-PD-KEY (WS-PD-SUB) = WS-DC-KEY (WS-DC-SUB).
007200 2100-EXIT.
007210     EXIT.
007220*----------------------------------------------------------------
007230 2110-BUMP-PD-SUB.
007240*----------------------------------------------------------------
007250     ADD 1 TO WS-PD-SUB.
007260 2110-EXIT.
007270     EXIT.
007280*----------------------------------------------------------------
007290* FIND THE DECISION'S APPROVER AUTHORIZED FOR THE ITEM'S
007300* DEPARTMENT, EITHER BY NAME OR THROUGH DEPT 000; WS-AU-SUB IS
007310* LEFT PAST THE END OF THE TABLE WHEN THERE IS NONE.
007320*----------------------------------------------------------------
007330 2200-FIND-APPROVER.
007340*----------------------------------------------------------------
007350     MOVE 1 TO WS-AU-SUB.
007360     PERFORM 2210-BUMP-AU-SUB THRU 2210-EXIT
007370         UNTIL WS-AU-SUB > WS-AU-COUNT
007380            OR (WS-AU-APPROVER (WS-AU-SUB) =
007390                    WS-DC-APPROVER (WS-DC-SUB)
007400                AND (WS-AU-DEPT (WS-AU-SUB) = ZERO
007410                  OR WS-AU-DEPT (WS-AU-SUB) =
007420                         WS-PD-DEPT (WS-PD-SUB))).
007430 2200-EXIT.
007440     EXIT.
007450*----------------------------------------------------------------
007460 2210-BUMP-AU-SUB.
007470*----------------------------------------------------------------
007480     ADD 1 TO WS-AU-SUB.
007490 2210-EXIT.
007500     EXIT.
007510*----------------------------------------------------------------
007520* AGE ONE ITEM FROM ITS SUBMIT DATE.  ONE STILL UNDECIDED PAST
007530* THE AGE-OUT LIMIT IS DROPPED; AN APPROVED ONE WAITS FOR THE
007540* MAINTENANCE RUN HOWEVER OLD IT IS.
007550*----------------------------------------------------------------
007560 3000-AGE-ONE-ITEM.
007570*----------------------------------------------------------------
007580     IF NOT WS-PD-ON-FILE (WS-PD-SUB)
007590         GO TO 3000-EXIT
007600     END-IF.
007610     MOVE WS-PD-RECORD (WS-PD-SUB) TO WS-PENDING-WORK.
007620     COMPUTE WS-SUBMIT-INT = FUNCTION INTEGER-OF-DATE
007630         (PW-SUBMIT-DATE).
007640     IF WS-SUBMIT-INT < WS-RUN-INT
007650         COMPUTE WS-PD-AGE (WS-PD-SUB) =
007660             WS-RUN-INT - WS-SUBMIT-INT
007670     END-IF.
007680     IF WS-PD-PENDING (WS-PD-SUB) AND
007690        WS-PD-AGE (WS-PD-SUB) > WS-AGE-OUT-DAYS
007700         MOVE "X" TO WS-PD-STATE (WS-PD-SUB)
007710         ADD 1 TO WS-AGED-OUT-COUNT
007720     END-IF.
007730 3000-EXIT.
007740     EXIT.
007750*----------------------------------------------------------------
007760* WRITE ONE ITEM STILL ON FILE TO THE NEW GENERATION.
007770*----------------------------------------------------------------
007780 4000-WRITE-ONE-ITEM.
007790*----------------------------------------------------------------
007800     IF NOT WS-PD-ON-FILE (WS-PD-SUB)
007810         GO TO 4000-EXIT
007820     END-IF.
007830     IF WS-PD-APPROVED (WS-PD-SUB)
007840         ADD 1 TO WS-AWAITING-RELEASE
007850     ELSE
007860         ADD 1 TO WS-STILL-PENDING
007870     END-IF.
007880     MOVE WS-PD-RECORD (WS-PD-SUB) TO PENDING-CHANGE-RECORD.
007890     WRITE PENDING-CHANGE-RECORD.
007900 4000-EXIT.
007910     EXIT.
007920*----------------------------------------------------------------
007930* NOTHING CAN BE DECIDED -- COPY THE FILE FORWARD AS IT STANDS,
007940* FROM THE TOP, WHATEVER WAS LOADED BEFORE THE FAILURE.
007950*----------------------------------------------------------------
007960 4100-CARRY-FORWARD.
007970*----------------------------------------------------------------
007980     CLOSE PENDING-OLD-FILE.
007990     OPEN INPUT PENDING-OLD-FILE.
008000     MOVE ZERO TO WS-STILL-PENDING.
008010     MOVE "N" TO WS-LOAD-EOF-SWITCH.
008020     PERFORM 4110-CARRY-ONE-ITEM THRU 4110-EXIT
008030         UNTIL WS-LOAD-END-OF-FILE.
008040 4100-EXIT.
008050     EXIT.
008060*----------------------------------------------------------------
008070 4110-CARRY-ONE-ITEM.
008080*----------------------------------------------------------------
008090     READ PENDING-OLD-FILE
008100         AT END
008110             MOVE "Y" TO WS-LOAD-EOF-SWITCH
008120             GO TO 4110-EXIT
008130     END-READ.
008140     MOVE PENDING-OLD-RECORD TO PENDING-CHANGE-RECORD.
008150     WRITE PENDING-CHANGE-RECORD.
008160     ADD 1 TO WS-STILL-PENDING.
008170 4110-EXIT.
008180     EXIT.
008190*----------------------------------------------------------------
008200* THE REGISTER -- EVERY DECISION WITH ITS RESULT, THEN EVERY
008210* ITEM AGED OUT, THEN THE RUN COUNTS.
008220*----------------------------------------------------------------
008230 5000-PRINT-REGISTER.
008240*----------------------------------------------------------------
008250     MOVE WS-REG-COLUMN-LINE TO WS-REG-HEADING-2.
008260     PERFORM 5100-PRINT-ONE-DECISION THRU 5100-EXIT
008270         VARYING WS-DC-SUB FROM 1 BY 1
008280         UNTIL WS-DC-SUB > WS-DC-COUNT.
008290     PERFORM 5200-PRINT-ONE-AGED-OUT THRU 5200-EXIT
008300         VARYING WS-PD-SUB FROM 1 BY 1
008310         UNTIL WS-PD-SUB > WS-PD-COUNT.
008320     PERFORM 5300-PRINT-COUNTS THRU 5300-EXIT.
008330 5000-EXIT.
008340     EXIT.
008350*----------------------------------------------------------------
008360 5100-PRINT-ONE-DECISION.
008370*----------------------------------------------------------------
008380     MOVE WS-DC-EMPLOYEE-ID (WS-DC-SUB) TO RGD-EMPLOYEE-ID.
008390     MOVE WS-DC-SUBMIT-DATE (WS-DC-SUB) TO RGD-SUBMIT-DATE.
008400     MOVE WS-DC-SUBMIT-SEQ (WS-DC-SUB)  TO RGD-SUBMIT-SEQ.
008410     IF WS-DC-ITEM (WS-DC-SUB) = ZERO
008420         MOVE SPACES TO RGD-ACTION
008430         MOVE SPACES TO RGD-NAME
008440     ELSE
008450         MOVE WS-PD-RECORD (WS-DC-ITEM (WS-DC-SUB))
008460             TO WS-PENDING-WORK
008470         MOVE PW-ACTION      TO RGD-ACTION
008480         MOVE PW-MASTER-NAME TO RGD-NAME
008490     END-IF.
008500     MOVE WS-DC-DECISION (WS-DC-SUB) TO RGD-DECISION.
008510     MOVE WS-DC-APPROVER (WS-DC-SUB) TO RGD-BY.
008520     MOVE WS-DC-RESULT (WS-DC-SUB)   TO RGD-RESULT.
008530     MOVE WS-REG-DETAIL-LINE TO WS-PRINT-AREA.
008540     PERFORM 8000-PRINT-REGISTER-LINE THRU 8000-EXIT.
008550 5100-EXIT.
008560     EXIT.
008570*----------------------------------------------------------------
008580 5200-PRINT-ONE-AGED-OUT.
008590*----------------------------------------------------------------
008600     IF NOT WS-PD-AGED-OUT (WS-PD-SUB)
008610         GO TO 5200-EXIT
008620     END-IF.
008630     MOVE WS-PD-RECORD (WS-PD-SUB) TO WS-PENDING-WORK.
008640     MOVE PW-EMPLOYEE-ID   TO RGD-EMPLOYEE-ID.
008650     MOVE PW-SUBMIT-DATE   TO RGD-SUBMIT-DATE.
008660     MOVE PW-SUBMIT-SEQ    TO RGD-SUBMIT-SEQ.
008670     MOVE PW-ACTION        TO RGD-ACTION.
008680     MOVE PW-MASTER-NAME   TO RGD-NAME.
008690     MOVE SPACES           TO RGD-DECISION.
008700     MOVE PW-SUBMITTER     TO RGD-BY.
008710     MOVE WS-PD-AGE (WS-PD-SUB) TO AGD-DAYS.
008720     MOVE WS-AGED-RESULT   TO RGD-RESULT.
008730     MOVE WS-REG-DETAIL-LINE TO WS-PRINT-AREA.
008740     PERFORM 8000-PRINT-REGISTER-LINE THRU 8000-EXIT.
008750 5200-EXIT.
008760     EXIT.
008770*----------------------------------------------------------------
008780 5300-PRINT-COUNTS.
008790*----------------------------------------------------------------
008800     MOVE SPACES TO WS-PRINT-AREA.
008810     PERFORM 8000-PRINT-REGISTER-LINE THRU 8000-EXIT.
008820     MOVE "PENDING ITEMS READ . . . . . . :" TO CNT-LABEL.
008830     MOVE WS-PENDING-READ TO CNT-VALUE.
008840     PERFORM 5310-PRINT-ONE-COUNT THRU 5310-EXIT.
008850     MOVE "DECISIONS READ . . . . . . . . :" TO CNT-LABEL.
008860     MOVE WS-DECISIONS-READ TO CNT-VALUE.
008870     PERFORM 5310-PRINT-ONE-COUNT THRU 5310-EXIT.
008880     MOVE "APPROVED . . . . . . . . . . . :" TO CNT-LABEL.
008890     MOVE WS-APPROVED-COUNT TO CNT-VALUE.
008900     PERFORM 5310-PRINT-ONE-COUNT THRU 5310-EXIT.
008910     MOVE "REJECTED . . . . . . . . . . . :" TO CNT-LABEL.
008920     MOVE WS-REJECTED-COUNT TO CNT-VALUE.
008930     PERFORM 5310-PRINT-ONE-COUNT THRU 5310-EXIT.
008940     MOVE "DECISIONS REFUSED  . . . . . . :" TO CNT-LABEL.
008950     MOVE WS-REFUSED-COUNT TO CNT-VALUE.
008960     PERFORM 5310-PRINT-ONE-COUNT THRU 5310-EXIT.
008970     MOVE "AGED OUT . . . . . . . . . . . :" TO CNT-LABEL.
008980     MOVE WS-AGED-OUT-COUNT TO CNT-VALUE.
008990     PERFORM 5310-PRINT-ONE-COUNT THRU 5310-EXIT.
009000     MOVE "STILL PENDING  . . . . . . . . :" TO CNT-LABEL.
009010     MOVE WS-STILL-PENDING TO CNT-VALUE.
009020     PERFORM 5310-PRINT-ONE-COUNT THRU 5310-EXIT.
009030     MOVE "APPROVED, AWAITING RELEASE . . :" TO CNT-LABEL.
009040     MOVE WS-AWAITING-RELEASE TO CNT-VALUE.
009050     PERFORM 5310-PRINT-ONE-COUNT THRU 5310-EXIT.
009060 5300-EXIT.
009070     EXIT.
009080*----------------------------------------------------------------
009090 5310-PRINT-ONE-COUNT.
009100*----------------------------------------------------------------
009110     MOVE WS-COUNT-LINE TO WS-PRINT-AREA.
009120     PERFORM 8000-PRINT-REGISTER-LINE THRU 8000-EXIT.
009130 5310-EXIT.
009140     EXIT.
009150*----------------------------------------------------------------
009160* THE PENDING REPORT -- ONE PAGE PER DEPARTMENT WITH ANYTHING
009170* STILL ON FILE, FOR ITS MANAGER, IN FILE ORDER WITHIN IT.
009180*----------------------------------------------------------------
009190 6000-PRINT-PENDING-REPORT.
009200*----------------------------------------------------------------
009210     PERFORM 6100-START-ONE-DEPARTMENT THRU 6100-EXIT
009220         VARYING WS-PD-SUB FROM 1 BY 1
009230         UNTIL WS-PD-SUB > WS-PD-COUNT.
009240     IF WS-RPT-PAGE-NUMBER = ZERO
009250         MOVE SPACES TO WS-RPT-HEADING-2
009260         MOVE "NO CHANGES PENDING" TO WS-PRINT-AREA
009270         PERFORM 8100-PRINT-REPORT-LINE THRU 8100-EXIT
009280     END-IF.
009290 6000-EXIT.
009300     EXIT.
009310*----------------------------------------------------------------
009320 6100-START-ONE-DEPARTMENT.
009330*----------------------------------------------------------------
009340     IF NOT WS-PD-ON-FILE (WS-PD-SUB)
009350        OR WS-PD-ON-REPORT (WS-PD-SUB)
009360         GO TO 6100-EXIT
009370     END-IF.
009380     MOVE 1 TO WS-DEPT-SUB.
009390     PERFORM 6200-BUMP-DEPT-SUB THRU 6200-EXIT
009400         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
009410            OR WS-DEPT-CODE (WS-DEPT-SUB) =
009420                   WS-PD-DEPT (WS-PD-SUB).
009430     MOVE WS-PD-DEPT (WS-PD-SUB) TO RDL-DEPT-CODE.
009440     IF WS-DEPT-SUB > WS-DEPT-COUNT
009450         MOVE "NOT ON DEPTFILE"  TO RDL-DEPT-NAME
009460         MOVE SPACES             TO RDL-DEPT-MANAGER
009470     ELSE
009480         MOVE WS-DEPT-NAME (WS-DEPT-SUB)    TO RDL-DEPT-NAME
009490         MOVE WS-DEPT-MANAGER (WS-DEPT-SUB) TO RDL-DEPT-MANAGER
009500     END-IF.
009510     MOVE WS-RPT-DEPT-LINE TO WS-RPT-HEADING-2.
009520     MOVE ZERO TO WS-RPT-LINE-COUNT.
009530     PERFORM 6300-PRINT-ONE-ITEM THRU 6300-EXIT
009540         VARYING WS-PD-SUB-2 FROM WS-PD-SUB BY 1
009550         UNTIL WS-PD-SUB-2 > WS-PD-COUNT.
009560 6100-EXIT.
009570     EXIT.
009580*----------------------------------------------------------------
009590 6200-BUMP-DEPT-SUB.
009600*----------------------------------------------------------------
009610     ADD 1 TO WS-DEPT-SUB.
009620 6200-EXIT.
009630     EXIT.
009640*----------------------------------------------------------------
009650* ONE ITEM OF THE DEPARTMENT -- WHAT IT CHANGES FROM AND TO, WHO
009660* KEYED IT, HOW LONG IT HAS WAITED AND WHERE IT STANDS.
009670*----------------------------------------------------------------
009680 6300-PRINT-ONE-ITEM.
009690*----------------------------------------------------------------
009700     IF NOT WS-PD-ON-FILE (WS-PD-SUB-2)
009710        OR WS-PD-DEPT (WS-PD-SUB-2) NOT = WS-PD-DEPT (WS-PD-SUB)
009720         GO TO 6300-EXIT
009730     END-IF.
009740     MOVE "Y" TO WS-PD-LISTED (WS-PD-SUB-2).
009750     MOVE WS-PD-RECORD (WS-PD-SUB-2) TO WS-PENDING-WORK.
009760     MOVE PW-EMPLOYEE-ID   TO RPD-EMPLOYEE-ID.
009770     MOVE PW-SUBMIT-DATE   TO RPD-SUBMIT-DATE.
009780     MOVE PW-SUBMIT-SEQ    TO RPD-SUBMIT-SEQ.
009790     MOVE PW-ACTION        TO RPD-ACTION.
009800     MOVE PW-MASTER-NAME   TO RPD-NAME.
009810     MOVE PW-SUBMITTER     TO RPD-SUBMITTER.
009820     MOVE WS-PD-AGE (WS-PD-SUB-2) TO RPD-AGE.
009830     EVALUATE TRUE
009840         WHEN PW-ACTION-STATUS
009850             MOVE "STATUS"          TO RPD-CHANGE
009860             MOVE PW-PRIOR-STATUS   TO RPD-FROM
009870             MOVE PW-EMP-STATUS     TO STV-STATUS
009880             MOVE PW-STATUS-DATE    TO STV-DATE
009890             MOVE WS-STATUS-VALUE   TO RPD-TO
009900         WHEN PW-ACTION-ADD
009910             MOVE "HIRE"            TO RPD-CHANGE
009920             MOVE "NEW EMPLOYEE"    TO RPD-FROM
009930             MOVE PW-EMP-PAY-TYPE   TO PAY-TYPE
009940             MOVE PW-EMP-SALARY     TO WS-SALARY-EDITED
009950             MOVE WS-SALARY-EDITED  TO PAY-SALARY
009960             MOVE WS-PAY-VALUE      TO RPD-TO
009970         WHEN OTHER
009980             MOVE "PAY"             TO RPD-CHANGE
009990             MOVE PW-PRIOR-PAY-TYPE TO PAY-TYPE
010000             MOVE PW-PRIOR-SALARY   TO WS-SALARY-EDITED
010010             MOVE WS-SALARY-EDITED  TO PAY-SALARY
010020             MOVE WS-PAY-VALUE      TO RPD-FROM
010030             MOVE PW-EMP-PAY-TYPE   TO PAY-TYPE
010040             MOVE PW-EMP-SALARY     TO WS-SALARY-EDITED
010050             MOVE WS-SALARY-EDITED  TO PAY-SALARY
010060             MOVE WS-PAY-VALUE      TO RPD-TO
010070     END-EVALUATE.
010080     IF WS-PD-APPROVED (WS-PD-SUB-2)
010090         MOVE PW-APPROVER       TO APS-APPROVER
010100         MOVE WS-APPROVED-STATE TO RPD-STATE
010110     ELSE
010120         MOVE "AWAITING APPROVAL" TO RPD-STATE
010130     END-IF.
010140     MOVE WS-RPT-DETAIL-LINE TO WS-PRINT-AREA.
010150     PERFORM 8100-PRINT-REPORT-LINE THRU 8100-EXIT.
010160 6300-EXIT.
010170     EXIT.
010180*----------------------------------------------------------------
010190* PRINT ONE REGISTER LINE, WITH HEADINGS AT THE TOP OF EACH PAGE.
010200*----------------------------------------------------------------
010210 8000-PRINT-REGISTER-LINE.
010220*----------------------------------------------------------------
010230     IF WS-REG-LINE-COUNT = ZERO OR
010240        WS-REG-LINE-COUNT >= WS-LINES-PER-PAGE
010250         ADD 1 TO WS-REG-PAGE-NUMBER
010260         MOVE WS-RUN-DATE-EDIT   TO REG-RUN-DATE
010270         MOVE WS-REG-PAGE-NUMBER TO REG-PAGE-NUMBER
010280         MOVE WS-REG-HEADING-1   TO REGISTER-LINE
010290         WRITE REGISTER-LINE
010300         MOVE SPACES             TO REGISTER-LINE
010310         WRITE REGISTER-LINE
010320         MOVE WS-REG-HEADING-2   TO REGISTER-LINE
010330         WRITE REGISTER-LINE
010340         MOVE SPACES             TO REGISTER-LINE
010350         WRITE REGISTER-LINE
010360         MOVE 4 TO WS-REG-LINE-COUNT
010370     END-IF.
010380     MOVE WS-PRINT-AREA TO REGISTER-LINE.
010390     WRITE REGISTER-LINE.
010400     ADD 1 TO WS-REG-LINE-COUNT.
010410 8000-EXIT.
010420     EXIT.
010430*----------------------------------------------------------------
010440* PRINT ONE PENDING-REPORT LINE, WITH THE DEPARTMENT AND COLUMN
010450* HEADINGS AT THE TOP OF EACH PAGE.
010460*----------------------------------------------------------------
010470 8100-PRINT-REPORT-LINE.
010480*----------------------------------------------------------------
010490     IF WS-RPT-LINE-COUNT = ZERO OR
010500        WS-RPT-LINE-COUNT >= WS-LINES-PER-PAGE
010510         ADD 1 TO WS-RPT-PAGE-NUMBER
010520         MOVE WS-RUN-DATE-EDIT   TO RPT-RUN-DATE
010530         MOVE WS-RPT-PAGE-NUMBER TO RPT-PAGE-NUMBER
010540         MOVE WS-RPT-HEADING-1   TO REPORT-LINE
010550         WRITE REPORT-LINE
010560         MOVE SPACES             TO REPORT-LINE
010570         WRITE REPORT-LINE
010580         MOVE WS-RPT-HEADING-2   TO REPORT-LINE
010590         WRITE REPORT-LINE
010600         MOVE WS-RPT-COLUMN-LINE TO REPORT-LINE
010610         WRITE REPORT-LINE
010620         MOVE SPACES             TO REPORT-LINE
010630         WRITE REPORT-LINE
010640         MOVE 5 TO WS-RPT-LINE-COUNT
010650     END-IF.
010660     MOVE WS-PRINT-AREA TO REPORT-LINE.
010670     WRITE REPORT-LINE.
010680     ADD 1 TO WS-RPT-LINE-COUNT.
010690 8100-EXIT.
010700     EXIT.
010710*----------------------------------------------------------------
010720 9000-TERMINATE.
010730*----------------------------------------------------------------
010740     IF WS-PENDING-IS-OPEN
010750         CLOSE PENDING-OLD-FILE
010760         CLOSE PENDING-NEW-FILE
010770     END-IF.
010780     IF WS-APPLY-DECISIONS
010790         CLOSE REGISTER-FILE
010800         CLOSE REPORT-FILE
010810     END-IF.
010820     DISPLAY "EMPAPR01 - PENDING READ      : " WS-PENDING-READ.
010830     DISPLAY "EMPAPR01 - DECISIONS READ    : " WS-DECISIONS-READ.
010840     DISPLAY "EMPAPR01 - APPROVED          : " WS-APPROVED-COUNT.
010850     DISPLAY "EMPAPR01 - REJECTED          : " WS-REJECTED-COUNT.
010860     DISPLAY "EMPAPR01 - REFUSED           : " WS-REFUSED-COUNT.
010870     DISPLAY "EMPAPR01 - AGED OUT          : " WS-AGED-OUT-COUNT.
010880     DISPLAY "EMPAPR01 - STILL PENDING     : " WS-STILL-PENDING.
010890     DISPLAY "EMPAPR01 - AWAITING RELEASE  : "
010900         WS-AWAITING-RELEASE.
010910     IF NOT WS-APPLY-DECISIONS
010920         DISPLAY "EMPAPR01 - *** NOTHING DECIDED, PENDING-CHANGE "
010930             "FILE CARRIED FORWARD UNCHANGED"
010940     END-IF.
010950 9000-EXIT.
010960     EXIT.
