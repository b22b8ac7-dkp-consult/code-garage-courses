000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     DDAMNT01.
000030 AUTHOR.         J HALVORSEN.
000040 INSTALLATION.   PAYROLL SYSTEMS GROUP.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  -------------------------------------------
000120* 10/15/2026  JH   ORIGINAL PROGRAM.  DIRECT-DEPOSIT ACCOUNT
000130*                  MAINTENANCE -- READS THE CURRENT GENERATION
000140*                  OF THE DDACCT ACCOUNT FILE AND A SORTED FILE
000150*                  OF CODED TRANSACTIONS (A = ADD, C = CHANGE,
000160*                  D = DELETE), APPLIES THEM WITH A BALANCE-LINE
000170*                  MATCH ON EMP-ID, AND WRITES THE NEW
000180*                  GENERATION TO DDACCTN.  A ROUTING NUMBER MUST
000190*                  PASS THE BANK CHECK-DIGIT TEST, THE ACCOUNT
000200*                  NUMBER MUST BE PRESENT AND THE TYPE MUST BE
000210*                  C (CHECKING) OR S (SAVINGS).  AN ADDED OR
000220*                  CHANGED ACCOUNT STARTS PRENOTE-DUE SO THE PAY
000230*                  RUN PROVES IT WITH A ZERO-DOLLAR PRENOTE AND
000240*                  PAYS BY CHECK UNTIL IT GOES LIVE -- A CHANGE
000250*                  IS ALSO HOW A RETURNED ACCOUNT IS CORRECTED.
000260*                  EVERY TRANSACTION IS PRINTED ON THE DDAREG
000270*                  REGISTER AS APPLIED OR REJECTED WITH A REASON,
000280*                  AND EVERY ONE APPLIED APPENDS A BEFORE/AFTER
000290*                  AUDIT RECORD TO DDAUDIT.  RETURN-CODE IS 0
000300*                  WHEN EVERY TRANSACTION APPLIED, 4 WHEN ANY
000310*                  WERE REJECTED, AND 8 WHEN A FILE COULD NOT BE
000320*                  OPENED -- THE ACCOUNT FILE IS THEN CARRIED
000330*                  FORWARD UNCHANGED.
000340*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT OLD-ACCOUNT-FILE ASSIGN TO "DDACCTO"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-DDACCTO-STATUS.
000410     SELECT DDA-TRAN-FILE ASSIGN TO "DDATRAN"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-DDATRAN-STATUS.
000440     SELECT NEW-ACCOUNT-FILE ASSIGN TO "DDACCTN"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-DDACCTN-STATUS.
000470     SELECT REGISTER-FILE ASSIGN TO "DDAREG"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-REGISTER-STATUS.
000500     SELECT DDA-AUDIT-FILE ASSIGN TO "DDAUDIT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-DDAUDIT-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  OLD-ACCOUNT-FILE
000560     RECORD CONTAINS 60 CHARACTERS.
000570     COPY DDACCT REPLACING ==DD-ACCOUNT-RECORD==
000580                        BY ==OLD-DDA-RECORD==.
000590*----------------------------------------------------------------
000600* ONE TRANSACTION PER ACCOUNT CHANGE, SORTED BY EMP-ID.  THE
000610* ROUTING NUMBER IS ALSO SEEN DIGIT BY DIGIT FOR THE CHECK-DIGIT
000620* TEST.  A DELETE NEEDS ONLY THE ACTION AND EMP-ID.
000630*----------------------------------------------------------------
000640 FD  DDA-TRAN-FILE
000650     RECORD CONTAINS 33 CHARACTERS.
000660 01  DDA-TRANSACTION.
000670     05  DT-ACTION           PIC X(01).
000680         88  DT-ACTION-ADD              VALUE "A".
000690         88  DT-ACTION-CHANGE           VALUE "C".
000700         88  DT-ACTION-DELETE           VALUE "D".
000710     05  DT-EMPLOYEE-ID      PIC 9(05).
000720     05  DT-ROUTING-NUMBER   PIC 9(09).
000730     05  DT-ROUTING-DIGITS REDEFINES DT-ROUTING-NUMBER.
000740         10  DT-ROUTING-DIGIT PIC 9(01) OCCURS 9 TIMES.
000750     05  DT-ACCOUNT-NUMBER   PIC X(17).
000760     05  DT-ACCOUNT-TYPE     PIC X(01).
000770         88  DT-TYPE-VALID       VALUE "C" "S".
000780 FD  NEW-ACCOUNT-FILE
000790     RECORD CONTAINS 60 CHARACTERS.
000800     COPY DDACCT.
000810 FD  REGISTER-FILE
000820     RECORD CONTAINS 132 CHARACTERS.
000830 01  REGISTER-LINE           PIC X(132).
000840 FD  DDA-AUDIT-FILE
000850     RECORD CONTAINS 150 CHARACTERS.
000860     COPY DDAAREC.
000870 WORKING-STORAGE SECTION.
000880*----------------------------------------------------------------
000890* FILE STATUS AND CONTROL SWITCHES
000900*----------------------------------------------------------------
000910 77  WS-DDACCTO-STATUS       PIC X(02) VALUE SPACES.
000920 77  WS-DDATRAN-STATUS       PIC X(02) VALUE SPACES.
000930 77  WS-DDACCTN-STATUS       PIC X(02) VALUE SPACES.
000940 77  WS-REGISTER-STATUS      PIC X(02) VALUE SPACES.
000950 77  WS-DDAUDIT-STATUS       PIC X(02) VALUE SPACES.
000960 77  WS-REGISTER-OPEN-SWITCH PIC X(01) VALUE "N".
000970     88  WS-REGISTER-IS-OPEN           VALUE "Y".
000980 77  WS-ACCOUNTS-OPEN-SWITCH PIC X(01) VALUE "N".
000990     88  WS-ACCOUNTS-ARE-OPEN          VALUE "Y".
001000 77  WS-TRANS-OPEN-SWITCH    PIC X(01) VALUE "N".
001010     88  WS-TRANS-ARE-OPEN             VALUE "Y".
001020 77  WS-AUDIT-OPEN-SWITCH    PIC X(01) VALUE "N".
001030     88  WS-AUDIT-IS-OPEN              VALUE "Y".
001040 77  WS-RETURN-CODE          PIC 9(01) VALUE ZERO.
001050*----------------------------------------------------------------
001060* BALANCE-LINE CONTROL KEYS.  EACH KEY IS SET TO HIGH-VALUES AT
001070* END OF ITS FILE SO THE OTHER FILE DRAINS THROUGH THE MATCH --
001080* WHICH IS ALSO HOW A RUN THAT CANNOT READ ITS TRANSACTIONS
001090* STILL CARRIES EVERY ACCOUNT FORWARD.  THE WORK RECORD HOLDS
001100* THE ACCOUNT FOR THE ACTIVE KEY WHILE ITS TRANSACTIONS APPLY.
001110*----------------------------------------------------------------
001120 77  WS-OLD-KEY              PIC X(05) VALUE SPACES.
001130 77  WS-TRAN-KEY             PIC X(05) VALUE SPACES.
001140 77  WS-PREV-TRAN-KEY        PIC X(05) VALUE LOW-VALUES.
001150 77  WS-TRAN-USABLE-SWITCH   PIC X(01) VALUE "N".
001160     88  WS-TRAN-USABLE                VALUE "Y".
001170 77  WS-ACTIVE-KEY           PIC X(05) VALUE SPACES.
001180 77  WS-ALLOCATED-SWITCH     PIC X(01) VALUE "N".
001190     88  WS-ACCOUNT-ALLOCATED          VALUE "Y".
001200     COPY DDACCT REPLACING ==DD-ACCOUNT-RECORD==
001210                        BY ==WS-DDA-RECORD==.
001220*----------------------------------------------------------------
001230* ACCOUNT EDIT -- THE REJECT REASON (SPACES WHEN THE ACCOUNT
001240* PASSES) AND THE ROUTING CHECK-DIGIT WORK FIELDS.  THE WEIGHTED
001250* SUM OF THE NINE DIGITS (3, 7, 1 REPEATING) MUST BE A MULTIPLE
001260* OF TEN.
001270*----------------------------------------------------------------
001280 77  WS-EDIT-REASON          PIC X(40) VALUE SPACES.
001290 77  WS-ROUTING-SUM          PIC 9(04) COMP VALUE ZERO.
001300 77  WS-ROUTING-TENS         PIC 9(04) COMP VALUE ZERO.
001310 77  WS-ROUTING-REMAINDER    PIC 9(02) COMP VALUE ZERO.
001320*----------------------------------------------------------------
001330* AUDIT-TRAIL CONTROLS -- THE ACCOUNT IMAGE AS IT STOOD BEFORE
001340* THE TRANSACTION IN HAND, AND THE WRITE TIMESTAMP FIELDS.
001350*----------------------------------------------------------------
001360 77  WS-BEFORE-IMAGE         PIC X(60) VALUE SPACES.
001370 77  WS-AUDIT-DATE           PIC 9(08) VALUE ZERO.
001380 77  WS-AUDIT-TIME           PIC 9(08) VALUE ZERO.
001390 77  WS-AUDITS-WRITTEN       PIC 9(05) COMP VALUE ZERO.
001400*----------------------------------------------------------------
001410* RUN COUNTS FOR THE REGISTER TRAILER
001420*----------------------------------------------------------------
001430 77  WS-ACCOUNTS-READ        PIC 9(07) COMP VALUE ZERO.
001440 77  WS-ACCOUNTS-WRITTEN     PIC 9(07) COMP VALUE ZERO.
001450 77  WS-TRANS-READ           PIC 9(05) COMP VALUE ZERO.
001460 77  WS-TRANS-APPLIED        PIC 9(05) COMP VALUE ZERO.
001470 77  WS-TRANS-REJECTED       PIC 9(05) COMP VALUE ZERO.
001480 77  WS-PRENOTES-DUE         PIC 9(05) COMP VALUE ZERO.
001490 77  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
001500 77  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 15.
001510 77  WS-PAGE-NUMBER          PIC 9(03) COMP VALUE ZERO.
001520*----------------------------------------------------------------
001530* RUN DATE, PICKED UP ONCE AT THE START OF THE RUN
001540*----------------------------------------------------------------
001550 01  WS-RUN-DATE.
001560     05  WS-RUN-YYYY         PIC 9(04).
001570     05  WS-RUN-MM           PIC 9(02).
001580     05  WS-RUN-DD           PIC 9(02).
001590 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(08).
001600 01  WS-RUN-DATE-EDIT.
001610     05  WS-RUN-DATE-MM      PIC 9(02).
001620     05  FILLER              PIC X(01) VALUE "/".
001630     05  WS-RUN-DATE-DD      PIC 9(02).
001640     05  FILLER              PIC X(01) VALUE "/".
001650     05  WS-RUN-DATE-YYYY    PIC 9(04).
001660*----------------------------------------------------------------
001670* PRINT LINE LAYOUTS
001680*----------------------------------------------------------------
001690 01  WS-HEADING-1.
001700     05  FILLER              PIC X(25) VALUE
001710         "DIRECT DEPOSIT MAINT".
001720     05  FILLER              PIC X(10) VALUE "RUN DATE :".
001730     05  HDG-RUN-DATE        PIC X(10).
001740     05  FILLER              PIC X(10) VALUE SPACES.
001750     05  FILLER              PIC X(06) VALUE "PAGE :".
001760     05  HDG-PAGE-NUMBER     PIC ZZ9.
001770 01  WS-HEADING-2.
001780     05  FILLER              PIC X(08) VALUE "ACTION".
001790     05  FILLER              PIC X(08) VALUE "EMP ID".
001800     05  FILLER              PIC X(11) VALUE "ROUTING".
001810     05  FILLER              PIC X(19) VALUE "ACCOUNT NUMBER".
001820     05  FILLER              PIC X(06) VALUE "TYPE".
001830     05  FILLER              PIC X(30) VALUE "DISPOSITION".
001840 01  WS-DETAIL-LINE.
001850     05  DTL-ACTION          PIC X(01).
001860     05  FILLER              PIC X(07) VALUE SPACES.
001870     05  DTL-EMPLOYEE-ID     PIC ZZZZ9.
001880     05  FILLER              PIC X(03) VALUE SPACES.
001890     05  DTL-ROUTING-NUMBER  PIC X(09).
001900     05  FILLER              PIC X(02) VALUE SPACES.
001910     05  DTL-ACCOUNT-NUMBER  PIC X(17).
001920     05  FILLER              PIC X(02) VALUE SPACES.
001930     05  DTL-ACCOUNT-TYPE    PIC X(01).
001940     05  FILLER              PIC X(05) VALUE SPACES.
001950     05  DTL-DISPOSITION     PIC X(40).
001960 01  WS-COUNT-LINE.
001970     05  CNT-LABEL           PIC X(33).
001980     05  CNT-VALUE           PIC ZZZ,ZZ9.
001990 PROCEDURE DIVISION.
002000*----------------------------------------------------------------
002010 0000-MAINLINE.
002020*----------------------------------------------------------------
002030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002040     PERFORM 2000-PROCESS-ONE-KEY THRU 2000-EXIT
002050         UNTIL WS-OLD-KEY = HIGH-VALUES
002060           AND WS-TRAN-KEY = HIGH-VALUES.
002070     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002080     MOVE WS-RETURN-CODE TO RETURN-CODE.
002090     STOP RUN.
002100*----------------------------------------------------------------
002110* THE ACCOUNT FILES ARE OPENED FIRST SO THAT, WHATEVER FAILS
002120* AFTER THEM, EVERY ACCOUNT STILL REACHES THE NEW GENERATION.
002130*----------------------------------------------------------------
002140 1000-INITIALIZE.
002150*----------------------------------------------------------------
002160     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002170     MOVE WS-RUN-MM   TO WS-RUN-DATE-MM.
002180     MOVE WS-RUN-DD   TO WS-RUN-DATE-DD.
002190     MOVE WS-RUN-YYYY TO WS-RUN-DATE-YYYY.
002200     MOVE HIGH-VALUES TO WS-TRAN-KEY.
002210     OPEN INPUT OLD-ACCOUNT-FILE.
002220     IF WS-DDACCTO-STATUS NOT = "00"
002230         DISPLAY "DDAMNT01 - UNABLE TO OPEN DDACCTO, STATUS = "
002240             WS-DDACCTO-STATUS
002250         PERFORM 1100-ABORT-INITIALIZE THRU 1100-EXIT
002260         GO TO 1000-EXIT
002270     END-IF.
002280     OPEN OUTPUT NEW-ACCOUNT-FILE.
002290     IF WS-DDACCTN-STATUS NOT = "00"
002300         DISPLAY "DDAMNT01 - UNABLE TO OPEN DDACCTN, STATUS = "
002310             WS-DDACCTN-STATUS
002320         CLOSE OLD-ACCOUNT-FILE
002330         PERFORM 1100-ABORT-INITIALIZE THRU 1100-EXIT
002340         GO TO 1000-EXIT
002350     END-IF.
002360     SET WS-ACCOUNTS-ARE-OPEN TO TRUE.
002370     PERFORM 2100-READ-OLD-ACCOUNT THRU 2100-EXIT.
002380     OPEN INPUT DDA-TRAN-FILE.
002390     IF WS-DDATRAN-STATUS NOT = "00"
002400         DISPLAY "DDAMNT01 - UNABLE TO OPEN DDATRAN, STATUS = "
002410             WS-DDATRAN-STATUS
002420         MOVE 8 TO WS-RETURN-CODE
002430         GO TO 1000-EXIT
002440     END-IF.
002450     SET WS-TRANS-ARE-OPEN TO TRUE.
002460     OPEN OUTPUT REGISTER-FILE.
002470     IF WS-REGISTER-STATUS NOT = "00"
002480         DISPLAY "DDAMNT01 - UNABLE TO OPEN DDAREG, STATUS = "
002490             WS-REGISTER-STATUS
002500         MOVE 8 TO WS-RETURN-CODE
002510         GO TO 1000-EXIT
002520     END-IF.
002530     SET WS-REGISTER-IS-OPEN TO TRUE.
002540     OPEN EXTEND DDA-AUDIT-FILE.
002550     IF WS-DDAUDIT-STATUS NOT = "00"
002560         OPEN OUTPUT DDA-AUDIT-FILE
002570     END-IF.
002580     IF WS-DDAUDIT-STATUS NOT = "00"
002590         DISPLAY "DDAMNT01 - UNABLE TO OPEN DDAUDIT, STATUS = "
002600             WS-DDAUDIT-STATUS
002610         MOVE 8 TO WS-RETURN-CODE
002620         GO TO 1000-EXIT
002630     END-IF.
002640     SET WS-AUDIT-IS-OPEN TO TRUE.
002650     MOVE SPACES TO WS-TRAN-KEY.
002660     PERFORM 2200-READ-TRANSACTION THRU 2200-EXIT.
002670 1000-EXIT.
002680     EXIT.
002690*----------------------------------------------------------------
002700 1100-ABORT-INITIALIZE.
002710*----------------------------------------------------------------
002720     MOVE HIGH-VALUES TO WS-OLD-KEY.
002730     MOVE HIGH-VALUES TO WS-TRAN-KEY.
002740     MOVE 8 TO WS-RETURN-CODE.
002750 1100-EXIT.
002760     EXIT.
002770*----------------------------------------------------------------
002780* BALANCE LINE.  PICK THE LOWER OF THE TWO KEYS, STAGE THE
002790* ACCOUNT FOR THAT KEY IN THE WORK RECORD IF THERE IS ONE, APPLY
002800* EVERY TRANSACTION CARRYING THAT KEY, AND RELEASE WHATEVER IS
002810* STILL ALLOCATED TO THE NEW GENERATION.
002820*----------------------------------------------------------------
002830 2000-PROCESS-ONE-KEY.
002840*----------------------------------------------------------------
002850     IF WS-OLD-KEY < WS-TRAN-KEY
002860         MOVE WS-OLD-KEY TO WS-ACTIVE-KEY
002870     ELSE
002880         MOVE WS-TRAN-KEY TO WS-ACTIVE-KEY
002890     END-IF.
002900     IF WS-OLD-KEY = WS-ACTIVE-KEY
002910         MOVE OLD-DDA-RECORD TO WS-DDA-RECORD
002920         SET WS-ACCOUNT-ALLOCATED TO TRUE
002930         PERFORM 2100-READ-OLD-ACCOUNT THRU 2100-EXIT
002940     ELSE
002950         MOVE "N" TO WS-ALLOCATED-SWITCH
002960     END-IF.
002970     PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT
002980         UNTIL WS-TRAN-KEY NOT = WS-ACTIVE-KEY.
002990     IF WS-ACCOUNT-ALLOCATED
003000         MOVE WS-DDA-RECORD TO DD-ACCOUNT-RECORD
003010         WRITE DD-ACCOUNT-RECORD
003020         ADD 1 TO WS-ACCOUNTS-WRITTEN
003030     END-IF.
003040 2000-EXIT.
003050     EXIT.
003060*----------------------------------------------------------------
003070 2100-READ-OLD-ACCOUNT.
003080*----------------------------------------------------------------
003090     READ OLD-ACCOUNT-FILE
003100         AT END
003110             MOVE HIGH-VALUES TO WS-OLD-KEY
003120             GO TO 2100-EXIT
003130     END-READ.
003140     ADD 1 TO WS-ACCOUNTS-READ.
003150     MOVE DA-EMPLOYEE-ID OF OLD-DDA-RECORD TO WS-OLD-KEY.
003160 2100-EXIT.
003170     EXIT.
003180*----------------------------------------------------------------
003190* READ THE NEXT USABLE TRANSACTION.  ONE WHOSE KEY RUNS
003200* BACKWARDS IS REJECTED ON THE REGISTER AS OUT OF SEQUENCE.
003210*----------------------------------------------------------------
003220 2200-READ-TRANSACTION.
003230*----------------------------------------------------------------
003240     MOVE "N" TO WS-TRAN-USABLE-SWITCH.
003250     PERFORM 2250-READ-ONE-TRANSACTION THRU 2250-EXIT
003260         UNTIL WS-TRAN-USABLE
003270            OR WS-TRAN-KEY = HIGH-VALUES.
003280 2200-EXIT.
003290     EXIT.
003300*----------------------------------------------------------------
003310 2250-READ-ONE-TRANSACTION.
003320*----------------------------------------------------------------
003330     READ DDA-TRAN-FILE
003340         AT END
003350             MOVE HIGH-VALUES TO WS-TRAN-KEY
003360             GO TO 2250-EXIT
003370     END-READ.
003380     ADD 1 TO WS-TRANS-READ.
003390     MOVE DT-EMPLOYEE-ID TO WS-TRAN-KEY.
003400     IF WS-TRAN-KEY < WS-PREV-TRAN-KEY
003410         MOVE "REJECTED - TRANSACTION OUT OF SEQUENCE"
003420             TO DTL-DISPOSITION
003430         PERFORM 4100-PRINT-REJECTED THRU 4100-EXIT
003440         GO TO 2250-EXIT
003450     END-IF.
003460     MOVE WS-TRAN-KEY TO WS-PREV-TRAN-KEY.
003470     SET WS-TRAN-USABLE TO TRUE.
003480 2250-EXIT.
003490     EXIT.
003500*----------------------------------------------------------------
003510* APPLY ONE TRANSACTION TO THE WORK RECORD FOR THE ACTIVE KEY.
003520* AN ADD IS ONLY LEGAL WHEN NO ACCOUNT IS ALLOCATED, A CHANGE OR
003530* DELETE ONLY WHEN ONE IS.  AN ADD OR CHANGE MUST ALSO PASS THE
003540* ACCOUNT EDIT.
003550*----------------------------------------------------------------
003560 3000-APPLY-TRANSACTION.
003570*----------------------------------------------------------------
003580     IF WS-ACCOUNT-ALLOCATED
003590         MOVE WS-DDA-RECORD TO WS-BEFORE-IMAGE
003600     ELSE
003610         MOVE SPACES TO WS-BEFORE-IMAGE
003620     END-IF.
003630     EVALUATE TRUE
003640         WHEN DT-ACTION-ADD AND WS-ACCOUNT-ALLOCATED
003650             MOVE "REJECTED - DUPLICATE EMP-ID" TO DTL-DISPOSITION
003660             PERFORM 4100-PRINT-REJECTED THRU 4100-EXIT
003670         WHEN DT-ACTION-ADD
003680           OR (DT-ACTION-CHANGE AND WS-ACCOUNT-ALLOCATED)
003690             PERFORM 3100-EDIT-ACCOUNT THRU 3100-EXIT
003700             IF WS-EDIT-REASON NOT = SPACES
003710                 MOVE WS-EDIT-REASON TO DTL-DISPOSITION
003720                 PERFORM 4100-PRINT-REJECTED THRU 4100-EXIT
003730             ELSE
003740                 PERFORM 3200-POST-ACCOUNT THRU 3200-EXIT
003750                 PERFORM 4000-PRINT-APPLIED THRU 4000-EXIT
003760             END-IF
003770         WHEN DT-ACTION-DELETE AND WS-ACCOUNT-ALLOCATED
003780             MOVE "N" TO WS-ALLOCATED-SWITCH
003790             MOVE "APPLIED" TO DTL-DISPOSITION
003800             PERFORM 4000-PRINT-APPLIED THRU 4000-EXIT
003810         WHEN DT-ACTION-CHANGE OR DT-ACTION-DELETE
003820             MOVE "REJECTED - NO MATCHING ACCOUNT"
003830                 TO DTL-DISPOSITION
003840             PERFORM 4100-PRINT-REJECTED THRU 4100-EXIT
003850         WHEN OTHER
003860             MOVE "REJECTED - UNKNOWN ACTION CODE"
003870                 TO DTL-DISPOSITION
003880             PERFORM 4100-PRINT-REJECTED THRU 4100-EXIT
003890     END-EVALUATE.
003900     PERFORM 2200-READ-TRANSACTION THRU 2200-EXIT.
003910 3000-EXIT.
003920     EXIT.
003930*----------------------------------------------------------------
003940* EDIT THE BANK DETAILS ON AN ADD OR CHANGE.  THE ROUTING NUMBER
003950* MUST BE NUMERIC, NOT ZERO, AND PASS THE CHECK-DIGIT TEST.
003960*----------------------------------------------------------------
003970 3100-EDIT-ACCOUNT.
003980*----------------------------------------------------------------
003990     MOVE SPACES TO WS-EDIT-REASON.
004000     IF DT-ROUTING-NUMBER NOT NUMERIC
004010        OR DT-ROUTING-NUMBER = ZERO
004020         MOVE "REJECTED - INVALID ROUTING NUMBER"
004030             TO WS-EDIT-REASON
004040         GO TO 3100-EXIT
004050     END-IF.
004060     COMPUTE WS-ROUTING-SUM =
004070         3 * (DT-ROUTING-DIGIT (1) + DT-ROUTING-DIGIT (4)
004080                                   + DT-ROUTING-DIGIT (7))
004090       + 7 * (DT-ROUTING-DIGIT (2) + DT-ROUTING-DIGIT (5)
004100                                   + DT-ROUTING-DIGIT (8))
004110       +     (DT-ROUTING-DIGIT (3) + DT-ROUTING-DIGIT (6)
004120                                   + DT-ROUTING-DIGIT (9)).
004130     DIVIDE WS-ROUTING-SUM BY 10 GIVING WS-ROUTING-TENS
004140         REMAINDER WS-ROUTING-REMAINDER.
004150     IF WS-ROUTING-REMAINDER NOT = ZERO
004160         MOVE "REJECTED - ROUTING CHECK DIGIT FAILS"
004170             TO WS-EDIT-REASON
004180         GO TO 3100-EXIT
004190     END-IF.
004200     IF DT-ACCOUNT-NUMBER = SPACES
004210         MOVE "REJECTED - ACCOUNT NUMBER MISSING"
004220             TO WS-EDIT-REASON
004230         GO TO 3100-EXIT
004240     END-IF.
004250     IF NOT DT-TYPE-VALID
004260         MOVE "REJECTED - INVALID ACCOUNT TYPE"
004270             TO WS-EDIT-REASON
004280     END-IF.
004290 3100-EXIT.
004300     EXIT.
004310*----------------------------------------------------------------
004320* POST THE NEW BANK DETAILS.  THE ACCOUNT IS UNPROVEN UNTIL ITS
004330* PRENOTE HAS GONE OUT AND COME BACK CLEAN, SO IT STARTS
004340* PRENOTE-DUE AND ANY EARLIER RETURN IS CLEARED.
004350*----------------------------------------------------------------
004360 3200-POST-ACCOUNT.
004370*----------------------------------------------------------------
004380     MOVE SPACES TO WS-DDA-RECORD.
004390     MOVE DT-EMPLOYEE-ID    TO DA-EMPLOYEE-ID OF WS-DDA-RECORD.
004400     MOVE DT-ROUTING-NUMBER
004410         TO DA-ROUTING-NUMBER OF WS-DDA-RECORD.
004420     MOVE DT-ACCOUNT-NUMBER
004430         TO DA-ACCOUNT-NUMBER OF WS-DDA-RECORD.
004440     MOVE DT-ACCOUNT-TYPE   TO DA-ACCOUNT-TYPE OF WS-DDA-RECORD.
004450     MOVE "P"               TO DA-STATUS OF WS-DDA-RECORD.
004460     MOVE WS-RUN-DATE-NUM   TO DA-STATUS-DATE OF WS-DDA-RECORD.
004470     MOVE SPACES            TO DA-RETURN-REASON OF WS-DDA-RECORD.
004480     MOVE ZERO              TO DA-RETURN-DATE OF WS-DDA-RECORD.
004490     SET WS-ACCOUNT-ALLOCATED TO TRUE.
004500     ADD 1 TO WS-PRENOTES-DUE.
004510     MOVE "APPLIED - PRENOTE DUE" TO DTL-DISPOSITION.
004520 3200-EXIT.
004530     EXIT.
004540*----------------------------------------------------------------
004550 4000-PRINT-APPLIED.
004560*----------------------------------------------------------------
004570     ADD 1 TO WS-TRANS-APPLIED.
004580     PERFORM 4200-PRINT-DETAIL THRU 4200-EXIT.
004590     PERFORM 4500-WRITE-AUDIT-RECORD THRU 4500-EXIT.
004600 4000-EXIT.
004610     EXIT.
004620*----------------------------------------------------------------
004630 4100-PRINT-REJECTED.
004640*----------------------------------------------------------------
004650     ADD 1 TO WS-TRANS-REJECTED.
004660     IF WS-RETURN-CODE < 4
004670         MOVE 4 TO WS-RETURN-CODE
004680     END-IF.
004690     PERFORM 4200-PRINT-DETAIL THRU 4200-EXIT.
004700 4100-EXIT.
004710     EXIT.
004720*----------------------------------------------------------------
004730 4200-PRINT-DETAIL.
004740*----------------------------------------------------------------
004750     IF WS-LINE-COUNT = ZERO OR
004760        WS-LINE-COUNT >= WS-LINES-PER-PAGE
004770         PERFORM 4300-PRINT-HEADINGS THRU 4300-EXIT
004780     END-IF.
004790     MOVE DT-ACTION         TO DTL-ACTION.
004800     MOVE DT-EMPLOYEE-ID    TO DTL-EMPLOYEE-ID.
004810     IF DT-ACTION-DELETE
004820         MOVE SPACES            TO DTL-ROUTING-NUMBER
004830         MOVE SPACES            TO DTL-ACCOUNT-NUMBER
004840         MOVE SPACES            TO DTL-ACCOUNT-TYPE
004850     ELSE
004860         MOVE DT-ROUTING-NUMBER TO DTL-ROUTING-NUMBER
004870         MOVE DT-ACCOUNT-NUMBER TO DTL-ACCOUNT-NUMBER
004880         MOVE DT-ACCOUNT-TYPE   TO DTL-ACCOUNT-TYPE
004890     END-IF.
004900     MOVE WS-DETAIL-LINE TO REGISTER-LINE.
004910     WRITE REGISTER-LINE.
004920     ADD 1 TO WS-LINE-COUNT.
004930 4200-EXIT.
004940     EXIT.
004950*----------------------------------------------------------------
004960 4300-PRINT-HEADINGS.
004970*----------------------------------------------------------------
004980     ADD 1 TO WS-PAGE-NUMBER.
004990     MOVE WS-RUN-DATE-EDIT TO HDG-RUN-DATE.
005000     MOVE WS-PAGE-NUMBER   TO HDG-PAGE-NUMBER.
005010     MOVE WS-HEADING-1     TO REGISTER-LINE.
005020     WRITE REGISTER-LINE.
005030     MOVE WS-HEADING-2     TO REGISTER-LINE.
005040     WRITE REGISTER-LINE.
005050     MOVE SPACES           TO REGISTER-LINE.
005060     WRITE REGISTER-LINE.
005070     MOVE ZERO             TO WS-LINE-COUNT.
005080 4300-EXIT.
005090     EXIT.
005100*----------------------------------------------------------------
005110* APPEND THE AUDIT RECORD FOR THE TRANSACTION JUST APPLIED --
005120* THE IMAGE STAGED BEFORE THE APPLY, THE IMAGE AS IT NOW
005130* STANDS (SPACES AFTER A DELETE), THE TIMESTAMP AND THE
005140* SOURCE.
005150*----------------------------------------------------------------
005160 4500-WRITE-AUDIT-RECORD.
005170*----------------------------------------------------------------
005180     MOVE SPACES TO DD-AUDIT-RECORD.
005190     MOVE DT-ACTION TO DX-ACTION.
005200     MOVE DT-EMPLOYEE-ID TO DX-EMPLOYEE-ID.
005210     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
005220     ACCEPT WS-AUDIT-TIME FROM TIME.
005230     MOVE WS-AUDIT-DATE TO DX-RUN-DATE.
005240     MOVE WS-AUDIT-TIME TO DX-RUN-TIME.
005250     MOVE "DDATRAN" TO DX-SOURCE.
005260     MOVE WS-BEFORE-IMAGE TO DX-BEFORE-IMAGE.
005270     IF DT-ACTION-DELETE
005280         MOVE SPACES TO DX-AFTER-IMAGE
005290     ELSE
005300         MOVE WS-DDA-RECORD TO DX-AFTER-IMAGE
005310     END-IF.
005320     WRITE DD-AUDIT-RECORD.
005330     ADD 1 TO WS-AUDITS-WRITTEN.
005340 4500-EXIT.
005350     EXIT.
005360*----------------------------------------------------------------
005370 9000-TERMINATE.
005380*----------------------------------------------------------------
005390     IF WS-REGISTER-IS-OPEN
005400         PERFORM 9100-PRINT-COUNTS THRU 9100-EXIT
005410         CLOSE REGISTER-FILE
005420     END-IF.
005430     IF WS-ACCOUNTS-ARE-OPEN
005440         CLOSE OLD-ACCOUNT-FILE
005450         CLOSE NEW-ACCOUNT-FILE
005460     END-IF.
005470     IF WS-TRANS-ARE-OPEN
005480         CLOSE DDA-TRAN-FILE
005490     END-IF.
005500     IF WS-AUDIT-IS-OPEN
005510         CLOSE DDA-AUDIT-FILE
005520     END-IF.
005530     DISPLAY "DDAMNT01 - ACCOUNTS READ     : " WS-ACCOUNTS-READ.
005540     DISPLAY "DDAMNT01 - ACCOUNTS WRITTEN  : "
005550         WS-ACCOUNTS-WRITTEN.
005560     DISPLAY "DDAMNT01 - TRANS READ        : " WS-TRANS-READ.
005570     DISPLAY "DDAMNT01 - TRANS APPLIED     : " WS-TRANS-APPLIED.
005580     DISPLAY "DDAMNT01 - TRANS REJECTED    : " WS-TRANS-REJECTED.
005590     DISPLAY "DDAMNT01 - PRENOTES DUE      : " WS-PRENOTES-DUE.
005600     DISPLAY "DDAMNT01 - AUDIT RECORDS     : "
005610         WS-AUDITS-WRITTEN.
005620     IF WS-RETURN-CODE = 8 AND WS-ACCOUNTS-ARE-OPEN
005630         DISPLAY "DDAMNT01 - *** NOTHING APPLIED, ACCOUNT FILE "
005640             "CARRIED FORWARD UNCHANGED"
005650     END-IF.
005660 9000-EXIT.
005670     EXIT.
005680*----------------------------------------------------------------
005690 9100-PRINT-COUNTS.
005700*----------------------------------------------------------------
005710     MOVE SPACES TO REGISTER-LINE.
005720     WRITE REGISTER-LINE.
005730     MOVE "TRANSACTIONS READ  . . . . . . :" TO CNT-LABEL.
005740     MOVE WS-TRANS-READ TO CNT-VALUE.
005750     MOVE WS-COUNT-LINE TO REGISTER-LINE.
005760     WRITE REGISTER-LINE.
005770     MOVE "TRANSACTIONS APPLIED . . . . . :" TO CNT-LABEL.
005780     MOVE WS-TRANS-APPLIED TO CNT-VALUE.
005790     MOVE WS-COUNT-LINE TO REGISTER-LINE.
005800     WRITE REGISTER-LINE.
005810     MOVE "TRANSACTIONS REJECTED  . . . . :" TO CNT-LABEL.
005820     MOVE WS-TRANS-REJECTED TO CNT-VALUE.
005830     MOVE WS-COUNT-LINE TO REGISTER-LINE.
005840     WRITE REGISTER-LINE.
005850     MOVE "PRENOTES DUE . . . . . . . . . :" TO CNT-LABEL.
005860     MOVE WS-PRENOTES-DUE TO CNT-VALUE.
005870     MOVE WS-COUNT-LINE TO REGISTER-LINE.
005880     WRITE REGISTER-LINE.
005890     MOVE "ACCOUNT RECORDS WRITTEN  . . . :" TO CNT-LABEL.
005900     MOVE WS-ACCOUNTS-WRITTEN TO CNT-VALUE.
005910     MOVE WS-COUNT-LINE TO REGISTER-LINE.
005920     WRITE REGISTER-LINE.
005930 9100-EXIT.
005940     EXIT.
