000390*                  AGAINST THE RUN'S PAID FIGURES.  A MISSING
000400*                  CHKCTL IS RETURN-CODE 8 -- CHECKS ARE NEVER
000410*                  DRAWN OFF AN UNCONTROLLED NUMBER.
000412* 10/15/2026  JH   RSLTREC GREW TO 112 BYTES WITH THE
000414*                  PER-CODE DEDUCTION DETAIL -- FD LENGTH
000416*                  RAISED TO MATCH.
000417* 10/15/2026  JH   RSLTREC GREW TO 126 BYTES WITH THE
000418*                  EMPLOYER BENEFIT AND MATCH COST -- FD
000419*                  LENGTH RAISED TO MATCH.
000420* 10/15/2026  JH   CHECK RECONCILIATION.  EVERY CHECK DRAWN
000421*                  IS NOW ALSO WRITTEN TO THE POSPAY
000422*                  POSITIVE-PAY ISSUE FILE FOR THE BANK AND
000423*                  ADDED AS OUTSTANDING TO A NEW GENERATION
000424*                  OF THE PERMANENT ISSUED-CHECK FILE
000425*                  (CHKISSO TO CHKISSN, CHKISS LAYOUT) THAT
000426*                  PAYCKR01 RECONCILES AND PAYCKV01 VOIDS
000427*                  AND REISSUES AGAINST.  AN OUTSTANDING
000428*                  PAY-RUN CHECK FOR THE SAME PERIOD AND
000429*                  YEAR IS FROM AN EARLIER BUILD OF THIS RUN
000430*                  AND IS VOIDED ON FILE, ON POSITIVE PAY
000431*                  AND ON THE REGISTER.  THE FILE IS CARRIED
000432*                  FORWARD EVEN WHEN THE RUN IS HELD.
000433* 10/15/2026  JH   DIRECT-DEPOSIT ACCOUNTS.  A DEPOSIT NOW
000434*                  GOES ONLY TO A LIVE ACCOUNT ON THE DDACCT
000435*                  ACCOUNT FILE, AND ITS BANKFILE DETAIL
000436*                  CARRIES THE ROUTING NUMBER, ACCOUNT
000437*                  NUMBER AND TYPE.  A NEW OR CHANGED
000438*                  ACCOUNT IS SENT AS A ZERO-DOLLAR PRENOTE
000439*                  DETAIL (COUNTED APART ON THE TRAILER, NOT
000440*                  PROVEN AGAINST BNKCTL) AND GOES LIVE ONCE
000441*                  THE PRENOTE PERIOD PASSES WITH NO RETURN.
000442*                  AN EMPLOYEE ELECTING DEPOSIT WITH NO
000443*                  ACCOUNT, ONE STILL IN ITS PRENOTE PERIOD,
000444*                  OR ONE THE BANK RETURNED IS PAID BY CHECK
000445*                  WITH THE REASON ON THE REGISTER.  THE
000446*                  ACCOUNT FILE IS CARRIED FORWARD TO A NEW
000447*                  GENERATION (DDACCTO TO DDACCTN) WITH EACH
000448*                  STATUS CHANGE AUDITED ON DDAUDIT,
000449*                  UNCHANGED WHEN THE RUN IS HELD.
000450* 10/15/2026  JH   LEAVE BALANCES ON EVERY STUB.  THE NEW
000451*                  LEAVE-BALANCE GENERATION (LVBAL) IS
000452*                  LOADED UP FRONT AND EACH CHECK STUB NOW
000453*                  CARRIES THE EMPLOYEE'S VACATION AND SICK
000454*                  HOURS.  A DEPOSIT NOW PRINTS A
000455*                  NON-NEGOTIABLE DEPOSIT ADVICE (ADVICE)
000456*                  WITH THE SAME STUB, SO EVERY PAYEE SEES
000457*                  THE BALANCES.  NO LVBAL ONLY DROPS THE
000458*                  BALANCE LINES.
000459* 10/15/2026  JH   PAY GROUPS. RSLTREC GROWS TO 128 BYTES
000460*                  AND CHKISS TO 81 WITH THE PAY GROUP -- FD
000461*                  LENGTHS RAISED TO MATCH. THE RUN'S PAY
000462*                  GROUP IS TAKEN FROM THE FIRST RESULT WITH
000463*                  ITS PERIOD; EACH CHECK DRAWN IS STAMPED
000464*                  WITH IT, AND ONLY AN OUTSTANDING CHECK OF
000465*                  THE SAME GROUP, PERIOD AND YEAR IS
000466*                  SUPERSEDED, SO THE PLANT'S BIWEEKLY
000467*                  PERIOD NUMBERS NEVER VOID AN OFFICE
000468*                  CHECK. A CHECK WITH NO GROUP IS TAKEN AS
000469*                  MO.
000470*----------------------------------------------------------------
000471 ENVIRONMENT DIVISION.
000472 INPUT-OUTPUT SECTION.
000473 FILE-CONTROL.
000474     SELECT RESULTS-FILE ASSIGN TO "PAYRSLT"
000475         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RESULTS-STATUS.
000490     SELECT BANK-CONTROL-FILE ASSIGN TO "BNKCTL"
000500         ORGANIZATION IS LINE SEQUENTIAL
000640     SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-CHKREG-STATUS.
000661     SELECT ISSUED-OLD-FILE ASSIGN TO "CHKISSO"
000662         ORGANIZATION IS LINE SEQUENTIAL
000663         FILE STATUS IS WS-CHKISSO-STATUS.
000664     SELECT ISSUED-NEW-FILE ASSIGN TO "CHKISSN"
000665         ORGANIZATION IS LINE SEQUENTIAL
000666         FILE STATUS IS WS-CHKISSN-STATUS.
000667     SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY"
000668         ORGANIZATION IS LINE SEQUENTIAL
000669         FILE STATUS IS WS-POSPAY-STATUS.
000670     SELECT DDA-OLD-FILE ASSIGN TO "DDACCTO"
000671         ORGANIZATION IS LINE SEQUENTIAL
000672         FILE STATUS IS WS-DDACCTO-STATUS.
000673     SELECT DDA-NEW-FILE ASSIGN TO "DDACCTN"
000674         ORGANIZATION IS LINE SEQUENTIAL
000675         FILE STATUS IS WS-DDACCTN-STATUS.
000676     SELECT DDA-AUDIT-FILE ASSIGN TO "DDAUDIT"
000677         ORGANIZATION IS LINE SEQUENTIAL
000678         FILE STATUS IS WS-DDAUDIT-STATUS.
000679     SELECT LEAVE-BALANCE-FILE ASSIGN TO "LVBAL"
000680         ORGANIZATION IS LINE SEQUENTIAL
000681         FILE STATUS IS WS-LVBAL-STATUS.
000682     SELECT ADVICE-PRINT-FILE ASSIGN TO "ADVICE"
000683         ORGANIZATION IS LINE SEQUENTIAL
000684         FILE STATUS IS WS-ADVICE-STATUS.
000685 DATA DIVISION.
000686 FILE SECTION.
000690 FD  RESULTS-FILE
000700     RECORD CONTAINS 128 CHARACTERS.
000710     COPY RSLTREC.
000720 FD  BANK-CONTROL-FILE
000730     RECORD CONTAINS 18 CHARACTERS.
000910 FD  CHECK-REGISTER-FILE
000920     RECORD CONTAINS 132 CHARACTERS.
000930 01  REGISTER-LINE           PIC X(132).
000931 FD  ISSUED-OLD-FILE
000932     RECORD CONTAINS 81 CHARACTERS.
000933     COPY CHKISS REPLACING ==ISSUED-CHECK-RECORD==
000934                        BY ==ISSUED-OLD-RECORD==
000935                     LEADING ==CI== BY ==IO==.
000936 FD  ISSUED-NEW-FILE
000937     RECORD CONTAINS 81 CHARACTERS.
000938     COPY CHKISS.
000939 FD  POSITIVE-PAY-FILE
000940     RECORD CONTAINS 80 CHARACTERS.
000941     COPY POSPAY.
000942 FD  DDA-OLD-FILE
000943     RECORD CONTAINS 60 CHARACTERS.
000944     COPY DDACCT REPLACING ==DD-ACCOUNT-RECORD==
000945                        BY ==DDA-OLD-RECORD==
000946                     LEADING ==DA== BY ==DO==.
000947 FD  DDA-NEW-FILE
000948     RECORD CONTAINS 60 CHARACTERS.
000949     COPY DDACCT.
000950 FD  DDA-AUDIT-FILE
000951     RECORD CONTAINS 150 CHARACTERS.
000952     COPY DDAAREC.
000953 FD  LEAVE-BALANCE-FILE
000954     RECORD CONTAINS 60 CHARACTERS.
000955     COPY LVBAL.
000956 FD  ADVICE-PRINT-FILE
000957     RECORD CONTAINS 80 CHARACTERS.
000958 01  ADVICE-PRINT-LINE       PIC X(80).
000959 WORKING-STORAGE SECTION.
000960*----------------------------------------------------------------
000961* FILE STATUS AND CONTROL SWITCHES
000970*----------------------------------------------------------------
000980 77  WS-RESULTS-STATUS       PIC X(02) VALUE SPACES.
000990 77  WS-BNKCTL-STATUS        PIC X(02) VALUE SPACES.
001470 77  WS-REG-LINE-COUNT       PIC 9(03) COMP VALUE ZERO.
001480 77  WS-REG-LINES-PER-PAGE   PIC 9(03) COMP VALUE 15.
001490 77  WS-REG-PAGE-NUMBER      PIC 9(03) COMP VALUE ZERO.
001491*----------------------------------------------------------------
001492* ISSUED-CHECK FILE CARRY-FORWARD AND POSITIVE-PAY CONTROLS.  THE
001493* RUN'S PAY GROUP AND PERIOD COME FROM THE FIRST RESULT; AN
001494* OUTSTANDING PAY-RUN CHECK ALREADY ON FILE FOR THE SAME GROUP,
001495* PERIOD AND YEAR IS FROM AN EARLIER BUILD OF THIS SAME RUN AND
001496* IS SUPERSEDED.  A CHECK DRAWN BEFORE THERE WERE PAY GROUPS
001497* CARRIES NO GROUP AND IS TAKEN AS THE MONTHLY GROUP.
001498*----------------------------------------------------------------
001499 77  WS-CHKISSO-STATUS       PIC X(02) VALUE SPACES.
001500 77  WS-CHKISSN-STATUS       PIC X(02) VALUE SPACES.
001501 77  WS-POSPAY-STATUS        PIC X(02) VALUE SPACES.
001502 77  WS-ISSUED-CARRIED-SWITCH PIC X(01) VALUE "N".
001503     88  WS-ISSUED-CARRIED             VALUE "Y".
001504 77  WS-ISSUED-OPEN-SWITCH   PIC X(01) VALUE "N".
001505     88  WS-ISSUED-IS-OPEN             VALUE "Y".
001506 77  WS-POSPAY-OPEN-SWITCH   PIC X(01) VALUE "N".
001507     88  WS-POSPAY-IS-OPEN             VALUE "Y".
001508 77  WS-ISSUED-EOF-SWITCH    PIC X(01) VALUE "N".
001509     88  WS-ISSUED-END-OF-FILE         VALUE "Y".
001510 77  WS-RUN-PERIOD           PIC 9(02) VALUE ZERO.
001511 77  WS-RUN-GROUP            PIC X(02) VALUE SPACES.
001512 77  WS-CHECK-GROUP          PIC X(02) VALUE SPACES.
001513 77  WS-LEGACY-GROUP         PIC X(02) VALUE "MO".
001514 77  WS-RUN-YEAR             PIC 9(04) VALUE ZERO.
001515 77  WS-ISSUE-YEAR           PIC 9(04) VALUE ZERO.
001516 77  WS-CARRIED-COUNT        PIC 9(07) COMP VALUE ZERO.
001517 77  WS-SUPERSEDED-COUNT     PIC 9(07) COMP VALUE ZERO.
001518 77  WS-PP-ISSUE-COUNT       PIC 9(07) COMP VALUE ZERO.
001519 77  WS-PP-ISSUE-TOTAL       PIC S9(09)V99 VALUE ZERO.
001520 77  WS-PP-VOID-COUNT        PIC 9(07) COMP VALUE ZERO.
001521 77  WS-CHECK-AMOUNT         PIC S9(05)V99 VALUE ZERO.
001522*----------------------------------------------------------------
001523* DIRECT-DEPOSIT ACCOUNTS, LOADED ONCE UP FRONT WITH THE STATUS
001524* EACH TAKES FOR THIS RUN.  A PRENOTE-DUE ACCOUNT -- OR ONE WHOSE
001525* PRENOTE AN EARLIER BUILD OF TODAY'S FILE ALREADY SENT -- GOES
001526* OUT AS A ZERO-DOLLAR PRENOTE; A PRENOTE SENT AT LEAST THE
001527* PRENOTE PERIOD AGO THAT HAS NOT COME BACK GOES LIVE.  ONLY A
001528* LIVE ACCOUNT IS PAID BY DEPOSIT.  THE NEW GENERATION TAKES THE
001529* NEW STATUSES ONLY WHEN THE RUN IS NOT HELD.
001530*----------------------------------------------------------------
001531 77  WS-DDACCTO-STATUS       PIC X(02) VALUE SPACES.
001532 77  WS-DDACCTN-STATUS       PIC X(02) VALUE SPACES.
001533 77  WS-DDAUDIT-STATUS       PIC X(02) VALUE SPACES.
001534 77  WS-DDA-EOF-SWITCH       PIC X(01) VALUE "N".
001535     88  WS-DDA-END-OF-FILE            VALUE "Y".
001536 77  WS-DDA-APPLY-SWITCH     PIC X(01) VALUE "N".
001537     88  WS-DDA-APPLY-STATUSES         VALUE "Y".
001538 77  WS-DDA-AUDIT-SWITCH     PIC X(01) VALUE "N".
001539     88  WS-DDA-AUDIT-IS-OPEN          VALUE "Y".
001540 77  WS-PRENOTE-DAYS         PIC 9(03) VALUE 10.
001541 77  WS-DAYS-SINCE-PRENOTE   PIC S9(07) COMP VALUE ZERO.
001542 77  WS-DDA-MAX              PIC 9(04) COMP VALUE 500.
001543 77  WS-DDA-COUNT            PIC 9(04) COMP VALUE ZERO.
001544 77  WS-DDA-SUB              PIC 9(04) COMP VALUE ZERO.
001545 01  WS-DDA-TABLE.
001546     05  WS-DDA-ENTRY OCCURS 500 TIMES.
001547         10  WS-DDA-ID           PIC 9(05).
001548         10  WS-DDA-ROUTING      PIC 9(09).
001549         10  WS-DDA-ACCOUNT      PIC X(17).
001550         10  WS-DDA-TYPE         PIC X(01).
001551         10  WS-DDA-STATUS       PIC X(01).
001552             88  WS-DDA-PRENOTE-SENT     VALUE "N".
001553             88  WS-DDA-LIVE             VALUE "A".
001554             88  WS-DDA-RETURNED         VALUE "R".
001555         10  WS-DDA-STATUS-DATE  PIC 9(08).
001556         10  WS-DDA-CHANGED      PIC X(01).
001557             88  WS-DDA-IS-CHANGED       VALUE "Y".
001558 77  WS-PAY-NOTE             PIC X(30) VALUE SPACES.
001559 77  WS-DDA-LOADED-COUNT     PIC 9(07) COMP VALUE ZERO.
001560 77  WS-DDA-CARRIED-COUNT    PIC 9(07) COMP VALUE ZERO.
001561 77  WS-PRENOTE-COUNT        PIC 9(07) COMP VALUE ZERO.
001562 77  WS-LIVE-COUNT           PIC 9(07) COMP VALUE ZERO.
001563 77  WS-DD-BY-CHECK-COUNT    PIC 9(07) COMP VALUE ZERO.
001564 77  WS-DDA-AUDIT-COUNT      PIC 9(07) COMP VALUE ZERO.
001565 77  WS-AUDIT-TIME           PIC 9(08) VALUE ZERO.
001566*----------------------------------------------------------------
001567* LEAVE BALANCES FOR THE STUBS, LOADED ONCE UP FRONT FROM THE
001568* GENERATION THE PAY RUN JUST ROLLED -- ONE ENTRY PER EMPLOYEE
001569* WITH BOTH LEAVE TYPES.  THE STUB LINES ARE BUILT ONCE AND
001570* WRITTEN TO THE CHECK PRINT OR THE DEPOSIT ADVICE.
001571*----------------------------------------------------------------
001572 77  WS-LVBAL-STATUS         PIC X(02) VALUE SPACES.
001573 77  WS-ADVICE-STATUS        PIC X(02) VALUE SPACES.
001574 77  WS-LVB-EOF-SWITCH       PIC X(01) VALUE "N".
001575     88  WS-LVB-END-OF-FILE            VALUE "Y".
001576 77  WS-ADVICE-OPEN-SWITCH   PIC X(01) VALUE "N".
001577     88  WS-ADVICE-IS-OPEN             VALUE "Y".
001578 77  WS-STUB-TARGET          PIC X(01) VALUE "C".
001579     88  WS-STUB-TO-CHECK              VALUE "C".
001580     88  WS-STUB-TO-ADVICE             VALUE "A".
001581 77  WS-LVB-MAX              PIC 9(04) COMP VALUE 500.
001582 77  WS-LVB-COUNT            PIC 9(04) COMP VALUE ZERO.
001583 77  WS-LVB-SUB              PIC 9(04) COMP VALUE ZERO.
001584 01  WS-LVB-TABLE.
001585     05  WS-LVB-ENTRY OCCURS 500 TIMES.
001586         10  WS-LVB-ID           PIC 9(05).
001587         10  WS-LVB-VACATION     PIC S9(04)V99.
001588         10  WS-LVB-SICK         PIC S9(04)V99.
001589 77  WS-LEAVE-HOURS          PIC S9(05)V99 VALUE ZERO.
001590 77  WS-LEAVE-EDITED         PIC ZZZZ9.99-.
001591 77  WS-STUB-PRINT-LINE      PIC X(80) VALUE SPACES.
001592 77  WS-ADVICE-COUNT         PIC 9(07) COMP VALUE ZERO.
001593*----------------------------------------------------------------
001594* RUN DATE, PICKED UP ONCE AT THE START OF THE RUN
001595*----------------------------------------------------------------
001596 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001597*----------------------------------------------------------------
001598* BANK RECORD LAYOUTS -- H HEADER, D DETAIL, T TRAILER
001599*----------------------------------------------------------------
001600 01  WS-HEADER-RECORD.
001601     05  FILLER              PIC X(01) VALUE "H".
001602     05  HDR-RUN-DATE        PIC 9(08).
001603     05  HDR-ORIGINATOR      PIC X(20).
001610     05  FILLER              PIC X(51) VALUE SPACES.
001620 01  WS-DETAIL-RECORD.
001630     05  FILLER              PIC X(01) VALUE "D".
001640     05  DET-EMPLOYEE-ID     PIC 9(05).
001650     05  DET-EMPLOYEE-NAME   PIC X(20).
001660     05  DET-NET-PAY         PIC 9(07)V99.
001661     05  DET-ROUTING-NUMBER  PIC 9(09).
001662     05  DET-ACCOUNT-NUMBER  PIC X(17).
001663     05  DET-ACCOUNT-TYPE    PIC X(01).
001664     05  DET-ENTRY-TYPE      PIC X(01).
001665         88  DET-PRENOTE             VALUE "P".
001666         88  DET-CREDIT              VALUE "C".
001670     05  FILLER              PIC X(17) VALUE SPACES.
001680 01  WS-TRAILER-RECORD.
001690     05  FILLER              PIC X(01) VALUE "T".
001700     05  TRL-PAYMENT-COUNT   PIC 9(07).
001710     05  TRL-PAYMENT-HASH    PIC 9(09)V99.
001715     05  TRL-PRENOTE-COUNT   PIC 9(07).
001720     05  FILLER              PIC X(54) VALUE SPACES.
001730*----------------------------------------------------------------
001740* CHECK AND STUB PRINT LAYOUTS
001750*----------------------------------------------------------------
001960     05  FILLER              PIC X(06) VALUE SPACES.
001970     05  STB-LABEL           PIC X(16).
001980     05  STB-VALUE           PIC X(09).
001981 01  WS-ADVICE-HEAD-LINE.
001982     05  FILLER              PIC X(31) VALUE
001983         "DEPOSIT ADVICE - NON-NEGOTIABLE".
001984     05  FILLER              PIC X(05) VALUE SPACES.
001985     05  FILLER              PIC X(07) VALUE "DATE : ".
001986     05  ADV-DATE            PIC X(10).
001987 01  WS-ADVICE-ACCOUNT-LINE.
001988     05  FILLER              PIC X(22) VALUE
001989         "DEPOSITED TO ACCOUNT: ".
001990     05  ADV-ACCOUNT-NUMBER  PIC X(17).
001991     05  FILLER              PIC X(05) VALUE SPACES.
001992     05  FILLER              PIC X(09) VALUE "AMOUNT $ ".
001993     05  ADV-AMOUNT          PIC X(09).
001994*----------------------------------------------------------------
002000* CHECK REGISTER REPORT LAYOUTS
002010*----------------------------------------------------------------
002020 01  WS-REG-HEADING-1.
002200     05  RDT-EMPLOYEE-NAME   PIC X(20).
002210     05  FILLER              PIC X(02) VALUE SPACES.
002220     05  RDT-NET-PAY         PIC X(09).
002223     05  FILLER              PIC X(02) VALUE SPACES.
002226     05  RDT-NOTE            PIC X(30).
002230 01  WS-REG-TOTAL-LINE.
002240     05  RTL-LABEL           PIC X(33).
002250     05  RTL-VALUE           PIC ZZZ,ZZZ,ZZ9.99-.
002950         MOVE 8 TO WS-RETURN-CODE
002960         GO TO 1000-EXIT
002970     END-IF.
002971     OPEN OUTPUT ADVICE-PRINT-FILE.
002972     IF WS-ADVICE-STATUS NOT = "00"
002973         DISPLAY "PAYBNK01 - UNABLE TO OPEN ADVICE, STATUS = "
002974             WS-ADVICE-STATUS
002975         MOVE "Y" TO WS-EOF-SWITCH
002976         MOVE 8 TO WS-RETURN-CODE
002977         GO TO 1000-EXIT
002978     END-IF.
002979     SET WS-ADVICE-IS-OPEN TO TRUE.
002980     PERFORM 1500-LOAD-LEAVE-BALANCES THRU 1500-EXIT.
002981     OPEN OUTPUT POSITIVE-PAY-FILE.
002982     IF WS-POSPAY-STATUS NOT = "00"
002983         DISPLAY "PAYBNK01 - UNABLE TO OPEN POSPAY, STATUS = "
002984             WS-POSPAY-STATUS
002985         MOVE "Y" TO WS-EOF-SWITCH
002986         MOVE 8 TO WS-RETURN-CODE
002987         GO TO 1000-EXIT
002988     END-IF.
002989     SET WS-POSPAY-IS-OPEN TO TRUE.
002990     MOVE WS-RUN-DATE   TO HDR-RUN-DATE.
002991     MOVE WS-ORIGINATOR TO HDR-ORIGINATOR.
003000     MOVE WS-HEADER-RECORD TO BANK-RECORD.
003010     WRITE BANK-RECORD.
003012     PERFORM 1400-LOAD-DD-ACCOUNTS THRU 1400-EXIT.
003014     IF WS-RETURN-CODE = 8
003016         GO TO 1000-EXIT
003018     END-IF.
003020     PERFORM 2100-READ-RESULT THRU 2100-EXIT.
003022     IF NOT WS-END-OF-FILE
003023         MOVE RR-PERIOD    TO WS-RUN-PERIOD
003024         MOVE RR-PAY-GROUP TO WS-RUN-GROUP
003025         IF WS-RUN-GROUP = SPACES
003026             MOVE WS-LEGACY-GROUP TO WS-RUN-GROUP
003027         END-IF
003028     END-IF.
003029     PERFORM 1300-CARRY-ISSUED-CHECKS THRU 1300-EXIT.
003030 1000-EXIT.
003040     EXIT.
003050*----------------------------------------------------------------
003700         WS-NEXT-CHECK-NUMBER.
003710 1200-EXIT.
003720     EXIT.
003721*----------------------------------------------------------------
003722* CARRY THE ISSUED-CHECK FILE FORWARD TO THE NEW GENERATION THIS
003723* RUN'S CHECKS ARE ADDED TO.  AN OUTSTANDING PAY-RUN CHECK FOR
003724* THIS RUN'S OWN PAY GROUP, PERIOD AND YEAR WAS DRAWN BY AN
003725* EARLIER BUILD OF THE SAME RUN (A RECYCLE OR RETRO REBUILD, OR A
003726* RERUN AFTER A HELD TRAILER) AND IS NOW REPLACED BY THE CHECK
003727* THIS BUILD DRAWS, SO IT IS VOIDED ON FILE AND ON POSITIVE PAY.
003728* ALSO PERFORMED FROM TERMINATE WHEN THE RUN FAILED EARLIER, SO A
003729* HELD RUN NEVER CATALOGS AN EMPTY GENERATION OVER THE FILE.
003730*----------------------------------------------------------------
003731 1300-CARRY-ISSUED-CHECKS.
003732*----------------------------------------------------------------
003733     SET WS-ISSUED-CARRIED TO TRUE.
003734     COMPUTE WS-RUN-YEAR = WS-RUN-DATE / 10000.
003735     OPEN INPUT ISSUED-OLD-FILE.
003736     IF WS-CHKISSO-STATUS NOT = "00"
003737         DISPLAY "PAYBNK01 - UNABLE TO OPEN CHKISSO, STATUS = "
003738             WS-CHKISSO-STATUS
003739         DISPLAY "PAYBNK01 - NO ISSUED-CHECK FILE, RUN HELD"
003740         MOVE "Y" TO WS-EOF-SWITCH
003741         MOVE 8 TO WS-RETURN-CODE
003742         GO TO 1300-EXIT
003743     END-IF.
003744     OPEN OUTPUT ISSUED-NEW-FILE.
003745     IF WS-CHKISSN-STATUS NOT = "00"
003746         DISPLAY "PAYBNK01 - UNABLE TO OPEN CHKISSN, STATUS = "
003747             WS-CHKISSN-STATUS
003748         CLOSE ISSUED-OLD-FILE
003749         MOVE "Y" TO WS-EOF-SWITCH
003750         MOVE 8 TO WS-RETURN-CODE
003751         GO TO 1300-EXIT
003752     END-IF.
003753     SET WS-ISSUED-IS-OPEN TO TRUE.
003754     PERFORM 1310-CARRY-ONE-CHECK THRU 1310-EXIT
003755         UNTIL WS-ISSUED-END-OF-FILE.
003756     CLOSE ISSUED-OLD-FILE.
003757     DISPLAY "PAYBNK01 - ISSUED CHECKS CARRIED : "
003758         WS-CARRIED-COUNT.
003759     IF WS-SUPERSEDED-COUNT > ZERO
003760         DISPLAY "PAYBNK01 - CHECKS SUPERSEDED BY THIS BUILD : "
003761             WS-SUPERSEDED-COUNT
003762     END-IF.
003763 1300-EXIT.
003764     EXIT.
003765*----------------------------------------------------------------
003766 1310-CARRY-ONE-CHECK.
003767*----------------------------------------------------------------
003768     READ ISSUED-OLD-FILE
003769         AT END
003770             MOVE "Y" TO WS-ISSUED-EOF-SWITCH
003771             GO TO 1310-EXIT
003772     END-READ.
003773     MOVE ISSUED-OLD-RECORD TO ISSUED-CHECK-RECORD.
003774     COMPUTE WS-ISSUE-YEAR = CI-ISSUE-DATE / 10000.
003775     MOVE CI-PAY-GROUP TO WS-CHECK-GROUP.
003776     IF WS-CHECK-GROUP = SPACES
003777         MOVE WS-LEGACY-GROUP TO WS-CHECK-GROUP
003778     END-IF.
003779     IF CI-OUTSTANDING AND CI-FROM-PAY-RUN
003780        AND WS-RUN-PERIOD NOT = ZERO
003781        AND CI-PERIOD = WS-RUN-PERIOD
003782        AND WS-CHECK-GROUP = WS-RUN-GROUP
003783        AND WS-ISSUE-YEAR = WS-RUN-YEAR
003784         PERFORM 1320-SUPERSEDE-CHECK THRU 1320-EXIT
003785     END-IF.
003786     WRITE ISSUED-CHECK-RECORD.
003787     ADD 1 TO WS-CARRIED-COUNT.
003788 1310-EXIT.
003789     EXIT.
003790*----------------------------------------------------------------
003791* VOID A SUPERSEDED CHECK -- ON FILE, ON POSITIVE PAY SO THE BANK
003792* WILL NOT HONOR IT, AND ON THE REGISTER.
003793*----------------------------------------------------------------
003794 1320-SUPERSEDE-CHECK.
003795*----------------------------------------------------------------
003796     MOVE "V"         TO CI-STATUS.
003797     MOVE WS-RUN-DATE TO CI-STATUS-DATE.
003798     IF WS-POSPAY-IS-OPEN
003799         MOVE SPACES          TO POSITIVE-PAY-RECORD
003800         MOVE "V"             TO PP-RECORD-TYPE
003801         MOVE CI-CHECK-NUMBER TO PP-CHECK-NUMBER
003802         MOVE CI-ISSUE-DATE   TO PP-ISSUE-DATE
003803         MOVE CI-AMOUNT       TO PP-AMOUNT
003804         MOVE CI-PAYEE-NAME   TO PP-PAYEE-NAME
003805         WRITE POSITIVE-PAY-RECORD
003806         ADD 1 TO WS-PP-VOID-COUNT
003807     END-IF.
003808     MOVE CI-AMOUNT TO WS-CHECK-AMOUNT.
003809     CALL "PAYSTB01" USING WS-CHECK-AMOUNT WS-NET-EDITED.
003810     MOVE CI-CHECK-NUMBER TO RDT-CHECK-NUMBER.
003811     MOVE CI-EMPLOYEE-ID  TO RDT-EMPLOYEE-ID.
003812     MOVE CI-PAYEE-NAME   TO RDT-EMPLOYEE-NAME.
003813     MOVE WS-NET-EDITED   TO RDT-NET-PAY.
003814     MOVE "SUPERSEDED BY THIS RUN - VOID" TO RDT-NOTE.
003815     PERFORM 2550-WRITE-REGISTER-LINE THRU 2550-EXIT.
003816     ADD 1 TO WS-SUPERSEDED-COUNT.
003817 1320-EXIT.
003818     EXIT.
003819*----------------------------------------------------------------
003820* LOAD THE DIRECT-DEPOSIT ACCOUNTS AND SETTLE EACH ONE'S STATUS
003821* FOR THIS RUN, SENDING THE PRENOTES DUE.  NO ACCOUNT FILE MEANS
003822* NO DEPOSIT CAN BE ROUTED, SO THE RUN IS HELD.  AN ACCOUNT THE
003823* TABLE CANNOT HOLD IS STILL CARRIED FORWARD, BUT ITS EMPLOYEE IS
003824* PAID BY CHECK THIS RUN.
003825*----------------------------------------------------------------
003826 1400-LOAD-DD-ACCOUNTS.
003827*----------------------------------------------------------------
003828     OPEN INPUT DDA-OLD-FILE.
003829     IF WS-DDACCTO-STATUS NOT = "00"
003830         DISPLAY "PAYBNK01 - UNABLE TO OPEN DDACCTO, STATUS = "
003831             WS-DDACCTO-STATUS
003832         DISPLAY "PAYBNK01 - NO DIRECT-DEPOSIT ACCOUNTS, RUN HELD"
003833         MOVE "Y" TO WS-EOF-SWITCH
003834         MOVE 8 TO WS-RETURN-CODE
003835         GO TO 1400-EXIT
003836     END-IF.
003837     PERFORM 1410-LOAD-ONE-ACCOUNT THRU 1410-EXIT
003838         UNTIL WS-DDA-END-OF-FILE.
003839     CLOSE DDA-OLD-FILE.
003840     DISPLAY "PAYBNK01 - DEPOSIT ACCOUNTS LOADED : "
003841         WS-DDA-LOADED-COUNT.
003842 1400-EXIT.
003843     EXIT.
003844*----------------------------------------------------------------
003845 1410-LOAD-ONE-ACCOUNT.
003846*----------------------------------------------------------------
003847     READ DDA-OLD-FILE
003848         AT END
003849             MOVE "Y" TO WS-DDA-EOF-SWITCH
003850             GO TO 1410-EXIT
003851     END-READ.
003852     ADD 1 TO WS-DDA-LOADED-COUNT.
003853     IF WS-DDA-COUNT >= WS-DDA-MAX
003854         DISPLAY "PAYBNK01 - ACCOUNT TABLE FULL, EMPLOYEE "
003855             DO-EMPLOYEE-ID " PAID BY CHECK"
003856         GO TO 1410-EXIT
003857     END-IF.
003858     ADD 1 TO WS-DDA-COUNT.
003859     MOVE WS-DDA-COUNT      TO WS-DDA-SUB.
003860     MOVE DO-EMPLOYEE-ID    TO WS-DDA-ID (WS-DDA-SUB).
003861     MOVE DO-ROUTING-NUMBER TO WS-DDA-ROUTING (WS-DDA-SUB).
003862     MOVE DO-ACCOUNT-NUMBER TO WS-DDA-ACCOUNT (WS-DDA-SUB).
003863     MOVE DO-ACCOUNT-TYPE   TO WS-DDA-TYPE (WS-DDA-SUB).
003864     MOVE DO-STATUS         TO WS-DDA-STATUS (WS-DDA-SUB).
003865     MOVE DO-STATUS-DATE    TO WS-DDA-STATUS-DATE (WS-DDA-SUB).
003866     MOVE "N"               TO WS-DDA-CHANGED (WS-DDA-SUB).
003867     EVALUATE TRUE
003868         WHEN DO-PRENOTE-DUE
003869         OR (DO-PRENOTE-SENT AND DO-STATUS-DATE = WS-RUN-DATE)
003870             PERFORM 1420-SEND-PRENOTE THRU 1420-EXIT
003871         WHEN DO-PRENOTE-SENT
003872             COMPUTE WS-DAYS-SINCE-PRENOTE =
003873                 FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
003874               - FUNCTION INTEGER-OF-DATE (DO-STATUS-DATE)
003875             IF WS-DAYS-SINCE-PRENOTE >= WS-PRENOTE-DAYS
003876                 MOVE "A" TO WS-DDA-STATUS (WS-DDA-SUB)
003877                 MOVE WS-RUN-DATE
003878                     TO WS-DDA-STATUS-DATE (WS-DDA-SUB)
003879                 MOVE "Y" TO WS-DDA-CHANGED (WS-DDA-SUB)
003880                 ADD 1 TO WS-LIVE-COUNT
003881             END-IF
003882     END-EVALUATE.
003883 1410-EXIT.
003884     EXIT.
003885*----------------------------------------------------------------
003886* SEND THE ZERO-DOLLAR PRENOTE THAT PROVES THE ACCOUNT BEFORE
003887* ANY MONEY GOES TO IT.  PRENOTES ARE NOT PAYMENTS -- THEY ARE
003888* COUNTED APART ON THE TRAILER AND NOT PROVEN AGAINST BNKCTL.
003889*----------------------------------------------------------------
003890 1420-SEND-PRENOTE.
003891*----------------------------------------------------------------
003892     MOVE DO-EMPLOYEE-ID    TO DET-EMPLOYEE-ID.
003893     MOVE SPACES            TO DET-EMPLOYEE-NAME.
003894     MOVE ZERO              TO DET-NET-PAY.
003895     MOVE DO-ROUTING-NUMBER TO DET-ROUTING-NUMBER.
003896     MOVE DO-ACCOUNT-NUMBER TO DET-ACCOUNT-NUMBER.
003897     MOVE DO-ACCOUNT-TYPE   TO DET-ACCOUNT-TYPE.
003898     MOVE "P"               TO DET-ENTRY-TYPE.
003899     MOVE WS-DETAIL-RECORD  TO BANK-RECORD.
003900     WRITE BANK-RECORD.
003901     ADD 1 TO WS-PRENOTE-COUNT.
003902     IF DO-PRENOTE-DUE
003903         MOVE "N" TO WS-DDA-STATUS (WS-DDA-SUB)
003904         MOVE WS-RUN-DATE TO WS-DDA-STATUS-DATE (WS-DDA-SUB)
003905         MOVE "Y" TO WS-DDA-CHANGED (WS-DDA-SUB)
003906     END-IF.
003907 1420-EXIT.
003908     EXIT.
003909*----------------------------------------------------------------
003910* LOAD THE LEAVE BALANCES FOR THE STUBS.  A MISSING LVBAL ONLY
003911* MEANS THE STUBS GO OUT WITHOUT THE BALANCE LINES.  AN EMPLOYEE
003912* THE TABLE CANNOT HOLD IS PAID AS USUAL WITHOUT THEM.
003913*----------------------------------------------------------------
003914 1500-LOAD-LEAVE-BALANCES.
003915*----------------------------------------------------------------
003916     OPEN INPUT LEAVE-BALANCE-FILE.
003917     IF WS-LVBAL-STATUS NOT = "00"
003918         DISPLAY "PAYBNK01 - NO LVBAL FILE FOUND, STUBS WILL "
003919             "NOT SHOW LEAVE BALANCES"
003920         GO TO 1500-EXIT
003921     END-IF.
003922     PERFORM 1510-LOAD-ONE-BALANCE THRU 1510-EXIT
003923         UNTIL WS-LVB-END-OF-FILE.
003924     CLOSE LEAVE-BALANCE-FILE.
003925     DISPLAY "PAYBNK01 - LEAVE BALANCES LOADED : " WS-LVB-COUNT.
003926 1500-EXIT.
003927     EXIT.
003928*----------------------------------------------------------------
003929 1510-LOAD-ONE-BALANCE.
003930*----------------------------------------------------------------
003931     READ LEAVE-BALANCE-FILE
003932         AT END
003933             MOVE "Y" TO WS-LVB-EOF-SWITCH
003934             GO TO 1510-EXIT
003935     END-READ.
003936     IF WS-LVB-COUNT = ZERO
003937         OR WS-LVB-ID (WS-LVB-COUNT) NOT = LB-EMPLOYEE-ID
003938         IF WS-LVB-COUNT >= WS-LVB-MAX
003939             DISPLAY "PAYBNK01 - LEAVE TABLE FULL, EMPLOYEE "
003940                 LB-EMPLOYEE-ID " STUB WITHOUT BALANCES"
003941             GO TO 1510-EXIT
003942         END-IF
003943         ADD 1 TO WS-LVB-COUNT
003944         MOVE LB-EMPLOYEE-ID TO WS-LVB-ID (WS-LVB-COUNT)
003945         MOVE ZERO TO WS-LVB-VACATION (WS-LVB-COUNT)
003946         MOVE ZERO TO WS-LVB-SICK (WS-LVB-COUNT)
003947     END-IF.
003948     IF LB-VACATION
003949         MOVE LB-BALANCE TO WS-LVB-VACATION (WS-LVB-COUNT)
003950     END-IF.
003951     IF LB-SICK
003952         MOVE LB-BALANCE TO WS-LVB-SICK (WS-LVB-COUNT)
003953     END-IF.
003954 1510-EXIT.
003955     EXIT.
003956*----------------------------------------------------------------
003957 2000-SELECT-PAYMENT.
003958*----------------------------------------------------------------
003959     IF RR-ERROR-CODE NOT = ZERO
003960         GO TO 2000-NEXT
003961     END-IF.
003962     PERFORM 2300-FIND-PAY-METHOD THRU 2300-EXIT.
003963     IF WS-METHOD-DEPOSIT
003964         PERFORM 2350-FIND-DD-ACCOUNT THRU 2350-EXIT
003965     END-IF.
003966     IF WS-METHOD-CHECK
003967         PERFORM 2400-PRINT-CHECK THRU 2400-EXIT
003968         GO TO 2000-NEXT
003969     END-IF.
003970     MOVE RR-EMPLOYEE-ID   TO DET-EMPLOYEE-ID.
003971     MOVE RR-EMPLOYEE-NAME TO DET-EMPLOYEE-NAME.
003972     MOVE RR-NET-PAY       TO DET-NET-PAY.
003973     MOVE WS-DDA-ROUTING (WS-DDA-SUB) TO DET-ROUTING-NUMBER.
003974     MOVE WS-DDA-ACCOUNT (WS-DDA-SUB) TO DET-ACCOUNT-NUMBER.
003975     MOVE WS-DDA-TYPE (WS-DDA-SUB)    TO DET-ACCOUNT-TYPE.
003976     MOVE "C"                         TO DET-ENTRY-TYPE.
003977     MOVE WS-DETAIL-RECORD TO BANK-RECORD.
003978     WRITE BANK-RECORD.
003979     ADD 1 TO WS-PAYMENT-COUNT.
003980     ADD RR-NET-PAY TO WS-PAYMENT-HASH.
003981     PERFORM 2700-PRINT-ADVICE THRU 2700-EXIT.
003982 2000-NEXT.
003983     PERFORM 2100-READ-RESULT THRU 2100-EXIT.
003984 2000-EXIT.
003985     EXIT.
003986*----------------------------------------------------------------
003987 2100-READ-RESULT.
003988*----------------------------------------------------------------
003989     READ RESULTS-FILE
003990         AT END
004000             MOVE "Y" TO WS-EOF-SWITCH
004010             GO TO 2100-EXIT
004090 2300-FIND-PAY-METHOD.
004100*----------------------------------------------------------------
004110     MOVE "D" TO WS-PAY-METHOD.
004115     MOVE SPACES TO WS-PAY-NOTE.
004120     MOVE 1 TO WS-MTH-SUB.
004130     PERFORM 2310-BUMP-METHOD-SUB THRU 2310-EXIT
004140         UNTIL WS-MTH-SUB > WS-MTH-COUNT
004240     ADD 1 TO WS-MTH-SUB.
004250 2310-EXIT.
004260     EXIT.
004261*----------------------------------------------------------------
004262* A DEPOSIT NEEDS A LIVE ACCOUNT.  WITH NO ACCOUNT ON FILE, ONE
004263* STILL IN ITS PRENOTE PERIOD, OR ONE THE BANK RETURNED, THE
004264* EMPLOYEE IS PAID BY CHECK AND THE REGISTER SAYS WHY.
004265*----------------------------------------------------------------
004266 2350-FIND-DD-ACCOUNT.
004267*----------------------------------------------------------------
004268     MOVE 1 TO WS-DDA-SUB.
004269     PERFORM 2360-BUMP-DDA-SUB THRU 2360-EXIT
004270         UNTIL WS-DDA-SUB > WS-DDA-COUNT
004271            OR WS-DDA-ID (WS-DDA-SUB) = RR-EMPLOYEE-ID.
004272     EVALUATE TRUE
004273         WHEN WS-DDA-SUB > WS-DDA-COUNT
004274             MOVE "NO DEPOSIT ACCOUNT - CHECK" TO WS-PAY-NOTE
004275         WHEN WS-DDA-LIVE (WS-DDA-SUB)
004276             GO TO 2350-EXIT
004277         WHEN WS-DDA-RETURNED (WS-DDA-SUB)
004278             MOVE "DEPOSIT RETURNED - CHECK" TO WS-PAY-NOTE
004279         WHEN OTHER
004280             MOVE "PRENOTE PERIOD - CHECK" TO WS-PAY-NOTE
004281     END-EVALUATE.
004282     MOVE "C" TO WS-PAY-METHOD.
004283     ADD 1 TO WS-DD-BY-CHECK-COUNT.
004284 2350-EXIT.
004285     EXIT.
004286*----------------------------------------------------------------
004287 2360-BUMP-DDA-SUB.
004288*----------------------------------------------------------------
004289     ADD 1 TO WS-DDA-SUB.
004290 2360-EXIT.
004291     EXIT.
004292*----------------------------------------------------------------
004293* PRINT ONE CHECK AND STUB UNDER THE NEXT CONTROLLED NUMBER,
004294* LIST THE NUMBER ON THE REGISTER, AND ROLL THE CHECK TOTALS.
004300* ALL AMOUNTS ARE EDITED THROUGH PAYSTB01 LIKE EVERY OTHER
004310* PRINTED FIGURE IN THE SYSTEM.
004320*----------------------------------------------------------------
004450     MOVE WS-NET-EDITED        TO CHK-AMOUNT.
004460     MOVE WS-CHECK-PAYEE-LINE  TO CHECK-PRINT-LINE.
004470     WRITE CHECK-PRINT-LINE.
004480     SET WS-STUB-TO-CHECK TO TRUE.
004490     PERFORM 2710-WRITE-STUB THRU 2710-EXIT.
004640     MOVE WS-CHECK-RULE-LINE   TO CHECK-PRINT-LINE.
004650     WRITE CHECK-PRINT-LINE.
004660     MOVE SPACES               TO CHECK-PRINT-LINE.
004670     WRITE CHECK-PRINT-LINE.
004680     PERFORM 2500-WRITE-REGISTER-DETAIL THRU 2500-EXIT.
004685     PERFORM 2600-RECORD-ISSUE THRU 2600-EXIT.
004690     ADD 1 TO WS-NEXT-CHECK-NUMBER.
004700     ADD 1 TO WS-CHECK-COUNT.
004710     ADD RR-NET-PAY TO WS-CHECK-TOTAL.
004740*----------------------------------------------------------------
004750 2500-WRITE-REGISTER-DETAIL.
004760*----------------------------------------------------------------
004766     MOVE WS-NEXT-CHECK-NUMBER TO RDT-CHECK-NUMBER.
004772     MOVE RR-EMPLOYEE-ID       TO RDT-EMPLOYEE-ID.
004778     MOVE RR-EMPLOYEE-NAME     TO RDT-EMPLOYEE-NAME.
004784     MOVE WS-NET-EDITED        TO RDT-NET-PAY.
004790     MOVE WS-PAY-NOTE          TO RDT-NOTE.
004796     PERFORM 2550-WRITE-REGISTER-LINE THRU 2550-EXIT.
004802 2500-EXIT.
004808     EXIT.
004814*----------------------------------------------------------------
004820 2550-WRITE-REGISTER-LINE.
004826*----------------------------------------------------------------
004832     IF WS-REG-LINE-COUNT = ZERO OR
004838        WS-REG-LINE-COUNT >= WS-REG-LINES-PER-PAGE
004844         ADD 1 TO WS-REG-PAGE-NUMBER
004850         MOVE WS-RUN-DATE       TO RHD-RUN-DATE
004856         MOVE WS-REG-PAGE-NUMBER TO RHD-PAGE-NUMBER
004862         MOVE WS-REG-HEADING-1  TO REGISTER-LINE
004868         WRITE REGISTER-LINE
004874         MOVE WS-REG-HEADING-2  TO REGISTER-LINE
004880         WRITE REGISTER-LINE
004886         MOVE SPACES            TO REGISTER-LINE
004892         WRITE REGISTER-LINE
004898         MOVE 3 TO WS-REG-LINE-COUNT
004904     END-IF.
004910     MOVE WS-REG-DETAIL-LINE   TO REGISTER-LINE.
004916     WRITE REGISTER-LINE.
004922     ADD 1 TO WS-REG-LINE-COUNT.
004928 2550-EXIT.
004962     EXIT.
004963*----------------------------------------------------------------
004964* RECORD THE CHECK JUST DRAWN ON THE NEW ISSUED-CHECK GENERATION
004965* AS OUTSTANDING, AND ON POSITIVE PAY SO THE BANK WILL HONOR IT.
004966*----------------------------------------------------------------
004967 2600-RECORD-ISSUE.
004968*----------------------------------------------------------------
004969     MOVE SPACES               TO ISSUED-CHECK-RECORD.
004970     MOVE WS-NEXT-CHECK-NUMBER TO CI-CHECK-NUMBER.
004971     MOVE WS-RUN-DATE          TO CI-ISSUE-DATE.
004972     MOVE RR-NET-PAY           TO CI-AMOUNT.
004973     MOVE RR-EMPLOYEE-ID       TO CI-EMPLOYEE-ID.
004974     MOVE RR-EMPLOYEE-NAME     TO CI-PAYEE-NAME.
004975     MOVE RR-PERIOD            TO CI-PERIOD.
004976     MOVE RR-PAY-GROUP         TO CI-PAY-GROUP.
004977     MOVE "P"                  TO CI-ORIGIN.
004978     MOVE "O"                  TO CI-STATUS.
004979     MOVE ZERO                 TO CI-STATUS-DATE.
004980     MOVE ZERO                 TO CI-PAID-AMOUNT.
004981     MOVE ZERO                 TO CI-RELATED-NUMBER.
004982     WRITE ISSUED-CHECK-RECORD.
004983     MOVE SPACES               TO POSITIVE-PAY-RECORD.
004984     MOVE "I"                  TO PP-RECORD-TYPE.
004985     MOVE WS-NEXT-CHECK-NUMBER TO PP-CHECK-NUMBER.
004986     MOVE WS-RUN-DATE          TO PP-ISSUE-DATE.
004987     MOVE RR-NET-PAY           TO PP-AMOUNT.
004988     MOVE RR-EMPLOYEE-NAME     TO PP-PAYEE-NAME.
004989     WRITE POSITIVE-PAY-RECORD.
004990     ADD 1 TO WS-PP-ISSUE-COUNT.
004991     ADD RR-NET-PAY TO WS-PP-ISSUE-TOTAL.
004992 2600-EXIT.
004993     EXIT.
004994*----------------------------------------------------------------
004995* PRINT THE NON-NEGOTIABLE ADVICE FOR A DEPOSIT -- THE SAME STUB
004996* A CHECK CARRIES, UNDER THE ACCOUNT THE MONEY WENT TO.
004997*----------------------------------------------------------------
004998 2700-PRINT-ADVICE.
004999*----------------------------------------------------------------
005000     CALL "PAYSTB01" USING RR-GROSS-PAY WS-GROSS-EDITED.
005001     CALL "PAYSTB01" USING RR-DEDUCTIONS WS-DEDUCT-EDITED.
005002     CALL "PAYSTB01" USING RR-NET-PAY WS-NET-EDITED.
005003     MOVE WS-CHECK-RULE-LINE   TO ADVICE-PRINT-LINE.
005004     WRITE ADVICE-PRINT-LINE.
005005     MOVE WS-RUN-DATE          TO ADV-DATE.
005006     MOVE WS-ADVICE-HEAD-LINE  TO ADVICE-PRINT-LINE.
005007     WRITE ADVICE-PRINT-LINE.
005008     MOVE WS-DDA-ACCOUNT (WS-DDA-SUB) TO ADV-ACCOUNT-NUMBER.
005009     MOVE WS-NET-EDITED        TO ADV-AMOUNT.
005010     MOVE WS-ADVICE-ACCOUNT-LINE TO ADVICE-PRINT-LINE.
005011     WRITE ADVICE-PRINT-LINE.
005012     SET WS-STUB-TO-ADVICE TO TRUE.
005013     PERFORM 2710-WRITE-STUB THRU 2710-EXIT.
005014     MOVE WS-CHECK-RULE-LINE   TO ADVICE-PRINT-LINE.
005015     WRITE ADVICE-PRINT-LINE.
005016     MOVE SPACES               TO ADVICE-PRINT-LINE.
005017     WRITE ADVICE-PRINT-LINE.
005018     ADD 1 TO WS-ADVICE-COUNT.
005019 2700-EXIT.
005020     EXIT.
005021*----------------------------------------------------------------
005022* THE STUB -- PAY FIGURES, THEN THE LEAVE BALANCES WHEN THE
005023* EMPLOYEE HAS ANY ON FILE.
005024*----------------------------------------------------------------
005025 2710-WRITE-STUB.
005026*----------------------------------------------------------------
005027     MOVE RR-EMPLOYEE-ID       TO STB-EMPLOYEE-ID.
005028     MOVE RR-EMPLOYEE-NAME     TO STB-EMPLOYEE-NAME.
005029     MOVE WS-STUB-HEAD-LINE    TO WS-STUB-PRINT-LINE.
005030     PERFORM 2720-WRITE-STUB-LINE THRU 2720-EXIT.
005031     MOVE "GROSS PAY  . . :"   TO STB-LABEL.
005032     MOVE WS-GROSS-EDITED      TO STB-VALUE.
005033     MOVE WS-STUB-AMOUNT-LINE  TO WS-STUB-PRINT-LINE.
005034     PERFORM 2720-WRITE-STUB-LINE THRU 2720-EXIT.
005035     MOVE "DEDUCTIONS . . :"   TO STB-LABEL.
005036     MOVE WS-DEDUCT-EDITED     TO STB-VALUE.
005037     MOVE WS-STUB-AMOUNT-LINE  TO WS-STUB-PRINT-LINE.
005038     PERFORM 2720-WRITE-STUB-LINE THRU 2720-EXIT.
005039     MOVE "NET PAY  . . . :"   TO STB-LABEL.
005040     MOVE WS-NET-EDITED        TO STB-VALUE.
005041     MOVE WS-STUB-AMOUNT-LINE  TO WS-STUB-PRINT-LINE.
005042     PERFORM 2720-WRITE-STUB-LINE THRU 2720-EXIT.
005043     PERFORM 2730-FIND-LEAVE-BALANCE THRU 2730-EXIT.
005044     IF WS-LVB-SUB > WS-LVB-COUNT
005045         GO TO 2710-EXIT
005046     END-IF.
005047     MOVE WS-LVB-VACATION (WS-LVB-SUB) TO WS-LEAVE-HOURS.
005048     CALL "PAYSTB01" USING WS-LEAVE-HOURS WS-LEAVE-EDITED.
005049     MOVE "VACATION HOURS :"   TO STB-LABEL.
005050     MOVE WS-LEAVE-EDITED      TO STB-VALUE.
005051     MOVE WS-STUB-AMOUNT-LINE  TO WS-STUB-PRINT-LINE.
005052     PERFORM 2720-WRITE-STUB-LINE THRU 2720-EXIT.
005053     MOVE WS-LVB-SICK (WS-LVB-SUB) TO WS-LEAVE-HOURS.
005054     CALL "PAYSTB01" USING WS-LEAVE-HOURS WS-LEAVE-EDITED.
005055     MOVE "SICK HOURS . . :"   TO STB-LABEL.
005056     MOVE WS-LEAVE-EDITED      TO STB-VALUE.
005057     MOVE WS-STUB-AMOUNT-LINE  TO WS-STUB-PRINT-LINE.
005058     PERFORM 2720-WRITE-STUB-LINE THRU 2720-EXIT.
005059 2710-EXIT.
005060     EXIT.
005061*----------------------------------------------------------------
005062 2720-WRITE-STUB-LINE.
005063*----------------------------------------------------------------
005064     IF WS-STUB-TO-ADVICE
005065         MOVE WS-STUB-PRINT-LINE TO ADVICE-PRINT-LINE
005066         WRITE ADVICE-PRINT-LINE
005067     ELSE
005068         MOVE WS-STUB-PRINT-LINE TO CHECK-PRINT-LINE
005069         WRITE CHECK-PRINT-LINE
005070     END-IF.
005071 2720-EXIT.
005072     EXIT.
005073*----------------------------------------------------------------
005074 2730-FIND-LEAVE-BALANCE.
005075*----------------------------------------------------------------
005076     MOVE 1 TO WS-LVB-SUB.
005077     PERFORM 2740-BUMP-LVB-SUB THRU 2740-EXIT
005078         UNTIL WS-LVB-SUB > WS-LVB-COUNT
005079            OR WS-LVB-ID (WS-LVB-SUB) = RR-EMPLOYEE-ID.
005080 2730-EXIT.
005081     EXIT.
005082*----------------------------------------------------------------
005083 2740-BUMP-LVB-SUB.
005084*----------------------------------------------------------------
005085     ADD 1 TO WS-LVB-SUB.
005086 2740-EXIT.
005087     EXIT.
005088*----------------------------------------------------------------
005089* WRITE THE TRAILER AND PROVE IT AGAINST PAYDRV01'S CONTROL
005090* FIGURES.  A DISAGREEMENT LEAVES THE FILE ON DISK FOR THE
005091* POST-MORTEM BUT RAISES THE RETURN CODE SO THE RELEASE STEP IS
005092* HELD.
005093*----------------------------------------------------------------
005094 9000-TERMINATE.
005095*----------------------------------------------------------------
005096     IF NOT WS-ISSUED-CARRIED
005097         PERFORM 1300-CARRY-ISSUED-CHECKS THRU 1300-EXIT
005098     END-IF.
005099     IF WS-RETURN-CODE NOT = 8
005100         MOVE WS-PAYMENT-COUNT TO TRL-PAYMENT-COUNT
005101         MOVE WS-PAYMENT-HASH  TO TRL-PAYMENT-HASH
005102         MOVE WS-PRENOTE-COUNT TO TRL-PRENOTE-COUNT
005103         MOVE WS-TRAILER-RECORD TO BANK-RECORD
005110         WRITE BANK-RECORD
005120         CLOSE BANK-FILE
005130         CLOSE RESULTS-FILE
005140         PERFORM 9200-CLOSE-CHECK-RUN THRU 9200-EXIT
005150         PERFORM 9100-PROVE-TRAILER THRU 9100-EXIT
005160     END-IF.
005165     PERFORM 9300-CLOSE-POSITIVE-PAY THRU 9300-EXIT.
005166     IF WS-ADVICE-IS-OPEN
005167         CLOSE ADVICE-PRINT-FILE
005168     END-IF.
005169     PERFORM 9400-CARRY-DD-ACCOUNTS THRU 9400-EXIT.
005170     DISPLAY "PAYBNK01 - PAYMENTS WRITTEN : " WS-PAYMENT-COUNT.
005180     DISPLAY "PAYBNK01 - PAYMENT HASH     : " WS-PAYMENT-HASH.
005190     DISPLAY "PAYBNK01 - CHECKS PRINTED   : " WS-CHECK-COUNT.
005200     DISPLAY "PAYBNK01 - CHECK TOTAL      : " WS-CHECK-TOTAL.
005205     DISPLAY "PAYBNK01 - POSPAY VOIDS     : " WS-PP-VOID-COUNT.
005206     DISPLAY "PAYBNK01 - PRENOTES SENT    : " WS-PRENOTE-COUNT.
005207     DISPLAY "PAYBNK01 - ACCOUNTS LIVE    : " WS-LIVE-COUNT.
005208     DISPLAY "PAYBNK01 - DEPOSITS BY CHECK: "
005209         WS-DD-BY-CHECK-COUNT.
005212     DISPLAY "PAYBNK01 - DEPOSIT ADVICES  : " WS-ADVICE-COUNT.
005215 9000-EXIT.
005220     EXIT.
005230*----------------------------------------------------------------
005240 9100-PROVE-TRAILER.
005630     MOVE WS-CHECK-TOTAL TO RTL-VALUE.
005640     MOVE WS-REG-TOTAL-LINE TO REGISTER-LINE.
005650     WRITE REGISTER-LINE.
005652     MOVE "CHECKS SUPERSEDED AND VOIDED . :" TO RCN-LABEL.
005654     MOVE WS-SUPERSEDED-COUNT TO RCN-VALUE.
005656     MOVE WS-REG-COUNT-LINE TO REGISTER-LINE.
005658     WRITE REGISTER-LINE.
005660     MOVE "DEPOSITS PAID BY CHECK . . . . :" TO RCN-LABEL.
005662     MOVE WS-DD-BY-CHECK-COUNT TO RCN-VALUE.
005664     MOVE WS-REG-COUNT-LINE TO REGISTER-LINE.
005666     WRITE REGISTER-LINE.
005668     CLOSE CHECK-REGISTER-FILE.
005670     CLOSE CHECK-PRINT-FILE.
005680     OPEN OUTPUT CHECK-CONTROL-FILE.
005690     IF WS-CHKCTL-STATUS NOT = "00"
005770     CLOSE CHECK-CONTROL-FILE.
005780 9200-EXIT.
005790     EXIT.
005800*----------------------------------------------------------------
005810* CLOSE THE NEW ISSUED-CHECK GENERATION AND FINISH POSITIVE PAY
005820* WITH ITS TRAILER -- ISSUE COUNT AND TOTAL, VOID COUNT.  THE
005830* FILE GOES TO THE BANK WITH THE BANKFILE TRANSMIT AND IS HELD
005840* WITH IT.
005850*----------------------------------------------------------------
005860 9300-CLOSE-POSITIVE-PAY.
005870*----------------------------------------------------------------
005880     IF WS-ISSUED-IS-OPEN
005890         CLOSE ISSUED-NEW-FILE
005900     END-IF.
005910     IF NOT WS-POSPAY-IS-OPEN
005920         GO TO 9300-EXIT
005930     END-IF.
005940     MOVE SPACES            TO POSITIVE-PAY-RECORD.
005950     MOVE "T"               TO PP-RECORD-TYPE.
005960     MOVE WS-PP-ISSUE-COUNT TO PP-TRL-ISSUE-COUNT.
005970     MOVE WS-PP-ISSUE-TOTAL TO PP-TRL-ISSUE-TOTAL.
005980     MOVE WS-PP-VOID-COUNT  TO PP-TRL-VOID-COUNT.
005990     WRITE POSITIVE-PAY-RECORD.
006000     CLOSE POSITIVE-PAY-FILE.
006010 9300-EXIT.
006020     EXIT.
006030*----------------------------------------------------------------
006040* CARRY THE DIRECT-DEPOSIT ACCOUNT FILE FORWARD TO THE NEW
006050* GENERATION.  WHEN THE RUN IS NOT HELD EACH ACCOUNT TAKES THE
006060* STATUS SETTLED FOR IT AT LOAD (PRENOTE SENT, OR LIVE), WITH A
006070* BEFORE/AFTER AUDIT RECORD; A HELD RUN SENT NOTHING TO THE BANK,
006080* SO THE FILE IS CARRIED FORWARD UNCHANGED.
006090*----------------------------------------------------------------
006100 9400-CARRY-DD-ACCOUNTS.
006110*----------------------------------------------------------------
006120     OPEN INPUT DDA-OLD-FILE.
006130     IF WS-DDACCTO-STATUS NOT = "00"
006140         DISPLAY "PAYBNK01 - UNABLE TO OPEN DDACCTO, STATUS = "
006150             WS-DDACCTO-STATUS
006160         MOVE 8 TO WS-RETURN-CODE
006170         GO TO 9400-EXIT
006180     END-IF.
006190     OPEN OUTPUT DDA-NEW-FILE.
006200     IF WS-DDACCTN-STATUS NOT = "00"
006210         DISPLAY "PAYBNK01 - UNABLE TO OPEN DDACCTN, STATUS = "
006220             WS-DDACCTN-STATUS
006230         CLOSE DDA-OLD-FILE
006240         MOVE 8 TO WS-RETURN-CODE
006250         GO TO 9400-EXIT
006260     END-IF.
006270     IF WS-RETURN-CODE NOT = 8
006280         OPEN EXTEND DDA-AUDIT-FILE
006290         IF WS-DDAUDIT-STATUS NOT = "00"
006300             OPEN OUTPUT DDA-AUDIT-FILE
006310         END-IF
006320         IF WS-DDAUDIT-STATUS NOT = "00"
006330             DISPLAY "PAYBNK01 - UNABLE TO OPEN DDAUDIT, "
006340                 "STATUS = " WS-DDAUDIT-STATUS
006350             DISPLAY "PAYBNK01 - ACCOUNT STATUSES NOT POSTED, "
006360                 "RUN HELD"
006370             MOVE 8 TO WS-RETURN-CODE
006380         ELSE
006390             SET WS-DDA-AUDIT-IS-OPEN TO TRUE
006400             SET WS-DDA-APPLY-STATUSES TO TRUE
006410         END-IF
006420     END-IF.
006430     MOVE "N" TO WS-DDA-EOF-SWITCH.
006440     PERFORM 9410-CARRY-ONE-ACCOUNT THRU 9410-EXIT
006450         UNTIL WS-DDA-END-OF-FILE.
006460     CLOSE DDA-OLD-FILE.
006470     CLOSE DDA-NEW-FILE.
006480     IF WS-DDA-AUDIT-IS-OPEN
006490         CLOSE DDA-AUDIT-FILE
006500     END-IF.
006510     DISPLAY "PAYBNK01 - DEPOSIT ACCOUNTS CARRIED : "
006520         WS-DDA-CARRIED-COUNT.
006530     IF NOT WS-DDA-APPLY-STATUSES
006540         DISPLAY "PAYBNK01 - *** ACCOUNT FILE CARRIED FORWARD "
006550             "UNCHANGED"
006560     END-IF.
006570 9400-EXIT.
006580     EXIT.
006590*----------------------------------------------------------------
006600 9410-CARRY-ONE-ACCOUNT.
006610*----------------------------------------------------------------
006620     READ DDA-OLD-FILE
006630         AT END
006640             MOVE "Y" TO WS-DDA-EOF-SWITCH
006650             GO TO 9410-EXIT
006660     END-READ.
006670     MOVE DDA-OLD-RECORD TO DD-ACCOUNT-RECORD.
006680     IF WS-DDA-APPLY-STATUSES
006690         MOVE 1 TO WS-DDA-SUB
006700         PERFORM 2360-BUMP-DDA-SUB THRU 2360-EXIT
006710             UNTIL WS-DDA-SUB > WS-DDA-COUNT
006720                OR WS-DDA-ID (WS-DDA-SUB) = DA-EMPLOYEE-ID
006730         IF WS-DDA-SUB <= WS-DDA-COUNT
006740             IF WS-DDA-IS-CHANGED (WS-DDA-SUB)
006750                 PERFORM 9420-POST-ACCOUNT-STATUS THRU 9420-EXIT
006760             END-IF
006770         END-IF
006780     END-IF.
006790     WRITE DD-ACCOUNT-RECORD.
006800     ADD 1 TO WS-DDA-CARRIED-COUNT.
006810 9410-EXIT.
006820     EXIT.
006830*----------------------------------------------------------------
006840* POST THE NEW STATUS AND AUDIT IT -- P WHEN THE PRENOTE WENT
006850* OUT, L WHEN THE ACCOUNT WENT LIVE.
006860*----------------------------------------------------------------
006870 9420-POST-ACCOUNT-STATUS.
006880*----------------------------------------------------------------
006890     MOVE SPACES            TO DD-AUDIT-RECORD.
006900     MOVE DD-ACCOUNT-RECORD TO DX-BEFORE-IMAGE.
006910     MOVE WS-DDA-STATUS (WS-DDA-SUB)      TO DA-STATUS.
006920     MOVE WS-DDA-STATUS-DATE (WS-DDA-SUB) TO DA-STATUS-DATE.
006930     IF DA-LIVE
006940         MOVE "L" TO DX-ACTION
006950     ELSE
006960         MOVE "P" TO DX-ACTION
006970     END-IF.
006980     MOVE DA-EMPLOYEE-ID    TO DX-EMPLOYEE-ID.
006990     ACCEPT WS-AUDIT-TIME FROM TIME.
007000     MOVE WS-RUN-DATE       TO DX-RUN-DATE.
007010     MOVE WS-AUDIT-TIME     TO DX-RUN-TIME.
007020     MOVE "PAYBNK01"        TO DX-SOURCE.
007030     MOVE DD-ACCOUNT-RECORD TO DX-AFTER-IMAGE.
007040     WRITE DD-AUDIT-RECORD.
007050     ADD 1 TO WS-DDA-AUDIT-COUNT.
007060 9420-EXIT.
007070     EXIT.
