000360*                  RETURN-CODE IS 0 WHEN EVERY ADJUSTMENT PAID,
000370*                  4 WHEN ANY WAS REFUSED OR REJECTED, AND 8
000380*                  WHEN A FILE COULD NOT BE OPENED.
000386* 10/15/2026  JH   THE APPENDED RESULT NOW CARRIES THE
000392*                  PER-CODE AMOUNTS TAKEN (RR-DED-DETAIL)
000398*                  THE SAME WAY THE FULL RUN'S DO.  RSLTREC
000404*                  GREW TO 112 BYTES -- FD LENGTHS RAISED TO
000410*                  MATCH.
000411* 10/15/2026  JH   THE APPENDED RESULT NOW CARRIES THE
000412*                  EMPLOYER'S BENEFIT AND RETIREMENT MATCH
000413*                  COST FROM PAYERC01 THE SAME WAY THE FULL
000414*                  RUN'S DO.  WITH THE ZERO PRIOR DETAIL THE
000415*                  ANNUAL MATCH CAP IS NOT CONSULTED, AS FOR
000416*                  THE ANNUAL MAXIMUMS.  RSLTREC GREW TO 126
000417*                  BYTES -- FD LENGTHS RAISED TO MATCH.
000418* 10/15/2026  JH   PAY GROUPS. EMPREC GREW TO 59 BYTES,
000419*                  RSLTREC AND YTDREC TO 128 AND PAYCAL TO
000420*                  22 WITH THE PAY GROUP -- FD LENGTHS
000421*                  RAISED TO MATCH. THE CALENDAR TABLE NOW
000422*                  HOLDS EVERY GROUP'S PERIODS (RAISED TO
000423*                  200). THE EMPLOYEE IS FETCHED FIRST, AND
000424*                  ONLY THE PAID PERIODS OF THE GROUP THEY
000425*                  WERE IN OVER THE WINDOW ARE COUNTED; A
000426*                  WINDOW A GROUP MOVE FALLS INSIDE IS
000427*                  REFUSED, TO BE SPLIT AT THE MOVE. THE
000428*                  RESULT AND THE ROLLED YTD CARRY THE
000429*                  EMPLOYEE'S GROUP ON THE RUN DATE AND THAT
000430*                  GROUP'S CURRENT PERIOD, AND PAYDED01 IS
000431*                  HANDED THE SAME GROUP. A MASTER WITH NO
000432*                  GROUP IS TAKEN AS MO.
000433* 10/15/2026  JH   GARNISHMENT ORDERS (GARNORD) ARE NOW
000434*                  APPLIED TO THE BACK PAY AS THE FULL RUN
000435*                  APPLIES THEM TO REGULAR PAY -- SAME PRIORITY,
000436*                  SAME DISPOSABLE-EARNINGS CEILINGS, GRN IN
000437*                  THE RUN DETAIL. REMITTANCES GO TO GARNREM
000438*                  AND GARNORD IS REWRITTEN WITH THE REDUCED
000439*                  BALANCES AT END OF A COMPLETED RUN.
000440* 10/15/2026  JH   GARNISHMENT DISPOSABLE EARNINGS ARE NOW
000441*                  GROSS LESS ONLY THE WITHHOLDING (TAX)
000442*                  AMOUNT PAYDED01 TOOK, NOT EVERY DEDUCTION
000443*                  -- VOLUNTARY INSURANCE AND PRE-TAX
000444*                  RETIREMENT NO LONGER LOWER THE CEILINGS.
000445* 10/15/2026  JH   A GARNISHMENT IS NOW ALSO LIMITED TO THE
000446*                  NET PAY PAYDED01 LEFT, LESS WHAT THE
000447*                  EMPLOYEE'S EARLIER ORDERS TOOK, SO
000448*                  DEDUCTIONS NEVER EXCEED GROSS AND NET PAY
000449*                  NEVER GOES NEGATIVE. THE SHORTFALL IS
000450*                  REMITTED AS SHORT.
000451*----------------------------------------------------------------
000452 ENVIRONMENT DIVISION.
000453 INPUT-OUTPUT SECTION.
000454 FILE-CONTROL.
000460     SELECT RETRO-FILE ASSIGN TO "RETROFIL"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RETROFIL-STATUS.
000712     SELECT SIDE-RESULTS-FILE ASSIGN TO "RTRRSLT"
000714         ORGANIZATION IS LINE SEQUENTIAL
000716         FILE STATUS IS WS-SIDERSLT-STATUS.
000717     SELECT GARNISH-ORDER-FILE ASSIGN TO "GARNORD"
000718         ORGANIZATION IS LINE SEQUENTIAL
000719         FILE STATUS IS WS-GARNORD-STATUS.
000720     SELECT GARNISH-REMIT-FILE ASSIGN TO "GARNREM"
000721         ORGANIZATION IS LINE SEQUENTIAL
000722         FILE STATUS IS WS-GARNREM-STATUS.
000723 DATA DIVISION.
000730 FILE SECTION.
000740 FD  RETRO-FILE
000750     RECORD CONTAINS 35 CHARACTERS.
000790     05  RT-OLD-SALARY       PIC S9(05)V99.
000800     05  RT-NEW-SALARY       PIC S9(05)V99.
000810 FD  INDEXED-MASTER-FILE
000820     RECORD CONTAINS 59 CHARACTERS.
000830     COPY EMPREC.
000840 FD  PAY-CALENDAR-FILE
000850     RECORD CONTAINS 22 CHARACTERS.
000860     COPY PAYCAL.
000870 FD  RESULTS-FILE
000880     RECORD CONTAINS 128 CHARACTERS.
000890     COPY RSLTREC.
000900 FD  BANK-CONTROL-FILE
000910     RECORD CONTAINS 18 CHARACTERS.
000960     RECORD CONTAINS 132 CHARACTERS.
000970 01  REPORT-LINE             PIC X(132).
000980 FD  YTD-OLD-FILE
000990     RECORD CONTAINS 128 CHARACTERS.
001000     COPY YTDREC REPLACING ==YTD-RECORD== BY ==OLD-YTD-RECORD==.
001010 FD  YTD-NEW-FILE
001020     RECORD CONTAINS 128 CHARACTERS.
001030     COPY YTDREC.
001032 FD  SIDE-RESULTS-FILE
001033     RECORD CONTAINS 128 CHARACTERS.
001035     COPY RSLTREC REPLACING ==RESULTS-RECORD==
001036                       BY ==SIDE-RESULTS-RECORD==
001037                    LEADING ==RR== BY ==SR==.
001038 FD  GARNISH-ORDER-FILE
001039     RECORD CONTAINS 68 CHARACTERS.
001040     COPY GARNORD.
001041 FD  GARNISH-REMIT-FILE
001042     RECORD CONTAINS 92 CHARACTERS.
001043     COPY GARNREM.
001044 WORKING-STORAGE SECTION.
001050*----------------------------------------------------------------
001060* FILE STATUS AND CONTROL SWITCHES
001070*----------------------------------------------------------------
001190     88  WS-END-OF-FILE                VALUE "Y".
001200 77  WS-RETURN-CODE          PIC 9(01) VALUE ZERO.
001210*----------------------------------------------------------------
001216* PAY CALENDAR OF EVERY PAY GROUP, LOADED ONCE UP FRONT -- THE
001222* PAID PERIODS OF THE EMPLOYEE'S OWN GROUP COVER THE BACK-PAY
001228* COUNT AND THAT GROUP'S CURRENT PERIOD SUPPLIES THE STAMP THE
001234* APPENDED RESULT CARRIES.  A MASTER WITH NO GROUP IS TAKEN AS
001240* THE MONTHLY GROUP.
001250*----------------------------------------------------------------
001260 77  WS-CAL-MAX              PIC 9(03) COMP VALUE 200.
001270 77  WS-CAL-COUNT            PIC 9(03) COMP VALUE ZERO.
001280 77  WS-CAL-SUB              PIC 9(03) COMP VALUE ZERO.
001290 01  WS-CALENDAR-TABLE.
001296     05  WS-CAL-ENTRY OCCURS 200 TIMES.
001302         10  WS-CAL-GROUP        PIC X(02).
001310         10  WS-CAL-PERIOD       PIC 9(02).
001320         10  WS-CAL-START        PIC 9(08).
001330         10  WS-CAL-END          PIC 9(08).
001340         10  WS-CAL-PAID-SWITCH  PIC X(01).
001350             88  WS-CAL-PAID            VALUE "Y".
001360 77  WS-PAY-PERIOD           PIC 9(02) VALUE ZERO.
001362 77  WS-PAY-GROUP            PIC X(02) VALUE SPACES.
001364 77  WS-WINDOW-GROUP         PIC X(02) VALUE SPACES.
001366 77  WS-LEGACY-GROUP         PIC X(02) VALUE "MO".
001370 77  WS-AFFECTED-PERIODS     PIC 9(03) COMP VALUE ZERO.
001375 77  WS-AFFECTED-DISPLAY     PIC 9(03) VALUE ZERO.
001380*----------------------------------------------------------------
001420 77  WS-ERROR-CODE           PIC 9(01) VALUE ZERO.
001430 77  WS-TOTAL-DEDUCTIONS     PIC S9(05)V99 VALUE ZERO.
001440 77  WS-NET-PAY              PIC S9(05)V99 VALUE ZERO.
001443 77  WS-ER-BENEFIT           PIC S9(05)V99 VALUE ZERO.
001446 77  WS-ER-MATCH             PIC S9(05)V99 VALUE ZERO.
001450 77  WS-BACK-PAY             PIC S9(07)V99 VALUE ZERO.
001460     COPY DEDDTL REPLACING LEADING ==DED== BY ==WS-PRI==.
001470     COPY DEDDTL REPLACING LEADING ==DED== BY ==WS-TKN==.
001480 77  WS-DTL-SUB              PIC 9(02) COMP VALUE ZERO.
001490 77  WS-DTL2-SUB             PIC 9(02) COMP VALUE ZERO.
001491*----------------------------------------------------------------
001492* WAGE GARNISHMENT, TAKEN FROM THE BACK PAY THE SAME WAY THE
001493* FULL RUN TAKES IT FROM REGULAR PAY -- BACK PAY IS EARNINGS
001494* LIKE ANY OTHER AND THE ORDERS REACH IT, UNDER THE SAME
001495* CEILINGS ON ITS OWN DISPOSABLE EARNINGS.  THE ORDERS ARE HELD
001496* IN STORAGE FOR THE WHOLE RUN AND REWRITTEN WITH THEIR REDUCED
001497* BALANCES AT END OF A COMPLETED RUN.  THE PRIORITY LIST RANKS
001498* THE ORDER TYPES -- CHILD SUPPORT, TAX LEVY, CREDITOR -- AND
001499* THE LIMIT LIST GIVES EACH TYPE'S CEILING AS A PERCENT OF
001500* DISPOSABLE EARNINGS.
001501*----------------------------------------------------------------
001502 77  WS-GARNORD-STATUS       PIC X(02) VALUE SPACES.
001503 77  WS-GARNREM-STATUS       PIC X(02) VALUE SPACES.
001504 77  WS-GRN-EOF-SWITCH       PIC X(01) VALUE "N".
001505     88  WS-GRN-END-OF-FILE            VALUE "Y".
001506 77  WS-GRN-LOADED-SWITCH    PIC X(01) VALUE "N".
001507     88  WS-GRN-LOADED                 VALUE "Y".
001508 77  WS-GRN-MAX              PIC 9(03) COMP VALUE 200.
001509 77  WS-GRN-COUNT            PIC 9(03) COMP VALUE ZERO.
001510 77  WS-GRN-SUB              PIC 9(03) COMP VALUE ZERO.
001511 01  WS-GARNISH-TABLE.
001512     05  WS-GRN-ENTRY OCCURS 200 TIMES.
001513         10  WS-GRN-EMP-ID       PIC 9(05).
001514         10  WS-GRN-TYPE         PIC X(01).
001515         10  WS-GRN-CASE         PIC X(12).
001516         10  WS-GRN-AGENCY       PIC X(20).
001517         10  WS-GRN-METHOD       PIC X(01).
001518             88  WS-GRN-FLAT-AMOUNT     VALUE "A".
001519         10  WS-GRN-AMOUNT       PIC 9(05)V99.
001520         10  WS-GRN-PERCENT      PIC 9(02)V99.
001521         10  WS-GRN-TOTAL-OWED   PIC 9(07)V99.
001522         10  WS-GRN-BALANCE      PIC 9(07)V99.
001523 01  WS-GRN-PRIORITY-LIST.
001524     05  FILLER              PIC X(03) VALUE "SLC".
001525 01  WS-GRN-PRIORITY-TABLE REDEFINES WS-GRN-PRIORITY-LIST.
001526     05  WS-GRN-PRIORITY-TYPE PIC X(01) OCCURS 3 TIMES.
001527 01  WS-GRN-LIMIT-LIST.
001528     05  FILLER              PIC 9(02)V99 VALUE 50.00.
001529     05  FILLER              PIC 9(02)V99 VALUE 25.00.
001530     05  FILLER              PIC 9(02)V99 VALUE 25.00.
001531 01  WS-GRN-LIMIT-TABLE REDEFINES WS-GRN-LIMIT-LIST.
001532     05  WS-GRN-LIMIT-PCT    PIC 9(02)V99 OCCURS 3 TIMES.
001533 77  WS-GRN-PRI-SUB          PIC 9(01) COMP VALUE ZERO.
001534 77  WS-GRN-CODE             PIC X(03) VALUE "GRN".
001535 77  WS-GRN-WH-CODE          PIC X(03) VALUE "TAX".
001536 77  WS-DISPOSABLE           PIC S9(05)V99 VALUE ZERO.
001537 77  WS-GRN-CEILING          PIC S9(05)V99 VALUE ZERO.
001538 77  WS-GRN-EMP-TAKEN        PIC S9(05)V99 VALUE ZERO.
001539 77  WS-GRN-DUE              PIC S9(05)V99 VALUE ZERO.
001540 77  WS-GRN-ROOM             PIC S9(05)V99 VALUE ZERO.
001541 77  WS-GRN-ONE              PIC S9(05)V99 VALUE ZERO.
001542 77  WS-GRN-REMIT-COUNT      PIC 9(05) COMP VALUE ZERO.
001543 77  WS-GRN-PAID-OFF-COUNT   PIC 9(05) COMP VALUE ZERO.
001544 77  WS-GRN-SHORT-COUNT      PIC 9(05) COMP VALUE ZERO.
001545 77  WS-GRN-REMIT-TOTAL      PIC S9(07)V99 VALUE ZERO.
001546*----------------------------------------------------------------
001547* RUN COUNTS AND PAID-EMPLOYEE CONTROL ROLL-UP
001548*----------------------------------------------------------------
001549 77  WS-ADJUSTMENTS-READ     PIC 9(05) COMP VALUE ZERO.
001550 77  WS-PAID-COUNT           PIC 9(05) COMP VALUE ZERO.
001551 77  WS-REFUSED-COUNT        PIC 9(05) COMP VALUE ZERO.
001560 77  WS-REJECTED-COUNT       PIC 9(05) COMP VALUE ZERO.
001570 77  WS-PAID-NET-TOTAL       PIC S9(09)V99 VALUE ZERO.
001580*----------------------------------------------------------------
001710         10  WS-ADJ-USED-SWITCH  PIC X(01).
001720             88  WS-ADJ-USED            VALUE "Y".
001730         10  WS-ADJ-DED-DETAIL   PIC X(60).
001733         10  WS-ADJ-PERIOD       PIC 9(02).
001736         10  WS-ADJ-GROUP        PIC X(02).
001740*----------------------------------------------------------------
001750* RUN DATE AND REPORT PAGE CONTROLS
001760*----------------------------------------------------------------
002300     IF WS-RETURN-CODE = 8
002310         GO TO 1000-EXIT
002320     END-IF.
002322     PERFORM 1300-LOAD-GARNISH-ORDERS THRU 1300-EXIT.
002324     IF WS-RETURN-CODE = 8
002326         GO TO 1000-EXIT
002328     END-IF.
002330     OPEN INPUT RETRO-FILE.
002340     IF WS-RETROFIL-STATUS NOT = "00"
002350         DISPLAY "PAYRTR01 - UNABLE TO OPEN RETROFIL, STATUS = "
002567         MOVE 8 TO WS-RETURN-CODE
002568         GO TO 1000-EXIT
002569     END-IF.
002570     OPEN OUTPUT GARNISH-REMIT-FILE.
002571     IF WS-GARNREM-STATUS NOT = "00"
002572         DISPLAY "PAYRTR01 - UNABLE TO OPEN GARNREM, STATUS = "
002573             WS-GARNREM-STATUS
002574         MOVE "Y" TO WS-EOF-SWITCH
002575         MOVE 8 TO WS-RETURN-CODE
002576         GO TO 1000-EXIT
002577     END-IF.
002578     OPEN OUTPUT REPORT-FILE.
002580     IF WS-REPORT-STATUS NOT = "00"
002590         DISPLAY "PAYRTR01 - UNABLE TO OPEN RTRRPT, STATUS = "
002600             WS-REPORT-STATUS
002680     EXIT.
002690*----------------------------------------------------------------
002700* LOAD THE PAY CALENDAR.  WITHOUT IT NO AFFECTED-PERIOD COUNT
002710* CAN BE MADE, SO THE RUN IS HELD RATHER THAN GUESSED AT.
002730*----------------------------------------------------------------
002740 1100-LOAD-PAY-CALENDAR.
002750*----------------------------------------------------------------
002860         UNTIL WS-END-OF-FILE.
002870     CLOSE PAY-CALENDAR-FILE.
002880     MOVE "N" TO WS-EOF-SWITCH.
002960 1100-EXIT.
002970     EXIT.
002980*----------------------------------------------------------------
003040             GO TO 1150-EXIT
003050     END-READ.
003060     IF WS-CAL-COUNT >= WS-CAL-MAX
003067         DISPLAY "PAYRTR01 - CALENDAR TABLE FULL, GROUP "
003074             PC-PAY-GROUP " PERIOD " PC-PERIOD-NUMBER
003081             " DROPPED"
003090         GO TO 1150-EXIT
003100     END-IF.
003110     ADD 1 TO WS-CAL-COUNT.
003115     MOVE PC-PAY-GROUP     TO WS-CAL-GROUP (WS-CAL-COUNT).
003120     MOVE PC-PERIOD-NUMBER TO WS-CAL-PERIOD (WS-CAL-COUNT).
003130     MOVE PC-START-DATE    TO WS-CAL-START (WS-CAL-COUNT).
003140     MOVE PC-END-DATE      TO WS-CAL-END (WS-CAL-COUNT).
003160 1150-EXIT.
003170     EXIT.
003180*----------------------------------------------------------------
003182* THE PERIOD OF THE EMPLOYEE'S GROUP ON THE RUN DATE -- THE
003184* GROUP BEING LEFT WHEN A MOVE TAKES EFFECT AFTER IT -- THAT
003186* COVERS THE RUN DATE, TO STAMP THE APPENDED RESULT.
003188*----------------------------------------------------------------
003190 1200-FIND-RUN-PERIOD.
003200*----------------------------------------------------------------
003201     MOVE EMP-PAY-GROUP OF EMP-RECORD TO WS-PAY-GROUP.
003202     IF EMP-GROUP-DATE OF EMP-RECORD > WS-RUN-DATE-N AND
003203        EMP-PRIOR-GROUP OF EMP-RECORD NOT = SPACES
003204         MOVE EMP-PRIOR-GROUP OF EMP-RECORD TO WS-PAY-GROUP
003205     END-IF.
003206     IF WS-PAY-GROUP = SPACES
003207         MOVE WS-LEGACY-GROUP TO WS-PAY-GROUP
003208     END-IF.
003210     MOVE 1 TO WS-CAL-SUB.
003220     PERFORM 1250-BUMP-CAL-SUB THRU 1250-EXIT
003230         UNTIL WS-CAL-SUB > WS-CAL-COUNT
003236            OR (WS-CAL-GROUP (WS-CAL-SUB) = WS-PAY-GROUP
003242                AND WS-RUN-DATE-N >= WS-CAL-START (WS-CAL-SUB)
003250                AND WS-RUN-DATE-N <= WS-CAL-END (WS-CAL-SUB)).
003251     IF WS-CAL-SUB <= WS-CAL-COUNT
003252         MOVE WS-CAL-PERIOD (WS-CAL-SUB) TO WS-PAY-PERIOD
003253     ELSE
003254         DISPLAY "PAYRTR01 - RUN DATE IS IN NO PERIOD OF GROUP "
003255             WS-PAY-GROUP " ON PAYCAL, EMPLOYEE "
003256             EMP-ID OF EMP-RECORD " CARRIES PERIOD ZERO"
003257         MOVE ZERO TO WS-PAY-PERIOD
003258     END-IF.
003260 1200-EXIT.
003270     EXIT.
003280*----------------------------------------------------------------
003310     ADD 1 TO WS-CAL-SUB.
003320 1250-EXIT.
003330     EXIT.
003331*----------------------------------------------------------------
003332* LOAD THE GARNISHMENT ORDERS.  A MISSING GARNORD ONLY MEANS NO
003333* GARNISHMENTS ARE TAKEN.  A FULL TABLE HOLDS THE RUN -- THE
003334* FILE IS REWRITTEN FROM THE TABLE AT THE END, SO AN ORDER LEFT
003335* OUT OF STORAGE WOULD BE DROPPED FROM THE FILE FOR GOOD.
003336*----------------------------------------------------------------
003337 1300-LOAD-GARNISH-ORDERS.
003338*----------------------------------------------------------------
003339     OPEN INPUT GARNISH-ORDER-FILE.
003340     IF WS-GARNORD-STATUS NOT = "00"
003341         DISPLAY "PAYRTR01 - NO GARNORD FILE FOUND, NO "
003342             "GARNISHMENTS WILL BE TAKEN"
003343         GO TO 1300-EXIT
003344     END-IF.
003345     PERFORM 1310-LOAD-ONE-ORDER THRU 1310-EXIT
003346         UNTIL WS-GRN-END-OF-FILE.
003347     CLOSE GARNISH-ORDER-FILE.
003348     IF WS-RETURN-CODE = 8
003349         GO TO 1300-EXIT
003350     END-IF.
003351     SET WS-GRN-LOADED TO TRUE.
003352     DISPLAY "PAYRTR01 - GARNISHMENT ORDERS   : " WS-GRN-COUNT.
003353 1300-EXIT.
003354     EXIT.
003355*----------------------------------------------------------------
003356 1310-LOAD-ONE-ORDER.
003357*----------------------------------------------------------------
003358     READ GARNISH-ORDER-FILE
003359         AT END
003360             MOVE "Y" TO WS-GRN-EOF-SWITCH
003361             GO TO 1310-EXIT
003362     END-READ.
003363     IF WS-GRN-COUNT >= WS-GRN-MAX
003364         DISPLAY "PAYRTR01 - GARNISHMENT ORDER TABLE FULL AT "
003365             WS-GRN-COUNT " ORDERS, RUN HELD"
003366         MOVE "Y" TO WS-GRN-EOF-SWITCH
003367         MOVE "Y" TO WS-EOF-SWITCH
003368         MOVE 8 TO WS-RETURN-CODE
003369         GO TO 1310-EXIT
003370     END-IF.
003371     IF NOT GO-CHILD-SUPPORT AND NOT GO-TAX-LEVY
003372        AND NOT GO-CREDITOR
003373         DISPLAY "PAYRTR01 - EMPLOYEE " GO-EMPLOYEE-ID " CASE "
003374             GO-CASE-NUMBER " HAS UNKNOWN ORDER TYPE "
003375             GO-ORDER-TYPE ", NOT APPLIED"
003376     END-IF.
003377     ADD 1 TO WS-GRN-COUNT.
003378     MOVE GO-EMPLOYEE-ID    TO WS-GRN-EMP-ID (WS-GRN-COUNT).
003379     MOVE GO-ORDER-TYPE     TO WS-GRN-TYPE (WS-GRN-COUNT).
003380     MOVE GO-CASE-NUMBER    TO WS-GRN-CASE (WS-GRN-COUNT).
003381     MOVE GO-AGENCY         TO WS-GRN-AGENCY (WS-GRN-COUNT).
003382     MOVE GO-METHOD         TO WS-GRN-METHOD (WS-GRN-COUNT).
003383     MOVE GO-PERIOD-AMOUNT  TO WS-GRN-AMOUNT (WS-GRN-COUNT).
003384     MOVE GO-PERIOD-PERCENT TO WS-GRN-PERCENT (WS-GRN-COUNT).
003385     MOVE GO-TOTAL-OWED     TO WS-GRN-TOTAL-OWED (WS-GRN-COUNT).
003386     MOVE GO-BALANCE        TO WS-GRN-BALANCE (WS-GRN-COUNT).
003387 1310-EXIT.
003388     EXIT.
003389*----------------------------------------------------------------
003390* PROCESS ONE ADJUSTMENT -- FETCH THE EMPLOYEE, COUNT THE
003391* AFFECTED PAID PERIODS OF THEIR PAY GROUP, PRICE THE BACK PAY,
003392* AND PAY IT THROUGH THE NORMAL GROSS-TO-NET PATH.  A WINDOW A
003393* MOVE BETWEEN PAY GROUPS FALLS INSIDE MIXES TWO FREQUENCIES'
003394* PERIOD SALARIES AND IS REFUSED; SPLIT IT AT THE MOVE.
003395*----------------------------------------------------------------
003396 2000-PROCESS-ADJUSTMENT.
003400*----------------------------------------------------------------
003410     MOVE RT-EMPLOYEE-ID TO DTL-EMPLOYEE-ID.
003420     MOVE SPACES         TO DTL-EMPLOYEE-NAME.
003421     MOVE RT-EMPLOYEE-ID TO EMP-ID OF EMP-RECORD.
003422     READ INDEXED-MASTER-FILE
003423         INVALID KEY
003424             MOVE "REFUSED - NOT ON EMPLOYEE MASTER"
003425                 TO DTL-DISPOSITION
003426             PERFORM 2900-REFUSE-ADJUSTMENT THRU 2900-EXIT
003427             GO TO 2000-NEXT
003428     END-READ.
003429     MOVE EMP-NAME OF EMP-RECORD TO DTL-EMPLOYEE-NAME.
003430     IF EMP-PRIOR-GROUP OF EMP-RECORD NOT = SPACES AND
003431        EMP-GROUP-DATE OF EMP-RECORD > RT-EFFECTIVE-DATE AND
003432        EMP-GROUP-DATE OF EMP-RECORD <= RT-KEYED-DATE
003433         MOVE "REFUSED - WINDOW SPANS A PAY GROUP MOVE"
003434             TO DTL-DISPOSITION
003435         PERFORM 2900-REFUSE-ADJUSTMENT THRU 2900-EXIT
003436         GO TO 2000-NEXT
003437     END-IF.
003438     MOVE EMP-PAY-GROUP OF EMP-RECORD TO WS-WINDOW-GROUP.
003439     IF EMP-PRIOR-GROUP OF EMP-RECORD NOT = SPACES AND
003440        EMP-GROUP-DATE OF EMP-RECORD > RT-KEYED-DATE
003441         MOVE EMP-PRIOR-GROUP OF EMP-RECORD TO WS-WINDOW-GROUP
003442     END-IF.
003443     IF WS-WINDOW-GROUP = SPACES
003444         MOVE WS-LEGACY-GROUP TO WS-WINDOW-GROUP
003445     END-IF.
003446     PERFORM 2200-COUNT-AFFECTED-PERIODS THRU 2200-EXIT.
003447     IF WS-AFFECTED-PERIODS = ZERO
003450         MOVE "REFUSED - NO PAID PERIOD IN THE WINDOW"
003460             TO DTL-DISPOSITION
003470         PERFORM 2900-REFUSE-ADJUSTMENT THRU 2900-EXIT
003585         PERFORM 2900-REFUSE-ADJUSTMENT THRU 2900-EXIT
003586         GO TO 2000-NEXT
003587     END-IF.
003597     PERFORM 1200-FIND-RUN-PERIOD THRU 1200-EXIT.
003680     PERFORM 2300-PAY-BACK-PAY THRU 2300-EXIT.
003690 2000-NEXT.
003700     PERFORM 2100-READ-ADJUSTMENT THRU 2100-EXIT.
003860* FROM THE EFFECTIVE DATE THROUGH THE KEYING DATE -- THE
003865* PERIODS THE OLD SALARY WAS PAID WHEN THE NEW ONE SHOULD HAVE
003870* BEEN.  A PERIOD PAID AFTER THE RAISE WAS KEYED WAS ALREADY
003873* PAID AT THE NEW SALARY AND IS NOT COUNTED.  ONLY THE PERIODS
003876* OF THE PAY GROUP THE EMPLOYEE WAS IN OVER THE WINDOW COUNT.
003880*----------------------------------------------------------------
003890 2200-COUNT-AFFECTED-PERIODS.
003900*----------------------------------------------------------------
003980 2250-CHECK-ONE-PERIOD.
003990*----------------------------------------------------------------
004000     IF WS-CAL-PAID (WS-CAL-SUB) AND
004005        WS-CAL-GROUP (WS-CAL-SUB) = WS-WINDOW-GROUP AND
004010        WS-CAL-END (WS-CAL-SUB) >= RT-EFFECTIVE-DATE AND
004015        WS-CAL-END (WS-CAL-SUB) <= RT-KEYED-DATE
004020         ADD 1 TO WS-AFFECTED-PERIODS
004120*----------------------------------------------------------------
004130     MOVE EMP-RECORD TO WS-EMP-RECORD.
004140     MOVE WS-BACK-PAY TO EMP-SALARY OF WS-EMP-RECORD.
004145     MOVE WS-PAY-GROUP TO EMP-PAY-GROUP OF WS-EMP-RECORD.
004150     MOVE ZERO TO WS-ERROR-CODE.
004160     CALL "SubProgram" USING WS-EMP-RECORD
004170                             WS-ERROR-CODE.
004350                           WS-NET-PAY
004360                           WS-PRI-DETAIL
004370                           WS-TKN-DETAIL.
004371     PERFORM 2700-APPLY-GARNISHMENTS THRU 2700-EXIT.
004372     CALL "PAYERC01" USING WS-EMP-RECORD
004373                           WS-PRI-DETAIL
004374                           WS-TKN-DETAIL
004375                           WS-ER-BENEFIT
004376                           WS-ER-MATCH.
004380     MOVE EMP-ID OF WS-EMP-RECORD   TO RR-EMPLOYEE-ID.
004390     MOVE EMP-DEPT OF WS-EMP-RECORD TO RR-DEPT.
004400     MOVE EMP-NAME OF WS-EMP-RECORD TO RR-EMPLOYEE-NAME.
004430     MOVE WS-NET-PAY                TO RR-NET-PAY.
004440     MOVE ZERO                      TO RR-ERROR-CODE.
004450     MOVE WS-PAY-PERIOD             TO RR-PERIOD.
004452     MOVE WS-PAY-GROUP              TO RR-PAY-GROUP.
004455     MOVE WS-TKN-DETAIL             TO RR-DED-DETAIL.
004456     MOVE WS-ER-BENEFIT             TO RR-ER-BENEFIT.
004457     MOVE WS-ER-MATCH               TO RR-ER-MATCH.
004460     WRITE RESULTS-RECORD.
004462     MOVE RESULTS-RECORD TO SIDE-RESULTS-RECORD.
004464     WRITE SIDE-RESULTS-RECORD.
004640         MOVE "N" TO WS-ADJ-USED-SWITCH (WS-ADJ-COUNT)
004650         MOVE WS-TKN-DETAIL
004660             TO WS-ADJ-DED-DETAIL (WS-ADJ-COUNT)
004663         MOVE WS-PAY-PERIOD TO WS-ADJ-PERIOD (WS-ADJ-COUNT)
004666         MOVE WS-PAY-GROUP  TO WS-ADJ-GROUP (WS-ADJ-COUNT)
004670     END-IF.
004680     MOVE SPACES TO DTL-DISPOSITION.
004685     MOVE WS-AFFECTED-PERIODS TO WS-AFFECTED-DISPLAY.
004800     MOVE ZERO   TO WS-PRI-DTL-AMOUNT (WS-DTL-SUB).
004810 2350-EXIT.
004820     EXIT.
004821*----------------------------------------------------------------
004822* APPLY THE EMPLOYEE'S GARNISHMENT ORDERS TO WHAT PAYDED01 LEFT
004823* OF THE BACK PAY, EXACTLY AS THE FULL RUN DOES.  DISPOSABLE
004824* EARNINGS ARE THE BACK PAY LESS ONLY THE WITHHOLDING PAYDED01
004825* TOOK (THE TAX CODE) -- VOLUNTARY DEDUCTIONS DO NOT REDUCE THEM.
004826* THE ORDER TYPES ARE TAKEN IN PRIORITY ORDER, AND ORDERS OF THE
004827* SAME TYPE IN GARNORD ORDER (DATE SERVED).  THE TOTAL WITHHELD
004828* GOES INTO DEDUCTIONS AND THE PER-CODE DETAIL AS GRN SO THE YTD
004829* MASTER, PAY HISTORY AND STATEMENTS CARRY IT.
004830*----------------------------------------------------------------
004831 2700-APPLY-GARNISHMENTS.
004832*----------------------------------------------------------------
004833     IF WS-GRN-COUNT = ZERO
004834         GO TO 2700-EXIT
004835     END-IF.
004836     MOVE EMP-SALARY OF WS-EMP-RECORD TO WS-DISPOSABLE.
004837     PERFORM 2705-LESS-ONE-WITHHOLDING THRU 2705-EXIT
004838         VARYING WS-DTL-SUB FROM 1 BY 1
004839         UNTIL WS-DTL-SUB > 5.
004840     IF WS-DISPOSABLE < ZERO
004841         MOVE ZERO TO WS-DISPOSABLE
004842     END-IF.
004843     MOVE ZERO TO WS-GRN-EMP-TAKEN.
004844     PERFORM 2710-APPLY-ONE-PRIORITY THRU 2710-EXIT
004845         VARYING WS-GRN-PRI-SUB FROM 1 BY 1
004846         UNTIL WS-GRN-PRI-SUB > 3.
004847     IF WS-GRN-EMP-TAKEN = ZERO
004848         GO TO 2700-EXIT
004849     END-IF.
004850     ADD WS-GRN-EMP-TAKEN TO WS-TOTAL-DEDUCTIONS.
004851     SUBTRACT WS-GRN-EMP-TAKEN FROM WS-NET-PAY.
004852     PERFORM 2760-RECORD-GARNISH-TAKEN THRU 2760-EXIT.
004853 2700-EXIT.
004854     EXIT.
004855*----------------------------------------------------------------
004856* TAKE ONE RUN-DETAIL SLOT OFF DISPOSABLE EARNINGS IF IT IS THE
004857* WITHHOLDING CODE.  VOLUNTARY DEDUCTIONS -- INSURANCE, THE
004858* PRE-TAX RETIREMENT PLAN -- STAY IN DISPOSABLE EARNINGS.
004859*----------------------------------------------------------------
004860 2705-LESS-ONE-WITHHOLDING.
004861*----------------------------------------------------------------
004862     IF WS-TKN-DTL-CODE (WS-DTL-SUB) = WS-GRN-WH-CODE
004863         SUBTRACT WS-TKN-DTL-AMOUNT (WS-DTL-SUB)
004864             FROM WS-DISPOSABLE
004865     END-IF.
004866 2705-EXIT.
004867     EXIT.
004868*----------------------------------------------------------------
004869* ONE ORDER TYPE.  ITS CEILING IS ITS SHARE OF DISPOSABLE
004870* EARNINGS, TRUNCATED TO THE CENT SO IT NEVER RUNS OVER THE
004871* LIMIT.
004872*----------------------------------------------------------------
004873 2710-APPLY-ONE-PRIORITY.
004874*----------------------------------------------------------------
004875     COMPUTE WS-GRN-CEILING =
004876         WS-DISPOSABLE * WS-GRN-LIMIT-PCT (WS-GRN-PRI-SUB) / 100.
004877     PERFORM 2720-APPLY-ONE-ORDER THRU 2720-EXIT
004878         VARYING WS-GRN-SUB FROM 1 BY 1
004879         UNTIL WS-GRN-SUB > WS-GRN-COUNT.
004880 2710-EXIT.
004881     EXIT.
004882*----------------------------------------------------------------
004883* ONE ORDER -- THE PERIOD AMOUNT (FLAT, OR PERCENT OF DISPOSABLE
004884* EARNINGS), NEVER MORE THAN THE BALANCE REMAINING, CUT BACK TO
004885* THE ROOM LEFT UNDER THE TYPE'S CEILING AFTER WHATEVER THIS
004886* EMPLOYEE HAS ALREADY HAD GARNISHED, AND CUT AGAIN TO THE NET
004887* PAY PAYDED01 LEFT LESS THAT SAME AMOUNT -- DEDUCTIONS NEVER
004888* EXCEED GROSS, SO WHAT THE NET CANNOT COVER GOES ON THE
004889* REMITTANCE AS SHORT.  AN ORDER AT ZERO BALANCE IS INACTIVE.
004890*----------------------------------------------------------------
004891 2720-APPLY-ONE-ORDER.
004892*----------------------------------------------------------------
004893     IF WS-GRN-EMP-ID (WS-GRN-SUB) NOT = EMP-ID OF WS-EMP-RECORD
004894        OR WS-GRN-TYPE (WS-GRN-SUB) NOT =
004895           WS-GRN-PRIORITY-TYPE (WS-GRN-PRI-SUB)
004896         GO TO 2720-EXIT
004897     END-IF.
004898     IF WS-GRN-BALANCE (WS-GRN-SUB) = ZERO
004899         GO TO 2720-EXIT
004900     END-IF.
004901     IF WS-GRN-FLAT-AMOUNT (WS-GRN-SUB)
004902         MOVE WS-GRN-AMOUNT (WS-GRN-SUB) TO WS-GRN-DUE
004903     ELSE
004904         COMPUTE WS-GRN-DUE ROUNDED =
004905             WS-DISPOSABLE * WS-GRN-PERCENT (WS-GRN-SUB) / 100
004906     END-IF.
004907     IF WS-GRN-DUE > WS-GRN-BALANCE (WS-GRN-SUB)
004908         MOVE WS-GRN-BALANCE (WS-GRN-SUB) TO WS-GRN-DUE
004909     END-IF.
004910     COMPUTE WS-GRN-ROOM = WS-GRN-CEILING - WS-GRN-EMP-TAKEN.
004911     IF WS-GRN-ROOM < ZERO
004912         MOVE ZERO TO WS-GRN-ROOM
004913     END-IF.
004914     MOVE WS-GRN-DUE TO WS-GRN-ONE.
004915     IF WS-GRN-ONE > WS-GRN-ROOM
004916         MOVE WS-GRN-ROOM TO WS-GRN-ONE
004917     END-IF.
004918     COMPUTE WS-GRN-ROOM = WS-NET-PAY - WS-GRN-EMP-TAKEN.
004919     IF WS-GRN-ROOM < ZERO
004920         MOVE ZERO TO WS-GRN-ROOM
004921     END-IF.
004922     IF WS-GRN-ONE > WS-GRN-ROOM
004923         MOVE WS-GRN-ROOM TO WS-GRN-ONE
004924     END-IF.
004925     SUBTRACT WS-GRN-ONE FROM WS-GRN-BALANCE (WS-GRN-SUB).
004926     ADD WS-GRN-ONE TO WS-GRN-EMP-TAKEN.
004927     PERFORM 2730-WRITE-REMITTANCE THRU 2730-EXIT.
004928 2720-EXIT.
004929     EXIT.
004930*----------------------------------------------------------------
004931* ONE REMITTANCE RECORD PER ORDER APPLIED, EVEN WHEN NOTHING
004932* COULD BE WITHHELD -- HR NEEDS TO SEE THE SHORT ONES TOO.
004933*----------------------------------------------------------------
004934 2730-WRITE-REMITTANCE.
004935*----------------------------------------------------------------
004936     MOVE SPACES TO GARNISH-REMIT-RECORD.
004937     MOVE EMP-ID OF WS-EMP-RECORD     TO GR-EMPLOYEE-ID.
004938     MOVE EMP-NAME OF WS-EMP-RECORD   TO GR-EMPLOYEE-NAME.
004939     MOVE WS-GRN-TYPE (WS-GRN-SUB)    TO GR-ORDER-TYPE.
004940     MOVE WS-GRN-CASE (WS-GRN-SUB)    TO GR-CASE-NUMBER.
004941     MOVE WS-GRN-AGENCY (WS-GRN-SUB)  TO GR-AGENCY.
004942     MOVE WS-PAY-PERIOD               TO GR-PERIOD.
004943     MOVE WS-RUN-DATE-N               TO GR-RUN-DATE.
004944     MOVE WS-GRN-DUE                  TO GR-AMOUNT-DUE.
004945     MOVE WS-GRN-ONE                  TO GR-AMOUNT-PAID.
004946     MOVE WS-GRN-BALANCE (WS-GRN-SUB) TO GR-BALANCE.
004947     EVALUATE TRUE
004948         WHEN WS-GRN-BALANCE (WS-GRN-SUB) = ZERO
004949             MOVE "P" TO GR-STATUS
004950             ADD 1 TO WS-GRN-PAID-OFF-COUNT
004951             DISPLAY "PAYRTR01 - EMPLOYEE " GR-EMPLOYEE-ID
004952                 " CASE " GR-CASE-NUMBER " PAID OFF"
004953         WHEN WS-GRN-ONE < WS-GRN-DUE
004954             MOVE "S" TO GR-STATUS
004955             ADD 1 TO WS-GRN-SHORT-COUNT
004956             DISPLAY "PAYRTR01 - EMPLOYEE " GR-EMPLOYEE-ID
004957                 " CASE " GR-CASE-NUMBER
004958                 " NOT FULLY SATISFIED"
004959     END-EVALUATE.
004960     WRITE GARNISH-REMIT-RECORD.
004961     ADD 1 TO WS-GRN-REMIT-COUNT.
004962     ADD WS-GRN-ONE TO WS-GRN-REMIT-TOTAL.
004963 2730-EXIT.
004964     EXIT.
004965*----------------------------------------------------------------
004966* RECORD THE TOTAL GARNISHED IN THE RUN DETAIL UNDER GRN, IN
004967* THE FIRST EMPTY SLOT PAYDED01 LEFT.
004968*----------------------------------------------------------------
004969 2760-RECORD-GARNISH-TAKEN.
004970*----------------------------------------------------------------
004971     MOVE 1 TO WS-DTL-SUB.
004972     PERFORM 2770-BUMP-DTL-SUB THRU 2770-EXIT
004973         UNTIL WS-DTL-SUB > 5
004974            OR WS-TKN-DTL-CODE (WS-DTL-SUB) = WS-GRN-CODE
004975            OR WS-TKN-DTL-CODE (WS-DTL-SUB) = SPACES.
004976     IF WS-DTL-SUB > 5
004977         DISPLAY "PAYRTR01 - RUN DETAIL FULL, CODE "
004978             WS-GRN-CODE " NOT RECORDED FOR "
004979             EMP-ID OF WS-EMP-RECORD
004980         GO TO 2760-EXIT
004981     END-IF.
004982     MOVE WS-GRN-CODE TO WS-TKN-DTL-CODE (WS-DTL-SUB).
004983     ADD WS-GRN-EMP-TAKEN TO WS-TKN-DTL-AMOUNT (WS-DTL-SUB).
004984 2760-EXIT.
004985     EXIT.
004986*----------------------------------------------------------------
004987 2770-BUMP-DTL-SUB.
004988*----------------------------------------------------------------
004989     ADD 1 TO WS-DTL-SUB.
004990 2770-EXIT.
004991     EXIT.
004992*----------------------------------------------------------------
004993 2900-REFUSE-ADJUSTMENT.
004994*----------------------------------------------------------------
004995     ADD 1 TO WS-REFUSED-COUNT.
004996     IF WS-RETURN-CODE < 4
004997         MOVE 4 TO WS-RETURN-CODE
004998     END-IF.
004999     PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT.
005000 2900-EXIT.
005001     EXIT.
005002*----------------------------------------------------------------
005003 4100-PRINT-DETAIL.
005004*----------------------------------------------------------------
005005     IF WS-LINE-COUNT = ZERO OR
005006        WS-LINE-COUNT >= WS-LINES-PER-PAGE
005007         ADD 1 TO WS-PAGE-NUMBER
005008         MOVE WS-RUN-DATE-EDIT TO HDG-RUN-DATE
005009         MOVE WS-PAGE-NUMBER   TO HDG-PAGE-NUMBER
005010         MOVE WS-HEADING-1     TO REPORT-LINE
005020         WRITE REPORT-LINE
005030         MOVE SPACES           TO REPORT-LINE
006010             TO YTD-NET-PAY OF YTD-RECORD
006020         ADD 1 TO YTD-RUN-COUNT OF YTD-RECORD
006030         MOVE WS-RUN-DATE-N TO YTD-LAST-PAID OF YTD-RECORD
006040         MOVE WS-ADJ-PERIOD (WS-ADJ-SUB)
006050             TO YTD-LAST-PERIOD OF YTD-RECORD
006053         MOVE WS-ADJ-GROUP (WS-ADJ-SUB)
006056             TO YTD-LAST-GROUP OF YTD-RECORD
006060         MOVE WS-ADJ-DED-DETAIL (WS-ADJ-SUB) TO WS-TKN-DETAIL
006070         PERFORM 8115-ROLL-ONE-DED-CODE THRU 8115-EXIT
006080             VARYING WS-DTL-SUB FROM 1 BY 1
006870     END-IF.
006880 8130-EXIT.
006890     EXIT.
006891*----------------------------------------------------------------
006892* REWRITE GARNORD FROM THE TABLE WITH THE BALANCES THIS RUN
006893* REDUCED.  ONLY ON A COMPLETED RUN THAT REMITTED ANYTHING -- A
006894* HELD RUN LEAVES THE FILE AS IT WAS.
006895*----------------------------------------------------------------
006896 8200-REWRITE-GARNISH-ORDERS.
006897*----------------------------------------------------------------
006898     IF NOT WS-GRN-LOADED OR WS-GRN-REMIT-COUNT = ZERO
006899         GO TO 8200-EXIT
006900     END-IF.
006901     OPEN OUTPUT GARNISH-ORDER-FILE.
006902     IF WS-GARNORD-STATUS NOT = "00"
006903         DISPLAY "PAYRTR01 - UNABLE TO REWRITE GARNORD, "
006904             "STATUS = " WS-GARNORD-STATUS
006905         IF WS-RETURN-CODE < 4
006906             MOVE 4 TO WS-RETURN-CODE
006907         END-IF
006908         GO TO 8200-EXIT
006909     END-IF.
006910     PERFORM 8210-WRITE-ONE-ORDER THRU 8210-EXIT
006911         VARYING WS-GRN-SUB FROM 1 BY 1
006912         UNTIL WS-GRN-SUB > WS-GRN-COUNT.
006913     CLOSE GARNISH-ORDER-FILE.
006914     DISPLAY "PAYRTR01 - GARNORD REWRITTEN WITH REDUCED "
006915         "BALANCES".
006916 8200-EXIT.
006917     EXIT.
006918*----------------------------------------------------------------
006919 8210-WRITE-ONE-ORDER.
006920*----------------------------------------------------------------
006921     MOVE WS-GRN-EMP-ID (WS-GRN-SUB)     TO GO-EMPLOYEE-ID.
006922     MOVE WS-GRN-TYPE (WS-GRN-SUB)       TO GO-ORDER-TYPE.
006923     MOVE WS-GRN-CASE (WS-GRN-SUB)       TO GO-CASE-NUMBER.
006924     MOVE WS-GRN-AGENCY (WS-GRN-SUB)     TO GO-AGENCY.
006925     MOVE WS-GRN-METHOD (WS-GRN-SUB)     TO GO-METHOD.
006926     MOVE WS-GRN-AMOUNT (WS-GRN-SUB)     TO GO-PERIOD-AMOUNT.
006927     MOVE WS-GRN-PERCENT (WS-GRN-SUB)    TO GO-PERIOD-PERCENT.
006928     MOVE WS-GRN-TOTAL-OWED (WS-GRN-SUB) TO GO-TOTAL-OWED.
006929     MOVE WS-GRN-BALANCE (WS-GRN-SUB)    TO GO-BALANCE.
006930     WRITE GARNISH-ORDER-RECORD.
006931 8210-EXIT.
006932     EXIT.
006933*----------------------------------------------------------------
006934 9000-TERMINATE.
006935*----------------------------------------------------------------
006936     IF WS-REPORT-IS-OPEN
006940         MOVE SPACES TO REPORT-LINE
006950         WRITE REPORT-LINE
006960         MOVE "ADJUSTMENTS READ . . . . . . . :" TO CNT-LABEL
007090         MOVE WS-REFUSED-COUNT TO CNT-VALUE
007100         MOVE WS-COUNT-LINE TO REPORT-LINE
007110         WRITE REPORT-LINE
007112         MOVE "GARNISHMENTS REMITTED  . . . . :" TO CNT-LABEL
007114         MOVE WS-GRN-REMIT-COUNT TO CNT-VALUE
007116         MOVE WS-COUNT-LINE TO REPORT-LINE
007118         WRITE REPORT-LINE
007120         CLOSE REPORT-FILE
007130     END-IF.
007140     CLOSE RETRO-FILE.
007150     CLOSE INDEXED-MASTER-FILE.
007160     CLOSE RESULTS-FILE.
007162     CLOSE SIDE-RESULTS-FILE.
007166     CLOSE GARNISH-REMIT-FILE.
007170     IF WS-PAID-COUNT > ZERO
007180         PERFORM 8000-ROLL-BANK-CONTROL THRU 8000-EXIT
007190         PERFORM 8100-ROLL-YTD-MASTER THRU 8100-EXIT
007200     END-IF.
007202     IF WS-RETURN-CODE NOT = 8
007204         PERFORM 8200-REWRITE-GARNISH-ORDERS THRU 8200-EXIT
007206     END-IF.
007210     DISPLAY "PAYRTR01 - ADJUSTMENTS READ : "
007220         WS-ADJUSTMENTS-READ.
007230     DISPLAY "PAYRTR01 - BACK PAY PAID    : " WS-PAID-COUNT.
007260     DISPLAY "PAYRTR01 - REFUSED          : " WS-REFUSED-COUNT.
007270     DISPLAY "PAYRTR01 - BACK PAY NET     : "
007280         WS-PAID-NET-TOTAL.
007281     DISPLAY "PAYRTR01 - GARNISHMENTS REMITTED: "
007282         WS-GRN-REMIT-COUNT " FOR " WS-GRN-REMIT-TOTAL.
007283     DISPLAY "PAYRTR01 - ORDERS PAID OFF      : "
007284         WS-GRN-PAID-OFF-COUNT.
007285     DISPLAY "PAYRTR01 - ORDERS NOT SATISFIED : "
007286         WS-GRN-SHORT-COUNT.
007290 9000-EXIT.
007300     EXIT.
