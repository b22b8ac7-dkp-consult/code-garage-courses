000714*                  RUN PAYHSA01 OVER JUST THIS RUN'S PAYMENTS AND
000715*                  THE PAY HISTORY SEES CLEARED REJECTS WITHOUT
000716*                  DUPLICATING THE BASE RUN'S RECORDS.
000717* 10/15/2026  JH   THE APPENDED RESULT NOW CARRIES THE
000718*                  PER-CODE AMOUNTS TAKEN (RR-DED-DETAIL)
000719*                  THE SAME WAY THE FULL RUN'S DO.  RSLTREC
000720*                  GREW TO 112 BYTES -- FD LENGTHS RAISED TO
000721*                  MATCH.
000722* 10/15/2026  JH   THE APPENDED RESULT NOW CARRIES THE
000723*                  EMPLOYER'S BENEFIT AND RETIREMENT MATCH
000724*                  COST FROM PAYERC01 THE SAME WAY THE FULL
000725*                  RUN'S DO.  WITH THE ZERO PRIOR DETAIL THE
000726*                  ANNUAL MATCH CAP IS NOT CONSULTED, AS FOR
000727*                  THE ANNUAL MAXIMUMS.  RSLTREC GREW TO 126
000728*                  BYTES -- FD LENGTHS RAISED TO MATCH.
000729* 10/15/2026  JH   PAY GROUPS. EMPREC GREW TO 59 BYTES,
000730*                  RSLTREC AND YTDREC TO 128 AND PAYCAL TO
000731*                  22 WITH THE PAY GROUP -- FD LENGTHS
000732*                  RAISED TO MATCH. THE WHOLE CALENDAR IS
000733*                  NOW LOADED, AND EACH CLEARED EMPLOYEE IS
000734*                  STAMPED WITH THE GROUP THEY WERE IN ON
000735*                  THE RUN DATE (THE GROUP BEING LEFT WHEN A
000736*                  MOVE TAKES EFFECT LATER, MO WHEN THE
000737*                  MASTER HAS NONE) AND THAT GROUP'S PERIOD
000738*                  COVERING THE RUN DATE, ON THE RESULT AND
000739*                  THE ROLLED YTD. PAYDED01 IS HANDED THE
000740*                  SAME GROUP SO IT ANNUALIZES AT THAT
000741*                  GROUP'S FREQUENCY.
000742* 10/15/2026  JH   GARNISHMENT ORDERS (GARNORD) ARE NOW
000743*                  APPLIED TO EACH CLEARED EMPLOYEE'S PAY AS
000744*                  THE FULL RUN APPLIES THEM -- SAME PRIORITY,
000745*                  SAME DISPOSABLE-EARNINGS CEILINGS, GRN IN
000746*                  THE RUN DETAIL. REMITTANCES GO TO GARNREM
000747*                  AND GARNORD IS REWRITTEN WITH THE REDUCED
000748*                  BALANCES AT END OF A COMPLETED RUN.
000749* 10/15/2026  JH   GARNISHMENT DISPOSABLE EARNINGS ARE NOW
000750*                  GROSS LESS ONLY THE WITHHOLDING (TAX)
000751*                  AMOUNT PAYDED01 TOOK, NOT EVERY DEDUCTION
000752*                  -- VOLUNTARY INSURANCE AND PRE-TAX
000753*                  RETIREMENT NO LONGER LOWER THE CEILINGS.
000754* 10/15/2026  JH   A GARNISHMENT IS NOW ALSO LIMITED TO THE
000755*                  NET PAY PAYDED01 LEFT, LESS WHAT THE
000756*                  EMPLOYEE'S EARLIER ORDERS TOOK, SO
000757*                  DEDUCTIONS NEVER EXCEED GROSS AND NET PAY
000758*                  NEVER GOES NEGATIVE. THE SHORTFALL IS
000759*                  REMITTED AS SHORT.
000760*----------------------------------------------------------------
000761 ENVIRONMENT DIVISION.
000762 INPUT-OUTPUT SECTION.
000763 FILE-CONTROL.
000764     SELECT CORRECTION-FILE ASSIGN TO "CORRFILE"
000765         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-CORRFILE-STATUS.
000780     SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
000790         ORGANIZATION IS LINE SEQUENTIAL
000990     SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-PAYCAL-STATUS.
001011     SELECT GARNISH-ORDER-FILE ASSIGN TO "GARNORD"
001012         ORGANIZATION IS LINE SEQUENTIAL
001013         FILE STATUS IS WS-GARNORD-STATUS.
001014     SELECT GARNISH-REMIT-FILE ASSIGN TO "GARNREM"
001015         ORGANIZATION IS LINE SEQUENTIAL
001016         FILE STATUS IS WS-GARNREM-STATUS.
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  CORRECTION-FILE
001050     RECORD CONTAINS 59 CHARACTERS.
001060     COPY EMPREC REPLACING ==EMP-RECORD== BY ==CORR-EMP-RECORD==.
001070 FD  EXCEPTION-FILE
001080     RECORD CONTAINS 80 CHARACTERS.
001140     05  EXC-DESCRIPTION     PIC X(40).
001150     05  FILLER              PIC X(30).
001160 FD  RESULTS-FILE
001170     RECORD CONTAINS 128 CHARACTERS.
001180     COPY RSLTREC.
001190 FD  BANK-CONTROL-FILE
001200     RECORD CONTAINS 18 CHARACTERS.
001250     RECORD CONTAINS 132 CHARACTERS.
001260 01  REPORT-LINE             PIC X(132).
001270 FD  YTD-OLD-FILE
001280     RECORD CONTAINS 128 CHARACTERS.
001290     COPY YTDREC REPLACING ==YTD-RECORD== BY ==OLD-YTD-RECORD==.
001300 FD  YTD-NEW-FILE
001310     RECORD CONTAINS 128 CHARACTERS.
001320     COPY YTDREC.
001330 FD  NEW-EXCEPTION-FILE
001340     RECORD CONTAINS 80 CHARACTERS.
001350 01  NEW-EXCEPTION-RECORD    PIC X(80).
001352 FD  SIDE-RESULTS-FILE
001354     RECORD CONTAINS 128 CHARACTERS.
001356     COPY RSLTREC REPLACING ==RESULTS-RECORD==
001357                       BY ==SIDE-RESULTS-RECORD==
001358                    LEADING ==RR== BY ==SR==.
001360 FD  PAY-CALENDAR-FILE
001370     RECORD CONTAINS 22 CHARACTERS.
001380     COPY PAYCAL.
001381 FD  GARNISH-ORDER-FILE
001382     RECORD CONTAINS 68 CHARACTERS.
001383     COPY GARNORD.
001384 FD  GARNISH-REMIT-FILE
001385     RECORD CONTAINS 92 CHARACTERS.
001386     COPY GARNREM.
001390 WORKING-STORAGE SECTION.
001400*----------------------------------------------------------------
001410* FILE STATUS AND CONTROL SWITCHES
001550 77  WS-RETURN-CODE          PIC 9(01) VALUE ZERO.
001560 77  WS-PAYCAL-STATUS        PIC X(02) VALUE SPACES.
001570 77  WS-PAY-PERIOD           PIC 9(02) VALUE ZERO.
001571 77  WS-PAY-GROUP            PIC X(02) VALUE SPACES.
001572 77  WS-LEGACY-GROUP         PIC X(02) VALUE "MO".
001573*----------------------------------------------------------------
001574* PAY CALENDAR OF EVERY PAY GROUP, LOADED ONCE UP FRONT.  EACH
001575* CLEARED EMPLOYEE IS STAMPED WITH THE PERIOD OF THEIR OWN
001576* GROUP'S CALENDAR THAT COVERS THE RUN DATE.
001577*----------------------------------------------------------------
001578 77  WS-CAL-MAX              PIC 9(03) COMP VALUE 200.
001579 77  WS-CAL-COUNT            PIC 9(03) COMP VALUE ZERO.
001580 77  WS-CAL-SUB              PIC 9(03) COMP VALUE ZERO.
001581 01  WS-CAL-TABLE.
001582     05  WS-CAL-ENTRY OCCURS 200 TIMES.
001583         10  WS-CAL-GROUP        PIC X(02).
001584         10  WS-CAL-PERIOD       PIC 9(02).
001585         10  WS-CAL-START        PIC 9(08).
001586         10  WS-CAL-END          PIC 9(08).
001600*----------------------------------------------------------------
001610* PRIOR RUN'S EXCEPTIONS, LOADED ONCE UP FRONT
001620*----------------------------------------------------------------
001660 01  WS-EXC-TABLE.
001670     05  WS-EXC-ENTRY OCCURS 200 TIMES.
001680         10  WS-EXC-ID           PIC 9(05).
001681*----------------------------------------------------------------
001682* WAGE GARNISHMENT, TAKEN FROM A CLEARED EMPLOYEE'S PAY THE SAME
001683* WAY THE FULL RUN TAKES IT -- THE REJECTED EMPLOYEE HAD NOTHING
001684* WITHHELD FOR THE PERIOD, SO THE RECYCLE PAYMENT OWES THE
001685* ORDERS THEIR PERIOD AMOUNT.  THE ORDERS ARE HELD IN STORAGE
001686* FOR THE WHOLE RUN AND REWRITTEN WITH THEIR REDUCED BALANCES
001687* AT END OF A COMPLETED RUN.  THE PRIORITY LIST RANKS THE ORDER
001688* TYPES -- CHILD SUPPORT, TAX LEVY, CREDITOR -- AND THE LIMIT
001689* LIST GIVES EACH TYPE'S CEILING AS A PERCENT OF DISPOSABLE
001690* EARNINGS.
001691*----------------------------------------------------------------
001692 77  WS-GARNORD-STATUS       PIC X(02) VALUE SPACES.
001693 77  WS-GARNREM-STATUS       PIC X(02) VALUE SPACES.
001694 77  WS-GRN-EOF-SWITCH       PIC X(01) VALUE "N".
001695     88  WS-GRN-END-OF-FILE            VALUE "Y".
001696 77  WS-GRN-LOADED-SWITCH    PIC X(01) VALUE "N".
001697     88  WS-GRN-LOADED                 VALUE "Y".
001698 77  WS-GRN-MAX              PIC 9(03) COMP VALUE 200.
001699 77  WS-GRN-COUNT            PIC 9(03) COMP VALUE ZERO.
001700 77  WS-GRN-SUB              PIC 9(03) COMP VALUE ZERO.
001701 01  WS-GARNISH-TABLE.
001702     05  WS-GRN-ENTRY OCCURS 200 TIMES.
001703         10  WS-GRN-EMP-ID       PIC 9(05).
001704         10  WS-GRN-TYPE         PIC X(01).
001705         10  WS-GRN-CASE         PIC X(12).
001706         10  WS-GRN-AGENCY       PIC X(20).
001707         10  WS-GRN-METHOD       PIC X(01).
001708             88  WS-GRN-FLAT-AMOUNT     VALUE "A".
001709         10  WS-GRN-AMOUNT       PIC 9(05)V99.
001710         10  WS-GRN-PERCENT      PIC 9(02)V99.
001711         10  WS-GRN-TOTAL-OWED   PIC 9(07)V99.
001712         10  WS-GRN-BALANCE      PIC 9(07)V99.
001713 01  WS-GRN-PRIORITY-LIST.
001714     05  FILLER              PIC X(03) VALUE "SLC".
001715 01  WS-GRN-PRIORITY-TABLE REDEFINES WS-GRN-PRIORITY-LIST.
001716     05  WS-GRN-PRIORITY-TYPE PIC X(01) OCCURS 3 TIMES.
001717 01  WS-GRN-LIMIT-LIST.
001718     05  FILLER              PIC 9(02)V99 VALUE 50.00.
001719     05  FILLER              PIC 9(02)V99 VALUE 25.00.
001720     05  FILLER              PIC 9(02)V99 VALUE 25.00.
001721 01  WS-GRN-LIMIT-TABLE REDEFINES WS-GRN-LIMIT-LIST.
001722     05  WS-GRN-LIMIT-PCT    PIC 9(02)V99 OCCURS 3 TIMES.
001723 77  WS-GRN-PRI-SUB          PIC 9(01) COMP VALUE ZERO.
001724 77  WS-GRN-CODE             PIC X(03) VALUE "GRN".
001725 77  WS-GRN-WH-CODE          PIC X(03) VALUE "TAX".
001726 77  WS-DISPOSABLE           PIC S9(05)V99 VALUE ZERO.
001727 77  WS-GRN-CEILING          PIC S9(05)V99 VALUE ZERO.
001728 77  WS-GRN-EMP-TAKEN        PIC S9(05)V99 VALUE ZERO.
001729 77  WS-GRN-DUE              PIC S9(05)V99 VALUE ZERO.
001730 77  WS-GRN-ROOM             PIC S9(05)V99 VALUE ZERO.
001731 77  WS-GRN-ONE              PIC S9(05)V99 VALUE ZERO.
001732 77  WS-GRN-REMIT-COUNT      PIC 9(05) COMP VALUE ZERO.
001733 77  WS-GRN-PAID-OFF-COUNT   PIC 9(05) COMP VALUE ZERO.
001734 77  WS-GRN-SHORT-COUNT      PIC 9(05) COMP VALUE ZERO.
001735 77  WS-GRN-REMIT-TOTAL      PIC S9(07)V99 VALUE ZERO.
001736*----------------------------------------------------------------
001737* WORK RECORD PASSED TO SUBPROGRAM AND PAYDED01 ON CALL
001738*----------------------------------------------------------------
001739     COPY EMPREC REPLACING ==EMP-RECORD== BY ==WS-EMP-RECORD==.
001740 77  WS-ERROR-CODE           PIC 9(01) VALUE ZERO.
001741 77  WS-TOTAL-DEDUCTIONS     PIC S9(05)V99 VALUE ZERO.
001750 77  WS-NET-PAY              PIC S9(05)V99 VALUE ZERO.
001753 77  WS-ER-BENEFIT           PIC S9(05)V99 VALUE ZERO.
001756 77  WS-ER-MATCH             PIC S9(05)V99 VALUE ZERO.
001760*----------------------------------------------------------------
001770* PER-CODE DEDUCTION DETAIL FOR THE PAYDED01 CALL -- THE PRIOR
001780* COPY STAYS ZERO (SEE THE MODIFICATION HISTORY), THE RUN COPY
002050         10  WS-CLR-USED-SWITCH  PIC X(01).
002060             88  WS-CLR-USED            VALUE "Y".
002070         10  WS-CLR-DED-DETAIL   PIC X(60).
002073         10  WS-CLR-PERIOD       PIC 9(02).
002076         10  WS-CLR-GROUP        PIC X(02).
002080*----------------------------------------------------------------
002090* RUN DATE AND REPORT PAGE CONTROLS
002100*----------------------------------------------------------------
002610     MOVE WS-RUN-MM   TO WS-RUN-DATE-MM.
002620     MOVE WS-RUN-DD   TO WS-RUN-DATE-DD.
002630     MOVE WS-RUN-YYYY TO WS-RUN-DATE-YYYY.
002640     PERFORM 1050-LOAD-PAY-CALENDAR THRU 1050-EXIT.
002650     PERFORM 1100-LOAD-EXCEPTIONS THRU 1100-EXIT.
002660     IF WS-RETURN-CODE = 8
002670         GO TO 1000-EXIT
002680     END-IF.
002682     PERFORM 1300-LOAD-GARNISH-ORDERS THRU 1300-EXIT.
002684     IF WS-RETURN-CODE = 8
002686         GO TO 1000-EXIT
002688     END-IF.
002690     OPEN INPUT CORRECTION-FILE.
002700     IF WS-CORRFILE-STATUS NOT = "00"
002710         DISPLAY "PAYRCY01 - UNABLE TO OPEN CORRFILE, STATUS = "
002847         MOVE 8 TO WS-RETURN-CODE
002848         GO TO 1000-EXIT
002849     END-IF.
002850     OPEN OUTPUT GARNISH-REMIT-FILE.
002851     IF WS-GARNREM-STATUS NOT = "00"
002852         DISPLAY "PAYRCY01 - UNABLE TO OPEN GARNREM, STATUS = "
002853             WS-GARNREM-STATUS
002854         MOVE "Y" TO WS-EOF-SWITCH
002855         MOVE 8 TO WS-RETURN-CODE
002856         GO TO 1000-EXIT
002857     END-IF.
002858     OPEN OUTPUT REPORT-FILE.
002860     IF WS-REPORT-STATUS NOT = "00"
002870         DISPLAY "PAYRCY01 - UNABLE TO OPEN RCYRPT, STATUS = "
002880             WS-REPORT-STATUS
002950 1000-EXIT.
002960     EXIT.
002970*----------------------------------------------------------------
002978* LOAD THE PAY CALENDAR SO THE APPENDED RESULTS AND THE ROLLED
002986* YTD GENERATION CARRY THE SAME GROUP AND PERIOD STAMP AS THE
002994* RUN BEING RECYCLED.  A MISSING CALENDAR ONLY COSTS THE STAMP
003002* (PERIOD ZERO).
003010*----------------------------------------------------------------
003020 1050-LOAD-PAY-CALENDAR.
003030*----------------------------------------------------------------
003040     OPEN INPUT PAY-CALENDAR-FILE.
003050     IF WS-PAYCAL-STATUS NOT = "00"
003070             "PERIOD ZERO"
003080         GO TO 1050-EXIT
003090     END-IF.
003100     PERFORM 1060-LOAD-ONE-PERIOD THRU 1060-EXIT
003110         UNTIL WS-END-OF-FILE.
003130     CLOSE PAY-CALENDAR-FILE.
003140     MOVE "N" TO WS-EOF-SWITCH.
003190 1050-EXIT.
003200     EXIT.
003210*----------------------------------------------------------------
003220 1060-LOAD-ONE-PERIOD.
003230*----------------------------------------------------------------
003240     READ PAY-CALENDAR-FILE
003250         AT END
003260             MOVE "Y" TO WS-EOF-SWITCH
003270             GO TO 1060-EXIT
003280     END-READ.
003288     IF WS-CAL-COUNT >= WS-CAL-MAX
003296         DISPLAY "PAYRCY01 - CALENDAR TABLE FULL, GROUP "
003304             PC-PAY-GROUP " PERIOD " PC-PERIOD-NUMBER
003312             " DROPPED"
003320         GO TO 1060-EXIT
003330     END-IF.
003331     ADD 1 TO WS-CAL-COUNT.
003332     MOVE PC-PAY-GROUP     TO WS-CAL-GROUP (WS-CAL-COUNT).
003333     MOVE PC-PERIOD-NUMBER TO WS-CAL-PERIOD (WS-CAL-COUNT).
003334     MOVE PC-START-DATE    TO WS-CAL-START (WS-CAL-COUNT).
003335     MOVE PC-END-DATE      TO WS-CAL-END (WS-CAL-COUNT).
003340 1060-EXIT.
003350     EXIT.
003360*----------------------------------------------------------------
003690     MOVE EXC-EMPLOYEE-ID TO WS-EXC-ID (WS-EXC-COUNT).
003700 1200-EXIT.
003710     EXIT.
003711*----------------------------------------------------------------
003712* LOAD THE GARNISHMENT ORDERS.  A MISSING GARNORD ONLY MEANS NO
003713* GARNISHMENTS ARE TAKEN.  A FULL TABLE HOLDS THE RUN -- THE
003714* FILE IS REWRITTEN FROM THE TABLE AT THE END, SO AN ORDER LEFT
003715* OUT OF STORAGE WOULD BE DROPPED FROM THE FILE FOR GOOD.
003716*----------------------------------------------------------------
003717 1300-LOAD-GARNISH-ORDERS.
003718*----------------------------------------------------------------
003719     OPEN INPUT GARNISH-ORDER-FILE.
003720     IF WS-GARNORD-STATUS NOT = "00"
003721         DISPLAY "PAYRCY01 - NO GARNORD FILE FOUND, NO "
003722             "GARNISHMENTS WILL BE TAKEN"
003723         GO TO 1300-EXIT
003724     END-IF.
003725     PERFORM 1310-LOAD-ONE-ORDER THRU 1310-EXIT
003726         UNTIL WS-GRN-END-OF-FILE.
003727     CLOSE GARNISH-ORDER-FILE.
003728     IF WS-RETURN-CODE = 8
003729         GO TO 1300-EXIT
003730     END-IF.
003731     SET WS-GRN-LOADED TO TRUE.
003732     DISPLAY "PAYRCY01 - GARNISHMENT ORDERS   : " WS-GRN-COUNT.
003733 1300-EXIT.
003734     EXIT.
003735*----------------------------------------------------------------
003736 1310-LOAD-ONE-ORDER.
003737*----------------------------------------------------------------
003738     READ GARNISH-ORDER-FILE
003739         AT END
003740             MOVE "Y" TO WS-GRN-EOF-SWITCH
003741             GO TO 1310-EXIT
003742     END-READ.
003743     IF WS-GRN-COUNT >= WS-GRN-MAX
003744         DISPLAY "PAYRCY01 - GARNISHMENT ORDER TABLE FULL AT "
003745             WS-GRN-COUNT " ORDERS, RUN HELD"
003746         MOVE "Y" TO WS-GRN-EOF-SWITCH
003747         MOVE "Y" TO WS-EOF-SWITCH
003748         MOVE 8 TO WS-RETURN-CODE
003749         GO TO 1310-EXIT
003750     END-IF.
003751     IF NOT GO-CHILD-SUPPORT AND NOT GO-TAX-LEVY
003752        AND NOT GO-CREDITOR
003753         DISPLAY "PAYRCY01 - EMPLOYEE " GO-EMPLOYEE-ID " CASE "
003754             GO-CASE-NUMBER " HAS UNKNOWN ORDER TYPE "
003755             GO-ORDER-TYPE ", NOT APPLIED"
003756     END-IF.
003757     ADD 1 TO WS-GRN-COUNT.
003758     MOVE GO-EMPLOYEE-ID    TO WS-GRN-EMP-ID (WS-GRN-COUNT).
003759     MOVE GO-ORDER-TYPE     TO WS-GRN-TYPE (WS-GRN-COUNT).
003760     MOVE GO-CASE-NUMBER    TO WS-GRN-CASE (WS-GRN-COUNT).
003761     MOVE GO-AGENCY         TO WS-GRN-AGENCY (WS-GRN-COUNT).
003762     MOVE GO-METHOD         TO WS-GRN-METHOD (WS-GRN-COUNT).
003763     MOVE GO-PERIOD-AMOUNT  TO WS-GRN-AMOUNT (WS-GRN-COUNT).
003764     MOVE GO-PERIOD-PERCENT TO WS-GRN-PERCENT (WS-GRN-COUNT).
003765     MOVE GO-TOTAL-OWED     TO WS-GRN-TOTAL-OWED (WS-GRN-COUNT).
003766     MOVE GO-BALANCE        TO WS-GRN-BALANCE (WS-GRN-COUNT).
003767 1310-EXIT.
003768     EXIT.
003769*----------------------------------------------------------------
003770 2000-RECYCLE-CORRECTION.
003771*----------------------------------------------------------------
003772     MOVE EMP-ID OF CORR-EMP-RECORD TO DTL-EMPLOYEE-ID.
003773     MOVE EMP-NAME OF CORR-EMP-RECORD TO DTL-EMPLOYEE-NAME.
003774     PERFORM 2200-FIND-EXCEPTION THRU 2200-EXIT.
003780     IF WS-EXC-SUB > WS-EXC-COUNT
003790         MOVE "REFUSED - NOT ON EXCEPTION LISTING"
003800             TO DTL-DISPOSITION
004400         PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT
004410         GO TO 2300-EXIT
004420     END-IF.
004423     PERFORM 2320-FIND-PAY-PERIOD THRU 2320-EXIT.
004426     MOVE WS-PAY-GROUP TO EMP-PAY-GROUP OF WS-EMP-RECORD.
004430     PERFORM 2350-ZERO-ONE-PRIOR-SLOT THRU 2350-EXIT
004440         VARYING WS-DTL-SUB FROM 1 BY 1
004450         UNTIL WS-DTL-SUB > 5.
004480                           WS-NET-PAY
004490                           WS-PRI-DETAIL
004500                           WS-TKN-DETAIL.
004501     PERFORM 2700-APPLY-GARNISHMENTS THRU 2700-EXIT.
004502     CALL "PAYERC01" USING WS-EMP-RECORD
004503                           WS-PRI-DETAIL
004504                           WS-TKN-DETAIL
004505                           WS-ER-BENEFIT
004506                           WS-ER-MATCH.
004510     MOVE EMP-ID OF WS-EMP-RECORD   TO RR-EMPLOYEE-ID.
004520     MOVE EMP-DEPT OF WS-EMP-RECORD TO RR-DEPT.
004530     MOVE EMP-NAME OF WS-EMP-RECORD TO RR-EMPLOYEE-NAME.
004560     MOVE WS-NET-PAY                TO RR-NET-PAY.
004570     MOVE ZERO                      TO RR-ERROR-CODE.
004580     MOVE WS-PAY-PERIOD             TO RR-PERIOD.
004582     MOVE WS-PAY-GROUP              TO RR-PAY-GROUP.
004585     MOVE WS-TKN-DETAIL             TO RR-DED-DETAIL.
004586     MOVE WS-ER-BENEFIT             TO RR-ER-BENEFIT.
004587     MOVE WS-ER-MATCH               TO RR-ER-MATCH.
004590     WRITE RESULTS-RECORD.
004592     MOVE RESULTS-RECORD TO SIDE-RESULTS-RECORD.
004594     WRITE SIDE-RESULTS-RECORD.
004770         MOVE "N" TO WS-CLR-USED-SWITCH (WS-CLR-COUNT)
004780         MOVE WS-TKN-DETAIL
004790             TO WS-CLR-DED-DETAIL (WS-CLR-COUNT)
004793         MOVE WS-PAY-PERIOD TO WS-CLR-PERIOD (WS-CLR-COUNT)
004796         MOVE WS-PAY-GROUP  TO WS-CLR-GROUP (WS-CLR-COUNT)
004800     END-IF.
004810     MOVE "CLEARED - APPENDED TO PAYRSLT" TO DTL-DISPOSITION.
004820     PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT.
004830 2300-EXIT.
004840     EXIT.
004850*----------------------------------------------------------------
004851* THE PAY GROUP THE EMPLOYEE WAS IN ON THE RUN DATE -- THE GROUP
004852* BEING LEFT WHEN A MOVE TAKES EFFECT AFTER IT, AND THE MONTHLY
004853* GROUP WHEN THE MASTER CARRIES NONE -- AND THE PERIOD OF THAT
004854* GROUP'S CALENDAR COVERING THE RUN DATE.
004855*----------------------------------------------------------------
004856 2320-FIND-PAY-PERIOD.
004857*----------------------------------------------------------------
004858     MOVE EMP-PAY-GROUP OF WS-EMP-RECORD TO WS-PAY-GROUP.
004859     IF EMP-GROUP-DATE OF WS-EMP-RECORD > WS-RUN-DATE-N AND
004860        EMP-PRIOR-GROUP OF WS-EMP-RECORD NOT = SPACES
004861         MOVE EMP-PRIOR-GROUP OF WS-EMP-RECORD TO WS-PAY-GROUP
004862     END-IF.
004863     IF WS-PAY-GROUP = SPACES
004864         MOVE WS-LEGACY-GROUP TO WS-PAY-GROUP
004865     END-IF.
004866     MOVE 1 TO WS-CAL-SUB.
004867     PERFORM 2330-BUMP-CAL-SUB THRU 2330-EXIT
004868         UNTIL WS-CAL-SUB > WS-CAL-COUNT
004869            OR (WS-CAL-GROUP (WS-CAL-SUB) = WS-PAY-GROUP
004870            AND WS-RUN-DATE-N >= WS-CAL-START (WS-CAL-SUB)
004871            AND WS-RUN-DATE-N <= WS-CAL-END (WS-CAL-SUB)).
004872     IF WS-CAL-SUB > WS-CAL-COUNT
004873         DISPLAY "PAYRCY01 - RUN DATE IS IN NO PERIOD OF GROUP "
004874             WS-PAY-GROUP " ON PAYCAL, EMPLOYEE "
004875             EMP-ID OF WS-EMP-RECORD " CARRIES PERIOD ZERO"
004876         MOVE ZERO TO WS-PAY-PERIOD
004877     ELSE
004878         MOVE WS-CAL-PERIOD (WS-CAL-SUB) TO WS-PAY-PERIOD
004879     END-IF.
004880 2320-EXIT.
004881     EXIT.
004882*----------------------------------------------------------------
004883 2330-BUMP-CAL-SUB.
004884*----------------------------------------------------------------
004885     ADD 1 TO WS-CAL-SUB.
004886 2330-EXIT.
004887     EXIT.
004888*----------------------------------------------------------------
004889 2350-ZERO-ONE-PRIOR-SLOT.
004890*----------------------------------------------------------------
004891     MOVE SPACES TO WS-PRI-DTL-CODE (WS-DTL-SUB).
004892     MOVE ZERO   TO WS-PRI-DTL-AMOUNT (WS-DTL-SUB).
004900 2350-EXIT.
004910     EXIT.
004911*----------------------------------------------------------------
004912* APPLY THE EMPLOYEE'S GARNISHMENT ORDERS TO WHAT PAYDED01 LEFT,
004913* EXACTLY AS THE FULL RUN DOES.  DISPOSABLE EARNINGS ARE GROSS
004914* LESS ONLY THE WITHHOLDING PAYDED01 TOOK (THE TAX CODE) --
004915* VOLUNTARY DEDUCTIONS DO NOT REDUCE THEM.  THE ORDER TYPES ARE
004916* TAKEN IN PRIORITY ORDER, AND ORDERS OF THE SAME TYPE IN GARNORD
004917* ORDER (DATE SERVED).  THE TOTAL WITHHELD GOES INTO DEDUCTIONS
004918* AND THE PER-CODE DETAIL AS GRN SO THE YTD MASTER, PAY HISTORY
004919* AND STATEMENTS CARRY IT.
004920*----------------------------------------------------------------
004921 2700-APPLY-GARNISHMENTS.
004922*----------------------------------------------------------------
004923     IF WS-GRN-COUNT = ZERO
004924         GO TO 2700-EXIT
004925     END-IF.
004926     MOVE EMP-SALARY OF WS-EMP-RECORD TO WS-DISPOSABLE.
004927     PERFORM 2705-LESS-ONE-WITHHOLDING THRU 2705-EXIT
004928         VARYING WS-DTL-SUB FROM 1 BY 1
004929         UNTIL WS-DTL-SUB > 5.
004930     IF WS-DISPOSABLE < ZERO
004931         MOVE ZERO TO WS-DISPOSABLE
004932     END-IF.
004933     MOVE ZERO TO WS-GRN-EMP-TAKEN.
004934     PERFORM 2710-APPLY-ONE-PRIORITY THRU 2710-EXIT
004935         VARYING WS-GRN-PRI-SUB FROM 1 BY 1
004936         UNTIL WS-GRN-PRI-SUB > 3.
004937     IF WS-GRN-EMP-TAKEN = ZERO
004938         GO TO 2700-EXIT
004939     END-IF.
004940     ADD WS-GRN-EMP-TAKEN TO WS-TOTAL-DEDUCTIONS.
004941     SUBTRACT WS-GRN-EMP-TAKEN FROM WS-NET-PAY.
004942     PERFORM 2760-RECORD-GARNISH-TAKEN THRU 2760-EXIT.
004943 2700-EXIT.
004944     EXIT.
004945*----------------------------------------------------------------
004946* TAKE ONE RUN-DETAIL SLOT OFF DISPOSABLE EARNINGS IF IT IS THE
004947* WITHHOLDING CODE.  VOLUNTARY DEDUCTIONS -- INSURANCE, THE
004948* PRE-TAX RETIREMENT PLAN -- STAY IN DISPOSABLE EARNINGS.
004949*----------------------------------------------------------------
004950 2705-LESS-ONE-WITHHOLDING.
004951*----------------------------------------------------------------
004952     IF WS-TKN-DTL-CODE (WS-DTL-SUB) = WS-GRN-WH-CODE
004953         SUBTRACT WS-TKN-DTL-AMOUNT (WS-DTL-SUB)
004954             FROM WS-DISPOSABLE
004955     END-IF.
004956 2705-EXIT.
004957     EXIT.
004958*----------------------------------------------------------------
004959* ONE ORDER TYPE.  ITS CEILING IS ITS SHARE OF DISPOSABLE
004960* EARNINGS, TRUNCATED TO THE CENT SO IT NEVER RUNS OVER THE
004961* LIMIT.
004962*----------------------------------------------------------------
004963 2710-APPLY-ONE-PRIORITY.
004964*----------------------------------------------------------------
004965     COMPUTE WS-GRN-CEILING =
004966         WS-DISPOSABLE * WS-GRN-LIMIT-PCT (WS-GRN-PRI-SUB) / 100.
004967     PERFORM 2720-APPLY-ONE-ORDER THRU 2720-EXIT
004968         VARYING WS-GRN-SUB FROM 1 BY 1
004969         UNTIL WS-GRN-SUB > WS-GRN-COUNT.
004970 2710-EXIT.
004971     EXIT.
004972*----------------------------------------------------------------
004973* ONE ORDER -- THE PERIOD AMOUNT (FLAT, OR PERCENT OF DISPOSABLE
004974* EARNINGS), NEVER MORE THAN THE BALANCE REMAINING, CUT BACK TO
004975* THE ROOM LEFT UNDER THE TYPE'S CEILING AFTER WHATEVER THIS
004976* EMPLOYEE HAS ALREADY HAD GARNISHED, AND CUT AGAIN TO THE NET
004977* PAY PAYDED01 LEFT LESS THAT SAME AMOUNT -- DEDUCTIONS NEVER
004978* EXCEED GROSS, SO WHAT THE NET CANNOT COVER GOES ON THE
004979* REMITTANCE AS SHORT.  AN ORDER AT ZERO BALANCE IS INACTIVE.
004980*----------------------------------------------------------------
004981 2720-APPLY-ONE-ORDER.
004982*----------------------------------------------------------------
004983     IF WS-GRN-EMP-ID (WS-GRN-SUB) NOT = EMP-ID OF WS-EMP-RECORD
004984        OR WS-GRN-TYPE (WS-GRN-SUB) NOT =
004985           WS-GRN-PRIORITY-TYPE (WS-GRN-PRI-SUB)
004986         GO TO 2720-EXIT
004987     END-IF.
004988     IF WS-GRN-BALANCE (WS-GRN-SUB) = ZERO
004989         GO TO 2720-EXIT
004990     END-IF.
004991     IF WS-GRN-FLAT-AMOUNT (WS-GRN-SUB)
004992         MOVE WS-GRN-AMOUNT (WS-GRN-SUB) TO WS-GRN-DUE
004993     ELSE
004994         COMPUTE WS-GRN-DUE ROUNDED =
004995             WS-DISPOSABLE * WS-GRN-PERCENT (WS-GRN-SUB) / 100
004996     END-IF.
004997     IF WS-GRN-DUE > WS-GRN-BALANCE (WS-GRN-SUB)
004998         MOVE WS-GRN-BALANCE (WS-GRN-SUB) TO WS-GRN-DUE
004999     END-IF.
005000     COMPUTE WS-GRN-ROOM = WS-GRN-CEILING - WS-GRN-EMP-TAKEN.
005001     IF WS-GRN-ROOM < ZERO
005002         MOVE ZERO TO WS-GRN-ROOM
005003     END-IF.
005004     MOVE WS-GRN-DUE TO WS-GRN-ONE.
005005     IF WS-GRN-ONE > WS-GRN-ROOM
005006         MOVE WS-GRN-ROOM TO WS-GRN-ONE
005007     END-IF.
005008     COMPUTE WS-GRN-ROOM = WS-NET-PAY - WS-GRN-EMP-TAKEN.
005009     IF WS-GRN-ROOM < ZERO
005010         MOVE ZERO TO WS-GRN-ROOM
005011     END-IF.
005012     IF WS-GRN-ONE > WS-GRN-ROOM
005013         MOVE WS-GRN-ROOM TO WS-GRN-ONE
005014     END-IF.
005015     SUBTRACT WS-GRN-ONE FROM WS-GRN-BALANCE (WS-GRN-SUB).
005016     ADD WS-GRN-ONE TO WS-GRN-EMP-TAKEN.
005017     PERFORM 2730-WRITE-REMITTANCE THRU 2730-EXIT.
005018 2720-EXIT.
005019     EXIT.
005020*----------------------------------------------------------------
005021* ONE REMITTANCE RECORD PER ORDER APPLIED, EVEN WHEN NOTHING
005022* COULD BE WITHHELD -- HR NEEDS TO SEE THE SHORT ONES TOO.
005023*----------------------------------------------------------------
005024 2730-WRITE-REMITTANCE.
005025*----------------------------------------------------------------
005026     MOVE SPACES TO GARNISH-REMIT-RECORD.
005027     MOVE EMP-ID OF WS-EMP-RECORD     TO GR-EMPLOYEE-ID.
005028     MOVE EMP-NAME OF WS-EMP-RECORD   TO GR-EMPLOYEE-NAME.
005029     MOVE WS-GRN-TYPE (WS-GRN-SUB)    TO GR-ORDER-TYPE.
005030     MOVE WS-GRN-CASE (WS-GRN-SUB)    TO GR-CASE-NUMBER.
005031     MOVE WS-GRN-AGENCY (WS-GRN-SUB)  TO GR-AGENCY.
005032     MOVE WS-PAY-PERIOD               TO GR-PERIOD.
005033     MOVE WS-RUN-DATE-N               TO GR-RUN-DATE.
005034     MOVE WS-GRN-DUE                  TO GR-AMOUNT-DUE.
005035     MOVE WS-GRN-ONE                  TO GR-AMOUNT-PAID.
005036     MOVE WS-GRN-BALANCE (WS-GRN-SUB) TO GR-BALANCE.
005037     EVALUATE TRUE
005038         WHEN WS-GRN-BALANCE (WS-GRN-SUB) = ZERO
005039             MOVE "P" TO GR-STATUS
005040             ADD 1 TO WS-GRN-PAID-OFF-COUNT
005041             DISPLAY "PAYRCY01 - EMPLOYEE " GR-EMPLOYEE-ID
005042                 " CASE " GR-CASE-NUMBER " PAID OFF"
005043         WHEN WS-GRN-ONE < WS-GRN-DUE
005044             MOVE "S" TO GR-STATUS
005045             ADD 1 TO WS-GRN-SHORT-COUNT
005046             DISPLAY "PAYRCY01 - EMPLOYEE " GR-EMPLOYEE-ID
005047                 " CASE " GR-CASE-NUMBER
005048                 " NOT FULLY SATISFIED"
005049     END-EVALUATE.
005050     WRITE GARNISH-REMIT-RECORD.
005051     ADD 1 TO WS-GRN-REMIT-COUNT.
005052     ADD WS-GRN-ONE TO WS-GRN-REMIT-TOTAL.
005053 2730-EXIT.
005054     EXIT.
005055*----------------------------------------------------------------
005056* RECORD THE TOTAL GARNISHED IN THE RUN DETAIL UNDER GRN, IN
005057* THE FIRST EMPTY SLOT PAYDED01 LEFT.
005058*----------------------------------------------------------------
005059 2760-RECORD-GARNISH-TAKEN.
005060*----------------------------------------------------------------
005061     MOVE 1 TO WS-DTL-SUB.
005062     PERFORM 2770-BUMP-DTL-SUB THRU 2770-EXIT
005063         UNTIL WS-DTL-SUB > 5
005064            OR WS-TKN-DTL-CODE (WS-DTL-SUB) = WS-GRN-CODE
005065            OR WS-TKN-DTL-CODE (WS-DTL-SUB) = SPACES.
005066     IF WS-DTL-SUB > 5
005067         DISPLAY "PAYRCY01 - RUN DETAIL FULL, CODE "
005068             WS-GRN-CODE " NOT RECORDED FOR "
005069             EMP-ID OF WS-EMP-RECORD
005070         GO TO 2760-EXIT
005071     END-IF.
005072     MOVE WS-GRN-CODE TO WS-TKN-DTL-CODE (WS-DTL-SUB).
005073     ADD WS-GRN-EMP-TAKEN TO WS-TKN-DTL-AMOUNT (WS-DTL-SUB).
005074 2760-EXIT.
005075     EXIT.
005076*----------------------------------------------------------------
005077 2770-BUMP-DTL-SUB.
005078*----------------------------------------------------------------
005079     ADD 1 TO WS-DTL-SUB.
005080 2770-EXIT.
005081     EXIT.
005082*----------------------------------------------------------------
005083 4100-PRINT-DETAIL.
005084*----------------------------------------------------------------
005085     IF WS-LINE-COUNT = ZERO OR
005086        WS-LINE-COUNT >= WS-LINES-PER-PAGE
005087         ADD 1 TO WS-PAGE-NUMBER
005088         MOVE WS-RUN-DATE-EDIT TO HDG-RUN-DATE
005089         MOVE WS-PAGE-NUMBER   TO HDG-PAGE-NUMBER
005090         MOVE WS-HEADING-1     TO REPORT-LINE
005091         WRITE REPORT-LINE
005092         MOVE SPACES           TO REPORT-LINE
005093         WRITE REPORT-LINE
005094         MOVE 2 TO WS-LINE-COUNT
005095     END-IF.
005096     MOVE WS-DETAIL-LINE TO REPORT-LINE.
005097     WRITE REPORT-LINE.
005098     ADD 1 TO WS-LINE-COUNT.
005099 4100-EXIT.
005100     EXIT.
005110*----------------------------------------------------------------
005120* ROLL THE CLEARED EMPLOYEES INTO THE BNKCTL CONTROL FIGURES SO
006000             TO YTD-NET-PAY OF YTD-RECORD
006010         ADD 1 TO YTD-RUN-COUNT OF YTD-RECORD
006020         MOVE WS-RUN-DATE-N TO YTD-LAST-PAID OF YTD-RECORD
006030         MOVE WS-CLR-PERIOD (WS-CLR-SUB)
006040             TO YTD-LAST-PERIOD OF YTD-RECORD
006043         MOVE WS-CLR-GROUP (WS-CLR-SUB)
006046             TO YTD-LAST-GROUP OF YTD-RECORD
006050         MOVE WS-CLR-DED-DETAIL (WS-CLR-SUB) TO WS-TKN-DETAIL
006060         PERFORM 8115-ROLL-ONE-DED-CODE THRU 8115-EXIT
006070             VARYING WS-DTL-SUB FROM 1 BY 1
007450            OR WS-CLR-ID (WS-CLR-SUB) = EXC-EMPLOYEE-ID.
007460 8220-EXIT.
007470     EXIT.
007471*----------------------------------------------------------------
007472* REWRITE GARNORD FROM THE TABLE WITH THE BALANCES THIS RUN
007473* REDUCED.  ONLY ON A COMPLETED RUN THAT REMITTED ANYTHING -- A
007474* HELD RUN LEAVES THE FILE AS IT WAS.
007475*----------------------------------------------------------------
007476 8300-REWRITE-GARNISH-ORDERS.
007477*----------------------------------------------------------------
007478     IF NOT WS-GRN-LOADED OR WS-GRN-REMIT-COUNT = ZERO
007479         GO TO 8300-EXIT
007480     END-IF.
007481     OPEN OUTPUT GARNISH-ORDER-FILE.
007482     IF WS-GARNORD-STATUS NOT = "00"
007483         DISPLAY "PAYRCY01 - UNABLE TO REWRITE GARNORD, "
007484             "STATUS = " WS-GARNORD-STATUS
007485         IF WS-RETURN-CODE < 4
007486             MOVE 4 TO WS-RETURN-CODE
007487         END-IF
007488         GO TO 8300-EXIT
007489     END-IF.
007490     PERFORM 8310-WRITE-ONE-ORDER THRU 8310-EXIT
007491         VARYING WS-GRN-SUB FROM 1 BY 1
007492         UNTIL WS-GRN-SUB > WS-GRN-COUNT.
007493     CLOSE GARNISH-ORDER-FILE.
007494     DISPLAY "PAYRCY01 - GARNORD REWRITTEN WITH REDUCED "
007495         "BALANCES".
007496 8300-EXIT.
007497     EXIT.
007498*----------------------------------------------------------------
007499 8310-WRITE-ONE-ORDER.
007500*----------------------------------------------------------------
007501     MOVE WS-GRN-EMP-ID (WS-GRN-SUB)     TO GO-EMPLOYEE-ID.
007502     MOVE WS-GRN-TYPE (WS-GRN-SUB)       TO GO-ORDER-TYPE.
007503     MOVE WS-GRN-CASE (WS-GRN-SUB)       TO GO-CASE-NUMBER.
007504     MOVE WS-GRN-AGENCY (WS-GRN-SUB)     TO GO-AGENCY.
007505     MOVE WS-GRN-METHOD (WS-GRN-SUB)     TO GO-METHOD.
007506     MOVE WS-GRN-AMOUNT (WS-GRN-SUB)     TO GO-PERIOD-AMOUNT.
007507     MOVE WS-GRN-PERCENT (WS-GRN-SUB)    TO GO-PERIOD-PERCENT.
007508     MOVE WS-GRN-TOTAL-OWED (WS-GRN-SUB) TO GO-TOTAL-OWED.
007509     MOVE WS-GRN-BALANCE (WS-GRN-SUB)    TO GO-BALANCE.
007510     WRITE GARNISH-ORDER-RECORD.
007511 8310-EXIT.
007512     EXIT.
007513*----------------------------------------------------------------
007514 9000-TERMINATE.
007515*----------------------------------------------------------------
007516     IF WS-REPORT-IS-OPEN
007520         MOVE SPACES TO REPORT-LINE
007530         WRITE REPORT-LINE
007540         MOVE "CORRECTIONS READ . . . . . . . :" TO CNT-LABEL
007670         MOVE WS-REFUSED-COUNT TO CNT-VALUE
007680         MOVE WS-COUNT-LINE TO REPORT-LINE
007690         WRITE REPORT-LINE
007692         MOVE "GARNISHMENTS REMITTED  . . . . :" TO CNT-LABEL
007694         MOVE WS-GRN-REMIT-COUNT TO CNT-VALUE
007696         MOVE WS-COUNT-LINE TO REPORT-LINE
007698         WRITE REPORT-LINE
007700         CLOSE REPORT-FILE
007710     END-IF.
007720     CLOSE CORRECTION-FILE.
007730     CLOSE RESULTS-FILE.
007732     CLOSE SIDE-RESULTS-FILE.
007736     CLOSE GARNISH-REMIT-FILE.
007740     IF WS-CLEARED-COUNT > ZERO
007750         PERFORM 8000-ROLL-BANK-CONTROL THRU 8000-EXIT
007760         PERFORM 8100-ROLL-YTD-MASTER THRU 8100-EXIT
007770     END-IF.
007780     IF WS-RETURN-CODE NOT = 8
007790         PERFORM 8200-REWRITE-EXCEPTIONS THRU 8200-EXIT
007795         PERFORM 8300-REWRITE-GARNISH-ORDERS THRU 8300-EXIT
007800     END-IF.
007810     DISPLAY "PAYRCY01 - CORRECTIONS READ : "
007820         WS-CORRECTIONS-READ.
007840     DISPLAY "PAYRCY01 - REJECTED AGAIN   : "
007850         WS-REJECTED-COUNT.
007860     DISPLAY "PAYRCY01 - REFUSED          : " WS-REFUSED-COUNT.
007861     DISPLAY "PAYRCY01 - GARNISHMENTS REMITTED: "
007862         WS-GRN-REMIT-COUNT " FOR " WS-GRN-REMIT-TOTAL.
007863     DISPLAY "PAYRCY01 - ORDERS PAID OFF      : "
007864         WS-GRN-PAID-OFF-COUNT.
007865     DISPLAY "PAYRCY01 - ORDERS NOT SATISFIED : "
007866         WS-GRN-SHORT-COUNT.
007870 9000-EXIT.
007880     EXIT.
