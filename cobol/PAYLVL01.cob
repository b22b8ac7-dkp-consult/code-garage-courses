000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     PAYLVL01.
000030 AUTHOR.         J HALVORSEN.
000040 INSTALLATION.   PAYROLL SYSTEMS GROUP.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  -------------------------------------------
000120* 10/15/2026  JH   ORIGINAL PROGRAM.  LEAVE LIABILITY REPORT BY
000130*                  DEPARTMENT -- READS THE LEAVE-BALANCE
000140*                  GENERATION THE PAY RUN JUST ROLLED (LVBAL
000150*                  LAYOUT) AND PRINTS, FOR EACH DEPARTMENT, THE
000160*                  DEPTFILE NAME AND MANAGER, THE EMPLOYEES
000170*                  CARRYING A BALANCE, THE VACATION AND SICK
000180*                  HOURS ACCRUED BUT UNUSED, THEIR DOLLAR VALUE
000190*                  AT EACH EMPLOYEE'S HOURLY RATE, AND THE TOTAL
000200*                  LIABILITY, WITH COMPANY TOTALS AT THE END FOR
000210*                  THE PERIOD-END ACCRUAL.  A MISSING DEPTFILE
000220*                  ONLY COSTS THE NAMES, NOT THE RUN.
000230*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT LEAVE-BALANCE-FILE ASSIGN TO "LVBAL"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-LVBAL-STATUS.
000300     SELECT PRINT-FILE ASSIGN TO "LVLRPT"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-PRINT-STATUS.
000330     SELECT DEPARTMENT-FILE ASSIGN TO "DEPTFILE"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-DEPTFILE-STATUS.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  LEAVE-BALANCE-FILE
000390     RECORD CONTAINS 60 CHARACTERS.
000400     COPY LVBAL.
000410 FD  PRINT-FILE
000420     RECORD CONTAINS 132 CHARACTERS.
000430 01  PRINT-LINE              PIC X(132).
000440 FD  DEPARTMENT-FILE
000450     RECORD CONTAINS 43 CHARACTERS.
000460 01  DEPARTMENT-RECORD.
000470     05  DR-DEPT-CODE        PIC 9(03).
000480     05  DR-DEPT-NAME        PIC X(20).
000490     05  DR-DEPT-MANAGER     PIC X(20).
000500 WORKING-STORAGE SECTION.
000510*----------------------------------------------------------------
000520* FILE STATUS AND CONTROL SWITCHES
000530*----------------------------------------------------------------
000540 77  WS-LVBAL-STATUS         PIC X(02) VALUE SPACES.
000550 77  WS-PRINT-STATUS         PIC X(02) VALUE SPACES.
000560 77  WS-DEPTFILE-STATUS      PIC X(02) VALUE SPACES.
000570 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000580     88  WS-END-OF-FILE                VALUE "Y".
000590 77  WS-PRINT-OPEN-SWITCH    PIC X(01) VALUE "N".
000600     88  WS-PRINT-IS-OPEN              VALUE "Y".
000610 77  WS-RETURN-CODE          PIC 9(01) VALUE ZERO.
000620 77  WS-PAGE-NUMBER          PIC 9(03) COMP VALUE ZERO.
000630 77  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
000640 77  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 15.
000650 77  WS-BALANCES-READ        PIC 9(05) COMP VALUE ZERO.
000660 77  WS-BALANCES-ZERO        PIC 9(05) COMP VALUE ZERO.
000670 77  WS-LAST-EMP-ID          PIC 9(05) VALUE ZERO.
000680*----------------------------------------------------------------
000690* DEPARTMENT REFERENCE TABLE, LOADED ONCE UP FRONT
000700*----------------------------------------------------------------
000710 77  WS-DEPT-MAX             PIC 9(03) COMP VALUE 20.
000720 77  WS-DEPT-COUNT           PIC 9(03) COMP VALUE ZERO.
000730 77  WS-DEPT-SUB             PIC 9(03) COMP VALUE ZERO.
000740 01  WS-DEPT-TABLE.
000750     05  WS-DEPT-ENTRY OCCURS 20 TIMES.
000760         10  WS-DEPT-CODE        PIC 9(03).
000770         10  WS-DEPT-NAME        PIC X(20).
000780         10  WS-DEPT-MANAGER     PIC X(20).
000790*----------------------------------------------------------------
000800* PER-DEPARTMENT LIABILITY ACCUMULATORS, KEPT IN DEPARTMENT
000810* ORDER AS THE BALANCES ARE READ
000820*----------------------------------------------------------------
000830 77  WS-LIAB-MAX             PIC 9(03) COMP VALUE 20.
000840 77  WS-LIAB-COUNT           PIC 9(03) COMP VALUE ZERO.
000850 77  WS-LIAB-SUB             PIC 9(03) COMP VALUE ZERO.
000860 77  WS-SHIFT-SUB            PIC 9(03) COMP VALUE ZERO.
000870 01  WS-LIAB-TABLE.
000880     05  WS-LIAB-ENTRY OCCURS 20 TIMES.
000890         10  WS-LIAB-DEPT        PIC 9(03).
000900         10  WS-LIAB-EMP-COUNT   PIC 9(05) COMP.
000910         10  WS-LIAB-VAC-HOURS   PIC S9(07)V99.
000920         10  WS-LIAB-VAC-AMOUNT  PIC S9(09)V99.
000930         10  WS-LIAB-SICK-HOURS  PIC S9(07)V99.
000940         10  WS-LIAB-SICK-AMOUNT PIC S9(09)V99.
000950 77  WS-LOOK-DEPT            PIC 9(03) VALUE ZERO.
000960 77  WS-BALANCE-AMOUNT       PIC S9(09)V99 VALUE ZERO.
000970*----------------------------------------------------------------
000980* COMPANY TOTALS
000990*----------------------------------------------------------------
001000 77  WS-EMPLOYEE-COUNT       PIC 9(05) COMP VALUE ZERO.
001010 77  WS-VAC-HOURS-TOTAL      PIC S9(07)V99 VALUE ZERO.
001020 77  WS-VAC-AMOUNT-TOTAL     PIC S9(09)V99 VALUE ZERO.
001030 77  WS-SICK-HOURS-TOTAL     PIC S9(07)V99 VALUE ZERO.
001040 77  WS-SICK-AMOUNT-TOTAL    PIC S9(09)V99 VALUE ZERO.
001050 77  WS-LIABILITY-TOTAL      PIC S9(09)V99 VALUE ZERO.
001060*----------------------------------------------------------------
001070* RUN DATE, PICKED UP ONCE AT THE START OF THE RUN
001080*----------------------------------------------------------------
001090 01  WS-RUN-DATE.
001100     05  WS-RUN-YYYY         PIC 9(04).
001110     05  WS-RUN-MM           PIC 9(02).
001120     05  WS-RUN-DD           PIC 9(02).
001130 01  WS-RUN-DATE-EDIT.
001140     05  WS-RUN-DATE-MM      PIC 9(02).
001150     05  FILLER              PIC X(01) VALUE "/".
001160     05  WS-RUN-DATE-DD      PIC 9(02).
001170     05  FILLER              PIC X(01) VALUE "/".
001180     05  WS-RUN-DATE-YYYY    PIC 9(04).
001190*----------------------------------------------------------------
001200* PRINT LINE LAYOUTS
001210*----------------------------------------------------------------
001220 01  WS-HEADING-1.
001230     05  FILLER              PIC X(30)
001240         VALUE "LEAVE LIABILITY BY DEPARTMENT".
001250     05  FILLER              PIC X(10) VALUE "RUN DATE :".
001260     05  HDG-RUN-DATE        PIC X(10).
001270     05  FILLER              PIC X(10) VALUE SPACES.
001280     05  FILLER              PIC X(06) VALUE "PAGE :".
001290     05  HDG-PAGE-NUMBER     PIC ZZ9.
001300 01  WS-HEADING-2.
001310     05  FILLER              PIC X(05) VALUE "DEPT".
001320     05  FILLER              PIC X(22) VALUE "DEPARTMENT NAME".
001330     05  FILLER              PIC X(22) VALUE "MANAGER".
001340     05  FILLER              PIC X(07) VALUE " EMPS".
001350     05  FILLER              PIC X(12) VALUE "   VAC HOURS".
001360     05  FILLER              PIC X(15) VALUE "     VAC AMOUNT".
001370     05  FILLER              PIC X(12) VALUE "  SICK HOURS".
001380     05  FILLER              PIC X(15) VALUE "    SICK AMOUNT".
001390     05  FILLER              PIC X(15) VALUE "      LIABILITY".
001400 01  WS-DETAIL-LINE.
001410     05  DTL-DEPT-CODE       PIC 9(03).
001420     05  FILLER              PIC X(02) VALUE SPACES.
001430     05  DTL-DEPT-NAME       PIC X(20).
001440     05  FILLER              PIC X(02) VALUE SPACES.
001450     05  DTL-DEPT-MANAGER    PIC X(20).
001460     05  FILLER              PIC X(02) VALUE SPACES.
001470     05  DTL-EMP-COUNT       PIC ZZZZ9.
001480     05  FILLER              PIC X(01) VALUE SPACES.
001490     05  DTL-VAC-HOURS       PIC ZZZ,ZZ9.99-.
001500     05  FILLER              PIC X(01) VALUE SPACES.
001510     05  DTL-VAC-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
001520     05  DTL-SICK-HOURS      PIC ZZZ,ZZ9.99-.
001530     05  FILLER              PIC X(01) VALUE SPACES.
001540     05  DTL-SICK-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
001550     05  DTL-LIABILITY       PIC ZZZ,ZZZ,ZZ9.99-.
001560 01  WS-TOTAL-LINE.
001570     05  TOT-LABEL           PIC X(33).
001580     05  TOT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
001590 01  WS-COUNT-LINE.
001600     05  CNT-LABEL           PIC X(33).
001610     05  CNT-AMOUNT          PIC ZZZ,ZZ9.
001620 PROCEDURE DIVISION.
001630*----------------------------------------------------------------
001640 0000-MAINLINE.
001650*----------------------------------------------------------------
001660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001670     PERFORM 2000-ACCUMULATE-BALANCE THRU 2000-EXIT
001680         UNTIL WS-END-OF-FILE.
001690     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
001700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001710     MOVE WS-RETURN-CODE TO RETURN-CODE.
001720     STOP RUN.
001730*----------------------------------------------------------------
001740 1000-INITIALIZE.
001750*----------------------------------------------------------------
001760     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001770     MOVE WS-RUN-MM   TO WS-RUN-DATE-MM.
001780     MOVE WS-RUN-DD   TO WS-RUN-DATE-DD.
001790     MOVE WS-RUN-YYYY TO WS-RUN-DATE-YYYY.
001800     OPEN INPUT LEAVE-BALANCE-FILE.
001810     IF WS-LVBAL-STATUS NOT = "00"
001820         DISPLAY "PAYLVL01 - UNABLE TO OPEN LVBAL, STATUS = "
001830             WS-LVBAL-STATUS
001840         MOVE "Y" TO WS-EOF-SWITCH
001850         MOVE 8 TO WS-RETURN-CODE
001860         GO TO 1000-EXIT
001870     END-IF.
001880     OPEN OUTPUT PRINT-FILE.
001890     IF WS-PRINT-STATUS NOT = "00"
001900         DISPLAY "PAYLVL01 - UNABLE TO OPEN LVLRPT, STATUS = "
001910             WS-PRINT-STATUS
001920         MOVE "Y" TO WS-EOF-SWITCH
001930         MOVE 8 TO WS-RETURN-CODE
001940         GO TO 1000-EXIT
001950     END-IF.
001960     SET WS-PRINT-IS-OPEN TO TRUE.
001970     PERFORM 1100-LOAD-DEPARTMENTS THRU 1100-EXIT.
001980     PERFORM 2100-READ-BALANCE THRU 2100-EXIT.
001990 1000-EXIT.
002000     EXIT.
002010*----------------------------------------------------------------
002020 1100-LOAD-DEPARTMENTS.
002030*----------------------------------------------------------------
002040     OPEN INPUT DEPARTMENT-FILE.
002050     IF WS-DEPTFILE-STATUS NOT = "00"
002060         DISPLAY "PAYLVL01 - NO DEPTFILE FOUND, DEPARTMENT "
002070             "NAMES WILL NOT BE PRINTED"
002080         GO TO 1100-EXIT
002090     END-IF.
002100     PERFORM 1200-LOAD-ONE-DEPARTMENT THRU 1200-EXIT
002110         UNTIL WS-DEPTFILE-STATUS NOT = "00"
002120            OR WS-DEPT-COUNT >= WS-DEPT-MAX.
002130     CLOSE DEPARTMENT-FILE.
002140 1100-EXIT.
002150     EXIT.
002160*----------------------------------------------------------------
002170 1200-LOAD-ONE-DEPARTMENT.
002180*----------------------------------------------------------------
002190     READ DEPARTMENT-FILE
002200         AT END
002210             MOVE "10" TO WS-DEPTFILE-STATUS
002220             GO TO 1200-EXIT
002230     END-READ.
002240     ADD 1 TO WS-DEPT-COUNT.
002250     MOVE DR-DEPT-CODE    TO WS-DEPT-CODE (WS-DEPT-COUNT).
002260     MOVE DR-DEPT-NAME    TO WS-DEPT-NAME (WS-DEPT-COUNT).
002270     MOVE DR-DEPT-MANAGER TO WS-DEPT-MANAGER (WS-DEPT-COUNT).
002280 1200-EXIT.
002290     EXIT.
002300*----------------------------------------------------------------
002310* ROLL EACH BALANCE STILL CARRIED INTO ITS DEPARTMENT'S ENTRY,
002320* VALUED AT THE HOURLY RATE THE PAY RUN STAMPED ON IT.  THE
002330* DEPARTMENT IS THE ONE STAMPED AT THE LAST PAY RUN.  A ZERO
002340* BALANCE IS NO LIABILITY AND IS ONLY COUNTED.  AN EMPLOYEE IS
002350* COUNTED ONCE, ON THE FIRST BALANCE CARRIED.
002360*----------------------------------------------------------------
002370 2000-ACCUMULATE-BALANCE.
002380*----------------------------------------------------------------
002390     ADD 1 TO WS-BALANCES-READ.
002400     IF LB-BALANCE = ZERO
002410         ADD 1 TO WS-BALANCES-ZERO
002420         GO TO 2000-NEXT
002430     END-IF.
002440     MOVE LB-DEPT TO WS-LOOK-DEPT.
002450     PERFORM 2200-FIND-LIAB-DEPT THRU 2200-EXIT.
002460     IF WS-LIAB-SUB > WS-LIAB-COUNT
002470        OR WS-LIAB-DEPT (WS-LIAB-SUB) NOT = WS-LOOK-DEPT
002480         IF WS-LIAB-COUNT >= WS-LIAB-MAX
002490             DISPLAY "PAYLVL01 - DEPT TABLE FULL, DEPT "
002500                 LB-DEPT " NOT REPORTED"
002510             MOVE 8 TO WS-RETURN-CODE
002520             GO TO 2000-NEXT
002530         END-IF
002540         PERFORM 2300-INSERT-LIAB-DEPT THRU 2300-EXIT
002550     END-IF.
002560     IF LB-EMPLOYEE-ID NOT = WS-LAST-EMP-ID
002570         ADD 1 TO WS-LIAB-EMP-COUNT (WS-LIAB-SUB)
002580         MOVE LB-EMPLOYEE-ID TO WS-LAST-EMP-ID
002590     END-IF.
002600     COMPUTE WS-BALANCE-AMOUNT ROUNDED =
002610         LB-BALANCE * LB-HOURLY-RATE.
002620     IF LB-VACATION
002630         ADD LB-BALANCE TO WS-LIAB-VAC-HOURS (WS-LIAB-SUB)
002640         ADD WS-BALANCE-AMOUNT
002650             TO WS-LIAB-VAC-AMOUNT (WS-LIAB-SUB)
002660     ELSE
002670         ADD LB-BALANCE TO WS-LIAB-SICK-HOURS (WS-LIAB-SUB)
002680         ADD WS-BALANCE-AMOUNT
002690             TO WS-LIAB-SICK-AMOUNT (WS-LIAB-SUB)
002700     END-IF.
002710 2000-NEXT.
002720     PERFORM 2100-READ-BALANCE THRU 2100-EXIT.
002730 2000-EXIT.
002740     EXIT.
002750*----------------------------------------------------------------
002760 2100-READ-BALANCE.
002770*----------------------------------------------------------------
002780     READ LEAVE-BALANCE-FILE
002790         AT END
002800             MOVE "Y" TO WS-EOF-SWITCH
002810             GO TO 2100-EXIT
002820     END-READ.
002830 2100-EXIT.
002840     EXIT.
002850*----------------------------------------------------------------
002860* LEAVES WS-LIAB-SUB ON THE DEPARTMENT'S ENTRY, OR ON THE SLOT
002870* IT BELONGS IN (PAST THE END IF IT SORTS LAST).
002880*----------------------------------------------------------------
002890 2200-FIND-LIAB-DEPT.
002900*----------------------------------------------------------------
002910     MOVE 1 TO WS-LIAB-SUB.
002920     PERFORM 2210-BUMP-LIAB-SUB THRU 2210-EXIT
002930         UNTIL WS-LIAB-SUB > WS-LIAB-COUNT
002940            OR WS-LIAB-DEPT (WS-LIAB-SUB) >= WS-LOOK-DEPT.
002950 2200-EXIT.
002960     EXIT.
002970*----------------------------------------------------------------
002980 2210-BUMP-LIAB-SUB.
002990*----------------------------------------------------------------
003000     ADD 1 TO WS-LIAB-SUB.
003010 2210-EXIT.
003020     EXIT.
003030*----------------------------------------------------------------
003040* OPEN A ZEROED ENTRY AT WS-LIAB-SUB, SHIFTING THE LATER
003050* DEPARTMENTS DOWN ONE SLOT.
003060*----------------------------------------------------------------
003070 2300-INSERT-LIAB-DEPT.
003080*----------------------------------------------------------------
003090     ADD 1 TO WS-LIAB-COUNT.
003100     MOVE WS-LIAB-COUNT TO WS-SHIFT-SUB.
003110     PERFORM 2310-SHIFT-ONE-DEPT THRU 2310-EXIT
003120         UNTIL WS-SHIFT-SUB <= WS-LIAB-SUB.
003130     MOVE WS-LOOK-DEPT TO WS-LIAB-DEPT (WS-LIAB-SUB).
003140     MOVE ZERO         TO WS-LIAB-EMP-COUNT (WS-LIAB-SUB).
003150     MOVE ZERO         TO WS-LIAB-VAC-HOURS (WS-LIAB-SUB).
003160     MOVE ZERO         TO WS-LIAB-VAC-AMOUNT (WS-LIAB-SUB).
003170     MOVE ZERO         TO WS-LIAB-SICK-HOURS (WS-LIAB-SUB).
003180     MOVE ZERO         TO WS-LIAB-SICK-AMOUNT (WS-LIAB-SUB).
003190 2300-EXIT.
003200     EXIT.
003210*----------------------------------------------------------------
003220 2310-SHIFT-ONE-DEPT.
003230*----------------------------------------------------------------
003240     MOVE WS-LIAB-ENTRY (WS-SHIFT-SUB - 1)
003250         TO WS-LIAB-ENTRY (WS-SHIFT-SUB).
003260     SUBTRACT 1 FROM WS-SHIFT-SUB.
003270 2310-EXIT.
003280     EXIT.
003290*----------------------------------------------------------------
003300* ONE LINE PER DEPARTMENT IN DEPARTMENT ORDER, THEN THE COMPANY
003310* TOTALS.
003320*----------------------------------------------------------------
003330 3000-PRINT-REPORT.
003340*----------------------------------------------------------------
003350     IF NOT WS-PRINT-IS-OPEN
003360         GO TO 3000-EXIT
003370     END-IF.
003380     PERFORM 3100-PRINT-HEADINGS THRU 3100-EXIT.
003390     PERFORM 3200-PRINT-ONE-DEPT THRU 3200-EXIT
003400         VARYING WS-LIAB-SUB FROM 1 BY 1
003410         UNTIL WS-LIAB-SUB > WS-LIAB-COUNT.
003420     COMPUTE WS-LIABILITY-TOTAL =
003430         WS-VAC-AMOUNT-TOTAL + WS-SICK-AMOUNT-TOTAL.
003440     MOVE SPACES TO PRINT-LINE.
003450     WRITE PRINT-LINE.
003460     MOVE "TOTAL VACATION HOURS UNUSED  . :" TO TOT-LABEL.
003470     MOVE WS-VAC-HOURS-TOTAL  TO TOT-AMOUNT.
003480     MOVE WS-TOTAL-LINE       TO PRINT-LINE.
003490     WRITE PRINT-LINE.
003500     MOVE "TOTAL VACATION LIABILITY . . . :" TO TOT-LABEL.
003510     MOVE WS-VAC-AMOUNT-TOTAL TO TOT-AMOUNT.
003520     MOVE WS-TOTAL-LINE       TO PRINT-LINE.
003530     WRITE PRINT-LINE.
003540     MOVE "TOTAL SICK HOURS UNUSED  . . . :" TO TOT-LABEL.
003550     MOVE WS-SICK-HOURS-TOTAL TO TOT-AMOUNT.
003560     MOVE WS-TOTAL-LINE       TO PRINT-LINE.
003570     WRITE PRINT-LINE.
003580     MOVE "TOTAL SICK LIABILITY . . . . . :" TO TOT-LABEL.
003590     MOVE WS-SICK-AMOUNT-TOTAL TO TOT-AMOUNT.
003600     MOVE WS-TOTAL-LINE       TO PRINT-LINE.
003610     WRITE PRINT-LINE.
003620     MOVE "TOTAL LEAVE LIABILITY  . . . . :" TO TOT-LABEL.
003630     MOVE WS-LIABILITY-TOTAL  TO TOT-AMOUNT.
003640     MOVE WS-TOTAL-LINE       TO PRINT-LINE.
003650     WRITE PRINT-LINE.
003660     MOVE SPACES TO PRINT-LINE.
003670     WRITE PRINT-LINE.
003680     MOVE "BALANCES READ  . . . . . . . . :" TO CNT-LABEL.
003690     MOVE WS-BALANCES-READ    TO CNT-AMOUNT.
003700     MOVE WS-COUNT-LINE       TO PRINT-LINE.
003710     WRITE PRINT-LINE.
003720     MOVE "EMPLOYEES CARRYING LEAVE . . . :" TO CNT-LABEL.
003730     MOVE WS-EMPLOYEE-COUNT   TO CNT-AMOUNT.
003740     MOVE WS-COUNT-LINE       TO PRINT-LINE.
003750     WRITE PRINT-LINE.
003760     MOVE "ZERO BALANCES NOT VALUED . . . :" TO CNT-LABEL.
003770     MOVE WS-BALANCES-ZERO    TO CNT-AMOUNT.
003780     MOVE WS-COUNT-LINE       TO PRINT-LINE.
003790     WRITE PRINT-LINE.
003800 3000-EXIT.
003810     EXIT.
003820*----------------------------------------------------------------
003830 3100-PRINT-HEADINGS.
003840*----------------------------------------------------------------
003850     ADD 1 TO WS-PAGE-NUMBER.
003860     MOVE WS-RUN-DATE-EDIT  TO HDG-RUN-DATE.
003870     MOVE WS-PAGE-NUMBER    TO HDG-PAGE-NUMBER.
003880     MOVE WS-HEADING-1      TO PRINT-LINE.
003890     WRITE PRINT-LINE.
003900     MOVE WS-HEADING-2      TO PRINT-LINE.
003910     WRITE PRINT-LINE.
003920     MOVE SPACES            TO PRINT-LINE.
003930     WRITE PRINT-LINE.
003940     MOVE ZERO              TO WS-LINE-COUNT.
003950 3100-EXIT.
003960     EXIT.
003970*----------------------------------------------------------------
003980 3200-PRINT-ONE-DEPT.
003990*----------------------------------------------------------------
004000     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004010         PERFORM 3100-PRINT-HEADINGS THRU 3100-EXIT
004020     END-IF.
004030     PERFORM 3300-FIND-DEPARTMENT THRU 3300-EXIT.
004040     MOVE WS-LIAB-DEPT (WS-LIAB-SUB) TO DTL-DEPT-CODE.
004050     IF WS-DEPT-SUB > WS-DEPT-COUNT
004060         MOVE "UNKNOWN DEPARTMENT" TO DTL-DEPT-NAME
004070         MOVE SPACES               TO DTL-DEPT-MANAGER
004080     ELSE
004090         MOVE WS-DEPT-NAME (WS-DEPT-SUB)    TO DTL-DEPT-NAME
004100         MOVE WS-DEPT-MANAGER (WS-DEPT-SUB) TO DTL-DEPT-MANAGER
004110     END-IF.
004120     MOVE WS-LIAB-EMP-COUNT (WS-LIAB-SUB)   TO DTL-EMP-COUNT.
004130     MOVE WS-LIAB-VAC-HOURS (WS-LIAB-SUB)   TO DTL-VAC-HOURS.
004140     MOVE WS-LIAB-VAC-AMOUNT (WS-LIAB-SUB)  TO DTL-VAC-AMOUNT.
004150     MOVE WS-LIAB-SICK-HOURS (WS-LIAB-SUB)  TO DTL-SICK-HOURS.
004160     MOVE WS-LIAB-SICK-AMOUNT (WS-LIAB-SUB) TO DTL-SICK-AMOUNT.
004170     COMPUTE DTL-LIABILITY =
004180         WS-LIAB-VAC-AMOUNT (WS-LIAB-SUB)
004190         + WS-LIAB-SICK-AMOUNT (WS-LIAB-SUB).
004200     MOVE WS-DETAIL-LINE TO PRINT-LINE.
004210     WRITE PRINT-LINE.
004220     ADD 1 TO WS-LINE-COUNT.
004230     ADD WS-LIAB-EMP-COUNT (WS-LIAB-SUB)   TO WS-EMPLOYEE-COUNT.
004240     ADD WS-LIAB-VAC-HOURS (WS-LIAB-SUB)   TO WS-VAC-HOURS-TOTAL.
004250     ADD WS-LIAB-VAC-AMOUNT (WS-LIAB-SUB)  TO WS-VAC-AMOUNT-TOTAL.
004260     ADD WS-LIAB-SICK-HOURS (WS-LIAB-SUB)  TO WS-SICK-HOURS-TOTAL.
004270     ADD WS-LIAB-SICK-AMOUNT (WS-LIAB-SUB)
004280         TO WS-SICK-AMOUNT-TOTAL.
004290 3200-EXIT.
004300     EXIT.
004310*----------------------------------------------------------------
004320 3300-FIND-DEPARTMENT.
004330*----------------------------------------------------------------
004340     MOVE 1 TO WS-DEPT-SUB.
004350     PERFORM 3310-BUMP-DEPT-SUB THRU 3310-EXIT
004360         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
004370            OR WS-DEPT-CODE (WS-DEPT-SUB)
004380               = WS-LIAB-DEPT (WS-LIAB-SUB).
004390 3300-EXIT.
004400     EXIT.
004410*----------------------------------------------------------------
004420 3310-BUMP-DEPT-SUB.
004430*----------------------------------------------------------------
004440     ADD 1 TO WS-DEPT-SUB.
004450 3310-EXIT.
004460     EXIT.
004470*----------------------------------------------------------------
004480 9000-TERMINATE.
004490*----------------------------------------------------------------
004500     IF WS-PRINT-IS-OPEN
004510         CLOSE PRINT-FILE
004520     END-IF.
004530     CLOSE LEAVE-BALANCE-FILE.
004540     DISPLAY "PAYLVL01 - EMPLOYEES WITH LEAVE : "
004550         WS-EMPLOYEE-COUNT.
004560     DISPLAY "PAYLVL01 - VACATION LIABILITY   : "
004570         WS-VAC-AMOUNT-TOTAL.
004580     DISPLAY "PAYLVL01 - SICK LIABILITY       : "
004590         WS-SICK-AMOUNT-TOTAL.
004600     DISPLAY "PAYLVL01 - TOTAL LEAVE LIABILITY: "
004610         WS-LIABILITY-TOTAL.
004620 9000-EXIT.
004630     EXIT.
