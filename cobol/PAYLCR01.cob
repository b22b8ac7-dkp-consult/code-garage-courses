000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     PAYLCR01.
000030 AUTHOR.         J HALVORSEN.
000040 INSTALLATION.   PAYROLL SYSTEMS GROUP.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  -------------------------------------------
000120* 10/15/2026  JH   ORIGINAL PROGRAM.  LABOR-COST REPORT BY
000130*                  DEPARTMENT -- READS THE RUN'S PAYRSLT AND
000140*                  PRINTS, FOR EACH DEPARTMENT WITH ACCEPTED
000150*                  (ERROR-CODE ZERO) EMPLOYEES, THE DEPTFILE
000160*                  NAME AND MANAGER, THE EMPLOYEE COUNT, THE
000170*                  GROSS PAID, THE EMPLOYER BENEFIT AND
000180*                  RETIREMENT MATCH COST, AND THE TOTAL LABOR
000190*                  COST (GROSS PLUS EMPLOYER COST), WITH
000200*                  COMPANY TOTALS AT THE END.  THE FIGURES TIE
000210*                  TO THE SALARY AND BENEFITS-EXPENSE DEBITS
000220*                  PAYGLX01 POSTS FOR THE SAME RUN.  A MISSING
000230*                  DEPTFILE ONLY COSTS THE NAMES, NOT THE RUN.
000232* 10/15/2026  JH   PAY GROUPS. RSLTREC GREW TO 128 BYTES
000234*                  WITH THE PAY GROUP -- FD LENGTH RAISED TO
000236*                  MATCH.
000240*----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT RESULTS-FILE ASSIGN TO "PAYRSLT"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-RESULTS-STATUS.
000310     SELECT PRINT-FILE ASSIGN TO "LCRRPT"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-PRINT-STATUS.
000340     SELECT DEPARTMENT-FILE ASSIGN TO "DEPTFILE"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-DEPTFILE-STATUS.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  RESULTS-FILE
000400     RECORD CONTAINS 128 CHARACTERS.
000410     COPY RSLTREC.
000420 FD  PRINT-FILE
000430     RECORD CONTAINS 132 CHARACTERS.
000440 01  PRINT-LINE              PIC X(132).
000450 FD  DEPARTMENT-FILE
000460     RECORD CONTAINS 43 CHARACTERS.
000470 01  DEPARTMENT-RECORD.
000480     05  DR-DEPT-CODE        PIC 9(03).
000490     05  DR-DEPT-NAME        PIC X(20).
000500     05  DR-DEPT-MANAGER     PIC X(20).
000510 WORKING-STORAGE SECTION.
000520*----------------------------------------------------------------
000530* FILE STATUS AND CONTROL SWITCHES
000540*----------------------------------------------------------------
000550 77  WS-RESULTS-STATUS       PIC X(02) VALUE SPACES.
000560 77  WS-PRINT-STATUS         PIC X(02) VALUE SPACES.
000570 77  WS-DEPTFILE-STATUS      PIC X(02) VALUE SPACES.
000580 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000590     88  WS-END-OF-FILE                VALUE "Y".
000600 77  WS-PRINT-OPEN-SWITCH    PIC X(01) VALUE "N".
000610     88  WS-PRINT-IS-OPEN              VALUE "Y".
000620 77  WS-RETURN-CODE          PIC 9(01) VALUE ZERO.
000630 77  WS-PAGE-NUMBER          PIC 9(03) COMP VALUE ZERO.
000640 77  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
000650 77  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 15.
000660 77  WS-RESULTS-READ         PIC 9(05) COMP VALUE ZERO.
000670 77  WS-RESULTS-SKIPPED      PIC 9(05) COMP VALUE ZERO.
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
000800* PER-DEPARTMENT COST ACCUMULATORS, KEPT IN DEPARTMENT ORDER AS
000810* THE RESULTS ARE READ
000820*----------------------------------------------------------------
000830 77  WS-COST-MAX             PIC 9(03) COMP VALUE 20.
000840 77  WS-COST-COUNT           PIC 9(03) COMP VALUE ZERO.
000850 77  WS-COST-SUB             PIC 9(03) COMP VALUE ZERO.
000860 77  WS-SHIFT-SUB            PIC 9(03) COMP VALUE ZERO.
000870 01  WS-COST-TABLE.
000880     05  WS-COST-ENTRY OCCURS 20 TIMES.
000890         10  WS-COST-DEPT        PIC 9(03).
000900         10  WS-COST-EMP-COUNT   PIC 9(05) COMP.
000910         10  WS-COST-GROSS       PIC S9(09)V99.
000920         10  WS-COST-BENEFIT     PIC S9(09)V99.
000930         10  WS-COST-MATCH       PIC S9(09)V99.
000940 77  WS-LOOK-DEPT            PIC 9(03) VALUE ZERO.
000950 77  WS-DEPT-ER-COST         PIC S9(09)V99 VALUE ZERO.
000960*----------------------------------------------------------------
000970* COMPANY TOTALS
000980*----------------------------------------------------------------
000990 77  WS-EMPLOYEE-COUNT       PIC 9(05) COMP VALUE ZERO.
001000 77  WS-GROSS-TOTAL          PIC S9(09)V99 VALUE ZERO.
001010 77  WS-BENEFIT-TOTAL        PIC S9(09)V99 VALUE ZERO.
001020 77  WS-MATCH-TOTAL          PIC S9(09)V99 VALUE ZERO.
001030 77  WS-ER-COST-TOTAL        PIC S9(09)V99 VALUE ZERO.
001040 77  WS-LABOR-COST-TOTAL     PIC S9(09)V99 VALUE ZERO.
001050*----------------------------------------------------------------
001060* RUN DATE, PICKED UP ONCE AT THE START OF THE RUN
001070*----------------------------------------------------------------
001080 01  WS-RUN-DATE.
001090     05  WS-RUN-YYYY         PIC 9(04).
001100     05  WS-RUN-MM           PIC 9(02).
001110     05  WS-RUN-DD           PIC 9(02).
001120 01  WS-RUN-DATE-EDIT.
001130     05  WS-RUN-DATE-MM      PIC 9(02).
001140     05  FILLER              PIC X(01) VALUE "/".
001150     05  WS-RUN-DATE-DD      PIC 9(02).
001160     05  FILLER              PIC X(01) VALUE "/".
001170     05  WS-RUN-DATE-YYYY    PIC 9(04).
001180*----------------------------------------------------------------
001190* PRINT LINE LAYOUTS
001200*----------------------------------------------------------------
001210 01  WS-HEADING-1.
001220     05  FILLER              PIC X(30)
001230                             VALUE "LABOR COST BY DEPARTMENT".
001240     05  FILLER              PIC X(10) VALUE "RUN DATE :".
001250     05  HDG-RUN-DATE        PIC X(10).
001260     05  FILLER              PIC X(10) VALUE SPACES.
001270     05  FILLER              PIC X(06) VALUE "PAGE :".
001280     05  HDG-PAGE-NUMBER     PIC ZZ9.
001290 01  WS-HEADING-2.
001300     05  FILLER              PIC X(05) VALUE "DEPT".
001310     05  FILLER              PIC X(22) VALUE "DEPARTMENT NAME".
001320     05  FILLER              PIC X(22) VALUE "MANAGER".
001330     05  FILLER              PIC X(07) VALUE " EMPS".
001340     05  FILLER              PIC X(15) VALUE "          GROSS".
001350     05  FILLER              PIC X(15) VALUE "     ER BENEFIT".
001360     05  FILLER              PIC X(15) VALUE "       ER MATCH".
001370     05  FILLER              PIC X(15) VALUE "  EMPLOYER COST".
001380     05  FILLER              PIC X(15) VALUE "     LABOR COST".
001390 01  WS-DETAIL-LINE.
001400     05  DTL-DEPT-CODE       PIC 9(03).
001410     05  FILLER              PIC X(02) VALUE SPACES.
001420     05  DTL-DEPT-NAME       PIC X(20).
001430     05  FILLER              PIC X(02) VALUE SPACES.
001440     05  DTL-DEPT-MANAGER    PIC X(20).
001450     05  FILLER              PIC X(02) VALUE SPACES.
001460     05  DTL-EMP-COUNT       PIC ZZZZ9.
001470     05  FILLER              PIC X(01) VALUE SPACES.
001480     05  DTL-GROSS           PIC ZZZ,ZZZ,ZZ9.99-.
001490     05  DTL-BENEFIT         PIC ZZZ,ZZZ,ZZ9.99-.
001500     05  DTL-MATCH           PIC ZZZ,ZZZ,ZZ9.99-.
001510     05  DTL-ER-COST         PIC ZZZ,ZZZ,ZZ9.99-.
001520     05  DTL-LABOR-COST      PIC ZZZ,ZZZ,ZZ9.99-.
001530 01  WS-TOTAL-LINE.
001540     05  TOT-LABEL           PIC X(33).
001550     05  TOT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
001560 01  WS-COUNT-LINE.
001570     05  CNT-LABEL           PIC X(33).
001580     05  CNT-AMOUNT          PIC ZZZ,ZZ9.
001590 PROCEDURE DIVISION.
001600*----------------------------------------------------------------
001610 0000-MAINLINE.
001620*----------------------------------------------------------------
001630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001640     PERFORM 2000-ACCUMULATE-RESULT THRU 2000-EXIT
001650         UNTIL WS-END-OF-FILE.
001660     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
001670     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001680     MOVE WS-RETURN-CODE TO RETURN-CODE.
001690     STOP RUN.
001700*----------------------------------------------------------------
001710 1000-INITIALIZE.
001720*----------------------------------------------------------------
001730     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001740     MOVE WS-RUN-MM   TO WS-RUN-DATE-MM.
001750     MOVE WS-RUN-DD   TO WS-RUN-DATE-DD.
001760     MOVE WS-RUN-YYYY TO WS-RUN-DATE-YYYY.
001770     OPEN INPUT RESULTS-FILE.
001780     IF WS-RESULTS-STATUS NOT = "00"
001790         DISPLAY "PAYLCR01 - UNABLE TO OPEN PAYRSLT, STATUS = "
001800             WS-RESULTS-STATUS
001810         MOVE "Y" TO WS-EOF-SWITCH
001820         MOVE 8 TO WS-RETURN-CODE
001830         GO TO 1000-EXIT
001840     END-IF.
001850     OPEN OUTPUT PRINT-FILE.
001860     IF WS-PRINT-STATUS NOT = "00"
001870         DISPLAY "PAYLCR01 - UNABLE TO OPEN LCRRPT, STATUS = "
001880             WS-PRINT-STATUS
001890         MOVE "Y" TO WS-EOF-SWITCH
001900         MOVE 8 TO WS-RETURN-CODE
001910         GO TO 1000-EXIT
001920     END-IF.
001930     SET WS-PRINT-IS-OPEN TO TRUE.
001940     PERFORM 1100-LOAD-DEPARTMENTS THRU 1100-EXIT.
001950     PERFORM 2100-READ-RESULT THRU 2100-EXIT.
001960 1000-EXIT.
001970     EXIT.
001980*----------------------------------------------------------------
001990 1100-LOAD-DEPARTMENTS.
002000*----------------------------------------------------------------
002010     OPEN INPUT DEPARTMENT-FILE.
002020     IF WS-DEPTFILE-STATUS NOT = "00"
002030         DISPLAY "PAYLCR01 - NO DEPTFILE FOUND, DEPARTMENT "
002040             "NAMES WILL NOT BE PRINTED"
002050         GO TO 1100-EXIT
002060     END-IF.
002070     PERFORM 1200-LOAD-ONE-DEPARTMENT THRU 1200-EXIT
002080         UNTIL WS-DEPTFILE-STATUS NOT = "00"
002090            OR WS-DEPT-COUNT >= WS-DEPT-MAX.
002100     CLOSE DEPARTMENT-FILE.
002110 1100-EXIT.
002120     EXIT.
002130*----------------------------------------------------------------
002140 1200-LOAD-ONE-DEPARTMENT.
002150*----------------------------------------------------------------
002160     READ DEPARTMENT-FILE
002170         AT END
002180             MOVE "10" TO WS-DEPTFILE-STATUS
002190             GO TO 1200-EXIT
002200     END-READ.
002210     ADD 1 TO WS-DEPT-COUNT.
002220     MOVE DR-DEPT-CODE    TO WS-DEPT-CODE (WS-DEPT-COUNT).
002230     MOVE DR-DEPT-NAME    TO WS-DEPT-NAME (WS-DEPT-COUNT).
002240     MOVE DR-DEPT-MANAGER TO WS-DEPT-MANAGER (WS-DEPT-COUNT).
002250 1200-EXIT.
002260     EXIT.
002270*----------------------------------------------------------------
002280* ROLL EACH ACCEPTED RESULT INTO ITS DEPARTMENT'S COST ENTRY.
002290* A DEPARTMENT NOT YET IN THE TABLE IS SLOTTED INTO DEPARTMENT
002300* ORDER, SO THE REPORT PRINTS IN SEQUENCE WHATEVER ORDER THE
002310* RESULTS ARRIVE IN.
002320*----------------------------------------------------------------
002330 2000-ACCUMULATE-RESULT.
002340*----------------------------------------------------------------
002350     ADD 1 TO WS-RESULTS-READ.
002360     IF RR-ERROR-CODE NOT = ZERO
002370         ADD 1 TO WS-RESULTS-SKIPPED
002380         GO TO 2000-NEXT
002390     END-IF.
002400     MOVE RR-DEPT TO WS-LOOK-DEPT.
002410     PERFORM 2200-FIND-COST-DEPT THRU 2200-EXIT.
002420     IF WS-COST-SUB > WS-COST-COUNT
002430        OR WS-COST-DEPT (WS-COST-SUB) NOT = WS-LOOK-DEPT
002440         IF WS-COST-COUNT >= WS-COST-MAX
002450             DISPLAY "PAYLCR01 - DEPT TABLE FULL, DEPT "
002460                 RR-DEPT " NOT REPORTED"
002470             MOVE 8 TO WS-RETURN-CODE
002480             GO TO 2000-NEXT
002490         END-IF
002500         PERFORM 2300-INSERT-COST-DEPT THRU 2300-EXIT
002510     END-IF.
002520     ADD 1             TO WS-COST-EMP-COUNT (WS-COST-SUB).
002530     ADD RR-GROSS-PAY  TO WS-COST-GROSS (WS-COST-SUB).
002540     ADD RR-ER-BENEFIT TO WS-COST-BENEFIT (WS-COST-SUB).
002550     ADD RR-ER-MATCH   TO WS-COST-MATCH (WS-COST-SUB).
002560 2000-NEXT.
002570     PERFORM 2100-READ-RESULT THRU 2100-EXIT.
002580 2000-EXIT.
002590     EXIT.
002600*----------------------------------------------------------------
002610 2100-READ-RESULT.
002620*----------------------------------------------------------------
002630     READ RESULTS-FILE
002640         AT END
002650             MOVE "Y" TO WS-EOF-SWITCH
002660             GO TO 2100-EXIT
002670     END-READ.
002680 2100-EXIT.
002690     EXIT.
002700*----------------------------------------------------------------
002710* LEAVES WS-COST-SUB ON THE DEPARTMENT'S ENTRY, OR ON THE SLOT
002720* IT BELONGS IN (PAST THE END IF IT SORTS LAST).
002730*----------------------------------------------------------------
002740 2200-FIND-COST-DEPT.
002750*----------------------------------------------------------------
002760     MOVE 1 TO WS-COST-SUB.
002770     PERFORM 2210-BUMP-COST-SUB THRU 2210-EXIT
002780         UNTIL WS-COST-SUB > WS-COST-COUNT
002790            OR WS-COST-DEPT (WS-COST-SUB) >= WS-LOOK-DEPT.
002800 2200-EXIT.
002810     EXIT.
002820*----------------------------------------------------------------
002830 2210-BUMP-COST-SUB.
002840*----------------------------------------------------------------
002850     ADD 1 TO WS-COST-SUB.
002860 2210-EXIT.
002870     EXIT.
002880*----------------------------------------------------------------
002890* OPEN A ZEROED ENTRY AT WS-COST-SUB, SHIFTING THE LATER
002900* DEPARTMENTS DOWN ONE SLOT.
002910*----------------------------------------------------------------
002920 2300-INSERT-COST-DEPT.
002930*----------------------------------------------------------------
002940     ADD 1 TO WS-COST-COUNT.
002950     MOVE WS-COST-COUNT TO WS-SHIFT-SUB.
002960     PERFORM 2310-SHIFT-ONE-DEPT THRU 2310-EXIT
002970         UNTIL WS-SHIFT-SUB <= WS-COST-SUB.
002980     MOVE WS-LOOK-DEPT TO WS-COST-DEPT (WS-COST-SUB).
002990     MOVE ZERO         TO WS-COST-EMP-COUNT (WS-COST-SUB).
003000     MOVE ZERO         TO WS-COST-GROSS (WS-COST-SUB).
003010     MOVE ZERO         TO WS-COST-BENEFIT (WS-COST-SUB).
003020     MOVE ZERO         TO WS-COST-MATCH (WS-COST-SUB).
003030 2300-EXIT.
003040     EXIT.
003050*----------------------------------------------------------------
003060 2310-SHIFT-ONE-DEPT.
003070*----------------------------------------------------------------
003080     MOVE WS-COST-ENTRY (WS-SHIFT-SUB - 1)
003090         TO WS-COST-ENTRY (WS-SHIFT-SUB).
003100     SUBTRACT 1 FROM WS-SHIFT-SUB.
003110 2310-EXIT.
003120     EXIT.
003130*----------------------------------------------------------------
003140* ONE LINE PER DEPARTMENT IN DEPARTMENT ORDER, THEN THE COMPANY
003150* TOTALS.
003160*----------------------------------------------------------------
003170 3000-PRINT-REPORT.
003180*----------------------------------------------------------------
003190     IF NOT WS-PRINT-IS-OPEN
003200         GO TO 3000-EXIT
003210     END-IF.
003220     PERFORM 3100-PRINT-HEADINGS THRU 3100-EXIT.
003230     PERFORM 3200-PRINT-ONE-DEPT THRU 3200-EXIT
003240         VARYING WS-COST-SUB FROM 1 BY 1
003250         UNTIL WS-COST-SUB > WS-COST-COUNT.
003260     COMPUTE WS-ER-COST-TOTAL =
003270         WS-BENEFIT-TOTAL + WS-MATCH-TOTAL.
003280     COMPUTE WS-LABOR-COST-TOTAL =
003290         WS-GROSS-TOTAL + WS-ER-COST-TOTAL.
003300     MOVE SPACES TO PRINT-LINE.
003310     WRITE PRINT-LINE.
003320     MOVE "TOTAL GROSS PAY THIS RUN . . . :" TO TOT-LABEL.
003330     MOVE WS-GROSS-TOTAL      TO TOT-AMOUNT.
003340     MOVE WS-TOTAL-LINE       TO PRINT-LINE.
003350     WRITE PRINT-LINE.
003360     MOVE "TOTAL EMPLOYER BENEFIT COST  . :" TO TOT-LABEL.
003370     MOVE WS-BENEFIT-TOTAL    TO TOT-AMOUNT.
003380     MOVE WS-TOTAL-LINE       TO PRINT-LINE.
003390     WRITE PRINT-LINE.
003400     MOVE "TOTAL EMPLOYER MATCH COST  . . :" TO TOT-LABEL.
003410     MOVE WS-MATCH-TOTAL      TO TOT-AMOUNT.
003420     MOVE WS-TOTAL-LINE       TO PRINT-LINE.
003430     WRITE PRINT-LINE.
003440     MOVE "TOTAL EMPLOYER COST THIS RUN . :" TO TOT-LABEL.
003450     MOVE WS-ER-COST-TOTAL    TO TOT-AMOUNT.
003460     MOVE WS-TOTAL-LINE       TO PRINT-LINE.
003470     WRITE PRINT-LINE.
003480     MOVE "TOTAL LABOR COST THIS RUN  . . :" TO TOT-LABEL.
003490     MOVE WS-LABOR-COST-TOTAL TO TOT-AMOUNT.
003500     MOVE WS-TOTAL-LINE       TO PRINT-LINE.
003510     WRITE PRINT-LINE.
003520     MOVE SPACES TO PRINT-LINE.
003530     WRITE PRINT-LINE.
003540     MOVE "RESULTS READ . . . . . . . . . :" TO CNT-LABEL.
003550     MOVE WS-RESULTS-READ     TO CNT-AMOUNT.
003560     MOVE WS-COUNT-LINE       TO PRINT-LINE.
003570     WRITE PRINT-LINE.
003580     MOVE "EMPLOYEES COSTED . . . . . . . :" TO CNT-LABEL.
003590     MOVE WS-EMPLOYEE-COUNT   TO CNT-AMOUNT.
003600     MOVE WS-COUNT-LINE       TO PRINT-LINE.
003610     WRITE PRINT-LINE.
003620     MOVE "REJECTED RESULTS NOT COSTED  . :" TO CNT-LABEL.
003630     MOVE WS-RESULTS-SKIPPED  TO CNT-AMOUNT.
003640     MOVE WS-COUNT-LINE       TO PRINT-LINE.
003650     WRITE PRINT-LINE.
003660 3000-EXIT.
003670     EXIT.
003680*----------------------------------------------------------------
003690 3100-PRINT-HEADINGS.
003700*----------------------------------------------------------------
003710     ADD 1 TO WS-PAGE-NUMBER.
003720     MOVE WS-RUN-DATE-EDIT  TO HDG-RUN-DATE.
003730     MOVE WS-PAGE-NUMBER    TO HDG-PAGE-NUMBER.
003740     MOVE WS-HEADING-1      TO PRINT-LINE.
003750     WRITE PRINT-LINE.
003760     MOVE WS-HEADING-2      TO PRINT-LINE.
003770     WRITE PRINT-LINE.
003780     MOVE SPACES            TO PRINT-LINE.
003790     WRITE PRINT-LINE.
003800     MOVE ZERO              TO WS-LINE-COUNT.
003810 3100-EXIT.
003820     EXIT.
003830*----------------------------------------------------------------
003840 3200-PRINT-ONE-DEPT.
003850*----------------------------------------------------------------
003860     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
003870         PERFORM 3100-PRINT-HEADINGS THRU 3100-EXIT
003880     END-IF.
003890     PERFORM 3300-FIND-DEPARTMENT THRU 3300-EXIT.
003900     MOVE WS-COST-DEPT (WS-COST-SUB) TO DTL-DEPT-CODE.
003910     IF WS-DEPT-SUB > WS-DEPT-COUNT
003920         MOVE "UNKNOWN DEPARTMENT" TO DTL-DEPT-NAME
003930         MOVE SPACES               TO DTL-DEPT-MANAGER
003940     ELSE
003950         MOVE WS-DEPT-NAME (WS-DEPT-SUB)    TO DTL-DEPT-NAME
003960         MOVE WS-DEPT-MANAGER (WS-DEPT-SUB) TO DTL-DEPT-MANAGER
003970     END-IF.
003980     COMPUTE WS-DEPT-ER-COST =
003990         WS-COST-BENEFIT (WS-COST-SUB)
004000         + WS-COST-MATCH (WS-COST-SUB).
004010     MOVE WS-COST-EMP-COUNT (WS-COST-SUB) TO DTL-EMP-COUNT.
004020     MOVE WS-COST-GROSS (WS-COST-SUB)     TO DTL-GROSS.
004030     MOVE WS-COST-BENEFIT (WS-COST-SUB)   TO DTL-BENEFIT.
004040     MOVE WS-COST-MATCH (WS-COST-SUB)     TO DTL-MATCH.
004050     MOVE WS-DEPT-ER-COST                 TO DTL-ER-COST.
004060     COMPUTE DTL-LABOR-COST =
004070         WS-COST-GROSS (WS-COST-SUB) + WS-DEPT-ER-COST.
004080     MOVE WS-DETAIL-LINE TO PRINT-LINE.
004090     WRITE PRINT-LINE.
004100     ADD 1 TO WS-LINE-COUNT.
004110     ADD WS-COST-EMP-COUNT (WS-COST-SUB) TO WS-EMPLOYEE-COUNT.
004120     ADD WS-COST-GROSS (WS-COST-SUB)     TO WS-GROSS-TOTAL.
004130     ADD WS-COST-BENEFIT (WS-COST-SUB)   TO WS-BENEFIT-TOTAL.
004140     ADD WS-COST-MATCH (WS-COST-SUB)     TO WS-MATCH-TOTAL.
004150 3200-EXIT.
004160     EXIT.
004170*----------------------------------------------------------------
004180 3300-FIND-DEPARTMENT.
004190*----------------------------------------------------------------
004200     MOVE 1 TO WS-DEPT-SUB.
004210     PERFORM 3310-BUMP-DEPT-SUB THRU 3310-EXIT
004220         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
004230            OR WS-DEPT-CODE (WS-DEPT-SUB)
004240               = WS-COST-DEPT (WS-COST-SUB).
004250 3300-EXIT.
004260     EXIT.
004270*----------------------------------------------------------------
004280 3310-BUMP-DEPT-SUB.
004290*----------------------------------------------------------------
004300     ADD 1 TO WS-DEPT-SUB.
004310 3310-EXIT.
004320     EXIT.
004330*----------------------------------------------------------------
004340 9000-TERMINATE.
004350*----------------------------------------------------------------
004360     IF WS-PRINT-IS-OPEN
004370         CLOSE PRINT-FILE
004380     END-IF.
004390     CLOSE RESULTS-FILE.
004400     DISPLAY "PAYLCR01 - EMPLOYEES COSTED  : " WS-EMPLOYEE-COUNT.
004410     DISPLAY "PAYLCR01 - GROSS PAY TOTAL   : " WS-GROSS-TOTAL.
004420     DISPLAY "PAYLCR01 - EMPLOYER COST     : " WS-ER-COST-TOTAL.
004430     DISPLAY "PAYLCR01 - LABOR COST TOTAL  : "
004440         WS-LABOR-COST-TOTAL.
004450 9000-EXIT.
004460     EXIT.
