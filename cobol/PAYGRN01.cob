000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     PAYGRN01.
000030 AUTHOR.         J HALVORSEN.
000040 INSTALLATION.   PAYROLL SYSTEMS GROUP.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  -------------------------------------------
000120* 10/15/2026  JH   ORIGINAL PROGRAM.  GARNISHMENT REMITTANCE
000130*                  REGISTER -- READS THE PAY RUN'S GARNREM
000140*                  REMITTANCE FILE AND PRINTS, PER PAYEE
000150*                  AGENCY IN AGENCY-NAME ORDER, EVERY AMOUNT
000160*                  WITHHELD WITH THE AGENCY TOTAL PAYABLES CUTS
000170*                  THE AGENCY PAYMENT FOR, THEN THE GRAND TOTAL.
000180*                  TWO HR FOLLOW-UP LISTS FOLLOW: ORDERS THAT
000190*                  REACHED A ZERO BALANCE THIS RUN, AND ORDERS
000200*                  THE DISPOSABLE-EARNINGS LIMIT KEPT FROM
000210*                  BEING MET IN FULL.  RETURN-CODE IS 0 WHEN
000220*                  EVERY ORDER WAS MET, 4 WHEN ANY WAS SHORT,
000230*                  AND 8 WHEN A FILE COULD NOT BE OPENED OR THE
000240*                  REGISTER COULD NOT HOLD EVERY REMITTANCE.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT GARNISH-REMIT-FILE ASSIGN TO "GARNREM"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-GARNREM-STATUS.
000320     SELECT PRINT-FILE ASSIGN TO "GRNRPT"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-PRINT-STATUS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  GARNISH-REMIT-FILE
000380     RECORD CONTAINS 92 CHARACTERS.
000390     COPY GARNREM.
000400 FD  PRINT-FILE
000410     RECORD CONTAINS 132 CHARACTERS.
000420 01  PRINT-LINE              PIC X(132).
000430 WORKING-STORAGE SECTION.
000440*----------------------------------------------------------------
000450* FILE STATUS AND CONTROL SWITCHES
000460*----------------------------------------------------------------
000470 77  WS-GARNREM-STATUS       PIC X(02) VALUE SPACES.
000480 77  WS-PRINT-STATUS         PIC X(02) VALUE SPACES.
000490 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000500     88  WS-END-OF-FILE                VALUE "Y".
000510 77  WS-REMIT-OPEN-SWITCH    PIC X(01) VALUE "N".
000520     88  WS-REMIT-IS-OPEN              VALUE "Y".
000530 77  WS-PRINT-OPEN-SWITCH    PIC X(01) VALUE "N".
000540     88  WS-PRINT-IS-OPEN              VALUE "Y".
000550 77  WS-LISTED-SWITCH        PIC X(01) VALUE "N".
000560     88  WS-ANY-LISTED                 VALUE "Y".
000570 77  WS-RETURN-CODE          PIC 9(01) VALUE ZERO.
000580*----------------------------------------------------------------
000590* THE RUN'S REMITTANCES, HELD SO EACH AGENCY AND EACH HR LIST
000600* CAN BE PRINTED TOGETHER WHATEVER ORDER THE RUN WROTE THEM IN.
000610*----------------------------------------------------------------
000620 77  WS-RMT-MAX              PIC 9(03) COMP VALUE 500.
000630 77  WS-RMT-COUNT            PIC 9(03) COMP VALUE ZERO.
000640 77  WS-RMT-SUB              PIC 9(03) COMP VALUE ZERO.
000650 01  WS-REMIT-TABLE.
000660     05  WS-RMT-ENTRY OCCURS 500 TIMES PIC X(92).
000670     COPY GARNREM REPLACING ==GARNISH-REMIT-RECORD==
000680                         BY ==WS-REMIT-RECORD==
000690                         LEADING ==GR== BY ==WR==.
000700*----------------------------------------------------------------
000710* PAYEE AGENCIES WITH MONEY TO REMIT, KEPT IN NAME ORDER AS
000720* THEY ARE FIRST SEEN.
000730*----------------------------------------------------------------
000740 77  WS-AGY-MAX              PIC 9(03) COMP VALUE 100.
000750 77  WS-AGY-COUNT            PIC 9(03) COMP VALUE ZERO.
000760 77  WS-AGY-SUB              PIC 9(03) COMP VALUE ZERO.
000770 77  WS-SHIFT-SUB            PIC 9(03) COMP VALUE ZERO.
000780 01  WS-AGENCY-TABLE.
000790     05  WS-AGY-ENTRY OCCURS 100 TIMES.
000800         10  WS-AGY-NAME         PIC X(20).
000810         10  WS-AGY-REMITS       PIC 9(05) COMP.
000820         10  WS-AGY-TOTAL        PIC S9(09)V99.
000830*----------------------------------------------------------------
000840* RUN COUNTS AND TOTALS
000850*----------------------------------------------------------------
000860 77  WS-REMIT-READ           PIC 9(05) COMP VALUE ZERO.
000870 77  WS-REMIT-DROPPED        PIC 9(05) COMP VALUE ZERO.
000880 77  WS-PAID-OFF-COUNT       PIC 9(05) COMP VALUE ZERO.
000890 77  WS-SHORT-COUNT          PIC 9(05) COMP VALUE ZERO.
000900 77  WS-GRAND-TOTAL          PIC S9(09)V99 VALUE ZERO.
000910*----------------------------------------------------------------
000920* RUN DATE AND PAGE CONTROL
000930*----------------------------------------------------------------
000940 01  WS-RUN-DATE.
000950     05  WS-RUN-YYYY         PIC 9(04).
000960     05  WS-RUN-MM           PIC 9(02).
000970     05  WS-RUN-DD           PIC 9(02).
000980 01  WS-RUN-DATE-EDIT.
000990     05  WS-RUN-DATE-MM      PIC 9(02).
001000     05  FILLER              PIC X(01) VALUE "/".
001010     05  WS-RUN-DATE-DD      PIC 9(02).
001020     05  FILLER              PIC X(01) VALUE "/".
001030     05  WS-RUN-DATE-YYYY    PIC 9(04).
001040 77  WS-PAGE-NUMBER          PIC 9(03) COMP VALUE ZERO.
001050 77  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
001060 77  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 15.
001070 01  WS-PRINT-AREA           PIC X(132) VALUE SPACES.
001080*----------------------------------------------------------------
001090* REPORT LINE LAYOUTS
001100*----------------------------------------------------------------
001110 01  WS-HEADING-1.
001120     05  FILLER              PIC X(40) VALUE
001130         "GARNISHMENT REMITTANCE REGISTER".
001140     05  FILLER              PIC X(10) VALUE "RUN DATE :".
001150     05  HDG-RUN-DATE        PIC X(10).
001160     05  FILLER              PIC X(10) VALUE SPACES.
001170     05  FILLER              PIC X(06) VALUE "PAGE :".
001180     05  HDG-PAGE-NUMBER     PIC ZZ9.
001190 01  WS-HEADING-2.
001200     05  FILLER              PIC X(07) VALUE "EMP-ID".
001210     05  FILLER              PIC X(22) VALUE "EMPLOYEE NAME".
001220     05  FILLER              PIC X(10) VALUE "ORDER".
001230     05  FILLER              PIC X(14) VALUE "CASE NUMBER".
001240     05  FILLER              PIC X(22) VALUE "PAYEE AGENCY".
001250     05  FILLER              PIC X(12) VALUE "AMOUNT DUE  ".
001260     05  FILLER              PIC X(12) VALUE "  WITHHELD  ".
001270     05  FILLER              PIC X(14) VALUE "BALANCE LEFT  ".
001280     05  FILLER              PIC X(09) VALUE "STATUS".
001290 01  WS-DETAIL-LINE.
001300     05  DTL-EMPLOYEE-ID     PIC 9(05).
001310     05  FILLER              PIC X(02) VALUE SPACES.
001320     05  DTL-EMPLOYEE-NAME   PIC X(20).
001330     05  FILLER              PIC X(02) VALUE SPACES.
001340     05  DTL-ORDER-TYPE      PIC X(08).
001350     05  FILLER              PIC X(02) VALUE SPACES.
001360     05  DTL-CASE-NUMBER     PIC X(12).
001370     05  FILLER              PIC X(02) VALUE SPACES.
001380     05  DTL-AGENCY          PIC X(20).
001390     05  FILLER              PIC X(02) VALUE SPACES.
001400     05  DTL-AMOUNT-DUE      PIC ZZZ,ZZ9.99.
001410     05  FILLER              PIC X(02) VALUE SPACES.
001420     05  DTL-AMOUNT-PAID     PIC ZZZ,ZZ9.99.
001430     05  FILLER              PIC X(02) VALUE SPACES.
001440     05  DTL-BALANCE         PIC Z,ZZZ,ZZ9.99.
001450     05  FILLER              PIC X(02) VALUE SPACES.
001460     05  DTL-STATUS          PIC X(09).
001470 01  WS-AGENCY-LINE.
001480     05  FILLER              PIC X(15) VALUE "PAYEE AGENCY : ".
001490     05  AGL-NAME            PIC X(20).
001500 01  WS-AGENCY-TOTAL-LINE.
001510     05  FILLER              PIC X(07) VALUE SPACES.
001520     05  FILLER              PIC X(14) VALUE "REMITTANCES : ".
001530     05  ATL-COUNT           PIC ZZZ9.
001540     05  FILLER              PIC X(20) VALUE
001550         "   AGENCY TOTAL :   ".
001560     05  ATL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
001570 01  WS-SECTION-LINE.
001580     05  SEC-TEXT            PIC X(60).
001590 01  WS-NOTE-LINE.
001600     05  FILLER              PIC X(07) VALUE SPACES.
001610     05  FILLER              PIC X(04) VALUE "*** ".
001620     05  NOTE-TEXT           PIC X(60).
001630 01  WS-TOTAL-LINE.
001640     05  TOT-LABEL           PIC X(33).
001650     05  TOT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
001660 01  WS-COUNT-LINE.
001670     05  CNT-LABEL           PIC X(33).
001680     05  CNT-VALUE           PIC ZZZ,ZZ9.
001690 PROCEDURE DIVISION.
001700*----------------------------------------------------------------
001710 0000-MAINLINE.
001720*----------------------------------------------------------------
001730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001740     PERFORM 2000-LOAD-ONE-REMIT THRU 2000-EXIT
001750         UNTIL WS-END-OF-FILE.
001760     PERFORM 5000-PRINT-REGISTER THRU 5000-EXIT.
001770     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001780     MOVE WS-RETURN-CODE TO RETURN-CODE.
001790     STOP RUN.
001800*----------------------------------------------------------------
001810 1000-INITIALIZE.
001820*----------------------------------------------------------------
001830     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001840     MOVE WS-RUN-MM   TO WS-RUN-DATE-MM.
001850     MOVE WS-RUN-DD   TO WS-RUN-DATE-DD.
001860     MOVE WS-RUN-YYYY TO WS-RUN-DATE-YYYY.
001870     OPEN INPUT GARNISH-REMIT-FILE.
001880     IF WS-GARNREM-STATUS NOT = "00"
001890         DISPLAY "PAYGRN01 - UNABLE TO OPEN GARNREM, STATUS = "
001900             WS-GARNREM-STATUS
001910         MOVE "Y" TO WS-EOF-SWITCH
001920         MOVE 8 TO WS-RETURN-CODE
001930         GO TO 1000-EXIT
001940     END-IF.
001950     SET WS-REMIT-IS-OPEN TO TRUE.
001960     OPEN OUTPUT PRINT-FILE.
001970     IF WS-PRINT-STATUS NOT = "00"
001980         DISPLAY "PAYGRN01 - UNABLE TO OPEN GRNRPT, STATUS = "
001990             WS-PRINT-STATUS
002000         MOVE "Y" TO WS-EOF-SWITCH
002010         MOVE 8 TO WS-RETURN-CODE
002020         GO TO 1000-EXIT
002030     END-IF.
002040     SET WS-PRINT-IS-OPEN TO TRUE.
002050 1000-EXIT.
002060     EXIT.
002070*----------------------------------------------------------------
002080* HOLD ONE REMITTANCE AND POST WHAT WAS WITHHELD TO ITS AGENCY.
002090* A REMITTANCE THE TABLE CANNOT HOLD WOULD GO UNPAID, SO IT
002100* FAILS THE REGISTER RATHER THAN PRINTING A SHORT TOTAL.
002110*----------------------------------------------------------------
002120 2000-LOAD-ONE-REMIT.
002130*----------------------------------------------------------------
002140     READ GARNISH-REMIT-FILE
002150         AT END
002160             MOVE "Y" TO WS-EOF-SWITCH
002170             GO TO 2000-EXIT
002180     END-READ.
002190     ADD 1 TO WS-REMIT-READ.
002200     IF WS-RMT-COUNT >= WS-RMT-MAX
002210         DISPLAY "PAYGRN01 - REMITTANCE TABLE FULL, EMPLOYEE "
002220             GR-EMPLOYEE-ID " CASE " GR-CASE-NUMBER " DROPPED"
002230         ADD 1 TO WS-REMIT-DROPPED
002240         MOVE 8 TO WS-RETURN-CODE
002250         GO TO 2000-EXIT
002260     END-IF.
002270     ADD 1 TO WS-RMT-COUNT.
002280     MOVE GARNISH-REMIT-RECORD TO WS-RMT-ENTRY (WS-RMT-COUNT).
002290     IF GR-PAID-OFF
002300         ADD 1 TO WS-PAID-OFF-COUNT
002310     END-IF.
002320     IF GR-SHORT
002330         ADD 1 TO WS-SHORT-COUNT
002340         IF WS-RETURN-CODE < 4
002350             MOVE 4 TO WS-RETURN-CODE
002360         END-IF
002370     END-IF.
002380     IF GR-AMOUNT-PAID = ZERO
002390         GO TO 2000-EXIT
002400     END-IF.
002410     PERFORM 2100-FIND-AGENCY THRU 2100-EXIT.
002420     IF WS-AGY-SUB > WS-AGY-COUNT
002430        OR WS-AGY-NAME (WS-AGY-SUB) NOT = GR-AGENCY
002440         PERFORM 2200-INSERT-AGENCY THRU 2200-EXIT
002450         IF WS-AGY-SUB = ZERO
002460             GO TO 2000-EXIT
002470         END-IF
002480     END-IF.
002490     ADD 1 TO WS-AGY-REMITS (WS-AGY-SUB).
002500     ADD GR-AMOUNT-PAID TO WS-AGY-TOTAL (WS-AGY-SUB).
002510     ADD GR-AMOUNT-PAID TO WS-GRAND-TOTAL.
002520 2000-EXIT.
002530     EXIT.
002540*----------------------------------------------------------------
002550* FIND THE AGENCY, OR THE SLOT IT BELONGS IN BY NAME.
002560*----------------------------------------------------------------
002570 2100-FIND-AGENCY.
002580*----------------------------------------------------------------
002590     MOVE 1 TO WS-AGY-SUB.
002600     PERFORM 2110-BUMP-AGY-SUB THRU 2110-EXIT
002610         UNTIL WS-AGY-SUB > WS-AGY-COUNT
002620            OR WS-AGY-NAME (WS-AGY-SUB) NOT < GR-AGENCY.
002630 2100-EXIT.
002640     EXIT.
002650*----------------------------------------------------------------
002660 2110-BUMP-AGY-SUB.
002670*----------------------------------------------------------------
002680     ADD 1 TO WS-AGY-SUB.
002690 2110-EXIT.
002700     EXIT.
002710*----------------------------------------------------------------
002720* OPEN A NEW AGENCY AT WS-AGY-SUB, SHIFTING THE HIGHER NAMES UP
002730* ONE.  A FULL TABLE FAILS THE REGISTER AND HANDS BACK ZERO.
002740*----------------------------------------------------------------
002750 2200-INSERT-AGENCY.
002760*----------------------------------------------------------------
002770     IF WS-AGY-COUNT >= WS-AGY-MAX
002780         DISPLAY "PAYGRN01 - AGENCY TABLE FULL, " GR-AGENCY
002790             " NOT REGISTERED"
002800         ADD 1 TO WS-REMIT-DROPPED
002810         MOVE 8 TO WS-RETURN-CODE
002820         MOVE ZERO TO WS-AGY-SUB
002830         GO TO 2200-EXIT
002840     END-IF.
002850     PERFORM 2210-SHIFT-ONE-AGENCY THRU 2210-EXIT
002860         VARYING WS-SHIFT-SUB FROM WS-AGY-COUNT BY -1
002870         UNTIL WS-SHIFT-SUB < WS-AGY-SUB.
002880     ADD 1 TO WS-AGY-COUNT.
002890     MOVE GR-AGENCY TO WS-AGY-NAME (WS-AGY-SUB).
002900     MOVE ZERO      TO WS-AGY-REMITS (WS-AGY-SUB).
002910     MOVE ZERO      TO WS-AGY-TOTAL (WS-AGY-SUB).
002920 2200-EXIT.
002930     EXIT.
002940*----------------------------------------------------------------
002950 2210-SHIFT-ONE-AGENCY.
002960*----------------------------------------------------------------
002970     MOVE WS-AGY-ENTRY (WS-SHIFT-SUB)
002980         TO WS-AGY-ENTRY (WS-SHIFT-SUB + 1).
002990 2210-EXIT.
003000     EXIT.
003010*----------------------------------------------------------------
003020* PRINT ONE LINE, WITH HEADINGS AT THE TOP OF EACH PAGE.
003030*----------------------------------------------------------------
003040 4100-PRINT-DETAIL.
003050*----------------------------------------------------------------
003060     IF WS-LINE-COUNT = ZERO OR
003070        WS-LINE-COUNT >= WS-LINES-PER-PAGE
003080         ADD 1 TO WS-PAGE-NUMBER
003090         MOVE WS-RUN-DATE-EDIT TO HDG-RUN-DATE
003100         MOVE WS-PAGE-NUMBER   TO HDG-PAGE-NUMBER
003110         MOVE WS-HEADING-1     TO PRINT-LINE
003120         WRITE PRINT-LINE
003130         MOVE SPACES           TO PRINT-LINE
003140         WRITE PRINT-LINE
003150         MOVE WS-HEADING-2     TO PRINT-LINE
003160         WRITE PRINT-LINE
003170         MOVE SPACES           TO PRINT-LINE
003180         WRITE PRINT-LINE
003190         MOVE 4 TO WS-LINE-COUNT
003200     END-IF.
003210     MOVE WS-PRINT-AREA TO PRINT-LINE.
003220     WRITE PRINT-LINE.
003230     ADD 1 TO WS-LINE-COUNT.
003240 4100-EXIT.
003250     EXIT.
003260*----------------------------------------------------------------
003270* FORMAT THE REMITTANCE IN WS-REMIT-RECORD AS A DETAIL LINE
003280* AND PRINT IT.
003290*----------------------------------------------------------------
003300 4200-PRINT-REMIT.
003310*----------------------------------------------------------------
003320     MOVE WR-EMPLOYEE-ID   TO DTL-EMPLOYEE-ID.
003330     MOVE WR-EMPLOYEE-NAME TO DTL-EMPLOYEE-NAME.
003340     EVALUATE WR-ORDER-TYPE
003350         WHEN "S"
003360             MOVE "SUPPORT"  TO DTL-ORDER-TYPE
003370         WHEN "L"
003380             MOVE "TAX LEVY" TO DTL-ORDER-TYPE
003390         WHEN "C"
003400             MOVE "CREDITOR" TO DTL-ORDER-TYPE
003410         WHEN OTHER
003420             MOVE "UNKNOWN"  TO DTL-ORDER-TYPE
003430     END-EVALUATE.
003440     MOVE WR-CASE-NUMBER   TO DTL-CASE-NUMBER.
003450     MOVE WR-AGENCY        TO DTL-AGENCY.
003460     MOVE WR-AMOUNT-DUE    TO DTL-AMOUNT-DUE.
003470     MOVE WR-AMOUNT-PAID   TO DTL-AMOUNT-PAID.
003480     MOVE WR-BALANCE       TO DTL-BALANCE.
003490     EVALUATE TRUE
003500         WHEN WR-PAID-OFF
003510             MOVE "PAID OFF" TO DTL-STATUS
003520         WHEN WR-SHORT
003530             MOVE "SHORT"    TO DTL-STATUS
003540         WHEN OTHER
003550             MOVE SPACES     TO DTL-STATUS
003560     END-EVALUATE.
003570     MOVE WS-DETAIL-LINE TO WS-PRINT-AREA.
003580     PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT.
003590 4200-EXIT.
003600     EXIT.
003610*----------------------------------------------------------------
003620 4300-PRINT-SECTION.
003630*----------------------------------------------------------------
003640     MOVE SPACES TO WS-PRINT-AREA.
003650     PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT.
003660     MOVE WS-SECTION-LINE TO WS-PRINT-AREA.
003670     PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT.
003680     MOVE SPACES TO WS-PRINT-AREA.
003690     PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT.
003700 4300-EXIT.
003710     EXIT.
003720*----------------------------------------------------------------
003730* THE REGISTER PROPER -- EACH AGENCY'S REMITTANCES AND TOTAL,
003740* THE GRAND TOTAL, THEN THE TWO HR FOLLOW-UP LISTS.
003750*----------------------------------------------------------------
003760 5000-PRINT-REGISTER.
003770*----------------------------------------------------------------
003780     IF NOT WS-PRINT-IS-OPEN
003790         GO TO 5000-EXIT
003800     END-IF.
003810     MOVE "REMITTANCES BY PAYEE AGENCY" TO SEC-TEXT.
003820     PERFORM 4300-PRINT-SECTION THRU 4300-EXIT.
003830     IF WS-AGY-COUNT = ZERO
003840         MOVE "NO GARNISHMENTS WITHHELD THIS RUN" TO NOTE-TEXT
003850         MOVE WS-NOTE-LINE TO WS-PRINT-AREA
003860         PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT
003870     END-IF.
003880     PERFORM 5100-PRINT-ONE-AGENCY THRU 5100-EXIT
003890         VARYING WS-AGY-SUB FROM 1 BY 1
003900         UNTIL WS-AGY-SUB > WS-AGY-COUNT.
003910     MOVE "TOTAL TO REMIT, ALL AGENCIES . :" TO TOT-LABEL.
003920     MOVE WS-GRAND-TOTAL TO TOT-AMOUNT.
003930     MOVE WS-TOTAL-LINE TO WS-PRINT-AREA.
003940     PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT.
003950     MOVE "ORDERS PAID OFF THIS RUN -- HR TO CLOSE"
003960         TO SEC-TEXT.
003970     PERFORM 4300-PRINT-SECTION THRU 4300-EXIT.
003980     MOVE "N" TO WS-LISTED-SWITCH.
003990     PERFORM 5200-PRINT-IF-PAID-OFF THRU 5200-EXIT
004000         VARYING WS-RMT-SUB FROM 1 BY 1
004010         UNTIL WS-RMT-SUB > WS-RMT-COUNT.
004020     PERFORM 5400-PRINT-IF-NONE THRU 5400-EXIT.
004030     MOVE "ORDERS NOT FULLY SATISFIED -- HR FOLLOW-UP"
004040         TO SEC-TEXT.
004050     PERFORM 4300-PRINT-SECTION THRU 4300-EXIT.
004060     MOVE "N" TO WS-LISTED-SWITCH.
004070     PERFORM 5300-PRINT-IF-SHORT THRU 5300-EXIT
004080         VARYING WS-RMT-SUB FROM 1 BY 1
004090         UNTIL WS-RMT-SUB > WS-RMT-COUNT.
004100     PERFORM 5400-PRINT-IF-NONE THRU 5400-EXIT.
004110 5000-EXIT.
004120     EXIT.
004130*----------------------------------------------------------------
004140 5100-PRINT-ONE-AGENCY.
004150*----------------------------------------------------------------
004160     MOVE WS-AGY-NAME (WS-AGY-SUB) TO AGL-NAME.
004170     MOVE WS-AGENCY-LINE TO WS-PRINT-AREA.
004180     PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT.
004190     PERFORM 5110-PRINT-IF-AGENCY THRU 5110-EXIT
004200         VARYING WS-RMT-SUB FROM 1 BY 1
004210         UNTIL WS-RMT-SUB > WS-RMT-COUNT.
004220     MOVE WS-AGY-REMITS (WS-AGY-SUB) TO ATL-COUNT.
004230     MOVE WS-AGY-TOTAL (WS-AGY-SUB)  TO ATL-AMOUNT.
004240     MOVE WS-AGENCY-TOTAL-LINE TO WS-PRINT-AREA.
004250     PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT.
004260     MOVE SPACES TO WS-PRINT-AREA.
004270     PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT.
004280 5100-EXIT.
004290     EXIT.
004300*----------------------------------------------------------------
004310 5110-PRINT-IF-AGENCY.
004320*----------------------------------------------------------------
004330     MOVE WS-RMT-ENTRY (WS-RMT-SUB) TO WS-REMIT-RECORD.
004340     IF WR-AGENCY NOT = WS-AGY-NAME (WS-AGY-SUB)
004350        OR WR-AMOUNT-PAID = ZERO
004360         GO TO 5110-EXIT
004370     END-IF.
004380     PERFORM 4200-PRINT-REMIT THRU 4200-EXIT.
004390 5110-EXIT.
004400     EXIT.
004410*----------------------------------------------------------------
004420 5200-PRINT-IF-PAID-OFF.
004430*----------------------------------------------------------------
004440     MOVE WS-RMT-ENTRY (WS-RMT-SUB) TO WS-REMIT-RECORD.
004450     IF NOT WR-PAID-OFF
004460         GO TO 5200-EXIT
004470     END-IF.
004480     SET WS-ANY-LISTED TO TRUE.
004490     PERFORM 4200-PRINT-REMIT THRU 4200-EXIT.
004500 5200-EXIT.
004510     EXIT.
004520*----------------------------------------------------------------
004530 5300-PRINT-IF-SHORT.
004540*----------------------------------------------------------------
004550     MOVE WS-RMT-ENTRY (WS-RMT-SUB) TO WS-REMIT-RECORD.
004560     IF NOT WR-SHORT
004570         GO TO 5300-EXIT
004580     END-IF.
004590     SET WS-ANY-LISTED TO TRUE.
004600     PERFORM 4200-PRINT-REMIT THRU 4200-EXIT.
004610 5300-EXIT.
004620     EXIT.
004630*----------------------------------------------------------------
004640 5400-PRINT-IF-NONE.
004650*----------------------------------------------------------------
004660     IF WS-ANY-LISTED
004670         GO TO 5400-EXIT
004680     END-IF.
004690     MOVE "NONE THIS RUN" TO NOTE-TEXT.
004700     MOVE WS-NOTE-LINE TO WS-PRINT-AREA.
004710     PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT.
004720 5400-EXIT.
004730     EXIT.
004740*----------------------------------------------------------------
004750 9000-TERMINATE.
004760*----------------------------------------------------------------
004770     IF WS-PRINT-IS-OPEN
004780         MOVE SPACES TO PRINT-LINE
004790         WRITE PRINT-LINE
004800         MOVE "REMITTANCE RECORDS READ  . . . :" TO CNT-LABEL
004810         MOVE WS-REMIT-READ TO CNT-VALUE
004820         MOVE WS-COUNT-LINE TO PRINT-LINE
004830         WRITE PRINT-LINE
004840         MOVE "AGENCIES TO BE PAID  . . . . . :" TO CNT-LABEL
004850         MOVE WS-AGY-COUNT TO CNT-VALUE
004860         MOVE WS-COUNT-LINE TO PRINT-LINE
004870         WRITE PRINT-LINE
004880         MOVE "ORDERS PAID OFF  . . . . . . . :" TO CNT-LABEL
004890         MOVE WS-PAID-OFF-COUNT TO CNT-VALUE
004900         MOVE WS-COUNT-LINE TO PRINT-LINE
004910         WRITE PRINT-LINE
004920         MOVE "ORDERS NOT FULLY SATISFIED . . :" TO CNT-LABEL
004930         MOVE WS-SHORT-COUNT TO CNT-VALUE
004940         MOVE WS-COUNT-LINE TO PRINT-LINE
004950         WRITE PRINT-LINE
004960         MOVE "RECORDS DROPPED - TABLE FULL . :" TO CNT-LABEL
004970         MOVE WS-REMIT-DROPPED TO CNT-VALUE
004980         MOVE WS-COUNT-LINE TO PRINT-LINE
004990         WRITE PRINT-LINE
005000         CLOSE PRINT-FILE
005010     END-IF.
005020     IF WS-REMIT-IS-OPEN
005030         CLOSE GARNISH-REMIT-FILE
005040     END-IF.
005050     DISPLAY "PAYGRN01 - REMITTANCES READ     : " WS-REMIT-READ.
005060     DISPLAY "PAYGRN01 - TOTAL TO REMIT       : " WS-GRAND-TOTAL.
005070     DISPLAY "PAYGRN01 - ORDERS PAID OFF      : "
005080         WS-PAID-OFF-COUNT.
005090     DISPLAY "PAYGRN01 - ORDERS NOT SATISFIED : " WS-SHORT-COUNT.
005100     IF WS-REMIT-DROPPED > ZERO
005110         DISPLAY "PAYGRN01 - *** REGISTER INCOMPLETE, "
005120             WS-REMIT-DROPPED " REMITTANCES NOT REGISTERED"
005130     END-IF.
005140 9000-EXIT.
005150     EXIT.
