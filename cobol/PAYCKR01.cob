000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     PAYCKR01.
000030 AUTHOR.         J HALVORSEN.
000040 INSTALLATION.   PAYROLL SYSTEMS GROUP.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  -------------------------------------------
000120* 10/15/2026  JH   ORIGINAL PROGRAM.  CHECK RECONCILIATION --
000130*                  MATCHES THE BANK'S PAID-ITEMS FILE AGAINST
000140*                  THE ISSUED-CHECK FILE AND CARRIES IT FORWARD
000150*                  AS A NEW GENERATION WITH EACH CHECK THE BANK
000160*                  CLEARED MARKED PAID.  LISTS EVERY CHECK STILL
000170*                  OUTSTANDING AGED BY ISSUE DATE, WITH THOSE
000180*                  OVER 180 DAYS CALLED OUT AS STALE, THEN THE
000190*                  EXCEPTIONS -- A PAID AMOUNT THAT DIFFERS FROM
000200*                  THE ISSUED AMOUNT, A NUMBER NEVER ISSUED, A
000210*                  VOIDED CHECK PAID, AND A CHECK PAID TWICE.
000220*                  RETURN-CODE IS 0 WHEN THE BANK AGREES, 4 WHEN
000230*                  THERE ARE EXCEPTIONS OR STALE CHECKS, AND 8
000240*                  WHEN A FILE COULD NOT BE OPENED OR THE PAID
000250*                  ITEMS COULD NOT ALL BE HELD (THE ISSUED FILE
000260*                  IS THEN CARRIED FORWARD UNCHANGED).
000262* 10/15/2026  JH   PAY GROUPS. CHKISS GREW TO 81 BYTES WITH
000264*                  THE PAY GROUP -- FD LENGTHS RAISED TO
000266*                  MATCH.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT ISSUED-OLD-FILE ASSIGN TO "CHKISSO"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-CHKISSO-STATUS.
000340     SELECT ISSUED-NEW-FILE ASSIGN TO "CHKISSN"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-CHKISSN-STATUS.
000370     SELECT PAID-ITEM-FILE ASSIGN TO "PAIDITEM"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-PAIDITEM-STATUS.
000400     SELECT PRINT-FILE ASSIGN TO "CKRRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-PRINT-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  ISSUED-OLD-FILE
000460     RECORD CONTAINS 81 CHARACTERS.
000470     COPY CHKISS REPLACING ==ISSUED-CHECK-RECORD==
000480                        BY ==ISSUED-OLD-RECORD==
000490                     LEADING ==CI== BY ==IO==.
000500 FD  ISSUED-NEW-FILE
000510     RECORD CONTAINS 81 CHARACTERS.
000520     COPY CHKISS.
000530*----------------------------------------------------------------
000540* ONE ITEM PER CHECK THE BANK PAID SINCE ITS LAST PAID-ITEMS
000550* FILE, AS THE BANK REPORTS IT.
000560*----------------------------------------------------------------
000570 FD  PAID-ITEM-FILE
000580     RECORD CONTAINS 80 CHARACTERS.
000590 01  PAID-ITEM-RECORD.
000600     05  PI-CHECK-NUMBER     PIC 9(08).
000610     05  PI-PAID-DATE        PIC 9(08).
000620     05  PI-AMOUNT           PIC 9(07)V99.
000630     05  FILLER              PIC X(55).
000640 FD  PRINT-FILE
000650     RECORD CONTAINS 132 CHARACTERS.
000660 01  PRINT-LINE              PIC X(132).
000670 WORKING-STORAGE SECTION.
000680*----------------------------------------------------------------
000690* FILE STATUS AND CONTROL SWITCHES
000700*----------------------------------------------------------------
000710 77  WS-CHKISSO-STATUS       PIC X(02) VALUE SPACES.
000720 77  WS-CHKISSN-STATUS       PIC X(02) VALUE SPACES.
000730 77  WS-PAIDITEM-STATUS      PIC X(02) VALUE SPACES.
000740 77  WS-PRINT-STATUS         PIC X(02) VALUE SPACES.
000750 77  WS-ISSUED-EOF-SWITCH    PIC X(01) VALUE "N".
000760     88  WS-ISSUED-END-OF-FILE         VALUE "Y".
000770 77  WS-PAID-EOF-SWITCH      PIC X(01) VALUE "N".
000780     88  WS-PAID-END-OF-FILE           VALUE "Y".
000790 77  WS-ISSUED-OPEN-SWITCH   PIC X(01) VALUE "N".
000800     88  WS-ISSUED-IS-OPEN             VALUE "Y".
000810 77  WS-PRINT-OPEN-SWITCH    PIC X(01) VALUE "N".
000820     88  WS-PRINT-IS-OPEN              VALUE "Y".
000830 77  WS-APPLY-SWITCH         PIC X(01) VALUE "N".
000840     88  WS-APPLY-PAID-ITEMS           VALUE "Y".
000850 77  WS-RETURN-CODE          PIC 9(01) VALUE ZERO.
000860*----------------------------------------------------------------
000870* THE BANK'S PAID ITEMS, HELD SO EACH ISSUED CHECK CAN BE
000880* MATCHED AS THE ISSUED FILE PASSES AND THOSE LEFT UNMATCHED
000890* LISTED AFTERWARD AS NEVER ISSUED.
000900*----------------------------------------------------------------
000910 77  WS-PD-MAX               PIC 9(04) COMP VALUE 1000.
000920 77  WS-PD-COUNT             PIC 9(04) COMP VALUE ZERO.
000930 77  WS-PD-SUB               PIC 9(04) COMP VALUE ZERO.
000940 01  WS-PAID-TABLE.
000950     05  WS-PD-ENTRY OCCURS 1000 TIMES.
000960         10  WS-PD-CHECK-NUMBER  PIC 9(08).
000970         10  WS-PD-PAID-DATE     PIC 9(08).
000980         10  WS-PD-AMOUNT        PIC 9(07)V99.
000990         10  WS-PD-MATCH-SWITCH  PIC X(01).
001000             88  WS-PD-MATCHED           VALUE "Y".
001010 77  WS-HIT-COUNT            PIC 9(03) COMP VALUE ZERO.
001020*----------------------------------------------------------------
001030* EXCEPTIONS FOUND DURING THE PASS, PRINTED AFTER THE AGING.
001040*----------------------------------------------------------------
001050 77  WS-EXC-MAX              PIC 9(03) COMP VALUE 500.
001060 77  WS-EXC-COUNT            PIC 9(03) COMP VALUE ZERO.
001070 77  WS-EXC-SUB              PIC 9(03) COMP VALUE ZERO.
001080 77  WS-EXC-DROPPED          PIC 9(05) COMP VALUE ZERO.
001090 01  WS-EXCEPTION-TABLE.
001100     05  WS-EXC-ENTRY OCCURS 500 TIMES.
001110         10  WS-EXC-CHECK-NUMBER PIC 9(08).
001120         10  WS-EXC-EMPLOYEE-ID  PIC X(05).
001130         10  WS-EXC-PAYEE-NAME   PIC X(20).
001140         10  WS-EXC-ISSUE-DATE   PIC 9(08).
001150         10  WS-EXC-ISSUED-AMT   PIC 9(07)V99.
001160         10  WS-EXC-PAID-AMT     PIC 9(07)V99.
001170         10  WS-EXC-PAID-DATE    PIC 9(08).
001180         10  WS-EXC-REASON       PIC X(24).
001190 77  WS-EXC-REASON-WORK      PIC X(24) VALUE SPACES.
001200*----------------------------------------------------------------
001210* AGING OF THE CHECKS STILL OUTSTANDING.  THE FIFTH BUCKET IS
001220* THE STALE CHECKS, OVER 180 DAYS SINCE ISSUE.
001230*----------------------------------------------------------------
001240 77  WS-RUN-INT              PIC S9(07) COMP VALUE ZERO.
001250 77  WS-ISSUE-INT            PIC S9(07) COMP VALUE ZERO.
001260 77  WS-DAYS-OUT             PIC S9(07) COMP VALUE ZERO.
001270 77  WS-DAYS-EDIT            PIC ZZZZ9.
001280 77  WS-AGE-SUB              PIC 9(01) COMP VALUE ZERO.
001290 77  WS-STALE-DAYS           PIC 9(03) COMP VALUE 180.
001300 01  WS-AGE-LABEL-VALUES.
001310     05  FILLER              PIC X(32) VALUE
001320         "OUTSTANDING 0 TO 30 DAYS . . . :".
001330     05  FILLER              PIC X(32) VALUE
001340         "OUTSTANDING 31 TO 60 DAYS  . . :".
001350     05  FILLER              PIC X(32) VALUE
001360         "OUTSTANDING 61 TO 90 DAYS  . . :".
001370     05  FILLER              PIC X(32) VALUE
001380         "OUTSTANDING 91 TO 180 DAYS . . :".
001390     05  FILLER              PIC X(32) VALUE
001400         "OUTSTANDING OVER 180 - STALE . :".
001410 01  WS-AGE-LABEL-TABLE REDEFINES WS-AGE-LABEL-VALUES.
001420     05  WS-AGE-LABEL OCCURS 5 TIMES PIC X(32).
001430 01  WS-AGE-TABLE.
001440     05  WS-AGE-ENTRY OCCURS 5 TIMES.
001450         10  WS-AGE-COUNT        PIC 9(05) COMP.
001460         10  WS-AGE-TOTAL        PIC S9(09)V99.
001470*----------------------------------------------------------------
001480* RUN COUNTS AND TOTALS
001490*----------------------------------------------------------------
001500 77  WS-ISSUED-READ          PIC 9(07) COMP VALUE ZERO.
001510 77  WS-PAID-READ            PIC 9(05) COMP VALUE ZERO.
001520 77  WS-PAID-DROPPED         PIC 9(05) COMP VALUE ZERO.
001530 77  WS-PAID-COUNT           PIC 9(05) COMP VALUE ZERO.
001540 77  WS-PAID-TOTAL           PIC S9(09)V99 VALUE ZERO.
001550 77  WS-OUTSTANDING-COUNT    PIC 9(05) COMP VALUE ZERO.
001560 77  WS-OUTSTANDING-TOTAL    PIC S9(09)V99 VALUE ZERO.
001570*----------------------------------------------------------------
001580* RUN DATE, DATE EDITING AND PAGE CONTROL
001590*----------------------------------------------------------------
001600 01  WS-RUN-DATE.
001610     05  WS-RUN-YYYY         PIC 9(04).
001620     05  WS-RUN-MM           PIC 9(02).
001630     05  WS-RUN-DD           PIC 9(02).
001640 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(08).
001650 01  WS-RUN-DATE-EDIT.
001660     05  WS-RUN-DATE-MM      PIC 9(02).
001670     05  FILLER              PIC X(01) VALUE "/".
001680     05  WS-RUN-DATE-DD      PIC 9(02).
001690     05  FILLER              PIC X(01) VALUE "/".
001700     05  WS-RUN-DATE-YYYY    PIC 9(04).
001710 01  WS-DATE-IN.
001720     05  WS-DATE-IN-YYYY     PIC 9(04).
001730     05  WS-DATE-IN-MM       PIC 9(02).
001740     05  WS-DATE-IN-DD       PIC 9(02).
001750 01  WS-DATE-IN-NUM REDEFINES WS-DATE-IN PIC 9(08).
001760 01  WS-DATE-OUT.
001770     05  WS-DATE-OUT-MM      PIC 9(02).
001780     05  FILLER              PIC X(01) VALUE "/".
001790     05  WS-DATE-OUT-DD      PIC 9(02).
001800     05  FILLER              PIC X(01) VALUE "/".
001810     05  WS-DATE-OUT-YYYY    PIC 9(04).
001820 01  WS-DATE-OUT-TEXT REDEFINES WS-DATE-OUT PIC X(10).
001830 77  WS-DATE-EDITED          PIC X(10) VALUE SPACES.
001840 77  WS-PAGE-NUMBER          PIC 9(03) COMP VALUE ZERO.
001850 77  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
001860 77  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 15.
001870 01  WS-PRINT-AREA           PIC X(132) VALUE SPACES.
001880*----------------------------------------------------------------
001890* REPORT LINE LAYOUTS
001900*----------------------------------------------------------------
001910 01  WS-HEADING-1.
001920     05  FILLER              PIC X(40) VALUE
001930         "CHECK RECONCILIATION".
001940     05  FILLER              PIC X(10) VALUE "RUN DATE :".
001950     05  HDG-RUN-DATE        PIC X(10).
001960     05  FILLER              PIC X(10) VALUE SPACES.
001970     05  FILLER              PIC X(06) VALUE "PAGE :".
001980     05  HDG-PAGE-NUMBER     PIC ZZ9.
001990 01  WS-HEADING-2.
002000     05  FILLER              PIC X(10) VALUE "CHECK NO".
002010     05  FILLER              PIC X(12) VALUE "ISSUED".
002020     05  FILLER              PIC X(07) VALUE "EMP-ID".
002030     05  FILLER              PIC X(22) VALUE "PAYEE".
002040     05  FILLER              PIC X(14) VALUE "  ISSUED AMT  ".
002050     05  FILLER              PIC X(14) VALUE "    PAID AMT  ".
002060     05  FILLER              PIC X(12) VALUE "PAID".
002070     05  FILLER              PIC X(07) VALUE " DAYS".
002080     05  FILLER              PIC X(24) VALUE "NOTE".
002090 01  WS-DETAIL-LINE.
002100     05  DTL-CHECK-NUMBER    PIC 9(08).
002110     05  FILLER              PIC X(02) VALUE SPACES.
002120     05  DTL-ISSUE-DATE      PIC X(10).
002130     05  FILLER              PIC X(02) VALUE SPACES.
002140     05  DTL-EMPLOYEE-ID     PIC X(05).
002150     05  FILLER              PIC X(02) VALUE SPACES.
002160     05  DTL-PAYEE-NAME      PIC X(20).
002170     05  FILLER              PIC X(02) VALUE SPACES.
002180     05  DTL-ISSUED-AMT      PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
002190     05  FILLER              PIC X(02) VALUE SPACES.
002200     05  DTL-PAID-AMT        PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
002210     05  FILLER              PIC X(02) VALUE SPACES.
002220     05  DTL-PAID-DATE       PIC X(10).
002230     05  FILLER              PIC X(02) VALUE SPACES.
002240     05  DTL-DAYS-OUT        PIC X(05).
002250     05  FILLER              PIC X(02) VALUE SPACES.
002260     05  DTL-NOTE            PIC X(24).
002270 01  WS-SECTION-LINE.
002280     05  SEC-TEXT            PIC X(60).
002290 01  WS-NOTE-LINE.
002300     05  FILLER              PIC X(07) VALUE SPACES.
002310     05  FILLER              PIC X(04) VALUE "*** ".
002320     05  NOTE-TEXT           PIC X(60).
002330 01  WS-AGE-LINE.
002340     05  AGE-LABEL           PIC X(33).
002350     05  AGE-COUNT           PIC ZZZ,ZZ9.
002360     05  FILLER              PIC X(03) VALUE SPACES.
002370     05  AGE-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
002380 01  WS-TOTAL-LINE.
002390     05  TOT-LABEL           PIC X(33).
002400     05  TOT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
002410 01  WS-COUNT-LINE.
002420     05  CNT-LABEL           PIC X(33).
002430     05  CNT-VALUE           PIC ZZZ,ZZ9.
002440 PROCEDURE DIVISION.
002450*----------------------------------------------------------------
002460 0000-MAINLINE.
002470*----------------------------------------------------------------
002480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002490     PERFORM 2000-RECONCILE-ONE-CHECK THRU 2000-EXIT
002500         UNTIL WS-ISSUED-END-OF-FILE.
002510     PERFORM 3000-LIST-NOT-ISSUED THRU 3000-EXIT.
002520     PERFORM 5000-PRINT-EXCEPTIONS THRU 5000-EXIT.
002530     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002540     MOVE WS-RETURN-CODE TO RETURN-CODE.
002550     STOP RUN.
002560*----------------------------------------------------------------
002570* THE ISSUED FILE IS OPENED FIRST SO THAT, WHATEVER FAILS AFTER
002580* IT, THE NEW GENERATION IS STILL WRITTEN -- UNCHANGED WHEN THE
002590* PAID ITEMS CANNOT BE APPLIED IN FULL.
002600*----------------------------------------------------------------
002610 1000-INITIALIZE.
002620*----------------------------------------------------------------
002630     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002640     MOVE WS-RUN-MM   TO WS-RUN-DATE-MM.
002650     MOVE WS-RUN-DD   TO WS-RUN-DATE-DD.
002660     MOVE WS-RUN-YYYY TO WS-RUN-DATE-YYYY.
002670     COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE
002680         (WS-RUN-DATE-NUM).
002690     INITIALIZE WS-AGE-TABLE.
002700     OPEN INPUT ISSUED-OLD-FILE.
002710     IF WS-CHKISSO-STATUS NOT = "00"
002720         DISPLAY "PAYCKR01 - UNABLE TO OPEN CHKISSO, STATUS = "
002730             WS-CHKISSO-STATUS
002740         MOVE "Y" TO WS-ISSUED-EOF-SWITCH
002750         MOVE 8 TO WS-RETURN-CODE
002760         GO TO 1000-EXIT
002770     END-IF.
002780     OPEN OUTPUT ISSUED-NEW-FILE.
002790     IF WS-CHKISSN-STATUS NOT = "00"
002800         DISPLAY "PAYCKR01 - UNABLE TO OPEN CHKISSN, STATUS = "
002810             WS-CHKISSN-STATUS
002820         CLOSE ISSUED-OLD-FILE
002830         MOVE "Y" TO WS-ISSUED-EOF-SWITCH
002840         MOVE 8 TO WS-RETURN-CODE
002850         GO TO 1000-EXIT
002860     END-IF.
002870     SET WS-ISSUED-IS-OPEN TO TRUE.
002880     OPEN OUTPUT PRINT-FILE.
002890     IF WS-PRINT-STATUS NOT = "00"
002900         DISPLAY "PAYCKR01 - UNABLE TO OPEN CKRRPT, STATUS = "
002910             WS-PRINT-STATUS
002920         MOVE 8 TO WS-RETURN-CODE
002930         GO TO 1000-EXIT
002940     END-IF.
002950     SET WS-PRINT-IS-OPEN TO TRUE.
002960     OPEN INPUT PAID-ITEM-FILE.
002970     IF WS-PAIDITEM-STATUS NOT = "00"
002980         DISPLAY "PAYCKR01 - UNABLE TO OPEN PAIDITEM, STATUS = "
002990             WS-PAIDITEM-STATUS
003000         MOVE 8 TO WS-RETURN-CODE
003010         GO TO 1000-EXIT
003020     END-IF.
003030     PERFORM 1100-LOAD-ONE-PAID-ITEM THRU 1100-EXIT
003040         UNTIL WS-PAID-END-OF-FILE.
003050     CLOSE PAID-ITEM-FILE.
003060     IF WS-PAID-DROPPED > ZERO
003070         DISPLAY "PAYCKR01 - PAID ITEMS NOT ALL HELD, ISSUED "
003080             "FILE CARRIED FORWARD UNCHANGED"
003090         GO TO 1000-EXIT
003100     END-IF.
003110     SET WS-APPLY-PAID-ITEMS TO TRUE.
003120     MOVE "CHECKS OUTSTANDING, AGED BY ISSUE DATE" TO SEC-TEXT.
003130     PERFORM 4300-PRINT-SECTION THRU 4300-EXIT.
003140 1000-EXIT.
003150     EXIT.
003160*----------------------------------------------------------------
003170* HOLD ONE PAID ITEM.  AN ITEM THE TABLE CANNOT HOLD WOULD BE
003180* MISSED, SO IT FAILS THE RUN RATHER THAN LEAVE A PAID CHECK
003190* SHOWING OUTSTANDING.
003200*----------------------------------------------------------------
003210 1100-LOAD-ONE-PAID-ITEM.
003220*----------------------------------------------------------------
003230     READ PAID-ITEM-FILE
003240         AT END
003250             MOVE "Y" TO WS-PAID-EOF-SWITCH
003260             GO TO 1100-EXIT
003270     END-READ.
003280     ADD 1 TO WS-PAID-READ.
003290     IF WS-PD-COUNT >= WS-PD-MAX
003300         DISPLAY "PAYCKR01 - PAID-ITEM TABLE FULL, CHECK "
003310             PI-CHECK-NUMBER " DROPPED"
003320         ADD 1 TO WS-PAID-DROPPED
003330         MOVE 8 TO WS-RETURN-CODE
003340         GO TO 1100-EXIT
003350     END-IF.
003360     ADD 1 TO WS-PD-COUNT.
003370     MOVE PI-CHECK-NUMBER TO WS-PD-CHECK-NUMBER (WS-PD-COUNT).
003380     MOVE PI-PAID-DATE    TO WS-PD-PAID-DATE (WS-PD-COUNT).
003390     MOVE PI-AMOUNT       TO WS-PD-AMOUNT (WS-PD-COUNT).
003400     MOVE "N"             TO WS-PD-MATCH-SWITCH (WS-PD-COUNT).
003410 1100-EXIT.
003420     EXIT.
003430*----------------------------------------------------------------
003440* CARRY ONE ISSUED CHECK FORWARD, APPLYING EVERY PAID ITEM THE
003450* BANK REPORTED FOR ITS NUMBER, AND AGE IT IF STILL OUTSTANDING.
003460*----------------------------------------------------------------
003470 2000-RECONCILE-ONE-CHECK.
003480*----------------------------------------------------------------
003490     READ ISSUED-OLD-FILE
003500         AT END
003510             MOVE "Y" TO WS-ISSUED-EOF-SWITCH
003520             GO TO 2000-EXIT
003530     END-READ.
003540     ADD 1 TO WS-ISSUED-READ.
003550     MOVE ISSUED-OLD-RECORD TO ISSUED-CHECK-RECORD.
003560     IF WS-APPLY-PAID-ITEMS
003570         MOVE ZERO TO WS-HIT-COUNT
003580         PERFORM 2100-MATCH-PAID-ITEM THRU 2100-EXIT
003590             VARYING WS-PD-SUB FROM 1 BY 1
003600             UNTIL WS-PD-SUB > WS-PD-COUNT
003610         IF CI-OUTSTANDING
003620             PERFORM 2300-AGE-OUTSTANDING THRU 2300-EXIT
003630         END-IF
003640     END-IF.
003650     WRITE ISSUED-CHECK-RECORD.
003660 2000-EXIT.
003670     EXIT.
003680*----------------------------------------------------------------
003690 2100-MATCH-PAID-ITEM.
003700*----------------------------------------------------------------
003710     IF WS-PD-CHECK-NUMBER (WS-PD-SUB) NOT = CI-CHECK-NUMBER
003720         GO TO 2100-EXIT
003730     END-IF.
003740     SET WS-PD-MATCHED (WS-PD-SUB) TO TRUE.
003750     PERFORM 2200-POST-PAYMENT THRU 2200-EXIT.
003760     ADD 1 TO WS-HIT-COUNT.
003770 2100-EXIT.
003780     EXIT.
003790*----------------------------------------------------------------
003800* THE FIRST PRESENTMENT OF AN OUTSTANDING CHECK MARKS IT PAID.
003810* ANYTHING ELSE THE BANK PAID AGAINST THE NUMBER IS AN EXCEPTION
003820* FOR THE BANK TO RETURN OR PAYROLL TO RECOVER.
003830*----------------------------------------------------------------
003840 2200-POST-PAYMENT.
003850*----------------------------------------------------------------
003860     EVALUATE TRUE
003870         WHEN WS-HIT-COUNT > ZERO
003880             MOVE "DUPLICATE PRESENTMENT" TO WS-EXC-REASON-WORK
003890             PERFORM 2400-ADD-EXCEPTION THRU 2400-EXIT
003900         WHEN CI-OUTSTANDING
003910             MOVE "P" TO CI-STATUS
003920             MOVE WS-PD-PAID-DATE (WS-PD-SUB) TO CI-STATUS-DATE
003930             MOVE WS-PD-AMOUNT (WS-PD-SUB)    TO CI-PAID-AMOUNT
003940             ADD 1 TO WS-PAID-COUNT
003950             ADD CI-PAID-AMOUNT TO WS-PAID-TOTAL
003960             IF CI-PAID-AMOUNT NOT = CI-AMOUNT
003970                 MOVE "AMOUNT MISMATCH" TO WS-EXC-REASON-WORK
003980                 PERFORM 2400-ADD-EXCEPTION THRU 2400-EXIT
003990             END-IF
004000         WHEN CI-VOIDED
004010             MOVE "PAID AFTER VOID" TO WS-EXC-REASON-WORK
004020             PERFORM 2400-ADD-EXCEPTION THRU 2400-EXIT
004030         WHEN OTHER
004040             MOVE "PAID ON AN EARLIER FILE" TO WS-EXC-REASON-WORK
004050             PERFORM 2400-ADD-EXCEPTION THRU 2400-EXIT
004060     END-EVALUATE.
004070 2200-EXIT.
004080     EXIT.
004090*----------------------------------------------------------------
004100* LIST ONE OUTSTANDING CHECK WITH ITS DAYS SINCE ISSUE AND ADD
004110* IT TO ITS AGING BUCKET.
004120*----------------------------------------------------------------
004130 2300-AGE-OUTSTANDING.
004140*----------------------------------------------------------------
004150     COMPUTE WS-ISSUE-INT = FUNCTION INTEGER-OF-DATE
004160         (CI-ISSUE-DATE).
004170     COMPUTE WS-DAYS-OUT = WS-RUN-INT - WS-ISSUE-INT.
004180     IF WS-DAYS-OUT < ZERO
004190         MOVE ZERO TO WS-DAYS-OUT
004200     END-IF.
004210     EVALUATE TRUE
004220         WHEN WS-DAYS-OUT <= 30
004230             MOVE 1 TO WS-AGE-SUB
004240         WHEN WS-DAYS-OUT <= 60
004250             MOVE 2 TO WS-AGE-SUB
004260         WHEN WS-DAYS-OUT <= 90
004270             MOVE 3 TO WS-AGE-SUB
004280         WHEN WS-DAYS-OUT <= WS-STALE-DAYS
004290             MOVE 4 TO WS-AGE-SUB
004300         WHEN OTHER
004310             MOVE 5 TO WS-AGE-SUB
004320     END-EVALUATE.
004330     ADD 1 TO WS-AGE-COUNT (WS-AGE-SUB).
004340     ADD CI-AMOUNT TO WS-AGE-TOTAL (WS-AGE-SUB).
004350     ADD 1 TO WS-OUTSTANDING-COUNT.
004360     ADD CI-AMOUNT TO WS-OUTSTANDING-TOTAL.
004370     MOVE CI-CHECK-NUMBER TO DTL-CHECK-NUMBER.
004380     MOVE CI-ISSUE-DATE   TO WS-DATE-IN-NUM.
004390     PERFORM 4400-EDIT-DATE THRU 4400-EXIT.
004400     MOVE WS-DATE-EDITED  TO DTL-ISSUE-DATE.
004410     MOVE CI-EMPLOYEE-ID  TO DTL-EMPLOYEE-ID.
004420     MOVE CI-PAYEE-NAME   TO DTL-PAYEE-NAME.
004430     MOVE CI-AMOUNT       TO DTL-ISSUED-AMT.
004440     MOVE ZERO            TO DTL-PAID-AMT.
004450     MOVE SPACES          TO DTL-PAID-DATE.
004460     MOVE WS-DAYS-OUT     TO WS-DAYS-EDIT.
004470     MOVE WS-DAYS-EDIT    TO DTL-DAYS-OUT.
004480     EVALUATE TRUE
004490         WHEN WS-AGE-SUB = 5
004500             MOVE "*** STALE" TO DTL-NOTE
004510             IF WS-RETURN-CODE < 4
004520                 MOVE 4 TO WS-RETURN-CODE
004530             END-IF
004540         WHEN CI-FROM-REISSUE
004550             MOVE "REISSUE" TO DTL-NOTE
004560         WHEN OTHER
004570             MOVE SPACES TO DTL-NOTE
004580     END-EVALUATE.
004590     MOVE WS-DETAIL-LINE TO WS-PRINT-AREA.
004600     PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT.
004610 2300-EXIT.
004620     EXIT.
004630*----------------------------------------------------------------
004640* HOLD AN EXCEPTION FOR THE CHECK IN THE ISSUED RECORD AND THE
004650* PAID ITEM AT WS-PD-SUB.  ANY EXCEPTION MAKES THE RUN A 4.
004660*----------------------------------------------------------------
004670 2400-ADD-EXCEPTION.
004680*----------------------------------------------------------------
004690     IF WS-RETURN-CODE < 4
004700         MOVE 4 TO WS-RETURN-CODE
004710     END-IF.
004720     IF WS-EXC-COUNT >= WS-EXC-MAX
004730         DISPLAY "PAYCKR01 - EXCEPTION TABLE FULL, CHECK "
004740             WS-PD-CHECK-NUMBER (WS-PD-SUB) " "
004750             WS-EXC-REASON-WORK " NOT LISTED"
004760         ADD 1 TO WS-EXC-DROPPED
004770         MOVE 8 TO WS-RETURN-CODE
004780         GO TO 2400-EXIT
004790     END-IF.
004800     ADD 1 TO WS-EXC-COUNT.
004810     MOVE WS-PD-CHECK-NUMBER (WS-PD-SUB)
004820         TO WS-EXC-CHECK-NUMBER (WS-EXC-COUNT).
004830     MOVE WS-PD-AMOUNT (WS-PD-SUB)
004840         TO WS-EXC-PAID-AMT (WS-EXC-COUNT).
004850     MOVE WS-PD-PAID-DATE (WS-PD-SUB)
004860         TO WS-EXC-PAID-DATE (WS-EXC-COUNT).
004870     MOVE WS-EXC-REASON-WORK TO WS-EXC-REASON (WS-EXC-COUNT).
004880     IF WS-PD-MATCHED (WS-PD-SUB)
004890         MOVE CI-EMPLOYEE-ID TO WS-EXC-EMPLOYEE-ID (WS-EXC-COUNT)
004900         MOVE CI-PAYEE-NAME  TO WS-EXC-PAYEE-NAME (WS-EXC-COUNT)
004910         MOVE CI-ISSUE-DATE  TO WS-EXC-ISSUE-DATE (WS-EXC-COUNT)
004920         MOVE CI-AMOUNT      TO WS-EXC-ISSUED-AMT (WS-EXC-COUNT)
004930     ELSE
004940         MOVE SPACES TO WS-EXC-EMPLOYEE-ID (WS-EXC-COUNT)
004950         MOVE SPACES TO WS-EXC-PAYEE-NAME (WS-EXC-COUNT)
004960         MOVE ZERO   TO WS-EXC-ISSUE-DATE (WS-EXC-COUNT)
004970         MOVE ZERO   TO WS-EXC-ISSUED-AMT (WS-EXC-COUNT)
004980     END-IF.
004990 2400-EXIT.
005000     EXIT.
005010*----------------------------------------------------------------
005020* A PAID ITEM NO ISSUED CHECK CLAIMED CARRIES A NUMBER PAYROLL
005030* NEVER ISSUED.
005040*----------------------------------------------------------------
005050 3000-LIST-NOT-ISSUED.
005060*----------------------------------------------------------------
005070     IF NOT WS-APPLY-PAID-ITEMS
005080         GO TO 3000-EXIT
005090     END-IF.
005100     PERFORM 3100-CHECK-ONE-PAID-ITEM THRU 3100-EXIT
005110         VARYING WS-PD-SUB FROM 1 BY 1
005120         UNTIL WS-PD-SUB > WS-PD-COUNT.
005130 3000-EXIT.
005140     EXIT.
005150*----------------------------------------------------------------
005160 3100-CHECK-ONE-PAID-ITEM.
005170*----------------------------------------------------------------
005180     IF WS-PD-MATCHED (WS-PD-SUB)
005190         GO TO 3100-EXIT
005200     END-IF.
005210     MOVE "NUMBER NOT ISSUED" TO WS-EXC-REASON-WORK.
005220     PERFORM 2400-ADD-EXCEPTION THRU 2400-EXIT.
005230 3100-EXIT.
005240     EXIT.
005250*----------------------------------------------------------------
005260* PRINT ONE LINE, WITH HEADINGS AT THE TOP OF EACH PAGE.
005270*----------------------------------------------------------------
005280 4100-PRINT-DETAIL.
005290*----------------------------------------------------------------
005300     IF WS-LINE-COUNT = ZERO OR
005310        WS-LINE-COUNT >= WS-LINES-PER-PAGE
005320         ADD 1 TO WS-PAGE-NUMBER
005330         MOVE WS-RUN-DATE-EDIT TO HDG-RUN-DATE
005340         MOVE WS-PAGE-NUMBER   TO HDG-PAGE-NUMBER
005350         MOVE WS-HEADING-1     TO PRINT-LINE
005360         WRITE PRINT-LINE
005370         MOVE SPACES           TO PRINT-LINE
005380         WRITE PRINT-LINE
005390         MOVE WS-HEADING-2     TO PRINT-LINE
005400         WRITE PRINT-LINE
005410         MOVE SPACES           TO PRINT-LINE
005420         WRITE PRINT-LINE
005430         MOVE 4 TO WS-LINE-COUNT
005440     END-IF.
005450     MOVE WS-PRINT-AREA TO PRINT-LINE.
005460     WRITE PRINT-LINE.
005470     ADD 1 TO WS-LINE-COUNT.
005480 4100-EXIT.
005490     EXIT.
005500*----------------------------------------------------------------
005510 4300-PRINT-SECTION.
005520*----------------------------------------------------------------
005530     MOVE SPACES TO WS-PRINT-AREA.
005540     PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT.
005550     MOVE WS-SECTION-LINE TO WS-PRINT-AREA.
005560     PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT.
005570     MOVE SPACES TO WS-PRINT-AREA.
005580     PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT.
005590 4300-EXIT.
005600     EXIT.
005610*----------------------------------------------------------------
005620* EDIT THE CCYYMMDD DATE IN WS-DATE-IN AS MM/DD/CCYY, OR SPACES
005630* WHEN THERE IS NO DATE.
005640*----------------------------------------------------------------
005650 4400-EDIT-DATE.
005660*----------------------------------------------------------------
005670     IF WS-DATE-IN-NUM = ZERO
005680         MOVE SPACES TO WS-DATE-EDITED
005690         GO TO 4400-EXIT
005700     END-IF.
005710     MOVE WS-DATE-IN-MM   TO WS-DATE-OUT-MM.
005720     MOVE WS-DATE-IN-DD   TO WS-DATE-OUT-DD.
005730     MOVE WS-DATE-IN-YYYY TO WS-DATE-OUT-YYYY.
005740     MOVE WS-DATE-OUT-TEXT TO WS-DATE-EDITED.
005750 4400-EXIT.
005760     EXIT.
005770*----------------------------------------------------------------
005780* AFTER THE AGING -- THE OUTSTANDING TOTALS BY AGE, THEN THE
005790* EXCEPTIONS FOR THE BANK AND PAYROLL TO RESOLVE.
005800*----------------------------------------------------------------
005810 5000-PRINT-EXCEPTIONS.
005820*----------------------------------------------------------------
005830     IF NOT WS-APPLY-PAID-ITEMS
005840         GO TO 5000-EXIT
005850     END-IF.
005860     IF WS-OUTSTANDING-COUNT = ZERO
005870         MOVE "NO CHECKS OUTSTANDING" TO NOTE-TEXT
005880         MOVE WS-NOTE-LINE TO WS-PRINT-AREA
005890         PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT
005900     END-IF.
005910     MOVE SPACES TO WS-PRINT-AREA.
005920     PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT.
005930     PERFORM 5100-PRINT-ONE-BUCKET THRU 5100-EXIT
005940         VARYING WS-AGE-SUB FROM 1 BY 1
005950         UNTIL WS-AGE-SUB > 5.
005960     MOVE "TOTAL OUTSTANDING  . . . . . . :" TO AGE-LABEL.
005970     MOVE WS-OUTSTANDING-COUNT TO AGE-COUNT.
005980     MOVE WS-OUTSTANDING-TOTAL TO AGE-AMOUNT.
005990     MOVE WS-AGE-LINE TO WS-PRINT-AREA.
006000     PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT.
006010     MOVE "EXCEPTIONS -- FOR THE BANK OR PAYROLL TO RESOLVE"
006020         TO SEC-TEXT.
006030     PERFORM 4300-PRINT-SECTION THRU 4300-EXIT.
006040     IF WS-EXC-COUNT = ZERO
006050         MOVE "NONE THIS RUN" TO NOTE-TEXT
006060         MOVE WS-NOTE-LINE TO WS-PRINT-AREA
006070         PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT
006080     END-IF.
006090     PERFORM 5200-PRINT-ONE-EXCEPTION THRU 5200-EXIT
006100         VARYING WS-EXC-SUB FROM 1 BY 1
006110         UNTIL WS-EXC-SUB > WS-EXC-COUNT.
006120 5000-EXIT.
006130     EXIT.
006140*----------------------------------------------------------------
006150 5100-PRINT-ONE-BUCKET.
006160*----------------------------------------------------------------
006170     MOVE WS-AGE-LABEL (WS-AGE-SUB) TO AGE-LABEL.
006180     MOVE WS-AGE-COUNT (WS-AGE-SUB) TO AGE-COUNT.
006190     MOVE WS-AGE-TOTAL (WS-AGE-SUB) TO AGE-AMOUNT.
006200     MOVE WS-AGE-LINE TO WS-PRINT-AREA.
006210     PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT.
006220 5100-EXIT.
006230     EXIT.
006240*----------------------------------------------------------------
006250 5200-PRINT-ONE-EXCEPTION.
006260*----------------------------------------------------------------
006270     MOVE WS-EXC-CHECK-NUMBER (WS-EXC-SUB) TO DTL-CHECK-NUMBER.
006280     MOVE WS-EXC-ISSUE-DATE (WS-EXC-SUB)   TO WS-DATE-IN-NUM.
006290     PERFORM 4400-EDIT-DATE THRU 4400-EXIT.
006300     MOVE WS-DATE-EDITED                   TO DTL-ISSUE-DATE.
006310     MOVE WS-EXC-EMPLOYEE-ID (WS-EXC-SUB)  TO DTL-EMPLOYEE-ID.
006320     MOVE WS-EXC-PAYEE-NAME (WS-EXC-SUB)   TO DTL-PAYEE-NAME.
006330     MOVE WS-EXC-ISSUED-AMT (WS-EXC-SUB)   TO DTL-ISSUED-AMT.
006340     MOVE WS-EXC-PAID-AMT (WS-EXC-SUB)     TO DTL-PAID-AMT.
006350     MOVE WS-EXC-PAID-DATE (WS-EXC-SUB)    TO WS-DATE-IN-NUM.
006360     PERFORM 4400-EDIT-DATE THRU 4400-EXIT.
006370     MOVE WS-DATE-EDITED                   TO DTL-PAID-DATE.
006380     MOVE SPACES                           TO DTL-DAYS-OUT.
006390     MOVE WS-EXC-REASON (WS-EXC-SUB)       TO DTL-NOTE.
006400     MOVE WS-DETAIL-LINE TO WS-PRINT-AREA.
006410     PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT.
006420 5200-EXIT.
006430     EXIT.
006440*----------------------------------------------------------------
006450 9000-TERMINATE.
006460*----------------------------------------------------------------
006470     IF WS-ISSUED-IS-OPEN
006480         CLOSE ISSUED-OLD-FILE
006490         CLOSE ISSUED-NEW-FILE
006500     END-IF.
006510     IF WS-PRINT-IS-OPEN
006520         MOVE SPACES TO PRINT-LINE
006530         WRITE PRINT-LINE
006540         MOVE "ISSUED CHECKS READ . . . . . . :" TO CNT-LABEL
006550         MOVE WS-ISSUED-READ TO CNT-VALUE
006560         MOVE WS-COUNT-LINE TO PRINT-LINE
006570         WRITE PRINT-LINE
006580         MOVE "PAID ITEMS READ  . . . . . . . :" TO CNT-LABEL
006590         MOVE WS-PAID-READ TO CNT-VALUE
006600         MOVE WS-COUNT-LINE TO PRINT-LINE
006610         WRITE PRINT-LINE
006620         MOVE "CHECKS PAID THIS RUN . . . . . :" TO CNT-LABEL
006630         MOVE WS-PAID-COUNT TO CNT-VALUE
006640         MOVE WS-COUNT-LINE TO PRINT-LINE
006650         WRITE PRINT-LINE
006660         MOVE "AMOUNT PAID THIS RUN . . . . . :" TO TOT-LABEL
006670         MOVE WS-PAID-TOTAL TO TOT-AMOUNT
006680         MOVE WS-TOTAL-LINE TO PRINT-LINE
006690         WRITE PRINT-LINE
006700         MOVE "EXCEPTIONS . . . . . . . . . . :" TO CNT-LABEL
006710         MOVE WS-EXC-COUNT TO CNT-VALUE
006720         MOVE WS-COUNT-LINE TO PRINT-LINE
006730         WRITE PRINT-LINE
006740         MOVE "EXCEPTIONS NOT LISTED  . . . . :" TO CNT-LABEL
006750         MOVE WS-EXC-DROPPED TO CNT-VALUE
006760         MOVE WS-COUNT-LINE TO PRINT-LINE
006770         WRITE PRINT-LINE
006780         MOVE "PAID ITEMS DROPPED . . . . . . :" TO CNT-LABEL
006790         MOVE WS-PAID-DROPPED TO CNT-VALUE
006800         MOVE WS-COUNT-LINE TO PRINT-LINE
006810         WRITE PRINT-LINE
006820         CLOSE PRINT-FILE
006830     END-IF.
006840     DISPLAY "PAYCKR01 - ISSUED CHECKS READ : " WS-ISSUED-READ.
006850     DISPLAY "PAYCKR01 - PAID ITEMS READ    : " WS-PAID-READ.
006860     DISPLAY "PAYCKR01 - CHECKS PAID        : " WS-PAID-COUNT.
006870     DISPLAY "PAYCKR01 - AMOUNT PAID        : " WS-PAID-TOTAL.
006880     DISPLAY "PAYCKR01 - STILL OUTSTANDING  : "
006890         WS-OUTSTANDING-COUNT.
006900     DISPLAY "PAYCKR01 - STALE CHECKS       : " WS-AGE-COUNT (5).
006910     DISPLAY "PAYCKR01 - EXCEPTIONS         : " WS-EXC-COUNT.
006920     IF NOT WS-APPLY-PAID-ITEMS AND WS-ISSUED-IS-OPEN
006930         DISPLAY "PAYCKR01 - *** PAID ITEMS NOT APPLIED, "
006940             "RERUN WHEN CORRECTED"
006950     END-IF.
006960 9000-EXIT.
006970     EXIT.
