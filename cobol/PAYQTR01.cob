000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     PAYQTR01.
000030 AUTHOR.         J HALVORSEN.
000040 INSTALLATION.   PAYROLL SYSTEMS GROUP.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  -------------------------------------------
000120* 10/15/2026  JH   ORIGINAL PROGRAM.  QUARTERLY WAGE AND
000130*                  WITHHOLDING REPORT -- READS THE YEAR AND
000140*                  QUARTER WANTED FROM QTRPARM (YYYY Q), TAKES
000150*                  THE PAYCAL PERIODS WHOSE END DATE FALLS IN
000160*                  THE QUARTER, AND SUMS EVERY ACCEPTED PAYHIST
000170*                  RECORD OF THOSE PERIODS BY EMPLOYEE: GROSS
000180*                  AND THE AMOUNT TAKEN PER DEDUCTION CODE.
000190*                  THE SUMS ARE THEN PROVEN AGAINST THE CHANGE
000200*                  IN THE YTD MASTER ACROSS THE QUARTER -- THE
000210*                  CURRENT GENERATION (YTDEND) LESS THE COPY
000220*                  RETAINED AT THE CLOSE OF THE PRIOR QUARTER
000230*                  (YTDBEG, NOT READ FOR THE FIRST QUARTER,
000240*                  WHICH STARTS FROM ZERO) -- FOR YTD-GROSS AND
000250*                  EACH YTD-DED-AMOUNT.  AN EMPLOYEE WHOSE
000260*                  HISTORY AND YTD CHANGE DISAGREE IS FLAGGED
000270*                  UNDER THE DETAIL LINE, AND THE REPORT ENDS
000280*                  WITH COMPANY TOTALS AND THE PROOF PER
000290*                  AMOUNT.  RETURN-CODE IS 0 WHEN THE QUARTER
000300*                  PROVES, 4 WHEN ANYTHING IS FLAGGED, AND 8
000310*                  WHEN A FILE COULD NOT BE OPENED OR QTRPARM
000320*                  IS NOT A VALID QUARTER.
000321* 10/15/2026  JH   HISTREC GREW TO 142 BYTES -- FD LENGTH
000322*                  RAISED TO MATCH.  A PAYREV01 REVERSAL
000323*                  CARRIES ITS ORIGINAL'S PERIOD AND
000324*                  NEGATIVE AMOUNTS, BUT ITS BACK-OUT REACHES
000325*                  THE YTD MASTER ON THE DAY IT RUNS -- SO A
000326*                  REVERSAL (PH-REVERSED-RUN-DATE SET) IS
000327*                  TAKEN INTO THE QUARTER WHOSE PAY PERIOD
000328*                  DATES BRACKET ITS OWN RUN DATE, NOT BY ITS
000329*                  PERIOD, AND NETS OUT OF THE QUARTER IT WAS
000330*                  MADE IN.  ORDINARY RESULTS ARE STILL
000331*                  MATCHED ON THEIR PERIOD.
000332* 10/15/2026  JH   PAY GROUPS. PAYCAL GROWS TO 22 BYTES,
000333*                  HISTREC TO 144 AND YTDREC TO 128 WITH THE
000334*                  PAY GROUP -- FD LENGTHS RAISED TO MATCH.
000335*                  THE QUARTER'S PERIODS ARE NOW HELD BY PAY
000336*                  GROUP AND PERIOD, AND A HISTORY RECORD OR
000337*                  A YTDBEG LAST-PAID PERIOD IS MATCHED ON
000338*                  BOTH. HISTORY AND YTD WRITTEN BEFORE PAY
000339*                  GROUPS CARRY NO GROUP AND ARE TAKEN AS
000340*                  MO. PERIOD TABLE RAISED TO 60.
000341* 10/15/2026  JH   THE PAGE HEADING SHOWS THE QUARTER'S
000342*                  FIRST AND LAST PERIOD FOR EACH PAY GROUP
000343*                  INSTEAD OF ONE RANGE ACROSS THE WHOLE
000344*                  PERIOD TABLE, WHICH PAIRED ONE GROUP'S
000345*                  PERIOD WITH ANOTHER'S.
000346* 10/15/2026  JH   QTRPARM NOW ALSO CARRIES THE PRIOR
000347*                  QUARTER THE JOB READS AS YTDBEG; THE RUN
000348*                  ENDS RC 8 WHEN IT IS NOT THE QUARTER
000349*                  BEFORE THE ONE REPORTED.
000350*----------------------------------------------------------------
000351 ENVIRONMENT DIVISION.
000352 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT QTR-PARM-FILE ASSIGN TO "QTRPARM"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-QTRPARM-STATUS.
000400     SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-PAYCAL-STATUS.
000430     SELECT HISTORY-FILE ASSIGN TO "PAYHIST"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-HISTORY-STATUS.
000460     SELECT YTD-BEG-FILE ASSIGN TO "YTDBEG"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-YTDBEG-STATUS.
000490     SELECT YTD-END-FILE ASSIGN TO "YTDEND"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-YTDEND-STATUS.
000520     SELECT PRINT-FILE ASSIGN TO "QTRRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PRINT-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  QTR-PARM-FILE
000580     RECORD CONTAINS 8 CHARACTERS.
000590 01  QTR-PARM-RECORD.
000600     05  QP-YEAR             PIC 9(04).
000610     05  FILLER              PIC X(01).
000620     05  QP-QUARTER          PIC 9(01).
000623     05  FILLER              PIC X(01).
000626     05  QP-PRIOR            PIC 9(01).
000630 FD  PAY-CALENDAR-FILE
000640     RECORD CONTAINS 22 CHARACTERS.
000650     COPY PAYCAL.
000660 FD  HISTORY-FILE
000670     RECORD CONTAINS 144 CHARACTERS.
000680     COPY HISTREC.
000690 FD  YTD-BEG-FILE
000700     RECORD CONTAINS 128 CHARACTERS.
000710     COPY YTDREC REPLACING ==YTD-RECORD== BY ==BEG-YTD-RECORD==.
000720 FD  YTD-END-FILE
000730     RECORD CONTAINS 128 CHARACTERS.
000740     COPY YTDREC.
000750 FD  PRINT-FILE
000760     RECORD CONTAINS 132 CHARACTERS.
000770 01  PRINT-LINE              PIC X(132).
000780 WORKING-STORAGE SECTION.
000790*----------------------------------------------------------------
000800* FILE STATUS AND CONTROL SWITCHES
000810*----------------------------------------------------------------
000820 77  WS-QTRPARM-STATUS       PIC X(02) VALUE SPACES.
000830 77  WS-PAYCAL-STATUS        PIC X(02) VALUE SPACES.
000840 77  WS-HISTORY-STATUS       PIC X(02) VALUE SPACES.
000850 77  WS-YTDBEG-STATUS        PIC X(02) VALUE SPACES.
000860 77  WS-YTDEND-STATUS        PIC X(02) VALUE SPACES.
000870 77  WS-PRINT-STATUS         PIC X(02) VALUE SPACES.
000880 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000890     88  WS-END-OF-FILE                VALUE "Y".
000900 77  WS-CAL-EOF-SWITCH       PIC X(01) VALUE "N".
000910     88  WS-CAL-END-OF-FILE            VALUE "Y".
000920 77  WS-HISTORY-OPEN-SWITCH  PIC X(01) VALUE "N".
000930     88  WS-HISTORY-IS-OPEN            VALUE "Y".
000940 77  WS-YTDBEG-OPEN-SWITCH   PIC X(01) VALUE "N".
000950     88  WS-YTDBEG-IS-OPEN             VALUE "Y".
000960 77  WS-PRINT-OPEN-SWITCH    PIC X(01) VALUE "N".
000970     88  WS-PRINT-IS-OPEN              VALUE "Y".
000980 77  WS-CODE-FULL-SWITCH     PIC X(01) VALUE "N".
000990     88  WS-CODE-TABLE-FULL            VALUE "Y".
001000 77  WS-EMP-FLAG-SWITCH      PIC X(01) VALUE "N".
001010     88  WS-EMP-FLAGGED                VALUE "Y".
001020 77  WS-QEMP-FOUND-SWITCH    PIC X(01) VALUE "N".
001030     88  WS-QEMP-FOUND                 VALUE "Y".
001040 77  WS-ON-END-SWITCH        PIC X(01) VALUE "N".
001050     88  WS-ON-YTD-END                 VALUE "Y".
001060 77  WS-RETURN-CODE          PIC 9(01) VALUE ZERO.
001070*----------------------------------------------------------------
001074* QUARTER BOUNDS AND THE PAY PERIODS THAT FALL IN IT, BY PAY
001078* GROUP -- EACH GROUP NUMBERS ITS OWN PERIODS.  HISTORY AND YTD
001082* WRITTEN BEFORE THERE WERE PAY GROUPS CARRY NO GROUP AND ARE
001086* TAKEN AS THE MONTHLY GROUP.
001090*----------------------------------------------------------------
001100 77  WS-QTR-FIRST-MM         PIC 9(02) VALUE ZERO.
001110 77  WS-QTR-LAST-MM          PIC 9(02) VALUE ZERO.
001115 77  WS-QTR-PRIOR            PIC 9(01) VALUE ZERO.
001120 77  WS-FIND-PERIOD          PIC 9(02) VALUE ZERO.
001125 77  WS-FIND-GROUP           PIC X(02) VALUE SPACES.
001130 77  WS-LEGACY-GROUP         PIC X(02) VALUE "MO".
001135 77  WS-QPER-MAX             PIC 9(03) COMP VALUE 60.
001140 77  WS-QPER-COUNT           PIC 9(03) COMP VALUE ZERO.
001150 77  WS-QPER-SUB             PIC 9(03) COMP VALUE ZERO.
001160 01  WS-QPER-TABLE.
001166     05  WS-QPER-ENTRY OCCURS 60 TIMES.
001172         10  WS-QPER-GROUP       PIC X(02).
001180         10  WS-QPER-NUMBER      PIC 9(02).
001181         10  WS-QPER-START       PIC 9(08).
001182         10  WS-QPER-END         PIC 9(08).
001183*----------------------------------------------------------------
001184* FIRST AND LAST PERIOD OF THE QUARTER FOR EACH PAY GROUP, FOR
001185* THE PAGE HEADING -- THE GROUPS NUMBER THEIR PERIODS APART, SO
001186* ONE RANGE ACROSS THE WHOLE TABLE WOULD MEAN NOTHING.
001187*----------------------------------------------------------------
001188 77  WS-QGRP-MAX             PIC 9(03) COMP VALUE 5.
001189 77  WS-QGRP-COUNT           PIC 9(03) COMP VALUE ZERO.
001190 77  WS-QGRP-SUB             PIC 9(03) COMP VALUE ZERO.
001191 01  WS-QGRP-TABLE.
001192     05  WS-QGRP-ENTRY OCCURS 5 TIMES.
001193         10  WS-QGRP-GROUP       PIC X(02).
001194         10  WS-QGRP-FIRST       PIC 9(02).
001195         10  WS-QGRP-LAST        PIC 9(02).
001196 01  WS-CAL-END-DATE         PIC 9(08) VALUE ZERO.
001200 01  WS-CAL-END-SPLIT REDEFINES WS-CAL-END-DATE.
001210     05  WS-CAL-END-YYYY     PIC 9(04).
001220     05  WS-CAL-END-MM       PIC 9(02).
001230     05  WS-CAL-END-DD       PIC 9(02).
001240 01  WS-HIST-RUN-DATE        PIC 9(08) VALUE ZERO.
001250 01  WS-HIST-RUN-SPLIT REDEFINES WS-HIST-RUN-DATE.
001260     05  WS-HIST-RUN-YYYY    PIC 9(04).
001270     05  WS-HIST-RUN-MM      PIC 9(02).
001280     05  WS-HIST-RUN-DD      PIC 9(02).
001290 01  WS-BEG-LAST-PAID        PIC 9(08) VALUE ZERO.
001300 01  WS-BEG-LAST-SPLIT REDEFINES WS-BEG-LAST-PAID.
001310     05  WS-BEG-LAST-YYYY    PIC 9(04).
001320     05  WS-BEG-LAST-MM      PIC 9(02).
001330     05  WS-BEG-LAST-DD      PIC 9(02).
001340*----------------------------------------------------------------
001350* DEDUCTION CODES MET IN THE QUARTER -- ONE REPORT COLUMN EACH,
001360* IN THE ORDER FIRST SEEN.  FIVE MATCHES THE DEDDTL SLOTS.
001370*----------------------------------------------------------------
001380 77  WS-QCODE-MAX            PIC 9(02) COMP VALUE 5.
001390 77  WS-QCODE-COUNT          PIC 9(02) COMP VALUE ZERO.
001400 77  WS-COL-SUB              PIC 9(02) COMP VALUE ZERO.
001410 77  WS-DTL-SUB              PIC 9(02) COMP VALUE ZERO.
001420 77  WS-FIND-CODE            PIC X(03) VALUE SPACES.
001430 01  WS-QCODE-TABLE.
001440     05  WS-QCODE-ENTRY OCCURS 5 TIMES.
001450         10  WS-QCODE            PIC X(03).
001460*----------------------------------------------------------------
001470* PER-EMPLOYEE QUARTER FIGURES, KEPT IN EMP-ID ORDER -- HISTORY
001480* SUMS ON ONE SIDE, YTD CHANGE ON THE OTHER, ONE AMOUNT PER
001490* CODE COLUMN ON EACH
001500*----------------------------------------------------------------
001510 77  WS-QEMP-MAX             PIC 9(03) COMP VALUE 500.
001520 77  WS-QEMP-COUNT           PIC 9(03) COMP VALUE ZERO.
001530 77  WS-QEMP-SUB             PIC 9(03) COMP VALUE ZERO.
001540 77  WS-SHIFT-SUB            PIC 9(03) COMP VALUE ZERO.
001550 77  WS-FIND-ID              PIC 9(05) VALUE ZERO.
001560 01  WS-QEMP-TABLE.
001570     05  WS-QEMP-ENTRY OCCURS 500 TIMES.
001580         10  WS-QEMP-ID          PIC 9(05).
001590         10  WS-QEMP-NAME        PIC X(20).
001600         10  WS-QEMP-HIST-SWITCH PIC X(01).
001610             88  WS-QEMP-ON-HISTORY     VALUE "Y".
001620         10  WS-QEMP-YTD-SWITCH  PIC X(01).
001630             88  WS-QEMP-ON-YTD         VALUE "Y".
001640         10  WS-QEMP-HIST-GROSS  PIC S9(07)V99.
001650         10  WS-QEMP-YTD-GROSS   PIC S9(07)V99.
001660         10  WS-QEMP-COLUMN OCCURS 5 TIMES.
001670             15  WS-QEMP-HIST-AMT    PIC S9(07)V99.
001680             15  WS-QEMP-YTD-AMT     PIC S9(07)V99.
001690 01  WS-QEMP-EMPTY.
001700     05  FILLER              PIC 9(05) VALUE ZERO.
001710     05  FILLER              PIC X(20) VALUE SPACES.
001720     05  FILLER              PIC X(01) VALUE "N".
001730     05  FILLER              PIC X(01) VALUE "N".
001740     05  FILLER              PIC S9(07)V99 VALUE ZERO.
001750     05  FILLER              PIC S9(07)V99 VALUE ZERO.
001760     05  FILLER OCCURS 5 TIMES.
001770         10  FILLER          PIC S9(07)V99 VALUE ZERO.
001780         10  FILLER          PIC S9(07)V99 VALUE ZERO.
001790*----------------------------------------------------------------
001800* YTD MERGE -- BEGINNING AND ENDING GENERATIONS IN EMP-ID ORDER
001810*----------------------------------------------------------------
001820 77  WS-BEG-KEY              PIC X(05) VALUE HIGH-VALUES.
001830 77  WS-END-KEY              PIC X(05) VALUE HIGH-VALUES.
001840 77  WS-MERGE-KEY            PIC X(05) VALUE SPACES.
001850 77  WS-MERGE-NAME           PIC X(20) VALUE SPACES.
001860 77  WS-DELTA-GROSS          PIC S9(07)V99 VALUE ZERO.
001870 01  WS-DELTA-TABLE.
001880     05  WS-DELTA-AMT OCCURS 5 TIMES
001890                             PIC S9(07)V99.
001900*----------------------------------------------------------------
001910* COMPANY TOTALS AND PROOF FIGURES
001920*----------------------------------------------------------------
001930 77  WS-TOT-HIST-GROSS       PIC S9(09)V99 VALUE ZERO.
001940 77  WS-TOT-YTD-GROSS        PIC S9(09)V99 VALUE ZERO.
001950 77  WS-PROOF-HISTORY        PIC S9(09)V99 VALUE ZERO.
001960 77  WS-PROOF-YTD            PIC S9(09)V99 VALUE ZERO.
001970 77  WS-PROOF-DIFF           PIC S9(09)V99 VALUE ZERO.
001980 01  WS-TOT-COLUMN-TABLE.
001990     05  WS-TOT-COLUMN OCCURS 5 TIMES.
002000         10  WS-TOT-HIST-AMT     PIC S9(09)V99.
002010         10  WS-TOT-YTD-AMT      PIC S9(09)V99.
002020 77  WS-OUT-OF-BALANCE       PIC 9(02) COMP VALUE ZERO.
002030*----------------------------------------------------------------
002040* RUN COUNTS
002050*----------------------------------------------------------------
002060 77  WS-HIST-READ            PIC 9(07) COMP VALUE ZERO.
002070 77  WS-HIST-SELECTED        PIC 9(07) COMP VALUE ZERO.
002080 77  WS-HIST-OUTSIDE         PIC 9(07) COMP VALUE ZERO.
002090 77  WS-HIST-REJECTED        PIC 9(07) COMP VALUE ZERO.
002100 77  WS-EMP-REPORTED         PIC 9(05) COMP VALUE ZERO.
002110 77  WS-EMP-FLAGGED-COUNT    PIC 9(05) COMP VALUE ZERO.
002120 77  WS-EMP-DROPPED          PIC 9(05) COMP VALUE ZERO.
002130 77  WS-BEG-LATE-COUNT       PIC 9(05) COMP VALUE ZERO.
002140*----------------------------------------------------------------
002150* RUN DATE AND REPORT PAGE CONTROLS
002160*----------------------------------------------------------------
002170 01  WS-RUN-DATE.
002180     05  WS-RUN-YYYY         PIC 9(04).
002190     05  WS-RUN-MM           PIC 9(02).
002200     05  WS-RUN-DD           PIC 9(02).
002210 01  WS-RUN-DATE-EDIT.
002220     05  WS-RUN-DATE-MM      PIC 9(02).
002230     05  FILLER              PIC X(01) VALUE "/".
002240     05  WS-RUN-DATE-DD      PIC 9(02).
002250     05  FILLER              PIC X(01) VALUE "/".
002260     05  WS-RUN-DATE-YYYY    PIC 9(04).
002270 77  WS-PAGE-NUMBER          PIC 9(03) COMP VALUE ZERO.
002280 77  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
002290 77  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 15.
002300 01  WS-PRINT-AREA           PIC X(132) VALUE SPACES.
002310*----------------------------------------------------------------
002320* REPORT LINE LAYOUTS
002330*----------------------------------------------------------------
002340 01  WS-HEADING-1.
002350     05  FILLER              PIC X(40) VALUE
002360         "QUARTERLY WAGE AND WITHHOLDING REPORT".
002370     05  FILLER              PIC X(10) VALUE "RUN DATE :".
002380     05  HDG-RUN-DATE        PIC X(10).
002390     05  FILLER              PIC X(10) VALUE SPACES.
002400     05  FILLER              PIC X(06) VALUE "PAGE :".
002410     05  HDG-PAGE-NUMBER     PIC ZZ9.
002420 01  WS-HEADING-2.
002430     05  FILLER              PIC X(10) VALUE "QUARTER : ".
002440     05  HDG-QUARTER         PIC 9(01).
002450     05  FILLER              PIC X(10) VALUE "   YEAR : ".
002460     05  HDG-YEAR            PIC 9(04).
002470     05  FILLER              PIC X(17) VALUE
002480         "   PAY PERIODS : ".
002482     05  HDG-GROUP-AREA.
002484         10  HDG-GROUP-SLOT OCCURS 5 TIMES
002486                             PIC X(16).
002488 01  WS-GROUP-HEADING.
002490     05  GHD-GROUP           PIC X(02).
002492     05  FILLER              PIC X(01) VALUE SPACE.
002494     05  GHD-FIRST-PERIOD    PIC 9(02).
002500     05  FILLER              PIC X(06) VALUE " THRU ".
002506     05  GHD-LAST-PERIOD     PIC 9(02).
002512     05  FILLER              PIC X(03) VALUE SPACES.
002520 01  WS-HEADING-3.
002530     05  FILLER              PIC X(07) VALUE "EMP-ID ".
002540     05  FILLER              PIC X(22) VALUE "EMPLOYEE NAME".
002550     05  FILLER              PIC X(15) VALUE
002560         "      GROSS PAY".
002570     05  HDG-CODE-AREA.
002580         10  HDG-CODE-SLOT OCCURS 5 TIMES
002590                             PIC X(17).
002600 01  WS-CODE-HEADING.
002610     05  FILLER              PIC X(10) VALUE SPACES.
002620     05  FILLER              PIC X(04) VALUE "DED ".
002630     05  CHD-CODE            PIC X(03).
002640 01  WS-DETAIL-LINE.
002650     05  DTL-LABEL-AREA.
002660         10  DTL-EMPLOYEE-ID     PIC 9(05).
002670         10  FILLER              PIC X(02).
002680         10  DTL-EMPLOYEE-NAME   PIC X(20).
002690         10  FILLER              PIC X(02).
002700     05  DTL-LABEL REDEFINES DTL-LABEL-AREA
002710                             PIC X(29).
002720     05  DTL-GROSS           PIC ZZZ,ZZZ,ZZ9.99-.
002730     05  DTL-CODE-SLOT OCCURS 5 TIMES.
002740         10  FILLER              PIC X(02).
002750         10  DTL-CODE-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
002760 01  WS-FLAG-LINE.
002770     05  FILLER              PIC X(07) VALUE SPACES.
002780     05  FLG-MARK            PIC X(04).
002790     05  FLG-LABEL           PIC X(10).
002800     05  FILLER              PIC X(10) VALUE "HISTORY : ".
002810     05  FLG-HISTORY         PIC ZZZ,ZZZ,ZZ9.99-.
002820     05  FILLER              PIC X(15) VALUE
002830         "  YTD CHANGE : ".
002840     05  FLG-YTD             PIC ZZZ,ZZZ,ZZ9.99-.
002850     05  FILLER              PIC X(15) VALUE
002860         "  DIFFERENCE : ".
002870     05  FLG-DIFF            PIC ZZZ,ZZZ,ZZ9.99-.
002880     05  FILLER              PIC X(02) VALUE SPACES.
002890     05  FLG-STATUS          PIC X(14).
002900 01  WS-FLAG-LABEL.
002910     05  FILLER              PIC X(04) VALUE "DED ".
002920     05  FLB-CODE            PIC X(03).
002930     05  FILLER              PIC X(03) VALUE SPACES.
002940 01  WS-NOTE-LINE.
002950     05  FILLER              PIC X(07) VALUE SPACES.
002960     05  FILLER              PIC X(04) VALUE "*** ".
002970     05  NOTE-TEXT           PIC X(60).
002980 01  WS-SECTION-LINE.
002990     05  SEC-TEXT            PIC X(60).
003000 01  WS-COUNT-LINE.
003010     05  CNT-LABEL           PIC X(33).
003020     05  CNT-VALUE           PIC ZZZ,ZZ9.
003030 PROCEDURE DIVISION.
003040*----------------------------------------------------------------
003050 0000-MAINLINE.
003060*----------------------------------------------------------------
003070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003080     PERFORM 2000-LOAD-ONE-HISTORY THRU 2000-EXIT
003090         UNTIL WS-END-OF-FILE.
003100     PERFORM 3000-MERGE-YTD THRU 3000-EXIT.
003110     PERFORM 5000-PRINT-REPORT THRU 5000-EXIT.
003120     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003130     MOVE WS-RETURN-CODE TO RETURN-CODE.
003140     STOP RUN.
003150*----------------------------------------------------------------
003160 1000-INITIALIZE.
003170*----------------------------------------------------------------
003180     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003190     MOVE WS-RUN-MM   TO WS-RUN-DATE-MM.
003200     MOVE WS-RUN-DD   TO WS-RUN-DATE-DD.
003210     MOVE WS-RUN-YYYY TO WS-RUN-DATE-YYYY.
003220     MOVE "Y" TO WS-EOF-SWITCH.
003230     OPEN INPUT QTR-PARM-FILE.
003240     IF WS-QTRPARM-STATUS NOT = "00"
003250         DISPLAY "PAYQTR01 - UNABLE TO OPEN QTRPARM, STATUS = "
003260             WS-QTRPARM-STATUS
003270         MOVE 8 TO WS-RETURN-CODE
003280         GO TO 1000-EXIT
003290     END-IF.
003300     READ QTR-PARM-FILE
003310         AT END
003320             MOVE SPACES TO QTR-PARM-RECORD
003330     END-READ.
003340     CLOSE QTR-PARM-FILE.
003350     IF QP-YEAR NOT NUMERIC OR
003360        QP-QUARTER NOT NUMERIC OR
003370        QP-QUARTER < 1 OR
003380        QP-QUARTER > 4
003390         DISPLAY "PAYQTR01 - QTRPARM IS NOT A VALID YEAR AND "
003400             "QUARTER (YYYY Q P) : " QTR-PARM-RECORD
003410         MOVE 8 TO WS-RETURN-CODE
003420         GO TO 1000-EXIT
003430     END-IF.
003431*    THE PRIOR QUARTER NAMES THE CLOSING COPY THE JOB READS AS
003432*    YTDBEG.  IT MUST BE THE QUARTER BEFORE THE ONE REPORTED, OR
003433*    THE CHANGE WOULD BE TAKEN FROM THE WRONG QUARTER END.
003434     IF QP-QUARTER = 1
003435         MOVE 4 TO WS-QTR-PRIOR
003436     ELSE
003437         COMPUTE WS-QTR-PRIOR = QP-QUARTER - 1
003438     END-IF.
003439     IF QP-PRIOR NOT NUMERIC OR
003440        QP-PRIOR NOT = WS-QTR-PRIOR
003441         DISPLAY "PAYQTR01 - QTRPARM PRIOR QUARTER IS NOT THE "
003442             "QUARTER BEFORE " QP-QUARTER " : " QTR-PARM-RECORD
003443         MOVE 8 TO WS-RETURN-CODE
003444         GO TO 1000-EXIT
003445     END-IF.
003446     COMPUTE WS-QTR-LAST-MM = QP-QUARTER * 3.
003450     COMPUTE WS-QTR-FIRST-MM = WS-QTR-LAST-MM - 2.
003460     PERFORM 1100-LOAD-QUARTER-PERIODS THRU 1100-EXIT.
003470     IF WS-RETURN-CODE = 8
003480         GO TO 1000-EXIT
003490     END-IF.
003500     IF WS-QPER-COUNT = ZERO
003510         DISPLAY "PAYQTR01 - NO PAYCAL PERIOD ENDS IN QUARTER "
003520             QP-QUARTER " OF " QP-YEAR
003530         MOVE 8 TO WS-RETURN-CODE
003540         GO TO 1000-EXIT
003550     END-IF.
003560     OPEN INPUT HISTORY-FILE.
003570     IF WS-HISTORY-STATUS NOT = "00"
003580         DISPLAY "PAYQTR01 - UNABLE TO OPEN PAYHIST, STATUS = "
003590             WS-HISTORY-STATUS
003600         MOVE 8 TO WS-RETURN-CODE
003610         GO TO 1000-EXIT
003620     END-IF.
003630     SET WS-HISTORY-IS-OPEN TO TRUE.
003640     OPEN OUTPUT PRINT-FILE.
003650     IF WS-PRINT-STATUS NOT = "00"
003660         DISPLAY "PAYQTR01 - UNABLE TO OPEN QTRRPT, STATUS = "
003670             WS-PRINT-STATUS
003680         MOVE 8 TO WS-RETURN-CODE
003690         GO TO 1000-EXIT
003700     END-IF.
003710     SET WS-PRINT-IS-OPEN TO TRUE.
003720     MOVE "N" TO WS-EOF-SWITCH.
003730 1000-EXIT.
003740     EXIT.
003750*----------------------------------------------------------------
003760* TAKE EVERY PAYCAL PERIOD, OF EVERY PAY GROUP, WHOSE END DATE
003770* FALLS IN ONE OF THE QUARTER'S MONTHS OF THE REQUESTED YEAR.
003780*----------------------------------------------------------------
003790 1100-LOAD-QUARTER-PERIODS.
003800*----------------------------------------------------------------
003810     OPEN INPUT PAY-CALENDAR-FILE.
003820     IF WS-PAYCAL-STATUS NOT = "00"
003830         DISPLAY "PAYQTR01 - UNABLE TO OPEN PAYCAL, STATUS = "
003840             WS-PAYCAL-STATUS
003850         MOVE 8 TO WS-RETURN-CODE
003860         GO TO 1100-EXIT
003870     END-IF.
003880     PERFORM 1150-LOAD-ONE-PERIOD THRU 1150-EXIT
003890         UNTIL WS-CAL-END-OF-FILE.
003900     CLOSE PAY-CALENDAR-FILE.
003910     DISPLAY "PAYQTR01 - PAY PERIODS IN THE QUARTER : "
003920         WS-QPER-COUNT.
003930 1100-EXIT.
003940     EXIT.
003950*----------------------------------------------------------------
003960 1150-LOAD-ONE-PERIOD.
003970*----------------------------------------------------------------
003980     READ PAY-CALENDAR-FILE
003990         AT END
004000             MOVE "Y" TO WS-CAL-EOF-SWITCH
004010             GO TO 1150-EXIT
004020     END-READ.
004030     MOVE PC-END-DATE TO WS-CAL-END-DATE.
004040     IF WS-CAL-END-YYYY NOT = QP-YEAR OR
004050        WS-CAL-END-MM < WS-QTR-FIRST-MM OR
004060        WS-CAL-END-MM > WS-QTR-LAST-MM
004070         GO TO 1150-EXIT
004080     END-IF.
004090     IF WS-QPER-COUNT >= WS-QPER-MAX
004097         DISPLAY "PAYQTR01 - PERIOD TABLE FULL, GROUP "
004104             PC-PAY-GROUP " PERIOD " PC-PERIOD-NUMBER
004111             " DROPPED"
004120         IF WS-RETURN-CODE < 4
004130             MOVE 4 TO WS-RETURN-CODE
004140         END-IF
004150         GO TO 1150-EXIT
004160     END-IF.
004170     ADD 1 TO WS-QPER-COUNT.
004175     MOVE PC-PAY-GROUP     TO WS-QPER-GROUP (WS-QPER-COUNT).
004180     MOVE PC-PERIOD-NUMBER TO WS-QPER-NUMBER (WS-QPER-COUNT).
004181     MOVE PC-START-DATE    TO WS-QPER-START (WS-QPER-COUNT).
004182     MOVE PC-END-DATE      TO WS-QPER-END (WS-QPER-COUNT).
004185     PERFORM 1160-NOTE-GROUP-RANGE THRU 1160-EXIT.
004190 1150-EXIT.
004200     EXIT.
004201*----------------------------------------------------------------
004202* WIDEN THE PERIOD'S PAY GROUP'S RANGE FOR THE HEADING, STARTING
004203* A NEW RANGE THE FIRST TIME THE GROUP IS SEEN.
004204*----------------------------------------------------------------
004205 1160-NOTE-GROUP-RANGE.
004206*----------------------------------------------------------------
004207     MOVE 1 TO WS-QGRP-SUB.
004208     PERFORM 1170-BUMP-QGRP-SUB THRU 1170-EXIT
004209         UNTIL WS-QGRP-SUB > WS-QGRP-COUNT
004210            OR WS-QGRP-GROUP (WS-QGRP-SUB) = PC-PAY-GROUP.
004211     IF WS-QGRP-SUB > WS-QGRP-COUNT
004212         IF WS-QGRP-COUNT >= WS-QGRP-MAX
004213             DISPLAY "PAYQTR01 - HEADING GROUP TABLE FULL, GROUP "
004214                 PC-PAY-GROUP " PERIOD " PC-PERIOD-NUMBER
004215                 " NOT SHOWN"
004216             IF WS-RETURN-CODE < 4
004217                 MOVE 4 TO WS-RETURN-CODE
004218             END-IF
004219             GO TO 1160-EXIT
004220         END-IF
004221         ADD 1 TO WS-QGRP-COUNT
004222         MOVE PC-PAY-GROUP     TO WS-QGRP-GROUP (WS-QGRP-SUB)
004223         MOVE PC-PERIOD-NUMBER TO WS-QGRP-FIRST (WS-QGRP-SUB)
004224         MOVE PC-PERIOD-NUMBER TO WS-QGRP-LAST (WS-QGRP-SUB)
004225         GO TO 1160-EXIT
004226     END-IF.
004227     IF PC-PERIOD-NUMBER < WS-QGRP-FIRST (WS-QGRP-SUB)
004228         MOVE PC-PERIOD-NUMBER TO WS-QGRP-FIRST (WS-QGRP-SUB)
004229     END-IF.
004230     IF PC-PERIOD-NUMBER > WS-QGRP-LAST (WS-QGRP-SUB)
004231         MOVE PC-PERIOD-NUMBER TO WS-QGRP-LAST (WS-QGRP-SUB)
004232     END-IF.
004233 1160-EXIT.
004234     EXIT.
004235*----------------------------------------------------------------
004236 1170-BUMP-QGRP-SUB.
004237*----------------------------------------------------------------
004238     ADD 1 TO WS-QGRP-SUB.
004239 1170-EXIT.
004240     EXIT.
004241*----------------------------------------------------------------
004242* SUM ONE HISTORY RECORD INTO ITS EMPLOYEE'S QUARTER FIGURES
004243* WHEN IT BELONGS TO ONE OF THE QUARTER'S PERIODS OF THE YEAR.
004244* A PAYREV01 REVERSAL CARRIES ITS ORIGINAL'S PERIOD, BUT ITS
004245* BACK-OUT WENT INTO THE YTD GENERATION CURRENT ON THE DAY THE
004246* REVERSAL RAN -- SO IT BELONGS TO THE QUARTER WHOSE PERIOD
004247* DATES BRACKET ITS OWN RUN DATE, NOT TO ITS PERIOD'S QUARTER.
004248* REJECTED RUNS NEVER REACHED THE YTD MASTER AND ARE LEFT OUT.
004250*----------------------------------------------------------------
004260 2000-LOAD-ONE-HISTORY.
004270*----------------------------------------------------------------
004280     READ HISTORY-FILE
004290         AT END
004300             MOVE "Y" TO WS-EOF-SWITCH
004310             GO TO 2000-EXIT
004320     END-READ.
004330     ADD 1 TO WS-HIST-READ.
004340     MOVE PH-RUN-DATE TO WS-HIST-RUN-DATE.
004350     MOVE PH-PERIOD   TO WS-FIND-PERIOD.
004355     MOVE PH-PAY-GROUP TO WS-FIND-GROUP.
004357     IF PH-REVERSED-RUN-DATE IS NUMERIC AND
004359        PH-REVERSED-RUN-DATE > ZERO
004361         PERFORM 2250-FIND-REVERSAL-PERIOD THRU 2250-EXIT
004363     ELSE
004365         PERFORM 2200-FIND-QTR-PERIOD THRU 2200-EXIT
004367     END-IF.
004370     IF WS-HIST-RUN-YYYY NOT = QP-YEAR OR
004380        WS-QPER-SUB > WS-QPER-COUNT
004390         ADD 1 TO WS-HIST-OUTSIDE
004400         GO TO 2000-EXIT
004410     END-IF.
004420     IF PH-ERROR-CODE NOT = ZERO
004430         ADD 1 TO WS-HIST-REJECTED
004440         GO TO 2000-EXIT
004450     END-IF.
004460     ADD 1 TO WS-HIST-SELECTED.
004470     MOVE PH-EMPLOYEE-ID TO WS-FIND-ID.
004480     PERFORM 2300-FIND-EMPLOYEE THRU 2300-EXIT.
004490     IF NOT WS-QEMP-FOUND
004500         PERFORM 2330-INSERT-EMPLOYEE THRU 2330-EXIT
004510     END-IF.
004520     IF WS-QEMP-SUB = ZERO
004530         GO TO 2000-EXIT
004540     END-IF.
004550     MOVE PH-EMPLOYEE-NAME TO WS-QEMP-NAME (WS-QEMP-SUB).
004560     MOVE "Y" TO WS-QEMP-HIST-SWITCH (WS-QEMP-SUB).
004570     ADD PH-GROSS-PAY TO WS-QEMP-HIST-GROSS (WS-QEMP-SUB).
004580     PERFORM 2400-ADD-ONE-HIST-CODE THRU 2400-EXIT
004590         VARYING WS-DTL-SUB FROM 1 BY 1
004600         UNTIL WS-DTL-SUB > 5.
004610 2000-EXIT.
004620     EXIT.
004630*----------------------------------------------------------------
004640 2200-FIND-QTR-PERIOD.
004650*----------------------------------------------------------------
004652     IF WS-FIND-GROUP = SPACES
004654         MOVE WS-LEGACY-GROUP TO WS-FIND-GROUP
004656     END-IF.
004660     MOVE 1 TO WS-QPER-SUB.
004670     PERFORM 2210-BUMP-QPER-SUB THRU 2210-EXIT
004680         UNTIL WS-QPER-SUB > WS-QPER-COUNT
004686            OR (WS-QPER-GROUP (WS-QPER-SUB) = WS-FIND-GROUP
004692            AND WS-QPER-NUMBER (WS-QPER-SUB) = WS-FIND-PERIOD).
004700 2200-EXIT.
004710     EXIT.
004720*----------------------------------------------------------------
004730 2210-BUMP-QPER-SUB.
004740*----------------------------------------------------------------
004750     ADD 1 TO WS-QPER-SUB.
004760 2210-EXIT.
004770     EXIT.
004771*----------------------------------------------------------------
004772* FIND THE QUARTER PERIOD OF THE REVERSAL'S PAY GROUP WHOSE START
004773* AND END DATES BRACKET THE DAY THE REVERSAL RAN.
004774*----------------------------------------------------------------
004775 2250-FIND-REVERSAL-PERIOD.
004776*----------------------------------------------------------------
004777     IF WS-FIND-GROUP = SPACES
004778         MOVE WS-LEGACY-GROUP TO WS-FIND-GROUP
004779     END-IF.
004780     MOVE 1 TO WS-QPER-SUB.
004781     PERFORM 2210-BUMP-QPER-SUB THRU 2210-EXIT
004782         UNTIL WS-QPER-SUB > WS-QPER-COUNT
004783            OR (WS-QPER-GROUP (WS-QPER-SUB) = WS-FIND-GROUP
004784            AND WS-QPER-START (WS-QPER-SUB) <= WS-HIST-RUN-DATE
004785            AND WS-QPER-END (WS-QPER-SUB) >= WS-HIST-RUN-DATE).
004786 2250-EXIT.
004787     EXIT.
004788*----------------------------------------------------------------
004790* FIND WS-FIND-ID IN THE EMPLOYEE TABLE.  THE TABLE IS KEPT IN
004800* EMP-ID ORDER, SO A MISS LEAVES WS-QEMP-SUB AT THE SLOT THE
004810* EMPLOYEE WOULD BE INSERTED INTO.
004820*----------------------------------------------------------------
004830 2300-FIND-EMPLOYEE.
004840*----------------------------------------------------------------
004850     MOVE "N" TO WS-QEMP-FOUND-SWITCH.
004860     MOVE 1 TO WS-QEMP-SUB.
004870     PERFORM 2310-BUMP-QEMP-SUB THRU 2310-EXIT
004880         UNTIL WS-QEMP-SUB > WS-QEMP-COUNT
004890            OR WS-QEMP-ID (WS-QEMP-SUB) NOT < WS-FIND-ID.
004900     IF WS-QEMP-SUB <= WS-QEMP-COUNT
004910         IF WS-QEMP-ID (WS-QEMP-SUB) = WS-FIND-ID
004920             SET WS-QEMP-FOUND TO TRUE
004930         END-IF
004940     END-IF.
004950 2300-EXIT.
004960     EXIT.
004970*----------------------------------------------------------------
004980 2310-BUMP-QEMP-SUB.
004990*----------------------------------------------------------------
005000     ADD 1 TO WS-QEMP-SUB.
005010 2310-EXIT.
005020     EXIT.
005030*----------------------------------------------------------------
005040* OPEN AN EMPTY ENTRY FOR WS-FIND-ID AT WS-QEMP-SUB, SHIFTING
005050* THE HIGHER EMP-IDS UP ONE.  A FULL TABLE DROPS THE EMPLOYEE
005060* AND RETURNS WS-QEMP-SUB AS ZERO.
005070*----------------------------------------------------------------
005080 2330-INSERT-EMPLOYEE.
005090*----------------------------------------------------------------
005100     IF WS-QEMP-COUNT >= WS-QEMP-MAX
005110         DISPLAY "PAYQTR01 - EMPLOYEE TABLE FULL, EMPLOYEE "
005120             WS-FIND-ID " DROPPED"
005130         ADD 1 TO WS-EMP-DROPPED
005140         IF WS-RETURN-CODE < 4
005150             MOVE 4 TO WS-RETURN-CODE
005160         END-IF
005170         MOVE ZERO TO WS-QEMP-SUB
005180         GO TO 2330-EXIT
005190     END-IF.
005200     PERFORM 2340-SHIFT-ONE-EMPLOYEE THRU 2340-EXIT
005210         VARYING WS-SHIFT-SUB FROM WS-QEMP-COUNT BY -1
005220         UNTIL WS-SHIFT-SUB < WS-QEMP-SUB.
005230     ADD 1 TO WS-QEMP-COUNT.
005240     MOVE WS-QEMP-EMPTY TO WS-QEMP-ENTRY (WS-QEMP-SUB).
005250     MOVE WS-FIND-ID    TO WS-QEMP-ID (WS-QEMP-SUB).
005260 2330-EXIT.
005270     EXIT.
005280*----------------------------------------------------------------
005290 2340-SHIFT-ONE-EMPLOYEE.
005300*----------------------------------------------------------------
005310     MOVE WS-QEMP-ENTRY (WS-SHIFT-SUB)
005320         TO WS-QEMP-ENTRY (WS-SHIFT-SUB + 1).
005330 2340-EXIT.
005340     EXIT.
005350*----------------------------------------------------------------
005360 2400-ADD-ONE-HIST-CODE.
005370*----------------------------------------------------------------
005380     IF PH-DED-CODE (WS-DTL-SUB) = SPACES
005390         GO TO 2400-EXIT
005400     END-IF.
005410     MOVE PH-DED-CODE (WS-DTL-SUB) TO WS-FIND-CODE.
005420     PERFORM 2500-FIND-CODE-COLUMN THRU 2500-EXIT.
005430     IF WS-COL-SUB = ZERO
005440         GO TO 2400-EXIT
005450     END-IF.
005460     ADD PH-DED-AMOUNT (WS-DTL-SUB)
005470         TO WS-QEMP-HIST-AMT (WS-QEMP-SUB, WS-COL-SUB).
005480 2400-EXIT.
005490     EXIT.
005500*----------------------------------------------------------------
005510* FIND THE REPORT COLUMN FOR WS-FIND-CODE, OPENING A NEW ONE THE
005520* FIRST TIME A CODE IS MET.  A SIXTH CODE HAS NO COLUMN AND
005530* RETURNS WS-COL-SUB AS ZERO.
005540*----------------------------------------------------------------
005550 2500-FIND-CODE-COLUMN.
005560*----------------------------------------------------------------
005570     MOVE 1 TO WS-COL-SUB.
005580     PERFORM 2510-BUMP-COL-SUB THRU 2510-EXIT
005590         UNTIL WS-COL-SUB > WS-QCODE-COUNT
005600            OR WS-QCODE (WS-COL-SUB) = WS-FIND-CODE.
005610     IF WS-COL-SUB <= WS-QCODE-COUNT
005620         GO TO 2500-EXIT
005630     END-IF.
005640     IF WS-QCODE-COUNT >= WS-QCODE-MAX
005650         IF NOT WS-CODE-TABLE-FULL
005660             DISPLAY "PAYQTR01 - MORE THAN FIVE DEDUCTION CODES, "
005670                 "CODE " WS-FIND-CODE " NOT REPORTED"
005680             SET WS-CODE-TABLE-FULL TO TRUE
005690         END-IF
005700         IF WS-RETURN-CODE < 4
005710             MOVE 4 TO WS-RETURN-CODE
005720         END-IF
005730         MOVE ZERO TO WS-COL-SUB
005740         GO TO 2500-EXIT
005750     END-IF.
005760     ADD 1 TO WS-QCODE-COUNT.
005770     MOVE WS-QCODE-COUNT TO WS-COL-SUB.
005780     MOVE WS-FIND-CODE   TO WS-QCODE (WS-COL-SUB).
005790 2500-EXIT.
005800     EXIT.
005810*----------------------------------------------------------------
005820 2510-BUMP-COL-SUB.
005830*----------------------------------------------------------------
005840     ADD 1 TO WS-COL-SUB.
005850 2510-EXIT.
005860     EXIT.
005870*----------------------------------------------------------------
005880* MERGE THE BEGINNING AND ENDING YTD GENERATIONS BY EMP-ID AND
005890* POST EACH EMPLOYEE'S CHANGE ACROSS THE QUARTER TO THE TABLE.
005900* THE FIRST QUARTER STARTS FROM ZERO AND READS NO YTDBEG.
005910*----------------------------------------------------------------
005920 3000-MERGE-YTD.
005930*----------------------------------------------------------------
005940     IF WS-RETURN-CODE = 8
005950         GO TO 3000-EXIT
005960     END-IF.
005970     IF QP-QUARTER = 1
005980         DISPLAY "PAYQTR01 - FIRST QUARTER, YTD CHANGE TAKEN "
005990             "FROM ZERO"
006000         MOVE HIGH-VALUES TO WS-BEG-KEY
006010     ELSE
006020         OPEN INPUT YTD-BEG-FILE
006030         IF WS-YTDBEG-STATUS NOT = "00"
006040             DISPLAY "PAYQTR01 - UNABLE TO OPEN YTDBEG, "
006050                 "STATUS = " WS-YTDBEG-STATUS
006060             MOVE 8 TO WS-RETURN-CODE
006070             GO TO 3000-EXIT
006080         END-IF
006090         SET WS-YTDBEG-IS-OPEN TO TRUE
006100         PERFORM 3100-READ-YTD-BEG THRU 3100-EXIT
006110     END-IF.
006120     OPEN INPUT YTD-END-FILE.
006130     IF WS-YTDEND-STATUS NOT = "00"
006140         DISPLAY "PAYQTR01 - UNABLE TO OPEN YTDEND, STATUS = "
006150             WS-YTDEND-STATUS
006160         MOVE 8 TO WS-RETURN-CODE
006170         GO TO 3000-EXIT
006180     END-IF.
006190     PERFORM 3200-READ-YTD-END THRU 3200-EXIT.
006200     PERFORM 3300-MERGE-ONE-EMPLOYEE THRU 3300-EXIT
006210         UNTIL WS-BEG-KEY = HIGH-VALUES
006220           AND WS-END-KEY = HIGH-VALUES.
006230     CLOSE YTD-END-FILE.
006240     IF WS-BEG-LATE-COUNT > ZERO
006250         DISPLAY "PAYQTR01 - " WS-BEG-LATE-COUNT
006260             " YTDBEG RECORDS WERE ROLLED INSIDE THE QUARTER --"
006270             " THE START COPY WAS TAKEN TOO LATE"
006280         IF WS-RETURN-CODE < 4
006290             MOVE 4 TO WS-RETURN-CODE
006300         END-IF
006310     END-IF.
006320 3000-EXIT.
006330     EXIT.
006340*----------------------------------------------------------------
006350* A START-OF-QUARTER RECORD LAST ROLLED BY ONE OF THE QUARTER'S
006360* OWN PERIODS MEANS THE COPY WAS RETAINED AFTER THE QUARTER HAD
006370* ALREADY BEGUN PAYING.
006380*----------------------------------------------------------------
006390 3100-READ-YTD-BEG.
006400*----------------------------------------------------------------
006410     READ YTD-BEG-FILE
006420         AT END
006430             MOVE HIGH-VALUES TO WS-BEG-KEY
006440             GO TO 3100-EXIT
006450     END-READ.
006460     MOVE YTD-EMPLOYEE-ID OF BEG-YTD-RECORD TO WS-BEG-KEY.
006470     MOVE YTD-LAST-PAID OF BEG-YTD-RECORD TO WS-BEG-LAST-PAID.
006480     IF WS-BEG-LAST-YYYY NOT = QP-YEAR
006490         GO TO 3100-EXIT
006500     END-IF.
006510     MOVE YTD-LAST-PERIOD OF BEG-YTD-RECORD TO WS-FIND-PERIOD.
006515     MOVE YTD-LAST-GROUP OF BEG-YTD-RECORD TO WS-FIND-GROUP.
006520     PERFORM 2200-FIND-QTR-PERIOD THRU 2200-EXIT.
006530     IF WS-QPER-SUB <= WS-QPER-COUNT
006540         ADD 1 TO WS-BEG-LATE-COUNT
006550     END-IF.
006560 3100-EXIT.
006570     EXIT.
006580*----------------------------------------------------------------
006590 3200-READ-YTD-END.
006600*----------------------------------------------------------------
006610     READ YTD-END-FILE
006620         AT END
006630             MOVE HIGH-VALUES TO WS-END-KEY
006640             GO TO 3200-EXIT
006650     END-READ.
006660     MOVE YTD-EMPLOYEE-ID OF YTD-RECORD TO WS-END-KEY.
006670 3200-EXIT.
006680     EXIT.
006690*----------------------------------------------------------------
006700* ONE EMP-ID OF THE MERGE -- ENDING FIGURES LESS BEGINNING
006710* FIGURES, EITHER SIDE ZERO WHEN THE EMPLOYEE IS NOT ON IT.  AN
006720* EMPLOYEE WITH NO HISTORY AND NO CHANGE IS NOT REPORTED.
006730*----------------------------------------------------------------
006740 3300-MERGE-ONE-EMPLOYEE.
006750*----------------------------------------------------------------
006760     IF WS-BEG-KEY < WS-END-KEY
006770         MOVE WS-BEG-KEY TO WS-MERGE-KEY
006780     ELSE
006790         MOVE WS-END-KEY TO WS-MERGE-KEY
006800     END-IF.
006810     MOVE SPACES TO WS-MERGE-NAME.
006820     MOVE ZERO   TO WS-DELTA-GROSS.
006830     PERFORM 3310-ZERO-ONE-DELTA THRU 3310-EXIT
006840         VARYING WS-COL-SUB FROM 1 BY 1
006850         UNTIL WS-COL-SUB > 5.
006860     MOVE "N" TO WS-ON-END-SWITCH.
006870     IF WS-BEG-KEY = WS-MERGE-KEY
006880         MOVE YTD-EMPLOYEE-ID OF BEG-YTD-RECORD TO WS-FIND-ID
006890         MOVE YTD-EMPLOYEE-NAME OF BEG-YTD-RECORD
006900             TO WS-MERGE-NAME
006910         SUBTRACT YTD-GROSS OF BEG-YTD-RECORD
006920             FROM WS-DELTA-GROSS
006930         PERFORM 3400-SUBTRACT-ONE-BEG-CODE THRU 3400-EXIT
006940             VARYING WS-DTL-SUB FROM 1 BY 1
006950             UNTIL WS-DTL-SUB > 5
006960         PERFORM 3100-READ-YTD-BEG THRU 3100-EXIT
006970     END-IF.
006980     IF WS-END-KEY = WS-MERGE-KEY
006990         MOVE YTD-EMPLOYEE-ID OF YTD-RECORD TO WS-FIND-ID
007000         MOVE YTD-EMPLOYEE-NAME OF YTD-RECORD TO WS-MERGE-NAME
007010         ADD YTD-GROSS OF YTD-RECORD TO WS-DELTA-GROSS
007020         PERFORM 3450-ADD-ONE-END-CODE THRU 3450-EXIT
007030             VARYING WS-DTL-SUB FROM 1 BY 1
007040             UNTIL WS-DTL-SUB > 5
007050         SET WS-ON-YTD-END TO TRUE
007060         PERFORM 3200-READ-YTD-END THRU 3200-EXIT
007070     END-IF.
007080     PERFORM 3500-POST-ONE-CHANGE THRU 3500-EXIT.
007090 3300-EXIT.
007100     EXIT.
007110*----------------------------------------------------------------
007120 3310-ZERO-ONE-DELTA.
007130*----------------------------------------------------------------
007140     MOVE ZERO TO WS-DELTA-AMT (WS-COL-SUB).
007150 3310-EXIT.
007160     EXIT.
007170*----------------------------------------------------------------
007180 3400-SUBTRACT-ONE-BEG-CODE.
007190*----------------------------------------------------------------
007200     IF YTD-DED-CODE OF BEG-YTD-RECORD (WS-DTL-SUB) = SPACES
007210         GO TO 3400-EXIT
007220     END-IF.
007230     MOVE YTD-DED-CODE OF BEG-YTD-RECORD (WS-DTL-SUB)
007240         TO WS-FIND-CODE.
007250     PERFORM 2500-FIND-CODE-COLUMN THRU 2500-EXIT.
007260     IF WS-COL-SUB = ZERO
007270         GO TO 3400-EXIT
007280     END-IF.
007290     SUBTRACT YTD-DED-AMOUNT OF BEG-YTD-RECORD (WS-DTL-SUB)
007300         FROM WS-DELTA-AMT (WS-COL-SUB).
007310 3400-EXIT.
007320     EXIT.
007330*----------------------------------------------------------------
007340 3450-ADD-ONE-END-CODE.
007350*----------------------------------------------------------------
007360     IF YTD-DED-CODE OF YTD-RECORD (WS-DTL-SUB) = SPACES
007370         GO TO 3450-EXIT
007380     END-IF.
007390     MOVE YTD-DED-CODE OF YTD-RECORD (WS-DTL-SUB)
007400         TO WS-FIND-CODE.
007410     PERFORM 2500-FIND-CODE-COLUMN THRU 2500-EXIT.
007420     IF WS-COL-SUB = ZERO
007430         GO TO 3450-EXIT
007440     END-IF.
007450     ADD YTD-DED-AMOUNT OF YTD-RECORD (WS-DTL-SUB)
007460         TO WS-DELTA-AMT (WS-COL-SUB).
007470 3450-EXIT.
007480     EXIT.
007490*----------------------------------------------------------------
007500* POST THE MERGED CHANGE TO THE EMPLOYEE'S TABLE ENTRY, OPENING
007510* ONE WHEN THE EMPLOYEE HAD NO HISTORY BUT THE YTD MOVED.
007520*----------------------------------------------------------------
007530 3500-POST-ONE-CHANGE.
007540*----------------------------------------------------------------
007550     PERFORM 2300-FIND-EMPLOYEE THRU 2300-EXIT.
007560     IF NOT WS-QEMP-FOUND
007570         IF WS-DELTA-GROSS = ZERO
007580             MOVE 1 TO WS-COL-SUB
007590             PERFORM 2510-BUMP-COL-SUB THRU 2510-EXIT
007600                 UNTIL WS-COL-SUB > 5
007610                    OR WS-DELTA-AMT (WS-COL-SUB) NOT = ZERO
007620             IF WS-COL-SUB > 5
007630                 GO TO 3500-EXIT
007640             END-IF
007650         END-IF
007660         PERFORM 2330-INSERT-EMPLOYEE THRU 2330-EXIT
007670         IF WS-QEMP-SUB = ZERO
007680             GO TO 3500-EXIT
007690         END-IF
007700         MOVE WS-MERGE-NAME TO WS-QEMP-NAME (WS-QEMP-SUB)
007710     END-IF.
007720     IF WS-ON-YTD-END
007730         MOVE "Y" TO WS-QEMP-YTD-SWITCH (WS-QEMP-SUB)
007740     END-IF.
007750     MOVE WS-DELTA-GROSS TO WS-QEMP-YTD-GROSS (WS-QEMP-SUB).
007760     PERFORM 3520-POST-ONE-DELTA THRU 3520-EXIT
007770         VARYING WS-COL-SUB FROM 1 BY 1
007780         UNTIL WS-COL-SUB > 5.
007790 3500-EXIT.
007800     EXIT.
007810*----------------------------------------------------------------
007820 3520-POST-ONE-DELTA.
007830*----------------------------------------------------------------
007840     MOVE WS-DELTA-AMT (WS-COL-SUB)
007850         TO WS-QEMP-YTD-AMT (WS-QEMP-SUB, WS-COL-SUB).
007860 3520-EXIT.
007870     EXIT.
007880*----------------------------------------------------------------
007890* PRINT A LINE FROM WS-PRINT-AREA, STARTING A NEW PAGE WHEN THE
007900* CURRENT ONE IS FULL.
007910*----------------------------------------------------------------
007920 4100-PRINT-DETAIL.
007930*----------------------------------------------------------------
007940     IF WS-LINE-COUNT = ZERO OR
007950        WS-LINE-COUNT >= WS-LINES-PER-PAGE
007960         ADD 1 TO WS-PAGE-NUMBER
007970         MOVE WS-RUN-DATE-EDIT TO HDG-RUN-DATE
007980         MOVE WS-PAGE-NUMBER   TO HDG-PAGE-NUMBER
007990         MOVE WS-HEADING-1     TO PRINT-LINE
008000         WRITE PRINT-LINE
008010         MOVE WS-HEADING-2     TO PRINT-LINE
008020         WRITE PRINT-LINE
008030         MOVE SPACES           TO PRINT-LINE
008040         WRITE PRINT-LINE
008050         MOVE WS-HEADING-3     TO PRINT-LINE
008060         WRITE PRINT-LINE
008070         MOVE SPACES           TO PRINT-LINE
008080         WRITE PRINT-LINE
008090         MOVE 5 TO WS-LINE-COUNT
008100     END-IF.
008110     MOVE WS-PRINT-AREA TO PRINT-LINE.
008120     WRITE PRINT-LINE.
008130     ADD 1 TO WS-LINE-COUNT.
008140 4100-EXIT.
008150     EXIT.
008160*----------------------------------------------------------------
008170* PRINT THE EMPLOYEES IN EMP-ID ORDER, THEN THE COMPANY TOTALS
008180* AND THE PROOF OF HISTORY AGAINST THE YTD CHANGE.
008190*----------------------------------------------------------------
008200 5000-PRINT-REPORT.
008210*----------------------------------------------------------------
008220     IF WS-RETURN-CODE = 8
008230         GO TO 5000-EXIT
008240     END-IF.
008250     MOVE QP-QUARTER TO HDG-QUARTER.
008260     MOVE QP-YEAR    TO HDG-YEAR.
008266     MOVE SPACES TO HDG-GROUP-AREA.
008272     PERFORM 5050-BUILD-ONE-GROUP-HEADING THRU 5050-EXIT
008278         VARYING WS-QGRP-SUB FROM 1 BY 1
008284         UNTIL WS-QGRP-SUB > WS-QGRP-COUNT.
008290     MOVE SPACES TO HDG-CODE-AREA.
008300     PERFORM 5100-BUILD-ONE-CODE-HEADING THRU 5100-EXIT
008310         VARYING WS-COL-SUB FROM 1 BY 1
008320         UNTIL WS-COL-SUB > WS-QCODE-COUNT.
008330     PERFORM 5200-PRINT-ONE-EMPLOYEE THRU 5200-EXIT
008340         VARYING WS-QEMP-SUB FROM 1 BY 1
008350         UNTIL WS-QEMP-SUB > WS-QEMP-COUNT.
008360     PERFORM 5400-PRINT-TOTALS THRU 5400-EXIT.
008370     PERFORM 5500-PRINT-PROOF THRU 5500-EXIT.
008380 5000-EXIT.
008390     EXIT.
008391*----------------------------------------------------------------
008392 5050-BUILD-ONE-GROUP-HEADING.
008393*----------------------------------------------------------------
008394     MOVE WS-QGRP-GROUP (WS-QGRP-SUB) TO GHD-GROUP.
008395     MOVE WS-QGRP-FIRST (WS-QGRP-SUB) TO GHD-FIRST-PERIOD.
008396     MOVE WS-QGRP-LAST (WS-QGRP-SUB)  TO GHD-LAST-PERIOD.
008397     MOVE WS-GROUP-HEADING TO HDG-GROUP-SLOT (WS-QGRP-SUB).
008398 5050-EXIT.
008399     EXIT.
008400*----------------------------------------------------------------
008410 5100-BUILD-ONE-CODE-HEADING.
008420*----------------------------------------------------------------
008430     MOVE WS-QCODE (WS-COL-SUB) TO CHD-CODE.
008440     MOVE WS-CODE-HEADING TO HDG-CODE-SLOT (WS-COL-SUB).
008450     MOVE ZERO TO WS-TOT-HIST-AMT (WS-COL-SUB).
008460     MOVE ZERO TO WS-TOT-YTD-AMT (WS-COL-SUB).
008470 5100-EXIT.
008480     EXIT.
008490*----------------------------------------------------------------
008500* ONE EMPLOYEE'S QUARTER FROM HISTORY, FOLLOWED BY A FLAG LINE
008510* FOR EVERY AMOUNT THE YTD CHANGE DOES NOT AGREE WITH.
008520*----------------------------------------------------------------
008530 5200-PRINT-ONE-EMPLOYEE.
008540*----------------------------------------------------------------
008550     MOVE SPACES TO WS-DETAIL-LINE.
008560     MOVE WS-QEMP-ID (WS-QEMP-SUB)         TO DTL-EMPLOYEE-ID.
008570     MOVE WS-QEMP-NAME (WS-QEMP-SUB)       TO DTL-EMPLOYEE-NAME.
008580     MOVE WS-QEMP-HIST-GROSS (WS-QEMP-SUB) TO DTL-GROSS.
008590     PERFORM 5210-EDIT-ONE-COLUMN THRU 5210-EXIT
008600         VARYING WS-COL-SUB FROM 1 BY 1
008610         UNTIL WS-COL-SUB > WS-QCODE-COUNT.
008620     MOVE WS-DETAIL-LINE TO WS-PRINT-AREA.
008630     PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT.
008640     ADD 1 TO WS-EMP-REPORTED.
008650     ADD WS-QEMP-HIST-GROSS (WS-QEMP-SUB) TO WS-TOT-HIST-GROSS.
008660     ADD WS-QEMP-YTD-GROSS (WS-QEMP-SUB)  TO WS-TOT-YTD-GROSS.
008670     MOVE "N" TO WS-EMP-FLAG-SWITCH.
008680     IF NOT WS-QEMP-ON-YTD (WS-QEMP-SUB)
008690         MOVE "NOT ON THE CURRENT YTD MASTER" TO NOTE-TEXT
008700         MOVE WS-NOTE-LINE TO WS-PRINT-AREA
008710         PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT
008720         SET WS-EMP-FLAGGED TO TRUE
008730     END-IF.
008740     IF NOT WS-QEMP-ON-HISTORY (WS-QEMP-SUB)
008750         MOVE "YTD MOVED WITH NO PAY HISTORY IN THE QUARTER"
008760             TO NOTE-TEXT
008770         MOVE WS-NOTE-LINE TO WS-PRINT-AREA
008780         PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT
008790         SET WS-EMP-FLAGGED TO TRUE
008800     END-IF.
008810     IF WS-QEMP-HIST-GROSS (WS-QEMP-SUB) NOT =
008820        WS-QEMP-YTD-GROSS (WS-QEMP-SUB)
008830         MOVE "GROSS PAY" TO FLG-LABEL
008840         MOVE WS-QEMP-HIST-GROSS (WS-QEMP-SUB) TO WS-PROOF-HISTORY
008850         MOVE WS-QEMP-YTD-GROSS (WS-QEMP-SUB)  TO WS-PROOF-YTD
008860         PERFORM 5300-PRINT-FLAG THRU 5300-EXIT
008870     END-IF.
008880     PERFORM 5220-CHECK-ONE-COLUMN THRU 5220-EXIT
008890         VARYING WS-COL-SUB FROM 1 BY 1
008900         UNTIL WS-COL-SUB > WS-QCODE-COUNT.
008910     IF WS-EMP-FLAGGED
008920         ADD 1 TO WS-EMP-FLAGGED-COUNT
008930         IF WS-RETURN-CODE < 4
008940             MOVE 4 TO WS-RETURN-CODE
008950         END-IF
008960     END-IF.
008970 5200-EXIT.
008980     EXIT.
008990*----------------------------------------------------------------
009000 5210-EDIT-ONE-COLUMN.
009010*----------------------------------------------------------------
009020     MOVE WS-QEMP-HIST-AMT (WS-QEMP-SUB, WS-COL-SUB)
009030         TO DTL-CODE-AMOUNT (WS-COL-SUB).
009040     ADD WS-QEMP-HIST-AMT (WS-QEMP-SUB, WS-COL-SUB)
009050         TO WS-TOT-HIST-AMT (WS-COL-SUB).
009060     ADD WS-QEMP-YTD-AMT (WS-QEMP-SUB, WS-COL-SUB)
009070         TO WS-TOT-YTD-AMT (WS-COL-SUB).
009080 5210-EXIT.
009090     EXIT.
009100*----------------------------------------------------------------
009110 5220-CHECK-ONE-COLUMN.
009120*----------------------------------------------------------------
009130     IF WS-QEMP-HIST-AMT (WS-QEMP-SUB, WS-COL-SUB) =
009140        WS-QEMP-YTD-AMT (WS-QEMP-SUB, WS-COL-SUB)
009150         GO TO 5220-EXIT
009160     END-IF.
009170     MOVE WS-QCODE (WS-COL-SUB) TO FLB-CODE.
009180     MOVE WS-FLAG-LABEL TO FLG-LABEL.
009190     MOVE WS-QEMP-HIST-AMT (WS-QEMP-SUB, WS-COL-SUB)
009200         TO WS-PROOF-HISTORY.
009210     MOVE WS-QEMP-YTD-AMT (WS-QEMP-SUB, WS-COL-SUB)
009220         TO WS-PROOF-YTD.
009230     PERFORM 5300-PRINT-FLAG THRU 5300-EXIT.
009240 5220-EXIT.
009250     EXIT.
009260*----------------------------------------------------------------
009270 5300-PRINT-FLAG.
009280*----------------------------------------------------------------
009290     COMPUTE WS-PROOF-DIFF = WS-PROOF-HISTORY - WS-PROOF-YTD.
009300     MOVE "*** "           TO FLG-MARK.
009310     MOVE WS-PROOF-HISTORY TO FLG-HISTORY.
009320     MOVE WS-PROOF-YTD     TO FLG-YTD.
009330     MOVE WS-PROOF-DIFF    TO FLG-DIFF.
009340     MOVE "DISAGREES"      TO FLG-STATUS.
009350     MOVE WS-FLAG-LINE     TO WS-PRINT-AREA.
009360     PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT.
009370     SET WS-EMP-FLAGGED TO TRUE.
009380 5300-EXIT.
009390     EXIT.
009400*----------------------------------------------------------------
009410* COMPANY TOTALS -- ONE LINE FROM HISTORY, ONE FROM THE YTD
009420* CHANGE, IN THE SAME COLUMNS AS THE DETAIL.
009430*----------------------------------------------------------------
009440 5400-PRINT-TOTALS.
009450*----------------------------------------------------------------
009460     MOVE SPACES TO WS-PRINT-AREA.
009470     PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT.
009480     MOVE SPACES TO WS-DETAIL-LINE.
009490     MOVE "QUARTER TOTAL FROM HISTORY" TO DTL-LABEL.
009500     MOVE WS-TOT-HIST-GROSS TO DTL-GROSS.
009510     PERFORM 5410-EDIT-ONE-HIST-TOTAL THRU 5410-EXIT
009520         VARYING WS-COL-SUB FROM 1 BY 1
009530         UNTIL WS-COL-SUB > WS-QCODE-COUNT.
009540     MOVE WS-DETAIL-LINE TO WS-PRINT-AREA.
009550     PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT.
009560     MOVE SPACES TO WS-DETAIL-LINE.
009570     MOVE "QUARTER CHANGE IN YTD" TO DTL-LABEL.
009580     MOVE WS-TOT-YTD-GROSS TO DTL-GROSS.
009590     PERFORM 5420-EDIT-ONE-YTD-TOTAL THRU 5420-EXIT
009600         VARYING WS-COL-SUB FROM 1 BY 1
009610         UNTIL WS-COL-SUB > WS-QCODE-COUNT.
009620     MOVE WS-DETAIL-LINE TO WS-PRINT-AREA.
009630     PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT.
009640 5400-EXIT.
009650     EXIT.
009660*----------------------------------------------------------------
009670 5410-EDIT-ONE-HIST-TOTAL.
009680*----------------------------------------------------------------
009690     MOVE WS-TOT-HIST-AMT (WS-COL-SUB)
009700         TO DTL-CODE-AMOUNT (WS-COL-SUB).
009710 5410-EXIT.
009720     EXIT.
009730*----------------------------------------------------------------
009740 5420-EDIT-ONE-YTD-TOTAL.
009750*----------------------------------------------------------------
009760     MOVE WS-TOT-YTD-AMT (WS-COL-SUB)
009770         TO DTL-CODE-AMOUNT (WS-COL-SUB).
009780 5420-EXIT.
009790     EXIT.
009800*----------------------------------------------------------------
009810* THE PROOF -- GROSS AND EACH DEDUCTION CODE, HISTORY AGAINST
009820* THE YTD CHANGE FOR THE WHOLE COMPANY.
009830*----------------------------------------------------------------
009840 5500-PRINT-PROOF.
009850*----------------------------------------------------------------
009860     MOVE SPACES TO WS-PRINT-AREA.
009870     PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT.
009880     MOVE "PROOF OF PAY HISTORY AGAINST THE CHANGE IN YTD"
009890         TO SEC-TEXT.
009900     MOVE WS-SECTION-LINE TO WS-PRINT-AREA.
009910     PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT.
009920     MOVE "GROSS PAY"       TO FLG-LABEL.
009930     MOVE WS-TOT-HIST-GROSS TO WS-PROOF-HISTORY.
009940     MOVE WS-TOT-YTD-GROSS  TO WS-PROOF-YTD.
009950     PERFORM 5600-PRINT-PROOF-LINE THRU 5600-EXIT.
009960     PERFORM 5510-PROVE-ONE-CODE THRU 5510-EXIT
009970         VARYING WS-COL-SUB FROM 1 BY 1
009980         UNTIL WS-COL-SUB > WS-QCODE-COUNT.
009990 5500-EXIT.
010000     EXIT.
010010*----------------------------------------------------------------
010020 5510-PROVE-ONE-CODE.
010030*----------------------------------------------------------------
010040     MOVE WS-QCODE (WS-COL-SUB) TO FLB-CODE.
010050     MOVE WS-FLAG-LABEL TO FLG-LABEL.
010060     MOVE WS-TOT-HIST-AMT (WS-COL-SUB) TO WS-PROOF-HISTORY.
010070     MOVE WS-TOT-YTD-AMT (WS-COL-SUB)  TO WS-PROOF-YTD.
010080     PERFORM 5600-PRINT-PROOF-LINE THRU 5600-EXIT.
010090 5510-EXIT.
010100     EXIT.
010110*----------------------------------------------------------------
010120 5600-PRINT-PROOF-LINE.
010130*----------------------------------------------------------------
010140     COMPUTE WS-PROOF-DIFF = WS-PROOF-HISTORY - WS-PROOF-YTD.
010150     MOVE SPACES           TO FLG-MARK.
010160     MOVE WS-PROOF-HISTORY TO FLG-HISTORY.
010170     MOVE WS-PROOF-YTD     TO FLG-YTD.
010180     MOVE WS-PROOF-DIFF    TO FLG-DIFF.
010190     IF WS-PROOF-DIFF = ZERO
010200         MOVE "IN BALANCE"     TO FLG-STATUS
010210     ELSE
010220         MOVE "OUT OF BALANCE" TO FLG-STATUS
010230         MOVE "*** "           TO FLG-MARK
010240         ADD 1 TO WS-OUT-OF-BALANCE
010250         IF WS-RETURN-CODE < 4
010260             MOVE 4 TO WS-RETURN-CODE
010270         END-IF
010280     END-IF.
010290     MOVE WS-FLAG-LINE TO WS-PRINT-AREA.
010300     PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT.
010310 5600-EXIT.
010320     EXIT.
010330*----------------------------------------------------------------
010340 9000-TERMINATE.
010350*----------------------------------------------------------------
010360     IF WS-PRINT-IS-OPEN
010370         MOVE SPACES TO PRINT-LINE
010380         WRITE PRINT-LINE
010390         MOVE "PAY PERIODS IN THE QUARTER . . :" TO CNT-LABEL
010400         MOVE WS-QPER-COUNT TO CNT-VALUE
010410         MOVE WS-COUNT-LINE TO PRINT-LINE
010420         WRITE PRINT-LINE
010430         MOVE "HISTORY RECORDS READ . . . . . :" TO CNT-LABEL
010440         MOVE WS-HIST-READ TO CNT-VALUE
010450         MOVE WS-COUNT-LINE TO PRINT-LINE
010460         WRITE PRINT-LINE
010470         MOVE "SELECTED FOR THE QUARTER . . . :" TO CNT-LABEL
010480         MOVE WS-HIST-SELECTED TO CNT-VALUE
010490         MOVE WS-COUNT-LINE TO PRINT-LINE
010500         WRITE PRINT-LINE
010510         MOVE "OUTSIDE THE QUARTER  . . . . . :" TO CNT-LABEL
010520         MOVE WS-HIST-OUTSIDE TO CNT-VALUE
010530         MOVE WS-COUNT-LINE TO PRINT-LINE
010540         WRITE PRINT-LINE
010550         MOVE "REJECTED RUNS LEFT OUT . . . . :" TO CNT-LABEL
010560         MOVE WS-HIST-REJECTED TO CNT-VALUE
010570         MOVE WS-COUNT-LINE TO PRINT-LINE
010580         WRITE PRINT-LINE
010590         MOVE "EMPLOYEES REPORTED . . . . . . :" TO CNT-LABEL
010600         MOVE WS-EMP-REPORTED TO CNT-VALUE
010610         MOVE WS-COUNT-LINE TO PRINT-LINE
010620         WRITE PRINT-LINE
010630         MOVE "EMPLOYEES FLAGGED  . . . . . . :" TO CNT-LABEL
010640         MOVE WS-EMP-FLAGGED-COUNT TO CNT-VALUE
010650         MOVE WS-COUNT-LINE TO PRINT-LINE
010660         WRITE PRINT-LINE
010670         MOVE "EMPLOYEES DROPPED - TABLE FULL :" TO CNT-LABEL
010680         MOVE WS-EMP-DROPPED TO CNT-VALUE
010690         MOVE WS-COUNT-LINE TO PRINT-LINE
010700         WRITE PRINT-LINE
010710         MOVE "YTDBEG ROLLED INSIDE QUARTER . :" TO CNT-LABEL
010720         MOVE WS-BEG-LATE-COUNT TO CNT-VALUE
010730         MOVE WS-COUNT-LINE TO PRINT-LINE
010740         WRITE PRINT-LINE
010750         CLOSE PRINT-FILE
010760     END-IF.
010770     IF WS-HISTORY-IS-OPEN
010780         CLOSE HISTORY-FILE
010790     END-IF.
010800     IF WS-YTDBEG-IS-OPEN
010810         CLOSE YTD-BEG-FILE
010820     END-IF.
010830     DISPLAY "PAYQTR01 - HISTORY RECORDS READ : " WS-HIST-READ.
010840     DISPLAY "PAYQTR01 - SELECTED             : "
010850         WS-HIST-SELECTED.
010860     DISPLAY "PAYQTR01 - EMPLOYEES REPORTED   : "
010870         WS-EMP-REPORTED.
010880     DISPLAY "PAYQTR01 - EMPLOYEES FLAGGED    : "
010890         WS-EMP-FLAGGED-COUNT.
010900     IF WS-OUT-OF-BALANCE > ZERO
010910         DISPLAY "PAYQTR01 - QUARTER DOES NOT PROVE, "
010920             WS-OUT-OF-BALANCE " AMOUNTS OUT OF BALANCE"
010930     END-IF.
010940 9000-EXIT.
010950     EXIT.
