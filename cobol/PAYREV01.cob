000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     PAYREV01.
000030 AUTHOR.         J HALVORSEN.
000040 INSTALLATION.   PAYROLL SYSTEMS GROUP.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  -------------------------------------------
000120* 10/15/2026  JH   ORIGINAL PROGRAM.  PAYMENT VOID AND REVERSAL
000130*                  FOR A RESULT ALREADY RELEASED -- AN EMPLOYEE
000140*                  PAID AFTER A LATE-KEYED TERMINATION, A
000150*                  DUPLICATE PAID THROUGH A RECYCLE.  EACH
000160*                  REVTRAN TRANSACTION NAMES AN EMPLOYEE AND
000170*                  THE RUN DATE OF THE PAYMENT, WITH THE REASON
000180*                  AND WHO ASKED FOR IT.  THE ORIGINAL RESULT IS
000190*                  FOUND ON PAYHIST AND REVERSED: A NEGATIVE
000200*                  RESULT CARRYING THE SAME PERIOD GOES TO
000210*                  REVRSLT (FOR PAYGLX01 TO POST AS THE
000220*                  REVERSING GL ENTRY) AND IS APPENDED TO
000230*                  PAYHIST MARKED WITH THE RUN IT REVERSES; THE
000240*                  GROSS, DEDUCTIONS, NET AND PER-CODE AMOUNTS
000250*                  ARE BACKED OUT OF A NEW YTD GENERATION; AND
000260*                  A CHECK STILL OUTSTANDING IS VOIDED ON A NEW
000270*                  GENERATION OF THE ISSUED-CHECK FILE AND SENT
000280*                  TO THE BANK ON POSPAY.  WHEN THE MONEY HAD
000290*                  ALREADY LEFT THE BANK -- A DEPOSIT SENT OR A
000300*                  CHECK ALREADY PAID -- AN OVERPAYMENT
000310*                  RECEIVABLE IS APPENDED TO OVPAY.  A RESULT
000320*                  ALREADY REVERSED, NOT ON PAYHIST, NEVER PAID,
000330*                  ITSELF A REVERSAL, OR FROM A YEAR OTHER THAN
000340*                  THE CURRENT ONE IS REFUSED.  THE REVRPT
000350*                  REGISTER LISTS EVERY TRANSACTION WITH ITS
000360*                  RESULT.  RETURN-CODE IS 0 WHEN EVERY
000370*                  TRANSACTION WAS REVERSED, 4 WHEN ANY WAS
000380*                  REFUSED, AND 8 WHEN A FILE COULD NOT BE USED
000390*                  (THE YTD AND ISSUED-CHECK FILES ARE THEN
000400*                  CARRIED FORWARD UNCHANGED).
000401* 10/15/2026  JH   PAY GROUPS. HISTREC GREW TO 144 BYTES,
000402*                  YTDREC AND RSLTREC TO 128 AND CHKISS TO
000403*                  81 WITH THE PAY GROUP -- FD LENGTHS
000404*                  RAISED TO MATCH. THE ORIGINAL'S PAY GROUP
000405*                  IS CARRIED ONTO THE REVERSAL RESULT,
000406*                  HISTORY AND RECEIVABLE, AND A CHECK IS
000407*                  ONLY TIED TO THE PAYMENT WHEN ITS GROUP
000408*                  AND PERIOD BOTH MATCH, SO A BIWEEKLY
000409*                  PERIOD NUMBER NEVER PICKS UP AN OFFICE
000410*                  CHECK. HISTORY AND CHECKS WITH NO GROUP
000411*                  ARE TAKEN AS MO.
000412*----------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT REVERSAL-TRANS-FILE ASSIGN TO "REVTRAN"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-REVTRAN-STATUS.
000480     SELECT HISTORY-FILE ASSIGN TO "PAYHIST"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-HISTORY-STATUS.
000510     SELECT YTD-OLD-FILE ASSIGN TO "YTDOLD"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-YTDOLD-STATUS.
000540     SELECT YTD-NEW-FILE ASSIGN TO "YTDNEW"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-YTDNEW-STATUS.
000570     SELECT ISSUED-OLD-FILE ASSIGN TO "CHKISSO"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-CHKISSO-STATUS.
000600     SELECT ISSUED-NEW-FILE ASSIGN TO "CHKISSN"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-CHKISSN-STATUS.
000630     SELECT RESULTS-FILE ASSIGN TO "REVRSLT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-RESULTS-STATUS.
000660     SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-POSPAY-STATUS.
000690     SELECT OVERPAYMENT-FILE ASSIGN TO "OVPAY"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-OVPAY-STATUS.
000720     SELECT PRINT-FILE ASSIGN TO "REVRPT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-PRINT-STATUS.
000750 DATA DIVISION.
000760 FILE SECTION.
000770*----------------------------------------------------------------
000780* ONE TRANSACTION PER PAYMENT TO REVERSE -- THE EMPLOYEE AND THE
000790* RUN DATE THE PAYMENT WAS MADE ON, AS PAY HISTORY SHOWS IT,
000800* WITH THE REASON AND WHO ASKED FOR IT.
000810*----------------------------------------------------------------
000820 FD  REVERSAL-TRANS-FILE
000830     RECORD CONTAINS 41 CHARACTERS.
000840 01  REVERSAL-TRANS-RECORD.
000850     05  RV-EMPLOYEE-ID      PIC 9(05).
000860     05  RV-RUN-DATE         PIC 9(08).
000870     05  RV-REASON           PIC X(20).
000880     05  RV-REQUESTED-BY     PIC X(08).
000890 FD  HISTORY-FILE
000900     RECORD CONTAINS 144 CHARACTERS.
000910     COPY HISTREC.
000920 FD  YTD-OLD-FILE
000930     RECORD CONTAINS 128 CHARACTERS.
000940     COPY YTDREC REPLACING ==YTD-RECORD== BY ==OLD-YTD-RECORD==.
000950 FD  YTD-NEW-FILE
000960     RECORD CONTAINS 128 CHARACTERS.
000970     COPY YTDREC.
000980 FD  ISSUED-OLD-FILE
000990     RECORD CONTAINS 81 CHARACTERS.
001000     COPY CHKISS REPLACING ==ISSUED-CHECK-RECORD==
001010                        BY ==ISSUED-OLD-RECORD==
001020                     LEADING ==CI== BY ==IO==.
001030 FD  ISSUED-NEW-FILE
001040     RECORD CONTAINS 81 CHARACTERS.
001050     COPY CHKISS.
001060 FD  RESULTS-FILE
001070     RECORD CONTAINS 128 CHARACTERS.
001080     COPY RSLTREC.
001090 FD  POSITIVE-PAY-FILE
001100     RECORD CONTAINS 80 CHARACTERS.
001110     COPY POSPAY.
001120 FD  OVERPAYMENT-FILE
001130     RECORD CONTAINS 120 CHARACTERS.
001140     COPY OVPYREC.
001150 FD  PRINT-FILE
001160     RECORD CONTAINS 132 CHARACTERS.
001170 01  PRINT-LINE              PIC X(132).
001180 WORKING-STORAGE SECTION.
001190*----------------------------------------------------------------
001200* FILE STATUS AND CONTROL SWITCHES
001210*----------------------------------------------------------------
001220 77  WS-REVTRAN-STATUS       PIC X(02) VALUE SPACES.
001230 77  WS-HISTORY-STATUS       PIC X(02) VALUE SPACES.
001240 77  WS-YTDOLD-STATUS        PIC X(02) VALUE SPACES.
001250 77  WS-YTDNEW-STATUS        PIC X(02) VALUE SPACES.
001260 77  WS-CHKISSO-STATUS       PIC X(02) VALUE SPACES.
001270 77  WS-CHKISSN-STATUS       PIC X(02) VALUE SPACES.
001280 77  WS-RESULTS-STATUS       PIC X(02) VALUE SPACES.
001290 77  WS-POSPAY-STATUS        PIC X(02) VALUE SPACES.
001300 77  WS-OVPAY-STATUS         PIC X(02) VALUE SPACES.
001310 77  WS-PRINT-STATUS         PIC X(02) VALUE SPACES.
001320 77  WS-TRANS-EOF-SWITCH     PIC X(01) VALUE "N".
001330     88  WS-TRANS-END-OF-FILE          VALUE "Y".
001340 77  WS-HISTORY-EOF-SWITCH   PIC X(01) VALUE "N".
001350     88  WS-HISTORY-END-OF-FILE        VALUE "Y".
001360 77  WS-YTD-EOF-SWITCH       PIC X(01) VALUE "N".
001370     88  WS-YTD-END-OF-FILE            VALUE "Y".
001380 77  WS-ISSUED-EOF-SWITCH    PIC X(01) VALUE "N".
001390     88  WS-ISSUED-END-OF-FILE         VALUE "Y".
001400 77  WS-YTD-OPEN-SWITCH      PIC X(01) VALUE "N".
001410     88  WS-YTD-IS-OPEN                VALUE "Y".
001420 77  WS-ISSUED-OPEN-SWITCH   PIC X(01) VALUE "N".
001430     88  WS-ISSUED-IS-OPEN             VALUE "Y".
001440 77  WS-HISTORY-OPEN-SWITCH  PIC X(01) VALUE "N".
001450     88  WS-HISTORY-IS-OPEN            VALUE "Y".
001460 77  WS-OVPAY-OPEN-SWITCH    PIC X(01) VALUE "N".
001470     88  WS-OVPAY-IS-OPEN              VALUE "Y".
001480 77  WS-APPLY-SWITCH         PIC X(01) VALUE "N".
001490     88  WS-APPLY-TRANSACTIONS         VALUE "Y".
001500 77  WS-RETURN-CODE          PIC 9(01) VALUE ZERO.
001510*----------------------------------------------------------------
001520* THE TRANSACTIONS, HELD SO PAY HISTORY, THE YTD MASTER AND THE
001530* ISSUED-CHECK FILE CAN EACH BE MATCHED AS THEY PASS.  EACH
001540* ENTRY COUNTS WHAT PAY HISTORY HOLDS FOR ITS EMPLOYEE AND RUN
001550* DATE -- PAID RESULTS, REVERSALS OF THEM, UNPAID (REJECTED)
001560* RESULTS AND REVERSALS DATED THAT DAY -- AND KEEPS THE PAID
001570* RESULT IT WILL REVERSE.  THE CHECK STATE FOLLOWS THE PAYMENT
001580* ON THE ISSUED FILE: BLANK NO CHECK (A DEPOSIT), F FOLLOWING A
001590* VOIDED CHECK TO ITS REPLACEMENT, V VOIDED THIS RUN, P ALREADY
001600* PAID BY THE BANK, X ALREADY VOID WITH NOTHING IN ITS PLACE.
001610*----------------------------------------------------------------
001620 77  WS-TX-MAX               PIC 9(03) COMP VALUE 200.
001630 77  WS-TX-COUNT             PIC 9(03) COMP VALUE ZERO.
001640 77  WS-TX-SUB               PIC 9(03) COMP VALUE ZERO.
001650 77  WS-TX-SUB-2             PIC 9(03) COMP VALUE ZERO.
001660 01  WS-TRANS-TABLE.
001670     05  WS-TX-ENTRY OCCURS 200 TIMES.
001680         10  WS-TX-EMPLOYEE-ID   PIC 9(05).
001690         10  WS-TX-RUN-DATE      PIC 9(08).
001700         10  WS-TX-REASON        PIC X(20).
001710         10  WS-TX-REQUESTED-BY  PIC X(08).
001720         10  WS-TX-STATE         PIC X(01).
001730             88  WS-TX-PENDING           VALUE " ".
001740             88  WS-TX-REVERSED          VALUE "T".
001750             88  WS-TX-REFUSED           VALUE "R".
001760         10  WS-TX-RESULT        PIC X(44).
001770         10  WS-TX-PAID-COUNT    PIC 9(03) COMP.
001780         10  WS-TX-REVERSAL-COUNT PIC 9(03) COMP.
001790         10  WS-TX-UNPAID-COUNT  PIC 9(03) COMP.
001800         10  WS-TX-SELF-COUNT    PIC 9(03) COMP.
001810         10  WS-TX-HISTORY       PIC X(144).
001820         10  WS-TX-NAME          PIC X(20).
001830         10  WS-TX-PERIOD        PIC 9(02).
001835         10  WS-TX-PAY-GROUP     PIC X(02).
001840         10  WS-TX-NET-PAY       PIC S9(05)V99.
001850         10  WS-TX-YTD-SWITCH    PIC X(01).
001860             88  WS-TX-YTD-FOUND         VALUE "Y".
001870         10  WS-TX-CHECK-STATE   PIC X(01).
001880             88  WS-TX-NO-CHECK          VALUE " ".
001890             88  WS-TX-FOLLOWING         VALUE "F".
001900             88  WS-TX-CHECK-VOIDED      VALUE "V".
001910             88  WS-TX-CHECK-PAID        VALUE "P".
001920             88  WS-TX-CHECK-WAS-VOID    VALUE "X".
001930         10  WS-TX-CHECK-NUMBER  PIC 9(08).
001940         10  WS-TX-WANT-NUMBER   PIC 9(08).
001950*----------------------------------------------------------------
001960* THE ORIGINAL RESULT BEING REVERSED, UNPACKED FROM THE TABLE
001970*----------------------------------------------------------------
001980     COPY HISTREC REPLACING ==HISTORY-RECORD== BY ==WS-ORIGINAL==
001990                         LEADING ==PH== BY ==OG==.
002000 77  WS-DTL-SUB              PIC 9(01) COMP VALUE ZERO.
002010 77  WS-DTL2-SUB             PIC 9(01) COMP VALUE ZERO.
002011*----------------------------------------------------------------
002012* PAY GROUP OF A CHECK ON FILE.  HISTORY AND CHECKS WRITTEN
002013* BEFORE THERE WERE PAY GROUPS CARRY NO GROUP AND ARE TAKEN AS
002014* THE MONTHLY GROUP.
002015*----------------------------------------------------------------
002016 77  WS-CHECK-GROUP          PIC X(02) VALUE SPACES.
002017 77  WS-LEGACY-GROUP         PIC X(02) VALUE "MO".
002020*----------------------------------------------------------------
002030* RUN COUNTS AND TOTALS
002040*----------------------------------------------------------------
002050 77  WS-TRANS-READ           PIC 9(05) COMP VALUE ZERO.
002060 77  WS-TRANS-DROPPED        PIC 9(05) COMP VALUE ZERO.
002070 77  WS-HISTORY-READ         PIC 9(07) COMP VALUE ZERO.
002080 77  WS-REVERSED-COUNT       PIC 9(05) COMP VALUE ZERO.
002090 77  WS-REVERSED-GROSS       PIC S9(09)V99 VALUE ZERO.
002100 77  WS-REVERSED-NET         PIC S9(09)V99 VALUE ZERO.
002110 77  WS-VOID-COUNT           PIC 9(05) COMP VALUE ZERO.
002120 77  WS-RECEIVABLE-COUNT     PIC 9(05) COMP VALUE ZERO.
002130 77  WS-RECEIVABLE-TOTAL     PIC S9(09)V99 VALUE ZERO.
002140 77  WS-REFUSED-COUNT        PIC 9(05) COMP VALUE ZERO.
002150 77  WS-PP-VOID-COUNT        PIC 9(07) COMP VALUE ZERO.
002160 77  WS-CHECK-AMOUNT         PIC S9(05)V99 VALUE ZERO.
002170 77  WS-AMOUNT-EDITED        PIC ZZZZ9.99-.
002180*----------------------------------------------------------------
002190* RUN DATE AND PAGE CONTROL
002200*----------------------------------------------------------------
002210 01  WS-RUN-DATE.
002220     05  WS-RUN-YYYY         PIC 9(04).
002230     05  WS-RUN-MM           PIC 9(02).
002240     05  WS-RUN-DD           PIC 9(02).
002250 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(08).
002260 01  WS-RUN-DATE-EDIT.
002270     05  WS-RUN-DATE-MM      PIC 9(02).
002280     05  FILLER              PIC X(01) VALUE "/".
002290     05  WS-RUN-DATE-DD      PIC 9(02).
002300     05  FILLER              PIC X(01) VALUE "/".
002310     05  WS-RUN-DATE-YYYY    PIC 9(04).
002320 01  WS-PAID-DATE.
002330     05  WS-PAID-YYYY        PIC 9(04).
002340     05  WS-PAID-MMDD        PIC 9(04).
002350 01  WS-PAID-DATE-NUM REDEFINES WS-PAID-DATE PIC 9(08).
002360 77  WS-PAGE-NUMBER          PIC 9(03) COMP VALUE ZERO.
002370 77  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
002380 77  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 15.
002390 01  WS-PRINT-AREA           PIC X(132) VALUE SPACES.
002400*----------------------------------------------------------------
002410* RESULT TEXT FOR A REVERSAL PAID BY CHECK
002420*----------------------------------------------------------------
002430 01  WS-CHECK-RESULT.
002440     05  FILLER              PIC X(17) VALUE
002450         "REVERSED - CHECK ".
002460     05  CKR-NUMBER          PIC 9(08).
002470     05  CKR-TEXT            PIC X(19).
002480*----------------------------------------------------------------
002490* REGISTER LINE LAYOUTS
002500*----------------------------------------------------------------
002510 01  WS-HEADING-1.
002520     05  FILLER              PIC X(40) VALUE
002530         "PAYMENT REVERSAL REGISTER".
002540     05  FILLER              PIC X(10) VALUE "RUN DATE :".
002550     05  HDG-RUN-DATE        PIC X(10).
002560     05  FILLER              PIC X(10) VALUE SPACES.
002570     05  FILLER              PIC X(06) VALUE "PAGE :".
002580     05  HDG-PAGE-NUMBER     PIC ZZ9.
002590 01  WS-HEADING-2.
002600     05  FILLER              PIC X(07) VALUE "EMP-ID".
002610     05  FILLER              PIC X(10) VALUE "RUN DATE".
002620     05  FILLER              PIC X(04) VALUE "PER".
002630     05  FILLER              PIC X(22) VALUE "EMPLOYEE".
002640     05  FILLER              PIC X(11) VALUE "  NET PAID".
002650     05  FILLER              PIC X(10) VALUE "REQUESTER".
002660     05  FILLER              PIC X(22) VALUE "REASON".
002670     05  FILLER              PIC X(44) VALUE "RESULT".
002680 01  WS-DETAIL-LINE.
002690     05  DTL-EMPLOYEE-ID     PIC X(05).
002700     05  FILLER              PIC X(02) VALUE SPACES.
002710     05  DTL-RUN-DATE        PIC X(08).
002720     05  FILLER              PIC X(02) VALUE SPACES.
002730     05  DTL-PERIOD          PIC X(02).
002740     05  FILLER              PIC X(02) VALUE SPACES.
002750     05  DTL-NAME            PIC X(20).
002760     05  FILLER              PIC X(02) VALUE SPACES.
002770     05  DTL-NET-PAY         PIC X(09).
002780     05  FILLER              PIC X(02) VALUE SPACES.
002790     05  DTL-REQUESTED-BY    PIC X(08).
002800     05  FILLER              PIC X(02) VALUE SPACES.
002810     05  DTL-REASON          PIC X(20).
002820     05  FILLER              PIC X(02) VALUE SPACES.
002830     05  DTL-RESULT          PIC X(44).
002840 01  WS-TOTAL-LINE.
002850     05  TOT-LABEL           PIC X(33).
002860     05  TOT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
002870 01  WS-COUNT-LINE.
002880     05  CNT-LABEL           PIC X(33).
002890     05  CNT-VALUE           PIC ZZZ,ZZ9.
002900 PROCEDURE DIVISION.
002910*----------------------------------------------------------------
002920 0000-MAINLINE.
002930*----------------------------------------------------------------
002940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002950     IF WS-APPLY-TRANSACTIONS
002960         PERFORM 2000-DECIDE-ONE-TRANSACTION THRU 2000-EXIT
002970             VARYING WS-TX-SUB FROM 1 BY 1
002980             UNTIL WS-TX-SUB > WS-TX-COUNT
002990     END-IF.
003000     PERFORM 3000-CARRY-ONE-YTD THRU 3000-EXIT
003010         UNTIL WS-YTD-END-OF-FILE.
003020     IF WS-APPLY-TRANSACTIONS
003030         PERFORM 3500-REFUSE-IF-NO-YTD THRU 3500-EXIT
003040             VARYING WS-TX-SUB FROM 1 BY 1
003050             UNTIL WS-TX-SUB > WS-TX-COUNT
003060     END-IF.
003070     PERFORM 4000-CARRY-ONE-CHECK THRU 4000-EXIT
003080         UNTIL WS-ISSUED-END-OF-FILE.
003090     IF WS-APPLY-TRANSACTIONS
003100         PERFORM 5000-POST-ONE-REVERSAL THRU 5000-EXIT
003110             VARYING WS-TX-SUB FROM 1 BY 1
003120             UNTIL WS-TX-SUB > WS-TX-COUNT
003130         PERFORM 6000-PRINT-REGISTER THRU 6000-EXIT
003140     END-IF.
003150     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003160     MOVE WS-RETURN-CODE TO RETURN-CODE.
003170     STOP RUN.
003180*----------------------------------------------------------------
003190* THE YTD AND ISSUED-CHECK FILES ARE OPENED FIRST SO THAT,
003200* WHATEVER FAILS AFTER THEM, THEIR NEW GENERATIONS ARE STILL
003210* WRITTEN -- UNCHANGED WHEN NOTHING CAN BE REVERSED.  EVERY
003220* OTHER FILE IS OPENED BEFORE ANYTHING IS APPLIED, SO A
003230* REVERSAL IS NEVER HALF POSTED.
003240*----------------------------------------------------------------
003250 1000-INITIALIZE.
003260*----------------------------------------------------------------
003270     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003280     MOVE WS-RUN-MM   TO WS-RUN-DATE-MM.
003290     MOVE WS-RUN-DD   TO WS-RUN-DATE-DD.
003300     MOVE WS-RUN-YYYY TO WS-RUN-DATE-YYYY.
003310     OPEN INPUT YTD-OLD-FILE.
003320     IF WS-YTDOLD-STATUS NOT = "00"
003330         DISPLAY "PAYREV01 - UNABLE TO OPEN YTDOLD, STATUS = "
003340             WS-YTDOLD-STATUS
003350         MOVE "Y" TO WS-YTD-EOF-SWITCH
003360         MOVE "Y" TO WS-ISSUED-EOF-SWITCH
003370         MOVE 8 TO WS-RETURN-CODE
003380         GO TO 1000-EXIT
003390     END-IF.
003400     OPEN OUTPUT YTD-NEW-FILE.
003410     IF WS-YTDNEW-STATUS NOT = "00"
003420         DISPLAY "PAYREV01 - UNABLE TO OPEN YTDNEW, STATUS = "
003430             WS-YTDNEW-STATUS
003440         CLOSE YTD-OLD-FILE
003450         MOVE "Y" TO WS-YTD-EOF-SWITCH
003460         MOVE "Y" TO WS-ISSUED-EOF-SWITCH
003470         MOVE 8 TO WS-RETURN-CODE
003480         GO TO 1000-EXIT
003490     END-IF.
003500     SET WS-YTD-IS-OPEN TO TRUE.
003510     OPEN INPUT ISSUED-OLD-FILE.
003520     IF WS-CHKISSO-STATUS NOT = "00"
003530         DISPLAY "PAYREV01 - UNABLE TO OPEN CHKISSO, STATUS = "
003540             WS-CHKISSO-STATUS
003550         MOVE "Y" TO WS-ISSUED-EOF-SWITCH
003560         MOVE 8 TO WS-RETURN-CODE
003570         GO TO 1000-EXIT
003580     END-IF.
003590     OPEN OUTPUT ISSUED-NEW-FILE.
003600     IF WS-CHKISSN-STATUS NOT = "00"
003610         DISPLAY "PAYREV01 - UNABLE TO OPEN CHKISSN, STATUS = "
003620             WS-CHKISSN-STATUS
003630         CLOSE ISSUED-OLD-FILE
003640         MOVE "Y" TO WS-ISSUED-EOF-SWITCH
003650         MOVE 8 TO WS-RETURN-CODE
003660         GO TO 1000-EXIT
003670     END-IF.
003680     SET WS-ISSUED-IS-OPEN TO TRUE.
003690     OPEN INPUT REVERSAL-TRANS-FILE.
003700     IF WS-REVTRAN-STATUS NOT = "00"
003710         DISPLAY "PAYREV01 - UNABLE TO OPEN REVTRAN, STATUS = "
003720             WS-REVTRAN-STATUS
003730         MOVE 8 TO WS-RETURN-CODE
003740         GO TO 1000-EXIT
003750     END-IF.
003760     PERFORM 1100-LOAD-ONE-TRANSACTION THRU 1100-EXIT
003770         UNTIL WS-TRANS-END-OF-FILE.
003780     CLOSE REVERSAL-TRANS-FILE.
003790     IF WS-TRANS-DROPPED > ZERO
003800         GO TO 1000-EXIT
003810     END-IF.
003820     PERFORM 1200-SCAN-HISTORY THRU 1200-EXIT.
003830     IF WS-RETURN-CODE = 8
003840         GO TO 1000-EXIT
003850     END-IF.
003860     OPEN EXTEND OVERPAYMENT-FILE.
003870     IF WS-OVPAY-STATUS NOT = "00"
003880         OPEN OUTPUT OVERPAYMENT-FILE
003890     END-IF.
003900     IF WS-OVPAY-STATUS NOT = "00"
003910         DISPLAY "PAYREV01 - UNABLE TO OPEN OVPAY, STATUS = "
003920             WS-OVPAY-STATUS
003930         MOVE 8 TO WS-RETURN-CODE
003940         GO TO 1000-EXIT
003950     END-IF.
003960     SET WS-OVPAY-IS-OPEN TO TRUE.
003970     OPEN OUTPUT RESULTS-FILE.
003980     IF WS-RESULTS-STATUS NOT = "00"
003990         DISPLAY "PAYREV01 - UNABLE TO OPEN REVRSLT, STATUS = "
004000             WS-RESULTS-STATUS
004010         MOVE 8 TO WS-RETURN-CODE
004020         GO TO 1000-EXIT
004030     END-IF.
004040     OPEN OUTPUT POSITIVE-PAY-FILE.
004050     IF WS-POSPAY-STATUS NOT = "00"
004060         DISPLAY "PAYREV01 - UNABLE TO OPEN POSPAY, STATUS = "
004070             WS-POSPAY-STATUS
004080         CLOSE RESULTS-FILE
004090         MOVE 8 TO WS-RETURN-CODE
004100         GO TO 1000-EXIT
004110     END-IF.
004120     OPEN OUTPUT PRINT-FILE.
004130     IF WS-PRINT-STATUS NOT = "00"
004140         DISPLAY "PAYREV01 - UNABLE TO OPEN REVRPT, STATUS = "
004150             WS-PRINT-STATUS
004160         CLOSE RESULTS-FILE
004170         CLOSE POSITIVE-PAY-FILE
004180         MOVE 8 TO WS-RETURN-CODE
004190         GO TO 1000-EXIT
004200     END-IF.
004210     SET WS-APPLY-TRANSACTIONS TO TRUE.
004220 1000-EXIT.
004230     EXIT.
004240*----------------------------------------------------------------
004250* HOLD ONE TRANSACTION.  ONE WITH A NON-NUMERIC EMPLOYEE OR RUN
004260* DATE IS REFUSED HERE AND NEVER MATCHED.  ONE THE TABLE CANNOT
004270* HOLD FAILS THE RUN -- A PAYMENT IN ERROR LEFT STANDING IS NOT
004280* A WARNING.
004290*----------------------------------------------------------------
004300 1100-LOAD-ONE-TRANSACTION.
004310*----------------------------------------------------------------
004320     READ REVERSAL-TRANS-FILE
004330         AT END
004340             MOVE "Y" TO WS-TRANS-EOF-SWITCH
004350             GO TO 1100-EXIT
004360     END-READ.
004370     ADD 1 TO WS-TRANS-READ.
004380     IF WS-TX-COUNT >= WS-TX-MAX
004390         DISPLAY "PAYREV01 - TRANSACTION TABLE FULL, EMPLOYEE "
004400             RV-EMPLOYEE-ID " DROPPED"
004410         ADD 1 TO WS-TRANS-DROPPED
004420         MOVE 8 TO WS-RETURN-CODE
004430         GO TO 1100-EXIT
004440     END-IF.
004450     ADD 1 TO WS-TX-COUNT.
004460     MOVE WS-TX-COUNT     TO WS-TX-SUB.
004470     MOVE RV-EMPLOYEE-ID  TO WS-TX-EMPLOYEE-ID (WS-TX-SUB).
004480     MOVE RV-RUN-DATE     TO WS-TX-RUN-DATE (WS-TX-SUB).
004490     MOVE RV-REASON       TO WS-TX-REASON (WS-TX-SUB).
004500     MOVE RV-REQUESTED-BY TO WS-TX-REQUESTED-BY (WS-TX-SUB).
004510     MOVE SPACES          TO WS-TX-STATE (WS-TX-SUB).
004520     MOVE SPACES          TO WS-TX-RESULT (WS-TX-SUB).
004530     MOVE ZERO            TO WS-TX-PAID-COUNT (WS-TX-SUB).
004540     MOVE ZERO            TO WS-TX-REVERSAL-COUNT (WS-TX-SUB).
004550     MOVE ZERO            TO WS-TX-UNPAID-COUNT (WS-TX-SUB).
004560     MOVE ZERO            TO WS-TX-SELF-COUNT (WS-TX-SUB).
004570     MOVE SPACES          TO WS-TX-HISTORY (WS-TX-SUB).
004580     MOVE SPACES          TO WS-TX-NAME (WS-TX-SUB).
004590     MOVE ZERO            TO WS-TX-PERIOD (WS-TX-SUB).
004595     MOVE SPACES          TO WS-TX-PAY-GROUP (WS-TX-SUB).
004600     MOVE ZERO            TO WS-TX-NET-PAY (WS-TX-SUB).
004610     MOVE "N"             TO WS-TX-YTD-SWITCH (WS-TX-SUB).
004620     MOVE SPACES          TO WS-TX-CHECK-STATE (WS-TX-SUB).
004630     MOVE ZERO            TO WS-TX-CHECK-NUMBER (WS-TX-SUB).
004640     MOVE ZERO            TO WS-TX-WANT-NUMBER (WS-TX-SUB).
004650     IF RV-EMPLOYEE-ID NOT NUMERIC OR
004660        RV-RUN-DATE NOT NUMERIC
004670         MOVE "REFUSED - INVALID EMPLOYEE OR RUN DATE"
004680             TO WS-TX-RESULT (WS-TX-SUB)
004690         PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
004700     END-IF.
004710 1100-EXIT.
004720     EXIT.
004730*----------------------------------------------------------------
004740* PASS PAY HISTORY ONCE, COUNTING WHAT IT HOLDS FOR EVERY
004750* TRANSACTION, THEN REOPEN IT TO TAKE THE REVERSALS.  NO PAY
004760* HISTORY MEANS NOTHING CAN BE FOUND TO REVERSE.
004770*----------------------------------------------------------------
004780 1200-SCAN-HISTORY.
004790*----------------------------------------------------------------
004800     OPEN INPUT HISTORY-FILE.
004810     IF WS-HISTORY-STATUS NOT = "00"
004820         DISPLAY "PAYREV01 - UNABLE TO OPEN PAYHIST, STATUS = "
004830             WS-HISTORY-STATUS
004840         MOVE 8 TO WS-RETURN-CODE
004850         GO TO 1200-EXIT
004860     END-IF.
004870     PERFORM 1210-SCAN-ONE-HISTORY THRU 1210-EXIT
004880         UNTIL WS-HISTORY-END-OF-FILE.
004890     CLOSE HISTORY-FILE.
004900     OPEN EXTEND HISTORY-FILE.
004910     IF WS-HISTORY-STATUS NOT = "00"
004920         DISPLAY "PAYREV01 - UNABLE TO EXTEND PAYHIST, STATUS = "
004930             WS-HISTORY-STATUS
004940         MOVE 8 TO WS-RETURN-CODE
004950         GO TO 1200-EXIT
004960     END-IF.
004970     SET WS-HISTORY-IS-OPEN TO TRUE.
004980 1200-EXIT.
004990     EXIT.
005000*----------------------------------------------------------------
005010 1210-SCAN-ONE-HISTORY.
005020*----------------------------------------------------------------
005030     READ HISTORY-FILE
005040         AT END
005050             MOVE "Y" TO WS-HISTORY-EOF-SWITCH
005060             GO TO 1210-EXIT
005070     END-READ.
005080     ADD 1 TO WS-HISTORY-READ.
005090     PERFORM 1220-MATCH-ONE-HISTORY THRU 1220-EXIT
005100         VARYING WS-TX-SUB FROM 1 BY 1
005110         UNTIL WS-TX-SUB > WS-TX-COUNT.
005120 1210-EXIT.
005130     EXIT.
005140*----------------------------------------------------------------
005150* A REVERSAL ON FILE COUNTS AGAINST THE RUN IT REVERSED (AND,
005160* WHEN IT WAS ITSELF MADE ON THE TRANSACTION'S DATE, AS A
005170* REVERSAL DATED THAT DAY).  AN ORDINARY RESULT IS EITHER PAID
005180* (ERROR-CODE ZERO) AND KEPT FOR REVERSAL, OR WAS REJECTED AND
005190* NEVER PAID.  RECORDS APPENDED BEFORE REVERSALS EXISTED CARRY
005200* NO REVERSED RUN DATE AND ARE ALL ORDINARY RESULTS.
005210*----------------------------------------------------------------
005220 1220-MATCH-ONE-HISTORY.
005230*----------------------------------------------------------------
005240     IF NOT WS-TX-PENDING (WS-TX-SUB)
005250        OR PH-EMPLOYEE-ID NOT = WS-TX-EMPLOYEE-ID (WS-TX-SUB)
005260         GO TO 1220-EXIT
005270     END-IF.
005280     IF PH-REVERSED-RUN-DATE IS NUMERIC AND
005290        PH-REVERSED-RUN-DATE > ZERO
005300         IF PH-REVERSED-RUN-DATE = WS-TX-RUN-DATE (WS-TX-SUB)
005310             ADD 1 TO WS-TX-REVERSAL-COUNT (WS-TX-SUB)
005320         END-IF
005330         IF PH-RUN-DATE = WS-TX-RUN-DATE (WS-TX-SUB)
005340             ADD 1 TO WS-TX-SELF-COUNT (WS-TX-SUB)
005350         END-IF
005360         GO TO 1220-EXIT
005370     END-IF.
005380     IF PH-RUN-DATE NOT = WS-TX-RUN-DATE (WS-TX-SUB)
005390         GO TO 1220-EXIT
005400     END-IF.
005410     IF PH-ERROR-CODE NOT = ZERO
005420         ADD 1 TO WS-TX-UNPAID-COUNT (WS-TX-SUB)
005430         IF WS-TX-PAID-COUNT (WS-TX-SUB) = ZERO
005440             MOVE PH-EMPLOYEE-NAME TO WS-TX-NAME (WS-TX-SUB)
005450             MOVE PH-PERIOD        TO WS-TX-PERIOD (WS-TX-SUB)
005455             PERFORM 1230-TAKE-PAY-GROUP THRU 1230-EXIT
005460         END-IF
005470         GO TO 1220-EXIT
005480     END-IF.
005490     ADD 1 TO WS-TX-PAID-COUNT (WS-TX-SUB).
005500     MOVE HISTORY-RECORD   TO WS-TX-HISTORY (WS-TX-SUB).
005510     MOVE PH-EMPLOYEE-NAME TO WS-TX-NAME (WS-TX-SUB).
005520     MOVE PH-PERIOD        TO WS-TX-PERIOD (WS-TX-SUB).
005525     PERFORM 1230-TAKE-PAY-GROUP THRU 1230-EXIT.
005530     MOVE PH-NET-PAY       TO WS-TX-NET-PAY (WS-TX-SUB).
005540 1220-EXIT.
005550     EXIT.
005551*----------------------------------------------------------------
005552 1230-TAKE-PAY-GROUP.
005553*----------------------------------------------------------------
005554     MOVE PH-PAY-GROUP TO WS-TX-PAY-GROUP (WS-TX-SUB).
005555     IF WS-TX-PAY-GROUP (WS-TX-SUB) = SPACES
005556         MOVE WS-LEGACY-GROUP TO WS-TX-PAY-GROUP (WS-TX-SUB)
005557     END-IF.
005558 1230-EXIT.
005559     EXIT.
005560*----------------------------------------------------------------
005570* DECIDE ONE TRANSACTION, IN THE ORDER KEYED.  EVERY PAID RESULT
005580* FOR THE EMPLOYEE AND RUN DATE THAT HAS NOT BEEN REVERSED MAY
005590* BE REVERSED ONCE; A RESULT FROM AN EARLIER YEAR IS OUTSIDE THE
005600* CURRENT YTD GENERATION AND CANNOT BE.  TAKING ONE COUNTS
005610* AGAINST ANY LATER TRANSACTION FOR THE SAME PAIR.
005620*----------------------------------------------------------------
005630 2000-DECIDE-ONE-TRANSACTION.
005640*----------------------------------------------------------------
005650     IF NOT WS-TX-PENDING (WS-TX-SUB)
005660         GO TO 2000-EXIT
005670     END-IF.
005680     IF WS-TX-PAID-COUNT (WS-TX-SUB) = ZERO
005690         EVALUATE TRUE
005700             WHEN WS-TX-UNPAID-COUNT (WS-TX-SUB) > ZERO
005710                 MOVE "REFUSED - RESULT WAS REJECTED, NOT PAID"
005720                     TO WS-TX-RESULT (WS-TX-SUB)
005730             WHEN WS-TX-SELF-COUNT (WS-TX-SUB) > ZERO
005740                 MOVE "REFUSED - RESULT IS ITSELF A REVERSAL"
005750                     TO WS-TX-RESULT (WS-TX-SUB)
005760             WHEN OTHER
005770                 MOVE "REFUSED - NOT FOUND IN PAY HISTORY"
005780                     TO WS-TX-RESULT (WS-TX-SUB)
005790         END-EVALUATE
005800         PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
005810         GO TO 2000-EXIT
005820     END-IF.
005830     IF WS-TX-REVERSAL-COUNT (WS-TX-SUB) >=
005840        WS-TX-PAID-COUNT (WS-TX-SUB)
005850         MOVE "REFUSED - ALREADY VOIDED"
005860             TO WS-TX-RESULT (WS-TX-SUB)
005870         PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
005880         GO TO 2000-EXIT
005890     END-IF.
005900     MOVE WS-TX-RUN-DATE (WS-TX-SUB) TO WS-PAID-DATE-NUM.
005910     IF WS-PAID-YYYY NOT = WS-RUN-YYYY
005920         MOVE "REFUSED - PERIOD OUTSIDE CURRENT YEAR"
005930             TO WS-TX-RESULT (WS-TX-SUB)
005940         PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT
005950         GO TO 2000-EXIT
005960     END-IF.
005970     SET WS-TX-REVERSED (WS-TX-SUB) TO TRUE.
005980     PERFORM 2100-COUNT-LATER-DUPLICATE THRU 2100-EXIT
005990         VARYING WS-TX-SUB-2 FROM WS-TX-SUB BY 1
006000         UNTIL WS-TX-SUB-2 > WS-TX-COUNT.
006010 2000-EXIT.
006020     EXIT.
006030*----------------------------------------------------------------
006040 2100-COUNT-LATER-DUPLICATE.
006050*----------------------------------------------------------------
006060     IF WS-TX-SUB-2 = WS-TX-SUB
006070        OR WS-TX-EMPLOYEE-ID (WS-TX-SUB-2) NOT =
006080               WS-TX-EMPLOYEE-ID (WS-TX-SUB)
006090        OR WS-TX-RUN-DATE (WS-TX-SUB-2) NOT =
006100               WS-TX-RUN-DATE (WS-TX-SUB)
006110         GO TO 2100-EXIT
006120     END-IF.
006130     ADD 1 TO WS-TX-REVERSAL-COUNT (WS-TX-SUB-2).
006140 2100-EXIT.
006150     EXIT.
006160*----------------------------------------------------------------
006170 2900-REFUSE-TRANSACTION.
006180*----------------------------------------------------------------
006190     SET WS-TX-REFUSED (WS-TX-SUB) TO TRUE.
006200     ADD 1 TO WS-REFUSED-COUNT.
006210     IF WS-RETURN-CODE < 4
006220         MOVE 4 TO WS-RETURN-CODE
006230     END-IF.
006240 2900-EXIT.
006250     EXIT.
006260*----------------------------------------------------------------
006270* CARRY ONE YTD RECORD FORWARD, BACKING OUT EVERY REVERSAL TAKEN
006280* FOR ITS EMPLOYEE.
006290*----------------------------------------------------------------
006300 3000-CARRY-ONE-YTD.
006310*----------------------------------------------------------------
006320     READ YTD-OLD-FILE
006330         AT END
006340             MOVE "Y" TO WS-YTD-EOF-SWITCH
006350             GO TO 3000-EXIT
006360     END-READ.
006370     MOVE OLD-YTD-RECORD TO YTD-RECORD.
006380     IF WS-APPLY-TRANSACTIONS
006390         PERFORM 3100-BACK-OUT-ONE-REVERSAL THRU 3100-EXIT
006400             VARYING WS-TX-SUB FROM 1 BY 1
006410             UNTIL WS-TX-SUB > WS-TX-COUNT
006420     END-IF.
006430     WRITE YTD-RECORD.
006440 3000-EXIT.
006450     EXIT.
006460*----------------------------------------------------------------
006470* TAKE THE ORIGINAL'S GROSS, DEDUCTIONS AND NET BACK OFF THE
006480* EMPLOYEE'S FIGURES, ONE LESS PAYMENT IN THE RUN COUNT, AND
006490* EACH PER-CODE AMOUNT OFF ITS CODE'S SLOT.
006500*----------------------------------------------------------------
006510 3100-BACK-OUT-ONE-REVERSAL.
006520*----------------------------------------------------------------
006530     IF NOT WS-TX-REVERSED (WS-TX-SUB)
006540        OR WS-TX-EMPLOYEE-ID (WS-TX-SUB) NOT =
006550               YTD-EMPLOYEE-ID OF YTD-RECORD
006560         GO TO 3100-EXIT
006570     END-IF.
006580     MOVE "Y" TO WS-TX-YTD-SWITCH (WS-TX-SUB).
006590     MOVE WS-TX-HISTORY (WS-TX-SUB) TO WS-ORIGINAL.
006600     SUBTRACT OG-GROSS-PAY  FROM YTD-GROSS OF YTD-RECORD.
006610     SUBTRACT OG-DEDUCTIONS FROM YTD-DEDUCTIONS OF YTD-RECORD.
006620     SUBTRACT OG-NET-PAY    FROM YTD-NET-PAY OF YTD-RECORD.
006630     IF YTD-RUN-COUNT OF YTD-RECORD > ZERO
006640         SUBTRACT 1 FROM YTD-RUN-COUNT OF YTD-RECORD
006650     END-IF.
006660     PERFORM 3200-BACK-OUT-ONE-CODE THRU 3200-EXIT
006670         VARYING WS-DTL-SUB FROM 1 BY 1
006680         UNTIL WS-DTL-SUB > 5.
006690 3100-EXIT.
006700     EXIT.
006710*----------------------------------------------------------------
006720 3200-BACK-OUT-ONE-CODE.
006730*----------------------------------------------------------------
006740     IF OG-DED-CODE (WS-DTL-SUB) = SPACES
006750         GO TO 3200-EXIT
006760     END-IF.
006770     MOVE 1 TO WS-DTL2-SUB.
006780     PERFORM 3210-BUMP-DTL2-SUB THRU 3210-EXIT
006790         UNTIL WS-DTL2-SUB > 5
006800            OR YTD-DED-CODE OF YTD-RECORD (WS-DTL2-SUB) =
006810               OG-DED-CODE (WS-DTL-SUB).
006820     IF WS-DTL2-SUB > 5
006830         DISPLAY "PAYREV01 - NO YTD SLOT FOR CODE "
006840             OG-DED-CODE (WS-DTL-SUB) ", EMPLOYEE "
006850             OG-EMPLOYEE-ID " -- NOT BACKED OUT"
006860         GO TO 3200-EXIT
006870     END-IF.
006880     SUBTRACT OG-DED-AMOUNT (WS-DTL-SUB)
006890         FROM YTD-DED-AMOUNT OF YTD-RECORD (WS-DTL2-SUB).
006900 3200-EXIT.
006910     EXIT.
006920*----------------------------------------------------------------
006930 3210-BUMP-DTL2-SUB.
006940*----------------------------------------------------------------
006950     ADD 1 TO WS-DTL2-SUB.
006960 3210-EXIT.
006970     EXIT.
006980*----------------------------------------------------------------
006990* A PAYMENT WHOSE EMPLOYEE HAS NO RECORD ON THE YTD MASTER WAS
007000* NEVER ROLLED INTO THIS YEAR'S FIGURES AND IS NOT REVERSED.
007010*----------------------------------------------------------------
007020 3500-REFUSE-IF-NO-YTD.
007030*----------------------------------------------------------------
007040     IF NOT WS-TX-REVERSED (WS-TX-SUB)
007050        OR WS-TX-YTD-FOUND (WS-TX-SUB)
007060         GO TO 3500-EXIT
007070     END-IF.
007080     MOVE "REFUSED - NOT ON THE YTD MASTER"
007090         TO WS-TX-RESULT (WS-TX-SUB).
007100     PERFORM 2900-REFUSE-TRANSACTION THRU 2900-EXIT.
007110 3500-EXIT.
007120     EXIT.
007130*----------------------------------------------------------------
007140* CARRY ONE ISSUED CHECK FORWARD, MATCHING IT TO EVERY REVERSAL
007150* STILL LOOKING FOR ITS CHECK.
007160*----------------------------------------------------------------
007170 4000-CARRY-ONE-CHECK.
007180*----------------------------------------------------------------
007190     READ ISSUED-OLD-FILE
007200         AT END
007210             MOVE "Y" TO WS-ISSUED-EOF-SWITCH
007220             GO TO 4000-EXIT
007230     END-READ.
007240     MOVE ISSUED-OLD-RECORD TO ISSUED-CHECK-RECORD.
007250     IF WS-APPLY-TRANSACTIONS
007260         PERFORM 4100-MATCH-ONE-REVERSAL THRU 4100-EXIT
007270             VARYING WS-TX-SUB FROM 1 BY 1
007280             UNTIL WS-TX-SUB > WS-TX-COUNT
007290     END-IF.
007300     WRITE ISSUED-CHECK-RECORD.
007310 4000-EXIT.
007320     EXIT.
007330*----------------------------------------------------------------
007340* THE PAYMENT'S CHECK IS THE PAY-RUN CHECK DRAWN FOR THE
007350* EMPLOYEE AND PERIOD ON THE RUN DATE, OR -- FOR A DEPOSIT THE
007360* BANK RETURNED -- THE CHECK DRAWN IN ITS PLACE FOR THE SAME
007370* PERIOD ON OR AFTER THAT DATE.  A CHECK VOIDED AND REISSUED IS
007380* FOLLOWED TO ITS REPLACEMENT, WHICH ALWAYS CARRIES A HIGHER
007390* NUMBER AND SO IS STILL TO PASS.
007400*----------------------------------------------------------------
007410 4100-MATCH-ONE-REVERSAL.
007420*----------------------------------------------------------------
007430     IF NOT WS-TX-REVERSED (WS-TX-SUB)
007440         GO TO 4100-EXIT
007450     END-IF.
007460     IF WS-TX-FOLLOWING (WS-TX-SUB)
007470         IF CI-CHECK-NUMBER = WS-TX-WANT-NUMBER (WS-TX-SUB)
007480             PERFORM 4200-TAKE-CHECK THRU 4200-EXIT
007490         END-IF
007500         GO TO 4100-EXIT
007510     END-IF.
007512     MOVE CI-PAY-GROUP TO WS-CHECK-GROUP.
007514     IF WS-CHECK-GROUP = SPACES
007516         MOVE WS-LEGACY-GROUP TO WS-CHECK-GROUP
007518     END-IF.
007520     IF NOT WS-TX-NO-CHECK (WS-TX-SUB)
007530        OR CI-EMPLOYEE-ID NOT = WS-TX-EMPLOYEE-ID (WS-TX-SUB)
007540        OR CI-PERIOD NOT = WS-TX-PERIOD (WS-TX-SUB)
007545        OR WS-CHECK-GROUP NOT = WS-TX-PAY-GROUP (WS-TX-SUB)
007550         GO TO 4100-EXIT
007560     END-IF.
007570     IF CI-FROM-PAY-RUN AND
007580        CI-ISSUE-DATE = WS-TX-RUN-DATE (WS-TX-SUB)
007590         PERFORM 4200-TAKE-CHECK THRU 4200-EXIT
007600         GO TO 4100-EXIT
007610     END-IF.
007620     IF CI-FROM-DEPOSIT-RETURN AND
007630        CI-ISSUE-DATE >= WS-TX-RUN-DATE (WS-TX-SUB)
007640         PERFORM 4200-TAKE-CHECK THRU 4200-EXIT
007650     END-IF.
007660 4100-EXIT.
007670     EXIT.
007680*----------------------------------------------------------------
007690* AN OUTSTANDING CHECK IS VOIDED AND THE VOID SENT TO THE BANK ON
007700* POSITIVE PAY.  A PAID CHECK CANNOT BE; A VOIDED ONE IS EITHER
007710* FOLLOWED TO ITS REPLACEMENT OR WAS NEVER REPLACED.
007720*----------------------------------------------------------------
007730 4200-TAKE-CHECK.
007740*----------------------------------------------------------------
007750     MOVE CI-CHECK-NUMBER TO WS-TX-CHECK-NUMBER (WS-TX-SUB).
007760     EVALUATE TRUE
007770         WHEN CI-OUTSTANDING
007780             MOVE "V"             TO CI-STATUS
007790             MOVE WS-RUN-DATE-NUM TO CI-STATUS-DATE
007800             MOVE SPACES          TO POSITIVE-PAY-RECORD
007810             MOVE "V"             TO PP-RECORD-TYPE
007820             MOVE CI-CHECK-NUMBER TO PP-CHECK-NUMBER
007830             MOVE CI-ISSUE-DATE   TO PP-ISSUE-DATE
007840             MOVE CI-AMOUNT       TO PP-AMOUNT
007850             MOVE CI-PAYEE-NAME   TO PP-PAYEE-NAME
007860             WRITE POSITIVE-PAY-RECORD
007870             ADD 1 TO WS-PP-VOID-COUNT
007880             ADD 1 TO WS-VOID-COUNT
007890             MOVE "V" TO WS-TX-CHECK-STATE (WS-TX-SUB)
007900         WHEN CI-PAID
007910             MOVE "P" TO WS-TX-CHECK-STATE (WS-TX-SUB)
007920         WHEN CI-VOIDED AND
007930              CI-RELATED-NUMBER > CI-CHECK-NUMBER
007940             MOVE CI-RELATED-NUMBER
007950                 TO WS-TX-WANT-NUMBER (WS-TX-SUB)
007960             MOVE "F" TO WS-TX-CHECK-STATE (WS-TX-SUB)
007970         WHEN OTHER
007980             MOVE "X" TO WS-TX-CHECK-STATE (WS-TX-SUB)
007990     END-EVALUATE.
008000 4200-EXIT.
008010     EXIT.
008020*----------------------------------------------------------------
008030* POST ONE REVERSAL -- THE NEGATIVE RESULT, ITS PAY-HISTORY
008040* RECORD, AND A RECEIVABLE WHEN THE MONEY HAD LEFT THE BANK.
008050*----------------------------------------------------------------
008060 5000-POST-ONE-REVERSAL.
008070*----------------------------------------------------------------
008080     IF NOT WS-TX-REVERSED (WS-TX-SUB)
008090         GO TO 5000-EXIT
008100     END-IF.
008110     MOVE WS-TX-HISTORY (WS-TX-SUB) TO WS-ORIGINAL.
008120     PERFORM 5100-WRITE-REVERSAL-RESULT THRU 5100-EXIT.
008130     PERFORM 5200-APPEND-REVERSAL-HISTORY THRU 5200-EXIT.
008140     ADD 1 TO WS-REVERSED-COUNT.
008150     ADD OG-GROSS-PAY TO WS-REVERSED-GROSS.
008160     ADD OG-NET-PAY   TO WS-REVERSED-NET.
008170     MOVE WS-TX-CHECK-NUMBER (WS-TX-SUB) TO CKR-NUMBER.
008175     MOVE SPACES TO OVERPAYMENT-RECORD.
008180     EVALUATE TRUE
008190         WHEN OG-NET-PAY NOT > ZERO
008200             MOVE "REVERSED - NO NET WAS PAID"
008210                 TO WS-TX-RESULT (WS-TX-SUB)
008220         WHEN WS-TX-CHECK-VOIDED (WS-TX-SUB)
008230             MOVE " VOIDED"       TO CKR-TEXT
008240             MOVE WS-CHECK-RESULT TO WS-TX-RESULT (WS-TX-SUB)
008250         WHEN WS-TX-CHECK-PAID (WS-TX-SUB)
008260             MOVE " PAID, RECEIVABLE" TO CKR-TEXT
008270             MOVE WS-CHECK-RESULT TO WS-TX-RESULT (WS-TX-SUB)
008280             MOVE "C" TO OV-METHOD
008290             PERFORM 5300-APPEND-RECEIVABLE THRU 5300-EXIT
008300         WHEN WS-TX-NO-CHECK (WS-TX-SUB)
008310             MOVE "REVERSED - DEPOSIT SENT, RECEIVABLE"
008320                 TO WS-TX-RESULT (WS-TX-SUB)
008330             MOVE "D" TO OV-METHOD
008340             PERFORM 5300-APPEND-RECEIVABLE THRU 5300-EXIT
008350         WHEN OTHER
008360             MOVE " ALREADY VOID"  TO CKR-TEXT
008370             MOVE WS-CHECK-RESULT TO WS-TX-RESULT (WS-TX-SUB)
008380     END-EVALUATE.
008390 5000-EXIT.
008400     EXIT.
008410*----------------------------------------------------------------
008420* THE REVERSAL RESULT -- EVERY AMOUNT OF THE ORIGINAL NEGATED,
008430* UNDER THE SAME PERIOD, ACCEPTED SO PAYGLX01 POSTS IT.
008440*----------------------------------------------------------------
008450 5100-WRITE-REVERSAL-RESULT.
008460*----------------------------------------------------------------
008470     MOVE SPACES           TO RESULTS-RECORD.
008480     MOVE OG-EMPLOYEE-ID   TO RR-EMPLOYEE-ID.
008490     MOVE OG-EMPLOYEE-NAME TO RR-EMPLOYEE-NAME.
008500     MOVE OG-DEPT          TO RR-DEPT.
008510     COMPUTE RR-GROSS-PAY  = ZERO - OG-GROSS-PAY.
008520     COMPUTE RR-DEDUCTIONS = ZERO - OG-DEDUCTIONS.
008530     COMPUTE RR-NET-PAY    = ZERO - OG-NET-PAY.
008540     MOVE ZERO             TO RR-ERROR-CODE.
008550     MOVE OG-PERIOD        TO RR-PERIOD.
008555     MOVE OG-PAY-GROUP     TO RR-PAY-GROUP.
008560     PERFORM 5110-NEGATE-ONE-CODE THRU 5110-EXIT
008570         VARYING WS-DTL-SUB FROM 1 BY 1
008580         UNTIL WS-DTL-SUB > 5.
008590     IF OG-ER-BENEFIT IS NUMERIC
008600         COMPUTE RR-ER-BENEFIT = ZERO - OG-ER-BENEFIT
008610     ELSE
008620         MOVE ZERO TO RR-ER-BENEFIT
008630     END-IF.
008640     IF OG-ER-MATCH IS NUMERIC
008650         COMPUTE RR-ER-MATCH = ZERO - OG-ER-MATCH
008660     ELSE
008670         MOVE ZERO TO RR-ER-MATCH
008680     END-IF.
008690     WRITE RESULTS-RECORD.
008700 5100-EXIT.
008710     EXIT.
008720*----------------------------------------------------------------
008730 5110-NEGATE-ONE-CODE.
008740*----------------------------------------------------------------
008750     IF OG-DED-CODE (WS-DTL-SUB) = SPACES
008760         MOVE SPACES TO RR-DED-CODE (WS-DTL-SUB)
008770         MOVE ZERO   TO RR-DED-AMOUNT (WS-DTL-SUB)
008780     ELSE
008790         MOVE OG-DED-CODE (WS-DTL-SUB)
008800             TO RR-DED-CODE (WS-DTL-SUB)
008810         COMPUTE RR-DED-AMOUNT (WS-DTL-SUB) =
008820             ZERO - OG-DED-AMOUNT (WS-DTL-SUB)
008830     END-IF.
008840 5110-EXIT.
008850     EXIT.
008860*----------------------------------------------------------------
008870* THE REVERSAL ON PAY HISTORY, DATED TODAY AND MARKED WITH THE
008880* RUN DATE OF THE RESULT IT REVERSES.
008890*----------------------------------------------------------------
008900 5200-APPEND-REVERSAL-HISTORY.
008910*----------------------------------------------------------------
008920     MOVE RR-EMPLOYEE-ID   TO PH-EMPLOYEE-ID.
008930     MOVE WS-RUN-DATE-NUM  TO PH-RUN-DATE.
008940     MOVE RR-PERIOD        TO PH-PERIOD.
008950     MOVE RR-EMPLOYEE-NAME TO PH-EMPLOYEE-NAME.
008960     MOVE RR-DEPT          TO PH-DEPT.
008970     MOVE RR-GROSS-PAY     TO PH-GROSS-PAY.
008980     MOVE RR-DEDUCTIONS    TO PH-DEDUCTIONS.
008990     MOVE RR-NET-PAY       TO PH-NET-PAY.
009000     MOVE RR-ERROR-CODE    TO PH-ERROR-CODE.
009010     MOVE RR-DED-DETAIL    TO PH-DED-DETAIL.
009020     MOVE RR-ER-BENEFIT    TO PH-ER-BENEFIT.
009030     MOVE RR-ER-MATCH      TO PH-ER-MATCH.
009040     MOVE OG-RUN-DATE      TO PH-REVERSED-RUN-DATE.
009045     MOVE RR-PAY-GROUP     TO PH-PAY-GROUP.
009050     WRITE HISTORY-RECORD.
009060 5200-EXIT.
009070     EXIT.
009080*----------------------------------------------------------------
009090* THE RECEIVABLE FOR THE NET PAID IN ERROR, OPEN UNTIL RECOVERED.
009100* THE CALLER HAS CLEARED THE RECORD AND SET THE PAYMENT METHOD.
009110*----------------------------------------------------------------
009120 5300-APPEND-RECEIVABLE.
009130*----------------------------------------------------------------
009140     MOVE OG-EMPLOYEE-ID   TO OV-EMPLOYEE-ID.
009150     MOVE OG-EMPLOYEE-NAME TO OV-EMPLOYEE-NAME.
009160     MOVE OG-DEPT          TO OV-DEPT.
009170     MOVE OG-RUN-DATE      TO OV-RUN-DATE.
009180     MOVE OG-PERIOD        TO OV-PERIOD.
009185     MOVE OG-PAY-GROUP     TO OV-PAY-GROUP.
009190     MOVE WS-RUN-DATE-NUM  TO OV-REVERSAL-DATE.
009200     IF OV-BY-CHECK
009210         MOVE WS-TX-CHECK-NUMBER (WS-TX-SUB) TO OV-CHECK-NUMBER
009220     ELSE
009230         MOVE ZERO TO OV-CHECK-NUMBER
009240     END-IF.
009250     MOVE OG-GROSS-PAY     TO OV-GROSS-PAY.
009260     MOVE OG-NET-PAY       TO OV-AMOUNT-DUE.
009270     MOVE ZERO             TO OV-AMOUNT-RECOVERED.
009280     MOVE "O"              TO OV-STATUS.
009290     MOVE WS-RUN-DATE-NUM  TO OV-STATUS-DATE.
009300     MOVE WS-TX-REASON (WS-TX-SUB)       TO OV-REASON.
009310     MOVE WS-TX-REQUESTED-BY (WS-TX-SUB) TO OV-REQUESTED-BY.
009320     WRITE OVERPAYMENT-RECORD.
009330     ADD 1 TO WS-RECEIVABLE-COUNT.
009340     ADD OG-NET-PAY TO WS-RECEIVABLE-TOTAL.
009350 5300-EXIT.
009360     EXIT.
009370*----------------------------------------------------------------
009380* THE REGISTER -- EVERY TRANSACTION IN THE ORDER KEYED, WITH
009390* WHAT WAS DONE OR WHY IT WAS REFUSED.
009400*----------------------------------------------------------------
009410 6000-PRINT-REGISTER.
009420*----------------------------------------------------------------
009430     PERFORM 6100-PRINT-ONE-TRANSACTION THRU 6100-EXIT
009440         VARYING WS-TX-SUB FROM 1 BY 1
009450         UNTIL WS-TX-SUB > WS-TX-COUNT.
009460 6000-EXIT.
009470     EXIT.
009480*----------------------------------------------------------------
009490 6100-PRINT-ONE-TRANSACTION.
009500*----------------------------------------------------------------
009510     MOVE WS-TX-EMPLOYEE-ID (WS-TX-SUB)  TO DTL-EMPLOYEE-ID.
009520     MOVE WS-TX-RUN-DATE (WS-TX-SUB)     TO DTL-RUN-DATE.
009530     MOVE WS-TX-NAME (WS-TX-SUB)         TO DTL-NAME.
009540     MOVE WS-TX-REQUESTED-BY (WS-TX-SUB) TO DTL-REQUESTED-BY.
009550     MOVE WS-TX-REASON (WS-TX-SUB)       TO DTL-REASON.
009560     MOVE WS-TX-RESULT (WS-TX-SUB)       TO DTL-RESULT.
009570     IF WS-TX-NAME (WS-TX-SUB) = SPACES
009580         MOVE SPACES TO DTL-PERIOD
009590     ELSE
009600         MOVE WS-TX-PERIOD (WS-TX-SUB) TO DTL-PERIOD
009610     END-IF.
009620     IF WS-TX-PAID-COUNT (WS-TX-SUB) = ZERO
009630         MOVE SPACES TO DTL-NET-PAY
009640     ELSE
009650         MOVE WS-TX-NET-PAY (WS-TX-SUB) TO WS-CHECK-AMOUNT
009660         CALL "PAYSTB01" USING WS-CHECK-AMOUNT WS-AMOUNT-EDITED
009670         MOVE WS-AMOUNT-EDITED TO DTL-NET-PAY
009680     END-IF.
009690     MOVE WS-DETAIL-LINE TO WS-PRINT-AREA.
009700     PERFORM 8000-PRINT-DETAIL THRU 8000-EXIT.
009710 6100-EXIT.
009720     EXIT.
009730*----------------------------------------------------------------
009740* PRINT ONE LINE, WITH HEADINGS AT THE TOP OF EACH PAGE.
009750*----------------------------------------------------------------
009760 8000-PRINT-DETAIL.
009770*----------------------------------------------------------------
009780     IF WS-LINE-COUNT = ZERO OR
009790        WS-LINE-COUNT >= WS-LINES-PER-PAGE
009800         ADD 1 TO WS-PAGE-NUMBER
009810         MOVE WS-RUN-DATE-EDIT TO HDG-RUN-DATE
009820         MOVE WS-PAGE-NUMBER   TO HDG-PAGE-NUMBER
009830         MOVE WS-HEADING-1     TO PRINT-LINE
009840         WRITE PRINT-LINE
009850         MOVE SPACES           TO PRINT-LINE
009860         WRITE PRINT-LINE
009870         MOVE WS-HEADING-2     TO PRINT-LINE
009880         WRITE PRINT-LINE
009890         MOVE SPACES           TO PRINT-LINE
009900         WRITE PRINT-LINE
009910         MOVE 4 TO WS-LINE-COUNT
009920     END-IF.
009930     MOVE WS-PRINT-AREA TO PRINT-LINE.
009940     WRITE PRINT-LINE.
009950     ADD 1 TO WS-LINE-COUNT.
009960 8000-EXIT.
009970     EXIT.
009980*----------------------------------------------------------------
009990* CLOSE THE NEW GENERATIONS AND THE APPENDED FILES, FINISH
010000* POSITIVE PAY WITH ITS TRAILER, AND TOTAL THE REGISTER.
010010*----------------------------------------------------------------
010020 9000-TERMINATE.
010030*----------------------------------------------------------------
010040     IF WS-YTD-IS-OPEN
010050         CLOSE YTD-OLD-FILE
010060         CLOSE YTD-NEW-FILE
010070     END-IF.
010080     IF WS-ISSUED-IS-OPEN
010090         CLOSE ISSUED-OLD-FILE
010100         CLOSE ISSUED-NEW-FILE
010110     END-IF.
010120     IF WS-HISTORY-IS-OPEN
010130         CLOSE HISTORY-FILE
010140     END-IF.
010150     IF WS-OVPAY-IS-OPEN
010160         CLOSE OVERPAYMENT-FILE
010170     END-IF.
010180     IF WS-APPLY-TRANSACTIONS
010190         PERFORM 9100-CLOSE-REVERSAL-RUN THRU 9100-EXIT
010200     END-IF.
010210     DISPLAY "PAYREV01 - TRANSACTIONS READ  : " WS-TRANS-READ.
010220     DISPLAY "PAYREV01 - HISTORY READ       : " WS-HISTORY-READ.
010230     DISPLAY "PAYREV01 - REVERSED           : "
010240         WS-REVERSED-COUNT.
010250     DISPLAY "PAYREV01 - GROSS REVERSED     : "
010260         WS-REVERSED-GROSS.
010270     DISPLAY "PAYREV01 - NET REVERSED       : " WS-REVERSED-NET.
010280     DISPLAY "PAYREV01 - CHECKS VOIDED      : " WS-VOID-COUNT.
010290     DISPLAY "PAYREV01 - RECEIVABLES        : "
010300         WS-RECEIVABLE-COUNT.
010310     DISPLAY "PAYREV01 - RECEIVABLE TOTAL   : "
010320         WS-RECEIVABLE-TOTAL.
010330     DISPLAY "PAYREV01 - REFUSED            : " WS-REFUSED-COUNT.
010340     IF NOT WS-APPLY-TRANSACTIONS AND
010350        (WS-YTD-IS-OPEN OR WS-ISSUED-IS-OPEN)
010360         DISPLAY "PAYREV01 - *** NOTHING REVERSED, YTD AND "
010370             "ISSUED FILES CARRIED FORWARD UNCHANGED"
010380     END-IF.
010390 9000-EXIT.
010400     EXIT.
010410*----------------------------------------------------------------
010420 9100-CLOSE-REVERSAL-RUN.
010430*----------------------------------------------------------------
010440     CLOSE RESULTS-FILE.
010450     MOVE SPACES            TO POSITIVE-PAY-RECORD.
010460     MOVE "T"               TO PP-RECORD-TYPE.
010470     MOVE ZERO              TO PP-TRL-ISSUE-COUNT.
010480     MOVE ZERO              TO PP-TRL-ISSUE-TOTAL.
010490     MOVE WS-PP-VOID-COUNT  TO PP-TRL-VOID-COUNT.
010500     WRITE POSITIVE-PAY-RECORD.
010510     CLOSE POSITIVE-PAY-FILE.
010520     MOVE SPACES TO PRINT-LINE.
010530     WRITE PRINT-LINE.
010540     MOVE "TRANSACTIONS READ  . . . . . . :" TO CNT-LABEL.
010550     MOVE WS-TRANS-READ TO CNT-VALUE.
010560     PERFORM 9110-PRINT-COUNT THRU 9110-EXIT.
010570     MOVE "PAYMENTS REVERSED  . . . . . . :" TO CNT-LABEL.
010580     MOVE WS-REVERSED-COUNT TO CNT-VALUE.
010590     PERFORM 9110-PRINT-COUNT THRU 9110-EXIT.
010600     MOVE "GROSS REVERSED . . . . . . . . :" TO TOT-LABEL.
010610     MOVE WS-REVERSED-GROSS TO TOT-AMOUNT.
010620     PERFORM 9120-PRINT-TOTAL THRU 9120-EXIT.
010630     MOVE "NET REVERSED . . . . . . . . . :" TO TOT-LABEL.
010640     MOVE WS-REVERSED-NET TO TOT-AMOUNT.
010650     PERFORM 9120-PRINT-TOTAL THRU 9120-EXIT.
010660     MOVE "CHECKS VOIDED  . . . . . . . . :" TO CNT-LABEL.
010670     MOVE WS-VOID-COUNT TO CNT-VALUE.
010680     PERFORM 9110-PRINT-COUNT THRU 9110-EXIT.
010690     MOVE "RECEIVABLES CREATED  . . . . . :" TO CNT-LABEL.
010700     MOVE WS-RECEIVABLE-COUNT TO CNT-VALUE.
010710     PERFORM 9110-PRINT-COUNT THRU 9110-EXIT.
010720     MOVE "RECEIVABLE TOTAL . . . . . . . :" TO TOT-LABEL.
010730     MOVE WS-RECEIVABLE-TOTAL TO TOT-AMOUNT.
010740     PERFORM 9120-PRINT-TOTAL THRU 9120-EXIT.
010750     MOVE "TRANSACTIONS REFUSED . . . . . :" TO CNT-LABEL.
010760     MOVE WS-REFUSED-COUNT TO CNT-VALUE.
010770     PERFORM 9110-PRINT-COUNT THRU 9110-EXIT.
010780     CLOSE PRINT-FILE.
010790 9100-EXIT.
010800     EXIT.
010810*----------------------------------------------------------------
010820 9110-PRINT-COUNT.
010830*----------------------------------------------------------------
010840     MOVE WS-COUNT-LINE TO PRINT-LINE.
010850     WRITE PRINT-LINE.
010860 9110-EXIT.
010870     EXIT.
010880*----------------------------------------------------------------
010890 9120-PRINT-TOTAL.
010900*----------------------------------------------------------------
010910     MOVE WS-TOTAL-LINE TO PRINT-LINE.
010920     WRITE PRINT-LINE.
010930 9120-EXIT.
010940     EXIT.
