000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     PAYCKV01.
000030 AUTHOR.         J HALVORSEN.
000040 INSTALLATION.   PAYROLL SYSTEMS GROUP.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  -------------------------------------------
000120* 10/15/2026  JH   ORIGINAL PROGRAM.  CONTROLLED CHECK VOID AND
000130*                  REISSUE.  EACH CHKVOID TRANSACTION VOIDS ONE
000140*                  OUTSTANDING CHECK (ACTION V) OR VOIDS IT AND
000150*                  DRAWS A REPLACEMENT UNDER THE NEXT CHKCTL
000160*                  NUMBER (ACTION R) FOR A LOST OR STALE CHECK.
000170*                  THE ISSUED-CHECK FILE IS CARRIED FORWARD AS A
000180*                  NEW GENERATION WITH THE OLD NUMBER VOIDED AND
000190*                  TIED TO ITS REPLACEMENT, THE VOIDS AND
000200*                  REPLACEMENTS GO TO THE BANK ON POSPAY SO THE
000210*                  OLD NUMBER IS NO LONGER HONORED, THE
000220*                  REPLACEMENT CHECKS ARE PRINTED, AND EVERY
000230*                  TRANSACTION IS LISTED ON THE CKVRPT REGISTER
000240*                  WITH ITS RESULT.  A CHECK ALREADY PAID OR
000250*                  ALREADY VOID, OR A NUMBER NOT ON FILE, IS
000260*                  REFUSED.  RETURN-CODE IS 0 WHEN EVERY
000270*                  TRANSACTION WAS APPLIED, 4 WHEN ANY WAS
000280*                  REFUSED, AND 8 WHEN A FILE OR THE CHECK-NUMBER
000290*                  CONTROL COULD NOT BE USED (THE ISSUED FILE IS
000300*                  THEN CARRIED FORWARD UNCHANGED).
000301* 10/15/2026  JH   PAY GROUPS. CHKISS GREW TO 81 BYTES WITH
000302*                  THE PAY GROUP -- FD LENGTHS RAISED TO
000303*                  MATCH. A REPLACEMENT CHECK CARRIES THE
000304*                  PAY GROUP OF THE CHECK IT REPLACES ALONG
000305*                  WITH ITS PERIOD.
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT VOID-TRANS-FILE ASSIGN TO "CHKVOID"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-CHKVOID-STATUS.
000380     SELECT ISSUED-OLD-FILE ASSIGN TO "CHKISSO"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-CHKISSO-STATUS.
000410     SELECT ISSUED-NEW-FILE ASSIGN TO "CHKISSN"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-CHKISSN-STATUS.
000440     SELECT CHECK-CONTROL-FILE ASSIGN TO "CHKCTL"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-CHKCTL-STATUS.
000470     SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-POSPAY-STATUS.
000500     SELECT CHECK-PRINT-FILE ASSIGN TO "CHECKFILE"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CHECKFILE-STATUS.
000530     SELECT PRINT-FILE ASSIGN TO "CKVRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-PRINT-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580*----------------------------------------------------------------
000590* ONE TRANSACTION PER CHECK TO VOID -- V VOID ONLY, R VOID AND
000600* REISSUE -- WITH THE REASON AND WHO ASKED FOR IT.
000610*----------------------------------------------------------------
000620 FD  VOID-TRANS-FILE
000630     RECORD CONTAINS 37 CHARACTERS.
000640 01  VOID-TRANS-RECORD.
000650     05  CV-ACTION           PIC X(01).
000660         88  CV-VOID                 VALUE "V".
000670         88  CV-REISSUE              VALUE "R".
000680     05  CV-CHECK-NUMBER     PIC 9(08).
000690     05  CV-REASON           PIC X(20).
000700     05  CV-REQUESTED-BY     PIC X(08).
000710 FD  ISSUED-OLD-FILE
000720     RECORD CONTAINS 81 CHARACTERS.
000730     COPY CHKISS REPLACING ==ISSUED-CHECK-RECORD==
000740                        BY ==ISSUED-OLD-RECORD==
000750                     LEADING ==CI== BY ==IO==.
000760 FD  ISSUED-NEW-FILE
000770     RECORD CONTAINS 81 CHARACTERS.
000780     COPY CHKISS.
000790 FD  CHECK-CONTROL-FILE
000800     RECORD CONTAINS 08 CHARACTERS.
000810 01  CHECK-CONTROL-RECORD    PIC 9(08).
000820 FD  POSITIVE-PAY-FILE
000830     RECORD CONTAINS 80 CHARACTERS.
000840     COPY POSPAY.
000850 FD  CHECK-PRINT-FILE
000860     RECORD CONTAINS 80 CHARACTERS.
000870 01  CHECK-PRINT-LINE        PIC X(80).
000880 FD  PRINT-FILE
000890     RECORD CONTAINS 132 CHARACTERS.
000900 01  PRINT-LINE              PIC X(132).
000910 WORKING-STORAGE SECTION.
000920*----------------------------------------------------------------
000930* FILE STATUS AND CONTROL SWITCHES
000940*----------------------------------------------------------------
000950 77  WS-CHKVOID-STATUS       PIC X(02) VALUE SPACES.
000960 77  WS-CHKISSO-STATUS       PIC X(02) VALUE SPACES.
000970 77  WS-CHKISSN-STATUS       PIC X(02) VALUE SPACES.
000980 77  WS-CHKCTL-STATUS        PIC X(02) VALUE SPACES.
000990 77  WS-POSPAY-STATUS        PIC X(02) VALUE SPACES.
001000 77  WS-CHECKFILE-STATUS     PIC X(02) VALUE SPACES.
001010 77  WS-PRINT-STATUS         PIC X(02) VALUE SPACES.
001020 77  WS-TRANS-EOF-SWITCH     PIC X(01) VALUE "N".
001030     88  WS-TRANS-END-OF-FILE          VALUE "Y".
001040 77  WS-ISSUED-EOF-SWITCH    PIC X(01) VALUE "N".
001050     88  WS-ISSUED-END-OF-FILE         VALUE "Y".
001060 77  WS-ISSUED-OPEN-SWITCH   PIC X(01) VALUE "N".
001070     88  WS-ISSUED-IS-OPEN             VALUE "Y".
001080 77  WS-APPLY-SWITCH         PIC X(01) VALUE "N".
001090     88  WS-APPLY-TRANSACTIONS         VALUE "Y".
001100 77  WS-RETURN-CODE          PIC 9(01) VALUE ZERO.
001110*----------------------------------------------------------------
001120* THE TRANSACTIONS, HELD SO EACH ISSUED CHECK CAN BE MATCHED AS
001130* THE ISSUED FILE PASSES.  EACH ENTRY PICKS UP ITS RESULT, AND
001140* FOR A REISSUE THE REPLACEMENT NUMBER AND WHAT IT IS DRAWN FOR.
001150*----------------------------------------------------------------
001160 77  WS-TX-MAX               PIC 9(03) COMP VALUE 200.
001170 77  WS-TX-COUNT             PIC 9(03) COMP VALUE ZERO.
001180 77  WS-TX-SUB               PIC 9(03) COMP VALUE ZERO.
001190 01  WS-TRANS-TABLE.
001200     05  WS-TX-ENTRY OCCURS 200 TIMES.
001210         10  WS-TX-ACTION        PIC X(01).
001220             88  WS-TX-VOID              VALUE "V".
001230             88  WS-TX-REISSUE           VALUE "R".
001240         10  WS-TX-CHECK-NUMBER  PIC 9(08).
001250         10  WS-TX-REASON        PIC X(20).
001260         10  WS-TX-REQUESTED-BY  PIC X(08).
001270         10  WS-TX-STATE         PIC X(01).
001280             88  WS-TX-PENDING           VALUE " ".
001290             88  WS-TX-APPLIED           VALUE "A".
001300             88  WS-TX-REFUSED           VALUE "R".
001310         10  WS-TX-RESULT        PIC X(24).
001320         10  WS-TX-NEW-NUMBER    PIC 9(08).
001330         10  WS-TX-AMOUNT        PIC 9(07)V99.
001340         10  WS-TX-EMPLOYEE-ID   PIC 9(05).
001350         10  WS-TX-PAYEE-NAME    PIC X(20).
001360         10  WS-TX-PERIOD        PIC 9(02).
001365         10  WS-TX-PAY-GROUP     PIC X(02).
001370*----------------------------------------------------------------
001380* CHECK-NUMBER CONTROL.  REPLACEMENTS ARE NUMBERED IN THE ORDER
001390* THEIR OLD CHECKS PASS ON THE ISSUED FILE AND APPENDED IN
001400* NUMBER ORDER, SO THE FILE STAYS IN CHECK-NUMBER ORDER.
001410*----------------------------------------------------------------
001420 77  WS-NEXT-CHECK-NUMBER    PIC 9(08) VALUE ZERO.
001430 77  WS-FIRST-NEW-NUMBER     PIC 9(08) VALUE ZERO.
001440 77  WS-APPEND-NUMBER        PIC 9(08) VALUE ZERO.
001450 77  WS-CHECK-AMOUNT         PIC S9(05)V99 VALUE ZERO.
001460 77  WS-AMOUNT-EDITED        PIC ZZZZ9.99-.
001470*----------------------------------------------------------------
001480* RUN COUNTS AND TOTALS
001490*----------------------------------------------------------------
001500 77  WS-TRANS-READ           PIC 9(05) COMP VALUE ZERO.
001510 77  WS-TRANS-DROPPED        PIC 9(05) COMP VALUE ZERO.
001520 77  WS-VOID-COUNT           PIC 9(05) COMP VALUE ZERO.
001530 77  WS-REISSUE-COUNT        PIC 9(05) COMP VALUE ZERO.
001540 77  WS-REISSUE-TOTAL        PIC S9(09)V99 VALUE ZERO.
001550 77  WS-REFUSED-COUNT        PIC 9(05) COMP VALUE ZERO.
001560 77  WS-PP-ISSUE-COUNT       PIC 9(07) COMP VALUE ZERO.
001570 77  WS-PP-ISSUE-TOTAL       PIC S9(09)V99 VALUE ZERO.
001580 77  WS-PP-VOID-COUNT        PIC 9(07) COMP VALUE ZERO.
001590*----------------------------------------------------------------
001600* RUN DATE AND PAGE CONTROL
001610*----------------------------------------------------------------
001620 01  WS-RUN-DATE.
001630     05  WS-RUN-YYYY         PIC 9(04).
001640     05  WS-RUN-MM           PIC 9(02).
001650     05  WS-RUN-DD           PIC 9(02).
001660 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(08).
001670 01  WS-RUN-DATE-EDIT.
001680     05  WS-RUN-DATE-MM      PIC 9(02).
001690     05  FILLER              PIC X(01) VALUE "/".
001700     05  WS-RUN-DATE-DD      PIC 9(02).
001710     05  FILLER              PIC X(01) VALUE "/".
001720     05  WS-RUN-DATE-YYYY    PIC 9(04).
001730 77  WS-PAGE-NUMBER          PIC 9(03) COMP VALUE ZERO.
001740 77  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
001750 77  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 15.
001760 01  WS-PRINT-AREA           PIC X(132) VALUE SPACES.
001770*----------------------------------------------------------------
001780* CHECK AND STUB PRINT LAYOUTS, AS PAYBNK01 PRINTS THEM
001790*----------------------------------------------------------------
001800 01  WS-CHECK-RULE-LINE      PIC X(80) VALUE ALL "=".
001810 01  WS-CHECK-HEAD-LINE.
001820     05  FILLER              PIC X(11) VALUE "CHECK NO : ".
001830     05  CHK-NUMBER          PIC 9(08).
001840     05  FILLER              PIC X(10) VALUE SPACES.
001850     05  FILLER              PIC X(07) VALUE "DATE : ".
001860     05  CHK-DATE            PIC X(10).
001870 01  WS-CHECK-PAYEE-LINE.
001880     05  FILLER              PIC X(22) VALUE
001890         "PAY TO THE ORDER OF : ".
001900     05  CHK-PAYEE-NAME      PIC X(20).
001910     05  FILLER              PIC X(02) VALUE SPACES.
001920     05  FILLER              PIC X(09) VALUE "AMOUNT $ ".
001930     05  CHK-AMOUNT          PIC X(09).
001940 01  WS-STUB-HEAD-LINE.
001950     05  FILLER              PIC X(11) VALUE "STUB  EMP :".
001960     05  STB-EMPLOYEE-ID     PIC 9(05).
001970     05  FILLER              PIC X(02) VALUE SPACES.
001980     05  STB-EMPLOYEE-NAME   PIC X(20).
001990 01  WS-STUB-AMOUNT-LINE.
002000     05  FILLER              PIC X(06) VALUE SPACES.
002010     05  STB-LABEL           PIC X(16).
002020     05  STB-VALUE           PIC X(09).
002030 01  WS-STUB-REPLACES-LINE.
002040     05  FILLER              PIC X(06) VALUE SPACES.
002050     05  FILLER              PIC X(16) VALUE "REPLACES CHECK :".
002060     05  STB-OLD-NUMBER      PIC 9(08).
002070*----------------------------------------------------------------
002080* REGISTER LINE LAYOUTS
002090*----------------------------------------------------------------
002100 01  WS-HEADING-1.
002110     05  FILLER              PIC X(40) VALUE
002120         "CHECK VOID AND REISSUE REGISTER".
002130     05  FILLER              PIC X(10) VALUE "RUN DATE :".
002140     05  HDG-RUN-DATE        PIC X(10).
002150     05  FILLER              PIC X(10) VALUE SPACES.
002160     05  FILLER              PIC X(06) VALUE "PAGE :".
002170     05  HDG-PAGE-NUMBER     PIC ZZ9.
002180 01  WS-HEADING-2.
002190     05  FILLER              PIC X(09) VALUE "ACTION".
002200     05  FILLER              PIC X(10) VALUE "CHECK NO".
002210     05  FILLER              PIC X(07) VALUE "EMP-ID".
002220     05  FILLER              PIC X(22) VALUE "PAYEE".
002230     05  FILLER              PIC X(11) VALUE "   AMOUNT".
002240     05  FILLER              PIC X(10) VALUE "NEW CHECK".
002250     05  FILLER              PIC X(10) VALUE "REQUESTER".
002260     05  FILLER              PIC X(22) VALUE "REASON".
002270     05  FILLER              PIC X(24) VALUE "RESULT".
002280 01  WS-DETAIL-LINE.
002290     05  DTL-ACTION          PIC X(07).
002300     05  FILLER              PIC X(02) VALUE SPACES.
002310     05  DTL-CHECK-NUMBER    PIC 9(08).
002320     05  FILLER              PIC X(02) VALUE SPACES.
002330     05  DTL-EMPLOYEE-ID     PIC X(05).
002340     05  FILLER              PIC X(02) VALUE SPACES.
002350     05  DTL-PAYEE-NAME      PIC X(20).
002360     05  FILLER              PIC X(02) VALUE SPACES.
002370     05  DTL-AMOUNT          PIC X(09).
002380     05  FILLER              PIC X(02) VALUE SPACES.
002390     05  DTL-NEW-NUMBER      PIC X(08).
002400     05  FILLER              PIC X(02) VALUE SPACES.
002410     05  DTL-REQUESTED-BY    PIC X(08).
002420     05  FILLER              PIC X(02) VALUE SPACES.
002430     05  DTL-REASON          PIC X(20).
002440     05  FILLER              PIC X(02) VALUE SPACES.
002450     05  DTL-RESULT          PIC X(24).
002460 01  WS-TOTAL-LINE.
002470     05  TOT-LABEL           PIC X(33).
002480     05  TOT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
002490 01  WS-COUNT-LINE.
002500     05  CNT-LABEL           PIC X(33).
002510     05  CNT-VALUE           PIC ZZZ,ZZ9.
002520 01  WS-NUMBER-LINE.
002530     05  NUM-LABEL           PIC X(33).
002540     05  NUM-VALUE           PIC 9(08).
002550 PROCEDURE DIVISION.
002560*----------------------------------------------------------------
002570 0000-MAINLINE.
002580*----------------------------------------------------------------
002590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002600     PERFORM 2000-CARRY-ONE-CHECK THRU 2000-EXIT
002610         UNTIL WS-ISSUED-END-OF-FILE.
002620     PERFORM 3000-ISSUE-REPLACEMENTS THRU 3000-EXIT.
002630     PERFORM 5000-PRINT-REGISTER THRU 5000-EXIT.
002640     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002650     MOVE WS-RETURN-CODE TO RETURN-CODE.
002660     STOP RUN.
002670*----------------------------------------------------------------
002680* THE ISSUED FILE IS OPENED FIRST SO THAT, WHATEVER FAILS AFTER
002690* IT, THE NEW GENERATION IS STILL WRITTEN -- UNCHANGED WHEN THE
002700* TRANSACTIONS CANNOT BE APPLIED.
002710*----------------------------------------------------------------
002720 1000-INITIALIZE.
002730*----------------------------------------------------------------
002740     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002750     MOVE WS-RUN-MM   TO WS-RUN-DATE-MM.
002760     MOVE WS-RUN-DD   TO WS-RUN-DATE-DD.
002770     MOVE WS-RUN-YYYY TO WS-RUN-DATE-YYYY.
002780     OPEN INPUT ISSUED-OLD-FILE.
002790     IF WS-CHKISSO-STATUS NOT = "00"
002800         DISPLAY "PAYCKV01 - UNABLE TO OPEN CHKISSO, STATUS = "
002810             WS-CHKISSO-STATUS
002820         MOVE "Y" TO WS-ISSUED-EOF-SWITCH
002830         MOVE 8 TO WS-RETURN-CODE
002840         GO TO 1000-EXIT
002850     END-IF.
002860     OPEN OUTPUT ISSUED-NEW-FILE.
002870     IF WS-CHKISSN-STATUS NOT = "00"
002880         DISPLAY "PAYCKV01 - UNABLE TO OPEN CHKISSN, STATUS = "
002890             WS-CHKISSN-STATUS
002900         CLOSE ISSUED-OLD-FILE
002910         MOVE "Y" TO WS-ISSUED-EOF-SWITCH
002920         MOVE 8 TO WS-RETURN-CODE
002930         GO TO 1000-EXIT
002940     END-IF.
002950     SET WS-ISSUED-IS-OPEN TO TRUE.
002960     OPEN INPUT VOID-TRANS-FILE.
002970     IF WS-CHKVOID-STATUS NOT = "00"
002980         DISPLAY "PAYCKV01 - UNABLE TO OPEN CHKVOID, STATUS = "
002990             WS-CHKVOID-STATUS
003000         MOVE 8 TO WS-RETURN-CODE
003010         GO TO 1000-EXIT
003020     END-IF.
003030     PERFORM 1100-LOAD-ONE-TRANSACTION THRU 1100-EXIT
003040         UNTIL WS-TRANS-END-OF-FILE.
003050     CLOSE VOID-TRANS-FILE.
003060     IF WS-TRANS-DROPPED > ZERO
003070         GO TO 1000-EXIT
003080     END-IF.
003090     PERFORM 1200-GET-CHECK-CONTROL THRU 1200-EXIT.
003100     IF WS-RETURN-CODE = 8
003110         GO TO 1000-EXIT
003120     END-IF.
003130     OPEN OUTPUT POSITIVE-PAY-FILE.
003140     IF WS-POSPAY-STATUS NOT = "00"
003150         DISPLAY "PAYCKV01 - UNABLE TO OPEN POSPAY, STATUS = "
003160             WS-POSPAY-STATUS
003170         MOVE 8 TO WS-RETURN-CODE
003180         GO TO 1000-EXIT
003190     END-IF.
003200     OPEN OUTPUT CHECK-PRINT-FILE.
003210     IF WS-CHECKFILE-STATUS NOT = "00"
003220         DISPLAY "PAYCKV01 - UNABLE TO OPEN CHECKFILE, STATUS = "
003230             WS-CHECKFILE-STATUS
003240         CLOSE POSITIVE-PAY-FILE
003250         MOVE 8 TO WS-RETURN-CODE
003260         GO TO 1000-EXIT
003270     END-IF.
003280     OPEN OUTPUT PRINT-FILE.
003290     IF WS-PRINT-STATUS NOT = "00"
003300         DISPLAY "PAYCKV01 - UNABLE TO OPEN CKVRPT, STATUS = "
003310             WS-PRINT-STATUS
003320         CLOSE POSITIVE-PAY-FILE
003330         CLOSE CHECK-PRINT-FILE
003340         MOVE 8 TO WS-RETURN-CODE
003350         GO TO 1000-EXIT
003360     END-IF.
003370     SET WS-APPLY-TRANSACTIONS TO TRUE.
003380 1000-EXIT.
003390     EXIT.
003400*----------------------------------------------------------------
003410* HOLD ONE TRANSACTION.  AN ACTION OTHER THAN V OR R IS REFUSED
003420* HERE AND NEVER MATCHED.  ONE THE TABLE CANNOT HOLD FAILS THE
003430* RUN -- A LOST CHECK LEFT HONORABLE IS NOT A WARNING.
003440*----------------------------------------------------------------
003450 1100-LOAD-ONE-TRANSACTION.
003460*----------------------------------------------------------------
003470     READ VOID-TRANS-FILE
003480         AT END
003490             MOVE "Y" TO WS-TRANS-EOF-SWITCH
003500             GO TO 1100-EXIT
003510     END-READ.
003520     ADD 1 TO WS-TRANS-READ.
003530     IF WS-TX-COUNT >= WS-TX-MAX
003540         DISPLAY "PAYCKV01 - TRANSACTION TABLE FULL, CHECK "
003550             CV-CHECK-NUMBER " DROPPED"
003560         ADD 1 TO WS-TRANS-DROPPED
003570         MOVE 8 TO WS-RETURN-CODE
003580         GO TO 1100-EXIT
003590     END-IF.
003600     ADD 1 TO WS-TX-COUNT.
003610     MOVE CV-ACTION       TO WS-TX-ACTION (WS-TX-COUNT).
003620     MOVE CV-CHECK-NUMBER TO WS-TX-CHECK-NUMBER (WS-TX-COUNT).
003630     MOVE CV-REASON       TO WS-TX-REASON (WS-TX-COUNT).
003640     MOVE CV-REQUESTED-BY TO WS-TX-REQUESTED-BY (WS-TX-COUNT).
003650     MOVE SPACES          TO WS-TX-STATE (WS-TX-COUNT).
003660     MOVE SPACES          TO WS-TX-RESULT (WS-TX-COUNT).
003670     MOVE ZERO            TO WS-TX-NEW-NUMBER (WS-TX-COUNT).
003680     MOVE ZERO            TO WS-TX-AMOUNT (WS-TX-COUNT).
003690     MOVE ZERO            TO WS-TX-EMPLOYEE-ID (WS-TX-COUNT).
003700     MOVE SPACES          TO WS-TX-PAYEE-NAME (WS-TX-COUNT).
003710     MOVE ZERO            TO WS-TX-PERIOD (WS-TX-COUNT).
003715     MOVE SPACES          TO WS-TX-PAY-GROUP (WS-TX-COUNT).
003720     IF NOT CV-VOID AND NOT CV-REISSUE
003730         MOVE WS-TX-COUNT TO WS-TX-SUB
003740         MOVE "REFUSED - INVALID ACTION"
003745             TO WS-TX-RESULT (WS-TX-SUB)
003750         PERFORM 2300-REFUSE-TRANSACTION THRU 2300-EXIT
003760     END-IF.
003770 1100-EXIT.
003780     EXIT.
003790*----------------------------------------------------------------
003800* PICK UP THE NEXT CHECK NUMBER FROM THE CHKCTL CONTROL.  NO
003810* CONTROL MEANS NO CONTROLLED SEQUENCE -- NOTHING IS VOIDED OR
003820* REISSUED.
003830*----------------------------------------------------------------
003840 1200-GET-CHECK-CONTROL.
003850*----------------------------------------------------------------
003860     OPEN INPUT CHECK-CONTROL-FILE.
003870     IF WS-CHKCTL-STATUS NOT = "00"
003880         DISPLAY "PAYCKV01 - UNABLE TO OPEN CHKCTL, STATUS = "
003890             WS-CHKCTL-STATUS
003900         DISPLAY "PAYCKV01 - NO CHECK-NUMBER CONTROL, RUN HELD"
003910         MOVE 8 TO WS-RETURN-CODE
003920         GO TO 1200-EXIT
003930     END-IF.
003940     READ CHECK-CONTROL-FILE
003950         AT END
003960             DISPLAY "PAYCKV01 - CHKCTL IS EMPTY, RUN HELD"
003970             CLOSE CHECK-CONTROL-FILE
003980             MOVE 8 TO WS-RETURN-CODE
003990             GO TO 1200-EXIT
004000     END-READ.
004010     MOVE CHECK-CONTROL-RECORD TO WS-NEXT-CHECK-NUMBER.
004020     MOVE CHECK-CONTROL-RECORD TO WS-FIRST-NEW-NUMBER.
004030     CLOSE CHECK-CONTROL-FILE.
004040     DISPLAY "PAYCKV01 - NEXT CHECK NUMBER : "
004050         WS-NEXT-CHECK-NUMBER.
004060 1200-EXIT.
004070     EXIT.
004080*----------------------------------------------------------------
004090* CARRY ONE ISSUED CHECK FORWARD, APPLYING EVERY TRANSACTION
004100* STILL PENDING FOR ITS NUMBER.
004110*----------------------------------------------------------------
004120 2000-CARRY-ONE-CHECK.
004130*----------------------------------------------------------------
004140     READ ISSUED-OLD-FILE
004150         AT END
004160             MOVE "Y" TO WS-ISSUED-EOF-SWITCH
004170             GO TO 2000-EXIT
004180     END-READ.
004190     MOVE ISSUED-OLD-RECORD TO ISSUED-CHECK-RECORD.
004200     IF WS-APPLY-TRANSACTIONS
004210         PERFORM 2100-MATCH-TRANSACTION THRU 2100-EXIT
004220             VARYING WS-TX-SUB FROM 1 BY 1
004230             UNTIL WS-TX-SUB > WS-TX-COUNT
004240     END-IF.
004250     WRITE ISSUED-CHECK-RECORD.
004260 2000-EXIT.
004270     EXIT.
004280*----------------------------------------------------------------
004290 2100-MATCH-TRANSACTION.
004300*----------------------------------------------------------------
004310     IF WS-TX-CHECK-NUMBER (WS-TX-SUB) NOT = CI-CHECK-NUMBER
004320        OR NOT WS-TX-PENDING (WS-TX-SUB)
004330         GO TO 2100-EXIT
004340     END-IF.
004350     MOVE CI-AMOUNT      TO WS-TX-AMOUNT (WS-TX-SUB).
004360     MOVE CI-EMPLOYEE-ID TO WS-TX-EMPLOYEE-ID (WS-TX-SUB).
004370     MOVE CI-PAYEE-NAME  TO WS-TX-PAYEE-NAME (WS-TX-SUB).
004380     MOVE CI-PERIOD      TO WS-TX-PERIOD (WS-TX-SUB).
004385     MOVE CI-PAY-GROUP   TO WS-TX-PAY-GROUP (WS-TX-SUB).
004390     PERFORM 2200-APPLY-TRANSACTION THRU 2200-EXIT.
004400 2100-EXIT.
004410     EXIT.
004420*----------------------------------------------------------------
004430* ONLY AN OUTSTANDING CHECK CAN BE VOIDED.  THE VOID GOES TO THE
004440* BANK ON POSITIVE PAY; A REISSUE TAKES THE NEXT CONTROLLED
004450* NUMBER AND TIES THE TWO CHECKS TOGETHER.
004460*----------------------------------------------------------------
004470 2200-APPLY-TRANSACTION.
004480*----------------------------------------------------------------
004490     IF CI-PAID
004500         MOVE "REFUSED - ALREADY PAID" TO WS-TX-RESULT (WS-TX-SUB)
004510         PERFORM 2300-REFUSE-TRANSACTION THRU 2300-EXIT
004520         GO TO 2200-EXIT
004530     END-IF.
004540     IF CI-VOIDED
004550         MOVE "REFUSED - ALREADY VOID" TO WS-TX-RESULT (WS-TX-SUB)
004560         PERFORM 2300-REFUSE-TRANSACTION THRU 2300-EXIT
004570         GO TO 2200-EXIT
004580     END-IF.
004590     MOVE "V"         TO CI-STATUS.
004600     MOVE WS-RUN-DATE TO CI-STATUS-DATE.
004610     MOVE SPACES          TO POSITIVE-PAY-RECORD.
004620     MOVE "V"             TO PP-RECORD-TYPE.
004630     MOVE CI-CHECK-NUMBER TO PP-CHECK-NUMBER.
004640     MOVE CI-ISSUE-DATE   TO PP-ISSUE-DATE.
004650     MOVE CI-AMOUNT       TO PP-AMOUNT.
004660     MOVE CI-PAYEE-NAME   TO PP-PAYEE-NAME.
004670     WRITE POSITIVE-PAY-RECORD.
004680     ADD 1 TO WS-PP-VOID-COUNT.
004690     ADD 1 TO WS-VOID-COUNT.
004700     SET WS-TX-APPLIED (WS-TX-SUB) TO TRUE.
004710     IF WS-TX-VOID (WS-TX-SUB)
004720         MOVE "VOIDED" TO WS-TX-RESULT (WS-TX-SUB)
004730         GO TO 2200-EXIT
004740     END-IF.
004750     MOVE WS-NEXT-CHECK-NUMBER TO WS-TX-NEW-NUMBER (WS-TX-SUB).
004760     MOVE WS-NEXT-CHECK-NUMBER TO CI-RELATED-NUMBER.
004770     ADD 1 TO WS-NEXT-CHECK-NUMBER.
004780     MOVE "VOIDED AND REISSUED" TO WS-TX-RESULT (WS-TX-SUB).
004790 2200-EXIT.
004800     EXIT.
004810*----------------------------------------------------------------
004820 2300-REFUSE-TRANSACTION.
004830*----------------------------------------------------------------
004840     SET WS-TX-REFUSED (WS-TX-SUB) TO TRUE.
004850     ADD 1 TO WS-REFUSED-COUNT.
004860     IF WS-RETURN-CODE < 4
004870         MOVE 4 TO WS-RETURN-CODE
004880     END-IF.
004890 2300-EXIT.
004900     EXIT.
004910*----------------------------------------------------------------
004920* AFTER THE PASS -- REFUSE WHAT NEVER MATCHED, THEN APPEND EACH
004930* REPLACEMENT IN NUMBER ORDER, SEND IT TO POSITIVE PAY AND
004940* PRINT IT.
004950*----------------------------------------------------------------
004960 3000-ISSUE-REPLACEMENTS.
004970*----------------------------------------------------------------
004980     IF NOT WS-APPLY-TRANSACTIONS
004990         GO TO 3000-EXIT
005000     END-IF.
005010     PERFORM 3100-REFUSE-IF-UNMATCHED THRU 3100-EXIT
005020         VARYING WS-TX-SUB FROM 1 BY 1
005030         UNTIL WS-TX-SUB > WS-TX-COUNT.
005040     PERFORM 3200-APPEND-ONE-REPLACEMENT THRU 3200-EXIT
005050         VARYING WS-APPEND-NUMBER FROM WS-FIRST-NEW-NUMBER BY 1
005060         UNTIL WS-APPEND-NUMBER >= WS-NEXT-CHECK-NUMBER.
005070 3000-EXIT.
005080     EXIT.
005090*----------------------------------------------------------------
005100 3100-REFUSE-IF-UNMATCHED.
005110*----------------------------------------------------------------
005120     IF NOT WS-TX-PENDING (WS-TX-SUB)
005130         GO TO 3100-EXIT
005140     END-IF.
005150     MOVE "REFUSED - NOT ON FILE" TO WS-TX-RESULT (WS-TX-SUB).
005160     PERFORM 2300-REFUSE-TRANSACTION THRU 2300-EXIT.
005170 3100-EXIT.
005180     EXIT.
005190*----------------------------------------------------------------
005200 3200-APPEND-ONE-REPLACEMENT.
005210*----------------------------------------------------------------
005220     MOVE 1 TO WS-TX-SUB.
005230     PERFORM 3210-BUMP-TX-SUB THRU 3210-EXIT
005240         UNTIL WS-TX-SUB > WS-TX-COUNT
005250            OR WS-TX-NEW-NUMBER (WS-TX-SUB) = WS-APPEND-NUMBER.
005260     IF WS-TX-SUB > WS-TX-COUNT
005270         GO TO 3200-EXIT
005280     END-IF.
005290     MOVE SPACES                TO ISSUED-CHECK-RECORD.
005300     MOVE WS-APPEND-NUMBER      TO CI-CHECK-NUMBER.
005310     MOVE WS-RUN-DATE-NUM       TO CI-ISSUE-DATE.
005320     MOVE WS-TX-AMOUNT (WS-TX-SUB)      TO CI-AMOUNT.
005330     MOVE WS-TX-EMPLOYEE-ID (WS-TX-SUB) TO CI-EMPLOYEE-ID.
005340     MOVE WS-TX-PAYEE-NAME (WS-TX-SUB)  TO CI-PAYEE-NAME.
005350     MOVE WS-TX-PERIOD (WS-TX-SUB)      TO CI-PERIOD.
005355     MOVE WS-TX-PAY-GROUP (WS-TX-SUB)   TO CI-PAY-GROUP.
005360     MOVE "R"                   TO CI-ORIGIN.
005370     MOVE "O"                   TO CI-STATUS.
005380     MOVE ZERO                  TO CI-STATUS-DATE.
005390     MOVE ZERO                  TO CI-PAID-AMOUNT.
005400     MOVE WS-TX-CHECK-NUMBER (WS-TX-SUB) TO CI-RELATED-NUMBER.
005410     WRITE ISSUED-CHECK-RECORD.
005420     MOVE SPACES                TO POSITIVE-PAY-RECORD.
005430     MOVE "I"                   TO PP-RECORD-TYPE.
005440     MOVE CI-CHECK-NUMBER       TO PP-CHECK-NUMBER.
005450     MOVE CI-ISSUE-DATE         TO PP-ISSUE-DATE.
005460     MOVE CI-AMOUNT             TO PP-AMOUNT.
005470     MOVE CI-PAYEE-NAME         TO PP-PAYEE-NAME.
005480     WRITE POSITIVE-PAY-RECORD.
005490     ADD 1 TO WS-PP-ISSUE-COUNT.
005500     ADD CI-AMOUNT TO WS-PP-ISSUE-TOTAL.
005510     ADD 1 TO WS-REISSUE-COUNT.
005520     ADD CI-AMOUNT TO WS-REISSUE-TOTAL.
005530     PERFORM 3300-PRINT-REPLACEMENT THRU 3300-EXIT.
005540 3200-EXIT.
005550     EXIT.
005560*----------------------------------------------------------------
005570 3210-BUMP-TX-SUB.
005580*----------------------------------------------------------------
005590     ADD 1 TO WS-TX-SUB.
005600 3210-EXIT.
005610     EXIT.
005620*----------------------------------------------------------------
005630* PRINT THE REPLACEMENT CHECK IN THE ISSUED RECORD, ITS STUB
005640* NAMING THE CHECK IT REPLACES.
005650*----------------------------------------------------------------
005660 3300-PRINT-REPLACEMENT.
005670*----------------------------------------------------------------
005680     MOVE CI-AMOUNT TO WS-CHECK-AMOUNT.
005690     CALL "PAYSTB01" USING WS-CHECK-AMOUNT WS-AMOUNT-EDITED.
005700     MOVE WS-CHECK-RULE-LINE  TO CHECK-PRINT-LINE.
005710     WRITE CHECK-PRINT-LINE.
005720     MOVE CI-CHECK-NUMBER      TO CHK-NUMBER.
005730     MOVE WS-RUN-DATE          TO CHK-DATE.
005740     MOVE WS-CHECK-HEAD-LINE   TO CHECK-PRINT-LINE.
005750     WRITE CHECK-PRINT-LINE.
005760     MOVE CI-PAYEE-NAME        TO CHK-PAYEE-NAME.
005770     MOVE WS-AMOUNT-EDITED     TO CHK-AMOUNT.
005780     MOVE WS-CHECK-PAYEE-LINE  TO CHECK-PRINT-LINE.
005790     WRITE CHECK-PRINT-LINE.
005800     MOVE CI-EMPLOYEE-ID       TO STB-EMPLOYEE-ID.
005810     MOVE CI-PAYEE-NAME        TO STB-EMPLOYEE-NAME.
005820     MOVE WS-STUB-HEAD-LINE    TO CHECK-PRINT-LINE.
005830     WRITE CHECK-PRINT-LINE.
005840     MOVE CI-RELATED-NUMBER    TO STB-OLD-NUMBER.
005850     MOVE WS-STUB-REPLACES-LINE TO CHECK-PRINT-LINE.
005860     WRITE CHECK-PRINT-LINE.
005870     MOVE "NET PAY  . . . :"   TO STB-LABEL.
005880     MOVE WS-AMOUNT-EDITED     TO STB-VALUE.
005890     MOVE WS-STUB-AMOUNT-LINE  TO CHECK-PRINT-LINE.
005900     WRITE CHECK-PRINT-LINE.
005910     MOVE WS-CHECK-RULE-LINE   TO CHECK-PRINT-LINE.
005920     WRITE CHECK-PRINT-LINE.
005930     MOVE SPACES               TO CHECK-PRINT-LINE.
005940     WRITE CHECK-PRINT-LINE.
005950 3300-EXIT.
005960     EXIT.
005970*----------------------------------------------------------------
005980* PRINT ONE LINE, WITH HEADINGS AT THE TOP OF EACH PAGE.
005990*----------------------------------------------------------------
006000 4100-PRINT-DETAIL.
006010*----------------------------------------------------------------
006020     IF WS-LINE-COUNT = ZERO OR
006030        WS-LINE-COUNT >= WS-LINES-PER-PAGE
006040         ADD 1 TO WS-PAGE-NUMBER
006050         MOVE WS-RUN-DATE-EDIT TO HDG-RUN-DATE
006060         MOVE WS-PAGE-NUMBER   TO HDG-PAGE-NUMBER
006070         MOVE WS-HEADING-1     TO PRINT-LINE
006080         WRITE PRINT-LINE
006090         MOVE SPACES           TO PRINT-LINE
006100         WRITE PRINT-LINE
006110         MOVE WS-HEADING-2     TO PRINT-LINE
006120         WRITE PRINT-LINE
006130         MOVE SPACES           TO PRINT-LINE
006140         WRITE PRINT-LINE
006150         MOVE 4 TO WS-LINE-COUNT
006160     END-IF.
006170     MOVE WS-PRINT-AREA TO PRINT-LINE.
006180     WRITE PRINT-LINE.
006190     ADD 1 TO WS-LINE-COUNT.
006200 4100-EXIT.
006210     EXIT.
006220*----------------------------------------------------------------
006230* THE REGISTER -- EVERY TRANSACTION IN THE ORDER KEYED, WITH
006240* WHAT WAS DONE OR WHY IT WAS REFUSED.
006250*----------------------------------------------------------------
006260 5000-PRINT-REGISTER.
006270*----------------------------------------------------------------
006280     IF NOT WS-APPLY-TRANSACTIONS
006290         GO TO 5000-EXIT
006300     END-IF.
006310     PERFORM 5100-PRINT-ONE-TRANSACTION THRU 5100-EXIT
006320         VARYING WS-TX-SUB FROM 1 BY 1
006330         UNTIL WS-TX-SUB > WS-TX-COUNT.
006340 5000-EXIT.
006350     EXIT.
006360*----------------------------------------------------------------
006370 5100-PRINT-ONE-TRANSACTION.
006380*----------------------------------------------------------------
006390     EVALUATE TRUE
006400         WHEN WS-TX-VOID (WS-TX-SUB)
006410             MOVE "VOID"    TO DTL-ACTION
006420         WHEN WS-TX-REISSUE (WS-TX-SUB)
006430             MOVE "REISSUE" TO DTL-ACTION
006440         WHEN OTHER
006450             MOVE WS-TX-ACTION (WS-TX-SUB) TO DTL-ACTION
006460     END-EVALUATE.
006470     MOVE WS-TX-CHECK-NUMBER (WS-TX-SUB) TO DTL-CHECK-NUMBER.
006480     MOVE WS-TX-PAYEE-NAME (WS-TX-SUB)   TO DTL-PAYEE-NAME.
006490     MOVE WS-TX-REQUESTED-BY (WS-TX-SUB) TO DTL-REQUESTED-BY.
006500     MOVE WS-TX-REASON (WS-TX-SUB)       TO DTL-REASON.
006510     MOVE WS-TX-RESULT (WS-TX-SUB)       TO DTL-RESULT.
006520     IF WS-TX-EMPLOYEE-ID (WS-TX-SUB) = ZERO
006530         MOVE SPACES TO DTL-EMPLOYEE-ID
006540         MOVE SPACES TO DTL-AMOUNT
006550     ELSE
006560         MOVE WS-TX-EMPLOYEE-ID (WS-TX-SUB) TO DTL-EMPLOYEE-ID
006570         MOVE WS-TX-AMOUNT (WS-TX-SUB) TO WS-CHECK-AMOUNT
006580         CALL "PAYSTB01" USING WS-CHECK-AMOUNT WS-AMOUNT-EDITED
006590         MOVE WS-AMOUNT-EDITED TO DTL-AMOUNT
006600     END-IF.
006610     IF WS-TX-NEW-NUMBER (WS-TX-SUB) = ZERO
006620         MOVE SPACES TO DTL-NEW-NUMBER
006630     ELSE
006640         MOVE WS-TX-NEW-NUMBER (WS-TX-SUB) TO DTL-NEW-NUMBER
006650     END-IF.
006660     MOVE WS-DETAIL-LINE TO WS-PRINT-AREA.
006670     PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT.
006680 5100-EXIT.
006690     EXIT.
006700*----------------------------------------------------------------
006710* CLOSE THE NEW ISSUED GENERATION, FINISH POSITIVE PAY WITH ITS
006720* TRAILER, REWRITE CHKCTL WITH THE NEXT UNUSED NUMBER, AND
006730* TOTAL THE REGISTER.
006740*----------------------------------------------------------------
006750 9000-TERMINATE.
006760*----------------------------------------------------------------
006770     IF WS-ISSUED-IS-OPEN
006780         CLOSE ISSUED-OLD-FILE
006790         CLOSE ISSUED-NEW-FILE
006800     END-IF.
006810     IF WS-APPLY-TRANSACTIONS
006820         PERFORM 9100-CLOSE-VOID-RUN THRU 9100-EXIT
006830     END-IF.
006840     DISPLAY "PAYCKV01 - TRANSACTIONS READ  : " WS-TRANS-READ.
006850     DISPLAY "PAYCKV01 - CHECKS VOIDED      : " WS-VOID-COUNT.
006860     DISPLAY "PAYCKV01 - REPLACEMENTS       : " WS-REISSUE-COUNT.
006870     DISPLAY "PAYCKV01 - REPLACEMENT TOTAL  : " WS-REISSUE-TOTAL.
006880     DISPLAY "PAYCKV01 - REFUSED            : " WS-REFUSED-COUNT.
006890     IF NOT WS-APPLY-TRANSACTIONS AND WS-ISSUED-IS-OPEN
006900         DISPLAY "PAYCKV01 - *** NOTHING VOIDED, ISSUED FILE "
006910             "CARRIED FORWARD UNCHANGED"
006920     END-IF.
006930 9000-EXIT.
006940     EXIT.
006950*----------------------------------------------------------------
006960 9100-CLOSE-VOID-RUN.
006970*----------------------------------------------------------------
006980     MOVE SPACES            TO POSITIVE-PAY-RECORD.
006990     MOVE "T"               TO PP-RECORD-TYPE.
007000     MOVE WS-PP-ISSUE-COUNT TO PP-TRL-ISSUE-COUNT.
007010     MOVE WS-PP-ISSUE-TOTAL TO PP-TRL-ISSUE-TOTAL.
007020     MOVE WS-PP-VOID-COUNT  TO PP-TRL-VOID-COUNT.
007030     WRITE POSITIVE-PAY-RECORD.
007040     CLOSE POSITIVE-PAY-FILE.
007050     CLOSE CHECK-PRINT-FILE.
007060     OPEN OUTPUT CHECK-CONTROL-FILE.
007070     IF WS-CHKCTL-STATUS NOT = "00"
007080         DISPLAY "PAYCKV01 - UNABLE TO REWRITE CHKCTL, "
007090             "STATUS = " WS-CHKCTL-STATUS
007100         MOVE 8 TO WS-RETURN-CODE
007110     ELSE
007120         MOVE WS-NEXT-CHECK-NUMBER TO CHECK-CONTROL-RECORD
007130         WRITE CHECK-CONTROL-RECORD
007140         CLOSE CHECK-CONTROL-FILE
007150     END-IF.
007160     MOVE SPACES TO PRINT-LINE.
007170     WRITE PRINT-LINE.
007180     MOVE "TRANSACTIONS READ  . . . . . . :" TO CNT-LABEL.
007190     MOVE WS-TRANS-READ TO CNT-VALUE.
007200     MOVE WS-COUNT-LINE TO PRINT-LINE.
007210     WRITE PRINT-LINE.
007220     MOVE "CHECKS VOIDED  . . . . . . . . :" TO CNT-LABEL.
007230     MOVE WS-VOID-COUNT TO CNT-VALUE.
007240     MOVE WS-COUNT-LINE TO PRINT-LINE.
007250     WRITE PRINT-LINE.
007260     MOVE "REPLACEMENTS ISSUED  . . . . . :" TO CNT-LABEL.
007270     MOVE WS-REISSUE-COUNT TO CNT-VALUE.
007280     MOVE WS-COUNT-LINE TO PRINT-LINE.
007290     WRITE PRINT-LINE.
007300     MOVE "REPLACEMENT TOTAL  . . . . . . :" TO TOT-LABEL.
007310     MOVE WS-REISSUE-TOTAL TO TOT-AMOUNT.
007320     MOVE WS-TOTAL-LINE TO PRINT-LINE.
007330     WRITE PRINT-LINE.
007340     MOVE "TRANSACTIONS REFUSED . . . . . :" TO CNT-LABEL.
007350     MOVE WS-REFUSED-COUNT TO CNT-VALUE.
007360     MOVE WS-COUNT-LINE TO PRINT-LINE.
007370     WRITE PRINT-LINE.
007380     MOVE "NEXT CHECK NUMBER  . . . . . . :" TO NUM-LABEL.
007390     MOVE WS-NEXT-CHECK-NUMBER TO NUM-VALUE.
007400     MOVE WS-NUMBER-LINE TO PRINT-LINE.
007410     WRITE PRINT-LINE.
007420     CLOSE PRINT-FILE.
007430 9100-EXIT.
007440     EXIT.
