000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     PAYDDR01.
000030 AUTHOR.         J HALVORSEN.
000040 INSTALLATION.   PAYROLL SYSTEMS GROUP.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  -------------------------------------------
000120* 10/15/2026  JH   ORIGINAL PROGRAM.  DIRECT-DEPOSIT RETURNS.
000130*                  READS THE BANK'S RETURN FILE (DDRETURN) AND
000140*                  MATCHES EACH RETURNED ENTRY BACK TO THE
000150*                  BANKFILE DETAIL IT CAME FROM AND, FOR A
000160*                  DEPOSIT, TO THE ACCEPTED PAYRSLT RECORD IT
000170*                  PAID.  A RETURNED DEPOSIT'S NET IS REISSUED
000180*                  AS A CHECK UNDER THE NEXT CHKCTL NUMBER --
000190*                  ADDED TO THE ISSUED-CHECK FILE (ORIGIN D),
000200*                  SENT TO THE BANK ON POSPAY AND PRINTED.  THE
000210*                  EMPLOYEE'S ACCOUNT ON DDACCT IS MARKED
000220*                  RETURNED, WITH A BEFORE/AFTER AUDIT ON
000230*                  DDAUDIT, SO PAYBNK01 PAYS BY CHECK UNTIL THE
000240*                  ACCOUNT IS CORRECTED THROUGH DDAMNT01.  A
000250*                  RETURNED PRENOTE HOLDS THE ACCOUNT THE SAME
000260*                  WAY BUT NEEDS NO CHECK.  THE DDRRPT REGISTER
000270*                  LISTS EVERY RETURN WITH ITS RESULT FOR
000280*                  PAYROLL, FOLLOWED BY A NOTICE PAGE PER
000290*                  DEPARTMENT FOR ITS DEPTFILE MANAGER.
000300*                  RETURN-CODE IS 0 WHEN EVERY RETURN WAS
000310*                  APPLIED, 4 WHEN ANY WAS REFUSED, AND 8 WHEN A
000320*                  FILE OR THE CHECK-NUMBER CONTROL COULD NOT BE
000330*                  USED (THE ISSUED-CHECK AND ACCOUNT FILES ARE
000340*                  THEN CARRIED FORWARD UNCHANGED).
000341* 10/15/2026  JH   PAY GROUPS. RSLTREC GREW TO 128 BYTES AND
000342*                  CHKISS TO 81 WITH THE PAY GROUP -- FD
000343*                  LENGTHS RAISED TO MATCH. THE REPLACEMENT
000344*                  CHECK FOR A RETURNED DEPOSIT CARRIES THE
000345*                  PAY GROUP OF THE RESULT IT REPLACES ALONG
000346*                  WITH ITS PERIOD.
000350*----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT RETURN-FILE ASSIGN TO "DDRETURN"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-DDRETURN-STATUS.
000420     SELECT BANK-FILE ASSIGN TO "BANKFILE"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-BANKFILE-STATUS.
000450     SELECT RESULTS-FILE ASSIGN TO "PAYRSLT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RESULTS-STATUS.
000480     SELECT DEPARTMENT-FILE ASSIGN TO "DEPTFILE"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-DEPTFILE-STATUS.
000510     SELECT DDA-OLD-FILE ASSIGN TO "DDACCTO"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-DDACCTO-STATUS.
000540     SELECT DDA-NEW-FILE ASSIGN TO "DDACCTN"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-DDACCTN-STATUS.
000570     SELECT DDA-AUDIT-FILE ASSIGN TO "DDAUDIT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-DDAUDIT-STATUS.
000600     SELECT ISSUED-OLD-FILE ASSIGN TO "CHKISSO"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-CHKISSO-STATUS.
000630     SELECT ISSUED-NEW-FILE ASSIGN TO "CHKISSN"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-CHKISSN-STATUS.
000660     SELECT CHECK-CONTROL-FILE ASSIGN TO "CHKCTL"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-CHKCTL-STATUS.
000690     SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-POSPAY-STATUS.
000720     SELECT CHECK-PRINT-FILE ASSIGN TO "CHECKFILE"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-CHECKFILE-STATUS.
000750     SELECT PRINT-FILE ASSIGN TO "DDRRPT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-PRINT-STATUS.
000780 DATA DIVISION.
000790 FILE SECTION.
000800*----------------------------------------------------------------
000810* ONE RECORD PER ENTRY THE BANK SENT BACK -- THE EMPLOYEE, THE
000820* DATE OF THE BANKFILE THE ENTRY WENT OUT ON, THE ACCOUNT AND
000830* AMOUNT AS SENT (ZERO FOR A PRENOTE), AND THE BANK'S RETURN
000840* REASON CODE.
000850*----------------------------------------------------------------
000860 FD  RETURN-FILE
000870     RECORD CONTAINS 80 CHARACTERS.
000880 01  RETURN-RECORD.
000890     05  RT-EMPLOYEE-ID      PIC 9(05).
000900     05  RT-FILE-DATE        PIC 9(08).
000910     05  RT-ROUTING-NUMBER   PIC 9(09).
000920     05  RT-ACCOUNT-NUMBER   PIC X(17).
000930     05  RT-AMOUNT           PIC 9(07)V99.
000940     05  RT-REASON           PIC X(03).
000950     05  FILLER              PIC X(29).
000960*----------------------------------------------------------------
000970* THE BANKFILE PAYBNK01 SENT -- HEADER, DETAILS, TRAILER.
000980*----------------------------------------------------------------
000990 FD  BANK-FILE
001000     RECORD CONTAINS 80 CHARACTERS.
001010 01  BANK-DETAIL-RECORD.
001020     05  BK-RECORD-TYPE      PIC X(01).
001030         88  BK-HEADER               VALUE "H".
001040         88  BK-DETAIL               VALUE "D".
001050     05  BK-EMPLOYEE-ID      PIC 9(05).
001060     05  BK-EMPLOYEE-NAME    PIC X(20).
001070     05  BK-NET-PAY          PIC 9(07)V99.
001080     05  BK-ROUTING-NUMBER   PIC 9(09).
001090     05  BK-ACCOUNT-NUMBER   PIC X(17).
001100     05  BK-ACCOUNT-TYPE     PIC X(01).
001110     05  BK-ENTRY-TYPE       PIC X(01).
001120     05  FILLER              PIC X(17).
001130 01  BANK-HEADER-RECORD.
001140     05  FILLER              PIC X(01).
001150     05  BK-HDR-RUN-DATE     PIC 9(08).
001160     05  FILLER              PIC X(71).
001170 FD  RESULTS-FILE
001180     RECORD CONTAINS 128 CHARACTERS.
001190     COPY RSLTREC.
001200 FD  DEPARTMENT-FILE
001210     RECORD CONTAINS 43 CHARACTERS.
001220 01  DEPARTMENT-RECORD.
001230     05  DR-DEPT-CODE        PIC 9(03).
001240     05  DR-DEPT-NAME        PIC X(20).
001250     05  DR-DEPT-MANAGER     PIC X(20).
001260 FD  DDA-OLD-FILE
001270     RECORD CONTAINS 60 CHARACTERS.
001280     COPY DDACCT REPLACING ==DD-ACCOUNT-RECORD==
001290                        BY ==DDA-OLD-RECORD==
001300                     LEADING ==DA== BY ==DO==.
001310 FD  DDA-NEW-FILE
001320     RECORD CONTAINS 60 CHARACTERS.
001330     COPY DDACCT.
001340 FD  DDA-AUDIT-FILE
001350     RECORD CONTAINS 150 CHARACTERS.
001360     COPY DDAAREC.
001370 FD  ISSUED-OLD-FILE
001380     RECORD CONTAINS 81 CHARACTERS.
001390 01  ISSUED-OLD-RECORD       PIC X(81).
001400 FD  ISSUED-NEW-FILE
001410     RECORD CONTAINS 81 CHARACTERS.
001420     COPY CHKISS.
001430 FD  CHECK-CONTROL-FILE
001440     RECORD CONTAINS 08 CHARACTERS.
001450 01  CHECK-CONTROL-RECORD    PIC 9(08).
001460 FD  POSITIVE-PAY-FILE
001470     RECORD CONTAINS 80 CHARACTERS.
001480     COPY POSPAY.
001490 FD  CHECK-PRINT-FILE
001500     RECORD CONTAINS 80 CHARACTERS.
001510 01  CHECK-PRINT-LINE        PIC X(80).
001520 FD  PRINT-FILE
001530     RECORD CONTAINS 132 CHARACTERS.
001540 01  PRINT-LINE              PIC X(132).
001550 WORKING-STORAGE SECTION.
001560*----------------------------------------------------------------
001570* FILE STATUS AND CONTROL SWITCHES
001580*----------------------------------------------------------------
001590 77  WS-DDRETURN-STATUS      PIC X(02) VALUE SPACES.
001600 77  WS-BANKFILE-STATUS      PIC X(02) VALUE SPACES.
001610 77  WS-RESULTS-STATUS       PIC X(02) VALUE SPACES.
001620 77  WS-DEPTFILE-STATUS      PIC X(02) VALUE SPACES.
001630 77  WS-DDACCTO-STATUS       PIC X(02) VALUE SPACES.
001640 77  WS-DDACCTN-STATUS       PIC X(02) VALUE SPACES.
001650 77  WS-DDAUDIT-STATUS       PIC X(02) VALUE SPACES.
001660 77  WS-CHKISSO-STATUS       PIC X(02) VALUE SPACES.
001670 77  WS-CHKISSN-STATUS       PIC X(02) VALUE SPACES.
001680 77  WS-CHKCTL-STATUS        PIC X(02) VALUE SPACES.
001690 77  WS-POSPAY-STATUS        PIC X(02) VALUE SPACES.
001700 77  WS-CHECKFILE-STATUS     PIC X(02) VALUE SPACES.
001710 77  WS-PRINT-STATUS         PIC X(02) VALUE SPACES.
001720 77  WS-LOAD-EOF-SWITCH      PIC X(01) VALUE "N".
001730     88  WS-LOAD-END-OF-FILE           VALUE "Y".
001740 77  WS-ISSUED-EOF-SWITCH    PIC X(01) VALUE "N".
001750     88  WS-ISSUED-END-OF-FILE         VALUE "Y".
001760 77  WS-ISSUED-OPEN-SWITCH   PIC X(01) VALUE "N".
001770     88  WS-ISSUED-IS-OPEN             VALUE "Y".
001780 77  WS-DDA-EOF-SWITCH       PIC X(01) VALUE "N".
001790     88  WS-DDA-END-OF-FILE            VALUE "Y".
001800 77  WS-DDA-OPEN-SWITCH      PIC X(01) VALUE "N".
001810     88  WS-DDA-IS-OPEN                VALUE "Y".
001820 77  WS-APPLY-SWITCH         PIC X(01) VALUE "N".
001830     88  WS-APPLY-RETURNS              VALUE "Y".
001840 77  WS-RETURN-CODE          PIC 9(01) VALUE ZERO.
001850*----------------------------------------------------------------
001860* THE RETURNS, HELD IN FILE ORDER.  EACH PICKS UP WHAT IT
001870* MATCHED -- PRENOTE OR DEPOSIT, THE EMPLOYEE'S NAME, DEPARTMENT
001880* AND PERIOD FROM PAYRSLT -- WHAT BECAME OF THE ACCOUNT, AND THE
001890* CHECK NUMBER A DEPOSIT WAS REISSUED UNDER.
001900*----------------------------------------------------------------
001910 77  WS-RT-MAX               PIC 9(03) COMP VALUE 200.
001920 77  WS-RT-COUNT             PIC 9(03) COMP VALUE ZERO.
001930 77  WS-RT-SUB               PIC 9(03) COMP VALUE ZERO.
001940 77  WS-RT-SUB-2             PIC 9(03) COMP VALUE ZERO.
001950 01  WS-RETURN-TABLE.
001960     05  WS-RT-ENTRY OCCURS 200 TIMES.
001970         10  WS-RT-EMPLOYEE-ID   PIC 9(05).
001980         10  WS-RT-FILE-DATE     PIC 9(08).
001990         10  WS-RT-ROUTING       PIC 9(09).
002000         10  WS-RT-ACCOUNT       PIC X(17).
002010         10  WS-RT-AMOUNT        PIC 9(07)V99.
002020         10  WS-RT-REASON        PIC X(03).
002030         10  WS-RT-STATE         PIC X(01).
002040             88  WS-RT-PENDING           VALUE " ".
002050             88  WS-RT-PRENOTE           VALUE "P".
002060             88  WS-RT-DEPOSIT           VALUE "D".
002070             88  WS-RT-ACCEPTED          VALUE "P" "D".
002080             88  WS-RT-REFUSED           VALUE "F".
002090         10  WS-RT-RESULT        PIC X(30).
002100         10  WS-RT-NAME          PIC X(20).
002110         10  WS-RT-DEPT          PIC 9(03).
002120         10  WS-RT-PERIOD        PIC 9(02).
002125         10  WS-RT-PAY-GROUP     PIC X(02).
002130         10  WS-RT-ACCOUNT-ACTION PIC X(01).
002140             88  WS-RT-ACCOUNT-NONE      VALUE " ".
002150             88  WS-RT-ACCOUNT-HELD      VALUE "H".
002160             88  WS-RT-ACCOUNT-CHANGED   VALUE "C".
002170         10  WS-RT-CHECK-NUMBER  PIC 9(08).
002180         10  WS-RT-NOTICED       PIC X(01).
002190             88  WS-RT-ON-NOTICE         VALUE "Y".
002200*----------------------------------------------------------------
002210* THE BANKFILE DETAILS AND THE ACCEPTED PAYRSLT RECORDS A RETURN
002220* MUST MATCH.  A TABLE THAT CANNOT HOLD ITS FILE FAILS THE RUN --
002230* A RETURN REFUSED FOR WANT OF ROOM WOULD LEAVE AN EMPLOYEE
002240* UNPAID.
002250*----------------------------------------------------------------
002260 77  WS-BANK-RUN-DATE        PIC 9(08) VALUE ZERO.
002270 77  WS-BK-MAX               PIC 9(04) COMP VALUE 2000.
002280 77  WS-BK-COUNT             PIC 9(04) COMP VALUE ZERO.
002290 77  WS-BK-SUB               PIC 9(04) COMP VALUE ZERO.
002300 01  WS-BANK-TABLE.
002310     05  WS-BK-ENTRY OCCURS 2000 TIMES.
002320         10  WS-BK-EMPLOYEE-ID   PIC 9(05).
002330         10  WS-BK-ROUTING       PIC 9(09).
002340         10  WS-BK-ACCOUNT       PIC X(17).
002350         10  WS-BK-AMOUNT        PIC 9(07)V99.
002360         10  WS-BK-ENTRY-TYPE    PIC X(01).
002370             88  WS-BK-PRENOTE           VALUE "P".
002380 77  WS-RS-MAX               PIC 9(04) COMP VALUE 2000.
002390 77  WS-RS-COUNT             PIC 9(04) COMP VALUE ZERO.
002400 77  WS-RS-SUB               PIC 9(04) COMP VALUE ZERO.
002410 01  WS-RESULT-TABLE.
002420     05  WS-RS-ENTRY OCCURS 2000 TIMES.
002430         10  WS-RS-EMPLOYEE-ID   PIC 9(05).
002440         10  WS-RS-NAME          PIC X(20).
002450         10  WS-RS-DEPT          PIC 9(03).
002460         10  WS-RS-NET-PAY       PIC S9(05)V99.
002470         10  WS-RS-PERIOD        PIC 9(02).
002475         10  WS-RS-PAY-GROUP     PIC X(02).
002480 77  WS-TABLE-FULL-SWITCH    PIC X(01) VALUE "N".
002490     88  WS-TABLE-FULL                 VALUE "Y".
002500*----------------------------------------------------------------
002510* DEPARTMENT NAMES AND MANAGERS FOR THE NOTICE PAGES.
002520*----------------------------------------------------------------
002530 77  WS-DEPT-MAX             PIC 9(03) COMP VALUE 20.
002540 77  WS-DEPT-COUNT           PIC 9(03) COMP VALUE ZERO.
002550 77  WS-DEPT-SUB             PIC 9(03) COMP VALUE ZERO.
002560 01  WS-DEPT-TABLE.
002570     05  WS-DEPT-ENTRY OCCURS 20 TIMES.
002580         10  WS-DEPT-CODE        PIC 9(03).
002590         10  WS-DEPT-NAME        PIC X(20).
002600         10  WS-DEPT-MANAGER     PIC X(20).
002610*----------------------------------------------------------------
002620* THE BANK'S RETURN REASON CODES WORTH NAMING ON THE REGISTER.
002630*----------------------------------------------------------------
002640 01  WS-REASON-VALUES.
002650     05  FILLER              PIC X(27) VALUE
002660         "R01INSUFFICIENT FUNDS".
002670     05  FILLER              PIC X(27) VALUE
002680         "R02ACCOUNT CLOSED".
002690     05  FILLER              PIC X(27) VALUE
002700         "R03NO ACCOUNT - NOT FOUND".
002710     05  FILLER              PIC X(27) VALUE
002720         "R04INVALID ACCOUNT NUMBER".
002730     05  FILLER              PIC X(27) VALUE
002740         "R16ACCOUNT FROZEN".
002750     05  FILLER              PIC X(27) VALUE
002760         "R20NON-TRANSACTION ACCOUNT".
002770 01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
002780     05  WS-REASON-ENTRY OCCURS 6 TIMES.
002790         10  WS-REASON-CODE      PIC X(03).
002800         10  WS-REASON-TEXT      PIC X(24).
002810 77  WS-REASON-COUNT         PIC 9(02) COMP VALUE 6.
002820 77  WS-REASON-SUB           PIC 9(02) COMP VALUE ZERO.
002830 77  WS-LOOK-REASON          PIC X(03) VALUE SPACES.
002840 77  WS-REASON-DESC          PIC X(24) VALUE SPACES.
002850*----------------------------------------------------------------
002860* CHECK-NUMBER CONTROL.  REISSUES ARE NUMBERED IN RETURN-FILE
002870* ORDER AND APPENDED AFTER THE LAST CHECK ON THE ISSUED FILE.
002880*----------------------------------------------------------------
002890 77  WS-NEXT-CHECK-NUMBER    PIC 9(08) VALUE ZERO.
002900 77  WS-CHECK-AMOUNT         PIC S9(05)V99 VALUE ZERO.
002910 77  WS-AMOUNT-EDITED        PIC ZZZZ9.99-.
002920 77  WS-AUDIT-TIME           PIC 9(08) VALUE ZERO.
002930*----------------------------------------------------------------
002940* RUN COUNTS AND TOTALS
002950*----------------------------------------------------------------
002960 77  WS-RETURNS-READ         PIC 9(05) COMP VALUE ZERO.
002970 77  WS-PRENOTE-COUNT        PIC 9(05) COMP VALUE ZERO.
002980 77  WS-DEPOSIT-COUNT        PIC 9(05) COMP VALUE ZERO.
002990 77  WS-REISSUE-TOTAL        PIC S9(09)V99 VALUE ZERO.
003000 77  WS-HELD-COUNT           PIC 9(05) COMP VALUE ZERO.
003010 77  WS-REFUSED-COUNT        PIC 9(05) COMP VALUE ZERO.
003020 77  WS-DDA-CARRIED-COUNT    PIC 9(07) COMP VALUE ZERO.
003030 77  WS-PP-ISSUE-COUNT       PIC 9(07) COMP VALUE ZERO.
003040 77  WS-PP-ISSUE-TOTAL       PIC S9(09)V99 VALUE ZERO.
003050*----------------------------------------------------------------
003060* RUN DATE AND PAGE CONTROL
003070*----------------------------------------------------------------
003080 01  WS-RUN-DATE.
003090     05  WS-RUN-YYYY         PIC 9(04).
003100     05  WS-RUN-MM           PIC 9(02).
003110     05  WS-RUN-DD           PIC 9(02).
003120 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(08).
003130 01  WS-RUN-DATE-EDIT.
003140     05  WS-RUN-DATE-MM      PIC 9(02).
003150     05  FILLER              PIC X(01) VALUE "/".
003160     05  WS-RUN-DATE-DD      PIC 9(02).
003170     05  FILLER              PIC X(01) VALUE "/".
003180     05  WS-RUN-DATE-YYYY    PIC 9(04).
003190 77  WS-PAGE-NUMBER          PIC 9(03) COMP VALUE ZERO.
003200 77  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
003210 77  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 15.
003220 01  WS-PRINT-AREA           PIC X(132) VALUE SPACES.
003230 01  WS-PAGE-HEADING-2       PIC X(132) VALUE SPACES.
003240 01  WS-PAGE-HEADING-3       PIC X(132) VALUE SPACES.
003250*----------------------------------------------------------------
003260* CHECK AND STUB PRINT LAYOUTS, AS PAYBNK01 PRINTS THEM
003270*----------------------------------------------------------------
003280 01  WS-CHECK-RULE-LINE      PIC X(80) VALUE ALL "=".
003290 01  WS-CHECK-HEAD-LINE.
003300     05  FILLER              PIC X(11) VALUE "CHECK NO : ".
003310     05  CHK-NUMBER          PIC 9(08).
003320     05  FILLER              PIC X(10) VALUE SPACES.
003330     05  FILLER              PIC X(07) VALUE "DATE : ".
003340     05  CHK-DATE            PIC X(10).
003350 01  WS-CHECK-PAYEE-LINE.
003360     05  FILLER              PIC X(22) VALUE
003370         "PAY TO THE ORDER OF : ".
003380     05  CHK-PAYEE-NAME      PIC X(20).
003390     05  FILLER              PIC X(02) VALUE SPACES.
003400     05  FILLER              PIC X(09) VALUE "AMOUNT $ ".
003410     05  CHK-AMOUNT          PIC X(09).
003420 01  WS-STUB-HEAD-LINE.
003430     05  FILLER              PIC X(11) VALUE "STUB  EMP :".
003440     05  STB-EMPLOYEE-ID     PIC 9(05).
003450     05  FILLER              PIC X(02) VALUE SPACES.
003460     05  STB-EMPLOYEE-NAME   PIC X(20).
003470 01  WS-STUB-AMOUNT-LINE.
003480     05  FILLER              PIC X(06) VALUE SPACES.
003490     05  STB-LABEL           PIC X(16).
003500     05  STB-VALUE           PIC X(09).
003510 01  WS-STUB-RETURN-LINE.
003520     05  FILLER              PIC X(06) VALUE SPACES.
003530     05  FILLER              PIC X(16) VALUE "DEPOSIT RETURNED".
003540     05  FILLER              PIC X(02) VALUE SPACES.
003550     05  STB-FILE-DATE       PIC 9(08).
003560     05  FILLER              PIC X(02) VALUE SPACES.
003570     05  STB-REASON-DESC     PIC X(24).
003580*----------------------------------------------------------------
003590* REGISTER LINE LAYOUTS
003600*----------------------------------------------------------------
003610 01  WS-HEADING-1.
003620     05  FILLER              PIC X(40) VALUE
003630         "DIRECT DEPOSIT RETURNS REGISTER".
003640     05  FILLER              PIC X(10) VALUE "RUN DATE :".
003650     05  HDG-RUN-DATE        PIC X(10).
003660     05  FILLER              PIC X(10) VALUE SPACES.
003670     05  FILLER              PIC X(06) VALUE "PAGE :".
003680     05  HDG-PAGE-NUMBER     PIC ZZ9.
003690 01  WS-REGISTER-HEADING.
003700     05  FILLER              PIC X(07) VALUE "EMP-ID".
003710     05  FILLER              PIC X(22) VALUE "NAME".
003720     05  FILLER              PIC X(05) VALUE "DEPT".
003730     05  FILLER              PIC X(30) VALUE "RETURN REASON".
003740     05  FILLER              PIC X(11) VALUE "   AMOUNT".
003750     05  FILLER              PIC X(10) VALUE "CHECK NO".
003760     05  FILLER              PIC X(09) VALUE "ACCOUNT".
003770     05  FILLER              PIC X(30) VALUE "RESULT".
003780 01  WS-DETAIL-LINE.
003790     05  DTL-EMPLOYEE-ID     PIC 9(05).
003800     05  FILLER              PIC X(02) VALUE SPACES.
003810     05  DTL-NAME            PIC X(20).
003820     05  FILLER              PIC X(02) VALUE SPACES.
003830     05  DTL-DEPT            PIC X(03).
003840     05  FILLER              PIC X(02) VALUE SPACES.
003850     05  DTL-REASON          PIC X(03).
003860     05  FILLER              PIC X(01) VALUE SPACES.
003870     05  DTL-REASON-DESC     PIC X(24).
003880     05  FILLER              PIC X(02) VALUE SPACES.
003890     05  DTL-AMOUNT          PIC X(09).
003900     05  FILLER              PIC X(02) VALUE SPACES.
003910     05  DTL-CHECK-NUMBER    PIC X(08).
003920     05  FILLER              PIC X(02) VALUE SPACES.
003930     05  DTL-ACCOUNT         PIC X(07).
003940     05  FILLER              PIC X(02) VALUE SPACES.
003950     05  DTL-RESULT          PIC X(30).
003960 01  WS-NOTICE-DEPT-LINE.
003970     05  FILLER              PIC X(27) VALUE
003980         "MANAGER NOTICE  --  DEPT : ".
003990     05  NTC-DEPT-CODE       PIC 9(03).
004000     05  FILLER              PIC X(02) VALUE SPACES.
004010     05  NTC-DEPT-NAME       PIC X(20).
004020     05  FILLER              PIC X(02) VALUE SPACES.
004030     05  FILLER              PIC X(10) VALUE "MANAGER : ".
004040     05  NTC-DEPT-MANAGER    PIC X(20).
004050 01  WS-NOTICE-HEADING.
004060     05  FILLER              PIC X(07) VALUE "EMP-ID".
004070     05  FILLER              PIC X(22) VALUE "NAME".
004080     05  FILLER              PIC X(26) VALUE "RETURN REASON".
004090     05  FILLER              PIC X(11) VALUE "   AMOUNT".
004100     05  FILLER              PIC X(10) VALUE "CHECK NO".
004110     05  FILLER              PIC X(40) VALUE "ACTION".
004120 01  WS-NOTICE-LINE.
004130     05  NTL-EMPLOYEE-ID     PIC 9(05).
004140     05  FILLER              PIC X(02) VALUE SPACES.
004150     05  NTL-NAME            PIC X(20).
004160     05  FILLER              PIC X(02) VALUE SPACES.
004170     05  NTL-REASON-DESC     PIC X(24).
004180     05  FILLER              PIC X(02) VALUE SPACES.
004190     05  NTL-AMOUNT          PIC X(09).
004200     05  FILLER              PIC X(02) VALUE SPACES.
004210     05  NTL-CHECK-NUMBER    PIC X(08).
004220     05  FILLER              PIC X(02) VALUE SPACES.
004230     05  NTL-ACTION          PIC X(40).
004240 01  WS-TOTAL-LINE.
004250     05  TOT-LABEL           PIC X(33).
004260     05  TOT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
004270 01  WS-COUNT-LINE.
004280     05  CNT-LABEL           PIC X(33).
004290     05  CNT-VALUE           PIC ZZZ,ZZ9.
004300 01  WS-NUMBER-LINE.
004310     05  NUM-LABEL           PIC X(33).
004320     05  NUM-VALUE           PIC 9(08).
004330 PROCEDURE DIVISION.
004340*----------------------------------------------------------------
004350 0000-MAINLINE.
004360*----------------------------------------------------------------
004370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004380     IF WS-APPLY-RETURNS
004390         PERFORM 2000-MATCH-ONE-RETURN THRU 2000-EXIT
004400             VARYING WS-RT-SUB FROM 1 BY 1
004410             UNTIL WS-RT-SUB > WS-RT-COUNT
004420     END-IF.
004430     PERFORM 3000-CARRY-ONE-ACCOUNT THRU 3000-EXIT
004440         UNTIL WS-DDA-END-OF-FILE.
004450     PERFORM 4000-CARRY-ONE-CHECK THRU 4000-EXIT
004460         UNTIL WS-ISSUED-END-OF-FILE.
004470     IF WS-APPLY-RETURNS
004480         PERFORM 4100-REISSUE-ONE-DEPOSIT THRU 4100-EXIT
004490             VARYING WS-RT-SUB FROM 1 BY 1
004500             UNTIL WS-RT-SUB > WS-RT-COUNT
004510         PERFORM 5000-PRINT-REGISTER THRU 5000-EXIT
004520         PERFORM 6000-PRINT-NOTICES THRU 6000-EXIT
004530     END-IF.
004540     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004550     MOVE WS-RETURN-CODE TO RETURN-CODE.
004560     STOP RUN.
004570*----------------------------------------------------------------
004580* THE ISSUED-CHECK AND ACCOUNT FILES ARE OPENED FIRST SO THAT,
004590* WHATEVER FAILS AFTER THEM, THEIR NEW GENERATIONS ARE STILL
004600* WRITTEN -- UNCHANGED WHEN THE RETURNS CANNOT BE APPLIED.
004610*----------------------------------------------------------------
004620 1000-INITIALIZE.
004630*----------------------------------------------------------------
004640     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004650     MOVE WS-RUN-MM   TO WS-RUN-DATE-MM.
004660     MOVE WS-RUN-DD   TO WS-RUN-DATE-DD.
004670     MOVE WS-RUN-YYYY TO WS-RUN-DATE-YYYY.
004680     MOVE "Y" TO WS-ISSUED-EOF-SWITCH.
004690     MOVE "Y" TO WS-DDA-EOF-SWITCH.
004700     OPEN INPUT ISSUED-OLD-FILE.
004710     IF WS-CHKISSO-STATUS NOT = "00"
004720         DISPLAY "PAYDDR01 - UNABLE TO OPEN CHKISSO, STATUS = "
004730             WS-CHKISSO-STATUS
004740         MOVE 8 TO WS-RETURN-CODE
004750         GO TO 1000-EXIT
004760     END-IF.
004770     OPEN OUTPUT ISSUED-NEW-FILE.
004780     IF WS-CHKISSN-STATUS NOT = "00"
004790         DISPLAY "PAYDDR01 - UNABLE TO OPEN CHKISSN, STATUS = "
004800             WS-CHKISSN-STATUS
004810         CLOSE ISSUED-OLD-FILE
004820         MOVE 8 TO WS-RETURN-CODE
004830         GO TO 1000-EXIT
004840     END-IF.
004850     SET WS-ISSUED-IS-OPEN TO TRUE.
004860     MOVE "N" TO WS-ISSUED-EOF-SWITCH.
004870     OPEN INPUT DDA-OLD-FILE.
004880     IF WS-DDACCTO-STATUS NOT = "00"
004890         DISPLAY "PAYDDR01 - UNABLE TO OPEN DDACCTO, STATUS = "
004900             WS-DDACCTO-STATUS
004910         MOVE 8 TO WS-RETURN-CODE
004920         GO TO 1000-EXIT
004930     END-IF.
004940     OPEN OUTPUT DDA-NEW-FILE.
004950     IF WS-DDACCTN-STATUS NOT = "00"
004960         DISPLAY "PAYDDR01 - UNABLE TO OPEN DDACCTN, STATUS = "
004970             WS-DDACCTN-STATUS
004980         CLOSE DDA-OLD-FILE
004990         MOVE 8 TO WS-RETURN-CODE
005000         GO TO 1000-EXIT
005010     END-IF.
005020     SET WS-DDA-IS-OPEN TO TRUE.
005030     MOVE "N" TO WS-DDA-EOF-SWITCH.
005040     PERFORM 1100-LOAD-RETURNS THRU 1100-EXIT.
005050     IF WS-RETURN-CODE = 8
005060         GO TO 1000-EXIT
005070     END-IF.
005080     PERFORM 1200-LOAD-BANK-FILE THRU 1200-EXIT.
005090     IF WS-RETURN-CODE = 8
005100         GO TO 1000-EXIT
005110     END-IF.
005120     PERFORM 1300-LOAD-RESULTS THRU 1300-EXIT.
005130     IF WS-RETURN-CODE = 8
005140         GO TO 1000-EXIT
005150     END-IF.
005160     PERFORM 1400-LOAD-DEPARTMENTS THRU 1400-EXIT.
005170     PERFORM 1500-GET-CHECK-CONTROL THRU 1500-EXIT.
005180     IF WS-RETURN-CODE = 8
005190         GO TO 1000-EXIT
005200     END-IF.
005210     PERFORM 1600-OPEN-OUTPUTS THRU 1600-EXIT.
005220 1000-EXIT.
005230     EXIT.
005240*----------------------------------------------------------------
005250* HOLD THE RETURNS IN FILE ORDER.  ONE THE TABLE CANNOT HOLD
005260* FAILS THE RUN.
005270*----------------------------------------------------------------
005280 1100-LOAD-RETURNS.
005290*----------------------------------------------------------------
005300     OPEN INPUT RETURN-FILE.
005310     IF WS-DDRETURN-STATUS NOT = "00"
005320         DISPLAY "PAYDDR01 - UNABLE TO OPEN DDRETURN, STATUS = "
005330             WS-DDRETURN-STATUS
005340         MOVE 8 TO WS-RETURN-CODE
005350         GO TO 1100-EXIT
005360     END-IF.
005370     MOVE "N" TO WS-LOAD-EOF-SWITCH.
005380     PERFORM 1110-LOAD-ONE-RETURN THRU 1110-EXIT
005390         UNTIL WS-LOAD-END-OF-FILE.
005400     CLOSE RETURN-FILE.
005410     IF WS-TABLE-FULL
005420         MOVE 8 TO WS-RETURN-CODE
005430     END-IF.
005440 1100-EXIT.
005450     EXIT.
005460*----------------------------------------------------------------
005470 1110-LOAD-ONE-RETURN.
005480*----------------------------------------------------------------
005490     READ RETURN-FILE
005500         AT END
005510             MOVE "Y" TO WS-LOAD-EOF-SWITCH
005520             GO TO 1110-EXIT
005530     END-READ.
005540     ADD 1 TO WS-RETURNS-READ.
005550     IF WS-RT-COUNT >= WS-RT-MAX
005560         DISPLAY "PAYDDR01 - RETURN TABLE FULL, EMPLOYEE "
005570             RT-EMPLOYEE-ID " DROPPED"
005580         SET WS-TABLE-FULL TO TRUE
005590         GO TO 1110-EXIT
005600     END-IF.
005610     ADD 1 TO WS-RT-COUNT.
005620     MOVE WS-RT-COUNT       TO WS-RT-SUB.
005630     MOVE RT-EMPLOYEE-ID    TO WS-RT-EMPLOYEE-ID (WS-RT-SUB).
005640     MOVE RT-FILE-DATE      TO WS-RT-FILE-DATE (WS-RT-SUB).
005650     MOVE RT-ROUTING-NUMBER TO WS-RT-ROUTING (WS-RT-SUB).
005660     MOVE RT-ACCOUNT-NUMBER TO WS-RT-ACCOUNT (WS-RT-SUB).
005670     MOVE RT-AMOUNT         TO WS-RT-AMOUNT (WS-RT-SUB).
005680     MOVE RT-REASON         TO WS-RT-REASON (WS-RT-SUB).
005690     MOVE SPACES            TO WS-RT-STATE (WS-RT-SUB).
005700     MOVE SPACES            TO WS-RT-RESULT (WS-RT-SUB).
005710     MOVE SPACES            TO WS-RT-NAME (WS-RT-SUB).
005720     MOVE ZERO              TO WS-RT-DEPT (WS-RT-SUB).
005730     MOVE ZERO              TO WS-RT-PERIOD (WS-RT-SUB).
005735     MOVE SPACES            TO WS-RT-PAY-GROUP (WS-RT-SUB).
005740     MOVE SPACES            TO WS-RT-ACCOUNT-ACTION (WS-RT-SUB).
005750     MOVE ZERO              TO WS-RT-CHECK-NUMBER (WS-RT-SUB).
005760     MOVE "N"               TO WS-RT-NOTICED (WS-RT-SUB).
005770 1110-EXIT.
005780     EXIT.
005790*----------------------------------------------------------------
005800* HOLD THE BANKFILE DETAILS, PRENOTES AND CREDITS ALIKE, AND THE
005810* RUN DATE FROM ITS HEADER.
005820*----------------------------------------------------------------
005830 1200-LOAD-BANK-FILE.
005840*----------------------------------------------------------------
005850     OPEN INPUT BANK-FILE.
005860     IF WS-BANKFILE-STATUS NOT = "00"
005870         DISPLAY "PAYDDR01 - UNABLE TO OPEN BANKFILE, STATUS = "
005880             WS-BANKFILE-STATUS
005890         MOVE 8 TO WS-RETURN-CODE
005900         GO TO 1200-EXIT
005910     END-IF.
005920     MOVE "N" TO WS-LOAD-EOF-SWITCH.
005930     PERFORM 1210-LOAD-ONE-BANK-RECORD THRU 1210-EXIT
005940         UNTIL WS-LOAD-END-OF-FILE.
005950     CLOSE BANK-FILE.
005960     IF WS-TABLE-FULL
005970         MOVE 8 TO WS-RETURN-CODE
005980     END-IF.
005990     DISPLAY "PAYDDR01 - BANKFILE RUN DATE  : " WS-BANK-RUN-DATE.
006000 1200-EXIT.
006010     EXIT.
006020*----------------------------------------------------------------
006030 1210-LOAD-ONE-BANK-RECORD.
006040*----------------------------------------------------------------
006050     READ BANK-FILE
006060         AT END
006070             MOVE "Y" TO WS-LOAD-EOF-SWITCH
006080             GO TO 1210-EXIT
006090     END-READ.
006100     IF BK-HEADER
006110         MOVE BK-HDR-RUN-DATE TO WS-BANK-RUN-DATE
006120         GO TO 1210-EXIT
006130     END-IF.
006140     IF NOT BK-DETAIL
006150         GO TO 1210-EXIT
006160     END-IF.
006170     IF WS-BK-COUNT >= WS-BK-MAX
006180         DISPLAY "PAYDDR01 - BANKFILE TABLE FULL, EMPLOYEE "
006190             BK-EMPLOYEE-ID " DROPPED"
006200         SET WS-TABLE-FULL TO TRUE
006210         GO TO 1210-EXIT
006220     END-IF.
006230     ADD 1 TO WS-BK-COUNT.
006240     MOVE WS-BK-COUNT       TO WS-BK-SUB.
006250     MOVE BK-EMPLOYEE-ID    TO WS-BK-EMPLOYEE-ID (WS-BK-SUB).
006260     MOVE BK-ROUTING-NUMBER TO WS-BK-ROUTING (WS-BK-SUB).
006270     MOVE BK-ACCOUNT-NUMBER TO WS-BK-ACCOUNT (WS-BK-SUB).
006280     MOVE BK-NET-PAY        TO WS-BK-AMOUNT (WS-BK-SUB).
006290     MOVE BK-ENTRY-TYPE     TO WS-BK-ENTRY-TYPE (WS-BK-SUB).
006300 1210-EXIT.
006310     EXIT.
006320*----------------------------------------------------------------
006330* HOLD THE ACCEPTED (ERROR-CODE ZERO) RESULTS OF THE RUN -- ONLY
006340* THOSE WERE PAID.
006350*----------------------------------------------------------------
006360 1300-LOAD-RESULTS.
006370*----------------------------------------------------------------
006380     OPEN INPUT RESULTS-FILE.
006390     IF WS-RESULTS-STATUS NOT = "00"
006400         DISPLAY "PAYDDR01 - UNABLE TO OPEN PAYRSLT, STATUS = "
006410             WS-RESULTS-STATUS
006420         MOVE 8 TO WS-RETURN-CODE
006430         GO TO 1300-EXIT
006440     END-IF.
006450     MOVE "N" TO WS-LOAD-EOF-SWITCH.
006460     PERFORM 1310-LOAD-ONE-RESULT THRU 1310-EXIT
006470         UNTIL WS-LOAD-END-OF-FILE.
006480     CLOSE RESULTS-FILE.
006490     IF WS-TABLE-FULL
006500         MOVE 8 TO WS-RETURN-CODE
006510     END-IF.
006520 1300-EXIT.
006530     EXIT.
006540*----------------------------------------------------------------
006550 1310-LOAD-ONE-RESULT.
006560*----------------------------------------------------------------
006570     READ RESULTS-FILE
006580         AT END
006590             MOVE "Y" TO WS-LOAD-EOF-SWITCH
006600             GO TO 1310-EXIT
006610     END-READ.
006620     IF RR-ERROR-CODE NOT = ZERO
006630         GO TO 1310-EXIT
006640     END-IF.
006650     IF WS-RS-COUNT >= WS-RS-MAX
006660         DISPLAY "PAYDDR01 - RESULT TABLE FULL, EMPLOYEE "
006670             RR-EMPLOYEE-ID " DROPPED"
006680         SET WS-TABLE-FULL TO TRUE
006690         GO TO 1310-EXIT
006700     END-IF.
006710     ADD 1 TO WS-RS-COUNT.
006720     MOVE WS-RS-COUNT      TO WS-RS-SUB.
006730     MOVE RR-EMPLOYEE-ID   TO WS-RS-EMPLOYEE-ID (WS-RS-SUB).
006740     MOVE RR-EMPLOYEE-NAME TO WS-RS-NAME (WS-RS-SUB).
006750     MOVE RR-DEPT          TO WS-RS-DEPT (WS-RS-SUB).
006760     MOVE RR-NET-PAY       TO WS-RS-NET-PAY (WS-RS-SUB).
006770     MOVE RR-PERIOD        TO WS-RS-PERIOD (WS-RS-SUB).
006775     MOVE RR-PAY-GROUP     TO WS-RS-PAY-GROUP (WS-RS-SUB).
006780 1310-EXIT.
006790     EXIT.
006800*----------------------------------------------------------------
006810* NO DEPTFILE ONLY COSTS THE NAMES ON THE NOTICE PAGES.
006820*----------------------------------------------------------------
006830 1400-LOAD-DEPARTMENTS.
006840*----------------------------------------------------------------
006850     OPEN INPUT DEPARTMENT-FILE.
006860     IF WS-DEPTFILE-STATUS NOT = "00"
006870         DISPLAY "PAYDDR01 - NO DEPTFILE FOUND, MANAGER NAMES "
006880             "WILL NOT BE PRINTED"
006890         GO TO 1400-EXIT
006900     END-IF.
006910     PERFORM 1410-LOAD-ONE-DEPARTMENT THRU 1410-EXIT
006920         UNTIL WS-DEPTFILE-STATUS NOT = "00"
006930            OR WS-DEPT-COUNT >= WS-DEPT-MAX.
006940     CLOSE DEPARTMENT-FILE.
006950 1400-EXIT.
006960     EXIT.
006970*----------------------------------------------------------------
006980 1410-LOAD-ONE-DEPARTMENT.
006990*----------------------------------------------------------------
007000     READ DEPARTMENT-FILE
007010         AT END
007020             MOVE "10" TO WS-DEPTFILE-STATUS
007030             GO TO 1410-EXIT
007040     END-READ.
007050     ADD 1 TO WS-DEPT-COUNT.
007060     MOVE DR-DEPT-CODE    TO WS-DEPT-CODE (WS-DEPT-COUNT).
007070     MOVE DR-DEPT-NAME    TO WS-DEPT-NAME (WS-DEPT-COUNT).
007080     MOVE DR-DEPT-MANAGER TO WS-DEPT-MANAGER (WS-DEPT-COUNT).
007090 1410-EXIT.
007100     EXIT.
007110*----------------------------------------------------------------
007120* PICK UP THE NEXT CHECK NUMBER FROM THE CHKCTL CONTROL.  NO
007130* CONTROL MEANS NO CONTROLLED SEQUENCE -- NOTHING IS REISSUED.
007140*----------------------------------------------------------------
007150 1500-GET-CHECK-CONTROL.
007160*----------------------------------------------------------------
007170     OPEN INPUT CHECK-CONTROL-FILE.
007180     IF WS-CHKCTL-STATUS NOT = "00"
007190         DISPLAY "PAYDDR01 - UNABLE TO OPEN CHKCTL, STATUS = "
007200             WS-CHKCTL-STATUS
007210         DISPLAY "PAYDDR01 - NO CHECK-NUMBER CONTROL, RUN HELD"
007220         MOVE 8 TO WS-RETURN-CODE
007230         GO TO 1500-EXIT
007240     END-IF.
007250     READ CHECK-CONTROL-FILE
007260         AT END
007270             DISPLAY "PAYDDR01 - CHKCTL IS EMPTY, RUN HELD"
007280             CLOSE CHECK-CONTROL-FILE
007290             MOVE 8 TO WS-RETURN-CODE
007300             GO TO 1500-EXIT
007310     END-READ.
007320     MOVE CHECK-CONTROL-RECORD TO WS-NEXT-CHECK-NUMBER.
007330     CLOSE CHECK-CONTROL-FILE.
007340     DISPLAY "PAYDDR01 - NEXT CHECK NUMBER : "
007350         WS-NEXT-CHECK-NUMBER.
007360 1500-EXIT.
007370     EXIT.
007380*----------------------------------------------------------------
007390* THE RUN'S OWN OUTPUTS.  THE RETURNS ARE APPLIED ONLY WHEN
007400* EVERY ONE OF THEM OPENS.
007410*----------------------------------------------------------------
007420 1600-OPEN-OUTPUTS.
007430*----------------------------------------------------------------
007440     OPEN OUTPUT POSITIVE-PAY-FILE.
007450     IF WS-POSPAY-STATUS NOT = "00"
007460         DISPLAY "PAYDDR01 - UNABLE TO OPEN POSPAY, STATUS = "
007470             WS-POSPAY-STATUS
007480         MOVE 8 TO WS-RETURN-CODE
007490         GO TO 1600-EXIT
007500     END-IF.
007510     OPEN OUTPUT CHECK-PRINT-FILE.
007520     IF WS-CHECKFILE-STATUS NOT = "00"
007530         DISPLAY "PAYDDR01 - UNABLE TO OPEN CHECKFILE, STATUS = "
007540             WS-CHECKFILE-STATUS
007550         CLOSE POSITIVE-PAY-FILE
007560         MOVE 8 TO WS-RETURN-CODE
007570         GO TO 1600-EXIT
007580     END-IF.
007590     OPEN OUTPUT PRINT-FILE.
007600     IF WS-PRINT-STATUS NOT = "00"
007610         DISPLAY "PAYDDR01 - UNABLE TO OPEN DDRRPT, STATUS = "
007620             WS-PRINT-STATUS
007630         CLOSE POSITIVE-PAY-FILE
007640         CLOSE CHECK-PRINT-FILE
007650         MOVE 8 TO WS-RETURN-CODE
007660         GO TO 1600-EXIT
007670     END-IF.
007680     OPEN EXTEND DDA-AUDIT-FILE.
007690     IF WS-DDAUDIT-STATUS NOT = "00"
007700         OPEN OUTPUT DDA-AUDIT-FILE
007710     END-IF.
007720     IF WS-DDAUDIT-STATUS NOT = "00"
007730         DISPLAY "PAYDDR01 - UNABLE TO OPEN DDAUDIT, STATUS = "
007740             WS-DDAUDIT-STATUS
007750         CLOSE POSITIVE-PAY-FILE
007760         CLOSE CHECK-PRINT-FILE
007770         CLOSE PRINT-FILE
007780         MOVE 8 TO WS-RETURN-CODE
007790         GO TO 1600-EXIT
007800     END-IF.
007810     SET WS-APPLY-RETURNS TO TRUE.
007820 1600-EXIT.
007830     EXIT.
007840*----------------------------------------------------------------
007850* MATCH ONE RETURN TO WHAT WAS SENT.  IT MUST NAME THIS RUN'S
007860* BANKFILE AND A DETAIL ON IT FOR THE SAME EMPLOYEE, ACCOUNT AND
007870* AMOUNT, AND MUST NOT REPEAT AN EARLIER RETURN IN THE FILE.  A
007880* RETURNED CREDIT MUST ALSO MATCH THE ACCEPTED RESULT IT PAID.
007890*----------------------------------------------------------------
007900 2000-MATCH-ONE-RETURN.
007910*----------------------------------------------------------------
007920     IF WS-RT-FILE-DATE (WS-RT-SUB) NOT = WS-BANK-RUN-DATE
007930         MOVE "REFUSED - NOT THIS RUN'S FILE"
007940             TO WS-RT-RESULT (WS-RT-SUB)
007950         PERFORM 2900-REFUSE-RETURN THRU 2900-EXIT
007960         GO TO 2000-EXIT
007970     END-IF.
007980     MOVE 1 TO WS-BK-SUB.
007990     PERFORM 2100-BUMP-BK-SUB THRU 2100-EXIT
008000         UNTIL WS-BK-SUB > WS-BK-COUNT
008010            OR (WS-BK-EMPLOYEE-ID (WS-BK-SUB) =
008020                    WS-RT-EMPLOYEE-ID (WS-RT-SUB)
008030            AND WS-BK-ROUTING (WS-BK-SUB) =
008040                    WS-RT-ROUTING (WS-RT-SUB)
008050            AND WS-BK-ACCOUNT (WS-BK-SUB) =
008060                    WS-RT-ACCOUNT (WS-RT-SUB)
008070            AND WS-BK-AMOUNT (WS-BK-SUB) =
008080                    WS-RT-AMOUNT (WS-RT-SUB)).
008090     IF WS-BK-SUB > WS-BK-COUNT
008100         MOVE "REFUSED - NO MATCHING DEPOSIT"
008110             TO WS-RT-RESULT (WS-RT-SUB)
008120         PERFORM 2900-REFUSE-RETURN THRU 2900-EXIT
008130         GO TO 2000-EXIT
008140     END-IF.
008150     MOVE 1 TO WS-RT-SUB-2.
008160     PERFORM 2200-BUMP-RT-SUB-2 THRU 2200-EXIT
008170         UNTIL WS-RT-SUB-2 >= WS-RT-SUB
008180            OR (WS-RT-ACCEPTED (WS-RT-SUB-2)
008190            AND WS-RT-EMPLOYEE-ID (WS-RT-SUB-2) =
008200                    WS-RT-EMPLOYEE-ID (WS-RT-SUB)
008210            AND WS-RT-ROUTING (WS-RT-SUB-2) =
008220                    WS-RT-ROUTING (WS-RT-SUB)
008230            AND WS-RT-ACCOUNT (WS-RT-SUB-2) =
008240                    WS-RT-ACCOUNT (WS-RT-SUB)).
008250     IF WS-RT-SUB-2 < WS-RT-SUB
008260         MOVE "REFUSED - DUPLICATE RETURN"
008270             TO WS-RT-RESULT (WS-RT-SUB)
008280         PERFORM 2900-REFUSE-RETURN THRU 2900-EXIT
008290         GO TO 2000-EXIT
008300     END-IF.
008310     MOVE 1 TO WS-RS-SUB.
008320     PERFORM 2300-BUMP-RS-SUB THRU 2300-EXIT
008330         UNTIL WS-RS-SUB > WS-RS-COUNT
008340            OR WS-RS-EMPLOYEE-ID (WS-RS-SUB) =
008350                   WS-RT-EMPLOYEE-ID (WS-RT-SUB).
008360     IF WS-BK-PRENOTE (WS-BK-SUB)
008370         IF WS-RS-SUB <= WS-RS-COUNT
008380             PERFORM 2400-TAKE-RESULT THRU 2400-EXIT
008390         END-IF
008400         MOVE "P" TO WS-RT-STATE (WS-RT-SUB)
008410         MOVE "PRENOTE RETURNED"
008420             TO WS-RT-RESULT (WS-RT-SUB)
008430         ADD 1 TO WS-PRENOTE-COUNT
008440         GO TO 2000-EXIT
008450     END-IF.
008460     IF WS-RS-SUB > WS-RS-COUNT
008470         MOVE "REFUSED - NO MATCHING RESULT"
008480             TO WS-RT-RESULT (WS-RT-SUB)
008490         PERFORM 2900-REFUSE-RETURN THRU 2900-EXIT
008500         GO TO 2000-EXIT
008510     END-IF.
008520     IF WS-RS-NET-PAY (WS-RS-SUB) NOT = WS-RT-AMOUNT (WS-RT-SUB)
008530         MOVE "REFUSED - NO MATCHING RESULT"
008540             TO WS-RT-RESULT (WS-RT-SUB)
008550         PERFORM 2900-REFUSE-RETURN THRU 2900-EXIT
008560         GO TO 2000-EXIT
008570     END-IF.
008580     PERFORM 2400-TAKE-RESULT THRU 2400-EXIT.
008590     MOVE "D" TO WS-RT-STATE (WS-RT-SUB).
008600     MOVE "REISSUED AS CHECK" TO WS-RT-RESULT (WS-RT-SUB).
008610     ADD 1 TO WS-DEPOSIT-COUNT.
008620 2000-EXIT.
008630     EXIT.
008640*----------------------------------------------------------------
008650 2100-BUMP-BK-SUB.
008660*----------------------------------------------------------------
008670     ADD 1 TO WS-BK-SUB.
008680 2100-EXIT.
008690     EXIT.
008700*----------------------------------------------------------------
008710 2200-BUMP-RT-SUB-2.
008720*----------------------------------------------------------------
008730     ADD 1 TO WS-RT-SUB-2.
008740 2200-EXIT.
008750     EXIT.
008760*----------------------------------------------------------------
008770 2300-BUMP-RS-SUB.
008780*----------------------------------------------------------------
008790     ADD 1 TO WS-RS-SUB.
008800 2300-EXIT.
008810     EXIT.
008820*----------------------------------------------------------------
008830 2400-TAKE-RESULT.
008840*----------------------------------------------------------------
008850     MOVE WS-RS-NAME (WS-RS-SUB)   TO WS-RT-NAME (WS-RT-SUB).
008860     MOVE WS-RS-DEPT (WS-RS-SUB)   TO WS-RT-DEPT (WS-RT-SUB).
008870     MOVE WS-RS-PERIOD (WS-RS-SUB) TO WS-RT-PERIOD (WS-RT-SUB).
008873     MOVE WS-RS-PAY-GROUP (WS-RS-SUB)
008876         TO WS-RT-PAY-GROUP (WS-RT-SUB).
008880 2400-EXIT.
008890     EXIT.
008900*----------------------------------------------------------------
008910 2900-REFUSE-RETURN.
008920*----------------------------------------------------------------
008930     SET WS-RT-REFUSED (WS-RT-SUB) TO TRUE.
008940     ADD 1 TO WS-REFUSED-COUNT.
008950     IF WS-RETURN-CODE < 4
008960         MOVE 4 TO WS-RETURN-CODE
008970     END-IF.
008980 2900-EXIT.
008990     EXIT.
009000*----------------------------------------------------------------
009010* CARRY ONE ACCOUNT FORWARD, HOLDING IT FOR EACH RETURN AGAINST
009020* IT.
009030*----------------------------------------------------------------
009040 3000-CARRY-ONE-ACCOUNT.
009050*----------------------------------------------------------------
009060     READ DDA-OLD-FILE
009070         AT END
009080             MOVE "Y" TO WS-DDA-EOF-SWITCH
009090             GO TO 3000-EXIT
009100     END-READ.
009110     MOVE DDA-OLD-RECORD TO DD-ACCOUNT-RECORD.
009120     IF WS-APPLY-RETURNS
009130         PERFORM 3100-MATCH-ACCOUNT THRU 3100-EXIT
009140             VARYING WS-RT-SUB FROM 1 BY 1
009150             UNTIL WS-RT-SUB > WS-RT-COUNT
009160     END-IF.
009170     WRITE DD-ACCOUNT-RECORD.
009180     ADD 1 TO WS-DDA-CARRIED-COUNT.
009190 3000-EXIT.
009200     EXIT.
009210*----------------------------------------------------------------
009220* A RETURN ALREADY POSTED TO THIS ACCOUNT (SAME BANKFILE DATE) IS
009230* NOT APPLIED TWICE.  AN ACCOUNT CHANGED SINCE THE ENTRY WENT OUT
009240* IS LEFT AS IT IS -- THE NEW ACCOUNT HAS ITS OWN PRENOTE COMING
009250* -- BUT A RETURNED DEPOSIT IS STILL REISSUED.
009260*----------------------------------------------------------------
009270 3100-MATCH-ACCOUNT.
009280*----------------------------------------------------------------
009290     IF NOT WS-RT-ACCEPTED (WS-RT-SUB)
009300        OR WS-RT-EMPLOYEE-ID (WS-RT-SUB) NOT = DA-EMPLOYEE-ID
009310         GO TO 3100-EXIT
009320     END-IF.
009330     IF DA-ROUTING-NUMBER NOT = WS-RT-ROUTING (WS-RT-SUB)
009340        OR DA-ACCOUNT-NUMBER NOT = WS-RT-ACCOUNT (WS-RT-SUB)
009350         SET WS-RT-ACCOUNT-CHANGED (WS-RT-SUB) TO TRUE
009360         GO TO 3100-EXIT
009370     END-IF.
009380     IF DA-RETURNED
009390        AND DA-RETURN-DATE = WS-RT-FILE-DATE (WS-RT-SUB)
009400         IF WS-RT-PRENOTE (WS-RT-SUB)
009410             SUBTRACT 1 FROM WS-PRENOTE-COUNT
009420         ELSE
009430             SUBTRACT 1 FROM WS-DEPOSIT-COUNT
009440         END-IF
009450         MOVE "REFUSED - ALREADY PROCESSED"
009460             TO WS-RT-RESULT (WS-RT-SUB)
009470         PERFORM 2900-REFUSE-RETURN THRU 2900-EXIT
009480         GO TO 3100-EXIT
009490     END-IF.
009500     MOVE SPACES            TO DD-AUDIT-RECORD.
009510     MOVE DD-ACCOUNT-RECORD TO DX-BEFORE-IMAGE.
009520     MOVE "R"               TO DA-STATUS.
009530     MOVE WS-RUN-DATE-NUM   TO DA-STATUS-DATE.
009540     MOVE WS-RT-REASON (WS-RT-SUB)    TO DA-RETURN-REASON.
009550     MOVE WS-RT-FILE-DATE (WS-RT-SUB) TO DA-RETURN-DATE.
009560     MOVE "R"               TO DX-ACTION.
009570     MOVE DA-EMPLOYEE-ID    TO DX-EMPLOYEE-ID.
009580     ACCEPT WS-AUDIT-TIME FROM TIME.
009590     MOVE WS-RUN-DATE-NUM   TO DX-RUN-DATE.
009600     MOVE WS-AUDIT-TIME     TO DX-RUN-TIME.
009610     MOVE "PAYDDR01"        TO DX-SOURCE.
009620     MOVE DD-ACCOUNT-RECORD TO DX-AFTER-IMAGE.
009630     WRITE DD-AUDIT-RECORD.
009640     SET WS-RT-ACCOUNT-HELD (WS-RT-SUB) TO TRUE.
009650     ADD 1 TO WS-HELD-COUNT.
009660 3100-EXIT.
009670     EXIT.
009680*----------------------------------------------------------------
009690* CARRY THE ISSUED-CHECK FILE FORWARD AS IT STANDS.
009700*----------------------------------------------------------------
009710 4000-CARRY-ONE-CHECK.
009720*----------------------------------------------------------------
009730     READ ISSUED-OLD-FILE
009740         AT END
009750             MOVE "Y" TO WS-ISSUED-EOF-SWITCH
009760             GO TO 4000-EXIT
009770     END-READ.
009780     MOVE ISSUED-OLD-RECORD TO ISSUED-CHECK-RECORD.
009790     WRITE ISSUED-CHECK-RECORD.
009800 4000-EXIT.
009810     EXIT.
009820*----------------------------------------------------------------
009830* REISSUE ONE RETURNED DEPOSIT UNDER THE NEXT CONTROLLED NUMBER
009840* -- APPENDED TO THE ISSUED FILE, SENT TO POSITIVE PAY AND
009850* PRINTED.
009860*----------------------------------------------------------------
009870 4100-REISSUE-ONE-DEPOSIT.
009880*----------------------------------------------------------------
009890     IF NOT WS-RT-DEPOSIT (WS-RT-SUB)
009900         GO TO 4100-EXIT
009910     END-IF.
009920     MOVE WS-NEXT-CHECK-NUMBER TO WS-RT-CHECK-NUMBER (WS-RT-SUB).
009930     ADD 1 TO WS-NEXT-CHECK-NUMBER.
009940     MOVE SPACES                TO ISSUED-CHECK-RECORD.
009950     MOVE WS-RT-CHECK-NUMBER (WS-RT-SUB) TO CI-CHECK-NUMBER.
009960     MOVE WS-RUN-DATE-NUM       TO CI-ISSUE-DATE.
009970     MOVE WS-RT-AMOUNT (WS-RT-SUB)      TO CI-AMOUNT.
009980     MOVE WS-RT-EMPLOYEE-ID (WS-RT-SUB) TO CI-EMPLOYEE-ID.
009990     MOVE WS-RT-NAME (WS-RT-SUB)        TO CI-PAYEE-NAME.
010000     MOVE WS-RT-PERIOD (WS-RT-SUB)      TO CI-PERIOD.
010005     MOVE WS-RT-PAY-GROUP (WS-RT-SUB)   TO CI-PAY-GROUP.
010010     MOVE "D"                   TO CI-ORIGIN.
010020     MOVE "O"                   TO CI-STATUS.
010030     MOVE ZERO                  TO CI-STATUS-DATE.
010040     MOVE ZERO                  TO CI-PAID-AMOUNT.
010050     MOVE ZERO                  TO CI-RELATED-NUMBER.
010060     WRITE ISSUED-CHECK-RECORD.
010070     MOVE SPACES                TO POSITIVE-PAY-RECORD.
010080     MOVE "I"                   TO PP-RECORD-TYPE.
010090     MOVE CI-CHECK-NUMBER       TO PP-CHECK-NUMBER.
010100     MOVE CI-ISSUE-DATE         TO PP-ISSUE-DATE.
010110     MOVE CI-AMOUNT             TO PP-AMOUNT.
010120     MOVE CI-PAYEE-NAME         TO PP-PAYEE-NAME.
010130     WRITE POSITIVE-PAY-RECORD.
010140     ADD 1 TO WS-PP-ISSUE-COUNT.
010150     ADD CI-AMOUNT TO WS-PP-ISSUE-TOTAL.
010160     ADD CI-AMOUNT TO WS-REISSUE-TOTAL.
010170     PERFORM 4200-PRINT-CHECK THRU 4200-EXIT.
010180 4100-EXIT.
010190     EXIT.
010200*----------------------------------------------------------------
010210* PRINT THE CHECK IN THE ISSUED RECORD, ITS STUB NAMING THE
010220* DEPOSIT IT REPLACES AND WHY THE BANK RETURNED IT.
010230*----------------------------------------------------------------
010240 4200-PRINT-CHECK.
010250*----------------------------------------------------------------
010260     MOVE CI-AMOUNT TO WS-CHECK-AMOUNT.
010270     CALL "PAYSTB01" USING WS-CHECK-AMOUNT WS-AMOUNT-EDITED.
010280     MOVE WS-RT-REASON (WS-RT-SUB) TO WS-LOOK-REASON.
010290     PERFORM 7000-FIND-REASON THRU 7000-EXIT.
010300     MOVE WS-CHECK-RULE-LINE  TO CHECK-PRINT-LINE.
010310     WRITE CHECK-PRINT-LINE.
010320     MOVE CI-CHECK-NUMBER      TO CHK-NUMBER.
010330     MOVE WS-RUN-DATE          TO CHK-DATE.
010340     MOVE WS-CHECK-HEAD-LINE   TO CHECK-PRINT-LINE.
010350     WRITE CHECK-PRINT-LINE.
010360     MOVE CI-PAYEE-NAME        TO CHK-PAYEE-NAME.
010370     MOVE WS-AMOUNT-EDITED     TO CHK-AMOUNT.
010380     MOVE WS-CHECK-PAYEE-LINE  TO CHECK-PRINT-LINE.
010390     WRITE CHECK-PRINT-LINE.
010400     MOVE CI-EMPLOYEE-ID       TO STB-EMPLOYEE-ID.
010410     MOVE CI-PAYEE-NAME        TO STB-EMPLOYEE-NAME.
010420     MOVE WS-STUB-HEAD-LINE    TO CHECK-PRINT-LINE.
010430     WRITE CHECK-PRINT-LINE.
010440     MOVE WS-RT-FILE-DATE (WS-RT-SUB) TO STB-FILE-DATE.
010450     MOVE WS-REASON-DESC       TO STB-REASON-DESC.
010460     MOVE WS-STUB-RETURN-LINE  TO CHECK-PRINT-LINE.
010470     WRITE CHECK-PRINT-LINE.
010480     MOVE "NET PAY  . . . :"   TO STB-LABEL.
010490     MOVE WS-AMOUNT-EDITED     TO STB-VALUE.
010500     MOVE WS-STUB-AMOUNT-LINE  TO CHECK-PRINT-LINE.
010510     WRITE CHECK-PRINT-LINE.
010520     MOVE WS-CHECK-RULE-LINE   TO CHECK-PRINT-LINE.
010530     WRITE CHECK-PRINT-LINE.
010540     MOVE SPACES               TO CHECK-PRINT-LINE.
010550     WRITE CHECK-PRINT-LINE.
010560 4200-EXIT.
010570     EXIT.
010580*----------------------------------------------------------------
010590* THE REGISTER -- EVERY RETURN IN FILE ORDER WITH WHAT WAS DONE
010600* OR WHY IT WAS REFUSED, THEN THE RUN TOTALS.
010610*----------------------------------------------------------------
010620 5000-PRINT-REGISTER.
010630*----------------------------------------------------------------
010640     MOVE WS-REGISTER-HEADING TO WS-PAGE-HEADING-2.
010650     MOVE SPACES              TO WS-PAGE-HEADING-3.
010660     PERFORM 5100-PRINT-ONE-RETURN THRU 5100-EXIT
010670         VARYING WS-RT-SUB FROM 1 BY 1
010680         UNTIL WS-RT-SUB > WS-RT-COUNT.
010690     MOVE SPACES TO PRINT-LINE.
010700     WRITE PRINT-LINE.
010710     MOVE "RETURNS READ . . . . . . . . . :" TO CNT-LABEL.
010720     MOVE WS-RETURNS-READ TO CNT-VALUE.
010730     MOVE WS-COUNT-LINE TO PRINT-LINE.
010740     WRITE PRINT-LINE.
010750     MOVE "PRENOTES RETURNED  . . . . . . :" TO CNT-LABEL.
010760     MOVE WS-PRENOTE-COUNT TO CNT-VALUE.
010770     MOVE WS-COUNT-LINE TO PRINT-LINE.
010780     WRITE PRINT-LINE.
010790     MOVE "DEPOSITS REISSUED AS CHECKS  . :" TO CNT-LABEL.
010800     MOVE WS-DEPOSIT-COUNT TO CNT-VALUE.
010810     MOVE WS-COUNT-LINE TO PRINT-LINE.
010820     WRITE PRINT-LINE.
010830     MOVE "REISSUED TOTAL . . . . . . . . :" TO TOT-LABEL.
010840     MOVE WS-REISSUE-TOTAL TO TOT-AMOUNT.
010850     MOVE WS-TOTAL-LINE TO PRINT-LINE.
010860     WRITE PRINT-LINE.
010870     MOVE "ACCOUNTS HELD  . . . . . . . . :" TO CNT-LABEL.
010880     MOVE WS-HELD-COUNT TO CNT-VALUE.
010890     MOVE WS-COUNT-LINE TO PRINT-LINE.
010900     WRITE PRINT-LINE.
010910     MOVE "RETURNS REFUSED  . . . . . . . :" TO CNT-LABEL.
010920     MOVE WS-REFUSED-COUNT TO CNT-VALUE.
010930     MOVE WS-COUNT-LINE TO PRINT-LINE.
010940     WRITE PRINT-LINE.
010950     MOVE "NEXT CHECK NUMBER  . . . . . . :" TO NUM-LABEL.
010960     MOVE WS-NEXT-CHECK-NUMBER TO NUM-VALUE.
010970     MOVE WS-NUMBER-LINE TO PRINT-LINE.
010980     WRITE PRINT-LINE.
010990 5000-EXIT.
011000     EXIT.
011010*----------------------------------------------------------------
011020 5100-PRINT-ONE-RETURN.
011030*----------------------------------------------------------------
011040     MOVE WS-RT-REASON (WS-RT-SUB) TO WS-LOOK-REASON.
011050     PERFORM 7000-FIND-REASON THRU 7000-EXIT.
011060     MOVE WS-RT-EMPLOYEE-ID (WS-RT-SUB) TO DTL-EMPLOYEE-ID.
011070     MOVE WS-RT-NAME (WS-RT-SUB)        TO DTL-NAME.
011080     IF WS-RT-DEPT (WS-RT-SUB) = ZERO
011090         MOVE SPACES TO DTL-DEPT
011100     ELSE
011110         MOVE WS-RT-DEPT (WS-RT-SUB) TO DTL-DEPT
011120     END-IF.
011130     MOVE WS-RT-REASON (WS-RT-SUB)      TO DTL-REASON.
011140     MOVE WS-REASON-DESC                TO DTL-REASON-DESC.
011150     MOVE WS-RT-AMOUNT (WS-RT-SUB) TO WS-CHECK-AMOUNT.
011160     CALL "PAYSTB01" USING WS-CHECK-AMOUNT WS-AMOUNT-EDITED.
011170     MOVE WS-AMOUNT-EDITED TO DTL-AMOUNT.
011180     IF WS-RT-CHECK-NUMBER (WS-RT-SUB) = ZERO
011190         MOVE SPACES TO DTL-CHECK-NUMBER
011200     ELSE
011210         MOVE WS-RT-CHECK-NUMBER (WS-RT-SUB) TO DTL-CHECK-NUMBER
011220     END-IF.
011230     EVALUATE TRUE
011240         WHEN WS-RT-REFUSED (WS-RT-SUB)
011250             MOVE SPACES    TO DTL-ACCOUNT
011260         WHEN WS-RT-ACCOUNT-HELD (WS-RT-SUB)
011270             MOVE "HELD"    TO DTL-ACCOUNT
011280         WHEN WS-RT-ACCOUNT-CHANGED (WS-RT-SUB)
011290             MOVE "CHANGED" TO DTL-ACCOUNT
011300         WHEN OTHER
011310             MOVE "NONE"    TO DTL-ACCOUNT
011320     END-EVALUATE.
011330     MOVE WS-RT-RESULT (WS-RT-SUB) TO DTL-RESULT.
011340     MOVE WS-DETAIL-LINE TO WS-PRINT-AREA.
011350     PERFORM 8000-PRINT-DETAIL THRU 8000-EXIT.
011360 5100-EXIT.
011370     EXIT.
011380*----------------------------------------------------------------
011390* ONE NOTICE PAGE PER DEPARTMENT WITH A RETURN APPLIED, FOR ITS
011400* MANAGER -- WHO WAS AFFECTED AND THAT THEY ARE PAID BY CHECK
011410* UNTIL THEIR ACCOUNT IS CORRECTED.
011420*----------------------------------------------------------------
011430 6000-PRINT-NOTICES.
011440*----------------------------------------------------------------
011450     PERFORM 6100-START-ONE-NOTICE THRU 6100-EXIT
011460         VARYING WS-RT-SUB FROM 1 BY 1
011470         UNTIL WS-RT-SUB > WS-RT-COUNT.
011480 6000-EXIT.
011490     EXIT.
011500*----------------------------------------------------------------
011510 6100-START-ONE-NOTICE.
011520*----------------------------------------------------------------
011530     IF NOT WS-RT-ACCEPTED (WS-RT-SUB)
011540        OR WS-RT-ON-NOTICE (WS-RT-SUB)
011550         GO TO 6100-EXIT
011560     END-IF.
011570     MOVE 1 TO WS-DEPT-SUB.
011580     PERFORM 6200-BUMP-DEPT-SUB THRU 6200-EXIT
011590         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
011600            OR WS-DEPT-CODE (WS-DEPT-SUB) =
011610                   WS-RT-DEPT (WS-RT-SUB).
011620     MOVE WS-RT-DEPT (WS-RT-SUB) TO NTC-DEPT-CODE.
011630     IF WS-DEPT-SUB > WS-DEPT-COUNT
011640         MOVE "NOT ON DEPTFILE"  TO NTC-DEPT-NAME
011650         MOVE SPACES             TO NTC-DEPT-MANAGER
011660     ELSE
011670         MOVE WS-DEPT-NAME (WS-DEPT-SUB)    TO NTC-DEPT-NAME
011680         MOVE WS-DEPT-MANAGER (WS-DEPT-SUB) TO NTC-DEPT-MANAGER
011690     END-IF.
011700     MOVE WS-NOTICE-DEPT-LINE TO WS-PAGE-HEADING-2.
011710     MOVE WS-NOTICE-HEADING   TO WS-PAGE-HEADING-3.
011720     MOVE ZERO TO WS-LINE-COUNT.
011730     PERFORM 6300-PRINT-ONE-NOTICE-LINE THRU 6300-EXIT
011740         VARYING WS-RT-SUB-2 FROM WS-RT-SUB BY 1
011750         UNTIL WS-RT-SUB-2 > WS-RT-COUNT.
011760 6100-EXIT.
011770     EXIT.
011780*----------------------------------------------------------------
011790 6200-BUMP-DEPT-SUB.
011800*----------------------------------------------------------------
011810     ADD 1 TO WS-DEPT-SUB.
011820 6200-EXIT.
011830     EXIT.
011840*----------------------------------------------------------------
011850 6300-PRINT-ONE-NOTICE-LINE.
011860*----------------------------------------------------------------
011870     IF NOT WS-RT-ACCEPTED (WS-RT-SUB-2)
011880        OR WS-RT-DEPT (WS-RT-SUB-2) NOT = WS-RT-DEPT (WS-RT-SUB)
011890         GO TO 6300-EXIT
011900     END-IF.
011910     MOVE "Y" TO WS-RT-NOTICED (WS-RT-SUB-2).
011920     MOVE WS-RT-REASON (WS-RT-SUB-2) TO WS-LOOK-REASON.
011930     PERFORM 7000-FIND-REASON THRU 7000-EXIT.
011940     MOVE WS-REASON-DESC TO NTL-REASON-DESC.
011950     MOVE WS-RT-EMPLOYEE-ID (WS-RT-SUB-2) TO NTL-EMPLOYEE-ID.
011960     MOVE WS-RT-NAME (WS-RT-SUB-2)        TO NTL-NAME.
011970     MOVE WS-RT-AMOUNT (WS-RT-SUB-2) TO WS-CHECK-AMOUNT.
011980     CALL "PAYSTB01" USING WS-CHECK-AMOUNT WS-AMOUNT-EDITED.
011990     MOVE WS-AMOUNT-EDITED TO NTL-AMOUNT.
012000     IF WS-RT-CHECK-NUMBER (WS-RT-SUB-2) = ZERO
012010         MOVE SPACES TO NTL-CHECK-NUMBER
012020     ELSE
012030         MOVE WS-RT-CHECK-NUMBER (WS-RT-SUB-2)
012040             TO NTL-CHECK-NUMBER
012050     END-IF.
012060     IF WS-RT-PRENOTE (WS-RT-SUB-2)
012070         MOVE "ACCOUNT REJECTED - PAID BY CHECK"
012080             TO NTL-ACTION
012090     ELSE
012100         MOVE "PAID BY CHECK UNTIL ACCOUNT CORRECTED"
012110             TO NTL-ACTION
012120     END-IF.
012130     MOVE WS-NOTICE-LINE TO WS-PRINT-AREA.
012140     PERFORM 8000-PRINT-DETAIL THRU 8000-EXIT.
012150 6300-EXIT.
012160     EXIT.
012170*----------------------------------------------------------------
012180* DESCRIBE THE BANK'S RETURN REASON CODE IN WS-LOOK-REASON.
012190*----------------------------------------------------------------
012200 7000-FIND-REASON.
012210*----------------------------------------------------------------
012220     MOVE 1 TO WS-REASON-SUB.
012230     PERFORM 7100-BUMP-REASON-SUB THRU 7100-EXIT
012240         UNTIL WS-REASON-SUB > WS-REASON-COUNT
012250            OR WS-REASON-CODE (WS-REASON-SUB) = WS-LOOK-REASON.
012260     IF WS-REASON-SUB > WS-REASON-COUNT
012270         MOVE "OTHER RETURN REASON" TO WS-REASON-DESC
012280     ELSE
012290         MOVE WS-REASON-TEXT (WS-REASON-SUB) TO WS-REASON-DESC
012300     END-IF.
012310 7000-EXIT.
012320     EXIT.
012330*----------------------------------------------------------------
012340 7100-BUMP-REASON-SUB.
012350*----------------------------------------------------------------
012360     ADD 1 TO WS-REASON-SUB.
012370 7100-EXIT.
012380     EXIT.
012390*----------------------------------------------------------------
012400* PRINT ONE LINE, WITH HEADINGS AT THE TOP OF EACH PAGE.
012410*----------------------------------------------------------------
012420 8000-PRINT-DETAIL.
012430*----------------------------------------------------------------
012440     IF WS-LINE-COUNT = ZERO OR
012450        WS-LINE-COUNT >= WS-LINES-PER-PAGE
012460         ADD 1 TO WS-PAGE-NUMBER
012470         MOVE WS-RUN-DATE-EDIT  TO HDG-RUN-DATE
012480         MOVE WS-PAGE-NUMBER    TO HDG-PAGE-NUMBER
012490         MOVE WS-HEADING-1      TO PRINT-LINE
012500         WRITE PRINT-LINE
012510         MOVE SPACES            TO PRINT-LINE
012520         WRITE PRINT-LINE
012530         MOVE WS-PAGE-HEADING-2 TO PRINT-LINE
012540         WRITE PRINT-LINE
012550         MOVE 3 TO WS-LINE-COUNT
012560         IF WS-PAGE-HEADING-3 NOT = SPACES
012570             MOVE WS-PAGE-HEADING-3 TO PRINT-LINE
012580             WRITE PRINT-LINE
012590             ADD 1 TO WS-LINE-COUNT
012600         END-IF
012610         MOVE SPACES            TO PRINT-LINE
012620         WRITE PRINT-LINE
012630         ADD 1 TO WS-LINE-COUNT
012640     END-IF.
012650     MOVE WS-PRINT-AREA TO PRINT-LINE.
012660     WRITE PRINT-LINE.
012670     ADD 1 TO WS-LINE-COUNT.
012680 8000-EXIT.
012690     EXIT.
012700*----------------------------------------------------------------
012710* CLOSE THE NEW GENERATIONS, FINISH POSITIVE PAY WITH ITS
012720* TRAILER, AND REWRITE CHKCTL WITH THE NEXT UNUSED NUMBER.
012730*----------------------------------------------------------------
012740 9000-TERMINATE.
012750*----------------------------------------------------------------
012760     IF WS-ISSUED-IS-OPEN
012770         CLOSE ISSUED-OLD-FILE
012780         CLOSE ISSUED-NEW-FILE
012790     END-IF.
012800     IF WS-DDA-IS-OPEN
012810         CLOSE DDA-OLD-FILE
012820         CLOSE DDA-NEW-FILE
012830     END-IF.
012840     IF WS-APPLY-RETURNS
012850         PERFORM 9100-CLOSE-RETURNS-RUN THRU 9100-EXIT
012860     END-IF.
012870     DISPLAY "PAYDDR01 - RETURNS READ       : " WS-RETURNS-READ.
012880     DISPLAY "PAYDDR01 - PRENOTES RETURNED  : " WS-PRENOTE-COUNT.
012890     DISPLAY "PAYDDR01 - DEPOSITS REISSUED  : " WS-DEPOSIT-COUNT.
012900     DISPLAY "PAYDDR01 - REISSUED TOTAL     : " WS-REISSUE-TOTAL.
012910     DISPLAY "PAYDDR01 - ACCOUNTS HELD      : " WS-HELD-COUNT.
012920     DISPLAY "PAYDDR01 - REFUSED            : " WS-REFUSED-COUNT.
012930     DISPLAY "PAYDDR01 - ACCOUNTS CARRIED   : "
012940         WS-DDA-CARRIED-COUNT.
012950     IF NOT WS-APPLY-RETURNS
012960         DISPLAY "PAYDDR01 - *** NOTHING APPLIED, ISSUED-CHECK "
012970             "AND ACCOUNT FILES CARRIED FORWARD UNCHANGED"
012980     END-IF.
012990 9000-EXIT.
013000     EXIT.
013010*----------------------------------------------------------------
013020 9100-CLOSE-RETURNS-RUN.
013030*----------------------------------------------------------------
013040     MOVE SPACES            TO POSITIVE-PAY-RECORD.
013050     MOVE "T"               TO PP-RECORD-TYPE.
013060     MOVE WS-PP-ISSUE-COUNT TO PP-TRL-ISSUE-COUNT.
013070     MOVE WS-PP-ISSUE-TOTAL TO PP-TRL-ISSUE-TOTAL.
013080     MOVE ZERO              TO PP-TRL-VOID-COUNT.
013090     WRITE POSITIVE-PAY-RECORD.
013100     CLOSE POSITIVE-PAY-FILE.
013110     CLOSE CHECK-PRINT-FILE.
013120     CLOSE PRINT-FILE.
013130     CLOSE DDA-AUDIT-FILE.
013140     OPEN OUTPUT CHECK-CONTROL-FILE.
013150     IF WS-CHKCTL-STATUS NOT = "00"
013160         DISPLAY "PAYDDR01 - UNABLE TO REWRITE CHKCTL, "
013170             "STATUS = " WS-CHKCTL-STATUS
013180         MOVE 8 TO WS-RETURN-CODE
013190     ELSE
013200         MOVE WS-NEXT-CHECK-NUMBER TO CHECK-CONTROL-RECORD
013210         WRITE CHECK-CONTROL-RECORD
013220         CLOSE CHECK-CONTROL-FILE
013230     END-IF.
013240 9100-EXIT.
013250     EXIT.
