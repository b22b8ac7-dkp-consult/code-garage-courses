001420*                  PRORATED BY CALENDAR DAYS WORKED IN THE
001430*                  PERIOD, AN HOURLY ONE IS SIMPLY PAID THE
001440*                  TIMECARD -- AND LATER RUNS SKIP THE EMPLOYEE.
001441* 10/15/2026  JH   EACH PAYRSLT RECORD NOW ALSO CARRIES THE
001442*                  PER-CODE AMOUNTS PAYDED01 TOOK
001443*                  (RR-DED-DETAIL), SO PAY HISTORY KEEPS THE
001444*                  TAX/RETIREMENT/INSURANCE SPLIT OF THE
001445*                  DEDUCTIONS.  RSLTREC GREW TO 112 BYTES --
001446*                  FD LENGTH RAISED TO MATCH.
001447* 10/15/2026  JH   WAGE GARNISHMENT.  THE GARNISHMENT ORDERS
001448*                  ON GARNORD ARE LOADED AT INITIALIZE AND
001449*                  APPLIED TO EACH ACCEPTED EMPLOYEE AFTER
001450*                  PAYDED01 -- BY LEGAL PRIORITY (CHILD
001451*                  SUPPORT, TAX LEVY, CREDITOR), EACH CAPPED
001452*                  AT THE ORDER'S BALANCE AND AT ITS TYPE'S
001453*                  SHARE OF DISPOSABLE EARNINGS (GROSS LESS
001454*                  THE PAYDED01 DEDUCTIONS) LEFT AFTER THE
001455*                  HIGHER-PRIORITY ORDERS.  THE AMOUNT
001456*                  WITHHELD IS ADDED TO DEDUCTIONS AS CODE
001457*                  GRN, A REMITTANCE RECORD IS WRITTEN TO
001458*                  GARNREM PER ORDER (FLAGGED P WHEN THE
001459*                  ORDER PAID OFF, S WHEN IT COULD NOT BE
001460*                  MET IN FULL), AND GARNORD IS REWRITTEN
001461*                  WITH THE REDUCED BALANCES ON A CLEAN END.
001462*                  A RESTART REBUILDS THE PARTIAL GARNREM UP
001463*                  TO THE RESUME KEY AND RE-DERIVES THE
001464*                  BALANCES FROM IT.
001465* 10/15/2026  JH   EMPLOYER PAYROLL COST.  EACH ACCEPTED
001466*                  EMPLOYEE IS NOW ALSO PRICED THROUGH
001467*                  PAYERC01 FOR THE EMPLOYER'S SHARE OF THE
001468*                  BENEFITS PREMIUM (BENTABLE BRACKET) AND
001469*                  ITS MATCH ON THE RETIREMENT AMOUNT TAKEN,
001470*                  HELD TO THE ANNUAL CAP ON ERCPARM.  BOTH
001471*                  ARE CARRIED ON THE RESULT (RR-ER-BENEFIT,
001472*                  RR-ER-MATCH) FOR THE GL EXTRACT AND THE
001473*                  LABOR-COST REPORT; NEITHER TOUCHES NET
001474*                  PAY.  RSLTREC GREW TO 126 BYTES -- FD
001475*                  LENGTH RAISED TO MATCH.
001476* 10/15/2026  JH   LEAVE BANK.  EACH EMPLOYEE'S SICK AND
001477*                  VACATION BALANCES ARE NOW CARRIED ON THE
001478*                  LEAVE-BALANCE FILE (LVBALO TO LVBALN,
001479*                  LVBAL LAYOUT), MERGED BY EMP-ID ALONGSIDE
001480*                  THE YTD MASTER.  EVERY ACCEPTED EMPLOYEE
001481*                  ACCRUES THE PERIOD'S SHARE OF THE ANNUAL
001482*                  HOURS FOR HIS YEARS OF SERVICE ON THE
001483*                  LVRATE TABLE, NEVER PAST THE STEP'S
001484*                  MAXIMUM CARRYOVER, AND IS CHARGED THE
001485*                  VACATION AND SICK HOURS REPORTED ON THE
001486*                  TIMECARD (NOW 17 BYTES) UP TO THE
001487*                  BALANCE.  AN HOURLY EMPLOYEE'S LEAVE
001488*                  HOURS ARE PAID AT STRAIGHT TIME ON TOP OF
001489*                  THE HOURS WORKED.  A TERMINATION'S FINAL
001490*                  PAY ALSO PAYS OUT THE VACATION LEFT; SICK
001491*                  LEAVE IS FORFEITED.  A REJECTED
001492*                  EMPLOYEE'S BALANCES CARRY FORWARD
001493*                  UNTOUCHED.
001494* 10/15/2026  JH   PAY GROUPS.  THE RUN NOW PAYS ONE PAY
001495*                  GROUP AT A TIME, NAMED ON THE NEW PAYGRP
001496*                  CARD (NONE REFUSES THE RUN).  PAYCAL
001497*                  CARRIES EVERY GROUP'S PERIODS; THE RUN
001498*                  FINDS AND CLOSES ONLY ITS OWN GROUP'S
001499*                  PERIOD AND REWRITES THE REST AS READ.
001500*                  THE GROUP'S PAY FREQUENCY SETS THE
001501*                  PERIODS PER YEAR FOR THE ANNUAL SALARY
001502*                  AND LEAVE ACCRUAL AND THE OVERTIME LIMIT
001503*                  (40 HOURS A WEEK SCALED TO THE PERIOD).
001504*                  AN EMPLOYEE IN ANOTHER GROUP IS PASSED
001505*                  OVER WITH YTD AND LEAVE CARRIED FORWARD;
001506*                  ONE MOVING OUT OF THE RUN GROUP IS PAID
001507*                  THROUGH THE DAY BEFORE THE MOVE.  A
001508*                  MASTER WITH NO PAY GROUP, OR A MOVE NOT
001509*                  ON A PERIOD START, GOES OUT AS AN
001510*                  EXCEPTION (ERROR-CODES 7 AND 6).
001511*                  PAYRSLT, THE YTD GENERATION AND THE
001512*                  CHECKPOINT ARE STAMPED WITH THE GROUP,
001513*                  AND A CHECKPOINT FOR ANOTHER GROUP IS
001514*                  REFUSED.  EMPREC GREW TO 59 BYTES,
001515*                  RSLTREC AND YTDREC TO 128, PAYCAL TO 22,
001516*                  THE CHECKPOINT TO 49 AND THE TIMECARD TO
001517*                  18 (HOURS WORKED NOW 999.99 FOR A MONTHLY
001518*                  PERIOD) -- FD LENGTHS RAISED TO MATCH.
001519* 10/15/2026  JH   GARNISHMENT DISPOSABLE EARNINGS ARE NOW
001520*                  GROSS LESS ONLY THE WITHHOLDING (TAX)
001521*                  AMOUNT PAYDED01 TOOK, NOT EVERY DEDUCTION
001522*                  -- VOLUNTARY INSURANCE AND PRE-TAX
001523*                  RETIREMENT NO LONGER LOWER THE CEILINGS.
001524* 10/15/2026  JH   A GARNISHMENT IS NOW ALSO LIMITED TO THE
001525*                  NET PAY PAYDED01 LEFT, LESS WHAT THE
001526*                  EMPLOYEE'S EARLIER ORDERS TOOK, SO
001527*                  DEDUCTIONS NEVER EXCEED GROSS AND NET PAY
001528*                  NEVER GOES NEGATIVE. THE SHORTFALL IS
001529*                  REMITTED AS SHORT.
001530*----------------------------------------------------------------
001531 ENVIRONMENT DIVISION.
001532 INPUT-OUTPUT SECTION.
001533 FILE-CONTROL.
001534     SELECT EMPLOYEE-FILE ASSIGN TO "EMPMAST"
001535         ORGANIZATION IS INDEXED
001536         ACCESS MODE IS SEQUENTIAL
001537         RECORD KEY IS EMP-ID OF EMP-RECORD
001538         FILE STATUS IS WS-EMPFILE-STATUS.
001540     SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
001550         ORGANIZATION IS LINE SEQUENTIAL
001560         FILE STATUS IS WS-EXCPFILE-STATUS.
001750     SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL"
001760         ORGANIZATION IS LINE SEQUENTIAL
001770         FILE STATUS IS WS-PAYCAL-STATUS.
001772     SELECT PAY-GROUP-PARM-FILE ASSIGN TO "PAYGRP"
001774         ORGANIZATION IS LINE SEQUENTIAL
001776         FILE STATUS IS WS-PAYGRP-STATUS.
001780     SELECT RERUN-PARM-FILE ASSIGN TO "PAYPARM"
001790         ORGANIZATION IS LINE SEQUENTIAL
001800         FILE STATUS IS WS-PAYPARM-STATUS.
001810     SELECT CHECKPOINT-FILE ASSIGN TO "PAYCHKPT"
001820         ORGANIZATION IS LINE SEQUENTIAL
001830         FILE STATUS IS WS-CHKPT-STATUS.
001831     SELECT GARNISH-ORDER-FILE ASSIGN TO "GARNORD"
001832         ORGANIZATION IS LINE SEQUENTIAL
001833         FILE STATUS IS WS-GARNORD-STATUS.
001834     SELECT GARNISH-REMIT-FILE ASSIGN TO "GARNREM"
001835         ORGANIZATION IS LINE SEQUENTIAL
001836         FILE STATUS IS WS-GARNREM-STATUS.
001837     SELECT LEAVE-RATE-FILE ASSIGN TO "LVRATE"
001838         ORGANIZATION IS LINE SEQUENTIAL
001839         FILE STATUS IS WS-LVRATE-STATUS.
001840     SELECT LEAVE-OLD-FILE ASSIGN TO "LVBALO"
001841         ORGANIZATION IS LINE SEQUENTIAL
001842         FILE STATUS IS WS-LVBALO-STATUS.
001843     SELECT LEAVE-NEW-FILE ASSIGN TO "LVBALN"
001844         ORGANIZATION IS LINE SEQUENTIAL
001845         FILE STATUS IS WS-LVBALN-STATUS.
001846 DATA DIVISION.
001850 FILE SECTION.
001860 FD  EMPLOYEE-FILE
001870     RECORD CONTAINS 59 CHARACTERS.
001880     COPY EMPREC.
001890 FD  EXCEPTION-FILE
001900     RECORD CONTAINS 80 CHARACTERS.
001960     05  EXC-DESCRIPTION     PIC X(40).
001970     05  FILLER              PIC X(30) VALUE SPACES.
001980 FD  RESULTS-FILE
001990     RECORD CONTAINS 128 CHARACTERS.
002000     COPY RSLTREC.
002010 FD  CONTROL-FILE
002020     RECORD CONTAINS 09 CHARACTERS.
002030 01  CONTROL-TOTAL-RECORD    PIC S9(07)V99.
002040 FD  YTD-OLD-FILE
002050     RECORD CONTAINS 128 CHARACTERS.
002060     COPY YTDREC REPLACING ==YTD-RECORD== BY ==OLD-YTD-RECORD==.
002070 FD  YTD-NEW-FILE
002080     RECORD CONTAINS 128 CHARACTERS.
002090     COPY YTDREC.
002100 FD  BANK-CONTROL-FILE
002110     RECORD CONTAINS 18 CHARACTERS.
002130     05  BC-PAID-COUNT       PIC 9(07).
002140     05  BC-NET-TOTAL        PIC S9(09)V99.
002150 FD  TIMECARD-FILE
002160     RECORD CONTAINS 18 CHARACTERS.
002170 01  TIMECARD-RECORD.
002180     05  TC-EMPLOYEE-ID      PIC 9(05).
002186     05  TC-HOURS-WORKED     PIC 9(03)V99.
002193     05  TC-VACATION-HOURS   PIC 9(02)V99.
002196     05  TC-SICK-HOURS       PIC 9(02)V99.
002200 FD  PAY-CALENDAR-FILE
002210     RECORD CONTAINS 22 CHARACTERS.
002220     COPY PAYCAL.
002222 FD  PAY-GROUP-PARM-FILE
002224     RECORD CONTAINS 02 CHARACTERS.
002226 01  PAY-GROUP-PARM-RECORD   PIC X(02).
002230 FD  RERUN-PARM-FILE
002240     RECORD CONTAINS 01 CHARACTERS.
002250 01  RERUN-PARM-RECORD       PIC X(01).
002260 FD  CHECKPOINT-FILE
002270     RECORD CONTAINS 49 CHARACTERS.
002280 01  CHECKPOINT-RECORD.
002290     05  CKP-LAST-EMP-ID     PIC 9(05).
002300     05  CKP-RECORD-COUNT    PIC 9(07).
002340     05  CKP-PAID-NET-TOTAL  PIC S9(09)V99.
002350     05  CKP-WORST-ERROR     PIC 9(01).
002360     05  CKP-PERIOD          PIC 9(02).
002361     05  CKP-PAY-GROUP       PIC X(02).
002362 FD  GARNISH-ORDER-FILE
002363     RECORD CONTAINS 68 CHARACTERS.
002364     COPY GARNORD.
002365 FD  GARNISH-REMIT-FILE
002366     RECORD CONTAINS 92 CHARACTERS.
002367     COPY GARNREM.
002368 FD  LEAVE-RATE-FILE
002369     RECORD CONTAINS 14 CHARACTERS.
002370 01  LEAVE-RATE-RECORD.
002371     05  LR-LEAVE-TYPE       PIC X(01).
002372     05  LR-YEARS-FROM       PIC 9(02).
002373     05  LR-ANNUAL-HOURS     PIC 9(03)V99.
002374     05  LR-MAX-BALANCE      PIC 9(04)V99.
002375 FD  LEAVE-OLD-FILE
002376     RECORD CONTAINS 60 CHARACTERS.
002377     COPY LVBAL REPLACING ==LEAVE-BALANCE-RECORD==
002378                       BY ==OLD-LEAVE-RECORD==
002379                    LEADING ==LB== BY ==LO==.
002380 FD  LEAVE-NEW-FILE
002381     RECORD CONTAINS 60 CHARACTERS.
002382     COPY LVBAL.
002383 WORKING-STORAGE SECTION.
002384*----------------------------------------------------------------
002390* FILE STATUS AND CONTROL SWITCHES
002400*----------------------------------------------------------------
002410 77  WS-EMPFILE-STATUS       PIC X(02) VALUE SPACES.
002640     COPY EMPREC REPLACING ==EMP-RECORD== BY ==WS-EMP-RECORD==.
002650 77  WS-TOTAL-DEDUCTIONS     PIC S9(05)V99 VALUE ZERO.
002660 77  WS-NET-PAY              PIC S9(05)V99 VALUE ZERO.
002663 77  WS-ER-BENEFIT           PIC S9(05)V99 VALUE ZERO.
002666 77  WS-ER-MATCH             PIC S9(05)V99 VALUE ZERO.
002670 77  WS-BNKCTL-STATUS        PIC X(02) VALUE SPACES.
002680 77  WS-PAID-COUNT           PIC 9(07) COMP VALUE ZERO.
002690 77  WS-PAID-NET-TOTAL       PIC S9(09)V99 VALUE ZERO.
002730     88  WS-ERR-NEGATIVE-SALARY         VALUE 2.
002740     88  WS-ERR-SALARY-OVER-CAP         VALUE 3.
002750     88  WS-ERR-NO-TIMECARD             VALUE 5.
002753     88  WS-ERR-GROUP-MOVE-DATE         VALUE 6.
002756     88  WS-ERR-NO-PAY-GROUP            VALUE 7.
002760*----------------------------------------------------------------
002770* PERIOD TIMECARDS, LOADED ONCE UP FRONT.  AN HOURLY EMPLOYEE'S
002780* GROSS IS HOURS AT THE EMP-SALARY RATE, TIME AND A HALF OVER
002786* THE OVERTIME LIMIT -- 40 HOURS A WEEK, SCALED TO THE RUN
002792* GROUP'S PAY FREQUENCY AT INITIALIZE.
002800*----------------------------------------------------------------
002810 77  WS-TIMECARD-STATUS      PIC X(02) VALUE SPACES.
002820 77  WS-TMC-EOF-SWITCH       PIC X(01) VALUE "N".
002870 01  WS-TIMECARD-TABLE.
002880     05  WS-TMC-ENTRY OCCURS 200 TIMES.
002890         10  WS-TMC-ID           PIC 9(05).
002896         10  WS-TMC-HOURS        PIC 9(03)V99.
002903         10  WS-TMC-VAC-HOURS    PIC 9(02)V99.
002906         10  WS-TMC-SICK-HOURS   PIC 9(02)V99.
002913 77  WS-OVERTIME-LIMIT       PIC 9(03)V99 VALUE 40.00.
002920 77  WS-GROSS-PAY            PIC S9(05)V99 VALUE ZERO.
002930*----------------------------------------------------------------
002936* PAY-CALENDAR CONTROL.  THE CALENDAR -- EVERY GROUP'S PERIODS
002942* -- IS HELD IN STORAGE FOR THE WHOLE RUN AND REWRITTEN WITH
002948* THE RUN GROUP'S PERIOD MARKED PAID AT END OF A COMPLETED
002954* RUN.  THE RUN GROUP COMES FROM PAYGRP; ITS FREQUENCY GIVES
002960* THE PERIODS PER YEAR AND THE OVERTIME LIMIT.
002970*----------------------------------------------------------------
002980 77  WS-PAYCAL-STATUS        PIC X(02) VALUE SPACES.
002990 77  WS-PAYPARM-STATUS       PIC X(02) VALUE SPACES.
002996 77  WS-PAYGRP-STATUS        PIC X(02) VALUE SPACES.
003002 77  WS-CAL-MAX              PIC 9(03) COMP VALUE 200.
003010 77  WS-CAL-COUNT            PIC 9(03) COMP VALUE ZERO.
003020 77  WS-CAL-SUB              PIC 9(03) COMP VALUE ZERO.
003030 77  WS-CAL-RUN-SUB          PIC 9(03) COMP VALUE ZERO.
003040 01  WS-CALENDAR-TABLE.
003046     05  WS-CAL-ENTRY OCCURS 200 TIMES.
003052         10  WS-CAL-GROUP        PIC X(02).
003060         10  WS-CAL-PERIOD       PIC 9(02).
003070         10  WS-CAL-START        PIC 9(08).
003080         10  WS-CAL-END          PIC 9(08).
003090         10  WS-CAL-PAID-SWITCH  PIC X(01).
003100             88  WS-CAL-PAID            VALUE "Y".
003105         10  WS-CAL-FREQUENCY    PIC X(01).
003110 77  WS-PAY-PERIOD           PIC 9(02) VALUE ZERO.
003111 77  WS-RUN-GROUP            PIC X(02) VALUE SPACES.
003112 77  WS-RUN-FREQUENCY        PIC X(01) VALUE SPACES.
003113     88  WS-RUN-WEEKLY                 VALUE "W".
003114     88  WS-RUN-BIWEEKLY               VALUE "B".
003115     88  WS-RUN-SEMI-MONTHLY           VALUE "S".
003116     88  WS-RUN-MONTHLY                VALUE "M".
003117 77  WS-PERIODS-PER-YEAR     PIC 9(03) COMP VALUE ZERO.
003120 77  WS-RERUN-SWITCH         PIC X(01) VALUE "N".
003130     88  WS-RERUN-APPROVED             VALUE "R".
003140*----------------------------------------------------------------
003330 77  WS-DTL2-SUB             PIC 9(02) COMP VALUE ZERO.
003340*----------------------------------------------------------------
003350* EMPLOYMENT-STATUS CONTROLS -- SKIPPED-EMPLOYEE COUNT AND THE
003354* DAY ARITHMETIC FOR A PRORATED FINAL PAY (A TERMINATION, OR
003358* THE LAST PERIOD IN A PAY GROUP THE EMPLOYEE IS LEAVING).
003362* THE MEMBER SWITCH SAYS WHETHER THE EMPLOYEE IS PAID IN THE
003366* RUN GROUP THIS PERIOD.
003370*----------------------------------------------------------------
003380 77  WS-SKIPPED-COUNT        PIC 9(05) COMP VALUE ZERO.
003381 77  WS-OTHER-GROUP-COUNT    PIC 9(05) COMP VALUE ZERO.
003382 77  WS-MEMBER-SWITCH        PIC X(01) VALUE SPACES.
003383     88  WS-GROUP-MEMBER               VALUE "Y" "L".
003384     88  WS-GROUP-LEAVING              VALUE "L".
003385     88  WS-NOT-GROUP-MEMBER           VALUE "N".
003386 77  WS-MOVE-INT             PIC S9(07) COMP VALUE ZERO.
003390 77  WS-START-INT            PIC S9(07) COMP VALUE ZERO.
003400 77  WS-END-INT              PIC S9(07) COMP VALUE ZERO.
003410 77  WS-STATUS-INT           PIC S9(07) COMP VALUE ZERO.
003500 77  WS-YTD-KEY              PIC X(05) VALUE HIGH-VALUES.
003510 77  WS-EMP-KEY              PIC X(05) VALUE SPACES.
003520 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
003521*----------------------------------------------------------------
003522* WAGE GARNISHMENT.  THE ORDERS ARE HELD IN STORAGE FOR THE
003523* WHOLE RUN AND REWRITTEN WITH THEIR REDUCED BALANCES AT END OF
003524* A COMPLETED RUN.  THE PRIORITY LIST RANKS THE ORDER TYPES --
003525* CHILD SUPPORT, TAX LEVY, CREDITOR -- AND THE LIMIT LIST GIVES
003526* EACH TYPE'S CEILING AS A PERCENT OF DISPOSABLE EARNINGS.  A
003527* LOWER-PRIORITY ORDER ONLY GETS WHAT IS LEFT UNDER ITS OWN
003528* CEILING AFTER THE ORDERS AHEAD OF IT, SO A SUPPORT ORDER
003529* TAKING A QUARTER OR MORE LEAVES NOTHING FOR A CREDITOR.
003530*----------------------------------------------------------------
003531 77  WS-GARNORD-STATUS       PIC X(02) VALUE SPACES.
003532 77  WS-GARNREM-STATUS       PIC X(02) VALUE SPACES.
003533 77  WS-GRN-EOF-SWITCH       PIC X(01) VALUE "N".
003534     88  WS-GRN-END-OF-FILE            VALUE "Y".
003535 77  WS-GRN-LOADED-SWITCH    PIC X(01) VALUE "N".
003536     88  WS-GRN-LOADED                 VALUE "Y".
003537 77  WS-GRN-MAX              PIC 9(03) COMP VALUE 200.
003538 77  WS-GRN-COUNT            PIC 9(03) COMP VALUE ZERO.
003539 77  WS-GRN-SUB              PIC 9(03) COMP VALUE ZERO.
003540 01  WS-GARNISH-TABLE.
003541     05  WS-GRN-ENTRY OCCURS 200 TIMES.
003542         10  WS-GRN-EMP-ID       PIC 9(05).
003543         10  WS-GRN-TYPE         PIC X(01).
003544         10  WS-GRN-CASE         PIC X(12).
003545         10  WS-GRN-AGENCY       PIC X(20).
003546         10  WS-GRN-METHOD       PIC X(01).
003547             88  WS-GRN-FLAT-AMOUNT     VALUE "A".
003548         10  WS-GRN-AMOUNT       PIC 9(05)V99.
003549         10  WS-GRN-PERCENT      PIC 9(02)V99.
003550         10  WS-GRN-TOTAL-OWED   PIC 9(07)V99.
003551         10  WS-GRN-BALANCE      PIC 9(07)V99.
003552 01  WS-GRN-PRIORITY-LIST.
003553     05  FILLER              PIC X(03) VALUE "SLC".
003554 01  WS-GRN-PRIORITY-TABLE REDEFINES WS-GRN-PRIORITY-LIST.
003555     05  WS-GRN-PRIORITY-TYPE PIC X(01) OCCURS 3 TIMES.
003556 01  WS-GRN-LIMIT-LIST.
003557     05  FILLER              PIC 9(02)V99 VALUE 50.00.
003558     05  FILLER              PIC 9(02)V99 VALUE 25.00.
003559     05  FILLER              PIC 9(02)V99 VALUE 25.00.
003560 01  WS-GRN-LIMIT-TABLE REDEFINES WS-GRN-LIMIT-LIST.
003561     05  WS-GRN-LIMIT-PCT    PIC 9(02)V99 OCCURS 3 TIMES.
003562 77  WS-GRN-PRI-SUB          PIC 9(01) COMP VALUE ZERO.
003563 77  WS-GRN-CODE             PIC X(03) VALUE "GRN".
003564 77  WS-GRN-WH-CODE          PIC X(03) VALUE "TAX".
003565 77  WS-DISPOSABLE           PIC S9(05)V99 VALUE ZERO.
003566 77  WS-GRN-CEILING          PIC S9(05)V99 VALUE ZERO.
003567 77  WS-GRN-EMP-TAKEN        PIC S9(05)V99 VALUE ZERO.
003568 77  WS-GRN-DUE              PIC S9(05)V99 VALUE ZERO.
003569 77  WS-GRN-ROOM             PIC S9(05)V99 VALUE ZERO.
003570 77  WS-GRN-ONE              PIC S9(05)V99 VALUE ZERO.
003571 77  WS-GRN-REMIT-COUNT      PIC 9(05) COMP VALUE ZERO.
003572 77  WS-GRN-PAID-OFF-COUNT   PIC 9(05) COMP VALUE ZERO.
003573 77  WS-GRN-SHORT-COUNT      PIC 9(05) COMP VALUE ZERO.
003574 77  WS-GRN-REMIT-TOTAL      PIC S9(07)V99 VALUE ZERO.
003575*----------------------------------------------------------------
003576* RESTART OF THE REMITTANCE FILE.  THE PARTIAL GARNREM IS HELD
003577* HERE WHILE IT IS REBUILT WITHOUT THE RECORDS OF AN EMPLOYEE
003578* THE RESTART WILL PAY AGAIN.  ONE RECORD PER ORDER AT MOST, SO
003579* IT IS SIZED TO THE ORDER TABLE.
003580*----------------------------------------------------------------
003581 77  WS-RMT-MAX              PIC 9(03) COMP VALUE 200.
003582 77  WS-RMT-COUNT            PIC 9(03) COMP VALUE ZERO.
003583 77  WS-RMT-SUB              PIC 9(03) COMP VALUE ZERO.
003584 01  WS-REMIT-TABLE.
003585     05  WS-RMT-ENTRY OCCURS 200 TIMES PIC X(92).
003586*----------------------------------------------------------------
003587* LEAVE BANK.  THE ACCRUAL STEPS ARE LOADED ONCE UP FRONT IN
003588* LVRATE ORDER (LEAVE TYPE, THEN YEARS OF SERVICE ASCENDING) --
003589* THE STEP USED IS THE LAST OF THE TYPE WHOSE YEARS HAVE BEEN
003590* REACHED.  THE OLD LEAVE FILE IS MERGED AGAINST THE RUN LIKE
003591* THE YTD MASTER, ITS KEY GOING TO HIGH-VALUES AT END OF FILE.
003592* THE EMPLOYEE'S TWO RECORDS (SICK, THEN VACATION -- KEY
003593* ORDER) ARE STAGED BEFORE PRICING AND RELEASED AFTERWARD,
003594* UPDATED ONLY WHEN THE EMPLOYEE WAS PAID.
003595*----------------------------------------------------------------
003596 77  WS-LVRATE-STATUS        PIC X(02) VALUE SPACES.
003597 77  WS-LVBALO-STATUS        PIC X(02) VALUE SPACES.
003598 77  WS-LVBALN-STATUS        PIC X(02) VALUE SPACES.
003599 77  WS-LVR-EOF-SWITCH       PIC X(01) VALUE "N".
003600     88  WS-LVR-END-OF-FILE            VALUE "Y".
003601 77  WS-LEAVE-OPEN-SWITCH    PIC X(01) VALUE "N".
003602     88  WS-LEAVE-IS-OPEN              VALUE "Y".
003603 77  WS-LVR-MAX              PIC 9(03) COMP VALUE 20.
003604 77  WS-LVR-COUNT            PIC 9(03) COMP VALUE ZERO.
003605 77  WS-LVR-SUB              PIC 9(03) COMP VALUE ZERO.
003606 01  WS-LEAVE-RATE-TABLE.
003607     05  WS-LVR-ENTRY OCCURS 20 TIMES.
003608         10  WS-LVR-TYPE         PIC X(01).
003609         10  WS-LVR-YEARS-FROM   PIC 9(02).
003610         10  WS-LVR-ANNUAL-HOURS PIC 9(03)V99.
003611         10  WS-LVR-MAX-BALANCE  PIC 9(04)V99.
003612 01  WS-LVO-KEY.
003613     05  WS-LVO-KEY-EMP      PIC X(05) VALUE HIGH-VALUES.
003614     05  WS-LVO-KEY-TYPE     PIC X(01) VALUE HIGH-VALUES.
003615 01  WS-LEAVE-TYPE-LIST.
003616     05  FILLER              PIC X(02) VALUE "SV".
003617 01  WS-LEAVE-TYPE-TABLE REDEFINES WS-LEAVE-TYPE-LIST.
003618     05  WS-LEAVE-TYPE       PIC X(01) OCCURS 2 TIMES.
003619 77  WS-LV-SUB               PIC 9(01) COMP VALUE ZERO.
003620 01  WS-LEAVE-STAGE.
003621     05  WS-LVS-ENTRY OCCURS 2 TIMES.
003622         10  WS-LVS-FOUND        PIC X(01).
003623             88  WS-LVS-ON-FILE          VALUE "Y".
003624         10  WS-LVS-RECORD       PIC X(60).
003625         10  WS-LVS-ACCRUAL      PIC S9(04)V99.
003626         10  WS-LVS-TAKEN        PIC S9(04)V99.
003627         10  WS-LVS-PAID-OUT     PIC S9(04)V99.
003628 77  WS-HOURS-PER-YEAR       PIC 9(04) VALUE 2080.
003629 77  WS-HOURLY-RATE          PIC 9(03)V99 VALUE ZERO.
003630 77  WS-SERVICE-YEARS        PIC 9(03) VALUE ZERO.
003631 77  WS-LEAVE-ANNUAL         PIC 9(03)V99 VALUE ZERO.
003632 77  WS-LEAVE-MAX            PIC 9(04)V99 VALUE ZERO.
003633 77  WS-LEAVE-ROOM           PIC S9(04)V99 VALUE ZERO.
003634 77  WS-LEAVE-REQUESTED      PIC S9(04)V99 VALUE ZERO.
003635 77  WS-LEAVE-AVAILABLE      PIC S9(04)V99 VALUE ZERO.
003636 77  WS-LEAVE-SHORT          PIC S9(04)V99 VALUE ZERO.
003637 77  WS-LEAVE-PAY            PIC S9(05)V99 VALUE ZERO.
003638 77  WS-LEAVE-ONE-PAY        PIC S9(05)V99 VALUE ZERO.
003639 77  WS-LEAVE-YEAR           PIC 9(04) VALUE ZERO.
003640 77  WS-RUN-YEAR             PIC 9(04) VALUE ZERO.
003641 77  WS-LEAVE-FIRST-KEY      PIC X(06) VALUE SPACES.
003642 77  WS-LV-TAKEN-HOURS       PIC S9(07)V99 VALUE ZERO.
003643 77  WS-LV-SHORT-COUNT       PIC 9(05) COMP VALUE ZERO.
003644 77  WS-LV-PAYOUT-COUNT      PIC 9(05) COMP VALUE ZERO.
003645 77  WS-LV-PAYOUT-TOTAL      PIC S9(07)V99 VALUE ZERO.
003646 PROCEDURE DIVISION.
003647*----------------------------------------------------------------
003648 0000-MAINLINE.
003649*----------------------------------------------------------------
003650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003651     PERFORM 2000-PROCESS-EMPLOYEES THRU 2000-EXIT
003652         UNTIL WS-END-OF-FILE.
003653     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003654     MOVE WS-WORST-ERROR-CODE TO RETURN-CODE.
003655     STOP RUN.
003656*----------------------------------------------------------------
003657 1000-INITIALIZE.
003658*----------------------------------------------------------------
003660     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003670     PERFORM 1200-READ-PAY-CALENDAR THRU 1200-EXIT.
003680     IF WS-INIT-FAILED
003720     IF WS-INIT-FAILED
003730         GO TO 1000-EXIT
003740     END-IF.
003742     PERFORM 1400-LOAD-GARNISH-ORDERS THRU 1400-EXIT.
003744     IF WS-INIT-FAILED
003746         GO TO 1000-EXIT
003748     END-IF.
003750     OPEN INPUT EMPLOYEE-FILE.
003760     IF WS-EMPFILE-STATUS NOT = "00"
003770         DISPLAY "PAYDRV01 - UNABLE TO OPEN EMPMAST, STATUS = "
004130         MOVE 8 TO WS-WORST-ERROR-CODE
004140         GO TO 1000-EXIT
004150     END-IF.
004152     PERFORM 1450-OPEN-REMITTANCE THRU 1450-EXIT.
004154     IF WS-INIT-FAILED
004156         GO TO 1000-EXIT
004158     END-IF.
004160     OPEN INPUT YTD-OLD-FILE.
004170     IF WS-YTDOLD-STATUS = "00"
004180         PERFORM 2410-READ-YTD-OLD THRU 2410-EXIT
004390         GO TO 1000-EXIT
004400     END-IF.
004410     SET WS-YTD-IS-OPEN TO TRUE.
004411     PERFORM 1500-LOAD-LEAVE-RATES THRU 1500-EXIT.
004412     PERFORM 1550-OPEN-LEAVE-FILES THRU 1550-EXIT.
004413     IF WS-INIT-FAILED
004414         GO TO 1000-EXIT
004415     END-IF.
004420     PERFORM 1100-LOAD-TIMECARDS THRU 1100-EXIT.
004430     IF NOT WS-END-OF-FILE
004440         PERFORM 2100-READ-EMPLOYEE THRU 2100-EXIT
004800     ADD 1 TO WS-TMC-COUNT.
004810     MOVE TC-EMPLOYEE-ID  TO WS-TMC-ID (WS-TMC-COUNT).
004820     MOVE TC-HOURS-WORKED TO WS-TMC-HOURS (WS-TMC-COUNT).
004823     MOVE TC-VACATION-HOURS TO WS-TMC-VAC-HOURS (WS-TMC-COUNT).
004826     MOVE TC-SICK-HOURS   TO WS-TMC-SICK-HOURS (WS-TMC-COUNT).
004830 1150-EXIT.
004840     EXIT.
004850*----------------------------------------------------------------
004858* PAY-CALENDAR CONTROL.  TAKE THE RUN GROUP FROM PAYGRP, LOAD
004866* THE CALENDAR, FIND THE GROUP'S PERIOD COVERING THE RUN DATE,
004874* AND REFUSE A PERIOD ALREADY MARKED PAID UNLESS PAYPARM
004882* CARRIES THE EXPLICIT RERUN FLAG (R).  NO GROUP, NO CALENDAR,
004890* A CALENDAR TOO BIG TO HOLD, OR A RUN DATE NO PERIOD OF THE
004898* GROUP COVERS, ALSO REFUSES THE RUN -- A RUN THE SYSTEM CANNOT
004906* STAMP MUST NOT ROLL THE YTD MASTER.
004920*----------------------------------------------------------------
004930 1200-READ-PAY-CALENDAR.
004940*----------------------------------------------------------------
004942     PERFORM 1210-GET-PAY-GROUP THRU 1210-EXIT.
004944     IF WS-INIT-FAILED
004946         GO TO 1200-EXIT
004948     END-IF.
004950     OPEN INPUT PAY-CALENDAR-FILE.
004960     IF WS-PAYCAL-STATUS NOT = "00"
004970         DISPLAY "PAYDRV01 - UNABLE TO OPEN PAYCAL, STATUS = "
005030     PERFORM 1220-LOAD-ONE-PERIOD THRU 1220-EXIT
005040         UNTIL WS-END-OF-FILE.
005050     CLOSE PAY-CALENDAR-FILE.
005052     IF WS-INIT-FAILED
005054         GO TO 1200-EXIT
005056     END-IF.
005060     MOVE "N" TO WS-EOF-SWITCH.
005070     PERFORM 1230-FIND-RUN-PERIOD THRU 1230-EXIT.
005080     IF WS-CAL-SUB > WS-CAL-COUNT
005090         DISPLAY "PAYDRV01 - RUN DATE " WS-RUN-DATE
005096             " IS IN NO PERIOD OF GROUP " WS-RUN-GROUP
005102             " ON PAYCAL, RUN REFUSED"
005110         PERFORM 1290-REFUSE-RUN THRU 1290-EXIT
005120         GO TO 1200-EXIT
005130     END-IF.
005140     MOVE WS-CAL-SUB TO WS-CAL-RUN-SUB.
005150     MOVE WS-CAL-PERIOD (WS-CAL-RUN-SUB) TO WS-PAY-PERIOD.
005152     PERFORM 1250-SET-FREQUENCY THRU 1250-EXIT.
005154     IF WS-INIT-FAILED
005156         GO TO 1200-EXIT
005158     END-IF.
005160     IF NOT WS-CAL-PAID (WS-CAL-RUN-SUB)
005166         DISPLAY "PAYDRV01 - PAYING GROUP " WS-RUN-GROUP
005172             " PERIOD " WS-PAY-PERIOD
005180         GO TO 1200-EXIT
005190     END-IF.
005200     PERFORM 1260-GET-RERUN-FLAG THRU 1260-EXIT.
005210     IF WS-RERUN-APPROVED
005217         DISPLAY "PAYDRV01 - GROUP " WS-RUN-GROUP " PERIOD "
005224             WS-PAY-PERIOD " ALREADY PAID, RERUN APPROVED BY "
005231             "PAYPARM"
005240     ELSE
005250         DISPLAY "PAYDRV01 - GROUP " WS-RUN-GROUP " PERIOD "
005260             WS-PAY-PERIOD " IS ALREADY MARKED PAID ON PAYCAL"
005270         DISPLAY "PAYDRV01 - RUN REFUSED, SUPPLY THE PAYPARM "
005280             "RERUN FLAG TO RUN IT AGAIN"
005290         PERFORM 1290-REFUSE-RUN THRU 1290-EXIT
005300     END-IF.
005310 1200-EXIT.
005320     EXIT.
005321*----------------------------------------------------------------
005322* THE RUN GROUP.  THE JOB PAYS ONE PAY GROUP AT A TIME, NAMED
005323* ON THE PAYGRP CARD.  NO CARD, OR A BLANK ONE, REFUSES THE
005324* RUN RATHER THAN GUESS WHOSE PERIOD TO CLOSE.
005325*----------------------------------------------------------------
005326 1210-GET-PAY-GROUP.
005327*----------------------------------------------------------------
005328     OPEN INPUT PAY-GROUP-PARM-FILE.
005329     IF WS-PAYGRP-STATUS NOT = "00"
005330         DISPLAY "PAYDRV01 - UNABLE TO OPEN PAYGRP, STATUS = "
005331             WS-PAYGRP-STATUS
005332         DISPLAY "PAYDRV01 - RUN REFUSED, NO PAY GROUP"
005333         PERFORM 1290-REFUSE-RUN THRU 1290-EXIT
005334         GO TO 1210-EXIT
005335     END-IF.
005336     READ PAY-GROUP-PARM-FILE
005337         AT END
005338             MOVE SPACES TO PAY-GROUP-PARM-RECORD
005339     END-READ.
005340     CLOSE PAY-GROUP-PARM-FILE.
005341     IF PAY-GROUP-PARM-RECORD = SPACES
005342         DISPLAY "PAYDRV01 - RUN REFUSED, PAYGRP NAMES NO "
005343             "PAY GROUP"
005344         PERFORM 1290-REFUSE-RUN THRU 1290-EXIT
005345         GO TO 1210-EXIT
005346     END-IF.
005347     MOVE PAY-GROUP-PARM-RECORD TO WS-RUN-GROUP.
005348 1210-EXIT.
005349     EXIT.
005350*----------------------------------------------------------------
005351* EVERY GROUP'S ROWS ARE HELD, NOT JUST THE RUN GROUP'S -- THE
005352* FILE IS REWRITTEN FROM THE TABLE AT THE END, SO A ROW LEFT
005353* OUT OF STORAGE WOULD BE DROPPED FROM THE CALENDAR FOR GOOD.
005354* A FULL TABLE THEREFORE REFUSES THE RUN.
005355*----------------------------------------------------------------
005356 1220-LOAD-ONE-PERIOD.
005357*----------------------------------------------------------------
005360     READ PAY-CALENDAR-FILE
005370         AT END
005380             MOVE "Y" TO WS-EOF-SWITCH
005390             GO TO 1220-EXIT
005400     END-READ.
005410     IF WS-CAL-COUNT >= WS-CAL-MAX
005417         DISPLAY "PAYDRV01 - CALENDAR TABLE FULL AT "
005424             WS-CAL-COUNT " PERIODS, RUN REFUSED"
005431         PERFORM 1290-REFUSE-RUN THRU 1290-EXIT
005440         GO TO 1220-EXIT
005450     END-IF.
005460     ADD 1 TO WS-CAL-COUNT.
005465     MOVE PC-PAY-GROUP     TO WS-CAL-GROUP (WS-CAL-COUNT).
005470     MOVE PC-PERIOD-NUMBER TO WS-CAL-PERIOD (WS-CAL-COUNT).
005480     MOVE PC-START-DATE    TO WS-CAL-START (WS-CAL-COUNT).
005490     MOVE PC-END-DATE      TO WS-CAL-END (WS-CAL-COUNT).
005500     MOVE PC-PAID-SWITCH   TO WS-CAL-PAID-SWITCH (WS-CAL-COUNT).
005505     MOVE PC-FREQUENCY     TO WS-CAL-FREQUENCY (WS-CAL-COUNT).
005510 1220-EXIT.
005520     EXIT.
005530*----------------------------------------------------------------
005560     MOVE 1 TO WS-CAL-SUB.
005570     PERFORM 1240-BUMP-CAL-SUB THRU 1240-EXIT
005580         UNTIL WS-CAL-SUB > WS-CAL-COUNT
005586            OR (WS-CAL-GROUP (WS-CAL-SUB) = WS-RUN-GROUP
005592                AND WS-RUN-DATE >= WS-CAL-START (WS-CAL-SUB)
005600                AND WS-RUN-DATE <= WS-CAL-END (WS-CAL-SUB)).
005610 1230-EXIT.
005620     EXIT.
005660     ADD 1 TO WS-CAL-SUB.
005670 1240-EXIT.
005680     EXIT.
005681*----------------------------------------------------------------
005682* THE RUN GROUP'S PAY FREQUENCY GIVES THE PERIODS PER YEAR
005683* (ANNUAL SALARY AND LEAVE ACCRUAL) AND THE OVERTIME LIMIT --
005684* 40 HOURS A WEEK, SO 80 A BIWEEKLY PERIOD AND 52 WEEKS OVER
005685* 24 OR 12 PERIODS FOR SEMI-MONTHLY AND MONTHLY.  THE FIGURES
005686* COME FROM THE FREQUENCY, NOT A COUNT OF ROWS, BECAUSE A
005687* GROUP'S CALENDAR MAY START PART WAY THROUGH THE YEAR.
005688*----------------------------------------------------------------
005689 1250-SET-FREQUENCY.
005690*----------------------------------------------------------------
005691     MOVE WS-CAL-FREQUENCY (WS-CAL-RUN-SUB) TO WS-RUN-FREQUENCY.
005692     EVALUATE TRUE
005693         WHEN WS-RUN-WEEKLY
005694             MOVE 52     TO WS-PERIODS-PER-YEAR
005695             MOVE 40.00  TO WS-OVERTIME-LIMIT
005696         WHEN WS-RUN-BIWEEKLY
005697             MOVE 26     TO WS-PERIODS-PER-YEAR
005698             MOVE 80.00  TO WS-OVERTIME-LIMIT
005699         WHEN WS-RUN-SEMI-MONTHLY
005700             MOVE 24     TO WS-PERIODS-PER-YEAR
005701             MOVE 86.67  TO WS-OVERTIME-LIMIT
005702         WHEN WS-RUN-MONTHLY
005703             MOVE 12     TO WS-PERIODS-PER-YEAR
005704             MOVE 173.33 TO WS-OVERTIME-LIMIT
005705         WHEN OTHER
005706             DISPLAY "PAYDRV01 - GROUP " WS-RUN-GROUP
005707                 " HAS UNKNOWN PAY FREQUENCY "
005708                 WS-RUN-FREQUENCY " ON PAYCAL, RUN REFUSED"
005709             PERFORM 1290-REFUSE-RUN THRU 1290-EXIT
005710     END-EVALUATE.
005711 1250-EXIT.
005712     EXIT.
005713*----------------------------------------------------------------
005714 1260-GET-RERUN-FLAG.
005715*----------------------------------------------------------------
005720     OPEN INPUT RERUN-PARM-FILE.
005730     IF WS-PAYPARM-STATUS NOT = "00"
005740         GO TO 1260-EXIT
005950* COLD START.  A NON-EMPTY ONE MEANS THE LAST RUN DIED MID-
005960* BATCH -- RESTORE THE TOTALS AND RESUME PAST THE LAST EMP-ID
005970* COMPLETED, WITH THE PARTIAL EXCPFILE, PAYRSLT AND YTDNEW
005975* KEPT.  A CHECKPOINT STAMPED WITH A DIFFERENT PAY GROUP OR PAY
005980* PERIOD THAN THIS RUN RESOLVES TO IS A LEFTOVER, NOT A RESTART
005985* -- REFUSE RATHER THAN SPLICE TWO PERIODS TOGETHER.  THE
005990* GROUPS SHARE ONE CHECKPOINT BECAUSE THEY SHARE THE YTD AND
005995* LEAVE GENERATIONS: ONE GROUP'S PARTIAL RUN MUST BE FINISHED
006000* OR ABANDONED BEFORE ANOTHER GROUP IS PAID.
006010*----------------------------------------------------------------
006020 1300-GET-CHECKPOINT.
006030*----------------------------------------------------------------
006130             GO TO 1300-EXIT
006140     END-READ.
006150     CLOSE CHECKPOINT-FILE.
006157     IF CKP-PAY-GROUP NOT = WS-RUN-GROUP
006164        OR CKP-PERIOD NOT = WS-PAY-PERIOD
006171         DISPLAY "PAYDRV01 - CHECKPOINT IS FOR GROUP "
006178             CKP-PAY-GROUP " PERIOD " CKP-PERIOD
006185             " BUT THIS RUN IS GROUP " WS-RUN-GROUP
006192             " PERIOD " WS-PAY-PERIOD
006200         DISPLAY "PAYDRV01 - RUN REFUSED, CLEAR PAYCHKPT IF "
006210             "THE OLD RUN IS ABANDONED"
006220         PERFORM 1290-REFUSE-RUN THRU 1290-EXIT
007040     MOVE WS-RSLT-KEY TO WS-RESTART-KEY.
007050 1370-EXIT.
007060     EXIT.
007061*----------------------------------------------------------------
007062* LOAD THE GARNISHMENT ORDERS.  A MISSING GARNORD ONLY MEANS NO
007063* GARNISHMENTS ARE TAKEN.  A FULL TABLE REFUSES THE RUN -- THE
007064* FILE IS REWRITTEN FROM THE TABLE AT THE END, SO AN ORDER LEFT
007065* OUT OF STORAGE WOULD BE DROPPED FROM THE FILE FOR GOOD.
007066*----------------------------------------------------------------
007067 1400-LOAD-GARNISH-ORDERS.
007068*----------------------------------------------------------------
007069     OPEN INPUT GARNISH-ORDER-FILE.
007070     IF WS-GARNORD-STATUS NOT = "00"
007071         DISPLAY "PAYDRV01 - NO GARNORD FILE FOUND, NO "
007072             "GARNISHMENTS WILL BE TAKEN"
007073         GO TO 1400-EXIT
007074     END-IF.
007075     PERFORM 1410-LOAD-ONE-ORDER THRU 1410-EXIT
007076         UNTIL WS-GRN-END-OF-FILE.
007077     CLOSE GARNISH-ORDER-FILE.
007078     IF WS-INIT-FAILED
007079         GO TO 1400-EXIT
007080     END-IF.
007081     SET WS-GRN-LOADED TO TRUE.
007082     DISPLAY "PAYDRV01 - GARNISHMENT ORDERS   : " WS-GRN-COUNT.
007083 1400-EXIT.
007084     EXIT.
007085*----------------------------------------------------------------
007086 1410-LOAD-ONE-ORDER.
007087*----------------------------------------------------------------
007088     READ GARNISH-ORDER-FILE
007089         AT END
007090             MOVE "Y" TO WS-GRN-EOF-SWITCH
007091             GO TO 1410-EXIT
007092     END-READ.
007093     IF WS-GRN-COUNT >= WS-GRN-MAX
007094         DISPLAY "PAYDRV01 - GARNISHMENT ORDER TABLE FULL AT "
007095             WS-GRN-COUNT " ORDERS, RUN REFUSED"
007096         MOVE "Y" TO WS-GRN-EOF-SWITCH
007097         PERFORM 1290-REFUSE-RUN THRU 1290-EXIT
007098         GO TO 1410-EXIT
007099     END-IF.
007100     IF NOT GO-CHILD-SUPPORT AND NOT GO-TAX-LEVY
007101        AND NOT GO-CREDITOR
007102         DISPLAY "PAYDRV01 - EMPLOYEE " GO-EMPLOYEE-ID " CASE "
007103             GO-CASE-NUMBER " HAS UNKNOWN ORDER TYPE "
007104             GO-ORDER-TYPE ", NOT APPLIED"
007105     END-IF.
007106     ADD 1 TO WS-GRN-COUNT.
007107     MOVE GO-EMPLOYEE-ID    TO WS-GRN-EMP-ID (WS-GRN-COUNT).
007108     MOVE GO-ORDER-TYPE     TO WS-GRN-TYPE (WS-GRN-COUNT).
007109     MOVE GO-CASE-NUMBER    TO WS-GRN-CASE (WS-GRN-COUNT).
007110     MOVE GO-AGENCY         TO WS-GRN-AGENCY (WS-GRN-COUNT).
007111     MOVE GO-METHOD         TO WS-GRN-METHOD (WS-GRN-COUNT).
007112     MOVE GO-PERIOD-AMOUNT  TO WS-GRN-AMOUNT (WS-GRN-COUNT).
007113     MOVE GO-PERIOD-PERCENT TO WS-GRN-PERCENT (WS-GRN-COUNT).
007114     MOVE GO-TOTAL-OWED     TO WS-GRN-TOTAL-OWED (WS-GRN-COUNT).
007115     MOVE GO-BALANCE        TO WS-GRN-BALANCE (WS-GRN-COUNT).
007116 1410-EXIT.
007117     EXIT.
007118*----------------------------------------------------------------
007119* OPEN THE REMITTANCE FILE.  ON A RESTART THE PARTIAL FILE IS
007120* READ BACK FIRST AND REWRITTEN WITHOUT ANY RECORD BEYOND THE
007121* RESUME KEY -- THAT EMPLOYEE IS PAID AGAIN AND WOULD OTHERWISE
007122* BE REMITTED TWICE.
007123*----------------------------------------------------------------
007124 1450-OPEN-REMITTANCE.
007125*----------------------------------------------------------------
007126     IF WS-RESTARTED
007127         PERFORM 1460-RESTORE-REMITTANCES THRU 1460-EXIT
007128         IF WS-INIT-FAILED
007129             GO TO 1450-EXIT
007130         END-IF
007131     END-IF.
007132     OPEN OUTPUT GARNISH-REMIT-FILE.
007133     IF WS-GARNREM-STATUS NOT = "00"
007134         DISPLAY "PAYDRV01 - UNABLE TO OPEN GARNREM, STATUS = "
007135             WS-GARNREM-STATUS
007136         MOVE "Y" TO WS-EOF-SWITCH
007137         SET WS-INIT-FAILED TO TRUE
007138         MOVE 8 TO WS-WORST-ERROR-CODE
007139         GO TO 1450-EXIT
007140     END-IF.
007141     PERFORM 1480-REWRITE-ONE-REMIT THRU 1480-EXIT
007142         VARYING WS-RMT-SUB FROM 1 BY 1
007143         UNTIL WS-RMT-SUB > WS-RMT-COUNT.
007144 1450-EXIT.
007145     EXIT.
007146*----------------------------------------------------------------
007147* READ THE PARTIAL GARNREM BACK.  EACH RECORD KEPT IS HELD FOR
007148* THE REWRITE AND ITS AMOUNT IS TAKEN OFF THE ORDER BALANCE
007149* AGAIN -- GARNORD ITSELF IS ONLY REWRITTEN ON A CLEAN END, SO
007150* IT STILL CARRIES THE BALANCES FROM BEFORE THE FAILED RUN.
007151*----------------------------------------------------------------
007152 1460-RESTORE-REMITTANCES.
007153*----------------------------------------------------------------
007154     OPEN INPUT GARNISH-REMIT-FILE.
007155     IF WS-GARNREM-STATUS NOT = "00"
007156         DISPLAY "PAYDRV01 - NO PARTIAL GARNREM TO RESTORE, "
007157             "STATUS = " WS-GARNREM-STATUS
007158         GO TO 1460-EXIT
007159     END-IF.
007160     MOVE "N" TO WS-GRN-EOF-SWITCH.
007161     PERFORM 1470-RESTORE-ONE-REMIT THRU 1470-EXIT
007162         UNTIL WS-GRN-END-OF-FILE.
007163     CLOSE GARNISH-REMIT-FILE.
007164     DISPLAY "PAYDRV01 - REMITTANCES RESTORED : " WS-RMT-COUNT.
007165 1460-EXIT.
007166     EXIT.
007167*----------------------------------------------------------------
007168 1470-RESTORE-ONE-REMIT.
007169*----------------------------------------------------------------
007170     READ GARNISH-REMIT-FILE
007171         AT END
007172             MOVE "Y" TO WS-GRN-EOF-SWITCH
007173             GO TO 1470-EXIT
007174     END-READ.
007175     MOVE GR-EMPLOYEE-ID TO WS-RSLT-KEY.
007176     IF WS-RSLT-KEY > WS-RESTART-KEY
007177         DISPLAY "PAYDRV01 - EMPLOYEE " GR-EMPLOYEE-ID " CASE "
007178             GR-CASE-NUMBER " REMITTANCE DROPPED, PAID AGAIN "
007179             "ON THE RESTART"
007180         GO TO 1470-EXIT
007181     END-IF.
007182     IF WS-RMT-COUNT >= WS-RMT-MAX
007183         DISPLAY "PAYDRV01 - REMITTANCE TABLE FULL AT "
007184             WS-RMT-COUNT " RECORDS, RUN REFUSED"
007185         MOVE "Y" TO WS-GRN-EOF-SWITCH
007186         PERFORM 1290-REFUSE-RUN THRU 1290-EXIT
007187         GO TO 1470-EXIT
007188     END-IF.
007189     ADD 1 TO WS-RMT-COUNT.
007190     MOVE GARNISH-REMIT-RECORD TO WS-RMT-ENTRY (WS-RMT-COUNT).
007191     ADD 1 TO WS-GRN-REMIT-COUNT.
007192     ADD GR-AMOUNT-PAID TO WS-GRN-REMIT-TOTAL.
007193     IF GR-PAID-OFF
007194         ADD 1 TO WS-GRN-PAID-OFF-COUNT
007195     END-IF.
007196     IF GR-SHORT
007197         ADD 1 TO WS-GRN-SHORT-COUNT
007198     END-IF.
007199     PERFORM 1490-FIND-REMIT-ORDER THRU 1490-EXIT.
007200     IF WS-GRN-SUB > WS-GRN-COUNT
007201         DISPLAY "PAYDRV01 - EMPLOYEE " GR-EMPLOYEE-ID " CASE "
007202             GR-CASE-NUMBER " REMITTED BUT NOT ON GARNORD"
007203         GO TO 1470-EXIT
007204     END-IF.
007205     SUBTRACT GR-AMOUNT-PAID FROM WS-GRN-BALANCE (WS-GRN-SUB).
007206 1470-EXIT.
007207     EXIT.
007208*----------------------------------------------------------------
007209 1480-REWRITE-ONE-REMIT.
007210*----------------------------------------------------------------
007211     MOVE WS-RMT-ENTRY (WS-RMT-SUB) TO GARNISH-REMIT-RECORD.
007212     WRITE GARNISH-REMIT-RECORD.
007213 1480-EXIT.
007214     EXIT.
007215*----------------------------------------------------------------
007216 1490-FIND-REMIT-ORDER.
007217*----------------------------------------------------------------
007218     MOVE 1 TO WS-GRN-SUB.
007219     PERFORM 1495-BUMP-GRN-SUB THRU 1495-EXIT
007220         UNTIL WS-GRN-SUB > WS-GRN-COUNT
007221            OR (WS-GRN-EMP-ID (WS-GRN-SUB) = GR-EMPLOYEE-ID
007222                AND WS-GRN-CASE (WS-GRN-SUB) = GR-CASE-NUMBER).
007223 1490-EXIT.
007224     EXIT.
007225*----------------------------------------------------------------
007226 1495-BUMP-GRN-SUB.
007227*----------------------------------------------------------------
007228     ADD 1 TO WS-GRN-SUB.
007229 1495-EXIT.
007230     EXIT.
007231*----------------------------------------------------------------
007232* LOAD THE LEAVE ACCRUAL STEPS.  A MISSING LVRATE ONLY MEANS NO
007233* LEAVE ACCRUES THIS RUN -- HOURS TAKEN ARE STILL CHARGED AND
007234* PAID AND A TERMINATION'S VACATION IS STILL PAID OUT.
007235*----------------------------------------------------------------
007236 1500-LOAD-LEAVE-RATES.
007237*----------------------------------------------------------------
007238     OPEN INPUT LEAVE-RATE-FILE.
007239     IF WS-LVRATE-STATUS NOT = "00"
007240         DISPLAY "PAYDRV01 - NO LVRATE FILE FOUND, NO LEAVE "
007241             "WILL ACCRUE THIS RUN"
007242         GO TO 1500-EXIT
007243     END-IF.
007244     PERFORM 1510-LOAD-ONE-RATE THRU 1510-EXIT
007245         UNTIL WS-LVR-END-OF-FILE.
007246     CLOSE LEAVE-RATE-FILE.
007247     DISPLAY "PAYDRV01 - LEAVE ACCRUAL STEPS  : " WS-LVR-COUNT.
007248 1500-EXIT.
007249     EXIT.
007250*----------------------------------------------------------------
007251 1510-LOAD-ONE-RATE.
007252*----------------------------------------------------------------
007253     READ LEAVE-RATE-FILE
007254         AT END
007255             MOVE "Y" TO WS-LVR-EOF-SWITCH
007256             GO TO 1510-EXIT
007257     END-READ.
007258     IF WS-LVR-COUNT >= WS-LVR-MAX
007259         DISPLAY "PAYDRV01 - LEAVE RATE TABLE FULL, TYPE "
007260             LR-LEAVE-TYPE " STEP " LR-YEARS-FROM " DROPPED"
007261         GO TO 1510-EXIT
007262     END-IF.
007263     ADD 1 TO WS-LVR-COUNT.
007264     MOVE LR-LEAVE-TYPE    TO WS-LVR-TYPE (WS-LVR-COUNT).
007265     MOVE LR-YEARS-FROM    TO WS-LVR-YEARS-FROM (WS-LVR-COUNT).
007266     MOVE LR-ANNUAL-HOURS  TO WS-LVR-ANNUAL-HOURS (WS-LVR-COUNT).
007267     MOVE LR-MAX-BALANCE   TO WS-LVR-MAX-BALANCE (WS-LVR-COUNT).
007268 1510-EXIT.
007269     EXIT.
007270*----------------------------------------------------------------
007271* OPEN THE LEAVE-BALANCE MERGE.  NO PRIOR GENERATION MEANS
007272* EVERY EMPLOYEE STARTS FROM A ZERO BALANCE.  ON A RESTART THE
007273* NEW GENERATION IS EXTENDED AND THE OLD ONE DRAINED PAST THE
007274* RESUME KEY, EXACTLY AS THE YTD MASTER IS.
007275*----------------------------------------------------------------
007276 1550-OPEN-LEAVE-FILES.
007277*----------------------------------------------------------------
007278     OPEN INPUT LEAVE-OLD-FILE.
007279     IF WS-LVBALO-STATUS = "00"
007280         PERFORM 2870-READ-LEAVE-OLD THRU 2870-EXIT
007281         IF WS-RESTARTED
007282             PERFORM 2870-READ-LEAVE-OLD THRU 2870-EXIT
007283                 UNTIL WS-LVO-KEY-EMP > WS-RESTART-KEY
007284         END-IF
007285     ELSE
007286         DISPLAY "PAYDRV01 - NO PRIOR LEAVE BALANCES FOUND, "
007287             "ALL EMPLOYEES START FROM ZERO"
007288     END-IF.
007289     IF WS-RESTARTED
007290         OPEN EXTEND LEAVE-NEW-FILE
007291     ELSE
007292         OPEN OUTPUT LEAVE-NEW-FILE
007293     END-IF.
007294     IF WS-LVBALN-STATUS NOT = "00"
007295         DISPLAY "PAYDRV01 - UNABLE TO OPEN LVBALN, STATUS = "
007296             WS-LVBALN-STATUS
007297         MOVE "Y" TO WS-EOF-SWITCH
007298         SET WS-INIT-FAILED TO TRUE
007299         MOVE 8 TO WS-WORST-ERROR-CODE
007300         GO TO 1550-EXIT
007301     END-IF.
007302     SET WS-LEAVE-IS-OPEN TO TRUE.
007303 1550-EXIT.
007304     EXIT.
007305*----------------------------------------------------------------
007306 2000-PROCESS-EMPLOYEES.
007307*----------------------------------------------------------------
007308     PERFORM 2200-INVOKE-SUBPROGRAM THRU 2200-EXIT.
007309     PERFORM 2600-WRITE-CHECKPOINT THRU 2600-EXIT.
007310     PERFORM 2100-READ-EMPLOYEE THRU 2100-EXIT.
007311 2000-EXIT.
007312     EXIT.
007313*----------------------------------------------------------------
007314 2100-READ-EMPLOYEE.
007315*----------------------------------------------------------------
007316     READ EMPLOYEE-FILE
007317         AT END
007318             MOVE "Y" TO WS-EOF-SWITCH
007319             GO TO 2100-EXIT
007320     END-READ.
007321     ADD 1 TO WS-RECORD-COUNT.
007322 2100-EXIT.
007323     EXIT.
007324*----------------------------------------------------------------
007325* PRICE AN HOURLY EMPLOYEE'S GROSS FROM THE PERIOD TIMECARD --
007326* HOURS AT THE EMP-SALARY RATE WITH TIME AND A HALF OVER THE
007327* OVERTIME LIMIT.  THE COMPUTED GROSS REPLACES EMP-SALARY IN
007328* THE WORK RECORD SO SUBPROGRAM AND PAYDED01 SEE A REAL GROSS.
007329* NO TIMECARD MEANS NO PAY -- ERROR-CODE 5 AND A ZERO GROSS.
007330*----------------------------------------------------------------
007331 2150-PRICE-HOURLY-GROSS.
007340*----------------------------------------------------------------
007350     MOVE 1 TO WS-TMC-SUB.
007360     PERFORM 2160-BUMP-TIMECARD-SUB THRU 2160-EXIT
007650* FINAL PAY FOR A SALARIED TERMINATION DATED INSIDE THE
007660* PERIOD -- THE PERIOD SALARY PRORATED BY CALENDAR DAYS WORKED
007670* UP TO AND INCLUDING THE STATUS DATE.  A STATUS DATE PAST THE
007675* PERIOD END MEANS THE WHOLE PERIOD WAS WORKED.  THE LAST
007680* PERIOD IN A PAY GROUP THE EMPLOYEE IS LEAVING IS PRORATED
007685* THE SAME WAY UP TO THE DAY BEFORE THE MOVE, THE NEW GROUP
007690* PAYING FROM THE MOVE ON; A TERMINATION IN THAT SAME PERIOD
007695* ENDS IT AT WHICHEVER DAY COMES FIRST.  AN HOURLY EMPLOYEE
007700* NEEDS NO PRORATE -- THE TIMECARD ALREADY IS THE WORKED
007705* PORTION.
007710*----------------------------------------------------------------
007720 2170-PRORATE-FINAL-PAY.
007730*----------------------------------------------------------------
007760     COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE
007770         (WS-CAL-END (WS-CAL-RUN-SUB)).
007771     MOVE WS-END-INT TO WS-STATUS-INT.
007772     IF EMP-TERMINATED OF WS-EMP-RECORD
007773         COMPUTE WS-STATUS-INT = FUNCTION INTEGER-OF-DATE
007774             (EMP-STATUS-DATE OF WS-EMP-RECORD)
007775     END-IF.
007776     IF WS-GROUP-LEAVING
007777         COMPUTE WS-MOVE-INT = FUNCTION INTEGER-OF-DATE
007778             (EMP-GROUP-DATE OF WS-EMP-RECORD) - 1
007779         IF WS-MOVE-INT < WS-STATUS-INT
007780             MOVE WS-MOVE-INT TO WS-STATUS-INT
007781         END-IF
007782     END-IF.
007783     IF WS-STATUS-INT >= WS-END-INT
007790         GO TO 2170-EXIT
007800     END-IF.
007810     COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE
007940*----------------------------------------------------------------
007950* SKIP AN EMPLOYEE ON LEAVE OR ALREADY TERMINATED -- NO
007960* SUBPROGRAM CALL, NO PAYRSLT RECORD, NO EXCEPTION -- BUT THE
007970* YTD RECORD AND LEAVE BALANCES STILL CARRY FORWARD UNTOUCHED.
007980*----------------------------------------------------------------
007990 2180-SKIP-INACTIVE.
008000*----------------------------------------------------------------
008010     PERFORM 2350-STAGE-YTD THRU 2350-EXIT.
008020     WRITE YTD-RECORD.
008023     PERFORM 2800-STAGE-LEAVE THRU 2800-EXIT.
008026     PERFORM 2890-CARRY-LEAVE THRU 2890-EXIT.
008030     ADD 1 TO WS-SKIPPED-COUNT.
008040     DISPLAY "PAYDRV01 - EMPLOYEE " EMP-ID OF WS-EMP-RECORD
008050         " STATUS " EMP-STATUS OF WS-EMP-RECORD
008060         " SKIPPED, YTD CARRIED FORWARD".
008070 2180-EXIT.
008071     EXIT.
008072*----------------------------------------------------------------
008073* AN EMPLOYEE PAID IN ANOTHER PAY GROUP THIS PERIOD IS PASSED
008074* OVER QUIETLY -- NO PAYRSLT RECORD, NO EXCEPTION -- WITH THE
008075* YTD RECORD AND LEAVE BALANCES CARRIED FORWARD UNTOUCHED.
008076*----------------------------------------------------------------
008077 2185-SKIP-OTHER-GROUP.
008078*----------------------------------------------------------------
008079     PERFORM 2350-STAGE-YTD THRU 2350-EXIT.
008080     WRITE YTD-RECORD.
008081     PERFORM 2800-STAGE-LEAVE THRU 2800-EXIT.
008082     PERFORM 2890-CARRY-LEAVE THRU 2890-EXIT.
008083     ADD 1 TO WS-OTHER-GROUP-COUNT.
008084 2185-EXIT.
008085     EXIT.
008086*----------------------------------------------------------------
008087* IS THE EMPLOYEE PAID IN THE RUN GROUP THIS PERIOD?  A MOVE
008088* DATED ON OR BEFORE THE PERIOD START (OR NO MOVE AT ALL)
008089* LEAVES ONLY THE CURRENT GROUP.  A MOVE DATED LATER MEANS THE
008090* PRIOR GROUP STILL PAYS THE PERIOD -- ALL OF IT IF THE MOVE
008091* FALLS AFTER THE PERIOD END, OR UP TO THE DAY BEFORE THE MOVE
008092* IF IT FALLS INSIDE (L, THE LAST PERIOD IN THE OLD GROUP).
008093* MAINTENANCE ONLY DATES A MOVE ON A PERIOD START OF THE NEW
008094* GROUP, SO THE NEW GROUP MEETING A MOVE INSIDE ITS OWN PERIOD
008095* IS AN EXCEPTION (ERROR-CODE 6), AS IS AN EMPLOYEE WITH NO
008096* PAY GROUP AT ALL (ERROR-CODE 7) -- BOTH GO OUT ON EXCPFILE
008097* IN EVERY GROUP'S RUN RATHER THAN BE SILENTLY LEFT UNPAID.
008098*----------------------------------------------------------------
008099 2190-CHECK-PAY-GROUP.
008100*----------------------------------------------------------------
008101     MOVE "N" TO WS-MEMBER-SWITCH.
008102     IF EMP-PAY-GROUP OF WS-EMP-RECORD = SPACES
008103         MOVE "Y" TO WS-MEMBER-SWITCH
008104         SET WS-ERR-NO-PAY-GROUP TO TRUE
008105         GO TO 2190-EXIT
008106     END-IF.
008107     IF EMP-GROUP-DATE OF WS-EMP-RECORD
008108            NOT > WS-CAL-START (WS-CAL-RUN-SUB)
008109         IF EMP-PAY-GROUP OF WS-EMP-RECORD = WS-RUN-GROUP
008110             MOVE "Y" TO WS-MEMBER-SWITCH
008111         END-IF
008112         GO TO 2190-EXIT
008113     END-IF.
008114     IF EMP-PRIOR-GROUP OF WS-EMP-RECORD = WS-RUN-GROUP
008115         IF EMP-GROUP-DATE OF WS-EMP-RECORD
008116                > WS-CAL-END (WS-CAL-RUN-SUB)
008117             MOVE "Y" TO WS-MEMBER-SWITCH
008118         ELSE
008119             MOVE "L" TO WS-MEMBER-SWITCH
008120         END-IF
008121         GO TO 2190-EXIT
008122     END-IF.
008123     IF EMP-PAY-GROUP OF WS-EMP-RECORD = WS-RUN-GROUP
008124        AND EMP-GROUP-DATE OF WS-EMP-RECORD
008125            NOT > WS-CAL-END (WS-CAL-RUN-SUB)
008126         MOVE "Y" TO WS-MEMBER-SWITCH
008127         SET WS-ERR-GROUP-MOVE-DATE TO TRUE
008128     END-IF.
008129 2190-EXIT.
008130     EXIT.
008131*----------------------------------------------------------------
008132 2200-INVOKE-SUBPROGRAM.
008133*----------------------------------------------------------------
008134     MOVE CORRESPONDING EMP-RECORD TO WS-EMP-RECORD.
008135     MOVE ZERO               TO WS-ERROR-CODE.
008136     PERFORM 2190-CHECK-PAY-GROUP THRU 2190-EXIT.
008137     IF WS-NOT-GROUP-MEMBER
008138         PERFORM 2185-SKIP-OTHER-GROUP THRU 2185-EXIT
008139         GO TO 2200-EXIT
008140     END-IF.
008141     IF WS-ERROR-CODE NOT = ZERO
008142         PERFORM 2800-STAGE-LEAVE THRU 2800-EXIT
008143         MOVE ZERO TO EMP-SALARY OF WS-EMP-RECORD
008144         GO TO 2200-REJECT-GROUP
008145     END-IF.
008146     IF EMP-ON-LEAVE OF WS-EMP-RECORD
008150         OR (EMP-TERMINATED OF WS-EMP-RECORD
008160             AND EMP-STATUS-DATE OF WS-EMP-RECORD
008170                 < WS-CAL-START (WS-CAL-RUN-SUB))
008180         PERFORM 2180-SKIP-INACTIVE THRU 2180-EXIT
008190         GO TO 2200-EXIT
008200     END-IF.
008205     PERFORM 2800-STAGE-LEAVE THRU 2800-EXIT.
008210     IF EMP-HOURLY OF WS-EMP-RECORD
008220         PERFORM 2150-PRICE-HOURLY-GROSS THRU 2150-EXIT
008230     END-IF.
008237     IF EMP-SALARIED OF WS-EMP-RECORD
008244        AND (EMP-TERMINATED OF WS-EMP-RECORD
008251             OR WS-GROUP-LEAVING)
008260         PERFORM 2170-PRORATE-FINAL-PAY THRU 2170-EXIT
008270     END-IF.
008275     PERFORM 2820-PRICE-LEAVE THRU 2820-EXIT.
008276 2200-REJECT-GROUP.
008277     IF WS-ERR-NO-PAY-GROUP OR WS-ERR-GROUP-MOVE-DATE
008278         DISPLAY "PAYDRV01 - EMPLOYEE " EMP-ID OF WS-EMP-RECORD
008279             " CANNOT BE PLACED IN A PAY GROUP, GROUP "
008280             EMP-PAY-GROUP OF WS-EMP-RECORD " FROM "
008281             EMP-GROUP-DATE OF WS-EMP-RECORD
008282         PERFORM 2300-LOG-EXCEPTION THRU 2300-EXIT
008283     END-IF.
008284     IF WS-ERR-NO-TIMECARD
008290         DISPLAY "PAYDRV01 - EMPLOYEE " EMP-ID OF WS-EMP-RECORD
008300             " IS HOURLY WITH NO TIMECARD THIS PERIOD"
008310         PERFORM 2300-LOG-EXCEPTION THRU 2300-EXIT
008316     END-IF.
008322     IF WS-ERROR-CODE = ZERO
008330         CALL "SubProgram" USING WS-EMP-RECORD
008340                                 WS-ERROR-CODE
008350         IF WS-ERROR-CODE NOT = ZERO
008430         MOVE WS-ERROR-CODE TO WS-WORST-ERROR-CODE
008440     END-IF.
008450     PERFORM 2350-STAGE-YTD THRU 2350-EXIT.
008455     MOVE WS-RUN-GROUP TO EMP-PAY-GROUP OF WS-EMP-RECORD.
008460     IF WS-ERROR-CODE = ZERO
008470         CALL "PAYDED01" USING WS-EMP-RECORD
008480                               WS-TOTAL-DEDUCTIONS
008560             VARYING WS-DTL-SUB FROM 1 BY 1
008570             UNTIL WS-DTL-SUB > 5
008580     END-IF.
008582     IF WS-ERROR-CODE = ZERO
008584         PERFORM 2700-APPLY-GARNISHMENTS THRU 2700-EXIT
008585         CALL "PAYERC01" USING WS-EMP-RECORD
008586                               WS-PRI-DETAIL
008587                               WS-TKN-DETAIL
008588                               WS-ER-BENEFIT
008589                               WS-ER-MATCH
008590     ELSE
008591         MOVE ZERO TO WS-ER-BENEFIT
008592         MOVE ZERO TO WS-ER-MATCH
008593     END-IF.
008594     MOVE EMP-ID OF WS-EMP-RECORD   TO RR-EMPLOYEE-ID.
008600     MOVE EMP-DEPT OF WS-EMP-RECORD TO RR-DEPT.
008610     MOVE EMP-NAME OF WS-EMP-RECORD TO RR-EMPLOYEE-NAME.
008620     MOVE EMP-SALARY OF WS-EMP-RECORD TO RR-GROSS-PAY.
008640     MOVE WS-NET-PAY                TO RR-NET-PAY.
008650     MOVE WS-ERROR-CODE             TO RR-ERROR-CODE.
008660     MOVE WS-PAY-PERIOD             TO RR-PERIOD.
008662     MOVE WS-RUN-GROUP              TO RR-PAY-GROUP.
008665     MOVE WS-TKN-DETAIL             TO RR-DED-DETAIL.
008666     MOVE WS-ER-BENEFIT             TO RR-ER-BENEFIT.
008667     MOVE WS-ER-MATCH               TO RR-ER-MATCH.
008670     WRITE RESULTS-RECORD.
008680     PERFORM 2400-ROLL-YTD THRU 2400-EXIT.
008685     PERFORM 2880-ROLL-LEAVE THRU 2880-EXIT.
008690     ADD EMP-SALARY OF WS-EMP-RECORD TO WS-RUN-TOTAL.
008700     IF WS-ERROR-CODE = ZERO
008710         ADD 1 TO WS-PAID-COUNT
008890         WHEN WS-ERR-NO-TIMECARD
008900             MOVE "HOURLY EMPLOYEE HAS NO TIMECARD"
008910                 TO EXC-DESCRIPTION
008911         WHEN WS-ERR-GROUP-MOVE-DATE
008912             MOVE "GROUP MOVE NOT AT A PERIOD START"
008913                 TO EXC-DESCRIPTION
008914         WHEN WS-ERR-NO-PAY-GROUP
008915             MOVE "NO PAY GROUP ON MASTER"  TO EXC-DESCRIPTION
008920         WHEN OTHER
008930             MOVE "UNKNOWN VALIDATION ERROR" TO EXC-DESCRIPTION
008940     END-EVALUATE.
009210         MOVE ZERO TO YTD-RUN-COUNT OF YTD-RECORD
009220         MOVE ZERO TO YTD-LAST-PAID OF YTD-RECORD
009230         MOVE ZERO TO YTD-LAST-PERIOD OF YTD-RECORD
009235         MOVE SPACES TO YTD-LAST-GROUP OF YTD-RECORD
009240         PERFORM 2370-ZERO-ONE-YTD-SLOT THRU 2370-EXIT
009250             VARYING WS-DTL-SUB FROM 1 BY 1
009260             UNTIL WS-DTL-SUB > 5
009620         MOVE WS-RUN-DATE TO YTD-LAST-PAID OF YTD-RECORD
009630         MOVE WS-PAY-PERIOD TO YTD-LAST-PERIOD
009640             OF YTD-RECORD
009643         MOVE WS-RUN-GROUP TO YTD-LAST-GROUP
009646             OF YTD-RECORD
009650         PERFORM 2450-ROLL-ONE-DED-CODE THRU 2450-EXIT
009660             VARYING WS-DTL-SUB FROM 1 BY 1
009670             UNTIL WS-DTL-SUB > 5
010570     MOVE WS-PAID-NET-TOTAL   TO CKP-PAID-NET-TOTAL.
010580     MOVE WS-WORST-ERROR-CODE TO CKP-WORST-ERROR.
010590     MOVE WS-PAY-PERIOD       TO CKP-PERIOD.
010595     MOVE WS-RUN-GROUP        TO CKP-PAY-GROUP.
010600     WRITE CHECKPOINT-RECORD.
010610     CLOSE CHECKPOINT-FILE.
010620 2600-EXIT.
010630     EXIT.
010631*----------------------------------------------------------------
010632* APPLY THE EMPLOYEE'S GARNISHMENT ORDERS TO WHAT PAYDED01 LEFT.
010633* DISPOSABLE EARNINGS ARE GROSS LESS ONLY THE WITHHOLDING
010634* PAYDED01 TOOK (THE TAX CODE) -- VOLUNTARY DEDUCTIONS DO NOT
010635* REDUCE THEM.  THE ORDER TYPES ARE TAKEN IN PRIORITY ORDER, AND
010636* ORDERS OF THE SAME TYPE IN GARNORD ORDER (DATE SERVED).  THE
010637* TOTAL WITHHELD GOES INTO DEDUCTIONS AND THE PER-CODE DETAIL AS
010638* GRN SO THE YTD MASTER, PAY HISTORY AND STATEMENTS CARRY IT.
010639*----------------------------------------------------------------
010640 2700-APPLY-GARNISHMENTS.
010641*----------------------------------------------------------------
010642     IF WS-GRN-COUNT = ZERO
010643         GO TO 2700-EXIT
010644     END-IF.
010645     MOVE EMP-SALARY OF WS-EMP-RECORD TO WS-DISPOSABLE.
010646     PERFORM 2705-LESS-ONE-WITHHOLDING THRU 2705-EXIT
010647         VARYING WS-DTL-SUB FROM 1 BY 1
010648         UNTIL WS-DTL-SUB > 5.
010649     IF WS-DISPOSABLE < ZERO
010650         MOVE ZERO TO WS-DISPOSABLE
010651     END-IF.
010652     MOVE ZERO TO WS-GRN-EMP-TAKEN.
010653     PERFORM 2710-APPLY-ONE-PRIORITY THRU 2710-EXIT
010654         VARYING WS-GRN-PRI-SUB FROM 1 BY 1
010655         UNTIL WS-GRN-PRI-SUB > 3.
010656     IF WS-GRN-EMP-TAKEN = ZERO
010657         GO TO 2700-EXIT
010658     END-IF.
010659     ADD WS-GRN-EMP-TAKEN TO WS-TOTAL-DEDUCTIONS.
010660     SUBTRACT WS-GRN-EMP-TAKEN FROM WS-NET-PAY.
010661     PERFORM 2760-RECORD-GARNISH-TAKEN THRU 2760-EXIT.
010662 2700-EXIT.
010663     EXIT.
010664*----------------------------------------------------------------
010665* TAKE ONE RUN-DETAIL SLOT OFF DISPOSABLE EARNINGS IF IT IS THE
010666* WITHHOLDING CODE.  VOLUNTARY DEDUCTIONS -- INSURANCE, THE
010667* PRE-TAX RETIREMENT PLAN -- STAY IN DISPOSABLE EARNINGS.
010668*----------------------------------------------------------------
010669 2705-LESS-ONE-WITHHOLDING.
010670*----------------------------------------------------------------
010671     IF WS-TKN-DTL-CODE (WS-DTL-SUB) = WS-GRN-WH-CODE
010672         SUBTRACT WS-TKN-DTL-AMOUNT (WS-DTL-SUB)
010673             FROM WS-DISPOSABLE
010674     END-IF.
010675 2705-EXIT.
010676     EXIT.
010677*----------------------------------------------------------------
010678* ONE ORDER TYPE.  ITS CEILING IS ITS SHARE OF DISPOSABLE
010679* EARNINGS, TRUNCATED TO THE CENT SO IT NEVER RUNS OVER THE
010680* LIMIT.
010681*----------------------------------------------------------------
010682 2710-APPLY-ONE-PRIORITY.
010683*----------------------------------------------------------------
010684     COMPUTE WS-GRN-CEILING =
010685         WS-DISPOSABLE * WS-GRN-LIMIT-PCT (WS-GRN-PRI-SUB) / 100.
010686     PERFORM 2720-APPLY-ONE-ORDER THRU 2720-EXIT
010687         VARYING WS-GRN-SUB FROM 1 BY 1
010688         UNTIL WS-GRN-SUB > WS-GRN-COUNT.
010689 2710-EXIT.
010690     EXIT.
010691*----------------------------------------------------------------
010692* ONE ORDER -- THE PERIOD AMOUNT (FLAT, OR PERCENT OF DISPOSABLE
010693* EARNINGS), NEVER MORE THAN THE BALANCE REMAINING, CUT BACK TO
010694* THE ROOM LEFT UNDER THE TYPE'S CEILING AFTER WHATEVER THIS
010695* EMPLOYEE HAS ALREADY HAD GARNISHED, AND CUT AGAIN TO THE NET
010696* PAY PAYDED01 LEFT LESS THAT SAME AMOUNT -- DEDUCTIONS NEVER
010697* EXCEED GROSS, SO WHAT THE NET CANNOT COVER GOES ON THE
010698* REMITTANCE AS SHORT.  AN ORDER AT ZERO BALANCE IS INACTIVE.
010699*----------------------------------------------------------------
010700 2720-APPLY-ONE-ORDER.
010701*----------------------------------------------------------------
010702     IF WS-GRN-EMP-ID (WS-GRN-SUB) NOT = EMP-ID OF WS-EMP-RECORD
010703        OR WS-GRN-TYPE (WS-GRN-SUB) NOT =
010704           WS-GRN-PRIORITY-TYPE (WS-GRN-PRI-SUB)
010705         GO TO 2720-EXIT
010706     END-IF.
010707     IF WS-GRN-BALANCE (WS-GRN-SUB) = ZERO
010708         GO TO 2720-EXIT
010709     END-IF.
010710     IF WS-GRN-FLAT-AMOUNT (WS-GRN-SUB)
010711         MOVE WS-GRN-AMOUNT (WS-GRN-SUB) TO WS-GRN-DUE
010712     ELSE
010713         COMPUTE WS-GRN-DUE ROUNDED =
010714             WS-DISPOSABLE * WS-GRN-PERCENT (WS-GRN-SUB) / 100
010715     END-IF.
010716     IF WS-GRN-DUE > WS-GRN-BALANCE (WS-GRN-SUB)
010717         MOVE WS-GRN-BALANCE (WS-GRN-SUB) TO WS-GRN-DUE
010718     END-IF.
010719     COMPUTE WS-GRN-ROOM = WS-GRN-CEILING - WS-GRN-EMP-TAKEN.
010720     IF WS-GRN-ROOM < ZERO
010721         MOVE ZERO TO WS-GRN-ROOM
010722     END-IF.
010723     MOVE WS-GRN-DUE TO WS-GRN-ONE.
010724     IF WS-GRN-ONE > WS-GRN-ROOM
010725         MOVE WS-GRN-ROOM TO WS-GRN-ONE
010726     END-IF.
010727     COMPUTE WS-GRN-ROOM = WS-NET-PAY - WS-GRN-EMP-TAKEN.
010728     IF WS-GRN-ROOM < ZERO
010729         MOVE ZERO TO WS-GRN-ROOM
010730     END-IF.
010731     IF WS-GRN-ONE > WS-GRN-ROOM
010732         MOVE WS-GRN-ROOM TO WS-GRN-ONE
010733     END-IF.
010734     SUBTRACT WS-GRN-ONE FROM WS-GRN-BALANCE (WS-GRN-SUB).
010735     ADD WS-GRN-ONE TO WS-GRN-EMP-TAKEN.
010736     PERFORM 2730-WRITE-REMITTANCE THRU 2730-EXIT.
010737 2720-EXIT.
010738     EXIT.
010739*----------------------------------------------------------------
010740* ONE REMITTANCE RECORD PER ORDER APPLIED, EVEN WHEN NOTHING
010741* COULD BE WITHHELD -- HR NEEDS TO SEE THE SHORT ONES TOO.
010742*----------------------------------------------------------------
010743 2730-WRITE-REMITTANCE.
010744*----------------------------------------------------------------
010745     MOVE SPACES TO GARNISH-REMIT-RECORD.
010746     MOVE EMP-ID OF WS-EMP-RECORD     TO GR-EMPLOYEE-ID.
010747     MOVE EMP-NAME OF WS-EMP-RECORD   TO GR-EMPLOYEE-NAME.
010748     MOVE WS-GRN-TYPE (WS-GRN-SUB)    TO GR-ORDER-TYPE.
010749     MOVE WS-GRN-CASE (WS-GRN-SUB)    TO GR-CASE-NUMBER.
010750     MOVE WS-GRN-AGENCY (WS-GRN-SUB)  TO GR-AGENCY.
010751     MOVE WS-PAY-PERIOD               TO GR-PERIOD.
010752     MOVE WS-RUN-DATE                 TO GR-RUN-DATE.
010753     MOVE WS-GRN-DUE                  TO GR-AMOUNT-DUE.
010754     MOVE WS-GRN-ONE                  TO GR-AMOUNT-PAID.
010755     MOVE WS-GRN-BALANCE (WS-GRN-SUB) TO GR-BALANCE.
010756     EVALUATE TRUE
010757         WHEN WS-GRN-BALANCE (WS-GRN-SUB) = ZERO
010758             MOVE "P" TO GR-STATUS
010759             ADD 1 TO WS-GRN-PAID-OFF-COUNT
010760             DISPLAY "PAYDRV01 - EMPLOYEE " GR-EMPLOYEE-ID
010761                 " CASE " GR-CASE-NUMBER " PAID OFF"
010762         WHEN WS-GRN-ONE < WS-GRN-DUE
010763             MOVE "S" TO GR-STATUS
010764             ADD 1 TO WS-GRN-SHORT-COUNT
010765             DISPLAY "PAYDRV01 - EMPLOYEE " GR-EMPLOYEE-ID
010766                 " CASE " GR-CASE-NUMBER
010767                 " NOT FULLY SATISFIED"
010768     END-EVALUATE.
010769     WRITE GARNISH-REMIT-RECORD.
010770     ADD 1 TO WS-GRN-REMIT-COUNT.
010771     ADD WS-GRN-ONE TO WS-GRN-REMIT-TOTAL.
010772 2730-EXIT.
010773     EXIT.
010774*----------------------------------------------------------------
010775* RECORD THE TOTAL GARNISHED IN THE RUN DETAIL UNDER GRN, IN
010776* THE FIRST EMPTY SLOT PAYDED01 LEFT.
010777*----------------------------------------------------------------
010778 2760-RECORD-GARNISH-TAKEN.
010779*----------------------------------------------------------------
010780     MOVE 1 TO WS-DTL-SUB.
010781     PERFORM 2770-BUMP-DTL-SUB THRU 2770-EXIT
010782         UNTIL WS-DTL-SUB > 5
010783            OR WS-TKN-DTL-CODE (WS-DTL-SUB) = WS-GRN-CODE
010784            OR WS-TKN-DTL-CODE (WS-DTL-SUB) = SPACES.
010785     IF WS-DTL-SUB > 5
010786         DISPLAY "PAYDRV01 - RUN DETAIL FULL, CODE "
010787             WS-GRN-CODE " NOT RECORDED FOR "
010788             EMP-ID OF WS-EMP-RECORD
010789         GO TO 2760-EXIT
010790     END-IF.
010791     MOVE WS-GRN-CODE TO WS-TKN-DTL-CODE (WS-DTL-SUB).
010792     ADD WS-GRN-EMP-TAKEN TO WS-TKN-DTL-AMOUNT (WS-DTL-SUB).
010793 2760-EXIT.
010794     EXIT.
010795*----------------------------------------------------------------
010796 2770-BUMP-DTL-SUB.
010797*----------------------------------------------------------------
010798     ADD 1 TO WS-DTL-SUB.
010799 2770-EXIT.
010800     EXIT.
010801*----------------------------------------------------------------
010802* STAGE THE EMPLOYEE'S LEAVE BALANCES FROM THE MERGE BEFORE THE
010803* GROSS IS PRICED.  OLDER RECORDS WITH LOWER KEYS (EMPLOYEES NO
010804* LONGER ON THE MASTER) ARE COPIED FORWARD UNTOUCHED FIRST, THEN
010805* EACH LEAVE TYPE IS STAGED FROM FILE OR STARTED FROM ZERO.  THE
010806* HOURLY RATE THE HOURS ARE VALUED AT IS TAKEN HERE, BEFORE
010807* 2150 OVERWRITES EMP-SALARY WITH THE PRICED GROSS -- THE PAY
010808* RATE FOR AN HOURLY EMPLOYEE, THE ANNUAL SALARY OVER A
010809* 2080-HOUR YEAR FOR A SALARIED ONE.
010810*----------------------------------------------------------------
010811 2800-STAGE-LEAVE.
010812*----------------------------------------------------------------
010813     MOVE EMP-ID OF WS-EMP-RECORD TO WS-EMP-KEY.
010814     MOVE WS-EMP-KEY TO WS-LEAVE-FIRST-KEY.
010815     MOVE WS-LEAVE-TYPE (1) TO WS-LEAVE-FIRST-KEY (6:1).
010816     IF WS-LEAVE-IS-OPEN
010817         PERFORM 2860-COPY-LEAVE-FORWARD THRU 2860-EXIT
010818             UNTIL WS-LVO-KEY NOT < WS-LEAVE-FIRST-KEY
010819     END-IF.
010820     IF EMP-HOURLY OF WS-EMP-RECORD
010821         MOVE EMP-SALARY OF WS-EMP-RECORD TO WS-HOURLY-RATE
010822     ELSE
010823         COMPUTE WS-HOURLY-RATE ROUNDED =
010824             EMP-SALARY OF WS-EMP-RECORD * WS-PERIODS-PER-YEAR
010825             / WS-HOURS-PER-YEAR
010826     END-IF.
010827     MOVE ZERO TO WS-LEAVE-PAY.
010828     PERFORM 2810-STAGE-ONE-LEAVE THRU 2810-EXIT
010829         VARYING WS-LV-SUB FROM 1 BY 1
010830         UNTIL WS-LV-SUB > 2.
010831 2800-EXIT.
010832     EXIT.
010833*----------------------------------------------------------------
010834 2810-STAGE-ONE-LEAVE.
010835*----------------------------------------------------------------
010836     MOVE ZERO TO WS-LVS-ACCRUAL (WS-LV-SUB).
010837     MOVE ZERO TO WS-LVS-TAKEN (WS-LV-SUB).
010838     MOVE ZERO TO WS-LVS-PAID-OUT (WS-LV-SUB).
010839     IF WS-LVO-KEY-EMP = WS-EMP-KEY
010840         AND WS-LVO-KEY-TYPE = WS-LEAVE-TYPE (WS-LV-SUB)
010841         MOVE "Y" TO WS-LVS-FOUND (WS-LV-SUB)
010842         MOVE OLD-LEAVE-RECORD TO WS-LVS-RECORD (WS-LV-SUB)
010843         PERFORM 2870-READ-LEAVE-OLD THRU 2870-EXIT
010844         GO TO 2810-EXIT
010845     END-IF.
010846     MOVE "N" TO WS-LVS-FOUND (WS-LV-SUB).
010847     MOVE SPACES TO LEAVE-BALANCE-RECORD.
010848     MOVE EMP-ID OF WS-EMP-RECORD TO LB-EMPLOYEE-ID.
010849     MOVE WS-LEAVE-TYPE (WS-LV-SUB) TO LB-LEAVE-TYPE.
010850     MOVE EMP-DEPT OF WS-EMP-RECORD TO LB-DEPT.
010851     MOVE EMP-STATUS-DATE OF WS-EMP-RECORD TO LB-SERVICE-DATE.
010852     MOVE ZERO TO LB-BALANCE.
010853     MOVE ZERO TO LB-ACCRUED-YTD.
010854     MOVE ZERO TO LB-TAKEN-YTD.
010855     MOVE ZERO TO LB-PAID-OUT-YTD.
010856     MOVE ZERO TO LB-HOURLY-RATE.
010857     MOVE ZERO TO LB-LAST-PERIOD.
010858     MOVE ZERO TO LB-LAST-RUN-DATE.
010859     MOVE LEAVE-BALANCE-RECORD TO WS-LVS-RECORD (WS-LV-SUB).
010860 2810-EXIT.
010861     EXIT.
010862*----------------------------------------------------------------
010863* PRICE THE PERIOD'S LEAVE ONCE THE GROSS IS KNOWN.  EACH TYPE
010864* ACCRUES AND IS CHARGED THE HOURS ON THE TIMECARD -- SALARIED
010865* EMPLOYEES MAY SEND A LEAVE-ONLY TIMECARD.  HOURS TAKEN ARE
010866* PAID ON TOP OF AN HOURLY EMPLOYEE'S WORKED HOURS (A SALARY
010867* ALREADY COVERS THEM), AND A TERMINATION'S UNUSED VACATION IS
010868* PAID OUT WITH THE FINAL PAY.  THE LEAVE PAY GOES INTO
010869* EMP-SALARY SO IT IS TAXED AND DEDUCTED LIKE ANY OTHER GROSS.
010870* AN HOURLY EMPLOYEE WITH NO TIMECARD IS NOT PAID AT ALL.
010871*----------------------------------------------------------------
010872 2820-PRICE-LEAVE.
010873*----------------------------------------------------------------
010874     IF WS-ERROR-CODE NOT = ZERO
010875         GO TO 2820-EXIT
010876     END-IF.
010877     MOVE 1 TO WS-TMC-SUB.
010878     PERFORM 2160-BUMP-TIMECARD-SUB THRU 2160-EXIT
010879         UNTIL WS-TMC-SUB > WS-TMC-COUNT
010880            OR WS-TMC-ID (WS-TMC-SUB) =
010881               EMP-ID OF WS-EMP-RECORD.
010882     COMPUTE WS-RUN-YEAR = WS-RUN-DATE / 10000.
010883     PERFORM 2830-PRICE-ONE-LEAVE THRU 2830-EXIT
010884         VARYING WS-LV-SUB FROM 1 BY 1
010885         UNTIL WS-LV-SUB > 2.
010886     IF WS-LEAVE-PAY NOT = ZERO
010887         ADD WS-LEAVE-PAY TO EMP-SALARY OF WS-EMP-RECORD
010888     END-IF.
010889 2820-EXIT.
010890     EXIT.
010891*----------------------------------------------------------------
010892* ONE LEAVE TYPE.  THE PERIOD ACCRUAL IS THE STEP'S ANNUAL HOURS
010893* OVER THE RUN GROUP'S PERIODS PER YEAR, HELD SO THE BALANCE
010894* NEVER PASSES THE STEP'S MAXIMUM CARRYOVER.  HOURS ASKED FOR
010895* BEYOND THE BALANCE ARE NOT CHARGED OR PAID -- THEY ARE
010896* REPORTED FOR PAYROLL TO FOLLOW UP.  SICK LEAVE IS NOT PAID
010897* OUT AT TERMINATION.
010898*----------------------------------------------------------------
010899 2830-PRICE-ONE-LEAVE.
010900*----------------------------------------------------------------
010901     MOVE WS-LVS-RECORD (WS-LV-SUB) TO LEAVE-BALANCE-RECORD.
010902     PERFORM 2840-FIND-LEAVE-STEP THRU 2840-EXIT.
010903     IF WS-PERIODS-PER-YEAR > ZERO
010904         COMPUTE WS-LVS-ACCRUAL (WS-LV-SUB) ROUNDED =
010905             WS-LEAVE-ANNUAL / WS-PERIODS-PER-YEAR
010906     END-IF.
010907     COMPUTE WS-LEAVE-ROOM = WS-LEAVE-MAX - LB-BALANCE.
010908     IF WS-LEAVE-ROOM < ZERO
010909         MOVE ZERO TO WS-LEAVE-ROOM
010910     END-IF.
010911     IF WS-LVS-ACCRUAL (WS-LV-SUB) > WS-LEAVE-ROOM
010912         MOVE WS-LEAVE-ROOM TO WS-LVS-ACCRUAL (WS-LV-SUB)
010913     END-IF.
010914     MOVE ZERO TO WS-LEAVE-REQUESTED.
010915     IF WS-TMC-SUB NOT > WS-TMC-COUNT
010916         IF LB-VACATION
010917             MOVE WS-TMC-VAC-HOURS (WS-TMC-SUB)
010918                 TO WS-LEAVE-REQUESTED
010919         ELSE
010920             MOVE WS-TMC-SICK-HOURS (WS-TMC-SUB)
010921                 TO WS-LEAVE-REQUESTED
010922         END-IF
010923     END-IF.
010924     COMPUTE WS-LEAVE-AVAILABLE =
010925         LB-BALANCE + WS-LVS-ACCRUAL (WS-LV-SUB).
010926     IF WS-LEAVE-AVAILABLE < ZERO
010927         MOVE ZERO TO WS-LEAVE-AVAILABLE
010928     END-IF.
010929     MOVE WS-LEAVE-REQUESTED TO WS-LVS-TAKEN (WS-LV-SUB).
010930     IF WS-LEAVE-REQUESTED > WS-LEAVE-AVAILABLE
010931         MOVE WS-LEAVE-AVAILABLE TO WS-LVS-TAKEN (WS-LV-SUB)
010932         COMPUTE WS-LEAVE-SHORT =
010933             WS-LEAVE-REQUESTED - WS-LEAVE-AVAILABLE
010934         ADD 1 TO WS-LV-SHORT-COUNT
010935         DISPLAY "PAYDRV01 - EMPLOYEE " EMP-ID OF WS-EMP-RECORD
010936             " LEAVE TYPE " LB-LEAVE-TYPE " SHORT "
010937             WS-LEAVE-SHORT " HOURS, NOT CHARGED OR PAID"
010938     END-IF.
010939     IF EMP-HOURLY OF WS-EMP-RECORD
010940         COMPUTE WS-LEAVE-ONE-PAY ROUNDED =
010941             WS-LVS-TAKEN (WS-LV-SUB) * WS-HOURLY-RATE
010942         ADD WS-LEAVE-ONE-PAY TO WS-LEAVE-PAY
010943     END-IF.
010944     IF NOT EMP-TERMINATED OF WS-EMP-RECORD
010945         OR NOT LB-VACATION
010946         GO TO 2830-EXIT
010947     END-IF.
010948     COMPUTE WS-LVS-PAID-OUT (WS-LV-SUB) =
010949         WS-LEAVE-AVAILABLE - WS-LVS-TAKEN (WS-LV-SUB).
010950     IF WS-LVS-PAID-OUT (WS-LV-SUB) NOT > ZERO
010951         MOVE ZERO TO WS-LVS-PAID-OUT (WS-LV-SUB)
010952         GO TO 2830-EXIT
010953     END-IF.
010954     COMPUTE WS-LEAVE-ONE-PAY ROUNDED =
010955         WS-LVS-PAID-OUT (WS-LV-SUB) * WS-HOURLY-RATE.
010956     ADD WS-LEAVE-ONE-PAY TO WS-LEAVE-PAY.
010957     DISPLAY "PAYDRV01 - EMPLOYEE " EMP-ID OF WS-EMP-RECORD
010958         " VACATION PAYOUT, " WS-LVS-PAID-OUT (WS-LV-SUB)
010959         " HOURS FOR " WS-LEAVE-ONE-PAY.
010960 2830-EXIT.
010961     EXIT.
010962*----------------------------------------------------------------
010963* THE ACCRUAL STEP FOR THE EMPLOYEE'S COMPLETED YEARS OF
010964* SERVICE -- THE LAST STEP OF THE TYPE THAT HAS BEEN REACHED.
010965* NO STEP MEANS NO ACCRUAL AND NO CARRYOVER LIMIT.
010966*----------------------------------------------------------------
010967 2840-FIND-LEAVE-STEP.
010968*----------------------------------------------------------------
010969     MOVE ZERO TO WS-LEAVE-ANNUAL.
010970     MOVE 9999.99 TO WS-LEAVE-MAX.
010971     MOVE ZERO TO WS-SERVICE-YEARS.
010972     IF LB-SERVICE-DATE > ZERO
010973         AND LB-SERVICE-DATE < WS-RUN-DATE
010974         COMPUTE WS-SERVICE-YEARS =
010975             (WS-RUN-DATE - LB-SERVICE-DATE) / 10000
010976     END-IF.
010977     PERFORM 2845-CHECK-ONE-STEP THRU 2845-EXIT
010978         VARYING WS-LVR-SUB FROM 1 BY 1
010979         UNTIL WS-LVR-SUB > WS-LVR-COUNT.
010980 2840-EXIT.
010981     EXIT.
010982*----------------------------------------------------------------
010983 2845-CHECK-ONE-STEP.
010984*----------------------------------------------------------------
010985     IF WS-LVR-TYPE (WS-LVR-SUB) = LB-LEAVE-TYPE
010986         AND WS-LVR-YEARS-FROM (WS-LVR-SUB) NOT >
010987             WS-SERVICE-YEARS
010988         MOVE WS-LVR-ANNUAL-HOURS (WS-LVR-SUB)
010989             TO WS-LEAVE-ANNUAL
010990         MOVE WS-LVR-MAX-BALANCE (WS-LVR-SUB) TO WS-LEAVE-MAX
010991     END-IF.
010992 2845-EXIT.
010993     EXIT.
010994*----------------------------------------------------------------
010995 2860-COPY-LEAVE-FORWARD.
010996*----------------------------------------------------------------
010997     MOVE OLD-LEAVE-RECORD TO LEAVE-BALANCE-RECORD.
010998     WRITE LEAVE-BALANCE-RECORD.
010999     PERFORM 2870-READ-LEAVE-OLD THRU 2870-EXIT.
011000 2860-EXIT.
011001     EXIT.
011002*----------------------------------------------------------------
011003 2870-READ-LEAVE-OLD.
011004*----------------------------------------------------------------
011005     READ LEAVE-OLD-FILE
011006         AT END
011007             MOVE HIGH-VALUES TO WS-LVO-KEY
011008             GO TO 2870-EXIT
011009     END-READ.
011010     MOVE LO-EMPLOYEE-ID TO WS-LVO-KEY-EMP.
011011     MOVE LO-LEAVE-TYPE  TO WS-LVO-KEY-TYPE.
011012 2870-EXIT.
011013     EXIT.
011014*----------------------------------------------------------------
011015* ROLL THE PERIOD'S LEAVE INTO THE STAGED BALANCES AND RELEASE
011016* THEM TO THE NEW GENERATION.  AN EMPLOYEE WHO WAS NOT PAID
011017* ACCRUES AND USES NOTHING -- THE BALANCES GO FORWARD AS THEY
011018* WERE.  THE YEAR-TO-DATE HOURS START OVER ON THE FIRST RUN OF
011019* A NEW YEAR, AND A TERMINATION LEAVES NO BALANCE BEHIND.  THE
011020* DEPARTMENT AND HOURLY RATE ARE RESTAMPED FOR THE LIABILITY
011021* REPORT.
011022*----------------------------------------------------------------
011023 2880-ROLL-LEAVE.
011024*----------------------------------------------------------------
011025     IF WS-ERROR-CODE NOT = ZERO
011026         PERFORM 2890-CARRY-LEAVE THRU 2890-EXIT
011027         GO TO 2880-EXIT
011028     END-IF.
011029     PERFORM 2885-ROLL-ONE-LEAVE THRU 2885-EXIT
011030         VARYING WS-LV-SUB FROM 1 BY 1
011031         UNTIL WS-LV-SUB > 2.
011032 2880-EXIT.
011033     EXIT.
011034*----------------------------------------------------------------
011035 2885-ROLL-ONE-LEAVE.
011036*----------------------------------------------------------------
011037     MOVE WS-LVS-RECORD (WS-LV-SUB) TO LEAVE-BALANCE-RECORD.
011038     COMPUTE WS-LEAVE-YEAR = LB-LAST-RUN-DATE / 10000.
011039     IF WS-LEAVE-YEAR NOT = WS-RUN-YEAR
011040         MOVE ZERO TO LB-ACCRUED-YTD
011041         MOVE ZERO TO LB-TAKEN-YTD
011042         MOVE ZERO TO LB-PAID-OUT-YTD
011043     END-IF.
011044     ADD WS-LVS-ACCRUAL (WS-LV-SUB) TO LB-BALANCE.
011045     ADD WS-LVS-ACCRUAL (WS-LV-SUB) TO LB-ACCRUED-YTD.
011046     SUBTRACT WS-LVS-TAKEN (WS-LV-SUB) FROM LB-BALANCE.
011047     ADD WS-LVS-TAKEN (WS-LV-SUB) TO LB-TAKEN-YTD.
011048     ADD WS-LVS-TAKEN (WS-LV-SUB) TO WS-LV-TAKEN-HOURS.
011049     IF WS-LVS-PAID-OUT (WS-LV-SUB) > ZERO
011050         ADD WS-LVS-PAID-OUT (WS-LV-SUB) TO LB-PAID-OUT-YTD
011051         ADD 1 TO WS-LV-PAYOUT-COUNT
011052         COMPUTE WS-LEAVE-ONE-PAY ROUNDED =
011053             WS-LVS-PAID-OUT (WS-LV-SUB) * WS-HOURLY-RATE
011054         ADD WS-LEAVE-ONE-PAY TO WS-LV-PAYOUT-TOTAL
011055     END-IF.
011056     IF EMP-TERMINATED OF WS-EMP-RECORD
011057         MOVE ZERO TO LB-BALANCE
011058     END-IF.
011059     MOVE EMP-DEPT OF WS-EMP-RECORD TO LB-DEPT.
011060     MOVE WS-HOURLY-RATE TO LB-HOURLY-RATE.
011061     MOVE WS-PAY-PERIOD TO LB-LAST-PERIOD.
011062     MOVE WS-RUN-DATE TO LB-LAST-RUN-DATE.
011063     WRITE LEAVE-BALANCE-RECORD.
011064 2885-EXIT.
011065     EXIT.
011066*----------------------------------------------------------------
011067* CARRY THE EMPLOYEE'S BALANCES FORWARD UNCHANGED.  ONLY THOSE
011068* ALREADY ON FILE ARE WRITTEN -- A BALANCE IS STARTED THE FIRST
011069* TIME THE EMPLOYEE IS ACTUALLY PAID.
011070*----------------------------------------------------------------
011071 2890-CARRY-LEAVE.
011072*----------------------------------------------------------------
011073     PERFORM 2895-CARRY-ONE-LEAVE THRU 2895-EXIT
011074         VARYING WS-LV-SUB FROM 1 BY 1
011075         UNTIL WS-LV-SUB > 2.
011076 2890-EXIT.
011077     EXIT.
011078*----------------------------------------------------------------
011079 2895-CARRY-ONE-LEAVE.
011080*----------------------------------------------------------------
011081     IF WS-LVS-ON-FILE (WS-LV-SUB)
011082         MOVE WS-LVS-RECORD (WS-LV-SUB) TO LEAVE-BALANCE-RECORD
011083         WRITE LEAVE-BALANCE-RECORD
011084     END-IF.
011085 2895-EXIT.
011086     EXIT.
011087*----------------------------------------------------------------
011088 9000-TERMINATE.
011089*----------------------------------------------------------------
011090     IF WS-YTD-IS-OPEN
011091         PERFORM 2500-COPY-YTD-FORWARD THRU 2500-EXIT
011092             UNTIL WS-YTD-KEY = HIGH-VALUES
011093         CLOSE YTD-NEW-FILE
011094     END-IF.
011095     CLOSE YTD-OLD-FILE.
011096     IF WS-LEAVE-IS-OPEN
011097         PERFORM 2860-COPY-LEAVE-FORWARD THRU 2860-EXIT
011098             UNTIL WS-LVO-KEY = HIGH-VALUES
011099         CLOSE LEAVE-NEW-FILE
011100     END-IF.
011101     CLOSE LEAVE-OLD-FILE.
011102     CLOSE EMPLOYEE-FILE.
011103     CLOSE RESULTS-FILE.
011104     CLOSE EXCEPTION-FILE.
011105     CLOSE GARNISH-REMIT-FILE.
011106     DISPLAY "PAYDRV01 - EMPLOYEES PROCESSED : " WS-RECORD-COUNT.
011107     DISPLAY "PAYDRV01 - EXCEPTIONS LOGGED    : "
011108         WS-EXCEPTION-COUNT.
011109     DISPLAY "PAYDRV01 - INACTIVE SKIPPED     : "
011110         WS-SKIPPED-COUNT.
011111     DISPLAY "PAYDRV01 - IN OTHER PAY GROUPS  : "
011112         WS-OTHER-GROUP-COUNT.
011113     DISPLAY "PAYDRV01 - GARNISHMENTS REMITTED: "
011114         WS-GRN-REMIT-COUNT " FOR " WS-GRN-REMIT-TOTAL.
011115     DISPLAY "PAYDRV01 - ORDERS PAID OFF      : "
011116         WS-GRN-PAID-OFF-COUNT.
011117     DISPLAY "PAYDRV01 - ORDERS NOT SATISFIED : "
011118         WS-GRN-SHORT-COUNT.
011119     DISPLAY "PAYDRV01 - LEAVE HOURS TAKEN    : "
011120         WS-LV-TAKEN-HOURS.
011121     DISPLAY "PAYDRV01 - LEAVE REQUESTS SHORT : "
011122         WS-LV-SHORT-COUNT.
011123     DISPLAY "PAYDRV01 - VACATION PAYOUTS     : "
011124         WS-LV-PAYOUT-COUNT " FOR " WS-LV-PAYOUT-TOTAL.
011125     IF WS-RESTARTED
011126         DISPLAY "PAYDRV01 - RESTARTED RUN, RESUMED PAST KEY "
011127             WS-RESTART-KEY
011128     ELSE
011129         DISPLAY "PAYDRV01 - COLD START RUN"
011130     END-IF.
011131     IF NOT WS-INIT-FAILED
011132         DISPLAY "PAYDRV01 - PAY GROUP            : "
011133             WS-RUN-GROUP
011134         DISPLAY "PAYDRV01 - PAY PERIOD           : "
011135             WS-PAY-PERIOD
011136     END-IF.
011137     IF NOT WS-INIT-FAILED
011138         PERFORM 9200-WRITE-BANK-CONTROL THRU 9200-EXIT
011139         PERFORM 9100-RECONCILE-CONTROL-TOTAL THRU 9100-EXIT
011140         PERFORM 9300-MARK-PERIOD-PAID THRU 9300-EXIT
011141         PERFORM 9500-REWRITE-GARNISH-ORDERS THRU 9500-EXIT
011142         PERFORM 9400-CLEAR-CHECKPOINT THRU 9400-EXIT
011143     END-IF.
011144 9000-EXIT.
011145     EXIT.
011146*----------------------------------------------------------------
011147 9100-RECONCILE-CONTROL-TOTAL.
011148*----------------------------------------------------------------
011149     OPEN INPUT CONTROL-FILE.
011150     IF WS-CTLFILE-STATUS NOT = "00"
011151         DISPLAY "PAYDRV01 - NO CONTROL TOTAL FILE FOUND, "
011152             "SKIPPING RECONCILIATION"
011153         GO TO 9100-EXIT
011154     END-IF.
011155     READ CONTROL-FILE
011156         AT END
011157             MOVE ZERO TO CONTROL-TOTAL-RECORD
011158     END-READ.
011159     MOVE CONTROL-TOTAL-RECORD TO WS-CONTROL-TOTAL.
011160     CLOSE CONTROL-FILE.
011161     IF WS-RUN-TOTAL = WS-CONTROL-TOTAL
011162         DISPLAY "PAYDRV01 - CONTROL TOTAL RECONCILED : "
011163             WS-RUN-TOTAL
011170     ELSE
011180         SET WS-TOTALS-MISMATCH TO TRUE
011190         DISPLAY "PAYDRV01 - *** CONTROL TOTAL MISMATCH ***"
011470 9200-EXIT.
011480     EXIT.
011490*----------------------------------------------------------------
011496* MARK THE RUN GROUP'S PERIOD JUST PAID ON THE PAY CALENDAR AND
011502* REWRITE IT FROM THE TABLE -- EVERY GROUP'S ROWS, THE OTHER
011508* GROUPS' AS THEY WERE READ -- SO A RESUBMIT OF THE SAME JOB IS
011514* REFUSED AT INITIALIZE INSTEAD OF ROLLING THE YTD MASTER A
011520* SECOND TIME.
011530*----------------------------------------------------------------
011540 9300-MARK-PERIOD-PAID.
011550*----------------------------------------------------------------
011670         VARYING WS-CAL-SUB FROM 1 BY 1
011680         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
011690     CLOSE PAY-CALENDAR-FILE.
011700     DISPLAY "PAYDRV01 - GROUP " WS-RUN-GROUP " PERIOD "
011710         WS-PAY-PERIOD " MARKED PAID ON PAYCAL".
011720 9300-EXIT.
011730     EXIT.
011740*----------------------------------------------------------------
011750 9310-WRITE-ONE-PERIOD.
011760*----------------------------------------------------------------
011765     MOVE WS-CAL-GROUP (WS-CAL-SUB)  TO PC-PAY-GROUP.
011770     MOVE WS-CAL-PERIOD (WS-CAL-SUB) TO PC-PERIOD-NUMBER.
011780     MOVE WS-CAL-START (WS-CAL-SUB)  TO PC-START-DATE.
011790     MOVE WS-CAL-END (WS-CAL-SUB)    TO PC-END-DATE.
011800     MOVE WS-CAL-PAID-SWITCH (WS-CAL-SUB) TO PC-PAID-SWITCH.
011805     MOVE WS-CAL-FREQUENCY (WS-CAL-SUB) TO PC-FREQUENCY.
011810     WRITE PAY-CALENDAR-RECORD.
011820 9310-EXIT.
011830     EXIT.
011970     CLOSE CHECKPOINT-FILE.
011980 9400-EXIT.
011990     EXIT.
012000*----------------------------------------------------------------
012010* REWRITE GARNORD FROM THE TABLE WITH THE BALANCES THIS RUN
012020* REDUCED.  ONLY ON A COMPLETED RUN -- A FAILED RUN LEAVES THE
012030* FILE AS IT WAS AND A RESTART RE-DERIVES THE BALANCES FROM THE
012040* PARTIAL GARNREM.
012050*----------------------------------------------------------------
012060 9500-REWRITE-GARNISH-ORDERS.
012070*----------------------------------------------------------------
012080     IF NOT WS-GRN-LOADED
012090         GO TO 9500-EXIT
012100     END-IF.
012110     OPEN OUTPUT GARNISH-ORDER-FILE.
012120     IF WS-GARNORD-STATUS NOT = "00"
012130         DISPLAY "PAYDRV01 - UNABLE TO REWRITE GARNORD, "
012140             "STATUS = " WS-GARNORD-STATUS
012150         IF WS-WORST-ERROR-CODE < 4
012160             MOVE 4 TO WS-WORST-ERROR-CODE
012170         END-IF
012180         GO TO 9500-EXIT
012190     END-IF.
012200     PERFORM 9510-WRITE-ONE-ORDER THRU 9510-EXIT
012210         VARYING WS-GRN-SUB FROM 1 BY 1
012220         UNTIL WS-GRN-SUB > WS-GRN-COUNT.
012230     CLOSE GARNISH-ORDER-FILE.
012240     DISPLAY "PAYDRV01 - GARNORD REWRITTEN WITH REDUCED "
012250         "BALANCES".
012260 9500-EXIT.
012270     EXIT.
012280*----------------------------------------------------------------
012290 9510-WRITE-ONE-ORDER.
012300*----------------------------------------------------------------
012310     MOVE WS-GRN-EMP-ID (WS-GRN-SUB)     TO GO-EMPLOYEE-ID.
012320     MOVE WS-GRN-TYPE (WS-GRN-SUB)       TO GO-ORDER-TYPE.
012330     MOVE WS-GRN-CASE (WS-GRN-SUB)       TO GO-CASE-NUMBER.
012340     MOVE WS-GRN-AGENCY (WS-GRN-SUB)     TO GO-AGENCY.
012350     MOVE WS-GRN-METHOD (WS-GRN-SUB)     TO GO-METHOD.
012360     MOVE WS-GRN-AMOUNT (WS-GRN-SUB)     TO GO-PERIOD-AMOUNT.
012370     MOVE WS-GRN-PERCENT (WS-GRN-SUB)    TO GO-PERIOD-PERCENT.
012380     MOVE WS-GRN-TOTAL-OWED (WS-GRN-SUB) TO GO-TOTAL-OWED.
012390     MOVE WS-GRN-BALANCE (WS-GRN-SUB)    TO GO-BALANCE.
012400     WRITE GARNISH-ORDER-RECORD.
012410 9510-EXIT.
012420     EXIT.
