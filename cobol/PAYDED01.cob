000317*                  CARRYING AMOUNTS NEVER WITHHELD, BURNING
000318*                  ANNUAL-MAX ROOM AND BREAKING THE PER-CODE
000319*                  STATEMENT BREAKDOWN.
000320* 10/15/2026  JH   GRADUATED FEDERAL WITHHOLDING.  THE TAX ROW
000321*                  IS NO LONGER A FLAT RATE ON GROSS -- DEDTABLE
000322*                  TYPE W MARKS THE WITHHOLDING CODE, WHICH IS
000323*                  TAKEN FROM EVERY EMPLOYEE (NO DEDELECT ROW
000324*                  NEEDED) OFF THE W-4 ELECTION IN FORCE ON
000325*                  W4ELECT: THE PERIOD'S TAXABLE WAGE IS
000326*                  ANNUALIZED BY THE NUMBER OF PERIODS ON THE
000327*                  PAYCAL CALENDAR, RUN THROUGH THE TAXBRKT
000328*                  BRACKETS FOR THE FILING STATUS, DE-ANNUALIZED,
000329*                  AND THE EMPLOYEE'S EXTRA AMOUNT ADDED.  AN
000330*                  EXEMPT ELECTION WITHHOLDS NOTHING, AND AN
000331*                  EMPLOYEE WITH NO ELECTION IN FORCE IS WITHHELD
000332*                  AS SINGLE WITH NO EXTRA.  DEDTABLE ALSO GAINS
000333*                  A PRE-TAX FLAG -- PRE-TAX CODES (RET) ARE NOW
000334*                  TAKEN FIRST AND COME OFF THE TAXABLE WAGE,
000335*                  THEN THE WITHHOLDING, THEN EVERY OTHER CODE.
000336* 10/15/2026  JH   PAY GROUPS. PAYCAL GROWS TO 22 BYTES WITH
000337*                  THE PAY GROUP AND FREQUENCY. PERIODS PER
000338*                  YEAR ARE NOW TAKEN PER CALL FROM THE
000339*                  EMPLOYEE'S PAY GROUP'S FREQUENCY (WEEKLY
000340*                  52, BIWEEKLY 26, SEMI-MONTHLY 24, MONTHLY
000341*                  12) INSTEAD OF COUNTING CALENDAR ROWS; A
000342*                  GROUP NOT ON PAYCAL IS ANNUALIZED AT 12.
000343*                  FLAT DEDTABLE AMOUNTS ARE MONTHLY AND ARE
000344*                  SPREAD OVER THE GROUP'S PERIODS. ANNUAL
000345*                  MAXIMUMS ARE HELD AGAINST YTD AS BEFORE,
000346*                  SO THEY NEED NO PERIOD COUNT.
000347*----------------------------------------------------------------
000348 ENVIRONMENT DIVISION.
000349 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000351     SELECT DEDUCTION-TABLE-FILE ASSIGN TO "DEDTABLE"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-DEDTABLE-STATUS.
000380     SELECT ELECTION-FILE ASSIGN TO "DEDELECT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-DEDELECT-STATUS.
000401     SELECT W4-ELECTION-FILE ASSIGN TO "W4ELECT"
000402         ORGANIZATION IS LINE SEQUENTIAL
000403         FILE STATUS IS WS-W4ELECT-STATUS.
000404     SELECT TAX-BRACKET-FILE ASSIGN TO "TAXBRKT"
000405         ORGANIZATION IS LINE SEQUENTIAL
000406         FILE STATUS IS WS-TAXBRKT-STATUS.
000407     SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL"
000408         ORGANIZATION IS LINE SEQUENTIAL
000409         FILE STATUS IS WS-PAYCAL-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  DEDUCTION-TABLE-FILE
000440     RECORD CONTAINS 45 CHARACTERS.
000450 01  DEDUCTION-TABLE-RECORD.
000460     05  DT-CODE             PIC X(03).
000470     05  DT-DESCRIPTION      PIC X(20).
000490     05  DT-RATE-PCT         PIC 9(02)V99.
000500     05  DT-FLAT-AMOUNT      PIC 9(05)V99.
000502     05  DT-ANNUAL-MAX       PIC 9(07)V99.
000506     05  DT-PRE-TAX-SWITCH   PIC X(01).
000510 FD  ELECTION-FILE
000520     RECORD CONTAINS 08 CHARACTERS.
000530 01  ELECTION-RECORD.
000540     05  EL-EMPLOYEE-ID      PIC 9(05).
000550     05  EL-DED-CODE         PIC X(03).
000551 FD  W4-ELECTION-FILE
000552     RECORD CONTAINS 30 CHARACTERS.
000553     COPY W4ELECT.
000554*----------------------------------------------------------------
000555* ANNUAL WITHHOLDING BRACKETS, ONE ROW PER BRACKET, GROUPED BY
000556* FILING STATUS WITH THE WAGE FLOORS ASCENDING.  THE RATE
000557* APPLIES TO THE ANNUAL WAGE OVER THE FLOOR, UP TO THE NEXT
000558* ROW'S FLOOR FOR THE SAME STATUS (NO CEILING ON THE LAST).
000559*----------------------------------------------------------------
000560 FD  TAX-BRACKET-FILE
000561     RECORD CONTAINS 14 CHARACTERS.
000562 01  TAX-BRACKET-RECORD.
000563     05  TB-FILING-STATUS    PIC X(01).
000564     05  TB-WAGE-OVER        PIC 9(07)V99.
000565     05  TB-RATE-PCT         PIC 9(02)V99.
000566 FD  PAY-CALENDAR-FILE
000567     RECORD CONTAINS 22 CHARACTERS.
000568     COPY PAYCAL.
000569 WORKING-STORAGE SECTION.
000570*----------------------------------------------------------------
000580* FILE STATUS AND LOAD CONTROLS
000590*----------------------------------------------------------------
000600 77  WS-DEDTABLE-STATUS      PIC X(02) VALUE SPACES.
000610 77  WS-DEDELECT-STATUS      PIC X(02) VALUE SPACES.
000612 77  WS-W4ELECT-STATUS       PIC X(02) VALUE SPACES.
000614 77  WS-TAXBRKT-STATUS       PIC X(02) VALUE SPACES.
000616 77  WS-PAYCAL-STATUS        PIC X(02) VALUE SPACES.
000620 77  WS-TABLES-LOADED-SWITCH PIC X(01) VALUE "N".
000630     88  WS-TABLES-LOADED              VALUE "Y".
000640 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000760         10  WS-DED-TYPE         PIC X(01).
000770             88  WS-DED-RATED           VALUE "R".
000780             88  WS-DED-FLAT            VALUE "F".
000785             88  WS-DED-WITHHOLDING     VALUE "W".
000790         10  WS-DED-RATE-PCT     PIC 9(02)V99.
000800         10  WS-DED-FLAT-AMOUNT  PIC 9(05)V99.
000802         10  WS-DED-ANNUAL-MAX   PIC 9(07)V99.
000804         10  WS-DED-PRE-TAX-SWITCH PIC X(01).
000806             88  WS-DED-PRE-TAX         VALUE "Y".
000810*----------------------------------------------------------------
000820* PER-EMPLOYEE ELECTIONS, LOADED ONCE ON THE FIRST CALL
000830*----------------------------------------------------------------
000880     05  WS-ELECT-ENTRY OCCURS 500 TIMES.
000890         10  WS-ELECT-EMP-ID     PIC 9(05).
000900         10  WS-ELECT-DED-CODE   PIC X(03).
000901*----------------------------------------------------------------
000902* W-4 ELECTIONS, LOADED ONCE ON THE FIRST CALL.  THE ONE IN FORCE
000903* IS THE LATEST WHOSE EFFECTIVE DATE HAS BEEN REACHED BY THE
000904* RUN DATE.
000905*----------------------------------------------------------------
000906 77  WS-W4-MAX               PIC 9(04) COMP VALUE 1000.
000907 77  WS-W4-COUNT             PIC 9(04) COMP VALUE ZERO.
000908 77  WS-W4-SUB               PIC 9(04) COMP VALUE ZERO.
000909 01  WS-W4-TABLE.
000910     05  WS-W4-ENTRY OCCURS 1000 TIMES.
000911         10  WS-W4-EMP-ID        PIC 9(05).
000912         10  WS-W4-EFFECTIVE     PIC 9(08).
000913         10  WS-W4-STATUS        PIC X(01).
000914         10  WS-W4-EXTRA         PIC 9(05)V99.
000915         10  WS-W4-EXEMPT        PIC X(01).
000916*----------------------------------------------------------------
000917* WITHHOLDING BRACKETS, LOADED ONCE ON THE FIRST CALL, AND THE
000918* NUMBER OF PAY PERIODS IN THE YEAR THAT ANNUALIZES A PERIOD'S
000919* WAGE -- TAKEN PER CALL FROM THE EMPLOYEE'S PAY GROUP, WHOSE
000920* FREQUENCY IS LOADED FROM PAYCAL ON THE FIRST CALL.
000921*----------------------------------------------------------------
000922 77  WS-BRK-MAX              PIC 9(03) COMP VALUE 60.
000923 77  WS-BRK-COUNT            PIC 9(03) COMP VALUE ZERO.
000924 77  WS-BRK-SUB              PIC 9(03) COMP VALUE ZERO.
000925 77  WS-BRK-NEXT-SUB         PIC 9(03) COMP VALUE ZERO.
000926 01  WS-BRACKET-TABLE.
000927     05  WS-BRK-ENTRY OCCURS 60 TIMES.
000928         10  WS-BRK-STATUS       PIC X(01).
000929         10  WS-BRK-WAGE-OVER    PIC 9(07)V99.
000930         10  WS-BRK-RATE-PCT     PIC 9(02)V99.
000931 77  WS-PERIODS-PER-YEAR     PIC 9(03) COMP VALUE ZERO.
000932 77  WS-GRP-MAX              PIC 9(02) COMP VALUE 20.
000933 77  WS-GRP-COUNT            PIC 9(02) COMP VALUE ZERO.
000934 77  WS-GRP-SUB              PIC 9(02) COMP VALUE ZERO.
000935 77  WS-EMP-GROUP            PIC X(02) VALUE SPACES.
000936 01  WS-GROUP-TABLE.
000937     05  WS-GRP-ENTRY OCCURS 20 TIMES.
000938         10  WS-GRP-CODE         PIC X(02).
000939         10  WS-GRP-PERIODS      PIC 9(03) COMP.
000940 77  WS-TODAY                PIC 9(08) VALUE ZERO.
000941*----------------------------------------------------------------
000942* CALCULATION WORK FIELDS
000943*----------------------------------------------------------------
000944 77  WS-ONE-DEDUCTION        PIC S9(05)V99 VALUE ZERO.
000945 77  WS-DTL-SUB              PIC 9(02) COMP VALUE ZERO.
000946 77  WS-PRIOR-TAKEN          PIC S9(07)V99 VALUE ZERO.
000947 77  WS-CAP-ROOM             PIC S9(07)V99 VALUE ZERO.
000948 77  WS-GROSS-ROOM           PIC S9(07)V99 VALUE ZERO.
000949 77  WS-PASS-SWITCH          PIC X(01) VALUE SPACES.
000950     88  WS-PRE-TAX-PASS               VALUE "P".
000951     88  WS-AFTER-TAX-PASS             VALUE "A".
000952*----------------------------------------------------------------
000953* WITHHOLDING WORK FIELDS -- THE ELECTION IN FORCE, THE PERIOD
000954* AND ANNUALIZED TAXABLE WAGE, AND THE ANNUAL TAX BUILT UP ONE
000955* BRACKET AT A TIME.
000956*----------------------------------------------------------------
000957 77  WS-TAX-STATUS           PIC X(01) VALUE SPACES.
000958 77  WS-TAX-EXTRA            PIC 9(05)V99 VALUE ZERO.
000959 77  WS-TAX-EXEMPT           PIC X(01) VALUE SPACES.
000960     88  WS-TAX-IS-EXEMPT              VALUE "Y".
000961 77  WS-TAX-EFFECTIVE        PIC 9(08) VALUE ZERO.
000962 77  WS-BRACKETS-FOUND-SWITCH PIC X(01) VALUE "N".
000963     88  WS-BRACKETS-FOUND             VALUE "Y".
000964 77  WS-TAXABLE-WAGE         PIC S9(07)V99 VALUE ZERO.
000965 77  WS-ANNUAL-WAGE          PIC S9(09)V99 VALUE ZERO.
000966 77  WS-ANNUAL-TAX           PIC S9(09)V99 VALUE ZERO.
000967 77  WS-BRACKET-TOP          PIC S9(09)V99 VALUE ZERO.
000968 77  WS-BRACKET-SPAN         PIC S9(09)V99 VALUE ZERO.
000969 LINKAGE SECTION.
000970     COPY EMPREC.
000971 01  TOTAL-DEDUCTIONS        PIC S9(05)V99.
000980 01  NET-PAY                 PIC S9(05)V99.
000982     COPY DEDDTL REPLACING LEADING ==DED== BY ==PRIOR==.
000984     COPY DEDDTL REPLACING LEADING ==DED== BY ==RUN==.
001030     IF NOT WS-TABLES-LOADED
001040         PERFORM 1000-LOAD-TABLES THRU 1000-EXIT
001050     END-IF.
001055     PERFORM 1600-FIND-PAY-GROUP THRU 1600-EXIT.
001060     MOVE ZERO TO TOTAL-DEDUCTIONS.
001062     PERFORM 0100-ZERO-ONE-RUN-SLOT THRU 0100-EXIT
001064         VARYING WS-DTL-SUB FROM 1 BY 1
001066         UNTIL WS-DTL-SUB > 5.
001068     SET WS-PRE-TAX-PASS TO TRUE.
001070     PERFORM 2000-APPLY-ELECTIONS THRU 2000-EXIT
001080         VARYING WS-ELECT-SUB FROM 1 BY 1
001090         UNTIL WS-ELECT-SUB > WS-ELECT-COUNT.
001097     PERFORM 3000-WITHHOLD-TAX THRU 3000-EXIT
001104         VARYING WS-DED-SUB FROM 1 BY 1
001111         UNTIL WS-DED-SUB > WS-DED-COUNT.
001118     SET WS-AFTER-TAX-PASS TO TRUE.
001125     PERFORM 2000-APPLY-ELECTIONS THRU 2000-EXIT
001132         VARYING WS-ELECT-SUB FROM 1 BY 1
001139         UNTIL WS-ELECT-SUB > WS-ELECT-COUNT.
001150     SUBTRACT TOTAL-DEDUCTIONS FROM EMP-SALARY GIVING NET-PAY.
001160     GOBACK.
001161*----------------------------------------------------------------
001170*----------------------------------------------------------------
001180 1000-LOAD-TABLES.
001190*----------------------------------------------------------------
001192     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001194     PERFORM 1300-LOAD-W4-ELECTIONS THRU 1300-EXIT.
001196     PERFORM 1400-LOAD-TAX-BRACKETS THRU 1400-EXIT.
001198     PERFORM 1500-LOAD-PAY-GROUPS THRU 1500-EXIT.
001200     OPEN INPUT DEDUCTION-TABLE-FILE.
001210     IF WS-DEDTABLE-STATUS NOT = "00"
001220         DISPLAY "PAYDED01 - UNABLE TO OPEN DEDTABLE, STATUS = "
001680     MOVE DT-RATE-PCT    TO WS-DED-RATE-PCT (WS-DED-COUNT).
001690     MOVE DT-FLAT-AMOUNT TO WS-DED-FLAT-AMOUNT (WS-DED-COUNT).
001692     MOVE DT-ANNUAL-MAX  TO WS-DED-ANNUAL-MAX (WS-DED-COUNT).
001694     MOVE DT-PRE-TAX-SWITCH
001696         TO WS-DED-PRE-TAX-SWITCH (WS-DED-COUNT).
001700 1100-EXIT.
001710     EXIT.
001720*----------------------------------------------------------------
001870     MOVE EL-DED-CODE    TO WS-ELECT-DED-CODE (WS-ELECT-COUNT).
001880 1200-EXIT.
001890     EXIT.
001891*----------------------------------------------------------------
001892* LOAD THE W-4 ELECTIONS.  WITHOUT THEM EVERY EMPLOYEE IS
001893* WITHHELD AS SINGLE -- NEVER LESS THAN THE FORMS WOULD TAKE.
001894*----------------------------------------------------------------
001895 1300-LOAD-W4-ELECTIONS.
001896*----------------------------------------------------------------
001897     OPEN INPUT W4-ELECTION-FILE.
001898     IF WS-W4ELECT-STATUS NOT = "00"
001899         DISPLAY "PAYDED01 - UNABLE TO OPEN W4ELECT, STATUS = "
001900             WS-W4ELECT-STATUS
001901         DISPLAY "PAYDED01 - ALL EMPLOYEES WITHHELD AS SINGLE"
001902         GO TO 1300-EXIT
001903     END-IF.
001904     MOVE "N" TO WS-EOF-SWITCH.
001905     PERFORM 1310-LOAD-ONE-W4 THRU 1310-EXIT
001906         UNTIL WS-END-OF-FILE.
001907     CLOSE W4-ELECTION-FILE.
001908     DISPLAY "PAYDED01 - W-4 ELECTIONS LOADED   : "
001909         WS-W4-COUNT.
001910 1300-EXIT.
001911     EXIT.
001912*----------------------------------------------------------------
001913 1310-LOAD-ONE-W4.
001914*----------------------------------------------------------------
001915     READ W4-ELECTION-FILE
001916         AT END
001917             MOVE "Y" TO WS-EOF-SWITCH
001918             GO TO 1310-EXIT
001919     END-READ.
001920     IF WS-W4-COUNT >= WS-W4-MAX
001921         DISPLAY "PAYDED01 - W-4 TABLE FULL, EMPLOYEE "
001922             WE-EMPLOYEE-ID " DROPPED"
001923         GO TO 1310-EXIT
001924     END-IF.
001925     ADD 1 TO WS-W4-COUNT.
001926     MOVE WE-EMPLOYEE-ID    TO WS-W4-EMP-ID (WS-W4-COUNT).
001927     MOVE WE-EFFECTIVE-DATE TO WS-W4-EFFECTIVE (WS-W4-COUNT).
001928     MOVE WE-FILING-STATUS  TO WS-W4-STATUS (WS-W4-COUNT).
001929     MOVE WE-EXTRA-AMOUNT   TO WS-W4-EXTRA (WS-W4-COUNT).
001930     MOVE WE-EXEMPT-SWITCH  TO WS-W4-EXEMPT (WS-W4-COUNT).
001931 1310-EXIT.
001932     EXIT.
001933*----------------------------------------------------------------
001934* LOAD THE WITHHOLDING BRACKETS.  A ROW WHOSE FLOOR DOES NOT
001935* RISE OVER THE ROW BEFORE IT FOR THE SAME STATUS WOULD BREAK
001936* THE BRACKET ARITHMETIC AND IS DROPPED WITH A WARNING.
001937*----------------------------------------------------------------
001938 1400-LOAD-TAX-BRACKETS.
001939*----------------------------------------------------------------
001940     OPEN INPUT TAX-BRACKET-FILE.
001941     IF WS-TAXBRKT-STATUS NOT = "00"
001942         DISPLAY "PAYDED01 - UNABLE TO OPEN TAXBRKT, STATUS = "
001943             WS-TAXBRKT-STATUS
001944         DISPLAY "PAYDED01 - ONLY W-4 EXTRA AMOUNTS WILL BE "
001945             "WITHHELD"
001946         GO TO 1400-EXIT
001947     END-IF.
001948     MOVE "N" TO WS-EOF-SWITCH.
001949     PERFORM 1410-LOAD-ONE-BRACKET THRU 1410-EXIT
001950         UNTIL WS-END-OF-FILE.
001951     CLOSE TAX-BRACKET-FILE.
001952     DISPLAY "PAYDED01 - TAX BRACKETS LOADED    : "
001953         WS-BRK-COUNT.
001954 1400-EXIT.
001955     EXIT.
001956*----------------------------------------------------------------
001957 1410-LOAD-ONE-BRACKET.
001958*----------------------------------------------------------------
001959     READ TAX-BRACKET-FILE
001960         AT END
001961             MOVE "Y" TO WS-EOF-SWITCH
001962             GO TO 1410-EXIT
001963     END-READ.
001964     IF WS-BRK-COUNT >= WS-BRK-MAX
001965         DISPLAY "PAYDED01 - BRACKET TABLE FULL, STATUS "
001966             TB-FILING-STATUS " BRACKET DROPPED"
001967         GO TO 1410-EXIT
001968     END-IF.
001969     IF WS-BRK-COUNT > ZERO
001970         IF WS-BRK-STATUS (WS-BRK-COUNT) = TB-FILING-STATUS
001971            AND WS-BRK-WAGE-OVER (WS-BRK-COUNT) >= TB-WAGE-OVER
001972             DISPLAY "PAYDED01 - STATUS " TB-FILING-STATUS
001973                 " BRACKET OUT OF SEQUENCE, DROPPED"
001974             GO TO 1410-EXIT
001975         END-IF
001976     END-IF.
001977     ADD 1 TO WS-BRK-COUNT.
001978     MOVE TB-FILING-STATUS TO WS-BRK-STATUS (WS-BRK-COUNT).
001979     MOVE TB-WAGE-OVER     TO WS-BRK-WAGE-OVER (WS-BRK-COUNT).
001980     MOVE TB-RATE-PCT      TO WS-BRK-RATE-PCT (WS-BRK-COUNT).
001981 1410-EXIT.
001982     EXIT.
001983*----------------------------------------------------------------
001984* LOAD EACH PAY GROUP ON THE CALENDAR WITH ITS PERIODS PER YEAR,
001985* TAKEN FROM THE GROUP'S PAY FREQUENCY (NOT A COUNT OF ROWS --
001986* A GROUP'S CALENDAR MAY START PART WAY THROUGH THE YEAR).  THE
001987* FIRST ROW OF EACH GROUP SPEAKS FOR THE GROUP.
001988*----------------------------------------------------------------
001989 1500-LOAD-PAY-GROUPS.
001990*----------------------------------------------------------------
001991     OPEN INPUT PAY-CALENDAR-FILE.
001992     IF WS-PAYCAL-STATUS NOT = "00"
001993         DISPLAY "PAYDED01 - UNABLE TO OPEN PAYCAL, STATUS = "
001994             WS-PAYCAL-STATUS
001995         DISPLAY "PAYDED01 - EVERY GROUP WILL BE ANNUALIZED "
001996             "AT 12"
001997         GO TO 1500-EXIT
001999     END-IF.
002000     MOVE "N" TO WS-EOF-SWITCH.
002001     PERFORM 1510-LOAD-ONE-PERIOD THRU 1510-EXIT
002002         UNTIL WS-END-OF-FILE.
002003     CLOSE PAY-CALENDAR-FILE.
002004     DISPLAY "PAYDED01 - PAY GROUPS ON CALENDAR : "
002005         WS-GRP-COUNT.
002007 1500-EXIT.
002008     EXIT.
002009*----------------------------------------------------------------
002010 1510-LOAD-ONE-PERIOD.
002011*----------------------------------------------------------------
002012     READ PAY-CALENDAR-FILE
002013         AT END
002014             MOVE "Y" TO WS-EOF-SWITCH
002015             GO TO 1510-EXIT
002016     END-READ.
002017     MOVE PC-PAY-GROUP TO WS-EMP-GROUP.
002018     PERFORM 1620-FIND-GROUP-ENTRY THRU 1620-EXIT.
002019     IF WS-GRP-SUB NOT > WS-GRP-COUNT
002020         GO TO 1510-EXIT
002021     END-IF.
002022     IF WS-GRP-COUNT >= WS-GRP-MAX
002023         DISPLAY "PAYDED01 - PAY GROUP TABLE FULL, GROUP "
002024             PC-PAY-GROUP " WILL BE ANNUALIZED AT 12"
002025         GO TO 1510-EXIT
002026     END-IF.
002027     ADD 1 TO WS-GRP-COUNT.
002028     MOVE PC-PAY-GROUP TO WS-GRP-CODE (WS-GRP-COUNT).
002029     EVALUATE TRUE
002030         WHEN PC-WEEKLY
002031             MOVE 52 TO WS-GRP-PERIODS (WS-GRP-COUNT)
002032         WHEN PC-BIWEEKLY
002033             MOVE 26 TO WS-GRP-PERIODS (WS-GRP-COUNT)
002034         WHEN PC-SEMI-MONTHLY
002035             MOVE 24 TO WS-GRP-PERIODS (WS-GRP-COUNT)
002036         WHEN OTHER
002037             MOVE 12 TO WS-GRP-PERIODS (WS-GRP-COUNT)
002038     END-EVALUATE.
002039     DISPLAY "PAYDED01 - GROUP " PC-PAY-GROUP
002040         " PERIODS PER YEAR : " WS-GRP-PERIODS (WS-GRP-COUNT).
002041 1510-EXIT.
002042     EXIT.
002043*----------------------------------------------------------------
002044* THE EMPLOYEE'S PAY GROUP FOR THIS CALL.  A GROUP NOT ON THE
002045* CALENDAR IS ANNUALIZED MONTHLY, THE FREQUENCY THE CALENDAR
002046* CARRIED BEFORE THERE WERE PAY GROUPS.
002047*----------------------------------------------------------------
002048 1600-FIND-PAY-GROUP.
002049*----------------------------------------------------------------
002050     MOVE EMP-PAY-GROUP TO WS-EMP-GROUP.
002051     PERFORM 1620-FIND-GROUP-ENTRY THRU 1620-EXIT.
002052     IF WS-GRP-SUB > WS-GRP-COUNT
002053         DISPLAY "PAYDED01 - EMPLOYEE " EMP-ID " PAY GROUP "
002054             EMP-PAY-GROUP " NOT ON PAYCAL, ANNUALIZING AT 12"
002055         MOVE 12 TO WS-PERIODS-PER-YEAR
002056     ELSE
002057         MOVE WS-GRP-PERIODS (WS-GRP-SUB) TO WS-PERIODS-PER-YEAR
002058     END-IF.
002059 1600-EXIT.
002060     EXIT.
002061*----------------------------------------------------------------
002062 1620-FIND-GROUP-ENTRY.
002063*----------------------------------------------------------------
002064     MOVE 1 TO WS-GRP-SUB.
002065     PERFORM 1630-BUMP-GRP-SUB THRU 1630-EXIT
002066         UNTIL WS-GRP-SUB > WS-GRP-COUNT
002067            OR WS-GRP-CODE (WS-GRP-SUB) = WS-EMP-GROUP.
002068 1620-EXIT.
002069     EXIT.
002070*----------------------------------------------------------------
002071 1630-BUMP-GRP-SUB.
002072*----------------------------------------------------------------
002073     ADD 1 TO WS-GRP-SUB.
002074 1630-EXIT.
002075     EXIT.
002076*----------------------------------------------------------------
002077* APPLY ONE ELECTION IN THE PASS IN HAND -- PRE-TAX CODES ON THE
002078* FIRST PASS, EVERY OTHER CODE ON THE SECOND.  THE WITHHOLDING
002079* CODE IS TAKEN FROM EVERY EMPLOYEE BY 3000-WITHHOLD-TAX, SO AN
002080* ELECTION ROW NAMING IT IS PASSED OVER.
002081*----------------------------------------------------------------
002082 2000-APPLY-ELECTIONS.
002083*----------------------------------------------------------------
002084     IF WS-ELECT-EMP-ID (WS-ELECT-SUB) NOT = EMP-ID
002085         GO TO 2000-EXIT
002086     END-IF.
002087     PERFORM 2100-FIND-DEDUCTION THRU 2100-EXIT.
002088     IF WS-DED-SUB > WS-DED-COUNT
002089         IF WS-PRE-TAX-PASS
002090             DISPLAY "PAYDED01 - EMPLOYEE " EMP-ID
002091                 " ELECTED UNKNOWN DEDUCTION "
002092                 WS-ELECT-DED-CODE (WS-ELECT-SUB) ", SKIPPED"
002093         END-IF
002094         GO TO 2000-EXIT
002095     END-IF.
002096     IF WS-DED-WITHHOLDING (WS-DED-SUB)
002097         GO TO 2000-EXIT
002098     END-IF.
002099     IF WS-PRE-TAX-PASS AND NOT WS-DED-PRE-TAX (WS-DED-SUB)
002100         GO TO 2000-EXIT
002101     END-IF.
002102     IF WS-AFTER-TAX-PASS AND WS-DED-PRE-TAX (WS-DED-SUB)
002103         GO TO 2000-EXIT
002104     END-IF.
002105*    A FLAT AMOUNT ON DEDTABLE IS A MONTHLY FIGURE; IT IS SPREAD
002106*    OVER THE EMPLOYEE'S PAY GROUP'S PERIODS.
002107     IF WS-DED-RATED (WS-DED-SUB)
002108         COMPUTE WS-ONE-DEDUCTION ROUNDED =
002109             EMP-SALARY * WS-DED-RATE-PCT (WS-DED-SUB) / 100
002110     ELSE
002111         COMPUTE WS-ONE-DEDUCTION ROUNDED =
002112             WS-DED-FLAT-AMOUNT (WS-DED-SUB) * 12
002113             / WS-PERIODS-PER-YEAR
002114     END-IF.
002115     PERFORM 2500-TAKE-DEDUCTION THRU 2500-EXIT.
002116 2000-EXIT.
002120     EXIT.
002130*----------------------------------------------------------------
002140 2100-FIND-DEDUCTION.
002150*----------------------------------------------------------------
002800 2400-EXIT.
002810     EXIT.
002820*----------------------------------------------------------------
002830* TAKE THE AMOUNT FIGURED FOR THE CODE IN HAND -- HELD TO THE
002840* ROOM LEFT UNDER ITS ANNUAL MAXIMUM AND TO THE GROSS NOT YET
002850* DEDUCTED -- AND RECORD IT IN THE RUN DETAIL.
002860*----------------------------------------------------------------
002870 2500-TAKE-DEDUCTION.
002880*----------------------------------------------------------------
002890     IF WS-DED-ANNUAL-MAX (WS-DED-SUB) > ZERO
002900         PERFORM 2300-FIND-PRIOR-TAKEN THRU 2300-EXIT
002910         COMPUTE WS-CAP-ROOM =
002920             WS-DED-ANNUAL-MAX (WS-DED-SUB) - WS-PRIOR-TAKEN
002930         IF WS-CAP-ROOM <= ZERO
002940             DISPLAY "PAYDED01 - EMPLOYEE " EMP-ID " CODE "
002950                 WS-DED-CODE (WS-DED-SUB)
002960                 " ANNUAL MAX REACHED, NOTHING TAKEN"
002970             GO TO 2500-EXIT
002980         END-IF
002990         IF WS-ONE-DEDUCTION > WS-CAP-ROOM
003000             DISPLAY "PAYDED01 - EMPLOYEE " EMP-ID " CODE "
003010                 WS-DED-CODE (WS-DED-SUB)
003020                 " PRORATED TO THE ANNUAL MAX"
003030             MOVE WS-CAP-ROOM TO WS-ONE-DEDUCTION
003040         END-IF
003050     END-IF.
003060     COMPUTE WS-GROSS-ROOM =
003070         EMP-SALARY - TOTAL-DEDUCTIONS.
003080     IF WS-GROSS-ROOM <= ZERO
003090         DISPLAY "PAYDED01 - EMPLOYEE " EMP-ID " CODE "
003100             WS-DED-CODE (WS-DED-SUB)
003110             " NOT TAKEN, DEDUCTIONS REACHED GROSS"
003120         GO TO 2500-EXIT
003130     END-IF.
003140     IF WS-ONE-DEDUCTION > WS-GROSS-ROOM
003150         DISPLAY "PAYDED01 - EMPLOYEE " EMP-ID " CODE "
003160             WS-DED-CODE (WS-DED-SUB)
003170             " REDUCED TO THE GROSS REMAINING"
003180         MOVE WS-GROSS-ROOM TO WS-ONE-DEDUCTION
003190     END-IF.
003200     ADD WS-ONE-DEDUCTION TO TOTAL-DEDUCTIONS.
003210     PERFORM 2400-RECORD-RUN-TAKEN THRU 2400-EXIT.
003220 2500-EXIT.
003230     EXIT.
003240*----------------------------------------------------------------
003250* WITHHOLD INCOME TAX UNDER A WITHHOLDING (TYPE W) CODE.  THE
003260* TAXABLE WAGE IS THE GROSS LESS THE PRE-TAX CODES ALREADY
003270* TAKEN.  IT IS ANNUALIZED OVER THE CALENDAR'S PERIODS, TAXED
003280* THROUGH THE BRACKETS FOR THE FILING STATUS, BROUGHT BACK TO
003290* ONE PERIOD, AND THE W-4 EXTRA AMOUNT IS ADDED ON TOP.
003300*----------------------------------------------------------------
003310 3000-WITHHOLD-TAX.
003320*----------------------------------------------------------------
003330     IF NOT WS-DED-WITHHOLDING (WS-DED-SUB)
003340         GO TO 3000-EXIT
003350     END-IF.
003360     PERFORM 3100-FIND-W4-IN-FORCE THRU 3100-EXIT.
003370     IF WS-TAX-IS-EXEMPT
003380         GO TO 3000-EXIT
003390     END-IF.
003400     MOVE ZERO TO WS-ONE-DEDUCTION.
003410     COMPUTE WS-TAXABLE-WAGE = EMP-SALARY - TOTAL-DEDUCTIONS.
003420     IF WS-TAXABLE-WAGE > ZERO
003430         COMPUTE WS-ANNUAL-WAGE =
003440             WS-TAXABLE-WAGE * WS-PERIODS-PER-YEAR
003450         PERFORM 3200-TAX-ANNUAL-WAGE THRU 3200-EXIT
003460         COMPUTE WS-ONE-DEDUCTION ROUNDED =
003470             WS-ANNUAL-TAX / WS-PERIODS-PER-YEAR
003480     END-IF.
003490     ADD WS-TAX-EXTRA TO WS-ONE-DEDUCTION.
003500     IF WS-ONE-DEDUCTION NOT > ZERO
003510         GO TO 3000-EXIT
003520     END-IF.
003530     PERFORM 2500-TAKE-DEDUCTION THRU 2500-EXIT.
003540 3000-EXIT.
003550     EXIT.
003560*----------------------------------------------------------------
003570* FIND THE EMPLOYEE'S W-4 IN FORCE TODAY -- THE LATEST ELECTION
003580* WHOSE EFFECTIVE DATE HAS BEEN REACHED.  NONE IN FORCE MEANS
003590* SINGLE WITH NO EXTRA, THE MOST THE BRACKETS WITHHOLD; THE
003600* EMPLOYEE IS ON W4MNT01'S EXCEPTION REPORT FOR HR TO CHASE.
003610*----------------------------------------------------------------
003620 3100-FIND-W4-IN-FORCE.
003630*----------------------------------------------------------------
003640     MOVE "S"  TO WS-TAX-STATUS.
003650     MOVE ZERO TO WS-TAX-EXTRA.
003660     MOVE "N"  TO WS-TAX-EXEMPT.
003670     MOVE ZERO TO WS-TAX-EFFECTIVE.
003680     PERFORM 3110-CHECK-ONE-W4 THRU 3110-EXIT
003690         VARYING WS-W4-SUB FROM 1 BY 1
003700         UNTIL WS-W4-SUB > WS-W4-COUNT.
003710     IF WS-TAX-EFFECTIVE = ZERO
003720         DISPLAY "PAYDED01 - EMPLOYEE " EMP-ID
003730             " HAS NO W-4 IN FORCE, WITHHELD AS SINGLE"
003740     END-IF.
003750 3100-EXIT.
003760     EXIT.
003770*----------------------------------------------------------------
003780 3110-CHECK-ONE-W4.
003790*----------------------------------------------------------------
003800     IF WS-W4-EMP-ID (WS-W4-SUB) NOT = EMP-ID
003810        OR WS-W4-EFFECTIVE (WS-W4-SUB) > WS-TODAY
003820        OR WS-W4-EFFECTIVE (WS-W4-SUB) < WS-TAX-EFFECTIVE
003830         GO TO 3110-EXIT
003840     END-IF.
003850     MOVE WS-W4-EFFECTIVE (WS-W4-SUB) TO WS-TAX-EFFECTIVE.
003860     MOVE WS-W4-STATUS (WS-W4-SUB)    TO WS-TAX-STATUS.
003870     MOVE WS-W4-EXTRA (WS-W4-SUB)     TO WS-TAX-EXTRA.
003880     MOVE WS-W4-EXEMPT (WS-W4-SUB)    TO WS-TAX-EXEMPT.
003890 3110-EXIT.
003900     EXIT.
003910*----------------------------------------------------------------
003920* TAX THE ANNUAL WAGE THROUGH THE BRACKETS FOR THE FILING
003930* STATUS.  A STATUS WITH NO BRACKETS ON THE TABLE FALLS BACK TO
003940* THE SINGLE BRACKETS RATHER THAN WITHHOLDING NOTHING.
003950*----------------------------------------------------------------
003960 3200-TAX-ANNUAL-WAGE.
003970*----------------------------------------------------------------
003980     MOVE ZERO TO WS-ANNUAL-TAX.
003990     MOVE "N" TO WS-BRACKETS-FOUND-SWITCH.
004000     PERFORM 3210-TAX-ONE-BRACKET THRU 3210-EXIT
004010         VARYING WS-BRK-SUB FROM 1 BY 1
004020         UNTIL WS-BRK-SUB > WS-BRK-COUNT.
004030     IF NOT WS-BRACKETS-FOUND AND WS-TAX-STATUS NOT = "S"
004040         DISPLAY "PAYDED01 - EMPLOYEE " EMP-ID " FILING STATUS "
004050             WS-TAX-STATUS " HAS NO BRACKETS, WITHHELD AS SINGLE"
004060         MOVE "S" TO WS-TAX-STATUS
004070         PERFORM 3210-TAX-ONE-BRACKET THRU 3210-EXIT
004080             VARYING WS-BRK-SUB FROM 1 BY 1
004090             UNTIL WS-BRK-SUB > WS-BRK-COUNT
004100     END-IF.
004110 3200-EXIT.
004120     EXIT.
004130*----------------------------------------------------------------
004140* ADD ONE BRACKET'S SHARE -- THE RATE ON THE PART OF THE ANNUAL
004150* WAGE BETWEEN THIS BRACKET'S FLOOR AND THE NEXT ONE'S.
004160*----------------------------------------------------------------
004170 3210-TAX-ONE-BRACKET.
004180*----------------------------------------------------------------
004190     IF WS-BRK-STATUS (WS-BRK-SUB) NOT = WS-TAX-STATUS
004200         GO TO 3210-EXIT
004210     END-IF.
004220     SET WS-BRACKETS-FOUND TO TRUE.
004230     IF WS-ANNUAL-WAGE NOT > WS-BRK-WAGE-OVER (WS-BRK-SUB)
004240         GO TO 3210-EXIT
004250     END-IF.
004260     MOVE WS-ANNUAL-WAGE TO WS-BRACKET-TOP.
004270     ADD 1 WS-BRK-SUB GIVING WS-BRK-NEXT-SUB.
004280     IF WS-BRK-NEXT-SUB <= WS-BRK-COUNT
004290         IF WS-BRK-STATUS (WS-BRK-NEXT-SUB) = WS-TAX-STATUS
004300            AND WS-BRK-WAGE-OVER (WS-BRK-NEXT-SUB)
004310                < WS-ANNUAL-WAGE
004320             MOVE WS-BRK-WAGE-OVER (WS-BRK-NEXT-SUB)
004330                 TO WS-BRACKET-TOP
004340         END-IF
004350     END-IF.
004360     COMPUTE WS-BRACKET-SPAN =
004370         WS-BRACKET-TOP - WS-BRK-WAGE-OVER (WS-BRK-SUB).
004380     COMPUTE WS-ANNUAL-TAX ROUNDED = WS-ANNUAL-TAX
004390         + WS-BRACKET-SPAN * WS-BRK-RATE-PCT (WS-BRK-SUB) / 100.
004400 3210-EXIT.
004410     EXIT.
004420*----------------------------------------------------------------
