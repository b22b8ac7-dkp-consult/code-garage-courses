000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     PAYERC01.
000030 AUTHOR.         J HALVORSEN.
000040 INSTALLATION.   PAYROLL SYSTEMS GROUP.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  -------------------------------------------
000120* 10/15/2026  JH   ORIGINAL PROGRAM.  EMPLOYER PAYROLL COST PER
000130*                  PAYMENT.  ON THE FIRST CALL THE BENTABLE
000140*                  PREMIUM TABLE (THE SAME ONE BENCAL01 PRICES
000150*                  FROM) AND THE ERCPARM EMPLOYER-COST PARAMETERS
000160*                  (EMPLOYER SHARE OF THE PREMIUM, THE MATCHED
000170*                  DEDUCTION CODE, MATCH PERCENT AND ANNUAL
000180*                  MATCH CAP) ARE LOADED INTO WORKING STORAGE.
000190*                  EACH CALL THEN HANDS BACK THE EMPLOYER'S
000200*                  BENEFIT COST -- THE AGEBRK01 BRACKET'S PLAN
000210*                  PRICED ON THE PERIOD GROSS THE WAY BENCAL01
000220*                  PRICES IT, TIMES THE EMPLOYER SHARE -- AND
000230*                  THE EMPLOYER MATCH ON THE RETIREMENT AMOUNT
000240*                  PAYDED01 ACTUALLY TOOK THIS CALL, HELD TO THE
000250*                  ANNUAL CAP.  THE CALLER PASSES THE SAME PRIOR
000260*                  (YEAR-TO-DATE) AND RUN (THIS CALL) DEDDTL
000270*                  GROUPS IT PASSED TO PAYDED01.  A MISSING
000280*                  TABLE ONLY COSTS ITS HALF OF THE FIGURE.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PREMIUM-TABLE-FILE ASSIGN TO "BENTABLE"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-BENTABLE-STATUS.
000360     SELECT COST-PARM-FILE ASSIGN TO "ERCPARM"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-ERCPARM-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  PREMIUM-TABLE-FILE
000420     RECORD CONTAINS 26 CHARACTERS.
000430 01  PREMIUM-TABLE-RECORD.
000440     05  PT-BRACKET-CODE     PIC 9(01).
000450     05  PT-PLAN-NAME        PIC X(20).
000460     05  PT-RATE-PCT         PIC 9(02)V99.
000470     05  PT-ELIGIBLE         PIC X(01).
000480 FD  COST-PARM-FILE
000490     RECORD CONTAINS 22 CHARACTERS.
000500 01  COST-PARM-RECORD.
000510     05  EP-PREMIUM-SHARE-PCT PIC 9(03)V99.
000520     05  EP-MATCH-CODE       PIC X(03).
000530     05  EP-MATCH-PCT        PIC 9(03)V99.
000540     05  EP-MATCH-ANNUAL-MAX PIC 9(07)V99.
000550 WORKING-STORAGE SECTION.
000560*----------------------------------------------------------------
000570* FILE STATUS AND LOAD CONTROLS
000580*----------------------------------------------------------------
000590 77  WS-BENTABLE-STATUS      PIC X(02) VALUE SPACES.
000600 77  WS-ERCPARM-STATUS       PIC X(02) VALUE SPACES.
000610 77  WS-TABLES-LOADED-SWITCH PIC X(01) VALUE "N".
000620     88  WS-TABLES-LOADED              VALUE "Y".
000630 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000640     88  WS-END-OF-FILE                VALUE "Y".
000650*----------------------------------------------------------------
000660* PREMIUM TABLE, ONE ROW PER AGE BRACKET, LOADED ON FIRST CALL
000670*----------------------------------------------------------------
000680 77  WS-PLAN-MAX             PIC 9(02) COMP VALUE 9.
000690 77  WS-PLAN-COUNT           PIC 9(02) COMP VALUE ZERO.
000700 77  WS-PLAN-SUB             PIC 9(02) COMP VALUE ZERO.
000710 01  WS-PLAN-TABLE.
000720     05  WS-PLAN-ENTRY OCCURS 9 TIMES.
000730         10  WS-PLAN-BRACKET     PIC 9(01).
000740         10  WS-PLAN-NAME        PIC X(20).
000750         10  WS-PLAN-RATE-PCT    PIC 9(02)V99.
000760         10  WS-PLAN-ELIGIBLE    PIC X(01).
000770*----------------------------------------------------------------
000780* EMPLOYER-COST PARAMETERS, LOADED ON FIRST CALL.  LEFT AT ZERO
000790* WHEN ERCPARM IS MISSING, SO NO SHARE AND NO MATCH IS COSTED.
000800*----------------------------------------------------------------
000810 77  WS-PREMIUM-SHARE-PCT    PIC 9(03)V99 VALUE ZERO.
000820 77  WS-MATCH-CODE           PIC X(03) VALUE SPACES.
000830 77  WS-MATCH-PCT            PIC 9(03)V99 VALUE ZERO.
000840 77  WS-MATCH-ANNUAL-MAX     PIC 9(07)V99 VALUE ZERO.
000850*----------------------------------------------------------------
000860* CALCULATION WORK FIELDS
000870*----------------------------------------------------------------
000880 77  WS-BRACKET-CODE         PIC 9(01) VALUE ZERO.
000890 77  WS-DTL-SUB              PIC 9(02) COMP VALUE ZERO.
000900 77  WS-PRIOR-MATCHED        PIC S9(07)V99 VALUE ZERO.
000910 77  WS-RUN-MATCHED          PIC S9(07)V99 VALUE ZERO.
000920 77  WS-MATCH-BEFORE         PIC S9(07)V99 VALUE ZERO.
000930 77  WS-MATCH-AFTER          PIC S9(07)V99 VALUE ZERO.
000940 LINKAGE SECTION.
000950     COPY EMPREC.
000960     COPY DEDDTL REPLACING LEADING ==DED== BY ==PRIOR==.
000970     COPY DEDDTL REPLACING LEADING ==DED== BY ==RUN==.
000980 01  ER-BENEFIT              PIC S9(05)V99.
000990 01  ER-MATCH                PIC S9(05)V99.
001000 PROCEDURE DIVISION USING EMP-RECORD PRIOR-DETAIL RUN-DETAIL
001010                          ER-BENEFIT ER-MATCH.
001020*----------------------------------------------------------------
001030 0000-MAINLINE.
001040*----------------------------------------------------------------
001050     IF NOT WS-TABLES-LOADED
001060         PERFORM 1000-LOAD-TABLES THRU 1000-EXIT
001070     END-IF.
001080     MOVE ZERO TO ER-BENEFIT.
001090     MOVE ZERO TO ER-MATCH.
001100     PERFORM 2000-PRICE-BENEFIT THRU 2000-EXIT.
001110     PERFORM 3000-PRICE-MATCH THRU 3000-EXIT.
001120     GOBACK.
001130*----------------------------------------------------------------
001140 1000-LOAD-TABLES.
001150*----------------------------------------------------------------
001160     SET WS-TABLES-LOADED TO TRUE.
001170     OPEN INPUT PREMIUM-TABLE-FILE.
001180     IF WS-BENTABLE-STATUS NOT = "00"
001190         DISPLAY "PAYERC01 - UNABLE TO OPEN BENTABLE, STATUS = "
001200             WS-BENTABLE-STATUS
001210         DISPLAY "PAYERC01 - NO EMPLOYER BENEFIT COST WILL BE "
001220             "CALCULATED"
001230     ELSE
001240         MOVE "N" TO WS-EOF-SWITCH
001250         PERFORM 1100-LOAD-ONE-PLAN THRU 1100-EXIT
001260             UNTIL WS-END-OF-FILE
001270         CLOSE PREMIUM-TABLE-FILE
001280     END-IF.
001290     OPEN INPUT COST-PARM-FILE.
001300     IF WS-ERCPARM-STATUS NOT = "00"
001310         DISPLAY "PAYERC01 - UNABLE TO OPEN ERCPARM, STATUS = "
001320             WS-ERCPARM-STATUS
001330         DISPLAY "PAYERC01 - NO EMPLOYER COST WILL BE "
001340             "CALCULATED"
001350         GO TO 1000-EXIT
001360     END-IF.
001370     READ COST-PARM-FILE
001380         AT END
001390             DISPLAY "PAYERC01 - ERCPARM IS EMPTY, NO EMPLOYER "
001400                 "COST WILL BE CALCULATED"
001410             CLOSE COST-PARM-FILE
001420             GO TO 1000-EXIT
001430     END-READ.
001440     MOVE EP-PREMIUM-SHARE-PCT TO WS-PREMIUM-SHARE-PCT.
001450     MOVE EP-MATCH-CODE        TO WS-MATCH-CODE.
001460     MOVE EP-MATCH-PCT         TO WS-MATCH-PCT.
001470     MOVE EP-MATCH-ANNUAL-MAX  TO WS-MATCH-ANNUAL-MAX.
001480     CLOSE COST-PARM-FILE.
001490     DISPLAY "PAYERC01 - PREMIUM PLANS LOADED   : "
001500         WS-PLAN-COUNT.
001510     DISPLAY "PAYERC01 - EMPLOYER PREMIUM SHARE : "
001520         WS-PREMIUM-SHARE-PCT.
001530     DISPLAY "PAYERC01 - MATCH ON " WS-MATCH-CODE " PERCENT : "
001540         WS-MATCH-PCT " ANNUAL CAP : " WS-MATCH-ANNUAL-MAX.
001550 1000-EXIT.
001560     EXIT.
001570*----------------------------------------------------------------
001580 1100-LOAD-ONE-PLAN.
001590*----------------------------------------------------------------
001600     READ PREMIUM-TABLE-FILE
001610         AT END
001620             MOVE "Y" TO WS-EOF-SWITCH
001630             GO TO 1100-EXIT
001640     END-READ.
001650     IF WS-PLAN-COUNT >= WS-PLAN-MAX
001660         DISPLAY "PAYERC01 - PREMIUM TABLE FULL, BRACKET "
001670             PT-BRACKET-CODE " DROPPED"
001680         GO TO 1100-EXIT
001690     END-IF.
001700     ADD 1 TO WS-PLAN-COUNT.
001710     MOVE PT-BRACKET-CODE TO WS-PLAN-BRACKET (WS-PLAN-COUNT).
001720     MOVE PT-PLAN-NAME    TO WS-PLAN-NAME (WS-PLAN-COUNT).
001730     MOVE PT-RATE-PCT     TO WS-PLAN-RATE-PCT (WS-PLAN-COUNT).
001740     MOVE PT-ELIGIBLE     TO WS-PLAN-ELIGIBLE (WS-PLAN-COUNT).
001750 1100-EXIT.
001760     EXIT.
001770*----------------------------------------------------------------
001780* EMPLOYER SHARE OF THE BRACKET'S PREMIUM ON THIS PAYMENT.  A
001790* BRACKET WITH NO ROW OR NOT ELIGIBLE COSTS THE EMPLOYER NOTHING.
001800*----------------------------------------------------------------
001810 2000-PRICE-BENEFIT.
001820*----------------------------------------------------------------
001830     IF WS-PLAN-COUNT = ZERO OR WS-PREMIUM-SHARE-PCT = ZERO
001840         GO TO 2000-EXIT
001850     END-IF.
001860     CALL "AGEBRK01" USING EMP-AGE WS-BRACKET-CODE.
001870     MOVE 1 TO WS-PLAN-SUB.
001880     PERFORM 2010-BUMP-PLAN-SUB THRU 2010-EXIT
001890         UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
001900            OR WS-PLAN-BRACKET (WS-PLAN-SUB) = WS-BRACKET-CODE.
001910     IF WS-PLAN-SUB > WS-PLAN-COUNT
001920         DISPLAY "PAYERC01 - NO BENTABLE ROW FOR BRACKET "
001930             WS-BRACKET-CODE ", EMPLOYEE " EMP-ID
001940         GO TO 2000-EXIT
001950     END-IF.
001960     IF WS-PLAN-ELIGIBLE (WS-PLAN-SUB) NOT = "Y"
001970         GO TO 2000-EXIT
001980     END-IF.
001990     COMPUTE ER-BENEFIT ROUNDED =
002000         EMP-SALARY * WS-PLAN-RATE-PCT (WS-PLAN-SUB)
002010         * WS-PREMIUM-SHARE-PCT / 10000.
002020 2000-EXIT.
002030     EXIT.
002040*----------------------------------------------------------------
002050 2010-BUMP-PLAN-SUB.
002060*----------------------------------------------------------------
002070     ADD 1 TO WS-PLAN-SUB.
002080 2010-EXIT.
002090     EXIT.
002100*----------------------------------------------------------------
002110* EMPLOYER MATCH ON THE MATCHED CODE TAKEN THIS CALL.  THE
002120* MATCH TO DATE IS WORKED OUT FROM THE YEAR-TO-DATE AMOUNT OF
002130* THE CODE BEFORE AND AFTER THIS CALL, EACH HELD TO THE ANNUAL
002140* CAP, AND THIS CALL'S MATCH IS THE DIFFERENCE -- SO THE FINAL
002150* PERIOD UNDER THE CAP IS PRORATED AND LATER PERIODS MATCH
002160* NOTHING, WITHOUT CARRYING A MATCH FIGURE ON THE YTD MASTER.
002170*----------------------------------------------------------------
002180 3000-PRICE-MATCH.
002190*----------------------------------------------------------------
002200     IF WS-MATCH-CODE = SPACES OR WS-MATCH-PCT = ZERO
002210         GO TO 3000-EXIT
002220     END-IF.
002230     MOVE ZERO TO WS-RUN-MATCHED.
002240     MOVE 1 TO WS-DTL-SUB.
002250     PERFORM 3010-BUMP-DTL-SUB THRU 3010-EXIT
002260         UNTIL WS-DTL-SUB > 5
002270            OR RUN-DTL-CODE (WS-DTL-SUB) = WS-MATCH-CODE.
002280     IF WS-DTL-SUB <= 5
002290         MOVE RUN-DTL-AMOUNT (WS-DTL-SUB) TO WS-RUN-MATCHED
002300     END-IF.
002310     IF WS-RUN-MATCHED NOT > ZERO
002320         GO TO 3000-EXIT
002330     END-IF.
002340     MOVE ZERO TO WS-PRIOR-MATCHED.
002350     MOVE 1 TO WS-DTL-SUB.
002360     PERFORM 3010-BUMP-DTL-SUB THRU 3010-EXIT
002370         UNTIL WS-DTL-SUB > 5
002380            OR PRIOR-DTL-CODE (WS-DTL-SUB) = WS-MATCH-CODE.
002390     IF WS-DTL-SUB <= 5
002400         MOVE PRIOR-DTL-AMOUNT (WS-DTL-SUB) TO WS-PRIOR-MATCHED
002410     END-IF.
002420     COMPUTE WS-MATCH-BEFORE ROUNDED =
002430         WS-PRIOR-MATCHED * WS-MATCH-PCT / 100.
002440     COMPUTE WS-MATCH-AFTER ROUNDED =
002450         (WS-PRIOR-MATCHED + WS-RUN-MATCHED) * WS-MATCH-PCT / 100.
002460     IF WS-MATCH-ANNUAL-MAX > ZERO
002470         IF WS-MATCH-BEFORE > WS-MATCH-ANNUAL-MAX
002480             MOVE WS-MATCH-ANNUAL-MAX TO WS-MATCH-BEFORE
002490         END-IF
002500         IF WS-MATCH-AFTER > WS-MATCH-ANNUAL-MAX
002510             DISPLAY "PAYERC01 - EMPLOYEE " EMP-ID
002520                 " MATCH HELD TO THE ANNUAL CAP"
002530             MOVE WS-MATCH-ANNUAL-MAX TO WS-MATCH-AFTER
002540         END-IF
002550     END-IF.
002560     COMPUTE ER-MATCH = WS-MATCH-AFTER - WS-MATCH-BEFORE.
002570 3000-EXIT.
002580     EXIT.
002590*----------------------------------------------------------------
002600 3010-BUMP-DTL-SUB.
002610*----------------------------------------------------------------
002620     ADD 1 TO WS-DTL-SUB.
002630 3010-EXIT.
002640     EXIT.
