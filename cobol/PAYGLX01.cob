000270*                  A DEPARTMENT WITH NO GLMAP ROW, OR A MISSING
000280*                  GLMAP, IS ALSO RETURN-CODE 8 -- AN UNMAPPED
000290*                  AMOUNT MUST NEVER REACH THE LEDGER.
000292* 10/15/2026  JH   RSLTREC GREW TO 112 BYTES WITH THE
000294*                  PER-CODE DEDUCTION DETAIL -- FD LENGTH
000296*                  RAISED TO MATCH.
000297* 10/15/2026  JH   EMPLOYER PAYROLL COST.  EACH DEPARTMENT'S
000298*                  EMPLOYER BENEFIT AND RETIREMENT MATCH
000299*                  COST FROM THE RESULTS NOW DEBITS BENEFITS
000300*                  EXPENSE (GLMAP TYPE B, SAME 000 FALLBACK
000301*                  AS GROSS) AND THE COMPANY TOTAL CREDITS
000302*                  EMPLOYER LIABILITY (GLMAP TYPE L, DEPT
000303*                  000), SO THE EXTRACT STILL BALANCES.
000304*                  RSLTREC GREW TO 126 BYTES -- FD LENGTH
000305*                  RAISED TO MATCH.
000306* 10/15/2026  JH   A DEPARTMENT OR COMPANY TOTAL THAT NETS
000307*                  BELOW ZERO -- AS THE NEGATIVE RESULTS OF
000308*                  A PAYMENT REVERSAL RUN (PAYREV01) DO --
000309*                  NOW POSTS ITS ABSOLUTE VALUE TO THE
000310*                  OPPOSITE SIDE, SO THE SAME EXTRACT SERVES
000311*                  AS THE REVERSING GL ENTRY AND STILL
000312*                  BALANCES.
000313* 10/15/2026  JH   PAY GROUPS. RSLTREC GREW TO 128 BYTES
000314*                  WITH THE PAY GROUP -- FD LENGTH RAISED TO
000315*                  MATCH.
000316*----------------------------------------------------------------
000317 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT RESULTS-FILE ASSIGN TO "PAYRSLT"
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  RESULTS-FILE
000460     RECORD CONTAINS 128 CHARACTERS.
000470     COPY RSLTREC.
000480 FD  ACCOUNT-MAP-FILE
000490     RECORD CONTAINS 32 CHARACTERS.
000960     05  WS-DEPT-ENTRY OCCURS 20 TIMES.
000970         10  WS-DEPT-CODE        PIC 9(03).
000980         10  WS-DEPT-GROSS       PIC S9(09)V99.
000985         10  WS-DEPT-ER-COST     PIC S9(09)V99.
000990 77  WS-PAID-COUNT           PIC 9(07) COMP VALUE ZERO.
001000 77  WS-DEDUCT-TOTAL         PIC S9(09)V99 VALUE ZERO.
001010 77  WS-NET-TOTAL            PIC S9(09)V99 VALUE ZERO.
001015 77  WS-ER-TOTAL             PIC S9(09)V99 VALUE ZERO.
001020*----------------------------------------------------------------
001030* POSTING AND BALANCE CONTROLS
001040*----------------------------------------------------------------
001070 77  WS-CREDIT-TOTAL         PIC S9(09)V99 VALUE ZERO.
001080 77  WS-PAY-PERIOD           PIC 9(02) VALUE ZERO.
001090 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001093 77  WS-POST-DRCR            PIC X(01) VALUE SPACE.
001096 77  WS-POST-AMOUNT          PIC S9(09)V99 VALUE ZERO.
001100 PROCEDURE DIVISION.
001110*----------------------------------------------------------------
001120 0000-MAINLINE.
001890 1200-EXIT.
001900     EXIT.
001910*----------------------------------------------------------------
001920* ROLL EACH ACCEPTED RESULT INTO ITS DEPARTMENT'S GROSS AND
001927* EMPLOYER COST AND THE COMPANY DEDUCTION, NET AND EMPLOYER-COST
001934* TOTALS.  THE FIRST RECORD ALSO SUPPLIES THE PERIOD STAMP THE
001941* WHOLE RUN CARRIES.
001950*----------------------------------------------------------------
001960 2000-ACCUMULATE-RESULT.
001970*----------------------------------------------------------------
002110         MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
002120         MOVE RR-DEPT TO WS-DEPT-CODE (WS-DEPT-SUB)
002130         MOVE ZERO    TO WS-DEPT-GROSS (WS-DEPT-SUB)
002135         MOVE ZERO    TO WS-DEPT-ER-COST (WS-DEPT-SUB)
002140     END-IF.
002150     ADD RR-GROSS-PAY  TO WS-DEPT-GROSS (WS-DEPT-SUB).
002160     ADD RR-DEDUCTIONS TO WS-DEDUCT-TOTAL.
002170     ADD RR-NET-PAY    TO WS-NET-TOTAL.
002173     ADD RR-ER-BENEFIT RR-ER-MATCH
002176         TO WS-DEPT-ER-COST (WS-DEPT-SUB) WS-ER-TOTAL.
002180     ADD 1 TO WS-PAID-COUNT.
002190 2000-NEXT.
002200     PERFORM 2100-READ-RESULT THRU 2100-EXIT.
002460 2210-EXIT.
002470     EXIT.
002480*----------------------------------------------------------------
002490* WRITE THE POSTINGS -- ONE GROSS DEBIT AND ONE BENEFITS-EXPENSE
002497* DEBIT PER DEPARTMENT, ONE DEDUCTION-LIABILITY CREDIT, ONE
002504* NET-CLEARING CREDIT AND ONE EMPLOYER-LIABILITY CREDIT AT
002511* COMPANY LEVEL -- THEN PROVE DEBITS AGAINST CREDITS.
002520*----------------------------------------------------------------
002530 3000-WRITE-POSTINGS.
002540*----------------------------------------------------------------
002580     PERFORM 3100-POST-ONE-DEPT THRU 3100-EXIT
002590         VARYING WS-DEPT-SUB FROM 1 BY 1
002600         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
002601     PERFORM 3150-POST-DEPT-BENEFIT THRU 3150-EXIT
002602         VARYING WS-DEPT-SUB FROM 1 BY 1
002603         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
002604     IF WS-RETURN-CODE = 8
002605         GO TO 3000-EXIT
002606     END-IF.
002610     MOVE "D" TO WS-LOOK-TYPE.
002620     MOVE ZERO TO WS-LOOK-DEPT.
002630     PERFORM 3200-FIND-ACCOUNT THRU 3200-EXIT.
002780         GO TO 3000-EXIT
002790     END-IF.
002800     PERFORM 3300-WRITE-CREDIT THRU 3300-EXIT.
002801     IF WS-ER-TOTAL NOT = ZERO
002802         MOVE "L" TO WS-LOOK-TYPE
002803         MOVE ZERO TO WS-LOOK-DEPT
002804         PERFORM 3200-FIND-ACCOUNT THRU 3200-EXIT
002805         IF WS-MAP-SUB > WS-MAP-COUNT
002806             DISPLAY "PAYGLX01 - NO GLMAP ROW FOR EMPLOYER "
002807                 "LIABILITY, EXTRACT HELD"
002808             MOVE 8 TO WS-RETURN-CODE
002809             GO TO 3000-EXIT
002810         END-IF
002811         PERFORM 3300-WRITE-CREDIT THRU 3300-EXIT
002812     END-IF.
002813     IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
002820         DISPLAY "PAYGLX01 - EXTRACT BALANCES, DEBITS = "
002830             "CREDITS = " WS-DEBIT-TOTAL
002840     ELSE
003110         MOVE 8 TO WS-RETURN-CODE
003120         GO TO 3100-EXIT
003130     END-IF.
003140     MOVE "D" TO WS-POST-DRCR.
003150     MOVE WS-DEPT-GROSS (WS-DEPT-SUB) TO WS-POST-AMOUNT.
003160     PERFORM 3400-WRITE-POSTING THRU 3400-EXIT.
003240 3100-EXIT.
003250     EXIT.
003251*----------------------------------------------------------------
003252* DEBIT ONE DEPARTMENT'S BENEFITS EXPENSE WITH THE EMPLOYER'S
003253* PREMIUM SHARE AND RETIREMENT MATCH.  THE SAME 000 FALLBACK AS
003254* THE GROSS DEBIT APPLIES; A DEPARTMENT WITH NO EMPLOYER COST
003255* THIS RUN POSTS NOTHING.
003256*----------------------------------------------------------------
003257 3150-POST-DEPT-BENEFIT.
003258*----------------------------------------------------------------
003259     IF WS-DEPT-ER-COST (WS-DEPT-SUB) = ZERO
003260         GO TO 3150-EXIT
003261     END-IF.
003262     MOVE "B" TO WS-LOOK-TYPE.
003263     MOVE WS-DEPT-CODE (WS-DEPT-SUB) TO WS-LOOK-DEPT.
003264     PERFORM 3200-FIND-ACCOUNT THRU 3200-EXIT.
003265     IF WS-MAP-SUB > WS-MAP-COUNT
003266         MOVE ZERO TO WS-LOOK-DEPT
003267         PERFORM 3200-FIND-ACCOUNT THRU 3200-EXIT
003268     END-IF.
003269     IF WS-MAP-SUB > WS-MAP-COUNT
003270         DISPLAY "PAYGLX01 - NO GLMAP ROW FOR BENEFITS, DEPT "
003271             WS-DEPT-CODE (WS-DEPT-SUB) ", EXTRACT HELD"
003272         MOVE 8 TO WS-RETURN-CODE
003273         GO TO 3150-EXIT
003274     END-IF.
003276     MOVE "D" TO WS-POST-DRCR.
003278     MOVE WS-DEPT-ER-COST (WS-DEPT-SUB) TO WS-POST-AMOUNT.
003280     PERFORM 3400-WRITE-POSTING THRU 3400-EXIT.
003285 3150-EXIT.
003286     EXIT.
003287*----------------------------------------------------------------
003288 3200-FIND-ACCOUNT.
003289*----------------------------------------------------------------
003290     MOVE 1 TO WS-MAP-SUB.
003300     PERFORM 3210-BUMP-MAP-SUB THRU 3210-EXIT
003310         UNTIL WS-MAP-SUB > WS-MAP-COUNT
003410     EXIT.
003420*----------------------------------------------------------------
003430* CREDIT THE ACCOUNT THE LOOKUP JUST FOUND -- DEDUCTION
003440* LIABILITY FOR TYPE D, NET-PAY CLEARING FOR TYPE N, EMPLOYER
003445* BENEFIT AND MATCH LIABILITY FOR TYPE L.
003450*----------------------------------------------------------------
003460 3300-WRITE-CREDIT.
003470*----------------------------------------------------------------
003480     MOVE "C" TO WS-POST-DRCR.
003530     EVALUATE WS-LOOK-TYPE
003535         WHEN "D"
003544             MOVE WS-DEDUCT-TOTAL TO WS-POST-AMOUNT
003554         WHEN "L"
003560             MOVE WS-ER-TOTAL TO WS-POST-AMOUNT
003566         WHEN OTHER
003576             MOVE WS-NET-TOTAL TO WS-POST-AMOUNT
003590     END-EVALUATE.
003600     PERFORM 3400-WRITE-POSTING THRU 3400-EXIT.
003630 3300-EXIT.
003640     EXIT.
003641*----------------------------------------------------------------
003642* WRITE ONE POSTING TO THE ACCOUNT THE LOOKUP FOUND.  A NEGATIVE
003643* AMOUNT -- A REVERSAL RUN'S RESULTS NET BELOW ZERO -- POSTS ITS
003644* ABSOLUTE VALUE TO THE OPPOSITE SIDE, SO THE EXTRACT STILL
003645* CARRIES ONLY POSITIVE AMOUNTS AND STILL BALANCES.
003646*----------------------------------------------------------------
003647 3400-WRITE-POSTING.
003648*----------------------------------------------------------------
003649     IF WS-POST-AMOUNT < ZERO
003650         COMPUTE WS-POST-AMOUNT = ZERO - WS-POST-AMOUNT
003651         IF WS-POST-DRCR = "D"
003652             MOVE "C" TO WS-POST-DRCR
003653         ELSE
003654             MOVE "D" TO WS-POST-DRCR
003655         END-IF
003656     END-IF.
003657     MOVE SPACES TO EXTRACT-RECORD.
003658     MOVE WS-RUN-DATE   TO GX-RUN-DATE.
003659     MOVE WS-PAY-PERIOD TO GX-PERIOD.
003660     MOVE WS-MAP-ACCOUNT (WS-MAP-SUB) TO GX-ACCOUNT.
003661     MOVE WS-POST-DRCR  TO GX-DRCR.
003662     MOVE WS-POST-AMOUNT TO GX-AMOUNT.
003663     MOVE WS-MAP-DESCRIPTION (WS-MAP-SUB) TO GX-DESCRIPTION.
003664     WRITE EXTRACT-RECORD.
003665     ADD 1 TO WS-POSTING-COUNT.
003666     IF WS-POST-DRCR = "D"
003667         ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL
003668     ELSE
003669         ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL
003670     END-IF.
003671 3400-EXIT.
003672     EXIT.
003673*----------------------------------------------------------------
003674 9000-TERMINATE.
003675*----------------------------------------------------------------
003680     CLOSE RESULTS-FILE.
003690     CLOSE EXTRACT-FILE.
003700     DISPLAY "PAYGLX01 - EMPLOYEES POSTED  : " WS-PAID-COUNT.
