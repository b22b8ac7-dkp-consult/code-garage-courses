000310*                  UNDER THE YTD DEDUCTIONS LINE.  YTDREC GREW
000320*                  TO 126 BYTES WITH THE DETAIL -- FD LENGTH
000330*                  RAISED TO MATCH.
000331* 10/15/2026  JH   PAY GROUPS. PAYCAL GROWS TO 22 BYTES WITH
000332*                  THE PAY GROUP AND FREQUENCY AND YTDREC TO
000333*                  128 WITH THE LAST GROUP PAID -- FD
000334*                  LENGTHS RAISED TO MATCH. THE
000335*                  UNPAID-PERIOD CHECK NOW LISTS THE UNPAID
000336*                  PERIODS OF EACH PAY GROUP; STATEMENTS ARE
000337*                  STILL REFUSED WHILE ANY GROUP HAS ONE.
000340*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  YTD-FILE
000500     RECORD CONTAINS 128 CHARACTERS.
000510     COPY YTDREC.
000520 FD  PRINT-FILE
000530     RECORD CONTAINS 132 CHARACTERS.
000540 01  PRINT-LINE              PIC X(132).
000550 FD  PAY-CALENDAR-FILE
000560     RECORD CONTAINS 22 CHARACTERS.
000570     COPY PAYCAL.
000580 WORKING-STORAGE SECTION.
000590*----------------------------------------------------------------
000720 77  WS-PAGE-NUMBER          PIC 9(03) COMP VALUE ZERO.
000730 77  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
000740 77  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 15.
000741*----------------------------------------------------------------
000742* UNPAID PERIODS BY PAY GROUP -- EVERY GROUP'S CALENDAR MUST BE
000743* FULLY PAID BEFORE THE YEAR IS CLOSED
000744*----------------------------------------------------------------
000745 77  WS-GRP-MAX              PIC 9(02) COMP VALUE 20.
000746 77  WS-GRP-COUNT            PIC 9(02) COMP VALUE ZERO.
000747 77  WS-GRP-SUB              PIC 9(02) COMP VALUE ZERO.
000748 01  WS-GROUP-TABLE.
000749     05  WS-GRP-ENTRY OCCURS 20 TIMES.
000750         10  WS-GRP-CODE         PIC X(02).
000751         10  WS-GRP-UNPAID       PIC 9(03) COMP.
000752*----------------------------------------------------------------
000760* COMPANY TOTALS FOR THE END OF THE REPORT
000770*----------------------------------------------------------------
000780 77  WS-EMPLOYEE-COUNT       PIC 9(05) COMP VALUE ZERO.
001890     EXIT.
001900*----------------------------------------------------------------
001910* REFUSE TO PRINT ANNUAL STATEMENTS WHILE ANY PERIOD ON THE PAY
001917* CALENDAR IS STILL UNPAID, IN ANY PAY GROUP -- EACH GROUP'S
001924* UNPAID PERIODS ARE LISTED SO THE GROUP STILL OWED A RUN IS
001931* PLAIN.  A MISSING CALENDAR ONLY COSTS THE CHECK.
001940*----------------------------------------------------------------
001950 1100-CHECK-PAY-CALENDAR.
001960*----------------------------------------------------------------
002040         UNTIL WS-END-OF-FILE.
002050     CLOSE PAY-CALENDAR-FILE.
002060     MOVE "N" TO WS-EOF-SWITCH.
002062     PERFORM 1170-SHOW-ONE-GROUP THRU 1170-EXIT
002064         VARYING WS-GRP-SUB FROM 1 BY 1
002066         UNTIL WS-GRP-SUB > WS-GRP-COUNT.
002070     IF WS-UNPAID-COUNT > ZERO
002080         DISPLAY "PAYYES01 - " WS-UNPAID-COUNT
002090             " PERIODS ON PAYCAL ARE STILL UNPAID"
002210             MOVE "Y" TO WS-EOF-SWITCH
002220             GO TO 1150-EXIT
002230     END-READ.
002240     IF PC-PERIOD-PAID
002250         GO TO 1150-EXIT
002260     END-IF.
002261     ADD 1 TO WS-UNPAID-COUNT.
002262     MOVE 1 TO WS-GRP-SUB.
002263     PERFORM 1160-BUMP-GRP-SUB THRU 1160-EXIT
002264         UNTIL WS-GRP-SUB > WS-GRP-COUNT
002265            OR WS-GRP-CODE (WS-GRP-SUB) = PC-PAY-GROUP.
002266     IF WS-GRP-SUB > WS-GRP-COUNT
002267         IF WS-GRP-COUNT >= WS-GRP-MAX
002268             DISPLAY "PAYYES01 - PAY GROUP TABLE FULL, GROUP "
002269                 PC-PAY-GROUP " COUNTED IN THE TOTAL ONLY"
002270             GO TO 1150-EXIT
002271         END-IF
002272         ADD 1 TO WS-GRP-COUNT
002273         MOVE WS-GRP-COUNT TO WS-GRP-SUB
002274         MOVE PC-PAY-GROUP TO WS-GRP-CODE (WS-GRP-SUB)
002275         MOVE ZERO         TO WS-GRP-UNPAID (WS-GRP-SUB)
002276     END-IF.
002277     ADD 1 TO WS-GRP-UNPAID (WS-GRP-SUB).
002278 1150-EXIT.
002280     EXIT.
002281*----------------------------------------------------------------
002282 1160-BUMP-GRP-SUB.
002283*----------------------------------------------------------------
002284     ADD 1 TO WS-GRP-SUB.
002285 1160-EXIT.
002286     EXIT.
002287*----------------------------------------------------------------
002288 1170-SHOW-ONE-GROUP.
002289*----------------------------------------------------------------
002290     DISPLAY "PAYYES01 - PAY GROUP " WS-GRP-CODE (WS-GRP-SUB)
002291         " HAS " WS-GRP-UNPAID (WS-GRP-SUB)
002292         " UNPAID PERIODS ON PAYCAL".
002293 1170-EXIT.
002294     EXIT.
002295*----------------------------------------------------------------
002300 2000-PRINT-STATEMENT.
002310*----------------------------------------------------------------
002320     IF WS-LINE-COUNT = ZERO OR
