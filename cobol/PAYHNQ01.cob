000230*                  NOT FOUND.  RETURN-CODE IS 0 WHEN EVERY
000240*                  REQUEST FOUND HISTORY, 4 WHEN ANY DID NOT,
000250*                  AND 8 WHEN A FILE COULD NOT BE OPENED.
000252* 10/15/2026  JH   HISTREC GREW TO 120 BYTES WITH THE
000254*                  PER-CODE DEDUCTION DETAIL -- FD LENGTH
000256*                  RAISED TO MATCH.
000258* 10/15/2026  JH   HISTREC GREW TO 142 BYTES WITH THE
000260*                  EMPLOYER COST AND THE REVERSED RUN DATE
000262*                  -- FD LENGTH RAISED TO MATCH, AND A
000264*                  REVERSAL IS NOW SHOWN WITH THE RUN IT
000266*                  BACKS OUT.
000268* 10/15/2026  JH   PAY GROUPS. HISTREC GREW TO 144 BYTES
000270*                  WITH THE PAY GROUP -- FD LENGTH RAISED TO
000272*                  MATCH.
000274*----------------------------------------------------------------
000276 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT REQUEST-FILE ASSIGN TO "HSTREQ"
000440     05  FILLER              PIC X(01).
000450     05  REQ-TO-DATE         PIC 9(08).
000460 FD  HISTORY-FILE
000470     RECORD CONTAINS 144 CHARACTERS.
000480     COPY HISTREC.
000490 WORKING-STORAGE SECTION.
000500*----------------------------------------------------------------
001710         DISPLAY "PAYHNQ01 -     REJECTED, ERROR-CODE "
001720             PH-ERROR-CODE
001730     END-IF.
001731     IF PH-REVERSED-RUN-DATE IS NUMERIC AND
001732        PH-REVERSED-RUN-DATE > ZERO
001733         DISPLAY "PAYHNQ01 -     REVERSAL OF RUN "
001734             PH-REVERSED-RUN-DATE
001735     END-IF.
001740 2300-EXIT.
001750     EXIT.
001760*----------------------------------------------------------------
