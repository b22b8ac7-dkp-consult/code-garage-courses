000200*                  NOTHING HERE EVER REWRITES IT.  RETURN-CODE
000210*                  IS 0 WHEN CLEAN AND 8 WHEN A FILE COULD NOT
000220*                  BE OPENED.
000221* 10/15/2026  JH   THE PER-CODE DEDUCTION DETAIL ON EACH
000222*                  RESULT IS NOW COPIED ONTO THE HISTORY
000223*                  RECORD (PH-DED-DETAIL) FOR THE QUARTERLY
000224*                  WAGE AND WITHHOLDING REPORT.  RSLTREC
000225*                  GREW TO 112 BYTES AND HISTREC TO 120 --
000226*                  FD LENGTHS RAISED TO MATCH.
000227* 10/15/2026  JH   RSLTREC GREW TO 126 BYTES WITH THE
000228*                  EMPLOYER BENEFIT AND MATCH COST -- FD
000229*                  LENGTH RAISED TO MATCH.
000230* 10/15/2026  JH   THE EMPLOYER BENEFIT AND MATCH COST ON
000231*                  EACH RESULT IS NOW COPIED ONTO THE
000232*                  HISTORY RECORD, WHICH ALSO CARRIES A ZERO
000233*                  REVERSED RUN DATE, SO A PAYREV01 REVERSAL
000234*                  CAN BACK OUT THE EMPLOYER SIDE OF THE GL
000235*                  POSTING.  HISTREC GREW TO 142 BYTES -- FD
000236*                  LENGTH RAISED TO MATCH.
000237* 10/15/2026  JH   PAY GROUPS. THE PAY GROUP WHOSE CALENDAR
000238*                  THE RESULT'S PERIOD BELONGS TO IS COPIED
000239*                  ONTO THE HISTORY RECORD. RSLTREC GREW TO
000240*                  128 BYTES AND HISTREC TO 144 -- FD
000241*                  LENGTHS RAISED TO MATCH.
000242*----------------------------------------------------------------
000243 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT RESULTS-FILE ASSIGN TO "PAYRSLT"
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  RESULTS-FILE
000360     RECORD CONTAINS 128 CHARACTERS.
000370     COPY RSLTREC.
000380 FD  HISTORY-FILE
000390     RECORD CONTAINS 144 CHARACTERS.
000400     COPY HISTREC.
000410 WORKING-STORAGE SECTION.
000420*----------------------------------------------------------------
001000     MOVE RR-DEDUCTIONS    TO PH-DEDUCTIONS.
001010     MOVE RR-NET-PAY       TO PH-NET-PAY.
001020     MOVE RR-ERROR-CODE    TO PH-ERROR-CODE.
001025     MOVE RR-DED-DETAIL    TO PH-DED-DETAIL.
001026     MOVE RR-ER-BENEFIT    TO PH-ER-BENEFIT.
001027     MOVE RR-ER-MATCH      TO PH-ER-MATCH.
001028     MOVE ZERO             TO PH-REVERSED-RUN-DATE.
001029     MOVE RR-PAY-GROUP     TO PH-PAY-GROUP.
001030     WRITE HISTORY-RECORD.
001040     ADD 1 TO WS-RECORDS-APPENDED.
001050     PERFORM 2100-READ-RESULT THRU 2100-EXIT.
