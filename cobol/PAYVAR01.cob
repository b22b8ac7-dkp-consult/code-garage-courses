000300*                  AND HELD ITS OWN REGISTER.
000302* 09/02/2026  JH   RSLTREC GREW TO 52 BYTES WITH THE PAY-PERIOD
000304*                  STAMP -- FD LENGTHS RAISED TO MATCH.
000305* 10/15/2026  JH   RSLTREC GREW TO 112 BYTES WITH THE
000306*                  PER-CODE DEDUCTION DETAIL -- FD LENGTHS
000307*                  RAISED TO MATCH.
000309* 10/15/2026  JH   RSLTREC GREW TO 126 BYTES WITH THE
000311*                  EMPLOYER BENEFIT AND MATCH COST -- FD
000313*                  LENGTHS RAISED TO MATCH.
000314* 10/15/2026  JH   PAY GROUPS. RSLTREC GREW TO 128 BYTES
000315*                  WITH THE PAY GROUP -- FD LENGTHS RAISED
000316*                  TO MATCH.
000317*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  RESULTS-FILE
000470     RECORD CONTAINS 128 CHARACTERS.
000480     COPY RSLTREC.
000490 FD  PRIOR-RESULTS-FILE
000500     RECORD CONTAINS 128 CHARACTERS.
000510     COPY RSLTREC REPLACING ==RESULTS-RECORD==
000520                       BY ==PRIOR-RESULTS-RECORD==.
000530 FD  REPORT-FILE
