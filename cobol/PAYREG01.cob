000470*                  DEPTFILE ONLY COSTS THE NAMES, NOT THE RUN.
000472* 09/02/2026  JH   RSLTREC GREW TO 52 BYTES WITH THE PAY-PERIOD
000474*                  STAMP -- FD LENGTH RAISED TO MATCH.
000475* 10/15/2026  JH   RSLTREC GREW TO 112 BYTES WITH THE
000476*                  PER-CODE DEDUCTION DETAIL -- FD LENGTH
000477*                  RAISED TO MATCH.
000479* 10/15/2026  JH   RSLTREC GREW TO 126 BYTES WITH THE
000481*                  EMPLOYER BENEFIT AND MATCH COST -- FD
000483*                  LENGTH RAISED TO MATCH.
000484* 10/15/2026  JH   PAY GROUPS. RSLTREC GREW TO 128 BYTES
000485*                  WITH THE PAY GROUP -- FD LENGTH RAISED TO
000486*                  MATCH.
000487*----------------------------------------------------------------
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  RESULTS-FILE
000640     RECORD CONTAINS 128 CHARACTERS.
000650     COPY RSLTREC.
000660 FD  PRINT-FILE
000670     RECORD CONTAINS 132 CHARACTERS.
