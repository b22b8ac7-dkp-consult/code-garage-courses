000351* 09/02/2026  JH   EMPREC GREW AGAIN TO 47 BYTES WITH THE
000352*                  EMPLOYMENT STATUS AND STATUS DATE -- FD
000353*                  LENGTH RAISED TO MATCH.
000354* 10/15/2026  JH   PAY GROUPS. EMPREC GREW TO 59 BYTES WITH
000355*                  THE PAY GROUP, GROUP DATE AND PRIOR GROUP
000356*                  -- FD LENGTH RAISED TO MATCH.
000357*----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  TRANSACTION-FILE
000480     RECORD CONTAINS 59 CHARACTERS.
000490     COPY EMPREC.
000500 FD  CHECKPOINT-FILE
000510     RECORD CONTAINS 07 CHARACTERS.
