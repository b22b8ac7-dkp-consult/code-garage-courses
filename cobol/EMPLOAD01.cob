000216* 09/02/2026  JH   EMPREC GREW AGAIN TO 47 BYTES WITH THE
000218*                  EMPLOYMENT STATUS AND STATUS DATE -- FD
000219*                  LENGTHS RAISED TO MATCH.
000221* 10/15/2026  JH   PAY GROUPS. EMPREC GREW TO 59 BYTES WITH
000223*                  THE PAY GROUP, GROUP DATE AND PRIOR GROUP
000225*                  -- FD LENGTHS RAISED TO MATCH.
000227*----------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  SEQ-MASTER-FILE
000370     RECORD CONTAINS 59 CHARACTERS.
000380     COPY EMPREC REPLACING ==EMP-RECORD== BY ==SEQ-EMP-RECORD==.
000390 FD  INDEXED-MASTER-FILE
000400     RECORD CONTAINS 59 CHARACTERS.
000410     COPY EMPREC.
000420 WORKING-STORAGE SECTION.
000430*----------------------------------------------------------------
