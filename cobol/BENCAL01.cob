000258*                  PRICED ONLY FOR ACTIVE EMPLOYEES -- LEAVE
000259*                  AND TERMINATED EMPLOYEES ARE COUNTED AND
000260*                  SKIPPED, NOT LISTED.
000262* 10/15/2026  JH   PAY GROUPS. EMPREC GREW TO 59 BYTES WITH
000264*                  THE PAY GROUP, GROUP DATE AND PRIOR GROUP
000266*                  -- FD LENGTH RAISED TO MATCH.
000268*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  INDEXED-MASTER-FILE
000440     RECORD CONTAINS 59 CHARACTERS.
000450     COPY EMPREC.
000460 FD  PREMIUM-TABLE-FILE
000470     RECORD CONTAINS 26 CHARACTERS.
