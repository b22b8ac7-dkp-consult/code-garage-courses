000208*                  CARRIES ONE (S SALARIED, H HOURLY).
000209* 09/02/2026  JH   EMPLOYMENT STATUS AND STATUS DATE DISPLAYED
000210*                  NOW THAT EMPREC CARRIES THEM.
000212* 10/15/2026  JH   PAY GROUP, GROUP DATE AND PRIOR GROUP
000214*                  DISPLAYED NOW THAT EMPREC CARRIES THEM
000216*                  (59 BYTES).
000218*----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000370 01  REQUEST-RECORD.
000380     05  REQ-EMPLOYEE-ID     PIC 9(05).
000390 FD  INDEXED-MASTER-FILE
000400     RECORD CONTAINS 59 CHARACTERS.
000410     COPY EMPREC.
000420 WORKING-STORAGE SECTION.
000430*----------------------------------------------------------------
001313         EMP-STATUS OF EMP-RECORD.
001314     DISPLAY "EMPINQ01 -   STAT DATE : "
001315         EMP-STATUS-DATE OF EMP-RECORD.
001316     DISPLAY "EMPINQ01 -   PAY GROUP : "
001317         EMP-PAY-GROUP OF EMP-RECORD.
001318     DISPLAY "EMPINQ01 -   GRP DATE  : "
001319         EMP-GROUP-DATE OF EMP-RECORD.
001320     DISPLAY "EMPINQ01 -   PRIOR GRP : "
001321         EMP-PRIOR-GROUP OF EMP-RECORD.
001322 2200-EXIT.
001330     EXIT.
001340*----------------------------------------------------------------
001350 9000-TERMINATE.
