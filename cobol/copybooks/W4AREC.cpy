000010*----------------------------------------------------------------
000020* W4AREC.CPY
000030*----------------------------------------------------------------
000040* SHARED W-4 ELECTION AUDIT RECORD.  ONE IS APPENDED TO W4AUDIT
000050* FOR EVERY ADD, CHANGE OR DELETE W4MNT01 APPLIES TO THE W4ELECT
000060* FILE -- THE FULL BEFORE AND AFTER IMAGES (SPACES WHERE NO
000070* IMAGE EXISTS: BEFORE ON AN ADD, AFTER ON A DELETE), THE
000080* DATE/TIME, AND THE SOURCE.
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  -------------------------------------------
000120* 10/15/2026  JH   ORIGINAL COPYBOOK.
000130*----------------------------------------------------------------
000140 01  W4-AUDIT-RECORD.
000150     05  WX-ACTION           PIC X(01).
000160     05  WX-EMPLOYEE-ID      PIC 9(05).
000170     05  WX-RUN-DATE         PIC 9(08).
000180     05  WX-RUN-TIME         PIC 9(08).
000190     05  WX-SOURCE           PIC X(08).
000200     05  WX-BEFORE-IMAGE     PIC X(30).
000210     05  WX-AFTER-IMAGE      PIC X(30).
