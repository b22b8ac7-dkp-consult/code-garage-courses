000010*----------------------------------------------------------------
000020* DDAAREC.CPY
000030*----------------------------------------------------------------
000040* SHARED DIRECT-DEPOSIT ACCOUNT AUDIT RECORD.  ONE IS APPENDED
000050* TO DDAUDIT FOR EVERY CHANGE TO A DDACCT RECORD -- THE FULL
000060* BEFORE AND AFTER IMAGES (SPACES WHERE NO IMAGE EXISTS: BEFORE
000070* ON AN ADD, AFTER ON A DELETE), THE DATE/TIME, AND THE SOURCE.
000080* ACTIONS A, C AND D COME FROM THE DDATRAN MAINTENANCE
000090* TRANSACTIONS (DDAMNT01), P (PRENOTE SENT) AND L (ACCOUNT
000100* LIVE) FROM THE PAY RUN (PAYBNK01), AND R (ACCOUNT RETURNED)
000110* FROM THE BANK RETURNS RUN (PAYDDR01).
000120*----------------------------------------------------------------
000130* DATE       INIT  DESCRIPTION
000140* ---------- ----  -------------------------------------------
000150* 10/15/2026  JH   ORIGINAL COPYBOOK.
000160*----------------------------------------------------------------
000170 01  DD-AUDIT-RECORD.
000180     05  DX-ACTION           PIC X(01).
000190     05  DX-EMPLOYEE-ID      PIC 9(05).
000200     05  DX-RUN-DATE         PIC 9(08).
000210     05  DX-RUN-TIME         PIC 9(08).
000220     05  DX-SOURCE           PIC X(08).
000230     05  DX-BEFORE-IMAGE     PIC X(60).
000240     05  DX-AFTER-IMAGE      PIC X(60).
