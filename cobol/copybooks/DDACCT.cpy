000010*----------------------------------------------------------------
000020* DDACCT.CPY
000030*----------------------------------------------------------------
000040* SHARED DIRECT-DEPOSIT ACCOUNT RECORD, ONE PER EMPLOYEE, IN
000050* EMPLOYEE-ID ORDER.  DDAMNT01 MAINTAINS THE BANK DETAILS FROM
000060* CODED TRANSACTIONS; PAYBNK01 AND PAYDDR01 MOVE THE STATUS AS
000070* THE ACCOUNT IS PROVEN OR RETURNED.  A NEW OR CHANGED ACCOUNT
000080* STARTS PRENOTE-DUE (P).  THE PAY RUN SENDS THE ZERO-DOLLAR
000090* PRENOTE AND MARKS IT SENT (N) AS OF THE RUN DATE, AND ONCE
000100* THE PRENOTE PERIOD HAS PASSED WITH NO RETURN THE ACCOUNT GOES
000110* LIVE (A).  A DEPOSIT OR PRENOTE THE BANK SENDS BACK MARKS IT
000120* RETURNED (R) WITH THE BANK'S REASON CODE AND THE DATE OF THE
000130* BANK FILE THE ENTRY WENT OUT ON.  ONLY A LIVE ACCOUNT IS PAID
000140* BY DEPOSIT -- EVERY OTHER STATUS IS PAID BY CHECK UNTIL THE
000150* ACCOUNT IS PROVEN OR CORRECTED.
000160*----------------------------------------------------------------
000170* DATE       INIT  DESCRIPTION
000180* ---------- ----  -------------------------------------------
000190* 10/15/2026  JH   ORIGINAL COPYBOOK.
000200*----------------------------------------------------------------
000210 01  DD-ACCOUNT-RECORD.
000220     05  DA-EMPLOYEE-ID      PIC 9(05).
000230     05  DA-ROUTING-NUMBER   PIC 9(09).
000240     05  DA-ACCOUNT-NUMBER   PIC X(17).
000250     05  DA-ACCOUNT-TYPE     PIC X(01).
000260         88  DA-CHECKING             VALUE "C".
000270         88  DA-SAVINGS              VALUE "S".
000280     05  DA-STATUS           PIC X(01).
000290         88  DA-PRENOTE-DUE          VALUE "P".
000300         88  DA-PRENOTE-SENT         VALUE "N".
000310         88  DA-LIVE                 VALUE "A".
000320         88  DA-RETURNED             VALUE "R".
000330     05  DA-STATUS-DATE      PIC 9(08).
000340     05  DA-RETURN-REASON    PIC X(03).
000350     05  DA-RETURN-DATE      PIC 9(08).
000360     05  FILLER              PIC X(08).
