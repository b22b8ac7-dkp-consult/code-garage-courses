000010*----------------------------------------------------------------
000020* GARNREM.CPY
000030*----------------------------------------------------------------
000040* SHARED GARNISHMENT REMITTANCE RECORD.  THE PAY RUN WRITES ONE
000050* PER ACTIVE ORDER PER EMPLOYEE PAID -- WHAT THE ORDER CALLED
000060* FOR THIS PERIOD, WHAT WAS ACTUALLY WITHHELD UNDER THE
000070* DISPOSABLE-EARNINGS LIMIT, AND THE BALANCE LEFT AFTERWARD.
000080* PAYGRN01 PRINTS THE PER-AGENCY REMITTANCE REGISTER PAYABLES
000090* CUTS THE AGENCY PAYMENTS FROM, AND THE HR FOLLOW-UP LISTS OF
000100* ORDERS PAID OFF (STATUS P) AND ORDERS NOT FULLY SATISFIED
000110* (STATUS S).
000120*----------------------------------------------------------------
000130* DATE       INIT  DESCRIPTION
000140* ---------- ----  -------------------------------------------
000150* 10/15/2026  JH   ORIGINAL COPYBOOK.
000160*----------------------------------------------------------------
000170 01  GARNISH-REMIT-RECORD.
000180     05  GR-EMPLOYEE-ID      PIC 9(05).
000190     05  GR-EMPLOYEE-NAME    PIC X(20).
000200     05  GR-ORDER-TYPE       PIC X(01).
000210     05  GR-CASE-NUMBER      PIC X(12).
000220     05  GR-AGENCY           PIC X(20).
000230     05  GR-PERIOD           PIC 9(02).
000240     05  GR-RUN-DATE         PIC 9(08).
000250     05  GR-AMOUNT-DUE       PIC 9(05)V99.
000260     05  GR-AMOUNT-PAID      PIC 9(05)V99.
000270     05  GR-BALANCE          PIC 9(07)V99.
000280     05  GR-STATUS           PIC X(01).
000290         88  GR-PAID-OFF             VALUE "P".
000300         88  GR-SHORT                VALUE "S".
