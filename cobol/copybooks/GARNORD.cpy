000010*----------------------------------------------------------------
000020* GARNORD.CPY
000030*----------------------------------------------------------------
000040* SHARED WAGE-GARNISHMENT ORDER RECORD, ONE PER COURT OR AGENCY
000050* ORDER SERVED ON AN EMPLOYEE.  THE ORDER TYPE SETS ITS LEGAL
000060* PRIORITY (CHILD SUPPORT, THEN TAX LEVY, THEN CREDITOR) AND
000070* THE SHARE OF DISPOSABLE EARNINGS IT MAY TAKE.  EACH PERIOD
000080* THE ORDER CALLS FOR A FLAT AMOUNT OR A PERCENT OF DISPOSABLE
000090* EARNINGS UNTIL THE BALANCE REMAINING REACHES ZERO.  THE PAY
000100* RUN REWRITES THE FILE WITH THE REDUCED BALANCES ON A CLEAN
000110* END; AN ORDER AT ZERO BALANCE STAYS ON FILE, INACTIVE, UNTIL
000120* HR CLOSES IT.
000130*----------------------------------------------------------------
000140* DATE       INIT  DESCRIPTION
000150* ---------- ----  -------------------------------------------
000160* 10/15/2026  JH   ORIGINAL COPYBOOK.
000170*----------------------------------------------------------------
000180 01  GARNISH-ORDER-RECORD.
000190     05  GO-EMPLOYEE-ID      PIC 9(05).
000200     05  GO-ORDER-TYPE       PIC X(01).
000210         88  GO-CHILD-SUPPORT        VALUE "S".
000220         88  GO-TAX-LEVY             VALUE "L".
000230         88  GO-CREDITOR             VALUE "C".
000240     05  GO-CASE-NUMBER      PIC X(12).
000250     05  GO-AGENCY           PIC X(20).
000260     05  GO-METHOD           PIC X(01).
000270         88  GO-FLAT-AMOUNT          VALUE "A".
000280         88  GO-PERCENT              VALUE "P".
000290     05  GO-PERIOD-AMOUNT    PIC 9(05)V99.
000300     05  GO-PERIOD-PERCENT   PIC 9(02)V99.
000310     05  GO-TOTAL-OWED       PIC 9(07)V99.
000320     05  GO-BALANCE          PIC 9(07)V99.
