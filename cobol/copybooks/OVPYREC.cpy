000010*----------------------------------------------------------------
000020* OVPYREC.CPY
000030*----------------------------------------------------------------
000040* SHARED OVERPAYMENT RECEIVABLE RECORD.  PAYREV01 APPENDS ONE
000050* TO PAYROLL.OVERPAY.RECEIVABLE FOR EVERY PAY RESULT IT
000060* REVERSES WHOSE MONEY HAD ACTUALLY LEFT THE BANK -- A DIRECT
000070* DEPOSIT SENT, OR A CHECK THE BANK HAS ALREADY PAID -- SO THE
000080* NET PAID IN ERROR IS FOLLOWED UP FOR RECOVERY FROM THE
000090* EMPLOYEE.  A CHECK STILL OUTSTANDING IS VOIDED INSTEAD AND
000100* RAISES NO RECEIVABLE.  THE FILE GROWS BY APPEND, LIKE
000110* PAYHIST.
000120*----------------------------------------------------------------
000130* DATE       INIT  DESCRIPTION
000140* ---------- ----  -------------------------------------------
000150* 10/15/2026  JH   ORIGINAL COPYBOOK.
000152* 10/15/2026  JH   OV-PAY-GROUP TAKES TWO BYTES OF THE
000154*                  FILLER -- THE PAY GROUP WHOSE CALENDAR
000156*                  OV-PERIOD BELONGS TO. STILL 120 BYTES.
000160*----------------------------------------------------------------
000170 01  OVERPAYMENT-RECORD.
000180     05  OV-EMPLOYEE-ID      PIC 9(05).
000190     05  OV-EMPLOYEE-NAME    PIC X(20).
000200     05  OV-DEPT             PIC 9(03).
000210     05  OV-RUN-DATE         PIC 9(08).
000220     05  OV-PERIOD           PIC 9(02).
000230     05  OV-REVERSAL-DATE    PIC 9(08).
000240     05  OV-METHOD           PIC X(01).
000250         88  OV-BY-CHECK             VALUE "C".
000260         88  OV-BY-DEPOSIT           VALUE "D".
000270     05  OV-CHECK-NUMBER     PIC 9(08).
000280     05  OV-GROSS-PAY        PIC S9(05)V99.
000290     05  OV-AMOUNT-DUE       PIC S9(05)V99.
000300     05  OV-AMOUNT-RECOVERED PIC S9(05)V99.
000310     05  OV-STATUS           PIC X(01).
000320         88  OV-OPEN                 VALUE "O".
000330         88  OV-CLOSED               VALUE "C".
000340     05  OV-STATUS-DATE      PIC 9(08).
000350     05  OV-REASON           PIC X(20).
000360     05  OV-REQUESTED-BY     PIC X(08).
000365     05  OV-PAY-GROUP        PIC X(02).
000370     05  FILLER              PIC X(05).
