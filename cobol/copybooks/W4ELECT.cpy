000010*----------------------------------------------------------------
000020* W4ELECT.CPY
000030*----------------------------------------------------------------
000040* SHARED FEDERAL WITHHOLDING (W-4) ELECTION RECORD, IN EMPLOYEE-
000050* ID THEN EFFECTIVE-DATE ORDER.  AN EMPLOYEE MAY HAVE SEVERAL --
000060* EACH NEW FORM IS KEYED WITH THE DATE IT TAKES EFFECT, AND THE
000070* ONE IN FORCE ON A GIVEN DATE IS THE LATEST WHOSE EFFECTIVE
000080* DATE HAS BEEN REACHED.  W4MNT01 MAINTAINS THE FILE FROM CODED
000090* TRANSACTIONS; PAYDED01 WITHHOLDS FROM IT.  THE FILING STATUS
000100* PICKS THE TAXBRKT BRACKETS (S SINGLE OR MARRIED FILING
000110* SEPARATELY, M MARRIED FILING JOINTLY, H HEAD OF HOUSEHOLD),
000120* THE EXTRA AMOUNT IS ADDED TO EVERY PERIOD'S WITHHOLDING, AND
000130* AN EXEMPT ELECTION WITHHOLDS NOTHING AT ALL.
000140*----------------------------------------------------------------
000150* DATE       INIT  DESCRIPTION
000160* ---------- ----  -------------------------------------------
000170* 10/15/2026  JH   ORIGINAL COPYBOOK.
000180*----------------------------------------------------------------
000190 01  W4-ELECTION-RECORD.
000200     05  WE-EMPLOYEE-ID      PIC 9(05).
000210     05  WE-EFFECTIVE-DATE   PIC 9(08).
000220     05  WE-FILING-STATUS    PIC X(01).
000230         88  WE-SINGLE               VALUE "S".
000240         88  WE-MARRIED              VALUE "M".
000250         88  WE-HEAD-OF-HOUSEHOLD    VALUE "H".
000260         88  WE-STATUS-VALID         VALUE "S" "M" "H".
000270     05  WE-EXTRA-AMOUNT     PIC 9(05)V99.
000280     05  WE-EXEMPT-SWITCH    PIC X(01).
000290         88  WE-EXEMPT               VALUE "Y".
000300     05  FILLER              PIC X(08).
