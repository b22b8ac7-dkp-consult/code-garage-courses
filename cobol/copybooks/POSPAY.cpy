000010*----------------------------------------------------------------
000020* POSPAY.CPY
000030*----------------------------------------------------------------
000040* SHARED POSITIVE-PAY ISSUE RECORD SENT TO THE BANK WITH EVERY
000050* RUN THAT DRAWS OR VOIDS CHECKS.  AN I RECORD TELLS THE BANK A
000060* CHECK NUMBER, DATE, AMOUNT AND PAYEE IT MAY HONOR; A V RECORD
000070* TELLS IT TO STOP HONORING A NUMBER ISSUED EARLIER.  THE T
000080* TRAILER CARRIES THE ISSUE COUNT AND TOTAL AND THE VOID COUNT
000090* SO THE BANK CAN PROVE THE FILE ON RECEIPT.
000100*----------------------------------------------------------------
000110* DATE       INIT  DESCRIPTION
000120* ---------- ----  -------------------------------------------
000130* 10/15/2026  JH   ORIGINAL COPYBOOK.
000140*----------------------------------------------------------------
000150 01  POSITIVE-PAY-RECORD.
000160     05  PP-RECORD-TYPE      PIC X(01).
000170         88  PP-ISSUE                VALUE "I".
000180         88  PP-VOID                 VALUE "V".
000190         88  PP-TRAILER              VALUE "T".
000200     05  PP-CHECK-NUMBER     PIC 9(08).
000210     05  PP-ISSUE-DATE       PIC 9(08).
000220     05  PP-AMOUNT           PIC 9(07)V99.
000230     05  PP-PAYEE-NAME       PIC X(20).
000240     05  FILLER              PIC X(34).
000250 01  POSITIVE-PAY-TRAILER REDEFINES POSITIVE-PAY-RECORD.
000260     05  FILLER              PIC X(01).
000270     05  PP-TRL-ISSUE-COUNT  PIC 9(07).
000280     05  PP-TRL-ISSUE-TOTAL  PIC 9(09)V99.
000290     05  PP-TRL-VOID-COUNT   PIC 9(07).
000300     05  FILLER              PIC X(54).
