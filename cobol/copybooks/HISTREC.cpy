000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  -------------------------------------------
000120* 09/02/2026  JH   ORIGINAL COPYBOOK.
000122* 10/15/2026  JH   PH-DED-DETAIL ADDED -- THE PER-CODE
000124*                  DEDUCTION AMOUNTS CARRIED OVER FROM
000126*                  RR-DED-DETAIL (DEDDTL LAYOUT), SO THE
000127*                  QUARTERLY WAGE AND WITHHOLDING REPORT CAN
000128*                  BREAK PH-DEDUCTIONS OUT BY CODE.  RECORDS
000129*                  APPENDED BEFORE THIS CHANGE CARRY A BLANK
000130*                  DETAIL.  120 BYTES.
000131* 10/15/2026  JH   PH-ER-BENEFIT AND PH-ER-MATCH ADDED -- THE
000132*                  EMPLOYER COST CARRIED OVER FROM THE RESULT --
000133*                  AND PH-REVERSED-RUN-DATE, THE RUN DATE OF THE
000134*                  RESULT A PAYREV01 REVERSAL BACKS OUT (ZERO ON
000135*                  AN ORDINARY RESULT).  A REVERSAL CARRIES THE
000136*                  ORIGINAL'S PERIOD AND NEGATIVE AMOUNTS.
000137*                  RECORDS APPENDED BEFORE THIS CHANGE CARRY
000138*                  BLANKS IN ALL THREE.  142 BYTES.
000139* 10/15/2026  JH   PH-PAY-GROUP ADDED -- THE PAY GROUP WHOSE
000140*                  CALENDAR PH-PERIOD BELONGS TO.  RECORDS
000141*                  APPENDED BEFORE THIS CHANGE CARRY BLANKS
000142*                  AND WERE ALL ON THE MONTHLY CALENDAR.
000143*                  144 BYTES.
000144*----------------------------------------------------------------
000145 01  HISTORY-RECORD.
000150     05  PH-EMPLOYEE-ID      PIC 9(05).
000160     05  PH-RUN-DATE         PIC 9(08).
000170     05  PH-PERIOD           PIC 9(02).
000210     05  PH-DEDUCTIONS       PIC S9(05)V99.
000220     05  PH-NET-PAY          PIC S9(05)V99.
000230     05  PH-ERROR-CODE       PIC 9(01).
000240     05  PH-DED-DETAIL.
000250         10  PH-DED-ENTRY OCCURS 5 TIMES.
000260             15  PH-DED-CODE     PIC X(03).
000270             15  PH-DED-AMOUNT   PIC S9(07)V99.
000280     05  PH-ER-BENEFIT       PIC S9(05)V99.
000290     05  PH-ER-MATCH         PIC S9(05)V99.
000300     05  PH-REVERSED-RUN-DATE PIC 9(08).
000310     05  PH-PAY-GROUP        PIC X(02).
