000020* PAYCAL.CPY
000030*----------------------------------------------------------------
000040* SHARED PAY-CALENDAR CONTROL RECORD, ONE PER PAY PERIOD OF THE
000050* YEAR FOR EACH PAY GROUP, IN GROUP AND PERIOD ORDER.  EVERY
000052* ROW OF A GROUP CARRIES THE GROUP'S PAY FREQUENCY.  THE PAY
000054* RUN PAYS ONE GROUP AT A TIME, FINDS THE GROUP'S PERIOD
000056* COVERING ITS RUN DATE HERE, REFUSES TO RUN A PERIOD ALREADY
000060* MARKED PAID UNLESS A RERUN IS EXPLICITLY APPROVED, AND MARKS
000070* THAT PERIOD PAID ON A CLEAN END.  PAYYES01 REFUSES TO PRINT
000080* YEAR-END STATEMENTS WHILE ANY PERIOD OF ANY GROUP IS STILL
000090* UNPAID.
000100*----------------------------------------------------------------
000110* DATE       INIT  DESCRIPTION
000120* ---------- ----  -------------------------------------------
000130* 09/02/2026  JH   ORIGINAL COPYBOOK.
000131* 10/15/2026  JH   PC-PAY-GROUP AND PC-FREQUENCY ADDED --
000132*                  THE CALENDAR NOW HOLDS ONE SET OF PERIODS
000133*                  PER PAY GROUP (MO MONTHLY OFFICE, BW
000134*                  BIWEEKLY PLANT) AND THE GROUP'S
000135*                  FREQUENCY, FROM WHICH THE PERIODS PER
000136*                  YEAR ARE TAKEN.  22 BYTES.
000140*----------------------------------------------------------------
000150 01  PAY-CALENDAR-RECORD.
000155     05  PC-PAY-GROUP        PIC X(02).
000160     05  PC-PERIOD-NUMBER    PIC 9(02).
000170     05  PC-START-DATE       PIC 9(08).
000180     05  PC-END-DATE         PIC 9(08).
000190     05  PC-PAID-SWITCH      PIC X(01).
000200         88  PC-PERIOD-PAID          VALUE "Y".
000210     05  PC-FREQUENCY        PIC X(01).
000220         88  PC-WEEKLY               VALUE "W".
000230         88  PC-BIWEEKLY             VALUE "B".
000240         88  PC-SEMI-MONTHLY         VALUE "S".
000250         88  PC-MONTHLY              VALUE "M".
000260         88  PC-FREQUENCY-VALID      VALUE "W" "B" "S" "M".
