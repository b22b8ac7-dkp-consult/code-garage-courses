000129*                  MATCHING THE DEDDTL LAYOUT, SO PAYDED01 CAN
000130*                  ENFORCE ANNUAL MAXIMUMS AND PAYYES01 CAN
000131*                  BREAK THE STATEMENT'S DEDUCTIONS OUT BY CODE.
000132* 10/15/2026  JH   YTD-LAST-GROUP ADDED -- THE PAY GROUP
000133*                  WHOSE CALENDAR YTD-LAST-PERIOD BELONGS
000134*                  TO.  BLANK ON A RECORD LAST ROLLED BEFORE
000135*                  PAY GROUPS, WHEN EVERY RUN WAS ON THE
000136*                  MONTHLY CALENDAR.  128 BYTES.
000137*----------------------------------------------------------------
000140 01  YTD-RECORD.
000150     05  YTD-EMPLOYEE-ID     PIC 9(05).
000160     05  YTD-EMPLOYEE-NAME   PIC X(20).
000240         10  YTD-DED-ENTRY OCCURS 5 TIMES.
000250             15  YTD-DED-CODE    PIC X(03).
000260             15  YTD-DED-AMOUNT  PIC S9(07)V99.
000270     05  YTD-LAST-GROUP      PIC X(02).
