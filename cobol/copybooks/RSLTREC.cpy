000154*                  DEPARTMENT WITHOUT REREADING THE MASTER.
000156* 09/02/2026  JH   RR-PERIOD ADDED SO EVERY RESULT CARRIES THE
000157*                  PAY-CALENDAR PERIOD THE RUN WAS STAMPED WITH.
000158* 10/15/2026  JH   RR-DED-DETAIL ADDED -- THE PER-CODE AMOUNTS
000159*                  PAYDED01 TOOK FOR THE RESULT (DEDDTL LAYOUT),
000160*                  SO PAY HISTORY AND THE QUARTERLY WAGE REPORT
000161*                  CAN SEE WHAT PART OF RR-DEDUCTIONS WAS TAX,
000162*                  RETIREMENT OR INSURANCE.  112 BYTES.
000163* 10/15/2026  JH   RR-ER-BENEFIT AND RR-ER-MATCH ADDED -- THE
000164*                  EMPLOYER'S SHARE OF THE BENEFITS PREMIUM AND
000165*                  ITS RETIREMENT MATCH ON THE PAYMENT (PAYERC01),
000166*                  SO THE GL EXTRACT AND THE LABOR-COST REPORT
000167*                  CARRY THE EMPLOYER'S SIDE OF THE COST.  NEITHER
000168*                  IS PART OF RR-DEDUCTIONS OR RR-NET-PAY.  126
000169*                  BYTES.
000170* 10/15/2026  JH   RR-PAY-GROUP ADDED -- THE PAY GROUP WHOSE
000171*                  CALENDAR RR-PERIOD BELONGS TO.  128
000172*                  BYTES.
000173*----------------------------------------------------------------
000174 01  RESULTS-RECORD.
000180     05  RR-EMPLOYEE-ID      PIC 9(05).
000190     05  RR-EMPLOYEE-NAME    PIC X(20).
000192     05  RR-DEPT             PIC 9(03).
000220     05  RR-NET-PAY          PIC S9(05)V99.
000230     05  RR-ERROR-CODE       PIC 9(01).
000240     05  RR-PERIOD           PIC 9(02).
000250     05  RR-DED-DETAIL.
000260         10  RR-DED-ENTRY OCCURS 5 TIMES.
000270             15  RR-DED-CODE     PIC X(03).
000280             15  RR-DED-AMOUNT   PIC S9(07)V99.
000290     05  RR-ER-BENEFIT       PIC S9(05)V99.
000300     05  RR-ER-MATCH         PIC S9(05)V99.
000310     05  RR-PAY-GROUP        PIC X(02).
