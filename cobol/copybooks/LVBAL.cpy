000010*----------------------------------------------------------------
000020* LVBAL.CPY
000030*----------------------------------------------------------------
000040* SHARED LEAVE-BALANCE RECORD, ONE PER EMPLOYEE PER LEAVE TYPE
000050* (S SICK, V VACATION), IN EMPLOYEE-ID THEN LEAVE-TYPE ORDER.
000060* PAYDRV01 ROLLS A NEW GENERATION FORWARD EVERY PAY RUN --
000070* ACCRUING THE PERIOD'S HOURS AT THE LVRATE STEP FOR THE
000080* EMPLOYEE'S YEARS OF SERVICE, HELD TO THE STEP'S MAXIMUM
000090* CARRYOVER, CHARGING THE LEAVE HOURS REPORTED ON THE TIMECARD
000100* AND PAYING OUT THE VACATION LEFT AT TERMINATION.  THE
000110* DEPARTMENT AND HOURLY RATE ARE RESTAMPED EACH RUN SO PAYLVL01
000120* CAN VALUE THE BALANCE, AND PAYBNK01 PRINTS THE BALANCES ON
000130* EACH STUB.  BALANCES ARE IN HOURS.
000140*----------------------------------------------------------------
000150* DATE       INIT  DESCRIPTION
000160* ---------- ----  -------------------------------------------
000170* 10/15/2026  JH   ORIGINAL COPYBOOK.
000180*----------------------------------------------------------------
000190 01  LEAVE-BALANCE-RECORD.
000200     05  LB-KEY.
000210         10  LB-EMPLOYEE-ID  PIC 9(05).
000220         10  LB-LEAVE-TYPE   PIC X(01).
000230             88  LB-SICK             VALUE "S".
000240             88  LB-VACATION         VALUE "V".
000250     05  LB-DEPT             PIC 9(03).
000260     05  LB-SERVICE-DATE     PIC 9(08).
000270     05  LB-BALANCE          PIC S9(04)V99.
000280     05  LB-ACCRUED-YTD      PIC S9(04)V99.
000290     05  LB-TAKEN-YTD        PIC S9(04)V99.
000300     05  LB-PAID-OUT-YTD     PIC S9(04)V99.
000310     05  LB-HOURLY-RATE      PIC 9(03)V99.
000320     05  LB-LAST-PERIOD      PIC 9(02).
000330     05  LB-LAST-RUN-DATE    PIC 9(08).
000340     05  FILLER              PIC X(04).
