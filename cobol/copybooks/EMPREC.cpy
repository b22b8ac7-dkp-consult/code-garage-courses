000121*                  EMPLOYEES, PAYS A TERMINATION'S FINAL PERIOD
000122*                  PRO RATA, AND BENCAL01 PRICES BENEFITS ONLY
000123*                  FOR ACTIVE EMPLOYEES.
000124* 10/15/2026  JH   EMP-PAY-GROUP, EMP-GROUP-DATE AND
000125*                  EMP-PRIOR-GROUP ADDED -- THE PAY GROUP
000126*                  WHOSE CALENDAR THE EMPLOYEE IS PAID ON,
000127*                  THE DATE THE EMPLOYEE JOINED IT (ZERO IF
000128*                  NEVER MOVED) AND THE GROUP LEFT THEN.
000129*                  THE OLD GROUP'S RUN PAYS THE EMPLOYEE
000130*                  THROUGH THE DAY BEFORE THE MOVE, THE NEW
000131*                  GROUP'S FROM THE MOVE ON.  59 BYTES.
000132*----------------------------------------------------------------
000120 01  EMP-RECORD.
000130     05  EMP-ID              PIC 9(05).
000140     05  EMP-NAME            PIC X(20).
000230         88  EMP-ON-LEAVE            VALUE "L".
000240         88  EMP-TERMINATED          VALUE "T".
000250     05  EMP-STATUS-DATE     PIC 9(08).
000260     05  EMP-PAY-GROUP       PIC X(02).
000270     05  EMP-GROUP-DATE      PIC 9(08).
000280     05  EMP-PRIOR-GROUP     PIC X(02).
