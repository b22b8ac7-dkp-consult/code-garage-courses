000010*----------------------------------------------------------------
000020* PENDCHG.CPY
000030*----------------------------------------------------------------
000040* SHARED PENDING-CHANGE RECORD FOR DUAL CONTROL OF THE EMPLOYEE
000050* MASTER, IN EMPLOYEE-ID, SUBMIT-DATE, SEQUENCE ORDER.  EMPMNT01
000060* HOLDS EVERY ADD, EVERY CHANGE TO THE SALARY OR PAY TYPE AND
000070* EVERY STATUS CHANGE HERE INSTEAD OF APPLYING IT, WITH THE
000080* MAINTENANCE TRANSACTION AS KEYED (SUBMITTER INCLUDED), THE
000090* MASTER'S PAY FIELDS AS THEY STOOD AND THE EMPLOYEE'S NAME
000095* (AS KEYED ON AN ADD).  EMPAPR01 TAKES THE
000100* APPROVER'S DECISIONS AGAINST THE KEY, MARKS AN APPROVED ITEM
000110* WITH THE APPROVER AND DATE, DROPS REJECTED AND AGED-OUT ITEMS
000120* AND PRINTS WHAT IS STILL WAITING FOR EACH DEPARTMENT MANAGER.
000130* THE NEXT EMPMNT01 RUN APPLIES THE APPROVED ITEMS AND DROPS
000140* THEM.  A NEW GENERATION IS WRITTEN BY EACH PROGRAM.
000150*----------------------------------------------------------------
000160* DATE       INIT  DESCRIPTION
000170* ---------- ----  -------------------------------------------
000180* 10/15/2026  JH   ORIGINAL COPYBOOK.
000182* 10/15/2026  JH   PN-PAY-GROUP TAKES THE SPARE TWO BYTES --
000184*                  THE PAY GROUP KEYED ON A HELD ADD,
000186*                  RESTORED TO THE TRANSACTION WHEN THE ADD
000188*                  IS RELEASED.  STILL 130 BYTES.
000190*----------------------------------------------------------------
000200 01  PENDING-CHANGE-RECORD.
000210     05  PN-KEY.
000220         10  PN-EMPLOYEE-ID  PIC 9(05).
000230         10  PN-SUBMIT-DATE  PIC 9(08).
000240         10  PN-SUBMIT-SEQ   PIC 9(02).
000250     05  PN-STATE            PIC X(01).
000260         88  PN-PENDING              VALUE "P".
000270         88  PN-APPROVED             VALUE "A".
000280     05  PN-SUBMIT-TIME      PIC 9(08).
000290     05  PN-DEPT             PIC 9(03).
000300     05  PN-APPROVER         PIC X(08).
000310     05  PN-DECISION-DATE    PIC 9(08).
000320     05  PN-TRANSACTION.
000330         10  PN-ACTION       PIC X(01).
000340             88  PN-ACTION-ADD          VALUE "A".
000350             88  PN-ACTION-CHANGE       VALUE "C".
000360             88  PN-ACTION-STATUS       VALUE "S".
000370         10  PN-TRAN-EMP-ID  PIC 9(05).
000380         10  PN-EMP-NAME     PIC X(20).
000390         10  PN-EMP-AGE      PIC 9(02).
000400         10  PN-EMP-SALARY   PIC S9(05)V99.
000410         10  PN-EMP-DEPT     PIC 9(03).
000420         10  PN-EMP-PAY-TYPE PIC X(01).
000430         10  PN-EMP-STATUS   PIC X(01).
000440         10  PN-STATUS-DATE  PIC 9(08).
000450         10  PN-SUBMITTER    PIC X(08).
000460     05  PN-PRIOR-SALARY     PIC S9(05)V99.
000470     05  PN-PRIOR-PAY-TYPE   PIC X(01).
000480     05  PN-PRIOR-STATUS     PIC X(01).
000485     05  PN-MASTER-NAME      PIC X(20).
000490     05  PN-PAY-GROUP        PIC X(02).
