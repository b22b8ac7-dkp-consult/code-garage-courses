000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  -------------------------------------------
000140* 09/02/2026  JH   ORIGINAL COPYBOOK.
000142* 10/15/2026  JH   MA-SUBMITTER AND MA-APPROVER ADDED -- WHO
000144*                  KEYED THE TRANSACTION AND, FOR A PAY-
000146*                  SENSITIVE CHANGE RELEASED FROM THE PENDING
000148*                  FILE, WHO APPROVED IT.
000150* 10/15/2026  JH   EMPREC GREW TO 59 BYTES -- BEFORE AND
000152*                  AFTER IMAGES WIDENED TO MATCH.  164
000154*                  BYTES.  G (PAY-GROUP MOVE) TRANSACTIONS
000156*                  ARE AUDITED LIKE THE OTHERS.
000158*----------------------------------------------------------------
000160 01  MAINT-AUDIT-RECORD.
000170     05  MA-ACTION           PIC X(01).
000180     05  MA-EMPLOYEE-ID      PIC 9(05).
000190     05  MA-RUN-DATE         PIC 9(08).
000200     05  MA-RUN-TIME         PIC 9(08).
000210     05  MA-SOURCE           PIC X(08).
000220     05  MA-BEFORE-IMAGE     PIC X(59).
000230     05  MA-AFTER-IMAGE      PIC X(59).
000240     05  MA-SUBMITTER        PIC X(08).
000250     05  MA-APPROVER         PIC X(08).
