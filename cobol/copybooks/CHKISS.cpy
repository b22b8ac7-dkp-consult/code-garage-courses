000010*----------------------------------------------------------------
000020* CHKISS.CPY
000030*----------------------------------------------------------------
000040* SHARED ISSUED-CHECK RECORD, ONE PER CHECK NUMBER EVER DRAWN.
000050* PAYBNK01 ADDS THE CHECKS EACH PAY RUN PRINTS, PAYCKV01 ADDS
000060* THE REPLACEMENTS IT REISSUES, AND BOTH CARRY THE FILE FORWARD
000070* AS A NEW GENERATION, SO IT STAYS IN CHECK-NUMBER ORDER.  THE
000080* STATUS MOVES FROM OUTSTANDING TO PAID WHEN PAYCKR01 MATCHES
000090* THE BANK'S PAID ITEM, OR TO VOID WHEN PAYCKV01 VOIDS IT (OR A
000100* RECYCLE/RETRO REBUILD OF THE SAME RUN SUPERSEDES IT).  THE
000110* RELATED NUMBER TIES A VOIDED CHECK TO ITS REPLACEMENT AND A
000120* REPLACEMENT BACK TO THE CHECK IT REPLACES.
000130*----------------------------------------------------------------
000140* DATE       INIT  DESCRIPTION
000150* ---------- ----  -------------------------------------------
000160* 10/15/2026  JH   ORIGINAL COPYBOOK.
000163* 10/15/2026  JH   ORIGIN D ADDED -- A CHECK PAYDDR01 DRAWS TO
000166*                  REPLACE A DIRECT DEPOSIT THE BANK RETURNED.
000167* 10/15/2026  JH   CI-PAY-GROUP ADDED -- THE PAY GROUP WHOSE
000168*                  CALENDAR CI-PERIOD BELONGS TO, SO A
000169*                  REBUILD OF ONE GROUP'S RUN SUPERSEDES
000170*                  ONLY THAT GROUP'S CHECKS.  BLANK ON
000171*                  CHECKS DRAWN BEFORE PAY GROUPS (ALL
000172*                  MONTHLY).  81 BYTES.
000173*----------------------------------------------------------------
000180 01  ISSUED-CHECK-RECORD.
000190     05  CI-CHECK-NUMBER     PIC 9(08).
000200     05  CI-ISSUE-DATE       PIC 9(08).
000210     05  CI-AMOUNT           PIC 9(07)V99.
000220     05  CI-EMPLOYEE-ID      PIC 9(05).
000230     05  CI-PAYEE-NAME       PIC X(20).
000240     05  CI-PERIOD           PIC 9(02).
000250     05  CI-ORIGIN           PIC X(01).
000260         88  CI-FROM-PAY-RUN         VALUE "P".
000270         88  CI-FROM-REISSUE         VALUE "R".
000275         88  CI-FROM-DEPOSIT-RETURN  VALUE "D".
000280     05  CI-STATUS           PIC X(01).
000290         88  CI-OUTSTANDING          VALUE "O".
000300         88  CI-PAID                 VALUE "P".
000310         88  CI-VOIDED               VALUE "V".
000320     05  CI-STATUS-DATE      PIC 9(08).
000330     05  CI-PAID-AMOUNT      PIC 9(07)V99.
000340     05  CI-RELATED-NUMBER   PIC 9(08).
000350     05  CI-PAY-GROUP        PIC X(02).
