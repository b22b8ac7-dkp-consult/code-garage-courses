000270*                  SALARY AND FROM WHAT VALUE.  RETURN-CODE IS
000280*                  0 WHEN CLEAN AND 8 WHEN A FILE COULD NOT BE
000290*                  OPENED.
000291* 10/15/2026  JH   THE CHANGE LINE NOW SHOWS WHO KEYED THE
000292*                  TRANSACTION AND, FOR A PAY-SENSITIVE
000293*                  CHANGE RELEASED FROM THE PENDING-CHANGE
000294*                  FILE, WHO APPROVED IT.  AUDIT RECORDS
000295*                  WRITTEN BEFORE THE FIELDS EXISTED SHOW
000296*                  THEM BLANK.
000297* 10/15/2026  JH   PAY GROUPS. MNTAREC GREW TO 164 BYTES
000298*                  WITH THE 59-BYTE EMPREC IMAGES -- FD
000299*                  LENGTH AND IMAGE LINE RAISED TO MATCH.
000300*                  THE PAY GROUP, GROUP DATE AND PRIOR GROUP
000301*                  ARE COMPARED LIKE THE OTHER FIELDS, SO A
000302*                  G (PAY-GROUP MOVE) TRANSACTION SHOWS WHAT
000303*                  MOVED.
000304*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  MAINT-AUDIT-FILE
000460     RECORD CONTAINS 164 CHARACTERS.
000470     COPY MNTAREC.
000480 FD  PARAMETER-FILE
000490     RECORD CONTAINS 23 CHARACTERS.
001300     05  CHG-EMPLOYEE-ID     PIC 9(05).
001310     05  FILLER              PIC X(11) VALUE "  SOURCE : ".
001320     05  CHG-SOURCE          PIC X(08).
001321     05  FILLER              PIC X(07) VALUE "  BY : ".
001322     05  CHG-SUBMITTER       PIC X(08).
001323     05  FILLER              PIC X(16) VALUE
001324         "  APPROVED BY : ".
001325     05  CHG-APPROVER        PIC X(08).
001330 01  WS-FIELD-LINE.
001340     05  FILLER              PIC X(02) VALUE SPACES.
001350     05  FLD-NAME            PIC X(12).
001410     05  FILLER              PIC X(02) VALUE SPACES.
001420     05  IMG-LABEL           PIC X(09).
001430     05  FILLER              PIC X(02) VALUE ": ".
001440     05  IMG-VALUE           PIC X(59).
001450 01  WS-COUNT-LINE.
001460     05  CNT-LABEL           PIC X(33).
001470     05  CNT-VALUE           PIC ZZZ,ZZ9.
002530     MOVE MA-ACTION      TO CHG-ACTION.
002540     MOVE MA-EMPLOYEE-ID TO CHG-EMPLOYEE-ID.
002550     MOVE MA-SOURCE      TO CHG-SOURCE.
002553     MOVE MA-SUBMITTER   TO CHG-SUBMITTER.
002556     MOVE MA-APPROVER    TO CHG-APPROVER.
002560     MOVE WS-CHANGE-LINE TO REPORT-LINE.
002570     PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
002580     MOVE MA-BEFORE-IMAGE TO WS-BEF-RECORD.
003320         MOVE EMP-STATUS-DATE OF WS-AFT-RECORD TO FLD-AFTER
003330         PERFORM 3200-WRITE-FIELD-LINE THRU 3200-EXIT
003340     END-IF.
003341     IF EMP-PAY-GROUP OF WS-BEF-RECORD NOT =
003342        EMP-PAY-GROUP OF WS-AFT-RECORD
003343         MOVE "PAY GROUP"  TO FLD-NAME
003344         MOVE EMP-PAY-GROUP OF WS-BEF-RECORD TO FLD-BEFORE
003345         MOVE EMP-PAY-GROUP OF WS-AFT-RECORD TO FLD-AFTER
003346         PERFORM 3200-WRITE-FIELD-LINE THRU 3200-EXIT
003347     END-IF.
003348     IF EMP-GROUP-DATE OF WS-BEF-RECORD NOT =
003349        EMP-GROUP-DATE OF WS-AFT-RECORD
003350         MOVE "GROUP DATE" TO FLD-NAME
003351         MOVE EMP-GROUP-DATE OF WS-BEF-RECORD TO FLD-BEFORE
003352         MOVE EMP-GROUP-DATE OF WS-AFT-RECORD TO FLD-AFTER
003353         PERFORM 3200-WRITE-FIELD-LINE THRU 3200-EXIT
003354     END-IF.
003355     IF EMP-PRIOR-GROUP OF WS-BEF-RECORD NOT =
003356        EMP-PRIOR-GROUP OF WS-AFT-RECORD
003357         MOVE "PRIOR GROUP" TO FLD-NAME
003358         MOVE EMP-PRIOR-GROUP OF WS-BEF-RECORD TO FLD-BEFORE
003359         MOVE EMP-PRIOR-GROUP OF WS-AFT-RECORD TO FLD-AFTER
003360         PERFORM 3200-WRITE-FIELD-LINE THRU 3200-EXIT
003361     END-IF.
003362 3100-EXIT.
003363     EXIT.
003370*----------------------------------------------------------------
003380 3200-WRITE-FIELD-LINE.
003390*----------------------------------------------------------------
