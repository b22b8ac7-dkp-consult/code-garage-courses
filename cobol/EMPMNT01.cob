000440*                  STARTS ACTIVE AS OF THE RUN DATE.  A STATUS
000450*                  CHANGE WITH A CODE THAT IS NOT A, L OR T IS
000460*                  REJECTED.
000461* 10/15/2026  JH   DUAL CONTROL.  AN ADD, A CHANGE THAT
000462*                  MOVES EMP-SALARY OR EMP-PAY-TYPE, AND A
000463*                  STATUS CHANGE ARE NO LONGER APPLIED --
000464*                  THEY ARE HELD ON THE PENDING-CHANGE FILE
000465*                  (PENDOLD TO PENDNEW) UNDER THE SUBMITTER
000466*                  NOW KEYED ON EVERY TRANSACTION, FOR
000467*                  EMPAPR01 TO APPROVE OR REJECT.  A HELD
000468*                  CHANGE THAT ALSO MOVES THE NAME, AGE OR
000469*                  DEPARTMENT APPLIES THAT PART AT ONCE, AND
000470*                  ONE WITH NO SUBMITTER IS REJECTED.  ITEMS
000471*                  APPROVED SINCE THE LAST RUN ARE APPLIED
000472*                  AHEAD OF THE DAY'S TRANSACTIONS FOR THE
000473*                  SAME EMPLOYEE, AND THE AUDIT RECORD NOW
000474*                  CARRIES THE SUBMITTER AND THE APPROVER.
000475* 10/15/2026  JH   PAY GROUPS.  NEW ACTION CODE G MOVES AN
000476*                  EMPLOYEE TO THE PAY GROUP IN
000477*                  MNT-PAY-GROUP AS OF MNT-STATUS-DATE,
000478*                  KEEPING THE GROUP LEFT AS THE PRIOR
000479*                  GROUP.  THE DATE MUST START AN UNPAID
000480*                  PERIOD OF THE NEW GROUP ON PAYCAL (NOW
000481*                  READ UP FRONT) AND NO PERIOD OF THE OLD
000482*                  GROUP ENDING ON OR AFTER IT MAY BE PAID
000483*                  ALREADY.  AN ADD NOW CARRIES ITS PAY
000484*                  GROUP, WHICH MUST BE ON PAYCAL, AND A
000485*                  HELD ADD KEEPS IT ON THE PENDING-CHANGE
000486*                  FILE.  EMPREC GREW TO 59 BYTES, MNTTRAN
000487*                  TO 58 AND MNTAUDIT TO 164.
000488*----------------------------------------------------------------
000489 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT OLD-MASTER-FILE ASSIGN TO "EMPFILE"
000630     SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-MNTAUDIT-STATUS.
000651     SELECT PENDING-OLD-FILE ASSIGN TO "PENDOLD"
000652         ORGANIZATION IS LINE SEQUENTIAL
000653         FILE STATUS IS WS-PENDOLD-STATUS.
000654     SELECT PENDING-NEW-FILE ASSIGN TO "PENDNEW"
000655         ORGANIZATION IS LINE SEQUENTIAL
000656         FILE STATUS IS WS-PENDNEW-STATUS.
000657     SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL"
000658         ORGANIZATION IS LINE SEQUENTIAL
000659         FILE STATUS IS WS-PAYCAL-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  OLD-MASTER-FILE
000690     RECORD CONTAINS 59 CHARACTERS.
000700     COPY EMPREC REPLACING ==EMP-RECORD== BY ==OLD-EMP-RECORD==.
000710 FD  MAINT-TRAN-FILE
000720     RECORD CONTAINS 58 CHARACTERS.
000730 01  MAINT-TRANSACTION.
000740     05  MNT-ACTION          PIC X(01).
000750         88  MNT-ACTION-ADD             VALUE "A".
000760         88  MNT-ACTION-CHANGE          VALUE "C".
000770         88  MNT-ACTION-DELETE          VALUE "D".
000780         88  MNT-ACTION-STATUS          VALUE "S".
000785         88  MNT-ACTION-GROUP           VALUE "G".
000790     05  MNT-EMP-ID          PIC 9(05).
000800     05  MNT-EMP-NAME        PIC X(20).
000810     05  MNT-EMP-AGE         PIC 9(02).
000850     05  MNT-EMP-STATUS      PIC X(01).
000860         88  MNT-STATUS-VALID    VALUE "A" "L" "T".
000870     05  MNT-STATUS-DATE     PIC 9(08).
000875     05  MNT-SUBMITTER       PIC X(08).
000877     05  MNT-PAY-GROUP       PIC X(02).
000880 FD  NEW-MASTER-FILE
000890     RECORD CONTAINS 59 CHARACTERS.
000900     COPY EMPREC.
000910 FD  REGISTER-FILE
000920     RECORD CONTAINS 132 CHARACTERS.
000930 01  REGISTER-LINE           PIC X(132).
000940 FD  MAINT-AUDIT-FILE
000950     RECORD CONTAINS 164 CHARACTERS.
000960     COPY MNTAREC.
000961 FD  PENDING-OLD-FILE
000962     RECORD CONTAINS 130 CHARACTERS.
000963     COPY PENDCHG REPLACING ==PENDING-CHANGE-RECORD==
000964                         BY ==PENDING-OLD-RECORD==
000965                      LEADING ==PN== BY ==PO==.
000966 FD  PENDING-NEW-FILE
000967     RECORD CONTAINS 130 CHARACTERS.
000968     COPY PENDCHG.
000970 FD  PAY-CALENDAR-FILE
000972     RECORD CONTAINS 22 CHARACTERS.
000974     COPY PAYCAL.
000976 WORKING-STORAGE SECTION.
000980*----------------------------------------------------------------
000990* FILE STATUS AND CONTROL SWITCHES
001000*----------------------------------------------------------------
001030 77  WS-NEWMAST-STATUS       PIC X(02) VALUE SPACES.
001040 77  WS-REGISTER-STATUS      PIC X(02) VALUE SPACES.
001050 77  WS-MNTAUDIT-STATUS      PIC X(02) VALUE SPACES.
001053 77  WS-PENDOLD-STATUS       PIC X(02) VALUE SPACES.
001056 77  WS-PENDNEW-STATUS       PIC X(02) VALUE SPACES.
001057 77  WS-PAYCAL-STATUS        PIC X(02) VALUE SPACES.
001058 77  WS-PAYCAL-EOF-SWITCH    PIC X(01) VALUE "N".
001059     88  WS-PAYCAL-AT-END              VALUE "Y".
001060 77  WS-REGISTER-OPEN-SWITCH PIC X(01) VALUE "N".
001070     88  WS-REGISTER-IS-OPEN           VALUE "Y".
001080 77  WS-RETURN-CODE          PIC 9(01) VALUE ZERO.
001090*----------------------------------------------------------------
001100* BALANCE-LINE CONTROL KEYS.  EACH KEY IS SET TO HIGH-VALUES AT
001110* END OF ITS FILE SO THE OTHER FILES DRAIN THROUGH THE MATCH.
001120* THE WORK RECORD HOLDS THE MASTER FOR THE ACTIVE KEY WHILE ITS
001130* TRANSACTIONS APPLY, AND ONLY REACHES NEWMAST IF IT IS STILL
001140* ALLOCATED ONCE THE LAST OF THEM HAS BEEN SEEN.
001150*----------------------------------------------------------------
001160 77  WS-OLD-KEY              PIC X(05) VALUE SPACES.
001170 77  WS-TRAN-KEY             PIC X(05) VALUE SPACES.
001175 77  WS-PEND-KEY             PIC X(05) VALUE SPACES.
001180 77  WS-PREV-TRAN-KEY        PIC X(05) VALUE LOW-VALUES.
001190 77  WS-TRAN-USABLE-SWITCH   PIC X(01) VALUE "N".
001200     88  WS-TRAN-USABLE                VALUE "Y".
001220 77  WS-ALLOCATED-SWITCH     PIC X(01) VALUE "N".
001230     88  WS-MASTER-ALLOCATED           VALUE "Y".
001240     COPY EMPREC REPLACING ==EMP-RECORD== BY ==WS-EMP-RECORD==.
001241*----------------------------------------------------------------
001242* DUAL CONTROL.  AN APPROVED ITEM FROM THE PENDING-CHANGE FILE IS
001243* RELEASED THROUGH THE TRANSACTION AREA, SO THE TRANSACTION IN
001244* HAND IS SAVED ROUND IT.  AN ITEM HELD TODAY TAKES THE NEXT
001245* SEQUENCE NUMBER FREE FOR ITS EMPLOYEE AND THE RUN DATE.
001246*----------------------------------------------------------------
001247 77  WS-RELEASE-SWITCH       PIC X(01) VALUE "N".
001248     88  WS-RELEASING                  VALUE "Y".
001249 77  WS-PAY-CHANGE-SWITCH    PIC X(01) VALUE "N".
001250     88  WS-PAY-CHANGE                 VALUE "Y".
001251 77  WS-PART-APPLIED-SWITCH  PIC X(01) VALUE "N".
001252     88  WS-PART-APPLIED               VALUE "Y".
001253 77  WS-SAVED-TRANSACTION    PIC X(58) VALUE SPACES.
001254 77  WS-APPROVER             PIC X(08) VALUE SPACES.
001255 77  WS-NEXT-SEQ             PIC 9(02) VALUE ZERO.
001256*----------------------------------------------------------------
001257* PAY GROUPS.  THE CALENDAR OF EVERY GROUP IS LOADED ONCE UP
001258* FRONT SO AN ADD CAN BE CHECKED FOR A GROUP THAT EXISTS AND A
001259* GROUP MOVE FOR A DATE ON THE NEW GROUP'S PERIOD BOUNDARY.
001260*----------------------------------------------------------------
001261 77  WS-CAL-MAX              PIC 9(03) COMP VALUE 200.
001262 77  WS-CAL-COUNT            PIC 9(03) COMP VALUE ZERO.
001263 77  WS-CAL-SUB              PIC 9(03) COMP VALUE ZERO.
001264 01  WS-CAL-TABLE.
001265     05  WS-CAL-ENTRY OCCURS 200 TIMES.
001266         10  WS-CAL-GROUP        PIC X(02).
001267         10  WS-CAL-START        PIC 9(08).
001268         10  WS-CAL-END          PIC 9(08).
001269         10  WS-CAL-PAID         PIC X(01).
001270 77  WS-GROUP-FOUND-SWITCH   PIC X(01) VALUE "N".
001271     88  WS-GROUP-ON-CALENDAR          VALUE "Y".
001272*----------------------------------------------------------------
001273* AUDIT-TRAIL CONTROLS -- THE MASTER IMAGE AS IT STOOD BEFORE
001274* THE TRANSACTION IN HAND, AND THE WRITE TIMESTAMP FIELDS.
001280*----------------------------------------------------------------
001290 77  WS-BEFORE-IMAGE         PIC X(59) VALUE SPACES.
001300 77  WS-AUDIT-DATE           PIC 9(08) VALUE ZERO.
001310 77  WS-AUDIT-TIME           PIC 9(08) VALUE ZERO.
001320 77  WS-AUDITS-WRITTEN       PIC 9(05) COMP VALUE ZERO.
001380 77  WS-TRANS-READ           PIC 9(05) COMP VALUE ZERO.
001390 77  WS-TRANS-APPLIED        PIC 9(05) COMP VALUE ZERO.
001400 77  WS-TRANS-REJECTED       PIC 9(05) COMP VALUE ZERO.
001402 77  WS-TRANS-HELD           PIC 9(05) COMP VALUE ZERO.
001404 77  WS-PEND-READ            PIC 9(05) COMP VALUE ZERO.
001406 77  WS-PEND-RELEASED        PIC 9(05) COMP VALUE ZERO.
001408 77  WS-PEND-CARRIED         PIC 9(05) COMP VALUE ZERO.
001410 77  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
001420 77  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 15.
001430 77  WS-PAGE-NUMBER          PIC 9(03) COMP VALUE ZERO.
001480     05  WS-RUN-YYYY         PIC 9(04).
001490     05  WS-RUN-MM           PIC 9(02).
001500     05  WS-RUN-DD           PIC 9(02).
001505 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(08).
001510 01  WS-RUN-DATE-EDIT.
001520     05  WS-RUN-DATE-MM      PIC 9(02).
001530     05  FILLER              PIC X(01) VALUE "/".
001780     05  DTL-EMPLOYEE-NAME   PIC X(20).
001790     05  FILLER              PIC X(05) VALUE SPACES.
001800     05  DTL-DISPOSITION     PIC X(40).
001801 01  WS-RELEASED-DISPOSITION.
001802     05  FILLER              PIC X(22) VALUE
001803         "APPLIED - APPROVED BY ".
001804     05  RLS-APPROVER        PIC X(08).
001805 01  WS-HELD-DISPOSITION.
001806     05  HLD-TEXT            PIC X(28).
001807     05  HLD-DATE            PIC 9(08).
001808     05  FILLER              PIC X(01) VALUE "-".
001809     05  HLD-SEQ             PIC 9(02).
001810 01  WS-COUNT-LINE.
001820     05  CNT-LABEL           PIC X(33).
001830     05  CNT-VALUE           PIC ZZZ,ZZ9.
001880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001890     PERFORM 2000-PROCESS-ONE-KEY THRU 2000-EXIT
001900         UNTIL WS-OLD-KEY = HIGH-VALUES
001910           AND WS-TRAN-KEY = HIGH-VALUES
001915           AND WS-PEND-KEY = HIGH-VALUES.
001920     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001930     MOVE WS-RETURN-CODE TO RETURN-CODE.
001940     STOP RUN.
002380         PERFORM 1100-ABORT-INITIALIZE THRU 1100-EXIT
002390         GO TO 1000-EXIT
002400     END-IF.
002401     OPEN INPUT PENDING-OLD-FILE.
002402     IF WS-PENDOLD-STATUS NOT = "00"
002403         DISPLAY "EMPMNT01 - UNABLE TO OPEN PENDOLD, STATUS = "
002404             WS-PENDOLD-STATUS
002405         PERFORM 1100-ABORT-INITIALIZE THRU 1100-EXIT
002406         GO TO 1000-EXIT
002407     END-IF.
002408     OPEN OUTPUT PENDING-NEW-FILE.
002409     IF WS-PENDNEW-STATUS NOT = "00"
002410         DISPLAY "EMPMNT01 - UNABLE TO OPEN PENDNEW, STATUS = "
002411             WS-PENDNEW-STATUS
002412         PERFORM 1100-ABORT-INITIALIZE THRU 1100-EXIT
002413         GO TO 1000-EXIT
002414     END-IF.
002415     OPEN INPUT PAY-CALENDAR-FILE.
002416     IF WS-PAYCAL-STATUS NOT = "00"
002417         DISPLAY "EMPMNT01 - UNABLE TO OPEN PAYCAL, STATUS = "
002418             WS-PAYCAL-STATUS
002419         PERFORM 1100-ABORT-INITIALIZE THRU 1100-EXIT
002420         GO TO 1000-EXIT
002421     END-IF.
002422     PERFORM 1200-LOAD-ONE-PERIOD THRU 1200-EXIT
002423         UNTIL WS-PAYCAL-AT-END.
002424     CLOSE PAY-CALENDAR-FILE.
002425     PERFORM 2100-READ-OLD-MASTER THRU 2100-EXIT.
002426     PERFORM 2200-READ-TRANSACTION THRU 2200-EXIT.
002427     PERFORM 2150-READ-PENDING THRU 2150-EXIT.
002430 1000-EXIT.
002440     EXIT.
002450*----------------------------------------------------------------
002470*----------------------------------------------------------------
002480     MOVE HIGH-VALUES TO WS-OLD-KEY.
002490     MOVE HIGH-VALUES TO WS-TRAN-KEY.
002495     MOVE HIGH-VALUES TO WS-PEND-KEY.
002500     MOVE 8 TO WS-RETURN-CODE.
002510 1100-EXIT.
002520     EXIT.
002521*----------------------------------------------------------------
002522 1200-LOAD-ONE-PERIOD.
002523*----------------------------------------------------------------
002524     READ PAY-CALENDAR-FILE
002525         AT END
002526             MOVE "Y" TO WS-PAYCAL-EOF-SWITCH
002527             GO TO 1200-EXIT
002528     END-READ.
002529     IF WS-CAL-COUNT >= WS-CAL-MAX
002530         DISPLAY "EMPMNT01 - CALENDAR TABLE FULL, GROUP "
002531             PC-PAY-GROUP " PERIOD " PC-PERIOD-NUMBER
002532             " DROPPED"
002533         GO TO 1200-EXIT
002534     END-IF.
002535     ADD 1 TO WS-CAL-COUNT.
002536     MOVE PC-PAY-GROUP   TO WS-CAL-GROUP (WS-CAL-COUNT).
002537     MOVE PC-START-DATE  TO WS-CAL-START (WS-CAL-COUNT).
002538     MOVE PC-END-DATE    TO WS-CAL-END (WS-CAL-COUNT).
002539     MOVE PC-PAID-SWITCH TO WS-CAL-PAID (WS-CAL-COUNT).
002540 1200-EXIT.
002541     EXIT.
002542*----------------------------------------------------------------
002543* BALANCE LINE.  PICK THE LOWEST OF THE THREE KEYS, STAGE THE
002550* MASTER FOR THAT KEY IN THE WORK RECORD IF THERE IS ONE, APPLY
002557* ITS APPROVED PENDING ITEMS, THEN EVERY TRANSACTION CARRYING
002564* THAT KEY, AND RELEASE WHATEVER IS STILL ALLOCATED TO THE NEW
002571* MASTER.
002580*----------------------------------------------------------------
002590 2000-PROCESS-ONE-KEY.
002600*----------------------------------------------------------------
002630     ELSE
002640         MOVE WS-TRAN-KEY TO WS-ACTIVE-KEY
002650     END-IF.
002652     IF WS-PEND-KEY < WS-ACTIVE-KEY
002654         MOVE WS-PEND-KEY TO WS-ACTIVE-KEY
002656     END-IF.
002660     IF WS-OLD-KEY = WS-ACTIVE-KEY
002670         MOVE OLD-EMP-RECORD TO WS-EMP-RECORD
002680         SET WS-MASTER-ALLOCATED TO TRUE
002700     ELSE
002710         MOVE "N" TO WS-ALLOCATED-SWITCH
002720     END-IF.
002722     MOVE 1 TO WS-NEXT-SEQ.
002724     PERFORM 2300-PROCESS-PENDING THRU 2300-EXIT
002726         UNTIL WS-PEND-KEY NOT = WS-ACTIVE-KEY.
002730     PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT
002740         UNTIL WS-TRAN-KEY NOT = WS-ACTIVE-KEY.
002750     IF WS-MASTER-ALLOCATED
002910     MOVE EMP-ID OF OLD-EMP-RECORD TO WS-OLD-KEY.
002920 2100-EXIT.
002930     EXIT.
002931*----------------------------------------------------------------
002932 2150-READ-PENDING.
002933*----------------------------------------------------------------
002934     READ PENDING-OLD-FILE
002935         AT END
002936             MOVE HIGH-VALUES TO WS-PEND-KEY
002937             GO TO 2150-EXIT
002938     END-READ.
002939     ADD 1 TO WS-PEND-READ.
002940     MOVE PO-EMPLOYEE-ID TO WS-PEND-KEY.
002941 2150-EXIT.
002942     EXIT.
002943*----------------------------------------------------------------
002950* READ THE NEXT USABLE TRANSACTION.  ONE WHOSE KEY RUNS
002960* BACKWARDS IS REJECTED ON THE REGISTER IN ITS OWN RIGHT --
002970* WITHOUT THIS AN UNSORTED BATCH SURFACED AS A TRAIL OF
003250     SET WS-TRAN-USABLE TO TRUE.
003260 2250-EXIT.
003270     EXIT.
003271*----------------------------------------------------------------
003272* ONE ITEM FROM THE PENDING-CHANGE FILE FOR THE ACTIVE KEY.  AN
003273* APPROVED ITEM IS APPLIED THROUGH THE TRANSACTION AREA AND GOES
003274* NO FURTHER; ONE STILL WAITING FOR A DECISION IS CARRIED TO THE
003275* NEW GENERATION.  A SEQUENCE NUMBER ALREADY TAKEN TODAY IS NOT
003276* HANDED OUT AGAIN.
003277*----------------------------------------------------------------
003278 2300-PROCESS-PENDING.
003279*----------------------------------------------------------------
003280     IF PO-SUBMIT-DATE = WS-RUN-DATE-NUM
003281        AND PO-SUBMIT-SEQ NOT < WS-NEXT-SEQ
003282         COMPUTE WS-NEXT-SEQ = PO-SUBMIT-SEQ + 1
003283     END-IF.
003284     IF PO-APPROVED
003285         MOVE MAINT-TRANSACTION    TO WS-SAVED-TRANSACTION
003286         MOVE PO-TRANSACTION       TO MAINT-TRANSACTION
003287         MOVE PO-PAY-GROUP         TO MNT-PAY-GROUP
003288         MOVE PO-APPROVER          TO WS-APPROVER
003289         SET WS-RELEASING TO TRUE
003290         PERFORM 3100-APPLY-ONE-TRANSACTION THRU 3100-EXIT
003291         MOVE "N"                  TO WS-RELEASE-SWITCH
003292         MOVE SPACES               TO WS-APPROVER
003293         MOVE WS-SAVED-TRANSACTION TO MAINT-TRANSACTION
003294     ELSE
003295         MOVE PENDING-OLD-RECORD TO PENDING-CHANGE-RECORD
003296         WRITE PENDING-CHANGE-RECORD
003297         ADD 1 TO WS-PEND-CARRIED
003298     END-IF.
003299     PERFORM 2150-READ-PENDING THRU 2150-EXIT.
003300 2300-EXIT.
003301     EXIT.
003302*----------------------------------------------------------------
003303* APPLY ONE TRANSACTION TO THE WORK RECORD FOR THE ACTIVE KEY.
003304* AN ADD IS ONLY LEGAL WHEN NO MASTER IS ALLOCATED, A CHANGE OR
003310* DELETE ONLY WHEN ONE IS.  AN ADD, A CHANGE THAT MOVES THE
003312* SALARY OR PAY TYPE, AND A STATUS CHANGE ARE HELD FOR APPROVAL
003314* RATHER THAN APPLIED -- UNLESS THEY ARE BEING RELEASED FROM THE
003316* PENDING-CHANGE FILE, WHEN A CHANGE CARRIES ONLY THE SALARY AND
003318* PAY TYPE (ITS NAME AND DEPARTMENT WENT ON WHEN IT WAS HELD).
003320*----------------------------------------------------------------
003330 3000-APPLY-TRANSACTION.
003340*----------------------------------------------------------------
003341     PERFORM 3100-APPLY-ONE-TRANSACTION THRU 3100-EXIT.
003342     PERFORM 2200-READ-TRANSACTION THRU 2200-EXIT.
003343 3000-EXIT.
003344     EXIT.
003345*----------------------------------------------------------------
003346 3100-APPLY-ONE-TRANSACTION.
003347*----------------------------------------------------------------
003350     IF WS-MASTER-ALLOCATED
003360         MOVE WS-EMP-RECORD TO WS-BEFORE-IMAGE
003370     ELSE
003380         MOVE SPACES TO WS-BEFORE-IMAGE
003390     END-IF.
003391     MOVE "N" TO WS-PAY-CHANGE-SWITCH.
003392     IF WS-MASTER-ALLOCATED AND MNT-ACTION-CHANGE
003393         IF MNT-EMP-SALARY NOT = EMP-SALARY OF WS-EMP-RECORD
003394            OR MNT-EMP-PAY-TYPE NOT =
003395                   EMP-PAY-TYPE OF WS-EMP-RECORD
003396             SET WS-PAY-CHANGE TO TRUE
003397         END-IF
003398     END-IF.
003399     IF MNT-ACTION-ADD OR MNT-ACTION-GROUP
003400         PERFORM 3700-FIND-PAY-GROUP THRU 3700-EXIT
003401     END-IF.
003402     EVALUATE TRUE
003403         WHEN MNT-ACTION-ADD AND NOT WS-MASTER-ALLOCATED
003404                             AND NOT WS-GROUP-ON-CALENDAR
003405             MOVE "REJECTED - PAY GROUP NOT ON PAYCAL"
003406                 TO DTL-DISPOSITION
003407             PERFORM 4100-PRINT-REJECTED THRU 4100-EXIT
003408         WHEN MNT-ACTION-ADD AND NOT WS-MASTER-ALLOCATED
003409                             AND NOT WS-RELEASING
003410             PERFORM 3500-HOLD-TRANSACTION THRU 3500-EXIT
003411         WHEN MNT-ACTION-ADD AND NOT WS-MASTER-ALLOCATED
003420             MOVE MNT-EMP-ID     TO EMP-ID OF WS-EMP-RECORD
003430             MOVE MNT-EMP-NAME   TO EMP-NAME OF WS-EMP-RECORD
003440             MOVE MNT-EMP-AGE    TO EMP-AGE OF WS-EMP-RECORD
003460             MOVE MNT-EMP-DEPT   TO EMP-DEPT OF WS-EMP-RECORD
003470             MOVE MNT-EMP-PAY-TYPE
003480                 TO EMP-PAY-TYPE OF WS-EMP-RECORD
003482             MOVE MNT-PAY-GROUP TO EMP-PAY-GROUP OF WS-EMP-RECORD
003484             MOVE ZERO TO EMP-GROUP-DATE OF WS-EMP-RECORD
003486             MOVE SPACES TO EMP-PRIOR-GROUP OF WS-EMP-RECORD
003490             IF MNT-STATUS-VALID
003500                 MOVE MNT-EMP-STATUS
003510                     TO EMP-STATUS OF WS-EMP-RECORD
003610         WHEN MNT-ACTION-ADD
003620             MOVE "REJECTED - DUPLICATE EMP-ID" TO DTL-DISPOSITION
003630             PERFORM 4100-PRINT-REJECTED THRU 4100-EXIT
003631         WHEN MNT-ACTION-CHANGE AND WS-MASTER-ALLOCATED
003632                                AND WS-RELEASING
003633             MOVE MNT-EMP-SALARY TO EMP-SALARY OF WS-EMP-RECORD
003634             MOVE MNT-EMP-PAY-TYPE
003635                 TO EMP-PAY-TYPE OF WS-EMP-RECORD
003636             PERFORM 4000-PRINT-APPLIED THRU 4000-EXIT
003637         WHEN MNT-ACTION-CHANGE AND WS-MASTER-ALLOCATED
003638                                AND WS-PAY-CHANGE
003639             PERFORM 3500-HOLD-TRANSACTION THRU 3500-EXIT
003640         WHEN MNT-ACTION-CHANGE AND WS-MASTER-ALLOCATED
003650             MOVE MNT-EMP-NAME   TO EMP-NAME OF WS-EMP-RECORD
003660             MOVE MNT-EMP-AGE    TO EMP-AGE OF WS-EMP-RECORD
003770             MOVE "REJECTED - INVALID STATUS CODE"
003780                 TO DTL-DISPOSITION
003790             PERFORM 4100-PRINT-REJECTED THRU 4100-EXIT
003792         WHEN MNT-ACTION-STATUS AND WS-MASTER-ALLOCATED
003794                                AND NOT WS-RELEASING
003796             PERFORM 3500-HOLD-TRANSACTION THRU 3500-EXIT
003800         WHEN MNT-ACTION-STATUS AND WS-MASTER-ALLOCATED
003810             MOVE MNT-EMP-STATUS
003820                 TO EMP-STATUS OF WS-EMP-RECORD
003830             MOVE MNT-STATUS-DATE
003840                 TO EMP-STATUS-DATE OF WS-EMP-RECORD
003850             PERFORM 4000-PRINT-APPLIED THRU 4000-EXIT
003853         WHEN MNT-ACTION-GROUP AND WS-MASTER-ALLOCATED
003856             PERFORM 3800-MOVE-PAY-GROUP THRU 3800-EXIT
003860         WHEN MNT-ACTION-CHANGE OR MNT-ACTION-DELETE
003870                              OR MNT-ACTION-STATUS
003875                              OR MNT-ACTION-GROUP
003880             MOVE "REJECTED - NO MATCHING MASTER"
003890                 TO DTL-DISPOSITION
003900             PERFORM 4100-PRINT-REJECTED THRU 4100-EXIT
003930                 TO DTL-DISPOSITION
003940             PERFORM 4100-PRINT-REJECTED THRU 4100-EXIT
003950     END-EVALUATE.
003951 3100-EXIT.
003952     EXIT.
003953*----------------------------------------------------------------
003954* HOLD A PAY-SENSITIVE TRANSACTION ON THE PENDING-CHANGE FILE
003955* FOR APPROVAL, WITH THE MASTER'S PAY FIELDS AS THEY STAND.  IT
003956* MUST CARRY ITS SUBMITTER -- WITHOUT ONE THE APPROVAL RUN
003957* CANNOT KEEP ANYONE FROM APPROVING THEIR OWN CHANGE.  A CHANGE
003958* THAT ALSO MOVES THE NAME, AGE OR DEPARTMENT APPLIES THAT PART
003959* NOW, AS IT WOULD ON ITS OWN.
003960*----------------------------------------------------------------
003961 3500-HOLD-TRANSACTION.
003962*----------------------------------------------------------------
003963     IF MNT-SUBMITTER = SPACES
003964         MOVE "REJECTED - NO SUBMITTER ID" TO DTL-DISPOSITION
003965         PERFORM 4100-PRINT-REJECTED THRU 4100-EXIT
003966         GO TO 3500-EXIT
003967     END-IF.
003968     MOVE "N" TO WS-PART-APPLIED-SWITCH.
003969     IF MNT-ACTION-CHANGE
003970         PERFORM 3600-APPLY-NAME-AND-DEPT THRU 3600-EXIT
003971     END-IF.
003972     MOVE SPACES            TO PENDING-CHANGE-RECORD.
003973     MOVE MNT-EMP-ID        TO PN-EMPLOYEE-ID.
003974     MOVE WS-RUN-DATE-NUM   TO PN-SUBMIT-DATE.
003975     MOVE WS-NEXT-SEQ       TO PN-SUBMIT-SEQ.
003976     ADD 1 TO WS-NEXT-SEQ.
003977     SET PN-PENDING TO TRUE.
003978     ACCEPT WS-AUDIT-TIME FROM TIME.
003979     MOVE WS-AUDIT-TIME     TO PN-SUBMIT-TIME.
003980     MOVE ZERO              TO PN-DECISION-DATE.
003981     MOVE MAINT-TRANSACTION TO PN-TRANSACTION.
003982     MOVE MNT-PAY-GROUP     TO PN-PAY-GROUP.
003983     IF WS-MASTER-ALLOCATED
003984         MOVE EMP-DEPT OF WS-EMP-RECORD     TO PN-DEPT
003985         MOVE EMP-SALARY OF WS-EMP-RECORD   TO PN-PRIOR-SALARY
003986         MOVE EMP-PAY-TYPE OF WS-EMP-RECORD TO PN-PRIOR-PAY-TYPE
003987         MOVE EMP-STATUS OF WS-EMP-RECORD   TO PN-PRIOR-STATUS
003988         MOVE EMP-NAME OF WS-EMP-RECORD     TO PN-MASTER-NAME
003989     ELSE
003990         MOVE MNT-EMP-DEPT TO PN-DEPT
003991         MOVE ZERO         TO PN-PRIOR-SALARY
003992         MOVE MNT-EMP-NAME TO PN-MASTER-NAME
003993     END-IF.
003994     WRITE PENDING-CHANGE-RECORD.
003995     ADD 1 TO WS-TRANS-HELD.
003996     IF WS-PART-APPLIED
003997         MOVE "NAME/DEPT APPLIED, PAY HELD" TO HLD-TEXT
003998     ELSE
003999         MOVE "HELD FOR APPROVAL - REF"     TO HLD-TEXT
004000     END-IF.
004001     MOVE PN-SUBMIT-DATE TO HLD-DATE.
004002     MOVE PN-SUBMIT-SEQ  TO HLD-SEQ.
004003     MOVE WS-HELD-DISPOSITION TO DTL-DISPOSITION.
004004     PERFORM 4200-PRINT-DETAIL THRU 4200-EXIT.
004005 3500-EXIT.
004006     EXIT.
004007*----------------------------------------------------------------
004008* THE NAME, AGE AND DEPARTMENT OF A HELD CHANGE, AUDITED LIKE
004009* ANY OTHER APPLIED CHANGE WHEN ANY OF THEM MOVED.
004010*----------------------------------------------------------------
004011 3600-APPLY-NAME-AND-DEPT.
004012*----------------------------------------------------------------
004013     IF MNT-EMP-NAME = EMP-NAME OF WS-EMP-RECORD
004014        AND MNT-EMP-AGE = EMP-AGE OF WS-EMP-RECORD
004015        AND MNT-EMP-DEPT = EMP-DEPT OF WS-EMP-RECORD
004016         GO TO 3600-EXIT
004017     END-IF.
004018     MOVE MNT-EMP-NAME TO EMP-NAME OF WS-EMP-RECORD.
004019     MOVE MNT-EMP-AGE  TO EMP-AGE OF WS-EMP-RECORD.
004020     MOVE MNT-EMP-DEPT TO EMP-DEPT OF WS-EMP-RECORD.
004021     PERFORM 4500-WRITE-AUDIT-RECORD THRU 4500-EXIT.
004022     SET WS-PART-APPLIED TO TRUE.
004023 3600-EXIT.
004024     EXIT.
004025*----------------------------------------------------------------
004026* IS THE PAY GROUP ON THE TRANSACTION ONE THE CALENDAR KNOWS?
004027*----------------------------------------------------------------
004028 3700-FIND-PAY-GROUP.
004029*----------------------------------------------------------------
004030     MOVE "N" TO WS-GROUP-FOUND-SWITCH.
004031     MOVE 1 TO WS-CAL-SUB.
004032     PERFORM 3710-BUMP-CAL-SUB THRU 3710-EXIT
004033         UNTIL WS-CAL-SUB > WS-CAL-COUNT
004034            OR WS-CAL-GROUP (WS-CAL-SUB) = MNT-PAY-GROUP.
004035     IF WS-CAL-SUB NOT > WS-CAL-COUNT
004036        AND MNT-PAY-GROUP NOT = SPACES
004037         SET WS-GROUP-ON-CALENDAR TO TRUE
004038     END-IF.
004039 3700-EXIT.
004040     EXIT.
004041*----------------------------------------------------------------
004042 3710-BUMP-CAL-SUB.
004043*----------------------------------------------------------------
004044     ADD 1 TO WS-CAL-SUB.
004045 3710-EXIT.
004046     EXIT.
004047*----------------------------------------------------------------
004048* MOVE AN EMPLOYEE TO ANOTHER PAY GROUP AS OF MNT-STATUS-DATE.
004049* THE MOVE IS ONLY TAKEN ON THE START OF A PERIOD OF THE NEW
004050* GROUP THAT IS NOT YET PAID, AND ONLY WHILE NO PERIOD OF THE
004051* OLD GROUP ENDING ON OR AFTER THAT DATE HAS BEEN PAID -- SO THE
004052* OLD GROUP'S RUN PAYS THROUGH THE DAY BEFORE THE MOVE AND THE
004053* NEW GROUP'S FROM THE MOVE ON, WITH NO DAY PAID TWICE OR NOT
004054* AT ALL.  A SECOND MOVE WAITS UNTIL THE FIRST HAS TAKEN
004055* EFFECT.  A MASTER CARRYING NO GROUP IS SIMPLY PLACED IN ONE.
004056*----------------------------------------------------------------
004057 3800-MOVE-PAY-GROUP.
004058*----------------------------------------------------------------
004059     IF NOT WS-GROUP-ON-CALENDAR
004060         MOVE "REJECTED - PAY GROUP NOT ON PAYCAL"
004061             TO DTL-DISPOSITION
004062         PERFORM 4100-PRINT-REJECTED THRU 4100-EXIT
004063         GO TO 3800-EXIT
004064     END-IF.
004065     IF EMP-PAY-GROUP OF WS-EMP-RECORD = SPACES
004066         MOVE MNT-PAY-GROUP TO EMP-PAY-GROUP OF WS-EMP-RECORD
004067         MOVE ZERO          TO EMP-GROUP-DATE OF WS-EMP-RECORD
004068         MOVE SPACES        TO EMP-PRIOR-GROUP OF WS-EMP-RECORD
004069         PERFORM 4000-PRINT-APPLIED THRU 4000-EXIT
004070         GO TO 3800-EXIT
004071     END-IF.
004072     IF MNT-PAY-GROUP = EMP-PAY-GROUP OF WS-EMP-RECORD
004073         MOVE "REJECTED - ALREADY IN THAT PAY GROUP"
004074             TO DTL-DISPOSITION
004075         PERFORM 4100-PRINT-REJECTED THRU 4100-EXIT
004076         GO TO 3800-EXIT
004077     END-IF.
004078     IF EMP-GROUP-DATE OF WS-EMP-RECORD > WS-RUN-DATE-NUM
004079         MOVE "REJECTED - EARLIER GROUP MOVE NOT DUE"
004080             TO DTL-DISPOSITION
004081         PERFORM 4100-PRINT-REJECTED THRU 4100-EXIT
004082         GO TO 3800-EXIT
004083     END-IF.
004084     MOVE 1 TO WS-CAL-SUB.
004085     PERFORM 3710-BUMP-CAL-SUB THRU 3710-EXIT
004086         UNTIL WS-CAL-SUB > WS-CAL-COUNT
004087            OR (WS-CAL-GROUP (WS-CAL-SUB) = MNT-PAY-GROUP
004088            AND WS-CAL-START (WS-CAL-SUB) = MNT-STATUS-DATE).
004089     IF WS-CAL-SUB > WS-CAL-COUNT
004090         MOVE "REJECTED - MOVE DATE NOT A PERIOD START"
004091             TO DTL-DISPOSITION
004092         PERFORM 4100-PRINT-REJECTED THRU 4100-EXIT
004093         GO TO 3800-EXIT
004094     END-IF.
004095     IF WS-CAL-PAID (WS-CAL-SUB) = "Y"
004096         MOVE "REJECTED - NEW GROUP PERIOD ALREADY PAID"
004097             TO DTL-DISPOSITION
004098         PERFORM 4100-PRINT-REJECTED THRU 4100-EXIT
004099         GO TO 3800-EXIT
004100     END-IF.
004101     MOVE 1 TO WS-CAL-SUB.
004102     PERFORM 3710-BUMP-CAL-SUB THRU 3710-EXIT
004103         UNTIL WS-CAL-SUB > WS-CAL-COUNT
004104            OR (WS-CAL-GROUP (WS-CAL-SUB) =
004105                    EMP-PAY-GROUP OF WS-EMP-RECORD
004106            AND WS-CAL-PAID (WS-CAL-SUB) = "Y"
004107            AND WS-CAL-END (WS-CAL-SUB) NOT < MNT-STATUS-DATE).
004108     IF WS-CAL-SUB NOT > WS-CAL-COUNT
004109         MOVE "REJECTED - OLD GROUP PAID PAST MOVE DATE"
004110             TO DTL-DISPOSITION
004111         PERFORM 4100-PRINT-REJECTED THRU 4100-EXIT
004112         GO TO 3800-EXIT
004113     END-IF.
004114     MOVE EMP-PAY-GROUP OF WS-EMP-RECORD
004115         TO EMP-PRIOR-GROUP OF WS-EMP-RECORD.
004116     MOVE MNT-PAY-GROUP   TO EMP-PAY-GROUP OF WS-EMP-RECORD.
004117     MOVE MNT-STATUS-DATE TO EMP-GROUP-DATE OF WS-EMP-RECORD.
004118     PERFORM 4000-PRINT-APPLIED THRU 4000-EXIT.
004119 3800-EXIT.
004120     EXIT.
004121*----------------------------------------------------------------
004122 4000-PRINT-APPLIED.
004123*----------------------------------------------------------------
004124     IF WS-RELEASING
004125         MOVE WS-APPROVER TO RLS-APPROVER
004126         MOVE WS-RELEASED-DISPOSITION TO DTL-DISPOSITION
004127         ADD 1 TO WS-PEND-RELEASED
004128     ELSE
004129         MOVE "APPLIED" TO DTL-DISPOSITION
004130         ADD 1 TO WS-TRANS-APPLIED
004131     END-IF.
004132     PERFORM 4200-PRINT-DETAIL THRU 4200-EXIT.
004133     PERFORM 4500-WRITE-AUDIT-RECORD THRU 4500-EXIT.
004134 4000-EXIT.
004135     EXIT.
004136*----------------------------------------------------------------
004137 4100-PRINT-REJECTED.
004138*----------------------------------------------------------------
004139     ADD 1 TO WS-TRANS-REJECTED.
004140     IF WS-RETURN-CODE < 4
004141         MOVE 4 TO WS-RETURN-CODE
004142     END-IF.
004150     PERFORM 4200-PRINT-DETAIL THRU 4200-EXIT.
004160 4100-EXIT.
004170     EXIT.
004490* APPEND THE AUDIT RECORD FOR THE TRANSACTION JUST APPLIED --
004500* THE IMAGE STAGED BEFORE THE APPLY, THE IMAGE AS IT NOW
004510* STANDS (SPACES AFTER A DELETE), THE TIMESTAMP AND THE
004520* SOURCE -- MNTTRAN, OR PENDCHG FOR AN APPROVED ITEM RELEASED
004525* FROM THE PENDING-CHANGE FILE -- WITH WHO KEYED AND APPROVED IT.
004530*----------------------------------------------------------------
004540 4500-WRITE-AUDIT-RECORD.
004550*----------------------------------------------------------------
004600     ACCEPT WS-AUDIT-TIME FROM TIME.
004610     MOVE WS-AUDIT-DATE TO MA-RUN-DATE.
004620     MOVE WS-AUDIT-TIME TO MA-RUN-TIME.
004622     IF WS-RELEASING
004624         MOVE "PENDCHG" TO MA-SOURCE
004626     ELSE
004630         MOVE "MNTTRAN" TO MA-SOURCE
004632     END-IF.
004634     MOVE MNT-SUBMITTER TO MA-SUBMITTER.
004636     MOVE WS-APPROVER   TO MA-APPROVER.
004640     MOVE WS-BEFORE-IMAGE TO MA-BEFORE-IMAGE.
004650     IF MNT-ACTION-DELETE
004660         MOVE SPACES TO MA-AFTER-IMAGE
004820     CLOSE MAINT-TRAN-FILE.
004830     CLOSE NEW-MASTER-FILE.
004840     CLOSE MAINT-AUDIT-FILE.
004843     CLOSE PENDING-OLD-FILE.
004846     CLOSE PENDING-NEW-FILE.
004850     DISPLAY "EMPMNT01 - MASTERS READ      : " WS-MASTERS-READ.
004860     DISPLAY "EMPMNT01 - MASTERS WRITTEN   : " WS-MASTERS-WRITTEN.
004870     DISPLAY "EMPMNT01 - TRANS READ        : " WS-TRANS-READ.
004880     DISPLAY "EMPMNT01 - TRANS APPLIED     : " WS-TRANS-APPLIED.
004890     DISPLAY "EMPMNT01 - TRANS REJECTED    : " WS-TRANS-REJECTED.
004892     DISPLAY "EMPMNT01 - TRANS HELD        : " WS-TRANS-HELD.
004894     DISPLAY "EMPMNT01 - PENDING READ      : " WS-PEND-READ.
004896     DISPLAY "EMPMNT01 - PENDING RELEASED  : " WS-PEND-RELEASED.
004898     DISPLAY "EMPMNT01 - PENDING CARRIED   : " WS-PEND-CARRIED.
004900     DISPLAY "EMPMNT01 - AUDIT RECORDS     : "
004910         WS-AUDITS-WRITTEN.
004920 9000-EXIT.
005080     MOVE WS-TRANS-REJECTED TO CNT-VALUE.
005090     MOVE WS-COUNT-LINE TO REGISTER-LINE.
005100     WRITE REGISTER-LINE.
005101     MOVE "TRANSACTIONS HELD FOR APPROVAL :" TO CNT-LABEL.
005102     MOVE WS-TRANS-HELD TO CNT-VALUE.
005103     MOVE WS-COUNT-LINE TO REGISTER-LINE.
005104     WRITE REGISTER-LINE.
005105     MOVE "APPROVED CHANGES RELEASED  . . :" TO CNT-LABEL.
005106     MOVE WS-PEND-RELEASED TO CNT-VALUE.
005107     MOVE WS-COUNT-LINE TO REGISTER-LINE.
005108     WRITE REGISTER-LINE.
005109     MOVE "CHANGES STILL PENDING  . . . . :" TO CNT-LABEL.
005110     COMPUTE CNT-VALUE = WS-PEND-CARRIED + WS-TRANS-HELD.
005111     MOVE WS-COUNT-LINE TO REGISTER-LINE.
005112     WRITE REGISTER-LINE.
005113     MOVE "MASTER RECORDS WRITTEN . . . . :" TO CNT-LABEL.
005120     MOVE WS-MASTERS-WRITTEN TO CNT-VALUE.
005130     MOVE WS-COUNT-LINE TO REGISTER-LINE.
005140     WRITE REGISTER-LINE.
