      *  CHECKS BOTH HALVES ARE NUMERIC DATES IN THE RIGHT ORDER.
      *  OPT-APPROVE TAKES NO INP AT ALL - THE APPROVAL LIST IS READ
      *  FROM THE PENDING KSDS, NOT FROM ANYTHING KEYED - SO THE
      *  BLANK-INP CHECK DOES NOT APPLY TO IT.  OPT-AUTH-MAINT TAKES
      *  INP AS "A USERID OPTIONS" AND 2100-SPLIT-AUTH-MAINT CHECKS
      *  ITS SHAPE (SEE THE OPTION-7 WORK AREAS IN SAMPVARS).
      *  OPT-LEDGER-INQ TAKES AN EMPNO THE SAME AS THE LOOKUP DOES.
      ******************************************************************
       2000-VALIDATE-INPUT.
           MOVE SPACES TO ERRMSG-TEXT.
                   ERRMSG-TEXT
               GO TO 2000-EXIT
           END-IF.
           IF (OPT-LOOKUP-EMP OR OPT-EMP-UPDATE OR OPT-LEDGER-INQ)
               AND INP(1:6) NOT NUMERIC
               SET INPUT-IS-INVALID TO TRUE
               SET REASON-BAD-SHAPE TO TRUE
                       ERRMSG-TEXT
               END-IF
           END-IF.
           IF OPT-AUTH-MAINT
               PERFORM 2100-SPLIT-AUTH-MAINT THRU 2100-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2100-SPLIT-AUTH-MAINT - BREAK AN OPTION-7 INP INTO ACTION,
      *  TARGET USERID AND OPTION STRING AND CHECK THE SHAPE: THE
      *  ACTION MUST BE A, C OR R, THE USERID NON-BLANK, AND AN ADD
      *  OR CHANGE MUST GRANT AT LEAST ONE OPTION, EACH CHARACTER A
      *  MENU OPTION IN SERVICE (1 THROUGH OPTION-CD-LAST).  TAKING
      *  EVERY OPTION AWAY IS A REVOKE, NOT A CHANGE TO BLANKS, SO
      *  THE AUDIT TRAIL SAYS WHAT WAS MEANT.  A REVOKE IGNORES
      *  WHATEVER IS IN THE OPTION COLUMNS.
      ******************************************************************
       2100-SPLIT-AUTH-MAINT.
           MOVE INP(1:1) TO AUTH-MAINT-ACTION.
           MOVE INP(3:8) TO AUTH-MAINT-USERID.
           MOVE INP(12:10) TO AUTH-MAINT-OPTIONS.
           IF (NOT AUTH-MAINT-ADD AND NOT AUTH-MAINT-CHANGE
                   AND NOT AUTH-MAINT-REVOKE)
               OR AUTH-MAINT-USERID = SPACES
               SET INPUT-IS-INVALID TO TRUE
               SET REASON-BAD-SHAPE TO TRUE
               MOVE "INP MUST BE A/C/R USERID OPTIONS" TO ERRMSG-TEXT
               GO TO 2100-EXIT
           END-IF.
           IF AUTH-MAINT-REVOKE
               MOVE SPACES TO AUTH-MAINT-OPTIONS
               GO TO 2100-EXIT
           END-IF.
           IF AUTH-MAINT-OPTIONS = SPACES
               SET INPUT-IS-INVALID TO TRUE
               SET REASON-BAD-SHAPE TO TRUE
               MOVE "OPTIONS REQUIRED - USE R TO REVOKE" TO
                   ERRMSG-TEXT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2150-CHECK-AUTH-OPTION-CHAR THRU 2150-EXIT
               VARYING AUTH-IDX FROM 1 BY 1
               UNTIL AUTH-IDX > 10 OR INPUT-IS-INVALID.
       2100-EXIT.
           EXIT.
      *
       2150-CHECK-AUTH-OPTION-CHAR.
           IF AUTH-MAINT-OPTIONS(AUTH-IDX:1) = SPACE
               GO TO 2150-EXIT
           END-IF.
           IF AUTH-MAINT-OPTIONS(AUTH-IDX:1) < "1"
               OR AUTH-MAINT-OPTIONS(AUTH-IDX:1) > OPTION-CD-LAST
               SET INPUT-IS-INVALID TO TRUE
               SET REASON-BAD-SHAPE TO TRUE
               MOVE "OPTIONS MAY ONLY BE 1-" TO ERRMSG-TEXT
               MOVE OPTION-CD-LAST TO ERRMSG-TEXT(23:1)
           END-IF.
       2150-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-DB2-LOOKUP-EMP - TREAT INP AS A DSN8C10.EMP EMPNO AND
      *  RESOLVE NAME/DEPARTMENT BY CALLING SAMPDB2, WHICH CARRIES THE
      *  EMBEDDED SQL.  SAMPDB2 TELLS APART A GENUINE "NOT FOUND"
      *  A THIRD MENU OPTION WOULD GET ITS OWN WHEN.  A RECOGNIZED
      *  OPTION IS CHECKED AGAINST THE AUTHORIZATION KSDS FIRST - AN
      *  UNRECOGNIZED ONE FALLS THROUGH TO THE BAD-OPTION REJECT, NOT
      *  TO A MISLEADING NOT-AUTHORIZED ONE.  OPT-AUTH-MAINT GOES
      *  THROUGH THE SAME CHECK - HOLDING OPTION 7 IS WHAT MAKES A
      *  USERID A SECURITY ADMINISTRATOR.  OPT-LEDGER-INQ READS THE
      *  CHANGE LEDGER ONLY - AN EMPLOYEE SINCE DELETED FROM
      *  DSN8C10.EMP STILL HAS A HISTORY, SO THERE IS NO EMP LOOKUP.
      ******************************************************************
       4000-PROCESS-OPTION.
           IF OPTION-CD NOT < "1" AND OPTION-CD NOT > OPTION-CD-LAST
               PERFORM 4050-CHECK-AUTHORIZATION THRU 4050-EXIT
               IF INPUT-IS-INVALID
                   GO TO 4000-EXIT
               WHEN OPT-APPROVE
                   SET EMP-WAS-NOT-FOUND TO TRUE
                   PERFORM 4400-LOAD-PENDING-LIST THRU 4400-EXIT
               WHEN OPT-AUTH-MAINT
                   SET EMP-WAS-NOT-FOUND TO TRUE
                   PERFORM 4800-MAINTAIN-AUTHORIZATION THRU 4800-EXIT
               WHEN OPT-LEDGER-INQ
                   SET EMP-WAS-NOT-FOUND TO TRUE
                   PERFORM 4900-LEDGER-INQUIRY THRU 4900-EXIT
               WHEN OTHER
                   SET INPUT-IS-INVALID TO TRUE
                   SET REASON-BAD-OPTION TO TRUE
                   MOVE "OPTION MUST BE 1-8 (8 CHANGE HISTORY)" TO
                       ERRMSG-TEXT
           END-EVALUATE.
       4000-EXIT.
      *  BREAK THE ATTEMPTS OUT.  A SHOP THAT HAS NEVER LOADED THE
      *  KSDS (AUTH-FILE-ABSENT, SET BY THE CALLER AT OPEN) IS NOT
      *  CHECKED AT ALL.  CALLING PROGRAM MUST HAVE AUTH-FILE OPEN
      *  INPUT WHEN AUTH-FILE-ACTIVE IS SET.  A KSDS LOST PART-WAY
      *  THROUGH THE RUN (AUTH-FILE-LOST, SEE 4890) FAILS CLOSED -
      *  EVERY OPTION IS DENIED, NOT WAVED THROUGH.
      ******************************************************************
       4050-CHECK-AUTHORIZATION.
           IF AUTH-FILE-ABSENT
               GO TO 4050-EXIT
           END-IF.
           IF AUTH-FILE-LOST
               MOVE SPACES TO AUTH-OPTIONS
           ELSE
               MOVE USERID TO AUTH-USERID
               READ AUTH-FILE
                   INVALID KEY
                       MOVE SPACES TO AUTH-OPTIONS
               END-READ
           END-IF.
           MOVE "N" TO AUTH-ALLOWED-SW.
           PERFORM 4060-SCAN-AUTH-OPTIONS THRU 4060-EXIT
               VARYING AUTH-IDX FROM 1 BY 1
      *  SAMPAUD) SO "WHO CHANGED WHAT" CAN BE ANSWERED FROM AUDITLOG.
      *  THE BEFORE-IMAGE COMES FROM THE HOST VARIABLES 3000-DB2-
      *  LOOKUP-EMP JUST FETCHED; THE AFTER-IMAGE FROM THE NEW VALUES.
      *  AN APPLIED UPDATE ALSO GOES ON THE PERMANENT CHANGE LEDGER
      *  (3550, SEE SAMPLEDG) WITH THE MAKER, QUEUE TIME AND APPROVER
      *  THE CALLER SET IN CHG-MAKER/CHG-QUEUE-DATE/CHG-QUEUE-TIME/
      *  CHG-APPROVER.  CALLING PROGRAM MUST HAVE LEDGER-FILE OPEN
      *  I-O.
      ******************************************************************
       3500-DB2-APPLY-UPDATE.
           CALL "SAMPDB2U" USING HV-EMPNO, HV-NEW-FIRSTNME,
           MOVE HV-NEW-WORKDEPT TO AUD-IMG-TXT-WORKDEPT.
           MOVE "EMP UPDATE AFTER" TO AUD-EVENT-TEXT.
           PERFORM 5000-AUDIT-LOG THRU 5000-EXIT.
           PERFORM 3550-WRITE-LEDGER THRU 3550-EXIT.
           MOVE HV-NEW-FIRSTNME TO HV-FIRSTNME.
           MOVE HV-NEW-LASTNAME TO HV-LASTNAME.
           MOVE HV-NEW-WORKDEPT TO HV-WORKDEPT.
           EXIT.
      *
      ******************************************************************
      *  3550-WRITE-LEDGER - ONE CHANGE-LEDGER RECORD FOR THE CHANGE
      *  3500 JUST APPLIED: THE OLD VALUES ARE THE ROW AS IT WAS
      *  BEFORE THE UPDATE (THE BEFORE-IMAGE), THE NEW VALUES THE
      *  AFTER-IMAGE.  THE UPDATE IS ALREADY COMMITTED, SO A FAILED
      *  WRITE CANNOT UNDO IT - IT IS LOGGED AND AUDITED AS "LEDGER
      *  WRITE FAILED" WITH THE EMPNO, SO THE GAP CAN BE FILLED BY
      *  HAND FROM THE AUDIT PAIR.
      ******************************************************************
       3550-WRITE-LEDGER.
           ADD 1 TO LEDG-SEQ-CTR.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-OF-DAY FROM TIME.
           MOVE HV-EMPNO TO LEDG-EMPNO.
           MOVE TODAY-DATE TO LEDG-APPLY-DATE.
           MOVE TIME-OF-DAY TO LEDG-APPLY-TIME.
           MOVE LEDG-SEQ-CTR TO LEDG-SEQ.
           MOVE CHG-SOURCE-CD TO LEDG-SOURCE-CD.
           MOVE CHG-MAKER TO LEDG-MAKER.
           MOVE CHG-APPROVER TO LEDG-APPROVER.
           MOVE CHG-QUEUE-DATE TO LEDG-QUEUE-DATE.
           MOVE CHG-QUEUE-TIME TO LEDG-QUEUE-TIME.
           MOVE HV-FIRSTNME TO LEDG-OLD-FIRSTNME.
           MOVE HV-LASTNAME TO LEDG-OLD-LASTNAME.
           MOVE HV-WORKDEPT TO LEDG-OLD-WORKDEPT.
           MOVE HV-NEW-FIRSTNME TO LEDG-NEW-FIRSTNME.
           MOVE HV-NEW-LASTNAME TO LEDG-NEW-LASTNAME.
           MOVE HV-NEW-WORKDEPT TO LEDG-NEW-WORKDEPT.
           MOVE SPACES TO LEDG-FILLER.
           WRITE LEDG-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF LEDG-STATUS NOT = "00"
               DISPLAY "SAMPLOGC - LEDGER WRITE FAILED, STATUS="
                   LEDG-STATUS " EMPNO=" HV-EMPNO
               MOVE HV-EMPNO TO AUD-IMG-TXT-EMPNO
               MOVE "LEDGER WRITE FAILED" TO AUD-EVENT-TEXT
               PERFORM 5000-AUDIT-LOG THRU 5000-EXIT
           END-IF.
       3550-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3600-QUEUE-PENDING-CHANGE - THE MAKER'S HALF OF MAKER/CHECKER.
      *  THE ACCEPTED OPTION-4 CHANGE IS WRITTEN TO THE PENDING KSDS
      *  (SEE SAMPPEND) INSTEAD OF APPLIED - DSN8C10.EMP IS NOT
      *  EMPLOYEE SILENTLY VANISHED FROM EVERY ROSTER.  A FAILED
      *  CHECK IS A REASON-07 REJECT, AND HV-DEPTNAME CARRIES WHAT
      *  THE LOOKUP ACTUALLY FOUND (SPACES FOR NOTHING) SO THE PANEL
      *  CAN SHOW IT ON THE REDISPLAY.  THE OPTIONAL EFFECTIVE DATE
      *  (UPD-EFF-DATE) IS CHECKED BEFORE THAT: BLANK MEANS APPLY AS
      *  SOON AS APPROVED; OTHERWISE IT MUST BE A YYYYMMDD DATE NOT
      *  BEFORE TODAY (A REASON-02 REJECT IF NOT) AND RIDES ON THE
      *  PENDFILE RECORD FOR 4500 TO HOLD THE CHANGE UNTIL THEN.
      *  CALLING PROGRAM MUST HAVE PENDING-FILE AND REJECT-FILE OPEN.
      ******************************************************************
       3600-QUEUE-PENDING-CHANGE.
      ******************************************************************
           SET INPUT-IS-VALID TO TRUE.
           MOVE SPACES TO REJECT-REASON-CD.
           MOVE SPACES TO ERRMSG-TEXT.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           IF UPD-EFF-DATE NOT = SPACES
               IF UPD-EFF-DATE NOT NUMERIC
                   OR UPD-EFF-MM < 1 OR UPD-EFF-MM > 12
                   OR UPD-EFF-DD < 1 OR UPD-EFF-DD > 31
                   SET INPUT-IS-INVALID TO TRUE
                   SET REASON-BAD-SHAPE TO TRUE
                   MOVE "EFFECTIVE DATE MUST BE YYYYMMDD" TO
                       ERRMSG-TEXT
                   PERFORM 5500-WRITE-REJECT THRU 5500-EXIT
                   GO TO 3600-EXIT
               END-IF
               PERFORM 3650-CHECK-EFF-MONTH-END THRU 3650-EXIT
               IF UPD-EFF-DD > MONTH-END-DD
                   SET INPUT-IS-INVALID TO TRUE
                   SET REASON-BAD-SHAPE TO TRUE
                   MOVE "EFFECTIVE DATE - NO SUCH DAY IN MONTH" TO
                       ERRMSG-TEXT
                   PERFORM 5500-WRITE-REJECT THRU 5500-EXIT
                   GO TO 3600-EXIT
               END-IF
               IF UPD-EFF-DATE < TODAY-DATE
                   SET INPUT-IS-INVALID TO TRUE
                   SET REASON-BAD-SHAPE TO TRUE
                   MOVE "EFFECTIVE DATE IS IN THE PAST" TO
                       ERRMSG-TEXT
                   PERFORM 5500-WRITE-REJECT THRU 5500-EXIT
                   GO TO 3600-EXIT
               END-IF
           END-IF.
           CALL "SAMPDB2D" USING HV-NEW-WORKDEPT, DEPT-HOST-VARS,
               DEPT-FOUND-SW.
           IF DEPT-LOOKUP-ERROR
           MOVE HV-NEW-FIRSTNME TO PEND-NEW-FIRSTNME.
           MOVE HV-NEW-LASTNAME TO PEND-NEW-LASTNAME.
           MOVE HV-NEW-WORKDEPT TO PEND-NEW-WORKDEPT.
           MOVE SPACES TO PEND-EFFECT-DATA.
           MOVE 0 TO PEND-EFFECTIVE-DATE.
           IF UPD-EFF-DATE NOT = SPACES
               MOVE UPD-EFF-DATE TO PEND-EFFECTIVE-DATE
           END-IF.
           SET PEND-NOT-HELD TO TRUE.
           MOVE 0 TO PEND-APPROVE-DATE.
           MOVE 0 TO PEND-APPROVE-TIME.
           WRITE PEND-RECORD
               INVALID KEY
                   DISPLAY "SAMPLOGC - PENDING WRITE FAILED, STATUS="
           END-WRITE.
           IF PEND-STATUS = "00"
               MOVE "CHANGE QUEUED - AWAITING APPROVAL" TO ERRMSG-TEXT
               IF PEND-EFFECTIVE-DATE NOT = 0
                   MOVE "QUEUED FOR APPROVAL, EFFECTIVE" TO
                       ERRMSG-TEXT
                   MOVE PEND-EFFECTIVE-DATE TO ERRMSG-TEXT(32:8)
               END-IF
               MOVE "EMP CHANGE QUEUED" TO AUD-EVENT-TEXT
               PERFORM 5000-AUDIT-LOG THRU 5000-EXIT
           ELSE
           EXIT.
      *
      ******************************************************************
      *  3650-CHECK-EFF-MONTH-END - SET MONTH-END-DD TO THE LAST DAY
      *  OF UPD-EFF-MM IN UPD-EFF-YYYY, FEBRUARY 29 IN A LEAP YEAR.
      *  3600 HAS ALREADY CHECKED THE MONTH IS 01-12.  WITHOUT IT A
      *  DATE LIKE 20261131 OR 20260230 WAS QUEUED AND SAMPEFFD
      *  RELEASED IT ON THE FIRST RUN PAST THAT STRING.
      ******************************************************************
       3650-CHECK-EFF-MONTH-END.
           MOVE MONTH-DAYS(UPD-EFF-MM) TO MONTH-END-DD.
           IF UPD-EFF-MM NOT = 2
               GO TO 3650-EXIT
           END-IF.
           MOVE "N" TO LEAP-SW.
           DIVIDE UPD-EFF-YYYY BY 400 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = 0
               SET LEAP-YEAR TO TRUE
           ELSE
               DIVIDE UPD-EFF-YYYY BY 100 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER NOT = 0
                   DIVIDE UPD-EFF-YYYY BY 4 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER = 0
                       SET LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF LEAP-YEAR
               MOVE 29 TO MONTH-END-DD
           END-IF.
       3650-EXIT.
           EXIT.
      *
      ******************************************************************
      *  4400-LOAD-PENDING-LIST - FILL PEND-TABLE WITH EVERY RECORD IN
      *  THE PENDING KSDS, OLDEST FIRST (PEND-KEY LEADS WITH THE QUEUE
      *  TIMESTAMP).  EVERY RECORD IN THE FILE IS EITHER AWAITING A
      *  DECISION (DECIDED ONES ARE DELETED) OR APPROVED AND HELD FOR
      *  ITS EFFECTIVE DATE; BOTH ARE LISTED, WITH THE EFFECTIVE DATE
      *  AND THE HELD FLAG, SO A HELD CHANGE CAN STILL BE SEEN AND
      *  REJECTED IF THE TRANSFER IS CALLED OFF.  AT
      *  MOST 50 ENTRIES ARE KEPT - A LONGER QUEUE IS TRUNCATED AND
      *  FLAGGED, AND THE REST SHOW UP ONCE THE FIRST 50 ARE DECIDED.
      *  CALLING PROGRAM MUST HAVE PENDING-FILE OPEN I-O.
               SET APPR-AT-EOF TO TRUE
               GO TO 4450-EXIT
           END-IF.
           IF PEND-EFFECTIVE-DATE NOT NUMERIC
               MOVE 0 TO PEND-EFFECTIVE-DATE
           END-IF.
           IF APPR-COUNT = 50
               SET APPR-LIST-TRUNCATED TO TRUE
               SET APPR-AT-EOF TO TRUE
           MOVE PEND-NEW-WORKDEPT TO PEND-T-NEW-WORKDEPT(PEND-IDX).
           MOVE PEND-NEW-FIRSTNME TO PEND-T-NEW-FIRSTNME(PEND-IDX).
           MOVE PEND-NEW-LASTNAME TO PEND-T-NEW-LASTNAME(PEND-IDX).
           MOVE PEND-EFFECTIVE-DATE TO PEND-T-EFFECTIVE-DATE(PEND-IDX).
           MOVE PEND-HELD-SW TO PEND-T-HELD-SW(PEND-IDX).
       4450-EXIT.
           EXIT.
      *
      *  OR REJECT.  A USER MAY NOT APPROVE THEIR OWN CHANGE - THAT IS
      *  THE WHOLE POINT OF THE QUEUE - AND THE ATTEMPT IS AUDITED SO
      *  SAMPACUT'S SECURITY EXCEPTION REPORT CAN LIST IT.  AN
      *  APPROVAL OF A CHANGE THAT IS DUE (NO EFFECTIVE DATE, OR ONE
      *  THAT HAS ARRIVED) IS APPLIED ON THE SPOT BY 4550; ONE WITH A
      *  FUTURE EFFECTIVE DATE IS MARKED HELD BY 4560 AND LEFT FOR THE
      *  NIGHTLY SAMPEFFD JOB, WHICH DRIVES THE SAME 4550 ON THE DAY.
      *  A HELD CHANGE IS ALREADY DECIDED, SO A SECOND APPROVAL IS
      *  REFUSED - BUT IT CAN STILL BE REJECTED, WHICH IS HOW A
      *  TRANSFER THAT IS CALLED OFF BEFORE ITS DATE COMES OUT.
      *  A DECIDED RECORD IS DELETED - A REJECTED CHANGE IS THE
      *  MAKER'S TO RE-ENTER, NOT TO RESURRECT, AND A CHANGE WHOSE
      *  TARGET ROW OR DEPARTMENT IS GONE IS DEAD.  A TRANSIENT DB2
                       ERRMSG-TEXT
                   GO TO 4500-EXIT
           END-READ.
           IF PEND-EFFECTIVE-DATE NOT NUMERIC
               MOVE 0 TO PEND-EFFECTIVE-DATE
           END-IF.
           IF PEND-MAKER = USERID
               MOVE "CANNOT APPROVE YOUR OWN CHANGE" TO ERRMSG-TEXT
               MOVE "SELF APPROVAL DENIED" TO AUD-EVENT-TEXT
               PERFORM 5000-AUDIT-LOG THRU 5000-EXIT
               GO TO 4500-EXIT
           END-IF.
           IF APPR-DO-REJECT
               IF PEND-IS-HELD
                   MOVE "HELD CHANGE CANCELLED" TO ERRMSG-TEXT
               ELSE
                   MOVE "CHANGE REJECTED" TO ERRMSG-TEXT
               END-IF
               MOVE "EMP CHANGE REJECTED" TO AUD-EVENT-TEXT
               PERFORM 5000-AUDIT-LOG THRU 5000-EXIT
               GO TO 4500-DELETE
           END-IF.
           IF PEND-IS-HELD
               MOVE "ALREADY APPROVED - HELD UNTIL" TO ERRMSG-TEXT
               MOVE PEND-EFFECTIVE-DATE TO ERRMSG-TEXT(31:8)
               GO TO 4500-EXIT
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           IF PEND-EFFECTIVE-DATE > TODAY-DATE
               PERFORM 4560-HOLD-PENDING-CHANGE THRU 4560-EXIT
           ELSE
               MOVE USERID TO CHG-APPROVER
               PERFORM 4550-APPLY-PENDING-CHANGE THRU 4550-EXIT
               IF APPR-CHANGE-APPLIED
                   MOVE "CHANGE APPROVED AND APPLIED" TO ERRMSG-TEXT
                   MOVE "EMP CHANGE APPROVED" TO AUD-EVENT-TEXT
                   PERFORM 5000-AUDIT-LOG THRU 5000-EXIT
               END-IF
           END-IF.
           IF NOT APPR-CHANGE-APPLIED AND NOT APPR-CHANGE-DEAD
               GO TO 4500-EXIT
           END-IF.
       4500-DELETE.
           MOVE APPR-PICK-KEY TO PEND-KEY.
           EXIT.
      *
      ******************************************************************
      *  4550-APPLY-PENDING-CHANGE - APPLY THE PENDFILE RECORD IN
      *  PEND-RECORD TO DSN8C10.EMP.  THE NEW WORKDEPT IS RE-CHECKED
      *  AGAINST DSN8C10.DEPT FIRST - IT WAS VALID WHEN QUEUED, BUT A
      *  DEPARTMENT CAN BE DROPPED WHILE A CHANGE SITS IN THE QUEUE OR
      *  IS HELD FOR ITS EFFECTIVE DATE.  THE CURRENT DSN8C10.EMP ROW
      *  IS RE-READ (THE BEFORE-IMAGE MUST BE THE ROW AS IT IS NOW,
      *  NOT AS THE MAKER SAW IT) AND 3500-DB2-APPLY-UPDATE WRITES THE
      *  BEFORE/AFTER AUD-IMAGE PAIR AND THE CHANGE-LEDGER RECORD.
      *  THE MAKER AND QUEUE TIME COME FROM THE RECORD; THE CALLER
      *  SETS CHG-APPROVER.  APPR-OUTCOME-SW COMES BACK APPLIED, DEAD
      *  (ROW OR DEPARTMENT GONE - AUDITED "EMP UPDATE FAILED") OR
      *  RETRY (A DB2 ERROR - NOTHING DECIDED).  THE CALLER DELETES
      *  AN APPLIED OR DEAD RECORD AND WRITES ITS OWN SUCCESS EVENT.
      ******************************************************************
       4550-APPLY-PENDING-CHANGE.
           SET APPR-CHANGE-RETRY TO TRUE.
           CALL "SAMPDB2D" USING PEND-NEW-WORKDEPT, DEPT-HOST-VARS,
               DEPT-FOUND-SW.
           IF DEPT-LOOKUP-ERROR
               MOVE "DB2 ERROR - CHANGE LEFT PENDING" TO ERRMSG-TEXT
               GO TO 4550-EXIT
           END-IF.
           IF DEPT-WAS-NOT-FOUND
               MOVE "NEW WORKDEPT NO LONGER EXISTS" TO ERRMSG-TEXT
               MOVE "EMP UPDATE FAILED" TO AUD-EVENT-TEXT
               PERFORM 5000-AUDIT-LOG THRU 5000-EXIT
               SET APPR-CHANGE-DEAD TO TRUE
               GO TO 4550-EXIT
           END-IF.
           MOVE PEND-EMPNO TO HV-EMPNO.
           CALL "SAMPDB2" USING HV-EMPNO, HV-FIRSTNME, HV-LASTNAME,
               HV-WORKDEPT, EMP-FOUND-SW.
           IF EMP-LOOKUP-ERROR
               MOVE "DB2 ERROR - CHANGE LEFT PENDING" TO ERRMSG-TEXT
               GO TO 4550-EXIT
           END-IF.
           IF EMP-WAS-NOT-FOUND
               MOVE "EMPNO NO LONGER IN DSN8C10.EMP" TO ERRMSG-TEXT
               MOVE "EMP UPDATE FAILED" TO AUD-EVENT-TEXT
               PERFORM 5000-AUDIT-LOG THRU 5000-EXIT
               SET APPR-CHANGE-DEAD TO TRUE
               GO TO 4550-EXIT
           END-IF.
           MOVE PEND-NEW-FIRSTNME TO HV-NEW-FIRSTNME.
           MOVE PEND-NEW-LASTNAME TO HV-NEW-LASTNAME.
           MOVE PEND-NEW-WORKDEPT TO HV-NEW-WORKDEPT.
           MOVE "Q" TO CHG-SOURCE-CD.
           MOVE PEND-MAKER TO CHG-MAKER.
           MOVE PEND-DATE TO CHG-QUEUE-DATE.
           MOVE PEND-TIME TO CHG-QUEUE-TIME.
           SET UPD-DO-COMMIT TO TRUE.
           PERFORM 3500-DB2-APPLY-UPDATE THRU 3500-EXIT.
           IF EMP-LOOKUP-ERROR
               MOVE "DB2 ERROR - CHANGE LEFT PENDING" TO ERRMSG-TEXT
               GO TO 4550-EXIT
           END-IF.
           IF EMP-WAS-FOUND
               SET APPR-CHANGE-APPLIED TO TRUE
           ELSE
               SET APPR-CHANGE-DEAD TO TRUE
           END-IF.
       4550-EXIT.
           EXIT.
      *
      ******************************************************************
      *  4560-HOLD-PENDING-CHANGE - AN APPROVAL AHEAD OF THE CHANGE'S
      *  EFFECTIVE DATE.  DSN8C10.EMP IS NOT TOUCHED AND NO SAMPDB2U
      *  CALL IS MADE; THE PENDFILE RECORD IS REWRITTEN HELD WITH THE
      *  APPROVER AND APPROVAL TIME, AND "EMP CHANGE HELD" IS AUDITED.
      *  THE NEW WORKDEPT IS CHECKED NOW AS WELL AS ON THE DAY - A
      *  CHANGE TO A DEPARTMENT THAT IS ALREADY GONE IS DEAD TODAY,
      *  NOT IN THREE WEEKS.  APPR-OUTCOME-SW COMES BACK HELD, DEAD OR
      *  RETRY THE SAME WAY 4550 SETS IT.
      ******************************************************************
       4560-HOLD-PENDING-CHANGE.
           SET APPR-CHANGE-RETRY TO TRUE.
           CALL "SAMPDB2D" USING PEND-NEW-WORKDEPT, DEPT-HOST-VARS,
               DEPT-FOUND-SW.
           IF DEPT-LOOKUP-ERROR
               MOVE "DB2 ERROR - CHANGE LEFT PENDING" TO ERRMSG-TEXT
               GO TO 4560-EXIT
           END-IF.
           IF DEPT-WAS-NOT-FOUND
               MOVE "NEW WORKDEPT NO LONGER EXISTS" TO ERRMSG-TEXT
               MOVE "EMP UPDATE FAILED" TO AUD-EVENT-TEXT
               PERFORM 5000-AUDIT-LOG THRU 5000-EXIT
               SET APPR-CHANGE-DEAD TO TRUE
               GO TO 4560-EXIT
           END-IF.
           ACCEPT TIME-OF-DAY FROM TIME.
           SET PEND-IS-HELD TO TRUE.
           MOVE USERID TO PEND-APPROVER.
           MOVE TODAY-DATE TO PEND-APPROVE-DATE.
           MOVE TIME-OF-DAY TO PEND-APPROVE-TIME.
           REWRITE PEND-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF PEND-STATUS NOT = "00"
               DISPLAY "SAMPLOGC - PENDING REWRITE FAILED, STATUS="
                   PEND-STATUS
               MOVE "CHANGE NOT HELD - TRY AGAIN LATER" TO ERRMSG-TEXT
               GO TO 4560-EXIT
           END-IF.
           SET APPR-CHANGE-HELD TO TRUE.
           MOVE "APPROVED - HELD UNTIL" TO ERRMSG-TEXT.
           MOVE PEND-EFFECTIVE-DATE TO ERRMSG-TEXT(23:8).
           MOVE PEND-EMPNO TO AUD-IMG-TXT-EMPNO.
           MOVE PEND-NEW-WORKDEPT TO AUD-IMG-TXT-WORKDEPT.
           MOVE "EMP CHANGE HELD" TO AUD-EVENT-TEXT.
           PERFORM 5000-AUDIT-LOG THRU 5000-EXIT.
       4560-EXIT.
           EXIT.
      *
      ******************************************************************
      *  4800-MAINTAIN-AUTHORIZATION - OPTION 7.  ADD, CHANGE OR
      *  REVOKE ONE USERID'S AUTH RECORD (SEE SAMPAUTH) AS SPLIT BY
      *  2100-SPLIT-AUTH-MAINT.  ONLY A SECURITY ADMINISTRATOR GETS
      *  HERE - 4050 HAS ALREADY CHECKED THIS USERID HOLDS OPTION 7.
      *  NOBODY MAINTAINS THEIR OWN RECORD (THE SAME RULE AS SELF
      *  APPROVAL IN 4500), AND THE ATTEMPT IS AUDITED.  A SHOP WITH
      *  NO AUTH KSDS LOADED HAS NOTHING TO MAINTAIN - THE FIRST
      *  ADMINISTRATOR RECORD IS A LOAD STEP - SO OPTION 7 REFUSES
      *  RATHER THAN CREATE A FILE THAT WOULD LOCK OUT EVERYONE ELSE.
      *  THE CALLER HOLDS THE KSDS OPEN INPUT; IT IS REOPENED I-O
      *  JUST FOR THE ONE CHANGE AND THEN BACK TO INPUT (4890), THE
      *  WAY 7500 OPENS THE CHECKPOINT KSDS PER USE, SO A SESSION
      *  DOES NOT HOLD THE FILE FOR UPDATE WHILE IT SITS ON A PANEL.
      *  A COMPLETED CHANGE WRITES AN "AUTH UPDATE BEFORE"/"AUTH
      *  UPDATE AFTER" AUD-AUTH-IMAGE PAIR (SEE SAMPAUD) - THE OPTION
      *  STRING IS SPACES ON THE BEFORE IMAGE OF AN ADD AND THE AFTER
      *  IMAGE OF A REVOKE - SO SAMPACUT CAN LIST EVERY ENTITLEMENT
      *  CHANGE.  AN I/O FAILURE IS THE SAME TRY-AGAIN-LATER REJECT
      *  (REASON 05) AS A DB2 OUTAGE.
      ******************************************************************
       4800-MAINTAIN-AUTHORIZATION.
           IF NOT AUTH-FILE-ACTIVE
               SET INPUT-IS-INVALID TO TRUE
               SET REASON-NOT-AUTHORIZED TO TRUE
               MOVE "AUTHFILE NOT LOADED - NO MAINTENANCE" TO
                   ERRMSG-TEXT
               GO TO 4800-EXIT
           END-IF.
           IF AUTH-MAINT-USERID = USERID
               SET INPUT-IS-INVALID TO TRUE
               SET REASON-NOT-AUTHORIZED TO TRUE
               MOVE "CANNOT MAINTAIN YOUR OWN AUTHORIZATION" TO
                   ERRMSG-TEXT
               MOVE "AUTH SELF DENIED" TO AUD-EVENT-TEXT
               PERFORM 5000-AUDIT-LOG THRU 5000-EXIT
               GO TO 4800-EXIT
           END-IF.
           CLOSE AUTH-FILE.
           OPEN I-O AUTH-FILE.
           IF AUTH-STATUS NOT = "00"
               DISPLAY "SAMPLOGC - AUTHFILE I-O OPEN FAILED, STATUS="
                   AUTH-STATUS
               SET INPUT-IS-INVALID TO TRUE
               SET REASON-DB2-ERROR TO TRUE
               MOVE "AUTHFILE BUSY - TRY AGAIN LATER" TO ERRMSG-TEXT
               PERFORM 4890-REOPEN-AUTH-INPUT THRU 4890-EXIT
               GO TO 4800-EXIT
           END-IF.
           MOVE AUTH-MAINT-USERID TO AUTH-USERID.
           MOVE "N" TO AUTH-ON-FILE-SW.
           MOVE SPACES TO AUTH-MAINT-OLD-OPTIONS.
           READ AUTH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET AUTH-WAS-ON-FILE TO TRUE
                   MOVE AUTH-OPTIONS TO AUTH-MAINT-OLD-OPTIONS
           END-READ.
           IF AUTH-STATUS NOT = "00" AND AUTH-STATUS NOT = "23"
               DISPLAY "SAMPLOGC - AUTHFILE READ FAILED, STATUS="
                   AUTH-STATUS
               SET INPUT-IS-INVALID TO TRUE
               SET REASON-DB2-ERROR TO TRUE
               MOVE "AUTHFILE BUSY - TRY AGAIN LATER" TO ERRMSG-TEXT
           ELSE
               PERFORM 4850-APPLY-AUTH-ACTION THRU 4850-EXIT
           END-IF.
           PERFORM 4890-REOPEN-AUTH-INPUT THRU 4890-EXIT.
       4800-EXIT.
           EXIT.
      *
       4850-APPLY-AUTH-ACTION.
           IF AUTH-MAINT-ADD AND AUTH-WAS-ON-FILE
               SET INPUT-IS-INVALID TO TRUE
               SET REASON-BAD-SHAPE TO TRUE
               MOVE "USERID ALREADY ON FILE - USE C" TO ERRMSG-TEXT
               GO TO 4850-EXIT
           END-IF.
           IF NOT AUTH-MAINT-ADD AND NOT AUTH-WAS-ON-FILE
               SET INPUT-IS-INVALID TO TRUE
               SET REASON-NOT-FOUND TO TRUE
               MOVE "USERID HAS NO AUTH RECORD - USE A" TO ERRMSG-TEXT
               GO TO 4850-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN AUTH-MAINT-ADD
                   MOVE SPACES TO AUTH-RECORD
                   MOVE AUTH-MAINT-USERID TO AUTH-USERID
                   MOVE AUTH-MAINT-OPTIONS TO AUTH-OPTIONS
                   WRITE AUTH-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE "AUTHORIZATION ADDED -" TO ERRMSG-TEXT
               WHEN AUTH-MAINT-CHANGE
                   MOVE AUTH-MAINT-OPTIONS TO AUTH-OPTIONS
                   REWRITE AUTH-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   MOVE "AUTHORIZATION CHANGED -" TO ERRMSG-TEXT
               WHEN AUTH-MAINT-REVOKE
                   DELETE AUTH-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE "AUTHORIZATION REVOKED -" TO ERRMSG-TEXT
           END-EVALUATE.
           IF AUTH-STATUS NOT = "00"
               DISPLAY "SAMPLOGC - AUTHFILE UPDATE FAILED, STATUS="
                   AUTH-STATUS
               SET INPUT-IS-INVALID TO TRUE
               SET REASON-DB2-ERROR TO TRUE
               MOVE "AUTH NOT UPDATED - TRY AGAIN LATER" TO
                   ERRMSG-TEXT
               GO TO 4850-EXIT
           END-IF.
           MOVE AUTH-MAINT-USERID TO ERRMSG-TEXT(25:8).
           MOVE AUTH-MAINT-USERID TO AUD-IMG-TXT-AUTH-USERID.
           MOVE AUTH-MAINT-OLD-OPTIONS TO AUD-IMG-TXT-AUTH-OPTIONS.
           MOVE "AUTH UPDATE BEFORE" TO AUD-EVENT-TEXT.
           PERFORM 5000-AUDIT-LOG THRU 5000-EXIT.
           MOVE AUTH-MAINT-USERID TO AUD-IMG-TXT-AUTH-USERID.
           MOVE AUTH-MAINT-OPTIONS TO AUD-IMG-TXT-AUTH-OPTIONS.
           MOVE "AUTH UPDATE AFTER" TO AUD-EVENT-TEXT.
           PERFORM 5000-AUDIT-LOG THRU 5000-EXIT.
       4850-EXIT.
           EXIT.
      *
      ******************************************************************
      *  4890-REOPEN-AUTH-INPUT - PUT THE AUTH KSDS BACK THE WAY THE
      *  CALLER OPENED IT.  IF IT WILL NOT REOPEN, AUTH-FILE-LOST
      *  MAKES 4050 DENY EVERY OPTION FOR THE REST OF THE RUN - A
      *  SESSION MUST NEVER SLIP INTO THE UNRESTRICTED MODE THAT IS
      *  ONLY MEANT FOR A SHOP THAT HAS NEVER LOADED THE FILE.
      ******************************************************************
       4890-REOPEN-AUTH-INPUT.
           CLOSE AUTH-FILE.
           OPEN INPUT AUTH-FILE.
           IF AUTH-STATUS NOT = "00"
               DISPLAY "SAMPLOGC - AUTHFILE REOPEN FAILED, STATUS="
                   AUTH-STATUS ", ALL OPTIONS NOW DENIED"
               SET AUTH-FILE-LOST TO TRUE
           END-IF.
       4890-EXIT.
           EXIT.
      *
      ******************************************************************
      *  4900-LEDGER-INQUIRY - OPTION 8.  FILL LINQ-TABLE WITH EVERY
      *  CHANGE-LEDGER RECORD (SEE SAMPLEDG) FOR THE EMPNO IN INP,
      *  OLDEST FIRST.  LEDG-KEY LEADS WITH THE EMPNO, SO ONE START
      *  AT THE EMPNO WITH A ZERO TIMESTAMP AND READ NEXT UNTIL THE
      *  EMPNO CHANGES GETS THEM ALL.  UNLIKE THE OPTION-3 INQUIRY
      *  THIS IS NOT LIMITED TO THE USER'S OWN ENTRIES - THE WHOLE
      *  POINT IS TO SEE WHO ELSE TOUCHED THE EMPLOYEE.  AN EMPNO WITH
      *  NO CHANGES ON FILE IS A VALID ANSWER (MESSAGE, NOT A
      *  REJECT).  AT MOST 100 ENTRIES ARE KEPT - A LONGER HISTORY IS
      *  TRUNCATED AND FLAGGED, AND SAMPLEDL PRINTS THE LOT.  CALLING
      *  PROGRAM MUST HAVE LEDGER-FILE OPEN.
      ******************************************************************
       4900-LEDGER-INQUIRY.
           MOVE 0 TO LINQ-COUNT.
           MOVE "N" TO LINQ-EOF-SW.
           MOVE "N" TO LINQ-TRUNC-SW.
           MOVE INP(1:6) TO LINQ-EMPNO.
           MOVE LINQ-EMPNO TO LEDG-EMPNO.
           MOVE 0 TO LEDG-APPLY-DATE.
           MOVE 0 TO LEDG-APPLY-TIME.
           MOVE 0 TO LEDG-SEQ.
           START LEDGER-FILE KEY NOT LESS THAN LEDG-KEY
               INVALID KEY
                   SET LINQ-AT-EOF TO TRUE
           END-START.
           PERFORM 4910-READ-LEDGER-FORWARD THRU 4910-EXIT
               UNTIL LINQ-AT-EOF.
           IF LINQ-COUNT = 0
               MOVE "NO CHANGES ON FILE FOR THAT EMPNO" TO ERRMSG-TEXT
           END-IF.
       4900-EXIT.
           EXIT.
      *
       4910-READ-LEDGER-FORWARD.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   SET LINQ-AT-EOF TO TRUE
                   GO TO 4910-EXIT
           END-READ.
           IF LEDG-STATUS NOT = "00"
               DISPLAY "SAMPLOGC - LEDGER READ FAILED, STATUS="
                   LEDG-STATUS ", CHANGE HISTORY MAY BE INCOMPLETE"
               SET LINQ-AT-EOF TO TRUE
               GO TO 4910-EXIT
           END-IF.
           IF LEDG-EMPNO NOT = LINQ-EMPNO
               SET LINQ-AT-EOF TO TRUE
               GO TO 4910-EXIT
           END-IF.
           IF LINQ-COUNT = 100
               SET LINQ-LIST-TRUNCATED TO TRUE
               SET LINQ-AT-EOF TO TRUE
               GO TO 4910-EXIT
           END-IF.
           ADD 1 TO LINQ-COUNT.
           SET LINQ-IDX TO LINQ-COUNT.
           MOVE LEDG-APPLY-DATE TO LINQ-APPLY-DATE(LINQ-IDX).
           MOVE LEDG-APPLY-TIME TO LINQ-APPLY-TIME(LINQ-IDX).
           MOVE LEDG-SOURCE-CD TO LINQ-SOURCE-CD(LINQ-IDX).
           MOVE LEDG-MAKER TO LINQ-MAKER(LINQ-IDX).
           MOVE LEDG-APPROVER TO LINQ-APPROVER(LINQ-IDX).
           MOVE LEDG-QUEUE-DATE TO LINQ-QUEUE-DATE(LINQ-IDX).
           MOVE LEDG-QUEUE-TIME TO LINQ-QUEUE-TIME(LINQ-IDX).
           MOVE LEDG-OLD-FIRSTNME TO LINQ-OLD-FIRSTNME(LINQ-IDX).
           MOVE LEDG-OLD-LASTNAME TO LINQ-OLD-LASTNAME(LINQ-IDX).
           MOVE LEDG-OLD-WORKDEPT TO LINQ-OLD-WORKDEPT(LINQ-IDX).
           MOVE LEDG-NEW-FIRSTNME TO LINQ-NEW-FIRSTNME(LINQ-IDX).
           MOVE LEDG-NEW-LASTNAME TO LINQ-NEW-LASTNAME(LINQ-IDX).
           MOVE LEDG-NEW-WORKDEPT TO LINQ-NEW-WORKDEPT(LINQ-IDX).
       4910-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3200-DB2-DEPT-ROSTER - TREAT INP(1:3) AS A DSN8C10.EMP
      *  WORKDEPT AND FILL DEPT-ROSTER (SEE SAMPROST) WITH EVERY
      *  EMPLOYEE IN IT, VIA SAMPDB2'S SAMPDB2R CURSOR ENTRY.  AN
      ******************************************************************
       7000-WRITE-HISTORY.
           IF OPT-HIST-INQ OR OPT-DEPT-ROSTER OR OPT-APPROVE
               OR OPT-LEDGER-INQ
               GO TO 7000-EXIT
           END-IF.
           ADD 1 TO HIST-SEQ-CTR.
