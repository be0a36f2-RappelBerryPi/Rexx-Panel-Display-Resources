      *                   TAKE A MENU OPTION THE AUTH KSDS (SEE
      *                   SAMPAUTH) DOES NOT GRANT - ALONGSIDE THE
      *                   OUT-OF-WINDOW AND FOREIGN-CHECKPOINT LINES.
      *  2026-10-15  RBP  EVERY ENTITLEMENT CHANGE MADE THROUGH OPTION
      *                   7 (SEE SAMPAUTH) IS NOW LISTED - ONE LINE
      *                   EACH FOR THE "AUTH UPDATE BEFORE"/"AUTH
      *                   UPDATE AFTER" IMAGES, SHOWING WHO MADE THE
      *                   CHANGE, THE TARGET USERID AND ITS OPTION
      *                   STRING - AND "AUTH SELF DENIED" ATTEMPTS
      *                   ARE BROKEN OUT WITH THE OTHER EXCEPTIONS.
      *  2026-10-15  RBP  "LEDGER WRITE FAILED" EVENTS ARE BROKEN OUT -
      *                   AN APPLIED EMPLOYEE CHANGE WITH NO CHANGE-
      *                   LEDGER RECORD (SEE SAMPLEDG) THAT HAS TO BE
      *                   KEYED IN BY HAND FROM THE AUDIT PAIR.
      *  2026-10-15  RBP  HELD EFFECTIVE-DATED CHANGES (SEE SAMPPEND)
      *                   ARE CHECKED AGAINST DSN8C10.DEPT EVERY NIGHT
      *                   AND ANY WHOSE NEW WORKDEPT HAS SINCE BEEN
      *                   DROPPED IS LISTED - SAMPEFFD WILL FAIL IT ON
      *                   ITS EFFECTIVE DATE, SO HR NEEDS TO RE-KEY IT
      *                   NOW.  THE PENDING SCAN NOW READS THE WHOLE
      *                   QUEUE; HELD RECORDS ARE NEVER STALE.
      *  2026-10-15  RBP  EVERY PAYROLL FEED DATE BEFORE THE CUT DATE
      *                   THAT SAMPFEED STAMPED AS SENT BUT SAMPPRCN
      *                   HAS NOT STAMPED IN BALANCE - NO
      *                   ACKNOWLEDGMENT FROM PAYROLL YET, OR ONE THAT
      *                   DID NOT ACCOUNT FOR EVERYTHING SENT - IS
      *                   LISTED EVERY NIGHT UNTIL IT IS RESOLVED.  THE
      *                   RUN-CONTROL KSDS IS NOW READ DYNAMIC SO THE
      *                   STAMPS CAN BE BROWSED.
      *  2026-10-15  RBP  EVERY AUDARCH GENERATION NOW ENDS WITH A
      *                   CONTROL RECORD (SEE SAMPACTL) - RECORD COUNT,
      *                   FIRST AND LAST TIMESTAMP, HASH TOTAL AND THE
      *                   CUT DATE - WRITTEN BEFORE THE LIVE FILE IS
      *                   RESET, SO A TRUNCATED OR WRONG-GENERATION
      *                   RESTORE CAN BE TOLD FROM A QUIET DAY.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS PEND-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS RUNC-STATUS.
       DATA DIVISION.
      ******************************************************************
      *  THE ARCHIVE RECORD IS A FLAT IMAGE OF AUDIT-RECORD (88 BYTES,
      *  SEE SAMPAUD) SO A GENERATION CAN BE READ BACK WITH THE SAME
      *  COPYBOOK BY SAMPRECN OR A FUTURE REPORTING JOB.  THE LAST
      *  RECORD OF EVERY GENERATION IS THE SAMPACTL CONTROL RECORD.
      ******************************************************************
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
           88  HIST-AT-EOF                    VALUE "Y".
       01  PEND-EOF-SW                      PIC X(01) VALUE "N".
           88  PEND-AT-EOF                    VALUE "Y".
       01  RUNC-EOF-SW                      PIC X(01) VALUE "N".
           88  RUNC-AT-EOF                    VALUE "Y".
       01  SEVERE-SW                        PIC X(01) VALUE "N".
           88  SEVERE-ERROR                   VALUE "Y".

      ******************************************************************
      *  DSN8C10.DEPT LOOKUP (SAMPDB2D) FOR THE HELD-CHANGE CHECK -
      *  THE SAME WORK AREAS AND SWITCH SAMPREOR USES.
      ******************************************************************
       COPY "SAMPDEPT" OF COPYLIB.
       01  DEPT-FOUND-SW                    PIC X(01) VALUE "N".
           88  DEPT-WAS-FOUND                 VALUE "Y".
           88  DEPT-WAS-NOT-FOUND             VALUE "N".
           88  DEPT-LOOKUP-ERROR              VALUE "E".

      ******************************************************************
      *  CUT-DATE - THE DAY BEING CLOSED OUT, FROM THE EXEC PARM
      *  (YYYYMMDD) OR TODAY.  EVERY LIVE RECORD IS ARCHIVED EITHER
       77  NO-HIST-USERID-COUNT             PIC 9(08) COMP VALUE 0.
       77  STALE-PENDING-COUNT              PIC 9(08) COMP VALUE 0.
       77  OPTION-DENIED-COUNT              PIC 9(08) COMP VALUE 0.
       77  AUTH-CHANGE-COUNT                PIC 9(08) COMP VALUE 0.
       77  AUTH-SELF-COUNT                  PIC 9(08) COMP VALUE 0.
       77  LEDGER-FAIL-COUNT                PIC 9(08) COMP VALUE 0.
       77  HELD-NO-DEPT-COUNT               PIC 9(08) COMP VALUE 0.
       77  UNACKED-FEED-COUNT               PIC 9(08) COMP VALUE 0.

      ******************************************************************
      *  PAYROLL-ACKNOWLEDGMENT CHECK - RUN-CONTROL KEYS ARE DATE THEN
      *  JOBNAME, SO ALL OF ONE DATE'S STAMPS ARE ADJACENT.  THE BROWSE
      *  NOTES, PER DATE, WHETHER SAMPFEED SENT A FEED AND WHAT VERDICT
      *  SAMPPRCN GAVE ITS ACKNOWLEDGMENT (SPACE = NONE YET), AND
      *  JUDGES THE DATE WHEN THE NEXT DATE BEGINS.
      ******************************************************************
       01  RUNC-BREAK-DATE                  PIC 9(08) VALUE 0.
       01  FEED-SENT-SW                     PIC X(01) VALUE "N".
           88  FEED-WAS-SENT                  VALUE "Y".
       01  FEED-ACK-CD                      PIC X(01) VALUE SPACE.
           88  FEED-ACK-IN-BALANCE            VALUE "Y".
           88  FEED-ACK-NONE                  VALUE SPACE.

      ******************************************************************
      *  AUDARCH CONTROL TOTALS - TALLIED AS EACH RECORD IS COPIED AND
      *  WRITTEN AS THE GENERATION'S LAST RECORD BY 2900.
      ******************************************************************
       COPY "SAMPACTL" OF COPYLIB.

       01  ACUT-REPORT-LINES.
           05  ACUT-TITLE-LINE.
               10  ACUT-ST-OLD-DEPT         PIC X(03).
               10  FILLER                   PIC X(04) VALUE " -> ".
               10  ACUT-ST-NEW-DEPT         PIC X(03).
           05  ACUT-HELD-LINE.
               10  ACUT-HD-TAG              PIC X(14).
               10  ACUT-HD-APPROVER         PIC X(08).
               10  FILLER                   PIC X(05) VALUE " EFF ".
               10  ACUT-HD-EFF-DATE         PIC 9(08).
               10  FILLER                   PIC X(07) VALUE " EMPNO ".
               10  ACUT-HD-EMPNO            PIC X(06).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  ACUT-HD-OLD-DEPT         PIC X(03).
               10  FILLER                   PIC X(04) VALUE " -> ".
               10  ACUT-HD-NEW-DEPT         PIC X(03).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  ACUT-HD-MAKER            PIC X(08).
           05  ACUT-FEED-LINE.
               10  FILLER                   PIC X(14) VALUE
                   "FEED UNACKED: ".
               10  ACUT-FD-DATE             PIC 9(08).
               10  FILLER                   PIC X(03) VALUE " - ".
               10  ACUT-FD-TEXT             PIC X(40).
           05  ACUT-AUTH-LINE.
               10  ACUT-AU-TAG              PIC X(14).
               10  ACUT-AU-ADMIN            PIC X(08).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  ACUT-AU-TIME             PIC 9(08).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  ACUT-AU-WHICH            PIC X(06).
               10  FILLER                   PIC X(08) VALUE " USERID ".
               10  ACUT-AU-USERID           PIC X(08).
               10  FILLER                   PIC X(09) VALUE " OPTIONS ".
               10  ACUT-AU-OPTIONS          PIC X(10).
           05  ACUT-COUNT-LINE.
               10  ACUT-CNT-TEXT            PIC X(28).
               10  ACUT-CNT-VALUE           PIC ZZZZ,ZZ9.
               PERFORM 2000-COPY-AUDIT-RECORD THRU 2000-EXIT
                   UNTIL AUD-AT-EOF
           END-IF.
           IF NOT SEVERE-ERROR
               PERFORM 2900-WRITE-ARCHIVE-CONTROL THRU 2900-EXIT
           END-IF.
           IF NOT SEVERE-ERROR
               PERFORM 3000-SCAN-HISTORY-USERIDS THRU 3000-EXIT
           END-IF.
           IF NOT SEVERE-ERROR
               PERFORM 4000-REPORT-NO-HIST-USERIDS THRU 4000-EXIT
               PERFORM 4500-SCAN-STALE-PENDING THRU 4500-EXIT
               PERFORM 4700-SCAN-UNACKED-FEEDS THRU 4700-EXIT
               PERFORM 5000-RESET-AUDITLOG THRU 5000-EXIT
               PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           END-IF.
           PERFORM 1200-BACK-ONE-DAY THRU 1200-EXIT
               STALE-DAYS TIMES.
           MOVE CUT-DATE TO ACUT-TITLE-DATE.
           INITIALIZE ARCH-GEN-TOTALS.
           OPEN INPUT AUDIT-FILE.
           IF AUD-STATUS NOT = "00"
               DISPLAY "SAMPACUT - UNABLE TO OPEN AUDITLOG, STATUS="
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO ARCHIVED-COUNT.
           IF AGEN-RECORD-COUNT = 0
               MOVE AUD-TIMESTAMP TO AGEN-FIRST-TIMESTAMP
           END-IF.
           ADD 1 TO AGEN-RECORD-COUNT.
           MOVE AUD-TIMESTAMP TO AGEN-LAST-TIMESTAMP.
           ADD AUD-TIME TO AGEN-HASH-ACCUM.
           IF AUD-DATE NOT = CUT-DATE
               GO TO 2000-EXIT
           END-IF.
               MOVE "OPT DENIED:   " TO ACUT-EX-TAG
               PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
           END-IF.
           IF AUD-EVENT = "AUTH SELF DENIED"
               ADD 1 TO AUTH-SELF-COUNT
               MOVE "AUTH SELF:    " TO ACUT-EX-TAG
               PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
           END-IF.
           IF AUD-EVENT = "LEDGER WRITE FAILED"
               ADD 1 TO LEDGER-FAIL-COUNT
               MOVE "LEDGER FAIL:  " TO ACUT-EX-TAG
               PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
           END-IF.
           IF AUD-EVENT = "AUTH UPDATE BEFORE"
               ADD 1 TO AUTH-CHANGE-COUNT
               MOVE "BEFORE" TO ACUT-AU-WHICH
               PERFORM 7100-WRITE-AUTH-CHANGE THRU 7100-EXIT
           END-IF.
           IF AUD-EVENT = "AUTH UPDATE AFTER"
               MOVE "AFTER " TO ACUT-AU-WHICH
               PERFORM 7100-WRITE-AUTH-CHANGE THRU 7100-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2900-WRITE-ARCHIVE-CONTROL - CLOSE THE GENERATION WITH ITS
      *  SAMPACTL CONTROL RECORD.  AN EMPTY AUDITLOG STILL GETS ONE
      *  (COUNT ZERO) - THAT IS WHAT MAKES A QUIET DAY DIFFERENT FROM
      *  A LOST ONE.  A FAILED WRITE IS SEVERE, SO 5000 NEVER RESETS
      *  THE LIVE FILE BEHIND A GENERATION WITH NO CONTROL RECORD.
      ******************************************************************
       2900-WRITE-ARCHIVE-CONTROL.
           MOVE ACTL-CONTROL-MARKER TO ACTL-MARKER.
           MOVE "AUDARCH" TO ACTL-ARCHIVE-NAME.
           MOVE CUT-DATE TO ACTL-GEN-DATE.
           MOVE AGEN-RECORD-COUNT TO ACTL-RECORD-COUNT.
           MOVE AGEN-FIRST-TIMESTAMP TO ACTL-FIRST-TIMESTAMP.
           MOVE AGEN-LAST-TIMESTAMP TO ACTL-LAST-TIMESTAMP.
           MOVE AGEN-HASH-ACCUM TO ACTL-HASH-TOTAL.
           MOVE ARCH-CONTROL-RECORD TO AUDARCH-RECORD.
           WRITE AUDARCH-RECORD.
           IF ARCH-STATUS NOT = "00"
               DISPLAY "SAMPACUT - AUDARCH CONTROL WRITE FAILED, "
                   "STATUS=" ARCH-STATUS
               SET SEVERE-ERROR TO TRUE
               GO TO 2900-EXIT
           END-IF.
           DISPLAY "SAMPACUT - AUDARCH CONTROL COUNT="
               ACTL-RECORD-COUNT " HASH=" ACTL-HASH-TOTAL.
       2900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-SCAN-HISTORY-USERIDS - COLLECT THE USERIDS THAT WROTE A
      *  HISTFILE RECORD ON CUT-DATE, FOR THE NO-HISTORY EXCEPTION.
      *  HIST-KEY LEADS WITH HIST-DATE SO THE SCAN STARTS AT THE DATE
           EXIT.
      *
      ******************************************************************
      *  4500-SCAN-STALE-PENDING - A RECORD IN THE PENDING KSDS IS
      *  EITHER AWAITING A MAKER/CHECKER DECISION OR APPROVED AND HELD
      *  FOR ITS EFFECTIVE DATE (DECIDED, APPLIED ONES ARE DELETED).
      *  AN UNDECIDED RECORD QUEUED BEFORE THE STALE CUTOFF HAS SAT
      *  TOO LONG AND IS LISTED.  A HELD RECORD HAS BEEN DECIDED, SO
      *  IT IS NEVER STALE HOWEVER OLD - BUT ITS NEW WORKDEPT IS LOOKED
      *  UP, AND ONE THAT HAS LEFT DSN8C10.DEPT SINCE THE APPROVAL IS
      *  LISTED.  HELD RECORDS CAN SIT ANYWHERE IN PEND-KEY ORDER, SO
      *  THE WHOLE QUEUE IS READ.  STATUS 35 JUST MEANS NOTHING HAS
      *  EVER BEEN QUEUED.
      ******************************************************************
       4500-SCAN-STALE-PENDING.
           OPEN INPUT PENDING-FILE.
               SET PEND-AT-EOF TO TRUE
               GO TO 4550-EXIT
           END-IF.
           IF PEND-IS-HELD
               PERFORM 4600-CHECK-HELD-DEPT THRU 4600-EXIT
               GO TO 4550-EXIT
           END-IF.
           IF PEND-DATE NOT < STALE-CUTOFF-DATE
               GO TO 4550-EXIT
           END-IF.
           ADD 1 TO STALE-PENDING-COUNT.
           EXIT.
      *
      ******************************************************************
      *  4600-CHECK-HELD-DEPT - LOOK UP THE NEW WORKDEPT OF THE HELD
      *  CHANGE IN PEND-RECORD.  GONE IS AN EXCEPTION.  A DB2 ERROR IS
      *  LISTED AS A LOOKUP ERROR RATHER THAN FAILING THE CUT - THE
      *  ARCHIVE COPY IS ALREADY WRITTEN AND THE CHANGE WILL BE CHECKED
      *  AGAIN TOMORROW NIGHT AND BY SAMPEFFD WHEN IT COMES DUE.
      ******************************************************************
       4600-CHECK-HELD-DEPT.
           CALL "SAMPDB2D" USING PEND-NEW-WORKDEPT, DEPT-HOST-VARS,
               DEPT-FOUND-SW.
           IF DEPT-WAS-FOUND
               GO TO 4600-EXIT
           END-IF.
           IF DEPT-LOOKUP-ERROR
               DISPLAY "SAMPACUT - DEPT LOOKUP FAILED FOR "
                   PEND-NEW-WORKDEPT
               MOVE "HELD DEPT ERR:" TO ACUT-HD-TAG
           ELSE
               ADD 1 TO HELD-NO-DEPT-COUNT
               MOVE "HELD NO DEPT: " TO ACUT-HD-TAG
           END-IF.
           MOVE PEND-APPROVER TO ACUT-HD-APPROVER.
           MOVE PEND-EFFECTIVE-DATE TO ACUT-HD-EFF-DATE.
           MOVE PEND-EMPNO TO ACUT-HD-EMPNO.
           MOVE PEND-OLD-WORKDEPT TO ACUT-HD-OLD-DEPT.
           MOVE PEND-NEW-WORKDEPT TO ACUT-HD-NEW-DEPT.
           MOVE PEND-MAKER TO ACUT-HD-MAKER.
           MOVE ACUT-HELD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       4600-EXIT.
           EXIT.
      *
      ******************************************************************
      *  4700-SCAN-UNACKED-FEEDS - BROWSE THE RUN-CONTROL KSDS FROM
      *  THE START FOR FEED DATES STILL OWED A CLEAN ACKNOWLEDGMENT.
      *  ONLY DATES BEFORE CUT-DATE ARE JUDGED - PAYROLL RETURNS ITS
      *  FILE THE DAY AFTER THE FEED, SO TODAY'S FEED IS NOT LATE YET.
      *  THE BROWSE STOPS AT CUT-DATE AND THE LAST DATE SEEN IS JUDGED
      *  THEN.  A RUN-CONTROL PROBLEM HERE IS DISPLAYED, NOT FATAL -
      *  THE SAME FILE IS REQUIRED BY 0500, SO IT CANNOT BE MISSING.
      ******************************************************************
       4700-SCAN-UNACKED-FEEDS.
           OPEN INPUT RUNCTL-FILE.
           IF RUNC-STATUS NOT = "00"
               DISPLAY "SAMPACUT - RUNCTL OPEN FAILED, STATUS="
                   RUNC-STATUS ", FEED ACKNOWLEDGMENTS NOT CHECKED"
               GO TO 4700-EXIT
           END-IF.
           MOVE "N" TO RUNC-EOF-SW.
           MOVE 0 TO RUNC-BREAK-DATE.
           MOVE LOW-VALUES TO RUNC-KEY.
           START RUNCTL-FILE KEY NOT LESS THAN RUNC-KEY
               INVALID KEY
                   SET RUNC-AT-EOF TO TRUE
           END-START.
           PERFORM 4750-CHECK-RUNCTL-STAMP THRU 4750-EXIT
               UNTIL RUNC-AT-EOF.
           PERFORM 4780-JUDGE-FEED-DATE THRU 4780-EXIT.
           CLOSE RUNCTL-FILE.
       4700-EXIT.
           EXIT.
      *
       4750-CHECK-RUNCTL-STAMP.
           READ RUNCTL-FILE NEXT RECORD
               AT END
                   SET RUNC-AT-EOF TO TRUE
                   GO TO 4750-EXIT
           END-READ.
           IF RUNC-STATUS NOT = "00"
               DISPLAY "SAMPACUT - RUNCTL READ FAILED, STATUS="
                   RUNC-STATUS
               SET RUNC-AT-EOF TO TRUE
               GO TO 4750-EXIT
           END-IF.
           IF RUNC-DATE NOT < CUT-DATE
               SET RUNC-AT-EOF TO TRUE
               GO TO 4750-EXIT
           END-IF.
           IF RUNC-DATE NOT = RUNC-BREAK-DATE
               PERFORM 4780-JUDGE-FEED-DATE THRU 4780-EXIT
               MOVE RUNC-DATE TO RUNC-BREAK-DATE
               MOVE "N" TO FEED-SENT-SW
               MOVE SPACE TO FEED-ACK-CD
           END-IF.
           IF RUNC-JOBNAME = "SAMPFEED"
               SET FEED-WAS-SENT TO TRUE
           END-IF.
           IF RUNC-JOBNAME = "SAMPPRCN"
               MOVE RUNC-BALANCE-CD TO FEED-ACK-CD
               IF FEED-ACK-NONE
                   MOVE "N" TO FEED-ACK-CD
               END-IF
           END-IF.
       4750-EXIT.
           EXIT.
      *
       4780-JUDGE-FEED-DATE.
           IF NOT FEED-WAS-SENT OR FEED-ACK-IN-BALANCE
               GO TO 4780-EXIT
           END-IF.
           ADD 1 TO UNACKED-FEED-COUNT.
           MOVE RUNC-BREAK-DATE TO ACUT-FD-DATE.
           IF FEED-ACK-NONE
               MOVE "NO PAYROLL ACKNOWLEDGMENT RECONCILED" TO
                   ACUT-FD-TEXT
           ELSE
               MOVE "ACKNOWLEDGMENT OUT OF BALANCE (SAMPPRCN)" TO
                   ACUT-FD-TEXT
           END-IF.
           MOVE ACUT-FEED-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "N" TO FEED-SENT-SW.
       4780-EXIT.
           EXIT.
      *
      ******************************************************************
      *  5000-RESET-AUDITLOG - THE COPY IS KNOWN GOOD (A BAD COPY SET
      *  SEVERE-ERROR AND NEVER GETS HERE), SO CLOSE THE ARCHIVE AND
      *  RE-OPEN THE LIVE FILE OUTPUT, WHICH TRUNCATES IT READY FOR
           WRITE REPORT-LINE.
       7000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  7100-WRITE-AUTH-CHANGE - ONE LINE PER AUTH IMAGE: THE
      *  ADMINISTRATOR WHO MADE THE CHANGE (AUD-USERID), WHEN, WHICH
      *  HALF OF THE PAIR, AND THE TARGET USERID AND OPTION STRING
      *  FROM AUD-AUTH-IMAGE (SEE SAMPAUD).  BLANK OPTIONS ON A
      *  BEFORE LINE IS AN ADD; ON AN AFTER LINE, A REVOKE.
      ******************************************************************
       7100-WRITE-AUTH-CHANGE.
           MOVE "AUTH CHANGE:  " TO ACUT-AU-TAG.
           MOVE AUD-USERID TO ACUT-AU-ADMIN.
           MOVE AUD-TIME TO ACUT-AU-TIME.
           MOVE AUD-IMG-AUTH-USERID TO ACUT-AU-USERID.
           MOVE AUD-IMG-AUTH-OPTIONS TO ACUT-AU-OPTIONS.
           MOVE ACUT-AUTH-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       7100-EXIT.
           EXIT.
      *
       8000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           MOVE OPTION-DENIED-COUNT TO ACUT-CNT-VALUE.
           MOVE ACUT-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ENTITLEMENT CHANGES . . . . " TO ACUT-CNT-TEXT.
           MOVE AUTH-CHANGE-COUNT TO ACUT-CNT-VALUE.
           MOVE ACUT-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SELF-MAINTENANCE ATTEMPTS . " TO ACUT-CNT-TEXT.
           MOVE AUTH-SELF-COUNT TO ACUT-CNT-VALUE.
           MOVE ACUT-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "LEDGER WRITE FAILURES . . . " TO ACUT-CNT-TEXT.
           MOVE LEDGER-FAIL-COUNT TO ACUT-CNT-VALUE.
           MOVE ACUT-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "HELD CHANGES, DEPT GONE . . " TO ACUT-CNT-TEXT.
           MOVE HELD-NO-DEPT-COUNT TO ACUT-CNT-VALUE.
           MOVE ACUT-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "UNACKNOWLEDGED FEED DATES . " TO ACUT-CNT-TEXT.
           MOVE UNACKED-FEED-COUNT TO ACUT-CNT-VALUE.
           MOVE ACUT-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       8000-EXIT.
           EXIT.
      *
