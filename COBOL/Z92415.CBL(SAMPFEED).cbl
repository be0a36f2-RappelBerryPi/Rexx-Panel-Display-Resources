      *                   RUN), SO A RERUN FOR THE SAME DATE
      *                   REGENERATES THE IDENTICAL FILE INSTEAD OF
      *                   APPENDING DUPLICATES.
      *  2026-10-15  RBP  EACH RUN NOW STAMPS ITS FEED DATE ON THE RUN-
      *                   CONTROL KSDS (SEE SAMPRUNC) - IN BALANCE WHEN
      *                   EVERY BEFORE/AFTER PAIRED, OUT OF BALANCE
      *                   (CONDITION CODE 8, AS BEFORE) WHEN ANY DID
      *                   NOT.  THE STAMP IS WHAT TELLS SAMPACUT A FEED
      *                   WENT OUT FOR THE DATE, SO IT CAN KEEP THE
      *                   DATE ON ITS EXCEPTION REPORT UNTIL SAMPPRCN
      *                   HAS RECONCILED PAYROLL'S ACKNOWLEDGMENT.
      *  2026-10-15  RBP  WHEN ARCHIN IS ALLOCATED, EVERY GENERATION IN
      *                   IT IS CHECKED AGAINST ITS SAMPACTL CONTROL
      *                   RECORD (COUNT, FIRST/LAST TIMESTAMP, HASH
      *                   TOTAL, ARCHIVE NAME) BEFORE ANY RECORD IS
      *                   PAIRED.  A GENERATION THAT FAILS, OR ENDS
      *                   WITHOUT ITS CONTROL RECORD, STOPS THE RUN
      *                   WITH CONDITION CODE 12 AND NO FEED - PAYROLL
      *                   MUST NOT BE SENT A DAY BUILT FROM A DAMAGED
      *                   ARCHIVE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FEED-FILE ASSIGN TO FEEDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FEED-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS RUNC-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *  BOTH INPUTS CARRY THE SAME 88-BYTE SAMPAUD IMAGE - THE
      *  ARCHIVE IS A FLAT COPY OF THE LIVE RECORD (SEE SAMPACUT).
      *  EACH RECORD IS MOVED TO THE AUD-WORK MIRROR BELOW SO ONE SET
      *  OF PAIRING LOGIC SERVES BOTH FILES.  THE LAST RECORD OF EACH
      *  ARCHIVE GENERATION IS ITS SAMPACTL CONTROL RECORD, CHECKED BY
      *  1500 AND SKIPPED BY 2000.
      ******************************************************************
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       FD  FEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  FEED-RECORD                      PIC X(120).
       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "SAMPRUNC" OF COPYLIB.
       WORKING-STORAGE SECTION.

       01  ARCH-STATUS                      PIC X(02) VALUE SPACES.
       01  AUD-STATUS                       PIC X(02) VALUE SPACES.
       01  FEED-STATUS                      PIC X(02) VALUE SPACES.
       01  RUNC-STATUS                      PIC X(02) VALUE SPACES.

       01  ARCH-EOF-SW                      PIC X(01) VALUE "N".
           88  ARCH-AT-EOF                    VALUE "Y".
       01  EMPNO-HASH-TOTAL                 PIC 9(12) VALUE 0.
       01  EMPNO-WORK                       PIC 9(06) VALUE 0.

      ******************************************************************
      *  ARCHIN GENERATION CHECK - 1500 READS THE WHOLE ARCHIN ONCE
      *  BEFORE ANY PAIRING, TALLYING EACH GENERATION (SEE SAMPACTL)
      *  AND JUDGING IT WHEN ITS CONTROL RECORD TURNS UP.
      ******************************************************************
       COPY "SAMPACTL" OF COPYLIB.
       01  GEN-VERDICT                      PIC X(20) VALUE SPACES.
           88  GEN-VERDICT-OK                 VALUE "OK".
       01  GEN-NAME                         PIC X(08) VALUE SPACES.
       01  GEN-DATE                         PIC X(08) VALUE SPACES.
       77  GEN-NUMBER                       PIC 9(04) COMP VALUE 0.
       77  GEN-FAILED-COUNT                 PIC 9(04) COMP VALUE 0.

      ******************************************************************
      *  INTERCHANGE LAYOUTS - ONE HEADER, ONE DETAIL PER NET CHANGE,
      *  ONE TRAILER.  ALL FIXED COLUMNS; THE RECEIVING SYSTEM
               PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT
               PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           END-IF.
           IF NOT SEVERE-ERROR
               PERFORM 8500-STAMP-RUN-CONTROL THRU 8500-EXIT
           END-IF.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.

               DISPLAY "SAMPFEED - NO ARCHIN DD (STATUS=" ARCH-STATUS
                   "), LIVE AUDITLOG ONLY"
           END-IF.
           IF ARCHIVE-AVAILABLE
               PERFORM 1500-VERIFY-ARCHIVE-GENS THRU 1500-EXIT
               IF SEVERE-ERROR
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF AUD-STATUS NOT = "00"
               DISPLAY "SAMPFEED - UNABLE TO OPEN AUDITLOG, STATUS="
           END-IF.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1500-VERIFY-ARCHIVE-GENS - READ ARCHIN END TO END AND JUDGE
      *  EVERY GENERATION AGAINST ITS CONTROL RECORD (1600), THE SAME
      *  CHECK SAMPHRET MAKES.  DATA RECORDS LEFT OVER AT THE END - OR
      *  NO RECORDS AT ALL - ARE A GENERATION THAT LOST ITS TAIL.  ANY
      *  FAILURE IS SEVERE; OTHERWISE ARCHIN IS REOPENED SO 2000 READS
      *  IT AGAIN FROM THE TOP.
      ******************************************************************
       1500-VERIFY-ARCHIVE-GENS.
           INITIALIZE ARCH-GEN-TOTALS.
           PERFORM 1550-VERIFY-ARCHIVE-RECORD THRU 1550-EXIT
               UNTIL ARCH-AT-EOF.
           IF SEVERE-ERROR
               GO TO 1500-EXIT
           END-IF.
           IF AGEN-RECORD-COUNT > 0 OR GEN-NUMBER = 0
               ADD 1 TO GEN-NUMBER
               MOVE "NO CONTROL RECORD" TO GEN-VERDICT
               MOVE SPACES TO GEN-NAME
               MOVE SPACES TO GEN-DATE
               PERFORM 1700-SHOW-GEN-VERDICT THRU 1700-EXIT
           END-IF.
           IF GEN-FAILED-COUNT > 0
               DISPLAY "SAMPFEED - ARCHIN FAILED ITS CONTROL TOTALS, "
                   "NO FEED WRITTEN"
               SET SEVERE-ERROR TO TRUE
               GO TO 1500-EXIT
           END-IF.
           CLOSE ARCHIVE-FILE.
           MOVE "N" TO ARCH-EOF-SW.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCH-STATUS NOT = "00"
               DISPLAY "SAMPFEED - UNABLE TO REOPEN ARCHIN, STATUS="
                   ARCH-STATUS
               SET SEVERE-ERROR TO TRUE
           END-IF.
       1500-EXIT.
           EXIT.
      *
       1550-VERIFY-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                   SET ARCH-AT-EOF TO TRUE
                   GO TO 1550-EXIT
           END-READ.
           IF ARCH-STATUS NOT = "00"
               DISPLAY "SAMPFEED - ARCHIN READ FAILED, STATUS="
                   ARCH-STATUS
               SET ARCH-AT-EOF TO TRUE
               SET SEVERE-ERROR TO TRUE
               GO TO 1550-EXIT
           END-IF.
           IF ARCHIN-RECORD(1:8) = ACTL-CONTROL-MARKER
               PERFORM 1600-CHECK-CONTROL-RECORD THRU 1600-EXIT
               GO TO 1550-EXIT
           END-IF.
           MOVE ARCHIN-RECORD TO AUD-WORK.
           IF AGEN-RECORD-COUNT = 0
               MOVE AW-DATE TO AGEN-FIRST-DATE
               MOVE AW-TIME TO AGEN-FIRST-TIME
           END-IF.
           ADD 1 TO AGEN-RECORD-COUNT.
           MOVE AW-DATE TO AGEN-LAST-DATE.
           MOVE AW-TIME TO AGEN-LAST-TIME.
           ADD AW-TIME TO AGEN-HASH-ACCUM.
       1550-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1600-CHECK-CONTROL-RECORD - ONE GENERATION ENDS HERE.  ITS
      *  CONTROL RECORD MUST NAME AUDARCH AND AGREE WITH WHAT WAS READ
      *  ON COUNT, HASH TOTAL AND FIRST/LAST TIMESTAMP.  THE TALLY IS
      *  THEN CLEARED FOR THE NEXT GENERATION.
      ******************************************************************
       1600-CHECK-CONTROL-RECORD.
           ADD 1 TO GEN-NUMBER.
           MOVE ARCHIN-RECORD TO ARCH-CONTROL-RECORD.
           MOVE AGEN-HASH-ACCUM TO AGEN-HASH-TOTAL.
           EVALUATE TRUE
               WHEN ACTL-ARCHIVE-NAME NOT = "AUDARCH"
                   MOVE "WRONG ARCHIVE" TO GEN-VERDICT
               WHEN ACTL-RECORD-COUNT NOT NUMERIC
                 OR ACTL-HASH-TOTAL NOT NUMERIC
                   MOVE "CONTROL UNREADABLE" TO GEN-VERDICT
               WHEN ACTL-RECORD-COUNT NOT = AGEN-RECORD-COUNT
                   MOVE "COUNT MISMATCH" TO GEN-VERDICT
               WHEN ACTL-HASH-TOTAL NOT = AGEN-HASH-TOTAL
                   MOVE "HASH MISMATCH" TO GEN-VERDICT
               WHEN ACTL-FIRST-TIMESTAMP NOT = AGEN-FIRST-TIMESTAMP
                 OR ACTL-LAST-TIMESTAMP NOT = AGEN-LAST-TIMESTAMP
                   MOVE "TIMESTAMP MISMATCH" TO GEN-VERDICT
               WHEN OTHER
                   SET GEN-VERDICT-OK TO TRUE
           END-EVALUATE.
           MOVE ACTL-ARCHIVE-NAME TO GEN-NAME.
           MOVE ACTL-GEN-DATE TO GEN-DATE.
           PERFORM 1700-SHOW-GEN-VERDICT THRU 1700-EXIT.
           INITIALIZE ARCH-GEN-TOTALS.
       1600-EXIT.
           EXIT.
      *
       1700-SHOW-GEN-VERDICT.
           IF NOT GEN-VERDICT-OK
               ADD 1 TO GEN-FAILED-COUNT
           END-IF.
           MOVE AGEN-RECORD-COUNT TO COUNT-EDIT.
           DISPLAY "SAMPFEED - ARCHIN GENERATION " GEN-NUMBER " "
               GEN-NAME " " GEN-DATE " " COUNT-EDIT " " GEN-VERDICT.
       1700-EXIT.
           EXIT.
      *
       2000-PROCESS-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               SET SEVERE-ERROR TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF ARCHIN-RECORD(1:8) = ACTL-CONTROL-MARKER
               GO TO 2000-EXIT
           END-IF.
           MOVE ARCHIN-RECORD TO AUD-WORK.
           PERFORM 3000-PAIR-ONE-EVENT THRU 3000-EXIT.
       2000-EXIT.
           END-IF.
       8000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  8500-STAMP-RUN-CONTROL - RECORD THE FEED DATE AS SENT.  SAME
      *  WRITE/REWRITE SHAPE AS SAMPRECN'S STAMP, SO A RERUN FOR THE
      *  SAME DATE REPLACES THE EARLIER VERDICT THE WAY ITS FEEDOUT
      *  GENERATION REPLACES THE EARLIER FILE.
      ******************************************************************
       8500-STAMP-RUN-CONTROL.
           MOVE FEED-DATE TO RUNC-DATE.
           MOVE "SAMPFEED" TO RUNC-JOBNAME.
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME FROM TIME.
           MOVE STAMP-DATE TO RUNC-STAMP-DATE.
           MOVE STAMP-TIME TO RUNC-STAMP-TIME.
           IF ORPHAN-BEFORE-COUNT > 0 OR ORPHAN-AFTER-COUNT > 0
               SET RUNC-OUT-OF-BALANCE TO TRUE
           ELSE
               SET RUNC-IN-BALANCE TO TRUE
           END-IF.
           OPEN I-O RUNCTL-FILE.
           IF RUNC-STATUS = "35"
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF.
           IF RUNC-STATUS NOT = "00"
               DISPLAY "SAMPFEED - RUNCTL OPEN FAILED, STATUS="
                   RUNC-STATUS
               SET SEVERE-ERROR TO TRUE
               GO TO 8500-EXIT
           END-IF.
           WRITE RUNC-RECORD
               INVALID KEY
                   REWRITE RUNC-RECORD
           END-WRITE.
           IF RUNC-STATUS NOT = "00"
               DISPLAY "SAMPFEED - RUNCTL STAMP FAILED, STATUS="
                   RUNC-STATUS
               SET SEVERE-ERROR TO TRUE
           END-IF.
           CLOSE RUNCTL-FILE.
       8500-EXIT.
           EXIT.
      *
       9999-TERMINATE.
           IF ARCHIVE-AVAILABLE
