      *                   THE LIVE REJFILE IS RESET TO EMPTY, THE SAME
      *                   WAY SAMPACUT CUTS AUDITLOG, SO THE FILE
      *                   STOPS GROWING FOREVER.
      *  2026-10-15  RBP  EVERY REJARCH GENERATION NOW ENDS WITH A
      *                   CONTROL RECORD (SEE SAMPACTL) - RECORD COUNT,
      *                   FIRST AND LAST TIMESTAMP, HASH TOTAL AND THE
      *                   RUN DATE - WRITTEN BEFORE THE LIVE FILE IS
      *                   RESET.  A REJARCH GENERATION FED TO REJIN
      *                   STILL WORKS: SAMPBTCH PASSES OVER THE
      *                   CONTROL RECORD.
      *  2026-10-15  RBP  A CLEAN RUN NOW STAMPS TODAY'S DATE ON THE
      *                   RUN-CONTROL KSDS (SEE SAMPRUNC) ONCE REJFILE
      *                   HAS BEEN RESET, SO THE BATCH-WINDOW REPORT
      *                   (SAMPWIND) CAN SEE THE CUT HAPPENED.  THERE
      *                   IS NO BALANCE TEST HERE, SO THE STAMP CARRIES
      *                   NO VERDICT, THE SAME AS SAMPACUT'S.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS RUNC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE
      *  THE ARCHIVE RECORD IS A FLAT IMAGE OF REJECT-RECORD (77
      *  BYTES, SEE SAMPREJ) SO A GENERATION CAN BE READ BACK WITH
      *  THE SAME COPYBOOK - OR FED STRAIGHT TO A REJIN DD - THE SAME
      *  WAY SAMPACUT'S AUDARCH GENERATIONS MIRROR SAMPAUD.  THE LAST
      *  RECORD OF EVERY GENERATION IS THE SAMPACTL CONTROL RECORD.
      ******************************************************************
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                      PIC X(80).
       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "SAMPRUNC" OF COPYLIB.
       WORKING-STORAGE SECTION.

       01  REJ-STATUS                       PIC X(02) VALUE SPACES.
       01  ARCH-STATUS                      PIC X(02) VALUE SPACES.
       01  HIST-STATUS                      PIC X(02) VALUE SPACES.
       01  RPT-STATUS                       PIC X(02) VALUE SPACES.
       01  RUNC-STATUS                      PIC X(02) VALUE SPACES.

       01  REJ-EOF-SW                       PIC X(01) VALUE "N".
           88  REJ-AT-EOF                     VALUE "Y".
           05  STALE-MM                     PIC 9(02).
           05  STALE-DD                     PIC 9(02).
       01  TODAY-DATE                       PIC 9(08) VALUE 0.
       01  STAMP-DATE                       PIC 9(08) VALUE 0.
       01  STAMP-TIME                       PIC 9(08) VALUE 0.
       01  MONTH-DAYS-TABLE                 PIC X(24) VALUE
           "312831303130313130313031".
       01  MONTH-DAYS-R REDEFINES MONTH-DAYS-TABLE.
       77  WINDOW-COUNT                     PIC 9(08) COMP VALUE 0.
       77  NEVER-RESUB-COUNT                PIC 9(08) COMP VALUE 0.

      ******************************************************************
      *  REJARCH CONTROL TOTALS - TALLIED AS EACH RECORD IS COPIED AND
      *  WRITTEN AS THE GENERATION'S LAST RECORD BY 2900.
      ******************************************************************
       COPY "SAMPACTL" OF COPYLIB.

       01  REJR-REPORT-LINES.
           05  REJR-TITLE-LINE              PIC X(80) VALUE
               "SAMPREJR - REJECT ANALYSIS AND CUT".
               PERFORM 2000-PROCESS-REJECT-RECORD THRU 2000-EXIT
                   UNTIL REJ-AT-EOF
           END-IF.
           IF NOT SEVERE-ERROR
               PERFORM 2900-WRITE-ARCHIVE-CONTROL THRU 2900-EXIT
           END-IF.
           IF NOT SEVERE-ERROR
               PERFORM 3000-MATCH-RESUBMITS THRU 3000-EXIT
           END-IF.
               PERFORM 5000-RESET-REJFILE THRU 5000-EXIT
               PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           END-IF.
           IF NOT SEVERE-ERROR
               PERFORM 8500-STAMP-RUN-CONTROL THRU 8500-EXIT
           END-IF.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.

           MOVE TODAY-DATE TO STALE-CUTOFF-DATE.
           PERFORM 1200-BACK-ONE-DAY THRU 1200-EXIT
               STALE-DAYS TIMES.
           INITIALIZE ARCH-GEN-TOTALS.
           OPEN INPUT REJECT-FILE.
           IF REJ-STATUS = "35"
               SET REJ-AT-EOF TO TRUE
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO ARCHIVED-COUNT.
           IF AGEN-RECORD-COUNT = 0
               MOVE REJ-TIMESTAMP TO AGEN-FIRST-TIMESTAMP
           END-IF.
           ADD 1 TO AGEN-RECORD-COUNT.
           MOVE REJ-TIMESTAMP TO AGEN-LAST-TIMESTAMP.
           ADD REJ-TIME TO AGEN-HASH-ACCUM.
           IF REJ-DATE < STALE-CUTOFF-DATE
               PERFORM 2600-NOTE-OLD-REJECT THRU 2600-EXIT
           END-IF.
           EXIT.
      *
      ******************************************************************
      *  2900-WRITE-ARCHIVE-CONTROL - CLOSE THE GENERATION WITH ITS
      *  SAMPACTL CONTROL RECORD, THE SAME AS SAMPACUT'S 2900.  A CLEAN
      *  DAY STILL GETS ONE (COUNT ZERO).  A FAILED WRITE IS SEVERE,
      *  SO 5000 NEVER RESETS THE LIVE FILE BEHIND A GENERATION WITH
      *  NO CONTROL RECORD.
      ******************************************************************
       2900-WRITE-ARCHIVE-CONTROL.
           MOVE ACTL-CONTROL-MARKER TO ACTL-MARKER.
           MOVE "REJARCH" TO ACTL-ARCHIVE-NAME.
           MOVE TODAY-DATE TO ACTL-GEN-DATE.
           MOVE AGEN-RECORD-COUNT TO ACTL-RECORD-COUNT.
           MOVE AGEN-FIRST-TIMESTAMP TO ACTL-FIRST-TIMESTAMP.
           MOVE AGEN-LAST-TIMESTAMP TO ACTL-LAST-TIMESTAMP.
           MOVE AGEN-HASH-ACCUM TO ACTL-HASH-TOTAL.
           MOVE ARCH-CONTROL-RECORD TO REJARCH-RECORD.
           WRITE REJARCH-RECORD.
           IF ARCH-STATUS NOT = "00"
               DISPLAY "SAMPREJR - REJARCH CONTROL WRITE FAILED, "
                   "STATUS=" ARCH-STATUS
               SET SEVERE-ERROR TO TRUE
               GO TO 2900-EXIT
           END-IF.
           DISPLAY "SAMPREJR - REJARCH CONTROL COUNT="
               ACTL-RECORD-COUNT " HASH=" ACTL-HASH-TOTAL.
       2900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-MATCH-RESUBMITS - WALK HISTFILE FORWARD FROM THE OLDEST
      *  OLD-REJECT DATE (HIST-KEY LEADS WITH HIST-DATE).  EVERY
      *  HISTORY RECORD MARKS ANY UNMATCHED OLD REJECT CARRYING THE
           WRITE REPORT-LINE.
       8000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  8500-STAMP-RUN-CONTROL - RECORD THE CUT UNDER TODAY'S DATE,
      *  SAME WRITE/REWRITE SHAPE AS SAMPRECN'S STAMP.  ONLY REACHED
      *  WHEN THE ARCHIVE COPY AND THE REJFILE RESET BOTH WORKED.
      ******************************************************************
       8500-STAMP-RUN-CONTROL.
           MOVE TODAY-DATE TO RUNC-DATE.
           MOVE "SAMPREJR" TO RUNC-JOBNAME.
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME FROM TIME.
           MOVE STAMP-DATE TO RUNC-STAMP-DATE.
           MOVE STAMP-TIME TO RUNC-STAMP-TIME.
           SET RUNC-NO-VERDICT TO TRUE.
           OPEN I-O RUNCTL-FILE.
           IF RUNC-STATUS = "35"
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF.
           IF RUNC-STATUS NOT = "00"
               DISPLAY "SAMPREJR - RUNCTL OPEN FAILED, STATUS="
                   RUNC-STATUS
               SET SEVERE-ERROR TO TRUE
               GO TO 8500-EXIT
           END-IF.
           WRITE RUNC-RECORD
               INVALID KEY
                   REWRITE RUNC-RECORD
           END-WRITE.
           IF RUNC-STATUS NOT = "00"
               DISPLAY "SAMPREJR - RUNCTL STAMP FAILED, STATUS="
                   RUNC-STATUS
               SET SEVERE-ERROR TO TRUE
           END-IF.
           CLOSE RUNCTL-FILE.
       8500-EXIT.
           EXIT.
      *
       9999-TERMINATE.
           CLOSE HISTORY-FILE.
