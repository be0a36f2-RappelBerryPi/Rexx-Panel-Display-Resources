      *                   CLEAN STEP - A FAILED RUN (CC 12) LEAVES
      *                   THEM IN PLACE TO COLLECT AGAIN, AND NOTHING
      *                   IS EVER REMOVED BY THIS PROGRAM ITSELF.
      *  2026-10-15  RBP  A CLEAN RUN NOW STAMPS TODAY'S DATE ON THE
      *                   RUN-CONTROL KSDS (SEE SAMPRUNC) - IN BALANCE
      *                   WHEN EVERY SPILL RECORD READ WAS APPENDED ON
      *                   BOTH SIDES - SO THE MORNING BATCH-WINDOW
      *                   REPORT (SAMPWIND) CAN SEE THE COLLECTION RAN
      *                   AHEAD OF SAMPRECN WITHOUT THE JOB LOG.  A
      *                   FAILED RUN (CC 12) LEAVES NO STAMP.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS REJ-STATUS.
           SELECT AUD-SORT-FILE ASSIGN TO SORTWK01.
           SELECT REJ-SORT-FILE ASSIGN TO SORTWK02.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS RUNC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDSIN-FILE
       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "SAMPREJ" OF COPYLIB.
       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "SAMPRUNC" OF COPYLIB.
      ******************************************************************
      *  THE SORT RECORDS BREAK OUT JUST THE TIMESTAMP COLUMNS OF THE
      *  SAMPAUD AND SAMPREJ IMAGES (AUDIT LEADS WITH ITS TIMESTAMP;
       01  REJSIN-STATUS                    PIC X(02) VALUE SPACES.
       01  AUD-STATUS                       PIC X(02) VALUE SPACES.
       01  REJ-STATUS                       PIC X(02) VALUE SPACES.
       01  RUNC-STATUS                      PIC X(02) VALUE SPACES.

       01  AUDSIN-EOF-SW                    PIC X(01) VALUE "N".
           88  AUDSIN-AT-EOF                  VALUE "Y".
       77  REJ-OUT-COUNT                    PIC 9(08) COMP VALUE 0.

       01  COUNT-EDIT                       PIC ZZZZ,ZZ9.
       01  STAMP-DATE                       PIC 9(08) VALUE 0.
       01  STAMP-TIME                       PIC 9(08) VALUE 0.

       PROCEDURE DIVISION.

                       THRU 5000-EXIT
           END-IF.
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
           IF NOT SEVERE-ERROR
               PERFORM 8500-STAMP-RUN-CONTROL THRU 8500-EXIT
           END-IF.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.

               COUNT-EDIT.
       8000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  8500-STAMP-RUN-CONTROL - RECORD THE COLLECTION UNDER TODAY'S
      *  DATE, SAME WRITE/REWRITE SHAPE AS SAMPRECN'S STAMP, SO A
      *  SECOND COLLECTION THE SAME NIGHT REPLACES THE FIRST STAMP.
      *  IN BALANCE MEANS BOTH SIDES APPENDED EVERYTHING THEY READ.
      ******************************************************************
       8500-STAMP-RUN-CONTROL.
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME FROM TIME.
           MOVE STAMP-DATE TO RUNC-DATE.
           MOVE "SAMPLCOL" TO RUNC-JOBNAME.
           MOVE STAMP-DATE TO RUNC-STAMP-DATE.
           MOVE STAMP-TIME TO RUNC-STAMP-TIME.
           IF AUD-IN-COUNT = AUD-OUT-COUNT
               AND REJ-IN-COUNT = REJ-OUT-COUNT
               SET RUNC-IN-BALANCE TO TRUE
           ELSE
               SET RUNC-OUT-OF-BALANCE TO TRUE
           END-IF.
           OPEN I-O RUNCTL-FILE.
           IF RUNC-STATUS = "35"
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF.
           IF RUNC-STATUS NOT = "00"
               DISPLAY "SAMPLCOL - RUNCTL OPEN FAILED, STATUS="
                   RUNC-STATUS
               SET SEVERE-ERROR TO TRUE
               GO TO 8500-EXIT
           END-IF.
           WRITE RUNC-RECORD
               INVALID KEY
                   REWRITE RUNC-RECORD
           END-WRITE.
           IF RUNC-STATUS NOT = "00"
               DISPLAY "SAMPLCOL - RUNCTL STAMP FAILED, STATUS="
                   RUNC-STATUS
               SET SEVERE-ERROR TO TRUE
           END-IF.
           CLOSE RUNCTL-FILE.
       8500-EXIT.
           EXIT.
      *
       9999-TERMINATE.
           CLOSE AUDIT-FILE.
