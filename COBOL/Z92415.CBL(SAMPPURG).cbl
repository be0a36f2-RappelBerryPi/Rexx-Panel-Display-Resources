      *                   CONDITION CODE 16 SO THE SCHEDULER SEES THE
      *                   SEQUENCING FAULT.  A CLEAN RUN STAMPS ITS
      *                   OWN COMPLETION.
      *  2026-10-15  RBP  EVERY ARCHHIST GENERATION NOW ENDS WITH A
      *                   CONTROL RECORD (SEE SAMPACTL) - RECORD COUNT,
      *                   FIRST AND LAST TIMESTAMP, HASH TOTAL AND THE
      *                   RUN DATE - SO SAMPHRET CAN REFUSE A DAMAGED
      *                   GENERATION.  A RERUN INTO A GENERATION THE
      *                   ABENDED RUN STARTED COUNTS THE RECORDS
      *                   ALREADY THERE INTO THE CONTROL TOTALS; A
      *                   RERUN INTO ONE THAT IS ALREADY CLOSED BY ITS
      *                   CONTROL RECORD IS REFUSED (CONDITION CODE
      *                   12) - ALLOCATE A NEW GENERATION.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *  ARCH-RECORD MIRRORS HIST-RECORD (SEE SAMPHIST) AS A FLAT
      *  KEY + DATA IMAGE SO THE ARCHIVE GENERATION CAN BE RELOADED
      *  INTO A KSDS WITH A STRAIGHT REPRO IF A PURGED RECORD IS EVER
      *  NEEDED BACK.  THE LAST RECORD OF EVERY GENERATION IS THE
      *  SAMPACTL CONTROL RECORD.
      ******************************************************************
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCH-RECORD.
           05  ARCH-KEY.
               10  ARCH-TIMESTAMP.
                   15  ARCH-DATE             PIC 9(08).
                   15  ARCH-TIME             PIC 9(08).
               10  FILLER                    PIC X(14).
           05  ARCH-DATA                     PIC X(60).
       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.

       01  COUNT-EDIT                        PIC ZZZZ,ZZ9.

      ******************************************************************
      *  ARCHHIST CONTROL TOTALS - TALLIED FOR EVERY RECORD IN THE
      *  GENERATION (INCLUDING ANY AN ABENDED RUN LEFT IN IT) AND
      *  WRITTEN AS ITS LAST RECORD BY 2900.
      ******************************************************************
       COPY "SAMPACTL" OF COPYLIB.

       LINKAGE SECTION.
       01  BATCH-PARM.
           05  PARM-LEN                      PIC S9(04) COMP.
           IF NOT SEVERE-ERROR
               PERFORM 2000-PURGE-HISTORY-RECORD THRU 2000-EXIT
                   UNTIL HIST-AT-EOF
               IF NOT SEVERE-ERROR
                   PERFORM 2900-WRITE-ARCHIVE-CONTROL THRU 2900-EXIT
               END-IF
               PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           END-IF.
           IF NOT SEVERE-ERROR AND NOT SEQUENCE-FAULT
               RETENTION-DAYS TIMES.
           DISPLAY "SAMPPURG - RETENTION DAYS=" RETENTION-DAYS
               " CUTOFF DATE=" CUTOFF-DATE.
           INITIALIZE ARCH-GEN-TOTALS.
           PERFORM 1500-FIND-HIGH-ARCHIVED-KEY THRU 1500-EXIT.
           IF SEVERE-ERROR
               GO TO 1000-EXIT
      *  SO AFTER AN ABEND THE LAST RECORD IN IT IS THE LAST ONE THE
      *  DEAD RUN ARCHIVED - ANYTHING AT OR BELOW THAT KEY MUST NOT BE
      *  ARCHIVED AGAIN.  STATUS 35 JUST MEANS A FRESH GENERATION.
      *  THE RECORDS ALREADY THERE ARE TALLIED INTO THE CONTROL TOTALS,
      *  SINCE THIS RUN'S CONTROL RECORD WILL CLOSE THE WHOLE
      *  GENERATION.  A CONTROL RECORD ALREADY IN IT MEANS AN EARLIER
      *  RUN FINISHED THIS GENERATION - APPENDING WOULD BURY THAT
      *  CONTROL RECORD MID-FILE, SO THE RUN IS REFUSED.
      ******************************************************************
       1500-FIND-HIGH-ARCHIVED-KEY.
           OPEN INPUT ARCHIVE-FILE.
           PERFORM 1550-READ-ARCHIVE-RECORD THRU 1550-EXIT
               UNTIL ARCH-AT-EOF.
           CLOSE ARCHIVE-FILE.
           IF SEVERE-ERROR
               GO TO 1500-EXIT
           END-IF.
           IF HIGH-ARCHIVED-KEY NOT = LOW-VALUES
               DISPLAY "SAMPPURG - RERUN DETECTED, ALREADY ARCHIVED "
                   "THRU KEY=" HIGH-ARCHIVED-KEY
           READ ARCHIVE-FILE
               AT END
                   SET ARCH-AT-EOF TO TRUE
                   GO TO 1550-EXIT
           END-READ.
           IF ARCH-KEY(1:8) = ACTL-CONTROL-MARKER
               DISPLAY "SAMPPURG - ARCHHIST ALREADY CLOSED BY ITS "
                   "CONTROL RECORD, ALLOCATE A NEW GENERATION"
               SET SEVERE-ERROR TO TRUE
               SET ARCH-AT-EOF TO TRUE
               GO TO 1550-EXIT
           END-IF.
           IF ARCH-KEY > HIGH-ARCHIVED-KEY
               MOVE ARCH-KEY TO HIGH-ARCHIVED-KEY
           END-IF.
           PERFORM 2100-TALLY-ARCHIVE-RECORD THRU 2100-EXIT.
       1550-EXIT.
           EXIT.
      *
                   GO TO 2000-EXIT
               END-IF
               ADD 1 TO ARCHIVED-COUNT
               PERFORM 2100-TALLY-ARCHIVE-RECORD THRU 2100-EXIT
           END-IF.
           DELETE HISTORY-FILE RECORD
               INVALID KEY
           EXIT.
      *
      ******************************************************************
      *  2100-TALLY-ARCHIVE-RECORD - ADD THE RECORD IN ARCH-RECORD TO
      *  THE GENERATION'S CONTROL TOTALS (SEE SAMPACTL).
      ******************************************************************
       2100-TALLY-ARCHIVE-RECORD.
           IF AGEN-RECORD-COUNT = 0
               MOVE ARCH-TIMESTAMP TO AGEN-FIRST-TIMESTAMP
           END-IF.
           ADD 1 TO AGEN-RECORD-COUNT.
           MOVE ARCH-TIMESTAMP TO AGEN-LAST-TIMESTAMP.
           ADD ARCH-TIME TO AGEN-HASH-ACCUM.
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2900-WRITE-ARCHIVE-CONTROL - CLOSE THE GENERATION WITH ITS
      *  SAMPACTL CONTROL RECORD, THE SAME AS SAMPACUT'S 2900.  A NIGHT
      *  THAT ARCHIVED NOTHING STILL GETS ONE (COUNT ZERO).  NOT
      *  WRITTEN AFTER A SEVERE ERROR - THE RERUN APPENDS TO THE
      *  GENERATION AND CLOSES IT INSTEAD.
      ******************************************************************
       2900-WRITE-ARCHIVE-CONTROL.
           MOVE ACTL-CONTROL-MARKER TO ACTL-MARKER.
           MOVE "ARCHHIST" TO ACTL-ARCHIVE-NAME.
           MOVE TODAY-DATE TO ACTL-GEN-DATE.
           MOVE AGEN-RECORD-COUNT TO ACTL-RECORD-COUNT.
           MOVE AGEN-FIRST-TIMESTAMP TO ACTL-FIRST-TIMESTAMP.
           MOVE AGEN-LAST-TIMESTAMP TO ACTL-LAST-TIMESTAMP.
           MOVE AGEN-HASH-ACCUM TO ACTL-HASH-TOTAL.
           MOVE ARCH-CONTROL-RECORD TO ARCH-RECORD.
           WRITE ARCH-RECORD.
           IF ARCH-STATUS NOT = "00"
               DISPLAY "SAMPPURG - ARCHHIST CONTROL WRITE FAILED, "
                   "STATUS=" ARCH-STATUS
               SET SEVERE-ERROR TO TRUE
               GO TO 2900-EXIT
           END-IF.
           DISPLAY "SAMPPURG - ARCHHIST CONTROL COUNT="
               ACTL-RECORD-COUNT " HASH=" ACTL-HASH-TOTAL.
       2900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  8000-WRITE-TOTALS - PRINT THE SCANNED/ARCHIVED/PURGED COUNTS
      *  TO THE JOB LOG.  ARCHIVED + RERUN-SKIPPED MUST EQUAL PURGED,
      *  WHICH IS THE AUDITORS' PROOF THAT NO RECORD LEFT THE KSDS
