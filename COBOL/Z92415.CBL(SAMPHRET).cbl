      *                   NORMAL SAMPHINQ RECALL PATH AGAINST PURGED
      *                   ENTRIES.  NO WORKHIST DD JUST MEANS LISTING
      *                   ONLY, THE WAY SAMPRPT SKIPS ITS EXTRACT.
      *  2026-10-15  RBP  EVERY ARCHIN GENERATION IS CHECKED AGAINST ITS
      *                   SAMPACTL CONTROL RECORD (COUNT, FIRST/LAST
      *                   TIMESTAMP, HASH TOTAL, ARCHIVE NAME) BEFORE
      *                   ANY RECORD IS USED, AND EACH IS LISTED WITH
      *                   ITS VERDICT.  IF ANY GENERATION FAILS - OR
      *                   ENDS WITHOUT ITS CONTROL RECORD - THE
      *                   RETRIEVAL IS REFUSED WITH CONDITION CODE 12,
      *                   SO A "WHAT DID THIS USER ENTER" ANSWER IS
      *                   NEVER DRAWN FROM A DAMAGED FILE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *  ARCHIN-RECORD - THE FLAT KEY+DATA IMAGE SAMPPURG WRITES TO
      *  EACH ARCHHIST GENERATION, BROKEN OUT HERE SO THE USERID AND
      *  DATE FILTERS CAN BE APPLIED WITHOUT A MOVE THROUGH THE KSDS
      *  RECORD AREA.  THE LAST RECORD OF EACH GENERATION IS ITS
      *  SAMPACTL CONTROL RECORD, CHECKED BY 1500 AND SKIPPED BY 2500.
      ******************************************************************
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       77  RELOADED-COUNT                   PIC 9(08) COMP VALUE 0.
       77  WORK-DUPLICATE-COUNT             PIC 9(08) COMP VALUE 0.

      ******************************************************************
      *  ARCHIN GENERATION CHECK - 1500 READS THE WHOLE CONCATENATION
      *  ONCE BEFORE THE SORT, TALLYING EACH GENERATION (SEE SAMPACTL)
      *  AND JUDGING IT WHEN ITS CONTROL RECORD TURNS UP.  ANY FAILED
      *  GENERATION REFUSES THE RETRIEVAL.
      ******************************************************************
       COPY "SAMPACTL" OF COPYLIB.
       01  GEN-VERDICT                      PIC X(20) VALUE SPACES.
           88  GEN-VERDICT-OK                 VALUE "OK".
       77  GEN-NUMBER                       PIC 9(04) COMP VALUE 0.
       77  GEN-FAILED-COUNT                 PIC 9(04) COMP VALUE 0.

       01  HRET-REPORT-LINES.
           05  HRET-TITLE-LINE.
               10  FILLER                   PIC X(29) VALUE
               10  HRET-DET-OPTION          PIC X(01).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  HRET-DET-INP             PIC X(50).
           05  HRET-GEN-LINE.
               10  FILLER                   PIC X(11) VALUE
                   "GENERATION ".
               10  HRET-GEN-NUMBER          PIC ZZZ9.
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  HRET-GEN-NAME            PIC X(08).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  HRET-GEN-DATE            PIC X(08).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  HRET-GEN-COUNT           PIC ZZZZ,ZZ9.
               10  FILLER                   PIC X(02) VALUE SPACES.
               10  HRET-GEN-VERDICT         PIC X(20).
           05  HRET-COUNT-LINE.
               10  HRET-CNT-TEXT            PIC X(28).
               10  HRET-CNT-VALUE           PIC ZZZZ,ZZ9.
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF NOT SEVERE-ERROR
               PERFORM 1500-VERIFY-ARCHIVE-GENS THRU 1500-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1500-VERIFY-ARCHIVE-GENS - READ THE ARCHIN CONCATENATION END
      *  TO END, JUDGE EVERY GENERATION AGAINST ITS CONTROL RECORD
      *  (1600), AND LIST THEM.  DATA RECORDS LEFT OVER AT THE END -
      *  OR NO RECORDS AT ALL - ARE A GENERATION THAT LOST ITS TAIL.
      *  ARCHIN IS THEN REOPENED SO 2500 READS IT AGAIN FROM THE TOP.
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
               MOVE SPACES TO HRET-GEN-NAME
               MOVE SPACES TO HRET-GEN-DATE
               PERFORM 1700-WRITE-GEN-LINE THRU 1700-EXIT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF GEN-FAILED-COUNT > 0
               DISPLAY "SAMPHRET - ARCHIN FAILED ITS CONTROL TOTALS, "
                   "RETRIEVAL REFUSED"
               SET SEVERE-ERROR TO TRUE
               GO TO 1500-EXIT
           END-IF.
           CLOSE ARCHIVE-FILE.
           MOVE "N" TO ARCH-EOF-SW.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCH-STATUS NOT = "00"
               DISPLAY "SAMPHRET - UNABLE TO REOPEN ARCHIN, STATUS="
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
               DISPLAY "SAMPHRET - ARCHIN READ FAILED, STATUS="
                   ARCH-STATUS
               SET ARCH-AT-EOF TO TRUE
               SET SEVERE-ERROR TO TRUE
               GO TO 1550-EXIT
           END-IF.
           IF ARCHIN-RECORD(1:8) = ACTL-CONTROL-MARKER
               PERFORM 1600-CHECK-CONTROL-RECORD THRU 1600-EXIT
               GO TO 1550-EXIT
           END-IF.
           IF AGEN-RECORD-COUNT = 0
               MOVE ARCHIN-DATE TO AGEN-FIRST-DATE
               MOVE ARCHIN-TIME TO AGEN-FIRST-TIME
           END-IF.
           ADD 1 TO AGEN-RECORD-COUNT.
           MOVE ARCHIN-DATE TO AGEN-LAST-DATE.
           MOVE ARCHIN-TIME TO AGEN-LAST-TIME.
           ADD ARCHIN-TIME TO AGEN-HASH-ACCUM.
       1550-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1600-CHECK-CONTROL-RECORD - ONE GENERATION ENDS HERE.  ITS
      *  CONTROL RECORD MUST NAME ARCHHIST (ANYTHING ELSE IS THE WRONG
      *  DATASET IN THE CONCATENATION) AND AGREE WITH WHAT WAS READ
      *  ON COUNT, HASH TOTAL AND FIRST/LAST TIMESTAMP.  THE TALLY IS
      *  THEN CLEARED FOR THE NEXT GENERATION.
      ******************************************************************
       1600-CHECK-CONTROL-RECORD.
           ADD 1 TO GEN-NUMBER.
           MOVE ARCHIN-RECORD TO ARCH-CONTROL-RECORD.
           MOVE AGEN-HASH-ACCUM TO AGEN-HASH-TOTAL.
           EVALUATE TRUE
               WHEN ACTL-ARCHIVE-NAME NOT = "ARCHHIST"
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
           MOVE ACTL-ARCHIVE-NAME TO HRET-GEN-NAME.
           MOVE ACTL-GEN-DATE TO HRET-GEN-DATE.
           PERFORM 1700-WRITE-GEN-LINE THRU 1700-EXIT.
           INITIALIZE ARCH-GEN-TOTALS.
       1600-EXIT.
           EXIT.
      *
       1700-WRITE-GEN-LINE.
           IF NOT GEN-VERDICT-OK
               ADD 1 TO GEN-FAILED-COUNT
           END-IF.
           MOVE GEN-NUMBER TO HRET-GEN-NUMBER.
           MOVE AGEN-RECORD-COUNT TO HRET-GEN-COUNT.
           MOVE GEN-VERDICT TO HRET-GEN-VERDICT.
           MOVE HRET-GEN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       1700-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-FEED-BOTH-SOURCES (SORT INPUT PROCEDURE) - RELEASE EVERY
      *  IN-RANGE RECORD OF RETR-USERID FROM THE LIVE KSDS (POSITIONED
      *  WITH START ON THE FROM DATE, THE SAME SCAN SHAPE AS 4100-
               SET SEVERE-ERROR TO TRUE
               GO TO 2500-EXIT
           END-IF.
           IF ARCHIN-RECORD(1:8) = ACTL-CONTROL-MARKER
               GO TO 2500-EXIT
           END-IF.
           IF ARCHIN-USERID NOT = RETR-USERID
               GO TO 2500-EXIT
           END-IF.
