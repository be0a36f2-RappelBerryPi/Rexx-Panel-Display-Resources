       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPLEDL.
       AUTHOR. RAPPELBERRYPI.
       INSTALLATION. RAPPELBERRYPI SYSTEMS PROGRAMMING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  ----------------------------------------------------------
      *  2026-10-15  RBP  ORIGINAL VERSION - THE CHANGE-LEDGER LISTING.
      *                   OPTION 8 SHOWS ONE EMPLOYEE'S HISTORY ON THE
      *                   SCREEN (FIRST 100 CHANGES); THIS JOB PRINTS
      *                   IT IN FULL FOR THE FILE.  SYSIN CARRIES ONE
      *                   EMPNO PER CARD IN COLUMNS 1-6 AND EACH GETS
      *                   ITS OWN SECTION, OLDEST CHANGE FIRST, OR "NO
      *                   CHANGES ON FILE".  AN EMPTY DECK (DD DUMMY)
      *                   LISTS THE WHOLE LEDGER IN EMPNO ORDER.  EVERY
      *                   CHANGE PRINTS ON TWO LINES: WHEN IT WAS
      *                   APPLIED AND BY WHOM, WHEN IT WAS QUEUED AND BY
      *                   WHOM, THEN THE OLD AND NEW VALUES AND WHICH
      *                   PATH APPLIED IT (QUEUE OR REORG).  SEE
      *                   SAMPLEDG FOR THE RECORD.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEDGER-FILE ASSIGN TO LEDGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               FILE STATUS IS LEDG-STATUS.
           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE
           LABEL RECORDS ARE OMITTED.
       01  CONTROL-RECORD.
           05  CTL-EMPNO                     PIC X(06).
           05  FILLER                        PIC X(74).
       FD  LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "SAMPLEDG" OF COPYLIB.
       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                      PIC X(80).
       WORKING-STORAGE SECTION.

       01  LEDG-STATUS                      PIC X(02) VALUE SPACES.
       01  RPT-STATUS                       PIC X(02) VALUE SPACES.
       01  SYSIN-EOF-SW                     PIC X(01) VALUE "N".
           88  END-OF-SYSIN                   VALUE "Y".
       01  LEDG-EOF-SW                      PIC X(01) VALUE "N".
           88  LEDG-AT-EOF                    VALUE "Y".
       01  LEDG-OPEN-SW                     PIC X(01) VALUE "N".
           88  LEDG-IS-OPEN                   VALUE "Y".
       01  LIST-ALL-SW                      PIC X(01) VALUE "N".
           88  LIST-WHOLE-LEDGER              VALUE "Y".
       01  SEVERE-SW                        PIC X(01) VALUE "N".
           88  SEVERE-ERROR                   VALUE "Y".
       01  LIST-DATE                        PIC 9(08) VALUE 0.

      ******************************************************************
      *  LEDL-EMPNO IS THE EMPLOYEE BEING LISTED - THE CARD'S EMPNO,
      *  OR IN WHOLE-LEDGER MODE THE EMPNO OF THE LAST HEADING
      *  PRINTED, SO A CHANGE OF EMPNO STARTS A NEW SECTION.
      *  LEDL-EMP-CHANGES COUNTS THE CURRENT EMPLOYEE'S CHANGES.
      ******************************************************************
       01  LEDL-EMPNO                       PIC X(06) VALUE SPACES.
       77  LEDL-EMP-CHANGES                 PIC 9(08) COMP VALUE 0.

       77  CARDS-READ                       PIC 9(08) COMP VALUE 0.
       77  EMPNO-COUNT                      PIC 9(08) COMP VALUE 0.
       77  CHANGE-COUNT                     PIC 9(08) COMP VALUE 0.
       77  QUEUE-COUNT                      PIC 9(08) COMP VALUE 0.
       77  REORG-COUNT                      PIC 9(08) COMP VALUE 0.
       77  NO-CHANGE-COUNT                  PIC 9(08) COMP VALUE 0.

       01  LEDL-REPORT-LINES.
           05  LEDL-TITLE-LINE.
               10  FILLER                   PIC X(35) VALUE
                   "SAMPLEDL - EMPLOYEE CHANGE LEDGER -".
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  LEDL-TITLE-DATE          PIC 9(08).
           05  LEDL-SCOPE-LINE              PIC X(80).
           05  LEDL-EMPNO-LINE.
               10  FILLER                   PIC X(06) VALUE "EMPNO ".
               10  LEDL-HDR-EMPNO           PIC X(06).
           05  LEDL-WHEN-LINE.
               10  FILLER                   PIC X(02) VALUE SPACES.
               10  FILLER                   PIC X(08) VALUE "APPLIED ".
               10  LEDL-WHEN-APPLY-DATE     PIC 9(08).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  LEDL-WHEN-APPLY-TIME     PIC 9(08).
               10  FILLER                   PIC X(04) VALUE " BY ".
               10  LEDL-WHEN-APPROVER       PIC X(08).
               10  FILLER                   PIC X(08) VALUE " QUEUED ".
               10  LEDL-WHEN-QUEUE-DATE     PIC 9(08).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  LEDL-WHEN-QUEUE-TIME     PIC 9(08).
               10  FILLER                   PIC X(04) VALUE " BY ".
               10  LEDL-WHEN-MAKER          PIC X(08).
           05  LEDL-VALUE-LINE.
               10  FILLER                   PIC X(04) VALUE SPACES.
               10  LEDL-VAL-OLD-FIRSTNME    PIC X(12).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  LEDL-VAL-OLD-LASTNAME    PIC X(15).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  LEDL-VAL-OLD-WORKDEPT    PIC X(03).
               10  FILLER                   PIC X(04) VALUE " -> ".
               10  LEDL-VAL-NEW-FIRSTNME    PIC X(12).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  LEDL-VAL-NEW-LASTNAME    PIC X(15).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  LEDL-VAL-NEW-WORKDEPT    PIC X(03).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  LEDL-VAL-SOURCE          PIC X(05).
           05  LEDL-COUNT-LINE.
               10  LEDL-CNT-TEXT            PIC X(28).
               10  LEDL-CNT-VALUE           PIC ZZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT SEVERE-ERROR AND NOT LIST-WHOLE-LEDGER
               PERFORM 2000-LIST-ONE-CARD THRU 2000-EXIT
                   UNTIL END-OF-SYSIN OR SEVERE-ERROR
           END-IF.
           IF NOT SEVERE-ERROR AND LIST-WHOLE-LEDGER
               PERFORM 3000-LIST-WHOLE-LEDGER THRU 3000-EXIT
           END-IF.
           IF NOT SEVERE-ERROR
               PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           END-IF.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.

      ******************************************************************
      *  1000-INITIALIZE - OPEN SYSPRINT, THE LEDGER AND THE DECK AND
      *  READ THE FIRST CARD - NO CARD AT ALL MEANS THE WHOLE LEDGER.
      *  STATUS 35 ON LEDGFILE IS A LEDGER NOTHING HAS BEEN APPLIED
      *  TO YET; EVERY CARD THEN LISTS "NO CHANGES ON FILE" RATHER
      *  THAN THE JOB FAILING.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT LIST-DATE FROM DATE YYYYMMDD.
           MOVE LIST-DATE TO LEDL-TITLE-DATE.
           OPEN OUTPUT REPORT-FILE.
           IF RPT-STATUS NOT = "00"
               DISPLAY "SAMPLEDL - UNABLE TO OPEN SYSPRINT, STATUS="
                   RPT-STATUS
               SET SEVERE-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE LEDL-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT LEDGER-FILE.
           IF LEDG-STATUS = "35"
               MOVE "LEDGFILE NOT YET CREATED - NO CHANGES ON FILE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF LEDG-STATUS NOT = "00"
                   DISPLAY "SAMPLEDL - UNABLE TO OPEN LEDGFILE, STATUS="
                       LEDG-STATUS
                   SET SEVERE-ERROR TO TRUE
                   GO TO 1000-EXIT
               END-IF
               SET LEDG-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT SYSIN-FILE.
           PERFORM 2900-READ-CARD THRU 2900-EXIT.
           IF END-OF-SYSIN
               SET LIST-WHOLE-LEDGER TO TRUE
               MOVE "SCOPE: WHOLE LEDGER, EMPNO ORDER" TO
                   LEDL-SCOPE-LINE
           ELSE
               MOVE "SCOPE: EMPNOS FROM SYSIN" TO LEDL-SCOPE-LINE
           END-IF.
           MOVE LEDL-SCOPE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-LIST-ONE-CARD - ONE EMPNO'S SECTION: THE HEADING, THEN A
      *  START AT THE EMPNO WITH A ZERO TIMESTAMP AND READ NEXT UNTIL
      *  THE EMPNO CHANGES - THE SAME WALK 4900-LEDGER-INQUIRY
      *  (SAMPLOGC) MAKES FOR OPTION 8, WITHOUT ITS 100-ENTRY LIMIT.
      ******************************************************************
       2000-LIST-ONE-CARD.
           IF CTL-EMPNO = SPACES
               GO TO 2000-READ-NEXT
           END-IF.
           MOVE CTL-EMPNO TO LEDL-EMPNO.
           PERFORM 2600-PRINT-EMPNO-HEADING THRU 2600-EXIT.
           IF NOT LEDG-IS-OPEN
               GO TO 2000-NONE-FOUND
           END-IF.
           MOVE "N" TO LEDG-EOF-SW.
           MOVE LEDL-EMPNO TO LEDG-EMPNO.
           MOVE 0 TO LEDG-APPLY-DATE.
           MOVE 0 TO LEDG-APPLY-TIME.
           MOVE 0 TO LEDG-SEQ.
           START LEDGER-FILE KEY NOT LESS THAN LEDG-KEY
               INVALID KEY
                   SET LEDG-AT-EOF TO TRUE
           END-START.
           PERFORM 2100-READ-EMPNO-CHANGE THRU 2100-EXIT
               UNTIL LEDG-AT-EOF.
       2000-NONE-FOUND.
           IF LEDL-EMP-CHANGES = 0
               ADD 1 TO NO-CHANGE-COUNT
               MOVE "    NO CHANGES ON FILE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       2000-READ-NEXT.
           PERFORM 2900-READ-CARD THRU 2900-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-READ-EMPNO-CHANGE.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   SET LEDG-AT-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF LEDG-STATUS NOT = "00"
               DISPLAY "SAMPLEDL - LEDGFILE READ FAILED, STATUS="
                   LEDG-STATUS
               SET SEVERE-ERROR TO TRUE
               SET LEDG-AT-EOF TO TRUE
               GO TO 2100-EXIT
           END-IF.
           IF LEDG-EMPNO NOT = LEDL-EMPNO
               SET LEDG-AT-EOF TO TRUE
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2500-PRINT-CHANGE THRU 2500-EXIT.
       2100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2500-PRINT-CHANGE - THE TWO LINES FOR THE LEDGER RECORD IN
      *  THE BUFFER, AND THE PER-SOURCE TOTALS.
      ******************************************************************
       2500-PRINT-CHANGE.
           ADD 1 TO LEDL-EMP-CHANGES.
           ADD 1 TO CHANGE-COUNT.
           MOVE LEDG-APPLY-DATE TO LEDL-WHEN-APPLY-DATE.
           MOVE LEDG-APPLY-TIME TO LEDL-WHEN-APPLY-TIME.
           MOVE LEDG-APPROVER TO LEDL-WHEN-APPROVER.
           MOVE LEDG-QUEUE-DATE TO LEDL-WHEN-QUEUE-DATE.
           MOVE LEDG-QUEUE-TIME TO LEDL-WHEN-QUEUE-TIME.
           MOVE LEDG-MAKER TO LEDL-WHEN-MAKER.
           MOVE LEDL-WHEN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE LEDG-OLD-FIRSTNME TO LEDL-VAL-OLD-FIRSTNME.
           MOVE LEDG-OLD-LASTNAME TO LEDL-VAL-OLD-LASTNAME.
           MOVE LEDG-OLD-WORKDEPT TO LEDL-VAL-OLD-WORKDEPT.
           MOVE LEDG-NEW-FIRSTNME TO LEDL-VAL-NEW-FIRSTNME.
           MOVE LEDG-NEW-LASTNAME TO LEDL-VAL-NEW-LASTNAME.
           MOVE LEDG-NEW-WORKDEPT TO LEDL-VAL-NEW-WORKDEPT.
           EVALUATE TRUE
               WHEN LEDG-FROM-QUEUE
                   ADD 1 TO QUEUE-COUNT
                   MOVE "QUEUE" TO LEDL-VAL-SOURCE
               WHEN LEDG-FROM-REORG
                   ADD 1 TO REORG-COUNT
                   MOVE "REORG" TO LEDL-VAL-SOURCE
               WHEN OTHER
                   MOVE LEDG-SOURCE-CD TO LEDL-VAL-SOURCE
           END-EVALUATE.
           MOVE LEDL-VALUE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       2500-EXIT.
           EXIT.
      *
       2600-PRINT-EMPNO-HEADING.
           ADD 1 TO EMPNO-COUNT.
           MOVE 0 TO LEDL-EMP-CHANGES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE LEDL-EMPNO TO LEDL-HDR-EMPNO.
           MOVE LEDL-EMPNO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       2600-EXIT.
           EXIT.
      *
       2900-READ-CARD.
           READ SYSIN-FILE
               AT END
                   SET END-OF-SYSIN TO TRUE
               NOT AT END
                   ADD 1 TO CARDS-READ
           END-READ.
       2900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-LIST-WHOLE-LEDGER - NO DECK: EVERY RECORD IN KEY ORDER,
      *  A NEW HEADING EACH TIME THE EMPNO CHANGES.
      ******************************************************************
       3000-LIST-WHOLE-LEDGER.
           IF NOT LEDG-IS-OPEN
               GO TO 3000-EXIT
           END-IF.
           MOVE LOW-VALUES TO LEDG-KEY.
           START LEDGER-FILE KEY NOT LESS THAN LEDG-KEY
               INVALID KEY
                   SET LEDG-AT-EOF TO TRUE
           END-START.
           PERFORM 3100-READ-NEXT-CHANGE THRU 3100-EXIT
               UNTIL LEDG-AT-EOF.
       3000-EXIT.
           EXIT.
      *
       3100-READ-NEXT-CHANGE.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   SET LEDG-AT-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF LEDG-STATUS NOT = "00"
               DISPLAY "SAMPLEDL - LEDGFILE READ FAILED, STATUS="
                   LEDG-STATUS
               SET SEVERE-ERROR TO TRUE
               SET LEDG-AT-EOF TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF LEDG-EMPNO NOT = LEDL-EMPNO
               MOVE LEDG-EMPNO TO LEDL-EMPNO
               PERFORM 2600-PRINT-EMPNO-HEADING THRU 2600-EXIT
           END-IF.
           PERFORM 2500-PRINT-CHANGE THRU 2500-EXIT.
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  8000-WRITE-TOTALS - EMPLOYEES AND CHANGES LISTED, SPLIT BY
      *  THE PATH THAT APPLIED THEM, AND THE CARDS THAT FOUND NOTHING.
      ******************************************************************
       8000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EMPNOS LISTED . . . . . . . " TO LEDL-CNT-TEXT.
           MOVE EMPNO-COUNT TO LEDL-CNT-VALUE.
           MOVE LEDL-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CHANGES LISTED. . . . . . . " TO LEDL-CNT-TEXT.
           MOVE CHANGE-COUNT TO LEDL-CNT-VALUE.
           MOVE LEDL-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  FROM APPROVAL QUEUE . . . " TO LEDL-CNT-TEXT.
           MOVE QUEUE-COUNT TO LEDL-CNT-VALUE.
           MOVE LEDL-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  FROM REORGANIZATION . . . " TO LEDL-CNT-TEXT.
           MOVE REORG-COUNT TO LEDL-CNT-VALUE.
           MOVE LEDL-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EMPNOS WITH NO CHANGES. . . " TO LEDL-CNT-TEXT.
           MOVE NO-CHANGE-COUNT TO LEDL-CNT-VALUE.
           MOVE LEDL-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       8000-EXIT.
           EXIT.
      *
       9999-TERMINATE.
           CLOSE SYSIN-FILE.
           CLOSE REPORT-FILE.
           IF LEDG-IS-OPEN
               CLOSE LEDGER-FILE
           END-IF.
           IF SEVERE-ERROR
               MOVE 12 TO RETURN-CODE
           END-IF.
       9999-EXIT.
           EXIT.
