      *                   (SEE SAMPLOGC) - A DEPARTMENT THAT DOES NOT
      *                   EXIST IS A REASON-07 REJECT, DISTINCT FROM
      *                   A REAL DEPARTMENT WITH NO EMPLOYEES.
      *  2026-10-15  RBP  OPTION-7 RECORDS (AUTHORIZATION MAINTENANCE,
      *                   SEE 4800 IN SAMPLOGC) APPLY IN BATCH EXACTLY
      *                   AS ON THE PANEL - INP "A USERID OPTIONS",
      *                   "C USERID OPTIONS" OR "R USERID" - WHEN THE
      *                   PARM USERID IS A SECURITY ADMINISTRATOR.  THE
      *                   OUTCOME MESSAGE IS ECHOED TO SYSOUT, SO A
      *                   DECK OF GRANTS REPLACES THE HAND REPRO.
      *  2026-10-15  RBP  OPTION-8 RECORDS (CHANGE HISTORY, SEE 4900 IN
      *                   SAMPLOGC) LIST THE EMPNO'S CHANGE-LEDGER
      *                   ENTRIES TO SYSOUT.  LEDGFILE IS OPENED SO THE
      *                   SHARED PARAGRAPHS RESOLVE; NOTHING IS APPLIED
      *                   FROM BATCH, SO NOTHING IS WRITTEN TO IT HERE.
      *  2026-10-15  RBP  THE OPTION-6 LISTING SHOWS EACH PENDING
      *                   CHANGE'S EFFECTIVE DATE (ZEROS = AS SOON AS
      *                   APPROVED) AND Y WHEN IT IS APPROVED AND HELD
      *                   FOR THAT DATE.
      *  2026-10-15  RBP  BATCH MAKER PATH - AN OPTION-4 CARD THAT
      *                   CARRIES REPLACEMENT VALUES AFTER THE EMPNO
      *                   (NEW FIRSTNME/LASTNAME/WORKDEPT AND AN
      *                   OPTIONAL EFFECTIVE DATE, LAYOUT BELOW) IS NO
      *                   LONGER LOOKUP-ONLY: IT GOES THROUGH THE SAME
      *                   3600-QUEUE-PENDING-CHANGE THE SAMPUPDT PANEL
      *                   USES, WITH THIS RUN'S USERID AS THE MAKER,
      *                   AND IS APPROVED OFF OPTION 6 LIKE ANY KEYED
      *                   CHANGE.  A FAILED CARD GOES TO REJSPILL WITH
      *                   ITS REASON CODE, AND A QUEUED/REJECTED
      *                   SUMMARY PRINTS AT END OF JOB.  AN OPTION-4
      *                   CARD WITH NOTHING AFTER THE EMPNO (EVERY
      *                   EXISTING DECK) IS STILL LOOKUP-ONLY.
      *  2026-10-15  RBP  A REJARCH GENERATION FED TO REJIN NOW ENDS
      *                   WITH ITS SAMPACTL CONTROL RECORD; THAT RECORD
      *                   IS COUNTED (SO RESTART POSITIONS STAY TRUE)
      *                   BUT NEVER RUN AS INPUT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUTH-USERID
               FILE STATUS IS AUTH-STATUS.
           SELECT LEDGER-FILE ASSIGN TO LEDGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               FILE STATUS IS LEDG-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *  SYSIN-RECORD - COLUMN 1 IS THE OPTION CODE (SAME VALUES AS
      *  OPTION-CD - "1" FOR OPT-LOOKUP-EMP, "2" FOR OPT-FREE-TEXT,
      *  "7" FOR AN AUTHORIZATION MAINTENANCE RECORD WHOSE INP IS
      *  ACTION IN COLUMN 3, USERID IN 5-12, OPTIONS IN 14-23, "8" FOR
      *  A CHANGE-HISTORY LISTING OF THE EMPNO IN COLUMNS 3-8, "4" FOR
      *  AN EMPLOYEE CHANGE CARD - SEE CHANGE-CARD BELOW),
      *  COLUMN 2 IS A SEPARATOR, AND COLUMNS 3-50 ARE INP, SO A SYSIN
      *  STREAM CAN EXERCISE EITHER DISPATCH BRANCH THE SAME AS A LIVE
      *  SAMPLE PANEL SESSION.  COLUMNS 51+ ARE THE OPTIONAL
       FD  AUTH-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "SAMPAUTH" OF COPYLIB.
       FD  LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "SAMPLEDG" OF COPYLIB.
       WORKING-STORAGE SECTION.

       01  RC                                PIC S9(8) USAGE BINARY
       01  REJIN-STATUS                      PIC X(02) VALUE SPACES.
       01  WS-REJIN-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-END-OF-REJIN                 VALUE "Y".
      ******************************************************************
      *  ACTL-CONTROL-MARKER IDENTIFIES THE CONTROL RECORD THAT CLOSES A
      *  REJARCH GENERATION (SEE SAMPACTL) WHEN ONE IS FED TO REJIN.
      ******************************************************************
       COPY "SAMPACTL" OF COPYLIB.

      ******************************************************************
      *  REGRESSION-MODE WORK AREAS.  THE EXPECTED COLUMNS ARE SAVED
       01  TEST-PASS-COUNT                   PIC 9(05) COMP VALUE 0.
       01  TEST-FAIL-COUNT                   PIC 9(05) COMP VALUE 0.

      ******************************************************************
      *  CHANGE-CARD - THE INP OF AN OPTION-4 CARD, VIEWED AS A BATCH
      *  MAKER ENTRY: EMPNO IN SYSIN COLUMNS 3-8, NEW FIRSTNME 10-21,
      *  NEW LASTNAME 23-37, NEW WORKDEPT 39-41, AND AN OPTIONAL
      *  EFFECTIVE DATE (YYYYMMDD) IN 43-50.  A BLANK NEW FIELD KEEPS
      *  THE CURRENT VALUE, THE WAY SAMPUPDT COMES UP PRE-FILLED.  A
      *  CARD WITH ALL FOUR BLANK IS THE OLD LOOKUP-ONLY CARD.
      *  CHANGE-CARD-SW MARKS A CARD THAT CARRIES VALUES, SO IT IS
      *  COUNTED QUEUED OR REJECTED WHEREVER IT FAILS; CARD-REJECT-SW
      *  IS SET WHEN 3600 HAS ALREADY SPILLED THE REJECT ITSELF, SO
      *  1500 DOES NOT WRITE IT A SECOND TIME.
      ******************************************************************
       01  CHANGE-CARD.
           05  CARD-EMPNO                    PIC X(06).
           05  FILLER                        PIC X(01).
           05  CARD-FIRSTNME                 PIC X(12).
           05  FILLER                        PIC X(01).
           05  CARD-LASTNAME                 PIC X(15).
           05  FILLER                        PIC X(01).
           05  CARD-WORKDEPT                 PIC X(03).
           05  FILLER                        PIC X(01).
           05  CARD-EFF-DATE                 PIC X(08).
           05  FILLER                        PIC X(02).
       01  CARD-VALUES REDEFINES CHANGE-CARD.
           05  FILLER                        PIC X(07).
           05  CARD-NEW-VALUES               PIC X(43).
       01  CHANGE-CARD-SW                    PIC X(01) VALUE "N".
           88  CARD-CARRIES-CHANGE             VALUE "Y".
       01  CARD-REJECT-SW                    PIC X(01) VALUE "N".
           88  CARD-REJECT-WRITTEN             VALUE "Y".
       01  CARD-QUEUED-COUNT                 PIC 9(05) COMP VALUE 0.
       01  CARD-REJECTED-COUNT               PIC 9(05) COMP VALUE 0.

      ******************************************************************
      *  MID-DECK RESTART WORK AREAS - SYSIN-RECORDS-READ AND
      *  REJIN-RECORDS-READ COUNT EACH INPUT'S RECORDS AS THEY ARE
                   PEND-STATUS
               SET SEVERE-ERROR TO TRUE
           END-IF.
           OPEN I-O LEDGER-FILE.
           IF LEDG-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.
           IF LEDG-STATUS NOT = "00"
               DISPLAY "SAMPBTCH - UNABLE TO OPEN LEDGFILE, STATUS="
                   LEDG-STATUS
               SET SEVERE-ERROR TO TRUE
           END-IF.
           OPEN INPUT AUTH-FILE.
           IF AUTH-STATUS = "35"
               SET AUTH-FILE-ABSENT TO TRUE
           CLOSE AUDIT-FILE.
           CLOSE REJECT-FILE.
           CLOSE PENDING-FILE.
           CLOSE LEDGER-FILE.
           IF AUTH-FILE-ACTIVE
               CLOSE AUTH-FILE
           END-IF.
           IF CARD-QUEUED-COUNT > 0 OR CARD-REJECTED-COUNT > 0
               DISPLAY "SAMPBTCH - CHANGE CARDS QUEUED="
                   CARD-QUEUED-COUNT " REJECTED=" CARD-REJECTED-COUNT
           END-IF.
           IF TEST-TOTAL-COUNT > 0
               DISPLAY "SAMPBTCH - TESTS TOTAL=" TEST-TOTAL-COUNT
                   " PASSED=" TEST-PASS-COUNT
               NOT AT END
                   ADD 1 TO REJIN-RECORDS-READ
                   IF REJIN-RECORDS-READ > REJIN-SKIP-COUNT
                       AND REJIN-USERID NOT = ACTL-CONTROL-MARKER
                       MOVE 0 TO RC
                       MOVE REJIN-OPTION-CD TO OPTION-CD
                       MOVE REJIN-INP TO INP
      *  PROCESSED RECORD, ACCEPTED OR REJECTED - IF IT ONLY MOVED ON
      *  ACCEPTS, AN ABEND AFTER A RUN OF REJECTS WOULD REPLAY THEM
      *  ON RESTART AND APPEND THE SAME REJECTS (AND AUDIT EVENTS) A
      *  SECOND TIME - AND, FOR A CHANGE CARD, QUEUE THE SAME CHANGE
      *  FOR APPROVAL TWICE.
      ******************************************************************
       1500-RUN-BATCH-RECORD.
           MOVE "N" TO CHANGE-CARD-SW.
           MOVE "N" TO CARD-REJECT-SW.
           MOVE INP TO CHANGE-CARD.
           IF OPT-EMP-UPDATE AND CARD-NEW-VALUES NOT = SPACES
               SET CARD-CARRIES-CHANGE TO TRUE
           END-IF.
           PERFORM 5000-AUDIT-LOG THRU 5000-EXIT.
           PERFORM 2000-VALIDATE-INPUT THRU 2000-EXIT.
           IF INPUT-IS-VALID
               PERFORM 4000-PROCESS-OPTION THRU 4000-EXIT
           END-IF.
           IF INPUT-IS-VALID AND CARD-CARRIES-CHANGE
               PERFORM 1800-QUEUE-CARD-CHANGE THRU 1800-EXIT
           END-IF.
           IF CARD-CARRIES-CHANGE
               IF INPUT-IS-VALID
                   ADD 1 TO CARD-QUEUED-COUNT
               ELSE
                   ADD 1 TO CARD-REJECTED-COUNT
               END-IF
           END-IF.
           IF INPUT-IS-VALID
               PERFORM 7000-WRITE-HISTORY THRU 7000-EXIT
               DISPLAY "SAMPBTCH - RC=00 INP=" INP
                   PERFORM 1400-PRINT-PENDING-LIST
                       THRU 1400-EXIT
               END-IF
               IF OPT-AUTH-MAINT
                   DISPLAY "SAMPBTCH - AUTH " ERRMSG-TEXT
               END-IF
               IF OPT-LEDGER-INQ
                   PERFORM 1700-PRINT-LEDGER-LIST THRU 1700-EXIT
               END-IF
           ELSE
               IF NOT CARD-REJECT-WRITTEN
                   PERFORM 5500-WRITE-REJECT THRU 5500-EXIT
               END-IF
               DISPLAY "SAMPBTCH - RC=00 INP=" INP
                   " REJECTED=" ERRMSG-TEXT
           END-IF.
      *  OPTION-6 SYSIN RECORD RETRIEVED (SEE 4400-LOAD-PENDING-LIST
      *  IN SAMPLOGC) TO SYSOUT - THE BATCH COUNTERPART OF THE
      *  SAMPAPPR PANEL.  BATCH ONLY LISTS; THE APPROVE/REJECT
      *  DECISION IS INTERACTIVE-ONLY, SO A CHANGE CARD QUEUED BY THIS
      *  JOB STILL NEEDS A SECOND PERSON AT THE PANEL.
      ******************************************************************
       1400-PRINT-PENDING-LIST.
           IF APPR-LIST-TRUNCATED
           DISPLAY "SAMPBTCH - PEND " PEND-T-DATE(PEND-IDX) " "
               PEND-T-MAKER(PEND-IDX) " " PEND-T-EMPNO(PEND-IDX) " "
               PEND-T-OLD-WORKDEPT(PEND-IDX) " -> "
               PEND-T-NEW-WORKDEPT(PEND-IDX) " EFF "
               PEND-T-EFFECTIVE-DATE(PEND-IDX) " "
               PEND-T-HELD-SW(PEND-IDX).
       1450-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1700-PRINT-LEDGER-LIST - LIST THE LINQ-TABLE ENTRIES AN
      *  OPTION-8 SYSIN RECORD RETRIEVED (SEE 4900-LEDGER-INQUIRY IN
      *  SAMPLOGC) TO SYSOUT, TWO LINES PER CHANGE - THE BATCH
      *  COUNTERPART OF THE SAMPLINQ PANEL.  THE FULL PRINTED LEDGER
      *  IS THE SAMPLEDL JOB.
      ******************************************************************
       1700-PRINT-LEDGER-LIST.
           IF LINQ-COUNT = 0
               DISPLAY "SAMPBTCH - " ERRMSG-TEXT
               GO TO 1700-EXIT
           END-IF.
           IF LINQ-LIST-TRUNCATED
               DISPLAY "SAMPBTCH - CHANGE HISTORY TRUNCATED AT 100 "
                   "ENTRIES, SEE THE SAMPLEDL LISTING"
           END-IF.
           PERFORM 1750-PRINT-LEDGER-ENTRY THRU 1750-EXIT
               VARYING LINQ-IDX FROM 1 BY 1
               UNTIL LINQ-IDX > LINQ-COUNT.
       1700-EXIT.
           EXIT.
      *
       1750-PRINT-LEDGER-ENTRY.
           DISPLAY "SAMPBTCH - LEDG " LINQ-APPLY-DATE(LINQ-IDX) " "
               LINQ-APPLY-TIME(LINQ-IDX) " BY " LINQ-APPROVER(LINQ-IDX)
               " QUEUED " LINQ-QUEUE-DATE(LINQ-IDX) " BY "
               LINQ-MAKER(LINQ-IDX) " " LINQ-SOURCE-CD(LINQ-IDX).
           DISPLAY "SAMPBTCH -      " LINQ-OLD-FIRSTNME(LINQ-IDX) " "
               LINQ-OLD-LASTNAME(LINQ-IDX) " "
               LINQ-OLD-WORKDEPT(LINQ-IDX) " -> "
               LINQ-NEW-FIRSTNME(LINQ-IDX) " "
               LINQ-NEW-LASTNAME(LINQ-IDX) " "
               LINQ-NEW-WORKDEPT(LINQ-IDX).
       1750-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1800-QUEUE-CARD-CHANGE - THE BATCH COUNTERPART OF ENTER ON
      *  SAMPUPDT.  4000 HAS ALREADY LOOKED THE EMPNO UP (AN EMPNO NOT
      *  IN DSN8C10.EMP NEVER GETS HERE - IT IS A REASON-03 REJECT), SO
      *  HV-FIRSTNME AND FRIENDS HOLD THE CURRENT ROW.  THE CARD'S NEW
      *  VALUES OVERLAY THEM WHERE NON-BLANK AND 3600-QUEUE-PENDING-
      *  CHANGE CHECKS THE DEPARTMENT AND EFFECTIVE DATE AND WRITES THE
      *  PENDING RECORD UNDER THIS RUN'S USERID.  A CARD THAT WOULD
      *  CHANGE NOTHING IS A REASON-02 REJECT RATHER THAN AN EMPTY
      *  APPROVAL.  3600 SPILLS ITS OWN REJECTS; THE ONE FAILURE IT
      *  DOES NOT SPILL - A PENDFILE WRITE THAT FAILED - IS LEFT FOR
      *  1500 TO SPILL AS REASON 05 (TRY AGAIN), SO THE CARD CAN COME
      *  BACK THROUGH REJIN.
      ******************************************************************
       1800-QUEUE-CARD-CHANGE.
           MOVE "N" TO EMP-UPD-PENDING-SW.
           MOVE HV-FIRSTNME TO HV-NEW-FIRSTNME.
           MOVE HV-LASTNAME TO HV-NEW-LASTNAME.
           MOVE HV-WORKDEPT TO HV-NEW-WORKDEPT.
           IF CARD-FIRSTNME NOT = SPACES
               MOVE CARD-FIRSTNME TO HV-NEW-FIRSTNME
           END-IF.
           IF CARD-LASTNAME NOT = SPACES
               MOVE CARD-LASTNAME TO HV-NEW-LASTNAME
           END-IF.
           IF CARD-WORKDEPT NOT = SPACES
               MOVE CARD-WORKDEPT TO HV-NEW-WORKDEPT
           END-IF.
           MOVE CARD-EFF-DATE TO UPD-EFF-DATE.
           IF HV-NEW-FIRSTNME = HV-FIRSTNME
               AND HV-NEW-LASTNAME = HV-LASTNAME
               AND HV-NEW-WORKDEPT = HV-WORKDEPT
               SET INPUT-IS-INVALID TO TRUE
               SET REASON-BAD-SHAPE TO TRUE
               MOVE "CARD CHANGES NOTHING ON THE ROW" TO ERRMSG-TEXT
               GO TO 1800-EXIT
           END-IF.
           PERFORM 3600-QUEUE-PENDING-CHANGE THRU 3600-EXIT.
           MOVE SPACES TO UPD-EFF-DATE.
           IF INPUT-IS-VALID
               DISPLAY "SAMPBTCH - EMP " HV-EMPNO " " ERRMSG-TEXT
               GO TO 1800-EXIT
           END-IF.
           IF REJECT-REASON-CD = SPACES
               SET REASON-DB2-ERROR TO TRUE
           ELSE
               SET CARD-REJECT-WRITTEN TO TRUE
           END-IF.
       1800-EXIT.
           EXIT.

       COPY "SAMPLOGC" OF COPYLIB.
