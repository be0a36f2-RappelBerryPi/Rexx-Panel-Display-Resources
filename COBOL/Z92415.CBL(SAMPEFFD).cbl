       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPEFFD.
       AUTHOR. RAPPELBERRYPI.
       INSTALLATION. RAPPELBERRYPI SYSTEMS PROGRAMMING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  ----------------------------------------------------------
      *  2026-10-15  RBP  ORIGINAL VERSION - NIGHTLY APPLY OF HELD,
      *                   EFFECTIVE-DATED EMPLOYEE CHANGES.  HR SENDS
      *                   MOST TRANSFERS AHEAD OF THE DATE THEY TAKE
      *                   EFFECT; SAMPUPDT NOW TAKES THAT DATE, AND AN
      *                   OPTION-6 APPROVAL BEFORE IT MARKS THE
      *                   PENDFILE RECORD HELD INSTEAD OF APPLYING IT
      *                   (SEE SAMPPEND).  THIS JOB READS THE WHOLE
      *                   PENDING KSDS AND APPLIES EVERY HELD CHANGE
      *                   WHOSE EFFECTIVE DATE HAS ARRIVED THROUGH THE
      *                   SAME 4550-APPLY-PENDING-CHANGE / 3500-DB2-
      *                   APPLY-UPDATE PATH AN IMMEDIATE APPROVAL
      *                   TAKES (SAMPLOGC), SO THE WORKDEPT RE-CHECK,
      *                   THE BEFORE/AFTER AUDIT IMAGES AND THE CHANGE-
      *                   LEDGER RECORD (WITH THE ORIGINAL MAKER AND
      *                   APPROVER) ALL HAPPEN EXACTLY AS THEY WOULD
      *                   HAVE ON THE PANEL.  SYSPRINT LISTS EVERY DUE
      *                   CHANGE AND WHAT BECAME OF IT.  THE RUN IS
      *                   STAMPED ON THE RUN-CONTROL KSDS (SEE
      *                   SAMPRUNC), OUT OF BALANCE - AND CONDITION
      *                   CODE 8 - WHEN ANY DUE CHANGE COULD NOT BE
      *                   APPLIED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
      *  SAMPLOGC IS COPIED WHOLE, SO EVERY FILE ITS PARAGRAPHS NAME IS
      *  SELECTED HERE THE SAME WAY SAMPBTCH SELECTS IT.  ONLY AUDSPILL,
      *  PENDFILE, LEDGFILE, SYSPRINT AND RUNCTL ARE EVER OPENED - THE
      *  PARAGRAPHS THAT TOUCH THE OTHERS ARE NEVER PERFORMED HERE.
      ******************************************************************
           SELECT HISTORY-FILE ASSIGN TO HISTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS HIST-STATUS.
           SELECT AUDIT-FILE ASSIGN TO AUDSPILL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUD-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO CKPTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CKPT-USERID
               FILE STATUS IS CKPT-STATUS.
           SELECT REJECT-FILE ASSIGN TO REJSPILL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REJ-STATUS.
           SELECT PENDING-FILE ASSIGN TO PENDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS PEND-STATUS.
           SELECT AUTH-FILE ASSIGN TO AUTHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUTH-USERID
               FILE STATUS IS AUTH-STATUS.
           SELECT LEDGER-FILE ASSIGN TO LEDGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               FILE STATUS IS LEDG-STATUS.
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
       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "SAMPHIST" OF COPYLIB.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "SAMPAUD" OF COPYLIB.
       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "SAMPCKPT" OF COPYLIB.
       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "SAMPREJ" OF COPYLIB.
       FD  PENDING-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "SAMPPEND" OF COPYLIB.
       FD  AUTH-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "SAMPAUTH" OF COPYLIB.
       FD  LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "SAMPLEDG" OF COPYLIB.
       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                      PIC X(80).
       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "SAMPRUNC" OF COPYLIB.
       WORKING-STORAGE SECTION.

       01  RC                               PIC S9(8) USAGE BINARY
                                             VALUE 0.
       01  RPT-STATUS                       PIC X(02) VALUE SPACES.
       01  RUNC-STATUS                      PIC X(02) VALUE SPACES.
       01  STAMP-DATE                       PIC 9(08) VALUE 0.
       01  STAMP-TIME                       PIC 9(08) VALUE 0.
       01  PEND-EOF-SW                      PIC X(01) VALUE "N".
           88  PEND-AT-EOF                    VALUE "Y".
       01  SEVERE-SW                        PIC X(01) VALUE "N".
           88  SEVERE-ERROR                   VALUE "Y".

       COPY "SAMPVARS" OF COPYLIB.

      ******************************************************************
      *  RUN-DATE - THE BUSINESS DATE BEING APPLIED, FROM THE EXEC PARM
      *  (YYYYMMDD) OR TODAY.  A HELD CHANGE IS DUE WHEN ITS EFFECTIVE
      *  DATE IS ON OR BEFORE RUN-DATE, SO A MISSED NIGHT IS CAUGHT UP
      *  BY THE NEXT RUN WITHOUT A PARM, AND A PARM RERUN FOR A PAST
      *  DATE NEVER APPLIES ANYTHING EARLY.
      ******************************************************************
       01  RUN-DATE                         PIC 9(08) VALUE 0.

       77  PEND-READ-COUNT                  PIC 9(08) COMP VALUE 0.
       77  HELD-COUNT                       PIC 9(08) COMP VALUE 0.
       77  APPLIED-COUNT                    PIC 9(08) COMP VALUE 0.
       77  DEAD-COUNT                       PIC 9(08) COMP VALUE 0.
       77  RETRY-COUNT                      PIC 9(08) COMP VALUE 0.
       77  NOT-YET-DUE-COUNT                PIC 9(08) COMP VALUE 0.
       77  UNAPPROVED-DUE-COUNT             PIC 9(08) COMP VALUE 0.

       01  EFFD-REPORT-LINES.
           05  EFFD-TITLE-LINE.
               10  FILLER                   PIC X(42) VALUE
                   "SAMPEFFD - HELD EMPLOYEE CHANGES APPLIED -".
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  EFFD-TITLE-DATE          PIC 9(08).
           05  EFFD-HEAD-LINE.
               10  FILLER                   PIC X(44) VALUE
                   "RESULT  EMPNO  EFFECTIVE APPROVER OLD    NEW".
               10  FILLER                   PIC X(04) VALUE " ".
               10  FILLER                   PIC X(04) VALUE "NOTE".
           05  EFFD-DETAIL-LINE.
               10  EFFD-DT-RESULT           PIC X(08).
               10  EFFD-DT-EMPNO            PIC X(06).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  EFFD-DT-EFF-DATE         PIC 9(08).
               10  FILLER                   PIC X(02) VALUE SPACES.
               10  EFFD-DT-APPROVER         PIC X(08).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  EFFD-DT-OLD-DEPT         PIC X(03).
               10  FILLER                   PIC X(04) VALUE " -> ".
               10  EFFD-DT-NEW-DEPT         PIC X(03).
               10  FILLER                   PIC X(04) VALUE SPACES.
               10  EFFD-DT-NOTE             PIC X(32).
           05  EFFD-COUNT-LINE.
               10  EFFD-CNT-TEXT            PIC X(28).
               10  EFFD-CNT-VALUE           PIC ZZZZ,ZZ9.

       LINKAGE SECTION.
       01  BATCH-PARM.
           05  PARM-LEN                     PIC S9(04) COMP.
           05  PARM-TEXT                    PIC X(08).

       PROCEDURE DIVISION USING BATCH-PARM.

       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT SEVERE-ERROR
               PERFORM 6000-CHECK-PENDING-RECORD THRU 6000-EXIT
                   UNTIL PEND-AT-EOF
           END-IF.
           IF NOT SEVERE-ERROR
               PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
               PERFORM 8500-STAMP-RUN-CONTROL THRU 8500-EXIT
           END-IF.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.

      ******************************************************************
      *  1000-INITIALIZE - RESOLVE RUN-DATE, SET THE JOB'S USERID (IT
      *  GOES ON EVERY AUDIT RECORD THIS RUN WRITES - THE APPROVER
      *  RIDES ON THE LEDGER RECORD INSTEAD), AND OPEN THE FILES THE
      *  APPLY PATH WRITES.  STATUS 35 ON PENDFILE IS A QUEUE NOTHING
      *  HAS EVER BEEN KEYED TO - NOTHING IS HELD, SO THE RUN IS CLEAN.
      ******************************************************************
       1000-INITIALIZE.
           IF PARM-LEN = 8 AND PARM-TEXT NUMERIC
               MOVE PARM-TEXT TO RUN-DATE
           ELSE
               ACCEPT RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE "SAMPEFFD" TO USERID.
           MOVE 0 TO RC.
           MOVE RUN-DATE TO EFFD-TITLE-DATE.
           OPEN OUTPUT REPORT-FILE.
           IF RPT-STATUS NOT = "00"
               DISPLAY "SAMPEFFD - UNABLE TO OPEN SYSPRINT, STATUS="
                   RPT-STATUS
               SET SEVERE-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE EFFD-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE EFFD-HEAD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN EXTEND AUDIT-FILE.
           IF AUD-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF.
           IF AUD-STATUS NOT = "00"
               DISPLAY "SAMPEFFD - UNABLE TO OPEN AUDSPILL, STATUS="
                   AUD-STATUS
               SET SEVERE-ERROR TO TRUE
           END-IF.
           OPEN I-O LEDGER-FILE.
           IF LEDG-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.
           IF LEDG-STATUS NOT = "00"
               DISPLAY "SAMPEFFD - UNABLE TO OPEN LEDGFILE, STATUS="
                   LEDG-STATUS
               SET SEVERE-ERROR TO TRUE
           END-IF.
           OPEN I-O PENDING-FILE.
           IF PEND-STATUS = "35"
               SET PEND-AT-EOF TO TRUE
               MOVE "PENDFILE NOT YET CREATED - NOTHING HELD" TO
                   REPORT-LINE
               WRITE REPORT-LINE
               GO TO 1000-EXIT
           END-IF.
           IF PEND-STATUS NOT = "00"
               DISPLAY "SAMPEFFD - UNABLE TO OPEN PENDFILE, STATUS="
                   PEND-STATUS
               SET SEVERE-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE LOW-VALUES TO PEND-KEY.
           START PENDING-FILE KEY NOT LESS THAN PEND-KEY
               INVALID KEY
                   SET PEND-AT-EOF TO TRUE
           END-START.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  6000-CHECK-PENDING-RECORD - ONE PENDFILE RECORD PER PASS, IN
      *  QUEUE ORDER.  ONLY A HELD RECORD WHOSE EFFECTIVE DATE HAS
      *  ARRIVED IS APPLIED.  A RECORD STILL AWAITING ITS APPROVAL IS
      *  LEFT ALONE EVEN IF ITS DATE HAS PASSED - NOBODY HAS SIGNED
      *  IT OFF, AND THE APPROVAL WILL APPLY IT ON THE SPOT - BUT IT
      *  IS COUNTED SO THE TOTALS SHOW TRANSFERS RUNNING LATE.
      ******************************************************************
       6000-CHECK-PENDING-RECORD.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET PEND-AT-EOF TO TRUE
                   GO TO 6000-EXIT
           END-READ.
           IF PEND-STATUS NOT = "00"
               DISPLAY "SAMPEFFD - PENDFILE READ FAILED, STATUS="
                   PEND-STATUS
               SET SEVERE-ERROR TO TRUE
               SET PEND-AT-EOF TO TRUE
               GO TO 6000-EXIT
           END-IF.
           ADD 1 TO PEND-READ-COUNT.
           IF PEND-EFFECTIVE-DATE NOT NUMERIC
               MOVE 0 TO PEND-EFFECTIVE-DATE
           END-IF.
           IF NOT PEND-IS-HELD
               IF PEND-EFFECTIVE-DATE NOT > RUN-DATE
                   AND PEND-EFFECTIVE-DATE NOT = 0
                   ADD 1 TO UNAPPROVED-DUE-COUNT
               END-IF
               GO TO 6000-EXIT
           END-IF.
           ADD 1 TO HELD-COUNT.
           IF PEND-EFFECTIVE-DATE > RUN-DATE
               ADD 1 TO NOT-YET-DUE-COUNT
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6500-APPLY-HELD-CHANGE THRU 6500-EXIT.
       6000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  6500-APPLY-HELD-CHANGE - DRIVE 4550-APPLY-PENDING-CHANGE FOR
      *  THE DUE RECORD IN PEND-RECORD, WITH THE APPROVER WHO SIGNED
      *  IT OFF (NOT THIS JOB) AS THE LEDGER'S APPROVER.  AN APPLIED
      *  CHANGE AUDITS "HELD CHANGE APPLIED" AND IS DELETED; A DEAD ONE
      *  (ROW OR DEPARTMENT GONE - 4550 HAS ALREADY AUDITED "EMP
      *  UPDATE FAILED") IS DELETED TOO, THE SAME AS AT APPROVAL TIME.
      *  A DB2 ERROR LEAVES THE RECORD HELD FOR TOMORROW'S RUN.  AN
      *  ABEND BETWEEN THE COMMIT AND THE DELETE LEAVES THE RECORD
      *  HELD, AND THE RERUN RE-APPLIES THE SAME VALUES - HARMLESS TO
      *  THE ROW, AND THE SECOND AUDIT PAIR SHOWS IT.
      ******************************************************************
       6500-APPLY-HELD-CHANGE.
           MOVE SPACES TO ERRMSG-TEXT.
           MOVE PEND-APPROVER TO CHG-APPROVER.
           PERFORM 4550-APPLY-PENDING-CHANGE THRU 4550-EXIT.
           MOVE PEND-EMPNO TO EFFD-DT-EMPNO.
           MOVE PEND-EFFECTIVE-DATE TO EFFD-DT-EFF-DATE.
           MOVE PEND-APPROVER TO EFFD-DT-APPROVER.
           MOVE PEND-OLD-WORKDEPT TO EFFD-DT-OLD-DEPT.
           MOVE PEND-NEW-WORKDEPT TO EFFD-DT-NEW-DEPT.
           MOVE ERRMSG-TEXT TO EFFD-DT-NOTE.
           EVALUATE TRUE
               WHEN APPR-CHANGE-APPLIED
                   ADD 1 TO APPLIED-COUNT
                   MOVE "APPLIED " TO EFFD-DT-RESULT
                   MOVE PEND-EMPNO TO AUD-IMG-TXT-EMPNO
                   MOVE PEND-NEW-WORKDEPT TO AUD-IMG-TXT-WORKDEPT
                   MOVE "HELD CHANGE APPLIED" TO AUD-EVENT-TEXT
                   PERFORM 5000-AUDIT-LOG THRU 5000-EXIT
               WHEN APPR-CHANGE-DEAD
                   ADD 1 TO DEAD-COUNT
                   MOVE "FAILED  " TO EFFD-DT-RESULT
               WHEN OTHER
                   ADD 1 TO RETRY-COUNT
                   MOVE "RETRY   " TO EFFD-DT-RESULT
           END-EVALUATE.
           MOVE EFFD-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF APPR-CHANGE-RETRY
               GO TO 6500-EXIT
           END-IF.
           DELETE PENDING-FILE RECORD
               INVALID KEY
                   DISPLAY "SAMPEFFD - PENDING DELETE FAILED, STATUS="
                       PEND-STATUS " EMPNO=" PEND-EMPNO
           END-DELETE.
       6500-EXIT.
           EXIT.
      *
       8000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PENDING RECORDS READ. . . . " TO EFFD-CNT-TEXT.
           MOVE PEND-READ-COUNT TO EFFD-CNT-VALUE.
           MOVE EFFD-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "HELD CHANGES. . . . . . . . " TO EFFD-CNT-TEXT.
           MOVE HELD-COUNT TO EFFD-CNT-VALUE.
           MOVE EFFD-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  DUE AND APPLIED . . . . . " TO EFFD-CNT-TEXT.
           MOVE APPLIED-COUNT TO EFFD-CNT-VALUE.
           MOVE EFFD-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  DUE, ROW OR DEPT GONE . . " TO EFFD-CNT-TEXT.
           MOVE DEAD-COUNT TO EFFD-CNT-VALUE.
           MOVE EFFD-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  DUE, LEFT FOR RETRY . . . " TO EFFD-CNT-TEXT.
           MOVE RETRY-COUNT TO EFFD-CNT-VALUE.
           MOVE EFFD-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  NOT YET DUE . . . . . . . " TO EFFD-CNT-TEXT.
           MOVE NOT-YET-DUE-COUNT TO EFFD-CNT-VALUE.
           MOVE EFFD-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DUE BUT STILL UNAPPROVED. . " TO EFFD-CNT-TEXT.
           MOVE UNAPPROVED-DUE-COUNT TO EFFD-CNT-VALUE.
           MOVE EFFD-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       8000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  8500-STAMP-RUN-CONTROL - RECORD THIS RUN AGAINST RUN-DATE,
      *  IN BALANCE WHEN EVERY DUE CHANGE WENT IN AND OUT OF BALANCE
      *  WHEN ANY DID NOT.  SAME WRITE/REWRITE SHAPE AS SAMPRECN'S
      *  STAMP, SO A RERUN REPLACES THE EARLIER VERDICT.
      ******************************************************************
       8500-STAMP-RUN-CONTROL.
           MOVE RUN-DATE TO RUNC-DATE.
           MOVE "SAMPEFFD" TO RUNC-JOBNAME.
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME FROM TIME.
           MOVE STAMP-DATE TO RUNC-STAMP-DATE.
           MOVE STAMP-TIME TO RUNC-STAMP-TIME.
           IF DEAD-COUNT > 0 OR RETRY-COUNT > 0
               SET RUNC-OUT-OF-BALANCE TO TRUE
               MOVE 8 TO RETURN-CODE
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
               DISPLAY "SAMPEFFD - RUNCTL OPEN FAILED, STATUS="
                   RUNC-STATUS
               SET SEVERE-ERROR TO TRUE
               GO TO 8500-EXIT
           END-IF.
           WRITE RUNC-RECORD
               INVALID KEY
                   REWRITE RUNC-RECORD
           END-WRITE.
           IF RUNC-STATUS NOT = "00"
               DISPLAY "SAMPEFFD - RUNCTL STAMP FAILED, STATUS="
                   RUNC-STATUS
               SET SEVERE-ERROR TO TRUE
           END-IF.
           CLOSE RUNCTL-FILE.
       8500-EXIT.
           EXIT.
      *
       9999-TERMINATE.
           CLOSE REPORT-FILE.
           CLOSE AUDIT-FILE.
           CLOSE LEDGER-FILE.
           CLOSE PENDING-FILE.
           IF SEVERE-ERROR
               MOVE 12 TO RETURN-CODE
           END-IF.
       9999-EXIT.
           EXIT.

       COPY "SAMPLOGC" OF COPYLIB.
