      *                   TO THE REJECT SPILL UNDER REASON 07, SO THE
      *                   SAMPREJR REJECT REPORT COUNTS REORG-DECK
      *                   TYPOS ALONGSIDE THE DIALOG'S.
      *  2026-10-15  RBP  EVERY MOVED EMPLOYEE NOW ALSO GETS A RECORD ON
      *                   THE PERMANENT CHANGE LEDGER (LEDGFILE KSDS,
      *                   SEE SAMPLEDG), SOURCE "R", WITH THIS RUN'S
      *                   USERID AS BOTH MAKER AND APPROVER AND THE
      *                   START OF THE RUN AS THE QUEUE TIME, SO OPTION
      *                   8 AND SAMPLEDL SHOW REORG MOVES ALONGSIDE
      *                   APPROVED DIALOG CHANGES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CKPT-USERID
               FILE STATUS IS CKPT-STATUS.
           SELECT LEDGER-FILE ASSIGN TO LEDGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LEDG-KEY
               FILE STATUS IS LEDG-STATUS.
           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "SAMPCKPT" OF COPYLIB.
       FD  LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "SAMPLEDG" OF COPYLIB.
       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                      PIC X(80).
       01  REJ-STATUS                       PIC X(02) VALUE SPACES.
       01  CKPT-STATUS                      PIC X(02) VALUE SPACES.
       01  RPT-STATUS                       PIC X(02) VALUE SPACES.
       01  LEDG-STATUS                      PIC X(02) VALUE SPACES.

       01  SYSIN-EOF-SW                     PIC X(01) VALUE "N".
           88  END-OF-SYSIN                   VALUE "Y".
       01  TIME-OF-DAY                      PIC 9(08) VALUE 0.
       01  AUD-EVENT-TEXT                   PIC X(20) VALUE SPACES.

      ******************************************************************
      *  CHANGE-LEDGER WORK AREAS - RUN-START-DATE/TIME STAND IN FOR
      *  THE QUEUE TIME ON EVERY LEDGER RECORD THIS RUN WRITES (THE
      *  CONTROL DECK IS THE "QUEUE"); LEDG-SEQ-CTR BREAKS TIES THE
      *  SAME WAY THE DIALOG'S DOES.
      ******************************************************************
       01  RUN-START-DATE                   PIC 9(08) VALUE 0.
       01  RUN-START-TIME                   PIC 9(08) VALUE 0.
       01  LEDG-SEQ-CTR                     PIC 9(06) VALUE 0.

      ******************************************************************
      *  RESTART POSITION - PAIRS-READ COUNTS THE CONTROL CARDS AS
      *  THEY ARE READ; A LEFTOVER CHECKPOINT FROM AN ABENDED RUN
           ELSE
               MOVE "SAMPREOR" TO USERID
           END-IF.
           ACCEPT RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-START-TIME FROM TIME.
           OPEN INPUT SYSIN-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF AUD-STATUS = "35"
                   REJ-STATUS
               SET SEVERE-ERROR TO TRUE
           END-IF.
           OPEN I-O LEDGER-FILE.
           IF LEDG-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.
           IF LEDG-STATUS NOT = "00"
               DISPLAY "SAMPREOR - UNABLE TO OPEN LEDGFILE, STATUS="
                   LEDG-STATUS
               SET SEVERE-ERROR TO TRUE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF RPT-STATUS NOT = "00"
               DISPLAY "SAMPREOR - UNABLE TO OPEN SYSPRINT, STATUS="
      *  THAT VANISHED BETWEEN CURSOR AND UPDATE IS A FAILED MOVE,
      *  NOT A DEAD RUN; A DB2 ERROR ENDS THE RUN SEVERE (THE
      *  CHECKPOINT ALREADY COVERS EVERYTHING COMMITTED).  EVERY
      *  APPLIED MOVE IS FOLLOWED BY ITS AUDIT PAIR, ITS CHANGE-LEDGER
      *  RECORD AND A CHECKPOINT.
      ******************************************************************
       2500-MOVE-ONE-EMPLOYEE.
           IF PASS-NUMBER = 1
           MOVE CTL-TO-DEPT TO AUD-IMG-WORKDEPT.
           MOVE "EMP UPDATE AFTER" TO AUD-EVENT-TEXT.
           PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT.
           PERFORM 5200-WRITE-LEDGER THRU 5200-EXIT.
           ADD 1 TO DEPT-MOVED-COUNT.
           ADD 1 TO MOVED-TOTAL-COUNT.
           ADD 1 TO PASS-MOVED-COUNT.
           EXIT.
      *
      ******************************************************************
      *  5200-WRITE-LEDGER - ONE CHANGE-LEDGER RECORD (SEE SAMPLEDG)
      *  FOR THE MOVE JUST APPLIED, THE SAME COLUMNS 3550-WRITE-LEDGER
      *  (SAMPLOGC) WRITES FOR AN APPROVED DIALOG CHANGE.  THE JOB IS
      *  BOTH MAKER AND APPROVER - THE CONTROL DECK IS ITS AUTHORITY.
      *  THE MOVE IS ALREADY COMMITTED, SO A FAILED WRITE IS LOGGED
      *  AND AUDITED ("LEDGER WRITE FAILED" WITH THE EMPNO) RATHER
      *  THAN ENDING THE RUN.
      ******************************************************************
       5200-WRITE-LEDGER.
           ADD 1 TO LEDG-SEQ-CTR.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-OF-DAY FROM TIME.
           MOVE HV-EMPNO TO LEDG-EMPNO.
           MOVE TODAY-DATE TO LEDG-APPLY-DATE.
           MOVE TIME-OF-DAY TO LEDG-APPLY-TIME.
           MOVE LEDG-SEQ-CTR TO LEDG-SEQ.
           SET LEDG-FROM-REORG TO TRUE.
           MOVE USERID TO LEDG-MAKER.
           MOVE USERID TO LEDG-APPROVER.
           MOVE RUN-START-DATE TO LEDG-QUEUE-DATE.
           MOVE RUN-START-TIME TO LEDG-QUEUE-TIME.
           MOVE ROST-FIRSTNME(ROST-IDX) TO LEDG-OLD-FIRSTNME.
           MOVE ROST-LASTNAME(ROST-IDX) TO LEDG-OLD-LASTNAME.
           MOVE CTL-FROM-DEPT TO LEDG-OLD-WORKDEPT.
           MOVE ROST-FIRSTNME(ROST-IDX) TO LEDG-NEW-FIRSTNME.
           MOVE ROST-LASTNAME(ROST-IDX) TO LEDG-NEW-LASTNAME.
           MOVE CTL-TO-DEPT TO LEDG-NEW-WORKDEPT.
           MOVE SPACES TO LEDG-FILLER.
           WRITE LEDG-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF LEDG-STATUS NOT = "00"
               DISPLAY "SAMPREOR - LEDGER WRITE FAILED, STATUS="
                   LEDG-STATUS " EMPNO=" HV-EMPNO
               MOVE HV-EMPNO TO AUD-IMG-EMPNO
               MOVE "LEDGER WRITE FAILED" TO AUD-EVENT-TEXT
               PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
           END-IF.
       5200-EXIT.
           EXIT.
      *
      ******************************************************************
      *  5500-WRITE-REJECT - CAPTURE A CONTROL CARD WHOSE TO
      *  DEPARTMENT FAILED THE DSN8C10.DEPT CHECK, SAME COLUMNS AS
      *  THE DIALOG'S REJECTS (SEE SAMPREJ) SO SAMPREJR COUNTS IT
           CLOSE SYSIN-FILE.
           CLOSE AUDIT-FILE.
           CLOSE REJECT-FILE.
           CLOSE LEDGER-FILE.
           CLOSE REPORT-FILE.
           IF SEVERE-ERROR
               MOVE 12 TO RETURN-CODE
