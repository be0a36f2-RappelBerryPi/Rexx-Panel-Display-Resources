       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPPRCN.
       AUTHOR. RAPPELBERRYPI.
       INSTALLATION. RAPPELBERRYPI SYSTEMS PROGRAMMING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  ----------------------------------------------------------
      *  2026-10-15  RBP  ORIGINAL VERSION - PAYROLL ACKNOWLEDGMENT
      *                   RECONCILIATION.  SAMPFEED SENDS PAYROLL ONE
      *                   SEQUENCE-NUMBERED DETAIL PER NET EMPLOYEE
      *                   CHANGE WITH A COUNT/HASH TRAILER, AND PAYROLL
      *                   RETURNS ONE ACCEPT/REJECT LINE PER SEQUENCE
      *                   NUMBER PLUS THEIR OWN TRAILER (SEE SAMPPACK)
      *                   - WHICH NOBODY READ, SO A REJECTED TRANSFER
      *                   ONLY SURFACED WHEN SOMEONE WAS PAID AGAINST
      *                   THE WRONG COST CENTRE.  THIS JOB READS THE
      *                   FEEDOUT GENERATION (FEEDIN DD) AND PAYROLL'S
      *                   RETURN FILE (ACKIN DD) FOR THE SAME FEED
      *                   DATE AND LISTS ON SYSPRINT EVERY CHANGE
      *                   PAYROLL REJECTED (THEIR REASON, OUR OLD AND
      *                   NEW VALUES), EVERY CHANGE SENT BUT NEVER
      *                   ACKNOWLEDGED, ANY ACKNOWLEDGMENT THAT DOES
      *                   NOT MATCH A SENT CHANGE, AND ANY TRAILER
      *                   COUNT OR HASH THAT DISAGREES.  THE FEED DATE
      *                   IS STAMPED ON THE RUN-CONTROL KSDS (SEE
      *                   SAMPRUNC) IN BALANCE ONLY WHEN PAYROLL
      *                   ACCOUNTED FOR EVERY CHANGE SENT AND EVERY
      *                   TRAILER AGREES; UNTIL THEN SAMPACUT KEEPS
      *                   THE FEED DATE ON ITS EXCEPTION REPORT.  A
      *                   LATE OR CORRECTED ACKNOWLEDGMENT IS SIMPLY
      *                   RERUN AND THE NEW VERDICT REPLACES THE OLD.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO FEEDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FEED-STATUS.
           SELECT ACK-FILE ASSIGN TO ACKIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACK-STATUS.
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
       FD  FEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  FEED-RECORD                      PIC X(120).
       FD  ACK-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "SAMPPACK" OF COPYLIB.
       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                      PIC X(80).
       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "SAMPRUNC" OF COPYLIB.
       WORKING-STORAGE SECTION.

       01  FEED-STATUS                      PIC X(02) VALUE SPACES.
       01  ACK-STATUS                       PIC X(02) VALUE SPACES.
       01  RPT-STATUS                       PIC X(02) VALUE SPACES.
       01  RUNC-STATUS                      PIC X(02) VALUE SPACES.
       01  STAMP-DATE                       PIC 9(08) VALUE 0.
       01  STAMP-TIME                       PIC 9(08) VALUE 0.

       01  FEED-EOF-SW                      PIC X(01) VALUE "N".
           88  FEED-AT-EOF                    VALUE "Y".
       01  ACK-EOF-SW                       PIC X(01) VALUE "N".
           88  ACK-AT-EOF                     VALUE "Y".
       01  FEED-TRAILER-SW                  PIC X(01) VALUE "N".
           88  FEED-TRAILER-SEEN              VALUE "Y".
       01  ACK-TRAILER-SW                   PIC X(01) VALUE "N".
           88  ACK-TRAILER-SEEN               VALUE "Y".
       01  SEVERE-SW                        PIC X(01) VALUE "N".
           88  SEVERE-ERROR                   VALUE "Y".

      ******************************************************************
      *  FEEDOUT VIEWS - THE SAME COLUMNS SAMPFEED WRITES (FEED-HEADER,
      *  FEED-DETAIL, FEED-TRAILER THERE).  EACH RECORD IS MOVED HERE
      *  AND VIEWED BY ITS TYPE BYTE.
      ******************************************************************
       01  FEED-WORK.
           05  FW-REC-TYPE                  PIC X(01).
               88  FW-IS-HEADER               VALUE "H".
               88  FW-IS-DETAIL               VALUE "D".
               88  FW-IS-TRAILER              VALUE "T".
           05  FW-DETAIL.
               10  FW-SEQ                   PIC 9(06).
               10  FW-USERID                PIC X(08).
               10  FW-DATE                  PIC 9(08).
               10  FW-TIME                  PIC 9(08).
               10  FW-EMPNO                 PIC X(06).
               10  FW-OLD-FIRSTNME          PIC X(12).
               10  FW-OLD-LASTNAME          PIC X(15).
               10  FW-OLD-WORKDEPT          PIC X(03).
               10  FW-NEW-FIRSTNME          PIC X(12).
               10  FW-NEW-LASTNAME          PIC X(15).
               10  FW-NEW-WORKDEPT          PIC X(03).
               10  FILLER                   PIC X(23).
           05  FW-HEADER REDEFINES FW-DETAIL.
               10  FW-HDR-FEED-DATE         PIC 9(08).
               10  FW-HDR-RUN-DATE          PIC 9(08).
               10  FW-HDR-RUN-TIME          PIC 9(08).
               10  FILLER                   PIC X(95).
           05  FW-TRAILER REDEFINES FW-DETAIL.
               10  FW-TRL-COUNT             PIC 9(06).
               10  FW-TRL-HASH              PIC 9(12).
               10  FILLER                   PIC X(101).

      ******************************************************************
      *  FEED-DATE - TAKEN FROM THE FEEDOUT HEADER, NOT A PARM, SO THE
      *  STAMP CAN NEVER LAND ON A DATE OTHER THAN THE ONE ACTUALLY
      *  SENT.  AN ACKIN HEADER FOR ANY OTHER DATE IS THE WRONG PAIR OF
      *  DATASETS AND STOPS THE RUN BEFORE ANYTHING IS COMPARED.
      ******************************************************************
       01  FEED-DATE                        PIC 9(08) VALUE 0.

      ******************************************************************
      *  SENT TABLE - ONE ENTRY PER FEED DETAIL, SUBSCRIPTED BY THE
      *  FEED SEQUENCE NUMBER ITSELF (SAMPFEED NUMBERS DETAILS 1-N IN
      *  WRITE ORDER), SO AN ACKNOWLEDGMENT FINDS ITS CHANGE WITHOUT A
      *  SEARCH WHATEVER ORDER PAYROLL RETURNS THEM IN.  SENT-ACK-CD IS
      *  SPACE UNTIL AN ACKNOWLEDGMENT CLAIMS THE ENTRY, THEN "A" OR
      *  "R"; WHATEVER IS STILL SPACE AT THE END WAS NEVER ACKNOWLEDGED.
      ******************************************************************
       01  SENT-TABLE.
           05  SENT-ENTRY OCCURS 2000 TIMES INDEXED BY SENT-IDX.
               10  SENT-EMPNO               PIC X(06).
               10  SENT-OLD-FIRSTNME        PIC X(12).
               10  SENT-OLD-LASTNAME        PIC X(15).
               10  SENT-OLD-WORKDEPT        PIC X(03).
               10  SENT-NEW-FIRSTNME        PIC X(12).
               10  SENT-NEW-LASTNAME        PIC X(15).
               10  SENT-NEW-WORKDEPT        PIC X(03).
               10  SENT-ACK-CD              PIC X(01).
       01  SENT-COUNT                       PIC 9(06) VALUE 0.
       01  SENT-MAX                         PIC 9(06) VALUE 2000.

       01  FEED-HASH-TOTAL                  PIC 9(12) VALUE 0.
       01  EMPNO-WORK                       PIC 9(06) VALUE 0.
       01  ACK-TRL-COUNT                    PIC 9(06) VALUE 0.
       01  ACK-TRL-HASH                     PIC 9(12) VALUE 0.

       77  ACK-READ-COUNT                   PIC 9(08) COMP VALUE 0.
       77  ACCEPTED-COUNT                   PIC 9(08) COMP VALUE 0.
       77  REJECTED-COUNT                   PIC 9(08) COMP VALUE 0.
       77  UNACKED-COUNT                    PIC 9(08) COMP VALUE 0.
       77  BAD-ACK-COUNT                    PIC 9(08) COMP VALUE 0.
       77  MISMATCH-COUNT                   PIC 9(08) COMP VALUE 0.

       01  PRCN-REPORT-LINES.
           05  PRCN-TITLE-LINE.
               10  FILLER                   PIC X(49) VALUE
                   "SAMPPRCN - PAYROLL ACKNOWLEDGMENT RECONCILIATION ".
               10  FILLER                   PIC X(02) VALUE "- ".
               10  PRCN-TITLE-DATE          PIC 9(08).
           05  PRCN-OLD-LINE.
               10  PRCN-OL-TAG              PIC X(14).
               10  PRCN-OL-SEQ              PIC 9(06).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  PRCN-OL-EMPNO            PIC X(06).
               10  FILLER                   PIC X(05) VALUE " OLD ".
               10  PRCN-OL-FIRSTNME         PIC X(12).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  PRCN-OL-LASTNAME         PIC X(15).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  PRCN-OL-WORKDEPT         PIC X(03).
           05  PRCN-NEW-LINE.
               10  FILLER                   PIC X(27) VALUE SPACES.
               10  FILLER                   PIC X(05) VALUE " NEW ".
               10  PRCN-NL-FIRSTNME         PIC X(12).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  PRCN-NL-LASTNAME         PIC X(15).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  PRCN-NL-WORKDEPT         PIC X(03).
           05  PRCN-WHY-LINE.
               10  FILLER                   PIC X(27) VALUE SPACES.
               10  FILLER                   PIC X(05) VALUE " WHY ".
               10  PRCN-WL-REASON           PIC X(40).
           05  PRCN-BAD-ACK-LINE.
               10  PRCN-BA-TAG              PIC X(14).
               10  PRCN-BA-SEQ              PIC X(06).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  PRCN-BA-EMPNO            PIC X(06).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  PRCN-BA-STATUS           PIC X(01).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  PRCN-BA-REASON           PIC X(40).
           05  PRCN-MISMATCH-LINE.
               10  FILLER                   PIC X(14) VALUE
                   "MISMATCH:     ".
               10  PRCN-MM-WHAT             PIC X(24).
               10  FILLER                   PIC X(06) VALUE " OURS ".
               10  PRCN-MM-OURS             PIC Z(11)9.
               10  FILLER                   PIC X(08) VALUE " THEIRS ".
               10  PRCN-MM-THEIRS           PIC Z(11)9.
           05  PRCN-COUNT-LINE.
               10  PRCN-CNT-TEXT            PIC X(28).
               10  PRCN-CNT-VALUE           PIC ZZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT SEVERE-ERROR
               PERFORM 2000-LOAD-FEED-RECORD THRU 2000-EXIT
                   UNTIL FEED-AT-EOF
           END-IF.
           IF NOT SEVERE-ERROR
               PERFORM 2500-CHECK-FEED-TRAILER THRU 2500-EXIT
               PERFORM 3000-CHECK-ACK-HEADER THRU 3000-EXIT
           END-IF.
           IF NOT SEVERE-ERROR
               PERFORM 3500-MATCH-ACK-RECORD THRU 3500-EXIT
                   UNTIL ACK-AT-EOF
           END-IF.
           IF NOT SEVERE-ERROR
               PERFORM 4000-CHECK-ACK-TRAILER THRU 4000-EXIT
               PERFORM 5000-REPORT-UNACKED THRU 5000-EXIT
                   VARYING SENT-IDX FROM 1 BY 1
                   UNTIL SENT-IDX > SENT-COUNT
               PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
               PERFORM 8500-STAMP-RUN-CONTROL THRU 8500-EXIT
           END-IF.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.

      ******************************************************************
      *  1000-INITIALIZE - OPEN EVERYTHING AND TAKE THE FEED DATE FROM
      *  THE FEEDOUT HEADER.  A FEEDIN THAT DOES NOT START WITH A
      *  HEADER IS NOT A SAMPFEED GENERATION AND IS NOT RECONCILED.
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.
           IF RPT-STATUS NOT = "00"
               DISPLAY "SAMPPRCN - UNABLE TO OPEN SYSPRINT, STATUS="
                   RPT-STATUS
               SET SEVERE-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT FEED-FILE.
           IF FEED-STATUS NOT = "00"
               DISPLAY "SAMPPRCN - UNABLE TO OPEN FEEDIN, STATUS="
                   FEED-STATUS
               SET SEVERE-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT ACK-FILE.
           IF ACK-STATUS NOT = "00"
               DISPLAY "SAMPPRCN - UNABLE TO OPEN ACKIN, STATUS="
                   ACK-STATUS
               SET SEVERE-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           READ FEED-FILE
               AT END
                   MOVE SPACES TO FEED-RECORD
           END-READ.
           MOVE FEED-RECORD TO FEED-WORK.
           IF NOT FW-IS-HEADER OR FW-HDR-FEED-DATE NOT NUMERIC
               DISPLAY "SAMPPRCN - FEEDIN HAS NO SAMPFEED HEADER, "
                   "NOTHING RECONCILED"
               SET SEVERE-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE FW-HDR-FEED-DATE TO FEED-DATE.
           MOVE FEED-DATE TO PRCN-TITLE-DATE.
           MOVE PRCN-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-LOAD-FEED-RECORD - EACH DETAIL GOES INTO THE SENT TABLE
      *  AT ITS POSITION, AND ITS EMPNO INTO THE HASH THE SAME WAY
      *  SAMPFEED BUILT IT.  A DETAIL WHOSE SEQUENCE NUMBER IS NOT ITS
      *  POSITION MEANS THE GENERATION WAS TAMPERED WITH OR MIS-COPIED
      *  - IT IS COUNTED AS A MISMATCH AND STORED BY POSITION, SO THE
      *  ACKNOWLEDGMENTS STILL LINE UP WITH WHAT WAS ACTUALLY SENT.
      *  THE TRAILER ENDS THE FEED.
      ******************************************************************
       2000-LOAD-FEED-RECORD.
           READ FEED-FILE
               AT END
                   SET FEED-AT-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF FEED-STATUS NOT = "00"
               DISPLAY "SAMPPRCN - FEEDIN READ FAILED, STATUS="
                   FEED-STATUS
               SET SEVERE-ERROR TO TRUE
               SET FEED-AT-EOF TO TRUE
               GO TO 2000-EXIT
           END-IF.
           MOVE FEED-RECORD TO FEED-WORK.
           IF FW-IS-TRAILER
               SET FEED-TRAILER-SEEN TO TRUE
               SET FEED-AT-EOF TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF NOT FW-IS-DETAIL
               GO TO 2000-EXIT
           END-IF.
           IF SENT-COUNT = SENT-MAX
               DISPLAY "SAMPPRCN - MORE THAN 2000 FEED DETAILS, "
                   "RUN ABANDONED"
               SET SEVERE-ERROR TO TRUE
               SET FEED-AT-EOF TO TRUE
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO SENT-COUNT.
           SET SENT-IDX TO SENT-COUNT.
           IF FW-SEQ NOT = SENT-COUNT
               MOVE "FEED SEQUENCE NUMBER" TO PRCN-MM-WHAT
               MOVE SENT-COUNT TO PRCN-MM-OURS
               MOVE 0 TO PRCN-MM-THEIRS
               IF FW-SEQ NUMERIC
                   MOVE FW-SEQ TO PRCN-MM-THEIRS
               END-IF
               PERFORM 7000-WRITE-MISMATCH THRU 7000-EXIT
           END-IF.
           MOVE FW-EMPNO TO SENT-EMPNO(SENT-IDX).
           MOVE FW-OLD-FIRSTNME TO SENT-OLD-FIRSTNME(SENT-IDX).
           MOVE FW-OLD-LASTNAME TO SENT-OLD-LASTNAME(SENT-IDX).
           MOVE FW-OLD-WORKDEPT TO SENT-OLD-WORKDEPT(SENT-IDX).
           MOVE FW-NEW-FIRSTNME TO SENT-NEW-FIRSTNME(SENT-IDX).
           MOVE FW-NEW-LASTNAME TO SENT-NEW-LASTNAME(SENT-IDX).
           MOVE FW-NEW-WORKDEPT TO SENT-NEW-WORKDEPT(SENT-IDX).
           MOVE SPACE TO SENT-ACK-CD(SENT-IDX).
           IF FW-EMPNO NUMERIC
               MOVE FW-EMPNO TO EMPNO-WORK
               ADD EMPNO-WORK TO FEED-HASH-TOTAL
           END-IF.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2500-CHECK-FEED-TRAILER - THE FEEDOUT GENERATION MUST BALANCE
      *  AGAINST ITSELF BEFORE PAYROLL'S NUMBERS MEAN ANYTHING.  NO
      *  TRAILER IS A TRUNCATED GENERATION.
      ******************************************************************
       2500-CHECK-FEED-TRAILER.
           IF NOT FEED-TRAILER-SEEN
               MOVE "FEEDOUT HAS NO TRAILER" TO PRCN-MM-WHAT
               MOVE SENT-COUNT TO PRCN-MM-OURS
               MOVE 0 TO PRCN-MM-THEIRS
               PERFORM 7000-WRITE-MISMATCH THRU 7000-EXIT
               GO TO 2500-EXIT
           END-IF.
           IF FW-TRL-COUNT NOT = SENT-COUNT
               MOVE "FEEDOUT TRAILER COUNT" TO PRCN-MM-WHAT
               MOVE SENT-COUNT TO PRCN-MM-OURS
               MOVE FW-TRL-COUNT TO PRCN-MM-THEIRS
               PERFORM 7000-WRITE-MISMATCH THRU 7000-EXIT
           END-IF.
           IF FW-TRL-HASH NOT = FEED-HASH-TOTAL
               MOVE "FEEDOUT TRAILER HASH" TO PRCN-MM-WHAT
               MOVE FEED-HASH-TOTAL TO PRCN-MM-OURS
               MOVE FW-TRL-HASH TO PRCN-MM-THEIRS
               PERFORM 7000-WRITE-MISMATCH THRU 7000-EXIT
           END-IF.
       2500-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-CHECK-ACK-HEADER - PAYROLL'S FILE MUST SAY IT IS THE
      *  ACKNOWLEDGMENT OF THIS FEED DATE.  ANYTHING ELSE IS THE WRONG
      *  ACKIN FOR THIS FEEDIN, AND RECONCILING THEM WOULD STAMP A
      *  MEANINGLESS VERDICT - CONDITION CODE 12, NO STAMP.
      ******************************************************************
       3000-CHECK-ACK-HEADER.
           READ ACK-FILE
               AT END
                   MOVE SPACES TO PACK-RECORD
           END-READ.
           IF NOT PACK-IS-HEADER
               DISPLAY "SAMPPRCN - ACKIN HAS NO HEADER, NOTHING "
                   "RECONCILED"
               SET SEVERE-ERROR TO TRUE
               GO TO 3000-EXIT
           END-IF.
           IF PACK-HDR-FEED-DATE NOT = FEED-DATE
               DISPLAY "SAMPPRCN - ACKIN IS FOR FEED DATE "
                   PACK-HDR-FEED-DATE ", FEEDIN IS " FEED-DATE
               SET SEVERE-ERROR TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3500-MATCH-ACK-RECORD - ONE PAYROLL LINE PER PASS.  A LINE
      *  WHOSE SEQUENCE NUMBER WAS NEVER SENT, THAT ACKNOWLEDGES A
      *  SEQUENCE NUMBER A SECOND TIME, THAT NAMES A DIFFERENT EMPNO
      *  THAN WE SENT UNDER THAT NUMBER, OR THAT IS NEITHER ACCEPT NOR
      *  REJECT IS LISTED AS A BAD ACKNOWLEDGMENT AND CLAIMS NOTHING -
      *  THE CHANGE IT SHOULD HAVE ANSWERED THEN SHOWS AS
      *  UNACKNOWLEDGED.  A REJECT IS LISTED WITH PAYROLL'S REASON AND
      *  THE OLD/NEW VALUES WE SENT.
      ******************************************************************
       3500-MATCH-ACK-RECORD.
           READ ACK-FILE
               AT END
                   SET ACK-AT-EOF TO TRUE
                   GO TO 3500-EXIT
           END-READ.
           IF ACK-STATUS NOT = "00"
               DISPLAY "SAMPPRCN - ACKIN READ FAILED, STATUS="
                   ACK-STATUS
               SET SEVERE-ERROR TO TRUE
               SET ACK-AT-EOF TO TRUE
               GO TO 3500-EXIT
           END-IF.
           IF PACK-IS-TRAILER
               SET ACK-TRAILER-SEEN TO TRUE
               SET ACK-AT-EOF TO TRUE
               MOVE 0 TO ACK-TRL-COUNT
               MOVE 0 TO ACK-TRL-HASH
               IF PACK-TRL-COUNT NUMERIC
                   MOVE PACK-TRL-COUNT TO ACK-TRL-COUNT
               END-IF
               IF PACK-TRL-HASH NUMERIC
                   MOVE PACK-TRL-HASH TO ACK-TRL-HASH
               END-IF
               GO TO 3500-EXIT
           END-IF.
           IF NOT PACK-IS-DETAIL
               MOVE "BAD RECORD:   " TO PRCN-BA-TAG
               PERFORM 3600-WRITE-BAD-ACK THRU 3600-EXIT
               GO TO 3500-EXIT
           END-IF.
           ADD 1 TO ACK-READ-COUNT.
           IF PACK-SEQ NOT NUMERIC
               MOVE "UNKNOWN SEQ:  " TO PRCN-BA-TAG
               PERFORM 3600-WRITE-BAD-ACK THRU 3600-EXIT
               GO TO 3500-EXIT
           END-IF.
           IF PACK-SEQ = 0 OR PACK-SEQ > SENT-COUNT
               MOVE "UNKNOWN SEQ:  " TO PRCN-BA-TAG
               PERFORM 3600-WRITE-BAD-ACK THRU 3600-EXIT
               GO TO 3500-EXIT
           END-IF.
           SET SENT-IDX TO PACK-SEQ.
           IF SENT-ACK-CD(SENT-IDX) NOT = SPACE
               MOVE "DUPLICATE ACK:" TO PRCN-BA-TAG
               PERFORM 3600-WRITE-BAD-ACK THRU 3600-EXIT
               GO TO 3500-EXIT
           END-IF.
           IF PACK-EMPNO NOT = SENT-EMPNO(SENT-IDX)
               MOVE "EMPNO DIFFERS:" TO PRCN-BA-TAG
               PERFORM 3600-WRITE-BAD-ACK THRU 3600-EXIT
               GO TO 3500-EXIT
           END-IF.
           IF PACK-ACCEPTED
               MOVE "A" TO SENT-ACK-CD(SENT-IDX)
               ADD 1 TO ACCEPTED-COUNT
               GO TO 3500-EXIT
           END-IF.
           IF NOT PACK-REJECTED
               MOVE "BAD STATUS:   " TO PRCN-BA-TAG
               PERFORM 3600-WRITE-BAD-ACK THRU 3600-EXIT
               GO TO 3500-EXIT
           END-IF.
           MOVE "R" TO SENT-ACK-CD(SENT-IDX).
           ADD 1 TO REJECTED-COUNT.
           MOVE "REJECTED:     " TO PRCN-OL-TAG.
           PERFORM 6000-WRITE-CHANGE-LINES THRU 6000-EXIT.
           MOVE PACK-REASON-TEXT TO PRCN-WL-REASON.
           MOVE PRCN-WHY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       3500-EXIT.
           EXIT.
      *
       3600-WRITE-BAD-ACK.
           ADD 1 TO BAD-ACK-COUNT.
           MOVE PACK-SEQ-X TO PRCN-BA-SEQ.
           MOVE PACK-EMPNO TO PRCN-BA-EMPNO.
           MOVE PACK-STATUS-CD TO PRCN-BA-STATUS.
           MOVE PACK-REASON-TEXT TO PRCN-BA-REASON.
           MOVE PRCN-BAD-ACK-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       3600-EXIT.
           EXIT.
      *
      ******************************************************************
      *  4000-CHECK-ACK-TRAILER - PAYROLL'S COUNT MUST MATCH THE LINES
      *  THEY ACTUALLY RETURNED (A SHORT FILE OTHERWISE READS AS A RUN
      *  OF UNACKNOWLEDGED CHANGES), AND THEIR COUNT AND EMPNO HASH
      *  MUST MATCH THE FEED WE SENT (A DIFFERENCE MEANS THEY LOADED A
      *  DIFFERENT OR DAMAGED COPY).
      ******************************************************************
       4000-CHECK-ACK-TRAILER.
           IF NOT ACK-TRAILER-SEEN
               MOVE "ACKIN HAS NO TRAILER" TO PRCN-MM-WHAT
               MOVE SENT-COUNT TO PRCN-MM-OURS
               MOVE ACK-READ-COUNT TO PRCN-MM-THEIRS
               PERFORM 7000-WRITE-MISMATCH THRU 7000-EXIT
               GO TO 4000-EXIT
           END-IF.
           IF ACK-TRL-COUNT NOT = ACK-READ-COUNT
               MOVE "ACK LINES VS ACK TRAILER" TO PRCN-MM-WHAT
               MOVE ACK-READ-COUNT TO PRCN-MM-OURS
               MOVE ACK-TRL-COUNT TO PRCN-MM-THEIRS
               PERFORM 7000-WRITE-MISMATCH THRU 7000-EXIT
           END-IF.
           IF ACK-TRL-COUNT NOT = SENT-COUNT
               MOVE "DETAILS SENT VS ACKED" TO PRCN-MM-WHAT
               MOVE SENT-COUNT TO PRCN-MM-OURS
               MOVE ACK-TRL-COUNT TO PRCN-MM-THEIRS
               PERFORM 7000-WRITE-MISMATCH THRU 7000-EXIT
           END-IF.
           IF ACK-TRL-HASH NOT = FEED-HASH-TOTAL
               MOVE "EMPNO HASH TOTAL" TO PRCN-MM-WHAT
               MOVE FEED-HASH-TOTAL TO PRCN-MM-OURS
               MOVE ACK-TRL-HASH TO PRCN-MM-THEIRS
               PERFORM 7000-WRITE-MISMATCH THRU 7000-EXIT
           END-IF.
       4000-EXIT.
           EXIT.
      *
       5000-REPORT-UNACKED.
           IF SENT-ACK-CD(SENT-IDX) NOT = SPACE
               GO TO 5000-EXIT
           END-IF.
           ADD 1 TO UNACKED-COUNT.
           MOVE "NOT ACKED:    " TO PRCN-OL-TAG.
           PERFORM 6000-WRITE-CHANGE-LINES THRU 6000-EXIT.
       5000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  6000-WRITE-CHANGE-LINES - THE SENT CHANGE AT SENT-IDX AS TWO
      *  LINES, OLD VALUES UNDER THE CALLER'S TAG AND NEW BELOW THEM.
      ******************************************************************
       6000-WRITE-CHANGE-LINES.
           SET PRCN-OL-SEQ TO SENT-IDX.
           MOVE SENT-EMPNO(SENT-IDX) TO PRCN-OL-EMPNO.
           MOVE SENT-OLD-FIRSTNME(SENT-IDX) TO PRCN-OL-FIRSTNME.
           MOVE SENT-OLD-LASTNAME(SENT-IDX) TO PRCN-OL-LASTNAME.
           MOVE SENT-OLD-WORKDEPT(SENT-IDX) TO PRCN-OL-WORKDEPT.
           MOVE PRCN-OLD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SENT-NEW-FIRSTNME(SENT-IDX) TO PRCN-NL-FIRSTNME.
           MOVE SENT-NEW-LASTNAME(SENT-IDX) TO PRCN-NL-LASTNAME.
           MOVE SENT-NEW-WORKDEPT(SENT-IDX) TO PRCN-NL-WORKDEPT.
           MOVE PRCN-NEW-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       6000-EXIT.
           EXIT.
      *
       7000-WRITE-MISMATCH.
           ADD 1 TO MISMATCH-COUNT.
           MOVE PRCN-MISMATCH-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       7000-EXIT.
           EXIT.
      *
       8000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CHANGES SENT. . . . . . . . " TO PRCN-CNT-TEXT.
           MOVE SENT-COUNT TO PRCN-CNT-VALUE.
           MOVE PRCN-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ACKNOWLEDGMENT LINES READ . " TO PRCN-CNT-TEXT.
           MOVE ACK-READ-COUNT TO PRCN-CNT-VALUE.
           MOVE PRCN-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  ACCEPTED BY PAYROLL . . . " TO PRCN-CNT-TEXT.
           MOVE ACCEPTED-COUNT TO PRCN-CNT-VALUE.
           MOVE PRCN-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  REJECTED BY PAYROLL . . . " TO PRCN-CNT-TEXT.
           MOVE REJECTED-COUNT TO PRCN-CNT-VALUE.
           MOVE PRCN-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  BAD ACKNOWLEDGMENTS . . . " TO PRCN-CNT-TEXT.
           MOVE BAD-ACK-COUNT TO PRCN-CNT-VALUE.
           MOVE PRCN-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CHANGES NOT ACKNOWLEDGED. . " TO PRCN-CNT-TEXT.
           MOVE UNACKED-COUNT TO PRCN-CNT-VALUE.
           MOVE PRCN-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TRAILER MISMATCHES. . . . . " TO PRCN-CNT-TEXT.
           MOVE MISMATCH-COUNT TO PRCN-CNT-VALUE.
           MOVE PRCN-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       8000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  8500-STAMP-RUN-CONTROL - STAMP THE FEED DATE.  IN BALANCE
      *  MEANS PAYROLL ACCOUNTED FOR EVERYTHING WE SENT: EVERY CHANGE
      *  ACKNOWLEDGED, NO BAD ACKNOWLEDGMENTS, EVERY TRAILER AGREEING.
      *  A CHANGE PAYROLL REJECTED IS ACCOUNTED FOR - IT IS LISTED FOR
      *  HR TO TAKE UP WITH PAYROLL, BUT IT DOES NOT KEEP THE FEED
      *  DATE OPEN ON SAMPACUT; IT ENDS THE JOB WITH CONDITION CODE 4
      *  SO THE LISTING IS NOT MISSED.  OUT OF BALANCE IS CONDITION
      *  CODE 8, THE SAME AS SAMPRECN.
      ******************************************************************
       8500-STAMP-RUN-CONTROL.
           MOVE FEED-DATE TO RUNC-DATE.
           MOVE "SAMPPRCN" TO RUNC-JOBNAME.
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME FROM TIME.
           MOVE STAMP-DATE TO RUNC-STAMP-DATE.
           MOVE STAMP-TIME TO RUNC-STAMP-TIME.
           IF UNACKED-COUNT > 0 OR BAD-ACK-COUNT > 0
               OR MISMATCH-COUNT > 0
               SET RUNC-OUT-OF-BALANCE TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               SET RUNC-IN-BALANCE TO TRUE
               IF REJECTED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF RUNC-IN-BALANCE
               MOVE "FEED DATE IN BALANCE WITH PAYROLL" TO REPORT-LINE
           ELSE
               MOVE "FEED DATE OUT OF BALANCE WITH PAYROLL" TO
                   REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           OPEN I-O RUNCTL-FILE.
           IF RUNC-STATUS = "35"
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF.
           IF RUNC-STATUS NOT = "00"
               DISPLAY "SAMPPRCN - RUNCTL OPEN FAILED, STATUS="
                   RUNC-STATUS
               SET SEVERE-ERROR TO TRUE
               GO TO 8500-EXIT
           END-IF.
           WRITE RUNC-RECORD
               INVALID KEY
                   REWRITE RUNC-RECORD
           END-WRITE.
           IF RUNC-STATUS NOT = "00"
               DISPLAY "SAMPPRCN - RUNCTL STAMP FAILED, STATUS="
                   RUNC-STATUS
               SET SEVERE-ERROR TO TRUE
           END-IF.
           CLOSE RUNCTL-FILE.
       8500-EXIT.
           EXIT.
      *
       9999-TERMINATE.
           CLOSE REPORT-FILE.
           CLOSE FEED-FILE.
           CLOSE ACK-FILE.
           IF SEVERE-ERROR
               MOVE 12 TO RETURN-CODE
           END-IF.
       9999-EXIT.
           EXIT.
