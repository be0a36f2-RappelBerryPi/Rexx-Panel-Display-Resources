       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPSNAP.
       AUTHOR. RAPPELBERRYPI.
       INSTALLATION. RAPPELBERRYPI SYSTEMS PROGRAMMING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  ----------------------------------------------------------
      *  2026-10-15  RBP  ORIGINAL VERSION - NIGHTLY DSN8C10.EMP
      *                   SNAPSHOT AND OUT-OF-BAND CHANGE DETECTION.
      *                   THE DIALOG AUDITS EVERY CHANGE IT MAKES TO
      *                   DSN8C10.EMP, BUT SPUFI, QMF AND OTHER
      *                   APPLICATIONS UPDATE THE SAME TABLE AND LEAVE
      *                   NO TRACE IN AUDITLOG - AND THEN THE SAMPFEED
      *                   PAYROLL FEED AND THE SAMPROSB ROSTER BOOK
      *                   QUIETLY DISAGREE WITH HR.  THIS JOB UNLOADS
      *                   EVERY EMP ROW THROUGH THE SAMPDB2S CURSOR
      *                   ENTRY INTO A DATED SNAPSHOT GENERATION
      *                   (SNAPNEW, SEE SAMPESNP), COMPARES IT ROW BY
      *                   ROW WITH THE PREVIOUS NIGHT'S (SNAPOLD), AND
      *                   TRIES TO ACCOUNT FOR EVERY ADDED, DELETED OR
      *                   CHANGED ROW WITH AN "EMP UPDATE AFTER" IMAGE
      *                   WRITTEN SINCE THE PREVIOUS SNAPSHOT RAN -
      *                   THE DAY'S AUDARCH GENERATION (OPTIONAL ARCHIN
      *                   DD, AS SAMPFEED READS IT) AND THE LIVE
      *                   AUDITLOG.  A DIFFERENCE NO IMAGE ACCOUNTS FOR
      *                   GOES ON THE EXCEPTION REPORT AND ENDS THE
      *                   JOB WITH CONDITION CODE 10 - DISTINCT FROM
      *                   THE WINDOW'S 8 (OUT OF BALANCE), 12 (SEVERE)
      *                   AND 16 (SEQUENCING) - SO AN UNAUDITED CHANGE
      *                   TO THE EMPLOYEE MASTER IS CAUGHT THE NEXT
      *                   MORNING, NOT AT YEAR-END.  A COMPLETED RUN
      *                   STAMPS THE RUN-CONTROL KSDS (SEE SAMPRUNC).
      *                   EXEC PARM YYYYMMDD NAMES THE SNAPSHOT DATE,
      *                   DEFAULT TODAY.
      *  2026-10-15  RBP  THE SAMPACTL CONTROL RECORD THAT NOW CLOSES
      *                   EVERY AUDARCH GENERATION IS PASSED OVER ON
      *                   ARCHIN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPOLD-FILE ASSIGN TO SNAPOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SNPO-STATUS.
           SELECT SNAPNEW-FILE ASSIGN TO SNAPNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SNPN-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO ARCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.
           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUD-STATUS.
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
      ******************************************************************
      *  BOTH SNAPSHOT GENERATIONS ARE SAMPESNP RECORDS.  THE NEW ONE
      *  IS BUILT IN THE FD; THE PREVIOUS ONE IS READ INTO THE
      *  OLD-SNAP MIRROR BELOW.  LIKEWISE ARCHIN AND AUDITLOG BOTH
      *  CARRY THE 88-BYTE SAMPAUD IMAGE AND ARE MOVED TO AUD-WORK SO
      *  ONE PIECE OF LOGIC SERVES BOTH - THE SAMPFEED ARRANGEMENT.
      ******************************************************************
       FD  SNAPOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  SNAPOLD-RECORD                   PIC X(80).
       FD  SNAPNEW-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "SAMPESNP" OF COPYLIB.
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIN-RECORD                    PIC X(88).
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "SAMPAUD" OF COPYLIB.
       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                      PIC X(80).
       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "SAMPRUNC" OF COPYLIB.
       WORKING-STORAGE SECTION.

       01  SNPO-STATUS                      PIC X(02) VALUE SPACES.
       01  SNPN-STATUS                      PIC X(02) VALUE SPACES.
       01  ARCH-STATUS                      PIC X(02) VALUE SPACES.
       01  AUD-STATUS                       PIC X(02) VALUE SPACES.
       01  RPT-STATUS                       PIC X(02) VALUE SPACES.
       01  RUNC-STATUS                      PIC X(02) VALUE SPACES.
       01  STAMP-DATE                       PIC 9(08) VALUE 0.
       01  STAMP-TIME                       PIC 9(08) VALUE 0.
       01  BALANCE-VERDICT-CD               PIC X(01) VALUE "N".

       01  ARCH-EOF-SW                      PIC X(01) VALUE "N".
           88  ARCH-AT-EOF                    VALUE "Y".
       01  AUD-EOF-SW                       PIC X(01) VALUE "N".
           88  AUD-AT-EOF                     VALUE "Y".
       01  ARCH-OK-SW                       PIC X(01) VALUE "N".
           88  ARCHIVE-AVAILABLE              VALUE "Y".
       01  SNPO-OPEN-SW                     PIC X(01) VALUE "N".
           88  SNAPOLD-IS-OPEN                VALUE "Y".
       01  BASELINE-SW                      PIC X(01) VALUE "N".
           88  BASELINE-RUN                   VALUE "Y".
       01  CURSOR-OPEN-SW                   PIC X(01) VALUE "N".
           88  CURSOR-IS-OPEN                 VALUE "Y".
       01  SEVERE-SW                        PIC X(01) VALUE "N".
           88  SEVERE-ERROR                   VALUE "Y".

      ******************************************************************
      *  SNAPSHOT-DATE - THE DATE THIS GENERATION IS TAKEN FOR, FROM
      *  THE EXEC PARM (YYYYMMDD) OR TODAY.  PREV-RUN-TIMESTAMP IS
      *  WHEN THE PREVIOUS SNAPSHOT'S UNLOAD RAN (FROM ITS HEADER) -
      *  ONLY AUDIT IMAGES WRITTEN AFTER IT CAN ACCOUNT FOR A
      *  DIFFERENCE BETWEEN THE TWO GENERATIONS.
      ******************************************************************
       01  SNAPSHOT-DATE                    PIC 9(08) VALUE 0.
       01  PREV-SNAP-DATE                   PIC 9(08) VALUE 0.
       01  PREV-RUN-TIMESTAMP.
           05  PREV-RUN-DATE                PIC 9(08) VALUE 0.
           05  PREV-RUN-TIME                PIC 9(08) VALUE 0.

      ******************************************************************
      *  THE SAME SAMPDB2 WORK AREAS THE DIALOG USES - EACH FETCHED
      *  ROW LANDS IN HV-EMPNO AND FRIENDS.  UNLD-REQ-SW TELLS THE
      *  SAMPDB2S ENTRY WHETHER TO OPEN, FETCH OR CLOSE.
      ******************************************************************
       COPY "SAMPEMP" OF COPYLIB.
       01  UNLD-REQ-SW                      PIC X(01) VALUE "O".
           88  UNLD-DO-OPEN                   VALUE "O".
           88  UNLD-DO-FETCH                  VALUE "F".
           88  UNLD-DO-CLOSE                  VALUE "C".
       01  UNLD-FOUND-SW                    PIC X(01) VALUE "N".
           88  UNLD-ROW-FOUND                 VALUE "Y".
           88  UNLD-AT-END                    VALUE "N".
           88  UNLD-DB2-ERROR                 VALUE "E".

      ******************************************************************
      *  OLD-SNAP - WORKING-STORAGE MIRROR OF THE SAMPESNP RECORD FOR
      *  THE PREVIOUS GENERATION.
      ******************************************************************
       01  OLD-SNAP.
           05  OS-REC-TYPE                  PIC X(01).
               88  OS-IS-HEADER               VALUE "H".
               88  OS-IS-DETAIL               VALUE "D".
               88  OS-IS-TRAILER              VALUE "T".
           05  OS-DETAIL.
               10  OS-EMPNO                 PIC X(06).
               10  OS-FIRSTNME              PIC X(12).
               10  OS-LASTNAME              PIC X(15).
               10  OS-WORKDEPT              PIC X(03).
               10  FILLER                   PIC X(43).
           05  OS-HEADER REDEFINES OS-DETAIL.
               10  OS-HDR-DATE              PIC 9(08).
               10  OS-HDR-RUN-DATE          PIC 9(08).
               10  OS-HDR-RUN-TIME          PIC 9(08).
               10  FILLER                   PIC X(55).
           05  OS-TRAILER REDEFINES OS-DETAIL.
               10  OS-TRL-COUNT             PIC 9(08).
               10  OS-TRL-HASH              PIC 9(12).
               10  FILLER                   PIC X(59).

      ******************************************************************
      *  ACTL-CONTROL-MARKER IDENTIFIES THE CONTROL RECORD AT THE END OF
      *  EACH ARCHIN GENERATION (SEE SAMPACTL) - IT IS NOT AN AUDIT
      *  EVENT AND IS SKIPPED.
      ******************************************************************
       COPY "SAMPACTL" OF COPYLIB.

      ******************************************************************
      *  AUD-WORK - WORKING-STORAGE MIRROR OF THE SAMPAUD RECORD, SO
      *  THE ARCHIVE AND LIVE COPIES RUN THROUGH IDENTICAL LOGIC.
      ******************************************************************
       01  AUD-WORK.
           05  AW-TIMESTAMP.
               10  AW-DATE                  PIC 9(08).
               10  AW-TIME                  PIC 9(08).
           05  AW-USERID                    PIC X(08).
           05  AW-RC                        PIC X(08).
           05  AW-EVENT                     PIC X(20).
           05  AW-IMAGE.
               10  AW-IMG-EMPNO             PIC X(06).
               10  AW-IMG-FIRSTNME          PIC X(12).
               10  AW-IMG-LASTNAME          PIC X(15).
               10  AW-IMG-WORKDEPT          PIC X(03).

      ******************************************************************
      *  MERGE KEYS - THE CURSOR AND THE PREVIOUS GENERATION ARE BOTH
      *  IN EMPNO ORDER, SO THE COMPARE IS A STRAIGHT MATCH-MERGE.  A
      *  SIDE THAT HAS RUN OUT CARRIES HIGH-VALUES.
      ******************************************************************
       01  NEW-EMPNO-KEY                    PIC X(06) VALUE SPACES.
       01  OLD-EMPNO-KEY                    PIC X(06) VALUE SPACES.

      ******************************************************************
      *  AFTER-IMAGE TABLE - THE LATEST "EMP UPDATE AFTER" IMAGE PER
      *  EMPNO WRITTEN SINCE THE PREVIOUS SNAPSHOT.  A LATER IMAGE
      *  FOR THE SAME EMPNO REPLACES AN EARLIER ONE (THE INPUTS ARE IN
      *  TIME ORDER), SINCE ONLY THE LAST CHANGE CAN ACCOUNT FOR THE
      *  ROW AS IT NOW STANDS.  A DIFFERENCE THAT USES AN ENTRY
      *  CLAIMS IT; AN UNCLAIMED ENTRY IS AN AUDITED CHANGE THE
      *  SNAPSHOT DOES NOT SHOW (A NET-ZERO DAY, OR AN OUT-OF-BAND
      *  REVERSAL) AND IS LISTED FOR INFORMATION.
      ******************************************************************
       01  AFTER-IMAGE-TABLE.
           05  AFTI-ENTRY OCCURS 2000 TIMES INDEXED BY AFTI-IDX.
               10  AFTI-EMPNO               PIC X(06).
               10  AFTI-FIRSTNME            PIC X(12).
               10  AFTI-LASTNAME            PIC X(15).
               10  AFTI-WORKDEPT            PIC X(03).
               10  AFTI-USERID              PIC X(08).
               10  AFTI-DATE                PIC 9(08).
               10  AFTI-TIME                PIC 9(08).
               10  AFTI-CLAIMED-SW          PIC X(01).
       01  AFTI-COUNT                       PIC 9(04) COMP VALUE 0.
       01  AFTI-PICK                        PIC 9(04) COMP VALUE 0.
       01  AFTI-FOUND-SW                    PIC X(01) VALUE "N".
           88  AFTI-FOUND                     VALUE "Y".
       01  AFTI-WORK-EMPNO                  PIC X(06) VALUE SPACES.

      ******************************************************************
      *  THE DIFFERENCE BEING JUDGED - WHAT KIND, AND THE ROW BEFORE
      *  AND AFTER (SPACES ON THE SIDE A ROW WAS ADDED TO OR DELETED
      *  FROM).
      ******************************************************************
       01  DIFF-KIND                        PIC X(08) VALUE SPACES.
           88  DIFF-IS-ADD                    VALUE "ADDED".
           88  DIFF-IS-DELETE                 VALUE "DELETED".
           88  DIFF-IS-CHANGE                 VALUE "CHANGED".
       01  DIFF-EMPNO                       PIC X(06) VALUE SPACES.
       01  DIFF-OLD-ROW.
           05  DIFF-OLD-FIRSTNME            PIC X(12).
           05  DIFF-OLD-LASTNAME            PIC X(15).
           05  DIFF-OLD-WORKDEPT            PIC X(03).
       01  DIFF-NEW-ROW.
           05  DIFF-NEW-FIRSTNME            PIC X(12).
           05  DIFF-NEW-LASTNAME            PIC X(15).
           05  DIFF-NEW-WORKDEPT            PIC X(03).

       77  NEW-ROW-COUNT                    PIC 9(08) COMP VALUE 0.
       77  OLD-ROW-COUNT                    PIC 9(08) COMP VALUE 0.
       77  ADDED-COUNT                      PIC 9(08) COMP VALUE 0.
       77  DELETED-COUNT                    PIC 9(08) COMP VALUE 0.
       77  CHANGED-COUNT                    PIC 9(08) COMP VALUE 0.
       77  MATCHED-COUNT                    PIC 9(08) COMP VALUE 0.
       77  UNAUDITED-COUNT                  PIC 9(08) COMP VALUE 0.
       77  AFTER-SEEN-COUNT                 PIC 9(08) COMP VALUE 0.
       77  NO-NET-CHANGE-COUNT              PIC 9(08) COMP VALUE 0.
       01  NEW-HASH-TOTAL                   PIC 9(12) VALUE 0.
       01  OLD-HASH-TOTAL                   PIC 9(12) VALUE 0.
       01  EMPNO-WORK                       PIC 9(06) VALUE 0.

       01  SNAP-REPORT-LINES.
           05  SNAP-TITLE-LINE.
               10  FILLER                   PIC X(36) VALUE
                   "SAMPSNAP - EMP SNAPSHOT COMPARE FOR ".
               10  SNAP-TITLE-DATE          PIC 9(08).
           05  SNAP-PREV-LINE.
               10  FILLER                   PIC X(27) VALUE
                   "PREVIOUS SNAPSHOT FOR DATE ".
               10  SNAP-PREV-DATE           PIC 9(08).
               10  FILLER                   PIC X(10) VALUE
                   ", TAKEN AT".
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  SNAP-PREV-RUN-DATE       PIC 9(08).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  SNAP-PREV-RUN-TIME       PIC 9(08).
           05  SNAP-EXCEPT-LINE.
               10  FILLER                   PIC X(14) VALUE
                   "UNAUDITED:    ".
               10  SNAP-EX-KIND             PIC X(08).
               10  FILLER                   PIC X(07) VALUE " EMPNO ".
               10  SNAP-EX-EMPNO            PIC X(06).
               10  FILLER                   PIC X(02) VALUE SPACES.
               10  SNAP-EX-NOTE             PIC X(40).
           05  SNAP-VALUE-LINE.
               10  FILLER                   PIC X(04) VALUE SPACES.
               10  SNAP-VAL-OLD-FIRSTNME    PIC X(12).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  SNAP-VAL-OLD-LASTNAME    PIC X(15).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  SNAP-VAL-OLD-WORKDEPT    PIC X(03).
               10  FILLER                   PIC X(04) VALUE " -> ".
               10  SNAP-VAL-NEW-FIRSTNME    PIC X(12).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  SNAP-VAL-NEW-LASTNAME    PIC X(15).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  SNAP-VAL-NEW-WORKDEPT    PIC X(03).
           05  SNAP-NONET-LINE.
               10  FILLER                   PIC X(14) VALUE
                   "AUDITED ONLY: ".
               10  FILLER                   PIC X(06) VALUE "EMPNO ".
               10  SNAP-NN-EMPNO            PIC X(06).
               10  FILLER                   PIC X(08) VALUE " USERID ".
               10  SNAP-NN-USERID           PIC X(08).
               10  FILLER                   PIC X(04) VALUE " AT ".
               10  SNAP-NN-DATE             PIC 9(08).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  SNAP-NN-TIME             PIC 9(08).
               10  FILLER                   PIC X(15) VALUE
                   " - NO NET DIFF".
           05  SNAP-COUNT-LINE.
               10  SNAP-CNT-TEXT            PIC X(28).
               10  SNAP-CNT-VALUE           PIC ZZZZ,ZZ9.
           05  SNAP-VERDICT-LINE            PIC X(80).

       LINKAGE SECTION.
       01  BATCH-PARM.
           05  PARM-LEN                     PIC S9(04) COMP.
           05  PARM-TEXT                    PIC X(08).

       PROCEDURE DIVISION USING BATCH-PARM.

       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT SEVERE-ERROR AND NOT BASELINE-RUN
               PERFORM 2000-LOAD-AFTER-IMAGES THRU 2000-EXIT
           END-IF.
           IF NOT SEVERE-ERROR
               PERFORM 3000-COMPARE-ONE-STEP THRU 3000-EXIT
                   UNTIL SEVERE-ERROR
                       OR (NEW-EMPNO-KEY = HIGH-VALUES
                           AND OLD-EMPNO-KEY = HIGH-VALUES)
           END-IF.
           IF NOT SEVERE-ERROR
               PERFORM 3900-FINISH-SNAPSHOT THRU 3900-EXIT
           END-IF.
           IF NOT SEVERE-ERROR
               PERFORM 4000-REPORT-AUDITED-ONLY THRU 4000-EXIT
               PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           END-IF.
           IF NOT SEVERE-ERROR
               PERFORM 8500-STAMP-RUN-CONTROL THRU 8500-EXIT
           END-IF.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.

      ******************************************************************
      *  1000-INITIALIZE - RESOLVE THE SNAPSHOT DATE, OPEN EVERYTHING,
      *  READ THE PREVIOUS GENERATION'S HEADER, WRITE THE NEW
      *  GENERATION'S HEADER, OPEN THE CURSOR AND PRIME BOTH SIDES OF
      *  THE MERGE.  NO PREVIOUS GENERATION AT ALL (FIRST NIGHT, OR
      *  SNAPOLD DD DUMMY) MAKES THIS A BASELINE RUN: THE SNAPSHOT
      *  IS TAKEN AND NOTHING IS COMPARED.  ARCHIN IS OPTIONAL, AS
      *  IN SAMPFEED; AUDITLOG, SNAPNEW AND SYSPRINT ARE NOT.
      ******************************************************************
       1000-INITIALIZE.
           IF PARM-LEN = 8 AND PARM-TEXT NUMERIC
               MOVE PARM-TEXT TO SNAPSHOT-DATE
           ELSE
               ACCEPT SNAPSHOT-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE SNAPSHOT-DATE TO SNAP-TITLE-DATE.
           OPEN OUTPUT REPORT-FILE.
           IF RPT-STATUS NOT = "00"
               DISPLAY "SAMPSNAP - UNABLE TO OPEN SYSPRINT, STATUS="
                   RPT-STATUS
               SET SEVERE-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE SNAP-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCH-STATUS = "00"
               SET ARCHIVE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "SAMPSNAP - NO ARCHIN DD (STATUS=" ARCH-STATUS
                   "), LIVE AUDITLOG ONLY"
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF AUD-STATUS NOT = "00"
               DISPLAY "SAMPSNAP - UNABLE TO OPEN AUDITLOG, STATUS="
                   AUD-STATUS
               SET SEVERE-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT SNAPNEW-FILE.
           IF SNPN-STATUS NOT = "00"
               DISPLAY "SAMPSNAP - UNABLE TO OPEN SNAPNEW, STATUS="
                   SNPN-STATUS
               SET SEVERE-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-OPEN-PREVIOUS THRU 1100-EXIT.
           IF SEVERE-ERROR
               GO TO 1000-EXIT
           END-IF.
           MOVE SPACES TO SNAP-RECORD.
           SET SNAP-IS-HEADER TO TRUE.
           MOVE SNAPSHOT-DATE TO SNAP-HDR-DATE.
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME FROM TIME.
           MOVE STAMP-DATE TO SNAP-HDR-RUN-DATE.
           MOVE STAMP-TIME TO SNAP-HDR-RUN-TIME.
           WRITE SNAP-RECORD.
           IF SNPN-STATUS NOT = "00"
               DISPLAY "SAMPSNAP - SNAPNEW WRITE FAILED, STATUS="
                   SNPN-STATUS
               SET SEVERE-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET UNLD-DO-OPEN TO TRUE.
           CALL "SAMPDB2S" USING UNLD-REQ-SW, HV-EMPNO, HV-FIRSTNME,
               HV-LASTNAME, HV-WORKDEPT, UNLD-FOUND-SW.
           IF UNLD-DB2-ERROR
               DISPLAY "SAMPSNAP - EMP UNLOAD CURSOR WOULD NOT OPEN"
               SET SEVERE-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET CURSOR-IS-OPEN TO TRUE.
           PERFORM 3100-FETCH-NEW-ROW THRU 3100-EXIT.
           PERFORM 3150-READ-OLD-ROW THRU 3150-EXIT.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1100-OPEN-PREVIOUS - THE PREVIOUS GENERATION MUST START WITH
      *  ITS HEADER; ANYTHING ELSE IS NOT A SNAPSHOT AND THE RUN STOPS
      *  RATHER THAN REPORT THE WHOLE TABLE AS CHANGED.  AN EMPTY OR
      *  MISSING ONE IS THE BASELINE CASE.
      ******************************************************************
       1100-OPEN-PREVIOUS.
           MOVE HIGH-VALUES TO OLD-EMPNO-KEY.
           OPEN INPUT SNAPOLD-FILE.
           IF SNPO-STATUS NOT = "00"
               DISPLAY "SAMPSNAP - NO SNAPOLD (STATUS=" SNPO-STATUS
                   "), BASELINE RUN"
               SET BASELINE-RUN TO TRUE
               GO TO 1100-BASELINE
           END-IF.
           SET SNAPOLD-IS-OPEN TO TRUE.
           READ SNAPOLD-FILE INTO OLD-SNAP
               AT END
                   SET BASELINE-RUN TO TRUE
                   GO TO 1100-BASELINE
           END-READ.
           IF SNPO-STATUS NOT = "00" OR NOT OS-IS-HEADER
               DISPLAY "SAMPSNAP - SNAPOLD HAS NO HEADER RECORD, "
                   "STATUS=" SNPO-STATUS
               SET SEVERE-ERROR TO TRUE
               GO TO 1100-EXIT
           END-IF.
           MOVE OS-HDR-DATE TO PREV-SNAP-DATE.
           MOVE OS-HDR-RUN-DATE TO PREV-RUN-DATE.
           MOVE OS-HDR-RUN-TIME TO PREV-RUN-TIME.
           MOVE PREV-SNAP-DATE TO SNAP-PREV-DATE.
           MOVE PREV-RUN-DATE TO SNAP-PREV-RUN-DATE.
           MOVE PREV-RUN-TIME TO SNAP-PREV-RUN-TIME.
           MOVE SNAP-PREV-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           GO TO 1100-EXIT.
       1100-BASELINE.
           MOVE "NO PREVIOUS SNAPSHOT - THIS GENERATION IS THE BASELINE"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-LOAD-AFTER-IMAGES - THE ARCHIVE (WHEN PRESENT) AND THEN
      *  THE LIVE AUDITLOG, OLDEST FIRST, KEEPING THE LATEST "EMP
      *  UPDATE AFTER" IMAGE PER EMPNO WRITTEN AFTER THE PREVIOUS
      *  SNAPSHOT RAN AND NO LATER THAN THE SNAPSHOT DATE.
      ******************************************************************
       2000-LOAD-AFTER-IMAGES.
           IF ARCHIVE-AVAILABLE
               PERFORM 2100-READ-ARCHIVE-RECORD THRU 2100-EXIT
                   UNTIL ARCH-AT-EOF
           END-IF.
           IF NOT SEVERE-ERROR
               PERFORM 2200-READ-LIVE-RECORD THRU 2200-EXIT
                   UNTIL AUD-AT-EOF
           END-IF.
       2000-EXIT.
           EXIT.
      *
       2100-READ-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                   SET ARCH-AT-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF ARCH-STATUS NOT = "00"
               DISPLAY "SAMPSNAP - ARCHIN READ FAILED, STATUS="
                   ARCH-STATUS
               SET ARCH-AT-EOF TO TRUE
               SET SEVERE-ERROR TO TRUE
               GO TO 2100-EXIT
           END-IF.
           IF ARCHIN-RECORD(1:8) = ACTL-CONTROL-MARKER
               GO TO 2100-EXIT
           END-IF.
           MOVE ARCHIN-RECORD TO AUD-WORK.
           PERFORM 2300-HOLD-AFTER-IMAGE THRU 2300-EXIT.
       2100-EXIT.
           EXIT.
      *
       2200-READ-LIVE-RECORD.
           READ AUDIT-FILE
               AT END
                   SET AUD-AT-EOF TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           IF AUD-STATUS NOT = "00"
               DISPLAY "SAMPSNAP - AUDITLOG READ FAILED, STATUS="
                   AUD-STATUS
               SET AUD-AT-EOF TO TRUE
               SET SEVERE-ERROR TO TRUE
               GO TO 2200-EXIT
           END-IF.
           MOVE AUDIT-RECORD TO AUD-WORK.
           PERFORM 2300-HOLD-AFTER-IMAGE THRU 2300-EXIT.
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2300-HOLD-AFTER-IMAGE - A TABLE THAT FILLS MEANS SOME
      *  DIFFERENCES COULD NOT BE JUDGED, SO OVERFLOW ENDS THE RUN
      *  SEVERE RATHER THAN REPORT AUDITED CHANGES AS UNAUDITED.
      ******************************************************************
       2300-HOLD-AFTER-IMAGE.
           IF AW-EVENT NOT = "EMP UPDATE AFTER"
               GO TO 2300-EXIT
           END-IF.
           IF AW-TIMESTAMP NOT > PREV-RUN-TIMESTAMP
               OR AW-DATE > SNAPSHOT-DATE
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO AFTER-SEEN-COUNT.
           MOVE AW-IMG-EMPNO TO AFTI-WORK-EMPNO.
           PERFORM 2350-FIND-AFTER-IMAGE THRU 2350-EXIT.
           IF NOT AFTI-FOUND
               IF AFTI-COUNT = 2000
                   DISPLAY "SAMPSNAP - MORE THAN 2000 CHANGED EMPNOS, "
                       "RUN ABANDONED"
                   SET SEVERE-ERROR TO TRUE
                   SET ARCH-AT-EOF TO TRUE
                   SET AUD-AT-EOF TO TRUE
                   GO TO 2300-EXIT
               END-IF
               ADD 1 TO AFTI-COUNT
               MOVE AFTI-COUNT TO AFTI-PICK
           END-IF.
           SET AFTI-IDX TO AFTI-PICK.
           MOVE AW-IMG-EMPNO TO AFTI-EMPNO(AFTI-IDX).
           MOVE AW-IMG-FIRSTNME TO AFTI-FIRSTNME(AFTI-IDX).
           MOVE AW-IMG-LASTNAME TO AFTI-LASTNAME(AFTI-IDX).
           MOVE AW-IMG-WORKDEPT TO AFTI-WORKDEPT(AFTI-IDX).
           MOVE AW-USERID TO AFTI-USERID(AFTI-IDX).
           MOVE AW-DATE TO AFTI-DATE(AFTI-IDX).
           MOVE AW-TIME TO AFTI-TIME(AFTI-IDX).
           MOVE "N" TO AFTI-CLAIMED-SW(AFTI-IDX).
       2300-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2350-FIND-AFTER-IMAGE - LOOK UP AFTI-WORK-EMPNO; AFTI-PICK IS
      *  ITS SLOT WHEN AFTI-FOUND.
      ******************************************************************
       2350-FIND-AFTER-IMAGE.
           MOVE "N" TO AFTI-FOUND-SW.
           MOVE 0 TO AFTI-PICK.
           PERFORM 2360-CHECK-AFTER-ENTRY THRU 2360-EXIT
               VARYING AFTI-IDX FROM 1 BY 1
               UNTIL AFTI-IDX > AFTI-COUNT OR AFTI-FOUND.
       2350-EXIT.
           EXIT.
      *
       2360-CHECK-AFTER-ENTRY.
           IF AFTI-EMPNO(AFTI-IDX) = AFTI-WORK-EMPNO
               SET AFTI-FOUND TO TRUE
               SET AFTI-PICK TO AFTI-IDX
           END-IF.
       2360-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-COMPARE-ONE-STEP - ONE STEP OF THE MATCH-MERGE.  A LOWER
      *  NEW KEY IS A ROW ADDED SINCE LAST NIGHT, A LOWER OLD KEY A
      *  ROW DELETED, EQUAL KEYS WITH DIFFERENT VALUES A CHANGED ROW.
      *  ON A BASELINE RUN THE NEW SIDE IS SIMPLY COPIED THROUGH.
      ******************************************************************
       3000-COMPARE-ONE-STEP.
           IF NEW-EMPNO-KEY < OLD-EMPNO-KEY
               IF NOT BASELINE-RUN
                   ADD 1 TO ADDED-COUNT
                   SET DIFF-IS-ADD TO TRUE
                   MOVE HV-EMPNO TO DIFF-EMPNO
                   MOVE SPACES TO DIFF-OLD-ROW
                   MOVE HV-FIRSTNME TO DIFF-NEW-FIRSTNME
                   MOVE HV-LASTNAME TO DIFF-NEW-LASTNAME
                   MOVE HV-WORKDEPT TO DIFF-NEW-WORKDEPT
                   PERFORM 3200-JUDGE-DIFFERENCE THRU 3200-EXIT
               END-IF
               PERFORM 3100-FETCH-NEW-ROW THRU 3100-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF OLD-EMPNO-KEY < NEW-EMPNO-KEY
               ADD 1 TO DELETED-COUNT
               SET DIFF-IS-DELETE TO TRUE
               MOVE OS-EMPNO TO DIFF-EMPNO
               MOVE OS-FIRSTNME TO DIFF-OLD-FIRSTNME
               MOVE OS-LASTNAME TO DIFF-OLD-LASTNAME
               MOVE OS-WORKDEPT TO DIFF-OLD-WORKDEPT
               MOVE SPACES TO DIFF-NEW-ROW
               PERFORM 3200-JUDGE-DIFFERENCE THRU 3200-EXIT
               PERFORM 3150-READ-OLD-ROW THRU 3150-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF HV-FIRSTNME NOT = OS-FIRSTNME
               OR HV-LASTNAME NOT = OS-LASTNAME
               OR HV-WORKDEPT NOT = OS-WORKDEPT
               ADD 1 TO CHANGED-COUNT
               SET DIFF-IS-CHANGE TO TRUE
               MOVE HV-EMPNO TO DIFF-EMPNO
               MOVE OS-FIRSTNME TO DIFF-OLD-FIRSTNME
               MOVE OS-LASTNAME TO DIFF-OLD-LASTNAME
               MOVE OS-WORKDEPT TO DIFF-OLD-WORKDEPT
               MOVE HV-FIRSTNME TO DIFF-NEW-FIRSTNME
               MOVE HV-LASTNAME TO DIFF-NEW-LASTNAME
               MOVE HV-WORKDEPT TO DIFF-NEW-WORKDEPT
               PERFORM 3200-JUDGE-DIFFERENCE THRU 3200-EXIT
           END-IF.
           PERFORM 3100-FETCH-NEW-ROW THRU 3100-EXIT.
           PERFORM 3150-READ-OLD-ROW THRU 3150-EXIT.
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3100-FETCH-NEW-ROW - NEXT CURSOR ROW, WRITTEN STRAIGHT TO THE
      *  NEW GENERATION AND ADDED TO ITS CONTROL TOTALS.
      ******************************************************************
       3100-FETCH-NEW-ROW.
           SET UNLD-DO-FETCH TO TRUE.
           CALL "SAMPDB2S" USING UNLD-REQ-SW, HV-EMPNO, HV-FIRSTNME,
               HV-LASTNAME, HV-WORKDEPT, UNLD-FOUND-SW.
           IF UNLD-DB2-ERROR
               DISPLAY "SAMPSNAP - EMP UNLOAD FETCH FAILED"
               SET SEVERE-ERROR TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF UNLD-AT-END
               MOVE HIGH-VALUES TO NEW-EMPNO-KEY
               GO TO 3100-EXIT
           END-IF.
           MOVE HV-EMPNO TO NEW-EMPNO-KEY.
           ADD 1 TO NEW-ROW-COUNT.
           IF HV-EMPNO NUMERIC
               MOVE HV-EMPNO TO EMPNO-WORK
               ADD EMPNO-WORK TO NEW-HASH-TOTAL
           END-IF.
           MOVE SPACES TO SNAP-RECORD.
           SET SNAP-IS-DETAIL TO TRUE.
           MOVE HV-EMPNO TO SNAP-EMPNO.
           MOVE HV-FIRSTNME TO SNAP-FIRSTNME.
           MOVE HV-LASTNAME TO SNAP-LASTNAME.
           MOVE HV-WORKDEPT TO SNAP-WORKDEPT.
           WRITE SNAP-RECORD.
           IF SNPN-STATUS NOT = "00"
               DISPLAY "SAMPSNAP - SNAPNEW WRITE FAILED, STATUS="
                   SNPN-STATUS
               SET SEVERE-ERROR TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3150-READ-OLD-ROW - NEXT DETAIL OF THE PREVIOUS GENERATION.
      *  ITS TRAILER ENDS THAT SIDE OF THE MERGE, BUT ONLY AFTER THE
      *  COUNT AND EMPNO HASH READ AGREE WITH IT - A GENERATION THAT
      *  LOST RECORDS WOULD OTHERWISE REPORT THEM ALL AS DELETED.
      *  END OF FILE WITHOUT A TRAILER IS THE SAME FAULT.
      ******************************************************************
       3150-READ-OLD-ROW.
           IF NOT SNAPOLD-IS-OPEN OR BASELINE-RUN
               MOVE HIGH-VALUES TO OLD-EMPNO-KEY
               GO TO 3150-EXIT
           END-IF.
           READ SNAPOLD-FILE INTO OLD-SNAP
               AT END
                   DISPLAY "SAMPSNAP - SNAPOLD ENDS WITHOUT A TRAILER"
                   SET SEVERE-ERROR TO TRUE
                   GO TO 3150-EXIT
           END-READ.
           IF SNPO-STATUS NOT = "00"
               DISPLAY "SAMPSNAP - SNAPOLD READ FAILED, STATUS="
                   SNPO-STATUS
               SET SEVERE-ERROR TO TRUE
               GO TO 3150-EXIT
           END-IF.
           IF OS-IS-TRAILER
               MOVE HIGH-VALUES TO OLD-EMPNO-KEY
               IF OS-TRL-COUNT NOT = OLD-ROW-COUNT
                   OR OS-TRL-HASH NOT = OLD-HASH-TOTAL
                   DISPLAY "SAMPSNAP - SNAPOLD FAILS ITS CONTROL "
                       "TOTALS - COMPARE ABANDONED"
                   SET SEVERE-ERROR TO TRUE
               END-IF
               GO TO 3150-EXIT
           END-IF.
           IF NOT OS-IS-DETAIL
               DISPLAY "SAMPSNAP - SNAPOLD RECORD TYPE " OS-REC-TYPE
                   " UNEXPECTED"
               SET SEVERE-ERROR TO TRUE
               GO TO 3150-EXIT
           END-IF.
           MOVE OS-EMPNO TO OLD-EMPNO-KEY.
           ADD 1 TO OLD-ROW-COUNT.
           IF OS-EMPNO NUMERIC
               MOVE OS-EMPNO TO EMPNO-WORK
               ADD EMPNO-WORK TO OLD-HASH-TOTAL
           END-IF.
       3150-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3200-JUDGE-DIFFERENCE - AN ADDED OR CHANGED ROW IS ACCOUNTED
      *  FOR WHEN THE LATEST AFTER IMAGE FOR ITS EMPNO CARRIES EXACTLY
      *  THE VALUES NOW IN THE TABLE.  NO IMAGE, OR ONE THAT DIFFERS
      *  (SOMETHING CHANGED THE ROW AGAIN AFTER THE DIALOG DID), IS AN
      *  EXCEPTION.  A DELETED ROW IS ALWAYS AN EXCEPTION - NO DIALOG
      *  PATH DELETES EMPLOYEES, SO NO AUDIT IMAGE CAN ACCOUNT FOR
      *  ONE - BUT IT STILL CLAIMS ANY IMAGE FOR ITS EMPNO SO THAT
      *  IMAGE IS NOT ALSO LISTED AS AUDITED-ONLY.
      ******************************************************************
       3200-JUDGE-DIFFERENCE.
           MOVE DIFF-EMPNO TO AFTI-WORK-EMPNO.
           PERFORM 2350-FIND-AFTER-IMAGE THRU 2350-EXIT.
           IF AFTI-FOUND
               SET AFTI-IDX TO AFTI-PICK
               MOVE "Y" TO AFTI-CLAIMED-SW(AFTI-IDX)
           END-IF.
           EVALUATE TRUE
               WHEN DIFF-IS-DELETE
                   MOVE "ROW DELETED - NO DIALOG PATH DELETES" TO
                       SNAP-EX-NOTE
               WHEN NOT AFTI-FOUND
                   MOVE "NO EMP UPDATE AFTER IMAGE" TO SNAP-EX-NOTE
               WHEN AFTI-FIRSTNME(AFTI-IDX) = DIFF-NEW-FIRSTNME
                   AND AFTI-LASTNAME(AFTI-IDX) = DIFF-NEW-LASTNAME
                   AND AFTI-WORKDEPT(AFTI-IDX) = DIFF-NEW-WORKDEPT
                   ADD 1 TO MATCHED-COUNT
                   GO TO 3200-EXIT
               WHEN OTHER
                   MOVE SPACES TO SNAP-EX-NOTE
                   STRING "AUDIT IMAGE DIFFERS, USERID "
                       DELIMITED BY SIZE
                       AFTI-USERID(AFTI-IDX) DELIMITED BY SIZE
                       INTO SNAP-EX-NOTE
           END-EVALUATE.
           ADD 1 TO UNAUDITED-COUNT.
           MOVE DIFF-KIND TO SNAP-EX-KIND.
           MOVE DIFF-EMPNO TO SNAP-EX-EMPNO.
           MOVE SNAP-EXCEPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE DIFF-OLD-FIRSTNME TO SNAP-VAL-OLD-FIRSTNME.
           MOVE DIFF-OLD-LASTNAME TO SNAP-VAL-OLD-LASTNAME.
           MOVE DIFF-OLD-WORKDEPT TO SNAP-VAL-OLD-WORKDEPT.
           MOVE DIFF-NEW-FIRSTNME TO SNAP-VAL-NEW-FIRSTNME.
           MOVE DIFF-NEW-LASTNAME TO SNAP-VAL-NEW-LASTNAME.
           MOVE DIFF-NEW-WORKDEPT TO SNAP-VAL-NEW-WORKDEPT.
           MOVE SNAP-VALUE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       3200-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3900-FINISH-SNAPSHOT - CLOSE THE CURSOR AND WRITE THE NEW
      *  GENERATION'S TRAILER, WHICH TOMORROW'S RUN CHECKS.
      ******************************************************************
       3900-FINISH-SNAPSHOT.
           SET UNLD-DO-CLOSE TO TRUE.
           CALL "SAMPDB2S" USING UNLD-REQ-SW, HV-EMPNO, HV-FIRSTNME,
               HV-LASTNAME, HV-WORKDEPT, UNLD-FOUND-SW.
           MOVE "N" TO CURSOR-OPEN-SW.
           MOVE SPACES TO SNAP-RECORD.
           SET SNAP-IS-TRAILER TO TRUE.
           MOVE NEW-ROW-COUNT TO SNAP-TRL-COUNT.
           MOVE NEW-HASH-TOTAL TO SNAP-TRL-HASH.
           WRITE SNAP-RECORD.
           IF SNPN-STATUS NOT = "00"
               DISPLAY "SAMPSNAP - SNAPNEW TRAILER WRITE FAILED, "
                   "STATUS=" SNPN-STATUS
               SET SEVERE-ERROR TO TRUE
           END-IF.
       3900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  4000-REPORT-AUDITED-ONLY - AFTER IMAGES NO DIFFERENCE CLAIMED.
      *  USUALLY A CHANGE AND ITS REVERSAL THE SAME DAY, BOTH THROUGH
      *  THE DIALOG; BUT A DIALOG CHANGE UNDONE OUT OF BAND LOOKS THE
      *  SAME, SO THEY ARE LISTED FOR SOMEONE TO GLANCE AT.  THEY DO
      *  NOT AFFECT THE CONDITION CODE.
      ******************************************************************
       4000-REPORT-AUDITED-ONLY.
           PERFORM 4100-REPORT-ONE-IMAGE THRU 4100-EXIT
               VARYING AFTI-IDX FROM 1 BY 1
               UNTIL AFTI-IDX > AFTI-COUNT.
       4000-EXIT.
           EXIT.
      *
       4100-REPORT-ONE-IMAGE.
           IF AFTI-CLAIMED-SW(AFTI-IDX) = "Y"
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO NO-NET-CHANGE-COUNT.
           MOVE AFTI-EMPNO(AFTI-IDX) TO SNAP-NN-EMPNO.
           MOVE AFTI-USERID(AFTI-IDX) TO SNAP-NN-USERID.
           MOVE AFTI-DATE(AFTI-IDX) TO SNAP-NN-DATE.
           MOVE AFTI-TIME(AFTI-IDX) TO SNAP-NN-TIME.
           MOVE SNAP-NONET-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  8000-WRITE-TOTALS - ROW COUNTS, DIFFERENCES BY KIND, HOW MANY
      *  THE AUDIT TRAIL ACCOUNTS FOR, AND THE VERDICT.  ANY UNAUDITED
      *  DIFFERENCE SETS CONDITION CODE 10.  A BASELINE RUN HAS NO
      *  VERDICT.
      ******************************************************************
       8000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EMP ROWS UNLOADED . . . . . " TO SNAP-CNT-TEXT.
           MOVE NEW-ROW-COUNT TO SNAP-CNT-VALUE.
           MOVE SNAP-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PREVIOUS SNAPSHOT ROWS. . . " TO SNAP-CNT-TEXT.
           MOVE OLD-ROW-COUNT TO SNAP-CNT-VALUE.
           MOVE SNAP-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ROWS ADDED. . . . . . . . . " TO SNAP-CNT-TEXT.
           MOVE ADDED-COUNT TO SNAP-CNT-VALUE.
           MOVE SNAP-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ROWS DELETED. . . . . . . . " TO SNAP-CNT-TEXT.
           MOVE DELETED-COUNT TO SNAP-CNT-VALUE.
           MOVE SNAP-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ROWS CHANGED. . . . . . . . " TO SNAP-CNT-TEXT.
           MOVE CHANGED-COUNT TO SNAP-CNT-VALUE.
           MOVE SNAP-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "AFTER IMAGES CONSIDERED . . " TO SNAP-CNT-TEXT.
           MOVE AFTER-SEEN-COUNT TO SNAP-CNT-VALUE.
           MOVE SNAP-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DIFFERENCES AUDITED . . . . " TO SNAP-CNT-TEXT.
           MOVE MATCHED-COUNT TO SNAP-CNT-VALUE.
           MOVE SNAP-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DIFFERENCES UNAUDITED . . . " TO SNAP-CNT-TEXT.
           MOVE UNAUDITED-COUNT TO SNAP-CNT-VALUE.
           MOVE SNAP-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "AUDITED, NO NET DIFFERENCE. " TO SNAP-CNT-TEXT.
           MOVE NO-NET-CHANGE-COUNT TO SNAP-CNT-VALUE.
           MOVE SNAP-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           EVALUATE TRUE
               WHEN BASELINE-RUN
                   MOVE "BASELINE TAKEN - NOTHING COMPARED" TO
                       SNAP-VERDICT-LINE
                   MOVE SPACE TO BALANCE-VERDICT-CD
               WHEN UNAUDITED-COUNT = 0
                   MOVE "EVERY DIFFERENCE IS ACCOUNTED FOR BY THE AUDIT"
                       TO SNAP-VERDICT-LINE
                   MOVE "Y" TO BALANCE-VERDICT-CD
               WHEN OTHER
                   MOVE "UNAUDITED CHANGES TO DSN8C10.EMP - SEE ABOVE"
                       TO SNAP-VERDICT-LINE
                   MOVE "N" TO BALANCE-VERDICT-CD
                   MOVE 10 TO RETURN-CODE
           END-EVALUATE.
           MOVE SNAP-VERDICT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       8000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  8500-STAMP-RUN-CONTROL - RECORD THAT THE SNAPSHOT DATE HAS
      *  BEEN TAKEN AND COMPARED, WITH THE VERDICT (SEE SAMPRUNC).  A
      *  RERUN RESTAMPS IT - THE LATEST VERDICT WINS.  SAME WRITE/
      *  REWRITE SHAPE AS SAMPRECN'S STAMP.
      ******************************************************************
       8500-STAMP-RUN-CONTROL.
           MOVE SNAPSHOT-DATE TO RUNC-DATE.
           MOVE "SAMPSNAP" TO RUNC-JOBNAME.
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME FROM TIME.
           MOVE STAMP-DATE TO RUNC-STAMP-DATE.
           MOVE STAMP-TIME TO RUNC-STAMP-TIME.
           MOVE BALANCE-VERDICT-CD TO RUNC-BALANCE-CD.
           OPEN I-O RUNCTL-FILE.
           IF RUNC-STATUS = "35"
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF.
           IF RUNC-STATUS NOT = "00"
               DISPLAY "SAMPSNAP - RUNCTL OPEN FAILED, STATUS="
                   RUNC-STATUS
               SET SEVERE-ERROR TO TRUE
               GO TO 8500-EXIT
           END-IF.
           WRITE RUNC-RECORD
               INVALID KEY
                   REWRITE RUNC-RECORD
           END-WRITE.
           IF RUNC-STATUS NOT = "00"
               DISPLAY "SAMPSNAP - RUNCTL STAMP FAILED, STATUS="
                   RUNC-STATUS
               SET SEVERE-ERROR TO TRUE
           END-IF.
           CLOSE RUNCTL-FILE.
       8500-EXIT.
           EXIT.
      *
       9999-TERMINATE.
           IF CURSOR-IS-OPEN
               SET UNLD-DO-CLOSE TO TRUE
               CALL "SAMPDB2S" USING UNLD-REQ-SW, HV-EMPNO,
                   HV-FIRSTNME, HV-LASTNAME, HV-WORKDEPT,
                   UNLD-FOUND-SW
           END-IF.
           IF ARCHIVE-AVAILABLE
               CLOSE ARCHIVE-FILE
           END-IF.
           IF SNAPOLD-IS-OPEN
               CLOSE SNAPOLD-FILE
           END-IF.
           CLOSE AUDIT-FILE.
           CLOSE SNAPNEW-FILE.
           CLOSE REPORT-FILE.
           IF SEVERE-ERROR
               MOVE 12 TO RETURN-CODE
           END-IF.
       9999-EXIT.
           EXIT.
