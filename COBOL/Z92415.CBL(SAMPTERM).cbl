       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPTERM.
       AUTHOR. RAPPELBERRYPI.
       INSTALLATION. RAPPELBERRYPI SYSTEMS PROGRAMMING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  ----------------------------------------------------------
      *  2026-10-15  RBP  ORIGINAL VERSION - TERMINAL WORKLOAD AND
      *                   CONCURRENCY PROFILE FOR CAPACITY PLANNING.
      *                   SAMPRPT ONLY COUNTS ACCEPTED HISTFILE
      *                   ENTRIES, BUT EVERY DISPLAY PANEL CALL THE
      *                   DIALOG MAKES IS ALREADY AUDITED WITH USERID,
      *                   TIMESTAMP AND RC.  THIS JOB READS THE
      *                   AUDARCH GENERATIONS ON ARCHIN (EACH CHECKED
      *                   AGAINST ITS SAMPACTL CONTROL RECORD FIRST, AS
      *                   SAMPFEED DOES) AND THEN THE LIVE AUDITLOG -
      *                   EITHER DD MAY BE LEFT OUT, NOT BOTH - AND
      *                   REBUILDS EACH USERID'S SESSIONS FROM THEIR
      *                   "DISPLAY PANEL" RECORDS: A SESSION RUNS FROM
      *                   ITS FIRST PANEL CALL TO THE PF3 (RC=8),
      *                   RC=12 OR RC=20 CALL THAT ENDS THE DIALOG
      *                   LOOP.  A SESSION WITH NO SCREEN FOR AN HOUR
      *                   IS TAKEN AS GONE (TIMED OUT OR CANCELLED)
      *                   AND COUNTED AS ENDED WITHOUT AN EXIT.  THE
      *                   EXEC PARM ("YYYYMMDD,YYYYMMDD") SELECTS THE
      *                   DATE RANGE; NO PARM MEANS EVERYTHING READ.
      *                   SYSPRINT SHOWS, PER DAY, SESSIONS, SCREENS
      *                   AND PEAK CONCURRENT SESSIONS (WITH THE TIME
      *                   IT WAS REACHED); AN HOUR-BY-HOUR HISTOGRAM
      *                   WITH THE HOURS OUTSIDE THE 06:00-19:00
      *                   ONLINE WINDOW MARKED; AND SESSION LENGTH AND
      *                   TIME BETWEEN SCREENS, EACH AS SHORTEST/
      *                   AVERAGE/LONGEST AND A SPREAD.  THE USERIDS
      *                   SAMPBTCH, SAMPREOR AND SAMPEFFD RUN UNDER BY
      *                   DEFAULT ARE ALWAYS LEFT OUT; A PARM USERID
      *                   SAMPBTCH OR SAMPREOR IS RUN UNDER GOES ON A
      *                   SYSIN CARD (COLUMNS 1-8, DD DUMMY FOR NONE).
      *                   CONDITION CODE 4 WHEN ANY SESSION ENDED ON
      *                   RC=12/RC=20 OR WITHOUT AN EXIT, 12 ON AN
      *                   ARCHIVE OR FILE FAILURE OR RECORDS OUT OF
      *                   TIMESTAMP ORDER.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVE-FILE ASSIGN TO ARCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.
           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUD-STATUS.
           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *  SYSIN - ONE BATCH USERID PER CARD IN COLUMNS 1-8, ADDED TO THE
      *  BUILT-IN ONES.  BLANK CARDS ARE IGNORED.
      ******************************************************************
       FD  SYSIN-FILE
           LABEL RECORDS ARE OMITTED.
       01  CONTROL-RECORD.
           05  CTL-USERID                    PIC X(08).
           05  FILLER                        PIC X(72).
      ******************************************************************
      *  ARCHIN - THE AUDARCH GENERATIONS (FLAT SAMPAUD IMAGES, EACH
      *  GENERATION CLOSED BY ITS SAMPACTL CONTROL RECORD).
      ******************************************************************
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIN-RECORD                    PIC X(88).
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "SAMPAUD" OF COPYLIB.
       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                      PIC X(80).
       WORKING-STORAGE SECTION.

       01  ARCH-STATUS                      PIC X(02) VALUE SPACES.
       01  AUD-STATUS                       PIC X(02) VALUE SPACES.
       01  RPT-STATUS                       PIC X(02) VALUE SPACES.

       01  SYSIN-EOF-SW                     PIC X(01) VALUE "N".
           88  END-OF-SYSIN                   VALUE "Y".
       01  ARCH-EOF-SW                      PIC X(01) VALUE "N".
           88  ARCH-AT-EOF                    VALUE "Y".
       01  AUD-EOF-SW                       PIC X(01) VALUE "N".
           88  AUD-AT-EOF                     VALUE "Y".
       01  ARCHIVE-SW                       PIC X(01) VALUE "N".
           88  ARCHIVE-AVAILABLE              VALUE "Y".
       01  AUDITLOG-SW                      PIC X(01) VALUE "N".
           88  AUDITLOG-AVAILABLE             VALUE "Y".
       01  SEVERE-SW                        PIC X(01) VALUE "N".
           88  SEVERE-ERROR                   VALUE "Y".
       01  NEW-DAY-SW                       PIC X(01) VALUE "N".
           88  NEW-DAY                        VALUE "Y".
       01  SWEEP-SW                         PIC X(01) VALUE "I".
           88  SWEEP-IDLE-ONLY                VALUE "I".
           88  SWEEP-ALL-OPEN                 VALUE "A".

      ******************************************************************
      *  AUD-WORK - WORKING-STORAGE MIRROR OF THE SAMPAUD RECORD, SO
      *  ARCHIN AND AUDITLOG RECORDS GO THROUGH THE SAME PARAGRAPHS.
      ******************************************************************
       01  AUD-WORK.
           05  AW-DATE                      PIC 9(08).
           05  AW-DATE-R REDEFINES AW-DATE.
               10  AW-YYYY                  PIC 9(04).
               10  AW-MO                    PIC 9(02).
               10  AW-DD                    PIC 9(02).
           05  AW-TIME                      PIC 9(08).
           05  AW-TIME-R REDEFINES AW-TIME.
               10  AW-HH                    PIC 9(02).
               10  AW-MI                    PIC 9(02).
               10  AW-SS                    PIC 9(02).
               10  AW-HS                    PIC 9(02).
           05  AW-USERID                    PIC X(08).
           05  AW-RC                        PIC S9(08).
           05  AW-EVENT                     PIC X(20).
           05  AW-IMAGE                     PIC X(36).

      ******************************************************************
      *  ARCHIN CONTROL TOTALS (SEE SAMPACTL) AND THE PER-GENERATION
      *  VERDICT, AS IN SAMPFEED AND SAMPXFER.
      ******************************************************************
       COPY "SAMPACTL" OF COPYLIB.
       01  GEN-VERDICT                      PIC X(20) VALUE SPACES.
           88  GEN-VERDICT-OK                 VALUE "OK".
       77  GEN-NUMBER                       PIC 9(04) COMP VALUE 0.
       77  GEN-FAILED-COUNT                 PIC 9(04) COMP VALUE 0.

      ******************************************************************
      *  REPORT RANGE OUT OF THE EXEC PARM.  NO PARM (OR A MALFORMED
      *  ONE) LEAVES IT WIDE OPEN.
      ******************************************************************
       01  RPT-FROM-DATE                    PIC 9(08) VALUE 0.
       01  RPT-TO-DATE                      PIC 9(08) VALUE 99999999.

      ******************************************************************
      *  BATCH USERIDS - NEVER A TERMINAL SESSION.  THE FIRST THREE ARE
      *  THE DEFAULTS SAMPBTCH, SAMPREOR AND SAMPEFFD RUN UNDER; SYSIN
      *  CARDS ADD THE PARM USERIDS.
      ******************************************************************
       01  EXCL-TABLE.
           05  EXCL-USERID OCCURS 50 TIMES  PIC X(08).
       01  EXCL-COUNT                       PIC 9(04) COMP VALUE 0.
       01  EXCL-FOUND-SW                    PIC X(01) VALUE "N".
           88  USERID-EXCLUDED                VALUE "Y".
       77  EXCL-NUM                         PIC 9(04) COMP VALUE 0.

      ******************************************************************
      *  TIMESTAMPS ARE TURNED INTO HUNDREDTHS OF A SECOND SINCE
      *  MIDNIGHT OF THE FIRST DAY COUNTED (DAY-NUMBER IS HOW MANY
      *  CALENDAR DAYS LATER THE CURRENT ONE IS, WALKED FORWARD BY
      *  6000-FORWARD-ONE-DAY), SO A SESSION ACROSS MIDNIGHT TIMES
      *  CORRECTLY.  IDLE-LIMIT IS ONE HOUR.
      ******************************************************************
       01  CUR-DATE                         PIC 9(08) VALUE 0.
       01  DAY-NUMBER                       PIC 9(08) COMP VALUE 0.
       01  REC-STAMP                        PIC 9(15) COMP VALUE 0.
       01  LAST-STAMP                       PIC 9(15) COMP VALUE 0.
       01  IDLE-LIMIT                       PIC 9(08) COMP
                                              VALUE 360000.
       01  STEP-DATE                        PIC 9(08) VALUE 0.
       01  STEP-DATE-R REDEFINES STEP-DATE.
           05  STEP-YYYY                    PIC 9(04).
           05  STEP-MM                      PIC 9(02).
           05  STEP-DD                      PIC 9(02).
       01  MONTH-END-DD                     PIC 9(02) VALUE 0.
       01  MONTH-DAYS-TABLE                 PIC X(24) VALUE
           "312831303130313130313031".
       01  MONTH-DAYS-R REDEFINES MONTH-DAYS-TABLE.
           05  MONTH-DAYS OCCURS 12 TIMES  PIC 9(02).
       01  LEAP-REMAINDER                   PIC 9(04) VALUE 0.
       01  LEAP-QUOTIENT                    PIC 9(04) VALUE 0.
       01  LEAP-SW                          PIC X(01) VALUE "N".
           88  LEAP-YEAR                      VALUE "Y".

      ******************************************************************
      *  OPEN SESSIONS, ONE ENTRY PER USERID WHILE ITS SESSION RUNS.
      *  A CLOSED ENTRY IS REUSED BY THE NEXT SESSION TO START.
      ******************************************************************
       01  SESS-TABLE.
           05  SESS-ENTRY OCCURS 200 TIMES.
               10  SESS-USERID              PIC X(08).
               10  SESS-OPEN-SW             PIC X(01).
                   88  SESS-IS-OPEN           VALUE "Y".
               10  SESS-START-STAMP         PIC 9(15) COMP.
               10  SESS-LAST-STAMP          PIC 9(15) COMP.
       01  SESS-HIGH                        PIC 9(04) COMP VALUE 0.
       01  SESS-FOUND-NUM                   PIC 9(04) COMP VALUE 0.
       77  SESS-NUM                         PIC 9(04) COMP VALUE 0.
       77  SESS-OPEN-NOW                    PIC 9(04) COMP VALUE 0.

      ******************************************************************
      *  PER-DAY FIGURES, WRITTEN WHEN THE DATE CHANGES.  THE PEAK
      *  STARTS EACH DAY AT THE SESSIONS STILL OPEN FROM THE DAY
      *  BEFORE.
      ******************************************************************
       01  DAY-SESSIONS                     PIC 9(08) COMP VALUE 0.
       01  DAY-SCREENS                      PIC 9(08) COMP VALUE 0.
       01  DAY-PEAK                         PIC 9(04) COMP VALUE 0.
       01  DAY-PEAK-TIME                    PIC 9(08) VALUE 0.
       01  DAY-PEAK-TIME-R REDEFINES DAY-PEAK-TIME.
           05  DAY-PEAK-HH                  PIC 9(02).
           05  DAY-PEAK-MI                  PIC 9(02).
           05  DAY-PEAK-SS                  PIC 9(02).
           05  DAY-PEAK-HS                  PIC 9(02).
       01  TOP-PEAK                         PIC 9(04) COMP VALUE 0.
       01  TOP-PEAK-DATE                    PIC 9(08) VALUE 0.

      ******************************************************************
      *  HOUR-BY-HOUR TOTALS ACROSS THE RANGE - ENTRY 1 IS 00:00-00:59.
      ******************************************************************
       01  HOUR-TABLE.
           05  HOUR-ENTRY OCCURS 24 TIMES.
               10  HOUR-SCREENS             PIC 9(08) COMP.
               10  HOUR-STARTS              PIC 9(08) COMP.
       01  HOUR-MAX-SCREENS                 PIC 9(08) COMP VALUE 0.
       77  HOUR-NUM                         PIC 9(04) COMP VALUE 0.
       77  BAR-LEN                          PIC 9(04) COMP VALUE 0.
       01  STAR-BAR                         PIC X(40) VALUE ALL "*".

      ******************************************************************
      *  SPREAD TABLES - EACH ENTRY HOLDS EVERYTHING BELOW ITS LIMIT
      *  (HUNDREDTHS OF A SECOND) AND AT OR ABOVE THE ONE BEFORE.
      ******************************************************************
       01  DUR-BUCKET-VALUES.
           05  FILLER                       PIC X(23) VALUE
               "000006000UNDER 1 MIN   ".
           05  FILLER                       PIC X(23) VALUE
               "0000300001 - 5 MIN     ".
           05  FILLER                       PIC X(23) VALUE
               "0000900005 - 15 MIN    ".
           05  FILLER                       PIC X(23) VALUE
               "00018000015 - 30 MIN   ".
           05  FILLER                       PIC X(23) VALUE
               "00036000030 - 60 MIN   ".
           05  FILLER                       PIC X(23) VALUE
               "0007200001 - 2 HOURS   ".
           05  FILLER                       PIC X(23) VALUE
               "999999999OVER 2 HOURS  ".
       01  DUR-BUCKET-TABLE REDEFINES DUR-BUCKET-VALUES.
           05  DURB-ENTRY OCCURS 7 TIMES.
               10  DURB-LIMIT               PIC 9(09).
               10  DURB-LABEL               PIC X(14).
       01  DURB-COUNTS.
           05  DURB-COUNT OCCURS 7 TIMES    PIC 9(08) COMP.
       01  GAP-BUCKET-VALUES.
           05  FILLER                       PIC X(23) VALUE
               "000001000UNDER 10 SEC  ".
           05  FILLER                       PIC X(23) VALUE
               "00000300010 - 30 SEC   ".
           05  FILLER                       PIC X(23) VALUE
               "00000600030 - 60 SEC   ".
           05  FILLER                       PIC X(23) VALUE
               "0000300001 - 5 MIN     ".
           05  FILLER                       PIC X(23) VALUE
               "0000900005 - 15 MIN    ".
           05  FILLER                       PIC X(23) VALUE
               "999999999OVER 15 MIN   ".
       01  GAP-BUCKET-TABLE REDEFINES GAP-BUCKET-VALUES.
           05  GAPB-ENTRY OCCURS 6 TIMES.
               10  GAPB-LIMIT               PIC 9(09).
               10  GAPB-LABEL               PIC X(14).
       01  GAPB-COUNTS.
           05  GAPB-COUNT OCCURS 6 TIMES    PIC 9(08) COMP.
       77  BKT-NUM                          PIC 9(04) COMP VALUE 0.

      ******************************************************************
      *  SESSION LENGTH (SESSIONS WITH AN EXIT ONLY) AND TIME BETWEEN
      *  SCREENS, IN HUNDREDTHS OF A SECOND.
      ******************************************************************
       01  SESS-DURATION                    PIC 9(15) COMP VALUE 0.
       01  DUR-TOTAL                        PIC 9(15) COMP VALUE 0.
       01  DUR-SHORTEST                     PIC 9(15) COMP VALUE 0.
       01  DUR-LONGEST                      PIC 9(15) COMP VALUE 0.
       01  SCREEN-GAP                       PIC 9(15) COMP VALUE 0.
       01  GAP-TOTAL                        PIC 9(15) COMP VALUE 0.
       01  GAP-SHORTEST                     PIC 9(15) COMP VALUE 0.
       01  GAP-LONGEST                      PIC 9(15) COMP VALUE 0.
       01  EDIT-HUNDREDTHS                  PIC 9(15) COMP VALUE 0.
       01  EDIT-SECONDS                     PIC 9(15) COMP VALUE 0.
       01  EDIT-HOURS                       PIC 9(15) COMP VALUE 0.
       01  EDIT-REMAINDER                   PIC 9(08) COMP VALUE 0.
       01  EDIT-MINUTES                     PIC 9(04) COMP VALUE 0.

       77  RECORDS-READ                     PIC 9(08) COMP VALUE 0.
       77  SCREEN-COUNT                     PIC 9(08) COMP VALUE 0.
       77  EXCLUDED-COUNT                   PIC 9(08) COMP VALUE 0.
       77  UNREADABLE-COUNT                 PIC 9(08) COMP VALUE 0.
       77  OFF-WINDOW-COUNT                 PIC 9(08) COMP VALUE 0.
       77  DAY-COUNT                        PIC 9(08) COMP VALUE 0.
       77  SESSION-COUNT                    PIC 9(08) COMP VALUE 0.
       77  PF3-END-COUNT                    PIC 9(08) COMP VALUE 0.
       77  RC12-END-COUNT                   PIC 9(08) COMP VALUE 0.
       77  RC20-END-COUNT                   PIC 9(08) COMP VALUE 0.
       77  LAPSED-COUNT                     PIC 9(08) COMP VALUE 0.
       77  EXITED-COUNT                     PIC 9(08) COMP VALUE 0.
       77  GAP-COUNT                        PIC 9(08) COMP VALUE 0.

       01  TERM-REPORT-LINES.
           05  TERM-TITLE-LINE              PIC X(80) VALUE
               "SAMPTERM - TERMINAL WORKLOAD AND CONCURRENCY".
           05  TERM-WINDOW-LINE.
               10  FILLER                   PIC X(18) VALUE
                   "REPORT WINDOW . . ".
               10  TERM-WINDOW-FROM         PIC 9(08).
               10  FILLER                   PIC X(03) VALUE " - ".
               10  TERM-WINDOW-TO           PIC 9(08).
           05  TERM-EXCL-LINE.
               10  FILLER                   PIC X(28) VALUE
                   "BATCH USERID, NOT COUNTED . ".
               10  TERM-EXCL-USERID         PIC X(08).
           05  TERM-GEN-LINE.
               10  FILLER                   PIC X(11) VALUE
                   "GENERATION ".
               10  TERM-GEN-NUMBER          PIC ZZZ9.
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  TERM-GEN-NAME            PIC X(08).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  TERM-GEN-DATE            PIC X(08).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  TERM-GEN-COUNT           PIC ZZZZ,ZZ9.
               10  FILLER                   PIC X(02) VALUE SPACES.
               10  TERM-GEN-VERDICT         PIC X(20).
           05  TERM-DAY-HEAD-LINE.
               10  FILLER                   PIC X(10) VALUE "DATE".
               10  FILLER                   PIC X(08) VALUE
                   "SESSIONS".
               10  FILLER                   PIC X(10) VALUE
                   "   SCREENS".
               10  FILLER                   PIC X(06) VALUE "  PEAK".
               10  FILLER                   PIC X(11) VALUE
                   "    PEAK AT".
           05  TERM-DAY-LINE.
               10  TERM-DL-DATE             PIC 9(08).
               10  FILLER                   PIC X(04) VALUE SPACES.
               10  TERM-DL-SESSIONS         PIC ZZ,ZZ9.
               10  FILLER                   PIC X(02) VALUE SPACES.
               10  TERM-DL-SCREENS          PIC ZZZZ,ZZ9.
               10  FILLER                   PIC X(02) VALUE SPACES.
               10  TERM-DL-PEAK             PIC ZZZ9.
               10  FILLER                   PIC X(03) VALUE SPACES.
               10  TERM-DL-PEAK-HH          PIC 9(02).
               10  FILLER                   PIC X(01) VALUE ":".
               10  TERM-DL-PEAK-MI          PIC 9(02).
               10  FILLER                   PIC X(01) VALUE ":".
               10  TERM-DL-PEAK-SS          PIC 9(02).
           05  TERM-HOUR-HEAD-LINE.
               10  FILLER                   PIC X(14) VALUE "HOUR".
               10  FILLER                   PIC X(08) VALUE " SCREENS".
               10  FILLER                   PIC X(08) VALUE "  STARTS".
           05  TERM-HOUR-LINE.
               10  TERM-HL-FROM-HH          PIC 9(02).
               10  FILLER                   PIC X(04) VALUE ":00-".
               10  TERM-HL-TO-HH            PIC 9(02).
               10  FILLER                   PIC X(03) VALUE ":59".
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  TERM-HL-FLAG             PIC X(01).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  TERM-HL-SCREENS          PIC ZZZZ,ZZ9.
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  TERM-HL-STARTS           PIC ZZZ,ZZ9.
               10  FILLER                   PIC X(02) VALUE SPACES.
               10  TERM-HL-BAR              PIC X(40).
           05  TERM-COUNT-LINE.
               10  TERM-CNT-TEXT            PIC X(28).
               10  TERM-CNT-VALUE           PIC ZZZZ,ZZ9.
           05  TERM-TIME-LINE.
               10  TERM-TM-TEXT             PIC X(28).
               10  TERM-TM-HH               PIC ZZZZ9.
               10  FILLER                   PIC X(01) VALUE ":".
               10  TERM-TM-MI               PIC 9(02).
               10  FILLER                   PIC X(01) VALUE ":".
               10  TERM-TM-SS               PIC 9(02).
           05  TERM-BKT-LINE.
               10  FILLER                   PIC X(04) VALUE SPACES.
               10  TERM-BKT-LABEL           PIC X(14).
               10  FILLER                   PIC X(10) VALUE
                   " . . . . .".
               10  TERM-BKT-VALUE           PIC ZZZZ,ZZ9.
           05  TERM-PEAK-LINE.
               10  FILLER                   PIC X(28) VALUE
                   "HIGHEST DAILY PEAK. . . . . ".
               10  TERM-PK-VALUE            PIC ZZZZ,ZZ9.
               10  FILLER                   PIC X(04) VALUE " ON ".
               10  TERM-PK-DATE             PIC 9(08).

       LINKAGE SECTION.
       01  BATCH-PARM.
           05  PARM-LEN                     PIC S9(04) COMP.
           05  PARM-TEXT                    PIC X(17).

       PROCEDURE DIVISION USING BATCH-PARM.

       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT SEVERE-ERROR
               IF ARCHIVE-AVAILABLE
                   PERFORM 2000-PROCESS-ARCHIVE-RECORD THRU 2000-EXIT
                       UNTIL ARCH-AT-EOF
               END-IF
           END-IF.
           IF NOT SEVERE-ERROR
               IF AUDITLOG-AVAILABLE
                   PERFORM 2500-PROCESS-LIVE-RECORD THRU 2500-EXIT
                       UNTIL AUD-AT-EOF
               END-IF
           END-IF.
           IF NOT SEVERE-ERROR
               IF CUR-DATE NOT = 0
                   SET SWEEP-ALL-OPEN TO TRUE
                   PERFORM 3500-CLOSE-IDLE-SESSION THRU 3500-EXIT
                       VARYING SESS-NUM FROM 1 BY 1
                       UNTIL SESS-NUM > SESS-HIGH
                   PERFORM 4500-CLOSE-DAY THRU 4500-EXIT
               END-IF
               PERFORM 8000-WRITE-REPORT THRU 8000-EXIT
           END-IF.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.

      ******************************************************************
      *  1000-INITIALIZE - PICK THE RANGE OUT OF THE PARM, LOAD THE
      *  BATCH USERIDS, OPEN THE FILES AND VERIFY ARCHIN.  ARCHIN AND
      *  AUDITLOG ARE EACH OPTIONAL (A RANGE WHOLLY IN THE PAST NEEDS
      *  NO AUDITLOG; TODAY ALONE NEEDS NO ARCHIN) BUT ONE MUST BE
      *  THERE.
      ******************************************************************
       1000-INITIALIZE.
           INITIALIZE HOUR-TABLE DURB-COUNTS GAPB-COUNTS.
           IF PARM-LEN = 17
               AND PARM-TEXT(1:8) NUMERIC
               AND PARM-TEXT(10:8) NUMERIC
               MOVE PARM-TEXT(1:8) TO RPT-FROM-DATE
               MOVE PARM-TEXT(10:8) TO RPT-TO-DATE
           END-IF.
           IF RPT-FROM-DATE > RPT-TO-DATE
               DISPLAY "SAMPTERM - FROM DATE AFTER TO DATE IN PARM"
               SET SEVERE-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF RPT-STATUS NOT = "00"
               DISPLAY "SAMPTERM - UNABLE TO OPEN SYSPRINT, STATUS="
                   RPT-STATUS
               SET SEVERE-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE TERM-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE RPT-FROM-DATE TO TERM-WINDOW-FROM.
           MOVE RPT-TO-DATE TO TERM-WINDOW-TO.
           MOVE TERM-WINDOW-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BATCH   " TO EXCL-USERID(1).
           MOVE "SAMPREOR" TO EXCL-USERID(2).
           MOVE "SAMPEFFD" TO EXCL-USERID(3).
           MOVE 3 TO EXCL-COUNT.
           OPEN INPUT SYSIN-FILE.
           PERFORM 1100-READ-CARD THRU 1100-EXIT
               UNTIL END-OF-SYSIN.
           CLOSE SYSIN-FILE.
           IF SEVERE-ERROR
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-WRITE-EXCLUDED THRU 1200-EXIT
               VARYING EXCL-NUM FROM 1 BY 1
               UNTIL EXCL-NUM > EXCL-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCH-STATUS = "00"
               SET ARCHIVE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "SAMPTERM - NO ARCHIN DD (STATUS=" ARCH-STATUS
                   "), LIVE AUDITLOG ONLY"
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF AUD-STATUS = "00"
               SET AUDITLOG-AVAILABLE TO TRUE
           ELSE
               DISPLAY "SAMPTERM - NO AUDITLOG DD (STATUS=" AUD-STATUS
                   "), ARCHIVE ONLY"
           END-IF.
           IF NOT ARCHIVE-AVAILABLE AND NOT AUDITLOG-AVAILABLE
               DISPLAY "SAMPTERM - NEITHER ARCHIN NOR AUDITLOG "
                   "ALLOCATED, NOTHING TO REPORT"
               SET SEVERE-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           IF ARCHIVE-AVAILABLE
               PERFORM 1500-VERIFY-ARCHIVE-GENS THRU 1500-EXIT
               IF SEVERE-ERROR
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           MOVE "DAILY ACTIVITY" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TERM-DAY-HEAD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.
      *
       1100-READ-CARD.
           READ SYSIN-FILE
               AT END
                   SET END-OF-SYSIN TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF CTL-USERID = SPACES
               GO TO 1100-EXIT
           END-IF.
           IF EXCL-COUNT = 50
               DISPLAY "SAMPTERM - MORE THAN 50 BATCH USERIDS ON "
                   "SYSIN, RUN ABANDONED"
               SET SEVERE-ERROR TO TRUE
               SET END-OF-SYSIN TO TRUE
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO EXCL-COUNT.
           MOVE CTL-USERID TO EXCL-USERID(EXCL-COUNT).
       1100-EXIT.
           EXIT.
      *
       1200-WRITE-EXCLUDED.
           MOVE EXCL-USERID(EXCL-NUM) TO TERM-EXCL-USERID.
           MOVE TERM-EXCL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       1200-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1500-VERIFY-ARCHIVE-GENS - READ ARCHIN END TO END AND JUDGE
      *  EVERY GENERATION AGAINST ITS CONTROL RECORD (1600), THE SAME
      *  CHECK SAMPFEED MAKES, LISTING EACH ONE ON SYSPRINT.  ANY
      *  FAILURE IS SEVERE; OTHERWISE ARCHIN IS REOPENED SO 2000 READS
      *  IT AGAIN FROM THE TOP.
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
               MOVE SPACES TO TERM-GEN-NAME
               MOVE SPACES TO TERM-GEN-DATE
               PERFORM 1700-WRITE-GEN-LINE THRU 1700-EXIT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF GEN-FAILED-COUNT > 0
               DISPLAY "SAMPTERM - ARCHIN FAILED ITS CONTROL TOTALS, "
                   "NO PROFILE PRODUCED"
               SET SEVERE-ERROR TO TRUE
               GO TO 1500-EXIT
           END-IF.
           CLOSE ARCHIVE-FILE.
           MOVE "N" TO ARCH-EOF-SW.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCH-STATUS NOT = "00"
               DISPLAY "SAMPTERM - UNABLE TO REOPEN ARCHIN, STATUS="
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
               DISPLAY "SAMPTERM - ARCHIN READ FAILED, STATUS="
                   ARCH-STATUS
               SET ARCH-AT-EOF TO TRUE
               SET SEVERE-ERROR TO TRUE
               GO TO 1550-EXIT
           END-IF.
           IF ARCHIN-RECORD(1:8) = ACTL-CONTROL-MARKER
               PERFORM 1600-CHECK-CONTROL-RECORD THRU 1600-EXIT
               GO TO 1550-EXIT
           END-IF.
           MOVE ARCHIN-RECORD TO AUD-WORK.
           IF AGEN-RECORD-COUNT = 0
               MOVE AW-DATE TO AGEN-FIRST-DATE
               MOVE AW-TIME TO AGEN-FIRST-TIME
           END-IF.
           ADD 1 TO AGEN-RECORD-COUNT.
           MOVE AW-DATE TO AGEN-LAST-DATE.
           MOVE AW-TIME TO AGEN-LAST-TIME.
           ADD AW-TIME TO AGEN-HASH-ACCUM.
       1550-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1600-CHECK-CONTROL-RECORD - ONE GENERATION ENDS HERE.  ITS
      *  CONTROL RECORD MUST NAME AUDARCH AND AGREE WITH WHAT WAS READ
      *  ON COUNT, HASH TOTAL AND FIRST/LAST TIMESTAMP.  THE TALLY IS
      *  THEN CLEARED FOR THE NEXT GENERATION.
      ******************************************************************
       1600-CHECK-CONTROL-RECORD.
           ADD 1 TO GEN-NUMBER.
           MOVE ARCHIN-RECORD TO ARCH-CONTROL-RECORD.
           MOVE AGEN-HASH-ACCUM TO AGEN-HASH-TOTAL.
           EVALUATE TRUE
               WHEN ACTL-ARCHIVE-NAME NOT = "AUDARCH"
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
           MOVE ACTL-ARCHIVE-NAME TO TERM-GEN-NAME.
           MOVE ACTL-GEN-DATE TO TERM-GEN-DATE.
           PERFORM 1700-WRITE-GEN-LINE THRU 1700-EXIT.
           INITIALIZE ARCH-GEN-TOTALS.
       1600-EXIT.
           EXIT.
      *
       1700-WRITE-GEN-LINE.
           IF NOT GEN-VERDICT-OK
               ADD 1 TO GEN-FAILED-COUNT
           END-IF.
           MOVE GEN-NUMBER TO TERM-GEN-NUMBER.
           MOVE AGEN-RECORD-COUNT TO TERM-GEN-COUNT.
           MOVE GEN-VERDICT TO TERM-GEN-VERDICT.
           MOVE TERM-GEN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       1700-EXIT.
           EXIT.
      *
       2000-PROCESS-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                   SET ARCH-AT-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF ARCH-STATUS NOT = "00"
               DISPLAY "SAMPTERM - ARCHIN READ FAILED, STATUS="
                   ARCH-STATUS
               SET ARCH-AT-EOF TO TRUE
               SET SEVERE-ERROR TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF ARCHIN-RECORD(1:8) = ACTL-CONTROL-MARKER
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO RECORDS-READ.
           MOVE ARCHIN-RECORD TO AUD-WORK.
           PERFORM 3000-COUNT-ONE-EVENT THRU 3000-EXIT.
       2000-EXIT.
           EXIT.
      *
       2500-PROCESS-LIVE-RECORD.
           READ AUDIT-FILE
               AT END
                   SET AUD-AT-EOF TO TRUE
                   GO TO 2500-EXIT
           END-READ.
           IF AUD-STATUS NOT = "00"
               DISPLAY "SAMPTERM - AUDITLOG READ FAILED, STATUS="
                   AUD-STATUS
               SET AUD-AT-EOF TO TRUE
               SET SEVERE-ERROR TO TRUE
               GO TO 2500-EXIT
           END-IF.
           ADD 1 TO RECORDS-READ.
           MOVE AUDIT-RECORD TO AUD-WORK.
           PERFORM 3000-COUNT-ONE-EVENT THRU 3000-EXIT.
       2500-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-COUNT-ONE-EVENT - ONLY "DISPLAY PANEL" RECORDS INSIDE THE
      *  RANGE FROM A TERMINAL USERID COUNT.  THEY MUST ARRIVE IN
      *  TIMESTAMP ORDER (SAMPLCOL MERGES THE SPILLS THAT WAY) - ONE
      *  THAT GOES BACKWARDS MEANS A MIS-STACKED ARCHIN OR A BAD
      *  MERGE, AND EVERY CONCURRENCY FIGURE AFTER IT WOULD BE WRONG,
      *  SO IT IS SEVERE.  BEFORE THE SCREEN IS COUNTED, ANY SESSION
      *  IDLE PAST THE LIMIT IS CLOSED, AND ON A NEW DATE THE OLD
      *  DAY'S LINE IS WRITTEN.
      ******************************************************************
       3000-COUNT-ONE-EVENT.
           IF AW-EVENT NOT = "DISPLAY PANEL"
               GO TO 3000-EXIT
           END-IF.
           IF AW-DATE < RPT-FROM-DATE OR AW-DATE > RPT-TO-DATE
               GO TO 3000-EXIT
           END-IF.
           MOVE "N" TO EXCL-FOUND-SW.
           PERFORM 3050-CHECK-EXCLUDED THRU 3050-EXIT
               VARYING EXCL-NUM FROM 1 BY 1
               UNTIL EXCL-NUM > EXCL-COUNT OR USERID-EXCLUDED.
           IF USERID-EXCLUDED
               ADD 1 TO EXCLUDED-COUNT
               GO TO 3000-EXIT
           END-IF.
           IF AW-DATE NOT NUMERIC OR AW-TIME NOT NUMERIC
               OR AW-RC NOT NUMERIC
               OR AW-MO < 1 OR AW-MO > 12 OR AW-HH > 23
               ADD 1 TO UNREADABLE-COUNT
               GO TO 3000-EXIT
           END-IF.
           MOVE "N" TO NEW-DAY-SW.
           IF CUR-DATE = 0
               MOVE AW-DATE TO CUR-DATE
           END-IF.
           IF AW-DATE < CUR-DATE
               PERFORM 3900-OUT-OF-ORDER THRU 3900-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF AW-DATE > CUR-DATE
               SET NEW-DAY TO TRUE
               MOVE CUR-DATE TO STEP-DATE
               PERFORM 3100-COUNT-ONE-DAY THRU 3100-EXIT
                   UNTIL STEP-DATE NOT < AW-DATE
           END-IF.
           COMPUTE REC-STAMP = DAY-NUMBER * 8640000
               + AW-HH * 360000 + AW-MI * 6000 + AW-SS * 100 + AW-HS.
           IF REC-STAMP < LAST-STAMP
               PERFORM 3900-OUT-OF-ORDER THRU 3900-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE REC-STAMP TO LAST-STAMP.
           SET SWEEP-IDLE-ONLY TO TRUE.
           PERFORM 3500-CLOSE-IDLE-SESSION THRU 3500-EXIT
               VARYING SESS-NUM FROM 1 BY 1
               UNTIL SESS-NUM > SESS-HIGH.
           IF NEW-DAY
               PERFORM 4500-CLOSE-DAY THRU 4500-EXIT
               MOVE AW-DATE TO CUR-DATE
           END-IF.
           PERFORM 3200-COUNT-SCREEN THRU 3200-EXIT.
       3000-EXIT.
           EXIT.
      *
       3050-CHECK-EXCLUDED.
           IF EXCL-USERID(EXCL-NUM) = AW-USERID
               SET USERID-EXCLUDED TO TRUE
           END-IF.
       3050-EXIT.
           EXIT.
      *
       3100-COUNT-ONE-DAY.
           PERFORM 6000-FORWARD-ONE-DAY THRU 6000-EXIT.
           ADD 1 TO DAY-NUMBER.
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3200-COUNT-SCREEN - ONE PANEL CALL.  THE USERID'S FIRST CALL
      *  WITH NO SESSION OPEN STARTS ONE (AND MAY SET THE DAY'S PEAK);
      *  A LATER CALL IN THE SAME SESSION ADDS A TIME BETWEEN SCREENS.
      *  RC=8 (PF3), RC=12 (PANEL NOT FOUND) AND RC=20 (SEVERE ISPF
      *  ERROR) END THE DIALOG LOOP AND SO THE SESSION.
      ******************************************************************
       3200-COUNT-SCREEN.
           ADD 1 TO SCREEN-COUNT.
           ADD 1 TO DAY-SCREENS.
           COMPUTE HOUR-NUM = AW-HH + 1.
           ADD 1 TO HOUR-SCREENS(HOUR-NUM).
           IF AW-HH < 6 OR AW-HH > 18
               ADD 1 TO OFF-WINDOW-COUNT
           END-IF.
           MOVE 0 TO SESS-FOUND-NUM.
           PERFORM 3250-FIND-SESSION THRU 3250-EXIT
               VARYING SESS-NUM FROM 1 BY 1
               UNTIL SESS-NUM > SESS-HIGH OR SESS-FOUND-NUM NOT = 0.
           IF SESS-FOUND-NUM = 0
               PERFORM 3300-START-SESSION THRU 3300-EXIT
               IF SEVERE-ERROR
                   GO TO 3200-EXIT
               END-IF
           ELSE
               PERFORM 3350-TIME-SCREEN-GAP THRU 3350-EXIT
           END-IF.
           IF AW-RC = 8 OR AW-RC = 12 OR AW-RC = 20
               PERFORM 3400-END-SESSION THRU 3400-EXIT
           END-IF.
       3200-EXIT.
           EXIT.
      *
       3250-FIND-SESSION.
           IF SESS-IS-OPEN(SESS-NUM)
               AND SESS-USERID(SESS-NUM) = AW-USERID
               MOVE SESS-NUM TO SESS-FOUND-NUM
           END-IF.
       3250-EXIT.
           EXIT.
      *
       3300-START-SESSION.
           PERFORM 3310-FIND-FREE-ENTRY THRU 3310-EXIT
               VARYING SESS-NUM FROM 1 BY 1
               UNTIL SESS-NUM > SESS-HIGH OR SESS-FOUND-NUM NOT = 0.
           IF SESS-FOUND-NUM = 0
               IF SESS-HIGH = 200
                   DISPLAY "SAMPTERM - MORE THAN 200 SESSIONS OPEN AT "
                       "ONCE, RUN ABANDONED"
                   SET SEVERE-ERROR TO TRUE
                   SET ARCH-AT-EOF TO TRUE
                   SET AUD-AT-EOF TO TRUE
                   GO TO 3300-EXIT
               END-IF
               ADD 1 TO SESS-HIGH
               MOVE SESS-HIGH TO SESS-FOUND-NUM
           END-IF.
           MOVE AW-USERID TO SESS-USERID(SESS-FOUND-NUM).
           MOVE "Y" TO SESS-OPEN-SW(SESS-FOUND-NUM).
           MOVE REC-STAMP TO SESS-START-STAMP(SESS-FOUND-NUM).
           MOVE REC-STAMP TO SESS-LAST-STAMP(SESS-FOUND-NUM).
           ADD 1 TO SESSION-COUNT.
           ADD 1 TO DAY-SESSIONS.
           ADD 1 TO HOUR-STARTS(HOUR-NUM).
           ADD 1 TO SESS-OPEN-NOW.
           IF SESS-OPEN-NOW > DAY-PEAK
               MOVE SESS-OPEN-NOW TO DAY-PEAK
               MOVE AW-TIME TO DAY-PEAK-TIME
           END-IF.
       3300-EXIT.
           EXIT.
      *
       3310-FIND-FREE-ENTRY.
           IF NOT SESS-IS-OPEN(SESS-NUM)
               MOVE SESS-NUM TO SESS-FOUND-NUM
           END-IF.
       3310-EXIT.
           EXIT.
      *
       3350-TIME-SCREEN-GAP.
           COMPUTE SCREEN-GAP = REC-STAMP
               - SESS-LAST-STAMP(SESS-FOUND-NUM).
           MOVE REC-STAMP TO SESS-LAST-STAMP(SESS-FOUND-NUM).
           ADD 1 TO GAP-COUNT.
           ADD SCREEN-GAP TO GAP-TOTAL.
           IF GAP-COUNT = 1 OR SCREEN-GAP < GAP-SHORTEST
               MOVE SCREEN-GAP TO GAP-SHORTEST
           END-IF.
           IF SCREEN-GAP > GAP-LONGEST
               MOVE SCREEN-GAP TO GAP-LONGEST
           END-IF.
           MOVE 1 TO BKT-NUM.
           PERFORM 3360-NEXT-GAP-BUCKET THRU 3360-EXIT
               UNTIL SCREEN-GAP < GAPB-LIMIT(BKT-NUM).
           ADD 1 TO GAPB-COUNT(BKT-NUM).
       3350-EXIT.
           EXIT.
      *
       3360-NEXT-GAP-BUCKET.
           ADD 1 TO BKT-NUM.
       3360-EXIT.
           EXIT.
      *
       3400-END-SESSION.
           EVALUATE AW-RC
               WHEN 8
                   ADD 1 TO PF3-END-COUNT
               WHEN 12
                   ADD 1 TO RC12-END-COUNT
               WHEN OTHER
                   ADD 1 TO RC20-END-COUNT
           END-EVALUATE.
           COMPUTE SESS-DURATION = REC-STAMP
               - SESS-START-STAMP(SESS-FOUND-NUM).
           ADD 1 TO EXITED-COUNT.
           ADD SESS-DURATION TO DUR-TOTAL.
           IF EXITED-COUNT = 1 OR SESS-DURATION < DUR-SHORTEST
               MOVE SESS-DURATION TO DUR-SHORTEST
           END-IF.
           IF SESS-DURATION > DUR-LONGEST
               MOVE SESS-DURATION TO DUR-LONGEST
           END-IF.
           MOVE 1 TO BKT-NUM.
           PERFORM 3410-NEXT-DURATION-BUCKET THRU 3410-EXIT
               UNTIL SESS-DURATION < DURB-LIMIT(BKT-NUM).
           ADD 1 TO DURB-COUNT(BKT-NUM).
           MOVE "N" TO SESS-OPEN-SW(SESS-FOUND-NUM).
           SUBTRACT 1 FROM SESS-OPEN-NOW.
       3400-EXIT.
           EXIT.
      *
       3410-NEXT-DURATION-BUCKET.
           ADD 1 TO BKT-NUM.
       3410-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3500-CLOSE-IDLE-SESSION - A SESSION WITH NO SCREEN FOR LONGER
      *  THAN IDLE-LIMIT (OR, AT END OF INPUT, ANY SESSION STILL OPEN)
      *  NEVER SENT ITS EXIT - TIMED OUT, CANCELLED OR CUT OFF BY THE
      *  END OF THE RANGE.  IT IS COUNTED AS SUCH AND LEFT OUT OF THE
      *  SESSION LENGTHS, WHICH WOULD ONLY BE A GUESS.
      ******************************************************************
       3500-CLOSE-IDLE-SESSION.
           IF NOT SESS-IS-OPEN(SESS-NUM)
               GO TO 3500-EXIT
           END-IF.
           IF SWEEP-IDLE-ONLY
               AND REC-STAMP - SESS-LAST-STAMP(SESS-NUM)
                   NOT > IDLE-LIMIT
               GO TO 3500-EXIT
           END-IF.
           MOVE "N" TO SESS-OPEN-SW(SESS-NUM).
           SUBTRACT 1 FROM SESS-OPEN-NOW.
           ADD 1 TO LAPSED-COUNT.
       3500-EXIT.
           EXIT.
      *
       3900-OUT-OF-ORDER.
           DISPLAY "SAMPTERM - AUDIT RECORDS OUT OF TIMESTAMP ORDER AT "
               AW-DATE " " AW-TIME " USERID=" AW-USERID
               ", RUN ABANDONED".
           SET SEVERE-ERROR TO TRUE.
           SET ARCH-AT-EOF TO TRUE.
           SET AUD-AT-EOF TO TRUE.
       3900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  4500-CLOSE-DAY - WRITE CUR-DATE'S LINE AND START THE NEXT DAY
      *  WITH THE SESSIONS STILL OPEN AS ITS OPENING PEAK.
      ******************************************************************
       4500-CLOSE-DAY.
           ADD 1 TO DAY-COUNT.
           MOVE CUR-DATE TO TERM-DL-DATE.
           MOVE DAY-SESSIONS TO TERM-DL-SESSIONS.
           MOVE DAY-SCREENS TO TERM-DL-SCREENS.
           MOVE DAY-PEAK TO TERM-DL-PEAK.
           MOVE DAY-PEAK-HH TO TERM-DL-PEAK-HH.
           MOVE DAY-PEAK-MI TO TERM-DL-PEAK-MI.
           MOVE DAY-PEAK-SS TO TERM-DL-PEAK-SS.
           MOVE TERM-DAY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF DAY-PEAK > TOP-PEAK
               MOVE DAY-PEAK TO TOP-PEAK
               MOVE CUR-DATE TO TOP-PEAK-DATE
           END-IF.
           MOVE 0 TO DAY-SESSIONS.
           MOVE 0 TO DAY-SCREENS.
           MOVE SESS-OPEN-NOW TO DAY-PEAK.
           MOVE 0 TO DAY-PEAK-TIME.
       4500-EXIT.
           EXIT.
      *
      ******************************************************************
      *  6000-FORWARD-ONE-DAY - STEP STEP-DATE FORWARD ONE CALENDAR DAY,
      *  AS IN SAMPAVER.  FEBRUARY IS ADJUSTED FOR LEAP YEARS THE LONG
      *  WAY.
      ******************************************************************
       6000-FORWARD-ONE-DAY.
           MOVE MONTH-DAYS(STEP-MM) TO MONTH-END-DD.
           IF STEP-MM = 2
               PERFORM 6050-CHECK-LEAP-YEAR THRU 6050-EXIT
               IF LEAP-YEAR
                   MOVE 29 TO MONTH-END-DD
               END-IF
           END-IF.
           IF STEP-DD < MONTH-END-DD
               ADD 1 TO STEP-DD
               GO TO 6000-EXIT
           END-IF.
           MOVE 1 TO STEP-DD.
           IF STEP-MM = 12
               MOVE 1 TO STEP-MM
               ADD 1 TO STEP-YYYY
           ELSE
               ADD 1 TO STEP-MM
           END-IF.
       6000-EXIT.
           EXIT.
      *
       6050-CHECK-LEAP-YEAR.
           MOVE "N" TO LEAP-SW.
           DIVIDE STEP-YYYY BY 400 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = 0
               SET LEAP-YEAR TO TRUE
               GO TO 6050-EXIT
           END-IF.
           DIVIDE STEP-YYYY BY 100 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = 0
               GO TO 6050-EXIT
           END-IF.
           DIVIDE STEP-YYYY BY 4 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = 0
               SET LEAP-YEAR TO TRUE
           END-IF.
       6050-EXIT.
           EXIT.
      *
      ******************************************************************
      *  8000-WRITE-REPORT - THE HISTOGRAM (BARS SCALED TO THE BUSIEST
      *  HOUR, HOURS OUTSIDE 06:00-19:00 MARKED "*"), THEN SESSION
      *  COUNTS, SESSION LENGTH AND TIME BETWEEN SCREENS.
      ******************************************************************
       8000-WRITE-REPORT.
           IF DAY-COUNT = 0
               MOVE "  NO DIALOG ACTIVITY IN THE REPORT WINDOW"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ACTIVITY BY HOUR OF DAY, WHOLE WINDOW" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TERM-HOUR-HEAD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 8050-FIND-BUSIEST-HOUR THRU 8050-EXIT
               VARYING HOUR-NUM FROM 1 BY 1 UNTIL HOUR-NUM > 24.
           PERFORM 8100-WRITE-HOUR THRU 8100-EXIT
               VARYING HOUR-NUM FROM 1 BY 1 UNTIL HOUR-NUM > 24.
           MOVE "  * OUTSIDE THE 06:00-19:00 ONLINE WINDOW"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "AUDIT RECORDS READ. . . . . " TO TERM-CNT-TEXT.
           MOVE RECORDS-READ TO TERM-CNT-VALUE.
           PERFORM 8900-WRITE-COUNT THRU 8900-EXIT.
           MOVE "DIALOG SCREENS. . . . . . . " TO TERM-CNT-TEXT.
           MOVE SCREEN-COUNT TO TERM-CNT-VALUE.
           PERFORM 8900-WRITE-COUNT THRU 8900-EXIT.
           MOVE "  OUTSIDE 06:00-19:00 . . . " TO TERM-CNT-TEXT.
           MOVE OFF-WINDOW-COUNT TO TERM-CNT-VALUE.
           PERFORM 8900-WRITE-COUNT THRU 8900-EXIT.
           MOVE "BATCH USERID SCREENS SKIPPED" TO TERM-CNT-TEXT.
           MOVE EXCLUDED-COUNT TO TERM-CNT-VALUE.
           PERFORM 8900-WRITE-COUNT THRU 8900-EXIT.
           MOVE "UNREADABLE TIMESTAMPS . . . " TO TERM-CNT-TEXT.
           MOVE UNREADABLE-COUNT TO TERM-CNT-VALUE.
           PERFORM 8900-WRITE-COUNT THRU 8900-EXIT.
           MOVE "DAYS WITH DIALOG ACTIVITY . " TO TERM-CNT-TEXT.
           MOVE DAY-COUNT TO TERM-CNT-VALUE.
           PERFORM 8900-WRITE-COUNT THRU 8900-EXIT.
           MOVE TOP-PEAK TO TERM-PK-VALUE.
           MOVE TOP-PEAK-DATE TO TERM-PK-DATE.
           MOVE TERM-PEAK-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SESSIONS STARTED. . . . . . " TO TERM-CNT-TEXT.
           MOVE SESSION-COUNT TO TERM-CNT-VALUE.
           PERFORM 8900-WRITE-COUNT THRU 8900-EXIT.
           MOVE "  ENDED BY PF3 (RC=8) . . . " TO TERM-CNT-TEXT.
           MOVE PF3-END-COUNT TO TERM-CNT-VALUE.
           PERFORM 8900-WRITE-COUNT THRU 8900-EXIT.
           MOVE "  ENDED BY RC=12. . . . . . " TO TERM-CNT-TEXT.
           MOVE RC12-END-COUNT TO TERM-CNT-VALUE.
           PERFORM 8900-WRITE-COUNT THRU 8900-EXIT.
           MOVE "  ENDED BY RC=20. . . . . . " TO TERM-CNT-TEXT.
           MOVE RC20-END-COUNT TO TERM-CNT-VALUE.
           PERFORM 8900-WRITE-COUNT THRU 8900-EXIT.
           MOVE "  ENDED WITHOUT AN EXIT . . " TO TERM-CNT-TEXT.
           MOVE LAPSED-COUNT TO TERM-CNT-VALUE.
           PERFORM 8900-WRITE-COUNT THRU 8900-EXIT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SESSION LENGTH (SESSIONS WITH AN EXIT), HHHHH:MM:SS"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF EXITED-COUNT > 0
               MOVE "SHORTEST. . . . . . . . . . " TO TERM-TM-TEXT
               MOVE DUR-SHORTEST TO EDIT-HUNDREDTHS
               PERFORM 8800-WRITE-TIME THRU 8800-EXIT
               MOVE "AVERAGE . . . . . . . . . . " TO TERM-TM-TEXT
               COMPUTE EDIT-HUNDREDTHS = DUR-TOTAL / EXITED-COUNT
               PERFORM 8800-WRITE-TIME THRU 8800-EXIT
               MOVE "LONGEST . . . . . . . . . . " TO TERM-TM-TEXT
               MOVE DUR-LONGEST TO EDIT-HUNDREDTHS
               PERFORM 8800-WRITE-TIME THRU 8800-EXIT
           END-IF.
           PERFORM 8200-WRITE-DURATION-BUCKET THRU 8200-EXIT
               VARYING BKT-NUM FROM 1 BY 1 UNTIL BKT-NUM > 7.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TIME BETWEEN SCREENS, HHHHH:MM:SS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SCREEN-TO-SCREEN INTERVALS. " TO TERM-CNT-TEXT.
           MOVE GAP-COUNT TO TERM-CNT-VALUE.
           PERFORM 8900-WRITE-COUNT THRU 8900-EXIT.
           IF GAP-COUNT > 0
               MOVE "SHORTEST. . . . . . . . . . " TO TERM-TM-TEXT
               MOVE GAP-SHORTEST TO EDIT-HUNDREDTHS
               PERFORM 8800-WRITE-TIME THRU 8800-EXIT
               MOVE "AVERAGE . . . . . . . . . . " TO TERM-TM-TEXT
               COMPUTE EDIT-HUNDREDTHS = GAP-TOTAL / GAP-COUNT
               PERFORM 8800-WRITE-TIME THRU 8800-EXIT
               MOVE "LONGEST . . . . . . . . . . " TO TERM-TM-TEXT
               MOVE GAP-LONGEST TO EDIT-HUNDREDTHS
               PERFORM 8800-WRITE-TIME THRU 8800-EXIT
           END-IF.
           PERFORM 8300-WRITE-GAP-BUCKET THRU 8300-EXIT
               VARYING BKT-NUM FROM 1 BY 1 UNTIL BKT-NUM > 6.
       8000-EXIT.
           EXIT.
      *
       8050-FIND-BUSIEST-HOUR.
           IF HOUR-SCREENS(HOUR-NUM) > HOUR-MAX-SCREENS
               MOVE HOUR-SCREENS(HOUR-NUM) TO HOUR-MAX-SCREENS
           END-IF.
       8050-EXIT.
           EXIT.
      *
       8100-WRITE-HOUR.
           COMPUTE TERM-HL-FROM-HH = HOUR-NUM - 1.
           COMPUTE TERM-HL-TO-HH = HOUR-NUM - 1.
           IF HOUR-NUM < 7 OR HOUR-NUM > 19
               MOVE "*" TO TERM-HL-FLAG
           ELSE
               MOVE SPACE TO TERM-HL-FLAG
           END-IF.
           MOVE HOUR-SCREENS(HOUR-NUM) TO TERM-HL-SCREENS.
           MOVE HOUR-STARTS(HOUR-NUM) TO TERM-HL-STARTS.
           MOVE SPACES TO TERM-HL-BAR.
           IF HOUR-SCREENS(HOUR-NUM) > 0
               COMPUTE BAR-LEN = HOUR-SCREENS(HOUR-NUM) * 40
                   / HOUR-MAX-SCREENS
               IF BAR-LEN = 0
                   MOVE 1 TO BAR-LEN
               END-IF
               MOVE STAR-BAR(1:BAR-LEN) TO TERM-HL-BAR
           END-IF.
           MOVE TERM-HOUR-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       8100-EXIT.
           EXIT.
      *
       8200-WRITE-DURATION-BUCKET.
           MOVE DURB-LABEL(BKT-NUM) TO TERM-BKT-LABEL.
           MOVE DURB-COUNT(BKT-NUM) TO TERM-BKT-VALUE.
           MOVE TERM-BKT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       8200-EXIT.
           EXIT.
      *
       8300-WRITE-GAP-BUCKET.
           MOVE GAPB-LABEL(BKT-NUM) TO TERM-BKT-LABEL.
           MOVE GAPB-COUNT(BKT-NUM) TO TERM-BKT-VALUE.
           MOVE TERM-BKT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       8300-EXIT.
           EXIT.
      *
      ******************************************************************
      *  8800-WRITE-TIME - EDIT-HUNDREDTHS AS HOURS:MINUTES:SECONDS.
      ******************************************************************
       8800-WRITE-TIME.
           DIVIDE EDIT-HUNDREDTHS BY 100 GIVING EDIT-SECONDS.
           DIVIDE EDIT-SECONDS BY 3600 GIVING EDIT-HOURS
               REMAINDER EDIT-REMAINDER.
           IF EDIT-HOURS > 99999
               MOVE 99999 TO EDIT-HOURS
           END-IF.
           MOVE EDIT-HOURS TO TERM-TM-HH.
           DIVIDE EDIT-REMAINDER BY 60 GIVING EDIT-MINUTES
               REMAINDER TERM-TM-SS.
           MOVE EDIT-MINUTES TO TERM-TM-MI.
           MOVE TERM-TIME-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       8800-EXIT.
           EXIT.
      *
       8900-WRITE-COUNT.
           MOVE TERM-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       8900-EXIT.
           EXIT.
      *
       9999-TERMINATE.
           IF ARCHIVE-AVAILABLE
               CLOSE ARCHIVE-FILE
           END-IF.
           IF AUDITLOG-AVAILABLE
               CLOSE AUDIT-FILE
           END-IF.
           CLOSE REPORT-FILE.
           IF SEVERE-ERROR
               MOVE 12 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF RC12-END-COUNT > 0
               OR RC20-END-COUNT > 0
               OR LAPSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9999-EXIT.
           EXIT.
