       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPAVER.
       AUTHOR. RAPPELBERRYPI.
       INSTALLATION. RAPPELBERRYPI SYSTEMS PROGRAMMING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  ----------------------------------------------------------
      *  2026-10-15  RBP  ORIGINAL VERSION - ARCHIVE GENERATION
      *                   VERIFICATION.  SAMPACUT (AUDARCH), SAMPPURG
      *                   (ARCHHIST) AND SAMPREJR (REJARCH) NOW CLOSE
      *                   EVERY GENERATION THEY CUT WITH A CONTROL
      *                   RECORD (SEE SAMPACTL), BUT NOTHING CHECKED A
      *                   SET OF GENERATIONS AS A WHOLE BEFORE IT WAS
      *                   RESTORED OR READ BACK.  THIS JOB READS
      *                   WHATEVER GENERATIONS ARE CONCATENATED ON THE
      *                   AUDARCH, ARCHHIST AND REJARCH DDS (OLDEST
      *                   FIRST; ANY DD NOT ALLOCATED IS SKIPPED) AND
      *                   LISTS ON SYSPRINT EVERY GENERATION WITH ITS
      *                   VERDICT - COUNT, HASH TOTAL, FIRST/LAST
      *                   TIMESTAMP AND ARCHIVE NAME AGAINST ITS
      *                   CONTROL RECORD, OR NO CONTROL RECORD AT ALL
      *                   (A GENERATION THAT LOST ITS TAIL).  THE
      *                   GENERATION DATES MUST THEN RUN ONE CALENDAR
      *                   DAY APART: A SKIPPED RANGE IS LISTED AS A
      *                   DATE GAP (GENERATIONS MISSING FROM THE SET),
      *                   A DATE NOT AFTER ITS PREDECESSOR AS OUT OF
      *                   SEQUENCE, AND A GENERATION WHOSE FIRST RECORD
      *                   IS OLDER THAN THE PREVIOUS GENERATION'S LAST
      *                   AS AN OVERLAP (THE SAME DAY RESTORED TWICE).
      *                   ANY FINDING ENDS THE JOB WITH CONDITION CODE
      *                   8; AN I/O FAILURE, OR NO ARCHIVE DD AT ALL,
      *                   WITH 12.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDARCH-FILE ASSIGN TO AUDARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDA-STATUS.
           SELECT HISTARCH-FILE ASSIGN TO ARCHHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HSTA-STATUS.
           SELECT REJARCH-FILE ASSIGN TO REJARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REJA-STATUS.
           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *  ONLY THE TIMESTAMP OF EACH ARCHIVE LAYOUT MATTERS HERE - IT
      *  LEADS THE AUDARCH (SAMPAUD) AND ARCHHIST (SAMPHIST KEY)
      *  RECORDS AND FOLLOWS THE USERID ON REJARCH (SAMPREJ).  THE
      *  CONTROL RECORD IS RECOGNIZED BY ITS MARKER IN THE FIRST
      *  EIGHT BYTES OF ANY OF THEM.
      ******************************************************************
       FD  AUDARCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDA-RECORD.
           05  AUDA-TIMESTAMP.
               10  AUDA-DATE                PIC 9(08).
               10  AUDA-TIME                PIC 9(08).
           05  FILLER                       PIC X(72).
       FD  HISTARCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  HSTA-RECORD.
           05  HSTA-TIMESTAMP.
               10  HSTA-DATE                PIC 9(08).
               10  HSTA-TIME                PIC 9(08).
           05  FILLER                       PIC X(74).
       FD  REJARCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJA-RECORD.
           05  REJA-USERID                  PIC X(08).
           05  REJA-TIMESTAMP.
               10  REJA-DATE                PIC 9(08).
               10  REJA-TIME                PIC 9(08).
           05  FILLER                       PIC X(53).
       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                      PIC X(80).
       WORKING-STORAGE SECTION.

       01  AUDA-STATUS                      PIC X(02) VALUE SPACES.
       01  HSTA-STATUS                      PIC X(02) VALUE SPACES.
       01  REJA-STATUS                      PIC X(02) VALUE SPACES.
       01  RPT-STATUS                       PIC X(02) VALUE SPACES.

       01  ARCH-EOF-SW                      PIC X(01) VALUE "N".
           88  ARCH-AT-EOF                    VALUE "Y".
       01  SEVERE-SW                        PIC X(01) VALUE "N".
           88  SEVERE-ERROR                   VALUE "Y".

      ******************************************************************
      *  CONTROL RECORD AND RUNNING TALLY (SEE SAMPACTL).  EACH READ
      *  PARAGRAPH PUTS THE DATA RECORD'S TIMESTAMP IN CUR-TIMESTAMP
      *  SO ONE TALLY AND ONE CHECK SERVE ALL THREE ARCHIVES.
      ******************************************************************
       COPY "SAMPACTL" OF COPYLIB.
       01  CUR-ARCHIVE-NAME                 PIC X(08) VALUE SPACES.
       01  CUR-TIMESTAMP.
           05  CUR-DATE                     PIC 9(08).
           05  CUR-TIME                     PIC 9(08).
       01  GEN-VERDICT                      PIC X(20) VALUE SPACES.
           88  GEN-VERDICT-OK                 VALUE "OK".

      ******************************************************************
      *  SEQUENCE CHECK WORK AREAS.  PREV-GEN-DATE IS THE LAST GOOD
      *  GENERATION DATE OF THE CURRENT ARCHIVE (ZERO BEFORE THE
      *  FIRST); PREV-LAST-TIMESTAMP IS THE LAST RECORD OF THE LAST
      *  GENERATION THAT HAD ANY.  STEP-DATE IS WALKED FORWARD ONE
      *  CALENDAR DAY AT A TIME ACROSS A GAP BY 6000-FORWARD-ONE-DAY.
      ******************************************************************
       01  PREV-GEN-DATE                    PIC 9(08) VALUE 0.
       01  PREV-LAST-TIMESTAMP              PIC X(16) VALUE LOW-VALUES.
       01  CHECK-DATE                       PIC 9(08) VALUE 0.
       01  CHECK-DATE-R REDEFINES CHECK-DATE.
           05  CHECK-YYYY                   PIC 9(04).
           05  CHECK-MM                     PIC 9(02).
           05  CHECK-DD                     PIC 9(02).
       01  STEP-DATE                        PIC 9(08) VALUE 0.
       01  STEP-DATE-R REDEFINES STEP-DATE.
           05  STEP-YYYY                    PIC 9(04).
           05  STEP-MM                      PIC 9(02).
           05  STEP-DD                      PIC 9(02).
       01  GAP-FROM-DATE                    PIC 9(08) VALUE 0.
       01  GAP-TO-DATE                      PIC 9(08) VALUE 0.
       01  MONTH-END-DD                     PIC 9(02) VALUE 0.
       01  MONTH-DAYS-TABLE                 PIC X(24) VALUE
           "312831303130313130313031".
       01  MONTH-DAYS-R REDEFINES MONTH-DAYS-TABLE.
           05  MONTH-DAYS OCCURS 12 TIMES  PIC 9(02).
       01  LEAP-REMAINDER                   PIC 9(04) VALUE 0.
       01  LEAP-QUOTIENT                    PIC 9(04) VALUE 0.
       01  LEAP-SW                          PIC X(01) VALUE "N".
           88  LEAP-YEAR                      VALUE "Y".

       77  GEN-NUMBER                       PIC 9(04) COMP VALUE 0.
       77  GAP-DAYS                         PIC 9(04) COMP VALUE 0.
       77  ARCHIVES-SEEN-COUNT              PIC 9(08) COMP VALUE 0.
       77  GENS-CHECKED-COUNT               PIC 9(08) COMP VALUE 0.
       77  GENS-FAILED-COUNT                PIC 9(08) COMP VALUE 0.
       77  GENS-MISSING-COUNT               PIC 9(08) COMP VALUE 0.
       77  SEQ-FAULT-COUNT                  PIC 9(08) COMP VALUE 0.

       01  AVER-REPORT-LINES.
           05  AVER-TITLE-LINE              PIC X(80) VALUE
               "SAMPAVER - ARCHIVE GENERATION VERIFICATION".
           05  AVER-ARCHIVE-LINE.
               10  FILLER                   PIC X(08) VALUE
                   "ARCHIVE ".
               10  AVER-ARC-NAME            PIC X(08).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  AVER-ARC-TEXT            PIC X(40).
           05  AVER-HEADING-LINE            PIC X(80) VALUE
               "GEN  ARCHIVE  GEN DATE  RECORDS FIRST    LAST      VERDI
      -        "CT".
           05  AVER-GEN-LINE.
               10  AVER-GEN-NUMBER          PIC ZZZ9.
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  AVER-GEN-NAME            PIC X(08).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  AVER-GEN-DATE            PIC X(08).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  AVER-GEN-COUNT           PIC ZZZZ,ZZ9.
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  AVER-GEN-FIRST           PIC X(08).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  AVER-GEN-LAST            PIC X(08).
               10  FILLER                   PIC X(02) VALUE SPACES.
               10  AVER-GEN-VERDICT         PIC X(20).
           05  AVER-GAP-LINE.
               10  FILLER                   PIC X(10) VALUE
                   "DATE GAP: ".
               10  AVER-GAP-NAME            PIC X(08).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  AVER-GAP-FROM            PIC 9(08).
               10  FILLER                   PIC X(03) VALUE " - ".
               10  AVER-GAP-TO              PIC 9(08).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  AVER-GAP-DAYS            PIC ZZZ9.
               10  FILLER                   PIC X(20) VALUE
                   " GENERATIONS MISSING".
           05  AVER-SEQ-LINE.
               10  FILLER                   PIC X(10) VALUE
                   "SEQUENCE: ".
               10  AVER-SEQ-NAME            PIC X(08).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  AVER-SEQ-DATE            PIC 9(08).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  AVER-SEQ-TEXT            PIC X(40).
           05  AVER-COUNT-LINE.
               10  AVER-CNT-TEXT            PIC X(28).
               10  AVER-CNT-VALUE           PIC ZZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT SEVERE-ERROR
               PERFORM 2000-VERIFY-AUDARCH THRU 2000-EXIT
           END-IF.
           IF NOT SEVERE-ERROR
               PERFORM 2200-VERIFY-ARCHHIST THRU 2200-EXIT
           END-IF.
           IF NOT SEVERE-ERROR
               PERFORM 2400-VERIFY-REJARCH THRU 2400-EXIT
           END-IF.
           IF NOT SEVERE-ERROR AND ARCHIVES-SEEN-COUNT = 0
               DISPLAY "SAMPAVER - NO AUDARCH, ARCHHIST OR REJARCH DD "
                   "ALLOCATED, NOTHING VERIFIED"
               SET SEVERE-ERROR TO TRUE
           END-IF.
           IF NOT SEVERE-ERROR
               PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           END-IF.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.

      ******************************************************************
      *  1000-INITIALIZE - OPEN THE REPORT.  THE ARCHIVE DDS ARE OPENED
      *  ONE AT A TIME BY THEIR OWN VERIFY PARAGRAPHS.
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.
           IF RPT-STATUS NOT = "00"
               DISPLAY "SAMPAVER - UNABLE TO OPEN SYSPRINT, STATUS="
                   RPT-STATUS
               SET SEVERE-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE AVER-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000/2200/2400 - ONE PER ARCHIVE.  STATUS 35 MEANS THE DD IS
      *  NOT ALLOCATED THIS RUN, WHICH IS NOTED AND SKIPPED; ANY OTHER
      *  OPEN FAILURE IS SEVERE.  EACH RECORD IS EITHER A CONTROL
      *  RECORD (3500 JUDGES THE GENERATION IT CLOSES) OR DATA (3100
      *  TALLIES IT); 3900 DEALS WITH ANYTHING LEFT AT THE END.
      ******************************************************************
       2000-VERIFY-AUDARCH.
           MOVE "AUDARCH" TO CUR-ARCHIVE-NAME.
           OPEN INPUT AUDARCH-FILE.
           IF AUDA-STATUS = "35"
               PERFORM 7100-WRITE-NOT-ALLOCATED THRU 7100-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF AUDA-STATUS NOT = "00"
               DISPLAY "SAMPAVER - UNABLE TO OPEN AUDARCH, STATUS="
                   AUDA-STATUS
               SET SEVERE-ERROR TO TRUE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 3000-START-ARCHIVE THRU 3000-EXIT.
           PERFORM 2050-READ-AUDARCH THRU 2050-EXIT
               UNTIL ARCH-AT-EOF.
           CLOSE AUDARCH-FILE.
           PERFORM 3900-FINISH-ARCHIVE THRU 3900-EXIT.
       2000-EXIT.
           EXIT.
      *
       2050-READ-AUDARCH.
           READ AUDARCH-FILE
               AT END
                   SET ARCH-AT-EOF TO TRUE
                   GO TO 2050-EXIT
           END-READ.
           IF AUDA-STATUS NOT = "00"
               DISPLAY "SAMPAVER - AUDARCH READ FAILED, STATUS="
                   AUDA-STATUS
               SET ARCH-AT-EOF TO TRUE
               SET SEVERE-ERROR TO TRUE
               GO TO 2050-EXIT
           END-IF.
           IF AUDA-RECORD(1:8) = ACTL-CONTROL-MARKER
               MOVE AUDA-RECORD TO ARCH-CONTROL-RECORD
               PERFORM 3500-CHECK-CONTROL-RECORD THRU 3500-EXIT
           ELSE
               MOVE AUDA-TIMESTAMP TO CUR-TIMESTAMP
               PERFORM 3100-TALLY-DATA-RECORD THRU 3100-EXIT
           END-IF.
       2050-EXIT.
           EXIT.
      *
       2200-VERIFY-ARCHHIST.
           MOVE "ARCHHIST" TO CUR-ARCHIVE-NAME.
           OPEN INPUT HISTARCH-FILE.
           IF HSTA-STATUS = "35"
               PERFORM 7100-WRITE-NOT-ALLOCATED THRU 7100-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF HSTA-STATUS NOT = "00"
               DISPLAY "SAMPAVER - UNABLE TO OPEN ARCHHIST, STATUS="
                   HSTA-STATUS
               SET SEVERE-ERROR TO TRUE
               GO TO 2200-EXIT
           END-IF.
           PERFORM 3000-START-ARCHIVE THRU 3000-EXIT.
           PERFORM 2250-READ-ARCHHIST THRU 2250-EXIT
               UNTIL ARCH-AT-EOF.
           CLOSE HISTARCH-FILE.
           PERFORM 3900-FINISH-ARCHIVE THRU 3900-EXIT.
       2200-EXIT.
           EXIT.
      *
       2250-READ-ARCHHIST.
           READ HISTARCH-FILE
               AT END
                   SET ARCH-AT-EOF TO TRUE
                   GO TO 2250-EXIT
           END-READ.
           IF HSTA-STATUS NOT = "00"
               DISPLAY "SAMPAVER - ARCHHIST READ FAILED, STATUS="
                   HSTA-STATUS
               SET ARCH-AT-EOF TO TRUE
               SET SEVERE-ERROR TO TRUE
               GO TO 2250-EXIT
           END-IF.
           IF HSTA-RECORD(1:8) = ACTL-CONTROL-MARKER
               MOVE HSTA-RECORD TO ARCH-CONTROL-RECORD
               PERFORM 3500-CHECK-CONTROL-RECORD THRU 3500-EXIT
           ELSE
               MOVE HSTA-TIMESTAMP TO CUR-TIMESTAMP
               PERFORM 3100-TALLY-DATA-RECORD THRU 3100-EXIT
           END-IF.
       2250-EXIT.
           EXIT.
      *
       2400-VERIFY-REJARCH.
           MOVE "REJARCH" TO CUR-ARCHIVE-NAME.
           OPEN INPUT REJARCH-FILE.
           IF REJA-STATUS = "35"
               PERFORM 7100-WRITE-NOT-ALLOCATED THRU 7100-EXIT
               GO TO 2400-EXIT
           END-IF.
           IF REJA-STATUS NOT = "00"
               DISPLAY "SAMPAVER - UNABLE TO OPEN REJARCH, STATUS="
                   REJA-STATUS
               SET SEVERE-ERROR TO TRUE
               GO TO 2400-EXIT
           END-IF.
           PERFORM 3000-START-ARCHIVE THRU 3000-EXIT.
           PERFORM 2450-READ-REJARCH THRU 2450-EXIT
               UNTIL ARCH-AT-EOF.
           CLOSE REJARCH-FILE.
           PERFORM 3900-FINISH-ARCHIVE THRU 3900-EXIT.
       2400-EXIT.
           EXIT.
      *
       2450-READ-REJARCH.
           READ REJARCH-FILE
               AT END
                   SET ARCH-AT-EOF TO TRUE
                   GO TO 2450-EXIT
           END-READ.
           IF REJA-STATUS NOT = "00"
               DISPLAY "SAMPAVER - REJARCH READ FAILED, STATUS="
                   REJA-STATUS
               SET ARCH-AT-EOF TO TRUE
               SET SEVERE-ERROR TO TRUE
               GO TO 2450-EXIT
           END-IF.
           IF REJA-USERID = ACTL-CONTROL-MARKER
               MOVE REJA-RECORD TO ARCH-CONTROL-RECORD
               PERFORM 3500-CHECK-CONTROL-RECORD THRU 3500-EXIT
           ELSE
               MOVE REJA-TIMESTAMP TO CUR-TIMESTAMP
               PERFORM 3100-TALLY-DATA-RECORD THRU 3100-EXIT
           END-IF.
       2450-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-START-ARCHIVE - RESET THE PER-ARCHIVE STATE AND HEAD ITS
      *  SECTION OF THE REPORT.
      ******************************************************************
       3000-START-ARCHIVE.
           ADD 1 TO ARCHIVES-SEEN-COUNT.
           MOVE "N" TO ARCH-EOF-SW.
           MOVE 0 TO GEN-NUMBER.
           MOVE 0 TO PREV-GEN-DATE.
           MOVE LOW-VALUES TO PREV-LAST-TIMESTAMP.
           INITIALIZE ARCH-GEN-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE CUR-ARCHIVE-NAME TO AVER-ARC-NAME.
           MOVE "GENERATIONS AS CONCATENATED" TO AVER-ARC-TEXT.
           MOVE AVER-ARCHIVE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE AVER-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       3000-EXIT.
           EXIT.
      *
       3100-TALLY-DATA-RECORD.
           IF AGEN-RECORD-COUNT = 0
               MOVE CUR-TIMESTAMP TO AGEN-FIRST-TIMESTAMP
           END-IF.
           ADD 1 TO AGEN-RECORD-COUNT.
           MOVE CUR-TIMESTAMP TO AGEN-LAST-TIMESTAMP.
           ADD CUR-TIME TO AGEN-HASH-ACCUM.
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3500-CHECK-CONTROL-RECORD - ONE GENERATION ENDS HERE.  ITS
      *  CONTROL RECORD MUST NAME THE ARCHIVE BEING READ, CARRY A REAL
      *  GENERATION DATE, AND AGREE WITH WHAT WAS READ ON COUNT, HASH
      *  TOTAL AND FIRST/LAST TIMESTAMP - THE SAME TEST SAMPHRET AND
      *  SAMPFEED APPLY BEFORE THEY USE A GENERATION.  A GENERATION
      *  WITH A USABLE DATE THEN GOES THROUGH THE SEQUENCE CHECK, AND
      *  THE TALLY IS CLEARED FOR THE NEXT ONE.
      ******************************************************************
       3500-CHECK-CONTROL-RECORD.
           ADD 1 TO GEN-NUMBER.
           ADD 1 TO GENS-CHECKED-COUNT.
           MOVE AGEN-HASH-ACCUM TO AGEN-HASH-TOTAL.
           MOVE 0 TO CHECK-DATE.
           IF ACTL-GEN-DATE NUMERIC
               MOVE ACTL-GEN-DATE TO CHECK-DATE
           END-IF.
           EVALUATE TRUE
               WHEN ACTL-ARCHIVE-NAME NOT = CUR-ARCHIVE-NAME
                   MOVE "WRONG ARCHIVE" TO GEN-VERDICT
               WHEN ACTL-RECORD-COUNT NOT NUMERIC
                 OR ACTL-HASH-TOTAL NOT NUMERIC
                   MOVE "CONTROL UNREADABLE" TO GEN-VERDICT
               WHEN CHECK-MM < 1 OR CHECK-MM > 12
                 OR CHECK-DD < 1 OR CHECK-DD > 31
                   MOVE "BAD GENERATION DATE" TO GEN-VERDICT
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
           MOVE ACTL-ARCHIVE-NAME TO AVER-GEN-NAME.
           MOVE ACTL-GEN-DATE TO AVER-GEN-DATE.
           PERFORM 7000-WRITE-GEN-LINE THRU 7000-EXIT.
           IF GEN-VERDICT NOT = "WRONG ARCHIVE"
               AND GEN-VERDICT NOT = "CONTROL UNREADABLE"
               AND GEN-VERDICT NOT = "BAD GENERATION DATE"
               PERFORM 3600-CHECK-SEQUENCE THRU 3600-EXIT
           END-IF.
           INITIALIZE ARCH-GEN-TOTALS.
       3500-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3600-CHECK-SEQUENCE - ONE GENERATION IS CUT PER NIGHT, SO EACH
      *  GENERATION DATE SHOULD BE THE DAY AFTER THE ONE BEFORE IT.  A
      *  DATE NOT AFTER ITS PREDECESSOR IS OUT OF SEQUENCE (THE SAME
      *  GENERATION TWICE, OR THE CONCATENATION IN THE WRONG ORDER) AND
      *  IS NOT ALLOWED TO MOVE PREV-GEN-DATE BACKWARD.  A LATER DATE
      *  MORE THAN ONE DAY ON IS A DATE GAP - THE DAYS BETWEEN ARE
      *  COUNTED BY WALKING FORWARD FROM THE PREVIOUS DATE.  A
      *  GENERATION WHOSE FIRST RECORD IS OLDER THAN THE PREVIOUS
      *  GENERATION'S LAST RECORD OVERLAPS IT.
      ******************************************************************
       3600-CHECK-SEQUENCE.
           IF AGEN-RECORD-COUNT > 0
               IF AGEN-FIRST-TIMESTAMP < PREV-LAST-TIMESTAMP
                   MOVE "STARTS BEFORE PREVIOUS GENERATION ENDS"
                       TO AVER-SEQ-TEXT
                   PERFORM 7200-WRITE-SEQ-LINE THRU 7200-EXIT
               END-IF
               MOVE AGEN-LAST-TIMESTAMP TO PREV-LAST-TIMESTAMP
           END-IF.
           IF PREV-GEN-DATE = 0
               MOVE CHECK-DATE TO PREV-GEN-DATE
               GO TO 3600-EXIT
           END-IF.
           IF CHECK-DATE NOT > PREV-GEN-DATE
               MOVE "NOT AFTER THE GENERATION BEFORE IT"
                   TO AVER-SEQ-TEXT
               PERFORM 7200-WRITE-SEQ-LINE THRU 7200-EXIT
               GO TO 3600-EXIT
           END-IF.
           MOVE PREV-GEN-DATE TO STEP-DATE.
           PERFORM 6000-FORWARD-ONE-DAY THRU 6000-EXIT.
           IF STEP-DATE < CHECK-DATE
               MOVE STEP-DATE TO GAP-FROM-DATE
               MOVE 0 TO GAP-DAYS
               PERFORM 3650-COUNT-GAP-DAY THRU 3650-EXIT
                   UNTIL STEP-DATE NOT < CHECK-DATE
                      OR GAP-DAYS = 9999
               ADD GAP-DAYS TO GENS-MISSING-COUNT
               MOVE CUR-ARCHIVE-NAME TO AVER-GAP-NAME
               MOVE GAP-FROM-DATE TO AVER-GAP-FROM
               MOVE GAP-TO-DATE TO AVER-GAP-TO
               MOVE GAP-DAYS TO AVER-GAP-DAYS
               MOVE AVER-GAP-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE CHECK-DATE TO PREV-GEN-DATE.
       3600-EXIT.
           EXIT.
      *
       3650-COUNT-GAP-DAY.
           MOVE STEP-DATE TO GAP-TO-DATE.
           ADD 1 TO GAP-DAYS.
           PERFORM 6000-FORWARD-ONE-DAY THRU 6000-EXIT.
       3650-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3900-FINISH-ARCHIVE - DATA RECORDS AFTER THE LAST CONTROL
      *  RECORD ARE A GENERATION THAT LOST ITS TAIL; AN ALLOCATED DD
      *  WITH NO RECORDS AT ALL IS ONE THAT LOST EVERYTHING.  EITHER
      *  WAY IT FAILS AS "NO CONTROL RECORD".
      ******************************************************************
       3900-FINISH-ARCHIVE.
           IF SEVERE-ERROR
               GO TO 3900-EXIT
           END-IF.
           IF AGEN-RECORD-COUNT > 0 OR GEN-NUMBER = 0
               ADD 1 TO GEN-NUMBER
               ADD 1 TO GENS-CHECKED-COUNT
               MOVE "NO CONTROL RECORD" TO GEN-VERDICT
               MOVE SPACES TO AVER-GEN-NAME
               MOVE SPACES TO AVER-GEN-DATE
               PERFORM 7000-WRITE-GEN-LINE THRU 7000-EXIT
           END-IF.
       3900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  6000-FORWARD-ONE-DAY - STEP STEP-DATE FORWARD ONE CALENDAR DAY,
      *  THE MIRROR OF SAMPPURG'S 1200-BACK-ONE-DAY.  FEBRUARY IS
      *  ADJUSTED FOR LEAP YEARS THE LONG WAY.
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
      *  7000-WRITE-GEN-LINE - ONE LINE PER GENERATION: WHAT WAS READ
      *  (RECORD COUNT, FIRST AND LAST RECORD DATE) AND THE VERDICT.
      *  THE CALLER HAS ALREADY MOVED THE NAME AND GENERATION DATE.
      ******************************************************************
       7000-WRITE-GEN-LINE.
           IF NOT GEN-VERDICT-OK
               ADD 1 TO GENS-FAILED-COUNT
           END-IF.
           MOVE GEN-NUMBER TO AVER-GEN-NUMBER.
           MOVE AGEN-RECORD-COUNT TO AVER-GEN-COUNT.
           IF AGEN-RECORD-COUNT = 0
               MOVE SPACES TO AVER-GEN-FIRST
               MOVE SPACES TO AVER-GEN-LAST
           ELSE
               MOVE AGEN-FIRST-DATE TO AVER-GEN-FIRST
               MOVE AGEN-LAST-DATE TO AVER-GEN-LAST
           END-IF.
           MOVE GEN-VERDICT TO AVER-GEN-VERDICT.
           MOVE AVER-GEN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       7000-EXIT.
           EXIT.
      *
       7100-WRITE-NOT-ALLOCATED.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE CUR-ARCHIVE-NAME TO AVER-ARC-NAME.
           MOVE "DD NOT ALLOCATED, NOT VERIFIED" TO AVER-ARC-TEXT.
           MOVE AVER-ARCHIVE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       7100-EXIT.
           EXIT.
      *
       7200-WRITE-SEQ-LINE.
           ADD 1 TO SEQ-FAULT-COUNT.
           MOVE CUR-ARCHIVE-NAME TO AVER-SEQ-NAME.
           MOVE CHECK-DATE TO AVER-SEQ-DATE.
           MOVE AVER-SEQ-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       7200-EXIT.
           EXIT.
      *
       8000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ARCHIVES VERIFIED . . . . . " TO AVER-CNT-TEXT.
           MOVE ARCHIVES-SEEN-COUNT TO AVER-CNT-VALUE.
           MOVE AVER-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "GENERATIONS CHECKED . . . . " TO AVER-CNT-TEXT.
           MOVE GENS-CHECKED-COUNT TO AVER-CNT-VALUE.
           MOVE AVER-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "GENERATIONS FAILED. . . . . " TO AVER-CNT-TEXT.
           MOVE GENS-FAILED-COUNT TO AVER-CNT-VALUE.
           MOVE AVER-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "GENERATIONS MISSING . . . . " TO AVER-CNT-TEXT.
           MOVE GENS-MISSING-COUNT TO AVER-CNT-VALUE.
           MOVE AVER-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SEQUENCE FAULTS . . . . . . " TO AVER-CNT-TEXT.
           MOVE SEQ-FAULT-COUNT TO AVER-CNT-VALUE.
           MOVE AVER-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       8000-EXIT.
           EXIT.
      *
       9999-TERMINATE.
           CLOSE REPORT-FILE.
           IF SEVERE-ERROR
               MOVE 12 TO RETURN-CODE
           ELSE
               IF GENS-FAILED-COUNT > 0
                   OR GENS-MISSING-COUNT > 0
                   OR SEQ-FAULT-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       9999-EXIT.
           EXIT.
