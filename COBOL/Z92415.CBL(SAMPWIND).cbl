       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPWIND.
       AUTHOR. RAPPELBERRYPI.
       INSTALLATION. RAPPELBERRYPI SYSTEMS PROGRAMMING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  ----------------------------------------------------------
      *  2026-10-15  RBP  ORIGINAL VERSION - BATCH-WINDOW STATUS
      *                   REPORT.  THE RUN-CONTROL KSDS (SEE SAMPRUNC)
      *                   HAS ONLY EVER BEEN READ AS A GATE BY THE
      *                   JOBS THAT STAMP IT, SO THE MORNING OPERATOR
      *                   STILL PIECED LAST NIGHT'S WINDOW TOGETHER
      *                   FROM THE JOB LOGS.  THIS JOB READS RUNCTL
      *                   FOR A RANGE OF BUSINESS DATES - EXEC PARM
      *                   'YYYYMMDD,YYYYMMDD', OR ONE DATE, OR NO PARM
      *                   FOR THE SEVEN DAYS ENDING YESTERDAY - AND
      *                   LISTS ON SYSPRINT, DATE BY DATE, EVERY
      *                   WINDOW JOB'S STAMP: WHEN, IN WHAT ORDER THE
      *                   DATE'S STAMPS LANDED, AND WITH WHAT VERDICT.
      *                   A WINDOW JOB WITH NO STAMP IS MISSING, ONE
      *                   STAMPED AFTER ITS TARGET TIME IS LATE, ONE
      *                   STAMPED BEFORE (OR WITHOUT) THE JOB IT
      *                   DEPENDS ON IS OUT OF ORDER, AND ANY STAMP
      *                   CARRYING "N" IS OUT OF BALANCE.  STAMPS FROM
      *                   JOBS OUTSIDE THE SCHEDULE (SAMPSNAP, SAMPEFFD,
      *                   SAMPPRCN) ARE LISTED WITH THEIR VERDICT TOO.
      *                   EVERY DATE THAT NEVER GOT A SAMPRECN STAMP -
      *                   IN THE RANGE, OR EARLIER WITH OTHER STAMPS ON
      *                   FILE - IS LISTED AS STILL HELD BY SAMPPURG.
      *                   THE LAST DATE OF THE RANGE (LAST NIGHT, BY
      *                   DEFAULT) IS ALSO WRITTEN WITH THE RANGE
      *                   TOTALS AS A ONE-PAGE HANDOVER SUMMARY ON THE
      *                   OPTIONAL SUMMARY DD.  CONDITION CODE 8 WHEN
      *                   THAT NIGHT'S WINDOW IS INCOMPLETE (A WINDOW
      *                   JOB NEVER STAMPED), 4 FOR ANY OTHER FINDING,
      *                   12 WHEN RUNCTL CANNOT BE READ OR THE PARM IS
      *                   BAD.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS RUNC-STATUS.
           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO SUMMARY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "SAMPRUNC" OF COPYLIB.
       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                      PIC X(80).
       FD  SUMMARY-FILE
           LABEL RECORDS ARE OMITTED.
       01  SUMMARY-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.

       01  RUNC-STATUS                      PIC X(02) VALUE SPACES.
       01  RPT-STATUS                       PIC X(02) VALUE SPACES.
       01  SUM-STATUS                       PIC X(02) VALUE SPACES.

       01  RUNC-EOF-SW                      PIC X(01) VALUE "N".
           88  RUNC-AT-EOF                    VALUE "Y".
       01  SEVERE-SW                        PIC X(01) VALUE "N".
           88  SEVERE-ERROR                   VALUE "Y".
       01  SUMMARY-SW                       PIC X(01) VALUE "N".
           88  SUMMARY-AVAILABLE              VALUE "Y".
       01  ECHO-SW                          PIC X(01) VALUE "N".
           88  ECHO-TO-SUMMARY                VALUE "Y".
       01  RECON-SEEN-SW                    PIC X(01) VALUE "N".
           88  RECON-SEEN                     VALUE "Y".
       01  DAY-OVERFLOW-SW                  PIC X(01) VALUE "N".
           88  DAY-OVERFLOWED                 VALUE "Y".
       01  LAST-NIGHT-SW                    PIC X(01) VALUE "N".
           88  LAST-NIGHT-INCOMPLETE          VALUE "Y".

      ******************************************************************
      *  THE WINDOW SCHEDULE.  ONE ENTRY PER JOB THAT MUST STAMP EVERY
      *  BUSINESS DATE, IN RUNNING ORDER: JOBNAME, TARGET TIME
      *  (HHMMSSHH ON THE BUSINESS DATE ITSELF - A STAMP AFTER IT, OR
      *  ON A LATER DAY, IS LATE), AND THE ENTRY NUMBER OF THE JOB IT
      *  MUST FOLLOW (00 = NONE).  THE DEPENDENCIES ARE THE REAL ONES:
      *  SAMPLCOL MUST COLLECT THE SPILLS BEFORE ANYTHING READS
      *  AUDITLOG OR REJFILE, AND SAMPACUT AND SAMPPURG BOTH WAIT ON
      *  SAMPRECN (THE SAME ORDER THEIR RUN-CONTROL GATES ENFORCE).
      *  THE PANEL WINDOW CLOSES AT 19:00 (SEE SAMPACUT), SO THE
      *  BATCH WINDOW IS EXPECTED DONE BEFORE MIDNIGHT.
      ******************************************************************
       01  WIN-SCHEDULE-VALUES.
           05  FILLER                       PIC X(18) VALUE
               "SAMPLCOL1930000000".
           05  FILLER                       PIC X(18) VALUE
               "SAMPRECN2030000001".
           05  FILLER                       PIC X(18) VALUE
               "SAMPACUT2130000002".
           05  FILLER                       PIC X(18) VALUE
               "SAMPFEED2130000001".
           05  FILLER                       PIC X(18) VALUE
               "SAMPREJR2200000001".
           05  FILLER                       PIC X(18) VALUE
               "SAMPPURG2230000002".
           05  FILLER                       PIC X(18) VALUE
               "SAMPRPT 2300000001".
       01  WIN-SCHEDULE REDEFINES WIN-SCHEDULE-VALUES.
           05  WIN-JOB OCCURS 7 TIMES.
               10  WIN-JOBNAME              PIC X(08).
               10  WIN-TARGET-TIME          PIC 9(08).
               10  WIN-PRED-NUM             PIC 9(02).
       01  WIN-RESULTS.
           05  WRES-ENTRY OCCURS 7 TIMES.
               10  WRES-DAY-NUM             PIC 9(04) COMP.
               10  WRES-LATE-SW             PIC X(01).
                   88  WRES-LATE              VALUE "Y".
               10  WRES-ORDER-SW            PIC X(01).
                   88  WRES-OUT-OF-ORDER      VALUE "Y".

      ******************************************************************
      *  ONE BUSINESS DATE'S STAMPS AS READ FROM RUNCTL (KEY ORDER, SO
      *  JOBNAME ORDER).  DAYS-ORDER IS THE STAMP'S PLACE IN TIME
      *  AMONG THE DATE'S STAMPS; DAYS-WIN-NUM IS ITS SCHEDULE ENTRY,
      *  ZERO FOR A JOB OUTSIDE THE SCHEDULE.
      ******************************************************************
       01  DAY-STAMP-TABLE.
           05  DAY-STAMP OCCURS 20 TIMES.
               10  DAYS-JOBNAME             PIC X(08).
               10  DAYS-STAMP-TS.
                   15  DAYS-STAMP-DATE      PIC 9(08).
                   15  DAYS-STAMP-TIME      PIC 9(08).
               10  DAYS-BALANCE-CD          PIC X(01).
                   88  DAYS-OUT-OF-BALANCE    VALUE "N".
                   88  DAYS-IN-BALANCE        VALUE "Y".
               10  DAYS-WIN-NUM             PIC 9(04) COMP.
               10  DAYS-ORDER               PIC 9(04) COMP.

      ******************************************************************
      *  DATES WITH NO SAMPRECN STAMP.  SAMPPURG HOLDS EVERY HISTORY
      *  RECORD OF SUCH A DATE (ITS 1700-CHECK-DATE-RECONCILED), SO
      *  EACH ONE IS LISTED UNTIL SAMPRECN IS RUN FOR IT.  DATES PAST
      *  THE 200TH ARE COUNTED BUT NOT LISTED.
      ******************************************************************
       01  UNRECON-TABLE.
           05  UNR-DATE OCCURS 200 TIMES   PIC 9(08).

      ******************************************************************
      *  DATE RANGE AND CALENDAR WALK.  WALK-DATE IS STEPPED BACK BY
      *  1200-BACK-ONE-DAY (SAME SHAPE AS SAMPPURG'S RETENTION WALK)
      *  TO FIND THE DEFAULT RANGE, THEN FORWARD ONE BUSINESS DATE AT
      *  A TIME BY 6000-FORWARD-ONE-DAY FOR THE REPORT ITSELF.
      ******************************************************************
       01  FROM-DATE                        PIC 9(08) VALUE 0.
       01  TO-DATE                          PIC 9(08) VALUE 0.
       01  BREAK-DATE                       PIC 9(08) VALUE 0.
       01  WALK-DATE                        PIC 9(08) VALUE 0.
       01  WALK-DATE-R REDEFINES WALK-DATE.
           05  WALK-YYYY                    PIC 9(04).
           05  WALK-MM                      PIC 9(02).
           05  WALK-DD                      PIC 9(02).
       01  MONTH-END-DD                     PIC 9(02) VALUE 0.
       01  MONTH-DAYS-TABLE                 PIC X(24) VALUE
           "312831303130313130313031".
       01  MONTH-DAYS-R REDEFINES MONTH-DAYS-TABLE.
           05  MONTH-DAYS OCCURS 12 TIMES  PIC 9(02).
       01  LEAP-REMAINDER                   PIC 9(04) VALUE 0.
       01  LEAP-QUOTIENT                    PIC 9(04) VALUE 0.
       01  LEAP-SW                          PIC X(01) VALUE "N".
           88  LEAP-YEAR                      VALUE "Y".

       01  TIME-WORK                        PIC 9(08) VALUE 0.
       01  TIME-WORK-R REDEFINES TIME-WORK.
           05  TW-HH                        PIC 9(02).
           05  TW-MM                        PIC 9(02).
           05  TW-SS                        PIC 9(02).
           05  TW-HS                        PIC 9(02).
       01  TIME-EDIT.
           05  TE-HH                        PIC 9(02).
           05  FILLER                       PIC X(01) VALUE ":".
           05  TE-MM                        PIC 9(02).
           05  FILLER                       PIC X(01) VALUE ":".
           05  TE-SS                        PIC 9(02).
       01  TARGET-EDIT.
           05  TGE-HH                       PIC 9(02).
           05  FILLER                       PIC X(01) VALUE ":".
           05  TGE-MM                       PIC 9(02).
       01  ORDER-EDIT                       PIC ZZ9.
       01  PRINT-LINE                       PIC X(80) VALUE SPACES.

       77  WIN-NUM                          PIC 9(04) COMP VALUE 0.
       77  PRED-NUM                         PIC 9(04) COMP VALUE 0.
       77  DAY-NUM                          PIC 9(04) COMP VALUE 0.
       77  CMP-NUM                          PIC 9(04) COMP VALUE 0.
       77  UNR-NUM                          PIC 9(04) COMP VALUE 0.
       77  DAY-COUNT                        PIC 9(04) COMP VALUE 0.
       77  DAY-MISSING-COUNT                PIC 9(04) COMP VALUE 0.
       77  DATES-COUNT                      PIC 9(08) COMP VALUE 0.
       77  INCOMPLETE-COUNT                 PIC 9(08) COMP VALUE 0.
       77  MISSING-COUNT                    PIC 9(08) COMP VALUE 0.
       77  LATE-COUNT                       PIC 9(08) COMP VALUE 0.
       77  ORDER-COUNT                      PIC 9(08) COMP VALUE 0.
       77  OUT-OF-BAL-COUNT                 PIC 9(08) COMP VALUE 0.
       77  UNRECON-COUNT                    PIC 9(08) COMP VALUE 0.

       01  WIND-REPORT-LINES.
           05  WIND-TITLE-LINE              PIC X(80) VALUE
               "SAMPWIND - BATCH WINDOW STATUS".
           05  WIND-SUM-TITLE-LINE          PIC X(80) VALUE
               "SAMPWIND - BATCH WINDOW HANDOVER SUMMARY".
           05  WIND-RANGE-LINE.
               10  FILLER                   PIC X(18) VALUE
                   "BUSINESS DATES. . ".
               10  WIND-RANGE-FROM          PIC 9(08).
               10  FILLER                   PIC X(03) VALUE " - ".
               10  WIND-RANGE-TO            PIC 9(08).
           05  WIND-DATE-LINE.
               10  FILLER                   PIC X(14) VALUE
                   "BUSINESS DATE ".
               10  WIND-DT-DATE             PIC 9(08).
               10  FILLER                   PIC X(02) VALUE SPACES.
               10  WIND-DT-STATUS           PIC X(40).
           05  WIND-HEADING-LINE.
               10  FILLER                   PIC X(11) VALUE
                   "  JOB".
               10  FILLER                   PIC X(06) VALUE "TARGET".
               10  FILLER                   PIC X(09) VALUE "STAMPED".
               10  FILLER                   PIC X(09) VALUE "AT".
               10  FILLER                   PIC X(04) VALUE "ORD".
               10  FILLER                   PIC X(08) VALUE "VERDICT".
               10  FILLER                   PIC X(06) VALUE "LATE".
               10  FILLER                   PIC X(16) VALUE "ORDER".
           05  WIND-JOB-LINE.
               10  FILLER                   PIC X(02) VALUE SPACES.
               10  WIND-JL-JOBNAME          PIC X(08).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  WIND-JL-TARGET           PIC X(05).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  WIND-JL-DATE             PIC X(08).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  WIND-JL-TIME             PIC X(08).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  WIND-JL-ORDER            PIC X(03).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  WIND-JL-VERDICT          PIC X(07).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  WIND-JL-LATE             PIC X(05).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  WIND-JL-ORDER-NOTE       PIC X(16).
           05  WIND-NOTE-LINE.
               10  FILLER                   PIC X(02) VALUE SPACES.
               10  WIND-NOTE-TEXT           PIC X(60).
           05  WIND-UNRECON-LINE.
               10  FILLER                   PIC X(02) VALUE SPACES.
               10  WIND-UR-DATE             PIC 9(08).
           05  WIND-COUNT-LINE.
               10  WIND-CNT-TEXT            PIC X(28).
               10  WIND-CNT-VALUE           PIC ZZZZ,ZZ9.

       LINKAGE SECTION.
       01  BATCH-PARM.
           05  PARM-LEN                     PIC S9(04) COMP.
           05  PARM-TEXT                    PIC X(17).

       PROCEDURE DIVISION USING BATCH-PARM.

       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT SEVERE-ERROR
               PERFORM 2000-SCAN-EARLIER-DATES THRU 2000-EXIT
           END-IF.
           IF NOT SEVERE-ERROR
               MOVE FROM-DATE TO WALK-DATE
               PERFORM 3000-REPORT-ONE-DATE THRU 3000-EXIT
                   UNTIL WALK-DATE > TO-DATE
                      OR SEVERE-ERROR
           END-IF.
           IF NOT SEVERE-ERROR
               PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           END-IF.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.

      ******************************************************************
      *  1000-INITIALIZE - RESOLVE THE RANGE AND OPEN EVERYTHING.  A
      *  PARM OF 'YYYYMMDD,YYYYMMDD' IS THE RANGE, 'YYYYMMDD' ALONE IS
      *  THAT ONE DATE, AND NO PARM IS THE SEVEN BUSINESS DATES ENDING
      *  YESTERDAY - THE REPORT RUNS IN THE MORNING, AFTER THE WINDOW.
      *  A MISSING RUNCTL IS SEVERE: WITH NO STAMPS AT ALL THERE IS
      *  NOTHING TO REPORT AND EVERY NIGHTLY GATE IS ALREADY REFUSING.
      *  A MISSING SUMMARY DD JUST SKIPS THE HANDOVER PAGE.
      ******************************************************************
       1000-INITIALIZE.
           IF PARM-LEN NOT < 17
               AND PARM-TEXT(1:8) NUMERIC
               AND PARM-TEXT(10:8) NUMERIC
               MOVE PARM-TEXT(1:8) TO FROM-DATE
               MOVE PARM-TEXT(10:8) TO TO-DATE
           ELSE
               IF PARM-LEN NOT < 8 AND PARM-TEXT(1:8) NUMERIC
                   MOVE PARM-TEXT(1:8) TO FROM-DATE
                   MOVE PARM-TEXT(1:8) TO TO-DATE
               ELSE
                   ACCEPT WALK-DATE FROM DATE YYYYMMDD
                   PERFORM 1200-BACK-ONE-DAY THRU 1200-EXIT
                   MOVE WALK-DATE TO TO-DATE
                   PERFORM 1200-BACK-ONE-DAY THRU 1200-EXIT
                       6 TIMES
                   MOVE WALK-DATE TO FROM-DATE
               END-IF
           END-IF.
           MOVE FROM-DATE TO WALK-DATE.
           PERFORM 1300-CHECK-PARM-DATE THRU 1300-EXIT.
           MOVE TO-DATE TO WALK-DATE.
           PERFORM 1300-CHECK-PARM-DATE THRU 1300-EXIT.
           IF SEVERE-ERROR
               GO TO 1000-EXIT
           END-IF.
           IF FROM-DATE > TO-DATE
               DISPLAY "SAMPWIND - FROM DATE AFTER TO DATE IN PARM"
               SET SEVERE-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF RPT-STATUS NOT = "00"
               DISPLAY "SAMPWIND - UNABLE TO OPEN SYSPRINT, STATUS="
                   RPT-STATUS
               SET SEVERE-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT RUNCTL-FILE.
           IF RUNC-STATUS NOT = "00"
               DISPLAY "SAMPWIND - NO RUN-CONTROL FILE (STATUS="
                   RUNC-STATUS "), NOTHING TO REPORT"
               SET SEVERE-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT SUMMARY-FILE.
           IF SUM-STATUS = "00"
               SET SUMMARY-AVAILABLE TO TRUE
           ELSE
               DISPLAY "SAMPWIND - NO SUMMARY DD (STATUS=" SUM-STATUS
                   "), HANDOVER SUMMARY SKIPPED, SYSPRINT ONLY"
           END-IF.
           MOVE WIND-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE FROM-DATE TO WIND-RANGE-FROM.
           MOVE TO-DATE TO WIND-RANGE-TO.
           MOVE WIND-RANGE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF SUMMARY-AVAILABLE
               MOVE WIND-SUM-TITLE-LINE TO SUMMARY-LINE
               WRITE SUMMARY-LINE
               MOVE WIND-RANGE-LINE TO SUMMARY-LINE
               WRITE SUMMARY-LINE
           END-IF.
           MOVE LOW-VALUES TO RUNC-KEY.
           START RUNCTL-FILE KEY NOT LESS THAN RUNC-KEY
               INVALID KEY
                   SET RUNC-AT-EOF TO TRUE
           END-START.
           PERFORM 2900-READ-RUNCTL THRU 2900-EXIT.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1200-BACK-ONE-DAY - STEP WALK-DATE BACK ONE CALENDAR DAY,
      *  SAME SHAPE AS SAMPPURG'S RETENTION WALK.
      ******************************************************************
       1200-BACK-ONE-DAY.
           IF WALK-DD > 1
               SUBTRACT 1 FROM WALK-DD
               GO TO 1200-EXIT
           END-IF.
           IF WALK-MM = 1
               MOVE 12 TO WALK-MM
               SUBTRACT 1 FROM WALK-YYYY
           ELSE
               SUBTRACT 1 FROM WALK-MM
           END-IF.
           MOVE MONTH-DAYS(WALK-MM) TO WALK-DD.
           IF WALK-MM = 2
               PERFORM 1250-CHECK-LEAP-YEAR THRU 1250-EXIT
               IF LEAP-YEAR
                   MOVE 29 TO WALK-DD
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.
      *
       1250-CHECK-LEAP-YEAR.
           MOVE "N" TO LEAP-SW.
           DIVIDE WALK-YYYY BY 400 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = 0
               SET LEAP-YEAR TO TRUE
               GO TO 1250-EXIT
           END-IF.
           DIVIDE WALK-YYYY BY 100 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = 0
               GO TO 1250-EXIT
           END-IF.
           DIVIDE WALK-YYYY BY 4 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = 0
               SET LEAP-YEAR TO TRUE
           END-IF.
       1250-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1300-CHECK-PARM-DATE - A RANGE END THAT IS NOT A CALENDAR
      *  DATE WOULD SEND THE DAY WALK OFF THE MONTH TABLE OR PAST THE
      *  END OF THE RANGE WITHOUT EVER LANDING ON IT.
      ******************************************************************
       1300-CHECK-PARM-DATE.
           IF WALK-MM < 1 OR WALK-MM > 12
               DISPLAY "SAMPWIND - INVALID DATE IN PARM: " WALK-DATE
               SET SEVERE-ERROR TO TRUE
               GO TO 1300-EXIT
           END-IF.
           MOVE MONTH-DAYS(WALK-MM) TO MONTH-END-DD.
           IF WALK-MM = 2
               PERFORM 1250-CHECK-LEAP-YEAR THRU 1250-EXIT
               IF LEAP-YEAR
                   MOVE 29 TO MONTH-END-DD
               END-IF
           END-IF.
           IF WALK-DD < 1 OR WALK-DD > MONTH-END-DD
               DISPLAY "SAMPWIND - INVALID DATE IN PARM: " WALK-DATE
               SET SEVERE-ERROR TO TRUE
           END-IF.
       1300-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-SCAN-EARLIER-DATES - STAMPS DATED BEFORE THE RANGE ARE
      *  NOT REPORTED, BUT A DATE AMONG THEM WITH NO SAMPRECN STAMP IS
      *  STILL HOLDING UP SAMPPURG AND GOES ON THE UNRECONCILED LIST.
      *  (AN EARLIER DATE WITH NO STAMPS AT ALL CANNOT BE SEEN HERE -
      *  WIDEN THE RANGE TO LOOK FOR WHOLE MISSING NIGHTS.)
      ******************************************************************
       2000-SCAN-EARLIER-DATES.
           MOVE 0 TO BREAK-DATE.
           MOVE "N" TO RECON-SEEN-SW.
           PERFORM 2100-NOTE-EARLIER-STAMP THRU 2100-EXIT
               UNTIL RUNC-AT-EOF
                  OR RUNC-DATE NOT < FROM-DATE.
           IF BREAK-DATE NOT = 0 AND NOT RECON-SEEN
               PERFORM 2800-ADD-UNRECONCILED THRU 2800-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *
       2100-NOTE-EARLIER-STAMP.
           IF RUNC-DATE NOT = BREAK-DATE
               IF BREAK-DATE NOT = 0 AND NOT RECON-SEEN
                   PERFORM 2800-ADD-UNRECONCILED THRU 2800-EXIT
               END-IF
               MOVE RUNC-DATE TO BREAK-DATE
               MOVE "N" TO RECON-SEEN-SW
           END-IF.
           IF RUNC-JOBNAME = "SAMPRECN"
               SET RECON-SEEN TO TRUE
           END-IF.
           PERFORM 2900-READ-RUNCTL THRU 2900-EXIT.
       2100-EXIT.
           EXIT.
      *
       2800-ADD-UNRECONCILED.
           ADD 1 TO UNRECON-COUNT.
           IF UNRECON-COUNT NOT > 200
               MOVE BREAK-DATE TO UNR-DATE(UNRECON-COUNT)
           END-IF.
       2800-EXIT.
           EXIT.
      *
       2900-READ-RUNCTL.
           IF RUNC-AT-EOF
               GO TO 2900-EXIT
           END-IF.
           READ RUNCTL-FILE NEXT RECORD
               AT END
                   SET RUNC-AT-EOF TO TRUE
                   GO TO 2900-EXIT
           END-READ.
           IF RUNC-STATUS NOT = "00"
               DISPLAY "SAMPWIND - RUNCTL READ FAILED, STATUS="
                   RUNC-STATUS
               SET RUNC-AT-EOF TO TRUE
               SET SEVERE-ERROR TO TRUE
           END-IF.
       2900-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-REPORT-ONE-DATE - ONE BUSINESS DATE PER PASS, EVERY
      *  CALENDAR DATE IN THE RANGE WHETHER OR NOT ANYTHING STAMPED
      *  IT.  RUNCTL IS IN DATE ORDER, SO ITS STAMPS FOR WALK-DATE ARE
      *  THE NEXT ONES ON THE FILE; A KEY THAT IS NOT A CALENDAR DATE
      *  (AND SO WAS WALKED PAST) IS SKIPPED.  THE LAST DATE OF THE
      *  RANGE IS ECHOED TO THE HANDOVER SUMMARY.
      ******************************************************************
       3000-REPORT-ONE-DATE.
           ADD 1 TO DATES-COUNT.
           MOVE 0 TO DAY-COUNT.
           MOVE "N" TO DAY-OVERFLOW-SW.
           PERFORM 3100-COLLECT-STAMP THRU 3100-EXIT
               UNTIL RUNC-AT-EOF
                  OR RUNC-DATE > WALK-DATE.
           IF SEVERE-ERROR
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3200-JUDGE-DATE THRU 3200-EXIT.
           IF WALK-DATE = TO-DATE AND SUMMARY-AVAILABLE
               SET ECHO-TO-SUMMARY TO TRUE
           END-IF.
           PERFORM 3500-WRITE-DATE THRU 3500-EXIT.
           MOVE "N" TO ECHO-SW.
           IF WALK-DATE = TO-DATE AND DAY-MISSING-COUNT > 0
               SET LAST-NIGHT-INCOMPLETE TO TRUE
           END-IF.
           PERFORM 6000-FORWARD-ONE-DAY THRU 6000-EXIT.
       3000-EXIT.
           EXIT.
      *
       3100-COLLECT-STAMP.
           IF RUNC-DATE < WALK-DATE
               PERFORM 2900-READ-RUNCTL THRU 2900-EXIT
               GO TO 3100-EXIT
           END-IF.
           IF DAY-COUNT = 20
               SET DAY-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO DAY-COUNT
               MOVE RUNC-JOBNAME TO DAYS-JOBNAME(DAY-COUNT)
               MOVE RUNC-STAMP-DATE TO DAYS-STAMP-DATE(DAY-COUNT)
               MOVE RUNC-STAMP-TIME TO DAYS-STAMP-TIME(DAY-COUNT)
               MOVE RUNC-BALANCE-CD TO DAYS-BALANCE-CD(DAY-COUNT)
               MOVE 0 TO DAYS-WIN-NUM(DAY-COUNT)
               MOVE 1 TO DAYS-ORDER(DAY-COUNT)
           END-IF.
           PERFORM 2900-READ-RUNCTL THRU 2900-EXIT.
       3100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3200-JUDGE-DATE - RANK THE DATE'S STAMPS IN TIME, MATCH THEM
      *  TO THE SCHEDULE, THEN JUDGE EACH SCHEDULED JOB: MISSING, LATE
      *  AGAINST ITS TARGET, OUT OF ORDER AGAINST ITS PREDECESSOR.
      ******************************************************************
       3200-JUDGE-DATE.
           MOVE 0 TO DAY-MISSING-COUNT.
           MOVE "N" TO RECON-SEEN-SW.
           PERFORM 3210-RANK-STAMP THRU 3210-EXIT
               VARYING DAY-NUM FROM 1 BY 1
               UNTIL DAY-NUM > DAY-COUNT.
           PERFORM 3230-MATCH-SCHEDULE THRU 3230-EXIT
               VARYING WIN-NUM FROM 1 BY 1
               UNTIL WIN-NUM > 7.
           PERFORM 3250-JUDGE-WINDOW-JOB THRU 3250-EXIT
               VARYING WIN-NUM FROM 1 BY 1
               UNTIL WIN-NUM > 7.
           IF NOT RECON-SEEN
               MOVE WALK-DATE TO BREAK-DATE
               PERFORM 2800-ADD-UNRECONCILED THRU 2800-EXIT
           END-IF.
           IF DAY-MISSING-COUNT > 0
               ADD 1 TO INCOMPLETE-COUNT
           END-IF.
       3200-EXIT.
           EXIT.
      *
       3210-RANK-STAMP.
           PERFORM 3215-COMPARE-STAMP THRU 3215-EXIT
               VARYING CMP-NUM FROM 1 BY 1
               UNTIL CMP-NUM > DAY-COUNT.
           IF DAYS-JOBNAME(DAY-NUM) = "SAMPRECN"
               SET RECON-SEEN TO TRUE
           END-IF.
           IF DAYS-OUT-OF-BALANCE(DAY-NUM)
               ADD 1 TO OUT-OF-BAL-COUNT
           END-IF.
       3210-EXIT.
           EXIT.
      *
       3215-COMPARE-STAMP.
           IF DAYS-STAMP-TS(CMP-NUM) < DAYS-STAMP-TS(DAY-NUM)
               ADD 1 TO DAYS-ORDER(DAY-NUM)
           END-IF.
       3215-EXIT.
           EXIT.
      *
       3230-MATCH-SCHEDULE.
           MOVE 0 TO WRES-DAY-NUM(WIN-NUM).
           MOVE "N" TO WRES-LATE-SW(WIN-NUM).
           MOVE "N" TO WRES-ORDER-SW(WIN-NUM).
           PERFORM 3235-MATCH-ONE-STAMP THRU 3235-EXIT
               VARYING DAY-NUM FROM 1 BY 1
               UNTIL DAY-NUM > DAY-COUNT.
       3230-EXIT.
           EXIT.
      *
       3235-MATCH-ONE-STAMP.
           IF DAYS-JOBNAME(DAY-NUM) = WIN-JOBNAME(WIN-NUM)
               MOVE DAY-NUM TO WRES-DAY-NUM(WIN-NUM)
               MOVE WIN-NUM TO DAYS-WIN-NUM(DAY-NUM)
           END-IF.
       3235-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3250-JUDGE-WINDOW-JOB - A STAMP IS LATE IF IT LANDED ON A
      *  LATER DAY THAN ITS BUSINESS DATE OR AFTER THE TARGET TIME ON
      *  IT.  IT IS OUT OF ORDER IF IT LANDED BEFORE ITS PREDECESSOR'S
      *  STAMP, OR IF THE PREDECESSOR NEVER STAMPED THE DATE AT ALL.
      ******************************************************************
       3250-JUDGE-WINDOW-JOB.
           MOVE WRES-DAY-NUM(WIN-NUM) TO DAY-NUM.
           IF DAY-NUM = 0
               ADD 1 TO DAY-MISSING-COUNT
               ADD 1 TO MISSING-COUNT
               GO TO 3250-EXIT
           END-IF.
           IF DAYS-STAMP-DATE(DAY-NUM) > WALK-DATE
               OR (DAYS-STAMP-DATE(DAY-NUM) = WALK-DATE
                   AND DAYS-STAMP-TIME(DAY-NUM) >
                       WIN-TARGET-TIME(WIN-NUM))
               SET WRES-LATE(WIN-NUM) TO TRUE
               ADD 1 TO LATE-COUNT
           END-IF.
           MOVE WIN-PRED-NUM(WIN-NUM) TO PRED-NUM.
           IF PRED-NUM = 0
               GO TO 3250-EXIT
           END-IF.
           MOVE WRES-DAY-NUM(PRED-NUM) TO CMP-NUM.
           IF CMP-NUM = 0
               SET WRES-OUT-OF-ORDER(WIN-NUM) TO TRUE
           ELSE
               IF DAYS-STAMP-TS(CMP-NUM) > DAYS-STAMP-TS(DAY-NUM)
                   SET WRES-OUT-OF-ORDER(WIN-NUM) TO TRUE
               END-IF
           END-IF.
           IF WRES-OUT-OF-ORDER(WIN-NUM)
               ADD 1 TO ORDER-COUNT
           END-IF.
       3250-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3500-WRITE-DATE - THE DATE LINE, ONE LINE PER SCHEDULED JOB
      *  IN RUNNING ORDER, THEN ANY STAMPS FROM JOBS OUTSIDE THE
      *  SCHEDULE, THEN THE NOTES.
      ******************************************************************
       3500-WRITE-DATE.
           MOVE SPACES TO PRINT-LINE.
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
           MOVE WALK-DATE TO WIND-DT-DATE.
           IF DAY-MISSING-COUNT = 0
               MOVE "WINDOW COMPLETE" TO WIND-DT-STATUS
           ELSE
               MOVE "WINDOW INCOMPLETE" TO WIND-DT-STATUS
           END-IF.
           MOVE WIND-DATE-LINE TO PRINT-LINE.
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
           MOVE WIND-HEADING-LINE TO PRINT-LINE.
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
           PERFORM 3550-WRITE-WINDOW-JOB THRU 3550-EXIT
               VARYING WIN-NUM FROM 1 BY 1
               UNTIL WIN-NUM > 7.
           PERFORM 3600-WRITE-OTHER-STAMP THRU 3600-EXIT
               VARYING DAY-NUM FROM 1 BY 1
               UNTIL DAY-NUM > DAY-COUNT.
           IF NOT RECON-SEEN
               MOVE "NEVER RECONCILED - HISTORY HELD BY SAMPPURG"
                   TO WIND-NOTE-TEXT
               MOVE WIND-NOTE-LINE TO PRINT-LINE
               PERFORM 7000-PRINT-LINE THRU 7000-EXIT
           END-IF.
           IF DAY-OVERFLOWED
               MOVE "MORE THAN 20 STAMPS ON THIS DATE, REST NOT SHOWN"
                   TO WIND-NOTE-TEXT
               MOVE WIND-NOTE-LINE TO PRINT-LINE
               PERFORM 7000-PRINT-LINE THRU 7000-EXIT
           END-IF.
       3500-EXIT.
           EXIT.
      *
       3550-WRITE-WINDOW-JOB.
           MOVE WIN-JOBNAME(WIN-NUM) TO WIND-JL-JOBNAME.
           MOVE WIN-TARGET-TIME(WIN-NUM) TO TIME-WORK.
           MOVE TW-HH TO TGE-HH.
           MOVE TW-MM TO TGE-MM.
           MOVE TARGET-EDIT TO WIND-JL-TARGET.
           MOVE SPACES TO WIND-JL-LATE.
           MOVE SPACES TO WIND-JL-ORDER-NOTE.
           MOVE WRES-DAY-NUM(WIN-NUM) TO DAY-NUM.
           IF DAY-NUM = 0
               MOVE "MISSING" TO WIND-JL-DATE
               MOVE SPACES TO WIND-JL-TIME
               MOVE SPACES TO WIND-JL-ORDER
               MOVE SPACES TO WIND-JL-VERDICT
           ELSE
               PERFORM 3700-FORMAT-STAMP THRU 3700-EXIT
               IF WRES-LATE(WIN-NUM)
                   MOVE "LATE" TO WIND-JL-LATE
               END-IF
               IF WRES-OUT-OF-ORDER(WIN-NUM)
                   MOVE WIN-PRED-NUM(WIN-NUM) TO PRED-NUM
                   IF WRES-DAY-NUM(PRED-NUM) = 0
                       MOVE "WITHOUT" TO WIND-JL-ORDER-NOTE
                   ELSE
                       MOVE "BEFORE" TO WIND-JL-ORDER-NOTE
                   END-IF
                   MOVE WIN-JOBNAME(PRED-NUM)
                       TO WIND-JL-ORDER-NOTE(9:8)
               END-IF
           END-IF.
           MOVE WIND-JOB-LINE TO PRINT-LINE.
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
       3550-EXIT.
           EXIT.
      *
       3600-WRITE-OTHER-STAMP.
           IF DAYS-WIN-NUM(DAY-NUM) NOT = 0
               GO TO 3600-EXIT
           END-IF.
           MOVE DAYS-JOBNAME(DAY-NUM) TO WIND-JL-JOBNAME.
           MOVE SPACES TO WIND-JL-TARGET.
           MOVE SPACES TO WIND-JL-LATE.
           MOVE "NOT SCHEDULED" TO WIND-JL-ORDER-NOTE.
           PERFORM 3700-FORMAT-STAMP THRU 3700-EXIT.
           MOVE WIND-JOB-LINE TO PRINT-LINE.
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
       3600-EXIT.
           EXIT.
      *
       3700-FORMAT-STAMP.
           MOVE DAYS-STAMP-DATE(DAY-NUM) TO WIND-JL-DATE.
           MOVE DAYS-STAMP-TIME(DAY-NUM) TO TIME-WORK.
           MOVE TW-HH TO TE-HH.
           MOVE TW-MM TO TE-MM.
           MOVE TW-SS TO TE-SS.
           MOVE TIME-EDIT TO WIND-JL-TIME.
           MOVE DAYS-ORDER(DAY-NUM) TO ORDER-EDIT.
           MOVE ORDER-EDIT TO WIND-JL-ORDER.
           EVALUATE TRUE
               WHEN DAYS-IN-BALANCE(DAY-NUM)
                   MOVE "IN BAL" TO WIND-JL-VERDICT
               WHEN DAYS-OUT-OF-BALANCE(DAY-NUM)
                   MOVE "OUT BAL" TO WIND-JL-VERDICT
               WHEN OTHER
                   MOVE SPACES TO WIND-JL-VERDICT
           END-EVALUATE.
       3700-EXIT.
           EXIT.
      *
      ******************************************************************
      *  6000-FORWARD-ONE-DAY - STEP WALK-DATE FORWARD ONE CALENDAR
      *  DAY, THE MIRROR OF 1200-BACK-ONE-DAY.
      ******************************************************************
       6000-FORWARD-ONE-DAY.
           MOVE MONTH-DAYS(WALK-MM) TO MONTH-END-DD.
           IF WALK-MM = 2
               PERFORM 1250-CHECK-LEAP-YEAR THRU 1250-EXIT
               IF LEAP-YEAR
                   MOVE 29 TO MONTH-END-DD
               END-IF
           END-IF.
           IF WALK-DD < MONTH-END-DD
               ADD 1 TO WALK-DD
               GO TO 6000-EXIT
           END-IF.
           MOVE 1 TO WALK-DD.
           IF WALK-MM = 12
               MOVE 1 TO WALK-MM
               ADD 1 TO WALK-YYYY
           ELSE
               ADD 1 TO WALK-MM
           END-IF.
       6000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  7000-PRINT-LINE - PRINT-LINE TO SYSPRINT, AND TO THE HANDOVER
      *  SUMMARY TOO WHILE THE LAST NIGHT OF THE RANGE IS BEING
      *  WRITTEN.
      ******************************************************************
       7000-PRINT-LINE.
           MOVE PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF ECHO-TO-SUMMARY
               MOVE PRINT-LINE TO SUMMARY-LINE
               WRITE SUMMARY-LINE
           END-IF.
       7000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  8000-WRITE-TOTALS - RANGE TOTALS AND THE UNRECONCILED DATES
      *  ON SYSPRINT AND THE SUMMARY ALIKE.  THE SUMMARY LISTS ONLY THE
      *  FIRST TEN DATES SO IT STAYS ONE PAGE.
      ******************************************************************
       8000-WRITE-TOTALS.
           SET ECHO-TO-SUMMARY TO TRUE.
           IF NOT SUMMARY-AVAILABLE
               MOVE "N" TO ECHO-SW
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
           MOVE "BUSINESS DATES REPORTED . . " TO WIND-CNT-TEXT.
           MOVE DATES-COUNT TO WIND-CNT-VALUE.
           PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
           MOVE "WINDOWS INCOMPLETE. . . . . " TO WIND-CNT-TEXT.
           MOVE INCOMPLETE-COUNT TO WIND-CNT-VALUE.
           PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
           MOVE "WINDOW JOBS MISSING . . . . " TO WIND-CNT-TEXT.
           MOVE MISSING-COUNT TO WIND-CNT-VALUE.
           PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
           MOVE "STAMPED LATE. . . . . . . . " TO WIND-CNT-TEXT.
           MOVE LATE-COUNT TO WIND-CNT-VALUE.
           PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
           MOVE "STAMPED OUT OF ORDER. . . . " TO WIND-CNT-TEXT.
           MOVE ORDER-COUNT TO WIND-CNT-VALUE.
           PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
           MOVE "STAMPED OUT OF BALANCE. . . " TO WIND-CNT-TEXT.
           MOVE OUT-OF-BAL-COUNT TO WIND-CNT-VALUE.
           PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
           MOVE "DATES NEVER RECONCILED. . . " TO WIND-CNT-TEXT.
           MOVE UNRECON-COUNT TO WIND-CNT-VALUE.
           PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
           IF UNRECON-COUNT = 0
               GO TO 8000-EXIT
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
           MOVE "DATES NEVER RECONCILED - HISTORY HELD BY SAMPPURG:"
               TO PRINT-LINE.
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
           PERFORM 8200-PRINT-UNRECONCILED THRU 8200-EXIT
               VARYING UNR-NUM FROM 1 BY 1
               UNTIL UNR-NUM > UNRECON-COUNT
                  OR UNR-NUM > 200.
           IF UNRECON-COUNT > 200
               MOVE "MORE THAN 200 DATES, REST NOT LISTED"
                   TO WIND-NOTE-TEXT
               MOVE WIND-NOTE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF SUMMARY-AVAILABLE AND UNRECON-COUNT > 10
               MOVE "MORE DATES ON THE SYSPRINT REPORT"
                   TO WIND-NOTE-TEXT
               MOVE WIND-NOTE-LINE TO SUMMARY-LINE
               WRITE SUMMARY-LINE
           END-IF.
       8000-EXIT.
           EXIT.
      *
       8100-PRINT-COUNT.
           MOVE WIND-COUNT-LINE TO PRINT-LINE.
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
       8100-EXIT.
           EXIT.
      *
       8200-PRINT-UNRECONCILED.
           IF UNR-NUM = 11
               MOVE "N" TO ECHO-SW
           END-IF.
           MOVE UNR-DATE(UNR-NUM) TO WIND-UR-DATE.
           MOVE WIND-UNRECON-LINE TO PRINT-LINE.
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
       8200-EXIT.
           EXIT.
      *
      ******************************************************************
      *  9999-TERMINATE - CLOSE UP AND SET THE CONDITION CODE THE
      *  SCHEDULER ALERTS ON: 8 WHEN THE LAST NIGHT OF THE RANGE IS
      *  MISSING A WINDOW JOB, 4 FOR ANY OTHER FINDING IN THE RANGE.
      ******************************************************************
       9999-TERMINATE.
           CLOSE RUNCTL-FILE.
           CLOSE REPORT-FILE.
           IF SUMMARY-AVAILABLE
               CLOSE SUMMARY-FILE
           END-IF.
           IF SEVERE-ERROR
               MOVE 12 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF LAST-NIGHT-INCOMPLETE
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF MISSING-COUNT > 0
               OR LATE-COUNT > 0
               OR ORDER-COUNT > 0
               OR OUT-OF-BAL-COUNT > 0
               OR UNRECON-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9999-EXIT.
           EXIT.
