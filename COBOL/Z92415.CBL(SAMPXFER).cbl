       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPXFER.
       AUTHOR. RAPPELBERRYPI.
       INSTALLATION. RAPPELBERRYPI SYSTEMS PROGRAMMING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  ----------------------------------------------------------
      *  2026-10-15  RBP  ORIGINAL VERSION - DEPARTMENT TRANSFER FLOW.
      *                   FINANCE ASKS EVERY MONTH HOW MANY PEOPLE
      *                   MOVED BETWEEN WHICH DEPARTMENTS.  EVERY
      *                   APPLIED EMPLOYEE CHANGE - DIALOG, SAMPBTCH,
      *                   SAMPEFFD OR SAMPREOR - LEAVES A PAIRED "EMP
      *                   UPDATE BEFORE"/"EMP UPDATE AFTER" AUDIT
      *                   RECORD, SO THE ANSWER IS ALREADY IN AUDARCH.
      *                   THIS JOB READS THE AUDARCH GENERATIONS ON
      *                   THE ARCHIN DD (EACH ONE CHECKED AGAINST ITS
      *                   SAMPACTL CONTROL RECORD FIRST, AS SAMPFEED
      *                   DOES), PAIRS BEFORE AND AFTER IMAGES THE
      *                   SAME WAY SAMPFEED DOES, AND COUNTS EVERY
      *                   PAIR WHOSE WORKDEPT CHANGED AS ONE MOVE FROM
      *                   THE OLD DEPARTMENT TO THE NEW.  THE EXEC
      *                   PARM ("YYYYMMDD,YYYYMMDD") SELECTS THE DATE
      *                   RANGE; NO PARM MEANS EVERYTHING ON ARCHIN.
      *                   SYSPRINT SHOWS THE FROM/TO TRANSFER MATRIX
      *                   (ONE LINE PER DEPARTMENT PAIR THAT SAW A
      *                   MOVE) AND, FOR EVERY DSN8C10.DEPT DEPARTMENT
      *                   BY NAME (SAMPDB2L), MOVES IN, MOVES
      *                   OUT AND NET CHANGE, TIED TO TODAY'S
      *                   HEADCOUNT FROM SAMPDB2R: HEADCOUNT LESS NET
      *                   CHANGE IS THE HEADCOUNT THE DEPARTMENT HAD
      *                   BEFORE THE MOVES, AND A NEGATIVE ONE IS
      *                   FLAGGED AS NOT TYING.  A COMMA-SEPARATED
      *                   EXTRACT OF THE SAME FIGURES GOES TO THE
      *                   EXTRACT DD FOR THE FINANCE SPREADSHEET (A
      *                   MISSING EXTRACT DD JUST SKIPS IT, THE SAMPRPT
      *                   WAY).  CONDITION CODE 8 WHEN A BEFORE OR
      *                   AFTER IMAGE WENT UNPAIRED OR A DEPARTMENT
      *                   DOES NOT TIE, 12 ON AN ARCHIVE, FILE OR DB2
      *                   FAILURE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO ARCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.
           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO EXTRACT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *  ARCHIN - THE AUDARCH GENERATIONS (FLAT SAMPAUD IMAGES, EACH
      *  GENERATION CLOSED BY ITS SAMPACTL CONTROL RECORD).
      ******************************************************************
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIN-RECORD                    PIC X(88).
       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                      PIC X(80).
       FD  EXTRACT-FILE
           LABEL RECORDS ARE OMITTED.
       01  EXTRACT-LINE                     PIC X(100).
       WORKING-STORAGE SECTION.

       01  ARCH-STATUS                      PIC X(02) VALUE SPACES.
       01  RPT-STATUS                       PIC X(02) VALUE SPACES.
       01  EXT-STATUS                       PIC X(02) VALUE SPACES.

       01  ARCH-EOF-SW                      PIC X(01) VALUE "N".
           88  ARCH-AT-EOF                    VALUE "Y".
       01  SEVERE-SW                        PIC X(01) VALUE "N".
           88  SEVERE-ERROR                   VALUE "Y".
       01  EXTRACT-SW                       PIC X(01) VALUE "N".
           88  EXTRACT-AVAILABLE              VALUE "Y".

      ******************************************************************
      *  AUD-WORK - WORKING-STORAGE MIRROR OF THE SAMPAUD RECORD, THE
      *  SAME ONE SAMPFEED PAIRS THROUGH.
      ******************************************************************
       01  AUD-WORK.
           05  AW-DATE                      PIC 9(08).
           05  AW-TIME                      PIC 9(08).
           05  AW-USERID                    PIC X(08).
           05  AW-RC                        PIC X(08).
           05  AW-EVENT                     PIC X(20).
           05  AW-IMAGE.
               10  AW-IMG-EMPNO             PIC X(06).
               10  AW-IMG-FIRSTNME          PIC X(12).
               10  AW-IMG-LASTNAME          PIC X(15).
               10  AW-IMG-WORKDEPT          PIC X(03).

      ******************************************************************
      *  ARCHIN CONTROL TOTALS (SEE SAMPACTL) AND THE PER-GENERATION
      *  VERDICT, AS IN SAMPFEED AND SAMPHRET.
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
      *  OPEN-BEFORE TABLE - BEFORE-IMAGES STILL WAITING FOR THEIR
      *  AFTER: AN AFTER CLAIMS THE OLDEST (BY OPB-TIMESTAMP)
      *  UNMATCHED ENTRY FOR ITS USERID AND EMPNO, AS IN SAMPFEED.  A
      *  MONTH'S RANGE HOLDS FAR MORE UPDATES THAN SAMPFEED'S ONE DAY,
      *  SO A PAIRED ENTRY IS FREED FOR THE NEXT BEFORE-IMAGE AND THE
      *  200 ENTRIES BOUND ONLY THE BEFORES STILL WAITING AT ONCE.
      *  OPB-COUNT IS THE HIGH-WATER MARK.
      ******************************************************************
       01  OPENB-TABLE.
           05  OPB-ENTRY OCCURS 200 TIMES INDEXED BY OPB-IDX.
               10  OPB-USERID               PIC X(08).
               10  OPB-EMPNO                PIC X(06).
               10  OPB-TIMESTAMP.
                   15  OPB-DATE             PIC 9(08).
                   15  OPB-TIME             PIC 9(08).
               10  OPB-WORKDEPT             PIC X(03).
               10  OPB-USED-SW              PIC X(01).
       01  OPB-COUNT                        PIC 9(04) COMP VALUE 0.
       01  OPB-MATCH-SW                     PIC X(01) VALUE "N".
           88  OPB-MATCH-FOUND                VALUE "Y".
       01  OPB-PICK                         PIC 9(04) COMP VALUE 0.
       01  OPB-FREE                         PIC 9(04) COMP VALUE 0.

      ******************************************************************
      *  THE SAMPDEPT LIST AND SAMPROST ROSTER, SAME LAYOUTS AND CALLS
      *  AS SAMPROSB'S ROSTER BOOK.
      ******************************************************************
       COPY "SAMPDEPT" OF COPYLIB.
       COPY "SAMPROST" OF COPYLIB.
       01  HV-WORKDEPT                      PIC X(03) VALUE SPACES.
       01  DEPTL-LIST-SW                    PIC X(01) VALUE "N".
           88  DEPTL-HAS-ROWS                 VALUE "Y".
           88  DEPTL-NO-ROWS                  VALUE "N".
           88  DEPTL-DB2-ERROR                VALUE "E".
       01  ROSTER-SW                        PIC X(01) VALUE "N".
           88  ROST-HAS-ROWS                  VALUE "Y".
           88  ROST-NO-ROWS                   VALUE "N".
           88  ROST-DB2-ERROR                 VALUE "E".

      ******************************************************************
      *  DEPARTMENT TABLE - EVERY DSN8C10.DEPT ROW IN DEPTNO ORDER,
      *  THEN ANY WORKDEPT A MOVE NAMED THAT IS NOT (OR NO LONGER) IN
      *  DSN8C10.DEPT, AND SPACES FOR AN EMPLOYEE WITH NO DEPARTMENT,
      *  IN THE ORDER FIRST SEEN.  XDEPT-START IS HEADCOUNT LESS NET
      *  CHANGE - WHAT THE DEPARTMENT HELD BEFORE THE MOVES.
      ******************************************************************
       01  XDEPT-TABLE.
           05  XDEPT-ENTRY OCCURS 80 TIMES.
               10  XDEPT-DEPTNO             PIC X(03).
               10  XDEPT-DEPTNAME           PIC X(36).
               10  XDEPT-IN-COUNT           PIC 9(08) COMP.
               10  XDEPT-OUT-COUNT          PIC 9(08) COMP.
               10  XDEPT-NET                PIC S9(08) COMP.
               10  XDEPT-HEADCOUNT          PIC 9(08) COMP.
               10  XDEPT-START              PIC S9(08) COMP.
       01  XDEPT-COUNT                      PIC 9(04) COMP VALUE 0.
       01  XDEPT-FOUND-NUM                  PIC 9(04) COMP VALUE 0.
       01  XDEPT-SEARCH-KEY                 PIC X(03) VALUE SPACES.

      ******************************************************************
      *  TRANSFER MATRIX, HELD SPARSE - ONE ENTRY PER FROM/TO PAIR OF
      *  DEPARTMENT TABLE ENTRIES THAT SAW AT LEAST ONE MOVE.
      ******************************************************************
       01  XMOV-TABLE.
           05  XMOV-ENTRY OCCURS 500 TIMES.
               10  XMOV-FROM-NUM            PIC 9(04) COMP.
               10  XMOV-TO-NUM              PIC 9(04) COMP.
               10  XMOV-COUNT               PIC 9(08) COMP.
       01  XMOV-COUNT-USED                  PIC 9(04) COMP VALUE 0.
       01  XMOV-FOUND-NUM                   PIC 9(04) COMP VALUE 0.

       77  FROM-NUM                         PIC 9(04) COMP VALUE 0.
       77  TO-NUM                           PIC 9(04) COMP VALUE 0.
       77  XDEPT-NUM                        PIC 9(04) COMP VALUE 0.
       77  XMOV-NUM                         PIC 9(04) COMP VALUE 0.
       77  ARCHIVE-READ-COUNT               PIC 9(08) COMP VALUE 0.
       77  PAIRED-COUNT                     PIC 9(08) COMP VALUE 0.
       77  TRANSFER-COUNT                   PIC 9(08) COMP VALUE 0.
       77  SAME-DEPT-COUNT                  PIC 9(08) COMP VALUE 0.
       77  ORPHAN-BEFORE-COUNT              PIC 9(08) COMP VALUE 0.
       77  ORPHAN-AFTER-COUNT               PIC 9(08) COMP VALUE 0.
       77  NOT-TIED-COUNT                   PIC 9(08) COMP VALUE 0.
       77  HEADCOUNT-TOTAL                  PIC 9(08) COMP VALUE 0.
       77  NET-TOTAL                        PIC S9(08) COMP VALUE 0.

       01  XFER-REPORT-LINES.
           05  XFER-TITLE-LINE              PIC X(80) VALUE
               "SAMPXFER - DEPARTMENT TRANSFER FLOW".
           05  XFER-WINDOW-LINE.
               10  FILLER                   PIC X(18) VALUE
                   "REPORT WINDOW . . ".
               10  XFER-WINDOW-FROM         PIC 9(08).
               10  FILLER                   PIC X(03) VALUE " - ".
               10  XFER-WINDOW-TO           PIC 9(08).
           05  XFER-GEN-LINE.
               10  FILLER                   PIC X(11) VALUE
                   "GENERATION ".
               10  XFER-GEN-NUMBER          PIC ZZZ9.
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  XFER-GEN-NAME            PIC X(08).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  XFER-GEN-DATE            PIC X(08).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  XFER-GEN-COUNT           PIC ZZZZ,ZZ9.
               10  FILLER                   PIC X(02) VALUE SPACES.
               10  XFER-GEN-VERDICT         PIC X(20).
           05  XFER-MATRIX-HEAD-LINE.
               10  FILLER                   PIC X(05) VALUE "FROM".
               10  FILLER                   PIC X(05) VALUE "TO".
               10  FILLER                   PIC X(10) VALUE "   MOVES".
               10  FILLER                   PIC X(26) VALUE
                   "FROM DEPARTMENT".
               10  FILLER                   PIC X(13) VALUE
                   "TO DEPARTMENT".
           05  XFER-MATRIX-LINE.
               10  XFER-MX-FROM             PIC X(03).
               10  FILLER                   PIC X(02) VALUE SPACES.
               10  XFER-MX-TO               PIC X(03).
               10  FILLER                   PIC X(02) VALUE SPACES.
               10  XFER-MX-COUNT            PIC ZZZZ,ZZ9.
               10  FILLER                   PIC X(02) VALUE SPACES.
               10  XFER-MX-FROM-NAME        PIC X(25).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  XFER-MX-TO-NAME          PIC X(25).
           05  XFER-DEPT-HEAD-LINE.
               10  FILLER                   PIC X(30) VALUE
                   "DEPT DEPARTMENT".
               10  FILLER                   PIC X(06) VALUE "    IN".
               10  FILLER                   PIC X(07) VALUE "    OUT".
               10  FILLER                   PIC X(08) VALUE "     NET".
               10  FILLER                   PIC X(07) VALUE "    NOW".
               10  FILLER                   PIC X(08) VALUE "  BEFORE".
           05  XFER-DEPT-LINE.
               10  XFER-DL-DEPTNO           PIC X(03).
               10  FILLER                   PIC X(02) VALUE SPACES.
               10  XFER-DL-DEPTNAME         PIC X(24).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  XFER-DL-IN               PIC ZZ,ZZ9.
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  XFER-DL-OUT              PIC ZZ,ZZ9.
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  XFER-DL-NET              PIC ---,--9.
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  XFER-DL-NOW              PIC ZZ,ZZ9.
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  XFER-DL-START            PIC ---,--9.
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  XFER-DL-FLAG             PIC X(01).
           05  XFER-COUNT-LINE.
               10  XFER-CNT-TEXT            PIC X(28).
               10  XFER-CNT-VALUE           PIC ZZZZ,ZZ9.
           05  XFER-NET-LINE.
               10  XFER-NET-TEXT            PIC X(28).
               10  XFER-NET-VALUE           PIC ----,--9.

      ******************************************************************
      *  EXTRACT LINES - ONE COMMA-SEPARATED RECORD PER FACT, FIXED
      *  COLUMN POSITIONS SO THE SPREADSHEET IMPORT NEVER GUESSES (THE
      *  DEPARTMENT NAME, LAST, IS QUOTED):
      *    SAMPXFER,FROM,YYYYMMDD,TO,YYYYMMDD
      *    MOVE,FFF,TTT,99999999
      *    DEPT,DDD,IN,OUT,+NET,NOW,+BEFORE,"NAME"
      ******************************************************************
       01  EXT-HEADER-LINE.
           05  FILLER                       PIC X(14) VALUE
               "SAMPXFER,FROM,".
           05  EXT-HDR-FROM                 PIC 9(08).
           05  FILLER                       PIC X(04) VALUE ",TO,".
           05  EXT-HDR-TO                   PIC 9(08).
       01  EXT-MOVE-LINE.
           05  FILLER                       PIC X(05) VALUE "MOVE,".
           05  EXT-MOVE-FROM                PIC X(03).
           05  FILLER                       PIC X(01) VALUE ",".
           05  EXT-MOVE-TO                  PIC X(03).
           05  FILLER                       PIC X(01) VALUE ",".
           05  EXT-MOVE-COUNT               PIC 9(08).
       01  EXT-DEPT-LINE.
           05  FILLER                       PIC X(05) VALUE "DEPT,".
           05  EXT-DEPT-DEPTNO              PIC X(03).
           05  FILLER                       PIC X(01) VALUE ",".
           05  EXT-DEPT-IN                  PIC 9(08).
           05  FILLER                       PIC X(01) VALUE ",".
           05  EXT-DEPT-OUT                 PIC 9(08).
           05  FILLER                       PIC X(01) VALUE ",".
           05  EXT-DEPT-NET                 PIC +9(07).
           05  FILLER                       PIC X(01) VALUE ",".
           05  EXT-DEPT-NOW                 PIC 9(08).
           05  FILLER                       PIC X(01) VALUE ",".
           05  EXT-DEPT-START               PIC +9(07).
           05  FILLER                       PIC X(01) VALUE ",".
           05  FILLER                       PIC X(01) VALUE QUOTE.
           05  EXT-DEPT-DEPTNAME            PIC X(36).
           05  FILLER                       PIC X(01) VALUE QUOTE.

       LINKAGE SECTION.
       01  BATCH-PARM.
           05  PARM-LEN                     PIC S9(04) COMP.
           05  PARM-TEXT                    PIC X(17).

       PROCEDURE DIVISION USING BATCH-PARM.

       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT SEVERE-ERROR
               PERFORM 2000-PROCESS-ARCHIVE-RECORD THRU 2000-EXIT
                   UNTIL ARCH-AT-EOF
           END-IF.
           IF NOT SEVERE-ERROR
               PERFORM 4000-REPORT-ORPHANS THRU 4000-EXIT
               PERFORM 5000-GET-HEADCOUNTS THRU 5000-EXIT
                   VARYING XDEPT-NUM FROM 1 BY 1
                   UNTIL XDEPT-NUM > XDEPT-COUNT OR SEVERE-ERROR
           END-IF.
           IF NOT SEVERE-ERROR
               PERFORM 8000-WRITE-REPORT THRU 8000-EXIT
               IF EXTRACT-AVAILABLE
                   PERFORM 8500-WRITE-EXTRACT THRU 8500-EXIT
               END-IF
           END-IF.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.

      ******************************************************************
      *  1000-INITIALIZE - PICK THE RANGE OUT OF THE PARM, OPEN THE
      *  FILES, LOAD EVERY DSN8C10.DEPT DEPARTMENT (A LIST TRUNCATED
      *  PAST 60 IS SEVERE, AS IN SAMPROSB - A MATRIX MISSING
      *  DEPARTMENTS WOULD NOT ADD UP), AND VERIFY ARCHIN.
      ******************************************************************
       1000-INITIALIZE.
           IF PARM-LEN = 17
               AND PARM-TEXT(1:8) NUMERIC
               AND PARM-TEXT(10:8) NUMERIC
               MOVE PARM-TEXT(1:8) TO RPT-FROM-DATE
               MOVE PARM-TEXT(10:8) TO RPT-TO-DATE
           END-IF.
           IF RPT-FROM-DATE > RPT-TO-DATE
               DISPLAY "SAMPXFER - FROM DATE AFTER TO DATE IN PARM"
               SET SEVERE-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCH-STATUS NOT = "00"
               DISPLAY "SAMPXFER - UNABLE TO OPEN ARCHIN, STATUS="
                   ARCH-STATUS
               SET SEVERE-ERROR TO TRUE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF RPT-STATUS NOT = "00"
               DISPLAY "SAMPXFER - UNABLE TO OPEN SYSPRINT, STATUS="
                   RPT-STATUS
               SET SEVERE-ERROR TO TRUE
           END-IF.
           IF SEVERE-ERROR
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT EXTRACT-FILE.
           IF EXT-STATUS = "00"
               SET EXTRACT-AVAILABLE TO TRUE
           ELSE
               DISPLAY "SAMPXFER - NO EXTRACT DD (STATUS=" EXT-STATUS
                   "), EXTRACT SKIPPED, SYSPRINT ONLY"
           END-IF.
           MOVE XFER-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE RPT-FROM-DATE TO XFER-WINDOW-FROM.
           MOVE RPT-TO-DATE TO XFER-WINDOW-TO.
           MOVE XFER-WINDOW-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           CALL "SAMPDB2L" USING DEPT-LIST, DEPTL-LIST-SW.
           IF DEPTL-DB2-ERROR
               DISPLAY "SAMPXFER - DEPARTMENT LIST FAILED"
               SET SEVERE-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           IF DEPT-LIST-TRUNCATED
               DISPLAY "SAMPXFER - MORE THAN 60 DEPARTMENTS, MATRIX "
                   "WOULD BE INCOMPLETE"
               SET SEVERE-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-LOAD-DEPARTMENT THRU 1100-EXIT
               VARYING DEPTL-IDX FROM 1 BY 1
               UNTIL DEPTL-IDX > DEPTL-COUNT.
           PERFORM 1500-VERIFY-ARCHIVE-GENS THRU 1500-EXIT.
       1000-EXIT.
           EXIT.
      *
       1100-LOAD-DEPARTMENT.
           ADD 1 TO XDEPT-COUNT.
           INITIALIZE XDEPT-ENTRY(XDEPT-COUNT).
           MOVE DEPTL-DEPTNO(DEPTL-IDX) TO XDEPT-DEPTNO(XDEPT-COUNT).
           MOVE DEPTL-DEPTNAME(DEPTL-IDX)
               TO XDEPT-DEPTNAME(XDEPT-COUNT).
       1100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  1500-VERIFY-ARCHIVE-GENS - READ ARCHIN END TO END AND JUDGE
      *  EVERY GENERATION AGAINST ITS CONTROL RECORD (1600), THE SAME
      *  CHECK SAMPFEED MAKES, LISTING EACH ONE ON SYSPRINT.  ANY
      *  FAILURE IS SEVERE - A MOVE COUNT FROM A DAMAGED ARCHIVE IS
      *  WORSE THAN NONE; OTHERWISE ARCHIN IS REOPENED SO 2000 READS
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
               MOVE SPACES TO XFER-GEN-NAME
               MOVE SPACES TO XFER-GEN-DATE
               PERFORM 1700-WRITE-GEN-LINE THRU 1700-EXIT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF GEN-FAILED-COUNT > 0
               DISPLAY "SAMPXFER - ARCHIN FAILED ITS CONTROL TOTALS, "
                   "NO MATRIX PRODUCED"
               SET SEVERE-ERROR TO TRUE
               GO TO 1500-EXIT
           END-IF.
           CLOSE ARCHIVE-FILE.
           MOVE "N" TO ARCH-EOF-SW.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCH-STATUS NOT = "00"
               DISPLAY "SAMPXFER - UNABLE TO REOPEN ARCHIN, STATUS="
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
               DISPLAY "SAMPXFER - ARCHIN READ FAILED, STATUS="
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
           MOVE ACTL-ARCHIVE-NAME TO XFER-GEN-NAME.
           MOVE ACTL-GEN-DATE TO XFER-GEN-DATE.
           PERFORM 1700-WRITE-GEN-LINE THRU 1700-EXIT.
           INITIALIZE ARCH-GEN-TOTALS.
       1600-EXIT.
           EXIT.
      *
       1700-WRITE-GEN-LINE.
           IF NOT GEN-VERDICT-OK
               ADD 1 TO GEN-FAILED-COUNT
           END-IF.
           MOVE GEN-NUMBER TO XFER-GEN-NUMBER.
           MOVE AGEN-RECORD-COUNT TO XFER-GEN-COUNT.
           MOVE GEN-VERDICT TO XFER-GEN-VERDICT.
           MOVE XFER-GEN-LINE TO REPORT-LINE.
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
               DISPLAY "SAMPXFER - ARCHIN READ FAILED, STATUS="
                   ARCH-STATUS
               SET ARCH-AT-EOF TO TRUE
               SET SEVERE-ERROR TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF ARCHIN-RECORD(1:8) = ACTL-CONTROL-MARKER
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO ARCHIVE-READ-COUNT.
           MOVE ARCHIN-RECORD TO AUD-WORK.
           PERFORM 3000-PAIR-ONE-EVENT THRU 3000-EXIT.
       2000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3000-PAIR-ONE-EVENT - ONLY "EMP UPDATE BEFORE"/"EMP UPDATE
      *  AFTER" EVENTS INSIDE THE RANGE MATTER.  A BEFORE WAITS IN THE
      *  OPEN-BEFORE TABLE; AN AFTER CLAIMS THE OLDEST WAITING BEFORE
      *  FOR ITS USERID AND EMPNO, AND THE PAIR IS A MOVE IF WORKDEPT
      *  DIFFERS.  AN AFTER WITH NO WAITING BEFORE IS AN ORPHAN AND IS
      *  NEVER GUESSED INTO THE MATRIX.
      ******************************************************************
       3000-PAIR-ONE-EVENT.
           IF AW-DATE < RPT-FROM-DATE OR AW-DATE > RPT-TO-DATE
               GO TO 3000-EXIT
           END-IF.
           IF AW-EVENT = "EMP UPDATE BEFORE"
               PERFORM 3100-HOLD-BEFORE-IMAGE THRU 3100-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF AW-EVENT NOT = "EMP UPDATE AFTER"
               GO TO 3000-EXIT
           END-IF.
           MOVE "N" TO OPB-MATCH-SW.
           MOVE 0 TO OPB-PICK.
           PERFORM 3200-FIND-WAITING-BEFORE THRU 3200-EXIT
               VARYING OPB-IDX FROM 1 BY 1
               UNTIL OPB-IDX > OPB-COUNT.
           IF NOT OPB-MATCH-FOUND
               ADD 1 TO ORPHAN-AFTER-COUNT
               DISPLAY "SAMPXFER - AFTER WITHOUT BEFORE, EMPNO="
                   AW-IMG-EMPNO " USERID=" AW-USERID " DATE=" AW-DATE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3300-COUNT-TRANSFER THRU 3300-EXIT.
       3000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3100-HOLD-BEFORE-IMAGE - PARK A BEFORE-IMAGE IN THE FIRST
      *  ENTRY FREED BY AN EARLIER PAIRING (3150), OR A NEW ONE PAST
      *  THE HIGH-WATER MARK.  ONLY 200 BEFORES WAITING AT THE SAME
      *  TIME IS SEVERE.
      ******************************************************************
       3100-HOLD-BEFORE-IMAGE.
           MOVE 0 TO OPB-FREE.
           PERFORM 3150-FIND-FREE-ENTRY THRU 3150-EXIT
               VARYING OPB-IDX FROM 1 BY 1
               UNTIL OPB-IDX > OPB-COUNT OR OPB-FREE NOT = 0.
           IF OPB-FREE = 0
               IF OPB-COUNT = 200
                   DISPLAY "SAMPXFER - MORE THAN 200 UNPAIRED BEFORES, "
                       "RUN ABANDONED - AUDIT TRAIL NEEDS A LOOK"
                   SET SEVERE-ERROR TO TRUE
                   SET ARCH-AT-EOF TO TRUE
                   GO TO 3100-EXIT
               END-IF
               ADD 1 TO OPB-COUNT
               MOVE OPB-COUNT TO OPB-FREE
           END-IF.
           SET OPB-IDX TO OPB-FREE.
           MOVE AW-USERID TO OPB-USERID(OPB-IDX).
           MOVE AW-IMG-EMPNO TO OPB-EMPNO(OPB-IDX).
           MOVE AW-DATE TO OPB-DATE(OPB-IDX).
           MOVE AW-TIME TO OPB-TIME(OPB-IDX).
           MOVE AW-IMG-WORKDEPT TO OPB-WORKDEPT(OPB-IDX).
           MOVE "N" TO OPB-USED-SW(OPB-IDX).
       3100-EXIT.
           EXIT.
      *
       3150-FIND-FREE-ENTRY.
           IF OPB-USED-SW(OPB-IDX) = "Y"
               SET OPB-FREE TO OPB-IDX
           END-IF.
       3150-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3200-FIND-WAITING-BEFORE - A FREED ENTRY IS REUSED WHEREVER IT
      *  SITS, SO TABLE POSITION SAYS NOTHING ABOUT AGE: EVERY ENTRY IS
      *  LOOKED AT AND THE MATCH WITH THE EARLIEST TIMESTAMP WINS.
      ******************************************************************
       3200-FIND-WAITING-BEFORE.
           IF OPB-USED-SW(OPB-IDX) = "Y"
               GO TO 3200-EXIT
           END-IF.
           IF OPB-USERID(OPB-IDX) NOT = AW-USERID
               OR OPB-EMPNO(OPB-IDX) NOT = AW-IMG-EMPNO
               GO TO 3200-EXIT
           END-IF.
           IF OPB-MATCH-FOUND
               IF OPB-TIMESTAMP(OPB-IDX) NOT < OPB-TIMESTAMP(OPB-PICK)
                   GO TO 3200-EXIT
               END-IF
           END-IF.
           SET OPB-MATCH-FOUND TO TRUE.
           SET OPB-PICK TO OPB-IDX.
       3200-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3300-COUNT-TRANSFER - A PAIRED CHANGE.  A NAME-ONLY CHANGE
      *  (SAME WORKDEPT BOTH SIDES) IS COUNTED AND OTHERWISE IGNORED;
      *  A WORKDEPT CHANGE IS ONE MOVE OUT OF THE OLD DEPARTMENT, ONE
      *  MOVE INTO THE NEW, AND ONE IN THE FROM/TO MATRIX CELL.
      ******************************************************************
       3300-COUNT-TRANSFER.
           SET OPB-IDX TO OPB-PICK.
           MOVE "Y" TO OPB-USED-SW(OPB-IDX).
           ADD 1 TO PAIRED-COUNT.
           IF OPB-WORKDEPT(OPB-IDX) = AW-IMG-WORKDEPT
               ADD 1 TO SAME-DEPT-COUNT
               GO TO 3300-EXIT
           END-IF.
           MOVE OPB-WORKDEPT(OPB-IDX) TO XDEPT-SEARCH-KEY.
           PERFORM 3400-FIND-DEPARTMENT THRU 3400-EXIT.
           IF SEVERE-ERROR
               GO TO 3300-EXIT
           END-IF.
           MOVE XDEPT-FOUND-NUM TO FROM-NUM.
           MOVE AW-IMG-WORKDEPT TO XDEPT-SEARCH-KEY.
           PERFORM 3400-FIND-DEPARTMENT THRU 3400-EXIT.
           IF SEVERE-ERROR
               GO TO 3300-EXIT
           END-IF.
           MOVE XDEPT-FOUND-NUM TO TO-NUM.
           PERFORM 3500-COUNT-MATRIX-CELL THRU 3500-EXIT.
           IF SEVERE-ERROR
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO TRANSFER-COUNT.
           ADD 1 TO XDEPT-OUT-COUNT(FROM-NUM).
           ADD 1 TO XDEPT-IN-COUNT(TO-NUM).
       3300-EXIT.
           EXIT.
      *
      ******************************************************************
      *  3400-FIND-DEPARTMENT - XDEPT-SEARCH-KEY TO ITS DEPARTMENT
      *  TABLE ENTRY, ADDING ONE FOR A WORKDEPT DSN8C10.DEPT DOES NOT
      *  (OR NO LONGER) CARRY.  A FULL TABLE IS SEVERE.
      ******************************************************************
       3400-FIND-DEPARTMENT.
           MOVE 0 TO XDEPT-FOUND-NUM.
           PERFORM 3450-MATCH-DEPARTMENT THRU 3450-EXIT
               VARYING XDEPT-NUM FROM 1 BY 1
               UNTIL XDEPT-NUM > XDEPT-COUNT
                  OR XDEPT-FOUND-NUM NOT = 0.
           IF XDEPT-FOUND-NUM NOT = 0
               GO TO 3400-EXIT
           END-IF.
           IF XDEPT-COUNT = 80
               DISPLAY "SAMPXFER - MORE THAN 80 DEPARTMENTS, RUN "
                   "ABANDONED"
               SET SEVERE-ERROR TO TRUE
               SET ARCH-AT-EOF TO TRUE
               GO TO 3400-EXIT
           END-IF.
           ADD 1 TO XDEPT-COUNT.
           INITIALIZE XDEPT-ENTRY(XDEPT-COUNT).
           MOVE XDEPT-SEARCH-KEY TO XDEPT-DEPTNO(XDEPT-COUNT).
           IF XDEPT-SEARCH-KEY = SPACES
               MOVE "(NO DEPARTMENT)" TO XDEPT-DEPTNAME(XDEPT-COUNT)
           ELSE
               MOVE "(NOT IN DSN8C10.DEPT)"
                   TO XDEPT-DEPTNAME(XDEPT-COUNT)
           END-IF.
           MOVE XDEPT-COUNT TO XDEPT-FOUND-NUM.
       3400-EXIT.
           EXIT.
      *
       3450-MATCH-DEPARTMENT.
           IF XDEPT-DEPTNO(XDEPT-NUM) = XDEPT-SEARCH-KEY
               MOVE XDEPT-NUM TO XDEPT-FOUND-NUM
           END-IF.
       3450-EXIT.
           EXIT.
      *
       3500-COUNT-MATRIX-CELL.
           MOVE 0 TO XMOV-FOUND-NUM.
           PERFORM 3550-MATCH-MATRIX-CELL THRU 3550-EXIT
               VARYING XMOV-NUM FROM 1 BY 1
               UNTIL XMOV-NUM > XMOV-COUNT-USED
                  OR XMOV-FOUND-NUM NOT = 0.
           IF XMOV-FOUND-NUM = 0
               IF XMOV-COUNT-USED = 500
                   DISPLAY "SAMPXFER - MORE THAN 500 DEPARTMENT PAIRS, "
                       "RUN ABANDONED"
                   SET SEVERE-ERROR TO TRUE
                   SET ARCH-AT-EOF TO TRUE
                   GO TO 3500-EXIT
               END-IF
               ADD 1 TO XMOV-COUNT-USED
               MOVE XMOV-COUNT-USED TO XMOV-FOUND-NUM
               MOVE FROM-NUM TO XMOV-FROM-NUM(XMOV-FOUND-NUM)
               MOVE TO-NUM TO XMOV-TO-NUM(XMOV-FOUND-NUM)
               MOVE 0 TO XMOV-COUNT(XMOV-FOUND-NUM)
           END-IF.
           ADD 1 TO XMOV-COUNT(XMOV-FOUND-NUM).
       3500-EXIT.
           EXIT.
      *
       3550-MATCH-MATRIX-CELL.
           IF XMOV-FROM-NUM(XMOV-NUM) = FROM-NUM
               AND XMOV-TO-NUM(XMOV-NUM) = TO-NUM
               MOVE XMOV-NUM TO XMOV-FOUND-NUM
           END-IF.
       3550-EXIT.
           EXIT.
      *
      ******************************************************************
      *  4000-REPORT-ORPHANS - BEFORES STILL WAITING AT END OF INPUT,
      *  EACH AN UPDATE THAT DIED BETWEEN ITS TWO AUDIT WRITES (OR
      *  WHOSE AFTER FELL PAST THE END OF THE RANGE).
      ******************************************************************
       4000-REPORT-ORPHANS.
           PERFORM 4100-REPORT-ONE-ORPHAN THRU 4100-EXIT
               VARYING OPB-IDX FROM 1 BY 1
               UNTIL OPB-IDX > OPB-COUNT.
       4000-EXIT.
           EXIT.
      *
       4100-REPORT-ONE-ORPHAN.
           IF OPB-USED-SW(OPB-IDX) = "Y"
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO ORPHAN-BEFORE-COUNT.
           DISPLAY "SAMPXFER - BEFORE WITHOUT AFTER, EMPNO="
               OPB-EMPNO(OPB-IDX) " USERID=" OPB-USERID(OPB-IDX)
               " DATE=" OPB-DATE(OPB-IDX).
       4100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  5000-GET-HEADCOUNTS - TODAY'S HEADCOUNT FOR EACH DEPARTMENT
      *  FROM SAMPDB2R (ROST-HEADCOUNT IS THE TRUE COUNT EVEN PAST THE
      *  50-ROW LIST), AND THE TIE-BACK: HEADCOUNT LESS NET CHANGE IS
      *  WHAT THE DEPARTMENT HELD BEFORE THE RANGE'S MOVES.  BELOW
      *  ZERO IT CANNOT BE RIGHT - THE DEPARTMENT CHANGED OUTSIDE THE
      *  AUDITED PATHS, OR AFTER THE RANGE - AND IS FLAGGED.
      ******************************************************************
       5000-GET-HEADCOUNTS.
           MOVE XDEPT-DEPTNO(XDEPT-NUM) TO HV-WORKDEPT.
           CALL "SAMPDB2R" USING HV-WORKDEPT, DEPT-ROSTER,
               ROSTER-SW.
           IF ROST-DB2-ERROR
               DISPLAY "SAMPXFER - ROSTER FAILED FOR " HV-WORKDEPT
               SET SEVERE-ERROR TO TRUE
               GO TO 5000-EXIT
           END-IF.
           MOVE ROST-HEADCOUNT TO XDEPT-HEADCOUNT(XDEPT-NUM).
           ADD ROST-HEADCOUNT TO HEADCOUNT-TOTAL.
           COMPUTE XDEPT-NET(XDEPT-NUM) = XDEPT-IN-COUNT(XDEPT-NUM)
               - XDEPT-OUT-COUNT(XDEPT-NUM).
           ADD XDEPT-NET(XDEPT-NUM) TO NET-TOTAL.
           COMPUTE XDEPT-START(XDEPT-NUM) = XDEPT-HEADCOUNT(XDEPT-NUM)
               - XDEPT-NET(XDEPT-NUM).
           IF XDEPT-START(XDEPT-NUM) < 0
               ADD 1 TO NOT-TIED-COUNT
           END-IF.
       5000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  8000-WRITE-REPORT - THE MATRIX (FROM DEPARTMENT MAJOR, TO
      *  DEPARTMENT MINOR, BOTH IN DEPARTMENT TABLE ORDER), THEN ONE
      *  LINE PER DEPARTMENT, THEN THE TOTALS.  NET CHANGE ACROSS ALL
      *  DEPARTMENTS IS ALWAYS ZERO - EVERY MOVE OUT IS A MOVE IN.
      ******************************************************************
       8000-WRITE-REPORT.
           MOVE "TRANSFER MATRIX" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE XFER-MATRIX-HEAD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF TRANSFER-COUNT = 0
               MOVE "  NO DEPARTMENT TRANSFERS IN THE REPORT WINDOW"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM 8100-WRITE-FROM-DEPARTMENT THRU 8100-EXIT
               VARYING FROM-NUM FROM 1 BY 1
               UNTIL FROM-NUM > XDEPT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DEPARTMENT MOVEMENT AGAINST TODAY'S HEADCOUNT"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE XFER-DEPT-HEAD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 8300-WRITE-DEPARTMENT THRU 8300-EXIT
               VARYING XDEPT-NUM FROM 1 BY 1
               UNTIL XDEPT-NUM > XDEPT-COUNT.
           IF NOT-TIED-COUNT > 0
               MOVE "  * NOW LESS NET IS BELOW ZERO - DOES NOT TIE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "    (CHANGED OUTSIDE THE AUDIT OR AFTER THE RANGE)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ARCHIVE RECORDS READ. . . . " TO XFER-CNT-TEXT.
           MOVE ARCHIVE-READ-COUNT TO XFER-CNT-VALUE.
           PERFORM 8900-WRITE-COUNT THRU 8900-EXIT.
           MOVE "EMPLOYEE CHANGES PAIRED . . " TO XFER-CNT-TEXT.
           MOVE PAIRED-COUNT TO XFER-CNT-VALUE.
           PERFORM 8900-WRITE-COUNT THRU 8900-EXIT.
           MOVE "DEPARTMENT TRANSFERS. . . . " TO XFER-CNT-TEXT.
           MOVE TRANSFER-COUNT TO XFER-CNT-VALUE.
           PERFORM 8900-WRITE-COUNT THRU 8900-EXIT.
           MOVE "CHANGES WITHIN A DEPARTMENT " TO XFER-CNT-TEXT.
           MOVE SAME-DEPT-COUNT TO XFER-CNT-VALUE.
           PERFORM 8900-WRITE-COUNT THRU 8900-EXIT.
           MOVE "BEFORE WITHOUT AFTER. . . . " TO XFER-CNT-TEXT.
           MOVE ORPHAN-BEFORE-COUNT TO XFER-CNT-VALUE.
           PERFORM 8900-WRITE-COUNT THRU 8900-EXIT.
           MOVE "AFTER WITHOUT BEFORE. . . . " TO XFER-CNT-TEXT.
           MOVE ORPHAN-AFTER-COUNT TO XFER-CNT-VALUE.
           PERFORM 8900-WRITE-COUNT THRU 8900-EXIT.
           MOVE "DEPARTMENTS LISTED. . . . . " TO XFER-CNT-TEXT.
           MOVE XDEPT-COUNT TO XFER-CNT-VALUE.
           PERFORM 8900-WRITE-COUNT THRU 8900-EXIT.
           MOVE "HEADCOUNT NOW . . . . . . . " TO XFER-CNT-TEXT.
           MOVE HEADCOUNT-TOTAL TO XFER-CNT-VALUE.
           PERFORM 8900-WRITE-COUNT THRU 8900-EXIT.
           MOVE "NET CHANGE, ALL DEPARTMENTS " TO XFER-NET-TEXT.
           MOVE NET-TOTAL TO XFER-NET-VALUE.
           MOVE XFER-NET-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DEPARTMENTS NOT TYING . . . " TO XFER-CNT-TEXT.
           MOVE NOT-TIED-COUNT TO XFER-CNT-VALUE.
           PERFORM 8900-WRITE-COUNT THRU 8900-EXIT.
       8000-EXIT.
           EXIT.
      *
       8100-WRITE-FROM-DEPARTMENT.
           PERFORM 8150-WRITE-MATRIX-CELL THRU 8150-EXIT
               VARYING TO-NUM FROM 1 BY 1
               UNTIL TO-NUM > XDEPT-COUNT.
       8100-EXIT.
           EXIT.
      *
       8150-WRITE-MATRIX-CELL.
           MOVE 0 TO XMOV-FOUND-NUM.
           PERFORM 3550-MATCH-MATRIX-CELL THRU 3550-EXIT
               VARYING XMOV-NUM FROM 1 BY 1
               UNTIL XMOV-NUM > XMOV-COUNT-USED
                  OR XMOV-FOUND-NUM NOT = 0.
           IF XMOV-FOUND-NUM = 0
               GO TO 8150-EXIT
           END-IF.
           MOVE XDEPT-DEPTNO(FROM-NUM) TO XFER-MX-FROM.
           MOVE XDEPT-DEPTNO(TO-NUM) TO XFER-MX-TO.
           MOVE XMOV-COUNT(XMOV-FOUND-NUM) TO XFER-MX-COUNT.
           MOVE XDEPT-DEPTNAME(FROM-NUM) TO XFER-MX-FROM-NAME.
           MOVE XDEPT-DEPTNAME(TO-NUM) TO XFER-MX-TO-NAME.
           MOVE XFER-MATRIX-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       8150-EXIT.
           EXIT.
      *
       8300-WRITE-DEPARTMENT.
           MOVE XDEPT-DEPTNO(XDEPT-NUM) TO XFER-DL-DEPTNO.
           MOVE XDEPT-DEPTNAME(XDEPT-NUM) TO XFER-DL-DEPTNAME.
           MOVE XDEPT-IN-COUNT(XDEPT-NUM) TO XFER-DL-IN.
           MOVE XDEPT-OUT-COUNT(XDEPT-NUM) TO XFER-DL-OUT.
           MOVE XDEPT-NET(XDEPT-NUM) TO XFER-DL-NET.
           MOVE XDEPT-HEADCOUNT(XDEPT-NUM) TO XFER-DL-NOW.
           MOVE XDEPT-START(XDEPT-NUM) TO XFER-DL-START.
           IF XDEPT-START(XDEPT-NUM) < 0
               MOVE "*" TO XFER-DL-FLAG
           ELSE
               MOVE SPACE TO XFER-DL-FLAG
           END-IF.
           MOVE XFER-DEPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       8300-EXIT.
           EXIT.
      *
      ******************************************************************
      *  8500-WRITE-EXTRACT - THE MACHINE-READABLE SIDE, SAME NUMBERS
      *  AS SYSPRINT: THE HEADER, ONE MOVE LINE PER MATRIX CELL, ONE
      *  DEPT LINE PER DEPARTMENT.
      ******************************************************************
       8500-WRITE-EXTRACT.
           MOVE RPT-FROM-DATE TO EXT-HDR-FROM.
           MOVE RPT-TO-DATE TO EXT-HDR-TO.
           MOVE EXT-HEADER-LINE TO EXTRACT-LINE.
           WRITE EXTRACT-LINE.
           PERFORM 8600-WRITE-EXTRACT-MOVE THRU 8600-EXIT
               VARYING XMOV-NUM FROM 1 BY 1
               UNTIL XMOV-NUM > XMOV-COUNT-USED.
           PERFORM 8700-WRITE-EXTRACT-DEPT THRU 8700-EXIT
               VARYING XDEPT-NUM FROM 1 BY 1
               UNTIL XDEPT-NUM > XDEPT-COUNT.
       8500-EXIT.
           EXIT.
      *
       8600-WRITE-EXTRACT-MOVE.
           MOVE XMOV-FROM-NUM(XMOV-NUM) TO FROM-NUM.
           MOVE XMOV-TO-NUM(XMOV-NUM) TO TO-NUM.
           MOVE XDEPT-DEPTNO(FROM-NUM) TO EXT-MOVE-FROM.
           MOVE XDEPT-DEPTNO(TO-NUM) TO EXT-MOVE-TO.
           MOVE XMOV-COUNT(XMOV-NUM) TO EXT-MOVE-COUNT.
           MOVE EXT-MOVE-LINE TO EXTRACT-LINE.
           WRITE EXTRACT-LINE.
       8600-EXIT.
           EXIT.
      *
       8700-WRITE-EXTRACT-DEPT.
           MOVE XDEPT-DEPTNO(XDEPT-NUM) TO EXT-DEPT-DEPTNO.
           MOVE XDEPT-IN-COUNT(XDEPT-NUM) TO EXT-DEPT-IN.
           MOVE XDEPT-OUT-COUNT(XDEPT-NUM) TO EXT-DEPT-OUT.
           MOVE XDEPT-NET(XDEPT-NUM) TO EXT-DEPT-NET.
           MOVE XDEPT-HEADCOUNT(XDEPT-NUM) TO EXT-DEPT-NOW.
           MOVE XDEPT-START(XDEPT-NUM) TO EXT-DEPT-START.
           MOVE XDEPT-DEPTNAME(XDEPT-NUM) TO EXT-DEPT-DEPTNAME.
           MOVE EXT-DEPT-LINE TO EXTRACT-LINE.
           WRITE EXTRACT-LINE.
       8700-EXIT.
           EXIT.
      *
       8900-WRITE-COUNT.
           MOVE XFER-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       8900-EXIT.
           EXIT.
      *
       9999-TERMINATE.
           CLOSE ARCHIVE-FILE.
           CLOSE REPORT-FILE.
           IF EXTRACT-AVAILABLE
               CLOSE EXTRACT-FILE
           END-IF.
           IF SEVERE-ERROR
               MOVE 12 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF ORPHAN-BEFORE-COUNT > 0
               OR ORPHAN-AFTER-COUNT > 0
               OR NOT-TIED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       9999-EXIT.
           EXIT.
