       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPAUTL.
       AUTHOR. RAPPELBERRYPI.
       INSTALLATION. RAPPELBERRYPI SYSTEMS PROGRAMMING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *  MODIFICATION HISTORY
      *  ----------------------------------------------------------
      *  2026-10-15  RBP  ORIGINAL VERSION - THE ENTITLEMENT LISTING.
      *                   SECURITY REVIEW USED TO ASK FOR A SCREENSHOT
      *                   OF AN IDCAMS REPRO PRINT OF THE AUTH KSDS
      *                   (SEE SAMPAUTH).  THIS JOB READS THE KSDS IN
      *                   USERID ORDER AND PRINTS ONE LINE PER USERID:
      *                   THE RAW OPTION STRING, A GRID OF THE MENU
      *                   OPTIONS IT GRANTS, AND A NOTE FOR SECURITY
      *                   ADMINISTRATORS (OPTION 7), USERIDS HOLDING
      *                   NOTHING, AND ANY CHARACTER THAT IS NOT A
      *                   MENU OPTION IN SERVICE.  TOTALS PER OPTION
      *                   CLOSE THE LISTING.  NO PARM, NO INPUT DECK.
      *  2026-10-15  RBP  OPTION 8 (CHANGE HISTORY) ADDED TO THE GRID,
      *                   THE LEGEND AND THE PER-OPTION TOTALS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-FILE ASSIGN TO AUTHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUTH-USERID
               FILE STATUS IS AUTH-STATUS.
           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "SAMPAUTH" OF COPYLIB.
       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                      PIC X(80).
       WORKING-STORAGE SECTION.

       01  AUTH-STATUS                      PIC X(02) VALUE SPACES.
       01  RPT-STATUS                       PIC X(02) VALUE SPACES.
       01  AUTH-EOF-SW                      PIC X(01) VALUE "N".
           88  AUTH-AT-EOF                    VALUE "Y".
       01  AUTH-OPEN-SW                     PIC X(01) VALUE "N".
           88  AUTH-IS-OPEN                   VALUE "Y".
       01  SEVERE-SW                        PIC X(01) VALUE "N".
           88  SEVERE-ERROR                   VALUE "Y".
       01  LIST-DATE                        PIC 9(08) VALUE 0.

      ******************************************************************
      *  OPTION GRID WORK AREAS.  AUTL-OPTION-LAST IS THE HIGHEST MENU
      *  OPTION IN SERVICE (THE SAME VALUE AS OPTION-CD-LAST IN
      *  SAMPVARS); AUTL-OPT-CHAR IS THE OPTION BEING LOOKED FOR,
      *  BUILT FROM THE NUMERIC SUBSCRIPT THROUGH THE REDEFINE.
      *  OPTION-HOLDER-COUNT KEEPS THE PER-OPTION TOTALS.
      ******************************************************************
       01  AUTL-OPTION-LAST                 PIC 9(01) VALUE 8.
       01  AUTL-OPT-NUM                     PIC 9(01) VALUE 0.
       01  AUTL-OPT-CHAR REDEFINES AUTL-OPT-NUM
                                            PIC X(01).
       01  AUTL-CHAR-IDX                    PIC 9(02) COMP VALUE 0.
       01  AUTL-TALLY                       PIC 9(02) COMP VALUE 0.
       01  AUTL-ODD-SW                      PIC X(01) VALUE "N".
           88  AUTL-HAS-ODD-CHAR              VALUE "Y".
       01  OPTION-HOLDER-TABLE.
           05  OPTION-HOLDER-COUNT OCCURS 9 TIMES
                                            PIC 9(08) COMP.

       77  USERID-COUNT                     PIC 9(08) COMP VALUE 0.
       77  ADMIN-COUNT                      PIC 9(08) COMP VALUE 0.
       77  EMPTY-COUNT                      PIC 9(08) COMP VALUE 0.
       77  ODD-CHAR-COUNT                   PIC 9(08) COMP VALUE 0.

       01  AUTL-REPORT-LINES.
           05  AUTL-TITLE-LINE.
               10  FILLER                   PIC X(33) VALUE
                   "SAMPAUTL - ENTITLEMENT LISTING - ".
               10  AUTL-TITLE-DATE          PIC 9(08).
           05  AUTL-LEGEND-LINE-1.
               10  FILLER                   PIC X(36) VALUE
                   "OPTIONS: 1 EMP LOOKUP  2 FREE TEXT  ".
               10  FILLER                   PIC X(44) VALUE
                   "3 HISTORY INQUIRY  4 EMP UPDATE".
           05  AUTL-LEGEND-LINE-2.
               10  FILLER                   PIC X(35) VALUE
                   "         5 DEPT ROSTER  6 APPROVALS".
               10  FILLER                   PIC X(45) VALUE
                   "  7 AUTH MAINTENANCE (SECURITY ADMIN)".
           05  AUTL-LEGEND-LINE-3           PIC X(80) VALUE
               "         8 CHANGE HISTORY".
           05  AUTL-HEADER-LINE             PIC X(80) VALUE
               "USERID    OPTIONS     1 2 3 4 5 6 7 8     NOTE".
           05  AUTL-DETAIL-LINE.
               10  AUTL-DET-USERID          PIC X(08).
               10  FILLER                   PIC X(02) VALUE SPACES.
               10  AUTL-DET-OPTIONS         PIC X(10).
               10  FILLER                   PIC X(02) VALUE SPACES.
               10  AUTL-DET-GRID OCCURS 9 TIMES.
                   15  AUTL-DET-FLAG        PIC X(01).
                   15  FILLER               PIC X(01).
               10  FILLER                   PIC X(02) VALUE SPACES.
               10  AUTL-DET-NOTE            PIC X(30).
           05  AUTL-COUNT-LINE.
               10  AUTL-CNT-TEXT            PIC X(28).
               10  AUTL-CNT-VALUE           PIC ZZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT SEVERE-ERROR AND NOT AUTH-AT-EOF
               PERFORM 2000-LIST-ONE-USERID THRU 2000-EXIT
                   UNTIL AUTH-AT-EOF
           END-IF.
           IF NOT SEVERE-ERROR
               PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           END-IF.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.

      ******************************************************************
      *  1000-INITIALIZE - OPEN SYSPRINT AND THE AUTH KSDS AND PRINT
      *  THE HEADINGS.  STATUS 35 IS A SHOP THAT HAS NEVER LOADED THE
      *  KSDS - THE DIALOG RUNS UNRESTRICTED THERE, AND THE LISTING
      *  SAYS SO IN PLACE OF ANY USERID LINES RATHER THAN FAILING.
      ******************************************************************
       1000-INITIALIZE.
           INITIALIZE OPTION-HOLDER-TABLE.
           ACCEPT LIST-DATE FROM DATE YYYYMMDD.
           MOVE LIST-DATE TO AUTL-TITLE-DATE.
           OPEN OUTPUT REPORT-FILE.
           IF RPT-STATUS NOT = "00"
               DISPLAY "SAMPAUTL - UNABLE TO OPEN SYSPRINT, STATUS="
                   RPT-STATUS
               SET SEVERE-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE AUTL-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE AUTL-LEGEND-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE AUTL-LEGEND-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE AUTL-LEGEND-LINE-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT AUTH-FILE.
           IF AUTH-STATUS = "35"
               MOVE "NO AUTHFILE LOADED - DIALOG OPTIONS UNRESTRICTED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               SET AUTH-AT-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF.
           IF AUTH-STATUS NOT = "00"
               DISPLAY "SAMPAUTL - UNABLE TO OPEN AUTHFILE, STATUS="
                   AUTH-STATUS
               SET SEVERE-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET AUTH-IS-OPEN TO TRUE.
           MOVE AUTL-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE LOW-VALUES TO AUTH-USERID.
           START AUTH-FILE KEY NOT LESS THAN AUTH-USERID
               INVALID KEY
                   SET AUTH-AT-EOF TO TRUE
           END-START.
       1000-EXIT.
           EXIT.
      *
      ******************************************************************
      *  2000-LIST-ONE-USERID - ONE AUTH RECORD PER PASS.  THE GRID
      *  MARKS EACH OPTION 1 THROUGH AUTL-OPTION-LAST THE USERID
      *  HOLDS; A CHARACTER IN THE OPTION STRING THAT IS NOT ONE OF
      *  THEM (A HAND-LOADED TYPO, OR AN OPTION SINCE WITHDRAWN) IS
      *  CALLED OUT IN THE NOTE BECAUSE NOBODY CAN SAY WHAT IT GRANTS.
      ******************************************************************
       2000-LIST-ONE-USERID.
           READ AUTH-FILE NEXT RECORD
               AT END
                   SET AUTH-AT-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF AUTH-STATUS NOT = "00"
               DISPLAY "SAMPAUTL - AUTHFILE READ FAILED, STATUS="
                   AUTH-STATUS
               SET SEVERE-ERROR TO TRUE
               SET AUTH-AT-EOF TO TRUE
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO USERID-COUNT.
           MOVE SPACES TO AUTL-DETAIL-LINE.
           MOVE AUTH-USERID TO AUTL-DET-USERID.
           MOVE AUTH-OPTIONS TO AUTL-DET-OPTIONS.
           PERFORM 2100-MARK-ONE-OPTION THRU 2100-EXIT
               VARYING AUTL-OPT-NUM FROM 1 BY 1
               UNTIL AUTL-OPT-NUM > AUTL-OPTION-LAST.
           MOVE "N" TO AUTL-ODD-SW.
           PERFORM 2200-CHECK-ONE-CHAR THRU 2200-EXIT
               VARYING AUTL-CHAR-IDX FROM 1 BY 1
               UNTIL AUTL-CHAR-IDX > 10.
           EVALUATE TRUE
               WHEN AUTH-OPTIONS = SPACES
                   ADD 1 TO EMPTY-COUNT
                   MOVE "NO OPTIONS HELD" TO AUTL-DET-NOTE
               WHEN AUTL-HAS-ODD-CHAR
                   ADD 1 TO ODD-CHAR-COUNT
                   MOVE "** UNKNOWN OPTION CHARACTER **" TO
                       AUTL-DET-NOTE
               WHEN AUTL-DET-FLAG(7) = "X"
                   MOVE "SECURITY ADMINISTRATOR" TO AUTL-DET-NOTE
           END-EVALUATE.
           IF AUTL-DET-FLAG(7) = "X"
               ADD 1 TO ADMIN-COUNT
           END-IF.
           MOVE AUTL-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       2000-EXIT.
           EXIT.
      *
       2100-MARK-ONE-OPTION.
           MOVE 0 TO AUTL-TALLY.
           INSPECT AUTH-OPTIONS TALLYING AUTL-TALLY
               FOR ALL AUTL-OPT-CHAR.
           IF AUTL-TALLY > 0
               MOVE "X" TO AUTL-DET-FLAG(AUTL-OPT-NUM)
               ADD 1 TO OPTION-HOLDER-COUNT(AUTL-OPT-NUM)
           ELSE
               MOVE "." TO AUTL-DET-FLAG(AUTL-OPT-NUM)
           END-IF.
       2100-EXIT.
           EXIT.
      *
       2200-CHECK-ONE-CHAR.
           IF AUTH-OPTIONS(AUTL-CHAR-IDX:1) = SPACE
               GO TO 2200-EXIT
           END-IF.
           MOVE AUTL-OPTION-LAST TO AUTL-OPT-NUM.
           IF AUTH-OPTIONS(AUTL-CHAR-IDX:1) < "1"
               OR AUTH-OPTIONS(AUTL-CHAR-IDX:1) > AUTL-OPT-CHAR
               SET AUTL-HAS-ODD-CHAR TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.
      *
      ******************************************************************
      *  8000-WRITE-TOTALS - USERIDS LISTED, ADMINISTRATORS, EMPTY AND
      *  ODD RECORDS, THEN HOW MANY USERIDS HOLD EACH OPTION - THE
      *  LINES SECURITY REVIEW CHECKS AGAINST THE ACCESS REQUESTS.
      ******************************************************************
       8000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "USERIDS LISTED. . . . . . . " TO AUTL-CNT-TEXT.
           MOVE USERID-COUNT TO AUTL-CNT-VALUE.
           MOVE AUTL-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SECURITY ADMINISTRATORS . . " TO AUTL-CNT-TEXT.
           MOVE ADMIN-COUNT TO AUTL-CNT-VALUE.
           MOVE AUTL-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "USERIDS WITH NO OPTIONS . . " TO AUTL-CNT-TEXT.
           MOVE EMPTY-COUNT TO AUTL-CNT-VALUE.
           MOVE AUTL-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "UNKNOWN OPTION CHARACTERS . " TO AUTL-CNT-TEXT.
           MOVE ODD-CHAR-COUNT TO AUTL-CNT-VALUE.
           MOVE AUTL-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 8100-WRITE-OPTION-TOTAL THRU 8100-EXIT
               VARYING AUTL-OPT-NUM FROM 1 BY 1
               UNTIL AUTL-OPT-NUM > AUTL-OPTION-LAST.
       8000-EXIT.
           EXIT.
      *
       8100-WRITE-OPTION-TOTAL.
           MOVE "USERIDS HOLDING OPTION  . . " TO AUTL-CNT-TEXT.
           MOVE AUTL-OPT-CHAR TO AUTL-CNT-TEXT(24:1).
           MOVE OPTION-HOLDER-COUNT(AUTL-OPT-NUM) TO AUTL-CNT-VALUE.
           MOVE AUTL-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       8100-EXIT.
           EXIT.
      *
       9999-TERMINATE.
           CLOSE REPORT-FILE.
           IF AUTH-IS-OPEN
               CLOSE AUTH-FILE
           END-IF.
           IF SEVERE-ERROR
               MOVE 12 TO RETURN-CODE
           END-IF.
       9999-EXIT.
           EXIT.
