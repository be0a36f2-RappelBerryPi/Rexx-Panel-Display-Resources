      *                   NAME THE LOOKUP ACTUALLY FOUND - SPACES FOR
      *                   A TYPO LIKE E2I - SO THE REDISPLAY ANSWERS
      *                   "WHAT DID YOU THINK I TYPED".
      *  2026-10-15  RBP  OPTION 7 - AUTHORIZATION MAINTENANCE FOR
      *                   SECURITY ADMINISTRATORS (USERIDS HOLDING
      *                   OPTION 7).  INP "A USERID OPTIONS" ADDS,
      *                   "C ..." CHANGES AND "R USERID" REVOKES AN
      *                   AUTH RECORD (4800 IN SAMPLOGC); EACH CHANGE
      *                   AUDITS BEFORE/AFTER AUTH IMAGES FOR THE
      *                   SAMPACUT REPORT.  THE RESULT SHOWS IN THE
      *                   MESSAGE FIELD ON THE REDISPLAY.
      *  2026-10-15  RBP  EVERY APPROVED CHANGE NOW ALSO GOES ON THE
      *                   PERMANENT CHANGE LEDGER (LEDGFILE KSDS, SEE
      *                   SAMPLEDG) WITH ITS MAKER, APPROVER, QUEUE
      *                   TIME AND APPLY TIME - THE MAKER USED TO BE
      *                   LOST WHEN THE PENDFILE RECORD WAS DELETED.
      *                   NEW OPTION 8 TAKES AN EMPNO AND PAGES ITS
      *                   WHOLE CHANGE HISTORY THROUGH THE NEW
      *                   SAMPLINQ PANEL, FOUR CHANGES PER PAGE.
      *  2026-10-15  RBP  SAMPUPDT TAKES AN OPTIONAL EFFECTIVE DATE
      *                   (NEW NEWEFFDT FIELD, BLANK = AS SOON AS
      *                   APPROVED).  AN APPROVAL BEFORE THAT DATE
      *                   HOLDS THE CHANGE ON PENDFILE FOR THE NIGHTLY
      *                   SAMPEFFD JOB INSTEAD OF APPLYING IT; THE
      *                   SAMPAPPR LIST SHOWS EACH CHANGE'S EFFECTIVE
      *                   DATE AND AN H AGAINST ONES ALREADY HELD.
      *  2026-10-15  RBP  THE EFFECTIVE DATE'S DAY IS NOW CHECKED
      *                   AGAINST THE MONTH'S REAL LENGTH, LEAP YEARS
      *                   INCLUDED - 20261131 AND 20260230 WERE BEING
      *                   QUEUED.
      *  2026-10-15  RBP  A PENDFILE RECORD RELOADED WITH A BLANK
      *                   EFFECTIVE DATE IS TREATED AS UNDATED ON THE
      *                   APPROVAL LIST AND WHEN DECIDED, INSTEAD OF
      *                   COMPARING SPACES AS A NUMBER.
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
       FD  HISTORY-FILE
       FD  AUTH-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "SAMPAUTH" OF COPYLIB.
       FD  LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "SAMPLEDG" OF COPYLIB.
       WORKING-STORAGE SECTION.

       01  Command   PIC X(8)               VALUE "DISPLAY ".
       01  UPDT-PANEL PIC X(13)             VALUE "SAMPUPDT".
       01  ROST-PANEL PIC X(13)             VALUE "SAMPROS".
       01  APPR-PANEL PIC X(13)             VALUE "SAMPAPPR".
       01  LINQ-PANEL PIC X(13)             VALUE "SAMPLINQ".
      ******************************************************************
      *  FAIL-PANEL - THE PANEL NAME 8100-PANEL-NOT-FOUND REPORTS.
      *  SET BY WHICHEVER DISPLAY GOT THE RC=12, NOW THAT SECONDARY
      ******************************************************************
       01  NEWDN-PAREN       PIC X(11)      VALUE "(NEWDNAME)".
       01  NEWDN-LEN         PIC 9(6) COMP  VALUE 36.
      ******************************************************************
      *  NEWEFFDT IS THE OPTIONAL EFFECTIVE DATE (YYYYMMDD) FOR THE
      *  CHANGE - UPD-EFF-DATE IN SAMPVARS, CHECKED BY 3600.
      ******************************************************************
       01  NEWEF-PAREN       PIC X(11)      VALUE "(NEWEFFDT)".
       01  NEWEF-LEN         PIC 9(6) COMP  VALUE 8.
       01  UPD-RC            PIC S9(8) USAGE BINARY VALUE 0.
       01  UPD-DONE-SW       PIC X(01)      VALUE "N".
           88  UPD-DIALOG-DONE                VALUE "Y".
      *  PENDING CHANGE, R REJECTS IT (4500-DECIDE-PENDING-CHANGE IN
      *  SAMPLOGC DOES THE WORK, INCLUDING THE SELF-APPROVAL REFUSAL).
      *  THE LIST IS RELOADED AFTER EVERY DECISION SO THE ROW NUMBERS
      *  STAY HONEST.  EACH ROW ENDS WITH THE CHANGE'S EFFECTIVE DATE
      *  (BLANK = AS SOON AS APPROVED) AND AN H WHEN IT HAS ALREADY
      *  BEEN APPROVED AND IS HELD FOR THAT DATE.
      ******************************************************************
       01  APPRSEL-PAREN     PIC X(10)      VALUE "(APPRSEL)".
       01  APPRACT-PAREN     PIC X(10)      VALUE "(APPRACT)".
           05  APPR-LINE-NEW-FIRSTNME    PIC X(12).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  APPR-LINE-NEW-LASTNAME    PIC X(15).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  APPR-LINE-EFF-DATE        PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  APPR-LINE-HELD            PIC X(01).
           05  FILLER                    PIC X(01) VALUE SPACE.
       01  APPR-RC           PIC S9(8) USAGE BINARY VALUE 0.
       01  APPR-TOP          PIC 9(03) COMP VALUE 1.
       01  APPR-ROW-NUM      PIC 9(03) COMP VALUE 0.
       01  APPR-DONE-SW      PIC X(01)      VALUE "N".
           88  APPR-LIST-DONE                 VALUE "Y".

      ******************************************************************
      *  VDEFINE DESCRIPTIONS AND WORK AREAS FOR THE SAMPLINQ CHANGE-
      *  HISTORY PANEL (OPTION 8).  SAME EIGHT 80-BYTE ROWS AS THE
      *  OTHER LISTS, BUT EACH LEDGER ENTRY TAKES TWO OF THEM - WHEN
      *  AND BY WHOM ON THE FIRST, OLD -> NEW VALUES ON THE SECOND -
      *  SO A PAGE SHOWS FOUR CHANGES.  LINQHDR CARRIES THE EMPNO AND
      *  THE NUMBER OF CHANGES FOUND.  ENTER SCROLLS (WRAPPING), PF3
      *  LEAVES; A HISTORY IS READ, NOT RECALLED, SO THERE IS NO
      *  SELECT FIELD.
      ******************************************************************
       01  LINQPAGE-PAREN    PIC X(11)      VALUE "(LINQPAGE)".
       01  LINQPAGE-LEN      PIC 9(6) COMP  VALUE 640.
       01  LINQHDR-PAREN     PIC X(10)      VALUE "(LINQHDR)".
       01  LINQHDR-LEN       PIC 9(6) COMP  VALUE 80.
       01  LINQ-HDR-AREA     PIC X(80)      VALUE SPACES.
       01  LINQ-HDR-LINE.
           05  FILLER                    PIC X(06) VALUE "EMPNO ".
           05  LINQ-HDR-EMPNO            PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  LINQ-HDR-COUNT            PIC ZZ9.
           05  FILLER                    PIC X(16) VALUE
               " CHANGES ON FILE".
           05  LINQ-HDR-TRUNC            PIC X(30) VALUE SPACES.
       01  LINQ-PAGE-AREA.
           05  LINQ-PAGE-ROW OCCURS 8 TIMES PIC X(80).
       01  LINQ-WHEN-LINE.
           05  LINQ-LINE-NUM             PIC ZZ9.
           05  FILLER                    PIC X(09) VALUE " APPLIED ".
           05  LINQ-LINE-APPLY-DATE      PIC 9(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  LINQ-LINE-APPLY-TIME      PIC 9(08).
           05  FILLER                    PIC X(04) VALUE " BY ".
           05  LINQ-LINE-APPROVER        PIC X(08).
           05  FILLER                    PIC X(08) VALUE " QUEUED ".
           05  LINQ-LINE-QUEUE-DATE      PIC 9(08).
           05  FILLER                    PIC X(04) VALUE " BY ".
           05  LINQ-LINE-MAKER           PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  LINQ-LINE-SOURCE          PIC X(01).
           05  FILLER                    PIC X(09) VALUE SPACES.
       01  LINQ-VALUE-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  LINQ-LINE-OLD-FIRSTNME    PIC X(12).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  LINQ-LINE-OLD-LASTNAME    PIC X(15).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  LINQ-LINE-OLD-DEPT        PIC X(03).
           05  FILLER                    PIC X(04) VALUE " -> ".
           05  LINQ-LINE-NEW-FIRSTNME    PIC X(12).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  LINQ-LINE-NEW-LASTNAME    PIC X(15).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  LINQ-LINE-NEW-DEPT        PIC X(03).
           05  FILLER                    PIC X(08) VALUE SPACES.
       01  LINQ-RC           PIC S9(8) USAGE BINARY VALUE 0.
       01  LINQ-TOP          PIC 9(03) COMP VALUE 1.
       01  LINQ-ENTRY-NUM    PIC 9(03) COMP VALUE 0.
       01  LINQ-ENTRY-IDX    PIC 9(03) COMP VALUE 0.
       01  LINQ-ROW-NUM      PIC 9(03) COMP VALUE 0.
       01  LINQ-DONE-SW      PIC X(01)      VALUE "N".
           88  LINQ-LIST-DONE                 VALUE "Y".

      ******************************************************************
      *  SEVERE-SW STOPS THE MAIN LOOP ON RC=12 (PANEL NOT FOUND IN THE
      *  LIBDEF CONCATENATION) OR RC=20 (SEVERE ISPF ERROR) SO A BAD
               EMP-FLD-TYPE, EMPDP-LEN.
           CALL ISPLINK USING I-VDEFINE, NEWDN-PAREN, HV-DEPTNAME,
               EMP-FLD-TYPE, NEWDN-LEN.
           CALL ISPLINK USING I-VDEFINE, NEWEF-PAREN, UPD-EFF-DATE,
               EMP-FLD-TYPE, NEWEF-LEN.
           CALL ISPLINK USING I-VDEFINE, ROSTPAGE-PAREN,
               ROST-PAGE-AREA, EMP-FLD-TYPE, ROSTPAGE-LEN.
           CALL ISPLINK USING I-VDEFINE, ROSTHDR-PAREN,
               EMP-FLD-TYPE, APPRACT-LEN.
           CALL ISPLINK USING I-VDEFINE, APPRPAGE-PAREN,
               APPR-PAGE-AREA, EMP-FLD-TYPE, APPRPAGE-LEN.
           CALL ISPLINK USING I-VDEFINE, LINQPAGE-PAREN,
               LINQ-PAGE-AREA, EMP-FLD-TYPE, LINQPAGE-LEN.
           CALL ISPLINK USING I-VDEFINE, LINQHDR-PAREN,
               LINQ-HDR-AREA, EMP-FLD-TYPE, LINQHDR-LEN.
           CALL ISPLINK USING I-VGET, ZUSER-NAME, SHARED-POOL,
               USERID.
           OPEN I-O HISTORY-FILE.
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
               DISPLAY "SAMPANEL - UNABLE TO OPEN LEDGFILE, STATUS="
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
                           PERFORM 4700-DISPLAY-APPR-LIST
                               THRU 4700-EXIT
                       END-IF
                       IF OPT-LEDGER-INQ AND LINQ-COUNT > 0
                           PERFORM 4750-DISPLAY-LINQ-LIST
                               THRU 4750-EXIT
                       END-IF
                   END-IF
               WHEN 4
                   PERFORM 6000-DISPLAY-HELP THRU 6000-EXIT
      *  QUEUES THE KEYED CHANGES TO THE PENDING KSDS (3600-QUEUE-
      *  PENDING-CHANGE IN SAMPLOGC) FOR A SECOND USER TO APPROVE OFF
      *  OPTION 6 - DSN8C10.EMP IS NO LONGER TOUCHED FROM HERE, AND
      *  THE BEFORE/AFTER AUDIT IMAGES ARE WRITTEN AT APPROVAL TIME
      *  (OR, FOR A CHANGE KEYED WITH A FUTURE EFFECTIVE DATE, WHEN
      *  SAMPEFFD APPLIES IT ON THAT DATE).  THE EFFECTIVE DATE
      *  STARTS BLANK ON EVERY DIALOG.
      *  A CHANGE 3600 REFUSES (A REPLACEMENT WORKDEPT NOT IN
      *  DSN8C10.DEPT, OR A FAILED QUEUE WRITE) REDISPLAYS SAMPUPDT
      *  WITH ZERRMSG AND THE NEWDNAME FIELD SHOWING WHAT THE
           MOVE HV-LASTNAME TO HV-NEW-LASTNAME.
           MOVE HV-WORKDEPT TO HV-NEW-WORKDEPT.
           MOVE SPACES TO HV-DEPTNAME.
           MOVE SPACES TO UPD-EFF-DATE.
           MOVE "N" TO UPD-DONE-SW.
           PERFORM 4210-SHOW-UPDT-PANEL THRU 4210-EXIT
               UNTIL UPD-DIALOG-DONE.
                   APPR-LINE-NEW-FIRSTNME
               MOVE PEND-T-NEW-LASTNAME(PEND-IDX) TO
                   APPR-LINE-NEW-LASTNAME
               MOVE SPACES TO APPR-LINE-EFF-DATE
               IF PEND-T-EFFECTIVE-DATE(PEND-IDX) NOT = 0
                   MOVE PEND-T-EFFECTIVE-DATE(PEND-IDX) TO
                       APPR-LINE-EFF-DATE
               END-IF
               MOVE SPACE TO APPR-LINE-HELD
               IF PEND-T-HELD-SW(PEND-IDX) = "Y"
                   MOVE "H" TO APPR-LINE-HELD
               END-IF
               MOVE APPR-LINE TO APPR-PAGE-ROW(APPR-ROW-NUM)
           END-IF.
       4720-EXIT.
           EXIT.
      *
      ******************************************************************
      *  4750-DISPLAY-LINQ-LIST - PAGE LINQ-TABLE (FILLED BY 4900-
      *  LEDGER-INQUIRY IN SAMPLOGC) THROUGH THE SAMPLINQ PANEL, FOUR
      *  LEDGER ENTRIES (EIGHT ROWS) PER PAGE - OTHERWISE THE SAME
      *  SHAPE AS THE SAMPROS ROSTER LIST, AND LIKE THE OTHER
      *  SECONDARY PANELS IT IS NOT AUDITED PER DISPLAY.
      ******************************************************************
       4750-DISPLAY-LINQ-LIST.
           MOVE LINQ-EMPNO TO LINQ-HDR-EMPNO.
           MOVE LINQ-COUNT TO LINQ-HDR-COUNT.
           IF LINQ-LIST-TRUNCATED
               DISPLAY "SAMPANEL - CHANGE HISTORY TRUNCATED AT 100 "
                   "ENTRIES, SEE THE SAMPLEDL LISTING"
               MOVE " (FIRST 100 - SEE SAMPLEDL)" TO LINQ-HDR-TRUNC
           ELSE
               MOVE SPACES TO LINQ-HDR-TRUNC
           END-IF.
           MOVE LINQ-HDR-LINE TO LINQ-HDR-AREA.
           MOVE 1 TO LINQ-TOP.
           MOVE "N" TO LINQ-DONE-SW.
           PERFORM 4760-SHOW-LINQ-PAGE THRU 4760-EXIT
               UNTIL LINQ-LIST-DONE.
       4750-EXIT.
           EXIT.
      *
       4760-SHOW-LINQ-PAGE.
           PERFORM 4770-BUILD-LINQ-ENTRY THRU 4770-EXIT
               VARYING LINQ-ENTRY-NUM FROM 1 BY 1
               UNTIL LINQ-ENTRY-NUM > 4.
           CALL ISPLINK USING COMMAND, LINQ-PANEL.
           MOVE RETURN-CODE TO LINQ-RC.
           IF LINQ-RC = 12
               MOVE LINQ-PANEL TO FAIL-PANEL
               PERFORM 8100-PANEL-NOT-FOUND THRU 8100-EXIT
               SET LINQ-LIST-DONE TO TRUE
               GO TO 4760-EXIT
           END-IF.
           IF LINQ-RC = 20
               PERFORM 8200-SEVERE-ISPF-ERROR THRU 8200-EXIT
               SET LINQ-LIST-DONE TO TRUE
               GO TO 4760-EXIT
           END-IF.
           IF LINQ-RC = 8
               SET LINQ-LIST-DONE TO TRUE
               GO TO 4760-EXIT
           END-IF.
           ADD 4 TO LINQ-TOP.
           IF LINQ-TOP > LINQ-COUNT
               MOVE 1 TO LINQ-TOP
           END-IF.
       4760-EXIT.
           EXIT.
      *
       4770-BUILD-LINQ-ENTRY.
           COMPUTE LINQ-ENTRY-IDX = LINQ-TOP + LINQ-ENTRY-NUM - 1.
           COMPUTE LINQ-ROW-NUM = LINQ-ENTRY-NUM * 2 - 1.
           IF LINQ-ENTRY-IDX > LINQ-COUNT
               MOVE SPACES TO LINQ-PAGE-ROW(LINQ-ROW-NUM)
               MOVE SPACES TO LINQ-PAGE-ROW(LINQ-ROW-NUM + 1)
               GO TO 4770-EXIT
           END-IF.
           SET LINQ-IDX TO LINQ-ENTRY-IDX.
           MOVE LINQ-ENTRY-IDX TO LINQ-LINE-NUM.
           MOVE LINQ-APPLY-DATE(LINQ-IDX) TO LINQ-LINE-APPLY-DATE.
           MOVE LINQ-APPLY-TIME(LINQ-IDX) TO LINQ-LINE-APPLY-TIME.
           MOVE LINQ-APPROVER(LINQ-IDX) TO LINQ-LINE-APPROVER.
           MOVE LINQ-QUEUE-DATE(LINQ-IDX) TO LINQ-LINE-QUEUE-DATE.
           MOVE LINQ-MAKER(LINQ-IDX) TO LINQ-LINE-MAKER.
           MOVE LINQ-SOURCE-CD(LINQ-IDX) TO LINQ-LINE-SOURCE.
           MOVE LINQ-WHEN-LINE TO LINQ-PAGE-ROW(LINQ-ROW-NUM).
           MOVE LINQ-OLD-FIRSTNME(LINQ-IDX) TO LINQ-LINE-OLD-FIRSTNME.
           MOVE LINQ-OLD-LASTNAME(LINQ-IDX) TO LINQ-LINE-OLD-LASTNAME.
           MOVE LINQ-OLD-WORKDEPT(LINQ-IDX) TO LINQ-LINE-OLD-DEPT.
           MOVE LINQ-NEW-FIRSTNME(LINQ-IDX) TO LINQ-LINE-NEW-FIRSTNME.
           MOVE LINQ-NEW-LASTNAME(LINQ-IDX) TO LINQ-LINE-NEW-LASTNAME.
           MOVE LINQ-NEW-WORKDEPT(LINQ-IDX) TO LINQ-LINE-NEW-DEPT.
           MOVE LINQ-VALUE-LINE TO LINQ-PAGE-ROW(LINQ-ROW-NUM + 1).
       4770-EXIT.
           EXIT.
      *
      ******************************************************************
      *  6000-DISPLAY-HELP - RC=4 (PF1 PRESSED, SEE THE MODIFICATION
      *  HISTORY NOTE ABOVE) DISPLAYS SAMPHELP.  CONTROL RETURNS TO
      *  0000-MAIN'S LOOP AND SAMPLE IS REDISPLAYED ON THE NEXT PASS.
      ******************************************************************
      *  2000-VALIDATE-INPUT, 3000-DB2-LOOKUP-EMP, 3500-DB2-APPLY-
      *  UPDATE, 4000-PROCESS-OPTION,
      *  4100-HISTORY-INQUIRY, 4900-LEDGER-INQUIRY, 5000-AUDIT-LOG,
      *  7000-WRITE-HISTORY,
      *  7500-WRITE-CHECKPOINT, AND
      *  7600-CLEAR-CHECKPOINT ARE ALL CARRIED IN THE SAMPLOGC COPYBOOK
      *  (SEE THAT MEMBER FOR COMMENTARY) SO SAMPBTCH DRIVES THE
