      *                   SAMPDB2L ENTRY POINT - CURSOR FETCH OF EVERY
      *                   DEPARTMENT IN DEPTNO ORDER INTO THE SAMPDEPT
      *                   LIST TABLE FOR THE SAMPROSB ROSTER BOOK.
      *  2026-10-15  RBP  ADDED THE SAMPDB2S ENTRY POINT - ROW-AT-A-
      *                   TIME CURSOR UNLOAD OF EVERY DSN8C10.EMP ROW
      *                   (EMPNO, FIRSTNME, LASTNAME, WORKDEPT) IN
      *                   EMPNO ORDER FOR THE SAMPSNAP NIGHTLY
      *                   SNAPSHOT.  THE CALLER OPENS, FETCHES UNTIL
      *                   END OF CURSOR AND CLOSES, SO THE WHOLE TABLE
      *                   PASSES THROUGH WITHOUT A CEILING.
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       01  MGRNO-IND                        PIC S9(04) COMP.
       01  DEPTL-EOF-SW                     PIC X(01) VALUE "N".
           88  DEPTL-FETCH-DONE              VALUE "Y".
      ******************************************************************
      *  NULL INDICATOR FOR DSN8C10.EMP.WORKDEPT ON THE SAMPDB2S
      *  UNLOAD - WORKDEPT IS NULLABLE, AND AN EMPLOYEE WITH NO
      *  DEPARTMENT COMES BACK AS SPACES, NOT AS A -305.
      ******************************************************************
       01  CUR-WORKDEPT                     PIC X(03).
       01  CUR-WORKDEPT-IND                 PIC S9(04) COMP.
       LINKAGE SECTION.
       01  LS-EMPNO                         PIC X(06).
       01  LS-FIRSTNME                      PIC X(12).
           88  LS-DEPTL-HAS-ROWS             VALUE "Y".
           88  LS-DEPTL-NO-ROWS              VALUE "N".
           88  LS-DEPTL-ERROR                VALUE "E".
       01  LS-UNLD-SW                       PIC X(01).
           88  LS-UNLD-OPEN                  VALUE "O".
           88  LS-UNLD-FETCH                 VALUE "F".
           88  LS-UNLD-CLOSE                 VALUE "C".

       PROCEDURE DIVISION USING LS-EMPNO, LS-FIRSTNME, LS-LASTNAME,
           LS-WORKDEPT, LS-FOUND-SW.
           END-EVALUATE.
       0450-EXIT.
           EXIT.

      ******************************************************************
      *  0500-EMP-UNLOAD (ENTRY SAMPDB2S) - ONE STEP OF THE FULL
      *  DSN8C10.EMP UNLOAD FOR SAMPSNAP, AS LS-UNLD-SW ASKS: OPEN THE
      *  CURSOR, FETCH THE NEXT ROW INTO LS-EMPNO/LS-FIRSTNME/
      *  LS-LASTNAME/LS-WORKDEPT, OR CLOSE IT.  LS-FOUND-SW COMES BACK
      *  "Y" FOR A ROW (OR A GOOD OPEN/CLOSE), "N" AT END OF CURSOR
      *  AND "E" ON ANY SQL ERROR.  THE ROWS ARE NOT COPIED INTO A
      *  CALLER TABLE THE WAY SAMPDB2R AND SAMPDB2L DO IT - A
      *  SNAPSHOT MUST CARRY EVERY ROW, SO THERE CAN BE NO CEILING.
      ******************************************************************
       0500-EMP-UNLOAD.
           ENTRY "SAMPDB2S" USING LS-UNLD-SW, LS-EMPNO, LS-FIRSTNME,
               LS-LASTNAME, LS-WORKDEPT, LS-FOUND-SW.
           EXEC SQL
               DECLARE SNAPCUR CURSOR FOR
                   SELECT EMPNO, FIRSTNME, LASTNAME, WORKDEPT
                     FROM DSN8C10.EMP
                    ORDER BY EMPNO
           END-EXEC.
           IF LS-UNLD-OPEN
               EXEC SQL
                   OPEN SNAPCUR
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "SAMPDB2 - UNLOAD OPEN ERROR, SQLCODE="
                       SQLCODE
                   SET LS-LOOKUP-ERROR TO TRUE
               ELSE
                   SET LS-WAS-FOUND TO TRUE
               END-IF
               GOBACK
           END-IF.
           IF LS-UNLD-CLOSE
               EXEC SQL
                   CLOSE SNAPCUR
               END-EXEC
               SET LS-WAS-FOUND TO TRUE
               GOBACK
           END-IF.
           EXEC SQL
               FETCH SNAPCUR
                INTO :LS-EMPNO, :LS-FIRSTNME, :LS-LASTNAME,
                     :CUR-WORKDEPT:CUR-WORKDEPT-IND
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   IF CUR-WORKDEPT-IND < 0
                       MOVE SPACES TO LS-WORKDEPT
                   ELSE
                       MOVE CUR-WORKDEPT TO LS-WORKDEPT
                   END-IF
                   SET LS-WAS-FOUND TO TRUE
               WHEN 100
                   SET LS-WAS-NOT-FOUND TO TRUE
               WHEN OTHER
                   DISPLAY "SAMPDB2 - UNLOAD FETCH ERROR, SQLCODE="
                       SQLCODE
                   SET LS-LOOKUP-ERROR TO TRUE
           END-EVALUATE.
           GOBACK.
      *https://www.ibm.com/docs/en/db2-for-zos/11?topic=sait-dsn8sc3
