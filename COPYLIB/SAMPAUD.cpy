      *  AUD-IMAGE CARRIES THE BEFORE- OR AFTER-IMAGE OF A DSN8C10.EMP
      *  ROW (EMPNO/FIRSTNME/LASTNAME/WORKDEPT) ON THE "EMP UPDATE
      *  BEFORE"/"EMP UPDATE AFTER" EVENTS WRITTEN WHEN OPTION 4
      *  APPLIES AN UPDATE; IT IS SPACES ON EVERY OTHER EVENT.  THE
      *  "AUTH UPDATE BEFORE"/"AUTH UPDATE AFTER" EVENTS WRITTEN BY
      *  OPTION 7 CARRY AN AUTH RECORD IMAGE (USERID + OPTION STRING,
      *  SEE SAMPAUTH) IN THE SAME BYTES INSTEAD - AUD-AUTH-IMAGE.
      ******************************************************************
       01  AUDIT-RECORD.
           05  AUD-TIMESTAMP.
               10  AUD-IMG-FIRSTNME          PIC X(12).
               10  AUD-IMG-LASTNAME          PIC X(15).
               10  AUD-IMG-WORKDEPT          PIC X(03).
           05  AUD-AUTH-IMAGE REDEFINES AUD-IMAGE.
               10  AUD-IMG-AUTH-USERID       PIC X(08).
               10  AUD-IMG-AUTH-OPTIONS      PIC X(10).
               10  FILLER                    PIC X(18).
