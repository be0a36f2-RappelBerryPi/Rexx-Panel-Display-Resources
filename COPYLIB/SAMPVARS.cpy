           05  AUD-IMG-TXT-FIRSTNME          PIC X(12) VALUE SPACES.
           05  AUD-IMG-TXT-LASTNAME          PIC X(15) VALUE SPACES.
           05  AUD-IMG-TXT-WORKDEPT          PIC X(03) VALUE SPACES.
      ******************************************************************
      *  THE AUTH BEFORE/AFTER EVENTS WRITTEN BY 4800-MAINTAIN-
      *  AUTHORIZATION CARRY AN AUTH RECORD IMAGE (USERID + OPTION
      *  STRING, SEE SAMPAUTH) IN THE SAME 36 BYTES INSTEAD.
      ******************************************************************
       01  AUD-AUTH-IMAGE-TEXT REDEFINES AUD-IMAGE-TEXT.
           05  AUD-IMG-TXT-AUTH-USERID       PIC X(08).
           05  AUD-IMG-TXT-AUTH-OPTIONS      PIC X(10).
           05  FILLER                        PIC X(18).
       01  CKPT-STATUS                       PIC X(02) VALUE SPACES.
      ******************************************************************
      *  CKPT-POSITION / CKPT-INPUT-SOURCE - THE RECORD POSITION AND
           88  OPT-EMP-UPDATE                  VALUE "4".
           88  OPT-DEPT-ROSTER                 VALUE "5".
           88  OPT-APPROVE                     VALUE "6".
           88  OPT-AUTH-MAINT                  VALUE "7".
           88  OPT-LEDGER-INQ                  VALUE "8".
      ******************************************************************
      *  OPTION-CD-LAST IS THE HIGHEST MENU OPTION IN SERVICE - THE TOP
      *  OF THE RANGE 4000-PROCESS-OPTION SENDS THROUGH THE AUTH CHECK
      *  AND OF THE OPTION CHARACTERS OPTION 7 WILL GRANT.
      ******************************************************************
       01  OPTION-CD-LAST                    PIC X(01) VALUE "8".
      ******************************************************************
      *  DEPARTMENT-ROSTER WORK AREAS (OPTION 5).  INP(1:3) IS TAKEN
      *  AS A DSN8C10.EMP WORKDEPT; 3200-DB2-DEPT-ROSTER (SAMPLOGC)
       01  AUTH-FILE-SW                      PIC X(01) VALUE "N".
           88  AUTH-FILE-ACTIVE                VALUE "Y".
           88  AUTH-FILE-ABSENT                VALUE "N".
           88  AUTH-FILE-LOST                  VALUE "L".
       01  AUTH-ALLOWED-SW                   PIC X(01) VALUE "N".
           88  AUTH-OPTION-OK                  VALUE "Y".
       01  AUTH-IDX                          PIC 9(02) COMP VALUE 0.
      ******************************************************************
      *  AUTHORIZATION-MAINTENANCE WORK AREAS (OPTION 7, SECURITY
      *  ADMINISTRATORS ONLY - A USERID IS AN ADMINISTRATOR BY HOLDING
      *  OPTION 7 IN ITS OWN AUTH RECORD).  INP CARRIES "A USERID
      *  OPTIONS": COLUMN 1 THE ACTION (A ADD, C CHANGE, R REVOKE),
      *  COLUMNS 3-10 THE TARGET USERID, COLUMNS 12-21 THE NEW OPTION
      *  STRING (IGNORED ON A REVOKE).  2000-VALIDATE-INPUT SPLITS IT
      *  HERE; 4800-MAINTAIN-AUTHORIZATION (SAMPLOGC) APPLIES IT.
      *  AUTH-MAINT-OLD-OPTIONS HOLDS THE OPTION STRING AS IT WAS FOR
      *  THE BEFORE IMAGE (SPACES WHEN THE USERID HAD NO RECORD).
      *  AUTH-FILE-LOST IS SET IF THE KSDS CANNOT BE REOPENED AFTER A
      *  CHANGE - 4050 THEN DENIES EVERYTHING FOR THE REST OF THE RUN
      *  RATHER THAN FALL BACK TO UNRESTRICTED.
      ******************************************************************
       01  AUTH-MAINT-ACTION                 PIC X(01) VALUE SPACE.
           88  AUTH-MAINT-ADD                  VALUE "A".
           88  AUTH-MAINT-CHANGE               VALUE "C".
           88  AUTH-MAINT-REVOKE               VALUE "R".
       01  AUTH-MAINT-USERID                 PIC X(08) VALUE SPACES.
       01  AUTH-MAINT-OPTIONS                PIC X(10) VALUE SPACES.
       01  AUTH-MAINT-OLD-OPTIONS            PIC X(10) VALUE SPACES.
       01  AUTH-ON-FILE-SW                   PIC X(01) VALUE "N".
           88  AUTH-WAS-ON-FILE                VALUE "Y".
      ******************************************************************
      *  MAKER/CHECKER WORK AREAS (OPTIONS 4 AND 6).  AN ACCEPTED
      *  OPTION-4 CHANGE IS QUEUED TO THE PENDING KSDS (SEE SAMPPEND)
      *  BY 3600-QUEUE-PENDING-CHANGE INSTEAD OF APPLIED; OPTION 6
      *  UPDATE DIALOG IS.  THE FULL PEND-KEY RIDES IN EACH TABLE
      *  ENTRY SO A DECISION RE-READS THE KSDS RECORD BY KEY - THE
      *  LIST IS A VIEW, NOT THE RECORD OF TRUTH.
      *  UPD-EFF-DATE IS THE OPTIONAL EFFECTIVE DATE KEYED ON SAMPUPDT
      *  (YYYYMMDD, BLANK = AS SOON AS APPROVED); 3600 CHECKS IT AND
      *  CARRIES IT ONTO THE PENDFILE RECORD.  APPR-OUTCOME-SW SAYS
      *  WHAT 4550-APPLY-PENDING-CHANGE OR 4560-HOLD-PENDING-CHANGE
      *  DID WITH THE RECORD IN PEND-RECORD, SO THE CALLER - 4500 OR
      *  THE NIGHTLY SAMPEFFD JOB - KNOWS WHETHER TO DELETE IT.
      *  MONTH-DAYS AND THE LEAP FIELDS ARE 3650-CHECK-EFF-MONTH-END'S
      *  - THE DAY KEYED MUST EXIST IN THE MONTH KEYED.
      ******************************************************************
       01  UPD-EFF-DATE                      PIC X(08) VALUE SPACES.
       01  UPD-EFF-DATE-R REDEFINES UPD-EFF-DATE.
           05  UPD-EFF-YYYY                  PIC 9(04).
           05  UPD-EFF-MM                    PIC 9(02).
           05  UPD-EFF-DD                    PIC 9(02).
       01  MONTH-END-DD                      PIC 9(02) VALUE 0.
       01  MONTH-DAYS-TABLE                  PIC X(24) VALUE
           "312831303130313130313031".
       01  MONTH-DAYS-R REDEFINES MONTH-DAYS-TABLE.
           05  MONTH-DAYS OCCURS 12 TIMES    PIC 9(02).
       01  LEAP-REMAINDER                    PIC 9(04) VALUE 0.
       01  LEAP-QUOTIENT                     PIC 9(04) VALUE 0.
       01  LEAP-SW                           PIC X(01) VALUE "N".
           88  LEAP-YEAR                       VALUE "Y".
       01  APPR-OUTCOME-SW                   PIC X(01) VALUE SPACE.
           88  APPR-CHANGE-APPLIED             VALUE "A".
           88  APPR-CHANGE-HELD                VALUE "H".
           88  APPR-CHANGE-DEAD                VALUE "D".
           88  APPR-CHANGE-RETRY               VALUE "R".
       01  PEND-STATUS                       PIC X(02) VALUE SPACES.
       01  PEND-SEQ-CTR                      PIC 9(06) VALUE 0.
       01  APPR-LIST-SW                      PIC X(01) VALUE "N".
               10  PEND-T-NEW-WORKDEPT      PIC X(03).
               10  PEND-T-NEW-FIRSTNME      PIC X(12).
               10  PEND-T-NEW-LASTNAME      PIC X(15).
               10  PEND-T-EFFECTIVE-DATE    PIC 9(08).
               10  PEND-T-HELD-SW           PIC X(01).
      ******************************************************************
      *  CHANGE-LEDGER WORK AREAS.  3500-DB2-APPLY-UPDATE (SAMPLOGC)
      *  WRITES ONE LEDGER RECORD (SEE SAMPLEDG) FOR EVERY CHANGE IT
      *  APPLIES; THE CALLER SETS CHG-SOURCE-CD, CHG-MAKER AND THE
      *  CHG-QUEUE TIMESTAMP BEFORE THE PERFORM (4500 COPIES THEM FROM
      *  THE PENDFILE RECORD) AND CHG-APPROVER - THE CURRENT USERID
      *  FOR AN IMMEDIATE APPROVAL, PEND-APPROVER WHEN SAMPEFFD APPLIES
      *  A HELD CHANGE DAYS AFTER IT WAS SIGNED OFF.
      *  OPTION 8 TAKES A 6-DIGIT EMPNO IN INP; 4900-LEDGER-INQUIRY
      *  FILLS LINQ-TABLE WITH THAT EMPLOYEE'S LEDGER RECORDS, OLDEST
      *  FIRST.  SAMPANEL PAGES THE TABLE THROUGH THE SAMPLINQ PANEL;
      *  SAMPBTCH PRINTS IT TO SYSOUT.
      ******************************************************************
       01  LEDG-STATUS                       PIC X(02) VALUE SPACES.
       01  LEDG-SEQ-CTR                      PIC 9(06) VALUE 0.
       01  CHG-SOURCE-CD                     PIC X(01) VALUE "Q".
       01  CHG-MAKER                         PIC X(08) VALUE SPACES.
       01  CHG-QUEUE-DATE                    PIC 9(08) VALUE 0.
       01  CHG-QUEUE-TIME                    PIC 9(08) VALUE 0.
       01  CHG-APPROVER                      PIC X(08) VALUE SPACES.
       01  LINQ-EMPNO                        PIC X(06) VALUE SPACES.
       01  LINQ-COUNT                        PIC 9(03) COMP VALUE 0.
       01  LINQ-EOF-SW                       PIC X(01) VALUE "N".
           88  LINQ-AT-EOF                     VALUE "Y".
       01  LINQ-TRUNC-SW                     PIC X(01) VALUE "N".
           88  LINQ-LIST-TRUNCATED             VALUE "Y".
       01  LINQ-TABLE.
           05  LINQ-ENTRY OCCURS 100 TIMES INDEXED BY LINQ-IDX.
               10  LINQ-APPLY-DATE           PIC 9(08).
               10  LINQ-APPLY-TIME           PIC 9(08).
               10  LINQ-SOURCE-CD            PIC X(01).
               10  LINQ-MAKER                PIC X(08).
               10  LINQ-APPROVER             PIC X(08).
               10  LINQ-QUEUE-DATE           PIC 9(08).
               10  LINQ-QUEUE-TIME           PIC 9(08).
               10  LINQ-OLD-FIRSTNME         PIC X(12).
               10  LINQ-OLD-LASTNAME         PIC X(15).
               10  LINQ-OLD-WORKDEPT         PIC X(03).
               10  LINQ-NEW-FIRSTNME         PIC X(12).
               10  LINQ-NEW-LASTNAME         PIC X(15).
               10  LINQ-NEW-WORKDEPT         PIC X(03).
       01  HINQ-FROM-DATE                    PIC 9(08) VALUE 0.
       01  HINQ-TO-DATE                      PIC 9(08) VALUE 0.
       01  HINQ-COUNT                        PIC 9(03) COMP VALUE 0.
