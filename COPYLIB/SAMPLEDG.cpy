      ******************************************************************
      *  SAMPLEDG - RECORD LAYOUT FOR THE EMPLOYEE CHANGE-LEDGER KSDS.
      *  ONE RECORD PER CHANGE ACTUALLY APPLIED TO DSN8C10.EMP, KEPT
      *  FOREVER.  THE AUDIT TRAIL'S "EMP UPDATE BEFORE"/"EMP UPDATE
      *  AFTER" PAIR ONLY CARRIES THE APPROVER'S USERID, AND THE
      *  MAKER'S PEND-MAKER GOES WITH THE PENDFILE RECORD WHEN 4500-
      *  DECIDE-PENDING-CHANGE DELETES IT - THIS FILE KEEPS BOTH, WITH
      *  THE TIME THE CHANGE WAS QUEUED AND THE TIME IT WAS APPLIED,
      *  SO "WHO MOVED THIS PERSON AND WHO SIGNED OFF" IS ONE KEYED
      *  READ, NOT A SEARCH OF EVERY AUDARCH GENERATION.  KEYED BY
      *  EMPNO + APPLY TIMESTAMP + A RUNNING SEQUENCE NUMBER (THE SAME
      *  TIE-BREAK SAMPHIST USES), SO AN EMPLOYEE'S HISTORY READS
      *  BACK OLDEST FIRST WITH ONE START AND READ NEXT.
      *  LEDG-SOURCE-CD SAYS WHICH PATH APPLIED THE CHANGE: "Q" THE
      *  OPTION-6 APPROVAL QUEUE (MAKER = PEND-MAKER, APPROVER = THE
      *  APPROVING USERID, QUEUE TIME = THE PENDFILE KEY TIMESTAMP),
      *  "R" THE SAMPREOR REORGANIZATION JOB (MAKER AND APPROVER ARE
      *  BOTH THE JOB'S USERID, QUEUE TIME IS THE START OF THE RUN).
      ******************************************************************
       01  LEDG-RECORD.
           05  LEDG-KEY.
               10  LEDG-EMPNO                PIC X(06).
               10  LEDG-APPLY-TIMESTAMP.
                   15  LEDG-APPLY-DATE       PIC 9(08).
                   15  LEDG-APPLY-TIME       PIC 9(08).
               10  LEDG-SEQ                  PIC 9(06).
           05  LEDG-DATA.
               10  LEDG-SOURCE-CD            PIC X(01).
                   88  LEDG-FROM-QUEUE         VALUE "Q".
                   88  LEDG-FROM-REORG         VALUE "R".
               10  LEDG-MAKER                PIC X(08).
               10  LEDG-APPROVER             PIC X(08).
               10  LEDG-QUEUE-TIMESTAMP.
                   15  LEDG-QUEUE-DATE       PIC 9(08).
                   15  LEDG-QUEUE-TIME       PIC 9(08).
               10  LEDG-OLD-FIRSTNME         PIC X(12).
               10  LEDG-OLD-LASTNAME         PIC X(15).
               10  LEDG-OLD-WORKDEPT         PIC X(03).
               10  LEDG-NEW-FIRSTNME         PIC X(12).
               10  LEDG-NEW-LASTNAME         PIC X(15).
               10  LEDG-NEW-WORKDEPT         PIC X(03).
               10  LEDG-FILLER               PIC X(10).
