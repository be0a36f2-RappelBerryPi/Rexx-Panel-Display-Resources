      *  SO EVERYTHING IN THE FILE IS AWAITING A DECISION - A RECORD
      *  SITTING PAST THE STALE LIMIT SHOWS ON SAMPACUT'S EXCEPTION
      *  REPORT.
      *  PEND-EFFECTIVE-DATE IS THE DATE THE MAKER KEYED ON SAMPUPDT
      *  FOR THE CHANGE TO TAKE EFFECT (ZERO = AS SOON AS APPROVED).
      *  AN APPROVAL BEFORE THAT DATE DOES NOT APPLY THE CHANGE - THE
      *  RECORD STAYS HERE MARKED HELD (PEND-HELD-SW) WITH THE
      *  APPROVER AND APPROVAL TIME, AND THE NIGHTLY SAMPEFFD JOB
      *  APPLIES IT ONCE THE DATE ARRIVES.  A HELD RECORD IS DECIDED,
      *  NOT AWAITING A DECISION, SO IT IS NEVER STALE; IT CAN STILL
      *  BE REJECTED OFF OPTION 6 IF THE TRANSFER IS CALLED OFF.
      *  A RECORD RELOADED FROM THE OLD 96-BYTE LAYOUT CARRIES A BLANK
      *  PEND-EFFECT-DATA TAIL.  EVERY PROGRAM THAT READS THIS FILE
      *  TREATS A NON-NUMERIC PEND-EFFECTIVE-DATE AS ZERO BEFORE
      *  TESTING IT, AND A BLANK PEND-HELD-SW IS NOT HELD, SO SUCH A
      *  RECORD IS AN UNDATED CHANGE AWAITING A DECISION.  THE APPROVE
      *  DATE AND TIME ARE SET WHEN A RECORD IS HELD AND NEVER TESTED.
      ******************************************************************
       01  PEND-RECORD.
           05  PEND-KEY.
               10  PEND-NEW-FIRSTNME         PIC X(12).
               10  PEND-NEW-LASTNAME         PIC X(15).
               10  PEND-NEW-WORKDEPT         PIC X(03).
           05  PEND-EFFECT-DATA.
               10  PEND-EFFECTIVE-DATE       PIC 9(08).
               10  PEND-HELD-SW              PIC X(01).
                   88  PEND-IS-HELD            VALUE "Y".
                   88  PEND-NOT-HELD           VALUE "N" " ".
               10  PEND-APPROVER             PIC X(08).
               10  PEND-APPROVE-DATE         PIC 9(08).
               10  PEND-APPROVE-TIME         PIC 9(08).
               10  FILLER                    PIC X(07).
