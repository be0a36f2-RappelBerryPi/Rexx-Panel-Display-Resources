      ******************************************************************
      *  SAMPACTL - CONTROL RECORD CLOSING EVERY ARCHIVE GENERATION.
      *  AUDARCH (SAMPACUT), ARCHHIST (SAMPPURG) AND REJARCH (SAMPREJR)
      *  ARE FLAT COPIES OF THEIR LIVE FILES, SO A TRUNCATED OR WRONG-
      *  GENERATION RESTORE USED TO LOOK EXACTLY LIKE A QUIET DAY.  THE
      *  WRITER NOW APPENDS ONE OF THESE AS THE LAST RECORD OF EVERY
      *  GENERATION IT CREATES - EVEN AN EMPTY ONE - CARRYING THE
      *  ARCHIVE NAME, THE DATE THE GENERATION WAS CUT FOR, THE DATA
      *  RECORD COUNT, THE FIRST AND LAST RECORD TIMESTAMPS, AND A
      *  HASH TOTAL (THE SUM OF EVERY DATA RECORD'S TIME OF DAY, LOW-
      *  ORDER 13 DIGITS KEPT).  A READER RECOMPUTES THE SAME FIGURES
      *  AS IT GOES AND CHECKS THEM WHEN IT MEETS THE CONTROL RECORD;
      *  DATA RECORDS WITH NO CONTROL RECORD AFTER THEM ARE A
      *  GENERATION THAT LOST ITS TAIL.
      *
      *  THE RECORD IS 77 BYTES, THE SHORTEST OF THE THREE ARCHIVE
      *  LAYOUTS, AND IS PADDED WITH SPACES IN THE LONGER ONES.  IT IS
      *  RECOGNIZED BY ACTL-CONTROL-MARKER IN ITS FIRST EIGHT BYTES,
      *  WHERE A DATA RECORD CARRIES A NUMERIC DATE (AUDARCH, ARCHHIST)
      *  OR A TSO USERID (REJARCH) - NEITHER CAN START WITH "*".
      *
      *  ARCH-GEN-TOTALS IS THE RUNNING TALLY, WRITER OR READER, FOR
      *  THE GENERATION CURRENTLY BEING WRITTEN OR READ.
      ******************************************************************
       01  ACTL-CONTROL-MARKER              PIC X(08) VALUE "*ARCHCTL".
       01  ARCH-CONTROL-RECORD.
           05  ACTL-MARKER                  PIC X(08).
           05  ACTL-ARCHIVE-NAME            PIC X(08).
           05  ACTL-GEN-DATE                PIC 9(08).
           05  ACTL-RECORD-COUNT            PIC 9(08).
           05  ACTL-FIRST-TIMESTAMP.
               10  ACTL-FIRST-DATE          PIC 9(08).
               10  ACTL-FIRST-TIME          PIC 9(08).
           05  ACTL-LAST-TIMESTAMP.
               10  ACTL-LAST-DATE           PIC 9(08).
               10  ACTL-LAST-TIME           PIC 9(08).
           05  ACTL-HASH-TOTAL              PIC 9(13).
       01  ARCH-GEN-TOTALS.
           05  AGEN-RECORD-COUNT            PIC 9(08) COMP.
           05  AGEN-FIRST-TIMESTAMP.
               10  AGEN-FIRST-DATE          PIC 9(08).
               10  AGEN-FIRST-TIME          PIC 9(08).
           05  AGEN-LAST-TIMESTAMP.
               10  AGEN-LAST-DATE           PIC 9(08).
               10  AGEN-LAST-TIME           PIC 9(08).
           05  AGEN-HASH-ACCUM              PIC 9(18) COMP.
           05  AGEN-HASH-TOTAL              PIC 9(13).
