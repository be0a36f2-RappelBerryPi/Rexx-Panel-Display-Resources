      ******************************************************************
      *  SAMPPACK - RECORD LAYOUT FOR PAYROLL'S ACKNOWLEDGMENT OF ONE
      *  SAMPFEED FEEDOUT GENERATION, READ BY SAMPPRCN.  ONE HEADER
      *  ("H") ECHOING THE FEED DATE PAYROLL LOADED AND WHEN THEY
      *  LOADED IT, ONE DETAIL ("D") PER FEED SEQUENCE NUMBER - "A"
      *  ACCEPTED OR "R" REJECTED WITH PAYROLL'S REASON TEXT - AND ONE
      *  TRAILER ("T") WITH PAYROLL'S OWN COUNT OF THE DETAILS THEY
      *  ACKNOWLEDGED AND THE EMPNO HASH TOTAL OF THE FEED THEY READ,
      *  THE SAME BALANCING PAIR THE FEEDOUT TRAILER CARRIES.  HEADER
      *  AND TRAILER REDEFINE THE DETAIL.
      ******************************************************************
       01  PACK-RECORD.
           05  PACK-REC-TYPE                 PIC X(01).
               88  PACK-IS-HEADER              VALUE "H".
               88  PACK-IS-DETAIL              VALUE "D".
               88  PACK-IS-TRAILER             VALUE "T".
           05  PACK-DETAIL.
               10  PACK-SEQ                  PIC 9(06).
               10  PACK-SEQ-X REDEFINES PACK-SEQ
                                             PIC X(06).
               10  PACK-EMPNO                PIC X(06).
               10  PACK-STATUS-CD            PIC X(01).
                   88  PACK-ACCEPTED           VALUE "A".
                   88  PACK-REJECTED           VALUE "R".
               10  PACK-REASON-TEXT          PIC X(40).
               10  FILLER                    PIC X(26).
           05  PACK-HEADER REDEFINES PACK-DETAIL.
               10  PACK-HDR-FEED-DATE        PIC 9(08).
               10  PACK-HDR-LOAD-DATE        PIC 9(08).
               10  PACK-HDR-LOAD-TIME        PIC 9(08).
               10  FILLER                    PIC X(55).
           05  PACK-TRAILER REDEFINES PACK-DETAIL.
               10  PACK-TRL-COUNT            PIC 9(06).
               10  PACK-TRL-HASH             PIC 9(12).
               10  FILLER                    PIC X(61).
