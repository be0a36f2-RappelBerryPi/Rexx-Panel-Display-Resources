      ******************************************************************
      *  SAMPESNP - RECORD LAYOUT FOR THE NIGHTLY DSN8C10.EMP SNAPSHOT
      *  GENERATIONS WRITTEN BY SAMPSNAP.  ONE HEADER ("H") CARRYING
      *  THE SNAPSHOT DATE AND THE TIME THE UNLOAD RAN, ONE DETAIL
      *  ("D") PER EMP ROW IN EMPNO ORDER, AND ONE TRAILER ("T") WITH
      *  THE DETAIL COUNT AND AN EMPNO HASH TOTAL - THE SAME BALANCING
      *  PAIR THE SAMPFEED TRAILER CARRIES - SO THE NEXT NIGHT CAN
      *  TELL A TRUNCATED GENERATION FROM A SHRUNKEN TABLE BEFORE IT
      *  COMPARES AGAINST IT.  HEADER AND TRAILER REDEFINE THE DETAIL.
      ******************************************************************
       01  SNAP-RECORD.
           05  SNAP-REC-TYPE                 PIC X(01).
               88  SNAP-IS-HEADER              VALUE "H".
               88  SNAP-IS-DETAIL              VALUE "D".
               88  SNAP-IS-TRAILER             VALUE "T".
           05  SNAP-DETAIL.
               10  SNAP-EMPNO                PIC X(06).
               10  SNAP-FIRSTNME             PIC X(12).
               10  SNAP-LASTNAME             PIC X(15).
               10  SNAP-WORKDEPT             PIC X(03).
               10  FILLER                    PIC X(43).
           05  SNAP-HEADER REDEFINES SNAP-DETAIL.
               10  SNAP-HDR-DATE             PIC 9(08).
               10  SNAP-HDR-RUN-DATE         PIC 9(08).
               10  SNAP-HDR-RUN-TIME         PIC 9(08).
               10  FILLER                    PIC X(55).
           05  SNAP-TRAILER REDEFINES SNAP-DETAIL.
               10  SNAP-TRL-COUNT            PIC 9(08).
               10  SNAP-TRL-HASH             PIC 9(12).
               10  FILLER                    PIC X(59).
