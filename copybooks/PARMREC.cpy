      *  machine date, and so the checkpoint interval, report page
      *  depth and bulk price threshold are set per run instead of
      *  hard-coded.  The file is optional - a missing PARMFILE or a
      *  zero field leaves the program default in force.  A run mode
      *  of "S" runs DSCBATCH as a what-if pricing simulation - see
      *  DSCSIMRP.
      ******************************************************************
       01  RUN-PARAMETER-RECORD.
           05  PRM-BUSINESS-DATE       PIC 9(8).
           05  PRM-CHECKPOINT-INTERVAL PIC 9(4).
           05  PRM-LINES-PER-PAGE      PIC 9(2).
           05  PRM-BULK-THRESHOLD      PIC 9(7)V99.
           05  PRM-RUN-MODE            PIC X(01).
               88  PRM-SIMULATION-RUN  VALUE "S".
           05  FILLER                  PIC X(09).
