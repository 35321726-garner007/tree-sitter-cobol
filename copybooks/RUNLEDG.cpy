      ******************************************************************
      * RUNLEDG - SHARED SUITE RUN LEDGER RECORD.                      *
      * APPENDED ONLY, BY THE RUN LEDGER PROGRAM AS THE NIGHT GOES:    *
      *   'S' SUITE START AND 'F' FORCED START FOR A PROCESSING DATE,  *
      *   'B' STEP START AND 'E' STEP END WITH ITS SUITERC RETURN      *
      *   CODE, EACH STAMPED YYYYMMDD-HHMMSS AS IT HAPPENED.           *
      * READ BY THE LEDGER ITSELF (START AND CHECK MODES) AND BY THE   *
      * BATCH ELAPSED-TIME AND SLA REPORT, WHICH PAIRS THE 'B' AND 'E' *
      * ROWS. KEPT IN ONE COPYBOOK SO THE WRITER AND THE READERS CAN   *
      * NEVER DRIFT APART ON THE LAYOUT.                               *
      ******************************************************************
       01  RUN-LEDGER-RECORD.
           05  RL-RECORD-TYPE        PIC X(01).
               88  RL-SUITE-START              VALUE 'S'.
               88  RL-FORCED-START             VALUE 'F'.
               88  RL-STEP-BEGIN               VALUE 'B'.
               88  RL-STEP-END                 VALUE 'E'.
           05  RL-PROC-DATE          PIC X(08).
           05  RL-STEP-NAME          PIC X(08).
           05  RL-RETURN-CODE        PIC 9(02).
           05  RL-TIMESTAMP          PIC X(15).
           05  FILLER REDEFINES RL-TIMESTAMP.
               10  RL-TS-DATE            PIC 9(08).
               10  FILLER                PIC X(01).
               10  RL-TS-HOURS           PIC 9(02).
               10  RL-TS-MINUTES         PIC 9(02).
               10  RL-TS-SECONDS         PIC 9(02).
