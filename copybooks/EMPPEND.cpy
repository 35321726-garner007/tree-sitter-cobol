      ******************************************************************
      * EMPPEND - SHARED PENDING-CHANGE QUEUE RECORD.                  *
      * ONE ROW PER FUTURE-DATED CHANGE: QUEUED BY THE ONLINE EMPLOYEE *
      * TRANSACTION AND THE MERIT BATCH, DRAINED BY THE NIGHTLY APPLY  *
      * STEP ONCE THE EFFECTIVE DATE ARRIVES, AND READ AS-IS BY THE    *
      * COST PROJECTION. KEPT IN ONE COPYBOOK SO THE WRITERS AND THE   *
      * READERS CAN NEVER DRIFT APART ON THE LAYOUT.                   *
      ******************************************************************
       01  PENDING-CHANGE-RECORD.
           05  PQ-FUNCTION-CODE     PIC X(01).
           05  PQ-EMPLOYEE-ID       PIC 9(07).
           05  PQ-EMPLOYEE-NAME     PIC X(30).
           05  PQ-STATUS-CODE       PIC X(01).
               88  PQ-STATUS-IS-REHIRE         VALUE 'P' 'A'.
           05  PQ-EFFECTIVE-DATE    PIC X(08).
           05  PQ-QUEUED-BY         PIC X(08).
      *    FUNCTION 'R' IS A RATE CHANGE AND CARRIES THE NEW RATE;
      *    EVERY OTHER ROW CARRIES ZERO. A BLANK POSITION NUMBER
      *    LEAVES THE POSITION AS IT IS. ROWS QUEUED BEFORE THESE TWO
      *    FIELDS EXISTED WERE PADDED WITH ZERO AND SPACES BY THE
      *    ONE-TIME QUEUE CONVERSION.
           05  PQ-NEW-RATE          PIC 9(05)V99.
           05  PQ-POSITION-NUMBER   PIC X(06).
