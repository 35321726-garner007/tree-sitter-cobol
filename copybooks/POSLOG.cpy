      ******************************************************************
      * POSLOG - SHARED POSITION MASTER CHANGE LOG RECORD.             *
      * ONE ROW PER POSITION SET UP OR CHANGED ON THE ONLINE POSITION  *
      * MAINTENANCE, WITH THE POSITION AS IT STOOD BEFORE AND AFTER.   *
      * FILLED-COUNT MOVES ARE NOT LOGGED HERE - THE EMPLOYEE CHANGE   *
      * THAT CAUSED EACH ONE IS ALREADY ON THE BIMG/AIMG JOURNALS.     *
      * APPEND ONLY. KEPT IN ONE COPYBOOK SO THE WRITERS AND THE       *
      * READERS CAN NEVER DRIFT APART ON THE LAYOUT.                   *
      * PLG-TIMESTAMP CARRIES YYYYMMDD-HHMMSS IN ITS FIRST 15 BYTES.   *
      ******************************************************************
       01  POSITION-LOG-RECORD.
           05  PLG-FUNCTION-CODE    PIC X(01).
               88  PLG-POSITION-ADDED          VALUE 'A'.
               88  PLG-POSITION-CHANGED        VALUE 'C'.
           05  PLG-TIMESTAMP        PIC X(26).
           05  PLG-POSITION-NUMBER  PIC X(06).
           05  PLG-OPERATOR-ID      PIC X(08).
      *    THE POSMAST ROW BEFORE AND AFTER, LESS THE POSITION NUMBER
      *    AND THE FILLER. THE BEFORE IMAGE IS SPACES ON AN ADD.
           05  PLG-BEFORE-IMAGE     PIC X(53).
           05  PLG-AFTER-IMAGE      PIC X(53).
