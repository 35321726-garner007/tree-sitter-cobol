      ******************************************************************
      * ADDRLOG - SHARED ADDRESS AND CONTACT CHANGE LOG RECORD.        *
      * ONE ROW PER CHANGE TO AN EMPADDR ROW - BY AN OPERATOR ON THE   *
      * ONLINE ADDRESS MAINTENANCE, OR BY THE RETURNED-MAIL RUN WHEN   *
      * IT FLAGS AN ADDRESS - WITH THE ROW AS IT STOOD BEFORE AND      *
      * AFTER. APPEND ONLY. KEPT IN ONE COPYBOOK SO THE WRITERS AND    *
      * THE READERS CAN NEVER DRIFT APART ON THE LAYOUT.               *
      * AL-TIMESTAMP CARRIES YYYYMMDD-HHMMSS IN ITS FIRST 15 BYTES.    *
      ******************************************************************
       01  ADDRESS-LOG-RECORD.
           05  AL-FUNCTION-CODE     PIC X(01).
               88  AL-ADDRESS-ADDED            VALUE 'A'.
               88  AL-ADDRESS-CHANGED          VALUE 'C'.
               88  AL-MAIL-RETURNED            VALUE 'R'.
           05  AL-TIMESTAMP         PIC X(26).
           05  AL-EMPLOYEE-ID       PIC 9(07).
      *    THE SIGNED-ON OPERATOR - 'RETMAIL' WHEN THE RETURNED-MAIL
      *    RUN FLAGGED THE ADDRESS.
           05  AL-OPERATOR-ID       PIC X(08).
      *    THE EMPADDR ROW BEFORE AND AFTER, LESS THE EMPLOYEE-ID AND
      *    THE FILLER. THE BEFORE IMAGE IS SPACES ON AN ADD.
           05  AL-BEFORE-IMAGE      PIC X(263).
           05  AL-AFTER-IMAGE       PIC X(263).
