      ******************************************************************
      * ELECTLOG - SHARED PAYMENT-ELECTION CHANGE LOG RECORD.          *
      * ONE ROW PER CHANGE TO A PAYELECT ROW - BY AN OPERATOR ON THE   *
      * ONLINE ELECTION MAINTENANCE, OR BY THE BANK ON A CHANGE NOTICE *
      * - WITH THE ELECTION AS IT STOOD BEFORE AND AFTER. APPEND ONLY. *
      * THE SECOND-OPERATOR CALL-BACK CHECK AND THE DAILY BANK-CHANGE  *
      * REPORT BOTH READ IT. KEPT IN ONE COPYBOOK SO THE WRITERS AND   *
      * THE READERS CAN NEVER DRIFT APART ON THE LAYOUT.               *
      * EL-TIMESTAMP CARRIES YYYYMMDD-HHMMSS IN ITS FIRST 15 BYTES.    *
      ******************************************************************
       01  ELECTION-LOG-RECORD.
           05  EL-FUNCTION-CODE     PIC X(01).
               88  EL-ELECTION-ADDED           VALUE 'A'.
               88  EL-ELECTION-CHANGED         VALUE 'C'.
               88  EL-CALL-BACK-CONFIRMED      VALUE 'K'.
               88  EL-BANK-CHANGE-NOTICE       VALUE 'N'.
           05  EL-TIMESTAMP         PIC X(26).
           05  EL-EMPLOYEE-ID       PIC 9(07).
      *    THE SIGNED-ON OPERATOR - 'ACHRTN' ON A CHANGE NOTICE.
           05  EL-OPERATOR-ID       PIC X(08).
      *    'Y' WHEN THE ROUTING OR ACCOUNT DEPOSITED TO CHANGED - THE
      *    ROWS THE DAILY BANK-CHANGE REPORT LISTS.
           05  EL-BANK-CHANGED      PIC X(01).
               88  EL-BANK-DETAILS-CHANGED     VALUE 'Y'.
      *    THE PAYELECT ROW BEFORE AND AFTER, LESS THE EMPLOYEE-ID.
      *    THE BEFORE IMAGE IS SPACES ON AN ADD.
           05  EL-BEFORE-IMAGE.
               10  EL-BEFORE-METHOD     PIC X(01).
               10  EL-BEFORE-ROUTING    PIC X(09).
               10  EL-BEFORE-ACCOUNT    PIC X(17).
               10  EL-BEFORE-PRENOTE    PIC X(01).
               10  EL-BEFORE-PRENOTE-DATE PIC X(08).
           05  EL-AFTER-IMAGE.
               10  EL-AFTER-METHOD      PIC X(01).
               10  EL-AFTER-ROUTING     PIC X(09).
               10  EL-AFTER-ACCOUNT     PIC X(17).
               10  EL-AFTER-PRENOTE     PIC X(01).
               10  EL-AFTER-PRENOTE-DATE PIC X(08).
