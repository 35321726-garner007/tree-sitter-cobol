      ******************************************************************
      * RPTLLOG - SHARED REPORTING-LINE CHANGE LOG RECORD.             *
      * ONE ROW PER REPORTING LINE SET UP, CHANGED OR ENDED ON THE     *
      * ONLINE REPORTING-LINE MAINTENANCE, WITH THE LINE AS IT STOOD   *
      * BEFORE AND AFTER - THE HISTORY OF WHO REPORTED TO WHOM AND WHO *
      * COULD RELEASE THEIR HOURS. APPEND ONLY. KEPT IN ONE COPYBOOK   *
      * SO THE WRITERS AND THE READERS CAN NEVER DRIFT APART ON THE    *
      * LAYOUT.                                                        *
      * RLG-TIMESTAMP CARRIES YYYYMMDD-HHMMSS IN ITS FIRST 15 BYTES.   *
      ******************************************************************
       01  REPORTING-LINE-LOG-RECORD.
           05  RLG-FUNCTION-CODE    PIC X(01).
               88  RLG-LINE-ADDED              VALUE 'A'.
               88  RLG-LINE-CHANGED            VALUE 'C'.
               88  RLG-LINE-ENDED              VALUE 'D'.
           05  RLG-TIMESTAMP        PIC X(26).
           05  RLG-EMPLOYEE-ID      PIC 9(07).
           05  RLG-OPERATOR-ID      PIC X(08).
      *    THE RPTLINE ROW'S RPL-LINE-DETAILS BEFORE AND AFTER - THE
      *    ROW LESS RPL-EMPLOYEE-ID AND THE FILLER. THE BEFORE IMAGE IS
      *    SPACES ON AN ADD, THE AFTER IMAGE SPACES WHEN A LINE IS
      *    ENDED.
           05  RLG-BEFORE-IMAGE     PIC X(43).
           05  RLG-AFTER-IMAGE      PIC X(43).
