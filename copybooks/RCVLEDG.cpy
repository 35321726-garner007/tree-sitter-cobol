      ******************************************************************
      * RCVLEDG - SHARED EMPLOYEE RECEIVABLES LEDGER RECORD.           *
      * ONE ROW PER AMOUNT AN EMPLOYEE OWES BACK TO PAYROLL, ASCENDING  *
      * BY EMPLOYEE-ID AND, WITHIN AN EMPLOYEE, IN THE ORDER THE ROWS  *
      * WERE OPENED - OLDEST IS COLLECTED FIRST. TWO KINDS:            *
      *   'A' DEDUCTION ARREARS - A DEDMSTR DEDUCTION THE NET-PAY RUN  *
      *       COULD NOT TAKE IN FULL; THE CODE IS THE DEDMSTR CODE AND *
      *       THE ARREARS ARE TAKEN BACK UNDER THE PER-PERIOD          *
      *       RECOVERY CAP.                                            *
      *   'O' OVERPAYMENT - A NEGATIVE RETRO-PAY ADJUSTMENT; THE CODE  *
      *       IS 'OVP' AND THE INSTALLMENT IS THE AGREED REPAYMENT PER *
      *       PERIOD, STILL UNDER THE RECOVERY CAP.                    *
      * THE NET-PAY RUN AND THE RETRO-PAY RUN EACH READ THE LEDGER AND *
      * WRITE THE NEXT GENERATION OF IT; A ROW PAID OFF IS CLOSED, NOT *
      * DROPPED, SO THE AGING REPORT AND AUDIT CAN STILL SEE IT. KEPT  *
      * IN ONE COPYBOOK SO THE WRITERS AND READERS CAN NEVER DRIFT     *
      * APART ON THE LAYOUT.                                           *
      ******************************************************************
       01  RECEIVABLE-LEDGER-RECORD.
           05  RV-EMPLOYEE-ID       PIC 9(07).
           05  RV-RECEIVABLE-TYPE   PIC X(01).
               88  RV-DEDUCTION-ARREARS        VALUE 'A'.
               88  RV-OVERPAYMENT              VALUE 'O'.
           05  RV-DEDUCTION-CODE    PIC X(03).
           05  RV-OPEN-DATE         PIC X(08).
           05  RV-ORIGINAL-AMOUNT   PIC 9(07)V99.
           05  RV-BALANCE           PIC 9(07)V99.
      *    AGREED REPAYMENT PER REGULAR PERIOD - ZERO ON AN ARREARS
      *    ROW, WHERE THE RECOVERY CAP ALONE DECIDES THE TAKE.
           05  RV-INSTALLMENT       PIC 9(05)V99.
           05  RV-LAST-TAKEN-DATE   PIC X(08).
           05  RV-STATUS            PIC X(01).
               88  RV-ITEM-OPEN                VALUE 'O'.
               88  RV-ITEM-CLOSED              VALUE 'C'.
      *    INITIALS ON THE REPAYMENT AGREEMENT, SPACES WHEN THE
      *    DEFAULT SCHEDULE APPLIES OR THE ROW IS ARREARS.
           05  RV-AGREED-BY         PIC X(03).
           05  FILLER               PIC X(14).
