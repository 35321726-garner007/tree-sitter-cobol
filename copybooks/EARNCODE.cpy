      ******************************************************************
      * EARNCODE - SHARED EARNINGS-CODE TABLE RECORD.                  *
      * ONE ROW PER SUPPLEMENTAL EARNINGS CODE (BONUS, COMMISSION,     *
      * SHIFT OR ON-CALL ALLOWANCE, REIMBURSEMENT AND SO ON), KEPT BY  *
      * PAYROLL. THE THREE FLAGS SAY HOW THE CODE'S DOLLARS ARE        *
      * TREATED DOWNSTREAM:                                            *
      *   TAXABLE     - 'Y' THE AMOUNT IS WAGES FOR INCOME TAX, SOCIAL *
      *                 SECURITY AND MEDICARE; 'N' IT IS PAID BUT NOT  *
      *                 TAXED (A NON-TAXABLE REIMBURSEMENT)            *
      *   OT BASIS    - 'Y' THE AMOUNT IS PART OF THE REGULAR RATE AN  *
      *                 OVERTIME PREMIUM IS FIGURED ON                 *
      *   RETIREMENT  - 'Y' THE AMOUNT IS PLAN COMPENSATION A          *
      *                 RETIREMENT DEFERRAL AND MATCH ARE FIGURED ON   *
      * KEPT IN ONE COPYBOOK SO EVERY PROGRAM READS A CODE THE SAME.   *
      ******************************************************************
       01  EARNINGS-CODE-RECORD.
           05  EC-EARNINGS-CODE     PIC X(03).
           05  EC-DESCRIPTION       PIC X(20).
           05  EC-TAXABLE-FLAG      PIC X(01).
               88  EC-TAXABLE                  VALUE 'Y'.
           05  EC-OT-BASIS-FLAG     PIC X(01).
               88  EC-OT-BASIS                 VALUE 'Y'.
           05  EC-RETIREMENT-FLAG   PIC X(01).
               88  EC-RETIREMENT-WAGES         VALUE 'Y'.
           05  FILLER               PIC X(14).
