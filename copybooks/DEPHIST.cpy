      ******************************************************************
      * DEPHIST - SHARED DIRECT-DEPOSIT HISTORY RECORD.                *
      * ONE ROW PER ACH ENTRY SENT - LIVE DEPOSIT OR ZERO-DOLLAR       *
      * PRENOTE - APPENDED BY THE PAYMENT DISBURSEMENT RUN AS IT       *
      * WRITES ACHFILE. THE ACH RETURNS RUN MATCHES THE BANK'S RETURNS *
      * AND CHANGE NOTICES BACK TO IT AND REWRITES THE STATUS IN       *
      * PLACE. KEPT IN ONE COPYBOOK SO THE WRITER AND THE READERS CAN  *
      * NEVER DRIFT APART ON THE LAYOUT.                               *
      ******************************************************************
       01  DEPOSIT-HISTORY-RECORD.
           05  DH-EMPLOYEE-ID       PIC 9(07).
           05  DH-COMPANY-CODE      PIC X(02).
           05  DH-ENTRY-TYPE        PIC X(01).
               88  DH-ENTRY-DEPOSIT            VALUE 'D'.
               88  DH-ENTRY-PRENOTE            VALUE 'P'.
      *    THE ACHFILE RUN DATE - THE ENTRY DATE THE BANK QUOTES BACK
      *    ON A RETURN OR A CHANGE NOTICE.
           05  DH-ENTRY-DATE        PIC X(08).
           05  DH-BANK-ROUTING      PIC X(09).
           05  DH-BANK-ACCOUNT      PIC X(17).
      *    NET DEPOSITED, AND THE GROSS PAY IT CAME FROM - THE GROSS
      *    GOES ONTO A REPLACEMENT CHECK'S HISTORY ROW. ZERO ON A
      *    PRENOTE.
           05  DH-AMOUNT            PIC S9(7)V99.
           05  DH-GROSS-PAY         PIC S9(7)V99.
           05  DH-ENTRY-STATUS      PIC X(01).
               88  DH-ENTRY-SENT               VALUE 'S'.
               88  DH-ENTRY-RETURNED           VALUE 'R'.
               88  DH-ENTRY-CHANGE-NOTICE      VALUE 'C'.
      *    DATE AND BANK REASON CODE OF THE RETURN OR CHANGE NOTICE,
      *    AND THE REPLACEMENT CHECK ISSUED FOR A RETURNED DEPOSIT.
      *    THE ENTRY DATE, SPACES AND ZERO WHILE IT STANDS AS SENT.
           05  DH-STATUS-DATE       PIC X(08).
           05  DH-RETURN-CODE       PIC X(03).
           05  DH-REPLACEMENT-CHECK PIC 9(09).
