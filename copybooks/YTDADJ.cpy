      ******************************************************************
      * YTDADJ - SHARED YTD ADJUSTMENT RECORD.                         *
      * ONE ROW PER VOIDED OR STOPPED CHECK THAT WAS NOT REISSUED,     *
      * WRITTEN BY THE ONLINE CHECK TRANSACTION AND TAKEN BACK OUT OF  *
      * THE YTD ACCUMULATOR BY THE NEXT YTD ROLL-FORWARD. KEPT IN ONE  *
      * COPYBOOK SO THE WRITER AND THE ROLL-FORWARD CAN NEVER DRIFT    *
      * APART ON THE LAYOUT.                                           *
      ******************************************************************
       01  YTD-ADJUSTMENT-RECORD.
           05  YA-EMPLOYEE-ID       PIC 9(07).
           05  YA-COMPANY-CODE      PIC X(02).
           05  YA-ADJUST-TYPE       PIC X(01).
               88  YA-ADJUST-VOID              VALUE 'V'.
               88  YA-ADJUST-STOP              VALUE 'S'.
           05  YA-CHECK-NUMBER      PIC 9(09).
      *    EVERY AMOUNT BELOW IS CARRIED NEGATIVE - THE ROLL-FORWARD
      *    SIMPLY ADDS IT TO THE YTD BUCKET IT CAME FROM.
           05  YA-GROSS-AMOUNT      PIC S9(7)V99.
           05  YA-ADJUST-DATE       PIC X(08).
           05  YA-OPERATOR-ID       PIC X(08).
      *    THE PAY DATE OF THE ORIGINAL PAYMENT (THE FIRST CHECK OF A
      *    REISSUE CHAIN) - THE REVERSAL GOES TO THAT DATE'S QUARTER,
      *    AND A DATE IN A CLOSED YEAR IS REFUSED BY THE ROLL-FORWARD.
           05  YA-PAY-DATE          PIC X(08).
           05  YA-OT-PREMIUM        PIC S9(7)V99.
           05  YA-NET-AMOUNT        PIC S9(7)V99.
           05  YA-HOURS-WORKED      PIC S9(3)V99.
      *    'Y' WHEN THE PAY-HISTORY ROW WAS FOUND AND ITS LINES ARE
      *    BELOW; 'N' WHEN IT WAS NOT, AND ONLY THE GROSS AND NET FROM
      *    CHECK HISTORY CAN BE REVERSED.
           05  YA-DETAIL-SWITCH     PIC X(01).
               88  YA-DETAIL-FOUND             VALUE 'Y'.
               88  YA-DETAIL-MISSING           VALUE 'N'.
      *    SPACES AS QUEUED. THE ROLL-FORWARD FILLS IT IN WHEN IT
      *    REFUSES THE ROW AND WRITES IT BACK OUT FOR PAYROLL.
           05  YA-REJECT-REASON     PIC X(30).
      *    THE PAY-HISTORY LINES OF THE PAYMENT, SAME CLASSES AND CODES
      *    AS PAYHIST, AMOUNTS NEGATED.
           05  YA-LINE-COUNT        PIC 9(02).
           05  YA-PAY-LINE OCCURS 40 TIMES.
               10  YA-LN-CLASS          PIC X(01).
                   88  YA-LN-TAX-WITHHELD          VALUE 'T'.
                   88  YA-LN-EMPLOYER-TAX          VALUE 'R'.
                   88  YA-LN-TAXABLE-WAGES         VALUE 'W'.
                   88  YA-LN-PLAN-MEMO             VALUE 'P'.
                   88  YA-LN-DEDUCTION             VALUE 'D'.
                   88  YA-LN-GARNISHMENT           VALUE 'G'.
                   88  YA-LN-EARNINGS              VALUE 'E'.
               10  YA-LN-CODE           PIC X(03).
               10  YA-LN-AMOUNT         PIC S9(7)V99.
