      ******************************************************************
      * PAYHIST - SHARED PERMANENT PAY-HISTORY RECORD.                 *
      * ONE ROW PER PAYMENT MADE, APPENDED BY THE PAYMENT DISBURSEMENT *
      * RUN AND NEVER REWRITTEN OR PURGED - GROSSOUT AND NETPAYO ARE   *
      * REPLACED EVERY RUN, SO THIS IS WHAT ANSWERS "WHAT WAS I PAID   *
      * THAT PERIOD" AFTER THE FACT. KEYED BY EMPLOYEE AND PAY PERIOD  *
      * (AND COMPANY, FOR AN EMPLOYEE PAID BY MORE THAN ONE); AN       *
      * OFF-CYCLE PAYMENT IN THE SAME PERIOD IS TOLD APART BY ITS RUN  *
      * TYPE AND RUN NUMBER. KEPT IN ONE COPYBOOK SO THE WRITER AND    *
      * THE READERS CAN NEVER DRIFT APART ON THE LAYOUT.               *
      ******************************************************************
       01  PAY-HISTORY-RECORD.
           05  PH-EMPLOYEE-ID       PIC 9(07).
      *    PAY PERIOD NUMBER FROM THE SHARED CALENDAR FOR THE RUN
      *    DATE - ZERO IF THE CALENDAR COULD NOT PLACE IT.
           05  PH-PAY-PERIOD        PIC 9(06).
           05  PH-PAY-DATE          PIC X(08).
           05  PH-COMPANY-CODE      PIC X(02).
           05  PH-DEPARTMENT-CODE   PIC X(04).
           05  PH-HOURS-WORKED      PIC 9(03)V99.
      *    GROSS INCLUDES THE OVERTIME PREMIUM CARRIED BESIDE IT.
           05  PH-GROSS-PAY         PIC S9(7)V99.
           05  PH-OT-PREMIUM        PIC S9(7)V99.
           05  PH-NET-PAY           PIC S9(7)V99.
           05  PH-PAYMENT-METHOD    PIC X(01).
               88  PH-PAID-BY-CHECK            VALUE 'C'.
               88  PH-PAID-BY-DEPOSIT          VALUE 'D'.
      *    THE CHECK NUMBER FOR A CHECK; FOR A DEPOSIT THE ACH TRACE -
      *    THE ACHFILE RUN DATE AND THE ENTRY'S SEQUENCE IN THAT FILE.
      *    THE ONE NOT USED IS ZERO/SPACES.
           05  PH-CHECK-NUMBER      PIC 9(09).
           05  PH-ACH-TRACE.
               10  PH-TRACE-DATE        PIC X(08).
               10  PH-TRACE-SEQUENCE    PIC 9(07).
      *    EVERY LINE THAT CAME OUT OF THE EMPLOYEE'S PAY - TAXES
      *    WITHHELD ('T'), DEDUCTIONS ('D') AND GARNISHMENTS ('G') - BY
      *    CODE, IN NETPAYO ORDER, WITH THE LINES THAT DID NOT: THE
      *    EMPLOYER-SHARE TAX ('R'), THE TAXABLE WAGES PER TAX ('W'),
      *    THE PLAN DEFERRAL AND MATCH ('P', CODES DEF/MAT), THEN THE
      *    GROSSOUT SUPPLEMENTAL EARNINGS ('E'). A VOID OR STOP TAKES
      *    ALL OF THEM BACK OUT OF YTD. ROWS WRITTEN BEFORE THE R/W/P/E
      *    LINES WERE KEPT CARRY T/D/G ONLY.
           05  PH-LINE-COUNT        PIC 9(02).
           05  PH-PAY-LINE OCCURS 40 TIMES.
               10  PH-LN-CLASS          PIC X(01).
                   88  PH-LN-TAX-WITHHELD          VALUE 'T'.
                   88  PH-LN-DEDUCTION             VALUE 'D'.
                   88  PH-LN-GARNISHMENT           VALUE 'G'.
                   88  PH-LN-EMPLOYER-TAX          VALUE 'R'.
                   88  PH-LN-TAXABLE-WAGES         VALUE 'W'.
                   88  PH-LN-PLAN-MEMO             VALUE 'P'.
                   88  PH-LN-EARNINGS              VALUE 'E'.
               10  PH-LN-CODE           PIC X(03).
               10  PH-LN-AMOUNT         PIC S9(7)V99.
      *    THE PAY RUN THAT MADE THE PAYMENT - THE PERIOD'S REGULAR RUN
      *    ('R'; SPACE ON ROWS WRITTEN BEFORE THE FIELD WAS ADDED), OR
      *    AN OFF-CYCLE RUN ('O') AND ITS RUN NUMBER FOR THE DAY.
           05  PH-RUN-TYPE          PIC X(01).
               88  PH-REGULAR-RUN              VALUE 'R' ' '.
               88  PH-OFF-CYCLE-RUN            VALUE 'O'.
           05  PH-RUN-NUMBER        PIC 9(02).
