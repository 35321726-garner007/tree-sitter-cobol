      ******************************************************************
      * YTDACCUM - SHARED YEAR-TO-DATE ACCUMULATOR RECORD.             *
      * ONE ROW PER EMPLOYEE PER COMPANY, SORTED ASCENDING BY          *
      * EMPLOYEE-ID THEN COMPANY. THE YEAR STAMPS WHICH CALENDAR YEAR  *
      * THE BUCKETS BELONG TO. QUARTER N OF THE BUCKET TABLE IS        *
      * CALENDAR QUARTER N: GROSS WAGES, THEN TAXABLE WAGES AND        *
      * WITHHOLDING PER TAX AS TAXLIAB REPORTED THEM. THE STATE IS THE *
      * LAST STATE WITHHELD FOR. HOURS AND NET ARE YEAR TO DATE. THE   *
      * DEDUCTION TABLE HOLDS ONE SLOT PER DEDUCTION ('D') OR          *
      * GARNISHMENT ('G') CODE TAKEN THIS YEAR, IN THE ORDER FIRST     *
      * TAKEN. THE RETIREMENT BUCKETS ARE THE YEAR'S EMPLOYEE          *
      * DEFERRALS, ALL CODES TOGETHER, AND THE EMPLOYER MATCH ON THEM. *
      * THE EARNINGS TABLE HOLDS ONE SLOT PER SUPPLEMENTAL EARNINGS    *
      * CODE PAID THIS YEAR, WITH THE CODE'S TAXABLE FLAG, IN THE      *
      * ORDER FIRST PAID; THE AMOUNTS ARE ALSO IN THE GROSS. UNUSED    *
      * TABLE SLOTS ARE SPACES/ZERO.                                   *
      * WRITTEN BY THE YTD ROLL-FORWARD AND READ BY THE NET-PAY RUN,   *
      * THE DISBURSEMENT STEP, THE QUARTERLY FILING AND THE YEAR-END   *
      * STATEMENTS. KEPT IN ONE COPYBOOK SO THE WRITER AND ITS READERS *
      * CAN NEVER DRIFT APART ON THE 949-BYTE LAYOUT.                  *
      * FILES FROM BEFORE THE ROW WAS KEPT BY COMPANY HELD 44 BYTES -  *
      * THE FIRST FIVE FIELDS ONLY. THE ONE-TIME EMPLOYEE-YTD-CONVERT  *
      * RUN TOOK THE COMPANY FROM THE EMPLOYEE MASTER, SEEDED THE OLD  *
      * GROSS INTO ONE QUARTER'S WAGES AND STARTED EVERY OTHER BUCKET  *
      * AT ZERO.                                                       *
      ******************************************************************
       01  YTD-ACCUMULATOR-RECORD.
           05  YTD-EMPLOYEE-ID       PIC 9(07).
           05  YTD-YEAR              PIC X(04).
           05  YTD-GROSS-PAY         PIC S9(9)V99.
           05  YTD-OT-PREMIUM        PIC S9(9)V99.
           05  YTD-RETRO-ADJUST      PIC S9(9)V99.
           05  YTD-COMPANY-CODE      PIC X(02).
           05  YTD-STATE-CODE        PIC X(02).
           05  YTD-QUARTER-BUCKETS.
               10  YTD-QUARTER OCCURS 4 TIMES.
                   15  YTD-QTR-WAGES         PIC S9(9)V99.
                   15  YTD-QTR-FIT-WAGES     PIC S9(9)V99.
                   15  YTD-QTR-FIT-TAX       PIC S9(9)V99.
                   15  YTD-QTR-SIT-WAGES     PIC S9(9)V99.
                   15  YTD-QTR-SIT-TAX       PIC S9(9)V99.
                   15  YTD-QTR-SS-WAGES      PIC S9(9)V99.
                   15  YTD-QTR-SS-TAX        PIC S9(9)V99.
                   15  YTD-QTR-SS-ER-TAX     PIC S9(9)V99.
                   15  YTD-QTR-MED-WAGES     PIC S9(9)V99.
                   15  YTD-QTR-MED-TAX       PIC S9(9)V99.
                   15  YTD-QTR-MED-ER-TAX    PIC S9(9)V99.
           05  YTD-HOURS-WORKED      PIC S9(7)V99.
           05  YTD-NET-PAY           PIC S9(9)V99.
           05  YTD-DEDUCTION-BUCKETS.
               10  YTD-DEDUCTION OCCURS 15 TIMES.
                   15  YTD-DED-CLASS         PIC X(01).
                   15  YTD-DED-CODE          PIC X(03).
                   15  YTD-DED-AMOUNT        PIC S9(9)V99.
           05  YTD-RET-DEFERRAL      PIC S9(9)V99.
           05  YTD-RET-MATCH         PIC S9(9)V99.
           05  YTD-EARNINGS-BUCKETS.
               10  YTD-EARNINGS OCCURS 10 TIMES.
                   15  YTD-ERN-CODE          PIC X(03).
                   15  YTD-ERN-TAXABLE-FLAG  PIC X(01).
                       88  YTD-ERN-NOT-TAXABLE         VALUE 'N'.
                   15  YTD-ERN-AMOUNT        PIC S9(9)V99.
