      ******************************************************************
      * RPTLINE - SHARED REPORTING-LINE RECORD.                        *
      * ONE ROW PER EMPLOYEE ON THE KEYED REPORTING-LINE DATASET,      *
      * KEYED BY EMPLOYEE-ID (RIDFLD ONLINE), NAMING THE SUPERVISOR    *
      * THE EMPLOYEE REPORTS TO (ANOTHER EMPLOYEE), THE OPERATOR ID    *
      * THAT APPROVES THE EMPLOYEE'S HOURS, AND THE DELEGATE OPERATOR  *
      * WHO MAY APPROVE WHILE THAT SUPERVISOR IS ON LEAVE. FOLLOWING   *
      * RPL-SUPERVISOR-ID FROM ROW TO ROW IS THE SUPERVISOR CHAIN THE  *
      * HOURS RELEASE IS HELD TO. SET UP AND CHANGED ONLINE BY         *
      * EMPLOYEE-RPTLINE-MAINT; EVERY CHANGE IS ON RPTLLOG. KEPT IN    *
      * ONE COPYBOOK SO THE WRITERS AND THE READERS CAN NEVER DRIFT    *
      * APART ON THE LAYOUT.                                           *
      ******************************************************************
       01  REPORTING-LINE-RECORD.
           05  RPL-EMPLOYEE-ID       PIC 9(07).
      *    EVERYTHING BUT THE KEY - THE PART RPTLLOG IMAGES.
           05  RPL-LINE-DETAILS.
               10  RPL-SUPERVISOR-ID     PIC 9(07).
      *        A MAINTAUT OPERATOR WITH THE SUPERVISOR FLAG - NORMALLY
      *        THE ONE THE SUPERVISOR SIGNS ON AS.
               10  RPL-APPROVER-OPERATOR PIC X(08).
      *        SPACES WHEN NO DELEGATE IS NAMED. ONLY HONORED WHILE THE
      *        SUPERVISOR'S EMPLOYEE STATUS IS 'L'.
               10  RPL-DELEGATE-OPERATOR PIC X(08).
      *        THE POSITIONS THE EMPLOYEE AND THE SUPERVISOR HELD WHEN
      *        THE LINE WAS SET. A TRANSFER OF EITHER SINCE SHOWS ON
      *        THE NIGHTLY APPROVAL-ROUTING REPORT AS A LINE TO REVIEW.
               10  RPL-EMPLOYEE-POSITION PIC X(06).
               10  RPL-SUPERVISOR-POSITION PIC X(06).
      *        YYYYMMDD THE LINE WAS LAST SET.
               10  RPL-EFFECTIVE-DATE    PIC X(08).
           05  FILLER               PIC X(20).
