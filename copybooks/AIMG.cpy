           05  AI-COMPANY-CODE      PIC X(02).
           05  AI-PAY-GROUP         PIC X(01).
           05  AI-OPERATOR-ID       PIC X(08).
      *    THE EMPLOYMENT DATES AND BUDGETED POSITION AS THE CHANGE
      *    LEFT THEM. ROWS JOURNALED BEFORE THESE FIELDS EXISTED WERE
      *    91 BYTES LONG; THE ONE-TIME EMPLOYEE-AIMG-CONVERT RUN COPIED
      *    THEM TO THIS LAYOUT WITH SPACES ACROSS THE WHOLE GROUP, AND
      *    ROLL-FORWARD LEAVES THE RECORD'S OWN DATES AND POSITION AS
      *    THEY STAND FOR SUCH A ROW.
           05  AI-SERVICE-DETAILS.
               10  AI-HIRE-DATE         PIC X(08).
               10  AI-SERVICE-DATE      PIC X(08).
               10  AI-PROBATION-END     PIC X(08).
               10  AI-TERMINATION-DATE  PIC X(08).
               10  AI-POSITION-NUMBER   PIC X(06).
