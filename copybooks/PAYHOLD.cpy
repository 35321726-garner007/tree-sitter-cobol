      ******************************************************************
      * PAYHOLD - SHARED PAYMENT HOLD FILE RECORD.                     *
      * WRITTEN BY THE PAY VARIANCE AUDIT BETWEEN THE NET-PAY RUN AND  *
      * THE PAYMENT DISBURSEMENT RUN, READ BY THE DISBURSEMENT RUN.    *
      * 'H' HEADER NAMING THE PAY RUN AUDITED (RUN DATE, RUN TYPE AND  *
      * RUN NUMBER, AS ON THE NETPAYO HEADER), ONE 'D' ROW PER         *
      * EMPLOYEE THE AUDIT FLAGGED, ASCENDING BY EMPLOYEE-ID, AND A    *
      * 'T' TRAILER WITH THE 'D' COUNT. A ROW STILL HELD KEEPS THE     *
      * EMPLOYEE'S PAYMENT OUT OF THE DISBURSEMENT; A ROW RELEASED BY  *
      * A SUPERVISOR'S CONTROL CARD LETS IT THROUGH AND SAYS WHO.      *
      * KEPT IN ONE COPYBOOK SO THE WRITER AND THE READER CAN NEVER    *
      * DRIFT APART ON THE LAYOUT.                                     *
      ******************************************************************
       01  PAY-HOLD-RECORD.
           05  HL-RECORD-TYPE       PIC X(01).
               88  HL-HEADER-RECORD            VALUE 'H'.
               88  HL-DETAIL-RECORD            VALUE 'D'.
               88  HL-TRAILER-RECORD           VALUE 'T'.
           05  HL-RECORD-DATA       PIC X(69).
           05  FILLER REDEFINES HL-RECORD-DATA.
               10  HL-RUN-DATE          PIC X(08).
               10  HL-RUN-TYPE          PIC X(01).
               10  HL-RUN-NUMBER        PIC 9(02).
               10  FILLER               PIC X(58).
           05  FILLER REDEFINES HL-RECORD-DATA.
               10  HL-EMPLOYEE-ID       PIC 9(07).
      *    THIS RUN'S NET AND GROSS, ALL COMPANIES, AND THE SAME FOR
      *    THE LAST REGULAR PERIOD PAID BEFORE IT (ZERO IF NONE).
               10  HL-NET-PAY           PIC S9(7)V99.
               10  HL-GROSS-PAY         PIC S9(7)V99.
               10  HL-PRIOR-NET-PAY     PIC S9(7)V99.
               10  HL-PRIOR-GROSS-PAY   PIC S9(7)V99.
               10  HL-PRIOR-PERIOD      PIC 9(06).
      *    WHY THE PAYMENT WAS FLAGGED - ANY NUMBER OF THESE AT ONCE.
               10  HL-REASON-FLAGS.
                   15  HL-NET-SWING-FLAG    PIC X(01).
                       88  HL-NET-SWING                VALUE 'Y'.
                   15  HL-GROSS-SWING-FLAG  PIC X(01).
                       88  HL-GROSS-SWING              VALUE 'Y'.
                   15  HL-FIRST-PAY-FLAG    PIC X(01).
                       88  HL-FIRST-TIME-PAYEE         VALUE 'Y'.
                   15  HL-NET-NOT-POS-FLAG  PIC X(01).
                       88  HL-NET-NOT-POSITIVE         VALUE 'Y'.
                   15  HL-STATUS-FLAG       PIC X(01).
                       88  HL-STATUS-NOT-PAYABLE       VALUE 'Y'.
                   15  HL-SHARED-ACCT-FLAG  PIC X(01).
                       88  HL-SHARED-ACCOUNT           VALUE 'Y'.
      *    THE EMPREC STATUS BEHIND A STATUS FLAG - 'T' TERMED, 'S'
      *    SUSPENDED, SPACE WHEN THERE IS NO EMPREC RECORD AT ALL.
               10  HL-EMPLOYEE-STATUS   PIC X(01).
               10  HL-HOLD-STATUS       PIC X(01).
                   88  HL-ITEM-HELD                VALUE 'H'.
                   88  HL-ITEM-RELEASED            VALUE 'R'.
               10  HL-RELEASED-BY       PIC X(03).
               10  FILLER               PIC X(09).
           05  FILLER REDEFINES HL-RECORD-DATA.
               10  HL-HOLD-COUNT        PIC 9(07).
               10  FILLER               PIC X(62).
