      ******************************************************************
      * OPERXREF - SHARED OPERATOR-TO-EMPLOYEE CROSS-REFERENCE RECORD. *
      * ONE ROW PER SIGN-ON OPERATOR ID, MAINTAINED BY SECURITY        *
      * ADMINISTRATION WITH THE MAINTAUT AUTHORITY FILE, GIVING THE    *
      * EMPLOYEE-ID OF THE PERSON WHO SIGNS ON AS THAT OPERATOR. AN    *
      * OPERATOR ID WITH NO PERSON BEHIND IT (A BATCH OR VENDOR ID)    *
      * HAS NO ROW. KEPT IN ONE COPYBOOK SO EVERY READER AGREES ON     *
      * THE LAYOUT.                                                    *
      ******************************************************************
       01  OPERATOR-XREF-RECORD.
           05  OX-OPERATOR-ID       PIC X(08).
           05  OX-EMPLOYEE-ID       PIC 9(07).
