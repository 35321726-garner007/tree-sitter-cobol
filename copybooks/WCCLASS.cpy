      ******************************************************************
      * WCCLASS - SHARED WORKERS' COMPENSATION CLASS TABLE RECORD.     *
      * KEPT BY RISK MANAGEMENT FROM THE POLICY AND ITS RENEWALS. ONE  *
      * FILE, FOUR KINDS OF ROW:                                       *
      *   'C' CONTROL    - POLICY NUMBER, CARRIER AND POLICY EFFECTIVE *
      *                    DATE. EXACTLY ONE, OR NOTHING IS REPORTED   *
      *   'D' DEPARTMENT - THE CLASS CODE AND STATE A DEPARTMENT'S     *
      *                    PAYROLL IS RATED UNDER                      *
      *   'P' POSITION   - THE SAME FOR ONE POSITION (POSMAST), FOR    *
      *                    THE FEW JOBS RATED APART FROM THE REST OF   *
      *                    THEIR DEPARTMENT. A POSITION ROW WINS OVER  *
      *                    ITS DEPARTMENT'S ROW                        *
      *   'R' RATE       - THE CARRIER'S RATE PER HUNDRED DOLLARS OF   *
      *                    PAYROLL FOR ONE CLASS CODE IN ONE STATE     *
      * KEPT IN ONE COPYBOOK SO EVERY PROGRAM READS A ROW THE SAME.    *
      ******************************************************************
       01  WC-CLASS-TABLE-RECORD.
           05  WC-ROW-TYPE          PIC X(01).
               88  WC-ROW-CONTROL              VALUE 'C'.
               88  WC-ROW-DEPARTMENT           VALUE 'D'.
               88  WC-ROW-POSITION             VALUE 'P'.
               88  WC-ROW-RATE                 VALUE 'R'.
           05  WC-ROW-DATA          PIC X(59).
           05  FILLER REDEFINES WC-ROW-DATA.
               10  WC-POLICY-NUMBER     PIC X(12).
               10  WC-CARRIER-CODE      PIC X(06).
               10  WC-POLICY-EFF-DATE   PIC X(08).
               10  FILLER               PIC X(33).
      *    DEPARTMENT AND POSITION ROWS - A DEPARTMENT CODE SITS IN THE
      *    FIRST FOUR BYTES OF THE KEY.
           05  FILLER REDEFINES WC-ROW-DATA.
               10  WC-MAP-KEY           PIC X(06).
               10  WC-MAP-CLASS-CODE    PIC X(04).
               10  WC-MAP-STATE-CODE    PIC X(02).
               10  FILLER               PIC X(47).
           05  FILLER REDEFINES WC-ROW-DATA.
               10  WC-RATE-CLASS-CODE   PIC X(04).
               10  WC-RATE-STATE-CODE   PIC X(02).
               10  WC-RATE-PER-HUNDRED  PIC 9(03)V9(04).
               10  WC-CLASS-DESCRIPTION PIC X(30).
               10  FILLER               PIC X(16).
