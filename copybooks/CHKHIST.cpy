      ******************************************************************
      * CHKHIST - SHARED CHECK-ISSUE HISTORY RECORD.                   *
      * ONE ROW PER CHECK NUMBER EVER ISSUED, APPENDED BY THE PAYMENT  *
      * DISBURSEMENT RUN AS IT ASSIGNS EACH NUMBER FROM CHKCTL AND BY  *
      * THE ONLINE CHECK TRANSACTION WHEN IT REISSUES ONE. THE ONLINE  *
      * TRANSACTION REWRITES THE STATUS IN PLACE ON A VOID OR STOP;    *
      * THE BANK RECONCILIATION DOES THE SAME WHEN A CHECK CLEARS OR   *
      * IS REPORTED AS UNCLAIMED WAGES.                                *
      * KEPT IN ONE COPYBOOK SO THE WRITERS AND THE READERS CAN NEVER  *
      * DRIFT APART ON THE LAYOUT.                                     *
      ******************************************************************
       01  CHECK-HISTORY-RECORD.
           05  CH-CHECK-NUMBER      PIC 9(09).
           05  CH-EMPLOYEE-ID       PIC 9(07).
           05  CH-COMPANY-CODE      PIC X(02).
      *    NET AMOUNT ON THE FACE OF THE CHECK, AND THE GROSS PAY IT
      *    CAME FROM - ALL A VOID CAN TAKE BACK OUT OF YTD WHEN THE
      *    PAYMENT'S PAY-HISTORY ROW CANNOT BE FOUND.
           05  CH-CHECK-AMOUNT      PIC S9(7)V99.
           05  CH-GROSS-PAY         PIC S9(7)V99.
           05  CH-ISSUE-DATE        PIC X(08).
           05  CH-CHECK-STATUS      PIC X(01).
               88  CH-CHECK-OUTSTANDING        VALUE 'O'.
               88  CH-CHECK-VOIDED             VALUE 'V'.
               88  CH-CHECK-STOPPED            VALUE 'S'.
               88  CH-CHECK-PAID               VALUE 'P'.
               88  CH-CHECK-ESCHEATED          VALUE 'E'.
      *    DATE AND OPERATOR OF THE LAST STATUS CHANGE - THE ISSUE
      *    DATE AND SPACES WHILE THE CHECK IS STILL OUTSTANDING, THE
      *    BANK'S PAID DATE ONCE IT CLEARS.
           05  CH-STATUS-DATE       PIC X(08).
           05  CH-STATUS-OPERATOR   PIC X(08).
      *    A VOIDED CHECK THAT WAS REISSUED POINTS FORWARD TO ITS
      *    REPLACEMENT; THE REPLACEMENT POINTS BACK. ZERO OTHERWISE.
           05  CH-REPLACED-BY       PIC 9(09).
           05  CH-REISSUE-OF        PIC 9(09).
