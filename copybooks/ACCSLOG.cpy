      ******************************************************************
      * ACCSLOG - SHARED SENSITIVE-INQUIRY READ-ACCESS LOG RECORD.     *
      * ONE ROW EACH TIME AN ONLINE INQUIRY PUTS AN EMPLOYEE ON THE    *
      * SCREEN - THE 360 INQUIRY, THE PAY HISTORY INQUIRY, EACH ROW    *
      * OF THE NAME AND PHONETIC BROWSES, AND EACH REPLY OF THE IMS    *
      * CONVERSATIONAL INQUIRY - WITH WHO LOOKED, FROM WHICH           *
      * TRANSACTION, AT WHOM, AND WHICH SENSITIVE FIELDS WERE SHOWN.   *
      * APPEND ONLY. THE WEEKLY ACCESS REVIEW REPORT READS IT. KEPT IN *
      * ONE COPYBOOK SO THE WRITERS AND THE READER CAN NEVER DRIFT     *
      * APART ON THE LAYOUT.                                           *
      * RA-TIMESTAMP CARRIES YYYYMMDD-HHMMSS IN ITS FIRST 15 BYTES.    *
      ******************************************************************
       01  READ-ACCESS-RECORD.
           05  RA-TIMESTAMP         PIC X(26).
           05  FILLER REDEFINES RA-TIMESTAMP.
               10  RA-TS-DATE           PIC X(08).
               10  FILLER               PIC X(01).
               10  RA-TS-HHMM           PIC 9(04).
               10  FILLER               PIC X(13).
      *    THE SIGNED-ON OPERATOR - CICS USERID, OR THE IMS USERID
      *    (LTERM NAME WHEN THE REGION RUNS WITHOUT SIGN-ON).
           05  RA-OPERATOR-ID       PIC X(08).
      *    THE LOAD MODULE OR IMS TRANSACTION CODE THAT SHOWED IT.
           05  RA-TRANSACTION       PIC X(08).
           05  RA-EMPLOYEE-ID       PIC 9(07).
      *    'Y' FOR EACH CLASS OF SENSITIVE FIELD THE SCREEN CARRIED.
      *    A BROWSE ROW SHOWS ONLY ID AND NAME AND LOGS ALL THREE 'N'
      *    - IT IS THE VOLUME OF THOSE ROWS THE REVIEW WATCHES.
           05  RA-PAY-SHOWN         PIC X(01).
               88  RA-PAY-DISPLAYED            VALUE 'Y'.
           05  RA-BANK-SHOWN        PIC X(01).
               88  RA-BANK-DISPLAYED           VALUE 'Y'.
           05  RA-DEPENDENT-SHOWN   PIC X(01).
               88  RA-DEPENDENTS-DISPLAYED     VALUE 'Y'.
