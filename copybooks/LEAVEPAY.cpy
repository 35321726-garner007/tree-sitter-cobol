      ******************************************************************
      * LEAVEPAY - LEAVE-TAKEN DISPOSITION RECORD.                     *
      * WRITTEN BY THE LEAVE ACCRUAL RUN, ONE ROW PER LEAVE-TAKEN ROW  *
      * IT WORKED, ASCENDING BY EMPLOYEE-ID, AND READ BY THE GROSS-PAY *
      * REGISTER, WHICH PAYS THE POSTED HOURS AT THE MASTER RATE AND   *
      * REFUSES THE REST - SO THE HOURS PAID ARE EXACTLY THE HOURS     *
      * DRAWN OFF THE BALANCE.                                         *
      *   DISPOSITION - 'P' THE DRAW POSTED AGAINST THE BALANCE        *
      *                 'R' THE DRAW WAS REFUSED (OVERDRAWN, OR NO     *
      *                 BALANCE SLOT FOR THE TYPE) AND MUST NOT BE PAID*
      *   RUN PERIOD  - THE PAY PERIOD THE LEAVE RUN POSTED, SO A FILE *
      *                 LEFT OVER FROM AN EARLIER PERIOD IS NOT PAID   *
      *                 A SECOND TIME                                  *
      * KEPT IN ONE COPYBOOK SO BOTH PROGRAMS READ A ROW THE SAME.     *
      ******************************************************************
       01  LEAVE-PAY-RECORD.
           05  LP-EMPLOYEE-ID       PIC 9(07).
           05  LP-LEAVE-TYPE        PIC X(02).
           05  LP-DEPARTMENT-CODE   PIC X(04).
           05  LP-HOURS-TAKEN       PIC 9(03)V99.
           05  LP-DISPOSITION       PIC X(01).
               88  LP-DRAW-POSTED              VALUE 'P'.
               88  LP-DRAW-REFUSED             VALUE 'R'.
           05  LP-RUN-PERIOD        PIC 9(06).
           05  FILLER               PIC X(05).
