      ******************************************************************
      * POSMAST - SHARED POSITION MASTER RECORD.                       *
      * ONE ROW PER BUDGETED POSITION ON THE KEYED POSITION DATASET,   *
      * KEYED BY POSITION NUMBER (RIDFLD ONLINE). SET UP AND CHANGED   *
      * ONLINE BY EMPLOYEE-POSITION-MAINT; THE FILLED COUNT IS KEPT BY *
      * THE STEPS THAT PUT PEOPLE INTO POSITIONS AND TAKE THEM OUT -   *
      * NEW-HIRE INTAKE, EMPLOYEE-MAINT AND THE PENDING APPLY - AND IS *
      * PROVED MONTHLY AGAINST THE EMPLOYEE DATASET BY THE POSITION    *
      * CONTROL REPORT. EACH EMPLOYEE NAMES ITS POSITION IN            *
      * ER-POSITION-NUMBER. KEPT IN ONE COPYBOOK SO THE WRITERS AND    *
      * THE READERS CAN NEVER DRIFT APART ON THE LAYOUT.               *
      ******************************************************************
       01  POSITION-MASTER-RECORD.
           05  PM-POSITION-NUMBER   PIC X(06).
      *    EVERYTHING BUT THE KEY - THE PART POSLOG IMAGES.
           05  PM-POSITION-DETAILS.
      *        THE DEPARTMENT THE POSITION IS BUDGETED IN - A DEPTMSTR
      *        CODE, WHICH ALSO GIVES THE DIVISION.
               10  PM-DEPARTMENT-CODE   PIC X(04).
               10  PM-JOB-TITLE         PIC X(24).
      *        SEATS BUDGETED, AND THE ANNUAL HOURS BUDGETED FOR EACH.
               10  PM-BUDGETED-HEADCOUNT PIC 9(03).
               10  PM-BUDGETED-HOURS    PIC 9(04).
      *        THE BUDGETED HOURLY RATE RANGE FOR THE POSITION.
               10  PM-RATE-MINIMUM      PIC 9(05)V99.
               10  PM-RATE-MAXIMUM      PIC 9(05)V99.
      *        EMPLOYEES NOW ASSIGNED. A POSITION IS OPEN TO A HIRE OR
      *        A TRANSFER ONLY WHILE THIS IS UNDER THE HEADCOUNT.
               10  PM-FILLED-COUNT      PIC 9(03).
      *        'F' FREEZES THE POSITION - NO ONE NEW GOES INTO IT,
      *        WHOEVER IS IN IT STAYS.
               10  PM-POSITION-STATUS   PIC X(01).
                   88  PM-POSITION-ACTIVE          VALUE 'A'.
                   88  PM-POSITION-FROZEN          VALUE 'F'.
           05  FILLER               PIC X(21).
