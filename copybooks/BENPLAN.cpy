      ******************************************************************
      * BENPLAN - SHARED BENEFIT PLAN AND RATE TABLE RECORD.           *
      * ONE ROW PER PLAN PER PLAN YEAR, KEYED BY BENEFITS              *
      * ADMINISTRATION FROM THE CARRIER RENEWALS. CARRIES THE MONTHLY  *
      * PREMIUM FOR EACH COVERAGE TIER, SPLIT INTO THE EMPLOYEE'S      *
      * SHARE (WHAT PAYROLL DEDUCTS) AND THE EMPLOYER'S SHARE, AND THE *
      * DEDMSTR DEDUCTION CODE THE EMPLOYEE'S SHARE IS TAKEN UNDER.    *
      * KEPT IN ONE COPYBOOK SO EVERY PROGRAM PRICES A PLAN THE SAME.  *
      ******************************************************************
       01  BENEFIT-PLAN-RECORD.
           05  BP-PLAN-YEAR         PIC X(04).
           05  BP-PLAN-CODE         PIC X(04).
           05  BP-PLAN-TYPE         PIC X(01).
               88  BP-PLAN-MEDICAL             VALUE 'M'.
               88  BP-PLAN-DENTAL              VALUE 'D'.
               88  BP-PLAN-LIFE                VALUE 'L'.
               88  BP-PLAN-TYPE-VALID          VALUE 'M' 'D' 'L'.
           05  BP-PLAN-NAME         PIC X(20).
           05  BP-CARRIER-ID        PIC X(06).
           05  BP-DEDUCTION-CODE    PIC X(03).
      *    MONTHLY PREMIUMS BY COVERAGE TIER - OCCURRENCE 1 EMPLOYEE
      *    ONLY, 2 EMPLOYEE PLUS SPOUSE, 3 FAMILY.
           05  BP-TIER-RATES OCCURS 3 TIMES.
               10  BP-EMPLOYEE-MONTHLY  PIC 9(05)V99.
               10  BP-EMPLOYER-MONTHLY  PIC 9(05)V99.
           05  FILLER               PIC X(20).
