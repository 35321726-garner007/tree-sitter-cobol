      ******************************************************************
      * BENELECT - SHARED BENEFIT ELECTION RECORD.                     *
      * ONE ROW PER EMPLOYEE PER PLAN TYPE (MEDICAL, DENTAL, LIFE),    *
      * ASCENDING BY EMPLOYEE-ID AND PLAN TYPE. A BLANK PLAN CODE      *
      * MEANS THE EMPLOYEE WAIVED THAT COVERAGE. THE COVERED           *
      * DEPENDENTS ARE THE EMPLOYEE'S DP SEGMENTS, BY THE SEGMENT'S    *
      * DEPENDENT NAME, AND THE COVERAGE TIER FOLLOWS FROM THEM.       *
      * ROLLED FORWARD EACH YEAR BY THE OPEN-ENROLLMENT RUN, WHICH     *
      * ALSO BUILDS THE BENEFIT DEDMSTR ROWS FROM IT.                  *
      * KEPT IN ONE COPYBOOK SO THE WRITERS AND THE READERS CAN NEVER  *
      * DRIFT APART ON THE LAYOUT.                                     *
      ******************************************************************
       01  BENEFIT-ELECTION-RECORD.
           05  BE-EMPLOYEE-ID       PIC 9(07).
           05  BE-PLAN-TYPE         PIC X(01).
           05  BE-PLAN-YEAR         PIC X(04).
           05  BE-PLAN-CODE         PIC X(04).
               88  BE-COVERAGE-WAIVED          VALUE SPACES.
           05  BE-COVERAGE-TIER     PIC X(01).
               88  BE-TIER-EMPLOYEE-ONLY       VALUE 'E'.
               88  BE-TIER-PLUS-SPOUSE         VALUE 'S'.
               88  BE-TIER-FAMILY              VALUE 'F'.
           05  BE-EFFECTIVE-DATE    PIC X(08).
      *    '99999999' WHILE THE COVERAGE RUNS ON.
           05  BE-STOP-DATE         PIC X(08).
           05  BE-COVERED-DEPENDENTS.
               10  BE-COVERED-COUNT     PIC 9(02).
               10  BE-COVERED-DEPENDENT OCCURS 8 TIMES.
                   15  BE-DEP-NAME          PIC X(30).
                   15  BE-DEP-RELATIONSHIP  PIC X(02).
           05  FILLER               PIC X(09).
