      *    COMPANY AND THE BIWEEKLY GROUP.
           05  ER-COMPANY-CODE       PIC X(02).
           05  ER-PAY-GROUP          PIC X(01).
      *    SERVICE DATES, ALL YYYYMMDD. THE HIRE DATE IS THE ORIGINAL
      *    HIRE AND NEVER MOVES; THE SERVICE DATE IS THE ADJUSTED
      *    SERVICE DATE TENURE AND ACCRUAL TIERS COUNT FROM, PUSHED
      *    FORWARD BY ANY BREAK IN SERVICE ON A REHIRE. THE TERMINATION
      *    DATE IS SET WHEN STATUS GOES TO 'T'. A REHIRE THROUGH THE
      *    ARCHIVE RESTORE MEASURES THE BREAK FROM IT AND THEN CLEARS
      *    IT; A STATUS CHANGE FROM 'T' BACK TO 'P' OR 'A' ON THE LIVE
      *    MASTER LEAVES IT AS IT WAS. SPACES MEAN NOT TERMINATED OR,
      *    ON OLDER RECORDS, NOT KNOWN.
           05  ER-HIRE-DATE          PIC X(08).
           05  ER-SERVICE-DATE       PIC X(08).
           05  ER-PROBATION-END-DATE PIC X(08).
           05  ER-TERMINATION-DATE   PIC X(08).
      *    THE BUDGETED POSITION (POSMAST) THE EMPLOYEE FILLS, CARVED
      *    FROM THE FILLER FOR POSITION CONTROL. SPACES MEAN NOT YET
      *    ASSIGNED; A TERMINATION VACATES IT.
           05  ER-POSITION-NUMBER    PIC X(06).
           05  FILLER                PIC X(106).
