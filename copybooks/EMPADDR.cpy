      ******************************************************************
      * EMPADDR - SHARED EMPLOYEE ADDRESS AND CONTACT RECORD.          *
      * ONE ROW PER EMPLOYEE ON THE KEYED EMPADDR DATASET, KEYED BY    *
      * EMPLOYEE-ID (RIDFLD ONLINE, RECORD KEY IN BATCH). MAINTAINED   *
      * ONLINE BY EMPLOYEE-ADDRESS-MAINT; FLAGGED BY THE RETURNED-MAIL *
      * RUN; READ BY EVERY STEP THAT PRODUCES SOMETHING TO BE MAILED - *
      * THE COBRA EXTRACT, THE YEAR-END STATEMENTS AND THE PRINTED     *
      * CHECKS - SO THE PRINT VENDOR MAILS STRAIGHT FROM OUR FILES.    *
      * MAIL GOES TO THE MAILING ADDRESS WHEN ONE IS ON FILE, ELSE TO  *
      * THE HOME ADDRESS. AN ADDRESS FLAGGED RETURNED ('R') IS NOT     *
      * MAILED TO AT ALL UNTIL A NEW ADDRESS IS KEYED.                 *
      * KEPT IN ONE COPYBOOK SO THE WRITERS AND THE READERS CAN NEVER  *
      * DRIFT APART ON THE LAYOUT.                                     *
      ******************************************************************
       01  EMPLOYEE-ADDRESS-RECORD.
           05  ADR-EMPLOYEE-ID      PIC 9(07).
      *    EVERYTHING BUT THE KEY - THE PART ADDRLOG IMAGES.
           05  ADR-CONTACT-DETAILS.
      *        THE DATE THE ADDRESS AS NOW ON FILE TOOK EFFECT.
               10  ADR-EFFECTIVE-DATE   PIC X(08).
               10  ADR-HOME-ADDRESS.
                   15  ADR-HOME-LINE-1      PIC X(30).
                   15  ADR-HOME-LINE-2      PIC X(30).
                   15  ADR-HOME-CITY        PIC X(20).
                   15  ADR-HOME-STATE       PIC X(02).
                   15  ADR-HOME-ZIP         PIC X(09).
      *        SPACES WHEN THE EMPLOYEE TAKES MAIL AT HOME.
               10  ADR-MAILING-ADDRESS.
                   15  ADR-MAIL-LINE-1      PIC X(30).
                   15  ADR-MAIL-LINE-2      PIC X(30).
                   15  ADR-MAIL-CITY        PIC X(20).
                   15  ADR-MAIL-STATE       PIC X(02).
                   15  ADR-MAIL-ZIP         PIC X(09).
               10  ADR-PHONE            PIC X(10).
               10  ADR-EMAIL            PIC X(50).
      *        'R' ONCE MAIL HAS COME BACK UNDELIVERABLE - EVERY
      *        MAILING SUPPRESSES THE ADDRESS AND ROUTES THE EMPLOYEE
      *        FOR FOLLOW-UP. A NEW ADDRESS KEYED ONLINE PUTS IT BACK
      *        TO 'G'.
               10  ADR-MAIL-STATUS      PIC X(01).
                   88  ADR-MAIL-DELIVERABLE        VALUE 'G' SPACE.
                   88  ADR-MAIL-RETURNED           VALUE 'R'.
               10  ADR-RETURNED-DATE    PIC X(08).
      *        WHAT CAME BACK - 'CB' COBRA NOTICE, 'YS' YEAR-END
      *        STATEMENT, 'CK' CHECK, 'OT' ANYTHING ELSE - AND THE
      *        CARRIER'S REASON.
               10  ADR-RETURNED-ITEM    PIC X(02).
               10  ADR-RETURNED-REASON  PIC X(02).
           05  FILLER               PIC X(20).
