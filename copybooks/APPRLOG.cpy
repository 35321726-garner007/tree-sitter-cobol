      ******************************************************************
      * APPRLOG - SHARED DRY-RUN APPROVAL LOG RECORD.                  *
      * ONE ROW PER PREVIEWED UPDATE OR INSERT THE DRY-RUN APPLY       *
      * EXECUTED, OR PER RATE INCREASE THE MERIT BATCH QUEUED, NAMING  *
      * WHO SIGNED THE APPROVAL CARD THAT LET IT THROUGH. APPENDED     *
      * ONLY. THE APPROVAL CARD ITSELF IS GONE AFTER THE RUN; THIS IS  *
      * THE LASTING RECORD OF WHO APPROVED WHICH EMPLOYEE'S CHANGE,    *
      * READ BY THE SEGREGATION-OF-DUTIES REPORT. KEPT IN ONE COPYBOOK *
      * SO THE WRITERS AND THE READERS CAN NEVER DRIFT APART ON THE    *
      * LAYOUT.                                                        *
      ******************************************************************
       01  DRYRUN-APPROVAL-LOG-RECORD.
           05  DA-APPROVAL-DATE     PIC X(08).
      *    THE APPROVER'S SIGN-ON OPERATOR ID FROM THE CARD - SPACES
      *    WHEN THE CARD CARRIED ONLY INITIALS.
           05  DA-APPROVER-ID       PIC X(08).
           05  DA-SUPERVISOR-INITIALS PIC X(03).
      *    THE DATE THE APPLY RAN, AND WHAT IT DID - 'U' UPDATE OR
      *    'I' INSERT, AS THE PREVIEW RECORDED IT, OR 'R' A RATE
      *    INCREASE THE MERIT BATCH QUEUED.
           05  DA-APPLIED-DATE      PIC X(08).
           05  DA-ACTION-CODE       PIC X(01).
           05  DA-EMPLOYEE-ID       PIC 9(07).
