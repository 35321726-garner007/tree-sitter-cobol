      ******************************************************************
      * PAYCKPT - SHARED PAY-RUN CHECKPOINT RECORD.                    *
      * WRITTEN BY THE GROSS-PAY, NET-PAY AND DISBURSEMENT STEPS EVERY *
      * SO MANY EMPLOYEES, AND READ BACK WHEN ONE OF THEM IS RESTARTED *
      * WITH PARM 'RESTART'. EACH CHECKPOINT REPLACES THE WHOLE FILE:  *
      *   'C' CONTROL - THE STEP AND PAY RUN IT BELONGS TO, WHETHER    *
      *       THE RUN IS STILL IN FLIGHT OR FINISHED, THE LAST CHECK   *
      *       NUMBER ISSUED, AND ONE TALLY PER INPUT AND OUTPUT FILE.  *
      *       AN INPUT TALLY HOLDS THE RECORDS READ SO FAR AND THEIR   *
      *       HASH, THE KEY IN HAND AND THE END-OF-FILE FLAG, PLUS THE *
      *       WHOLE FILE'S COUNT AND HASH WHERE THE STEP KNOWS THEM UP *
      *       FRONT (A TRAILER, A SORT, A LOADED TABLE) - A RESTART    *
      *       THAT DOES NOT READ THE SAME AGAIN IS REFUSED. AN OUTPUT  *
      *       TALLY IS THE RECORDS ON THE FILE AT THE CHECKPOINT.      *
      *   'S' SAVE - THE STEP'S RUNNING COUNTS, TOTALS AND TABLES, IN  *
      *       2000-BYTE PIECES NUMBERED FROM 1, SO THE TRAILERS AND    *
      *       THE REGISTER TOTALS CARRY ON AS IF THE RUN NEVER STOPPED.*
      * KEPT IN ONE COPYBOOK SO THE THREE STEPS CHECKPOINT ALIKE.      *
      ******************************************************************
       01  PAY-CHECKPOINT-RECORD.
           05  PCK-RECORD-TYPE       PIC X(01).
               88  PCK-CONTROL-RECORD           VALUE 'C'.
               88  PCK-SAVE-RECORD              VALUE 'S'.
           05  PCK-RECORD-DATA       PIC X(2047).
           05  FILLER REDEFINES PCK-RECORD-DATA.
               10  PCK-PROGRAM-NAME      PIC X(08).
               10  PCK-RUN-DATE          PIC X(08).
               10  PCK-RUN-TYPE          PIC X(01).
               10  PCK-RUN-NUMBER        PIC 9(02).
      *    THE PAY GROUP THE GROSS-PAY STEP RAN FOR, SPACES FOR ALL.
               10  PCK-RUN-OPTION        PIC X(08).
               10  PCK-RUN-STATUS        PIC X(01).
                   88  PCK-RUN-IN-FLIGHT            VALUE 'I'.
                   88  PCK-RUN-COMPLETE             VALUE 'C'.
               10  PCK-CHECKPOINT-COUNT  PIC 9(05).
               10  PCK-CHECKPOINT-DATE   PIC X(08).
               10  PCK-CHECKPOINT-TIME   PIC X(08).
               10  PCK-MATCHES-DONE      PIC 9(09).
               10  PCK-RESUME-EMPLOYEE-ID PIC 9(07).
      *    ZERO ON THE STEPS THAT ISSUE NO CHECKS.
               10  PCK-LAST-CHECK-NUMBER PIC 9(09).
               10  PCK-INPUT-COUNT       PIC 9(02).
               10  PCK-INPUT-TALLIES.
                   15  PCK-INPUT-TALLY OCCURS 12 TIMES.
                       20  PCK-IN-DDNAME         PIC X(08).
                       20  PCK-IN-FILE-RECORDS   PIC 9(09).
                       20  PCK-IN-FILE-HASH      PIC S9(13)V99.
                       20  PCK-IN-RECORDS-READ   PIC 9(09).
                       20  PCK-IN-READ-HASH      PIC S9(13)V99.
                       20  PCK-IN-KEY-IN-HAND    PIC 9(07).
                       20  PCK-IN-EOF-FLAG       PIC X(01).
               10  PCK-OUTPUT-COUNT      PIC 9(02).
               10  PCK-OUTPUT-TALLIES.
                   15  PCK-OUTPUT-TALLY OCCURS 12 TIMES.
                       20  PCK-OUT-DDNAME        PIC X(08).
                       20  PCK-OUT-RECORDS       PIC 9(09).
               10  PCK-SAVE-RECORD-COUNT PIC 9(03).
               10  FILLER                PIC X(994).
           05  FILLER REDEFINES PCK-RECORD-DATA.
               10  PCK-SAVE-SEQUENCE     PIC 9(03).
               10  PCK-SAVE-DATA         PIC X(2000).
               10  FILLER                PIC X(44).
