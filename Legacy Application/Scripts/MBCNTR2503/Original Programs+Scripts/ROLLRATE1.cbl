      * dated extract runs and nobody computes how loans move
      * between buckets; clients ask for roll rates in every
      * quarterly review and we hand-build them from two reports
      * and a calculator.  this step holds this cycle's .set against
      * the prior cycle on the loan-level cycle history (CYCHIST1,
      * which must already have taken this cycle), classifies each
      * loan's movement off its delinquency days (current, 30, 60,
      * 90-plus; cures, rolls, new loans, loans gone from the
      * extract), reports the migration
      * counts and rates by client, appends this month's counts to
      * the permanent roll history, and shows each movement against
      * its own historical monthly average as the trend line
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the loan-level cycle history - the prior cycle's figures
           SELECT CYH-FILE  ASSIGN TO DYNAMIC CYH-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CYH-KEY
                  FILE STATUS IS CYH-STATUS.
      * the current cycle's .set
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
      *
       FILE SECTION.
      *
       FD  CYH-FILE
           RECORD CONTAINS 2600 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CYH-REC.
       01  CYH-REC.
           05  CYH-KEY.
               10  CYH-CLIENT          PIC X(4).
               10  CYH-ACCOUNT         PIC 9(13).
           05  CYH-LAST-CYCLE          PIC 9(8).
           05  CYH-LAST-UPDATE         PIC 9(8).
           05  CYH-CYCLE-COUNT         PIC 9(2).
           05  FILLER                  PIC X(45).
           05  CYH-CYCLE OCCURS 24 TIMES.
               10  CYC-DATE            PIC 9(8).
               10  CYC-ON-SET-SW       PIC X(1).
               10  CYC-PRIN-BAL        PIC S9(11)V99 COMP-3.
               10  CYC-ESCROW-BAL      PIC S9(9)V99 COMP-3.
               10  CYC-SUSPENSE-BAL    PIC S9(11)V99 COMP-3.
               10  CYC-DUE-DATE        PIC 9(8).
               10  CYC-TOTAL-DUE       PIC S9(11)V99 COMP-3.
               10  CYC-PAYMENT         PIC S9(9)V99 COMP-3.
               10  CYC-DELQ-DAYS       PIC 9(5).
               10  CYC-SUPP-REASON     PIC X(8).
               10  CYC-BANKRUPT-CODE   PIC X(2).
               10  CYC-FCL-FLAG        PIC X(1).
               10  CYC-DRAFT-SW        PIC X(1).
               10  CYC-ID-HASH         PIC 9(15).
               10  CYC-PP-SW           PIC X(1).
               10  CYC-PP-PAYMENT      PIC S9(9)V99 COMP-3.
               10  CYC-PP-PI           PIC S9(9)V99 COMP-3.
               10  CYC-PP-ESC          PIC S9(7)V99 COMP-3.
               10  CYC-PP-IR           PIC SV9(7) COMP-3.
           05  FILLER                  PIC X(24).

       FD IN1-FILE
           RECORD CONTAINS 2116 CHARACTERS
       WORKING-STORAGE SECTION.

       01  VARIABLES.
           05  IN1-PATH.
               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  CYH-PATH                PIC X(40)
               VALUE '/users/public/out/cychist.kdx'.
           05  CYH-STATUS              PIC X(2)  VALUE SPACES.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  HST-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  NEW-CTR                 PIC 9(7)  VALUE 0.
           05  GONE-CTR                PIC 9(7)  VALUE 0.
           05  CYH-EOF-SW              PIC 9(1)  VALUE 0.
           05  CYH-FOUND-SW            PIC X(1)  VALUE 'N'.
               88  CYH-FOUND                     VALUE 'Y'.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  HST-EOF-SW              PIC 9(1)  VALUE 0.
           05  PB-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  PB-FOUND                      VALUE 'Y'.
           05  RM-FOUND-SW             PIC X(1)  VALUE 'N'.
           05  WS-SUB                  PIC S9(8) COMP VALUE 0.
           05  WS-HSUB                 PIC S9(4) COMP VALUE 0.
           05  WS-FIND-SLOT            PIC S9(4) COMP VALUE 0.
           05  WS-FIND-DATE            PIC 9(8)  VALUE 0.
           05  WS-CYCLE-DATE           PIC 9(8)  VALUE 0.
           05  WS-DELQ-DAYS            PIC 9(5)  VALUE 0.
           05  WS-BUCKET               PIC X(3)  VALUE SPACES.
           05  WS-PRI-BUCKET           PIC X(3)  VALUE SPACES.
           05  WS-MOVEMENT             PIC X(7)  VALUE SPACES.
           05  WS-AVG-DISP             PIC ZZZZZZ9.

      *
      * each client on this cycle's .set with its cycle and the
      * prior cycle off its control record on the history
      *
       01  CLIENT-CYCLE-TABLE.
           05  CP-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CP-COUNT
                   INDEXED BY CP-IDX.
               10  CP-CLIENT           PIC X(4).
               10  CP-CURR-DATE        PIC 9(8).
               10  CP-PRIOR-DATE       PIC 9(8).
       77  WS-CP-COUNT                 PIC S9(4) COMP VALUE 0.
       77  CP-FOUND-SW                 PIC X(1)  VALUE 'N'.
           88  CP-FOUND                          VALUE 'Y'.

      *
      * this cycle's movement tallies keyed client/movement
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME OUT-NAME.
           DISPLAY '* * * B E G I N   R O L L R A T E 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR OUT-NAME = SPACES
               DISPLAY '!!!! ENTER CURRENT SET AND REPORT FILE ON'
                   UPON CRT AT 2301
               DISPLAY '!!!!   COMMAND LINE' UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-CURRENT-MONTH = WS-CURRENT-DATE / 100.
           OPEN INPUT CYH-FILE.
           IF CYH-STATUS NOT = '00'
               DISPLAY '!!!! CYCLE HISTORY NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY CYH-PATH UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! CURRENT SET NOT FOUND OR NOT READABLE'
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
           CLOSE IN1-FILE.
           PERFORM TALLY-GONE-LOANS.
           CLOSE CYH-FILE.
           OPEN OUTPUT OUT-FILE.
           PERFORM WRITE-ROLL-LINES.
           CLOSE OUT-FILE.
           PERFORM APPEND-ROLL-HISTORY.
           PERFORM END-RTN.

      *
      * the four buckets clients quote roll rates in, off whichever
      * cycle's delinquency days the caller has set
      *
       CLASSIFY-BUCKET.
           IF WS-DELQ-DAYS < 30
               MOVE 'CUR'              TO WS-BUCKET
           ELSE
           IF WS-DELQ-DAYS < 60
               MOVE '30 '              TO WS-BUCKET
           ELSE
           IF WS-DELQ-DAYS < 90
               MOVE '60 '              TO WS-BUCKET
           ELSE
               MOVE '90+'              TO WS-BUCKET.
                   ADD 1               TO REC-CTR.

       001-MAIN.
           PERFORM FIND-PRIOR-ENTRY.
           IF PB-FOUND
               MOVE CYC-DELQ-DAYS (WS-FIND-SLOT) TO WS-DELQ-DAYS
               PERFORM CLASSIFY-BUCKET
               MOVE WS-BUCKET          TO WS-PRI-BUCKET.
           MOVE MB-DELQ-DAYS           TO WS-DELQ-DAYS.
           PERFORM CLASSIFY-BUCKET.
           IF PB-FOUND
               MOVE SPACES             TO WS-MOVEMENT
               STRING WS-PRI-BUCKET    DELIMITED BY SPACE
                      '>'              DELIMITED BY SIZE
       001-MAIN-EXIT.
           EXIT.

      *
      * the loan's prior cycle is its history slot for the client's
      * prior cycle date, if the loan was on that cycle's .set
      *
       FIND-PRIOR-ENTRY.
           MOVE 'N'                    TO PB-FOUND-SW.
           IF MB-STATEMENT-DATE NUMERIC
               MOVE MB-STATEMENT-DATE  TO WS-CYCLE-DATE
           ELSE
               MOVE WS-CURRENT-DATE    TO WS-CYCLE-DATE.
           PERFORM FIND-CLIENT-CYCLES.
           IF CP-PRIOR-DATE (CP-IDX) > 0
               MOVE MB-CLIENT          TO CYH-CLIENT
               MOVE MB-ACCOUNT         TO CYH-ACCOUNT
               MOVE 'Y'                TO CYH-FOUND-SW
               READ CYH-FILE KEY IS CYH-KEY
                   INVALID KEY
                       MOVE 'N'        TO CYH-FOUND-SW
               END-READ
               IF CYH-FOUND
                   MOVE CP-PRIOR-DATE (CP-IDX) TO WS-FIND-DATE
                   PERFORM FIND-CYCLE-SLOT
                   IF WS-FIND-SLOT > 0
                       MOVE 'Y'        TO PB-FOUND-SW
                   END-IF
               END-IF
           END-IF.

       FIND-CYCLE-SLOT.
           MOVE 0                      TO WS-FIND-SLOT.
           PERFORM VARYING WS-HSUB FROM 1 BY 1
                   UNTIL WS-HSUB > 24 OR WS-FIND-SLOT > 0
               IF CYC-DATE (WS-HSUB) = WS-FIND-DATE
               AND CYC-ON-SET-SW (WS-HSUB) = 'Y'
                   MOVE WS-HSUB        TO WS-FIND-SLOT
               END-IF
           END-PERFORM.

       FIND-CLIENT-CYCLES.
           MOVE 'N'                    TO CP-FOUND-SW.
           IF WS-CP-COUNT > 0
               SET CP-IDX TO 1
               SEARCH CP-ENTRY
                   AT END
                       MOVE 'N'        TO CP-FOUND-SW
                   WHEN CP-CLIENT (CP-IDX) = MB-CLIENT
                       MOVE 'Y'        TO CP-FOUND-SW
               END-SEARCH.
           IF NOT CP-FOUND
               PERFORM LOAD-CLIENT-CYCLES.

      *
      * the client's control record must already show this cycle -
      * otherwise CYCHIST1 has not run for it, every loan would look
      * new and every prior loan gone, and the step stops.  the
      * next-older cycle on the control record is the prior one
      *
       LOAD-CLIENT-CYCLES.
           MOVE MB-CLIENT              TO CYH-CLIENT.
           MOVE 0                      TO CYH-ACCOUNT.
           MOVE 'Y'                    TO CYH-FOUND-SW.
           READ CYH-FILE KEY IS CYH-KEY
               INVALID KEY
                   MOVE 'N'            TO CYH-FOUND-SW
           END-READ.
           IF NOT CYH-FOUND OR CYH-LAST-CYCLE NOT = WS-CYCLE-DATE
               DISPLAY '!!!! CYCLE HISTORY NOT UPDATED FOR CLIENT'
                   UPON CRT AT 2301
               DISPLAY MB-CLIENT UPON CRT AT 2343
               DISPLAY '!!!!   THIS CYCLE - RUN CYCHIST1 FIRST'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           IF WS-CP-COUNT NOT < 500
               DISPLAY '!!!! CLIENT TABLE FULL - STOP'
                   UPON CRT AT 2301
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ADD 1                       TO WS-CP-COUNT.
           SET CP-IDX TO WS-CP-COUNT.
           MOVE MB-CLIENT              TO CP-CLIENT (CP-IDX).
           MOVE WS-CYCLE-DATE          TO CP-CURR-DATE (CP-IDX).
           MOVE CYC-DATE (2)           TO CP-PRIOR-DATE (CP-IDX).

       TALLY-MOVEMENT.
           MOVE 'N'                    TO RM-FOUND-SW.
               ADD 1                   TO RM-QTY (RM-IDX).

      *
      * prior loans with no slot for this cycle left the extract -
      * paid off, service-transferred, or foreclosed out; each
      * client's loans are walked on the history and counted by
      * client so the matrix still sums to the prior population
      *
       TALLY-GONE-LOANS.
           PERFORM SWEEP-CLIENT-HISTORY
               VARYING CP-IDX FROM 1 BY 1
               UNTIL CP-IDX > WS-CP-COUNT.

       SWEEP-CLIENT-HISTORY.
           IF CP-PRIOR-DATE (CP-IDX) > 0
               MOVE CP-CLIENT (CP-IDX) TO CYH-CLIENT
               MOVE 0                  TO CYH-ACCOUNT
               MOVE 0                  TO CYH-EOF-SW
               START CYH-FILE KEY > CYH-KEY
                   INVALID KEY
                       MOVE 1          TO CYH-EOF-SW
               END-START
               PERFORM UNTIL CYH-EOF-SW = 1
                   READ CYH-FILE NEXT RECORD
                       AT END
                           MOVE 1      TO CYH-EOF-SW
                       NOT AT END
                           IF CYH-CLIENT NOT = CP-CLIENT (CP-IDX)
                               MOVE 1  TO CYH-EOF-SW
                           ELSE
                               PERFORM CHECK-GONE-LOAN
                           END-IF
                   END-READ
               END-PERFORM.

       CHECK-GONE-LOAN.
           MOVE CP-PRIOR-DATE (CP-IDX) TO WS-FIND-DATE.
           PERFORM FIND-CYCLE-SLOT.
           IF WS-FIND-SLOT > 0
               ADD 1                   TO PRI-CTR
               MOVE CP-CURR-DATE (CP-IDX) TO WS-FIND-DATE
               PERFORM FIND-CYCLE-SLOT
               IF WS-FIND-SLOT = 0
                   ADD 1               TO GONE-CTR
                   MOVE CP-CLIENT (CP-IDX) TO WS-WORK-CLIENT
                   MOVE 'GONE'         TO WS-MOVEMENT
                   PERFORM TALLY-MOVEMENT.

      *
      * one line per client/movement - this month's count beside the
