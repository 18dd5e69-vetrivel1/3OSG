      * cycle-over-cycle extract comparison - a feed problem that
      * drops 2% of a client's loans looks perfectly clean to every
      * other check; holding this cycle's .set against the prior
      * cycle on the loan-level cycle history (CYCHIST1, which must
      * already have taken this cycle) surfaces the loans that
      * appeared, disappeared, or moved more than the threshold, with
      * counts and dollars, so a suspect extract can be challenged
      * before it mails
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the loan-level cycle history - the prior cycle's figures
           SELECT CYH-FILE  ASSIGN TO DYNAMIC CYH-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CYH-KEY
                  FILE STATUS IS CYH-STATUS.
      * this cycle's .set
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
      * the comparison report
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      *
       DATA DIVISION.
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
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01 OUT-REC                      PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
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
           05  CYH-EOF-SW              PIC 9(1)  VALUE 0.
           05  CYH-FOUND-SW            PIC X(1)  VALUE 'N'.
               88  CYH-FOUND                     VALUE 'Y'.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  WS-PCT-PARM             PIC X(3)  VALUE SPACES.
           05  DISAPPEARED-CTR         PIC 9(7)  VALUE 0.
           05  CHANGED-CTR             PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  WS-HSUB                 PIC S9(4) COMP VALUE 0.
           05  WS-FIND-SLOT            PIC S9(4) COMP VALUE 0.
           05  WS-PRIOR-SLOT           PIC S9(4) COMP VALUE 0.
           05  WS-FIND-DATE            PIC 9(8)  VALUE 0.
           05  WS-CYCLE-DATE           PIC 9(8)  VALUE 0.
           05  WS-CURRENT-DATE         PIC 9(8)  VALUE 0.
           05  PR-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  PR-FOUND                      VALUE 'Y'.
           05  WS-RPT-ACCOUNT          PIC 9(13) VALUE 0.
           05  WS-DIFF                 PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-LIMIT                PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-APPEARED-AMT         PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-AMT-DISP             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-QTY-DISP             PIC ZZZZZZ9.
      *
      * each client on this cycle's .set with its cycle and the
      * prior cycle off its control record on the history; a table
      * past capacity is a hard stop - a client silently dropped here
      * would come back as false APPEARED lines
      *
       01  WS-PR-COUNT                 PIC S9(8) COMP VALUE 0.
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
       PROCEDURE DIVISION.
      *
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME WS-PCT-PARM OUT-NAME.
           DISPLAY '* * * * B E G I N   C Y C C O M P 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR OUT-NAME = SPACES
               DISPLAY '!!!! ENTER CURRENT SET, THRESHOLD PCT AND'
                   UPON CRT AT 2301
               DISPLAY '!!!!   OUTPUT FILE ON COMMAND LINE'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           IF WS-PCT-PARM NUMERIC
               MOVE WS-PCT-PARM        TO WS-PCT-THRESHOLD.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
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
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT OUT-FILE.
           PERFORM READ-CURRENT.
           PERFORM VERIFY-EXTRACT-LAYOUT.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
           CLOSE IN1-FILE.
           PERFORM SWEEP-DISAPPEARED.
           CLOSE CYH-FILE.
           PERFORM WRITE-COMPARISON-TOTALS.
           PERFORM END-RTN.

       READ-CURRENT.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               IF MB-CLIENT = '9999'
               OR MB-FLEXFIELD6 (1:15) = 'BANKRUPTCY COPY'
               OR MB-FLEXFIELD6 (1:15) = 'AUTHORIZED COPY'
                   GO TO READ-CURRENT
               ELSE
                   ADD 1               TO CURR-CTR.
               ADD MB-TOTAL-AMOUNT-DUE TO WS-APPEARED-AMT
               PERFORM WRITE-APPEARED-LINE
           ELSE
               PERFORM CHECK-MOVEMENT
           END-IF.
           PERFORM READ-CURRENT.
       001-MAIN-EXIT.
           EXIT.

      *
      * the loan's prior cycle is its history slot for the client's
      * prior cycle date, if the loan was on that cycle's .set
      *
       FIND-PRIOR-ENTRY.
           MOVE 'N'                    TO PR-FOUND-SW.
           MOVE 0                      TO WS-PRIOR-SLOT.
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
                       MOVE WS-FIND-SLOT TO WS-PRIOR-SLOT
                       MOVE 'Y'        TO PR-FOUND-SW
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
      * otherwise CYCHIST1 has not run for it and every loan would
      * come out APPEARED.  the next-older cycle on the control
      * record is the prior one
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
               DISPLAY '!!!! CLIENT TABLE FULL -'
                   UPON CRT AT 2301
               DISPLAY '!!!!   COMPARISON INCOMPLETE,'
                   UPON CRT AT 2401
               DISPLAY '!!!!   STOP' UPON CRT AT 2501
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ADD 1                       TO WS-CP-COUNT.
           SET CP-IDX TO WS-CP-COUNT.
           MOVE MB-CLIENT              TO CP-CLIENT (CP-IDX).
           MOVE WS-CYCLE-DATE          TO CP-CURR-DATE (CP-IDX).
           MOVE CYC-DATE (2)           TO CP-PRIOR-DATE (CP-IDX).

      *
      * a matched loan's total due and principal balance are each
      *
       CHECK-MOVEMENT.
           COMPUTE WS-DIFF =
               MB-TOTAL-AMOUNT-DUE - CYC-TOTAL-DUE (WS-PRIOR-SLOT).
           IF WS-DIFF < 0
               COMPUTE WS-DIFF = WS-DIFF * -1.
           COMPUTE WS-LIMIT ROUNDED =
               CYC-TOTAL-DUE (WS-PRIOR-SLOT) * WS-PCT-THRESHOLD / 100.
           IF WS-LIMIT < 0
               COMPUTE WS-LIMIT = WS-LIMIT * -1.
           IF WS-DIFF > WS-LIMIT AND WS-DIFF > 1.00
               ADD 1                   TO CHANGED-CTR
               MOVE CYC-TOTAL-DUE (WS-PRIOR-SLOT) TO WS-OLD-DISP
               MOVE MB-TOTAL-AMOUNT-DUE TO WS-NEW-DISP
               PERFORM WRITE-CHANGED-LINE
           ELSE
               COMPUTE WS-DIFF =
                   MB-FIRST-PRIN-BAL - CYC-PRIN-BAL (WS-PRIOR-SLOT)
               IF WS-DIFF < 0
                   COMPUTE WS-DIFF = WS-DIFF * -1
               END-IF
               COMPUTE WS-LIMIT ROUNDED =
                   CYC-PRIN-BAL (WS-PRIOR-SLOT) * WS-PCT-THRESHOLD / 100
               IF WS-LIMIT < 0
                   COMPUTE WS-LIMIT = WS-LIMIT * -1
               END-IF
               IF WS-DIFF > WS-LIMIT AND WS-DIFF > 1.00
                   ADD 1               TO CHANGED-CTR
                   MOVE CYC-PRIN-BAL (WS-PRIOR-SLOT) TO WS-OLD-DISP
                   MOVE MB-FIRST-PRIN-BAL   TO WS-NEW-DISP
                   PERFORM WRITE-CHANGED-LINE
               END-IF
               INTO OUT-REC.
           WRITE OUT-REC.

      *
      * each client's loans are walked on the history - one with a
      * slot for the prior cycle but none for this one has dropped
      * off the extract
      *
       SWEEP-DISAPPEARED.
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
                               PERFORM CHECK-DISAPPEARED
                           END-IF
                   END-READ
               END-PERFORM.

       CHECK-DISAPPEARED.
           MOVE CP-PRIOR-DATE (CP-IDX) TO WS-FIND-DATE.
           PERFORM FIND-CYCLE-SLOT.
           IF WS-FIND-SLOT > 0
               ADD 1                   TO WS-PR-COUNT
               MOVE WS-FIND-SLOT       TO WS-PRIOR-SLOT
               MOVE CP-CURR-DATE (CP-IDX) TO WS-FIND-DATE
               PERFORM FIND-CYCLE-SLOT
               IF WS-FIND-SLOT = 0
                   ADD 1               TO DISAPPEARED-CTR
                   ADD CYC-TOTAL-DUE (WS-PRIOR-SLOT)
                                       TO WS-DISAPPEARED-AMT
                   MOVE CYH-ACCOUNT    TO WS-RPT-ACCOUNT
                   MOVE SPACES         TO OUT-REC
                   STRING CYH-CLIENT    DELIMITED BY SIZE
                          '  '          DELIMITED BY SIZE
                          WS-RPT-ACCOUNT DELIMITED BY SIZE
                          '  DISAPPEARED SINCE PRIOR CYCLE'
                                        DELIMITED BY SIZE
                       INTO OUT-REC
                   WRITE OUT-REC.

       WRITE-COMPARISON-TOTALS.
           MOVE APPEARED-CTR           TO WS-QTY-DISP.
