       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PORTPKG1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * monthly client portfolio performance package - every
      * client's quarterly review was assembled by hand from six
      * outputs (the run totals, ROLLRATE1, PIECEACCT1, EBILL1,
      * SUSPAGE1 and the suppression registry) and rebuilt in a
      * spreadsheet.  this step produces the package for every
      * client on the cycle's .set in one pass:
      *   1 portfolio       loan count and UPB
      *   2 delinquency     CUR/30/60/90-plus off MB-DELQ-DAYS and
      *                     the roll and cure rates against the prior
      *                     cycle on the loan-level cycle history
      *                     (CYCHIST1), ROLLRATE1's buckets
      *   3 escrow/suspense balances
      *   4 statements      mailed on paper versus e-delivered (the
      *                     EBILL1 rule - enrolled with an e-mail)
      *   5 suppressed      loans on the suppression registry by
      *                     governing reason
      *   6 exceptions      .exc lines by tag, EXCSPLIT1's tag rule
      *   7 mail date       MAILTRK1's delivered pieces, median and
      *                     90th-percentile days and never-scanned
      * every figure is kept on the package history so each one
      * carries last month's value and the month-over-month change.
      * the package is written as a report and as a '|'-delimited
      * file (client, month, section, item, this month, prior
      * month, change) the account managers load as it stands
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the loan-level cycle history - last cycle's buckets; with
      * none the delinquency section carries no roll rates
           SELECT CYH-FILE  ASSIGN TO DYNAMIC CYH-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CYH-KEY
                  FILE STATUS IS CYH-STATUS.
      * this month's .set
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS IN1-STATUS.
      * the run's suppression registry (.sup) - optional
           SELECT SUP-FILE  ASSIGN TO DYNAMIC SUP-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS SUP-STATUS.
      * the run's exception file (.exc) - optional
           SELECT EXC-FILE  ASSIGN TO DYNAMIC EXC-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS EXC-STATUS.
      * the MAILTRK1 report for the month's mailings - optional
           SELECT MTK-FILE  ASSIGN TO DYNAMIC MTK-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS MTK-STATUS.
      * the permanent package history, one row per client/figure
      * per month
           SELECT HST-FILE  ASSIGN TO DYNAMIC HST-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS HST-STATUS.
      * the package report
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the package as a delimited file
           SELECT DLM-FILE ASSIGN TO DYNAMIC DLM-PATH
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
           DATA RECORD IS MB-REC.
       copy '/users/devel/mb2000.cbl'.
      *
       FD  SUP-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SUP-REC.
       01  SUP-REC.
           05  SUP-CLIENT              PIC X(4).
           05  SUP-ACCOUNT             PIC 9(13).
           05  SUP-GOVERNING           PIC X(8).
           05  FILLER                  PIC X(55).
      *
       FD  EXC-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EXC-REC.
       01  EXC-REC                     PIC X(132).
      *
       FD  MTK-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MTK-REC.
       01  MTK-REC                     PIC X(132).
      *
       FD  HST-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS HST-REC.
       01  HST-REC.
           05  HST-MONTH               PIC 9(6).
           05  HST-CLIENT              PIC X(4).
           05  HST-SECTION             PIC 9(1).
           05  HST-ITEM                PIC X(20).
           05  HST-KIND                PIC X(1).
           05  HST-VALUE               PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(12).

       FD OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01 OUT-REC                      PIC X(132).

       FD DLM-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DLM-REC.
       01 DLM-REC                      PIC X(132).
      *
       WORKING-STORAGE SECTION.

       01  VARIABLES.
           05  IN1-PATH.
               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 IN1-NAME             PIC X(64).
           05  SUP-PATH.
               10 SUP-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 SUP-NAME             PIC X(64).
           05  EXC-PATH.
               10 EXC-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 EXC-NAME             PIC X(64).
           05  MTK-PATH.
               10 MTK-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 MTK-NAME             PIC X(64).
           05  HST-PATH                PIC X(40)
               VALUE '/users/public/out/portpkg.dat'.
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  DLM-PATH.
               10 DLM-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 DLM-NAME             PIC X(64).
           05  CYH-PATH                PIC X(40)
               VALUE '/users/public/out/cychist.kdx'.
           05  CYH-STATUS              PIC X(2)  VALUE SPACES.
           05  CYH-OPEN-SW             PIC X(1)  VALUE 'N'.
               88  CYH-OPEN                      VALUE 'Y'.
           05  CYH-FOUND-SW            PIC X(1)  VALUE 'N'.
               88  CYH-FOUND                     VALUE 'Y'.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  SUP-STATUS              PIC X(2)  VALUE SPACES.
           05  EXC-STATUS              PIC X(2)  VALUE SPACES.
           05  MTK-STATUS              PIC X(2)  VALUE SPACES.
           05  HST-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(200).
           05  PRI-CTR                 PIC 9(7)  VALUE 0.
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  SUP-CTR                 PIC 9(7)  VALUE 0.
           05  EXC-CTR                 PIC 9(7)  VALUE 0.
           05  MTK-CTR                 PIC 9(7)  VALUE 0.
           05  HST-CTR                 PIC 9(7)  VALUE 0.
           05  CLIENT-CTR              PIC 9(5)  VALUE 0.
           05  FULL-CTR                PIC 9(7)  VALUE 0.
           05  MISSING-CTR             PIC 9(3)  VALUE 0.
           05  CYH-EOF-SW              PIC 9(1)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  SUP-EOF-SW              PIC 9(1)  VALUE 0.
           05  EXC-EOF-SW              PIC 9(1)  VALUE 0.
           05  MTK-EOF-SW              PIC 9(1)  VALUE 0.
           05  HST-EOF-SW              PIC 9(1)  VALUE 0.
           05  PB-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  PB-FOUND                      VALUE 'Y'.
           05  CL-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  CL-FOUND                      VALUE 'Y'.
           05  MT-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  MT-FOUND                      VALUE 'Y'.
           05  SP-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  SP-FOUND                      VALUE 'Y'.
           05  WS-SUB                  PIC S9(8) COMP VALUE 0.
           05  WS-SUB2                 PIC S9(8) COMP VALUE 0.
           05  WS-SECT                 PIC S9(4) COMP VALUE 0.
           05  WS-BUCKET               PIC 9(1)  VALUE 0.
           05  WS-PRI-BUCKET           PIC 9(1)  VALUE 0.
           05  WS-ACCOUNT              PIC 9(13) VALUE 0.
           05  WS-DELQ-DAYS            PIC 9(5)  VALUE 0.
           05  WS-CYCLE-DATE           PIC 9(8)  VALUE 0.
           05  WS-FIND-DATE            PIC 9(8)  VALUE 0.
           05  WS-HSUB                 PIC S9(4) COMP VALUE 0.
           05  WS-FIND-SLOT            PIC S9(4) COMP VALUE 0.
           05  WS-WORK-CLIENT          PIC X(4)  VALUE SPACES.
           05  WS-MT-SECTION           PIC 9(1)  VALUE 0.
           05  WS-MT-ITEM              PIC X(20) VALUE SPACES.
           05  WS-MT-KIND              PIC X(1)  VALUE SPACES.
           05  WS-MT-VALUE             PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-TAG-ZONE             PIC X(20) VALUE SPACES.
           05  WS-TAG                  PIC X(12) VALUE SPACES.
           05  WS-MTK-NUM-X            PIC X(7)  VALUE SPACES.
           05  WS-MTK-NUM              PIC 9(7)  VALUE 0.
           05  WS-CURRENT-DATE         PIC 9(8)  VALUE 0.
           05  WS-CURRENT-MONTH        PIC 9(6)  VALUE 0.
           05  WS-PRIOR-MONTH          PIC 9(6)  VALUE 0.
           05  WS-CHANGE               PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-EDEL-QTY             PIC S9(9) COMP-3 VALUE 0.
           05  WS-PAPER-QTY            PIC S9(9) COMP-3 VALUE 0.
           05  WS-FIG-EDIT             PIC X(18) VALUE SPACES.
           05  WS-CNT-EDIT             PIC ZZZ,ZZZ,ZZZ,ZZ9-.
           05  WS-AMT-EDIT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-PCT-EDIT             PIC ZZ9.99-.
           05  WS-CURR-EDIT            PIC X(18) VALUE SPACES.
           05  WS-PRIOR-EDIT           PIC X(18) VALUE SPACES.
           05  WS-CHANGE-EDIT          PIC X(18) VALUE SPACES.
           05  WS-DLM-ITEM             PIC X(22) VALUE SPACES.
           05  WS-SECT-FIGS            PIC S9(8) COMP VALUE 0.
           05  WS-DLM-CURR             PIC -9(13).99.
           05  WS-DLM-PRIOR            PIC -9(13).99.
           05  WS-DLM-CHANGE           PIC -9(13).99.

      *
      * the package sections, in report order
      *
       01  SECTION-NAMES.
           05  FILLER                  PIC X(22) VALUE
               'PORTFOLIO'.
           05  FILLER                  PIC X(22) VALUE
               'DELINQUENCY'.
           05  FILLER                  PIC X(22) VALUE
               'ESCROW AND SUSPENSE'.
           05  FILLER                  PIC X(22) VALUE
               'STATEMENTS'.
           05  FILLER                  PIC X(22) VALUE
               'SUPPRESSED BY REASON'.
           05  FILLER                  PIC X(22) VALUE
               'EXCEPTIONS BY TAG'.
           05  FILLER                  PIC X(22) VALUE
               'MAIL-DATE PERFORMANCE'.
       01  FILLER REDEFINES SECTION-NAMES.
           05  SECTION-NAME            PIC X(22) OCCURS 7 TIMES.

      *
      * the suppressed loans off the registry, so they are not also
      * counted as mailed
      *
       01  SUPPRESSED-TABLE.
           05  SP-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-SP-COUNT
                   INDEXED BY SP-IDX.
               10  SP-CLIENT           PIC X(4).
               10  SP-ACCOUNT          PIC 9(13).
       77  WS-SP-COUNT                 PIC S9(8) COMP VALUE 0.

      *
      * per client: whether it is on this month's .set, its cycle
      * and the prior cycle off its control record on the history
      * (zero when there is no prior to roll against), last cycle's
      * bucket populations (0 current, 1 30-59, 2 60-89, 3
      * 90-plus) and the month's movements, from which the roll and
      * cure rates are figured
      *
       01  CLIENT-TABLE.
           05  CL-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-CL-COUNT
                   INDEXED BY CL-IDX.
               10  CL-CLIENT           PIC X(4).
               10  CL-CURR-SW          PIC X(1).
               10  CL-CURR-DATE        PIC 9(8).
               10  CL-PRIOR-DATE       PIC 9(8).
               10  CL-PRI-BUCKET       PIC 9(7) OCCURS 4 TIMES.
               10  CL-ROLL-CUR         PIC 9(7).
               10  CL-ROLL-30          PIC 9(7).
               10  CL-ROLL-60          PIC 9(7).
               10  CL-CURES            PIC 9(7).
       77  WS-CL-COUNT                 PIC S9(4) COMP VALUE 0.

      *
      * every figure of every client's package - this month's value
      * and, off the history, last month's.  kind C is a count,
      * A an amount, P a percentage
      *
       01  METRIC-TABLE.
           05  MT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-MT-COUNT
                   INDEXED BY MT-IDX.
               10  MT-CLIENT           PIC X(4).
               10  MT-SECTION          PIC 9(1).
               10  MT-ITEM             PIC X(20).
               10  MT-KIND             PIC X(1).
               10  MT-CURR             PIC S9(13)V99 COMP-3.
               10  MT-PRIOR            PIC S9(13)V99 COMP-3.
               10  MT-PRIOR-SW         PIC X(1).
       77  WS-MT-COUNT                 PIC S9(8) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME OUT-NAME DLM-NAME
                    SUP-NAME EXC-NAME MTK-NAME.
           DISPLAY '* * * B E G I N   P O R T P K G 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES
           OR OUT-NAME = SPACES OR DLM-NAME = SPACES
               DISPLAY '!!!! ENTER CURRENT SET,'
                   UPON CRT AT 2301
               DISPLAY '!!!!   REPORT, DELIMITED FILE AND OPTIONAL'
                   UPON CRT AT 2401
               DISPLAY '!!!!   .SUP, .EXC AND MAILTRK1 REPORT'
                   UPON CRT AT 2501
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-CURRENT-MONTH = WS-CURRENT-DATE / 100.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! CURRENT SET NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM OPEN-CYCLE-HISTORY.
           PERFORM LOAD-SUPPRESSED THRU LOAD-SUPPRESSED-EXIT.
           PERFORM READ-SET-REC.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
           CLOSE IN1-FILE.
           PERFORM TALLY-GONE-LOANS.
           IF CYH-OPEN
               CLOSE CYH-FILE.
           PERFORM COUNT-SUPPRESSED THRU COUNT-SUPPRESSED-EXIT.
           PERFORM COUNT-EXCEPTIONS THRU COUNT-EXCEPTIONS-EXIT.
           PERFORM LOAD-MAIL-TRACKING THRU LOAD-MAIL-TRACKING-EXIT.
           PERFORM FIGURE-RATES.
           PERFORM LOAD-PRIOR-MONTH THRU LOAD-PRIOR-MONTH-EXIT.
           OPEN OUTPUT OUT-FILE.
           OPEN OUTPUT DLM-FILE.
           PERFORM WRITE-PACKAGES.
           CLOSE OUT-FILE.
           CLOSE DLM-FILE.
           PERFORM APPEND-PACKAGE-HISTORY.
           PERFORM END-RTN.

      *
      * the history is optional - with none built yet the
      * delinquency section carries no roll rates
      *
       OPEN-CYCLE-HISTORY.
           OPEN INPUT CYH-FILE.
           IF CYH-STATUS = '00'
               MOVE 'Y'                TO CYH-OPEN-SW
           ELSE
               DISPLAY 'CYCLE HISTORY NOT FOUND - NO ROLL RATES'
                   UPON CRT AT 2001
               DISPLAY CYH-PATH UPON CRT AT 2041
               ADD 1                   TO MISSING-CTR.

      *
      * a client's control record must already show this cycle, or
      * CYCHIST1 has not run for it and there is nothing to roll
      * against; the next-older cycle on it is the prior one
      *
       LOAD-CLIENT-CYCLES.
           IF MB-STATEMENT-DATE NUMERIC
               MOVE MB-STATEMENT-DATE  TO WS-CYCLE-DATE
           ELSE
               MOVE WS-CURRENT-DATE    TO WS-CYCLE-DATE.
           MOVE WS-CYCLE-DATE          TO CL-CURR-DATE (CL-IDX).
           MOVE 0                      TO CL-PRIOR-DATE (CL-IDX).
           IF NOT CYH-OPEN
               GO TO LOAD-CLIENT-CYCLES-EXIT.
           MOVE MB-CLIENT              TO CYH-CLIENT.
           MOVE 0                      TO CYH-ACCOUNT.
           MOVE 'Y'                    TO CYH-FOUND-SW.
           READ CYH-FILE KEY IS CYH-KEY
               INVALID KEY
                   MOVE 'N'            TO CYH-FOUND-SW
           END-READ.
           IF NOT CYH-FOUND OR CYH-LAST-CYCLE NOT = WS-CYCLE-DATE
               DISPLAY 'CYCLE HISTORY NOT UPDATED - NO ROLL RATES'
                   UPON CRT AT 2001
               DISPLAY MB-CLIENT UPON CRT AT 2043
               ADD 1                   TO MISSING-CTR
           ELSE
               MOVE CYC-DATE (2)       TO CL-PRIOR-DATE (CL-IDX).
       LOAD-CLIENT-CYCLES-EXIT.
           EXIT.

       FIND-CYCLE-SLOT.
           MOVE 0                      TO WS-FIND-SLOT.
           PERFORM VARYING WS-HSUB FROM 1 BY 1
                   UNTIL WS-HSUB > 24 OR WS-FIND-SLOT > 0
               IF CYC-DATE (WS-HSUB) = WS-FIND-DATE
               AND CYC-ON-SET-SW (WS-HSUB) = 'Y'
                   MOVE WS-HSUB        TO WS-FIND-SLOT
               END-IF
           END-PERFORM.

       CLASSIFY-BUCKET.
           IF WS-DELQ-DAYS < 30
               MOVE 0                  TO WS-BUCKET
           ELSE
           IF WS-DELQ-DAYS < 60
               MOVE 1                  TO WS-BUCKET
           ELSE
           IF WS-DELQ-DAYS < 90
               MOVE 2                  TO WS-BUCKET
           ELSE
               MOVE 3                  TO WS-BUCKET.

      *
      * the registry's loans, held for the mailed count
      *
       LOAD-SUPPRESSED.
           IF SUP-NAME = SPACES OR SUP-NAME = '-'
               GO TO LOAD-SUPPRESSED-EXIT.
           OPEN INPUT SUP-FILE.
           IF SUP-STATUS NOT = '00'
               DISPLAY 'SUPPRESSION REGISTRY NOT FOUND'
                   UPON CRT AT 2101
               DISPLAY SUP-NAME UPON CRT AT 2141
               ADD 1                   TO MISSING-CTR
               GO TO LOAD-SUPPRESSED-EXIT.
           MOVE 0                      TO SUP-EOF-SW.
           PERFORM UNTIL SUP-EOF-SW = 1
               READ SUP-FILE
                   AT END MOVE 1       TO SUP-EOF-SW
                   NOT AT END
                       ADD 1           TO SUP-CTR
                       IF WS-SP-COUNT < 50000
                           ADD 1       TO WS-SP-COUNT
                           SET SP-IDX TO WS-SP-COUNT
                           MOVE SUP-CLIENT  TO SP-CLIENT (SP-IDX)
                           MOVE SUP-ACCOUNT TO SP-ACCOUNT (SP-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUP-FILE.
       LOAD-SUPPRESSED-EXIT.
           EXIT.

       READ-SET-REC.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               IF MB-CLIENT = '9999'
                   GO TO READ-SET-REC
               ELSE
                   ADD 1               TO REC-CTR.

      *
      * one loan of this month's .set.  a bankruptcy or authorized
      * copy is a second paper piece for the same loan: it counts
      * as a statement mailed and nowhere else
      *
       001-MAIN.
           MOVE MB-CLIENT              TO WS-WORK-CLIENT.
           PERFORM FIND-OR-ADD-CLIENT.
           IF NOT CL-FOUND
               ADD 1                   TO FULL-CTR
               PERFORM READ-SET-REC
               GO TO 001-MAIN-EXIT.
           IF CL-CURR-SW (CL-IDX) = 'N'
               MOVE 'Y'                TO CL-CURR-SW (CL-IDX)
               ADD 1                   TO CLIENT-CTR
               PERFORM LOAD-CLIENT-CYCLES
                   THRU LOAD-CLIENT-CYCLES-EXIT
               PERFORM SEED-CLIENT-METRICS.
           IF MB-FLEXFIELD6 (1:15) = 'BANKRUPTCY COPY'
           OR MB-FLEXFIELD6 (1:15) = 'AUTHORIZED COPY'
               MOVE 4                  TO WS-MT-SECTION
               MOVE 'MAILED ON PAPER'  TO WS-MT-ITEM
               MOVE 1                  TO WS-MT-VALUE
               PERFORM POST-METRIC
               PERFORM READ-SET-REC
               GO TO 001-MAIN-EXIT.
           MOVE 1                      TO WS-MT-SECTION.
           MOVE 'LOANS'                TO WS-MT-ITEM.
           MOVE 1                      TO WS-MT-VALUE.
           PERFORM POST-METRIC.
           MOVE 'UPB'                  TO WS-MT-ITEM.
           MOVE MB-FIRST-PRIN-BAL      TO WS-MT-VALUE.
           PERFORM POST-METRIC.
           PERFORM POST-DELINQUENCY.
           MOVE 3                      TO WS-MT-SECTION.
           MOVE 'ESCROW BALANCE'       TO WS-MT-ITEM.
           MOVE MB-ESCROW-BAL          TO WS-MT-VALUE.
           PERFORM POST-METRIC.
           MOVE 'SUSPENSE BALANCE'     TO WS-MT-ITEM.
           MOVE MB-SUSPENSE-BAL        TO WS-MT-VALUE.
           PERFORM POST-METRIC.
           IF MB-SUSPENSE-BAL NOT = 0
               MOVE 'LOANS IN SUSPENSE' TO WS-MT-ITEM
               MOVE 1                  TO WS-MT-VALUE
               PERFORM POST-METRIC.
           PERFORM POST-STATEMENT.
           PERFORM READ-SET-REC.
       001-MAIN-EXIT.
           EXIT.

      *
      * this month's bucket, and the loan's move from last month's
      *
       POST-DELINQUENCY.
           MOVE MB-DELQ-DAYS           TO WS-DELQ-DAYS.
           PERFORM CLASSIFY-BUCKET.
           MOVE 2                      TO WS-MT-SECTION.
           MOVE 1                      TO WS-MT-VALUE.
           IF WS-BUCKET = 0
               MOVE 'CURRENT'          TO WS-MT-ITEM
           ELSE
           IF WS-BUCKET = 1
               MOVE '30-59 DAYS'       TO WS-MT-ITEM
           ELSE
           IF WS-BUCKET = 2
               MOVE '60-89 DAYS'       TO WS-MT-ITEM
           ELSE
               MOVE '90 DAYS AND OVER' TO WS-MT-ITEM.
           PERFORM POST-METRIC.
           IF CL-PRIOR-DATE (CL-IDX) = 0
               GO TO POST-DELINQUENCY-EXIT.
           MOVE 'N'                    TO PB-FOUND-SW.
           MOVE MB-CLIENT              TO CYH-CLIENT.
           MOVE MB-ACCOUNT             TO CYH-ACCOUNT.
           READ CYH-FILE KEY IS CYH-KEY
               INVALID KEY
                   MOVE 0              TO WS-FIND-SLOT
               NOT INVALID KEY
                   MOVE CL-PRIOR-DATE (CL-IDX) TO WS-FIND-DATE
                   PERFORM FIND-CYCLE-SLOT
           END-READ.
           IF WS-FIND-SLOT > 0
               MOVE 'Y'                TO PB-FOUND-SW.
           IF NOT PB-FOUND
               MOVE 'NEW TO EXTRACT'   TO WS-MT-ITEM
               PERFORM POST-METRIC
               GO TO POST-DELINQUENCY-EXIT.
           MOVE CYC-DELQ-DAYS (WS-FIND-SLOT) TO WS-DELQ-DAYS.
           PERFORM CLASSIFY-BUCKET.
           MOVE WS-BUCKET              TO WS-PRI-BUCKET.
           MOVE MB-DELQ-DAYS           TO WS-DELQ-DAYS.
           PERFORM CLASSIFY-BUCKET.
           IF WS-PRI-BUCKET = 0 AND WS-BUCKET > 0
               ADD 1                   TO CL-ROLL-CUR (CL-IDX).
           IF WS-PRI-BUCKET = 1 AND WS-BUCKET > 1
               ADD 1                   TO CL-ROLL-30 (CL-IDX).
           IF WS-PRI-BUCKET = 2 AND WS-BUCKET > 2
               ADD 1                   TO CL-ROLL-60 (CL-IDX).
           IF WS-PRI-BUCKET > 0 AND WS-BUCKET = 0
               ADD 1                   TO CL-CURES (CL-IDX).
       POST-DELINQUENCY-EXIT.
           EXIT.

      *
      * a suppressed loan is not a statement; an enrolled borrower
      * with an e-mail on file is e-delivered, anyone else mailed
      *
       POST-STATEMENT.
           MOVE 4                      TO WS-MT-SECTION.
           MOVE 1                      TO WS-MT-VALUE.
           MOVE 'N'                    TO SP-FOUND-SW.
           IF WS-SP-COUNT > 0
               MOVE MB-ACCOUNT         TO WS-ACCOUNT
               SET SP-IDX TO 1
               SEARCH SP-ENTRY
                   AT END
                       MOVE 'N'        TO SP-FOUND-SW
                   WHEN SP-ACCOUNT (SP-IDX) = WS-ACCOUNT
                   AND  SP-CLIENT (SP-IDX) = MB-CLIENT
                       MOVE 'Y'        TO SP-FOUND-SW
               END-SEARCH.
           IF SP-FOUND
               CONTINUE
           ELSE
           IF MB-EBPP-IND = 'EB' AND MB-BORR-EMAIL-ADDR NOT = SPACES
               MOVE 'E-DELIVERED'      TO WS-MT-ITEM
               PERFORM POST-METRIC
           ELSE
               MOVE 'MAILED ON PAPER'  TO WS-MT-ITEM
               PERFORM POST-METRIC.

      *
      * each packaged client's loans are walked on the history:
      * every loan on last cycle's .set counts into the bucket
      * population it was in, and one with no slot for this cycle
      * left the extract
      *
       TALLY-GONE-LOANS.
           PERFORM SWEEP-CLIENT-HISTORY
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CL-COUNT.

       SWEEP-CLIENT-HISTORY.
           SET CL-IDX TO WS-SUB.
           IF CL-CURR-SW (CL-IDX) = 'Y'
           AND CL-PRIOR-DATE (CL-IDX) > 0
               MOVE CL-CLIENT (CL-IDX) TO CYH-CLIENT
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
                           IF CYH-CLIENT NOT = CL-CLIENT (CL-IDX)
                               MOVE 1  TO CYH-EOF-SW
                           ELSE
                               PERFORM CHECK-PRIOR-LOAN
                           END-IF
                   END-READ
               END-PERFORM.

       CHECK-PRIOR-LOAN.
           MOVE CL-PRIOR-DATE (CL-IDX) TO WS-FIND-DATE.
           PERFORM FIND-CYCLE-SLOT.
           IF WS-FIND-SLOT > 0
               ADD 1                   TO PRI-CTR
               MOVE CYC-DELQ-DAYS (WS-FIND-SLOT) TO WS-DELQ-DAYS
               PERFORM CLASSIFY-BUCKET
               ADD 1                   TO
                   CL-PRI-BUCKET (CL-IDX, WS-BUCKET + 1)
               MOVE CL-CURR-DATE (CL-IDX) TO WS-FIND-DATE
               PERFORM FIND-CYCLE-SLOT
               IF WS-FIND-SLOT = 0
                   MOVE CL-CLIENT (CL-IDX) TO WS-WORK-CLIENT
                   MOVE 2              TO WS-MT-SECTION
                   MOVE 'GONE FROM EXTRACT' TO WS-MT-ITEM
                   MOVE 1              TO WS-MT-VALUE
                   PERFORM POST-CLIENT-METRIC.

      *
      * the registry's loans by governing reason
      *
       COUNT-SUPPRESSED.
           IF SUP-CTR = 0
               GO TO COUNT-SUPPRESSED-EXIT.
           OPEN INPUT SUP-FILE.
           MOVE 0                      TO SUP-EOF-SW.
           PERFORM UNTIL SUP-EOF-SW = 1
               READ SUP-FILE
                   AT END MOVE 1       TO SUP-EOF-SW
                   NOT AT END
                       MOVE SUP-CLIENT TO WS-WORK-CLIENT
                       MOVE 5          TO WS-MT-SECTION
                       MOVE SPACES     TO WS-MT-ITEM
                       MOVE SUP-GOVERNING TO WS-MT-ITEM
                       IF WS-MT-ITEM = SPACES
                           MOVE 'NO REASON' TO WS-MT-ITEM
                       END-IF
                       MOVE 'C'        TO WS-MT-KIND
                       MOVE 1          TO WS-MT-VALUE
                       PERFORM POST-CLIENT-METRIC
               END-READ
           END-PERFORM.
           CLOSE SUP-FILE.
       COUNT-SUPPRESSED-EXIT.
           EXIT.

      *
      * the .exc lines by tag - the first word after column 22, the
      * rule EXCSPLIT1 splits the file on
      *
       COUNT-EXCEPTIONS.
           IF EXC-NAME = SPACES OR EXC-NAME = '-'
               GO TO COUNT-EXCEPTIONS-EXIT.
           OPEN INPUT EXC-FILE.
           IF EXC-STATUS NOT = '00'
               DISPLAY 'EXCEPTION FILE NOT FOUND'
                   UPON CRT AT 2201
               DISPLAY EXC-NAME UPON CRT AT 2241
               ADD 1                   TO MISSING-CTR
               GO TO COUNT-EXCEPTIONS-EXIT.
           MOVE 0                      TO EXC-EOF-SW.
           PERFORM UNTIL EXC-EOF-SW = 1
               READ EXC-FILE
                   AT END MOVE 1       TO EXC-EOF-SW
                   NOT AT END
                       ADD 1           TO EXC-CTR
                       MOVE EXC-REC (23:20) TO WS-TAG-ZONE
                       MOVE SPACES     TO WS-TAG
                       UNSTRING WS-TAG-ZONE DELIMITED BY ' '
                           INTO WS-TAG
                       IF WS-TAG = SPACES
                           MOVE 'UNTAGGED' TO WS-TAG
                       END-IF
                       MOVE EXC-REC (1:4) TO WS-WORK-CLIENT
                       MOVE 6          TO WS-MT-SECTION
                       MOVE WS-TAG     TO WS-MT-ITEM
                       MOVE 'C'        TO WS-MT-KIND
                       MOVE 1          TO WS-MT-VALUE
                       PERFORM POST-CLIENT-METRIC
               END-READ
           END-PERFORM.
           CLOSE EXC-FILE.
       COUNT-EXCEPTIONS-EXIT.
           EXIT.

      *
      * MAILTRK1's per-client timing line (client, DELIVERED count,
      * MEDIAN DAYS, 90TH PCTL) and its never-scanned lines
      *
       LOAD-MAIL-TRACKING.
           IF MTK-NAME = SPACES OR MTK-NAME = '-'
               GO TO LOAD-MAIL-TRACKING-EXIT.
           OPEN INPUT MTK-FILE.
           IF MTK-STATUS NOT = '00'
               DISPLAY 'MAILTRK1 REPORT NOT FOUND'
                   UPON CRT AT 2301
               DISPLAY MTK-NAME UPON CRT AT 2341
               ADD 1                   TO MISSING-CTR
               GO TO LOAD-MAIL-TRACKING-EXIT.
           MOVE 0                      TO MTK-EOF-SW.
           PERFORM UNTIL MTK-EOF-SW = 1
               READ MTK-FILE
                   AT END MOVE 1       TO MTK-EOF-SW
                   NOT AT END
                       PERFORM POST-MAIL-TRACKING
               END-READ
           END-PERFORM.
           CLOSE MTK-FILE.
       LOAD-MAIL-TRACKING-EXIT.
           EXIT.

       POST-MAIL-TRACKING.
           MOVE MTK-REC (1:4)          TO WS-WORK-CLIENT.
           MOVE 7                      TO WS-MT-SECTION.
           MOVE 'C'                    TO WS-MT-KIND.
           IF MTK-REC (5:12) = '  DELIVERED '
               ADD 1                   TO MTK-CTR
               MOVE MTK-REC (17:7)     TO WS-MTK-NUM-X
               PERFORM CONVERT-MTK-NUM
               MOVE 'PIECES DELIVERED' TO WS-MT-ITEM
               PERFORM POST-CLIENT-METRIC
               MOVE SPACES             TO WS-MTK-NUM-X
               MOVE MTK-REC (38:3)     TO WS-MTK-NUM-X (5:3)
               PERFORM CONVERT-MTK-NUM
               MOVE 'MEDIAN DAYS'      TO WS-MT-ITEM
               PERFORM POST-CLIENT-METRIC
               MOVE SPACES             TO WS-MTK-NUM-X
               MOVE MTK-REC (53:3)     TO WS-MTK-NUM-X (5:3)
               PERFORM CONVERT-MTK-NUM
               MOVE '90TH PCTL DAYS'   TO WS-MT-ITEM
               PERFORM POST-CLIENT-METRIC
           ELSE
           IF MTK-REC (5:9) = '  MAILED '
           AND MTK-REC (61:15) = '  NEVER SCANNED'
               ADD 1                   TO MTK-CTR
               MOVE 'NEVER SCANNED'    TO WS-MT-ITEM
               MOVE 1                  TO WS-MT-VALUE
               PERFORM POST-CLIENT-METRIC.

       CONVERT-MTK-NUM.
           INSPECT WS-MTK-NUM-X REPLACING LEADING SPACES BY ZEROS.
           IF WS-MTK-NUM-X NUMERIC
               MOVE WS-MTK-NUM-X       TO WS-MTK-NUM
           ELSE
               MOVE 0                  TO WS-MTK-NUM.
           MOVE WS-MTK-NUM             TO WS-MT-VALUE.

      *
      * roll and cure rates - the month's movers over last month's
      * population of the bucket they moved from
      *
       FIGURE-RATES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CL-COUNT
               SET CL-IDX TO WS-SUB
               IF CL-CURR-SW (CL-IDX) = 'Y'
               AND CL-PRIOR-DATE (CL-IDX) > 0
                   MOVE CL-CLIENT (CL-IDX) TO WS-WORK-CLIENT
                   MOVE 2              TO WS-MT-SECTION
                   MOVE 'P'            TO WS-MT-KIND
                   MOVE 'ROLL CUR TO 30 PCT' TO WS-MT-ITEM
                   MOVE 0              TO WS-MT-VALUE
                   IF CL-PRI-BUCKET (CL-IDX, 1) > 0
                       COMPUTE WS-MT-VALUE ROUNDED =
                           CL-ROLL-CUR (CL-IDX) * 100
                           / CL-PRI-BUCKET (CL-IDX, 1)
                   END-IF
                   PERFORM POST-CLIENT-METRIC
                   MOVE 'ROLL 30 TO 60 PCT' TO WS-MT-ITEM
                   MOVE 0              TO WS-MT-VALUE
                   IF CL-PRI-BUCKET (CL-IDX, 2) > 0
                       COMPUTE WS-MT-VALUE ROUNDED =
                           CL-ROLL-30 (CL-IDX) * 100
                           / CL-PRI-BUCKET (CL-IDX, 2)
                   END-IF
                   PERFORM POST-CLIENT-METRIC
                   MOVE 'ROLL 60 TO 90 PCT' TO WS-MT-ITEM
                   MOVE 0              TO WS-MT-VALUE
                   IF CL-PRI-BUCKET (CL-IDX, 3) > 0
                       COMPUTE WS-MT-VALUE ROUNDED =
                           CL-ROLL-60 (CL-IDX) * 100
                           / CL-PRI-BUCKET (CL-IDX, 3)
                   END-IF
                   PERFORM POST-CLIENT-METRIC
                   MOVE 'CURE RATE PCT'  TO WS-MT-ITEM
                   MOVE 0              TO WS-MT-VALUE
                   IF CL-PRI-BUCKET (CL-IDX, 2)
                    + CL-PRI-BUCKET (CL-IDX, 3)
                    + CL-PRI-BUCKET (CL-IDX, 4) > 0
                       COMPUTE WS-MT-VALUE ROUNDED =
                           CL-CURES (CL-IDX) * 100
                           / (CL-PRI-BUCKET (CL-IDX, 2)
                            + CL-PRI-BUCKET (CL-IDX, 3)
                            + CL-PRI-BUCKET (CL-IDX, 4))
                   END-IF
                   PERFORM POST-CLIENT-METRIC
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MT-COUNT
               SET MT-IDX TO WS-SUB
               IF MT-SECTION (MT-IDX) = 4
               AND MT-ITEM (MT-IDX) = 'E-DELIVERED'
                   PERFORM FIGURE-EDELIVERY-RATE
               END-IF
           END-PERFORM.

       FIGURE-EDELIVERY-RATE.
           MOVE MT-CURR (MT-IDX)       TO WS-EDEL-QTY.
           MOVE MT-CLIENT (MT-IDX)     TO WS-WORK-CLIENT.
           MOVE 4                      TO WS-MT-SECTION.
           MOVE 'MAILED ON PAPER'      TO WS-MT-ITEM.
           MOVE 'C'                    TO WS-MT-KIND.
           PERFORM FIND-OR-ADD-METRIC.
           MOVE 0                      TO WS-PAPER-QTY.
           IF MT-FOUND
               MOVE MT-CURR (MT-IDX)   TO WS-PAPER-QTY.
           MOVE 0                      TO WS-MT-VALUE.
           IF WS-EDEL-QTY + WS-PAPER-QTY > 0
               COMPUTE WS-MT-VALUE ROUNDED =
                   WS-EDEL-QTY * 100 / (WS-EDEL-QTY + WS-PAPER-QTY).
           MOVE 'E-DELIVERED PCT'      TO WS-MT-ITEM.
           MOVE 'P'                    TO WS-MT-KIND.
           PERFORM POST-CLIENT-METRIC.

      *
      * the package history: the latest month before this one is
      * last month, and its figures are the prior column.  a figure
      * on last month's package and not this month's shows at zero
      * so nothing drops silently; a rerun's rows supersede
      *
       LOAD-PRIOR-MONTH.
           OPEN INPUT HST-FILE.
           IF HST-STATUS NOT = '00'
               GO TO LOAD-PRIOR-MONTH-EXIT.
           MOVE 0                      TO HST-EOF-SW.
           PERFORM UNTIL HST-EOF-SW = 1
               READ HST-FILE
                   AT END MOVE 1       TO HST-EOF-SW
                   NOT AT END
                       ADD 1           TO HST-CTR
                       IF HST-MONTH < WS-CURRENT-MONTH
                       AND HST-MONTH > WS-PRIOR-MONTH
                           MOVE HST-MONTH TO WS-PRIOR-MONTH
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HST-FILE.
           IF WS-PRIOR-MONTH = 0
               GO TO LOAD-PRIOR-MONTH-EXIT.
           OPEN INPUT HST-FILE.
           MOVE 0                      TO HST-EOF-SW.
           PERFORM UNTIL HST-EOF-SW = 1
               READ HST-FILE
                   AT END MOVE 1       TO HST-EOF-SW
                   NOT AT END
                       IF HST-MONTH = WS-PRIOR-MONTH
                           PERFORM POST-PRIOR-FIGURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HST-FILE.
       LOAD-PRIOR-MONTH-EXIT.
           EXIT.

       POST-PRIOR-FIGURE.
           MOVE HST-CLIENT             TO WS-WORK-CLIENT.
           PERFORM FIND-CLIENT.
           IF CL-FOUND AND CL-CURR-SW (CL-IDX) = 'Y'
               MOVE HST-SECTION        TO WS-MT-SECTION
               MOVE HST-ITEM           TO WS-MT-ITEM
               MOVE HST-KIND           TO WS-MT-KIND
               PERFORM FIND-OR-ADD-METRIC
               IF MT-FOUND
                   MOVE HST-VALUE      TO MT-PRIOR (MT-IDX)
                   MOVE 'Y'            TO MT-PRIOR-SW (MT-IDX)
               END-IF.

      *
      * per client, section by section, every figure with last
      * month's value and the change, to the report and the
      * delimited file alike
      *
       WRITE-PACKAGES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CL-COUNT
               SET CL-IDX TO WS-SUB
               IF CL-CURR-SW (CL-IDX) = 'Y'
                   PERFORM WRITE-CLIENT-HEADING
                   PERFORM VARYING WS-SECT FROM 1 BY 1
                           UNTIL WS-SECT > 7
                       MOVE SPACES     TO OUT-REC
                       STRING '  '     DELIMITED BY SIZE
                              SECTION-NAME (WS-SECT)
                                       DELIMITED BY SIZE
                           INTO OUT-REC
                       WRITE OUT-REC
                       MOVE 0          TO WS-SECT-FIGS
                       PERFORM VARYING WS-SUB2 FROM 1 BY 1
                               UNTIL WS-SUB2 > WS-MT-COUNT
                           SET MT-IDX TO WS-SUB2
                           IF MT-CLIENT (MT-IDX) = CL-CLIENT (CL-IDX)
                           AND MT-SECTION (MT-IDX) = WS-SECT
                               ADD 1   TO WS-SECT-FIGS
                               PERFORM WRITE-FIGURE
                           END-IF
                       END-PERFORM
                       IF WS-SECT-FIGS = 0
                           MOVE '    NONE' TO OUT-REC
                           WRITE OUT-REC
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       WRITE-CLIENT-HEADING.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           STRING 'CLIENT '             DELIMITED BY SIZE
                  CL-CLIENT (CL-IDX)    DELIMITED BY SIZE
                  '  PORTFOLIO PERFORMANCE PACKAGE  MONTH '
                                        DELIMITED BY SIZE
                  WS-CURRENT-MONTH      DELIMITED BY SIZE
               INTO OUT-REC.
           IF WS-PRIOR-MONTH NOT = 0
               MOVE 'PRIOR MONTH'      TO OUT-REC (70:11)
               MOVE WS-PRIOR-MONTH     TO OUT-REC (82:6).
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           MOVE 'THIS MONTH'           TO OUT-REC (35:10).
           MOVE 'PRIOR MONTH'          TO OUT-REC (54:11).
           MOVE 'CHANGE'               TO OUT-REC (79:6).
           WRITE OUT-REC.

       WRITE-FIGURE.
           MOVE MT-CURR (MT-IDX)       TO WS-CHANGE.
           PERFORM EDIT-FIGURE.
           MOVE WS-FIG-EDIT            TO WS-CURR-EDIT.
           MOVE MT-CURR (MT-IDX)       TO WS-DLM-CURR.
           IF MT-PRIOR-SW (MT-IDX) = 'Y'
               MOVE MT-PRIOR (MT-IDX)  TO WS-CHANGE
               PERFORM EDIT-FIGURE
               MOVE WS-FIG-EDIT        TO WS-PRIOR-EDIT
               MOVE MT-PRIOR (MT-IDX)  TO WS-DLM-PRIOR
               COMPUTE WS-CHANGE = MT-CURR (MT-IDX) - MT-PRIOR (MT-IDX)
               PERFORM EDIT-FIGURE
               MOVE WS-FIG-EDIT        TO WS-CHANGE-EDIT
               MOVE WS-CHANGE          TO WS-DLM-CHANGE
           ELSE
               MOVE SPACES             TO WS-PRIOR-EDIT
               MOVE '      NO PRIOR'   TO WS-CHANGE-EDIT.
           MOVE SPACES                 TO OUT-REC.
           STRING '    '                DELIMITED BY SIZE
                  MT-ITEM (MT-IDX)      DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-CURR-EDIT          DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-PRIOR-EDIT         DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-CHANGE-EDIT        DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE MT-ITEM (MT-IDX)       TO WS-DLM-ITEM.
           MOVE SPACES                 TO DLM-REC.
           IF MT-PRIOR-SW (MT-IDX) = 'Y'
               STRING MT-CLIENT (MT-IDX) DELIMITED BY SIZE
                      '|'               DELIMITED BY SIZE
                      WS-CURRENT-MONTH  DELIMITED BY SIZE
                      '|'               DELIMITED BY SIZE
                      SECTION-NAME (WS-SECT) DELIMITED BY '  '
                      '|'               DELIMITED BY SIZE
                      WS-DLM-ITEM       DELIMITED BY '  '
                      '|'               DELIMITED BY SIZE
                      WS-DLM-CURR       DELIMITED BY SIZE
                      '|'               DELIMITED BY SIZE
                      WS-DLM-PRIOR      DELIMITED BY SIZE
                      '|'               DELIMITED BY SIZE
                      WS-DLM-CHANGE     DELIMITED BY SIZE
                   INTO DLM-REC
           ELSE
               STRING MT-CLIENT (MT-IDX) DELIMITED BY SIZE
                      '|'               DELIMITED BY SIZE
                      WS-CURRENT-MONTH  DELIMITED BY SIZE
                      '|'               DELIMITED BY SIZE
                      SECTION-NAME (WS-SECT) DELIMITED BY '  '
                      '|'               DELIMITED BY SIZE
                      WS-DLM-ITEM       DELIMITED BY '  '
                      '|'               DELIMITED BY SIZE
                      WS-DLM-CURR       DELIMITED BY SIZE
                      '||'              DELIMITED BY SIZE
                   INTO DLM-REC.
           WRITE DLM-REC.

       EDIT-FIGURE.
           MOVE SPACES                 TO WS-FIG-EDIT.
           IF MT-KIND (MT-IDX) = 'A'
               MOVE WS-CHANGE          TO WS-AMT-EDIT
               MOVE WS-AMT-EDIT        TO WS-FIG-EDIT
           ELSE
           IF MT-KIND (MT-IDX) = 'P'
               MOVE WS-CHANGE          TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT        TO WS-FIG-EDIT (12:7)
           ELSE
               MOVE WS-CHANGE          TO WS-CNT-EDIT
               MOVE WS-CNT-EDIT        TO WS-FIG-EDIT (3:16).

       APPEND-PACKAGE-HISTORY.
           OPEN EXTEND HST-FILE.
           IF HST-STATUS NOT = '00'
               OPEN OUTPUT HST-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MT-COUNT
               SET MT-IDX TO WS-SUB
               MOVE SPACES             TO HST-REC
               MOVE WS-CURRENT-MONTH   TO HST-MONTH
               MOVE MT-CLIENT (MT-IDX) TO HST-CLIENT
               MOVE MT-SECTION (MT-IDX) TO HST-SECTION
               MOVE MT-ITEM (MT-IDX)   TO HST-ITEM
               MOVE MT-KIND (MT-IDX)   TO HST-KIND
               MOVE MT-CURR (MT-IDX)   TO HST-VALUE
               WRITE HST-REC
           END-PERFORM.
           CLOSE HST-FILE.

      *
      * every client's fixed figures, in the order they print, so a
      * figure that is zero this month still shows
      *
       SEED-CLIENT-METRICS.
           MOVE 0                      TO WS-MT-VALUE.
           MOVE 1                      TO WS-MT-SECTION.
           MOVE 'LOANS'                TO WS-MT-ITEM.
           PERFORM POST-METRIC.
           MOVE 'UPB'                  TO WS-MT-ITEM.
           PERFORM POST-METRIC.
           MOVE 2                      TO WS-MT-SECTION.
           MOVE 'CURRENT'              TO WS-MT-ITEM.
           PERFORM POST-METRIC.
           MOVE '30-59 DAYS'           TO WS-MT-ITEM.
           PERFORM POST-METRIC.
           MOVE '60-89 DAYS'           TO WS-MT-ITEM.
           PERFORM POST-METRIC.
           MOVE '90 DAYS AND OVER'     TO WS-MT-ITEM.
           PERFORM POST-METRIC.
           IF CL-PRIOR-DATE (CL-IDX) > 0
               MOVE 'NEW TO EXTRACT'   TO WS-MT-ITEM
               PERFORM POST-METRIC
               MOVE 'GONE FROM EXTRACT' TO WS-MT-ITEM
               PERFORM POST-METRIC.
           MOVE 3                      TO WS-MT-SECTION.
           MOVE 'ESCROW BALANCE'       TO WS-MT-ITEM.
           PERFORM POST-METRIC.
           MOVE 'SUSPENSE BALANCE'     TO WS-MT-ITEM.
           PERFORM POST-METRIC.
           MOVE 'LOANS IN SUSPENSE'    TO WS-MT-ITEM.
           PERFORM POST-METRIC.
           MOVE 4                      TO WS-MT-SECTION.
           MOVE 'MAILED ON PAPER'      TO WS-MT-ITEM.
           PERFORM POST-METRIC.
           MOVE 'E-DELIVERED'          TO WS-MT-ITEM.
           PERFORM POST-METRIC.

      *
      * POST-METRIC adds WS-MT-VALUE to the figure for the loan's
      * client; POST-CLIENT-METRIC to the figure for WS-WORK-CLIENT
      * when that client is on this month's .set.  the kind follows
      * from the item for the .set's own figures
      *
       POST-METRIC.
           MOVE MB-CLIENT              TO WS-WORK-CLIENT.
           IF WS-MT-ITEM = 'UPB' OR WS-MT-ITEM = 'ESCROW BALANCE'
           OR WS-MT-ITEM = 'SUSPENSE BALANCE'
               MOVE 'A'                TO WS-MT-KIND
           ELSE
               MOVE 'C'                TO WS-MT-KIND.
           PERFORM FIND-OR-ADD-METRIC.
           IF MT-FOUND
               ADD WS-MT-VALUE         TO MT-CURR (MT-IDX).

       POST-CLIENT-METRIC.
           PERFORM FIND-CLIENT.
           IF CL-FOUND AND CL-CURR-SW (CL-IDX) = 'Y'
               PERFORM FIND-OR-ADD-METRIC
               IF MT-FOUND
                   ADD WS-MT-VALUE     TO MT-CURR (MT-IDX)
               END-IF.

       FIND-OR-ADD-METRIC.
           MOVE 'N'                    TO MT-FOUND-SW.
           IF WS-MT-COUNT > 0
               SET MT-IDX TO 1
               SEARCH MT-ENTRY
                   AT END
                       MOVE 'N'        TO MT-FOUND-SW
                   WHEN MT-CLIENT (MT-IDX) = WS-WORK-CLIENT
                   AND  MT-SECTION (MT-IDX) = WS-MT-SECTION
                   AND  MT-ITEM (MT-IDX) = WS-MT-ITEM
                       MOVE 'Y'        TO MT-FOUND-SW
               END-SEARCH.
           IF NOT MT-FOUND
               IF WS-MT-COUNT < 5000
                   ADD 1               TO WS-MT-COUNT
                   SET MT-IDX TO WS-MT-COUNT
                   MOVE WS-WORK-CLIENT TO MT-CLIENT (MT-IDX)
                   MOVE WS-MT-SECTION  TO MT-SECTION (MT-IDX)
                   MOVE WS-MT-ITEM     TO MT-ITEM (MT-IDX)
                   MOVE WS-MT-KIND     TO MT-KIND (MT-IDX)
                   MOVE 0              TO MT-CURR (MT-IDX)
                   MOVE 0              TO MT-PRIOR (MT-IDX)
                   MOVE 'N'            TO MT-PRIOR-SW (MT-IDX)
                   MOVE 'Y'            TO MT-FOUND-SW
               ELSE
                   ADD 1               TO FULL-CTR.

       FIND-CLIENT.
           MOVE 'N'                    TO CL-FOUND-SW.
           IF WS-CL-COUNT > 0
               SET CL-IDX TO 1
               SEARCH CL-ENTRY
                   AT END
                       MOVE 'N'        TO CL-FOUND-SW
                   WHEN CL-CLIENT (CL-IDX) = WS-WORK-CLIENT
                       MOVE 'Y'        TO CL-FOUND-SW
               END-SEARCH.

       FIND-OR-ADD-CLIENT.
           PERFORM FIND-CLIENT.
           IF NOT CL-FOUND AND WS-CL-COUNT < 100
               ADD 1                   TO WS-CL-COUNT
               SET CL-IDX TO WS-CL-COUNT
               MOVE WS-WORK-CLIENT     TO CL-CLIENT (CL-IDX)
               MOVE 'N'                TO CL-CURR-SW (CL-IDX)
               MOVE 0                  TO CL-CURR-DATE (CL-IDX)
               MOVE 0                  TO CL-PRIOR-DATE (CL-IDX)
               MOVE 0                  TO CL-PRI-BUCKET (CL-IDX, 1)
               MOVE 0                  TO CL-PRI-BUCKET (CL-IDX, 2)
               MOVE 0                  TO CL-PRI-BUCKET (CL-IDX, 3)
               MOVE 0                  TO CL-PRI-BUCKET (CL-IDX, 4)
               MOVE 0                  TO CL-ROLL-CUR (CL-IDX)
               MOVE 0                  TO CL-ROLL-30 (CL-IDX)
               MOVE 0                  TO CL-ROLL-60 (CL-IDX)
               MOVE 0                  TO CL-CURES (CL-IDX)
               MOVE 'Y'                TO CL-FOUND-SW.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR PORTPKG1' UPON CRT AT 0915.
           DISPLAY PRI-CTR  'PRIOR CYCLE LOANS         =' UPON CRT
               AT 1125.
           DISPLAY REC-CTR  'CURRENT MONTH RECORDS     =' UPON CRT
               AT 1225.
           DISPLAY CLIENT-CTR 'CLIENT PACKAGES        =' UPON CRT
               AT 1325.
           DISPLAY SUP-CTR  'SUPPRESSION REGISTRY      =' UPON CRT
               AT 1425.
           DISPLAY EXC-CTR  'EXCEPTION LINES           =' UPON CRT
               AT 1525.
           DISPLAY MTK-CTR  'MAIL-TRACKING LINES       =' UPON CRT
               AT 1625.
           DISPLAY FULL-CTR 'TABLE FULL - DROPPED      =' UPON CRT
               AT 1725.
           IF FULL-CTR NOT = 0 OR MISSING-CTR NOT = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           STOP RUN.
