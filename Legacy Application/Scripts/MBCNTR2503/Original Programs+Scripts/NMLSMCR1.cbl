       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NMLSMCR1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * NMLS mortgage call report, servicing section, by state -
      * every quarter compliance pulled the servicing figures for
      * the call report out of printed reports by hand, and the
      * filing feeds our state licenses.  this step reads the
      * quarter's retained .set files off a set list - each row the
      * month it covers (00 the prior quarter-end, 01-03 the months
      * of the quarter, in that order; several clients may share a
      * month) and the file name - and builds each loan's quarter
      * from them.  by property state it produces the call-report
      * servicing line items: loans at the start of the quarter,
      * transferred in (boarded by acquisition, MB-TYPE-ACQ set),
      * otherwise added, transferred out (on the XFEROUT1 transfer-
      * out register), paid off or otherwise removed, serviced at
      * quarter end with UPB, the 30/60/90-day buckets off
      * MB-DELQ-DAYS, foreclosures started and completed, loss-
      * mitigation outcomes and bankruptcies.  the portfolio total
      * is accumulated on its own and every line's state totals are
      * reconciled to it, each state's count rolls forward from the
      * start of the quarter to its end, and the quarter-end count
      * and UPB are proved against the quarter-end records read
      * ends RC 8 when anything fails to reconcile, RC 4 when the
      * figures were built short (no prior quarter-end, no
      * transfer-out register, a skipped list row, an unknown state)
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the set list - one line per retained .set: the month (00-03)
      * the file covers, a space, and the .set file's name
           SELECT LST-FILE  ASSIGN TO DYNAMIC LST-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS LST-STATUS.
      * whichever listed .set is being read
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS IN1-STATUS.
      * the permanent transfer-out register XFEROUT1 keeps
           SELECT REG-FILE  ASSIGN TO DYNAMIC REG-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS REG-STATUS.
      * the call report
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  LST-FILE
           RECORD CONTAINS 70 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LST-REC.
       01  LST-REC.
           05  LST-MONTH               PIC X(2).
           05  FILLER                  PIC X(1).
           05  LST-SET-NAME            PIC X(64).
           05  FILLER                  PIC X(3).
      *
       FD IN1-FILE
           RECORD CONTAINS 2116 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MB-REC.
       copy '/users/devel/mb2000.cbl'.
      *
       FD  REG-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-REC.
       01  REG-REC.
           05  XR-CLIENT               PIC X(4).
           05  XR-ACCOUNT              PIC 9(13).
           05  XR-BATCH                PIC X(8).
           05  XR-EFF-DATE             PIC 9(8).
           05  FILLER                  PIC X(87).
      *
       FD OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01 OUT-REC                      PIC X(132).
      *
       WORKING-STORAGE SECTION.

       01  VARIABLES.
           05  LST-PATH.
               10 LST-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 LST-NAME             PIC X(64).
           05  LST-STATUS              PIC X(2)  VALUE SPACES.
           05  LST-EOF-SW              PIC 9(1)  VALUE 0.
           05  IN1-PATH.
               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 IN1-NAME             PIC X(64).
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  REG-PATH                PIC X(40)
               VALUE '/users/public/xferout.tab'.
           05  REG-STATUS              PIC X(2)  VALUE SPACES.
           05  REG-EOF-SW              PIC X(1)  VALUE 'N'.
               88  REG-EOF                       VALUE 'Y'.
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  WS-COMMAND-LINE         PIC X(100).
           05  WS-QE-DATE-X            PIC X(8)  VALUE SPACES.
           05  WS-QE-DATE              PIC 9(8)  VALUE 0.
           05  FILLER REDEFINES WS-QE-DATE.
               10  WS-QE-YYYY          PIC 9(4).
               10  WS-QE-MM            PIC 9(2).
               10  WS-QE-DD            PIC 9(2).
           05  WS-QTR-FROM             PIC 9(6)  VALUE 0.
           05  WS-QTR-THRU             PIC 9(6)  VALUE 0.
           05  WS-EVENT-YYYYMM         PIC 9(6)  VALUE 0.
           05  WS-LIST-MM              PIC 9(2)  VALUE 0.
           05  WS-LAST-LIST-MM         PIC 9(2)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  FILE-CTR                PIC 9(3)  VALUE 0.
           05  BASE-FILE-CTR           PIC 9(3)  VALUE 0.
           05  QE-FILE-CTR             PIC 9(3)  VALUE 0.
           05  SKIPPED-CTR             PIC 9(3)  VALUE 0.
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  QE-REC-CTR              PIC 9(7)  VALUE 0.
           05  WS-QE-REC-UPB           PIC S9(13)V99 COMP-3 VALUE 0.
           05  LOAN-CTR                PIC 9(7)  VALUE 0.
           05  FULL-CTR                PIC 9(7)  VALUE 0.
           05  UNKNOWN-ST-CTR          PIC 9(7)  VALUE 0.
           05  XFER-REG-CTR            PIC 9(7)  VALUE 0.
           05  OUT-OF-BAL-CTR          PIC 9(5)  VALUE 0.
           05  LN-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  LN-FOUND                      VALUE 'Y'.
           05  XR-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  XR-FOUND                      VALUE 'Y'.
           05  WS-FCL-SW               PIC X(1)  VALUE 'N'.
           05  WS-CLIENT               PIC X(4)  VALUE SPACES.
           05  WS-ACCOUNT              PIC 9(13) VALUE 0.
           05  WS-UPB                  PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-LINE                 PIC S9(4) COMP VALUE 0.
           05  WS-SUB                  PIC S9(8) COMP VALUE 0.
           05  WS-ST                   PIC S9(4) COMP VALUE 0.
           05  WS-ROLL-CTR             PIC S9(9) COMP-3 VALUE 0.
           05  WS-SUM-CTR              PIC S9(9) COMP-3 VALUE 0.
           05  WS-SUM-UPB              PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-CNT-DISP             PIC ZZZ,ZZ9.
           05  WS-CNT-DISP-2           PIC ZZZ,ZZ9.
           05  WS-UPB-DISP             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-UPB-DISP-2           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-LINE-DISP            PIC 9(2).
           05  WS-RESULT               PIC X(20) VALUE SPACES.

      *
      * legal state abbreviations, the order the report prints in;
      * the last slot takes any loan whose property state is blank
      * or not on the list
      *
       01  STATE-LIST.
           05  FILLER              PIC X(20) VALUE
               'ALAKAZARCACOCTDEFLGA'.
           05  FILLER              PIC X(20) VALUE
               'HIIDILINIAKSKYLAMEMD'.
           05  FILLER              PIC X(20) VALUE
               'MAMIMNMSMOMTNENVNHNJ'.
           05  FILLER              PIC X(20) VALUE
               'NMNYNCNDOHOKORPARISC'.
           05  FILLER              PIC X(20) VALUE
               'SDTNTXUTVTVAWAWVWIWY'.
           05  FILLER              PIC X(16) VALUE
               'DCPRVIGUAEAPAA??'.
       01  FILLER REDEFINES STATE-LIST.
           05  ST-ABBR                 PIC X(2) OCCURS 58 TIMES
                                       INDEXED BY ST-IDX.

      *
      * the call-report servicing line items, in report order
      *
       01  LINE-LABELS.
           05  FILLER                  PIC X(44) VALUE
               'LOANS SERVICED AT BEGINNING OF QUARTER'.
           05  FILLER                  PIC X(44) VALUE
               'LOANS TRANSFERRED IN'.
           05  FILLER                  PIC X(44) VALUE
               'LOANS ORIGINATED OR OTHERWISE ADDED'.
           05  FILLER                  PIC X(44) VALUE
               'LOANS TRANSFERRED OUT'.
           05  FILLER                  PIC X(44) VALUE
               'LOANS PAID IN FULL OR OTHERWISE REMOVED'.
           05  FILLER                  PIC X(44) VALUE
               'LOANS SERVICED AT END OF QUARTER'.
           05  FILLER                  PIC X(44) VALUE
               'DELINQUENT 30-59 DAYS AT QUARTER END'.
           05  FILLER                  PIC X(44) VALUE
               'DELINQUENT 60-89 DAYS AT QUARTER END'.
           05  FILLER                  PIC X(44) VALUE
               'DELINQUENT 90 OR MORE DAYS AT QUARTER END'.
           05  FILLER                  PIC X(44) VALUE
               'FORECLOSURES STARTED IN QUARTER'.
           05  FILLER                  PIC X(44) VALUE
               'FORECLOSURES COMPLETED IN QUARTER'.
           05  FILLER                  PIC X(44) VALUE
               'LOAN MODIFICATIONS COMPLETED IN QUARTER'.
           05  FILLER                  PIC X(44) VALUE
               'IN FORBEARANCE AT QUARTER END'.
           05  FILLER                  PIC X(44) VALUE
               'IN BANKRUPTCY AT QUARTER END'.
       01  FILLER REDEFINES LINE-LABELS.
           05  LINE-LABEL              PIC X(44) OCCURS 14 TIMES.

      *
      * every loan seen in the quarter.  LN-PREV-FCL-SW is the
      * foreclosure flag of the loan's previous month, blank before
      * the first; the UPBs are the start-of-quarter balance, the
      * balance the quarter first saw and the latest balance
      *
       01  LOAN-TABLE.
           05  LN-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-LN-COUNT
                   INDEXED BY LN-IDX.
               10  LN-CLIENT           PIC X(4).
               10  LN-ACCOUNT          PIC 9(13).
               10  LN-STATE            PIC X(2).
               10  LN-DELQ-DAYS        PIC 9(5)  COMP-3.
               10  LN-BEG-UPB          PIC S9(11)V99 COMP-3.
               10  LN-FIRST-UPB        PIC S9(11)V99 COMP-3.
               10  LN-LAST-UPB         PIC S9(11)V99 COMP-3.
               10  LN-BASE-SW          PIC X(1).
               10  LN-QE-SW            PIC X(1).
               10  LN-ACQ-SW           PIC X(1).
               10  LN-PREV-FCL-SW      PIC X(1).
               10  LN-FCL-START-SW     PIC X(1).
               10  LN-FCL-DONE-SW      PIC X(1).
               10  LN-MOD-DONE-SW      PIC X(1).
               10  LN-FORB-SW          PIC X(1).
               10  LN-BK-SW            PIC X(1).
       77  WS-LN-COUNT                 PIC S9(8) COMP VALUE 0.

      *
      * line-item count and UPB by state, the last slot unknown
      *
       01  STATE-TOTALS.
           05  SA-ENTRY OCCURS 58 TIMES.
               10  SA-USED-SW          PIC X(1).
               10  SA-LINE OCCURS 14 TIMES.
                   15  SA-CTR          PIC S9(9) COMP-3.
                   15  SA-UPB          PIC S9(13)V99 COMP-3.

      *
      * the portfolio total, accumulated loan by loan alongside
      * the states rather than summed from them
      *
       01  PORTFOLIO-TOTALS.
           05  PT-LINE OCCURS 14 TIMES.
               10  PT-CTR              PIC S9(9) COMP-3.
               10  PT-UPB              PIC S9(13)V99 COMP-3.

      *
      * transfer-out register entries effective by quarter end
      *
       01  XFER-TABLE.
           05  XF-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-XF-COUNT
                   INDEXED BY XF-IDX.
               10  XF-CLIENT           PIC X(4).
               10  XF-ACCOUNT          PIC 9(13).
       77  WS-XF-COUNT                 PIC S9(8) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO WS-QE-DATE-X LST-NAME OUT-NAME.
           DISPLAY '* * * B E G I N   N M L S M C R 1 . C B L'
               UPON CRT AT 1401.
           IF WS-QE-DATE-X = SPACES OR LST-NAME = SPACES
           OR OUT-NAME = SPACES
               DISPLAY '!!!! ENTER QUARTER-END DATE, SET LIST AND'
                   UPON CRT AT 2301
               DISPLAY '!!!!   CALL REPORT FILE ON COMMAND LINE'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           IF WS-QE-DATE-X NOT NUMERIC
               DISPLAY '!!!! QUARTER-END DATE MUST BE YYYYMMDD'
                   UPON CRT AT 2301
               DISPLAY WS-QE-DATE-X UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           MOVE WS-QE-DATE-X           TO WS-QE-DATE.
           IF WS-QE-MM NOT = 3 AND WS-QE-MM NOT = 6
           AND WS-QE-MM NOT = 9 AND WS-QE-MM NOT = 12
               DISPLAY '!!!! QUARTER-END DATE NOT A QUARTER END'
                   UPON CRT AT 2301
               DISPLAY WS-QE-DATE-X UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           COMPUTE WS-QTR-THRU = WS-QE-YYYY * 100 + WS-QE-MM.
           COMPUTE WS-QTR-FROM = WS-QTR-THRU - 2.
           PERFORM INIT-TOTALS.
           PERFORM LOAD-XFER-REGISTER THRU LOAD-XFER-REGISTER-EXIT.
           OPEN INPUT LST-FILE.
           IF LST-STATUS NOT = '00'
               DISPLAY '!!!! SET LIST NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY LST-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM READ-LST-REC.
           PERFORM LOAD-ONE-SET THRU LOAD-ONE-SET-EXIT
               UNTIL LST-EOF-SW = 1.
           CLOSE LST-FILE.
           IF QE-FILE-CTR = 0
               DISPLAY '!!!! NO QUARTER-END (MONTH 03) SET LISTED'
                   UPON CRT AT 2301
               DISPLAY LST-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT OUT-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LN-COUNT
               SET LN-IDX TO WS-SUB
               PERFORM CLASSIFY-LOAN
           END-PERFORM.
           PERFORM WRITE-CALL-REPORT.
           PERFORM WRITE-RECONCILIATION.
           PERFORM END-RTN.

       INIT-TOTALS.
           PERFORM VARYING WS-LINE FROM 1 BY 1 UNTIL WS-LINE > 14
               MOVE 0                  TO PT-CTR (WS-LINE)
               MOVE 0                  TO PT-UPB (WS-LINE)
               PERFORM VARYING WS-ST FROM 1 BY 1 UNTIL WS-ST > 58
                   MOVE 0              TO SA-CTR (WS-ST, WS-LINE)
                   MOVE 0              TO SA-UPB (WS-ST, WS-LINE)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-ST FROM 1 BY 1 UNTIL WS-ST > 58
               MOVE 'N'                TO SA-USED-SW (WS-ST)
           END-PERFORM.

      *
      * the transfer-out register, every client; only a transfer
      * effective by quarter end explains a loan leaving.  without
      * the register every departure reports as paid off or removed
      *
       LOAD-XFER-REGISTER.
           OPEN INPUT REG-FILE.
           IF REG-STATUS NOT = '00'
               DISPLAY 'TRANSFER-OUT REGISTER NOT FOUND - ALL'
                   UPON CRT AT 2001
               DISPLAY 'DEPARTURES REPORT AS PAID OFF OR REMOVED'
                   UPON CRT AT 2041
               GO TO LOAD-XFER-REGISTER-EXIT.
           PERFORM READ-REG-REC.
           PERFORM UNTIL REG-EOF
               IF XR-EFF-DATE NUMERIC
               AND XR-EFF-DATE NOT > WS-QE-DATE
               AND WS-XF-COUNT NOT < 50000
                   DISPLAY '!!!! TRANSFER REGISTER TABLE FULL AT'
                       ' 50000 -' UPON CRT AT 2301
                   DISPLAY '!!!!   TRANSFERS WOULD REPORT AS'
                       ' PAYOFFS, STOP' UPON CRT AT 2401
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
               END-IF
               IF XR-EFF-DATE NUMERIC
               AND XR-EFF-DATE NOT > WS-QE-DATE
                   ADD 1               TO WS-XF-COUNT
                   SET XF-IDX TO WS-XF-COUNT
                   MOVE XR-CLIENT      TO XF-CLIENT (XF-IDX)
                   MOVE XR-ACCOUNT     TO XF-ACCOUNT (XF-IDX)
               END-IF
               PERFORM READ-REG-REC
           END-PERFORM.
           CLOSE REG-FILE.
           MOVE WS-XF-COUNT            TO XFER-REG-CTR.
       LOAD-XFER-REGISTER-EXIT.
           EXIT.

       READ-REG-REC.
           READ REG-FILE AT END MOVE 'Y' TO REG-EOF-SW.

       READ-LST-REC.
           READ LST-FILE AT END MOVE 1 TO LST-EOF-SW.

      *
      * one listed .set at a time, in month order; a row with a bad
      * month, out of order or naming a missing file is skipped
      * loudly and leaves the figures short
      *
       LOAD-ONE-SET.
           IF LST-SET-NAME = SPACES
               GO TO LOAD-ONE-SET-NEXT.
           IF LST-MONTH NOT NUMERIC
               DISPLAY 'SET LIST ROW HAS NO MONTH - SKIPPED:'
                   UPON CRT AT 2101
               DISPLAY LST-SET-NAME UPON CRT AT 2141
               ADD 1                   TO SKIPPED-CTR
               GO TO LOAD-ONE-SET-NEXT.
           MOVE LST-MONTH              TO WS-LIST-MM.
           IF WS-LIST-MM > 3
               DISPLAY 'SET LIST MONTH NOT 00-03 - SKIPPED:'
                   UPON CRT AT 2101
               DISPLAY LST-SET-NAME UPON CRT AT 2141
               ADD 1                   TO SKIPPED-CTR
               GO TO LOAD-ONE-SET-NEXT.
           IF WS-LIST-MM < WS-LAST-LIST-MM
               DISPLAY 'SET LIST ROW OUT OF MONTH ORDER - SKIPPED:'
                   UPON CRT AT 2101
               DISPLAY LST-SET-NAME UPON CRT AT 2141
               ADD 1                   TO SKIPPED-CTR
               GO TO LOAD-ONE-SET-NEXT.
           MOVE LST-SET-NAME           TO IN1-NAME.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY 'LISTED SET FILE MISSING - SKIPPED:'
                   UPON CRT AT 2101
               DISPLAY IN1-NAME UPON CRT AT 2141
               ADD 1                   TO SKIPPED-CTR
               GO TO LOAD-ONE-SET-NEXT.
           MOVE WS-LIST-MM             TO WS-LAST-LIST-MM.
           ADD 1                       TO FILE-CTR.
           IF WS-LIST-MM = 0
               ADD 1                   TO BASE-FILE-CTR.
           IF WS-LIST-MM = 3
               ADD 1                   TO QE-FILE-CTR.
           MOVE 0                      TO EOF-SW.
           PERFORM READ-SET-REC.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
           CLOSE IN1-FILE.
       LOAD-ONE-SET-NEXT.
           PERFORM READ-LST-REC.
       LOAD-ONE-SET-EXIT.
           EXIT.

       READ-SET-REC.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               IF MB-CLIENT = '9999'
                   GO TO READ-SET-REC
               ELSE
                   ADD 1               TO REC-CTR.

      *
      * one loan-month: the loan's entry takes the month's state,
      * balance and status, and the quarter's events are marked as
      * they show up - a foreclosure flag appearing after a month
      * without one is a start, a sale date or modification date
      * inside the quarter a completion
      *
       001-MAIN.
           MOVE MB-CLIENT              TO WS-CLIENT.
           MOVE MB-ACCOUNT             TO WS-ACCOUNT.
           MOVE MB-FIRST-PRIN-BAL      TO WS-UPB.
           PERFORM FIND-OR-ADD-LOAN.
           IF NOT LN-FOUND
               ADD 1                   TO FULL-CTR
               PERFORM READ-SET-REC
               GO TO 001-MAIN-EXIT.
           IF MB-PROPERTY-STATE NOT = SPACES
               MOVE MB-PROPERTY-STATE  TO LN-STATE (LN-IDX).
           MOVE WS-UPB                 TO LN-LAST-UPB (LN-IDX).
           MOVE MB-DELQ-DAYS           TO LN-DELQ-DAYS (LN-IDX).
           IF WS-LIST-MM = 0
               MOVE 'Y'                TO LN-BASE-SW (LN-IDX)
               MOVE WS-UPB             TO LN-BEG-UPB (LN-IDX).
           IF MB-SERVICER-IS-ALLTEL AND MB-TYPE-ACQ NOT = SPACES
               MOVE 'Y'                TO LN-ACQ-SW (LN-IDX).
           IF MB-FOR1-STATUS-CD NOT = SPACES
               MOVE 'Y'                TO WS-FCL-SW
           ELSE
               MOVE 'N'                TO WS-FCL-SW.
           IF WS-LIST-MM > 0
               IF WS-FCL-SW = 'Y' AND LN-PREV-FCL-SW (LN-IDX) = 'N'
                   MOVE 'Y'            TO LN-FCL-START-SW (LN-IDX)
               END-IF
               IF MB-FOR1-SALE-DATE-YR NOT = 0
                   COMPUTE WS-EVENT-YYYYMM =
                       (MB-FOR1-SALE-DATE-YR + 1900) * 100
                     + MB-FOR1-SALE-DATE-MO
                   IF WS-EVENT-YYYYMM NOT < WS-QTR-FROM
                   AND WS-EVENT-YYYYMM NOT > WS-QTR-THRU
                       MOVE 'Y'        TO LN-FCL-DONE-SW (LN-IDX)
                   END-IF
               END-IF
               IF MB-MODIFICATION-YY NOT = 0
               AND MB-MODIFICATION-MMDD NUMERIC
                   COMPUTE WS-EVENT-YYYYMM =
                       (MB-MODIFICATION-YY + 1900) * 100
                     + MB-MODIFICATION-MMDD / 100
                   IF WS-EVENT-YYYYMM NOT < WS-QTR-FROM
                   AND WS-EVENT-YYYYMM NOT > WS-QTR-THRU
                       MOVE 'Y'        TO LN-MOD-DONE-SW (LN-IDX)
                   END-IF
               END-IF
           END-IF.
           MOVE WS-FCL-SW              TO LN-PREV-FCL-SW (LN-IDX).
           IF WS-LIST-MM = 3
               PERFORM MARK-QUARTER-END.
           PERFORM READ-SET-REC.
       001-MAIN-EXIT.
           EXIT.

      *
      * the quarter-end status; the record count and UPB are kept
      * apart from the loan table to prove line 06 against
      *
       MARK-QUARTER-END.
           MOVE 'Y'                    TO LN-QE-SW (LN-IDX).
           ADD 1                       TO QE-REC-CTR.
           ADD WS-UPB                  TO WS-QE-REC-UPB.
           MOVE 'N'                    TO LN-FORB-SW (LN-IDX).
           IF MB-CLIENT = '0589'
               IF MB-FORBEARANCE-AMT NUMERIC
               AND MB-FORBEARANCE-AMT > 0
                   MOVE 'Y'            TO LN-FORB-SW (LN-IDX).
           IF MB-BANKRUPT-CODE NOT = SPACES
           AND MB-BANKRUPT-CODE NOT = '00'
               MOVE 'Y'                TO LN-BK-SW (LN-IDX)
           ELSE
               MOVE 'N'                TO LN-BK-SW (LN-IDX).

       FIND-OR-ADD-LOAN.
           MOVE 'N'                    TO LN-FOUND-SW.
           IF WS-LN-COUNT > 0
               SET LN-IDX TO 1
               SEARCH LN-ENTRY
                   AT END
                       MOVE 'N'        TO LN-FOUND-SW
                   WHEN LN-CLIENT (LN-IDX) = WS-CLIENT
                   AND  LN-ACCOUNT (LN-IDX) = WS-ACCOUNT
                       MOVE 'Y'        TO LN-FOUND-SW
               END-SEARCH.
           IF NOT LN-FOUND AND WS-LN-COUNT < 100000
               ADD 1                   TO WS-LN-COUNT
               SET LN-IDX TO WS-LN-COUNT
               MOVE WS-CLIENT          TO LN-CLIENT (LN-IDX)
               MOVE WS-ACCOUNT         TO LN-ACCOUNT (LN-IDX)
               MOVE SPACES             TO LN-STATE (LN-IDX)
               MOVE 0                  TO LN-DELQ-DAYS (LN-IDX)
               MOVE 0                  TO LN-BEG-UPB (LN-IDX)
               MOVE WS-UPB             TO LN-FIRST-UPB (LN-IDX)
               MOVE 0                  TO LN-LAST-UPB (LN-IDX)
               MOVE 'N'                TO LN-BASE-SW (LN-IDX)
               MOVE 'N'                TO LN-QE-SW (LN-IDX)
               MOVE 'N'                TO LN-ACQ-SW (LN-IDX)
               MOVE SPACE              TO LN-PREV-FCL-SW (LN-IDX)
               MOVE 'N'                TO LN-FCL-START-SW (LN-IDX)
               MOVE 'N'                TO LN-FCL-DONE-SW (LN-IDX)
               MOVE 'N'                TO LN-MOD-DONE-SW (LN-IDX)
               MOVE 'N'                TO LN-FORB-SW (LN-IDX)
               MOVE 'N'                TO LN-BK-SW (LN-IDX)
               MOVE 'Y'                TO LN-FOUND-SW.

      *
      * each loan posts once to its latest property state and once
      * to the portfolio: how it came into the quarter, how it left
      * or that it was still serviced at quarter end, and its
      * quarter-end status and quarter's events
      *
       CLASSIFY-LOAN.
           ADD 1                       TO LOAN-CTR.
           MOVE 58                     TO WS-ST.
           SET ST-IDX TO 1.
           SEARCH ST-ABBR
               AT END
                   CONTINUE
               WHEN ST-ABBR (ST-IDX) = LN-STATE (LN-IDX)
                   SET WS-ST TO ST-IDX
           END-SEARCH.
           IF WS-ST = 58
               ADD 1                   TO UNKNOWN-ST-CTR.
           MOVE 'Y'                    TO SA-USED-SW (WS-ST).
           IF LN-BASE-SW (LN-IDX) = 'Y'
               MOVE 1                  TO WS-LINE
               MOVE LN-BEG-UPB (LN-IDX) TO WS-UPB
               PERFORM POST-LINE
           ELSE
               IF LN-ACQ-SW (LN-IDX) = 'Y'
                   MOVE 2              TO WS-LINE
               ELSE
                   MOVE 3              TO WS-LINE
               END-IF
               MOVE LN-FIRST-UPB (LN-IDX) TO WS-UPB
               PERFORM POST-LINE.
           MOVE LN-LAST-UPB (LN-IDX)   TO WS-UPB.
           IF LN-QE-SW (LN-IDX) = 'N'
               PERFORM FIND-XFER-OUT
               IF XR-FOUND
                   MOVE 4              TO WS-LINE
               ELSE
                   MOVE 5              TO WS-LINE
               END-IF
               PERFORM POST-LINE
           ELSE
               MOVE 6                  TO WS-LINE
               PERFORM POST-LINE
               IF LN-DELQ-DAYS (LN-IDX) NOT < 90
                   MOVE 9              TO WS-LINE
                   PERFORM POST-LINE
               ELSE
               IF LN-DELQ-DAYS (LN-IDX) NOT < 60
                   MOVE 8              TO WS-LINE
                   PERFORM POST-LINE
               ELSE
               IF LN-DELQ-DAYS (LN-IDX) NOT < 30
                   MOVE 7              TO WS-LINE
                   PERFORM POST-LINE
               END-IF
               END-IF
               END-IF
               IF LN-FORB-SW (LN-IDX) = 'Y'
                   MOVE 13             TO WS-LINE
                   PERFORM POST-LINE
               END-IF
               IF LN-BK-SW (LN-IDX) = 'Y'
                   MOVE 14             TO WS-LINE
                   PERFORM POST-LINE
               END-IF
           END-IF.
           IF LN-FCL-START-SW (LN-IDX) = 'Y'
               MOVE 10                 TO WS-LINE
               PERFORM POST-LINE.
           IF LN-FCL-DONE-SW (LN-IDX) = 'Y'
               MOVE 11                 TO WS-LINE
               PERFORM POST-LINE.
           IF LN-MOD-DONE-SW (LN-IDX) = 'Y'
               MOVE 12                 TO WS-LINE
               PERFORM POST-LINE.

       POST-LINE.
           ADD 1                       TO SA-CTR (WS-ST, WS-LINE).
           ADD WS-UPB                  TO SA-UPB (WS-ST, WS-LINE).
           ADD 1                       TO PT-CTR (WS-LINE).
           ADD WS-UPB                  TO PT-UPB (WS-LINE).

       FIND-XFER-OUT.
           MOVE 'N'                    TO XR-FOUND-SW.
           IF WS-XF-COUNT > 0
               SET XF-IDX TO 1
               SEARCH XF-ENTRY
                   AT END
                       MOVE 'N'        TO XR-FOUND-SW
                   WHEN XF-CLIENT (XF-IDX) = LN-CLIENT (LN-IDX)
                   AND  XF-ACCOUNT (XF-IDX) = LN-ACCOUNT (LN-IDX)
                       MOVE 'Y'        TO XR-FOUND-SW
               END-SEARCH.

      *
      * one block of line items per state with loans, then the
      * portfolio total
      *
       WRITE-CALL-REPORT.
           MOVE SPACES                 TO OUT-REC.
           STRING 'NMLS MORTGAGE CALL REPORT - SERVICING SECTION'
                                        DELIMITED BY SIZE
                  '  QUARTER ENDING '   DELIMITED BY SIZE
                  WS-QE-DATE-X          DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           IF BASE-FILE-CTR = 0
               MOVE SPACES             TO OUT-REC
               STRING '*** NO PRIOR QUARTER-END .SET LISTED - EVERY'
                                        DELIMITED BY SIZE
                      ' LOAN REPORTS AS ADDED IN THE QUARTER'
                                        DELIMITED BY SIZE
                   INTO OUT-REC
               WRITE OUT-REC.
           IF SKIPPED-CTR NOT = 0 OR FULL-CTR NOT = 0
               MOVE SPACES             TO OUT-REC
               STRING '*** SET LIST ROWS SKIPPED OR LOAN TABLE FULL'
                                        DELIMITED BY SIZE
                      ' - FIGURES ARE SHORT'
                                        DELIMITED BY SIZE
                   INTO OUT-REC
               WRITE OUT-REC.
           PERFORM VARYING WS-ST FROM 1 BY 1 UNTIL WS-ST > 58
               IF SA-USED-SW (WS-ST) = 'Y'
                   MOVE SPACES         TO OUT-REC
                   WRITE OUT-REC
                   MOVE SPACES         TO OUT-REC
                   IF WS-ST = 58
                       MOVE 'STATE ?? - PROPERTY STATE BLANK OR UNKNOWN'
                                       TO OUT-REC
                   ELSE
                       STRING 'STATE '  DELIMITED BY SIZE
                              ST-ABBR (WS-ST) DELIMITED BY SIZE
                           INTO OUT-REC
                   END-IF
                   WRITE OUT-REC
                   PERFORM VARYING WS-LINE FROM 1 BY 1
                           UNTIL WS-LINE > 14
                       MOVE SA-CTR (WS-ST, WS-LINE) TO WS-CNT-DISP
                       MOVE SA-UPB (WS-ST, WS-LINE) TO WS-UPB-DISP
                       PERFORM WRITE-LINE-ITEM
                   END-PERFORM
               END-IF
           END-PERFORM.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'PORTFOLIO TOTAL'      TO OUT-REC.
           WRITE OUT-REC.
           PERFORM VARYING WS-LINE FROM 1 BY 1 UNTIL WS-LINE > 14
               MOVE PT-CTR (WS-LINE)   TO WS-CNT-DISP
               MOVE PT-UPB (WS-LINE)   TO WS-UPB-DISP
               PERFORM WRITE-LINE-ITEM
           END-PERFORM.

       WRITE-LINE-ITEM.
           MOVE WS-LINE                TO WS-LINE-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING '  LINE '             DELIMITED BY SIZE
                  WS-LINE-DISP          DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  LINE-LABEL (WS-LINE)  DELIMITED BY SIZE
                  ' LOANS '             DELIMITED BY SIZE
                  WS-CNT-DISP           DELIMITED BY SIZE
                  '  UPB '              DELIMITED BY SIZE
                  WS-UPB-DISP           DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

      *
      * every line's state totals against the portfolio, each
      * state's count rolled forward (01 + 02 + 03 - 04 - 05 = 06),
      * and line 06 against the quarter-end records read
      *
       WRITE-RECONCILIATION.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'RECONCILIATION OF STATE TOTALS TO PORTFOLIO TOTAL'
                                       TO OUT-REC.
           WRITE OUT-REC.
           PERFORM VARYING WS-LINE FROM 1 BY 1 UNTIL WS-LINE > 14
               MOVE 0                  TO WS-SUM-CTR
               MOVE 0                  TO WS-SUM-UPB
               PERFORM VARYING WS-ST FROM 1 BY 1 UNTIL WS-ST > 58
                   ADD SA-CTR (WS-ST, WS-LINE) TO WS-SUM-CTR
                   ADD SA-UPB (WS-ST, WS-LINE) TO WS-SUM-UPB
               END-PERFORM
               IF WS-SUM-CTR = PT-CTR (WS-LINE)
               AND WS-SUM-UPB = PT-UPB (WS-LINE)
                   MOVE 'IN BALANCE'   TO WS-RESULT
               ELSE
                   MOVE '*** OUT OF BALANCE' TO WS-RESULT
                   ADD 1               TO OUT-OF-BAL-CTR
               END-IF
               MOVE WS-LINE            TO WS-LINE-DISP
               MOVE WS-SUM-CTR         TO WS-CNT-DISP
               MOVE WS-SUM-UPB         TO WS-UPB-DISP
               MOVE PT-CTR (WS-LINE)   TO WS-CNT-DISP-2
               MOVE PT-UPB (WS-LINE)   TO WS-UPB-DISP-2
               MOVE SPACES             TO OUT-REC
               STRING '  LINE '         DELIMITED BY SIZE
                      WS-LINE-DISP      DELIMITED BY SIZE
                      '  STATES '       DELIMITED BY SIZE
                      WS-CNT-DISP       DELIMITED BY SIZE
                      WS-UPB-DISP       DELIMITED BY SIZE
                      '  PORTFOLIO '    DELIMITED BY SIZE
                      WS-CNT-DISP-2     DELIMITED BY SIZE
                      WS-UPB-DISP-2     DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WS-RESULT         DELIMITED BY SIZE
                   INTO OUT-REC
               WRITE OUT-REC
           END-PERFORM.
           PERFORM VARYING WS-ST FROM 1 BY 1 UNTIL WS-ST > 58
               IF SA-USED-SW (WS-ST) = 'Y'
                   COMPUTE WS-ROLL-CTR =
                       SA-CTR (WS-ST, 1) + SA-CTR (WS-ST, 2)
                     + SA-CTR (WS-ST, 3) - SA-CTR (WS-ST, 4)
                     - SA-CTR (WS-ST, 5)
                   IF WS-ROLL-CTR NOT = SA-CTR (WS-ST, 6)
                       ADD 1           TO OUT-OF-BAL-CTR
                       MOVE WS-ROLL-CTR TO WS-CNT-DISP
                       MOVE SA-CTR (WS-ST, 6) TO WS-CNT-DISP-2
                       MOVE SPACES     TO OUT-REC
                       STRING '*** ROLL-FORWARD OUT OF BALANCE STATE '
                                       DELIMITED BY SIZE
                              ST-ABBR (WS-ST) DELIMITED BY SIZE
                              '  COMPUTED ' DELIMITED BY SIZE
                              WS-CNT-DISP   DELIMITED BY SIZE
                              '  LINE 06 '  DELIMITED BY SIZE
                              WS-CNT-DISP-2 DELIMITED BY SIZE
                           INTO OUT-REC
                       WRITE OUT-REC
                   END-IF
               END-IF
           END-PERFORM.
           IF QE-REC-CTR = PT-CTR (6) AND WS-QE-REC-UPB = PT-UPB (6)
               MOVE 'IN BALANCE'       TO WS-RESULT
           ELSE
               MOVE '*** OUT OF BALANCE' TO WS-RESULT
               ADD 1                   TO OUT-OF-BAL-CTR.
           MOVE QE-REC-CTR             TO WS-CNT-DISP.
           MOVE WS-QE-REC-UPB          TO WS-UPB-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING '  QUARTER-END RECORDS READ '  DELIMITED BY SIZE
                  WS-CNT-DISP           DELIMITED BY SIZE
                  '  UPB '              DELIMITED BY SIZE
                  WS-UPB-DISP           DELIMITED BY SIZE
                  '  AGAINST LINE 06  ' DELIMITED BY SIZE
                  WS-RESULT             DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR NMLSMCR1' UPON CRT AT 0915.
           DISPLAY FILE-CTR 'SET FILES READ            =' UPON CRT
               AT 1125.
           DISPLAY REC-CTR  'SET RECORDS READ          =' UPON CRT
               AT 1225.
           DISPLAY LOAN-CTR 'LOANS IN THE QUARTER      =' UPON CRT
               AT 1325.
           DISPLAY XFER-REG-CTR 'TRANSFER-OUT REGISTER    =' UPON CRT
               AT 1425.
           DISPLAY SKIPPED-CTR 'LIST ROWS SKIPPED       =' UPON CRT
               AT 1525.
           DISPLAY UNKNOWN-ST-CTR 'PROPERTY STATE UNKNOWN =' UPON CRT
               AT 1625.
           DISPLAY OUT-OF-BAL-CTR 'OUT OF BALANCE           ='
               UPON CRT AT 1725.
           IF OUT-OF-BAL-CTR NOT = 0
               MOVE 8                  TO RETURN-CODE
           ELSE
           IF BASE-FILE-CTR = 0 OR REG-STATUS NOT = '00'
           OR SKIPPED-CTR NOT = 0 OR FULL-CTR NOT = 0
           OR UNKNOWN-ST-CTR NOT = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE OUT-FILE.
           STOP RUN.
