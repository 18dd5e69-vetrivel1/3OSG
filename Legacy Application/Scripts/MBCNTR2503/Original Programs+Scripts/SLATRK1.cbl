       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SLATRK1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * contractual SLA turnaround - the client contracts promise
      * the statements mail within so many business days of the
      * extract's arrival, and proving it meant stitching four
      * logs together by hand.  for every client on the SLA control
      * (slactl.tab) this step ties one cycle's milestones into a
      * single elapsed-time record:
      *   - feed arrival      FEEDARR1's arrival log, feedarr.tab
      *   - SETMB2000 done    the client's SETMB2000 step END on the
      *                       RUNLOG1 timing log, first good one
      *                       after the arrival
      *   - QGATE1 release    the client's QGATE1 step END on the
      *                       timing log, first good one after that
      *   - USPS acceptance   the FIRST SCAN line on MAILTRK1's
      *                       report for the cycle's manifest
      * the arrival-to-acceptance span is counted in business days
      * off bankcal.tab and held against the client's SLA.  each
      * record is appended to the permanent SLA history; a breach is
      * listed with the hours each leg took and the leg that
      * consumed the most.  the history for the cycle's month is
      * then re-read - the latest record per client and cycle wins,
      * so a rerun replaces rather than double counts - and a
      * monthly credit-exposure line is written for every client
      * whose contract carries a per-breach penalty, in the form
      * INVOICE1 applies on the month's invoice.  a chain not yet
      * complete is measured to the run date: OPEN while still
      * inside its SLA, a breach once it is past it
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the per-client SLA control - operator maintained
           SELECT CTL-FILE  ASSIGN TO DYNAMIC CTL-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS CTL-STATUS.
      * FEEDARR1's permanent arrival log
           SELECT ARR-FILE  ASSIGN TO DYNAMIC ARR-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS ARR-STATUS-CD.
      * RUNLOG1's shared run-timing log
           SELECT LOG-FILE  ASSIGN TO DYNAMIC LOG-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS LOG-STATUS.
      * MAILTRK1's delivery reconciliation report for the cycle
           SELECT MTK-FILE  ASSIGN TO DYNAMIC MTK-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS MTK-STATUS.
      * Federal Reserve holiday calendar
           SELECT CAL-FILE  ASSIGN TO DYNAMIC CAL-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS CAL-STATUS.
      * the permanent SLA history - created on the first run
           SELECT OPTIONAL HST-FILE ASSIGN TO DYNAMIC HST-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS HST-STATUS-CD.
      * the SLA report
           SELECT OUT-FILE  ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the monthly credit-exposure file INVOICE1 applies
           SELECT CRD-FILE  ASSIGN TO DYNAMIC CRD-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      * one row per client, keyed by the 4-character command-line
      * client the SETMB2000 controls use ('0277').  CTL-FEED is the
      * feed whose arrival starts the clock (spaces for the .asc
      * extract, FEEDARR1's 'ASC'); CTL-SET-STEP and CTL-GATE-STEP
      * are the client's SETMB2000 and QGATE1 step names in the
      * nightrun.sh manifest, as RUNLOG1 journals them.  CTL-PENALTY
      * is the credit per breached cycle, zero where the contract
      * carries none; CTL-CAP the most credited in a month, zero for
      * no cap
      *
       FD  CTL-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CTL-REC.
       01  CTL-REC.
           05  CTL-CLIENT              PIC X(4).
           05  CTL-FEED                PIC X(8).
           05  CTL-SET-STEP            PIC X(12).
           05  CTL-GATE-STEP           PIC X(12).
           05  CTL-BUS-DAYS            PIC 9(2).
           05  CTL-PENALTY             PIC 9(5)V99.
           05  CTL-CAP                 PIC 9(7)V99.
           05  FILLER                  PIC X(6).
      *
       FD  ARR-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ARR-REC.
       01  ARR-REC.
           05  ARR-RUN-DATE            PIC 9(8).
           05  ARR-RUN-TIME            PIC 9(6).
           05  ARR-CLIENT              PIC X(4).
           05  ARR-FEED                PIC X(8).
           05  ARR-FILE-NAME           PIC X(40).
           05  ARR-ARRIVED             PIC 9(6).
           05  ARR-COUNT               PIC 9(9).
           05  ARR-HASH                PIC 9(12).
           05  ARR-XMT-COUNT           PIC 9(9).
           05  ARR-STATUS              PIC X(8).
           05  FILLER                  PIC X(22).
      *
       FD  LOG-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LOG-REC.
       01  LOG-REC.
           05  LOG-STEP                PIC X(12).
           05  LOG-DATE                PIC 9(8).
           05  LOG-TIME                PIC 9(6).
           05  LOG-EVENT               PIC X(5).
           05  LOG-RC                  PIC X(2).
               88  LOG-RC-OK     VALUES '0 ' '1 ' '2 ' '3 ' '4 '
                                        '00' '01' '02' '03' '04'.
           05  FILLER                  PIC X(7).
      *
       FD  MTK-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MTK-REC.
       01  MTK-REC                     PIC X(132).
      *
       FD  CAL-FILE
           RECORD CONTAINS 8 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CAL-REC.
       01  CAL-REC                     PIC 9(8).
      *
      * one record per client per cycle.  HST-STATUS is MET, BREACH,
      * OPEN or NOFEED; HST-STEP the leg that took the longest
      *
       FD  HST-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS HST-REC.
       01  HST-REC.
           05  HST-CYCLE               PIC 9(8).
           05  HST-CLIENT              PIC X(4).
           05  HST-ARR-DATE            PIC 9(8).
           05  HST-ARR-TIME            PIC 9(6).
           05  HST-SET-DATE            PIC 9(8).
           05  HST-SET-TIME            PIC 9(6).
           05  HST-GATE-DATE           PIC 9(8).
           05  HST-GATE-TIME           PIC 9(6).
           05  HST-SCAN-DATE           PIC 9(8).
           05  HST-SLA-DAYS            PIC 9(2).
           05  HST-BUS-DAYS            PIC 9(3).
           05  HST-STATUS              PIC X(8).
           05  HST-STEP                PIC X(10).
           05  HST-PENALTY             PIC 9(5)V99.
           05  FILLER                  PIC X(8).
      *
       FD  OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01  OUT-REC                     PIC X(132).
      *
      * keyed by the record's own on-file client value, the
      * 3-character code plus a trailing space ('277 '), the same
      * as INVOICE1's rate card
      *
       FD  CRD-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CRD-REC.
       01  CRD-REC.
           05  CRD-MONTH               PIC 9(6).
           05  CRD-CLIENT              PIC X(4).
           05  CRD-BREACHES            PIC 9(3).
           05  CRD-AMOUNT              PIC 9(7)V99.
           05  FILLER                  PIC X(18).
      *
       WORKING-STORAGE SECTION.

       01  VARIABLES.
           05  CTL-PATH                PIC X(40)
               VALUE '/users/public/slactl.tab'.
           05  ARR-PATH                PIC X(40)
               VALUE '/users/public/feedarr.tab'.
           05  LOG-PATH                PIC X(40)
               VALUE '/users/public/out/runtime.log'.
           05  CAL-PATH                PIC X(40)
               VALUE '/users/public/bankcal.tab'.
           05  HST-PATH                PIC X(40)
               VALUE '/users/public/out/slahist.dat'.
           05  MTK-PATH.
               10 MTK-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 MTK-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  CRD-PATH.
               10 CRD-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 CRD-NAME             PIC X(64).
           05  CTL-STATUS              PIC X(2)  VALUE SPACES.
           05  ARR-STATUS-CD           PIC X(2)  VALUE SPACES.
           05  LOG-STATUS              PIC X(2)  VALUE SPACES.
           05  MTK-STATUS              PIC X(2)  VALUE SPACES.
           05  CAL-STATUS              PIC X(2)  VALUE SPACES.
           05  HST-STATUS-CD           PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  WS-CYCLE-PARM           PIC X(8)  VALUE SPACES.
           05  CLIENT-CTR              PIC 9(7)  VALUE 0.
           05  MET-CTR                 PIC 9(7)  VALUE 0.
           05  BREACH-CTR              PIC 9(7)  VALUE 0.
           05  OPEN-CTR                PIC 9(7)  VALUE 0.
           05  NOFEED-CTR              PIC 9(7)  VALUE 0.
           05  CREDIT-CTR              PIC 9(7)  VALUE 0.
           05  MISSING-CTR             PIC 9(7)  VALUE 0.
           05  DROPPED-CTR             PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  CAL-EOF-SW              PIC X(1)  VALUE 'N'.
               88  CAL-EOF                       VALUE 'Y'.
           05  WS-CAL-COUNT            PIC S9(4) COMP VALUE 0.
           05  MH-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  MH-FOUND                      VALUE 'Y'.
           05  WS-SUB                  PIC S9(4) COMP VALUE 0.
           05  WS-SUB2                 PIC S9(8) COMP VALUE 0.
           05  WS-CYCLE-DATE           PIC 9(8)  VALUE 0.
           05  FILLER REDEFINES WS-CYCLE-DATE.
               10  WS-CYCLE-MONTH      PIC 9(6).
               10  FILLER              PIC 9(2).
           05  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           05  WS-RUN-TIME             PIC 9(6)  VALUE 0.
           05  WS-TIME-X               PIC X(8)  VALUE SPACES.
           05  WS-FEED                 PIC X(8)  VALUE SPACES.
           05  WS-REC-CLIENT           PIC X(4)  VALUE SPACES.
           05  WS-LOG-STAMP            PIC 9(14) VALUE 0.
           05  WS-MARK-STAMP           PIC 9(14) VALUE 0.
           05  WS-STATUS               PIC X(8)  VALUE SPACES.
           05  WS-STEP                 PIC X(10) VALUE SPACES.
           05  WS-END-DATE             PIC 9(8)  VALUE 0.
           05  WS-BUS-DAYS             PIC S9(4) COMP VALUE 0.
           05  WS-WALK-DAYS            PIC S9(4) COMP VALUE 0.
           05  WS-SET-MINS             PIC S9(7) COMP-3 VALUE 0.
           05  WS-GATE-MINS            PIC S9(7) COMP-3 VALUE 0.
           05  WS-MAIL-MINS            PIC S9(7) COMP-3 VALUE 0.
           05  WS-LEG-MINS             PIC S9(7) COMP-3 VALUE 0.
           05  WS-HOURS                PIC S9(5)V9 COMP-3 VALUE 0.
           05  WS-FROM-DATE            PIC 9(8)  VALUE 0.
           05  WS-FROM-TIME            PIC 9(6)  VALUE 0.
           05  FILLER REDEFINES WS-FROM-TIME.
               10  WS-FROM-HH          PIC 9(2).
               10  WS-FROM-MM          PIC 9(2).
               10  WS-FROM-SS          PIC 9(2).
           05  WS-TO-DATE              PIC 9(8)  VALUE 0.
           05  WS-TO-TIME              PIC 9(6)  VALUE 0.
           05  FILLER REDEFINES WS-TO-TIME.
               10  WS-TO-HH            PIC 9(2).
               10  WS-TO-MM            PIC 9(2).
               10  WS-TO-SS            PIC 9(2).
           05  WS-BREACHES             PIC 9(3)  VALUE 0.
           05  WS-CREDIT               PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-CREDIT-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-ARR-DISP             PIC X(15) VALUE SPACES.
           05  WS-SET-DISP             PIC X(15) VALUE SPACES.
           05  WS-GATE-DISP            PIC X(15) VALUE SPACES.
           05  WS-SCAN-DISP            PIC X(8)  VALUE SPACES.
           05  WS-STAMP-DISP           PIC X(15) VALUE SPACES.
           05  WS-DAYS-DISP            PIC ZZ9.
           05  WS-SLA-DISP             PIC Z9.
           05  WS-SET-HRS-DISP         PIC ZZZ9.9.
           05  WS-GATE-HRS-DISP        PIC ZZZ9.9.
           05  WS-MAIL-HRS-DISP        PIC ZZZ9.9.
           05  WS-BRCH-DISP            PIC ZZ9.
           05  WS-PEN-DISP             PIC ZZ,ZZ9.99.
           05  WS-CAP-DISP             PIC Z,ZZZ,ZZ9.99.
           05  WS-AMT-DISP             PIC Z,ZZZ,ZZ9.99.
           05  WS-TOT-DISP             PIC ZZZ,ZZZ,ZZ9.99.
      *
      * business-day work fields - the day of week comes from
      * Zeller's congruence, as in ACHDRAFT1
      *
           05  WS-SETTLE-DATE.
               10  WS-STL-YYYY         PIC 9(4).
               10  WS-STL-MM           PIC 9(2).
               10  WS-STL-DD           PIC 9(2).
           05  WS-SETTLE-DATE-N REDEFINES WS-SETTLE-DATE PIC 9(8).
           05  WS-Z-Y                  PIC S9(9) COMP VALUE 0.
           05  WS-Z-M                  PIC S9(9) COMP VALUE 0.
           05  WS-Z-WORK               PIC S9(9) COMP VALUE 0.
           05  WS-Z-CENT               PIC S9(9) COMP VALUE 0.
           05  WS-Z-YY                 PIC S9(9) COMP VALUE 0.
           05  WS-Z-QUOT               PIC S9(9) COMP VALUE 0.
           05  WS-Z-T1                 PIC S9(9) COMP VALUE 0.
           05  WS-Z-T2                 PIC S9(9) COMP VALUE 0.
           05  WS-Z-T3                 PIC S9(9) COMP VALUE 0.
           05  WS-Z-DOW                PIC S9(9) COMP VALUE 0.
           05  BUSINESS-DAY-SW         PIC X(1)  VALUE 'N'.
               88  BUSINESS-DAY                  VALUE 'Y'.
           05  WS-STL-LIMIT            PIC S9(4) COMP VALUE 0.
           05  WS-STL-REM              PIC 9(4)  VALUE 0.
           05  WS-STL-QUOT             PIC 9(4)  VALUE 0.
           05  WS-MONTH-DAYS-X         PIC X(24)
               VALUE '312831303130313130313031'.
           05  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-X.
               10  WS-MO-DAYS          PIC 9(2) OCCURS 12 TIMES.

      *
      * Federal Reserve holidays loaded from bankcal.tab
      *
       01  BANKCAL-TABLE.
           05  CAL-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CAL-COUNT
                   INDEXED BY CAL-IDX.
               10  CAL-DATE            PIC 9(8).

      *
      * the SLA control with each client's milestones for the cycle
      * as the logs are read; a zero date is a milestone not reached
      *
       01  SLA-CONTROL-TABLE.
           05  SC-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-SC-COUNT
                   INDEXED BY SC-IDX.
               10  SC-CLIENT           PIC X(4).
               10  SC-FEED             PIC X(8).
               10  SC-SET-STEP         PIC X(12).
               10  SC-GATE-STEP        PIC X(12).
               10  SC-BUS-DAYS         PIC 9(2).
               10  SC-PENALTY          PIC 9(5)V99.
               10  SC-CAP              PIC 9(7)V99.
               10  SC-ARR-TIME         PIC 9(6).
               10  SC-ARR-SW           PIC X(1).
               10  SC-SET-DATE         PIC 9(8).
               10  SC-SET-TIME         PIC 9(6).
               10  SC-GATE-DATE        PIC 9(8).
               10  SC-GATE-TIME        PIC 9(6).
               10  SC-SCAN-DATE        PIC 9(8).
       77  WS-SC-COUNT                 PIC S9(4) COMP VALUE 0.

      *
      * the cycle month's SLA history, latest record per client and
      * cycle
      *
       01  MONTH-HISTORY-TABLE.
           05  MH-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-MH-COUNT
                   INDEXED BY MH-IDX.
               10  MH-CLIENT           PIC X(4).
               10  MH-CYCLE            PIC 9(8).
               10  MH-STATUS           PIC X(8).
               10  MH-PENALTY          PIC 9(5)V99.
       77  WS-MH-COUNT                 PIC S9(8) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO WS-CYCLE-PARM MTK-NAME OUT-NAME CRD-NAME.
           DISPLAY '* * * * B E G I N   S L A T R K 1 . C B L'
               UPON CRT AT 1401.
           IF WS-CYCLE-PARM NOT NUMERIC OR MTK-NAME = SPACES
           OR OUT-NAME = SPACES OR CRD-NAME = SPACES
               DISPLAY '!!!! ENTER CYCLE DATE (YYYYMMDD), MAILTRK1'
                   UPON CRT AT 2301
               DISPLAY '!!!!   REPORT (OR -), REPORT AND CREDIT FILES'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           MOVE WS-CYCLE-PARM          TO WS-CYCLE-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-X FROM TIME.
           MOVE WS-TIME-X (1:6)        TO WS-RUN-TIME.
           PERFORM LOAD-SLA-CONTROL.
           IF WS-SC-COUNT = 0
               DISPLAY '!!!! NO SLA CONTROL (slactl.tab) - NOTHING'
                   UPON CRT AT 2301
               DISPLAY '!!!!   TO MEASURE' UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM LOAD-BANKCAL-TABLE.
           PERFORM FIND-FEED-ARRIVALS THRU FIND-FEED-ARRIVALS-EXIT.
           PERFORM FIND-RUN-MILESTONES THRU FIND-RUN-MILESTONES-EXIT.
           PERFORM FIND-ACCEPTANCE-SCANS
               THRU FIND-ACCEPTANCE-SCANS-EXIT.
           OPEN OUTPUT OUT-FILE.
           OPEN EXTEND HST-FILE.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SC-COUNT
               SET SC-IDX TO WS-SUB
               PERFORM 001-MAIN THRU 001-MAIN-EXIT
           END-PERFORM.
           CLOSE HST-FILE.
           PERFORM LIST-BREACHES.
           PERFORM LOAD-MONTH-HISTORY.
           OPEN OUTPUT CRD-FILE.
           PERFORM WRITE-CREDIT-EXPOSURE.
           PERFORM END-RTN.

       LOAD-SLA-CONTROL.
           OPEN INPUT CTL-FILE.
           IF CTL-STATUS = '00'
               MOVE 0                  TO EOF-SW
               PERFORM UNTIL EOF-SW = 1
                   READ CTL-FILE
                       AT END MOVE 1   TO EOF-SW
                       NOT AT END
                           IF CTL-CLIENT NOT = SPACES
                           AND WS-SC-COUNT < 100
                               ADD 1   TO WS-SC-COUNT
                               SET SC-IDX TO WS-SC-COUNT
                               PERFORM LOAD-ONE-CONTROL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTL-FILE.

       LOAD-ONE-CONTROL.
           MOVE CTL-CLIENT             TO SC-CLIENT (SC-IDX).
           IF CTL-FEED = SPACES
               MOVE 'ASC'              TO SC-FEED (SC-IDX)
           ELSE
               MOVE CTL-FEED           TO SC-FEED (SC-IDX).
           MOVE CTL-SET-STEP           TO SC-SET-STEP (SC-IDX).
           MOVE CTL-GATE-STEP          TO SC-GATE-STEP (SC-IDX).
           IF CTL-BUS-DAYS NUMERIC
               MOVE CTL-BUS-DAYS       TO SC-BUS-DAYS (SC-IDX)
           ELSE
               MOVE 0                  TO SC-BUS-DAYS (SC-IDX).
           IF CTL-PENALTY NUMERIC
               MOVE CTL-PENALTY        TO SC-PENALTY (SC-IDX)
           ELSE
               MOVE 0                  TO SC-PENALTY (SC-IDX).
           IF CTL-CAP NUMERIC
               MOVE CTL-CAP            TO SC-CAP (SC-IDX)
           ELSE
               MOVE 0                  TO SC-CAP (SC-IDX).
           MOVE 0                      TO SC-ARR-TIME (SC-IDX).
           MOVE 'N'                    TO SC-ARR-SW (SC-IDX).
           MOVE 0                      TO SC-SET-DATE (SC-IDX).
           MOVE 0                      TO SC-SET-TIME (SC-IDX).
           MOVE 0                      TO SC-GATE-DATE (SC-IDX).
           MOVE 0                      TO SC-GATE-TIME (SC-IDX).
           MOVE 0                      TO SC-SCAN-DATE (SC-IDX).

       LOAD-BANKCAL-TABLE.
      * bankcal.tab is an optional control file; without one only
      * weekends are skipped
           OPEN INPUT CAL-FILE.
           IF CAL-STATUS NOT = '00'
               MOVE 'Y'                   TO CAL-EOF-SW
           ELSE
               PERFORM READ-CAL-REC
               PERFORM UNTIL CAL-EOF
                  IF WS-CAL-COUNT < 500
                     ADD 1                   TO WS-CAL-COUNT
                     SET CAL-IDX TO WS-CAL-COUNT
                     MOVE CAL-REC           TO CAL-DATE (CAL-IDX)
                  END-IF
                  PERFORM READ-CAL-REC
               END-PERFORM
               CLOSE CAL-FILE.

       READ-CAL-REC.
           READ CAL-FILE AT END MOVE 'Y' TO CAL-EOF-SW.

      *
      * the clock starts at the earliest time FEEDARR1 saw the
      * client's starting feed whole on the cycle date - the same
      * arrival time its own report shows
      *
       FIND-FEED-ARRIVALS.
           OPEN INPUT ARR-FILE.
           IF ARR-STATUS-CD NOT = '00'
               DISPLAY '!!!! NO ARRIVAL LOG (feedarr.tab) - NO CLOCK'
                   UPON CRT AT 2001
               ADD 1                   TO MISSING-CTR
               GO TO FIND-FEED-ARRIVALS-EXIT.
           MOVE 0                      TO EOF-SW.
           PERFORM UNTIL EOF-SW = 1
               READ ARR-FILE
                   AT END MOVE 1       TO EOF-SW
                   NOT AT END
                       IF ARR-RUN-DATE = WS-CYCLE-DATE
                       AND ARR-ARRIVED NOT = 0
                           PERFORM POST-ONE-ARRIVAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARR-FILE.
       FIND-FEED-ARRIVALS-EXIT.
           EXIT.

       POST-ONE-ARRIVAL.
           PERFORM VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX > WS-SC-COUNT
               IF SC-CLIENT (SC-IDX) = ARR-CLIENT
               AND SC-FEED (SC-IDX) = ARR-FEED
                   IF SC-ARR-SW (SC-IDX) = 'N'
                   OR ARR-ARRIVED < SC-ARR-TIME (SC-IDX)
                       MOVE ARR-ARRIVED TO SC-ARR-TIME (SC-IDX)
                       MOVE 'Y'        TO SC-ARR-SW (SC-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *
      * the timing log is appended in time order, so the first good
      * SETMB2000 END past the arrival is the billing run that
      * counted, and the first good QGATE1 END past that is the
      * release; a failed step and its rerun both journal, and only
      * the rerun that ended within the manifest's usual max rc of 4
      * moves the clock
      *
       FIND-RUN-MILESTONES.
           OPEN INPUT LOG-FILE.
           IF LOG-STATUS NOT = '00'
               DISPLAY '!!!! NO RUN-TIMING LOG (runtime.log)'
                   UPON CRT AT 2101
               ADD 1                   TO MISSING-CTR
               GO TO FIND-RUN-MILESTONES-EXIT.
           MOVE 0                      TO EOF-SW.
           PERFORM UNTIL EOF-SW = 1
               READ LOG-FILE
                   AT END MOVE 1       TO EOF-SW
                   NOT AT END
                       IF LOG-EVENT = 'END'
                       AND LOG-RC-OK
                       AND LOG-DATE NOT < WS-CYCLE-DATE
                           PERFORM POST-ONE-LOG-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOG-FILE.
       FIND-RUN-MILESTONES-EXIT.
           EXIT.

       POST-ONE-LOG-END.
           COMPUTE WS-LOG-STAMP = (LOG-DATE * 1000000) + LOG-TIME.
           PERFORM VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX > WS-SC-COUNT
               IF SC-ARR-SW (SC-IDX) = 'Y'
                   IF LOG-STEP = SC-SET-STEP (SC-IDX)
                   AND SC-SET-DATE (SC-IDX) = 0
                       COMPUTE WS-MARK-STAMP =
                           (WS-CYCLE-DATE * 1000000)
                         + SC-ARR-TIME (SC-IDX)
                       IF WS-LOG-STAMP NOT < WS-MARK-STAMP
                           MOVE LOG-DATE TO SC-SET-DATE (SC-IDX)
                           MOVE LOG-TIME TO SC-SET-TIME (SC-IDX)
                       END-IF
                   ELSE
                   IF LOG-STEP = SC-GATE-STEP (SC-IDX)
                   AND SC-SET-DATE (SC-IDX) NOT = 0
                   AND SC-GATE-DATE (SC-IDX) = 0
                       COMPUTE WS-MARK-STAMP =
                           (SC-SET-DATE (SC-IDX) * 1000000)
                         + SC-SET-TIME (SC-IDX)
                       IF WS-LOG-STAMP NOT < WS-MARK-STAMP
                           MOVE LOG-DATE TO SC-GATE-DATE (SC-IDX)
                           MOVE LOG-TIME TO SC-GATE-TIME (SC-IDX)
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *
      * MAILTRK1's FIRST SCAN lines carry the record's own client
      * value ('277 '), the last three digits of the control's
      * client with a trailing space
      *
       FIND-ACCEPTANCE-SCANS.
           IF MTK-NAME = '-'
               GO TO FIND-ACCEPTANCE-SCANS-EXIT.
           OPEN INPUT MTK-FILE.
           IF MTK-STATUS NOT = '00'
               DISPLAY '!!!! MAILTRK1 REPORT NOT FOUND - NO SCANS:'
                   UPON CRT AT 2201
               DISPLAY MTK-NAME UPON CRT AT 2244
               ADD 1                   TO MISSING-CTR
               GO TO FIND-ACCEPTANCE-SCANS-EXIT.
           MOVE 0                      TO EOF-SW.
           PERFORM UNTIL EOF-SW = 1
               READ MTK-FILE
                   AT END MOVE 1       TO EOF-SW
                   NOT AT END
                       IF MTK-REC (5:13) = '  FIRST SCAN '
                       AND MTK-REC (18:8) NUMERIC
                           PERFORM POST-ONE-SCAN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MTK-FILE.
       FIND-ACCEPTANCE-SCANS-EXIT.
           EXIT.

       POST-ONE-SCAN.
           PERFORM VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX > WS-SC-COUNT
               MOVE SPACES             TO WS-REC-CLIENT
               MOVE SC-CLIENT (SC-IDX) (2:3) TO WS-REC-CLIENT (1:3)
               IF MTK-REC (1:4) = WS-REC-CLIENT
               AND MTK-REC (18:8) NOT < WS-CYCLE-DATE
                   MOVE MTK-REC (18:8) TO SC-SCAN-DATE (SC-IDX)
               END-IF
           END-PERFORM.

      *
      * one client's elapsed-time record for the cycle
      *
       001-MAIN.
           ADD 1                       TO CLIENT-CTR.
           MOVE 0                      TO WS-BUS-DAYS.
           MOVE 0                      TO WS-SET-MINS.
           MOVE 0                      TO WS-GATE-MINS.
           MOVE 0                      TO WS-MAIL-MINS.
           MOVE SPACES                 TO WS-STEP.
           IF SC-ARR-SW (SC-IDX) = 'N'
               ADD 1                   TO NOFEED-CTR
               MOVE 'NOFEED'           TO WS-STATUS
               PERFORM WRITE-CLIENT-LINE
               PERFORM WRITE-HISTORY-REC
               GO TO 001-MAIN-EXIT.
           PERFORM MEASURE-LEGS.
           IF SC-SCAN-DATE (SC-IDX) NOT = 0
               MOVE SC-SCAN-DATE (SC-IDX) TO WS-END-DATE
           ELSE
               MOVE WS-RUN-DATE        TO WS-END-DATE.
           PERFORM COUNT-BUSINESS-DAYS.
           IF WS-BUS-DAYS > SC-BUS-DAYS (SC-IDX)
               ADD 1                   TO BREACH-CTR
               MOVE 'BREACH'           TO WS-STATUS
           ELSE
           IF SC-SCAN-DATE (SC-IDX) NOT = 0
               ADD 1                   TO MET-CTR
               MOVE 'MET'              TO WS-STATUS
           ELSE
               ADD 1                   TO OPEN-CTR
               MOVE 'OPEN'             TO WS-STATUS.
           PERFORM WRITE-CLIENT-LINE.
           PERFORM WRITE-HISTORY-REC.
       001-MAIN-EXIT.
           EXIT.

      *
      * hours per leg: arrival to SETMB2000 done, SETMB2000 to the
      * QGATE1 release, release to the first acceptance scan.  the
      * scan extract carries a date only, so the mailing leg runs
      * to the start of the scan day.  the first leg not yet
      * finished runs to the run date and time; the legs behind it
      * have not started
      *
       MEASURE-LEGS.
           MOVE WS-CYCLE-DATE          TO WS-FROM-DATE.
           MOVE SC-ARR-TIME (SC-IDX)   TO WS-FROM-TIME.
           IF SC-SET-DATE (SC-IDX) = 0
               MOVE WS-RUN-DATE        TO WS-TO-DATE
               MOVE WS-RUN-TIME        TO WS-TO-TIME
               PERFORM COUNT-ELAPSED-MINUTES
               MOVE WS-LEG-MINS        TO WS-SET-MINS
           ELSE
               MOVE SC-SET-DATE (SC-IDX) TO WS-TO-DATE
               MOVE SC-SET-TIME (SC-IDX) TO WS-TO-TIME
               PERFORM COUNT-ELAPSED-MINUTES
               MOVE WS-LEG-MINS        TO WS-SET-MINS
               MOVE WS-TO-DATE         TO WS-FROM-DATE
               MOVE WS-TO-TIME         TO WS-FROM-TIME
               IF SC-GATE-DATE (SC-IDX) = 0
                   MOVE WS-RUN-DATE    TO WS-TO-DATE
                   MOVE WS-RUN-TIME    TO WS-TO-TIME
                   PERFORM COUNT-ELAPSED-MINUTES
                   MOVE WS-LEG-MINS    TO WS-GATE-MINS
               ELSE
                   MOVE SC-GATE-DATE (SC-IDX) TO WS-TO-DATE
                   MOVE SC-GATE-TIME (SC-IDX) TO WS-TO-TIME
                   PERFORM COUNT-ELAPSED-MINUTES
                   MOVE WS-LEG-MINS    TO WS-GATE-MINS
                   MOVE WS-TO-DATE     TO WS-FROM-DATE
                   MOVE WS-TO-TIME     TO WS-FROM-TIME
                   IF SC-SCAN-DATE (SC-IDX) = 0
                       MOVE WS-RUN-DATE TO WS-TO-DATE
                       MOVE WS-RUN-TIME TO WS-TO-TIME
                   ELSE
                       MOVE SC-SCAN-DATE (SC-IDX) TO WS-TO-DATE
                       MOVE 0          TO WS-TO-TIME
                   END-IF
                   PERFORM COUNT-ELAPSED-MINUTES
                   MOVE WS-LEG-MINS    TO WS-MAIL-MINS
               END-IF.
           MOVE 'SETMB2000'            TO WS-STEP.
           IF WS-GATE-MINS > WS-SET-MINS
               MOVE 'QGATE1'           TO WS-STEP.
           IF WS-MAIL-MINS > WS-SET-MINS
           AND WS-MAIL-MINS > WS-GATE-MINS
               MOVE 'MAILING'          TO WS-STEP.

       COUNT-ELAPSED-MINUTES.
           MOVE WS-FROM-DATE           TO WS-SETTLE-DATE-N.
           MOVE 0                      TO WS-WALK-DAYS.
           PERFORM WALK-ONE-DAY
               UNTIL WS-SETTLE-DATE-N NOT < WS-TO-DATE
                  OR WS-WALK-DAYS > 400.
           COMPUTE WS-LEG-MINS =
               (WS-WALK-DAYS * 1440)
             + (WS-TO-HH * 60) + WS-TO-MM
             - (WS-FROM-HH * 60) - WS-FROM-MM.
           IF WS-LEG-MINS < 0
               MOVE 0                  TO WS-LEG-MINS.

       WALK-ONE-DAY.
           PERFORM ADD-ONE-DAY.
           ADD 1                       TO WS-WALK-DAYS.

      *
      * business days after the arrival date, through the scan date
      * (or the run date for a chain still open)
      *
       COUNT-BUSINESS-DAYS.
           MOVE WS-CYCLE-DATE          TO WS-SETTLE-DATE-N.
           MOVE 0                      TO WS-WALK-DAYS.
           PERFORM COUNT-ONE-BUSINESS-DAY
               UNTIL WS-SETTLE-DATE-N NOT < WS-END-DATE
                  OR WS-WALK-DAYS > 400.

       COUNT-ONE-BUSINESS-DAY.
           PERFORM ADD-ONE-DAY.
           ADD 1                       TO WS-WALK-DAYS.
           PERFORM CHECK-BUSINESS-DAY
               THRU CHECK-BUSINESS-EXIT.
           IF BUSINESS-DAY
               ADD 1                   TO WS-BUS-DAYS.

      *
      * Zeller's congruence - h = 0 Saturday, 1 Sunday; either one,
      * or a listed holiday, is not a business day
      *
       CHECK-BUSINESS-DAY.
           MOVE 'N'                    TO BUSINESS-DAY-SW.
           MOVE WS-STL-YYYY            TO WS-Z-Y.
           MOVE WS-STL-MM              TO WS-Z-M.
           IF WS-Z-M < 3
               ADD 12                  TO WS-Z-M
               SUBTRACT 1              FROM WS-Z-Y.
           DIVIDE WS-Z-Y BY 100 GIVING WS-Z-CENT
               REMAINDER WS-Z-YY.
      * each term floors separately - a COMPUTE would carry the
      * fractions across the sum and shift the day of week
           COMPUTE WS-Z-WORK = 13 * (WS-Z-M + 1).
           DIVIDE WS-Z-WORK BY 5 GIVING WS-Z-T1.
           DIVIDE WS-Z-YY BY 4 GIVING WS-Z-T2.
           DIVIDE WS-Z-CENT BY 4 GIVING WS-Z-T3.
           COMPUTE WS-Z-WORK =
               WS-STL-DD + WS-Z-T1 + WS-Z-YY + WS-Z-T2
             + WS-Z-T3 + (5 * WS-Z-CENT).
           DIVIDE WS-Z-WORK BY 7 GIVING WS-Z-QUOT
               REMAINDER WS-Z-DOW.
           IF WS-Z-DOW = 0 OR WS-Z-DOW = 1
               GO TO CHECK-BUSINESS-EXIT.
           IF WS-CAL-COUNT > 0
               SET CAL-IDX TO 1
               SEARCH CAL-ENTRY
                   AT END
                       MOVE 'Y'        TO BUSINESS-DAY-SW
                   WHEN CAL-DATE (CAL-IDX) = WS-SETTLE-DATE-N
                       MOVE 'N'        TO BUSINESS-DAY-SW
               END-SEARCH
           ELSE
               MOVE 'Y'                TO BUSINESS-DAY-SW.
       CHECK-BUSINESS-EXIT.
           EXIT.

       ADD-ONE-DAY.
           MOVE WS-MO-DAYS (WS-STL-MM) TO WS-STL-LIMIT.
           IF WS-STL-MM = 2
               DIVIDE WS-STL-YYYY BY 4 GIVING WS-STL-QUOT
                   REMAINDER WS-STL-REM
               IF WS-STL-REM = 0
                   ADD 1               TO WS-STL-LIMIT
               END-IF
           END-IF.
           ADD 1                       TO WS-STL-DD.
           IF WS-STL-DD > WS-STL-LIMIT
               MOVE 1                  TO WS-STL-DD
               ADD 1                   TO WS-STL-MM
               IF WS-STL-MM > 12
                   MOVE 1              TO WS-STL-MM
                   ADD 1               TO WS-STL-YYYY
               END-IF
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES                 TO OUT-REC.
           STRING 'CONTRACTUAL SLA TURNAROUND - CYCLE '
                                        DELIMITED BY SIZE
                  WS-CYCLE-DATE         DELIMITED BY SIZE
                  '  RUN '              DELIMITED BY SIZE
                  WS-RUN-DATE           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-RUN-TIME           DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           MOVE 'CLNT'                 TO OUT-REC (1:4).
           MOVE 'FEED ARRIVED'         TO OUT-REC (7:12).
           MOVE 'SETMB2000 DONE'       TO OUT-REC (24:14).
           MOVE 'QGATE1 RELEASE'       TO OUT-REC (41:14).
           MOVE 'USPS SCAN'            TO OUT-REC (58:9).
           MOVE 'BUS DAYS'             TO OUT-REC (68:8).
           MOVE 'SLA'                  TO OUT-REC (77:3).
           MOVE 'STATUS'               TO OUT-REC (81:6).
           MOVE 'LONGEST LEG'          TO OUT-REC (90:11).
           WRITE OUT-REC.

       WRITE-CLIENT-LINE.
           IF SC-ARR-SW (SC-IDX) = 'N'
               MOVE 'NOT ARRIVED'      TO WS-ARR-DISP
           ELSE
               MOVE WS-CYCLE-DATE      TO WS-FROM-DATE
               MOVE SC-ARR-TIME (SC-IDX) TO WS-FROM-TIME
               PERFORM FORMAT-STAMP
               MOVE WS-STAMP-DISP      TO WS-ARR-DISP.
           IF SC-SET-DATE (SC-IDX) = 0
               MOVE 'NOT YET'          TO WS-SET-DISP
           ELSE
               MOVE SC-SET-DATE (SC-IDX) TO WS-FROM-DATE
               MOVE SC-SET-TIME (SC-IDX) TO WS-FROM-TIME
               PERFORM FORMAT-STAMP
               MOVE WS-STAMP-DISP      TO WS-SET-DISP.
           IF SC-GATE-DATE (SC-IDX) = 0
               MOVE 'NOT YET'          TO WS-GATE-DISP
           ELSE
               MOVE SC-GATE-DATE (SC-IDX) TO WS-FROM-DATE
               MOVE SC-GATE-TIME (SC-IDX) TO WS-FROM-TIME
               PERFORM FORMAT-STAMP
               MOVE WS-STAMP-DISP      TO WS-GATE-DISP.
           IF SC-SCAN-DATE (SC-IDX) = 0
               MOVE 'NOT YET'          TO WS-SCAN-DISP
           ELSE
               MOVE SC-SCAN-DATE (SC-IDX) TO WS-SCAN-DISP.
           MOVE WS-BUS-DAYS            TO WS-DAYS-DISP.
           MOVE SC-BUS-DAYS (SC-IDX)   TO WS-SLA-DISP.
           MOVE SPACES                 TO OUT-REC.
           MOVE SC-CLIENT (SC-IDX)     TO OUT-REC (1:4).
           MOVE WS-ARR-DISP            TO OUT-REC (7:15).
           MOVE WS-SET-DISP            TO OUT-REC (24:15).
           MOVE WS-GATE-DISP           TO OUT-REC (41:15).
           MOVE WS-SCAN-DISP           TO OUT-REC (58:8).
           MOVE WS-DAYS-DISP           TO OUT-REC (70:3).
           MOVE WS-SLA-DISP            TO OUT-REC (77:2).
           MOVE WS-STATUS              TO OUT-REC (81:8).
           MOVE WS-STEP                TO OUT-REC (90:10).
           WRITE OUT-REC.

       FORMAT-STAMP.
           MOVE SPACES                 TO WS-STAMP-DISP.
           STRING WS-FROM-DATE          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-FROM-TIME          DELIMITED BY SIZE
               INTO WS-STAMP-DISP.

       WRITE-HISTORY-REC.
           MOVE SPACES                 TO HST-REC.
           MOVE WS-CYCLE-DATE          TO HST-CYCLE.
           MOVE SC-CLIENT (SC-IDX)     TO HST-CLIENT.
           IF SC-ARR-SW (SC-IDX) = 'Y'
               MOVE WS-CYCLE-DATE      TO HST-ARR-DATE
           ELSE
               MOVE 0                  TO HST-ARR-DATE.
           MOVE SC-ARR-TIME (SC-IDX)   TO HST-ARR-TIME.
           MOVE SC-SET-DATE (SC-IDX)   TO HST-SET-DATE.
           MOVE SC-SET-TIME (SC-IDX)   TO HST-SET-TIME.
           MOVE SC-GATE-DATE (SC-IDX)  TO HST-GATE-DATE.
           MOVE SC-GATE-TIME (SC-IDX)  TO HST-GATE-TIME.
           MOVE SC-SCAN-DATE (SC-IDX)  TO HST-SCAN-DATE.
           MOVE SC-BUS-DAYS (SC-IDX)   TO HST-SLA-DAYS.
           MOVE WS-BUS-DAYS            TO HST-BUS-DAYS.
           MOVE WS-STATUS              TO HST-STATUS.
           MOVE WS-STEP                TO HST-STEP.
           IF WS-STATUS = 'BREACH'
               MOVE SC-PENALTY (SC-IDX) TO HST-PENALTY
           ELSE
               MOVE 0                  TO HST-PENALTY.
           WRITE HST-REC.

      *
      * the breach list - the hours each leg took and the one that
      * consumed the most, re-measured off the control table
      *
       LIST-BREACHES.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'BREACHES'             TO OUT-REC.
           WRITE OUT-REC.
           IF BREACH-CTR = 0
               MOVE '  NONE'           TO OUT-REC
               WRITE OUT-REC.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SC-COUNT
               SET SC-IDX TO WS-SUB
               IF SC-ARR-SW (SC-IDX) = 'Y'
                   PERFORM LIST-ONE-BREACH
               END-IF
           END-PERFORM.

       LIST-ONE-BREACH.
           IF SC-SCAN-DATE (SC-IDX) NOT = 0
               MOVE SC-SCAN-DATE (SC-IDX) TO WS-END-DATE
           ELSE
               MOVE WS-RUN-DATE        TO WS-END-DATE.
           MOVE 0                      TO WS-BUS-DAYS.
           PERFORM COUNT-BUSINESS-DAYS.
           IF WS-BUS-DAYS > SC-BUS-DAYS (SC-IDX)
               PERFORM MEASURE-LEGS
               COMPUTE WS-HOURS ROUNDED = WS-SET-MINS / 60
               MOVE WS-HOURS           TO WS-SET-HRS-DISP
               COMPUTE WS-HOURS ROUNDED = WS-GATE-MINS / 60
               MOVE WS-HOURS           TO WS-GATE-HRS-DISP
               COMPUTE WS-HOURS ROUNDED = WS-MAIL-MINS / 60
               MOVE WS-HOURS           TO WS-MAIL-HRS-DISP
               MOVE WS-BUS-DAYS        TO WS-DAYS-DISP
               MOVE SC-BUS-DAYS (SC-IDX) TO WS-SLA-DISP
               MOVE SPACES             TO OUT-REC
               STRING SC-CLIENT (SC-IDX) DELIMITED BY SIZE
                      '  BUS DAYS '     DELIMITED BY SIZE
                      WS-DAYS-DISP      DELIMITED BY SIZE
                      ' OF '            DELIMITED BY SIZE
                      WS-SLA-DISP       DELIMITED BY SIZE
                      '  SETMB2000 '    DELIMITED BY SIZE
                      WS-SET-HRS-DISP   DELIMITED BY SIZE
                      ' HRS  QGATE1 '   DELIMITED BY SIZE
                      WS-GATE-HRS-DISP  DELIMITED BY SIZE
                      ' HRS  MAILING '  DELIMITED BY SIZE
                      WS-MAIL-HRS-DISP  DELIMITED BY SIZE
                      ' HRS  CONSUMED BY ' DELIMITED BY SIZE
                      WS-STEP           DELIMITED BY SIZE
                   INTO OUT-REC
               WRITE OUT-REC.

      *
      * the cycle month's history; a later record for the same
      * client and cycle replaces the earlier one
      *
       LOAD-MONTH-HISTORY.
           OPEN INPUT HST-FILE.
           MOVE 0                      TO EOF-SW.
           PERFORM UNTIL EOF-SW = 1
               READ HST-FILE
                   AT END MOVE 1       TO EOF-SW
                   NOT AT END
                       IF HST-CYCLE (1:6) = WS-CYCLE-MONTH
                           PERFORM POST-ONE-HISTORY-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HST-FILE.

       POST-ONE-HISTORY-REC.
           MOVE 'N'                    TO MH-FOUND-SW.
           IF WS-MH-COUNT > 0
               SET MH-IDX TO 1
               SEARCH MH-ENTRY
                   AT END
                       MOVE 'N'        TO MH-FOUND-SW
                   WHEN MH-CLIENT (MH-IDX) = HST-CLIENT
                   AND  MH-CYCLE (MH-IDX) = HST-CYCLE
                       MOVE 'Y'        TO MH-FOUND-SW
               END-SEARCH.
           IF NOT MH-FOUND
               IF WS-MH-COUNT < 5000
                   ADD 1               TO WS-MH-COUNT
                   SET MH-IDX TO WS-MH-COUNT
                   MOVE HST-CLIENT     TO MH-CLIENT (MH-IDX)
                   MOVE HST-CYCLE      TO MH-CYCLE (MH-IDX)
                   MOVE 'Y'            TO MH-FOUND-SW
               ELSE
                   ADD 1               TO DROPPED-CTR.
           IF MH-FOUND
               MOVE HST-STATUS         TO MH-STATUS (MH-IDX)
               MOVE HST-PENALTY        TO MH-PENALTY (MH-IDX).

      *
      * breached cycles in the month times the per-breach penalty,
      * held to the monthly cap; a client with no penalty clause is
      * reported but writes no credit line
      *
       WRITE-CREDIT-EXPOSURE.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           STRING 'MONTHLY CREDIT EXPOSURE - ' DELIMITED BY SIZE
                  WS-CYCLE-MONTH        DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SC-COUNT
               SET SC-IDX TO WS-SUB
               PERFORM WRITE-ONE-CREDIT
           END-PERFORM.
           MOVE WS-CREDIT-TOTAL        TO WS-TOT-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING 'ALL CLIENTS  MONTH CREDIT EXPOSURE '
                                        DELIMITED BY SIZE
                  WS-TOT-DISP           DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       WRITE-ONE-CREDIT.
           MOVE 0                      TO WS-BREACHES.
           MOVE 0                      TO WS-CREDIT.
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > WS-MH-COUNT
               SET MH-IDX TO WS-SUB2
               IF MH-CLIENT (MH-IDX) = SC-CLIENT (SC-IDX)
               AND MH-STATUS (MH-IDX) = 'BREACH'
                   ADD 1               TO WS-BREACHES
                   ADD MH-PENALTY (MH-IDX) TO WS-CREDIT
               END-IF
           END-PERFORM.
           IF SC-CAP (SC-IDX) > 0
           AND WS-CREDIT > SC-CAP (SC-IDX)
               MOVE SC-CAP (SC-IDX)    TO WS-CREDIT.
           MOVE WS-BREACHES            TO WS-BRCH-DISP.
           MOVE SPACES                 TO OUT-REC.
           IF SC-PENALTY (SC-IDX) = 0
               STRING SC-CLIENT (SC-IDX) DELIMITED BY SIZE
                      '  BREACHES '     DELIMITED BY SIZE
                      WS-BRCH-DISP      DELIMITED BY SIZE
                      '  NO PENALTY CLAUSE' DELIMITED BY SIZE
                   INTO OUT-REC
               WRITE OUT-REC
           ELSE
               MOVE SC-PENALTY (SC-IDX) TO WS-PEN-DISP
               MOVE SC-CAP (SC-IDX)    TO WS-CAP-DISP
               MOVE WS-CREDIT          TO WS-AMT-DISP
               STRING SC-CLIENT (SC-IDX) DELIMITED BY SIZE
                      '  BREACHES '     DELIMITED BY SIZE
                      WS-BRCH-DISP      DELIMITED BY SIZE
                      '  PER BREACH '   DELIMITED BY SIZE
                      WS-PEN-DISP       DELIMITED BY SIZE
                      '  MONTHLY CAP '  DELIMITED BY SIZE
                      WS-CAP-DISP       DELIMITED BY SIZE
                      '  CREDIT '       DELIMITED BY SIZE
                      WS-AMT-DISP       DELIMITED BY SIZE
                   INTO OUT-REC
               WRITE OUT-REC
               IF WS-CREDIT > 0
                   ADD 1               TO CREDIT-CTR
                   ADD WS-CREDIT       TO WS-CREDIT-TOTAL
                   MOVE SPACES         TO CRD-REC
                   MOVE WS-CYCLE-MONTH TO CRD-MONTH
                   MOVE SPACES         TO CRD-CLIENT
                   MOVE SC-CLIENT (SC-IDX) (2:3) TO CRD-CLIENT (1:3)
                   MOVE WS-BREACHES    TO CRD-BREACHES
                   MOVE WS-CREDIT      TO CRD-AMOUNT
                   WRITE CRD-REC
               END-IF
           END-IF.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR SLATRK1' UPON CRT AT 0915.
           DISPLAY CLIENT-CTR 'CLIENTS MEASURED          =' UPON CRT
               AT 1125.
           DISPLAY MET-CTR  'SLA MET                   =' UPON CRT
               AT 1225.
           DISPLAY BREACH-CTR 'SLA BREACHED             =' UPON CRT
               AT 1325.
           DISPLAY OPEN-CTR 'OPEN - INSIDE SLA         =' UPON CRT
               AT 1425.
           DISPLAY NOFEED-CTR 'NO FEED ARRIVAL          =' UPON CRT
               AT 1525.
           DISPLAY CREDIT-CTR 'CREDIT LINES WRITTEN     =' UPON CRT
               AT 1625.
           MOVE WS-CREDIT-TOTAL        TO WS-TOT-DISP.
           DISPLAY WS-TOT-DISP 'MONTH CREDIT EXPOSURE' UPON CRT
               AT 1725.
           IF DROPPED-CTR NOT = 0
               DISPLAY DROPPED-CTR 'HISTORY ROWS DROPPED - TABLE FULL'
                   UPON CRT AT 1825.
           IF BREACH-CTR NOT = 0
               MOVE 8                  TO RETURN-CODE
           ELSE
           IF NOFEED-CTR NOT = 0 OR MISSING-CTR NOT = 0
           OR DROPPED-CTR NOT = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE OUT-FILE.
           CLOSE CRD-FILE.
           STOP RUN.
