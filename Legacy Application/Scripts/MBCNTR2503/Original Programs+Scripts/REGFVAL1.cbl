       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REGFVAL1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * Reg F debt-validation notice stream - loans we board already
      * in default carry DLQ-ACQ-IND, TOTAL-DEBT-AMT,
      * CURRENT-CREDITOR-NAME and CFPB-ACQ-DATE on the mbp layout,
      * and the validation notices were being typed up by hand by
      * the default team.  this step selects every loan flagged as
      * acquired in default and writes one validation-notice data
      * record per loan the first cycle it appears: the itemization
      * date (the acquisition date), the itemized debt, the current
      * creditor, and the validation end date - 30 days after the
      * borrower is deemed to have received the notice, which is
      * five business days off bankcal.tab after the mailing date.
      * a carry-forward file holds each loan's open validation
      * period so the notice goes out exactly once; every loan
      * still inside its period is listed so collections does not
      * call it, and every loan whose notice could not be produced
      * is excepted each cycle until it goes out.  a loan missing
      * from tonight's extract keeps its period - its prior line is
      * carried onto the new file unchanged, so a loan that comes
      * back after a transfer or a short extract is not noticed
      * twice.  a missing loan whose period ended more than a year
      * ago (paid off, foreclosed or transferred out) is retired
      * instead; one whose notice never went out, or whose period
      * is still open, is always carried
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the cycle's mbp-layout extract
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS IN1-STATUS.
      * the prior cycle's validation-period carry-forward
           SELECT PRI-FILE  ASSIGN TO DYNAMIC PRI-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS PRI-STATUS.
      * this cycle's carry-forward
           SELECT CUR-FILE  ASSIGN TO DYNAMIC CUR-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the validation-notice data stream for the print job
           SELECT NTC-FILE  ASSIGN TO DYNAMIC NTC-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * loans inside their validation period - the no-call list
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * notices that could not be produced
           SELECT EXC-FILE ASSIGN TO DYNAMIC EXC-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * Federal Reserve holiday calendar
           SELECT CAL-FILE ASSIGN TO DYNAMIC CAL-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS CAL-STATUS.
      * the permanent borrower correspondence history - one line
      * appended per piece of correspondence produced
            SELECT OPTIONAL CORRHIST-FILE
                   ASSIGN TO DYNAMIC CORRHIST-PATH
                   ORGANIZATION RECORD SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD IN1-FILE
           RECORD CONTAINS 5368 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS COBOL-LAYOUT.
       copy '/users/devel/mbp.cbl'.
      *
       FD  PRI-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRI-REC.
       01  PRI-REC.
           05  PRI-LOAN                PIC X(7).
           05  PRI-VAL-STATUS          PIC X(1).
           05  PRI-FIRST-SEEN          PIC 9(8).
           05  PRI-MAIL-DATE           PIC 9(8).
           05  PRI-END-DATE            PIC 9(8).
           05  FILLER                  PIC X(8).

       FD  CUR-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CUR-REC.
       01  CUR-REC.
           05  CUR-LOAN                PIC X(7).
           05  CUR-VAL-STATUS          PIC X(1).
           05  CUR-FIRST-SEEN          PIC 9(8).
           05  CUR-MAIL-DATE           PIC 9(8).
           05  CUR-END-DATE            PIC 9(8).
           05  FILLER                  PIC X(8).

       FD  NTC-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS NTC-REC.
       01  NTC-REC.
           05  RGF-CLIENT              PIC X(4).
           05  RGF-LOAN                PIC X(7).
           05  RGF-NAME-ADD-1          PIC X(30).
           05  RGF-NAME-ADD-2          PIC X(30).
           05  RGF-NAME-ADD-3          PIC X(30).
           05  RGF-NAME-ADD-4          PIC X(30).
           05  RGF-CITY                PIC X(21).
           05  RGF-STATE               PIC X(2).
           05  RGF-ZIP                 PIC X(5).
           05  RGF-ZIP-4               PIC X(4).
           05  RGF-ITEM-DATE           PIC 9(8).
           05  RGF-DEBT-AMT            PIC S9(13)V99.
           05  RGF-CREDITOR            PIC X(45).
           05  RGF-MAIL-DATE           PIC 9(8).
           05  RGF-END-DATE            PIC 9(8).
           05  FILLER                  PIC X(53).

       FD OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01 OUT-REC                      PIC X(132).

       FD EXC-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EXC-REC.
       01 EXC-REC                      PIC X(132).

       FD  CAL-FILE
           RECORD CONTAINS 8 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CAL-REC.
       01  CAL-REC                     PIC 9(8).
      *
       FD  CORRHIST-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CH-REC.
       01  CH-REC.
           05  CH-ACCOUNT               PIC 9(13).
           05  CH-DATE                  PIC 9(8).
           05  CH-TIME                  PIC 9(6).
           05  CH-CLIENT                PIC X(4).
           05  CH-DOC-TYPE              PIC X(8).
           05  CH-CHANNEL               PIC X(1).
           05  CH-PROGRAM               PIC X(10).
           05  CH-RUN                   PIC X(20).
           05  CH-ARTIFACT              PIC X(64).
           05  CH-REFERENCE             PIC X(20).
           05  FILLER                   PIC X(46).
      *
       WORKING-STORAGE SECTION.

       01  VARIABLES.
           05  IN1-PATH.
               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 IN1-NAME             PIC X(64).
           05  PRI-PATH.
               10 PRI-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 PRI-NAME             PIC X(64).
           05  CUR-PATH.
               10 CUR-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 CUR-NAME             PIC X(64).
           05  NTC-PATH.
               10 NTC-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 NTC-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  EXC-PATH.
               10 EXC-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 EXC-NAME             PIC X(64).
           05  CAL-PATH                PIC X(40)
               VALUE '/users/public/bankcal.tab'.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  PRI-STATUS              PIC X(2)  VALUE SPACES.
           05  CAL-STATUS              PIC X(2)  VALUE SPACES.
           05  CORRHIST-PATH           PIC X(40)
               VALUE '/users/public/out/corrhist.dat'.
           05  WS-RUN-TIME-X           PIC X(8)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  ACQ-CTR                 PIC 9(7)  VALUE 0.
           05  NOTICE-CTR              PIC 9(7)  VALUE 0.
           05  INPERIOD-CTR            PIC 9(7)  VALUE 0.
           05  EXPIRED-CTR             PIC 9(7)  VALUE 0.
           05  NOTSENT-CTR             PIC 9(7)  VALUE 0.
           05  LATE-CTR                PIC 9(7)  VALUE 0.
           05  CARRIED-CTR             PIC 9(7)  VALUE 0.
           05  RETIRED-CTR             PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  PRI-EOF-SW              PIC 9(1)  VALUE 0.
           05  CAL-EOF-SW              PIC X(1)  VALUE 'N'.
               88  CAL-EOF                       VALUE 'Y'.
           05  WS-CAL-COUNT            PIC S9(4) COMP VALUE 0.
           05  PV-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  PV-FOUND                      VALUE 'Y'.
           05  WS-VAL-STATUS           PIC X(1)  VALUE SPACE.
               88  VAL-OPEN                      VALUE 'O'.
               88  VAL-CLOSED                    VALUE 'C'.
               88  VAL-NOT-SENT                  VALUE 'X'.
           05  WS-FIRST-SEEN           PIC 9(8)  VALUE 0.
           05  WS-LOAN-MAIL-DATE       PIC 9(8)  VALUE 0.
           05  WS-LOAN-END-DATE        PIC 9(8)  VALUE 0.
           05  WS-MAIL-DATE            PIC 9(8)  VALUE 0.
           05  WS-END-DATE             PIC 9(8)  VALUE 0.
           05  WS-ITEM-DATE            PIC 9(8)  VALUE 0.
           05  WS-ITEM-MM              PIC 9(2)  VALUE 0.
           05  WS-ITEM-DD              PIC 9(2)  VALUE 0.
           05  WS-REASON               PIC X(30) VALUE SPACES.
           05  WS-TAG                  PIC X(12) VALUE SPACES.
           05  WS-DEBT-DISP            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  WS-DAYS-DISP            PIC ZZZZ9.
           05  WS-BUS-DAYS             PIC S9(4) COMP VALUE 0.
           05  WS-SEEN-DAYS            PIC S9(9) COMP-3 VALUE 0.
           05  WS-WAIT-DAYS            PIC S9(9) COMP-3 VALUE 0.
           05  WS-SEEN-DATE.
               10  WS-SEEN-YYYY        PIC 9(4).
               10  WS-SEEN-MM          PIC 9(2).
               10  WS-SEEN-DD          PIC 9(2).
           05  WS-RPT-DATE.
               10  WS-RPT-YYYY         PIC 9(4).
               10  WS-RPT-MM           PIC 9(2).
               10  WS-RPT-DD           PIC 9(2).
           05  WS-RPT-DATE-N REDEFINES WS-RPT-DATE PIC 9(8).
           05  WS-CURRENT-DATE         PIC 9(8)  VALUE 0.
           05  FILLER REDEFINES WS-CURRENT-DATE.
               10  WS-CURR-YYYY        PIC 9(4).
               10  WS-CURR-MM          PIC 9(2).
               10  WS-CURR-DD          PIC 9(2).
           05  WS-CURR-DAYS            PIC S9(9) COMP-3 VALUE 0.
           05  WS-RETAIN-DATE          PIC 9(8)  VALUE 0.
      *
      * business-day work fields - the day of week comes from
      * Zeller's congruence, as in ACHDRAFT1; the 360/30
      * approximation can't tell a Saturday from a Monday
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
           05  WS-ROLL-DAYS            PIC S9(4) COMP VALUE 0.
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
      * prior cycle's validation periods keyed loan; a table past
      * capacity is a hard stop - a loan dropped here would get a
      * second validation notice and restart its period
      *
       01  PRIOR-VAL-TABLE.
           05  PV-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-PV-COUNT
                   INDEXED BY PV-IDX.
               10  PV-LOAN             PIC X(7).
               10  PV-VAL-STATUS       PIC X(1).
               10  PV-FIRST-SEEN       PIC 9(8).
               10  PV-MAIL-DATE        PIC 9(8).
               10  PV-END-DATE         PIC 9(8).
               10  PV-MATCHED-SW       PIC X(1).
       77  WS-PV-COUNT                 PIC S9(8) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME PRI-NAME CUR-NAME NTC-NAME OUT-NAME
                    EXC-NAME.
           DISPLAY '* * * B E G I N   R E G F V A L 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR PRI-NAME = SPACES
           OR CUR-NAME = SPACES OR NTC-NAME = SPACES
           OR OUT-NAME = SPACES OR EXC-NAME = SPACES
               DISPLAY '!!!! ENTER MBP, PRIOR PERIOD, NEW PERIOD,'
                   UPON CRT AT 2301
               DISPLAY '!!!!   NOTICE, NO-CALL AND EXCEPTION FILES'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RETAIN-DATE = WS-CURRENT-DATE - 10000.
           COMPUTE WS-CURR-DAYS =
               (WS-CURR-YYYY * 360) + (WS-CURR-MM * 30) + WS-CURR-DD.
           PERFORM LOAD-BANKCAL-TABLE.
           PERFORM COMPUTE-VALIDATION-DATES.
           PERFORM LOAD-PRIOR-VAL-TABLE.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! MBP FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT CUR-FILE.
           OPEN OUTPUT NTC-FILE.
           OPEN OUTPUT OUT-FILE.
           OPEN OUTPUT EXC-FILE.
           OPEN EXTEND CORRHIST-FILE.
           ACCEPT WS-RUN-TIME-X FROM TIME.
           PERFORM READ-MBP-REC.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
           PERFORM END-RTN.

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
      * every notice produced this run carries the same dates: the
      * mailing date is the run date rolled forward to a business
      * day, the borrower is deemed to receive it five business
      * days (weekends and bankcal.tab holidays excluded) after
      * that, and the validation period ends 30 days after receipt,
      * rolled forward again if it lands on a non-business day
      *
       COMPUTE-VALIDATION-DATES.
           MOVE WS-CURRENT-DATE        TO WS-SETTLE-DATE-N.
           PERFORM ROLL-TO-BUSINESS-DAY.
           MOVE WS-SETTLE-DATE-N       TO WS-MAIL-DATE.
           MOVE 0                      TO WS-BUS-DAYS.
           PERFORM ADD-ONE-BUSINESS-DAY UNTIL WS-BUS-DAYS = 5.
           PERFORM ADD-ONE-DAY 30 TIMES.
           PERFORM ROLL-TO-BUSINESS-DAY.
           MOVE WS-SETTLE-DATE-N       TO WS-END-DATE.

       ROLL-TO-BUSINESS-DAY.
           MOVE 0                      TO WS-ROLL-DAYS.
           PERFORM CHECK-BUSINESS-DAY
               THRU CHECK-BUSINESS-EXIT.
           PERFORM ROLL-ONE-DAY
               UNTIL BUSINESS-DAY OR WS-ROLL-DAYS > 10.

       ROLL-ONE-DAY.
           PERFORM ADD-ONE-DAY.
           ADD 1                       TO WS-ROLL-DAYS.
           PERFORM CHECK-BUSINESS-DAY
               THRU CHECK-BUSINESS-EXIT.

       ADD-ONE-BUSINESS-DAY.
           PERFORM ADD-ONE-DAY.
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

       LOAD-PRIOR-VAL-TABLE.
      * a missing prior file is the first tracked cycle - every
      * loan acquired in default gets its notice this run
           OPEN INPUT PRI-FILE.
           IF PRI-STATUS NOT = '00'
               MOVE 1                  TO PRI-EOF-SW
           ELSE
               MOVE 0                  TO PRI-EOF-SW
               PERFORM UNTIL PRI-EOF-SW = 1
                   READ PRI-FILE
                       AT END MOVE 1   TO PRI-EOF-SW
                       NOT AT END
                           IF WS-PV-COUNT NOT < 50000
                               DISPLAY '!!!! PRIOR VALIDATION TABLE'
                                   UPON CRT AT 2301
                               DISPLAY '!!!!   FULL AT 50000 - STOP'
                                   UPON CRT AT 2401
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1       TO WS-PV-COUNT
                           SET PV-IDX TO WS-PV-COUNT
                           MOVE PRI-LOAN TO PV-LOAN (PV-IDX)
                           MOVE PRI-VAL-STATUS
                               TO PV-VAL-STATUS (PV-IDX)
                           MOVE PRI-FIRST-SEEN
                               TO PV-FIRST-SEEN (PV-IDX)
                           MOVE PRI-MAIL-DATE
                               TO PV-MAIL-DATE (PV-IDX)
                           MOVE PRI-END-DATE
                               TO PV-END-DATE (PV-IDX)
                           MOVE 'N' TO PV-MATCHED-SW (PV-IDX)
                   END-READ
               END-PERFORM
               CLOSE PRI-FILE.

       READ-MBP-REC.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               ADD 1                   TO REC-CTR.

      *
      * a loan whose notice already went out keeps its mailing and
      * end dates; one with no notice yet - new this cycle, or held
      * back last cycle - gets its notice now if the debt can be
      * itemized, and is excepted again if it still cannot
      *
       001-MAIN.
           IF DLQ-ACQ-IND = SPACE
               PERFORM READ-MBP-REC
               GO TO 001-MAIN-EXIT.
           ADD 1                       TO ACQ-CTR.
           PERFORM FIND-PRIOR-VAL-ENTRY.
           IF PV-FOUND
               MOVE 'Y'                TO PV-MATCHED-SW (PV-IDX)
               MOVE PV-FIRST-SEEN (PV-IDX) TO WS-FIRST-SEEN
               MOVE PV-VAL-STATUS (PV-IDX) TO WS-VAL-STATUS
               MOVE PV-MAIL-DATE (PV-IDX)  TO WS-LOAN-MAIL-DATE
               MOVE PV-END-DATE (PV-IDX)   TO WS-LOAN-END-DATE
           ELSE
               MOVE WS-CURRENT-DATE    TO WS-FIRST-SEEN
               MOVE 'X'                TO WS-VAL-STATUS
               MOVE 0                  TO WS-LOAN-MAIL-DATE
               MOVE 0                  TO WS-LOAN-END-DATE.
           IF VAL-NOT-SENT
               PERFORM ISSUE-VALIDATION-NOTICE
                   THRU ISSUE-VALIDATION-EXIT.
           IF VAL-NOT-SENT
               MOVE 'NO NOTICE'        TO WS-TAG
               PERFORM WRITE-NOCALL-LINE
           ELSE
           IF WS-LOAN-END-DATE NOT < WS-CURRENT-DATE
               MOVE 'O'                TO WS-VAL-STATUS
               MOVE 'IN PERIOD'        TO WS-TAG
               PERFORM WRITE-NOCALL-LINE
           ELSE
               MOVE 'C'                TO WS-VAL-STATUS
               ADD 1                   TO EXPIRED-CTR.
           MOVE SPACES                 TO CUR-REC.
           MOVE MB-LOAN                TO CUR-LOAN.
           MOVE WS-VAL-STATUS          TO CUR-VAL-STATUS.
           MOVE WS-FIRST-SEEN          TO CUR-FIRST-SEEN.
           MOVE WS-LOAN-MAIL-DATE      TO CUR-MAIL-DATE.
           MOVE WS-LOAN-END-DATE       TO CUR-END-DATE.
           WRITE CUR-REC.
           PERFORM READ-MBP-REC.
       001-MAIN-EXIT.
           EXIT.

      *
      * a notice that cannot state the itemization date, the debt,
      * the creditor or where to send it is not produced at all -
      * a defective validation notice does not start the period
      *
       ISSUE-VALIDATION-NOTICE.
           MOVE SPACES                 TO WS-REASON.
           MOVE 0                      TO WS-ITEM-DATE.
           IF CFPB-ACQ-DATE-YR = 0
           OR CFPB-ACQ-DATE-MO NOT NUMERIC
           OR CFPB-ACQ-DATE-DA NOT NUMERIC
               MOVE 'NO ACQUISITION DATE'  TO WS-REASON
           ELSE
           IF TOTAL-DEBT-AMT NOT > 0
               MOVE 'NO ITEMIZED DEBT'     TO WS-REASON
           ELSE
           IF CURRENT-CREDITOR-NAME = SPACES
               MOVE 'NO CURRENT CREDITOR'  TO WS-REASON
           ELSE
           IF MB-NAME-ADD-1 = SPACES
           OR MB-ZIP = SPACES
               MOVE 'NO MAILING ADDRESS'   TO WS-REASON.
           IF WS-REASON NOT = SPACES
               PERFORM WRITE-NOT-SENT-LINE
               GO TO ISSUE-VALIDATION-EXIT.
           MOVE CFPB-ACQ-DATE-MO       TO WS-ITEM-MM.
           MOVE CFPB-ACQ-DATE-DA       TO WS-ITEM-DD.
           COMPUTE WS-ITEM-DATE =
               ((CFPB-ACQ-DATE-YR + 1900) * 10000)
             + (WS-ITEM-MM * 100)
             +  WS-ITEM-DD.
           MOVE SPACES                 TO NTC-REC.
           MOVE MB-CLIENT-NO           TO RGF-CLIENT.
           MOVE MB-LOAN                TO RGF-LOAN.
           MOVE MB-NAME-ADD-1          TO RGF-NAME-ADD-1.
           MOVE MB-NAME-ADD-2          TO RGF-NAME-ADD-2.
           MOVE MB-NAME-ADD-3          TO RGF-NAME-ADD-3.
           MOVE MB-NAME-ADD-4          TO RGF-NAME-ADD-4.
           MOVE MB-CITY                TO RGF-CITY.
           MOVE MB-STATE               TO RGF-STATE.
           MOVE MB-ZIP                 TO RGF-ZIP.
           MOVE MB-ZIP-4               TO RGF-ZIP-4.
           MOVE WS-ITEM-DATE           TO RGF-ITEM-DATE.
           MOVE TOTAL-DEBT-AMT         TO RGF-DEBT-AMT.
           MOVE CURRENT-CREDITOR-NAME  TO RGF-CREDITOR.
           MOVE WS-MAIL-DATE           TO RGF-MAIL-DATE.
           MOVE WS-END-DATE            TO RGF-END-DATE.
           WRITE NTC-REC.
           ADD 1                       TO NOTICE-CTR.
           PERFORM WRITE-CORR-HISTORY-LINE.
      * a loan held back on a prior cycle is going out late - the
      * default team needs to know how long it sat
           IF PV-FOUND
               ADD 1                   TO LATE-CTR
               MOVE 'NOTICE SENT LATE'  TO WS-REASON
               PERFORM WRITE-EXCEPTION-LINE.
           MOVE 'O'                    TO WS-VAL-STATUS.
           MOVE WS-MAIL-DATE           TO WS-LOAN-MAIL-DATE.
           MOVE WS-END-DATE            TO WS-LOAN-END-DATE.
       ISSUE-VALIDATION-EXIT.
           EXIT.

      *
      * each validation notice produced is logged to the permanent
      * correspondence history with the end of its period
      *
       WRITE-CORR-HISTORY-LINE.
           MOVE SPACES                 TO CH-REC.
           MOVE 0                      TO CH-ACCOUNT.
           IF MB-LOAN NUMERIC
               MOVE MB-LOAN            TO CH-ACCOUNT.
           MOVE WS-CURRENT-DATE        TO CH-DATE.
           MOVE WS-RUN-TIME-X (1:6)    TO CH-TIME.
           MOVE MB-CLIENT-NO           TO CH-CLIENT.
           MOVE 'REGFVAL'              TO CH-DOC-TYPE.
           MOVE 'P'                    TO CH-CHANNEL.
           MOVE 'REGFVAL1'             TO CH-PROGRAM.
           MOVE IN1-NAME               TO CH-RUN.
           MOVE NTC-NAME               TO CH-ARTIFACT.
           STRING 'VALID THRU '         DELIMITED BY SIZE
                  WS-END-DATE           DELIMITED BY SIZE
               INTO CH-REFERENCE.
           WRITE CH-REC.

       FIND-PRIOR-VAL-ENTRY.
           MOVE 'N'                 TO PV-FOUND-SW.
           IF WS-PV-COUNT > 0
              SET PV-IDX TO 1
              SEARCH PV-ENTRY
                 AT END
                    MOVE 'N'        TO PV-FOUND-SW
                 WHEN PV-LOAN (PV-IDX) = MB-LOAN
                    MOVE 'Y'        TO PV-FOUND-SW
              END-SEARCH.

       WRITE-NOT-SENT-LINE.
           ADD 1                       TO NOTSENT-CTR.
           PERFORM WRITE-EXCEPTION-LINE.

       WRITE-EXCEPTION-LINE.
           MOVE WS-FIRST-SEEN          TO WS-SEEN-DATE.
           COMPUTE WS-SEEN-DAYS =
               (WS-SEEN-YYYY * 360) + (WS-SEEN-MM * 30) + WS-SEEN-DD.
           COMPUTE WS-WAIT-DAYS = WS-CURR-DAYS - WS-SEEN-DAYS.
           MOVE WS-WAIT-DAYS           TO WS-DAYS-DISP.
           MOVE TOTAL-DEBT-AMT         TO WS-DEBT-DISP.
           MOVE SPACES                 TO EXC-REC.
           STRING MB-CLIENT-NO          DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  MB-LOAN               DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-REASON             DELIMITED BY SIZE
                  '  DEBT '             DELIMITED BY SIZE
                  WS-DEBT-DISP          DELIMITED BY SIZE
                  '  DAYS SINCE FIRST SEEN '
                                        DELIMITED BY SIZE
                  WS-DAYS-DISP          DELIMITED BY SIZE
               INTO EXC-REC.
           WRITE EXC-REC.

       WRITE-NOCALL-LINE.
           ADD 1                       TO INPERIOD-CTR.
           MOVE WS-LOAN-END-DATE       TO WS-RPT-DATE-N.
           MOVE SPACES                 TO OUT-REC.
           STRING MB-CLIENT-NO          DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  MB-LOAN               DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  MB-NAME-ADD-1         DELIMITED BY SIZE
                  '  VALIDATION ENDS '  DELIMITED BY SIZE
                  WS-RPT-MM             DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WS-RPT-DD             DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WS-RPT-YYYY           DELIMITED BY SIZE
                  '  DO NOT CALL  '     DELIMITED BY SIZE
                  WS-TAG                DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

      *
      * a prior period whose loan was not on tonight's extract is
      * written to the new file as it stood, except one that ended
      * more than a year ago, which is retired
      *
       CARRY-UNMATCHED-PRIOR.
           IF PV-MATCHED-SW (PV-IDX) = 'N'
               IF PV-END-DATE (PV-IDX) NOT = 0
               AND PV-END-DATE (PV-IDX) < WS-RETAIN-DATE
                   ADD 1               TO RETIRED-CTR
               ELSE
                   PERFORM WRITE-CARRIED-PRIOR.

       WRITE-CARRIED-PRIOR.
           MOVE SPACES                 TO CUR-REC.
           MOVE PV-LOAN (PV-IDX)       TO CUR-LOAN.
           MOVE PV-VAL-STATUS (PV-IDX) TO CUR-VAL-STATUS.
           MOVE PV-FIRST-SEEN (PV-IDX) TO CUR-FIRST-SEEN.
           MOVE PV-MAIL-DATE (PV-IDX)  TO CUR-MAIL-DATE.
           MOVE PV-END-DATE (PV-IDX)   TO CUR-END-DATE.
           WRITE CUR-REC.
           ADD 1                       TO CARRIED-CTR.

       END-RTN.
           PERFORM CARRY-UNMATCHED-PRIOR
               VARYING PV-IDX FROM 1 BY 1
               UNTIL PV-IDX > WS-PV-COUNT.
           DISPLAY 'FINAL TOTALS FOR REGFVAL1' UPON CRT AT 0915.
           DISPLAY REC-CTR  'MBP RECORDS READ          =' UPON CRT
               AT 1125.
           DISPLAY ACQ-CTR  'ACQUIRED IN DEFAULT       =' UPON CRT
               AT 1225.
           DISPLAY NOTICE-CTR 'VALIDATION NOTICES WRITTEN=' UPON CRT
               AT 1325.
           DISPLAY INPERIOD-CTR 'NO-CALL - IN PERIOD     =' UPON CRT
               AT 1425.
           DISPLAY EXPIRED-CTR 'VALIDATION PERIOD ENDED  =' UPON CRT
               AT 1525.
           DISPLAY NOTSENT-CTR 'NOTICES NOT PRODUCED     =' UPON CRT
               AT 1625.
           DISPLAY LATE-CTR 'NOTICES SENT LATE         =' UPON CRT
               AT 1725.
           DISPLAY CARRIED-CTR 'CARRIED - NOT ON EXTRACT =' UPON CRT
               AT 1825.
           DISPLAY RETIRED-CTR 'ENDED OVER A YEAR - RETIRED' UPON CRT
               AT 1925.
           IF NOTSENT-CTR NOT = 0
               MOVE 8                  TO RETURN-CODE
           ELSE
           IF LATE-CTR NOT = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE IN1-FILE.
           CLOSE CUR-FILE.
           CLOSE NTC-FILE.
           CLOSE OUT-FILE.
           CLOSE EXC-FILE.
           CLOSE CORRHIST-FILE.
           STOP RUN.
