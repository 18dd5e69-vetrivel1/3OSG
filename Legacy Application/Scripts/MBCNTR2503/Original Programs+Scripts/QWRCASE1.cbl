       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QWRCASE1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * qualified written request / notice-of-error case tracking -
      * borrower QWRs and notices of error come in through the
      * mailroom and were tracked on a spreadsheet, and the five-
      * business-day acknowledgment has been missed more than once.
      * the mailroom keys an intake file of case actions: a new case
      * (account, received date, type, description), and later its
      * acknowledgment, a response-period extension, or its closing
      * response.  this step keeps the permanent case file, computes
      * each new case's acknowledgment and response due dates off
      * bankcal.tab the way ACHDRAFT1 counts business days, and
      * reports every open case coming due within five business days
      * or already overdue.  while a payment dispute is open, and in
      * any case for 60 days from receipt, the account is written to
      * the credit-reporting hold list METRO21 reads, so no adverse
      * information is furnished during the protected period
      *
      * case types and response periods (business days):
      *   QWR   qualified written request         30
      *   NOE   notice of error                   30
      *   PAYD  payment dispute - credit hold     30
      *   PYOF  payoff-balance error               7
      * every type is acknowledged within 5; a QWR, NOE or PAYD
      * response may be extended once by 15
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the mailroom's case-action intake for the day - optional
           SELECT INT-FILE  ASSIGN TO DYNAMIC INT-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS INT-STATUS.
      * the permanent case file as of the prior run - optional
      * the very first run
           SELECT PRI-FILE  ASSIGN TO DYNAMIC PRI-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS PRI-STATUS.
      * the permanent case file as of this run
           SELECT CUR-FILE  ASSIGN TO DYNAMIC CUR-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * cases coming due or overdue, and rejected intake
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the credit-reporting hold list for METRO21
           SELECT HLD-FILE ASSIGN TO DYNAMIC HLD-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * Federal Reserve holiday calendar
           SELECT CAL-FILE ASSIGN TO DYNAMIC CAL-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS CAL-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  INT-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS INT-REC.
       01  INT-REC.
           05  INT-ACTION              PIC X(1).
               88  INT-NEW-CASE                  VALUE 'N'.
               88  INT-ACKNOWLEDGED              VALUE 'A'.
               88  INT-EXTENDED                  VALUE 'E'.
               88  INT-RESPONDED                 VALUE 'R'.
           05  INT-CASE-ID             PIC 9(7).
           05  INT-CLIENT              PIC X(4).
           05  INT-ACCOUNT             PIC 9(13).
           05  INT-DATE                PIC 9(8).
           05  INT-TYPE                PIC X(4).
           05  INT-DESC                PIC X(60).
           05  FILLER                  PIC X(3).

       FD  PRI-FILE
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRI-REC.
       01  PRI-REC.
           05  PRI-CASE-ID             PIC 9(7).
           05  PRI-CLIENT              PIC X(4).
           05  PRI-ACCOUNT             PIC 9(13).
           05  PRI-TYPE                PIC X(4).
           05  PRI-STATUS-CD           PIC X(1).
           05  PRI-RECEIVED            PIC 9(8).
           05  PRI-ACK-DUE             PIC 9(8).
           05  PRI-RESP-DUE            PIC 9(8).
           05  PRI-HOLD-END            PIC 9(8).
           05  PRI-ACK-DATE            PIC 9(8).
           05  PRI-RESP-DATE           PIC 9(8).
           05  PRI-EXT-SW              PIC X(1).
           05  PRI-DESC                PIC X(60).
           05  FILLER                  PIC X(12).

       FD  CUR-FILE
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CUR-REC.
       01  CUR-REC.
           05  CUR-CASE-ID             PIC 9(7).
           05  CUR-CLIENT              PIC X(4).
           05  CUR-ACCOUNT             PIC 9(13).
           05  CUR-TYPE                PIC X(4).
           05  CUR-STATUS-CD           PIC X(1).
           05  CUR-RECEIVED            PIC 9(8).
           05  CUR-ACK-DUE             PIC 9(8).
           05  CUR-RESP-DUE            PIC 9(8).
           05  CUR-HOLD-END            PIC 9(8).
           05  CUR-ACK-DATE            PIC 9(8).
           05  CUR-RESP-DATE           PIC 9(8).
           05  CUR-EXT-SW              PIC X(1).
           05  CUR-DESC                PIC X(60).
           05  FILLER                  PIC X(12).

       FD OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01 OUT-REC                      PIC X(132).

       FD  HLD-FILE
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS HLD-REC.
       01  HLD-REC.
           05  HLD-ACCOUNT             PIC 9(13).
           05  HLD-CLIENT              PIC X(4).
           05  HLD-THRU-DATE           PIC 9(8).
           05  HLD-CASE-OPEN-SW        PIC X(1).
           05  FILLER                  PIC X(4).

       FD  CAL-FILE
           RECORD CONTAINS 8 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CAL-REC.
       01  CAL-REC                     PIC 9(8).
      *
       WORKING-STORAGE SECTION.

       01  VARIABLES.
           05  INT-PATH.
               10 INT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 INT-NAME             PIC X(64).
           05  PRI-PATH.
               10 PRI-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 PRI-NAME             PIC X(64).
           05  CUR-PATH.
               10 CUR-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 CUR-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  HLD-PATH.
               10 HLD-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 HLD-NAME             PIC X(64).
           05  CAL-PATH                PIC X(40)
               VALUE '/users/public/bankcal.tab'.
           05  INT-STATUS              PIC X(2)  VALUE SPACES.
           05  PRI-STATUS              PIC X(2)  VALUE SPACES.
           05  CAL-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  INT-CTR                 PIC 9(7)  VALUE 0.
           05  NEW-CTR                 PIC 9(7)  VALUE 0.
           05  ACK-CTR                 PIC 9(7)  VALUE 0.
           05  EXT-CTR                 PIC 9(7)  VALUE 0.
           05  CLOSED-CTR              PIC 9(7)  VALUE 0.
           05  REJECT-CTR              PIC 9(7)  VALUE 0.
           05  OPEN-CTR                PIC 9(7)  VALUE 0.
           05  DUE-CTR                 PIC 9(7)  VALUE 0.
           05  OVERDUE-CTR             PIC 9(7)  VALUE 0.
           05  HOLD-CTR                PIC 9(7)  VALUE 0.
           05  INT-EOF-SW              PIC 9(1)  VALUE 0.
           05  PRI-EOF-SW              PIC 9(1)  VALUE 0.
           05  CAL-EOF-SW              PIC X(1)  VALUE 'N'.
               88  CAL-EOF                       VALUE 'Y'.
           05  WS-CAL-COUNT            PIC S9(4) COMP VALUE 0.
           05  CS-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  CS-FOUND                      VALUE 'Y'.
           05  WS-SUB                  PIC S9(8) COMP VALUE 0.
           05  WS-NEXT-CASE-ID         PIC 9(7)  VALUE 0.
           05  WS-RESP-DAYS            PIC S9(4) COMP VALUE 0.
           05  WS-REASON               PIC X(30) VALUE SPACES.
           05  WS-TAG                  PIC X(18) VALUE SPACES.
           05  WS-DUE-DATE             PIC 9(8)  VALUE 0.
           05  WS-RPT-ACCOUNT          PIC 9(13) VALUE 0.
           05  WS-RPT-DATE.
               10  WS-RPT-YYYY         PIC 9(4).
               10  WS-RPT-MM           PIC 9(2).
               10  WS-RPT-DD           PIC 9(2).
           05  WS-RPT-DATE-N REDEFINES WS-RPT-DATE PIC 9(8).
           05  WS-CURRENT-DATE         PIC 9(8)  VALUE 0.
           05  WS-WARN-DATE            PIC 9(8)  VALUE 0.
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
           05  WS-BUS-DAYS             PIC S9(4) COMP VALUE 0.
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
      * the whole case file, held in storage while the day's intake
      * is applied; a table past capacity is a hard stop - a case
      * dropped here is a case nobody is told about
      *
       01  CASE-TABLE.
           05  CS-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-CS-COUNT
                   INDEXED BY CS-IDX.
               10  CS-CASE-ID          PIC 9(7).
               10  CS-CLIENT           PIC X(4).
               10  CS-ACCOUNT          PIC 9(13).
               10  CS-TYPE             PIC X(4).
               10  CS-STATUS-CD        PIC X(1).
                   88  CS-OPEN                   VALUE 'O'.
                   88  CS-ACKED                  VALUE 'A'.
                   88  CS-CLOSED                 VALUE 'C'.
               10  CS-RECEIVED         PIC 9(8).
               10  CS-ACK-DUE          PIC 9(8).
               10  CS-RESP-DUE         PIC 9(8).
               10  CS-HOLD-END         PIC 9(8).
               10  CS-ACK-DATE         PIC 9(8).
               10  CS-RESP-DATE        PIC 9(8).
               10  CS-EXT-SW           PIC X(1).
               10  CS-DESC             PIC X(60).
       77  WS-CS-COUNT                 PIC S9(8) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO INT-NAME PRI-NAME CUR-NAME OUT-NAME HLD-NAME.
           DISPLAY '* * * B E G I N   Q W R C A S E 1 . C B L'
               UPON CRT AT 1401.
           IF INT-NAME = SPACES OR PRI-NAME = SPACES
           OR CUR-NAME = SPACES OR OUT-NAME = SPACES
           OR HLD-NAME = SPACES
               DISPLAY '!!!! ENTER INTAKE, PRIOR CASES, NEW CASES,'
                   UPON CRT AT 2301
               DISPLAY '!!!!   DUE REPORT AND HOLD LIST FILES'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-BANKCAL-TABLE.
           MOVE WS-CURRENT-DATE        TO WS-SETTLE-DATE-N.
           MOVE 0                      TO WS-BUS-DAYS.
           PERFORM ADD-ONE-BUSINESS-DAY UNTIL WS-BUS-DAYS = 5.
           MOVE WS-SETTLE-DATE-N       TO WS-WARN-DATE.
           PERFORM LOAD-CASE-TABLE.
           OPEN OUTPUT OUT-FILE.
           MOVE 'QWR / NOTICE OF ERROR CASES - DUE AND OVERDUE'
               TO OUT-REC.
           WRITE OUT-REC.
           PERFORM APPLY-INTAKE THRU APPLY-INTAKE-EXIT.
           OPEN OUTPUT CUR-FILE.
           OPEN OUTPUT HLD-FILE.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CS-COUNT.
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

       LOAD-CASE-TABLE.
      * a missing prior file is the first run - the case file
      * starts with today's intake
           OPEN INPUT PRI-FILE.
           IF PRI-STATUS NOT = '00'
               MOVE 1                  TO PRI-EOF-SW
           ELSE
               PERFORM UNTIL PRI-EOF-SW = 1
                   READ PRI-FILE
                       AT END MOVE 1   TO PRI-EOF-SW
                       NOT AT END
                           PERFORM ADD-CASE-ENTRY
                           MOVE PRI-CASE-ID TO CS-CASE-ID (CS-IDX)
                           MOVE PRI-CLIENT TO CS-CLIENT (CS-IDX)
                           MOVE PRI-ACCOUNT TO CS-ACCOUNT (CS-IDX)
                           MOVE PRI-TYPE TO CS-TYPE (CS-IDX)
                           MOVE PRI-STATUS-CD
                                       TO CS-STATUS-CD (CS-IDX)
                           MOVE PRI-RECEIVED TO CS-RECEIVED (CS-IDX)
                           MOVE PRI-ACK-DUE TO CS-ACK-DUE (CS-IDX)
                           MOVE PRI-RESP-DUE TO CS-RESP-DUE (CS-IDX)
                           MOVE PRI-HOLD-END TO CS-HOLD-END (CS-IDX)
                           MOVE PRI-ACK-DATE TO CS-ACK-DATE (CS-IDX)
                           MOVE PRI-RESP-DATE
                                       TO CS-RESP-DATE (CS-IDX)
                           MOVE PRI-EXT-SW TO CS-EXT-SW (CS-IDX)
                           MOVE PRI-DESC TO CS-DESC (CS-IDX)
                           IF PRI-CASE-ID > WS-NEXT-CASE-ID
                               MOVE PRI-CASE-ID TO WS-NEXT-CASE-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRI-FILE.

       ADD-CASE-ENTRY.
           IF WS-CS-COUNT NOT < 50000
               DISPLAY '!!!! CASE TABLE FULL AT 50000 - STOP'
                   UPON CRT AT 2301
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ADD 1                       TO WS-CS-COUNT.
           SET CS-IDX TO WS-CS-COUNT.

      *
      * the day's intake in the order keyed - a new case takes the
      * next case number and its due dates; every other action names
      * the case it applies to
      *
       APPLY-INTAKE.
           OPEN INPUT INT-FILE.
           IF INT-STATUS NOT = '00'
               DISPLAY '!!!! NO INTAKE FILE TODAY - EXISTING CASES'
                   UPON CRT AT 2301
               DISPLAY '!!!!   REPORTED ONLY' UPON CRT AT 2401
               GO TO APPLY-INTAKE-EXIT.
           PERFORM UNTIL INT-EOF-SW = 1
               READ INT-FILE
                   AT END MOVE 1       TO INT-EOF-SW
                   NOT AT END
                       ADD 1           TO INT-CTR
                       PERFORM APPLY-ONE-ACTION
                           THRU APPLY-ONE-ACTION-EXIT
               END-READ
           END-PERFORM.
           CLOSE INT-FILE.
       APPLY-INTAKE-EXIT.
           EXIT.

       APPLY-ONE-ACTION.
           IF INT-NEW-CASE
               PERFORM OPEN-NEW-CASE THRU OPEN-NEW-CASE-EXIT
               GO TO APPLY-ONE-ACTION-EXIT.
           PERFORM FIND-CASE-ENTRY.
           IF NOT CS-FOUND
               MOVE 'CASE NUMBER NOT ON FILE'  TO WS-REASON
               PERFORM WRITE-REJECT-LINE
               GO TO APPLY-ONE-ACTION-EXIT.
           IF CS-CLOSED (CS-IDX)
               MOVE 'CASE ALREADY CLOSED'      TO WS-REASON
               PERFORM WRITE-REJECT-LINE
               GO TO APPLY-ONE-ACTION-EXIT.
           IF INT-ACKNOWLEDGED
               ADD 1                   TO ACK-CTR
               MOVE INT-DATE           TO CS-ACK-DATE (CS-IDX)
               MOVE 'A'                TO CS-STATUS-CD (CS-IDX)
           ELSE
           IF INT-EXTENDED
               PERFORM EXTEND-CASE
           ELSE
           IF INT-RESPONDED
               ADD 1                   TO CLOSED-CTR
               MOVE INT-DATE           TO CS-RESP-DATE (CS-IDX)
               IF CS-ACK-DATE (CS-IDX) = 0
                   MOVE INT-DATE       TO CS-ACK-DATE (CS-IDX)
               END-IF
               MOVE 'C'                TO CS-STATUS-CD (CS-IDX)
           ELSE
               MOVE 'UNKNOWN ACTION CODE'      TO WS-REASON
               PERFORM WRITE-REJECT-LINE.
       APPLY-ONE-ACTION-EXIT.
           EXIT.

       OPEN-NEW-CASE.
           IF INT-TYPE = 'QWR ' OR INT-TYPE = 'NOE '
           OR INT-TYPE = 'PAYD'
               MOVE 30                 TO WS-RESP-DAYS
           ELSE
           IF INT-TYPE = 'PYOF'
               MOVE 7                  TO WS-RESP-DAYS
           ELSE
               MOVE 'UNKNOWN CASE TYPE'        TO WS-REASON
               PERFORM WRITE-REJECT-LINE
               GO TO OPEN-NEW-CASE-EXIT.
           IF INT-DATE NOT NUMERIC OR INT-DATE = 0
           OR INT-DATE > WS-CURRENT-DATE
               MOVE 'BAD RECEIVED DATE'        TO WS-REASON
               PERFORM WRITE-REJECT-LINE
               GO TO OPEN-NEW-CASE-EXIT.
           ADD 1                       TO NEW-CTR.
           ADD 1                       TO WS-NEXT-CASE-ID.
           PERFORM ADD-CASE-ENTRY.
           MOVE WS-NEXT-CASE-ID        TO CS-CASE-ID (CS-IDX).
           MOVE INT-CLIENT             TO CS-CLIENT (CS-IDX).
           MOVE INT-ACCOUNT            TO CS-ACCOUNT (CS-IDX).
           MOVE INT-TYPE               TO CS-TYPE (CS-IDX).
           MOVE 'O'                    TO CS-STATUS-CD (CS-IDX).
           MOVE INT-DATE               TO CS-RECEIVED (CS-IDX).
           MOVE 0                      TO CS-ACK-DATE (CS-IDX)
                                          CS-RESP-DATE (CS-IDX)
                                          CS-HOLD-END (CS-IDX).
           MOVE 'N'                    TO CS-EXT-SW (CS-IDX).
           MOVE INT-DESC               TO CS-DESC (CS-IDX).
           MOVE INT-DATE               TO WS-SETTLE-DATE-N.
           MOVE 0                      TO WS-BUS-DAYS.
           PERFORM ADD-ONE-BUSINESS-DAY UNTIL WS-BUS-DAYS = 5.
           MOVE WS-SETTLE-DATE-N       TO CS-ACK-DUE (CS-IDX).
           MOVE INT-DATE               TO WS-SETTLE-DATE-N.
           MOVE 0                      TO WS-BUS-DAYS.
           PERFORM ADD-ONE-BUSINESS-DAY
               UNTIL WS-BUS-DAYS = WS-RESP-DAYS.
           MOVE WS-SETTLE-DATE-N       TO CS-RESP-DUE (CS-IDX).
           IF INT-TYPE = 'PAYD'
               MOVE INT-DATE           TO WS-SETTLE-DATE-N
               PERFORM ADD-ONE-DAY 60 TIMES
               MOVE WS-SETTLE-DATE-N   TO CS-HOLD-END (CS-IDX).
       OPEN-NEW-CASE-EXIT.
           EXIT.

      *
      * one 15-business-day extension per case, never on a payoff
      * error
      *
       EXTEND-CASE.
           IF CS-TYPE (CS-IDX) = 'PYOF'
               MOVE 'NO EXTENSION ON PAYOFF ERROR' TO WS-REASON
               PERFORM WRITE-REJECT-LINE
           ELSE
           IF CS-EXT-SW (CS-IDX) = 'Y'
               MOVE 'CASE ALREADY EXTENDED'    TO WS-REASON
               PERFORM WRITE-REJECT-LINE
           ELSE
               ADD 1                   TO EXT-CTR
               MOVE 'Y'                TO CS-EXT-SW (CS-IDX)
               MOVE CS-RESP-DUE (CS-IDX) TO WS-SETTLE-DATE-N
               MOVE 0                  TO WS-BUS-DAYS
               PERFORM ADD-ONE-BUSINESS-DAY UNTIL WS-BUS-DAYS = 15
               MOVE WS-SETTLE-DATE-N   TO CS-RESP-DUE (CS-IDX).

       FIND-CASE-ENTRY.
           MOVE 'N'                    TO CS-FOUND-SW.
           IF WS-CS-COUNT > 0
               SET CS-IDX TO 1
               SEARCH CS-ENTRY
                   AT END
                       MOVE 'N'        TO CS-FOUND-SW
                   WHEN CS-CASE-ID (CS-IDX) = INT-CASE-ID
                       MOVE 'Y'        TO CS-FOUND-SW
               END-SEARCH.

      *
      * every case is carried forward; an open case is checked
      * against its due dates, and a payment dispute goes on the
      * hold list while open or inside its 60 days
      *
       001-MAIN.
           SET CS-IDX TO WS-SUB.
           PERFORM WRITE-CASE-REC.
           IF CS-TYPE (CS-IDX) = 'PAYD'
           AND (NOT CS-CLOSED (CS-IDX)
             OR CS-HOLD-END (CS-IDX) NOT < WS-CURRENT-DATE)
               PERFORM WRITE-HOLD-REC.
           IF CS-CLOSED (CS-IDX)
               GO TO 001-MAIN-EXIT.
           ADD 1                       TO OPEN-CTR.
           IF CS-ACK-DATE (CS-IDX) = 0
               MOVE CS-ACK-DUE (CS-IDX) TO WS-DUE-DATE
               IF WS-DUE-DATE < WS-CURRENT-DATE
                   MOVE 'ACK OVERDUE'  TO WS-TAG
                   ADD 1               TO OVERDUE-CTR
                   PERFORM WRITE-DUE-LINE
               ELSE
               IF WS-DUE-DATE NOT > WS-WARN-DATE
                   MOVE 'ACK DUE'      TO WS-TAG
                   ADD 1               TO DUE-CTR
                   PERFORM WRITE-DUE-LINE
               END-IF
               END-IF
           END-IF.
           MOVE CS-RESP-DUE (CS-IDX)   TO WS-DUE-DATE.
           IF WS-DUE-DATE < WS-CURRENT-DATE
               MOVE 'RESPONSE OVERDUE' TO WS-TAG
               ADD 1                   TO OVERDUE-CTR
               PERFORM WRITE-DUE-LINE
           ELSE
           IF WS-DUE-DATE NOT > WS-WARN-DATE
               MOVE 'RESPONSE DUE'     TO WS-TAG
               ADD 1                   TO DUE-CTR
               PERFORM WRITE-DUE-LINE.
       001-MAIN-EXIT.
           EXIT.

       WRITE-CASE-REC.
           MOVE SPACES                 TO CUR-REC.
           MOVE CS-CASE-ID (CS-IDX)    TO CUR-CASE-ID.
           MOVE CS-CLIENT (CS-IDX)     TO CUR-CLIENT.
           MOVE CS-ACCOUNT (CS-IDX)    TO CUR-ACCOUNT.
           MOVE CS-TYPE (CS-IDX)       TO CUR-TYPE.
           MOVE CS-STATUS-CD (CS-IDX)  TO CUR-STATUS-CD.
           MOVE CS-RECEIVED (CS-IDX)   TO CUR-RECEIVED.
           MOVE CS-ACK-DUE (CS-IDX)    TO CUR-ACK-DUE.
           MOVE CS-RESP-DUE (CS-IDX)   TO CUR-RESP-DUE.
           MOVE CS-HOLD-END (CS-IDX)   TO CUR-HOLD-END.
           MOVE CS-ACK-DATE (CS-IDX)   TO CUR-ACK-DATE.
           MOVE CS-RESP-DATE (CS-IDX)  TO CUR-RESP-DATE.
           MOVE CS-EXT-SW (CS-IDX)     TO CUR-EXT-SW.
           MOVE CS-DESC (CS-IDX)       TO CUR-DESC.
           WRITE CUR-REC.

       WRITE-HOLD-REC.
           ADD 1                       TO HOLD-CTR.
           MOVE SPACES                 TO HLD-REC.
           MOVE CS-ACCOUNT (CS-IDX)    TO HLD-ACCOUNT.
           MOVE CS-CLIENT (CS-IDX)     TO HLD-CLIENT.
           MOVE CS-HOLD-END (CS-IDX)   TO HLD-THRU-DATE.
           IF CS-CLOSED (CS-IDX)
               MOVE 'N'                TO HLD-CASE-OPEN-SW
           ELSE
               MOVE 'Y'                TO HLD-CASE-OPEN-SW.
           WRITE HLD-REC.

       WRITE-DUE-LINE.
           MOVE CS-ACCOUNT (CS-IDX)    TO WS-RPT-ACCOUNT.
           MOVE WS-DUE-DATE            TO WS-RPT-DATE-N.
           MOVE SPACES                 TO OUT-REC.
           STRING WS-TAG                DELIMITED BY SIZE
                  ' CASE '              DELIMITED BY SIZE
                  CS-CASE-ID (CS-IDX)   DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  CS-CLIENT (CS-IDX)    DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-RPT-ACCOUNT        DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  CS-TYPE (CS-IDX)      DELIMITED BY SIZE
                  '  DUE '              DELIMITED BY SIZE
                  WS-RPT-MM             DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WS-RPT-DD             DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WS-RPT-YYYY           DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  CS-DESC (CS-IDX) (1:40) DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       WRITE-REJECT-LINE.
           ADD 1                       TO REJECT-CTR.
           MOVE INT-ACCOUNT            TO WS-RPT-ACCOUNT.
           MOVE SPACES                 TO OUT-REC.
           STRING 'INTAKE REJECTED     ' DELIMITED BY SIZE
                  ' ACTION '            DELIMITED BY SIZE
                  INT-ACTION            DELIMITED BY SIZE
                  ' CASE '              DELIMITED BY SIZE
                  INT-CASE-ID           DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-RPT-ACCOUNT        DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  INT-TYPE              DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-REASON             DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

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

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR QWRCASE1' UPON CRT AT 0915.
           DISPLAY INT-CTR  'INTAKE ACTIONS READ      =' UPON CRT
               AT 1125.
           DISPLAY NEW-CTR  'NEW CASES OPENED         =' UPON CRT
               AT 1225.
           DISPLAY ACK-CTR  'CASES ACKNOWLEDGED       =' UPON CRT
               AT 1325.
           DISPLAY EXT-CTR  'RESPONSE PERIODS EXTENDED=' UPON CRT
               AT 1425.
           DISPLAY CLOSED-CTR 'CASES CLOSED           =' UPON CRT
               AT 1525.
           DISPLAY REJECT-CTR 'INTAKE REJECTED        =' UPON CRT
               AT 1625.
           DISPLAY OPEN-CTR 'CASES STILL OPEN         =' UPON CRT
               AT 1725.
           DISPLAY DUE-CTR  'COMING DUE               =' UPON CRT
               AT 1825.
           DISPLAY OVERDUE-CTR 'OVERDUE                =' UPON CRT
               AT 1925.
           DISPLAY HOLD-CTR 'ON CREDIT-REPORTING HOLD =' UPON CRT
               AT 2025.
           IF OVERDUE-CTR NOT = 0
               MOVE 8                  TO RETURN-CODE
           ELSE
           IF REJECT-CTR NOT = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE CUR-FILE.
           CLOSE OUT-FILE.
           CLOSE HLD-FILE.
           STOP RUN.
