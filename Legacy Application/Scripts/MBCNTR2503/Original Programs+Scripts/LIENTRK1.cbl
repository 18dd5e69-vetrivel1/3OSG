       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LIENTRK1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * lien-release tracking - every loan SETMB2000 routes to
      * PIF-OUT-FILE has to have its mortgage satisfaction recorded
      * inside its property state's statutory window, and several
      * states charge the servicer a daily penalty past it.  the only
      * tracking was the document vendor's e-mail.  this step keeps
      * the permanent lien-release register:
      *   each cycle's .pif seeds it - a paid-off loan not already on
      *     the register is added open, its deadline the statement
      *     date plus the state's days from the LIENREL control (the
      *     same state-keyed control FINPAY1 quotes the borrower
      *     from); a state with no row gets the default below
      *   the document vendor's recording-confirmation file closes
      *     them - recorded date and instrument number are posted
      *     to the open release
      * and each night reports
      *   open releases past their deadline, with the days over
      *   open releases coming due inside the warning window
      *   confirmations that match no payoff on the register
      * recorded releases stay on the register a year past their
      * recording date as the audit trail, then drop off
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the cycle's paid-in-full stream - optional, a night with no
      * cycle only ages the register
           SELECT PIF-FILE  ASSIGN TO DYNAMIC PIF-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS PIF-STATUS.
      * the register as of the prior run - optional the very first
      * run
           SELECT PRI-FILE  ASSIGN TO DYNAMIC PRI-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS PRI-STATUS.
      * the register as of this run
           SELECT CUR-FILE  ASSIGN TO DYNAMIC CUR-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the document vendor's recording confirmations - optional
           SELECT CNF-FILE  ASSIGN TO DYNAMIC CNF-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS CNF-STATUS.
      * deadline report
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * release days by property state - optional control
           SELECT LRL-FILE  ASSIGN TO DYNAMIC LRL-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS LRL-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD PIF-FILE
           RECORD CONTAINS 2116 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MB-REC.
       copy '/users/devel/mb2000.cbl'.
      *
       FD  PRI-FILE
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRI-REC.
       01  PRI-REC.
           05  PRI-CLIENT              PIC X(4).
           05  PRI-ACCOUNT             PIC 9(13).
           05  PRI-STATE               PIC X(2).
           05  PRI-STATUS-CD           PIC X(1).
           05  PRI-PAYOFF-DATE         PIC 9(8).
           05  PRI-DEADLINE            PIC 9(8).
           05  PRI-RECORDED-DATE       PIC 9(8).
           05  PRI-INSTRUMENT          PIC X(20).
           05  PRI-COUNTY              PIC X(30).
           05  PRI-BILL-NAME           PIC X(40).
           05  FILLER                  PIC X(16).

       FD  CUR-FILE
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CUR-REC.
       01  CUR-REC.
           05  CUR-CLIENT              PIC X(4).
           05  CUR-ACCOUNT             PIC 9(13).
           05  CUR-STATE               PIC X(2).
           05  CUR-STATUS-CD           PIC X(1).
           05  CUR-PAYOFF-DATE         PIC 9(8).
           05  CUR-DEADLINE            PIC 9(8).
           05  CUR-RECORDED-DATE       PIC 9(8).
           05  CUR-INSTRUMENT          PIC X(20).
           05  CUR-COUNTY              PIC X(30).
           05  CUR-BILL-NAME           PIC X(40).
           05  FILLER                  PIC X(16).
      *
      * vendor recording confirmation - one per satisfaction recorded
      *
       FD  CNF-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CNF-REC.
       01  CNF-REC.
           05  CNF-CLIENT              PIC X(4).
           05  CNF-ACCOUNT             PIC 9(13).
           05  CNF-RECORDED-DATE       PIC 9(8).
           05  CNF-INSTRUMENT          PIC X(20).
           05  CNF-COUNTY              PIC X(30).
           05  CNF-STATE               PIC X(2).
           05  FILLER                  PIC X(23).

       FD OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01 OUT-REC                      PIC X(132).

       FD LRL-FILE
           RECORD CONTAINS 5 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LRL-REC.
       01 LRL-REC.
           05  LRL-STATE               PIC X(2).
           05  LRL-DAYS                PIC 9(3).
      *
       WORKING-STORAGE SECTION.

       01  VARIABLES.
           05  PIF-PATH.
               10 PIF-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 PIF-NAME             PIC X(64).
           05  PRI-PATH.
               10 PRI-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 PRI-NAME             PIC X(64).
           05  CUR-PATH.
               10 CUR-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 CUR-NAME             PIC X(64).
           05  CNF-PATH.
               10 CNF-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 CNF-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  LRL-PATH                PIC X(40)
               VALUE '/users/public/lienrel.tab'.
           05  PIF-STATUS              PIC X(2)  VALUE SPACES.
           05  PRI-STATUS              PIC X(2)  VALUE SPACES.
           05  CNF-STATUS              PIC X(2)  VALUE SPACES.
           05  LRL-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  WS-WARN-DAYS-X          PIC X(3)  VALUE SPACES.
           05  PRI-CTR                 PIC 9(7)  VALUE 0.
           05  PIF-CTR                 PIC 9(7)  VALUE 0.
           05  SEEDED-CTR              PIC 9(7)  VALUE 0.
           05  ONFILE-CTR              PIC 9(7)  VALUE 0.
           05  CNF-CTR                 PIC 9(7)  VALUE 0.
           05  RECORDED-CTR            PIC 9(7)  VALUE 0.
           05  LATE-REC-CTR            PIC 9(7)  VALUE 0.
           05  DUPCNF-CTR              PIC 9(7)  VALUE 0.
           05  NOMATCH-CTR             PIC 9(7)  VALUE 0.
           05  OPEN-CTR                PIC 9(7)  VALUE 0.
           05  DUE-CTR                 PIC 9(7)  VALUE 0.
           05  PAST-CTR                PIC 9(7)  VALUE 0.
           05  PURGED-CTR              PIC 9(7)  VALUE 0.
           05  NOSTATE-CTR             PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  PRI-EOF-SW              PIC 9(1)  VALUE 0.
           05  CNF-EOF-SW              PIC 9(1)  VALUE 0.
           05  LRL-EOF-SW              PIC X(1)  VALUE 'N'.
               88  LRL-EOF                       VALUE 'Y'.
           05  LR-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  LR-FOUND                      VALUE 'Y'.
           05  RL-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  RL-FOUND                      VALUE 'Y'.
           05  WS-SUB                  PIC S9(8) COMP VALUE 0.
      * release days for a property state with no LIENREL row
           05  WS-DEFAULT-RELEASE-DAYS PIC 9(3)  VALUE 60.
           05  WS-RELEASE-DAYS         PIC 9(3)  VALUE 0.
      * open releases this close to the deadline are reported
           05  WS-WARN-DAYS            PIC 9(3)  VALUE 10.
           05  WS-TAG                  PIC X(20) VALUE SPACES.
           05  WS-KEY-CLIENT           PIC X(4)  VALUE SPACES.
           05  WS-KEY-CLIENT-IN        PIC X(4)  VALUE SPACES.
           05  WS-KEY-ACCOUNT          PIC 9(13) VALUE 0.
           05  WS-RPT-ACCOUNT          PIC 9(13) VALUE 0.
           05  WS-CURRENT-DATE         PIC 9(8)  VALUE 0.
           05  WS-WARN-DATE            PIC 9(8)  VALUE 0.
           05  WS-RETAIN-DATE          PIC 9(8)  VALUE 0.
           05  WS-PAYOFF-DATE-X        PIC X(8)  VALUE SPACES.
           05  WS-PAYOFF-DATE          PIC 9(8)  VALUE 0.
           05  WS-OVER-DAYS            PIC S9(9) COMP-3 VALUE 0.
           05  WS-DAYS-DISP            PIC ZZZZ9.
           05  WS-RPT-DATE.
               10  WS-RPT-YYYY         PIC 9(4).
               10  WS-RPT-MM           PIC 9(2).
               10  WS-RPT-DD           PIC 9(2).
           05  WS-RPT-DATE-N REDEFINES WS-RPT-DATE PIC 9(8).
      *
      * calendar work fields - deadlines are counted in calendar
      * days, one day at a time the way QWRCASE1 counts them
      *
           05  WS-SETTLE-DATE.
               10  WS-STL-YYYY         PIC 9(4).
               10  WS-STL-MM           PIC 9(2).
               10  WS-STL-DD           PIC 9(2).
           05  WS-SETTLE-DATE-N REDEFINES WS-SETTLE-DATE PIC 9(8).
           05  WS-STL-LIMIT            PIC S9(4) COMP VALUE 0.
           05  WS-STL-REM              PIC 9(4)  VALUE 0.
           05  WS-STL-QUOT             PIC 9(4)  VALUE 0.
           05  WS-MONTH-DAYS-X         PIC X(24)
               VALUE '312831303130313130313031'.
           05  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-X.
               10  WS-MO-DAYS          PIC 9(2) OCCURS 12 TIMES.
      *
      * day numbers for the days-past-deadline count, as DELQTAX1
      * takes them
      *
           05  WS-DN-DATE.
               10  WS-DN-YYYY          PIC 9(4).
               10  WS-DN-MM            PIC 9(2).
               10  WS-DN-DD            PIC 9(2).
           05  WS-DN-DATE-N REDEFINES WS-DN-DATE PIC 9(8).
           05  WS-DN-YR                PIC 9(4)  VALUE 0.
           05  WS-DN-Q4                PIC 9(4)  VALUE 0.
           05  WS-DN-Q100              PIC 9(4)  VALUE 0.
           05  WS-DN-Q400              PIC 9(4)  VALUE 0.
           05  WS-DN-DAYS              PIC S9(9) COMP-3 VALUE 0.
           05  WS-RUN-DAYS             PIC S9(9) COMP-3 VALUE 0.
           05  WS-CUM-DAYS-X           PIC X(36)
               VALUE '000031059090120151181212243273304334'.
           05  WS-CUM-DAYS-TBL REDEFINES WS-CUM-DAYS-X.
               10  WS-CUM-DAYS         PIC 9(3) OCCURS 12 TIMES.

      *
      * release days by state from LIENREL
      *
       01  LIENREL-TABLE.
           05  LR-ENTRY OCCURS 1 TO 60 TIMES
                   DEPENDING ON WS-LR-COUNT
                   INDEXED BY LR-IDX.
               10  LR-STATE            PIC X(2).
               10  LR-DAYS             PIC 9(3).
       77  WS-LR-COUNT                 PIC S9(4) COMP VALUE 0.

      *
      * the whole register, held in storage while the cycle's
      * payoffs and the vendor's confirmations are applied; a table
      * past capacity is a hard stop - a release dropped here is a
      * penalty nobody is told about
      *
       01  RELEASE-TABLE.
           05  RL-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-RL-COUNT
                   INDEXED BY RL-IDX.
               10  RL-CLIENT           PIC X(4).
               10  RL-ACCOUNT          PIC 9(13).
               10  RL-STATE            PIC X(2).
               10  RL-STATUS-CD        PIC X(1).
                   88  RL-OPEN                   VALUE 'O'.
                   88  RL-RECORDED               VALUE 'R'.
               10  RL-PAYOFF-DATE      PIC 9(8).
               10  RL-DEADLINE         PIC 9(8).
               10  RL-RECORDED-DATE    PIC 9(8).
               10  RL-INSTRUMENT       PIC X(20).
               10  RL-COUNTY           PIC X(30).
               10  RL-BILL-NAME        PIC X(40).
       77  WS-RL-COUNT                 PIC S9(8) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO PIF-NAME PRI-NAME CUR-NAME CNF-NAME OUT-NAME
                    WS-WARN-DAYS-X.
           DISPLAY '* * * * B E G I N   L I E N T R K 1 . C B L'
               UPON CRT AT 1401.
           IF PIF-NAME = SPACES OR PRI-NAME = SPACES
           OR CUR-NAME = SPACES OR CNF-NAME = SPACES
           OR OUT-NAME = SPACES
               DISPLAY '!!!! ENTER PIF FILE, PRIOR REGISTER, NEW REG'
                   UPON CRT AT 2301
               DISPLAY '!!!!   CONFIRMATIONS AND REPORT (- = NONE)'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           IF WS-WARN-DAYS-X NOT = SPACES
               PERFORM EDIT-WARN-DAYS-PARM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE        TO WS-DN-DATE-N.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE WS-DN-DAYS             TO WS-RUN-DAYS.
           MOVE WS-CURRENT-DATE        TO WS-SETTLE-DATE-N.
           PERFORM ADD-ONE-DAY WS-WARN-DAYS TIMES.
           MOVE WS-SETTLE-DATE-N       TO WS-WARN-DATE.
           COMPUTE WS-RETAIN-DATE = WS-CURRENT-DATE - 10000.
           PERFORM LOAD-LIENREL-TABLE.
           PERFORM LOAD-RELEASE-TABLE.
           OPEN OUTPUT OUT-FILE.
           MOVE SPACES                 TO OUT-REC.
           STRING 'LIEN RELEASES - RECORDING DEADLINES  RUN '
                                        DELIMITED BY SIZE
                  WS-CURRENT-DATE       DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           PERFORM SEED-FROM-PIF THRU SEED-FROM-PIF-EXIT.
           PERFORM APPLY-CONFIRMATIONS THRU APPLY-CONFIRMATIONS-EXIT.
           OPEN OUTPUT CUR-FILE.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-RL-COUNT.
           PERFORM END-RTN.

      *
      * warning days is one to three digits, right-justified here
      *
       EDIT-WARN-DAYS-PARM.
           IF WS-WARN-DAYS-X (3:1) = SPACE
               IF WS-WARN-DAYS-X (2:1) = SPACE
                   MOVE WS-WARN-DAYS-X (1:1) TO WS-WARN-DAYS-X (3:1)
                   MOVE '00'           TO WS-WARN-DAYS-X (1:2)
               ELSE
                   MOVE WS-WARN-DAYS-X (2:1) TO WS-WARN-DAYS-X (3:1)
                   MOVE WS-WARN-DAYS-X (1:1) TO WS-WARN-DAYS-X (2:1)
                   MOVE '0'            TO WS-WARN-DAYS-X (1:1)
               END-IF
           END-IF.
           IF WS-WARN-DAYS-X NOT NUMERIC
               DISPLAY '!!!! WARNING DAYS MUST BE NUMERIC'
                   UPON CRT AT 2301
               DISPLAY WS-WARN-DAYS-X UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           MOVE WS-WARN-DAYS-X         TO WS-WARN-DAYS.

       LOAD-LIENREL-TABLE.
      * LIENREL is optional - with none staged every state gets the
      * default release days
           OPEN INPUT LRL-FILE.
           IF LRL-STATUS NOT = '00'
               MOVE 'Y'                TO LRL-EOF-SW
           ELSE
               PERFORM READ-LRL-REC
               PERFORM UNTIL LRL-EOF
                   IF LRL-STATE NOT = SPACES AND LRL-DAYS NUMERIC
                   AND WS-LR-COUNT < 60
                       ADD 1               TO WS-LR-COUNT
                       SET LR-IDX TO WS-LR-COUNT
                       MOVE LRL-STATE      TO LR-STATE (LR-IDX)
                       MOVE LRL-DAYS       TO LR-DAYS (LR-IDX)
                   END-IF
                   PERFORM READ-LRL-REC
               END-PERFORM
               CLOSE LRL-FILE.

       READ-LRL-REC.
           READ LRL-FILE AT END MOVE 'Y' TO LRL-EOF-SW.

       LOAD-RELEASE-TABLE.
      * a missing prior register is the first run - the register
      * starts with this cycle's payoffs
           IF PRI-NAME = '-'
               MOVE 1                  TO PRI-EOF-SW
           ELSE
               OPEN INPUT PRI-FILE
               IF PRI-STATUS NOT = '00'
                   MOVE 1              TO PRI-EOF-SW
               ELSE
                   PERFORM UNTIL PRI-EOF-SW = 1
                       READ PRI-FILE
                           AT END MOVE 1 TO PRI-EOF-SW
                           NOT AT END
                               ADD 1   TO PRI-CTR
                               PERFORM ADD-RELEASE-ENTRY
                               PERFORM MOVE-PRI-TO-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE PRI-FILE.

       MOVE-PRI-TO-ENTRY.
           MOVE PRI-CLIENT             TO RL-CLIENT (RL-IDX).
           MOVE PRI-ACCOUNT            TO RL-ACCOUNT (RL-IDX).
           MOVE PRI-STATE              TO RL-STATE (RL-IDX).
           MOVE PRI-STATUS-CD          TO RL-STATUS-CD (RL-IDX).
           MOVE PRI-PAYOFF-DATE        TO RL-PAYOFF-DATE (RL-IDX).
           MOVE PRI-DEADLINE           TO RL-DEADLINE (RL-IDX).
           MOVE PRI-RECORDED-DATE      TO RL-RECORDED-DATE (RL-IDX).
           MOVE PRI-INSTRUMENT         TO RL-INSTRUMENT (RL-IDX).
           MOVE PRI-COUNTY             TO RL-COUNTY (RL-IDX).
           MOVE PRI-BILL-NAME          TO RL-BILL-NAME (RL-IDX).

       ADD-RELEASE-ENTRY.
           IF WS-RL-COUNT NOT < 50000
               DISPLAY '!!!! RELEASE TABLE FULL AT 50000 - STOP'
                   UPON CRT AT 2301
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ADD 1                       TO WS-RL-COUNT.
           SET RL-IDX TO WS-RL-COUNT.

      *
      * the cycle's payoffs - a loan already on the register (a
      * rerun, or a PIF record repeated across cycles) keeps its
      * original deadline
      *
       SEED-FROM-PIF.
           IF PIF-NAME = '-'
               GO TO SEED-FROM-PIF-EXIT.
           OPEN INPUT PIF-FILE.
           IF PIF-STATUS NOT = '00'
               DISPLAY '!!!! NO PIF FILE THIS RUN - REGISTER AGED'
                   UPON CRT AT 2301
               DISPLAY '!!!!   ONLY' UPON CRT AT 2401
               GO TO SEED-FROM-PIF-EXIT.
           PERFORM READ-PIF-REC.
           PERFORM VERIFY-EXTRACT-LAYOUT.
           PERFORM UNTIL EOF-SW = 1
               PERFORM SEED-ONE-PAYOFF
               PERFORM READ-PIF-REC
           END-PERFORM.
           CLOSE PIF-FILE.
       SEED-FROM-PIF-EXIT.
           EXIT.

       READ-PIF-REC.
           READ PIF-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               IF MB-CLIENT = '9999'
               OR MB-FLEXFIELD6 (1:15) = 'BANKRUPTCY COPY'
               OR MB-FLEXFIELD6 (1:15) = 'AUTHORIZED COPY'
                   GO TO READ-PIF-REC
               ELSE
                   ADD 1               TO PIF-CTR.

       SEED-ONE-PAYOFF.
           MOVE MB-CLIENT              TO WS-KEY-CLIENT.
           MOVE MB-ACCOUNT             TO WS-KEY-ACCOUNT.
           PERFORM FIND-RELEASE-ENTRY.
           IF RL-FOUND
               ADD 1                   TO ONFILE-CTR
           ELSE
               ADD 1                   TO SEEDED-CTR
               MOVE MB-STATEMENT-DATE  TO WS-PAYOFF-DATE-X
               IF WS-PAYOFF-DATE-X NUMERIC
                   MOVE WS-PAYOFF-DATE-X TO WS-PAYOFF-DATE
               ELSE
                   MOVE WS-CURRENT-DATE TO WS-PAYOFF-DATE
               END-IF
               PERFORM FIND-RELEASE-DAYS
               PERFORM ADD-RELEASE-ENTRY
               MOVE WS-KEY-CLIENT      TO RL-CLIENT (RL-IDX)
               MOVE WS-KEY-ACCOUNT     TO RL-ACCOUNT (RL-IDX)
               MOVE MB-PROPERTY-STATE  TO RL-STATE (RL-IDX)
               MOVE 'O'                TO RL-STATUS-CD (RL-IDX)
               MOVE WS-PAYOFF-DATE     TO RL-PAYOFF-DATE (RL-IDX)
               MOVE WS-PAYOFF-DATE     TO WS-SETTLE-DATE-N
               PERFORM ADD-ONE-DAY WS-RELEASE-DAYS TIMES
               MOVE WS-SETTLE-DATE-N   TO RL-DEADLINE (RL-IDX)
               MOVE 0                  TO RL-RECORDED-DATE (RL-IDX)
               MOVE SPACES             TO RL-INSTRUMENT (RL-IDX)
                                          RL-COUNTY (RL-IDX)
               MOVE MB-BILL-NAME       TO RL-BILL-NAME (RL-IDX)
           END-IF.

       FIND-RELEASE-DAYS.
           MOVE 'N'                    TO LR-FOUND-SW.
           IF WS-LR-COUNT > 0
               SET LR-IDX TO 1
               SEARCH LR-ENTRY
                   AT END
                       MOVE 'N'        TO LR-FOUND-SW
                   WHEN LR-STATE (LR-IDX) = MB-PROPERTY-STATE
                       MOVE 'Y'        TO LR-FOUND-SW
               END-SEARCH.
           IF LR-FOUND
               MOVE LR-DAYS (LR-IDX)   TO WS-RELEASE-DAYS
           ELSE
               MOVE WS-DEFAULT-RELEASE-DAYS TO WS-RELEASE-DAYS
               ADD 1                   TO NOSTATE-CTR.

      *
      * the .set carries 3-digit clients as '277 ' and the vendor may
      * send either form - the register keys on the 4-digit form
      *
       SET-KEY-CLIENT.
           IF WS-KEY-CLIENT (4:1) = SPACE
           AND WS-KEY-CLIENT (1:3) NOT = SPACES
               MOVE WS-KEY-CLIENT      TO WS-KEY-CLIENT-IN
               MOVE '0'                TO WS-KEY-CLIENT (1:1)
               MOVE WS-KEY-CLIENT-IN (1:3) TO WS-KEY-CLIENT (2:3).

       FIND-RELEASE-ENTRY.
           PERFORM SET-KEY-CLIENT.
           MOVE 'N'                    TO RL-FOUND-SW.
           IF WS-RL-COUNT > 0
               SET RL-IDX TO 1
               SEARCH RL-ENTRY
                   AT END
                       MOVE 'N'        TO RL-FOUND-SW
                   WHEN RL-CLIENT (RL-IDX) = WS-KEY-CLIENT
                    AND RL-ACCOUNT (RL-IDX) = WS-KEY-ACCOUNT
                       MOVE 'Y'        TO RL-FOUND-SW
               END-SEARCH.

      *
      * the vendor's confirmations - one posts the recorded date and
      * instrument to the open release; a second confirmation for a
      * release already recorded is counted, not re-posted, and one
      * for a loan not on the register is reported
      *
       APPLY-CONFIRMATIONS.
           IF CNF-NAME = '-'
               GO TO APPLY-CONFIRMATIONS-EXIT.
           OPEN INPUT CNF-FILE.
           IF CNF-STATUS NOT = '00'
               GO TO APPLY-CONFIRMATIONS-EXIT.
           PERFORM UNTIL CNF-EOF-SW = 1
               READ CNF-FILE
                   AT END MOVE 1       TO CNF-EOF-SW
                   NOT AT END
                       ADD 1           TO CNF-CTR
                       PERFORM APPLY-ONE-CONFIRMATION
               END-READ
           END-PERFORM.
           CLOSE CNF-FILE.
       APPLY-CONFIRMATIONS-EXIT.
           EXIT.

       APPLY-ONE-CONFIRMATION.
           MOVE CNF-CLIENT             TO WS-KEY-CLIENT.
           IF CNF-ACCOUNT NUMERIC
               MOVE CNF-ACCOUNT        TO WS-KEY-ACCOUNT
           ELSE
               MOVE 0                  TO WS-KEY-ACCOUNT.
           PERFORM FIND-RELEASE-ENTRY.
           IF NOT RL-FOUND
               ADD 1                   TO NOMATCH-CTR
               PERFORM WRITE-NOMATCH-LINE
           ELSE
           IF RL-RECORDED (RL-IDX)
               ADD 1                   TO DUPCNF-CTR
           ELSE
               ADD 1                   TO RECORDED-CTR
               MOVE 'R'                TO RL-STATUS-CD (RL-IDX)
               MOVE CNF-RECORDED-DATE  TO RL-RECORDED-DATE (RL-IDX)
               MOVE CNF-INSTRUMENT     TO RL-INSTRUMENT (RL-IDX)
               MOVE CNF-COUNTY         TO RL-COUNTY (RL-IDX)
               IF CNF-RECORDED-DATE > RL-DEADLINE (RL-IDX)
                   ADD 1               TO LATE-REC-CTR
                   MOVE 'RECORDED LATE'    TO WS-TAG
                   MOVE CNF-RECORDED-DATE  TO WS-DN-DATE-N
                   PERFORM COMPUTE-DAY-NUMBER
                   MOVE WS-DN-DAYS     TO WS-OVER-DAYS
                   MOVE RL-DEADLINE (RL-IDX) TO WS-DN-DATE-N
                   PERFORM COMPUTE-DAY-NUMBER
                   COMPUTE WS-OVER-DAYS = WS-OVER-DAYS - WS-DN-DAYS
                   PERFORM WRITE-RELEASE-LINE.

      *
      * every release is carried forward except a recorded one past
      * its retention; an open one is held against its deadline
      *
       001-MAIN.
           SET RL-IDX TO WS-SUB.
           IF RL-RECORDED (RL-IDX)
               IF RL-RECORDED-DATE (RL-IDX) < WS-RETAIN-DATE
                   ADD 1               TO PURGED-CTR
               ELSE
                   PERFORM WRITE-RELEASE-REC
               END-IF
               GO TO 001-MAIN-EXIT.
           PERFORM WRITE-RELEASE-REC.
           ADD 1                       TO OPEN-CTR.
           IF RL-DEADLINE (RL-IDX) < WS-CURRENT-DATE
               ADD 1                   TO PAST-CTR
               MOVE 'PAST DEADLINE'    TO WS-TAG
               MOVE RL-DEADLINE (RL-IDX) TO WS-DN-DATE-N
               PERFORM COMPUTE-DAY-NUMBER
               COMPUTE WS-OVER-DAYS = WS-RUN-DAYS - WS-DN-DAYS
               PERFORM WRITE-RELEASE-LINE
           ELSE
           IF RL-DEADLINE (RL-IDX) NOT > WS-WARN-DATE
               ADD 1                   TO DUE-CTR
               MOVE 'DEADLINE APPROACHING' TO WS-TAG
               MOVE RL-DEADLINE (RL-IDX) TO WS-DN-DATE-N
               PERFORM COMPUTE-DAY-NUMBER
               COMPUTE WS-OVER-DAYS = WS-DN-DAYS - WS-RUN-DAYS
               PERFORM WRITE-RELEASE-LINE.
       001-MAIN-EXIT.
           EXIT.

       WRITE-RELEASE-REC.
           MOVE SPACES                 TO CUR-REC.
           MOVE RL-CLIENT (RL-IDX)     TO CUR-CLIENT.
           MOVE RL-ACCOUNT (RL-IDX)    TO CUR-ACCOUNT.
           MOVE RL-STATE (RL-IDX)      TO CUR-STATE.
           MOVE RL-STATUS-CD (RL-IDX)  TO CUR-STATUS-CD.
           MOVE RL-PAYOFF-DATE (RL-IDX) TO CUR-PAYOFF-DATE.
           MOVE RL-DEADLINE (RL-IDX)   TO CUR-DEADLINE.
           MOVE RL-RECORDED-DATE (RL-IDX) TO CUR-RECORDED-DATE.
           MOVE RL-INSTRUMENT (RL-IDX) TO CUR-INSTRUMENT.
           MOVE RL-COUNTY (RL-IDX)     TO CUR-COUNTY.
           MOVE RL-BILL-NAME (RL-IDX)  TO CUR-BILL-NAME.
           WRITE CUR-REC.

      *
      * days over the deadline for a past-due or late-recorded
      * release, days left for one coming due
      *
       WRITE-RELEASE-LINE.
           MOVE RL-ACCOUNT (RL-IDX)    TO WS-RPT-ACCOUNT.
           MOVE RL-DEADLINE (RL-IDX)   TO WS-RPT-DATE-N.
           MOVE WS-OVER-DAYS           TO WS-DAYS-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING WS-TAG                DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  RL-CLIENT (RL-IDX)    DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-RPT-ACCOUNT        DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  RL-STATE (RL-IDX)     DELIMITED BY SIZE
                  '  PAID '             DELIMITED BY SIZE
                  RL-PAYOFF-DATE (RL-IDX) DELIMITED BY SIZE
                  '  DEADLINE '         DELIMITED BY SIZE
                  WS-RPT-MM             DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WS-RPT-DD             DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WS-RPT-YYYY           DELIMITED BY SIZE
                  WS-DAYS-DISP          DELIMITED BY SIZE
                  ' DAYS  '             DELIMITED BY SIZE
                  RL-BILL-NAME (RL-IDX) (1:30) DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       WRITE-NOMATCH-LINE.
           MOVE WS-KEY-ACCOUNT         TO WS-RPT-ACCOUNT.
           MOVE SPACES                 TO OUT-REC.
           STRING 'CONFIRMATION NO PIF  ' DELIMITED BY SIZE
                  WS-KEY-CLIENT         DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-RPT-ACCOUNT        DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  CNF-STATE             DELIMITED BY SIZE
                  '  RECORDED '         DELIMITED BY SIZE
                  CNF-RECORDED-DATE     DELIMITED BY SIZE
                  '  INSTR '            DELIMITED BY SIZE
                  CNF-INSTRUMENT        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  CNF-COUNTY            DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

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

       COMPUTE-DAY-NUMBER.
           MOVE WS-DN-YYYY             TO WS-DN-YR.
           IF WS-DN-MM < 3
               SUBTRACT 1              FROM WS-DN-YR.
           DIVIDE WS-DN-YR BY 4   GIVING WS-DN-Q4.
           DIVIDE WS-DN-YR BY 100 GIVING WS-DN-Q100.
           DIVIDE WS-DN-YR BY 400 GIVING WS-DN-Q400.
           COMPUTE WS-DN-DAYS = WS-DN-YYYY * 365.
           COMPUTE WS-DN-DAYS = WS-DN-DAYS + WS-DN-Q4 - WS-DN-Q100
               + WS-DN-Q400.
           COMPUTE WS-DN-DAYS = WS-DN-DAYS + WS-CUM-DAYS (WS-DN-MM)
               + WS-DN-DD.

      *
      * layout-version handshake - a nonblank stamp this build does
      * not recognize means mb2000.cbl moved under us and the file
      * would mis-parse; stop before processing.  blank passes as a
      * pre-stamp file
      *
       VERIFY-EXTRACT-LAYOUT.
           IF EOF-SW = 0
           AND MB-LAYOUT-VERSION NOT = SPACES
           AND MB-LAYOUT-VERSION NOT = LOW-VALUES
           AND NOT MB-LAYOUT-CURRENT
               DISPLAY '!!!! EXTRACT LAYOUT VERSION MISMATCH -'
                   UPON CRT AT 2101
               DISPLAY '!!!!   RECOMPILE AGAINST CURRENT mb2000'
                   UPON CRT AT 2201
               MOVE 16                 TO RETURN-CODE
               STOP RUN.

      *
      * RC 8 when a release is past its deadline - penalties are
      * running; RC 4 for releases coming due or confirmations with
      * no payoff behind them
      *
       END-RTN.
           DISPLAY 'FINAL TOTALS FOR LIENTRK1' UPON CRT AT 0915.
           DISPLAY PRI-CTR  'PRIOR REGISTER ENTRIES    =' UPON CRT
               AT 1125.
           DISPLAY PIF-CTR  'PIF RECORDS READ          =' UPON CRT
               AT 1225.
           DISPLAY SEEDED-CTR 'RELEASES ADDED           =' UPON CRT
               AT 1325.
           DISPLAY CNF-CTR  'CONFIRMATIONS READ        =' UPON CRT
               AT 1425.
           DISPLAY RECORDED-CTR 'RELEASES RECORDED      =' UPON CRT
               AT 1525.
           DISPLAY LATE-REC-CTR 'RECORDED LATE          =' UPON CRT
               AT 1625.
           DISPLAY NOMATCH-CTR 'CONFIRMATIONS NO PIF    =' UPON CRT
               AT 1725.
           DISPLAY OPEN-CTR 'RELEASES STILL OPEN       =' UPON CRT
               AT 1825.
           DISPLAY DUE-CTR  'DEADLINE APPROACHING      =' UPON CRT
               AT 1925.
           DISPLAY PAST-CTR 'PAST DEADLINE             =' UPON CRT
               AT 2025.
           DISPLAY PURGED-CTR 'RECORDED - RETIRED       =' UPON CRT
               AT 2125.
           IF PAST-CTR NOT = 0
               MOVE 8                  TO RETURN-CODE
           ELSE
           IF DUE-CTR NOT = 0 OR NOMATCH-CTR NOT = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE CUR-FILE.
           CLOSE OUT-FILE.
           STOP RUN.
