       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HAMPINC1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * HAMP pay-for-performance incentive accrual - BUILD-ALLTEL-
      * HMP-FIELDS puts the monthly borrower accrual, the incentive
      * anniversary date and the accrued-to-date amount on every
      * modified loan, and nobody ever checked them.  investor
      * accounting files the incentive claim with the program
      * administrator off these numbers, so this step lists every
      * HAMP loan's accrual by client, holds the accrued-to-date
      * against last cycle's carry-forward and flags any loan that
      * did not grow by exactly its monthly accrual, and lists the
      * loans reaching their incentive anniversary in the next 60
      * days - split into those still in good standing and those
      * 90 or more days delinquent, which forfeit the incentive -
      * so the claim we file matches what the borrower is told
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the cycle's .set
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS IN1-STATUS.
      * the prior cycle's accrual carry-forward
           SELECT PRI-FILE  ASSIGN TO DYNAMIC PRI-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS PRI-STATUS.
      * this cycle's carry-forward
           SELECT CUR-FILE  ASSIGN TO DYNAMIC CUR-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the accrual report by client
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the 60-day anniversary list
           SELECT ANV-FILE ASSIGN TO DYNAMIC ANV-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD IN1-FILE
           RECORD CONTAINS 2116 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MB-REC.
       copy '/users/devel/mb2000.cbl'.
      *
       FD  PRI-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRI-REC.
       01  PRI-REC.
           05  PRI-CLIENT              PIC X(4).
           05  PRI-ACCOUNT             PIC 9(13).
           05  PRI-ACCRUED             PIC S9(5)V99.
           05  PRI-ANNIV-DATE          PIC 9(8).
           05  FILLER                  PIC X(8).

       FD  CUR-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CUR-REC.
       01  CUR-REC.
           05  CUR-CLIENT              PIC X(4).
           05  CUR-ACCOUNT             PIC 9(13).
           05  CUR-ACCRUED             PIC S9(5)V99.
           05  CUR-ANNIV-DATE          PIC 9(8).
           05  FILLER                  PIC X(8).

       FD OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01 OUT-REC                      PIC X(132).

       FD ANV-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ANV-REC.
       01 ANV-REC                      PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
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
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  ANV-PATH.
               10 ANV-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 ANV-NAME             PIC X(64).
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  PRI-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  HAMP-CTR                PIC 9(7)  VALUE 0.
           05  NOGROW-CTR              PIC 9(7)  VALUE 0.
           05  RESET-CTR               PIC 9(7)  VALUE 0.
           05  ANNIV-CTR               PIC 9(7)  VALUE 0.
           05  FORFEIT-CTR             PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  PRI-EOF-SW              PIC 9(1)  VALUE 0.
           05  PH-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  PH-FOUND                      VALUE 'Y'.
           05  WS-PRIOR-CLIENT         PIC X(4)  VALUE SPACES.
           05  WS-CLIENT-LOANS         PIC 9(7)  VALUE 0.
           05  WS-CLIENT-MONTHLY       PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-CLIENT-ACCRUED       PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-GROWTH               PIC S9(7)V99 COMP-3 VALUE 0.
           05  WS-ANNIV-DATE           PIC 9(8)  VALUE 0.
           05  FILLER REDEFINES WS-ANNIV-DATE.
               10  WS-ANNIV-YYYY       PIC 9(4).
               10  WS-ANNIV-MM         PIC 9(2).
               10  WS-ANNIV-DD         PIC 9(2).
           05  WS-ANNIV-DAYS           PIC S9(9) COMP-3 VALUE 0.
           05  WS-DAYS-TO-ANNIV        PIC S9(9) COMP-3 VALUE 0.
           05  WS-TAG                  PIC X(14) VALUE SPACES.
           05  WS-RPT-ACCOUNT          PIC 9(13) VALUE 0.
           05  WS-MONTHLY-DISP         PIC ZZ,ZZ9.99-.
           05  WS-ACCRUED-DISP         PIC ZZ,ZZ9.99-.
           05  WS-PRIOR-DISP           PIC ZZ,ZZ9.99-.
           05  WS-TOTAL-DISP           PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-TOTAL2-DISP          PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-CTR-DISP             PIC ZZZZZZ9.
           05  WS-DAYS-DISP            PIC ZZZZ9.
           05  WS-DELQ-DISP            PIC ZZZZ9.
           05  WS-CURRENT-DATE         PIC 9(8)  VALUE 0.
           05  FILLER REDEFINES WS-CURRENT-DATE.
               10  WS-CURR-YYYY        PIC 9(4).
               10  WS-CURR-MM          PIC 9(2).
               10  WS-CURR-DD          PIC 9(2).
           05  WS-CURR-DAYS            PIC S9(9) COMP-3 VALUE 0.
           05  WS-SUB                  PIC S9(8) COMP VALUE 0.
      *
      * control-total trailer verification, as in EBILL1
      *
           05  TRAILER-SEEN-SW         PIC X(1)  VALUE 'N'.
               88  TRAILER-SEEN                  VALUE 'Y'.
           05  WS-TRL-COUNT            PIC 9(7)  VALUE 0.
           05  WS-TRL-HASH-AMT         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TRL-HASH-ACCT        PIC S9(13) COMP-3 VALUE 0.
           05  WS-RUN-HASH-AMT         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-RUN-HASH-ACCT        PIC S9(13) COMP-3 VALUE 0.

      *
      * prior cycle's accrued-to-date keyed client/account; a table
      * past capacity is a hard stop - a loan dropped here would
      * show a whole year's accrual as one cycle's growth
      *
       01  PRIOR-HAMP-TABLE.
           05  PH-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-PH-COUNT
                   INDEXED BY PH-IDX.
               10  PH-CLIENT           PIC X(4).
               10  PH-ACCOUNT          PIC 9(13).
               10  PH-ACCRUED          PIC S9(5)V99 COMP-3.
               10  PH-ANNIV-DATE       PIC 9(8).
       77  WS-PH-COUNT                 PIC S9(8) COMP VALUE 0.

      *
      * anniversaries in the next 60 days, held so the list can be
      * written good standing first and forfeits second
      *
       01  ANNIV-TABLE.
           05  AN-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-AN-COUNT
                   INDEXED BY AN-IDX.
               10  AN-FORFEIT-SW       PIC X(1).
               10  AN-LINE             PIC X(120).
       77  WS-AN-COUNT                 PIC S9(8) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME PRI-NAME CUR-NAME OUT-NAME ANV-NAME.
           DISPLAY '* * * B E G I N   H A M P I N C 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR PRI-NAME = SPACES
           OR CUR-NAME = SPACES OR OUT-NAME = SPACES
           OR ANV-NAME = SPACES
               DISPLAY '!!!! ENTER SET FILE, PRIOR ACCRUAL, NEW'
                   UPON CRT AT 2301
               DISPLAY '!!!!   ACCRUAL, REPORT AND ANNIVERSARY FILES'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-CURR-DAYS =
               (WS-CURR-YYYY * 360) + (WS-CURR-MM * 30) + WS-CURR-DD.
           PERFORM LOAD-PRIOR-HAMP-TABLE.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! INPUT FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT CUR-FILE.
           OPEN OUTPUT OUT-FILE.
           OPEN OUTPUT ANV-FILE.
           PERFORM READ-EXTRACT.
           PERFORM VERIFY-EXTRACT-LAYOUT.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
           PERFORM END-RTN.

       LOAD-PRIOR-HAMP-TABLE.
      * a missing prior file is the first tracked cycle - no growth
      * test is possible until there is a prior accrued-to-date
           OPEN INPUT PRI-FILE.
           IF PRI-STATUS NOT = '00'
               MOVE 1                  TO PRI-EOF-SW
           ELSE
               MOVE 0                  TO PRI-EOF-SW
               PERFORM UNTIL PRI-EOF-SW = 1
                   READ PRI-FILE
                       AT END MOVE 1   TO PRI-EOF-SW
                       NOT AT END
                           IF WS-PH-COUNT NOT < 50000
                               DISPLAY '!!!! PRIOR HAMP TABLE FULL'
                                   UPON CRT AT 2301
                               DISPLAY '!!!!   AT 50000 - STOP'
                                   UPON CRT AT 2401
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1       TO WS-PH-COUNT
                           SET PH-IDX TO WS-PH-COUNT
                           MOVE PRI-CLIENT TO PH-CLIENT (PH-IDX)
                           MOVE PRI-ACCOUNT TO PH-ACCOUNT (PH-IDX)
                           MOVE PRI-ACCRUED TO PH-ACCRUED (PH-IDX)
                           MOVE PRI-ANNIV-DATE
                               TO PH-ANNIV-DATE (PH-IDX)
                   END-READ
               END-PERFORM
               CLOSE PRI-FILE.

       READ-EXTRACT.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               IF MB-CLIENT = '9999'
                   MOVE 'Y'            TO TRAILER-SEEN-SW
                   MOVE MB-SEQ         TO WS-TRL-COUNT
                   MOVE MB-TOTAL-AMOUNT-DUE TO WS-TRL-HASH-AMT
                   MOVE MB-ACCOUNT     TO WS-TRL-HASH-ACCT
                   GO TO READ-EXTRACT
               ELSE
                   ADD 1               TO REC-CTR
                   ADD MB-TOTAL-AMOUNT-DUE TO WS-RUN-HASH-AMT
                       ON SIZE ERROR CONTINUE
                   END-ADD
                   ADD MB-ACCOUNT      TO WS-RUN-HASH-ACCT
                       ON SIZE ERROR CONTINUE
                   END-ADD.

      *
      * a HAMP loan is one carrying a borrower accrual or an
      * incentive anniversary; the .set arrives in client order, so
      * the client totals break on a change of MB-CLIENT
      *
       001-MAIN.
           IF MB-FLEXFIELD6 (1:15) = 'BANKRUPTCY COPY'
           OR MB-FLEXFIELD6 (1:15) = 'AUTHORIZED COPY'
               PERFORM READ-EXTRACT
               GO TO 001-MAIN-EXIT.
           IF MB-MONTHLY-BORR-ACCR-AMT = 0
           AND MB-BORR-INCTV-ANNIV-YY = 0
               PERFORM READ-EXTRACT
               GO TO 001-MAIN-EXIT.
           IF MB-CLIENT NOT = WS-PRIOR-CLIENT
               IF WS-PRIOR-CLIENT NOT = SPACES
                   PERFORM WRITE-CLIENT-TOTAL
               END-IF
               MOVE MB-CLIENT          TO WS-PRIOR-CLIENT
               MOVE 0                  TO WS-CLIENT-LOANS
               MOVE 0                  TO WS-CLIENT-MONTHLY
               MOVE 0                  TO WS-CLIENT-ACCRUED.
           ADD 1                       TO HAMP-CTR.
           ADD 1                       TO WS-CLIENT-LOANS.
           ADD MB-MONTHLY-BORR-ACCR-AMT TO WS-CLIENT-MONTHLY.
           ADD MB-BORR-INC-ACCR-ANNV2DT TO WS-CLIENT-ACCRUED.
           MOVE 0                      TO WS-ANNIV-DATE.
           IF MB-BORR-INCTV-ANNIV-YY NOT = 0
               COMPUTE WS-ANNIV-DATE =
                   ((MB-BORR-INCTV-ANNIV-YY + 1900) * 10000)
                 + MB-BORR-INCTV-ANNIV-MMDD.
           MOVE MB-ACCOUNT             TO WS-RPT-ACCOUNT.
           PERFORM FIND-PRIOR-HAMP-ENTRY.
           PERFORM CHECK-ACCRUAL-GROWTH.
           PERFORM WRITE-ACCRUAL-LINE.
           PERFORM CHECK-ANNIVERSARY.
           MOVE SPACES                 TO CUR-REC.
           MOVE MB-CLIENT              TO CUR-CLIENT.
           MOVE WS-RPT-ACCOUNT         TO CUR-ACCOUNT.
           MOVE MB-BORR-INC-ACCR-ANNV2DT TO CUR-ACCRUED.
           MOVE WS-ANNIV-DATE          TO CUR-ANNIV-DATE.
           WRITE CUR-REC.
           PERFORM READ-EXTRACT.
       001-MAIN-EXIT.
           EXIT.

       FIND-PRIOR-HAMP-ENTRY.
           MOVE 'N'                 TO PH-FOUND-SW.
           IF WS-PH-COUNT > 0
              SET PH-IDX TO 1
              SEARCH PH-ENTRY
                 AT END
                    MOVE 'N'        TO PH-FOUND-SW
                 WHEN PH-ACCOUNT (PH-IDX) = WS-RPT-ACCOUNT
                  AND PH-CLIENT (PH-IDX) = MB-CLIENT
                    MOVE 'Y'        TO PH-FOUND-SW
              END-SEARCH.

      *
      * the accrued-to-date has to grow by exactly the monthly
      * accrual each cycle.  the one legitimate drop is the
      * anniversary payout, when the anniversary date rolls forward
      * a year and the accrual restarts - that is reported as a
      * reset, not a miss
      *
       CHECK-ACCRUAL-GROWTH.
           MOVE SPACES                 TO WS-TAG.
           IF NOT PH-FOUND
               MOVE 'NEW'              TO WS-TAG
           ELSE
               COMPUTE WS-GROWTH =
                   MB-BORR-INC-ACCR-ANNV2DT - PH-ACCRUED (PH-IDX)
               IF WS-GROWTH < 0
               AND WS-ANNIV-DATE > PH-ANNIV-DATE (PH-IDX)
                   ADD 1               TO RESET-CTR
                   MOVE 'ANNIV RESET'  TO WS-TAG
               ELSE
               IF WS-GROWTH NOT = MB-MONTHLY-BORR-ACCR-AMT
                   ADD 1               TO NOGROW-CTR
                   MOVE 'ACCRUAL MISS' TO WS-TAG.

       WRITE-ACCRUAL-LINE.
           MOVE MB-MONTHLY-BORR-ACCR-AMT TO WS-MONTHLY-DISP.
           MOVE MB-BORR-INC-ACCR-ANNV2DT TO WS-ACCRUED-DISP.
           IF PH-FOUND
               MOVE PH-ACCRUED (PH-IDX) TO WS-PRIOR-DISP
           ELSE
               MOVE 0                  TO WS-PRIOR-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING MB-CLIENT             DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-RPT-ACCOUNT        DELIMITED BY SIZE
                  '  MONTHLY '          DELIMITED BY SIZE
                  WS-MONTHLY-DISP       DELIMITED BY SIZE
                  '  PRIOR '            DELIMITED BY SIZE
                  WS-PRIOR-DISP         DELIMITED BY SIZE
                  '  ACCRUED '          DELIMITED BY SIZE
                  WS-ACCRUED-DISP       DELIMITED BY SIZE
                  '  ANNIV '            DELIMITED BY SIZE
                  WS-ANNIV-DATE         DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-TAG                DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

      *
      * an anniversary inside the next 60 days goes on the list;
      * 90 or more days delinquent at that point loses good standing
      * and the incentive is forfeited
      *
       CHECK-ANNIVERSARY.
           IF WS-ANNIV-DATE = 0
               GO TO CHECK-ANNIVERSARY-EXIT.
           COMPUTE WS-ANNIV-DAYS =
               (WS-ANNIV-YYYY * 360) + (WS-ANNIV-MM * 30)
             + WS-ANNIV-DD.
           COMPUTE WS-DAYS-TO-ANNIV = WS-ANNIV-DAYS - WS-CURR-DAYS.
           IF WS-DAYS-TO-ANNIV < 0 OR WS-DAYS-TO-ANNIV > 60
               GO TO CHECK-ANNIVERSARY-EXIT.
           IF WS-AN-COUNT NOT < 50000
               DISPLAY '!!!! ANNIVERSARY TABLE FULL AT 50000 - STOP'
                   UPON CRT AT 2301
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ADD 1                       TO ANNIV-CTR.
           ADD 1                       TO WS-AN-COUNT.
           SET AN-IDX TO WS-AN-COUNT.
           IF MB-DELQ-DAYS NOT < 90
               ADD 1                   TO FORFEIT-CTR
               MOVE 'Y'                TO AN-FORFEIT-SW (AN-IDX)
           ELSE
               MOVE 'N'                TO AN-FORFEIT-SW (AN-IDX).
           MOVE WS-DAYS-TO-ANNIV       TO WS-DAYS-DISP.
           MOVE MB-DELQ-DAYS           TO WS-DELQ-DISP.
           MOVE MB-BORR-INC-ACCR-ANNV2DT TO WS-ACCRUED-DISP.
           MOVE SPACES                 TO AN-LINE (AN-IDX).
           STRING MB-CLIENT             DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-RPT-ACCOUNT        DELIMITED BY SIZE
                  '  ANNIV '            DELIMITED BY SIZE
                  WS-ANNIV-DATE         DELIMITED BY SIZE
                  '  IN '               DELIMITED BY SIZE
                  WS-DAYS-DISP          DELIMITED BY SIZE
                  ' DAYS  ACCRUED '     DELIMITED BY SIZE
                  WS-ACCRUED-DISP       DELIMITED BY SIZE
                  '  DAYS DELQ '        DELIMITED BY SIZE
                  WS-DELQ-DISP          DELIMITED BY SIZE
               INTO AN-LINE (AN-IDX).
       CHECK-ANNIVERSARY-EXIT.
           EXIT.

       WRITE-CLIENT-TOTAL.
           MOVE WS-CLIENT-LOANS        TO WS-CTR-DISP.
           MOVE WS-CLIENT-MONTHLY      TO WS-TOTAL-DISP.
           MOVE WS-CLIENT-ACCRUED      TO WS-TOTAL2-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING WS-PRIOR-CLIENT       DELIMITED BY SIZE
                  '  CLIENT TOTAL  LOANS ' DELIMITED BY SIZE
                  WS-CTR-DISP           DELIMITED BY SIZE
                  '  MONTHLY '          DELIMITED BY SIZE
                  WS-TOTAL-DISP         DELIMITED BY SIZE
                  '  ACCRUED '          DELIMITED BY SIZE
                  WS-TOTAL2-DISP        DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.

       WRITE-ANNIVERSARY-LIST.
           MOVE 'GOOD STANDING - INCENTIVE PAYABLE AT ANNIVERSARY'
                                       TO ANV-REC.
           WRITE ANV-REC.
           PERFORM WRITE-GOOD-STANDING-LINE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-AN-COUNT.
           MOVE SPACES                 TO ANV-REC.
           WRITE ANV-REC.
           MOVE 'FORFEIT - 90 OR MORE DAYS DELINQUENT'
                                       TO ANV-REC.
           WRITE ANV-REC.
           PERFORM WRITE-FORFEIT-LINE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-AN-COUNT.

       WRITE-GOOD-STANDING-LINE.
           IF AN-FORFEIT-SW (WS-SUB) = 'N'
               MOVE SPACES             TO ANV-REC
               MOVE AN-LINE (WS-SUB)   TO ANV-REC
               WRITE ANV-REC.

       WRITE-FORFEIT-LINE.
           IF AN-FORFEIT-SW (WS-SUB) = 'Y'
               MOVE SPACES             TO ANV-REC
               MOVE AN-LINE (WS-SUB)   TO ANV-REC
               WRITE ANV-REC.

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

       VERIFY-CONTROL-TRAILER.
           IF NOT TRAILER-SEEN
               DISPLAY 'NO CONTROL TRAILER ON EXTRACT - COUNTS'
                   UPON CRT AT 2101
               DISPLAY 'UNVERIFIED (PRE-TRAILER FILE?)'
                   UPON CRT AT 2201
               MOVE 4                  TO RETURN-CODE
           ELSE
           IF WS-TRL-COUNT NOT = REC-CTR
           OR WS-TRL-HASH-AMT NOT = WS-RUN-HASH-AMT
           OR WS-TRL-HASH-ACCT NOT = WS-RUN-HASH-ACCT
               DISPLAY '!!!! CONTROL TRAILER MISMATCH - PARTIAL OR'
                   UPON CRT AT 2101
               DISPLAY '!!!!   ALTERED .SET FILE - DO NOT PROCESS'
                   UPON CRT AT 2201
               MOVE 12                 TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.

       END-RTN.
           IF WS-PRIOR-CLIENT NOT = SPACES
               PERFORM WRITE-CLIENT-TOTAL.
           PERFORM WRITE-ANNIVERSARY-LIST.
           DISPLAY 'FINAL TOTALS FOR HAMPINC1' UPON CRT AT 0915.
           DISPLAY REC-CTR  'EXTRACT RECORDS READ       =' UPON CRT
               AT 1125.
           DISPLAY HAMP-CTR 'HAMP LOANS ACCRUING       =' UPON CRT
               AT 1225.
           DISPLAY NOGROW-CTR 'ACCRUAL DID NOT GROW     =' UPON CRT
               AT 1325.
           DISPLAY RESET-CTR 'ANNIVERSARY RESETS        =' UPON CRT
               AT 1425.
           DISPLAY ANNIV-CTR 'ANNIVERSARY IN 60 DAYS    =' UPON CRT
               AT 1525.
           DISPLAY FORFEIT-CTR 'FORFEITING - 90+ DELQ    =' UPON CRT
               AT 1625.
           PERFORM VERIFY-CONTROL-TRAILER.
           IF NOGROW-CTR NOT = 0 AND RETURN-CODE < 4
               MOVE 4                  TO RETURN-CODE.
           CLOSE IN1-FILE.
           CLOSE CUR-FILE.
           CLOSE OUT-FILE.
           CLOSE ANV-FILE.
           STOP RUN.
