      * (one line per client per charge type: quantity, rate,
      * extended amount) and a one-line-per-client summary.  a
      * disputed invoice now reconciles to a proven piece count
      * instead of to a spreadsheet formula.  on the month's closing
      * run SLATRK1's credit-exposure file is named as well, and each
      * client's SLA penalty credit is taken off its invoice
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SELECT RTC-FILE  ASSIGN TO DYNAMIC RTC-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS RTC-STATUS.
      * SLATRK1's monthly SLA credit-exposure file - optional, and
      * named only on the run that closes the month so the credit
      * is taken once; keyed the same way as the rate card
           SELECT CRD-FILE  ASSIGN TO DYNAMIC CRD-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS CRD-STATUS.
      * invoice detail - one line per client per charge type
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
           05  RTC-REC-INSERT-RATE     PIC 9(3)V99.
           05  RTC-REC-EBILL-RATE      PIC 9(3)V99.

       FD  CRD-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CRD-REC.
       01  CRD-REC.
           05  CRD-REC-MONTH           PIC 9(6).
           05  CRD-REC-CLIENT          PIC X(4).
           05  CRD-REC-BREACHES        PIC 9(3).
           05  CRD-REC-AMOUNT          PIC 9(7)V99.
           05  FILLER                  PIC X(18).

       FD OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
               10 SUM-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 SUM-NAME             PIC X(64).
           05  CRD-PATH.
               10 CRD-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 CRD-NAME             PIC X(64).
           05  CRD-STATUS              PIC X(2)  VALUE SPACES.
           05  CRD-EOF-SW              PIC 9(1)  VALUE 0.
           05  CRD-CTR                 PIC 9(7)  VALUE 0.
           05  CRD-APPLIED-CTR         PIC 9(7)  VALUE 0.
           05  CRD-UNAPPLIED-CTR       PIC 9(7)  VALUE 0.
           05  WS-CRD-COUNT            PIC S9(4) COMP VALUE 0.
           05  WS-CRD-SUB              PIC S9(4) COMP VALUE 0.
           05  WS-CREDIT-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-CRD-DISP             PIC Z,ZZZ,ZZ9.99-.
           05  WS-BRCH-DISP            PIC ZZ9.
           05  RTC-PATH                PIC X(40)
               VALUE '/users/public/ratecard.tab'.
           05  RTC-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-QTY-DISP             PIC ZZZZZZ9.
           05  WS-RATE-DISP            PIC ZZ9.99.
           05  WS-AMT-DISP             PIC Z,ZZZ,ZZ9.99.
           05  WS-TOT-DISP             PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-CHARGE-DESC          PIC X(18) VALUE SPACES.
           05  WS-CURRENT-DATE         PIC 9(8)  VALUE 0.

               10  INV-INSERT-QTY      PIC 9(7).
               10  INV-EBILL-QTY       PIC 9(7).
       77  WS-INV-COUNT                PIC S9(4) COMP VALUE 0.

      *
      * SLA penalty credits for the month, marked off as each is
      * applied to a client's invoice
      *
       01  SLA-CREDIT-TABLE.
           05  CRD-ENTRY OCCURS 100 TIMES INDEXED BY CRD-IDX.
               10  CRD-MONTH           PIC 9(6).
               10  CRD-CLIENT          PIC X(4).
               10  CRD-BREACHES        PIC 9(3).
               10  CRD-AMOUNT          PIC 9(7)V99.
               10  CRD-APPLIED-SW      PIC X(1).
      *
       PROCEDURE DIVISION.
      *
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME EBL-NAME OUT-NAME SUM-NAME CRD-NAME.
           DISPLAY '* * * * B E G I N   I N V O I C E 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR OUT-NAME = SPACES
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
           CLOSE IN1-FILE.
           PERFORM COUNT-EBILL-DELIVERIES THRU COUNT-EBILL-EXIT.
           PERFORM LOAD-SLA-CREDITS THRU LOAD-SLA-CREDITS-EXIT.
           OPEN OUTPUT OUT-FILE.
           OPEN OUTPUT SUM-FILE.
           PERFORM WRITE-INVOICE-LINES.
           PERFORM REPORT-UNAPPLIED-CREDITS.
           PERFORM END-RTN.

       LOAD-RATECARD-TABLE.
           IF EBL-EOF-SW = 0
               ADD 1                   TO EBL-CTR.

      *
      * a credit file named but not readable is a month-end credit
      * that would silently go untaken - the run stops
      *
       LOAD-SLA-CREDITS.
           IF CRD-NAME = SPACES
               GO TO LOAD-SLA-CREDITS-EXIT.
           OPEN INPUT CRD-FILE.
           IF CRD-STATUS NOT = '00'
               DISPLAY '!!!! SLA CREDIT FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY CRD-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM UNTIL CRD-EOF-SW = 1
               READ CRD-FILE
                   AT END MOVE 1       TO CRD-EOF-SW
                   NOT AT END
                       ADD 1           TO CRD-CTR
                       IF WS-CRD-COUNT < 100
                       AND CRD-REC-AMOUNT NUMERIC
                           ADD 1       TO WS-CRD-COUNT
                           SET CRD-IDX TO WS-CRD-COUNT
                           MOVE CRD-REC-MONTH
                               TO CRD-MONTH (CRD-IDX)
                           MOVE CRD-REC-CLIENT
                               TO CRD-CLIENT (CRD-IDX)
                           MOVE CRD-REC-BREACHES
                               TO CRD-BREACHES (CRD-IDX)
                           MOVE CRD-REC-AMOUNT
                               TO CRD-AMOUNT (CRD-IDX)
                           MOVE 'N'    TO CRD-APPLIED-SW (CRD-IDX)
                       ELSE
                           ADD 1       TO CRD-UNAPPLIED-CTR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CRD-FILE.
       LOAD-SLA-CREDITS-EXIT.
           EXIT.

       WRITE-INVOICE-LINES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-INV-COUNT
           MOVE INV-EBILL-QTY (INV-IDX) TO WS-QTY-DISP.
           MOVE RTC-EBILL-RATE (RTC-IDX) TO WS-RATE-DISP.
           PERFORM WRITE-DETAIL-LINE.
           PERFORM APPLY-SLA-CREDIT
               VARYING WS-CRD-SUB FROM 1 BY 1
               UNTIL WS-CRD-SUB > WS-CRD-COUNT.
           ADD WS-CLIENT-TOTAL         TO WS-GRAND-TOTAL.
           MOVE WS-CLIENT-TOTAL        TO WS-TOT-DISP.
           MOVE SPACES                 TO SUM-REC.
       WRITE-ONE-CLIENT-EXIT.
           EXIT.

       APPLY-SLA-CREDIT.
           SET CRD-IDX TO WS-CRD-SUB.
           IF CRD-CLIENT (CRD-IDX) = INV-CLIENT (INV-IDX)
           AND CRD-APPLIED-SW (CRD-IDX) = 'N'
               MOVE 'Y'                TO CRD-APPLIED-SW (CRD-IDX)
               ADD 1                   TO CRD-APPLIED-CTR
               SUBTRACT CRD-AMOUNT (CRD-IDX) FROM WS-CLIENT-TOTAL
               ADD CRD-AMOUNT (CRD-IDX) TO WS-CREDIT-TOTAL
               COMPUTE WS-CHARGE-AMT = 0 - CRD-AMOUNT (CRD-IDX)
               MOVE WS-CHARGE-AMT      TO WS-CRD-DISP
               MOVE CRD-BREACHES (CRD-IDX) TO WS-BRCH-DISP
               MOVE SPACES             TO OUT-REC
               STRING INV-CLIENT (INV-IDX) DELIMITED BY SIZE
                      '  SLA CREDIT '   DELIMITED BY SIZE
                      CRD-MONTH (CRD-IDX) DELIMITED BY SIZE
                      '  BREACHES '     DELIMITED BY SIZE
                      WS-BRCH-DISP      DELIMITED BY SIZE
                      '  EXT '          DELIMITED BY SIZE
                      WS-CRD-DISP       DELIMITED BY SIZE
                   INTO OUT-REC
               WRITE OUT-REC.

      *
      * a credit for a client with nothing priced this run cannot
      * come off an invoice - it is listed for the billing analyst
      * to carry by hand
      *
       REPORT-UNAPPLIED-CREDITS.
           PERFORM VARYING WS-CRD-SUB FROM 1 BY 1
                   UNTIL WS-CRD-SUB > WS-CRD-COUNT
               SET CRD-IDX TO WS-CRD-SUB
               IF CRD-APPLIED-SW (CRD-IDX) = 'N'
                   ADD 1               TO CRD-UNAPPLIED-CTR
                   MOVE CRD-AMOUNT (CRD-IDX) TO WS-CRD-DISP
                   MOVE SPACES         TO OUT-REC
                   STRING CRD-CLIENT (CRD-IDX) DELIMITED BY SIZE
                          '  SLA CREDIT '   DELIMITED BY SIZE
                          CRD-MONTH (CRD-IDX) DELIMITED BY SIZE
                          ' '           DELIMITED BY SIZE
                          WS-CRD-DISP   DELIMITED BY SIZE
                          '  NOT APPLIED - NO PRICED INVOICE'
                                        DELIMITED BY SIZE
                       INTO OUT-REC
                   WRITE OUT-REC
               END-IF
           END-PERFORM.

       FIND-RATECARD-ENTRY.
           MOVE 'N'                 TO RTC-FOUND-SW.
           IF WS-RTC-COUNT > 0
           MOVE WS-GRAND-TOTAL         TO WS-TOT-DISP.
           DISPLAY WS-TOT-DISP 'CYCLE INVOICE TOTAL' UPON CRT
               AT 1325.
           IF CRD-CTR NOT = 0
               MOVE WS-CREDIT-TOTAL    TO WS-TOT-DISP
               DISPLAY WS-TOT-DISP 'SLA CREDITS APPLIED' UPON CRT
                   AT 1525
               DISPLAY CRD-UNAPPLIED-CTR 'SLA CREDITS NOT APPLIED'
                   UPON CRT AT 1625.
           IF NORATE-CTR NOT = 0
               DISPLAY NORATE-CTR 'CLIENTS WITH NO RATE CARD' UPON CRT
                   AT 1425
               MOVE 8                  TO RETURN-CODE
           ELSE
           IF CRD-UNAPPLIED-CTR NOT = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE OUT-FILE.
