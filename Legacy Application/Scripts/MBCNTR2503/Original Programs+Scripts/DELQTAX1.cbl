       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DELQTAX1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * delinquent property-tax monitoring for non-escrowed loans -
      * a loan with no MB-COUNTY-TAX or MB-CITY-TAX escrow never
      * shows up on an escrow report, and a tax sale on that
      * property wipes out the client's lien.  this step loads the
      * tax-service vendor's delinquent-tax file, then walks the
      * cycle's .set:
      *   non-escrowed loan with a vendor record - an escrow-
      *     establishment / tax-advance candidate record goes to the
      *     candidate file with the delinquent amount, the tax-sale
      *     date and the property address.  type A (advance) when
      *     the sale is inside the imminent window or already past,
      *     type E (establish escrow) otherwise
      *   escrowed loan with a vendor record - we were supposed to
      *     pay that tax, so our own disbursement failed; listed on
      *     the report
      * vendor records for a client on the .set that match no loan
      * are listed too, and the report closes with each client's
      * total exposure
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
      * the tax-service vendor's delinquent-tax file
           SELECT VND-FILE  ASSIGN TO DYNAMIC VND-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS VND-STATUS.
      * escrow-establishment / tax-advance candidates
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * exceptions and client exposure report
           SELECT RPT-FILE ASSIGN TO DYNAMIC RPT-PATH
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
      * vendor delinquent-tax record - one per parcel and tax year;
      * a loan can carry more than one (county and city, or two
      * delinquent years)
      *
       FD VND-FILE
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS VND-REC.
       01 VND-REC.
           05  VND-CLIENT              PIC X(4).
           05  VND-ACCOUNT             PIC 9(13).
           05  VND-PARCEL              PIC X(20).
           05  VND-TAX-YEAR            PIC 9(4).
           05  VND-JURISDICTION        PIC X(30).
           05  VND-DELQ-AMT            PIC 9(9)V99.
           05  VND-SALE-DATE           PIC 9(8).
           05  FILLER                  PIC X(60).
      *
      * candidate record - one per matched vendor record on a
      * non-escrowed loan
      *
       FD OUT-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CAND-REC.
       01 CAND-REC.
           05  CAND-CLIENT             PIC X(4).
           05  CAND-ACCOUNT            PIC 9(13).
           05  CAND-TYPE               PIC X(1).
           05  CAND-PARCEL             PIC X(20).
           05  CAND-TAX-YEAR           PIC 9(4).
           05  CAND-JURISDICTION       PIC X(30).
           05  CAND-DELQ-AMT           PIC 9(9)V99.
           05  CAND-SALE-DATE          PIC 9(8).
           05  CAND-DAYS-TO-SALE       PIC S9(5)
                   SIGN LEADING SEPARATE.
           05  CAND-BILL-NAME          PIC X(60).
           05  CAND-PROP-STREET        PIC X(50).
           05  CAND-PROP-CITY          PIC X(30).
           05  CAND-PROP-STATE         PIC X(2).
           05  CAND-PROP-ZIP-5         PIC X(5).
           05  CAND-PROP-ZIP-4         PIC X(4).
           05  CAND-RUN-DATE           PIC 9(8).
           05  FILLER                  PIC X(44).

       FD RPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RPT-REC.
       01 RPT-REC                      PIC X(132).
      *
       WORKING-STORAGE SECTION.

       01  VARIABLES.
           05  IN1-PATH.
               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 IN1-NAME             PIC X(64).
           05  VND-PATH.
               10 VND-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 VND-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  RPT-PATH.
               10 RPT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 RPT-NAME             PIC X(64).
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  VND-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  VND-CTR                 PIC 9(7)  VALUE 0.
           05  VND-DROP-CTR            PIC 9(7)  VALUE 0.
           05  NONESC-CTR              PIC 9(7)  VALUE 0.
           05  CAND-CTR                PIC 9(7)  VALUE 0.
           05  ADVANCE-CTR             PIC 9(7)  VALUE 0.
           05  ESCFAIL-CTR             PIC 9(7)  VALUE 0.
           05  UNMATCH-CTR             PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  VND-EOF-SW              PIC 9(1)  VALUE 0.
           05  ESCROWED-SW             PIC X(1)  VALUE 'N'.
               88  ESCROWED-LOAN                 VALUE 'Y'.
           05  VT-MORE-SW              PIC X(1)  VALUE 'N'.
               88  VT-MORE                       VALUE 'Y'.
           05  CL-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  CL-FOUND                      VALUE 'Y'.
      * a sale this close (or already past) makes the candidate a
      * tax advance rather than an escrow set-up
           05  WS-IMMINENT-DAYS        PIC S9(5) COMP-3 VALUE 60.
           05  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           05  WS-RUN-DAYS             PIC S9(9) COMP-3 VALUE 0.
           05  WS-DAYS-TO-SALE         PIC S9(9) COMP-3 VALUE 0.
           05  WS-CLIENT               PIC X(4)  VALUE SPACES.
           05  WS-ACCOUNT              PIC 9(13) VALUE 0.
           05  WS-RPT-ACCOUNT          PIC 9(13) VALUE 0.
           05  WS-AMT-DISP             PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-TOT-DISP             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-CNT-DISP             PIC ZZZ,ZZ9.
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
           05  WS-CUM-DAYS-X           PIC X(36)
               VALUE '000031059090120151181212243273304334'.
           05  WS-CUM-DAYS-TBL REDEFINES WS-CUM-DAYS-X.
               10  WS-CUM-DAYS         PIC 9(3) OCCURS 12 TIMES.

       01  WS-HEAD-1.
           05  FILLER                  PIC X(40)
               VALUE 'DELINQUENT PROPERTY TAX - NON-ESCROWED L'.
           05  FILLER                  PIC X(17)
               VALUE 'OAN MONITOR  RUN '.
           05  WS-HEAD-DATE            PIC 9(8).
           05  FILLER                  PIC X(67) VALUE SPACES.

      *
      * the vendor file, held whole; VT-HIT-SW marks the records a
      * loan on the .set claimed
      *
       01  VNDTAX-TABLE.
           05  VT-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-VT-COUNT
                   INDEXED BY VT-IDX.
               10  VT-CLIENT           PIC X(4).
               10  VT-ACCOUNT          PIC 9(13).
               10  VT-PARCEL           PIC X(20).
               10  VT-TAX-YEAR         PIC 9(4).
               10  VT-JURISDICTION     PIC X(30).
               10  VT-DELQ-AMT         PIC 9(9)V99.
               10  VT-SALE-DATE        PIC 9(8).
               10  VT-HIT-SW           PIC X(1).
       77  WS-VT-COUNT                 PIC S9(8) COMP VALUE 0.

      *
      * exposure by client - the clients seen on the .set
      *
       01  CLIENT-TABLE.
           05  CL-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CL-COUNT
                   INDEXED BY CL-IDX.
               10  CL-CLIENT           PIC X(4).
               10  CL-CAND-CNT         PIC 9(7).
               10  CL-CAND-AMT         PIC 9(11)V99.
               10  CL-ADV-CNT          PIC 9(7).
               10  CL-ADV-AMT          PIC 9(11)V99.
               10  CL-FAIL-CNT         PIC 9(7).
               10  CL-FAIL-AMT         PIC 9(11)V99.
               10  CL-UNM-CNT          PIC 9(7).
               10  CL-UNM-AMT          PIC 9(11)V99.
       77  WS-CL-COUNT                 PIC S9(4) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME VND-NAME OUT-NAME RPT-NAME.
           DISPLAY '* * * * B E G I N   D E L Q T A X 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR VND-NAME = SPACES
           OR OUT-NAME = SPACES OR RPT-NAME = SPACES
               DISPLAY '!!!! ENTER SET FILE, VENDOR TAX FILE,'
                   UPON CRT AT 2301
               DISPLAY '!!!!   CANDIDATE FILE AND REPORT FILE'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE            TO WS-DN-DATE-N.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE WS-DN-DAYS             TO WS-RUN-DAYS.
           OPEN INPUT VND-FILE.
           IF VND-STATUS NOT = '00'
               DISPLAY '!!!! VENDOR TAX FILE NOT FOUND OR NOT'
                   UPON CRT AT 2301
               DISPLAY VND-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM READ-VND-REC.
           PERFORM LOAD-VNDTAX-TABLE UNTIL VND-EOF-SW = 1.
           CLOSE VND-FILE.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! SET FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT OUT-FILE.
           OPEN OUTPUT RPT-FILE.
           MOVE WS-RUN-DATE            TO WS-HEAD-DATE.
           WRITE RPT-REC FROM WS-HEAD-1.
           MOVE SPACES                 TO RPT-REC.
           WRITE RPT-REC.
           PERFORM READ-SET-REC.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
           PERFORM LIST-UNMATCHED-VENDOR.
           PERFORM WRITE-EXPOSURE-SUMMARY.
           PERFORM END-RTN.

       READ-VND-REC.
           READ VND-FILE AT END MOVE 1 TO VND-EOF-SW.
           IF VND-EOF-SW = 0
               ADD 1                   TO VND-CTR.

       LOAD-VNDTAX-TABLE.
           IF VND-DELQ-AMT NOT NUMERIC OR VND-ACCOUNT NOT NUMERIC
           OR WS-VT-COUNT NOT < 50000
               ADD 1                   TO VND-DROP-CTR
           ELSE
               ADD 1                   TO WS-VT-COUNT
               SET VT-IDX TO WS-VT-COUNT
               MOVE VND-CLIENT         TO VT-CLIENT (VT-IDX)
               MOVE VND-ACCOUNT        TO VT-ACCOUNT (VT-IDX)
               MOVE VND-PARCEL         TO VT-PARCEL (VT-IDX)
               MOVE VND-TAX-YEAR       TO VT-TAX-YEAR (VT-IDX)
               MOVE VND-JURISDICTION   TO VT-JURISDICTION (VT-IDX)
               MOVE VND-DELQ-AMT       TO VT-DELQ-AMT (VT-IDX)
               IF VND-SALE-DATE NUMERIC
                   MOVE VND-SALE-DATE  TO VT-SALE-DATE (VT-IDX)
               ELSE
                   MOVE 0              TO VT-SALE-DATE (VT-IDX)
               END-IF
               MOVE 'N'                TO VT-HIT-SW (VT-IDX).
           PERFORM READ-VND-REC.

       READ-SET-REC.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               IF MB-CLIENT = '9999'
                   GO TO READ-SET-REC
               ELSE
                   ADD 1               TO REC-CTR.

      *
      * a loan can match several vendor records - the SEARCH picks
      * up from the entry after the last hit until it runs off the
      * end of the table
      *
       001-MAIN.
           MOVE MB-CLIENT              TO WS-CLIENT.
           MOVE MB-ACCOUNT             TO WS-ACCOUNT.
           PERFORM FIND-CLIENT-ENTRY.
           IF MB-COUNTY-TAX = 0 AND MB-CITY-TAX = 0
               MOVE 'N'                TO ESCROWED-SW
               ADD 1                   TO NONESC-CTR
           ELSE
               MOVE 'Y'                TO ESCROWED-SW.
           IF WS-VT-COUNT = 0
               PERFORM READ-SET-REC
               GO TO 001-MAIN-EXIT.
           SET VT-IDX TO 1.
           MOVE 'Y'                    TO VT-MORE-SW.
           PERFORM UNTIL NOT VT-MORE
               SEARCH VT-ENTRY
                   AT END
                       MOVE 'N'        TO VT-MORE-SW
                   WHEN VT-CLIENT (VT-IDX) = WS-CLIENT
                    AND VT-ACCOUNT (VT-IDX) = WS-ACCOUNT
                       MOVE 'Y'        TO VT-HIT-SW (VT-IDX)
                       IF ESCROWED-LOAN
                           PERFORM WRITE-ESCFAIL-LINE
                       ELSE
                           PERFORM WRITE-CANDIDATE
                       END-IF
                       IF VT-IDX < WS-VT-COUNT
                           SET VT-IDX UP BY 1
                       ELSE
                           MOVE 'N'    TO VT-MORE-SW
                       END-IF
               END-SEARCH
           END-PERFORM.
           PERFORM READ-SET-REC.
       001-MAIN-EXIT.
           EXIT.

       FIND-CLIENT-ENTRY.
           MOVE 'N'                    TO CL-FOUND-SW.
           IF WS-CL-COUNT > 0
               SET CL-IDX TO 1
               SEARCH CL-ENTRY
                   AT END
                       MOVE 'N'        TO CL-FOUND-SW
                   WHEN CL-CLIENT (CL-IDX) = WS-CLIENT
                       MOVE 'Y'        TO CL-FOUND-SW
               END-SEARCH.
           IF NOT CL-FOUND AND WS-CL-COUNT < 500
               ADD 1                   TO WS-CL-COUNT
               SET CL-IDX TO WS-CL-COUNT
               MOVE WS-CLIENT          TO CL-CLIENT (CL-IDX)
               MOVE 0                  TO CL-CAND-CNT (CL-IDX)
                                          CL-CAND-AMT (CL-IDX)
                                          CL-ADV-CNT (CL-IDX)
                                          CL-ADV-AMT (CL-IDX)
                                          CL-FAIL-CNT (CL-IDX)
                                          CL-FAIL-AMT (CL-IDX)
                                          CL-UNM-CNT (CL-IDX)
                                          CL-UNM-AMT (CL-IDX)
               MOVE 'Y'                TO CL-FOUND-SW.

      *
      * days to sale against the run date; no sale date on the
      * vendor record leaves it at zero and an escrow set-up
      *
       WRITE-CANDIDATE.
           ADD 1                       TO CAND-CTR.
           MOVE SPACES                 TO CAND-REC.
           MOVE WS-CLIENT              TO CAND-CLIENT.
           MOVE WS-ACCOUNT             TO CAND-ACCOUNT.
           MOVE VT-PARCEL (VT-IDX)     TO CAND-PARCEL.
           MOVE VT-TAX-YEAR (VT-IDX)   TO CAND-TAX-YEAR.
           MOVE VT-JURISDICTION (VT-IDX) TO CAND-JURISDICTION.
           MOVE VT-DELQ-AMT (VT-IDX)   TO CAND-DELQ-AMT.
           MOVE VT-SALE-DATE (VT-IDX)  TO CAND-SALE-DATE.
           MOVE 'E'                    TO CAND-TYPE.
           MOVE 0                      TO WS-DAYS-TO-SALE.
           IF VT-SALE-DATE (VT-IDX) NOT = 0
               MOVE VT-SALE-DATE (VT-IDX) TO WS-DN-DATE-N
               PERFORM COMPUTE-DAY-NUMBER
               COMPUTE WS-DAYS-TO-SALE = WS-DN-DAYS - WS-RUN-DAYS
               IF WS-DAYS-TO-SALE NOT > WS-IMMINENT-DAYS
                   MOVE 'A'            TO CAND-TYPE.
           MOVE WS-DAYS-TO-SALE        TO CAND-DAYS-TO-SALE.
           MOVE MB-BILL-NAME           TO CAND-BILL-NAME.
           MOVE MB-PROPERTY-STREET     TO CAND-PROP-STREET.
           MOVE MB-PROPERTY-CITY       TO CAND-PROP-CITY.
           MOVE MB-PROPERTY-STATE      TO CAND-PROP-STATE.
           MOVE MB-PROPERTY-ZIP-5      TO CAND-PROP-ZIP-5.
           MOVE MB-PROPERTY-ZIP-4      TO CAND-PROP-ZIP-4.
           MOVE WS-RUN-DATE            TO CAND-RUN-DATE.
           WRITE CAND-REC.
           ADD 1                       TO CL-CAND-CNT (CL-IDX).
           ADD VT-DELQ-AMT (VT-IDX)    TO CL-CAND-AMT (CL-IDX).
           IF CAND-TYPE = 'A'
               ADD 1                   TO ADVANCE-CTR
               ADD 1                   TO CL-ADV-CNT (CL-IDX)
               ADD VT-DELQ-AMT (VT-IDX) TO CL-ADV-AMT (CL-IDX).

       WRITE-ESCFAIL-LINE.
           ADD 1                       TO ESCFAIL-CTR.
           ADD 1                       TO CL-FAIL-CNT (CL-IDX).
           ADD VT-DELQ-AMT (VT-IDX)    TO CL-FAIL-AMT (CL-IDX).
           MOVE WS-ACCOUNT             TO WS-RPT-ACCOUNT.
           MOVE VT-DELQ-AMT (VT-IDX)   TO WS-AMT-DISP.
           MOVE SPACES                 TO RPT-REC.
           STRING WS-CLIENT             DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-RPT-ACCOUNT        DELIMITED BY SIZE
                  '  ESCROWED - DISB FAILED  ' DELIMITED BY SIZE
                  VT-PARCEL (VT-IDX)    DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  VT-TAX-YEAR (VT-IDX)  DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-AMT-DISP           DELIMITED BY SIZE
                  ' SALE '              DELIMITED BY SIZE
                  VT-SALE-DATE (VT-IDX) DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  VT-JURISDICTION (VT-IDX) (1:20) DELIMITED BY SIZE
               INTO RPT-REC.
           WRITE RPT-REC.

      *
      * vendor records nobody on the .set claimed - only for the
      * clients this .set carries, the vendor file may hold others
      *
       LIST-UNMATCHED-VENDOR.
           PERFORM VARYING VT-IDX FROM 1 BY 1
                   UNTIL VT-IDX > WS-VT-COUNT
               IF VT-HIT-SW (VT-IDX) = 'N'
                   MOVE VT-CLIENT (VT-IDX) TO WS-CLIENT
                   SET CL-IDX TO 1
                   SEARCH CL-ENTRY
                       AT END CONTINUE
                       WHEN CL-CLIENT (CL-IDX) = WS-CLIENT
                           PERFORM WRITE-UNMATCHED-LINE
                   END-SEARCH
               END-IF
           END-PERFORM.

       WRITE-UNMATCHED-LINE.
           ADD 1                       TO UNMATCH-CTR.
           ADD 1                       TO CL-UNM-CNT (CL-IDX).
           ADD VT-DELQ-AMT (VT-IDX)    TO CL-UNM-AMT (CL-IDX).
           MOVE VT-ACCOUNT (VT-IDX)    TO WS-RPT-ACCOUNT.
           MOVE VT-DELQ-AMT (VT-IDX)   TO WS-AMT-DISP.
           MOVE SPACES                 TO RPT-REC.
           STRING WS-CLIENT             DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-RPT-ACCOUNT        DELIMITED BY SIZE
                  '  NOT ON SET              ' DELIMITED BY SIZE
                  VT-PARCEL (VT-IDX)    DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  VT-TAX-YEAR (VT-IDX)  DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-AMT-DISP           DELIMITED BY SIZE
                  ' SALE '              DELIMITED BY SIZE
                  VT-SALE-DATE (VT-IDX) DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  VT-JURISDICTION (VT-IDX) (1:20) DELIMITED BY SIZE
               INTO RPT-REC.
           WRITE RPT-REC.

      *
      * client exposure - the delinquent tax standing against
      * non-escrowed loans (advances due inside the window broken
      * out), what our own escrow failed to pay, and what the
      * vendor holds that we could not place
      *
       WRITE-EXPOSURE-SUMMARY.
           MOVE SPACES                 TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'CLIENT EXPOSURE' TO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > WS-CL-COUNT
               MOVE CL-CAND-CNT (CL-IDX) TO WS-CNT-DISP
               MOVE CL-CAND-AMT (CL-IDX) TO WS-TOT-DISP
               MOVE SPACES             TO RPT-REC
               STRING CL-CLIENT (CL-IDX) DELIMITED BY SIZE
                      '  NON-ESCROWED DELINQUENT  ' DELIMITED BY SIZE
                      WS-CNT-DISP       DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WS-TOT-DISP       DELIMITED BY SIZE
                   INTO RPT-REC
               WRITE RPT-REC
               MOVE CL-ADV-CNT (CL-IDX) TO WS-CNT-DISP
               MOVE CL-ADV-AMT (CL-IDX) TO WS-TOT-DISP
               MOVE SPACES             TO RPT-REC
               STRING CL-CLIENT (CL-IDX) DELIMITED BY SIZE
                      '    SALE IMMINENT/PAST     ' DELIMITED BY SIZE
                      WS-CNT-DISP       DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WS-TOT-DISP       DELIMITED BY SIZE
                   INTO RPT-REC
               WRITE RPT-REC
               MOVE CL-FAIL-CNT (CL-IDX) TO WS-CNT-DISP
               MOVE CL-FAIL-AMT (CL-IDX) TO WS-TOT-DISP
               MOVE SPACES             TO RPT-REC
               STRING CL-CLIENT (CL-IDX) DELIMITED BY SIZE
                      '  ESCROWED - DISB FAILED   ' DELIMITED BY SIZE
                      WS-CNT-DISP       DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WS-TOT-DISP       DELIMITED BY SIZE
                   INTO RPT-REC
               WRITE RPT-REC
               MOVE CL-UNM-CNT (CL-IDX) TO WS-CNT-DISP
               MOVE CL-UNM-AMT (CL-IDX) TO WS-TOT-DISP
               MOVE SPACES             TO RPT-REC
               STRING CL-CLIENT (CL-IDX) DELIMITED BY SIZE
                      '  VENDOR NOT ON SET        ' DELIMITED BY SIZE
                      WS-CNT-DISP       DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WS-TOT-DISP       DELIMITED BY SIZE
                   INTO RPT-REC
               WRITE RPT-REC
           END-PERFORM.

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
      * RC 8 when our own escrow let a tax go delinquent or a sale
      * is inside the window, RC 4 for escrow set-up candidates only
      *
       END-RTN.
           DISPLAY 'FINAL TOTALS FOR DELQTAX1' UPON CRT AT 0915.
           DISPLAY REC-CTR  'SET RECORDS READ          =' UPON CRT
               AT 1125.
           DISPLAY VND-CTR  'VENDOR RECORDS READ       =' UPON CRT
               AT 1225.
           DISPLAY VND-DROP-CTR 'VENDOR RECORDS DROPPED   =' UPON CRT
               AT 1325.
           DISPLAY NONESC-CTR 'NON-ESCROWED LOANS       =' UPON CRT
               AT 1425.
           DISPLAY CAND-CTR 'CANDIDATE RECORDS         =' UPON CRT
               AT 1525.
           DISPLAY ADVANCE-CTR 'TAX-ADVANCE CANDIDATES   =' UPON CRT
               AT 1625.
           DISPLAY ESCFAIL-CTR 'ESCROWED - DISB FAILED   =' UPON CRT
               AT 1725.
           DISPLAY UNMATCH-CTR 'VENDOR NOT ON SET        =' UPON CRT
               AT 1825.
           IF ESCFAIL-CTR NOT = 0 OR ADVANCE-CTR NOT = 0
               MOVE 8                  TO RETURN-CODE
           ELSE
           IF CAND-CTR NOT = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE IN1-FILE.
           CLOSE OUT-FILE.
           CLOSE RPT-FILE.
           STOP RUN.
