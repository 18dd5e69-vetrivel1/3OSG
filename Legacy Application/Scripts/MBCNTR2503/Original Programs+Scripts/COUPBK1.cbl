       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COUPBK1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * coupon-book production - coupon-book loans are exempt from
      * the periodic statement and until now their books came from
      * the servicer.  SETMB2000 diverts every loan whose coupon
      * request date falls in the cycle (and whose coupons are not
      * killed) to the .cpb instead of the .set; this step turns each
      * of those records into one 12-coupon book record: the mailing
      * block, then for each month the due date, the payment amount
      * and the OCR remittance scanline with its mod-10 check digit.
      * the scanline is built to the same contract as
      * BUILD-SCANLINE-FIELDS in SETMB2000 - client, account, the
      * coupon amount in cents, the coupon's due date as YYMMDD and
      * the check digit - so SCANVAL1 validates a book coupon exactly
      * as it does a statement coupon; the optional third file lists
      * every scanline written, one per line, in the layout SCANVAL1
      * reads.  the first coupon is the loan's next due date and each
      * later one is a month on, the due day held where the month is
      * long enough and otherwise the month's last day.  the book
      * file is logged to the transmission registry
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the cycle's coupon-book stream (.cpb) from SETMB2000
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS IN1-STATUS.
      * one 12-coupon book record per loan for the print vendor
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * every coupon scanline in SCANVAL1's input layout - optional
           SELECT SCN-FILE ASSIGN TO DYNAMIC SCN-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the permanent outbound transmission registry - one line
      * appended per file this step sends outside the building
           SELECT OPTIONAL XMITREG-FILE
                  ASSIGN TO DYNAMIC XMITREG-PATH
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
       FD OUT-FILE
           RECORD CONTAINS 1000 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BK-REC.
       01  BK-REC.
           05  BK-CLIENT               PIC X(4).
           05  BK-ACCOUNT              PIC 9(13).
           05  BK-NAME                 PIC X(60).
           05  BK-LINE-2               PIC X(60).
           05  BK-LINE-3               PIC X(60).
           05  BK-LINE-4               PIC X(60).
           05  BK-CITY                 PIC X(51).
           05  BK-STATE                PIC X(2).
           05  BK-ZIP-5                PIC X(5).
           05  BK-ZIP-4                PIC X(4).
           05  BK-COUPON-COUNT         PIC 9(2).
           05  BK-COUPON OCCURS 12 TIMES.
               10  BK-DUE-DATE         PIC 9(8).
               10  BK-PAYMENT-AMT      PIC 9(9)V99.
               10  BK-SCANLINE         PIC X(34).
           05  FILLER                  PIC X(43).
      *
       FD SCN-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SCN-REC.
       01  SCN-REC.
           05  SCN-SCANLINE            PIC X(34).
           05  FILLER                  PIC X(46).
      *
       FD  XMITREG-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS XR-REC.
       01  XR-REC.
           05  XR-DATE                  PIC 9(8).
           05  XR-TIME                  PIC 9(6).
           05  XR-PROGRAM               PIC X(10).
           05  XR-RECIPIENT             PIC X(12).
           05  XR-PURPOSE               PIC X(20).
           05  XR-FILE-NAME             PIC X(64).
           05  XR-REC-COUNT             PIC 9(9).
           05  XR-HASH                  PIC 9(15).
           05  XR-PII-CLASS             PIC X(1).
           05  XR-TIN-COUNT             PIC 9(9).
           05  FILLER                   PIC X(46).
      *
       WORKING-STORAGE SECTION.
      *
       01  VARIABLES.
           05  IN1-PATH.
               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 IN1-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  SCN-PATH.
               10 SCN-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 SCN-NAME             PIC X(64).
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  BOOK-CTR                PIC 9(7)  VALUE 0.
           05  COUPON-CTR              PIC 9(7)  VALUE 0.
           05  NODUE-CTR               PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  SCN-SW                  PIC X(1)  VALUE 'N'.
               88  SCN-WANTED                    VALUE 'Y'.
           05  WS-CPN                  PIC S9(4) COMP VALUE 0.
           05  XMITREG-PATH            PIC X(40)
               VALUE '/users/public/out/xmitreg.dat'.
           05  XMIT-DATE               PIC 9(8)  VALUE 0.
           05  XMIT-TIME-X             PIC X(8)  VALUE SPACES.
           05  XMIT-REC-CTR            PIC 9(9)  VALUE 0.
           05  XMIT-HASH               PIC 9(15) VALUE 0.
           05  XMIT-TIN-CTR            PIC 9(9)  VALUE 0.
      *
      * coupon due-date work fields - the running due date, the due
      * day the book was started on, and the month-length check
      *
           05  WS-DUE-DATE.
               10  WS-DUE-YYYY         PIC 9(4)  VALUE 0.
               10  WS-DUE-MM           PIC 9(2)  VALUE 0.
               10  WS-DUE-DD           PIC 9(2)  VALUE 0.
           05  WS-DUE-DATE-N REDEFINES WS-DUE-DATE
                                       PIC 9(8).
           05  WS-BASE-DD              PIC 9(2)  VALUE 0.
           05  WS-MONTH-DAYS           PIC 9(2)  VALUE 0.
           05  WS-LEAP-QUOT            PIC 9(4)  VALUE 0.
           05  WS-LEAP-REM4            PIC 9(3)  VALUE 0.
           05  WS-LEAP-REM100          PIC 9(3)  VALUE 0.
           05  WS-LEAP-REM400          PIC 9(3)  VALUE 0.
           05  WS-MO-DAYS-LIST         PIC X(24)
                   VALUE '312831303130313130313031'.
           05  WS-MO-DAYS REDEFINES WS-MO-DAYS-LIST
                                       PIC 9(2) OCCURS 12 TIMES.
           05  WS-PAYMENT              PIC S9(9)V99 VALUE 0.
      *
      * OCR remittance scanline work fields - the same shapes as
      * BUILD-SCANLINE-FIELDS in SETMB2000
      *
           05  WS-SCAN-DIGITS          PIC X(32) VALUE SPACES.
           05  WS-SCAN-ACCT            PIC 9(13) VALUE 0.
           05  WS-SCAN-CENTS-13        PIC 9(13) VALUE 0.
           05  WS-SCAN-CENTS           PIC 9(9)  VALUE 0.
           05  WS-SCAN-QUOT            PIC 9(4)  VALUE 0.
           05  WS-SCAN-DATE            PIC X(6)  VALUE SPACES.
           05  WS-SCANLINE             PIC X(34) VALUE SPACES.
           05  WS-SCAN-POS             PIC S9(4) COMP VALUE 0.
           05  WS-LUHN-SUM             PIC 9(5)  VALUE 0.
           05  WS-LUHN-DIGIT-X         PIC X(1)  VALUE SPACE.
           05  WS-LUHN-DIGIT           PIC 9(2)  VALUE 0.
           05  WS-LUHN-ALT             PIC 9(1)  VALUE 0.
           05  WS-LUHN-REM             PIC 9(1)  VALUE 0.
           05  WS-CHECK-DIGIT          PIC 9(1)  VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME OUT-NAME SCN-NAME.
           DISPLAY '* * * B E G I N   C O U P B K 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR OUT-NAME = SPACES
               DISPLAY '!!!! ENTER COUPON-BOOK STREAM AND BOOK FILE'
                   UPON CRT AT 2301
               DISPLAY '!!!!   (SCANLINE FILE OPTIONAL) ON COMMAND LINE'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! COUPON-BOOK STREAM NOT FOUND OR UNREADABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT OUT-FILE.
           IF SCN-NAME NOT = SPACES
               MOVE 'Y'                TO SCN-SW
               OPEN OUTPUT SCN-FILE.
           PERFORM READ-SET-REC.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
           PERFORM END-RTN.

       READ-SET-REC.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               IF MB-CLIENT = '9999'
                   GO TO READ-SET-REC
               ELSE
                   ADD 1               TO REC-CTR.

       001-MAIN.
      * a book cannot be dated without the loan's next due date - the
      * loan is counted and left for the servicer's book
           IF MB-LOAN-DUE-YY NOT NUMERIC
           OR MB-LOAN-DUE-MM NOT NUMERIC
           OR MB-LOAN-DUE-DD NOT NUMERIC
               ADD 1                   TO NODUE-CTR
               PERFORM READ-SET-REC
               GO TO 001-MAIN-EXIT.
           MOVE MB-LOAN-DUE-YY         TO WS-DUE-YYYY.
           MOVE MB-LOAN-DUE-MM         TO WS-DUE-MM.
           MOVE MB-LOAN-DUE-DD         TO WS-BASE-DD.
           IF WS-DUE-YYYY = 0
           OR WS-DUE-MM < 1 OR WS-DUE-MM > 12
           OR WS-BASE-DD < 1
               ADD 1                   TO NODUE-CTR
               PERFORM READ-SET-REC
               GO TO 001-MAIN-EXIT.
           MOVE SPACES                 TO BK-REC.
           MOVE MB-CLIENT              TO BK-CLIENT.
           MOVE MB-ACCOUNT             TO BK-ACCOUNT.
           MOVE MB-BILL-NAME           TO BK-NAME.
           MOVE MB-BILL-LINE-2         TO BK-LINE-2.
           MOVE MB-BILL-LINE-3         TO BK-LINE-3.
           MOVE MB-BILL-LINE-4         TO BK-LINE-4.
           MOVE MB-BILL-CITY           TO BK-CITY.
           MOVE MB-BILL-STATE          TO BK-STATE.
           MOVE MB-ZIP-5               TO BK-ZIP-5.
           MOVE MB-ZIP-4               TO BK-ZIP-4.
           MOVE 12                     TO BK-COUPON-COUNT.
           MOVE MB-PAYMENT-AMOUNT      TO WS-PAYMENT.
           IF WS-PAYMENT < 0
               COMPUTE WS-PAYMENT = WS-PAYMENT * -1.
           PERFORM VARYING WS-CPN FROM 1 BY 1 UNTIL WS-CPN > 12
               IF WS-CPN > 1
                   PERFORM ADVANCE-ONE-MONTH
               END-IF
               PERFORM SET-COUPON-DUE-DAY
               MOVE WS-DUE-DATE-N      TO BK-DUE-DATE (WS-CPN)
               MOVE WS-PAYMENT         TO BK-PAYMENT-AMT (WS-CPN)
               PERFORM BUILD-COUPON-SCANLINE
               MOVE WS-SCANLINE        TO BK-SCANLINE (WS-CPN)
               ADD 1                   TO COUPON-CTR
               IF SCN-WANTED
                   MOVE SPACES         TO SCN-REC
                   MOVE WS-SCANLINE    TO SCN-SCANLINE
                   WRITE SCN-REC
               END-IF
           END-PERFORM.
           WRITE BK-REC.
           ADD 1                       TO BOOK-CTR.
           ADD 1                       TO XMIT-REC-CTR.
           ADD MB-ACCOUNT              TO XMIT-HASH
               ON SIZE ERROR CONTINUE
           END-ADD.
           PERFORM READ-SET-REC.
       001-MAIN-EXIT.
           EXIT.

       ADVANCE-ONE-MONTH.
           ADD 1                       TO WS-DUE-MM.
           IF WS-DUE-MM > 12
               MOVE 1                  TO WS-DUE-MM
               ADD 1                   TO WS-DUE-YYYY.

      *
      * the book's due day, held back to the month's last day where
      * the month is shorter (a loan due the 31st pays the 30th in
      * April and the 28th or 29th in February)
      *
       SET-COUPON-DUE-DAY.
           MOVE WS-MO-DAYS (WS-DUE-MM) TO WS-MONTH-DAYS.
           IF WS-DUE-MM = 2
               DIVIDE WS-DUE-YYYY BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM4
               DIVIDE WS-DUE-YYYY BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM100
               DIVIDE WS-DUE-YYYY BY 400 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM400
               IF WS-LEAP-REM4 = 0
               AND (WS-LEAP-REM100 NOT = 0 OR WS-LEAP-REM400 = 0)
                   MOVE 29             TO WS-MONTH-DAYS
               END-IF
           END-IF.
           IF WS-BASE-DD > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS      TO WS-DUE-DD
           ELSE
               MOVE WS-BASE-DD         TO WS-DUE-DD.

      *
      * OCR remittance scanline for one coupon - client, account, the
      * coupon amount in cents, the coupon's due date and the mod-10
      * check digit, laid out exactly as BUILD-SCANLINE-FIELDS lays
      * out the statement coupon's
      *
       BUILD-COUPON-SCANLINE.
           MOVE MB-ACCOUNT             TO WS-SCAN-ACCT.
           COMPUTE WS-SCAN-CENTS-13 ROUNDED = WS-PAYMENT * 100.
           DIVIDE WS-SCAN-CENTS-13 BY 1000000000
               GIVING WS-SCAN-QUOT REMAINDER WS-SCAN-CENTS.
           MOVE WS-DUE-DATE (3:6)      TO WS-SCAN-DATE.
           MOVE SPACES                 TO WS-SCAN-DIGITS.
           STRING MB-CLIENT            DELIMITED BY SIZE
                  WS-SCAN-ACCT         DELIMITED BY SIZE
                  WS-SCAN-CENTS        DELIMITED BY SIZE
                  WS-SCAN-DATE         DELIMITED BY SIZE
               INTO WS-SCAN-DIGITS.
           PERFORM COMPUTE-SCANLINE-CHECK-DIGIT.
           MOVE SPACES                 TO WS-SCANLINE.
           STRING WS-SCAN-DIGITS       DELIMITED BY SIZE
                  WS-CHECK-DIGIT       DELIMITED BY SIZE
               INTO WS-SCANLINE.

      *
      * standard mod-10 check digit - right to left, every second
      * digit doubled (minus nine past nine), sum complemented to
      * the next ten; a non-digit position (the space in a 3-digit
      * client code) counts as zero on both sides of the algorithm
      *
       COMPUTE-SCANLINE-CHECK-DIGIT.
           MOVE 0                      TO WS-LUHN-SUM.
           MOVE 1                      TO WS-LUHN-ALT.
           PERFORM VARYING WS-SCAN-POS FROM 32 BY -1
                   UNTIL WS-SCAN-POS < 1
               MOVE WS-SCAN-DIGITS (WS-SCAN-POS:1)
                                       TO WS-LUHN-DIGIT-X
               IF WS-LUHN-DIGIT-X NUMERIC
                   MOVE WS-LUHN-DIGIT-X TO WS-LUHN-DIGIT
               ELSE
                   MOVE 0              TO WS-LUHN-DIGIT
               END-IF
               IF WS-LUHN-ALT = 1
                   COMPUTE WS-LUHN-DIGIT = WS-LUHN-DIGIT * 2
                   IF WS-LUHN-DIGIT > 9
                       SUBTRACT 9      FROM WS-LUHN-DIGIT
                   END-IF
                   MOVE 0              TO WS-LUHN-ALT
               ELSE
                   MOVE 1              TO WS-LUHN-ALT
               END-IF
               ADD WS-LUHN-DIGIT       TO WS-LUHN-SUM
           END-PERFORM.
           DIVIDE WS-LUHN-SUM BY 10 GIVING WS-SCAN-POS
               REMAINDER WS-LUHN-REM.
           IF WS-LUHN-REM = 0
               MOVE 0                  TO WS-CHECK-DIGIT
           ELSE
               COMPUTE WS-CHECK-DIGIT = 10 - WS-LUHN-REM.

      *
      * every file this step sends outside the building is logged to
      * the permanent transmission registry - what left, when, to
      * whom, its record count and account hash (what XMITACK1
      * matches the recipient's acknowledgment against) and whether
      * it carries full taxpayer ids (XMITPII1)
      *
       WRITE-XMIT-REGISTRY.
           ACCEPT XMIT-DATE FROM DATE YYYYMMDD.
           ACCEPT XMIT-TIME-X FROM TIME.
           OPEN EXTEND XMITREG-FILE.
           MOVE SPACES                 TO XR-REC.
           MOVE XMIT-DATE              TO XR-DATE.
           MOVE XMIT-TIME-X (1:6)      TO XR-TIME.
           MOVE 'COUPBK1'              TO XR-PROGRAM.
           MOVE 'PRINTVNDR'            TO XR-RECIPIENT.
           MOVE 'COUPON BOOK PRINT'    TO XR-PURPOSE.
           MOVE OUT-NAME               TO XR-FILE-NAME.
           MOVE XMIT-REC-CTR           TO XR-REC-COUNT.
           MOVE XMIT-HASH              TO XR-HASH.
           MOVE 'N'                    TO XR-PII-CLASS.
           MOVE XMIT-TIN-CTR           TO XR-TIN-COUNT.
           WRITE XR-REC.
           CLOSE XMITREG-FILE.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR COUPBK1' UPON CRT AT 0915.
           DISPLAY REC-CTR    'COUPON-BOOK LOANS READ         ='
               UPON CRT AT 1125.
           DISPLAY BOOK-CTR   'COUPON BOOKS WRITTEN           ='
               UPON CRT AT 1225.
           DISPLAY COUPON-CTR 'COUPONS WRITTEN                ='
               UPON CRT AT 1325.
           DISPLAY NODUE-CTR  'NO DUE DATE - NO BOOK          ='
               UPON CRT AT 1425.
           IF NODUE-CTR NOT = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE IN1-FILE.
           CLOSE OUT-FILE.
           IF SCN-WANTED
               CLOSE SCN-FILE.
           PERFORM WRITE-XMIT-REGISTRY.
           STOP RUN.
