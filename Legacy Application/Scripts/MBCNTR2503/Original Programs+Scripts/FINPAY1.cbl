       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FINPAY1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * final-payment and maturity notice - a fully amortizing loan
      * whose principal balance is below one P&I payment, or whose
      * maturity month falls on or before the due date being billed,
      * pays off with this bill.  SETMB2000 marks those loans
      * (MB-COUPON-SUPPRESS-CD 'F') and drops the regular coupon;
      * this step walks the cycle's .set and, for each one, writes
      * the final-payment notice data:
      *   the exact final amount - remaining principal, one period's
      *     interest at the loan's per-diem, and any fees owed - so
      *     the borrower stops remitting a full P&I and getting the
      *     overpayment back as a refund check
      *   the per-diem, for a payment that arrives after the due date
      *   the escrow balance to be refunded after payoff
      *   the lien-release timeline for the property state, from the
      *     LIENREL control (state + days); a state with no row gets
      *     the default below
      * when the .mbp extract is staged its PRIN-BAL-LT-PI-IND and
      * MAT-DATE-LT-BILL-DUE-DATE indicators select the loan too, so
      * a servicer-side flag is honored even where the .set figures
      * disagree
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
      * the mbp.dd.cbl-shaped extract - optional
           SELECT MBP-FILE  ASSIGN TO DYNAMIC MBP-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS MBP-STATUS.
      * lien-release days by property state - optional control
           SELECT LRL-FILE  ASSIGN TO DYNAMIC LRL-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS LRL-STATUS.
      * final-payment notice data, one record per loan
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * notice register
           SELECT RPT-FILE ASSIGN TO DYNAMIC RPT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
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
           RECORD CONTAINS 2116 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MB-REC.
       copy '/users/devel/mb2000.cbl'.
      *
       FD MBP-FILE
           RECORD CONTAINS 5368 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MBP-REC.
       01 MBP-REC                      PIC X(5368).
      *
       FD LRL-FILE
           RECORD CONTAINS 5 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LRL-REC.
       01 LRL-REC.
           05  LRL-STATE               PIC X(2).
           05  LRL-DAYS                PIC 9(3).
      *
      * notice data record - reason B (balance below one P&I),
      * M (matures on or before the billed due date), or S (selected
      * by the servicer's own .mbp indicator only)
      *
       FD OUT-FILE
           RECORD CONTAINS 500 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FPN-REC.
       01 FPN-REC.
           05  FPN-CLIENT              PIC X(4).
           05  FPN-ACCOUNT             PIC 9(13).
           05  FPN-REASON              PIC X(1).
           05  FPN-DUE-DATE            PIC 9(8).
           05  FPN-MATURITY-YYYYMM     PIC 9(6).
           05  FPN-PRIN-BAL            PIC 9(11)V99.
           05  FPN-RATE                PIC 9(2)V9(5).
           05  FPN-PER-DIEM            PIC 9(7)V9(4).
           05  FPN-INT-DAYS            PIC 9(3).
           05  FPN-INTEREST            PIC 9(9)V99.
           05  FPN-FEES                PIC 9(9)V99.
           05  FPN-FINAL-AMOUNT        PIC 9(11)V99.
           05  FPN-REGULAR-PAYMENT     PIC 9(9)V99.
           05  FPN-ESCROW-REFUND       PIC 9(9)V99.
           05  FPN-PROP-STATE          PIC X(2).
           05  FPN-RELEASE-DAYS        PIC 9(3).
           05  FPN-BILL-NAME           PIC X(60).
           05  FPN-BILL-LINE-2         PIC X(60).
           05  FPN-BILL-LINE-3         PIC X(60).
           05  FPN-BILL-CITY           PIC X(51).
           05  FPN-BILL-STATE          PIC X(2).
           05  FPN-BILL-ZIP-5          PIC X(5).
           05  FPN-BILL-ZIP-4          PIC X(4).
           05  FPN-PROP-STREET         PIC X(50).
           05  FPN-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(72).

       FD RPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RPT-REC.
       01 RPT-REC                      PIC X(132).
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

       copy '/users/devel/mbp.cbl'.

       01  VARIABLES.
           05  IN1-PATH.
               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 IN1-NAME             PIC X(64).
           05  MBP-PATH.
               10 MBP-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 MBP-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  RPT-PATH.
               10 RPT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 RPT-NAME             PIC X(64).
           05  LRL-PATH                PIC X(40)
               VALUE '/users/public/lienrel.tab'.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  MBP-STATUS              PIC X(2)  VALUE SPACES.
           05  LRL-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  NOTICE-CTR              PIC 9(7)  VALUE 0.
           05  BAL-CTR                 PIC 9(7)  VALUE 0.
           05  MAT-CTR                 PIC 9(7)  VALUE 0.
           05  MBPONLY-CTR             PIC 9(7)  VALUE 0.
           05  REFUND-CTR              PIC 9(7)  VALUE 0.
           05  NOSTATE-CTR             PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  MBP-EOF-SW              PIC X(1)  VALUE 'N'.
               88  MBP-EOF                       VALUE 'Y'.
           05  LRL-EOF-SW              PIC X(1)  VALUE 'N'.
               88  LRL-EOF                       VALUE 'Y'.
           05  FP-REASON               PIC X(1)  VALUE SPACE.
               88  FP-SELECTED                   VALUE 'B' 'M' 'S'.
           05  MF-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  MF-FOUND                      VALUE 'Y'.
           05  LR-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  LR-FOUND                      VALUE 'Y'.
      * release days for a property state with no LIENREL row - the
      * outside figure most state satisfaction statutes allow
           05  WS-DEFAULT-RELEASE-DAYS PIC 9(3)  VALUE 60.
           05  WS-RELEASE-DAYS         PIC 9(3)  VALUE 0.
           05  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           05  WS-RUN-TIME-X           PIC X(8)  VALUE SPACES.
           05  CORRHIST-PATH           PIC X(40)
               VALUE '/users/public/out/corrhist.dat'.
           05  WS-RPT-ACCOUNT          PIC 9(13) VALUE 0.
           05  WS-LOAN-X               PIC X(7)  VALUE SPACES.
           05  WS-MAT-YYYYMM           PIC 9(6)  VALUE 0.
           05  WS-DUE-YYYYMM           PIC 9(6)  VALUE 0.
           05  WS-DUE-DATE             PIC 9(8)  VALUE 0.
      *
      * final-amount arithmetic - per-diem from the principal balance
      * and annual rate (carried as a percent) on a 365-day basis,
      * the same stepwise way PAYOFF1 quotes it; the final period's
      * interest is a 30-day month, matching the 360/30 dating the
      * rest of this shop uses
      *
           05  WS-BASIS-DAYS           PIC 9(3)  VALUE 365.
           05  WS-PERIOD-DAYS          PIC 9(3)  VALUE 30.
           05  WS-PER-DIEM             PIC S9(7)V9(4) COMP-3 VALUE 0.
           05  WS-PD-WORK              PIC S9(13)V9(4) COMP-3
                                         VALUE 0.
           05  WS-INT-FINAL            PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-FEES-TOTAL           PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-FINAL-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-ESCROW-REFUND        PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-TOT-FINAL            PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-TOT-REFUND           PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-AMT-DISP             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-PD-DISP              PIC ZZ,ZZ9.9999.
           05  WS-REF-DISP             PIC Z,ZZZ,ZZ9.99-.
           05  WS-TOT-DISP             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-DAYS-DISP            PIC ZZ9.

       01  WS-HEAD-1.
           05  FILLER                  PIC X(40)
               VALUE 'FINAL-PAYMENT AND MATURITY NOTICES  RUN '.
           05  WS-HEAD-DATE            PIC 9(8).
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  WS-HEAD-2.
           05  FILLER                  PIC X(40)
               VALUE 'CLNT  ACCOUNT        R DUE DATE     FINA'.
           05  FILLER                  PIC X(40)
               VALUE 'L AMOUNT     PER-DIEM ESCROW REFUND ST  '.
           05  FILLER                  PIC X(52)
               VALUE 'RELEASE'.

      *
      * lien-release days by state from LIENREL
      *
       01  LIENREL-TABLE.
           05  LR-ENTRY OCCURS 1 TO 60 TIMES
                   DEPENDING ON WS-LR-COUNT
                   INDEXED BY LR-IDX.
               10  LR-STATE            PIC X(2).
               10  LR-DAYS             PIC 9(3).
       77  WS-LR-COUNT                 PIC S9(4) COMP VALUE 0.
      *
      * loans the servicer flagged on the .mbp extract, keyed by the
      * 7-digit loan
      *
       01  MBPFLAG-TABLE.
           05  MF-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-MF-COUNT
                   INDEXED BY MF-IDX.
               10  MF-LOAN             PIC X(7).
       77  WS-MF-COUNT                 PIC S9(8) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME OUT-NAME RPT-NAME MBP-NAME.
           DISPLAY '* * * * B E G I N   F I N P A Y 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR OUT-NAME = SPACES
           OR RPT-NAME = SPACES
               DISPLAY '!!!! ENTER SET FILE, NOTICE FILE AND REPORT'
                   UPON CRT AT 2301
               DISPLAY '!!!!   (AND OPTIONAL MBP FILE) ON COMMAND LINE'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-LIENREL-TABLE.
           PERFORM LOAD-MBPFLAG-TABLE.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! SET FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT OUT-FILE.
           OPEN OUTPUT RPT-FILE.
           OPEN EXTEND CORRHIST-FILE.
           ACCEPT WS-RUN-TIME-X FROM TIME.
           MOVE WS-RUN-DATE            TO WS-HEAD-DATE.
           WRITE RPT-REC FROM WS-HEAD-1.
           MOVE SPACES                 TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-HEAD-2.
           PERFORM READ-SET-REC.
           PERFORM VERIFY-EXTRACT-LAYOUT.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM END-RTN.

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

       LOAD-MBPFLAG-TABLE.
           IF MBP-NAME = SPACES
               MOVE 'Y'                TO MBP-EOF-SW
           ELSE
               OPEN INPUT MBP-FILE
               IF MBP-STATUS NOT = '00'
                   MOVE 'Y'            TO MBP-EOF-SW
               ELSE
                   PERFORM READ-MBP-REC
                   PERFORM UNTIL MBP-EOF
                       IF (PRIN-BAL-LT-PI-IND = 'Y'
                        OR MAT-DATE-LT-BILL-DUE-DATE = 'Y')
                       AND WS-MF-COUNT < 20000
                           ADD 1           TO WS-MF-COUNT
                           SET MF-IDX TO WS-MF-COUNT
                           MOVE mb-loan    TO MF-LOAN (MF-IDX)
                       END-IF
                       PERFORM READ-MBP-REC
                   END-PERFORM
                   CLOSE MBP-FILE.

       READ-MBP-REC.
           READ MBP-FILE INTO COBOL-LAYOUT
               AT END MOVE 'Y' TO MBP-EOF-SW.

      *
      * party copies written behind the borrower's own record are
      * the same loan - one notice per loan
      *
       READ-SET-REC.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               IF MB-CLIENT = '9999'
               OR MB-FLEXFIELD6 (1:15) = 'BANKRUPTCY COPY'
               OR MB-FLEXFIELD6 (1:15) = 'AUTHORIZED COPY'
                   GO TO READ-SET-REC
               ELSE
                   ADD 1               TO REC-CTR.

       001-MAIN.
           PERFORM CHECK-FINAL-PAYMENT
               THRU CHECK-FINAL-PAYMENT-EXIT.
           IF FP-SELECTED
               PERFORM COMPUTE-FINAL-AMOUNT
               PERFORM FIND-RELEASE-DAYS
               PERFORM WRITE-NOTICE-RECORD
               PERFORM WRITE-REGISTER-LINE.
           PERFORM READ-SET-REC.
       001-MAIN-EXIT.
           EXIT.

      *
      * the same test SETMB2000 applies, re-run here so a .set
      * built before the coupon-suppress flag existed still selects;
      * a zero balance is already paid off and goes out on the PIF
      * final statement instead
      *
       CHECK-FINAL-PAYMENT.
           MOVE SPACE                  TO FP-REASON.
           MOVE 0                      TO WS-MAT-YYYYMM WS-DUE-YYYYMM
                                          WS-DUE-DATE.
           IF MB-LOAN-DUE-DATE-R NUMERIC
               MOVE MB-LOAN-DUE-DATE-R TO WS-DUE-DATE
               MOVE WS-DUE-DATE (1:6)  TO WS-DUE-YYYYMM.
           IF MB-MATURITY-YY NUMERIC AND MB-MATURITY-MM NUMERIC
               MOVE MB-MATURITY-YY     TO WS-MAT-YYYYMM (1:4)
               MOVE MB-MATURITY-MM     TO WS-MAT-YYYYMM (5:2).
           IF MB-FIRST-PRIN-BAL OF MB-REC NOT > 0
               GO TO CHECK-FINAL-PAYMENT-EXIT.
           IF MB-FIRST-PRIN-BAL OF MB-REC < MB-FIRST-P-I OF MB-REC
               MOVE 'B'                TO FP-REASON
               ADD 1                   TO BAL-CTR
               GO TO CHECK-FINAL-PAYMENT-EXIT.
           IF WS-MAT-YYYYMM > 0 AND WS-DUE-YYYYMM > 0
           AND WS-MAT-YYYYMM NOT > WS-DUE-YYYYMM
               MOVE 'M'                TO FP-REASON
               ADD 1                   TO MAT-CTR
               GO TO CHECK-FINAL-PAYMENT-EXIT.
           IF MB-FINAL-PAYMENT-NO-COUPON
               MOVE 'B'                TO FP-REASON
               ADD 1                   TO BAL-CTR
               GO TO CHECK-FINAL-PAYMENT-EXIT.
           IF WS-MF-COUNT > 0
               MOVE MB-ACCOUNT         TO WS-RPT-ACCOUNT
               MOVE WS-RPT-ACCOUNT (7:7) TO WS-LOAN-X
               MOVE 'N'                TO MF-FOUND-SW
               SET MF-IDX TO 1
               SEARCH MF-ENTRY
                   AT END
                       MOVE 'N'        TO MF-FOUND-SW
                   WHEN MF-LOAN (MF-IDX) = WS-LOAN-X
                       MOVE 'Y'        TO MF-FOUND-SW
               END-SEARCH
               IF MF-FOUND
                   MOVE 'S'            TO FP-REASON
                   ADD 1               TO MBPONLY-CTR
               END-IF
           END-IF.
       CHECK-FINAL-PAYMENT-EXIT.
           EXIT.

      *
      * stepwise on purpose - the rate is a percent; product scaled
      * down by 100, then spread over the day basis
      *
       COMPUTE-FINAL-AMOUNT.
           MULTIPLY MB-FIRST-PRIN-BAL OF MB-REC BY MB-ANNUAL-INTEREST
               GIVING WS-PD-WORK.
           DIVIDE WS-PD-WORK BY 100 GIVING WS-PD-WORK.
           DIVIDE WS-PD-WORK BY WS-BASIS-DAYS
               GIVING WS-PER-DIEM ROUNDED.
           COMPUTE WS-INT-FINAL ROUNDED =
               WS-PER-DIEM * WS-PERIOD-DAYS.
           COMPUTE WS-FEES-TOTAL =
               MB-ACCRUED-LATE-CHG OF MB-REC + MB-NSF-BAL OF MB-REC
             + MB-OTHER-FEES OF MB-REC + MB-CORP-ADV.
           IF WS-FEES-TOTAL < 0
               MOVE 0                  TO WS-FEES-TOTAL.
           COMPUTE WS-FINAL-AMOUNT =
               MB-FIRST-PRIN-BAL OF MB-REC + WS-INT-FINAL
             + WS-FEES-TOTAL.
           IF MB-ESCROW-BAL OF MB-REC > 0
               MOVE MB-ESCROW-BAL OF MB-REC TO WS-ESCROW-REFUND
               ADD 1                   TO REFUND-CTR
               ADD WS-ESCROW-REFUND    TO WS-TOT-REFUND
           ELSE
               MOVE 0                  TO WS-ESCROW-REFUND.
           ADD WS-FINAL-AMOUNT         TO WS-TOT-FINAL.

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

       WRITE-NOTICE-RECORD.
           ADD 1                       TO NOTICE-CTR.
           MOVE SPACES                 TO FPN-REC.
           MOVE MB-CLIENT              TO FPN-CLIENT.
           MOVE MB-ACCOUNT             TO FPN-ACCOUNT.
           MOVE FP-REASON              TO FPN-REASON.
           MOVE WS-DUE-DATE            TO FPN-DUE-DATE.
           MOVE WS-MAT-YYYYMM          TO FPN-MATURITY-YYYYMM.
           MOVE MB-FIRST-PRIN-BAL OF MB-REC TO FPN-PRIN-BAL.
           MOVE MB-ANNUAL-INTEREST     TO FPN-RATE.
           MOVE WS-PER-DIEM            TO FPN-PER-DIEM.
           MOVE WS-PERIOD-DAYS         TO FPN-INT-DAYS.
           MOVE WS-INT-FINAL           TO FPN-INTEREST.
           MOVE WS-FEES-TOTAL          TO FPN-FEES.
           MOVE WS-FINAL-AMOUNT        TO FPN-FINAL-AMOUNT.
           MOVE MB-FIRST-P-I OF MB-REC TO FPN-REGULAR-PAYMENT.
           MOVE WS-ESCROW-REFUND       TO FPN-ESCROW-REFUND.
           MOVE MB-PROPERTY-STATE      TO FPN-PROP-STATE.
           MOVE WS-RELEASE-DAYS        TO FPN-RELEASE-DAYS.
           MOVE MB-BILL-NAME           TO FPN-BILL-NAME.
           MOVE MB-BILL-LINE-2         TO FPN-BILL-LINE-2.
           MOVE MB-BILL-LINE-3         TO FPN-BILL-LINE-3.
           MOVE MB-BILL-CITY           TO FPN-BILL-CITY.
           MOVE MB-BILL-STATE          TO FPN-BILL-STATE.
           MOVE MB-ZIP-5 OF MB-REC     TO FPN-BILL-ZIP-5.
           MOVE MB-ZIP-4 OF MB-REC     TO FPN-BILL-ZIP-4.
           MOVE MB-PROPERTY-STREET     TO FPN-PROP-STREET.
           MOVE WS-RUN-DATE            TO FPN-RUN-DATE.
           WRITE FPN-REC.
           PERFORM WRITE-CORR-HISTORY-LINE.

      *
      * each final-payment notice produced is logged to the permanent
      * correspondence history with the final due date
      *
       WRITE-CORR-HISTORY-LINE.
           MOVE SPACES                 TO CH-REC.
           MOVE MB-ACCOUNT             TO CH-ACCOUNT.
           MOVE WS-RUN-DATE            TO CH-DATE.
           MOVE WS-RUN-TIME-X (1:6)    TO CH-TIME.
           MOVE MB-CLIENT              TO CH-CLIENT.
           MOVE 'FINALPAY'             TO CH-DOC-TYPE.
           MOVE 'P'                    TO CH-CHANNEL.
           MOVE 'FINPAY1'              TO CH-PROGRAM.
           MOVE MB-JOB                 TO CH-RUN.
           MOVE OUT-NAME               TO CH-ARTIFACT.
           STRING 'FINAL DUE '          DELIMITED BY SIZE
                  WS-DUE-DATE           DELIMITED BY SIZE
               INTO CH-REFERENCE.
           WRITE CH-REC.

       WRITE-REGISTER-LINE.
           MOVE MB-ACCOUNT             TO WS-RPT-ACCOUNT.
           MOVE WS-FINAL-AMOUNT        TO WS-AMT-DISP.
           MOVE WS-PER-DIEM            TO WS-PD-DISP.
           MOVE WS-ESCROW-REFUND       TO WS-REF-DISP.
           MOVE WS-RELEASE-DAYS        TO WS-DAYS-DISP.
           MOVE SPACES                 TO RPT-REC.
           STRING MB-CLIENT             DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-RPT-ACCOUNT        DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  FP-REASON             DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-DUE-DATE           DELIMITED BY SIZE
                  WS-AMT-DISP           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-PD-DISP            DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-REF-DISP           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  MB-PROPERTY-STATE     DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-DAYS-DISP          DELIMITED BY SIZE
                  ' DAYS'               DELIMITED BY SIZE
               INTO RPT-REC.
           WRITE RPT-REC.

       WRITE-REPORT-TOTALS.
           MOVE SPACES                 TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-TOT-FINAL           TO WS-TOT-DISP.
           MOVE SPACES                 TO RPT-REC.
           STRING 'TOTAL FINAL PAYMENTS DUE   ' DELIMITED BY SIZE
                  WS-TOT-DISP           DELIMITED BY SIZE
               INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-TOT-REFUND          TO WS-TOT-DISP.
           MOVE SPACES                 TO RPT-REC.
           STRING 'TOTAL ESCROW TO BE REFUNDED' DELIMITED BY SIZE
                  WS-TOT-DISP           DELIMITED BY SIZE
               INTO RPT-REC.
           WRITE RPT-REC.

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
      * RC 4 when notices were produced - the mailroom has final-
      * payment pieces to pull this cycle
      *
       END-RTN.
           DISPLAY 'FINAL TOTALS FOR FINPAY1' UPON CRT AT 0915.
           DISPLAY REC-CTR  'SET RECORDS READ          =' UPON CRT
               AT 1125.
           DISPLAY NOTICE-CTR 'FINAL-PAYMENT NOTICES    =' UPON CRT
               AT 1225.
           DISPLAY BAL-CTR  'BALANCE BELOW ONE P&I     =' UPON CRT
               AT 1325.
           DISPLAY MAT-CTR  'MATURES THIS BILL         =' UPON CRT
               AT 1425.
           DISPLAY MBPONLY-CTR 'SERVICER FLAG ONLY       =' UPON CRT
               AT 1525.
           DISPLAY REFUND-CTR 'ESCROW REFUNDS DUE       =' UPON CRT
               AT 1625.
           DISPLAY NOSTATE-CTR 'STATE DEFAULT RELEASE    =' UPON CRT
               AT 1725.
           IF NOTICE-CTR NOT = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE IN1-FILE.
           CLOSE OUT-FILE.
           CLOSE RPT-FILE.
           CLOSE CORRHIST-FILE.
           STOP RUN.
