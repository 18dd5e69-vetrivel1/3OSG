       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HPAMI1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * Homeowners Protection Act private mortgage insurance watch -
      * MB-MIP and MB-FIRST-PRIN-BAL are on every record but nobody
      * was watching for the balance reaching the HPA points, and a
      * missed automatic termination is a regulator finding.  every
      * loan paying MI (MB-MIP greater than zero) has its current LTV
      * taken against the original property value on the control
      * file (the lesser of sales price and appraised value at
      * origination, as the control file is maintained) and is
      * listed when it has reached:
      *   80% - the borrower may request cancellation     (BR)
      *   78% - MI terminates automatically               (AT)
      *   the first month past the midpoint of MB-LOAN-TERM, counted
      *   from the first due date - final termination     (FT)
      * each listed loan gets one notice data record typed by the
      * strongest point reached (FT, then AT, then BR) with every
      * point's switch carried, and whether the borrower is current
      * on P&I, since AT and FT only take effect for a current loan.
      * every loan still paying MI also gets its annual HPA
      * disclosure record.  an MI loan with no original value on the
      * control file cannot be measured - it is reported, still gets
      * its disclosure and midpoint test, and sets return code 4
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
      * original property value control file - client, account,
      * original value and its valuation date, one row per loan
           SELECT OPV-FILE  ASSIGN TO DYNAMIC OPV-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS OPV-STATUS.
      * the HPA listing
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * notice data - one record per listed loan
           SELECT NTC-FILE ASSIGN TO DYNAMIC NTC-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * annual HPA disclosure extract - every loan paying MI
           SELECT DSC-FILE ASSIGN TO DYNAMIC DSC-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the permanent borrower correspondence history - one line
      * appended per piece of correspondence produced
            SELECT OPTIONAL CORRHIST-FILE
                   ASSIGN TO DYNAMIC CORRHIST-PATH
                   ORGANIZATION RECORD SEQUENTIAL.
      * work file for keying the original-value table - the control
      * file is maintained in no particular order, so it is put
      * through a sort and the table loads ascending for the
      * SEARCH ALL lookups
           SELECT SORT-FILE ASSIGN TO 'SORTWK'.
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
       FD OPV-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OPV-REC.
       01  OPV-REC.
           05  OPV-CLIENT              PIC X(4).
           05  OPV-ACCOUNT             PIC 9(13).
           05  OPV-ORIG-VALUE          PIC 9(11)V99.
           05  OPV-VALUE-DATE          PIC 9(8).
           05  FILLER                  PIC X(2).
      *
       FD OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01 OUT-REC                      PIC X(132).
      *
       FD NTC-FILE
           RECORD CONTAINS 400 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS NTC-REC.
       01  NTC-REC.
           05  NTC-CLIENT              PIC X(4).
           05  NTC-ACCOUNT             PIC 9(13).
           05  NTC-TYPE                PIC X(2).
           05  NTC-BILL-NAME           PIC X(60).
           05  NTC-LINE-2              PIC X(60).
           05  NTC-LINE-3              PIC X(60).
           05  NTC-LINE-4              PIC X(60).
           05  NTC-CITY                PIC X(51).
           05  NTC-STATE               PIC X(2).
           05  NTC-ZIP-5               PIC X(5).
           05  NTC-ZIP-4               PIC X(4).
           05  NTC-ORIG-VALUE          PIC 9(11)V99.
           05  NTC-PRIN-BAL            PIC 9(11)V99.
           05  NTC-LTV                 PIC 9(3)V99.
           05  NTC-MIP-AMT             PIC 9(7)V99.
           05  NTC-FINAL-TERM-YYYYMM   PIC 9(6).
           05  NTC-CURRENT-SW          PIC X(1).
           05  NTC-BR-SW               PIC X(1).
           05  NTC-AT-SW               PIC X(1).
           05  NTC-FT-SW               PIC X(1).
           05  NTC-STMT-DATE           PIC X(8).
           05  FILLER                  PIC X(21).
      *
       FD DSC-FILE
           RECORD CONTAINS 450 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DSC-REC.
       01  DSC-REC.
           05  DSC-CLIENT              PIC X(4).
           05  DSC-ACCOUNT             PIC 9(13).
           05  DSC-BILL-NAME           PIC X(60).
           05  DSC-LINE-2              PIC X(60).
           05  DSC-LINE-3              PIC X(60).
           05  DSC-LINE-4              PIC X(60).
           05  DSC-CITY                PIC X(51).
           05  DSC-STATE               PIC X(2).
           05  DSC-ZIP-5               PIC X(5).
           05  DSC-ZIP-4               PIC X(4).
           05  DSC-OPV-FOUND-SW        PIC X(1).
           05  DSC-ORIG-VALUE          PIC 9(11)V99.
           05  DSC-PRIN-BAL            PIC 9(11)V99.
           05  DSC-LTV                 PIC 9(3)V99.
           05  DSC-BAL-AT-80           PIC 9(11)V99.
           05  DSC-BAL-AT-78           PIC 9(11)V99.
           05  DSC-FINAL-TERM-YYYYMM   PIC 9(6).
           05  DSC-MIP-AMT             PIC 9(7)V99.
           05  DSC-MIP-YTD             PIC 9(7)V99.
           05  DSC-STMT-DATE           PIC X(8).
           05  FILLER                  PIC X(41).
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
       SD SORT-FILE
           DATA RECORD IS SORT-REC.
       01 SORT-REC.
           05  SRT-KEY.
               10  SRT-CLIENT          PIC X(4).
               10  SRT-ACCOUNT         PIC 9(13).
           05  SRT-ORIG-VALUE          PIC 9(11)V99.
      *
       WORKING-STORAGE SECTION.
      *
       01  VARIABLES.
           05  IN1-PATH.
               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 IN1-NAME             PIC X(64).
           05  OPV-PATH.
               10 OPV-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OPV-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  NTC-PATH.
               10 NTC-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 NTC-NAME             PIC X(64).
           05  DSC-PATH.
               10 DSC-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 DSC-NAME             PIC X(64).
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  OPV-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  BKCOPY-CTR              PIC 9(7)  VALUE 0.
           05  OPV-CTR                 PIC 9(7)  VALUE 0.
           05  MI-CTR                  PIC 9(7)  VALUE 0.
           05  NOOPV-CTR               PIC 9(7)  VALUE 0.
           05  BR-CTR                  PIC 9(7)  VALUE 0.
           05  AT-CTR                  PIC 9(7)  VALUE 0.
           05  FT-CTR                  PIC 9(7)  VALUE 0.
           05  NOTICE-CTR              PIC 9(7)  VALUE 0.
           05  DSC-CTR                 PIC 9(7)  VALUE 0.
           05  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           05  WS-RUN-TIME-X           PIC X(8)  VALUE SPACES.
           05  CORRHIST-PATH           PIC X(40)
               VALUE '/users/public/out/corrhist.dat'.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  OPV-EOF-SW              PIC 9(1)  VALUE 0.
           05  OV-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  OV-FOUND                      VALUE 'Y'.
           05  BR-SW                   PIC X(1)  VALUE 'N'.
               88  BORROWER-REQUEST-POINT        VALUE 'Y'.
           05  AT-SW                   PIC X(1)  VALUE 'N'.
               88  AUTO-TERMINATION-POINT        VALUE 'Y'.
           05  FT-SW                   PIC X(1)  VALUE 'N'.
               88  FINAL-TERMINATION-POINT       VALUE 'Y'.
           05  WS-KEY.
               10  WS-KEY-CLIENT       PIC X(4).
               10  WS-KEY-ACCOUNT      PIC 9(13).
      *
      * LTV work fields - balance and original value as absolute
      * amounts, LTV as a percentage to two places
      *
           05  WS-PRIN-BAL             PIC S9(11)V99 VALUE 0.
           05  WS-ORIG-VALUE           PIC S9(11)V99 VALUE 0.
           05  WS-LTV                  PIC 9(3)V99   VALUE 0.
           05  WS-BAL-AT-80            PIC 9(11)V99  VALUE 0.
           05  WS-BAL-AT-78            PIC 9(11)V99  VALUE 0.
           05  WS-MIP-AMT              PIC S9(7)V99  VALUE 0.
           05  WS-MIP-YTD              PIC S9(7)V99  VALUE 0.
      *
      * midpoint work fields - months counted as year * 12 + month
      * so the first due date plus half the term compares straight
      * against the statement month
      *
           05  WS-YYYY                 PIC 9(4)  VALUE 0.
           05  WS-MM                   PIC 9(2)  VALUE 0.
           05  WS-FIRST-MONTHS         PIC S9(7) COMP-3 VALUE 0.
           05  WS-FT-MONTHS            PIC S9(7) COMP-3 VALUE 0.
           05  WS-STMT-MONTHS          PIC S9(7) COMP-3 VALUE 0.
           05  WS-HALF-TERM            PIC S9(5) COMP-3 VALUE 0.
           05  WS-FT-YYYY              PIC 9(4)  VALUE 0.
           05  WS-FT-MM                PIC 9(2)  VALUE 0.
           05  WS-FT-YYYYMM            PIC 9(6)  VALUE 0.
           05  WS-FT-DIVIDE-QUOT       PIC S9(7) COMP-3 VALUE 0.
           05  WS-FT-DIVIDE-REM        PIC S9(3) COMP-3 VALUE 0.
      *
      * listing edit fields
      *
           05  WS-RPT-ACCOUNT          PIC 9(13).
           05  WS-BAL-DISP             PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-VAL-DISP             PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-LTV-DISP             PIC ZZ9.99.
           05  WS-FT-DISP              PIC 9999/99.
           05  WS-POINT-DISP           PIC X(24).
           05  WS-CURRENT-DISP         PIC X(11).

      *
      * the original values, keyed client and account and binary-
      * searched; loaded from the sort so the keys are ascending by
      * construction, and a table past capacity is a hard stop -
      * a loan dropped here would silently miss its termination
      *
       01  WS-OV-COUNT                 PIC S9(8) COMP VALUE 0.
       01  ORIG-VALUE-TABLE.
           05  OV-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-OV-COUNT
                   ASCENDING KEY IS OV-KEY
                   INDEXED BY OV-IDX.
               10  OV-KEY.
                   15  OV-CLIENT       PIC X(4).
                   15  OV-ACCOUNT      PIC 9(13).
               10  OV-ORIG-VALUE       PIC 9(11)V99.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME OPV-NAME OUT-NAME NTC-NAME DSC-NAME.
           DISPLAY '* * * B E G I N   H P A M I 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR OPV-NAME = SPACES
           OR OUT-NAME = SPACES OR NTC-NAME = SPACES
           OR DSC-NAME = SPACES
               DISPLAY '!!!! ENTER SET, ORIGINAL VALUE, LISTING,'
                   UPON CRT AT 2301
               DISPLAY '!!!!   NOTICE AND DISCLOSURE FILES'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-KEY
               INPUT PROCEDURE IS RELEASE-ORIG-VALUES
                   THRU RELEASE-ORIG-VALUES-EXIT
               OUTPUT PROCEDURE IS LOAD-ORIG-VALUE-TABLE
                   THRU LOAD-ORIG-VALUE-EXIT.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! SET FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT OUT-FILE.
           OPEN OUTPUT NTC-FILE.
           OPEN OUTPUT DSC-FILE.
           OPEN EXTEND CORRHIST-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-X FROM TIME.
           PERFORM WRITE-LISTING-HEADING.
           PERFORM READ-SET-REC.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
           PERFORM END-RTN.

       RELEASE-ORIG-VALUES.
           OPEN INPUT OPV-FILE.
           IF OPV-STATUS NOT = '00'
               DISPLAY '!!!! ORIGINAL VALUE FILE NOT FOUND OR'
                   UPON CRT AT 2301
               DISPLAY '!!!!   NOT READABLE - ' OPV-NAME
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           READ OPV-FILE AT END MOVE 1 TO OPV-EOF-SW.
           PERFORM UNTIL OPV-EOF-SW = 1
               IF OPV-ORIG-VALUE NUMERIC
               AND OPV-ORIG-VALUE > 0
                   ADD 1               TO OPV-CTR
                   MOVE OPV-CLIENT     TO SRT-CLIENT
                   MOVE OPV-ACCOUNT    TO SRT-ACCOUNT
                   MOVE OPV-ORIG-VALUE TO SRT-ORIG-VALUE
                   RELEASE SORT-REC
               END-IF
               READ OPV-FILE AT END MOVE 1 TO OPV-EOF-SW
           END-PERFORM.
           CLOSE OPV-FILE.
       RELEASE-ORIG-VALUES-EXIT.
           EXIT.

       LOAD-ORIG-VALUE-TABLE.
           MOVE 0                      TO OPV-EOF-SW.
           PERFORM UNTIL OPV-EOF-SW = 1
               RETURN SORT-FILE
                   AT END
                       MOVE 1          TO OPV-EOF-SW
                   NOT AT END
                       IF WS-OV-COUNT < 100000
                           ADD 1       TO WS-OV-COUNT
                           SET OV-IDX TO WS-OV-COUNT
                           MOVE SRT-CLIENT
                               TO OV-CLIENT (OV-IDX)
                           MOVE SRT-ACCOUNT
                               TO OV-ACCOUNT (OV-IDX)
                           MOVE SRT-ORIG-VALUE
                               TO OV-ORIG-VALUE (OV-IDX)
                       ELSE
                           DISPLAY '!!!! ORIGINAL VALUE TABLE FULL -'
                               UPON CRT AT 2301
                           DISPLAY '!!!!   HPA WATCH INCOMPLETE, STOP'
                               UPON CRT AT 2401
                           MOVE 16     TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-RETURN
           END-PERFORM.
       LOAD-ORIG-VALUE-EXIT.
           EXIT.

       READ-SET-REC.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               IF MB-CLIENT = '9999'
                   GO TO READ-SET-REC
               ELSE
                   ADD 1               TO REC-CTR.

       001-MAIN.
           IF MB-FLEXFIELD6 (1:15) = 'BANKRUPTCY COPY'
           OR MB-FLEXFIELD6 (1:15) = 'AUTHORIZED COPY'
               ADD 1                   TO BKCOPY-CTR
               PERFORM READ-SET-REC
               GO TO 001-MAIN-EXIT.
           IF MB-MIP NOT NUMERIC
           OR MB-MIP NOT > 0
               PERFORM READ-SET-REC
               GO TO 001-MAIN-EXIT.
           ADD 1                       TO MI-CTR.
           MOVE MB-MIP                 TO WS-MIP-AMT.
           MOVE 0                      TO WS-MIP-YTD.
           IF MB-MIP-YTD NUMERIC
               MOVE MB-MIP-YTD         TO WS-MIP-YTD.
           IF WS-MIP-YTD < 0
               COMPUTE WS-MIP-YTD = WS-MIP-YTD * -1.
           MOVE 0                      TO WS-PRIN-BAL.
           IF MB-FIRST-PRIN-BAL NUMERIC
               MOVE MB-FIRST-PRIN-BAL  TO WS-PRIN-BAL.
           IF WS-PRIN-BAL < 0
               COMPUTE WS-PRIN-BAL = WS-PRIN-BAL * -1.
           PERFORM FIND-ORIG-VALUE-ENTRY.
           PERFORM COMPUTE-CURRENT-LTV
               THRU COMPUTE-CURRENT-LTV-EXIT.
           PERFORM COMPUTE-FINAL-TERMINATION
               THRU COMPUTE-FINAL-TERM-EXIT.
           IF NOT OV-FOUND
               ADD 1                   TO NOOPV-CTR
               PERFORM WRITE-NO-VALUE-LINE.
           IF BORROWER-REQUEST-POINT
           OR AUTO-TERMINATION-POINT
           OR FINAL-TERMINATION-POINT
               PERFORM WRITE-HPA-LISTED-LOAN.
           PERFORM WRITE-DISCLOSURE-REC.
           PERFORM READ-SET-REC.
       001-MAIN-EXIT.
           EXIT.

       FIND-ORIG-VALUE-ENTRY.
           MOVE 'N'                    TO OV-FOUND-SW.
           MOVE MB-CLIENT              TO WS-KEY-CLIENT.
           MOVE MB-ACCOUNT             TO WS-KEY-ACCOUNT.
           IF WS-OV-COUNT > 0
               SEARCH ALL OV-ENTRY
                   AT END
                       MOVE 'N'        TO OV-FOUND-SW
                   WHEN OV-KEY (OV-IDX) = WS-KEY
                       MOVE 'Y'        TO OV-FOUND-SW
               END-SEARCH.

      *
      * LTV is the current principal balance over the original
      * value; the 80% and 78% points are tested on the LTV and the
      * balances that reach them carried for the disclosure
      *
       COMPUTE-CURRENT-LTV.
           MOVE 'N'                    TO BR-SW AT-SW.
           MOVE 0                      TO WS-ORIG-VALUE WS-LTV
                                          WS-BAL-AT-80 WS-BAL-AT-78.
           IF NOT OV-FOUND
               GO TO COMPUTE-CURRENT-LTV-EXIT.
           MOVE OV-ORIG-VALUE (OV-IDX) TO WS-ORIG-VALUE.
           COMPUTE WS-BAL-AT-80 ROUNDED = WS-ORIG-VALUE * .80.
           COMPUTE WS-BAL-AT-78 ROUNDED = WS-ORIG-VALUE * .78.
           COMPUTE WS-LTV ROUNDED =
               (WS-PRIN-BAL * 100) / WS-ORIG-VALUE
               ON SIZE ERROR
                   MOVE 999.99         TO WS-LTV
           END-COMPUTE.
           IF WS-LTV NOT > 78.00
               MOVE 'Y'                TO AT-SW BR-SW
               ADD 1                   TO AT-CTR
           ELSE
           IF WS-LTV NOT > 80.00
               MOVE 'Y'                TO BR-SW
               ADD 1                   TO BR-CTR.
       COMPUTE-CURRENT-LTV-EXIT.
           EXIT.

      *
      * final termination falls on the first month after the
      * midpoint of the amortization period - payment number
      * (term / 2, rounded up) + 1 counted from the first due date;
      * no first due date, term or statement month means no test
      *
       COMPUTE-FINAL-TERMINATION.
           MOVE 'N'                    TO FT-SW.
           MOVE 0                      TO WS-FT-YYYYMM.
           IF MB-1ST-DUE-YY NOT NUMERIC
           OR MB-1ST-DUE-MM NOT NUMERIC
           OR MB-LOAN-TERM NOT NUMERIC
           OR MB-LOAN-TERM NOT > 0
               GO TO COMPUTE-FINAL-TERM-EXIT.
           MOVE MB-1ST-DUE-YY          TO WS-YYYY.
           MOVE MB-1ST-DUE-MM          TO WS-MM.
           IF WS-YYYY = 0 OR WS-MM < 1 OR WS-MM > 12
               GO TO COMPUTE-FINAL-TERM-EXIT.
           COMPUTE WS-FIRST-MONTHS = (WS-YYYY * 12) + WS-MM - 1.
           COMPUTE WS-HALF-TERM = (MB-LOAN-TERM + 1) / 2.
           COMPUTE WS-FT-MONTHS = WS-FIRST-MONTHS + WS-HALF-TERM.
           DIVIDE WS-FT-MONTHS BY 12 GIVING WS-FT-DIVIDE-QUOT
               REMAINDER WS-FT-DIVIDE-REM.
           MOVE WS-FT-DIVIDE-QUOT      TO WS-FT-YYYY.
           COMPUTE WS-FT-MM = WS-FT-DIVIDE-REM + 1.
           COMPUTE WS-FT-YYYYMM = (WS-FT-YYYY * 100) + WS-FT-MM.
           IF MB-STATEMENT-YY NOT NUMERIC
           OR MB-STATEMENT-MM NOT NUMERIC
               GO TO COMPUTE-FINAL-TERM-EXIT.
           MOVE MB-STATEMENT-YY        TO WS-YYYY.
           MOVE MB-STATEMENT-MM        TO WS-MM.
           COMPUTE WS-STMT-MONTHS = (WS-YYYY * 12) + WS-MM - 1.
           IF WS-STMT-MONTHS NOT < WS-FT-MONTHS
               MOVE 'Y'                TO FT-SW
               ADD 1                   TO FT-CTR.
       COMPUTE-FINAL-TERM-EXIT.
           EXIT.

       WRITE-HPA-LISTED-LOAN.
           MOVE SPACES                 TO NTC-REC.
           MOVE MB-CLIENT              TO NTC-CLIENT.
           MOVE MB-ACCOUNT             TO NTC-ACCOUNT.
           IF FINAL-TERMINATION-POINT
               MOVE 'FT'               TO NTC-TYPE
               MOVE 'FINAL TERMINATION'  TO WS-POINT-DISP
           ELSE
           IF AUTO-TERMINATION-POINT
               MOVE 'AT'               TO NTC-TYPE
               MOVE '78% AUTO TERMINATION' TO WS-POINT-DISP
           ELSE
               MOVE 'BR'               TO NTC-TYPE
               MOVE '80% BORROWER REQUEST' TO WS-POINT-DISP.
           MOVE MB-BILL-NAME           TO NTC-BILL-NAME.
           MOVE MB-BILL-LINE-2         TO NTC-LINE-2.
           MOVE MB-BILL-LINE-3         TO NTC-LINE-3.
           MOVE MB-BILL-LINE-4         TO NTC-LINE-4.
           MOVE MB-BILL-CITY           TO NTC-CITY.
           MOVE MB-BILL-STATE          TO NTC-STATE.
           MOVE MB-ZIP-5               TO NTC-ZIP-5.
           MOVE MB-ZIP-4               TO NTC-ZIP-4.
           MOVE WS-ORIG-VALUE          TO NTC-ORIG-VALUE.
           MOVE WS-PRIN-BAL            TO NTC-PRIN-BAL.
           MOVE WS-LTV                 TO NTC-LTV.
           MOVE WS-MIP-AMT             TO NTC-MIP-AMT.
           MOVE WS-FT-YYYYMM           TO NTC-FINAL-TERM-YYYYMM.
           IF MB-DELQ-P-I NUMERIC AND MB-DELQ-P-I > 0
               MOVE 'N'                TO NTC-CURRENT-SW
               MOVE 'NOT CURRENT'      TO WS-CURRENT-DISP
           ELSE
               MOVE 'Y'                TO NTC-CURRENT-SW
               MOVE 'CURRENT'          TO WS-CURRENT-DISP.
           MOVE BR-SW                  TO NTC-BR-SW.
           MOVE AT-SW                  TO NTC-AT-SW.
           MOVE FT-SW                  TO NTC-FT-SW.
           MOVE MB-STATEMENT-DATE      TO NTC-STMT-DATE.
           WRITE NTC-REC.
           ADD 1                       TO NOTICE-CTR.
           PERFORM WRITE-CORR-HISTORY-LINE.
           MOVE MB-ACCOUNT             TO WS-RPT-ACCOUNT.
           MOVE WS-PRIN-BAL            TO WS-BAL-DISP.
           MOVE WS-ORIG-VALUE          TO WS-VAL-DISP.
           MOVE WS-LTV                 TO WS-LTV-DISP.
           MOVE WS-FT-YYYYMM           TO WS-FT-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING MB-CLIENT            DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-RPT-ACCOUNT       DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-BAL-DISP          DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-VAL-DISP          DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-LTV-DISP          DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-FT-DISP           DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-POINT-DISP        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-CURRENT-DISP      DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

      *
      * each HPA notice produced is logged to the permanent
      * correspondence history with the termination point reached
      *
       WRITE-CORR-HISTORY-LINE.
           MOVE SPACES                 TO CH-REC.
           MOVE MB-ACCOUNT             TO CH-ACCOUNT.
           MOVE WS-RUN-DATE            TO CH-DATE.
           MOVE WS-RUN-TIME-X (1:6)    TO CH-TIME.
           MOVE MB-CLIENT              TO CH-CLIENT.
           MOVE 'HPAMI'                TO CH-DOC-TYPE.
           MOVE 'P'                    TO CH-CHANNEL.
           MOVE 'HPAMI1'               TO CH-PROGRAM.
           MOVE MB-JOB                 TO CH-RUN.
           MOVE NTC-NAME               TO CH-ARTIFACT.
           MOVE WS-POINT-DISP          TO CH-REFERENCE.
           WRITE CH-REC.

       WRITE-NO-VALUE-LINE.
           MOVE MB-ACCOUNT             TO WS-RPT-ACCOUNT.
           MOVE WS-PRIN-BAL            TO WS-BAL-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING MB-CLIENT            DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-RPT-ACCOUNT       DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-BAL-DISP          DELIMITED BY SIZE
                  '  NO ORIGINAL VALUE ON FILE - LTV NOT MEASURED'
                                       DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       WRITE-DISCLOSURE-REC.
           MOVE SPACES                 TO DSC-REC.
           MOVE MB-CLIENT              TO DSC-CLIENT.
           MOVE MB-ACCOUNT             TO DSC-ACCOUNT.
           MOVE MB-BILL-NAME           TO DSC-BILL-NAME.
           MOVE MB-BILL-LINE-2         TO DSC-LINE-2.
           MOVE MB-BILL-LINE-3         TO DSC-LINE-3.
           MOVE MB-BILL-LINE-4         TO DSC-LINE-4.
           MOVE MB-BILL-CITY           TO DSC-CITY.
           MOVE MB-BILL-STATE          TO DSC-STATE.
           MOVE MB-ZIP-5               TO DSC-ZIP-5.
           MOVE MB-ZIP-4               TO DSC-ZIP-4.
           MOVE OV-FOUND-SW            TO DSC-OPV-FOUND-SW.
           MOVE WS-ORIG-VALUE          TO DSC-ORIG-VALUE.
           MOVE WS-PRIN-BAL            TO DSC-PRIN-BAL.
           MOVE WS-LTV                 TO DSC-LTV.
           MOVE WS-BAL-AT-80           TO DSC-BAL-AT-80.
           MOVE WS-BAL-AT-78           TO DSC-BAL-AT-78.
           MOVE WS-FT-YYYYMM           TO DSC-FINAL-TERM-YYYYMM.
           MOVE WS-MIP-AMT             TO DSC-MIP-AMT.
           MOVE WS-MIP-YTD             TO DSC-MIP-YTD.
           MOVE MB-STATEMENT-DATE      TO DSC-STMT-DATE.
           WRITE DSC-REC.
           ADD 1                       TO DSC-CTR.

       WRITE-LISTING-HEADING.
           MOVE SPACES                 TO OUT-REC.
           STRING 'HOMEOWNERS PROTECTION ACT - MI CANCELLATION AND '
                                       DELIMITED BY SIZE
                  'TERMINATION POINTS REACHED'
                                       DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           STRING 'CLNT  ACCOUNT        PRINCIPAL BAL'
                                       DELIMITED BY SIZE
                  '     ORIG VALUE     LTV   FINAL TRM'
                                       DELIMITED BY SIZE
                  '  POINT REACHED            STATUS'
                                       DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR HPAMI1' UPON CRT AT 0915.
           DISPLAY REC-CTR     'SET RECORDS READ               ='
               UPON CRT AT 1125.
           DISPLAY OPV-CTR     'ORIGINAL VALUES LOADED         ='
               UPON CRT AT 1225.
           DISPLAY MI-CTR      'LOANS PAYING MI                ='
               UPON CRT AT 1325.
           DISPLAY BR-CTR      'AT 80% - BORROWER REQUEST ONLY ='
               UPON CRT AT 1425.
           DISPLAY AT-CTR      'AT 78% - AUTO TERMINATION      ='
               UPON CRT AT 1525.
           DISPLAY FT-CTR      'PAST MIDPOINT - FINAL TERM     ='
               UPON CRT AT 1625.
           DISPLAY NOTICE-CTR  'NOTICE RECORDS WRITTEN         ='
               UPON CRT AT 1725.
           DISPLAY DSC-CTR     'DISCLOSURE RECORDS WRITTEN     ='
               UPON CRT AT 1825.
           DISPLAY NOOPV-CTR   'MI LOANS WITH NO ORIGINAL VALUE='
               UPON CRT AT 1925.
           IF BKCOPY-CTR NOT = 0
               DISPLAY BKCOPY-CTR 'ADDRESSED COPIES SKIPPED    ='
                   UPON CRT AT 2025.
           IF NOOPV-CTR NOT = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE IN1-FILE.
           CLOSE OUT-FILE.
           CLOSE NTC-FILE.
           CLOSE DSC-FILE.
           CLOSE CORRHIST-FILE.
           STOP RUN.
