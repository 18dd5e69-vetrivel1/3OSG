       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BKCLAIM1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * chapter 13 pre-petition arrearage claim ledger - the mbp
      * layout carries the proof-of-claim amount, the trustee money
      * applied to it (PRE-PET-PAID-TO-DATE), the remaining claim,
      * the BNK1 debtor/trustee/post-petition suspense balances and
      * POST-PET-DLQ-DAYS, and nothing ever read them; counsel was
      * rebuilding the claim history off servicing screens.  this
      * step holds every chapter 13 claim against last cycle's
      * carry-forward and writes one ledger line per loan: trustee
      * money applied this cycle, paid to date, remaining claim, and
      * what is parked in trustee suspense.  the cycle a claim's
      * remaining balance reaches zero it writes the response-to-
      * notice-of-final-cure data (claim paid in full, post-petition
      * current or delinquent and by how much) - once per claim.
      * a paid-to-date that goes down, or paid plus remaining that
      * does not prove to the claim, is excepted.  a claim whose loan
      * is missing from tonight's extract is carried onto the new
      * ledger unchanged, so its paid-to-date and final-cure flag
      * are still there when the loan comes back.  an uncured claim
      * is always carried; a missing claim cured more than a year
      * ago (paid off, foreclosed or transferred out) is retired
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
      * the prior cycle's claim carry-forward
           SELECT PRI-FILE  ASSIGN TO DYNAMIC PRI-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS PRI-STATUS.
      * this cycle's carry-forward
           SELECT CUR-FILE  ASSIGN TO DYNAMIC CUR-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the claim ledger report
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * response-to-notice-of-final-cure data for counsel
           SELECT CURE-FILE ASSIGN TO DYNAMIC CURE-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * claims that do not prove
           SELECT EXC-FILE ASSIGN TO DYNAMIC EXC-PATH
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
           RECORD CONTAINS 5368 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS COBOL-LAYOUT.
       copy '/users/devel/mbp.cbl'.
      *
       FD  PRI-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRI-REC.
       01  PRI-REC.
           05  PRI-LOAN                PIC X(7).
           05  PRI-CLAIM-AMT           PIC S9(9)V99.
           05  PRI-PAID-TO-DATE        PIC S9(9)V99.
           05  PRI-REMAINING-BAL       PIC S9(9)V99.
           05  PRI-CURE-SW             PIC X(1).
           05  PRI-CURE-DATE           PIC 9(8).
           05  FILLER                  PIC X(11).

       FD  CUR-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CUR-REC.
       01  CUR-REC.
           05  CUR-LOAN                PIC X(7).
           05  CUR-CLAIM-AMT           PIC S9(9)V99.
           05  CUR-PAID-TO-DATE        PIC S9(9)V99.
           05  CUR-REMAINING-BAL       PIC S9(9)V99.
           05  CUR-CURE-SW             PIC X(1).
           05  CUR-CURE-DATE           PIC 9(8).
           05  FILLER                  PIC X(11).

       FD OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01 OUT-REC                      PIC X(132).

       FD  CURE-FILE
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CURE-REC.
       01  CURE-REC.
           05  FNC-CLIENT              PIC X(4).
           05  FNC-LOAN                PIC X(7).
           05  FNC-NAME                PIC X(30).
           05  FNC-CLAIM-AMT           PIC S9(9)V99.
           05  FNC-PAID-TO-DATE        PIC S9(9)V99.
           05  FNC-CLAIM-PAID          PIC X(1).
           05  FNC-POST-PET-STATUS     PIC X(1).
           05  FNC-POST-PET-DLQ-DAYS   PIC 9(5).
           05  FNC-POST-PET-DLQ-AMT    PIC S9(9)V99.
           05  FNC-POST-PET-SUSP-BAL   PIC S9(9)V99.
           05  FNC-POST-PET-NEXT-DUE   PIC 9(8).
           05  FNC-CURE-DATE           PIC 9(8).
           05  FILLER                  PIC X(42).

       FD EXC-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EXC-REC.
       01 EXC-REC                      PIC X(132).
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
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  CURE-PATH.
               10 CURE-PREFIX          PIC X(14)
                  VALUE '/users/public/'.
               10 CURE-NAME            PIC X(64).
           05  EXC-PATH.
               10 EXC-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 EXC-NAME             PIC X(64).
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  PRI-STATUS              PIC X(2)  VALUE SPACES.
           05  CORRHIST-PATH           PIC X(40)
               VALUE '/users/public/out/corrhist.dat'.
           05  WS-RUN-TIME-X           PIC X(8)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  CLAIM-CTR               PIC 9(7)  VALUE 0.
           05  APPLIED-CTR             PIC 9(7)  VALUE 0.
           05  CURE-CTR                PIC 9(7)  VALUE 0.
           05  DECREASE-CTR            PIC 9(7)  VALUE 0.
           05  NOPROVE-CTR             PIC 9(7)  VALUE 0.
           05  CARRIED-CTR             PIC 9(7)  VALUE 0.
           05  RETIRED-CTR             PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  PRI-EOF-SW              PIC 9(1)  VALUE 0.
           05  PC-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  PC-FOUND                      VALUE 'Y'.
           05  WS-CURE-SW              PIC X(1)  VALUE 'N'.
               88  CURE-WRITTEN                  VALUE 'Y'.
           05  WS-CURE-DATE            PIC 9(8)  VALUE 0.
           05  WS-CLAIM-AMT            PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-PRIOR-PAID           PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-APPLIED              PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-PROOF-AMT            PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-DLQ-AMT              PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-DLQ-INST             PIC S9(5) COMP-3 VALUE 0.
           05  WS-DLQ-REM              PIC S9(5) COMP-3 VALUE 0.
           05  WS-NEXT-DUE             PIC 9(8)  VALUE 0.
           05  WS-NEXT-MMDD            PIC 9(4)  VALUE 0.
           05  WS-REASON               PIC X(30) VALUE SPACES.
           05  WS-CLAIM-DISP           PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-APPLIED-DISP         PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-PAID-DISP            PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-REMAIN-DISP          PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-TRUST-DISP           PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-OTHER-DISP           PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-DAYS-DISP            PIC ZZZZ9.
           05  WS-CURRENT-DATE         PIC 9(8)  VALUE 0.
           05  WS-RETAIN-DATE          PIC 9(8)  VALUE 0.

      *
      * prior cycle's claims keyed loan; a table past capacity is a
      * hard stop - a claim dropped here would lose its prior
      * paid-to-date and could draw a second final-cure response
      *
       01  PRIOR-CLAIM-TABLE.
           05  PC-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-PC-COUNT
                   INDEXED BY PC-IDX.
               10  PC-LOAN             PIC X(7).
               10  PC-CLAIM-AMT        PIC S9(9)V99 COMP-3.
               10  PC-PAID-TO-DATE     PIC S9(9)V99 COMP-3.
               10  PC-REMAINING-BAL    PIC S9(9)V99 COMP-3.
               10  PC-CURE-SW          PIC X(1).
               10  PC-CURE-DATE        PIC 9(8).
               10  PC-MATCHED-SW       PIC X(1).
       77  WS-PC-COUNT                 PIC S9(8) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME PRI-NAME CUR-NAME OUT-NAME CURE-NAME
                    EXC-NAME.
           DISPLAY '* * * B E G I N   B K C L A I M 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR PRI-NAME = SPACES
           OR CUR-NAME = SPACES OR OUT-NAME = SPACES
           OR CURE-NAME = SPACES OR EXC-NAME = SPACES
               DISPLAY '!!!! ENTER MBP, PRIOR LEDGER, NEW LEDGER,'
                   UPON CRT AT 2301
               DISPLAY '!!!!   REPORT, FINAL-CURE AND EXCEPTION FILES'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RETAIN-DATE = WS-CURRENT-DATE - 10000.
           PERFORM LOAD-PRIOR-CLAIM-TABLE.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! MBP FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT CUR-FILE.
           OPEN OUTPUT OUT-FILE.
           OPEN OUTPUT CURE-FILE.
           OPEN OUTPUT EXC-FILE.
           OPEN EXTEND CORRHIST-FILE.
           ACCEPT WS-RUN-TIME-X FROM TIME.
           PERFORM READ-MBP-REC.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
           PERFORM END-RTN.

       LOAD-PRIOR-CLAIM-TABLE.
      * a missing prior file is the first tracked cycle - every
      * claim's applied-this-cycle figure is its whole paid-to-date
           OPEN INPUT PRI-FILE.
           IF PRI-STATUS NOT = '00'
               MOVE 1                  TO PRI-EOF-SW
           ELSE
               MOVE 0                  TO PRI-EOF-SW
               PERFORM UNTIL PRI-EOF-SW = 1
                   READ PRI-FILE
                       AT END MOVE 1   TO PRI-EOF-SW
                       NOT AT END
                           IF WS-PC-COUNT NOT < 50000
                               DISPLAY '!!!! PRIOR CLAIM TABLE FULL'
                                   UPON CRT AT 2301
                               DISPLAY '!!!!   AT 50000 - STOP'
                                   UPON CRT AT 2401
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1       TO WS-PC-COUNT
                           SET PC-IDX TO WS-PC-COUNT
                           MOVE PRI-LOAN TO PC-LOAN (PC-IDX)
                           MOVE PRI-CLAIM-AMT
                               TO PC-CLAIM-AMT (PC-IDX)
                           MOVE PRI-PAID-TO-DATE
                               TO PC-PAID-TO-DATE (PC-IDX)
                           MOVE PRI-REMAINING-BAL
                               TO PC-REMAINING-BAL (PC-IDX)
                           MOVE PRI-CURE-SW
                               TO PC-CURE-SW (PC-IDX)
                           MOVE PRI-CURE-DATE
                               TO PC-CURE-DATE (PC-IDX)
                           MOVE 'N' TO PC-MATCHED-SW (PC-IDX)
                   END-READ
               END-PERFORM
               CLOSE PRI-FILE.

       READ-MBP-REC.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               ADD 1                   TO REC-CTR.

      *
      * a loan is on the ledger while it is in a chapter 13 and has
      * a pre-petition claim on file.  the claim amount is the one
      * keyed off the proof of claim; where only the total-claim
      * field is populated that one stands in
      *
       001-MAIN.
           IF MB-BANKRUPT-CODE NOT = '13'
               PERFORM READ-MBP-REC
               GO TO 001-MAIN-EXIT.
           MOVE PRE-PET-CLAIM-AMT      TO WS-CLAIM-AMT.
           IF WS-CLAIM-AMT = 0
               MOVE PRE-PET-TOTAL-CLAIM-AMT TO WS-CLAIM-AMT.
           IF WS-CLAIM-AMT = 0
               PERFORM READ-MBP-REC
               GO TO 001-MAIN-EXIT.
           ADD 1                       TO CLAIM-CTR.
           PERFORM FIND-PRIOR-CLAIM-ENTRY.
           IF PC-FOUND
               MOVE 'Y'                TO PC-MATCHED-SW (PC-IDX)
               MOVE PC-PAID-TO-DATE (PC-IDX) TO WS-PRIOR-PAID
               MOVE PC-CURE-SW (PC-IDX)      TO WS-CURE-SW
               MOVE PC-CURE-DATE (PC-IDX)    TO WS-CURE-DATE
           ELSE
               MOVE 0                  TO WS-PRIOR-PAID
               MOVE 'N'                TO WS-CURE-SW
               MOVE 0                  TO WS-CURE-DATE.
           COMPUTE WS-APPLIED = PRE-PET-PAID-TO-DATE - WS-PRIOR-PAID.
           IF WS-APPLIED NOT = 0
               ADD 1                   TO APPLIED-CTR.
           PERFORM PROVE-CLAIM.
           PERFORM WRITE-LEDGER-LINE.
           IF PRE-PET-REMAINING-BAL NOT > 0
           AND NOT CURE-WRITTEN
               PERFORM WRITE-FINAL-CURE.
           MOVE SPACES                 TO CUR-REC.
           MOVE MB-LOAN                TO CUR-LOAN.
           MOVE WS-CLAIM-AMT           TO CUR-CLAIM-AMT.
           MOVE PRE-PET-PAID-TO-DATE   TO CUR-PAID-TO-DATE.
           MOVE PRE-PET-REMAINING-BAL  TO CUR-REMAINING-BAL.
           MOVE WS-CURE-SW             TO CUR-CURE-SW.
           MOVE WS-CURE-DATE           TO CUR-CURE-DATE.
           WRITE CUR-REC.
           PERFORM READ-MBP-REC.
       001-MAIN-EXIT.
           EXIT.

      *
      * trustee money only ever adds to the paid-to-date; a drop
      * means a reversal or a re-keyed claim counsel has to see,
      * and paid plus remaining has to come back to the claim
      *
       PROVE-CLAIM.
           IF PC-FOUND
           AND PRE-PET-PAID-TO-DATE < WS-PRIOR-PAID
               ADD 1                   TO DECREASE-CTR
               MOVE 'PAID-TO-DATE DECREASED'   TO WS-REASON
               PERFORM WRITE-EXCEPTION-LINE.
           COMPUTE WS-PROOF-AMT =
               PRE-PET-PAID-TO-DATE + PRE-PET-REMAINING-BAL.
           IF WS-PROOF-AMT NOT = WS-CLAIM-AMT
               ADD 1                   TO NOPROVE-CTR
               MOVE 'PAID + REMAINING NOT = CLAIM'
                                       TO WS-REASON
               PERFORM WRITE-EXCEPTION-LINE.

      *
      * post-petition status for the response: current when the
      * post-petition side shows no delinquent days, otherwise
      * delinquent by the installments those days represent at the
      * current payment, less what already sits in post-petition
      * suspense toward them
      *
       WRITE-FINAL-CURE.
           MOVE 0                      TO WS-DLQ-AMT.
           IF POST-PET-DLQ-DAYS > 0
               DIVIDE POST-PET-DLQ-DAYS BY 30 GIVING WS-DLQ-INST
                   REMAINDER WS-DLQ-REM
               IF WS-DLQ-REM > 0
                   ADD 1               TO WS-DLQ-INST
               END-IF
               COMPUTE WS-DLQ-AMT =
                   (WS-DLQ-INST * MB-TOT-PYMT) - BNK1-POST-PET-SUSP-BAL
               IF WS-DLQ-AMT < 0
                   MOVE 0              TO WS-DLQ-AMT
               END-IF
           END-IF.
           MOVE 0                      TO WS-NEXT-DUE.
           IF MB-POST-PETITION-YY > 0
               MOVE MB-POST-PETITION-MMDD TO WS-NEXT-MMDD
               COMPUTE WS-NEXT-DUE =
                   ((MB-POST-PETITION-YY + 1900) * 10000)
                 + WS-NEXT-MMDD.
           MOVE SPACES                 TO CURE-REC.
           MOVE MB-CLIENT-NO           TO FNC-CLIENT.
           MOVE MB-LOAN                TO FNC-LOAN.
           MOVE MB-NAME-ADD-1          TO FNC-NAME.
           MOVE WS-CLAIM-AMT           TO FNC-CLAIM-AMT.
           MOVE PRE-PET-PAID-TO-DATE   TO FNC-PAID-TO-DATE.
           MOVE 'Y'                    TO FNC-CLAIM-PAID.
           IF POST-PET-DLQ-DAYS > 0
               MOVE 'D'                TO FNC-POST-PET-STATUS
           ELSE
               MOVE 'C'                TO FNC-POST-PET-STATUS.
           MOVE POST-PET-DLQ-DAYS      TO FNC-POST-PET-DLQ-DAYS.
           MOVE WS-DLQ-AMT             TO FNC-POST-PET-DLQ-AMT.
           MOVE BNK1-POST-PET-SUSP-BAL TO FNC-POST-PET-SUSP-BAL.
           MOVE WS-NEXT-DUE            TO FNC-POST-PET-NEXT-DUE.
           MOVE WS-CURRENT-DATE        TO FNC-CURE-DATE.
           WRITE CURE-REC.
           ADD 1                       TO CURE-CTR.
           MOVE 'Y'                    TO WS-CURE-SW.
           MOVE WS-CURRENT-DATE        TO WS-CURE-DATE.
           PERFORM WRITE-CORR-HISTORY-LINE.

      *
      * each final-cure response produced is logged to the permanent
      * correspondence history
      *
       WRITE-CORR-HISTORY-LINE.
           MOVE SPACES                 TO CH-REC.
           MOVE 0                      TO CH-ACCOUNT.
           IF MB-LOAN NUMERIC
               MOVE MB-LOAN            TO CH-ACCOUNT.
           MOVE WS-CURRENT-DATE        TO CH-DATE.
           MOVE WS-RUN-TIME-X (1:6)    TO CH-TIME.
           MOVE MB-CLIENT-NO           TO CH-CLIENT.
           MOVE 'BKCURE'               TO CH-DOC-TYPE.
           MOVE 'P'                    TO CH-CHANNEL.
           MOVE 'BKCLAIM1'             TO CH-PROGRAM.
           MOVE IN1-NAME               TO CH-RUN.
           MOVE CURE-NAME              TO CH-ARTIFACT.
           IF POST-PET-DLQ-DAYS > 0
               MOVE 'CURED - PP DELQ'  TO CH-REFERENCE
           ELSE
               MOVE 'CURED - PP CURRENT' TO CH-REFERENCE.
           WRITE CH-REC.

       FIND-PRIOR-CLAIM-ENTRY.
           MOVE 'N'                 TO PC-FOUND-SW.
           IF WS-PC-COUNT > 0
              SET PC-IDX TO 1
              SEARCH PC-ENTRY
                 AT END
                    MOVE 'N'        TO PC-FOUND-SW
                 WHEN PC-LOAN (PC-IDX) = MB-LOAN
                    MOVE 'Y'        TO PC-FOUND-SW
              END-SEARCH.

       WRITE-LEDGER-LINE.
           MOVE WS-CLAIM-AMT           TO WS-CLAIM-DISP.
           MOVE WS-APPLIED             TO WS-APPLIED-DISP.
           MOVE PRE-PET-PAID-TO-DATE   TO WS-PAID-DISP.
           MOVE PRE-PET-REMAINING-BAL  TO WS-REMAIN-DISP.
           MOVE BNK1-TRUST-SUSP-BAL    TO WS-TRUST-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING MB-CLIENT-NO          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  MB-LOAN               DELIMITED BY SIZE
                  ' CLAIM'              DELIMITED BY SIZE
                  WS-CLAIM-DISP         DELIMITED BY SIZE
                  ' APPLIED'            DELIMITED BY SIZE
                  WS-APPLIED-DISP       DELIMITED BY SIZE
                  ' PAID'               DELIMITED BY SIZE
                  WS-PAID-DISP          DELIMITED BY SIZE
                  ' REMAIN'             DELIMITED BY SIZE
                  WS-REMAIN-DISP        DELIMITED BY SIZE
                  ' TRUSTEE SUSP'       DELIMITED BY SIZE
                  WS-TRUST-DISP         DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
      * the other suspense buckets ride a second line so counsel
      * sees every dollar the debtor has paid that is not yet applied
           MOVE BNK1-DEBTOR-SUSP-BAL   TO WS-OTHER-DISP.
           MOVE BNK1-POST-PET-SUSP-BAL TO WS-TRUST-DISP.
           MOVE POST-PET-DLQ-DAYS      TO WS-DAYS-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING '             DEBTOR SUSP'
                                        DELIMITED BY SIZE
                  WS-OTHER-DISP         DELIMITED BY SIZE
                  ' POST-PET SUSP'      DELIMITED BY SIZE
                  WS-TRUST-DISP         DELIMITED BY SIZE
                  ' POST-PET DAYS DELQ ' DELIMITED BY SIZE
                  WS-DAYS-DISP          DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       WRITE-EXCEPTION-LINE.
           MOVE WS-CLAIM-AMT           TO WS-CLAIM-DISP.
           MOVE WS-PRIOR-PAID          TO WS-APPLIED-DISP.
           MOVE PRE-PET-PAID-TO-DATE   TO WS-PAID-DISP.
           MOVE PRE-PET-REMAINING-BAL  TO WS-REMAIN-DISP.
           MOVE SPACES                 TO EXC-REC.
           STRING MB-CLIENT-NO          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  MB-LOAN               DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-REASON             DELIMITED BY SIZE
                  ' CLAIM'              DELIMITED BY SIZE
                  WS-CLAIM-DISP         DELIMITED BY SIZE
                  ' WAS'                DELIMITED BY SIZE
                  WS-APPLIED-DISP       DELIMITED BY SIZE
                  ' PAID'               DELIMITED BY SIZE
                  WS-PAID-DISP          DELIMITED BY SIZE
                  ' REM'                DELIMITED BY SIZE
                  WS-REMAIN-DISP        DELIMITED BY SIZE
               INTO EXC-REC.
           WRITE EXC-REC.

      *
      * a prior claim whose loan was not on tonight's extract is
      * written to the new ledger as it stood, except one cured
      * more than a year ago, which is retired
      *
       CARRY-UNMATCHED-PRIOR.
           IF PC-MATCHED-SW (PC-IDX) = 'N'
               IF PC-CURE-SW (PC-IDX) = 'Y'
               AND PC-CURE-DATE (PC-IDX) < WS-RETAIN-DATE
                   ADD 1               TO RETIRED-CTR
               ELSE
                   PERFORM WRITE-CARRIED-PRIOR.

       WRITE-CARRIED-PRIOR.
           MOVE SPACES                 TO CUR-REC.
           MOVE PC-LOAN (PC-IDX)       TO CUR-LOAN.
           MOVE PC-CLAIM-AMT (PC-IDX)     TO CUR-CLAIM-AMT.
           MOVE PC-PAID-TO-DATE (PC-IDX)  TO CUR-PAID-TO-DATE.
           MOVE PC-REMAINING-BAL (PC-IDX) TO CUR-REMAINING-BAL.
           MOVE PC-CURE-SW (PC-IDX)       TO CUR-CURE-SW.
           MOVE PC-CURE-DATE (PC-IDX)     TO CUR-CURE-DATE.
           WRITE CUR-REC.
           ADD 1                       TO CARRIED-CTR.

       END-RTN.
           PERFORM CARRY-UNMATCHED-PRIOR
               VARYING PC-IDX FROM 1 BY 1
               UNTIL PC-IDX > WS-PC-COUNT.
           DISPLAY 'FINAL TOTALS FOR BKCLAIM1' UPON CRT AT 0915.
           DISPLAY REC-CTR  'MBP RECORDS READ          =' UPON CRT
               AT 1125.
           DISPLAY CLAIM-CTR 'CHAPTER 13 CLAIMS        =' UPON CRT
               AT 1225.
           DISPLAY APPLIED-CTR 'CLAIMS WITH TRUSTEE MONEY=' UPON CRT
               AT 1325.
           DISPLAY CURE-CTR 'FINAL-CURE RESPONSES      =' UPON CRT
               AT 1425.
           DISPLAY DECREASE-CTR 'PAID-TO-DATE DECREASED  =' UPON CRT
               AT 1525.
           DISPLAY NOPROVE-CTR 'CLAIMS NOT PROVING       =' UPON CRT
               AT 1625.
           DISPLAY CARRIED-CTR 'CARRIED - NOT ON EXTRACT =' UPON CRT
               AT 1725.
           DISPLAY RETIRED-CTR 'CURED OVER A YEAR - RETIRED' UPON CRT
               AT 1825.
           IF DECREASE-CTR NOT = 0 OR NOPROVE-CTR NOT = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE IN1-FILE.
           CLOSE CUR-FILE.
           CLOSE OUT-FILE.
           CLOSE CURE-FILE.
           CLOSE EXC-FILE.
           CLOSE CORRHIST-FILE.
           STOP RUN.
