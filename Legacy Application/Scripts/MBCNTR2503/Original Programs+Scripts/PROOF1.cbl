       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PROOF1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * statement proof renderer - QSAMPLE1 and QGATE1 say which
      * pieces were sampled, but to see what a statement actually
      * says the reviewer waited for the vendor's PDF or read the
      * 2116-byte MB-REC in a hex viewer.  given the cycle's .set
      * and either a list of accounts or the word SAMPLES (every
      * record SETMB2000 marked MB-STMT-SELECTED-AS-SAMPLE), this
      * step prints each statement as a formatted text page: address
      * block, amount-due box, payment breakdown, past-due and fee
      * itemization, account activity, payment history, messages and
      * the coupon scanline, so reviewers and CSRs check content the
      * night the run is built instead of the day after it mails.
      * the .set carries no activity or history of its own - those
      * sections come from the cycle's tran750 and mbu extracts when
      * they are named, and the message text from msgtext.tab
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
      * the proof pages
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the accounts to proof - client and account per line; not
      * opened when SAMPLES is named instead
           SELECT ACL-FILE  ASSIGN TO DYNAMIC ACL-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS ACL-STATUS.
      * the cycle's tran750 postings - optional, for activity
           SELECT TRN-FILE  ASSIGN TO DYNAMIC TRN-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS TRN-STATUS.
      * the cycle's mbu sub-extract - optional, for payment history
           SELECT MBU-FILE  ASSIGN TO DYNAMIC MBU-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS MBU-STATUS.
      * statement message text by client and code - optional
           SELECT MTX-FILE  ASSIGN TO DYNAMIC MTX-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS MTX-STATUS.
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
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01 OUT-REC                      PIC X(132).

       FD  ACL-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ACL-REC.
       01  ACL-REC.
           05  ACL-CLIENT              PIC X(4).
           05  ACL-ACCOUNT             PIC 9(13).
           05  FILLER                  PIC X(3).

       FD TRN-FILE
           RECORD CONTAINS 750 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TRN-REC.
       01 TRN-REC                      PIC X(750).

       FD  MBU-FILE
           RECORD CONTAINS 4000 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MBU-REC.
       01  MBU-REC                     PIC X(4000).

       FD  MTX-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MTX-REC.
       01  MTX-REC.
           05  MTX-REC-CLIENT          PIC X(4).
           05  MTX-REC-CODE            PIC X(2).
           05  MTX-REC-TEXT            PIC X(74).
      *
       WORKING-STORAGE SECTION.

       copy '/users/devel/tran750.cbl'.

       copy '/users/devel/mbu.cbl'.

       01  VARIABLES.
           05  IN1-PATH.
               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 IN1-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  ACL-PATH.
               10 ACL-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 ACL-NAME             PIC X(64).
           05  TRN-PATH.
               10 TRN-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 TRN-NAME             PIC X(64).
           05  MBU-PATH.
               10 MBU-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 MBU-NAME             PIC X(64).
           05  MTX-PATH                PIC X(40)
               VALUE '/users/public/msgtext.tab'.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  ACL-STATUS              PIC X(2)  VALUE SPACES.
           05  TRN-STATUS              PIC X(2)  VALUE SPACES.
           05  MBU-STATUS              PIC X(2)  VALUE SPACES.
           05  MTX-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  PAGE-CTR                PIC 9(7)  VALUE 0.
           05  NOT-FOUND-CTR           PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  ACL-EOF-SW              PIC 9(1)  VALUE 0.
           05  TRN-EOF-SW              PIC 9(1)  VALUE 0.
           05  MBU-EOF-SW              PIC 9(1)  VALUE 0.
           05  MTX-EOF-SW              PIC 9(1)  VALUE 0.
           05  SAMPLES-SW              PIC X(1)  VALUE 'N'.
               88  SAMPLES-MODE                  VALUE 'Y'.
           05  PF-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  PF-FOUND                      VALUE 'Y'.
           05  MT-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  MT-FOUND                      VALUE 'Y'.
           05  WS-SUB                  PIC S9(4) COMP VALUE 0.
           05  WS-LOAN-N               PIC 9(13) VALUE 0.
           05  WS-MSG-CODE             PIC X(2)  VALUE SPACES.
           05  WS-RPT-ACCOUNT          PIC 9(13) VALUE 0.
           05  WS-DATE-OUT             PIC X(10) VALUE SPACES.
           05  WS-DUE-OUT              PIC X(10) VALUE SPACES.
           05  WS-DATE-IN.
               10  WS-DIN-YYYY         PIC X(4).
               10  WS-DIN-MM           PIC X(2).
               10  WS-DIN-DD           PIC X(2).
           05  WS-DATE-IN-N REDEFINES WS-DATE-IN PIC 9(8).
           05  WS-RATE-EDIT            PIC Z9.99999.
           05  WS-ED-1                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-ED-2                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-ED-3                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-ED-4                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-ED-5                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-ED-6                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-AMT-WORK             PIC S9(11)V99 COMP-3 VALUE 0.

      *
      * one print line of the amount sections - a caption and an
      * edited amount
      *
       01  PRF-AMOUNT-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  PAL-LABEL               PIC X(36).
           05  PAL-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  PRF-RULE-LINE.
           05  FILLER                  PIC X(100) VALUE ALL '='.
           05  FILLER                  PIC X(32)  VALUE SPACES.

      *
      * the accounts to proof, with the activity and history that
      * belong to each, gathered before the .set pass that prints
      *
       01  PROOF-TABLE.
           05  PF-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-PF-COUNT
                   INDEXED BY PF-IDX.
               10  PF-CLIENT           PIC X(4).
               10  PF-ACCOUNT          PIC 9(13).
               10  PF-PRINTED-SW       PIC X(1).
               10  PF-TRN-SW           PIC X(1).
               10  PF-TRN-REC          PIC X(750).
               10  PF-HIST-SW          PIC X(1).
               10  PF-HIST OCCURS 12 TIMES.
                   15  PF-H-DUE        PIC 9(8).
                   15  PF-H-PROC       PIC 9(8).
       77  WS-PF-COUNT                 PIC S9(8) COMP VALUE 0.

       01  MSG-TEXT-TABLE.
           05  MT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-MT-COUNT
                   INDEXED BY MT-IDX.
               10  MT-CLIENT           PIC X(4).
               10  MT-CODE             PIC X(2).
               10  MT-TEXT             PIC X(74).
       77  WS-MT-COUNT                 PIC S9(8) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME OUT-NAME ACL-NAME TRN-NAME MBU-NAME.
           DISPLAY '* * * * B E G I N   P R O O F 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR OUT-NAME = SPACES
           OR ACL-NAME = SPACES
               DISPLAY '!!!! ENTER SET FILE, PROOF FILE AND ACCOUNT'
                   UPON CRT AT 2301
               DISPLAY '!!!!   LIST OR SAMPLES ON COMMAND LINE'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           IF ACL-NAME = 'SAMPLES' OR ACL-NAME = 'samples'
               MOVE 'Y'                TO SAMPLES-SW.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! SET FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           IF SAMPLES-MODE
               PERFORM LOAD-SAMPLED-ACCOUNTS
           ELSE
               PERFORM LOAD-ACCOUNT-LIST.
           PERFORM LOAD-ACTIVITY THRU LOAD-ACTIVITY-EXIT.
           PERFORM LOAD-HISTORY THRU LOAD-HISTORY-EXIT.
           PERFORM LOAD-MSG-TEXT-TABLE.
           OPEN OUTPUT OUT-FILE.
           MOVE 0                      TO EOF-SW.
           PERFORM READ-SET-REC.
           PERFORM VERIFY-EXTRACT-LAYOUT.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
           PERFORM REPORT-NOT-FOUND.
           PERFORM END-RTN.

      *
      * SAMPLES takes a first pass over the .set for the pieces
      * SETMB2000 pulled, then reopens it for the printing pass
      *
       LOAD-SAMPLED-ACCOUNTS.
           PERFORM READ-SET-REC.
           PERFORM VERIFY-EXTRACT-LAYOUT.
           PERFORM UNTIL EOF-SW = 1
               IF MB-STMT-SELECTED-AS-SAMPLE = 'Y'
                   MOVE MB-CLIENT      TO ACL-CLIENT
                   MOVE MB-ACCOUNT     TO ACL-ACCOUNT
                   PERFORM FIND-PROOF-ENTRY
                   IF NOT PF-FOUND
                       PERFORM ADD-PROOF-ENTRY
                   END-IF
               END-IF
               PERFORM READ-SET-REC
           END-PERFORM.
           CLOSE IN1-FILE.
           MOVE 0                      TO REC-CTR.
           OPEN INPUT IN1-FILE.

       LOAD-ACCOUNT-LIST.
           OPEN INPUT ACL-FILE.
           IF ACL-STATUS NOT = '00'
               DISPLAY '!!!! ACCOUNT LIST NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY ACL-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM UNTIL ACL-EOF-SW = 1
               READ ACL-FILE
                   AT END MOVE 1       TO ACL-EOF-SW
                   NOT AT END
                       IF ACL-ACCOUNT NUMERIC
                           PERFORM FIND-PROOF-ENTRY
                           IF NOT PF-FOUND
                               PERFORM ADD-PROOF-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACL-FILE.

       ADD-PROOF-ENTRY.
           IF WS-PF-COUNT < 2000
               ADD 1                   TO WS-PF-COUNT
               SET PF-IDX TO WS-PF-COUNT
               MOVE ACL-CLIENT         TO PF-CLIENT (PF-IDX)
               MOVE ACL-ACCOUNT        TO PF-ACCOUNT (PF-IDX)
               MOVE 'N'                TO PF-PRINTED-SW (PF-IDX)
                                          PF-TRN-SW (PF-IDX)
                                          PF-HIST-SW (PF-IDX)
               MOVE SPACES             TO PF-TRN-REC (PF-IDX)
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 12
                   MOVE 0              TO PF-H-DUE (PF-IDX, WS-SUB)
                                          PF-H-PROC (PF-IDX, WS-SUB)
               END-PERFORM.

       FIND-PROOF-ENTRY.
           MOVE 'N'                    TO PF-FOUND-SW.
           IF WS-PF-COUNT > 0
               SET PF-IDX TO 1
               SEARCH PF-ENTRY
                   AT END
                       MOVE 'N'        TO PF-FOUND-SW
                   WHEN PF-CLIENT (PF-IDX) = ACL-CLIENT
                    AND PF-ACCOUNT (PF-IDX) = ACL-ACCOUNT
                       MOVE 'Y'        TO PF-FOUND-SW
               END-SEARCH.

      *
      * the tran750 record is keyed by account alone; the first one
      * for a proofed account is kept whole for the activity section
      *
       LOAD-ACTIVITY.
           IF TRN-NAME = SPACES OR WS-PF-COUNT = 0
               GO TO LOAD-ACTIVITY-EXIT.
           OPEN INPUT TRN-FILE.
           IF TRN-STATUS NOT = '00'
               GO TO LOAD-ACTIVITY-EXIT.
           PERFORM UNTIL TRN-EOF-SW = 1
               READ TRN-FILE INTO CNP750-TRAN-REC
                   AT END MOVE 1       TO TRN-EOF-SW
                   NOT AT END
                       PERFORM VARYING PF-IDX FROM 1 BY 1
                               UNTIL PF-IDX > WS-PF-COUNT
                           IF PF-ACCOUNT (PF-IDX) = T-ACCOUNT
                           AND PF-TRN-SW (PF-IDX) = 'N'
                               MOVE 'Y' TO PF-TRN-SW (PF-IDX)
                               MOVE CNP750-TRAN-REC
                                       TO PF-TRN-REC (PF-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE TRN-FILE.
       LOAD-ACTIVITY-EXIT.
           EXIT.

      *
      * the mbu 12-month grid - due date and the date the payment
      * for it was processed, years carried since 1900
      *
       LOAD-HISTORY.
           IF MBU-NAME = SPACES OR WS-PF-COUNT = 0
               GO TO LOAD-HISTORY-EXIT.
           OPEN INPUT MBU-FILE.
           IF MBU-STATUS NOT = '00'
               GO TO LOAD-HISTORY-EXIT.
           PERFORM UNTIL MBU-EOF-SW = 1
               READ MBU-FILE INTO LPSUCFPB-RECORD
                   AT END MOVE 1       TO MBU-EOF-SW
                   NOT AT END
                       IF LOAN-NO OF LPSUCFPB-RECORD NUMERIC
                           MOVE LOAN-NO OF LPSUCFPB-RECORD
                                       TO WS-LOAN-N
                           PERFORM MATCH-HISTORY-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MBU-FILE.
       LOAD-HISTORY-EXIT.
           EXIT.

       MATCH-HISTORY-ENTRY.
           PERFORM VARYING PF-IDX FROM 1 BY 1
                   UNTIL PF-IDX > WS-PF-COUNT
               IF PF-CLIENT (PF-IDX) (1:3) =
                                   CLIENT-NO OF LPSUCFPB-RECORD
               AND PF-ACCOUNT (PF-IDX) = WS-LOAN-N
               AND PF-HIST-SW (PF-IDX) = 'N'
                   MOVE 'Y'            TO PF-HIST-SW (PF-IDX)
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > 12
                       IF HIST-DUE-YY (WS-SUB) NOT = 0
                           COMPUTE PF-H-DUE (PF-IDX, WS-SUB) =
                               (HIST-DUE-YY (WS-SUB) + 1900) * 10000
                             + (HIST-DUE-MM (WS-SUB) * 100)
                             +  HIST-DUE-DD (WS-SUB)
                       END-IF
                       IF HIST-PROC-YY (WS-SUB) NOT = 0
                           COMPUTE PF-H-PROC (PF-IDX, WS-SUB) =
                               (HIST-PROC-YY (WS-SUB) + 1900) * 10000
                             + (HIST-PROC-MM (WS-SUB) * 100)
                             +  HIST-PROC-DD (WS-SUB)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       LOAD-MSG-TEXT-TABLE.
           OPEN INPUT MTX-FILE.
           IF MTX-STATUS = '00'
               PERFORM UNTIL MTX-EOF-SW = 1
                   READ MTX-FILE
                       AT END MOVE 1   TO MTX-EOF-SW
                       NOT AT END
                           IF WS-MT-COUNT < 500
                               ADD 1   TO WS-MT-COUNT
                               SET MT-IDX TO WS-MT-COUNT
                               MOVE MTX-REC-CLIENT
                                       TO MT-CLIENT (MT-IDX)
                               MOVE MTX-REC-CODE TO MT-CODE (MT-IDX)
                               MOVE MTX-REC-TEXT TO MT-TEXT (MT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MTX-FILE.

       READ-SET-REC.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               IF MB-CLIENT = '9999'
                   GO TO READ-SET-REC
               ELSE
                   ADD 1               TO REC-CTR.

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

       001-MAIN.
           MOVE MB-CLIENT              TO ACL-CLIENT.
           MOVE MB-ACCOUNT             TO ACL-ACCOUNT.
           PERFORM FIND-PROOF-ENTRY.
           IF NOT PF-FOUND
               PERFORM READ-SET-REC
               GO TO 001-MAIN-EXIT.
           MOVE 'Y'                    TO PF-PRINTED-SW (PF-IDX).
           ADD 1                       TO PAGE-CTR.
           PERFORM PRINT-PAGE-HEADING.
           PERFORM PRINT-ADDRESS-BLOCK.
           PERFORM PRINT-AMOUNT-DUE-BOX.
           PERFORM PRINT-PAYMENT-BREAKDOWN.
           PERFORM PRINT-PAST-DUE-AND-FEES.
           PERFORM PRINT-ACTIVITY.
           PERFORM PRINT-PAYMENT-HISTORY.
           PERFORM PRINT-MESSAGES.
           PERFORM PRINT-SCANLINE.
           PERFORM READ-SET-REC.
       001-MAIN-EXIT.
           EXIT.

       PRINT-PAGE-HEADING.
           WRITE OUT-REC FROM PRF-RULE-LINE.
           MOVE MB-ACCOUNT             TO WS-RPT-ACCOUNT.
           MOVE MB-STATEMENT-DATE      TO WS-DATE-IN.
           PERFORM FORMAT-WORK-DATE.
           MOVE SPACES                 TO OUT-REC.
           STRING 'STATEMENT PROOF   CLIENT ' DELIMITED BY SIZE
                  MB-CLIENT             DELIMITED BY SIZE
                  '   ACCOUNT '         DELIMITED BY SIZE
                  WS-RPT-ACCOUNT        DELIMITED BY SIZE
                  '   STATEMENT DATE '  DELIMITED BY SIZE
                  WS-DATE-OUT           DELIMITED BY SIZE
                  '   JOB '             DELIMITED BY SIZE
                  MB-JOB                DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           IF MB-STMT-SELECTED-AS-SAMPLE = 'Y'
               MOVE SPACES             TO OUT-REC
               STRING 'QUALITY SAMPLE - REASON ' DELIMITED BY SIZE
                      MB-SAMPLE-REASONX DELIMITED BY SIZE
                   INTO OUT-REC
               WRITE OUT-REC.
           WRITE OUT-REC FROM PRF-RULE-LINE.

       PRINT-ADDRESS-BLOCK.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           MOVE MB-BILL-NAME           TO OUT-REC (7:60).
           WRITE OUT-REC.
           IF MB-BILL-LINE-2 NOT = SPACES
               MOVE SPACES             TO OUT-REC
               MOVE MB-BILL-LINE-2     TO OUT-REC (7:60)
               WRITE OUT-REC.
           IF MB-BILL-LINE-3 NOT = SPACES
               MOVE SPACES             TO OUT-REC
               MOVE MB-BILL-LINE-3     TO OUT-REC (7:60)
               WRITE OUT-REC.
           IF MB-BILL-LINE-4 NOT = SPACES
               MOVE SPACES             TO OUT-REC
               MOVE MB-BILL-LINE-4     TO OUT-REC (7:60)
               WRITE OUT-REC.
           IF MB-BILL-LINE-5 NOT = SPACES
               MOVE SPACES             TO OUT-REC
               MOVE MB-BILL-LINE-5     TO OUT-REC (7:60)
               WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           STRING MB-BILL-CITY          DELIMITED BY '  '
                  ' '                   DELIMITED BY SIZE
                  MB-BILL-STATE         DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  MB-ZIP-5              DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  MB-ZIP-4              DELIMITED BY SIZE
               INTO OUT-REC (7:80).
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           STRING 'PROPERTY: '          DELIMITED BY SIZE
                  MB-PROPERTY-STREET    DELIMITED BY '  '
                  ', '                  DELIMITED BY SIZE
                  MB-PROPERTY-CITY      DELIMITED BY '  '
                  ' '                   DELIMITED BY SIZE
                  MB-PROPERTY-STATE     DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  MB-PROPERTY-ZIP-5     DELIMITED BY SIZE
               INTO OUT-REC (7:120).
           WRITE OUT-REC.

      *
      * the amount-due box as the coupon shows it
      *
       PRINT-AMOUNT-DUE-BOX.
           PERFORM WRITE-SECTION-BREAK.
           MOVE SPACES                 TO OUT-REC.
           MOVE 'AMOUNT DUE'           TO OUT-REC (5:10).
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           STRING '      PAYMENT DUE DATE               '
                                        DELIMITED BY SIZE
                  MB-LOAN-DUE-MM        DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  MB-LOAN-DUE-DD        DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  MB-LOAN-DUE-YY        DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE 'TOTAL AMOUNT DUE'     TO PAL-LABEL.
           MOVE MB-TOTAL-AMOUNT-DUE    TO PAL-AMOUNT.
           WRITE OUT-REC FROM PRF-AMOUNT-LINE.
           MOVE SPACES                 TO OUT-REC.
           STRING '      IF RECEIVED AFTER GRACE DAYS   '
                                        DELIMITED BY SIZE
                  MB-GRACE-DAYS-R       DELIMITED BY SIZE
                  ' A LATE CHARGE OF'   DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE '  MAY BE ASSESSED'    TO PAL-LABEL.
           MOVE MB-L-C-AMT             TO PAL-AMOUNT.
           WRITE OUT-REC FROM PRF-AMOUNT-LINE.

       PRINT-PAYMENT-BREAKDOWN.
           PERFORM WRITE-SECTION-BREAK.
           MOVE SPACES                 TO OUT-REC.
           MOVE 'PAYMENT BREAKDOWN'    TO OUT-REC (5:17).
           WRITE OUT-REC.
           MOVE 'PRINCIPAL AND INTEREST' TO PAL-LABEL.
           MOVE MB-FIRST-P-I           TO PAL-AMOUNT.
           WRITE OUT-REC FROM PRF-AMOUNT-LINE.
           IF MB-2ND-P-I NOT = 0
               MOVE 'SECOND LIEN PRINCIPAL AND INTEREST'
                                       TO PAL-LABEL
               MOVE MB-2ND-P-I         TO PAL-AMOUNT
               WRITE OUT-REC FROM PRF-AMOUNT-LINE.
           MOVE 'ESCROW (TAXES AND INSURANCE)' TO PAL-LABEL.
           MOVE MB-ESCROW-PAYMENT      TO PAL-AMOUNT.
           WRITE OUT-REC FROM PRF-AMOUNT-LINE.
           COMPUTE WS-AMT-WORK = MB-A-H-PREM + MB-LIFE-PREM.
           IF WS-AMT-WORK NOT = 0
               MOVE 'OPTIONAL INSURANCE' TO PAL-LABEL
               MOVE WS-AMT-WORK        TO PAL-AMOUNT
               WRITE OUT-REC FROM PRF-AMOUNT-LINE.
           COMPUTE WS-AMT-WORK = MB-PAYMENT-AMOUNT - MB-FIRST-P-I
                               - MB-2ND-P-I - MB-ESCROW-PAYMENT
                               - MB-A-H-PREM - MB-LIFE-PREM.
           IF WS-AMT-WORK NOT = 0
               MOVE 'OTHER'            TO PAL-LABEL
               MOVE WS-AMT-WORK        TO PAL-AMOUNT
               WRITE OUT-REC FROM PRF-AMOUNT-LINE.
           MOVE 'REGULAR MONTHLY PAYMENT' TO PAL-LABEL.
           MOVE MB-PAYMENT-AMOUNT      TO PAL-AMOUNT.
           WRITE OUT-REC FROM PRF-AMOUNT-LINE.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'PRINCIPAL BALANCE'    TO PAL-LABEL.
           MOVE MB-FIRST-PRIN-BAL      TO PAL-AMOUNT.
           WRITE OUT-REC FROM PRF-AMOUNT-LINE.
           MOVE 'ESCROW BALANCE'       TO PAL-LABEL.
           MOVE MB-ESCROW-BAL          TO PAL-AMOUNT.
           WRITE OUT-REC FROM PRF-AMOUNT-LINE.
           IF MB-SUSPENSE-BAL NOT = 0
               MOVE 'UNAPPLIED FUNDS'  TO PAL-LABEL
               MOVE MB-SUSPENSE-BAL    TO PAL-AMOUNT
               WRITE OUT-REC FROM PRF-AMOUNT-LINE.
           MOVE MB-ANNUAL-INTEREST     TO WS-RATE-EDIT.
           MOVE SPACES                 TO OUT-REC.
           STRING '      INTEREST RATE                  '
                                        DELIMITED BY SIZE
                  WS-RATE-EDIT          DELIMITED BY SIZE
                  '%'                   DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

      *
      * every past-due and fee bucket is listed, zero or not, so a
      * reviewer sees the itemization the vendor was handed
      *
       PRINT-PAST-DUE-AND-FEES.
           PERFORM WRITE-SECTION-BREAK.
           MOVE SPACES                 TO OUT-REC.
           MOVE 'PAST DUE AND FEES'    TO OUT-REC (5:17).
           WRITE OUT-REC.
           MOVE 'PAST DUE PRINCIPAL AND INTEREST' TO PAL-LABEL.
           MOVE MB-DELQ-P-I            TO PAL-AMOUNT.
           WRITE OUT-REC FROM PRF-AMOUNT-LINE.
           MOVE 'PAST DUE ESCROW'      TO PAL-LABEL.
           MOVE MB-DELQ-ESC            TO PAL-AMOUNT.
           WRITE OUT-REC FROM PRF-AMOUNT-LINE.
           MOVE 'PAST DUE LATE CHARGES' TO PAL-LABEL.
           MOVE MB-DELQ-L-C            TO PAL-AMOUNT.
           WRITE OUT-REC FROM PRF-AMOUNT-LINE.
           MOVE 'PAST DUE INSURANCE'   TO PAL-LABEL.
           MOVE MB-DELQ-INS            TO PAL-AMOUNT.
           WRITE OUT-REC FROM PRF-AMOUNT-LINE.
           MOVE 'PAST DUE OTHER'       TO PAL-LABEL.
           MOVE MB-DELQ-OTHER          TO PAL-AMOUNT.
           WRITE OUT-REC FROM PRF-AMOUNT-LINE.
           MOVE 'ACCRUED LATE CHARGES' TO PAL-LABEL.
           MOVE MB-ACCRUED-LATE-CHG    TO PAL-AMOUNT.
           WRITE OUT-REC FROM PRF-AMOUNT-LINE.
           MOVE 'RETURNED PAYMENT FEES' TO PAL-LABEL.
           MOVE MB-NSF-BAL             TO PAL-AMOUNT.
           WRITE OUT-REC FROM PRF-AMOUNT-LINE.
           MOVE 'OTHER FEES'           TO PAL-LABEL.
           MOVE MB-OTHER-FEES          TO PAL-AMOUNT.
           WRITE OUT-REC FROM PRF-AMOUNT-LINE.
           MOVE 'CORPORATE ADVANCES'   TO PAL-LABEL.
           MOVE MB-CORP-ADV            TO PAL-AMOUNT.
           WRITE OUT-REC FROM PRF-AMOUNT-LINE.
           MOVE SPACES                 TO OUT-REC.
           MOVE MB-DELQ-DAYS           TO WS-ED-1.
           STRING '      DAYS DELINQUENT        '
                                        DELIMITED BY SIZE
                  WS-ED-1 (1:11)        DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       PRINT-ACTIVITY.
           PERFORM WRITE-SECTION-BREAK.
           MOVE SPACES                 TO OUT-REC.
           MOVE 'ACCOUNT ACTIVITY SINCE LAST STATEMENT'
                                       TO OUT-REC (5:37).
           WRITE OUT-REC.
           IF PF-TRN-SW (PF-IDX) NOT = 'Y'
               MOVE SPACES             TO OUT-REC
               MOVE 'NO ACTIVITY ON THE CYCLE TRAN FILE'
                                       TO OUT-REC (7:34)
               WRITE OUT-REC
           ELSE
               MOVE SPACES             TO OUT-REC
               STRING '      PROCESSED CODE DUE       '
                                        DELIMITED BY SIZE
                      '      RECEIVED       PRINCIPAL'
                                        DELIMITED BY SIZE
                      '        INTEREST          ESCROW'
                                        DELIMITED BY SIZE
                      '     LATE CHARGE  DISBURSED'
                                        DELIMITED BY SIZE
                   INTO OUT-REC
               WRITE OUT-REC
               MOVE PF-TRN-REC (PF-IDX) TO CNP750-TRAN-REC
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 9
                   IF TRAN-CODE (WS-SUB) NOT = SPACES
                       PERFORM WRITE-ACTIVITY-LINE
                   END-IF
               END-PERFORM.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'PRINCIPAL PAID YEAR TO DATE' TO PAL-LABEL.
           MOVE MB-PRIN-YTD            TO PAL-AMOUNT.
           WRITE OUT-REC FROM PRF-AMOUNT-LINE.
           MOVE 'INTEREST PAID YEAR TO DATE' TO PAL-LABEL.
           MOVE MB-INTEREST-YTD        TO PAL-AMOUNT.
           WRITE OUT-REC FROM PRF-AMOUNT-LINE.
           MOVE 'TAXES PAID YEAR TO DATE' TO PAL-LABEL.
           MOVE MB-TAXES-YTD           TO PAL-AMOUNT.
           WRITE OUT-REC FROM PRF-AMOUNT-LINE.

       WRITE-ACTIVITY-LINE.
           MOVE TOT-RECD (WS-SUB)      TO WS-ED-1.
           MOVE PRIN-PD (WS-SUB)       TO WS-ED-2.
           MOVE INT-PD (WS-SUB)        TO WS-ED-3.
           MOVE ESCROW-PD (WS-SUB)     TO WS-ED-4.
           MOVE L-C-PD (WS-SUB)        TO WS-ED-5.
           MOVE T-HISTORY-DISB (WS-SUB) TO WS-ED-6.
           MOVE SPACES                 TO OUT-REC.
           STRING '      '              DELIMITED BY SIZE
                  PROC-DATE (WS-SUB)    DELIMITED BY SIZE
                  '    '                DELIMITED BY SIZE
                  TRAN-CODE (WS-SUB)    DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  DH-DUE-DATE (WS-SUB)  DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-ED-1               DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-ED-2               DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-ED-3               DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-ED-4               DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-ED-5               DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-ED-6               DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       PRINT-PAYMENT-HISTORY.
           PERFORM WRITE-SECTION-BREAK.
           MOVE SPACES                 TO OUT-REC.
           MOVE 'PAYMENT HISTORY - LAST 12 MONTHS'
                                       TO OUT-REC (5:32).
           WRITE OUT-REC.
           IF PF-HIST-SW (PF-IDX) NOT = 'Y'
               MOVE SPACES             TO OUT-REC
               MOVE 'NO HISTORY ON THE CYCLE MBU FILE'
                                       TO OUT-REC (7:32)
               WRITE OUT-REC
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 12
                   IF PF-H-DUE (PF-IDX, WS-SUB) NOT = 0
                       PERFORM WRITE-HISTORY-LINE
                   END-IF
               END-PERFORM.

       WRITE-HISTORY-LINE.
           MOVE PF-H-DUE (PF-IDX, WS-SUB) TO WS-DATE-IN-N.
           PERFORM FORMAT-WORK-DATE.
           MOVE WS-DATE-OUT            TO WS-DUE-OUT.
           MOVE SPACES                 TO OUT-REC.
           IF PF-H-PROC (PF-IDX, WS-SUB) = 0
               STRING '      DUE '      DELIMITED BY SIZE
                      WS-DUE-OUT        DELIMITED BY SIZE
                      '   NOT RECEIVED' DELIMITED BY SIZE
                   INTO OUT-REC
           ELSE
               MOVE PF-H-PROC (PF-IDX, WS-SUB) TO WS-DATE-IN-N
               PERFORM FORMAT-WORK-DATE
               STRING '      DUE '      DELIMITED BY SIZE
                      WS-DUE-OUT        DELIMITED BY SIZE
                      '   RECEIVED '    DELIMITED BY SIZE
                      WS-DATE-OUT       DELIMITED BY SIZE
                   INTO OUT-REC.
           WRITE OUT-REC.

      *
      * yyyymmdd in WS-DATE-IN to mm/dd/yyyy in WS-DATE-OUT
      *
       FORMAT-WORK-DATE.
           MOVE SPACES                 TO WS-DATE-OUT.
           STRING WS-DIN-MM             DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WS-DIN-DD             DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WS-DIN-YYYY           DELIMITED BY SIZE
               INTO WS-DATE-OUT.

      *
      * canned message codes in whichever shape the client carries
      * them (see MSGCOUNT1), each with its text from msgtext.tab -
      * a client's own text wins over the '****' all-client text
      *
       PRINT-MESSAGES.
           PERFORM WRITE-SECTION-BREAK.
           MOVE SPACES                 TO OUT-REC.
           MOVE 'MESSAGES'             TO OUT-REC (5:8).
           WRITE OUT-REC.
           IF MB-CLIENT = '0277'
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 15
                   IF MB-0277-BILL-MESSAGE (WS-SUB) NOT = SPACE
                       MOVE SPACES     TO WS-MSG-CODE
                       MOVE MB-0277-BILL-MESSAGE (WS-SUB)
                                       TO WS-MSG-CODE (1:1)
                       PERFORM WRITE-MESSAGE-LINE
                   END-IF
               END-PERFORM
           ELSE
           IF MB-CLIENT = '0547'
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10
                   IF MB-0547-MESS (WS-SUB) NOT = SPACE
                       MOVE SPACES     TO WS-MSG-CODE
                       MOVE MB-0547-MESS (WS-SUB)
                                       TO WS-MSG-CODE (1:1)
                       PERFORM WRITE-MESSAGE-LINE
                   END-IF
               END-PERFORM
           ELSE
               IF MB-MSG1-CODE NOT = SPACES
                   MOVE MB-MSG1-CODE   TO WS-MSG-CODE
                   PERFORM WRITE-MESSAGE-LINE
               END-IF
               IF MB-MSG2-CODE NOT = SPACES
                   MOVE MB-MSG2-CODE   TO WS-MSG-CODE
                   PERFORM WRITE-MESSAGE-LINE
               END-IF.
           IF MB-FLEXFIELD5 NOT = SPACES
               MOVE SPACES             TO OUT-REC
               MOVE MB-FLEXFIELD5      TO OUT-REC (7:40)
               WRITE OUT-REC.

       WRITE-MESSAGE-LINE.
           MOVE 'N'                    TO MT-FOUND-SW.
           IF WS-MT-COUNT > 0
               SET MT-IDX TO 1
               SEARCH MT-ENTRY
                   AT END
                       MOVE 'N'        TO MT-FOUND-SW
                   WHEN MT-CLIENT (MT-IDX) = MB-CLIENT
                    AND MT-CODE (MT-IDX) = WS-MSG-CODE
                       MOVE 'Y'        TO MT-FOUND-SW
               END-SEARCH.
           IF NOT MT-FOUND AND WS-MT-COUNT > 0
               SET MT-IDX TO 1
               SEARCH MT-ENTRY
                   AT END
                       MOVE 'N'        TO MT-FOUND-SW
                   WHEN MT-CLIENT (MT-IDX) = '****'
                    AND MT-CODE (MT-IDX) = WS-MSG-CODE
                       MOVE 'Y'        TO MT-FOUND-SW
               END-SEARCH.
           MOVE SPACES                 TO OUT-REC.
           IF MT-FOUND
               STRING '      ['          DELIMITED BY SIZE
                      WS-MSG-CODE       DELIMITED BY SIZE
                      '] '              DELIMITED BY SIZE
                      MT-TEXT (MT-IDX)  DELIMITED BY SIZE
                   INTO OUT-REC
           ELSE
               STRING '      ['          DELIMITED BY SIZE
                      WS-MSG-CODE       DELIMITED BY SIZE
                      '] '              DELIMITED BY SIZE
                      '(NO TEXT ON FILE FOR THIS CODE)'
                                        DELIMITED BY SIZE
                   INTO OUT-REC.
           WRITE OUT-REC.

       PRINT-SCANLINE.
           PERFORM WRITE-SECTION-BREAK.
           MOVE SPACES                 TO OUT-REC.
           MOVE 'COUPON SCANLINE'      TO OUT-REC (5:15).
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           IF MB-REMITTANCE-SCANLINE = SPACES
               MOVE '** NO SCANLINE ON THIS RECORD **'
                                       TO OUT-REC (7:32)
           ELSE
               MOVE MB-REMITTANCE-SCANLINE TO OUT-REC (7:34).
           WRITE OUT-REC.
           IF MB-REMITTANCE-IMB-CODE NOT = SPACES
               MOVE SPACES             TO OUT-REC
               STRING '      IMB '      DELIMITED BY SIZE
                      MB-REMITTANCE-IMB-CODE DELIMITED BY SIZE
                   INTO OUT-REC
               WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.

       WRITE-SECTION-BREAK.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           MOVE ALL '-'                TO OUT-REC (5:96).
           WRITE OUT-REC.

      *
      * a listed account with no record on this .set is named at the
      * end so nobody mistakes a missing proof for a clean one
      *
       REPORT-NOT-FOUND.
           PERFORM VARYING PF-IDX FROM 1 BY 1
                   UNTIL PF-IDX > WS-PF-COUNT
               IF PF-PRINTED-SW (PF-IDX) = 'N'
                   ADD 1               TO NOT-FOUND-CTR
                   MOVE PF-ACCOUNT (PF-IDX) TO WS-RPT-ACCOUNT
                   MOVE SPACES         TO OUT-REC
                   STRING 'NOT ON THIS SET  CLIENT ' DELIMITED BY SIZE
                          PF-CLIENT (PF-IDX) DELIMITED BY SIZE
                          '  ACCOUNT '  DELIMITED BY SIZE
                          WS-RPT-ACCOUNT DELIMITED BY SIZE
                       INTO OUT-REC
                   WRITE OUT-REC
               END-IF
           END-PERFORM.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR PROOF1' UPON CRT AT 0915.
           DISPLAY REC-CTR  'SET RECORDS READ          =' UPON CRT
               AT 1125.
           DISPLAY PAGE-CTR 'PROOF PAGES PRINTED       =' UPON CRT
               AT 1225.
           DISPLAY NOT-FOUND-CTR 'ACCOUNTS NOT ON SET  =' UPON CRT
               AT 1325.
           IF NOT-FOUND-CTR NOT = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE IN1-FILE.
           CLOSE OUT-FILE.
           STOP RUN.
