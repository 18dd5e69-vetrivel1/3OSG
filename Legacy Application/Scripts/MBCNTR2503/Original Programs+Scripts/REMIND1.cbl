       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REMIND1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * pre-due-date payment reminder feed - a borrower who is not
      * on draft hears nothing from us between the statement and
      * the late charge, although the mbp layout carries the
      * borrower and co-borrower e-mail addresses and both phone
      * numbers.  this daily step picks the loans whose due date
      * falls the given number of days ahead (five when none is
      * given) and whose borrower has electronic-communication
      * consent (E-CONSENT-CODE), and writes the reminder vendor's
      * file with the amount due and the date the late charge will
      * be assessed.  left off, each counted:
      *   draft loans (DRAFT-INDICATOR or the DRAFTER bill mode)
      *   cease-and-desist loans (CEASE-DESIST-STOP)
      *   bankruptcy loans (bankrupt code or bankruptcy status)
      *   loans without reminder consent
      *   loans whose cycle tran750 already carries a draft
      *   posting, or receipts covering the installment
      * a consenting loan with neither an e-mail address nor a
      * phone number goes to the exception file.  receipts are the
      * installment portion of each cash posting - principal-only
      * curtailment and principal-reduction postings (deftran.tab,
      * as DEFPRIN1 and PMTAPPL1 read it) do not pay an
      * installment.  draft postings are the tran-code ranges of
      * kind DRAFT on remtran.tab.  each reminder is logged to the
      * correspondence history and the vendor file to the
      * transmission registry
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the daily mbp-layout extract
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS IN1-STATUS.
      * the cycle's tran750 posting detail
           SELECT TRN-FILE  ASSIGN TO DYNAMIC TRN-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS TRN-STATUS.
      * principal-only tran-code ranges (deftran.tab) and draft
      * tran-code ranges (remtran.tab) - same 14-byte layout
           SELECT DTC-FILE  ASSIGN TO DYNAMIC DTC-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS DTC-STATUS.
      * the reminder vendor file
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * consenting loans left off for a data problem
           SELECT EXC-FILE ASSIGN TO DYNAMIC EXC-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the permanent borrower correspondence history - one line
      * appended per piece of correspondence produced
            SELECT OPTIONAL CORRHIST-FILE
                   ASSIGN TO DYNAMIC CORRHIST-PATH
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
           RECORD CONTAINS 5368 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS COBOL-LAYOUT.
       copy '/users/devel/mbp.cbl'.
      *
       FD TRN-FILE
           RECORD CONTAINS 750 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TRN-REC.
       01 TRN-REC                      PIC X(750).

       FD  DTC-FILE
           RECORD CONTAINS 14 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DTC-REC.
       01  DTC-REC.
           05  DTC-REC-KIND            PIC X(8).
           05  DTC-REC-TRAN-FROM       PIC X(3).
           05  DTC-REC-TRAN-TO         PIC X(3).
      *
      * one record per reminder; the vendor sends e-mail to each
      * address present and a text to each phone present where the
      * channel flag is Y.  dates are ccyymmdd
      *
       FD OUT-FILE
           RECORD CONTAINS 400 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01 OUT-REC.
           05  RMV-CLIENT              PIC X(4).
           05  RMV-LOAN                PIC X(7).
           05  RMV-NAME                PIC X(30).
           05  RMV-EMAIL               PIC X(66).
           05  RMV-CO-EMAIL            PIC X(66).
           05  RMV-PHONE-1             PIC 9(11).
           05  RMV-PHONE-2             PIC 9(11).
           05  RMV-EMAIL-SW            PIC X(1).
           05  RMV-TEXT-SW             PIC X(1).
           05  RMV-DUE-DATE            PIC 9(8).
           05  RMV-AMOUNT-DUE          PIC 9(11)V99.
           05  RMV-LATE-CHG-DATE       PIC 9(8).
           05  RMV-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(166).

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

       copy '/users/devel/tran750.cbl'.

       01  VARIABLES.
           05  IN1-PATH.
               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 IN1-NAME             PIC X(64).
           05  TRN-PATH.
               10 TRN-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 TRN-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  EXC-PATH.
               10 EXC-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 EXC-NAME             PIC X(64).
           05  DTC-PATH                PIC X(40) VALUE SPACES.
           05  DEFTRAN-PATH            PIC X(40)
               VALUE '/users/public/deftran.tab'.
           05  REMTRAN-PATH            PIC X(40)
               VALUE '/users/public/remtran.tab'.
           05  DTC-STATUS              PIC X(2)  VALUE SPACES.
           05  DTC-EOF-SW              PIC X(1)  VALUE 'N'.
               88  DTC-EOF                       VALUE 'Y'.
           05  WS-DTC-COUNT            PIC S9(4) COMP VALUE 0.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  TRN-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  WS-DAYS-PARM            PIC X(3)  VALUE SPACES.
           05  WS-DAYS-AHEAD           PIC 9(3)  VALUE 5.
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  TRN-CTR                 PIC 9(7)  VALUE 0.
           05  DUE-CTR                 PIC 9(7)  VALUE 0.
           05  REMIND-CTR              PIC 9(7)  VALUE 0.
           05  DRAFT-CTR               PIC 9(7)  VALUE 0.
           05  CEASE-CTR               PIC 9(7)  VALUE 0.
           05  BKRPT-CTR               PIC 9(7)  VALUE 0.
           05  NOCONSENT-CTR           PIC 9(7)  VALUE 0.
           05  DRAFTED-CTR             PIC 9(7)  VALUE 0.
           05  PAID-CTR                PIC 9(7)  VALUE 0.
           05  NOTHING-DUE-CTR         PIC 9(7)  VALUE 0.
           05  EXCEPT-CTR              PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  TRN-EOF-SW              PIC 9(1)  VALUE 0.
           05  TRN-MISSING-SW          PIC X(1)  VALUE 'N'.
               88  TRN-MISSING                   VALUE 'Y'.
           05  TP-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  TP-FOUND                      VALUE 'Y'.
           05  WS-PST                  PIC S9(4) COMP VALUE 0.
           05  WS-SUB                  PIC S9(8) COMP VALUE 0.
           05  WS-KIND                 PIC X(8)  VALUE SPACES.
           05  WS-ACCT-N               PIC 9(13) VALUE 0.
           05  WS-LOAN-7               PIC X(7)  VALUE SPACES.
           05  WS-APPLIED              PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-AMOUNT-DUE           PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-DUE-DATE             PIC 9(8)  VALUE 0.
           05  WS-LATE-CHG-DATE        PIC 9(8)  VALUE 0.
           05  WS-GRACE                PIC S9(4) COMP VALUE 0.
           05  WS-REASON               PIC X(34) VALUE SPACES.
           05  WS-AMT-DISP             PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-RUN-TIME-X           PIC X(8)  VALUE SPACES.
           05  WS-LOAN-N               PIC 9(13) VALUE 0.
           05  CORRHIST-PATH           PIC X(40)
               VALUE '/users/public/out/corrhist.dat'.
           05  XMITREG-PATH            PIC X(40)
               VALUE '/users/public/out/xmitreg.dat'.
           05  XMIT-DATE               PIC 9(8)  VALUE 0.
           05  XMIT-TIME-X             PIC X(8)  VALUE SPACES.
           05  XMIT-REC-CTR            PIC 9(9)  VALUE 0.
           05  XMIT-HASH               PIC 9(15) VALUE 0.
           05  XMIT-TIN-CTR            PIC 9(9)  VALUE 0.
      *
      * today and the target due date, stepped forward a day at a
      * time from today
      *
           05  WS-CURRENT-DATE         PIC 9(8)  VALUE 0.
           05  WS-TARGET-DATE          PIC 9(8)  VALUE 0.
           05  WS-STEP-DATE.
               10  WS-STP-YYYY         PIC 9(4).
               10  WS-STP-MM           PIC 9(2).
               10  WS-STP-DD           PIC 9(2).
           05  WS-STEP-DATE-N REDEFINES WS-STEP-DATE PIC 9(8).
           05  WS-STP-LIMIT            PIC S9(4) COMP VALUE 0.
           05  WS-STP-REM              PIC 9(4)  VALUE 0.
           05  WS-STP-QUOT             PIC 9(4)  VALUE 0.
           05  WS-STP-CTR              PIC S9(4) COMP VALUE 0.
           05  WS-MONTH-DAYS-X         PIC X(24)
               VALUE '312831303130313130313031'.
           05  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-X.
               10  WS-MO-DAYS          PIC 9(2) OCCURS 12 TIMES.

      *
      * tran-code ranges from deftran.tab and remtran.tab
      *
       01  DEFTRAN-TABLE.
           05  DTC-ENTRY OCCURS 1 TO 40 TIMES
                   DEPENDING ON WS-DTC-COUNT
                   INDEXED BY DTC-IDX.
               10  DTC-KIND            PIC X(8).
               10  DTC-TRAN-FROM       PIC X(3).
               10  DTC-TRAN-TO         PIC X(3).

      *
      * the cycle's installment receipts and draft postings per
      * loan, keyed the 7-digit way the mbp loan is
      *
       01  POSTED-TABLE.
           05  TP-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-TP-COUNT
                   INDEXED BY TP-IDX.
               10  TP-LOAN             PIC X(7).
               10  TP-APPLIED          PIC S9(11)V99 COMP-3.
               10  TP-DRAFT-SW         PIC X(1).
       77  WS-TP-COUNT                 PIC S9(8) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME TRN-NAME OUT-NAME EXC-NAME
                    WS-DAYS-PARM.
           DISPLAY '* * * * B E G I N   R E M I N D 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR TRN-NAME = SPACES
           OR OUT-NAME = SPACES OR EXC-NAME = SPACES
               DISPLAY '!!!! ENTER MBP, TRAN, REMINDER AND EXCEPTION'
                   UPON CRT AT 2301
               DISPLAY '!!!!   FILES, OPTIONALLY DAYS AHEAD'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           IF WS-DAYS-PARM NOT = SPACES
               PERFORM EDIT-DAYS-PARM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE        TO WS-STEP-DATE-N.
           PERFORM FORWARD-ONE-DAY
               VARYING WS-STP-CTR FROM 1 BY 1
               UNTIL WS-STP-CTR > WS-DAYS-AHEAD.
           MOVE WS-STEP-DATE-N         TO WS-TARGET-DATE.
           MOVE DEFTRAN-PATH           TO DTC-PATH.
           PERFORM LOAD-DEFTRAN-TABLE.
           MOVE REMTRAN-PATH           TO DTC-PATH.
           PERFORM LOAD-DEFTRAN-TABLE.
           PERFORM LOAD-POSTED-TABLE THRU LOAD-POSTED-EXIT.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! MBP FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT OUT-FILE.
           OPEN OUTPUT EXC-FILE.
           OPEN EXTEND CORRHIST-FILE.
           ACCEPT WS-RUN-TIME-X FROM TIME.
           PERFORM READ-MBP-REC.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
           PERFORM END-RTN.

      *
      * days ahead is one to three digits, right-justified here
      *
       EDIT-DAYS-PARM.
           IF WS-DAYS-PARM (3:1) = SPACE
               IF WS-DAYS-PARM (2:1) = SPACE
                   MOVE WS-DAYS-PARM (1:1) TO WS-DAYS-PARM (3:1)
                   MOVE '00'           TO WS-DAYS-PARM (1:2)
               ELSE
                   MOVE WS-DAYS-PARM (2:1) TO WS-DAYS-PARM (3:1)
                   MOVE WS-DAYS-PARM (1:1) TO WS-DAYS-PARM (2:1)
                   MOVE '0'            TO WS-DAYS-PARM (1:1)
               END-IF
           END-IF.
           IF WS-DAYS-PARM NOT NUMERIC
               DISPLAY '!!!! DAYS AHEAD MUST BE NUMERIC'
                   UPON CRT AT 2301
               DISPLAY WS-DAYS-PARM UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           MOVE WS-DAYS-PARM           TO WS-DAYS-AHEAD.

       LOAD-DEFTRAN-TABLE.
      * both control files are optional; without deftran.tab every
      * receipt counts toward the installment, without remtran.tab
      * no posting is recognized as a draft
           MOVE 'N'                    TO DTC-EOF-SW.
           OPEN INPUT DTC-FILE.
           IF DTC-STATUS NOT = '00'
               MOVE 'Y'                   TO DTC-EOF-SW
           ELSE
               PERFORM READ-DTC-REC
               PERFORM UNTIL DTC-EOF
                  IF WS-DTC-COUNT < 40
                     ADD 1                   TO WS-DTC-COUNT
                     SET DTC-IDX TO WS-DTC-COUNT
                     MOVE DTC-REC-KIND   TO DTC-KIND (DTC-IDX)
                     MOVE DTC-REC-TRAN-FROM
                                        TO DTC-TRAN-FROM (DTC-IDX)
                     MOVE DTC-REC-TRAN-TO TO DTC-TRAN-TO (DTC-IDX)
                  END-IF
                  PERFORM READ-DTC-REC
               END-PERFORM
               CLOSE DTC-FILE.

       READ-DTC-REC.
           READ DTC-FILE AT END MOVE 'Y' TO DTC-EOF-SW.

      *
      * the tran750 account is 13 digits and the mbp loan its
      * low-order 7.  a missing tran file cannot prove any loan
      * paid - every loan goes out and the run ends RC 4
      *
       LOAD-POSTED-TABLE.
           OPEN INPUT TRN-FILE.
           IF TRN-STATUS NOT = '00'
               MOVE 'Y'                TO TRN-MISSING-SW
               DISPLAY '!!!! TRAN FILE NOT FOUND - NO LOAN WILL'
                   UPON CRT AT 2301
               DISPLAY '!!!!   SHOW AS PAID OR DRAFTED'
                   UPON CRT AT 2401
               GO TO LOAD-POSTED-EXIT.
           PERFORM READ-TRN-REC.
           PERFORM UNTIL TRN-EOF-SW = 1
               PERFORM VARYING WS-PST FROM 1 BY 1 UNTIL WS-PST > 9
                   IF TRAN-CODE (WS-PST) NOT = SPACES
                   AND TRAN-CODE (WS-PST) NOT = LOW-VALUES
                       PERFORM CLASSIFY-POSTING
                       PERFORM ADD-POSTED-AMOUNT
                           THRU ADD-POSTED-AMOUNT-EXIT
                   END-IF
               END-PERFORM
               PERFORM READ-TRN-REC
           END-PERFORM.
           CLOSE TRN-FILE.
       LOAD-POSTED-EXIT.
           EXIT.

       READ-TRN-REC.
           READ TRN-FILE INTO CNP750-TRAN-REC
               AT END MOVE 1 TO TRN-EOF-SW.
           IF TRN-EOF-SW = 0
               ADD 1                   TO TRN-CTR.

       CLASSIFY-POSTING.
           MOVE SPACES                 TO WS-KIND.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DTC-COUNT
               IF TRAN-CODE (WS-PST) NOT < DTC-TRAN-FROM (WS-SUB)
               AND TRAN-CODE (WS-PST) NOT > DTC-TRAN-TO (WS-SUB)
                   MOVE DTC-KIND (WS-SUB) TO WS-KIND
               END-IF
           END-PERFORM.

      *
      * a draft posting marks the loan drafted whatever its amount;
      * a principal-only posting and a reversal pay nothing toward
      * the installment
      *
       ADD-POSTED-AMOUNT.
           IF WS-KIND NOT = 'DRAFT'
           AND (WS-KIND NOT = SPACES OR TOT-RECD (WS-PST) NOT > 0)
               GO TO ADD-POSTED-AMOUNT-EXIT.
           MOVE T-ACCOUNT              TO WS-ACCT-N.
           MOVE WS-ACCT-N (7:7)        TO WS-LOAN-7.
           PERFORM FIND-POSTED-ENTRY.
           IF NOT TP-FOUND
               IF WS-TP-COUNT NOT < 50000
                   DISPLAY '!!!! POSTED TABLE FULL AT 50000 - STOP'
                       UPON CRT AT 2301
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1                   TO WS-TP-COUNT
               SET TP-IDX TO WS-TP-COUNT
               MOVE WS-LOAN-7          TO TP-LOAN (TP-IDX)
               MOVE 0                  TO TP-APPLIED (TP-IDX)
               MOVE 'N'                TO TP-DRAFT-SW (TP-IDX).
           IF WS-KIND = 'DRAFT'
               MOVE 'Y'                TO TP-DRAFT-SW (TP-IDX)
           ELSE
               COMPUTE WS-APPLIED =
                   PRIN-PD (WS-PST) + INT-PD (WS-PST)
                 + ESCROW-PD (WS-PST) + BSC-PD (WS-PST)
                 + A-H-PD (WS-PST) + LIFE-PD (WS-PST)
               ADD WS-APPLIED          TO TP-APPLIED (TP-IDX).
       ADD-POSTED-AMOUNT-EXIT.
           EXIT.

       FIND-POSTED-ENTRY.
           MOVE 'N'                 TO TP-FOUND-SW.
           IF WS-TP-COUNT > 0
              SET TP-IDX TO 1
              SEARCH TP-ENTRY
                 AT END
                    MOVE 'N'        TO TP-FOUND-SW
                 WHEN TP-LOAN (TP-IDX) = WS-LOAN-7
                    MOVE 'Y'        TO TP-FOUND-SW
              END-SEARCH.

       READ-MBP-REC.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               ADD 1                   TO REC-CTR.

      *
      * the bill due date is the one the statement quoted; a loan
      * without one falls back to the next due date on the master
      *
       001-MAIN.
           IF BILL-DUE-DATE-YR NOT = 0
               COMPUTE WS-DUE-DATE =
                   (BILL-DUE-DATE-YR + 1900) * 10000
               MOVE BILL-DUE-DATE-MO   TO WS-DUE-DATE (5:2)
               MOVE BILL-DUE-DATE-DA   TO WS-DUE-DATE (7:2)
           ELSE
               COMPUTE WS-DUE-DATE = (mb-due-yy + 1900) * 10000
               MOVE mb-due-mm          TO WS-DUE-DATE (5:2)
               MOVE mb-due-dd          TO WS-DUE-DATE (7:2).
           IF WS-DUE-DATE NOT = WS-TARGET-DATE
               GO TO 001-MAIN-READ.
           ADD 1                       TO DUE-CTR.
           IF DRAFT-INDICATOR NOT = SPACE
           OR mb-bill-mode = '6'
               ADD 1                   TO DRAFT-CTR
               GO TO 001-MAIN-READ.
           IF CEASE-DESIST-STOP NOT = SPACE
               ADD 1                   TO CEASE-CTR
               GO TO 001-MAIN-READ.
           IF (mb-bankrupt-code NOT = SPACES
               AND mb-bankrupt-code NOT = '00')
           OR BANKRUPTCY-STATUS NOT = SPACE
               ADD 1                   TO BKRPT-CTR
               GO TO 001-MAIN-READ.
           IF E-CONSENT-CODE = SPACE
               ADD 1                   TO NOCONSENT-CTR
               GO TO 001-MAIN-READ.
           MOVE mb-loan                TO WS-LOAN-7.
           PERFORM FIND-POSTED-ENTRY.
           IF TP-FOUND
               IF TP-DRAFT-SW (TP-IDX) = 'Y'
                   ADD 1               TO DRAFTED-CTR
                   GO TO 001-MAIN-READ
               END-IF
               IF mb-tot-pymt > 0
               AND TP-APPLIED (TP-IDX) NOT < mb-tot-pymt
                   ADD 1               TO PAID-CTR
                   GO TO 001-MAIN-READ
               END-IF
           END-IF.
           IF mb-total-due > 0
               MOVE mb-total-due       TO WS-AMOUNT-DUE
           ELSE
               MOVE mb-tot-pymt        TO WS-AMOUNT-DUE.
           IF WS-AMOUNT-DUE NOT > 0
               ADD 1                   TO NOTHING-DUE-CTR
               GO TO 001-MAIN-READ.
           IF BORR-EMAIL-ADDRESS = SPACES
           AND CO-BORR-EMAIL-ADDRESS = SPACES
           AND mb-tele-no NOT > 0
           AND mb-sec-tele-no NOT > 0
               MOVE 'CONSENT BUT NO E-MAIL OR PHONE'
                                       TO WS-REASON
               PERFORM WRITE-EXCEPT-LINE
               GO TO 001-MAIN-READ.
           PERFORM SET-LATE-CHG-DATE.
           PERFORM WRITE-REMINDER.
       001-MAIN-READ.
           PERFORM READ-MBP-REC.
       001-MAIN-EXIT.
           EXIT.

      *
      * the assessment date the servicer carries, else the due date
      * plus the loan's grace days - fifteen where none are on file
      *
       SET-LATE-CHG-DATE.
           IF LATE-CHG-ASSESS-DATE-YR NOT = 0
               COMPUTE WS-LATE-CHG-DATE =
                   (LATE-CHG-ASSESS-DATE-YR + 1900) * 10000
               MOVE LATE-CHG-ASSESS-DATE-MO
                                       TO WS-LATE-CHG-DATE (5:2)
               MOVE LATE-CHG-ASSESS-DATE-DA
                                       TO WS-LATE-CHG-DATE (7:2)
           ELSE
               IF mb-grace-days > 0
                   MOVE mb-grace-days  TO WS-GRACE
               ELSE
                   MOVE 15             TO WS-GRACE
               END-IF
               MOVE WS-DUE-DATE        TO WS-STEP-DATE-N
               PERFORM FORWARD-ONE-DAY
                   VARYING WS-STP-CTR FROM 1 BY 1
                   UNTIL WS-STP-CTR > WS-GRACE
               MOVE WS-STEP-DATE-N     TO WS-LATE-CHG-DATE.

       WRITE-REMINDER.
           MOVE SPACES                 TO OUT-REC.
           MOVE mb-client-no           TO RMV-CLIENT.
           MOVE mb-loan                TO RMV-LOAN.
           MOVE mb-name-add-1          TO RMV-NAME.
           MOVE BORR-EMAIL-ADDRESS     TO RMV-EMAIL.
           MOVE CO-BORR-EMAIL-ADDRESS  TO RMV-CO-EMAIL.
           MOVE 0                      TO RMV-PHONE-1.
           MOVE 0                      TO RMV-PHONE-2.
           IF mb-tele-no > 0
               MOVE mb-tele-no         TO RMV-PHONE-1.
           IF mb-sec-tele-no > 0
               MOVE mb-sec-tele-no     TO RMV-PHONE-2.
           IF RMV-EMAIL NOT = SPACES OR RMV-CO-EMAIL NOT = SPACES
               MOVE 'Y'                TO RMV-EMAIL-SW
           ELSE
               MOVE 'N'                TO RMV-EMAIL-SW.
           IF RMV-PHONE-1 > 0 OR RMV-PHONE-2 > 0
               MOVE 'Y'                TO RMV-TEXT-SW
           ELSE
               MOVE 'N'                TO RMV-TEXT-SW.
           MOVE WS-DUE-DATE            TO RMV-DUE-DATE.
           MOVE WS-AMOUNT-DUE          TO RMV-AMOUNT-DUE.
           MOVE WS-LATE-CHG-DATE       TO RMV-LATE-CHG-DATE.
           MOVE WS-CURRENT-DATE        TO RMV-RUN-DATE.
           WRITE OUT-REC.
           ADD 1                       TO REMIND-CTR.
           MOVE 0                      TO WS-LOAN-N.
           IF mb-loan NUMERIC
               MOVE mb-loan            TO WS-LOAN-N.
           ADD 1                       TO XMIT-REC-CTR.
           ADD WS-LOAN-N               TO XMIT-HASH
               ON SIZE ERROR CONTINUE
           END-ADD.
           PERFORM WRITE-CORR-HISTORY-LINE.

      *
      * each reminder sent is logged to the permanent correspondence
      * history with the due date it reminds of
      *
       WRITE-CORR-HISTORY-LINE.
           MOVE SPACES                 TO CH-REC.
           MOVE WS-LOAN-N              TO CH-ACCOUNT.
           MOVE WS-CURRENT-DATE        TO CH-DATE.
           MOVE WS-RUN-TIME-X (1:6)    TO CH-TIME.
           MOVE mb-client-no           TO CH-CLIENT.
           MOVE 'REMINDER'             TO CH-DOC-TYPE.
           MOVE 'E'                    TO CH-CHANNEL.
           MOVE 'REMIND1'              TO CH-PROGRAM.
           MOVE IN1-NAME               TO CH-RUN.
           MOVE OUT-NAME               TO CH-ARTIFACT.
           STRING 'PMT DUE '            DELIMITED BY SIZE
                  WS-DUE-DATE           DELIMITED BY SIZE
               INTO CH-REFERENCE.
           WRITE CH-REC.

       WRITE-EXCEPT-LINE.
           ADD 1                       TO EXCEPT-CTR.
           MOVE WS-AMOUNT-DUE          TO WS-AMT-DISP.
           MOVE SPACES                 TO EXC-REC.
           STRING mb-client-no          DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  mb-loan               DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-REASON             DELIMITED BY SIZE
                  '  DUE '              DELIMITED BY SIZE
                  WS-DUE-DATE           DELIMITED BY SIZE
                  '  AMOUNT '           DELIMITED BY SIZE
                  WS-AMT-DISP           DELIMITED BY SIZE
               INTO EXC-REC.
           WRITE EXC-REC.

       FORWARD-ONE-DAY.
           MOVE WS-MO-DAYS (WS-STP-MM) TO WS-STP-LIMIT.
           IF WS-STP-MM = 2
               DIVIDE WS-STP-YYYY BY 4 GIVING WS-STP-QUOT
                   REMAINDER WS-STP-REM
               IF WS-STP-REM = 0
                   ADD 1               TO WS-STP-LIMIT
               END-IF
           END-IF.
           ADD 1                       TO WS-STP-DD.
           IF WS-STP-DD > WS-STP-LIMIT
               MOVE 1                  TO WS-STP-DD
               ADD 1                   TO WS-STP-MM
               IF WS-STP-MM > 12
                   MOVE 1              TO WS-STP-MM
                   ADD 1               TO WS-STP-YYYY
               END-IF
           END-IF.

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
           MOVE 'REMIND1'              TO XR-PROGRAM.
           MOVE 'REMINDVNDR'           TO XR-RECIPIENT.
           MOVE 'PAYMENT REMINDERS'    TO XR-PURPOSE.
           MOVE OUT-NAME               TO XR-FILE-NAME.
           MOVE XMIT-REC-CTR           TO XR-REC-COUNT.
           MOVE XMIT-HASH              TO XR-HASH.
           MOVE 'N'                    TO XR-PII-CLASS.
           MOVE XMIT-TIN-CTR           TO XR-TIN-COUNT.
           WRITE XR-REC.
           CLOSE XMITREG-FILE.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR REMIND1' UPON CRT AT 0915.
           DISPLAY REC-CTR  'MBP RECORDS READ          =' UPON CRT
               AT 1125.
           DISPLAY WS-TARGET-DATE 'TARGET DUE DATE     =' UPON CRT
               AT 1225.
           DISPLAY DUE-CTR 'DUE ON TARGET DATE        =' UPON CRT
               AT 1325.
           DISPLAY REMIND-CTR 'REMINDERS WRITTEN        =' UPON CRT
               AT 1425.
           DISPLAY DRAFT-CTR 'ON DRAFT                  =' UPON CRT
               AT 1525.
           DISPLAY CEASE-CTR 'CEASE AND DESIST          =' UPON CRT
               AT 1625.
           DISPLAY BKRPT-CTR 'IN BANKRUPTCY             =' UPON CRT
               AT 1725.
           DISPLAY NOCONSENT-CTR 'NO REMINDER CONSENT   =' UPON CRT
               AT 1825.
           DISPLAY DRAFTED-CTR 'ALREADY DRAFTED          =' UPON CRT
               AT 1925.
           DISPLAY PAID-CTR 'PAID THIS CYCLE           =' UPON CRT
               AT 2025.
           DISPLAY NOTHING-DUE-CTR 'NOTHING DUE         =' UPON CRT
               AT 2125.
           DISPLAY EXCEPT-CTR 'NO E-MAIL OR PHONE       =' UPON CRT
               AT 2225.
           IF EXCEPT-CTR NOT = 0 OR TRN-MISSING
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE IN1-FILE.
           CLOSE OUT-FILE.
           CLOSE EXC-FILE.
           CLOSE CORRHIST-FILE.
           PERFORM WRITE-XMIT-REGISTRY.
           STOP RUN.
