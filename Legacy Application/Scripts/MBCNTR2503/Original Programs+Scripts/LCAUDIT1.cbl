       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LCAUDIT1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * late-charge pyramiding and improper-assessment audit - the
      * state-rule check only holds the late charge to the state
      * maximum; nothing looked at whether the charge was owed at
      * all.  this step walks each loan's cycle of tran750 postings
      * against the billed installment (mb-tot-pymt) and the date
      * the late charge may first be assessed for each due date,
      * and writes a refund candidate for every late-charge
      * assessment that is:
      *   assessed on a due date whose installment was received in
      *   full before the charge could be assessed        (INGRACE)
      *   assessed because an earlier unpaid late charge was taken
      *   out of a payment that was otherwise in full and in
      *   time - the fee charged on a fee                 (PYRAMID)
      *   a second or later charge for the same due date  (DUPLICAT)
      *   posted before the charge could be assessed      (EARLY)
      * the first assessable date is LATE-CHG-ASSESS-DATE for the
      * bill due date when the servicer carries one, else the due
      * date plus the loan's grace days (fifteen where none are on
      * file) - the same date REMIND1 quotes the borrower.  a
      * receipt processed before that date is within grace.  only
      * cash receipts count toward the installment: principal-only
      * curtailment and principal-reduction postings (deftran.tab)
      * and reversals do not.  late-charge assessments are the
      * tran-code ranges of kind LCASSESS on lctran.tab, the amount
      * assessed in T-HISTORY-DISB (the loan's mb-l-c-amt where the
      * posting carries none); an assessment posted negative is a
      * reversal and is netted off the candidates for its due date
      * before the refund amount is written
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the daily mbp-layout extract - installment, grace and the
      * late-charge assessment date
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS IN1-STATUS.
      * the cycle's tran750 posting detail
           SELECT TRN-FILE  ASSIGN TO DYNAMIC TRN-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS TRN-STATUS.
      * principal-only tran-code ranges (deftran.tab) and late-charge
      * assessment tran-code ranges (lctran.tab) - same 14-byte
      * layout
           SELECT DTC-FILE  ASSIGN TO DYNAMIC DTC-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS DTC-STATUS.
      * refund-candidate file, one record per improper assessment
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * work file for keying the loan table - the mbp extract is in
      * client order, so it goes through a sort and the table loads
      * ascending for the SEARCH ALL lookups
           SELECT SORT-FILE ASSIGN TO 'SORTWK'.
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
      * one record per refund candidate.  dates are ccyymmdd; the
      * received, applied and late-charge-taken amounts are the
      * cash receipts within grace for the due date
      *
       FD OUT-FILE
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01 OUT-REC.
           05  LCR-CLIENT              PIC X(4).
           05  LCR-LOAN                PIC X(7).
           05  LCR-ACCOUNT             PIC 9(13).
           05  LCR-FINDING             PIC X(8).
           05  LCR-TRAN-CODE           PIC X(3).
           05  LCR-DUE-DATE            PIC 9(8).
           05  LCR-ASSESSED-DATE       PIC 9(8).
           05  LCR-LATE-CHG-DATE       PIC 9(8).
           05  LCR-REFUND-AMT          PIC 9(7)V99.
           05  LCR-INSTALLMENT         PIC 9(9)V99.
           05  LCR-RECEIVED            PIC 9(11)V99.
           05  LCR-APPLIED             PIC 9(11)V99.
           05  LCR-LC-TAKEN            PIC 9(7)V99.
           05  LCR-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(28).
      *
       SD SORT-FILE
           DATA RECORD IS SORT-REC.
       01 SORT-REC.
           05  SRT-LOAN                PIC X(7).
           05  SRT-CLIENT              PIC X(4).
           05  SRT-INSTALLMENT         PIC S9(9)V99 COMP-3.
           05  SRT-LC-AMT              PIC S9(7)V99 COMP-3.
           05  SRT-GRACE               PIC S9(3) COMP-3.
           05  SRT-BILL-DUE            PIC 9(8).
           05  SRT-ASSESS-DATE         PIC 9(8).
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
           05  DTC-PATH                PIC X(40) VALUE SPACES.
           05  DEFTRAN-PATH            PIC X(40)
               VALUE '/users/public/deftran.tab'.
           05  LCTRAN-PATH             PIC X(40)
               VALUE '/users/public/lctran.tab'.
           05  DTC-STATUS              PIC X(2)  VALUE SPACES.
           05  DTC-EOF-SW              PIC X(1)  VALUE 'N'.
               88  DTC-EOF                       VALUE 'Y'.
           05  WS-DTC-COUNT            PIC S9(4) COMP VALUE 0.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  TRN-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  TRN-CTR                 PIC 9(7)  VALUE 0.
           05  ASSESS-CTR              PIC 9(7)  VALUE 0.
           05  INGRACE-CTR             PIC 9(7)  VALUE 0.
           05  PYRAMID-CTR             PIC 9(7)  VALUE 0.
           05  DUPLICATE-CTR           PIC 9(7)  VALUE 0.
           05  EARLY-CTR               PIC 9(7)  VALUE 0.
           05  REVERSED-CTR            PIC 9(7)  VALUE 0.
           05  NOINST-CTR              PIC 9(7)  VALUE 0.
           05  NOLOAN-CTR              PIC 9(7)  VALUE 0.
           05  UNDATED-CTR             PIC 9(7)  VALUE 0.
           05  REFUND-CTR              PIC 9(7)  VALUE 0.
           05  LCKIND-CTR              PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  TRN-EOF-SW              PIC 9(1)  VALUE 0.
           05  SRT-EOF-SW              PIC 9(1)  VALUE 0.
           05  LN-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  LN-FOUND                      VALUE 'Y'.
           05  DUE-OK-SW               PIC X(1)  VALUE 'N'.
               88  DUE-OK                        VALUE 'Y'.
           05  WS-PST                  PIC S9(4) COMP VALUE 0.
           05  WS-SUB                  PIC S9(8) COMP VALUE 0.
           05  WS-DD                   PIC S9(4) COMP VALUE 0.
           05  WS-DDX                  PIC S9(4) COMP VALUE 0.
           05  WS-KIND                 PIC X(8)  VALUE SPACES.
           05  WS-FINDING              PIC X(8)  VALUE SPACES.
           05  WS-ACCT-N               PIC 9(13) VALUE 0.
           05  WS-LOAN-7               PIC X(7)  VALUE SPACES.
           05  WS-APPLIED              PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-COVERED              PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-REFUND-AMT           PIC S9(7)V99 COMP-3 VALUE 0.
           05  WS-REFUND-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-REFUND-DISP          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-GRACE                PIC S9(4) COMP VALUE 0.
           05  WS-BILL-DUE             PIC 9(8)  VALUE 0.
           05  WS-ASSESS-DATE          PIC 9(8)  VALUE 0.
           05  WS-DUE-DATE             PIC 9(8)  VALUE 0.
           05  WS-PROC-DATE            PIC 9(8)  VALUE 0.
           05  WS-LATE-CHG-DATE        PIC 9(8)  VALUE 0.
           05  WS-CURRENT-DATE         PIC 9(8)  VALUE 0.
      *
      * the first assessable date, stepped forward a day at a time
      * from the due date
      *
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
      * tran-code ranges from deftran.tab and lctran.tab
      *
       01  DEFTRAN-TABLE.
           05  DTC-ENTRY OCCURS 1 TO 40 TIMES
                   DEPENDING ON WS-DTC-COUNT
                   INDEXED BY DTC-IDX.
               10  DTC-KIND            PIC X(8).
               10  DTC-TRAN-FROM       PIC X(3).
               10  DTC-TRAN-TO         PIC X(3).

      *
      * installment, late-charge amount, grace and the dates per
      * loan, keyed the 7-digit way the mbp loan is and binary-
      * searched; a table past capacity is a hard stop - a loan
      * dropped here would have its charges pass unaudited
      *
       01  WS-LN-COUNT                 PIC S9(8) COMP VALUE 0.
       01  LOAN-TABLE.
           05  LN-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-LN-COUNT
                   ASCENDING KEY IS LN-LOAN
                   INDEXED BY LN-IDX.
               10  LN-LOAN             PIC X(7).
               10  LN-CLIENT           PIC X(4).
               10  LN-INSTALLMENT      PIC S9(9)V99 COMP-3.
               10  LN-LC-AMT           PIC S9(7)V99 COMP-3.
               10  LN-GRACE            PIC S9(3) COMP-3.
               10  LN-BILL-DUE         PIC 9(8).
               10  LN-ASSESS-DATE      PIC 9(8).

      *
      * one loan's cycle by due date - at most one due date per
      * posting.  receipts within grace are summed here before any
      * assessment is judged, so a payment posted after the charge
      * in the table still counts
      *
       01  WS-DD-COUNT                 PIC S9(4) COMP VALUE 0.
       01  DUE-TABLE.
           05  DD-ENTRY OCCURS 9 TIMES.
               10  DD-DUE              PIC 9(8).
               10  DD-LATE-CHG-DATE    PIC 9(8).
               10  DD-RECEIVED         PIC S9(11)V99 COMP-3.
               10  DD-APPLIED          PIC S9(11)V99 COMP-3.
               10  DD-LC-TAKEN         PIC S9(9)V99 COMP-3.
               10  DD-REVERSED         PIC S9(9)V99 COMP-3.
               10  DD-ASSESS-CT        PIC S9(4) COMP.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME TRN-NAME OUT-NAME.
           DISPLAY '* * * B E G I N   L C A U D I T 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR TRN-NAME = SPACES
           OR OUT-NAME = SPACES
               DISPLAY '!!!! ENTER MBP, TRAN AND REFUND-CANDIDATE'
                   UPON CRT AT 2301
               DISPLAY '!!!!   FILES ON COMMAND LINE !!!!'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE DEFTRAN-PATH           TO DTC-PATH.
           PERFORM LOAD-DEFTRAN-TABLE.
           MOVE LCTRAN-PATH            TO DTC-PATH.
           PERFORM LOAD-DEFTRAN-TABLE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DTC-COUNT
               IF DTC-KIND (WS-SUB) = 'LCASSESS'
                   ADD 1               TO LCKIND-CTR
               END-IF
           END-PERFORM.
           IF LCKIND-CTR = 0
               DISPLAY '!!!! NO LCASSESS RANGE ON LCTRAN.TAB - NO'
                   UPON CRT AT 2301
               DISPLAY '!!!!   LATE CHARGE CAN BE RECOGNIZED, STOP'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-LOAN
               INPUT PROCEDURE IS RELEASE-LOANS
                   THRU RELEASE-LOANS-EXIT
               OUTPUT PROCEDURE IS LOAD-LOAN-TABLE
                   THRU LOAD-LOAN-EXIT.
           OPEN INPUT TRN-FILE.
           IF TRN-STATUS NOT = '00'
               DISPLAY '!!!! TRAN FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY TRN-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT OUT-FILE.
           PERFORM READ-TRN-REC.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL TRN-EOF-SW = 1.
           PERFORM END-RTN.

       LOAD-DEFTRAN-TABLE.
      * deftran.tab is optional - without it every cash receipt
      * counts toward the installment.  lctran.tab is checked for an
      * LCASSESS range once both are loaded
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
      * the bill due date and the assessment date carried on the
      * mbp come across as ccyymmdd, zero where absent
      *
       RELEASE-LOANS.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! MBP FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM READ-MBP-REC.
           PERFORM UNTIL EOF-SW = 1
               MOVE mb-loan            TO SRT-LOAN
               MOVE mb-client-no       TO SRT-CLIENT
               MOVE mb-tot-pymt        TO SRT-INSTALLMENT
               MOVE mb-l-c-amt         TO SRT-LC-AMT
               MOVE mb-grace-days      TO SRT-GRACE
               MOVE 0                  TO SRT-BILL-DUE
               IF BILL-DUE-DATE-YR NOT = 0
                   COMPUTE SRT-BILL-DUE =
                       (BILL-DUE-DATE-YR + 1900) * 10000
                   MOVE BILL-DUE-DATE-MO TO SRT-BILL-DUE (5:2)
                   MOVE BILL-DUE-DATE-DA TO SRT-BILL-DUE (7:2)
               END-IF
               MOVE 0                  TO SRT-ASSESS-DATE
               IF LATE-CHG-ASSESS-DATE-YR NOT = 0
                   COMPUTE SRT-ASSESS-DATE =
                       (LATE-CHG-ASSESS-DATE-YR + 1900) * 10000
                   MOVE LATE-CHG-ASSESS-DATE-MO
                                       TO SRT-ASSESS-DATE (5:2)
                   MOVE LATE-CHG-ASSESS-DATE-DA
                                       TO SRT-ASSESS-DATE (7:2)
               END-IF
               RELEASE SORT-REC
               PERFORM READ-MBP-REC
           END-PERFORM.
           CLOSE IN1-FILE.
       RELEASE-LOANS-EXIT.
           EXIT.

       LOAD-LOAN-TABLE.
           MOVE 0                      TO SRT-EOF-SW.
           PERFORM UNTIL SRT-EOF-SW = 1
               RETURN SORT-FILE
                   AT END
                       MOVE 1          TO SRT-EOF-SW
                   NOT AT END
                       IF WS-LN-COUNT < 100000
                           ADD 1       TO WS-LN-COUNT
                           SET LN-IDX TO WS-LN-COUNT
                           MOVE SRT-LOAN
                               TO LN-LOAN (LN-IDX)
                           MOVE SRT-CLIENT
                               TO LN-CLIENT (LN-IDX)
                           MOVE SRT-INSTALLMENT
                               TO LN-INSTALLMENT (LN-IDX)
                           MOVE SRT-LC-AMT
                               TO LN-LC-AMT (LN-IDX)
                           MOVE SRT-GRACE
                               TO LN-GRACE (LN-IDX)
                           MOVE SRT-BILL-DUE
                               TO LN-BILL-DUE (LN-IDX)
                           MOVE SRT-ASSESS-DATE
                               TO LN-ASSESS-DATE (LN-IDX)
                       ELSE
                           DISPLAY '!!!! LOAN TABLE FULL -'
                               UPON CRT AT 2301
                           DISPLAY '!!!!   AUDIT INCOMPLETE, STOP'
                               UPON CRT AT 2401
                           MOVE 16     TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-RETURN
           END-PERFORM.
       LOAD-LOAN-EXIT.
           EXIT.

       READ-MBP-REC.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               ADD 1                   TO REC-CTR.

       READ-TRN-REC.
           READ TRN-FILE INTO CNP750-TRAN-REC
               AT END MOVE 1 TO TRN-EOF-SW.
           IF TRN-EOF-SW = 0
               ADD 1                   TO TRN-CTR.

      *
      * one tran750 record is one loan's whole cycle of postings.
      * the receipts are gathered by due date first, then every
      * assessment is judged against its due date's receipts
      *
       001-MAIN.
           MOVE T-ACCOUNT              TO WS-ACCT-N.
           MOVE WS-ACCT-N (7:7)        TO WS-LOAN-7.
           PERFORM FIND-LOAN-ENTRY.
           IF NOT LN-FOUND
               ADD 1                   TO NOLOAN-CTR
               GO TO 001-MAIN-READ.
           MOVE LN-BILL-DUE (LN-IDX)   TO WS-BILL-DUE.
           MOVE LN-ASSESS-DATE (LN-IDX) TO WS-ASSESS-DATE.
           IF LN-GRACE (LN-IDX) > 0
               MOVE LN-GRACE (LN-IDX)  TO WS-GRACE
           ELSE
               MOVE 15                 TO WS-GRACE.
           MOVE 0                      TO WS-DD-COUNT.
           PERFORM GATHER-ONE-POSTING THRU GATHER-ONE-POSTING-EXIT
               VARYING WS-PST FROM 1 BY 1 UNTIL WS-PST > 9.
           PERFORM AUDIT-ONE-ASSESSMENT
               THRU AUDIT-ONE-ASSESSMENT-EXIT
               VARYING WS-PST FROM 1 BY 1 UNTIL WS-PST > 9.
       001-MAIN-READ.
           PERFORM READ-TRN-REC.
       001-MAIN-EXIT.
           EXIT.

       FIND-LOAN-ENTRY.
           MOVE 'N'                    TO LN-FOUND-SW.
           IF WS-LN-COUNT > 0
               SEARCH ALL LN-ENTRY
                   AT END
                       MOVE 'N'        TO LN-FOUND-SW
                   WHEN LN-LOAN (LN-IDX) = WS-LOAN-7
                       MOVE 'Y'        TO LN-FOUND-SW
               END-SEARCH.

      *
      * a cash receipt processed before its due date's first
      * assessable date is within grace; an assessment posted
      * negative is a reversal of an earlier charge
      *
       GATHER-ONE-POSTING.
           IF TRAN-CODE (WS-PST) = SPACES
           OR TRAN-CODE (WS-PST) = LOW-VALUES
               GO TO GATHER-ONE-POSTING-EXIT.
           PERFORM EDIT-DUE-DATE.
           IF NOT DUE-OK
               GO TO GATHER-ONE-POSTING-EXIT.
           PERFORM CLASSIFY-POSTING.
           IF WS-KIND = 'LCASSESS'
               IF T-HISTORY-DISB (WS-PST) < 0
                   PERFORM FIND-DUE-ENTRY
                   SUBTRACT T-HISTORY-DISB (WS-PST)
                       FROM DD-REVERSED (WS-DDX)
               END-IF
               GO TO GATHER-ONE-POSTING-EXIT.
           IF WS-KIND NOT = SPACES
           OR TOT-RECD (WS-PST) NOT > 0
           OR PROC-DATE (WS-PST) NOT NUMERIC
               GO TO GATHER-ONE-POSTING-EXIT.
           PERFORM FIND-DUE-ENTRY.
           MOVE 20                     TO WS-PROC-DATE (1:2).
           MOVE PROC-DATE (WS-PST)     TO WS-PROC-DATE (3:6).
           IF WS-PROC-DATE NOT < DD-LATE-CHG-DATE (WS-DDX)
               GO TO GATHER-ONE-POSTING-EXIT.
           COMPUTE WS-APPLIED =
               PRIN-PD (WS-PST) + INT-PD (WS-PST)
             + ESCROW-PD (WS-PST) + BSC-PD (WS-PST)
             + A-H-PD (WS-PST) + LIFE-PD (WS-PST).
           ADD TOT-RECD (WS-PST)       TO DD-RECEIVED (WS-DDX).
           ADD WS-APPLIED              TO DD-APPLIED (WS-DDX).
           ADD L-C-PD (WS-PST)         TO DD-LC-TAKEN (WS-DDX).
       GATHER-ONE-POSTING-EXIT.
           EXIT.

      *
      * a second charge on the same due date is a duplicate whatever
      * the receipts; otherwise the charge is held to the
      * assessable date, then to the receipts within grace - a full
      * installment applied, or received at all, means no charge
      * was owed; one short only by the earlier late charge taken
      * out of it is pyramiding
      *
       AUDIT-ONE-ASSESSMENT.
           IF TRAN-CODE (WS-PST) = SPACES
           OR TRAN-CODE (WS-PST) = LOW-VALUES
               GO TO AUDIT-ONE-ASSESSMENT-EXIT.
           PERFORM CLASSIFY-POSTING.
           IF WS-KIND NOT = 'LCASSESS'
           OR T-HISTORY-DISB (WS-PST) < 0
               GO TO AUDIT-ONE-ASSESSMENT-EXIT.
           ADD 1                       TO ASSESS-CTR.
           PERFORM EDIT-DUE-DATE.
           IF NOT DUE-OK
               ADD 1                   TO UNDATED-CTR
               GO TO AUDIT-ONE-ASSESSMENT-EXIT.
           PERFORM FIND-DUE-ENTRY.
           ADD 1                       TO DD-ASSESS-CT (WS-DDX).
           IF T-HISTORY-DISB (WS-PST) > 0
               MOVE T-HISTORY-DISB (WS-PST) TO WS-REFUND-AMT
           ELSE
               MOVE LN-LC-AMT (LN-IDX) TO WS-REFUND-AMT.
           MOVE 0                      TO WS-PROC-DATE.
           IF PROC-DATE (WS-PST) NUMERIC
               MOVE 20                 TO WS-PROC-DATE (1:2)
               MOVE PROC-DATE (WS-PST) TO WS-PROC-DATE (3:6).
           IF DD-ASSESS-CT (WS-DDX) > 1
               MOVE 'DUPLICAT'         TO WS-FINDING
               ADD 1                   TO DUPLICATE-CTR
               PERFORM WRITE-REFUND-CANDIDATE
                   THRU WRITE-REFUND-CANDIDATE-EXIT
               GO TO AUDIT-ONE-ASSESSMENT-EXIT.
           IF WS-PROC-DATE > 0
           AND WS-PROC-DATE < DD-LATE-CHG-DATE (WS-DDX)
               MOVE 'EARLY'            TO WS-FINDING
               ADD 1                   TO EARLY-CTR
               PERFORM WRITE-REFUND-CANDIDATE
                   THRU WRITE-REFUND-CANDIDATE-EXIT
               GO TO AUDIT-ONE-ASSESSMENT-EXIT.
           IF LN-INSTALLMENT (LN-IDX) NOT > 0
               ADD 1                   TO NOINST-CTR
               GO TO AUDIT-ONE-ASSESSMENT-EXIT.
           COMPUTE WS-COVERED =
               DD-APPLIED (WS-DDX) + DD-LC-TAKEN (WS-DDX).
           IF DD-APPLIED (WS-DDX) NOT < LN-INSTALLMENT (LN-IDX)
               MOVE 'INGRACE'          TO WS-FINDING
               ADD 1                   TO INGRACE-CTR
           ELSE
           IF DD-LC-TAKEN (WS-DDX) > 0
           AND WS-COVERED NOT < LN-INSTALLMENT (LN-IDX)
               MOVE 'PYRAMID'          TO WS-FINDING
               ADD 1                   TO PYRAMID-CTR
           ELSE
           IF DD-RECEIVED (WS-DDX) NOT < LN-INSTALLMENT (LN-IDX)
               MOVE 'INGRACE'          TO WS-FINDING
               ADD 1                   TO INGRACE-CTR
           ELSE
               GO TO AUDIT-ONE-ASSESSMENT-EXIT.
           PERFORM WRITE-REFUND-CANDIDATE
               THRU WRITE-REFUND-CANDIDATE-EXIT.
       AUDIT-ONE-ASSESSMENT-EXIT.
           EXIT.

      *
      * the tran750 due date is yymmdd; anything that is not a real
      * month and day cannot be given an assessable date
      *
       EDIT-DUE-DATE.
           MOVE 'N'                    TO DUE-OK-SW.
           IF DH-DUE-DATE (WS-PST) NUMERIC
               MOVE 20                 TO WS-DUE-DATE (1:2)
               MOVE DH-DUE-DATE (WS-PST) TO WS-DUE-DATE (3:6)
               IF WS-DUE-DATE (5:2) > '00'
               AND WS-DUE-DATE (5:2) < '13'
               AND WS-DUE-DATE (7:2) > '00'
               AND WS-DUE-DATE (7:2) < '32'
                   MOVE 'Y'            TO DUE-OK-SW.

      *
      * the loan's entry for WS-DUE-DATE, added with its assessable
      * date the first time the due date is seen
      *
       FIND-DUE-ENTRY.
           MOVE 0                      TO WS-DDX.
           PERFORM VARYING WS-DD FROM 1 BY 1
                   UNTIL WS-DD > WS-DD-COUNT
               IF DD-DUE (WS-DD) = WS-DUE-DATE
                   MOVE WS-DD          TO WS-DDX
               END-IF
           END-PERFORM.
           IF WS-DDX = 0
               ADD 1                   TO WS-DD-COUNT
               MOVE WS-DD-COUNT        TO WS-DDX
               MOVE WS-DUE-DATE        TO DD-DUE (WS-DDX)
               MOVE 0                  TO DD-RECEIVED (WS-DDX)
                                          DD-APPLIED (WS-DDX)
                                          DD-LC-TAKEN (WS-DDX)
                                          DD-REVERSED (WS-DDX)
                                          DD-ASSESS-CT (WS-DDX)
               PERFORM SET-LATE-CHG-DATE
               MOVE WS-LATE-CHG-DATE   TO DD-LATE-CHG-DATE (WS-DDX).

      *
      * the assessment date the servicer carries applies to the bill
      * due date only; any other due date is the due date plus grace
      *
       SET-LATE-CHG-DATE.
           IF WS-DUE-DATE = WS-BILL-DUE
           AND WS-ASSESS-DATE NOT = 0
               MOVE WS-ASSESS-DATE     TO WS-LATE-CHG-DATE
           ELSE
               MOVE WS-DUE-DATE        TO WS-STEP-DATE-N
               PERFORM FORWARD-ONE-DAY
                   VARYING WS-STP-CTR FROM 1 BY 1
                   UNTIL WS-STP-CTR > WS-GRACE
               MOVE WS-STEP-DATE-N     TO WS-LATE-CHG-DATE.

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
      * a reversal already posted for the due date pays back the
      * candidates first; only what is left is a refund to make
      *
       WRITE-REFUND-CANDIDATE.
           IF DD-REVERSED (WS-DDX) > 0
               IF DD-REVERSED (WS-DDX) NOT < WS-REFUND-AMT
                   SUBTRACT WS-REFUND-AMT FROM DD-REVERSED (WS-DDX)
                   ADD 1               TO REVERSED-CTR
                   GO TO WRITE-REFUND-CANDIDATE-EXIT
               ELSE
                   SUBTRACT DD-REVERSED (WS-DDX) FROM WS-REFUND-AMT
                   MOVE 0              TO DD-REVERSED (WS-DDX)
               END-IF
           END-IF.
           MOVE SPACES                 TO OUT-REC.
           MOVE LN-CLIENT (LN-IDX)     TO LCR-CLIENT.
           MOVE WS-LOAN-7              TO LCR-LOAN.
           MOVE WS-ACCT-N              TO LCR-ACCOUNT.
           MOVE WS-FINDING             TO LCR-FINDING.
           MOVE TRAN-CODE (WS-PST)     TO LCR-TRAN-CODE.
           MOVE DD-DUE (WS-DDX)        TO LCR-DUE-DATE.
           MOVE WS-PROC-DATE           TO LCR-ASSESSED-DATE.
           MOVE DD-LATE-CHG-DATE (WS-DDX) TO LCR-LATE-CHG-DATE.
           MOVE WS-REFUND-AMT          TO LCR-REFUND-AMT.
           MOVE LN-INSTALLMENT (LN-IDX) TO LCR-INSTALLMENT.
           MOVE DD-RECEIVED (WS-DDX)   TO LCR-RECEIVED.
           MOVE DD-APPLIED (WS-DDX)    TO LCR-APPLIED.
           MOVE DD-LC-TAKEN (WS-DDX)   TO LCR-LC-TAKEN.
           MOVE WS-CURRENT-DATE        TO LCR-RUN-DATE.
           WRITE OUT-REC.
           ADD 1                       TO REFUND-CTR.
           ADD WS-REFUND-AMT           TO WS-REFUND-TOTAL.
       WRITE-REFUND-CANDIDATE-EXIT.
           EXIT.

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

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR LCAUDIT1' UPON CRT AT 0915.
           DISPLAY REC-CTR     'MBP RECORDS READ               ='
               UPON CRT AT 1125.
           DISPLAY TRN-CTR     'TRAN RECORDS READ              ='
               UPON CRT AT 1225.
           DISPLAY ASSESS-CTR  'LATE CHARGES EXAMINED          ='
               UPON CRT AT 1325.
           DISPLAY INGRACE-CTR 'PAID IN FULL WITHIN GRACE      ='
               UPON CRT AT 1425.
           DISPLAY PYRAMID-CTR 'PYRAMIDED ON AN EARLIER CHARGE ='
               UPON CRT AT 1525.
           DISPLAY DUPLICATE-CTR 'SECOND CHARGE FOR A DUE DATE ='
               UPON CRT AT 1625.
           DISPLAY EARLY-CTR   'ASSESSED BEFORE GRACE ENDED    ='
               UPON CRT AT 1725.
           DISPLAY REVERSED-CTR 'ALREADY REVERSED IN CYCLE     ='
               UPON CRT AT 1825.
           DISPLAY NOINST-CTR  'NO BILLED INSTALLMENT ON MBP   ='
               UPON CRT AT 1925.
           DISPLAY NOLOAN-CTR  'TRAN LOAN NOT ON MBP           ='
               UPON CRT AT 2025.
           DISPLAY REFUND-CTR  'REFUND CANDIDATES WRITTEN      ='
               UPON CRT AT 2125.
           MOVE WS-REFUND-TOTAL        TO WS-REFUND-DISP.
           DISPLAY WS-REFUND-DISP 'REFUND TOTAL          ='
               UPON CRT AT 2225.
           IF UNDATED-CTR NOT = 0
               DISPLAY UNDATED-CTR 'CHARGES WITH NO VALID DUE DATE='
                   UPON CRT AT 2325.
           IF REFUND-CTR NOT = 0
               MOVE 8                  TO RETURN-CODE
           ELSE
           IF TRN-CTR = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE TRN-FILE.
           CLOSE OUT-FILE.
           STOP RUN.
