       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PMTAPPL1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * payment-application waterfall audit - every tran750 posting
      * splits TOT-RECD into principal, interest, escrow, late
      * charge, the insurance and buydown items and suspense, and
      * nothing held that split to the note's order of application.
      * each posting is measured against the installment billed on
      * the cycle's .set (MB-PAYMENT-AMOUNT) and listed when:
      *   a late charge was taken while less than a full
      *   installment was applied                         (LATE)
      *   a receipt short of the installment was applied to
      *   principal instead of held in suspense           (PARTIAL)
      *   suspense was left holding a full installment
      *   instead of applying it                          (SUSPENSE)
      *   the components do not add back to TOT-RECD      (SUM)
      * the installment portion applied is principal, interest,
      * escrow and the BSC, A&H and life items - everything but the
      * late charge and suspense.  curtailment and principal-
      * reduction postings are principal-only by design; their
      * tran-code ranges come from the same deftran.tab DEFPRIN1
      * reads and they are held only to the sum test.  reversals
      * (TOT-RECD not greater than zero) and loans with nothing
      * billed on the .set likewise get the sum test alone
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the cycle's .set - source of the billed installment
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS IN1-STATUS.
      * the cycle's tran750 posting detail
           SELECT TRN-FILE  ASSIGN TO DYNAMIC TRN-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS TRN-STATUS.
      * deferred-principal tran-code control - posting kind
      * (CURTAIL or PRINRED) plus the tran-code range belonging to it
           SELECT DTC-FILE  ASSIGN TO DYNAMIC DTC-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS DTC-STATUS.
      * misapplied-payment listing, one line per finding
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * work file for keying the installment table - the .set is in
      * client order, not account order, so it goes through a sort
      * and the table loads ascending for the SEARCH ALL lookups
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
       FD TRN-FILE
           RECORD CONTAINS 750 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TRN-REC.
       01 TRN-REC                      PIC X(750).
      *
       FD  DTC-FILE
           RECORD CONTAINS 14 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DTC-REC.
       01  DTC-REC.
           05  DTC-REC-KIND            PIC X(8).
           05  DTC-REC-TRAN-FROM       PIC X(3).
           05  DTC-REC-TRAN-TO         PIC X(3).
      *
       FD OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01 OUT-REC                      PIC X(132).
      *
       SD SORT-FILE
           DATA RECORD IS SORT-REC.
       01 SORT-REC.
           05  SRT-ACCOUNT             PIC 9(13).
           05  SRT-CLIENT              PIC X(4).
           05  SRT-INSTALLMENT         PIC S9(9)V99 COMP-3.
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
           05  DTC-PATH                PIC X(40)
               VALUE '/users/public/deftran.tab'.
           05  DTC-STATUS              PIC X(2)  VALUE SPACES.
           05  DTC-EOF-SW              PIC X(1)  VALUE 'N'.
               88  DTC-EOF                       VALUE 'Y'.
           05  WS-DTC-COUNT            PIC S9(4) COMP VALUE 0.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  TRN-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  BKCOPY-CTR              PIC 9(7)  VALUE 0.
           05  TRN-CTR                 PIC 9(7)  VALUE 0.
           05  POSTING-CTR             PIC 9(7)  VALUE 0.
           05  AUDITED-CTR             PIC 9(7)  VALUE 0.
           05  REVERSAL-CTR            PIC 9(7)  VALUE 0.
           05  PRINONLY-CTR            PIC 9(7)  VALUE 0.
           05  NOINST-CTR              PIC 9(7)  VALUE 0.
           05  LATE-CTR                PIC 9(7)  VALUE 0.
           05  PARTIAL-CTR             PIC 9(7)  VALUE 0.
           05  SUSPENSE-CTR            PIC 9(7)  VALUE 0.
           05  SUM-CTR                 PIC 9(7)  VALUE 0.
           05  EXCEPT-CTR              PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  TRN-EOF-SW              PIC 9(1)  VALUE 0.
           05  SRT-EOF-SW              PIC 9(1)  VALUE 0.
           05  IN-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  IN-FOUND                      VALUE 'Y'.
           05  WS-PST                  PIC S9(4) COMP VALUE 0.
           05  WS-SUB                  PIC S9(8) COMP VALUE 0.
           05  WS-KIND                 PIC X(8)  VALUE SPACES.
           05  WS-ACCT-N               PIC 9(13) VALUE 0.
           05  WS-CLIENT               PIC X(4)  VALUE SPACES.
           05  WS-INSTALLMENT          PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-APPLIED              PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-COMP-SUM             PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-DETAIL-AMT           PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-REASON               PIC X(34) VALUE SPACES.
           05  WS-DETAIL-TAG           PIC X(9)  VALUE SPACES.
           05  WS-RECD-DISP            PIC ZZ,ZZZ,ZZ9.99-.
           05  WS-INST-DISP            PIC ZZ,ZZZ,ZZ9.99-.
           05  WS-DETAIL-DISP          PIC ZZ,ZZZ,ZZ9.99-.

      *
      * tran-code ranges from deftran.tab
      *
       01  DEFTRAN-TABLE.
           05  DTC-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-DTC-COUNT
                   INDEXED BY DTC-IDX.
               10  DTC-KIND            PIC X(8).
               10  DTC-TRAN-FROM       PIC X(3).
               10  DTC-TRAN-TO         PIC X(3).

      *
      * the billed installment per loan, keyed on the 13-digit
      * account the tran750 carries and binary-searched; loaded from
      * the sort so the keys are ascending by construction, and a
      * table past capacity is a hard stop - a loan dropped here
      * would have its postings pass unaudited
      *
       01  WS-IN-COUNT                 PIC S9(8) COMP VALUE 0.
       01  INSTALLMENT-TABLE.
           05  IN-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-IN-COUNT
                   ASCENDING KEY IS IN-ACCOUNT
                   INDEXED BY IN-IDX.
               10  IN-ACCOUNT          PIC 9(13).
               10  IN-CLIENT           PIC X(4).
               10  IN-INSTALLMENT      PIC S9(9)V99 COMP-3.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME TRN-NAME OUT-NAME.
           DISPLAY '* * * B E G I N   P M T A P P L 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR TRN-NAME = SPACES
           OR OUT-NAME = SPACES
               DISPLAY '!!!! ENTER SET, TRAN AND LISTING FILES'
                   UPON CRT AT 2301
               DISPLAY '!!!!   ON COMMAND LINE !!!!'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM LOAD-DEFTRAN-TABLE.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ACCOUNT
               INPUT PROCEDURE IS RELEASE-INSTALLMENTS
                   THRU RELEASE-INSTALLMENTS-EXIT
               OUTPUT PROCEDURE IS LOAD-INSTALLMENT-TABLE
                   THRU LOAD-INSTALLMENT-EXIT.
           OPEN INPUT TRN-FILE.
           IF TRN-STATUS NOT = '00'
               DISPLAY '!!!! TRAN FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY TRN-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT OUT-FILE.
           PERFORM WRITE-LISTING-HEADING.
           PERFORM READ-TRN-REC.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL TRN-EOF-SW = 1.
           PERFORM END-RTN.

       LOAD-DEFTRAN-TABLE.
      * deftran.tab is an optional control file; without one every
      * posting is held to the full waterfall
           OPEN INPUT DTC-FILE.
           IF DTC-STATUS NOT = '00'
               MOVE 'Y'                   TO DTC-EOF-SW
           ELSE
               PERFORM READ-DTC-REC
               PERFORM UNTIL DTC-EOF
                  IF WS-DTC-COUNT < 20
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

       RELEASE-INSTALLMENTS.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! SET FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM READ-SET-REC.
           PERFORM UNTIL EOF-SW = 1
               IF MB-FLEXFIELD6 (1:15) = 'BANKRUPTCY COPY'
               OR MB-FLEXFIELD6 (1:15) = 'AUTHORIZED COPY'
                   ADD 1               TO BKCOPY-CTR
               ELSE
                   MOVE MB-ACCOUNT     TO SRT-ACCOUNT
                   MOVE MB-CLIENT      TO SRT-CLIENT
                   MOVE 0              TO SRT-INSTALLMENT
                   IF MB-PAYMENT-AMOUNT NUMERIC
                       MOVE MB-PAYMENT-AMOUNT TO SRT-INSTALLMENT
                   END-IF
                   RELEASE SORT-REC
               END-IF
               PERFORM READ-SET-REC
           END-PERFORM.
           CLOSE IN1-FILE.
       RELEASE-INSTALLMENTS-EXIT.
           EXIT.

       LOAD-INSTALLMENT-TABLE.
           MOVE 0                      TO SRT-EOF-SW.
           PERFORM UNTIL SRT-EOF-SW = 1
               RETURN SORT-FILE
                   AT END
                       MOVE 1          TO SRT-EOF-SW
                   NOT AT END
                       IF WS-IN-COUNT < 100000
                           ADD 1       TO WS-IN-COUNT
                           SET IN-IDX TO WS-IN-COUNT
                           MOVE SRT-ACCOUNT
                               TO IN-ACCOUNT (IN-IDX)
                           MOVE SRT-CLIENT
                               TO IN-CLIENT (IN-IDX)
                           MOVE SRT-INSTALLMENT
                               TO IN-INSTALLMENT (IN-IDX)
                       ELSE
                           DISPLAY '!!!! INSTALLMENT TABLE FULL -'
                               UPON CRT AT 2301
                           DISPLAY '!!!!   AUDIT INCOMPLETE, STOP'
                               UPON CRT AT 2401
                           MOVE 16     TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-RETURN
           END-PERFORM.
       LOAD-INSTALLMENT-EXIT.
           EXIT.

       READ-SET-REC.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               IF MB-CLIENT = '9999'
                   GO TO READ-SET-REC
               ELSE
                   ADD 1               TO REC-CTR.

       READ-TRN-REC.
           READ TRN-FILE INTO CNP750-TRAN-REC
               AT END MOVE 1 TO TRN-EOF-SW.
           IF TRN-EOF-SW = 0
               ADD 1                   TO TRN-CTR.

      *
      * one tran750 record is one loan's whole cycle of postings;
      * the installment is looked up once and every occupied entry
      * in T-HISTORY-TABLE is audited against it
      *
       001-MAIN.
           MOVE T-ACCOUNT              TO WS-ACCT-N.
           PERFORM FIND-INSTALLMENT-ENTRY.
           IF IN-FOUND
               MOVE IN-CLIENT (IN-IDX) TO WS-CLIENT
               MOVE IN-INSTALLMENT (IN-IDX) TO WS-INSTALLMENT
           ELSE
               MOVE SPACES             TO WS-CLIENT
               MOVE 0                  TO WS-INSTALLMENT.
           PERFORM AUDIT-ONE-POSTING THRU AUDIT-ONE-POSTING-EXIT
               VARYING WS-PST FROM 1 BY 1 UNTIL WS-PST > 9.
           PERFORM READ-TRN-REC.
       001-MAIN-EXIT.
           EXIT.

       FIND-INSTALLMENT-ENTRY.
           MOVE 'N'                    TO IN-FOUND-SW.
           IF WS-IN-COUNT > 0
               SEARCH ALL IN-ENTRY
                   AT END
                       MOVE 'N'        TO IN-FOUND-SW
                   WHEN IN-ACCOUNT (IN-IDX) = WS-ACCT-N
                       MOVE 'Y'        TO IN-FOUND-SW
               END-SEARCH.

      *
      * the sum test runs on every posting; the order-of-application
      * tests only on a cash receipt against a billed installment
      * that is not a principal-only posting
      *
       AUDIT-ONE-POSTING.
           IF TRAN-CODE (WS-PST) = SPACES
           OR TRAN-CODE (WS-PST) = LOW-VALUES
               GO TO AUDIT-ONE-POSTING-EXIT.
           ADD 1                       TO POSTING-CTR.
           COMPUTE WS-COMP-SUM =
               PRIN-PD (WS-PST) + INT-PD (WS-PST)
             + ESCROW-PD (WS-PST) + L-C-PD (WS-PST)
             + BSC-PD (WS-PST) + A-H-PD (WS-PST)
             + LIFE-PD (WS-PST) + SUSPENSE-AMT (WS-PST).
           IF WS-COMP-SUM NOT = TOT-RECD (WS-PST)
               ADD 1                   TO SUM-CTR
               MOVE 'COMPONENTS DO NOT SUM TO RECEIVED'
                                       TO WS-REASON
               MOVE 'SUM'              TO WS-DETAIL-TAG
               MOVE WS-COMP-SUM        TO WS-DETAIL-AMT
               PERFORM WRITE-EXCEPT-LINE.
           IF TOT-RECD (WS-PST) NOT > 0
               ADD 1                   TO REVERSAL-CTR
               GO TO AUDIT-ONE-POSTING-EXIT.
           IF WS-INSTALLMENT NOT > 0
               ADD 1                   TO NOINST-CTR
               GO TO AUDIT-ONE-POSTING-EXIT.
           PERFORM CLASSIFY-POSTING.
           IF WS-KIND NOT = SPACES
               ADD 1                   TO PRINONLY-CTR
               GO TO AUDIT-ONE-POSTING-EXIT.
           ADD 1                       TO AUDITED-CTR.
           COMPUTE WS-APPLIED =
               PRIN-PD (WS-PST) + INT-PD (WS-PST)
             + ESCROW-PD (WS-PST) + BSC-PD (WS-PST)
             + A-H-PD (WS-PST) + LIFE-PD (WS-PST).
           IF L-C-PD (WS-PST) > 0
           AND WS-APPLIED < WS-INSTALLMENT
               ADD 1                   TO LATE-CTR
               MOVE 'LATE CHARGE AHEAD OF INSTALLMENT'
                                       TO WS-REASON
               MOVE 'LATE CHG'         TO WS-DETAIL-TAG
               MOVE L-C-PD (WS-PST)    TO WS-DETAIL-AMT
               PERFORM WRITE-EXCEPT-LINE.
           IF TOT-RECD (WS-PST) < WS-INSTALLMENT
           AND PRIN-PD (WS-PST) > 0
               ADD 1                   TO PARTIAL-CTR
               MOVE 'PARTIAL PAYMENT APPLIED TO PRIN'
                                       TO WS-REASON
               MOVE 'PRIN'             TO WS-DETAIL-TAG
               MOVE PRIN-PD (WS-PST)   TO WS-DETAIL-AMT
               PERFORM WRITE-EXCEPT-LINE.
           IF SUSPENSE-AMT (WS-PST) NOT < WS-INSTALLMENT
               ADD 1                   TO SUSPENSE-CTR
               MOVE 'FULL INSTALLMENT LEFT IN SUSPENSE'
                                       TO WS-REASON
               MOVE 'SUSPENSE'         TO WS-DETAIL-TAG
               MOVE SUSPENSE-AMT (WS-PST) TO WS-DETAIL-AMT
               PERFORM WRITE-EXCEPT-LINE.
       AUDIT-ONE-POSTING-EXIT.
           EXIT.

       CLASSIFY-POSTING.
           MOVE SPACES                 TO WS-KIND.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DTC-COUNT
               IF TRAN-CODE (WS-PST) NOT < DTC-TRAN-FROM (WS-SUB)
               AND TRAN-CODE (WS-PST) NOT > DTC-TRAN-TO (WS-SUB)
                   MOVE DTC-KIND (WS-SUB) TO WS-KIND
               END-IF
           END-PERFORM.

       WRITE-EXCEPT-LINE.
           ADD 1                       TO EXCEPT-CTR.
           MOVE TOT-RECD (WS-PST)      TO WS-RECD-DISP.
           MOVE WS-INSTALLMENT         TO WS-INST-DISP.
           MOVE WS-DETAIL-AMT          TO WS-DETAIL-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING WS-CLIENT             DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-ACCT-N             DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  TRAN-CODE (WS-PST)    DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  PROC-DATE (WS-PST)    DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  DH-DUE-DATE (WS-PST)  DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-REASON             DELIMITED BY SIZE
                  WS-RECD-DISP          DELIMITED BY SIZE
                  WS-INST-DISP          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-DETAIL-TAG         DELIMITED BY SIZE
                  WS-DETAIL-DISP        DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       WRITE-LISTING-HEADING.
           MOVE SPACES                 TO OUT-REC.
           STRING 'CLNT ACCOUNT       TRN PROC   DUE    '
                                        DELIMITED BY SIZE
                  'FINDING                           '
                                        DELIMITED BY SIZE
                  '      RECEIVED   INSTALLMENT DETAIL'
                                        DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR PMTAPPL1' UPON CRT AT 0915.
           DISPLAY REC-CTR     'SET RECORDS READ               ='
               UPON CRT AT 1125.
           DISPLAY TRN-CTR     'TRAN RECORDS READ              ='
               UPON CRT AT 1225.
           DISPLAY POSTING-CTR 'POSTINGS EXAMINED              ='
               UPON CRT AT 1325.
           DISPLAY AUDITED-CTR 'RECEIPTS HELD TO WATERFALL     ='
               UPON CRT AT 1425.
           DISPLAY LATE-CTR    'LATE CHARGE AHEAD OF INSTALLMNT='
               UPON CRT AT 1525.
           DISPLAY PARTIAL-CTR 'PARTIAL APPLIED TO PRINCIPAL   ='
               UPON CRT AT 1625.
           DISPLAY SUSPENSE-CTR 'FULL INSTALLMENT IN SUSPENSE  ='
               UPON CRT AT 1725.
           DISPLAY SUM-CTR     'COMPONENTS NOT SUMMING         ='
               UPON CRT AT 1825.
           DISPLAY REVERSAL-CTR 'REVERSALS - SUM TEST ONLY     ='
               UPON CRT AT 1925.
           DISPLAY PRINONLY-CTR 'PRINCIPAL-ONLY - SUM TEST ONLY='
               UPON CRT AT 2025.
           DISPLAY NOINST-CTR  'NO BILLED INSTALLMENT ON SET   ='
               UPON CRT AT 2125.
           IF BKCOPY-CTR NOT = 0
               DISPLAY BKCOPY-CTR 'ADDRESSED COPIES SKIPPED    ='
                   UPON CRT AT 2225.
           IF EXCEPT-CTR NOT = 0
               MOVE 8                  TO RETURN-CODE
           ELSE
           IF TRN-CTR = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE TRN-FILE.
           CLOSE OUT-FILE.
           STOP RUN.
