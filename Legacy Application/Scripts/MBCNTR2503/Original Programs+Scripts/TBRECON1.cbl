       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TBRECON1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * billed portfolio to servicer trial balance - every other
      * reconciliation here holds one of our own outputs against
      * another, and nothing proved the balances we print on the
      * statement are the balances on the servicer's books.  this
      * month-end step takes the servicer's loan-level trial balance
      * and matches it, client and loan, to the final cycle's .set:
      *   loans on the .set and not on the books, and on the books
      *   and not on the .set
      *   field-level differences over the tolerance - UPB, escrow
      *   balance, escrow advance, suspense, corporate advance and
      *   deferred interest - and a loan booked to another investor
      *   control totals by client and investor, each side under its
      *   own investor, that must tie to the penny
      * the .set carries no deferred principal, so the books' figure
      * is totalled by client and investor for the record but has
      * nothing to be held against loan by loan
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * servicer loan-level trial balance
           SELECT TBL-FILE  ASSIGN TO DYNAMIC TBL-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS TBL-STATUS.
      * the final cycle's .set
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS IN1-STATUS.
      * the reconciliation report
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * work files - the trial balance keyed by client and loan for
      * the SEARCH ALL lookups, and the control totals in client and
      * investor order for printing
           SELECT SORT-FILE ASSIGN TO 'SORTWK'.
           SELECT CTL-SORT-FILE ASSIGN TO 'SORTWK2'.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      * one record per loan on the servicer's books.  the investor
      * is keyed the way the fee accrual keys it - 'F' and the
      * 3-digit investor code for Fiserv loans, 'A' and the
      * investor, bank and aggregate for Alltel loans.  amounts are
      * signed with the sign leading; the as-of date is ccyymmdd
      *
       FD  TBL-FILE
           RECORD CONTAINS 250 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TBL-REC.
       01  TBL-REC.
           05  TBL-CLIENT              PIC X(3).
           05  TBL-ACCOUNT             PIC 9(13).
           05  TBL-INVESTOR            PIC X(10).
           05  TBL-UPB                 PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  TBL-ESCROW-BAL          PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  TBL-ESCROW-ADV          PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  TBL-SUSPENSE            PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  TBL-CORP-ADV            PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  TBL-DEFERRED-INT        PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  TBL-DEFERRED-PRIN       PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  TBL-AS-OF-DATE          PIC 9(8).
           05  FILLER                  PIC X(118).
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
      *
       SD SORT-FILE
           DATA RECORD IS SORT-REC.
       01 SORT-REC.
           05  SRT-CLIENT              PIC X(3).
           05  SRT-ACCOUNT             PIC 9(13).
           05  SRT-INVESTOR            PIC X(10).
           05  SRT-UPB                 PIC S9(11)V99 COMP-3.
           05  SRT-ESCROW-BAL          PIC S9(11)V99 COMP-3.
           05  SRT-ESCROW-ADV          PIC S9(11)V99 COMP-3.
           05  SRT-SUSPENSE            PIC S9(11)V99 COMP-3.
           05  SRT-CORP-ADV            PIC S9(11)V99 COMP-3.
           05  SRT-DEFERRED-INT        PIC S9(11)V99 COMP-3.
      *
       SD CTL-SORT-FILE
           DATA RECORD IS CTS-REC.
       01 CTS-REC.
           05  CTS-CLIENT              PIC X(3).
           05  CTS-INVESTOR            PIC X(10).
           05  CTS-SUB                 PIC S9(4) COMP.
      *
       WORKING-STORAGE SECTION.
      *
       01  VARIABLES.
           05  TBL-PATH.
               10 TBL-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 TBL-NAME             PIC X(64).
           05  IN1-PATH.
               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 IN1-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  TBL-STATUS              PIC X(2)  VALUE SPACES.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(200).
           05  TBL-CTR                 PIC 9(7)  VALUE 0.
           05  TBL-REJECT-CTR          PIC 9(7)  VALUE 0.
           05  TBL-DUP-CTR             PIC 9(7)  VALUE 0.
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  MATCH-CTR               PIC 9(7)  VALUE 0.
           05  DIFF-LOAN-CTR           PIC 9(7)  VALUE 0.
           05  DIFF-FIELD-CTR          PIC 9(7)  VALUE 0.
           05  SETONLY-CTR             PIC 9(7)  VALUE 0.
           05  BOOKSONLY-CTR           PIC 9(7)  VALUE 0.
           05  CTL-OUT-CTR             PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  TBL-EOF-SW              PIC 9(1)  VALUE 0.
           05  SRT-EOF-SW              PIC 9(1)  VALUE 0.
           05  TB-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  TB-FOUND                      VALUE 'Y'.
           05  CT-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  CT-FOUND                      VALUE 'Y'.
           05  LOAN-DIFF-SW            PIC X(1)  VALUE 'N'.
               88  LOAN-HAS-DIFF                 VALUE 'Y'.
           05  CT-TIED-SW              PIC X(1)  VALUE 'Y'.
               88  CT-TIED                       VALUE 'Y'.
           05  WS-SUB                  PIC S9(8) COMP VALUE 0.
           05  WS-PREV-CLIENT          PIC X(3)  VALUE LOW-VALUES.
           05  WS-PREV-ACCOUNT         PIC 9(13) VALUE 0.
           05  WS-LOAN-KEY.
               10  WS-CLIENT           PIC X(3)  VALUE SPACES.
               10  WS-ACCOUNT          PIC 9(13) VALUE 0.
           05  WS-RPT-ACCOUNT          PIC 9(13) VALUE 0.
           05  WS-INV-KEY              PIC X(10) VALUE SPACES.
           05  WS-FISERV-INV           PIC 9(3)  VALUE 0.
           05  WS-AS-OF-DATE           PIC 9(8)  VALUE 0.
           05  WS-FIELD-NAME           PIC X(14) VALUE SPACES.
           05  WS-SET-AMT              PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TB-AMT               PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-DIFF                 PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-ABS-DIFF             PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOLERANCE            PIC S9(3)V99 COMP-3 VALUE 1.00.
           05  WS-AMT-DISP             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-AMT-DISP2            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-AMT-DISP3            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-QTY-DISP             PIC ZZZZZZ9.
           05  WS-SIDE                 PIC X(6)  VALUE SPACES.
      *
      * the .set figures for the loan in hand
      *
           05  WS-SET-UPB              PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-SET-ESCROW-BAL       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-SET-ESCROW-ADV       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-SET-SUSPENSE         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-SET-CORP-ADV         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-SET-DEFERRED-INT     PIC S9(11)V99 COMP-3 VALUE 0.
      *
      * one side's figures on their way into the control totals
      *
           05  WS-CT-LOANS             PIC 9(7)  VALUE 0.
           05  WS-CT-UPB               PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-CT-ESCROW-BAL        PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-CT-ESCROW-ADV        PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-CT-SUSPENSE          PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-CT-CORP-ADV          PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-CT-DEFERRED-INT      PIC S9(13)V99 COMP-3 VALUE 0.

      *
      * the trial balance keyed by client and loan and
      * binary-searched; a table past capacity is a hard stop - a
      * loan dropped here would be reported as on the .set only
      *
       01  WS-TB-COUNT                 PIC S9(8) COMP VALUE 0.
       01  TRIAL-BALANCE-TABLE.
           05  TB-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-TB-COUNT
                   ASCENDING KEY IS TB-KEY
                   INDEXED BY TB-IDX.
               10  TB-KEY.
                   15  TB-CLIENT       PIC X(3).
                   15  TB-ACCOUNT      PIC 9(13).
               10  TB-INVESTOR         PIC X(10).
               10  TB-UPB              PIC S9(11)V99 COMP-3.
               10  TB-ESCROW-BAL       PIC S9(11)V99 COMP-3.
               10  TB-ESCROW-ADV       PIC S9(11)V99 COMP-3.
               10  TB-SUSPENSE         PIC S9(11)V99 COMP-3.
               10  TB-CORP-ADV         PIC S9(11)V99 COMP-3.
               10  TB-DEFERRED-INT     PIC S9(11)V99 COMP-3.
               10  TB-MATCHED-SW       PIC X(1).

      *
      * control totals by client and investor, both sides.  the
      * books' deferred principal has no .set counterpart and is
      * carried for the record only
      *
       01  CONTROL-TABLE.
           05  CT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-CT-COUNT
                   INDEXED BY CT-IDX.
               10  CT-CLIENT           PIC X(3).
               10  CT-INVESTOR         PIC X(10).
               10  CT-SET-LOANS        PIC 9(7).
               10  CT-SET-UPB          PIC S9(13)V99 COMP-3.
               10  CT-SET-ESCROW-BAL   PIC S9(13)V99 COMP-3.
               10  CT-SET-ESCROW-ADV   PIC S9(13)V99 COMP-3.
               10  CT-SET-SUSPENSE     PIC S9(13)V99 COMP-3.
               10  CT-SET-CORP-ADV     PIC S9(13)V99 COMP-3.
               10  CT-SET-DEFERRED-INT PIC S9(13)V99 COMP-3.
               10  CT-TB-LOANS         PIC 9(7).
               10  CT-TB-UPB           PIC S9(13)V99 COMP-3.
               10  CT-TB-ESCROW-BAL    PIC S9(13)V99 COMP-3.
               10  CT-TB-ESCROW-ADV    PIC S9(13)V99 COMP-3.
               10  CT-TB-SUSPENSE      PIC S9(13)V99 COMP-3.
               10  CT-TB-CORP-ADV      PIC S9(13)V99 COMP-3.
               10  CT-TB-DEFERRED-INT  PIC S9(13)V99 COMP-3.
               10  CT-TB-DEFERRED-PRIN PIC S9(13)V99 COMP-3.
       77  WS-CT-COUNT                 PIC S9(4) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO TBL-NAME IN1-NAME OUT-NAME.
           DISPLAY '* * * * B E G I N   T B R E C O N 1 . C B L'
               UPON CRT AT 1401.
           IF TBL-NAME = SPACES OR IN1-NAME = SPACES
           OR OUT-NAME = SPACES
               DISPLAY '!!!! ENTER TRIAL BALANCE, SET AND REPORT'
                   UPON CRT AT 2301
               DISPLAY '!!!!   FILES ON COMMAND LINE'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT OUT-FILE.
           PERFORM WRITE-REPORT-HEADINGS.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-CLIENT SRT-ACCOUNT
               INPUT PROCEDURE IS RELEASE-TRIAL-BALANCE
                   THRU RELEASE-TRIAL-BALANCE-EXIT
               OUTPUT PROCEDURE IS LOAD-TB-TABLE
                   THRU LOAD-TB-EXIT.
           PERFORM COMPARE-SET.
           PERFORM SWEEP-BOOKS-ONLY.
           SORT CTL-SORT-FILE
               ON ASCENDING KEY CTS-CLIENT CTS-INVESTOR
               INPUT PROCEDURE IS RELEASE-CONTROLS
                   THRU RELEASE-CONTROLS-EXIT
               OUTPUT PROCEDURE IS REPORT-CONTROLS
                   THRU REPORT-CONTROLS-EXIT.
           PERFORM END-RTN.

      *
      * a row whose loan number is not numeric - a header, trailer
      * or damaged record - is rejected and counted; the books then
      * cannot be said to tie, so a reject breaks the run
      *
       RELEASE-TRIAL-BALANCE.
           OPEN INPUT TBL-FILE.
           IF TBL-STATUS NOT = '00'
               DISPLAY '!!!! TRIAL BALANCE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY TBL-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM READ-TBL-REC.
           PERFORM UNTIL TBL-EOF-SW = 1
               PERFORM RELEASE-ONE-TB THRU RELEASE-ONE-TB-EXIT
               PERFORM READ-TBL-REC
           END-PERFORM.
           CLOSE TBL-FILE.
       RELEASE-TRIAL-BALANCE-EXIT.
           EXIT.

       READ-TBL-REC.
           READ TBL-FILE AT END MOVE 1 TO TBL-EOF-SW.
           IF TBL-EOF-SW = 0
               ADD 1                   TO TBL-CTR.

       RELEASE-ONE-TB.
           IF TBL-ACCOUNT NOT NUMERIC
           OR TBL-UPB NOT NUMERIC
           OR TBL-ESCROW-BAL NOT NUMERIC
           OR TBL-ESCROW-ADV NOT NUMERIC
           OR TBL-SUSPENSE NOT NUMERIC
           OR TBL-CORP-ADV NOT NUMERIC
           OR TBL-DEFERRED-INT NOT NUMERIC
           OR TBL-DEFERRED-PRIN NOT NUMERIC
               ADD 1                   TO TBL-REJECT-CTR
               MOVE SPACES             TO OUT-REC
               STRING 'REJECTED TRIAL BALANCE ROW '
                                        DELIMITED BY SIZE
                      TBL-REC (1:100)   DELIMITED BY SIZE
                   INTO OUT-REC
               WRITE OUT-REC
               GO TO RELEASE-ONE-TB-EXIT.
           IF TBL-AS-OF-DATE NUMERIC AND WS-AS-OF-DATE = 0
               MOVE TBL-AS-OF-DATE     TO WS-AS-OF-DATE.
           MOVE TBL-CLIENT             TO SRT-CLIENT.
           MOVE TBL-ACCOUNT            TO SRT-ACCOUNT.
           MOVE TBL-INVESTOR           TO SRT-INVESTOR.
           MOVE TBL-UPB                TO SRT-UPB.
           MOVE TBL-ESCROW-BAL         TO SRT-ESCROW-BAL.
           MOVE TBL-ESCROW-ADV         TO SRT-ESCROW-ADV.
           MOVE TBL-SUSPENSE           TO SRT-SUSPENSE.
           MOVE TBL-CORP-ADV           TO SRT-CORP-ADV.
           MOVE TBL-DEFERRED-INT       TO SRT-DEFERRED-INT.
           RELEASE SORT-REC.
      * the books' side of the control totals, under the books' own
      * investor - deferred principal goes in here, the one place
      * it is reported
           MOVE TBL-CLIENT             TO WS-CLIENT.
           MOVE TBL-INVESTOR           TO WS-INV-KEY.
           PERFORM FIND-OR-ADD-CT-ENTRY.
           ADD 1                       TO CT-TB-LOANS (CT-IDX).
           ADD TBL-UPB                 TO CT-TB-UPB (CT-IDX).
           ADD TBL-ESCROW-BAL          TO CT-TB-ESCROW-BAL (CT-IDX).
           ADD TBL-ESCROW-ADV          TO CT-TB-ESCROW-ADV (CT-IDX).
           ADD TBL-SUSPENSE            TO CT-TB-SUSPENSE (CT-IDX).
           ADD TBL-CORP-ADV            TO CT-TB-CORP-ADV (CT-IDX).
           ADD TBL-DEFERRED-INT        TO CT-TB-DEFERRED-INT (CT-IDX).
           ADD TBL-DEFERRED-PRIN
                                   TO CT-TB-DEFERRED-PRIN (CT-IDX).
       RELEASE-ONE-TB-EXIT.
           EXIT.

      *
      * a loan twice on the books cannot be matched to one .set
      * record - the second and later rows are reported as
      * duplicates and break the run, but stay in the control
      * totals since they are on the books
      *
       LOAD-TB-TABLE.
           MOVE 0                      TO SRT-EOF-SW.
           PERFORM UNTIL SRT-EOF-SW = 1
               RETURN SORT-FILE
                   AT END
                       MOVE 1          TO SRT-EOF-SW
                   NOT AT END
                       PERFORM LOAD-ONE-TB THRU LOAD-ONE-TB-EXIT
               END-RETURN
           END-PERFORM.
       LOAD-TB-EXIT.
           EXIT.

       LOAD-ONE-TB.
           IF SRT-CLIENT = WS-PREV-CLIENT
           AND SRT-ACCOUNT = WS-PREV-ACCOUNT
               ADD 1                   TO TBL-DUP-CTR
               MOVE SRT-ACCOUNT        TO WS-RPT-ACCOUNT
               MOVE SPACES             TO OUT-REC
               STRING SRT-CLIENT        DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WS-RPT-ACCOUNT    DELIMITED BY SIZE
                      '  LOAN ON TRIAL BALANCE MORE THAN ONCE'
                                        DELIMITED BY SIZE
                   INTO OUT-REC
               WRITE OUT-REC
               GO TO LOAD-ONE-TB-EXIT.
           MOVE SRT-CLIENT             TO WS-PREV-CLIENT.
           MOVE SRT-ACCOUNT            TO WS-PREV-ACCOUNT.
           IF WS-TB-COUNT NOT < 100000
               DISPLAY '!!!! TRIAL BALANCE TABLE FULL -'
                   UPON CRT AT 2301
               DISPLAY '!!!!   RECONCILIATION INCOMPLETE, STOP'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ADD 1                       TO WS-TB-COUNT.
           SET TB-IDX TO WS-TB-COUNT.
           MOVE SRT-CLIENT             TO TB-CLIENT (TB-IDX).
           MOVE SRT-ACCOUNT            TO TB-ACCOUNT (TB-IDX).
           MOVE SRT-INVESTOR           TO TB-INVESTOR (TB-IDX).
           MOVE SRT-UPB                TO TB-UPB (TB-IDX).
           MOVE SRT-ESCROW-BAL         TO TB-ESCROW-BAL (TB-IDX).
           MOVE SRT-ESCROW-ADV         TO TB-ESCROW-ADV (TB-IDX).
           MOVE SRT-SUSPENSE           TO TB-SUSPENSE (TB-IDX).
           MOVE SRT-CORP-ADV           TO TB-CORP-ADV (TB-IDX).
           MOVE SRT-DEFERRED-INT       TO TB-DEFERRED-INT (TB-IDX).
           MOVE 'N'                    TO TB-MATCHED-SW (TB-IDX).
       LOAD-ONE-TB-EXIT.
           EXIT.

       COMPARE-SET.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! SET FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           MOVE 0                      TO EOF-SW.
           PERFORM READ-SET-REC.
           PERFORM UNTIL EOF-SW = 1
               PERFORM COMPARE-ONE-LOAN THRU COMPARE-ONE-EXIT
               PERFORM READ-SET-REC
           END-PERFORM.
           CLOSE IN1-FILE.

       READ-SET-REC.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               IF MB-CLIENT = '9999'
               OR MB-FLEXFIELD6 (1:15) = 'BANKRUPTCY COPY'
               OR MB-FLEXFIELD6 (1:15) = 'AUTHORIZED COPY'
                   GO TO READ-SET-REC
               ELSE
                   ADD 1               TO REC-CTR.

      *
      * the .set's investor is keyed the way the books key it, and
      * the loan goes into the .set side of the control totals under
      * that investor whether or not the books have it
      *
       COMPARE-ONE-LOAN.
           MOVE MB-CLIENT (1:3)        TO WS-CLIENT.
           MOVE MB-ACCOUNT             TO WS-ACCOUNT.
           MOVE SPACES                 TO WS-INV-KEY.
           IF MB-SERVICER-IS-FISERV
               IF CNP-INVESTOR-CODE NUMERIC
                   MOVE CNP-INVESTOR-CODE TO WS-FISERV-INV
               ELSE
                   MOVE 0              TO WS-FISERV-INV
               END-IF
               STRING 'F'              DELIMITED BY SIZE
                      WS-FISERV-INV    DELIMITED BY SIZE
                   INTO WS-INV-KEY
           ELSE
               STRING 'A'              DELIMITED BY SIZE
                      MB-INV           DELIMITED BY SIZE
                      MB-BANK          DELIMITED BY SIZE
                      MB-AGGR          DELIMITED BY SIZE
                   INTO WS-INV-KEY.
           MOVE 0                      TO WS-SET-UPB
                                          WS-SET-ESCROW-BAL
                                          WS-SET-ESCROW-ADV
                                          WS-SET-SUSPENSE
                                          WS-SET-CORP-ADV
                                          WS-SET-DEFERRED-INT.
           IF MB-FIRST-PRIN-BAL NUMERIC
               MOVE MB-FIRST-PRIN-BAL  TO WS-SET-UPB.
           IF MB-ESCROW-BAL NUMERIC
               MOVE MB-ESCROW-BAL      TO WS-SET-ESCROW-BAL.
           IF MB-ESCROW-ADVANCE-BAL NUMERIC
               MOVE MB-ESCROW-ADVANCE-BAL TO WS-SET-ESCROW-ADV.
           IF MB-SUSPENSE-BAL NUMERIC
               MOVE MB-SUSPENSE-BAL    TO WS-SET-SUSPENSE.
           IF MB-CORP-ADV NUMERIC
               MOVE MB-CORP-ADV        TO WS-SET-CORP-ADV.
           IF MB-DEFERRED-INT NUMERIC
               MOVE MB-DEFERRED-INT    TO WS-SET-DEFERRED-INT.
           PERFORM FIND-OR-ADD-CT-ENTRY.
           ADD 1                       TO CT-SET-LOANS (CT-IDX).
           ADD WS-SET-UPB              TO CT-SET-UPB (CT-IDX).
           ADD WS-SET-ESCROW-BAL       TO CT-SET-ESCROW-BAL (CT-IDX).
           ADD WS-SET-ESCROW-ADV       TO CT-SET-ESCROW-ADV (CT-IDX).
           ADD WS-SET-SUSPENSE         TO CT-SET-SUSPENSE (CT-IDX).
           ADD WS-SET-CORP-ADV         TO CT-SET-CORP-ADV (CT-IDX).
           ADD WS-SET-DEFERRED-INT
                                   TO CT-SET-DEFERRED-INT (CT-IDX).
           MOVE 'N'                    TO TB-FOUND-SW.
           IF WS-TB-COUNT > 0
               SEARCH ALL TB-ENTRY
                   AT END
                       MOVE 'N'        TO TB-FOUND-SW
                   WHEN TB-KEY (TB-IDX) = WS-LOAN-KEY
                       MOVE 'Y'        TO TB-FOUND-SW
               END-SEARCH.
           IF NOT TB-FOUND
               ADD 1                   TO SETONLY-CTR
               MOVE WS-ACCOUNT         TO WS-RPT-ACCOUNT
               MOVE WS-SET-UPB         TO WS-AMT-DISP
               MOVE SPACES             TO OUT-REC
               STRING WS-CLIENT         DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WS-RPT-ACCOUNT    DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WS-INV-KEY        DELIMITED BY SIZE
                      '  UPB '          DELIMITED BY SIZE
                      WS-AMT-DISP       DELIMITED BY SIZE
                      '  BILLED, NOT ON SERVICER BOOKS'
                                        DELIMITED BY SIZE
                   INTO OUT-REC
               WRITE OUT-REC
               GO TO COMPARE-ONE-EXIT.
           ADD 1                       TO MATCH-CTR.
           MOVE 'Y'                    TO TB-MATCHED-SW (TB-IDX).
           MOVE 'N'                    TO LOAN-DIFF-SW.
           IF TB-INVESTOR (TB-IDX) NOT = WS-INV-KEY
               MOVE 'Y'                TO LOAN-DIFF-SW
               ADD 1                   TO DIFF-FIELD-CTR
               MOVE WS-ACCOUNT         TO WS-RPT-ACCOUNT
               MOVE SPACES             TO OUT-REC
               STRING WS-CLIENT         DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WS-RPT-ACCOUNT    DELIMITED BY SIZE
                      '  INVESTOR        SET '
                                        DELIMITED BY SIZE
                      WS-INV-KEY        DELIMITED BY SIZE
                      '  BOOKS '        DELIMITED BY SIZE
                      TB-INVESTOR (TB-IDX) DELIMITED BY SIZE
                   INTO OUT-REC
               WRITE OUT-REC.
           MOVE 'UPB'                  TO WS-FIELD-NAME.
           MOVE WS-SET-UPB             TO WS-SET-AMT.
           MOVE TB-UPB (TB-IDX)        TO WS-TB-AMT.
           PERFORM COMPARE-ONE-FIELD.
           MOVE 'ESCROW BALANCE'       TO WS-FIELD-NAME.
           MOVE WS-SET-ESCROW-BAL      TO WS-SET-AMT.
           MOVE TB-ESCROW-BAL (TB-IDX) TO WS-TB-AMT.
           PERFORM COMPARE-ONE-FIELD.
           MOVE 'ESCROW ADVANCE'       TO WS-FIELD-NAME.
           MOVE WS-SET-ESCROW-ADV      TO WS-SET-AMT.
           MOVE TB-ESCROW-ADV (TB-IDX) TO WS-TB-AMT.
           PERFORM COMPARE-ONE-FIELD.
           MOVE 'SUSPENSE'             TO WS-FIELD-NAME.
           MOVE WS-SET-SUSPENSE        TO WS-SET-AMT.
           MOVE TB-SUSPENSE (TB-IDX)   TO WS-TB-AMT.
           PERFORM COMPARE-ONE-FIELD.
           MOVE 'CORP ADVANCE'         TO WS-FIELD-NAME.
           MOVE WS-SET-CORP-ADV        TO WS-SET-AMT.
           MOVE TB-CORP-ADV (TB-IDX)   TO WS-TB-AMT.
           PERFORM COMPARE-ONE-FIELD.
           MOVE 'DEFERRED INT'         TO WS-FIELD-NAME.
           MOVE WS-SET-DEFERRED-INT    TO WS-SET-AMT.
           MOVE TB-DEFERRED-INT (TB-IDX) TO WS-TB-AMT.
           PERFORM COMPARE-ONE-FIELD.
           IF LOAN-HAS-DIFF
               ADD 1                   TO DIFF-LOAN-CTR.
       COMPARE-ONE-EXIT.
           EXIT.

       COMPARE-ONE-FIELD.
           COMPUTE WS-DIFF = WS-SET-AMT - WS-TB-AMT.
           MOVE WS-DIFF                TO WS-ABS-DIFF.
           IF WS-ABS-DIFF < 0
               COMPUTE WS-ABS-DIFF = WS-ABS-DIFF * -1.
           IF WS-ABS-DIFF > WS-TOLERANCE
               MOVE 'Y'                TO LOAN-DIFF-SW
               ADD 1                   TO DIFF-FIELD-CTR
               MOVE WS-ACCOUNT         TO WS-RPT-ACCOUNT
               MOVE WS-SET-AMT         TO WS-AMT-DISP
               MOVE WS-TB-AMT          TO WS-AMT-DISP2
               MOVE WS-DIFF            TO WS-AMT-DISP3
               MOVE SPACES             TO OUT-REC
               STRING WS-CLIENT         DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WS-RPT-ACCOUNT    DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WS-FIELD-NAME     DELIMITED BY SIZE
                      '  SET '          DELIMITED BY SIZE
                      WS-AMT-DISP       DELIMITED BY SIZE
                      '  BOOKS '        DELIMITED BY SIZE
                      WS-AMT-DISP2      DELIMITED BY SIZE
                      '  DIFF '         DELIMITED BY SIZE
                      WS-AMT-DISP3      DELIMITED BY SIZE
                   INTO OUT-REC
               WRITE OUT-REC.

       SWEEP-BOOKS-ONLY.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TB-COUNT
               SET TB-IDX TO WS-SUB
               IF TB-MATCHED-SW (TB-IDX) = 'N'
                   ADD 1               TO BOOKSONLY-CTR
                   MOVE TB-ACCOUNT (TB-IDX) TO WS-RPT-ACCOUNT
                   MOVE TB-UPB (TB-IDX) TO WS-AMT-DISP
                   MOVE SPACES         TO OUT-REC
                   STRING TB-CLIENT (TB-IDX) DELIMITED BY SIZE
                          '  '          DELIMITED BY SIZE
                          WS-RPT-ACCOUNT DELIMITED BY SIZE
                          '  '          DELIMITED BY SIZE
                          TB-INVESTOR (TB-IDX) DELIMITED BY SIZE
                          '  UPB '      DELIMITED BY SIZE
                          WS-AMT-DISP   DELIMITED BY SIZE
                          '  ON SERVICER BOOKS, NOT BILLED'
                                        DELIMITED BY SIZE
                       INTO OUT-REC
                   WRITE OUT-REC
               END-IF
           END-PERFORM.

      *
      * a client/investor pair past capacity is a hard stop - the
      * totals are the proof the portfolio ties and cannot be
      * partial
      *
       FIND-OR-ADD-CT-ENTRY.
           MOVE 'N'                    TO CT-FOUND-SW.
           IF WS-CT-COUNT > 0
               SET CT-IDX TO 1
               SEARCH CT-ENTRY
                   AT END
                       MOVE 'N'        TO CT-FOUND-SW
                   WHEN CT-CLIENT (CT-IDX) = WS-CLIENT
                   AND  CT-INVESTOR (CT-IDX) = WS-INV-KEY
                       MOVE 'Y'        TO CT-FOUND-SW
               END-SEARCH.
           IF NOT CT-FOUND
               IF WS-CT-COUNT NOT < 2000
                   DISPLAY '!!!! CONTROL TOTAL TABLE FULL AT 2000 -'
                       UPON CRT AT 2301
                   DISPLAY '!!!!   RECONCILIATION INCOMPLETE, STOP'
                       UPON CRT AT 2401
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1                   TO WS-CT-COUNT
               SET CT-IDX TO WS-CT-COUNT
               MOVE WS-CLIENT          TO CT-CLIENT (CT-IDX)
               MOVE WS-INV-KEY         TO CT-INVESTOR (CT-IDX)
               MOVE 0                  TO CT-SET-LOANS (CT-IDX)
                                          CT-SET-UPB (CT-IDX)
                                          CT-SET-ESCROW-BAL (CT-IDX)
                                          CT-SET-ESCROW-ADV (CT-IDX)
                                          CT-SET-SUSPENSE (CT-IDX)
                                          CT-SET-CORP-ADV (CT-IDX)
                                          CT-SET-DEFERRED-INT (CT-IDX)
                                          CT-TB-LOANS (CT-IDX)
                                          CT-TB-UPB (CT-IDX)
                                          CT-TB-ESCROW-BAL (CT-IDX)
                                          CT-TB-ESCROW-ADV (CT-IDX)
                                          CT-TB-SUSPENSE (CT-IDX)
                                          CT-TB-CORP-ADV (CT-IDX)
                                          CT-TB-DEFERRED-INT (CT-IDX)
                                          CT-TB-DEFERRED-PRIN (CT-IDX)
           END-IF.

       RELEASE-CONTROLS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CT-COUNT
               SET CT-IDX TO WS-SUB
               MOVE CT-CLIENT (CT-IDX) TO CTS-CLIENT
               MOVE CT-INVESTOR (CT-IDX) TO CTS-INVESTOR
               MOVE WS-SUB             TO CTS-SUB
               RELEASE CTS-REC
           END-PERFORM.
       RELEASE-CONTROLS-EXIT.
           EXIT.

      *
      * each client/investor prints the .set's line, the books'
      * line and the difference; any difference at all puts the
      * pair out of balance
      *
       REPORT-CONTROLS.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           STRING 'CONTROL TOTALS BY CLIENT AND INVESTOR - '
                                        DELIMITED BY SIZE
                  'LOANS, UPB, ESCROW BAL, ESCROW ADV, SUSPENSE,'
                                        DELIMITED BY SIZE
                  ' CORP ADV, DEFERRED INT - BOOKS AS OF '
                                        DELIMITED BY SIZE
                  WS-AS-OF-DATE         DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE 0                      TO SRT-EOF-SW.
           PERFORM UNTIL SRT-EOF-SW = 1
               RETURN CTL-SORT-FILE
                   AT END
                       MOVE 1          TO SRT-EOF-SW
                   NOT AT END
                       SET CT-IDX TO CTS-SUB
                       PERFORM REPORT-ONE-CONTROL
               END-RETURN
           END-PERFORM.
       REPORT-CONTROLS-EXIT.
           EXIT.

       REPORT-ONE-CONTROL.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'SET'                  TO WS-SIDE.
           MOVE CT-SET-LOANS (CT-IDX)  TO WS-CT-LOANS.
           MOVE CT-SET-UPB (CT-IDX)    TO WS-CT-UPB.
           MOVE CT-SET-ESCROW-BAL (CT-IDX) TO WS-CT-ESCROW-BAL.
           MOVE CT-SET-ESCROW-ADV (CT-IDX) TO WS-CT-ESCROW-ADV.
           MOVE CT-SET-SUSPENSE (CT-IDX) TO WS-CT-SUSPENSE.
           MOVE CT-SET-CORP-ADV (CT-IDX) TO WS-CT-CORP-ADV.
           MOVE CT-SET-DEFERRED-INT (CT-IDX) TO WS-CT-DEFERRED-INT.
           PERFORM WRITE-CONTROL-LINES.
           MOVE 'BOOKS'                TO WS-SIDE.
           MOVE CT-TB-LOANS (CT-IDX)   TO WS-CT-LOANS.
           MOVE CT-TB-UPB (CT-IDX)     TO WS-CT-UPB.
           MOVE CT-TB-ESCROW-BAL (CT-IDX) TO WS-CT-ESCROW-BAL.
           MOVE CT-TB-ESCROW-ADV (CT-IDX) TO WS-CT-ESCROW-ADV.
           MOVE CT-TB-SUSPENSE (CT-IDX) TO WS-CT-SUSPENSE.
           MOVE CT-TB-CORP-ADV (CT-IDX) TO WS-CT-CORP-ADV.
           MOVE CT-TB-DEFERRED-INT (CT-IDX) TO WS-CT-DEFERRED-INT.
           PERFORM WRITE-CONTROL-LINES.
           IF CT-SET-LOANS (CT-IDX) = CT-TB-LOANS (CT-IDX)
           AND CT-SET-UPB (CT-IDX) = CT-TB-UPB (CT-IDX)
           AND CT-SET-ESCROW-BAL (CT-IDX) = CT-TB-ESCROW-BAL (CT-IDX)
           AND CT-SET-ESCROW-ADV (CT-IDX) = CT-TB-ESCROW-ADV (CT-IDX)
           AND CT-SET-SUSPENSE (CT-IDX) = CT-TB-SUSPENSE (CT-IDX)
           AND CT-SET-CORP-ADV (CT-IDX) = CT-TB-CORP-ADV (CT-IDX)
           AND CT-SET-DEFERRED-INT (CT-IDX)
                                   = CT-TB-DEFERRED-INT (CT-IDX)
               MOVE 'Y'                TO CT-TIED-SW
           ELSE
               MOVE 'N'                TO CT-TIED-SW
               ADD 1                   TO CTL-OUT-CTR.
           MOVE 'DIFF'                 TO WS-SIDE.
           MOVE 0                      TO WS-CT-LOANS.
           IF CT-SET-LOANS (CT-IDX) > CT-TB-LOANS (CT-IDX)
               COMPUTE WS-CT-LOANS =
                   CT-SET-LOANS (CT-IDX) - CT-TB-LOANS (CT-IDX)
           ELSE
               COMPUTE WS-CT-LOANS =
                   CT-TB-LOANS (CT-IDX) - CT-SET-LOANS (CT-IDX).
           COMPUTE WS-CT-UPB =
               CT-SET-UPB (CT-IDX) - CT-TB-UPB (CT-IDX).
           COMPUTE WS-CT-ESCROW-BAL =
               CT-SET-ESCROW-BAL (CT-IDX) - CT-TB-ESCROW-BAL (CT-IDX).
           COMPUTE WS-CT-ESCROW-ADV =
               CT-SET-ESCROW-ADV (CT-IDX) - CT-TB-ESCROW-ADV (CT-IDX).
           COMPUTE WS-CT-SUSPENSE =
               CT-SET-SUSPENSE (CT-IDX) - CT-TB-SUSPENSE (CT-IDX).
           COMPUTE WS-CT-CORP-ADV =
               CT-SET-CORP-ADV (CT-IDX) - CT-TB-CORP-ADV (CT-IDX).
           COMPUTE WS-CT-DEFERRED-INT =
               CT-SET-DEFERRED-INT (CT-IDX)
               - CT-TB-DEFERRED-INT (CT-IDX).
           PERFORM WRITE-CONTROL-LINES.
           MOVE CT-TB-DEFERRED-PRIN (CT-IDX) TO WS-AMT-DISP.
           MOVE SPACES                 TO OUT-REC.
           IF CT-TIED
               STRING CT-CLIENT (CT-IDX) DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      CT-INVESTOR (CT-IDX) DELIMITED BY SIZE
                      '  TIED'          DELIMITED BY SIZE
                      '      BOOKS DEFERRED PRIN '
                                        DELIMITED BY SIZE
                      WS-AMT-DISP       DELIMITED BY SIZE
                   INTO OUT-REC
           ELSE
               STRING CT-CLIENT (CT-IDX) DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      CT-INVESTOR (CT-IDX) DELIMITED BY SIZE
                      '  OUT OF BALANCE'
                                        DELIMITED BY SIZE
                      '  BOOKS DEFERRED PRIN '
                                        DELIMITED BY SIZE
                      WS-AMT-DISP       DELIMITED BY SIZE
                   INTO OUT-REC.
           WRITE OUT-REC.

      *
      * one side's totals take two lines - loans, UPB, escrow
      * balance and escrow advance, then suspense, corporate
      * advance and deferred interest
      *
       WRITE-CONTROL-LINES.
           MOVE WS-CT-LOANS            TO WS-QTY-DISP.
           MOVE WS-CT-UPB              TO WS-AMT-DISP.
           MOVE WS-CT-ESCROW-BAL       TO WS-AMT-DISP2.
           MOVE WS-CT-ESCROW-ADV       TO WS-AMT-DISP3.
           MOVE SPACES                 TO OUT-REC.
           STRING CT-CLIENT (CT-IDX)   DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  CT-INVESTOR (CT-IDX) DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-SIDE              DELIMITED BY SIZE
                  WS-QTY-DISP          DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-AMT-DISP          DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-AMT-DISP2         DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-AMT-DISP3         DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-CT-SUSPENSE         TO WS-AMT-DISP.
           MOVE WS-CT-CORP-ADV         TO WS-AMT-DISP2.
           MOVE WS-CT-DEFERRED-INT     TO WS-AMT-DISP3.
           MOVE SPACES                 TO OUT-REC.
           MOVE WS-AMT-DISP            TO OUT-REC (33:18).
           MOVE WS-AMT-DISP2           TO OUT-REC (53:18).
           MOVE WS-AMT-DISP3           TO OUT-REC (73:18).
           WRITE OUT-REC.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES                 TO OUT-REC.
           STRING 'BILLED PORTFOLIO TO SERVICER TRIAL BALANCE - '
                                        DELIMITED BY SIZE
                  IN1-NAME              DELIMITED BY SPACE
                  ' AGAINST '           DELIMITED BY SIZE
                  TBL-NAME              DELIMITED BY SPACE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           STRING 'LOAN-LEVEL BREAKS - TOLERANCE 1.00 PER FIELD, '
                                        DELIMITED BY SIZE
                  'DIFF IS SET LESS BOOKS'
                                        DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR TBRECON1' UPON CRT AT 0915.
           DISPLAY TBL-CTR  'TRIAL BALANCE ROWS READ   =' UPON CRT
               AT 1125.
           DISPLAY TBL-REJECT-CTR 'TRIAL BALANCE REJECTS  =' UPON CRT
               AT 1225.
           DISPLAY TBL-DUP-CTR 'TRIAL BALANCE DUPLICATES  =' UPON CRT
               AT 1325.
           DISPLAY REC-CTR  'SET LOANS READ            =' UPON CRT
               AT 1425.
           DISPLAY MATCH-CTR 'LOANS MATCHED            =' UPON CRT
               AT 1525.
           DISPLAY DIFF-LOAN-CTR 'LOANS WITH DIFFERENCES  =' UPON CRT
               AT 1625.
           DISPLAY DIFF-FIELD-CTR 'FIELD DIFFERENCES      =' UPON CRT
               AT 1725.
           DISPLAY SETONLY-CTR 'BILLED, NOT ON BOOKS     =' UPON CRT
               AT 1825.
           DISPLAY BOOKSONLY-CTR 'ON BOOKS, NOT BILLED   =' UPON CRT
               AT 1925.
           DISPLAY CTL-OUT-CTR 'CONTROLS OUT OF BALANCE  =' UPON CRT
               AT 2025.
           IF TBL-REJECT-CTR NOT = 0 OR TBL-DUP-CTR NOT = 0
           OR DIFF-FIELD-CTR NOT = 0 OR SETONLY-CTR NOT = 0
           OR BOOKSONLY-CTR NOT = 0 OR CTL-OUT-CTR NOT = 0
               MOVE 8                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE OUT-FILE.
           STOP RUN.
