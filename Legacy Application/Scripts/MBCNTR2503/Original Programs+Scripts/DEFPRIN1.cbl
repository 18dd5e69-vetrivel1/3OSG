       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DEFPRIN1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * non-interest-bearing deferred principal tracker - every
      * modified loan carries its forborne principal
      * (MB-PRIN-FB-AMT), its principal-reduction amount
      * (MB-PRIN-REDUCT-AMT) and the deferred-balance indicator on
      * the mbp layout, and nothing followed them from one cycle to
      * the next.  forborne principal that silently drops off is a
      * payoff-shortfall loss we only find at payoff, and investors
      * ask us for the balance every quarter.  this step keeps a
      * carry-forward of both balances per loan and excepts any
      * change that has no matching curtailment (forborne principal)
      * or principal-reduction (reduction amount) posting on the
      * cycle's tran750, and any loan with a balance last cycle that
      * is gone from the extract.  it also proves each loan's
      * deferred principal is inside its total debt - TOTAL-DEBT-AMT
      * where the servicer populates it, else the payoff quote
      * total - and writes the per-loan balance listing investor
      * reporting draws the quarterly figure from
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
      * the cycle's tran750 posting detail
           SELECT TRN-FILE  ASSIGN TO DYNAMIC TRN-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS TRN-STATUS.
      * deferred-principal tran-code control - posting kind
      * (CURTAIL or PRINRED) plus the tran-code range belonging to it
           SELECT DTC-FILE  ASSIGN TO DYNAMIC DTC-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS DTC-STATUS.
      * the prior cycle's deferred-principal carry-forward
           SELECT PRI-FILE  ASSIGN TO DYNAMIC PRI-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS PRI-STATUS.
      * this cycle's carry-forward
           SELECT CUR-FILE  ASSIGN TO DYNAMIC CUR-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the deferred-principal balance listing
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * unexplained changes and total-debt proof failures
           SELECT EXC-FILE ASSIGN TO DYNAMIC EXC-PATH
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

       FD  PRI-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRI-REC.
       01  PRI-REC.
           05  PRI-LOAN                PIC X(7).
           05  PRI-FB-AMT              PIC S9(7)V99.
           05  PRI-REDUCT-AMT          PIC S9(7)V99.
           05  PRI-DEFERRED-IND        PIC X(1).
           05  FILLER                  PIC X(14).

       FD  CUR-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CUR-REC.
       01  CUR-REC.
           05  CUR-LOAN                PIC X(7).
           05  CUR-FB-AMT              PIC S9(7)V99.
           05  CUR-REDUCT-AMT          PIC S9(7)V99.
           05  CUR-DEFERRED-IND        PIC X(1).
           05  FILLER                  PIC X(14).

       FD OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01 OUT-REC                      PIC X(132).

       FD EXC-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EXC-REC.
       01 EXC-REC                      PIC X(132).
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
           05  EXC-PATH.
               10 EXC-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 EXC-NAME             PIC X(64).
           05  DTC-PATH                PIC X(40)
               VALUE '/users/public/deftran.tab'.
           05  DTC-STATUS              PIC X(2)  VALUE SPACES.
           05  DTC-EOF-SW              PIC X(1)  VALUE 'N'.
               88  DTC-EOF                       VALUE 'Y'.
           05  WS-DTC-COUNT            PIC S9(4) COMP VALUE 0.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  TRN-STATUS              PIC X(2)  VALUE SPACES.
           05  PRI-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  TRN-CTR                 PIC 9(7)  VALUE 0.
           05  DEFERRED-CTR            PIC 9(7)  VALUE 0.
           05  CHANGED-CTR             PIC 9(7)  VALUE 0.
           05  UNMATCHED-CTR           PIC 9(7)  VALUE 0.
           05  DROPPED-CTR             PIC 9(7)  VALUE 0.
           05  NOTINDEBT-CTR           PIC 9(7)  VALUE 0.
           05  UNPROVEN-CTR            PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  TRN-EOF-SW              PIC 9(1)  VALUE 0.
           05  PRI-EOF-SW              PIC 9(1)  VALUE 0.
           05  PD-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  PD-FOUND                      VALUE 'Y'.
           05  TP-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  TP-FOUND                      VALUE 'Y'.
           05  WS-PST                  PIC S9(4) COMP VALUE 0.
           05  WS-SUB                  PIC S9(8) COMP VALUE 0.
           05  WS-KIND                 PIC X(8)  VALUE SPACES.
           05  WS-ACCT-N               PIC 9(13) VALUE 0.
           05  WS-LOAN-7               PIC X(7)  VALUE SPACES.
           05  WS-PRIOR-FB             PIC S9(7)V99 COMP-3 VALUE 0.
           05  WS-PRIOR-REDUCT         PIC S9(7)V99 COMP-3 VALUE 0.
           05  WS-FB-CHANGE            PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-RED-CHANGE           PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-POSTED               PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-CHANGE               PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-DEBT           PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-DEBT-FLOOR           PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-PROOF                PIC X(10) VALUE SPACES.
           05  WS-REASON               PIC X(34) VALUE SPACES.
           05  WS-FB-DISP              PIC Z,ZZZ,ZZ9.99-.
           05  WS-RED-DISP             PIC Z,ZZZ,ZZ9.99-.
           05  WS-CHG-DISP             PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-PST-DISP             PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-DEBT-DISP            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  WS-FB-TOTAL             PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-RED-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-TOT-DISP             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

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
      * the cycle's curtailment and principal-reduction postings
      * summed per loan, keyed the 7-digit way the mbp loan is
      *
       01  POSTED-TABLE.
           05  TP-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-TP-COUNT
                   INDEXED BY TP-IDX.
               10  TP-LOAN             PIC X(7).
               10  TP-CURTAIL          PIC S9(11)V99 COMP-3.
               10  TP-PRINRED          PIC S9(11)V99 COMP-3.
       77  WS-TP-COUNT                 PIC S9(8) COMP VALUE 0.

      *
      * prior cycle's balances keyed loan, with a seen switch so a
      * loan that vanished from the extract is caught at the end; a
      * table past capacity is a hard stop - a dropped loan here is
      * exactly the silent drop-off this step exists to catch
      *
       01  PRIOR-DEF-TABLE.
           05  PD-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-PD-COUNT
                   INDEXED BY PD-IDX.
               10  PD-LOAN             PIC X(7).
               10  PD-FB-AMT           PIC S9(7)V99 COMP-3.
               10  PD-REDUCT-AMT       PIC S9(7)V99 COMP-3.
               10  PD-SEEN-SW          PIC X(1).
       77  WS-PD-COUNT                 PIC S9(8) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME TRN-NAME PRI-NAME CUR-NAME OUT-NAME
                    EXC-NAME.
           DISPLAY '* * * B E G I N   D E F P R I N 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR TRN-NAME = SPACES
           OR PRI-NAME = SPACES OR CUR-NAME = SPACES
           OR OUT-NAME = SPACES OR EXC-NAME = SPACES
               DISPLAY '!!!! ENTER MBP, TRAN, PRIOR BALANCES, NEW'
                   UPON CRT AT 2301
               DISPLAY '!!!!   BALANCES, LISTING AND EXCEPTION FILES'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM LOAD-DEFTRAN-TABLE.
           PERFORM LOAD-POSTED-TABLE THRU LOAD-POSTED-EXIT.
           PERFORM LOAD-PRIOR-DEF-TABLE.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! MBP FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT CUR-FILE.
           OPEN OUTPUT OUT-FILE.
           OPEN OUTPUT EXC-FILE.
           PERFORM READ-MBP-REC.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
           PERFORM END-RTN.

       LOAD-DEFTRAN-TABLE.
      * deftran.tab is an optional control file; without one no
      * posting can explain a change and every change is excepted
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

      *
      * the principal paid on each qualifying posting is what moved
      * the deferred balance; the tran750 account is 13 digits and
      * the mbp loan its low-order 7
      *
       LOAD-POSTED-TABLE.
           OPEN INPUT TRN-FILE.
           IF TRN-STATUS NOT = '00'
               DISPLAY '!!!! TRAN FILE NOT FOUND - EVERY CHANGE'
                   UPON CRT AT 2301
               DISPLAY '!!!!   WILL SHOW AS UNMATCHED'
                   UPON CRT AT 2401
               GO TO LOAD-POSTED-EXIT.
           PERFORM READ-TRN-REC.
           PERFORM UNTIL TRN-EOF-SW = 1
               PERFORM VARYING WS-PST FROM 1 BY 1 UNTIL WS-PST > 9
                   IF TRAN-CODE (WS-PST) NOT = SPACES
                       PERFORM CLASSIFY-POSTING
                       IF WS-KIND NOT = SPACES
                           PERFORM ADD-POSTED-AMOUNT
                       END-IF
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

       ADD-POSTED-AMOUNT.
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
               MOVE 0                  TO TP-CURTAIL (TP-IDX)
               MOVE 0                  TO TP-PRINRED (TP-IDX).
           IF WS-KIND = 'CURTAIL'
               ADD PRIN-PD (WS-PST)    TO TP-CURTAIL (TP-IDX)
           ELSE
           IF WS-KIND = 'PRINRED'
               ADD PRIN-PD (WS-PST)    TO TP-PRINRED (TP-IDX).

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

       LOAD-PRIOR-DEF-TABLE.
      * a missing prior file is the first tracked cycle - balances
      * are recorded and only the total-debt proof is run
           OPEN INPUT PRI-FILE.
           IF PRI-STATUS NOT = '00'
               MOVE 1                  TO PRI-EOF-SW
           ELSE
               MOVE 0                  TO PRI-EOF-SW
               PERFORM UNTIL PRI-EOF-SW = 1
                   READ PRI-FILE
                       AT END MOVE 1   TO PRI-EOF-SW
                       NOT AT END
                           IF WS-PD-COUNT NOT < 50000
                               DISPLAY '!!!! PRIOR DEFERRED TABLE'
                                   UPON CRT AT 2301
                               DISPLAY '!!!!   FULL AT 50000 - STOP'
                                   UPON CRT AT 2401
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1       TO WS-PD-COUNT
                           SET PD-IDX TO WS-PD-COUNT
                           MOVE PRI-LOAN TO PD-LOAN (PD-IDX)
                           MOVE PRI-FB-AMT TO PD-FB-AMT (PD-IDX)
                           MOVE PRI-REDUCT-AMT
                               TO PD-REDUCT-AMT (PD-IDX)
                           MOVE 'N'    TO PD-SEEN-SW (PD-IDX)
                   END-READ
               END-PERFORM
               CLOSE PRI-FILE.

       READ-MBP-REC.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               ADD 1                   TO REC-CTR.

      *
      * a loan is tracked while it carries either deferred balance
      * or the deferred-balance indicator, or had a balance last
      * cycle - a loan whose balance went to zero still has to
      * prove where it went
      *
       001-MAIN.
           PERFORM FIND-PRIOR-DEF-ENTRY.
           IF MB-PRIN-FB-AMT = 0
           AND MB-PRIN-REDUCT-AMT = 0
           AND MB-DEFERRED-BALANCE-INDICATOR = SPACE
           AND NOT PD-FOUND
               PERFORM READ-MBP-REC
               GO TO 001-MAIN-EXIT.
           ADD 1                       TO DEFERRED-CTR.
           IF PD-FOUND
               MOVE 'Y'                TO PD-SEEN-SW (PD-IDX)
               MOVE PD-FB-AMT (PD-IDX) TO WS-PRIOR-FB
               MOVE PD-REDUCT-AMT (PD-IDX) TO WS-PRIOR-REDUCT
           ELSE
               MOVE MB-PRIN-FB-AMT     TO WS-PRIOR-FB
               MOVE MB-PRIN-REDUCT-AMT TO WS-PRIOR-REDUCT.
           MOVE MB-LOAN                TO WS-LOAN-7.
           PERFORM FIND-POSTED-ENTRY.
           COMPUTE WS-FB-CHANGE = WS-PRIOR-FB - MB-PRIN-FB-AMT.
           COMPUTE WS-RED-CHANGE =
               WS-PRIOR-REDUCT - MB-PRIN-REDUCT-AMT.
           IF WS-FB-CHANGE NOT = 0 OR WS-RED-CHANGE NOT = 0
               ADD 1                   TO CHANGED-CTR.
           IF WS-FB-CHANGE NOT = 0
               MOVE WS-FB-CHANGE       TO WS-CHANGE
               IF TP-FOUND
                   MOVE TP-CURTAIL (TP-IDX) TO WS-POSTED
               ELSE
                   MOVE 0              TO WS-POSTED
               END-IF
               IF WS-POSTED NOT = WS-CHANGE
                   MOVE 'FORBORNE CHANGE - NO CURTAILMENT'
                                       TO WS-REASON
                   PERFORM WRITE-UNMATCHED-LINE
               END-IF
           END-IF.
           IF WS-RED-CHANGE NOT = 0
               MOVE WS-RED-CHANGE      TO WS-CHANGE
               IF TP-FOUND
                   MOVE TP-PRINRED (TP-IDX) TO WS-POSTED
               ELSE
                   MOVE 0              TO WS-POSTED
               END-IF
               IF WS-POSTED NOT = WS-CHANGE
                   MOVE 'REDUCTION CHANGE - NO PRIN-RED'
                                       TO WS-REASON
                   PERFORM WRITE-UNMATCHED-LINE
               END-IF
           END-IF.
           PERFORM PROVE-TOTAL-DEBT.
           PERFORM WRITE-BALANCE-LINE.
           ADD MB-PRIN-FB-AMT          TO WS-FB-TOTAL.
           ADD MB-PRIN-REDUCT-AMT      TO WS-RED-TOTAL.
           MOVE SPACES                 TO CUR-REC.
           MOVE MB-LOAN                TO CUR-LOAN.
           MOVE MB-PRIN-FB-AMT         TO CUR-FB-AMT.
           MOVE MB-PRIN-REDUCT-AMT     TO CUR-REDUCT-AMT.
           MOVE MB-DEFERRED-BALANCE-INDICATOR TO CUR-DEFERRED-IND.
           WRITE CUR-REC.
           PERFORM READ-MBP-REC.
       001-MAIN-EXIT.
           EXIT.

      *
      * the total debt has to cover the interest-bearing principal
      * plus the forborne principal; a total that falls short left
      * the deferred balance out.  a loan with neither a total debt
      * nor a payoff quote on the extract cannot be proven either
      * way and is counted, not excepted
      *
       PROVE-TOTAL-DEBT.
           MOVE SPACES                 TO WS-PROOF.
           IF MB-PRIN-FB-AMT = 0
               GO TO PROVE-TOTAL-EXIT.
           IF TOTAL-DEBT-AMT NOT = 0
               MOVE TOTAL-DEBT-AMT     TO WS-TOTAL-DEBT
           ELSE
               MOVE BIF-TOTAL-AMOUNT-DUE TO WS-TOTAL-DEBT.
           IF WS-TOTAL-DEBT = 0
               ADD 1                   TO UNPROVEN-CTR
               MOVE 'UNPROVEN'         TO WS-PROOF
               GO TO PROVE-TOTAL-EXIT.
           COMPUTE WS-DEBT-FLOOR = MB-FIRST-PRIN-BAL + MB-PRIN-FB-AMT.
           IF WS-TOTAL-DEBT < WS-DEBT-FLOOR
               ADD 1                   TO NOTINDEBT-CTR
               MOVE 'NOT IN DEBT'      TO WS-PROOF
               PERFORM WRITE-NOT-IN-DEBT-LINE
           ELSE
               MOVE 'PROVEN'           TO WS-PROOF.
       PROVE-TOTAL-EXIT.
           EXIT.

       FIND-PRIOR-DEF-ENTRY.
           MOVE 'N'                 TO PD-FOUND-SW.
           IF WS-PD-COUNT > 0
              SET PD-IDX TO 1
              SEARCH PD-ENTRY
                 AT END
                    MOVE 'N'        TO PD-FOUND-SW
                 WHEN PD-LOAN (PD-IDX) = MB-LOAN
                    MOVE 'Y'        TO PD-FOUND-SW
              END-SEARCH.

       WRITE-BALANCE-LINE.
           MOVE MB-PRIN-FB-AMT         TO WS-FB-DISP.
           MOVE MB-PRIN-REDUCT-AMT     TO WS-RED-DISP.
           MOVE WS-FB-CHANGE           TO WS-CHG-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING MB-CLIENT-NO          DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  MB-LOAN               DELIMITED BY SIZE
                  '  IND '              DELIMITED BY SIZE
                  MB-DEFERRED-BALANCE-INDICATOR
                                        DELIMITED BY SIZE
                  '  FORBORNE '         DELIMITED BY SIZE
                  WS-FB-DISP            DELIMITED BY SIZE
                  '  REDUCTION '        DELIMITED BY SIZE
                  WS-RED-DISP           DELIMITED BY SIZE
                  '  FB CHANGE '        DELIMITED BY SIZE
                  WS-CHG-DISP           DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-PROOF              DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       WRITE-UNMATCHED-LINE.
           ADD 1                       TO UNMATCHED-CTR.
           MOVE WS-CHANGE              TO WS-CHG-DISP.
           MOVE WS-POSTED              TO WS-PST-DISP.
           MOVE SPACES                 TO EXC-REC.
           STRING MB-CLIENT-NO          DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  MB-LOAN               DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-REASON             DELIMITED BY SIZE
                  ' DECREASE '          DELIMITED BY SIZE
                  WS-CHG-DISP           DELIMITED BY SIZE
                  ' POSTED '            DELIMITED BY SIZE
                  WS-PST-DISP           DELIMITED BY SIZE
               INTO EXC-REC.
           WRITE EXC-REC.

       WRITE-NOT-IN-DEBT-LINE.
           MOVE MB-PRIN-FB-AMT         TO WS-FB-DISP.
           MOVE WS-TOTAL-DEBT          TO WS-DEBT-DISP.
           MOVE SPACES                 TO EXC-REC.
           STRING MB-CLIENT-NO          DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  MB-LOAN               DELIMITED BY SIZE
                  '  DEFERRED PRINCIPAL NOT IN TOTAL DEBT  FB '
                                        DELIMITED BY SIZE
                  WS-FB-DISP            DELIMITED BY SIZE
                  '  TOTAL DEBT '       DELIMITED BY SIZE
                  WS-DEBT-DISP          DELIMITED BY SIZE
               INTO EXC-REC.
           WRITE EXC-REC.

      *
      * a prior-cycle loan with a deferred balance that never came
      * through this cycle's extract - boarded off, paid off or
      * transferred, its balance has to be accounted for by hand
      *
       LIST-DROPPED-LOANS.
           PERFORM CHECK-ONE-DROPPED
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PD-COUNT.

       CHECK-ONE-DROPPED.
           SET PD-IDX TO WS-SUB.
           IF PD-SEEN-SW (PD-IDX) = 'N'
           AND (PD-FB-AMT (PD-IDX) NOT = 0
             OR PD-REDUCT-AMT (PD-IDX) NOT = 0)
               ADD 1                   TO DROPPED-CTR
               MOVE PD-FB-AMT (PD-IDX) TO WS-FB-DISP
               MOVE PD-REDUCT-AMT (PD-IDX) TO WS-RED-DISP
               MOVE SPACES             TO EXC-REC
               STRING '      '          DELIMITED BY SIZE
                      PD-LOAN (PD-IDX)  DELIMITED BY SIZE
                      '  DEFERRED BALANCE DROPPED OFF EXTRACT  FB '
                                        DELIMITED BY SIZE
                      WS-FB-DISP        DELIMITED BY SIZE
                      '  REDUCTION '    DELIMITED BY SIZE
                      WS-RED-DISP       DELIMITED BY SIZE
                   INTO EXC-REC
               WRITE EXC-REC.

       END-RTN.
           PERFORM LIST-DROPPED-LOANS.
           MOVE WS-FB-TOTAL            TO WS-TOT-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING 'TOTAL FORBORNE PRINCIPAL   ' DELIMITED BY SIZE
                  WS-TOT-DISP           DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-RED-TOTAL           TO WS-TOT-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING 'TOTAL PRINCIPAL REDUCTION  ' DELIMITED BY SIZE
                  WS-TOT-DISP           DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           DISPLAY 'FINAL TOTALS FOR DEFPRIN1' UPON CRT AT 0915.
           DISPLAY REC-CTR  'MBP RECORDS READ          =' UPON CRT
               AT 1125.
           DISPLAY DEFERRED-CTR 'LOANS WITH DEFERRED PRIN=' UPON CRT
               AT 1225.
           DISPLAY CHANGED-CTR 'BALANCES CHANGED         =' UPON CRT
               AT 1325.
           DISPLAY UNMATCHED-CTR 'CHANGES WITHOUT POSTING =' UPON CRT
               AT 1425.
           DISPLAY DROPPED-CTR 'DROPPED OFF EXTRACT      =' UPON CRT
               AT 1525.
           DISPLAY NOTINDEBT-CTR 'NOT IN TOTAL DEBT       =' UPON CRT
               AT 1625.
           DISPLAY UNPROVEN-CTR 'NO TOTAL DEBT TO PROVE  =' UPON CRT
               AT 1725.
           IF UNMATCHED-CTR NOT = 0 OR DROPPED-CTR NOT = 0
           OR NOTINDEBT-CTR NOT = 0
               MOVE 8                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE IN1-FILE.
           CLOSE CUR-FILE.
           CLOSE OUT-FILE.
           CLOSE EXC-FILE.
           STOP RUN.
