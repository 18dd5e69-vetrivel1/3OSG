       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PPPCURT1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * prepayment-penalty curtailment monitor - the mbp layout
      * carries PREPAY-PEN-INDIC, PPP-HDR-CODE and the penalty's
      * payoff-expire and curtailment dates, but only PAYOFF1 ever
      * looked at them, and only at payoff.  this monthly step
      * follows every loan still inside its penalty period:
      *   - the month's extra-principal curtailments off tran750
      *     (the CURTAIL tran-code ranges on deftran.tab, the same
      *     control DEFPRIN1 uses) are added to a penalty-year
      *     running total kept on a carry-forward file.  the
      *     penalty year runs anniversary to anniversary of the
      *     curtailment date (the payoff-expire date where no
      *     curtailment date is carried), and the total starts over
      *     at each anniversary
      *   - the total is held against the partial-prepayment
      *     allowance for the loan's PPP-HDR-CODE on the terms
      *     control (ppterms.tab) - a percentage of the original
      *     loan amount, or of the balance at the start of the
      *     penalty year - and every loan past it is flagged
      *   - a loan whose penalty expires in the next 60 days gets
      *     one expiration-notice data record, the first month it
      *     comes inside the window; the carry-forward remembers the
      *     notice so it goes out exactly once, and a notice that
      *     cannot be addressed is excepted every month until it
      *     goes
      * a penalty the borrower was never warned about is not one
      * the servicer can defend
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the month's mbp-layout extract
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS IN1-STATUS.
      * the month's tran750 posting detail
           SELECT TRN-FILE  ASSIGN TO DYNAMIC TRN-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS TRN-STATUS.
      * posting-kind tran-code control - CURTAIL ranges are used
           SELECT DTC-FILE  ASSIGN TO DYNAMIC DTC-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS DTC-STATUS.
      * prepayment-penalty terms by PPP-HDR-CODE
           SELECT PPT-FILE  ASSIGN TO DYNAMIC PPT-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS PPT-STATUS.
      * last month's penalty-year carry-forward
           SELECT PRI-FILE  ASSIGN TO DYNAMIC PRI-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS PRI-STATUS.
      * this month's carry-forward
           SELECT CUR-FILE  ASSIGN TO DYNAMIC CUR-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the curtailment monitoring listing
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the expiration-notice data stream for the print job
           SELECT NTC-FILE  ASSIGN TO DYNAMIC NTC-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * loans that could not be monitored or noticed
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
      * PPT-REC-BASIS O holds the allowance to a percentage of the
      * original loan amount, U to a percentage of the balance at
      * the start of the penalty year
      *
       FD  PPT-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PPT-REC.
       01  PPT-REC.
           05  PPT-REC-HDR-CODE        PIC X(3).
           05  PPT-REC-ALLOW-PCT       PIC 9(3)V99.
           05  PPT-REC-BASIS           PIC X(1).
           05  FILLER                  PIC X(11).

       FD  PRI-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRI-REC.
       01  PRI-REC.
           05  PRI-LOAN                PIC X(7).
           05  PRI-YEAR-START          PIC 9(8).
           05  PRI-CURTAIL             PIC S9(11)V99.
           05  PRI-BASE-UPB            PIC S9(11)V99.
           05  PRI-NOTICE-DATE         PIC 9(8).
           05  PRI-FLAG-SW             PIC X(1).
           05  FILLER                  PIC X(10).

       FD  CUR-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CUR-REC.
       01  CUR-REC.
           05  CUR-LOAN                PIC X(7).
           05  CUR-YEAR-START          PIC 9(8).
           05  CUR-CURTAIL             PIC S9(11)V99.
           05  CUR-BASE-UPB            PIC S9(11)V99.
           05  CUR-NOTICE-DATE         PIC 9(8).
           05  CUR-FLAG-SW             PIC X(1).
           05  FILLER                  PIC X(10).

       FD OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01 OUT-REC                      PIC X(132).

       FD  NTC-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS NTC-REC.
       01  NTC-REC.
           05  PPN-CLIENT              PIC X(4).
           05  PPN-LOAN                PIC X(7).
           05  PPN-NAME-ADD-1          PIC X(30).
           05  PPN-NAME-ADD-2          PIC X(30).
           05  PPN-NAME-ADD-3          PIC X(30).
           05  PPN-NAME-ADD-4          PIC X(30).
           05  PPN-CITY                PIC X(21).
           05  PPN-STATE               PIC X(2).
           05  PPN-ZIP                 PIC X(5).
           05  PPN-ZIP-4               PIC X(4).
           05  PPN-HDR-CODE            PIC X(3).
           05  PPN-EXPIRE-DATE         PIC 9(8).
           05  PPN-DAYS-LEFT           PIC 9(3).
           05  PPN-NOTICE-DATE         PIC 9(8).
           05  PPN-CURTAIL             PIC S9(11)V99.
           05  PPN-ALLOWED             PIC S9(11)V99.
           05  FILLER                  PIC X(89).

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
           05  NTC-PATH.
               10 NTC-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 NTC-NAME             PIC X(64).
           05  EXC-PATH.
               10 EXC-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 EXC-NAME             PIC X(64).
           05  DTC-PATH                PIC X(40)
               VALUE '/users/public/deftran.tab'.
           05  PPT-PATH                PIC X(40)
               VALUE '/users/public/ppterms.tab'.
           05  DTC-STATUS              PIC X(2)  VALUE SPACES.
           05  DTC-EOF-SW              PIC X(1)  VALUE 'N'.
               88  DTC-EOF                       VALUE 'Y'.
           05  WS-DTC-COUNT            PIC S9(4) COMP VALUE 0.
           05  PPT-STATUS              PIC X(2)  VALUE SPACES.
           05  PPT-EOF-SW              PIC X(1)  VALUE 'N'.
               88  PPT-EOF                       VALUE 'Y'.
           05  WS-PPT-COUNT            PIC S9(4) COMP VALUE 0.
           05  PPT-FOUND-SW            PIC X(1)  VALUE 'N'.
               88  PPT-FOUND                     VALUE 'Y'.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  TRN-STATUS              PIC X(2)  VALUE SPACES.
           05  PRI-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  TRN-CTR                 PIC 9(7)  VALUE 0.
           05  PENALTY-CTR             PIC 9(7)  VALUE 0.
           05  EXPIRED-CTR             PIC 9(7)  VALUE 0.
           05  MONITOR-CTR             PIC 9(7)  VALUE 0.
           05  EXCEEDED-CTR            PIC 9(7)  VALUE 0.
           05  NEWEXC-CTR              PIC 9(7)  VALUE 0.
           05  NOTICE-CTR              PIC 9(7)  VALUE 0.
           05  NOTSENT-CTR             PIC 9(7)  VALUE 0.
           05  NOTERMS-CTR             PIC 9(7)  VALUE 0.
           05  BADDATE-CTR             PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  TRN-EOF-SW              PIC 9(1)  VALUE 0.
           05  PRI-EOF-SW              PIC 9(1)  VALUE 0.
           05  PC-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  PC-FOUND                      VALUE 'Y'.
           05  TP-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  TP-FOUND                      VALUE 'Y'.
           05  WS-PST                  PIC S9(4) COMP VALUE 0.
           05  WS-SUB                  PIC S9(8) COMP VALUE 0.
           05  WS-KIND                 PIC X(8)  VALUE SPACES.
           05  WS-ACCT-N               PIC 9(13) VALUE 0.
           05  WS-LOAN-7               PIC X(7)  VALUE SPACES.
           05  WS-POST-DATE            PIC 9(8)  VALUE 0.
           05  WS-PROC-DATE-X          PIC X(6)  VALUE SPACES.
           05  FILLER REDEFINES WS-PROC-DATE-X.
               10  WS-PROC-YY          PIC 9(2).
               10  WS-PROC-MMDD        PIC 9(4).
           05  WS-EXPIRE-DATE          PIC 9(8)  VALUE 0.
           05  WS-CURT-DATE            PIC 9(8)  VALUE 0.
           05  FILLER REDEFINES WS-CURT-DATE.
               10  WS-CURT-YYYY        PIC 9(4).
               10  WS-CURT-MMDD        PIC 9(4).
           05  WS-YEAR-START           PIC 9(8)  VALUE 0.
           05  FILLER REDEFINES WS-YEAR-START.
               10  WS-YS-YYYY          PIC 9(4).
               10  WS-YS-MMDD          PIC 9(4).
           05  WS-DATE-MM              PIC 9(2)  VALUE 0.
           05  WS-DATE-DD              PIC 9(2)  VALUE 0.
           05  WS-CURTAIL              PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-MONTH-CURTAIL        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-BASE-UPB             PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-BASIS-AMT            PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-ALLOWED              PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-NOTICE-DATE          PIC 9(8)  VALUE 0.
           05  WS-FLAG-SW              PIC X(1)  VALUE 'N'.
           05  WS-MONITOR-SW           PIC X(1)  VALUE 'N'.
               88  CURTAIL-MONITORED             VALUE 'Y'.
           05  WS-DAYS-LEFT            PIC S9(4) COMP VALUE 0.
           05  WS-STATUS               PIC X(10) VALUE SPACES.
           05  WS-REASON               PIC X(34) VALUE SPACES.
           05  WS-AMT-DISP             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-ALW-DISP             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-MTH-DISP             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  WS-DAYS-DISP            PIC ZZ9.
           05  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           05  FILLER REDEFINES WS-RUN-DATE.
               10  WS-RUN-YYYY         PIC 9(4).
               10  WS-RUN-MMDD         PIC 9(4).
           05  WS-RUN-TIME-X           PIC X(8)  VALUE SPACES.
           05  CORRHIST-PATH           PIC X(40)
               VALUE '/users/public/out/corrhist.dat'.
           05  WS-HORIZON-DATE         PIC 9(8)  VALUE 0.
      *
      * calendar work fields - real month lengths, as in REGFVAL1
      *
           05  WS-SETTLE-DATE.
               10  WS-STL-YYYY         PIC 9(4).
               10  WS-STL-MM           PIC 9(2).
               10  WS-STL-DD           PIC 9(2).
           05  WS-SETTLE-DATE-N REDEFINES WS-SETTLE-DATE PIC 9(8).
           05  WS-STL-LIMIT            PIC S9(4) COMP VALUE 0.
           05  WS-STL-REM              PIC 9(4)  VALUE 0.
           05  WS-STL-QUOT             PIC 9(4)  VALUE 0.
           05  WS-MONTH-DAYS-X         PIC X(24)
               VALUE '312831303130313130313031'.
           05  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-X.
               10  WS-MO-DAYS          PIC 9(2) OCCURS 12 TIMES.

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
      * penalty terms from ppterms.tab
      *
       01  PPTERMS-TABLE.
           05  PPT-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-PPT-COUNT
                   INDEXED BY PPT-IDX.
               10  PPT-HDR-CODE        PIC X(3).
               10  PPT-ALLOW-PCT       PIC 9(3)V99.
               10  PPT-BASIS           PIC X(1).

      *
      * the month's curtailments per loan, each with its posting
      * date so a month that straddles a loan's anniversary only
      * counts the postings inside the current penalty year; an
      * undated posting, or one past the twelve slots, is counted
      * as inside it
      *
       01  POSTED-TABLE.
           05  TP-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-TP-COUNT
                   INDEXED BY TP-IDX.
               10  TP-LOAN             PIC X(7).
               10  TP-POST-COUNT       PIC S9(4) COMP.
               10  TP-POST OCCURS 12 TIMES.
                   15  TP-POST-DATE    PIC 9(8).
                   15  TP-POST-AMT     PIC S9(11)V99 COMP-3.
               10  TP-UNDATED-AMT      PIC S9(11)V99 COMP-3.
       77  WS-TP-COUNT                 PIC S9(8) COMP VALUE 0.

      *
      * last month's carry-forward keyed loan; a table past
      * capacity is a hard stop - a loan dropped here would restart
      * its penalty-year total and get a second notice
      *
       01  PRIOR-CURT-TABLE.
           05  PC-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-PC-COUNT
                   INDEXED BY PC-IDX.
               10  PC-LOAN             PIC X(7).
               10  PC-YEAR-START       PIC 9(8).
               10  PC-CURTAIL          PIC S9(11)V99 COMP-3.
               10  PC-BASE-UPB         PIC S9(11)V99 COMP-3.
               10  PC-NOTICE-DATE      PIC 9(8).
               10  PC-FLAG-SW          PIC X(1).
       77  WS-PC-COUNT                 PIC S9(8) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME TRN-NAME PRI-NAME CUR-NAME OUT-NAME
                    NTC-NAME EXC-NAME.
           DISPLAY '* * * B E G I N   P P P C U R T 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR TRN-NAME = SPACES
           OR PRI-NAME = SPACES OR CUR-NAME = SPACES
           OR OUT-NAME = SPACES OR NTC-NAME = SPACES
           OR EXC-NAME = SPACES
               DISPLAY '!!!! ENTER MBP, TRAN, PRIOR AND NEW CARRY-'
                   UPON CRT AT 2301
               DISPLAY '!!!!   FORWARD, LISTING, NOTICE, EXCEPTIONS'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE            TO WS-SETTLE-DATE-N.
           PERFORM ADD-ONE-DAY 60 TIMES.
           MOVE WS-SETTLE-DATE-N       TO WS-HORIZON-DATE.
           PERFORM LOAD-DEFTRAN-TABLE.
           PERFORM LOAD-PPTERMS-TABLE.
           IF WS-PPT-COUNT = 0
               DISPLAY '!!!! NO PENALTY TERMS (ppterms.tab) - NO'
                   UPON CRT AT 2301
               DISPLAY '!!!!   ALLOWANCE TO HOLD CURTAILMENTS TO'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM LOAD-POSTED-TABLE THRU LOAD-POSTED-EXIT.
           PERFORM LOAD-PRIOR-CURT-TABLE.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! MBP FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT CUR-FILE.
           OPEN OUTPUT OUT-FILE.
           OPEN OUTPUT NTC-FILE.
           OPEN OUTPUT EXC-FILE.
           OPEN EXTEND CORRHIST-FILE.
           ACCEPT WS-RUN-TIME-X FROM TIME.
           PERFORM WRITE-LISTING-HEADING.
           PERFORM READ-MBP-REC.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
           PERFORM END-RTN.

       LOAD-DEFTRAN-TABLE.
      * deftran.tab is an optional control file; without one no
      * posting is a curtailment and every total stays at zero
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

       LOAD-PPTERMS-TABLE.
           OPEN INPUT PPT-FILE.
           IF PPT-STATUS NOT = '00'
               MOVE 'Y'                   TO PPT-EOF-SW
           ELSE
               PERFORM READ-PPT-REC
               PERFORM UNTIL PPT-EOF
                  IF WS-PPT-COUNT < 200
                  AND PPT-REC-ALLOW-PCT NUMERIC
                     ADD 1                   TO WS-PPT-COUNT
                     SET PPT-IDX TO WS-PPT-COUNT
                     MOVE PPT-REC-HDR-CODE TO PPT-HDR-CODE (PPT-IDX)
                     MOVE PPT-REC-ALLOW-PCT
                                        TO PPT-ALLOW-PCT (PPT-IDX)
                     MOVE PPT-REC-BASIS  TO PPT-BASIS (PPT-IDX)
                  END-IF
                  PERFORM READ-PPT-REC
               END-PERFORM
               CLOSE PPT-FILE.

       READ-PPT-REC.
           READ PPT-FILE AT END MOVE 'Y' TO PPT-EOF-SW.

      *
      * the principal on each curtailment posting is the extra
      * principal paid; the tran750 account is 13 digits and the
      * mbp loan its low-order 7
      *
       LOAD-POSTED-TABLE.
           OPEN INPUT TRN-FILE.
           IF TRN-STATUS NOT = '00'
               DISPLAY '!!!! TRAN FILE NOT FOUND - NO CURTAILMENTS'
                   UPON CRT AT 2301
               DISPLAY '!!!!   ADDED THIS MONTH'
                   UPON CRT AT 2401
               GO TO LOAD-POSTED-EXIT.
           PERFORM READ-TRN-REC.
           PERFORM UNTIL TRN-EOF-SW = 1
               PERFORM VARYING WS-PST FROM 1 BY 1 UNTIL WS-PST > 9
                   IF TRAN-CODE (WS-PST) NOT = SPACES
                       PERFORM CLASSIFY-POSTING
                       IF WS-KIND = 'CURTAIL'
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
               MOVE 0                  TO TP-POST-COUNT (TP-IDX)
               MOVE 0                  TO TP-UNDATED-AMT (TP-IDX).
      * the posting date is YYMMDD
           MOVE PROC-DATE (WS-PST)     TO WS-PROC-DATE-X.
           IF WS-PROC-DATE-X NOT NUMERIC
           OR TP-POST-COUNT (TP-IDX) NOT < 12
               ADD PRIN-PD (WS-PST)    TO TP-UNDATED-AMT (TP-IDX)
           ELSE
               ADD 1                   TO TP-POST-COUNT (TP-IDX)
               COMPUTE TP-POST-DATE (TP-IDX, TP-POST-COUNT (TP-IDX))
                   = ((2000 + WS-PROC-YY) * 10000) + WS-PROC-MMDD
               MOVE PRIN-PD (WS-PST)   TO
                   TP-POST-AMT (TP-IDX, TP-POST-COUNT (TP-IDX)).

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

       LOAD-PRIOR-CURT-TABLE.
      * a missing prior file is the first tracked month - every
      * penalty year starts from this month's postings
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
                               DISPLAY '!!!! PRIOR CURTAILMENT TABLE'
                                   UPON CRT AT 2301
                               DISPLAY '!!!!   FULL AT 50000 - STOP'
                                   UPON CRT AT 2401
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1       TO WS-PC-COUNT
                           SET PC-IDX TO WS-PC-COUNT
                           MOVE PRI-LOAN TO PC-LOAN (PC-IDX)
                           MOVE PRI-YEAR-START
                               TO PC-YEAR-START (PC-IDX)
                           MOVE PRI-CURTAIL TO PC-CURTAIL (PC-IDX)
                           MOVE PRI-BASE-UPB
                               TO PC-BASE-UPB (PC-IDX)
                           MOVE PRI-NOTICE-DATE
                               TO PC-NOTICE-DATE (PC-IDX)
                           MOVE PRI-FLAG-SW TO PC-FLAG-SW (PC-IDX)
                   END-READ
               END-PERFORM
               CLOSE PRI-FILE.

       READ-MBP-REC.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               ADD 1                   TO REC-CTR.

      *
      * a loan with a penalty indicator is followed until its
      * penalty expires; the curtailment allowance only applies
      * while the curtailment date has not passed
      *
       001-MAIN.
           IF PREPAY-PEN-INDIC = SPACE
               PERFORM READ-MBP-REC
               GO TO 001-MAIN-EXIT.
           ADD 1                       TO PENALTY-CTR.
           PERFORM FIGURE-PENALTY-DATES.
           IF WS-EXPIRE-DATE = 0
               ADD 1                   TO BADDATE-CTR
               MOVE 'NO PENALTY EXPIRATION DATE' TO WS-REASON
               PERFORM WRITE-EXCEPTION-LINE
               PERFORM READ-MBP-REC
               GO TO 001-MAIN-EXIT.
           IF WS-EXPIRE-DATE < WS-RUN-DATE
               ADD 1                   TO EXPIRED-CTR
               PERFORM READ-MBP-REC
               GO TO 001-MAIN-EXIT.
           PERFORM FIND-PRIOR-CURT-ENTRY.
           IF PC-FOUND
               MOVE PC-NOTICE-DATE (PC-IDX) TO WS-NOTICE-DATE
           ELSE
               MOVE 0                  TO WS-NOTICE-DATE.
           IF PC-FOUND
           AND PC-YEAR-START (PC-IDX) = WS-YEAR-START
               MOVE PC-CURTAIL (PC-IDX)  TO WS-CURTAIL
               MOVE PC-BASE-UPB (PC-IDX) TO WS-BASE-UPB
               MOVE PC-FLAG-SW (PC-IDX)  TO WS-FLAG-SW
           ELSE
               MOVE 0                  TO WS-CURTAIL
               MOVE mb-first-prin-bal  TO WS-BASE-UPB
               MOVE 'N'                TO WS-FLAG-SW.
           PERFORM SUM-MONTH-CURTAILMENTS.
           ADD WS-MONTH-CURTAIL        TO WS-CURTAIL.
           MOVE 0                      TO WS-ALLOWED.
           IF CURTAIL-MONITORED
               ADD 1                   TO MONITOR-CTR
               PERFORM CHECK-ALLOWANCE THRU CHECK-ALLOWANCE-EXIT.
           IF WS-EXPIRE-DATE NOT > WS-HORIZON-DATE
           AND WS-NOTICE-DATE = 0
               PERFORM ISSUE-EXPIRATION-NOTICE
                   THRU ISSUE-EXPIRATION-EXIT.
           MOVE SPACES                 TO CUR-REC.
           MOVE mb-loan                TO CUR-LOAN.
           MOVE WS-YEAR-START          TO CUR-YEAR-START.
           MOVE WS-CURTAIL             TO CUR-CURTAIL.
           MOVE WS-BASE-UPB            TO CUR-BASE-UPB.
           MOVE WS-NOTICE-DATE         TO CUR-NOTICE-DATE.
           MOVE WS-FLAG-SW             TO CUR-FLAG-SW.
           WRITE CUR-REC.
           PERFORM READ-MBP-REC.
       001-MAIN-EXIT.
           EXIT.

      *
      * the penalty year starts on the latest anniversary of the
      * curtailment date on or before the run date - a 29 February
      * anniversary is kept on the 28th
      *
       FIGURE-PENALTY-DATES.
           MOVE 0                      TO WS-EXPIRE-DATE.
           MOVE 0                      TO WS-CURT-DATE.
           MOVE 'N'                    TO WS-MONITOR-SW.
           IF PPP-PAYOFF-EXPIRE-YR NOT = 0
           AND PPP-PAYOFF-EXPIRE-MO NUMERIC
           AND PPP-PAYOFF-EXPIRE-DA NUMERIC
               MOVE PPP-PAYOFF-EXPIRE-MO TO WS-DATE-MM
               MOVE PPP-PAYOFF-EXPIRE-DA TO WS-DATE-DD
               COMPUTE WS-EXPIRE-DATE =
                   ((PPP-PAYOFF-EXPIRE-YR + 1900) * 10000)
                 + (WS-DATE-MM * 100) + WS-DATE-DD.
           IF PPP-PAYOFF-CURTAILMENT-YR NOT = 0
           AND PPP-PAYOFF-CURTAILMENT-MO NUMERIC
           AND PPP-PAYOFF-CURTAILMENT-DA NUMERIC
               MOVE PPP-PAYOFF-CURTAILMENT-MO TO WS-DATE-MM
               MOVE PPP-PAYOFF-CURTAILMENT-DA TO WS-DATE-DD
               COMPUTE WS-CURT-DATE =
                   ((PPP-PAYOFF-CURTAILMENT-YR + 1900) * 10000)
                 + (WS-DATE-MM * 100) + WS-DATE-DD
           ELSE
               MOVE WS-EXPIRE-DATE     TO WS-CURT-DATE.
           IF WS-CURT-DATE NOT < WS-RUN-DATE
               MOVE 'Y'                TO WS-MONITOR-SW.
           IF WS-CURT-MMDD = 0229
               MOVE 0228               TO WS-CURT-MMDD.
           MOVE WS-CURT-MMDD           TO WS-YS-MMDD.
           IF WS-CURT-MMDD NOT > WS-RUN-MMDD
               MOVE WS-RUN-YYYY        TO WS-YS-YYYY
           ELSE
               COMPUTE WS-YS-YYYY = WS-RUN-YYYY - 1.

       SUM-MONTH-CURTAILMENTS.
           MOVE 0                      TO WS-MONTH-CURTAIL.
           MOVE mb-loan                TO WS-LOAN-7.
           PERFORM FIND-POSTED-ENTRY.
           IF TP-FOUND
               ADD TP-UNDATED-AMT (TP-IDX) TO WS-MONTH-CURTAIL
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > TP-POST-COUNT (TP-IDX)
                   IF TP-POST-DATE (TP-IDX, WS-SUB)
                          NOT < WS-YEAR-START
                       ADD TP-POST-AMT (TP-IDX, WS-SUB)
                           TO WS-MONTH-CURTAIL
                   END-IF
               END-PERFORM.

       CHECK-ALLOWANCE.
           PERFORM FIND-PPTERMS-ENTRY.
           IF NOT PPT-FOUND
               ADD 1                   TO NOTERMS-CTR
               MOVE 'NO TERMS FOR PPP-HDR-CODE' TO WS-REASON
               PERFORM WRITE-EXCEPTION-LINE
               GO TO CHECK-ALLOWANCE-EXIT.
           IF PPT-BASIS (PPT-IDX) = 'U'
               MOVE WS-BASE-UPB        TO WS-BASIS-AMT
           ELSE
               MOVE mb-original-loan-amount TO WS-BASIS-AMT.
           COMPUTE WS-ALLOWED ROUNDED =
               WS-BASIS-AMT * PPT-ALLOW-PCT (PPT-IDX) / 100.
           IF WS-CURTAIL > WS-ALLOWED
               ADD 1                   TO EXCEEDED-CTR
               IF WS-FLAG-SW = 'Y'
                   MOVE 'EXCEEDED'     TO WS-STATUS
               ELSE
                   ADD 1               TO NEWEXC-CTR
                   MOVE 'NEW EXCEED'   TO WS-STATUS
                   MOVE 'Y'            TO WS-FLAG-SW
               END-IF
           ELSE
               MOVE 'WITHIN'           TO WS-STATUS.
           PERFORM WRITE-LISTING-LINE.
       CHECK-ALLOWANCE-EXIT.
           EXIT.

       FIND-PPTERMS-ENTRY.
           MOVE 'N'                 TO PPT-FOUND-SW.
           IF WS-PPT-COUNT > 0
              SET PPT-IDX TO 1
              SEARCH PPT-ENTRY
                 AT END
                    MOVE 'N'        TO PPT-FOUND-SW
                 WHEN PPT-HDR-CODE (PPT-IDX) = PPP-HDR-CODE
                    MOVE 'Y'        TO PPT-FOUND-SW
              END-SEARCH.

       FIND-PRIOR-CURT-ENTRY.
           MOVE 'N'                 TO PC-FOUND-SW.
           IF WS-PC-COUNT > 0
              SET PC-IDX TO 1
              SEARCH PC-ENTRY
                 AT END
                    MOVE 'N'        TO PC-FOUND-SW
                 WHEN PC-LOAN (PC-IDX) = mb-loan
                    MOVE 'Y'        TO PC-FOUND-SW
              END-SEARCH.

      *
      * a notice that cannot say where to send it is not produced
      * and the loan is excepted again next month
      *
       ISSUE-EXPIRATION-NOTICE.
           IF mb-name-add-1 = SPACES OR mb-zip = SPACES
               ADD 1                   TO NOTSENT-CTR
               MOVE 'EXPIRATION NOTICE - NO ADDRESS' TO WS-REASON
               PERFORM WRITE-EXCEPTION-LINE
               GO TO ISSUE-EXPIRATION-EXIT.
           MOVE WS-RUN-DATE            TO WS-SETTLE-DATE-N.
           MOVE 0                      TO WS-DAYS-LEFT.
           PERFORM COUNT-ONE-DAY-LEFT
               UNTIL WS-SETTLE-DATE-N NOT < WS-EXPIRE-DATE
                  OR WS-DAYS-LEFT > 60.
           MOVE SPACES                 TO NTC-REC.
           MOVE mb-client-no           TO PPN-CLIENT.
           MOVE mb-loan                TO PPN-LOAN.
           MOVE mb-name-add-1          TO PPN-NAME-ADD-1.
           MOVE mb-name-add-2          TO PPN-NAME-ADD-2.
           MOVE mb-name-add-3          TO PPN-NAME-ADD-3.
           MOVE mb-name-add-4          TO PPN-NAME-ADD-4.
           MOVE mb-city                TO PPN-CITY.
           MOVE mb-state               TO PPN-STATE.
           MOVE mb-zip                 TO PPN-ZIP.
           MOVE mb-zip-4               TO PPN-ZIP-4.
           MOVE PPP-HDR-CODE           TO PPN-HDR-CODE.
           MOVE WS-EXPIRE-DATE         TO PPN-EXPIRE-DATE.
           MOVE WS-DAYS-LEFT           TO PPN-DAYS-LEFT.
           MOVE WS-RUN-DATE            TO PPN-NOTICE-DATE.
           MOVE WS-CURTAIL             TO PPN-CURTAIL.
           MOVE WS-ALLOWED             TO PPN-ALLOWED.
           WRITE NTC-REC.
           PERFORM WRITE-CORR-HISTORY-LINE.
           ADD 1                       TO NOTICE-CTR.
           MOVE WS-RUN-DATE            TO WS-NOTICE-DATE.
       ISSUE-EXPIRATION-EXIT.
           EXIT.

      *
      * each expiration notice produced is logged to the permanent
      * correspondence history with the penalty expiration date
      *
       WRITE-CORR-HISTORY-LINE.
           MOVE SPACES                 TO CH-REC.
           MOVE 0                      TO CH-ACCOUNT.
           IF mb-loan NUMERIC
               MOVE mb-loan            TO CH-ACCOUNT.
           MOVE WS-RUN-DATE            TO CH-DATE.
           MOVE WS-RUN-TIME-X (1:6)    TO CH-TIME.
           MOVE mb-client-no           TO CH-CLIENT.
           MOVE 'PPPEXPIR'             TO CH-DOC-TYPE.
           MOVE 'P'                    TO CH-CHANNEL.
           MOVE 'PPPCURT1'             TO CH-PROGRAM.
           MOVE IN1-NAME               TO CH-RUN.
           MOVE NTC-NAME               TO CH-ARTIFACT.
           STRING 'PPP EXPIRES '        DELIMITED BY SIZE
                  WS-EXPIRE-DATE        DELIMITED BY SIZE
               INTO CH-REFERENCE.
           WRITE CH-REC.

       COUNT-ONE-DAY-LEFT.
           PERFORM ADD-ONE-DAY.
           ADD 1                       TO WS-DAYS-LEFT.

       ADD-ONE-DAY.
           MOVE WS-MO-DAYS (WS-STL-MM) TO WS-STL-LIMIT.
           IF WS-STL-MM = 2
               DIVIDE WS-STL-YYYY BY 4 GIVING WS-STL-QUOT
                   REMAINDER WS-STL-REM
               IF WS-STL-REM = 0
                   ADD 1               TO WS-STL-LIMIT
               END-IF
           END-IF.
           ADD 1                       TO WS-STL-DD.
           IF WS-STL-DD > WS-STL-LIMIT
               MOVE 1                  TO WS-STL-DD
               ADD 1                   TO WS-STL-MM
               IF WS-STL-MM > 12
                   MOVE 1              TO WS-STL-MM
                   ADD 1               TO WS-STL-YYYY
               END-IF
           END-IF.

       WRITE-LISTING-HEADING.
           MOVE SPACES                 TO OUT-REC.
           STRING 'PREPAYMENT-PENALTY CURTAILMENT MONITOR - RUN '
                                        DELIMITED BY SIZE
                  WS-RUN-DATE           DELIMITED BY SIZE
                  '  NOTICE WINDOW THROUGH '
                                        DELIMITED BY SIZE
                  WS-HORIZON-DATE       DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       WRITE-LISTING-LINE.
           MOVE WS-CURTAIL             TO WS-AMT-DISP.
           MOVE WS-ALLOWED             TO WS-ALW-DISP.
           MOVE WS-MONTH-CURTAIL       TO WS-MTH-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING mb-client-no          DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  mb-loan               DELIMITED BY SIZE
                  '  HDR '              DELIMITED BY SIZE
                  PPP-HDR-CODE          DELIMITED BY SIZE
                  '  YEAR FROM '        DELIMITED BY SIZE
                  WS-YEAR-START         DELIMITED BY SIZE
                  '  MONTH '            DELIMITED BY SIZE
                  WS-MTH-DISP           DELIMITED BY SIZE
                  '  YEAR '             DELIMITED BY SIZE
                  WS-AMT-DISP           DELIMITED BY SIZE
                  '  ALLOWED '          DELIMITED BY SIZE
                  WS-ALW-DISP           DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-STATUS             DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       WRITE-EXCEPTION-LINE.
           MOVE SPACES                 TO EXC-REC.
           STRING mb-client-no          DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  mb-loan               DELIMITED BY SIZE
                  '  HDR '              DELIMITED BY SIZE
                  PPP-HDR-CODE          DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-REASON             DELIMITED BY SIZE
                  '  EXPIRES '          DELIMITED BY SIZE
                  WS-EXPIRE-DATE        DELIMITED BY SIZE
               INTO EXC-REC.
           WRITE EXC-REC.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR PPPCURT1' UPON CRT AT 0915.
           DISPLAY REC-CTR  'MBP RECORDS READ          =' UPON CRT
               AT 1125.
           DISPLAY PENALTY-CTR 'LOANS WITH PENALTY TERMS =' UPON CRT
               AT 1225.
           DISPLAY EXPIRED-CTR 'PENALTY ALREADY EXPIRED  =' UPON CRT
               AT 1325.
           DISPLAY MONITOR-CTR 'CURTAILMENTS MONITORED   =' UPON CRT
               AT 1425.
           DISPLAY EXCEEDED-CTR 'OVER ALLOWANCE          =' UPON CRT
               AT 1525.
           DISPLAY NEWEXC-CTR 'NEWLY OVER THIS MONTH    =' UPON CRT
               AT 1625.
           DISPLAY NOTICE-CTR 'EXPIRATION NOTICES       =' UPON CRT
               AT 1725.
           DISPLAY NOTSENT-CTR 'NOTICES NOT PRODUCED    =' UPON CRT
               AT 1825.
           DISPLAY NOTERMS-CTR 'NO TERMS FOR HDR CODE   =' UPON CRT
               AT 1925.
           DISPLAY BADDATE-CTR 'NO EXPIRATION DATE      =' UPON CRT
               AT 2025.
           IF NOTSENT-CTR NOT = 0 OR NOTERMS-CTR NOT = 0
           OR BADDATE-CTR NOT = 0
               MOVE 8                  TO RETURN-CODE
           ELSE
           IF NEWEXC-CTR NOT = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE IN1-FILE.
           CLOSE CUR-FILE.
           CLOSE OUT-FILE.
           CLOSE NTC-FILE.
           CLOSE EXC-FILE.
           CLOSE CORRHIST-FILE.
           STOP RUN.
