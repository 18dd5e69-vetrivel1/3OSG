       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HAFTRK1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * assistance-fund payment tracking - payments from the state
      * Homeowner Assistance Fund programs and the other third-party
      * hardship funds post to tran750 under their own tran codes,
      * and nobody could say how much each program had paid on
      * which loans, nor answer the programs when they asked whether
      * their money was applied and the loan reinstated.  this
      * monthly step reads the month's tran750 postings against the
      * assistance-program control (hafprog.tab - program, tran-code
      * range, program name and the name of the confirmation file
      * the program takes) and, by program and loan:
      *   totals what the program paid - received, applied to the
      *   loan and left in suspense - netting any reversal
      *   shows the loan's delinquency before the funds arrived -
      *   days from the due date the first of the program's funds
      *   was applied to, to the day it was processed - and after,
      *   as the cycle's .set carries it (MB-DELQ-DAYS and the next
      *   due date)
      *   writes the loan-level confirmation record to the program's
      *   own file - an empty file for a program with nothing this
      *   month, so the program still gets its answer
      *   lists every loan that received funds and is still
      *   delinquent, for collections to work
      *   logs each confirmation file to the transmission registry
      * a program's tran-code range may take more than one row; a
      * tran code in two programs' ranges goes to the first row
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the cycle's .set - delinquency after the funds
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS IN1-STATUS.
      * the month's tran750 posting detail
           SELECT TRN-FILE  ASSIGN TO DYNAMIC TRN-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS TRN-STATUS.
      * assistance-program control
           SELECT HPR-FILE  ASSIGN TO DYNAMIC HPR-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS HPR-STATUS.
      * loan-level confirmation, one file per program as named on
      * the control
           SELECT HCF-FILE ASSIGN TO DYNAMIC HCF-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * disbursement summary by program and loan
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * funded loans still delinquent
           SELECT DLQ-FILE ASSIGN TO DYNAMIC DLQ-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * work files - the .set keyed by account for the SEARCH ALL
      * lookups, and the assistance postings in program, loan and
      * processing-date order for the control breaks
           SELECT SORT-FILE ASSIGN TO 'SORTWK'.
           SELECT PST-SORT-FILE ASSIGN TO 'SORTWK2'.
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
       FD  HPR-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS HPR-REC.
       01  HPR-REC.
           05  HPR-REC-PROGRAM         PIC X(8).
           05  HPR-REC-TRAN-FROM       PIC X(3).
           05  HPR-REC-TRAN-TO         PIC X(3).
           05  HPR-REC-NAME            PIC X(30).
           05  HPR-REC-CONFIRM         PIC X(30).
           05  FILLER                  PIC X(6).
      *
      * one record per program and loan.  dates are ccyymmdd; the
      * amounts are the month's, net of reversals.  application
      * status is APPLIED, PARTIAL (part held in suspense), SUSPENSE
      * (none applied) or REVERSED (nothing left after reversals);
      * loan status is REINSTATED, CURRENT, STILL DLQ, or NOT ON SET
      * where the loan was not on the cycle's .set
      *
       FD  HCF-FILE
           RECORD CONTAINS 250 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS HCF-REC.
       01  HCF-REC.
           05  HC-PROGRAM              PIC X(8).
           05  HC-CLIENT               PIC X(4).
           05  HC-ACCOUNT              PIC 9(13).
           05  HC-BORROWER             PIC X(40).
           05  HC-PROPERTY-STREET      PIC X(40).
           05  HC-POSTINGS             PIC 9(3).
           05  HC-FIRST-DATE           PIC 9(8).
           05  HC-LAST-DATE            PIC 9(8).
           05  HC-RECEIVED             PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  HC-APPLIED              PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  HC-SUSPENSE             PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  HC-APPL-STATUS          PIC X(8).
           05  HC-DUE-BEFORE           PIC 9(8).
           05  HC-DLQ-DAYS-BEFORE      PIC 9(5).
           05  HC-NEXT-DUE-AFTER       PIC X(8).
           05  HC-DLQ-DAYS-AFTER       PIC 9(5).
           05  HC-LOAN-STATUS          PIC X(10).
           05  HC-AS-OF-DATE           PIC X(8).
           05  FILLER                  PIC X(38).
      *
       FD OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01 OUT-REC                      PIC X(132).
      *
       FD DLQ-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DLQ-REC.
       01 DLQ-REC                      PIC X(132).
      *
       SD SORT-FILE
           DATA RECORD IS SORT-REC.
       01 SORT-REC.
           05  SRT-ACCOUNT             PIC 9(13).
           05  SRT-CLIENT              PIC X(4).
           05  SRT-NAME                PIC X(40).
           05  SRT-PROPERTY-STREET     PIC X(40).
           05  SRT-DELQ-DAYS           PIC 9(5).
           05  SRT-NEXT-DUE            PIC X(8).
           05  SRT-STMT-DATE           PIC X(8).
      *
       SD PST-SORT-FILE
           DATA RECORD IS PST-REC.
       01 PST-REC.
           05  PST-PROGRAM             PIC X(8).
           05  PST-ACCOUNT             PIC 9(13).
           05  PST-PROC-DATE           PIC 9(8).
           05  PST-DUE-DATE            PIC 9(8).
           05  PST-RECEIVED            PIC S9(11)V99 COMP-3.
           05  PST-APPLIED             PIC S9(11)V99 COMP-3.
           05  PST-SUSPENSE            PIC S9(11)V99 COMP-3.
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
      *
       copy '/users/devel/tran750.cbl'.
      *
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
           05  DLQ-PATH.
               10 DLQ-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 DLQ-NAME             PIC X(64).
           05  HCF-PATH.
               10 HCF-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 HCF-NAME             PIC X(64).
           05  HPR-PATH                PIC X(40)
               VALUE '/users/public/hafprog.tab'.
           05  HPR-STATUS              PIC X(2)  VALUE SPACES.
           05  HPR-EOF-SW              PIC X(1)  VALUE 'N'.
               88  HPR-EOF                       VALUE 'Y'.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  TRN-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  TRN-CTR                 PIC 9(7)  VALUE 0.
           05  HPR-CTR                 PIC 9(7)  VALUE 0.
           05  HPR-REJECT-CTR          PIC 9(7)  VALUE 0.
           05  POSTING-CTR             PIC 9(7)  VALUE 0.
           05  LOAN-CTR                PIC 9(7)  VALUE 0.
           05  REINSTATED-CTR          PIC 9(7)  VALUE 0.
           05  STILLDLQ-CTR            PIC 9(7)  VALUE 0.
           05  NOTONSET-CTR            PIC 9(7)  VALUE 0.
           05  CONFIRM-CTR             PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  TRN-EOF-SW              PIC 9(1)  VALUE 0.
           05  SRT-EOF-SW              PIC 9(1)  VALUE 0.
           05  LN-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  LN-FOUND                      VALUE 'Y'.
           05  HP-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  HP-FOUND                      VALUE 'Y'.
           05  HCF-OPEN-SW             PIC X(1)  VALUE 'N'.
               88  HCF-OPEN                      VALUE 'Y'.
           05  WS-PST                  PIC S9(4) COMP VALUE 0.
           05  WS-SUB                  PIC S9(4) COMP VALUE 0.
           05  WS-SUB2                 PIC S9(4) COMP VALUE 0.
           05  WS-MK                   PIC S9(4) COMP VALUE 0.
           05  WS-ACCT-N               PIC 9(13) VALUE 0.
           05  WS-RPT-ACCOUNT          PIC 9(13) VALUE 0.
           05  WS-PROGRAM              PIC X(8)  VALUE SPACES.
           05  WS-CUR-PROGRAM          PIC X(8)  VALUE SPACES.
           05  WS-CUR-ACCOUNT          PIC 9(13) VALUE 0.
           05  WS-PROC-DATE            PIC 9(8)  VALUE 0.
           05  WS-DUE-DATE             PIC 9(8)  VALUE 0.
           05  WS-APPL-STATUS          PIC X(8)  VALUE SPACES.
           05  WS-LOAN-STATUS          PIC X(10) VALUE SPACES.
           05  WS-DAYS-BEFORE          PIC S9(9) COMP-3 VALUE 0.
           05  WS-DAYS-AFTER           PIC S9(9) COMP-3 VALUE 0.
           05  WS-PROC-DAYS            PIC S9(9) COMP-3 VALUE 0.
           05  XMITREG-PATH            PIC X(40)
               VALUE '/users/public/out/xmitreg.dat'.
           05  XMIT-DATE               PIC 9(8)  VALUE 0.
           05  XMIT-TIME-X             PIC X(8)  VALUE SPACES.
           05  XMIT-REC-CTR            PIC 9(9)  VALUE 0.
           05  XMIT-HASH               PIC 9(15) VALUE 0.
           05  XMIT-TIN-CTR            PIC 9(9)  VALUE 0.
      *
      * the loan being gathered, and the program and report totals
      *
           05  LA-POSTINGS             PIC 9(3)  VALUE 0.
           05  LA-FIRST-DATE           PIC 9(8)  VALUE 0.
           05  LA-LAST-DATE            PIC 9(8)  VALUE 0.
           05  LA-DUE-BEFORE           PIC 9(8)  VALUE 0.
           05  LA-RECEIVED             PIC S9(11)V99 COMP-3 VALUE 0.
           05  LA-APPLIED              PIC S9(11)V99 COMP-3 VALUE 0.
           05  LA-SUSPENSE             PIC S9(11)V99 COMP-3 VALUE 0.
           05  PG-LOANS                PIC 9(7)  VALUE 0.
           05  PG-POSTINGS             PIC 9(7)  VALUE 0.
           05  PG-REINSTATED           PIC 9(7)  VALUE 0.
           05  PG-STILLDLQ             PIC 9(7)  VALUE 0.
           05  PG-RECEIVED             PIC S9(11)V99 COMP-3 VALUE 0.
           05  PG-APPLIED              PIC S9(11)V99 COMP-3 VALUE 0.
           05  PG-SUSPENSE             PIC S9(11)V99 COMP-3 VALUE 0.
           05  GT-RECEIVED             PIC S9(11)V99 COMP-3 VALUE 0.
           05  GT-APPLIED              PIC S9(11)V99 COMP-3 VALUE 0.
           05  GT-SUSPENSE             PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-AMT-DISP             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-QTY-DISP             PIC ZZZZZZ9.
           05  WS-DAYS-DISP            PIC ZZZZ9.
      *
      * day numbers for the delinquency before the funds
      *
           05  WS-DN-DATE.
               10  WS-DN-YYYY          PIC 9(4).
               10  WS-DN-MM            PIC 9(2).
               10  WS-DN-DD            PIC 9(2).
           05  WS-DN-DATE-N REDEFINES WS-DN-DATE PIC 9(8).
           05  WS-DN-YR                PIC 9(4)  VALUE 0.
           05  WS-DN-Q4                PIC 9(4)  VALUE 0.
           05  WS-DN-Q100              PIC 9(4)  VALUE 0.
           05  WS-DN-Q400              PIC 9(4)  VALUE 0.
           05  WS-DN-DAYS              PIC S9(9) COMP-3 VALUE 0.
           05  WS-CUM-DAYS-X           PIC X(36)
               VALUE '000031059090120151181212243273304334'.
           05  WS-CUM-DAYS-TBL REDEFINES WS-CUM-DAYS-X.
               10  WS-CUM-DAYS         PIC 9(3) OCCURS 12 TIMES.

      *
      * program rows from hafprog.tab
      *
       01  PROGRAM-TABLE.
           05  HP-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-HP-COUNT
                   INDEXED BY HP-IDX.
               10  HP-PROGRAM          PIC X(8).
               10  HP-TRAN-FROM        PIC X(3).
               10  HP-TRAN-TO          PIC X(3).
               10  HP-NAME             PIC X(30).
               10  HP-CONFIRM          PIC X(30).
               10  HP-DONE-SW          PIC X(1).
               10  HP-XMIT-SW          PIC X(1).
               10  HP-XMIT-COUNT       PIC 9(9).
               10  HP-XMIT-HASH        PIC 9(15).
       77  WS-HP-COUNT                 PIC S9(4) COMP VALUE 0.

      *
      * the .set's loans keyed by account and binary-searched; a
      * table past capacity is a hard stop - a loan dropped here
      * would be reported to its program as not on file
      *
       01  WS-LN-COUNT                 PIC S9(8) COMP VALUE 0.
       01  LOAN-TABLE.
           05  LN-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-LN-COUNT
                   ASCENDING KEY IS LN-ACCOUNT
                   INDEXED BY LN-IDX.
               10  LN-ACCOUNT          PIC 9(13).
               10  LN-CLIENT           PIC X(4).
               10  LN-NAME             PIC X(40).
               10  LN-PROPERTY-STREET  PIC X(40).
               10  LN-DELQ-DAYS        PIC 9(5).
               10  LN-NEXT-DUE         PIC X(8).
               10  LN-STMT-DATE        PIC X(8).
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME TRN-NAME OUT-NAME DLQ-NAME.
           DISPLAY '* * * * B E G I N   H A F T R K 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR TRN-NAME = SPACES
           OR OUT-NAME = SPACES OR DLQ-NAME = SPACES
               DISPLAY '!!!! ENTER SET, TRAN, SUMMARY AND DELINQUENT'
                   UPON CRT AT 2301
               DISPLAY '!!!!   LIST FILES ON COMMAND LINE'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM LOAD-PROGRAM-TABLE.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ACCOUNT
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
           OPEN OUTPUT DLQ-FILE.
           PERFORM WRITE-REPORT-HEADINGS.
           SORT PST-SORT-FILE
               ON ASCENDING KEY PST-PROGRAM PST-ACCOUNT PST-PROC-DATE
               INPUT PROCEDURE IS RELEASE-POSTINGS
                   THRU RELEASE-POSTINGS-EXIT
               OUTPUT PROCEDURE IS REPORT-POSTINGS
                   THRU REPORT-POSTINGS-EXIT.
           PERFORM WRITE-EMPTY-CONFIRMATIONS
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-HP-COUNT.
           PERFORM WRITE-GRAND-TOTAL.
           PERFORM END-RTN.

      *
      * hafprog.tab is the whole point of the run - without it no
      * posting can be told from a borrower's own payment, so a
      * missing or empty control stops the step.  a row with no
      * program or no confirmation file is rejected and counted
      *
       LOAD-PROGRAM-TABLE.
           OPEN INPUT HPR-FILE.
           IF HPR-STATUS NOT = '00'
               DISPLAY '!!!! ASSISTANCE PROGRAM FILE NOT FOUND OR'
                   UPON CRT AT 2301
               DISPLAY '!!!!   NOT READABLE - ' HPR-PATH
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM READ-HPR-REC.
           PERFORM UNTIL HPR-EOF
               IF HPR-REC-PROGRAM = SPACES
               OR HPR-REC-CONFIRM = SPACES
               OR HPR-REC-TRAN-FROM = SPACES
                   ADD 1               TO HPR-REJECT-CTR
               ELSE
                   IF WS-HP-COUNT NOT < 200
                       DISPLAY '!!!! PROGRAM TABLE FULL AT 200 -'
                           UPON CRT AT 2301
                       DISPLAY '!!!!   TRACKING INCOMPLETE, STOP'
                           UPON CRT AT 2401
                       MOVE 16         TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1               TO WS-HP-COUNT
                   SET HP-IDX TO WS-HP-COUNT
                   MOVE HPR-REC-PROGRAM TO HP-PROGRAM (HP-IDX)
                   MOVE HPR-REC-TRAN-FROM
                                       TO HP-TRAN-FROM (HP-IDX)
                   MOVE HPR-REC-TRAN-TO TO HP-TRAN-TO (HP-IDX)
                   IF HPR-REC-TRAN-TO = SPACES
                       MOVE HPR-REC-TRAN-FROM
                                       TO HP-TRAN-TO (HP-IDX)
                   END-IF
                   MOVE HPR-REC-NAME   TO HP-NAME (HP-IDX)
                   MOVE HPR-REC-CONFIRM TO HP-CONFIRM (HP-IDX)
                   MOVE 'N'            TO HP-DONE-SW (HP-IDX)
                   MOVE 'N'            TO HP-XMIT-SW (HP-IDX)
                   MOVE 0              TO HP-XMIT-COUNT (HP-IDX)
                   MOVE 0              TO HP-XMIT-HASH (HP-IDX)
               END-IF
               PERFORM READ-HPR-REC
           END-PERFORM.
           CLOSE HPR-FILE.
           IF WS-HP-COUNT = 0
               DISPLAY '!!!! NO USABLE ROWS ON HAFPROG.TAB - NO'
                   UPON CRT AT 2301
               DISPLAY '!!!!   ASSISTANCE POSTING CAN BE RECOGNIZED'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.

       READ-HPR-REC.
           READ HPR-FILE AT END MOVE 'Y' TO HPR-EOF-SW.
           IF NOT HPR-EOF
               ADD 1                   TO HPR-CTR.

       RELEASE-LOANS.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! SET FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM READ-SET-REC.
           PERFORM UNTIL EOF-SW = 1
               MOVE MB-ACCOUNT         TO SRT-ACCOUNT
               MOVE MB-CLIENT          TO SRT-CLIENT
               MOVE MB-BILL-NAME       TO SRT-NAME
               MOVE MB-PROPERTY-STREET TO SRT-PROPERTY-STREET
               MOVE 0                  TO SRT-DELQ-DAYS
               IF MB-DELQ-DAYS NUMERIC
                   MOVE MB-DELQ-DAYS   TO SRT-DELQ-DAYS
               END-IF
               MOVE MB-LOAN-DUE-DATE   TO SRT-NEXT-DUE
               MOVE MB-STATEMENT-DATE  TO SRT-STMT-DATE
               RELEASE SORT-REC
               PERFORM READ-SET-REC
           END-PERFORM.
           CLOSE IN1-FILE.
       RELEASE-LOANS-EXIT.
           EXIT.

       READ-SET-REC.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               IF MB-CLIENT = '9999'
               OR MB-FLEXFIELD6 (1:15) = 'BANKRUPTCY COPY'
               OR MB-FLEXFIELD6 (1:15) = 'AUTHORIZED COPY'
                   GO TO READ-SET-REC
               ELSE
                   ADD 1               TO REC-CTR.

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
                           MOVE SRT-ACCOUNT
                               TO LN-ACCOUNT (LN-IDX)
                           MOVE SRT-CLIENT
                               TO LN-CLIENT (LN-IDX)
                           MOVE SRT-NAME
                               TO LN-NAME (LN-IDX)
                           MOVE SRT-PROPERTY-STREET
                               TO LN-PROPERTY-STREET (LN-IDX)
                           MOVE SRT-DELQ-DAYS
                               TO LN-DELQ-DAYS (LN-IDX)
                           MOVE SRT-NEXT-DUE
                               TO LN-NEXT-DUE (LN-IDX)
                           MOVE SRT-STMT-DATE
                               TO LN-STMT-DATE (LN-IDX)
                       ELSE
                           DISPLAY '!!!! LOAN TABLE FULL -'
                               UPON CRT AT 2301
                           DISPLAY '!!!!   TRACKING INCOMPLETE, STOP'
                               UPON CRT AT 2401
                           MOVE 16     TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-RETURN
           END-PERFORM.
       LOAD-LOAN-EXIT.
           EXIT.

      *
      * every posting under a program's tran code goes to the sort;
      * one tran750 record is one loan's whole cycle of postings
      *
       RELEASE-POSTINGS.
           PERFORM READ-TRN-REC.
           PERFORM UNTIL TRN-EOF-SW = 1
               MOVE T-ACCOUNT          TO WS-ACCT-N
               PERFORM RELEASE-ONE-POSTING
                   THRU RELEASE-ONE-POSTING-EXIT
                   VARYING WS-PST FROM 1 BY 1 UNTIL WS-PST > 9
               PERFORM READ-TRN-REC
           END-PERFORM.
           CLOSE TRN-FILE.
       RELEASE-POSTINGS-EXIT.
           EXIT.

       READ-TRN-REC.
           READ TRN-FILE INTO CNP750-TRAN-REC
               AT END MOVE 1 TO TRN-EOF-SW.
           IF TRN-EOF-SW = 0
               ADD 1                   TO TRN-CTR.

      *
      * the amount received is the posting's total received, the
      * applied amount what went to the installment and the late
      * charge; what stayed in suspense is the program's money not
      * yet applied.  the tran750 dates are yymmdd in this century
      *
       RELEASE-ONE-POSTING.
           IF TRAN-CODE (WS-PST) = SPACES
           OR TRAN-CODE (WS-PST) = LOW-VALUES
               GO TO RELEASE-ONE-POSTING-EXIT.
           PERFORM FIND-PROGRAM-ENTRY.
           IF NOT HP-FOUND
               GO TO RELEASE-ONE-POSTING-EXIT.
           ADD 1                       TO POSTING-CTR.
           MOVE HP-PROGRAM (HP-IDX)    TO PST-PROGRAM.
           MOVE WS-ACCT-N              TO PST-ACCOUNT.
           MOVE 0                      TO PST-PROC-DATE PST-DUE-DATE.
           IF PROC-DATE (WS-PST) NUMERIC
               MOVE 20                 TO PST-PROC-DATE (1:2)
               MOVE PROC-DATE (WS-PST) TO PST-PROC-DATE (3:6).
           IF DH-DUE-DATE (WS-PST) NUMERIC
               MOVE 20                 TO PST-DUE-DATE (1:2)
               MOVE DH-DUE-DATE (WS-PST) TO PST-DUE-DATE (3:6).
           MOVE TOT-RECD (WS-PST)      TO PST-RECEIVED.
           COMPUTE PST-APPLIED =
               PRIN-PD (WS-PST) + INT-PD (WS-PST)
             + ESCROW-PD (WS-PST) + L-C-PD (WS-PST)
             + BSC-PD (WS-PST) + A-H-PD (WS-PST) + LIFE-PD (WS-PST).
           MOVE SUSPENSE-AMT (WS-PST)  TO PST-SUSPENSE.
           RELEASE PST-REC.
       RELEASE-ONE-POSTING-EXIT.
           EXIT.

       FIND-PROGRAM-ENTRY.
           MOVE 'N'                    TO HP-FOUND-SW.
           SET HP-IDX TO 1.
           SEARCH HP-ENTRY
               AT END
                   MOVE 'N'            TO HP-FOUND-SW
               WHEN TRAN-CODE (WS-PST) NOT < HP-TRAN-FROM (HP-IDX)
                AND TRAN-CODE (WS-PST) NOT > HP-TRAN-TO (HP-IDX)
                   MOVE 'Y'            TO HP-FOUND-SW
           END-SEARCH.

      *
      * the postings come back by program, loan and processing date
      * - a new loan closes the last one out, a new program the last
      * program
      *
       REPORT-POSTINGS.
           MOVE 0                      TO SRT-EOF-SW.
           MOVE SPACES                 TO WS-CUR-PROGRAM.
           PERFORM UNTIL SRT-EOF-SW = 1
               RETURN PST-SORT-FILE
                   AT END
                       MOVE 1          TO SRT-EOF-SW
                   NOT AT END
                       PERFORM REPORT-ONE-POSTING
               END-RETURN
           END-PERFORM.
           IF WS-CUR-PROGRAM NOT = SPACES
               PERFORM FINISH-LOAN
               PERFORM FINISH-PROGRAM.
       REPORT-POSTINGS-EXIT.
           EXIT.

       REPORT-ONE-POSTING.
           IF PST-PROGRAM NOT = WS-CUR-PROGRAM
               IF WS-CUR-PROGRAM NOT = SPACES
                   PERFORM FINISH-LOAN
                   PERFORM FINISH-PROGRAM
               END-IF
               PERFORM START-PROGRAM
               PERFORM START-LOAN
           ELSE
           IF PST-ACCOUNT NOT = WS-CUR-ACCOUNT
               PERFORM FINISH-LOAN
               PERFORM START-LOAN.
           ADD 1                       TO LA-POSTINGS.
           ADD PST-RECEIVED            TO LA-RECEIVED.
           ADD PST-APPLIED             TO LA-APPLIED.
           ADD PST-SUSPENSE            TO LA-SUSPENSE.
           IF PST-PROC-DATE > 0
               IF LA-FIRST-DATE = 0
                   MOVE PST-PROC-DATE  TO LA-FIRST-DATE
                   MOVE PST-DUE-DATE   TO LA-DUE-BEFORE
               END-IF
               MOVE PST-PROC-DATE      TO LA-LAST-DATE.

      *
      * the program's confirmation file is the one named on its
      * first control row
      *
       START-PROGRAM.
           MOVE PST-PROGRAM            TO WS-CUR-PROGRAM.
           MOVE 0                      TO PG-LOANS PG-POSTINGS
                                          PG-REINSTATED PG-STILLDLQ.
           MOVE 0                      TO PG-RECEIVED PG-APPLIED
                                          PG-SUSPENSE.
           MOVE WS-CUR-PROGRAM         TO WS-PROGRAM.
           PERFORM MARK-PROGRAM-DONE.
           OPEN OUTPUT HCF-FILE.
           MOVE 'Y'                    TO HCF-OPEN-SW.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           STRING 'PROGRAM '            DELIMITED BY SIZE
                  WS-CUR-PROGRAM        DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  HP-NAME (WS-SUB2)     DELIMITED BY SIZE
                  '  CONFIRMATION FILE ' DELIMITED BY SIZE
                  HCF-NAME              DELIMITED BY SPACE
               INTO OUT-REC.
           WRITE OUT-REC.

      *
      * the first row for the program names its file, and carries
      * the file's count and hash for the transmission registry;
      * every row for the program is marked so no empty file is
      * written over it
      *
       MARK-PROGRAM-DONE.
           MOVE 0                      TO WS-SUB2.
           PERFORM VARYING WS-MK FROM WS-HP-COUNT BY -1
                   UNTIL WS-MK < 1
               IF HP-PROGRAM (WS-MK) = WS-PROGRAM
                   MOVE 'Y'            TO HP-DONE-SW (WS-MK)
                   MOVE WS-MK          TO WS-SUB2
               END-IF
           END-PERFORM.
           MOVE HP-CONFIRM (WS-SUB2)   TO HCF-NAME.
           MOVE 'Y'                    TO HP-XMIT-SW (WS-SUB2).

       START-LOAN.
           MOVE PST-ACCOUNT            TO WS-CUR-ACCOUNT.
           MOVE 0                      TO LA-POSTINGS LA-FIRST-DATE
                                          LA-LAST-DATE LA-DUE-BEFORE.
           MOVE 0                      TO LA-RECEIVED LA-APPLIED
                                          LA-SUSPENSE.

      *
      * the delinquency before is the days from the due date the
      * program's first funds went to, to the day they were
      * processed; after is the .set's own count
      *
       FINISH-LOAN.
           ADD 1                       TO PG-LOANS LOAN-CTR.
           ADD LA-POSTINGS             TO PG-POSTINGS.
           ADD LA-RECEIVED             TO PG-RECEIVED GT-RECEIVED.
           ADD LA-APPLIED              TO PG-APPLIED GT-APPLIED.
           ADD LA-SUSPENSE             TO PG-SUSPENSE GT-SUSPENSE.
           MOVE 0                      TO WS-DAYS-BEFORE.
           IF LA-DUE-BEFORE > 0 AND LA-FIRST-DATE > LA-DUE-BEFORE
               MOVE LA-FIRST-DATE      TO WS-DN-DATE-N
               PERFORM COMPUTE-DAY-NUMBER
               MOVE WS-DN-DAYS         TO WS-PROC-DAYS
               MOVE LA-DUE-BEFORE      TO WS-DN-DATE-N
               PERFORM COMPUTE-DAY-NUMBER
               COMPUTE WS-DAYS-BEFORE = WS-PROC-DAYS - WS-DN-DAYS.
           IF WS-DAYS-BEFORE > 99999
               MOVE 99999              TO WS-DAYS-BEFORE.
           IF LA-RECEIVED NOT > 0
               MOVE 'REVERSED'         TO WS-APPL-STATUS
           ELSE
           IF LA-SUSPENSE NOT > 0
               MOVE 'APPLIED'          TO WS-APPL-STATUS
           ELSE
           IF LA-APPLIED > 0
               MOVE 'PARTIAL'          TO WS-APPL-STATUS
           ELSE
               MOVE 'SUSPENSE'         TO WS-APPL-STATUS.
           MOVE WS-CUR-ACCOUNT         TO WS-ACCT-N.
           PERFORM FIND-LOAN-ENTRY.
           MOVE 0                      TO WS-DAYS-AFTER.
           IF NOT LN-FOUND
               MOVE 'NOT ON SET'       TO WS-LOAN-STATUS
               ADD 1                   TO NOTONSET-CTR
           ELSE
               MOVE LN-DELQ-DAYS (LN-IDX) TO WS-DAYS-AFTER
               IF WS-DAYS-AFTER > 0
                   MOVE 'STILL DLQ'    TO WS-LOAN-STATUS
                   ADD 1               TO PG-STILLDLQ STILLDLQ-CTR
               ELSE
               IF WS-DAYS-BEFORE > 0
                   MOVE 'REINSTATED'   TO WS-LOAN-STATUS
                   ADD 1               TO PG-REINSTATED
                                          REINSTATED-CTR
               ELSE
                   MOVE 'CURRENT'      TO WS-LOAN-STATUS
               END-IF
               END-IF.
           PERFORM WRITE-CONFIRMATION-REC.
           PERFORM WRITE-LOAN-LINE.
           IF WS-LOAN-STATUS = 'STILL DLQ'
               PERFORM WRITE-DELINQUENT-LINE.

       FIND-LOAN-ENTRY.
           MOVE 'N'                    TO LN-FOUND-SW.
           IF WS-LN-COUNT > 0
               SEARCH ALL LN-ENTRY
                   AT END
                       MOVE 'N'        TO LN-FOUND-SW
                   WHEN LN-ACCOUNT (LN-IDX) = WS-ACCT-N
                       MOVE 'Y'        TO LN-FOUND-SW
               END-SEARCH.

       WRITE-CONFIRMATION-REC.
           MOVE SPACES                 TO HCF-REC.
           MOVE WS-CUR-PROGRAM         TO HC-PROGRAM.
           MOVE WS-CUR-ACCOUNT         TO HC-ACCOUNT.
           MOVE LA-POSTINGS            TO HC-POSTINGS.
           MOVE LA-FIRST-DATE          TO HC-FIRST-DATE.
           MOVE LA-LAST-DATE           TO HC-LAST-DATE.
           MOVE LA-RECEIVED            TO HC-RECEIVED.
           MOVE LA-APPLIED             TO HC-APPLIED.
           MOVE LA-SUSPENSE            TO HC-SUSPENSE.
           MOVE WS-APPL-STATUS         TO HC-APPL-STATUS.
           MOVE LA-DUE-BEFORE          TO HC-DUE-BEFORE.
           MOVE WS-DAYS-BEFORE         TO HC-DLQ-DAYS-BEFORE.
           MOVE WS-DAYS-AFTER          TO HC-DLQ-DAYS-AFTER.
           MOVE WS-LOAN-STATUS         TO HC-LOAN-STATUS.
           IF LN-FOUND
               MOVE LN-CLIENT (LN-IDX) TO HC-CLIENT
               MOVE LN-NAME (LN-IDX)   TO HC-BORROWER
               MOVE LN-PROPERTY-STREET (LN-IDX)
                                       TO HC-PROPERTY-STREET
               MOVE LN-NEXT-DUE (LN-IDX) TO HC-NEXT-DUE-AFTER
               MOVE LN-STMT-DATE (LN-IDX) TO HC-AS-OF-DATE.
           WRITE HCF-REC.
           ADD 1                       TO CONFIRM-CTR.
           ADD 1                       TO HP-XMIT-COUNT (WS-SUB2).
           ADD WS-CUR-ACCOUNT          TO HP-XMIT-HASH (WS-SUB2)
               ON SIZE ERROR CONTINUE
           END-ADD.

       FINISH-PROGRAM.
           MOVE SPACES                 TO OUT-REC.
           MOVE 'PROGRAM TOTAL'        TO OUT-REC (1:13).
           MOVE PG-LOANS               TO WS-QTY-DISP.
           MOVE WS-QTY-DISP            TO OUT-REC (21:7).
           MOVE PG-POSTINGS            TO WS-QTY-DISP.
           MOVE WS-QTY-DISP            TO OUT-REC (29:7).
           MOVE PG-RECEIVED            TO WS-AMT-DISP.
           MOVE WS-AMT-DISP            TO OUT-REC (37:18).
           MOVE PG-APPLIED             TO WS-AMT-DISP.
           MOVE WS-AMT-DISP            TO OUT-REC (55:18).
           MOVE PG-SUSPENSE            TO WS-AMT-DISP.
           MOVE WS-AMT-DISP            TO OUT-REC (73:18).
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           STRING '              REINSTATED ' DELIMITED BY SIZE
                  PG-REINSTATED         DELIMITED BY SIZE
                  '  STILL DELINQUENT ' DELIMITED BY SIZE
                  PG-STILLDLQ           DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           CLOSE HCF-FILE.
           MOVE 'N'                    TO HCF-OPEN-SW.

      *
      * a program with no funds this month still gets its file
      *
       WRITE-EMPTY-CONFIRMATIONS.
           IF HP-DONE-SW (WS-SUB) = 'N'
               MOVE HP-PROGRAM (WS-SUB) TO WS-PROGRAM
               PERFORM MARK-PROGRAM-DONE
               OPEN OUTPUT HCF-FILE
               CLOSE HCF-FILE
               MOVE SPACES             TO OUT-REC
               WRITE OUT-REC
               MOVE SPACES             TO OUT-REC
               STRING 'PROGRAM '        DELIMITED BY SIZE
                      WS-PROGRAM        DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      HP-NAME (WS-SUB2) DELIMITED BY SIZE
                      '  NO FUNDS THIS PERIOD - EMPTY CONFIRMATION'
                                        DELIMITED BY SIZE
                   INTO OUT-REC
               WRITE OUT-REC.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES                 TO OUT-REC.
           STRING 'ASSISTANCE-FUND PAYMENTS BY PROGRAM AND LOAN - '
                                        DELIMITED BY SIZE
                  IN1-NAME              DELIMITED BY SPACE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           STRING 'CLIENT ACCOUNT        POSTINGS        RECEIVED'
                                        DELIMITED BY SIZE
                  '           APPLIED         SUSPENSE  APPL-STAT'
                                        DELIMITED BY SIZE
                  ' DAYS-BEFORE DAYS-AFTER STATUS'
                                        DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO DLQ-REC.
           STRING 'LOANS FUNDED BY AN ASSISTANCE PROGRAM AND STILL '
                                        DELIMITED BY SIZE
                  'DELINQUENT - '       DELIMITED BY SIZE
                  IN1-NAME              DELIMITED BY SPACE
               INTO DLQ-REC.
           WRITE DLQ-REC.
           MOVE SPACES                 TO DLQ-REC.
           STRING 'PROGRAM  CLIENT ACCOUNT       BORROWER'
                                        DELIMITED BY SIZE
                  '                                 RECEIVED'
                                        DELIMITED BY SIZE
                  '  DAYS-BEFORE DAYS-AFTER NEXT-DUE'
                                        DELIMITED BY SIZE
               INTO DLQ-REC.
           WRITE DLQ-REC.

       WRITE-LOAN-LINE.
           MOVE SPACES                 TO OUT-REC.
           IF LN-FOUND
               MOVE LN-CLIENT (LN-IDX) TO OUT-REC (1:4).
           MOVE WS-CUR-ACCOUNT         TO WS-RPT-ACCOUNT.
           MOVE WS-RPT-ACCOUNT         TO OUT-REC (8:13).
           MOVE LA-POSTINGS            TO WS-QTY-DISP.
           MOVE WS-QTY-DISP            TO OUT-REC (22:7).
           MOVE LA-RECEIVED            TO WS-AMT-DISP.
           MOVE WS-AMT-DISP            TO OUT-REC (30:18).
           MOVE LA-APPLIED             TO WS-AMT-DISP.
           MOVE WS-AMT-DISP            TO OUT-REC (48:18).
           MOVE LA-SUSPENSE            TO WS-AMT-DISP.
           MOVE WS-AMT-DISP            TO OUT-REC (66:18).
           MOVE WS-APPL-STATUS         TO OUT-REC (86:8).
           MOVE WS-DAYS-BEFORE         TO WS-DAYS-DISP.
           MOVE WS-DAYS-DISP           TO OUT-REC (97:5).
           MOVE WS-DAYS-AFTER          TO WS-DAYS-DISP.
           MOVE WS-DAYS-DISP           TO OUT-REC (108:5).
           MOVE WS-LOAN-STATUS         TO OUT-REC (114:10).
           WRITE OUT-REC.

       WRITE-DELINQUENT-LINE.
           MOVE SPACES                 TO DLQ-REC.
           MOVE WS-CUR-PROGRAM         TO DLQ-REC (1:8).
           MOVE LN-CLIENT (LN-IDX)     TO DLQ-REC (10:4).
           MOVE WS-CUR-ACCOUNT         TO WS-RPT-ACCOUNT.
           MOVE WS-RPT-ACCOUNT         TO DLQ-REC (16:13).
           MOVE LN-NAME (LN-IDX)       TO DLQ-REC (30:40).
           MOVE LA-RECEIVED            TO WS-AMT-DISP.
           MOVE WS-AMT-DISP            TO DLQ-REC (71:18).
           MOVE WS-DAYS-BEFORE         TO WS-DAYS-DISP.
           MOVE WS-DAYS-DISP           TO DLQ-REC (93:5).
           MOVE WS-DAYS-AFTER          TO WS-DAYS-DISP.
           MOVE WS-DAYS-DISP           TO DLQ-REC (104:5).
           MOVE LN-NEXT-DUE (LN-IDX)   TO DLQ-REC (111:8).
           WRITE DLQ-REC.

       WRITE-GRAND-TOTAL.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           MOVE 'ALL PROGRAMS'         TO OUT-REC (1:12).
           MOVE LOAN-CTR               TO WS-QTY-DISP.
           MOVE WS-QTY-DISP            TO OUT-REC (21:7).
           MOVE POSTING-CTR            TO WS-QTY-DISP.
           MOVE WS-QTY-DISP            TO OUT-REC (29:7).
           MOVE GT-RECEIVED            TO WS-AMT-DISP.
           MOVE WS-AMT-DISP            TO OUT-REC (37:18).
           MOVE GT-APPLIED             TO WS-AMT-DISP.
           MOVE WS-AMT-DISP            TO OUT-REC (55:18).
           MOVE GT-SUSPENSE            TO WS-AMT-DISP.
           MOVE WS-AMT-DISP            TO OUT-REC (73:18).
           WRITE OUT-REC.

       COMPUTE-DAY-NUMBER.
           MOVE WS-DN-YYYY             TO WS-DN-YR.
           IF WS-DN-MM < 3
               SUBTRACT 1              FROM WS-DN-YR.
           DIVIDE WS-DN-YR BY 4   GIVING WS-DN-Q4.
           DIVIDE WS-DN-YR BY 100 GIVING WS-DN-Q100.
           DIVIDE WS-DN-YR BY 400 GIVING WS-DN-Q400.
           COMPUTE WS-DN-DAYS = WS-DN-YYYY * 365.
           COMPUTE WS-DN-DAYS = WS-DN-DAYS + WS-DN-Q4 - WS-DN-Q100
               + WS-DN-Q400.
           COMPUTE WS-DN-DAYS = WS-DN-DAYS + WS-CUM-DAYS (WS-DN-MM)
               + WS-DN-DD.

      *
      * every file this step sends outside the building is logged to
      * the permanent transmission registry - what left, when, to
      * whom, its record count and account hash (what XMITACK1
      * matches the recipient's acknowledgment against) and whether
      * it carries full taxpayer ids (XMITPII1).  one line per
      * confirmation file written, empty ones included
      *
       WRITE-XMIT-REGISTRY.
           IF HP-XMIT-SW (WS-SUB) NOT = 'Y'
               GO TO WRITE-XMIT-REGISTRY-EXIT.
           MOVE HP-XMIT-COUNT (WS-SUB) TO XMIT-REC-CTR.
           MOVE HP-XMIT-HASH (WS-SUB)  TO XMIT-HASH.
           ACCEPT XMIT-DATE FROM DATE YYYYMMDD.
           ACCEPT XMIT-TIME-X FROM TIME.
           OPEN EXTEND XMITREG-FILE.
           MOVE SPACES                 TO XR-REC.
           MOVE XMIT-DATE              TO XR-DATE.
           MOVE XMIT-TIME-X (1:6)      TO XR-TIME.
           MOVE 'HAFTRK1'              TO XR-PROGRAM.
           MOVE HP-PROGRAM (WS-SUB)    TO XR-RECIPIENT.
           MOVE 'ASSIST FUND CONFIRM'  TO XR-PURPOSE.
           MOVE HP-CONFIRM (WS-SUB)    TO XR-FILE-NAME.
           MOVE XMIT-REC-CTR           TO XR-REC-COUNT.
           MOVE XMIT-HASH              TO XR-HASH.
           MOVE 'N'                    TO XR-PII-CLASS.
           MOVE XMIT-TIN-CTR           TO XR-TIN-COUNT.
           WRITE XR-REC.
           CLOSE XMITREG-FILE.
       WRITE-XMIT-REGISTRY-EXIT.
           EXIT.

      *
      * RC 8 when a program paid on a loan the .set does not carry,
      * RC 4 when funded loans are still delinquent
      *
       END-RTN.
           DISPLAY 'FINAL TOTALS FOR HAFTRK1' UPON CRT AT 0915.
           DISPLAY REC-CTR  'SET LOANS READ            =' UPON CRT
               AT 1125.
           DISPLAY TRN-CTR  'TRAN RECORDS READ         =' UPON CRT
               AT 1225.
           DISPLAY HPR-REJECT-CTR 'PROGRAM ROWS REJECTED  =' UPON CRT
               AT 1325.
           DISPLAY POSTING-CTR 'ASSISTANCE POSTINGS    =' UPON CRT
               AT 1425.
           DISPLAY LOAN-CTR 'PROGRAM LOANS             =' UPON CRT
               AT 1525.
           DISPLAY REINSTATED-CTR 'REINSTATED             =' UPON CRT
               AT 1625.
           DISPLAY STILLDLQ-CTR 'STILL DELINQUENT - LISTED=' UPON CRT
               AT 1725.
           DISPLAY NOTONSET-CTR 'LOANS NOT ON SET         =' UPON CRT
               AT 1825.
           IF NOTONSET-CTR NOT = 0 OR HPR-REJECT-CTR NOT = 0
               MOVE 8                  TO RETURN-CODE
           ELSE
           IF STILLDLQ-CTR NOT = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE OUT-FILE.
           CLOSE DLQ-FILE.
           PERFORM WRITE-XMIT-REGISTRY THRU WRITE-XMIT-REGISTRY-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-HP-COUNT.
           STOP RUN.
