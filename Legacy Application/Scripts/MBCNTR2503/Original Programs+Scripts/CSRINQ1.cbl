       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CSRINQ1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * CSR loan-inquiry screen - CSRSNAP1 keys a snapshot of every
      * loan each night, but nothing on the desk could read it
      * short of someone running a listing.  this is the online
      * side: the CSR looks a loan up by account number, or by the
      * billing ZIP and any part of the borrower's name, and sees
      * amount due, due date, delinquency, suppression status and
      * reason, bankruptcy flag, e-bill enrollment and where the
      * last statement is archived.  a second screen pages the
      * loan's statement-date history off the keyed archive index
      * ARCHKEY1 builds, and a third shows the most recent piece of
      * correspondence of each document type CSRSNAP1 carried over
      * from the correspondence history.  these are views of
      * borrower PII, so every lookup - hit or miss - is written to
      * the inquiry audit log with the operator's login and the
      * date and time before anything is shown; a session that
      * cannot write the log shows nothing
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * CSRSNAP1's nightly keyed loan snapshot
           SELECT SNP-FILE  ASSIGN TO DYNAMIC SNP-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SNP-KEY
                  ALTERNATE RECORD KEY IS SNP-ZIP-NAME-KEY
                      WITH DUPLICATES
                  FILE STATUS IS SNP-STATUS.
      * the keyed statement archive index
           SELECT KDX-FILE  ASSIGN TO DYNAMIC KDX-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KDX-KEY
                  FILE STATUS IS KDX-STATUS.
      * the inquiry audit log - appended, never rewritten
           SELECT LOG-FILE  ASSIGN TO DYNAMIC LOG-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS LOG-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  SNP-FILE
           RECORD CONTAINS 700 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SNP-REC.
       01  SNP-REC.
           05  SNP-KEY.
               10  SNP-ACCOUNT         PIC 9(13).
           05  SNP-CLIENT              PIC X(4).
           05  SNP-ZIP-NAME-KEY.
               10  SNP-ZIP-5           PIC X(5).
               10  SNP-NAME            PIC X(40).
           05  SNP-TOTAL-DUE           PIC S9(11)V99.
           05  SNP-DUE-DATE            PIC X(8).
           05  SNP-DELQ-DAYS           PIC 9(5).
           05  SNP-DELQ-PI             PIC S9(11)V99.
           05  SNP-DELQ-ESC            PIC S9(11)V99.
           05  SNP-DELQ-LC             PIC S9(7)V99.
           05  SNP-SUPPRESSED-SW       PIC X(1).
           05  SNP-SUPP-REASON         PIC X(8).
           05  SNP-BANKRUPT-CODE       PIC X(2).
           05  SNP-STMT-DATE           PIC X(8).
           05  SNP-SET-NAME            PIC X(40).
           05  SNP-SET-ORDINAL         PIC 9(7).
           05  SNP-EBILL-SW            PIC X(1).
           05  FILLER                  PIC X(4).
           05  SNP-CORR-ENTRY OCCURS 16 TIMES.
               10  SNP-CORR-DOC-TYPE   PIC X(8).
               10  SNP-CORR-DATE       PIC 9(8).
               10  SNP-CORR-CHANNEL    PIC X(1).
               10  SNP-CORR-PROGRAM    PIC X(10).
           05  FILLER                  PIC X(68).

       FD  KDX-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS KDX-REC.
       01  KDX-REC.
           05  KDX-KEY.
               10  KDX-CLIENT           PIC X(4).
               10  KDX-ACCOUNT          PIC 9(13).
               10  KDX-STMT-DATE        PIC 9(8).
               10  KDX-JOB              PIC X(7).
               10  KDX-SEQ              PIC 9(8).
           05  KDX-ORDINAL              PIC 9(7).
           05  KDX-OFFSET               PIC 9(10).
           05  KDX-SET-NAME             PIC X(64).
           05  FILLER                   PIC X(11).

       FD  LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LOG-REC.
       01  LOG-REC                     PIC X(132).
      *
       WORKING-STORAGE SECTION.

       01  VARIABLES.
           05  SNP-PATH                PIC X(40)
               VALUE '/users/public/out/csrsnap.kdx'.
           05  KDX-PATH                PIC X(40)
               VALUE '/users/public/out/setmb2000.kdx'.
           05  LOG-PATH                PIC X(40)
               VALUE '/users/public/out/csrinq.log'.
           05  SNP-STATUS              PIC X(2)  VALUE SPACES.
           05  KDX-STATUS              PIC X(2)  VALUE SPACES.
           05  LOG-STATUS              PIC X(2)  VALUE SPACES.
           05  KDX-OPEN-SW             PIC X(1)  VALUE 'N'.
               88  KDX-OPEN                      VALUE 'Y'.
           05  SESSION-SW              PIC X(1)  VALUE 'N'.
               88  END-SESSION                   VALUE 'Y'.
           05  SNP-EOF-SW              PIC X(1)  VALUE 'N'.
               88  SNP-EOF                       VALUE 'Y'.
           05  KDX-EOF-SW              PIC X(1)  VALUE 'N'.
               88  KDX-EOF                       VALUE 'Y'.
           05  MORE-HITS-SW            PIC X(1)  VALUE 'N'.
               88  MORE-HITS                     VALUE 'Y'.
           05  WS-OPERATOR             PIC X(16) VALUE SPACES.
           05  WS-FUNCTION             PIC X(1)  VALUE SPACES.
           05  WS-REPLY                PIC X(2)  VALUE SPACES.
           05  WS-REPLY-N              PIC 9(2)  VALUE 0.
           05  WS-ACCT-X               PIC X(13) VALUE SPACES.
           05  WS-ACCT-N               PIC 9(13) VALUE 0.
           05  WS-ZIP                  PIC X(5)  VALUE SPACES.
           05  WS-NAME                 PIC X(20) VALUE SPACES.
           05  WS-LEN                  PIC S9(4) COMP VALUE 0.
           05  WS-NAME-LEN             PIC S9(4) COMP VALUE 0.
           05  WS-TALLY                PIC S9(4) COMP VALUE 0.
           05  WS-LINE                 PIC S9(4) COMP VALUE 0.
           05  WS-POS                  PIC 9(4)  VALUE 0.
           05  WS-SUB                  PIC S9(4) COMP VALUE 0.
           05  WS-HIST-CTR             PIC 9(5)  VALUE 0.
           05  LOOKUP-CTR              PIC 9(7)  VALUE 0.
           05  WS-TIME-X               PIC X(8)  VALUE SPACES.
           05  WS-MESSAGE              PIC X(60) VALUE SPACES.
           05  WS-AMT-DISP             PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-LC-DISP              PIC Z,ZZZ,ZZ9.99-.
           05  WS-DAYS-DISP            PIC ZZZZ9.
           05  WS-ORD-DISP             PIC ZZZZZZ9.
           05  WS-SEL-DISP             PIC Z9.
           05  WS-DATE-IN              PIC X(8)  VALUE SPACES.
           05  WS-DATE-OUT.
               10  WS-DATE-OUT-MM      PIC X(2).
               10  FILLER              PIC X(1)  VALUE '/'.
               10  WS-DATE-OUT-DD      PIC X(2).
               10  FILLER              PIC X(1)  VALUE '/'.
               10  WS-DATE-OUT-YY      PIC X(4).
           05  WS-HIST-LINE            PIC X(80) VALUE SPACES.
           05  WS-LIST-LINE            PIC X(80) VALUE SPACES.

      *
      * one audit-log line - built here, the log is opened only
      * around the write
      *
       01  AUDIT-LINE.
           05  LOG-DATE                PIC 9(8).
           05  LOG-TIME                PIC 9(6).
           05  LOG-OPERATOR            PIC X(16).
           05  LOG-FUNCTION            PIC X(8).
           05  LOG-ARGUMENT            PIC X(50).
           05  LOG-ACCOUNT             PIC 9(13).
           05  LOG-HITS                PIC 9(5).
           05  LOG-RESULT              PIC X(8).
           05  FILLER                  PIC X(18).

      *
      * the matches of one name-and-ZIP search, first ten only
      *
       01  HIT-TABLE.
           05  HT-ENTRY OCCURS 10 TIMES
                   INDEXED BY HT-IDX.
               10  HT-ACCOUNT          PIC 9(13).
               10  HT-NAME             PIC X(40).
       77  WS-HT-COUNT                 PIC S9(4) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           DISPLAY '* * * * B E G I N   C S R I N Q 1 . C B L'
               UPON CRT AT 1401.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT 'LOGNAME'.
           IF WS-OPERATOR = SPACES
               DISPLAY '!!!! NO OPERATOR LOGIN - INQUIRY REFUSED'
                   UPON CRT AT 2301
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT SNP-FILE.
           IF SNP-STATUS NOT = '00'
               DISPLAY '!!!! LOAN SNAPSHOT NOT AVAILABLE - STATUS'
                   UPON CRT AT 2301
               DISPLAY SNP-STATUS UPON CRT AT 2345
               DISPLAY SNP-PATH UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
      * the history screen alone needs the archive index
           OPEN INPUT KDX-FILE.
           IF KDX-STATUS = '00'
               MOVE 'Y'                TO KDX-OPEN-SW.
           OPEN EXTEND LOG-FILE.
           IF LOG-STATUS = '35'
               OPEN OUTPUT LOG-FILE.
           IF LOG-STATUS NOT = '00'
               DISPLAY '!!!! INQUIRY LOG CANNOT BE WRITTEN - STATUS'
                   UPON CRT AT 2301
               DISPLAY LOG-STATUS UPON CRT AT 2345
               DISPLAY LOG-PATH UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           CLOSE LOG-FILE.
           MOVE SPACES                 TO WS-MESSAGE.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL END-SESSION.
           PERFORM END-RTN.

      *
      * the function menu - one inquiry per pass
      *
       001-MAIN.
           PERFORM SHOW-SCREEN-HEADING.
           DISPLAY 'A   LOOK UP BY ACCOUNT NUMBER' UPON CRT AT 0510.
           DISPLAY 'N   LOOK UP BY BORROWER NAME AND ZIP'
               UPON CRT AT 0610.
           DISPLAY 'X   END INQUIRY' UPON CRT AT 0710.
           DISPLAY 'FUNCTION:' UPON CRT AT 0910.
           DISPLAY WS-MESSAGE UPON CRT AT 2301.
           MOVE SPACES                 TO WS-MESSAGE.
           MOVE SPACES                 TO WS-FUNCTION.
           ACCEPT WS-FUNCTION AT 0920.
           IF WS-FUNCTION = 'X' OR WS-FUNCTION = 'x'
               MOVE 'Y'                TO SESSION-SW
               GO TO 001-MAIN-EXIT.
           IF WS-FUNCTION = 'A' OR WS-FUNCTION = 'a'
               PERFORM ACCOUNT-INQUIRY THRU ACCOUNT-INQUIRY-EXIT
               GO TO 001-MAIN-EXIT.
           IF WS-FUNCTION = 'N' OR WS-FUNCTION = 'n'
               PERFORM NAME-INQUIRY THRU NAME-INQUIRY-EXIT
               GO TO 001-MAIN-EXIT.
           MOVE 'FUNCTION MUST BE A, N OR X'  TO WS-MESSAGE.
       001-MAIN-EXIT.
           EXIT.

       SHOW-SCREEN-HEADING.
           DISPLAY SPACES UPON CRT.
           DISPLAY 'C S R   L O A N   I N Q U I R Y'
               UPON CRT AT 0125.
           DISPLAY 'OPERATOR' UPON CRT AT 0161.
           DISPLAY WS-OPERATOR UPON CRT AT 0170.

      *
      * the account number may be keyed with or without its
      * leading zeros
      *
       ACCOUNT-INQUIRY.
           DISPLAY 'ACCOUNT NUMBER:' UPON CRT AT 1110.
           MOVE SPACES                 TO WS-ACCT-X.
           ACCEPT WS-ACCT-X AT 1127.
           MOVE 0                      TO WS-LEN.
           INSPECT WS-ACCT-X TALLYING WS-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-LEN = 0
               GO TO ACCOUNT-INQUIRY-EXIT.
           IF WS-ACCT-X (1:WS-LEN) NOT NUMERIC
               MOVE 'ACCOUNT NUMBER MUST BE NUMERIC' TO WS-MESSAGE
               GO TO ACCOUNT-INQUIRY-EXIT.
           MOVE WS-ACCT-X (1:WS-LEN)   TO WS-ACCT-N.
           MOVE WS-ACCT-N              TO SNP-ACCOUNT.
           MOVE SPACES                 TO AUDIT-LINE.
           MOVE 'ACCOUNT'              TO LOG-FUNCTION.
           MOVE WS-ACCT-N              TO LOG-ARGUMENT.
           MOVE WS-ACCT-N              TO LOG-ACCOUNT.
           READ SNP-FILE KEY IS SNP-KEY
               INVALID KEY
                   MOVE 0              TO LOG-HITS
                   MOVE 'NOTFOUND'     TO LOG-RESULT
                   PERFORM WRITE-AUDIT-LOG
                   MOVE 'NO SNAPSHOT FOR THAT ACCOUNT' TO WS-MESSAGE
                   GO TO ACCOUNT-INQUIRY-EXIT
           END-READ.
           MOVE 1                      TO LOG-HITS.
           MOVE 'FOUND'                TO LOG-RESULT.
           PERFORM WRITE-AUDIT-LOG.
           PERFORM SHOW-LOAN-DETAIL THRU SHOW-LOAN-DETAIL-EXIT.
       ACCOUNT-INQUIRY-EXIT.
           EXIT.

      *
      * the ZIP is required and positions the search; the name may
      * be any part of the billing name - the borrower's surname is
      * usually enough.  more than ten matches in one ZIP means the
      * name is too short to tell them apart
      *
       NAME-INQUIRY.
           DISPLAY 'BILLING ZIP CODE:' UPON CRT AT 1110.
           DISPLAY 'NAME (ANY PART):' UPON CRT AT 1210.
           MOVE SPACES                 TO WS-ZIP.
           MOVE SPACES                 TO WS-NAME.
           ACCEPT WS-ZIP AT 1128.
           ACCEPT WS-NAME AT 1228.
           IF WS-ZIP NOT NUMERIC
               MOVE 'ZIP CODE MUST BE FIVE DIGITS' TO WS-MESSAGE
               GO TO NAME-INQUIRY-EXIT.
           INSPECT WS-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE 0                      TO WS-NAME-LEN.
           PERFORM VARYING WS-SUB FROM 20 BY -1
                   UNTIL WS-SUB < 1 OR WS-NAME-LEN > 0
               IF WS-NAME (WS-SUB:1) NOT = SPACE
                   MOVE WS-SUB         TO WS-NAME-LEN
               END-IF
           END-PERFORM.
           IF WS-NAME-LEN < 2
               MOVE 'ENTER AT LEAST TWO LETTERS OF THE NAME'
                                       TO WS-MESSAGE
               GO TO NAME-INQUIRY-EXIT.
           PERFORM FIND-NAME-MATCHES THRU FIND-NAME-MATCHES-EXIT.
           MOVE SPACES                 TO AUDIT-LINE.
           MOVE 'NAMEZIP'              TO LOG-FUNCTION.
           STRING WS-ZIP                DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-NAME (1:WS-NAME-LEN) DELIMITED BY SIZE
               INTO LOG-ARGUMENT.
           MOVE 0                      TO LOG-ACCOUNT.
           MOVE WS-HT-COUNT            TO LOG-HITS.
           IF WS-HT-COUNT = 0
               MOVE 'NOTFOUND'         TO LOG-RESULT
           ELSE
           IF MORE-HITS
               MOVE 'TOOMANY'          TO LOG-RESULT
           ELSE
               MOVE 'FOUND'            TO LOG-RESULT.
           PERFORM WRITE-AUDIT-LOG.
           IF WS-HT-COUNT = 0
               MOVE 'NO LOAN IN THAT ZIP MATCHES THAT NAME'
                                       TO WS-MESSAGE
               GO TO NAME-INQUIRY-EXIT.
           IF WS-HT-COUNT = 1 AND NOT MORE-HITS
               MOVE HT-ACCOUNT (1)     TO WS-ACCT-N
               PERFORM SHOW-SELECTED-LOAN THRU SHOW-SELECTED-EXIT
               GO TO NAME-INQUIRY-EXIT.
           PERFORM SHOW-MATCH-LIST.
           MOVE SPACES                 TO WS-REPLY.
           ACCEPT WS-REPLY AT 2236.
           IF WS-REPLY = SPACES
               GO TO NAME-INQUIRY-EXIT.
           IF WS-REPLY (2:1) = SPACE
               MOVE WS-REPLY (1:1)     TO WS-REPLY (2:1)
               MOVE '0'                TO WS-REPLY (1:1).
           IF WS-REPLY NOT NUMERIC
               MOVE 'SELECTION MUST BE A LINE NUMBER' TO WS-MESSAGE
               GO TO NAME-INQUIRY-EXIT.
           MOVE WS-REPLY               TO WS-REPLY-N.
           IF WS-REPLY-N < 1 OR WS-REPLY-N > WS-HT-COUNT
               MOVE 'NO SUCH LINE ON THE LIST' TO WS-MESSAGE
               GO TO NAME-INQUIRY-EXIT.
           MOVE HT-ACCOUNT (WS-REPLY-N) TO WS-ACCT-N.
           PERFORM SHOW-SELECTED-LOAN THRU SHOW-SELECTED-EXIT.
       NAME-INQUIRY-EXIT.
           EXIT.

       FIND-NAME-MATCHES.
           MOVE 0                      TO WS-HT-COUNT.
           MOVE 'N'                    TO MORE-HITS-SW.
           MOVE 'N'                    TO SNP-EOF-SW.
           MOVE WS-ZIP                 TO SNP-ZIP-5.
           MOVE LOW-VALUES             TO SNP-NAME.
           START SNP-FILE KEY NOT < SNP-ZIP-NAME-KEY
               INVALID KEY
                   GO TO FIND-NAME-MATCHES-EXIT
           END-START.
           PERFORM READ-NEXT-SNAPSHOT.
           PERFORM UNTIL SNP-EOF OR SNP-ZIP-5 NOT = WS-ZIP
                   OR MORE-HITS
               MOVE 0                  TO WS-TALLY
               INSPECT SNP-NAME TALLYING WS-TALLY
                   FOR ALL WS-NAME (1:WS-NAME-LEN)
               IF WS-TALLY > 0
                   IF WS-HT-COUNT < 10
                       ADD 1           TO WS-HT-COUNT
                       SET HT-IDX TO WS-HT-COUNT
                       MOVE SNP-ACCOUNT TO HT-ACCOUNT (HT-IDX)
                       MOVE SNP-NAME   TO HT-NAME (HT-IDX)
                   ELSE
                       MOVE 'Y'        TO MORE-HITS-SW
                   END-IF
               END-IF
               PERFORM READ-NEXT-SNAPSHOT
           END-PERFORM.
       FIND-NAME-MATCHES-EXIT.
           EXIT.

       READ-NEXT-SNAPSHOT.
           READ SNP-FILE NEXT RECORD
               AT END MOVE 'Y'         TO SNP-EOF-SW.

       SHOW-MATCH-LIST.
           PERFORM SHOW-SCREEN-HEADING.
           DISPLAY 'LOANS IN ZIP' UPON CRT AT 0301.
           DISPLAY WS-ZIP UPON CRT AT 0314.
           DISPLAY 'MATCHING' UPON CRT AT 0320.
           DISPLAY WS-NAME UPON CRT AT 0329.
           DISPLAY 'LINE  ACCOUNT        NAME' UPON CRT AT 0501.
           PERFORM SHOW-ONE-MATCH
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-HT-COUNT.
           IF MORE-HITS
               DISPLAY 'MORE THAN TEN MATCH - KEY MORE OF THE NAME'
                   UPON CRT AT 1801.
           DISPLAY 'SELECT LINE (ENTER TO RETURN):' UPON CRT AT 2201.

       SHOW-ONE-MATCH.
           MOVE WS-SUB                 TO WS-SEL-DISP.
           MOVE SPACES                 TO WS-LIST-LINE.
           STRING WS-SEL-DISP           DELIMITED BY SIZE
                  '    '                DELIMITED BY SIZE
                  HT-ACCOUNT (WS-SUB)   DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  HT-NAME (WS-SUB)      DELIMITED BY SIZE
               INTO WS-LIST-LINE.
           COMPUTE WS-POS = (WS-SUB + 5) * 100 + 1.
           DISPLAY WS-LIST-LINE UPON CRT AT WS-POS.

      *
      * a loan picked off the match list is its own PII view and is
      * logged as one
      *
       SHOW-SELECTED-LOAN.
           MOVE WS-ACCT-N              TO SNP-ACCOUNT.
           MOVE SPACES                 TO AUDIT-LINE.
           MOVE 'DETAIL'               TO LOG-FUNCTION.
           MOVE WS-ACCT-N              TO LOG-ARGUMENT.
           MOVE WS-ACCT-N              TO LOG-ACCOUNT.
           READ SNP-FILE KEY IS SNP-KEY
               INVALID KEY
                   MOVE 0              TO LOG-HITS
                   MOVE 'NOTFOUND'     TO LOG-RESULT
                   PERFORM WRITE-AUDIT-LOG
                   MOVE 'NO SNAPSHOT FOR THAT ACCOUNT' TO WS-MESSAGE
                   GO TO SHOW-SELECTED-EXIT
           END-READ.
           MOVE 1                      TO LOG-HITS.
           MOVE 'FOUND'                TO LOG-RESULT.
           PERFORM WRITE-AUDIT-LOG.
           PERFORM SHOW-LOAN-DETAIL THRU SHOW-LOAN-DETAIL-EXIT.
       SHOW-SELECTED-EXIT.
           EXIT.

      *
      * the loan screen - everything CSRSNAP1 keyed for the loan
      *
       SHOW-LOAN-DETAIL.
           ADD 1                       TO LOOKUP-CTR.
           PERFORM SHOW-SCREEN-HEADING.
           DISPLAY 'ACCOUNT' UPON CRT AT 0301.
           DISPLAY SNP-ACCOUNT UPON CRT AT 0320.
           DISPLAY 'CLIENT' UPON CRT AT 0340.
           DISPLAY SNP-CLIENT UPON CRT AT 0348.
           DISPLAY 'BORROWER' UPON CRT AT 0401.
           DISPLAY SNP-NAME UPON CRT AT 0420.
           DISPLAY 'BILLING ZIP' UPON CRT AT 0501.
           DISPLAY SNP-ZIP-5 UPON CRT AT 0520.
           MOVE SNP-TOTAL-DUE          TO WS-AMT-DISP.
           DISPLAY 'AMOUNT DUE' UPON CRT AT 0701.
           DISPLAY WS-AMT-DISP UPON CRT AT 0720.
           MOVE SNP-DUE-DATE           TO WS-DATE-IN.
           PERFORM FORMAT-DATE.
           DISPLAY 'DUE DATE' UPON CRT AT 0801.
           DISPLAY WS-DATE-OUT UPON CRT AT 0820.
           MOVE SNP-DELQ-DAYS          TO WS-DAYS-DISP.
           DISPLAY 'DAYS DELINQUENT' UPON CRT AT 0901.
           DISPLAY WS-DAYS-DISP UPON CRT AT 0920.
           MOVE SNP-DELQ-PI            TO WS-AMT-DISP.
           DISPLAY 'DELINQUENT P&I' UPON CRT AT 1001.
           DISPLAY WS-AMT-DISP UPON CRT AT 1020.
           MOVE SNP-DELQ-ESC           TO WS-AMT-DISP.
           DISPLAY 'DELINQUENT ESCROW' UPON CRT AT 1101.
           DISPLAY WS-AMT-DISP UPON CRT AT 1120.
           MOVE SNP-DELQ-LC            TO WS-LC-DISP.
           DISPLAY 'LATE CHARGES DUE' UPON CRT AT 1201.
           DISPLAY WS-LC-DISP UPON CRT AT 1222.
           DISPLAY 'SUPPRESSED' UPON CRT AT 1401.
           IF SNP-SUPPRESSED-SW = 'Y'
               DISPLAY 'YES - REASON' UPON CRT AT 1420
               DISPLAY SNP-SUPP-REASON UPON CRT AT 1433
           ELSE
               DISPLAY 'NO' UPON CRT AT 1420.
           DISPLAY 'BANKRUPTCY' UPON CRT AT 1501.
           IF SNP-BANKRUPT-CODE = SPACES OR SNP-BANKRUPT-CODE = '00'
               DISPLAY 'NO' UPON CRT AT 1520
           ELSE
               DISPLAY 'YES - CODE' UPON CRT AT 1520
               DISPLAY SNP-BANKRUPT-CODE UPON CRT AT 1531.
           DISPLAY 'E-BILL' UPON CRT AT 1601.
           IF SNP-EBILL-SW = 'Y'
               DISPLAY 'ENROLLED' UPON CRT AT 1620
           ELSE
               DISPLAY 'PAPER' UPON CRT AT 1620.
           MOVE SNP-STMT-DATE          TO WS-DATE-IN.
           PERFORM FORMAT-DATE.
           DISPLAY 'LAST STATEMENT' UPON CRT AT 1801.
           DISPLAY WS-DATE-OUT UPON CRT AT 1820.
           DISPLAY 'ARCHIVED IN' UPON CRT AT 1901.
           IF SNP-SET-ORDINAL = 0
               DISPLAY 'NOT PRINTED - SUPPRESSED' UPON CRT AT 1920
           ELSE
               MOVE SNP-SET-ORDINAL    TO WS-ORD-DISP
               DISPLAY SNP-SET-NAME UPON CRT AT 1920
               DISPLAY 'RECORD' UPON CRT AT 2001
               DISPLAY WS-ORD-DISP UPON CRT AT 2020.
           DISPLAY 'H = STATEMENT HISTORY  C = CORRESPONDENCE'
               UPON CRT AT 2201.
           DISPLAY 'ENTER = NEW INQUIRY:' UPON CRT AT 2245.
           MOVE SPACES                 TO WS-FUNCTION.
           ACCEPT WS-FUNCTION AT 2266.
           IF WS-FUNCTION = 'H' OR WS-FUNCTION = 'h'
               PERFORM SHOW-STATEMENT-HISTORY
                   THRU SHOW-STATEMENT-HISTORY-EXIT.
           IF WS-FUNCTION = 'C' OR WS-FUNCTION = 'c'
               PERFORM SHOW-CORRESPONDENCE.
       SHOW-LOAN-DETAIL-EXIT.
           EXIT.

      *
      * every statement the archive index holds for the loan, oldest
      * first, fifteen to a page
      *
       SHOW-STATEMENT-HISTORY.
           IF NOT KDX-OPEN
               MOVE 'STATEMENT ARCHIVE INDEX NOT AVAILABLE'
                                       TO WS-MESSAGE
               GO TO SHOW-STATEMENT-HISTORY-EXIT.
           MOVE SPACES                 TO AUDIT-LINE.
           MOVE 'HISTORY'              TO LOG-FUNCTION.
           MOVE SNP-ACCOUNT            TO LOG-ARGUMENT.
           MOVE SNP-ACCOUNT            TO LOG-ACCOUNT.
           MOVE 0                      TO LOG-HITS.
           MOVE 'FOUND'                TO LOG-RESULT.
           PERFORM WRITE-AUDIT-LOG.
           MOVE 0                      TO WS-HIST-CTR.
           MOVE 'N'                    TO KDX-EOF-SW.
           MOVE SNP-CLIENT             TO KDX-CLIENT.
           MOVE SNP-ACCOUNT            TO KDX-ACCOUNT.
           MOVE 0                      TO KDX-STMT-DATE.
           MOVE LOW-VALUES             TO KDX-JOB.
           MOVE 0                      TO KDX-SEQ.
           START KDX-FILE KEY NOT < KDX-KEY
               INVALID KEY
                   MOVE 'Y'            TO KDX-EOF-SW
           END-START.
           IF NOT KDX-EOF
               PERFORM READ-NEXT-INDEX.
           PERFORM SHOW-HISTORY-HEADING.
           PERFORM UNTIL KDX-EOF
                   OR WS-FUNCTION = 'X' OR WS-FUNCTION = 'x'
               IF WS-LINE > 20
                   DISPLAY 'ENTER = MORE   X = RETURN:'
                       UPON CRT AT 2301
                   MOVE SPACES         TO WS-FUNCTION
                   ACCEPT WS-FUNCTION AT 2328
                   IF WS-FUNCTION NOT = 'X' AND WS-FUNCTION NOT = 'x'
                       PERFORM SHOW-HISTORY-HEADING
                   END-IF
               END-IF
               IF WS-FUNCTION NOT = 'X' AND WS-FUNCTION NOT = 'x'
                   PERFORM SHOW-ONE-STATEMENT
                   PERFORM READ-NEXT-INDEX
               END-IF
           END-PERFORM.
           IF WS-FUNCTION NOT = 'X' AND WS-FUNCTION NOT = 'x'
               IF WS-HIST-CTR = 0
                   DISPLAY 'NO STATEMENTS ON THE ARCHIVE INDEX'
                       UPON CRT AT 0601
               END-IF
               DISPLAY 'END OF HISTORY - ENTER TO RETURN:'
                   UPON CRT AT 2301
               MOVE SPACES             TO WS-FUNCTION
               ACCEPT WS-FUNCTION AT 2335.
       SHOW-STATEMENT-HISTORY-EXIT.
           EXIT.

       READ-NEXT-INDEX.
           READ KDX-FILE NEXT RECORD
               AT END MOVE 'Y'         TO KDX-EOF-SW.
           IF NOT KDX-EOF
               IF KDX-CLIENT NOT = SNP-CLIENT
               OR KDX-ACCOUNT NOT = SNP-ACCOUNT
                   MOVE 'Y'            TO KDX-EOF-SW.

       SHOW-HISTORY-HEADING.
           PERFORM SHOW-SCREEN-HEADING.
           DISPLAY 'STATEMENT HISTORY FOR ACCOUNT' UPON CRT AT 0301.
           DISPLAY SNP-ACCOUNT UPON CRT AT 0331.
           DISPLAY SNP-NAME UPON CRT AT 0346.
           DISPLAY 'STMT DATE   JOB      ARCHIVED IN' UPON CRT AT 0501.
           DISPLAY 'RECORD' UPON CRT AT 0574.
           MOVE 6                      TO WS-LINE.

       SHOW-ONE-STATEMENT.
           ADD 1                       TO WS-HIST-CTR.
           MOVE KDX-STMT-DATE          TO WS-DATE-IN.
           PERFORM FORMAT-DATE.
           MOVE KDX-ORDINAL            TO WS-ORD-DISP.
           MOVE SPACES                 TO WS-HIST-LINE.
           STRING WS-DATE-OUT           DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  KDX-JOB               DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  KDX-SET-NAME (1:52)   DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-ORD-DISP           DELIMITED BY SIZE
               INTO WS-HIST-LINE.
           COMPUTE WS-POS = WS-LINE * 100 + 1.
           DISPLAY WS-HIST-LINE UPON CRT AT WS-POS.
           ADD 1                       TO WS-LINE.

      *
      * the last piece sent of each document type - a PII view of
      * its own and logged as one
      *
       SHOW-CORRESPONDENCE.
           MOVE SPACES                 TO AUDIT-LINE.
           MOVE 'CORRESP'              TO LOG-FUNCTION.
           MOVE SNP-ACCOUNT            TO LOG-ARGUMENT.
           MOVE SNP-ACCOUNT            TO LOG-ACCOUNT.
           MOVE 0                      TO LOG-HITS.
           MOVE 'FOUND'                TO LOG-RESULT.
           PERFORM WRITE-AUDIT-LOG.
           PERFORM SHOW-SCREEN-HEADING.
           DISPLAY 'LAST CORRESPONDENCE FOR ACCOUNT' UPON CRT AT 0301.
           DISPLAY SNP-ACCOUNT UPON CRT AT 0333.
           DISPLAY SNP-NAME UPON CRT AT 0401.
           DISPLAY 'DOCUMENT  SENT        CHANNEL    PROGRAM'
               UPON CRT AT 0601.
           MOVE 7                      TO WS-LINE.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 16
               IF SNP-CORR-DOC-TYPE (WS-SUB) NOT = SPACES
                   PERFORM SHOW-ONE-CORRESPONDENCE
               END-IF
           END-PERFORM.
           IF WS-LINE = 7
               DISPLAY 'NO CORRESPONDENCE ON THE HISTORY'
                   UPON CRT AT 0701.
           DISPLAY 'ENTER TO RETURN:' UPON CRT AT 2301.
           MOVE SPACES                 TO WS-FUNCTION.
           ACCEPT WS-FUNCTION AT 2318.

       SHOW-ONE-CORRESPONDENCE.
           MOVE SNP-CORR-DATE (WS-SUB) TO WS-DATE-IN.
           PERFORM FORMAT-DATE.
           MOVE SPACES                 TO WS-HIST-LINE.
           STRING SNP-CORR-DOC-TYPE (WS-SUB) DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-DATE-OUT           DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
               INTO WS-HIST-LINE.
           IF SNP-CORR-CHANNEL (WS-SUB) = 'E'
               MOVE 'E-BILL'           TO WS-HIST-LINE (23:10)
           ELSE
           IF SNP-CORR-CHANNEL (WS-SUB) = 'T'
               MOVE 'THIRD PTY'        TO WS-HIST-LINE (23:10)
           ELSE
               MOVE 'PAPER'            TO WS-HIST-LINE (23:10).
           MOVE SNP-CORR-PROGRAM (WS-SUB) TO WS-HIST-LINE (34:10).
           COMPUTE WS-POS = WS-LINE * 100 + 1.
           DISPLAY WS-HIST-LINE UPON CRT AT WS-POS.
           ADD 1                       TO WS-LINE.

       FORMAT-DATE.
           IF WS-DATE-IN = SPACES OR WS-DATE-IN = ZEROS
               MOVE SPACES             TO WS-DATE-OUT-MM
               MOVE SPACES             TO WS-DATE-OUT-DD
               MOVE 'NONE'             TO WS-DATE-OUT-YY
           ELSE
               MOVE WS-DATE-IN (5:2)   TO WS-DATE-OUT-MM
               MOVE WS-DATE-IN (7:2)   TO WS-DATE-OUT-DD
               MOVE WS-DATE-IN (1:4)   TO WS-DATE-OUT-YY.

      *
      * one line per lookup, opened and closed around the write so
      * a session that ends abnormally still leaves its trail.  a
      * log that cannot be written ends the session
      *
       WRITE-AUDIT-LOG.
           ACCEPT LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-X FROM TIME.
           MOVE WS-TIME-X (1:6)        TO LOG-TIME.
           MOVE WS-OPERATOR            TO LOG-OPERATOR.
           OPEN EXTEND LOG-FILE.
           IF LOG-STATUS NOT = '00'
               DISPLAY '!!!! INQUIRY LOG CANNOT BE WRITTEN - STATUS'
                   UPON CRT AT 2301
               DISPLAY LOG-STATUS UPON CRT AT 2345
               MOVE 16                 TO RETURN-CODE
               PERFORM END-RTN.
           WRITE LOG-REC FROM AUDIT-LINE.
           CLOSE LOG-FILE.

       END-RTN.
           DISPLAY SPACES UPON CRT.
           DISPLAY 'FINAL TOTALS FOR CSRINQ1' UPON CRT AT 0915.
           DISPLAY LOOKUP-CTR 'LOANS DISPLAYED          =' UPON CRT
               AT 1125.
           CLOSE SNP-FILE.
           IF KDX-OPEN
               CLOSE KDX-FILE.
           STOP RUN.
