       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ASSUMP1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * loan assumption detection - the servicer stamps the
      * assumption date (MB-TI-ASSUMP-DATE on the .set) when a loan
      * is assumed, but the new borrower's name, SSN and address
      * just turn up on the next extract with nothing to say the
      * loan changed hands, and the year-end 1098 went to the new
      * owner for the whole year.  run right after each SETMB2000
      * run, this step keeps one keyed record per loan holding the
      * identity it last saw - borrower and co-borrower SSN, the
      * mailing name and address, the assumption date - along with
      * the statement date, the interest paid year to date and the
      * principal balance on that statement.  a loan is taken as
      * assumed when:
      *   its assumption date changed since the last cycle     (D)
      *   the borrower's SSN or name changed and the assumption
      *   date falls after the last cycle's statement date, up
      *   to this cycle's                                      (I)
      * for each assumption found it appends the assumption register
      * with both parties' identities, the assumption date and the
      * prior borrower's interest and balance from the last cycle
      * before the assumption - TISPLIT1 splits the year-end 1098
      * at that point - and writes the welcome-notice data for the
      * new borrower.  a loan seen for the first time is recorded
      * and not judged; there is nothing to compare it to yet
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
      * welcome-notice data for the letter run, one per assumption
           SELECT WLC-FILE ASSIGN TO DYNAMIC WLC-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the identity each loan was last seen with, maintained in
      * place
           SELECT ASW-FILE  ASSIGN TO DYNAMIC ASW-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ASW-KEY
                  FILE STATUS IS ASW-STATUS.
      * the permanent assumption register - one line appended per
      * assumption found
           SELECT OPTIONAL ASR-FILE
                  ASSIGN TO DYNAMIC ASR-PATH
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
           RECORD CONTAINS 2116 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MB-REC.
       copy '/users/devel/mb2000.cbl'.
      *
      * welcome-notice data - the new borrower's mailing block, the
      * property, the loan terms going forward and the prior
      * borrower's name for the "assumed from" line.  dates are
      * ccyymmdd
      *
       FD  WLC-FILE
           RECORD CONTAINS 700 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS WLC-REC.
       01  WLC-REC.
           05  WN-CLIENT               PIC X(4).
           05  WN-ACCOUNT              PIC 9(13).
           05  WN-ASSUMP-DATE          PIC 9(8).
           05  WN-STMT-DATE            PIC 9(8).
           05  WN-FOREIGN-ADDRESS      PIC X(1).
           05  WN-NAME                 PIC X(60).
           05  WN-LINE-2               PIC X(60).
           05  WN-LINE-3               PIC X(60).
           05  WN-LINE-4               PIC X(60).
           05  WN-LINE-5               PIC X(60).
           05  WN-LINE-6               PIC X(53).
           05  WN-ZIP                  PIC X(9).
           05  WN-PROPERTY-STREET      PIC X(50).
           05  WN-PROPERTY-CITY        PIC X(30).
           05  WN-PROPERTY-STATE       PIC X(2).
           05  WN-PROPERTY-ZIP         PIC X(5).
           05  WN-PRIN-BAL             PIC 9(11)V99.
           05  WN-PAYMENT              PIC 9(9)V99.
           05  WN-RATE                 PIC 9(2)V9(5).
           05  WN-NEXT-DUE-DATE        PIC X(8).
           05  WN-PRIOR-NAME           PIC X(60).
           05  WN-HOW                  PIC X(1).
           05  FILLER                  PIC X(117).
      *
       FD  ASW-FILE
           RECORD CONTAINS 500 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ASW-REC.
       01  ASW-REC.
           05  ASW-KEY.
               10  ASW-CLIENT          PIC X(4).
               10  ASW-ACCOUNT         PIC 9(13).
           05  ASW-STMT-DATE           PIC 9(8).
           05  ASW-ASSUMP-DATE         PIC X(8).
           05  ASW-INT-YTD             PIC S9(11)V99 COMP-3.
           05  ASW-PRIN-BAL            PIC S9(11)V99 COMP-3.
           05  ASW-PARTY.
               10  ASW-NAME            PIC X(60).
               10  ASW-LINE-2          PIC X(60).
               10  ASW-LINE-3          PIC X(60).
               10  ASW-LINE-4          PIC X(60).
               10  ASW-LINE-5          PIC X(60).
               10  ASW-LINE-6          PIC X(53).
               10  ASW-ZIP             PIC X(9).
               10  ASW-SSN             PIC 9(9).
               10  ASW-SSN-TIN-CODE    PIC X(1).
               10  ASW-CO-SSN          PIC 9(9).
               10  ASW-CO-SSN-TIN-CODE PIC X(1).
           05  ASW-LAST-UPDATE         PIC 9(8).
           05  FILLER                  PIC X(63).
      *
      * the assumption register.  each party is the mailing block
      * and taxpayer ids as the .set carried them; the prior
      * borrower's interest paid year to date and principal balance
      * are off the last statement before the assumption (AR-PRIOR-
      * STMT-DATE) - interest from an earlier year counts for none
      * of the assumption year
      *
       FD  ASR-FILE
           RECORD CONTAINS 900 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AR-REC.
       01  AR-REC.
           05  AR-CLIENT               PIC X(4).
           05  AR-ACCOUNT              PIC 9(13).
           05  AR-ASSUMP-DATE          PIC 9(8).
           05  AR-STMT-DATE            PIC 9(8).
           05  AR-RUN-DATE             PIC 9(8).
           05  AR-HOW                  PIC X(1).
           05  AR-PRIOR-STMT-DATE      PIC 9(8).
           05  AR-PRIOR-INT-YTD        PIC 9(11)V99.
           05  AR-PRIOR-PRIN-BAL       PIC 9(11)V99.
           05  AR-PRIOR-PARTY.
               10  AR-PRIOR-NAME       PIC X(60).
               10  AR-PRIOR-LINE-2     PIC X(60).
               10  AR-PRIOR-LINE-3     PIC X(60).
               10  AR-PRIOR-LINE-4     PIC X(60).
               10  AR-PRIOR-LINE-5     PIC X(60).
               10  AR-PRIOR-LINE-6     PIC X(53).
               10  AR-PRIOR-ZIP        PIC X(9).
               10  AR-PRIOR-SSN        PIC 9(9).
               10  AR-PRIOR-SSN-TIN-CODE PIC X(1).
               10  AR-PRIOR-CO-SSN     PIC 9(9).
               10  AR-PRIOR-CO-SSN-TIN-CODE PIC X(1).
           05  AR-NEW-PARTY.
               10  AR-NEW-NAME         PIC X(60).
               10  AR-NEW-LINE-2       PIC X(60).
               10  AR-NEW-LINE-3       PIC X(60).
               10  AR-NEW-LINE-4       PIC X(60).
               10  AR-NEW-LINE-5       PIC X(60).
               10  AR-NEW-LINE-6       PIC X(53).
               10  AR-NEW-ZIP          PIC X(9).
               10  AR-NEW-SSN          PIC 9(9).
               10  AR-NEW-SSN-TIN-CODE PIC X(1).
               10  AR-NEW-CO-SSN       PIC 9(9).
               10  AR-NEW-CO-SSN-TIN-CODE PIC X(1).
           05  FILLER                  PIC X(60).
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
      *
       01  VARIABLES.
           05  IN1-PATH.
               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 IN1-NAME             PIC X(64).
           05  WLC-PATH.
               10 WLC-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 WLC-NAME             PIC X(64).
           05  ASW-PATH                PIC X(40)
               VALUE '/users/public/out/assumpw.kdx'.
           05  ASR-PATH                PIC X(40)
               VALUE '/users/public/out/assumreg.dat'.
           05  CORRHIST-PATH           PIC X(40)
               VALUE '/users/public/out/corrhist.dat'.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  ASW-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  NEWLOAN-CTR             PIC 9(7)  VALUE 0.
           05  UNCHANGED-CTR           PIC 9(7)  VALUE 0.
           05  BYDATE-CTR              PIC 9(7)  VALUE 0.
           05  BYIDENT-CTR             PIC 9(7)  VALUE 0.
           05  IDNODATE-CTR            PIC 9(7)  VALUE 0.
           05  WELCOME-CTR             PIC 9(7)  VALUE 0.
           05  FAIL-CTR                PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  ASW-FOUND-SW            PIC X(1)  VALUE 'N'.
               88  ASW-FOUND                     VALUE 'Y'.
           05  IDENT-CHANGED-SW        PIC X(1)  VALUE 'N'.
               88  IDENT-CHANGED                 VALUE 'Y'.
           05  WS-HOW                  PIC X(1)  VALUE SPACES.
           05  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           05  WS-RUN-TIME-X           PIC X(8)  VALUE SPACES.
           05  WS-STMT-DATE            PIC 9(8)  VALUE 0.
           05  WS-ASSUMP-DATE          PIC X(8)  VALUE SPACES.
           05  WS-ASSUMP-DATE-N REDEFINES WS-ASSUMP-DATE PIC 9(8).
           05  WS-KEY-CLIENT           PIC X(4)  VALUE SPACES.
           05  WS-KEY-ACCOUNT          PIC 9(13) VALUE 0.
           05  WS-AMT-WORK             PIC S9(11)V99 COMP-3 VALUE 0.
      *
      * this cycle's party, as the .set carries it
      *
       01  WS-PARTY.
           05  WS-PTY-NAME             PIC X(60).
           05  WS-PTY-LINE-2           PIC X(60).
           05  WS-PTY-LINE-3           PIC X(60).
           05  WS-PTY-LINE-4           PIC X(60).
           05  WS-PTY-LINE-5           PIC X(60).
           05  WS-PTY-LINE-6           PIC X(53).
           05  WS-PTY-ZIP              PIC X(9).
           05  WS-PTY-SSN              PIC 9(9).
           05  WS-PTY-SSN-TIN-CODE     PIC X(1).
           05  WS-PTY-CO-SSN           PIC 9(9).
           05  WS-PTY-CO-SSN-TIN-CODE  PIC X(1).
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME WLC-NAME.
           DISPLAY '* * * * B E G I N   A S S U M P 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR WLC-NAME = SPACES
               DISPLAY '!!!! ENTER SET AND WELCOME-NOTICE FILES'
                   UPON CRT AT 2301
               DISPLAY '!!!!   ON COMMAND LINE'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-X FROM TIME.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! SET FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
      * the first night there is no watch file yet - create it empty
           OPEN I-O ASW-FILE.
           IF ASW-STATUS = '35'
               OPEN OUTPUT ASW-FILE
               CLOSE ASW-FILE
               OPEN I-O ASW-FILE.
           IF ASW-STATUS NOT = '00'
               DISPLAY '!!!! CANNOT OPEN ASSUMPTION WATCH - STATUS'
                   UPON CRT AT 2301
               DISPLAY ASW-STATUS UPON CRT AT 2345
               DISPLAY ASW-PATH UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT WLC-FILE.
           OPEN EXTEND ASR-FILE.
           OPEN EXTEND CORRHIST-FILE.
           PERFORM READ-SET-REC.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
           PERFORM END-RTN.

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
      * an assumption date the .set cannot show as a date is treated
      * as none
      *
       001-MAIN.
           MOVE MB-CLIENT              TO WS-KEY-CLIENT.
           MOVE MB-ACCOUNT             TO WS-KEY-ACCOUNT.
           MOVE 0                      TO WS-STMT-DATE.
           IF MB-STATEMENT-DATE NUMERIC
               MOVE MB-STATEMENT-DATE  TO WS-STMT-DATE.
           MOVE MB-TI-ASSUMP-DATE      TO WS-ASSUMP-DATE.
           IF WS-ASSUMP-DATE NOT NUMERIC
               MOVE SPACES             TO WS-ASSUMP-DATE.
           PERFORM BUILD-CURRENT-PARTY.
           PERFORM READ-WATCH-REC.
           IF NOT ASW-FOUND
               ADD 1                   TO NEWLOAN-CTR
               GO TO 001-MAIN-PUT.
           PERFORM JUDGE-ASSUMPTION.
           IF WS-HOW = SPACE
               ADD 1                   TO UNCHANGED-CTR
               GO TO 001-MAIN-PUT.
           PERFORM WRITE-REGISTER-REC.
           PERFORM WRITE-WELCOME-REC.
           PERFORM WRITE-CORR-HISTORY-LINE.
       001-MAIN-PUT.
           PERFORM PUT-WATCH-REC.
           PERFORM READ-SET-REC.
       001-MAIN-EXIT.
           EXIT.

       BUILD-CURRENT-PARTY.
           MOVE MB-BILL-NAME           TO WS-PTY-NAME.
           MOVE MB-BILL-LINE-2         TO WS-PTY-LINE-2.
           MOVE MB-BILL-LINE-3         TO WS-PTY-LINE-3.
           MOVE MB-BILL-LINE-4         TO WS-PTY-LINE-4.
           MOVE MB-BILL-LINE-5         TO WS-PTY-LINE-5.
           MOVE MB-BILL-LINE-6         TO WS-PTY-LINE-6.
           MOVE MB-BILL-ZIP-CODE       TO WS-PTY-ZIP.
           MOVE MB-SSN-FULL            TO WS-PTY-SSN.
           MOVE MB-SSN-TIN-CODE        TO WS-PTY-SSN-TIN-CODE.
           MOVE MB-CO-SSN-FULL         TO WS-PTY-CO-SSN.
           MOVE MB-CO-SSN-TIN-CODE     TO WS-PTY-CO-SSN-TIN-CODE.

      *
      * a loan not yet watched starts from an empty record
      *
       READ-WATCH-REC.
           MOVE WS-KEY-CLIENT          TO ASW-CLIENT.
           MOVE WS-KEY-ACCOUNT         TO ASW-ACCOUNT.
           MOVE 'Y'                    TO ASW-FOUND-SW.
           READ ASW-FILE KEY IS ASW-KEY
               INVALID KEY
                   MOVE 'N'            TO ASW-FOUND-SW
           END-READ.
           IF NOT ASW-FOUND
               MOVE SPACES             TO ASW-REC
               INITIALIZE ASW-REC
               MOVE WS-KEY-CLIENT      TO ASW-CLIENT
               MOVE WS-KEY-ACCOUNT     TO ASW-ACCOUNT.

      *
      * a changed assumption date is an assumption on its face.  a
      * changed borrower is one only with an assumption date inside
      * this cycle - a name correction or a divorce decree removing
      * a borrower changes the identity without changing hands, and
      * is counted but left alone.  a rerun of a cycle already seen
      * compares to itself and finds nothing
      *
       JUDGE-ASSUMPTION.
           MOVE SPACE                  TO WS-HOW.
           MOVE 'N'                    TO IDENT-CHANGED-SW.
           IF WS-PTY-SSN NOT = ASW-SSN
           OR WS-PTY-NAME NOT = ASW-NAME
               MOVE 'Y'                TO IDENT-CHANGED-SW.
           IF WS-ASSUMP-DATE NOT = SPACES
           AND WS-ASSUMP-DATE NOT = ASW-ASSUMP-DATE
               MOVE 'D'                TO WS-HOW
               ADD 1                   TO BYDATE-CTR
           ELSE
           IF IDENT-CHANGED
               IF WS-ASSUMP-DATE NOT = SPACES
               AND WS-ASSUMP-DATE-N > ASW-STMT-DATE
               AND WS-ASSUMP-DATE-N NOT > WS-STMT-DATE
                   MOVE 'I'            TO WS-HOW
                   ADD 1               TO BYIDENT-CTR
               ELSE
                   ADD 1               TO IDNODATE-CTR
               END-IF
           END-IF.

      *
      * the watch record still holds the last cycle's figures here -
      * it is refreshed only after the register line is written
      *
       WRITE-REGISTER-REC.
           MOVE SPACES                 TO AR-REC.
           MOVE WS-KEY-CLIENT          TO AR-CLIENT.
           MOVE WS-KEY-ACCOUNT         TO AR-ACCOUNT.
           MOVE 0                      TO AR-ASSUMP-DATE.
           IF WS-ASSUMP-DATE NOT = SPACES
               MOVE WS-ASSUMP-DATE-N   TO AR-ASSUMP-DATE.
           MOVE WS-STMT-DATE           TO AR-STMT-DATE.
           MOVE WS-RUN-DATE            TO AR-RUN-DATE.
           MOVE WS-HOW                 TO AR-HOW.
           MOVE ASW-STMT-DATE          TO AR-PRIOR-STMT-DATE.
           MOVE ASW-INT-YTD            TO WS-AMT-WORK.
           IF WS-AMT-WORK < 0
               MOVE 0                  TO WS-AMT-WORK.
           MOVE WS-AMT-WORK            TO AR-PRIOR-INT-YTD.
           MOVE ASW-PRIN-BAL           TO WS-AMT-WORK.
           IF WS-AMT-WORK < 0
               MOVE 0                  TO WS-AMT-WORK.
           MOVE WS-AMT-WORK            TO AR-PRIOR-PRIN-BAL.
           MOVE ASW-NAME               TO AR-PRIOR-NAME.
           MOVE ASW-LINE-2             TO AR-PRIOR-LINE-2.
           MOVE ASW-LINE-3             TO AR-PRIOR-LINE-3.
           MOVE ASW-LINE-4             TO AR-PRIOR-LINE-4.
           MOVE ASW-LINE-5             TO AR-PRIOR-LINE-5.
           MOVE ASW-LINE-6             TO AR-PRIOR-LINE-6.
           MOVE ASW-ZIP                TO AR-PRIOR-ZIP.
           MOVE ASW-SSN                TO AR-PRIOR-SSN.
           MOVE ASW-SSN-TIN-CODE       TO AR-PRIOR-SSN-TIN-CODE.
           MOVE ASW-CO-SSN             TO AR-PRIOR-CO-SSN.
           MOVE ASW-CO-SSN-TIN-CODE    TO AR-PRIOR-CO-SSN-TIN-CODE.
           MOVE WS-PTY-NAME            TO AR-NEW-NAME.
           MOVE WS-PTY-LINE-2          TO AR-NEW-LINE-2.
           MOVE WS-PTY-LINE-3          TO AR-NEW-LINE-3.
           MOVE WS-PTY-LINE-4          TO AR-NEW-LINE-4.
           MOVE WS-PTY-LINE-5          TO AR-NEW-LINE-5.
           MOVE WS-PTY-LINE-6          TO AR-NEW-LINE-6.
           MOVE WS-PTY-ZIP             TO AR-NEW-ZIP.
           MOVE WS-PTY-SSN             TO AR-NEW-SSN.
           MOVE WS-PTY-SSN-TIN-CODE    TO AR-NEW-SSN-TIN-CODE.
           MOVE WS-PTY-CO-SSN          TO AR-NEW-CO-SSN.
           MOVE WS-PTY-CO-SSN-TIN-CODE TO AR-NEW-CO-SSN-TIN-CODE.
           WRITE AR-REC.

       WRITE-WELCOME-REC.
           MOVE SPACES                 TO WLC-REC.
           MOVE WS-KEY-CLIENT          TO WN-CLIENT.
           MOVE WS-KEY-ACCOUNT         TO WN-ACCOUNT.
           MOVE AR-ASSUMP-DATE         TO WN-ASSUMP-DATE.
           MOVE WS-STMT-DATE           TO WN-STMT-DATE.
           MOVE MB-FOREIGN-ADDRESS     TO WN-FOREIGN-ADDRESS.
           MOVE WS-PTY-NAME            TO WN-NAME.
           MOVE WS-PTY-LINE-2          TO WN-LINE-2.
           MOVE WS-PTY-LINE-3          TO WN-LINE-3.
           MOVE WS-PTY-LINE-4          TO WN-LINE-4.
           MOVE WS-PTY-LINE-5          TO WN-LINE-5.
           MOVE WS-PTY-LINE-6          TO WN-LINE-6.
           MOVE WS-PTY-ZIP             TO WN-ZIP.
           MOVE MB-PROPERTY-STREET     TO WN-PROPERTY-STREET.
           MOVE MB-PROPERTY-CITY       TO WN-PROPERTY-CITY.
           MOVE MB-PROPERTY-STATE      TO WN-PROPERTY-STATE.
           MOVE MB-PROPERTY-ZIP-5      TO WN-PROPERTY-ZIP.
           MOVE 0                      TO WN-PRIN-BAL WN-PAYMENT
                                          WN-RATE.
           IF MB-FIRST-PRIN-BAL NUMERIC AND MB-FIRST-PRIN-BAL > 0
               MOVE MB-FIRST-PRIN-BAL  TO WN-PRIN-BAL.
           IF MB-PAYMENT-AMOUNT NUMERIC AND MB-PAYMENT-AMOUNT > 0
               MOVE MB-PAYMENT-AMOUNT  TO WN-PAYMENT.
           IF MB-ANNUAL-INTEREST NUMERIC AND MB-ANNUAL-INTEREST > 0
               MOVE MB-ANNUAL-INTEREST TO WN-RATE.
           MOVE MB-LOAN-DUE-DATE       TO WN-NEXT-DUE-DATE.
           MOVE ASW-NAME               TO WN-PRIOR-NAME.
           MOVE WS-HOW                 TO WN-HOW.
           WRITE WLC-REC.
           ADD 1                       TO WELCOME-CTR.

      *
      * the welcome notice is logged to the permanent correspondence
      * history under the new borrower's timeline
      *
       WRITE-CORR-HISTORY-LINE.
           MOVE SPACES                 TO CH-REC.
           MOVE WS-KEY-ACCOUNT         TO CH-ACCOUNT.
           MOVE WS-RUN-DATE            TO CH-DATE.
           MOVE WS-RUN-TIME-X (1:6)    TO CH-TIME.
           MOVE WS-KEY-CLIENT          TO CH-CLIENT.
           MOVE 'ASMWELC'              TO CH-DOC-TYPE.
           MOVE 'P'                    TO CH-CHANNEL.
           MOVE 'ASSUMP1'              TO CH-PROGRAM.
           MOVE IN1-NAME               TO CH-RUN.
           MOVE WLC-NAME               TO CH-ARTIFACT.
           STRING 'ASSUMED '            DELIMITED BY SIZE
                  AR-ASSUMP-DATE        DELIMITED BY SIZE
               INTO CH-REFERENCE.
           WRITE CH-REC.

      *
      * the watch record moves to this cycle - identity, assumption
      * date, statement date and the figures the next assumption
      * would be split at
      *
       PUT-WATCH-REC.
           MOVE WS-STMT-DATE           TO ASW-STMT-DATE.
           MOVE WS-ASSUMP-DATE         TO ASW-ASSUMP-DATE.
           MOVE 0                      TO ASW-INT-YTD ASW-PRIN-BAL.
           IF MB-INTEREST-YTD NUMERIC
               MOVE MB-INTEREST-YTD    TO ASW-INT-YTD.
           IF MB-FIRST-PRIN-BAL NUMERIC
               MOVE MB-FIRST-PRIN-BAL  TO ASW-PRIN-BAL.
           MOVE WS-PTY-NAME            TO ASW-NAME.
           MOVE WS-PTY-LINE-2          TO ASW-LINE-2.
           MOVE WS-PTY-LINE-3          TO ASW-LINE-3.
           MOVE WS-PTY-LINE-4          TO ASW-LINE-4.
           MOVE WS-PTY-LINE-5          TO ASW-LINE-5.
           MOVE WS-PTY-LINE-6          TO ASW-LINE-6.
           MOVE WS-PTY-ZIP             TO ASW-ZIP.
           MOVE WS-PTY-SSN             TO ASW-SSN.
           MOVE WS-PTY-SSN-TIN-CODE    TO ASW-SSN-TIN-CODE.
           MOVE WS-PTY-CO-SSN          TO ASW-CO-SSN.
           MOVE WS-PTY-CO-SSN-TIN-CODE TO ASW-CO-SSN-TIN-CODE.
           MOVE WS-RUN-DATE            TO ASW-LAST-UPDATE.
           IF ASW-FOUND
               REWRITE ASW-REC
                   INVALID KEY
                       ADD 1           TO FAIL-CTR
               END-REWRITE
           ELSE
               WRITE ASW-REC
                   INVALID KEY
                       ADD 1           TO FAIL-CTR
               END-WRITE.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR ASSUMP1' UPON CRT AT 0915.
           DISPLAY REC-CTR  'SET LOANS READ            =' UPON CRT
               AT 1125.
           DISPLAY NEWLOAN-CTR 'LOANS NEW TO WATCH     =' UPON CRT
               AT 1225.
           DISPLAY UNCHANGED-CTR 'NO ASSUMPTION         =' UPON CRT
               AT 1325.
           DISPLAY BYDATE-CTR 'ASSUMED - DATE CHANGED   =' UPON CRT
               AT 1425.
           DISPLAY BYIDENT-CTR 'ASSUMED - NEW BORROWER  =' UPON CRT
               AT 1525.
           DISPLAY IDNODATE-CTR 'NEW IDENTITY, NO ASSUMP =' UPON CRT
               AT 1625.
           DISPLAY WELCOME-CTR 'WELCOME NOTICES WRITTEN =' UPON CRT
               AT 1725.
           DISPLAY FAIL-CTR 'WATCH UPDATES FAILED      =' UPON CRT
               AT 1825.
           IF FAIL-CTR NOT = 0
               MOVE 8                  TO RETURN-CODE
           ELSE
           IF WELCOME-CTR NOT = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE IN1-FILE.
           CLOSE ASW-FILE.
           CLOSE WLC-FILE.
           CLOSE ASR-FILE.
           CLOSE CORRHIST-FILE.
           STOP RUN.
