       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ATTRCONV1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * account-attribute conversion - the e-bill reversion list
      * (ebillrev.tab), the e-bill bounce history (ebounce.tab), the
      * returned-mail suppression list (mailsupp.tab), the ACH
      * draft-stop control (draftstp.tab) and the accessible-format
      * registry (accfmt.tab) were flat files SETMB2000 loaded whole
      * into tables that stopped short at 20,000 or 50,000 rows.
      * they are replaced by the keyed account-attribute file
      * (acctattr.kdx), one record per client and account, and this
      * step carries the old lists onto it.  only the accessible-
      * format registry carries a client (0nnn, which becomes the
      * .set's nnn + space); the others do not, so each of their
      * accounts is given the client it bills under on the .set
      * files named on the command line - name every client's
      * current .set so every row finds its loan:
      *
      *   attrconv1 "report set [set ...]"
      *
      * counts are merged as the higher of the two and flags are
      * only ever set, never cleared, so a second run, or a run
      * after EBRET1, ACSNIXIE1 or ACHRET1 have already posted, or
      * after a format has been registered through CTLMAINT1, changes
      * nothing it has already carried.  a row that cannot be
      * converted - not numeric, or its account on none of the .set
      * files given - is listed on the report and fails the step;
      * none is dropped.  the old files are left where they are
      * until the report is clean
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * a client's .set - read only for account and client
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS IN1-STATUS.
      * the old e-bill paper-reversion list - one account per row
           SELECT EBR-FILE  ASSIGN TO DYNAMIC EBR-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS EBR-STATUS.
      * the old e-bill bounce history - account, bounces, reverted
           SELECT BHS-FILE  ASSIGN TO DYNAMIC BHS-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS BHS-STATUS.
      * the old returned-mail list - account, returns, flag
           SELECT MSP-FILE  ASSIGN TO DYNAMIC MSP-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS MSP-STATUS.
      * the old draft-stop control - account, returns, last return,
      * flag and stop date
           SELECT DSP-FILE  ASSIGN TO DYNAMIC DSP-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS DSP-STATUS.
      * the old accessible-format registry - client, account,
      * format and registration date
           SELECT ACF-FILE  ASSIGN TO DYNAMIC ACF-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS ACF-STATUS.
      * the keyed account-attribute file
           SELECT ACCTATTR-FILE ASSIGN TO DYNAMIC AA-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AA-KEY
                  FILE STATUS IS AA-STATUS.
      * the conversion report
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * work file - the .set accounts in account order for the
      * SEARCH ALL lookup
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
       FD  EBR-FILE
           RECORD CONTAINS 13 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EBR-REC.
       01  EBR-REC.
           05  EBR-REC-ACCOUNT         PIC X(13).

       FD  BHS-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BHS-REC.
       01  BHS-REC.
           05  BHS-REC-ACCOUNT         PIC X(13).
           05  BHS-REC-BOUNCES         PIC X(3).
           05  BHS-REC-REVERTED        PIC X(1).
           05  FILLER                  PIC X(3).

       FD  MSP-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MSP-REC.
       01  MSP-REC.
           05  MSP-REC-ACCOUNT         PIC X(13).
           05  MSP-REC-RETURNS         PIC X(3).
           05  MSP-REC-FLAG            PIC X(1).
           05  FILLER                  PIC X(3).

       FD  DSP-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DSP-REC.
       01  DSP-REC.
           05  DSP-REC-ACCOUNT         PIC X(13).
           05  DSP-REC-RETURNS         PIC X(3).
           05  DSP-REC-LAST-CODE       PIC X(3).
           05  DSP-REC-LAST-DATE       PIC X(8).
           05  DSP-REC-FLAG            PIC X(1).
           05  DSP-REC-STOP-DATE       PIC X(8).
           05  FILLER                  PIC X(4).

       FD  ACF-FILE
           RECORD CONTAINS 26 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ACF-REC.
       01  ACF-REC.
           05  ACF-REC-CLIENT          PIC X(4).
           05  ACF-REC-ACCOUNT         PIC X(13).
           05  ACF-REC-FORMAT          PIC X(1).
           05  ACF-REC-REG-DATE        PIC X(8).

      * same layout as SETMB2000's ACCTATTR-FILE
       FD  ACCTATTR-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AA-REC.
       01  AA-REC.
           05  AA-KEY.
               10  AA-CLIENT           PIC X(4).
               10  AA-ACCOUNT          PIC 9(13).
           05  AA-EBILL-REVERT.
               10  AA-EBR-FLAG         PIC X(1).
                   88  AA-EBR-REVERTED           VALUE 'Y'.
               10  AA-EBR-BOUNCES      PIC 9(3).
               10  AA-EBR-SOURCE       PIC X(8).
               10  AA-EBR-EFF-DATE     PIC 9(8).
               10  AA-EBR-UPD-DATE     PIC 9(8).
           05  AA-MAIL-SUPP.
               10  AA-MSP-FLAG         PIC X(1).
                   88  AA-MSP-SUPPRESSED         VALUE 'S'.
               10  AA-MSP-RETURNS      PIC 9(3).
               10  AA-MSP-SOURCE       PIC X(8).
               10  AA-MSP-EFF-DATE     PIC 9(8).
               10  AA-MSP-UPD-DATE     PIC 9(8).
           05  AA-LAST-SOURCE          PIC X(8).
           05  AA-LAST-UPDATE          PIC 9(8).
           05  AA-ACCFMT.
               10  AA-ACF-FORMAT       PIC X(1).
                   88  AA-ACF-LARGE-PRINT        VALUE 'L'.
                   88  AA-ACF-BRAILLE            VALUE 'B'.
               10  AA-ACF-SOURCE       PIC X(8).
               10  AA-ACF-REG-DATE     PIC 9(8).
               10  AA-ACF-UPD-DATE     PIC 9(8).
           05  AA-DRAFT-STOP.
               10  AA-DSP-FLAG         PIC X(1).
                   88  AA-DSP-STOPPED            VALUE 'S'.
               10  AA-DSP-RETURNS      PIC 9(3).
               10  AA-DSP-SOURCE       PIC X(8).
               10  AA-DSP-EFF-DATE     PIC 9(8).
               10  AA-DSP-UPD-DATE     PIC 9(8).
               10  AA-DSP-LAST-CODE    PIC X(3).
               10  AA-DSP-LAST-DATE    PIC 9(8).
           05  FILLER                  PIC X(147).

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
      *
       WORKING-STORAGE SECTION.
      *
       01  VARIABLES.
           05  IN1-PATH.
               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 IN1-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  EBR-PATH                PIC X(40)
               VALUE '/users/public/ebillrev.tab'.
           05  BHS-PATH                PIC X(40)
               VALUE '/users/public/ebounce.tab'.
           05  MSP-PATH                PIC X(40)
               VALUE '/users/public/mailsupp.tab'.
           05  DSP-PATH                PIC X(40)
               VALUE '/users/public/draftstp.tab'.
           05  ACF-PATH                PIC X(40)
               VALUE '/users/public/accfmt.tab'.
           05  AA-PATH                 PIC X(40)
               VALUE '/users/public/acctattr.kdx'.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  EBR-STATUS              PIC X(2)  VALUE SPACES.
           05  BHS-STATUS              PIC X(2)  VALUE SPACES.
           05  MSP-STATUS              PIC X(2)  VALUE SPACES.
           05  DSP-STATUS              PIC X(2)  VALUE SPACES.
           05  ACF-STATUS              PIC X(2)  VALUE SPACES.
           05  AA-STATUS               PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(400).
           05  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           05  SET-CTR                 PIC 9(7)  VALUE 0.
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  EBR-CTR                 PIC 9(7)  VALUE 0.
           05  BHS-CTR                 PIC 9(7)  VALUE 0.
           05  MSP-CTR                 PIC 9(7)  VALUE 0.
           05  DSP-CTR                 PIC 9(7)  VALUE 0.
           05  ACF-CTR                 PIC 9(7)  VALUE 0.
           05  ADDED-CTR               PIC 9(7)  VALUE 0.
           05  UPDATED-CTR             PIC 9(7)  VALUE 0.
           05  UNCHANGED-CTR           PIC 9(7)  VALUE 0.
           05  NOTONSET-CTR            PIC 9(7)  VALUE 0.
           05  REJECT-CTR              PIC 9(7)  VALUE 0.
           05  MULTI-CTR               PIC 9(7)  VALUE 0.
           05  FAIL-CTR                PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  SRT-EOF-SW              PIC 9(1)  VALUE 0.
           05  CNV-EOF-SW              PIC 9(1)  VALUE 0.
           05  AC-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  AC-FOUND                      VALUE 'Y'.
           05  AA-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  AA-FOUND                      VALUE 'Y'.
           05  AA-CHANGED-SW           PIC X(1)  VALUE 'N'.
               88  AA-CHANGED                    VALUE 'Y'.
           05  WS-SET-SUB              PIC S9(4) COMP VALUE 0.
           05  WS-ACCOUNT              PIC 9(13) VALUE 0.
           05  WS-COUNT                PIC 9(3)  VALUE 0.
           05  WS-CLIENT               PIC X(4)  VALUE SPACES.
           05  WS-PREV-ACCOUNT         PIC 9(13) VALUE 0.
           05  WS-PREV-CLIENT          PIC X(4)  VALUE SPACES.
           05  WS-SRC-FILE             PIC X(12) VALUE SPACES.
           05  WS-SRC-ROW              PIC X(40) VALUE SPACES.
           05  WS-REJECT-TEXT          PIC X(20)
               VALUE 'ROW NOT NUMERIC'.

      *
      * the .set files named on the command line
      *
       01  SET-NAME-TABLE.
           05  WS-SET-NAME             PIC X(64) OCCURS 10 TIMES.

      *
      * every .set account with the client it bills under, binary-
      * searched by account; a table past capacity is a hard stop -
      * an account dropped here would be reported as on no .set
      *
       01  WS-AC-COUNT                 PIC S9(8) COMP VALUE 0.
       01  ACCOUNT-TABLE.
           05  AC-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-AC-COUNT
                   ASCENDING KEY IS AC-ACCOUNT
                   INDEXED BY AC-IDX.
               10  AC-ACCOUNT          PIC 9(13).
               10  AC-CLIENT           PIC X(4).
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           MOVE SPACES                 TO SET-NAME-TABLE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO OUT-NAME
                    WS-SET-NAME (1) WS-SET-NAME (2) WS-SET-NAME (3)
                    WS-SET-NAME (4) WS-SET-NAME (5) WS-SET-NAME (6)
                    WS-SET-NAME (7) WS-SET-NAME (8) WS-SET-NAME (9)
                    WS-SET-NAME (10).
           DISPLAY '* * * * B E G I N   A T T R C O N V 1 . C B L'
               UPON CRT AT 1401.
           IF OUT-NAME = SPACES OR WS-SET-NAME (1) = SPACES
               DISPLAY '!!!! ENTER REPORT FILE AND ONE OR MORE SET'
                   UPON CRT AT 2301
               DISPLAY '!!!!   FILES ON COMMAND LINE'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT OUT-FILE.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ACCOUNT SRT-CLIENT
               INPUT PROCEDURE IS RELEASE-SET-ACCOUNTS
                   THRU RELEASE-SET-ACCOUNTS-EXIT
               OUTPUT PROCEDURE IS LOAD-ACCOUNT-TABLE
                   THRU LOAD-ACCOUNT-EXIT.
      * the first run there is no attribute file yet - create it
           OPEN I-O ACCTATTR-FILE.
           IF AA-STATUS = '35'
               OPEN OUTPUT ACCTATTR-FILE
               CLOSE ACCTATTR-FILE
               OPEN I-O ACCTATTR-FILE.
           IF AA-STATUS NOT = '00'
               DISPLAY '!!!! CANNOT OPEN ACCOUNT ATTRIBUTES - STATUS'
                   UPON CRT AT 2301
               DISPLAY AA-STATUS UPON CRT AT 2345
               DISPLAY AA-PATH UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM CONVERT-EBILLREV THRU CONVERT-EBILLREV-EXIT.
           PERFORM CONVERT-EBOUNCE THRU CONVERT-EBOUNCE-EXIT.
           PERFORM CONVERT-MAILSUPP THRU CONVERT-MAILSUPP-EXIT.
           PERFORM CONVERT-DRAFTSTOP THRU CONVERT-DRAFTSTOP-EXIT.
           PERFORM CONVERT-ACCFMT THRU CONVERT-ACCFMT-EXIT.
           CLOSE ACCTATTR-FILE.
           PERFORM END-RTN.

       RELEASE-SET-ACCOUNTS.
           PERFORM RELEASE-ONE-SET THRU RELEASE-ONE-SET-EXIT
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > 10.
       RELEASE-SET-ACCOUNTS-EXIT.
           EXIT.

       RELEASE-ONE-SET.
           IF WS-SET-NAME (WS-SET-SUB) = SPACES
               GO TO RELEASE-ONE-SET-EXIT.
           MOVE WS-SET-NAME (WS-SET-SUB) TO IN1-NAME.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! SET FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ADD 1                       TO SET-CTR.
           MOVE 0                      TO EOF-SW.
           PERFORM READ-SET-REC.
           PERFORM UNTIL EOF-SW = 1
               MOVE MB-ACCOUNT         TO SRT-ACCOUNT
               MOVE MB-CLIENT          TO SRT-CLIENT
               RELEASE SORT-REC
               PERFORM READ-SET-REC
           END-PERFORM.
           CLOSE IN1-FILE.
       RELEASE-ONE-SET-EXIT.
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

      *
      * the same account billing under two clients cannot be given
      * a single client from an account-only row - it is reported
      * and breaks the run, and converts under the first client
      *
       LOAD-ACCOUNT-TABLE.
           MOVE 0                      TO SRT-EOF-SW.
           PERFORM UNTIL SRT-EOF-SW = 1
               RETURN SORT-FILE
                   AT END
                       MOVE 1          TO SRT-EOF-SW
                   NOT AT END
                       PERFORM LOAD-ONE-ACCOUNT
                           THRU LOAD-ONE-ACCOUNT-EXIT
               END-RETURN
           END-PERFORM.
       LOAD-ACCOUNT-EXIT.
           EXIT.

       LOAD-ONE-ACCOUNT.
           IF WS-AC-COUNT > 0 AND SRT-ACCOUNT = WS-PREV-ACCOUNT
               IF SRT-CLIENT NOT = WS-PREV-CLIENT
                   ADD 1               TO MULTI-CTR
                   MOVE SPACES         TO OUT-REC
                   STRING 'MULTICLNT  '  DELIMITED BY SIZE
                          SRT-ACCOUNT    DELIMITED BY SIZE
                          '  BILLS UNDER CLIENT '
                                         DELIMITED BY SIZE
                          WS-PREV-CLIENT DELIMITED BY SIZE
                          'AND '         DELIMITED BY SIZE
                          SRT-CLIENT     DELIMITED BY SIZE
                          '- CONVERTED UNDER '
                                         DELIMITED BY SIZE
                          WS-PREV-CLIENT DELIMITED BY SIZE
                       INTO OUT-REC
                   WRITE OUT-REC
                   MOVE SRT-CLIENT     TO WS-PREV-CLIENT
               END-IF
               GO TO LOAD-ONE-ACCOUNT-EXIT.
           MOVE SRT-ACCOUNT            TO WS-PREV-ACCOUNT.
           MOVE SRT-CLIENT             TO WS-PREV-CLIENT.
           IF WS-AC-COUNT NOT < 100000
               DISPLAY '!!!! SET ACCOUNT TABLE FULL -'
                   UPON CRT AT 2301
               DISPLAY '!!!!   CONVERSION INCOMPLETE, STOP'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ADD 1                       TO WS-AC-COUNT.
           SET AC-IDX TO WS-AC-COUNT.
           MOVE SRT-ACCOUNT            TO AC-ACCOUNT (AC-IDX).
           MOVE SRT-CLIENT             TO AC-CLIENT (AC-IDX).
       LOAD-ONE-ACCOUNT-EXIT.
           EXIT.

      *
      * each old file is optional - a site that never ran EBRET1,
      * ACSNIXIE1 or ACHRET1, or never registered a format, has
      * nothing of that kind to carry
      *
       CONVERT-EBILLREV.
           MOVE 'EBILLREV.TAB'         TO WS-SRC-FILE.
           OPEN INPUT EBR-FILE.
           IF EBR-STATUS = '35'
               PERFORM WRITE-NOFILE-LINE
               GO TO CONVERT-EBILLREV-EXIT.
           IF EBR-STATUS NOT = '00'
               PERFORM OLD-FILE-OPEN-FAILED.
           MOVE 0                      TO CNV-EOF-SW.
           PERFORM READ-EBR-REC.
           PERFORM UNTIL CNV-EOF-SW = 1
               PERFORM CONVERT-ONE-EBR THRU CONVERT-ONE-EBR-EXIT
               PERFORM READ-EBR-REC
           END-PERFORM.
           CLOSE EBR-FILE.
       CONVERT-EBILLREV-EXIT.
           EXIT.

       READ-EBR-REC.
           READ EBR-FILE AT END MOVE 1 TO CNV-EOF-SW.
           IF CNV-EOF-SW = 0
               ADD 1                   TO EBR-CTR.

       CONVERT-ONE-EBR.
           MOVE EBR-REC                TO WS-SRC-ROW.
           IF EBR-REC-ACCOUNT NOT NUMERIC
               PERFORM WRITE-REJECT-LINE
               GO TO CONVERT-ONE-EBR-EXIT.
           MOVE EBR-REC-ACCOUNT        TO WS-ACCOUNT.
           PERFORM FIND-ACCOUNT-ENTRY.
           IF NOT AC-FOUND
               PERFORM WRITE-NOTONSET-LINE
               GO TO CONVERT-ONE-EBR-EXIT.
           PERFORM READ-ACCT-ATTR.
           IF NOT AA-EBR-REVERTED
               MOVE 'Y'                TO AA-EBR-FLAG
               MOVE WS-RUN-DATE        TO AA-EBR-EFF-DATE
               PERFORM MARK-EBR-CHANGED.
           PERFORM POST-ACCT-ATTR.
       CONVERT-ONE-EBR-EXIT.
           EXIT.

       CONVERT-EBOUNCE.
           MOVE 'EBOUNCE.TAB'          TO WS-SRC-FILE.
           OPEN INPUT BHS-FILE.
           IF BHS-STATUS = '35'
               PERFORM WRITE-NOFILE-LINE
               GO TO CONVERT-EBOUNCE-EXIT.
           IF BHS-STATUS NOT = '00'
               PERFORM OLD-FILE-OPEN-FAILED.
           MOVE 0                      TO CNV-EOF-SW.
           PERFORM READ-BHS-REC.
           PERFORM UNTIL CNV-EOF-SW = 1
               PERFORM CONVERT-ONE-BHS THRU CONVERT-ONE-BHS-EXIT
               PERFORM READ-BHS-REC
           END-PERFORM.
           CLOSE BHS-FILE.
       CONVERT-EBOUNCE-EXIT.
           EXIT.

       READ-BHS-REC.
           READ BHS-FILE AT END MOVE 1 TO CNV-EOF-SW.
           IF CNV-EOF-SW = 0
               ADD 1                   TO BHS-CTR.

       CONVERT-ONE-BHS.
           MOVE BHS-REC                TO WS-SRC-ROW.
           IF BHS-REC-ACCOUNT NOT NUMERIC
           OR BHS-REC-BOUNCES NOT NUMERIC
               PERFORM WRITE-REJECT-LINE
               GO TO CONVERT-ONE-BHS-EXIT.
           MOVE BHS-REC-ACCOUNT        TO WS-ACCOUNT.
           PERFORM FIND-ACCOUNT-ENTRY.
           IF NOT AC-FOUND
               PERFORM WRITE-NOTONSET-LINE
               GO TO CONVERT-ONE-BHS-EXIT.
           PERFORM READ-ACCT-ATTR.
           MOVE BHS-REC-BOUNCES        TO WS-COUNT.
           IF WS-COUNT > AA-EBR-BOUNCES
               MOVE WS-COUNT           TO AA-EBR-BOUNCES
               PERFORM MARK-EBR-CHANGED.
           IF BHS-REC-REVERTED = 'Y' AND NOT AA-EBR-REVERTED
               MOVE 'Y'                TO AA-EBR-FLAG
               MOVE WS-RUN-DATE        TO AA-EBR-EFF-DATE
               PERFORM MARK-EBR-CHANGED.
           PERFORM POST-ACCT-ATTR.
       CONVERT-ONE-BHS-EXIT.
           EXIT.

       CONVERT-MAILSUPP.
           MOVE 'MAILSUPP.TAB'         TO WS-SRC-FILE.
           OPEN INPUT MSP-FILE.
           IF MSP-STATUS = '35'
               PERFORM WRITE-NOFILE-LINE
               GO TO CONVERT-MAILSUPP-EXIT.
           IF MSP-STATUS NOT = '00'
               PERFORM OLD-FILE-OPEN-FAILED.
           MOVE 0                      TO CNV-EOF-SW.
           PERFORM READ-MSP-REC.
           PERFORM UNTIL CNV-EOF-SW = 1
               PERFORM CONVERT-ONE-MSP THRU CONVERT-ONE-MSP-EXIT
               PERFORM READ-MSP-REC
           END-PERFORM.
           CLOSE MSP-FILE.
       CONVERT-MAILSUPP-EXIT.
           EXIT.

       READ-MSP-REC.
           READ MSP-FILE AT END MOVE 1 TO CNV-EOF-SW.
           IF CNV-EOF-SW = 0
               ADD 1                   TO MSP-CTR.

       CONVERT-ONE-MSP.
           MOVE MSP-REC                TO WS-SRC-ROW.
           IF MSP-REC-ACCOUNT NOT NUMERIC
           OR MSP-REC-RETURNS NOT NUMERIC
               PERFORM WRITE-REJECT-LINE
               GO TO CONVERT-ONE-MSP-EXIT.
           MOVE MSP-REC-ACCOUNT        TO WS-ACCOUNT.
           PERFORM FIND-ACCOUNT-ENTRY.
           IF NOT AC-FOUND
               PERFORM WRITE-NOTONSET-LINE
               GO TO CONVERT-ONE-MSP-EXIT.
           PERFORM READ-ACCT-ATTR.
           MOVE MSP-REC-RETURNS        TO WS-COUNT.
           IF WS-COUNT > AA-MSP-RETURNS
               MOVE WS-COUNT           TO AA-MSP-RETURNS
               PERFORM MARK-MSP-CHANGED.
           IF MSP-REC-FLAG = 'S' AND NOT AA-MSP-SUPPRESSED
               MOVE 'S'                TO AA-MSP-FLAG
               MOVE WS-RUN-DATE        TO AA-MSP-EFF-DATE
               PERFORM MARK-MSP-CHANGED.
           PERFORM POST-ACCT-ATTR.
       CONVERT-ONE-MSP-EXIT.
           EXIT.

       CONVERT-DRAFTSTOP.
           MOVE 'DRAFTSTP.TAB'         TO WS-SRC-FILE.
           OPEN INPUT DSP-FILE.
           IF DSP-STATUS = '35'
               PERFORM WRITE-NOFILE-LINE
               GO TO CONVERT-DRAFTSTOP-EXIT.
           IF DSP-STATUS NOT = '00'
               PERFORM OLD-FILE-OPEN-FAILED.
           MOVE 0                      TO CNV-EOF-SW.
           PERFORM READ-DSP-REC.
           PERFORM UNTIL CNV-EOF-SW = 1
               PERFORM CONVERT-ONE-DSP THRU CONVERT-ONE-DSP-EXIT
               PERFORM READ-DSP-REC
           END-PERFORM.
           CLOSE DSP-FILE.
       CONVERT-DRAFTSTOP-EXIT.
           EXIT.

       READ-DSP-REC.
           READ DSP-FILE AT END MOVE 1 TO CNV-EOF-SW.
           IF CNV-EOF-SW = 0
               ADD 1                   TO DSP-CTR.

      *
      * the higher count brings its last return with it; a record
      * written before the draft-stop block existed holds spaces
      * there and starts from a clear block
      *
       CONVERT-ONE-DSP.
           MOVE DSP-REC                TO WS-SRC-ROW.
           IF DSP-REC-ACCOUNT NOT NUMERIC
           OR DSP-REC-RETURNS NOT NUMERIC
               PERFORM WRITE-REJECT-LINE
               GO TO CONVERT-ONE-DSP-EXIT.
           MOVE DSP-REC-ACCOUNT        TO WS-ACCOUNT.
           PERFORM FIND-ACCOUNT-ENTRY.
           IF NOT AC-FOUND
               PERFORM WRITE-NOTONSET-LINE
               GO TO CONVERT-ONE-DSP-EXIT.
           PERFORM READ-ACCT-ATTR.
           IF AA-DSP-RETURNS NOT NUMERIC
               MOVE 'N'                TO AA-DSP-FLAG
               MOVE 0                  TO AA-DSP-RETURNS
                                          AA-DSP-EFF-DATE
                                          AA-DSP-UPD-DATE
                                          AA-DSP-LAST-DATE.
           MOVE DSP-REC-RETURNS        TO WS-COUNT.
           IF WS-COUNT > AA-DSP-RETURNS
               MOVE WS-COUNT           TO AA-DSP-RETURNS
               MOVE DSP-REC-LAST-CODE  TO AA-DSP-LAST-CODE
               IF DSP-REC-LAST-DATE NUMERIC
                   MOVE DSP-REC-LAST-DATE TO AA-DSP-LAST-DATE
               END-IF
               PERFORM MARK-DSP-CHANGED.
           IF DSP-REC-FLAG = 'S' AND NOT AA-DSP-STOPPED
               MOVE 'S'                TO AA-DSP-FLAG
               IF DSP-REC-STOP-DATE NUMERIC
                   MOVE DSP-REC-STOP-DATE TO AA-DSP-EFF-DATE
               ELSE
                   MOVE WS-RUN-DATE    TO AA-DSP-EFF-DATE
               END-IF
               PERFORM MARK-DSP-CHANGED.
           PERFORM POST-ACCT-ATTR.
       CONVERT-ONE-DSP-EXIT.
           EXIT.

       CONVERT-ACCFMT.
           MOVE 'ACCFMT.TAB'           TO WS-SRC-FILE.
           OPEN INPUT ACF-FILE.
           IF ACF-STATUS = '35'
               PERFORM WRITE-NOFILE-LINE
               GO TO CONVERT-ACCFMT-EXIT.
           IF ACF-STATUS NOT = '00'
               PERFORM OLD-FILE-OPEN-FAILED.
           MOVE 0                      TO CNV-EOF-SW.
           PERFORM READ-ACF-REC.
           PERFORM UNTIL CNV-EOF-SW = 1
               PERFORM CONVERT-ONE-ACF THRU CONVERT-ONE-ACF-EXIT
               PERFORM READ-ACF-REC
           END-PERFORM.
           CLOSE ACF-FILE.
       CONVERT-ACCFMT-EXIT.
           EXIT.

       READ-ACF-REC.
           READ ACF-FILE AT END MOVE 1 TO CNV-EOF-SW.
           IF CNV-EOF-SW = 0
               ADD 1                   TO ACF-CTR.

      *
      * the registry's client is 0nnn; the attribute key carries it
      * as on the .set.  a format already on the record - registered
      * since, or the borrower's other row carried first - stands
      *
       CONVERT-ONE-ACF.
           MOVE ACF-REC                TO WS-SRC-ROW.
           IF ACF-REC-ACCOUNT NOT NUMERIC
           OR ACF-REC-CLIENT (1:1) NOT = '0'
           OR ACF-REC-CLIENT (2:3) NOT NUMERIC
               PERFORM WRITE-REJECT-LINE
               GO TO CONVERT-ONE-ACF-EXIT.
           IF ACF-REC-FORMAT NOT = 'L' AND NOT = 'B'
               MOVE 'FORMAT NOT L/B'   TO WS-REJECT-TEXT
               PERFORM WRITE-REJECT-LINE
               GO TO CONVERT-ONE-ACF-EXIT.
           MOVE ACF-REC-ACCOUNT        TO WS-ACCOUNT.
           MOVE SPACES                 TO WS-CLIENT.
           MOVE ACF-REC-CLIENT (2:3)   TO WS-CLIENT (1:3).
           PERFORM READ-ACCT-ATTR.
           IF NOT AA-ACF-LARGE-PRINT AND NOT AA-ACF-BRAILLE
               MOVE ACF-REC-FORMAT     TO AA-ACF-FORMAT
               IF ACF-REC-REG-DATE NUMERIC
                   MOVE ACF-REC-REG-DATE TO AA-ACF-REG-DATE
               ELSE
                   MOVE WS-RUN-DATE    TO AA-ACF-REG-DATE
               END-IF
               PERFORM MARK-ACF-CHANGED.
           PERFORM POST-ACCT-ATTR.
       CONVERT-ONE-ACF-EXIT.
           EXIT.

       OLD-FILE-OPEN-FAILED.
           DISPLAY '!!!! OLD CONTROL FILE OPEN FAILED -'
               UPON CRT AT 2301.
           DISPLAY WS-SRC-FILE UPON CRT AT 2401.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.

       FIND-ACCOUNT-ENTRY.
           MOVE 'N'                    TO AC-FOUND-SW.
           IF WS-AC-COUNT > 0
               SEARCH ALL AC-ENTRY
                   AT END
                       MOVE 'N'        TO AC-FOUND-SW
                   WHEN AC-ACCOUNT (AC-IDX) = WS-ACCOUNT
                       MOVE 'Y'        TO AC-FOUND-SW
                       MOVE AC-CLIENT (AC-IDX) TO WS-CLIENT
               END-SEARCH.

      *
      * an account with no attribute record yet starts from a clean
      * one - no flag, no count
      *
       READ-ACCT-ATTR.
           MOVE 'N'                    TO AA-CHANGED-SW.
           MOVE WS-CLIENT              TO AA-CLIENT.
           MOVE WS-ACCOUNT             TO AA-ACCOUNT.
           MOVE 'Y'                    TO AA-FOUND-SW.
           READ ACCTATTR-FILE KEY IS AA-KEY
               INVALID KEY
                   MOVE 'N'            TO AA-FOUND-SW
           END-READ.
           IF NOT AA-FOUND
               MOVE SPACES             TO AA-REC
               MOVE WS-CLIENT          TO AA-CLIENT
               MOVE WS-ACCOUNT         TO AA-ACCOUNT
               MOVE 'N'                TO AA-EBR-FLAG
               MOVE 'N'                TO AA-MSP-FLAG
               MOVE 'N'                TO AA-ACF-FORMAT
               MOVE 'N'                TO AA-DSP-FLAG
               MOVE 0                  TO AA-EBR-BOUNCES
                                          AA-EBR-EFF-DATE
                                          AA-EBR-UPD-DATE
                                          AA-MSP-RETURNS
                                          AA-MSP-EFF-DATE
                                          AA-MSP-UPD-DATE
                                          AA-ACF-REG-DATE
                                          AA-ACF-UPD-DATE
                                          AA-DSP-RETURNS
                                          AA-DSP-EFF-DATE
                                          AA-DSP-UPD-DATE
                                          AA-DSP-LAST-DATE
                                          AA-LAST-UPDATE.

       MARK-EBR-CHANGED.
           MOVE 'Y'                    TO AA-CHANGED-SW.
           MOVE 'CONVERT'              TO AA-EBR-SOURCE.
           MOVE WS-RUN-DATE            TO AA-EBR-UPD-DATE.

       MARK-MSP-CHANGED.
           MOVE 'Y'                    TO AA-CHANGED-SW.
           MOVE 'CONVERT'              TO AA-MSP-SOURCE.
           MOVE WS-RUN-DATE            TO AA-MSP-UPD-DATE.

       MARK-DSP-CHANGED.
           MOVE 'Y'                    TO AA-CHANGED-SW.
           MOVE 'CONVERT'              TO AA-DSP-SOURCE.
           MOVE WS-RUN-DATE            TO AA-DSP-UPD-DATE.

       MARK-ACF-CHANGED.
           MOVE 'Y'                    TO AA-CHANGED-SW.
           MOVE 'CONVERT'              TO AA-ACF-SOURCE.
           MOVE WS-RUN-DATE            TO AA-ACF-UPD-DATE.

      *
      * a row already carried, by this step or by the programs that
      * now post directly, leaves the record and its source alone
      *
       POST-ACCT-ATTR.
           IF NOT AA-CHANGED
               ADD 1                   TO UNCHANGED-CTR
           ELSE
               MOVE 'CONVERT'          TO AA-LAST-SOURCE
               MOVE WS-RUN-DATE        TO AA-LAST-UPDATE
               IF AA-FOUND
                   REWRITE AA-REC
                       INVALID KEY
                           PERFORM WRITE-FAILED-LINE
                       NOT INVALID KEY
                           ADD 1       TO UPDATED-CTR
                   END-REWRITE
               ELSE
                   WRITE AA-REC
                       INVALID KEY
                           PERFORM WRITE-FAILED-LINE
                       NOT INVALID KEY
                           ADD 1       TO ADDED-CTR
                   END-WRITE
               END-IF
           END-IF.

       WRITE-NOFILE-LINE.
           MOVE SPACES                 TO OUT-REC.
           STRING 'NOFILE     '         DELIMITED BY SIZE
                  WS-SRC-FILE           DELIMITED BY SIZE
                  '  NOT PRESENT - NOTHING TO CONVERT'
                                        DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       WRITE-REJECT-LINE.
           ADD 1                       TO REJECT-CTR.
           MOVE SPACES                 TO OUT-REC.
           STRING 'REJECTED   '         DELIMITED BY SIZE
                  WS-SRC-FILE           DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-REJECT-TEXT        DELIMITED BY '  '
                  ' - '                 DELIMITED BY SIZE
                  WS-SRC-ROW            DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE 'ROW NOT NUMERIC'      TO WS-REJECT-TEXT.

       WRITE-NOTONSET-LINE.
           ADD 1                       TO NOTONSET-CTR.
           MOVE SPACES                 TO OUT-REC.
           STRING 'NOTONSET   '         DELIMITED BY SIZE
                  WS-SRC-FILE           DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-SRC-ROW            DELIMITED BY SIZE
                  '  ACCOUNT ON NO SET GIVEN - NOT CONVERTED'
                                        DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       WRITE-FAILED-LINE.
           ADD 1                       TO FAIL-CTR.
           MOVE SPACES                 TO OUT-REC.
           STRING 'NOTPOSTED  '         DELIMITED BY SIZE
                  WS-SRC-FILE           DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-SRC-ROW            DELIMITED BY SIZE
                  '  ATTRIBUTE UPDATE FAILED - STATUS '
                                        DELIMITED BY SIZE
                  AA-STATUS             DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR ATTRCONV1' UPON CRT AT 0915.
           DISPLAY SET-CTR  'SET FILES READ            =' UPON CRT
               AT 1025.
           DISPLAY REC-CTR  'SET LOANS READ            =' UPON CRT
               AT 1125.
           DISPLAY EBR-CTR  'EBILLREV ROWS READ        =' UPON CRT
               AT 1225.
           DISPLAY BHS-CTR  'EBOUNCE ROWS READ         =' UPON CRT
               AT 1325.
           DISPLAY MSP-CTR  'MAILSUPP ROWS READ        =' UPON CRT
               AT 1425.
           DISPLAY DSP-CTR  'DRAFTSTP ROWS READ        =' UPON CRT
               AT 1525.
           DISPLAY ACF-CTR  'ACCFMT ROWS READ          =' UPON CRT
               AT 1625.
           DISPLAY ADDED-CTR 'ATTRIBUTE RECORDS ADDED  =' UPON CRT
               AT 1725.
           DISPLAY UPDATED-CTR 'ATTRIBUTE RECORDS UPDTD=' UPON CRT
               AT 1825.
           DISPLAY UNCHANGED-CTR 'ROWS ALREADY CARRIED  =' UPON CRT
               AT 1925.
           DISPLAY NOTONSET-CTR 'ROWS ON NO SET GIVEN   =' UPON CRT
               AT 2025.
           DISPLAY REJECT-CTR 'ROWS REJECTED            =' UPON CRT
               AT 2125.
           DISPLAY MULTI-CTR 'ACCOUNTS UNDER 2 CLIENTS  =' UPON CRT
               AT 2225.
           DISPLAY FAIL-CTR 'ATTRIBUTE UPDATES FAILED  =' UPON CRT
               AT 2325.
           IF NOTONSET-CTR NOT = 0 OR REJECT-CTR NOT = 0
           OR MULTI-CTR NOT = 0 OR FAIL-CTR NOT = 0
               MOVE 8                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE OUT-FILE.
           STOP RUN.
