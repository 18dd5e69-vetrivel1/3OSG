       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACHRET1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * ACH return-file ingestion for the drafts ACHDRAFT1
      * originates - returns (insufficient funds, account closed,
      * unauthorized) used to come back from the bank on paper and
      * get worked off a printout days later.  this step reads the
      * bank's return file and matches each return to the draft it
      * returns, on account and draft date, in the settlement files
      * ACHDRAFT1 wrote (named on a draft list, newest last).  for
      * every matched return it
      *   - writes a payment-reversal transaction, and an NSF fee
      *     transaction where the return code carries a fee on the
      *     return-code control (achret.tab), for the servicer
      *   - appends the return to the permanent return history
      *   - rolls the account's return count forward on the keyed
      *     account-attribute file (acctattr.kdx), flagging the
      *     account's drafting stopped once the count reaches the
      *     threshold, or at once for an unauthorized-debit return
      *     (R05, R07, R10, R29, R51); SETMB2000 and ACHDRAFT1 both
      *     read the flag by key and draft nothing for a stopped
      *     account
      *   - writes the borrower's return notice data off the
      *     night's .set so the letter goes out the same night, and
      *     logs the notice to the correspondence history
      * the attribute key is client and account, and the client
      * comes off the .set - a return whose account is not on the
      * night's .set is reversed and reported but neither noticed
      * nor counted, and fails the step so it is worked by hand.
      * a return already on the history is not posted twice, so a
      * rerun of the same bank file does no harm.  a return that
      * matches no draft is reported and posts nothing.  the
      * servicer's transaction file is logged to the transmission
      * registry
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the night's .set - client and mailing block for the notices
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS IN1-STATUS.
      * the bank's ACH return file
           SELECT RET-FILE  ASSIGN TO DYNAMIC RET-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS RET-STATUS.
      * the draft list - one line per ACHDRAFT1 settlement file
      * still inside the return window
           SELECT LST-FILE  ASSIGN TO DYNAMIC LST-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS LST-STATUS.
      * whichever listed settlement file is being read
           SELECT DRF-FILE  ASSIGN TO DYNAMIC DRF-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS DRF-STATUS.
      * return-code control - the NSF fee each code draws
           SELECT ARC-FILE  ASSIGN TO DYNAMIC ARC-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS ARC-STATUS.
      * the account-attribute file SETMB2000 reads by key - the
      * return count, last return and stopped flag are updated in
      * place, one account at a time
           SELECT ACCTATTR-FILE ASSIGN TO DYNAMIC AA-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AA-KEY
                  FILE STATUS IS AA-STATUS.
      * the permanent return history - created on the first run
           SELECT OPTIONAL HST-FILE ASSIGN TO DYNAMIC HST-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS HST-STATUS-CD.
      * reversal and NSF fee transactions for the servicer
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the borrower return-notice data stream for the print job
           SELECT NTC-FILE  ASSIGN TO DYNAMIC NTC-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the returns report
           SELECT RPT-FILE ASSIGN TO DYNAMIC RPT-PATH
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
           RECORD CONTAINS 2116 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MB-REC.
       copy '/users/devel/mb2000.cbl'.
      *
      * one return per record - the account and draft date exactly
      * as ACHDRAFT1 originated them, the amount returned, the NACHA
      * return reason code and the date the bank returned it
      *
       FD  RET-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RET-REC.
       01  RET-REC.
           05  RET-ACCOUNT             PIC X(13).
           05  RET-DRAFT-DATE          PIC X(8).
           05  RET-AMOUNT              PIC 9(9)V99.
           05  RET-CODE                PIC X(3).
           05  RET-RETURN-DATE         PIC X(8).
           05  RET-TRACE               PIC X(15).
           05  FILLER                  PIC X(42).

       FD  LST-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LST-REC.
       01  LST-REC.
           05  LST-DRF-NAME            PIC X(64).
           05  FILLER                  PIC X(16).

       FD DRF-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DRF-REC.
       01 DRF-REC                      PIC X(80).

       FD  ARC-FILE
           RECORD CONTAINS 32 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ARC-REC.
       01  ARC-REC.
           05  ARC-REC-CODE            PIC X(3).
           05  ARC-REC-FEE             PIC 9(3)V99.
           05  ARC-REC-DESC            PIC X(24).

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

      *
      * HST-ACTION POSTED, or STOPPED for the return that stopped
      * the account's drafting
      *
       FD  HST-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS HST-REC.
       01  HST-REC.
           05  HST-RUN-DATE            PIC 9(8).
           05  HST-ACCOUNT             PIC 9(13).
           05  HST-CLIENT              PIC X(4).
           05  HST-DRAFT-DATE          PIC 9(8).
           05  HST-AMOUNT              PIC 9(9)V99.
           05  HST-CODE                PIC X(3).
           05  HST-RETURN-DATE         PIC X(8).
           05  HST-FEE                 PIC 9(3)V99.
           05  HST-ACTION              PIC X(8).
           05  HST-RETURNS             PIC 9(3).
           05  HST-TRACE               PIC X(15).
           05  FILLER                  PIC X(14).

      *
      * TRX-TYPE REV reverses the drafted payment, NSF assesses the
      * returned-item fee
      *
       FD OUT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01 OUT-REC.
           05  TRX-CLIENT              PIC X(4).
           05  TRX-ACCOUNT             PIC 9(13).
           05  TRX-TYPE                PIC X(3).
           05  TRX-EFF-DATE            PIC X(8).
           05  TRX-AMOUNT              PIC 9(9)V99.
           05  TRX-DRAFT-DATE          PIC 9(8).
           05  TRX-RETURN-CODE         PIC X(3).
           05  FILLER                  PIC X(30).

       FD  NTC-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS NTC-REC.
       01  NTC-REC.
           05  RTN-CLIENT              PIC X(4).
           05  RTN-ACCOUNT             PIC 9(13).
           05  RTN-BILL-NAME           PIC X(60).
           05  RTN-BILL-LINE-2         PIC X(60).
           05  RTN-BILL-LINE-3         PIC X(60).
           05  RTN-BILL-CITY           PIC X(51).
           05  RTN-BILL-STATE          PIC X(2).
           05  RTN-ZIP-5               PIC X(5).
           05  RTN-ZIP-4               PIC X(4).
           05  RTN-CODE                PIC X(3).
           05  RTN-DRAFT-DATE          PIC 9(8).
           05  RTN-AMOUNT              PIC 9(9)V99.
           05  RTN-FEE                 PIC 9(3)V99.
           05  RTN-STOPPED             PIC X(1).
           05  RTN-RETURN-DATE         PIC X(8).
           05  FILLER                  PIC X(5).

       FD RPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RPT-REC.
       01 RPT-REC                      PIC X(132).
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

       01  VARIABLES.
           05  IN1-PATH.
               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 IN1-NAME             PIC X(64).
           05  RET-PATH.
               10 RET-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 RET-NAME             PIC X(64).
           05  LST-PATH.
               10 LST-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 LST-NAME             PIC X(64).
           05  DRF-PATH.
               10 DRF-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 DRF-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  NTC-PATH.
               10 NTC-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 NTC-NAME             PIC X(64).
           05  RPT-PATH.
               10 RPT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 RPT-NAME             PIC X(64).
           05  ARC-PATH                PIC X(40)
               VALUE '/users/public/achret.tab'.
           05  AA-PATH                 PIC X(40)
               VALUE '/users/public/acctattr.kdx'.
           05  CORRHIST-PATH           PIC X(40)
               VALUE '/users/public/out/corrhist.dat'.
           05  HST-PATH                PIC X(40)
               VALUE '/users/public/out/achrhist.dat'.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  RET-STATUS              PIC X(2)  VALUE SPACES.
           05  LST-STATUS              PIC X(2)  VALUE SPACES.
           05  DRF-STATUS              PIC X(2)  VALUE SPACES.
           05  ARC-STATUS              PIC X(2)  VALUE SPACES.
           05  AA-STATUS               PIC X(2)  VALUE SPACES.
           05  HST-STATUS-CD           PIC X(2)  VALUE SPACES.
           05  ARC-EOF-SW              PIC X(1)  VALUE 'N'.
               88  ARC-EOF                       VALUE 'Y'.
           05  WS-COMMAND-LINE         PIC X(100).
           05  WS-THRESHOLD-X          PIC X(3)  VALUE SPACES.
      * default return threshold - the second return on the same
      * account stops its drafting; overridable on the command line
           05  WS-THRESHOLD            PIC 9(3)  VALUE 2.
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  RET-CTR                 PIC 9(7)  VALUE 0.
           05  DRF-CTR                 PIC 9(7)  VALUE 0.
           05  FILE-CTR                PIC 9(3)  VALUE 0.
           05  MATCHED-CTR             PIC 9(7)  VALUE 0.
           05  UNMATCHED-CTR           PIC 9(7)  VALUE 0.
           05  REPEAT-CTR              PIC 9(7)  VALUE 0.
           05  REVERSAL-CTR            PIC 9(7)  VALUE 0.
           05  FEE-CTR                 PIC 9(7)  VALUE 0.
           05  NEWSTOP-CTR             PIC 9(7)  VALUE 0.
           05  NOTICE-CTR              PIC 9(7)  VALUE 0.
           05  NOTSENT-CTR             PIC 9(7)  VALUE 0.
           05  FAIL-CTR                PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  RET-EOF-SW              PIC 9(1)  VALUE 0.
           05  LST-EOF-SW              PIC 9(1)  VALUE 0.
           05  DRF-EOF-SW              PIC 9(1)  VALUE 0.
           05  HST-EOF-SW              PIC 9(1)  VALUE 0.
           05  DR-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  DR-FOUND                      VALUE 'Y'.
           05  RH-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  RH-FOUND                      VALUE 'Y'.
           05  AA-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  AA-FOUND                      VALUE 'Y'.
           05  WS-SUB                  PIC S9(4) COMP VALUE 0.
           05  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           05  WS-RUN-TIME-X           PIC X(8)  VALUE SPACES.
           05  WS-RET-ACCT             PIC 9(13) VALUE 0.
           05  WS-RET-DRAFT-DATE       PIC 9(8)  VALUE 0.
           05  WS-RET-CODE             PIC X(3)  VALUE SPACES.
               88  UNAUTHORIZED-RETURN
                   VALUE 'R05' 'R07' 'R10' 'R29' 'R51'.
           05  WS-REASON               PIC X(30) VALUE SPACES.
           05  WS-AMT-DISP             PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-FEE-DISP             PIC ZZ9.99.
      *
      * one settlement line split on its semicolons - account;
      * draft date;amount;change flag[;BIWK]
      *
           05  WS-DRF-ACCOUNT-X        PIC X(13) VALUE SPACES.
           05  WS-DRF-DATE-X           PIC X(8)  VALUE SPACES.
           05  WS-DRF-AMT-X            PIC X(13) VALUE SPACES.
           05  WS-DRF-AMT-ED REDEFINES WS-DRF-AMT-X
                                       PIC -9(9).99.
           05  WS-DRF-FLAG-X           PIC X(1)  VALUE SPACES.
           05  WS-DRF-KIND-X           PIC X(4)  VALUE SPACES.
           05  XMITREG-PATH            PIC X(40)
               VALUE '/users/public/out/xmitreg.dat'.
           05  XMIT-DATE               PIC 9(8)  VALUE 0.
           05  XMIT-TIME-X             PIC X(8)  VALUE SPACES.
           05  XMIT-REC-CTR            PIC 9(9)  VALUE 0.
           05  XMIT-HASH               PIC 9(15) VALUE 0.
           05  XMIT-TIN-CTR            PIC 9(9)  VALUE 0.

      *
      * return-code fees from achret.tab
      *
       01  RETCODE-TABLE.
           05  ARC-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-ARC-COUNT
                   INDEXED BY ARC-IDX.
               10  ARC-CODE            PIC X(3).
               10  ARC-FEE             PIC 9(3)V99.
               10  ARC-DESC            PIC X(24).
       77  WS-ARC-COUNT                PIC S9(4) COMP VALUE 0.

      *
      * the originated drafts still inside the return window
      *
       01  DRAFT-TABLE.
           05  DR-ENTRY OCCURS 1 TO 200000 TIMES
                   DEPENDING ON WS-DR-COUNT
                   INDEXED BY DR-IDX.
               10  DR-ACCOUNT          PIC 9(13).
               10  DR-DATE             PIC 9(8).
               10  DR-AMOUNT           PIC S9(9)V99 COMP-3.
       77  WS-DR-COUNT                 PIC S9(8) COMP VALUE 0.
      * the oldest draft date loaded - a return can only match a
      * draft still in the window, so history older than this is
      * never looked at
       77  WS-DR-OLDEST                PIC 9(8)  VALUE 99999999.

      *
      * returns already posted, off the history - account, draft
      * date and return code, for drafts still inside the window
      *
       01  POSTED-RETURN-TABLE.
           05  RH-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-RH-COUNT
                   INDEXED BY RH-IDX.
               10  RH-ACCOUNT          PIC 9(13).
               10  RH-DRAFT-DATE       PIC 9(8).
               10  RH-CODE             PIC X(3).
       77  WS-RH-COUNT                 PIC S9(8) COMP VALUE 0.

      *
      * this file's matched returns, held for the .set pass that
      * supplies each one's client and mailing block
      *
       01  RETURN-WORK-TABLE.
           05  RW-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-RW-COUNT
                   INDEXED BY RW-IDX.
               10  RW-ACCOUNT          PIC 9(13).
               10  RW-DRAFT-DATE       PIC 9(8).
               10  RW-AMOUNT           PIC 9(9)V99.
               10  RW-CODE             PIC X(3).
               10  RW-RETURN-DATE      PIC X(8).
               10  RW-TRACE            PIC X(15).
               10  RW-FEE              PIC 9(3)V99.
               10  RW-RETURNS          PIC 9(3).
               10  RW-STOPPED          PIC X(1).
               10  RW-CLIENT           PIC X(4).
               10  RW-DONE-SW          PIC X(1).
       77  WS-RW-COUNT                 PIC S9(4) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME RET-NAME LST-NAME OUT-NAME NTC-NAME
                    RPT-NAME WS-THRESHOLD-X.
           DISPLAY '* * * * B E G I N   A C H R E T 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR RET-NAME = SPACES
           OR LST-NAME = SPACES OR OUT-NAME = SPACES
           OR NTC-NAME = SPACES OR RPT-NAME = SPACES
               DISPLAY '!!!! ENTER SET FILE, RETURN FILE, DRAFT LIST,'
                   UPON CRT AT 2301
               DISPLAY '!!!!   TRANSACTION, NOTICE AND REPORT FILES'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           IF WS-THRESHOLD-X NUMERIC
               MOVE WS-THRESHOLD-X     TO WS-THRESHOLD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RETCODE-TABLE.
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
           OPEN INPUT LST-FILE.
           IF LST-STATUS NOT = '00'
               DISPLAY '!!!! DRAFT LIST NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY LST-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM READ-LST-REC.
           PERFORM LOAD-ONE-DRAFT-FILE THRU LOAD-ONE-DRAFT-EXIT
               UNTIL LST-EOF-SW = 1.
           CLOSE LST-FILE.
           PERFORM LOAD-POSTED-RETURNS.
           OPEN INPUT RET-FILE.
           IF RET-STATUS NOT = '00'
               DISPLAY '!!!! RETURN FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY RET-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT OUT-FILE.
           OPEN OUTPUT NTC-FILE.
           OPEN OUTPUT RPT-FILE.
           OPEN EXTEND CORRHIST-FILE.
           ACCEPT WS-RUN-TIME-X FROM TIME.
           MOVE SPACES                 TO RPT-REC.
           STRING 'ACH RETURNS - RUN '  DELIMITED BY SIZE
                  WS-RUN-DATE           DELIMITED BY SIZE
                  '  FILE '             DELIMITED BY SIZE
                  RET-NAME              DELIMITED BY SPACE
               INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM READ-RET-REC.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL RET-EOF-SW = 1.
           CLOSE RET-FILE.
           PERFORM ISSUE-RETURN-POSTINGS.
           PERFORM END-RTN.

       LOAD-RETCODE-TABLE.
      * achret.tab is an optional control file; a code not on it
      * is reversed with no fee
           OPEN INPUT ARC-FILE.
           IF ARC-STATUS NOT = '00'
               MOVE 'Y'                   TO ARC-EOF-SW
           ELSE
               PERFORM READ-ARC-REC
               PERFORM UNTIL ARC-EOF
                  IF WS-ARC-COUNT < 100
                  AND ARC-REC-FEE NUMERIC
                     ADD 1                   TO WS-ARC-COUNT
                     SET ARC-IDX TO WS-ARC-COUNT
                     MOVE ARC-REC-CODE      TO ARC-CODE (ARC-IDX)
                     MOVE ARC-REC-FEE       TO ARC-FEE (ARC-IDX)
                     MOVE ARC-REC-DESC      TO ARC-DESC (ARC-IDX)
                  END-IF
                  PERFORM READ-ARC-REC
               END-PERFORM
               CLOSE ARC-FILE.

       READ-ARC-REC.
           READ ARC-FILE AT END MOVE 'Y' TO ARC-EOF-SW.

       LOAD-POSTED-RETURNS.
           OPEN INPUT HST-FILE.
           MOVE 0                      TO HST-EOF-SW.
           PERFORM UNTIL HST-EOF-SW = 1
               READ HST-FILE
                   AT END MOVE 1       TO HST-EOF-SW
                   NOT AT END
                       IF HST-DRAFT-DATE NOT < WS-DR-OLDEST
                           MOVE HST-ACCOUNT TO WS-RET-ACCT
                           MOVE HST-DRAFT-DATE
                                       TO WS-RET-DRAFT-DATE
                           MOVE HST-CODE TO WS-RET-CODE
                           PERFORM ADD-POSTED-RETURN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HST-FILE.

      *
      * the permanent history only grows - a full table would let a
      * re-sent return post a second reversal and fee, so stop
      *
       ADD-POSTED-RETURN.
           IF WS-RH-COUNT NOT < 100000
               DISPLAY '!!!! POSTED-RETURN TABLE FULL AT 100000 -'
                   UPON CRT AT 2301
               DISPLAY '!!!!   REPEAT RETURNS WOULD POST, STOP'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ADD 1                       TO WS-RH-COUNT.
           SET RH-IDX TO WS-RH-COUNT.
           MOVE WS-RET-ACCT            TO RH-ACCOUNT (RH-IDX).
           MOVE WS-RET-DRAFT-DATE      TO RH-DRAFT-DATE (RH-IDX).
           MOVE WS-RET-CODE            TO RH-CODE (RH-IDX).

       READ-LST-REC.
           READ LST-FILE AT END MOVE 1 TO LST-EOF-SW.

       LOAD-ONE-DRAFT-FILE.
           IF LST-DRF-NAME = SPACES
               GO TO LOAD-ONE-DRAFT-NEXT.
           MOVE LST-DRF-NAME           TO DRF-NAME.
           OPEN INPUT DRF-FILE.
           IF DRF-STATUS NOT = '00'
               DISPLAY 'LISTED DRAFT FILE MISSING - SKIPPED:'
                   UPON CRT AT 2101
               DISPLAY DRF-NAME UPON CRT AT 2111
               GO TO LOAD-ONE-DRAFT-NEXT.
           ADD 1                       TO FILE-CTR.
           MOVE 0                      TO DRF-EOF-SW.
           PERFORM UNTIL DRF-EOF-SW = 1
               READ DRF-FILE
                   AT END MOVE 1       TO DRF-EOF-SW
                   NOT AT END
                       PERFORM POST-ONE-DRAFT-LINE
               END-READ
           END-PERFORM.
           CLOSE DRF-FILE.
       LOAD-ONE-DRAFT-NEXT.
           PERFORM READ-LST-REC.
       LOAD-ONE-DRAFT-EXIT.
           EXIT.

       POST-ONE-DRAFT-LINE.
           MOVE SPACES                 TO WS-DRF-ACCOUNT-X
                                          WS-DRF-DATE-X WS-DRF-AMT-X
                                          WS-DRF-FLAG-X WS-DRF-KIND-X.
           UNSTRING DRF-REC DELIMITED BY ';'
               INTO WS-DRF-ACCOUNT-X WS-DRF-DATE-X WS-DRF-AMT-X
                    WS-DRF-FLAG-X WS-DRF-KIND-X.
           IF WS-DRF-ACCOUNT-X NUMERIC
           AND WS-DRF-DATE-X NUMERIC
               IF WS-DR-COUNT < 200000
                   ADD 1               TO WS-DR-COUNT
                   ADD 1               TO DRF-CTR
                   SET DR-IDX TO WS-DR-COUNT
                   MOVE WS-DRF-ACCOUNT-X TO DR-ACCOUNT (DR-IDX)
                   MOVE WS-DRF-DATE-X  TO DR-DATE (DR-IDX)
                   MOVE WS-DRF-AMT-ED  TO DR-AMOUNT (DR-IDX)
                   IF DR-DATE (DR-IDX) < WS-DR-OLDEST
                       MOVE DR-DATE (DR-IDX) TO WS-DR-OLDEST
                   END-IF
               ELSE
                   DISPLAY '!!!! DRAFT TABLE FULL AT 200000 - STOP'
                       UPON CRT AT 2301
                   MOVE 16             TO RETURN-CODE
                   STOP RUN.

       READ-RET-REC.
           READ RET-FILE AT END MOVE 1 TO RET-EOF-SW.
           IF RET-EOF-SW = 0
               ADD 1                   TO RET-CTR.

      *
      * each return to its draft; a matched return not already on
      * the history is held for the .set pass, which counts it
      * against the account
      *
       001-MAIN.
           MOVE RET-CODE               TO WS-RET-CODE.
           IF RET-ACCOUNT NOT NUMERIC OR RET-DRAFT-DATE NOT NUMERIC
               MOVE 'ACCOUNT OR DRAFT DATE MISSING' TO WS-REASON
               PERFORM WRITE-UNMATCHED-LINE
               GO TO 001-MAIN-NEXT.
           MOVE RET-ACCOUNT            TO WS-RET-ACCT.
           MOVE RET-DRAFT-DATE         TO WS-RET-DRAFT-DATE.
           PERFORM FIND-DRAFT-ENTRY.
           IF NOT DR-FOUND
               MOVE 'NO SUCH DRAFT ORIGINATED'  TO WS-REASON
               PERFORM WRITE-UNMATCHED-LINE
               GO TO 001-MAIN-NEXT.
           IF RET-AMOUNT NOT NUMERIC
           OR RET-AMOUNT NOT = DR-AMOUNT (DR-IDX)
               MOVE 'AMOUNT DIFFERS FROM DRAFT' TO WS-REASON
               PERFORM WRITE-UNMATCHED-LINE
               GO TO 001-MAIN-NEXT.
           PERFORM FIND-POSTED-RETURN.
           IF RH-FOUND
               ADD 1                   TO REPEAT-CTR
               GO TO 001-MAIN-NEXT.
           IF WS-RW-COUNT NOT < 5000
               MOVE 'RETURN WORK TABLE FULL'    TO WS-REASON
               PERFORM WRITE-UNMATCHED-LINE
               GO TO 001-MAIN-NEXT.
           ADD 1                       TO MATCHED-CTR.
           ADD 1                       TO WS-RW-COUNT.
           SET RW-IDX TO WS-RW-COUNT.
           MOVE WS-RET-ACCT            TO RW-ACCOUNT (RW-IDX).
           MOVE WS-RET-DRAFT-DATE      TO RW-DRAFT-DATE (RW-IDX).
           MOVE RET-AMOUNT             TO RW-AMOUNT (RW-IDX).
           MOVE WS-RET-CODE            TO RW-CODE (RW-IDX).
           MOVE RET-RETURN-DATE        TO RW-RETURN-DATE (RW-IDX).
           MOVE RET-TRACE              TO RW-TRACE (RW-IDX).
           MOVE SPACES                 TO RW-CLIENT (RW-IDX).
           MOVE 'N'                    TO RW-DONE-SW (RW-IDX).
           MOVE 0                      TO RW-FEE (RW-IDX).
           MOVE 0                      TO RW-RETURNS (RW-IDX).
           MOVE SPACE                  TO RW-STOPPED (RW-IDX).
           SET ARC-IDX TO 1.
           IF WS-ARC-COUNT > 0
               SEARCH ARC-ENTRY
                   AT END CONTINUE
                   WHEN ARC-CODE (ARC-IDX) = WS-RET-CODE
                       MOVE ARC-FEE (ARC-IDX) TO RW-FEE (RW-IDX)
               END-SEARCH.
      * the same return twice in one bank file posts once
           PERFORM ADD-POSTED-RETURN.
       001-MAIN-NEXT.
           PERFORM READ-RET-REC.
       001-MAIN-EXIT.
           EXIT.

       FIND-DRAFT-ENTRY.
           MOVE 'N'                 TO DR-FOUND-SW.
           IF WS-DR-COUNT > 0
              SET DR-IDX TO 1
              SEARCH DR-ENTRY
                 AT END
                    MOVE 'N'        TO DR-FOUND-SW
                 WHEN DR-ACCOUNT (DR-IDX) = WS-RET-ACCT
                 AND  DR-DATE (DR-IDX) = WS-RET-DRAFT-DATE
                    MOVE 'Y'        TO DR-FOUND-SW
              END-SEARCH.

       FIND-POSTED-RETURN.
           MOVE 'N'                 TO RH-FOUND-SW.
           IF WS-RH-COUNT > 0
              SET RH-IDX TO 1
              SEARCH RH-ENTRY
                 AT END
                    MOVE 'N'        TO RH-FOUND-SW
                 WHEN RH-ACCOUNT (RH-IDX) = WS-RET-ACCT
                 AND  RH-DRAFT-DATE (RH-IDX) = WS-RET-DRAFT-DATE
                 AND  RH-CODE (RH-IDX) = WS-RET-CODE
                    MOVE 'Y'        TO RH-FOUND-SW
              END-SEARCH.

      *
      * the count crossing the threshold, or any unauthorized-debit
      * code, stops the account's drafting; an account already
      * stopped stays stopped with its original stop date.  an
      * account with no attribute record yet starts from a clean
      * one, and a record written before the draft-stop block
      * existed starts that block clear
      *
       POST-RETURN-COUNT.
           MOVE MB-CLIENT              TO AA-CLIENT.
           MOVE RW-ACCOUNT (RW-IDX)    TO AA-ACCOUNT.
           MOVE 'Y'                    TO AA-FOUND-SW.
           READ ACCTATTR-FILE KEY IS AA-KEY
               INVALID KEY
                   MOVE 'N'            TO AA-FOUND-SW
           END-READ.
           IF NOT AA-FOUND
               MOVE SPACES             TO AA-REC
               MOVE MB-CLIENT          TO AA-CLIENT
               MOVE RW-ACCOUNT (RW-IDX) TO AA-ACCOUNT
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
           IF AA-DSP-RETURNS NOT NUMERIC
               MOVE 'N'                TO AA-DSP-FLAG
               MOVE 0                  TO AA-DSP-RETURNS
                                          AA-DSP-EFF-DATE
                                          AA-DSP-UPD-DATE
                                          AA-DSP-LAST-DATE.
           IF AA-DSP-RETURNS < 999
               ADD 1                   TO AA-DSP-RETURNS.
           MOVE RW-CODE (RW-IDX)       TO AA-DSP-LAST-CODE.
           MOVE RW-DRAFT-DATE (RW-IDX) TO AA-DSP-LAST-DATE.
           MOVE AA-DSP-RETURNS         TO RW-RETURNS (RW-IDX).
           MOVE SPACE                  TO RW-STOPPED (RW-IDX).
           MOVE RW-CODE (RW-IDX)       TO WS-RET-CODE.
           IF NOT AA-DSP-STOPPED
               IF AA-DSP-RETURNS NOT < WS-THRESHOLD
               OR UNAUTHORIZED-RETURN
                   MOVE 'S'            TO AA-DSP-FLAG
                   MOVE WS-RUN-DATE    TO AA-DSP-EFF-DATE
                   MOVE 'S'            TO RW-STOPPED (RW-IDX)
                   ADD 1               TO NEWSTOP-CTR.
           MOVE 'ACHRET1'              TO AA-DSP-SOURCE
                                          AA-LAST-SOURCE.
           MOVE WS-RUN-DATE            TO AA-DSP-UPD-DATE
                                          AA-LAST-UPDATE.
           IF AA-FOUND
               REWRITE AA-REC
                   INVALID KEY
                       PERFORM WRITE-FAILED-LINE
               END-REWRITE
           ELSE
               WRITE AA-REC
                   INVALID KEY
                       PERFORM WRITE-FAILED-LINE
               END-WRITE.

      *
      * a count that cannot be posted is a stop ACHDRAFT1 will not
      * see - it is reported and fails the step
      *
       WRITE-FAILED-LINE.
           ADD 1                       TO FAIL-CTR.
           MOVE SPACES                 TO RPT-REC.
           STRING 'NOTPOSTED '          DELIMITED BY SIZE
                  MB-CLIENT             DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  RW-ACCOUNT (RW-IDX)   DELIMITED BY SIZE
                  '  RETURN COUNT NOT POSTED - STATUS '
                                        DELIMITED BY SIZE
                  AA-STATUS             DELIMITED BY SIZE
               INTO RPT-REC.
           WRITE RPT-REC.

       WRITE-UNMATCHED-LINE.
           ADD 1                       TO UNMATCHED-CTR.
           MOVE RET-AMOUNT             TO WS-AMT-DISP.
           MOVE SPACES                 TO RPT-REC.
           STRING 'UNMATCHED '          DELIMITED BY SIZE
                  RET-ACCOUNT           DELIMITED BY SIZE
                  '  DRAFT '            DELIMITED BY SIZE
                  RET-DRAFT-DATE        DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-RET-CODE           DELIMITED BY SIZE
                  WS-AMT-DISP           DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-REASON             DELIMITED BY SIZE
                  '  NOTHING POSTED'    DELIMITED BY SIZE
               INTO RPT-REC.
           WRITE RPT-REC.

      *
      * one pass of the .set gives each held return its client and
      * mailing block; the borrower's own record, not a bankruptcy
      * party copy, takes the notice
      *
       ISSUE-RETURN-POSTINGS.
           IF WS-RW-COUNT > 0
               OPEN INPUT IN1-FILE
               IF IN1-STATUS NOT = '00'
                   DISPLAY '!!!! SET FILE NOT FOUND - NO NOTICES'
                       UPON CRT AT 2301
                   DISPLAY IN1-NAME UPON CRT AT 2401
               ELSE
                   PERFORM READ-SET-REC
                   PERFORM MATCH-SET-REC UNTIL EOF-SW = 1
                   CLOSE IN1-FILE
               END-IF.
           OPEN EXTEND HST-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RW-COUNT
               SET RW-IDX TO WS-SUB
               IF RW-DONE-SW (RW-IDX) NOT = 'Y'
                   ADD 1               TO NOTSENT-CTR
                   MOVE 'NOT ON SET, UNCOUNTED' TO WS-REASON
               ELSE
                   MOVE SPACES         TO WS-REASON
               END-IF
               PERFORM WRITE-RETURN-TRANSACTIONS
               PERFORM WRITE-HISTORY-REC
               PERFORM WRITE-POSTED-LINE
           END-PERFORM.
           CLOSE HST-FILE.

       READ-SET-REC.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               IF MB-CLIENT = '9999'
                   GO TO READ-SET-REC
               ELSE
                   ADD 1               TO REC-CTR.

       MATCH-SET-REC.
           IF MB-FLEXFIELD6 (1:15) NOT = 'BANKRUPTCY COPY'
           AND MB-FLEXFIELD6 (1:15) NOT = 'AUTHORIZED COPY'
               MOVE MB-ACCOUNT         TO WS-RET-ACCT
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-RW-COUNT
                   SET RW-IDX TO WS-SUB
                   IF RW-ACCOUNT (RW-IDX) = WS-RET-ACCT
                   AND RW-DONE-SW (RW-IDX) NOT = 'Y'
                       MOVE MB-CLIENT  TO RW-CLIENT (RW-IDX)
                       MOVE 'Y'        TO RW-DONE-SW (RW-IDX)
                       PERFORM POST-RETURN-COUNT
                       PERFORM WRITE-RETURN-NOTICE
                   END-IF
               END-PERFORM.
           PERFORM READ-SET-REC.

       WRITE-RETURN-NOTICE.
           MOVE SPACES                 TO NTC-REC.
           MOVE MB-CLIENT              TO RTN-CLIENT.
           MOVE RW-ACCOUNT (RW-IDX)    TO RTN-ACCOUNT.
           MOVE MB-BILL-NAME           TO RTN-BILL-NAME.
           MOVE MB-BILL-LINE-2         TO RTN-BILL-LINE-2.
           MOVE MB-BILL-LINE-3         TO RTN-BILL-LINE-3.
           MOVE MB-BILL-CITY           TO RTN-BILL-CITY.
           MOVE MB-BILL-STATE          TO RTN-BILL-STATE.
           MOVE MB-ZIP-5               TO RTN-ZIP-5.
           MOVE MB-ZIP-4               TO RTN-ZIP-4.
           MOVE RW-CODE (RW-IDX)       TO RTN-CODE.
           MOVE RW-DRAFT-DATE (RW-IDX) TO RTN-DRAFT-DATE.
           MOVE RW-AMOUNT (RW-IDX)     TO RTN-AMOUNT.
           MOVE RW-FEE (RW-IDX)        TO RTN-FEE.
           MOVE RW-STOPPED (RW-IDX)    TO RTN-STOPPED.
           MOVE RW-RETURN-DATE (RW-IDX) TO RTN-RETURN-DATE.
           WRITE NTC-REC.
           PERFORM WRITE-CORR-HISTORY-LINE.
           ADD 1                       TO NOTICE-CTR.

      *
      * each return notice produced is logged to the permanent
      * correspondence history with the return code it answers
      *
       WRITE-CORR-HISTORY-LINE.
           MOVE SPACES                 TO CH-REC.
           MOVE RW-ACCOUNT (RW-IDX)    TO CH-ACCOUNT.
           MOVE WS-RUN-DATE            TO CH-DATE.
           MOVE WS-RUN-TIME-X (1:6)    TO CH-TIME.
           MOVE MB-CLIENT              TO CH-CLIENT.
           MOVE 'ACHRET'               TO CH-DOC-TYPE.
           MOVE 'P'                    TO CH-CHANNEL.
           MOVE 'ACHRET1'              TO CH-PROGRAM.
           MOVE MB-JOB                 TO CH-RUN.
           MOVE NTC-NAME               TO CH-ARTIFACT.
           STRING 'ACH RETURN '         DELIMITED BY SIZE
                  RW-CODE (RW-IDX)      DELIMITED BY SIZE
               INTO CH-REFERENCE.
           WRITE CH-REC.

       WRITE-RETURN-TRANSACTIONS.
           MOVE SPACES                 TO OUT-REC.
           MOVE RW-CLIENT (RW-IDX)     TO TRX-CLIENT.
           MOVE RW-ACCOUNT (RW-IDX)    TO TRX-ACCOUNT.
           MOVE 'REV'                  TO TRX-TYPE.
           MOVE RW-RETURN-DATE (RW-IDX) TO TRX-EFF-DATE.
           MOVE RW-AMOUNT (RW-IDX)     TO TRX-AMOUNT.
           MOVE RW-DRAFT-DATE (RW-IDX) TO TRX-DRAFT-DATE.
           MOVE RW-CODE (RW-IDX)       TO TRX-RETURN-CODE.
           WRITE OUT-REC.
           PERFORM COUNT-XMIT-REC.
           ADD 1                       TO REVERSAL-CTR.
           IF RW-FEE (RW-IDX) NOT = 0
               MOVE 'NSF'              TO TRX-TYPE
               MOVE RW-FEE (RW-IDX)    TO TRX-AMOUNT
               WRITE OUT-REC
               PERFORM COUNT-XMIT-REC
               ADD 1                   TO FEE-CTR.

       COUNT-XMIT-REC.
           ADD 1                       TO XMIT-REC-CTR.
           ADD TRX-ACCOUNT             TO XMIT-HASH
               ON SIZE ERROR CONTINUE
           END-ADD.

       WRITE-HISTORY-REC.
           MOVE SPACES                 TO HST-REC.
           MOVE WS-RUN-DATE            TO HST-RUN-DATE.
           MOVE RW-ACCOUNT (RW-IDX)    TO HST-ACCOUNT.
           MOVE RW-CLIENT (RW-IDX)     TO HST-CLIENT.
           MOVE RW-DRAFT-DATE (RW-IDX) TO HST-DRAFT-DATE.
           MOVE RW-AMOUNT (RW-IDX)     TO HST-AMOUNT.
           MOVE RW-CODE (RW-IDX)       TO HST-CODE.
           MOVE RW-RETURN-DATE (RW-IDX) TO HST-RETURN-DATE.
           MOVE RW-FEE (RW-IDX)        TO HST-FEE.
           IF RW-STOPPED (RW-IDX) = 'S'
               MOVE 'STOPPED'          TO HST-ACTION
           ELSE
               MOVE 'POSTED'           TO HST-ACTION.
           MOVE RW-RETURNS (RW-IDX)    TO HST-RETURNS.
           MOVE RW-TRACE (RW-IDX)      TO HST-TRACE.
           WRITE HST-REC.

       WRITE-POSTED-LINE.
           MOVE RW-AMOUNT (RW-IDX)     TO WS-AMT-DISP.
           MOVE RW-FEE (RW-IDX)        TO WS-FEE-DISP.
           MOVE SPACES                 TO RPT-REC.
           STRING 'RETURNED  '          DELIMITED BY SIZE
                  RW-CLIENT (RW-IDX)    DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  RW-ACCOUNT (RW-IDX)   DELIMITED BY SIZE
                  '  DRAFT '            DELIMITED BY SIZE
                  RW-DRAFT-DATE (RW-IDX) DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  RW-CODE (RW-IDX)      DELIMITED BY SIZE
                  WS-AMT-DISP           DELIMITED BY SIZE
                  '  FEE '              DELIMITED BY SIZE
                  WS-FEE-DISP           DELIMITED BY SIZE
                  '  RETURNS '          DELIMITED BY SIZE
                  RW-RETURNS (RW-IDX)   DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
               INTO RPT-REC.
           IF RW-STOPPED (RW-IDX) = 'S'
               MOVE 'DRAFTING STOPPED'  TO RPT-REC (95:16).
           IF WS-REASON NOT = SPACES
               MOVE WS-REASON           TO RPT-REC (112:21).
           WRITE RPT-REC.

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
           MOVE 'ACHRET1'              TO XR-PROGRAM.
           MOVE 'SERVICER'             TO XR-RECIPIENT.
           MOVE 'ACH RETURN POSTING'   TO XR-PURPOSE.
           MOVE OUT-NAME               TO XR-FILE-NAME.
           MOVE XMIT-REC-CTR           TO XR-REC-COUNT.
           MOVE XMIT-HASH              TO XR-HASH.
           MOVE 'N'                    TO XR-PII-CLASS.
           MOVE XMIT-TIN-CTR           TO XR-TIN-COUNT.
           WRITE XR-REC.
           CLOSE XMITREG-FILE.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR ACHRET1' UPON CRT AT 0915.
           DISPLAY RET-CTR  'RETURNS READ              =' UPON CRT
               AT 1125.
           DISPLAY DRF-CTR  'DRAFTS IN RETURN WINDOW   =' UPON CRT
               AT 1225.
           DISPLAY MATCHED-CTR 'MATCHED AND POSTED       =' UPON CRT
               AT 1325.
           DISPLAY UNMATCHED-CTR 'UNMATCHED - NOT POSTED  =' UPON CRT
               AT 1425.
           DISPLAY REPEAT-CTR 'ALREADY POSTED - SKIPPED =' UPON CRT
               AT 1525.
           DISPLAY REVERSAL-CTR 'REVERSALS WRITTEN       =' UPON CRT
               AT 1625.
           DISPLAY FEE-CTR  'NSF FEES WRITTEN          =' UPON CRT
               AT 1725.
           DISPLAY NEWSTOP-CTR 'DRAFTING NEWLY STOPPED   =' UPON CRT
               AT 1825.
           DISPLAY NOTICE-CTR 'RETURN NOTICES           =' UPON CRT
               AT 1925.
           DISPLAY NOTSENT-CTR 'NOT ON SET - NOT COUNTED =' UPON CRT
               AT 2025.
           DISPLAY FAIL-CTR 'RETURN COUNTS NOT POSTED =' UPON CRT
               AT 2125.
           CLOSE ACCTATTR-FILE.
           IF UNMATCHED-CTR NOT = 0 OR NOTSENT-CTR NOT = 0
           OR FAIL-CTR NOT = 0
               MOVE 8                  TO RETURN-CODE
           ELSE
           IF NEWSTOP-CTR NOT = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE OUT-FILE.
           CLOSE NTC-FILE.
           CLOSE RPT-FILE.
           CLOSE CORRHIST-FILE.
           PERFORM WRITE-XMIT-REGISTRY.
           STOP RUN.
