      * registry into one keyed record per loan - amount due, due
      * date, delinquency, suppression status and governing reason,
      * bankruptcy flag, the statement date and its archive location
      * (this .set and the record's ordinal within it), e-bill
      * enrollment, and the most recent piece of correspondence of
      * each document type off the permanent correspondence history
      * - written as an indexed file on account number,
      * rebuilt whole each night, for the sub-second lookup the desk
      * actually needs.  the billing ZIP and name ride as a second,
      * duplicates-allowed key so CSRINQ1 can find a caller who does
      * not have the account number to hand
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SNP-KEY
                  ALTERNATE RECORD KEY IS SNP-ZIP-NAME-KEY
                      WITH DUPLICATES
                  FILE STATUS IS SNP-STATUS.
      * the permanent borrower correspondence history
           SELECT CORRHIST-FILE ASSIGN TO DYNAMIC CORRHIST-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS CH-STATUS.
      * work file for putting the history in account and date order
      * so each snapshot is read and rewritten once
           SELECT SORT-FILE ASSIGN TO 'SORTWK'.
      *
       DATA DIVISION.
      *
           05  FILLER                  PIC X(55).

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
       SD SORT-FILE
           DATA RECORD IS SORT-REC.
       01 SORT-REC.
           05  SRT-KEY.
               10  SRT-ACCOUNT         PIC 9(13).
               10  SRT-DATE            PIC 9(8).
               10  SRT-TIME            PIC 9(6).
           05  SRT-DOC-TYPE            PIC X(8).
           05  SRT-CHANNEL             PIC X(1).
           05  SRT-PROGRAM             PIC X(10).
      *
       WORKING-STORAGE SECTION.

           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  SUP-STATUS              PIC X(2)  VALUE SPACES.
           05  SNP-STATUS              PIC X(2)  VALUE SPACES.
           05  CORRHIST-PATH           PIC X(40)
               VALUE '/users/public/out/corrhist.dat'.
           05  CH-STATUS               PIC X(2)  VALUE SPACES.
           05  CH-EOF-SW               PIC 9(1)  VALUE 0.
           05  CORR-CTR                PIC 9(7)  VALUE 0.
           05  CORR-NOSNAP-CTR         PIC 9(7)  VALUE 0.
           05  CORR-FULL-CTR           PIC 9(7)  VALUE 0.
           05  WS-CH-HELD-ACCOUNT      PIC 9(13) VALUE 0.
           05  CH-HELD-SW              PIC X(1)  VALUE 'N'.
               88  CH-SNAP-HELD                  VALUE 'Y'.
           05  WS-CS-SUB               PIC S9(4) COMP VALUE 0.
           05  WS-CS-SLOT              PIC S9(4) COMP VALUE 0.
           05  WS-COMMAND-LINE         PIC X(100).
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  SNAP-CTR                PIC 9(7)  VALUE 0.
           PERFORM READ-SET-REC.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
           PERFORM WRITE-REGISTRY-SNAPSHOTS.
           PERFORM APPLY-CORR-HISTORY THRU APPLY-CORR-HISTORY-EXIT.
           PERFORM END-RTN.

       LOAD-SUPP-TABLE.
                   ADD 1               TO REC-CTR.

      *
      * bankruptcy and authorized third-party copies duplicate the
      * borrower's record with only the address changed - one
      * snapshot per loan, not one
      * per addressed copy; the ordinal counts physical records so
      * the archive pointer still lands on the borrower's own
      *
       001-MAIN.
           ADD 1                       TO WS-ORDINAL.
           IF MB-FLEXFIELD6 (1:15) = 'BANKRUPTCY COPY'
           OR MB-FLEXFIELD6 (1:15) = 'AUTHORIZED COPY'
               PERFORM READ-SET-REC
               GO TO 001-MAIN-EXIT.
           PERFORM WRITE-SNAPSHOT-REC.
           MOVE SPACES                 TO SNP-REC.
           MOVE MB-ACCOUNT             TO SNP-ACCOUNT.
           MOVE MB-CLIENT              TO SNP-CLIENT.
           MOVE MB-ZIP-5               TO SNP-ZIP-5.
           MOVE MB-BILL-NAME (1:40)    TO SNP-NAME.
           MOVE MB-TOTAL-AMOUNT-DUE    TO SNP-TOTAL-DUE.
           MOVE MB-LOAN-DUE-DATE       TO SNP-DUE-DATE.
                   ADD 1               TO SUPPRESSED-CTR
           END-WRITE.

      *
      * the most recent correspondence of each document type - the
      * keyed snapshots are reopened for update and the history,
      * sorted by account, date and time, is laid over them so the
      * last line of each type for a loan is the one that stays.
      * no history yet is not an error; the slots stay blank
      *
       APPLY-CORR-HISTORY.
           CLOSE SNP-FILE.
           OPEN I-O SNP-FILE.
           IF SNP-STATUS NOT = '00'
               DISPLAY '!!!! CANNOT REOPEN SNAPSHOT FILE - STATUS'
                   UPON CRT AT 2301
               DISPLAY SNP-STATUS UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT CORRHIST-FILE.
           IF CH-STATUS NOT = '00'
               GO TO APPLY-CORR-HISTORY-EXIT.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-KEY
               INPUT PROCEDURE IS RELEASE-CORR-HISTORY
                   THRU RELEASE-CORR-HISTORY-EXIT
               OUTPUT PROCEDURE IS POST-CORR-HISTORY
                   THRU POST-CORR-HISTORY-EXIT.
       APPLY-CORR-HISTORY-EXIT.
           EXIT.

       RELEASE-CORR-HISTORY.
           MOVE 0                      TO CH-EOF-SW.
           PERFORM UNTIL CH-EOF-SW = 1
               READ CORRHIST-FILE
                   AT END MOVE 1       TO CH-EOF-SW
                   NOT AT END
                       ADD 1           TO CORR-CTR
                       IF CH-ACCOUNT > 0
                           MOVE CH-ACCOUNT  TO SRT-ACCOUNT
                           MOVE CH-DATE     TO SRT-DATE
                           MOVE CH-TIME     TO SRT-TIME
                           MOVE CH-DOC-TYPE TO SRT-DOC-TYPE
                           MOVE CH-CHANNEL  TO SRT-CHANNEL
                           MOVE CH-PROGRAM  TO SRT-PROGRAM
                           RELEASE SORT-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CORRHIST-FILE.
       RELEASE-CORR-HISTORY-EXIT.
           EXIT.

       POST-CORR-HISTORY.
           MOVE 0                      TO CH-EOF-SW.
           MOVE 'N'                    TO CH-HELD-SW.
           PERFORM UNTIL CH-EOF-SW = 1
               RETURN SORT-FILE
                   AT END MOVE 1       TO CH-EOF-SW
                   NOT AT END
                       IF SRT-ACCOUNT NOT = WS-CH-HELD-ACCOUNT
                           PERFORM HOLD-CORR-SNAPSHOT
                       END-IF
                       IF CH-SNAP-HELD
                           PERFORM POST-ONE-CORR-LINE
                       END-IF
               END-RETURN
           END-PERFORM.
           IF CH-SNAP-HELD
               REWRITE SNP-REC
                   INVALID KEY CONTINUE
               END-REWRITE.
       POST-CORR-HISTORY-EXIT.
           EXIT.

      *
      * account break - the loan just finished goes back with its
      * slots filled, the next loan's snapshot is read.  a loan on
      * the history with no snapshot tonight has paid off or left
      * the portfolio and is only counted
      *
       HOLD-CORR-SNAPSHOT.
           IF CH-SNAP-HELD
               REWRITE SNP-REC
                   INVALID KEY CONTINUE
               END-REWRITE.
           MOVE SRT-ACCOUNT            TO WS-CH-HELD-ACCOUNT.
           MOVE SRT-ACCOUNT            TO SNP-ACCOUNT.
           MOVE 'Y'                    TO CH-HELD-SW.
           READ SNP-FILE KEY IS SNP-KEY
               INVALID KEY
                   MOVE 'N'            TO CH-HELD-SW
                   ADD 1               TO CORR-NOSNAP-CTR
           END-READ.

       POST-ONE-CORR-LINE.
           MOVE 0                      TO WS-CS-SLOT.
           PERFORM VARYING WS-CS-SUB FROM 1 BY 1
                   UNTIL WS-CS-SUB > 16 OR WS-CS-SLOT > 0
               IF SNP-CORR-DOC-TYPE (WS-CS-SUB) = SRT-DOC-TYPE
               OR SNP-CORR-DOC-TYPE (WS-CS-SUB) = SPACES
                   MOVE WS-CS-SUB      TO WS-CS-SLOT
               END-IF
           END-PERFORM.
           IF WS-CS-SLOT = 0
               ADD 1                   TO CORR-FULL-CTR
           ELSE
               MOVE SRT-DOC-TYPE  TO SNP-CORR-DOC-TYPE (WS-CS-SLOT)
               MOVE SRT-DATE      TO SNP-CORR-DATE (WS-CS-SLOT)
               MOVE SRT-CHANNEL   TO SNP-CORR-CHANNEL (WS-CS-SLOT)
               MOVE SRT-PROGRAM   TO SNP-CORR-PROGRAM (WS-CS-SLOT).

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR CSRSNAP1' UPON CRT AT 0915.
           DISPLAY REC-CTR  'SET RECORDS READ          =' UPON CRT
               AT 1325.
           DISPLAY DUPKEY-CTR 'DUPLICATE ACCOUNTS SKIPPED=' UPON CRT
               AT 1425.
           DISPLAY CORR-CTR 'CORRESPONDENCE LINES READ =' UPON CRT
               AT 1525.
           DISPLAY CORR-NOSNAP-CTR 'CORRESP - NO SNAPSHOT  =' UPON CRT
               AT 1625.
           IF CORR-FULL-CTR NOT = 0
               DISPLAY CORR-FULL-CTR 'CORRESP TYPES OVER 16   ='
                   UPON CRT AT 1725.
           IF DUPKEY-CTR NOT = 0 OR CORR-FULL-CTR NOT = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
