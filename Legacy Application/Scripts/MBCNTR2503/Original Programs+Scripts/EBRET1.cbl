      * got no statement at all, which is a compliance failure, not
      * an inconvenience.  this step matches the vendor's
      * acknowledgment/bounce file back to EBILL1's delivery rows by
      * account, rolls a permanent per-account bounce count on the
      * keyed account-attribute file (acctattr.kdx), flags every
      * hard-bounced account there for paper reversion - the next
      * SETMB2000 run reads the flag by key and puts the loan back
      * on paper - and reports accounts that have bounced repeatedly
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SELECT ACK-FILE  ASSIGN TO DYNAMIC ACK-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS ACK-STATUS.
      * the account-attribute file SETMB2000 reads by key - the
      * bounce count and the paper-reversion flag are updated in
      * place, one account at a time
           SELECT ACCTATTR-FILE ASSIGN TO DYNAMIC AA-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AA-KEY
                  FILE STATUS IS AA-STATUS.
      * the bounce report - unmatched acks, hard bounces, and
      * repeat bouncers
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
           05  ACK-REASON              PIC X(20).
           05  FILLER                  PIC X(6).

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
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  AA-PATH                 PIC X(40)
               VALUE '/users/public/acctattr.kdx'.
           05  AA-STATUS               PIC X(2)  VALUE SPACES.
           05  AA-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  AA-FOUND                      VALUE 'Y'.
           05  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           05  DLV-STATUS              PIC X(2)  VALUE SPACES.
           05  ACK-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  SOFT-CTR                PIC 9(7)  VALUE 0.
           05  UNMATCHED-CTR           PIC 9(7)  VALUE 0.
           05  REPEAT-CTR              PIC 9(7)  VALUE 0.
           05  FAIL-CTR                PIC 9(7)  VALUE 0.
           05  DLV-EOF-SW              PIC 9(1)  VALUE 0.
           05  ACK-EOF-SW              PIC 9(1)  VALUE 0.
           05  DL-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  DL-FOUND                      VALUE 'Y'.
           05  WS-ACK-ACCT             PIC 9(13) VALUE 0.
      * exactly the 13 digits EBILL1 writes ahead of the first '|' -
      * any wider and the trailing spaces fail the NUMERIC test
           05  WS-DLV-F1               PIC X(13) VALUE SPACES.
           05  WS-DLV-F2               PIC X(1)  VALUE SPACES.
           05  WS-DLV-CLIENT           PIC X(4)  VALUE SPACES.
           05  WS-QTY-DISP             PIC ZZZZZZ9.
           05  WS-BNC-DISP             PIC ZZ9.

                   DEPENDING ON WS-DL-COUNT
                   INDEXED BY DL-IDX.
               10  DL-ACCOUNT          PIC 9(13).
               10  DL-CLIENT           PIC X(4).
       77  WS-DL-COUNT                 PIC S9(8) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-DELIVERED-TABLE.
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
           OPEN INPUT ACK-FILE.
           IF ACK-STATUS NOT = '00'
               DISPLAY '!!!! ACK FILE NOT FOUND OR NOT READABLE'
           PERFORM READ-ACK-REC.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL ACK-EOF-SW = 1.
           CLOSE ACK-FILE.
           CLOSE ACCTATTR-FILE.
           PERFORM END-RTN.

      *
      * EBILL1's rows are '|'-delimited with the account first and
      * the client sixth - the client is half the attribute key
      *
       LOAD-DELIVERED-TABLE.
           OPEN INPUT DLV-FILE.
               STOP RUN.
           PERFORM READ-DLV-REC.
           PERFORM UNTIL DLV-EOF-SW = 1
               MOVE SPACES             TO WS-DLV-CLIENT
               UNSTRING DLV-REC DELIMITED BY '|'
                   INTO WS-DLV-F1 WS-DLV-F2 WS-DLV-F2 WS-DLV-F2
                        WS-DLV-F2 WS-DLV-CLIENT
               IF WS-DLV-F1 NUMERIC AND WS-DL-COUNT < 100000
                   ADD 1               TO WS-DL-COUNT
                   SET DL-IDX TO WS-DL-COUNT
                   MOVE WS-DLV-F1      TO DL-ACCOUNT (DL-IDX)
                   MOVE WS-DLV-CLIENT  TO DL-CLIENT (DL-IDX)
               END-IF
               PERFORM READ-DLV-REC
           END-PERFORM.
           IF DLV-EOF-SW = 0
               ADD 1                   TO DLV-CTR.

       READ-ACK-REC.
           READ ACK-FILE AT END MOVE 1 TO ACK-EOF-SW.
           IF ACK-EOF-SW = 0
               PERFORM READ-ACK-REC
               GO TO 001-MAIN-EXIT.
           IF ACK-DISPOSITION = 'H' OR ACK-DISPOSITION = 'S'
               PERFORM READ-ACCT-ATTR
               IF AA-EBR-BOUNCES < 999
                   ADD 1               TO AA-EBR-BOUNCES
               END-IF
               MOVE 'EBRET1'           TO AA-EBR-SOURCE
               MOVE WS-RUN-DATE        TO AA-EBR-UPD-DATE
               IF ACK-DISPOSITION = 'H'
                   ADD 1               TO HARD-CTR
      * the flag, and the date it was first set, persist - an
      * account hard-bounced in ANY prior run stays reverted until
      * it is cleared by hand through the control-file maintenance
      * path
                   IF NOT AA-EBR-REVERTED
                       MOVE 'Y'        TO AA-EBR-FLAG
                       MOVE WS-RUN-DATE TO AA-EBR-EFF-DATE
                   END-IF
                   PERFORM WRITE-HARD-BOUNCE-LINE
               ELSE
                   ADD 1               TO SOFT-CTR
               END-IF
               PERFORM POST-ACCT-ATTR
               IF AA-EBR-BOUNCES > 2
                   ADD 1               TO REPEAT-CTR
                   PERFORM WRITE-REPEAT-LINE
               END-IF
           END-IF.
           PERFORM READ-ACK-REC.
                    MOVE 'Y'        TO DL-FOUND-SW
              END-SEARCH.

      *
      * an account with no attribute record yet starts from a clean
      * one - no flag, no count
      *
       READ-ACCT-ATTR.
           MOVE SPACES                 TO AA-REC.
           MOVE DL-CLIENT (DL-IDX)     TO AA-CLIENT.
           MOVE WS-ACK-ACCT            TO AA-ACCOUNT.
           MOVE 'Y'                    TO AA-FOUND-SW.
           READ ACCTATTR-FILE KEY IS AA-KEY
               INVALID KEY
                   MOVE 'N'            TO AA-FOUND-SW
           END-READ.
           IF NOT AA-FOUND
               MOVE SPACES             TO AA-REC
               MOVE DL-CLIENT (DL-IDX) TO AA-CLIENT
               MOVE WS-ACK-ACCT        TO AA-ACCOUNT
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

      *
      * a bounce that cannot be posted is a bounce SETMB2000 will
      * not see - it is reported and fails the step
      *
       POST-ACCT-ATTR.
           MOVE 'EBRET1'               TO AA-LAST-SOURCE.
           MOVE WS-RUN-DATE            TO AA-LAST-UPDATE.
           IF AA-FOUND
               REWRITE AA-REC
                   INVALID KEY
                       ADD 1           TO FAIL-CTR
                       PERFORM WRITE-FAILED-LINE
               END-REWRITE
           ELSE
               WRITE AA-REC
                   INVALID KEY
                       ADD 1           TO FAIL-CTR
                       PERFORM WRITE-FAILED-LINE
               END-WRITE.

       WRITE-UNMATCHED-LINE.
           MOVE SPACES                 TO OUT-REC.
               INTO OUT-REC.
           WRITE OUT-REC.

       WRITE-FAILED-LINE.
           MOVE SPACES                 TO OUT-REC.
           STRING 'NOTPOSTED  '         DELIMITED BY SIZE
                  ACK-ACCOUNT           DELIMITED BY SIZE
                  '  ATTRIBUTE UPDATE FAILED - STATUS '
                                        DELIMITED BY SIZE
                  AA-STATUS             DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       WRITE-REPEAT-LINE.
           MOVE AA-EBR-BOUNCES         TO WS-BNC-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING 'REPEAT     '         DELIMITED BY SIZE
                  ACK-ACCOUNT           DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR EBRET1' UPON CRT AT 0915.
           DISPLAY DLV-CTR  'DELIVERY ROWS LOADED      =' UPON CRT
               AT 1525.
           DISPLAY UNMATCHED-CTR 'ACKS MATCHING NOTHING =' UPON CRT
               AT 1625.
           DISPLAY FAIL-CTR 'ATTRIBUTE UPDATES FAILED  =' UPON CRT
               AT 1725.
           IF UNMATCHED-CTR NOT = 0 OR FAIL-CTR NOT = 0
               MOVE 8                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
