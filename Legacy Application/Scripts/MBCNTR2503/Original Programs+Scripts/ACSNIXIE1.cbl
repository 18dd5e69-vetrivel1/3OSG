      * keyed one, else on the captured IMB against the run's .set -
      * writes an address-correction transaction file for the
      * servicer, and rolls a permanent per-account return count
      * forward on the keyed account-attribute file (acctattr.kdx);
      * an account crossing the return threshold is flagged
      * suppressed there, which the next SETMB2000 run reads by key
      * and reports on.  we should not pay postage in March
      * on an address USPS told us was bad in January
      *
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the run's .set - read only to map each piece's IMB value
      * back to its account for ACS records captured barcode-only,
      * and each account to the client that keys its attributes
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS IN1-STATUS.
           SELECT ACS-FILE  ASSIGN TO DYNAMIC ACS-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS ACS-STATUS.
      * the account-attribute file SETMB2000 reads by key - the
      * return count and the suppressed flag are updated in place,
      * one account at a time
           SELECT ACCTATTR-FILE ASSIGN TO DYNAMIC AA-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AA-KEY
                  FILE STATUS IS AA-STATUS.
      * address-correction transactions for the servicer - one line
      * per matched ACS record carrying a corrected address
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
           05  ACS-NEW-ZIP-4           PIC X(4).
           05  FILLER                  PIC X(82).

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
           RECORD CONTAINS 200 CHARACTERS
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  AA-PATH                 PIC X(40)
               VALUE '/users/public/acctattr.kdx'.
           05  AA-STATUS               PIC X(2)  VALUE SPACES.
           05  AA-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  AA-FOUND                      VALUE 'Y'.
           05  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  ACS-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  CORRECTED-CTR           PIC 9(7)  VALUE 0.
           05  UNMATCHED-CTR           PIC 9(7)  VALUE 0.
           05  NEWSUPP-CTR             PIC 9(7)  VALUE 0.
           05  POSTED-CTR              PIC 9(7)  VALUE 0.
           05  NOTONSET-CTR            PIC 9(7)  VALUE 0.
           05  FAIL-CTR                PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  ACS-EOF-SW              PIC 9(1)  VALUE 0.
           05  PC-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  PC-FOUND                      VALUE 'Y'.
           05  WS-ACS-ACCT             PIC 9(13) VALUE 0.
           05  WS-ACS-CLIENT           PIC X(4)  VALUE SPACES.

      *
      * the run's pieces keyed by their IMB value - the one key the
      * ACS data always carries whole - with the client each loan
      * bills under; a loan with no IMB is still carried so a
      * clerk-keyed account can find its client
      *
       01  PIECE-TABLE.
           05  PC-ENTRY OCCURS 1 TO 100000 TIMES
                   INDEXED BY PC-IDX.
               10  PC-IMB              PIC X(31).
               10  PC-ACCOUNT          PIC 9(13).
               10  PC-CLIENT           PIC X(4).
       77  WS-PC-COUNT                 PIC S9(8) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
               STOP RUN.
           IF WS-THRESHOLD-X NUMERIC
               MOVE WS-THRESHOLD-X     TO WS-THRESHOLD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! SET FILE NOT FOUND OR NOT READABLE'
           PERFORM READ-SET-REC.
           PERFORM LOAD-PIECE-TABLE UNTIL EOF-SW = 1.
           CLOSE IN1-FILE.
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
           OPEN INPUT ACS-FILE.
           IF ACS-STATUS NOT = '00'
               DISPLAY '!!!! ACS FILE NOT FOUND OR NOT READABLE'
                   ADD 1               TO REC-CTR.

       LOAD-PIECE-TABLE.
           IF WS-PC-COUNT < 100000
               ADD 1                   TO WS-PC-COUNT
               SET PC-IDX TO WS-PC-COUNT
               MOVE MB-REMITTANCE-IMB-CODE (1:31)
                                       TO PC-IMB (PC-IDX)
               MOVE MB-ACCOUNT         TO PC-ACCOUNT (PC-IDX)
               MOVE MB-CLIENT          TO PC-CLIENT (PC-IDX).
           PERFORM READ-SET-REC.

       READ-ACS-REC.
           READ ACS-FILE AT END MOVE 1 TO ACS-EOF-SW.
           IF ACS-EOF-SW = 0
      *
      * account where the clerk keyed one, else the IMB against the
      * run's pieces; a record matching neither is counted and
      * dropped - there is no loan to correct or suppress.  a keyed
      * account not on this .set still gets its correction line, but
      * without its client the return cannot be posted - it is
      * counted and fails the step so it is keyed again against the
      * right client's run
      *
       001-MAIN.
           MOVE 0                      TO WS-ACS-ACCT.
           MOVE SPACES                 TO WS-ACS-CLIENT.
           IF ACS-ACCOUNT NUMERIC AND ACS-ACCOUNT NOT = ZEROS
               MOVE ACS-ACCOUNT        TO WS-ACS-ACCT
               PERFORM FIND-ACCOUNT-ENTRY
           ELSE
               PERFORM FIND-PIECE-ENTRY
           END-IF.
           IF PC-FOUND
               MOVE PC-ACCOUNT (PC-IDX) TO WS-ACS-ACCT
               MOVE PC-CLIENT (PC-IDX) TO WS-ACS-CLIENT.
           IF WS-ACS-ACCT = 0
               ADD 1                   TO UNMATCHED-CTR
           ELSE
                   ADD 1               TO CORRECTED-CTR
                   PERFORM WRITE-CORRECTION-LINE
               END-IF
               IF PC-FOUND
                   PERFORM POST-RETURN-COUNT
               ELSE
                   ADD 1               TO NOTONSET-CTR
               END-IF
           END-IF.
           PERFORM READ-ACS-REC.
       001-MAIN-EXIT.

       FIND-PIECE-ENTRY.
           MOVE 'N'                 TO PC-FOUND-SW.
           IF WS-PC-COUNT > 0 AND ACS-IMB NOT = SPACES
              SET PC-IDX TO 1
              SEARCH PC-ENTRY
                 AT END
                    MOVE 'Y'        TO PC-FOUND-SW
              END-SEARCH.

       FIND-ACCOUNT-ENTRY.
           MOVE 'N'                 TO PC-FOUND-SW.
           IF WS-PC-COUNT > 0
              SET PC-IDX TO 1
              SEARCH PC-ENTRY
                 AT END
                    MOVE 'N'        TO PC-FOUND-SW
                 WHEN PC-ACCOUNT (PC-IDX) = WS-ACS-ACCT
                    MOVE 'Y'        TO PC-FOUND-SW
              END-SEARCH.

       WRITE-CORRECTION-LINE.
           MOVE SPACES                 TO OUT-REC.
           MOVE WS-ACS-ACCT            TO COR-ACCOUNT.
           MOVE ACS-NEW-ZIP-4          TO COR-NEW-ZIP-4.
           WRITE OUT-REC.

      *
      * an account with no attribute record yet starts from a clean
      * one; the flag, and the date it was first set, persist once
      * the threshold is crossed
      *
       POST-RETURN-COUNT.
           MOVE WS-ACS-CLIENT          TO AA-CLIENT.
           MOVE WS-ACS-ACCT            TO AA-ACCOUNT.
           MOVE 'Y'                    TO AA-FOUND-SW.
           READ ACCTATTR-FILE KEY IS AA-KEY
               INVALID KEY
                   MOVE 'N'            TO AA-FOUND-SW
           END-READ.
           IF NOT AA-FOUND
               MOVE SPACES             TO AA-REC
               MOVE WS-ACS-CLIENT      TO AA-CLIENT
               MOVE WS-ACS-ACCT        TO AA-ACCOUNT
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
           IF AA-MSP-RETURNS < 999
               ADD 1                   TO AA-MSP-RETURNS.
           IF NOT AA-MSP-SUPPRESSED
           AND AA-MSP-RETURNS NOT < WS-THRESHOLD
               MOVE 'S'                TO AA-MSP-FLAG
               MOVE WS-RUN-DATE        TO AA-MSP-EFF-DATE
               ADD 1                   TO NEWSUPP-CTR.
           MOVE 'ACSNIXIE'             TO AA-MSP-SOURCE
                                          AA-LAST-SOURCE.
           MOVE WS-RUN-DATE            TO AA-MSP-UPD-DATE
                                          AA-LAST-UPDATE.
           ADD 1                       TO POSTED-CTR.
           IF AA-FOUND
               REWRITE AA-REC
                   INVALID KEY
                       ADD 1           TO FAIL-CTR
               END-REWRITE
           ELSE
               WRITE AA-REC
                   INVALID KEY
                       ADD 1           TO FAIL-CTR
               END-WRITE.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR ACSNIXIE1' UPON CRT AT 0915.
               AT 1425.
           DISPLAY NEWSUPP-CTR 'NEWLY SUPPRESSED LOANS   =' UPON CRT
               AT 1525.
           DISPLAY POSTED-CTR 'RETURN COUNTS POSTED      =' UPON CRT
               AT 1625.
           DISPLAY NOTONSET-CTR 'KEYED ACCT NOT ON SET   =' UPON CRT
               AT 1725.
           DISPLAY FAIL-CTR 'ATTRIBUTE UPDATES FAILED  =' UPON CRT
               AT 1825.
           IF UNMATCHED-CTR NOT = 0 OR NOTONSET-CTR NOT = 0
           OR FAIL-CTR NOT = 0
               MOVE 8                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE ACS-FILE.
           CLOSE ACCTATTR-FILE.
           CLOSE OUT-FILE.
           STOP RUN.
