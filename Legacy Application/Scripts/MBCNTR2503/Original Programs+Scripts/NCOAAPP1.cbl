       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NCOAAPP1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * NCOALink move-update apply - the other half of NCOAEXP1.
      * the licensee's result file comes back keyed client/account;
      * each forwardable move (a new address supplied) is handled
      * the way the client's entry on ncoapol.tab says - re-applied
      * straight onto the .set so this run mails to the new address,
      * written as an address-correction transaction for the
      * servicer in ACSNIXIE1's layout, or both.  a client with no
      * policy line gets the transaction only; the servicer owns the
      * address of record.  every client on the result file has its
      * move-update date stamped on ncoadate.tab, the permanent
      * table POSTMAN1 and COMINGL1 hold presort qualification
      * against.  the .set passes through whole, trailer included -
      * the address block is outside the control hash totals
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the run's .set as NCOAEXP1 exported it
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS IN1-STATUS.
      * the NCOA licensee's result file
           SELECT RES-FILE  ASSIGN TO DYNAMIC RES-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS RES-STATUS.
      * the .set with forwarding addresses applied where the
      * client's policy allows
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * address-correction transactions for the servicer
           SELECT COR-FILE ASSIGN TO DYNAMIC COR-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * per-client move-update policy - client, action code
           SELECT POL-FILE ASSIGN TO DYNAMIC POL-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS POL-STATUS.
      * per-client last move-update date - permanent; read whole at
      * startup, rewritten whole at end of job
           SELECT NCD-FILE ASSIGN TO DYNAMIC NCD-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS NCD-STATUS.
      * work file for keying the result table - the results are
      * keyed through a sort so the table loads provably ascending
      * for the SEARCH ALL lookups
           SELECT SORT-FILE ASSIGN TO 'SORTWK'.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD IN1-FILE
           RECORD CONTAINS 2116 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS IN1-REC.
       01 IN1-REC                      PIC X(2116).
      *
      * the vendor echoes client and account from the export; the
      * return code says what NCOA found - A a move with a new
      * address, 91/92 the same with the secondary number dropped
      * or unconfirmed; anything else (no match, moved-left-no-
      * address, box closed) carries no address to forward to
      *
       FD  RES-FILE
           RECORD CONTAINS 250 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RES-REC.
       01  RES-REC.
           05  NCR-CLIENT              PIC X(4).
           05  NCR-ACCOUNT             PIC X(13).
           05  NCR-ACCOUNT-N REDEFINES NCR-ACCOUNT
                                       PIC 9(13).
           05  NCR-RETURN-CODE         PIC X(2).
               88  NCR-FORWARDABLE     VALUES 'A ' '91' '92'.
           05  NCR-MOVE-TYPE           PIC X(1).
           05  NCR-MOVE-DATE           PIC X(6).
           05  NCR-PROC-DATE           PIC X(8).
           05  NCR-PROC-DATE-N REDEFINES NCR-PROC-DATE
                                       PIC 9(8).
           05  NCR-NEW-STREET          PIC X(60).
           05  NCR-NEW-CITY            PIC X(51).
           05  NCR-NEW-STATE           PIC X(2).
           05  NCR-NEW-ZIP-5           PIC X(5).
           05  NCR-NEW-ZIP-4           PIC X(4).
           05  FILLER                  PIC X(94).

       FD OUT-FILE
           RECORD CONTAINS 2116 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MB-REC.
       copy '/users/devel/mb2000.cbl'.
      *
      * same layout ACSNIXIE1 writes, so the servicer loads both
      * sources through one interface; reason NC marks a move-update
      *
       FD COR-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS COR-REC.
       01 COR-REC.
           05  COR-ACCOUNT             PIC 9(13).
           05  COR-REASON              PIC X(2).
           05  COR-NEW-STREET          PIC X(60).
           05  COR-NEW-CITY            PIC X(51).
           05  COR-NEW-STATE           PIC X(2).
           05  COR-NEW-ZIP-5           PIC X(5).
           05  COR-NEW-ZIP-4           PIC X(4).
           05  FILLER                  PIC X(63).

      *
      * action S re-applies to the .set only, T writes the servicer
      * transaction only, B does both
      *
       FD  POL-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS POL-REC.
       01  POL-REC.
           05  POL-REC-CLIENT          PIC X(4).
           05  POL-REC-ACTION          PIC X(1).
           05  FILLER                  PIC X(15).

       FD  NCD-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS NCD-REC.
       01  NCD-REC.
           05  NCD-REC-CLIENT          PIC X(4).
           05  NCD-REC-DATE            PIC 9(8).
           05  FILLER                  PIC X(8).
      *
       SD SORT-FILE
           DATA RECORD IS SORT-REC.
       01 SORT-REC.
           05  SRT-KEY.
               10  SRT-CLIENT          PIC X(4).
               10  SRT-ACCOUNT         PIC 9(13).
           05  SRT-NEW-STREET          PIC X(60).
           05  SRT-NEW-CITY            PIC X(51).
           05  SRT-NEW-STATE           PIC X(2).
           05  SRT-NEW-ZIP-5           PIC X(5).
           05  SRT-NEW-ZIP-4           PIC X(4).
      *
       WORKING-STORAGE SECTION.

       01  VARIABLES.
           05  IN1-PATH.
               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 IN1-NAME             PIC X(64).
           05  RES-PATH.
               10 RES-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 RES-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  COR-PATH.
               10 COR-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 COR-NAME             PIC X(64).
           05  POL-PATH                PIC X(40)
               VALUE '/users/public/ncoapol.tab'.
           05  NCD-PATH                PIC X(40)
               VALUE '/users/public/ncoadate.tab'.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  RES-STATUS              PIC X(2)  VALUE SPACES.
           05  POL-STATUS              PIC X(2)  VALUE SPACES.
           05  NCD-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           05  WS-PROC-DATE            PIC 9(8)  VALUE 0.
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  RES-CTR                 PIC 9(7)  VALUE 0.
           05  MOVE-CTR                PIC 9(7)  VALUE 0.
           05  NOMOVE-CTR              PIC 9(7)  VALUE 0.
           05  BADRES-CTR              PIC 9(7)  VALUE 0.
           05  APPLIED-CTR             PIC 9(7)  VALUE 0.
           05  CORRECTED-CTR           PIC 9(7)  VALUE 0.
           05  UNMATCHED-CTR           PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  POL-EOF-SW              PIC X(1)  VALUE 'N'.
               88  POL-EOF                       VALUE 'Y'.
           05  NCD-EOF-SW              PIC X(1)  VALUE 'N'.
               88  NCD-EOF                       VALUE 'Y'.
           05  RS-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  RS-FOUND                      VALUE 'Y'.
           05  NC-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  NC-FOUND                      VALUE 'Y'.
           05  WS-ACTION               PIC X(1)  VALUE 'T'.
               88  ACTION-APPLY                  VALUES 'S' 'B'.
               88  ACTION-TRANSACT               VALUES 'T' 'B'.
           05  WS-CURR-KEY.
               10  WS-CURR-KEY-CLIENT  PIC X(4).
               10  WS-CURR-KEY-ACCT    PIC 9(13).
           05  WS-SUB                  PIC S9(8) COMP VALUE 0.
           05  WS-QTY-DISP             PIC ZZZZZZ9.
      *
      * control-total trailer verification - SETMB2000 appends a
      * trailer record (MB-CLIENT '9999') carrying the record count
      * and hash totals of the .set file; this pass recomputes them
      * and a mismatch fails the step with its own return code so a
      * truncated transfer can never quietly flow through
      *
           05  TRAILER-SEEN-SW         PIC X(1)  VALUE 'N'.
               88  TRAILER-SEEN                  VALUE 'Y'.
           05  WS-TRL-COUNT            PIC 9(7)  VALUE 0.
           05  WS-TRL-HASH-AMT         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TRL-HASH-ACCT        PIC S9(13) COMP-3 VALUE 0.
           05  WS-RUN-HASH-AMT         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-RUN-HASH-ACCT        PIC S9(13) COMP-3 VALUE 0.

      *
      * the forwardable moves keyed client/account and binary-
      * searched; a result the .set never asks for is reported as
      * unmatched - the wrong run's result file
      *
       01  WS-RS-COUNT                 PIC S9(8) COMP VALUE 0.
       01  RESULT-TABLE.
           05  RS-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-RS-COUNT
                   ASCENDING KEY IS RS-KEY
                   INDEXED BY RS-IDX.
               10  RS-KEY.
                   15  RS-CLIENT       PIC X(4).
                   15  RS-ACCOUNT      PIC 9(13).
               10  RS-NEW-STREET       PIC X(60).
               10  RS-NEW-CITY         PIC X(51).
               10  RS-NEW-STATE        PIC X(2).
               10  RS-NEW-ZIP-5        PIC X(5).
               10  RS-NEW-ZIP-4        PIC X(4).
               10  RS-USED-SW          PIC X(1).

       01  POLICY-TABLE.
           05  PL-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-PL-COUNT
                   INDEXED BY PL-IDX.
               10  PL-CLIENT           PIC X(4).
               10  PL-ACTION           PIC X(1).
       77  WS-PL-COUNT                 PIC S9(8) COMP VALUE 0.

      *
      * the permanent per-client move-update dates, updated in place
      * and rewritten whole at end of job
      *
       01  NCOA-DATE-TABLE.
           05  NC-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-NC-COUNT
                   INDEXED BY NC-IDX.
               10  NC-CLIENT           PIC X(4).
               10  NC-LAST-DATE        PIC 9(8).
       77  WS-NC-COUNT                 PIC S9(8) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME RES-NAME OUT-NAME COR-NAME.
           DISPLAY '* * * * B E G I N   N C O A A P P 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR RES-NAME = SPACES
           OR OUT-NAME = SPACES OR COR-NAME = SPACES
               DISPLAY '!!!! ENTER SET FILE, NCOA RESULT FILE, NEW'
                   UPON CRT AT 2301
               DISPLAY '!!!!   SET AND CORRECTION FILE ON COMMAND LINE'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           IF IN1-NAME = OUT-NAME
               DISPLAY '!!!! NEW SET FILE MUST NOT OVERWRITE THE'
                   UPON CRT AT 2301
               DISPLAY '!!!!   INPUT SET FILE' UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-POLICY-TABLE.
           PERFORM LOAD-NCOA-DATE-TABLE.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-KEY
               INPUT PROCEDURE IS RELEASE-NCOA-RESULTS
                   THRU RELEASE-NCOA-EXIT
               OUTPUT PROCEDURE IS LOAD-RESULT-TABLE
                   THRU LOAD-RESULT-EXIT.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! SET FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT OUT-FILE.
           OPEN OUTPUT COR-FILE.
      * the sort's load pass leaves the shared end-of-file switch
      * set - clear it before the .set's own read loop
           MOVE 0                      TO EOF-SW.
           PERFORM READ-SET-REC.
           PERFORM VERIFY-EXTRACT-LAYOUT.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
           PERFORM END-RTN.

       LOAD-POLICY-TABLE.
      * no policy file means every client takes the default -
      * servicer transactions only
           OPEN INPUT POL-FILE.
           IF POL-STATUS NOT = '00'
               MOVE 'Y'                TO POL-EOF-SW
           ELSE
               PERFORM READ-POL-REC
               PERFORM UNTIL POL-EOF
                  IF WS-PL-COUNT < 500
                  AND POL-REC-CLIENT NOT = SPACES
                     ADD 1                TO WS-PL-COUNT
                     SET PL-IDX TO WS-PL-COUNT
                     MOVE POL-REC-CLIENT  TO PL-CLIENT (PL-IDX)
                     MOVE POL-REC-ACTION  TO PL-ACTION (PL-IDX)
                  END-IF
                  PERFORM READ-POL-REC
               END-PERFORM
               CLOSE POL-FILE.

       READ-POL-REC.
           READ POL-FILE AT END MOVE 'Y' TO POL-EOF-SW.

       LOAD-NCOA-DATE-TABLE.
      * ncoadate.tab starts life the first time this program runs -
      * a missing file is an empty table, not an error
           OPEN INPUT NCD-FILE.
           IF NCD-STATUS NOT = '00'
               MOVE 'Y'                TO NCD-EOF-SW
           ELSE
               PERFORM READ-NCD-REC
               PERFORM UNTIL NCD-EOF
                  IF WS-NC-COUNT < 500
                  AND NCD-REC-CLIENT NOT = SPACES
                     ADD 1                TO WS-NC-COUNT
                     SET NC-IDX TO WS-NC-COUNT
                     MOVE NCD-REC-CLIENT  TO NC-CLIENT (NC-IDX)
                     MOVE NCD-REC-DATE    TO NC-LAST-DATE (NC-IDX)
                  END-IF
                  PERFORM READ-NCD-REC
               END-PERFORM
               CLOSE NCD-FILE.

       READ-NCD-REC.
           READ NCD-FILE AT END MOVE 'Y' TO NCD-EOF-SW.

      *
      * every result line dates its client's move-update; only the
      * forwardable moves carrying a usable address are keyed into
      * the table
      *
       RELEASE-NCOA-RESULTS.
           OPEN INPUT RES-FILE.
           IF RES-STATUS NOT = '00'
               DISPLAY '!!!! NCOA RESULT FILE NOT FOUND OR NOT'
                   UPON CRT AT 2301
               DISPLAY RES-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           MOVE 0                      TO EOF-SW.
           PERFORM READ-RES-REC.
           PERFORM RELEASE-ONE-RESULT UNTIL EOF-SW = 1.
           CLOSE RES-FILE.
       RELEASE-NCOA-EXIT.
           EXIT.

       READ-RES-REC.
           READ RES-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               ADD 1                   TO RES-CTR.

       RELEASE-ONE-RESULT.
           IF NCR-CLIENT = SPACES OR NCR-ACCOUNT NOT NUMERIC
               ADD 1                   TO BADRES-CTR
           ELSE
               PERFORM STAMP-CLIENT-DATE
               IF NCR-FORWARDABLE
               AND NCR-NEW-STREET NOT = SPACES
               AND NCR-NEW-ZIP-5 NUMERIC
                   ADD 1               TO MOVE-CTR
                   MOVE NCR-CLIENT     TO SRT-CLIENT
                   MOVE NCR-ACCOUNT-N  TO SRT-ACCOUNT
                   MOVE NCR-NEW-STREET TO SRT-NEW-STREET
                   MOVE NCR-NEW-CITY   TO SRT-NEW-CITY
                   MOVE NCR-NEW-STATE  TO SRT-NEW-STATE
                   MOVE NCR-NEW-ZIP-5  TO SRT-NEW-ZIP-5
                   MOVE NCR-NEW-ZIP-4  TO SRT-NEW-ZIP-4
                   RELEASE SORT-REC
               ELSE
                   ADD 1               TO NOMOVE-CTR
               END-IF
           END-IF.
           PERFORM READ-RES-REC.

      *
      * the date that counts for the 95-day rule is the date the
      * licensee processed the list; a result line without one is
      * dated today.  a client keeps its latest date
      *
       STAMP-CLIENT-DATE.
           IF NCR-PROC-DATE NUMERIC
           AND NCR-PROC-DATE-N > 19000000
           AND NCR-PROC-DATE-N NOT > WS-RUN-DATE
               MOVE NCR-PROC-DATE-N    TO WS-PROC-DATE
           ELSE
               MOVE WS-RUN-DATE        TO WS-PROC-DATE.
           MOVE 'N'                    TO NC-FOUND-SW.
           IF WS-NC-COUNT > 0
               SET NC-IDX TO 1
               SEARCH NC-ENTRY
                   AT END
                       MOVE 'N'        TO NC-FOUND-SW
                   WHEN NC-CLIENT (NC-IDX) = NCR-CLIENT
                       MOVE 'Y'        TO NC-FOUND-SW
               END-SEARCH.
           IF NOT NC-FOUND
               IF WS-NC-COUNT < 500
                   ADD 1               TO WS-NC-COUNT
                   SET NC-IDX TO WS-NC-COUNT
                   MOVE NCR-CLIENT     TO NC-CLIENT (NC-IDX)
                   MOVE 0              TO NC-LAST-DATE (NC-IDX)
                   MOVE 'Y'            TO NC-FOUND-SW
               END-IF
           END-IF.
           IF NC-FOUND
           AND WS-PROC-DATE > NC-LAST-DATE (NC-IDX)
               MOVE WS-PROC-DATE       TO NC-LAST-DATE (NC-IDX).

       LOAD-RESULT-TABLE.
           MOVE 0                      TO EOF-SW.
           PERFORM UNTIL EOF-SW = 1
               RETURN SORT-FILE
                   AT END
                       MOVE 1          TO EOF-SW
                   NOT AT END
                       IF WS-RS-COUNT < 100000
                           ADD 1       TO WS-RS-COUNT
                           SET RS-IDX TO WS-RS-COUNT
                           MOVE SRT-KEY TO RS-KEY (RS-IDX)
                           MOVE SRT-NEW-STREET
                                       TO RS-NEW-STREET (RS-IDX)
                           MOVE SRT-NEW-CITY
                                       TO RS-NEW-CITY (RS-IDX)
                           MOVE SRT-NEW-STATE
                                       TO RS-NEW-STATE (RS-IDX)
                           MOVE SRT-NEW-ZIP-5
                                       TO RS-NEW-ZIP-5 (RS-IDX)
                           MOVE SRT-NEW-ZIP-4
                                       TO RS-NEW-ZIP-4 (RS-IDX)
                           MOVE 'N'    TO RS-USED-SW (RS-IDX)
                       ELSE
                           DISPLAY '!!!! NCOA RESULT TABLE FULL -'
                               UPON CRT AT 2301
                           DISPLAY '!!!!   MOVES WOULD GO UNAPPLIED,'
                               UPON CRT AT 2401
                           DISPLAY '!!!!   STOP' UPON CRT AT 2501
                           MOVE 16     TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-RETURN
           END-PERFORM.
       LOAD-RESULT-EXIT.
           EXIT.

       READ-SET-REC.
           READ IN1-FILE INTO MB-REC AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               IF MB-CLIENT = '9999'
                   MOVE 'Y'            TO TRAILER-SEEN-SW
                   MOVE MB-SEQ         TO WS-TRL-COUNT
                   MOVE MB-TOTAL-AMOUNT-DUE TO WS-TRL-HASH-AMT
                   MOVE MB-ACCOUNT     TO WS-TRL-HASH-ACCT
               ELSE
                   ADD 1               TO REC-CTR
                   ADD MB-TOTAL-AMOUNT-DUE TO WS-RUN-HASH-AMT
                       ON SIZE ERROR CONTINUE
                   END-ADD
                   ADD MB-ACCOUNT      TO WS-RUN-HASH-ACCT
                       ON SIZE ERROR CONTINUE
                   END-ADD.

      *
      * every record passes through, the trailer unchanged; a loan
      * with a forwardable move is re-addressed and/or reported per
      * its client's policy.  bankruptcy and authorized third-party
      * copies go to the parties' own addresses and are never
      * touched
      *
       001-MAIN.
           IF MB-CLIENT NOT = '9999'
           AND MB-FLEXFIELD6 (1:15) NOT = 'BANKRUPTCY COPY'
           AND MB-FLEXFIELD6 (1:15) NOT = 'AUTHORIZED COPY'
               PERFORM FIND-RESULT-ENTRY
               IF RS-FOUND
                   MOVE 'Y'            TO RS-USED-SW (RS-IDX)
                   PERFORM FIND-CLIENT-POLICY
                   IF ACTION-TRANSACT
                       PERFORM WRITE-CORRECTION-LINE
                   END-IF
                   IF ACTION-APPLY
                       PERFORM APPLY-FORWARDING-ADDRESS
                   END-IF
               END-IF
           END-IF.
           WRITE MB-REC.
           PERFORM READ-SET-REC.
       001-MAIN-EXIT.
           EXIT.

       FIND-RESULT-ENTRY.
           MOVE 'N'                    TO RS-FOUND-SW.
           MOVE MB-CLIENT              TO WS-CURR-KEY-CLIENT.
           MOVE MB-ACCOUNT             TO WS-CURR-KEY-ACCT.
           IF WS-RS-COUNT > 0
               SEARCH ALL RS-ENTRY
                   AT END
                       MOVE 'N'        TO RS-FOUND-SW
                   WHEN RS-KEY (RS-IDX) = WS-CURR-KEY
                       MOVE 'Y'        TO RS-FOUND-SW
               END-SEARCH.

       FIND-CLIENT-POLICY.
           MOVE 'T'                    TO WS-ACTION.
           IF WS-PL-COUNT > 0
               SET PL-IDX TO 1
               SEARCH PL-ENTRY
                   AT END
                       MOVE 'T'        TO WS-ACTION
                   WHEN PL-CLIENT (PL-IDX) = MB-CLIENT
                       MOVE PL-ACTION (PL-IDX) TO WS-ACTION
               END-SEARCH.
           IF NOT ACTION-APPLY AND NOT ACTION-TRANSACT
               MOVE 'T'                TO WS-ACTION.

       WRITE-CORRECTION-LINE.
           MOVE SPACES                 TO COR-REC.
           MOVE MB-ACCOUNT             TO COR-ACCOUNT.
           MOVE 'NC'                   TO COR-REASON.
           MOVE RS-NEW-STREET (RS-IDX) TO COR-NEW-STREET.
           MOVE RS-NEW-CITY (RS-IDX)   TO COR-NEW-CITY.
           MOVE RS-NEW-STATE (RS-IDX)  TO COR-NEW-STATE.
           MOVE RS-NEW-ZIP-5 (RS-IDX)  TO COR-NEW-ZIP-5.
           MOVE RS-NEW-ZIP-4 (RS-IDX)  TO COR-NEW-ZIP-4.
           WRITE COR-REC.
           ADD 1                       TO CORRECTED-CTR.

      *
      * the street is the last line filled above city/state - the
      * lines ahead of it (second borrower, c/o) stay as they are.
      * the IMB routing code follows the new ZIP so the barcode
      * sorts and tracks to the new address
      *
       APPLY-FORWARDING-ADDRESS.
           IF MB-BILL-LINE-5 NOT = SPACES
               MOVE RS-NEW-STREET (RS-IDX) TO MB-BILL-LINE-5
           ELSE
           IF MB-BILL-LINE-4 NOT = SPACES
               MOVE RS-NEW-STREET (RS-IDX) TO MB-BILL-LINE-4
           ELSE
           IF MB-BILL-LINE-3 NOT = SPACES
               MOVE RS-NEW-STREET (RS-IDX) TO MB-BILL-LINE-3
           ELSE
               MOVE RS-NEW-STREET (RS-IDX) TO MB-BILL-LINE-2.
           MOVE RS-NEW-CITY (RS-IDX)   TO MB-BILL-CITY.
           MOVE RS-NEW-STATE (RS-IDX)  TO MB-BILL-STATE.
           MOVE RS-NEW-ZIP-5 (RS-IDX)  TO MB-ZIP-5.
           MOVE RS-NEW-ZIP-4 (RS-IDX)  TO MB-ZIP-4.
           IF MB-REMITTANCE-IMB-CODE (1:31) NUMERIC
               MOVE MB-ZIP-5           TO MB-REMITTANCE-IMB-CODE (21:5)
               IF MB-ZIP-4 NUMERIC
                   MOVE MB-ZIP-4       TO MB-REMITTANCE-IMB-CODE (26:4)
               ELSE
                   MOVE '0000'         TO MB-REMITTANCE-IMB-CODE (26:4)
               END-IF
           END-IF.
           ADD 1                       TO APPLIED-CTR.

       COUNT-UNMATCHED-RESULTS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RS-COUNT
               IF RS-USED-SW (WS-SUB) NOT = 'Y'
                   ADD 1               TO UNMATCHED-CTR
               END-IF
           END-PERFORM.

       REWRITE-NCOA-DATE-FILE.
           OPEN OUTPUT NCD-FILE.
           PERFORM VARYING NC-IDX FROM 1 BY 1
                   UNTIL NC-IDX > WS-NC-COUNT
               MOVE SPACES             TO NCD-REC
               MOVE NC-CLIENT (NC-IDX) TO NCD-REC-CLIENT
               MOVE NC-LAST-DATE (NC-IDX) TO NCD-REC-DATE
               WRITE NCD-REC
           END-PERFORM.
           CLOSE NCD-FILE.

       VERIFY-CONTROL-TRAILER.
           IF NOT TRAILER-SEEN
               DISPLAY 'NO CONTROL TRAILER ON EXTRACT - COUNTS'
                   UPON CRT AT 2101
               DISPLAY 'UNVERIFIED (PRE-TRAILER FILE?)'
                   UPON CRT AT 2201
               MOVE 4                  TO RETURN-CODE
           ELSE
           IF WS-TRL-COUNT NOT = REC-CTR
           OR WS-TRL-HASH-AMT NOT = WS-RUN-HASH-AMT
           OR WS-TRL-HASH-ACCT NOT = WS-RUN-HASH-ACCT
               DISPLAY '!!!! CONTROL TRAILER MISMATCH - PARTIAL OR'
                   UPON CRT AT 2101
               DISPLAY '!!!!   ALTERED .SET FILE - DO NOT PROCESS'
                   UPON CRT AT 2201
               MOVE 12                 TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.

      *
      * layout-version handshake - a nonblank stamp this build does
      * not recognize means mb2000.cbl moved under us and the file
      * would mis-parse; stop before processing.  blank passes as a
      * pre-stamp file
      *
       VERIFY-EXTRACT-LAYOUT.
           IF EOF-SW = 0
           AND MB-LAYOUT-VERSION NOT = SPACES
           AND MB-LAYOUT-VERSION NOT = LOW-VALUES
           AND NOT MB-LAYOUT-CURRENT
               DISPLAY '!!!! EXTRACT LAYOUT VERSION MISMATCH -'
                   UPON CRT AT 2101
               DISPLAY '!!!!   RECOMPILE AGAINST CURRENT mb2000'
                   UPON CRT AT 2201
               MOVE 16                 TO RETURN-CODE
               STOP RUN.

       END-RTN.
           PERFORM COUNT-UNMATCHED-RESULTS.
           DISPLAY 'FINAL TOTALS FOR NCOAAPP1' UPON CRT AT 0915.
           DISPLAY REC-CTR  'EXTRACT RECORDS READ       =' UPON CRT
               AT 1125.
           DISPLAY RES-CTR  'NCOA RESULT LINES READ     =' UPON CRT
               AT 1225.
           DISPLAY MOVE-CTR 'FORWARDABLE MOVES          =' UPON CRT
               AT 1325.
           DISPLAY NOMOVE-CTR 'NO FORWARDING ADDRESS    =' UPON CRT
               AT 1425.
           DISPLAY APPLIED-CTR 'RE-ADDRESSED ON THE SET  =' UPON CRT
               AT 1525.
           DISPLAY CORRECTED-CTR 'CORRECTION TRANS WRITTEN=' UPON CRT
               AT 1625.
           DISPLAY UNMATCHED-CTR 'MOVES MATCHING NO LOAN  =' UPON CRT
               AT 1725.
           DISPLAY BADRES-CTR 'UNREADABLE RESULT LINES  =' UPON CRT
               AT 1825.
           MOVE WS-NC-COUNT            TO WS-QTY-DISP.
           DISPLAY WS-QTY-DISP 'CLIENTS ON NCOA DATE TABLE=' UPON CRT
               AT 1925.
           PERFORM REWRITE-NCOA-DATE-FILE.
           PERFORM VERIFY-CONTROL-TRAILER.
           IF (UNMATCHED-CTR NOT = 0 OR BADRES-CTR NOT = 0)
           AND RETURN-CODE < 8
               MOVE 8                  TO RETURN-CODE.
           IF REC-CTR = 0 AND RETURN-CODE < 4
               MOVE 4                  TO RETURN-CODE.
           CLOSE IN1-FILE.
           CLOSE OUT-FILE.
           CLOSE COR-FILE.
           STOP RUN.
