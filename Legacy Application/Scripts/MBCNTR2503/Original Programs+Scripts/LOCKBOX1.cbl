      * reports short-pays, over-pays, captures against accounts we
      * never billed, and captures whose check digit fails - so a
      * lockbox keying problem surfaces here instead of as a borrower
      * complaint weeks later.  every capture that passes its check
      * digit is also written, account resolved and capture-dated,
      * to the optional capture extract LBXTRACE1 traces through to
      * the servicer's postings
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
      * the billed-vs-paid reconciliation report
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the capture extract - optional, named fourth on the command
      * line with the capture date (YYYYMMDD, default today) fifth
           SELECT CAP-FILE ASSIGN TO DYNAMIC CAP-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      *
       DATA DIVISION.
      *
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01 OUT-REC                      PIC X(132).

      *
      * CAP-ACCOUNT is the account the capture resolved to - through
      * the old-number cross-reference where that applies - or zero
      * when the captured account digits are not numeric
      *
       FD  CAP-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CAP-REC.
       01  CAP-REC.
           05  CAP-CLIENT              PIC X(4).
           05  CAP-ACCOUNT             PIC 9(13).
           05  CAP-AMOUNT              PIC 9(9)V99.
           05  CAP-DATE                PIC 9(8).
           05  FILLER                  PIC X(4).
      *
       WORKING-STORAGE SECTION.

               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  CAP-PATH.
               10 CAP-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 CAP-NAME             PIC X(64).
           05  WS-CAPTURE-DATE-X       PIC X(8)  VALUE SPACES.
           05  WS-CAPTURE-DATE         PIC 9(8)  VALUE 0.
           05  CAPTURE-CTR             PIC 9(7)  VALUE 0.
           05  XREF-PATH               PIC X(40)
               VALUE '/users/public/loanxref.tab'.
           05  XREF-STATUS             PIC X(2)  VALUE SPACES.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME LBX-NAME OUT-NAME CAP-NAME
                    WS-CAPTURE-DATE-X.
           DISPLAY '* * * * B E G I N   L O C K B O X 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR LBX-NAME = SPACES
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT OUT-FILE.
           IF WS-CAPTURE-DATE-X NUMERIC
               MOVE WS-CAPTURE-DATE-X  TO WS-CAPTURE-DATE
           ELSE
               ACCEPT WS-CAPTURE-DATE FROM DATE YYYYMMDD.
           IF CAP-NAME NOT = SPACES
               OPEN OUTPUT CAP-FILE.
           PERFORM READ-LBX-REC.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL LBX-EOF-SW = 1.
           PERFORM END-RTN.
               END-IF
           END-IF.
           MOVE LBX-AMOUNT-PAID        TO WS-PAID-AMT.
           IF CAP-NAME NOT = SPACES
               PERFORM WRITE-CAPTURE-REC.
           IF NOT BIL-FOUND
               ADD 1                   TO NOTBILLED-CTR
               MOVE 'NOTBILLED'        TO WS-TAG
       001-MAIN-EXIT.
           EXIT.

       WRITE-CAPTURE-REC.
           MOVE SPACES                 TO CAP-REC.
           MOVE LBX-SCAN-CLIENT        TO CAP-CLIENT.
           MOVE WS-LBX-ACCT            TO CAP-ACCOUNT.
           MOVE LBX-AMOUNT-PAID        TO CAP-AMOUNT.
           MOVE WS-CAPTURE-DATE        TO CAP-DATE.
           WRITE CAP-REC.
           ADD 1                       TO CAPTURE-CTR.

       FIND-BILLED-ENTRY.
           MOVE 'N'                 TO BIL-FOUND-SW.
           IF WS-BIL-COUNT > 0
           IF XREFPAY-CTR NOT = 0
               DISPLAY XREFPAY-CTR 'PAID ON OLD NUMBER =' UPON CRT
                   AT 1825.
           IF CAP-NAME NOT = SPACES
               DISPLAY CAPTURE-CTR 'CAPTURES EXTRACTED =' UPON CRT
                   AT 1925
               CLOSE CAP-FILE.
           PERFORM WRITE-XREF-AGING-LINES.
           PERFORM WRITE-SUMMARY-LINES.
           IF NOT TRAILER-SEEN
