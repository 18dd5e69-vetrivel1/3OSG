      * the rest - writes the combined manifest, and writes each
      * piece's tray assignment back keyed to its originating client
      * and job so per-client postage and PIECEACCT1 accounting
      * still settle to the job that owns the piece.  a client whose
      * NCOA move-update (ncoadate.tab, stamped by NCOAAPP1) is
      * missing or more than 95 days old may not claim presort - its
      * pieces stay out of the pool, write back as single-piece
      * (tray type SGL, tray 0) and are named on the manifest
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  ORGANIZATION RECORD SEQUENTIAL.
      * the presort work file
           SELECT SORT-FILE ASSIGN TO 'SORTWK'.
      * per-client last NCOA move-update date
           SELECT NCD-FILE ASSIGN TO DYNAMIC NCD-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS NCD-STATUS.
      *
       DATA DIVISION.
      *
           05  TRY-TRAY-NO             PIC 9(5).
           05  TRY-TRAY-TYPE           PIC X(3).
           05  FILLER                  PIC X(3).

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
           05  WS-ZIP3                 PIC X(3)  VALUE SPACES.
           05  WS-QTY-DISP             PIC ZZZZZZ9.
           05  GRP-DONE-SW             PIC X(1)  VALUE 'N'.
      *
      * move-update currency - each client's last NCOA date against
      * the run date in true calendar days; a client not on the
      * table has never been move-updated and is lapsed
      *
           05  NCD-PATH                PIC X(40)
               VALUE '/users/public/ncoadate.tab'.
           05  NCD-STATUS              PIC X(2)  VALUE SPACES.
           05  NCD-EOF-SW              PIC X(1)  VALUE 'N'.
               88  NCD-EOF                       VALUE 'Y'.
           05  NC-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  NC-FOUND                      VALUE 'Y'.
           05  LAPSED-CTR              PIC 9(7)  VALUE 0.
           05  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           05  WS-RUN-DAYS             PIC S9(9) COMP-3 VALUE 0.
           05  WS-AGE-DAYS             PIC S9(9) COMP-3 VALUE 0.
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
      * the USPS qualification floor per tray type
       77  WS-QUALIFY-QTY              PIC 9(4)  VALUE 150.
       77  WS-NCOA-MAX-DAYS            PIC 9(3)  VALUE 95.

       01  NCOA-DATE-TABLE.
           05  NC-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-NC-COUNT
                   INDEXED BY NC-IDX.
               10  NC-CLIENT           PIC X(4).
               10  NC-LAST-DATE        PIC 9(8).
               10  NC-LAPSED-SW        PIC X(1).
               10  NC-LAPSED-QTY       PIC 9(7).
       77  WS-NC-COUNT                 PIC S9(8) COMP VALUE 0.

      *
      * the pooled pieces in ZIP order off the sort - tray
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM LOAD-NCOA-DATE-TABLE.
           OPEN OUTPUT OUT-FILE.
           OPEN OUTPUT TRY-FILE.
           SORT SORT-FILE
               OUTPUT PROCEDURE IS LOAD-POOL-TABLE
                   THRU LOAD-POOL-EXIT.
           PERFORM CUT-TRAYS.
           PERFORM WRITE-LAPSED-CLIENT-LINES.
           PERFORM END-RTN.

      *
           AND MB-FOREIGN-ADDRESS NOT = '0'
               ADD 1                   TO FOREIGN-CTR
           ELSE
      * a household member rides inside its lead's envelope
           IF MB-HH-MEMBER
               CONTINUE
           ELSE
               PERFORM CHECK-CLIENT-NCOA
               IF NC-LAPSED-SW (NC-IDX) = 'Y'
                   PERFORM WRITE-SINGLE-PIECE
               ELSE
                   MOVE MB-ZIP-5       TO SRT-ZIP
                   MOVE MB-CLIENT      TO SRT-CLIENT
                   MOVE MB-JOB         TO SRT-JOB
                   MOVE MB-ACCOUNT     TO SRT-ACCOUNT
                   RELEASE SORT-REC.
           PERFORM READ-SET-REC.

      *
      * a lapsed client's piece mails at the single-piece rate - its
      * write-back carries no tray so postage settles it unpresorted
      *
       WRITE-SINGLE-PIECE.
           ADD 1                       TO LAPSED-CTR.
           ADD 1                       TO NC-LAPSED-QTY (NC-IDX).
           MOVE SPACES                 TO TRY-REC.
           MOVE MB-CLIENT              TO TRY-CLIENT.
           MOVE MB-JOB                 TO TRY-JOB.
           MOVE MB-ACCOUNT             TO TRY-ACCOUNT.
           MOVE MB-ZIP-5               TO TRY-ZIP.
           MOVE 0                      TO TRY-TRAY-NO.
           MOVE 'SGL'                  TO TRY-TRAY-TYPE.
           WRITE TRY-REC.

      *
      * ncoadate.tab is read once; each client's age is settled at
      * load so the per-piece check is a table hit.  a missing table
      * leaves every client lapsed
      *
       LOAD-NCOA-DATE-TABLE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE            TO WS-DN-DATE-N.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE WS-DN-DAYS             TO WS-RUN-DAYS.
           OPEN INPUT NCD-FILE.
           IF NCD-STATUS NOT = '00'
               DISPLAY 'NO NCOA DATE TABLE - NO CLIENT QUALIFIES'
                   UPON CRT AT 1901
               DISPLAY 'FOR PRESORT THIS RUN' UPON CRT AT 2001
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
                     MOVE 0               TO NC-LAPSED-QTY (NC-IDX)
                     PERFORM SET-CLIENT-LAPSED-SW
                  END-IF
                  PERFORM READ-NCD-REC
               END-PERFORM
               CLOSE NCD-FILE.

       READ-NCD-REC.
           READ NCD-FILE AT END MOVE 'Y' TO NCD-EOF-SW.

       SET-CLIENT-LAPSED-SW.
           MOVE 'Y'                    TO NC-LAPSED-SW (NC-IDX).
           MOVE NC-LAST-DATE (NC-IDX)  TO WS-DN-DATE-N.
           IF WS-DN-MM > 0 AND WS-DN-MM < 13
           AND WS-DN-YYYY > 1900
               PERFORM COMPUTE-DAY-NUMBER
               COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-DN-DAYS
               IF WS-AGE-DAYS NOT > WS-NCOA-MAX-DAYS
                   MOVE 'N'            TO NC-LAPSED-SW (NC-IDX)
               END-IF
           END-IF.

      *
      * day number since year zero - 365 a year plus the leap days
      * before this date, the leap day of a leap year counting only
      * from March
      *
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

      * the client's table entry, added lapsed if it has none
       CHECK-CLIENT-NCOA.
           MOVE 'N'                    TO NC-FOUND-SW.
           IF WS-NC-COUNT > 0
               SET NC-IDX TO 1
               SEARCH NC-ENTRY
                   AT END
                       MOVE 'N'        TO NC-FOUND-SW
                   WHEN NC-CLIENT (NC-IDX) = MB-CLIENT
                       MOVE 'Y'        TO NC-FOUND-SW
               END-SEARCH.
           IF NOT NC-FOUND
               IF WS-NC-COUNT NOT < 500
                   DISPLAY '!!!! NCOA CLIENT TABLE FULL - STOP'
                       UPON CRT AT 2301
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1                   TO WS-NC-COUNT
               SET NC-IDX TO WS-NC-COUNT
               MOVE MB-CLIENT          TO NC-CLIENT (NC-IDX)
               MOVE 0                  TO NC-LAST-DATE (NC-IDX)
               MOVE 'Y'                TO NC-LAPSED-SW (NC-IDX)
               MOVE 0                  TO NC-LAPSED-QTY (NC-IDX)
           END-IF.

       LOAD-POOL-TABLE.
           MOVE 0                      TO EOF-SW.
           PERFORM LOAD-ONE-PIECE UNTIL EOF-SW = 1.
           MOVE WS-TRAY-TYPE           TO TRY-TRAY-TYPE.
           WRITE TRY-REC.

      *
      * after the trays, one line per lapsed client with its last
      * move-update date and the pieces it mails single-piece
      *
       WRITE-LAPSED-CLIENT-LINES.
           PERFORM VARYING NC-IDX FROM 1 BY 1
                   UNTIL NC-IDX > WS-NC-COUNT
               IF NC-LAPSED-QTY (NC-IDX) > 0
                   MOVE NC-LAPSED-QTY (NC-IDX) TO WS-QTY-DISP
                   MOVE SPACES         TO OUT-REC
                   STRING 'NCOA LAPSED CLIENT ' DELIMITED BY SIZE
                          NC-CLIENT (NC-IDX) DELIMITED BY SIZE
                          '  LAST NCOA '    DELIMITED BY SIZE
                          NC-LAST-DATE (NC-IDX) DELIMITED BY SIZE
                          '  SINGLE-PIECE, NOT POOLED '
                                            DELIMITED BY SIZE
                          WS-QTY-DISP       DELIMITED BY SIZE
                       INTO OUT-REC
                   WRITE OUT-REC
               END-IF
           END-PERFORM.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR COMINGL1' UPON CRT AT 0915.
           DISPLAY FILE-CTR 'SET FILES POOLED          =' UPON CRT
               AT 1625.
           DISPLAY TRAYM-CTR 'MIXED TRAYS               =' UPON CRT
               AT 1725.
           DISPLAY LAPSED-CTR 'SINGLE-PIECE, NCOA LAPSED=' UPON CRT
               AT 1825.
           IF LAPSED-CTR > 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE OUT-FILE.
           CLOSE TRY-FILE.
           STOP RUN.
