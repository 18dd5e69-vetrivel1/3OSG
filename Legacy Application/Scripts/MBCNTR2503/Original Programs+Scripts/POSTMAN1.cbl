      * summaries per 3-digit prefix (the counts the presort postage
      * discounts are claimed on), and foreign-flagged pieces split
      * to their own international manifest since they can't carry
      * the domestic rate at all.  a household HHOLD1 formed mails as
      * its lead's one envelope - the member loans inside it are not
      * pieces and stay off the manifest.  a client whose NCOA move-
      * update (ncoadate.tab, stamped by NCOAAPP1) is missing or more
      * than 95 days old can't claim presort at all - its pieces
      * manifest in a single-piece section after the trays, cut into
      * no tray, and the step warns
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS IN1-STATUS.
           SELECT OPTIONAL SAT-TOTALS-FILE
                  ASSIGN TO DYNAMIC SAT-TOTALS-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * per-client last NCOA move-update date
           SELECT NCD-FILE ASSIGN TO DYNAMIC NCD-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS NCD-STATUS.
      *
       DATA DIVISION.
      *
       SD SORT-FILE
           DATA RECORD IS SORT-REC.
       01 SORT-REC.
      * P presort-qualified, S single-piece (move-update lapsed)
           05  SR-CLASS                PIC X(1).
           05  SR-ZIP-5                PIC X(5).
           05  SR-ZIP-4                PIC X(4).
           05  SR-FOREIGN              PIC X(1).
           05  SAT-EXCEPT-CTR           PIC 9(7).
           05  SAT-COND-CODE            PIC 9(2).
           05  FILLER                   PIC X(7).
      *
       FD  NCD-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS NCD-REC.
       01  NCD-REC.
           05  NCD-REC-CLIENT          PIC X(4).
           05  NCD-REC-DATE            PIC 9(8).
           05  FILLER                  PIC X(8).
      *
       WORKING-STORAGE SECTION.
      *
           05  WS-CURR-PREFIX          PIC X(3)  VALUE LOW-VALUES.
           05  WS-TRAY-QTY             PIC 9(7)  VALUE 0.
           05  WS-QTY-DISP             PIC ZZZZZZ9.
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
           05  SINGLE-HDR-SW           PIC X(1)  VALUE 'N'.
               88  SINGLE-HDR-DONE               VALUE 'Y'.
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
       01  SAT-LOG-FIELDS.
           05  SAT-TOTALS-PATH         PIC X(40)
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM LOAD-NCOA-DATE-TABLE.
           OPEN OUTPUT OUT-FILE.
           OPEN OUTPUT FOREIGN-OUT-FILE.
           SORT SORT-FILE
               ON ASCENDING KEY SR-CLASS SR-ZIP-5 SR-ZIP-4
               INPUT PROCEDURE IS RELEASE-PIECES
               OUTPUT PROCEDURE IS WRITE-PRESORT-MANIFEST.
           PERFORM END-RTN.
      * input/output procedures end cleanly at their EXITs
       INPUT-ROUTINES SECTION.
       RELEASE-ONE-PIECE.
           IF MB-HH-MEMBER
               PERFORM READ-EXTRACT
           ELSE
           IF MB-PLANET-CODE = 0
           AND MB-REMITTANCE-IMB-CODE (1:31) NOT NUMERIC
               PERFORM READ-EXTRACT
           ELSE
               PERFORM BUILD-MANIFEST-LINE
               PERFORM CHECK-CLIENT-NCOA
               IF NC-LAPSED-SW (NC-IDX) = 'Y'
               AND (MB-FOREIGN-ADDRESS = SPACE
                    OR MB-FOREIGN-ADDRESS = '0')
                   MOVE 'S'            TO SR-CLASS
                   ADD 1               TO NC-LAPSED-QTY (NC-IDX)
               ELSE
                   MOVE 'P'            TO SR-CLASS
               END-IF
               MOVE MB-ZIP-5           TO SR-ZIP-5
               MOVE MB-ZIP-4           TO SR-ZIP-4
               MOVE MB-FOREIGN-ADDRESS TO SR-FOREIGN
                       ADD 1           TO FOREIGN-CTR
                       MOVE SR-DETAIL  TO FOREIGN-REC
                       WRITE FOREIGN-REC
                   ELSE
                   IF SR-CLASS = 'S'
                       IF NOT SINGLE-HDR-DONE
                           PERFORM WRITE-SINGLE-PIECE-HEADER
                       END-IF
                       ADD 1           TO MANIFEST-CTR
                       ADD 1           TO LAPSED-CTR
                       MOVE SR-DETAIL  TO OUT-REC
                       WRITE OUT-REC
                   ELSE
                       IF SR-ZIP-5 (1:3) NOT = WS-CURR-PREFIX
                           PERFORM FLUSH-TRAY-SUMMARY
                       MOVE SR-DETAIL  TO OUT-REC
                       WRITE OUT-REC
                   END-IF
                   END-IF
           END-RETURN.

      *
      * the single-piece pieces sort after every tray - close the
      * last tray, then name each lapsed client and its last move-
      * update date ahead of their detail lines
      *
       WRITE-SINGLE-PIECE-HEADER.
           PERFORM FLUSH-TRAY-SUMMARY.
           MOVE LOW-VALUES             TO WS-CURR-PREFIX.
           MOVE 'Y'                    TO SINGLE-HDR-SW.
           MOVE SPACES                 TO OUT-REC.
           STRING 'SINGLE-PIECE - NCOA MOVE UPDATE LAPSED, '
                                        DELIMITED BY SIZE
                  'NO PRESORT CLAIM'    DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           PERFORM VARYING NC-IDX FROM 1 BY 1
                   UNTIL NC-IDX > WS-NC-COUNT
               IF NC-LAPSED-QTY (NC-IDX) > 0
                   MOVE NC-LAPSED-QTY (NC-IDX) TO WS-QTY-DISP
                   MOVE SPACES         TO OUT-REC
                   STRING 'LAPSED CLIENT '  DELIMITED BY SIZE
                          NC-CLIENT (NC-IDX) DELIMITED BY SIZE
                          '  LAST NCOA '    DELIMITED BY SIZE
                          NC-LAST-DATE (NC-IDX) DELIMITED BY SIZE
                          '  PIECES '       DELIMITED BY SIZE
                          WS-QTY-DISP       DELIMITED BY SIZE
                       INTO OUT-REC
                   WRITE OUT-REC
               END-IF
           END-PERFORM.

       FLUSH-TRAY-SUMMARY.
           IF WS-CURR-PREFIX NOT = LOW-VALUES
               ADD 1                   TO TRAY-CTR
       SET-JOB-RETURN-CODE.
           IF REC-CTR = 0 AND RETURN-CODE < 4
               MOVE 4                  TO RETURN-CODE.
           IF LAPSED-CTR > 0 AND RETURN-CODE < 4
               MOVE 4                  TO RETURN-CODE.

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

       WRITE-SAT-TOTALS-LINE.
           ACCEPT WS-SAT-DATE FROM DATE YYYYMMDD.
               AT 1325.
           DISPLAY TRAY-CTR 'TRAYS                      =' UPON CRT
               AT 1425.
           DISPLAY LAPSED-CTR 'SINGLE-PIECE, NCOA LAPSED=' UPON CRT
               AT 1525.
           PERFORM VERIFY-CONTROL-TRAILER.
           PERFORM SET-JOB-RETURN-CODE.
           CLOSE IN1-FILE.
