      * finds its rate tier on the rate control file, and writes a
      * postage accrual ledger line per client for the run - the
      * number the postal manifest totals get balanced against
      * before the permit bill ever arrives.  a household HHOLD1
      * formed is one envelope: its lead is rated at the combined
      * pages and pockets stamped on it, and its member loans add
      * nothing - they travel inside the lead's envelope.  the
      * accessible-format stream (.acc) is an optional third name:
      * its large-print and braille pieces are weighed on their own
      * LGPRNT / BRAILL form rows and the flat envelope, accrued to
      * the same client line, and counted on the ledger separately
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           05  LGR-FOREIGN-PIECES      PIC 9(7).
           05  LGR-TOTAL-OUNCES        PIC 9(9)V99.
           05  LGR-POSTAGE             PIC 9(9)V99.
           05  LGR-ACC-PIECES          PIC 9(7).
           05  FILLER                  PIC X(18).
      *
       WORKING-STORAGE SECTION.

           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  WS-JOB                  PIC X(7)  VALUE SPACES.
           05  ACC-NAME                PIC X(64) VALUE SPACES.
           05  ACC-PIECE-CTR           PIC 9(7)  VALUE 0.
           05  ACC-PASS-SW             PIC X(1)  VALUE 'N'.
               88  ACC-PASS                      VALUE 'Y'.
           05  ACC-MISSING-SW          PIC X(1)  VALUE 'N'.
               88  ACC-MISSING                   VALUE 'Y'.
           05  WS-ENVELOPE             PIC X(6)  VALUE SPACES.
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  NOTIER-CTR              PIC 9(7)  VALUE 0.
           05  PIECE-CTR               PIC 9(7)  VALUE 0.
           05  HH-MEMBER-CTR           PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  PST-FOUND-SW            PIC X(1)  VALUE 'N'.
               88  PST-FOUND                     VALUE 'Y'.
           05  WS-COMP-OZ              PIC 9(2)V99 COMP-3 VALUE 0.
           05  WS-PAGES                PIC 9(2)  VALUE 0.
           05  WS-FORM                 PIC X(6)  VALUE SPACES.
           05  WS-POCKETS              PIC X(7)  VALUE SPACES.
           05  WS-POCKET-TABLE REDEFINES WS-POCKETS.
               10  WS-POCKET-ENTRY     PIC X OCCURS 7 TIMES.
           05  WS-PKT-SUB              PIC S9(4) COMP VALUE 0.
           05  WS-PIECE-OZ             PIC 9(3)V99 COMP-3 VALUE 0.
           05  WS-PIECE-RATE           PIC 9(1)V9(3) COMP-3 VALUE 0.
           05  WS-FOREIGN-SW           PIC X(1)  VALUE 'N'.
               10  PST-FOREIGN         PIC 9(7).
               10  PST-OUNCES          PIC 9(9)V99 COMP-3.
               10  PST-POSTAGE         PIC 9(9)V99 COMP-3.
               10  PST-ACC-PIECES      PIC 9(7).
       77  WS-PST-COUNT                PIC S9(4) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME WS-JOB ACC-NAME.
           DISPLAY '* * * * B E G I N   P O S T A G E 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES
           PERFORM READ-SET-REC.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
           CLOSE IN1-FILE.
           IF ACC-NAME NOT = SPACES
               PERFORM OPEN-ACCESSIBLE-STREAM
               PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1
               IF NOT ACC-MISSING
                   CLOSE IN1-FILE
               END-IF
           END-IF.
           OPEN EXTEND LGR-FILE.
           PERFORM WRITE-LEDGER-LINES.
           CLOSE LGR-FILE.
       READ-RTE-REC.
           READ RTE-FILE AT END MOVE 'Y' TO RTE-EOF-SW.

      *
      * the .acc is the same 2116-byte MB-REC, so IN1-FILE is simply
      * re-pointed at it
      *
       OPEN-ACCESSIBLE-STREAM.
           MOVE ACC-NAME               TO IN1-NAME.
           MOVE 'Y'                    TO ACC-PASS-SW.
           MOVE 0                      TO EOF-SW.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               MOVE 'Y'                TO ACC-MISSING-SW
               MOVE 1                  TO EOF-SW
           ELSE
               PERFORM READ-SET-REC.

       READ-SET-REC.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
      * each populated pocket's insert weight, plus the envelope
      *
       001-MAIN.
           IF MB-HH-MEMBER AND NOT ACC-PASS
               ADD 1                   TO HH-MEMBER-CTR
               PERFORM READ-SET-REC
               GO TO 001-MAIN-EXIT.
           ADD 1                       TO PIECE-CTR.
           MOVE 1                      TO WS-PAGES.
           MOVE 'STDFRM'               TO WS-FORM.
      * the record's client is the 3-character file code plus a
                       MOVE MB-0133-FORM-NAME TO WS-FORM
                   END-IF
           END-EVALUATE.
           MOVE MB-POCKET-CODES        TO WS-POCKETS.
           IF MB-HH-LEAD
           AND MB-HH-PAGES NUMERIC
           AND MB-HH-PAGES > 0
               MOVE MB-HH-PAGES        TO WS-PAGES
               MOVE MB-HH-POCKETS      TO WS-POCKETS.
           MOVE 'STD'                  TO WS-ENVELOPE.
           IF ACC-PASS
               ADD 1                   TO ACC-PIECE-CTR
               MOVE 'FLAT'             TO WS-ENVELOPE
               IF MB-FLEXFIELD6 (21:1) = 'B'
                   MOVE 'BRAILL'       TO WS-FORM
               ELSE
                   MOVE 'LGPRNT'       TO WS-FORM
               END-IF
           END-IF.
           MOVE 'F'                    TO WS-WGT-TYPE.
           MOVE WS-FORM                TO WS-WGT-KEY.
           PERFORM FIND-COMPONENT-WEIGHT.
           IF NOT WGT-FOUND
               MOVE WS-DFLT-PAGE-OZ    TO WS-COMP-OZ.
           COMPUTE WS-PIECE-OZ = WS-COMP-OZ * WS-PAGES.
           PERFORM VARYING WS-PKT-SUB FROM 1 BY 1
                   UNTIL WS-PKT-SUB > 7
               IF WS-POCKET-ENTRY (WS-PKT-SUB) NOT = SPACE
                   MOVE 'I'            TO WS-WGT-TYPE
                   MOVE SPACES         TO WS-WGT-KEY
                   MOVE WS-POCKET-ENTRY (WS-PKT-SUB)
                                       TO WS-WGT-KEY (1:1)
                   PERFORM FIND-COMPONENT-WEIGHT
                   IF NOT WGT-FOUND
               END-IF
           END-PERFORM.
           MOVE 'E'                    TO WS-WGT-TYPE.
           MOVE WS-ENVELOPE            TO WS-WGT-KEY.
           PERFORM FIND-COMPONENT-WEIGHT.
           IF NOT WGT-FOUND
               MOVE WS-DFLT-ENV-OZ     TO WS-COMP-OZ.
               MOVE 0                  TO PST-FOREIGN (PST-IDX)
               MOVE 0                  TO PST-OUNCES (PST-IDX)
               MOVE 0                  TO PST-POSTAGE (PST-IDX)
               MOVE 0                  TO PST-ACC-PIECES (PST-IDX)
               MOVE 'Y'                TO PST-FOUND-SW.
           IF PST-FOUND
               ADD 1                   TO PST-PIECES (PST-IDX)
               END-IF
               ADD WS-PIECE-OZ         TO PST-OUNCES (PST-IDX)
               ADD WS-PIECE-RATE       TO PST-POSTAGE (PST-IDX)
               IF ACC-PASS
                   ADD 1               TO PST-ACC-PIECES (PST-IDX)
               END-IF
           END-IF.

       WRITE-LEDGER-LINES.
               MOVE PST-FOREIGN (PST-IDX) TO LGR-FOREIGN-PIECES
               MOVE PST-OUNCES (PST-IDX)  TO LGR-TOTAL-OUNCES
               MOVE PST-POSTAGE (PST-IDX) TO LGR-POSTAGE
               MOVE PST-ACC-PIECES (PST-IDX) TO LGR-ACC-PIECES
               WRITE LGR-REC
           END-PERFORM.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR POSTAGE1' UPON CRT AT 0915.
           DISPLAY PIECE-CTR 'PIECES RATED             =' UPON CRT
               AT 1125.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PST-COUNT
               DISPLAY WS-PST-DISP 'POSTAGE ACCRUED' UPON CRT
                   AT 1235
           END-PERFORM.
           IF HH-MEMBER-CTR NOT = 0
               DISPLAY HH-MEMBER-CTR 'LOANS INSIDE HOUSEHOLD PIECES'
                   UPON CRT AT 1425.
           IF ACC-PASS
               DISPLAY ACC-PIECE-CTR 'ACCESSIBLE-FORMAT PIECES'
                   UPON CRT AT 1525.
           IF NOTIER-CTR NOT = 0
               DISPLAY NOTIER-CTR 'PIECES OVER LAST RATE TIER'
                   UPON CRT AT 1325
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           IF ACC-MISSING
               DISPLAY '!!!! ACCESSIBLE-FORMAT STREAM NOT FOUND'
                   UPON CRT AT 2301
               DISPLAY ACC-NAME UPON CRT AT 2401
               MOVE 8                  TO RETURN-CODE.
           STOP RUN.
