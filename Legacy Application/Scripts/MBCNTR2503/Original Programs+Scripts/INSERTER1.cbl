      * borrows SETMB2000's mixed-run file switching: one stream's
      * file is open at a time, created on first use and extended on
      * return, and every stream gets a trailer with its piece count
      * appended at end of job.  a .set that has been through HHOLD1
      * carries households - several loans to one borrower in one
      * envelope - and the control file follows it: the household's
      * lead record is the one physical piece, at the combined page
      * count and pocket demands HHOLD1 stamped on it, and its member
      * loans are counted but write no piece of their own.  the
      * accessible-format stream (.acc) SETMB2000 routes large-print
      * and braille borrowers to is an optional second name: read
      * after the .set, its pieces land in their own LGPRNT / BRAILL
      * form streams on the flat envelope, so every such piece is on
      * a control file even though it never went through the print
      * stream
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SETMB2000's .set output - each billing record is one
      * physical piece to be inserted; re-pointed at the .acc once
      * the .set is done when one is named
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS IN1-STATUS.
           05  INS-POCKETS             PIC X(7).
           05  INS-ENVELOPE            PIC X(4).
           05  INS-FORM                PIC X(6).
           05  INS-HH-LOANS            PIC 9(3).
           05  FILLER                  PIC X(33).
      *
       WORKING-STORAGE SECTION.

               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  ACC-NAME                PIC X(64) VALUE SPACES.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  PIECE-CTR               PIC 9(7)  VALUE 0.
           05  STREAM-SKIP-CTR         PIC 9(7)  VALUE 0.
           05  HH-MEMBER-CTR           PIC 9(7)  VALUE 0.
           05  ACC-PIECE-CTR           PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  ACC-PASS-SW             PIC X(1)  VALUE 'N'.
               88  ACC-PASS                      VALUE 'Y'.
           05  ACC-MISSING-SW          PIC X(1)  VALUE 'N'.
               88  ACC-MISSING                   VALUE 'Y'.
           05  TRAILER-SEEN-SW         PIC X(1)  VALUE 'N'.
               88  TRAILER-SEEN                  VALUE 'Y'.
           05  WS-BASE-OUT-NAME        PIC X(64) VALUE SPACES.
           05  WS-FORM                 PIC X(6)  VALUE SPACES.
           05  WS-PAGES                PIC 9(2)  VALUE 0.
           05  WS-ENVELOPE             PIC X(4)  VALUE SPACES.
           05  WS-POCKETS              PIC X(7)  VALUE SPACES.
           05  WS-HH-LOANS             PIC 9(3)  VALUE 0.
           05  WS-STREAM-KEY           PIC X(13) VALUE SPACES.
           05  WS-OPEN-STREAM          PIC S9(4) COMP VALUE 0.
           05  STR-FOUND-SW            PIC X(1)  VALUE 'N'.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME ACC-NAME.
           DISPLAY '* * * * B E G I N   I N S E R T E R 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES
           PERFORM READ-SET-REC.
           PERFORM VERIFY-EXTRACT-LAYOUT.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
           IF ACC-NAME NOT = SPACES
               PERFORM OPEN-ACCESSIBLE-STREAM
               PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
           PERFORM END-RTN.

      *
      * the .acc is the same 2116-byte MB-REC, so IN1-FILE is simply
      * closed and re-pointed at it; a named stream that isn't there
      * is pieces nobody can account for
      *
       OPEN-ACCESSIBLE-STREAM.
           CLOSE IN1-FILE.
           MOVE ACC-NAME               TO IN1-NAME.
           MOVE 'Y'                    TO ACC-PASS-SW.
           MOVE 0                      TO EOF-SW.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               MOVE 'Y'                TO ACC-MISSING-SW
               MOVE 1                  TO EOF-SW
           ELSE
               PERFORM READ-SET-REC
               PERFORM VERIFY-EXTRACT-LAYOUT.

       READ-SET-REC.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               STOP RUN.

       001-MAIN.
           IF MB-HH-MEMBER AND NOT ACC-PASS
               ADD 1                   TO HH-MEMBER-CTR
               PERFORM READ-SET-REC
               GO TO 001-MAIN-EXIT.
           PERFORM BUILD-PIECE-FIELDS.
           PERFORM FIND-OR-ADD-STREAM-ENTRY.
           IF STR-DROP-SW = 'Y'
               PERFORM SWITCH-STREAM-OUT-FILE.
           ADD 1                       TO PIECE-CTR.
           ADD 1                       TO STR-PIECE-CTR (STR-IDX).
           IF ACC-PASS
               ADD 1                   TO ACC-PIECE-CTR.
           PERFORM WRITE-PIECE-LINE.
           PERFORM READ-SET-REC.
       001-MAIN-EXIT.
                       MOVE MB-0133-FORM-NAME TO WS-FORM
                   END-IF
           END-EVALUATE.
           MOVE MB-POCKET-CODES        TO WS-POCKETS.
           MOVE 1                      TO WS-HH-LOANS.
           IF MB-HH-LEAD
           AND MB-HH-PAGES NUMERIC
           AND MB-HH-PAGES > 0
               MOVE MB-HH-PAGES        TO WS-PAGES
               MOVE MB-HH-POCKETS      TO WS-POCKETS
               MOVE MB-HH-LOANS        TO WS-HH-LOANS.
           IF MB-FOREIGN-ADDRESS NOT = SPACE
           AND MB-FOREIGN-ADDRESS NOT = '0'
               MOVE 'INTL'             TO WS-ENVELOPE
               MOVE 'FLAT'             TO WS-ENVELOPE
           ELSE
               MOVE 'STD '             TO WS-ENVELOPE.
      * an accessible piece is its own form whatever the client's
      * stock, and large print or braille never folds into a window
      * envelope
           IF ACC-PASS
               IF MB-FLEXFIELD6 (21:1) = 'B'
                   MOVE 'BRAILL'       TO WS-FORM
               ELSE
                   MOVE 'LGPRNT'       TO WS-FORM
               END-IF
               MOVE 'FLAT'             TO WS-ENVELOPE.
           MOVE SPACES                 TO WS-STREAM-KEY.
           STRING WS-FORM              DELIMITED BY SIZE
                  WS-POCKETS           DELIMITED BY SIZE
               INTO WS-STREAM-KEY.

       FIND-OR-ADD-STREAM-ENTRY.
           MOVE MB-CLIENT              TO INS-CLIENT.
           MOVE MB-ACCOUNT             TO INS-ACCOUNT.
           MOVE WS-PAGES               TO INS-PAGES.
           MOVE WS-POCKETS             TO INS-POCKETS.
           MOVE WS-ENVELOPE            TO INS-ENVELOPE.
           MOVE WS-FORM                TO INS-FORM.
           MOVE WS-HH-LOANS            TO INS-HH-LOANS.
           WRITE OUT-REC.

      *
                   UPON CRT AT 1425
               DISPLAY 'TABLE FULL (50 STREAM LIMIT)' UPON CRT
                   AT 1460.
           IF HH-MEMBER-CTR NOT = 0
               DISPLAY HH-MEMBER-CTR 'LOANS INSIDE A HOUSEHOLD'
                   UPON CRT AT 1525
               DISPLAY 'PIECE - NO PIECE OF THEIR OWN' UPON CRT
                   AT 1560.
           IF ACC-PASS
               DISPLAY ACC-PIECE-CTR 'ACCESSIBLE-FORMAT PIECES ='
                   UPON CRT AT 1625.
           PERFORM WRITE-STREAM-TRAILERS.
           IF NOT TRAILER-SEEN
               DISPLAY 'NO CONTROL TRAILER ON SET - PRE-TRAILER FILE?'
               MOVE 0                  TO RETURN-CODE.
           IF STREAM-SKIP-CTR NOT = 0
               MOVE 8                  TO RETURN-CODE.
           IF ACC-MISSING
               DISPLAY '!!!! ACCESSIBLE-FORMAT STREAM NOT FOUND'
                   UPON CRT AT 2301
               DISPLAY ACC-NAME UPON CRT AT 2401
               MOVE 8                  TO RETURN-CODE
           ELSE
               CLOSE IN1-FILE.
           STOP RUN.
