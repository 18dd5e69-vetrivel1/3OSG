      * feeds are matched on the piece's barcode value (the IMB, or
      * the legacy planet value), the one key all three carry whole -
      * the manifest's printed account column is a display rendering
      * that can collide and is never used for matching.  on a .set
      * that has been through HHOLD1 a household is one envelope
      * under its lead's barcode; the member loans inside it are
      * counted and shown, not expected on the manifest.  the
      * accessible-format stream (.acc) is an optional sixth name:
      * its large-print and braille pieces never reach the print
      * manifest, so they are counted by format into the balance,
      * and one that also turns up on the .set is a borrower about
      * to get two statements
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SETMB2000's .set output - each record carrying a planet code
      * (or an Intelligent Mail barcode) is a piece that should mail;
      * re-pointed at the .acc afterwards when one is named
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS IN1-STATUS.
           05  NOT-MANIFESTED-CTR      PIC 9(7)  VALUE 0.
           05  NOT-CONFIRMED-CTR       PIC 9(7)  VALUE 0.
           05  MAN-ORPHAN-CTR          PIC 9(7)  VALUE 0.
           05  HH-MEMBER-CTR           PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  WS-KEY                  PIC X(31) VALUE SPACES.
           05  SUP-PATH.
                  VALUE '/users/public/'.
               10 SUP-NAME             PIC X(64).
           05  SUP-STATUS              PIC X(2)  VALUE SPACES.
           05  ACC-NAME                PIC X(64) VALUE SPACES.
           05  ACC-LP-CTR              PIC 9(7)  VALUE 0.
           05  ACC-BR-CTR              PIC 9(7)  VALUE 0.
           05  ACC-DUP-CTR             PIC 9(7)  VALUE 0.
           05  ACC-MISSING-SW          PIC X(1)  VALUE 'N'.
               88  ACC-MISSING                   VALUE 'Y'.
           05  SUP-EOF-SW              PIC 9(1)  VALUE 0.
           05  SUPREG-CTR              PIC 9(7)  VALUE 0.
           05  GV-FOUND-SW             PIC X(1)  VALUE 'N'.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME MAN-NAME VEN-NAME OUT-NAME SUP-NAME
                    ACC-NAME.
           DISPLAY '* * * B E G I N   P I E C E A C C T 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR MAN-NAME = SPACES
               OUTPUT PROCEDURE IS LOAD-PIECE-TABLE.
           PERFORM MARK-MANIFESTED.
           PERFORM MARK-CONFIRMED.
           PERFORM COUNT-ACCESSIBLE-STREAM
               THRU COUNT-ACCESSIBLE-EXIT.
           PERFORM WRITE-RECONCILIATION.
           PERFORM END-RTN.

       INPUT-ROUTINES SECTION.
       RELEASE-ONE-PIECE.
           IF MB-CLIENT NOT = '9999'
           AND MB-HH-MEMBER
               ADD 1                   TO HH-MEMBER-CTR
           END-IF.
           IF MB-CLIENT NOT = '9999'
           AND NOT MB-HH-MEMBER
           AND (MB-PLANET-CODE NOT = 0
                OR MB-REMITTANCE-IMB-CODE (1:31) NUMERIC)
               PERFORM BUILD-PIECE-KEY
           END-PERFORM.
           CLOSE VEN-FILE.

      *
      * the .acc pieces by format off the MB-FLEXFIELD6 tag SETMB2000
      * stamps; an accessible piece whose barcode is also on the
      * .set went out twice.  a sixth name of '-' means the .set has
      * no accessible stream to go with it (SUP-NAME is positional)
      *
       COUNT-ACCESSIBLE-STREAM.
           IF ACC-NAME = SPACES OR ACC-NAME = '-'
               GO TO COUNT-ACCESSIBLE-EXIT.
           MOVE ACC-NAME               TO IN1-NAME.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               MOVE 'Y'                TO ACC-MISSING-SW
               GO TO COUNT-ACCESSIBLE-EXIT.
           MOVE 0                      TO EOF-SW.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           PERFORM UNTIL EOF-SW = 1
               IF MB-FLEXFIELD6 (21:1) = 'B'
                   ADD 1               TO ACC-BR-CTR
               ELSE
                   ADD 1               TO ACC-LP-CTR
               END-IF
               PERFORM BUILD-PIECE-KEY
               PERFORM FIND-PIECE-ENTRY
               IF PC-FOUND
                   ADD 1               TO ACC-DUP-CTR
                   MOVE SPACES         TO OUT-REC
                   STRING WS-KEY        DELIMITED BY SIZE
                          '  ACCESSIBLE PIECE ALSO ON THE SET FILE'
                                        DELIMITED BY SIZE
                       INTO OUT-REC
                   WRITE OUT-REC
               END-IF
               READ IN1-FILE AT END MOVE 1 TO EOF-SW
           END-PERFORM.
           CLOSE IN1-FILE.
       COUNT-ACCESSIBLE-EXIT.
           EXIT.

       FIND-PIECE-ENTRY.
           MOVE 'N'                    TO PC-FOUND-SW.
           IF WS-PC-COUNT > 0
               END-IF
           END-PERFORM.
           PERFORM WRITE-SUPPRESSION-SUMMARY.
           IF HH-MEMBER-CTR NOT = 0
               MOVE HH-MEMBER-CTR      TO WS-QTY-DISP
               MOVE SPACES             TO OUT-REC
               STRING 'HOUSEHOLDED  '   DELIMITED BY SIZE
                      WS-QTY-DISP       DELIMITED BY SIZE
                      '  LOANS MAILED INSIDE A HOUSEHOLD LEAD PIECE'
                                        DELIMITED BY SIZE
                   INTO OUT-REC
               WRITE OUT-REC.
           IF ACC-LP-CTR NOT = 0
               MOVE ACC-LP-CTR         TO WS-QTY-DISP
               MOVE SPACES             TO OUT-REC
               STRING 'LARGE PRINT  '   DELIMITED BY SIZE
                      WS-QTY-DISP       DELIMITED BY SIZE
                      '  PIECES ON THE ACCESSIBLE-FORMAT STREAM'
                                        DELIMITED BY SIZE
                   INTO OUT-REC
               WRITE OUT-REC.
           IF ACC-BR-CTR NOT = 0
               MOVE ACC-BR-CTR         TO WS-QTY-DISP
               MOVE SPACES             TO OUT-REC
               STRING 'BRAILLE      '   DELIMITED BY SIZE
                      WS-QTY-DISP       DELIMITED BY SIZE
                      '  PIECES ON THE ACCESSIBLE-FORMAT STREAM'
                                        DELIMITED BY SIZE
                   INTO OUT-REC
               WRITE OUT-REC.
           IF ACC-MISSING
               MOVE SPACES             TO OUT-REC
               STRING 'ACCESSIBLE-FORMAT STREAM NOT FOUND  '
                                        DELIMITED BY SIZE
                      ACC-NAME          DELIMITED BY SPACE
                   INTO OUT-REC
               WRITE OUT-REC.

       WRITE-MAN-ORPHAN-LINE.
           MOVE SPACES                 TO OUT-REC.
           IF SUPREG-CTR NOT = 0
               DISPLAY SUPREG-CTR 'SUPPRESSED PER REGISTRY  ='
                   UPON CRT AT 1725.
           IF HH-MEMBER-CTR NOT = 0
               DISPLAY HH-MEMBER-CTR 'HOUSEHOLDED INTO A LEAD   ='
                   UPON CRT AT 1825.
           IF ACC-LP-CTR NOT = 0 OR ACC-BR-CTR NOT = 0
               DISPLAY ACC-LP-CTR 'ACCESSIBLE - LARGE PRINT ='
                   UPON CRT AT 1925
               DISPLAY ACC-BR-CTR 'ACCESSIBLE - BRAILLE     ='
                   UPON CRT AT 2025.
           IF NOT-MANIFESTED-CTR NOT = 0
           OR NOT-CONFIRMED-CTR NOT = 0
           OR MAN-ORPHAN-CTR NOT = 0
           OR ACC-DUP-CTR NOT = 0
           OR ACC-MISSING
               MOVE 8                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
