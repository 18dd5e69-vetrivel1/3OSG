       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CYCHLST1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * single-loan cycle history listing - for research, an
      * examiner, or a borrower dispute: prints one loan's record
      * off the loan-level cycle history CYCHIST1 keeps, every cycle
      * held (up to 24), newest first.  each cycle gets two lines -
      * the balances, due date, total amount due, payment and
      * delinquency days, then the suppression reason, bankruptcy
      * code, foreclosure and draft flags, the identity hash (marked
      * where it differs from the loan's next older cycle on the
      * .set, i.e. the name, address, e-mail or phone changed) and
      * the post-petition payment when the cycle's mbx carried one.
      * mbx loans are held under client '0nnn'; the account may be
      * keyed with or without its leading zeros
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the loan-level cycle history
           SELECT CYH-FILE  ASSIGN TO DYNAMIC CYH-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CYH-KEY
                  FILE STATUS IS CYH-STATUS.
      * the listing
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  CYH-FILE
           RECORD CONTAINS 2600 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CYH-REC.
       01  CYH-REC.
           05  CYH-KEY.
               10  CYH-CLIENT          PIC X(4).
               10  CYH-ACCOUNT         PIC 9(13).
           05  CYH-LAST-CYCLE          PIC 9(8).
           05  CYH-LAST-UPDATE         PIC 9(8).
           05  CYH-CYCLE-COUNT         PIC 9(2).
           05  FILLER                  PIC X(45).
           05  CYH-CYCLE OCCURS 24 TIMES.
               10  CYC-DATE            PIC 9(8).
               10  CYC-ON-SET-SW       PIC X(1).
               10  CYC-PRIN-BAL        PIC S9(11)V99 COMP-3.
               10  CYC-ESCROW-BAL      PIC S9(9)V99 COMP-3.
               10  CYC-SUSPENSE-BAL    PIC S9(11)V99 COMP-3.
               10  CYC-DUE-DATE        PIC 9(8).
               10  CYC-TOTAL-DUE       PIC S9(11)V99 COMP-3.
               10  CYC-PAYMENT         PIC S9(9)V99 COMP-3.
               10  CYC-DELQ-DAYS       PIC 9(5).
               10  CYC-SUPP-REASON     PIC X(8).
               10  CYC-BANKRUPT-CODE   PIC X(2).
               10  CYC-FCL-FLAG        PIC X(1).
               10  CYC-DRAFT-SW        PIC X(1).
               10  CYC-ID-HASH         PIC 9(15).
               10  CYC-PP-SW           PIC X(1).
               10  CYC-PP-PAYMENT      PIC S9(9)V99 COMP-3.
               10  CYC-PP-PI           PIC S9(9)V99 COMP-3.
               10  CYC-PP-ESC          PIC S9(7)V99 COMP-3.
               10  CYC-PP-IR           PIC SV9(7) COMP-3.
           05  FILLER                  PIC X(24).

       FD OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01 OUT-REC                      PIC X(132).
      *
       WORKING-STORAGE SECTION.

       01  VARIABLES.
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  CYH-PATH                PIC X(40)
               VALUE '/users/public/out/cychist.kdx'.
           05  CYH-STATUS              PIC X(2)  VALUE SPACES.
           05  CYH-FOUND-SW            PIC X(1)  VALUE 'N'.
               88  CYH-FOUND                     VALUE 'Y'.
           05  WS-COMMAND-LINE         PIC X(100).
           05  WS-CLIENT-X             PIC X(4)  VALUE SPACES.
           05  WS-ACCT-X               PIC X(13) VALUE SPACES.
           05  WS-ACCT-N               PIC 9(13) VALUE 0.
           05  WS-LEN                  PIC S9(4) COMP VALUE 0.
           05  WS-SUB                  PIC S9(4) COMP VALUE 0.
           05  WS-SUB2                 PIC S9(4) COMP VALUE 0.
           05  WS-OLDER                PIC S9(4) COMP VALUE 0.
           05  LISTED-CTR              PIC 9(7)  VALUE 0.
           05  IDCHG-CTR               PIC 9(7)  VALUE 0.
           05  WS-DATE-IN              PIC 9(8)  VALUE 0.
           05  WS-DATE-OUT.
               10  WS-DATE-OUT-MM      PIC X(2).
               10  FILLER              PIC X(1)  VALUE '/'.
               10  WS-DATE-OUT-DD      PIC X(2).
               10  FILLER              PIC X(1)  VALUE '/'.
               10  WS-DATE-OUT-YY      PIC X(4).
           05  WS-CYCLE-DISP           PIC X(10) VALUE SPACES.
           05  WS-DUE-DISP             PIC X(10) VALUE SPACES.
           05  WS-UPD-DISP             PIC X(10) VALUE SPACES.
           05  WS-ON-SET-DESC          PIC X(7)  VALUE SPACES.
           05  WS-PRIN-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  WS-ESC-EDIT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  WS-SUSP-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  WS-DUE-EDIT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  WS-PMT-EDIT             PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-PP-EDIT              PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-DELQ-EDIT            PIC ZZ,ZZ9.
           05  WS-QTY-DISP             PIC Z9.
           05  WS-HASH-DISP            PIC 9(15).
           05  WS-IDCHG-DESC           PIC X(10) VALUE SPACES.
           05  WS-PP-DESC              PIC X(28) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO WS-CLIENT-X WS-ACCT-X OUT-NAME.
           DISPLAY '* * * * B E G I N   C Y C H L S T 1 . C B L'
               UPON CRT AT 1401.
           IF WS-CLIENT-X = SPACES OR WS-ACCT-X = SPACES
           OR OUT-NAME = SPACES
               DISPLAY '!!!! ENTER CLIENT, ACCOUNT AND LISTING FILE'
                   UPON CRT AT 2301
               DISPLAY '!!!!   ON COMMAND LINE' UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           MOVE 0                      TO WS-LEN.
           INSPECT WS-ACCT-X TALLYING WS-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-ACCT-X (1:WS-LEN) NOT NUMERIC
               DISPLAY '!!!! ACCOUNT NUMBER MUST BE NUMERIC'
                   UPON CRT AT 2301
               DISPLAY WS-ACCT-X UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           MOVE WS-ACCT-X (1:WS-LEN)   TO WS-ACCT-N.
           OPEN INPUT CYH-FILE.
           IF CYH-STATUS NOT = '00'
               DISPLAY '!!!! CYCLE HISTORY NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY CYH-PATH UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           MOVE WS-CLIENT-X            TO CYH-CLIENT.
           MOVE WS-ACCT-N              TO CYH-ACCOUNT.
           MOVE 'Y'                    TO CYH-FOUND-SW.
           READ CYH-FILE
               INVALID KEY
                   MOVE 'N'            TO CYH-FOUND-SW
           END-READ.
           OPEN OUTPUT OUT-FILE.
           PERFORM WRITE-HEADING.
           IF CYH-FOUND
               PERFORM WRITE-CYCLE-LINES THRU WRITE-CYCLE-LINES-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 24
           ELSE
               MOVE 'LOAN NOT ON THE CYCLE HISTORY' TO OUT-REC
               WRITE OUT-REC.
           PERFORM WRITE-CLOSING-LINE.
           CLOSE CYH-FILE.
           PERFORM END-RTN.

       WRITE-HEADING.
           MOVE SPACES                 TO WS-UPD-DISP.
           IF CYH-FOUND
               MOVE CYH-LAST-UPDATE    TO WS-DATE-IN
               PERFORM FORMAT-DATE
               MOVE WS-DATE-OUT        TO WS-UPD-DISP
               MOVE CYH-CYCLE-COUNT    TO WS-QTY-DISP
           ELSE
               MOVE 0                  TO WS-QTY-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING 'LOAN CYCLE HISTORY - CLIENT '
                                        DELIMITED BY SIZE
                  WS-CLIENT-X           DELIMITED BY SIZE
                  '  ACCOUNT '          DELIMITED BY SIZE
                  WS-ACCT-N             DELIMITED BY SIZE
                  '   CYCLES HELD '     DELIMITED BY SIZE
                  WS-QTY-DISP           DELIMITED BY SIZE
                  '   LAST UPDATED '    DELIMITED BY SIZE
                  WS-UPD-DISP           DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           STRING 'CYCLE       ON SET        PRINCIPAL'
                                        DELIMITED BY SIZE
                  '            ESCROW          SUSPENSE'
                                        DELIMITED BY SIZE
                  '  DUE DATE          TOTAL DUE'
                                        DELIMITED BY SIZE
                  '          PAYMENT  DELQ'
                                        DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           STRING '            SUPP REASON  BK  FCL  DRAFT'
                                        DELIMITED BY SIZE
                  '  IDENTITY HASH'     DELIMITED BY SIZE
                  '               POST-PETITION'
                                        DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.

      *
      * slots are newest first; an empty slot (date zero) is past
      * the cycles the loan has
      *
       WRITE-CYCLE-LINES.
           IF CYC-DATE (WS-SUB) = 0
               GO TO WRITE-CYCLE-LINES-EXIT.
           ADD 1                       TO LISTED-CTR.
           MOVE CYC-DATE (WS-SUB)      TO WS-DATE-IN.
           PERFORM FORMAT-DATE.
           MOVE WS-DATE-OUT            TO WS-CYCLE-DISP.
           IF CYC-ON-SET-SW (WS-SUB) = 'Y'
               MOVE 'ON SET'           TO WS-ON-SET-DESC
           ELSE
               MOVE 'OFF SET'          TO WS-ON-SET-DESC.
           MOVE SPACES                 TO WS-DUE-DISP.
           IF CYC-DUE-DATE (WS-SUB) NOT = 0
               MOVE CYC-DUE-DATE (WS-SUB) TO WS-DATE-IN
               PERFORM FORMAT-DATE
               MOVE WS-DATE-OUT        TO WS-DUE-DISP.
           MOVE CYC-PRIN-BAL (WS-SUB)  TO WS-PRIN-EDIT.
           MOVE CYC-ESCROW-BAL (WS-SUB) TO WS-ESC-EDIT.
           MOVE CYC-SUSPENSE-BAL (WS-SUB) TO WS-SUSP-EDIT.
           MOVE CYC-TOTAL-DUE (WS-SUB) TO WS-DUE-EDIT.
           MOVE CYC-PAYMENT (WS-SUB)   TO WS-PMT-EDIT.
           MOVE CYC-DELQ-DAYS (WS-SUB) TO WS-DELQ-EDIT.
           MOVE SPACES                 TO OUT-REC.
           STRING WS-CYCLE-DISP         DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-ON-SET-DESC        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-PRIN-EDIT          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-ESC-EDIT           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-SUSP-EDIT          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-DUE-DISP           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-DUE-EDIT           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-PMT-EDIT           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-DELQ-EDIT          DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           PERFORM CHECK-IDENTITY-CHANGE.
           MOVE CYC-ID-HASH (WS-SUB)   TO WS-HASH-DISP.
           MOVE SPACES                 TO WS-PP-DESC.
           IF CYC-PP-SW (WS-SUB) = 'Y'
               MOVE CYC-PP-PAYMENT (WS-SUB) TO WS-PP-EDIT
               STRING 'PAYMENT '        DELIMITED BY SIZE
                      WS-PP-EDIT        DELIMITED BY SIZE
                   INTO WS-PP-DESC.
           MOVE SPACES                 TO OUT-REC.
           STRING '            '        DELIMITED BY SIZE
                  CYC-SUPP-REASON (WS-SUB)
                                        DELIMITED BY SIZE
                  '     '               DELIMITED BY SIZE
                  CYC-BANKRUPT-CODE (WS-SUB)
                                        DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  CYC-FCL-FLAG (WS-SUB) DELIMITED BY SIZE
                  '    '                DELIMITED BY SIZE
                  CYC-DRAFT-SW (WS-SUB) DELIMITED BY SIZE
                  '      '              DELIMITED BY SIZE
                  WS-HASH-DISP          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-IDCHG-DESC         DELIMITED BY SIZE
                  '   '                 DELIMITED BY SIZE
                  WS-PP-DESC            DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
       WRITE-CYCLE-LINES-EXIT.
           EXIT.

      *
      * a cycle on the .set whose hash differs from the loan's next
      * older cycle on the .set had an identity element change
      *
       CHECK-IDENTITY-CHANGE.
           MOVE SPACES                 TO WS-IDCHG-DESC.
           IF CYC-ON-SET-SW (WS-SUB) = 'Y'
               MOVE 0                  TO WS-OLDER
               PERFORM VARYING WS-SUB2 FROM WS-SUB BY 1
                       UNTIL WS-SUB2 > 23 OR WS-OLDER > 0
                   IF CYC-DATE (WS-SUB2 + 1) NOT = 0
                   AND CYC-ON-SET-SW (WS-SUB2 + 1) = 'Y'
                       COMPUTE WS-OLDER = WS-SUB2 + 1
                   END-IF
               END-PERFORM
               IF WS-OLDER > 0
               AND CYC-ID-HASH (WS-OLDER) NOT = CYC-ID-HASH (WS-SUB)
                   MOVE 'ID CHANGED'   TO WS-IDCHG-DESC
                   ADD 1               TO IDCHG-CTR
               END-IF.

       WRITE-CLOSING-LINE.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           MOVE LISTED-CTR             TO WS-QTY-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING 'CYCLES LISTED '      DELIMITED BY SIZE
                  WS-QTY-DISP           DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       FORMAT-DATE.
           MOVE WS-DATE-IN (5:2)       TO WS-DATE-OUT-MM.
           MOVE WS-DATE-IN (7:2)       TO WS-DATE-OUT-DD.
           MOVE WS-DATE-IN (1:4)       TO WS-DATE-OUT-YY.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR CYCHLST1' UPON CRT AT 0915.
           DISPLAY LISTED-CTR 'CYCLES LISTED FOR LOAN  =' UPON CRT
               AT 1125.
           DISPLAY IDCHG-CTR 'IDENTITY CHANGES MARKED =' UPON CRT
               AT 1225.
           IF NOT CYH-FOUND
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE OUT-FILE.
           STOP RUN.
