       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SETSEL1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * ad hoc selection and count over a .set - the weekly client
      * questions ("how many Texas loans over 60 days delinquent with
      * escrow advanced", "which ARM loans change rate next month")
      * each used to need a programmer.  a criteria card deck names
      * the requesting analyst and the selection, in the same field
      * codes MBEXPORT1's field-selection control uses; this step
      * counts the selected records by client and, when extract
      * columns are carded and an extract file is named, writes them
      * '|'-delimited the way MBEXPORT1 does.  every run is logged
      * with the analyst, the request and the criteria to the
      * permanent ad hoc log, so a client data pull always has an
      * audit trail
      *
      * criteria cards, 80 columns:
      *   R analyst  request-ref  description
      *       col 3 analyst (8), col 12 request reference (12),
      *       col 25 description (56) - required, first
      *   C cnc field    op value
      *       col 3 connector AND/OR (blank on the first, and blank
      *       means AND after it), col 7 field code (8), col 16
      *       operator (2), col 19 value (62)
      *   X field
      *       col 3 field code of an extract column, in column order
      *   * comment
      *
      * operators EQ NE GT GE LT LE, and CT (contains) for text
      * fields.  amounts, rates and counts compare as numbers - the
      * value is keyed as a plain signed decimal (60, 1500.00, -25);
      * text fields and dates (YYYYMMDD) compare as text, blank
      * value meaning blank.  there are no parentheses: AND binds
      * before OR, so  A AND B OR C AND D  selects (A and B) or
      * (C and D)
      *
      *   setsel1 "setfile cards report [extract]"
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SETMB2000's own output - the MB-REC billing extract
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS IN1-STATUS.
      * the request's criteria card deck
           SELECT CARD-FILE ASSIGN TO DYNAMIC CARD-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS CARD-STATUS.
      * the count summary by client
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the delimited extract of the selected records - optional
           SELECT EXT-FILE ASSIGN TO DYNAMIC EXT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the permanent ad hoc selection log - one run line, then one
      * line per criterion and per extract column, appended per run
           SELECT OPTIONAL ADHOCLOG-FILE
                  ASSIGN TO DYNAMIC ADHOCLOG-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD IN1-FILE
           RECORD CONTAINS 2116 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MB-REC.
       copy '/users/devel/mb2000.cbl'.
      *
       FD  CARD-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CARD-REC.
       01  CARD-REC.
           05  CD-TYPE                 PIC X(1).
               88  CD-REQUEST                    VALUE 'R'.
               88  CD-CRITERION                  VALUE 'C'.
               88  CD-COLUMN                     VALUE 'X'.
               88  CD-COMMENT                    VALUE '*'.
           05  FILLER                  PIC X(1).
           05  CD-BODY                 PIC X(78).
           05  CD-REQUEST-BODY REDEFINES CD-BODY.
               10  CD-ANALYST          PIC X(8).
               10  FILLER              PIC X(1).
               10  CD-REQ-REF          PIC X(12).
               10  FILLER              PIC X(1).
               10  CD-REQ-DESC         PIC X(56).
           05  CD-CRITERION-BODY REDEFINES CD-BODY.
               10  CD-CONNECT          PIC X(3).
               10  FILLER              PIC X(1).
               10  CD-FIELD            PIC X(8).
               10  FILLER              PIC X(1).
               10  CD-OP               PIC X(2).
               10  FILLER              PIC X(1).
               10  CD-VALUE            PIC X(62).
           05  CD-COLUMN-BODY REDEFINES CD-BODY.
               10  CD-COL-FIELD        PIC X(8).
               10  FILLER              PIC X(70).
      *
       FD OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01 OUT-REC                      PIC X(132).
      *
       FD EXT-FILE
           RECORD CONTAINS 600 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EXT-REC.
       01 EXT-REC                      PIC X(600).
      *
       FD  ADHOCLOG-FILE
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AL-REC.
       01  AL-REC.
           05  AL-DATE                 PIC 9(8).
           05  AL-TIME                 PIC 9(6).
           05  AL-ANALYST              PIC X(8).
           05  AL-REQ-REF              PIC X(12).
           05  AL-LINE-TYPE            PIC X(1).
      *        R run, C criterion, X extract column
           05  AL-TEXT                 PIC X(125).
      *
       WORKING-STORAGE SECTION.
      *
       01  VARIABLES.
           05  IN1-PATH.
               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 IN1-NAME             PIC X(64).
           05  CARD-PATH.
               10 CARD-PREFIX          PIC X(14)
                  VALUE '/users/public/'.
               10 CARD-NAME            PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  EXT-PATH.
               10 EXT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 EXT-NAME             PIC X(64).
           05  ADHOCLOG-PATH           PIC X(40)
               VALUE '/users/public/out/adhoclog.dat'.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  CARD-STATUS             PIC X(2)  VALUE SPACES.
           05  CARD-EOF-SW             PIC X(1)  VALUE 'N'.
               88  CARD-EOF                      VALUE 'Y'.
           05  WS-COMMAND-LINE         PIC X(100).
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  SELECT-CTR              PIC 9(7)  VALUE 0.
           05  EXPORT-CTR              PIC 9(7)  VALUE 0.
           05  CARD-CTR                PIC 9(7)  VALUE 0.
           05  CARD-ERROR-CTR          PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           05  WS-RUN-TIME-X           PIC X(8)  VALUE SPACES.
           05  WS-ANALYST              PIC X(8)  VALUE SPACES.
           05  WS-REQ-REF              PIC X(12) VALUE SPACES.
           05  WS-REQ-DESC             PIC X(56) VALUE SPACES.
           05  WS-REASON               PIC X(40) VALUE SPACES.
           05  EXTRACT-SW              PIC X(1)  VALUE 'N'.
               88  EXTRACT-WANTED                VALUE 'Y'.
           05  RECORD-SELECTED-SW      PIC X(1)  VALUE 'N'.
               88  RECORD-SELECTED               VALUE 'Y'.
           05  GROUP-TRUE-SW           PIC X(1)  VALUE 'Y'.
               88  GROUP-TRUE                    VALUE 'Y'.
           05  CRIT-TRUE-SW            PIC X(1)  VALUE 'N'.
               88  CRIT-TRUE                     VALUE 'Y'.
      *
      * control-total trailer verification, as in MBEXPORT1
      *
           05  TRAILER-SEEN-SW         PIC X(1)  VALUE 'N'.
               88  TRAILER-SEEN                  VALUE 'Y'.
           05  WS-TRL-COUNT            PIC 9(7)  VALUE 0.
           05  WS-TRL-HASH-AMT         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TRL-HASH-ACCT        PIC S9(13) COMP-3 VALUE 0.
           05  WS-RUN-HASH-AMT         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-RUN-HASH-ACCT        PIC S9(13) COMP-3 VALUE 0.
           05  HEADER-WRITTEN-SW       PIC X(1)  VALUE 'N'.
               88  HEADER-WRITTEN                VALUE 'Y'.
      *
      * field and comparison work areas
      *
           05  WS-CR-SUB               PIC S9(4) COMP VALUE 0.
           05  WS-XC-SUB               PIC S9(4) COMP VALUE 0.
           05  WS-FC-SUB               PIC S9(4) COMP VALUE 0.
           05  WS-CL-SUB               PIC S9(4) COMP VALUE 0.
           05  WS-CH-SUB               PIC S9(4) COMP VALUE 0.
           05  WS-LEN                  PIC S9(4) COMP VALUE 0.
           05  WS-TALLY                PIC S9(4) COMP VALUE 0.
           05  WS-EXP-PTR              PIC S9(4) COMP VALUE 1.
           05  WS-FLD-CODE             PIC X(8)  VALUE SPACES.
           05  WS-FLD-TYPE             PIC X(1)  VALUE SPACES.
           05  WS-FLD-NUM              PIC S9(13)V9(5) VALUE 0.
           05  WS-FLD-ALPHA            PIC X(62) VALUE SPACES.
           05  WS-EXP-VALUE            PIC X(66) VALUE SPACES.
           05  WS-EXP-AMT              PIC -9(11).99.
           05  WS-EXP-ACCT             PIC 9(13) VALUE 0.
           05  WS-EXP-RATE             PIC 99.99999.
           05  WS-EXP-DAYS             PIC 9(5)  VALUE 0.
      *
      * a carded number, read a character at a time - digits, one
      * leading sign, one decimal point, up to five decimals
      *
           05  WS-NUM-TEXT             PIC X(62) VALUE SPACES.
           05  WS-NUM-CHAR             PIC X(1)  VALUE SPACE.
           05  WS-NUM-DIGIT REDEFINES WS-NUM-CHAR PIC 9(1).
           05  WS-NUM-INT              PIC 9(13) VALUE 0.
           05  WS-NUM-FRAC             PIC 9(5)  VALUE 0.
           05  WS-NUM-FRAC-DIGITS      PIC S9(4) COMP VALUE 0.
           05  WS-NUM-RESULT           PIC S9(13)V9(5) VALUE 0.
           05  WS-NUM-SIGN-SW          PIC X(1)  VALUE '+'.
           05  WS-NUM-POINT-SW         PIC X(1)  VALUE 'N'.
               88  NUM-POINT-SEEN                VALUE 'Y'.
           05  WS-NUM-DIGITS           PIC S9(4) COMP VALUE 0.
           05  WS-NUM-OK-SW            PIC X(1)  VALUE 'Y'.
               88  NUM-OK                        VALUE 'Y'.
      *
      * report lines
      *
           05  WS-RPT-COUNT            PIC Z(8)9.
           05  WS-RPT-AMT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

      *
      * the field codes - MBEXPORT1's field-selection vocabulary -
      * and whether each compares as a number or as text
      *
       01  FIELD-CODE-VALUES.
           05  FILLER  PIC X(9) VALUE 'ACCOUNT N'.
           05  FILLER  PIC X(9) VALUE 'NAME    A'.
           05  FILLER  PIC X(9) VALUE 'ADDR    A'.
           05  FILLER  PIC X(9) VALUE 'CITY    A'.
           05  FILLER  PIC X(9) VALUE 'STATE   A'.
           05  FILLER  PIC X(9) VALUE 'ZIP     A'.
           05  FILLER  PIC X(9) VALUE 'DUEDATE A'.
           05  FILLER  PIC X(9) VALUE 'TOTDUE  N'.
           05  FILLER  PIC X(9) VALUE 'DELQPI  N'.
           05  FILLER  PIC X(9) VALUE 'DELQESC N'.
           05  FILLER  PIC X(9) VALUE 'DELQLC  N'.
           05  FILLER  PIC X(9) VALUE 'DELQINS N'.
           05  FILLER  PIC X(9) VALUE 'DELQOTH N'.
           05  FILLER  PIC X(9) VALUE 'PAYMENT N'.
           05  FILLER  PIC X(9) VALUE 'PRINBAL N'.
           05  FILLER  PIC X(9) VALUE 'ESCBAL  N'.
           05  FILLER  PIC X(9) VALUE 'PRINYTD N'.
           05  FILLER  PIC X(9) VALUE 'INTYTD  N'.
           05  FILLER  PIC X(9) VALUE 'TAXYTD  N'.
           05  FILLER  PIC X(9) VALUE 'CLIENT  A'.
           05  FILLER  PIC X(9) VALUE 'PROPST  A'.
           05  FILLER  PIC X(9) VALUE 'LOANTYPEA'.
           05  FILLER  PIC X(9) VALUE 'RATE    N'.
           05  FILLER  PIC X(9) VALUE 'BKCODE  A'.
           05  FILLER  PIC X(9) VALUE 'DELQDAYSN'.
           05  FILLER  PIC X(9) VALUE 'ESCADV  N'.
           05  FILLER  PIC X(9) VALUE 'ARMPLAN A'.
           05  FILLER  PIC X(9) VALUE 'ARMIRCHGA'.
       01  FIELD-CODE-TABLE REDEFINES FIELD-CODE-VALUES.
           05  FC-ENTRY OCCURS 28 TIMES.
               10  FC-CODE             PIC X(8).
               10  FC-TYPE             PIC X(1).

      *
      * the carded criteria, in card order
      *
       01  CRITERIA-TABLE.
           05  CR-ENTRY OCCURS 20 TIMES.
               10  CR-CONNECT          PIC X(3).
               10  CR-FIELD            PIC X(8).
               10  CR-TYPE             PIC X(1).
               10  CR-OP               PIC X(2).
               10  CR-VALUE            PIC X(62).
               10  CR-VAL-LEN          PIC S9(4) COMP.
               10  CR-NUM              PIC S9(13)V9(5).
       77  WS-CR-COUNT                 PIC S9(4) COMP VALUE 0.

      *
      * the carded extract columns, in column order
      *
       01  COLUMN-TABLE.
           05  XC-FIELD OCCURS 30 TIMES PIC X(8).
       77  WS-XC-COUNT                 PIC S9(4) COMP VALUE 0.

      *
      * counts by client, in the order the clients are met
      *
       01  CLIENT-TABLE.
           05  CL-ENTRY OCCURS 300 TIMES.
               10  CL-CLIENT           PIC X(4).
               10  CL-READ             PIC 9(9).
               10  CL-SELECTED         PIC 9(9).
               10  CL-PRIN             PIC S9(13)V99.
               10  CL-DUE              PIC S9(13)V99.
       77  WS-CL-COUNT                 PIC S9(4) COMP VALUE 0.

       01  WS-TOTALS.
           05  TOT-READ                PIC 9(9)  VALUE 0.
           05  TOT-SELECTED            PIC 9(9)  VALUE 0.
           05  TOT-PRIN                PIC S9(13)V99 VALUE 0.
           05  TOT-DUE                 PIC S9(13)V99 VALUE 0.

       01  WS-SUM-HDR.
           05  FILLER                  PIC X(8)  VALUE 'CLIENT'.
           05  FILLER                  PIC X(14) VALUE '  RECORDS READ'.
           05  FILLER                  PIC X(12) VALUE '    SELECTED'.
           05  FILLER                  PIC X(24)
               VALUE '      SELECTED PRIN BAL'.
           05  FILLER                  PIC X(24)
               VALUE '     SELECTED TOTAL DUE'.
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-SUM-LINE.
           05  SUM-CLIENT              PIC X(6).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  SUM-READ                PIC Z(8)9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  SUM-SELECTED            PIC Z(8)9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  SUM-PRIN                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  SUM-DUE                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(53) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME CARD-NAME OUT-NAME EXT-NAME.
           DISPLAY '* * * * B E G I N   S E T S E L 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR CARD-NAME = SPACES
           OR OUT-NAME = SPACES
               DISPLAY '!!!! ENTER SET FILE, CRITERIA CARDS AND'
                   UPON CRT AT 2301
               DISPLAY '!!!!   REPORT FILE ON COMMAND LINE'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-X FROM TIME.
           OPEN OUTPUT OUT-FILE.
           PERFORM LOAD-CRITERIA-CARDS.
           IF WS-ANALYST = SPACES
               MOVE 0                  TO CARD-CTR
               MOVE 'NO R CARD NAMING THE ANALYST'  TO WS-REASON
               PERFORM WRITE-CARD-ERROR.
           IF EXT-NAME NOT = SPACES AND WS-XC-COUNT = 0
               MOVE 0                  TO CARD-CTR
               MOVE 'EXTRACT NAMED BUT NO X CARDS'  TO WS-REASON
               PERFORM WRITE-CARD-ERROR.
           IF CARD-ERROR-CTR NOT = 0
               DISPLAY '!!!! CRITERIA CARDS IN ERROR - SEE REPORT'
                   UPON CRT AT 2301
               DISPLAY CARD-NAME UPON CRT AT 2401
               CLOSE OUT-FILE
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           IF EXT-NAME NOT = SPACES
               MOVE 'Y'                TO EXTRACT-SW.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! INPUT FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               CLOSE OUT-FILE
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           IF EXTRACT-WANTED
               OPEN OUTPUT EXT-FILE.
           PERFORM WRITE-REQUEST-HEADER.
           PERFORM READ-EXTRACT.
           PERFORM VERIFY-EXTRACT-LAYOUT.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
           PERFORM END-RTN.

      *
      * the card deck - one R card, the C cards in order, the X
      * cards in column order.  every bad card is listed on the
      * report and the run stops before the .set is read
      *
       LOAD-CRITERIA-CARDS.
           OPEN INPUT CARD-FILE.
           IF CARD-STATUS NOT = '00'
               DISPLAY '!!!! CRITERIA CARD FILE NOT FOUND'
                   UPON CRT AT 2301
               DISPLAY CARD-NAME UPON CRT AT 2401
               CLOSE OUT-FILE
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM UNTIL CARD-EOF
               READ CARD-FILE
                   AT END MOVE 'Y'     TO CARD-EOF-SW
                   NOT AT END
                       ADD 1           TO CARD-CTR
                       PERFORM LOAD-ONE-CARD THRU LOAD-ONE-CARD-EXIT
               END-READ
           END-PERFORM.
           CLOSE CARD-FILE.

       LOAD-ONE-CARD.
           IF CARD-REC = SPACES OR CD-COMMENT
               GO TO LOAD-ONE-CARD-EXIT.
           IF CD-REQUEST
               MOVE CD-ANALYST         TO WS-ANALYST
               MOVE CD-REQ-REF         TO WS-REQ-REF
               MOVE CD-REQ-DESC        TO WS-REQ-DESC
               GO TO LOAD-ONE-CARD-EXIT.
           IF CD-COLUMN
               MOVE CD-COL-FIELD       TO WS-FLD-CODE
               PERFORM FIND-FIELD-CODE
               IF WS-FLD-TYPE = SPACE
                   MOVE 'UNKNOWN FIELD CODE' TO WS-REASON
                   PERFORM WRITE-CARD-ERROR
                   GO TO LOAD-ONE-CARD-EXIT
               END-IF
               IF WS-XC-COUNT NOT < 30
                   MOVE 'MORE THAN 30 EXTRACT COLUMNS' TO WS-REASON
                   PERFORM WRITE-CARD-ERROR
                   GO TO LOAD-ONE-CARD-EXIT
               END-IF
               ADD 1                   TO WS-XC-COUNT
               MOVE CD-COL-FIELD       TO XC-FIELD (WS-XC-COUNT)
               GO TO LOAD-ONE-CARD-EXIT.
           IF NOT CD-CRITERION
               MOVE 'CARD TYPE MUST BE R, C, X OR *' TO WS-REASON
               PERFORM WRITE-CARD-ERROR
               GO TO LOAD-ONE-CARD-EXIT.
           PERFORM LOAD-CRITERION THRU LOAD-CRITERION-EXIT.
       LOAD-ONE-CARD-EXIT.
           EXIT.

       LOAD-CRITERION.
           IF WS-CR-COUNT NOT < 20
               MOVE 'MORE THAN 20 CRITERIA' TO WS-REASON
               PERFORM WRITE-CARD-ERROR
               GO TO LOAD-CRITERION-EXIT.
           IF CD-CONNECT NOT = SPACES AND CD-CONNECT NOT = 'AND'
           AND CD-CONNECT NOT = 'OR '
               MOVE 'CONNECTOR MUST BE AND OR OR' TO WS-REASON
               PERFORM WRITE-CARD-ERROR
               GO TO LOAD-CRITERION-EXIT.
           IF WS-CR-COUNT = 0 AND CD-CONNECT = 'OR '
               MOVE 'FIRST CRITERION CANNOT BE OR' TO WS-REASON
               PERFORM WRITE-CARD-ERROR
               GO TO LOAD-CRITERION-EXIT.
           MOVE CD-FIELD               TO WS-FLD-CODE.
           PERFORM FIND-FIELD-CODE.
           IF WS-FLD-TYPE = SPACE
               MOVE 'UNKNOWN FIELD CODE' TO WS-REASON
               PERFORM WRITE-CARD-ERROR
               GO TO LOAD-CRITERION-EXIT.
           IF CD-OP NOT = 'EQ' AND NOT = 'NE' AND NOT = 'GT'
              AND NOT = 'GE' AND NOT = 'LT' AND NOT = 'LE'
              AND NOT = 'CT'
               MOVE 'OPERATOR MUST BE EQ NE GT GE LT LE CT'
                                       TO WS-REASON
               PERFORM WRITE-CARD-ERROR
               GO TO LOAD-CRITERION-EXIT.
           IF CD-OP = 'CT' AND WS-FLD-TYPE = 'N'
               MOVE 'CT ONLY APPLIES TO TEXT FIELDS' TO WS-REASON
               PERFORM WRITE-CARD-ERROR
               GO TO LOAD-CRITERION-EXIT.
           PERFORM VARYING WS-LEN FROM 62 BY -1
                   UNTIL WS-LEN < 1
                      OR CD-VALUE (WS-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF CD-OP = 'CT' AND WS-LEN = 0
               MOVE 'CT NEEDS A VALUE'  TO WS-REASON
               PERFORM WRITE-CARD-ERROR
               GO TO LOAD-CRITERION-EXIT.
           MOVE 0                      TO WS-NUM-RESULT.
           IF WS-FLD-TYPE = 'N'
               MOVE CD-VALUE           TO WS-NUM-TEXT
               PERFORM PARSE-CARD-NUMBER
               IF NOT NUM-OK
                   MOVE 'VALUE IS NOT A NUMBER' TO WS-REASON
                   PERFORM WRITE-CARD-ERROR
                   GO TO LOAD-CRITERION-EXIT
               END-IF
           END-IF.
           ADD 1                       TO WS-CR-COUNT.
           IF CD-CONNECT = SPACES
               MOVE 'AND'              TO CR-CONNECT (WS-CR-COUNT)
           ELSE
               MOVE CD-CONNECT         TO CR-CONNECT (WS-CR-COUNT).
           MOVE CD-FIELD               TO CR-FIELD (WS-CR-COUNT).
           MOVE WS-FLD-TYPE            TO CR-TYPE (WS-CR-COUNT).
           MOVE CD-OP                  TO CR-OP (WS-CR-COUNT).
           MOVE CD-VALUE               TO CR-VALUE (WS-CR-COUNT).
           MOVE WS-LEN                 TO CR-VAL-LEN (WS-CR-COUNT).
           MOVE WS-NUM-RESULT          TO CR-NUM (WS-CR-COUNT).
       LOAD-CRITERION-EXIT.
           EXIT.

       FIND-FIELD-CODE.
           MOVE SPACE                  TO WS-FLD-TYPE.
           PERFORM VARYING WS-FC-SUB FROM 1 BY 1
                   UNTIL WS-FC-SUB > 28
               IF FC-CODE (WS-FC-SUB) = WS-FLD-CODE
                   MOVE FC-TYPE (WS-FC-SUB) TO WS-FLD-TYPE
               END-IF
           END-PERFORM.

      *
      * a plain signed decimal off the card - leading and trailing
      * blanks, an optional sign, digits, an optional point and up
      * to five decimals; anything else is not a number
      *
       PARSE-CARD-NUMBER.
           MOVE 'Y'                    TO WS-NUM-OK-SW.
           MOVE '+'                    TO WS-NUM-SIGN-SW.
           MOVE 'N'                    TO WS-NUM-POINT-SW.
           MOVE 0                      TO WS-NUM-INT WS-NUM-FRAC
                                          WS-NUM-FRAC-DIGITS
                                          WS-NUM-DIGITS.
           PERFORM VARYING WS-CH-SUB FROM 1 BY 1
                   UNTIL WS-CH-SUB > 62 OR NOT NUM-OK
               MOVE WS-NUM-TEXT (WS-CH-SUB:1) TO WS-NUM-CHAR
               PERFORM PARSE-ONE-CHARACTER
           END-PERFORM.
           IF WS-NUM-DIGITS = 0
               MOVE 'N'                TO WS-NUM-OK-SW.
           IF NUM-OK
               PERFORM SCALE-FRACTION
                   UNTIL WS-NUM-FRAC-DIGITS NOT < 5
               COMPUTE WS-NUM-RESULT = WS-NUM-INT
                                     + (WS-NUM-FRAC / 100000)
               IF WS-NUM-SIGN-SW = '-'
                   COMPUTE WS-NUM-RESULT = 0 - WS-NUM-RESULT.

       PARSE-ONE-CHARACTER.
           EVALUATE TRUE
               WHEN WS-NUM-CHAR = SPACE
      * a blank after the number has started ends it
                   IF WS-NUM-DIGITS > 0 OR NUM-POINT-SEEN
                       PERFORM CHECK-TRAILING-BLANKS
                   END-IF
               WHEN WS-NUM-CHAR = '-' OR WS-NUM-CHAR = '+'
                   IF WS-NUM-DIGITS > 0 OR NUM-POINT-SEEN
                   OR WS-NUM-SIGN-SW = '-'
                       MOVE 'N'        TO WS-NUM-OK-SW
                   ELSE
                       MOVE WS-NUM-CHAR TO WS-NUM-SIGN-SW
                   END-IF
               WHEN WS-NUM-CHAR = '.'
                   IF NUM-POINT-SEEN
                       MOVE 'N'        TO WS-NUM-OK-SW
                   ELSE
                       MOVE 'Y'        TO WS-NUM-POINT-SW
                   END-IF
               WHEN WS-NUM-CHAR NUMERIC
                   ADD 1               TO WS-NUM-DIGITS
                   IF NUM-POINT-SEEN
                       IF WS-NUM-FRAC-DIGITS < 5
                           COMPUTE WS-NUM-FRAC =
                               WS-NUM-FRAC * 10 + WS-NUM-DIGIT
                           ADD 1       TO WS-NUM-FRAC-DIGITS
                       END-IF
                   ELSE
                       IF WS-NUM-INT > 999999999999
                           MOVE 'N'    TO WS-NUM-OK-SW
                       ELSE
                           COMPUTE WS-NUM-INT =
                               WS-NUM-INT * 10 + WS-NUM-DIGIT
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'N'            TO WS-NUM-OK-SW
           END-EVALUATE.

       CHECK-TRAILING-BLANKS.
           IF WS-NUM-TEXT (WS-CH-SUB:) NOT = SPACES
               MOVE 'N'                TO WS-NUM-OK-SW
           ELSE
               MOVE 62                 TO WS-CH-SUB.

       SCALE-FRACTION.
           COMPUTE WS-NUM-FRAC = WS-NUM-FRAC * 10.
           ADD 1                       TO WS-NUM-FRAC-DIGITS.

       WRITE-CARD-ERROR.
           ADD 1                       TO CARD-ERROR-CTR.
           MOVE SPACES                 TO OUT-REC.
           IF CARD-CTR = 0
               STRING 'CARD ERROR  '    DELIMITED BY SIZE
                      WS-REASON         DELIMITED BY SIZE
                   INTO OUT-REC
           ELSE
               MOVE CARD-CTR           TO WS-RPT-COUNT
               STRING 'CARD ERROR  CARD ' DELIMITED BY SIZE
                      WS-RPT-COUNT      DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WS-REASON         DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      CARD-REC          DELIMITED BY SIZE
                   INTO OUT-REC.
           WRITE OUT-REC.

      *
      * the report opens with who asked, for what, against which
      * .set, and the criteria exactly as carded
      *
       WRITE-REQUEST-HEADER.
           MOVE SPACES                 TO OUT-REC.
           STRING 'AD HOC SELECTION - ' DELIMITED BY SIZE
                  IN1-NAME              DELIMITED BY SPACE
                  '  RUN '              DELIMITED BY SIZE
                  WS-RUN-DATE           DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           STRING 'REQUESTED BY '      DELIMITED BY SIZE
                  WS-ANALYST            DELIMITED BY SIZE
                  '  REF '              DELIMITED BY SIZE
                  WS-REQ-REF            DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-REQ-DESC           DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           IF WS-CR-COUNT = 0
               MOVE '  NO CRITERIA - EVERY RECORD SELECTED'
                                       TO OUT-REC
               WRITE OUT-REC.
           PERFORM WRITE-CRITERION-LINE
               VARYING WS-CR-SUB FROM 1 BY 1
               UNTIL WS-CR-SUB > WS-CR-COUNT.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.

       WRITE-CRITERION-LINE.
           MOVE SPACES                 TO OUT-REC.
           IF WS-CR-SUB = 1
               MOVE '  WHERE'          TO OUT-REC (1:8)
           ELSE
               MOVE CR-CONNECT (WS-CR-SUB) TO OUT-REC (5:3).
           MOVE CR-FIELD (WS-CR-SUB)   TO OUT-REC (10:8).
           MOVE CR-OP (WS-CR-SUB)      TO OUT-REC (19:2).
           MOVE CR-VALUE (WS-CR-SUB)   TO OUT-REC (22:62).
           WRITE OUT-REC.

       READ-EXTRACT.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               IF MB-CLIENT = '9999'
                   MOVE 'Y'            TO TRAILER-SEEN-SW
                   MOVE MB-SEQ         TO WS-TRL-COUNT
                   MOVE MB-TOTAL-AMOUNT-DUE TO WS-TRL-HASH-AMT
                   MOVE MB-ACCOUNT     TO WS-TRL-HASH-ACCT
                   GO TO READ-EXTRACT
               ELSE
                   ADD 1               TO REC-CTR
                   ADD MB-TOTAL-AMOUNT-DUE TO WS-RUN-HASH-AMT
                       ON SIZE ERROR CONTINUE
                   END-ADD
                   ADD MB-ACCOUNT      TO WS-RUN-HASH-ACCT
                       ON SIZE ERROR CONTINUE
                   END-ADD.

       001-MAIN.
           PERFORM FIND-CLIENT-ENTRY.
           ADD 1                       TO CL-READ (WS-CL-SUB).
           PERFORM SELECT-RECORD.
           IF RECORD-SELECTED
               ADD 1                   TO SELECT-CTR
               ADD 1                   TO CL-SELECTED (WS-CL-SUB)
               ADD MB-FIRST-PRIN-BAL   TO CL-PRIN (WS-CL-SUB)
               ADD MB-TOTAL-AMOUNT-DUE TO CL-DUE (WS-CL-SUB)
               IF EXTRACT-WANTED
                   IF NOT HEADER-WRITTEN
                       PERFORM WRITE-EXTRACT-HEADER
                   END-IF
                   PERFORM WRITE-EXTRACT-ROW
               END-IF
           END-IF.
           PERFORM READ-EXTRACT.
       001-MAIN-EXIT.
           EXIT.

       FIND-CLIENT-ENTRY.
           PERFORM VARYING WS-CL-SUB FROM 1 BY 1
                   UNTIL WS-CL-SUB > WS-CL-COUNT
                      OR CL-CLIENT (WS-CL-SUB) = MB-CLIENT
               CONTINUE
           END-PERFORM.
           IF WS-CL-SUB > WS-CL-COUNT
               IF WS-CL-COUNT NOT < 300
                   DISPLAY '!!!! CLIENT TABLE FULL AT 300 - STOP'
                       UPON CRT AT 2301
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1                   TO WS-CL-COUNT
               MOVE WS-CL-COUNT        TO WS-CL-SUB
               MOVE MB-CLIENT          TO CL-CLIENT (WS-CL-SUB)
               MOVE 0                  TO CL-READ (WS-CL-SUB)
                                          CL-SELECTED (WS-CL-SUB)
                                          CL-PRIN (WS-CL-SUB)
                                          CL-DUE (WS-CL-SUB).

      *
      * the criteria as an OR of AND-groups - an OR card closes the
      * group before it; the record is selected as soon as one group
      * has held all the way through
      *
       SELECT-RECORD.
           MOVE 'N'                    TO RECORD-SELECTED-SW.
           MOVE 'Y'                    TO GROUP-TRUE-SW.
           PERFORM SELECT-ONE-CRITERION
               VARYING WS-CR-SUB FROM 1 BY 1
               UNTIL WS-CR-SUB > WS-CR-COUNT OR RECORD-SELECTED.
           IF GROUP-TRUE
               MOVE 'Y'                TO RECORD-SELECTED-SW.

       SELECT-ONE-CRITERION.
           IF WS-CR-SUB > 1 AND CR-CONNECT (WS-CR-SUB) = 'OR '
               IF GROUP-TRUE
                   MOVE 'Y'            TO RECORD-SELECTED-SW
               ELSE
                   MOVE 'Y'            TO GROUP-TRUE-SW.
           IF GROUP-TRUE AND NOT RECORD-SELECTED
               PERFORM TEST-CRITERION
               IF NOT CRIT-TRUE
                   MOVE 'N'            TO GROUP-TRUE-SW.

       TEST-CRITERION.
           MOVE 'N'                    TO CRIT-TRUE-SW.
           MOVE CR-FIELD (WS-CR-SUB)   TO WS-FLD-CODE.
           PERFORM GET-FIELD-VALUE.
           IF CR-TYPE (WS-CR-SUB) = 'N'
               EVALUATE CR-OP (WS-CR-SUB)
                   WHEN 'EQ'
                       IF WS-FLD-NUM = CR-NUM (WS-CR-SUB)
                           MOVE 'Y'    TO CRIT-TRUE-SW
                       END-IF
                   WHEN 'NE'
                       IF WS-FLD-NUM NOT = CR-NUM (WS-CR-SUB)
                           MOVE 'Y'    TO CRIT-TRUE-SW
                       END-IF
                   WHEN 'GT'
                       IF WS-FLD-NUM > CR-NUM (WS-CR-SUB)
                           MOVE 'Y'    TO CRIT-TRUE-SW
                       END-IF
                   WHEN 'GE'
                       IF WS-FLD-NUM NOT < CR-NUM (WS-CR-SUB)
                           MOVE 'Y'    TO CRIT-TRUE-SW
                       END-IF
                   WHEN 'LT'
                       IF WS-FLD-NUM < CR-NUM (WS-CR-SUB)
                           MOVE 'Y'    TO CRIT-TRUE-SW
                       END-IF
                   WHEN 'LE'
                       IF WS-FLD-NUM NOT > CR-NUM (WS-CR-SUB)
                           MOVE 'Y'    TO CRIT-TRUE-SW
                       END-IF
               END-EVALUATE
           ELSE
               EVALUATE CR-OP (WS-CR-SUB)
                   WHEN 'EQ'
                       IF WS-FLD-ALPHA = CR-VALUE (WS-CR-SUB)
                           MOVE 'Y'    TO CRIT-TRUE-SW
                       END-IF
                   WHEN 'NE'
                       IF WS-FLD-ALPHA NOT = CR-VALUE (WS-CR-SUB)
                           MOVE 'Y'    TO CRIT-TRUE-SW
                       END-IF
                   WHEN 'GT'
                       IF WS-FLD-ALPHA > CR-VALUE (WS-CR-SUB)
                           MOVE 'Y'    TO CRIT-TRUE-SW
                       END-IF
                   WHEN 'GE'
                       IF WS-FLD-ALPHA NOT < CR-VALUE (WS-CR-SUB)
                           MOVE 'Y'    TO CRIT-TRUE-SW
                       END-IF
                   WHEN 'LT'
                       IF WS-FLD-ALPHA < CR-VALUE (WS-CR-SUB)
                           MOVE 'Y'    TO CRIT-TRUE-SW
                       END-IF
                   WHEN 'LE'
                       IF WS-FLD-ALPHA NOT > CR-VALUE (WS-CR-SUB)
                           MOVE 'Y'    TO CRIT-TRUE-SW
                       END-IF
                   WHEN 'CT'
                       MOVE 0          TO WS-TALLY
                       INSPECT WS-FLD-ALPHA TALLYING WS-TALLY
                           FOR ALL CR-VALUE (WS-CR-SUB)
                                   (1:CR-VAL-LEN (WS-CR-SUB))
                       IF WS-TALLY > 0
                           MOVE 'Y'    TO CRIT-TRUE-SW
                       END-IF
               END-EVALUATE.

      *
      * the field's value for comparison - amounts, rates and counts
      * as numbers, everything else as text
      *
       GET-FIELD-VALUE.
           MOVE 0                      TO WS-FLD-NUM.
           MOVE SPACES                 TO WS-FLD-ALPHA.
           EVALUATE WS-FLD-CODE
               WHEN 'ACCOUNT '
                   MOVE MB-ACCOUNT     TO WS-FLD-NUM
               WHEN 'NAME    '
                   MOVE MB-BILL-NAME   TO WS-FLD-ALPHA
               WHEN 'ADDR    '
                   MOVE MB-BILL-LINE-2 TO WS-FLD-ALPHA
               WHEN 'CITY    '
                   MOVE MB-BILL-CITY   TO WS-FLD-ALPHA
               WHEN 'STATE   '
                   MOVE MB-BILL-STATE  TO WS-FLD-ALPHA
               WHEN 'ZIP     '
                   MOVE MB-BILL-ZIP-CODE TO WS-FLD-ALPHA
               WHEN 'DUEDATE '
                   MOVE MB-LOAN-DUE-DATE TO WS-FLD-ALPHA
               WHEN 'TOTDUE  '
                   MOVE MB-TOTAL-AMOUNT-DUE TO WS-FLD-NUM
               WHEN 'DELQPI  '
                   MOVE MB-DELQ-P-I    TO WS-FLD-NUM
               WHEN 'DELQESC '
                   MOVE MB-DELQ-ESC    TO WS-FLD-NUM
               WHEN 'DELQLC  '
                   MOVE MB-DELQ-L-C    TO WS-FLD-NUM
               WHEN 'DELQINS '
                   MOVE MB-DELQ-INS    TO WS-FLD-NUM
               WHEN 'DELQOTH '
                   MOVE MB-DELQ-OTHER  TO WS-FLD-NUM
               WHEN 'PAYMENT '
                   MOVE MB-PAYMENT-AMOUNT TO WS-FLD-NUM
               WHEN 'PRINBAL '
                   MOVE MB-FIRST-PRIN-BAL TO WS-FLD-NUM
               WHEN 'ESCBAL  '
                   MOVE MB-ESCROW-BAL  TO WS-FLD-NUM
               WHEN 'PRINYTD '
                   MOVE MB-PRIN-YTD    TO WS-FLD-NUM
               WHEN 'INTYTD  '
                   MOVE MB-INTEREST-YTD TO WS-FLD-NUM
               WHEN 'TAXYTD  '
                   MOVE MB-TAXES-YTD   TO WS-FLD-NUM
               WHEN 'CLIENT  '
                   MOVE MB-CLIENT      TO WS-FLD-ALPHA
               WHEN 'PROPST  '
                   MOVE MB-PROPERTY-STATE TO WS-FLD-ALPHA
               WHEN 'LOANTYPE'
                   MOVE MB-TYPE-LOAN   TO WS-FLD-ALPHA
               WHEN 'RATE    '
                   MOVE MB-ANNUAL-INTEREST TO WS-FLD-NUM
               WHEN 'BKCODE  '
                   MOVE MB-BANKRUPT-CODE TO WS-FLD-ALPHA
               WHEN 'DELQDAYS'
                   MOVE MB-DELQ-DAYS   TO WS-FLD-NUM
               WHEN 'ESCADV  '
                   MOVE MB-ESCROW-ADVANCE-BAL TO WS-FLD-NUM
               WHEN 'ARMPLAN '
                   MOVE MB-ARM-PLAN-ID TO WS-FLD-ALPHA
               WHEN 'ARMIRCHG'
                   MOVE MB-ARM-IR-CHG-DATE TO WS-FLD-ALPHA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *
      * the extract - a header row of the carded column codes, then
      * one '|'-delimited row per selected record, each column
      * formatted exactly as MBEXPORT1 exports it
      *
       WRITE-EXTRACT-HEADER.
           MOVE 'Y'                    TO HEADER-WRITTEN-SW.
           MOVE SPACES                 TO EXT-REC.
           MOVE 1                      TO WS-EXP-PTR.
           PERFORM VARYING WS-XC-SUB FROM 1 BY 1
                   UNTIL WS-XC-SUB > WS-XC-COUNT
               STRING XC-FIELD (WS-XC-SUB) DELIMITED BY SIZE
                      '|'                  DELIMITED BY SIZE
                   INTO EXT-REC
                   WITH POINTER WS-EXP-PTR
           END-PERFORM.
           WRITE EXT-REC.

       WRITE-EXTRACT-ROW.
           MOVE SPACES                 TO EXT-REC.
           MOVE 1                      TO WS-EXP-PTR.
           PERFORM VARYING WS-XC-SUB FROM 1 BY 1
                   UNTIL WS-XC-SUB > WS-XC-COUNT
               PERFORM FORMAT-EXPORT-VALUE
               STRING WS-EXP-VALUE  DELIMITED BY SIZE
                      '|'           DELIMITED BY SIZE
                   INTO EXT-REC
                   WITH POINTER WS-EXP-PTR
           END-PERFORM.
           WRITE EXT-REC.
           ADD 1                       TO EXPORT-CTR.

       FORMAT-EXPORT-VALUE.
           MOVE SPACES                 TO WS-EXP-VALUE.
           EVALUATE XC-FIELD (WS-XC-SUB)
               WHEN 'ACCOUNT '
                   MOVE MB-ACCOUNT     TO WS-EXP-ACCT
                   MOVE WS-EXP-ACCT    TO WS-EXP-VALUE
               WHEN 'NAME    '
                   MOVE MB-BILL-NAME   TO WS-EXP-VALUE
               WHEN 'ADDR    '
                   MOVE MB-BILL-LINE-2 TO WS-EXP-VALUE
               WHEN 'CITY    '
                   MOVE MB-BILL-CITY   TO WS-EXP-VALUE
               WHEN 'STATE   '
                   MOVE MB-BILL-STATE  TO WS-EXP-VALUE
               WHEN 'ZIP     '
                   MOVE MB-BILL-ZIP-CODE TO WS-EXP-VALUE
               WHEN 'DUEDATE '
                   MOVE MB-LOAN-DUE-DATE TO WS-EXP-VALUE
               WHEN 'TOTDUE  '
                   MOVE MB-TOTAL-AMOUNT-DUE TO WS-EXP-AMT
                   MOVE WS-EXP-AMT     TO WS-EXP-VALUE
               WHEN 'DELQPI  '
                   MOVE MB-DELQ-P-I    TO WS-EXP-AMT
                   MOVE WS-EXP-AMT     TO WS-EXP-VALUE
               WHEN 'DELQESC '
                   MOVE MB-DELQ-ESC    TO WS-EXP-AMT
                   MOVE WS-EXP-AMT     TO WS-EXP-VALUE
               WHEN 'DELQLC  '
                   MOVE MB-DELQ-L-C    TO WS-EXP-AMT
                   MOVE WS-EXP-AMT     TO WS-EXP-VALUE
               WHEN 'DELQINS '
                   MOVE MB-DELQ-INS    TO WS-EXP-AMT
                   MOVE WS-EXP-AMT     TO WS-EXP-VALUE
               WHEN 'DELQOTH '
                   MOVE MB-DELQ-OTHER  TO WS-EXP-AMT
                   MOVE WS-EXP-AMT     TO WS-EXP-VALUE
               WHEN 'PAYMENT '
                   MOVE MB-PAYMENT-AMOUNT TO WS-EXP-AMT
                   MOVE WS-EXP-AMT     TO WS-EXP-VALUE
               WHEN 'PRINBAL '
                   MOVE MB-FIRST-PRIN-BAL TO WS-EXP-AMT
                   MOVE WS-EXP-AMT     TO WS-EXP-VALUE
               WHEN 'ESCBAL  '
                   MOVE MB-ESCROW-BAL  TO WS-EXP-AMT
                   MOVE WS-EXP-AMT     TO WS-EXP-VALUE
               WHEN 'PRINYTD '
                   MOVE MB-PRIN-YTD    TO WS-EXP-AMT
                   MOVE WS-EXP-AMT     TO WS-EXP-VALUE
               WHEN 'INTYTD  '
                   MOVE MB-INTEREST-YTD TO WS-EXP-AMT
                   MOVE WS-EXP-AMT     TO WS-EXP-VALUE
               WHEN 'TAXYTD  '
                   MOVE MB-TAXES-YTD   TO WS-EXP-AMT
                   MOVE WS-EXP-AMT     TO WS-EXP-VALUE
               WHEN 'CLIENT  '
                   MOVE MB-CLIENT      TO WS-EXP-VALUE
               WHEN 'PROPST  '
                   MOVE MB-PROPERTY-STATE TO WS-EXP-VALUE
               WHEN 'LOANTYPE'
                   MOVE MB-TYPE-LOAN   TO WS-EXP-VALUE
               WHEN 'RATE    '
                   MOVE MB-ANNUAL-INTEREST TO WS-EXP-RATE
                   MOVE WS-EXP-RATE    TO WS-EXP-VALUE
               WHEN 'BKCODE  '
                   MOVE MB-BANKRUPT-CODE TO WS-EXP-VALUE
               WHEN 'DELQDAYS'
                   MOVE MB-DELQ-DAYS   TO WS-EXP-DAYS
                   MOVE WS-EXP-DAYS    TO WS-EXP-VALUE
               WHEN 'ESCADV  '
                   MOVE MB-ESCROW-ADVANCE-BAL TO WS-EXP-AMT
                   MOVE WS-EXP-AMT     TO WS-EXP-VALUE
               WHEN 'ARMPLAN '
                   MOVE MB-ARM-PLAN-ID TO WS-EXP-VALUE
               WHEN 'ARMIRCHG'
                   MOVE MB-ARM-IR-CHG-DATE TO WS-EXP-VALUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-CLIENT-SUMMARY.
           MOVE WS-SUM-HDR             TO OUT-REC.
           WRITE OUT-REC.
           PERFORM WRITE-ONE-CLIENT
               VARYING WS-CL-SUB FROM 1 BY 1
               UNTIL WS-CL-SUB > WS-CL-COUNT.
           MOVE SPACES                 TO WS-SUM-LINE.
           MOVE 'TOTAL'                TO SUM-CLIENT.
           MOVE TOT-READ               TO SUM-READ.
           MOVE TOT-SELECTED           TO SUM-SELECTED.
           MOVE TOT-PRIN               TO SUM-PRIN.
           MOVE TOT-DUE                TO SUM-DUE.
           MOVE WS-SUM-LINE            TO OUT-REC.
           WRITE OUT-REC.
           IF EXTRACT-WANTED
               MOVE SPACES             TO OUT-REC
               MOVE EXPORT-CTR         TO WS-RPT-COUNT
               STRING 'EXTRACT '       DELIMITED BY SIZE
                      EXT-NAME         DELIMITED BY SPACE
                      ' ROWS '         DELIMITED BY SIZE
                      WS-RPT-COUNT     DELIMITED BY SIZE
                   INTO OUT-REC
               WRITE OUT-REC.

       WRITE-ONE-CLIENT.
           MOVE SPACES                 TO WS-SUM-LINE.
           MOVE CL-CLIENT (WS-CL-SUB)  TO SUM-CLIENT.
           MOVE CL-READ (WS-CL-SUB)    TO SUM-READ.
           MOVE CL-SELECTED (WS-CL-SUB) TO SUM-SELECTED.
           MOVE CL-PRIN (WS-CL-SUB)    TO SUM-PRIN.
           MOVE CL-DUE (WS-CL-SUB)     TO SUM-DUE.
           MOVE WS-SUM-LINE            TO OUT-REC.
           WRITE OUT-REC.
           ADD CL-READ (WS-CL-SUB)     TO TOT-READ.
           ADD CL-SELECTED (WS-CL-SUB) TO TOT-SELECTED.
           ADD CL-PRIN (WS-CL-SUB)     TO TOT-PRIN.
           ADD CL-DUE (WS-CL-SUB)      TO TOT-DUE.

      *
      * the audit trail - who pulled what from which .set, on what
      * criteria, how much was selected and where any extract went
      *
       WRITE-ADHOC-LOG.
           OPEN EXTEND ADHOCLOG-FILE.
           MOVE SPACES                 TO AL-REC.
           MOVE WS-RUN-DATE            TO AL-DATE.
           MOVE WS-RUN-TIME-X (1:6)    TO AL-TIME.
           MOVE WS-ANALYST             TO AL-ANALYST.
           MOVE WS-REQ-REF             TO AL-REQ-REF.
           MOVE 'R'                    TO AL-LINE-TYPE.
           STRING IN1-NAME             DELIMITED BY SPACE
                  ' READ '             DELIMITED BY SIZE
                  REC-CTR              DELIMITED BY SIZE
                  ' SELECTED '         DELIMITED BY SIZE
                  SELECT-CTR           DELIMITED BY SIZE
                  ' EXTRACT '          DELIMITED BY SIZE
                  EXT-NAME             DELIMITED BY SPACE
                  ' ROWS '             DELIMITED BY SIZE
                  EXPORT-CTR           DELIMITED BY SIZE
               INTO AL-TEXT.
           WRITE AL-REC.
           PERFORM WRITE-LOG-CRITERION
               VARYING WS-CR-SUB FROM 1 BY 1
               UNTIL WS-CR-SUB > WS-CR-COUNT.
           PERFORM WRITE-LOG-COLUMN
               VARYING WS-XC-SUB FROM 1 BY 1
               UNTIL WS-XC-SUB > WS-XC-COUNT.
           CLOSE ADHOCLOG-FILE.

       WRITE-LOG-CRITERION.
           MOVE 'C'                    TO AL-LINE-TYPE.
           MOVE SPACES                 TO AL-TEXT.
           STRING CR-CONNECT (WS-CR-SUB) DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  CR-FIELD (WS-CR-SUB)   DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  CR-OP (WS-CR-SUB)      DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  CR-VALUE (WS-CR-SUB)   DELIMITED BY SIZE
               INTO AL-TEXT.
           WRITE AL-REC.

       WRITE-LOG-COLUMN.
           MOVE 'X'                    TO AL-LINE-TYPE.
           MOVE SPACES                 TO AL-TEXT.
           MOVE XC-FIELD (WS-XC-SUB)   TO AL-TEXT.
           WRITE AL-REC.

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
           PERFORM WRITE-CLIENT-SUMMARY.
           PERFORM WRITE-ADHOC-LOG.
           DISPLAY 'FINAL TOTALS FOR SETSEL1' UPON CRT AT 0915.
           DISPLAY REC-CTR  'EXTRACT RECORDS READ       =' UPON CRT
               AT 1125.
           DISPLAY SELECT-CTR 'RECORDS SELECTED         =' UPON CRT
               AT 1225.
           DISPLAY EXPORT-CTR 'EXTRACT ROWS WRITTEN     =' UPON CRT
               AT 1325.
           PERFORM VERIFY-CONTROL-TRAILER.
           CLOSE IN1-FILE.
           CLOSE OUT-FILE.
           IF EXTRACT-WANTED
               CLOSE EXT-FILE.
           STOP RUN.
