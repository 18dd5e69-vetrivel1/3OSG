       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HHOLD1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * householding - a borrower with several loans at one mailing
      * address has been getting one envelope per loan, and some
      * investor clients carry hundreds of such households.  this
      * step reads SETMB2000's .set, keys every record by borrower
      * SSN plus a standardized mailing address (the address lines
      * upper-cased and squeezed down to letters and digits, behind
      * the 5-digit ZIP) within the client, and writes the .set back
      * out with each household's loans adjacent and stamped on
      * MB-HH-FIELDS: the first loan is the lead and carries the
      * combined page count and pocket demands for the one envelope,
      * the rest are members riding inside it.  INSERTER1, POSTAGE1,
      * POSTMAN1 and PIECEACCT1 read those stamps and see each
      * household as one physical piece.
      *
      * never householded, whatever their address: bankruptcy party
      * copies (each is a separate legal notice to its own party),
      * e-bill enrolled loans (MB-EBPP-IND 'EB'), and records with no
      * usable SSN or address.  cease-and-desist loans never reach
      * the .set at all - SETMB2000 diverts them to the legal-review
      * list - so there is nothing of theirs here to combine.
      *
      * the output .set comes back in client/ZIP order with the
      * control trailer carried through unchanged - householding
      * moves records, it never adds or drops one, so the count and
      * hash totals still prove the file.  a savings report lists
      * every household formed and the envelopes and postage avoided
      * per client, postage priced from POSTAGE1's own weight and
      * rate control files so the two steps agree to the penny
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SETMB2000's .set output
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS IN1-STATUS.
      * the householded .set, read by every downstream step in
      * place of the original
           SELECT OUT-FILE  ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the savings report
           SELECT SAV-FILE  ASSIGN TO DYNAMIC SAV-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * POSTAGE1's piece-component weights and rate tiers
           SELECT WGT-FILE  ASSIGN TO DYNAMIC WGT-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS WGT-STATUS.
           SELECT RTE-FILE  ASSIGN TO DYNAMIC RTE-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS RTE-STATUS.
      * work file that brings each household's loans together
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
       FD OUT-FILE
           RECORD CONTAINS 2116 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MB-REC.
       copy '/users/devel/mb2000.cbl'.
      *
       FD SAV-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SAV-REC.
       01 SAV-REC                      PIC X(132).
      *
       FD  WGT-FILE
           RECORD CONTAINS 12 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS WGT-REC.
       01  WGT-REC.
           05  WGT-REC-TYPE            PIC X(1).
           05  WGT-REC-KEY             PIC X(6).
           05  WGT-REC-OUNCES          PIC 9(2)V99.
           05  FILLER                  PIC X(1).

       FD  RTE-FILE
           RECORD CONTAINS 12 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RTE-REC.
       01  RTE-REC.
           05  RTE-REC-MAX-OZ          PIC 9(2)V99.
           05  RTE-REC-DOM-RATE        PIC 9(1)V9(3).
           05  RTE-REC-FGN-RATE        PIC 9(1)V9(3).
      *
       SD SORT-FILE
           DATA RECORD IS SORT-REC.
       01 SORT-REC.
           05  SRT-CLIENT              PIC X(4).
           05  SRT-ZIP-5               PIC X(5).
           05  SRT-HH-KEY              PIC X(69).
           05  SRT-SEQ                 PIC 9(8).
           05  SRT-ELIGIBLE            PIC X(1).
           05  SRT-PAGES               PIC 9(2).
           05  SRT-PAGE-OZ             PIC 9(2)V99.
           05  SRT-ALONE-RATE          PIC 9(1)V9(3).
           05  SRT-MB-REC              PIC X(2116).
      *
       WORKING-STORAGE SECTION.
      *
       01  VARIABLES.
           05  IN1-PATH.
               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 IN1-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  SAV-PATH.
               10 SAV-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 SAV-NAME             PIC X(64).
           05  WGT-PATH                PIC X(40)
               VALUE '/users/public/pstwgt.tab'.
           05  WGT-STATUS              PIC X(2)  VALUE SPACES.
           05  WGT-EOF-SW              PIC X(1)  VALUE 'N'.
               88  WGT-EOF                       VALUE 'Y'.
           05  WS-WGT-COUNT            PIC S9(4) COMP VALUE 0.
           05  WGT-FOUND-SW            PIC X(1)  VALUE 'N'.
               88  WGT-FOUND                     VALUE 'Y'.
           05  RTE-PATH                PIC X(40)
               VALUE '/users/public/psrate.tab'.
           05  RTE-STATUS              PIC X(2)  VALUE SPACES.
           05  RTE-EOF-SW              PIC X(1)  VALUE 'N'.
               88  RTE-EOF                       VALUE 'Y'.
           05  WS-RTE-COUNT            PIC S9(4) COMP VALUE 0.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  OUT-CTR                 PIC 9(7)  VALUE 0.
           05  BKCOPY-CTR              PIC 9(7)  VALUE 0.
           05  EBILL-CTR               PIC 9(7)  VALUE 0.
           05  NOKEY-CTR               PIC 9(7)  VALUE 0.
           05  HH-CTR                  PIC 9(7)  VALUE 0.
           05  HH-LOAN-CTR             PIC 9(7)  VALUE 0.
           05  HH-SPLIT-CTR            PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  WS-SEQ                  PIC 9(8)  VALUE 0.
      *
      * control trailer - checked against the records read and then
      * written back unchanged behind the last data record
      *
           05  TRAILER-SEEN-SW         PIC X(1)  VALUE 'N'.
               88  TRAILER-SEEN                  VALUE 'Y'.
           05  WS-TRAILER-REC          PIC X(2116) VALUE SPACES.
           05  WS-TRL-COUNT            PIC 9(7)  VALUE 0.
           05  WS-TRL-HASH-AMT         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TRL-HASH-ACCT        PIC S9(13) COMP-3 VALUE 0.
           05  WS-RUN-HASH-AMT         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-RUN-HASH-ACCT        PIC S9(13) COMP-3 VALUE 0.
      *
      * household key work areas
      *
           05  WS-ELIGIBLE-SW          PIC X(1)  VALUE 'N'.
               88  WS-ELIGIBLE                   VALUE 'Y'.
           05  WS-SSN                  PIC 9(9)  VALUE 0.
           05  WS-ADDR-RAW             PIC X(240) VALUE SPACES.
           05  WS-ADDR-STD             PIC X(60) VALUE SPACES.
           05  WS-ADDR-CHAR            PIC X(1)  VALUE SPACE.
               88  WS-ADDR-CHAR-KEPT             VALUE 'A' THRU 'Z'
                                                       '0' THRU '9'.
           05  WS-RAW-SUB              PIC S9(4) COMP VALUE 0.
           05  WS-STD-LEN              PIC S9(4) COMP VALUE 0.
           05  WS-HH-KEY.
               10  WS-HH-KEY-SSN       PIC 9(9).
               10  WS-HH-KEY-ADDR      PIC X(60).
      *
      * piece fields, worked out the way INSERTER1 and POSTAGE1 do
      *
           05  WS-PAGES                PIC 9(2)  VALUE 0.
           05  WS-FORM                 PIC X(6)  VALUE SPACES.
           05  WS-WGT-TYPE             PIC X(1)  VALUE SPACE.
           05  WS-WGT-KEY              PIC X(6)  VALUE SPACES.
           05  WS-COMP-OZ              PIC 9(2)V99 COMP-3 VALUE 0.
           05  WS-FORM-OZ              PIC 9(2)V99 COMP-3 VALUE 0.
           05  WS-PIECE-OZ             PIC 9(3)V99 COMP-3 VALUE 0.
           05  WS-PIECE-RATE           PIC 9(1)V9(3) COMP-3 VALUE 0.
           05  WS-FOREIGN-SW           PIC X(1)  VALUE 'N'.
           05  WS-POCKETS              PIC X(7)  VALUE SPACES.
           05  WS-POCKET-TABLE REDEFINES WS-POCKETS.
               10  WS-POCKET-ENTRY     PIC X OCCURS 7 TIMES.
           05  WS-PKT-SUB              PIC S9(4) COMP VALUE 0.
           05  WS-SUB                  PIC S9(4) COMP VALUE 0.
      *
      * the household being gathered off the sort
      *
           05  GRP-KEY                 PIC X(78) VALUE SPACES.
           05  GRP-ELIGIBLE-SW         PIC X(1)  VALUE 'N'.
           05  GRP-PAGES               PIC 9(3)  VALUE 0.
           05  GRP-ALONE-POSTAGE       PIC 9(5)V9(3) COMP-3 VALUE 0.
           05  GRP-TOGETHER-RATE       PIC 9(1)V9(3) COMP-3 VALUE 0.
           05  GRP-SAVED               PIC S9(5)V9(3) COMP-3 VALUE 0.
           05  WS-WORK-CLIENT          PIC X(4)  VALUE SPACES.
           05  SV-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  SV-FOUND                      VALUE 'Y'.
      *
      * report edit fields
      *
           05  WS-RPT-ACCOUNT          PIC 9(13) VALUE 0.
           05  WS-HH-DISP              PIC 9(7)  VALUE 0.
           05  WS-LOANS-DISP           PIC ZZ9.
           05  WS-PAGES-DISP           PIC ZZ9.
           05  WS-RATE-DISP            PIC ZZ,ZZ9.999.
           05  WS-SAVE-DISP            PIC ZZ,ZZ9.999-.
           05  WS-AMT-DISP             PIC ZZZ,ZZZ,ZZ9.999-.
           05  WS-QTY-DISP             PIC ZZZZZZ9.

      *
      * one household's loans, held until the group breaks so the
      * lead can be stamped with the whole envelope's demands before
      * any of it is written; a household bigger than the table is
      * split into successive envelopes rather than overfilling one
      *
       01  HOUSEHOLD-BUFFER.
           05  HB-ENTRY OCCURS 20 TIMES INDEXED BY HB-IDX.
               10  HB-PAGE-OZ          PIC 9(2)V99.
               10  HB-ALONE-RATE       PIC 9(1)V9(3).
               10  HB-PAGES            PIC 9(2).
               10  HB-MB-REC           PIC X(2116).
       77  WS-HB-COUNT                 PIC S9(4) COMP VALUE 0.
       77  WS-HB-MAX                   PIC S9(4) COMP VALUE 20.

      *
      * component weights from pstwgt.tab, defaults as POSTAGE1
      *
       01  WEIGHT-TABLE.
           05  WGT-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-WGT-COUNT
                   INDEXED BY WGT-IDX.
               10  WGT-TYPE            PIC X(1).
               10  WGT-KEY             PIC X(6).
               10  WGT-OUNCES          PIC 9(2)V99.
       77  WS-DFLT-PAGE-OZ             PIC 9(2)V99 VALUE 0.17.
       77  WS-DFLT-INSERT-OZ           PIC 9(2)V99 VALUE 0.05.
       77  WS-DFLT-ENV-OZ              PIC 9(2)V99 VALUE 0.10.

      *
      * rate tiers from psrate.tab, ascending maximum ounces
      *
       01  RATE-TIER-TABLE.
           05  RTE-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-RTE-COUNT
                   INDEXED BY RTE-IDX.
               10  RTE-MAX-OZ          PIC 9(2)V99.
               10  RTE-DOM-RATE        PIC 9(1)V9(3).
               10  RTE-FGN-RATE        PIC 9(1)V9(3).

      *
      * savings by client for the report's summary
      *
       01  SAVINGS-TABLE.
           05  SV-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-SV-COUNT
                   INDEXED BY SV-IDX.
               10  SV-CLIENT           PIC X(4).
               10  SV-HOUSEHOLDS       PIC 9(7).
               10  SV-LOANS            PIC 9(7).
               10  SV-ENV-AVOIDED      PIC 9(7).
               10  SV-ALONE-POSTAGE    PIC 9(9)V9(3) COMP-3.
               10  SV-TOGETHER-POSTAGE PIC 9(9)V9(3) COMP-3.
       77  WS-SV-COUNT                 PIC S9(4) COMP VALUE 0.
       01  SV-TOTALS.
           05  SVT-HOUSEHOLDS          PIC 9(7)  VALUE 0.
           05  SVT-LOANS               PIC 9(7)  VALUE 0.
           05  SVT-ENV-AVOIDED         PIC 9(7)  VALUE 0.
           05  SVT-ALONE-POSTAGE       PIC 9(9)V9(3) COMP-3 VALUE 0.
           05  SVT-TOGETHER-POSTAGE    PIC 9(9)V9(3) COMP-3 VALUE 0.
           05  SVT-SAVED               PIC S9(9)V9(3) COMP-3 VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE SECTION.
       A010-START.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME OUT-NAME SAV-NAME.
           DISPLAY '* * * * B E G I N   H H O L D 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR OUT-NAME = SPACES
           OR SAV-NAME = SPACES
               DISPLAY '!!!! ENTER SET FILE, HOUSEHOLDED SET FILE AND'
                   UPON CRT AT 2301
               DISPLAY '!!!!   SAVINGS REPORT ON COMMAND LINE'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           IF IN1-NAME = OUT-NAME
               DISPLAY '!!!! HOUSEHOLDED SET MUST NOT OVERWRITE ITS'
                   UPON CRT AT 2301
               DISPLAY '!!!!   OWN INPUT' UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM LOAD-WEIGHT-TABLE.
           PERFORM LOAD-RATE-TIER-TABLE.
           OPEN OUTPUT OUT-FILE.
           OPEN OUTPUT SAV-FILE.
           PERFORM WRITE-SAVINGS-HEADING.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-CLIENT SRT-ZIP-5 SRT-HH-KEY
                                SRT-SEQ
               INPUT PROCEDURE IS RELEASE-SET-RECORDS
               OUTPUT PROCEDURE IS WRITE-HOUSEHOLDED-SET.
           PERFORM WRITE-SAVINGS-SUMMARY.
           PERFORM END-RTN.

      *
      * input side - every data record is released with its household
      * key and its own piece weight and rate; the trailer is held
      * back and proved against what was actually read before a
      * single record is written out
      *
       RELEASE-SET-RECORDS SECTION.
       RELEASE-SET-START.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! SET FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           MOVE 0                      TO EOF-SW.
           PERFORM READ-SET-REC.
           PERFORM VERIFY-EXTRACT-LAYOUT.
           PERFORM RELEASE-ONE-RECORD UNTIL EOF-SW = 1.
           CLOSE IN1-FILE.
           PERFORM VERIFY-CONTROL-TRAILER.
       RELEASE-SET-EXIT.
           EXIT.

       INPUT-ROUTINES SECTION.
       READ-SET-REC.
           READ IN1-FILE INTO MB-REC AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               IF MB-CLIENT = '9999'
                   MOVE 'Y'            TO TRAILER-SEEN-SW
                   MOVE MB-REC         TO WS-TRAILER-REC
                   MOVE MB-SEQ         TO WS-TRL-COUNT
                   MOVE MB-TOTAL-AMOUNT-DUE TO WS-TRL-HASH-AMT
                   MOVE MB-ACCOUNT     TO WS-TRL-HASH-ACCT
                   GO TO READ-SET-REC
               ELSE
                   ADD 1               TO REC-CTR
                   ADD MB-TOTAL-AMOUNT-DUE TO WS-RUN-HASH-AMT
                       ON SIZE ERROR CONTINUE
                   END-ADD
                   ADD MB-ACCOUNT      TO WS-RUN-HASH-ACCT
                       ON SIZE ERROR CONTINUE
                   END-ADD.

       RELEASE-ONE-RECORD.
           ADD 1                       TO WS-SEQ.
           PERFORM BUILD-HOUSEHOLD-KEY THRU BUILD-HOUSEHOLD-KEY-EXIT.
           PERFORM BUILD-PIECE-FIELDS.
           MOVE MB-POCKET-CODES        TO WS-POCKETS.
           PERFORM PRICE-PIECE.
           MOVE MB-CLIENT              TO SRT-CLIENT.
           MOVE MB-ZIP-5               TO SRT-ZIP-5.
           MOVE WS-HH-KEY              TO SRT-HH-KEY.
           MOVE WS-SEQ                 TO SRT-SEQ.
           MOVE WS-ELIGIBLE-SW         TO SRT-ELIGIBLE.
           MOVE WS-PAGES               TO SRT-PAGES.
           MOVE WS-FORM-OZ             TO SRT-PAGE-OZ.
           MOVE WS-PIECE-RATE          TO SRT-ALONE-RATE.
           MOVE MB-REC                 TO SRT-MB-REC.
           RELEASE SORT-REC.
           PERFORM READ-SET-REC.

      *
      * the household key - the borrower's SSN (the unmasked copy,
      * falling back to the print field) and the standardized
      * address.  the ZIP and client lead the sort key, so two loans
      * are one household only when all of it agrees
      *
       BUILD-HOUSEHOLD-KEY.
           MOVE 'N'                    TO WS-ELIGIBLE-SW.
           MOVE SPACES                 TO WS-HH-KEY.
           IF MB-FLEXFIELD6 (1:15) = 'BANKRUPTCY COPY'
           OR MB-FLEXFIELD6 (1:15) = 'AUTHORIZED COPY'
               ADD 1                   TO BKCOPY-CTR
               GO TO BUILD-HOUSEHOLD-KEY-EXIT.
           IF MB-EBPP-IND = 'EB'
               ADD 1                   TO EBILL-CTR
               GO TO BUILD-HOUSEHOLD-KEY-EXIT.
           MOVE 0                      TO WS-SSN.
           IF MB-SSN-FULL NUMERIC AND MB-SSN-FULL > 0
               MOVE MB-SSN-FULL        TO WS-SSN
           ELSE
           IF MB-SSN NUMERIC AND MB-SSN > 0
               MOVE MB-SSN             TO WS-SSN.
           IF WS-SSN = 0
           OR MB-ZIP-5 = SPACES
           OR MB-BILL-LINE-2 = SPACES
               ADD 1                   TO NOKEY-CTR
               GO TO BUILD-HOUSEHOLD-KEY-EXIT.
           MOVE MB-BILL-LINE-2         TO WS-ADDR-RAW (1:60).
           MOVE MB-BILL-LINE-3         TO WS-ADDR-RAW (61:60).
           MOVE MB-BILL-LINE-4         TO WS-ADDR-RAW (121:60).
           MOVE MB-BILL-LINE-5         TO WS-ADDR-RAW (181:60).
           INSPECT WS-ADDR-RAW CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES                 TO WS-ADDR-STD.
           MOVE 0                      TO WS-STD-LEN.
           PERFORM SQUEEZE-ONE-ADDR-CHAR
               VARYING WS-RAW-SUB FROM 1 BY 1
               UNTIL WS-RAW-SUB > 240 OR WS-STD-LEN NOT < 60.
           MOVE WS-SSN                 TO WS-HH-KEY-SSN.
           MOVE WS-ADDR-STD            TO WS-HH-KEY-ADDR.
           MOVE 'Y'                    TO WS-ELIGIBLE-SW.
       BUILD-HOUSEHOLD-KEY-EXIT.
           EXIT.

      * '123 Main St., Apt 4' and '123 MAIN ST APT 4' are one address
       SQUEEZE-ONE-ADDR-CHAR.
           MOVE WS-ADDR-RAW (WS-RAW-SUB:1) TO WS-ADDR-CHAR.
           IF WS-ADDR-CHAR-KEPT
               ADD 1                   TO WS-STD-LEN
               MOVE WS-ADDR-CHAR       TO WS-ADDR-STD (WS-STD-LEN:1).

      *
      * page count and form stock exactly as INSERTER1's
      * BUILD-PIECE-FIELDS finds them
      *
       BUILD-PIECE-FIELDS.
           MOVE 1                      TO WS-PAGES.
           MOVE 'STDFRM'               TO WS-FORM.
           EVALUATE MB-CLIENT (1:3)
               WHEN '277'
                   IF MB-0277-NUM-PAGES NUMERIC
                   AND MB-0277-NUM-PAGES > 0
                       MOVE MB-0277-NUM-PAGES TO WS-PAGES
                   END-IF
                   IF MB-0277-BILL-FORM-NAME NOT = SPACES
                       MOVE MB-0277-BILL-FORM-NAME TO WS-FORM
                   END-IF
               WHEN '346'
                   IF MB-0346-ADDL-PAGES NUMERIC
                       COMPUTE WS-PAGES = 1 + MB-0346-ADDL-PAGES
                   END-IF
                   IF MB-0346-SAMPLE-FORM1 NOT = SPACES
                       MOVE MB-0346-SAMPLE-FORM1 TO WS-FORM
                   END-IF
               WHEN '547'
                   IF MB-0547-BILL-FORM NOT = SPACES
                       MOVE MB-0547-BILL-FORM TO WS-FORM
                   END-IF
               WHEN '133'
               WHEN '173'
                   IF MB-0133-FORM-NAME NOT = SPACES
                       MOVE MB-0133-FORM-NAME TO WS-FORM
                   END-IF
           END-EVALUATE.
           MOVE 'F'                    TO WS-WGT-TYPE.
           MOVE WS-FORM                TO WS-WGT-KEY.
           PERFORM FIND-COMPONENT-WEIGHT.
           IF NOT WGT-FOUND
               MOVE WS-DFLT-PAGE-OZ    TO WS-COMP-OZ.
           MOVE WS-COMP-OZ             TO WS-FORM-OZ.
           IF MB-FOREIGN-ADDRESS NOT = SPACE
           AND MB-FOREIGN-ADDRESS NOT = '0'
               MOVE 'Y'                TO WS-FOREIGN-SW
           ELSE
               MOVE 'N'                TO WS-FOREIGN-SW.

      *
      * POSTAGE1's piece weight - pages at the form's per-page
      * weight, each populated pocket's insert, one envelope - and
      * its rate tier.  used for a loan mailed alone and, with the
      * combined pages and pockets, for the household envelope
      *
       PRICE-PIECE.
           COMPUTE WS-PIECE-OZ = WS-FORM-OZ * WS-PAGES.
           PERFORM ADD-ONE-POCKET-WEIGHT
               VARYING WS-PKT-SUB FROM 1 BY 1
               UNTIL WS-PKT-SUB > 7.
           MOVE 'E'                    TO WS-WGT-TYPE.
           MOVE 'STD'                  TO WS-WGT-KEY.
           PERFORM FIND-COMPONENT-WEIGHT.
           IF NOT WGT-FOUND
               MOVE WS-DFLT-ENV-OZ     TO WS-COMP-OZ.
           ADD WS-COMP-OZ              TO WS-PIECE-OZ.
           PERFORM FIND-RATE-TIER.

       ADD-ONE-POCKET-WEIGHT.
           IF WS-POCKET-ENTRY (WS-PKT-SUB) NOT = SPACE
               MOVE 'I'                TO WS-WGT-TYPE
               MOVE SPACES             TO WS-WGT-KEY
               MOVE WS-POCKET-ENTRY (WS-PKT-SUB)
                                       TO WS-WGT-KEY (1:1)
               PERFORM FIND-COMPONENT-WEIGHT
               IF NOT WGT-FOUND
                   MOVE WS-DFLT-INSERT-OZ TO WS-COMP-OZ
               END-IF
               ADD WS-COMP-OZ          TO WS-PIECE-OZ.

       FIND-COMPONENT-WEIGHT.
           MOVE 'N'                 TO WGT-FOUND-SW.
           MOVE 0                   TO WS-COMP-OZ.
           IF WS-WGT-COUNT > 0
              SET WGT-IDX TO 1
              SEARCH WGT-ENTRY
                 AT END
                    MOVE 'N'        TO WGT-FOUND-SW
                 WHEN WGT-TYPE (WGT-IDX) = WS-WGT-TYPE
                  AND WGT-KEY (WGT-IDX) = WS-WGT-KEY
                    MOVE 'Y'        TO WGT-FOUND-SW
                    MOVE WGT-OUNCES (WGT-IDX) TO WS-COMP-OZ
              END-SEARCH.

      *
      * first tier whose maximum covers the piece, the last tier for
      * anything heavier; with no tiers staged every piece prices at
      * zero and the report says postage was not estimated
      *
       FIND-RATE-TIER.
           MOVE 0                      TO WS-PIECE-RATE.
           IF WS-RTE-COUNT > 0
               PERFORM TRY-ONE-RATE-TIER
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RTE-COUNT
                   OR WS-PIECE-RATE NOT = 0
               IF WS-PIECE-RATE = 0
                   IF WS-FOREIGN-SW = 'Y'
                       MOVE RTE-FGN-RATE (WS-RTE-COUNT)
                                       TO WS-PIECE-RATE
                   ELSE
                       MOVE RTE-DOM-RATE (WS-RTE-COUNT)
                                       TO WS-PIECE-RATE.

       TRY-ONE-RATE-TIER.
           IF WS-PIECE-OZ NOT > RTE-MAX-OZ (WS-SUB)
               IF WS-FOREIGN-SW = 'Y'
                   MOVE RTE-FGN-RATE (WS-SUB) TO WS-PIECE-RATE
               ELSE
                   MOVE RTE-DOM-RATE (WS-SUB) TO WS-PIECE-RATE.

      *
      * a trailer that disagrees with its own records means a short
      * or altered .set - stop before a householded copy of it could
      * look whole downstream
      *
       VERIFY-CONTROL-TRAILER.
           IF TRAILER-SEEN
           AND (WS-TRL-COUNT NOT = REC-CTR
                OR WS-TRL-HASH-AMT NOT = WS-RUN-HASH-AMT
                OR WS-TRL-HASH-ACCT NOT = WS-RUN-HASH-ACCT)
               DISPLAY '!!!! CONTROL TRAILER MISMATCH - PARTIAL OR'
                   UPON CRT AT 2101
               DISPLAY '!!!!   ALTERED .SET FILE - DO NOT PROCESS'
                   UPON CRT AT 2201
               MOVE 12                 TO RETURN-CODE
               STOP RUN.

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

      *
      * output side - records come back with each household's loans
      * adjacent; a household is gathered until its key (or client,
      * or ZIP) breaks, then written lead first
      *
       WRITE-HOUSEHOLDED-SET SECTION.
       WRITE-HOUSEHOLDED-START.
           MOVE 0                      TO WS-HB-COUNT.
           MOVE 0                      TO EOF-SW.
           PERFORM RETURN-ONE-RECORD UNTIL EOF-SW = 1.
           PERFORM FLUSH-HOUSEHOLD THRU FLUSH-HOUSEHOLD-EXIT.
           IF TRAILER-SEEN
               MOVE WS-TRAILER-REC     TO MB-REC
               WRITE MB-REC.
           CLOSE OUT-FILE.
       WRITE-HOUSEHOLDED-EXIT.
           EXIT.

       OUTPUT-ROUTINES SECTION.
       RETURN-ONE-RECORD.
           RETURN SORT-FILE
               AT END
                   MOVE 1              TO EOF-SW
               NOT AT END
                   IF WS-HB-COUNT > 0
                   AND (SRT-ELIGIBLE NOT = 'Y'
                        OR GRP-ELIGIBLE-SW NOT = 'Y'
                        OR SORT-REC (1:78) NOT = GRP-KEY
                        OR WS-HB-COUNT NOT < WS-HB-MAX)
                       IF WS-HB-COUNT NOT < WS-HB-MAX
                       AND SRT-ELIGIBLE = 'Y'
                       AND SORT-REC (1:78) = GRP-KEY
                           ADD 1       TO HH-SPLIT-CTR
                       END-IF
                       PERFORM FLUSH-HOUSEHOLD THRU FLUSH-HOUSEHOLD-EXIT
                   END-IF
                   IF WS-HB-COUNT = 0
                       MOVE SORT-REC (1:78) TO GRP-KEY
                       MOVE SRT-ELIGIBLE   TO GRP-ELIGIBLE-SW
                   END-IF
                   ADD 1               TO WS-HB-COUNT
                   SET HB-IDX TO WS-HB-COUNT
                   MOVE SRT-PAGE-OZ    TO HB-PAGE-OZ (HB-IDX)
                   MOVE SRT-ALONE-RATE TO HB-ALONE-RATE (HB-IDX)
                   MOVE SRT-PAGES      TO HB-PAGES (HB-IDX)
                   MOVE SRT-MB-REC     TO HB-MB-REC (HB-IDX)
           END-RETURN.

      *
      * a group of one mails alone with its stamps cleared; a group
      * of two or more is one envelope - the lead carries the summed
      * pages and the union of the pockets (one of each insert per
      * envelope, not one per loan), the members carry the household
      * number so every step can find their lead
      *
       FLUSH-HOUSEHOLD.
           IF WS-HB-COUNT = 0
               GO TO FLUSH-HOUSEHOLD-EXIT.
           IF WS-HB-COUNT = 1
               MOVE HB-MB-REC (1)      TO MB-REC
               MOVE SPACES             TO MB-HH-ROLE
               MOVE 0                  TO MB-HH-ID
               MOVE 0                  TO MB-HH-LOANS
               MOVE 0                  TO MB-HH-PAGES
               MOVE SPACES             TO MB-HH-POCKETS
               WRITE MB-REC
               ADD 1                   TO OUT-CTR
               MOVE 0                  TO WS-HB-COUNT
               GO TO FLUSH-HOUSEHOLD-EXIT.
           ADD 1                       TO HH-CTR.
           ADD WS-HB-COUNT             TO HH-LOAN-CTR.
           MOVE 0                      TO GRP-PAGES.
           MOVE 0                      TO GRP-ALONE-POSTAGE.
           MOVE SPACES                 TO WS-POCKETS.
           PERFORM GATHER-ONE-MEMBER
               VARYING HB-IDX FROM 1 BY 1
               UNTIL HB-IDX > WS-HB-COUNT.
      * the envelope priced as POSTAGE1 will see it: the lead's form
      * weight over the combined pages
           MOVE HB-MB-REC (1)          TO MB-REC.
           MOVE HB-PAGE-OZ (1)         TO WS-FORM-OZ.
           MOVE GRP-PAGES              TO WS-PAGES.
           IF MB-FOREIGN-ADDRESS NOT = SPACE
           AND MB-FOREIGN-ADDRESS NOT = '0'
               MOVE 'Y'                TO WS-FOREIGN-SW
           ELSE
               MOVE 'N'                TO WS-FOREIGN-SW.
           COMPUTE WS-PIECE-OZ = WS-FORM-OZ * GRP-PAGES.
           PERFORM ADD-ONE-POCKET-WEIGHT
               VARYING WS-PKT-SUB FROM 1 BY 1
               UNTIL WS-PKT-SUB > 7.
           MOVE 'E'                    TO WS-WGT-TYPE.
           MOVE 'STD'                  TO WS-WGT-KEY.
           PERFORM FIND-COMPONENT-WEIGHT.
           IF NOT WGT-FOUND
               MOVE WS-DFLT-ENV-OZ     TO WS-COMP-OZ.
           ADD WS-COMP-OZ              TO WS-PIECE-OZ.
           PERFORM FIND-RATE-TIER.
           MOVE WS-PIECE-RATE          TO GRP-TOGETHER-RATE.
           PERFORM WRITE-ONE-HOUSEHOLD-REC
               VARYING HB-IDX FROM 1 BY 1
               UNTIL HB-IDX > WS-HB-COUNT.
           PERFORM POST-HOUSEHOLD-SAVINGS.
           PERFORM WRITE-HOUSEHOLD-LINE.
           MOVE 0                      TO WS-HB-COUNT.
       FLUSH-HOUSEHOLD-EXIT.
           EXIT.

       GATHER-ONE-MEMBER.
           ADD HB-PAGES (HB-IDX)       TO GRP-PAGES.
           ADD HB-ALONE-RATE (HB-IDX)  TO GRP-ALONE-POSTAGE.
           MOVE HB-MB-REC (HB-IDX)     TO MB-REC.
           PERFORM MERGE-ONE-POCKET
               VARYING WS-PKT-SUB FROM 1 BY 1
               UNTIL WS-PKT-SUB > 7.

       MERGE-ONE-POCKET.
           IF WS-POCKET-ENTRY (WS-PKT-SUB) = SPACE
               SET MB-POCKET-IDX TO WS-PKT-SUB
               MOVE MB-POCKET-ENTRY (MB-POCKET-IDX)
                                       TO WS-POCKET-ENTRY (WS-PKT-SUB).

       WRITE-ONE-HOUSEHOLD-REC.
           MOVE HB-MB-REC (HB-IDX)     TO MB-REC.
           IF HB-IDX = 1
               MOVE 'L'                TO MB-HH-ROLE
               MOVE WS-HB-COUNT        TO MB-HH-LOANS
               MOVE GRP-PAGES          TO MB-HH-PAGES
               MOVE WS-POCKETS         TO MB-HH-POCKETS
           ELSE
               MOVE 'M'                TO MB-HH-ROLE
               MOVE 0                  TO MB-HH-LOANS
               MOVE 0                  TO MB-HH-PAGES
               MOVE SPACES             TO MB-HH-POCKETS.
           MOVE HH-CTR                 TO MB-HH-ID.
           WRITE MB-REC.
           ADD 1                       TO OUT-CTR.

       POST-HOUSEHOLD-SAVINGS.
           MOVE HB-MB-REC (1) (1:4)    TO WS-WORK-CLIENT.
           MOVE 'N'                    TO SV-FOUND-SW.
           IF WS-SV-COUNT > 0
               SET SV-IDX TO 1
               SEARCH SV-ENTRY
                   AT END
                       MOVE 'N'        TO SV-FOUND-SW
                   WHEN SV-CLIENT (SV-IDX) = WS-WORK-CLIENT
                       MOVE 'Y'        TO SV-FOUND-SW
               END-SEARCH.
           IF NOT SV-FOUND AND WS-SV-COUNT < 100
               ADD 1                   TO WS-SV-COUNT
               SET SV-IDX TO WS-SV-COUNT
               MOVE WS-WORK-CLIENT     TO SV-CLIENT (SV-IDX)
               MOVE 0                  TO SV-HOUSEHOLDS (SV-IDX)
               MOVE 0                  TO SV-LOANS (SV-IDX)
               MOVE 0                  TO SV-ENV-AVOIDED (SV-IDX)
               MOVE 0                  TO SV-ALONE-POSTAGE (SV-IDX)
               MOVE 0                  TO SV-TOGETHER-POSTAGE (SV-IDX)
               MOVE 'Y'                TO SV-FOUND-SW.
           IF SV-FOUND
               ADD 1                   TO SV-HOUSEHOLDS (SV-IDX)
               ADD WS-HB-COUNT         TO SV-LOANS (SV-IDX)
               COMPUTE SV-ENV-AVOIDED (SV-IDX) =
                   SV-ENV-AVOIDED (SV-IDX) + WS-HB-COUNT - 1
               ADD GRP-ALONE-POSTAGE   TO SV-ALONE-POSTAGE (SV-IDX)
               ADD GRP-TOGETHER-RATE   TO SV-TOGETHER-POSTAGE (SV-IDX)
           END-IF.

       WRITE-SAVINGS-HEADING.
           MOVE SPACES                 TO SAV-REC.
           STRING 'HOUSEHOLD  CLT   LEAD ACCOUNT   LOANS PAGES'
                                        DELIMITED BY SIZE
                  '  POSTAGE ALONE  POSTAGE TOGETHER       SAVED'
                                        DELIMITED BY SIZE
               INTO SAV-REC.
           WRITE SAV-REC.

       WRITE-HOUSEHOLD-LINE.
           MOVE HB-MB-REC (1)          TO MB-REC.
           MOVE HH-CTR                 TO WS-HH-DISP.
           MOVE MB-ACCOUNT             TO WS-RPT-ACCOUNT.
           MOVE WS-HB-COUNT            TO WS-LOANS-DISP.
           MOVE GRP-PAGES              TO WS-PAGES-DISP.
           MOVE SPACES                 TO SAV-REC.
           MOVE WS-HH-DISP             TO SAV-REC (1:7).
           MOVE MB-CLIENT              TO SAV-REC (12:4).
           MOVE WS-RPT-ACCOUNT         TO SAV-REC (18:13).
           MOVE WS-LOANS-DISP          TO SAV-REC (35:3).
           MOVE WS-PAGES-DISP          TO SAV-REC (41:3).
           MOVE GRP-ALONE-POSTAGE      TO WS-RATE-DISP.
           MOVE WS-RATE-DISP           TO SAV-REC (49:10).
           MOVE GRP-TOGETHER-RATE      TO WS-RATE-DISP.
           MOVE WS-RATE-DISP           TO SAV-REC (66:10).
           COMPUTE GRP-SAVED = GRP-ALONE-POSTAGE - GRP-TOGETHER-RATE.
           MOVE GRP-SAVED              TO WS-SAVE-DISP.
           MOVE WS-SAVE-DISP           TO SAV-REC (79:11).
           WRITE SAV-REC.

      *
      * envelopes avoided are loans householded less the one
      * envelope each household still takes; postage avoided is what
      * the loans would have cost mailed alone less the household
      * envelopes' own postage
      *
       WRITE-SAVINGS-SUMMARY.
           MOVE SPACES                 TO SAV-REC.
           WRITE SAV-REC.
           MOVE SPACES                 TO SAV-REC.
           STRING 'SAVINGS BY CLIENT   HOUSEHOLDS   LOANS  ENVELOPES'
                                        DELIMITED BY SIZE
                  ' AVOIDED      POSTAGE AVOIDED'
                                        DELIMITED BY SIZE
               INTO SAV-REC.
           WRITE SAV-REC.
           PERFORM WRITE-ONE-CLIENT-SAVINGS
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-SV-COUNT.
           MOVE SPACES                 TO SAV-REC.
           MOVE 'TOTAL'                TO SAV-REC (1:5).
           MOVE SVT-HOUSEHOLDS         TO WS-QTY-DISP.
           MOVE WS-QTY-DISP            TO SAV-REC (24:7).
           MOVE SVT-LOANS              TO WS-QTY-DISP.
           MOVE WS-QTY-DISP            TO SAV-REC (32:7).
           MOVE SVT-ENV-AVOIDED        TO WS-QTY-DISP.
           MOVE WS-QTY-DISP            TO SAV-REC (49:7).
           COMPUTE SVT-SAVED = SVT-ALONE-POSTAGE - SVT-TOGETHER-POSTAGE.
           MOVE SVT-SAVED              TO WS-AMT-DISP.
           MOVE WS-AMT-DISP            TO SAV-REC (60:16).
           WRITE SAV-REC.
           IF WS-RTE-COUNT = 0
               MOVE SPACES             TO SAV-REC
               MOVE 'NO RATE TIERS (psrate.tab) - POSTAGE NOT ESTIMATED'
                                       TO SAV-REC
               WRITE SAV-REC.

       WRITE-ONE-CLIENT-SAVINGS.
           SET SV-IDX TO WS-SUB.
           ADD SV-HOUSEHOLDS (SV-IDX)  TO SVT-HOUSEHOLDS.
           ADD SV-LOANS (SV-IDX)       TO SVT-LOANS.
           ADD SV-ENV-AVOIDED (SV-IDX) TO SVT-ENV-AVOIDED.
           ADD SV-ALONE-POSTAGE (SV-IDX)    TO SVT-ALONE-POSTAGE.
           ADD SV-TOGETHER-POSTAGE (SV-IDX) TO SVT-TOGETHER-POSTAGE.
           MOVE SPACES                 TO SAV-REC.
           MOVE SV-CLIENT (SV-IDX)     TO SAV-REC (1:4).
           MOVE SV-HOUSEHOLDS (SV-IDX) TO WS-QTY-DISP.
           MOVE WS-QTY-DISP            TO SAV-REC (24:7).
           MOVE SV-LOANS (SV-IDX)      TO WS-QTY-DISP.
           MOVE WS-QTY-DISP            TO SAV-REC (32:7).
           MOVE SV-ENV-AVOIDED (SV-IDX) TO WS-QTY-DISP.
           MOVE WS-QTY-DISP            TO SAV-REC (49:7).
           COMPUTE GRP-SAVED = SV-ALONE-POSTAGE (SV-IDX)
                             - SV-TOGETHER-POSTAGE (SV-IDX).
           MOVE GRP-SAVED              TO WS-AMT-DISP.
           MOVE WS-AMT-DISP            TO SAV-REC (60:16).
           WRITE SAV-REC.

       LOAD-WEIGHT-TABLE.
           OPEN INPUT WGT-FILE.
           IF WGT-STATUS NOT = '00'
               MOVE 'Y'                   TO WGT-EOF-SW
           ELSE
               PERFORM READ-WGT-REC
               PERFORM UNTIL WGT-EOF
                  IF WS-WGT-COUNT < 200
                     ADD 1                   TO WS-WGT-COUNT
                     SET WGT-IDX TO WS-WGT-COUNT
                     MOVE WGT-REC-TYPE    TO WGT-TYPE (WGT-IDX)
                     MOVE WGT-REC-KEY     TO WGT-KEY (WGT-IDX)
                     MOVE WGT-REC-OUNCES  TO WGT-OUNCES (WGT-IDX)
                  END-IF
                  PERFORM READ-WGT-REC
               END-PERFORM
               CLOSE WGT-FILE.

       READ-WGT-REC.
           READ WGT-FILE AT END MOVE 'Y' TO WGT-EOF-SW.

       LOAD-RATE-TIER-TABLE.
           OPEN INPUT RTE-FILE.
           IF RTE-STATUS NOT = '00'
               MOVE 'Y'                   TO RTE-EOF-SW
           ELSE
               PERFORM READ-RTE-REC
               PERFORM UNTIL RTE-EOF
                  IF WS-RTE-COUNT < 20
                     ADD 1                   TO WS-RTE-COUNT
                     SET RTE-IDX TO WS-RTE-COUNT
                     MOVE RTE-REC-MAX-OZ   TO RTE-MAX-OZ (RTE-IDX)
                     MOVE RTE-REC-DOM-RATE TO RTE-DOM-RATE (RTE-IDX)
                     MOVE RTE-REC-FGN-RATE TO RTE-FGN-RATE (RTE-IDX)
                  END-IF
                  PERFORM READ-RTE-REC
               END-PERFORM
               CLOSE RTE-FILE.

       READ-RTE-REC.
           READ RTE-FILE AT END MOVE 'Y' TO RTE-EOF-SW.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR HHOLD1' UPON CRT AT 0915.
           DISPLAY REC-CTR  'SET RECORDS READ          =' UPON CRT
               AT 1125.
           DISPLAY OUT-CTR  'SET RECORDS WRITTEN       =' UPON CRT
               AT 1225.
           DISPLAY HH-CTR   'HOUSEHOLDS FORMED         =' UPON CRT
               AT 1325.
           DISPLAY HH-LOAN-CTR 'LOANS HOUSEHOLDED      =' UPON CRT
               AT 1425.
           DISPLAY BKCOPY-CTR 'ADDRESSED COPIES - ALONE  =' UPON CRT
               AT 1525.
           DISPLAY EBILL-CTR 'E-BILL LOANS - ALONE      =' UPON CRT
               AT 1625.
           DISPLAY NOKEY-CTR 'NO SSN/ADDRESS - ALONE    =' UPON CRT
               AT 1725.
           IF HH-SPLIT-CTR NOT = 0
               DISPLAY HH-SPLIT-CTR 'HOUSEHOLDS SPLIT AT 20 LOANS'
                   UPON CRT AT 1825.
           CLOSE SAV-FILE.
           IF NOT TRAILER-SEEN
               DISPLAY 'NO CONTROL TRAILER ON SET - PRE-TRAILER FILE?'
                   UPON CRT AT 2101
               MOVE 4                  TO RETURN-CODE
           ELSE
           IF REC-CTR = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           STOP RUN.
