       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACCCOMP1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * accessible-format compliance report - monthly.  every
      * borrower registered for large print or braille on the
      * account-attribute file (acctattr.kdx, the ACCFMT attribute
      * maintained through CTLMAINT1) is listed with whether the
      * month's accessible-format streams (the cycles' .acc files
      * from SETMB2000, concatenated) carried a piece for them, in
      * the format they asked for.  a registered loan with no piece
      * is explained from the month's suppression registries when
      * they are staged (the loan was deliberately not billed), and
      * listed as NOT PRODUCED otherwise - a borrower who asked for
      * braille and got nothing, or got standard print, is exactly
      * what the mailroom watch list used to miss
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the account-attribute file - browsed front to back for the
      * accounts registered for an accessible format
           SELECT ACCTATTR-FILE ASSIGN TO DYNAMIC AA-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AA-KEY
                  FILE STATUS IS AA-STATUS.
      * the month's .acc streams, concatenated
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS IN1-STATUS.
      * the month's suppression registries, concatenated - optional
           SELECT SUP-FILE  ASSIGN TO DYNAMIC SUP-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS SUP-STATUS.
      * the compliance report
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      * same layout as SETMB2000's ACCTATTR-FILE
       FD  ACCTATTR-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AA-REC.
       01  AA-REC.
           05  AA-KEY.
               10  AA-CLIENT           PIC X(4).
               10  AA-ACCOUNT          PIC 9(13).
           05  AA-EBILL-REVERT.
               10  AA-EBR-FLAG         PIC X(1).
                   88  AA-EBR-REVERTED           VALUE 'Y'.
               10  AA-EBR-BOUNCES      PIC 9(3).
               10  AA-EBR-SOURCE       PIC X(8).
               10  AA-EBR-EFF-DATE     PIC 9(8).
               10  AA-EBR-UPD-DATE     PIC 9(8).
           05  AA-MAIL-SUPP.
               10  AA-MSP-FLAG         PIC X(1).
                   88  AA-MSP-SUPPRESSED         VALUE 'S'.
               10  AA-MSP-RETURNS      PIC 9(3).
               10  AA-MSP-SOURCE       PIC X(8).
               10  AA-MSP-EFF-DATE     PIC 9(8).
               10  AA-MSP-UPD-DATE     PIC 9(8).
           05  AA-LAST-SOURCE          PIC X(8).
           05  AA-LAST-UPDATE          PIC 9(8).
           05  AA-ACCFMT.
               10  AA-ACF-FORMAT       PIC X(1).
                   88  AA-ACF-LARGE-PRINT        VALUE 'L'.
                   88  AA-ACF-BRAILLE            VALUE 'B'.
               10  AA-ACF-SOURCE       PIC X(8).
               10  AA-ACF-REG-DATE     PIC 9(8).
               10  AA-ACF-UPD-DATE     PIC 9(8).
           05  AA-DRAFT-STOP.
               10  AA-DSP-FLAG         PIC X(1).
                   88  AA-DSP-STOPPED            VALUE 'S'.
               10  AA-DSP-RETURNS      PIC 9(3).
               10  AA-DSP-SOURCE       PIC X(8).
               10  AA-DSP-EFF-DATE     PIC 9(8).
               10  AA-DSP-UPD-DATE     PIC 9(8).
               10  AA-DSP-LAST-CODE    PIC X(3).
               10  AA-DSP-LAST-DATE    PIC 9(8).
           05  FILLER                  PIC X(147).
      *
       FD IN1-FILE
           RECORD CONTAINS 2116 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MB-REC.
       copy '/users/devel/mb2000.cbl'.
      *
       FD  SUP-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SUP-REC.
       01  SUP-REC.
           05  SUPR-CLIENT             PIC X(4).
           05  SUPR-ACCOUNT            PIC 9(13).
           05  SUPR-GOVERNING          PIC X(8).
           05  FILLER                  PIC X(55).
      *
       FD OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01 OUT-REC                      PIC X(132).
      *
       WORKING-STORAGE SECTION.

       01  VARIABLES.
           05  AA-PATH                 PIC X(40)
               VALUE '/users/public/acctattr.kdx'.
           05  IN1-PATH.
               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 IN1-NAME             PIC X(64).
           05  SUP-PATH.
               10 SUP-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 SUP-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  AA-STATUS               PIC X(2)  VALUE SPACES.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  SUP-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  WS-MONTH                PIC X(6)  VALUE SPACES.
           05  WS-MONTH-N REDEFINES WS-MONTH PIC 9(6).
           05  REG-CTR                 PIC 9(7)  VALUE 0.
           05  ACC-CTR                 PIC 9(7)  VALUE 0.
           05  SUP-CTR                 PIC 9(7)  VALUE 0.
           05  PRODUCED-CTR            PIC 9(7)  VALUE 0.
           05  WRONGFMT-CTR            PIC 9(7)  VALUE 0.
           05  SUPPRESSED-CTR          PIC 9(7)  VALUE 0.
           05  NOTPROD-CTR             PIC 9(7)  VALUE 0.
           05  NOTDUE-CTR              PIC 9(7)  VALUE 0.
           05  AA-EOF-SW               PIC 9(1)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  SUP-EOF-SW              PIC 9(1)  VALUE 0.
           05  WS-KEY-CLIENT           PIC X(4)  VALUE SPACES.
           05  WS-KEY-CLIENT-IN        PIC X(4)  VALUE SPACES.
           05  WS-KEY-ACCOUNT          PIC 9(13) VALUE 0.
           05  WS-ACC-FORMAT           PIC X(1)  VALUE SPACE.
           05  WS-RPT-ACCOUNT          PIC 9(13) VALUE 0.
           05  WS-QTY-DISP             PIC ZZ9.
           05  WS-FORMAT-DESC          PIC X(11) VALUE SPACES.
           05  WS-STATUS-DESC          PIC X(20) VALUE SPACES.
           05  WS-SUB                  PIC S9(8) COMP VALUE 0.

       01  WS-HEAD-1.
           05  FILLER                  PIC X(40)
               VALUE 'ACCESSIBLE-FORMAT STATEMENT COMPLIANCE -'.
           05  FILLER                  PIC X(7)  VALUE ' MONTH '.
           05  WS-HEAD-MONTH           PIC X(6).
           05  FILLER                  PIC X(79) VALUE SPACES.

       01  WS-HEAD-2.
           05  FILLER                  PIC X(40)
               VALUE 'CLNT  ACCOUNT        FORMAT      REG DAT'.
           05  FILLER                  PIC X(17)
               VALUE 'E     PCS  STATUS'.
           05  FILLER                  PIC X(75) VALUE SPACES.

      *
      * the registry, held whole - one entry per registered row with
      * what the month's streams and suppression registries said
      * about it
      *
       01  REGISTRY-TABLE.
           05  RG-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-RG-COUNT
                   INDEXED BY RG-IDX.
               10  RG-CLIENT           PIC X(4).
               10  RG-ACCOUNT          PIC 9(13).
               10  RG-FORMAT           PIC X(1).
               10  RG-REG-DATE         PIC 9(8).
               10  RG-REG-MONTH REDEFINES RG-REG-DATE.
                   15  RG-REG-YYYYMM   PIC 9(6).
                   15  FILLER          PIC 9(2).
               10  RG-PIECES           PIC 9(3).
               10  RG-WRONGFMT-SW      PIC X(1).
               10  RG-GOVERNING        PIC X(8).
       77  WS-RG-COUNT                 PIC S9(8) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO WS-MONTH IN1-NAME OUT-NAME SUP-NAME.
           DISPLAY '* * * * B E G I N   A C C C O M P 1 . C B L'
               UPON CRT AT 1401.
           IF WS-MONTH NOT NUMERIC OR IN1-NAME = SPACES
           OR OUT-NAME = SPACES
               DISPLAY '!!!! ENTER MONTH (YYYYMM), ACC FILE, REPORT'
                   UPON CRT AT 2301
               DISPLAY '!!!!   FILE AND OPTIONAL SUPPRESSION REGISTRY'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM LOAD-REGISTRY-TABLE.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! ACC FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM READ-ACC-REC.
           PERFORM MARK-ACC-PIECE UNTIL EOF-SW = 1.
           CLOSE IN1-FILE.
           PERFORM LOAD-SUPP-REGISTRY THRU LOAD-SUPP-EXIT.
           OPEN OUTPUT OUT-FILE.
           MOVE WS-MONTH               TO WS-HEAD-MONTH.
           WRITE OUT-REC FROM WS-HEAD-1.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           WRITE OUT-REC FROM WS-HEAD-2.
           PERFORM WRITE-COMPLIANCE-LINE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-RG-COUNT.
           PERFORM END-RTN.

      *
      * the registry is required - a compliance report with nobody
      * on it would read as a clean month.  only the accounts
      * carrying a large-print or braille format are the registry;
      * the key's client is the record form ('nnn ') and is widened
      * to the full client the table holds
      *
       LOAD-REGISTRY-TABLE.
           OPEN INPUT ACCTATTR-FILE.
           IF AA-STATUS NOT = '00'
               DISPLAY '!!!! ACCOUNT-ATTRIBUTE FILE NOT FOUND'
                   UPON CRT AT 2301
               DISPLAY AA-PATH UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           READ ACCTATTR-FILE NEXT RECORD
               AT END MOVE 1 TO AA-EOF-SW.
           PERFORM UNTIL AA-EOF-SW = 1
               IF AA-ACF-LARGE-PRINT OR AA-ACF-BRAILLE
                   PERFORM ADD-REGISTRY-ENTRY
               END-IF
               READ ACCTATTR-FILE NEXT RECORD
                   AT END MOVE 1 TO AA-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE ACCTATTR-FILE.

       ADD-REGISTRY-ENTRY.
           ADD 1                       TO REG-CTR
           IF WS-RG-COUNT < 20000
               ADD 1                   TO WS-RG-COUNT
               SET RG-IDX TO WS-RG-COUNT
               MOVE AA-CLIENT          TO WS-KEY-CLIENT
               PERFORM SET-KEY-CLIENT
               MOVE WS-KEY-CLIENT      TO RG-CLIENT (RG-IDX)
               MOVE AA-ACCOUNT         TO RG-ACCOUNT (RG-IDX)
               MOVE AA-ACF-FORMAT      TO RG-FORMAT (RG-IDX)
               IF AA-ACF-REG-DATE NUMERIC
                   MOVE AA-ACF-REG-DATE TO RG-REG-DATE (RG-IDX)
               ELSE
                   MOVE 0              TO RG-REG-DATE (RG-IDX)
               END-IF
               MOVE 0                  TO RG-PIECES (RG-IDX)
               MOVE 'N'                TO RG-WRONGFMT-SW (RG-IDX)
               MOVE SPACES             TO RG-GOVERNING (RG-IDX)
           ELSE
               DISPLAY '!!!! REGISTRY TABLE FULL AT 20000 -'
                   UPON CRT AT 2301
               DISPLAY '!!!!   REPORT WOULD BE SHORT, STOP'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN
           END-IF.

      *
      * the record's client is the 3-character file code plus a
      * trailing space, the registry's the full 4-digit client -
      * a trailing-space client is widened before the lookup
      *
       SET-KEY-CLIENT.
           IF WS-KEY-CLIENT (4:1) = SPACE
           AND WS-KEY-CLIENT (1:3) NOT = SPACES
               MOVE WS-KEY-CLIENT      TO WS-KEY-CLIENT-IN
               MOVE '0'                TO WS-KEY-CLIENT (1:1)
               MOVE WS-KEY-CLIENT-IN (1:3) TO WS-KEY-CLIENT (2:3).

       FIND-REGISTRY-ENTRY.
           PERFORM SET-KEY-CLIENT.
           SET RG-IDX TO 1.
           SEARCH RG-ENTRY
               AT END
                   SET RG-IDX TO WS-RG-COUNT
                   SET RG-IDX UP BY 1
               WHEN RG-CLIENT (RG-IDX) = WS-KEY-CLIENT
                AND RG-ACCOUNT (RG-IDX) = WS-KEY-ACCOUNT
                   CONTINUE
           END-SEARCH.

       READ-ACC-REC.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               IF MB-CLIENT = '9999'
                   GO TO READ-ACC-REC
               ELSE
                   ADD 1               TO ACC-CTR.

      *
      * the format the piece was produced in is the one SETMB2000
      * stamped in MB-FLEXFIELD6
      *
       MARK-ACC-PIECE.
           IF WS-RG-COUNT > 0
               MOVE MB-CLIENT          TO WS-KEY-CLIENT
               MOVE MB-ACCOUNT         TO WS-KEY-ACCOUNT
               PERFORM FIND-REGISTRY-ENTRY
               IF RG-IDX NOT > WS-RG-COUNT
                   IF RG-PIECES (RG-IDX) < 999
                       ADD 1           TO RG-PIECES (RG-IDX)
                   END-IF
                   IF MB-FLEXFIELD6 (21:1) = 'B'
                       MOVE 'B'        TO WS-ACC-FORMAT
                   ELSE
                       MOVE 'L'        TO WS-ACC-FORMAT
                   END-IF
                   IF WS-ACC-FORMAT NOT = RG-FORMAT (RG-IDX)
                       MOVE 'Y'        TO RG-WRONGFMT-SW (RG-IDX)
                   END-IF
               END-IF.
           PERFORM READ-ACC-REC.

       LOAD-SUPP-REGISTRY.
           IF SUP-NAME = SPACES
               GO TO LOAD-SUPP-EXIT.
           OPEN INPUT SUP-FILE.
           IF SUP-STATUS NOT = '00'
               GO TO LOAD-SUPP-EXIT.
           MOVE 0                      TO SUP-EOF-SW.
           PERFORM UNTIL SUP-EOF-SW = 1
               READ SUP-FILE
                   AT END MOVE 1       TO SUP-EOF-SW
                   NOT AT END
                       ADD 1           TO SUP-CTR
                       PERFORM MARK-SUPPRESSED-LOAN
               END-READ
           END-PERFORM.
           CLOSE SUP-FILE.
       LOAD-SUPP-EXIT.
           EXIT.

       MARK-SUPPRESSED-LOAN.
           IF WS-RG-COUNT > 0
               MOVE SUPR-CLIENT        TO WS-KEY-CLIENT
               MOVE SUPR-ACCOUNT       TO WS-KEY-ACCOUNT
               PERFORM FIND-REGISTRY-ENTRY
               IF RG-IDX NOT > WS-RG-COUNT
                   MOVE SUPR-GOVERNING TO RG-GOVERNING (RG-IDX)
               END-IF
           END-IF.

      *
      * a piece in the registered format is compliant; a piece only
      * in the other format, or none at all without a suppression to
      * explain it, is not.  a row registered after the month was
      * not yet due a piece
      *
       WRITE-COMPLIANCE-LINE.
           SET RG-IDX TO WS-SUB.
           IF RG-FORMAT (RG-IDX) = 'B'
               MOVE 'BRAILLE'          TO WS-FORMAT-DESC
           ELSE
               MOVE 'LARGE PRINT'      TO WS-FORMAT-DESC.
           MOVE SPACES                 TO WS-STATUS-DESC.
           IF RG-PIECES (RG-IDX) > 0
               IF RG-WRONGFMT-SW (RG-IDX) = 'Y'
                   ADD 1               TO WRONGFMT-CTR
                   MOVE 'WRONG FORMAT'  TO WS-STATUS-DESC
               ELSE
                   ADD 1               TO PRODUCED-CTR
                   MOVE 'PRODUCED'     TO WS-STATUS-DESC
               END-IF
           ELSE
           IF RG-REG-YYYYMM (RG-IDX) > WS-MONTH-N
               ADD 1                   TO NOTDUE-CTR
               MOVE 'REGISTERED AFTER'  TO WS-STATUS-DESC
           ELSE
           IF RG-GOVERNING (RG-IDX) NOT = SPACES
               ADD 1                   TO SUPPRESSED-CTR
               STRING 'SUPPRESSED '     DELIMITED BY SIZE
                      RG-GOVERNING (RG-IDX) DELIMITED BY SIZE
                   INTO WS-STATUS-DESC
           ELSE
               ADD 1                   TO NOTPROD-CTR
               MOVE 'NOT PRODUCED'     TO WS-STATUS-DESC.
           MOVE RG-ACCOUNT (RG-IDX)    TO WS-RPT-ACCOUNT.
           MOVE RG-PIECES (RG-IDX)     TO WS-QTY-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING RG-CLIENT (RG-IDX)    DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-RPT-ACCOUNT        DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-FORMAT-DESC        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  RG-REG-DATE (RG-IDX)  DELIMITED BY SIZE
                  '     '               DELIMITED BY SIZE
                  WS-QTY-DISP           DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-STATUS-DESC        DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR ACCCOMP1' UPON CRT AT 0915.
           DISPLAY REG-CTR  'REGISTERED BORROWERS      =' UPON CRT
               AT 1125.
           DISPLAY ACC-CTR  'ACCESSIBLE PIECES READ    =' UPON CRT
               AT 1225.
           DISPLAY PRODUCED-CTR 'PRODUCED                 =' UPON CRT
               AT 1325.
           DISPLAY WRONGFMT-CTR 'WRONG FORMAT             =' UPON CRT
               AT 1425.
           DISPLAY SUPPRESSED-CTR 'SUPPRESSED PER REGISTRY  ='
               UPON CRT AT 1525.
           DISPLAY NOTPROD-CTR 'NOT PRODUCED             =' UPON CRT
               AT 1625.
           DISPLAY NOTDUE-CTR 'REGISTERED AFTER MONTH   =' UPON CRT
               AT 1725.
           IF NOTPROD-CTR NOT = 0 OR WRONGFMT-CTR NOT = 0
               MOVE 8                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE OUT-FILE.
           STOP RUN.
