      * after-image, operator and timestamp on the permanent change
      * journal.  a rejected request journals too - the attempt is
      * part of the audit trail
      *
      * FILE-ID ACCTATTR is the keyed account-attribute file
      * (acctattr.kdx) rather than a table file: its row is client
      * as on the .set (nnn + space), account, attribute (EBILLREV,
      * MAILSUPP, DRAFTSTP or ACCFMT) and, on an add, an optional
      * count - for ACCFMT the format (L large print, B braille) and
      * an optional registration date in its place.  an add sets
      * the flag, a delete clears it and zeroes the count, and the
      * one record is updated in place by key with its before- and
      * after-image journaled.  a STAGE run cannot stage a keyed
      * file, so it writes the accepted ACCTATTR changes in order to
      * stage/acctattr.dlt instead, and a preview run of SETMB2000
      * lays them over the live file
      *
      *   ctlmaint1 "changefile [STAGE]"
      *
      * STAGE runs the same edits but leaves the live controls alone:
      * each changed file is written to /users/public/stage/ instead
      * (built from the live file the first time this run touches
      * it, from the staged copy after that), the journal says
      * STAGED, and stage/staged.lst names the files this run staged
      * so ctlprev.sh can preview the change against tonight's
      * extract.  once the preview is approved the same change file
      * is run again without STAGE to make it live
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SELECT CTL42-FILE ASSIGN TO DYNAMIC CTL-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS CTL-STATUS.
      * the keyed account-attribute file - opened the first time a
      * request touches it
           SELECT ACCTATTR-FILE ASSIGN TO DYNAMIC AA-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AA-KEY
                  FILE STATUS IS AA-STATUS.
      * the staged account-attribute changes - written by a STAGE
      * run in place of the keyed update
           SELECT ATTRDLT-FILE ASSIGN TO DYNAMIC ADL-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS ADL-STATUS.
      * the permanent change journal - append only
           SELECT JRN-FILE  ASSIGN TO DYNAMIC JRN-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the files a STAGE run staged - one name per line; LINE
      * SEQUENTIAL because ctlprev.sh reads it with the shell
           SELECT STGLST-FILE ASSIGN TO DYNAMIC STGLST-PATH
                  ORGANIZATION LINE SEQUENTIAL.
      *
       DATA DIVISION.
      *
           DATA RECORD IS CTL42-REC.
       01  CTL42-REC                  PIC X(42).

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

      * same layout as SETMB2000's ATTRDLT-FILE
       FD  ATTRDLT-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ADL-REC.
       01  ADL-REC.
           05  ADL-REC-CLIENT          PIC X(4).
           05  ADL-REC-ACCOUNT         PIC 9(13).
           05  ADL-REC-ATTR            PIC X(8).
           05  ADL-REC-ACTION          PIC X(1).
           05  ADL-REC-COUNT           PIC X(3).
           05  FILLER                  PIC X(11).

       FD  JRN-FILE
           RECORD CONTAINS 250 CHARACTERS
           LABEL RECORDS ARE STANDARD
           05  JRN-BEFORE              PIC X(100).
           05  JRN-AFTER               PIC X(100).
           05  FILLER                  PIC X(11).

       FD  STGLST-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STGLST-REC.
       01  STGLST-REC                  PIC X(40).
      *
       WORKING-STORAGE SECTION.

           05  CTL-PATH                PIC X(40) VALUE SPACES.
           05  JRN-PATH                PIC X(40)
               VALUE '/users/public/out/ctlchg.jrn'.
           05  STAGE-PREFIX            PIC X(20)
               VALUE '/users/public/stage/'.
           05  STGLST-PATH             PIC X(40)
               VALUE '/users/public/stage/staged.lst'.
           05  AA-PATH                 PIC X(40)
               VALUE '/users/public/acctattr.kdx'.
           05  AA-STATUS               PIC X(2)  VALUE SPACES.
           05  AA-OPEN-SW              PIC X(1)  VALUE 'N'.
               88  AA-FILE-OPEN                  VALUE 'Y'.
           05  AA-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  AA-FOUND                      VALUE 'Y'.
           05  ADL-PATH                PIC X(40)
               VALUE '/users/public/stage/acctattr.dlt'.
           05  ADL-STATUS              PIC X(2)  VALUE SPACES.
           05  ADL-OPEN-SW             PIC X(1)  VALUE 'N'.
               88  ADL-FILE-OPEN                 VALUE 'Y'.
           05  WS-AA-BEFORE            PIC X(100) VALUE SPACES.
           05  WS-AA-IMAGE             PIC X(100) VALUE SPACES.
           05  WS-AA-ATTR              PIC X(8)  VALUE SPACES.
               88  AA-ATTR-EBILLREV              VALUE 'EBILLREV'.
               88  AA-ATTR-MAILSUPP              VALUE 'MAILSUPP'.
               88  AA-ATTR-ACCFMT                VALUE 'ACCFMT  '.
               88  AA-ATTR-DRAFTSTP              VALUE 'DRAFTSTP'.
           05  WS-AA-COUNT-X           PIC X(3)  VALUE SPACES.
           05  WS-AA-COUNT             PIC 9(3)  VALUE 0.
           05  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           05  WS-LIVE-NAME            PIC X(26) VALUE SPACES.
           05  WS-RUN-MODE             PIC X(10) VALUE SPACES.
               88  STAGE-MODE                    VALUE 'STAGE'.
           05  WS-STG-KEY              PIC X(8)  VALUE SPACES.
           05  WS-STG-SUB              PIC S9(4) COMP VALUE 0.
           05  STAGED-CTR              PIC 9(7)  VALUE 0.
           05  STG-FOUND-SW            PIC X(1)  VALUE 'N'.
               88  STG-FOUND                     VALUE 'Y'.
           05  CHG-STATUS              PIC X(2)  VALUE SPACES.
           05  CTL-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
               88  CD-FOUND                      VALUE 'Y'.

      *
      * legal state abbreviations for the STATERUL and LIENREL edits
      *
       01  STATE-LIST.
           05  FILLER              PIC X(20) VALUE
               10  TGT-ROW             PIC X(132).
               10  TGT-DROP-SW         PIC X(1).
       77  WS-TGT-COUNT                PIC S9(4) COMP VALUE 0.

      *
      * the files a STAGE run has staged so far - the second change
      * to one file builds on the first
      *
       01  STAGED-TABLE.
           05  STG-ENTRY OCCURS 20 TIMES.
               10  STG-FILE-ID         PIC X(8).
               10  STG-FILE-NAME       PIC X(26).
       77  WS-STG-COUNT                PIC S9(4) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO CHG-NAME WS-RUN-MODE.
           DISPLAY '* * * B E G I N   C T L M A I N T 1 . C B L'
               UPON CRT AT 1401.
           IF STAGE-MODE
               DISPLAY '* * * *   S T A G E   O N L Y  -  L I V E'
                   UPON CRT AT 1501
               DISPLAY 'C O N T R O L S   U N C H A N G E D'
                   UPON CRT AT 1545.
           IF WS-RUN-MODE NOT = SPACES AND NOT STAGE-MODE
               DISPLAY '!!!! RUN MODE MUST BE STAGE OR BLANK'
                   UPON CRT AT 2301
               DISPLAY WS-RUN-MODE UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           IF CHG-NAME = SPACES
               DISPLAY '!!!! ENTER CHANGE-REQUEST FILE ON COMMAND'
                   UPON CRT AT 2301
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND JRN-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-CHG-REC.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL CHG-EOF-SW = 1.
           PERFORM END-RTN.
               PERFORM REJECT-REQUEST
               PERFORM READ-CHG-REC
               GO TO 001-MAIN-EXIT.
           IF CHG-FILE-ID = 'ACCTATTR'
               PERFORM APPLY-ATTR-CHANGE THRU APPLY-ATTR-EXIT
               PERFORM READ-CHG-REC
               GO TO 001-MAIN-EXIT.
           PERFORM RESOLVE-TARGET-FILE.
           IF WS-REC-LEN = 0
               MOVE 'UNKNOWN FILE-ID'  TO WS-REJECT-REASON
               WHEN 'POC     '
                   MOVE '/users/public/poc.tab'      TO CTL-PATH
                   MOVE 42             TO WS-REC-LEN
               WHEN 'LIENREL '
                   MOVE '/users/public/lienrel.tab'  TO CTL-PATH
                   MOVE 5              TO WS-REC-LEN
               WHEN 'INVTYPE '
                   MOVE '/users/public/invtype.tab'  TO CTL-PATH
                   MOVE 9              TO WS-REC-LEN
           END-EVALUATE.

      *
                   END-IF
               WHEN 'POC     '
                   PERFORM CHECK-CLIENT-KNOWN THRU CHECK-CLIENT-EXIT
               WHEN 'LIENREL '
                   PERFORM CHECK-STATE-CODE
                   IF CHG-ROW (3:3) NOT NUMERIC
                       MOVE 'DAYS NOT NUMERIC'  TO WS-REJECT-REASON
                       MOVE 'N'        TO VALID-SW
                   END-IF
               WHEN 'INVTYPE '
                   IF CHG-ROW (1:1) = SPACE
                       MOVE 'BLANK INVESTOR'    TO WS-REJECT-REASON
                       MOVE 'N'        TO VALID-SW
                   ELSE
                   IF CHG-ROW (8:2) NOT = 'FN' AND NOT = 'FH'
                       MOVE 'TYPE NOT FN/FH'    TO WS-REJECT-REASON
                       MOVE 'N'        TO VALID-SW
                   END-IF
                   END-IF
               WHEN 'MSGRULE '
                   IF CHG-ROW (1:4) = SPACES
                       MOVE 'BLANK CLIENT'      TO WS-REJECT-REASON
           MOVE 'Y'                    TO CD-LOADED-SW.
           MOVE '/users/public/clntdsp.tab' TO CTL-PATH.
           MOVE 5                      TO WS-REC-LEN.
           IF STAGE-MODE
               MOVE 'CLNTDSP '         TO WS-STG-KEY
               PERFORM POINT-AT-STAGED-COPY.
           PERFORM OPEN-CTL-INPUT.
           IF CTL-OPEN-MISSING
               GO TO LOAD-DISPATCH-EXIT.
      *
       APPLY-ONE-CHANGE.
           PERFORM RESOLVE-TARGET-FILE.
           MOVE CTL-PATH (15:26)       TO WS-LIVE-NAME.
           IF STAGE-MODE
               MOVE CHG-FILE-ID        TO WS-STG-KEY
               PERFORM POINT-AT-STAGED-COPY.
           MOVE 0                      TO WS-TGT-COUNT.
           PERFORM OPEN-CTL-INPUT.
           IF CTL-OPEN-OK
                       SET TGT-IDX TO WS-TGT-COUNT
                       MOVE WS-CTL-BUF TO TGT-ROW (TGT-IDX)
                       MOVE 'N'        TO TGT-DROP-SW (TGT-IDX)
                   ELSE
                       MOVE 'TARGET OVER 5000 ROWS'
                                       TO WS-REJECT-REASON
                   END-IF
                   PERFORM READ-CTL-INTO-BUF
               END-PERFORM
               PERFORM CLOSE-CTL.
      * a rewrite from a short table would drop the rest of the file
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-REQUEST
               GO TO APPLY-ONE-EXIT.
           MOVE 'N'                    TO ROW-HIT-SW.
           IF CHG-ACTION = 'D'
               PERFORM VARYING WS-SUB FROM 1 BY 1
                   GO TO APPLY-ONE-EXIT
               END-IF
           END-IF.
           IF STAGE-MODE
               PERFORM POINT-AT-NEW-STAGED-COPY.
           PERFORM OPEN-CTL-OUTPUT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TGT-COUNT
       APPLY-ONE-EXIT.
           EXIT.

      *
      * an account-attribute change is a keyed update of one record,
      * not a table rewrite, so there is no copy to stage - a STAGE
      * run passes the same edits and writes the change to the
      * staged delta instead (see STAGE-ATTR-CHANGE).  the date a
      * flag is set is kept through later adds; a delete
      * clears the flag and its date and zeroes the count so the
      * next bounce or return starts over.  an ACCFMT add names the
      * format in place of the count and may carry the date the
      * borrower registered it - the run date if not
      *
       APPLY-ATTR-CHANGE.
           MOVE CHG-ROW (18:8)         TO WS-AA-ATTR.
           MOVE CHG-ROW (26:3)         TO WS-AA-COUNT-X.
           IF CHG-ROW (1:3) NOT NUMERIC OR CHG-ROW (4:1) NOT = SPACE
               MOVE 'CLIENT NOT NNN + SPACE' TO WS-REJECT-REASON
           ELSE
           IF CHG-ROW (5:13) NOT NUMERIC
               MOVE 'ACCOUNT NOT NUMERIC' TO WS-REJECT-REASON
           ELSE
           IF NOT AA-ATTR-EBILLREV AND NOT AA-ATTR-MAILSUPP
           AND NOT AA-ATTR-ACCFMT AND NOT AA-ATTR-DRAFTSTP
               MOVE 'ATTR NOT A KNOWN ATTRIBUTE'
                                       TO WS-REJECT-REASON
           ELSE
           IF CHG-ACTION = 'A' AND AA-ATTR-ACCFMT
           AND CHG-ROW (26:1) NOT = 'L' AND NOT = 'B'
               MOVE 'FORMAT NOT L/B'    TO WS-REJECT-REASON
           ELSE
           IF CHG-ACTION = 'A' AND AA-ATTR-ACCFMT
           AND CHG-ROW (27:8) NOT = SPACES
           AND CHG-ROW (27:8) NOT NUMERIC
               MOVE 'REG DATE NOT NUMERIC' TO WS-REJECT-REASON
           ELSE
           IF CHG-ACTION = 'A' AND NOT AA-ATTR-ACCFMT
           AND WS-AA-COUNT-X NOT = SPACES
           AND WS-AA-COUNT-X NOT NUMERIC
               MOVE 'COUNT NOT NUMERIC' TO WS-REJECT-REASON.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-REQUEST
               GO TO APPLY-ATTR-EXIT.
           IF STAGE-MODE
               PERFORM STAGE-ATTR-CHANGE
               GO TO APPLY-ATTR-EXIT.
           IF NOT AA-FILE-OPEN
               PERFORM OPEN-ATTR-FILE.
           MOVE CHG-ROW (1:4)          TO AA-CLIENT.
           MOVE CHG-ROW (5:13)         TO AA-ACCOUNT.
           MOVE 'Y'                    TO AA-FOUND-SW.
           READ ACCTATTR-FILE KEY IS AA-KEY
               INVALID KEY
                   MOVE 'N'            TO AA-FOUND-SW
           END-READ.
           IF NOT AA-FOUND
               IF CHG-ACTION = 'D'
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
                   PERFORM REJECT-REQUEST
                   GO TO APPLY-ATTR-EXIT
               END-IF
               MOVE SPACES             TO AA-REC
               MOVE CHG-ROW (1:4)      TO AA-CLIENT
               MOVE CHG-ROW (5:13)     TO AA-ACCOUNT
               MOVE 'N'                TO AA-EBR-FLAG
               MOVE 'N'                TO AA-MSP-FLAG
               MOVE 'N'                TO AA-ACF-FORMAT
               MOVE 'N'                TO AA-DSP-FLAG
               MOVE 0                  TO AA-EBR-BOUNCES
                                          AA-EBR-EFF-DATE
                                          AA-EBR-UPD-DATE
                                          AA-MSP-RETURNS
                                          AA-MSP-EFF-DATE
                                          AA-MSP-UPD-DATE
                                          AA-ACF-REG-DATE
                                          AA-ACF-UPD-DATE
                                          AA-DSP-RETURNS
                                          AA-DSP-EFF-DATE
                                          AA-DSP-UPD-DATE
                                          AA-DSP-LAST-DATE
                                          AA-LAST-UPDATE
               MOVE SPACES             TO WS-AA-BEFORE
           ELSE
               PERFORM BUILD-ATTR-IMAGE
               MOVE WS-AA-IMAGE        TO WS-AA-BEFORE.
           IF WS-AA-COUNT-X NUMERIC
               MOVE WS-AA-COUNT-X      TO WS-AA-COUNT
           ELSE
               MOVE 0                  TO WS-AA-COUNT.
           IF AA-ATTR-EBILLREV
               PERFORM SET-EBILLREV-ATTR.
           IF AA-ATTR-MAILSUPP
               PERFORM SET-MAILSUPP-ATTR.
           IF AA-ATTR-ACCFMT
               PERFORM SET-ACCFMT-ATTR.
           IF AA-ATTR-DRAFTSTP
               PERFORM SET-DRAFTSTOP-ATTR.
           MOVE 'CTLMAINT'             TO AA-LAST-SOURCE.
           MOVE WS-RUN-DATE            TO AA-LAST-UPDATE.
           IF AA-FOUND
               REWRITE AA-REC
                   INVALID KEY
                       MOVE 'ATTRIBUTE UPDATE FAILED'
                                       TO WS-REJECT-REASON
               END-REWRITE
           ELSE
               WRITE AA-REC
                   INVALID KEY
                       MOVE 'ATTRIBUTE UPDATE FAILED'
                                       TO WS-REJECT-REASON
               END-WRITE.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-REQUEST
               GO TO APPLY-ATTR-EXIT.
           ADD 1                       TO APPLIED-CTR.
           PERFORM WRITE-JOURNAL-ATTR.
       APPLY-ATTR-EXIT.
           EXIT.

       SET-EBILLREV-ATTR.
           IF CHG-ACTION = 'A'
               IF NOT AA-EBR-REVERTED
                   MOVE 'Y'            TO AA-EBR-FLAG
                   MOVE WS-RUN-DATE    TO AA-EBR-EFF-DATE
               END-IF
               IF WS-AA-COUNT-X NUMERIC
                   MOVE WS-AA-COUNT    TO AA-EBR-BOUNCES
               END-IF
           ELSE
               MOVE 'N'                TO AA-EBR-FLAG
               MOVE 0                  TO AA-EBR-EFF-DATE
                                          AA-EBR-BOUNCES.
           MOVE 'CTLMAINT'             TO AA-EBR-SOURCE.
           MOVE WS-RUN-DATE            TO AA-EBR-UPD-DATE.

       SET-MAILSUPP-ATTR.
           IF CHG-ACTION = 'A'
               IF NOT AA-MSP-SUPPRESSED
                   MOVE 'S'            TO AA-MSP-FLAG
                   MOVE WS-RUN-DATE    TO AA-MSP-EFF-DATE
               END-IF
               IF WS-AA-COUNT-X NUMERIC
                   MOVE WS-AA-COUNT    TO AA-MSP-RETURNS
               END-IF
           ELSE
               MOVE 'N'                TO AA-MSP-FLAG
               MOVE 0                  TO AA-MSP-EFF-DATE
                                          AA-MSP-RETURNS.
           MOVE 'CTLMAINT'             TO AA-MSP-SOURCE.
           MOVE WS-RUN-DATE            TO AA-MSP-UPD-DATE.

       SET-ACCFMT-ATTR.
           IF CHG-ACTION = 'A'
               MOVE CHG-ROW (26:1)     TO AA-ACF-FORMAT
               IF CHG-ROW (27:8) NUMERIC
                   MOVE CHG-ROW (27:8) TO AA-ACF-REG-DATE
               ELSE
                   MOVE WS-RUN-DATE    TO AA-ACF-REG-DATE
               END-IF
           ELSE
               MOVE 'N'                TO AA-ACF-FORMAT
               MOVE 0                  TO AA-ACF-REG-DATE.
           MOVE 'CTLMAINT'             TO AA-ACF-SOURCE.
           MOVE WS-RUN-DATE            TO AA-ACF-UPD-DATE.

      * a delete is the servicer lifting a draft stop by hand once
      * the borrower's bank account is sorted out
       SET-DRAFTSTOP-ATTR.
           IF CHG-ACTION = 'A'
               IF NOT AA-DSP-STOPPED
                   MOVE 'S'            TO AA-DSP-FLAG
                   MOVE WS-RUN-DATE    TO AA-DSP-EFF-DATE
               END-IF
               IF WS-AA-COUNT-X NUMERIC
                   MOVE WS-AA-COUNT    TO AA-DSP-RETURNS
               END-IF
           ELSE
               MOVE 'N'                TO AA-DSP-FLAG
               MOVE 0                  TO AA-DSP-EFF-DATE
                                          AA-DSP-RETURNS.
           IF AA-DSP-RETURNS NOT NUMERIC
               MOVE 0                  TO AA-DSP-RETURNS.
           MOVE 'CTLMAINT'             TO AA-DSP-SOURCE.
           MOVE WS-RUN-DATE            TO AA-DSP-UPD-DATE.

      *
      * the journal images are 100 bytes - the e-bill and returned-
      * mail blocks sit inside the record's first hundred, the
      * blocks added after them are journaled as key, last change
      * and the two later blocks
      *
       BUILD-ATTR-IMAGE.
           IF AA-ATTR-EBILLREV OR AA-ATTR-MAILSUPP
               MOVE AA-REC (1:100)     TO WS-AA-IMAGE
           ELSE
               MOVE SPACES             TO WS-AA-IMAGE
               STRING AA-KEY           DELIMITED BY SIZE
                      AA-LAST-SOURCE   DELIMITED BY SIZE
                      AA-LAST-UPDATE   DELIMITED BY SIZE
                      AA-ACCFMT        DELIMITED BY SIZE
                      AA-DRAFT-STOP    DELIMITED BY SIZE
                   INTO WS-AA-IMAGE.

      *
      * the first ACCTATTR request of a STAGE run starts the delta
      * afresh and puts it on staged.lst; every accepted request
      * after it is added in change-file order, so the preview
      * applies them in the order the live run will
      *
       STAGE-ATTR-CHANGE.
           IF NOT ADL-FILE-OPEN
               OPEN OUTPUT ATTRDLT-FILE
               IF ADL-STATUS NOT = '00'
                   DISPLAY '!!!! CANNOT OPEN STAGED ATTRIBUTES -'
                       UPON CRT AT 2301
                   DISPLAY ADL-STATUS UPON CRT AT 2345
                   DISPLAY ADL-PATH UPON CRT AT 2401
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y'                TO ADL-OPEN-SW
               MOVE 'acctattr.dlt'     TO WS-LIVE-NAME
               PERFORM POINT-AT-NEW-STAGED-COPY.
           MOVE SPACES                 TO ADL-REC.
           MOVE CHG-ROW (1:4)          TO ADL-REC-CLIENT.
           MOVE CHG-ROW (5:13)         TO ADL-REC-ACCOUNT.
           MOVE WS-AA-ATTR             TO ADL-REC-ATTR.
           MOVE CHG-ACTION             TO ADL-REC-ACTION.
           IF CHG-ACTION = 'A'
               MOVE WS-AA-COUNT-X      TO ADL-REC-COUNT.
           WRITE ADL-REC.
           ADD 1                       TO APPLIED-CTR.
           PERFORM WRITE-JOURNAL-APPLIED.

      * the first request against the file creates it
       OPEN-ATTR-FILE.
           OPEN I-O ACCTATTR-FILE.
           IF AA-STATUS = '35'
               OPEN OUTPUT ACCTATTR-FILE
               CLOSE ACCTATTR-FILE
               OPEN I-O ACCTATTR-FILE.
           IF AA-STATUS NOT = '00'
               DISPLAY '!!!! CANNOT OPEN ACCOUNT ATTRIBUTES - STATUS'
                   UPON CRT AT 2301
               DISPLAY AA-STATUS UPON CRT AT 2345
               DISPLAY AA-PATH UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           MOVE 'Y'                    TO AA-OPEN-SW.

      *
      * a STAGE run reads a file it has already staged from the
      * staged copy, and anything else from the live file
      *
       POINT-AT-STAGED-COPY.
           MOVE 'N'                    TO STG-FOUND-SW.
           PERFORM VARYING WS-STG-SUB FROM 1 BY 1
                   UNTIL WS-STG-SUB > WS-STG-COUNT
               IF STG-FILE-ID (WS-STG-SUB) = WS-STG-KEY
                   MOVE 'Y'            TO STG-FOUND-SW
                   MOVE SPACES         TO CTL-PATH
                   STRING STAGE-PREFIX DELIMITED BY SIZE
                          STG-FILE-NAME (WS-STG-SUB)
                                       DELIMITED BY SPACE
                       INTO CTL-PATH
               END-IF
           END-PERFORM.

       POINT-AT-NEW-STAGED-COPY.
           MOVE CHG-FILE-ID            TO WS-STG-KEY.
           PERFORM POINT-AT-STAGED-COPY.
           IF NOT STG-FOUND
               IF WS-STG-COUNT NOT < 20
                   DISPLAY '!!!! MORE THAN 20 FILES STAGED IN ONE RUN'
                       UPON CRT AT 2301
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1                   TO WS-STG-COUNT
               MOVE CHG-FILE-ID        TO STG-FILE-ID (WS-STG-COUNT)
               MOVE WS-LIVE-NAME       TO STG-FILE-NAME (WS-STG-COUNT)
               PERFORM POINT-AT-STAGED-COPY.

       WRITE-JOURNAL-APPLIED.
           MOVE SPACES                 TO JRN-REC.
           ACCEPT JRN-DATE FROM DATE YYYYMMDD.
           MOVE CHG-OPERATOR           TO JRN-OPERATOR.
           MOVE CHG-FILE-ID            TO JRN-FILE-ID.
           MOVE CHG-ACTION             TO JRN-ACTION.
           IF STAGE-MODE
               MOVE 'STAGED'           TO JRN-RESULT
           ELSE
               MOVE 'APPLIED'          TO JRN-RESULT.
           IF CHG-ACTION = 'D'
               MOVE CHG-ROW            TO JRN-BEFORE
               MOVE SPACES             TO JRN-AFTER
               MOVE CHG-ROW            TO JRN-AFTER.
           WRITE JRN-REC.

       WRITE-JOURNAL-ATTR.
           MOVE SPACES                 TO JRN-REC.
           ACCEPT JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-X FROM TIME.
           MOVE WS-TIME-X (1:6)        TO JRN-TIME.
           MOVE CHG-OPERATOR           TO JRN-OPERATOR.
           MOVE CHG-FILE-ID            TO JRN-FILE-ID.
           MOVE CHG-ACTION             TO JRN-ACTION.
           MOVE 'APPLIED'              TO JRN-RESULT.
           MOVE WS-AA-BEFORE           TO JRN-BEFORE.
           PERFORM BUILD-ATTR-IMAGE.
           MOVE WS-AA-IMAGE            TO JRN-AFTER.
           WRITE JRN-REC.

       REJECT-REQUEST.
           ADD 1                       TO REJECTED-CTR.
           DISPLAY 'REQUEST REJECTED: ' UPON CRT AT 2101.
               MOVE 8                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           IF STAGE-MODE
               PERFORM WRITE-STAGED-LIST.
           CLOSE CHG-FILE.
           CLOSE JRN-FILE.
           IF AA-FILE-OPEN
               CLOSE ACCTATTR-FILE.
           IF ADL-FILE-OPEN
               CLOSE ATTRDLT-FILE.
           STOP RUN.

       WRITE-STAGED-LIST.
           OPEN OUTPUT STGLST-FILE.
           PERFORM VARYING WS-STG-SUB FROM 1 BY 1
                   UNTIL WS-STG-SUB > WS-STG-COUNT
               MOVE STG-FILE-NAME (WS-STG-SUB) TO STGLST-REC
               WRITE STGLST-REC
           END-PERFORM.
           CLOSE STGLST-FILE.
           MOVE WS-STG-COUNT           TO STAGED-CTR.
           DISPLAY STAGED-CTR 'FILES STAGED, NOT LIVE   =' UPON CRT
               AT 1425.
