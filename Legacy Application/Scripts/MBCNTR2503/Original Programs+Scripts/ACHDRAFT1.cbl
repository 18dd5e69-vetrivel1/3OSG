      * producing one we then reconcile against; a draft whose
      * amount changed since last cycle is flagged for the required
      * advance notice, detected by holding this cycle's amount
      * against the prior cycle's on the loan-level cycle history
      * (CYCHIST1).  an account ACHRET1 has
      * stopped drafting for bank returns (the draft-stop block on
      * acctattr.kdx) originates nothing on either calendar until
      * the stop is lifted
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS IN1-STATUS.
      * the loan-level cycle history - the prior cycle's draft
      * amounts; with no history yet every draft goes out
      * unflagged, the same as a loan new to drafting
           SELECT CYH-FILE  ASSIGN TO DYNAMIC CYH-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CYH-KEY
                  FILE STATUS IS CYH-STATUS.
      * the settlement file the bank drafts from - account, draft
      * date, draft amount, amount-changed flag
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
           SELECT CAL-FILE ASSIGN TO DYNAMIC CAL-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS CAL-STATUS.
      * the account-attribute file - read by key for the draft
      * stop ACHRET1 posts; an account stopped on it is not drafted
           SELECT ACCTATTR-FILE ASSIGN TO DYNAMIC AA-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AA-KEY
                  FILE STATUS IS AA-STATUS.
      * the permanent outbound transmission registry - one line
      * appended per file this step sends outside the building
           SELECT OPTIONAL XMITREG-FILE
                  ASSIGN TO DYNAMIC XMITREG-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      *
       DATA DIVISION.
      *
           DATA RECORD IS MB-REC.
       copy '/users/devel/mb2000.cbl'.
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
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CAL-REC.
       01  CAL-REC                     PIC 9(8).

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

       FD NOTICE-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS NOTICE-REC.
       01 NOTICE-REC                   PIC X(132).
      *
       FD  XMITREG-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS XR-REC.
       01  XR-REC.
           05  XR-DATE                  PIC 9(8).
           05  XR-TIME                  PIC 9(6).
           05  XR-PROGRAM               PIC X(10).
           05  XR-RECIPIENT             PIC X(12).
           05  XR-PURPOSE               PIC X(20).
           05  XR-FILE-NAME             PIC X(64).
           05  XR-REC-COUNT             PIC 9(9).
           05  XR-HASH                  PIC 9(15).
           05  XR-PII-CLASS             PIC X(1).
           05  XR-TIN-COUNT             PIC 9(9).
           05  FILLER                   PIC X(46).
      *
       WORKING-STORAGE SECTION.
      *
               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 IN1-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
                  VALUE '/users/public/'.
               10 NOTICE-NAME          PIC X(64).
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  CYH-PATH                PIC X(40)
               VALUE '/users/public/out/cychist.kdx'.
           05  CYH-STATUS              PIC X(2)  VALUE SPACES.
           05  CYH-OPEN-SW             PIC X(1)  VALUE 'N'.
               88  CYH-OPEN                      VALUE 'Y'.
           05  CYH-FOUND-SW            PIC X(1)  VALUE 'N'.
               88  CYH-FOUND                     VALUE 'Y'.
           05  WS-HSUB                 PIC S9(4) COMP VALUE 0.
           05  WS-PRIOR-SLOT           PIC S9(4) COMP VALUE 0.
           05  WS-CYCLE-DATE           PIC 9(8)  VALUE 0.
           05  WS-CURRENT-DATE         PIC 9(8)  VALUE 0.
           05  XMITREG-PATH            PIC X(40)
               VALUE '/users/public/out/xmitreg.dat'.
           05  XMIT-DATE               PIC 9(8)  VALUE 0.
           05  XMIT-TIME-X             PIC X(8)  VALUE SPACES.
           05  XMIT-REC-CTR            PIC 9(9)  VALUE 0.
           05  XMIT-HASH               PIC 9(15) VALUE 0.
           05  XMIT-TIN-CTR            PIC 9(9)  VALUE 0.
           05  WS-COMMAND-LINE         PIC X(100).
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  DRAFT-CTR               PIC 9(7)  VALUE 0.
           05  PD-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  PD-FOUND                      VALUE 'Y'.
           05  WS-RPT-ACCOUNT          PIC 9(13) VALUE 0.
           05  WS-DRAFT-AMT            PIC -9(9).99.
           05  WS-CHANGE-FLAG          PIC X(1)  VALUE SPACE.
           05  WS-OLD-DISP             PIC Z,ZZZ,ZZ9.99-.
               88  CAL-EOF                       VALUE 'Y'.
           05  WS-CAL-COUNT            PIC S9(4) COMP VALUE 0.
           05  ROLLED-CTR              PIC 9(7)  VALUE 0.
           05  AA-PATH                 PIC X(40)
               VALUE '/users/public/acctattr.kdx'.
           05  AA-STATUS               PIC X(2)  VALUE SPACES.
           05  AA-OPEN-SW              PIC X(1)  VALUE 'N'.
               88  AA-OPEN                       VALUE 'Y'.
           05  DSP-FOUND-SW            PIC X(1)  VALUE 'N'.
               88  DSP-FOUND                     VALUE 'Y'.
           05  STOPPED-CTR             PIC 9(7)  VALUE 0.
      *
      * settlement-date roll work fields - the day of week comes
      * from Zeller's congruence, the only date arithmetic in this
                   INDEXED BY CAL-IDX.
               10  CAL-DATE            PIC 9(8).
      *
      * each client drafting this cycle with the prior cycle date
      * off its control record on the history; a table past capacity
      * is a hard stop - a client dropped here would leave amount
      * changes unflagged and unnoticed
      *
       01  CLIENT-CYCLE-TABLE.
           05  CP-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CP-COUNT
                   INDEXED BY CP-IDX.
               10  CP-CLIENT           PIC X(4).
               10  CP-PRIOR-DATE       PIC 9(8).
       77  WS-CP-COUNT                 PIC S9(4) COMP VALUE 0.
       77  CP-FOUND-SW                 PIC X(1)  VALUE 'N'.
           88  CP-FOUND                          VALUE 'Y'.
      *
       PROCEDURE DIVISION.
      *
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME OUT-NAME NOTICE-NAME
                    MBPD-NAME WS-WINDOW-FROM-X WS-WINDOW-TO-X.
           DISPLAY '* * * B E G I N   A C H D R A F T 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR OUT-NAME = SPACES
           OR NOTICE-NAME = SPACES
               DISPLAY '!!!! ENTER SET FILE, SETTLEMENT FILE AND'
                   UPON CRT AT 2301
               DISPLAY '!!!!   NOTICE FILE ON COMMAND LINE'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           IF WS-WINDOW-TO-X NUMERIC
               MOVE WS-WINDOW-TO-X     TO WS-WINDOW-TO.
           PERFORM LOAD-BANKCAL-TABLE.
           PERFORM OPEN-ACCT-ATTR.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-CYCLE-HISTORY.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! INPUT FILE NOT FOUND OR NOT READABLE'
               STOP RUN.
           OPEN OUTPUT OUT-FILE.
           OPEN OUTPUT NOTICE-FILE.
           PERFORM ORIGINATE-BIWEEKLY-DRAFTS
               THRU ORIGINATE-BIWEEKLY-EXIT.
           PERFORM READ-EXTRACT.
               ADD 1                   TO WS-BW-COUNT
               SET BW-IDX TO WS-BW-COUNT
               MOVE WS-BIW-LOAN-7      TO BW-LOAN (BW-IDX).
      * the loan stays on the biweekly table so a stopped loan does
      * not fall back to drafting monthly
           PERFORM FIND-BIWEEKLY-STOP.
           IF DSP-FOUND
               ADD 1                   TO STOPPED-CTR
           ELSE
               PERFORM VARYING WS-BIW-SUB FROM 1 BY 1
                       UNTIL WS-BIW-SUB > 26
                   IF BIWK-DUE-YR (WS-BIW-SUB) NOT = 0
                   AND BIWK-DUE-MO (WS-BIW-SUB) NUMERIC
                   AND BIWK-DUE-DA (WS-BIW-SUB) NUMERIC
                       COMPUTE WS-BIW-DUE-N =
                           ((BIWK-DUE-YR (WS-BIW-SUB) + 1900) * 10000)
                       MOVE BIWK-DUE-MO (WS-BIW-SUB)
                           TO WS-BIW-DUE-N (5:2)
                       MOVE BIWK-DUE-DA (WS-BIW-SUB)
                           TO WS-BIW-DUE-N (7:2)
                       IF WS-BIW-DUE-N NOT < WS-WINDOW-FROM
                       AND WS-BIW-DUE-N NOT > WS-WINDOW-TO
                           PERFORM WRITE-BIWEEKLY-DRAFT
                       END-IF
                   END-IF
               END-PERFORM.

       WRITE-BIWEEKLY-DRAFT.
           ADD 1                       TO BIWEEKLY-CTR.
                  ';BIWK'               DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           ADD 1                       TO XMIT-REC-CTR.
           ADD WS-RPT-ACCOUNT          TO XMIT-HASH
               ON SIZE ERROR CONTINUE
           END-ADD.
           IF WS-CHANGE-FLAG = 'C'
               ADD 1                   TO BIWNOTICE-CTR
               MOVE PREV-DRAFT-AMT     TO WS-OLD-DISP
                   INTO NOTICE-REC
               WRITE NOTICE-REC.

      * the history is optional - with none built yet every draft
      * goes out unflagged, the same as a loan new to drafting
       OPEN-CYCLE-HISTORY.
           OPEN INPUT CYH-FILE.
           IF CYH-STATUS = '00'
               MOVE 'Y'                TO CYH-OPEN-SW
           ELSE
           IF CYH-STATUS NOT = '35'
               DISPLAY '!!!! CYCLE HISTORY NOT READABLE - STATUS'
                   UPON CRT AT 2301
               DISPLAY CYH-STATUS UPON CRT AT 2343
               DISPLAY CYH-PATH UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.

       READ-EXTRACT.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
                   ADD 1               TO REC-CTR.

       001-MAIN.
      * bankruptcy and authorized third-party copies are full
      * duplicates of the borrower's record with only the address
      * changed - one loan drafts once, not once per addressed copy
           IF MB-FLEXFIELD6 (1:15) = 'BANKRUPTCY COPY'
           OR MB-FLEXFIELD6 (1:15) = 'AUTHORIZED COPY'
               PERFORM READ-EXTRACT
               GO TO 001-MAIN-EXIT.
           IF MB-DRAFT-IND = SPACE AND NOT DRAFTER
               ADD 1                   TO BIWSKIP-CTR
               PERFORM READ-EXTRACT
               GO TO 001-MAIN-EXIT.
           PERFORM FIND-DRAFTSTOP-ENTRY.
           IF DSP-FOUND
               ADD 1                   TO STOPPED-CTR
               PERFORM READ-EXTRACT
               GO TO 001-MAIN-EXIT.
           ADD 1                       TO DRAFT-CTR.
           PERFORM CHECK-AMOUNT-CHANGED.
           PERFORM COMPUTE-SETTLE-DATE THRU COMPUTE-SETTLE-EXIT.
       CHECK-AMOUNT-CHANGED.
           MOVE SPACE                  TO WS-CHANGE-FLAG.
           MOVE 'N'                    TO PD-FOUND-SW.
           IF CYH-OPEN
               PERFORM FIND-PRIOR-DRAFT.
           IF PD-FOUND
           AND CYC-PAYMENT (WS-PRIOR-SLOT) NOT = MB-PAYMENT-AMOUNT
               MOVE 'C'                TO WS-CHANGE-FLAG
               ADD 1                   TO CHANGED-CTR
               PERFORM WRITE-NOTICE-LINE.

      *
      * the loan drafted last cycle if its history slot for the
      * client's prior cycle shows it on that .set and drafting
      *
       FIND-PRIOR-DRAFT.
           MOVE 0                      TO WS-PRIOR-SLOT.
           IF MB-STATEMENT-DATE NUMERIC
               MOVE MB-STATEMENT-DATE  TO WS-CYCLE-DATE
           ELSE
               MOVE WS-CURRENT-DATE    TO WS-CYCLE-DATE.
           PERFORM FIND-CLIENT-CYCLES.
           IF CP-PRIOR-DATE (CP-IDX) > 0
               MOVE MB-CLIENT          TO CYH-CLIENT
               MOVE MB-ACCOUNT         TO CYH-ACCOUNT
               MOVE 'Y'                TO CYH-FOUND-SW
               READ CYH-FILE
                   INVALID KEY
                       MOVE 'N'        TO CYH-FOUND-SW
               END-READ
               IF CYH-FOUND
                   PERFORM VARYING WS-HSUB FROM 1 BY 1
                           UNTIL WS-HSUB > 24 OR WS-PRIOR-SLOT > 0
                       IF CYC-DATE (WS-HSUB) = CP-PRIOR-DATE (CP-IDX)
                       AND CYC-ON-SET-SW (WS-HSUB) = 'Y'
                       AND CYC-DRAFT-SW (WS-HSUB) = 'Y'
                           MOVE WS-HSUB TO WS-PRIOR-SLOT
                       END-IF
                   END-PERFORM
                   IF WS-PRIOR-SLOT > 0
                       MOVE 'Y'        TO PD-FOUND-SW
                   END-IF
               END-IF
           END-IF.

       FIND-CLIENT-CYCLES.
           MOVE 'N'                    TO CP-FOUND-SW.
           IF WS-CP-COUNT > 0
               SET CP-IDX TO 1
               SEARCH CP-ENTRY
                   AT END
                       MOVE 'N'        TO CP-FOUND-SW
                   WHEN CP-CLIENT (CP-IDX) = MB-CLIENT
                       MOVE 'Y'        TO CP-FOUND-SW
               END-SEARCH.
           IF NOT CP-FOUND
               PERFORM LOAD-CLIENT-CYCLES.

      *
      * the prior cycle is the newest one on the client's control
      * record ahead of this one - the history may or may not have
      * taken this cycle yet when drafting runs
      *
       LOAD-CLIENT-CYCLES.
           IF WS-CP-COUNT NOT < 500
               DISPLAY '!!!! CLIENT TABLE FULL -'
                   UPON CRT AT 2301
               DISPLAY '!!!!   NOTICES INCOMPLETE, STOP'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ADD 1                       TO WS-CP-COUNT.
           SET CP-IDX TO WS-CP-COUNT.
           MOVE MB-CLIENT              TO CP-CLIENT (CP-IDX).
           MOVE 0                      TO CP-PRIOR-DATE (CP-IDX).
           MOVE MB-CLIENT              TO CYH-CLIENT.
           MOVE 0                      TO CYH-ACCOUNT.
           MOVE 'Y'                    TO CYH-FOUND-SW.
           READ CYH-FILE
               INVALID KEY
                   MOVE 'N'            TO CYH-FOUND-SW
           END-READ.
           IF CYH-FOUND
               PERFORM VARYING WS-HSUB FROM 1 BY 1
                       UNTIL WS-HSUB > 24
                       OR CP-PRIOR-DATE (CP-IDX) > 0
                   IF CYC-DATE (WS-HSUB) > 0
                   AND CYC-DATE (WS-HSUB) < WS-CYCLE-DATE
                       MOVE CYC-DATE (WS-HSUB)
                                       TO CP-PRIOR-DATE (CP-IDX)
                   END-IF
               END-PERFORM.

       WRITE-SETTLEMENT-LINE.
           MOVE MB-ACCOUNT             TO WS-RPT-ACCOUNT.
           MOVE MB-PAYMENT-AMOUNT      TO WS-DRAFT-AMT.
                  WS-CHANGE-FLAG        DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           ADD 1                       TO XMIT-REC-CTR.
           ADD WS-RPT-ACCOUNT          TO XMIT-HASH
               ON SIZE ERROR CONTINUE
           END-ADD.

       WRITE-NOTICE-LINE.
           MOVE MB-ACCOUNT             TO WS-RPT-ACCOUNT.
           MOVE CYC-PAYMENT (WS-PRIOR-SLOT) TO WS-OLD-DISP.
           MOVE MB-PAYMENT-AMOUNT      TO WS-NEW-DISP.
           MOVE SPACES                 TO NOTICE-REC.
           STRING MB-CLIENT             DELIMITED BY SIZE
       READ-CAL-REC.
           READ CAL-FILE AT END MOVE 'Y' TO CAL-EOF-SW.

      * acctattr.kdx is created by the first run that posts an
      * attribute; a missing file means nothing is stopped
       OPEN-ACCT-ATTR.
           OPEN INPUT ACCTATTR-FILE.
           IF AA-STATUS = '00'
               MOVE 'Y'                TO AA-OPEN-SW
           ELSE
               IF AA-STATUS NOT = '35'
                   DISPLAY '!!!! ACCOUNT-ATTRIBUTE FILE OPEN FAILED'
                       UPON CRT AT 2301
                   DISPLAY AA-STATUS UPON CRT AT 2345
                   DISPLAY AA-PATH UPON CRT AT 2401
                   MOVE 16             TO RETURN-CODE
                   STOP RUN.

       FIND-DRAFTSTOP-ENTRY.
           MOVE MB-CLIENT              TO AA-CLIENT.
           MOVE MB-ACCOUNT             TO AA-ACCOUNT.
           PERFORM READ-DRAFTSTOP.

      * a biweekly loan is known only by its 7-digit mbp loan
      * number, which is how its settlement lines carry it
       FIND-BIWEEKLY-STOP.
           MOVE 0                      TO WS-ACCT-N.
           MOVE mb-loan OF BIW-LAYOUT  TO WS-ACCT-N (7:7).
           MOVE mb-client-no OF BIW-LAYOUT TO AA-CLIENT.
           MOVE WS-ACCT-N              TO AA-ACCOUNT.
           PERFORM READ-DRAFTSTOP.

       READ-DRAFTSTOP.
           MOVE 'N'                    TO DSP-FOUND-SW.
           IF AA-OPEN
               READ ACCTATTR-FILE KEY IS AA-KEY
                   INVALID KEY
                       MOVE SPACES     TO AA-DSP-FLAG
               END-READ
               IF AA-STATUS = '00' AND AA-DSP-STOPPED
                   MOVE 'Y'            TO DSP-FOUND-SW.

      *
      * the draft effective date starts at the loan due date and
      * rolls forward off weekends and listed holidays until it
               MOVE 16                 TO RETURN-CODE
               STOP RUN.

      *
      * every file this step sends outside the building is logged to
      * the permanent transmission registry - what left, when, to
      * whom, its record count and account hash (what XMITACK1
      * matches the recipient's acknowledgment against) and whether
      * it carries full taxpayer ids (XMITPII1)
      *
       WRITE-XMIT-REGISTRY.
           ACCEPT XMIT-DATE FROM DATE YYYYMMDD.
           ACCEPT XMIT-TIME-X FROM TIME.
           OPEN EXTEND XMITREG-FILE.
           MOVE SPACES                 TO XR-REC.
           MOVE XMIT-DATE              TO XR-DATE.
           MOVE XMIT-TIME-X (1:6)      TO XR-TIME.
           MOVE 'ACHDRAFT1'            TO XR-PROGRAM.
           MOVE 'ACHBANK'              TO XR-RECIPIENT.
           MOVE 'ACH DRAFT SETTLEMENT' TO XR-PURPOSE.
           MOVE OUT-NAME               TO XR-FILE-NAME.
           MOVE XMIT-REC-CTR           TO XR-REC-COUNT.
           MOVE XMIT-HASH              TO XR-HASH.
           MOVE 'N'                    TO XR-PII-CLASS.
           MOVE XMIT-TIN-CTR           TO XR-TIN-COUNT.
           WRITE XR-REC.
           CLOSE XMITREG-FILE.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR ACHDRAFT1' UPON CRT AT 0915.
           DISPLAY REC-CTR  'EXTRACT RECORDS READ       =' UPON CRT
                   UPON CRT AT 1625
               DISPLAY BIWNOTICE-CTR 'BIWEEKLY AMOUNT-CHANGE NOTICES'
                   UPON CRT AT 1725.
           IF STOPPED-CTR NOT = 0
               DISPLAY STOPPED-CTR 'DRAFTS STOPPED - ACH RETURNS'
                   UPON CRT AT 1825.
           MOVE 0                      TO RETURN-CODE.
           PERFORM WRITE-XMIT-REGISTRY.
           CLOSE IN1-FILE.
           CLOSE OUT-FILE.
           CLOSE NOTICE-FILE.
           IF CYH-OPEN
               CLOSE CYH-FILE.
           IF AA-OPEN
               CLOSE ACCTATTR-FILE.
           STOP RUN.
