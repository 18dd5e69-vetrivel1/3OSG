       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TISPLIT1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * year-end 1098 split for assumed loans - the yelps750 extract
      * carries one record per loan, named for whoever holds the loan
      * at year end and reporting the whole year's interest.  for a
      * loan assumed during the tax year the interest the prior
      * borrower paid belongs on the prior borrower's own 1098.
      * using the assumption register ASSUMP1 keeps, this step copies
      * the extract and, for each loan assumed in the tax year,
      * writes one record per party instead of one:
      *   each prior party - name, address and taxpayer ids from the
      *   register - reporting the interest paid year to date on the
      *   last statement before the assumption, less what an
      *   earlier prior party in the same year already took; the
      *   points stay on the first party's form; the mortgage
      *   insurance, refund and escrow boxes are left to the new
      *   borrower
      *   the final party - the record as the extract has it -
      *   reporting the rest of the interest, with the outstanding
      *   principal taken as of the assumption
      * a snapshot from a statement in an earlier year counts for
      * none of the tax year's interest.  the output is the same
      * layout as the input and goes to the 1098 print and FIRE1098A
      * in its place; multi-property records have their property
      * amounts rescaled to each party's share so TIPROP1 still
      * balances
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * yelps750's year-end 1098 extract
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS IN1-STATUS.
      * the same extract with assumed loans split by party
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the permanent assumption register ASSUMP1 appends
           SELECT OPTIONAL ASR-FILE
                  ASSIGN TO DYNAMIC ASR-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS ASR-STATUS.
      * the tax year's assumptions sorted by loan and assumption date
      * for the SEARCH ALL lookups
           SELECT SORT-FILE ASSIGN TO 'SORTWK'.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      * the FD's varying length is carried in its own WORKING-STORAGE
      * item - naming the record's TI-NUM-PROPERTIES here would make
      * every READ overwrite the property count with the record's
      * byte length (see the same note in TIPROP1)
       FD IN1-FILE
           RECORD IS VARYING IN SIZE FROM 818 TO 1430 CHARACTERS
                   DEPENDING ON WS-TI-REC-LEN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CNP-TI-REC IN1-RAW.
       copy '/users/devel/ti750.cbl'.
       01  IN1-RAW                     PIC X(1430).
      *
       FD OUT-FILE
           RECORD IS VARYING IN SIZE FROM 818 TO 1430 CHARACTERS
                   DEPENDING ON WS-OUT-REC-LEN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01  OUT-REC                     PIC X(1430).
      *
      * the assumption register - layout as ASSUMP1 writes it
      *
       FD  ASR-FILE
           RECORD CONTAINS 900 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AR-REC.
       01  AR-REC.
           05  AR-CLIENT               PIC X(4).
           05  AR-ACCOUNT              PIC 9(13).
           05  AR-ASSUMP-DATE          PIC 9(8).
           05  AR-STMT-DATE            PIC 9(8).
           05  AR-RUN-DATE             PIC 9(8).
           05  AR-HOW                  PIC X(1).
           05  AR-PRIOR-STMT-DATE      PIC 9(8).
           05  AR-PRIOR-INT-YTD        PIC 9(11)V99.
           05  AR-PRIOR-PRIN-BAL       PIC 9(11)V99.
           05  AR-PRIOR-PARTY.
               10  AR-PRIOR-NAME       PIC X(60).
               10  AR-PRIOR-LINE-2     PIC X(60).
               10  AR-PRIOR-LINE-3     PIC X(60).
               10  AR-PRIOR-LINE-4     PIC X(60).
               10  AR-PRIOR-LINE-5     PIC X(60).
               10  AR-PRIOR-LINE-6     PIC X(53).
               10  AR-PRIOR-ZIP        PIC X(9).
               10  AR-PRIOR-SSN        PIC 9(9).
               10  AR-PRIOR-SSN-TIN-CODE PIC X(1).
               10  AR-PRIOR-CO-SSN     PIC 9(9).
               10  AR-PRIOR-CO-SSN-TIN-CODE PIC X(1).
           05  AR-NEW-PARTY            PIC X(382).
           05  FILLER                  PIC X(60).
      *
       SD SORT-FILE
           DATA RECORD IS SORT-REC.
       01 SORT-REC.
           05  SRT-KEY.
               10  SRT-CLIENT          PIC X(4).
               10  SRT-ACCOUNT         PIC 9(13).
           05  SRT-ASSUMP-DATE         PIC 9(8).
           05  SRT-STMT-DATE           PIC 9(8).
           05  SRT-PRIOR-STMT-DATE     PIC 9(8).
           05  SRT-PRIOR-INT-YTD       PIC 9(11)V99.
           05  SRT-PRIOR-PRIN-BAL      PIC 9(11)V99.
           05  SRT-PRIOR-PARTY.
               10  SRT-NAME            PIC X(60).
               10  SRT-LINE-2          PIC X(60).
               10  SRT-LINE-3          PIC X(60).
               10  SRT-LINE-4          PIC X(60).
               10  SRT-LINE-5          PIC X(60).
               10  SRT-LINE-6          PIC X(53).
               10  SRT-ZIP             PIC X(9).
               10  SRT-SSN             PIC 9(9).
               10  SRT-SSN-TIN-CODE    PIC X(1).
               10  SRT-CO-SSN          PIC 9(9).
               10  SRT-CO-SSN-TIN-CODE PIC X(1).
      *
       WORKING-STORAGE SECTION.
      *
       01  VARIABLES.
           05  WS-TI-REC-LEN           PIC 9(4)  VALUE 0.
           05  WS-OUT-REC-LEN          PIC 9(4)  VALUE 0.
           05  IN1-PATH.
               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 IN1-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  ASR-PATH                PIC X(40)
               VALUE '/users/public/out/assumreg.dat'.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  ASR-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  WS-TAX-YEAR-X           PIC X(4)  VALUE SPACES.
           05  WS-TAX-YEAR REDEFINES WS-TAX-YEAR-X PIC 9(4).
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  OUT-CTR                 PIC 9(7)  VALUE 0.
           05  ASR-CTR                 PIC 9(7)  VALUE 0.
           05  SPLIT-CTR               PIC 9(7)  VALUE 0.
           05  PRIOR-CTR               PIC 9(7)  VALUE 0.
           05  STALE-CTR               PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  ASR-EOF-SW              PIC 9(1)  VALUE 0.
           05  SRT-EOF-SW              PIC 9(1)  VALUE 0.
           05  AC-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  AC-FOUND                      VALUE 'Y'.
           05  WS-LOOK-KEY.
               10  WS-LOOK-CLIENT      PIC X(4).
               10  WS-LOOK-ACCOUNT     PIC 9(13).
           05  WS-LAST-KEY             PIC X(17) VALUE LOW-VALUES.
           05  WS-AD                   PIC S9(8) COMP VALUE 0.
           05  WS-AD-LAST              PIC S9(8) COMP VALUE 0.
           05  WS-PROP-SUB             PIC S9(4) COMP VALUE 0.
      *
      * the year's totals off the record as read, and what the prior
      * parties have taken of them so far
      *
       01  SPLIT-AMOUNTS.
           05  WS-YR-1098-INT          PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-YR-INT-APP           PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-YR-NET-INT           PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TAKEN                PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-SNAPSHOT             PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-SHARE                PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-REMAIN               PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-PROP-SUM             PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-BAL-BEG              PIC S9(11)V99 COMP-3 VALUE 0.
      *
       01  WS-TI-SAVE                  PIC X(1430).
      *
      * the tax year's register entries by loan, oldest assumption
      * first; a table past capacity is a hard stop - a loan dropped
      * here would have its whole year's interest reported to the
      * new borrower again
      *
       01  WS-AC-COUNT                 PIC S9(8) COMP VALUE 0.
       01  ACCOUNT-TABLE.
           05  AC-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-AC-COUNT
                   ASCENDING KEY IS AC-KEY
                   INDEXED BY AC-IDX.
               10  AC-KEY              PIC X(17).
               10  AC-FIRST            PIC S9(8) COMP.
               10  AC-COUNT            PIC S9(4) COMP.
      *
       01  WS-AD-COUNT                 PIC S9(8) COMP VALUE 0.
       01  DETAIL-TABLE.
           05  AD-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-AD-COUNT.
               10  AD-PRIOR-STMT-DATE  PIC 9(8).
               10  AD-PRIOR-INT-YTD    PIC 9(11)V99.
               10  AD-PRIOR-PRIN-BAL   PIC 9(11)V99.
               10  AD-NAME             PIC X(60).
               10  AD-LINE-2           PIC X(60).
               10  AD-LINE-3           PIC X(60).
               10  AD-LINE-4           PIC X(60).
               10  AD-LINE-5           PIC X(60).
               10  AD-LINE-6           PIC X(53).
               10  AD-ZIP              PIC X(9).
               10  AD-SSN              PIC 9(9).
               10  AD-SSN-TIN-CODE     PIC X(1).
               10  AD-CO-SSN           PIC 9(9).
               10  AD-CO-SSN-TIN-CODE  PIC X(1).
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME OUT-NAME WS-TAX-YEAR-X.
           DISPLAY '* * * * B E G I N   T I S P L I T 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR OUT-NAME = SPACES
           OR WS-TAX-YEAR-X NOT NUMERIC
               DISPLAY '!!!! ENTER INPUT FILE, OUTPUT FILE AND TAX'
                   UPON CRT AT 2301
               DISPLAY '!!!!   YEAR (CCYY) ON COMMAND LINE !!!!'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-KEY SRT-ASSUMP-DATE SRT-STMT-DATE
               INPUT PROCEDURE IS RELEASE-ASSUMPTIONS
                   THRU RELEASE-ASSUMPTIONS-EXIT
               OUTPUT PROCEDURE IS LOAD-ASSUMPTION-TABLE
                   THRU LOAD-ASSUMPTION-EXIT.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! INPUT FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT OUT-FILE.
           PERFORM READ-TI-REC.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
           PERFORM END-RTN.

      *
      * only assumptions dated in the tax year split its 1098; a
      * missing register means no loan was assumed and the extract
      * is copied through unchanged
      *
       RELEASE-ASSUMPTIONS.
           OPEN INPUT ASR-FILE.
           IF ASR-STATUS NOT = '00' AND ASR-STATUS NOT = '05'
               GO TO RELEASE-ASSUMPTIONS-EXIT.
           PERFORM READ-ASR-REC.
           PERFORM UNTIL ASR-EOF-SW = 1
               IF AR-ASSUMP-DATE (1:4) = WS-TAX-YEAR-X
                   MOVE AR-CLIENT          TO SRT-CLIENT
                   MOVE AR-ACCOUNT         TO SRT-ACCOUNT
                   MOVE AR-ASSUMP-DATE     TO SRT-ASSUMP-DATE
                   MOVE AR-STMT-DATE       TO SRT-STMT-DATE
                   MOVE AR-PRIOR-STMT-DATE TO SRT-PRIOR-STMT-DATE
                   MOVE AR-PRIOR-INT-YTD   TO SRT-PRIOR-INT-YTD
                   MOVE AR-PRIOR-PRIN-BAL  TO SRT-PRIOR-PRIN-BAL
                   MOVE AR-PRIOR-PARTY     TO SRT-PRIOR-PARTY
                   ADD 1                   TO ASR-CTR
                   RELEASE SORT-REC
               END-IF
               PERFORM READ-ASR-REC
           END-PERFORM.
           CLOSE ASR-FILE.
       RELEASE-ASSUMPTIONS-EXIT.
           EXIT.

       READ-ASR-REC.
           READ ASR-FILE AT END MOVE 1 TO ASR-EOF-SW.

       LOAD-ASSUMPTION-TABLE.
           MOVE 0                      TO SRT-EOF-SW.
           PERFORM UNTIL SRT-EOF-SW = 1
               RETURN SORT-FILE
                   AT END
                       MOVE 1          TO SRT-EOF-SW
                   NOT AT END
                       PERFORM LOAD-ONE-ASSUMPTION
               END-RETURN
           END-PERFORM.
       LOAD-ASSUMPTION-EXIT.
           EXIT.

       LOAD-ONE-ASSUMPTION.
           IF WS-AD-COUNT NOT < 20000
           OR (SRT-KEY NOT = WS-LAST-KEY AND WS-AC-COUNT NOT < 20000)
               DISPLAY '!!!! ASSUMPTION TABLE FULL - RAISE THE'
                   UPON CRT AT 2301
               DISPLAY '!!!!   TABLE SIZE, NO 1098 SPLIT WRITTEN'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ADD 1                       TO WS-AD-COUNT.
           IF SRT-KEY NOT = WS-LAST-KEY
               ADD 1                   TO WS-AC-COUNT
               SET AC-IDX              TO WS-AC-COUNT
               MOVE SRT-KEY            TO AC-KEY (AC-IDX)
               MOVE WS-AD-COUNT        TO AC-FIRST (AC-IDX)
               MOVE 0                  TO AC-COUNT (AC-IDX)
               MOVE SRT-KEY            TO WS-LAST-KEY.
           ADD 1                       TO AC-COUNT (AC-IDX).
           MOVE SRT-PRIOR-STMT-DATE    TO AD-PRIOR-STMT-DATE
                                              (WS-AD-COUNT).
           MOVE SRT-PRIOR-INT-YTD      TO AD-PRIOR-INT-YTD
                                              (WS-AD-COUNT).
           MOVE SRT-PRIOR-PRIN-BAL     TO AD-PRIOR-PRIN-BAL
                                              (WS-AD-COUNT).
           MOVE SRT-NAME               TO AD-NAME (WS-AD-COUNT).
           MOVE SRT-LINE-2             TO AD-LINE-2 (WS-AD-COUNT).
           MOVE SRT-LINE-3             TO AD-LINE-3 (WS-AD-COUNT).
           MOVE SRT-LINE-4             TO AD-LINE-4 (WS-AD-COUNT).
           MOVE SRT-LINE-5             TO AD-LINE-5 (WS-AD-COUNT).
           MOVE SRT-LINE-6             TO AD-LINE-6 (WS-AD-COUNT).
           MOVE SRT-ZIP                TO AD-ZIP (WS-AD-COUNT).
           MOVE SRT-SSN                TO AD-SSN (WS-AD-COUNT).
           MOVE SRT-SSN-TIN-CODE       TO AD-SSN-TIN-CODE
                                              (WS-AD-COUNT).
           MOVE SRT-CO-SSN             TO AD-CO-SSN (WS-AD-COUNT).
           MOVE SRT-CO-SSN-TIN-CODE    TO AD-CO-SSN-TIN-CODE
                                              (WS-AD-COUNT).

       READ-TI-REC.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               ADD 1                   TO REC-CTR.

       001-MAIN.
           MOVE IN1-RAW (1:WS-TI-REC-LEN)
                                       TO WS-TI-SAVE.
           PERFORM FIND-ACCOUNT-ENTRY.
           IF NOT AC-FOUND
               PERFORM WRITE-OUT-REC
               PERFORM READ-TI-REC
               GO TO 001-MAIN-EXIT.
           ADD 1                       TO SPLIT-CTR.
           MOVE TI-1098-INT            TO WS-YR-1098-INT.
           MOVE TI-INT-APP-YTD         TO WS-YR-INT-APP.
           MOVE TI-CAL-NET-INT         TO WS-YR-NET-INT.
           MOVE 0                      TO WS-TAKEN.
           MOVE TI-PRIN-BAL-BEG        TO WS-BAL-BEG.
           COMPUTE WS-AD-LAST = AC-FIRST (AC-IDX)
                              + AC-COUNT (AC-IDX) - 1.
           PERFORM WRITE-PRIOR-PARTY
               VARYING WS-AD FROM AC-FIRST (AC-IDX) BY 1
                 UNTIL WS-AD > WS-AD-LAST.
           PERFORM WRITE-FINAL-PARTY.
           PERFORM READ-TI-REC.
       001-MAIN-EXIT.
           EXIT.

       FIND-ACCOUNT-ENTRY.
           MOVE 'N'                    TO AC-FOUND-SW.
           MOVE TI-CLIENT              TO WS-LOOK-CLIENT.
           MOVE TI-ACCOUNT             TO WS-LOOK-ACCOUNT.
           IF WS-AC-COUNT > 0
               SEARCH ALL AC-ENTRY
                   AT END
                       MOVE 'N'        TO AC-FOUND-SW
                   WHEN AC-KEY (AC-IDX) = WS-LOOK-KEY
                       MOVE 'Y'        TO AC-FOUND-SW
               END-SEARCH.

      *
      * the prior party's share is what the snapshot says they had
      * paid by the assumption less what earlier parties took, never
      * below zero nor past what the year's total leaves
      *
       WRITE-PRIOR-PARTY.
           MOVE WS-TI-SAVE (1:WS-TI-REC-LEN)
                                       TO IN1-RAW (1:WS-TI-REC-LEN).
           MOVE 0                      TO WS-SNAPSHOT.
           IF AD-PRIOR-STMT-DATE (WS-AD) (1:4) = WS-TAX-YEAR-X
               MOVE AD-PRIOR-INT-YTD (WS-AD) TO WS-SNAPSHOT
           ELSE
               ADD 1                   TO STALE-CTR.
           COMPUTE WS-SHARE = WS-SNAPSHOT - WS-TAKEN.
           COMPUTE WS-REMAIN = WS-YR-1098-INT - WS-TAKEN.
           IF WS-SHARE > WS-REMAIN
               MOVE WS-REMAIN          TO WS-SHARE.
           IF WS-SHARE < 0
               MOVE 0                  TO WS-SHARE.
           MOVE AD-NAME (WS-AD)        TO TI-BILL-NAME.
           MOVE AD-LINE-2 (WS-AD)      TO TI-BILL-LINE-2.
           MOVE AD-LINE-3 (WS-AD)      TO TI-BILL-LINE-3.
           MOVE AD-LINE-4 (WS-AD)      TO TI-BILL-LINE-4.
           MOVE AD-LINE-5 (WS-AD)      TO TI-BILL-LINE-5.
           MOVE AD-LINE-6 (WS-AD)      TO TI-BILL-LINE-6.
           MOVE AD-ZIP (WS-AD)         TO TI-BILL-ZIP-CODE.
           MOVE SPACES                 TO TI-CARRIER-ROUTE.
           MOVE AD-SSN (WS-AD)         TO TI-SSN.
           MOVE AD-SSN-TIN-CODE (WS-AD) TO TI-SSN-TIN-CODE.
           MOVE AD-CO-SSN (WS-AD)      TO TI-CO-SSN.
           MOVE AD-CO-SSN-TIN-CODE (WS-AD) TO TI-CO-SSN-TIN-CODE.
           MOVE WS-SHARE               TO TI-1098-INT.
           IF WS-SHARE < WS-YR-INT-APP
               MOVE WS-SHARE           TO TI-INT-APP-YTD.
           IF WS-SHARE < WS-YR-NET-INT
               MOVE WS-SHARE           TO TI-CAL-NET-INT.
           IF WS-AD NOT = AC-FIRST (AC-IDX)
               MOVE 0                  TO TI-POINTS-PD-BY-BORROWER.
           MOVE WS-BAL-BEG             TO TI-PRIN-BAL-BEG.
           MOVE 0                      TO TI-MIP-YTD
                                          TI-REIMBURSED-AMOUNT
                                          TI-TOTAL-DEDUCTIBLE-MI
                                          TI-INT-ON-ESCROW.
           PERFORM RESCALE-PROPERTIES.
           PERFORM WRITE-OUT-REC.
           ADD 1                       TO PRIOR-CTR.
           ADD WS-SHARE                TO WS-TAKEN.
           MOVE AD-PRIOR-PRIN-BAL (WS-AD) TO WS-BAL-BEG.

      *
      * the final party keeps the record as read, less what the
      * prior parties took; the points went with the first of them
      *
       WRITE-FINAL-PARTY.
           MOVE WS-TI-SAVE (1:WS-TI-REC-LEN)
                                       TO IN1-RAW (1:WS-TI-REC-LEN).
           COMPUTE WS-SHARE = WS-YR-1098-INT - WS-TAKEN.
           MOVE WS-SHARE               TO TI-1098-INT.
           COMPUTE WS-REMAIN = WS-YR-INT-APP - WS-TAKEN.
           IF WS-REMAIN < 0
               MOVE 0                  TO WS-REMAIN.
           MOVE WS-REMAIN              TO TI-INT-APP-YTD.
           COMPUTE WS-REMAIN = WS-YR-NET-INT - WS-TAKEN.
           IF WS-REMAIN < 0
               MOVE 0                  TO WS-REMAIN.
           MOVE WS-REMAIN              TO TI-CAL-NET-INT.
           MOVE 0                      TO TI-POINTS-PD-BY-BORROWER.
           MOVE WS-BAL-BEG             TO TI-PRIN-BAL-BEG.
           PERFORM RESCALE-PROPERTIES.
           PERFORM WRITE-OUT-REC.

      *
      * each property keeps its proportion of the loan's interest;
      * the last property takes the rounding so the amounts still
      * add back to the record's total
      *
       RESCALE-PROPERTIES.
           IF TI-NUM-PROPERTIES < 2 OR TI-NUM-PROPERTIES > 10
           OR WS-YR-1098-INT = 0
               GO TO RESCALE-PROPERTIES-EXIT.
           MOVE 0                      TO WS-PROP-SUM.
           PERFORM VARYING WS-PROP-SUB FROM 1 BY 1
                   UNTIL WS-PROP-SUB NOT < TI-NUM-PROPERTIES
               COMPUTE TI-PROPERTY-1098-INT (WS-PROP-SUB) ROUNDED =
                   TI-PROPERTY-1098-INT (WS-PROP-SUB) * WS-SHARE
                   / WS-YR-1098-INT
               ADD TI-PROPERTY-1098-INT (WS-PROP-SUB) TO WS-PROP-SUM
           END-PERFORM.
           COMPUTE TI-PROPERTY-1098-INT (WS-PROP-SUB) =
               WS-SHARE - WS-PROP-SUM.
       RESCALE-PROPERTIES-EXIT.
           EXIT.

       WRITE-OUT-REC.
           MOVE IN1-RAW (1:WS-TI-REC-LEN) TO OUT-REC.
           MOVE WS-TI-REC-LEN          TO WS-OUT-REC-LEN.
           WRITE OUT-REC.
           ADD 1                       TO OUT-CTR.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR TISPLIT1' UPON CRT AT 0915.
           DISPLAY REC-CTR  'RECORDS READ              =' UPON CRT
               AT 1125.
           DISPLAY ASR-CTR  'ASSUMPTIONS IN TAX YEAR   =' UPON CRT
               AT 1225.
           DISPLAY SPLIT-CTR 'LOANS SPLIT              =' UPON CRT
               AT 1325.
           DISPLAY PRIOR-CTR 'PRIOR-PARTY RECORDS      =' UPON CRT
               AT 1425.
           DISPLAY STALE-CTR 'PRIOR SNAPSHOT LAST YEAR =' UPON CRT
               AT 1525.
           DISPLAY OUT-CTR  'RECORDS WRITTEN           =' UPON CRT
               AT 1625.
           CLOSE IN1-FILE.
           CLOSE OUT-FILE.
           MOVE 0                      TO RETURN-CODE.
           STOP RUN.
