       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FEEACCR1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * servicing-fee and guarantee-fee income accrual - finance
      * has been computing servicing income off a separate system
      * that never ties to the portfolio we bill.  this monthly step
      * reads the .set, maps each loan to its investor the same way
      * INVREMIT1 does (F + CNP-INVESTOR-CODE on Fiserv, A + MB-INV/
      * MB-BANK/MB-AGGR on Alltel) and accrues one month of fee
      * income on the loan's UPB:
      *   first lien - MB-FIRST-PRIN-BAL at the servicing-fee and
      *   guarantee-fee rates on the fee-rate control row for the
      *   loan's investor and category (the loan type, MB-TYPE-LOAN;
      *   a row with category '***' covers every type the investor
      *   has no row of its own for)
      *   second lien - MB-2ND-PRIN-BAL at the loan's own
      *   MB-2ND-ANNUAL-SER-FEE, summarized under the second-lien
      *   investor (2 + MB-2ND-BANK/MB-2ND-CAT)
      * the output is the loan-level accrual file and an investor
      * summary of fee income earned.  a loan with no rate row (or a
      * second lien with no rate of its own) accrues nothing and is
      * listed instead, so the rate file gets fixed before month-end
      * close
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the cycle's .set
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS IN1-STATUS.
      * fee-rate control - investor key, category, annual
      * servicing-fee and guarantee-fee rates
           SELECT FRT-FILE  ASSIGN TO DYNAMIC FRT-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS FRT-STATUS.
      * loan-level accrual file, one record per lien accrued
           SELECT ACR-FILE ASSIGN TO DYNAMIC ACR-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * investor summary of fee income earned
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * loans with no rate to accrue at
           SELECT NRT-FILE ASSIGN TO DYNAMIC NRT-PATH
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
       FD  FRT-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FRT-REC.
       01  FRT-REC.
           05  FRT-REC-INV-KEY         PIC X(10).
           05  FRT-REC-CATEGORY        PIC X(3).
           05  FRT-REC-SERV-RATE       PIC 9V9(8).
           05  FRT-REC-GFEE-RATE       PIC 9V9(8).
           05  FILLER                  PIC X(9).
      *
       FD  ACR-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ACR-REC.
       01  ACR-REC.
           05  ACR-CLIENT              PIC X(4).
           05  ACR-ACCOUNT             PIC 9(13).
           05  ACR-LIEN                PIC X(1).
           05  ACR-INV-KEY             PIC X(10).
           05  ACR-CATEGORY            PIC X(3).
           05  ACR-UPB                 PIC 9(11)V99.
           05  ACR-SERV-RATE           PIC 9V9(8).
           05  ACR-SERV-FEE            PIC 9(9)V99.
           05  ACR-GFEE-RATE           PIC 9V9(8).
           05  ACR-GFEE                PIC 9(9)V99.
           05  ACR-STMT-DATE           PIC X(8).
           05  FILLER                  PIC X(8).
      *
       FD OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01 OUT-REC                      PIC X(132).
      *
       FD NRT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS NRT-REC.
       01 NRT-REC                      PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  VARIABLES.
           05  IN1-PATH.
               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 IN1-NAME             PIC X(64).
           05  ACR-PATH.
               10 ACR-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 ACR-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  NRT-PATH.
               10 NRT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 NRT-NAME             PIC X(64).
           05  FRT-PATH                PIC X(40)
               VALUE '/users/public/feerate.tab'.
           05  FRT-STATUS              PIC X(2)  VALUE SPACES.
           05  FRT-EOF-SW              PIC X(1)  VALUE 'N'.
               88  FRT-EOF                       VALUE 'Y'.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  BKCOPY-CTR              PIC 9(7)  VALUE 0.
           05  FRT-CTR                 PIC 9(7)  VALUE 0.
           05  FRT-REJECT-CTR          PIC 9(7)  VALUE 0.
           05  NOUPB-CTR               PIC 9(7)  VALUE 0.
           05  ACCRUED-1ST-CTR         PIC 9(7)  VALUE 0.
           05  ACCRUED-2ND-CTR         PIC 9(7)  VALUE 0.
           05  NORATE-CTR              PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  FR-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  FR-FOUND                      VALUE 'Y'.
           05  IV-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  IV-FOUND                      VALUE 'Y'.
           05  WS-INV-KEY              PIC X(10) VALUE SPACES.
           05  WS-FISERV-INV           PIC 9(3)  VALUE 0.
           05  WS-CATEGORY             PIC X(3)  VALUE SPACES.
           05  WS-FR-KEY.
               10  WS-FR-KEY-INV       PIC X(10).
               10  WS-FR-KEY-CAT       PIC X(3).
           05  WS-LIEN                 PIC X(1)  VALUE SPACES.
           05  WS-UPB                  PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-SERV-RATE            PIC S9V9(8) COMP-3 VALUE 0.
           05  WS-GFEE-RATE            PIC S9V9(8) COMP-3 VALUE 0.
           05  WS-SERV-FEE             PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-GFEE                 PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-FEE-WORK             PIC S9(13)V9(8) COMP-3 VALUE 0.
           05  WS-REASON               PIC X(30) VALUE SPACES.
           05  WS-SUB                  PIC S9(4) COMP VALUE 0.
           05  WS-RPT-ACCOUNT          PIC 9(13) VALUE 0.
           05  WS-TOT-LOANS            PIC 9(7)  VALUE 0.
           05  WS-TOT-UPB              PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-TOT-SERV             PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOT-GFEE             PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-UPB-DISP             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-AMT-DISP             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-QTY-DISP             PIC ZZZZZZ9.

      *
      * fee-rate rows from feerate.tab; a table past capacity is a
      * hard stop - a row dropped here would leave its investor's
      * loans unaccrued
      *
       01  FEE-RATE-TABLE.
           05  FR-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-FR-COUNT
                   INDEXED BY FR-IDX.
               10  FR-KEY              PIC X(13).
               10  FR-SERV-RATE        PIC S9V9(8) COMP-3.
               10  FR-GFEE-RATE        PIC S9V9(8) COMP-3.
       77  WS-FR-COUNT                 PIC S9(4) COMP VALUE 0.

      *
      * income earned by investor key and lien
      *
       01  INVESTOR-TABLE.
           05  IV-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-IV-COUNT
                   INDEXED BY IV-IDX.
               10  IV-KEY              PIC X(10).
               10  IV-LIEN             PIC X(1).
               10  IV-LOANS            PIC 9(7).
               10  IV-UPB              PIC S9(13)V99 COMP-3.
               10  IV-SERV-FEE         PIC S9(11)V99 COMP-3.
               10  IV-GFEE             PIC S9(11)V99 COMP-3.
       77  WS-IV-COUNT                 PIC S9(4) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME ACR-NAME OUT-NAME NRT-NAME.
           DISPLAY '* * * B E G I N   F E E A C C R 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR ACR-NAME = SPACES
           OR OUT-NAME = SPACES OR NRT-NAME = SPACES
               DISPLAY '!!!! ENTER SET, ACCRUAL, SUMMARY AND NO-RATE'
                   UPON CRT AT 2301
               DISPLAY '!!!!   FILES ON COMMAND LINE'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM LOAD-FEE-RATE-TABLE.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! SET FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT ACR-FILE.
           OPEN OUTPUT OUT-FILE.
           OPEN OUTPUT NRT-FILE.
           PERFORM WRITE-NO-RATE-HEADING.
           PERFORM READ-SET-REC.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
           PERFORM WRITE-INVESTOR-SUMMARY.
           PERFORM END-RTN.

      *
      * feerate.tab is the whole point of the run - without it no
      * first lien could accrue, so a missing file stops the step.
      * a row whose rates are not numeric is rejected and counted
      *
       LOAD-FEE-RATE-TABLE.
           OPEN INPUT FRT-FILE.
           IF FRT-STATUS NOT = '00'
               DISPLAY '!!!! FEE RATE FILE NOT FOUND OR NOT'
                   UPON CRT AT 2301
               DISPLAY '!!!!   READABLE - ' FRT-PATH
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM READ-FRT-REC.
           PERFORM UNTIL FRT-EOF
               IF FRT-REC-SERV-RATE NOT NUMERIC
               OR FRT-REC-GFEE-RATE NOT NUMERIC
                   ADD 1               TO FRT-REJECT-CTR
               ELSE
                   IF WS-FR-COUNT NOT < 2000
                       DISPLAY '!!!! FEE RATE TABLE FULL AT 2000 -'
                           UPON CRT AT 2301
                       DISPLAY '!!!!   ACCRUAL INCOMPLETE, STOP'
                           UPON CRT AT 2401
                       MOVE 16         TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1               TO WS-FR-COUNT
                   SET FR-IDX TO WS-FR-COUNT
                   MOVE FRT-REC-INV-KEY TO FR-KEY (FR-IDX) (1:10)
                   MOVE FRT-REC-CATEGORY
                                       TO FR-KEY (FR-IDX) (11:3)
                   MOVE FRT-REC-SERV-RATE
                                       TO FR-SERV-RATE (FR-IDX)
                   MOVE FRT-REC-GFEE-RATE
                                       TO FR-GFEE-RATE (FR-IDX)
               END-IF
               PERFORM READ-FRT-REC
           END-PERFORM.
           CLOSE FRT-FILE.

       READ-FRT-REC.
           READ FRT-FILE AT END MOVE 'Y' TO FRT-EOF-SW.
           IF NOT FRT-EOF
               ADD 1                   TO FRT-CTR.

       READ-SET-REC.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               IF MB-CLIENT = '9999'
                   GO TO READ-SET-REC
               ELSE
                   ADD 1               TO REC-CTR.

       001-MAIN.
           IF MB-FLEXFIELD6 (1:15) = 'BANKRUPTCY COPY'
           OR MB-FLEXFIELD6 (1:15) = 'AUTHORIZED COPY'
               ADD 1                   TO BKCOPY-CTR
               PERFORM READ-SET-REC
               GO TO 001-MAIN-EXIT.
           PERFORM ACCRUE-FIRST-LIEN THRU ACCRUE-FIRST-LIEN-EXIT.
           IF MB-SERVICER-IS-ALLTEL
               PERFORM ACCRUE-SECOND-LIEN
                   THRU ACCRUE-SECOND-LIEN-EXIT.
           PERFORM READ-SET-REC.
       001-MAIN-EXIT.
           EXIT.

      *
      * the investor key is platform-specific, exactly as INVREMIT1
      * builds it: Fiserv records carry one numeric investor code,
      * Alltel records identify the investor by the INV/BANK/AGGR
      * triplet - a one-letter platform prefix keeps them apart
      *
       ACCRUE-FIRST-LIEN.
           MOVE '1'                    TO WS-LIEN.
           MOVE 0                      TO WS-UPB.
           IF MB-FIRST-PRIN-BAL NUMERIC
               MOVE MB-FIRST-PRIN-BAL  TO WS-UPB.
           IF WS-UPB NOT > 0
               ADD 1                   TO NOUPB-CTR
               GO TO ACCRUE-FIRST-LIEN-EXIT.
           MOVE SPACES                 TO WS-INV-KEY.
           IF MB-SERVICER-IS-FISERV
               IF CNP-INVESTOR-CODE NUMERIC
                   MOVE CNP-INVESTOR-CODE TO WS-FISERV-INV
               ELSE
                   MOVE 0              TO WS-FISERV-INV
               END-IF
               STRING 'F'              DELIMITED BY SIZE
                      WS-FISERV-INV    DELIMITED BY SIZE
                   INTO WS-INV-KEY
           ELSE
               STRING 'A'              DELIMITED BY SIZE
                      MB-INV           DELIMITED BY SIZE
                      MB-BANK          DELIMITED BY SIZE
                      MB-AGGR          DELIMITED BY SIZE
                   INTO WS-INV-KEY.
           MOVE MB-TYPE-LOAN           TO WS-CATEGORY.
           PERFORM FIND-FEE-RATE-ENTRY.
           IF NOT FR-FOUND
               ADD 1                   TO NORATE-CTR
               MOVE 'NO FEE RATE ROW'  TO WS-REASON
               PERFORM WRITE-NO-RATE-LINE
               GO TO ACCRUE-FIRST-LIEN-EXIT.
           ADD 1                       TO ACCRUED-1ST-CTR.
           MOVE FR-SERV-RATE (FR-IDX)  TO WS-SERV-RATE.
           MOVE FR-GFEE-RATE (FR-IDX)  TO WS-GFEE-RATE.
           PERFORM COMPUTE-MONTHLY-FEES.
           PERFORM WRITE-ACCRUAL-REC.
       ACCRUE-FIRST-LIEN-EXIT.
           EXIT.

      *
      * second-lien data is carried on the Alltel servicer fields
      * only; the rate is the loan's own, so there is no control row
      * to find and no guarantee fee
      *
       ACCRUE-SECOND-LIEN.
           MOVE '2'                    TO WS-LIEN.
           MOVE 0                      TO WS-UPB.
           IF MB-2ND-PRIN-BAL NUMERIC
               MOVE MB-2ND-PRIN-BAL    TO WS-UPB.
           IF WS-UPB NOT > 0
               GO TO ACCRUE-SECOND-LIEN-EXIT.
           MOVE SPACES                 TO WS-INV-KEY.
           STRING '2'                  DELIMITED BY SIZE
                  MB-2ND-BANK          DELIMITED BY SIZE
                  MB-2ND-CAT           DELIMITED BY SIZE
               INTO WS-INV-KEY.
           MOVE MB-2ND-CAT             TO WS-CATEGORY.
           MOVE 0                      TO WS-SERV-RATE.
           IF MB-2ND-ANNUAL-SER-FEE NUMERIC
               MOVE MB-2ND-ANNUAL-SER-FEE TO WS-SERV-RATE.
           IF WS-SERV-RATE NOT > 0
               ADD 1                   TO NORATE-CTR
               MOVE '2ND LIEN HAS NO SER-FEE RATE'
                                       TO WS-REASON
               PERFORM WRITE-NO-RATE-LINE
               GO TO ACCRUE-SECOND-LIEN-EXIT.
           ADD 1                       TO ACCRUED-2ND-CTR.
           MOVE 0                      TO WS-GFEE-RATE.
           PERFORM COMPUTE-MONTHLY-FEES.
           PERFORM WRITE-ACCRUAL-REC.
       ACCRUE-SECOND-LIEN-EXIT.
           EXIT.

      *
      * the investor and category row first, then the investor's
      * all-category row
      *
       FIND-FEE-RATE-ENTRY.
           MOVE WS-INV-KEY             TO WS-FR-KEY-INV.
           MOVE WS-CATEGORY            TO WS-FR-KEY-CAT.
           PERFORM SEARCH-FEE-RATE-TABLE.
           IF NOT FR-FOUND
               MOVE '***'              TO WS-FR-KEY-CAT
               PERFORM SEARCH-FEE-RATE-TABLE.

       SEARCH-FEE-RATE-TABLE.
           MOVE 'N'                    TO FR-FOUND-SW.
           IF WS-FR-COUNT > 0
               SET FR-IDX TO 1
               SEARCH FR-ENTRY
                   AT END
                       MOVE 'N'        TO FR-FOUND-SW
                   WHEN FR-KEY (FR-IDX) = WS-FR-KEY
                       MOVE 'Y'        TO FR-FOUND-SW
               END-SEARCH.

      *
      * one month of an annual rate, taken a step at a time so the
      * product keeps its places before the division
      *
       COMPUTE-MONTHLY-FEES.
           COMPUTE WS-FEE-WORK = WS-UPB * WS-SERV-RATE.
           COMPUTE WS-SERV-FEE ROUNDED = WS-FEE-WORK / 12.
           COMPUTE WS-FEE-WORK = WS-UPB * WS-GFEE-RATE.
           COMPUTE WS-GFEE ROUNDED = WS-FEE-WORK / 12.

       WRITE-ACCRUAL-REC.
           MOVE SPACES                 TO ACR-REC.
           MOVE MB-CLIENT              TO ACR-CLIENT.
           MOVE MB-ACCOUNT             TO ACR-ACCOUNT.
           MOVE WS-LIEN                TO ACR-LIEN.
           MOVE WS-INV-KEY             TO ACR-INV-KEY.
           MOVE WS-CATEGORY            TO ACR-CATEGORY.
           MOVE WS-UPB                 TO ACR-UPB.
           MOVE WS-SERV-RATE           TO ACR-SERV-RATE.
           MOVE WS-SERV-FEE            TO ACR-SERV-FEE.
           MOVE WS-GFEE-RATE           TO ACR-GFEE-RATE.
           MOVE WS-GFEE                TO ACR-GFEE.
           MOVE MB-STATEMENT-DATE      TO ACR-STMT-DATE.
           WRITE ACR-REC.
           PERFORM FIND-OR-ADD-INVESTOR-ENTRY.
           IF IV-FOUND
               ADD 1                   TO IV-LOANS (IV-IDX)
               ADD WS-UPB              TO IV-UPB (IV-IDX)
               ADD WS-SERV-FEE         TO IV-SERV-FEE (IV-IDX)
               ADD WS-GFEE             TO IV-GFEE (IV-IDX).

       FIND-OR-ADD-INVESTOR-ENTRY.
           MOVE 'N'                    TO IV-FOUND-SW.
           IF WS-IV-COUNT > 0
               SET IV-IDX TO 1
               SEARCH IV-ENTRY
                   AT END
                       MOVE 'N'        TO IV-FOUND-SW
                   WHEN IV-KEY (IV-IDX) = WS-INV-KEY
                    AND IV-LIEN (IV-IDX) = WS-LIEN
                       MOVE 'Y'        TO IV-FOUND-SW
               END-SEARCH.
           IF NOT IV-FOUND
               IF WS-IV-COUNT NOT < 500
                   DISPLAY '!!!! INVESTOR TABLE FULL AT 500 -'
                       UPON CRT AT 2301
                   DISPLAY '!!!!   SUMMARY INCOMPLETE, STOP'
                       UPON CRT AT 2401
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1                   TO WS-IV-COUNT
               SET IV-IDX TO WS-IV-COUNT
               MOVE WS-INV-KEY         TO IV-KEY (IV-IDX)
               MOVE WS-LIEN            TO IV-LIEN (IV-IDX)
               MOVE 0                  TO IV-LOANS (IV-IDX)
               MOVE 0                  TO IV-UPB (IV-IDX)
               MOVE 0                  TO IV-SERV-FEE (IV-IDX)
               MOVE 0                  TO IV-GFEE (IV-IDX)
               MOVE 'Y'                TO IV-FOUND-SW.

       WRITE-NO-RATE-HEADING.
           MOVE SPACES                 TO NRT-REC.
           STRING 'LOANS WITH NO FEE RATE - FIX FEERATE.TAB BEFORE '
                                        DELIMITED BY SIZE
                  'MONTH-END CLOSE'     DELIMITED BY SIZE
               INTO NRT-REC.
           WRITE NRT-REC.

       WRITE-NO-RATE-LINE.
           MOVE MB-ACCOUNT             TO WS-RPT-ACCOUNT.
           MOVE WS-UPB                 TO WS-UPB-DISP.
           MOVE SPACES                 TO NRT-REC.
           STRING MB-CLIENT             DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-RPT-ACCOUNT        DELIMITED BY SIZE
                  '  LIEN '             DELIMITED BY SIZE
                  WS-LIEN               DELIMITED BY SIZE
                  '  INV '              DELIMITED BY SIZE
                  WS-INV-KEY            DELIMITED BY SIZE
                  '  CAT '              DELIMITED BY SIZE
                  WS-CATEGORY           DELIMITED BY SIZE
                  '  UPB '              DELIMITED BY SIZE
                  WS-UPB-DISP           DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-REASON             DELIMITED BY SIZE
               INTO NRT-REC.
           WRITE NRT-REC.

       WRITE-INVESTOR-SUMMARY.
           MOVE SPACES                 TO OUT-REC.
           STRING 'INVESTOR   LIEN   LOANS                 UPB'
                                        DELIMITED BY SIZE
                  '        SERVICING FEE       GUARANTEE FEE'
                                        DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           PERFORM WRITE-ONE-INVESTOR-LINE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-IV-COUNT.
           MOVE SPACES                 TO OUT-REC.
           MOVE 'TOTAL'                TO OUT-REC (1:5).
           MOVE WS-TOT-LOANS           TO WS-QTY-DISP.
           MOVE WS-QTY-DISP            TO OUT-REC (17:7).
           MOVE WS-TOT-UPB             TO WS-UPB-DISP.
           MOVE WS-UPB-DISP            TO OUT-REC (25:19).
           MOVE WS-TOT-SERV            TO WS-AMT-DISP.
           MOVE WS-AMT-DISP            TO OUT-REC (45:18).
           MOVE WS-TOT-GFEE            TO WS-AMT-DISP.
           MOVE WS-AMT-DISP            TO OUT-REC (65:18).
           WRITE OUT-REC.

       WRITE-ONE-INVESTOR-LINE.
           SET IV-IDX TO WS-SUB.
           ADD IV-LOANS (IV-IDX)       TO WS-TOT-LOANS.
           ADD IV-UPB (IV-IDX)         TO WS-TOT-UPB.
           ADD IV-SERV-FEE (IV-IDX)    TO WS-TOT-SERV.
           ADD IV-GFEE (IV-IDX)        TO WS-TOT-GFEE.
           MOVE SPACES                 TO OUT-REC.
           MOVE IV-KEY (IV-IDX)        TO OUT-REC (1:10).
           MOVE IV-LIEN (IV-IDX)       TO OUT-REC (13:1).
           MOVE IV-LOANS (IV-IDX)      TO WS-QTY-DISP.
           MOVE WS-QTY-DISP            TO OUT-REC (17:7).
           MOVE IV-UPB (IV-IDX)        TO WS-UPB-DISP.
           MOVE WS-UPB-DISP            TO OUT-REC (25:19).
           MOVE IV-SERV-FEE (IV-IDX)   TO WS-AMT-DISP.
           MOVE WS-AMT-DISP            TO OUT-REC (45:18).
           MOVE IV-GFEE (IV-IDX)       TO WS-AMT-DISP.
           MOVE WS-AMT-DISP            TO OUT-REC (65:18).
           WRITE OUT-REC.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR FEEACCR1' UPON CRT AT 0915.
           DISPLAY REC-CTR     'SET RECORDS READ               ='
               UPON CRT AT 1125.
           DISPLAY FRT-CTR     'FEE RATE ROWS READ             ='
               UPON CRT AT 1225.
           DISPLAY FRT-REJECT-CTR 'FEE RATE ROWS REJECTED      ='
               UPON CRT AT 1325.
           DISPLAY ACCRUED-1ST-CTR 'FIRST LIENS ACCRUED        ='
               UPON CRT AT 1425.
           DISPLAY ACCRUED-2ND-CTR 'SECOND LIENS ACCRUED       ='
               UPON CRT AT 1525.
           DISPLAY NOUPB-CTR   'NO UPB - NOTHING TO ACCRUE     ='
               UPON CRT AT 1625.
           DISPLAY NORATE-CTR  'LIENS WITH NO RATE - LISTED    ='
               UPON CRT AT 1725.
           IF BKCOPY-CTR NOT = 0
               DISPLAY BKCOPY-CTR 'ADDRESSED COPIES SKIPPED    ='
                   UPON CRT AT 1825.
           IF NORATE-CTR NOT = 0 OR FRT-REJECT-CTR NOT = 0
               MOVE 8                  TO RETURN-CODE
           ELSE
           IF REC-CTR = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE IN1-FILE.
           CLOSE ACR-FILE.
           CLOSE OUT-FILE.
           CLOSE NRT-FILE.
           STOP RUN.
