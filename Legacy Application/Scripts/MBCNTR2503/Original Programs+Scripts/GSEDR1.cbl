       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GSEDR1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * GSE monthly default-reporting extract - SFDMS1 covers the
      * FHA book, but the Fannie Mae and Freddie Mac loans have had
      * their monthly default status keyed into the investor portals
      * by hand.  this step identifies the GSE loans off the cycle's
      * .set through the investor-type control (invtype.tab, keyed
      * on the Alltel MB-INV/MB-BANK/MB-AGGR triplet), derives the
      * delinquency status and the default action code from the
      * conditions the record already carries - bankruptcy first,
      * then foreclosure, then modification, repayment plan and
      * forbearance, else straight delinquency - and writes one
      * fixed-format default-reporting record per GSE loan 30+ days
      * delinquent or in an active workout.  each loan's action code
      * is held against the prior cycle's carry-forward, and a move
      * the investor will not accept (a foreclosure falling back
      * with no reinstatement, a reported loan vanishing off the
      * .set) goes on the exception list instead of the portal
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
      * the prior cycle's status carry-forward - optional first run
           SELECT PRI-FILE  ASSIGN TO DYNAMIC PRI-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS PRI-STATUS.
      * this cycle's status carry-forward
           SELECT CUR-FILE  ASSIGN TO DYNAMIC CUR-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the GSE default-reporting transaction file
           SELECT TRX-FILE  ASSIGN TO DYNAMIC TRX-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the status-change and exception report
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the mbp.dd.cbl-shaped extract - optional, the repayment-plan
      * status lives there and not on MB-REC
           SELECT MBP-FILE  ASSIGN TO DYNAMIC MBP-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS MBP-STATUS.
      * the investor-type control
           SELECT IVT-FILE  ASSIGN TO DYNAMIC IVT-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS IVT-STATUS.
      * the permanent outbound transmission registry - one line
      * appended per file this step sends outside the building
           SELECT OPTIONAL XMITREG-FILE
                  ASSIGN TO DYNAMIC XMITREG-PATH
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
       FD  PRI-FILE
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRI-REC.
       01  PRI-REC.
           05  PRI-ACCOUNT             PIC 9(13).
           05  PRI-ACTION-CODE         PIC X(2).
           05  PRI-DELQ-DAYS           PIC 9(5).
           05  PRI-GSE-TYPE            PIC X(2).
           05  FILLER                  PIC X(8).

       FD  CUR-FILE
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CUR-REC.
       01  CUR-REC.
           05  CUR-ACCOUNT             PIC 9(13).
           05  CUR-ACTION-CODE         PIC X(2).
           05  CUR-DELQ-DAYS           PIC 9(5).
           05  CUR-GSE-TYPE            PIC X(2).
           05  FILLER                  PIC X(8).
      *
      * default-reporting record - GSE type FN (Fannie Mae) or FH
      * (Freddie Mac); delinquency status 0 (under 30, workout
      * only), 1 (30-59), 2 (60-89), 3 (90-119), 4 (120+); action
      * code 65/66/67 bankruptcy chapter 7/11/13, 43 foreclosure,
      * 28 modification, 12 repayment plan, 09 forbearance,
      * 42 delinquent; workout M/R/F or space
      *
       FD  TRX-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TRX-REC.
       01  TRX-REC.
           05  TRX-GSE-TYPE            PIC X(2).
           05  TRX-INVESTOR.
               10  TRX-INV             PIC X(1).
               10  TRX-BANK            PIC X(3).
               10  TRX-AGGR            PIC X(3).
           05  TRX-ACCOUNT             PIC 9(13).
           05  TRX-CLIENT              PIC X(4).
           05  TRX-DELQ-STATUS         PIC X(1).
           05  TRX-ACTION-CODE         PIC X(2).
           05  TRX-STATUS-DATE         PIC 9(8).
           05  TRX-DUE-DATE            PIC 9(8).
           05  TRX-DELQ-DAYS           PIC 9(5).
           05  TRX-UPB                 PIC 9(11)V99.
           05  TRX-PROPERTY-STATE      PIC X(2).
           05  TRX-WORKOUT-IND         PIC X(1).
           05  FILLER                  PIC X(34).

       FD OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01 OUT-REC                      PIC X(132).
      *
       FD MBP-FILE
           RECORD CONTAINS 5368 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MBP-REC.
       01 MBP-REC                      PIC X(5368).
      *
      * one row per GSE investor - a blank BANK or AGGR is a
      * wildcard, and the most specific matching row wins
      *
       FD IVT-FILE
           RECORD CONTAINS 9 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS IVT-REC.
       01 IVT-REC.
           05  IVT-INV                 PIC X(1).
           05  IVT-BANK                PIC X(3).
           05  IVT-AGGR                PIC X(3).
           05  IVT-TYPE                PIC X(2).
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

       copy '/users/devel/mbp.cbl'.

       01  VARIABLES.
           05  IN1-PATH.
               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 IN1-NAME             PIC X(64).
           05  PRI-PATH.
               10 PRI-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 PRI-NAME             PIC X(64).
           05  CUR-PATH.
               10 CUR-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 CUR-NAME             PIC X(64).
           05  TRX-PATH.
               10 TRX-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 TRX-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  MBP-PATH.
               10 MBP-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 MBP-NAME             PIC X(64).
           05  IVT-PATH                PIC X(40)
               VALUE '/users/public/invtype.tab'.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  PRI-STATUS              PIC X(2)  VALUE SPACES.
           05  MBP-STATUS              PIC X(2)  VALUE SPACES.
           05  IVT-STATUS              PIC X(2)  VALUE SPACES.
           05  XMITREG-PATH            PIC X(40)
               VALUE '/users/public/out/xmitreg.dat'.
           05  XMIT-DATE               PIC 9(8)  VALUE 0.
           05  XMIT-TIME-X             PIC X(8)  VALUE SPACES.
           05  XMIT-REC-CTR            PIC 9(9)  VALUE 0.
           05  XMIT-HASH               PIC 9(15) VALUE 0.
           05  XMIT-TIN-CTR            PIC 9(9)  VALUE 0.
           05  WS-COMMAND-LINE         PIC X(100).
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  GSE-CTR                 PIC 9(7)  VALUE 0.
           05  FNMA-CTR                PIC 9(7)  VALUE 0.
           05  FHLMC-CTR               PIC 9(7)  VALUE 0.
           05  REPORTED-CTR            PIC 9(7)  VALUE 0.
           05  WORKOUT-CTR             PIC 9(7)  VALUE 0.
           05  CHANGED-CTR             PIC 9(7)  VALUE 0.
           05  CURED-CTR               PIC 9(7)  VALUE 0.
           05  EXCEPTION-CTR           PIC 9(7)  VALUE 0.
           05  DROPPED-CTR             PIC 9(7)  VALUE 0.
           05  IVT-CTR                 PIC 9(7)  VALUE 0.
           05  IVT-REJECT-CTR          PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  PRI-EOF-SW              PIC 9(1)  VALUE 0.
           05  MBP-EOF-SW              PIC X(1)  VALUE 'N'.
               88  MBP-EOF                       VALUE 'Y'.
           05  IVT-EOF-SW              PIC X(1)  VALUE 'N'.
               88  IVT-EOF                       VALUE 'Y'.
           05  PS-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  PS-FOUND                      VALUE 'Y'.
           05  RP-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  RP-FOUND                      VALUE 'Y'.
           05  WS-REPORT-SW            PIC X(1)  VALUE 'N'.
               88  WS-REPORTABLE                 VALUE 'Y'.
           05  WS-GSE-TYPE             PIC X(2)  VALUE SPACES.
               88  WS-GSE-FNMA                   VALUE 'FN'.
               88  WS-GSE-FHLMC                  VALUE 'FH'.
           05  WS-ACTION-CODE          PIC X(2)  VALUE SPACES.
               88  WS-ACTION-BANKRUPT            VALUE '65' '66'
                                                       '67'.
               88  WS-ACTION-FCL                 VALUE '43'.
           05  WS-PRIOR-CODE           PIC X(2)  VALUE SPACES.
               88  WS-PRIOR-FCL                  VALUE '43'.
           05  WS-DELQ-STATUS          PIC X(1)  VALUE SPACE.
           05  WS-WORKOUT-IND          PIC X(1)  VALUE SPACE.
           05  WS-IV-SCORE             PIC S9(4) COMP VALUE 0.
           05  WS-IV-BEST              PIC S9(4) COMP VALUE 0.
           05  WS-SUB                  PIC S9(8) COMP VALUE 0.
           05  WS-RPT-ACCOUNT          PIC 9(13) VALUE 0.
           05  WS-LOAN-X               PIC X(7)  VALUE SPACES.
           05  WS-DELQ-DAYS            PIC 9(5)  VALUE 0.
           05  WS-RPT-DAYS             PIC ZZZZ9.
           05  WS-RPT-CORP-ADV         PIC Z,ZZZ,ZZ9.99.
           05  WS-CURRENT-DATE         PIC 9(8)  VALUE 0.

      *
      * the investor-type control, loaded whole
      *
       01  INVTYPE-TABLE.
           05  IV-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-IV-COUNT
                   INDEXED BY IV-IDX.
               10  IV-INV              PIC X(1).
               10  IV-BANK             PIC X(3).
               10  IV-AGGR             PIC X(3).
               10  IV-TYPE             PIC X(2).
       77  WS-IV-COUNT                 PIC S9(4) COMP VALUE 0.
      *
      * loans on an active repayment plan per the .mbp extract,
      * keyed by the 7-digit loan
      *
       01  REPAYPLAN-TABLE.
           05  RP-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-RP-COUNT
                   INDEXED BY RP-IDX.
               10  RP-LOAN             PIC X(7).
       77  WS-RP-COUNT                 PIC S9(8) COMP VALUE 0.
      *
      * prior cycle's reported action codes, marked off as this
      * cycle meets the loan again so the drop-outs can be edited
      *
       01  PRIOR-STATUS-TABLE.
           05  PS-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-PS-COUNT
                   INDEXED BY PS-IDX.
               10  PS-ACCOUNT          PIC 9(13).
               10  PS-STATUS           PIC X(2).
               10  PS-DELQ-DAYS        PIC 9(5).
               10  PS-SEEN-SW          PIC X(1).
       77  WS-PS-COUNT                 PIC S9(8) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME PRI-NAME CUR-NAME TRX-NAME OUT-NAME
                    MBP-NAME.
           DISPLAY '* * * * B E G I N   G S E D R 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR PRI-NAME = SPACES
           OR CUR-NAME = SPACES OR TRX-NAME = SPACES
           OR OUT-NAME = SPACES
               DISPLAY '!!!! ENTER SET, PRIOR STATUS, NEW STATUS,'
                   UPON CRT AT 2301
               DISPLAY '!!!!   GSE, EDIT (AND OPTIONAL MBP) FILES'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-INVTYPE-TABLE.
           PERFORM LOAD-REPAYPLAN-TABLE.
           PERFORM LOAD-PRIOR-STATUS.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! SET FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT CUR-FILE.
           OPEN OUTPUT TRX-FILE.
           OPEN OUTPUT OUT-FILE.
           PERFORM READ-SET-REC.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
           PERFORM EDIT-DROPPED-LOANS.
           PERFORM END-RTN.

      *
      * invtype.tab is what makes a loan a GSE loan - without it
      * nothing can be selected and an empty extract would read as
      * a clean month, so a missing control is a hard stop
      *
       LOAD-INVTYPE-TABLE.
           OPEN INPUT IVT-FILE.
           IF IVT-STATUS NOT = '00'
               DISPLAY '!!!! INVESTOR-TYPE CONTROL NOT FOUND OR NOT'
                   UPON CRT AT 2301
               DISPLAY '!!!!   READABLE - ' IVT-PATH
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM READ-IVT-REC.
           PERFORM UNTIL IVT-EOF
               IF IVT-INV = SPACE
               OR (IVT-TYPE NOT = 'FN' AND IVT-TYPE NOT = 'FH')
                   ADD 1               TO IVT-REJECT-CTR
               ELSE
               IF WS-IV-COUNT < 500
                   ADD 1               TO WS-IV-COUNT
                   SET IV-IDX TO WS-IV-COUNT
                   MOVE IVT-INV        TO IV-INV (IV-IDX)
                   MOVE IVT-BANK       TO IV-BANK (IV-IDX)
                   MOVE IVT-AGGR       TO IV-AGGR (IV-IDX)
                   MOVE IVT-TYPE       TO IV-TYPE (IV-IDX)
               END-IF
               END-IF
               PERFORM READ-IVT-REC
           END-PERFORM.
           CLOSE IVT-FILE.

       READ-IVT-REC.
           READ IVT-FILE AT END MOVE 'Y' TO IVT-EOF-SW.
           IF NOT IVT-EOF
               ADD 1                   TO IVT-CTR.

       LOAD-REPAYPLAN-TABLE.
           IF MBP-NAME = SPACES
               MOVE 'Y'                TO MBP-EOF-SW
           ELSE
               OPEN INPUT MBP-FILE
               IF MBP-STATUS NOT = '00'
                   MOVE 'Y'            TO MBP-EOF-SW
               ELSE
                   PERFORM READ-MBP-REC
                   PERFORM UNTIL MBP-EOF
                       IF REPAY-PLAN-STATUS-CD = 'A'
                       AND WS-RP-COUNT < 20000
                           ADD 1           TO WS-RP-COUNT
                           SET RP-IDX TO WS-RP-COUNT
                           MOVE mb-loan    TO RP-LOAN (RP-IDX)
                       END-IF
                       PERFORM READ-MBP-REC
                   END-PERFORM
                   CLOSE MBP-FILE.

       READ-MBP-REC.
           READ MBP-FILE INTO COBOL-LAYOUT
               AT END MOVE 'Y' TO MBP-EOF-SW.

       LOAD-PRIOR-STATUS.
      * a missing prior file is the first reporting cycle
           OPEN INPUT PRI-FILE.
           IF PRI-STATUS NOT = '00'
               MOVE 1                  TO PRI-EOF-SW
           ELSE
               PERFORM READ-PRI-REC
               PERFORM UNTIL PRI-EOF-SW = 1
                  IF WS-PS-COUNT < 50000
                     ADD 1                   TO WS-PS-COUNT
                     SET PS-IDX TO WS-PS-COUNT
                     MOVE PRI-ACCOUNT      TO PS-ACCOUNT (PS-IDX)
                     MOVE PRI-ACTION-CODE  TO PS-STATUS (PS-IDX)
                     MOVE PRI-DELQ-DAYS    TO PS-DELQ-DAYS (PS-IDX)
                     MOVE 'N'              TO PS-SEEN-SW (PS-IDX)
                  ELSE
                     DISPLAY '!!!! PRIOR STATUS TABLE FULL AT 50000 -'
                         UPON CRT AT 2301
                     DISPLAY '!!!!   TRANSITIONS WOULD BE WRONG, STOP'
                         UPON CRT AT 2401
                     MOVE 16             TO RETURN-CODE
                     STOP RUN
                  END-IF
                  PERFORM READ-PRI-REC
               END-PERFORM
               CLOSE PRI-FILE.

       READ-PRI-REC.
           READ PRI-FILE AT END MOVE 1 TO PRI-EOF-SW.

      * party copies written behind the borrower's own record are
      * the same loan and must not be reported twice
       READ-SET-REC.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               IF MB-CLIENT = '9999'
               OR MB-FLEXFIELD6 (1:15) = 'BANKRUPTCY COPY'
               OR MB-FLEXFIELD6 (1:15) = 'AUTHORIZED COPY'
                   GO TO READ-SET-REC
               ELSE
                   ADD 1               TO REC-CTR.

       001-MAIN.
           PERFORM FIND-GSE-TYPE THRU FIND-GSE-TYPE-EXIT.
           IF WS-GSE-TYPE = SPACES
               PERFORM READ-SET-REC
               GO TO 001-MAIN-EXIT.
           ADD 1                       TO GSE-CTR.
           IF WS-GSE-FNMA
               ADD 1                   TO FNMA-CTR
           ELSE
               ADD 1                   TO FHLMC-CTR.
           MOVE MB-DELQ-DAYS           TO WS-DELQ-DAYS.
           PERFORM DERIVE-WORKOUT.
           MOVE 'N'                    TO WS-REPORT-SW.
           IF WS-DELQ-DAYS NOT < 30
           OR WS-WORKOUT-IND NOT = SPACE
               MOVE 'Y'                TO WS-REPORT-SW.
           IF WS-REPORTABLE
               ADD 1                   TO REPORTED-CTR
               IF WS-WORKOUT-IND NOT = SPACE
                   ADD 1               TO WORKOUT-CTR
               END-IF
               PERFORM DERIVE-DELQ-STATUS
               PERFORM DERIVE-ACTION-CODE
               PERFORM WRITE-GSE-TRX
               PERFORM WRITE-CARRY-FORWARD
           ELSE
               MOVE SPACES             TO WS-ACTION-CODE.
           PERFORM CHECK-STATUS-CHANGE THRU CHECK-STATUS-CHANGE-EXIT.
           PERFORM READ-SET-REC.
       001-MAIN-EXIT.
           EXIT.

      *
      * Fiserv records carry the investor as CNP-INVESTOR-CODE and
      * the Alltel triplet is not there to key, so only Alltel
      * records are matched.  every control row is scored - an
      * exact BANK or AGGR outranks a wildcard
      *
       FIND-GSE-TYPE.
           MOVE SPACES                 TO WS-GSE-TYPE.
           MOVE 0                      TO WS-IV-BEST.
           IF MB-SERVICER-IS-FISERV
               GO TO FIND-GSE-TYPE-EXIT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-IV-COUNT
               SET IV-IDX TO WS-SUB
               IF IV-INV (IV-IDX) = MB-INV
               AND (IV-BANK (IV-IDX) = SPACES
                 OR IV-BANK (IV-IDX) = MB-BANK OF MB-REC)
               AND (IV-AGGR (IV-IDX) = SPACES
                 OR IV-AGGR (IV-IDX) = MB-AGGR OF MB-REC)
                   MOVE 1              TO WS-IV-SCORE
                   IF IV-BANK (IV-IDX) NOT = SPACES
                       ADD 1           TO WS-IV-SCORE
                   END-IF
                   IF IV-AGGR (IV-IDX) NOT = SPACES
                       ADD 1           TO WS-IV-SCORE
                   END-IF
                   IF WS-IV-SCORE > WS-IV-BEST
                       MOVE WS-IV-SCORE TO WS-IV-BEST
                       MOVE IV-TYPE (IV-IDX) TO WS-GSE-TYPE
                   END-IF
               END-IF
           END-PERFORM.
       FIND-GSE-TYPE-EXIT.
           EXIT.

      *
      * an active workout is reportable at any delinquency - a
      * modification status, a repayment plan the .mbp shows as
      * active, or a forbearance amount on the books
      *
       DERIVE-WORKOUT.
           MOVE SPACE                  TO WS-WORKOUT-IND.
           MOVE 'N'                    TO RP-FOUND-SW.
           IF WS-RP-COUNT > 0
               MOVE MB-ACCOUNT         TO WS-RPT-ACCOUNT
               MOVE WS-RPT-ACCOUNT (7:7) TO WS-LOAN-X
               SET RP-IDX TO 1
               SEARCH RP-ENTRY
                   AT END
                       MOVE 'N'        TO RP-FOUND-SW
                   WHEN RP-LOAN (RP-IDX) = WS-LOAN-X
                       MOVE 'Y'        TO RP-FOUND-SW
               END-SEARCH.
           IF MB-MODIFICATION-STATUS OF MB-REC NOT = SPACES
               MOVE 'M'                TO WS-WORKOUT-IND
           ELSE
           IF RP-FOUND
               MOVE 'R'                TO WS-WORKOUT-IND
           ELSE
           IF MB-FORBEARANCE-AMT NUMERIC
           AND MB-FORBEARANCE-AMT > 0
               MOVE 'F'                TO WS-WORKOUT-IND.

       DERIVE-DELQ-STATUS.
           IF WS-DELQ-DAYS < 30
               MOVE '0'                TO WS-DELQ-STATUS
           ELSE
           IF WS-DELQ-DAYS < 60
               MOVE '1'                TO WS-DELQ-STATUS
           ELSE
           IF WS-DELQ-DAYS < 90
               MOVE '2'                TO WS-DELQ-STATUS
           ELSE
           IF WS-DELQ-DAYS < 120
               MOVE '3'                TO WS-DELQ-STATUS
           ELSE
               MOVE '4'                TO WS-DELQ-STATUS.

      *
      * worst-first, the same precedence SFDMS1 gives HUD: a
      * bankruptcy stays a bankruptcy while foreclosure paper
      * exists, foreclosure beats any workout, and the workouts
      * rank modification, repayment plan, forbearance
      *
       DERIVE-ACTION-CODE.
           IF MB-BANKRUPT-CODE OF MB-REC NOT = SPACES
           AND MB-BANKRUPT-CODE OF MB-REC NOT = '00'
               IF MB-BANKRUPT-CODE OF MB-REC = '13'
                   MOVE '67'           TO WS-ACTION-CODE
               ELSE
               IF MB-BANKRUPT-CODE OF MB-REC = '11'
                   MOVE '66'           TO WS-ACTION-CODE
               ELSE
                   MOVE '65'           TO WS-ACTION-CODE
               END-IF
               END-IF
           ELSE
           IF MB-FOR1-STATUS-CD NOT = SPACES
           OR MB-FORECLOSURE-STOP OF MB-REC NOT = SPACES
               MOVE '43'               TO WS-ACTION-CODE
           ELSE
           IF WS-WORKOUT-IND = 'M'
               MOVE '28'               TO WS-ACTION-CODE
           ELSE
           IF WS-WORKOUT-IND = 'R'
               MOVE '12'               TO WS-ACTION-CODE
           ELSE
           IF WS-WORKOUT-IND = 'F'
               MOVE '09'               TO WS-ACTION-CODE
           ELSE
               MOVE '42'               TO WS-ACTION-CODE.

       WRITE-GSE-TRX.
           MOVE SPACES                 TO TRX-REC.
           MOVE WS-GSE-TYPE            TO TRX-GSE-TYPE.
           MOVE MB-INV                 TO TRX-INV.
           MOVE MB-BANK OF MB-REC                TO TRX-BANK.
           MOVE MB-AGGR OF MB-REC                TO TRX-AGGR.
           MOVE MB-ACCOUNT             TO TRX-ACCOUNT.
           MOVE MB-CLIENT              TO TRX-CLIENT.
           MOVE WS-DELQ-STATUS         TO TRX-DELQ-STATUS.
           MOVE WS-ACTION-CODE         TO TRX-ACTION-CODE.
           MOVE WS-CURRENT-DATE        TO TRX-STATUS-DATE.
           IF MB-LOAN-DUE-DATE-R NUMERIC
               MOVE MB-LOAN-DUE-DATE-R TO TRX-DUE-DATE
           ELSE
               MOVE 0                  TO TRX-DUE-DATE.
           MOVE WS-DELQ-DAYS           TO TRX-DELQ-DAYS.
           IF MB-FIRST-PRIN-BAL OF MB-REC NUMERIC
           AND MB-FIRST-PRIN-BAL OF MB-REC > 0
               MOVE MB-FIRST-PRIN-BAL OF MB-REC  TO TRX-UPB
           ELSE
               MOVE 0                  TO TRX-UPB.
           MOVE MB-PROPERTY-STATE      TO TRX-PROPERTY-STATE.
           MOVE WS-WORKOUT-IND         TO TRX-WORKOUT-IND.
           WRITE TRX-REC.
           ADD 1                       TO XMIT-REC-CTR.
           ADD TRX-ACCOUNT             TO XMIT-HASH
               ON SIZE ERROR CONTINUE
           END-ADD.

       WRITE-CARRY-FORWARD.
           MOVE SPACES                 TO CUR-REC.
           MOVE MB-ACCOUNT             TO CUR-ACCOUNT.
           MOVE WS-ACTION-CODE         TO CUR-ACTION-CODE.
           MOVE WS-DELQ-DAYS           TO CUR-DELQ-DAYS.
           MOVE WS-GSE-TYPE            TO CUR-GSE-TYPE.
           WRITE CUR-REC.

      *
      * every GSE loan on the .set is held against last cycle, not
      * only the reported ones - a loan that cured out of the
      * population is the case that needs looking at.  the
      * investor takes a foreclosure back out of default only as a
      * reinstatement: the loan fully current with the foreclosure
      * costs (corporate advance) and late charges repaid.  a
      * foreclosure that falls to a lesser code, or off the report,
      * with arrears or costs still owing is an exception and is
      * not to be keyed until the default team resolves it
      *
       CHECK-STATUS-CHANGE.
           MOVE 'N'                    TO PS-FOUND-SW.
           IF WS-PS-COUNT > 0
               SET PS-IDX TO 1
               SEARCH PS-ENTRY
                   AT END
                       MOVE 'N'        TO PS-FOUND-SW
                   WHEN PS-ACCOUNT (PS-IDX) = MB-ACCOUNT
                       MOVE 'Y'        TO PS-FOUND-SW
               END-SEARCH.
           IF NOT PS-FOUND
               GO TO CHECK-STATUS-CHANGE-EXIT.
           MOVE 'Y'                    TO PS-SEEN-SW (PS-IDX).
           MOVE PS-STATUS (PS-IDX)     TO WS-PRIOR-CODE.
           IF WS-PRIOR-CODE = WS-ACTION-CODE
               GO TO CHECK-STATUS-CHANGE-EXIT.
           MOVE MB-ACCOUNT             TO WS-RPT-ACCOUNT.
           IF WS-PRIOR-FCL
           AND NOT WS-ACTION-FCL
           AND NOT WS-ACTION-BANKRUPT
           AND (WS-DELQ-DAYS > 0
             OR (MB-CORP-ADV NUMERIC AND MB-CORP-ADV > 0)
             OR (MB-ACCRUED-LATE-CHG OF MB-REC NUMERIC
                 AND MB-ACCRUED-LATE-CHG OF MB-REC > 0))
               ADD 1                   TO EXCEPTION-CTR
               MOVE WS-DELQ-DAYS       TO WS-RPT-DAYS
               MOVE 0                  TO WS-RPT-CORP-ADV
               IF MB-CORP-ADV NUMERIC
                   MOVE MB-CORP-ADV    TO WS-RPT-CORP-ADV
               END-IF
               MOVE SPACES             TO OUT-REC
               STRING 'EXCEPTION '     DELIMITED BY SIZE
                      WS-RPT-ACCOUNT   DELIMITED BY SIZE
                      '  WAS 43  NOW '  DELIMITED BY SIZE
                      WS-ACTION-CODE   DELIMITED BY SIZE
                      '  FCL EXIT WITHOUT REINSTATEMENT - DAYS '
                                       DELIMITED BY SIZE
                      WS-RPT-DAYS      DELIMITED BY SIZE
                      ' CORP ADV '     DELIMITED BY SIZE
                      WS-RPT-CORP-ADV  DELIMITED BY SIZE
                   INTO OUT-REC
               WRITE OUT-REC
               GO TO CHECK-STATUS-CHANGE-EXIT.
           MOVE SPACES                 TO OUT-REC.
           IF WS-ACTION-CODE = SPACES
               ADD 1                   TO CURED-CTR
               STRING 'CURED     '     DELIMITED BY SIZE
                      WS-RPT-ACCOUNT   DELIMITED BY SIZE
                      '  WAS '         DELIMITED BY SIZE
                      WS-PRIOR-CODE    DELIMITED BY SIZE
                      '  NOW OUT OF DEFAULT'
                                       DELIMITED BY SIZE
                   INTO OUT-REC
           ELSE
               ADD 1                   TO CHANGED-CTR
               STRING 'CHANGED   '     DELIMITED BY SIZE
                      WS-RPT-ACCOUNT   DELIMITED BY SIZE
                      '  WAS '         DELIMITED BY SIZE
                      WS-PRIOR-CODE    DELIMITED BY SIZE
                      '  NOW '         DELIMITED BY SIZE
                      WS-ACTION-CODE   DELIMITED BY SIZE
                   INTO OUT-REC.
           WRITE OUT-REC.
       CHECK-STATUS-CHANGE-EXIT.
           EXIT.

      *
      * a loan reported last cycle and not on this cycle's .set at
      * all paid off, liquidated or transferred - the investor
      * needs the liquidation reported, so each one is an exception
      * the default team signs off on, not a silent vanish
      *
       EDIT-DROPPED-LOANS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PS-COUNT
               SET PS-IDX TO WS-SUB
               IF PS-SEEN-SW (PS-IDX) = 'N'
                   ADD 1               TO DROPPED-CTR
                   ADD 1               TO EXCEPTION-CTR
                   MOVE PS-ACCOUNT (PS-IDX) TO WS-RPT-ACCOUNT
                   MOVE SPACES         TO OUT-REC
                   STRING 'EXCEPTION '  DELIMITED BY SIZE
                          WS-RPT-ACCOUNT DELIMITED BY SIZE
                          '  WAS '      DELIMITED BY SIZE
                          PS-STATUS (PS-IDX) DELIMITED BY SIZE
                          '  NOT ON SET - REPORT LIQUIDATION OR'
                                         DELIMITED BY SIZE
                          ' TRANSFER'   DELIMITED BY SIZE
                       INTO OUT-REC
                   WRITE OUT-REC
               END-IF
           END-PERFORM.

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
           MOVE 'GSEDR1'               TO XR-PROGRAM.
           MOVE 'GSE'                  TO XR-RECIPIENT.
           MOVE 'GSE DEFAULT REPORT'   TO XR-PURPOSE.
           MOVE TRX-NAME               TO XR-FILE-NAME.
           MOVE XMIT-REC-CTR           TO XR-REC-COUNT.
           MOVE XMIT-HASH              TO XR-HASH.
           MOVE 'N'                    TO XR-PII-CLASS.
           MOVE XMIT-TIN-CTR           TO XR-TIN-COUNT.
           WRITE XR-REC.
           CLOSE XMITREG-FILE.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR GSEDR1' UPON CRT AT 0915.
           DISPLAY REC-CTR  'SET RECORDS READ          =' UPON CRT
               AT 1025.
           DISPLAY GSE-CTR  'GSE LOANS                 =' UPON CRT
               AT 1125.
           DISPLAY FNMA-CTR 'FANNIE MAE                =' UPON CRT
               AT 1225.
           DISPLAY FHLMC-CTR 'FREDDIE MAC              =' UPON CRT
               AT 1325.
           DISPLAY REPORTED-CTR 'DEFAULT RECORDS         =' UPON CRT
               AT 1425.
           DISPLAY WORKOUT-CTR 'IN ACTIVE WORKOUT        =' UPON CRT
               AT 1525.
           DISPLAY CHANGED-CTR 'STATUS CHANGES           =' UPON CRT
               AT 1625.
           DISPLAY CURED-CTR 'CURED OUT OF DEFAULT       =' UPON CRT
               AT 1725.
           DISPLAY EXCEPTION-CTR 'EXCEPTIONS             =' UPON CRT
               AT 1825.
           DISPLAY IVT-REJECT-CTR 'INVTYPE ROWS REJECTED =' UPON CRT
               AT 1925.
           IF EXCEPTION-CTR NOT = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           PERFORM WRITE-XMIT-REGISTRY.
           CLOSE IN1-FILE.
           CLOSE CUR-FILE.
           CLOSE TRX-FILE.
           CLOSE OUT-FILE.
           STOP RUN.
