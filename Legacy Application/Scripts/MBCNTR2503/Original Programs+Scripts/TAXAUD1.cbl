       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TAXAUD1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * escrowed property-tax disbursement timeliness audit -
      * TAXFCST1 forecasts the tax cash and ESCDISB1 lists what went
      * out, but nothing held a disbursement against the bill it
      * paid, and every late penalty has been the servicer's to
      * absorb.  this step takes the county tax calendar (state,
      * county, installment, due date, penalty date - taxcal.tab),
      * the tax-service vendor's parcel file for the county each
      * loan's taxes are owed to, and the recon750 registers named
      * on a register list with the date each one disbursed (the
      * recon750 layout carries no date of its own, the same as for
      * TAXFCST1).  for every escrowed loan on the cycle's .set
      * (MB-COUNTY-TAX or MB-CITY-TAX non-zero) the tax
      * disbursements are matched in date order to the county's
      * installments in due-date order - a disbursement can pay an
      * installment from six months ahead of its due date - and,
      * for installments that fell due in the last year:
      *   PAID LATE       the matching disbursement went out after
      *                   the penalty date
      *   PENALTY POSTED  no disbursement and the penalty date has
      *                   passed
      *   VARIANCE        paid, but the amount differs from the same
      *                   installment last tax year by more than the
      *                   calendar row's variance percent
      * installments past due with no disbursement and the penalty
      * date still ahead make up the chase list at the end of the
      * report, so the escrow desk can get them paid before the
      * penalty posts
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
      * the tax-service vendor's parcel file - the taxing county
      * of each loan, one row per loan and county
           SELECT PCL-FILE  ASSIGN TO DYNAMIC PCL-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS PCL-STATUS.
      * the register list - one line per recon750 register: the
      * date the register disbursed (YYYYMMDD), a space, and the
      * recon750 file's name
           SELECT LST-FILE  ASSIGN TO DYNAMIC LST-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS LST-STATUS.
      * whichever listed recon750 register is being read
           SELECT DSB-FILE  ASSIGN TO DYNAMIC DSB-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS DSB-STATUS.
      * the county tax calendar control
           SELECT CAL-FILE  ASSIGN TO DYNAMIC CAL-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS CAL-STATUS.
      * tax disbursement tran codes control - shared with TAXFCST1;
      * without it the match falls back to TAX leading the
      * description
           SELECT TXT-FILE  ASSIGN TO DYNAMIC TXT-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS TXT-STATUS.
      * the audit report and chase list
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
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
       FD  PCL-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PCL-REC.
       01  PCL-REC.
           05  PCL-CLIENT              PIC X(4).
           05  PCL-ACCOUNT             PIC 9(13).
           05  PCL-STATE               PIC X(2).
           05  PCL-COUNTY              PIC X(30).
           05  FILLER                  PIC X(11).

       FD  LST-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LST-REC.
       01  LST-REC.
           05  LST-DATE                PIC X(8).
           05  FILLER                  PIC X(1).
           05  LST-DSB-NAME            PIC X(64).
           05  FILLER                  PIC X(7).

       FD DSB-FILE
           RECORD CONTAINS 750 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DSB-REC.
       01 DSB-REC                      PIC X(750).

      *
      * one row per county installment and tax year; last tax
      * year's rows stay on the calendar so this year's amounts
      * have something to be compared with.  a zero variance
      * percent takes the 25 percent default
      *
       FD  CAL-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CAL-REC.
       01  CAL-REC.
           05  CAL-REC-STATE           PIC X(2).
           05  CAL-REC-COUNTY          PIC X(30).
           05  CAL-REC-INSTALL         PIC 9(1).
           05  CAL-REC-TAX-YEAR        PIC 9(4).
           05  CAL-REC-DUE-DATE        PIC 9(8).
           05  CAL-REC-PENALTY-DATE    PIC 9(8).
           05  CAL-REC-VAR-PCT         PIC 9(3).
           05  FILLER                  PIC X(4).

       FD  TXT-FILE
           RECORD CONTAINS 3 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TXT-REC.
       01  TXT-REC                     PIC X(3).

       FD OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01 OUT-REC                      PIC X(132).
      *
       WORKING-STORAGE SECTION.

       copy '/users/devel/recon750.cbl'.

       01  VARIABLES.
           05  IN1-PATH.
               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 IN1-NAME             PIC X(64).
           05  PCL-PATH.
               10 PCL-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 PCL-NAME             PIC X(64).
           05  LST-PATH.
               10 LST-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 LST-NAME             PIC X(64).
           05  DSB-PATH.
               10 DSB-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 DSB-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  CAL-PATH                PIC X(40)
               VALUE '/users/public/taxcal.tab'.
           05  TXT-PATH                PIC X(40)
               VALUE '/users/public/taxtran.tab'.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  PCL-STATUS              PIC X(2)  VALUE SPACES.
           05  LST-STATUS              PIC X(2)  VALUE SPACES.
           05  DSB-STATUS              PIC X(2)  VALUE SPACES.
           05  CAL-STATUS              PIC X(2)  VALUE SPACES.
           05  TXT-STATUS              PIC X(2)  VALUE SPACES.
           05  TXT-EOF-SW              PIC X(1)  VALUE 'N'.
               88  TXT-EOF                       VALUE 'Y'.
           05  CAL-EOF-SW              PIC X(1)  VALUE 'N'.
               88  CAL-EOF                       VALUE 'Y'.
           05  WS-TXT-COUNT            PIC S9(4) COMP VALUE 0.
           05  WS-COMMAND-LINE         PIC X(100).
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  PCL-CTR                 PIC 9(7)  VALUE 0.
           05  FILE-CTR                PIC 9(3)  VALUE 0.
           05  DSB-CTR                 PIC 9(7)  VALUE 0.
           05  TAXDSB-CTR              PIC 9(7)  VALUE 0.
           05  ESCROWED-CTR            PIC 9(7)  VALUE 0.
           05  AUDITED-CTR             PIC 9(7)  VALUE 0.
           05  LATE-CTR                PIC 9(7)  VALUE 0.
           05  PENALTY-CTR             PIC 9(7)  VALUE 0.
           05  VARIANCE-CTR            PIC 9(7)  VALUE 0.
           05  CHASE-CTR               PIC 9(7)  VALUE 0.
           05  NOCOUNTY-CTR            PIC 9(7)  VALUE 0.
           05  NOCAL-CTR               PIC 9(7)  VALUE 0.
           05  DROPPED-CTR             PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  PCL-EOF-SW              PIC 9(1)  VALUE 0.
           05  LST-EOF-SW              PIC 9(1)  VALUE 0.
           05  DSB-EOF-SW              PIC 9(1)  VALUE 0.
           05  TAX-HIT-SW              PIC X(1)  VALUE 'N'.
           05  PX-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  PX-FOUND                      VALUE 'Y'.
           05  TD-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  TD-FOUND                      VALUE 'Y'.
           05  WS-SUB                  PIC S9(4) COMP VALUE 0.
           05  WS-AU                   PIC S9(4) COMP VALUE 0.
           05  WS-LI                   PIC S9(4) COMP VALUE 0.
           05  WS-LJ                   PIC S9(4) COMP VALUE 0.
           05  WS-DP                   PIC S9(4) COMP VALUE 0.
           05  WS-CL                   PIC S9(4) COMP VALUE 0.
           05  WS-LIST-DATE            PIC 9(8)  VALUE 0.
           05  WS-DSB-ACCOUNT          PIC 9(13) VALUE 0.
           05  WS-DSB-TRAN             PIC X(3)  VALUE SPACES.
           05  WS-DSB-DESC             PIC X(15) VALUE SPACES.
           05  WS-DSB-AMT              PIC S9(7)V99 COMP-3 VALUE 0.
           05  WS-RPT-ACCOUNT          PIC 9(13) VALUE 0.
           05  WS-WINDOW-DATE          PIC 9(8)  VALUE 0.
           05  FILLER REDEFINES WS-WINDOW-DATE.
               10  WS-WIN-YYYY         PIC 9(4).
               10  WS-WIN-MM           PIC 9(2).
               10  WS-WIN-DD           PIC 9(2).
           05  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           05  FILLER REDEFINES WS-RUN-DATE.
               10  WS-RUN-YYYY         PIC 9(4).
               10  WS-RUN-MMDD         PIC 9(4).
           05  WS-YEAR-AGO             PIC 9(8)  VALUE 0.
           05  FILLER REDEFINES WS-YEAR-AGO.
               10  WS-AGO-YYYY         PIC 9(4).
               10  WS-AGO-MMDD         PIC 9(4).
           05  WS-PRIOR-AMT            PIC S9(7)V99 COMP-3 VALUE 0.
           05  WS-DIFF-AMT             PIC S9(7)V99 COMP-3 VALUE 0.
           05  WS-LIMIT-AMT            PIC S9(7)V99 COMP-3 VALUE 0.
           05  WS-VAR-PCT              PIC 9(3)  VALUE 0.
           05  WS-DEFAULT-VAR-PCT      PIC 9(3)  VALUE 25.
           05  WS-FINDING              PIC X(14) VALUE SPACES.
           05  WS-AMT-DISP             PIC Z,ZZZ,ZZ9.99-.
           05  WS-PRI-DISP             PIC Z,ZZZ,ZZ9.99-.
           05  WS-PAID-DATE            PIC 9(8)  VALUE 0.
           05  WS-HOLD-CL              PIC S9(4) COMP VALUE 0.
           05  WS-HOLD-DATE            PIC 9(8)  VALUE 0.
           05  WS-HOLD-AMT             PIC S9(7)V99 COMP-3 VALUE 0.

      *
      * tax tran codes from the optional control file
      *
       01  TAXTRAN-TABLE.
           05  TXT-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-TXT-COUNT
                   INDEXED BY TXT-IDX.
               10  TXT-TRAN            PIC X(3).

      *
      * the county tax calendar
      *
       01  TAX-CALENDAR-TABLE.
           05  CL-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-CL-COUNT
                   INDEXED BY CL-IDX.
               10  CL-STATE            PIC X(2).
               10  CL-COUNTY           PIC X(30).
               10  CL-INSTALL          PIC 9(1).
               10  CL-TAX-YEAR         PIC 9(4).
               10  CL-DUE-DATE         PIC 9(8).
               10  CL-PENALTY-DATE     PIC 9(8).
               10  CL-VAR-PCT          PIC 9(3).
       77  WS-CL-COUNT                 PIC S9(4) COMP VALUE 0.

      *
      * each loan's taxing counties off the parcel file - a loan
      * taxed by county and city carries two
      *
       01  PARCEL-TABLE.
           05  PX-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-PX-COUNT
                   INDEXED BY PX-IDX.
               10  PX-ACCOUNT          PIC 9(13).
               10  PX-AUTH-QTY         PIC 9(1).
               10  PX-AUTH OCCURS 3 TIMES.
                   15  PX-STATE        PIC X(2).
                   15  PX-COUNTY       PIC X(30).
       77  WS-PX-COUNT                 PIC S9(8) COMP VALUE 0.

      *
      * each account's tax disbursements off the registers, kept in
      * date order as they are booked
      *
       01  TAX-DISB-TABLE.
           05  TD-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-TD-COUNT
                   INDEXED BY TD-IDX.
               10  TD-ACCOUNT          PIC 9(13).
               10  TD-DISB-QTY         PIC 9(2).
               10  TD-DISB OCCURS 12 TIMES.
                   15  TD-DATE         PIC 9(8).
                   15  TD-AMOUNT       PIC S9(7)V99 COMP-3.
       77  WS-TD-COUNT                 PIC S9(8) COMP VALUE 0.

      *
      * the current loan's installments, due date order, with the
      * disbursement matched to each
      *
       01  LOAN-INSTALL-TABLE.
           05  LI-ENTRY OCCURS 24 TIMES.
               10  LI-CL               PIC S9(4) COMP.
               10  LI-PAID-DATE        PIC 9(8).
               10  LI-PAID-AMT         PIC S9(7)V99 COMP-3.
       77  WS-LI-COUNT                 PIC S9(4) COMP VALUE 0.

      *
      * the chase list, held for the end of the report
      *
       01  CHASE-TABLE.
           05  CH-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CH-COUNT
                   INDEXED BY CH-IDX.
               10  CH-CLIENT           PIC X(4).
               10  CH-ACCOUNT          PIC 9(13).
               10  CH-CL               PIC S9(4) COMP.
       77  WS-CH-COUNT                 PIC S9(4) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME PCL-NAME LST-NAME OUT-NAME.
           DISPLAY '* * * * B E G I N   T A X A U D 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR PCL-NAME = SPACES
           OR LST-NAME = SPACES OR OUT-NAME = SPACES
               DISPLAY '!!!! ENTER SET FILE, PARCEL FILE, REGISTER'
                   UPON CRT AT 2301
               DISPLAY '!!!!   LIST AND AUDIT FILE ON COMMAND LINE'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE            TO WS-YEAR-AGO.
           SUBTRACT 1                  FROM WS-AGO-YYYY.
           PERFORM LOAD-TAXTRAN-TABLE.
           PERFORM LOAD-CALENDAR-TABLE.
           IF WS-CL-COUNT = 0
               DISPLAY '!!!! NO COUNTY TAX CALENDAR (taxcal.tab) -'
                   UPON CRT AT 2301
               DISPLAY '!!!!   NOTHING TO AUDIT AGAINST'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM LOAD-PARCEL-TABLE.
           OPEN INPUT LST-FILE.
           IF LST-STATUS NOT = '00'
               DISPLAY '!!!! REGISTER LIST NOT FOUND OR NOT'
                   UPON CRT AT 2301
               DISPLAY LST-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM READ-LST-REC.
           PERFORM LOAD-ONE-REGISTER THRU LOAD-ONE-REGISTER-EXIT
               UNTIL LST-EOF-SW = 1.
           CLOSE LST-FILE.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! SET FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT OUT-FILE.
           MOVE SPACES                 TO OUT-REC.
           STRING 'ESCROWED TAX DISBURSEMENT AUDIT - RUN '
                                        DELIMITED BY SIZE
                  WS-RUN-DATE           DELIMITED BY SIZE
                  '  INSTALLMENTS DUE AFTER '
                                        DELIMITED BY SIZE
                  WS-YEAR-AGO           DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           PERFORM READ-SET-REC.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
           PERFORM WRITE-CHASE-LIST.
           PERFORM END-RTN.

       LOAD-TAXTRAN-TABLE.
           OPEN INPUT TXT-FILE.
           IF TXT-STATUS NOT = '00'
               MOVE 'Y'                   TO TXT-EOF-SW
           ELSE
               PERFORM READ-TXT-REC
               PERFORM UNTIL TXT-EOF
                  IF WS-TXT-COUNT < 20
                     ADD 1                   TO WS-TXT-COUNT
                     SET TXT-IDX TO WS-TXT-COUNT
                     MOVE TXT-REC           TO TXT-TRAN (TXT-IDX)
                  END-IF
                  PERFORM READ-TXT-REC
               END-PERFORM
               CLOSE TXT-FILE.

       READ-TXT-REC.
           READ TXT-FILE AT END MOVE 'Y' TO TXT-EOF-SW.

       LOAD-CALENDAR-TABLE.
           OPEN INPUT CAL-FILE.
           IF CAL-STATUS NOT = '00'
               MOVE 'Y'                   TO CAL-EOF-SW
           ELSE
               PERFORM READ-CAL-REC
               PERFORM UNTIL CAL-EOF
                  IF WS-CL-COUNT < 2000
                  AND CAL-REC-DUE-DATE NUMERIC
                  AND CAL-REC-PENALTY-DATE NUMERIC
                     ADD 1                   TO WS-CL-COUNT
                     SET CL-IDX TO WS-CL-COUNT
                     MOVE CAL-REC-STATE   TO CL-STATE (CL-IDX)
                     MOVE CAL-REC-COUNTY  TO CL-COUNTY (CL-IDX)
                     MOVE CAL-REC-INSTALL TO CL-INSTALL (CL-IDX)
                     MOVE CAL-REC-TAX-YEAR
                                        TO CL-TAX-YEAR (CL-IDX)
                     MOVE CAL-REC-DUE-DATE
                                        TO CL-DUE-DATE (CL-IDX)
                     MOVE CAL-REC-PENALTY-DATE
                                        TO CL-PENALTY-DATE (CL-IDX)
                     IF CAL-REC-VAR-PCT NUMERIC
                     AND CAL-REC-VAR-PCT NOT = 0
                        MOVE CAL-REC-VAR-PCT
                                        TO CL-VAR-PCT (CL-IDX)
                     ELSE
                        MOVE WS-DEFAULT-VAR-PCT
                                        TO CL-VAR-PCT (CL-IDX)
                     END-IF
                  END-IF
                  PERFORM READ-CAL-REC
               END-PERFORM
               CLOSE CAL-FILE.

       READ-CAL-REC.
           READ CAL-FILE AT END MOVE 'Y' TO CAL-EOF-SW.

      *
      * the parcel file may carry a loan's counties on consecutive
      * rows or scattered; either way they gather on one entry
      *
       LOAD-PARCEL-TABLE.
           OPEN INPUT PCL-FILE.
           IF PCL-STATUS NOT = '00'
               DISPLAY '!!!! PARCEL FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY PCL-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM UNTIL PCL-EOF-SW = 1
               READ PCL-FILE
                   AT END MOVE 1       TO PCL-EOF-SW
                   NOT AT END
                       ADD 1           TO PCL-CTR
                       IF PCL-ACCOUNT NUMERIC
                           PERFORM POST-PARCEL-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PCL-FILE.

       POST-PARCEL-ROW.
           MOVE 'N'                    TO PX-FOUND-SW.
           IF WS-PX-COUNT > 0
               SET PX-IDX TO 1
               SEARCH PX-ENTRY
                   AT END
                       MOVE 'N'        TO PX-FOUND-SW
                   WHEN PX-ACCOUNT (PX-IDX) = PCL-ACCOUNT
                       MOVE 'Y'        TO PX-FOUND-SW
               END-SEARCH.
           IF NOT PX-FOUND
               IF WS-PX-COUNT < 100000
                   ADD 1               TO WS-PX-COUNT
                   SET PX-IDX TO WS-PX-COUNT
                   MOVE PCL-ACCOUNT    TO PX-ACCOUNT (PX-IDX)
                   MOVE 0              TO PX-AUTH-QTY (PX-IDX)
                   MOVE 'Y'            TO PX-FOUND-SW
               ELSE
                   ADD 1               TO DROPPED-CTR.
           IF PX-FOUND
               IF PX-AUTH-QTY (PX-IDX) < 3
                   ADD 1               TO PX-AUTH-QTY (PX-IDX)
                   MOVE PX-AUTH-QTY (PX-IDX) TO WS-AU
                   MOVE PCL-STATE      TO PX-STATE (PX-IDX, WS-AU)
                   MOVE PCL-COUNTY     TO PX-COUNTY (PX-IDX, WS-AU)
               ELSE
                   ADD 1               TO DROPPED-CTR.

       READ-LST-REC.
           READ LST-FILE AT END MOVE 1 TO LST-EOF-SW.

      *
      * one listed register at a time, its disbursements dated with
      * the date the list row gives it; a row with a bad date or a
      * missing file is skipped loudly
      *
       LOAD-ONE-REGISTER.
           IF LST-DSB-NAME = SPACES
               GO TO LOAD-ONE-REGISTER-NEXT.
           IF LST-DATE NOT NUMERIC
               DISPLAY 'REGISTER LIST ROW HAS NO DATE - SKIPPED:'
                   UPON CRT AT 2101
               DISPLAY LST-DSB-NAME UPON CRT AT 2111
               GO TO LOAD-ONE-REGISTER-NEXT.
           MOVE LST-DATE               TO WS-LIST-DATE.
           MOVE LST-DSB-NAME           TO DSB-NAME.
           OPEN INPUT DSB-FILE.
           IF DSB-STATUS NOT = '00'
               DISPLAY 'LISTED REGISTER MISSING - SKIPPED:'
                   UPON CRT AT 2101
               DISPLAY DSB-NAME UPON CRT AT 2111
               GO TO LOAD-ONE-REGISTER-NEXT.
           ADD 1                       TO FILE-CTR.
           MOVE 0                      TO DSB-EOF-SW.
           PERFORM READ-DSB-REC.
           PERFORM LOAD-TAX-DISBURSEMENTS UNTIL DSB-EOF-SW = 1.
           CLOSE DSB-FILE.
       LOAD-ONE-REGISTER-NEXT.
           PERFORM READ-LST-REC.
       LOAD-ONE-REGISTER-EXIT.
           EXIT.

       READ-DSB-REC.
           READ DSB-FILE INTO CNP750-RECON-REC
               AT END MOVE 1 TO DSB-EOF-SW.
           IF DSB-EOF-SW = 0
               ADD 1                   TO DSB-CTR.

       LOAD-TAX-DISBURSEMENTS.
           IF RECON-PRIMARY-REC
               MOVE R-ACCOUNT          TO WS-DSB-ACCOUNT
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3
                   MOVE R-DISB-TRAN (WS-SUB) TO WS-DSB-TRAN
                   MOVE R-DISB-DESC (WS-SUB) TO WS-DSB-DESC
                   MOVE R-DISB-AMT (WS-SUB)  TO WS-DSB-AMT
                   PERFORM CHECK-ONE-TAX-DISB THRU CHECK-ONE-TAX-EXIT
               END-PERFORM
           ELSE
           IF RECON-OVERFLOW-REC
               MOVE RO-ACCOUNT         TO WS-DSB-ACCOUNT
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 30
                   MOVE RO-DISB-TRAN (WS-SUB) TO WS-DSB-TRAN
                   MOVE RO-DISB-DESC (WS-SUB) TO WS-DSB-DESC
                   MOVE RO-DISB-AMT (WS-SUB)  TO WS-DSB-AMT
                   PERFORM CHECK-ONE-TAX-DISB THRU CHECK-ONE-TAX-EXIT
               END-PERFORM.
           PERFORM READ-DSB-REC.

       CHECK-ONE-TAX-DISB.
           IF WS-DSB-TRAN = SPACES OR WS-DSB-AMT = 0
               GO TO CHECK-ONE-TAX-EXIT.
           MOVE 'N'                    TO TAX-HIT-SW.
           IF WS-TXT-COUNT > 0
               SET TXT-IDX TO 1
               SEARCH TXT-ENTRY
                   AT END CONTINUE
                   WHEN TXT-TRAN (TXT-IDX) = WS-DSB-TRAN
                       MOVE 'Y'        TO TAX-HIT-SW
               END-SEARCH
           ELSE
           IF WS-DSB-DESC (1:3) = 'TAX'
               MOVE 'Y'                TO TAX-HIT-SW.
           IF TAX-HIT-SW = 'N'
               GO TO CHECK-ONE-TAX-EXIT.
           ADD 1                       TO TAXDSB-CTR.
           PERFORM FIND-OR-ADD-TAX-DISB.
       CHECK-ONE-TAX-EXIT.
           EXIT.

      *
      * booked in date order whatever order the registers were
      * listed in - a later-dated disbursement already on the entry
      * moves up one slot to make room
      *
       FIND-OR-ADD-TAX-DISB.
           MOVE 'N'                    TO TD-FOUND-SW.
           IF WS-TD-COUNT > 0
               SET TD-IDX TO 1
               SEARCH TD-ENTRY
                   AT END
                       MOVE 'N'        TO TD-FOUND-SW
                   WHEN TD-ACCOUNT (TD-IDX) = WS-DSB-ACCOUNT
                       MOVE 'Y'        TO TD-FOUND-SW
               END-SEARCH.
           IF NOT TD-FOUND AND WS-TD-COUNT < 100000
               ADD 1                   TO WS-TD-COUNT
               SET TD-IDX TO WS-TD-COUNT
               MOVE WS-DSB-ACCOUNT     TO TD-ACCOUNT (TD-IDX)
               MOVE 0                  TO TD-DISB-QTY (TD-IDX)
               MOVE 'Y'                TO TD-FOUND-SW.
           IF NOT TD-FOUND OR TD-DISB-QTY (TD-IDX) NOT < 12
               ADD 1                   TO DROPPED-CTR
           ELSE
               ADD 1                   TO TD-DISB-QTY (TD-IDX)
               MOVE TD-DISB-QTY (TD-IDX) TO WS-DP
               PERFORM UNTIL WS-DP < 2
                   OR TD-DATE (TD-IDX, WS-DP - 1) NOT > WS-LIST-DATE
                   MOVE TD-DATE (TD-IDX, WS-DP - 1)
                       TO TD-DATE (TD-IDX, WS-DP)
                   MOVE TD-AMOUNT (TD-IDX, WS-DP - 1)
                       TO TD-AMOUNT (TD-IDX, WS-DP)
                   SUBTRACT 1          FROM WS-DP
               END-PERFORM
               MOVE WS-LIST-DATE       TO TD-DATE (TD-IDX, WS-DP)
               MOVE WS-DSB-AMT         TO TD-AMOUNT (TD-IDX, WS-DP).

       READ-SET-REC.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               IF MB-CLIENT = '9999'
                   GO TO READ-SET-REC
               ELSE
                   ADD 1               TO REC-CTR.

      *
      * per escrowed loan: the county installments are lined up in
      * due-date order and the loan's tax disbursements matched to
      * them, then every installment due in the last year is judged
      *
       001-MAIN.
           IF MB-COUNTY-TAX = 0 AND MB-CITY-TAX = 0
               PERFORM READ-SET-REC
               GO TO 001-MAIN-EXIT.
           ADD 1                       TO ESCROWED-CTR.
           MOVE MB-ACCOUNT             TO WS-RPT-ACCOUNT.
           MOVE 'N'                    TO PX-FOUND-SW.
           IF WS-PX-COUNT > 0
               SET PX-IDX TO 1
               SEARCH PX-ENTRY
                   AT END
                       MOVE 'N'        TO PX-FOUND-SW
                   WHEN PX-ACCOUNT (PX-IDX) = WS-RPT-ACCOUNT
                       MOVE 'Y'        TO PX-FOUND-SW
               END-SEARCH.
           IF NOT PX-FOUND
               ADD 1                   TO NOCOUNTY-CTR
               MOVE 'NO COUNTY'        TO WS-FINDING
               MOVE 0                  TO WS-CL
               PERFORM WRITE-EXCEPTION-LINE
               PERFORM READ-SET-REC
               GO TO 001-MAIN-EXIT.
           PERFORM BUILD-LOAN-INSTALLMENTS.
           IF WS-LI-COUNT = 0
               ADD 1                   TO NOCAL-CTR
               MOVE 'NO CALENDAR'      TO WS-FINDING
               MOVE 0                  TO WS-CL
               PERFORM WRITE-EXCEPTION-LINE
               PERFORM READ-SET-REC
               GO TO 001-MAIN-EXIT.
           ADD 1                       TO AUDITED-CTR.
           PERFORM MATCH-LOAN-DISBURSEMENTS.
           PERFORM JUDGE-ONE-INSTALLMENT THRU JUDGE-ONE-EXIT
               VARYING WS-LI FROM 1 BY 1 UNTIL WS-LI > WS-LI-COUNT.
           PERFORM READ-SET-REC.
       001-MAIN-EXIT.
           EXIT.

      *
      * every calendar row for each of the loan's counties, slotted
      * into due-date order as it is found
      *
       BUILD-LOAN-INSTALLMENTS.
           MOVE 0                      TO WS-LI-COUNT.
           PERFORM VARYING WS-AU FROM 1 BY 1
                   UNTIL WS-AU > PX-AUTH-QTY (PX-IDX)
               PERFORM VARYING WS-CL FROM 1 BY 1
                       UNTIL WS-CL > WS-CL-COUNT
                   IF CL-STATE (WS-CL) = PX-STATE (PX-IDX, WS-AU)
                   AND CL-COUNTY (WS-CL) = PX-COUNTY (PX-IDX, WS-AU)
                   AND WS-LI-COUNT < 24
                       PERFORM SLOT-LOAN-INSTALLMENT
                   END-IF
               END-PERFORM
           END-PERFORM.

       SLOT-LOAN-INSTALLMENT.
           ADD 1                       TO WS-LI-COUNT.
           MOVE WS-LI-COUNT            TO WS-LJ.
           PERFORM UNTIL WS-LJ < 2
               OR CL-DUE-DATE (LI-CL (WS-LJ - 1))
                      NOT > CL-DUE-DATE (WS-CL)
               MOVE LI-CL (WS-LJ - 1)  TO LI-CL (WS-LJ)
               SUBTRACT 1              FROM WS-LJ
           END-PERFORM.
           MOVE WS-CL                  TO LI-CL (WS-LJ).

      *
      * earliest disbursement to earliest unpaid installment; a
      * disbursement more than six months ahead of the next
      * installment's due date belongs to a tax year the calendar
      * does not carry and is passed over
      *
       MATCH-LOAN-DISBURSEMENTS.
           PERFORM VARYING WS-LI FROM 1 BY 1
                   UNTIL WS-LI > WS-LI-COUNT
               MOVE 0                  TO LI-PAID-DATE (WS-LI)
               MOVE 0                  TO LI-PAID-AMT (WS-LI)
           END-PERFORM.
           MOVE 'N'                    TO TD-FOUND-SW.
           IF WS-TD-COUNT > 0
               SET TD-IDX TO 1
               SEARCH TD-ENTRY
                   AT END
                       MOVE 'N'        TO TD-FOUND-SW
                   WHEN TD-ACCOUNT (TD-IDX) = WS-RPT-ACCOUNT
                       MOVE 'Y'        TO TD-FOUND-SW
               END-SEARCH.
           IF TD-FOUND
               MOVE 1                  TO WS-LI
               PERFORM VARYING WS-DP FROM 1 BY 1
                       UNTIL WS-DP > TD-DISB-QTY (TD-IDX)
                          OR WS-LI > WS-LI-COUNT
                   MOVE CL-DUE-DATE (LI-CL (WS-LI)) TO WS-WINDOW-DATE
                   IF WS-WIN-MM > 6
                       SUBTRACT 6      FROM WS-WIN-MM
                   ELSE
                       ADD 6           TO WS-WIN-MM
                       SUBTRACT 1      FROM WS-WIN-YYYY
                   END-IF
                   IF TD-DATE (TD-IDX, WS-DP) NOT < WS-WINDOW-DATE
                       MOVE TD-DATE (TD-IDX, WS-DP)
                           TO LI-PAID-DATE (WS-LI)
                       MOVE TD-AMOUNT (TD-IDX, WS-DP)
                           TO LI-PAID-AMT (WS-LI)
                       ADD 1           TO WS-LI
                   END-IF
               END-PERFORM.

       JUDGE-ONE-INSTALLMENT.
           MOVE LI-CL (WS-LI)          TO WS-CL.
           IF CL-DUE-DATE (WS-CL) NOT > WS-YEAR-AGO
           OR CL-DUE-DATE (WS-CL) > WS-RUN-DATE
               GO TO JUDGE-ONE-EXIT.
           MOVE LI-PAID-DATE (WS-LI)   TO WS-PAID-DATE.
           MOVE LI-PAID-AMT (WS-LI)    TO WS-DSB-AMT.
           IF WS-PAID-DATE = 0
               IF WS-RUN-DATE > CL-PENALTY-DATE (WS-CL)
                   ADD 1               TO PENALTY-CTR
                   MOVE 'PENALTY POSTED' TO WS-FINDING
                   PERFORM WRITE-FINDING-LINE
               ELSE
                   PERFORM ADD-CHASE-ENTRY
               END-IF
               GO TO JUDGE-ONE-EXIT.
           IF WS-PAID-DATE > CL-PENALTY-DATE (WS-CL)
               ADD 1                   TO LATE-CTR
               MOVE 'PAID LATE'        TO WS-FINDING
               PERFORM WRITE-FINDING-LINE.
           PERFORM FIND-PRIOR-YEAR-AMOUNT.
           IF WS-PRIOR-AMT NOT = 0
               COMPUTE WS-DIFF-AMT = WS-DSB-AMT - WS-PRIOR-AMT
               IF WS-DIFF-AMT < 0
                   COMPUTE WS-DIFF-AMT = 0 - WS-DIFF-AMT
               END-IF
               COMPUTE WS-LIMIT-AMT ROUNDED =
                   WS-PRIOR-AMT * CL-VAR-PCT (WS-CL) / 100
               IF WS-DIFF-AMT > WS-LIMIT-AMT
                   ADD 1               TO VARIANCE-CTR
                   MOVE 'VARIANCE'     TO WS-FINDING
                   PERFORM WRITE-FINDING-LINE
               END-IF
           END-IF.
       JUDGE-ONE-EXIT.
           EXIT.

      *
      * the same county and installment one tax year back, if it
      * was paid
      *
       FIND-PRIOR-YEAR-AMOUNT.
           MOVE 0                      TO WS-PRIOR-AMT.
           PERFORM VARYING WS-LJ FROM 1 BY 1
                   UNTIL WS-LJ > WS-LI-COUNT
               MOVE LI-CL (WS-LJ)      TO WS-HOLD-CL
               IF CL-STATE (WS-HOLD-CL) = CL-STATE (WS-CL)
               AND CL-COUNTY (WS-HOLD-CL) = CL-COUNTY (WS-CL)
               AND CL-INSTALL (WS-HOLD-CL) = CL-INSTALL (WS-CL)
               AND CL-TAX-YEAR (WS-HOLD-CL) + 1 = CL-TAX-YEAR (WS-CL)
                   MOVE LI-PAID-AMT (WS-LJ) TO WS-PRIOR-AMT
               END-IF
           END-PERFORM.

       ADD-CHASE-ENTRY.
           ADD 1                       TO CHASE-CTR.
           IF WS-CH-COUNT < 5000
               ADD 1                   TO WS-CH-COUNT
               SET CH-IDX TO WS-CH-COUNT
               MOVE MB-CLIENT          TO CH-CLIENT (CH-IDX)
               MOVE WS-RPT-ACCOUNT     TO CH-ACCOUNT (CH-IDX)
               MOVE WS-CL              TO CH-CL (CH-IDX)
           ELSE
               ADD 1                   TO DROPPED-CTR.

       WRITE-FINDING-LINE.
           MOVE WS-DSB-AMT             TO WS-AMT-DISP.
           MOVE WS-PRIOR-AMT           TO WS-PRI-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING WS-FINDING            DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  MB-CLIENT             DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-RPT-ACCOUNT        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  CL-STATE (WS-CL)      DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  CL-COUNTY (WS-CL)     DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  CL-TAX-YEAR (WS-CL)   DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  CL-INSTALL (WS-CL)    DELIMITED BY SIZE
                  ' DUE '               DELIMITED BY SIZE
                  CL-DUE-DATE (WS-CL)   DELIMITED BY SIZE
                  ' PEN '               DELIMITED BY SIZE
                  CL-PENALTY-DATE (WS-CL)
                                        DELIMITED BY SIZE
                  ' PAID '              DELIMITED BY SIZE
                  WS-PAID-DATE          DELIMITED BY SIZE
                  WS-AMT-DISP           DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           IF WS-FINDING = 'VARIANCE'
               MOVE SPACES             TO OUT-REC
               STRING '               SAME INSTALLMENT LAST TAX YEAR'
                                        DELIMITED BY SIZE
                      WS-PRI-DISP       DELIMITED BY SIZE
                   INTO OUT-REC
               WRITE OUT-REC.

       WRITE-EXCEPTION-LINE.
           MOVE SPACES                 TO OUT-REC.
           STRING WS-FINDING            DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  MB-CLIENT             DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-RPT-ACCOUNT        DELIMITED BY SIZE
                  ' ESCROWED FOR TAX BUT NOT AUDITED - '
                                        DELIMITED BY SIZE
                  'NO MATCHING PARCEL OR CALENDAR ROWS'
                                        DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       WRITE-CHASE-LIST.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           STRING 'CHASE LIST - PAST DUE, NO DISBURSEMENT, '
                                        DELIMITED BY SIZE
                  'PENALTY NOT YET POSTED'
                                        DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CH-COUNT
               SET CH-IDX TO WS-SUB
               MOVE CH-CL (CH-IDX)     TO WS-CL
               MOVE CH-ACCOUNT (CH-IDX) TO WS-RPT-ACCOUNT
               MOVE SPACES             TO OUT-REC
               STRING 'CHASE '          DELIMITED BY SIZE
                      CH-CLIENT (CH-IDX) DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WS-RPT-ACCOUNT    DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      CL-STATE (WS-CL)  DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      CL-COUNTY (WS-CL) DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      CL-TAX-YEAR (WS-CL) DELIMITED BY SIZE
                      '/'               DELIMITED BY SIZE
                      CL-INSTALL (WS-CL) DELIMITED BY SIZE
                      ' DUE '           DELIMITED BY SIZE
                      CL-DUE-DATE (WS-CL) DELIMITED BY SIZE
                      ' PENALTY POSTS AFTER '
                                        DELIMITED BY SIZE
                      CL-PENALTY-DATE (WS-CL)
                                        DELIMITED BY SIZE
                   INTO OUT-REC
               WRITE OUT-REC
           END-PERFORM.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR TAXAUD1' UPON CRT AT 0915.
           DISPLAY REC-CTR  'SET RECORDS READ          =' UPON CRT
               AT 1125.
           DISPLAY FILE-CTR 'REGISTERS READ            =' UPON CRT
               AT 1225.
           DISPLAY TAXDSB-CTR 'TAX DISBURSEMENTS        =' UPON CRT
               AT 1325.
           DISPLAY ESCROWED-CTR 'TAX-ESCROWED LOANS       =' UPON CRT
               AT 1425.
           DISPLAY AUDITED-CTR 'LOANS AUDITED            =' UPON CRT
               AT 1525.
           DISPLAY LATE-CTR 'PAID AFTER PENALTY DATE   =' UPON CRT
               AT 1625.
           DISPLAY PENALTY-CTR 'UNPAID, PENALTY POSTED  =' UPON CRT
               AT 1725.
           DISPLAY CHASE-CTR 'CHASE LIST               =' UPON CRT
               AT 1825.
           DISPLAY VARIANCE-CTR 'AMOUNT VARIANCES        =' UPON CRT
               AT 1925.
           DISPLAY NOCOUNTY-CTR 'NO PARCEL COUNTY         =' UPON CRT
               AT 2025.
           DISPLAY NOCAL-CTR 'NO CALENDAR FOR COUNTY   =' UPON CRT
               AT 2125.
           IF DROPPED-CTR NOT = 0
               DISPLAY DROPPED-CTR 'DROPPED - TABLES FULL   ='
                   UPON CRT AT 2225.
           IF LATE-CTR NOT = 0 OR PENALTY-CTR NOT = 0
               MOVE 8                  TO RETURN-CODE
           ELSE
           IF CHASE-CTR NOT = 0 OR VARIANCE-CTR NOT = 0
           OR NOCOUNTY-CTR NOT = 0 OR NOCAL-CTR NOT = 0
           OR DROPPED-CTR NOT = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE IN1-FILE.
           CLOSE OUT-FILE.
           STOP RUN.
