       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NIGHTGEN1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * nightly manifest generation - the nightrun.sh manifest was a
      * hand-edited file, and every month-end and year-end somebody
      * had to remember to add INVOICE1, SFDMS1, INVREMIT1,
      * FIRE1098A, YE1099INT1 and the rest.  the night's steps now
      * live in a step catalog, each tagged with the days it runs
      * on, and this step writes that night's manifest from it,
      * with a listing of every step - what was included, what was
      * left out, and why.  business days come from bankcal.tab the
      * way ACHDRAFT1 counts them
      *
      * the catalog is the manifest line with its schedule in front:
      *
      *   schedule|step-name|command line|predecessors|max-ok-rc
      *
      *   DAILY|LOCKBOX|lockbox1 "lbx.in lbx.out"||0
      *   BUSDAY|SET0277|setmb2000 "0277 f0277p.asc JOB001"|ARR0277|4
      *   MONTHEND|INVOICE|invoice1 "..."|SET0277|0
      *   YEAREND,DAY15|...
      *
      * schedules - a step runs when any one of its tags is due:
      *   DAILY     every night
      *   BUSDAY    nights that are business days
      *   MONTHEND  the last business day of the month
      *   QTREND    the last business day of March, June, September
      *             and December
      *   YEAREND   the last business day of December
      *   DAYnn     day nn of the month, or the first business day
      *             after it when nn is not one; a day past the end
      *             of a short month means its last day
      *
      * the date generated for is remembered in nightgen.ctl, and a
      * periodic step that came due on a night since then that was
      * never generated (a lost night, a night run by hand) is put
      * on tonight's manifest instead of waiting a month - up to 31
      * nights back.  a predecessor that is catalogued but not
      * scheduled tonight is dropped from its dependent's line, so a
      * daily step waiting on a month-end step only waits at month
      * end.  a catalog the generator cannot trust - an unknown tag,
      * a duplicate step, a predecessor that is not catalogued
      * earlier - ends RC 16 with a manifest holding no steps, so
      * yesterday's manifest can never be run again by mistake
      *
      *   nightgen1 "catalog manifest listing [yyyymmdd]"
      *
      * the run date defaults to today.  the step ends RC 4 when it
      * made up a missed night, so the listing gets read, and RC 16
      * on a catalog in error
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the step catalog and tonight's manifest are text - the
      * catalog is kept with an editor and nightrun.sh reads the
      * manifest a line at a time - so both are line sequential
      * the step catalog
           SELECT CAT-FILE  ASSIGN TO DYNAMIC CAT-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS CAT-STATUS.
      * tonight's manifest for nightrun.sh
           SELECT MAN-FILE  ASSIGN TO DYNAMIC MAN-PATH
                  ORGANIZATION LINE SEQUENTIAL.
      * the listing of included and omitted steps
           SELECT OUT-FILE  ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the last date a manifest was generated for - optional
           SELECT CTL-FILE  ASSIGN TO DYNAMIC CTL-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS CTL-STATUS.
      * Federal Reserve holiday calendar
           SELECT CAL-FILE ASSIGN TO DYNAMIC CAL-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS CAL-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  CAT-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CAT-REC.
       01  CAT-REC                     PIC X(300).

       FD  MAN-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MAN-REC.
       01  MAN-REC                     PIC X(300).

       FD OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01 OUT-REC                      PIC X(132).

       FD  CTL-FILE
           RECORD CONTAINS 8 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CTL-REC.
       01  CTL-REC                     PIC 9(8).

       FD  CAL-FILE
           RECORD CONTAINS 8 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CAL-REC.
       01  CAL-REC                     PIC 9(8).
      *
       WORKING-STORAGE SECTION.

       01  VARIABLES.
           05  CAT-PATH.
               10 CAT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 CAT-NAME             PIC X(64).
           05  MAN-PATH.
               10 MAN-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 MAN-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  CTL-PATH                PIC X(40)
               VALUE '/users/public/nightgen.ctl'.
           05  CAL-PATH                PIC X(40)
               VALUE '/users/public/bankcal.tab'.
           05  CAT-STATUS              PIC X(2)  VALUE SPACES.
           05  CTL-STATUS              PIC X(2)  VALUE SPACES.
           05  CAL-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  WS-RUN-DATE-X           PIC X(8)  VALUE SPACES.
           05  CAT-CTR                 PIC 9(7)  VALUE 0.
           05  STEP-CTR                PIC 9(7)  VALUE 0.
           05  INCL-CTR                PIC 9(7)  VALUE 0.
           05  PERIODIC-CTR            PIC 9(7)  VALUE 0.
           05  CATCHUP-CTR             PIC 9(7)  VALUE 0.
           05  OMIT-CTR                PIC 9(7)  VALUE 0.
           05  DROP-CTR                PIC 9(7)  VALUE 0.
           05  ERROR-CTR               PIC 9(7)  VALUE 0.
           05  CAT-EOF-SW              PIC X(1)  VALUE 'N'.
               88  CAT-EOF                       VALUE 'Y'.
           05  CAL-EOF-SW              PIC X(1)  VALUE 'N'.
               88  CAL-EOF                       VALUE 'Y'.
           05  WS-CAL-COUNT            PIC S9(4) COMP VALUE 0.
           05  DUE-SW                  PIC X(1)  VALUE 'N'.
               88  STEP-DUE                      VALUE 'Y'.
           05  FOUND-SW                PIC X(1)  VALUE 'N'.
               88  PRED-FOUND                    VALUE 'Y'.
           05  DAY-DUE-SW              PIC X(1)  VALUE 'N'.
               88  DAY-DUE                       VALUE 'Y'.
           05  WS-SUB                  PIC S9(4) COMP VALUE 0.
           05  WS-SUB2                 PIC S9(4) COMP VALUE 0.
           05  WS-TG-SUB               PIC S9(4) COMP VALUE 0.
           05  WS-DT-SUB               PIC S9(4) COMP VALUE 0.
           05  WS-LEN                  PIC S9(4) COMP VALUE 0.
           05  WS-PTR                  PIC S9(4) COMP VALUE 0.
           05  WS-KEEP-PTR             PIC S9(4) COMP VALUE 0.
           05  WS-TAGS-LEN             PIC S9(4) COMP VALUE 0.
           05  WS-STEP-LEN             PIC S9(4) COMP VALUE 0.
           05  WS-CMD-LEN              PIC S9(4) COMP VALUE 0.
           05  WS-PREDS-LEN            PIC S9(4) COMP VALUE 0.
           05  WS-MAXRC-LEN            PIC S9(4) COMP VALUE 0.
           05  WS-FIELD-CTR            PIC S9(4) COMP VALUE 0.
           05  WS-CT-TAGS              PIC X(40) VALUE SPACES.
           05  WS-CT-STEP              PIC X(20) VALUE SPACES.
           05  WS-CT-CMD               PIC X(160) VALUE SPACES.
           05  WS-CT-PREDS             PIC X(60) VALUE SPACES.
           05  WS-CT-MAXRC             PIC X(4)  VALUE SPACES.
           05  WS-PRED-NAME            PIC X(20) VALUE SPACES.
           05  WS-KEPT-PREDS           PIC X(60) VALUE SPACES.
           05  WS-TAG                  PIC X(8)  VALUE SPACES.
           05  WS-TAG-R REDEFINES WS-TAG.
               10  WS-TAG-DAY-LIT      PIC X(3).
               10  WS-TAG-DAY          PIC 9(2).
               10  WS-TAG-DAY-X REDEFINES WS-TAG-DAY
                                       PIC X(2).
               10  WS-TAG-DAY-REST     PIC X(3).
           05  WS-REASON               PIC X(50) VALUE SPACES.
           05  WS-DUE-REASON           PIC X(34) VALUE SPACES.
           05  WS-RPT-LINE-NO          PIC 9(5)  VALUE 0.
           05  WS-CURRENT-DATE         PIC 9(8)  VALUE 0.
           05  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           05  WS-LAST-GEN-DATE        PIC 9(8)  VALUE 0.
           05  WS-TARGET-DATE          PIC 9(8)  VALUE 0.
           05  WS-WINDOW-CUT-SW        PIC X(1)  VALUE 'N'.
               88  WINDOW-CUT                    VALUE 'Y'.
      *
      * calendar work fields - the day of week comes from Zeller's
      * congruence, as in ACHDRAFT1
      *
           05  WS-WALK-DATE.
               10  WS-WK-YYYY          PIC 9(4).
               10  WS-WK-MM            PIC 9(2).
               10  WS-WK-DD            PIC 9(2).
           05  WS-WALK-DATE-N REDEFINES WS-WALK-DATE PIC 9(8).
           05  WS-LIMIT-DATE.
               10  WS-LM-YYYY          PIC 9(4).
               10  WS-LM-MM            PIC 9(2).
               10  WS-LM-DD            PIC 9(2).
           05  WS-LIMIT-DATE-N REDEFINES WS-LIMIT-DATE PIC 9(8).
           05  WS-Z-Y                  PIC S9(9) COMP VALUE 0.
           05  WS-Z-M                  PIC S9(9) COMP VALUE 0.
           05  WS-Z-WORK               PIC S9(9) COMP VALUE 0.
           05  WS-Z-CENT               PIC S9(9) COMP VALUE 0.
           05  WS-Z-YY                 PIC S9(9) COMP VALUE 0.
           05  WS-Z-QUOT               PIC S9(9) COMP VALUE 0.
           05  WS-Z-T1                 PIC S9(9) COMP VALUE 0.
           05  WS-Z-T2                 PIC S9(9) COMP VALUE 0.
           05  WS-Z-T3                 PIC S9(9) COMP VALUE 0.
           05  WS-Z-DOW                PIC S9(9) COMP VALUE 0.
           05  BUSINESS-DAY-SW         PIC X(1)  VALUE 'N'.
               88  BUSINESS-DAY                  VALUE 'Y'.
           05  WS-DAY-LIMIT            PIC S9(4) COMP VALUE 0.
           05  WS-LIM-REM              PIC 9(4)  VALUE 0.
           05  WS-LIM-QUOT             PIC 9(4)  VALUE 0.
           05  WS-MONTH-DAYS-X         PIC X(24)
               VALUE '312831303130313130313031'.
           05  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-X.
               10  WS-MO-DAYS          PIC 9(2) OCCURS 12 TIMES.

       01  WS-HDR-LINE.
           05  FILLER                  PIC X(20)
               VALUE 'NIGHTLY MANIFEST FOR'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  HDR-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HDR-DAY-TYPE            PIC X(18).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HDR-PERIOD              PIC X(40).
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  WS-COL-LINE.
           05  FILLER                  PIC X(22) VALUE 'STEP'.
           05  FILLER                  PIC X(42) VALUE 'SCHEDULE'.
           05  FILLER                  PIC X(10) VALUE 'ACTION'.
           05  FILLER                  PIC X(58) VALUE 'REASON'.

       01  WS-DTL-LINE.
           05  DTL-STEP                PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DTL-TAGS                PIC X(40).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DTL-ACTION              PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DTL-REASON              PIC X(50).
           05  FILLER                  PIC X(8)  VALUE SPACES.

      *
      * Federal Reserve holidays loaded from bankcal.tab
      *
       01  BANKCAL-TABLE.
           05  CAL-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CAL-COUNT
                   INDEXED BY CAL-IDX.
               10  CAL-DATE            PIC 9(8).

      *
      * the nights being generated for - tonight first, then back
      * through any nights since the last generation that were
      * never generated
      *
       01  DATE-TABLE.
           05  DT-ENTRY OCCURS 32 TIMES.
               10  DT-DATE             PIC 9(8).
               10  DT-DATE-R REDEFINES DT-DATE.
                   15  DT-YYYY         PIC 9(4).
                   15  DT-MM           PIC 9(2).
                   15  DT-DD           PIC 9(2).
               10  DT-BUS-SW           PIC X(1).
                   88  DT-BUSINESS-DAY           VALUE 'Y'.
               10  DT-MEND-SW          PIC X(1).
                   88  DT-MONTH-END              VALUE 'Y'.
               10  DT-PREV-BUS         PIC 9(8).
       77  WS-DT-COUNT                 PIC S9(4) COMP VALUE 0.

      *
      * the catalog, held whole so every predecessor can be checked
      * against the steps named before it
      *
       01  STEP-TABLE.
           05  ST-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-ST-COUNT
                   INDEXED BY ST-IDX.
               10  ST-NAME             PIC X(20).
               10  ST-TAGS             PIC X(40).
               10  ST-TAG              PIC X(8) OCCURS 6 TIMES.
               10  ST-TAG-COUNT        PIC S9(4) COMP.
               10  ST-COMMAND          PIC X(160).
               10  ST-CMD-LEN          PIC S9(4) COMP.
               10  ST-PREDS            PIC X(60).
               10  ST-MAXRC            PIC X(4).
               10  ST-PERIODIC-SW      PIC X(1).
                   88  ST-PERIODIC               VALUE 'Y'.
               10  ST-INCL-SW          PIC X(1).
                   88  ST-INCLUDED               VALUE 'Y'.
               10  ST-REASON           PIC X(50).
       77  WS-ST-COUNT                 PIC S9(4) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO CAT-NAME MAN-NAME OUT-NAME WS-RUN-DATE-X.
           DISPLAY '* * * B E G I N   N I G H T G E N 1 . C B L'
               UPON CRT AT 1401.
           IF CAT-NAME = SPACES OR MAN-NAME = SPACES
           OR OUT-NAME = SPACES
               DISPLAY '!!!! ENTER CATALOG, MANIFEST AND LISTING'
                   UPON CRT AT 2301
               DISPLAY '!!!!   FILES ON COMMAND LINE'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE        TO WS-RUN-DATE.
           IF WS-RUN-DATE-X NOT = SPACES
               PERFORM EDIT-RUN-DATE.
           PERFORM LOAD-BANKCAL-TABLE.
           PERFORM READ-CONTROL-DATE.
      * the manifest is replaced before anything can fail, so a
      * catalog in error never leaves last night's steps behind
           OPEN OUTPUT MAN-FILE.
           MOVE SPACES                 TO MAN-REC.
           STRING '# NIGHTLY MANIFEST FOR ' DELIMITED BY SIZE
                  WS-RUN-DATE           DELIMITED BY SIZE
                  ' FROM '              DELIMITED BY SIZE
                  CAT-NAME              DELIMITED BY SPACE
               INTO MAN-REC.
           WRITE MAN-REC.
           OPEN OUTPUT OUT-FILE.
           PERFORM BUILD-DATE-TABLE.
           PERFORM WRITE-LISTING-HEADER.
           PERFORM LOAD-STEP-TABLE THRU LOAD-STEP-TABLE-EXIT.
           PERFORM CHECK-PREDECESSORS
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-ST-COUNT.
           IF ERROR-CTR NOT = 0
               PERFORM CATALOG-IN-ERROR.
           PERFORM EVALUATE-STEP
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-ST-COUNT.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-ST-COUNT.
           PERFORM WRITE-CONTROL-DATE.
           PERFORM END-RTN.

       EDIT-RUN-DATE.
           IF WS-RUN-DATE-X NOT NUMERIC
               DISPLAY '!!!! RUN DATE MUST BE YYYYMMDD'
                   UPON CRT AT 2301
               DISPLAY WS-RUN-DATE-X UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           MOVE WS-RUN-DATE-X          TO WS-WALK-DATE-N.
           MOVE 0                      TO WS-DAY-LIMIT.
           IF WS-WK-MM > 0 AND WS-WK-MM < 13
               MOVE WS-WK-YYYY         TO WS-LM-YYYY
               MOVE WS-WK-MM           TO WS-LM-MM
               PERFORM SET-DAY-LIMIT.
           IF WS-WK-DD = 0 OR WS-WK-DD > WS-DAY-LIMIT
               DISPLAY '!!!! RUN DATE IS NOT A CALENDAR DATE'
                   UPON CRT AT 2301
               DISPLAY WS-RUN-DATE-X UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           MOVE WS-WALK-DATE-N         TO WS-RUN-DATE.

       LOAD-BANKCAL-TABLE.
      * bankcal.tab is an optional control file; without one only
      * weekends are skipped
           OPEN INPUT CAL-FILE.
           IF CAL-STATUS NOT = '00'
               MOVE 'Y'                   TO CAL-EOF-SW
           ELSE
               PERFORM READ-CAL-REC
               PERFORM UNTIL CAL-EOF
                  IF WS-CAL-COUNT < 500
                     ADD 1                   TO WS-CAL-COUNT
                     SET CAL-IDX TO WS-CAL-COUNT
                     MOVE CAL-REC           TO CAL-DATE (CAL-IDX)
                  END-IF
                  PERFORM READ-CAL-REC
               END-PERFORM
               CLOSE CAL-FILE.

       READ-CAL-REC.
           READ CAL-FILE AT END MOVE 'Y' TO CAL-EOF-SW.

       READ-CONTROL-DATE.
      * no control file is the first generation - tonight only
           OPEN INPUT CTL-FILE.
           IF CTL-STATUS = '00'
               READ CTL-FILE
                   AT END MOVE 0       TO CTL-REC
               END-READ
               IF CTL-REC NUMERIC
                   MOVE CTL-REC        TO WS-LAST-GEN-DATE
               END-IF
               CLOSE CTL-FILE.

       WRITE-CONTROL-DATE.
      * a rerun for an earlier night never moves the control date
      * back over nights already generated
           IF WS-RUN-DATE > WS-LAST-GEN-DATE
               OPEN OUTPUT CTL-FILE
               MOVE WS-RUN-DATE        TO CTL-REC
               WRITE CTL-REC
               CLOSE CTL-FILE.

      *
      * tonight, then each night back to the one after the last
      * generation; each entry carries whether it was a business
      * day, whether it was the month's last business day, and the
      * business day before it
      *
       BUILD-DATE-TABLE.
           MOVE WS-RUN-DATE            TO WS-WALK-DATE-N.
           PERFORM ADD-DATE-ENTRY.
           IF WS-LAST-GEN-DATE > 0
           AND WS-LAST-GEN-DATE < WS-RUN-DATE
               PERFORM SUBTRACT-ONE-DAY
               PERFORM UNTIL WS-WALK-DATE-N NOT > WS-LAST-GEN-DATE
                          OR WS-DT-COUNT = 32
                   PERFORM ADD-DATE-ENTRY
                   PERFORM SUBTRACT-ONE-DAY
               END-PERFORM
               IF WS-WALK-DATE-N > WS-LAST-GEN-DATE
                   MOVE 'Y'            TO WS-WINDOW-CUT-SW
               END-IF
           END-IF.

       ADD-DATE-ENTRY.
           ADD 1                       TO WS-DT-COUNT.
           MOVE WS-WALK-DATE-N         TO DT-DATE (WS-DT-COUNT).
           MOVE 'N'                    TO DT-MEND-SW (WS-DT-COUNT).
           MOVE 0                      TO DT-PREV-BUS (WS-DT-COUNT).
           PERFORM CHECK-BUSINESS-DAY
               THRU CHECK-BUSINESS-EXIT.
           MOVE BUSINESS-DAY-SW        TO DT-BUS-SW (WS-DT-COUNT).
           IF BUSINESS-DAY
               PERFORM NEXT-BUSINESS-DAY
               IF WS-WK-MM NOT = DT-MM (WS-DT-COUNT)
                   MOVE 'Y'            TO DT-MEND-SW (WS-DT-COUNT)
               END-IF
               MOVE DT-DATE (WS-DT-COUNT) TO WS-WALK-DATE-N
               PERFORM PRIOR-BUSINESS-DAY
               MOVE WS-WALK-DATE-N     TO DT-PREV-BUS (WS-DT-COUNT)
           END-IF.
           MOVE DT-DATE (WS-DT-COUNT)  TO WS-WALK-DATE-N.

       NEXT-BUSINESS-DAY.
           PERFORM ADD-ONE-DAY.
           PERFORM CHECK-BUSINESS-DAY
               THRU CHECK-BUSINESS-EXIT.
           PERFORM UNTIL BUSINESS-DAY
               PERFORM ADD-ONE-DAY
               PERFORM CHECK-BUSINESS-DAY
                   THRU CHECK-BUSINESS-EXIT
           END-PERFORM.

       PRIOR-BUSINESS-DAY.
           PERFORM SUBTRACT-ONE-DAY.
           PERFORM CHECK-BUSINESS-DAY
               THRU CHECK-BUSINESS-EXIT.
           PERFORM UNTIL BUSINESS-DAY
               PERFORM SUBTRACT-ONE-DAY
               PERFORM CHECK-BUSINESS-DAY
                   THRU CHECK-BUSINESS-EXIT
           END-PERFORM.

       WRITE-LISTING-HEADER.
           MOVE WS-RUN-DATE            TO HDR-RUN-DATE.
           MOVE SPACES                 TO HDR-PERIOD.
           IF DT-BUSINESS-DAY (1)
               MOVE 'BUSINESS DAY'     TO HDR-DAY-TYPE
           ELSE
               MOVE 'NOT A BUSINESS DAY' TO HDR-DAY-TYPE.
           IF DT-MONTH-END (1)
               IF DT-MM (1) = 12
                   MOVE 'MONTH END - QUARTER END - YEAR END'
                                       TO HDR-PERIOD
               ELSE
               IF DT-MM (1) = 3 OR DT-MM (1) = 6 OR DT-MM (1) = 9
                   MOVE 'MONTH END - QUARTER END' TO HDR-PERIOD
               ELSE
                   MOVE 'MONTH END'    TO HDR-PERIOD.
           MOVE WS-HDR-LINE            TO OUT-REC.
           WRITE OUT-REC.
           IF WS-DT-COUNT > 1
               MOVE SPACES             TO OUT-REC
               STRING 'NIGHTS NOT GENERATED SINCE '
                                        DELIMITED BY SIZE
                      WS-LAST-GEN-DATE  DELIMITED BY SIZE
                      ' CHECKED BACK TO '
                                        DELIMITED BY SIZE
                      DT-DATE (WS-DT-COUNT)
                                        DELIMITED BY SIZE
                   INTO OUT-REC
               WRITE OUT-REC.
           IF WINDOW-CUT
               MOVE '!!!! OVER 31 NIGHTS BACK - OLDER ONES NOT CHECKED'
                   TO OUT-REC
               WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-COL-LINE            TO OUT-REC.
           WRITE OUT-REC.

      *
      * the catalog into storage - each line split into its five
      * fields and its schedule tags; a line the generator cannot
      * trust is listed and fails the whole catalog
      *
       LOAD-STEP-TABLE.
           OPEN INPUT CAT-FILE.
           IF CAT-STATUS NOT = '00'
               DISPLAY '!!!! STEP CATALOG NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY CAT-NAME UPON CRT AT 2401
               MOVE 'CATALOG NOT FOUND'    TO WS-REASON
               PERFORM WRITE-ERROR-LINE
               PERFORM CATALOG-IN-ERROR.
           PERFORM UNTIL CAT-EOF
               READ CAT-FILE
                   AT END MOVE 'Y'     TO CAT-EOF-SW
                   NOT AT END
                       ADD 1           TO CAT-CTR
                       PERFORM LOAD-ONE-STEP THRU LOAD-ONE-STEP-EXIT
               END-READ
           END-PERFORM.
           CLOSE CAT-FILE.
       LOAD-STEP-TABLE-EXIT.
           EXIT.

       LOAD-ONE-STEP.
           IF CAT-REC = SPACES OR CAT-REC (1:1) = '#'
               GO TO LOAD-ONE-STEP-EXIT.
           MOVE CAT-CTR                TO WS-RPT-LINE-NO.
           MOVE SPACES                 TO WS-CT-TAGS WS-CT-STEP
                                          WS-CT-CMD WS-CT-PREDS
                                          WS-CT-MAXRC.
           MOVE 0                      TO WS-TAGS-LEN WS-STEP-LEN
                                          WS-CMD-LEN WS-PREDS-LEN
                                          WS-MAXRC-LEN WS-FIELD-CTR.
      * only the line's own length is split, so the last field's
      * count is not the record's trailing spaces
           PERFORM VARYING WS-LEN FROM 300 BY -1
                   UNTIL WS-LEN < 1
                      OR CAT-REC (WS-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           UNSTRING CAT-REC (1:WS-LEN) DELIMITED BY '|'
               INTO WS-CT-TAGS  COUNT IN WS-TAGS-LEN
                    WS-CT-STEP  COUNT IN WS-STEP-LEN
                    WS-CT-CMD   COUNT IN WS-CMD-LEN
                    WS-CT-PREDS COUNT IN WS-PREDS-LEN
                    WS-CT-MAXRC COUNT IN WS-MAXRC-LEN
               TALLYING IN WS-FIELD-CTR.
           IF WS-FIELD-CTR < 3 OR WS-CT-TAGS = SPACES
           OR WS-CT-STEP = SPACES OR WS-CT-CMD = SPACES
               MOVE 'NEEDS SCHEDULE, STEP AND COMMAND' TO WS-REASON
               PERFORM WRITE-ERROR-LINE
               GO TO LOAD-ONE-STEP-EXIT.
      * a field longer than its home would be cut short on the
      * manifest without anyone noticing
           IF WS-TAGS-LEN > 40 OR WS-STEP-LEN > 20
           OR WS-CMD-LEN > 160 OR WS-PREDS-LEN > 60
           OR WS-MAXRC-LEN > 4
               MOVE 'FIELD TOO LONG FOR THE CATALOG' TO WS-REASON
               PERFORM WRITE-ERROR-LINE
               GO TO LOAD-ONE-STEP-EXIT.
           IF WS-CT-MAXRC NOT = SPACES
               MOVE 0                  TO WS-LEN
               INSPECT WS-CT-MAXRC TALLYING WS-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-LEN = 0 OR WS-CT-MAXRC (1:WS-LEN) NOT NUMERIC
                   MOVE 'MAX RC NOT NUMERIC' TO WS-REASON
                   PERFORM WRITE-ERROR-LINE
                   GO TO LOAD-ONE-STEP-EXIT.
           IF WS-ST-COUNT > 0
               SET ST-IDX TO 1
               SEARCH ST-ENTRY
                   WHEN ST-NAME (ST-IDX) = WS-CT-STEP
                       MOVE 'STEP NAMED TWICE IN THE CATALOG'
                                       TO WS-REASON
                       PERFORM WRITE-ERROR-LINE
                       GO TO LOAD-ONE-STEP-EXIT
               END-SEARCH.
           IF WS-ST-COUNT NOT < 500
               DISPLAY '!!!! STEP TABLE FULL AT 500 - STOP'
                   UPON CRT AT 2301
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ADD 1                       TO WS-ST-COUNT.
           ADD 1                       TO STEP-CTR.
           SET ST-IDX TO WS-ST-COUNT.
           MOVE WS-CT-STEP             TO ST-NAME (ST-IDX).
           MOVE WS-CT-TAGS             TO ST-TAGS (ST-IDX).
           MOVE WS-CT-CMD              TO ST-COMMAND (ST-IDX).
           MOVE WS-CT-PREDS            TO ST-PREDS (ST-IDX).
           MOVE WS-CT-MAXRC            TO ST-MAXRC (ST-IDX).
           MOVE 'N'                    TO ST-PERIODIC-SW (ST-IDX)
                                          ST-INCL-SW (ST-IDX).
           MOVE SPACES                 TO ST-REASON (ST-IDX).
           PERFORM VARYING WS-LEN FROM 160 BY -1
                   UNTIL WS-LEN < 1
                      OR WS-CT-CMD (WS-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           MOVE WS-LEN                 TO ST-CMD-LEN (ST-IDX).
           PERFORM LOAD-STEP-TAGS THRU LOAD-STEP-TAGS-EXIT.
       LOAD-ONE-STEP-EXIT.
           EXIT.

      *
      * the schedule field's tags, comma-separated; every tag must
      * be one the generator knows, or the step could silently
      * never run
      *
       LOAD-STEP-TAGS.
           MOVE SPACES                 TO ST-TAG (ST-IDX, 1)
                                          ST-TAG (ST-IDX, 2)
                                          ST-TAG (ST-IDX, 3)
                                          ST-TAG (ST-IDX, 4)
                                          ST-TAG (ST-IDX, 5)
                                          ST-TAG (ST-IDX, 6).
           MOVE 0                      TO ST-TAG-COUNT (ST-IDX).
           MOVE 1                      TO WS-PTR.
           PERFORM UNTIL WS-PTR > 40
               MOVE SPACES             TO WS-TAG
               UNSTRING WS-CT-TAGS DELIMITED BY ',' OR ' '
                   INTO WS-TAG
                   WITH POINTER WS-PTR
               END-UNSTRING
               IF WS-TAG NOT = SPACES
                   PERFORM CHECK-ONE-TAG
                   IF ST-TAG-COUNT (ST-IDX) < 6
                       ADD 1           TO ST-TAG-COUNT (ST-IDX)
                       MOVE WS-TAG     TO ST-TAG (ST-IDX,
                                              ST-TAG-COUNT (ST-IDX))
                   ELSE
                       MOVE 'MORE THAN 6 SCHEDULE TAGS'
                                       TO WS-REASON
                       PERFORM WRITE-ERROR-LINE
                       GO TO LOAD-STEP-TAGS-EXIT
                   END-IF
               END-IF
           END-PERFORM.
       LOAD-STEP-TAGS-EXIT.
           EXIT.

       CHECK-ONE-TAG.
           EVALUATE WS-TAG
               WHEN 'DAILY   '
               WHEN 'BUSDAY  '
                   CONTINUE
               WHEN 'MONTHEND'
               WHEN 'QTREND  '
               WHEN 'YEAREND '
                   MOVE 'Y'            TO ST-PERIODIC-SW (ST-IDX)
               WHEN OTHER
                   IF WS-TAG-DAY-LIT = 'DAY'
                   AND WS-TAG-DAY-X NUMERIC
                   AND WS-TAG-DAY-REST = SPACES
                   AND WS-TAG-DAY > 0 AND WS-TAG-DAY < 32
                       MOVE 'Y'        TO ST-PERIODIC-SW (ST-IDX)
                   ELSE
                       MOVE SPACES     TO WS-REASON
                       STRING 'UNKNOWN SCHEDULE TAG ' DELIMITED BY SIZE
                              WS-TAG    DELIMITED BY SPACE
                           INTO WS-REASON
                       PERFORM WRITE-ERROR-LINE
                   END-IF
           END-EVALUATE.

      *
      * every predecessor must be a step catalogued earlier -
      * nightrun.sh blocks a step whose predecessor it never saw
      * before it, and a typo'd name would block the step every
      * night it is scheduled
      *
       CHECK-PREDECESSORS.
           SET ST-IDX TO WS-SUB.
           MOVE 1                      TO WS-PTR.
           PERFORM UNTIL WS-PTR > 60
               MOVE SPACES             TO WS-PRED-NAME
               UNSTRING ST-PREDS (WS-SUB) DELIMITED BY ','
                   INTO WS-PRED-NAME
                   WITH POINTER WS-PTR
               END-UNSTRING
               IF WS-PRED-NAME NOT = SPACES
                   PERFORM FIND-PREDECESSOR
                   IF NOT PRED-FOUND
                       MOVE SPACES     TO WS-REASON
                       STRING 'PREDECESSOR ' DELIMITED BY SIZE
                              WS-PRED-NAME   DELIMITED BY SPACE
                              ' NOT CATALOGUED EARLIER'
                                             DELIMITED BY SIZE
                           INTO WS-REASON
                       MOVE ST-NAME (WS-SUB) TO WS-CT-STEP
                       MOVE 0          TO WS-RPT-LINE-NO
                       PERFORM WRITE-ERROR-LINE
                   END-IF
               END-IF
           END-PERFORM.

       FIND-PREDECESSOR.
           MOVE 'N'                    TO FOUND-SW.
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 NOT < WS-SUB OR PRED-FOUND
               IF ST-NAME (WS-SUB2) = WS-PRED-NAME
                   MOVE 'Y'            TO FOUND-SW
               END-IF
           END-PERFORM.
           IF PRED-FOUND
               SUBTRACT 1              FROM WS-SUB2.

      *
      * a step is due when any of its tags is due on any night in
      * the date table - tonight is checked first, so a step due
      * tonight gives tonight's reason rather than a catch-up
      *
       EVALUATE-STEP.
           SET ST-IDX TO WS-SUB.
           MOVE 'N'                    TO DUE-SW.
           PERFORM CHECK-ONE-NIGHT
               VARYING WS-DT-SUB FROM 1 BY 1
               UNTIL WS-DT-SUB > WS-DT-COUNT OR STEP-DUE.
           IF STEP-DUE
               MOVE 'Y'                TO ST-INCL-SW (WS-SUB)
               ADD 1                   TO INCL-CTR
               IF ST-PERIODIC (WS-SUB)
                   ADD 1               TO PERIODIC-CTR
               END-IF
           ELSE
               ADD 1                   TO OMIT-CTR
               IF DT-BUSINESS-DAY (1)
                   MOVE 'NOT DUE TONIGHT' TO ST-REASON (WS-SUB)
               ELSE
                   MOVE 'NOT DUE - NOT A BUSINESS DAY'
                                       TO ST-REASON (WS-SUB).

       CHECK-ONE-NIGHT.
           PERFORM CHECK-ONE-SCHEDULE
               VARYING WS-TG-SUB FROM 1 BY 1
               UNTIL WS-TG-SUB > ST-TAG-COUNT (WS-SUB) OR STEP-DUE.
           IF STEP-DUE
               IF WS-DT-SUB = 1
                   MOVE WS-DUE-REASON  TO ST-REASON (WS-SUB)
               ELSE
                   ADD 1               TO CATCHUP-CTR
                   MOVE SPACES         TO ST-REASON (WS-SUB)
                   STRING 'MISSED ' DELIMITED BY SIZE
                          DT-DATE (WS-DT-SUB) DELIMITED BY SIZE
                          ' - '     DELIMITED BY SIZE
                          WS-DUE-REASON DELIMITED BY SIZE
                       INTO ST-REASON (WS-SUB).

       CHECK-ONE-SCHEDULE.
           MOVE ST-TAG (WS-SUB, WS-TG-SUB) TO WS-TAG.
           MOVE SPACES                 TO WS-DUE-REASON.
      * every-night and business-day steps belong to tonight only;
      * a night not generated is not made up for them
           EVALUATE WS-TAG
               WHEN 'DAILY   '
                   IF WS-DT-SUB = 1
                       MOVE 'DAILY'    TO WS-DUE-REASON
                   END-IF
               WHEN 'BUSDAY  '
                   IF WS-DT-SUB = 1 AND DT-BUSINESS-DAY (1)
                       MOVE 'BUSINESS DAY' TO WS-DUE-REASON
                   END-IF
               WHEN 'MONTHEND'
                   IF DT-MONTH-END (WS-DT-SUB)
                       MOVE 'LAST BUSINESS DAY OF MONTH'
                                       TO WS-DUE-REASON
                   END-IF
               WHEN 'QTREND  '
                   IF DT-MONTH-END (WS-DT-SUB)
                   AND (DT-MM (WS-DT-SUB) = 3 OR 6 OR 9 OR 12)
                       MOVE 'LAST BUSINESS DAY OF QUARTER'
                                       TO WS-DUE-REASON
                   END-IF
               WHEN 'YEAREND '
                   IF DT-MONTH-END (WS-DT-SUB)
                   AND DT-MM (WS-DT-SUB) = 12
                       MOVE 'LAST BUSINESS DAY OF YEAR'
                                       TO WS-DUE-REASON
                   END-IF
               WHEN OTHER
                   PERFORM CHECK-DAY-OF-MONTH
                       THRU CHECK-DAY-OF-MONTH-EXIT
           END-EVALUATE.
           IF WS-DUE-REASON NOT = SPACES
               MOVE 'Y'                TO DUE-SW.

      *
      * DAYnn is due on the business day on or first after day nn -
      * so on a business night when day nn of this month, or of the
      * prior business day's month, falls after the prior business
      * day and on or before tonight
      *
       CHECK-DAY-OF-MONTH.
           IF NOT DT-BUSINESS-DAY (WS-DT-SUB)
               GO TO CHECK-DAY-OF-MONTH-EXIT.
           MOVE 'N'                    TO DAY-DUE-SW.
           MOVE DT-YYYY (WS-DT-SUB)    TO WS-LM-YYYY.
           MOVE DT-MM (WS-DT-SUB)      TO WS-LM-MM.
           PERFORM SET-TARGET-DATE.
           IF WS-TARGET-DATE > DT-PREV-BUS (WS-DT-SUB)
           AND WS-TARGET-DATE NOT > DT-DATE (WS-DT-SUB)
               MOVE 'Y'                TO DAY-DUE-SW.
           MOVE DT-PREV-BUS (WS-DT-SUB) TO WS-LIMIT-DATE-N.
           PERFORM SET-TARGET-DATE.
           IF WS-TARGET-DATE > DT-PREV-BUS (WS-DT-SUB)
           AND WS-TARGET-DATE NOT > DT-DATE (WS-DT-SUB)
               MOVE 'Y'                TO DAY-DUE-SW.
           IF NOT DAY-DUE
               GO TO CHECK-DAY-OF-MONTH-EXIT.
           STRING 'DAY '               DELIMITED BY SIZE
                  WS-TAG-DAY           DELIMITED BY SIZE
                  ' OF THE MONTH'      DELIMITED BY SIZE
               INTO WS-DUE-REASON.
       CHECK-DAY-OF-MONTH-EXIT.
           EXIT.

      * day nn of the month in WS-LM-YYYY/MM, held to its last day
       SET-TARGET-DATE.
           PERFORM SET-DAY-LIMIT.
           IF WS-TAG-DAY > WS-DAY-LIMIT
               MOVE WS-DAY-LIMIT       TO WS-LM-DD
           ELSE
               MOVE WS-TAG-DAY         TO WS-LM-DD.
           MOVE WS-LIMIT-DATE-N        TO WS-TARGET-DATE.

       SET-DAY-LIMIT.
           MOVE WS-MO-DAYS (WS-LM-MM)  TO WS-DAY-LIMIT.
           IF WS-LM-MM = 2
               DIVIDE WS-LM-YYYY BY 4 GIVING WS-LIM-QUOT
                   REMAINDER WS-LIM-REM
               IF WS-LIM-REM = 0
                   ADD 1               TO WS-DAY-LIMIT.

      *
      * one listing line per step, and the manifest line for each
      * step going tonight
      *
       001-MAIN.
           SET ST-IDX TO WS-SUB.
           MOVE SPACES                 TO WS-DTL-LINE.
           MOVE ST-NAME (WS-SUB)       TO DTL-STEP.
           MOVE ST-TAGS (WS-SUB)       TO DTL-TAGS.
           MOVE ST-REASON (WS-SUB)     TO DTL-REASON.
           IF ST-INCLUDED (WS-SUB)
               MOVE 'INCLUDED'         TO DTL-ACTION
           ELSE
               MOVE 'OMITTED'          TO DTL-ACTION.
           MOVE WS-DTL-LINE            TO OUT-REC.
           WRITE OUT-REC.
           IF NOT ST-INCLUDED (WS-SUB)
               GO TO 001-MAIN-EXIT.
           PERFORM BUILD-KEPT-PREDS.
           MOVE SPACES                 TO MAN-REC.
           MOVE 1                      TO WS-PTR.
           STRING ST-NAME (WS-SUB)     DELIMITED BY SPACE
                  '|'                  DELIMITED BY SIZE
                  ST-COMMAND (WS-SUB) (1:ST-CMD-LEN (WS-SUB))
                                       DELIMITED BY SIZE
                  '|'                  DELIMITED BY SIZE
               INTO MAN-REC
               WITH POINTER WS-PTR.
           IF WS-KEPT-PREDS NOT = SPACES
               STRING WS-KEPT-PREDS    DELIMITED BY SPACE
                   INTO MAN-REC
                   WITH POINTER WS-PTR.
           STRING '|'                  DELIMITED BY SIZE
                  ST-MAXRC (WS-SUB)    DELIMITED BY SPACE
               INTO MAN-REC
               WITH POINTER WS-PTR.
           WRITE MAN-REC.
       001-MAIN-EXIT.
           EXIT.

      *
      * the step's predecessors as they go on tonight's manifest - a
      * catalogued predecessor not scheduled tonight is dropped and
      * listed under the step
      *
       BUILD-KEPT-PREDS.
           MOVE SPACES                 TO WS-KEPT-PREDS.
           MOVE 1                      TO WS-KEEP-PTR.
           MOVE 1                      TO WS-PTR.
           PERFORM UNTIL WS-PTR > 60
               MOVE SPACES             TO WS-PRED-NAME
               UNSTRING ST-PREDS (WS-SUB) DELIMITED BY ','
                   INTO WS-PRED-NAME
                   WITH POINTER WS-PTR
               END-UNSTRING
               IF WS-PRED-NAME NOT = SPACES
                   PERFORM FIND-PREDECESSOR
                   IF ST-INCLUDED (WS-SUB2)
                       IF WS-KEEP-PTR > 1
                           STRING ','  DELIMITED BY SIZE
                               INTO WS-KEPT-PREDS
                               WITH POINTER WS-KEEP-PTR
                       END-IF
                       STRING WS-PRED-NAME DELIMITED BY SPACE
                           INTO WS-KEPT-PREDS
                           WITH POINTER WS-KEEP-PTR
                   ELSE
                       ADD 1           TO DROP-CTR
                       MOVE SPACES     TO OUT-REC
                       STRING '    PREDECESSOR ' DELIMITED BY SIZE
                              WS-PRED-NAME     DELIMITED BY SPACE
                              ' NOT SCHEDULED TONIGHT - DROPPED'
                                               DELIMITED BY SIZE
                           INTO OUT-REC
                       WRITE OUT-REC
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-ERROR-LINE.
           ADD 1                       TO ERROR-CTR.
           MOVE SPACES                 TO OUT-REC.
           IF WS-RPT-LINE-NO = 0
               STRING 'CATALOG ERROR  STEP ' DELIMITED BY SIZE
                      WS-CT-STEP        DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WS-REASON         DELIMITED BY SIZE
                   INTO OUT-REC
           ELSE
               STRING 'CATALOG ERROR  LINE ' DELIMITED BY SIZE
                      WS-RPT-LINE-NO    DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WS-CT-STEP        DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WS-REASON         DELIMITED BY SIZE
                   INTO OUT-REC.
           WRITE OUT-REC.

      *
      * a catalog in error generates nothing - the manifest holds
      * only its heading, the control date is left alone, and the
      * step ends RC 16 so nightrun.sh is never started on it
      *
       CATALOG-IN-ERROR.
           MOVE '# CATALOG IN ERROR - NO STEPS GENERATED' TO MAN-REC.
           WRITE MAN-REC.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'CATALOG IN ERROR - NO STEPS GENERATED' TO OUT-REC.
           WRITE OUT-REC.
           DISPLAY '!!!! STEP CATALOG IN ERROR - SEE LISTING'
               UPON CRT AT 2301.
           DISPLAY OUT-NAME UPON CRT AT 2401.
           CLOSE MAN-FILE.
           CLOSE OUT-FILE.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.

      *
      * Zeller's congruence - h = 0 Saturday, 1 Sunday; either one,
      * or a listed holiday, is not a business day
      *
       CHECK-BUSINESS-DAY.
           MOVE 'N'                    TO BUSINESS-DAY-SW.
           MOVE WS-WK-YYYY             TO WS-Z-Y.
           MOVE WS-WK-MM               TO WS-Z-M.
           IF WS-Z-M < 3
               ADD 12                  TO WS-Z-M
               SUBTRACT 1              FROM WS-Z-Y.
           DIVIDE WS-Z-Y BY 100 GIVING WS-Z-CENT
               REMAINDER WS-Z-YY.
      * each term floors separately - a COMPUTE would carry the
      * fractions across the sum and shift the day of week
           COMPUTE WS-Z-WORK = 13 * (WS-Z-M + 1).
           DIVIDE WS-Z-WORK BY 5 GIVING WS-Z-T1.
           DIVIDE WS-Z-YY BY 4 GIVING WS-Z-T2.
           DIVIDE WS-Z-CENT BY 4 GIVING WS-Z-T3.
           COMPUTE WS-Z-WORK =
               WS-WK-DD + WS-Z-T1 + WS-Z-YY + WS-Z-T2
             + WS-Z-T3 + (5 * WS-Z-CENT).
           DIVIDE WS-Z-WORK BY 7 GIVING WS-Z-QUOT
               REMAINDER WS-Z-DOW.
           IF WS-Z-DOW = 0 OR WS-Z-DOW = 1
               GO TO CHECK-BUSINESS-EXIT.
           IF WS-CAL-COUNT > 0
               SET CAL-IDX TO 1
               SEARCH CAL-ENTRY
                   AT END
                       MOVE 'Y'        TO BUSINESS-DAY-SW
                   WHEN CAL-DATE (CAL-IDX) = WS-WALK-DATE-N
                       MOVE 'N'        TO BUSINESS-DAY-SW
               END-SEARCH
           ELSE
               MOVE 'Y'                TO BUSINESS-DAY-SW.
       CHECK-BUSINESS-EXIT.
           EXIT.

       ADD-ONE-DAY.
           MOVE WS-WK-YYYY             TO WS-LM-YYYY.
           MOVE WS-WK-MM               TO WS-LM-MM.
           PERFORM SET-DAY-LIMIT.
           ADD 1                       TO WS-WK-DD.
           IF WS-WK-DD > WS-DAY-LIMIT
               MOVE 1                  TO WS-WK-DD
               ADD 1                   TO WS-WK-MM
               IF WS-WK-MM > 12
                   MOVE 1              TO WS-WK-MM
                   ADD 1               TO WS-WK-YYYY
               END-IF
           END-IF.

       SUBTRACT-ONE-DAY.
           SUBTRACT 1                  FROM WS-WK-DD.
           IF WS-WK-DD = 0
               SUBTRACT 1              FROM WS-WK-MM
               IF WS-WK-MM = 0
                   MOVE 12             TO WS-WK-MM
                   SUBTRACT 1          FROM WS-WK-YYYY
               END-IF
               MOVE WS-WK-YYYY         TO WS-LM-YYYY
               MOVE WS-WK-MM           TO WS-LM-MM
               PERFORM SET-DAY-LIMIT
               MOVE WS-DAY-LIMIT       TO WS-WK-DD
           END-IF.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR NIGHTGEN1' UPON CRT AT 0915.
           DISPLAY CAT-CTR  'CATALOG LINES READ       =' UPON CRT
               AT 1125.
           DISPLAY STEP-CTR 'STEPS CATALOGUED         =' UPON CRT
               AT 1225.
           DISPLAY INCL-CTR 'STEPS ON THE MANIFEST    =' UPON CRT
               AT 1325.
           DISPLAY PERIODIC-CTR 'PERIODIC STEPS INCLUDED=' UPON CRT
               AT 1425.
           DISPLAY CATCHUP-CTR 'MISSED NIGHTS MADE UP  =' UPON CRT
               AT 1525.
           DISPLAY OMIT-CTR 'STEPS NOT DUE TONIGHT    =' UPON CRT
               AT 1625.
           DISPLAY DROP-CTR 'PREDECESSORS DROPPED     =' UPON CRT
               AT 1725.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           STRING 'STEPS ON THE MANIFEST ' DELIMITED BY SIZE
                  INCL-CTR              DELIMITED BY SIZE
                  '  PERIODIC '         DELIMITED BY SIZE
                  PERIODIC-CTR          DELIMITED BY SIZE
                  '  MADE UP FROM MISSED NIGHTS '
                                        DELIMITED BY SIZE
                  CATCHUP-CTR           DELIMITED BY SIZE
                  '  NOT DUE '          DELIMITED BY SIZE
                  OMIT-CTR              DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           IF CATCHUP-CTR NOT = 0 OR WINDOW-CUT
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE MAN-FILE.
           CLOSE OUT-FILE.
           STOP RUN.
