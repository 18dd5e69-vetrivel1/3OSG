       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FEEDARR1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * inbound feed arrival registry - the expected-cycle guard
      * checks the statement date and PROFILE1 checks what is in the
      * fields, but nothing recorded when each inbound file landed
      * or whether it held the number of records the servicer says
      * it sent, so a half-transmitted mbu or a tran750 that never
      * arrived was billed around instead of waited for.  this step
      * runs ahead of SETMB2000 for one client and:
      *   - reads the client's rows from the expected-feeds calendar
      *     (feedcal.tab) - which feeds are due on which weekdays and
      *     the time of day each is due by
      *   - counts and hashes every feed due today (or present
      *     anyway) with the same record-length-plus-first-32-bytes
      *     arithmetic the run manifest uses
      *   - matches each count to the servicer's transmittal (control)
      *     file for the cycle
      *   - appends one line per feed to the permanent arrival log,
      *     feedarr.tab.  the arrival time is the first time this
      *     step saw the file with that count and hash today, so the
      *     step can be rerun while waiting for a feed and a late
      *     file still shows late
      * the step ends RC 8 when a feed due today is missing, still
      * awaited, short or over its transmittal count, or has no
      * transmittal line to prove it whole - name it as SETMB2000's
      * predecessor in the nightrun.sh manifest and the billing run
      * is held instead of going out without the sub-feed.  a feed
      * that arrived complete but after its cutoff, or a transmittal
      * line for a feed the calendar does not know, ends RC 4.
      * a client with no calendar rows is held to its .asc extract
      * alone, due every day with no cutoff
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the expected-feeds calendar - operator maintained
           SELECT CAL-FILE  ASSIGN TO DYNAMIC CAL-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS CAL-STATUS.
      * the servicer's transmittal file for this cycle
           SELECT XMT-FILE  ASSIGN TO DYNAMIC XMT-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS XMT-STATUS.
      * the permanent arrival log - created on the first run
           SELECT OPTIONAL ARR-FILE ASSIGN TO DYNAMIC ARR-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS ARR-STATUS-CD.
      * whichever feed is being counted - the inbound feeds are
      * FIXED record-sequential files of four record lengths (750
      * tran750/recon750, 765 mbx, 1500 .asc, 4000 mbu/mbf) plus the
      * varying yelps750 CNP-TI-REC; one SELECT per shape, same
      * dynamic path, one open at a time
           SELECT FD750-FILE  ASSIGN TO DYNAMIC FEED-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS FEED-STATUS.
           SELECT FD765-FILE  ASSIGN TO DYNAMIC FEED-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS FEED-STATUS.
           SELECT FD1500-FILE ASSIGN TO DYNAMIC FEED-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS FEED-STATUS.
           SELECT FD4000-FILE ASSIGN TO DYNAMIC FEED-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS FEED-STATUS.
           SELECT FDTI-FILE   ASSIGN TO DYNAMIC FEED-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS FEED-STATUS.
      * the arrival report
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      * one row per client / feed.  CAL-FILE-ID starting with '.' is
      * a suffix put in place of the run's .asc suffix (.mbu, .mbx,
      * .mbf, .trn ...); anything else is a file name under
      * /users/public, for a feed the servicer drops under a fixed
      * name.  CAL-FORMAT V is the varying CNP-TI-REC; F is fixed at
      * CAL-REC-LEN.  CAL-DAYS is Monday through Sunday, Y when the
      * feed is due that day.  CAL-CUTOFF is the HHMM the feed is
      * due by, 2400 for none
      *
       FD  CAL-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CAL-REC.
       01  CAL-REC.
           05  CAL-CLIENT              PIC X(4).
           05  CAL-FEED                PIC X(8).
           05  CAL-FILE-ID             PIC X(40).
           05  CAL-FORMAT              PIC X(1).
           05  CAL-REC-LEN             PIC 9(4).
           05  CAL-DAYS                PIC X(7).
           05  CAL-CUTOFF              PIC 9(4).
           05  FILLER                  PIC X(12).
      *
      * the servicer's control file - one line per feed sent with
      * the record count they sent
      *
       FD  XMT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS XMT-REC.
       01  XMT-REC.
           05  XMT-CLIENT              PIC X(4).
           05  XMT-FEED                PIC X(8).
           05  XMT-COUNT               PIC 9(9).
           05  XMT-CYCLE-DATE          PIC 9(8).
           05  FILLER                  PIC X(51).
      *
       FD  ARR-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ARR-REC.
       01  ARR-REC.
           05  ARR-RUN-DATE            PIC 9(8).
           05  ARR-RUN-TIME            PIC 9(6).
           05  ARR-CLIENT              PIC X(4).
           05  ARR-FEED                PIC X(8).
           05  ARR-FILE-NAME           PIC X(40).
           05  ARR-ARRIVED             PIC 9(6).
           05  ARR-COUNT               PIC 9(9).
           05  ARR-HASH                PIC 9(12).
           05  ARR-XMT-COUNT           PIC 9(9).
           05  ARR-STATUS              PIC X(8).
           05  FILLER                  PIC X(22).
      *
       FD  FD750-FILE
           RECORD CONTAINS 750 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FD750-REC.
       01  FD750-REC                   PIC X(750).
      *
       FD  FD765-FILE
           RECORD CONTAINS 765 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FD765-REC.
       01  FD765-REC                   PIC X(765).
      *
       FD  FD1500-FILE
           RECORD CONTAINS 1500 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FD1500-REC.
       01  FD1500-REC                  PIC X(1500).
      *
       FD  FD4000-FILE
           RECORD CONTAINS 4000 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FD4000-REC.
       01  FD4000-REC                  PIC X(4000).
      *
      * the varying length is carried in WORKING-STORAGE, as in
      * FIRE1098A
       FD  FDTI-FILE
           RECORD IS VARYING IN SIZE FROM 818 TO 1430 CHARACTERS
                   DEPENDING ON WS-TI-REC-LEN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FDTI-REC.
       01  FDTI-REC                    PIC X(1430).
      *
       FD  OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01  OUT-REC                     PIC X(132).
      *
       WORKING-STORAGE SECTION.

       01  VARIABLES.
           05  CAL-PATH                PIC X(40)
               VALUE '/users/public/feedcal.tab'.
           05  ARR-PATH                PIC X(40)
               VALUE '/users/public/feedarr.tab'.
           05  IN1-NAME                PIC X(64).
           05  XMT-PATH.
               10 XMT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 XMT-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  FEED-PATH.
               10 FEED-PREFIX          PIC X(14)
                  VALUE '/users/public/'.
               10 FEED-NAME            PIC X(64).
           05  CAL-STATUS              PIC X(2)  VALUE SPACES.
           05  XMT-STATUS              PIC X(2)  VALUE SPACES.
           05  ARR-STATUS-CD           PIC X(2)  VALUE SPACES.
           05  FEED-STATUS             PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  WS-CLIENT               PIC X(4)  VALUE SPACES.
           05  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           05  WS-TIME-NOW             PIC 9(8)  VALUE 0.
           05  WS-RUN-TIME             PIC 9(6)  VALUE 0.
           05  WS-ARRIVED              PIC 9(6)  VALUE 0.
           05  WS-ARRIVED-HHMM REDEFINES WS-ARRIVED.
               10  WS-ARR-HHMM         PIC 9(4).
               10  FILLER              PIC 9(2).
           05  WS-WEEKDAY              PIC S9(4) COMP VALUE 0.
           05  WS-WK-QUOT              PIC S9(9) COMP-3 VALUE 0.
           05  WS-WK-REM               PIC S9(4) COMP VALUE 0.
           05  WS-FEED-LEN             PIC 9(4)  VALUE 0.
           05  WS-TI-REC-LEN           PIC 9(4)  VALUE 0.
           05  WS-B32                  PIC X(32) VALUE SPACES.
           05  WS-COUNT                PIC 9(9)  VALUE 0.
           05  WS-CHECKSUM             PIC 9(12) VALUE 0.
           05  WS-BYTE-SUB             PIC S9(4) COMP VALUE 0.
      * one record byte viewed as its binary value - the same
      * arithmetic SETMB2000 writes the run manifest with
           05  WS-BYTE-PAIR.
               10  WS-BYTE-HI          PIC X.
               10  WS-BYTE-LO          PIC X.
           05  WS-BYTE-NUM REDEFINES WS-BYTE-PAIR
                                       PIC 9(4) COMP.
           05  WS-FEED-STAT            PIC X(8)  VALUE SPACES.
           05  WS-XMT-COUNT            PIC 9(9)  VALUE 0.
           05  WS-SUB                  PIC S9(4) COMP VALUE 0.
           05  WS-XSUB                 PIC S9(4) COMP VALUE 0.
           05  WS-STEP-RC              PIC 9(2)  VALUE 0.
           05  WS-CNT-DISP             PIC ZZZ,ZZZ,ZZ9.
           05  WS-TIME-DISP            PIC 99B99B99.
           05  CAL-CTR                 PIC 9(3)  VALUE 0.
           05  DUE-CTR                 PIC 9(3)  VALUE 0.
           05  OK-CTR                  PIC 9(3)  VALUE 0.
           05  LATE-CTR                PIC 9(3)  VALUE 0.
           05  HOLD-CTR                PIC 9(3)  VALUE 0.
           05  NOTCAL-CTR              PIC 9(3)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  FEED-EOF-SW             PIC 9(1)  VALUE 0.
           05  FEED-OPEN-SW            PIC X(1)  VALUE 'N'.
               88  FEED-PRESENT                  VALUE 'Y'.
           05  DUE-SW                  PIC X(1)  VALUE 'N'.
               88  DUE-TODAY                     VALUE 'Y'.
           05  XMT-FOUND-SW            PIC X(1)  VALUE 'N'.
               88  XMT-FOUND                     VALUE 'Y'.
      *
      * day numbers for the weekday - the arithmetic EXCQUEUE1 ages
      * its queue with
      *
           05  WS-DN-DATE.
               10  WS-DN-YYYY          PIC 9(4).
               10  WS-DN-MM            PIC 9(2).
               10  WS-DN-DD            PIC 9(2).
           05  WS-DN-DATE-N REDEFINES WS-DN-DATE PIC 9(8).
           05  WS-DN-YR                PIC 9(4)  VALUE 0.
           05  WS-DN-Q4                PIC 9(4)  VALUE 0.
           05  WS-DN-Q100              PIC 9(4)  VALUE 0.
           05  WS-DN-Q400              PIC 9(4)  VALUE 0.
           05  WS-DN-DAYS              PIC S9(9) COMP-3 VALUE 0.
           05  WS-CUM-DAYS-X           PIC X(36)
               VALUE '000031059090120151181212243273304334'.
           05  WS-CUM-DAYS-TBL REDEFINES WS-CUM-DAYS-X.
               10  WS-CUM-DAYS         PIC 9(3) OCCURS 12 TIMES.
      *
      * the client's calendar rows
      *
       01  CALENDAR-TABLE.
           05  CT-ENTRY OCCURS 20 TIMES INDEXED BY CT-IDX.
               10  CT-FEED             PIC X(8).
               10  CT-FILE-ID          PIC X(40).
               10  CT-FORMAT           PIC X(1).
               10  CT-REC-LEN          PIC 9(4).
               10  CT-DAYS             PIC X(7).
               10  CT-CUTOFF           PIC 9(4).
       77  WS-CT-COUNT                 PIC S9(4) COMP VALUE 0.
      *
      * the client's transmittal lines, flagged as each is matched
      *
       01  TRANSMITTAL-TABLE.
           05  XT-ENTRY OCCURS 20 TIMES INDEXED BY XT-IDX.
               10  XT-FEED             PIC X(8).
               10  XT-COUNT            PIC 9(9).
               10  XT-USED-SW          PIC X(1).
       77  WS-XT-COUNT                 PIC S9(4) COMP VALUE 0.
      *
      * today's earlier sightings of the client's feeds, from the
      * arrival log
      *
       01  SIGHTING-TABLE.
           05  ST-ENTRY OCCURS 200 TIMES INDEXED BY ST-IDX.
               10  ST-FEED             PIC X(8).
               10  ST-FILE-NAME        PIC X(40).
               10  ST-COUNT            PIC 9(9).
               10  ST-HASH             PIC 9(12).
               10  ST-ARRIVED          PIC 9(6).
       77  WS-ST-COUNT                 PIC S9(4) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO WS-CLIENT IN1-NAME XMT-NAME OUT-NAME.
           DISPLAY '* * * * B E G I N   F E E D A R R 1 . C B L'
               UPON CRT AT 1401.
           IF WS-CLIENT = SPACES OR IN1-NAME = SPACES
           OR XMT-NAME = SPACES OR OUT-NAME = SPACES
               DISPLAY '!!!! ENTER CLIENT, ASC FILE, TRANSMITTAL FILE'
                   UPON CRT AT 2301
               DISPLAY '!!!!   AND REPORT FILE ON COMMAND LINE'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6)      TO WS-RUN-TIME.
           PERFORM FIND-WEEKDAY.
           PERFORM LOAD-CALENDAR.
           PERFORM LOAD-TRANSMITTAL.
           PERFORM LOAD-SIGHTINGS.
           OPEN EXTEND ARR-FILE.
           OPEN OUTPUT OUT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-CT-COUNT.
           PERFORM LIST-UNCALENDARED-FEEDS.
           PERFORM END-RTN.

      *
      * Monday is 1 through Sunday 7 - day number 2 falls on a
      * Monday
      *
       FIND-WEEKDAY.
           MOVE WS-RUN-DATE            TO WS-DN-DATE-N.
           PERFORM COMPUTE-DAY-NUMBER.
           DIVIDE WS-DN-DAYS BY 7 GIVING WS-WK-QUOT
               REMAINDER WS-WK-REM.
           COMPUTE WS-WEEKDAY = WS-WK-REM + 5.
           IF WS-WEEKDAY > 6
               SUBTRACT 7              FROM WS-WEEKDAY.
           ADD 1                       TO WS-WEEKDAY.

       COMPUTE-DAY-NUMBER.
           MOVE WS-DN-YYYY             TO WS-DN-YR.
           IF WS-DN-MM < 3
               SUBTRACT 1              FROM WS-DN-YR.
           DIVIDE WS-DN-YR BY 4   GIVING WS-DN-Q4.
           DIVIDE WS-DN-YR BY 100 GIVING WS-DN-Q100.
           DIVIDE WS-DN-YR BY 400 GIVING WS-DN-Q400.
           COMPUTE WS-DN-DAYS = WS-DN-YYYY * 365.
           COMPUTE WS-DN-DAYS = WS-DN-DAYS + WS-DN-Q4 - WS-DN-Q100
               + WS-DN-Q400.
           COMPUTE WS-DN-DAYS = WS-DN-DAYS + WS-CUM-DAYS (WS-DN-MM)
               + WS-DN-DD.

       LOAD-CALENDAR.
           OPEN INPUT CAL-FILE.
           IF CAL-STATUS = '00'
               MOVE 0                  TO EOF-SW
               PERFORM UNTIL EOF-SW = 1
                   READ CAL-FILE
                       AT END MOVE 1   TO EOF-SW
                       NOT AT END
                           IF CAL-CLIENT = WS-CLIENT
                           AND WS-CT-COUNT < 20
                               PERFORM SAVE-CALENDAR-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAL-FILE.
           IF WS-CT-COUNT = 0
               MOVE 1                  TO WS-CT-COUNT
               MOVE 'ASC'              TO CT-FEED (1)
               MOVE '.asc'             TO CT-FILE-ID (1)
               MOVE 'F'                TO CT-FORMAT (1)
               MOVE 1500               TO CT-REC-LEN (1)
               MOVE 'YYYYYYY'          TO CT-DAYS (1)
               MOVE 2400               TO CT-CUTOFF (1).

       SAVE-CALENDAR-ROW.
           ADD 1                       TO WS-CT-COUNT.
           ADD 1                       TO CAL-CTR.
           SET CT-IDX TO WS-CT-COUNT.
           MOVE CAL-FEED               TO CT-FEED (CT-IDX).
           MOVE CAL-FILE-ID            TO CT-FILE-ID (CT-IDX).
           MOVE CAL-FORMAT             TO CT-FORMAT (CT-IDX).
           MOVE CAL-REC-LEN            TO CT-REC-LEN (CT-IDX).
           MOVE CAL-DAYS               TO CT-DAYS (CT-IDX).
           MOVE CAL-CUTOFF             TO CT-CUTOFF (CT-IDX).
           IF CAL-CUTOFF = 0
               MOVE 2400               TO CT-CUTOFF (CT-IDX).

      * a missing transmittal file leaves every feed unproven
       LOAD-TRANSMITTAL.
           OPEN INPUT XMT-FILE.
           IF XMT-STATUS = '00'
               MOVE 0                  TO EOF-SW
               PERFORM UNTIL EOF-SW = 1
                   READ XMT-FILE
                       AT END MOVE 1   TO EOF-SW
                       NOT AT END
                           IF XMT-CLIENT = WS-CLIENT
                           AND WS-XT-COUNT < 20
                               ADD 1   TO WS-XT-COUNT
                               SET XT-IDX TO WS-XT-COUNT
                               MOVE XMT-FEED  TO XT-FEED (XT-IDX)
                               MOVE XMT-COUNT TO XT-COUNT (XT-IDX)
                               MOVE 'N'       TO XT-USED-SW (XT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XMT-FILE
           ELSE
               DISPLAY '!!!! TRANSMITTAL FILE NOT FOUND:'
                   UPON CRT AT 2001
               DISPLAY XMT-NAME UPON CRT AT 2034.

      * an earlier run today that saw the same file whole keeps its
      * time of arrival; a still-awaited feed never sets one.  the
      * log is OPTIONAL - on the first run the open reports 05 and
      * the file reads empty
       LOAD-SIGHTINGS.
           OPEN INPUT ARR-FILE.
           IF ARR-STATUS-CD = '00' OR ARR-STATUS-CD = '05'
               MOVE 0                  TO EOF-SW
               PERFORM UNTIL EOF-SW = 1
                   READ ARR-FILE
                       AT END MOVE 1   TO EOF-SW
                       NOT AT END
                           IF ARR-CLIENT = WS-CLIENT
                           AND ARR-RUN-DATE = WS-RUN-DATE
                           AND ARR-ARRIVED NOT = 0
                           AND WS-ST-COUNT < 200
                               ADD 1   TO WS-ST-COUNT
                               SET ST-IDX TO WS-ST-COUNT
                               MOVE ARR-FEED  TO ST-FEED (ST-IDX)
                               MOVE ARR-FILE-NAME
                                       TO ST-FILE-NAME (ST-IDX)
                               MOVE ARR-COUNT TO ST-COUNT (ST-IDX)
                               MOVE ARR-HASH  TO ST-HASH (ST-IDX)
                               MOVE ARR-ARRIVED
                                       TO ST-ARRIVED (ST-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARR-FILE.

      *
      * one calendar row - skipped when not due today and not on
      * disk; otherwise counted, hashed, reconciled and logged
      *
       001-MAIN.
           SET CT-IDX TO WS-SUB.
           MOVE 'N'                    TO DUE-SW.
           IF CT-DAYS (CT-IDX) (WS-WEEKDAY:1) = 'Y'
               MOVE 'Y'                TO DUE-SW.
           PERFORM RESOLVE-FEED-NAME.
           PERFORM COUNT-ONE-FEED THRU COUNT-ONE-FEED-EXIT.
           IF NOT DUE-TODAY AND NOT FEED-PRESENT
               GO TO 001-MAIN-EXIT.
           IF DUE-TODAY
               ADD 1                   TO DUE-CTR.
           PERFORM FIND-TRANSMITTAL.
           PERFORM FIND-ARRIVAL-TIME THRU FIND-ARRIVAL-TIME-EXIT.
           PERFORM GRADE-FEED THRU GRADE-FEED-EXIT.
           PERFORM WRITE-ARRIVAL-LOG.
           PERFORM WRITE-FEED-LINE.
       001-MAIN-EXIT.
           EXIT.

       RESOLVE-FEED-NAME.
           IF CT-FILE-ID (CT-IDX) (1:1) = '.'
               MOVE IN1-NAME           TO FEED-NAME
               INSPECT FEED-NAME REPLACING ALL '.asc'
                   BY CT-FILE-ID (CT-IDX) (1:4)
           ELSE
               MOVE CT-FILE-ID (CT-IDX) TO FEED-NAME.

       COUNT-ONE-FEED.
           MOVE 0                      TO WS-COUNT.
           MOVE 0                      TO WS-CHECKSUM.
           MOVE 'N'                    TO FEED-OPEN-SW.
           MOVE CT-REC-LEN (CT-IDX)    TO WS-FEED-LEN.
           IF CT-FORMAT (CT-IDX) = 'V'
               PERFORM RECOUNT-TI THRU RECOUNT-TI-EXIT
               GO TO COUNT-ONE-FEED-EXIT.
           EVALUATE WS-FEED-LEN
               WHEN 750
                   PERFORM RECOUNT-750 THRU RECOUNT-750-EXIT
               WHEN 765
                   PERFORM RECOUNT-765 THRU RECOUNT-765-EXIT
               WHEN 1500
                   PERFORM RECOUNT-1500 THRU RECOUNT-1500-EXIT
               WHEN 4000
                   PERFORM RECOUNT-4000 THRU RECOUNT-4000-EXIT
           END-EVALUATE.
       COUNT-ONE-FEED-EXIT.
           EXIT.

       RECOUNT-750.
           OPEN INPUT FD750-FILE.
           IF FEED-STATUS NOT = '00'
               GO TO RECOUNT-750-EXIT.
           MOVE 'Y'                    TO FEED-OPEN-SW.
           MOVE 0                      TO FEED-EOF-SW.
           PERFORM UNTIL FEED-EOF-SW = 1
               READ FD750-FILE
                   AT END MOVE 1       TO FEED-EOF-SW
                   NOT AT END
                       MOVE FD750-REC (1:32) TO WS-B32
                       PERFORM CHECKSUM-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE FD750-FILE.
       RECOUNT-750-EXIT.
           EXIT.

       RECOUNT-765.
           OPEN INPUT FD765-FILE.
           IF FEED-STATUS NOT = '00'
               GO TO RECOUNT-765-EXIT.
           MOVE 'Y'                    TO FEED-OPEN-SW.
           MOVE 0                      TO FEED-EOF-SW.
           PERFORM UNTIL FEED-EOF-SW = 1
               READ FD765-FILE
                   AT END MOVE 1       TO FEED-EOF-SW
                   NOT AT END
                       MOVE FD765-REC (1:32) TO WS-B32
                       PERFORM CHECKSUM-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE FD765-FILE.
       RECOUNT-765-EXIT.
           EXIT.

       RECOUNT-1500.
           OPEN INPUT FD1500-FILE.
           IF FEED-STATUS NOT = '00'
               GO TO RECOUNT-1500-EXIT.
           MOVE 'Y'                    TO FEED-OPEN-SW.
           MOVE 0                      TO FEED-EOF-SW.
           PERFORM UNTIL FEED-EOF-SW = 1
               READ FD1500-FILE
                   AT END MOVE 1       TO FEED-EOF-SW
                   NOT AT END
                       MOVE FD1500-REC (1:32) TO WS-B32
                       PERFORM CHECKSUM-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE FD1500-FILE.
       RECOUNT-1500-EXIT.
           EXIT.

       RECOUNT-4000.
           OPEN INPUT FD4000-FILE.
           IF FEED-STATUS NOT = '00'
               GO TO RECOUNT-4000-EXIT.
           MOVE 'Y'                    TO FEED-OPEN-SW.
           MOVE 0                      TO FEED-EOF-SW.
           PERFORM UNTIL FEED-EOF-SW = 1
               READ FD4000-FILE
                   AT END MOVE 1       TO FEED-EOF-SW
                   NOT AT END
                       MOVE FD4000-REC (1:32) TO WS-B32
                       PERFORM CHECKSUM-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE FD4000-FILE.
       RECOUNT-4000-EXIT.
           EXIT.

      * a varying record adds its own length to the hash
       RECOUNT-TI.
           OPEN INPUT FDTI-FILE.
           IF FEED-STATUS NOT = '00'
               GO TO RECOUNT-TI-EXIT.
           MOVE 'Y'                    TO FEED-OPEN-SW.
           MOVE 0                      TO FEED-EOF-SW.
           PERFORM UNTIL FEED-EOF-SW = 1
               READ FDTI-FILE
                   AT END MOVE 1       TO FEED-EOF-SW
                   NOT AT END
                       MOVE WS-TI-REC-LEN TO WS-FEED-LEN
                       MOVE FDTI-REC (1:32) TO WS-B32
                       PERFORM CHECKSUM-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE FDTI-FILE.
       RECOUNT-TI-EXIT.
           EXIT.

      * the identical arithmetic SETMB2000 writes the manifest with
       CHECKSUM-ONE-RECORD.
           ADD 1                       TO WS-COUNT.
           ADD WS-FEED-LEN             TO WS-CHECKSUM
               ON SIZE ERROR CONTINUE
           END-ADD.
           MOVE LOW-VALUE              TO WS-BYTE-HI.
           PERFORM VARYING WS-BYTE-SUB FROM 1 BY 1
                   UNTIL WS-BYTE-SUB > 32
               MOVE WS-B32 (WS-BYTE-SUB:1) TO WS-BYTE-LO
               ADD WS-BYTE-NUM TO WS-CHECKSUM
                   ON SIZE ERROR CONTINUE
               END-ADD
           END-PERFORM.

       FIND-TRANSMITTAL.
           MOVE 'N'                    TO XMT-FOUND-SW.
           MOVE 0                      TO WS-XMT-COUNT.
           PERFORM VARYING WS-XSUB FROM 1 BY 1
                   UNTIL WS-XSUB > WS-XT-COUNT OR XMT-FOUND
               IF XT-FEED (WS-XSUB) = CT-FEED (CT-IDX)
                   MOVE 'Y'            TO XMT-FOUND-SW
                   MOVE 'Y'            TO XT-USED-SW (WS-XSUB)
                   MOVE XT-COUNT (WS-XSUB) TO WS-XMT-COUNT
               END-IF
           END-PERFORM.

       FIND-ARRIVAL-TIME.
           MOVE 0                      TO WS-ARRIVED.
           IF NOT FEED-PRESENT
               GO TO FIND-ARRIVAL-TIME-EXIT.
           MOVE WS-RUN-TIME            TO WS-ARRIVED.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-ST-COUNT
               IF ST-FEED (ST-IDX) = CT-FEED (CT-IDX)
               AND ST-FILE-NAME (ST-IDX) = FEED-NAME
               AND ST-COUNT (ST-IDX) = WS-COUNT
               AND ST-HASH (ST-IDX) = WS-CHECKSUM
               AND ST-ARRIVED (ST-IDX) < WS-ARRIVED
                   MOVE ST-ARRIVED (ST-IDX) TO WS-ARRIVED
               END-IF
           END-PERFORM.
       FIND-ARRIVAL-TIME-EXIT.
           EXIT.

      *
      * the worst finding wins.  a feed present but not due today
      * is logged, and held only if its transmittal disagrees
      *
       GRADE-FEED.
           IF CT-FORMAT (CT-IDX) NOT = 'V'
           AND WS-FEED-LEN NOT = 750 AND WS-FEED-LEN NOT = 765
           AND WS-FEED-LEN NOT = 1500 AND WS-FEED-LEN NOT = 4000
               MOVE 'BADLEN'           TO WS-FEED-STAT
               PERFORM HOLD-FEED
               GO TO GRADE-FEED-EXIT.
           IF NOT FEED-PRESENT
               IF WS-RUN-TIME (1:4) > CT-CUTOFF (CT-IDX)
                   MOVE 'MISSING'      TO WS-FEED-STAT
               ELSE
                   MOVE 'AWAITED'      TO WS-FEED-STAT
               END-IF
               PERFORM HOLD-FEED
               GO TO GRADE-FEED-EXIT.
           IF NOT XMT-FOUND
               IF DUE-TODAY
                   MOVE 'NOXMIT'       TO WS-FEED-STAT
                   PERFORM HOLD-FEED
               ELSE
                   MOVE 'UNSCHED'      TO WS-FEED-STAT
                   ADD 1               TO OK-CTR
               END-IF
               GO TO GRADE-FEED-EXIT.
           IF WS-COUNT < WS-XMT-COUNT
               MOVE 'SHORT'            TO WS-FEED-STAT
               PERFORM HOLD-FEED
               GO TO GRADE-FEED-EXIT.
           IF WS-COUNT > WS-XMT-COUNT
               MOVE 'OVER'             TO WS-FEED-STAT
               PERFORM HOLD-FEED
               GO TO GRADE-FEED-EXIT.
           IF DUE-TODAY AND WS-ARR-HHMM > CT-CUTOFF (CT-IDX)
               MOVE 'LATE'             TO WS-FEED-STAT
               ADD 1                   TO LATE-CTR
               IF WS-STEP-RC < 4
                   MOVE 4              TO WS-STEP-RC
               END-IF
               GO TO GRADE-FEED-EXIT.
           MOVE 'ARRIVED'              TO WS-FEED-STAT.
           ADD 1                       TO OK-CTR.
       GRADE-FEED-EXIT.
           EXIT.

       HOLD-FEED.
           ADD 1                       TO HOLD-CTR.
           MOVE 8                      TO WS-STEP-RC.

       WRITE-ARRIVAL-LOG.
           MOVE SPACES                 TO ARR-REC.
           MOVE WS-RUN-DATE            TO ARR-RUN-DATE.
           MOVE WS-RUN-TIME            TO ARR-RUN-TIME.
           MOVE WS-CLIENT              TO ARR-CLIENT.
           MOVE CT-FEED (CT-IDX)       TO ARR-FEED.
           MOVE FEED-NAME              TO ARR-FILE-NAME.
           MOVE WS-ARRIVED             TO ARR-ARRIVED.
           MOVE WS-COUNT               TO ARR-COUNT.
           MOVE WS-CHECKSUM            TO ARR-HASH.
           MOVE WS-XMT-COUNT           TO ARR-XMT-COUNT.
           MOVE WS-FEED-STAT           TO ARR-STATUS.
           WRITE ARR-REC.

       WRITE-REPORT-HEADING.
           MOVE SPACES                 TO OUT-REC.
           STRING 'INBOUND FEED ARRIVALS - CLIENT ' DELIMITED BY SIZE
                  WS-CLIENT             DELIMITED BY SIZE
                  '  RUN '              DELIMITED BY SIZE
                  WS-RUN-DATE           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-RUN-TIME           DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           MOVE 'FEED'                 TO OUT-REC (1:4).
           MOVE 'FILE'                 TO OUT-REC (10:4).
           MOVE 'ARRIVED'              TO OUT-REC (51:7).
           MOVE 'RECORDS'              TO OUT-REC (64:7).
           MOVE 'TRANSMITTAL'          TO OUT-REC (73:11).
           MOVE 'HASH'                 TO OUT-REC (94:4).
           MOVE 'STATUS'               TO OUT-REC (100:6).
           WRITE OUT-REC.

       WRITE-FEED-LINE.
           MOVE SPACES                 TO OUT-REC.
           MOVE CT-FEED (CT-IDX)       TO OUT-REC (1:8).
           MOVE FEED-NAME              TO OUT-REC (10:40).
           IF WS-ARRIVED NOT = 0
               MOVE WS-ARRIVED         TO WS-TIME-DISP
               MOVE WS-TIME-DISP       TO OUT-REC (51:8).
           MOVE WS-COUNT               TO WS-CNT-DISP.
           MOVE WS-CNT-DISP            TO OUT-REC (60:11).
           IF XMT-FOUND
               MOVE WS-XMT-COUNT       TO WS-CNT-DISP
               MOVE WS-CNT-DISP        TO OUT-REC (73:11).
           MOVE WS-CHECKSUM            TO OUT-REC (86:12).
           MOVE WS-FEED-STAT           TO OUT-REC (100:8).
           WRITE OUT-REC.

      * the servicer sent a feed the calendar has no row for - the
      * calendar is out of date or the file went to the wrong client
       LIST-UNCALENDARED-FEEDS.
           PERFORM VARYING XT-IDX FROM 1 BY 1
                   UNTIL XT-IDX > WS-XT-COUNT
               IF XT-USED-SW (XT-IDX) = 'N'
                   ADD 1               TO NOTCAL-CTR
                   IF WS-STEP-RC < 4
                       MOVE 4          TO WS-STEP-RC
                   END-IF
                   MOVE SPACES         TO OUT-REC
                   MOVE XT-FEED (XT-IDX) TO OUT-REC (1:8)
                   MOVE 'TRANSMITTAL LINE WITH NO CALENDAR ROW'
                                       TO OUT-REC (10:40)
                   MOVE XT-COUNT (XT-IDX) TO WS-CNT-DISP
                   MOVE WS-CNT-DISP    TO OUT-REC (73:11)
                   MOVE 'NOTCAL'       TO OUT-REC (100:8)
                   WRITE OUT-REC
               END-IF
           END-PERFORM.

       END-RTN.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           IF WS-STEP-RC = 8
               MOVE 'BILLING HELD - A FEED DUE TODAY IS MISSING, SHORT'
                                       TO OUT-REC (1:50)
               MOVE 'OR UNPROVEN'      TO OUT-REC (51:11)
           ELSE
               MOVE 'ALL FEEDS DUE TODAY ARRIVED WHOLE'
                                       TO OUT-REC.
           WRITE OUT-REC.
           CLOSE ARR-FILE.
           CLOSE OUT-FILE.
           DISPLAY 'FINAL TOTALS FOR FEEDARR1' UPON CRT AT 0915.
           DISPLAY CAL-CTR   'CALENDAR ROWS FOR CLIENT =' UPON CRT
               AT 1125.
           DISPLAY DUE-CTR   'FEEDS DUE TODAY          =' UPON CRT
               AT 1225.
           DISPLAY OK-CTR    'ARRIVED WHOLE            =' UPON CRT
               AT 1325.
           DISPLAY LATE-CTR  'ARRIVED AFTER CUTOFF     =' UPON CRT
               AT 1425.
           DISPLAY HOLD-CTR  'MISSING, SHORT OR OVER   =' UPON CRT
               AT 1525.
           DISPLAY NOTCAL-CTR 'SENT BUT NOT CALENDARED =' UPON CRT
               AT 1625.
           MOVE WS-STEP-RC             TO RETURN-CODE.
           STOP RUN.
