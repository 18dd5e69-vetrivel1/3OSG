       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EXCQUEUE1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * exception work queue - EXCSPLIT1 splits and ranks each
      * night's .exc, but nothing remembered whether anyone fixed
      * what it listed, and the same STATERULE or MAILRISK line
      * could ride six cycles with no one looking.  this step keeps
      * the cumulative queue, one entry per client / account / tag,
      * carrying the first and last night the exception was seen
      * and the number of nights it has been seen.  analysts key
      * dispositions into the day's disposition file:
      *   O  take ownership - the analyst becomes the owner
      *   F  fixed           A  accepted as is
      *   R  referred to the servicer
      * each with the analyst's name and a note; the disposing
      * analyst becomes the owner.  a fixed exception that turns up
      * again on a later night reopens.  the nightly report gives
      * the open backlog (open and referred) by tag and age, the
      * exceptions that reopened tonight, the open exceptions with
      * no owner past their severity's deadline, and any
      * disposition that matched nothing on the queue.  severity is
      * the EXCSPLIT1 excsev.tab ranking (5 when a tag is not
      * listed).  the queue is read whole and written whole each
      * night - prior queue, dispositions and tonight's lines are
      * sorted together on the key and merged in one pass
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * this run's .exc exception report
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS IN1-STATUS.
      * the analysts' dispositions since the last run - optional
           SELECT DSP-FILE  ASSIGN TO DYNAMIC DSP-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS DSP-STATUS.
      * the cumulative exception queue - optional on the first run
           SELECT QUE-FILE  ASSIGN TO DYNAMIC QUE-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS QUE-STATUS.
      * operator-maintained severity ranking, as EXCSPLIT1 reads it
           SELECT SEV-FILE  ASSIGN TO DYNAMIC SEV-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS SEV-STATUS.
      * the work-queue report
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO DISK.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD IN1-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS IN1-REC.
       01 IN1-REC                      PIC X(132).

       FD  DSP-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DSP-REC.
       01  DSP-REC.
           05  DSP-CLIENT              PIC X(4).
           05  DSP-ACCOUNT             PIC X(13).
           05  DSP-ACCOUNT-N REDEFINES DSP-ACCOUNT PIC 9(13).
           05  DSP-TAG                 PIC X(12).
           05  DSP-CODE                PIC X(1).
               88  DSP-VALID-CODE          VALUE 'O' 'F' 'A' 'R'.
           05  DSP-ANALYST             PIC X(16).
           05  DSP-NOTE                PIC X(60).
           05  FILLER                  PIC X(26).

       FD  QUE-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS QUE-REC.
       01  QUE-REC                     PIC X(200).

       FD SEV-FILE
           RECORD CONTAINS 13 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SEV-REC.
       01 SEV-REC.
           05  SEV-REC-TAG             PIC X(12).
           05  SEV-REC-LEVEL           PIC 9(1).

       FD OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01 OUT-REC                      PIC X(132).
      *
      * source 1 = prior queue entry, 2 = disposition, 3 = tonight's
      * exception line - so within a key the entry is in hand
      * before anything is applied to it, and a disposition keyed
      * today lands before tonight's sighting
      *
       SD SORT-FILE
           DATA RECORD IS SORT-REC.
       01 SORT-REC.
           05  SRT-KEY.
               10  SRT-CLIENT          PIC X(4).
               10  SRT-ACCOUNT         PIC 9(13).
               10  SRT-TAG             PIC X(12).
           05  SRT-SOURCE              PIC X(1).
           05  SRT-DATA                PIC X(200).
      *
       WORKING-STORAGE SECTION.
      *
       01  VARIABLES.
           05  IN1-PATH.
               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 IN1-NAME             PIC X(64).
           05  DSP-PATH.
               10 DSP-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 DSP-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  QUE-PATH                PIC X(40)
               VALUE '/users/public/excqueue.tab'.
           05  SEV-PATH                PIC X(40)
               VALUE '/users/public/excsev.tab'.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  DSP-STATUS              PIC X(2)  VALUE SPACES.
           05  QUE-STATUS              PIC X(2)  VALUE SPACES.
           05  SEV-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  LINE-CTR                PIC 9(7)  VALUE 0.
           05  PRIOR-CTR               PIC 9(7)  VALUE 0.
           05  DSP-CTR                 PIC 9(7)  VALUE 0.
           05  APPLIED-CTR             PIC 9(7)  VALUE 0.
           05  REJECT-CTR              PIC 9(7)  VALUE 0.
           05  NEW-CTR                 PIC 9(7)  VALUE 0.
           05  QUEUE-CTR               PIC 9(7)  VALUE 0.
           05  OPEN-CTR                PIC 9(7)  VALUE 0.
           05  REOPEN-CTR              PIC 9(7)  VALUE 0.
           05  OVERDUE-CTR             PIC 9(7)  VALUE 0.
           05  PURGED-CTR              PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  SRT-EOF-SW              PIC 9(1)  VALUE 0.
           05  SEV-EOF-SW              PIC X(1)  VALUE 'N'.
               88  SEV-EOF                       VALUE 'Y'.
           05  HAVE-ENTRY-SW           PIC X(1)  VALUE 'N'.
               88  HAVE-ENTRY                    VALUE 'Y'.
           05  SEEN-SW                 PIC X(1)  VALUE 'N'.
               88  SEEN-TONIGHT                  VALUE 'Y'.
           05  WS-CUR-KEY              PIC X(29) VALUE SPACES.
           05  WS-TAG-ZONE             PIC X(20) VALUE SPACES.
           05  WS-TAG                  PIC X(12) VALUE SPACES.
           05  WS-ACCT-X               PIC X(13) VALUE SPACES.
           05  WS-REASON               PIC X(30) VALUE SPACES.
           05  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           05  WS-RUN-DAYS             PIC S9(9) COMP-3 VALUE 0.
           05  WS-AGE-DAYS             PIC S9(9) COMP-3 VALUE 0.
           05  WS-DEADLINE             PIC 9(3)  VALUE 0.
           05  WS-BUCKET               PIC S9(4) COMP VALUE 0.
           05  WS-SEV                  PIC 9(1)  VALUE 0.
           05  WS-SEV-LOOP             PIC S9(1) VALUE 0.
           05  WS-TAG-SUB              PIC S9(4) COMP VALUE 0.
           05  WS-SUB                  PIC S9(4) COMP VALUE 0.
           05  WS-QTY-DISP             PIC ZZZZZ9.
           05  WS-AGE-DISP             PIC ZZZZ9.
           05  WS-CYC-DISP             PIC ZZZZ9.
           05  WS-DL-DISP              PIC ZZ9.
      *
      * a fixed or accepted entry not seen for a year drops off the
      * queue; an open one stays until someone disposes of it
      *
           05  WS-RETAIN-DAYS          PIC 9(3)  VALUE 365.
      *
      * days an open exception may go without an owner, by severity
      * 0 through 9 - the items that can stop a mailing get a day
      *
           05  WS-DEADLINE-X           PIC X(30)
               VALUE '030030030014010007005003002001'.
           05  WS-DEADLINE-TBL REDEFINES WS-DEADLINE-X.
               10  WS-SEV-DEADLINE     PIC 9(3) OCCURS 10 TIMES.
      *
      * day numbers for the age arithmetic
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
      * one queue entry - the layout of QUE-REC and of the sort
      * record's data on a source-1 record
      *
       01  QUEUE-ENTRY.
           05  EQ-KEY.
               10  EQ-CLIENT           PIC X(4).
               10  EQ-ACCOUNT          PIC 9(13).
               10  EQ-TAG              PIC X(12).
           05  EQ-FIRST-SEEN           PIC 9(8).
           05  EQ-LAST-SEEN            PIC 9(8).
           05  EQ-CYCLE-CTR            PIC 9(5).
           05  EQ-STATUS               PIC X(1).
               88  EQ-OPEN                       VALUE 'O'.
               88  EQ-FIXED                      VALUE 'F'.
               88  EQ-ACCEPTED                   VALUE 'A'.
               88  EQ-REFERRED                   VALUE 'R'.
           05  EQ-OWNER                PIC X(16).
           05  EQ-DISP-DATE            PIC 9(8).
           05  EQ-NOTE                 PIC X(60).
           05  EQ-REOPEN-CTR           PIC 9(3).
           05  EQ-REOPEN-DATE          PIC 9(8).
           05  EQ-LAST-TEXT            PIC X(40).
           05  FILLER                  PIC X(14).

      *
      * open backlog per tag - severity, age buckets 0-7, 8-30,
      * 31-60, 61-90 and over 90 days, and how many have an owner
      *
       01  TAG-TABLE.
           05  TT-ENTRY OCCURS 100 TIMES INDEXED BY TT-IDX.
               10  TT-TAG              PIC X(12).
               10  TT-SEVERITY         PIC 9(1).
               10  TT-AGE-QTY          PIC 9(7) OCCURS 5 TIMES.
               10  TT-OPEN-QTY         PIC 9(7).
               10  TT-OWNED-QTY        PIC 9(7).
       77  WS-TT-COUNT                 PIC S9(4) COMP VALUE 0.
       77  TT-FOUND-SW                 PIC X(1)  VALUE 'N'.
           88  TT-FOUND                          VALUE 'Y'.
       77  TT-DROPPED-CTR              PIC 9(7)  VALUE 0.

      *
      * the severity ranking off excsev.tab
      *
       01  SEVERITY-TABLE.
           05  SV-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-SV-COUNT
                   INDEXED BY SV-IDX.
               10  SV-TAG              PIC X(12).
               10  SV-LEVEL            PIC 9(1).
       77  WS-SV-COUNT                 PIC S9(4) COMP VALUE 0.

      *
      * dispositions that matched no queue entry, listed at the end
      *
       01  REJECT-TABLE.
           05  RJ-ENTRY OCCURS 200 TIMES INDEXED BY RJ-IDX.
               10  RJ-LINE             PIC X(132).
       77  WS-RJ-COUNT                 PIC S9(4) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME OUT-NAME DSP-NAME.
           DISPLAY '* * * * B E G I N   E X C Q U E U E 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR OUT-NAME = SPACES
               DISPLAY '!!!! ENTER EXC FILE, REPORT FILE AND'
                   UPON CRT AT 2301
               DISPLAY '!!!!   OPTIONAL DISPOSITION FILE'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE            TO WS-DN-DATE-N.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE WS-DN-DAYS             TO WS-RUN-DAYS.
           PERFORM LOAD-SEVERITY-TABLE.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-KEY SRT-SOURCE
               INPUT PROCEDURE IS RELEASE-QUEUE-INPUT
                   THRU RELEASE-QUEUE-EXIT
               OUTPUT PROCEDURE IS MERGE-QUEUE
                   THRU MERGE-QUEUE-EXIT.
           PERFORM WRITE-QUEUE-REPORT.
           PERFORM END-RTN.

       LOAD-SEVERITY-TABLE.
      * the severity file is optional; tags not listed keep the
      * default middle severity of 5
           OPEN INPUT SEV-FILE.
           IF SEV-STATUS NOT = '00'
               MOVE 'Y'                TO SEV-EOF-SW
           ELSE
               PERFORM READ-SEV-REC
               PERFORM UNTIL SEV-EOF
                   IF WS-SV-COUNT < 100
                       ADD 1           TO WS-SV-COUNT
                       SET SV-IDX TO WS-SV-COUNT
                       MOVE SEV-REC-TAG TO SV-TAG (SV-IDX)
                       MOVE SEV-REC-LEVEL TO SV-LEVEL (SV-IDX)
                   END-IF
                   PERFORM READ-SEV-REC
               END-PERFORM
               CLOSE SEV-FILE.

       READ-SEV-REC.
           READ SEV-FILE AT END MOVE 'Y' TO SEV-EOF-SW.

       FIND-SEVERITY.
           MOVE 5                      TO WS-SEV.
           IF WS-SV-COUNT > 0
               SET SV-IDX TO 1
               SEARCH SV-ENTRY
                   AT END
                       CONTINUE
                   WHEN SV-TAG (SV-IDX) = EQ-TAG
                       MOVE SV-LEVEL (SV-IDX) TO WS-SEV
               END-SEARCH.

      *
      * the prior queue, the dispositions and tonight's exception
      * lines all go to the sort on client / account / tag
      *
       RELEASE-QUEUE-INPUT.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! EXC FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT QUE-FILE.
           IF QUE-STATUS = '00'
               MOVE 0                  TO EOF-SW
               PERFORM RELEASE-ONE-QUEUE-ENTRY UNTIL EOF-SW = 1
               CLOSE QUE-FILE.
           IF DSP-NAME NOT = SPACES
               OPEN INPUT DSP-FILE
               IF DSP-STATUS NOT = '00'
                   DISPLAY '!!!! DISPOSITION FILE NOT FOUND'
                       UPON CRT AT 2301
                   DISPLAY DSP-NAME UPON CRT AT 2401
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 0                  TO EOF-SW
               PERFORM RELEASE-ONE-DISPOSITION UNTIL EOF-SW = 1
               CLOSE DSP-FILE.
           MOVE 0                      TO EOF-SW.
           PERFORM RELEASE-ONE-EXCEPTION UNTIL EOF-SW = 1.
           CLOSE IN1-FILE.
       RELEASE-QUEUE-EXIT.
           EXIT.

       RELEASE-ONE-QUEUE-ENTRY.
           READ QUE-FILE INTO QUEUE-ENTRY
               AT END MOVE 1           TO EOF-SW.
           IF EOF-SW = 0
               ADD 1                   TO PRIOR-CTR
               MOVE EQ-KEY             TO SRT-KEY
               MOVE '1'                TO SRT-SOURCE
               MOVE QUEUE-ENTRY        TO SRT-DATA
               RELEASE SORT-REC.

       RELEASE-ONE-DISPOSITION.
           READ DSP-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               ADD 1                   TO DSP-CTR
               IF DSP-ACCOUNT NOT NUMERIC
                   MOVE 'ACCOUNT NOT NUMERIC'  TO WS-REASON
                   PERFORM SAVE-REJECT-LINE
               ELSE
                   MOVE DSP-CLIENT     TO SRT-CLIENT
                   MOVE DSP-ACCOUNT-N  TO SRT-ACCOUNT
                   MOVE DSP-TAG        TO SRT-TAG
                   MOVE '2'            TO SRT-SOURCE
                   MOVE DSP-REC        TO SRT-DATA
                   RELEASE SORT-REC
               END-IF
           END-IF.

      *
      * client (4), two spaces, the 13-digit account, three spaces,
      * then the tag as the first word - the layout EXCSPLIT1 lifts
      * its tag from.  a line whose account is not a number is
      * queued against account zero for its client
      *
       RELEASE-ONE-EXCEPTION.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               ADD 1                   TO LINE-CTR
               MOVE IN1-REC (23:20)    TO WS-TAG-ZONE
               MOVE SPACES             TO WS-TAG
               UNSTRING WS-TAG-ZONE DELIMITED BY ' '
                   INTO WS-TAG
               IF WS-TAG = SPACES
                   MOVE 'UNTAGGED'     TO WS-TAG
               END-IF
               MOVE IN1-REC (1:4)      TO SRT-CLIENT
               MOVE IN1-REC (7:13)     TO WS-ACCT-X
               IF WS-ACCT-X NUMERIC
                   MOVE WS-ACCT-X      TO SRT-ACCOUNT
               ELSE
                   MOVE 0              TO SRT-ACCOUNT
               END-IF
               MOVE WS-TAG             TO SRT-TAG
               MOVE '3'                TO SRT-SOURCE
               MOVE SPACES             TO SRT-DATA
               MOVE IN1-REC (23:110)   TO SRT-DATA
               RELEASE SORT-REC.

      *
      * one pass over the sorted keys; each key's entry is built up
      * from its records and written to the new queue at the break
      *
       MERGE-QUEUE.
           OPEN OUTPUT QUE-FILE.
           MOVE 0                      TO SRT-EOF-SW.
           PERFORM RETURN-SORT-REC.
           PERFORM MERGE-ONE-KEY UNTIL SRT-EOF-SW = 1.
           CLOSE QUE-FILE.
       MERGE-QUEUE-EXIT.
           EXIT.

       RETURN-SORT-REC.
           RETURN SORT-FILE
               AT END MOVE 1           TO SRT-EOF-SW.

       MERGE-ONE-KEY.
           MOVE SRT-KEY                TO WS-CUR-KEY.
           MOVE 'N'                    TO HAVE-ENTRY-SW.
           MOVE 'N'                    TO SEEN-SW.
           PERFORM APPLY-ONE-SORT-REC
               UNTIL SRT-EOF-SW = 1 OR SRT-KEY NOT = WS-CUR-KEY.
           IF HAVE-ENTRY
               PERFORM CLOSE-OUT-ENTRY THRU CLOSE-OUT-ENTRY-EXIT.

       APPLY-ONE-SORT-REC.
           IF SRT-SOURCE = '1'
               MOVE SRT-DATA           TO QUEUE-ENTRY
               MOVE 'Y'                TO HAVE-ENTRY-SW
           ELSE
           IF SRT-SOURCE = '2'
               MOVE SRT-DATA           TO DSP-REC
               PERFORM APPLY-DISPOSITION THRU APPLY-DISPOSITION-EXIT
           ELSE
               PERFORM APPLY-SIGHTING THRU APPLY-SIGHTING-EXIT.
           PERFORM RETURN-SORT-REC.

       APPLY-DISPOSITION.
           IF NOT HAVE-ENTRY
               MOVE 'NOT ON THE QUEUE'     TO WS-REASON
               PERFORM SAVE-REJECT-LINE
               GO TO APPLY-DISPOSITION-EXIT.
           IF NOT DSP-VALID-CODE
               MOVE 'CODE NOT O, F, A OR R' TO WS-REASON
               PERFORM SAVE-REJECT-LINE
               GO TO APPLY-DISPOSITION-EXIT.
           IF DSP-ANALYST = SPACES
               MOVE 'NO ANALYST NAME'      TO WS-REASON
               PERFORM SAVE-REJECT-LINE
               GO TO APPLY-DISPOSITION-EXIT.
           ADD 1                       TO APPLIED-CTR.
           MOVE DSP-ANALYST            TO EQ-OWNER.
           MOVE WS-RUN-DATE            TO EQ-DISP-DATE.
           IF DSP-NOTE NOT = SPACES
               MOVE DSP-NOTE           TO EQ-NOTE.
           IF DSP-CODE NOT = 'O'
               MOVE DSP-CODE           TO EQ-STATUS.
       APPLY-DISPOSITION-EXIT.
           EXIT.

      *
      * a key seen on several lines tonight counts once.  a fixed
      * entry seen on a night after the one it was fixed reopens;
      * an accepted one just has its sighting recorded
      *
       APPLY-SIGHTING.
           IF SEEN-TONIGHT
               GO TO APPLY-SIGHTING-EXIT.
           MOVE 'Y'                    TO SEEN-SW.
           IF NOT HAVE-ENTRY
               MOVE SPACES             TO QUEUE-ENTRY
               MOVE SRT-KEY            TO EQ-KEY
               MOVE WS-RUN-DATE        TO EQ-FIRST-SEEN
               MOVE WS-RUN-DATE        TO EQ-LAST-SEEN
               MOVE 1                  TO EQ-CYCLE-CTR
               MOVE 'O'                TO EQ-STATUS
               MOVE 0                  TO EQ-DISP-DATE
               MOVE 0                  TO EQ-REOPEN-CTR
               MOVE 0                  TO EQ-REOPEN-DATE
               MOVE SRT-DATA (1:40)    TO EQ-LAST-TEXT
               MOVE 'Y'                TO HAVE-ENTRY-SW
               ADD 1                   TO NEW-CTR
               GO TO APPLY-SIGHTING-EXIT.
           IF EQ-LAST-SEEN < WS-RUN-DATE
               ADD 1                   TO EQ-CYCLE-CTR
               MOVE WS-RUN-DATE        TO EQ-LAST-SEEN.
           MOVE SRT-DATA (1:40)        TO EQ-LAST-TEXT.
           IF EQ-FIXED
           AND EQ-DISP-DATE < WS-RUN-DATE
               MOVE 'O'                TO EQ-STATUS
               ADD 1                   TO EQ-REOPEN-CTR
               MOVE WS-RUN-DATE        TO EQ-REOPEN-DATE.
       APPLY-SIGHTING-EXIT.
           EXIT.

      *
      * the entry goes back on the queue, tallied into its tag's
      * backlog if still open or referred
      *
       CLOSE-OUT-ENTRY.
           IF EQ-FIXED OR EQ-ACCEPTED
               IF EQ-DISP-DATE > EQ-LAST-SEEN
                   MOVE EQ-DISP-DATE   TO WS-DN-DATE-N
               ELSE
                   MOVE EQ-LAST-SEEN   TO WS-DN-DATE-N
               END-IF
               PERFORM COMPUTE-DAY-NUMBER
               COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-DN-DAYS
               IF WS-AGE-DAYS > WS-RETAIN-DAYS
                   ADD 1               TO PURGED-CTR
                   GO TO CLOSE-OUT-ENTRY-EXIT
               END-IF
           END-IF.
           WRITE QUE-REC FROM QUEUE-ENTRY.
           ADD 1                       TO QUEUE-CTR.
           IF EQ-REOPEN-DATE = WS-RUN-DATE
               ADD 1                   TO REOPEN-CTR.
           IF EQ-OPEN OR EQ-REFERRED
               ADD 1                   TO OPEN-CTR
               PERFORM TALLY-BACKLOG.
       CLOSE-OUT-ENTRY-EXIT.
           EXIT.

       TALLY-BACKLOG.
           PERFORM COMPUTE-ENTRY-AGE.
           MOVE 'N'                    TO TT-FOUND-SW.
           IF WS-TT-COUNT > 0
               SET TT-IDX TO 1
               SEARCH TT-ENTRY
                   AT END
                       MOVE 'N'        TO TT-FOUND-SW
                   WHEN TT-TAG (TT-IDX) = EQ-TAG
                       MOVE 'Y'        TO TT-FOUND-SW
               END-SEARCH.
           IF NOT TT-FOUND
               IF WS-TT-COUNT < 100
                   ADD 1               TO WS-TT-COUNT
                   SET TT-IDX TO WS-TT-COUNT
                   MOVE EQ-TAG         TO TT-TAG (TT-IDX)
                   PERFORM FIND-SEVERITY
                   MOVE WS-SEV         TO TT-SEVERITY (TT-IDX)
                   MOVE 0              TO TT-OPEN-QTY (TT-IDX)
                   MOVE 0              TO TT-OWNED-QTY (TT-IDX)
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > 5
                       MOVE 0          TO TT-AGE-QTY (TT-IDX WS-SUB)
                   END-PERFORM
                   MOVE 'Y'            TO TT-FOUND-SW
               ELSE
                   ADD 1               TO TT-DROPPED-CTR
               END-IF
           END-IF.
           IF TT-FOUND
               ADD 1                   TO TT-OPEN-QTY (TT-IDX)
               ADD 1                   TO TT-AGE-QTY (TT-IDX WS-BUCKET)
               IF EQ-OWNER NOT = SPACES
                   ADD 1               TO TT-OWNED-QTY (TT-IDX)
               END-IF
           END-IF.

      *
      * age is the days since the exception was first seen
      *
       COMPUTE-ENTRY-AGE.
           MOVE EQ-FIRST-SEEN          TO WS-DN-DATE-N.
           PERFORM COMPUTE-DAY-NUMBER.
           COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-DN-DAYS.
           IF WS-AGE-DAYS < 8
               MOVE 1                  TO WS-BUCKET
           ELSE
           IF WS-AGE-DAYS < 31
               MOVE 2                  TO WS-BUCKET
           ELSE
           IF WS-AGE-DAYS < 61
               MOVE 3                  TO WS-BUCKET
           ELSE
           IF WS-AGE-DAYS < 91
               MOVE 4                  TO WS-BUCKET
           ELSE
               MOVE 5                  TO WS-BUCKET.

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

       SAVE-REJECT-LINE.
           ADD 1                       TO REJECT-CTR.
           IF WS-RJ-COUNT < 200
               ADD 1                   TO WS-RJ-COUNT
               SET RJ-IDX TO WS-RJ-COUNT
               MOVE SPACES             TO RJ-LINE (RJ-IDX)
               STRING DSP-CLIENT        DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      DSP-ACCOUNT       DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      DSP-TAG           DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      DSP-CODE          DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      DSP-ANALYST       DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WS-REASON         DELIMITED BY SIZE
                   INTO RJ-LINE (RJ-IDX).

      *
      * the backlog by tag, highest severity first, then passes over
      * the new queue for tonight's reopened entries and the ones
      * past their ownership deadline
      *
       WRITE-QUEUE-REPORT.
           OPEN OUTPUT OUT-FILE.
           MOVE 'EXCEPTION WORK QUEUE - OPEN BACKLOG BY TAG AND AGE'
                                       TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           STRING 'SEV  TAG           0-7 DAYS  8-30  31-60  61-90'
                                        DELIMITED BY SIZE
                  '  OVER 90   TOTAL   OWNED'
                                        DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           PERFORM VARYING WS-SEV-LOOP FROM 9 BY -1
                   UNTIL WS-SEV-LOOP < 0
               PERFORM VARYING WS-TAG-SUB FROM 1 BY 1
                       UNTIL WS-TAG-SUB > WS-TT-COUNT
                   IF TT-SEVERITY (WS-TAG-SUB) = WS-SEV-LOOP
                       PERFORM WRITE-BACKLOG-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'REOPENED TONIGHT AFTER BEING MARKED FIXED'
                                       TO OUT-REC.
           WRITE OUT-REC.
           PERFORM LIST-REOPENED-ENTRIES.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'OPEN WITH NO OWNER PAST THE SEVERITY DEADLINE'
                                       TO OUT-REC.
           WRITE OUT-REC.
           PERFORM LIST-UNOWNED-ENTRIES.
           IF WS-RJ-COUNT > 0
               MOVE SPACES             TO OUT-REC
               WRITE OUT-REC
               MOVE 'DISPOSITIONS REJECTED' TO OUT-REC
               WRITE OUT-REC
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-RJ-COUNT
                   MOVE RJ-LINE (WS-SUB) TO OUT-REC
                   WRITE OUT-REC
               END-PERFORM.
           CLOSE OUT-FILE.

       WRITE-BACKLOG-LINE.
           MOVE SPACES                 TO OUT-REC.
           STRING TT-SEVERITY (WS-TAG-SUB) DELIMITED BY SIZE
                  '    '               DELIMITED BY SIZE
                  TT-TAG (WS-TAG-SUB)  DELIMITED BY SIZE
               INTO OUT-REC.
           MOVE 18                     TO WS-SUB.
           PERFORM VARYING WS-BUCKET FROM 1 BY 1 UNTIL WS-BUCKET > 5
               MOVE TT-AGE-QTY (WS-TAG-SUB WS-BUCKET) TO WS-QTY-DISP
               MOVE WS-QTY-DISP        TO OUT-REC (WS-SUB:6)
               ADD 7                   TO WS-SUB
           END-PERFORM.
           MOVE TT-OPEN-QTY (WS-TAG-SUB)  TO WS-QTY-DISP.
           MOVE WS-QTY-DISP            TO OUT-REC (WS-SUB:6).
           ADD 8                       TO WS-SUB.
           MOVE TT-OWNED-QTY (WS-TAG-SUB) TO WS-QTY-DISP.
           MOVE WS-QTY-DISP            TO OUT-REC (WS-SUB:6).
           WRITE OUT-REC.

       LIST-REOPENED-ENTRIES.
           OPEN INPUT QUE-FILE.
           MOVE 0                      TO EOF-SW.
           PERFORM UNTIL EOF-SW = 1
               READ QUE-FILE INTO QUEUE-ENTRY
                   AT END MOVE 1       TO EOF-SW
                   NOT AT END
                       IF EQ-REOPEN-DATE = WS-RUN-DATE
                           PERFORM WRITE-REOPENED-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QUE-FILE.

       WRITE-REOPENED-LINE.
           MOVE EQ-REOPEN-CTR          TO WS-CYC-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING EQ-CLIENT             DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  EQ-ACCOUNT            DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  EQ-TAG                DELIMITED BY SIZE
                  ' FIXED '             DELIMITED BY SIZE
                  EQ-DISP-DATE          DELIMITED BY SIZE
                  ' BY '                DELIMITED BY SIZE
                  EQ-OWNER              DELIMITED BY SIZE
                  ' REOPENED'           DELIMITED BY SIZE
                  WS-CYC-DISP           DELIMITED BY SIZE
                  'X  FIRST SEEN '      DELIMITED BY SIZE
                  EQ-FIRST-SEEN         DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       LIST-UNOWNED-ENTRIES.
           OPEN INPUT QUE-FILE.
           MOVE 0                      TO EOF-SW.
           PERFORM UNTIL EOF-SW = 1
               READ QUE-FILE INTO QUEUE-ENTRY
                   AT END MOVE 1       TO EOF-SW
                   NOT AT END
                       IF EQ-OPEN AND EQ-OWNER = SPACES
                           PERFORM CHECK-OWNER-DEADLINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QUE-FILE.

       CHECK-OWNER-DEADLINE.
           PERFORM FIND-SEVERITY.
           MOVE WS-SEV-DEADLINE (WS-SEV + 1) TO WS-DEADLINE.
           PERFORM COMPUTE-ENTRY-AGE.
           IF WS-AGE-DAYS > WS-DEADLINE
               ADD 1                   TO OVERDUE-CTR
               MOVE WS-AGE-DAYS        TO WS-AGE-DISP
               MOVE WS-DEADLINE        TO WS-DL-DISP
               MOVE EQ-CYCLE-CTR       TO WS-CYC-DISP
               MOVE SPACES             TO OUT-REC
               STRING 'SEV '            DELIMITED BY SIZE
                      WS-SEV            DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      EQ-CLIENT         DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      EQ-ACCOUNT        DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      EQ-TAG            DELIMITED BY SIZE
                      ' AGE'            DELIMITED BY SIZE
                      WS-AGE-DISP       DELIMITED BY SIZE
                      ' DAYS, DEADLINE' DELIMITED BY SIZE
                      WS-DL-DISP        DELIMITED BY SIZE
                      '  SEEN'          DELIMITED BY SIZE
                      WS-CYC-DISP       DELIMITED BY SIZE
                      ' NIGHTS  LAST '  DELIMITED BY SIZE
                      EQ-LAST-SEEN      DELIMITED BY SIZE
                   INTO OUT-REC
               WRITE OUT-REC.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR EXCQUEUE1' UPON CRT AT 0915.
           DISPLAY LINE-CTR 'EXCEPTION LINES READ       =' UPON CRT
               AT 1125.
           DISPLAY PRIOR-CTR 'PRIOR QUEUE ENTRIES       =' UPON CRT
               AT 1225.
           DISPLAY NEW-CTR 'NEW QUEUE ENTRIES           =' UPON CRT
               AT 1325.
           DISPLAY APPLIED-CTR 'DISPOSITIONS APPLIED     =' UPON CRT
               AT 1425.
           DISPLAY REJECT-CTR 'DISPOSITIONS REJECTED     =' UPON CRT
               AT 1525.
           DISPLAY QUEUE-CTR 'QUEUE ENTRIES WRITTEN     =' UPON CRT
               AT 1625.
           DISPLAY OPEN-CTR 'OPEN OR REFERRED           =' UPON CRT
               AT 1725.
           DISPLAY REOPEN-CTR 'REOPENED AFTER FIX        =' UPON CRT
               AT 1825.
           DISPLAY OVERDUE-CTR 'UNOWNED PAST DEADLINE   =' UPON CRT
               AT 1925.
           DISPLAY PURGED-CTR 'CLOSED ENTRIES PURGED     =' UPON CRT
               AT 2025.
           IF TT-DROPPED-CTR NOT = 0
               DISPLAY TT-DROPPED-CTR 'UNTALLIED - TABLE FULL  ='
                   UPON CRT AT 2125
               MOVE 8                  TO RETURN-CODE
           ELSE
           IF REOPEN-CTR NOT = 0 OR OVERDUE-CTR NOT = 0
           OR REJECT-CTR NOT = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           STOP RUN.
