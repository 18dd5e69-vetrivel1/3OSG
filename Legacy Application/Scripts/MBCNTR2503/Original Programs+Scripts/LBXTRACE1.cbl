       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LBXTRACE1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * lockbox capture to servicer posting trace - LOCKBOX1 proves
      * what the lockbox captured against what we billed and
      * DEPRECON1 proves the bank totals against tran750, but
      * nothing proved that each remittance the lockbox captured was
      * actually posted to the loan it was meant for; unposted money
      * turned up when the borrower got a late notice for a payment
      * already made.  this step takes LOCKBOX1's capture extracts
      * (named on a capture list) and traces every capture to a
      * tran750 posting on or within the configured number of days
      * after its capture date, in four passes so the plain matches
      * are all taken before anything is called a mispost:
      *   1 - same account, same amount                   matched
      *   2 - same account, different amount              AMTDIFF
      *   3 - another account's otherwise unexplained
      *       posting of the same amount                  MISPOSTED
      *   4 - nothing                                     NOTPOSTED
      * a capture whose window runs past the last posting date on
      * the feed is PENDING rather than unposted - it may post next
      * cycle.  lockbox-channel postings (the LOCKBOX tran-code
      * ranges on chantran.tab) left over at the end, dated inside
      * the captures' span, are listed as NOCAPTURE
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the tran750 cycle-history detail file
           SELECT TRN-FILE  ASSIGN TO DYNAMIC TRN-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS TRN-STATUS.
      * the capture list - one line per LOCKBOX1 capture extract
      * covering the postings on the feed
           SELECT LST-FILE  ASSIGN TO DYNAMIC LST-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS LST-STATUS.
      * whichever listed capture extract is being read
           SELECT CAP-FILE  ASSIGN TO DYNAMIC CAP-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS CAP-STATUS.
      * payment-channel control shared with DEPRECON1 - the ranges
      * under channel LOCKBOX are the lockbox postings
           SELECT CHN-FILE  ASSIGN TO DYNAMIC CHN-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS CHN-STATUS.
      * the trace report
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * work file for keying the posting table by account so each
      * capture looks up its own account's postings directly
           SELECT SORT-FILE ASSIGN TO 'SORTWK'.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD TRN-FILE
           RECORD CONTAINS 750 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TRN-REC.
       01 TRN-REC                      PIC X(750).

       FD  LST-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LST-REC.
       01  LST-REC.
           05  LST-CAP-NAME            PIC X(64).
           05  FILLER                  PIC X(16).

       FD  CAP-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CAP-REC.
       01  CAP-REC.
           05  CAP-CLIENT              PIC X(4).
           05  CAP-ACCOUNT             PIC 9(13).
           05  CAP-AMOUNT              PIC 9(9)V99.
           05  CAP-DATE                PIC 9(8).
           05  FILLER                  PIC X(4).

       FD  CHN-FILE
           RECORD CONTAINS 14 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CHN-REC.
       01  CHN-REC.
           05  CHN-REC-CHANNEL         PIC X(8).
           05  CHN-REC-TRAN-FROM       PIC X(3).
           05  CHN-REC-TRAN-TO         PIC X(3).

       FD OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01 OUT-REC                      PIC X(132).
      *
       SD SORT-FILE
           DATA RECORD IS SORT-REC.
       01 SORT-REC.
           05  SRT-KEY.
               10  SRT-ACCOUNT         PIC 9(13).
               10  SRT-DATE            PIC 9(8).
           05  SRT-AMOUNT              PIC S9(11)V99 COMP-3.
           05  SRT-TRAN                PIC X(3).
           05  SRT-LOCKBOX-SW          PIC X(1).
      *
       WORKING-STORAGE SECTION.

       copy '/users/devel/tran750.cbl'.

       01  VARIABLES.
           05  TRN-PATH.
               10 TRN-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 TRN-NAME             PIC X(64).
           05  LST-PATH.
               10 LST-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 LST-NAME             PIC X(64).
           05  CAP-PATH.
               10 CAP-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 CAP-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  CHN-PATH                PIC X(40)
               VALUE '/users/public/chantran.tab'.
           05  CHN-STATUS              PIC X(2)  VALUE SPACES.
           05  CHN-EOF-SW              PIC X(1)  VALUE 'N'.
               88  CHN-EOF                       VALUE 'Y'.
           05  WS-CHN-COUNT            PIC S9(4) COMP VALUE 0.
           05  TRN-STATUS              PIC X(2)  VALUE SPACES.
           05  LST-STATUS              PIC X(2)  VALUE SPACES.
           05  CAP-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  WS-DAYS-X               PIC X(3)  VALUE SPACES.
      * default trace window - a capture should post the day it is
      * captured or within five days after
           05  WS-DAYS                 PIC 9(3)  VALUE 5.
           05  TRN-CTR                 PIC 9(7)  VALUE 0.
           05  POSTING-CTR             PIC 9(7)  VALUE 0.
           05  CAPTURE-CTR             PIC 9(7)  VALUE 0.
           05  FILE-CTR                PIC 9(3)  VALUE 0.
           05  MATCHED-CTR             PIC 9(7)  VALUE 0.
           05  AMTDIFF-CTR             PIC 9(7)  VALUE 0.
           05  MISPOST-CTR             PIC 9(7)  VALUE 0.
           05  NOTPOSTED-CTR           PIC 9(7)  VALUE 0.
           05  PENDING-CTR             PIC 9(7)  VALUE 0.
           05  NOCAPTURE-CTR           PIC 9(7)  VALUE 0.
           05  TRN-EOF-SW              PIC 9(1)  VALUE 0.
           05  LST-EOF-SW              PIC 9(1)  VALUE 0.
           05  CAP-EOF-SW              PIC 9(1)  VALUE 0.
           05  SRT-EOF-SW              PIC 9(1)  VALUE 0.
           05  LOCKBOX-CHN-SW          PIC X(1)  VALUE 'N'.
               88  LOCKBOX-CHN-DEFINED           VALUE 'Y'.
           05  PT-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  PT-FOUND                      VALUE 'Y'.
           05  PA-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  PA-FOUND                      VALUE 'Y'.
           05  WS-PASS                 PIC 9(1)  VALUE 0.
           05  WS-PST                  PIC S9(4) COMP VALUE 0.
           05  WS-SUB                  PIC S9(4) COMP VALUE 0.
           05  WS-CT                   PIC S9(8) COMP VALUE 0.
           05  WS-PT                   PIC S9(8) COMP VALUE 0.
           05  WS-PT-LAST              PIC S9(8) COMP VALUE 0.
           05  WS-PROC-DATE            PIC 9(8)  VALUE 0.
           05  WS-FIRST-CAPTURE        PIC 9(8)  VALUE 99999999.
           05  WS-LAST-POSTING         PIC 9(8)  VALUE 0.
           05  WS-LOCKBOX-SW           PIC X(1)  VALUE 'N'.
           05  WS-TAG                  PIC X(10) VALUE SPACES.
           05  WS-RPT-ACCOUNT          PIC 9(13) VALUE 0.
           05  WS-PST-ACCOUNT          PIC 9(13) VALUE 0.
           05  WS-CAP-DISP             PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-PST-DISP             PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-QTY-DISP             PIC ZZZZZZ9.
      *
      * capture window end - the capture date carried forward the
      * window's days one calendar day at a time
      *
           05  WS-SETTLE-DATE.
               10  WS-STL-YYYY         PIC 9(4).
               10  WS-STL-MM           PIC 9(2).
               10  WS-STL-DD           PIC 9(2).
           05  WS-SETTLE-DATE-N REDEFINES WS-SETTLE-DATE PIC 9(8).
           05  WS-STL-LIMIT            PIC S9(4) COMP VALUE 0.
           05  WS-STL-REM              PIC 9(4)  VALUE 0.
           05  WS-STL-QUOT             PIC 9(4)  VALUE 0.
           05  WS-ROLL-DAYS            PIC S9(4) COMP VALUE 0.
           05  WS-MONTH-DAYS-X         PIC X(24)
               VALUE '312831303130313130313031'.
           05  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-X.
               10  WS-MO-DAYS          PIC 9(2) OCCURS 12 TIMES.

      *
      * channel definitions from chantran.tab
      *
       01  CHANNEL-TABLE.
           05  CHN-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-CHN-COUNT
                   INDEXED BY CHN-IDX.
               10  CHN-CHANNEL         PIC X(8).
               10  CHN-TRAN-FROM       PIC X(3).
               10  CHN-TRAN-TO         PIC X(3).

      *
      * the feed's payment postings, account/date order off the
      * sort; PT-USED-SW marks a posting once a capture claims it
      *
       01  POSTING-TABLE.
           05  PT-ENTRY OCCURS 1 TO 200000 TIMES
                   DEPENDING ON WS-PT-COUNT
                   INDEXED BY PT-IDX.
               10  PT-ACCOUNT          PIC 9(13).
               10  PT-DATE             PIC 9(8).
               10  PT-AMOUNT           PIC S9(11)V99 COMP-3.
               10  PT-TRAN             PIC X(3).
               10  PT-LOCKBOX-SW       PIC X(1).
               10  PT-USED-SW          PIC X(1).
       77  WS-PT-COUNT                 PIC S9(8) COMP VALUE 0.

      *
      * one entry per posted account - where its postings start in
      * POSTING-TABLE and how many there are; ascending by
      * construction off the sort for the SEARCH ALL lookups
      *
       01  WS-PA-COUNT                 PIC S9(8) COMP VALUE 0.
       01  POSTED-ACCOUNT-TABLE.
           05  PA-ENTRY OCCURS 1 TO 200000 TIMES
                   DEPENDING ON WS-PA-COUNT
                   ASCENDING KEY IS PA-ACCOUNT
                   INDEXED BY PA-IDX.
               10  PA-ACCOUNT          PIC 9(13).
               10  PA-FIRST            PIC S9(8) COMP.
               10  PA-QTY              PIC S9(8) COMP.

      *
      * the captures, with each one's window end and the pass that
      * resolved it - M matched, A amount differs, O posted to
      * another account, N not posted, P pending
      *
       01  CAPTURE-TABLE.
           05  CT-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-CT-COUNT
                   INDEXED BY CT-IDX.
               10  CT-CLIENT           PIC X(4).
               10  CT-ACCOUNT          PIC 9(13).
               10  CT-AMOUNT           PIC S9(9)V99 COMP-3.
               10  CT-DATE             PIC 9(8).
               10  CT-LIMIT            PIC 9(8).
               10  CT-RESULT           PIC X(1).
               10  CT-PT-SUB           PIC S9(8) COMP.
       77  WS-CT-COUNT                 PIC S9(8) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO TRN-NAME LST-NAME OUT-NAME WS-DAYS-X.
           DISPLAY '* * * B E G I N   L B X T R A C E 1 . C B L'
               UPON CRT AT 1401.
           IF TRN-NAME = SPACES OR LST-NAME = SPACES
           OR OUT-NAME = SPACES
               DISPLAY '!!!! ENTER TRAN FILE, CAPTURE LIST AND'
                   UPON CRT AT 2301
               DISPLAY '!!!!   REPORT FILE ON COMMAND LINE'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           IF WS-DAYS-X NUMERIC
               MOVE WS-DAYS-X          TO WS-DAYS.
           PERFORM LOAD-CHANNEL-TABLE.
           OPEN INPUT LST-FILE.
           IF LST-STATUS NOT = '00'
               DISPLAY '!!!! CAPTURE LIST NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY LST-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM READ-LST-REC.
           PERFORM LOAD-ONE-CAPTURE-FILE THRU LOAD-ONE-CAPTURE-EXIT
               UNTIL LST-EOF-SW = 1.
           CLOSE LST-FILE.
           OPEN INPUT TRN-FILE.
           IF TRN-STATUS NOT = '00'
               DISPLAY '!!!! TRAN FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY TRN-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           CLOSE TRN-FILE.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-KEY
               INPUT PROCEDURE IS RELEASE-POSTINGS
                   THRU RELEASE-POSTINGS-EXIT
               OUTPUT PROCEDURE IS LOAD-POSTING-TABLE
                   THRU LOAD-POSTING-EXIT.
           OPEN OUTPUT OUT-FILE.
           PERFORM WRITE-HEADING.
           PERFORM VARYING WS-PASS FROM 1 BY 1 UNTIL WS-PASS > 3
               PERFORM VARYING WS-CT FROM 1 BY 1
                       UNTIL WS-CT > WS-CT-COUNT
                   SET CT-IDX TO WS-CT
                   IF CT-RESULT (CT-IDX) = SPACE
                       PERFORM TRACE-ONE-CAPTURE
                           THRU TRACE-ONE-CAPTURE-EXIT
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-CT FROM 1 BY 1
                   UNTIL WS-CT > WS-CT-COUNT
               SET CT-IDX TO WS-CT
               PERFORM REPORT-ONE-CAPTURE
           END-PERFORM.
           IF LOCKBOX-CHN-DEFINED
               PERFORM REPORT-UNCAPTURED-POSTINGS.
           PERFORM END-RTN.

       LOAD-CHANNEL-TABLE.
      * chantran.tab is an optional control file; without a LOCKBOX
      * channel on it every payment posting is traceable but none
      * can be called a lockbox posting with no capture
           OPEN INPUT CHN-FILE.
           IF CHN-STATUS NOT = '00'
               MOVE 'Y'                   TO CHN-EOF-SW
           ELSE
               PERFORM READ-CHN-REC
               PERFORM UNTIL CHN-EOF
                  IF WS-CHN-COUNT < 20
                     ADD 1                   TO WS-CHN-COUNT
                     SET CHN-IDX TO WS-CHN-COUNT
                     MOVE CHN-REC-CHANNEL TO CHN-CHANNEL (CHN-IDX)
                     MOVE CHN-REC-TRAN-FROM
                                        TO CHN-TRAN-FROM (CHN-IDX)
                     MOVE CHN-REC-TRAN-TO TO CHN-TRAN-TO (CHN-IDX)
                     IF CHN-REC-CHANNEL = 'LOCKBOX'
                        MOVE 'Y'         TO LOCKBOX-CHN-SW
                     END-IF
                  END-IF
                  PERFORM READ-CHN-REC
               END-PERFORM
               CLOSE CHN-FILE.

       READ-CHN-REC.
           READ CHN-FILE AT END MOVE 'Y' TO CHN-EOF-SW.

       READ-LST-REC.
           READ LST-FILE AT END MOVE 1 TO LST-EOF-SW.

       LOAD-ONE-CAPTURE-FILE.
           IF LST-CAP-NAME = SPACES
               GO TO LOAD-ONE-CAPTURE-NEXT.
           MOVE LST-CAP-NAME           TO CAP-NAME.
           OPEN INPUT CAP-FILE.
           IF CAP-STATUS NOT = '00'
               DISPLAY 'LISTED CAPTURE FILE MISSING - SKIPPED:'
                   UPON CRT AT 2101
               DISPLAY CAP-NAME UPON CRT AT 2141
               GO TO LOAD-ONE-CAPTURE-NEXT.
           ADD 1                       TO FILE-CTR.
           MOVE 0                      TO CAP-EOF-SW.
           PERFORM UNTIL CAP-EOF-SW = 1
               READ CAP-FILE
                   AT END MOVE 1       TO CAP-EOF-SW
                   NOT AT END
                       PERFORM POST-ONE-CAPTURE
               END-READ
           END-PERFORM.
           CLOSE CAP-FILE.
       LOAD-ONE-CAPTURE-NEXT.
           PERFORM READ-LST-REC.
       LOAD-ONE-CAPTURE-EXIT.
           EXIT.

       POST-ONE-CAPTURE.
           IF CAP-DATE NOT NUMERIC OR CAP-AMOUNT NOT NUMERIC
               CONTINUE
           ELSE
           IF WS-CT-COUNT < 100000
               ADD 1                   TO WS-CT-COUNT
               ADD 1                   TO CAPTURE-CTR
               SET CT-IDX TO WS-CT-COUNT
               MOVE CAP-CLIENT         TO CT-CLIENT (CT-IDX)
               MOVE CAP-ACCOUNT        TO CT-ACCOUNT (CT-IDX)
               MOVE CAP-AMOUNT         TO CT-AMOUNT (CT-IDX)
               MOVE CAP-DATE           TO CT-DATE (CT-IDX)
               MOVE SPACE              TO CT-RESULT (CT-IDX)
               MOVE 0                  TO CT-PT-SUB (CT-IDX)
               IF CAP-DATE < WS-FIRST-CAPTURE
                   MOVE CAP-DATE       TO WS-FIRST-CAPTURE
               END-IF
               MOVE CAP-DATE           TO WS-SETTLE-DATE-N
               PERFORM VARYING WS-ROLL-DAYS FROM 1 BY 1
                       UNTIL WS-ROLL-DAYS > WS-DAYS
                   PERFORM ADD-ONE-DAY
               END-PERFORM
               MOVE WS-SETTLE-DATE-N   TO CT-LIMIT (CT-IDX)
           ELSE
               DISPLAY '!!!! CAPTURE TABLE FULL AT 100000 - SPLIT'
                   UPON CRT AT 2301
               DISPLAY '!!!!   THE CAPTURE LIST AND RERUN, STOP'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.

      *
      * every payment posting goes into the sort - the lockbox
      * channel's are marked for the no-capture listing
      *
       RELEASE-POSTINGS.
           OPEN INPUT TRN-FILE.
           PERFORM READ-TRN-REC.
           PERFORM UNTIL TRN-EOF-SW = 1
               PERFORM VARYING WS-PST FROM 1 BY 1 UNTIL WS-PST > 9
                   IF TRAN-CODE (WS-PST) NOT = SPACES
                   AND TOT-RECD (WS-PST) > 0
                   AND PROC-DATE (WS-PST) NUMERIC
                       PERFORM RELEASE-ONE-POSTING
                   END-IF
               END-PERFORM
               PERFORM READ-TRN-REC
           END-PERFORM.
           CLOSE TRN-FILE.
       RELEASE-POSTINGS-EXIT.
           EXIT.

       READ-TRN-REC.
           READ TRN-FILE INTO CNP750-TRAN-REC
               AT END MOVE 1 TO TRN-EOF-SW.
           IF TRN-EOF-SW = 0
               ADD 1                   TO TRN-CTR.

       RELEASE-ONE-POSTING.
           ADD 1                       TO POSTING-CTR.
           MOVE PROC-DATE (WS-PST)     TO WS-PROC-DATE (3:6).
           MOVE 20                     TO WS-PROC-DATE (1:2).
           IF WS-PROC-DATE > WS-LAST-POSTING
               MOVE WS-PROC-DATE       TO WS-LAST-POSTING.
           MOVE 'N'                    TO WS-LOCKBOX-SW.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CHN-COUNT
               IF CHN-CHANNEL (WS-SUB) = 'LOCKBOX'
               AND TRAN-CODE (WS-PST) NOT < CHN-TRAN-FROM (WS-SUB)
               AND TRAN-CODE (WS-PST) NOT > CHN-TRAN-TO (WS-SUB)
                   MOVE 'Y'            TO WS-LOCKBOX-SW
               END-IF
           END-PERFORM.
           MOVE T-ACCOUNT              TO SRT-ACCOUNT.
           MOVE WS-PROC-DATE           TO SRT-DATE.
           MOVE TOT-RECD (WS-PST)      TO SRT-AMOUNT.
           MOVE TRAN-CODE (WS-PST)     TO SRT-TRAN.
           MOVE WS-LOCKBOX-SW          TO SRT-LOCKBOX-SW.
           RELEASE SORT-REC.

       LOAD-POSTING-TABLE.
           PERFORM UNTIL SRT-EOF-SW = 1
               RETURN SORT-FILE
                   AT END
                       MOVE 1          TO SRT-EOF-SW
                   NOT AT END
                       PERFORM LOAD-ONE-POSTING
               END-RETURN
           END-PERFORM.
       LOAD-POSTING-EXIT.
           EXIT.

       LOAD-ONE-POSTING.
           IF WS-PT-COUNT NOT < 200000
               DISPLAY '!!!! POSTING TABLE FULL AT 200000 - SPLIT'
                   UPON CRT AT 2301
               DISPLAY '!!!!   THE FEED AND RERUN, STOP'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ADD 1                       TO WS-PT-COUNT.
           SET PT-IDX TO WS-PT-COUNT.
           MOVE SRT-ACCOUNT            TO PT-ACCOUNT (PT-IDX).
           MOVE SRT-DATE               TO PT-DATE (PT-IDX).
           MOVE SRT-AMOUNT             TO PT-AMOUNT (PT-IDX).
           MOVE SRT-TRAN               TO PT-TRAN (PT-IDX).
           MOVE SRT-LOCKBOX-SW         TO PT-LOCKBOX-SW (PT-IDX).
           MOVE 'N'                    TO PT-USED-SW (PT-IDX).
           IF WS-PA-COUNT = 0
               PERFORM ADD-POSTED-ACCOUNT
           ELSE
               SET PA-IDX TO WS-PA-COUNT
               IF PA-ACCOUNT (PA-IDX) = SRT-ACCOUNT
                   ADD 1               TO PA-QTY (PA-IDX)
               ELSE
                   PERFORM ADD-POSTED-ACCOUNT.

       ADD-POSTED-ACCOUNT.
           ADD 1                       TO WS-PA-COUNT.
           SET PA-IDX TO WS-PA-COUNT.
           MOVE SRT-ACCOUNT            TO PA-ACCOUNT (PA-IDX).
           MOVE WS-PT-COUNT            TO PA-FIRST (PA-IDX).
           MOVE 1                      TO PA-QTY (PA-IDX).

      *
      * passes 1 and 2 look only at the capture's own account's
      * postings; pass 3 looks at every posting still unclaimed
      *
       TRACE-ONE-CAPTURE.
           MOVE 'N'                    TO PT-FOUND-SW.
           IF WS-PASS = 3
               MOVE 1                  TO WS-PT
               MOVE WS-PT-COUNT        TO WS-PT-LAST
           ELSE
               MOVE 'N'                TO PA-FOUND-SW
               IF WS-PA-COUNT > 0
                   SEARCH ALL PA-ENTRY
                       AT END
                           MOVE 'N'    TO PA-FOUND-SW
                       WHEN PA-ACCOUNT (PA-IDX) = CT-ACCOUNT (CT-IDX)
                           MOVE 'Y'    TO PA-FOUND-SW
                   END-SEARCH
               END-IF
               IF NOT PA-FOUND
                   GO TO TRACE-ONE-CAPTURE-EXIT
               END-IF
               MOVE PA-FIRST (PA-IDX)  TO WS-PT
               COMPUTE WS-PT-LAST = PA-FIRST (PA-IDX)
                                  + PA-QTY (PA-IDX) - 1.
           PERFORM UNTIL WS-PT > WS-PT-LAST OR PT-FOUND
               SET PT-IDX TO WS-PT
               IF PT-USED-SW (PT-IDX) = 'N'
               AND PT-DATE (PT-IDX) NOT < CT-DATE (CT-IDX)
               AND PT-DATE (PT-IDX) NOT > CT-LIMIT (CT-IDX)
                   EVALUATE WS-PASS
                       WHEN 1
                           IF PT-AMOUNT (PT-IDX) = CT-AMOUNT (CT-IDX)
                               MOVE 'Y' TO PT-FOUND-SW
                               MOVE 'M' TO CT-RESULT (CT-IDX)
                           END-IF
                       WHEN 2
                           MOVE 'Y'    TO PT-FOUND-SW
                           MOVE 'A'    TO CT-RESULT (CT-IDX)
                       WHEN 3
                           IF PT-AMOUNT (PT-IDX) = CT-AMOUNT (CT-IDX)
                           AND PT-ACCOUNT (PT-IDX)
                               NOT = CT-ACCOUNT (CT-IDX)
                               MOVE 'Y' TO PT-FOUND-SW
                               MOVE 'O' TO CT-RESULT (CT-IDX)
                           END-IF
                   END-EVALUATE
               END-IF
               IF NOT PT-FOUND
                   ADD 1               TO WS-PT
               END-IF
           END-PERFORM.
           IF PT-FOUND
               MOVE 'Y'                TO PT-USED-SW (PT-IDX)
               MOVE WS-PT              TO CT-PT-SUB (CT-IDX).
       TRACE-ONE-CAPTURE-EXIT.
           EXIT.

       REPORT-ONE-CAPTURE.
           IF CT-RESULT (CT-IDX) = SPACE
               IF CT-LIMIT (CT-IDX) > WS-LAST-POSTING
                   MOVE 'P'            TO CT-RESULT (CT-IDX)
               ELSE
                   MOVE 'N'            TO CT-RESULT (CT-IDX).
           EVALUATE CT-RESULT (CT-IDX)
               WHEN 'M'
                   ADD 1               TO MATCHED-CTR
               WHEN 'A'
                   ADD 1               TO AMTDIFF-CTR
                   MOVE 'AMTDIFF'      TO WS-TAG
                   PERFORM WRITE-CAPTURE-LINE
               WHEN 'O'
                   ADD 1               TO MISPOST-CTR
                   MOVE 'MISPOSTED'    TO WS-TAG
                   PERFORM WRITE-CAPTURE-LINE
               WHEN 'P'
                   ADD 1               TO PENDING-CTR
                   MOVE 'PENDING'      TO WS-TAG
                   PERFORM WRITE-CAPTURE-LINE
               WHEN OTHER
                   ADD 1               TO NOTPOSTED-CTR
                   MOVE 'NOTPOSTED'    TO WS-TAG
                   PERFORM WRITE-CAPTURE-LINE
           END-EVALUATE.

       WRITE-CAPTURE-LINE.
           MOVE CT-ACCOUNT (CT-IDX)    TO WS-RPT-ACCOUNT.
           MOVE CT-AMOUNT (CT-IDX)     TO WS-CAP-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING WS-TAG                DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  CT-CLIENT (CT-IDX)    DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-RPT-ACCOUNT        DELIMITED BY SIZE
                  '  CAPTURED '         DELIMITED BY SIZE
                  CT-DATE (CT-IDX)      DELIMITED BY SIZE
                  WS-CAP-DISP           DELIMITED BY SIZE
               INTO OUT-REC.
           IF CT-PT-SUB (CT-IDX) > 0
               SET PT-IDX TO CT-PT-SUB (CT-IDX)
               MOVE PT-ACCOUNT (PT-IDX) TO WS-PST-ACCOUNT
               MOVE PT-AMOUNT (PT-IDX) TO WS-PST-DISP
               STRING '  POSTED '       DELIMITED BY SIZE
                      PT-DATE (PT-IDX)  DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WS-PST-ACCOUNT    DELIMITED BY SIZE
                      ' TRAN '          DELIMITED BY SIZE
                      PT-TRAN (PT-IDX)  DELIMITED BY SIZE
                      WS-PST-DISP       DELIMITED BY SIZE
                   INTO OUT-REC (64:69)
           ELSE
           IF CT-RESULT (CT-IDX) = 'P'
               STRING '  WINDOW OPEN THROUGH ' DELIMITED BY SIZE
                      CT-LIMIT (CT-IDX)  DELIMITED BY SIZE
                   INTO OUT-REC (64:69)
           ELSE
               STRING '  NO POSTING THROUGH '  DELIMITED BY SIZE
                      CT-LIMIT (CT-IDX)  DELIMITED BY SIZE
                   INTO OUT-REC (64:69).
           WRITE OUT-REC.

      *
      * lockbox-channel postings no capture claimed, dated no
      * earlier than the first capture on the list - anything older
      * was captured before the list's coverage began
      *
       REPORT-UNCAPTURED-POSTINGS.
           PERFORM VARYING WS-PT FROM 1 BY 1
                   UNTIL WS-PT > WS-PT-COUNT
               SET PT-IDX TO WS-PT
               IF PT-USED-SW (PT-IDX) = 'N'
               AND PT-LOCKBOX-SW (PT-IDX) = 'Y'
               AND PT-DATE (PT-IDX) NOT < WS-FIRST-CAPTURE
                   ADD 1               TO NOCAPTURE-CTR
                   MOVE PT-ACCOUNT (PT-IDX) TO WS-PST-ACCOUNT
                   MOVE PT-AMOUNT (PT-IDX) TO WS-PST-DISP
                   MOVE SPACES         TO OUT-REC
                   STRING 'NOCAPTURE        ' DELIMITED BY SIZE
                          WS-PST-ACCOUNT    DELIMITED BY SIZE
                          '  POSTED   '     DELIMITED BY SIZE
                          PT-DATE (PT-IDX)  DELIMITED BY SIZE
                          WS-PST-DISP       DELIMITED BY SIZE
                          '  TRAN '         DELIMITED BY SIZE
                          PT-TRAN (PT-IDX)  DELIMITED BY SIZE
                          '  NO LOCKBOX CAPTURE FOR THIS POSTING'
                                            DELIMITED BY SIZE
                       INTO OUT-REC
                   WRITE OUT-REC
               END-IF
           END-PERFORM.

       ADD-ONE-DAY.
           MOVE WS-MO-DAYS (WS-STL-MM) TO WS-STL-LIMIT.
           IF WS-STL-MM = 2
               DIVIDE WS-STL-YYYY BY 4 GIVING WS-STL-QUOT
                   REMAINDER WS-STL-REM
               IF WS-STL-REM = 0
                   ADD 1               TO WS-STL-LIMIT
               END-IF
           END-IF.
           ADD 1                       TO WS-STL-DD.
           IF WS-STL-DD > WS-STL-LIMIT
               MOVE 1                  TO WS-STL-DD
               ADD 1                   TO WS-STL-MM
               IF WS-STL-MM > 12
                   MOVE 1              TO WS-STL-MM
                   ADD 1               TO WS-STL-YYYY
               END-IF
           END-IF.

       WRITE-HEADING.
           MOVE WS-DAYS                TO WS-QTY-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING 'LOCKBOX CAPTURE TO POSTING TRACE - WINDOW '
                                        DELIMITED BY SIZE
                  WS-QTY-DISP           DELIMITED BY SIZE
                  ' DAYS  LAST POSTING ON FEED '
                                        DELIMITED BY SIZE
                  WS-LAST-POSTING       DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           IF NOT LOCKBOX-CHN-DEFINED
               MOVE SPACES             TO OUT-REC
               STRING 'NO LOCKBOX CHANNEL ON CHANTRAN.TAB - '
                                        DELIMITED BY SIZE
                      'POSTINGS WITH NO CAPTURE NOT LISTED'
                                        DELIMITED BY SIZE
                   INTO OUT-REC
               WRITE OUT-REC.

       WRITE-SUMMARY-LINES.
           MOVE SPACES                 TO OUT-REC.
           MOVE CAPTURE-CTR            TO WS-QTY-DISP.
           STRING 'SUMMARY    CAPTURES TRACED    '
                  DELIMITED BY SIZE
                  WS-QTY-DISP DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           MOVE MATCHED-CTR            TO WS-QTY-DISP.
           STRING 'SUMMARY    POSTED AS CAPTURED '
                  DELIMITED BY SIZE
                  WS-QTY-DISP DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           MOVE AMTDIFF-CTR            TO WS-QTY-DISP.
           STRING 'SUMMARY    AMOUNT DIFFERS     '
                  DELIMITED BY SIZE
                  WS-QTY-DISP DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           MOVE MISPOST-CTR            TO WS-QTY-DISP.
           STRING 'SUMMARY    OTHER ACCOUNT      '
                  DELIMITED BY SIZE
                  WS-QTY-DISP DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           MOVE NOTPOSTED-CTR          TO WS-QTY-DISP.
           STRING 'SUMMARY    NEVER POSTED       '
                  DELIMITED BY SIZE
                  WS-QTY-DISP DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           MOVE PENDING-CTR            TO WS-QTY-DISP.
           STRING 'SUMMARY    WINDOW STILL OPEN  '
                  DELIMITED BY SIZE
                  WS-QTY-DISP DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           MOVE NOCAPTURE-CTR          TO WS-QTY-DISP.
           STRING 'SUMMARY    POSTED, NO CAPTURE '
                  DELIMITED BY SIZE
                  WS-QTY-DISP DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR LBXTRACE1' UPON CRT AT 0915.
           DISPLAY TRN-CTR  'TRAN RECORDS READ         =' UPON CRT
               AT 1125.
           DISPLAY POSTING-CTR 'PAYMENT POSTINGS         =' UPON CRT
               AT 1225.
           DISPLAY CAPTURE-CTR 'CAPTURES TRACED          =' UPON CRT
               AT 1325.
           DISPLAY MATCHED-CTR 'POSTED AS CAPTURED       =' UPON CRT
               AT 1425.
           DISPLAY AMTDIFF-CTR 'AMOUNT DIFFERS           =' UPON CRT
               AT 1525.
           DISPLAY MISPOST-CTR 'POSTED TO OTHER ACCOUNT  =' UPON CRT
               AT 1625.
           DISPLAY NOTPOSTED-CTR 'NEVER POSTED           =' UPON CRT
               AT 1725.
           DISPLAY PENDING-CTR 'WINDOW STILL OPEN        =' UPON CRT
               AT 1825.
           DISPLAY NOCAPTURE-CTR 'POSTED WITH NO CAPTURE =' UPON CRT
               AT 1925.
           PERFORM WRITE-SUMMARY-LINES.
           IF NOTPOSTED-CTR NOT = 0 OR MISPOST-CTR NOT = 0
           OR AMTDIFF-CTR NOT = 0
               MOVE 8                  TO RETURN-CODE
           ELSE
           IF NOCAPTURE-CTR NOT = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE OUT-FILE.
           STOP RUN.
