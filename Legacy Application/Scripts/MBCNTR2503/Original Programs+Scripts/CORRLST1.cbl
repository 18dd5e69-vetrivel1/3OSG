       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CORRLST1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * borrower correspondence timeline - when a borrower or an
      * examiner asks what was sent to this person, the answer used
      * to be spread across the archive index, the welcome and
      * early-intervention lists, the bankruptcy-notice, escrow-
      * analysis, 1098, B-notice and payoff outputs and the e-bill
      * delivery files.  every document-producing step now appends
      * a line to the permanent correspondence history; this step
      * prints one loan's full timeline from it for a date range -
      * each piece in date and time order with its document type,
      * channel (paper, e-bill, or copy to a third party), the
      * program and run that produced it, and the output file it
      * went to - then a count by document type.  the date range is
      * optional; left off, the whole history prints
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the permanent borrower correspondence history
           SELECT CORRHIST-FILE ASSIGN TO DYNAMIC CORRHIST-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS CH-STATUS.
      * the timeline listing
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * work file for putting the loan's lines in date order - the
      * history is in append order, and steps run out of sequence
           SELECT SORT-FILE ASSIGN TO 'SORTWK'.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  CORRHIST-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CH-REC.
       01  CH-REC.
           05  CH-ACCOUNT               PIC 9(13).
           05  CH-DATE                  PIC 9(8).
           05  CH-TIME                  PIC 9(6).
           05  CH-CLIENT                PIC X(4).
           05  CH-DOC-TYPE              PIC X(8).
           05  CH-CHANNEL               PIC X(1).
           05  CH-PROGRAM               PIC X(10).
           05  CH-RUN                   PIC X(20).
           05  CH-ARTIFACT              PIC X(64).
           05  CH-REFERENCE             PIC X(20).
           05  FILLER                   PIC X(46).

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
               10  SRT-DATE            PIC 9(8).
               10  SRT-TIME            PIC 9(6).
               10  SRT-DOC-TYPE        PIC X(8).
           05  SRT-CLIENT              PIC X(4).
           05  SRT-CHANNEL             PIC X(1).
           05  SRT-PROGRAM             PIC X(10).
           05  SRT-RUN                 PIC X(20).
           05  SRT-ARTIFACT            PIC X(64).
           05  SRT-REFERENCE           PIC X(20).
      *
       WORKING-STORAGE SECTION.

       01  VARIABLES.
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  CORRHIST-PATH           PIC X(40)
               VALUE '/users/public/out/corrhist.dat'.
           05  CH-STATUS               PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  WS-ACCT-X               PIC X(13) VALUE SPACES.
           05  WS-ACCT-N               PIC 9(13) VALUE 0.
           05  WS-LEN                  PIC S9(4) COMP VALUE 0.
           05  WS-FROM-X               PIC X(8)  VALUE SPACES.
           05  WS-TO-X                 PIC X(8)  VALUE SPACES.
           05  WS-FROM-DATE            PIC 9(8)  VALUE 0.
           05  WS-TO-DATE              PIC 9(8)  VALUE 99999999.
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  LISTED-CTR              PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  WS-DATE-IN              PIC 9(8)  VALUE 0.
           05  WS-DATE-OUT.
               10  WS-DATE-OUT-MM      PIC X(2).
               10  FILLER              PIC X(1)  VALUE '/'.
               10  WS-DATE-OUT-DD      PIC X(2).
               10  FILLER              PIC X(1)  VALUE '/'.
               10  WS-DATE-OUT-YY      PIC X(4).
           05  WS-TIME-IN              PIC 9(6)  VALUE 0.
           05  WS-TIME-OUT.
               10  WS-TIME-OUT-HH      PIC X(2).
               10  FILLER              PIC X(1)  VALUE ':'.
               10  WS-TIME-OUT-MI      PIC X(2).
               10  FILLER              PIC X(1)  VALUE ':'.
               10  WS-TIME-OUT-SS      PIC X(2).
           05  WS-FROM-DISP            PIC X(10) VALUE SPACES.
           05  WS-TO-DISP              PIC X(10) VALUE SPACES.
           05  WS-CHANNEL-DESC         PIC X(10) VALUE SPACES.
           05  WS-QTY-DISP             PIC ZZZ,ZZ9.
           05  WS-SUB                  PIC S9(4) COMP VALUE 0.
           05  DT-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  DT-FOUND                      VALUE 'Y'.

      *
      * count of the loan's pieces by document type for the
      * closing summary
      *
       01  WS-DT-COUNT                 PIC S9(4) COMP VALUE 0.
       01  DOC-TYPE-TABLE.
           05  DT-ENTRY OCCURS 30 TIMES INDEXED BY DT-IDX.
               10  DT-DOC-TYPE         PIC X(8).
               10  DT-QTY              PIC 9(7).
               10  DT-LAST-DATE        PIC 9(8).
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO WS-ACCT-X OUT-NAME WS-FROM-X WS-TO-X.
           DISPLAY '* * * * B E G I N   C O R R L S T 1 . C B L'
               UPON CRT AT 1401.
           IF WS-ACCT-X = SPACES OR OUT-NAME = SPACES
               DISPLAY '!!!! ENTER ACCOUNT AND LISTING FILE (AND'
                   UPON CRT AT 2301
               DISPLAY '!!!!   FROM/TO YYYYMMDD) ON COMMAND LINE'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
      * the account may be keyed with or without its leading zeros
           MOVE 0                      TO WS-LEN.
           INSPECT WS-ACCT-X TALLYING WS-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-ACCT-X (1:WS-LEN) NOT NUMERIC
               DISPLAY '!!!! ACCOUNT NUMBER MUST BE NUMERIC'
                   UPON CRT AT 2301
               DISPLAY WS-ACCT-X UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           MOVE WS-ACCT-X (1:WS-LEN)   TO WS-ACCT-N.
           IF WS-FROM-X NOT = SPACES
               IF WS-FROM-X NUMERIC
                   MOVE WS-FROM-X      TO WS-FROM-DATE
               ELSE
                   DISPLAY '!!!! FROM DATE MUST BE YYYYMMDD'
                       UPON CRT AT 2301
                   MOVE 16             TO RETURN-CODE
                   STOP RUN.
           IF WS-TO-X NOT = SPACES
               IF WS-TO-X NUMERIC
                   MOVE WS-TO-X        TO WS-TO-DATE
               ELSE
                   DISPLAY '!!!! TO DATE MUST BE YYYYMMDD'
                       UPON CRT AT 2301
                   MOVE 16             TO RETURN-CODE
                   STOP RUN.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY '!!!! FROM DATE IS AFTER TO DATE'
                   UPON CRT AT 2301
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT CORRHIST-FILE.
           IF CH-STATUS NOT = '00'
               DISPLAY '!!!! CORRESPONDENCE HISTORY NOT FOUND OR'
                   UPON CRT AT 2301
               DISPLAY CORRHIST-PATH UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT OUT-FILE.
           PERFORM WRITE-HEADING.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-KEY
               INPUT PROCEDURE IS RELEASE-LOAN-HISTORY
                   THRU RELEASE-LOAN-HISTORY-EXIT
               OUTPUT PROCEDURE IS LIST-LOAN-HISTORY
                   THRU LIST-LOAN-HISTORY-EXIT.
           PERFORM WRITE-TYPE-SUMMARY.
           PERFORM END-RTN.

       WRITE-HEADING.
           IF WS-FROM-DATE = 0
               MOVE 'BEGINNING'        TO WS-FROM-DISP
           ELSE
               MOVE WS-FROM-DATE       TO WS-DATE-IN
               PERFORM FORMAT-DATE
               MOVE WS-DATE-OUT        TO WS-FROM-DISP.
           IF WS-TO-DATE = 99999999
               MOVE 'PRESENT'          TO WS-TO-DISP
           ELSE
               MOVE WS-TO-DATE         TO WS-DATE-IN
               PERFORM FORMAT-DATE
               MOVE WS-DATE-OUT        TO WS-TO-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING 'BORROWER CORRESPONDENCE HISTORY - ACCOUNT '
                                        DELIMITED BY SIZE
                  WS-ACCT-N             DELIMITED BY SIZE
                  '   FROM '            DELIMITED BY SIZE
                  WS-FROM-DISP          DELIMITED BY SIZE
                  ' TO '                DELIMITED BY SIZE
                  WS-TO-DISP            DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           STRING 'DATE        TIME      CLNT DOCUMENT CHANNEL   '
                                        DELIMITED BY SIZE
                  ' PROGRAM    RUN                  REFERENCE'
                                        DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           STRING '                      OUTPUT FILE'
                                        DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.

      *
      * one sequential pass of the whole history - only the asked-
      * for loan's lines inside the date range go to the sort
      *
       RELEASE-LOAN-HISTORY.
           MOVE 0                      TO EOF-SW.
           PERFORM READ-CORR-HISTORY.
           PERFORM RELEASE-ONE-LINE UNTIL EOF-SW = 1.
           CLOSE CORRHIST-FILE.
       RELEASE-LOAN-HISTORY-EXIT.
           EXIT.

       READ-CORR-HISTORY.
           READ CORRHIST-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               ADD 1                   TO REC-CTR.

       RELEASE-ONE-LINE.
           IF CH-ACCOUNT = WS-ACCT-N
           AND CH-DATE NOT < WS-FROM-DATE
           AND CH-DATE NOT > WS-TO-DATE
               MOVE CH-DATE            TO SRT-DATE
               MOVE CH-TIME            TO SRT-TIME
               MOVE CH-DOC-TYPE        TO SRT-DOC-TYPE
               MOVE CH-CLIENT          TO SRT-CLIENT
               MOVE CH-CHANNEL         TO SRT-CHANNEL
               MOVE CH-PROGRAM         TO SRT-PROGRAM
               MOVE CH-RUN             TO SRT-RUN
               MOVE CH-ARTIFACT        TO SRT-ARTIFACT
               MOVE CH-REFERENCE       TO SRT-REFERENCE
               RELEASE SORT-REC.
           PERFORM READ-CORR-HISTORY.

       LIST-LOAN-HISTORY.
           MOVE 0                      TO EOF-SW.
           PERFORM LIST-ONE-LINE UNTIL EOF-SW = 1.
       LIST-LOAN-HISTORY-EXIT.
           EXIT.

       LIST-ONE-LINE.
           RETURN SORT-FILE
               AT END
                   MOVE 1              TO EOF-SW
               NOT AT END
                   PERFORM WRITE-TIMELINE-LINES
           END-RETURN.

       WRITE-TIMELINE-LINES.
           ADD 1                       TO LISTED-CTR.
           PERFORM POST-DOC-TYPE-COUNT.
           MOVE SRT-DATE               TO WS-DATE-IN.
           PERFORM FORMAT-DATE.
           MOVE SRT-TIME               TO WS-TIME-IN.
           MOVE WS-TIME-IN (1:2)       TO WS-TIME-OUT-HH.
           MOVE WS-TIME-IN (3:2)       TO WS-TIME-OUT-MI.
           MOVE WS-TIME-IN (5:2)       TO WS-TIME-OUT-SS.
           IF SRT-CHANNEL = 'E'
               MOVE 'E-BILL'           TO WS-CHANNEL-DESC
           ELSE
           IF SRT-CHANNEL = 'T'
               MOVE 'THIRD PTY'        TO WS-CHANNEL-DESC
           ELSE
               MOVE 'PAPER'            TO WS-CHANNEL-DESC.
           MOVE SPACES                 TO OUT-REC.
           STRING WS-DATE-OUT           DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-TIME-OUT           DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  SRT-CLIENT            DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  SRT-DOC-TYPE          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-CHANNEL-DESC       DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  SRT-PROGRAM           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  SRT-RUN               DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  SRT-REFERENCE         DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           STRING '                      '
                                        DELIMITED BY SIZE
                  SRT-ARTIFACT          DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       POST-DOC-TYPE-COUNT.
           MOVE 'N'                    TO DT-FOUND-SW.
           IF WS-DT-COUNT > 0
               SET DT-IDX TO 1
               SEARCH DT-ENTRY
                   AT END
                       MOVE 'N'        TO DT-FOUND-SW
                   WHEN DT-DOC-TYPE (DT-IDX) = SRT-DOC-TYPE
                       MOVE 'Y'        TO DT-FOUND-SW
               END-SEARCH.
           IF NOT DT-FOUND AND WS-DT-COUNT < 30
               ADD 1                   TO WS-DT-COUNT
               SET DT-IDX TO WS-DT-COUNT
               MOVE SRT-DOC-TYPE       TO DT-DOC-TYPE (DT-IDX)
               MOVE 0                  TO DT-QTY (DT-IDX)
               MOVE 'Y'                TO DT-FOUND-SW.
           IF DT-FOUND
               ADD 1                   TO DT-QTY (DT-IDX)
               MOVE SRT-DATE           TO DT-LAST-DATE (DT-IDX).

       WRITE-TYPE-SUMMARY.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           IF LISTED-CTR = 0
               MOVE 'NO CORRESPONDENCE ON FILE FOR THIS LOAN IN RANGE'
                                       TO OUT-REC
               WRITE OUT-REC
           ELSE
               MOVE 'SUMMARY BY DOCUMENT TYPE' TO OUT-REC
               WRITE OUT-REC
               PERFORM WRITE-ONE-TYPE-LINE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DT-COUNT.
           MOVE LISTED-CTR             TO WS-QTY-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING 'PIECES LISTED '      DELIMITED BY SIZE
                  WS-QTY-DISP           DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       WRITE-ONE-TYPE-LINE.
           SET DT-IDX TO WS-SUB.
           MOVE DT-QTY (DT-IDX)        TO WS-QTY-DISP.
           MOVE DT-LAST-DATE (DT-IDX)  TO WS-DATE-IN.
           PERFORM FORMAT-DATE.
           MOVE SPACES                 TO OUT-REC.
           STRING '  '                  DELIMITED BY SIZE
                  DT-DOC-TYPE (DT-IDX)  DELIMITED BY SIZE
                  '  PIECES '           DELIMITED BY SIZE
                  WS-QTY-DISP           DELIMITED BY SIZE
                  '  MOST RECENT '      DELIMITED BY SIZE
                  WS-DATE-OUT           DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       FORMAT-DATE.
           MOVE WS-DATE-IN (5:2)       TO WS-DATE-OUT-MM.
           MOVE WS-DATE-IN (7:2)       TO WS-DATE-OUT-DD.
           MOVE WS-DATE-IN (1:4)       TO WS-DATE-OUT-YY.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR CORRLST1' UPON CRT AT 0915.
           DISPLAY REC-CTR  'HISTORY LINES READ        =' UPON CRT
               AT 1125.
           DISPLAY LISTED-CTR 'PIECES LISTED FOR LOAN  =' UPON CRT
               AT 1225.
           IF LISTED-CTR = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE OUT-FILE.
           STOP RUN.
