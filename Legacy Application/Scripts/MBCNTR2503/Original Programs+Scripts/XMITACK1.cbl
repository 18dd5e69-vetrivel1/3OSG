       IDENTIFICATION DIVISION.
       PROGRAM-ID.  XMITACK1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * outbound transmission acknowledgment tracking - every step
      * that sends a file outside the building logs it to the
      * permanent transmission registry (xmitreg.dat), but a file
      * the recipient never loaded looked exactly like one it did
      * until somebody called asking where it was.  this step takes
      * the night's recipient acknowledgments, normalized to one
      * line per file acknowledged, and
      *   appends them to the permanent acknowledgment history
      *     (xmitack.dat) so an acknowledgment is never lost to a
      *     registry line that had not been written yet
      *   matches every registry line to the first unclaimed
      *     acknowledgment from the same recipient for the same file
      *     name - sent the day the registry says, or acknowledged
      *     on or after it when the recipient does not echo the date
      *   holds each unacknowledged transmission against its
      *     recipient's window on the window control (xmitwin.tab,
      *     days after the send date; 0 = the recipient sends no
      *     acknowledgment).  a recipient with no row gets the
      *     default below
      * and reports transmissions past their window with no
      * acknowledgment, tonight's rejections and record-count
      * disagreements, acknowledgments that came in late, the
      * transmissions still inside their window, and tonight's
      * acknowledgments that match nothing sent.
      * RC 8 for anything overdue, rejected or miscounted; RC 4 for
      * late or unmatched acknowledgments
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the night's normalized acknowledgments - optional, a night
      * with none only ages the open transmissions
           SELECT ACK-FILE  ASSIGN TO DYNAMIC ACK-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS ACK-STATUS.
      * the permanent acknowledgment history - appended, then read
      * whole
           SELECT OPTIONAL AKH-FILE
                  ASSIGN TO DYNAMIC AKH-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS AKH-STATUS.
      * the permanent outbound transmission registry
           SELECT XMITREG-FILE ASSIGN TO DYNAMIC XMITREG-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS XR-STATUS.
      * acknowledgment window control - optional
           SELECT WIN-FILE  ASSIGN TO DYNAMIC WIN-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS WIN-STATUS.
      * the acknowledgment report
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  ACK-FILE
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ACK-REC.
       01  ACK-REC.
           05  ACK-RECIPIENT           PIC X(12).
           05  ACK-FILE-NAME           PIC X(64).
           05  ACK-XMIT-DATE           PIC 9(8).
           05  ACK-DATE                PIC 9(8).
           05  ACK-STATUS-CD           PIC X(1).
           05  ACK-REC-COUNT           PIC 9(9).
           05  ACK-REFERENCE           PIC X(20).
           05  FILLER                  PIC X(28).

       FD  AKH-FILE
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AKH-REC.
       01  AKH-REC.
           05  AKH-RECIPIENT           PIC X(12).
           05  AKH-FILE-NAME           PIC X(64).
           05  AKH-XMIT-DATE           PIC 9(8).
           05  AKH-DATE                PIC 9(8).
           05  AKH-STATUS-CD           PIC X(1).
           05  AKH-REC-COUNT           PIC 9(9).
           05  AKH-REFERENCE           PIC X(20).
           05  FILLER                  PIC X(28).

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

       FD  WIN-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS WIN-REC.
       01  WIN-REC.
           05  WIN-REC-RECIPIENT       PIC X(12).
           05  WIN-REC-DAYS            PIC 9(3).
           05  FILLER                  PIC X(5).

       FD OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01 OUT-REC                      PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  VARIABLES.
           05  ACK-PATH.
               10 ACK-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 ACK-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  AKH-PATH                PIC X(40)
               VALUE '/users/public/out/xmitack.dat'.
           05  XMITREG-PATH            PIC X(40)
               VALUE '/users/public/out/xmitreg.dat'.
           05  WIN-PATH                PIC X(40)
               VALUE '/users/public/xmitwin.tab'.
           05  ACK-STATUS              PIC X(2)  VALUE SPACES.
           05  AKH-STATUS              PIC X(2)  VALUE SPACES.
           05  XR-STATUS               PIC X(2)  VALUE SPACES.
           05  WIN-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
      * default acknowledgment window for a recipient with no row on
      * the window control - three days after the send date
           05  WS-DEFAULT-DAYS         PIC 9(3)  VALUE 3.
           05  WS-DAYS                 PIC 9(3)  VALUE 0.
           05  ACK-CTR                 PIC 9(7)  VALUE 0.
           05  XMIT-CTR                PIC 9(7)  VALUE 0.
           05  ACKED-CTR               PIC 9(7)  VALUE 0.
           05  LATE-CTR                PIC 9(7)  VALUE 0.
           05  REJECT-CTR              PIC 9(7)  VALUE 0.
           05  MISCOUNT-CTR            PIC 9(7)  VALUE 0.
           05  OVERDUE-CTR             PIC 9(7)  VALUE 0.
           05  AWAIT-CTR               PIC 9(7)  VALUE 0.
           05  NOACK-CTR               PIC 9(7)  VALUE 0.
           05  UNMATCHED-CTR           PIC 9(7)  VALUE 0.
           05  ACK-EOF-SW              PIC 9(1)  VALUE 0.
           05  AKH-EOF-SW              PIC 9(1)  VALUE 0.
           05  XR-EOF-SW               PIC 9(1)  VALUE 0.
           05  WIN-EOF-SW              PIC X(1)  VALUE 'N'.
               88  WIN-EOF                       VALUE 'Y'.
           05  AT-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  AT-FOUND                      VALUE 'Y'.
           05  WS-AT                   PIC S9(8) COMP VALUE 0.
           05  WS-AT-FIRST-NEW         PIC S9(8) COMP VALUE 0.
           05  WS-CURRENT-DATE         PIC 9(8)  VALUE 0.
           05  WS-DUE-DATE             PIC 9(8)  VALUE 0.
           05  WS-ACK-DATE             PIC 9(8)  VALUE 0.
           05  WS-RESULT               PIC X(14) VALUE SPACES.
           05  WS-QTY-DISP             PIC ZZZZZZ9.
           05  WS-CNT-DISP             PIC ZZZZZZZZ9.
      *
      * acknowledgment due date - the send date carried forward the
      * recipient's window one calendar day at a time
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
      * recipient windows from xmitwin.tab
      *
       01  WS-WN-COUNT                 PIC S9(4) COMP VALUE 0.
       01  WINDOW-TABLE.
           05  WN-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-WN-COUNT
                   INDEXED BY WN-IDX.
               10  WN-RECIPIENT        PIC X(12).
               10  WN-DAYS             PIC 9(3).

      *
      * the acknowledgment history in arrival order; AT-USED-SW
      * marks one once a transmission claims it, AT-NEW-SW the ones
      * that came in tonight
      *
       01  WS-AT-COUNT                 PIC S9(8) COMP VALUE 0.
       01  ACK-TABLE.
           05  AT-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-AT-COUNT
                   INDEXED BY AT-IDX.
               10  AT-RECIPIENT        PIC X(12).
               10  AT-FILE-NAME        PIC X(64).
               10  AT-XMIT-DATE        PIC 9(8).
               10  AT-DATE             PIC 9(8).
               10  AT-STATUS-CD        PIC X(1).
               10  AT-REC-COUNT        PIC 9(9).
               10  AT-USED-SW          PIC X(1).
               10  AT-NEW-SW           PIC X(1).
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO ACK-NAME OUT-NAME.
           DISPLAY '* * * * B E G I N   X M I T A C K 1 . C B L'
               UPON CRT AT 1401.
           IF ACK-NAME = SPACES OR OUT-NAME = SPACES
               DISPLAY '!!!! ENTER ACKNOWLEDGMENT FILE AND REPORT'
                   UPON CRT AT 2301
               DISPLAY '!!!!   FILE ON COMMAND LINE'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-WINDOW-TABLE.
           PERFORM APPEND-TONIGHTS-ACKS.
           PERFORM LOAD-ACK-TABLE.
           OPEN INPUT XMITREG-FILE.
           IF XR-STATUS NOT = '00'
               DISPLAY 'NO TRANSMISSION REGISTRY YET - NOTHING SENT'
                   UPON CRT AT 2101
               MOVE 1                  TO XR-EOF-SW
           ELSE
               PERFORM READ-XR-REC.
           OPEN OUTPUT OUT-FILE.
           PERFORM WRITE-HEADING.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL XR-EOF-SW = 1.
           IF XR-STATUS = '00' OR XR-STATUS = '10'
               CLOSE XMITREG-FILE.
           PERFORM REPORT-UNMATCHED-ACKS.
           PERFORM END-RTN.

       LOAD-WINDOW-TABLE.
      * xmitwin.tab is an optional control file; without it every
      * recipient is held to the default window
           OPEN INPUT WIN-FILE.
           IF WIN-STATUS NOT = '00'
               MOVE 'Y'                TO WIN-EOF-SW
           ELSE
               PERFORM READ-WIN-REC
               PERFORM UNTIL WIN-EOF
                   IF WS-WN-COUNT < 100
                   AND WIN-REC-RECIPIENT NOT = SPACES
                   AND WIN-REC-DAYS NUMERIC
                       ADD 1           TO WS-WN-COUNT
                       SET WN-IDX TO WS-WN-COUNT
                       MOVE WIN-REC-RECIPIENT
                                       TO WN-RECIPIENT (WN-IDX)
                       MOVE WIN-REC-DAYS TO WN-DAYS (WN-IDX)
                   END-IF
                   PERFORM READ-WIN-REC
               END-PERFORM
               CLOSE WIN-FILE.

       READ-WIN-REC.
           READ WIN-FILE AT END MOVE 'Y' TO WIN-EOF-SW.

      *
      * tonight's acknowledgments go onto the history first, so the
      * history alone is what the registry is matched against
      *
       APPEND-TONIGHTS-ACKS.
           OPEN INPUT ACK-FILE.
           IF ACK-STATUS NOT = '00'
               DISPLAY 'NO ACKNOWLEDGMENT FILE TONIGHT - AGING ONLY'
                   UPON CRT AT 2001
           ELSE
               OPEN EXTEND AKH-FILE
               PERFORM READ-ACK-REC
               PERFORM UNTIL ACK-EOF-SW = 1
                   IF ACK-RECIPIENT NOT = SPACES
                   AND ACK-FILE-NAME NOT = SPACES
                       ADD 1           TO ACK-CTR
                       MOVE ACK-REC    TO AKH-REC
                       WRITE AKH-REC
                   END-IF
                   PERFORM READ-ACK-REC
               END-PERFORM
               CLOSE ACK-FILE
               CLOSE AKH-FILE.

       READ-ACK-REC.
           READ ACK-FILE AT END MOVE 1 TO ACK-EOF-SW.

       LOAD-ACK-TABLE.
           OPEN INPUT AKH-FILE.
           PERFORM READ-AKH-REC.
           PERFORM UNTIL AKH-EOF-SW = 1
               IF WS-AT-COUNT < 50000
                   ADD 1               TO WS-AT-COUNT
                   SET AT-IDX TO WS-AT-COUNT
                   MOVE AKH-RECIPIENT  TO AT-RECIPIENT (AT-IDX)
                   MOVE AKH-FILE-NAME  TO AT-FILE-NAME (AT-IDX)
                   IF AKH-XMIT-DATE NUMERIC
                       MOVE AKH-XMIT-DATE TO AT-XMIT-DATE (AT-IDX)
                   ELSE
                       MOVE 0          TO AT-XMIT-DATE (AT-IDX)
                   END-IF
                   IF AKH-DATE NUMERIC
                       MOVE AKH-DATE   TO AT-DATE (AT-IDX)
                   ELSE
                       MOVE 0          TO AT-DATE (AT-IDX)
                   END-IF
                   MOVE AKH-STATUS-CD  TO AT-STATUS-CD (AT-IDX)
                   IF AKH-REC-COUNT NUMERIC
                       MOVE AKH-REC-COUNT TO AT-REC-COUNT (AT-IDX)
                   ELSE
                       MOVE 0          TO AT-REC-COUNT (AT-IDX)
                   END-IF
                   MOVE 'N'            TO AT-USED-SW (AT-IDX)
                   MOVE 'N'            TO AT-NEW-SW (AT-IDX)
               ELSE
                   DISPLAY '!!!! ACKNOWLEDGMENT TABLE FULL AT 50000 -'
                       UPON CRT AT 2301
                   DISPLAY '!!!!   ARCHIVE xmitack.dat AND RERUN'
                       UPON CRT AT 2401
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-AKH-REC
           END-PERFORM.
           CLOSE AKH-FILE.
      * the last ACK-CTR entries are the ones appended tonight
           COMPUTE WS-AT-FIRST-NEW = WS-AT-COUNT - ACK-CTR + 1.
           PERFORM VARYING WS-AT FROM WS-AT-FIRST-NEW BY 1
                   UNTIL WS-AT > WS-AT-COUNT
               SET AT-IDX TO WS-AT
               MOVE 'Y'                TO AT-NEW-SW (AT-IDX)
           END-PERFORM.

       READ-AKH-REC.
           READ AKH-FILE AT END MOVE 1 TO AKH-EOF-SW.

       READ-XR-REC.
           READ XMITREG-FILE AT END MOVE 1 TO XR-EOF-SW.

       001-MAIN.
           ADD 1                       TO XMIT-CTR.
           PERFORM FIND-RECIPIENT-WINDOW.
           PERFORM FIND-ACKNOWLEDGMENT.
           IF NOT AT-FOUND
               PERFORM HOLD-UNACKNOWLEDGED
               GO TO 001-MAIN-READ.
           MOVE AT-DATE (AT-IDX)       TO WS-ACK-DATE.
           IF AT-STATUS-CD (AT-IDX) = 'R'
               IF AT-NEW-SW (AT-IDX) = 'Y'
                   ADD 1               TO REJECT-CTR
                   MOVE 'REJECTED'     TO WS-RESULT
                   PERFORM WRITE-DETAIL-LINE
               END-IF
               GO TO 001-MAIN-READ.
           IF AT-REC-COUNT (AT-IDX) NOT = 0
           AND AT-REC-COUNT (AT-IDX) NOT = XR-REC-COUNT
               IF AT-NEW-SW (AT-IDX) = 'Y'
                   ADD 1               TO MISCOUNT-CTR
                   MOVE 'COUNT MISMATCH' TO WS-RESULT
                   PERFORM WRITE-DETAIL-LINE
                   PERFORM WRITE-COUNT-LINE
               END-IF
               GO TO 001-MAIN-READ.
           ADD 1                       TO ACKED-CTR.
           IF WS-DAYS NOT = 0 AND WS-ACK-DATE > WS-DUE-DATE
           AND AT-NEW-SW (AT-IDX) = 'Y'
               ADD 1                   TO LATE-CTR
               MOVE 'ACKED LATE'       TO WS-RESULT
               PERFORM WRITE-DETAIL-LINE.
       001-MAIN-READ.
           PERFORM READ-XR-REC.
       001-MAIN-EXIT.
           EXIT.

      *
      * the recipient's window and the transmission's due date
      *
       FIND-RECIPIENT-WINDOW.
           MOVE WS-DEFAULT-DAYS        TO WS-DAYS.
           IF WS-WN-COUNT > 0
               SET WN-IDX TO 1
               SEARCH WN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WN-RECIPIENT (WN-IDX) = XR-RECIPIENT
                       MOVE WN-DAYS (WN-IDX) TO WS-DAYS
               END-SEARCH.
           MOVE XR-DATE                TO WS-SETTLE-DATE-N.
           PERFORM VARYING WS-ROLL-DAYS FROM 1 BY 1
                   UNTIL WS-ROLL-DAYS > WS-DAYS
               PERFORM ADD-ONE-DAY
           END-PERFORM.
           MOVE WS-SETTLE-DATE-N       TO WS-DUE-DATE.

      *
      * the first unclaimed acknowledgment from this recipient for
      * this file name - for the day sent when the recipient echoes
      * it, otherwise acknowledged no earlier than the day sent
      *
       FIND-ACKNOWLEDGMENT.
           MOVE 'N'                    TO AT-FOUND-SW.
           PERFORM VARYING WS-AT FROM 1 BY 1
                   UNTIL WS-AT > WS-AT-COUNT OR AT-FOUND
               SET AT-IDX TO WS-AT
               IF AT-USED-SW (AT-IDX) = 'N'
               AND AT-RECIPIENT (AT-IDX) = XR-RECIPIENT
               AND AT-FILE-NAME (AT-IDX) = XR-FILE-NAME
                   IF AT-XMIT-DATE (AT-IDX) = XR-DATE
                   OR (AT-XMIT-DATE (AT-IDX) = 0
                       AND AT-DATE (AT-IDX) NOT < XR-DATE)
                       MOVE 'Y'        TO AT-FOUND-SW
                       MOVE 'Y'        TO AT-USED-SW (AT-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *
      * no acknowledgment yet - past the window it is overdue; a
      * recipient on the control with a zero window sends none
      *
       HOLD-UNACKNOWLEDGED.
           MOVE 0                      TO WS-ACK-DATE.
           IF WS-DAYS = 0
               ADD 1                   TO NOACK-CTR
           ELSE
           IF WS-CURRENT-DATE > WS-DUE-DATE
               ADD 1                   TO OVERDUE-CTR
               MOVE 'OVERDUE'          TO WS-RESULT
               PERFORM WRITE-DETAIL-LINE
           ELSE
               ADD 1                   TO AWAIT-CTR
               MOVE 'AWAITING'         TO WS-RESULT
               PERFORM WRITE-DETAIL-LINE.

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

      *
      * tonight's acknowledgments no registry line claimed - a file
      * name keyed differently, a recipient code that does not match
      * the registry's, or something acknowledged that we never sent
      *
       REPORT-UNMATCHED-ACKS.
           PERFORM VARYING WS-AT FROM WS-AT-FIRST-NEW BY 1
                   UNTIL WS-AT > WS-AT-COUNT
               SET AT-IDX TO WS-AT
               IF AT-USED-SW (AT-IDX) = 'N'
                   ADD 1               TO UNMATCHED-CTR
                   MOVE SPACES         TO OUT-REC
                   MOVE 'NO XMIT FOUND' TO OUT-REC (1:14)
                   MOVE AT-RECIPIENT (AT-IDX) TO OUT-REC (37:12)
                   MOVE AT-REC-COUNT (AT-IDX) TO WS-CNT-DISP
                   MOVE WS-CNT-DISP    TO OUT-REC (50:9)
                   MOVE AT-DATE (AT-IDX) TO OUT-REC (71:8)
                   MOVE AT-FILE-NAME (AT-IDX) TO OUT-REC (81:52)
                   WRITE OUT-REC
               END-IF
           END-PERFORM.

       WRITE-HEADING.
           MOVE SPACES                 TO OUT-REC.
           STRING 'OUTBOUND TRANSMISSION ACKNOWLEDGMENTS - RUN '
                                        DELIMITED BY SIZE
                  WS-CURRENT-DATE       DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           STRING 'RESULT         SENT       PROGRAM    RECIPIENT'
                                        DELIMITED BY SIZE
                  '      RECORDS   DUE        ACKED      FILE'
                                        DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       WRITE-DETAIL-LINE.
           MOVE SPACES                 TO OUT-REC.
           MOVE WS-RESULT              TO OUT-REC (1:14).
           MOVE XR-DATE                TO OUT-REC (16:8).
           MOVE XR-PROGRAM             TO OUT-REC (26:10).
           MOVE XR-RECIPIENT           TO OUT-REC (37:12).
           MOVE XR-REC-COUNT           TO WS-CNT-DISP.
           MOVE WS-CNT-DISP            TO OUT-REC (50:9).
           IF WS-DAYS NOT = 0
               MOVE WS-DUE-DATE        TO OUT-REC (61:8).
           IF WS-ACK-DATE NOT = 0
               MOVE WS-ACK-DATE        TO OUT-REC (71:8).
           MOVE XR-FILE-NAME           TO OUT-REC (81:52).
           WRITE OUT-REC.

       WRITE-COUNT-LINE.
           MOVE AT-REC-COUNT (AT-IDX)  TO WS-CNT-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING '               RECIPIENT COUNTED '
                                        DELIMITED BY SIZE
                  WS-CNT-DISP           DELIMITED BY SIZE
                  ' RECORDS'            DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR XMITACK1' UPON CRT AT 0915.
           DISPLAY ACK-CTR  'ACKNOWLEDGMENTS TONIGHT   =' UPON CRT
               AT 1025.
           DISPLAY XMIT-CTR 'TRANSMISSIONS ON REGISTRY =' UPON CRT
               AT 1125.
           DISPLAY ACKED-CTR 'ACKNOWLEDGED             =' UPON CRT
               AT 1225.
           DISPLAY LATE-CTR 'ACKNOWLEDGED LATE         =' UPON CRT
               AT 1325.
           DISPLAY REJECT-CTR 'REJECTED                 =' UPON CRT
               AT 1425.
           DISPLAY MISCOUNT-CTR 'RECORD COUNT MISMATCH  =' UPON CRT
               AT 1525.
           DISPLAY OVERDUE-CTR 'OVERDUE - NO ACK        =' UPON CRT
               AT 1625.
           DISPLAY AWAIT-CTR 'AWAITING - IN WINDOW     =' UPON CRT
               AT 1725.
           DISPLAY NOACK-CTR 'RECIPIENT SENDS NO ACK   =' UPON CRT
               AT 1825.
           DISPLAY UNMATCHED-CTR 'ACKS MATCHING NO XMIT  =' UPON CRT
               AT 1925.
           IF OVERDUE-CTR NOT = 0 OR REJECT-CTR NOT = 0
           OR MISCOUNT-CTR NOT = 0
               MOVE 8                  TO RETURN-CODE
           ELSE
           IF LATE-CTR NOT = 0 OR UNMATCHED-CTR NOT = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE OUT-FILE.
           STOP RUN.
