       IDENTIFICATION DIVISION.
       PROGRAM-ID.  IDFLAG1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * identity-change red flags - an account takeover shows up in
      * our data as a cluster: the mailing address, e-mail, phone
      * numbers or name line change within a few cycles, and then a
      * payoff request or a draft change follows.  each loan's
      * identity elements on this cycle's .set are held against the
      * retained identity history (the prior run's history file - one
      * row per loan with each element's last value and the date it
      * last changed), and the loan is scored by how many elements
      * changed and how recently:
      *     changed within 35 days   3 points
      *     within 65 days           2 points
      *     within 95 days           1 point
      * name, mailing address, e-mail and phones scored separately.
      * a loan at or over the threshold score (default 5, or the
      * command line's) goes on the fraud desk's red-flags review
      * list, cross-checked against PAYOFF1's quote request list and
      * the changed-draft flags on ACHDRAFT1's settlement file - a
      * hit on either is marked ESCALATE.  the updated history is
      * written for the next cycle; a loan missing from the .set is
      * carried forward until it has been gone 95 days, so one
      * skipped cycle doesn't wipe its change dates.  a loan with no
      * history is taken as the baseline and scores nothing.
      * ends RC 4 when anything is on the review list
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * this cycle's .set
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS IN1-STATUS.
      * the prior run's identity history, ascending client/account -
      * optional ('-') on the first run
           SELECT HIST-IN-FILE ASSIGN TO DYNAMIC HIST-IN-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS HIST-IN-STATUS.
      * this run's identity history, for the next cycle
           SELECT HIST-OUT-FILE ASSIGN TO DYNAMIC HIST-OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the red-flags review list
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * PAYOFF1's quote request list - optional ('-')
           SELECT REQ-FILE  ASSIGN TO DYNAMIC REQ-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS REQ-STATUS.
      * ACHDRAFT1's settlement file - optional ('-')
           SELECT ACH-FILE  ASSIGN TO DYNAMIC ACH-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS ACH-STATUS.
      * work file keying this cycle's identity elements for the
      * match against the history, which is kept in the same order
           SELECT SORT-FILE ASSIGN TO 'SORTWK'.
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
       FD  HIST-IN-FILE
           RECORD CONTAINS 600 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS HIST-IN-REC.
       01  HIST-IN-REC.
           05  HI-KEY.
               10  HI-CLIENT           PIC X(4).
               10  HI-ACCOUNT          PIC 9(13).
           05  HI-LAST-SEEN            PIC 9(8).
           05  HI-NAME                 PIC X(60).
           05  HI-NAME-CHG             PIC 9(8).
           05  HI-ADDR                 PIC X(302).
           05  HI-ADDR-CHG             PIC 9(8).
           05  HI-EMAIL                PIC X(66).
           05  HI-EMAIL-CHG            PIC 9(8).
           05  HI-PHONE                PIC X(24).
           05  HI-PHONE-CHG            PIC 9(8).
           05  FILLER                  PIC X(91).
      *
       FD  HIST-OUT-FILE
           RECORD CONTAINS 600 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS HIST-OUT-REC.
       01  HIST-OUT-REC.
           05  HO-KEY.
               10  HO-CLIENT           PIC X(4).
               10  HO-ACCOUNT          PIC 9(13).
           05  HO-LAST-SEEN            PIC 9(8).
           05  HO-NAME                 PIC X(60).
           05  HO-NAME-CHG             PIC 9(8).
           05  HO-ADDR                 PIC X(302).
           05  HO-ADDR-CHG             PIC 9(8).
           05  HO-EMAIL                PIC X(66).
           05  HO-EMAIL-CHG            PIC 9(8).
           05  HO-PHONE                PIC X(24).
           05  HO-PHONE-CHG            PIC 9(8).
           05  FILLER                  PIC X(91).
      *
       FD OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01 OUT-REC                      PIC X(132).
      *
       FD REQ-FILE
           RECORD CONTAINS 24 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REQ-REC.
       01 REQ-REC.
           05  REQ-REC-ACCOUNT         PIC 9(13).
           05  REQ-REC-THRU            PIC 9(8).
           05  REQ-REC-BASIS           PIC X(3).
      *
       FD ACH-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ACH-REC.
       01 ACH-REC                      PIC X(80).
      *
       SD SORT-FILE
           DATA RECORD IS SORT-REC.
       01 SORT-REC.
           05  SRT-KEY.
               10  SRT-CLIENT          PIC X(4).
               10  SRT-ACCOUNT         PIC 9(13).
           05  SRT-NAME                PIC X(60).
           05  SRT-ADDR                PIC X(302).
           05  SRT-EMAIL               PIC X(66).
           05  SRT-PHONE               PIC X(24).
      *
       WORKING-STORAGE SECTION.
      *
       01  VARIABLES.
           05  IN1-PATH.
               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 IN1-NAME             PIC X(64).
           05  HIST-IN-PATH.
               10 HIST-IN-PREFIX       PIC X(14)
                  VALUE '/users/public/'.
               10 HIST-IN-NAME         PIC X(64).
           05  HIST-OUT-PATH.
               10 HIST-OUT-PREFIX      PIC X(14)
                  VALUE '/users/public/'.
               10 HIST-OUT-NAME        PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  REQ-PATH.
               10 REQ-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 REQ-NAME             PIC X(64).
           05  ACH-PATH.
               10 ACH-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 ACH-NAME             PIC X(64).
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  HIST-IN-STATUS          PIC X(2)  VALUE SPACES.
           05  REQ-STATUS              PIC X(2)  VALUE SPACES.
           05  ACH-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(200).
           05  WS-SCORE-PARM           PIC X(2)  VALUE SPACES.
           05  WS-SCORE-THRESHOLD      PIC 9(2)  VALUE 5.
           05  CURR-CTR                PIC 9(7)  VALUE 0.
           05  HIST-CTR                PIC 9(7)  VALUE 0.
           05  NEW-CTR                 PIC 9(7)  VALUE 0.
           05  CHANGED-CTR             PIC 9(7)  VALUE 0.
           05  CARRIED-CTR             PIC 9(7)  VALUE 0.
           05  DROPPED-CTR             PIC 9(7)  VALUE 0.
           05  FLAGGED-CTR             PIC 9(7)  VALUE 0.
           05  ESCALATE-CTR            PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  SRT-EOF-SW              PIC 9(1)  VALUE 0.
           05  HIST-EOF-SW             PIC 9(1)  VALUE 0.
           05  REQ-EOF-SW              PIC 9(1)  VALUE 0.
           05  ACH-EOF-SW              PIC 9(1)  VALUE 0.
           05  WS-LAST-KEY             PIC X(17) VALUE LOW-VALUES.
           05  WS-RPT-ACCOUNT          PIC 9(13) VALUE 0.
           05  WS-ACH-ACCOUNT          PIC X(13) VALUE SPACES.
           05  WS-ACH-DATE             PIC X(8)  VALUE SPACES.
           05  WS-ACH-AMT              PIC X(13) VALUE SPACES.
           05  WS-ACH-FLAG             PIC X(1)  VALUE SPACE.
           05  PAYOFF-HIT-SW           PIC X(1)  VALUE 'N'.
               88  PAYOFF-HIT                    VALUE 'Y'.
           05  DRAFT-HIT-SW            PIC X(1)  VALUE 'N'.
               88  DRAFT-HIT                     VALUE 'Y'.
           05  ANY-CHANGE-SW           PIC X(1)  VALUE 'N'.
               88  ANY-CHANGE                    VALUE 'Y'.
      *
      * dates are aged on the same 360-day year / 30-day month
      * approximation the rest of the shop's ticklers use
      *
           05  WS-TODAY-N              PIC 9(8)  VALUE 0.
           05  WS-TODAY-DAYS           PIC S9(9) COMP-3 VALUE 0.
           05  WS-AGE-DATE             PIC 9(8)  VALUE 0.
           05  WS-AGE-DATE-R REDEFINES WS-AGE-DATE.
               10  WS-AGE-YYYY         PIC 9(4).
               10  WS-AGE-MM           PIC 9(2).
               10  WS-AGE-DD           PIC 9(2).
           05  WS-AGE-DAYS             PIC S9(9) COMP-3 VALUE 0.
           05  WS-SCORE                PIC 9(2)  VALUE 0.
           05  WS-SCORE-DISP           PIC Z9.
           05  WS-ELEM-POINTS          PIC 9(1)  VALUE 0.
           05  WS-ELEM-DISP            PIC X(4)  VALUE SPACES.
           05  WS-DAYS-DISP            PIC ZZ9.
           05  WS-NAME-DISP            PIC X(4)  VALUE SPACES.
           05  WS-ADDR-DISP            PIC X(4)  VALUE SPACES.
           05  WS-EMAIL-DISP           PIC X(4)  VALUE SPACES.
           05  WS-PHONE-DISP           PIC X(4)  VALUE SPACES.
           05  WS-XCHECK-DESC          PIC X(30) VALUE SPACES.
           05  WS-ACTION-DESC          PIC X(8)  VALUE SPACES.
           05  WS-SUB                  PIC S9(8) COMP VALUE 0.

       01  WS-HEAD-1.
           05  FILLER                  PIC X(40)
               VALUE 'IDENTITY-CHANGE RED FLAGS REVIEW LIST - '.
           05  FILLER                  PIC X(8)  VALUE 'RUN DATE'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-HEAD-DATE            PIC 9(8).
           05  FILLER                  PIC X(17)
               VALUE '  SCORE THRESHOLD'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-HEAD-THRESHOLD       PIC Z9.
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  WS-HEAD-2.
           05  FILLER                  PIC X(40)
               VALUE 'CLNT  ACCOUNT       SCORE DAYS SINCE CHA'.
           05  FILLER                  PIC X(40)
               VALUE 'NGE NAME ADDR EMAIL PHONE  CROSS-CHECK  '.
           05  FILLER                  PIC X(52)
               VALUE '                 ACTION'.

      *
      * PAYOFF1's requested accounts, and the accounts ACHDRAFT1
      * flagged with a changed draft - both keyed by account alone,
      * which is all either file carries
      *
       01  PAYOFF-REQ-TABLE.
           05  PR-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-PR-COUNT
                   INDEXED BY PR-IDX.
               10  PR-ACCOUNT          PIC 9(13).
       77  WS-PR-COUNT                 PIC S9(8) COMP VALUE 0.

       01  DRAFT-CHG-TABLE.
           05  DC-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-DC-COUNT
                   INDEXED BY DC-IDX.
               10  DC-ACCOUNT          PIC X(13).
       77  WS-DC-COUNT                 PIC S9(8) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME HIST-IN-NAME HIST-OUT-NAME OUT-NAME
                    REQ-NAME ACH-NAME WS-SCORE-PARM.
           DISPLAY '* * * * B E G I N   I D F L A G 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR HIST-IN-NAME = SPACES
           OR HIST-OUT-NAME = SPACES OR OUT-NAME = SPACES
               DISPLAY '!!!! ENTER SET, PRIOR HISTORY (OR -), NEW'
                   UPON CRT AT 2301
               DISPLAY '!!!!   HISTORY, REVIEW LIST, PAYOFF REQ AND'
                   UPON CRT AT 2401
               DISPLAY '!!!!   ACH FILES (OR -), OPTIONAL SCORE'
                   UPON CRT AT 2501
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           IF WS-SCORE-PARM NUMERIC
               MOVE WS-SCORE-PARM      TO WS-SCORE-THRESHOLD
           ELSE
           IF WS-SCORE-PARM (1:1) NUMERIC
           AND WS-SCORE-PARM (2:1) = SPACE
               MOVE WS-SCORE-PARM (1:1) TO WS-SCORE-THRESHOLD.
           ACCEPT WS-TODAY-N FROM DATE YYYYMMDD.
           MOVE WS-TODAY-N             TO WS-AGE-DATE.
           PERFORM COMPUTE-AGE-DAYS.
           MOVE WS-AGE-DAYS            TO WS-TODAY-DAYS.
           PERFORM LOAD-PAYOFF-REQUESTS THRU LOAD-PAYOFF-EXIT.
           PERFORM LOAD-DRAFT-CHANGES THRU LOAD-DRAFT-EXIT.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! CURRENT SET NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM OPEN-PRIOR-HISTORY.
           OPEN OUTPUT HIST-OUT-FILE.
           OPEN OUTPUT OUT-FILE.
           MOVE WS-TODAY-N             TO WS-HEAD-DATE.
           MOVE WS-SCORE-THRESHOLD     TO WS-HEAD-THRESHOLD.
           WRITE OUT-REC FROM WS-HEAD-1.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           WRITE OUT-REC FROM WS-HEAD-2.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-KEY
               INPUT PROCEDURE IS RELEASE-IDENTITY
                   THRU RELEASE-IDENTITY-EXIT
               OUTPUT PROCEDURE IS MATCH-HISTORY
                   THRU MATCH-HISTORY-EXIT.
           PERFORM END-RTN.

       OPEN-PRIOR-HISTORY.
           IF HIST-IN-NAME = '-'
               MOVE 1                  TO HIST-EOF-SW
           ELSE
               OPEN INPUT HIST-IN-FILE
               IF HIST-IN-STATUS NOT = '00'
                   DISPLAY '!!!! PRIOR HISTORY NOT FOUND OR NOT'
                       UPON CRT AT 2301
                   DISPLAY '!!!!   READABLE - USE - ON FIRST RUN'
                       UPON CRT AT 2401
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-HISTORY
           END-IF.

       READ-HISTORY.
           READ HIST-IN-FILE AT END MOVE 1 TO HIST-EOF-SW.
           IF HIST-EOF-SW = 0
               ADD 1                   TO HIST-CTR.

       LOAD-PAYOFF-REQUESTS.
           IF REQ-NAME = SPACES OR REQ-NAME = '-'
               GO TO LOAD-PAYOFF-EXIT.
           OPEN INPUT REQ-FILE.
           IF REQ-STATUS NOT = '00'
               GO TO LOAD-PAYOFF-EXIT.
           PERFORM UNTIL REQ-EOF-SW = 1
               READ REQ-FILE
                   AT END MOVE 1       TO REQ-EOF-SW
                   NOT AT END
                       IF WS-PR-COUNT < 5000
                           ADD 1       TO WS-PR-COUNT
                           SET PR-IDX TO WS-PR-COUNT
                           MOVE REQ-REC-ACCOUNT TO PR-ACCOUNT (PR-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REQ-FILE.
       LOAD-PAYOFF-EXIT.
           EXIT.

      *
      * the settlement line is account;date;amount;flag[;BIWK] - only
      * the lines carrying the changed flag are kept
      *
       LOAD-DRAFT-CHANGES.
           IF ACH-NAME = SPACES OR ACH-NAME = '-'
               GO TO LOAD-DRAFT-EXIT.
           OPEN INPUT ACH-FILE.
           IF ACH-STATUS NOT = '00'
               GO TO LOAD-DRAFT-EXIT.
           PERFORM UNTIL ACH-EOF-SW = 1
               READ ACH-FILE
                   AT END MOVE 1       TO ACH-EOF-SW
                   NOT AT END
                       PERFORM KEEP-DRAFT-CHANGE
               END-READ
           END-PERFORM.
           CLOSE ACH-FILE.
       LOAD-DRAFT-EXIT.
           EXIT.

       KEEP-DRAFT-CHANGE.
           MOVE SPACES                 TO WS-ACH-ACCOUNT WS-ACH-DATE
                                          WS-ACH-AMT WS-ACH-FLAG.
           UNSTRING ACH-REC DELIMITED BY ';'
               INTO WS-ACH-ACCOUNT WS-ACH-DATE WS-ACH-AMT WS-ACH-FLAG.
           IF WS-ACH-FLAG = 'C' AND WS-DC-COUNT < 50000
               ADD 1                   TO WS-DC-COUNT
               SET DC-IDX TO WS-DC-COUNT
               MOVE WS-ACH-ACCOUNT     TO DC-ACCOUNT (DC-IDX).

      *
      * the copies written behind a borrower's record (bankruptcy
      * parties, authorized third parties) carry someone else's
      * name and address under the borrower's key - only the loan's
      * own record is the borrower's identity
      *
       RELEASE-IDENTITY.
           MOVE 0                      TO EOF-SW.
           PERFORM READ-CURRENT.
           PERFORM UNTIL EOF-SW = 1
               MOVE MB-CLIENT          TO SRT-CLIENT
               MOVE MB-ACCOUNT         TO SRT-ACCOUNT
               MOVE MB-BILL-NAME       TO SRT-NAME
               MOVE SPACES             TO SRT-ADDR
               STRING MB-BILL-LINE-2   DELIMITED BY SIZE
                      MB-BILL-LINE-3   DELIMITED BY SIZE
                      MB-BILL-LINE-4   DELIMITED BY SIZE
                      MB-BILL-LINE-5   DELIMITED BY SIZE
                      MB-BILL-LINE-6   DELIMITED BY SIZE
                      MB-BILL-ZIP-CODE DELIMITED BY SIZE
                   INTO SRT-ADDR
               MOVE MB-BORR-EMAIL-ADDR TO SRT-EMAIL
               MOVE MB-TELEPHONE       TO SRT-PHONE
               RELEASE SORT-REC
               PERFORM READ-CURRENT
           END-PERFORM.
           CLOSE IN1-FILE.
       RELEASE-IDENTITY-EXIT.
           EXIT.

       READ-CURRENT.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               IF MB-CLIENT = '9999'
               OR MB-FLEXFIELD6 (1:15) = 'BANKRUPTCY COPY'
               OR MB-FLEXFIELD6 (1:15) = 'AUTHORIZED COPY'
                   GO TO READ-CURRENT
               ELSE
                   ADD 1               TO CURR-CTR.

      *
      * the keyed cycle is walked against the history in step - both
      * ascending client/account.  a history row ahead of the cycle
      * is a loan not on this .set (carried or dropped); an equal key
      * is compared element by element; a cycle key with no history
      * row is a new loan
      *
       MATCH-HISTORY.
           MOVE 0                      TO SRT-EOF-SW.
           PERFORM RETURN-IDENTITY.
           PERFORM UNTIL SRT-EOF-SW = 1
               PERFORM UNTIL HIST-EOF-SW = 1
                          OR HI-KEY NOT < SRT-KEY
                   PERFORM CARRY-OR-DROP-HISTORY
                   PERFORM READ-HISTORY
               END-PERFORM
               IF HIST-EOF-SW = 0 AND HI-KEY = SRT-KEY
                   PERFORM COMPARE-IDENTITY
                   PERFORM READ-HISTORY
               ELSE
                   PERFORM WRITE-NEW-HISTORY
               END-IF
               PERFORM RETURN-IDENTITY
           END-PERFORM.
           PERFORM UNTIL HIST-EOF-SW = 1
               PERFORM CARRY-OR-DROP-HISTORY
               PERFORM READ-HISTORY
           END-PERFORM.
           IF HIST-IN-NAME NOT = '-'
               CLOSE HIST-IN-FILE.
       MATCH-HISTORY-EXIT.
           EXIT.

      * a key seen twice on one .set is taken once
       RETURN-IDENTITY.
           RETURN SORT-FILE AT END MOVE 1 TO SRT-EOF-SW.
           IF SRT-EOF-SW = 0
               IF SRT-KEY = WS-LAST-KEY
                   GO TO RETURN-IDENTITY
               ELSE
                   MOVE SRT-KEY        TO WS-LAST-KEY.

       CARRY-OR-DROP-HISTORY.
           MOVE HI-LAST-SEEN           TO WS-AGE-DATE.
           PERFORM COMPUTE-AGE-DAYS.
           IF WS-TODAY-DAYS - WS-AGE-DAYS > 95
               ADD 1                   TO DROPPED-CTR
           ELSE
               ADD 1                   TO CARRIED-CTR
               WRITE HIST-OUT-REC FROM HIST-IN-REC.

       WRITE-NEW-HISTORY.
           ADD 1                       TO NEW-CTR.
           MOVE SPACES                 TO HIST-OUT-REC.
           MOVE SRT-KEY                TO HO-KEY.
           MOVE WS-TODAY-N             TO HO-LAST-SEEN.
           MOVE SRT-NAME               TO HO-NAME.
           MOVE SRT-ADDR               TO HO-ADDR.
           MOVE SRT-EMAIL              TO HO-EMAIL.
           MOVE SRT-PHONE              TO HO-PHONE.
           MOVE 0                      TO HO-NAME-CHG HO-ADDR-CHG
                                          HO-EMAIL-CHG HO-PHONE-CHG.
           WRITE HIST-OUT-REC.

       COMPARE-IDENTITY.
           MOVE HIST-IN-REC            TO HIST-OUT-REC.
           MOVE WS-TODAY-N             TO HO-LAST-SEEN.
           MOVE 'N'                    TO ANY-CHANGE-SW.
           IF SRT-NAME NOT = HI-NAME
               MOVE SRT-NAME           TO HO-NAME
               MOVE WS-TODAY-N         TO HO-NAME-CHG
               MOVE 'Y'                TO ANY-CHANGE-SW.
           IF SRT-ADDR NOT = HI-ADDR
               MOVE SRT-ADDR           TO HO-ADDR
               MOVE WS-TODAY-N         TO HO-ADDR-CHG
               MOVE 'Y'                TO ANY-CHANGE-SW.
           IF SRT-EMAIL NOT = HI-EMAIL
               MOVE SRT-EMAIL          TO HO-EMAIL
               MOVE WS-TODAY-N         TO HO-EMAIL-CHG
               MOVE 'Y'                TO ANY-CHANGE-SW.
           IF SRT-PHONE NOT = HI-PHONE
               MOVE SRT-PHONE          TO HO-PHONE
               MOVE WS-TODAY-N         TO HO-PHONE-CHG
               MOVE 'Y'                TO ANY-CHANGE-SW.
           IF ANY-CHANGE
               ADD 1                   TO CHANGED-CTR.
           WRITE HIST-OUT-REC.
           PERFORM SCORE-LOAN.
           IF WS-SCORE NOT < WS-SCORE-THRESHOLD
               PERFORM CROSS-CHECK-LOAN
               PERFORM WRITE-REVIEW-LINE.

      *
      * each element scores on the age of its last change; the
      * display shows the days since the change, or '-' for an
      * element unchanged since the baseline or outside 95 days
      *
       SCORE-LOAN.
           MOVE 0                      TO WS-SCORE.
           MOVE HO-NAME-CHG            TO WS-AGE-DATE.
           PERFORM SCORE-ONE-ELEMENT.
           MOVE WS-ELEM-DISP           TO WS-NAME-DISP.
           MOVE HO-ADDR-CHG            TO WS-AGE-DATE.
           PERFORM SCORE-ONE-ELEMENT.
           MOVE WS-ELEM-DISP           TO WS-ADDR-DISP.
           MOVE HO-EMAIL-CHG           TO WS-AGE-DATE.
           PERFORM SCORE-ONE-ELEMENT.
           MOVE WS-ELEM-DISP           TO WS-EMAIL-DISP.
           MOVE HO-PHONE-CHG           TO WS-AGE-DATE.
           PERFORM SCORE-ONE-ELEMENT.
           MOVE WS-ELEM-DISP           TO WS-PHONE-DISP.

       SCORE-ONE-ELEMENT.
           MOVE 0                      TO WS-ELEM-POINTS.
           MOVE '   -'                 TO WS-ELEM-DISP.
           IF WS-AGE-DATE NOT = 0
               PERFORM COMPUTE-AGE-DAYS
               COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-AGE-DAYS
               IF WS-AGE-DAYS NOT > 35
                   MOVE 3              TO WS-ELEM-POINTS
               ELSE
               IF WS-AGE-DAYS NOT > 65
                   MOVE 2              TO WS-ELEM-POINTS
               ELSE
               IF WS-AGE-DAYS NOT > 95
                   MOVE 1              TO WS-ELEM-POINTS
               END-IF
               END-IF
               END-IF
               IF WS-ELEM-POINTS > 0
                   MOVE WS-AGE-DAYS    TO WS-DAYS-DISP
                   MOVE SPACES         TO WS-ELEM-DISP
                   MOVE WS-DAYS-DISP   TO WS-ELEM-DISP (2:3)
               END-IF
           END-IF.
           ADD WS-ELEM-POINTS          TO WS-SCORE.

       COMPUTE-AGE-DAYS.
           COMPUTE WS-AGE-DAYS =
               (WS-AGE-YYYY * 360) + (WS-AGE-MM * 30) + WS-AGE-DD.

       CROSS-CHECK-LOAN.
           MOVE 'N'                    TO PAYOFF-HIT-SW.
           MOVE 'N'                    TO DRAFT-HIT-SW.
           IF WS-PR-COUNT > 0
               SET PR-IDX TO 1
               SEARCH PR-ENTRY
                   AT END
                       MOVE 'N'        TO PAYOFF-HIT-SW
                   WHEN PR-ACCOUNT (PR-IDX) = SRT-ACCOUNT
                       MOVE 'Y'        TO PAYOFF-HIT-SW
               END-SEARCH.
           MOVE SRT-ACCOUNT            TO WS-RPT-ACCOUNT.
           IF WS-DC-COUNT > 0
               SET DC-IDX TO 1
               SEARCH DC-ENTRY
                   AT END
                       MOVE 'N'        TO DRAFT-HIT-SW
                   WHEN DC-ACCOUNT (DC-IDX) = WS-RPT-ACCOUNT
                       MOVE 'Y'        TO DRAFT-HIT-SW
               END-SEARCH.
           MOVE SPACES                 TO WS-XCHECK-DESC.
           MOVE 'REVIEW'               TO WS-ACTION-DESC.
           IF PAYOFF-HIT AND DRAFT-HIT
               MOVE 'PAYOFF REQUEST + DRAFT CHANGE' TO WS-XCHECK-DESC
           ELSE
           IF PAYOFF-HIT
               MOVE 'PAYOFF REQUESTED'  TO WS-XCHECK-DESC
           ELSE
           IF DRAFT-HIT
               MOVE 'DRAFT CHANGED'     TO WS-XCHECK-DESC.
           IF PAYOFF-HIT OR DRAFT-HIT
               MOVE 'ESCALATE'         TO WS-ACTION-DESC
               ADD 1                   TO ESCALATE-CTR.

       WRITE-REVIEW-LINE.
           ADD 1                       TO FLAGGED-CTR.
           MOVE WS-SCORE               TO WS-SCORE-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING SRT-CLIENT            DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-RPT-ACCOUNT        DELIMITED BY SIZE
                  '   '                 DELIMITED BY SIZE
                  WS-SCORE-DISP         DELIMITED BY SIZE
                  '                    '
                                        DELIMITED BY SIZE
                  WS-NAME-DISP          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-ADDR-DISP          DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-EMAIL-DISP         DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-PHONE-DISP         DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-XCHECK-DESC        DELIMITED BY SIZE
                  WS-ACTION-DESC        DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           STRING '      '              DELIMITED BY SIZE
                  SRT-NAME              DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR IDFLAG1' UPON CRT AT 0915.
           DISPLAY CURR-CTR 'CURRENT CYCLE LOANS      =' UPON CRT
               AT 1125.
           DISPLAY HIST-CTR 'PRIOR HISTORY ROWS       =' UPON CRT
               AT 1225.
           DISPLAY NEW-CTR 'NEW TO HISTORY           =' UPON CRT
               AT 1325.
           DISPLAY CHANGED-CTR 'IDENTITY CHANGED         =' UPON CRT
               AT 1425.
           DISPLAY CARRIED-CTR 'NOT ON SET - CARRIED     =' UPON CRT
               AT 1525.
           DISPLAY DROPPED-CTR 'NOT ON SET - DROPPED     =' UPON CRT
               AT 1625.
           DISPLAY FLAGGED-CTR 'RED-FLAG REVIEW LOANS    =' UPON CRT
               AT 1725.
           DISPLAY ESCALATE-CTR 'ESCALATED                =' UPON CRT
               AT 1825.
           IF FLAGGED-CTR NOT = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE HIST-OUT-FILE.
           CLOSE OUT-FILE.
           STOP RUN.
