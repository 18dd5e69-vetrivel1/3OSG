       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CYCHIST1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * loan-level cycle history - "what did this loan look like six
      * months ago" used to mean finding and dumping an old .set, and
      * every prior-cycle report re-read a whole retained .set each
      * night to get one cycle back.  this step keeps one keyed
      * record per loan (client/account) holding its last 24 cycles
      * of key figures, newest first: principal, escrow and suspense
      * balances, due date, total amount due, the payment and
      * whether it drafts, delinquency days, the governing
      * suppression reason, the bankruptcy code and foreclosure
      * flag, a hash of the borrower's identity elements (name,
      * mailing address, e-mail, phones) and, when the cycle's mbx
      * is staged, the post-petition payment breakdown.  a cycle is
      * the .set's statement date; a rerun of the same cycle
      * replaces its slot rather than adding one.
      *
      * run it right after each SETMB2000 run, ahead of the reports
      * that look a cycle back (ROLLRATE1, CYCCOMP1, ACHDRAFT1,
      * BKPCN1, PORTPKG1) - they read the prior cycle from here and
      * check that tonight's cycle is already on file.
      *
      *   - a loan on the .set gets a slot marked on the .set (Y)
      *   - a loan on the run's suppression registry that SETMB2000
      *     diverted gets a slot marked off the .set (N) carrying
      *     only its governing reason
      *   - a loan on the mbx gets the post-petition figures in its
      *     slot for the cycle, whether or not it is on the .set
      *
      * each client also keeps a control record under account zero
      * listing the cycle dates the client has run, which is how a
      * reader knows which slot is "the prior cycle".  a loan not
      * updated for longer than the retention policy's .cyh row
      * allows (default 760 days) is deleted from the history
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
      * the run's suppression registry - optional ('-')
           SELECT SUP-FILE  ASSIGN TO DYNAMIC SUP-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS SUP-STATUS.
      * the cycle's mbx bankruptcy sub-extract - optional ('-')
           SELECT MBX-FILE  ASSIGN TO DYNAMIC MBX-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS MBX-STATUS.
      * retention policy - extension, days to keep, action; the
      * .cyh row is the days a loan stays after its last update
           SELECT RET-FILE  ASSIGN TO DYNAMIC RET-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS RET-STATUS.
      * the keyed cycle history, maintained in place
           SELECT CYH-FILE  ASSIGN TO DYNAMIC CYH-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CYH-KEY
                  FILE STATUS IS CYH-STATUS.
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
       FD  SUP-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SUP-REC.
       01  SUP-REC.
           05  SUPR-CLIENT             PIC X(4).
           05  SUPR-ACCOUNT            PIC 9(13).
           05  SUPR-GOVERNING          PIC X(8).
           05  FILLER                  PIC X(55).
      *
       FD  MBX-FILE
           RECORD CONTAINS 765 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MBX-REC.
       01  MBX-REC                     PIC X(765).
      *
       FD  RET-FILE
           RECORD CONTAINS 9 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RET-REC.
       01  RET-REC.
           05  RET-REC-EXT             PIC X(4).
           05  RET-REC-DAYS            PIC 9(4).
           05  RET-REC-ACTION          PIC X(1).
      *
       FD  CYH-FILE
           RECORD CONTAINS 2600 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CYH-REC.
       01  CYH-REC.
           05  CYH-KEY.
               10  CYH-CLIENT          PIC X(4).
               10  CYH-ACCOUNT         PIC 9(13).
           05  CYH-LAST-CYCLE          PIC 9(8).
           05  CYH-LAST-UPDATE         PIC 9(8).
           05  CYH-CYCLE-COUNT         PIC 9(2).
           05  FILLER                  PIC X(45).
           05  CYH-CYCLE OCCURS 24 TIMES.
               10  CYC-DATE            PIC 9(8).
               10  CYC-ON-SET-SW       PIC X(1).
               10  CYC-PRIN-BAL        PIC S9(11)V99 COMP-3.
               10  CYC-ESCROW-BAL      PIC S9(9)V99 COMP-3.
               10  CYC-SUSPENSE-BAL    PIC S9(11)V99 COMP-3.
               10  CYC-DUE-DATE        PIC 9(8).
               10  CYC-TOTAL-DUE       PIC S9(11)V99 COMP-3.
               10  CYC-PAYMENT         PIC S9(9)V99 COMP-3.
               10  CYC-DELQ-DAYS       PIC 9(5).
               10  CYC-SUPP-REASON     PIC X(8).
               10  CYC-BANKRUPT-CODE   PIC X(2).
               10  CYC-FCL-FLAG        PIC X(1).
               10  CYC-DRAFT-SW        PIC X(1).
               10  CYC-ID-HASH         PIC 9(15).
               10  CYC-PP-SW           PIC X(1).
               10  CYC-PP-PAYMENT      PIC S9(9)V99 COMP-3.
               10  CYC-PP-PI           PIC S9(9)V99 COMP-3.
               10  CYC-PP-ESC          PIC S9(7)V99 COMP-3.
               10  CYC-PP-IR           PIC SV9(7) COMP-3.
           05  FILLER                  PIC X(24).
      *
       WORKING-STORAGE SECTION.

       copy '/users/devel/mbx.cbl'.

       01  VARIABLES.
           05  IN1-PATH.
               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 IN1-NAME             PIC X(64).
           05  SUP-PATH.
               10 SUP-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 SUP-NAME             PIC X(64).
           05  MBX-PATH.
               10 MBX-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 MBX-NAME             PIC X(64).
           05  RET-PATH                PIC X(40)
               VALUE '/users/public/retain.tab'.
           05  CYH-PATH                PIC X(40)
               VALUE '/users/public/out/cychist.kdx'.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  SUP-STATUS              PIC X(2)  VALUE SPACES.
           05  MBX-STATUS              PIC X(2)  VALUE SPACES.
           05  RET-STATUS              PIC X(2)  VALUE SPACES.
           05  CYH-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  NEWLOAN-CTR             PIC 9(7)  VALUE 0.
           05  ADDED-CTR               PIC 9(7)  VALUE 0.
           05  REPLACED-CTR            PIC 9(7)  VALUE 0.
           05  SUPONLY-CTR             PIC 9(7)  VALUE 0.
           05  MBX-CTR                 PIC 9(7)  VALUE 0.
           05  TOOOLD-CTR              PIC 9(7)  VALUE 0.
           05  AGED-CTR                PIC 9(7)  VALUE 0.
           05  FAIL-CTR                PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  SUP-EOF-SW              PIC 9(1)  VALUE 0.
           05  RET-EOF-SW              PIC 9(1)  VALUE 0.
           05  CYH-EOF-SW              PIC 9(1)  VALUE 0.
           05  SR-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  SR-FOUND                      VALUE 'Y'.
           05  CYH-FOUND-SW            PIC X(1)  VALUE 'N'.
               88  CYH-FOUND                     VALUE 'Y'.
           05  NEW-SLOT-SW             PIC X(1)  VALUE 'N'.
               88  NEW-SLOT                      VALUE 'Y'.
           05  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           05  WS-CYCLE-DATE           PIC 9(8)  VALUE 0.
           05  WS-KEY-CLIENT           PIC X(4)  VALUE SPACES.
           05  WS-KEY-ACCOUNT          PIC 9(13) VALUE 0.
           05  WS-SLOT                 PIC S9(4) COMP VALUE 0.
           05  WS-SUB                  PIC S9(4) COMP VALUE 0.
           05  WS-RETAIN-DAYS          PIC 9(4)  VALUE 760.
      *
      * retention age on the same 360/30 calendar HOUSEKP1 ages
      * the run artifacts on
      *
           05  WS-CURR-DAYS            PIC S9(9) COMP-3 VALUE 0.
           05  WS-UPD-DAYS             PIC S9(9) COMP-3 VALUE 0.
           05  WS-AGE-DAYS             PIC S9(9) COMP-3 VALUE 0.
           05  WS-DATE-N               PIC 9(8)  VALUE 0.
           05  FILLER REDEFINES WS-DATE-N.
               10  WS-DATE-YYYY        PIC 9(4).
               10  WS-DATE-MM          PIC 9(2).
               10  WS-DATE-DD          PIC 9(2).
      *
      * identity hash - each byte of the identity elements is folded
      * in through a halfword whose high byte stays LOW-VALUE, so
      * the halfword reads as the byte's code
      *
           05  WS-ID-STRING            PIC X(452) VALUE SPACES.
           05  WS-ID-HASH              PIC 9(15) VALUE 0.
           05  WS-HASH-WORK            PIC 9(15) VALUE 0.
           05  WS-HASH-QUOT            PIC 9(15) VALUE 0.
           05  WS-HASH-POS             PIC S9(4) COMP VALUE 0.
           05  WS-HASH-PAIR.
               10  FILLER              PIC X(1)  VALUE LOW-VALUE.
               10  WS-HASH-BYTE        PIC X(1)  VALUE LOW-VALUE.
           05  WS-HASH-CODE REDEFINES WS-HASH-PAIR
                                       PIC 9(4)  COMP.

      *
      * the run's suppressed loans off the registry
      *
       01  SUPP-TABLE.
           05  SR-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-SR-COUNT
                   INDEXED BY SR-IDX.
               10  SR-ACCOUNT          PIC 9(13).
               10  SR-CLIENT           PIC X(4).
               10  SR-GOVERNING        PIC X(8).
       77  WS-SR-COUNT                 PIC S9(8) COMP VALUE 0.

      *
      * the clients on tonight's .set and the cycle (statement date)
      * each ran; registry and mbx loans take their client's cycle
      *
       01  CLIENT-CYCLE-TABLE.
           05  CC-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CC-COUNT
                   INDEXED BY CC-IDX.
               10  CC-CLIENT           PIC X(4).
               10  CC-CYCLE-DATE       PIC 9(8).
       77  WS-CC-COUNT                 PIC S9(4) COMP VALUE 0.
       77  CC-FOUND-SW                 PIC X(1)  VALUE 'N'.
           88  CC-FOUND                          VALUE 'Y'.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME SUP-NAME MBX-NAME.
           DISPLAY '* * * * B E G I N   C Y C H I S T 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES
               DISPLAY '!!!! ENTER SET FILE (AND OPTIONAL REGISTRY'
                   UPON CRT AT 2301
               DISPLAY '!!!!   AND MBX) ON COMMAND LINE'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE            TO WS-DATE-N.
           COMPUTE WS-CURR-DAYS =
               ((WS-DATE-YYYY - 2000) * 360)
             + (WS-DATE-MM * 30) + WS-DATE-DD.
           PERFORM LOAD-RETENTION-DAYS.
           PERFORM LOAD-SUPP-TABLE THRU LOAD-SUPP-EXIT.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! SET FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
      * the first night there is no history yet - create it empty
           OPEN I-O CYH-FILE.
           IF CYH-STATUS = '35'
               OPEN OUTPUT CYH-FILE
               CLOSE CYH-FILE
               OPEN I-O CYH-FILE.
           IF CYH-STATUS NOT = '00'
               DISPLAY '!!!! CANNOT OPEN CYCLE HISTORY - STATUS'
                   UPON CRT AT 2301
               DISPLAY CYH-STATUS UPON CRT AT 2345
               DISPLAY CYH-PATH UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM READ-SET-REC.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
           CLOSE IN1-FILE.
           PERFORM APPLY-SUPP-REGISTRY.
           PERFORM APPLY-MBX THRU APPLY-MBX-EXIT.
           PERFORM UPDATE-CLIENT-CONTROL.
           PERFORM AGE-OFF-HISTORY.
           PERFORM END-RTN.

      *
      * no retention table, or no .cyh row on it, keeps the default
      *
       LOAD-RETENTION-DAYS.
           OPEN INPUT RET-FILE.
           IF RET-STATUS = '00'
               MOVE 0                  TO RET-EOF-SW
               PERFORM UNTIL RET-EOF-SW = 1
                   READ RET-FILE
                       AT END MOVE 1   TO RET-EOF-SW
                       NOT AT END
                           IF RET-REC-EXT = '.cyh'
                           AND RET-REC-DAYS NUMERIC
                           AND RET-REC-DAYS > 0
                               MOVE RET-REC-DAYS TO WS-RETAIN-DAYS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RET-FILE.

       LOAD-SUPP-TABLE.
           IF SUP-NAME = SPACES OR SUP-NAME = '-'
               GO TO LOAD-SUPP-EXIT.
           OPEN INPUT SUP-FILE.
           IF SUP-STATUS NOT = '00'
               GO TO LOAD-SUPP-EXIT.
           MOVE 0                      TO SUP-EOF-SW.
           PERFORM UNTIL SUP-EOF-SW = 1
               READ SUP-FILE
                   AT END MOVE 1       TO SUP-EOF-SW
                   NOT AT END
                       IF WS-SR-COUNT < 50000
                           ADD 1       TO WS-SR-COUNT
                           SET SR-IDX TO WS-SR-COUNT
                           MOVE SUPR-ACCOUNT TO SR-ACCOUNT (SR-IDX)
                           MOVE SUPR-CLIENT  TO SR-CLIENT (SR-IDX)
                           MOVE SUPR-GOVERNING
                               TO SR-GOVERNING (SR-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUP-FILE.
       LOAD-SUPP-EXIT.
           EXIT.

      *
      * the copies written behind a borrower's record carry someone
      * else's name and address under the borrower's key - the loan
      * itself is what the history follows
      *
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
           IF MB-STATEMENT-DATE NUMERIC
               MOVE MB-STATEMENT-DATE  TO WS-CYCLE-DATE
           ELSE
               MOVE WS-RUN-DATE        TO WS-CYCLE-DATE.
           MOVE MB-CLIENT              TO WS-KEY-CLIENT.
           PERFORM NOTE-CLIENT-CYCLE.
           MOVE MB-ACCOUNT             TO WS-KEY-ACCOUNT.
           PERFORM READ-HISTORY-REC.
           PERFORM PLACE-CYCLE-SLOT THRU PLACE-CYCLE-SLOT-EXIT.
           IF WS-SLOT = 0
               PERFORM READ-SET-REC
               GO TO 001-MAIN-EXIT.
           PERFORM FILL-SLOT-FROM-SET.
           PERFORM PUT-HISTORY-REC.
           PERFORM READ-SET-REC.
       001-MAIN-EXIT.
           EXIT.

       NOTE-CLIENT-CYCLE.
           PERFORM FIND-CLIENT-CYCLE.
           IF NOT CC-FOUND AND WS-CC-COUNT < 500
               ADD 1                   TO WS-CC-COUNT
               SET CC-IDX TO WS-CC-COUNT
               MOVE WS-KEY-CLIENT      TO CC-CLIENT (CC-IDX)
               MOVE WS-CYCLE-DATE      TO CC-CYCLE-DATE (CC-IDX).

       FIND-CLIENT-CYCLE.
           MOVE 'N'                    TO CC-FOUND-SW.
           IF WS-CC-COUNT > 0
               SET CC-IDX TO 1
               SEARCH CC-ENTRY
                   AT END
                       MOVE 'N'        TO CC-FOUND-SW
                   WHEN CC-CLIENT (CC-IDX) = WS-KEY-CLIENT
                       MOVE 'Y'        TO CC-FOUND-SW
               END-SEARCH.

      *
      * a loan with no history yet starts from an empty record
      *
       READ-HISTORY-REC.
           MOVE WS-KEY-CLIENT          TO CYH-CLIENT.
           MOVE WS-KEY-ACCOUNT         TO CYH-ACCOUNT.
           MOVE 'Y'                    TO CYH-FOUND-SW.
           READ CYH-FILE KEY IS CYH-KEY
               INVALID KEY
                   MOVE 'N'            TO CYH-FOUND-SW
           END-READ.
           IF NOT CYH-FOUND
               MOVE SPACES             TO CYH-REC
               INITIALIZE CYH-REC
               MOVE WS-KEY-CLIENT      TO CYH-CLIENT
               MOVE WS-KEY-ACCOUNT     TO CYH-ACCOUNT.

       PUT-HISTORY-REC.
           MOVE WS-RUN-DATE            TO CYH-LAST-UPDATE.
           MOVE CYC-DATE (1)           TO CYH-LAST-CYCLE.
           IF CYH-FOUND
               REWRITE CYH-REC
                   INVALID KEY
                       ADD 1           TO FAIL-CTR
               END-REWRITE
           ELSE
               WRITE CYH-REC
                   INVALID KEY
                       ADD 1           TO FAIL-CTR
                   NOT INVALID KEY
                       ADD 1           TO NEWLOAN-CTR
                       MOVE 'Y'        TO CYH-FOUND-SW
               END-WRITE.

      *
      * slots run newest first.  the cycle's own slot is reused when
      * it is already there (a rerun, or the registry and mbx passes
      * adding to the .set's slot); otherwise the slots from the
      * cycle's place down shift one older, the 24th dropping off.
      * a cycle older than all 24 held is not kept
      *
       PLACE-CYCLE-SLOT.
           MOVE 'N'                    TO NEW-SLOT-SW.
           MOVE 0                      TO WS-SLOT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 24 OR WS-SLOT > 0
               IF CYC-DATE (WS-SUB) = WS-CYCLE-DATE
                   MOVE WS-SUB         TO WS-SLOT
               END-IF
           END-PERFORM.
           IF WS-SLOT > 0
               GO TO PLACE-CYCLE-SLOT-EXIT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 24 OR WS-SLOT > 0
               IF CYC-DATE (WS-SUB) < WS-CYCLE-DATE
                   MOVE WS-SUB         TO WS-SLOT
               END-IF
           END-PERFORM.
           IF WS-SLOT = 0
               ADD 1                   TO TOOOLD-CTR
               GO TO PLACE-CYCLE-SLOT-EXIT.
           PERFORM VARYING WS-SUB FROM 24 BY -1
                   UNTIL WS-SUB NOT > WS-SLOT
               MOVE CYH-CYCLE (WS-SUB - 1) TO CYH-CYCLE (WS-SUB)
           END-PERFORM.
           INITIALIZE CYH-CYCLE (WS-SLOT).
           MOVE WS-CYCLE-DATE          TO CYC-DATE (WS-SLOT).
           MOVE 'N'                    TO CYC-ON-SET-SW (WS-SLOT).
           MOVE 'N'                    TO CYC-PP-SW (WS-SLOT).
           MOVE 'Y'                    TO NEW-SLOT-SW.
           IF CYH-CYCLE-COUNT < 24
               ADD 1                   TO CYH-CYCLE-COUNT.
       PLACE-CYCLE-SLOT-EXIT.
           EXIT.

       FILL-SLOT-FROM-SET.
           IF NEW-SLOT
               ADD 1                   TO ADDED-CTR
           ELSE
               ADD 1                   TO REPLACED-CTR.
           MOVE 'Y'                    TO CYC-ON-SET-SW (WS-SLOT).
           MOVE MB-FIRST-PRIN-BAL      TO CYC-PRIN-BAL (WS-SLOT).
           MOVE MB-ESCROW-BAL          TO CYC-ESCROW-BAL (WS-SLOT).
           MOVE MB-SUSPENSE-BAL        TO CYC-SUSPENSE-BAL (WS-SLOT).
           IF MB-LOAN-DUE-DATE NUMERIC
               MOVE MB-LOAN-DUE-DATE-R TO CYC-DUE-DATE (WS-SLOT)
           ELSE
               MOVE 0                  TO CYC-DUE-DATE (WS-SLOT).
           MOVE MB-TOTAL-AMOUNT-DUE    TO CYC-TOTAL-DUE (WS-SLOT).
           MOVE MB-PAYMENT-AMOUNT      TO CYC-PAYMENT (WS-SLOT).
           MOVE MB-DELQ-DAYS           TO CYC-DELQ-DAYS (WS-SLOT).
           MOVE MB-BANKRUPT-CODE       TO CYC-BANKRUPT-CODE (WS-SLOT).
           MOVE MB-FORECLOSURE-STOP    TO CYC-FCL-FLAG (WS-SLOT).
           IF MB-DRAFT-IND NOT = SPACE OR DRAFTER
               MOVE 'Y'                TO CYC-DRAFT-SW (WS-SLOT)
           ELSE
               MOVE 'N'                TO CYC-DRAFT-SW (WS-SLOT).
           PERFORM COMPUTE-IDENTITY-HASH.
           MOVE WS-ID-HASH             TO CYC-ID-HASH (WS-SLOT).
           MOVE SPACES                 TO CYC-SUPP-REASON (WS-SLOT).
           PERFORM FIND-SUPP-ENTRY.
           IF SR-FOUND
               MOVE SR-GOVERNING (SR-IDX)
                                       TO CYC-SUPP-REASON (WS-SLOT).

       FIND-SUPP-ENTRY.
           MOVE 'N'                 TO SR-FOUND-SW.
           IF WS-SR-COUNT > 0
              SET SR-IDX TO 1
              SEARCH SR-ENTRY
                 AT END
                    MOVE 'N'        TO SR-FOUND-SW
                 WHEN SR-ACCOUNT (SR-IDX) = MB-ACCOUNT
                  AND SR-CLIENT (SR-IDX) = MB-CLIENT
                    MOVE 'Y'        TO SR-FOUND-SW
              END-SEARCH.

      *
      * the identity elements IDFLAG1 watches - name, mailing
      * address and ZIP, e-mail and phones - reduced to one number,
      * so a change between two cycles shows without keeping the
      * text itself on the history
      *
       COMPUTE-IDENTITY-HASH.
           MOVE SPACES                 TO WS-ID-STRING.
           STRING MB-BILL-NAME         DELIMITED BY SIZE
                  MB-BILL-LINE-2       DELIMITED BY SIZE
                  MB-BILL-LINE-3       DELIMITED BY SIZE
                  MB-BILL-LINE-4       DELIMITED BY SIZE
                  MB-BILL-LINE-5       DELIMITED BY SIZE
                  MB-BILL-LINE-6       DELIMITED BY SIZE
                  MB-BILL-ZIP-CODE     DELIMITED BY SIZE
                  MB-BORR-EMAIL-ADDR   DELIMITED BY SIZE
                  MB-TELEPHONE         DELIMITED BY SIZE
               INTO WS-ID-STRING.
           MOVE 0                      TO WS-ID-HASH.
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
                   UNTIL WS-HASH-POS > 452
               MOVE WS-ID-STRING (WS-HASH-POS:1) TO WS-HASH-BYTE
               COMPUTE WS-HASH-WORK = WS-ID-HASH * 31 + WS-HASH-CODE
               DIVIDE WS-HASH-WORK BY 999999999989
                   GIVING WS-HASH-QUOT REMAINDER WS-ID-HASH
           END-PERFORM.

      *
      * the loans SETMB2000 diverted never reach the .set, yet a
      * suppressed cycle is exactly what a researcher needs to see -
      * each registry loan gets (or keeps) its slot for the client's
      * cycle with the governing reason; a loan with no .set slot
      * this cycle carries no amounts for it
      *
       APPLY-SUPP-REGISTRY.
           PERFORM APPLY-ONE-SUPP-LOAN
               VARYING SR-IDX FROM 1 BY 1
               UNTIL SR-IDX > WS-SR-COUNT.

       APPLY-ONE-SUPP-LOAN.
           MOVE SR-CLIENT (SR-IDX)     TO WS-KEY-CLIENT.
           MOVE SR-ACCOUNT (SR-IDX)    TO WS-KEY-ACCOUNT.
           PERFORM TAKE-CLIENT-CYCLE.
           PERFORM READ-HISTORY-REC.
           PERFORM PLACE-CYCLE-SLOT THRU PLACE-CYCLE-SLOT-EXIT.
           IF WS-SLOT > 0
               IF CYC-ON-SET-SW (WS-SLOT) NOT = 'Y'
                   ADD 1               TO SUPONLY-CTR
               END-IF
               MOVE SR-GOVERNING (SR-IDX)
                                       TO CYC-SUPP-REASON (WS-SLOT)
               PERFORM PUT-HISTORY-REC.

      *
      * a registry or mbx loan whose client had nothing on the .set
      * takes the run date as its cycle, and that client is noted so
      * its control record carries the cycle too
      *
       TAKE-CLIENT-CYCLE.
           PERFORM FIND-CLIENT-CYCLE.
           IF CC-FOUND
               MOVE CC-CYCLE-DATE (CC-IDX) TO WS-CYCLE-DATE
           ELSE
               MOVE WS-RUN-DATE        TO WS-CYCLE-DATE
               PERFORM NOTE-CLIENT-CYCLE.

      *
      * the post-petition payment picture BKPCN1 proves a payment
      * change against - the full due-date breakdown, P&I, escrow
      * and rate.  the mbx keys on a 3-digit client and 7-digit
      * loan; the history carries them the way the rest of the
      * system does, client '0nnn' and the loan as the account
      *
       APPLY-MBX.
           IF MBX-NAME = SPACES OR MBX-NAME = '-'
               GO TO APPLY-MBX-EXIT.
           OPEN INPUT MBX-FILE.
           IF MBX-STATUS NOT = '00'
               DISPLAY 'MBX NOT FOUND - NO POST-PETITION FIGURES'
                   UPON CRT AT 2001
               DISPLAY MBX-NAME UPON CRT AT 2101
               GO TO APPLY-MBX-EXIT.
           MOVE 0                      TO EOF-SW.
           PERFORM UNTIL EOF-SW = 1
               READ MBX-FILE INTO LPSXCFPB-RECORD
                   AT END MOVE 1       TO EOF-SW
                   NOT AT END
                       IF LOAN-NO OF LPSXCFPB-RECORD NUMERIC
                           PERFORM APPLY-ONE-MBX-LOAN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MBX-FILE.
       APPLY-MBX-EXIT.
           EXIT.

       APPLY-ONE-MBX-LOAN.
           MOVE '0'                    TO WS-KEY-CLIENT.
           MOVE CLIENT-NO OF LPSXCFPB-RECORD
                                       TO WS-KEY-CLIENT (2:3).
           MOVE LOAN-NO OF LPSXCFPB-RECORD TO WS-KEY-ACCOUNT.
           PERFORM TAKE-CLIENT-CYCLE.
           PERFORM READ-HISTORY-REC.
           PERFORM PLACE-CYCLE-SLOT THRU PLACE-CYCLE-SLOT-EXIT.
           IF WS-SLOT > 0
               ADD 1                   TO MBX-CTR
               MOVE 'Y'                TO CYC-PP-SW (WS-SLOT)
               COMPUTE CYC-PP-PAYMENT (WS-SLOT) =
                   POST-PET-DUE-DATE-PI
                 + POST-PET-DUE-DATE-ESC
                 + POST-PET-DUE-DATE-MISC
                 + POST-PET-DUE-DATE-LIFE
                 + POST-PET-DUE-DATE-A-H
               MOVE POST-PET-DUE-DATE-PI  TO CYC-PP-PI (WS-SLOT)
               MOVE POST-PET-DUE-DATE-ESC TO CYC-PP-ESC (WS-SLOT)
               MOVE POST-PET-DUE-DATE-IR  TO CYC-PP-IR (WS-SLOT)
               PERFORM PUT-HISTORY-REC.

      *
      * each client's control record (account zero) lists the cycle
      * dates the client has run, newest first, in the same slots
      *
       UPDATE-CLIENT-CONTROL.
           PERFORM UPDATE-ONE-CLIENT
               VARYING CC-IDX FROM 1 BY 1
               UNTIL CC-IDX > WS-CC-COUNT.

       UPDATE-ONE-CLIENT.
           MOVE CC-CLIENT (CC-IDX)     TO WS-KEY-CLIENT.
           MOVE 0                      TO WS-KEY-ACCOUNT.
           MOVE CC-CYCLE-DATE (CC-IDX) TO WS-CYCLE-DATE.
           PERFORM READ-HISTORY-REC.
           PERFORM PLACE-CYCLE-SLOT THRU PLACE-CYCLE-SLOT-EXIT.
           IF WS-SLOT > 0
               MOVE 'Y'                TO CYC-ON-SET-SW (WS-SLOT)
               PERFORM PUT-HISTORY-REC.

      *
      * one pass of the whole history in key order - a loan (or a
      * client) not updated within the retention days is deleted
      *
       AGE-OFF-HISTORY.
           MOVE LOW-VALUES             TO CYH-KEY.
           MOVE 0                      TO CYH-EOF-SW.
           START CYH-FILE KEY NOT < CYH-KEY
               INVALID KEY
                   MOVE 1              TO CYH-EOF-SW
           END-START.
           PERFORM UNTIL CYH-EOF-SW = 1
               READ CYH-FILE NEXT RECORD
                   AT END MOVE 1       TO CYH-EOF-SW
                   NOT AT END
                       PERFORM AGE-ONE-HISTORY-REC
               END-READ
           END-PERFORM.

       AGE-ONE-HISTORY-REC.
           MOVE CYH-LAST-UPDATE        TO WS-DATE-N.
           COMPUTE WS-UPD-DAYS =
               ((WS-DATE-YYYY - 2000) * 360)
             + (WS-DATE-MM * 30) + WS-DATE-DD.
           COMPUTE WS-AGE-DAYS = WS-CURR-DAYS - WS-UPD-DAYS.
           IF WS-AGE-DAYS > WS-RETAIN-DAYS
               DELETE CYH-FILE RECORD
                   INVALID KEY
                       ADD 1           TO FAIL-CTR
                   NOT INVALID KEY
                       ADD 1           TO AGED-CTR
               END-DELETE.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR CYCHIST1' UPON CRT AT 0915.
           DISPLAY REC-CTR  'SET LOANS READ            =' UPON CRT
               AT 1125.
           DISPLAY NEWLOAN-CTR 'LOANS NEW TO HISTORY   =' UPON CRT
               AT 1225.
           DISPLAY ADDED-CTR 'CYCLES ADDED             =' UPON CRT
               AT 1325.
           DISPLAY REPLACED-CTR 'CYCLES RERUN/REPLACED =' UPON CRT
               AT 1425.
           DISPLAY SUPONLY-CTR 'SUPPRESSED OFF THE SET =' UPON CRT
               AT 1525.
           DISPLAY MBX-CTR  'MBX FIGURES POSTED        =' UPON CRT
               AT 1625.
           DISPLAY AGED-CTR 'AGED OFF BY RETENTION     =' UPON CRT
               AT 1725.
           DISPLAY TOOOLD-CTR 'OLDER THAN 24 CYCLES    =' UPON CRT
               AT 1825.
           DISPLAY FAIL-CTR 'HISTORY WRITE FAILURES    =' UPON CRT
               AT 1925.
           IF FAIL-CTR NOT = 0
               MOVE 8                  TO RETURN-CODE
           ELSE
           IF TOOOLD-CTR NOT = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE CYH-FILE.
           STOP RUN.
