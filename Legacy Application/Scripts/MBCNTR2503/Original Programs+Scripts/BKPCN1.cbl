      * WRITE-BANKRUPTCY-COPIES addresses the statement copies, but
      * what counsel actually has to FILE is the court payment-
      * change notice whenever the post-petition payment moves.
      * this step holds this cycle's mbx against the prior cycle's
      * post-petition figures on the loan-level cycle history
      * (CYCHIST1, run first with the same mbx), and every loan
      * whose post-petition payment changed draws one
      * notice-data record: old payment, new payment, the reason
      * (escrow analysis vs rate change, from which components
      * moved), the effective date keyed on the command line, the
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS IN1-STATUS.
      * the loan-level cycle history - the prior cycle's figures
      * are the baseline the change is proved against; a loan new to
      * the feed generates no notice (there is no prior payment to
      * change from)
           SELECT CYH-FILE  ASSIGN TO DYNAMIC CYH-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CYH-KEY
                  FILE STATUS IS CYH-STATUS.
      * the notice data file - one record per payment change, ready
      * for the Form 410S1-style print merge
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the permanent borrower correspondence history - one line
      * appended per piece of correspondence produced
            SELECT OPTIONAL CORRHIST-FILE
                   ASSIGN TO DYNAMIC CORRHIST-PATH
                   ORGANIZATION RECORD SEQUENTIAL.
      *
       DATA DIVISION.
      *
           DATA RECORD IS IN1-REC.
       01 IN1-REC                      PIC X(765).

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

       FD OUT-FILE
           RECORD CONTAINS 250 CHARACTERS
           05  PCN-CO-DEBTOR-NAME      PIC X(30).
           05  PCN-LATE-SW             PIC X(1).
           05  FILLER                  PIC X(92).
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
      *
       WORKING-STORAGE SECTION.

               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 IN1-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  CYH-PATH                PIC X(40)
               VALUE '/users/public/out/cychist.kdx'.
           05  CYH-STATUS              PIC X(2)  VALUE SPACES.
           05  CYH-FOUND-SW            PIC X(1)  VALUE 'N'.
               88  CYH-FOUND                     VALUE 'Y'.
           05  WS-HSUB                 PIC S9(4) COMP VALUE 0.
           05  WS-PRIOR-SLOT           PIC S9(4) COMP VALUE 0.
           05  CORRHIST-PATH           PIC X(40)
               VALUE '/users/public/out/corrhist.dat'.
           05  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           05  WS-RUN-TIME-X           PIC X(8)  VALUE SPACES.
           05  WS-CH-CHANNEL           PIC X(1)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  WS-EFF-DATE-X           PIC X(8)  VALUE SPACES.
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  NEWLOAN-CTR             PIC 9(7)  VALUE 0.
           05  LATE-CTR                PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  PB-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  PB-FOUND                      VALUE 'Y'.
           05  WS-NEW-PAYMENT          PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-CURRENT-DATE         PIC 9(8)  VALUE 0.

      *
      * each mbx client with the prior cycle date off its control
      * record on the history
      *
       01  CLIENT-CYCLE-TABLE.
           05  CP-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CP-COUNT
                   INDEXED BY CP-IDX.
               10  CP-CLIENT           PIC X(3).
               10  CP-PRIOR-DATE       PIC 9(8).
       77  WS-CP-COUNT                 PIC S9(4) COMP VALUE 0.
       77  CP-FOUND-SW                 PIC X(1)  VALUE 'N'.
           88  CP-FOUND                          VALUE 'Y'.
      *
       PROCEDURE DIVISION.
      *
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME OUT-NAME WS-EFF-DATE-X.
           DISPLAY '* * * * B E G I N   B K P C N 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR OUT-NAME = SPACES
               DISPLAY '!!!! ENTER CURRENT MBX, NOTICE'
                   UPON CRT AT 2301
               DISPLAY '!!!!   FILE AND EFF DATE ON COMMAND LINE'
                   UPON CRT AT 2401
               END-IF
               MOVE 1                  TO WS-EFF-DD.
           PERFORM COMPUTE-NOTICE-DEADLINE.
           OPEN INPUT CYH-FILE.
           IF CYH-STATUS NOT = '00'
               DISPLAY '!!!! CYCLE HISTORY NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY CYH-PATH UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! CURRENT MBX NOT FOUND OR NOT READABLE'
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT OUT-FILE.
           OPEN EXTEND CORRHIST-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-X FROM TIME.
           PERFORM READ-MBX-REC.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
           PERFORM END-RTN.
           END-PERFORM.
           MOVE WS-DL-WORK-DD          TO WS-DL-DD.

      *
      * the post-petition payment is the full due-date breakdown the
      * feed itemizes - P&I, escrow, misc, and the optional-coverage
               ADD 1                   TO REC-CTR.

       001-MAIN.
           PERFORM FIND-PRIOR-ENTRY THRU FIND-PRIOR-EXIT.
           IF NOT PB-FOUND
               ADD 1                   TO NEWLOAN-CTR
               PERFORM READ-MBX-REC
               GO TO 001-MAIN-EXIT.
           PERFORM COMPUTE-POST-PET-PAYMENT.
           IF WS-NEW-PAYMENT NOT = CYC-PP-PAYMENT (WS-PRIOR-SLOT)
               PERFORM CLASSIFY-CHANGE-REASON
               ADD 1                   TO NOTICE-CTR
               PERFORM WRITE-NOTICE-REC.
       001-MAIN-EXIT.
           EXIT.

      *
      * the history carries the mbx loan as client '0nnn' with the
      * loan as the account; its prior cycle is the slot for the
      * client's prior cycle date, if the loan was on that mbx
      *
       FIND-PRIOR-ENTRY.
           MOVE 'N'                    TO PB-FOUND-SW.
           MOVE 0                      TO WS-PRIOR-SLOT.
           IF LOAN-NO OF LPSXCFPB-RECORD NOT NUMERIC
               GO TO FIND-PRIOR-EXIT.
           PERFORM FIND-CLIENT-CYCLES.
           IF CP-PRIOR-DATE (CP-IDX) = 0
               GO TO FIND-PRIOR-EXIT.
           MOVE '0'                    TO CYH-CLIENT.
           MOVE CLIENT-NO OF LPSXCFPB-RECORD TO CYH-CLIENT (2:3).
           MOVE LOAN-NO OF LPSXCFPB-RECORD   TO CYH-ACCOUNT.
           READ CYH-FILE
               INVALID KEY
                   GO TO FIND-PRIOR-EXIT
           END-READ.
           PERFORM VARYING WS-HSUB FROM 1 BY 1
                   UNTIL WS-HSUB > 24 OR WS-PRIOR-SLOT > 0
               IF CYC-DATE (WS-HSUB) = CP-PRIOR-DATE (CP-IDX)
               AND CYC-PP-SW (WS-HSUB) = 'Y'
                   MOVE WS-HSUB        TO WS-PRIOR-SLOT
               END-IF
           END-PERFORM.
           IF WS-PRIOR-SLOT > 0
               ADD 1                   TO PRIOR-CTR
               MOVE 'Y'                TO PB-FOUND-SW.
       FIND-PRIOR-EXIT.
           EXIT.

       FIND-CLIENT-CYCLES.
           MOVE 'N'                    TO CP-FOUND-SW.
           IF WS-CP-COUNT > 0
               SET CP-IDX TO 1
               SEARCH CP-ENTRY
                   AT END
                       MOVE 'N'        TO CP-FOUND-SW
                   WHEN CP-CLIENT (CP-IDX) = CLIENT-NO
                                           OF LPSXCFPB-RECORD
                       MOVE 'Y'        TO CP-FOUND-SW
               END-SEARCH.
           IF NOT CP-FOUND
               PERFORM LOAD-CLIENT-CYCLES.

      *
      * CYCHIST1 takes this cycle's mbx before this step runs, so
      * the newest cycle on the client's control record is this one
      * and the next-older is the prior; a client with no control
      * record means the history was never updated - stop rather
      * than let every loan pass as new to the feed
      *
       LOAD-CLIENT-CYCLES.
           MOVE '0'                    TO CYH-CLIENT.
           MOVE CLIENT-NO OF LPSXCFPB-RECORD TO CYH-CLIENT (2:3).
           MOVE 0                      TO CYH-ACCOUNT.
           MOVE 'Y'                    TO CYH-FOUND-SW.
           READ CYH-FILE
               INVALID KEY
                   MOVE 'N'            TO CYH-FOUND-SW
           END-READ.
           IF NOT CYH-FOUND
               DISPLAY '!!!! CYCLE HISTORY NOT UPDATED FOR CLIENT'
                   UPON CRT AT 2301
               DISPLAY CYH-CLIENT UPON CRT AT 2343
               DISPLAY '!!!!   THIS CYCLE - RUN CYCHIST1 FIRST'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           IF WS-CP-COUNT NOT < 500
               DISPLAY '!!!! CLIENT TABLE FULL - STOP'
                   UPON CRT AT 2301
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ADD 1                       TO WS-CP-COUNT.
           SET CP-IDX TO WS-CP-COUNT.
           MOVE CLIENT-NO OF LPSXCFPB-RECORD TO CP-CLIENT (CP-IDX).
           MOVE CYC-DATE (2)           TO CP-PRIOR-DATE (CP-IDX).

      *
      * which component moved names the reason the court form wants:
      *
       CLASSIFY-CHANGE-REASON.
           MOVE SPACES                 TO WS-REASON.
           IF POST-PET-DUE-DATE-IR NOT = CYC-PP-IR (WS-PRIOR-SLOT)
           OR POST-PET-DUE-DATE-PI NOT = CYC-PP-PI (WS-PRIOR-SLOT)
               IF POST-PET-DUE-DATE-ESC NOT = CYC-PP-ESC (WS-PRIOR-SLOT)
                   MOVE 'RATE+ESCROW'  TO WS-REASON
               ELSE
                   MOVE 'RATE CHANGE'  TO WS-REASON
               END-IF
           ELSE
           IF POST-PET-DUE-DATE-ESC NOT = CYC-PP-ESC (WS-PRIOR-SLOT)
               MOVE 'ESCROW ANALYSIS'  TO WS-REASON
           ELSE
               MOVE 'OTHER'            TO WS-REASON.
           MOVE SPACES                 TO OUT-REC.
           MOVE CLIENT-NO OF LPSXCFPB-RECORD TO PCN-CLIENT.
           MOVE LOAN-NO OF LPSXCFPB-RECORD   TO PCN-LOAN.
           MOVE CYC-PP-PAYMENT (WS-PRIOR-SLOT) TO PCN-OLD-PAYMENT.
           MOVE WS-NEW-PAYMENT         TO PCN-NEW-PAYMENT.
           MOVE WS-REASON              TO PCN-REASON.
           MOVE WS-EFF-DATE-N          TO PCN-EFFECTIVE-DATE.
           ELSE
               MOVE ' '                TO PCN-LATE-SW.
           WRITE OUT-REC.
           MOVE 'P'                    TO WS-CH-CHANNEL.
           PERFORM WRITE-CORR-HISTORY-LINE.
           IF PCN-SERVE-ATTORNEY = 'Y' OR PCN-SERVE-TRUSTEE = 'Y'
           OR PCN-SERVE-CO-DEBTOR = 'Y'
               MOVE 'T'                TO WS-CH-CHANNEL
               PERFORM WRITE-CORR-HISTORY-LINE.

      *
      * the notice served on the debtor is logged to the permanent
      * correspondence history on the paper channel, and the copies
      * served on counsel, trustee or co-debtor once more on the
      * third-party channel; the caller sets the channel
      *
       WRITE-CORR-HISTORY-LINE.
           MOVE SPACES                 TO CH-REC.
           MOVE 0                      TO CH-ACCOUNT.
           IF PCN-LOAN NUMERIC
               MOVE PCN-LOAN           TO CH-ACCOUNT.
           MOVE WS-RUN-DATE            TO CH-DATE.
           MOVE WS-RUN-TIME-X (1:6)    TO CH-TIME.
           MOVE '0'                    TO CH-CLIENT.
           MOVE PCN-CLIENT             TO CH-CLIENT (2:3).
           MOVE 'BKNOTICE'             TO CH-DOC-TYPE.
           MOVE WS-CH-CHANNEL          TO CH-CHANNEL.
           MOVE 'BKPCN1'               TO CH-PROGRAM.
           MOVE IN1-NAME               TO CH-RUN.
           MOVE OUT-NAME               TO CH-ARTIFACT.
           STRING 'EFFECTIVE '          DELIMITED BY SIZE
                  PCN-EFFECTIVE-DATE    DELIMITED BY SIZE
               INTO CH-REFERENCE.
           WRITE CH-REC.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR BKPCN1' UPON CRT AT 0915.
           DISPLAY REC-CTR  'CURRENT MBX RECORDS READ  =' UPON CRT
               AT 1125.
           DISPLAY PRIOR-CTR 'PRIOR CYCLE FIGURES FOUND=' UPON CRT
               AT 1225.
           DISPLAY NOTICE-CTR 'PAYMENT-CHANGE NOTICES  =' UPON CRT
               AT 1325.
               MOVE 0                  TO RETURN-CODE.
           CLOSE IN1-FILE.
           CLOSE OUT-FILE.
           CLOSE CORRHIST-FILE.
           CLOSE CYH-FILE.
           STOP RUN.
