       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CTLPREV1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * control-change impact preview - CTLMAINT1 proves a change is
      * well formed and CTLAUDIT1 shows what is configured, but a
      * reviewer approving a new message rule, sample row, state
      * rule, insert assignment or mail-suppression entry was still
      * guessing at what it would do to tonight's statements.
      * ctlprev.sh runs SETMB2000 in PREVIEW mode over the latest
      * extract twice - once on the live controls, once on the live
      * controls with the change CTLMAINT1 staged laid over them -
      * and this step diffs the two .prv files loan by loan: every
      * message gained, lost or changed, every insert changed, every
      * loan newly suppressed or released, every sample added,
      * dropped or re-reasoned, state-rule exceptions and billed
      * amounts that moved, with totals by kind of change
      *
      *   ctlprev1 "current.prv proposed.prv report"
      *
      * both runs read the same extract in the same order, so line n
      * of one .prv is the same loan as line n of the other; a run
      * pair that falls out of step was not over the same extract
      * and is stopped rather than diffed
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the PREVIEW run on the live controls
           SELECT CUR-FILE  ASSIGN TO DYNAMIC CUR-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS CUR-STATUS.
      * the PREVIEW run on the staged controls
           SELECT PRO-FILE  ASSIGN TO DYNAMIC PRO-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS PRO-STATUS.
      * the loan-by-loan impact report
           SELECT OUT-FILE  ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      * both files are SETMB2000's PREVIEW-REC
      *
       FD  CUR-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CUR-REC.
       01  CUR-REC.
           05  CUR-CLIENT              PIC X(4).
           05  CUR-ACCOUNT             PIC 9(13).
           05  CUR-DISPOSITION         PIC X(8).
           05  CUR-MSG1-CODE           PIC X(2).
           05  CUR-MSG2-CODE           PIC X(2).
           05  CUR-MESSAGE-CODE        PIC X(1).
           05  CUR-INSERT-CODE         PIC X(1).
           05  CUR-SAMPLE-SW           PIC X(1).
           05  CUR-SAMPLE-REASON       PIC 9(2).
           05  CUR-SAMPLE-MSG-CODE     PIC X(1).
           05  CUR-STATERULE-HITS      PIC 9(2).
           05  CUR-TOTAL-DUE           PIC S9(11)V99.
           05  CUR-MAILSUPP-SW         PIC X(1).
           05  FILLER                  PIC X(29).
      *
       FD  PRO-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRO-REC.
       01  PRO-REC.
           05  PRO-CLIENT              PIC X(4).
           05  PRO-ACCOUNT             PIC 9(13).
           05  PRO-DISPOSITION         PIC X(8).
           05  PRO-MSG1-CODE           PIC X(2).
           05  PRO-MSG2-CODE           PIC X(2).
           05  PRO-MESSAGE-CODE        PIC X(1).
           05  PRO-INSERT-CODE         PIC X(1).
           05  PRO-SAMPLE-SW           PIC X(1).
           05  PRO-SAMPLE-REASON       PIC 9(2).
           05  PRO-SAMPLE-MSG-CODE     PIC X(1).
           05  PRO-STATERULE-HITS      PIC 9(2).
           05  PRO-TOTAL-DUE           PIC S9(11)V99.
           05  PRO-MAILSUPP-SW         PIC X(1).
           05  FILLER                  PIC X(29).
      *
       FD  OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01  OUT-REC                     PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  VARIABLES.
           05  CUR-PATH.
               10 CUR-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 CUR-NAME             PIC X(64).
           05  PRO-PATH.
               10 PRO-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 PRO-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  CUR-STATUS              PIC X(2)  VALUE SPACES.
           05  PRO-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  CUR-EOF-SW              PIC 9(1)  VALUE 0.
           05  PRO-EOF-SW              PIC 9(1)  VALUE 0.
           05  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           05  LOAN-CHANGED-SW         PIC X(1)  VALUE 'N'.
               88  LOAN-CHANGED                  VALUE 'Y'.
           05  CUR-MAILED-SW           PIC X(1)  VALUE 'N'.
               88  CUR-MAILED                    VALUE 'Y'.
           05  PRO-MAILED-SW           PIC X(1)  VALUE 'N'.
               88  PRO-MAILED                    VALUE 'Y'.
      *
      * counters
      *
           05  COMPARED-CTR            PIC 9(7)  VALUE 0.
           05  CHANGED-CTR             PIC 9(7)  VALUE 0.
           05  LINE-CTR                PIC 9(7)  VALUE 0.
           05  MSG-GAINED-CTR          PIC 9(7)  VALUE 0.
           05  MSG-LOST-CTR            PIC 9(7)  VALUE 0.
           05  MSG-CHANGED-CTR         PIC 9(7)  VALUE 0.
           05  INS-GAINED-CTR          PIC 9(7)  VALUE 0.
           05  INS-LOST-CTR            PIC 9(7)  VALUE 0.
           05  INS-CHANGED-CTR         PIC 9(7)  VALUE 0.
           05  SUPPRESSED-CTR          PIC 9(7)  VALUE 0.
           05  RELEASED-CTR            PIC 9(7)  VALUE 0.
           05  DISP-CHANGED-CTR        PIC 9(7)  VALUE 0.
           05  HOLD-ADDED-CTR          PIC 9(7)  VALUE 0.
           05  HOLD-RELEASED-CTR       PIC 9(7)  VALUE 0.
           05  SAMPLE-ADDED-CTR        PIC 9(7)  VALUE 0.
           05  SAMPLE-DROPPED-CTR      PIC 9(7)  VALUE 0.
           05  SAMPLE-CHANGED-CTR      PIC 9(7)  VALUE 0.
           05  STATERULE-CTR           PIC 9(7)  VALUE 0.
           05  AMOUNT-CTR              PIC 9(7)  VALUE 0.
      *
      * one change, staged for the report line
      *
           05  WS-ITEM                 PIC X(8)  VALUE SPACES.
           05  WS-CHANGE               PIC X(16) VALUE SPACES.
           05  WS-WAS                  PIC X(18) VALUE SPACES.
           05  WS-NOW                  PIC X(18) VALUE SPACES.
           05  WS-CUR-CODE             PIC X(2)  VALUE SPACES.
           05  WS-PRO-CODE             PIC X(2)  VALUE SPACES.
           05  WS-AMT-EDIT             PIC -9(11).99.
           05  WS-HITS-EDIT            PIC Z9.
           05  WS-SUM-COUNT            PIC Z(6)9.

       01  WS-DETAIL-LINE.
           05  DTL-CLIENT              PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DTL-ACCOUNT             PIC 9(13).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DTL-ITEM                PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DTL-CHANGE              PIC X(16).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE 'WAS '.
           05  DTL-WAS                 PIC X(18).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE 'NOW '.
           05  DTL-NOW                 PIC X(18).
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-DETAIL-HDR.
           05  FILLER                  PIC X(6)  VALUE 'CLNT'.
           05  FILLER                  PIC X(15) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(10) VALUE 'ITEM'.
           05  FILLER                  PIC X(18) VALUE 'CHANGE'.
           05  FILLER                  PIC X(24) VALUE
               'LIVE CONTROLS'.
           05  FILLER                  PIC X(59) VALUE
               'STAGED CONTROLS'.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO CUR-NAME PRO-NAME OUT-NAME.
           DISPLAY '* * * B E G I N   C T L P R E V 1 . C B L'
               UPON CRT AT 1401.
           IF CUR-NAME = SPACES OR PRO-NAME = SPACES
           OR OUT-NAME = SPACES
               DISPLAY '!!!! ENTER CURRENT .PRV, PROPOSED .PRV AND'
                   UPON CRT AT 2301
               DISPLAY '!!!!   REPORT FILE ON COMMAND LINE'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT CUR-FILE.
           IF CUR-STATUS NOT = '00'
               DISPLAY '!!!! CURRENT PREVIEW FILE NOT FOUND'
                   UPON CRT AT 2301
               DISPLAY CUR-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT PRO-FILE.
           IF PRO-STATUS NOT = '00'
               DISPLAY '!!!! PROPOSED PREVIEW FILE NOT FOUND'
                   UPON CRT AT 2301
               DISPLAY PRO-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT OUT-FILE.
           MOVE SPACES                 TO OUT-REC.
           STRING 'CONTROL-CHANGE IMPACT PREVIEW  RUN '
                                       DELIMITED BY SIZE
                  WS-RUN-DATE          DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           STRING 'LIVE CONTROLS   '   DELIMITED BY SIZE
                  CUR-NAME             DELIMITED BY SPACE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           STRING 'STAGED CONTROLS '   DELIMITED BY SIZE
                  PRO-NAME             DELIMITED BY SPACE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-DETAIL-HDR          TO OUT-REC.
           WRITE OUT-REC.
           PERFORM READ-CUR.
           PERFORM READ-PRO.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT
               UNTIL CUR-EOF-SW = 1 AND PRO-EOF-SW = 1.
           PERFORM END-RTN.

       READ-CUR.
           READ CUR-FILE AT END MOVE 1 TO CUR-EOF-SW.

       READ-PRO.
           READ PRO-FILE AT END MOVE 1 TO PRO-EOF-SW.

       001-MAIN.
           IF CUR-EOF-SW = 1 OR PRO-EOF-SW = 1
           OR CUR-CLIENT NOT = PRO-CLIENT
           OR CUR-ACCOUNT NOT = PRO-ACCOUNT
               PERFORM OUT-OF-STEP.
           ADD 1                       TO COMPARED-CTR.
           MOVE 'N'                    TO LOAN-CHANGED-SW.
           PERFORM COMPARE-DISPOSITION THRU COMPARE-DISPOSITION-EXIT.
           PERFORM COMPARE-MAIL-HOLD.
           MOVE 'MSG1    '             TO WS-ITEM.
           MOVE CUR-MSG1-CODE          TO WS-CUR-CODE.
           MOVE PRO-MSG1-CODE          TO WS-PRO-CODE.
           PERFORM COMPARE-MESSAGE-CODE.
           MOVE 'MSG2    '             TO WS-ITEM.
           MOVE CUR-MSG2-CODE          TO WS-CUR-CODE.
           MOVE PRO-MSG2-CODE          TO WS-PRO-CODE.
           PERFORM COMPARE-MESSAGE-CODE.
           MOVE 'MSGCODE '             TO WS-ITEM.
           MOVE CUR-MESSAGE-CODE       TO WS-CUR-CODE.
           MOVE PRO-MESSAGE-CODE       TO WS-PRO-CODE.
           PERFORM COMPARE-MESSAGE-CODE.
           PERFORM COMPARE-INSERT.
           PERFORM COMPARE-SAMPLE THRU COMPARE-SAMPLE-EXIT.
           PERFORM COMPARE-STATE-RULES.
           PERFORM COMPARE-AMOUNT-DUE.
           IF LOAN-CHANGED
               ADD 1                   TO CHANGED-CTR.
           PERFORM READ-CUR.
           PERFORM READ-PRO.
       001-MAIN-EXIT.
           EXIT.

      *
      * the two runs did not see the same loans in the same order -
      * a different extract, or one run cut short - so nothing after
      * this point can be trusted as a diff
      *
       OUT-OF-STEP.
           MOVE SPACES                 TO OUT-REC.
           MOVE COMPARED-CTR           TO WS-SUM-COUNT.
           STRING '!!!! PREVIEW RUNS OUT OF STEP AFTER '
                                       DELIMITED BY SIZE
                  WS-SUM-COUNT         DELIMITED BY SIZE
                  ' LOANS - NOT THE SAME EXTRACT, DIFF ABANDONED'
                                       DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           DISPLAY '!!!! PREVIEW RUNS OUT OF STEP - NOT THE SAME'
               UPON CRT AT 2301.
           DISPLAY '!!!!   EXTRACT OR A RUN CUT SHORT' UPON CRT
               AT 2401.
           CLOSE CUR-FILE PRO-FILE OUT-FILE.
           MOVE 16                     TO RETURN-CODE.
           STOP RUN.

      *
      * STATEMNT and ACCESSIB mail a statement; every other
      * disposition holds it back
      *
       COMPARE-DISPOSITION.
           IF CUR-DISPOSITION = PRO-DISPOSITION
               GO TO COMPARE-DISPOSITION-EXIT.
           MOVE 'N'                    TO CUR-MAILED-SW PRO-MAILED-SW.
           IF CUR-DISPOSITION = 'STATEMNT' OR 'ACCESSIB'
               MOVE 'Y'                TO CUR-MAILED-SW.
           IF PRO-DISPOSITION = 'STATEMNT' OR 'ACCESSIB'
               MOVE 'Y'                TO PRO-MAILED-SW.
           MOVE 'DISPOSN '             TO WS-ITEM.
           IF CUR-MAILED AND NOT PRO-MAILED
               MOVE 'NEWLY SUPPRESSED' TO WS-CHANGE
               ADD 1                   TO SUPPRESSED-CTR
           ELSE
           IF PRO-MAILED AND NOT CUR-MAILED
               MOVE 'RELEASED'         TO WS-CHANGE
               ADD 1                   TO RELEASED-CTR
           ELSE
               MOVE 'CHANGED'          TO WS-CHANGE
               ADD 1                   TO DISP-CHANGED-CTR.
           MOVE CUR-DISPOSITION        TO WS-WAS.
           MOVE PRO-DISPOSITION        TO WS-NOW.
           PERFORM WRITE-CHANGE-LINE.
       COMPARE-DISPOSITION-EXIT.
           EXIT.

      *
      * the returned-mail hold - the statement is still produced but
      * held off the mail until the address is fixed
      *
       COMPARE-MAIL-HOLD.
           IF CUR-MAILSUPP-SW NOT = PRO-MAILSUPP-SW
               MOVE 'MAILHOLD'         TO WS-ITEM
               IF PRO-MAILSUPP-SW = 'Y'
                   MOVE 'NEWLY SUPPRESSED' TO WS-CHANGE
                   MOVE 'NOT HELD'     TO WS-WAS
                   MOVE 'RETURNED-MAIL'
                                       TO WS-NOW
                   ADD 1               TO HOLD-ADDED-CTR
               ELSE
                   MOVE 'RELEASED'     TO WS-CHANGE
                   MOVE 'RETURNED-MAIL'
                                       TO WS-WAS
                   MOVE 'NOT HELD'     TO WS-NOW
                   ADD 1               TO HOLD-RELEASED-CTR
               END-IF
               PERFORM WRITE-CHANGE-LINE.

       COMPARE-MESSAGE-CODE.
           IF WS-CUR-CODE NOT = WS-PRO-CODE
               IF WS-CUR-CODE = SPACES
                   MOVE 'GAINED'       TO WS-CHANGE
                   ADD 1               TO MSG-GAINED-CTR
               ELSE
               IF WS-PRO-CODE = SPACES
                   MOVE 'LOST'         TO WS-CHANGE
                   ADD 1               TO MSG-LOST-CTR
               ELSE
                   MOVE 'CHANGED'      TO WS-CHANGE
                   ADD 1               TO MSG-CHANGED-CTR
               END-IF
               END-IF
               MOVE WS-CUR-CODE        TO WS-WAS
               MOVE WS-PRO-CODE        TO WS-NOW
               PERFORM WRITE-CHANGE-LINE.

       COMPARE-INSERT.
           IF CUR-INSERT-CODE NOT = PRO-INSERT-CODE
               MOVE 'INSERT  '         TO WS-ITEM
               IF CUR-INSERT-CODE = SPACE
                   MOVE 'GAINED'       TO WS-CHANGE
                   ADD 1               TO INS-GAINED-CTR
               ELSE
               IF PRO-INSERT-CODE = SPACE
                   MOVE 'LOST'         TO WS-CHANGE
                   ADD 1               TO INS-LOST-CTR
               ELSE
                   MOVE 'CHANGED'      TO WS-CHANGE
                   ADD 1               TO INS-CHANGED-CTR
               END-IF
               END-IF
               MOVE CUR-INSERT-CODE    TO WS-WAS
               MOVE PRO-INSERT-CODE    TO WS-NOW
               PERFORM WRITE-CHANGE-LINE.

       COMPARE-SAMPLE.
           IF CUR-SAMPLE-SW = PRO-SAMPLE-SW
           AND CUR-SAMPLE-REASON = PRO-SAMPLE-REASON
           AND CUR-SAMPLE-MSG-CODE = PRO-SAMPLE-MSG-CODE
               GO TO COMPARE-SAMPLE-EXIT.
           MOVE 'SAMPLE  '             TO WS-ITEM.
           IF CUR-SAMPLE-SW NOT = 'Y'
               MOVE 'ADDED'            TO WS-CHANGE
               ADD 1                   TO SAMPLE-ADDED-CTR
           ELSE
           IF PRO-SAMPLE-SW NOT = 'Y'
               MOVE 'DROPPED'          TO WS-CHANGE
               ADD 1                   TO SAMPLE-DROPPED-CTR
           ELSE
               MOVE 'CHANGED'          TO WS-CHANGE
               ADD 1                   TO SAMPLE-CHANGED-CTR.
           MOVE SPACES                 TO WS-WAS WS-NOW.
           IF CUR-SAMPLE-SW = 'Y'
               STRING 'REASON '        DELIMITED BY SIZE
                      CUR-SAMPLE-REASON DELIMITED BY SIZE
                      ' MSG '          DELIMITED BY SIZE
                      CUR-SAMPLE-MSG-CODE DELIMITED BY SIZE
                   INTO WS-WAS
           ELSE
               MOVE 'NOT SAMPLED'      TO WS-WAS.
           IF PRO-SAMPLE-SW = 'Y'
               STRING 'REASON '        DELIMITED BY SIZE
                      PRO-SAMPLE-REASON DELIMITED BY SIZE
                      ' MSG '          DELIMITED BY SIZE
                      PRO-SAMPLE-MSG-CODE DELIMITED BY SIZE
                   INTO WS-NOW
           ELSE
               MOVE 'NOT SAMPLED'      TO WS-NOW.
           PERFORM WRITE-CHANGE-LINE.
       COMPARE-SAMPLE-EXIT.
           EXIT.

       COMPARE-STATE-RULES.
           IF CUR-STATERULE-HITS NOT = PRO-STATERULE-HITS
               MOVE 'STATERUL'         TO WS-ITEM
               MOVE 'EXCEPTIONS'       TO WS-CHANGE
               MOVE SPACES             TO WS-WAS WS-NOW
               MOVE CUR-STATERULE-HITS TO WS-HITS-EDIT
               MOVE WS-HITS-EDIT       TO WS-WAS
               MOVE PRO-STATERULE-HITS TO WS-HITS-EDIT
               MOVE WS-HITS-EDIT       TO WS-NOW
               ADD 1                   TO STATERULE-CTR
               PERFORM WRITE-CHANGE-LINE.

       COMPARE-AMOUNT-DUE.
           IF CUR-TOTAL-DUE NOT = PRO-TOTAL-DUE
               MOVE 'TOTDUE  '         TO WS-ITEM
               MOVE 'CHANGED'          TO WS-CHANGE
               MOVE CUR-TOTAL-DUE      TO WS-AMT-EDIT
               MOVE WS-AMT-EDIT        TO WS-WAS
               MOVE PRO-TOTAL-DUE      TO WS-AMT-EDIT
               MOVE WS-AMT-EDIT        TO WS-NOW
               ADD 1                   TO AMOUNT-CTR
               PERFORM WRITE-CHANGE-LINE.

       WRITE-CHANGE-LINE.
           MOVE 'Y'                    TO LOAN-CHANGED-SW.
           MOVE CUR-CLIENT             TO DTL-CLIENT.
           MOVE CUR-ACCOUNT            TO DTL-ACCOUNT.
           MOVE WS-ITEM                TO DTL-ITEM.
           MOVE WS-CHANGE              TO DTL-CHANGE.
           MOVE WS-WAS                 TO DTL-WAS.
           MOVE WS-NOW                 TO DTL-NOW.
           MOVE WS-DETAIL-LINE         TO OUT-REC.
           WRITE OUT-REC.
           ADD 1                       TO LINE-CTR.
           MOVE SPACES                 TO WS-WAS WS-NOW.

      *
      * the footprint in totals - what the reviewer signs off on
      *
       WRITE-SUMMARY.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           IF LINE-CTR = 0
               MOVE 'NO LOAN CHANGES - STAGED CONTROLS MATCH LIVE'
                                       TO OUT-REC
               WRITE OUT-REC
               MOVE SPACES             TO OUT-REC
               WRITE OUT-REC.
           MOVE 'IMPACT SUMMARY'       TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'LOANS COMPARED            ' TO OUT-REC.
           MOVE COMPARED-CTR           TO WS-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'LOANS CHANGED             ' TO OUT-REC.
           MOVE CHANGED-CTR            TO WS-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'NEWLY SUPPRESSED          ' TO OUT-REC.
           MOVE SUPPRESSED-CTR         TO WS-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'RELEASED                  ' TO OUT-REC.
           MOVE RELEASED-CTR           TO WS-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'OTHER DISPOSITION CHANGES ' TO OUT-REC.
           MOVE DISP-CHANGED-CTR       TO WS-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'RETURNED-MAIL HOLD ADDED  ' TO OUT-REC.
           MOVE HOLD-ADDED-CTR         TO WS-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'RETURNED-MAIL HOLD LIFTED ' TO OUT-REC.
           MOVE HOLD-RELEASED-CTR      TO WS-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'MESSAGES GAINED           ' TO OUT-REC.
           MOVE MSG-GAINED-CTR         TO WS-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'MESSAGES LOST             ' TO OUT-REC.
           MOVE MSG-LOST-CTR           TO WS-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'MESSAGES CHANGED          ' TO OUT-REC.
           MOVE MSG-CHANGED-CTR        TO WS-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'INSERTS GAINED            ' TO OUT-REC.
           MOVE INS-GAINED-CTR         TO WS-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'INSERTS LOST              ' TO OUT-REC.
           MOVE INS-LOST-CTR           TO WS-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'INSERTS CHANGED           ' TO OUT-REC.
           MOVE INS-CHANGED-CTR        TO WS-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'SAMPLES ADDED             ' TO OUT-REC.
           MOVE SAMPLE-ADDED-CTR       TO WS-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'SAMPLES DROPPED           ' TO OUT-REC.
           MOVE SAMPLE-DROPPED-CTR     TO WS-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'SAMPLES RE-REASONED       ' TO OUT-REC.
           MOVE SAMPLE-CHANGED-CTR     TO WS-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'STATE-RULE EXCEPTIONS MOVED' TO OUT-REC.
           MOVE STATERULE-CTR          TO WS-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'BILLED AMOUNT CHANGED     ' TO OUT-REC.
           MOVE AMOUNT-CTR             TO WS-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.

       WRITE-SUMMARY-LINE.
           MOVE WS-SUM-COUNT           TO OUT-REC (30:7).
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.

       END-RTN.
           PERFORM WRITE-SUMMARY.
           DISPLAY 'FINAL TOTALS FOR CTLPREV1' UPON CRT AT 0915.
           DISPLAY COMPARED-CTR 'LOANS COMPARED            =' UPON CRT
               AT 1125.
           DISPLAY CHANGED-CTR 'LOANS CHANGED             =' UPON CRT
               AT 1225.
           DISPLAY LINE-CTR 'CHANGE LINES WRITTEN      =' UPON CRT
               AT 1325.
           CLOSE CUR-FILE.
           CLOSE PRO-FILE.
           CLOSE OUT-FILE.
           MOVE 0                      TO RETURN-CODE.
           STOP RUN.
