       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DIALER1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * collections outbound-call campaign file - MB-TELE-NO and
      * MB-SEC-TELE-NO ride on every .set record and were never
      * exported, so collections keyed dialer lists off the early-
      * intervention report by hand.  this step writes the nightly
      * dialer file of delinquent loans with both numbers and the
      * permitted calling window - 8 a.m. to 9 p.m. at the borrower,
      * given in local time and in the dialer's eastern clock - from
      * the property state's time zone on statetz.tab.  loans under
      * cease-and-desist (the suppression registry), in bankruptcy,
      * under SCRA protection, or inside their Reg F validation
      * period (REGFVAL1's no-call list) are left off.  a per-loan
      * attempt history fed by the dialer's own attempt log keeps
      * the calls placed in the last seven days, and a loan that has
      * reached seven calls in seven days drops off the next day's
      * file.  the file is built at night for the following day's
      * calling, so the seven-day period is the calling day and the
      * six days before it
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
      * the prior night's call-attempt history - optional first run
           SELECT PRI-FILE  ASSIGN TO DYNAMIC PRI-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS PRI-STATUS.
      * tonight's call-attempt history
           SELECT CUR-FILE  ASSIGN TO DYNAMIC CUR-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the dialer file
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * loans left off for a data problem - no number, no time zone
           SELECT EXC-FILE ASSIGN TO DYNAMIC EXC-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the dialer's attempt log since the last run - optional
           SELECT ATT-FILE  ASSIGN TO DYNAMIC ATT-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS ATT-STATUS.
      * the run's suppression registry - optional
           SELECT SUP-FILE  ASSIGN TO DYNAMIC SUP-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS SUP-STATUS.
      * REGFVAL1's validation-period no-call list - optional
           SELECT NCL-FILE  ASSIGN TO DYNAMIC NCL-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS NCL-STATUS.
      * state to time-zone control
           SELECT STZ-FILE  ASSIGN TO DYNAMIC STZ-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS STZ-STATUS.
      * the permanent outbound transmission registry - one line
      * appended per file this step sends outside the building
           SELECT OPTIONAL XMITREG-FILE
                  ASSIGN TO DYNAMIC XMITREG-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
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
       FD  PRI-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRI-REC.
       01  PRI-REC.
           05  PRI-ACCOUNT             PIC 9(13).
           05  PRI-SLOT OCCURS 7 TIMES.
               10  PRI-DATE            PIC 9(8).
               10  PRI-COUNT           PIC 9(2).
           05  FILLER                  PIC X(17).

       FD  CUR-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CUR-REC.
       01  CUR-REC.
           05  CUR-ACCOUNT             PIC 9(13).
           05  CUR-SLOT OCCURS 7 TIMES.
               10  CUR-DATE            PIC 9(8).
               10  CUR-COUNT           PIC 9(2).
           05  FILLER                  PIC X(17).

       FD OUT-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DLR-REC.
       01  DLR-REC.
           05  DLR-CLIENT              PIC X(4).
           05  DLR-ACCOUNT             PIC 9(13).
           05  DLR-NAME                PIC X(60).
           05  DLR-PHONE-1             PIC X(12).
           05  DLR-PHONE-2             PIC X(12).
           05  DLR-STATE               PIC X(2).
           05  DLR-ZONE                PIC X(4).
           05  DLR-LOCAL-START         PIC 9(4).
           05  DLR-LOCAL-END           PIC 9(4).
           05  DLR-ET-START            PIC 9(4).
           05  DLR-ET-END              PIC 9(4).
           05  DLR-DELQ-DAYS           PIC 9(5).
           05  DLR-AMOUNT-DUE          PIC S9(11)V99.
           05  DLR-ATTEMPTS-7          PIC 9(2).
           05  FILLER                  PIC X(57).

       FD EXC-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EXC-REC.
       01 EXC-REC                      PIC X(132).

       FD  ATT-FILE
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ATT-REC.
       01  ATT-REC.
           05  ATT-ACCOUNT             PIC 9(13).
           05  ATT-DATE                PIC 9(8).
           05  ATT-COUNT               PIC 9(2).
           05  FILLER                  PIC X(7).

       FD  SUP-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SUP-REC.
       01  SUP-REC.
           05  SUPR-CLIENT             PIC X(4).
           05  SUPR-ACCOUNT            PIC 9(13).
           05  SUPR-GOVERNING          PIC X(8).
           05  SUPR-CEASE-SW           PIC X(1).
           05  FILLER                  PIC X(54).

       FD  NCL-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS NCL-REC.
       01  NCL-REC.
           05  NCL-CLIENT              PIC X(4).
           05  FILLER                  PIC X(2).
           05  NCL-LOAN                PIC X(7).
           05  FILLER                  PIC X(119).

       FD  STZ-FILE
           RECORD CONTAINS 8 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STZ-REC.
       01  STZ-REC.
           05  STZ-REC-STATE           PIC X(2).
           05  STZ-REC-ZONE            PIC X(4).
           05  STZ-REC-ET-BEHIND       PIC S9(1)
                   SIGN IS LEADING SEPARATE.
      *
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
      *
       WORKING-STORAGE SECTION.

       01  VARIABLES.
           05  IN1-PATH.
               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 IN1-NAME             PIC X(64).
           05  PRI-PATH.
               10 PRI-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 PRI-NAME             PIC X(64).
           05  CUR-PATH.
               10 CUR-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 CUR-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  EXC-PATH.
               10 EXC-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 EXC-NAME             PIC X(64).
           05  ATT-PATH.
               10 ATT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 ATT-NAME             PIC X(64).
           05  SUP-PATH.
               10 SUP-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 SUP-NAME             PIC X(64).
           05  NCL-PATH.
               10 NCL-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 NCL-NAME             PIC X(64).
           05  STZ-PATH                PIC X(40)
               VALUE '/users/public/statetz.tab'.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  PRI-STATUS              PIC X(2)  VALUE SPACES.
           05  ATT-STATUS              PIC X(2)  VALUE SPACES.
           05  SUP-STATUS              PIC X(2)  VALUE SPACES.
           05  NCL-STATUS              PIC X(2)  VALUE SPACES.
           05  STZ-STATUS              PIC X(2)  VALUE SPACES.
           05  XMITREG-PATH            PIC X(40)
               VALUE '/users/public/out/xmitreg.dat'.
           05  XMIT-DATE               PIC 9(8)  VALUE 0.
           05  XMIT-TIME-X             PIC X(8)  VALUE SPACES.
           05  XMIT-REC-CTR            PIC 9(9)  VALUE 0.
           05  XMIT-HASH               PIC 9(15) VALUE 0.
           05  XMIT-TIN-CTR            PIC 9(9)  VALUE 0.
           05  WS-COMMAND-LINE         PIC X(200).
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  DELQ-CTR                PIC 9(7)  VALUE 0.
           05  DIALER-CTR              PIC 9(7)  VALUE 0.
           05  CEASE-CTR               PIC 9(7)  VALUE 0.
           05  BANKRUPT-CTR            PIC 9(7)  VALUE 0.
           05  SCRA-CTR                PIC 9(7)  VALUE 0.
           05  REGF-CTR                PIC 9(7)  VALUE 0.
           05  CAPPED-CTR              PIC 9(7)  VALUE 0.
           05  NOPHONE-CTR             PIC 9(7)  VALUE 0.
           05  NOZONE-CTR              PIC 9(7)  VALUE 0.
           05  ATT-CTR                 PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  PRI-EOF-SW              PIC 9(1)  VALUE 0.
           05  ATT-EOF-SW              PIC 9(1)  VALUE 0.
           05  SUP-EOF-SW              PIC 9(1)  VALUE 0.
           05  NCL-EOF-SW              PIC 9(1)  VALUE 0.
           05  STZ-EOF-SW              PIC 9(1)  VALUE 0.
           05  AH-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  AH-FOUND                      VALUE 'Y'.
           05  SR-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  SR-FOUND                      VALUE 'Y'.
           05  NC-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  NC-FOUND                      VALUE 'Y'.
           05  TZ-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  TZ-FOUND                      VALUE 'Y'.
           05  WS-SUB                  PIC S9(8) COMP VALUE 0.
           05  WS-SLOT                 PIC S9(4) COMP VALUE 0.
           05  WS-FREE-SLOT            PIC S9(4) COMP VALUE 0.
           05  WS-ACCT-N               PIC 9(13) VALUE 0.
           05  WS-LOAN-7               PIC X(7)  VALUE SPACES.
           05  WS-STATE                PIC X(2)  VALUE SPACES.
           05  WS-ATTEMPTS             PIC 9(3)  VALUE 0.
           05  WS-ET-WORK              PIC S9(5) COMP VALUE 0.
           05  WS-RPT-ACCOUNT          PIC 9(13) VALUE 0.
           05  WS-REASON               PIC X(40) VALUE SPACES.
           05  WS-CURRENT-DATE         PIC 9(8)  VALUE 0.
           05  WS-WINDOW-START         PIC 9(8)  VALUE 0.
      *
      * permitted calling hours at the borrower - 8 a.m. to 9 p.m.
      *
           05  WS-LOCAL-START          PIC 9(4)  VALUE 0800.
           05  WS-LOCAL-END            PIC 9(4)  VALUE 2100.
      *
      * calendar work fields - the seven-day period has to be exact
      * at a month end, so the window start is stepped back a day at
      * a time off the real month lengths
      *
           05  WS-STEP-DATE.
               10  WS-STP-YYYY         PIC 9(4).
               10  WS-STP-MM           PIC 9(2).
               10  WS-STP-DD           PIC 9(2).
           05  WS-STEP-DATE-N REDEFINES WS-STEP-DATE PIC 9(8).
           05  WS-STP-LIMIT            PIC S9(4) COMP VALUE 0.
           05  WS-STP-REM              PIC 9(4)  VALUE 0.
           05  WS-STP-QUOT             PIC 9(4)  VALUE 0.
           05  WS-MONTH-DAYS-X         PIC X(24)
               VALUE '312831303130313130313031'.
           05  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-X.
               10  WS-MO-DAYS          PIC 9(2) OCCURS 12 TIMES.

      *
      * state to time zone from statetz.tab - the zone name and how
      * many hours the state's clock runs behind eastern time
      *
       01  STATE-TZ-TABLE.
           05  TZ-ENTRY OCCURS 1 TO 80 TIMES
                   DEPENDING ON WS-TZ-COUNT
                   INDEXED BY TZ-IDX.
               10  TZ-STATE            PIC X(2).
               10  TZ-ZONE             PIC X(4).
               10  TZ-ET-BEHIND        PIC S9(1).
       77  WS-TZ-COUNT                 PIC S9(4) COMP VALUE 0.

      *
      * per-loan call attempts by date, kept to the six days ending
      * tonight - with tomorrow those make up the seven-day period
      *
       01  ATTEMPT-TABLE.
           05  AH-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-AH-COUNT
                   INDEXED BY AH-IDX.
               10  AH-ACCOUNT          PIC 9(13).
               10  AH-SLOT OCCURS 7 TIMES.
                   15  AH-DATE         PIC 9(8).
                   15  AH-COUNT        PIC 9(2).
       77  WS-AH-COUNT                 PIC S9(8) COMP VALUE 0.

      *
      * the run's suppressed loans off the registry
      *
       01  SUPP-TABLE.
           05  SR-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-SR-COUNT
                   INDEXED BY SR-IDX.
               10  SR-ACCOUNT          PIC 9(13).
               10  SR-CEASE-SW         PIC X(1).
       77  WS-SR-COUNT                 PIC S9(8) COMP VALUE 0.

      *
      * loans inside their Reg F validation period, keyed client
      * and the 7-digit loan the way REGFVAL1 lists them
      *
       01  NOCALL-TABLE.
           05  NC-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-NC-COUNT
                   INDEXED BY NC-IDX.
               10  NC-CLIENT           PIC X(4).
               10  NC-LOAN             PIC X(7).
       77  WS-NC-COUNT                 PIC S9(8) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME PRI-NAME CUR-NAME OUT-NAME EXC-NAME
                    ATT-NAME SUP-NAME NCL-NAME.
           DISPLAY '* * * B E G I N   D I A L E R 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR PRI-NAME = SPACES
           OR CUR-NAME = SPACES OR OUT-NAME = SPACES
           OR EXC-NAME = SPACES
               DISPLAY '!!!! ENTER SET, PRIOR/NEW HISTORY, DIALER, EXC'
                   UPON CRT AT 2301
               DISPLAY '!!!!   (ATTEMPTS, REGISTRY, NO-CALL OPTIONAL)'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE        TO WS-STEP-DATE-N.
           PERFORM BACK-ONE-DAY 5 TIMES.
           MOVE WS-STEP-DATE-N         TO WS-WINDOW-START.
           PERFORM LOAD-STATE-TZ-TABLE THRU LOAD-STATE-TZ-EXIT.
           PERFORM LOAD-ATTEMPT-HISTORY.
           PERFORM APPLY-ATTEMPT-LOG THRU APPLY-ATTEMPT-EXIT.
           PERFORM LOAD-SUPP-TABLE THRU LOAD-SUPP-EXIT.
           PERFORM LOAD-NOCALL-TABLE THRU LOAD-NOCALL-EXIT.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! SET FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT OUT-FILE.
           OPEN OUTPUT EXC-FILE.
           PERFORM READ-SET-REC.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
           PERFORM END-RTN.

       LOAD-STATE-TZ-TABLE.
      * without the control no calling window can be given and no
      * loan can safely go to the dialer
           OPEN INPUT STZ-FILE.
           IF STZ-STATUS NOT = '00'
               DISPLAY '!!!! STATETZ.TAB NOT FOUND - NO DIALER FILE'
                   UPON CRT AT 2301
               DISPLAY STZ-PATH UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM UNTIL STZ-EOF-SW = 1
               READ STZ-FILE
                   AT END MOVE 1       TO STZ-EOF-SW
                   NOT AT END
                       IF WS-TZ-COUNT < 80
                           ADD 1       TO WS-TZ-COUNT
                           SET TZ-IDX TO WS-TZ-COUNT
                           MOVE STZ-REC-STATE TO TZ-STATE (TZ-IDX)
                           MOVE STZ-REC-ZONE TO TZ-ZONE (TZ-IDX)
                           MOVE STZ-REC-ET-BEHIND
                                       TO TZ-ET-BEHIND (TZ-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STZ-FILE.
       LOAD-STATE-TZ-EXIT.
           EXIT.

      *
      * last night's history, each loan's dates before the window
      * start dropped as they age out
      *
       LOAD-ATTEMPT-HISTORY.
           OPEN INPUT PRI-FILE.
           IF PRI-STATUS NOT = '00'
               MOVE 1                  TO PRI-EOF-SW
           ELSE
               PERFORM UNTIL PRI-EOF-SW = 1
                   READ PRI-FILE
                       AT END MOVE 1   TO PRI-EOF-SW
                       NOT AT END
                           PERFORM ADD-HISTORY-ENTRY
                           PERFORM VARYING WS-SLOT FROM 1 BY 1
                                   UNTIL WS-SLOT > 7
                               IF PRI-DATE (WS-SLOT)
                                       NOT < WS-WINDOW-START
                                   MOVE PRI-DATE (WS-SLOT)
                                       TO AH-DATE (AH-IDX WS-SLOT)
                                   MOVE PRI-COUNT (WS-SLOT)
                                       TO AH-COUNT (AH-IDX WS-SLOT)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE PRI-FILE.

       ADD-HISTORY-ENTRY.
           IF WS-AH-COUNT NOT < 50000
               DISPLAY '!!!! ATTEMPT HISTORY FULL AT 50000 - STOP'
                   UPON CRT AT 2301
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ADD 1                       TO WS-AH-COUNT.
           SET AH-IDX TO WS-AH-COUNT.
           IF PRI-EOF-SW = 0
               MOVE PRI-ACCOUNT        TO AH-ACCOUNT (AH-IDX)
           ELSE
               MOVE ATT-ACCOUNT        TO AH-ACCOUNT (AH-IDX).
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 7
               MOVE 0                  TO AH-DATE (AH-IDX WS-SLOT)
               MOVE 0                  TO AH-COUNT (AH-IDX WS-SLOT)
           END-PERFORM.

      *
      * the dialer's log of calls placed - each count is added to
      * the loan's slot for that date, or takes a free slot; a log
      * line older than the window no longer counts
      *
       APPLY-ATTEMPT-LOG.
           IF ATT-NAME = SPACES
               GO TO APPLY-ATTEMPT-EXIT.
           OPEN INPUT ATT-FILE.
           IF ATT-STATUS NOT = '00'
               DISPLAY '!!!! ATTEMPT LOG NOT FOUND - HISTORY NOT'
                   UPON CRT AT 2301
               DISPLAY '!!!!   UPDATED FOR THE LAST DAY OF CALLING'
                   UPON CRT AT 2401
               GO TO APPLY-ATTEMPT-EXIT.
           PERFORM UNTIL ATT-EOF-SW = 1
               READ ATT-FILE
                   AT END MOVE 1       TO ATT-EOF-SW
                   NOT AT END
                       ADD 1           TO ATT-CTR
                       IF ATT-DATE NOT < WS-WINDOW-START
                       AND ATT-DATE NOT > WS-CURRENT-DATE
                           PERFORM POST-ONE-ATTEMPT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATT-FILE.
       APPLY-ATTEMPT-EXIT.
           EXIT.

       POST-ONE-ATTEMPT.
           MOVE ATT-ACCOUNT            TO WS-ACCT-N.
           PERFORM FIND-HISTORY-ENTRY.
           IF NOT AH-FOUND
               PERFORM ADD-HISTORY-ENTRY.
           MOVE 0                      TO WS-FREE-SLOT.
           PERFORM VARYING WS-SLOT FROM 7 BY -1 UNTIL WS-SLOT < 1
               IF AH-DATE (AH-IDX WS-SLOT) = ATT-DATE
                   MOVE WS-SLOT        TO WS-FREE-SLOT
               END-IF
           END-PERFORM.
           IF WS-FREE-SLOT = 0
               PERFORM VARYING WS-SLOT FROM 7 BY -1 UNTIL WS-SLOT < 1
                   IF AH-DATE (AH-IDX WS-SLOT) < WS-WINDOW-START
                       MOVE WS-SLOT    TO WS-FREE-SLOT
                   END-IF
               END-PERFORM
               IF WS-FREE-SLOT NOT = 0
                   MOVE ATT-DATE   TO AH-DATE (AH-IDX WS-FREE-SLOT)
                   MOVE 0          TO AH-COUNT (AH-IDX WS-FREE-SLOT)
               END-IF
           END-IF.
           IF WS-FREE-SLOT NOT = 0
               IF AH-COUNT (AH-IDX WS-FREE-SLOT) + ATT-COUNT > 99
                   MOVE 99         TO AH-COUNT (AH-IDX WS-FREE-SLOT)
               ELSE
                   ADD ATT-COUNT   TO AH-COUNT (AH-IDX WS-FREE-SLOT)
               END-IF
           END-IF.

       FIND-HISTORY-ENTRY.
           MOVE 'N'                    TO AH-FOUND-SW.
           IF WS-AH-COUNT > 0
               SET AH-IDX TO 1
               SEARCH AH-ENTRY
                   AT END
                       MOVE 'N'        TO AH-FOUND-SW
                   WHEN AH-ACCOUNT (AH-IDX) = WS-ACCT-N
                       MOVE 'Y'        TO AH-FOUND-SW
               END-SEARCH.

       LOAD-SUPP-TABLE.
           IF SUP-NAME = SPACES
               GO TO LOAD-SUPP-EXIT.
           OPEN INPUT SUP-FILE.
           IF SUP-STATUS NOT = '00'
               DISPLAY '!!!! SUPPRESSION REGISTRY NOT FOUND - NO'
                   UPON CRT AT 2301
               DISPLAY '!!!!   CEASE-AND-DESIST EXCLUSIONS THIS RUN'
                   UPON CRT AT 2401
               GO TO LOAD-SUPP-EXIT.
           PERFORM UNTIL SUP-EOF-SW = 1
               READ SUP-FILE
                   AT END MOVE 1       TO SUP-EOF-SW
                   NOT AT END
                       IF SUPR-CEASE-SW = 'Y'
                           IF WS-SR-COUNT < 50000
                               ADD 1   TO WS-SR-COUNT
                               SET SR-IDX TO WS-SR-COUNT
                               MOVE SUPR-ACCOUNT
                                       TO SR-ACCOUNT (SR-IDX)
                               MOVE SUPR-CEASE-SW
                                       TO SR-CEASE-SW (SR-IDX)
                           ELSE
                               DISPLAY '!!!! CEASE-AND-DESIST TABLE'
                                   ' FULL AT 50000 -' UPON CRT AT 2301
                               DISPLAY '!!!!   BARRED LOANS WOULD BE'
                                   ' DIALED, STOP' UPON CRT AT 2401
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUP-FILE.
       LOAD-SUPP-EXIT.
           EXIT.

       LOAD-NOCALL-TABLE.
           IF NCL-NAME = SPACES
               GO TO LOAD-NOCALL-EXIT.
           OPEN INPUT NCL-FILE.
           IF NCL-STATUS NOT = '00'
               DISPLAY '!!!! REG F NO-CALL LIST NOT FOUND - NO'
                   UPON CRT AT 2301
               DISPLAY '!!!!   VALIDATION-PERIOD EXCLUSIONS THIS RUN'
                   UPON CRT AT 2401
               GO TO LOAD-NOCALL-EXIT.
           PERFORM UNTIL NCL-EOF-SW = 1
               READ NCL-FILE
                   AT END MOVE 1       TO NCL-EOF-SW
                   NOT AT END
                       IF NCL-LOAN NOT = SPACES
                           IF WS-NC-COUNT < 50000
                               ADD 1   TO WS-NC-COUNT
                               SET NC-IDX TO WS-NC-COUNT
                               MOVE NCL-CLIENT TO NC-CLIENT (NC-IDX)
                               MOVE NCL-LOAN TO NC-LOAN (NC-IDX)
                           ELSE
                               DISPLAY '!!!! REG F NO-CALL TABLE FULL'
                                   ' AT 50000 -' UPON CRT AT 2301
                               DISPLAY '!!!!   BARRED LOANS WOULD BE'
                                   ' DIALED, STOP' UPON CRT AT 2401
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NCL-FILE.
       LOAD-NOCALL-EXIT.
           EXIT.

       READ-SET-REC.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               IF MB-CLIENT = '9999'
                   GO TO READ-SET-REC
               ELSE
                   ADD 1               TO REC-CTR.

      *
      * the legal holds are checked ahead of the contact cap so a
      * loan is counted once, under the reason that matters most
      *
       001-MAIN.
           IF MB-FLEXFIELD6 (1:15) = 'BANKRUPTCY COPY'
           OR MB-FLEXFIELD6 (1:15) = 'AUTHORIZED COPY'
           OR MB-DELQ-DAYS = 0
               PERFORM READ-SET-REC
               GO TO 001-MAIN-EXIT.
           ADD 1                       TO DELQ-CTR.
           MOVE MB-ACCOUNT             TO WS-ACCT-N.
           PERFORM FIND-SUPP-ENTRY.
           IF SR-FOUND
               ADD 1                   TO CEASE-CTR
               PERFORM READ-SET-REC
               GO TO 001-MAIN-EXIT.
           IF (MB-BANKRUPT-CODE NOT = SPACES
               AND MB-BANKRUPT-CODE NOT = '00')
           OR MB-BANKRUPTCY-STATUS NOT = SPACE
               ADD 1                   TO BANKRUPT-CTR
               PERFORM READ-SET-REC
               GO TO 001-MAIN-EXIT.
           IF MB-SCRA-F NOT = SPACE
               ADD 1                   TO SCRA-CTR
               PERFORM READ-SET-REC
               GO TO 001-MAIN-EXIT.
           PERFORM FIND-NOCALL-ENTRY.
           IF NC-FOUND
               ADD 1                   TO REGF-CTR
               PERFORM READ-SET-REC
               GO TO 001-MAIN-EXIT.
           PERFORM COUNT-ATTEMPTS.
           IF WS-ATTEMPTS NOT < 7
               ADD 1                   TO CAPPED-CTR
               PERFORM READ-SET-REC
               GO TO 001-MAIN-EXIT.
           IF MB-TELE-NO = SPACES AND MB-SEC-TELE-NO = SPACES
               ADD 1                   TO NOPHONE-CTR
               MOVE 'NO TELEPHONE NUMBER ON FILE'
                                       TO WS-REASON
               PERFORM WRITE-EXCEPT-LINE
               PERFORM READ-SET-REC
               GO TO 001-MAIN-EXIT.
           PERFORM FIND-STATE-TZ.
           IF NOT TZ-FOUND
               ADD 1                   TO NOZONE-CTR
               MOVE 'STATE NOT ON STATETZ.TAB - NO WINDOW'
                                       TO WS-REASON
               PERFORM WRITE-EXCEPT-LINE
               PERFORM READ-SET-REC
               GO TO 001-MAIN-EXIT.
           PERFORM WRITE-DIALER-REC.
           PERFORM READ-SET-REC.
       001-MAIN-EXIT.
           EXIT.

       FIND-SUPP-ENTRY.
           MOVE 'N'                    TO SR-FOUND-SW.
           IF WS-SR-COUNT > 0
               SET SR-IDX TO 1
               SEARCH SR-ENTRY
                   AT END
                       MOVE 'N'        TO SR-FOUND-SW
                   WHEN SR-ACCOUNT (SR-IDX) = WS-ACCT-N
                       MOVE 'Y'        TO SR-FOUND-SW
               END-SEARCH.

       FIND-NOCALL-ENTRY.
           MOVE 'N'                    TO NC-FOUND-SW.
           MOVE WS-ACCT-N (7:7)        TO WS-LOAN-7.
           IF WS-NC-COUNT > 0
               SET NC-IDX TO 1
               SEARCH NC-ENTRY
                   AT END
                       MOVE 'N'        TO NC-FOUND-SW
                   WHEN NC-CLIENT (NC-IDX) = MB-CLIENT
                    AND NC-LOAN (NC-IDX) = WS-LOAN-7
                       MOVE 'Y'        TO NC-FOUND-SW
               END-SEARCH.

       COUNT-ATTEMPTS.
           MOVE 0                      TO WS-ATTEMPTS.
           PERFORM FIND-HISTORY-ENTRY.
           IF AH-FOUND
               PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 7
                   IF AH-DATE (AH-IDX WS-SLOT) NOT < WS-WINDOW-START
                       ADD AH-COUNT (AH-IDX WS-SLOT) TO WS-ATTEMPTS
                   END-IF
               END-PERFORM.

      *
      * the property state governs the window; a loan with no
      * property state falls back to the mailing state
      *
       FIND-STATE-TZ.
           MOVE MB-PROPERTY-STATE      TO WS-STATE.
           IF WS-STATE = SPACES
               MOVE MB-BILL-STATE      TO WS-STATE.
           MOVE 'N'                    TO TZ-FOUND-SW.
           IF WS-TZ-COUNT > 0
               SET TZ-IDX TO 1
               SEARCH TZ-ENTRY
                   AT END
                       MOVE 'N'        TO TZ-FOUND-SW
                   WHEN TZ-STATE (TZ-IDX) = WS-STATE
                       MOVE 'Y'        TO TZ-FOUND-SW
               END-SEARCH.

       WRITE-DIALER-REC.
           ADD 1                       TO DIALER-CTR.
           MOVE SPACES                 TO DLR-REC.
           MOVE MB-CLIENT              TO DLR-CLIENT.
           MOVE MB-ACCOUNT             TO DLR-ACCOUNT.
           MOVE MB-BILL-NAME           TO DLR-NAME.
           MOVE MB-TELE-NO             TO DLR-PHONE-1.
           MOVE MB-SEC-TELE-NO         TO DLR-PHONE-2.
           MOVE WS-STATE               TO DLR-STATE.
           MOVE TZ-ZONE (TZ-IDX)       TO DLR-ZONE.
           MOVE WS-LOCAL-START         TO DLR-LOCAL-START.
           MOVE WS-LOCAL-END           TO DLR-LOCAL-END.
           COMPUTE WS-ET-WORK =
               WS-LOCAL-START + (TZ-ET-BEHIND (TZ-IDX) * 100).
           IF WS-ET-WORK NOT < 2400
               SUBTRACT 2400           FROM WS-ET-WORK.
           IF WS-ET-WORK < 0
               ADD 2400                TO WS-ET-WORK.
           MOVE WS-ET-WORK             TO DLR-ET-START.
           COMPUTE WS-ET-WORK =
               WS-LOCAL-END + (TZ-ET-BEHIND (TZ-IDX) * 100).
           IF WS-ET-WORK NOT < 2400
               SUBTRACT 2400           FROM WS-ET-WORK.
           IF WS-ET-WORK < 0
               ADD 2400                TO WS-ET-WORK.
           MOVE WS-ET-WORK             TO DLR-ET-END.
           MOVE MB-DELQ-DAYS           TO DLR-DELQ-DAYS.
           MOVE MB-TOTAL-AMOUNT-DUE    TO DLR-AMOUNT-DUE.
           MOVE WS-ATTEMPTS            TO DLR-ATTEMPTS-7.
           WRITE DLR-REC.
           ADD 1                       TO XMIT-REC-CTR.
           ADD MB-ACCOUNT              TO XMIT-HASH
               ON SIZE ERROR CONTINUE
           END-ADD.

       WRITE-EXCEPT-LINE.
           MOVE MB-ACCOUNT             TO WS-RPT-ACCOUNT.
           MOVE SPACES                 TO EXC-REC.
           STRING MB-CLIENT             DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-RPT-ACCOUNT        DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-REASON             DELIMITED BY SIZE
                  '  STATE '            DELIMITED BY SIZE
                  MB-PROPERTY-STATE     DELIMITED BY SIZE
               INTO EXC-REC.
           WRITE EXC-REC.

       BACK-ONE-DAY.
           SUBTRACT 1                  FROM WS-STP-DD.
           IF WS-STP-DD = 0
               SUBTRACT 1              FROM WS-STP-MM
               IF WS-STP-MM = 0
                   MOVE 12             TO WS-STP-MM
                   SUBTRACT 1          FROM WS-STP-YYYY
               END-IF
               MOVE WS-MO-DAYS (WS-STP-MM) TO WS-STP-LIMIT
               IF WS-STP-MM = 2
                   DIVIDE WS-STP-YYYY BY 4 GIVING WS-STP-QUOT
                       REMAINDER WS-STP-REM
                   IF WS-STP-REM = 0
                       ADD 1           TO WS-STP-LIMIT
                   END-IF
               END-IF
               MOVE WS-STP-LIMIT       TO WS-STP-DD.

      *
      * tonight's history - every loan with a call still inside the
      * window, whether or not it is on tonight's dialer file
      *
       WRITE-ATTEMPT-HISTORY.
           OPEN OUTPUT CUR-FILE.
           PERFORM WRITE-ONE-HISTORY
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-AH-COUNT.
           CLOSE CUR-FILE.

       WRITE-ONE-HISTORY.
           SET AH-IDX TO WS-SUB.
           MOVE SPACES                 TO CUR-REC.
           MOVE AH-ACCOUNT (AH-IDX)    TO CUR-ACCOUNT.
           MOVE 0                      TO WS-ATTEMPTS.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 7
               IF AH-DATE (AH-IDX WS-SLOT) NOT < WS-WINDOW-START
                   MOVE AH-DATE (AH-IDX WS-SLOT)
                                       TO CUR-DATE (WS-SLOT)
                   MOVE AH-COUNT (AH-IDX WS-SLOT)
                                       TO CUR-COUNT (WS-SLOT)
                   ADD 1               TO WS-ATTEMPTS
               ELSE
                   MOVE 0              TO CUR-DATE (WS-SLOT)
                   MOVE 0              TO CUR-COUNT (WS-SLOT)
               END-IF
           END-PERFORM.
           IF WS-ATTEMPTS > 0
               WRITE CUR-REC.

      *
      * every file this step sends outside the building is logged to
      * the permanent transmission registry - what left, when, to
      * whom, its record count and account hash (what XMITACK1
      * matches the recipient's acknowledgment against) and whether
      * it carries full taxpayer ids (XMITPII1)
      *
       WRITE-XMIT-REGISTRY.
           ACCEPT XMIT-DATE FROM DATE YYYYMMDD.
           ACCEPT XMIT-TIME-X FROM TIME.
           OPEN EXTEND XMITREG-FILE.
           MOVE SPACES                 TO XR-REC.
           MOVE XMIT-DATE              TO XR-DATE.
           MOVE XMIT-TIME-X (1:6)      TO XR-TIME.
           MOVE 'DIALER1'              TO XR-PROGRAM.
           MOVE 'DIALER'               TO XR-RECIPIENT.
           MOVE 'COLLECTION CALLS'     TO XR-PURPOSE.
           MOVE OUT-NAME               TO XR-FILE-NAME.
           MOVE XMIT-REC-CTR           TO XR-REC-COUNT.
           MOVE XMIT-HASH              TO XR-HASH.
           MOVE 'N'                    TO XR-PII-CLASS.
           MOVE XMIT-TIN-CTR           TO XR-TIN-COUNT.
           WRITE XR-REC.
           CLOSE XMITREG-FILE.

       END-RTN.
           PERFORM WRITE-ATTEMPT-HISTORY.
           DISPLAY 'FINAL TOTALS FOR DIALER1' UPON CRT AT 0915.
           DISPLAY REC-CTR  'SET RECORDS READ         =' UPON CRT
               AT 1125.
           DISPLAY DELQ-CTR 'DELINQUENT LOANS         =' UPON CRT
               AT 1225.
           DISPLAY DIALER-CTR 'ON DIALER FILE           =' UPON CRT
               AT 1325.
           DISPLAY CEASE-CTR 'CEASE AND DESIST         =' UPON CRT
               AT 1425.
           DISPLAY BANKRUPT-CTR 'BANKRUPTCY               =' UPON CRT
               AT 1525.
           DISPLAY SCRA-CTR 'SCRA PROTECTED           =' UPON CRT
               AT 1625.
           DISPLAY REGF-CTR 'REG F VALIDATION PERIOD  =' UPON CRT
               AT 1725.
           DISPLAY CAPPED-CTR '7 CALLS IN 7 DAYS        =' UPON CRT
               AT 1825.
           DISPLAY NOPHONE-CTR 'NO TELEPHONE NUMBER      =' UPON CRT
               AT 1925.
           DISPLAY NOZONE-CTR 'NO TIME ZONE FOR STATE   =' UPON CRT
               AT 2025.
           IF NOZONE-CTR NOT = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           PERFORM WRITE-XMIT-REGISTRY.
           CLOSE IN1-FILE.
           CLOSE OUT-FILE.
           CLOSE EXC-FILE.
           STOP RUN.
