       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SOLICIT1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * marketing and cross-sell solicitation eligibility - clients
      * ask for refinance and insurance cross-sell lists, and until
      * now someone filtered the .set by hand and forgot the
      * opt-outs.  this step builds the eligible list off the
      * cycle's .set, one file per client, and leaves out every loan
      * that must not be solicited: a borrower opt-out (the mbp
      * OPT-OUT-SOLICIT-STOP flag, or client 0140's own opt-out code
      * carried from MB1100-0140-OPT-OUT-CODE), cease-and-desist,
      * bankruptcy, SCRA protection, foreclosure, or a loan on
      * SETMB2000's suppression registry for the run.  a loan is
      * counted once, under the first reason in that order, and the
      * exclusion summary shows every client's counts by reason -
      * soliciting any of these is a privacy-notice or bankruptcy
      * stay violation.  each client's list is logged to the
      * transmission registry
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
      * the eligible list for the client in hand - named
      * <base>.<client>; first loan of a client this run creates
      * its file, a later return to that client extends it
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the exclusion summary by client and reason
           SELECT SUM-FILE ASSIGN TO DYNAMIC SUM-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the run's suppression registry - optional
           SELECT SUP-FILE  ASSIGN TO DYNAMIC SUP-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS SUP-STATUS.
      * the mbp.dd.cbl-shaped extract for clients on that layout -
      * optional; it alone carries OPT-OUT-SOLICIT-STOP and the
      * CEASE-DESIST-STOP byte
           SELECT MBP-FILE  ASSIGN TO DYNAMIC MBP-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS MBP-STATUS.
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
       FD OUT-FILE
           RECORD CONTAINS 450 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SOL-REC.
       01  SOL-REC.
           05  SOL-CLIENT              PIC X(4).
           05  SOL-ACCOUNT             PIC 9(13).
           05  SOL-NAME                PIC X(60).
           05  SOL-LINE-2              PIC X(60).
           05  SOL-LINE-3              PIC X(60).
           05  SOL-LINE-4              PIC X(60).
           05  SOL-CITY                PIC X(51).
           05  SOL-STATE               PIC X(2).
           05  SOL-ZIP-5               PIC X(5).
           05  SOL-ZIP-4               PIC X(4).
           05  SOL-PHONE               PIC X(12).
           05  SOL-PROP-STREET         PIC X(50).
           05  SOL-PROP-CITY           PIC X(30).
           05  SOL-PROP-STATE          PIC X(2).
           05  SOL-PROP-ZIP-5          PIC X(5).
           05  SOL-PRIN-BAL            PIC S9(11)V99.
           05  SOL-RATE                PIC S9(2)V9(5).
           05  SOL-LOAN-TYPE           PIC X(2).
           05  FILLER                  PIC X(10).
      *
       FD SUM-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SUM-REC.
       01 SUM-REC                      PIC X(132).
      *
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
      *
       FD MBP-FILE
           RECORD CONTAINS 5368 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MBP-REC.
       01 MBP-REC                      PIC X(5368).
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

       copy '/users/devel/mbp.cbl'.

       01  VARIABLES.
           05  IN1-PATH.
               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 IN1-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  SUM-PATH.
               10 SUM-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 SUM-NAME             PIC X(64).
           05  SUP-PATH.
               10 SUP-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 SUP-NAME             PIC X(64).
           05  MBP-PATH.
               10 MBP-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 MBP-NAME             PIC X(64).
           05  WS-BASE-OUT-NAME        PIC X(64) VALUE SPACES.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  SUP-STATUS              PIC X(2)  VALUE SPACES.
           05  MBP-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  BKCOPY-CTR              PIC 9(7)  VALUE 0.
           05  ELIGIBLE-CTR            PIC 9(7)  VALUE 0.
           05  EXCLUDED-CTR            PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  SUP-EOF-SW              PIC 9(1)  VALUE 0.
           05  MBP-EOF-SW              PIC 9(1)  VALUE 0.
           05  SR-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  SR-FOUND                      VALUE 'Y'.
           05  MS-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  MS-FOUND                      VALUE 'Y'.
           05  CT-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  CT-FOUND                      VALUE 'Y'.
           05  WS-REASON               PIC 9(1)  VALUE 0.
               88  SOLICIT-ELIGIBLE              VALUE 0.
           05  WS-OPEN-CLIENT          PIC S9(4) COMP VALUE 0.
           05  WS-SUB                  PIC S9(4) COMP VALUE 0.
           05  WS-ACCT-N               PIC 9(13) VALUE 0.
           05  WS-LOAN-7               PIC X(7)  VALUE SPACES.
           05  WS-CTR-DISP             PIC Z,ZZZ,ZZ9.
           05  XMITREG-PATH            PIC X(40)
               VALUE '/users/public/out/xmitreg.dat'.
           05  XMIT-DATE               PIC 9(8)  VALUE 0.
           05  XMIT-TIME-X             PIC X(8)  VALUE SPACES.
           05  XMIT-REC-CTR            PIC 9(9)  VALUE 0.
           05  XMIT-HASH               PIC 9(15) VALUE 0.
           05  XMIT-TIN-CTR            PIC 9(9)  VALUE 0.
           05  WS-TOTALS.
               10  WS-TOT-ELIG         PIC 9(7)  VALUE 0.
               10  WS-TOT-RSN          PIC 9(7)  VALUE 0
                       OCCURS 6 TIMES.

      *
      * exclusion reasons in precedence order - the subscript is the
      * WS-REASON a loan is excluded under
      *
       01  REASON-NAMES.
           05  FILLER                  PIC X(20)
               VALUE 'BORROWER OPT-OUT    '.
           05  FILLER                  PIC X(20)
               VALUE 'CEASE AND DESIST    '.
           05  FILLER                  PIC X(20)
               VALUE 'BANKRUPTCY          '.
           05  FILLER                  PIC X(20)
               VALUE 'SCRA PROTECTED      '.
           05  FILLER                  PIC X(20)
               VALUE 'FORECLOSURE         '.
           05  FILLER                  PIC X(20)
               VALUE 'SUPPRESSION REGISTRY'.
       01  REASON-TABLE REDEFINES REASON-NAMES.
           05  RSN-NAME                PIC X(20) OCCURS 6 TIMES.

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
      * mbp loans carrying a solicitation stop or cease-and-desist,
      * keyed client and the 7-digit loan
      *
       01  MBP-STOP-TABLE.
           05  MS-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-MS-COUNT
                   INDEXED BY MS-IDX.
               10  MS-CLIENT           PIC X(4).
               10  MS-LOAN             PIC X(7).
               10  MS-OPT-OUT-SW       PIC X(1).
               10  MS-CEASE-SW         PIC X(1).
       77  WS-MS-COUNT                 PIC S9(8) COMP VALUE 0.

      *
      * one entry per client met on the .set - its file switch, its
      * eligible and excluded counts and its file's account hash
      *
       01  CLIENT-TABLE.
           05  CT-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-CT-COUNT
                   INDEXED BY CT-IDX.
               10  CT-CLIENT           PIC X(4).
               10  CT-OPENED-SW        PIC X(1).
               10  CT-ELIGIBLE         PIC 9(7).
               10  CT-EXCLUDED         PIC 9(7) OCCURS 6 TIMES.
               10  CT-HASH             PIC 9(15).
       77  WS-CT-COUNT                 PIC S9(4) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME OUT-NAME SUM-NAME SUP-NAME MBP-NAME.
           DISPLAY '* * * B E G I N   S O L I C I T 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR OUT-NAME = SPACES
           OR SUM-NAME = SPACES
               DISPLAY '!!!! ENTER SET, LIST BASE AND SUMMARY FILES'
                   UPON CRT AT 2301
               DISPLAY '!!!!   (REGISTRY, MBP OPTIONAL) ON COMMAND LINE'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           MOVE OUT-NAME               TO WS-BASE-OUT-NAME.
           PERFORM LOAD-SUPP-TABLE THRU LOAD-SUPP-EXIT.
           PERFORM LOAD-MBP-STOP-TABLE THRU LOAD-MBP-STOP-EXIT.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! SET FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT SUM-FILE.
           PERFORM READ-SET-REC.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
           PERFORM END-RTN.

       LOAD-SUPP-TABLE.
      * no registry staged means no registry exclusions - the other
      * reasons still apply off the .set itself
           IF SUP-NAME = SPACES
               GO TO LOAD-SUPP-EXIT.
           OPEN INPUT SUP-FILE.
           IF SUP-STATUS NOT = '00'
               DISPLAY '!!!! SUPPRESSION REGISTRY NOT FOUND -'
                   UPON CRT AT 2301
               DISPLAY '!!!!   NO REGISTRY EXCLUSIONS THIS RUN'
                   UPON CRT AT 2401
               GO TO LOAD-SUPP-EXIT.
           PERFORM UNTIL SUP-EOF-SW = 1
               READ SUP-FILE
                   AT END MOVE 1       TO SUP-EOF-SW
                   NOT AT END
                       IF WS-SR-COUNT < 50000
                           ADD 1       TO WS-SR-COUNT
                           SET SR-IDX TO WS-SR-COUNT
                           MOVE SUPR-ACCOUNT TO SR-ACCOUNT (SR-IDX)
                           MOVE SUPR-CEASE-SW TO SR-CEASE-SW (SR-IDX)
                       ELSE
                           DISPLAY '!!!! SUPPRESSION TABLE FULL AT'
                               ' 50000 -' UPON CRT AT 2301
                           DISPLAY '!!!!   SUPPRESSED LOANS WOULD MAIL,'
                               ' STOP' UPON CRT AT 2401
                           MOVE 16     TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUP-FILE.
       LOAD-SUPP-EXIT.
           EXIT.

       LOAD-MBP-STOP-TABLE.
      * only the loans with a stop on them are kept - everything
      * else on the mbp extract is already on the .set
           IF MBP-NAME = SPACES
               GO TO LOAD-MBP-STOP-EXIT.
           OPEN INPUT MBP-FILE.
           IF MBP-STATUS NOT = '00'
               DISPLAY '!!!! MBP FILE NOT FOUND - NO MBP OPT-OUTS'
                   UPON CRT AT 2301
               DISPLAY '!!!!   APPLIED THIS RUN' UPON CRT AT 2401
               GO TO LOAD-MBP-STOP-EXIT.
           PERFORM UNTIL MBP-EOF-SW = 1
               READ MBP-FILE INTO COBOL-LAYOUT
                   AT END MOVE 1       TO MBP-EOF-SW
                   NOT AT END
                       IF (OPT-OUT-SOLICIT-STOP NOT = SPACE
                        OR CEASE-DESIST-STOP NOT = SPACE)
                       AND WS-MS-COUNT NOT < 50000
                           DISPLAY '!!!! MBP STOP TABLE FULL AT 50000 -'
                               UPON CRT AT 2301
                           DISPLAY '!!!!   OPTED-OUT LOANS WOULD MAIL,'
                               ' STOP' UPON CRT AT 2401
                           MOVE 16     TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF OPT-OUT-SOLICIT-STOP NOT = SPACE
                       OR CEASE-DESIST-STOP NOT = SPACE
                           ADD 1       TO WS-MS-COUNT
                           SET MS-IDX TO WS-MS-COUNT
                           MOVE MB-CLIENT-NO TO MS-CLIENT (MS-IDX)
                           MOVE MB-LOAN TO MS-LOAN (MS-IDX)
                           MOVE 'N'    TO MS-OPT-OUT-SW (MS-IDX)
                                          MS-CEASE-SW (MS-IDX)
                           IF OPT-OUT-SOLICIT-STOP NOT = SPACE
                               MOVE 'Y' TO MS-OPT-OUT-SW (MS-IDX)
                           END-IF
                           IF CEASE-DESIST-STOP NOT = SPACE
                               MOVE 'Y' TO MS-CEASE-SW (MS-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MBP-FILE.
       LOAD-MBP-STOP-EXIT.
           EXIT.

       READ-SET-REC.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               IF MB-CLIENT = '9999'
                   GO TO READ-SET-REC
               ELSE
                   ADD 1               TO REC-CTR.

       001-MAIN.
           IF MB-FLEXFIELD6 (1:15) = 'BANKRUPTCY COPY'
           OR MB-FLEXFIELD6 (1:15) = 'AUTHORIZED COPY'
               ADD 1                   TO BKCOPY-CTR
               PERFORM READ-SET-REC
               GO TO 001-MAIN-EXIT.
           PERFORM FIND-CLIENT-ENTRY.
           PERFORM FIND-SUPP-ENTRY.
           PERFORM FIND-MBP-STOP-ENTRY.
           PERFORM DERIVE-EXCLUSION.
           IF SOLICIT-ELIGIBLE
               ADD 1                   TO ELIGIBLE-CTR
               ADD 1                   TO CT-ELIGIBLE (CT-IDX)
               IF WS-OPEN-CLIENT NOT = CT-IDX
                   PERFORM SWITCH-CLIENT-OUT-FILE
               END-IF
               PERFORM WRITE-SOLICIT-REC
               ADD MB-ACCOUNT          TO CT-HASH (CT-IDX)
                   ON SIZE ERROR CONTINUE
               END-ADD
           ELSE
               ADD 1                   TO EXCLUDED-CTR
               ADD 1                   TO CT-EXCLUDED (CT-IDX WS-REASON)
           END-IF.
           PERFORM READ-SET-REC.
       001-MAIN-EXIT.
           EXIT.

      *
      * first reason found governs - opt-out ahead of everything
      * since it is the borrower's own instruction, then the legal
      * holds, then the registry catch-all
      *
       DERIVE-EXCLUSION.
           MOVE 0                      TO WS-REASON.
           IF MS-FOUND AND MS-OPT-OUT-SW (MS-IDX) = 'Y'
               MOVE 1                  TO WS-REASON
           ELSE
           IF MB-CLIENT = '0140' AND MB-0140-OPT-OUT-CODE NOT = SPACE
               MOVE 1                  TO WS-REASON
           ELSE
           IF MS-FOUND AND MS-CEASE-SW (MS-IDX) = 'Y'
               MOVE 2                  TO WS-REASON
           ELSE
           IF SR-FOUND AND SR-CEASE-SW (SR-IDX) = 'Y'
               MOVE 2                  TO WS-REASON
           ELSE
           IF (MB-BANKRUPT-CODE OF MB-REC NOT = SPACES
               AND MB-BANKRUPT-CODE OF MB-REC NOT = '00')
           OR MB-BANKRUPTCY-STATUS NOT = SPACE
               MOVE 3                  TO WS-REASON
           ELSE
           IF MB-SCRA-F OF MB-REC NOT = SPACE
               MOVE 4                  TO WS-REASON
           ELSE
           IF MB-FOR1-STATUS-CD NOT = SPACES
           OR MB-FORECLOSURE-STOP OF MB-REC NOT = SPACES
               MOVE 5                  TO WS-REASON
           ELSE
           IF SR-FOUND
               MOVE 6                  TO WS-REASON.

       FIND-CLIENT-ENTRY.
           MOVE 'N'                    TO CT-FOUND-SW.
           IF WS-CT-COUNT > 0
               SET CT-IDX TO 1
               SEARCH CT-ENTRY
                   AT END
                       MOVE 'N'        TO CT-FOUND-SW
                   WHEN CT-CLIENT (CT-IDX) = MB-CLIENT
                       MOVE 'Y'        TO CT-FOUND-SW
               END-SEARCH.
           IF NOT CT-FOUND
               IF WS-CT-COUNT NOT < 200
                   DISPLAY '!!!! MORE THAN 200 CLIENTS ON SET - STOP'
                       UPON CRT AT 2301
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1                   TO WS-CT-COUNT
               SET CT-IDX TO WS-CT-COUNT
               MOVE MB-CLIENT          TO CT-CLIENT (CT-IDX)
               MOVE 'N'                TO CT-OPENED-SW (CT-IDX)
               MOVE 0                  TO CT-ELIGIBLE (CT-IDX)
               MOVE 0                  TO CT-HASH (CT-IDX)
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6
                   MOVE 0              TO CT-EXCLUDED (CT-IDX WS-SUB)
               END-PERFORM.

       FIND-SUPP-ENTRY.
           MOVE 'N'                    TO SR-FOUND-SW.
           MOVE MB-ACCOUNT             TO WS-ACCT-N.
           IF WS-SR-COUNT > 0
               SET SR-IDX TO 1
               SEARCH SR-ENTRY
                   AT END
                       MOVE 'N'        TO SR-FOUND-SW
                   WHEN SR-ACCOUNT (SR-IDX) = WS-ACCT-N
                       MOVE 'Y'        TO SR-FOUND-SW
               END-SEARCH.

       FIND-MBP-STOP-ENTRY.
           MOVE 'N'                    TO MS-FOUND-SW.
           MOVE WS-ACCT-N (7:7)        TO WS-LOAN-7.
           IF WS-MS-COUNT > 0
               SET MS-IDX TO 1
               SEARCH MS-ENTRY
                   AT END
                       MOVE 'N'        TO MS-FOUND-SW
                   WHEN MS-CLIENT (MS-IDX) = MB-CLIENT
                    AND MS-LOAN (MS-IDX) = WS-LOAN-7
                       MOVE 'Y'        TO MS-FOUND-SW
               END-SEARCH.

      *
      * one list file open at a time, named with the client suffixed
      * onto the base name - a mixed .set that comes back to a client
      * extends that client's file rather than replacing it
      *
       SWITCH-CLIENT-OUT-FILE.
           IF WS-OPEN-CLIENT NOT = 0
               CLOSE OUT-FILE.
           MOVE SPACES                 TO OUT-NAME.
           STRING WS-BASE-OUT-NAME     DELIMITED BY SPACE
                  '.'                  DELIMITED BY SIZE
                  CT-CLIENT (CT-IDX)   DELIMITED BY SPACE
               INTO OUT-NAME.
           IF CT-OPENED-SW (CT-IDX) = 'Y'
               OPEN EXTEND OUT-FILE
           ELSE
               OPEN OUTPUT OUT-FILE
               MOVE 'Y'                TO CT-OPENED-SW (CT-IDX).
           SET WS-OPEN-CLIENT TO CT-IDX.

       WRITE-SOLICIT-REC.
           MOVE SPACES                 TO SOL-REC.
           MOVE MB-CLIENT              TO SOL-CLIENT.
           MOVE MB-ACCOUNT             TO SOL-ACCOUNT.
           MOVE MB-BILL-NAME           TO SOL-NAME.
           MOVE MB-BILL-LINE-2         TO SOL-LINE-2.
           MOVE MB-BILL-LINE-3         TO SOL-LINE-3.
           MOVE MB-BILL-LINE-4         TO SOL-LINE-4.
           MOVE MB-BILL-CITY           TO SOL-CITY.
           MOVE MB-BILL-STATE          TO SOL-STATE.
           MOVE MB-ZIP-5               TO SOL-ZIP-5.
           MOVE MB-ZIP-4 OF MB-REC     TO SOL-ZIP-4.
           MOVE MB-TELE-NO OF MB-REC   TO SOL-PHONE.
           MOVE MB-PROPERTY-STREET     TO SOL-PROP-STREET.
           MOVE MB-PROPERTY-CITY       TO SOL-PROP-CITY.
           MOVE MB-PROPERTY-STATE      TO SOL-PROP-STATE.
           MOVE MB-PROPERTY-ZIP-5      TO SOL-PROP-ZIP-5.
           MOVE MB-FIRST-PRIN-BAL OF MB-REC
                                       TO SOL-PRIN-BAL.
           MOVE MB-ANNUAL-INTEREST     TO SOL-RATE.
           MOVE MB-TYPE-LOAN           TO SOL-LOAN-TYPE.
           WRITE SOL-REC.

      *
      * the exclusion summary - each client's eligible count and its
      * exclusions by reason, then the run totals
      *
       WRITE-EXCLUSION-SUMMARY.
           MOVE 'SOLICITATION ELIGIBILITY - EXCLUSIONS BY REASON'
               TO SUM-REC.
           WRITE SUM-REC.
           PERFORM WRITE-CLIENT-SUMMARY
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > WS-CT-COUNT.
           MOVE SPACES                 TO SUM-REC.
           WRITE SUM-REC.
           MOVE WS-TOT-ELIG            TO WS-CTR-DISP.
           MOVE SPACES                 TO SUM-REC.
           STRING 'ALL CLIENTS  ELIGIBLE             '
                                       DELIMITED BY SIZE
                  WS-CTR-DISP          DELIMITED BY SIZE
               INTO SUM-REC.
           WRITE SUM-REC.
           PERFORM WRITE-TOTAL-REASON-LINE
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6.

       WRITE-CLIENT-SUMMARY.
           ADD CT-ELIGIBLE (CT-IDX)    TO WS-TOT-ELIG.
           MOVE SPACES                 TO SUM-REC.
           WRITE SUM-REC.
           MOVE CT-ELIGIBLE (CT-IDX)   TO WS-CTR-DISP.
           MOVE SPACES                 TO SUM-REC.
           STRING 'CLIENT '            DELIMITED BY SIZE
                  CT-CLIENT (CT-IDX)   DELIMITED BY SIZE
                  '  ELIGIBLE             '
                                       DELIMITED BY SIZE
                  WS-CTR-DISP          DELIMITED BY SIZE
               INTO SUM-REC.
           WRITE SUM-REC.
           PERFORM WRITE-CLIENT-REASON-LINE
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6.

       WRITE-CLIENT-REASON-LINE.
           ADD CT-EXCLUDED (CT-IDX WS-SUB) TO WS-TOT-RSN (WS-SUB).
           MOVE CT-EXCLUDED (CT-IDX WS-SUB) TO WS-CTR-DISP.
           MOVE SPACES                 TO SUM-REC.
           STRING '              EXCL '
                                       DELIMITED BY SIZE
                  RSN-NAME (WS-SUB)    DELIMITED BY SIZE
                  WS-CTR-DISP          DELIMITED BY SIZE
               INTO SUM-REC.
           WRITE SUM-REC.

       WRITE-TOTAL-REASON-LINE.
           MOVE WS-TOT-RSN (WS-SUB)    TO WS-CTR-DISP.
           MOVE SPACES                 TO SUM-REC.
           STRING '              EXCL '
                                       DELIMITED BY SIZE
                  RSN-NAME (WS-SUB)    DELIMITED BY SIZE
                  WS-CTR-DISP          DELIMITED BY SIZE
               INTO SUM-REC.
           WRITE SUM-REC.

      *
      * every file this step sends outside the building is logged to
      * the permanent transmission registry - what left, when, to
      * whom, its record count and account hash (what XMITACK1
      * matches the recipient's acknowledgment against) and whether
      * it carries full taxpayer ids (XMITPII1).  one line per
      * client list written this run
      *
       WRITE-XMIT-REGISTRY.
           IF CT-OPENED-SW (CT-IDX) NOT = 'Y'
               GO TO WRITE-XMIT-REGISTRY-EXIT.
           MOVE SPACES                 TO OUT-NAME.
           STRING WS-BASE-OUT-NAME     DELIMITED BY SPACE
                  '.'                  DELIMITED BY SIZE
                  CT-CLIENT (CT-IDX)   DELIMITED BY SPACE
               INTO OUT-NAME.
           MOVE CT-ELIGIBLE (CT-IDX)   TO XMIT-REC-CTR.
           MOVE CT-HASH (CT-IDX)       TO XMIT-HASH.
           ACCEPT XMIT-DATE FROM DATE YYYYMMDD.
           ACCEPT XMIT-TIME-X FROM TIME.
           OPEN EXTEND XMITREG-FILE.
           MOVE SPACES                 TO XR-REC.
           MOVE XMIT-DATE              TO XR-DATE.
           MOVE XMIT-TIME-X (1:6)      TO XR-TIME.
           MOVE 'SOLICIT1'             TO XR-PROGRAM.
           MOVE 'CLIENT'               TO XR-RECIPIENT.
           MOVE 'SOLICITATION LIST'    TO XR-PURPOSE.
           MOVE OUT-NAME               TO XR-FILE-NAME.
           MOVE XMIT-REC-CTR           TO XR-REC-COUNT.
           MOVE XMIT-HASH              TO XR-HASH.
           MOVE 'N'                    TO XR-PII-CLASS.
           MOVE XMIT-TIN-CTR           TO XR-TIN-COUNT.
           WRITE XR-REC.
           CLOSE XMITREG-FILE.
       WRITE-XMIT-REGISTRY-EXIT.
           EXIT.

       END-RTN.
           IF WS-OPEN-CLIENT NOT = 0
               CLOSE OUT-FILE.
           PERFORM WRITE-EXCLUSION-SUMMARY.
           DISPLAY 'FINAL TOTALS FOR SOLICIT1' UPON CRT AT 0915.
           DISPLAY REC-CTR  'SET RECORDS READ         =' UPON CRT
               AT 1125.
           DISPLAY BKCOPY-CTR 'ADDRESSED COPIES SKIPPED =' UPON CRT
               AT 1225.
           DISPLAY ELIGIBLE-CTR 'ELIGIBLE FOR SOLICITING =' UPON CRT
               AT 1325.
           DISPLAY EXCLUDED-CTR 'EXCLUDED                 =' UPON CRT
               AT 1425.
           DISPLAY WS-CT-COUNT 'CLIENTS                  =' UPON CRT
               AT 1525.
           MOVE 0                      TO RETURN-CODE.
           CLOSE IN1-FILE.
           CLOSE SUM-FILE.
           PERFORM WRITE-XMIT-REGISTRY THRU WRITE-XMIT-REGISTRY-EXIT
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > WS-CT-COUNT.
           STOP RUN.
