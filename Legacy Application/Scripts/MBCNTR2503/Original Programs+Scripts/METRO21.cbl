      * flag, and the payment history profile off the mbu 12-month
      * grid (the remaining 12 of Metro 2's 24 positions report 'B',
      * no history available, until the feed carries more)
      *
      * an account on QWRCASE1's hold list - a payment dispute that
      * is open or still inside its 60 protected days - reports no
      * adverse information: status current, nothing past due, and
      * the compliance condition code that the account is disputed
      *
      * an account with a consumer dispute open on ACDVRSP1's
      * register reports as furnished, but with compliance condition
      * code XB so the bureaus show it disputed until it is answered
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
      * the Metro 2 furnishing file - 426-byte character format
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * QWRCASE1's payment-dispute hold list - optional
           SELECT HLD-FILE  ASSIGN TO DYNAMIC HLD-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS HLD-STATUS.
      * ACDVRSP1's accounts under consumer dispute - optional
           SELECT DSP-FILE  ASSIGN TO DYNAMIC DSP-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS DSP-STATUS.
      * the permanent outbound transmission registry - one line
      * appended per file this step sends outside the building
           SELECT OPTIONAL XMITREG-FILE
                  ASSIGN TO DYNAMIC XMITREG-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      *
       DATA DIVISION.
      *
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS M2-REC.
       01 M2-REC                       PIC X(426).

       FD  HLD-FILE
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS HLD-REC.
       01  HLD-REC.
           05  HLD-ACCOUNT             PIC 9(13).
           05  HLD-CLIENT              PIC X(4).
           05  HLD-THRU-DATE           PIC 9(8).
           05  HLD-CASE-OPEN-SW        PIC X(1).
           05  FILLER                  PIC X(4).

       FD  DSP-FILE
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DSP-REC.
       01  DSP-REC.
           05  DSP-ACCOUNT             PIC 9(13).
           05  DSP-CLIENT              PIC X(4).
           05  DSP-RECEIVED-DATE       PIC 9(8).
           05  DSP-BUREAU              PIC X(1).
           05  FILLER                  PIC X(4).
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

               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  HLD-PATH.
               10 HLD-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 HLD-NAME             PIC X(64).
           05  DSP-PATH.
               10 DSP-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 DSP-NAME             PIC X(64).
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  MBU-STATUS              PIC X(2)  VALUE SPACES.
           05  MBU-EOF-SW              PIC X(1)  VALUE 'N'.
               88  MBU-EOF                       VALUE 'Y'.
           05  HLD-STATUS              PIC X(2)  VALUE SPACES.
           05  HLD-EOF-SW              PIC X(1)  VALUE 'N'.
               88  HLD-EOF                       VALUE 'Y'.
           05  DSP-STATUS              PIC X(2)  VALUE SPACES.
           05  DSP-EOF-SW              PIC X(1)  VALUE 'N'.
               88  DSP-EOF                       VALUE 'Y'.
           05  XMITREG-PATH            PIC X(40)
               VALUE '/users/public/out/xmitreg.dat'.
           05  XMIT-DATE               PIC 9(8)  VALUE 0.
           05  XMIT-TIME-X             PIC X(8)  VALUE SPACES.
           05  XMIT-REC-CTR            PIC 9(9)  VALUE 0.
           05  XMIT-HASH               PIC 9(15) VALUE 0.
           05  XMIT-TIN-CTR            PIC 9(9)  VALUE 0.
           05  WS-COMMAND-LINE         PIC X(100).
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  BASE-CTR                PIC 9(9)  VALUE 0.
           05  BK-CII-CTR              PIC 9(7)  VALUE 0.
           05  HELD-CTR                PIC 9(7)  VALUE 0.
           05  DISPUTED-CTR            PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  MH-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  MH-FOUND                      VALUE 'Y'.
           05  HD-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  HD-FOUND                      VALUE 'Y'.
           05  DS-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  DS-FOUND                      VALUE 'Y'.
           05  WS-STATUS-CODE          PIC X(2)  VALUE SPACES.
           05  WS-CII                  PIC X(1)  VALUE SPACE.
           05  WS-SPECIAL-COMMENT      PIC X(2)  VALUE SPACES.
               10  MH-MONTH OCCURS 12 TIMES.
                   15  MH-STATUS       PIC X(1).
       77  WS-MH-COUNT                 PIC S9(8) COMP VALUE 0.

      *
      * accounts under a payment-dispute credit-reporting hold
      *
       01  HOLD-TABLE.
           05  HD-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-HD-COUNT
                   INDEXED BY HD-IDX.
               10  HD-ACCOUNT          PIC 9(13).
       77  WS-HD-COUNT                 PIC S9(8) COMP VALUE 0.

      *
      * accounts under an open consumer dispute
      *
       01  DISPUTE-TABLE.
           05  DS-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-DS-COUNT
                   INDEXED BY DS-IDX.
               10  DS-ACCOUNT          PIC 9(13).
       77  WS-DS-COUNT                 PIC S9(8) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME MBU-NAME OUT-NAME HLD-NAME DSP-NAME.
           DISPLAY '* * * * B E G I N   M E T R O 2 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR OUT-NAME = SPACES
               STOP RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-MBU-HIST-TABLE THRU LOAD-MBU-EXIT.
           PERFORM LOAD-HOLD-TABLE THRU LOAD-HOLD-EXIT.
           PERFORM LOAD-DISPUTE-TABLE THRU LOAD-DISPUTE-EXIT.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! SET FILE NOT FOUND OR NOT READABLE'
           READ MBU-FILE INTO LPSUCFPB-RECORD
               AT END MOVE 'Y' TO MBU-EOF-SW.

      *
      * a closed dispute holds only through its 60th day; an open
      * one holds until QWRCASE1 closes it
      *
       LOAD-HOLD-TABLE.
           IF HLD-NAME = SPACES
               GO TO LOAD-HOLD-EXIT.
           OPEN INPUT HLD-FILE.
           IF HLD-STATUS NOT = '00'
               GO TO LOAD-HOLD-EXIT.
           PERFORM READ-HLD-REC.
           PERFORM UNTIL HLD-EOF
               IF HLD-CASE-OPEN-SW = 'Y'
               OR HLD-THRU-DATE NOT < WS-CURRENT-DATE
                   IF WS-HD-COUNT < 50000
                       ADD 1           TO WS-HD-COUNT
                       SET HD-IDX TO WS-HD-COUNT
                       MOVE HLD-ACCOUNT TO HD-ACCOUNT (HD-IDX)
                   ELSE
                       DISPLAY '!!!! DISPUTE HOLD TABLE FULL AT 50000 -'
                           UPON CRT AT 2301
                       DISPLAY '!!!!   HELD LOANS WOULD FURNISH, STOP'
                           UPON CRT AT 2401
                       MOVE 16         TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               PERFORM READ-HLD-REC
           END-PERFORM.
           CLOSE HLD-FILE.
       LOAD-HOLD-EXIT.
           EXIT.

       READ-HLD-REC.
           READ HLD-FILE AT END MOVE 'Y' TO HLD-EOF-SW.

       LOAD-DISPUTE-TABLE.
           IF DSP-NAME = SPACES
               GO TO LOAD-DISPUTE-EXIT.
           OPEN INPUT DSP-FILE.
           IF DSP-STATUS NOT = '00'
               GO TO LOAD-DISPUTE-EXIT.
           PERFORM READ-DSP-REC.
           PERFORM UNTIL DSP-EOF
               IF WS-DS-COUNT < 20000
                   ADD 1               TO WS-DS-COUNT
                   SET DS-IDX TO WS-DS-COUNT
                   MOVE DSP-ACCOUNT    TO DS-ACCOUNT (DS-IDX)
               ELSE
                   DISPLAY '!!!! ACDV DISPUTE TABLE FULL AT 20000 -'
                       UPON CRT AT 2301
                   DISPLAY '!!!!   DISPUTES WOULD LOSE XB, STOP'
                       UPON CRT AT 2401
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-DSP-REC
           END-PERFORM.
           CLOSE DSP-FILE.
       LOAD-DISPUTE-EXIT.
           EXIT.

       READ-DSP-REC.
           READ DSP-FILE AT END MOVE 'Y' TO DSP-EOF-SW.

       READ-SET-REC.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
           PERFORM DERIVE-ACCOUNT-STATUS.
           PERFORM DERIVE-CONDITION-CODES.
           PERFORM BUILD-PAYMENT-PROFILE.
           PERFORM CHECK-DISPUTE-HOLD.
           PERFORM WRITE-BASE-SEGMENT.
           PERFORM READ-SET-REC.
       001-MAIN-EXIT.
           IF MB-SCRA-F NOT = SPACE
               MOVE 'AI'               TO WS-SPECIAL-COMMENT.

       CHECK-DISPUTE-HOLD.
           MOVE 'N'                    TO HD-FOUND-SW.
           IF WS-HD-COUNT > 0
               SET HD-IDX TO 1
               SEARCH HD-ENTRY
                   AT END
                       MOVE 'N'        TO HD-FOUND-SW
                   WHEN HD-ACCOUNT (HD-IDX) = MB-ACCOUNT
                       MOVE 'Y'        TO HD-FOUND-SW
               END-SEARCH.
           IF HD-FOUND
               ADD 1                   TO HELD-CTR
               MOVE '11'               TO WS-STATUS-CODE.
           MOVE 'N'                    TO DS-FOUND-SW.
           IF WS-DS-COUNT > 0
               SET DS-IDX TO 1
               SEARCH DS-ENTRY
                   AT END
                       MOVE 'N'        TO DS-FOUND-SW
                   WHEN DS-ACCOUNT (DS-IDX) = MB-ACCOUNT
                       MOVE 'Y'        TO DS-FOUND-SW
               END-SEARCH.
           IF DS-FOUND
               ADD 1                   TO DISPUTED-CTR.

       BUILD-PAYMENT-PROFILE.
           MOVE ALL 'B'                TO WS-PROFILE.
           MOVE 'N'                    TO MH-FOUND-SW.
           COMPUTE WS-AMT-WORK = MB-DELQ-P-I + MB-DELQ-ESC
                               + MB-DELQ-L-C + MB-DELQ-INS
                               + MB-DELQ-OTHER.
           IF HD-FOUND
               MOVE 0                  TO WS-AMT-WORK.
           PERFORM AMOUNT-TO-CENTS.
           MOVE WS-AMT-CENTS           TO M2-REC (73:9).
           MOVE MB-SSN-FULL            TO WS-SSN-DISP.
           MOVE MB-ZIP-5               TO M2-REC (203:5).
           MOVE MB-ZIP-4               TO M2-REC (208:4).
           MOVE MB-CLIENT              TO M2-REC (212:4).
      * compliance condition code XB - disputed, investigation open
           IF HD-FOUND OR DS-FOUND
               MOVE 'XB'               TO M2-REC (216:2).
           WRITE M2-REC.
           ADD 1                       TO XMIT-REC-CTR.
           ADD MB-ACCOUNT              TO XMIT-HASH
               ON SIZE ERROR CONTINUE
           END-ADD.
           IF MB-SSN-FULL NOT = 0
               ADD 1                   TO XMIT-TIN-CTR.

       AMOUNT-TO-CENTS.
           IF WS-AMT-WORK < 0
           MOVE 'HEADER'               TO M2-REC (1:6).
           MOVE WS-CURRENT-DATE        TO M2-REC (7:8).
           WRITE M2-REC.
           ADD 1                       TO XMIT-REC-CTR.

       WRITE-TRAILER-RECORD.
           MOVE SPACES                 TO M2-REC.
           MOVE 'TRAILER'              TO M2-REC (1:7).
           MOVE BASE-CTR               TO M2-REC (8:9).
           WRITE M2-REC.
           ADD 1                       TO XMIT-REC-CTR.

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
           MOVE 'METRO21'              TO XR-PROGRAM.
           MOVE 'CRA'                  TO XR-RECIPIENT.
           MOVE 'METRO2 FURNISHING'    TO XR-PURPOSE.
           MOVE OUT-NAME               TO XR-FILE-NAME.
           MOVE XMIT-REC-CTR           TO XR-REC-COUNT.
           MOVE XMIT-HASH              TO XR-HASH.
           MOVE 'F'                    TO XR-PII-CLASS.
           MOVE XMIT-TIN-CTR           TO XR-TIN-COUNT.
           WRITE XR-REC.
           CLOSE XMITREG-FILE.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR METRO21' UPON CRT AT 0915.
               AT 1225.
           DISPLAY BK-CII-CTR 'BANKRUPTCY INDICATORS    =' UPON CRT
               AT 1325.
           DISPLAY HELD-CTR 'DISPUTE HOLDS REPORTED   =' UPON CRT
               AT 1425.
           DISPLAY DISPUTED-CTR 'CONSUMER DISPUTES XB   =' UPON CRT
               AT 1525.
           MOVE 0                      TO RETURN-CODE.
           PERFORM WRITE-XMIT-REGISTRY.
           CLOSE IN1-FILE.
           CLOSE OUT-FILE.
           STOP RUN.
