           SELECT EXPFLD-FILE ASSIGN TO DYNAMIC EF-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS EF-STATUS.
      * the permanent outbound transmission registry - one line
      * appended per file this step sends outside the building
           SELECT OPTIONAL XMITREG-FILE
                  ASSIGN TO DYNAMIC XMITREG-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      *
       DATA DIVISION.
      *
       01  EF-REC.
           05  EF-REC-CLIENT           PIC X(4).
           05  EF-REC-FIELD            PIC X(8).
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
      *
           05  EF-STATUS               PIC X(2)  VALUE SPACES.
           05  EF-EOF-SW               PIC X(1)  VALUE 'N'.
               88  EF-EOF                        VALUE 'Y'.
           05  XMITREG-PATH            PIC X(40)
               VALUE '/users/public/out/xmitreg.dat'.
           05  XMIT-DATE               PIC 9(8)  VALUE 0.
           05  XMIT-TIME-X             PIC X(8)  VALUE SPACES.
           05  XMIT-REC-CTR            PIC 9(9)  VALUE 0.
           05  XMIT-HASH               PIC 9(15) VALUE 0.
           05  XMIT-TIN-CTR            PIC 9(9)  VALUE 0.
           05  WS-COMMAND-LINE         PIC X(100).
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  EXPORT-CTR              PIC 9(7)  VALUE 0.
           05  WS-EXP-VALUE            PIC X(66) VALUE SPACES.
           05  WS-EXP-AMT              PIC -9(11).99.
           05  WS-EXP-ACCT             PIC 9(13) VALUE 0.
           05  WS-EXP-RATE             PIC 99.99999.
           05  WS-EXP-DAYS             PIC 9(5)  VALUE 0.
      *
      * one row per contracted column, in contract order, loaded from
      * EXPFLD-FILE at startup the same way SETMB2000 loads its
           IF WS-EXP-PTR = 1
               ADD 1                   TO NOCOLS-CTR
           ELSE
               WRITE OUT-REC
               ADD 1                   TO XMIT-REC-CTR.

       WRITE-EXPORT-ROW.
           MOVE SPACES                 TO OUT-REC.
           END-PERFORM.
           IF WS-EXP-PTR > 1
               ADD 1                   TO EXPORT-CTR
               WRITE OUT-REC
               ADD 1                   TO XMIT-REC-CTR
               ADD MB-ACCOUNT          TO XMIT-HASH
                   ON SIZE ERROR CONTINUE
               END-ADD.

      *
      * one exported column value - amounts come out of their COMP-3
               WHEN 'TAXYTD  '
                   MOVE MB-TAXES-YTD   TO WS-EXP-AMT
                   MOVE WS-EXP-AMT     TO WS-EXP-VALUE
               WHEN 'CLIENT  '
                   MOVE MB-CLIENT      TO WS-EXP-VALUE
               WHEN 'PROPST  '
                   MOVE MB-PROPERTY-STATE TO WS-EXP-VALUE
               WHEN 'LOANTYPE'
                   MOVE MB-TYPE-LOAN   TO WS-EXP-VALUE
               WHEN 'RATE    '
                   MOVE MB-ANNUAL-INTEREST TO WS-EXP-RATE
                   MOVE WS-EXP-RATE    TO WS-EXP-VALUE
               WHEN 'BKCODE  '
                   MOVE MB-BANKRUPT-CODE TO WS-EXP-VALUE
               WHEN 'DELQDAYS'
                   MOVE MB-DELQ-DAYS   TO WS-EXP-DAYS
                   MOVE WS-EXP-DAYS    TO WS-EXP-VALUE
               WHEN 'ESCADV  '
                   MOVE MB-ESCROW-ADVANCE-BAL TO WS-EXP-AMT
                   MOVE WS-EXP-AMT     TO WS-EXP-VALUE
               WHEN 'ARMPLAN '
                   MOVE MB-ARM-PLAN-ID TO WS-EXP-VALUE
               WHEN 'ARMIRCHG'
                   MOVE MB-ARM-IR-CHG-DATE TO WS-EXP-VALUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               MOVE 16                 TO RETURN-CODE
               STOP RUN.

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
           MOVE 'MBEXPORT1'            TO XR-PROGRAM.
           MOVE 'CLIENT'               TO XR-RECIPIENT.
           MOVE 'CLIENT DATA DELIVERY' TO XR-PURPOSE.
           MOVE OUT-NAME               TO XR-FILE-NAME.
           MOVE XMIT-REC-CTR           TO XR-REC-COUNT.
           MOVE XMIT-HASH              TO XR-HASH.
           MOVE 'N'                    TO XR-PII-CLASS.
           MOVE XMIT-TIN-CTR           TO XR-TIN-COUNT.
           WRITE XR-REC.
           CLOSE XMITREG-FILE.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR MBEXPORT1' UPON CRT AT 0915.
           DISPLAY REC-CTR  'EXTRACT RECORDS READ       =' UPON CRT
               DISPLAY 'NO CONTROL ROWS FOR THIS CLIENT - EMPTY EXPORT'
                   UPON CRT AT 1325.
           PERFORM VERIFY-CONTROL-TRAILER.
           PERFORM WRITE-XMIT-REGISTRY.
           CLOSE IN1-FILE.
           CLOSE OUT-FILE.
           STOP RUN.
