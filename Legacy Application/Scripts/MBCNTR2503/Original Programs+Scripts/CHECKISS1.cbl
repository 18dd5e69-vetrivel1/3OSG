      * this program only ever appends
           SELECT REGISTER-FILE ASSIGN TO DYNAMIC REGISTER-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the permanent outbound transmission registry - one line
      * appended per file this step sends outside the building
           SELECT OPTIONAL XMITREG-FILE
                  ASSIGN TO DYNAMIC XMITREG-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      *
       DATA DIVISION.
      *
           05  REG-PROP-STATE           PIC X(2).
           05  REG-STATUS               PIC X(1).
           05  FILLER                   PIC X(21).
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

           05  REGISTER-PATH           PIC X(40)
               VALUE '/users/public/out/checkreg.dat'.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  XMITREG-PATH            PIC X(40)
               VALUE '/users/public/out/xmitreg.dat'.
           05  XMIT-DATE               PIC 9(8)  VALUE 0.
           05  XMIT-TIME-X             PIC X(8)  VALUE SPACES.
           05  XMIT-REC-CTR            PIC 9(9)  VALUE 0.
           05  XMIT-HASH               PIC 9(15) VALUE 0.
           05  XMIT-TIN-CTR            PIC 9(9)  VALUE 0.
           05  WS-COMMAND-LINE         PIC X(100).
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  ISSUED-CTR              PIC 9(7)  VALUE 0.
           MOVE WS-CHK-PAYEE           TO PP-PAYEE.
           MOVE 'I'                    TO PP-ACTION.
           WRITE POSPAY-REC.
           ADD 1                       TO XMIT-REC-CTR.
           ADD WS-CHK-ACCOUNT          TO XMIT-HASH
               ON SIZE ERROR CONTINUE
           END-ADD.

       WRITE-REGISTER-LINE.
           MOVE SPACES                 TO REG-REC.
           MOVE 'O'                    TO REG-STATUS.
           WRITE REG-REC.

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
           MOVE 'CHECKISS1'            TO XR-PROGRAM.
           MOVE 'DISBBANK'             TO XR-RECIPIENT.
           MOVE 'POSITIVE PAY ISSUE'   TO XR-PURPOSE.
           MOVE POSPAY-NAME            TO XR-FILE-NAME.
           MOVE XMIT-REC-CTR           TO XR-REC-COUNT.
           MOVE XMIT-HASH              TO XR-HASH.
           MOVE 'N'                    TO XR-PII-CLASS.
           MOVE XMIT-TIN-CTR           TO XR-TIN-COUNT.
           WRITE XR-REC.
           CLOSE XMITREG-FILE.

       END-RTN.
           MOVE WS-ISSUED-TOTAL        TO WS-TOT-DISP.
           DISPLAY 'FINAL TOTALS FOR CHECKISS1' UPON CRT AT 0915.
                   AT 1625.
           MOVE 0                      TO RETURN-CODE.
           PERFORM PUT-NEXT-CHECK-NO.
           PERFORM WRITE-XMIT-REGISTRY.
           CLOSE IN1-FILE.
           CLOSE OUT-FILE.
           CLOSE POSPAY-FILE.
