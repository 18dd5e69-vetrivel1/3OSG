      * the FIRE transmission file - fixed 750-byte records
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the permanent borrower correspondence history - one line
      * appended per piece of correspondence produced
            SELECT OPTIONAL CORRHIST-FILE
                   ASSIGN TO DYNAMIC CORRHIST-PATH
                   ORGANIZATION RECORD SEQUENTIAL.
      * the permanent outbound transmission registry - one line
      * appended per file this step sends outside the building
           SELECT OPTIONAL XMITREG-FILE
                  ASSIGN TO DYNAMIC XMITREG-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      *
       DATA DIVISION.
      *
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FIRE-REC.
       01 FIRE-REC                     PIC X(750).
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
           05  WS-FCT-PAYER-ZIP        PIC X(9)  VALUE SPACES.

           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  CORRHIST-PATH           PIC X(40)
               VALUE '/users/public/out/corrhist.dat'.
           05  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           05  WS-RUN-TIME-X           PIC X(8)  VALUE SPACES.
           05  XMITREG-PATH            PIC X(40)
               VALUE '/users/public/out/xmitreg.dat'.
           05  XMIT-DATE               PIC 9(8)  VALUE 0.
           05  XMIT-TIME-X             PIC X(8)  VALUE SPACES.
           05  XMIT-REC-CTR            PIC 9(9)  VALUE 0.
           05  XMIT-HASH               PIC 9(15) VALUE 0.
           05  XMIT-TIN-CTR            PIC 9(9)  VALUE 0.
           05  WS-COMMAND-LINE         PIC X(100).
           05  WS-TAX-YEAR             PIC X(4)  VALUE SPACES.
           05  REC-CTR                 PIC 9(7)  VALUE 0.
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT OUT-FILE.
           OPEN EXTEND CORRHIST-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-X FROM TIME.
           PERFORM WRITE-T-RECORD.
           PERFORM WRITE-A-RECORD.
           PERFORM READ-TI-REC.
           MOVE TI-ZIP-4               TO FIRE-REC (454:4).
           PERFORM NEXT-SEQUENCE-NUMBER.
           WRITE FIRE-REC.
           ADD TI-ACCOUNT              TO XMIT-HASH
               ON SIZE ERROR CONTINUE
           END-ADD.
           IF TI-SSN NOT = 0
               ADD 1                   TO XMIT-TIN-CTR.
           PERFORM WRITE-CORR-HISTORY-LINE.

      *
      * the 1098 filed for the borrower is logged to the permanent
      * correspondence history - a corrected return is marked so
      * the timeline shows the original and the correction apart
      *
       WRITE-CORR-HISTORY-LINE.
           MOVE SPACES                 TO CH-REC.
           MOVE TI-ACCOUNT             TO CH-ACCOUNT.
           MOVE WS-RUN-DATE            TO CH-DATE.
           MOVE WS-RUN-TIME-X (1:6)    TO CH-TIME.
           MOVE TI-CLIENT              TO CH-CLIENT.
           MOVE '1098'                 TO CH-DOC-TYPE.
           MOVE 'P'                    TO CH-CHANNEL.
           MOVE 'FIRE1098A'            TO CH-PROGRAM.
           MOVE IN1-NAME               TO CH-RUN.
           MOVE OUT-NAME               TO CH-ARTIFACT.
           IF FIRE-REC (6:1) = 'G'
               STRING 'CORRECTED TY '   DELIMITED BY SIZE
                      WS-TAX-YEAR       DELIMITED BY SIZE
                   INTO CH-REFERENCE
           ELSE
               STRING 'TAX YEAR '       DELIMITED BY SIZE
                      WS-TAX-YEAR       DELIMITED BY SIZE
                   INTO CH-REFERENCE.
           WRITE CH-REC.

      * negative never files - the IRS fields are unsigned; a
      * negative source amount files as zero and is for the
           PERFORM NEXT-SEQUENCE-NUMBER.
           WRITE FIRE-REC.

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
           MOVE 'FIRE1098A'            TO XR-PROGRAM.
           MOVE 'IRS'                  TO XR-RECIPIENT.
           MOVE '1098 INFO RETURN'     TO XR-PURPOSE.
           MOVE OUT-NAME               TO XR-FILE-NAME.
           MOVE XMIT-REC-CTR           TO XR-REC-COUNT.
           MOVE XMIT-HASH              TO XR-HASH.
           MOVE 'F'                    TO XR-PII-CLASS.
           MOVE XMIT-TIN-CTR           TO XR-TIN-COUNT.
           WRITE XR-REC.
           CLOSE XMITREG-FILE.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR FIRE1098A' UPON CRT AT 0915.
           DISPLAY REC-CTR  'EXTRACT RECORDS READ      =' UPON CRT
           DISPLAY CORRECTED-CTR 'CORRECTED RETURNS      =' UPON CRT
               AT 1325.
           MOVE 0                      TO RETURN-CODE.
      * every T, A, B, C and F record carries the next sequence number
           MOVE SEQ-CTR                TO XMIT-REC-CTR.
           PERFORM WRITE-XMIT-REGISTRY.
           CLOSE IN1-FILE.
           CLOSE OUT-FILE.
           CLOSE CORRHIST-FILE.
           STOP RUN.
