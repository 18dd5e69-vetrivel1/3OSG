      * their paper statement until the address is captured
           SELECT EXC-FILE ASSIGN TO DYNAMIC EXC-PATH
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
           DATA RECORD IS EXC-REC.
       01 EXC-REC                      PIC X(132).
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
               10 EXC-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 EXC-NAME             PIC X(64).
           05  CORRHIST-PATH           PIC X(40)
               VALUE '/users/public/out/corrhist.dat'.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
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
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  ENROLLED-CTR            PIC 9(7)  VALUE 0.
               STOP RUN.
           OPEN OUTPUT OUT-FILE.
           OPEN OUTPUT EXC-FILE.
           OPEN EXTEND CORRHIST-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-X FROM TIME.
           PERFORM READ-EXTRACT.
           PERFORM VERIFY-EXTRACT-LAYOUT.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
                   END-ADD.

       001-MAIN.
      * bankruptcy and authorized third-party copies are full
      * duplicates of the borrower's record with only the address
      * changed - the borrower gets one e-bill, the copies are paper
      * artifacts
           IF MB-FLEXFIELD6 (1:15) = 'BANKRUPTCY COPY'
           OR MB-FLEXFIELD6 (1:15) = 'AUTHORIZED COPY'
               PERFORM READ-EXTRACT
               GO TO 001-MAIN-EXIT.
           IF MB-EBPP-IND NOT = 'EB'
                  MB-CLIENT             DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           ADD 1                       TO XMIT-REC-CTR.
           ADD MB-ACCOUNT              TO XMIT-HASH
               ON SIZE ERROR CONTINUE
           END-ADD.
           PERFORM WRITE-CORR-HISTORY-LINE.

      *
      * every delivered e-bill is the borrower's statement for the
      * cycle on the electronic channel - logged to the permanent
      * correspondence history under the .set's job
      *
       WRITE-CORR-HISTORY-LINE.
           MOVE SPACES                 TO CH-REC.
           MOVE MB-ACCOUNT             TO CH-ACCOUNT.
           MOVE WS-RUN-DATE            TO CH-DATE.
           MOVE WS-RUN-TIME-X (1:6)    TO CH-TIME.
           MOVE MB-CLIENT              TO CH-CLIENT.
           MOVE 'EBILL'                TO CH-DOC-TYPE.
           MOVE 'E'                    TO CH-CHANNEL.
           MOVE 'EBILL1'               TO CH-PROGRAM.
           MOVE MB-JOB                 TO CH-RUN.
           MOVE OUT-NAME               TO CH-ARTIFACT.
           STRING 'DUE '                DELIMITED BY SIZE
                  MB-LOAN-DUE-DATE      DELIMITED BY SIZE
               INTO CH-REFERENCE.
           WRITE CH-REC.

       WRITE-NOEMAIL-EXC-LINE.
           MOVE MB-ACCOUNT             TO WS-RPT-ACCOUNT.
           ELSE
               MOVE 0                  TO RETURN-CODE.

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
           MOVE 'EBILL1'               TO XR-PROGRAM.
           MOVE 'EBILLVNDR'            TO XR-RECIPIENT.
           MOVE 'E-BILL DELIVERY'      TO XR-PURPOSE.
           MOVE OUT-NAME               TO XR-FILE-NAME.
           MOVE XMIT-REC-CTR           TO XR-REC-COUNT.
           MOVE XMIT-HASH              TO XR-HASH.
           MOVE 'N'                    TO XR-PII-CLASS.
           MOVE XMIT-TIN-CTR           TO XR-TIN-COUNT.
           WRITE XR-REC.
           CLOSE XMITREG-FILE.

      *
      * the delivered count is the piece-for-piece number the paper
      * suppression for these same loans reconciles against - every
           PERFORM VERIFY-CONTROL-TRAILER.
           IF NOEMAIL-CTR NOT = 0 AND RETURN-CODE < 8
               MOVE 8                  TO RETURN-CODE.
           PERFORM WRITE-XMIT-REGISTRY.
           CLOSE IN1-FILE.
           CLOSE OUT-FILE.
           CLOSE EXC-FILE.
           CLOSE CORRHIST-FILE.
           STOP RUN.
