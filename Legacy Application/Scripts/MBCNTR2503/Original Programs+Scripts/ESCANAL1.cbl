      * to cut the refund check instead of the manual system
           SELECT SUR-FILE ASSIGN TO DYNAMIC SUR-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the permanent borrower correspondence history - one line
      * appended per piece of correspondence produced
            SELECT OPTIONAL CORRHIST-FILE
                   ASSIGN TO DYNAMIC CORRHIST-PATH
                   ORGANIZATION RECORD SEQUENTIAL.
      *
       DATA DIVISION.
      *
           05  SUR-PAYEE               PIC X(40).
           05  SUR-PROP-STATE          PIC X(2).
           05  FILLER                  PIC X(11).
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

               10 SUR-NAME             PIC X(64).
           05  SURPLUS-CTR             PIC 9(7)  VALUE 0.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  CORRHIST-PATH           PIC X(40)
               VALUE '/users/public/out/corrhist.dat'.
           05  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           05  WS-RUN-TIME-X           PIC X(8)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  ANAL-CTR                PIC 9(7)  VALUE 0.
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT OUT-FILE.
           OPEN EXTEND CORRHIST-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-X FROM TIME.
           IF SUR-NAME NOT = SPACES
               OPEN OUTPUT SUR-FILE.
           PERFORM READ-EXTRACT.
                  WS-VARIANCE-DISP      DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           PERFORM WRITE-CORR-HISTORY-LINE.

      *
      * each analysis statement is logged to the permanent
      * correspondence history under the loan it was mailed for
      *
       WRITE-CORR-HISTORY-LINE.
           MOVE SPACES                 TO CH-REC.
           MOVE WS-RPT-ACCOUNT         TO CH-ACCOUNT.
           MOVE WS-RUN-DATE            TO CH-DATE.
           MOVE WS-RUN-TIME-X (1:6)    TO CH-TIME.
           MOVE '0'                    TO CH-CLIENT.
           MOVE MB1100-CLIENT-NO       TO CH-CLIENT (2:3).
           MOVE 'ESCANAL'              TO CH-DOC-TYPE.
           MOVE 'P'                    TO CH-CHANNEL.
           MOVE 'ESCANAL1'             TO CH-PROGRAM.
           MOVE IN1-NAME               TO CH-RUN.
           MOVE OUT-NAME               TO CH-ARTIFACT.
           MOVE WS-ANAL-TAG            TO CH-REFERENCE.
           WRITE CH-REC.

       WRITE-SURPLUS-REC.
           ADD 1                       TO SURPLUS-CTR.
               MOVE 0                  TO RETURN-CODE.
           CLOSE IN1-FILE.
           CLOSE OUT-FILE.
           CLOSE CORRHIST-FILE.
           IF SURPLUS-CTR NOT = 0
               DISPLAY SURPLUS-CTR 'REFUNDABLE SURPLUS RECORDS ='
                   UPON CRT AT 1725.
