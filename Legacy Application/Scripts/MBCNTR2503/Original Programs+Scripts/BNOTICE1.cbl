      * backup-withholding flag file for the servicer
           SELECT BWH-FILE  ASSIGN TO DYNAMIC BWH-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the permanent borrower correspondence history - one line
      * appended per piece of correspondence produced
            SELECT OPTIONAL CORRHIST-FILE
                   ASSIGN TO DYNAMIC CORRHIST-PATH
                   ORGANIZATION RECORD SEQUENTIAL.
      *
       DATA DIVISION.
      *
           05  BWH-ACCOUNT             PIC 9(13).
           05  BWH-TIN                 PIC 9(9).
           05  FILLER                  PIC X(4).
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

               10 BWH-NAME             PIC X(64).
           05  NHS-PATH                PIC X(40)
               VALUE '/users/public/bnotice.tab'.
           05  CORRHIST-PATH           PIC X(40)
               VALUE '/users/public/out/corrhist.dat'.
           05  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           05  WS-RUN-TIME-X           PIC X(8)  VALUE SPACES.
           05  NHS-STATUS              PIC X(2)  VALUE SPACES.
           05  NHS-EOF-SW              PIC X(1)  VALUE 'N'.
               88  NHS-EOF                       VALUE 'Y'.
               STOP RUN.
           OPEN OUTPUT LTR-FILE.
           OPEN OUTPUT BWH-FILE.
           OPEN EXTEND CORRHIST-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-X FROM TIME.
           PERFORM READ-CPN-REC.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL CPN-EOF-SW = 1.
           CLOSE CPN-FILE.
           MOVE LT-ZIP (LT-IDX)        TO LTR-ZIP.
           MOVE LT-CO-BORR-SW (LT-IDX) TO LTR-CO-BORR-SW.
           WRITE LTR-REC.
           PERFORM WRITE-CORR-HISTORY-LINE.

      *
      * each W-9 solicitation letter is logged to the permanent
      * correspondence history with its notice type and deadline
      *
       WRITE-CORR-HISTORY-LINE.
           MOVE SPACES                 TO CH-REC.
           MOVE LTR-ACCOUNT            TO CH-ACCOUNT.
           MOVE WS-RUN-DATE            TO CH-DATE.
           MOVE WS-RUN-TIME-X (1:6)    TO CH-TIME.
           MOVE LTR-CLIENT             TO CH-CLIENT.
           MOVE 'BNOTICE'              TO CH-DOC-TYPE.
           MOVE 'P'                    TO CH-CHANNEL.
           MOVE 'BNOTICE1'             TO CH-PROGRAM.
           MOVE CPN-NAME               TO CH-RUN.
           MOVE LTR-NAME               TO CH-ARTIFACT.
           STRING LTR-NOTICE-TYPE       DELIMITED BY SIZE
                  ' DUE '               DELIMITED BY SIZE
                  LTR-DEADLINE          DELIMITED BY SIZE
               INTO CH-REFERENCE.
           WRITE CH-REC.

       WRITE-WITHHOLD-LINE.
           MOVE SPACES                 TO BWH-REC.
               MOVE 0                  TO RETURN-CODE.
           CLOSE LTR-FILE.
           CLOSE BWH-FILE.
           CLOSE CORRHIST-FILE.
           STOP RUN.
