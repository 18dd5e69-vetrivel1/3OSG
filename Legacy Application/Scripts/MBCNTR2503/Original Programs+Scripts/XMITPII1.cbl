       IDENTIFICATION DIVISION.
       PROGRAM-ID.  XMITPII1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * monthly full-TIN disclosure report for the privacy office -
      * every step that sends a file outside the building logs it to
      * the permanent transmission registry with its PII class: F
      * the file carries full, unmasked taxpayer ids, M masked ids
      * only, N none.  this step lists, for one calendar month,
      * every full-TIN transmission by recipient and purpose - the
      * date and time sent, the program that sent it, its record
      * count, how many taxpayer ids it carried and the file name -
      * with a subtotal for each purpose, a total for each recipient
      * and a grand total.  a month with no full-TIN transmissions
      * still prints, saying so, so the privacy office files a page
      * every month
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the permanent outbound transmission registry
           SELECT XMITREG-FILE ASSIGN TO DYNAMIC XMITREG-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS XR-STATUS.
      * the disclosure report
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * work file for putting the month's lines in recipient and
      * purpose order - the registry is in send order
           SELECT SORT-FILE ASSIGN TO 'SORTWK'.
      *
       DATA DIVISION.
      *
       FILE SECTION.
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

       FD OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01 OUT-REC                      PIC X(132).
      *
       SD SORT-FILE
           DATA RECORD IS SORT-REC.
       01 SORT-REC.
           05  SRT-KEY.
               10  SRT-RECIPIENT       PIC X(12).
               10  SRT-PURPOSE         PIC X(20).
               10  SRT-DATE            PIC 9(8).
               10  SRT-TIME            PIC 9(6).
           05  SRT-PROGRAM             PIC X(10).
           05  SRT-FILE-NAME           PIC X(64).
           05  SRT-REC-COUNT           PIC 9(9).
           05  SRT-TIN-COUNT           PIC 9(9).
      *
       WORKING-STORAGE SECTION.

       01  VARIABLES.
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  XMITREG-PATH            PIC X(40)
               VALUE '/users/public/out/xmitreg.dat'.
           05  XR-STATUS               PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  WS-MONTH-X              PIC X(6)  VALUE SPACES.
           05  WS-MONTH                PIC 9(6)  VALUE 0.
           05  WS-MONTH-R REDEFINES WS-MONTH.
               10  WS-MONTH-YYYY       PIC 9(4).
               10  WS-MONTH-MM         PIC 9(2).
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  MONTH-CTR               PIC 9(7)  VALUE 0.
           05  MASKED-CTR              PIC 9(7)  VALUE 0.
           05  LISTED-CTR              PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  FIRST-SW                PIC X(1)  VALUE 'Y'.
               88  FIRST-LINE                    VALUE 'Y'.
           05  WS-HOLD-RECIPIENT       PIC X(12) VALUE SPACES.
           05  WS-HOLD-PURPOSE         PIC X(20) VALUE SPACES.
      *
      * subtotals - purpose within recipient, recipient, month
      *
           05  WS-PUR-FILES            PIC 9(7)  VALUE 0.
           05  WS-PUR-RECS             PIC 9(11) VALUE 0.
           05  WS-PUR-TINS             PIC 9(11) VALUE 0.
           05  WS-RCP-FILES            PIC 9(7)  VALUE 0.
           05  WS-RCP-RECS             PIC 9(11) VALUE 0.
           05  WS-RCP-TINS             PIC 9(11) VALUE 0.
           05  WS-TOT-FILES            PIC 9(7)  VALUE 0.
           05  WS-TOT-RECS             PIC 9(11) VALUE 0.
           05  WS-TOT-TINS             PIC 9(11) VALUE 0.
           05  WS-DATE-IN              PIC 9(8)  VALUE 0.
           05  WS-DATE-OUT.
               10  WS-DATE-OUT-MM      PIC X(2).
               10  FILLER              PIC X(1)  VALUE '/'.
               10  WS-DATE-OUT-DD      PIC X(2).
               10  FILLER              PIC X(1)  VALUE '/'.
               10  WS-DATE-OUT-YY      PIC X(4).
           05  WS-TIME-IN              PIC 9(6)  VALUE 0.
           05  WS-TIME-OUT.
               10  WS-TIME-OUT-HH      PIC X(2).
               10  FILLER              PIC X(1)  VALUE ':'.
               10  WS-TIME-OUT-MI      PIC X(2).
               10  FILLER              PIC X(1)  VALUE ':'.
               10  WS-TIME-OUT-SS      PIC X(2).
           05  WS-QTY-DISP             PIC ZZZ,ZZ9.
           05  WS-CNT-DISP             PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-TIN-DISP             PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO WS-MONTH-X OUT-NAME.
           DISPLAY '* * * * B E G I N   X M I T P I I 1 . C B L'
               UPON CRT AT 1401.
           IF WS-MONTH-X = SPACES OR OUT-NAME = SPACES
               DISPLAY '!!!! ENTER MONTH (YYYYMM) AND REPORT FILE'
                   UPON CRT AT 2301
               DISPLAY '!!!!   ON COMMAND LINE'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           IF WS-MONTH-X NOT NUMERIC
               DISPLAY '!!!! MONTH MUST BE YYYYMM'
                   UPON CRT AT 2301
               DISPLAY WS-MONTH-X UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           MOVE WS-MONTH-X             TO WS-MONTH.
           IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
               DISPLAY '!!!! MONTH MUST BE YYYYMM'
                   UPON CRT AT 2301
               DISPLAY WS-MONTH-X UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT XMITREG-FILE.
           IF XR-STATUS NOT = '00'
               DISPLAY '!!!! TRANSMISSION REGISTRY NOT FOUND OR'
                   UPON CRT AT 2301
               DISPLAY XMITREG-PATH UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT OUT-FILE.
           PERFORM WRITE-HEADING.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-KEY
               INPUT PROCEDURE IS RELEASE-MONTH-DISCLOSURES
                   THRU RELEASE-MONTH-DISCLOSURES-EXIT
               OUTPUT PROCEDURE IS LIST-MONTH-DISCLOSURES
                   THRU LIST-MONTH-DISCLOSURES-EXIT.
           PERFORM WRITE-GRAND-TOTAL.
           PERFORM END-RTN.

       WRITE-HEADING.
           MOVE SPACES                 TO OUT-REC.
           STRING 'FULL-TIN DISCLOSURES BY RECIPIENT AND PURPOSE -'
                                        DELIMITED BY SIZE
                  ' MONTH '             DELIMITED BY SIZE
                  WS-MONTH-MM           DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WS-MONTH-YYYY         DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           STRING 'RECIPIENT    PURPOSE              SENT        TIME'
                                        DELIMITED BY SIZE
                  '      PROGRAM           RECORDS     TAXPAYER IDS'
                                        DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           STRING '                                  FILE'
                                        DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.

      *
      * one sequential pass of the whole registry - only the month's
      * full-TIN transmissions go to the sort
      *
       RELEASE-MONTH-DISCLOSURES.
           MOVE 0                      TO EOF-SW.
           PERFORM READ-XMIT-REGISTRY.
           PERFORM RELEASE-ONE-LINE UNTIL EOF-SW = 1.
           CLOSE XMITREG-FILE.
       RELEASE-MONTH-DISCLOSURES-EXIT.
           EXIT.

       READ-XMIT-REGISTRY.
           READ XMITREG-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               ADD 1                   TO REC-CTR.

       RELEASE-ONE-LINE.
           IF XR-DATE (1:6) = WS-MONTH-X
               ADD 1                   TO MONTH-CTR
               IF XR-PII-CLASS = 'M'
                   ADD 1               TO MASKED-CTR
               END-IF
               IF XR-PII-CLASS = 'F'
                   MOVE XR-RECIPIENT   TO SRT-RECIPIENT
                   MOVE XR-PURPOSE     TO SRT-PURPOSE
                   MOVE XR-DATE        TO SRT-DATE
                   MOVE XR-TIME        TO SRT-TIME
                   MOVE XR-PROGRAM     TO SRT-PROGRAM
                   MOVE XR-FILE-NAME   TO SRT-FILE-NAME
                   MOVE XR-REC-COUNT   TO SRT-REC-COUNT
                   MOVE XR-TIN-COUNT   TO SRT-TIN-COUNT
                   RELEASE SORT-REC
               END-IF
           END-IF.
           PERFORM READ-XMIT-REGISTRY.

       LIST-MONTH-DISCLOSURES.
           MOVE 0                      TO EOF-SW.
           PERFORM LIST-ONE-LINE UNTIL EOF-SW = 1.
           IF NOT FIRST-LINE
               PERFORM WRITE-PURPOSE-TOTAL
               PERFORM WRITE-RECIPIENT-TOTAL.
       LIST-MONTH-DISCLOSURES-EXIT.
           EXIT.

       LIST-ONE-LINE.
           RETURN SORT-FILE
               AT END
                   MOVE 1              TO EOF-SW
               NOT AT END
                   PERFORM WRITE-DISCLOSURE-LINES
           END-RETURN.

      *
      * a purpose break closes the purpose; a recipient break closes
      * the purpose and the recipient
      *
       WRITE-DISCLOSURE-LINES.
           IF NOT FIRST-LINE
               IF SRT-RECIPIENT NOT = WS-HOLD-RECIPIENT
                   PERFORM WRITE-PURPOSE-TOTAL
                   PERFORM WRITE-RECIPIENT-TOTAL
               ELSE
               IF SRT-PURPOSE NOT = WS-HOLD-PURPOSE
                   PERFORM WRITE-PURPOSE-TOTAL.
           MOVE 'N'                    TO FIRST-SW.
           MOVE SRT-RECIPIENT          TO WS-HOLD-RECIPIENT.
           MOVE SRT-PURPOSE            TO WS-HOLD-PURPOSE.
           ADD 1                       TO LISTED-CTR.
           ADD 1                       TO WS-PUR-FILES.
           ADD SRT-REC-COUNT           TO WS-PUR-RECS.
           ADD SRT-TIN-COUNT           TO WS-PUR-TINS.
           MOVE SRT-DATE               TO WS-DATE-IN.
           PERFORM FORMAT-DATE.
           MOVE SRT-TIME               TO WS-TIME-IN.
           MOVE WS-TIME-IN (1:2)       TO WS-TIME-OUT-HH.
           MOVE WS-TIME-IN (3:2)       TO WS-TIME-OUT-MI.
           MOVE WS-TIME-IN (5:2)       TO WS-TIME-OUT-SS.
           MOVE SRT-REC-COUNT          TO WS-CNT-DISP.
           MOVE SRT-TIN-COUNT          TO WS-TIN-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING SRT-RECIPIENT         DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  SRT-PURPOSE           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-DATE-OUT           DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-TIME-OUT           DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  SRT-PROGRAM           DELIMITED BY SIZE
                  WS-CNT-DISP           DELIMITED BY SIZE
                  '   '                 DELIMITED BY SIZE
                  WS-TIN-DISP           DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           STRING '                                  '
                                        DELIMITED BY SIZE
                  SRT-FILE-NAME         DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       WRITE-PURPOSE-TOTAL.
           MOVE WS-PUR-FILES           TO WS-QTY-DISP.
           MOVE WS-PUR-RECS            TO WS-CNT-DISP.
           MOVE WS-PUR-TINS            TO WS-TIN-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING '             '       DELIMITED BY SIZE
                  WS-HOLD-PURPOSE       DELIMITED BY SIZE
                  ' FILES '             DELIMITED BY SIZE
                  WS-QTY-DISP           DELIMITED BY SIZE
                  '              '      DELIMITED BY SIZE
                  WS-CNT-DISP           DELIMITED BY SIZE
                  '   '                 DELIMITED BY SIZE
                  WS-TIN-DISP           DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           ADD WS-PUR-FILES            TO WS-RCP-FILES.
           ADD WS-PUR-RECS             TO WS-RCP-RECS.
           ADD WS-PUR-TINS             TO WS-RCP-TINS.
           MOVE 0                      TO WS-PUR-FILES.
           MOVE 0                      TO WS-PUR-RECS.
           MOVE 0                      TO WS-PUR-TINS.

       WRITE-RECIPIENT-TOTAL.
           MOVE WS-RCP-FILES           TO WS-QTY-DISP.
           MOVE WS-RCP-RECS            TO WS-CNT-DISP.
           MOVE WS-RCP-TINS            TO WS-TIN-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING WS-HOLD-RECIPIENT     DELIMITED BY SIZE
                  ' TOTAL               '
                                        DELIMITED BY SIZE
                  ' FILES '             DELIMITED BY SIZE
                  WS-QTY-DISP           DELIMITED BY SIZE
                  '              '      DELIMITED BY SIZE
                  WS-CNT-DISP           DELIMITED BY SIZE
                  '   '                 DELIMITED BY SIZE
                  WS-TIN-DISP           DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           ADD WS-RCP-FILES            TO WS-TOT-FILES.
           ADD WS-RCP-RECS             TO WS-TOT-RECS.
           ADD WS-RCP-TINS             TO WS-TOT-TINS.
           MOVE 0                      TO WS-RCP-FILES.
           MOVE 0                      TO WS-RCP-RECS.
           MOVE 0                      TO WS-RCP-TINS.

       WRITE-GRAND-TOTAL.
           IF LISTED-CTR = 0
               MOVE 'NO FULL-TIN TRANSMISSIONS ON THE REGISTRY FOR THE'
                                       TO OUT-REC
               MOVE ' MONTH'           TO OUT-REC (50:6)
               WRITE OUT-REC
           ELSE
               MOVE WS-TOT-FILES       TO WS-QTY-DISP
               MOVE WS-TOT-RECS        TO WS-CNT-DISP
               MOVE WS-TOT-TINS        TO WS-TIN-DISP
               MOVE SPACES             TO OUT-REC
               STRING 'MONTH TOTAL                  '
                                        DELIMITED BY SIZE
                      '     FILES '     DELIMITED BY SIZE
                      WS-QTY-DISP       DELIMITED BY SIZE
                      '              '  DELIMITED BY SIZE
                      WS-CNT-DISP       DELIMITED BY SIZE
                      '   '             DELIMITED BY SIZE
                      WS-TIN-DISP       DELIMITED BY SIZE
                   INTO OUT-REC
               WRITE OUT-REC.

       FORMAT-DATE.
           MOVE WS-DATE-IN (5:2)       TO WS-DATE-OUT-MM.
           MOVE WS-DATE-IN (7:2)       TO WS-DATE-OUT-DD.
           MOVE WS-DATE-IN (1:4)       TO WS-DATE-OUT-YY.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR XMITPII1' UPON CRT AT 0915.
           DISPLAY REC-CTR  'REGISTRY LINES READ       =' UPON CRT
               AT 1125.
           DISPLAY MONTH-CTR 'TRANSMISSIONS IN MONTH   =' UPON CRT
               AT 1225.
           DISPLAY LISTED-CTR 'FULL-TIN TRANSMISSIONS   =' UPON CRT
               AT 1325.
           DISPLAY MASKED-CTR 'MASKED-TIN TRANSMISSIONS =' UPON CRT
               AT 1425.
           MOVE 0                      TO RETURN-CODE.
           CLOSE OUT-FILE.
           STOP RUN.
