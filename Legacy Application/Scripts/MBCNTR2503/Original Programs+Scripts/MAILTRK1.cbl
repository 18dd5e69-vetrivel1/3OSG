      * IMB, or the legacy planet value on older manifests), so
      * "did the statements actually mail" finally has a data
      * answer: pieces manifested but never scanned (with aging off
      * their mail date), scan-to-delivery timing per client, each
      * client's first USPS acceptance scan (the mail-date SLA is
      * measured to it), and scans with no matching manifest line
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               10  CL-CLIENT           PIC X(4).
               10  CL-DELIVERED        PIC 9(7).
               10  CL-BUCKET OCCURS 11 TIMES PIC 9(7).
      *
      * earliest acceptance scan per client off the matched scans,
      * delivered or not - SLATRK1 reads the FIRST SCAN lines
      *
       01  WS-FS-COUNT                 PIC S9(4) COMP VALUE 0.
       01  FIRST-SCAN-TABLE.
           05  FS-ENTRY OCCURS 50 TIMES INDEXED BY FS-IDX.
               10  FS-CLIENT           PIC X(4).
               10  FS-FIRST-DATE       PIC 9(8).
               10  FS-SCANNED          PIC 9(7).
      *
       PROCEDURE DIVISION.
      *
           PERFORM MATCH-SCANS.
           PERFORM REPORT-UNSCANNED.
           PERFORM REPORT-CLIENT-TIMING.
           PERFORM REPORT-FIRST-SCANS.
           PERFORM END-RTN.

      *
               WRITE OUT-REC
           ELSE
               MOVE 'Y'                TO MT-SCANNED-SW (MT-IDX)
               PERFORM POST-FIRST-SCAN
               IF SCAN-DLV-DATE NOT = 0
                   PERFORM POST-DELIVERY-TIMING
               END-IF
               ELSE
                   MOVE 'Y'            TO CL-DROP-SW.

      *
      * a client past the table's capacity is counted with the
      * timing drops rather than posted against another client
      *
       POST-FIRST-SCAN.
           MOVE 'N'                    TO CL-FOUND-SW.
           IF WS-FS-COUNT > 0
               SET FS-IDX TO 1
               SEARCH FS-ENTRY
                   AT END
                       MOVE 'N'        TO CL-FOUND-SW
                   WHEN FS-CLIENT (FS-IDX) = MT-CLIENT (MT-IDX)
                   AND  FS-IDX NOT > WS-FS-COUNT
                       MOVE 'Y'        TO CL-FOUND-SW
               END-SEARCH.
           IF NOT CL-FOUND
               IF WS-FS-COUNT < 50
                   ADD 1               TO WS-FS-COUNT
                   SET FS-IDX TO WS-FS-COUNT
                   MOVE MT-CLIENT (MT-IDX) TO FS-CLIENT (FS-IDX)
                   MOVE SCAN-DATE      TO FS-FIRST-DATE (FS-IDX)
                   MOVE 0              TO FS-SCANNED (FS-IDX)
                   MOVE 'Y'            TO CL-FOUND-SW
               ELSE
                   ADD 1               TO CL-DROPPED-CTR.
           IF CL-FOUND
               ADD 1                   TO FS-SCANNED (FS-IDX)
               IF SCAN-DATE < FS-FIRST-DATE (FS-IDX)
                   MOVE SCAN-DATE      TO FS-FIRST-DATE (FS-IDX).

       REPORT-UNSCANNED.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MT-COUNT
               WRITE OUT-REC
           END-PERFORM.

       REPORT-FIRST-SCANS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FS-COUNT
               SET FS-IDX TO WS-SUB
               MOVE FS-SCANNED (FS-IDX) TO WS-QTY-DISP
               MOVE SPACES             TO OUT-REC
               STRING FS-CLIENT (FS-IDX) DELIMITED BY SIZE
                      '  FIRST SCAN '   DELIMITED BY SIZE
                      FS-FIRST-DATE (FS-IDX) DELIMITED BY SIZE
                      '  PIECES SCANNED ' DELIMITED BY SIZE
                      WS-QTY-DISP       DELIMITED BY SIZE
                   INTO OUT-REC
               WRITE OUT-REC
           END-PERFORM.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR MAILTRK1' UPON CRT AT 0915.
           DISPLAY MAN-CTR 'MANIFEST PIECES            =' UPON CRT
