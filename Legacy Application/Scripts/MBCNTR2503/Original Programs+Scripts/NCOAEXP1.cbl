       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NCOAEXP1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * NCOALink move-update export - ACSNIXIE1 only learns of a
      * move after USPS has carried the statement to the old address
      * and back, and the presort discounts POSTMAN1 and COMINGL1
      * claim require every address on the mailing to have been run
      * against NCOA within the prior 95 days anyway.  this pre-print
      * step writes the run's names and billing addresses in the
      * fixed layout the NCOA licensee takes; NCOAAPP1 applies what
      * comes back and stamps each client's move-update date.
      * bankruptcy party copies are addressed to attorneys and
      * trustees out of the bankruptcy file, not to the borrower, and
      * NCOA is a domestic product - neither is exported
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the run's .set, before it goes to print
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS IN1-STATUS.
      * the name-and-address file for the NCOA vendor
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
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
      * client and account ride along untouched so the vendor's
      * result file keys straight back to the loan
      *
       FD OUT-FILE
           RECORD CONTAINS 400 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01 OUT-REC.
           05  NCX-CLIENT              PIC X(4).
           05  NCX-ACCOUNT             PIC 9(13).
           05  NCX-NAME                PIC X(60).
           05  NCX-LINE-2              PIC X(60).
           05  NCX-LINE-3              PIC X(60).
           05  NCX-LINE-4              PIC X(60).
           05  NCX-LINE-5              PIC X(60).
           05  NCX-CITY                PIC X(51).
           05  NCX-STATE               PIC X(2).
           05  NCX-ZIP-5               PIC X(5).
           05  NCX-ZIP-4               PIC X(4).
           05  FILLER                  PIC X(21).
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

       01  VARIABLES.
           05  IN1-PATH.
               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 IN1-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
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
           05  EXPORT-CTR              PIC 9(7)  VALUE 0.
           05  BKCOPY-CTR              PIC 9(7)  VALUE 0.
           05  FOREIGN-CTR             PIC 9(7)  VALUE 0.
           05  NOADDR-CTR              PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
      *
      * control-total trailer verification - SETMB2000 appends a
      * trailer record (MB-CLIENT '9999') carrying the record count
      * and hash totals of the .set file; a vendor file cut from a
      * truncated .set would leave loans un-move-updated unnoticed
      *
           05  TRAILER-SEEN-SW         PIC X(1)  VALUE 'N'.
               88  TRAILER-SEEN                  VALUE 'Y'.
           05  WS-TRL-COUNT            PIC 9(7)  VALUE 0.
           05  WS-TRL-HASH-AMT         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TRL-HASH-ACCT        PIC S9(13) COMP-3 VALUE 0.
           05  WS-RUN-HASH-AMT         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-RUN-HASH-ACCT        PIC S9(13) COMP-3 VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME OUT-NAME.
           DISPLAY '* * * * B E G I N   N C O A E X P 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR OUT-NAME = SPACES
               DISPLAY '!!!! ENTER SET FILE AND NCOA EXPORT FILE'
                   UPON CRT AT 2301
               DISPLAY '!!!!   ON COMMAND LINE' UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! SET FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT OUT-FILE.
           PERFORM READ-SET-REC.
           PERFORM VERIFY-EXTRACT-LAYOUT.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
           PERFORM END-RTN.

       READ-SET-REC.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               IF MB-CLIENT = '9999'
                   MOVE 'Y'            TO TRAILER-SEEN-SW
                   MOVE MB-SEQ         TO WS-TRL-COUNT
                   MOVE MB-TOTAL-AMOUNT-DUE TO WS-TRL-HASH-AMT
                   MOVE MB-ACCOUNT     TO WS-TRL-HASH-ACCT
                   GO TO READ-SET-REC
               ELSE
                   ADD 1               TO REC-CTR
                   ADD MB-TOTAL-AMOUNT-DUE TO WS-RUN-HASH-AMT
                       ON SIZE ERROR CONTINUE
                   END-ADD
                   ADD MB-ACCOUNT      TO WS-RUN-HASH-ACCT
                       ON SIZE ERROR CONTINUE
                   END-ADD.

       001-MAIN.
           IF MB-FLEXFIELD6 (1:15) = 'BANKRUPTCY COPY'
           OR MB-FLEXFIELD6 (1:15) = 'AUTHORIZED COPY'
               ADD 1                   TO BKCOPY-CTR
               GO TO 001-MAIN-READ.
           IF MB-FOREIGN-ADDRESS NOT = SPACE
           AND MB-FOREIGN-ADDRESS NOT = '0'
               ADD 1                   TO FOREIGN-CTR
               GO TO 001-MAIN-READ.
      * nothing to match on without a ZIP and a street line
           IF MB-ZIP-5 = SPACES
           OR (MB-BILL-LINE-2 = SPACES AND MB-BILL-LINE-3 = SPACES
               AND MB-BILL-LINE-4 = SPACES AND MB-BILL-LINE-5 = SPACES)
               ADD 1                   TO NOADDR-CTR
               GO TO 001-MAIN-READ.
           MOVE SPACES                 TO OUT-REC.
           MOVE MB-CLIENT              TO NCX-CLIENT.
           MOVE MB-ACCOUNT             TO NCX-ACCOUNT.
           MOVE MB-BILL-NAME           TO NCX-NAME.
           MOVE MB-BILL-LINE-2         TO NCX-LINE-2.
           MOVE MB-BILL-LINE-3         TO NCX-LINE-3.
           MOVE MB-BILL-LINE-4         TO NCX-LINE-4.
           MOVE MB-BILL-LINE-5         TO NCX-LINE-5.
           MOVE MB-BILL-CITY           TO NCX-CITY.
           MOVE MB-BILL-STATE          TO NCX-STATE.
           MOVE MB-ZIP-5               TO NCX-ZIP-5.
           MOVE MB-ZIP-4               TO NCX-ZIP-4.
           WRITE OUT-REC.
           ADD 1                       TO EXPORT-CTR.
           ADD 1                       TO XMIT-REC-CTR.
           ADD MB-ACCOUNT              TO XMIT-HASH
               ON SIZE ERROR CONTINUE
           END-ADD.
       001-MAIN-READ.
           PERFORM READ-SET-REC.
       001-MAIN-EXIT.
           EXIT.

       VERIFY-CONTROL-TRAILER.
           IF NOT TRAILER-SEEN
               DISPLAY 'NO CONTROL TRAILER ON EXTRACT - COUNTS'
                   UPON CRT AT 2101
               DISPLAY 'UNVERIFIED (PRE-TRAILER FILE?)'
                   UPON CRT AT 2201
               MOVE 4                  TO RETURN-CODE
           ELSE
           IF WS-TRL-COUNT NOT = REC-CTR
           OR WS-TRL-HASH-AMT NOT = WS-RUN-HASH-AMT
           OR WS-TRL-HASH-ACCT NOT = WS-RUN-HASH-ACCT
               DISPLAY '!!!! CONTROL TRAILER MISMATCH - PARTIAL OR'
                   UPON CRT AT 2101
               DISPLAY '!!!!   ALTERED .SET FILE - DO NOT PROCESS'
                   UPON CRT AT 2201
               MOVE 12                 TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.

      *
      * layout-version handshake - a nonblank stamp this build does
      * not recognize means mb2000.cbl moved under us and the file
      * would mis-parse; stop before processing.  blank passes as a
      * pre-stamp file
      *
       VERIFY-EXTRACT-LAYOUT.
           IF EOF-SW = 0
           AND MB-LAYOUT-VERSION NOT = SPACES
           AND MB-LAYOUT-VERSION NOT = LOW-VALUES
           AND NOT MB-LAYOUT-CURRENT
               DISPLAY '!!!! EXTRACT LAYOUT VERSION MISMATCH -'
                   UPON CRT AT 2101
               DISPLAY '!!!!   RECOMPILE AGAINST CURRENT mb2000'
                   UPON CRT AT 2201
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
           MOVE 'NCOAEXP1'             TO XR-PROGRAM.
           MOVE 'NCOAVNDR'             TO XR-RECIPIENT.
           MOVE 'NCOA MOVE UPDATE'     TO XR-PURPOSE.
           MOVE OUT-NAME               TO XR-FILE-NAME.
           MOVE XMIT-REC-CTR           TO XR-REC-COUNT.
           MOVE XMIT-HASH              TO XR-HASH.
           MOVE 'N'                    TO XR-PII-CLASS.
           MOVE XMIT-TIN-CTR           TO XR-TIN-COUNT.
           WRITE XR-REC.
           CLOSE XMITREG-FILE.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR NCOAEXP1' UPON CRT AT 0915.
           DISPLAY REC-CTR  'EXTRACT RECORDS READ       =' UPON CRT
               AT 1125.
           DISPLAY EXPORT-CTR 'ADDRESSES EXPORTED       =' UPON CRT
               AT 1225.
           DISPLAY BKCOPY-CTR 'ADDRESSED COPIES SKIPPED =' UPON CRT
               AT 1325.
           DISPLAY FOREIGN-CTR 'FOREIGN ADDRESSES SKIPPED=' UPON CRT
               AT 1425.
           DISPLAY NOADDR-CTR 'NO USABLE ADDRESS        =' UPON CRT
               AT 1525.
           PERFORM VERIFY-CONTROL-TRAILER.
           IF REC-CTR = 0 AND RETURN-CODE < 4
               MOVE 4                  TO RETURN-CODE.
           PERFORM WRITE-XMIT-REGISTRY.
           CLOSE IN1-FILE.
           CLOSE OUT-FILE.
           STOP RUN.
