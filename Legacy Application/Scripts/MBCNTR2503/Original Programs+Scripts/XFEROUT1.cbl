       IDENTIFICATION DIVISION.
       PROGRAM-ID.  XFEROUT1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * servicing transfer-out - SETMB2000 writes welcome data for
      * loans boarded by acquisition, but nothing handled a loan
      * leaving when a client sells servicing: no goodbye letter, the
      * statements kept going after the new servicer took over, and
      * the loans then vanished from the extract with nothing to say
      * whether they were meant to.  operations key each sale into
      * the transfer-batch control file (xferbat.tab) - a header per
      * batch with the effective date and the new servicer's name,
      * address and phone, and either an investor code (every loan
      * of that MB-BANK investor goes) or one line per account.
      * this step, run per client over the cycle's .set:
      *   - registers every batch loan on the permanent transfer-out
      *     register (xferout.tab), which SETMB2000 reads to stop the
      *     statement from the effective date on, governing reason
      *     TRANSFER on the suppression registry
      *   - writes one goodbye-notice record per loan the first cycle
      *     it is seen, with the borrower's mailing block and the new
      *     servicer's; a notice going out later than 15 days before
      *     the effective date is flagged late, as is a loan still
      *     off the extract that close to its date
      *   - given the CYCCOMP1 comparison report, holds every loan it
      *     lists as disappeared against the register at cutover - a
      *     transferred loan past its date is stamped cut over, one
      *     that vanished early or that no batch names is flagged
      * ends RC 4 when anything was flagged
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * this cycle's .set
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS IN1-STATUS.
      * the transfer-batch control file - operator maintained
           SELECT BAT-FILE  ASSIGN TO DYNAMIC BAT-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS BAT-STATUS.
      * the permanent transfer-out register - optional on the first
      * run, read whole and written whole
           SELECT REG-FILE  ASSIGN TO DYNAMIC REG-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS REG-STATUS.
      * the CYCCOMP1 comparison report - optional
           SELECT CYC-FILE  ASSIGN TO DYNAMIC CYC-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS CYC-STATUS.
      * goodbye-notice data for the letter run
           SELECT BYE-FILE  ASSIGN TO DYNAMIC BYE-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the transfer-out report
           SELECT OUT-FILE  ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the permanent borrower correspondence history - one line
      * appended per piece of correspondence produced
            SELECT OPTIONAL CORRHIST-FILE
                   ASSIGN TO DYNAMIC CORRHIST-PATH
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
      * H - one per batch; XB-INVESTOR blank means the batch is the
      * account lines that follow it under the same batch id
      * L - one account of a loan-list batch
      *
       FD  BAT-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BAT-REC.
       01  BAT-REC.
           05  XB-TYPE                 PIC X(1).
               88  XB-HEADER                     VALUE 'H'.
               88  XB-LOAN                       VALUE 'L'.
           05  XB-BATCH                PIC X(8).
           05  XB-CLIENT               PIC X(4).
           05  XB-DETAIL               PIC X(187).
           05  XB-HEADER-DETAIL REDEFINES XB-DETAIL.
               10  XB-EFF-DATE         PIC 9(8).
               10  XB-INVESTOR         PIC X(3).
               10  XB-NEW-NAME         PIC X(40).
               10  XB-NEW-ADDR         PIC X(40).
               10  XB-NEW-CITY         PIC X(25).
               10  XB-NEW-STATE        PIC X(2).
               10  XB-NEW-ZIP          PIC X(10).
               10  XB-NEW-PHONE        PIC X(14).
               10  FILLER              PIC X(45).
           05  XB-LOAN-DETAIL REDEFINES XB-DETAIL.
               10  XB-ACCOUNT          PIC 9(13).
               10  FILLER              PIC X(174).
      *
       FD  REG-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-REC.
       01  REG-REC                     PIC X(120).
      *
       FD  CYC-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CYC-REC.
       01  CYC-REC.
           05  CYC-CLIENT              PIC X(4).
           05  FILLER                  PIC X(2).
           05  CYC-ACCOUNT             PIC 9(13).
           05  FILLER                  PIC X(2).
           05  CYC-TEXT                PIC X(11).
           05  FILLER                  PIC X(100).
      *
       FD  BYE-FILE
           RECORD CONTAINS 450 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BYE-REC.
       01  BYE-REC.
           05  BYE-CLIENT              PIC X(4).
           05  BYE-ACCOUNT             PIC 9(13).
           05  BYE-BATCH               PIC X(8).
           05  BYE-BILL-NAME           PIC X(60).
           05  BYE-LINE-2              PIC X(60).
           05  BYE-LINE-3              PIC X(60).
           05  BYE-CITY                PIC X(30).
           05  BYE-STATE               PIC X(2).
           05  BYE-ZIP                 PIC X(9).
           05  BYE-NEW-NAME            PIC X(40).
           05  BYE-NEW-ADDR            PIC X(40).
           05  BYE-NEW-CITY            PIC X(25).
           05  BYE-NEW-STATE           PIC X(2).
           05  BYE-NEW-ZIP             PIC X(10).
           05  BYE-NEW-PHONE           PIC X(14).
           05  BYE-EFF-DATE            PIC 9(8).
           05  BYE-NOTICE-DATE         PIC 9(8).
           05  BYE-LATE-SW             PIC X(1).
           05  FILLER                  PIC X(56).
      *
       FD  OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01  OUT-REC                     PIC X(132).
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

       01  VARIABLES.
           05  BAT-PATH                PIC X(40)
               VALUE '/users/public/xferbat.tab'.
           05  REG-PATH                PIC X(40)
               VALUE '/users/public/xferout.tab'.
           05  IN1-PATH.
               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 IN1-NAME             PIC X(64).
           05  BYE-PATH.
               10 BYE-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 BYE-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  CYC-PATH.
               10 CYC-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 CYC-NAME             PIC X(64).
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  BAT-STATUS              PIC X(2)  VALUE SPACES.
           05  REG-STATUS              PIC X(2)  VALUE SPACES.
           05  CYC-STATUS              PIC X(2)  VALUE SPACES.
           05  CORRHIST-PATH           PIC X(40)
               VALUE '/users/public/out/corrhist.dat'.
           05  WS-RUN-TIME-X           PIC X(8)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  WS-CLIENT               PIC X(4)  VALUE SPACES.
           05  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           05  WS-RUN-DAYS             PIC S9(9) COMP-3 VALUE 0.
           05  WS-EFF-DAYS             PIC S9(9) COMP-3 VALUE 0.
           05  WS-AGE-DAYS             PIC S9(9) COMP-3 VALUE 0.
           05  WS-RPT-ACCOUNT          PIC 9(13) VALUE 0.
           05  WS-REASON               PIC X(50) VALUE SPACES.
           05  WS-SUB                  PIC S9(8) COMP VALUE 0.
           05  WS-BSUB                 PIC S9(4) COMP VALUE 0.
           05  WS-QTY-DISP             PIC ZZZZZZ9.
           05  SET-CTR                 PIC 9(7)  VALUE 0.
           05  REGISTERED-CTR          PIC 9(7)  VALUE 0.
           05  NOTICE-CTR              PIC 9(7)  VALUE 0.
           05  LATE-CTR                PIC 9(7)  VALUE 0.
           05  PENDING-CTR             PIC 9(7)  VALUE 0.
           05  STILL-BILLED-CTR        PIC 9(7)  VALUE 0.
           05  CUTOVER-CTR             PIC 9(7)  VALUE 0.
           05  EARLY-CTR               PIC 9(7)  VALUE 0.
           05  UNEXPLAINED-CTR         PIC 9(7)  VALUE 0.
           05  PURGED-CTR              PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  REG-FOUND-SW            PIC X(1)  VALUE 'N'.
               88  REG-FOUND                     VALUE 'Y'.
           05  BAT-FOUND-SW            PIC X(1)  VALUE 'N'.
               88  BAT-FOUND                     VALUE 'Y'.
           05  WS-FIND-ACCOUNT         PIC 9(13) VALUE 0.
      *
      * RESPA wants the goodbye letter out at least this many days
      * ahead of the effective date
      *
           05  WS-NOTICE-LEAD          PIC 9(3)  VALUE 15.
      *
      * a register entry cut over this long ago drops off
      *
           05  WS-RETAIN-DAYS          PIC 9(3)  VALUE 365.
      *
      * day numbers for the date arithmetic - as EXCQUEUE1 ages its
      * queue
      *
           05  WS-DN-DATE.
               10  WS-DN-YYYY          PIC 9(4).
               10  WS-DN-MM            PIC 9(2).
               10  WS-DN-DD            PIC 9(2).
           05  WS-DN-DATE-N REDEFINES WS-DN-DATE PIC 9(8).
           05  WS-DN-YR                PIC 9(4)  VALUE 0.
           05  WS-DN-Q4                PIC 9(4)  VALUE 0.
           05  WS-DN-Q100              PIC 9(4)  VALUE 0.
           05  WS-DN-Q400              PIC 9(4)  VALUE 0.
           05  WS-DN-DAYS              PIC S9(9) COMP-3 VALUE 0.
           05  WS-CUM-DAYS-X           PIC X(36)
               VALUE '000031059090120151181212243273304334'.
           05  WS-CUM-DAYS-TBL REDEFINES WS-CUM-DAYS-X.
               10  WS-CUM-DAYS         PIC 9(3) OCCURS 12 TIMES.
      *
      * one register entry - the layout of REG-REC.  the new
      * servicer is carried so SETMB2000 and the CSR can name it
      * without going back to the batch file
      *
       01  REGISTER-ENTRY.
           05  XR-CLIENT               PIC X(4).
           05  XR-ACCOUNT              PIC 9(13).
           05  XR-BATCH                PIC X(8).
           05  XR-EFF-DATE             PIC 9(8).
           05  XR-NOTICE-DATE          PIC 9(8).
           05  XR-CUTOVER-DATE         PIC 9(8).
           05  XR-NEW-NAME             PIC X(40).
           05  XR-LATE-SW              PIC X(1).
           05  FILLER                  PIC X(30).
      *
      * the client's batches
      *
       01  BATCH-TABLE.
           05  BT-ENTRY OCCURS 50 TIMES INDEXED BY BT-IDX.
               10  BT-BATCH            PIC X(8).
               10  BT-EFF-DATE         PIC 9(8).
               10  BT-INVESTOR         PIC X(3).
               10  BT-NEW-NAME         PIC X(40).
               10  BT-NEW-ADDR         PIC X(40).
               10  BT-NEW-CITY         PIC X(25).
               10  BT-NEW-STATE        PIC X(2).
               10  BT-NEW-ZIP          PIC X(10).
               10  BT-NEW-PHONE        PIC X(14).
               10  BT-LOANS            PIC 9(7).
               10  BT-NOTICES          PIC 9(7).
               10  BT-CUTOVERS         PIC 9(7).
       77  WS-BT-COUNT                 PIC S9(4) COMP VALUE 0.
      *
      * the register, every client, held whole for the rewrite; the
      * seen switch marks an entry found on tonight's extract
      *
       01  WS-RG-COUNT                 PIC S9(8) COMP VALUE 0.
       01  REGISTER-TABLE.
           05  RG-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-RG-COUNT
                   INDEXED BY RG-IDX.
               10  RG-IMAGE            PIC X(120).
               10  RG-SEEN-SW          PIC X(1).
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO WS-CLIENT IN1-NAME BYE-NAME OUT-NAME CYC-NAME.
           DISPLAY '* * * * B E G I N   X F E R O U T 1 . C B L'
               UPON CRT AT 1401.
           IF WS-CLIENT = SPACES OR IN1-NAME = SPACES
           OR BYE-NAME = SPACES OR OUT-NAME = SPACES
               DISPLAY '!!!! ENTER CLIENT, SET FILE, NOTICE FILE,'
                   UPON CRT AT 2301
               DISPLAY '!!!!   REPORT AND OPTIONAL CYCCOMP1 REPORT'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! SET FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE            TO WS-DN-DATE-N.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE WS-DN-DAYS             TO WS-RUN-DAYS.
           OPEN OUTPUT BYE-FILE.
           OPEN OUTPUT OUT-FILE.
           OPEN EXTEND CORRHIST-FILE.
           ACCEPT WS-RUN-TIME-X FROM TIME.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM LOAD-REGISTER THRU LOAD-REGISTER-EXIT.
           PERFORM LOAD-BATCHES THRU LOAD-BATCHES-EXIT.
           MOVE 0                      TO EOF-SW.
           PERFORM READ-SET-REC.
           PERFORM VERIFY-EXTRACT-LAYOUT.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL EOF-SW = 1.
           CLOSE IN1-FILE.
           PERFORM CHECK-PENDING-NOTICES.
           IF CYC-NAME NOT = SPACES
               PERFORM RECONCILE-DISAPPEARED
                   THRU RECONCILE-DISAPPEARED-EXIT.
           PERFORM WRITE-BATCH-SUMMARY.
           PERFORM REWRITE-REGISTER.
           PERFORM END-RTN.

       COMPUTE-DAY-NUMBER.
           MOVE WS-DN-YYYY             TO WS-DN-YR.
           IF WS-DN-MM < 3
               SUBTRACT 1              FROM WS-DN-YR.
           DIVIDE WS-DN-YR BY 4   GIVING WS-DN-Q4.
           DIVIDE WS-DN-YR BY 100 GIVING WS-DN-Q100.
           DIVIDE WS-DN-YR BY 400 GIVING WS-DN-Q400.
           COMPUTE WS-DN-DAYS = WS-DN-YYYY * 365.
           COMPUTE WS-DN-DAYS = WS-DN-DAYS + WS-DN-Q4 - WS-DN-Q100
               + WS-DN-Q400.
           COMPUTE WS-DN-DAYS = WS-DN-DAYS + WS-CUM-DAYS (WS-DN-MM)
               + WS-DN-DD.

      *
      * a cut-over entry past the retention period is dropped as the
      * register loads; everything else, every client, rides through
      *
       LOAD-REGISTER.
           OPEN INPUT REG-FILE.
           IF REG-STATUS NOT = '00'
               GO TO LOAD-REGISTER-EXIT.
           MOVE 0                      TO EOF-SW.
           PERFORM UNTIL EOF-SW = 1
               READ REG-FILE INTO REGISTER-ENTRY
                   AT END MOVE 1       TO EOF-SW
                   NOT AT END
                       PERFORM KEEP-REGISTER-ENTRY
               END-READ
           END-PERFORM.
           CLOSE REG-FILE.
       LOAD-REGISTER-EXIT.
           EXIT.

       KEEP-REGISTER-ENTRY.
           IF XR-CUTOVER-DATE NOT = 0
               MOVE XR-CUTOVER-DATE    TO WS-DN-DATE-N
               PERFORM COMPUTE-DAY-NUMBER
               COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-DN-DAYS
               IF WS-AGE-DAYS > WS-RETAIN-DAYS
                   ADD 1               TO PURGED-CTR
               ELSE
                   PERFORM ADD-REGISTER-ENTRY
               END-IF
           ELSE
               PERFORM ADD-REGISTER-ENTRY.

       ADD-REGISTER-ENTRY.
           IF WS-RG-COUNT < 50000
               ADD 1                   TO WS-RG-COUNT
               SET RG-IDX TO WS-RG-COUNT
               MOVE REGISTER-ENTRY     TO RG-IMAGE (RG-IDX)
               MOVE 'N'                TO RG-SEEN-SW (RG-IDX)
           ELSE
               DISPLAY '!!!! TRANSFER REGISTER TABLE FULL - STOP'
                   UPON CRT AT 2301
               MOVE 16                 TO RETURN-CODE
               STOP RUN.

      *
      * the client's headers first, then its account lines - an
      * account line registers its loan straight off the batch so
      * SETMB2000 stops the statement even if the loan never reaches
      * a .set before its date
      *
       LOAD-BATCHES.
           OPEN INPUT BAT-FILE.
           IF BAT-STATUS NOT = '00'
               DISPLAY '!!!! NO TRANSFER-BATCH FILE - REGISTER ONLY'
                   UPON CRT AT 2001
               GO TO LOAD-BATCHES-EXIT.
           MOVE 0                      TO EOF-SW.
           PERFORM UNTIL EOF-SW = 1
               READ BAT-FILE
                   AT END MOVE 1       TO EOF-SW
                   NOT AT END
                       IF XB-HEADER AND XB-CLIENT = WS-CLIENT
                       AND WS-BT-COUNT < 50
                           PERFORM SAVE-BATCH-HEADER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BAT-FILE.
           OPEN INPUT BAT-FILE.
           MOVE 0                      TO EOF-SW.
           PERFORM UNTIL EOF-SW = 1
               READ BAT-FILE
                   AT END MOVE 1       TO EOF-SW
                   NOT AT END
                       IF XB-LOAN AND XB-CLIENT = WS-CLIENT
                           PERFORM REGISTER-BATCH-LOAN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BAT-FILE.
       LOAD-BATCHES-EXIT.
           EXIT.

       SAVE-BATCH-HEADER.
           ADD 1                       TO WS-BT-COUNT.
           SET BT-IDX TO WS-BT-COUNT.
           MOVE XB-BATCH               TO BT-BATCH (BT-IDX).
           MOVE XB-EFF-DATE            TO BT-EFF-DATE (BT-IDX).
           MOVE XB-INVESTOR            TO BT-INVESTOR (BT-IDX).
           MOVE XB-NEW-NAME            TO BT-NEW-NAME (BT-IDX).
           MOVE XB-NEW-ADDR            TO BT-NEW-ADDR (BT-IDX).
           MOVE XB-NEW-CITY            TO BT-NEW-CITY (BT-IDX).
           MOVE XB-NEW-STATE           TO BT-NEW-STATE (BT-IDX).
           MOVE XB-NEW-ZIP             TO BT-NEW-ZIP (BT-IDX).
           MOVE XB-NEW-PHONE           TO BT-NEW-PHONE (BT-IDX).
           MOVE 0                      TO BT-LOANS (BT-IDX)
                                          BT-NOTICES (BT-IDX)
                                          BT-CUTOVERS (BT-IDX).

       REGISTER-BATCH-LOAN.
           MOVE 'N'                    TO BAT-FOUND-SW.
           PERFORM VARYING BT-IDX FROM 1 BY 1
                   UNTIL BT-IDX > WS-BT-COUNT OR BAT-FOUND
               IF BT-BATCH (BT-IDX) = XB-BATCH
                   MOVE 'Y'            TO BAT-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT BAT-FOUND
               MOVE XB-ACCOUNT         TO WS-RPT-ACCOUNT
               MOVE 'ACCOUNT LINE WITH NO BATCH HEADER'
                                       TO WS-REASON
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               SET BT-IDX DOWN BY 1
               MOVE XB-ACCOUNT         TO WS-FIND-ACCOUNT
               PERFORM FIND-REGISTER-ENTRY
               IF NOT REG-FOUND
                   PERFORM NEW-REGISTER-ENTRY
               END-IF.

       FIND-REGISTER-ENTRY.
           MOVE 'N'                    TO REG-FOUND-SW.
           IF WS-RG-COUNT > 0
               SET RG-IDX TO 1
               SEARCH RG-ENTRY
                   AT END
                       MOVE 'N'        TO REG-FOUND-SW
                   WHEN RG-IMAGE (RG-IDX) (1:4) = WS-CLIENT
                   AND  RG-IMAGE (RG-IDX) (5:13) = WS-FIND-ACCOUNT
                       MOVE 'Y'        TO REG-FOUND-SW
               END-SEARCH.

      * BT-IDX names the batch; RG-IDX is left on the new entry
       NEW-REGISTER-ENTRY.
           MOVE SPACES                 TO REGISTER-ENTRY.
           MOVE WS-CLIENT              TO XR-CLIENT.
           MOVE WS-FIND-ACCOUNT        TO XR-ACCOUNT.
           MOVE BT-BATCH (BT-IDX)      TO XR-BATCH.
           MOVE BT-EFF-DATE (BT-IDX)   TO XR-EFF-DATE.
           MOVE 0                      TO XR-NOTICE-DATE
                                          XR-CUTOVER-DATE.
           MOVE BT-NEW-NAME (BT-IDX)   TO XR-NEW-NAME.
           MOVE 'N'                    TO XR-LATE-SW.
           PERFORM ADD-REGISTER-ENTRY.
           ADD 1                       TO REGISTERED-CTR.

       READ-SET-REC.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               IF MB-CLIENT = '9999'
               OR MB-FLEXFIELD6 (1:15) = 'BANKRUPTCY COPY'
               OR MB-FLEXFIELD6 (1:15) = 'AUTHORIZED COPY'
                   GO TO READ-SET-REC
               ELSE
                   ADD 1               TO SET-CTR.

      *
      * a loan on the extract is a transfer loan when the register
      * already has it or an investor batch takes its MB-BANK
      *
       001-MAIN.
           IF MB-CLIENT NOT = WS-CLIENT
               PERFORM READ-SET-REC
               GO TO 001-MAIN-EXIT.
           MOVE MB-ACCOUNT             TO WS-FIND-ACCOUNT.
           PERFORM FIND-REGISTER-ENTRY.
           IF NOT REG-FOUND
               PERFORM FIND-INVESTOR-BATCH
               IF BAT-FOUND
                   PERFORM NEW-REGISTER-ENTRY
                   MOVE 'Y'            TO REG-FOUND-SW
               END-IF
           END-IF.
           IF NOT REG-FOUND
               PERFORM READ-SET-REC
               GO TO 001-MAIN-EXIT.
           MOVE 'Y'                    TO RG-SEEN-SW (RG-IDX).
           MOVE RG-IMAGE (RG-IDX)      TO REGISTER-ENTRY.
           PERFORM FIND-ENTRY-BATCH.
           IF XR-NOTICE-DATE = 0
               IF BAT-FOUND
                   PERFORM WRITE-GOODBYE-NOTICE
               ELSE
                   MOVE MB-ACCOUNT     TO WS-RPT-ACCOUNT
                   MOVE 'REGISTERED BUT BATCH NO LONGER ON FILE'
                                       TO WS-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF.
      * the statement should already have stopped - a loan billed
      * on or after its date was registered too late for SETMB2000
           IF XR-EFF-DATE NOT > WS-RUN-DATE
               ADD 1                   TO STILL-BILLED-CTR
               MOVE MB-ACCOUNT         TO WS-RPT-ACCOUNT
               MOVE 'BILLED ON OR AFTER TRANSFER EFFECTIVE DATE'
                                       TO WS-REASON
               PERFORM WRITE-EXCEPTION-LINE.
           MOVE REGISTER-ENTRY         TO RG-IMAGE (RG-IDX).
           PERFORM READ-SET-REC.
       001-MAIN-EXIT.
           EXIT.

       FIND-INVESTOR-BATCH.
           MOVE 'N'                    TO BAT-FOUND-SW.
           PERFORM VARYING WS-BSUB FROM 1 BY 1
                   UNTIL WS-BSUB > WS-BT-COUNT OR BAT-FOUND
               IF BT-INVESTOR (WS-BSUB) NOT = SPACES
               AND BT-INVESTOR (WS-BSUB) = MB-BANK
                   MOVE 'Y'            TO BAT-FOUND-SW
                   SET BT-IDX TO WS-BSUB
               END-IF
           END-PERFORM.

       FIND-ENTRY-BATCH.
           MOVE 'N'                    TO BAT-FOUND-SW.
           PERFORM VARYING WS-BSUB FROM 1 BY 1
                   UNTIL WS-BSUB > WS-BT-COUNT OR BAT-FOUND
               IF BT-BATCH (WS-BSUB) = XR-BATCH
                   MOVE 'Y'            TO BAT-FOUND-SW
                   SET BT-IDX TO WS-BSUB
               END-IF
           END-PERFORM.

      *
      * the goodbye letter's data - the borrower's mailing block off
      * the statement record and the new servicer off the batch.
      * late is any notice inside the lead days of the date
      *
       WRITE-GOODBYE-NOTICE.
           MOVE XR-EFF-DATE            TO WS-DN-DATE-N.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE WS-DN-DAYS             TO WS-EFF-DAYS.
           MOVE 'N'                    TO XR-LATE-SW.
           IF WS-EFF-DAYS - WS-RUN-DAYS < WS-NOTICE-LEAD
               MOVE 'Y'                TO XR-LATE-SW
               ADD 1                   TO LATE-CTR
               MOVE MB-ACCOUNT         TO WS-RPT-ACCOUNT
               MOVE 'GOODBYE NOTICE LATE - UNDER 15 DAYS NOTICE'
                                       TO WS-REASON
               PERFORM WRITE-EXCEPTION-LINE.
           MOVE WS-RUN-DATE            TO XR-NOTICE-DATE.
           MOVE SPACES                 TO BYE-REC.
           MOVE WS-CLIENT              TO BYE-CLIENT.
           MOVE MB-ACCOUNT             TO BYE-ACCOUNT.
           MOVE XR-BATCH               TO BYE-BATCH.
           MOVE MB-BILL-NAME           TO BYE-BILL-NAME.
           MOVE MB-BILL-LINE-2         TO BYE-LINE-2.
           MOVE MB-BILL-LINE-3         TO BYE-LINE-3.
           MOVE MB-BILL-CITY           TO BYE-CITY.
           MOVE MB-BILL-STATE          TO BYE-STATE.
           MOVE MB-BILL-ZIP-CODE       TO BYE-ZIP.
           MOVE BT-NEW-NAME (BT-IDX)   TO BYE-NEW-NAME.
           MOVE BT-NEW-ADDR (BT-IDX)   TO BYE-NEW-ADDR.
           MOVE BT-NEW-CITY (BT-IDX)   TO BYE-NEW-CITY.
           MOVE BT-NEW-STATE (BT-IDX)  TO BYE-NEW-STATE.
           MOVE BT-NEW-ZIP (BT-IDX)    TO BYE-NEW-ZIP.
           MOVE BT-NEW-PHONE (BT-IDX)  TO BYE-NEW-PHONE.
           MOVE XR-EFF-DATE            TO BYE-EFF-DATE.
           MOVE WS-RUN-DATE            TO BYE-NOTICE-DATE.
           MOVE XR-LATE-SW             TO BYE-LATE-SW.
           WRITE BYE-REC.
           ADD 1                       TO NOTICE-CTR.
           PERFORM WRITE-CORR-HISTORY-LINE.

      *
      * each goodbye notice produced is logged to the permanent
      * correspondence history with the transfer's effective date
      *
       WRITE-CORR-HISTORY-LINE.
           MOVE SPACES                 TO CH-REC.
           MOVE MB-ACCOUNT             TO CH-ACCOUNT.
           MOVE WS-RUN-DATE            TO CH-DATE.
           MOVE WS-RUN-TIME-X (1:6)    TO CH-TIME.
           MOVE WS-CLIENT              TO CH-CLIENT.
           MOVE 'GOODBYE'              TO CH-DOC-TYPE.
           MOVE 'P'                    TO CH-CHANNEL.
           MOVE 'XFEROUT1'             TO CH-PROGRAM.
           MOVE MB-JOB                 TO CH-RUN.
           MOVE BYE-NAME               TO CH-ARTIFACT.
           STRING 'EFFECTIVE '          DELIMITED BY SIZE
                  XR-EFF-DATE           DELIMITED BY SIZE
               INTO CH-REFERENCE.
           WRITE CH-REC.

      *
      * a registered loan with no notice yet and not on tonight's
      * extract - nothing to address the letter from.  flagged once
      * the lead days are used up
      *
       CHECK-PENDING-NOTICES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RG-COUNT
               SET RG-IDX TO WS-SUB
               MOVE RG-IMAGE (RG-IDX)  TO REGISTER-ENTRY
               IF XR-CLIENT = WS-CLIENT
                   PERFORM COUNT-BATCH-LOAN
                   IF XR-NOTICE-DATE = 0
                   AND RG-SEEN-SW (RG-IDX) = 'N'
                       PERFORM CHECK-ONE-PENDING
                   END-IF
               END-IF
           END-PERFORM.

       COUNT-BATCH-LOAN.
           PERFORM FIND-ENTRY-BATCH.
           IF BAT-FOUND
               ADD 1                   TO BT-LOANS (BT-IDX)
               IF XR-NOTICE-DATE NOT = 0
                   ADD 1               TO BT-NOTICES (BT-IDX)
               END-IF
               IF XR-CUTOVER-DATE NOT = 0
                   ADD 1               TO BT-CUTOVERS (BT-IDX)
               END-IF
           END-IF.

       CHECK-ONE-PENDING.
           MOVE XR-EFF-DATE            TO WS-DN-DATE-N.
           PERFORM COMPUTE-DAY-NUMBER.
           IF WS-DN-DAYS - WS-RUN-DAYS < WS-NOTICE-LEAD
               ADD 1                   TO PENDING-CTR
               MOVE XR-ACCOUNT         TO WS-RPT-ACCOUNT
               MOVE 'NO GOODBYE NOTICE - LOAN NOT ON EXTRACT'
                                       TO WS-REASON
               PERFORM WRITE-EXCEPTION-LINE.

      *
      * cutover - every loan CYCCOMP1 lists as gone since the prior
      * cycle is held against the register
      *
       RECONCILE-DISAPPEARED.
           OPEN INPUT CYC-FILE.
           IF CYC-STATUS NOT = '00'
               DISPLAY '!!!! CYCCOMP1 REPORT NOT FOUND - NO CUTOVER'
                   UPON CRT AT 2001
               DISPLAY CYC-NAME UPON CRT AT 2101
               GO TO RECONCILE-DISAPPEARED-EXIT.
           MOVE 0                      TO EOF-SW.
           PERFORM UNTIL EOF-SW = 1
               READ CYC-FILE
                   AT END MOVE 1       TO EOF-SW
                   NOT AT END
                       IF CYC-CLIENT = WS-CLIENT
                       AND CYC-TEXT = 'DISAPPEARED'
                       AND CYC-ACCOUNT NUMERIC
                           PERFORM RECONCILE-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CYC-FILE.
       RECONCILE-DISAPPEARED-EXIT.
           EXIT.

       RECONCILE-ONE-LOAN.
           MOVE CYC-ACCOUNT            TO WS-FIND-ACCOUNT.
           MOVE CYC-ACCOUNT            TO WS-RPT-ACCOUNT.
           PERFORM FIND-REGISTER-ENTRY.
           IF NOT REG-FOUND
               ADD 1                   TO UNEXPLAINED-CTR
               MOVE 'DISAPPEARED - NOT IN ANY TRANSFER BATCH'
                                       TO WS-REASON
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               MOVE RG-IMAGE (RG-IDX)  TO REGISTER-ENTRY
               IF XR-EFF-DATE > WS-RUN-DATE
                   ADD 1               TO EARLY-CTR
                   MOVE 'DISAPPEARED BEFORE TRANSFER EFFECTIVE DATE'
                                       TO WS-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
                   IF XR-CUTOVER-DATE = 0
                       MOVE WS-RUN-DATE TO XR-CUTOVER-DATE
                       MOVE REGISTER-ENTRY TO RG-IMAGE (RG-IDX)
                       ADD 1           TO CUTOVER-CTR
                       PERFORM FIND-ENTRY-BATCH
                       IF BAT-FOUND
                           ADD 1       TO BT-CUTOVERS (BT-IDX)
                       END-IF
                   END-IF
               END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES                 TO OUT-REC.
           STRING 'SERVICING TRANSFER-OUT - CLIENT ' DELIMITED BY SIZE
                  WS-CLIENT             DELIMITED BY SIZE
                  '  RUN '              DELIMITED BY SIZE
                  WS-RUN-DATE           DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'EXCEPTIONS'           TO OUT-REC.
           WRITE OUT-REC.

       WRITE-EXCEPTION-LINE.
           MOVE SPACES                 TO OUT-REC.
           STRING WS-CLIENT             DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-RPT-ACCOUNT        DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-REASON             DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       WRITE-BATCH-SUMMARY.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           STRING 'BATCH     EFFECTIVE  INV  NEW SERVICER'
                                        DELIMITED BY SIZE
                  '                               LOANS  NOTICES'
                                        DELIMITED BY SIZE
                  '  CUT OVER'          DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           PERFORM VARYING BT-IDX FROM 1 BY 1
                   UNTIL BT-IDX > WS-BT-COUNT
               MOVE SPACES             TO OUT-REC
               MOVE BT-BATCH (BT-IDX)  TO OUT-REC (1:8)
               MOVE BT-EFF-DATE (BT-IDX) TO OUT-REC (11:8)
               MOVE BT-INVESTOR (BT-IDX) TO OUT-REC (22:3)
               MOVE BT-NEW-NAME (BT-IDX) TO OUT-REC (27:40)
               MOVE BT-LOANS (BT-IDX)  TO WS-QTY-DISP
               MOVE WS-QTY-DISP        TO OUT-REC (69:7)
               MOVE BT-NOTICES (BT-IDX) TO WS-QTY-DISP
               MOVE WS-QTY-DISP        TO OUT-REC (78:7)
               MOVE BT-CUTOVERS (BT-IDX) TO WS-QTY-DISP
               MOVE WS-QTY-DISP        TO OUT-REC (87:7)
               WRITE OUT-REC
           END-PERFORM.

       REWRITE-REGISTER.
           OPEN OUTPUT REG-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RG-COUNT
               SET RG-IDX TO WS-SUB
               MOVE RG-IMAGE (RG-IDX)  TO REG-REC
               WRITE REG-REC
           END-PERFORM.
           CLOSE REG-FILE.

      *
      * layout-version handshake, as CYCCOMP1 makes it
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

       END-RTN.
           CLOSE BYE-FILE.
           CLOSE OUT-FILE.
           CLOSE CORRHIST-FILE.
           DISPLAY 'FINAL TOTALS FOR XFEROUT1' UPON CRT AT 0915.
           DISPLAY SET-CTR 'LOANS ON EXTRACT          =' UPON CRT
               AT 1125.
           DISPLAY REGISTERED-CTR 'NEWLY REGISTERED   =' UPON CRT
               AT 1225.
           DISPLAY NOTICE-CTR 'GOODBYE NOTICES WRITTEN    =' UPON CRT
               AT 1325.
           DISPLAY LATE-CTR 'NOTICES WRITTEN LATE       =' UPON CRT
               AT 1425.
           DISPLAY PENDING-CTR 'NOTICES STILL PENDING   =' UPON CRT
               AT 1525.
           DISPLAY STILL-BILLED-CTR 'BILLED PAST EFFECTIVE =' UPON CRT
               AT 1625.
           DISPLAY CUTOVER-CTR 'CUT OVER THIS CYCLE     =' UPON CRT
               AT 1725.
           DISPLAY UNEXPLAINED-CTR 'VANISHED OUTSIDE BATCH =' UPON CRT
               AT 1825.
           DISPLAY EARLY-CTR 'VANISHED BEFORE THEIR DATE =' UPON CRT
               AT 1925.
           DISPLAY PURGED-CTR 'REGISTER ENTRIES PURGED    =' UPON CRT
               AT 2025.
           IF LATE-CTR NOT = 0 OR PENDING-CTR NOT = 0
           OR STILL-BILLED-CTR NOT = 0 OR UNEXPLAINED-CTR NOT = 0
           OR EARLY-CTR NOT = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           STOP RUN.
