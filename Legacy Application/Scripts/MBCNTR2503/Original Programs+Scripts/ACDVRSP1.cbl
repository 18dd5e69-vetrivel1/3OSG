       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACDVRSP1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * credit-reporting dispute (ACDV) response - METRO21 furnishes
      * to the bureaus, and consumer disputes come back through
      * e-OSCAR as ACDVs that have been answered by looking each loan
      * up on the terminal, inside the 30-day FCRA clock.  this step
      * keeps the permanent dispute register:
      *   the night's ACDV file seeds it - an ACDV control number not
      *     already on the register is added open, its response due
      *     date as e-OSCAR sent it or 30 days from receipt
      *   e-OSCAR's response acknowledgments close them - the answer
      *     date is posted to the open dispute
      * and for every dispute still open
      *   the furnished base segment for that account and cycle is
      *     found on the Metro 2 furnishing file (the cycle e-OSCAR
      *     names, else the latest furnished) and the response is
      *     prefilled with what we actually reported
      *   the current .set is run through METRO21's own status and
      *     balance rules - where it disagrees with what we
      *     furnished, the response is marked for a correction
      *   the account goes on the dispute list METRO21 reads, so the
      *     next furnishing carries compliance condition code XB
      *   a dispute past its response due date is an exception
      * answered disputes stay on the register a year past their
      * answer date as the audit trail, then drop off
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the night's ACDV file from e-OSCAR - optional, a night with
      * no new disputes only ages the register
           SELECT ACD-FILE  ASSIGN TO DYNAMIC ACD-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS ACD-STATUS.
      * the Metro 2 furnishing file - one METRO21 output, or several
      * cycles' outputs run together
           SELECT M2-FILE   ASSIGN TO DYNAMIC M2-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS M2-STATUS.
      * the cycle's .set
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS IN1-STATUS.
      * the register as of the prior run - optional the very first
      * run
           SELECT PRI-FILE  ASSIGN TO DYNAMIC PRI-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS PRI-STATUS.
      * the register as of this run
           SELECT CUR-FILE  ASSIGN TO DYNAMIC CUR-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * e-OSCAR response acknowledgments - optional
           SELECT ANS-FILE  ASSIGN TO DYNAMIC ANS-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS ANS-STATUS.
      * the prefilled responses, one per open dispute
           SELECT RSP-FILE  ASSIGN TO DYNAMIC RSP-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the accounts under dispute, for METRO21
           SELECT DSP-FILE  ASSIGN TO DYNAMIC DSP-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * exception report
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
      * automated consumer dispute verification - one per dispute
      * per bureau; the account is the one we furnished, the
      * account-information date the furnishing cycle disputed
      * (zero when the consumer disputes the account as it stands)
      *
       FD  ACD-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ACD-REC.
       01  ACD-REC.
           05  ACD-CONTROL-NO          PIC X(15).
           05  ACD-BUREAU              PIC X(1).
           05  ACD-ACCOUNT             PIC 9(13).
           05  ACD-DATE-RECEIVED       PIC 9(8).
           05  ACD-RESPONSE-DUE        PIC 9(8).
           05  ACD-ACCT-INFO-DATE      PIC 9(8).
           05  ACD-DISPUTE-CODE-1      PIC X(3).
           05  ACD-DISPUTE-CODE-2      PIC X(3).
           05  ACD-CONSUMER-NAME       PIC X(40).
           05  ACD-SSN                 PIC 9(9).
           05  FILLER                  PIC X(92).

       FD M2-FILE
           RECORD CONTAINS 426 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS M2-REC.
       01 M2-REC                       PIC X(426).

       FD IN1-FILE
           RECORD CONTAINS 2116 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MB-REC.
       copy '/users/devel/mb2000.cbl'.
      *
       FD  PRI-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRI-REC.
       01  PRI-REC.
           05  PRI-CONTROL-NO          PIC X(15).
           05  PRI-BUREAU              PIC X(1).
           05  PRI-CLIENT              PIC X(4).
           05  PRI-ACCOUNT             PIC 9(13).
           05  PRI-RECEIVED-DATE       PIC 9(8).
           05  PRI-RESPONSE-DUE        PIC 9(8).
           05  PRI-ACCT-INFO-DATE      PIC 9(8).
           05  PRI-STATUS-CD           PIC X(1).
           05  PRI-ANSWERED-DATE       PIC 9(8).
           05  PRI-RESULT              PIC X(1).
           05  PRI-DISPUTE-CODE-1      PIC X(3).
           05  PRI-DISPUTE-CODE-2      PIC X(3).
           05  PRI-CONSUMER-NAME       PIC X(30).
           05  FILLER                  PIC X(17).

       FD  CUR-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CUR-REC.
       01  CUR-REC.
           05  CUR-CONTROL-NO          PIC X(15).
           05  CUR-BUREAU              PIC X(1).
           05  CUR-CLIENT              PIC X(4).
           05  CUR-ACCOUNT             PIC 9(13).
           05  CUR-RECEIVED-DATE       PIC 9(8).
           05  CUR-RESPONSE-DUE        PIC 9(8).
           05  CUR-ACCT-INFO-DATE      PIC 9(8).
           05  CUR-STATUS-CD           PIC X(1).
           05  CUR-ANSWERED-DATE       PIC 9(8).
           05  CUR-RESULT              PIC X(1).
           05  CUR-DISPUTE-CODE-1      PIC X(3).
           05  CUR-DISPUTE-CODE-2      PIC X(3).
           05  CUR-CONSUMER-NAME       PIC X(30).
           05  FILLER                  PIC X(17).
      *
      * e-OSCAR acknowledgment - one per response submitted
      *
       FD  ANS-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ANS-REC.
       01  ANS-REC.
           05  ANS-CONTROL-NO          PIC X(15).
           05  ANS-RESPONSE-DATE       PIC 9(8).
           05  ANS-RESPONSE-CODE       PIC X(2).
           05  FILLER                  PIC X(15).
      *
      * prefilled response - response code 01 verified as reported,
      * 03 modify (the .set disagrees with what we furnished), blank
      * when no furnished segment was found and it must be answered
      * by hand.  result V/C/N says the same; the difference flags
      * mark which items disagree - S status, B balance, P past due,
      * A scheduled payment, I consumer information indicator
      *
       FD  RSP-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RSP-REC.
       01  RSP-REC.
           05  RSP-CONTROL-NO          PIC X(15).
           05  RSP-BUREAU              PIC X(1).
           05  RSP-CLIENT              PIC X(4).
           05  RSP-ACCOUNT             PIC 9(13).
           05  RSP-RESPONSE-DUE        PIC 9(8).
           05  RSP-DISPUTE-CODE-1      PIC X(3).
           05  RSP-DISPUTE-CODE-2      PIC X(3).
           05  RSP-RESPONSE-CODE       PIC X(2).
           05  RSP-FURNISHED.
               10  RSP-FS-DATE         PIC 9(8).
               10  RSP-FS-STATUS       PIC X(2).
               10  RSP-FS-PROFILE      PIC X(24).
               10  RSP-FS-SPCMT        PIC X(2).
               10  RSP-FS-CII          PIC X(1).
               10  RSP-FS-PAYMENT      PIC 9(9).
               10  RSP-FS-BALANCE      PIC 9(9).
               10  RSP-FS-PAST-DUE     PIC 9(9).
               10  RSP-FS-CCC          PIC X(2).
           05  RSP-CURRENT.
               10  RSP-CR-STATUS       PIC X(2).
               10  RSP-CR-CII          PIC X(1).
               10  RSP-CR-PAYMENT      PIC 9(9).
               10  RSP-CR-BALANCE      PIC 9(9).
               10  RSP-CR-PAST-DUE     PIC 9(9).
           05  RSP-RESULT              PIC X(1).
           05  RSP-DIFF-FLAGS          PIC X(5).
           05  RSP-CONSUMER-NAME       PIC X(30).
           05  FILLER                  PIC X(19).
      *
      * an account under dispute - METRO21 reports it XB
      *
       FD  DSP-FILE
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DSP-REC.
       01  DSP-REC.
           05  DSP-ACCOUNT             PIC 9(13).
           05  DSP-CLIENT              PIC X(4).
           05  DSP-RECEIVED-DATE       PIC 9(8).
           05  DSP-BUREAU              PIC X(1).
           05  FILLER                  PIC X(4).

       FD OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01 OUT-REC                      PIC X(132).
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
           05  ACD-PATH.
               10 ACD-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 ACD-NAME             PIC X(64).
           05  M2-PATH.
               10 M2-PREFIX            PIC X(14)
                  VALUE '/users/public/'.
               10 M2-NAME              PIC X(64).
           05  IN1-PATH.
               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 IN1-NAME             PIC X(64).
           05  PRI-PATH.
               10 PRI-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 PRI-NAME             PIC X(64).
           05  CUR-PATH.
               10 CUR-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 CUR-NAME             PIC X(64).
           05  ANS-PATH.
               10 ANS-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 ANS-NAME             PIC X(64).
           05  RSP-PATH.
               10 RSP-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 RSP-NAME             PIC X(64).
           05  DSP-PATH.
               10 DSP-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 DSP-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  ACD-STATUS              PIC X(2)  VALUE SPACES.
           05  M2-STATUS               PIC X(2)  VALUE SPACES.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  PRI-STATUS              PIC X(2)  VALUE SPACES.
           05  ANS-STATUS              PIC X(2)  VALUE SPACES.
           05  XMITREG-PATH            PIC X(40)
               VALUE '/users/public/out/xmitreg.dat'.
           05  XMIT-DATE               PIC 9(8)  VALUE 0.
           05  XMIT-TIME-X             PIC X(8)  VALUE SPACES.
           05  XMIT-REC-CTR            PIC 9(9)  VALUE 0.
           05  XMIT-HASH               PIC 9(15) VALUE 0.
           05  XMIT-TIN-CTR            PIC 9(9)  VALUE 0.
           05  WS-COMMAND-LINE         PIC X(200).
           05  PRI-CTR                 PIC 9(7)  VALUE 0.
           05  ACD-CTR                 PIC 9(7)  VALUE 0.
           05  ADDED-CTR               PIC 9(7)  VALUE 0.
           05  DUPACD-CTR              PIC 9(7)  VALUE 0.
           05  ANS-CTR                 PIC 9(7)  VALUE 0.
           05  ANSWERED-CTR            PIC 9(7)  VALUE 0.
           05  LATE-ANS-CTR            PIC 9(7)  VALUE 0.
           05  DUPANS-CTR              PIC 9(7)  VALUE 0.
           05  NOMATCH-CTR             PIC 9(7)  VALUE 0.
           05  M2-CTR                  PIC 9(9)  VALUE 0.
           05  SET-CTR                 PIC 9(7)  VALUE 0.
           05  OPEN-CTR                PIC 9(7)  VALUE 0.
           05  VERIFIED-CTR            PIC 9(7)  VALUE 0.
           05  CORRECT-CTR             PIC 9(7)  VALUE 0.
           05  NOTFURN-CTR             PIC 9(7)  VALUE 0.
           05  NOTSET-CTR              PIC 9(7)  VALUE 0.
           05  PAST-CTR                PIC 9(7)  VALUE 0.
           05  PURGED-CTR              PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  ACD-EOF-SW              PIC 9(1)  VALUE 0.
           05  M2-EOF-SW               PIC 9(1)  VALUE 0.
           05  PRI-EOF-SW              PIC 9(1)  VALUE 0.
           05  ANS-EOF-SW              PIC 9(1)  VALUE 0.
           05  DG-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  DG-FOUND                      VALUE 'Y'.
           05  WS-SUB                  PIC S9(8) COMP VALUE 0.
      * FCRA's clock when e-OSCAR sends no response due date
           05  WS-RESPONSE-DAYS        PIC 9(3)  VALUE 30.
           05  WS-TAG                  PIC X(20) VALUE SPACES.
           05  WS-KEY-CONTROL-NO       PIC X(15) VALUE SPACES.
           05  WS-M2-ACCOUNT-X         PIC X(13) VALUE SPACES.
           05  WS-M2-ACCOUNT           PIC 9(13) VALUE 0.
           05  WS-M2-DATE-X            PIC X(8)  VALUE SPACES.
           05  WS-M2-DATE              PIC 9(8)  VALUE 0.
           05  WS-RPT-ACCOUNT          PIC 9(13) VALUE 0.
           05  WS-CURRENT-DATE         PIC 9(8)  VALUE 0.
           05  WS-RETAIN-DATE          PIC 9(8)  VALUE 0.
           05  WS-OVER-DAYS            PIC S9(9) COMP-3 VALUE 0.
           05  WS-DAYS-DISP            PIC ZZZZ9.
           05  WS-RPT-DATE.
               10  WS-RPT-YYYY         PIC 9(4).
               10  WS-RPT-MM           PIC 9(2).
               10  WS-RPT-DD           PIC 9(2).
           05  WS-RPT-DATE-N REDEFINES WS-RPT-DATE PIC 9(8).
      *
      * the .set's view, run through METRO21's rules
      *
           05  WS-STATUS-CODE          PIC X(2)  VALUE SPACES.
           05  WS-CII                  PIC X(1)  VALUE SPACE.
           05  WS-AMT-CENTS            PIC 9(9)  VALUE 0.
           05  WS-AMT-WORK             PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-CR-PAYMENT           PIC 9(9)  VALUE 0.
           05  WS-CR-BALANCE           PIC 9(9)  VALUE 0.
           05  WS-CR-PAST-DUE          PIC 9(9)  VALUE 0.
      *
      * calendar work fields - the response clock is counted in
      * calendar days, one day at a time the way QWRCASE1 counts
      *
           05  WS-SETTLE-DATE.
               10  WS-STL-YYYY         PIC 9(4).
               10  WS-STL-MM           PIC 9(2).
               10  WS-STL-DD           PIC 9(2).
           05  WS-SETTLE-DATE-N REDEFINES WS-SETTLE-DATE PIC 9(8).
           05  WS-STL-LIMIT            PIC S9(4) COMP VALUE 0.
           05  WS-STL-REM              PIC 9(4)  VALUE 0.
           05  WS-STL-QUOT             PIC 9(4)  VALUE 0.
           05  WS-MONTH-DAYS-X         PIC X(24)
               VALUE '312831303130313130313031'.
           05  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-X.
               10  WS-MO-DAYS          PIC 9(2) OCCURS 12 TIMES.
      *
      * day numbers for the days-past-due count, as DELQTAX1 takes
      * them
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
           05  WS-RUN-DAYS             PIC S9(9) COMP-3 VALUE 0.
           05  WS-CUM-DAYS-X           PIC X(36)
               VALUE '000031059090120151181212243273304334'.
           05  WS-CUM-DAYS-TBL REDEFINES WS-CUM-DAYS-X.
               10  WS-CUM-DAYS         PIC 9(3) OCCURS 12 TIMES.

      *
      * the whole register, held in storage while the night's ACDVs
      * and acknowledgments are applied, with the furnished segment
      * and the .set's view of each open dispute alongside; a table
      * past capacity is a hard stop - a dispute dropped here is a
      * missed FCRA deadline nobody is told about
      *
       01  DISPUTE-TABLE.
           05  DG-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-DG-COUNT
                   INDEXED BY DG-IDX.
               10  DG-CONTROL-NO       PIC X(15).
               10  DG-BUREAU           PIC X(1).
               10  DG-CLIENT           PIC X(4).
               10  DG-ACCOUNT          PIC 9(13).
               10  DG-RECEIVED-DATE    PIC 9(8).
               10  DG-RESPONSE-DUE     PIC 9(8).
               10  DG-ACCT-INFO-DATE   PIC 9(8).
               10  DG-STATUS-CD        PIC X(1).
                   88  DG-OPEN                   VALUE 'O'.
                   88  DG-ANSWERED               VALUE 'A'.
               10  DG-ANSWERED-DATE    PIC 9(8).
               10  DG-RESULT           PIC X(1).
                   88  DG-VERIFIED               VALUE 'V'.
                   88  DG-CORRECTION             VALUE 'C'.
                   88  DG-NOT-FURNISHED          VALUE 'N'.
               10  DG-DISPUTE-CODE-1   PIC X(3).
               10  DG-DISPUTE-CODE-2   PIC X(3).
               10  DG-CONSUMER-NAME    PIC X(30).
               10  DG-FURNISHED-SW     PIC X(1).
                   88  DG-FURNISHED              VALUE 'Y'.
               10  DG-ON-SET-SW        PIC X(1).
                   88  DG-ON-SET                 VALUE 'Y'.
               10  DG-FS-DATE          PIC 9(8).
               10  DG-FS-STATUS        PIC X(2).
               10  DG-FS-PROFILE       PIC X(24).
               10  DG-FS-SPCMT         PIC X(2).
               10  DG-FS-CII           PIC X(1).
               10  DG-FS-PAYMENT       PIC 9(9).
               10  DG-FS-BALANCE       PIC 9(9).
               10  DG-FS-PAST-DUE      PIC 9(9).
               10  DG-FS-CCC           PIC X(2).
               10  DG-CR-STATUS        PIC X(2).
               10  DG-CR-CII           PIC X(1).
               10  DG-CR-PAYMENT       PIC 9(9).
               10  DG-CR-BALANCE       PIC 9(9).
               10  DG-CR-PAST-DUE      PIC 9(9).
               10  DG-DIFF-FLAGS       PIC X(5).
       77  WS-DG-COUNT                 PIC S9(8) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO ACD-NAME M2-NAME IN1-NAME PRI-NAME CUR-NAME
                    ANS-NAME RSP-NAME DSP-NAME OUT-NAME.
           DISPLAY '* * * * B E G I N   A C D V R S P 1 . C B L'
               UPON CRT AT 1401.
           IF ACD-NAME = SPACES OR M2-NAME = SPACES
           OR IN1-NAME = SPACES OR PRI-NAME = SPACES
           OR CUR-NAME = SPACES OR ANS-NAME = SPACES
           OR RSP-NAME = SPACES OR DSP-NAME = SPACES
           OR OUT-NAME = SPACES
               DISPLAY '!!!! ENTER ACDV, METRO 2, SET, PRIOR AND NEW'
                   UPON CRT AT 2301
               DISPLAY '!!!!   REGISTER, ACKS, RESPONSE, DISPUTE AND'
                   UPON CRT AT 2401
               DISPLAY '!!!!   REPORT FILES (- = NONE)'
                   UPON CRT AT 2501
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE        TO WS-DN-DATE-N.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE WS-DN-DAYS             TO WS-RUN-DAYS.
           COMPUTE WS-RETAIN-DATE = WS-CURRENT-DATE - 10000.
           PERFORM LOAD-DISPUTE-TABLE.
           OPEN OUTPUT OUT-FILE.
           MOVE SPACES                 TO OUT-REC.
           STRING 'CREDIT-REPORTING DISPUTES - ACDV RESPONSE  RUN '
                                        DELIMITED BY SIZE
                  WS-CURRENT-DATE       DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES                 TO OUT-REC.
           WRITE OUT-REC.
           PERFORM SEED-FROM-ACDV THRU SEED-FROM-ACDV-EXIT.
           PERFORM APPLY-ANSWERS THRU APPLY-ANSWERS-EXIT.
           PERFORM MATCH-FURNISHED THRU MATCH-FURNISHED-EXIT.
           PERFORM MATCH-SET THRU MATCH-SET-EXIT.
           OPEN OUTPUT CUR-FILE.
           OPEN OUTPUT RSP-FILE.
           OPEN OUTPUT DSP-FILE.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-DG-COUNT.
           PERFORM END-RTN.

       LOAD-DISPUTE-TABLE.
      * a missing prior register is the first run - the register
      * starts with tonight's ACDVs
           IF PRI-NAME = '-'
               MOVE 1                  TO PRI-EOF-SW
           ELSE
               OPEN INPUT PRI-FILE
               IF PRI-STATUS NOT = '00'
                   MOVE 1              TO PRI-EOF-SW
               ELSE
                   PERFORM UNTIL PRI-EOF-SW = 1
                       READ PRI-FILE
                           AT END MOVE 1 TO PRI-EOF-SW
                           NOT AT END
                               ADD 1   TO PRI-CTR
                               PERFORM ADD-DISPUTE-ENTRY
                               PERFORM MOVE-PRI-TO-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE PRI-FILE.

       MOVE-PRI-TO-ENTRY.
           MOVE PRI-CONTROL-NO         TO DG-CONTROL-NO (DG-IDX).
           MOVE PRI-BUREAU             TO DG-BUREAU (DG-IDX).
           MOVE PRI-CLIENT             TO DG-CLIENT (DG-IDX).
           MOVE PRI-ACCOUNT            TO DG-ACCOUNT (DG-IDX).
           MOVE PRI-RECEIVED-DATE      TO DG-RECEIVED-DATE (DG-IDX).
           MOVE PRI-RESPONSE-DUE       TO DG-RESPONSE-DUE (DG-IDX).
           MOVE PRI-ACCT-INFO-DATE     TO DG-ACCT-INFO-DATE (DG-IDX).
           MOVE PRI-STATUS-CD          TO DG-STATUS-CD (DG-IDX).
           MOVE PRI-ANSWERED-DATE      TO DG-ANSWERED-DATE (DG-IDX).
           MOVE PRI-RESULT             TO DG-RESULT (DG-IDX).
           MOVE PRI-DISPUTE-CODE-1     TO DG-DISPUTE-CODE-1 (DG-IDX).
           MOVE PRI-DISPUTE-CODE-2     TO DG-DISPUTE-CODE-2 (DG-IDX).
           MOVE PRI-CONSUMER-NAME      TO DG-CONSUMER-NAME (DG-IDX).

      *
      * a new entry starts with nothing furnished and nothing seen
      * on the .set - the two matching passes fill those in
      *
       ADD-DISPUTE-ENTRY.
           IF WS-DG-COUNT NOT < 20000
               DISPLAY '!!!! DISPUTE TABLE FULL AT 20000 - STOP'
                   UPON CRT AT 2301
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ADD 1                       TO WS-DG-COUNT.
           SET DG-IDX TO WS-DG-COUNT.
           MOVE 'N'                    TO DG-FURNISHED-SW (DG-IDX)
                                          DG-ON-SET-SW (DG-IDX).
           MOVE 0                      TO DG-FS-DATE (DG-IDX)
                                          DG-FS-PAYMENT (DG-IDX)
                                          DG-FS-BALANCE (DG-IDX)
                                          DG-FS-PAST-DUE (DG-IDX)
                                          DG-CR-PAYMENT (DG-IDX)
                                          DG-CR-BALANCE (DG-IDX)
                                          DG-CR-PAST-DUE (DG-IDX).
           MOVE SPACES                 TO DG-FS-STATUS (DG-IDX)
                                          DG-FS-PROFILE (DG-IDX)
                                          DG-FS-SPCMT (DG-IDX)
                                          DG-FS-CII (DG-IDX)
                                          DG-FS-CCC (DG-IDX)
                                          DG-CR-STATUS (DG-IDX)
                                          DG-CR-CII (DG-IDX)
                                          DG-DIFF-FLAGS (DG-IDX).

       FIND-DISPUTE-ENTRY.
           MOVE 'N'                    TO DG-FOUND-SW.
           IF WS-DG-COUNT > 0
               SET DG-IDX TO 1
               SEARCH DG-ENTRY
                   AT END
                       MOVE 'N'        TO DG-FOUND-SW
                   WHEN DG-CONTROL-NO (DG-IDX) = WS-KEY-CONTROL-NO
                       MOVE 'Y'        TO DG-FOUND-SW
               END-SEARCH.

      *
      * tonight's ACDVs - a control number already on the register
      * (e-OSCAR redelivers) keeps its original clock
      *
       SEED-FROM-ACDV.
           IF ACD-NAME = '-'
               GO TO SEED-FROM-ACDV-EXIT.
           OPEN INPUT ACD-FILE.
           IF ACD-STATUS NOT = '00'
               DISPLAY '!!!! NO ACDV FILE THIS RUN - REGISTER AGED'
                   UPON CRT AT 2301
               DISPLAY '!!!!   ONLY' UPON CRT AT 2401
               GO TO SEED-FROM-ACDV-EXIT.
           PERFORM UNTIL ACD-EOF-SW = 1
               READ ACD-FILE
                   AT END MOVE 1       TO ACD-EOF-SW
                   NOT AT END
                       ADD 1           TO ACD-CTR
                       PERFORM SEED-ONE-ACDV
               END-READ
           END-PERFORM.
           CLOSE ACD-FILE.
       SEED-FROM-ACDV-EXIT.
           EXIT.

       SEED-ONE-ACDV.
           MOVE ACD-CONTROL-NO         TO WS-KEY-CONTROL-NO.
           PERFORM FIND-DISPUTE-ENTRY.
           IF DG-FOUND
               ADD 1                   TO DUPACD-CTR
           ELSE
               ADD 1                   TO ADDED-CTR
               PERFORM ADD-DISPUTE-ENTRY
               MOVE ACD-CONTROL-NO     TO DG-CONTROL-NO (DG-IDX)
               MOVE ACD-BUREAU         TO DG-BUREAU (DG-IDX)
               MOVE SPACES             TO DG-CLIENT (DG-IDX)
               IF ACD-ACCOUNT NUMERIC
                   MOVE ACD-ACCOUNT    TO DG-ACCOUNT (DG-IDX)
               ELSE
                   MOVE 0              TO DG-ACCOUNT (DG-IDX)
               END-IF
               IF ACD-DATE-RECEIVED NUMERIC
               AND ACD-DATE-RECEIVED > 0
                   MOVE ACD-DATE-RECEIVED
                                       TO DG-RECEIVED-DATE (DG-IDX)
               ELSE
                   MOVE WS-CURRENT-DATE
                                       TO DG-RECEIVED-DATE (DG-IDX)
               END-IF
               IF ACD-RESPONSE-DUE NUMERIC
               AND ACD-RESPONSE-DUE > 0
                   MOVE ACD-RESPONSE-DUE
                                       TO DG-RESPONSE-DUE (DG-IDX)
               ELSE
                   MOVE DG-RECEIVED-DATE (DG-IDX)
                                       TO WS-SETTLE-DATE-N
                   PERFORM ADD-ONE-DAY WS-RESPONSE-DAYS TIMES
                   MOVE WS-SETTLE-DATE-N
                                       TO DG-RESPONSE-DUE (DG-IDX)
               END-IF
               IF ACD-ACCT-INFO-DATE NUMERIC
                   MOVE ACD-ACCT-INFO-DATE
                                       TO DG-ACCT-INFO-DATE (DG-IDX)
               ELSE
                   MOVE 0              TO DG-ACCT-INFO-DATE (DG-IDX)
               END-IF
               MOVE 'O'                TO DG-STATUS-CD (DG-IDX)
               MOVE 0                  TO DG-ANSWERED-DATE (DG-IDX)
               MOVE SPACE              TO DG-RESULT (DG-IDX)
               MOVE ACD-DISPUTE-CODE-1 TO DG-DISPUTE-CODE-1 (DG-IDX)
               MOVE ACD-DISPUTE-CODE-2 TO DG-DISPUTE-CODE-2 (DG-IDX)
               MOVE ACD-CONSUMER-NAME  TO DG-CONSUMER-NAME (DG-IDX)
           END-IF.

      *
      * e-OSCAR's acknowledgments - one closes the open dispute; a
      * second for a dispute already answered is counted, not
      * re-posted, and one for a control number not on the register
      * is reported
      *
       APPLY-ANSWERS.
           IF ANS-NAME = '-'
               GO TO APPLY-ANSWERS-EXIT.
           OPEN INPUT ANS-FILE.
           IF ANS-STATUS NOT = '00'
               GO TO APPLY-ANSWERS-EXIT.
           PERFORM UNTIL ANS-EOF-SW = 1
               READ ANS-FILE
                   AT END MOVE 1       TO ANS-EOF-SW
                   NOT AT END
                       ADD 1           TO ANS-CTR
                       PERFORM APPLY-ONE-ANSWER
               END-READ
           END-PERFORM.
           CLOSE ANS-FILE.
       APPLY-ANSWERS-EXIT.
           EXIT.

       APPLY-ONE-ANSWER.
           MOVE ANS-CONTROL-NO         TO WS-KEY-CONTROL-NO.
           PERFORM FIND-DISPUTE-ENTRY.
           IF NOT DG-FOUND
               ADD 1                   TO NOMATCH-CTR
               PERFORM WRITE-NOMATCH-LINE
           ELSE
           IF DG-ANSWERED (DG-IDX)
               ADD 1                   TO DUPANS-CTR
           ELSE
               ADD 1                   TO ANSWERED-CTR
               MOVE 'A'                TO DG-STATUS-CD (DG-IDX)
               MOVE ANS-RESPONSE-DATE  TO DG-ANSWERED-DATE (DG-IDX)
               IF ANS-RESPONSE-DATE > DG-RESPONSE-DUE (DG-IDX)
                   ADD 1               TO LATE-ANS-CTR
                   MOVE 'ANSWERED LATE'    TO WS-TAG
                   MOVE ANS-RESPONSE-DATE  TO WS-DN-DATE-N
                   PERFORM COMPUTE-DAY-NUMBER
                   MOVE WS-DN-DAYS     TO WS-OVER-DAYS
                   MOVE DG-RESPONSE-DUE (DG-IDX) TO WS-DN-DATE-N
                   PERFORM COMPUTE-DAY-NUMBER
                   COMPUTE WS-OVER-DAYS = WS-OVER-DAYS - WS-DN-DAYS
                   PERFORM WRITE-DISPUTE-LINE.

      *
      * every base segment on the furnishing file is offered to the
      * open disputes on its account: a dispute naming a cycle takes
      * that cycle's segment, one naming none takes the latest
      *
       MATCH-FURNISHED.
           OPEN INPUT M2-FILE.
           IF M2-STATUS NOT = '00'
               DISPLAY '!!!! METRO 2 FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY M2-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM UNTIL M2-EOF-SW = 1
               READ M2-FILE
                   AT END MOVE 1       TO M2-EOF-SW
                   NOT AT END
                       IF M2-REC (1:1) = '1'
                           ADD 1       TO M2-CTR
                           PERFORM MATCH-ONE-SEGMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE M2-FILE.
       MATCH-FURNISHED-EXIT.
           EXIT.

       MATCH-ONE-SEGMENT.
           MOVE M2-REC (10:13)         TO WS-M2-ACCOUNT-X.
           MOVE M2-REC (2:8)           TO WS-M2-DATE-X.
           IF WS-M2-ACCOUNT-X NUMERIC AND WS-M2-DATE-X NUMERIC
               MOVE WS-M2-ACCOUNT-X    TO WS-M2-ACCOUNT
               MOVE WS-M2-DATE-X       TO WS-M2-DATE
               PERFORM VARYING DG-IDX FROM 1 BY 1
                       UNTIL DG-IDX > WS-DG-COUNT
                   IF DG-OPEN (DG-IDX)
                   AND DG-ACCOUNT (DG-IDX) = WS-M2-ACCOUNT
                       IF DG-ACCT-INFO-DATE (DG-IDX) = WS-M2-DATE
                       OR (DG-ACCT-INFO-DATE (DG-IDX) = 0
                           AND WS-M2-DATE NOT < DG-FS-DATE (DG-IDX))
                           PERFORM TAKE-FURNISHED-SEGMENT
                       END-IF
                   END-IF
               END-PERFORM.

       TAKE-FURNISHED-SEGMENT.
           MOVE 'Y'                    TO DG-FURNISHED-SW (DG-IDX).
           MOVE WS-M2-DATE             TO DG-FS-DATE (DG-IDX).
           MOVE M2-REC (212:4)         TO DG-CLIENT (DG-IDX).
           MOVE M2-REC (26:2)          TO DG-FS-STATUS (DG-IDX).
           MOVE M2-REC (28:24)         TO DG-FS-PROFILE (DG-IDX).
           MOVE M2-REC (52:2)          TO DG-FS-SPCMT (DG-IDX).
           MOVE M2-REC (54:1)          TO DG-FS-CII (DG-IDX).
           MOVE M2-REC (55:9)          TO DG-FS-PAYMENT (DG-IDX).
           MOVE M2-REC (64:9)          TO DG-FS-BALANCE (DG-IDX).
           MOVE M2-REC (73:9)          TO DG-FS-PAST-DUE (DG-IDX).
           MOVE M2-REC (216:2)         TO DG-FS-CCC (DG-IDX).

      *
      * the current .set, put through the rules METRO21 furnishes
      * by, against each open dispute on the account
      *
       MATCH-SET.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! SET FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM READ-SET-REC.
           PERFORM VERIFY-EXTRACT-LAYOUT.
           PERFORM UNTIL EOF-SW = 1
               PERFORM MATCH-ONE-SET-REC
               PERFORM READ-SET-REC
           END-PERFORM.
           CLOSE IN1-FILE.
       MATCH-SET-EXIT.
           EXIT.

       READ-SET-REC.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               IF MB-CLIENT = '9999'
               OR MB-FLEXFIELD6 (1:15) = 'BANKRUPTCY COPY'
               OR MB-FLEXFIELD6 (1:15) = 'AUTHORIZED COPY'
                   GO TO READ-SET-REC
               ELSE
                   ADD 1               TO SET-CTR.

       MATCH-ONE-SET-REC.
           PERFORM VARYING DG-IDX FROM 1 BY 1
                   UNTIL DG-IDX > WS-DG-COUNT
               IF DG-OPEN (DG-IDX)
               AND DG-ACCOUNT (DG-IDX) = MB-ACCOUNT
               AND (DG-CLIENT (DG-IDX) = SPACES
                 OR DG-CLIENT (DG-IDX) = MB-CLIENT)
                   IF NOT DG-ON-SET (DG-IDX)
                       PERFORM DERIVE-CURRENT-VIEW
                   END-IF
                   MOVE 'Y'            TO DG-ON-SET-SW (DG-IDX)
                   MOVE WS-STATUS-CODE TO DG-CR-STATUS (DG-IDX)
                   MOVE WS-CII         TO DG-CR-CII (DG-IDX)
                   MOVE WS-CR-PAYMENT  TO DG-CR-PAYMENT (DG-IDX)
                   MOVE WS-CR-BALANCE  TO DG-CR-BALANCE (DG-IDX)
                   MOVE WS-CR-PAST-DUE TO DG-CR-PAST-DUE (DG-IDX)
               END-IF
           END-PERFORM.

       DERIVE-CURRENT-VIEW.
           PERFORM DERIVE-ACCOUNT-STATUS.
           PERFORM DERIVE-CII.
           MOVE MB-PAYMENT-AMOUNT      TO WS-AMT-WORK.
           PERFORM AMOUNT-TO-CENTS.
           MOVE WS-AMT-CENTS           TO WS-CR-PAYMENT.
           MOVE MB-FIRST-PRIN-BAL      TO WS-AMT-WORK.
           PERFORM AMOUNT-TO-CENTS.
           MOVE WS-AMT-CENTS           TO WS-CR-BALANCE.
           COMPUTE WS-AMT-WORK = MB-DELQ-P-I + MB-DELQ-ESC
                               + MB-DELQ-L-C + MB-DELQ-INS
                               + MB-DELQ-OTHER.
           PERFORM AMOUNT-TO-CENTS.
           MOVE WS-AMT-CENTS           TO WS-CR-PAST-DUE.

      *
      * METRO21's account status ladder off the delinquency days
      *
       DERIVE-ACCOUNT-STATUS.
           IF MB-DELQ-DAYS < 30
               MOVE '11'               TO WS-STATUS-CODE
           ELSE
           IF MB-DELQ-DAYS < 60
               MOVE '71'               TO WS-STATUS-CODE
           ELSE
           IF MB-DELQ-DAYS < 90
               MOVE '78'               TO WS-STATUS-CODE
           ELSE
           IF MB-DELQ-DAYS < 120
               MOVE '80'               TO WS-STATUS-CODE
           ELSE
           IF MB-DELQ-DAYS < 150
               MOVE '82'               TO WS-STATUS-CODE
           ELSE
           IF MB-DELQ-DAYS < 180
               MOVE '83'               TO WS-STATUS-CODE
           ELSE
               MOVE '84'               TO WS-STATUS-CODE.

      *
      * METRO21's consumer information indicator off the bankruptcy
      * code
      *
       DERIVE-CII.
           MOVE SPACE                  TO WS-CII.
           IF MB-BANKRUPT-CODE NOT = SPACES
           AND MB-BANKRUPT-CODE NOT = '00'
               EVALUATE MB-BANKRUPT-CODE
                   WHEN '07'
                       MOVE 'A'        TO WS-CII
                   WHEN '11'
                       MOVE 'B'        TO WS-CII
                   WHEN '12'
                       MOVE 'C'        TO WS-CII
                   WHEN '13'
                       MOVE 'D'        TO WS-CII
                   WHEN OTHER
                       MOVE 'A'        TO WS-CII
               END-EVALUATE.

       AMOUNT-TO-CENTS.
           IF WS-AMT-WORK < 0
               MOVE 0                  TO WS-AMT-CENTS
           ELSE
               COMPUTE WS-AMT-CENTS = WS-AMT-WORK * 100
                   ON SIZE ERROR MOVE 999999999 TO WS-AMT-CENTS
               END-COMPUTE.

      *
      * every dispute is carried forward except an answered one
      * past its retention; an open one is prefilled, listed for
      * METRO21 and held against its response due date
      *
       001-MAIN.
           SET DG-IDX TO WS-SUB.
           IF DG-ANSWERED (DG-IDX)
               IF DG-ANSWERED-DATE (DG-IDX) < WS-RETAIN-DATE
                   ADD 1               TO PURGED-CTR
               ELSE
                   PERFORM WRITE-DISPUTE-REC
               END-IF
               GO TO 001-MAIN-EXIT.
           ADD 1                       TO OPEN-CTR.
           PERFORM GRADE-DISPUTE.
           PERFORM WRITE-DISPUTE-REC.
           PERFORM WRITE-RESPONSE-REC.
           PERFORM WRITE-DISPUTED-ACCOUNT.
           IF DG-RESPONSE-DUE (DG-IDX) < WS-CURRENT-DATE
               ADD 1                   TO PAST-CTR
               MOVE 'PAST RESPONSE DUE'    TO WS-TAG
               MOVE DG-RESPONSE-DUE (DG-IDX) TO WS-DN-DATE-N
               PERFORM COMPUTE-DAY-NUMBER
               COMPUTE WS-OVER-DAYS = WS-RUN-DAYS - WS-DN-DAYS
               PERFORM WRITE-DISPUTE-LINE.
       001-MAIN-EXIT.
           EXIT.

      *
      * nothing furnished for the account and cycle - answered by
      * hand; furnished but gone from the .set - the furnished data
      * stands as reported; otherwise each item the bureau sees is
      * held against what the .set says today
      *
       GRADE-DISPUTE.
           MOVE SPACES                 TO DG-DIFF-FLAGS (DG-IDX).
           MOVE DG-RESPONSE-DUE (DG-IDX) TO WS-DN-DATE-N.
           PERFORM COMPUTE-DAY-NUMBER.
           COMPUTE WS-OVER-DAYS = WS-DN-DAYS - WS-RUN-DAYS.
           IF NOT DG-FURNISHED (DG-IDX)
               MOVE 'N'                TO DG-RESULT (DG-IDX)
               ADD 1                   TO NOTFURN-CTR
               MOVE 'NOT FURNISHED'    TO WS-TAG
               PERFORM WRITE-DISPUTE-LINE
           ELSE
           IF NOT DG-ON-SET (DG-IDX)
               MOVE 'V'                TO DG-RESULT (DG-IDX)
               ADD 1                   TO VERIFIED-CTR
               ADD 1                   TO NOTSET-CTR
               MOVE 'NOT ON SET'       TO WS-TAG
               PERFORM WRITE-DISPUTE-LINE
           ELSE
               IF DG-CR-STATUS (DG-IDX) NOT = DG-FS-STATUS (DG-IDX)
                   MOVE 'S'            TO DG-DIFF-FLAGS (DG-IDX) (1:1)
               END-IF
               IF DG-CR-BALANCE (DG-IDX) NOT = DG-FS-BALANCE (DG-IDX)
                   MOVE 'B'            TO DG-DIFF-FLAGS (DG-IDX) (2:1)
               END-IF
               IF DG-CR-PAST-DUE (DG-IDX)
                                   NOT = DG-FS-PAST-DUE (DG-IDX)
                   MOVE 'P'            TO DG-DIFF-FLAGS (DG-IDX) (3:1)
               END-IF
               IF DG-CR-PAYMENT (DG-IDX) NOT = DG-FS-PAYMENT (DG-IDX)
                   MOVE 'A'            TO DG-DIFF-FLAGS (DG-IDX) (4:1)
               END-IF
               IF DG-CR-CII (DG-IDX) NOT = DG-FS-CII (DG-IDX)
                   MOVE 'I'            TO DG-DIFF-FLAGS (DG-IDX) (5:1)
               END-IF
               IF DG-DIFF-FLAGS (DG-IDX) = SPACES
                   MOVE 'V'            TO DG-RESULT (DG-IDX)
                   ADD 1               TO VERIFIED-CTR
               ELSE
                   MOVE 'C'            TO DG-RESULT (DG-IDX)
                   ADD 1               TO CORRECT-CTR
                   MOVE 'CORRECTION NEEDED' TO WS-TAG
                   PERFORM WRITE-DISPUTE-LINE.

       WRITE-DISPUTE-REC.
           MOVE SPACES                 TO CUR-REC.
           MOVE DG-CONTROL-NO (DG-IDX) TO CUR-CONTROL-NO.
           MOVE DG-BUREAU (DG-IDX)     TO CUR-BUREAU.
           MOVE DG-CLIENT (DG-IDX)     TO CUR-CLIENT.
           MOVE DG-ACCOUNT (DG-IDX)    TO CUR-ACCOUNT.
           MOVE DG-RECEIVED-DATE (DG-IDX) TO CUR-RECEIVED-DATE.
           MOVE DG-RESPONSE-DUE (DG-IDX) TO CUR-RESPONSE-DUE.
           MOVE DG-ACCT-INFO-DATE (DG-IDX) TO CUR-ACCT-INFO-DATE.
           MOVE DG-STATUS-CD (DG-IDX)  TO CUR-STATUS-CD.
           MOVE DG-ANSWERED-DATE (DG-IDX) TO CUR-ANSWERED-DATE.
           MOVE DG-RESULT (DG-IDX)     TO CUR-RESULT.
           MOVE DG-DISPUTE-CODE-1 (DG-IDX) TO CUR-DISPUTE-CODE-1.
           MOVE DG-DISPUTE-CODE-2 (DG-IDX) TO CUR-DISPUTE-CODE-2.
           MOVE DG-CONSUMER-NAME (DG-IDX) TO CUR-CONSUMER-NAME.
           WRITE CUR-REC.

       WRITE-RESPONSE-REC.
           MOVE SPACES                 TO RSP-REC.
           MOVE DG-CONTROL-NO (DG-IDX) TO RSP-CONTROL-NO.
           MOVE DG-BUREAU (DG-IDX)     TO RSP-BUREAU.
           MOVE DG-CLIENT (DG-IDX)     TO RSP-CLIENT.
           MOVE DG-ACCOUNT (DG-IDX)    TO RSP-ACCOUNT.
           MOVE DG-RESPONSE-DUE (DG-IDX) TO RSP-RESPONSE-DUE.
           MOVE DG-DISPUTE-CODE-1 (DG-IDX) TO RSP-DISPUTE-CODE-1.
           MOVE DG-DISPUTE-CODE-2 (DG-IDX) TO RSP-DISPUTE-CODE-2.
           IF DG-VERIFIED (DG-IDX)
               MOVE '01'               TO RSP-RESPONSE-CODE
           ELSE
           IF DG-CORRECTION (DG-IDX)
               MOVE '03'               TO RSP-RESPONSE-CODE.
           MOVE DG-FS-DATE (DG-IDX)    TO RSP-FS-DATE.
           MOVE DG-FS-STATUS (DG-IDX)  TO RSP-FS-STATUS.
           MOVE DG-FS-PROFILE (DG-IDX) TO RSP-FS-PROFILE.
           MOVE DG-FS-SPCMT (DG-IDX)   TO RSP-FS-SPCMT.
           MOVE DG-FS-CII (DG-IDX)     TO RSP-FS-CII.
           MOVE DG-FS-PAYMENT (DG-IDX) TO RSP-FS-PAYMENT.
           MOVE DG-FS-BALANCE (DG-IDX) TO RSP-FS-BALANCE.
           MOVE DG-FS-PAST-DUE (DG-IDX) TO RSP-FS-PAST-DUE.
           MOVE DG-FS-CCC (DG-IDX)     TO RSP-FS-CCC.
           MOVE DG-CR-STATUS (DG-IDX)  TO RSP-CR-STATUS.
           MOVE DG-CR-CII (DG-IDX)     TO RSP-CR-CII.
           MOVE DG-CR-PAYMENT (DG-IDX) TO RSP-CR-PAYMENT.
           MOVE DG-CR-BALANCE (DG-IDX) TO RSP-CR-BALANCE.
           MOVE DG-CR-PAST-DUE (DG-IDX) TO RSP-CR-PAST-DUE.
           MOVE DG-RESULT (DG-IDX)     TO RSP-RESULT.
           MOVE DG-DIFF-FLAGS (DG-IDX) TO RSP-DIFF-FLAGS.
           MOVE DG-CONSUMER-NAME (DG-IDX) TO RSP-CONSUMER-NAME.
           WRITE RSP-REC.
           ADD 1                       TO XMIT-REC-CTR.
           ADD RSP-ACCOUNT             TO XMIT-HASH
               ON SIZE ERROR CONTINUE
           END-ADD.

       WRITE-DISPUTED-ACCOUNT.
           MOVE SPACES                 TO DSP-REC.
           MOVE DG-ACCOUNT (DG-IDX)    TO DSP-ACCOUNT.
           MOVE DG-CLIENT (DG-IDX)     TO DSP-CLIENT.
           MOVE DG-RECEIVED-DATE (DG-IDX) TO DSP-RECEIVED-DATE.
           MOVE DG-BUREAU (DG-IDX)     TO DSP-BUREAU.
           WRITE DSP-REC.

      *
      * days over the response due date for a late or past-due
      * dispute, days left for one still inside it; the difference
      * flags for a correction
      *
       WRITE-DISPUTE-LINE.
           MOVE DG-ACCOUNT (DG-IDX)    TO WS-RPT-ACCOUNT.
           MOVE DG-RESPONSE-DUE (DG-IDX) TO WS-RPT-DATE-N.
           MOVE WS-OVER-DAYS           TO WS-DAYS-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING WS-TAG                DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  DG-CONTROL-NO (DG-IDX) DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  DG-BUREAU (DG-IDX)    DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-RPT-ACCOUNT        DELIMITED BY SIZE
                  '  DUE '              DELIMITED BY SIZE
                  WS-RPT-MM             DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WS-RPT-DD             DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WS-RPT-YYYY           DELIMITED BY SIZE
                  WS-DAYS-DISP          DELIMITED BY SIZE
                  ' DAYS  '             DELIMITED BY SIZE
                  DG-DIFF-FLAGS (DG-IDX) DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  DG-CONSUMER-NAME (DG-IDX) DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       WRITE-NOMATCH-LINE.
           MOVE SPACES                 TO OUT-REC.
           STRING 'ACK NO ACDV          ' DELIMITED BY SIZE
                  ANS-CONTROL-NO        DELIMITED BY SIZE
                  '  ANSWERED '         DELIMITED BY SIZE
                  ANS-RESPONSE-DATE     DELIMITED BY SIZE
                  '  CODE '             DELIMITED BY SIZE
                  ANS-RESPONSE-CODE     DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       ADD-ONE-DAY.
           MOVE WS-MO-DAYS (WS-STL-MM) TO WS-STL-LIMIT.
           IF WS-STL-MM = 2
               DIVIDE WS-STL-YYYY BY 4 GIVING WS-STL-QUOT
                   REMAINDER WS-STL-REM
               IF WS-STL-REM = 0
                   ADD 1               TO WS-STL-LIMIT
               END-IF
           END-IF.
           ADD 1                       TO WS-STL-DD.
           IF WS-STL-DD > WS-STL-LIMIT
               MOVE 1                  TO WS-STL-DD
               ADD 1                   TO WS-STL-MM
               IF WS-STL-MM > 12
                   MOVE 1              TO WS-STL-MM
                   ADD 1               TO WS-STL-YYYY
               END-IF
           END-IF.

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
           MOVE 'ACDVRSP1'             TO XR-PROGRAM.
           MOVE 'EOSCAR'               TO XR-RECIPIENT.
           MOVE 'ACDV RESPONSE'        TO XR-PURPOSE.
           MOVE RSP-NAME               TO XR-FILE-NAME.
           MOVE XMIT-REC-CTR           TO XR-REC-COUNT.
           MOVE XMIT-HASH              TO XR-HASH.
           MOVE 'N'                    TO XR-PII-CLASS.
           MOVE XMIT-TIN-CTR           TO XR-TIN-COUNT.
           WRITE XR-REC.
           CLOSE XMITREG-FILE.

      *
      * RC 8 when a dispute is past its response due date - the
      * FCRA clock has run out; RC 4 for corrections, disputes with
      * nothing furnished, answered-late disputes and
      * acknowledgments with no ACDV behind them
      *
       END-RTN.
           DISPLAY 'FINAL TOTALS FOR ACDVRSP1' UPON CRT AT 0815.
           DISPLAY PRI-CTR  'PRIOR REGISTER ENTRIES    =' UPON CRT
               AT 1025.
           DISPLAY ACD-CTR  'ACDVS READ                =' UPON CRT
               AT 1125.
           DISPLAY ADDED-CTR 'DISPUTES ADDED            =' UPON CRT
               AT 1225.
           DISPLAY ANS-CTR  'ACKNOWLEDGMENTS READ      =' UPON CRT
               AT 1325.
           DISPLAY ANSWERED-CTR 'DISPUTES ANSWERED      =' UPON CRT
               AT 1425.
           DISPLAY LATE-ANS-CTR 'ANSWERED LATE          =' UPON CRT
               AT 1525.
           DISPLAY NOMATCH-CTR 'ACKNOWLEDGMENTS NO ACDV =' UPON CRT
               AT 1625.
           DISPLAY OPEN-CTR 'DISPUTES STILL OPEN       =' UPON CRT
               AT 1725.
           DISPLAY VERIFIED-CTR 'VERIFIED AS REPORTED   =' UPON CRT
               AT 1825.
           DISPLAY CORRECT-CTR 'CORRECTION NEEDED       =' UPON CRT
               AT 1925.
           DISPLAY NOTFURN-CTR 'NOT FURNISHED           =' UPON CRT
               AT 2025.
           DISPLAY PAST-CTR 'PAST RESPONSE DUE         =' UPON CRT
               AT 2125.
           DISPLAY PURGED-CTR 'ANSWERED - RETIRED       =' UPON CRT
               AT 2225.
           IF PAST-CTR NOT = 0
               MOVE 8                  TO RETURN-CODE
           ELSE
           IF CORRECT-CTR NOT = 0 OR NOTFURN-CTR NOT = 0
           OR LATE-ANS-CTR NOT = 0 OR NOMATCH-CTR NOT = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           PERFORM WRITE-XMIT-REGISTRY.
           CLOSE CUR-FILE.
           CLOSE RSP-FILE.
           CLOSE DSP-FILE.
           CLOSE OUT-FILE.
           STOP RUN.
