       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GLJRNL1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * general-ledger journal interface - accounting has been
      * re-keying the cycle's cash activity into the GL from the
      * DEPRECON1 and ESCDISB1 printouts.  this step turns the
      * tran750 postings and the recon750 disbursements straight
      * into balanced journal lines:
      *   a posting debits the mapped cash account for TOT-RECD and
      *   credits principal, interest, escrow, late charge, the
      *   BSC/A&H/life items and suspense each to its own mapped
      *   account (a component with no account of its own goes to
      *   the mapping's default credit account)
      *   a disbursement debits the mapped escrow/expense account
      *   and credits the mapped cash account
      * a negative amount (a reversal) swaps its side.  GL accounts
      * come from glmap.tab keyed by client, tran code and
      * disbursement type - client '****' is the all-client row a
      * client without its own row falls back to.  neither feed
      * carries the client, so it is taken from the loan's record on
      * the cycle's .set.  a posting or disbursement that cannot be
      * journaled whole - no mapping, no account for one of its
      * amounts, components that do not add back to TOT-RECD, no
      * loan on the .set - is held out onto the hold listing for
      * accounting to book by hand, never dropped.  the proof report
      * totals debits and credits per client and date.  postings
      * carry their processing date; the disbursement feed carries
      * none and its lines take the run date
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the cycle's .set - source of each loan's client
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS IN1-STATUS.
      * the tran750 cycle-history detail file
           SELECT TRN-FILE  ASSIGN TO DYNAMIC TRN-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS TRN-STATUS.
      * the recon750 escrow-disbursement feed
           SELECT RCN-FILE  ASSIGN TO DYNAMIC RCN-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS RCN-STATUS.
      * GL mapping control - client, tran code, disbursement type
      * and the GL accounts belonging to them
           SELECT GLM-FILE  ASSIGN TO DYNAMIC GLM-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS GLM-STATUS.
      * the journal file for the GL import
           SELECT JRN-FILE ASSIGN TO DYNAMIC JRN-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the debit/credit proof by client and date
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * items held out of the journal, one line each
           SELECT HLD-FILE ASSIGN TO DYNAMIC HLD-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * work file for keying the client table - the .set is in
      * client order, not account order, so it goes through a sort
      * and the table loads ascending for the SEARCH ALL lookups
           SELECT SORT-FILE ASSIGN TO 'SORTWK'.
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
       FD TRN-FILE
           RECORD CONTAINS 750 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TRN-REC.
       01 TRN-REC                      PIC X(750).
      *
       FD RCN-FILE
           RECORD CONTAINS 750 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RCN-REC.
       01 RCN-REC                      PIC X(750).
      *
       FD  GLM-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GLM-REC.
       01  GLM-REC.
           05  GLM-REC-KEY.
               10  GLM-REC-CLIENT      PIC X(4).
               10  GLM-REC-TRAN-CODE   PIC X(3).
               10  GLM-REC-DISB-TYPE   PIC X(3).
           05  GLM-REC-DR-ACCT         PIC X(12).
           05  GLM-REC-CR-ACCT         PIC X(12).
           05  GLM-REC-PRIN-ACCT       PIC X(12).
           05  GLM-REC-INT-ACCT        PIC X(12).
           05  GLM-REC-ESC-ACCT        PIC X(12).
           05  GLM-REC-LC-ACCT         PIC X(12).
           05  GLM-REC-OTH-ACCT        PIC X(12).
           05  GLM-REC-SUSP-ACCT       PIC X(12).
           05  FILLER                  PIC X(14).
      *
       FD  JRN-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JRN-REC.
       01  JRN-REC.
           05  JRN-CLIENT              PIC X(4).
           05  JRN-DATE                PIC X(6).
           05  JRN-SOURCE              PIC X(1).
           05  JRN-GL-ACCT             PIC X(12).
           05  JRN-DR-CR               PIC X(1).
           05  JRN-AMOUNT              PIC 9(11)V99.
           05  JRN-LOAN-ACCOUNT        PIC 9(13).
           05  JRN-TRAN-CODE           PIC X(3).
           05  JRN-COMPONENT           PIC X(4).
           05  JRN-DESC                PIC X(15).
           05  FILLER                  PIC X(28).
      *
       FD OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUT-REC.
       01 OUT-REC                      PIC X(132).
      *
       FD HLD-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS HLD-REC.
       01 HLD-REC                      PIC X(132).
      *
       SD SORT-FILE
           DATA RECORD IS SORT-REC.
       01 SORT-REC.
           05  SRT-ACCOUNT             PIC 9(13).
           05  SRT-CLIENT              PIC X(4).
      *
       WORKING-STORAGE SECTION.

       copy '/users/devel/tran750.cbl'.

       copy '/users/devel/recon750.cbl'.

       01  VARIABLES.
           05  IN1-PATH.
               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 IN1-NAME             PIC X(64).
           05  TRN-PATH.
               10 TRN-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 TRN-NAME             PIC X(64).
           05  RCN-PATH.
               10 RCN-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 RCN-NAME             PIC X(64).
           05  JRN-PATH.
               10 JRN-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 JRN-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  HLD-PATH.
               10 HLD-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 HLD-NAME             PIC X(64).
           05  GLM-PATH                PIC X(40)
               VALUE '/users/public/glmap.tab'.
           05  GLM-STATUS              PIC X(2)  VALUE SPACES.
           05  GLM-EOF-SW              PIC X(1)  VALUE 'N'.
               88  GLM-EOF                       VALUE 'Y'.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  TRN-STATUS              PIC X(2)  VALUE SPACES.
           05  RCN-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-COMMAND-LINE         PIC X(100).
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  BKCOPY-CTR              PIC 9(7)  VALUE 0.
           05  GLM-CTR                 PIC 9(7)  VALUE 0.
           05  TRN-CTR                 PIC 9(7)  VALUE 0.
           05  RCN-CTR                 PIC 9(7)  VALUE 0.
           05  POSTING-CTR             PIC 9(7)  VALUE 0.
           05  DISB-CTR                PIC 9(7)  VALUE 0.
           05  JRN-CTR                 PIC 9(7)  VALUE 0.
           05  HELD-CTR                PIC 9(7)  VALUE 0.
           05  UNMAPPED-CTR            PIC 9(7)  VALUE 0.
           05  OUTBAL-CTR              PIC 9(7)  VALUE 0.
           05  PROOF-DIFF-CTR          PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  TRN-EOF-SW              PIC 9(1)  VALUE 0.
           05  RCN-EOF-SW              PIC 9(1)  VALUE 0.
           05  SRT-EOF-SW              PIC 9(1)  VALUE 0.
           05  CL-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  CL-FOUND                      VALUE 'Y'.
           05  GM-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  GM-FOUND                      VALUE 'Y'.
           05  PF-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  PF-FOUND                      VALUE 'Y'.
           05  WS-ACCT-OPEN-SW         PIC X(1)  VALUE 'N'.
               88  ACCT-OPEN                     VALUE 'Y'.
           05  WS-CURR-ACCOUNT         PIC S9(13) COMP-3 VALUE 0.
           05  WS-PST                  PIC S9(4) COMP VALUE 0.
           05  WS-SUB                  PIC S9(4) COMP VALUE 0.
           05  WS-CMP                  PIC S9(4) COMP VALUE 0.
           05  WS-ACCT-N               PIC 9(13) VALUE 0.
           05  WS-RUN-DATE             PIC 9(6)  VALUE 0.
           05  WS-KEY.
               10  WS-KEY-CLIENT       PIC X(4).
               10  WS-KEY-TRAN-CODE    PIC X(3).
               10  WS-KEY-DISB-TYPE    PIC X(3).
           05  WS-CLIENT               PIC X(4)  VALUE SPACES.
           05  WS-DATE                 PIC X(6)  VALUE SPACES.
           05  WS-SOURCE               PIC X(1)  VALUE SPACES.
           05  WS-CODE                 PIC X(3)  VALUE SPACES.
           05  WS-DESC                 PIC X(15) VALUE SPACES.
           05  WS-AMOUNT               PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-COMP-SUM             PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-J-ACCT               PIC X(12) VALUE SPACES.
           05  WS-J-SIDE               PIC X(1)  VALUE SPACES.
           05  WS-J-AMT                PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-J-COMPONENT          PIC X(4)  VALUE SPACES.
           05  WS-HOLD-REASON          PIC X(34) VALUE SPACES.
           05  WS-DR-TOTAL             PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-CR-TOTAL             PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-HELD-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-DIFF                 PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-AMT-DISP             PIC ZZ,ZZZ,ZZ9.99-.
           05  WS-DR-DISP              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-CR-DISP              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-DIF-DISP             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

      *
      * one posting's credit side, component by component, so each
      * has its account resolved before any line of the posting is
      * written - a posting is journaled whole or held whole
      *
       01  COMPONENT-TABLE.
           05  CP-ENTRY OCCURS 8 TIMES.
               10  CP-NAME             PIC X(4).
               10  CP-AMT              PIC S9(11)V99 COMP-3.
               10  CP-ACCT             PIC X(12).

      *
      * GL mapping rows from glmap.tab; a table past capacity is a
      * hard stop - a row dropped here would hold out every posting
      * it maps
      *
       01  WS-GM-COUNT                 PIC S9(4) COMP VALUE 0.
       01  GLMAP-TABLE.
           05  GM-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-GM-COUNT
                   INDEXED BY GM-IDX.
               10  GM-KEY              PIC X(10).
               10  GM-DR-ACCT          PIC X(12).
               10  GM-CR-ACCT          PIC X(12).
               10  GM-PRIN-ACCT        PIC X(12).
               10  GM-INT-ACCT         PIC X(12).
               10  GM-ESC-ACCT         PIC X(12).
               10  GM-LC-ACCT          PIC X(12).
               10  GM-OTH-ACCT         PIC X(12).
               10  GM-SUSP-ACCT        PIC X(12).

      *
      * each loan's client, keyed on the 13-digit account both feeds
      * carry and binary-searched; loaded from the sort so the keys
      * are ascending by construction
      *
       01  WS-CL-COUNT                 PIC S9(8) COMP VALUE 0.
       01  CLIENT-TABLE.
           05  CL-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-CL-COUNT
                   ASCENDING KEY IS CL-ACCOUNT
                   INDEXED BY CL-IDX.
               10  CL-ACCOUNT          PIC 9(13).
               10  CL-CLIENT           PIC X(4).

      *
      * debits and credits journaled, per client and date
      *
       01  WS-PF-COUNT                 PIC S9(4) COMP VALUE 0.
       01  PROOF-TABLE.
           05  PF-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-PF-COUNT
                   INDEXED BY PF-IDX.
               10  PF-CLIENT           PIC X(4).
               10  PF-DATE             PIC X(6).
               10  PF-DR-TOTAL         PIC S9(13)V99 COMP-3.
               10  PF-CR-TOTAL         PIC S9(13)V99 COMP-3.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO IN1-NAME TRN-NAME RCN-NAME JRN-NAME OUT-NAME
                    HLD-NAME.
           DISPLAY '* * * B E G I N   G L J R N L 1 . C B L'
               UPON CRT AT 1401.
           IF IN1-NAME = SPACES OR TRN-NAME = SPACES
           OR RCN-NAME = SPACES OR JRN-NAME = SPACES
           OR OUT-NAME = SPACES OR HLD-NAME = SPACES
               DISPLAY '!!!! ENTER SET, TRAN, RECON, JOURNAL, PROOF'
                   UPON CRT AT 2301
               DISPLAY '!!!!   AND HOLD FILES ON COMMAND LINE'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-RUN-DATE FROM DATE.
           PERFORM LOAD-GLMAP-TABLE.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ACCOUNT
               INPUT PROCEDURE IS RELEASE-SET-CLIENTS
                   THRU RELEASE-SET-CLIENTS-EXIT
               OUTPUT PROCEDURE IS LOAD-CLIENT-TABLE
                   THRU LOAD-CLIENT-EXIT.
           OPEN INPUT TRN-FILE.
           IF TRN-STATUS NOT = '00'
               DISPLAY '!!!! TRAN FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY TRN-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT RCN-FILE.
           IF RCN-STATUS NOT = '00'
               DISPLAY '!!!! RECON FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY RCN-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT JRN-FILE.
           OPEN OUTPUT OUT-FILE.
           OPEN OUTPUT HLD-FILE.
           PERFORM WRITE-HOLD-HEADING.
           PERFORM READ-TRN-REC.
           PERFORM 001-MAIN THRU 001-MAIN-EXIT UNTIL TRN-EOF-SW = 1.
           PERFORM READ-RECON-REC.
           PERFORM 002-MAIN THRU 002-MAIN-EXIT UNTIL RCN-EOF-SW = 1.
           PERFORM WRITE-PROOF-REPORT.
           PERFORM END-RTN.

      *
      * glmap.tab is the whole point of the run - without it every
      * item would be held, so a missing file stops the step
      *
       LOAD-GLMAP-TABLE.
           OPEN INPUT GLM-FILE.
           IF GLM-STATUS NOT = '00'
               DISPLAY '!!!! GL MAPPING FILE NOT FOUND OR NOT'
                   UPON CRT AT 2301
               DISPLAY '!!!!   READABLE - ' GLM-PATH
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM READ-GLM-REC.
           PERFORM UNTIL GLM-EOF
               IF WS-GM-COUNT NOT < 2000
                   DISPLAY '!!!! GL MAPPING TABLE FULL AT 2000 -'
                       UPON CRT AT 2301
                   DISPLAY '!!!!   JOURNAL INCOMPLETE, STOP'
                       UPON CRT AT 2401
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1                   TO WS-GM-COUNT
               SET GM-IDX TO WS-GM-COUNT
               MOVE GLM-REC-KEY        TO GM-KEY (GM-IDX)
               MOVE GLM-REC-DR-ACCT    TO GM-DR-ACCT (GM-IDX)
               MOVE GLM-REC-CR-ACCT    TO GM-CR-ACCT (GM-IDX)
               MOVE GLM-REC-PRIN-ACCT  TO GM-PRIN-ACCT (GM-IDX)
               MOVE GLM-REC-INT-ACCT   TO GM-INT-ACCT (GM-IDX)
               MOVE GLM-REC-ESC-ACCT   TO GM-ESC-ACCT (GM-IDX)
               MOVE GLM-REC-LC-ACCT    TO GM-LC-ACCT (GM-IDX)
               MOVE GLM-REC-OTH-ACCT   TO GM-OTH-ACCT (GM-IDX)
               MOVE GLM-REC-SUSP-ACCT  TO GM-SUSP-ACCT (GM-IDX)
               PERFORM READ-GLM-REC
           END-PERFORM.
           CLOSE GLM-FILE.

       READ-GLM-REC.
           READ GLM-FILE AT END MOVE 'Y' TO GLM-EOF-SW.
           IF NOT GLM-EOF
               ADD 1                   TO GLM-CTR.

       RELEASE-SET-CLIENTS.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! SET FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           PERFORM READ-SET-REC.
           PERFORM UNTIL EOF-SW = 1
               IF MB-FLEXFIELD6 (1:15) = 'BANKRUPTCY COPY'
               OR MB-FLEXFIELD6 (1:15) = 'AUTHORIZED COPY'
                   ADD 1               TO BKCOPY-CTR
               ELSE
                   MOVE MB-ACCOUNT     TO SRT-ACCOUNT
                   MOVE MB-CLIENT      TO SRT-CLIENT
                   RELEASE SORT-REC
               END-IF
               PERFORM READ-SET-REC
           END-PERFORM.
           CLOSE IN1-FILE.
       RELEASE-SET-CLIENTS-EXIT.
           EXIT.

       LOAD-CLIENT-TABLE.
           MOVE 0                      TO SRT-EOF-SW.
           PERFORM UNTIL SRT-EOF-SW = 1
               RETURN SORT-FILE
                   AT END
                       MOVE 1          TO SRT-EOF-SW
                   NOT AT END
                       IF WS-CL-COUNT < 100000
                           ADD 1       TO WS-CL-COUNT
                           SET CL-IDX TO WS-CL-COUNT
                           MOVE SRT-ACCOUNT
                               TO CL-ACCOUNT (CL-IDX)
                           MOVE SRT-CLIENT
                               TO CL-CLIENT (CL-IDX)
                       ELSE
                           DISPLAY '!!!! CLIENT TABLE FULL -'
                               UPON CRT AT 2301
                           DISPLAY '!!!!   JOURNAL INCOMPLETE, STOP'
                               UPON CRT AT 2401
                           MOVE 16     TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-RETURN
           END-PERFORM.
       LOAD-CLIENT-EXIT.
           EXIT.

       READ-SET-REC.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               IF MB-CLIENT = '9999'
                   GO TO READ-SET-REC
               ELSE
                   ADD 1               TO REC-CTR.

       READ-TRN-REC.
           READ TRN-FILE INTO CNP750-TRAN-REC
               AT END MOVE 1 TO TRN-EOF-SW.
           IF TRN-EOF-SW = 0
               ADD 1                   TO TRN-CTR.

       READ-RECON-REC.
           READ RCN-FILE INTO CNP750-RECON-REC
               AT END MOVE 1 TO RCN-EOF-SW.
           IF RCN-EOF-SW = 0
               ADD 1                   TO RCN-CTR.

      *
      * one tran750 record is one loan's cycle of postings
      *
       001-MAIN.
           MOVE T-ACCOUNT              TO WS-ACCT-N.
           PERFORM FIND-CLIENT-ENTRY.
           PERFORM JOURNAL-ONE-POSTING THRU JOURNAL-ONE-POSTING-EXIT
               VARYING WS-PST FROM 1 BY 1 UNTIL WS-PST > 9.
           PERFORM READ-TRN-REC.
       001-MAIN-EXIT.
           EXIT.

       JOURNAL-ONE-POSTING.
           IF TRAN-CODE (WS-PST) = SPACES
           OR TRAN-CODE (WS-PST) = LOW-VALUES
           OR TOT-RECD (WS-PST) = 0
               GO TO JOURNAL-ONE-POSTING-EXIT.
           ADD 1                       TO POSTING-CTR.
           MOVE 'P'                    TO WS-SOURCE.
           MOVE TRAN-CODE (WS-PST)     TO WS-CODE.
           MOVE SPACES                 TO WS-DESC.
           MOVE TOT-RECD (WS-PST)      TO WS-AMOUNT.
           MOVE PROC-DATE (WS-PST)     TO WS-DATE.
           IF WS-DATE = SPACES OR WS-DATE = LOW-VALUES
               MOVE WS-RUN-DATE        TO WS-DATE.
           IF NOT CL-FOUND
               MOVE 'LOAN NOT ON SET - NO CLIENT'
                                       TO WS-HOLD-REASON
               PERFORM WRITE-HOLD-LINE
               GO TO JOURNAL-ONE-POSTING-EXIT.
           MOVE WS-CLIENT              TO WS-KEY-CLIENT.
           MOVE WS-CODE                TO WS-KEY-TRAN-CODE.
           MOVE SPACES                 TO WS-KEY-DISB-TYPE.
           PERFORM FIND-GLMAP-ENTRY.
           IF NOT GM-FOUND
               ADD 1                   TO UNMAPPED-CTR
               MOVE 'NO GL MAPPING FOR TRAN CODE'
                                       TO WS-HOLD-REASON
               PERFORM WRITE-HOLD-LINE
               GO TO JOURNAL-ONE-POSTING-EXIT.
           PERFORM LOAD-POSTING-COMPONENTS.
           IF WS-COMP-SUM NOT = TOT-RECD (WS-PST)
               ADD 1                   TO OUTBAL-CTR
               MOVE 'COMPONENTS DO NOT SUM TO RECEIVED'
                                       TO WS-HOLD-REASON
               PERFORM WRITE-HOLD-LINE
               GO TO JOURNAL-ONE-POSTING-EXIT.
           IF GM-DR-ACCT (GM-IDX) = SPACES
               ADD 1                   TO UNMAPPED-CTR
               MOVE 'MAPPING HAS NO CASH ACCOUNT'
                                       TO WS-HOLD-REASON
               PERFORM WRITE-HOLD-LINE
               GO TO JOURNAL-ONE-POSTING-EXIT.
           PERFORM VARYING WS-CMP FROM 1 BY 1 UNTIL WS-CMP > 8
               IF CP-AMT (WS-CMP) NOT = 0
               AND CP-ACCT (WS-CMP) = SPACES
                   MOVE SPACES         TO WS-HOLD-REASON
                   STRING 'MAPPING HAS NO ACCOUNT FOR '
                                       DELIMITED BY SIZE
                          CP-NAME (WS-CMP) DELIMITED BY SIZE
                       INTO WS-HOLD-REASON
               END-IF
           END-PERFORM.
           IF WS-HOLD-REASON NOT = SPACES
               ADD 1                   TO UNMAPPED-CTR
               PERFORM WRITE-HOLD-LINE
               GO TO JOURNAL-ONE-POSTING-EXIT.
           MOVE GM-DR-ACCT (GM-IDX)    TO WS-J-ACCT.
           MOVE 'D'                    TO WS-J-SIDE.
           MOVE WS-AMOUNT              TO WS-J-AMT.
           MOVE 'CASH'                 TO WS-J-COMPONENT.
           PERFORM WRITE-JOURNAL-LINE.
           PERFORM VARYING WS-CMP FROM 1 BY 1 UNTIL WS-CMP > 8
               IF CP-AMT (WS-CMP) NOT = 0
                   MOVE CP-ACCT (WS-CMP) TO WS-J-ACCT
                   MOVE 'C'            TO WS-J-SIDE
                   MOVE CP-AMT (WS-CMP) TO WS-J-AMT
                   MOVE CP-NAME (WS-CMP) TO WS-J-COMPONENT
                   PERFORM WRITE-JOURNAL-LINE
               END-IF
           END-PERFORM.
       JOURNAL-ONE-POSTING-EXIT.
           EXIT.

      *
      * the credit side of the posting; a component without an
      * account of its own on the mapping row takes the row's
      * default credit account
      *
       LOAD-POSTING-COMPONENTS.
           MOVE SPACES                 TO WS-HOLD-REASON.
           MOVE 'PRIN'                 TO CP-NAME (1).
           MOVE PRIN-PD (WS-PST)       TO CP-AMT (1).
           MOVE GM-PRIN-ACCT (GM-IDX)  TO CP-ACCT (1).
           MOVE 'INT'                  TO CP-NAME (2).
           MOVE INT-PD (WS-PST)        TO CP-AMT (2).
           MOVE GM-INT-ACCT (GM-IDX)   TO CP-ACCT (2).
           MOVE 'ESC'                  TO CP-NAME (3).
           MOVE ESCROW-PD (WS-PST)     TO CP-AMT (3).
           MOVE GM-ESC-ACCT (GM-IDX)   TO CP-ACCT (3).
           MOVE 'LC'                   TO CP-NAME (4).
           MOVE L-C-PD (WS-PST)        TO CP-AMT (4).
           MOVE GM-LC-ACCT (GM-IDX)    TO CP-ACCT (4).
           MOVE 'BSC'                  TO CP-NAME (5).
           MOVE BSC-PD (WS-PST)        TO CP-AMT (5).
           MOVE GM-OTH-ACCT (GM-IDX)   TO CP-ACCT (5).
           MOVE 'A&H'                  TO CP-NAME (6).
           MOVE A-H-PD (WS-PST)        TO CP-AMT (6).
           MOVE GM-OTH-ACCT (GM-IDX)   TO CP-ACCT (6).
           MOVE 'LIFE'                 TO CP-NAME (7).
           MOVE LIFE-PD (WS-PST)       TO CP-AMT (7).
           MOVE GM-OTH-ACCT (GM-IDX)   TO CP-ACCT (7).
           MOVE 'SUSP'                 TO CP-NAME (8).
           MOVE SUSPENSE-AMT (WS-PST)  TO CP-AMT (8).
           MOVE GM-SUSP-ACCT (GM-IDX)  TO CP-ACCT (8).
           MOVE 0                      TO WS-COMP-SUM.
           PERFORM VARYING WS-CMP FROM 1 BY 1 UNTIL WS-CMP > 8
               ADD CP-AMT (WS-CMP)     TO WS-COMP-SUM
               IF CP-ACCT (WS-CMP) = SPACES
                   MOVE GM-CR-ACCT (GM-IDX) TO CP-ACCT (WS-CMP)
               END-IF
           END-PERFORM.

      *
      * a primary recon record starts a new account; an overflow
      * record must chain behind its own account's primary - one
      * that does not has its disbursements held, not journaled to
      * the wrong loan's client
      *
       002-MAIN.
           IF RECON-PRIMARY-REC
               MOVE R-ACCOUNT          TO WS-CURR-ACCOUNT
               MOVE 'Y'                TO WS-ACCT-OPEN-SW
               MOVE R-ACCOUNT          TO WS-ACCT-N
               PERFORM FIND-CLIENT-ENTRY
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3
                   IF R-DISB-TRAN (WS-SUB) NOT = SPACES
                       MOVE R-DISB-TRAN (WS-SUB) TO WS-CODE
                       MOVE R-DISB-DESC (WS-SUB) TO WS-DESC
                       MOVE R-DISB-AMT (WS-SUB)  TO WS-AMOUNT
                       PERFORM JOURNAL-ONE-DISBURSEMENT
                           THRU JOURNAL-ONE-DISB-EXIT
                   END-IF
               END-PERFORM
           ELSE
           IF RECON-OVERFLOW-REC
               MOVE RO-ACCOUNT         TO WS-ACCT-N
               IF NOT ACCT-OPEN
               OR RO-ACCOUNT NOT = WS-CURR-ACCOUNT
                   MOVE 'N'            TO CL-FOUND-SW
               END-IF
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > 30
                   IF RO-DISB-TRAN (WS-SUB) NOT = SPACES
                       MOVE RO-DISB-TRAN (WS-SUB) TO WS-CODE
                       MOVE RO-DISB-DESC (WS-SUB) TO WS-DESC
                       MOVE RO-DISB-AMT (WS-SUB)  TO WS-AMOUNT
                       PERFORM JOURNAL-ONE-DISBURSEMENT
                           THRU JOURNAL-ONE-DISB-EXIT
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM READ-RECON-REC.
       002-MAIN-EXIT.
           EXIT.

       JOURNAL-ONE-DISBURSEMENT.
           IF WS-AMOUNT = 0
               GO TO JOURNAL-ONE-DISB-EXIT.
           ADD 1                       TO DISB-CTR.
           MOVE 'D'                    TO WS-SOURCE.
           MOVE WS-RUN-DATE            TO WS-DATE.
           IF NOT CL-FOUND
               MOVE 'LOAN NOT ON SET OR ORPHAN OVERFLOW'
                                       TO WS-HOLD-REASON
               PERFORM WRITE-HOLD-LINE
               GO TO JOURNAL-ONE-DISB-EXIT.
           MOVE WS-CLIENT              TO WS-KEY-CLIENT.
           MOVE SPACES                 TO WS-KEY-TRAN-CODE.
           MOVE WS-CODE                TO WS-KEY-DISB-TYPE.
           PERFORM FIND-GLMAP-ENTRY.
           IF NOT GM-FOUND
               ADD 1                   TO UNMAPPED-CTR
               MOVE 'NO GL MAPPING FOR DISB TYPE'
                                       TO WS-HOLD-REASON
               PERFORM WRITE-HOLD-LINE
               GO TO JOURNAL-ONE-DISB-EXIT.
           IF GM-DR-ACCT (GM-IDX) = SPACES
           OR GM-CR-ACCT (GM-IDX) = SPACES
               ADD 1                   TO UNMAPPED-CTR
               MOVE 'MAPPING MISSING DEBIT OR CREDIT'
                                       TO WS-HOLD-REASON
               PERFORM WRITE-HOLD-LINE
               GO TO JOURNAL-ONE-DISB-EXIT.
           MOVE GM-DR-ACCT (GM-IDX)    TO WS-J-ACCT.
           MOVE 'D'                    TO WS-J-SIDE.
           MOVE WS-AMOUNT              TO WS-J-AMT.
           MOVE 'DISB'                 TO WS-J-COMPONENT.
           PERFORM WRITE-JOURNAL-LINE.
           MOVE GM-CR-ACCT (GM-IDX)    TO WS-J-ACCT.
           MOVE 'C'                    TO WS-J-SIDE.
           MOVE WS-AMOUNT              TO WS-J-AMT.
           MOVE 'CASH'                 TO WS-J-COMPONENT.
           PERFORM WRITE-JOURNAL-LINE.
       JOURNAL-ONE-DISB-EXIT.
           EXIT.

       FIND-CLIENT-ENTRY.
           MOVE 'N'                    TO CL-FOUND-SW.
           MOVE SPACES                 TO WS-CLIENT.
           IF WS-CL-COUNT > 0
               SEARCH ALL CL-ENTRY
                   AT END
                       MOVE 'N'        TO CL-FOUND-SW
                   WHEN CL-ACCOUNT (CL-IDX) = WS-ACCT-N
                       MOVE 'Y'        TO CL-FOUND-SW
               END-SEARCH.
           IF CL-FOUND
               MOVE CL-CLIENT (CL-IDX) TO WS-CLIENT.

      *
      * the client's own row first, then the all-client row
      *
       FIND-GLMAP-ENTRY.
           PERFORM SEARCH-GLMAP-TABLE.
           IF NOT GM-FOUND
               MOVE '****'             TO WS-KEY-CLIENT
               PERFORM SEARCH-GLMAP-TABLE.

       SEARCH-GLMAP-TABLE.
           MOVE 'N'                    TO GM-FOUND-SW.
           IF WS-GM-COUNT > 0
               SET GM-IDX TO 1
               SEARCH GM-ENTRY
                   AT END
                       MOVE 'N'        TO GM-FOUND-SW
                   WHEN GM-KEY (GM-IDX) = WS-KEY
                       MOVE 'Y'        TO GM-FOUND-SW
               END-SEARCH.

      *
      * a negative amount is a reversal and books to the other side
      *
       WRITE-JOURNAL-LINE.
           IF WS-J-AMT < 0
               COMPUTE WS-J-AMT = WS-J-AMT * -1
               IF WS-J-SIDE = 'D'
                   MOVE 'C'            TO WS-J-SIDE
               ELSE
                   MOVE 'D'            TO WS-J-SIDE
               END-IF
           END-IF.
           MOVE SPACES                 TO JRN-REC.
           MOVE WS-CLIENT              TO JRN-CLIENT.
           MOVE WS-DATE                TO JRN-DATE.
           MOVE WS-SOURCE              TO JRN-SOURCE.
           MOVE WS-J-ACCT              TO JRN-GL-ACCT.
           MOVE WS-J-SIDE              TO JRN-DR-CR.
           MOVE WS-J-AMT               TO JRN-AMOUNT.
           MOVE WS-ACCT-N              TO JRN-LOAN-ACCOUNT.
           MOVE WS-CODE                TO JRN-TRAN-CODE.
           MOVE WS-J-COMPONENT         TO JRN-COMPONENT.
           MOVE WS-DESC                TO JRN-DESC.
           WRITE JRN-REC.
           ADD 1                       TO JRN-CTR.
           PERFORM FIND-OR-ADD-PROOF.
           IF WS-J-SIDE = 'D'
               ADD WS-J-AMT            TO PF-DR-TOTAL (PF-IDX)
               ADD WS-J-AMT            TO WS-DR-TOTAL
           ELSE
               ADD WS-J-AMT            TO PF-CR-TOTAL (PF-IDX)
               ADD WS-J-AMT            TO WS-CR-TOTAL.

       FIND-OR-ADD-PROOF.
           MOVE 'N'                    TO PF-FOUND-SW.
           IF WS-PF-COUNT > 0
               SET PF-IDX TO 1
               SEARCH PF-ENTRY
                   AT END
                       MOVE 'N'        TO PF-FOUND-SW
                   WHEN PF-CLIENT (PF-IDX) = WS-CLIENT
                    AND PF-DATE (PF-IDX) = WS-DATE
                       MOVE 'Y'        TO PF-FOUND-SW
               END-SEARCH.
           IF NOT PF-FOUND
               IF WS-PF-COUNT NOT < 2000
                   DISPLAY '!!!! PROOF TABLE FULL AT 2000 -'
                       UPON CRT AT 2301
                   DISPLAY '!!!!   JOURNAL UNPROVEN, STOP'
                       UPON CRT AT 2401
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1                   TO WS-PF-COUNT
               SET PF-IDX TO WS-PF-COUNT
               MOVE WS-CLIENT          TO PF-CLIENT (PF-IDX)
               MOVE WS-DATE            TO PF-DATE (PF-IDX)
               MOVE 0                  TO PF-DR-TOTAL (PF-IDX)
               MOVE 0                  TO PF-CR-TOTAL (PF-IDX).

       WRITE-HOLD-HEADING.
           MOVE SPACES                 TO HLD-REC.
           STRING 'ITEMS HELD OUT OF THE GL JOURNAL - BOOK BY HAND'
                                        DELIMITED BY SIZE
               INTO HLD-REC.
           WRITE HLD-REC.

       WRITE-HOLD-LINE.
           ADD 1                       TO HELD-CTR.
           ADD WS-AMOUNT               TO WS-HELD-TOTAL.
           MOVE WS-AMOUNT              TO WS-AMT-DISP.
           MOVE SPACES                 TO HLD-REC.
           STRING WS-CLIENT             DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-ACCT-N             DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-SOURCE             DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-CODE               DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-DATE               DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-DESC               DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-HOLD-REASON        DELIMITED BY SIZE
                  WS-AMT-DISP           DELIMITED BY SIZE
               INTO HLD-REC.
           WRITE HLD-REC.

       WRITE-PROOF-REPORT.
           MOVE 'GL JOURNAL PROOF - DEBITS AND CREDITS BY CLIENT/DATE'
               TO OUT-REC.
           WRITE OUT-REC.
           PERFORM WRITE-ONE-PROOF-LINE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PF-COUNT.
           COMPUTE WS-DIFF = WS-DR-TOTAL - WS-CR-TOTAL.
           MOVE WS-DR-TOTAL            TO WS-DR-DISP.
           MOVE WS-CR-TOTAL            TO WS-CR-DISP.
           MOVE WS-DIFF                TO WS-DIF-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING 'TOTAL       '        DELIMITED BY SIZE
                  ' DEBITS '            DELIMITED BY SIZE
                  WS-DR-DISP            DELIMITED BY SIZE
                  ' CREDITS '           DELIMITED BY SIZE
                  WS-CR-DISP            DELIMITED BY SIZE
                  ' DIFF '              DELIMITED BY SIZE
                  WS-DIF-DISP           DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-HELD-TOTAL          TO WS-DR-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING 'HELD OUT    '        DELIMITED BY SIZE
                  ' AMOUNT '            DELIMITED BY SIZE
                  WS-DR-DISP            DELIMITED BY SIZE
                  ' SEE HOLD LISTING'   DELIMITED BY SIZE
               INTO OUT-REC.
           WRITE OUT-REC.

       WRITE-ONE-PROOF-LINE.
           SET PF-IDX TO WS-SUB.
           COMPUTE WS-DIFF =
               PF-DR-TOTAL (PF-IDX) - PF-CR-TOTAL (PF-IDX).
           MOVE PF-DR-TOTAL (PF-IDX)   TO WS-DR-DISP.
           MOVE PF-CR-TOTAL (PF-IDX)   TO WS-CR-DISP.
           MOVE WS-DIFF                TO WS-DIF-DISP.
           MOVE SPACES                 TO OUT-REC.
           STRING PF-CLIENT (PF-IDX)    DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  PF-DATE (PF-IDX)      DELIMITED BY SIZE
                  ' DEBITS '            DELIMITED BY SIZE
                  WS-DR-DISP            DELIMITED BY SIZE
                  ' CREDITS '           DELIMITED BY SIZE
                  WS-CR-DISP            DELIMITED BY SIZE
                  ' DIFF '              DELIMITED BY SIZE
                  WS-DIF-DISP           DELIMITED BY SIZE
               INTO OUT-REC.
           IF WS-DIFF NOT = 0
               ADD 1                   TO PROOF-DIFF-CTR
               MOVE ' **'              TO OUT-REC (97:3).
           WRITE OUT-REC.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR GLJRNL1' UPON CRT AT 0915.
           DISPLAY REC-CTR     'SET RECORDS READ               ='
               UPON CRT AT 1125.
           DISPLAY GLM-CTR     'GL MAPPING ROWS LOADED         ='
               UPON CRT AT 1225.
           DISPLAY TRN-CTR     'TRAN RECORDS READ              ='
               UPON CRT AT 1325.
           DISPLAY RCN-CTR     'RECON RECORDS READ             ='
               UPON CRT AT 1425.
           DISPLAY POSTING-CTR 'POSTINGS PRESENTED             ='
               UPON CRT AT 1525.
           DISPLAY DISB-CTR    'DISBURSEMENTS PRESENTED        ='
               UPON CRT AT 1625.
           DISPLAY JRN-CTR     'JOURNAL LINES WRITTEN          ='
               UPON CRT AT 1725.
           DISPLAY HELD-CTR    'ITEMS HELD OUT                 ='
               UPON CRT AT 1825.
           DISPLAY UNMAPPED-CTR 'HELD - NO MAPPING/ACCOUNT     ='
               UPON CRT AT 1925.
           DISPLAY OUTBAL-CTR  'HELD - COMPONENTS OUT OF BAL   ='
               UPON CRT AT 2025.
           DISPLAY PROOF-DIFF-CTR 'CLIENT/DATES NOT IN BALANCE ='
               UPON CRT AT 2125.
           IF BKCOPY-CTR NOT = 0
               DISPLAY BKCOPY-CTR 'ADDRESSED COPIES SKIPPED    ='
                   UPON CRT AT 2225.
           IF HELD-CTR NOT = 0 OR PROOF-DIFF-CTR NOT = 0
               MOVE 8                  TO RETURN-CODE
           ELSE
           IF TRN-CTR = 0 AND RCN-CTR = 0
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE 0                  TO RETURN-CODE.
           CLOSE TRN-FILE.
           CLOSE RCN-FILE.
           CLOSE JRN-FILE.
           CLOSE OUT-FILE.
           CLOSE HLD-FILE.
           STOP RUN.
