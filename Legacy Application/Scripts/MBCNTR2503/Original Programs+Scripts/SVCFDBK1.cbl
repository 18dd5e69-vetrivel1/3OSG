       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SVCFDBK1.
       AUTHOR.      ej.
       ENVIRONMENT DIVISION.
      *
      * servicer data-defect feedback - the problems setmb2000 finds
      * in a servicer's own extract (dates that won't convert,
      * non-numeric SSNs, address integrity failures, client codes
      * with no handler, sub-extract records matching no loan,
      * layout failures) used to reach the servicer as a forwarded
      * printout.  setmb2000 now writes each one to the run's .dfk;
      * this step turns a client's .dfk into the fixed-format file
      * the servicer's data team loads - a header, one detail per
      * defect with the loan, field, defect code, value received,
      * cycle and the number of consecutive cycles the same defect
      * has come in, and a trailer - plus a summary page for the
      * monthly service review.
      *
      * the consecutive count is kept on dfkhist.tab, one entry per
      * client / loan / defect code / field, read whole and written
      * whole each run.  a defect that does not come in on a client's
      * run drops off, so its count starts over at 1 if it returns.
      * dfkcycle.tab holds each client's last two run dates, so a
      * rerun of the same cycle neither bumps nor breaks a count.
      * a clean run with an empty .dfk still has to run here so the
      * counts for that client break
      *
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the client's .dfk from setmb2000
           SELECT IN1-FILE  ASSIGN TO DYNAMIC IN1-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS IN1-STATUS.
      * the feedback file for the servicer's data team
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * the service-review summary page
           SELECT RPT-FILE ASSIGN TO DYNAMIC RPT-PATH
                  ORGANIZATION RECORD SEQUENTIAL.
      * defect recurrence history - optional on the first run
           SELECT HST-FILE  ASSIGN TO DYNAMIC HST-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS HST-STATUS.
      * each client's last two run dates - optional on the first run
           SELECT CYC-FILE  ASSIGN TO DYNAMIC CYC-PATH
                  ORGANIZATION RECORD SEQUENTIAL
                  FILE STATUS IS CYC-STATUS.
           SELECT SORT-FILE ASSIGN TO DISK.
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
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS IN1-REC.
       01  IN1-REC.
           05  DFK-CLIENT              PIC X(4).
           05  DFK-ACCOUNT             PIC 9(13).
           05  DFK-CODE                PIC X(8).
           05  DFK-FIELD               PIC X(20).
           05  DFK-VALUE               PIC X(40).
           05  DFK-RUN-DATE            PIC 9(8).
           05  DFK-JOB                 PIC X(7).
           05  FILLER                  PIC X(32).
      *
      * the servicer load format - H header, D detail, T trailer
      *
       FD OUT-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORDS ARE FBK-REC FBK-HDR-REC FBK-TRL-REC.
       01  FBK-REC.
           05  FBK-REC-TYPE            PIC X(1).
           05  FBK-CLIENT              PIC X(4).
           05  FBK-LOAN                PIC 9(13).
           05  FBK-DEFECT-CODE         PIC X(8).
           05  FBK-FIELD               PIC X(20).
           05  FBK-VALUE               PIC X(40).
           05  FBK-CYCLE               PIC 9(8).
           05  FBK-RECUR-CTR           PIC 9(4).
           05  FBK-FIRST-CYCLE         PIC 9(8).
           05  FBK-DESC                PIC X(36).
           05  FILLER                  PIC X(58).
       01  FBK-HDR-REC.
           05  FBH-REC-TYPE            PIC X(1).
           05  FBH-CLIENT              PIC X(4).
           05  FBH-CYCLE               PIC 9(8).
           05  FBH-CREATED             PIC 9(8).
           05  FBH-TITLE               PIC X(30).
           05  FILLER                  PIC X(149).
       01  FBK-TRL-REC.
           05  FBT-REC-TYPE            PIC X(1).
           05  FBT-CLIENT              PIC X(4).
           05  FBT-CYCLE               PIC 9(8).
           05  FBT-DETAIL-CTR          PIC 9(9).
           05  FILLER                  PIC X(178).

       FD RPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RPT-REC.
       01 RPT-REC                      PIC X(132).

       FD  HST-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS HST-REC.
       01  HST-REC                     PIC X(80).

       FD  CYC-FILE
           RECORD CONTAINS 24 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CYC-REC.
       01  CYC-REC.
           05  CYC-REC-CLIENT          PIC X(4).
           05  CYC-REC-LAST-RUN        PIC 9(8).
           05  CYC-REC-PRIOR-RUN       PIC 9(8).
           05  FILLER                  PIC X(4).
      *
      * source 1 = history entry, 2 = tonight's defect, so within a
      * key the history is in hand before the defect is counted
      *
       SD SORT-FILE
           DATA RECORD IS SORT-REC.
       01 SORT-REC.
           05  SRT-KEY.
               10  SRT-CLIENT          PIC X(4).
               10  SRT-ACCOUNT         PIC 9(13).
               10  SRT-CODE            PIC X(8).
               10  SRT-FIELD           PIC X(20).
           05  SRT-SOURCE              PIC X(1).
           05  SRT-DATA                PIC X(132).
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
       01  VARIABLES.
           05  IN1-PATH.
               10 IN1-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 IN1-NAME             PIC X(64).
           05  OUT-PATH.
               10 OUT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 OUT-NAME             PIC X(64).
           05  RPT-PATH.
               10 RPT-PREFIX           PIC X(14)
                  VALUE '/users/public/'.
               10 RPT-NAME             PIC X(64).
           05  HST-PATH                PIC X(40)
               VALUE '/users/public/dfkhist.tab'.
           05  CYC-PATH                PIC X(40)
               VALUE '/users/public/dfkcycle.tab'.
           05  IN1-STATUS              PIC X(2)  VALUE SPACES.
           05  HST-STATUS              PIC X(2)  VALUE SPACES.
           05  CYC-STATUS              PIC X(2)  VALUE SPACES.
           05  XMITREG-PATH            PIC X(40)
               VALUE '/users/public/out/xmitreg.dat'.
           05  XMIT-DATE               PIC 9(8)  VALUE 0.
           05  XMIT-TIME-X             PIC X(8)  VALUE SPACES.
           05  XMIT-REC-CTR            PIC 9(9)  VALUE 0.
           05  XMIT-HASH               PIC 9(15) VALUE 0.
           05  XMIT-TIN-CTR            PIC 9(9)  VALUE 0.
           05  WS-COMMAND-LINE         PIC X(100).
           05  WS-CLIENT               PIC X(4)  VALUE SPACES.
           05  REC-CTR                 PIC 9(7)  VALUE 0.
           05  OTHER-CLIENT-CTR        PIC 9(7)  VALUE 0.
           05  HIST-IN-CTR             PIC 9(7)  VALUE 0.
           05  HIST-OUT-CTR            PIC 9(7)  VALUE 0.
           05  DETAIL-CTR              PIC 9(9)  VALUE 0.
           05  RECUR-CTR               PIC 9(7)  VALUE 0.
           05  CHRONIC-CTR             PIC 9(7)  VALUE 0.
           05  BROKEN-CTR              PIC 9(7)  VALUE 0.
           05  EOF-SW                  PIC 9(1)  VALUE 0.
           05  SRT-EOF-SW              PIC 9(1)  VALUE 0.
           05  CYC-EOF-SW              PIC X(1)  VALUE 'N'.
               88  CYC-EOF                       VALUE 'Y'.
           05  HAVE-HIST-SW            PIC X(1)  VALUE 'N'.
               88  HAVE-HIST                     VALUE 'Y'.
           05  COUNTED-SW              PIC X(1)  VALUE 'N'.
               88  KEY-COUNTED                   VALUE 'Y'.
           05  WS-CUR-KEY              PIC X(45) VALUE SPACES.
           05  WS-TODAY                PIC 9(8)  VALUE 0.
           05  WS-CYCLE                PIC 9(8)  VALUE 0.
           05  WS-PRIOR-RUN            PIC 9(8)  VALUE 0.
           05  WS-CONSEC               PIC 9(4)  VALUE 0.
           05  WS-FIRST-CYCLE          PIC 9(8)  VALUE 0.
           05  WS-SUB                  PIC S9(4) COMP VALUE 0.
           05  WS-QTY-DISP             PIC ZZZZZZ9.
           05  WS-RUN-DISP             PIC ZZZ9.
      *
      * a defect in at least this many consecutive cycles is listed
      * loan by loan on the summary page
      *
           05  WS-CHRONIC-CYCLES       PIC 9(4)  VALUE 3.

      *
      * one recurrence history entry - the layout of HST-REC and of
      * the sort record's data on a source-1 record
      *
       01  HIST-ENTRY.
           05  DH-KEY.
               10  DH-CLIENT           PIC X(4).
               10  DH-ACCOUNT          PIC 9(13).
               10  DH-CODE             PIC X(8).
               10  DH-FIELD            PIC X(20).
           05  DH-LAST-RUN             PIC 9(8).
           05  DH-CONSEC               PIC 9(4).
           05  DH-FIRST-RUN            PIC 9(8).
           05  FILLER                  PIC X(15).

      *
      * the defect codes setmb2000 writes, with the description that
      * rides on each detail and heads each summary line
      *
       01  DEFECT-CODE-VALUES.
           05  FILLER                  PIC X(44) VALUE
               'BADDATE DATE FIELD WILL NOT CONVERT         '.
           05  FILLER                  PIC X(44) VALUE
               'BADSSN  SSN OR CO-SSN NOT NUMERIC           '.
           05  FILLER                  PIC X(44) VALUE
               'ADDRESS MAILING ADDRESS FAILED INTEGRITY    '.
           05  FILLER                  PIC X(44) VALUE
               'NOHANDLRCLIENT CODE NOT SET UP FOR BILLING  '.
           05  FILLER                  PIC X(44) VALUE
               'UNMATCHDSUB-EXTRACT RECORD MATCHED NO LOAN  '.
           05  FILLER                  PIC X(44) VALUE
               'LAYOUT  EXTRACT LAYOUT FAILURE              '.
           05  FILLER                  PIC X(44) VALUE
               'OTHER   OTHER DATA DEFECT                   '.
       01  DEFECT-CODE-TABLE REDEFINES DEFECT-CODE-VALUES.
           05  DC-ENTRY OCCURS 7 TIMES INDEXED BY DC-IDX.
               10  DC-CODE             PIC X(8).
               10  DC-DESC             PIC X(36).
      *
      * summary tallies, one per defect code above
      *
       01  SUMMARY-TABLE.
           05  SM-ENTRY OCCURS 7 TIMES.
               10  SM-DEFECTS          PIC 9(7).
               10  SM-LOANS            PIC 9(7).
               10  SM-RECURRING        PIC 9(7).
               10  SM-LONGEST          PIC 9(4).
               10  SM-LAST-ACCOUNT     PIC 9(13).
       01  SUMMARY-TOTALS.
           05  ST-DEFECTS              PIC 9(7)  VALUE 0.
           05  ST-RECURRING            PIC 9(7)  VALUE 0.

      *
      * the run dates of every client fed back, rewritten whole
      *
       01  CYCLE-TABLE.
           05  CY-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CY-COUNT
                   INDEXED BY CY-IDX.
               10  CY-CLIENT           PIC X(4).
               10  CY-LAST-RUN         PIC 9(8).
               10  CY-PRIOR-RUN        PIC 9(8).
       77  WS-CY-COUNT                 PIC S9(4) COMP VALUE 0.
       77  CY-FOUND-SW                 PIC X(1)  VALUE 'N'.
           88  CY-FOUND                          VALUE 'Y'.

      *
      * chronic defects, listed at the foot of the summary page
      *
       01  CHRONIC-TABLE.
           05  CH-ENTRY OCCURS 200 TIMES INDEXED BY CH-IDX.
               10  CH-LINE             PIC X(132).
       77  WS-CH-COUNT                 PIC S9(4) COMP VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       A010-MAIN-LINE.
           DISPLAY SPACES UPON CRT.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ' '
               INTO WS-CLIENT IN1-NAME OUT-NAME RPT-NAME.
           DISPLAY '* * * * B E G I N   S V C F D B K 1 . C B L'
               UPON CRT AT 1401.
           IF WS-CLIENT = SPACES OR IN1-NAME = SPACES
           OR OUT-NAME = SPACES OR RPT-NAME = SPACES
               DISPLAY '!!!! ENTER CLIENT, DFK FILE, FEEDBACK FILE'
                   UPON CRT AT 2301
               DISPLAY '!!!!   AND SUMMARY FILE ON COMMAND LINE'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY               TO WS-CYCLE.
           PERFORM LOAD-CYCLE-TABLE.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 7
               MOVE 0                  TO SM-DEFECTS (WS-SUB)
               MOVE 0                  TO SM-LOANS (WS-SUB)
               MOVE 0                  TO SM-RECURRING (WS-SUB)
               MOVE 0                  TO SM-LONGEST (WS-SUB)
               MOVE 0                  TO SM-LAST-ACCOUNT (WS-SUB)
           END-PERFORM.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-KEY SRT-SOURCE
               INPUT PROCEDURE IS RELEASE-DEFECT-INPUT
                   THRU RELEASE-DEFECT-EXIT
               OUTPUT PROCEDURE IS WRITE-FEEDBACK
                   THRU WRITE-FEEDBACK-EXIT.
           PERFORM WRITE-CYCLE-TABLE.
           PERFORM WRITE-SUMMARY-PAGE.
           PERFORM END-RTN.

       LOAD-CYCLE-TABLE.
           OPEN INPUT CYC-FILE.
           IF CYC-STATUS NOT = '00'
               MOVE 'Y'                TO CYC-EOF-SW
           ELSE
               PERFORM READ-CYC-REC
               PERFORM UNTIL CYC-EOF
                   IF WS-CY-COUNT < 500
                       ADD 1           TO WS-CY-COUNT
                       SET CY-IDX TO WS-CY-COUNT
                       MOVE CYC-REC-CLIENT TO CY-CLIENT (CY-IDX)
                       MOVE CYC-REC-LAST-RUN TO CY-LAST-RUN (CY-IDX)
                       MOVE CYC-REC-PRIOR-RUN TO CY-PRIOR-RUN (CY-IDX)
                   END-IF
                   PERFORM READ-CYC-REC
               END-PERFORM
               CLOSE CYC-FILE.

       READ-CYC-REC.
           READ CYC-FILE AT END MOVE 'Y' TO CYC-EOF-SW.

       FIND-CYCLE-ENTRY.
           MOVE 'N'                    TO CY-FOUND-SW.
           IF WS-CY-COUNT > 0
               SET CY-IDX TO 1
               SEARCH CY-ENTRY
                   AT END
                       MOVE 'N'        TO CY-FOUND-SW
                   WHEN CY-CLIENT (CY-IDX) = WS-CLIENT
                       MOVE 'Y'        TO CY-FOUND-SW
               END-SEARCH.

      *
      * the run this one follows - a rerun of the same cycle follows
      * whatever the first run of it followed
      *
       RESOLVE-PRIOR-RUN.
           MOVE 0                      TO WS-PRIOR-RUN.
           PERFORM FIND-CYCLE-ENTRY.
           IF CY-FOUND
               IF CY-LAST-RUN (CY-IDX) = WS-CYCLE
                   MOVE CY-PRIOR-RUN (CY-IDX) TO WS-PRIOR-RUN
               ELSE
                   MOVE CY-LAST-RUN (CY-IDX)  TO WS-PRIOR-RUN.

       WRITE-CYCLE-TABLE.
           PERFORM FIND-CYCLE-ENTRY.
           IF NOT CY-FOUND
               IF WS-CY-COUNT < 500
                   ADD 1               TO WS-CY-COUNT
                   SET CY-IDX TO WS-CY-COUNT
                   MOVE WS-CLIENT      TO CY-CLIENT (CY-IDX)
                   MOVE 0              TO CY-LAST-RUN (CY-IDX)
                   MOVE 0              TO CY-PRIOR-RUN (CY-IDX)
                   MOVE 'Y'            TO CY-FOUND-SW
               ELSE
                   DISPLAY '!!!! CLIENT CYCLE TABLE FULL - COUNTS'
                       UPON CRT AT 2301
                   DISPLAY '!!!!   WILL NOT CARRY FOR THIS CLIENT'
                       UPON CRT AT 2401
                   MOVE 8              TO RETURN-CODE
               END-IF
           END-IF.
           IF CY-FOUND
           AND CY-LAST-RUN (CY-IDX) NOT = WS-CYCLE
               MOVE CY-LAST-RUN (CY-IDX) TO CY-PRIOR-RUN (CY-IDX)
               MOVE WS-CYCLE           TO CY-LAST-RUN (CY-IDX).
           OPEN OUTPUT CYC-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CY-COUNT
               MOVE SPACES             TO CYC-REC
               MOVE CY-CLIENT (WS-SUB) TO CYC-REC-CLIENT
               MOVE CY-LAST-RUN (WS-SUB) TO CYC-REC-LAST-RUN
               MOVE CY-PRIOR-RUN (WS-SUB) TO CYC-REC-PRIOR-RUN
               WRITE CYC-REC
           END-PERFORM.
           CLOSE CYC-FILE.

      *
      * this client's defects and the whole history go to the sort;
      * the cycle is the run date setmb2000 stamped on the .dfk, or
      * today's date when the run was clean
      *
       RELEASE-DEFECT-INPUT.
           OPEN INPUT IN1-FILE.
           IF IN1-STATUS NOT = '00'
               DISPLAY '!!!! DFK FILE NOT FOUND OR NOT READABLE'
                   UPON CRT AT 2301
               DISPLAY IN1-NAME UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           MOVE 0                      TO EOF-SW.
           PERFORM RELEASE-ONE-DEFECT UNTIL EOF-SW = 1.
           CLOSE IN1-FILE.
           OPEN INPUT HST-FILE.
           IF HST-STATUS = '00'
               MOVE 0                  TO EOF-SW
               PERFORM RELEASE-ONE-HIST-ENTRY UNTIL EOF-SW = 1
               CLOSE HST-FILE.
       RELEASE-DEFECT-EXIT.
           EXIT.

       RELEASE-ONE-DEFECT.
           READ IN1-FILE AT END MOVE 1 TO EOF-SW.
           IF EOF-SW = 0
               IF DFK-CLIENT NOT = WS-CLIENT
                   ADD 1               TO OTHER-CLIENT-CTR
               ELSE
                   ADD 1               TO REC-CTR
                   IF REC-CTR = 1 AND DFK-RUN-DATE NUMERIC
                   AND DFK-RUN-DATE NOT = 0
                       MOVE DFK-RUN-DATE TO WS-CYCLE
                   END-IF
                   MOVE DFK-CLIENT     TO SRT-CLIENT
                   MOVE DFK-ACCOUNT    TO SRT-ACCOUNT
                   MOVE DFK-CODE       TO SRT-CODE
                   MOVE DFK-FIELD      TO SRT-FIELD
                   MOVE '2'            TO SRT-SOURCE
                   MOVE IN1-REC        TO SRT-DATA
                   RELEASE SORT-REC
               END-IF
           END-IF.

       RELEASE-ONE-HIST-ENTRY.
           READ HST-FILE INTO HIST-ENTRY
               AT END MOVE 1           TO EOF-SW.
           IF EOF-SW = 0
               ADD 1                   TO HIST-IN-CTR
               MOVE DH-KEY             TO SRT-KEY
               MOVE '1'                TO SRT-SOURCE
               MOVE HIST-ENTRY         TO SRT-DATA
               RELEASE SORT-REC.

      *
      * one pass over the sorted keys - feedback details for this
      * client's defects, and the new history at each key break
      *
       WRITE-FEEDBACK.
           PERFORM RESOLVE-PRIOR-RUN.
           OPEN OUTPUT OUT-FILE.
           OPEN OUTPUT HST-FILE.
           MOVE SPACES                 TO FBK-HDR-REC.
           MOVE 'H'                    TO FBH-REC-TYPE.
           MOVE WS-CLIENT              TO FBH-CLIENT.
           MOVE WS-CYCLE               TO FBH-CYCLE.
           MOVE WS-TODAY               TO FBH-CREATED.
           MOVE 'DATA DEFECT FEEDBACK'  TO FBH-TITLE.
           WRITE FBK-HDR-REC.
           ADD 1                       TO XMIT-REC-CTR.
           MOVE 0                      TO SRT-EOF-SW.
           PERFORM RETURN-SORT-REC.
           PERFORM WRITE-ONE-KEY UNTIL SRT-EOF-SW = 1.
           MOVE SPACES                 TO FBK-TRL-REC.
           MOVE 'T'                    TO FBT-REC-TYPE.
           MOVE WS-CLIENT              TO FBT-CLIENT.
           MOVE WS-CYCLE               TO FBT-CYCLE.
           MOVE DETAIL-CTR             TO FBT-DETAIL-CTR.
           WRITE FBK-TRL-REC.
           ADD 1                       TO XMIT-REC-CTR.
           CLOSE OUT-FILE.
           CLOSE HST-FILE.
       WRITE-FEEDBACK-EXIT.
           EXIT.

       RETURN-SORT-REC.
           RETURN SORT-FILE
               AT END MOVE 1           TO SRT-EOF-SW.

       WRITE-ONE-KEY.
           MOVE SRT-KEY                TO WS-CUR-KEY.
           MOVE 'N'                    TO HAVE-HIST-SW.
           MOVE 'N'                    TO COUNTED-SW.
           PERFORM APPLY-ONE-SORT-REC
               UNTIL SRT-EOF-SW = 1 OR SRT-KEY NOT = WS-CUR-KEY.
           PERFORM CLOSE-OUT-KEY.

       APPLY-ONE-SORT-REC.
           IF SRT-SOURCE = '1'
               MOVE SRT-DATA           TO HIST-ENTRY
               MOVE 'Y'                TO HAVE-HIST-SW
           ELSE
               MOVE SRT-DATA           TO IN1-REC
               IF NOT KEY-COUNTED
                   PERFORM COUNT-CONSECUTIVE-CYCLES
               END-IF
               PERFORM WRITE-FEEDBACK-DETAIL
           END-IF.
           PERFORM RETURN-SORT-REC.

      *
      * in on the run this one follows - one more in a row; already
      * counted for this cycle - a rerun, the count stands; anything
      * else starts over
      *
       COUNT-CONSECUTIVE-CYCLES.
           MOVE 'Y'                    TO COUNTED-SW.
           IF HAVE-HIST AND DH-LAST-RUN = WS-CYCLE
               MOVE DH-CONSEC          TO WS-CONSEC
               MOVE DH-FIRST-RUN       TO WS-FIRST-CYCLE
           ELSE
           IF HAVE-HIST AND WS-PRIOR-RUN NOT = 0
           AND DH-LAST-RUN = WS-PRIOR-RUN
               COMPUTE WS-CONSEC = DH-CONSEC + 1
               MOVE DH-FIRST-RUN       TO WS-FIRST-CYCLE
           ELSE
               MOVE 1                  TO WS-CONSEC
               MOVE WS-CYCLE           TO WS-FIRST-CYCLE.
           MOVE WS-CUR-KEY             TO DH-KEY.
           MOVE WS-CYCLE               TO DH-LAST-RUN.
           MOVE WS-CONSEC              TO DH-CONSEC.
           MOVE WS-FIRST-CYCLE         TO DH-FIRST-RUN.
           MOVE 'Y'                    TO HAVE-HIST-SW.

       WRITE-FEEDBACK-DETAIL.
           SET DC-IDX TO 1.
           SEARCH DC-ENTRY
               AT END
                   SET DC-IDX TO 7
               WHEN DC-CODE (DC-IDX) = DFK-CODE
                   CONTINUE
           END-SEARCH.
           MOVE SPACES                 TO FBK-REC.
           MOVE 'D'                    TO FBK-REC-TYPE.
           MOVE DFK-CLIENT             TO FBK-CLIENT.
           MOVE DFK-ACCOUNT            TO FBK-LOAN.
           MOVE DFK-CODE               TO FBK-DEFECT-CODE.
           MOVE DFK-FIELD              TO FBK-FIELD.
           MOVE DFK-VALUE              TO FBK-VALUE.
           MOVE WS-CYCLE               TO FBK-CYCLE.
           MOVE WS-CONSEC              TO FBK-RECUR-CTR.
           MOVE WS-FIRST-CYCLE         TO FBK-FIRST-CYCLE.
           MOVE DC-DESC (DC-IDX)       TO FBK-DESC.
           WRITE FBK-REC.
           ADD 1                       TO DETAIL-CTR.
           ADD 1                       TO XMIT-REC-CTR.
           ADD DFK-ACCOUNT             TO XMIT-HASH
               ON SIZE ERROR CONTINUE
           END-ADD.
      * a BADSSN detail hands back the taxpayer id as received
           IF DFK-CODE = 'BADSSN'
               ADD 1                   TO XMIT-TIN-CTR.
           SET WS-SUB TO DC-IDX.
           ADD 1                       TO SM-DEFECTS (WS-SUB).
           ADD 1                       TO ST-DEFECTS.
           IF SM-LAST-ACCOUNT (WS-SUB) NOT = DFK-ACCOUNT
           OR SM-DEFECTS (WS-SUB) = 1
               ADD 1                   TO SM-LOANS (WS-SUB)
               MOVE DFK-ACCOUNT        TO SM-LAST-ACCOUNT (WS-SUB).
           IF WS-CONSEC > 1
               ADD 1                   TO SM-RECURRING (WS-SUB)
               ADD 1                   TO ST-RECURRING
               ADD 1                   TO RECUR-CTR.
           IF WS-CONSEC > SM-LONGEST (WS-SUB)
               MOVE WS-CONSEC          TO SM-LONGEST (WS-SUB).
           IF WS-CONSEC NOT < WS-CHRONIC-CYCLES
               PERFORM SAVE-CHRONIC-LINE.

      *
      * this client's entries stay only if the defect came in on
      * this run; every other client's history passes through
      *
       CLOSE-OUT-KEY.
           IF DH-CLIENT = WS-CLIENT AND NOT KEY-COUNTED
               ADD 1                   TO BROKEN-CTR
           ELSE
               WRITE HST-REC FROM HIST-ENTRY
               ADD 1                   TO HIST-OUT-CTR.

       SAVE-CHRONIC-LINE.
           ADD 1                       TO CHRONIC-CTR.
           IF WS-CH-COUNT < 200
               ADD 1                   TO WS-CH-COUNT
               SET CH-IDX TO WS-CH-COUNT
               MOVE WS-CONSEC          TO WS-RUN-DISP
               MOVE SPACES             TO CH-LINE (CH-IDX)
               STRING DFK-ACCOUNT       DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      DFK-CODE          DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      DFK-FIELD         DELIMITED BY SIZE
                      WS-RUN-DISP       DELIMITED BY SIZE
                      ' CYCLES SINCE '  DELIMITED BY SIZE
                      WS-FIRST-CYCLE    DELIMITED BY SIZE
                      '  RECEIVED '     DELIMITED BY SIZE
                      DFK-VALUE         DELIMITED BY SIZE
                   INTO CH-LINE (CH-IDX).

      *
      * the service-review page - every defect type, how many loans
      * it touched, how many were repeats from the cycle before, and
      * the loans where it has come in cycle after cycle
      *
       WRITE-SUMMARY-PAGE.
           OPEN OUTPUT RPT-FILE.
           MOVE SPACES                 TO RPT-REC.
           STRING 'SERVICER DATA-DEFECT FEEDBACK SUMMARY   CLIENT '
                                        DELIMITED BY SIZE
                  WS-CLIENT             DELIMITED BY SIZE
                  '   CYCLE '           DELIMITED BY SIZE
                  WS-CYCLE              DELIMITED BY SIZE
               INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES                 TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES                 TO RPT-REC.
           STRING 'DEFECT    DESCRIPTION                         '
                                        DELIMITED BY SIZE
                  '  DEFECTS    LOANS  REPEATS  LONGEST RUN'
                                        DELIMITED BY SIZE
               INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 7
               IF SM-DEFECTS (WS-SUB) NOT = 0
                   PERFORM WRITE-SUMMARY-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES                 TO RPT-REC.
           MOVE 'TOTAL'                TO RPT-REC (1:5).
           MOVE ST-DEFECTS             TO WS-QTY-DISP.
           MOVE WS-QTY-DISP            TO RPT-REC (49:7).
           MOVE ST-RECURRING           TO WS-QTY-DISP.
           MOVE WS-QTY-DISP            TO RPT-REC (67:7).
           WRITE RPT-REC.
           IF ST-DEFECTS = 0
               MOVE SPACES             TO RPT-REC
               WRITE RPT-REC
               MOVE 'NO DATA DEFECTS THIS CYCLE' TO RPT-REC
               WRITE RPT-REC.
           MOVE SPACES                 TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES                 TO RPT-REC.
           MOVE WS-CHRONIC-CYCLES      TO WS-RUN-DISP.
           STRING 'DEFECTS IN'          DELIMITED BY SIZE
                  WS-RUN-DISP           DELIMITED BY SIZE
                  ' OR MORE CONSECUTIVE CYCLES'
                                        DELIMITED BY SIZE
               INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CH-COUNT
               MOVE CH-LINE (WS-SUB)   TO RPT-REC
               WRITE RPT-REC
           END-PERFORM.
           IF CHRONIC-CTR > WS-CH-COUNT
               MOVE SPACES             TO RPT-REC
               COMPUTE WS-QTY-DISP = CHRONIC-CTR - WS-CH-COUNT
               STRING WS-QTY-DISP       DELIMITED BY SIZE
                      ' MORE NOT LISTED - SEE THE FEEDBACK FILE'
                                        DELIMITED BY SIZE
                   INTO RPT-REC
               WRITE RPT-REC.
           CLOSE RPT-FILE.

       WRITE-SUMMARY-LINE.
           MOVE SPACES                 TO RPT-REC.
           MOVE DC-CODE (WS-SUB)       TO RPT-REC (1:8).
           MOVE DC-DESC (WS-SUB)       TO RPT-REC (11:36).
           MOVE SM-DEFECTS (WS-SUB)    TO WS-QTY-DISP.
           MOVE WS-QTY-DISP            TO RPT-REC (49:7).
           MOVE SM-LOANS (WS-SUB)      TO WS-QTY-DISP.
           MOVE WS-QTY-DISP            TO RPT-REC (58:7).
           MOVE SM-RECURRING (WS-SUB)  TO WS-QTY-DISP.
           MOVE WS-QTY-DISP            TO RPT-REC (67:7).
           MOVE SM-LONGEST (WS-SUB)    TO WS-RUN-DISP.
           MOVE WS-RUN-DISP            TO RPT-REC (79:4).
           WRITE RPT-REC.

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
           MOVE 'SVCFDBK1'             TO XR-PROGRAM.
           MOVE 'SERVICER'             TO XR-RECIPIENT.
           MOVE 'DATA DEFECT FEEDBACK' TO XR-PURPOSE.
           MOVE OUT-NAME               TO XR-FILE-NAME.
           MOVE XMIT-REC-CTR           TO XR-REC-COUNT.
           MOVE XMIT-HASH              TO XR-HASH.
           MOVE 'F'                    TO XR-PII-CLASS.
           MOVE XMIT-TIN-CTR           TO XR-TIN-COUNT.
           WRITE XR-REC.
           CLOSE XMITREG-FILE.

       END-RTN.
           DISPLAY 'FINAL TOTALS FOR SVCFDBK1' UPON CRT AT 0915.
           DISPLAY REC-CTR 'DEFECT RECORDS READ        =' UPON CRT
               AT 1125.
           DISPLAY OTHER-CLIENT-CTR 'OTHER CLIENTS SKIPPED =' UPON CRT
               AT 1225.
           DISPLAY DETAIL-CTR 'FEEDBACK DETAILS WRITTEN =' UPON CRT
               AT 1325.
           DISPLAY RECUR-CTR 'REPEATED FROM PRIOR CYCLE  =' UPON CRT
               AT 1425.
           DISPLAY CHRONIC-CTR 'CHRONIC DEFECTS          =' UPON CRT
               AT 1525.
           DISPLAY BROKEN-CTR 'DEFECTS NOT REPEATED      =' UPON CRT
               AT 1625.
           DISPLAY HIST-OUT-CTR 'HISTORY ENTRIES WRITTEN  =' UPON CRT
               AT 1725.
           PERFORM WRITE-XMIT-REGISTRY.
           STOP RUN.
