      * with OUT-NAME
            SELECT SUPPREG-FILE ASSIGN TO DYNAMIC SUPPREG-PATH
                   ORGANIZATION RECORD SEQUENTIAL.
      * servicer data-defect feed - one fixed record per defect in
      * the servicer's own data (unconvertible dates, non-numeric
      * SSNs, address integrity failures, client codes with no
      * handler, sub-extract records matching no loan, extract
      * layout failures) carrying the field and the value as
      * received; SVCFDBK1 turns it into the feedback file that goes
      * back to the servicer - travels with OUT-NAME
            SELECT DEFECT-RPT-FILE ASSIGN TO DYNAMIC DEFECT-RPT-PATH
                   ORGANIZATION RECORD SEQUENTIAL.
      * control-change preview - PREVIEW run mode only: one line
      * per loan with what this run's controls did to it (how it is
      * disposed, messages, insert, sample, state-rule hits, the
      * returned-mail hold), so
      * CTLPREV1 can diff a run on the live controls against a run
      * on a staged change - travels with OUT-NAME
            SELECT PREVIEW-FILE ASSIGN TO DYNAMIC PREVIEW-PATH
                   ORGANIZATION RECORD SEQUENTIAL.
      * FEMA disaster-declaration control file - declaration id,
      * affected state and ZIP range, begin and expiration dates;
      * matched against each loan's property geography so a declared
            SELECT BANKCAL-FILE ASSIGN TO DYNAMIC BCAL-PATH
                   ORGANIZATION RECORD SEQUENTIAL
                   FILE STATUS IS BCAL-STATUS.
      * keyed account-attribute file (acctattr.kdx) - one record per
      * client and account carrying every per-account flag with the
      * program that set it and its dates, maintained by EBRET1,
      * ACSNIXIE1, ACHRET1 and CTLMAINT1 and read here by key once
      * per loan instead of loading whole lists into tables:
      *   e-bill paper reversion - EBRET1 flags an account whose
      *   e-bill hard-bounced at the vendor, and the loan has its
      *   EBPP enrollment cleared back to paper with an EBILLREV
      *   exception line, so the borrower gets a mailed statement
      *   next cycle instead of nothing at all
      *   returned-mail suppression - ACSNIXIE1 counts USPS returns
      *   and flags the account once the count crosses its
      *   threshold, and every flagged loan on this run draws a
      *   MAILSUPP line on EXCEPT-RPT-FILE so the address problem is
      *   in front of the servicer every cycle instead of in a bin
      *   of envelopes
      *   ACH draft stop - ACHRET1 counts the bank's returns and
      *   flags the account once the count crosses its threshold or
      *   on an unauthorized-debit return, and a stopped loan is
      *   billed with its draft indicator cleared and draws a
      *   DRAFTSTP line on EXCEPT-RPT-FILE
      *   accessible-format statements - registered through
      *   CTLMAINT1 for a borrower who has asked for a large-print
      *   or braille statement, and the loan is routed to
      *   ACCFMT-OUT-FILE instead of the print stream
            SELECT ACCTATTR-FILE ASSIGN TO DYNAMIC AA-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS AA-KEY
                   FILE STATUS IS AA-STATUS.
      * account-attribute changes a CTLMAINT1 STAGE run has staged -
      * a control-change preview lays them over ACCTATTR-FILE so a
      * newly suppressed or released loan shows on the preview; read
      * only in PREVIEW mode with SETMB2000-CTL-PATH set
            SELECT ATTRDLT-FILE ASSIGN TO DYNAMIC ADL-PATH
                   ORGANIZATION RECORD SEQUENTIAL
                   FILE STATUS IS ADL-STATUS.
      * servicing transfer-out register maintained by XFEROUT1 - one
      * line per loan sold away in a transfer batch with its
      * effective date; loaded at startup the same way SSN-MASK-FILE
      * is, and a loan on it whose date has come is suppressed with
      * governing reason TRANSFER instead of billed under a servicer
      * that no longer has it
            SELECT XFEROUT-FILE ASSIGN TO DYNAMIC XFO-PATH
                   ORGANIZATION RECORD SEQUENTIAL
                   FILE STATUS IS XFO-STATUS.
      * successor-in-interest / authorized third-party registry keyed
      * by operations (tpparty.tab) - one row per party per loan:
      * confirmed successors after a death or divorce decree, housing
      * counselors and attorneys-in-fact the borrower has authorized,
      * each with the party's mailing block and the authorization's
      * start and expiry dates; loaded at startup the same way
      * XFEROUT-FILE is - see BUILD-THIRD-PARTY-FIELDS
            SELECT TPPARTY-FILE ASSIGN TO DYNAMIC TPP-PATH
                   ORGANIZATION RECORD SEQUENTIAL
                   FILE STATUS IS TPP-STATUS.
      * posted draft-transaction extract from tran750/recon750 - one
      * line per account/date a TPV draft actually posted, loaded into
      * TRAN750-TABLE at startup the same way SSN-MASK-FILE is, so a
            SELECT OPTIONAL ARCHIDX-FILE
                   ASSIGN TO DYNAMIC ARCHIDX-PATH
                   ORGANIZATION RECORD SEQUENTIAL.
      * permanent, cumulative borrower correspondence history -
      * one line per piece of correspondence produced for a loan
      * (document type, channel, producing job and the output file
      * it went to), appended by every document-producing step so
      * what was sent to a borrower is one lookup, not nine
            SELECT OPTIONAL CORRHIST-FILE
                   ASSIGN TO DYNAMIC CORRHIST-PATH
                   ORGANIZATION RECORD SEQUENTIAL.
      * permanent, ever-growing log of end-of-job totals, one line
      * appended per run, for volume trending and job-history audits
            SELECT TOTALS-FILE ASSIGN TO DYNAMIC TOTALS-PATH
      * manual cleanup - travels with OUT-NAME
            SELECT PIF-OUT-FILE ASSIGN TO DYNAMIC PIF-OUT-PATH
                   ORGANIZATION RECORD SEQUENTIAL.
      * coupon-book stream - loans whose coupon request date falls in
      * this cycle and whose coupons are not killed are exempt from
      * the periodic statement; the full MB-REC goes here for the
      * coupon-book production step instead of to OUT-FILE, so the
      * borrower is never sent both - travels with OUT-NAME
            SELECT COUPBK-OUT-FILE ASSIGN TO DYNAMIC COUPBK-OUT-PATH
                   ORGANIZATION RECORD SEQUENTIAL.
      * accessible-format stream - a loan on the accessible-format
      * registry gets its full MB-REC here, tagged in MB-FLEXFIELD6
      * with the format, instead of on OUT-FILE, so the large-print /
      * braille production step picks it up rather than somebody
      * watching for account numbers in the mailroom - travels with
      * OUT-NAME
            SELECT ACCFMT-OUT-FILE ASSIGN TO DYNAMIC ACCFMT-OUT-PATH
                   ORGANIZATION RECORD SEQUENTIAL.
      * legal-review list - loans whose borrower has invoked
      * cease-and-desist through counsel; each is routed here instead
      * of getting its normal MB-REC, the same way CHARGEOFF-NOTICE-
           05  SUP-PIFSTOP-SW          PIC X(1).
           05  SUP-FCLSTOP-SW          PIC X(1).
           05  SUP-BADCK-SW            PIC X(1).
           05  SUP-COUPBK-SW           PIC X(1).
           05  SUP-TRANSFER-SW         PIC X(1).
           05  FILLER                  PIC X(45).
      *
       FD  PREVIEW-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PREVIEW-REC.
       01  PREVIEW-REC.
           05  PRV-CLIENT              PIC X(4).
           05  PRV-ACCOUNT             PIC 9(13).
           05  PRV-DISPOSITION         PIC X(8).
           05  PRV-MSG1-CODE           PIC X(2).
           05  PRV-MSG2-CODE           PIC X(2).
           05  PRV-MESSAGE-CODE        PIC X(1).
           05  PRV-INSERT-CODE         PIC X(1).
           05  PRV-SAMPLE-SW           PIC X(1).
           05  PRV-SAMPLE-REASON       PIC 9(2).
           05  PRV-SAMPLE-MSG-CODE     PIC X(1).
           05  PRV-STATERULE-HITS      PIC 9(2).
           05  PRV-TOTAL-DUE           PIC S9(11)V99.
           05  PRV-MAILSUPP-SW         PIC X(1).
           05  FILLER                  PIC X(29).
      *
       FD  DEFECT-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DEFECT-RPT-REC.
       01  DEFECT-RPT-REC.
           05  DFK-CLIENT              PIC X(4).
           05  DFK-ACCOUNT             PIC 9(13).
           05  DFK-CODE                PIC X(8).
           05  DFK-FIELD               PIC X(20).
           05  DFK-VALUE               PIC X(40).
           05  DFK-RUN-DATE            PIC 9(8).
           05  DFK-JOB                 PIC X(7).
           05  FILLER                  PIC X(32).
      *
       FD  FEMADECL-FILE
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS BCAL-REC.
       01  BCAL-REC                    PIC 9(8).
      *
      * the client is as it stands on the .set (MB-CLIENT).  each
      * attribute block carries its flag, its count, the program
      * that last changed it, the date the flag was set (zero while
      * it is not) and the date the block last changed - the
      * accessible-format block carries the format ('L' large
      * print, 'B' braille, 'N' none) and the date the borrower
      * registered it in place of a count, and the draft-stop block
      * also the last return's code and draft date.  records
      * written before a block was added hold spaces there until
      * the block is first posted.  the rest of the record is held
      * for the registries still to move here
      *
       FD  ACCTATTR-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AA-REC.
       01  AA-REC.
           05  AA-KEY.
               10  AA-CLIENT           PIC X(4).
               10  AA-ACCOUNT          PIC 9(13).
           05  AA-EBILL-REVERT.
               10  AA-EBR-FLAG         PIC X(1).
                   88  AA-EBR-REVERTED           VALUE 'Y'.
               10  AA-EBR-BOUNCES      PIC 9(3).
               10  AA-EBR-SOURCE       PIC X(8).
               10  AA-EBR-EFF-DATE     PIC 9(8).
               10  AA-EBR-UPD-DATE     PIC 9(8).
           05  AA-MAIL-SUPP.
               10  AA-MSP-FLAG         PIC X(1).
                   88  AA-MSP-SUPPRESSED         VALUE 'S'.
               10  AA-MSP-RETURNS      PIC 9(3).
               10  AA-MSP-SOURCE       PIC X(8).
               10  AA-MSP-EFF-DATE     PIC 9(8).
               10  AA-MSP-UPD-DATE     PIC 9(8).
           05  AA-LAST-SOURCE          PIC X(8).
           05  AA-LAST-UPDATE          PIC 9(8).
           05  AA-ACCFMT.
               10  AA-ACF-FORMAT       PIC X(1).
                   88  AA-ACF-LARGE-PRINT        VALUE 'L'.
                   88  AA-ACF-BRAILLE            VALUE 'B'.
               10  AA-ACF-SOURCE       PIC X(8).
               10  AA-ACF-REG-DATE     PIC 9(8).
               10  AA-ACF-UPD-DATE     PIC 9(8).
           05  AA-DRAFT-STOP.
               10  AA-DSP-FLAG         PIC X(1).
                   88  AA-DSP-STOPPED            VALUE 'S'.
               10  AA-DSP-RETURNS      PIC 9(3).
               10  AA-DSP-SOURCE       PIC X(8).
               10  AA-DSP-EFF-DATE     PIC 9(8).
               10  AA-DSP-UPD-DATE     PIC 9(8).
               10  AA-DSP-LAST-CODE    PIC X(3).
               10  AA-DSP-LAST-DATE    PIC 9(8).
           05  FILLER                  PIC X(147).
      *
      * one staged change - the CTLMAINT1 row and its action, in the
      * order the change file gave them
      *
       FD  ATTRDLT-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ADL-REC.
       01  ADL-REC.
           05  ADL-REC-CLIENT          PIC X(4).
           05  ADL-REC-ACCOUNT         PIC 9(13).
           05  ADL-REC-ATTR            PIC X(8).
           05  ADL-REC-ACTION          PIC X(1).
           05  ADL-REC-COUNT           PIC X(3).
           05  FILLER                  PIC X(11).
      *
       FD  XFEROUT-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS XFO-REC.
       01  XFO-REC.
           05  XFO-REC-CLIENT          PIC X(4).
           05  XFO-REC-ACCOUNT         PIC 9(13).
           05  XFO-REC-BATCH           PIC X(8).
           05  XFO-REC-EFF-DATE        PIC 9(8).
           05  FILLER                  PIC X(87).
      *
       FD  TPPARTY-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TPP-REC.
       01  TPP-REC.
           05  TPP-REC-CLIENT          PIC X(4).
           05  TPP-REC-ACCOUNT         PIC 9(13).
           05  TPP-REC-TYPE            PIC X(1).
           05  TPP-REC-CONFIRMED       PIC X(1).
           05  TPP-REC-NAME            PIC X(30).
           05  TPP-REC-LINE1           PIC X(30).
           05  TPP-REC-LINE2           PIC X(30).
           05  TPP-REC-STREET          PIC X(30).
           05  TPP-REC-CITY            PIC X(21).
           05  TPP-REC-STATE           PIC X(2).
           05  TPP-REC-ZIP             PIC X(5).
           05  TPP-REC-ZIP4            PIC X(4).
           05  TPP-REC-START-DATE      PIC 9(8).
           05  TPP-REC-EXPIRY-DATE     PIC 9(8).
           05  FILLER                  PIC X(13).
      *
       FD  TRAN750-FILE
           RECORD CONTAINS 21 CHARACTERS
           05  IDX-OFFSET               PIC 9(10).
           05  IDX-SET-NAME             PIC X(64).
           05  FILLER                   PIC X(11).
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
       FD  TOTALS-FILE
           RECORD CONTAINS 48 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PIF-OUT-REC.
       01  PIF-OUT-REC                  PIC X(2116).
      *
       FD  COUPBK-OUT-FILE
           RECORD CONTAINS 2116 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS COUPBK-OUT-REC.
       01  COUPBK-OUT-REC               PIC X(2116).

       FD  ACCFMT-OUT-FILE
           RECORD CONTAINS 2116 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ACCFMT-OUT-REC.
       01  ACCFMT-OUT-REC               PIC X(2116).
      *
       FD  LEGAL-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS
               10 OUT-NAME             PIC X(64).
           05  WS-ENV-IN-PATH          PIC X(14) VALUE SPACES.
           05  WS-ENV-OUT-PATH         PIC X(14) VALUE SPACES.
           05  WS-ENV-CTL-PATH         PIC X(26) VALUE SPACES.
           05  WS-ENV-HIST-PATH        PIC X(80) VALUE SPACES.
           05  CD-PATH                 PIC X(40)
               VALUE '/users/public/clntdsp.tab'.
           05  CD-STATUS               PIC X(2)  VALUE SPACES.
                  VALUE '/users/public/'.
               10 SUPPREG-NAME         PIC X(64).
           05  SUPPREG-CTR             PIC 9(7)  VALUE 0.
           05  DEFECT-RPT-PATH.
               10 DEFECT-RPT-PREFIX    PIC X(14)
                  VALUE '/users/public/'.
               10 DEFECT-RPT-NAME      PIC X(64).
           05  DEFECT-CTR              PIC 9(7)  VALUE 0.
           05  PREVIEW-PATH.
               10 PREVIEW-PREFIX       PIC X(14)
                  VALUE '/users/public/'.
               10 PREVIEW-NAME         PIC X(64).
           05  PREVIEW-CTR             PIC 9(7)  VALUE 0.
           05  WS-PRV-SRL-LAST         PIC 9(7)  VALUE 0.
           05  WS-DFK-CODE             PIC X(8)  VALUE SPACES.
           05  WS-DFK-FIELD            PIC X(20) VALUE SPACES.
           05  WS-DFK-VALUE            PIC X(40) VALUE SPACES.
           05  WS-DFK-ACCOUNT          PIC 9(13) VALUE 0.
           05  WS-DFK-SSN              PIC 9(9)  VALUE 0.
           05  FEMA-PATH               PIC X(40)
               VALUE '/users/public/femadecl.tab'.
           05  FEMA-STATUS             PIC X(2)  VALUE SPACES.
           05  WS-BC-Z-DOW             PIC S9(9) COMP VALUE 0.
           05  SETTLE-DAY-SW           PIC X(1)  VALUE 'N'.
               88  SETTLE-DAY                    VALUE 'Y'.
           05  AA-PATH                 PIC X(40)
               VALUE '/users/public/acctattr.kdx'.
           05  AA-STATUS               PIC X(2)  VALUE SPACES.
           05  AA-OPEN-SW              PIC X(1)  VALUE 'N'.
               88  AA-FILE-OPEN                  VALUE 'Y'.
           05  AA-FOUND-SW             PIC X(1)  VALUE 'N'.
               88  AA-FOUND                      VALUE 'Y'.
           05  AA-LAST-KEY.
               10  AA-LAST-CLIENT      PIC X(4)  VALUE LOW-VALUES.
               10  AA-LAST-ACCOUNT     PIC 9(13) VALUE 0.
           05  AA-READ-CTR             PIC 9(7)  VALUE 0.
           05  ADL-PATH                PIC X(40) VALUE SPACES.
           05  ADL-STATUS              PIC X(2)  VALUE SPACES.
           05  ADL-EOF-SW              PIC X(1)  VALUE 'N'.
               88  ADL-EOF                       VALUE 'Y'.
           05  WS-ADL-COUNT            PIC S9(8) COMP VALUE 0.
           05  EBILLREV-CTR            PIC 9(7)  VALUE 0.
           05  MAILSUPP-CTR            PIC 9(7)  VALUE 0.
           05  WS-MSP-RETURNS-DISP     PIC ZZ9.
           05  DRAFTSTOP-CTR           PIC 9(7)  VALUE 0.
           05  WS-DSP-RETURNS-DISP     PIC ZZ9.
           05  XFO-PATH                PIC X(40)
               VALUE '/users/public/xferout.tab'.
           05  XFO-STATUS              PIC X(2)  VALUE SPACES.
           05  XFO-EOF-SW              PIC X(1)  VALUE 'N'.
               88  XFO-EOF                       VALUE 'Y'.
           05  WS-XFO-COUNT            PIC S9(8) COMP VALUE 0.
           05  XFO-FOUND-SW            PIC X(1)  VALUE 'N'.
               88  XFO-FOUND                     VALUE 'Y'.
           05  TRANSFER-OUT-SW         PIC X(1)  VALUE 'N'.
               88  TRANSFER-OUT-LOAN             VALUE 'Y'.
           05  XFEROUT-CTR             PIC 9(7)  VALUE 0.
           05  TPP-PATH                PIC X(40)
               VALUE '/users/public/tpparty.tab'.
           05  TPP-STATUS              PIC X(2)  VALUE SPACES.
           05  TPP-EOF-SW              PIC X(1)  VALUE 'N'.
               88  TPP-EOF                       VALUE 'Y'.
           05  WS-TPP-COUNT            PIC S9(8) COMP VALUE 0.
           05  TPP-FOUND-SW            PIC X(1)  VALUE 'N'.
               88  TPP-FOUND                     VALUE 'Y'.
           05  TP-READDR-SW            PIC X(1)  VALUE 'N'.
               88  TP-READDRESSED                VALUE 'Y'.
           05  TP-COPY-SW              PIC X(1)  VALUE 'N'.
               88  TP-COPIES-DUE                 VALUE 'Y'.
           05  WS-TP-PARTY-SUB         PIC S9(4) COMP VALUE 0.
      * WS-TP-EXPIRY-DAYS uses the same 360/30 day-count approximation
      * as WS-TRIAL-END-DAYS
           05  WS-TP-EXPIRY-DAYS       PIC S9(9) COMP-3 VALUE 0.
           05  WS-TP-DAYS-LEFT         PIC S9(9) COMP-3 VALUE 0.
           05  WS-TP-DAYS-DISP         PIC ----9.
           05  WS-TP-EXP-YY            PIC 9(2)  VALUE 0.
           05  WS-TP-EXP-MM            PIC 9(2)  VALUE 0.
           05  WS-TP-EXP-DD            PIC 9(2)  VALUE 0.
           05  WS-TP-TYPE-DESC         PIC X(18) VALUE SPACES.
           05  TPREADDR-CTR            PIC 9(7)  VALUE 0.
           05  TPCOPY-CTR              PIC 9(7)  VALUE 0.
           05  TPEXPIRE-CTR            PIC 9(7)  VALUE 0.
           05  TRAN750-PATH            PIC X(40)
               VALUE '/users/public/tran750.tab'.
           05  TRAN750-STATUS          PIC X(2)  VALUE SPACES.
               88  CKPT-RESTART                  VALUE 'Y'.
           05  ARCHIDX-PATH            PIC X(40)
               VALUE '/users/public/out/setmb2000.idx'.
           05  CORRHIST-PATH           PIC X(80)
               VALUE '/users/public/out/corrhist.dat'.
           05  WS-CH-DOC-TYPE          PIC X(8)  VALUE SPACES.
           05  WS-CH-ARTIFACT          PIC X(64) VALUE SPACES.
           05  WS-CH-REFERENCE         PIC X(20) VALUE SPACES.
           05  WS-CH-TIME-X            PIC X(8)  VALUE SPACES.
           05  WS-CH-ORDINAL-DISP      PIC 9(7)  VALUE 0.
           05  CORRHIST-CTR            PIC 9(7)  VALUE 0.
           05  WS-IDX-STMT-X           PIC X(8)  VALUE SPACES.
           05  TOTALS-PATH             PIC X(40)
               VALUE '/users/public/out/setmb2000.tot'.
           05  PIF-SW                   PIC X(1)  VALUE 'N'.
               88  PIF-FINAL-STATEMENT            VALUE 'Y'.
           05  PIF-CTR                  PIC 9(7)  VALUE 0.
           05  COUPBK-OUT-PATH.
               10 COUPBK-OUT-PREFIX     PIC X(14)
                  VALUE '/users/public/'.
               10 COUPBK-OUT-NAME       PIC X(64).
           05  COUPBK-SW                PIC X(1)  VALUE 'N'.
               88  COUPON-BOOK-LOAN               VALUE 'Y'.
           05  COUPBK-CTR               PIC 9(7)  VALUE 0.
           05  FINALPMT-CTR             PIC 9(7)  VALUE 0.
           05  WS-FP-MAT-YYYYMM         PIC 9(6)  VALUE 0.
           05  WS-FP-DUE-YYYYMM         PIC 9(6)  VALUE 0.
           05  WS-FP-MAT-SW             PIC X(1)  VALUE 'N'.
               88  FP-MATURES-THIS-BILL           VALUE 'Y'.
           05  ACCFMT-OUT-PATH.
               10 ACCFMT-OUT-PREFIX     PIC X(14)
                  VALUE '/users/public/'.
               10 ACCFMT-OUT-NAME       PIC X(64).
           05  ACCFMT-SW                PIC X(1)  VALUE 'N'.
               88  ACCESSIBLE-FORMAT-LOAN         VALUE 'Y'.
           05  ACCFMT-CTR               PIC 9(7)  VALUE 0.
           05  COUPBK-REQ-YYYY          PIC 9(4)  VALUE 0.
           05  COUPBK-REQ-YYYYX REDEFINES COUPBK-REQ-YYYY
                                        PIC X(4).
           05  LEGAL-RPT-PATH.
               10 LEGAL-RPT-PREFIX      PIC X(14)
                  VALUE '/users/public/'.
           05  NOHANDLER-CTR           PIC 9(7)  VALUE 0.
           05  BAD-DATE-CTR            PIC 9(7)  VALUE 0.
           05  WS-BAD-DATE-TAG         PIC X(12) VALUE SPACES.
           05  WS-BAD-DATE-FIELD       PIC X(20) VALUE SPACES.
           05  WS-BAD-DATE-YY          PIC 9(3)  VALUE 0.
           05  SUPPRESSED-CTR          PIC 9(7)  VALUE 0.
      *
      * charge-off-specific CHARGEOFF-NOTICE-SW above - that, like
      * that switch, keeps a loan's normal statement from going out;
      * SUPPRESSED-LOAN-SW is this program's own flag recording that
      * either one fired, for the suppressed-loan audit trail; it is
      * also set, with TRANSFER-OUT-SW, for a loan past the effective
      * date of its servicing transfer
      *
           05  SUPPRESSED-LOAN-SW      PIC X VALUE 'N'.
               88 SUPPRESSED-LOAN               VALUE 'Y'.
           05  WS-INT-TOLERANCE        PIC S9(7)V99 COMP-3 VALUE 0.
           05  WS-INT-EXPECTED-DISP    PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  WS-INT-ACTUAL-DISP      PIC Z,ZZZ,ZZZ,ZZ9.99-.
      *
      * billed P&I amortization reasonableness check - the level
      * payment that retires MB1100-FIRST-PRIN-BAL at the note rate
      * over the months left to maturity, compared to the billed
      * MB1100-FIRST-P-I within a 2%-plus-a-dollar tolerance; the
      * loans it cannot apply to are counted by reason - see
      * CHECK-PI-AMORT-RECON
      *
           05  PIAMORT-CTR             PIC 9(7)  VALUE 0.
           05  PIAMORT-IO-CTR          PIC 9(7)  VALUE 0.
           05  PIAMORT-ARM-CTR         PIC 9(7)  VALUE 0.
           05  PIAMORT-NEGAM-CTR       PIC 9(7)  VALUE 0.
           05  PIAMORT-NODATA-CTR      PIC 9(7)  VALUE 0.
           05  WS-PI-RATE              PIC S9V9(12) COMP-3 VALUE 0.
           05  WS-PI-FACTOR            PIC S9(7)V9(10) COMP-3
                                         VALUE 0.
           05  WS-PI-WORK              PIC S9(13)V9(6) COMP-3
                                         VALUE 0.
           05  WS-PI-EXPECTED          PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-PI-DIFF              PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-PI-TOLERANCE         PIC S9(7)V99 COMP-3 VALUE 0.
           05  WS-PI-DUE-MONTHS        PIC S9(7) COMP-3 VALUE 0.
           05  WS-PI-MAT-MONTHS        PIC S9(7) COMP-3 VALUE 0.
           05  WS-PI-IO-MONTHS         PIC S9(7) COMP-3 VALUE 0.
           05  WS-PI-MONTHS-LEFT       PIC S9(7) COMP-3 VALUE 0.
           05  WS-PI-IO-MM             PIC 9(2)  VALUE 0.
           05  WS-PI-IO-DD             PIC 9(2)  VALUE 0.
           05  WS-PI-TAG               PIC X(5)  VALUE SPACES.
           05  WS-PI-EXCL-SW           PIC X(1)  VALUE SPACE.
               88  PI-EXCL-NEGAM                 VALUE 'N'.
               88  PI-EXCL-INTONLY               VALUE 'I'.
           05  WS-PI-MONTHS-DISP       PIC ---9.
           05  WS-ARM-CHG-DAYS         PIC S9(9) COMP-3 VALUE 0.
           05  WS-ARM-DAYS-LEFT        PIC S9(9) COMP-3 VALUE 0.
           05  WS-ARM-DAYS-DISP        PIC ----9.
           05  WS-JOB                  PIC X(7).
           05  WS-RUN-MODE              PIC X(10) VALUE SPACES.
               88  DRY-RUN-MODE                   VALUES 'DRYRUN'
                                                          'VALIDATE'
                                                          'PREVIEW'.
      * PREVIEW is a dry run that also writes the per-loan .prv -
      * see WRITE-PREVIEW-LINE
               88  PREVIEW-MODE                   VALUE 'PREVIEW'.
      * FORCECYCLE overrides the expected-cycle guard for a genuine
      * rerun of a prior cycle's extract - see CHECK-EXPECTED-CYCLE
               88  FORCE-CYCLE-MODE               VALUE 'FORCECYCLE'.
               10  ESR-RATE                PIC 9(2)V9(5).
               10  ESR-EFF-DATE            PIC 9(8).

      *
      * Federal Reserve holidays loaded from BANKCAL-FILE
      *
                   INDEXED BY BCAL-IDX.
               10  BCAL-DATE               PIC 9(8).


       01  ATTR-DELTA-TABLE.
           05  ADL-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-ADL-COUNT
                   INDEXED BY ADL-IDX.
               10  ADL-CLIENT              PIC X(4).
               10  ADL-ACCOUNT             PIC 9(13).
               10  ADL-ATTR                PIC X(8).
               10  ADL-ACTION              PIC X(1).
               10  ADL-COUNT               PIC X(3).

       01  XFEROUT-TABLE.
           05  XFO-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-XFO-COUNT
                   INDEXED BY XFO-IDX.
               10  XFO-CLIENT              PIC X(4).
               10  XFO-ACCOUNT             PIC 9(13).
               10  XFO-EFF-DATE            PIC 9(8).

      * one entry per loan with up to four registered parties, the
      * way MBX-TABLE holds a bankrupt loan's addressed parties
       01  TPPARTY-TABLE.
           05  TPP-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-TPP-COUNT
                   INDEXED BY TPP-IDX.
               10  TPP-CLIENT              PIC X(4).
               10  TPP-ACCOUNT             PIC 9(13).
               10  TPP-PARTY-COUNT         PIC 9(1).
               10  TPP-PARTY-BLOCK OCCURS 4 TIMES.
                   15  TPP-TYPE            PIC X(1).
                       88  TPP-SUCCESSOR           VALUE 'S'.
                       88  TPP-COUNSELOR           VALUE 'C'.
                       88  TPP-ATTORNEY-IN-FACT    VALUE 'A'.
                   15  TPP-CONFIRMED       PIC X(1).
                   15  TPP-NAME            PIC X(30).
                   15  TPP-LINE1           PIC X(30).
                   15  TPP-LINE2           PIC X(30).
                   15  TPP-STREET          PIC X(30).
                   15  TPP-CITY            PIC X(21).
                   15  TPP-STATE           PIC X(2).
                   15  TPP-ZIP             PIC X(5).
                   15  TPP-ZIP4            PIC X(4).
                   15  TPP-START-DATE      PIC 9(8).
                   15  TPP-EXPIRY-DATE     PIC 9(8).
                   15  TPP-COPY-SW         PIC X(1).

      * keyed and binary-searched - the feed must arrive sorted by
      * account (the loader proves it), so the per-record lookup is
           INSPECT WELCOME-RPT-NAME REPLACING ALL '.set' BY '.wel'.
           MOVE OUT-NAME TO PIF-OUT-NAME.
           INSPECT PIF-OUT-NAME REPLACING ALL '.set' BY '.pif'.
           MOVE OUT-NAME TO COUPBK-OUT-NAME.
           INSPECT COUPBK-OUT-NAME REPLACING ALL '.set' BY '.cpb'.
           MOVE OUT-NAME TO ACCFMT-OUT-NAME.
           INSPECT ACCFMT-OUT-NAME REPLACING ALL '.set' BY '.acc'.
           MOVE OUT-NAME TO LEGAL-RPT-NAME.
           INSPECT LEGAL-RPT-NAME REPLACING ALL '.set' BY '.lgl'.
           MOVE OUT-NAME TO MODHIST-RPT-NAME.
           INSPECT PAYHIST-RPT-NAME REPLACING ALL '.set' BY '.pay'.
           MOVE OUT-NAME TO SUPPREG-NAME.
           INSPECT SUPPREG-NAME REPLACING ALL '.set' BY '.sup'.
           MOVE OUT-NAME TO DEFECT-RPT-NAME.
           INSPECT DEFECT-RPT-NAME REPLACING ALL '.set' BY '.dfk'.
           MOVE OUT-NAME TO PREVIEW-NAME.
           INSPECT PREVIEW-NAME REPLACING ALL '.set' BY '.prv'.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE        TO WS-TODAY-N.
           COMPUTE WS-CURR-DAYS =
           PERFORM LOAD-POC-CTL-TABLE.
           PERFORM LOAD-STATE-RULE-TABLE.
           PERFORM LOAD-SAMPLE-CTL-TABLE.
           PERFORM OPEN-ACCT-ATTR-FILE.
           PERFORM LOAD-ATTR-DELTA-TABLE.
           PERFORM LOAD-XFEROUT-TABLE.
           PERFORM LOAD-TPPARTY-TABLE.
           PERFORM LOAD-BANKCAL-TABLE.
           PERFORM LOAD-FEMADECL-TABLE.
           PERFORM LOAD-ESCRATE-TABLE.
                   THRU CHECK-EXPECTED-CYCLE-EXIT.
           IF NOT DRY-RUN-MODE
               OPEN EXTEND ARCHIDX-FILE.
           IF NOT DRY-RUN-MODE
               OPEN EXTEND CORRHIST-FILE
               ACCEPT WS-CH-TIME-X FROM TIME.
           IF PREVIEW-MODE
               OPEN OUTPUT PREVIEW-FILE.
           IF DRY-RUN-MODE
               CONTINUE
           ELSE
               OPEN EXTEND MODHIST-RPT-FILE
               OPEN EXTEND LEGAL-RPT-FILE
               OPEN EXTEND PIF-OUT-FILE
               OPEN EXTEND COUPBK-OUT-FILE
               OPEN EXTEND ACCFMT-OUT-FILE
               OPEN EXTEND WELCOME-RPT-FILE
               OPEN EXTEND FORECLOSE-RPT-FILE
               OPEN EXTEND EARLYINT-RPT-FILE
               OPEN EXTEND FEEDTL-RPT-FILE
               OPEN EXTEND PAYHIST-RPT-FILE
               OPEN EXTEND SUPPREG-FILE
               OPEN EXTEND DEFECT-RPT-FILE
               PERFORM SKIP-TO-RESTART-POINT
           ELSE
               IF NOT MIXED-MODE
               OPEN OUTPUT MODHIST-RPT-FILE
               OPEN OUTPUT LEGAL-RPT-FILE
               OPEN OUTPUT PIF-OUT-FILE
               OPEN OUTPUT COUPBK-OUT-FILE
               OPEN OUTPUT ACCFMT-OUT-FILE
               OPEN OUTPUT WELCOME-RPT-FILE
               OPEN OUTPUT FORECLOSE-RPT-FILE
               OPEN OUTPUT EARLYINT-RPT-FILE
               OPEN OUTPUT DELQDTL-RPT-FILE
               OPEN OUTPUT FEEDTL-RPT-FILE
               OPEN OUTPUT PAYHIST-RPT-FILE
               OPEN OUTPUT SUPPREG-FILE
               OPEN OUTPUT DEFECT-RPT-FILE.
           IF MB1100-LOAN-NO-7 NUMERIC
               MOVE 7               TO WS-LOAN-DIGITS
           ELSE
               DISPLAY '!!!! LOAN NUMBER IS NOT A VALID 6, 7, OR 13'
                   UPON CRT AT 2301
               DISPLAY '!!!!   DIGIT VALUE - DEFAULTING TO 13'
                   UPON CRT AT 2401
               IF NOT DRY-RUN-MODE
                   MOVE 'LAYOUT'       TO WS-DFK-CODE
                   MOVE 'LOAN-NO'      TO WS-DFK-FIELD
                   MOVE 'NOT A VALID 6, 7 OR 13 DIGIT LOAN NUMBER'
                                       TO WS-DFK-VALUE
                   MOVE 0              TO WS-DFK-ACCOUNT
                   PERFORM WRITE-DEFECT-RECORD
               END-IF.
           DISPLAY 'LOAN NUMBER WIDTH DETECTED AS ' UPON CRT.
           DISPLAY WS-LOAN-DIGITS UPON CRT.
           PERFORM FIND-CLIENT-WIDTH-ENTRY.
               MOVE WS-ENV-OUT-PATH     TO MODHIST-RPT-PREFIX
               MOVE WS-ENV-OUT-PATH     TO LEGAL-RPT-PREFIX
               MOVE WS-ENV-OUT-PATH     TO PIF-OUT-PREFIX
               MOVE WS-ENV-OUT-PATH     TO COUPBK-OUT-PREFIX
               MOVE WS-ENV-OUT-PATH     TO ACCFMT-OUT-PREFIX
               MOVE WS-ENV-OUT-PATH     TO WELCOME-RPT-PREFIX
               MOVE WS-ENV-OUT-PATH     TO FORECLOSE-RPT-PREFIX
               MOVE WS-ENV-OUT-PATH     TO EARLYINT-RPT-PREFIX
               MOVE WS-ENV-OUT-PATH     TO FEEDTL-RPT-PREFIX
               MOVE WS-ENV-OUT-PATH     TO PAYHIST-RPT-PREFIX
               MOVE WS-ENV-OUT-PATH     TO SUPPREG-PREFIX
               MOVE WS-ENV-OUT-PATH     TO DEFECT-RPT-PREFIX
               MOVE WS-ENV-OUT-PATH     TO PREVIEW-PREFIX
               MOVE WS-ENV-OUT-PATH     TO MFT-PREFIX
               MOVE WS-ENV-OUT-PATH     TO MFTC-PREFIX.
           IF WS-ENV-IN-PATH NOT = SPACES
               MOVE WS-ENV-IN-PATH      TO MBX-PREFIX
               MOVE WS-ENV-IN-PATH      TO TRANHIST-PREFIX
               MOVE WS-ENV-IN-PATH      TO MBF-PREFIX.
      *
      * the correspondence history is shared with every other
      * document-producing step; a scheduler running billing steps
      * side by side gives each run its own history file here and
      * appends it to the permanent one when the run ends
      *
           ACCEPT WS-ENV-HIST-PATH
               FROM ENVIRONMENT 'SETMB2000-HIST-PATH'.
           IF WS-ENV-HIST-PATH NOT = SPACES
               MOVE WS-ENV-HIST-PATH    TO CORRHIST-PATH.
      *
      * the controls CTLMAINT1 maintains can be read from another
      * directory as a set - a control-change preview points this at
      * the live controls with the staged change laid over them
      *
           ACCEPT WS-ENV-CTL-PATH FROM ENVIRONMENT 'SETMB2000-CTL-PATH'.
           IF WS-ENV-CTL-PATH NOT = SPACES
               PERFORM SET-CONTROL-PATHS.

       SET-CONTROL-PATHS.
           MOVE SPACES TO CD-PATH CW-PATH CLO-PATH SSN-MASK-PATH
                          EC-PATH SA-PATH SRL-PATH POC-PATH MR-PATH
                          ADL-PATH.
           STRING WS-ENV-CTL-PATH DELIMITED BY SPACE
                  'clntdsp.tab'   DELIMITED BY SIZE INTO CD-PATH.
           STRING WS-ENV-CTL-PATH DELIMITED BY SPACE
                  'clntwid.tab'   DELIMITED BY SIZE INTO CW-PATH.
           STRING WS-ENV-CTL-PATH DELIMITED BY SPACE
                  'clntlay.tab'   DELIMITED BY SIZE INTO CLO-PATH.
           STRING WS-ENV-CTL-PATH DELIMITED BY SPACE
                  'ssnmask.tab'   DELIMITED BY SIZE INTO SSN-MASK-PATH.
           STRING WS-ENV-CTL-PATH DELIMITED BY SPACE
                  'expcycle.tab'  DELIMITED BY SIZE INTO EC-PATH.
           STRING WS-ENV-CTL-PATH DELIMITED BY SPACE
                  'sample.tab'    DELIMITED BY SIZE INTO SA-PATH.
           STRING WS-ENV-CTL-PATH DELIMITED BY SPACE
                  'staterul.tab'  DELIMITED BY SIZE INTO SRL-PATH.
           STRING WS-ENV-CTL-PATH DELIMITED BY SPACE
                  'poc.tab'       DELIMITED BY SIZE INTO POC-PATH.
           STRING WS-ENV-CTL-PATH DELIMITED BY SPACE
                  'msgrule.tab'   DELIMITED BY SIZE INTO MR-PATH.
           STRING WS-ENV-CTL-PATH DELIMITED BY SPACE
                  'acctattr.dlt'  DELIMITED BY SIZE INTO ADL-PATH.

       CHECK-FOR-RESTART.
      *
           IF INTCHECK-CTR NOT = 0
               DISPLAY INTCHECK-CTR "INTEREST-DUE OUT OF LINE       ="
                   UPON CRT AT 3825.
           IF PIAMORT-CTR NOT = 0
               DISPLAY PIAMORT-CTR
                   "BILLED P&I DOES NOT AMORTIZE   ="
                   UPON CRT AT 6925.
           IF PIAMORT-IO-CTR NOT = 0
               DISPLAY PIAMORT-IO-CTR
                   "P&I CHECK EXCLUDED - INT ONLY  ="
                   UPON CRT AT 7025.
           IF PIAMORT-ARM-CTR NOT = 0
               DISPLAY PIAMORT-ARM-CTR
                   "P&I CHECK EXCLUDED - ARM       ="
                   UPON CRT AT 7125.
           IF PIAMORT-NEGAM-CTR NOT = 0
               DISPLAY PIAMORT-NEGAM-CTR
                   "P&I CHECK EXCLUDED - NEG-AM    ="
                   UPON CRT AT 7225.
           IF PIAMORT-NODATA-CTR NOT = 0
               DISPLAY PIAMORT-NODATA-CTR
                   "P&I CHECK EXCLUDED - NO DATA   ="
                   UPON CRT AT 7325.
           IF CEASE-CTR NOT = 0
               DISPLAY CEASE-CTR "CEASE-AND-DESIST LOANS HELD    ="
                   UPON CRT AT 3925.
           IF PIF-CTR NOT = 0
               DISPLAY PIF-CTR "PAID-IN-FULL FINAL STATEMENTS  ="
                   UPON CRT AT 4225.
           IF COUPBK-CTR NOT = 0
               DISPLAY COUPBK-CTR "COUPON-BOOK LOANS - NO STATEMENT"
                   UPON CRT AT 6825.
           IF MXT-SKIPPED-CTR NOT = 0
               DISPLAY MXT-SKIPPED-CTR "RECS SKIPPED - MIXED CLIENT"
                   UPON CRT AT 5125
           IF MAILSUPP-CTR NOT = 0
               DISPLAY MAILSUPP-CTR "RETURNED-MAIL SUPPRESSED LOANS ="
                   UPON CRT AT 5225.
           IF XFEROUT-CTR NOT = 0
               DISPLAY XFEROUT-CTR "TRANSFERRED-OUT SUPPRESSED     ="
                   UPON CRT AT 7525.
           IF ACCFMT-CTR NOT = 0
               DISPLAY ACCFMT-CTR "ACCESSIBLE-FORMAT STATEMENTS   ="
                   UPON CRT AT 7625.
           IF TPREADDR-CTR NOT = 0
               DISPLAY TPREADDR-CTR "READDRESSED TO SUCCESSOR       ="
                   UPON CRT AT 7725.
           IF TPCOPY-CTR NOT = 0
               DISPLAY TPCOPY-CTR "AUTHORIZED THIRD-PARTY COPIES  ="
                   UPON CRT AT 7825.
           IF TPEXPIRE-CTR NOT = 0
               DISPLAY TPEXPIRE-CTR "THIRD-PARTY AUTHS EXPIRING     ="
                   UPON CRT AT 7925.
           IF FINALPMT-CTR NOT = 0
               DISPLAY FINALPMT-CTR "FINAL-PAYMENT - COUPON DROPPED ="
                   UPON CRT AT 8025.
           IF DRAFTSTOP-CTR NOT = 0
               DISPLAY DRAFTSTOP-CTR "ACH DRAFTS STOPPED - RETURNS   ="
                   UPON CRT AT 8125.
           IF CORRHIST-CTR NOT = 0
               DISPLAY CORRHIST-CTR "CORRESPONDENCE HISTORY LINES   ="
                   UPON CRT AT 8225.
           IF EBILLREV-CTR NOT = 0
               DISPLAY EBILLREV-CTR "E-BILLS REVERTED TO PAPER      ="
                   UPON CRT AT 5625.
           IF SUPPREG-CTR NOT = 0
               DISPLAY SUPPREG-CTR "SUPPRESSION REGISTRY ENTRIES   ="
                   UPON CRT AT 6025.
           IF DEFECT-CTR NOT = 0
               DISPLAY DEFECT-CTR "SERVICER DATA DEFECTS FED BACK ="
                   UPON CRT AT 7425.
           IF FEMADECL-CTR NOT = 0
               DISPLAY FEMADECL-CTR "LOANS IN DECLARED DISASTER AREA="
                   UPON CRT AT 5825
           IF DRY-RUN-MODE
               DISPLAY 'D R Y   R U N   C O M P L E T E'
                   UPON CRT AT 1525
               IF PREVIEW-MODE
                   DISPLAY PREVIEW-CTR
                       "CONTROL PREVIEW LINES          ="
                       UPON CRT AT 1625
                   CLOSE PREVIEW-FILE
               END-IF
               CLOSE IN1-FILE
               STOP RUN.
           IF NOT MIXED-MODE
           CLOSE MODHIST-RPT-FILE.
           CLOSE LEGAL-RPT-FILE.
           CLOSE PIF-OUT-FILE.
           CLOSE COUPBK-OUT-FILE.
           CLOSE ACCFMT-OUT-FILE.
           CLOSE WELCOME-RPT-FILE.
           CLOSE FORECLOSE-RPT-FILE.
           CLOSE EARLYINT-RPT-FILE.
           CLOSE ACTIVITY-RPT-FILE.
           CLOSE POCKET-RPT-FILE.
           CLOSE MBP-OUT-FILE.
           IF AA-FILE-OPEN
               CLOSE ACCTATTR-FILE.
           CLOSE DELQDTL-RPT-FILE.
           CLOSE FEEDTL-RPT-FILE.
           CLOSE PAYHIST-RPT-FILE.
           CLOSE SUPPREG-FILE.
           CLOSE DEFECT-RPT-FILE.
           CLOSE ARCHIDX-FILE.
           CLOSE CORRHIST-FILE.
           PERFORM WRITE-RUN-MANIFEST.
           STOP RUN.

           PERFORM COUNT-ONE-ARTIFACT THRU COUNT-ONE-ARTIFACT-WRITE.
           MOVE PIF-OUT-NAME           TO MFTC-NAME.
           PERFORM COUNT-ONE-ARTIFACT THRU COUNT-ONE-ARTIFACT-WRITE.
           MOVE COUPBK-OUT-NAME        TO MFTC-NAME.
           PERFORM COUNT-ONE-ARTIFACT THRU COUNT-ONE-ARTIFACT-WRITE.
           MOVE ACCFMT-OUT-NAME        TO MFTC-NAME.
           PERFORM COUNT-ONE-ARTIFACT THRU COUNT-ONE-ARTIFACT-WRITE.
           MOVE LEGAL-RPT-NAME         TO MFTC-NAME.
           PERFORM COUNT-ONE-ARTIFACT THRU COUNT-ONE-ARTIFACT-WRITE.
           MOVE MODHIST-RPT-NAME       TO MFTC-NAME.
           PERFORM COUNT-ONE-ARTIFACT THRU COUNT-ONE-ARTIFACT-WRITE.
           MOVE SUPPREG-NAME           TO MFTC-NAME.
           PERFORM COUNT-ONE-ARTIFACT THRU COUNT-ONE-ARTIFACT-WRITE.
           MOVE DEFECT-RPT-NAME        TO MFTC-NAME.
           PERFORM COUNT-ONE-ARTIFACT THRU COUNT-ONE-ARTIFACT-WRITE.
           CLOSE MFT-FILE.
           DISPLAY WS-MFT-ARTIFACTS 'ARTIFACTS ON RUN MANIFEST'
               UPON CRT AT 6525.
           WRITE MFT-REC.

      *
      * the artifact's record length follows its suffix: the .set,
      * .pif, .cpb and .acc carry 2116-byte billing records, the
      * .mbp the 5368-byte layout, every report 132 - the same
      * registry of shapes the consumers read them with
      *
       RESOLVE-ARTIFACT-LENGTH.
           MOVE SPACES                 TO WS-MFT-SUFFIX.
           EVALUATE WS-MFT-SUFFIX
               WHEN '.set'
               WHEN '.pif'
               WHEN '.cpb'
               WHEN '.acc'
                   MOVE 2116           TO WS-MFT-LEN
               WHEN '.mbp'
                   MOVE 5368           TO WS-MFT-LEN
               INTO EXCEPT-RPT-REC.
           WRITE EXCEPT-RPT-REC.

       OPEN-ACCT-ATTR-FILE.
      * the attribute file starts life the first time EBRET1,
      * ACSNIXIE1 or CTLMAINT1 posts to it - a site where none has
      * yet simply has no account flagged.  any other open failure
      * is a hard stop: billing a suppressed or reverted account as
      * if it were clean is the failure this file exists to prevent
           OPEN INPUT ACCTATTR-FILE.
           IF AA-STATUS = '00'
               MOVE 'Y'                TO AA-OPEN-SW
           ELSE
           IF AA-STATUS = '35'
               MOVE 'N'                TO AA-OPEN-SW
           ELSE
               DISPLAY '!!!! ACCOUNT ATTRIBUTE FILE OPEN FAILED -'
                   UPON CRT AT 2301
               DISPLAY AA-STATUS UPON CRT AT 2345
               DISPLAY AA-PATH UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.

      *
      * one keyed read per loan serves every attribute check on it -
      * the record stays in the buffer until the next loan's key
      *
       FIND-ACCT-ATTR.
           IF MB-CLIENT NOT = AA-LAST-CLIENT
           OR MB-ACCOUNT NOT = AA-LAST-ACCOUNT
               MOVE MB-CLIENT          TO AA-LAST-CLIENT
               MOVE MB-ACCOUNT         TO AA-LAST-ACCOUNT
               MOVE 'N'                TO AA-FOUND-SW
               IF AA-FILE-OPEN
                   PERFORM READ-ACCT-ATTR
               END-IF
               IF WS-ADL-COUNT > 0
                   PERFORM APPLY-ATTR-DELTA
                       VARYING ADL-IDX FROM 1 BY 1
                       UNTIL ADL-IDX > WS-ADL-COUNT
               END-IF
           END-IF.

       READ-ACCT-ATTR.
           MOVE AA-LAST-KEY            TO AA-KEY.
           ADD 1                       TO AA-READ-CTR.
           MOVE 'Y'                    TO AA-FOUND-SW.
           READ ACCTATTR-FILE KEY IS AA-KEY
               INVALID KEY
                   MOVE 'N'            TO AA-FOUND-SW
           END-READ.
           IF AA-STATUS NOT = '00' AND AA-STATUS NOT = '02'
           AND AA-STATUS NOT = '23'
               DISPLAY '!!!! ACCOUNT ATTRIBUTE READ FAILED -'
                   UPON CRT AT 2301
               DISPLAY AA-STATUS UPON CRT AT 2345
               DISPLAY AA-LAST-KEY UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.

      *
      * a staged change to this loan, applied the way CTLMAINT1 will
      * apply it live - an add sets the flag (and the count, or the
      * format, when one is given), a delete clears it.  an account
      * not yet on the file starts from an empty record
      *
       APPLY-ATTR-DELTA.
           IF ADL-CLIENT (ADL-IDX) = AA-LAST-CLIENT
           AND ADL-ACCOUNT (ADL-IDX) = AA-LAST-ACCOUNT
               IF NOT AA-FOUND
                   MOVE SPACES         TO AA-REC
                   MOVE AA-LAST-KEY    TO AA-KEY
                   MOVE 'N'            TO AA-EBR-FLAG AA-MSP-FLAG
                                          AA-ACF-FORMAT AA-DSP-FLAG
                   MOVE 0              TO AA-EBR-BOUNCES
                                          AA-EBR-EFF-DATE
                                          AA-EBR-UPD-DATE
                                          AA-MSP-RETURNS
                                          AA-MSP-EFF-DATE
                                          AA-MSP-UPD-DATE
                                          AA-ACF-REG-DATE
                                          AA-ACF-UPD-DATE
                                          AA-DSP-RETURNS
                                          AA-DSP-EFF-DATE
                                          AA-DSP-UPD-DATE
                                          AA-DSP-LAST-DATE
                                          AA-LAST-UPDATE
                   MOVE 'Y'            TO AA-FOUND-SW
               END-IF
               IF ADL-ATTR (ADL-IDX) = 'EBILLREV'
                   IF ADL-ACTION (ADL-IDX) = 'A'
                       MOVE 'Y'        TO AA-EBR-FLAG
                       IF ADL-COUNT (ADL-IDX) NUMERIC
                           MOVE ADL-COUNT (ADL-IDX) TO AA-EBR-BOUNCES
                       END-IF
                   ELSE
                       MOVE 'N'        TO AA-EBR-FLAG
                       MOVE 0          TO AA-EBR-BOUNCES
                   END-IF
               END-IF
               IF ADL-ATTR (ADL-IDX) = 'MAILSUPP'
                   IF ADL-ACTION (ADL-IDX) = 'A'
                       MOVE 'S'        TO AA-MSP-FLAG
                       IF ADL-COUNT (ADL-IDX) NUMERIC
                           MOVE ADL-COUNT (ADL-IDX) TO AA-MSP-RETURNS
                       END-IF
                   ELSE
                       MOVE 'N'        TO AA-MSP-FLAG
                       MOVE 0          TO AA-MSP-RETURNS
                   END-IF
               END-IF
      * an accessible-format change stages its format letter in the
      * first byte of the count
               IF ADL-ATTR (ADL-IDX) = 'ACCFMT'
                   IF ADL-ACTION (ADL-IDX) = 'A'
                       MOVE ADL-COUNT (ADL-IDX) (1:1)
                                       TO AA-ACF-FORMAT
                   ELSE
                       MOVE 'N'        TO AA-ACF-FORMAT
                   END-IF
               END-IF
               IF ADL-ATTR (ADL-IDX) = 'DRAFTSTP'
                   IF ADL-ACTION (ADL-IDX) = 'A'
                       MOVE 'S'        TO AA-DSP-FLAG
                       IF ADL-COUNT (ADL-IDX) NUMERIC
                           MOVE ADL-COUNT (ADL-IDX) TO AA-DSP-RETURNS
                       END-IF
                   ELSE
                       MOVE 'N'        TO AA-DSP-FLAG
                       MOVE 0          TO AA-DSP-RETURNS
                   END-IF
               END-IF
           END-IF.

      *
      * the staged account-attribute changes - only a preview run on
      * a control set reads them, and a set with none staged has no
      * file.  a change left off would preview the live state, so a
      * full table stops the run
      *
       LOAD-ATTR-DELTA-TABLE.
           IF NOT PREVIEW-MODE OR ADL-PATH = SPACES
               MOVE 'Y'                TO ADL-EOF-SW
           ELSE
               OPEN INPUT ATTRDLT-FILE
               IF ADL-STATUS NOT = '00'
                   MOVE 'Y'            TO ADL-EOF-SW
               ELSE
                   PERFORM READ-ADL-REC
                   PERFORM LOAD-ONE-ATTR-DELTA UNTIL ADL-EOF
                   CLOSE ATTRDLT-FILE
               END-IF
           END-IF.

       LOAD-ONE-ATTR-DELTA.
           IF WS-ADL-COUNT NOT < 5000
               DISPLAY '!!!! STAGED ATTRIBUTE TABLE FULL AT 5000 -'
                   UPON CRT AT 2301
               DISPLAY '!!!!   PREVIEW WOULD BE SHORT, STOP'
                   UPON CRT AT 2401
               MOVE 16                 TO RETURN-CODE
               STOP RUN.
           ADD 1                       TO WS-ADL-COUNT.
           SET ADL-IDX TO WS-ADL-COUNT.
           MOVE ADL-REC-CLIENT         TO ADL-CLIENT (ADL-IDX).
           MOVE ADL-REC-ACCOUNT        TO ADL-ACCOUNT (ADL-IDX).
           MOVE ADL-REC-ATTR           TO ADL-ATTR (ADL-IDX).
           MOVE ADL-REC-ACTION         TO ADL-ACTION (ADL-IDX).
           MOVE ADL-REC-COUNT          TO ADL-COUNT (ADL-IDX).
           PERFORM READ-ADL-REC.

       READ-ADL-REC.
           READ ATTRDLT-FILE AT END MOVE 'Y' TO ADL-EOF-SW.

      *
      * e-bill paper reversion - a loan EBRET1 has flagged for a
      * hard bounce loses its EBPP enrollment on the record going out,
      * so EBILL1 stops sending it and the paper statement resumes;
      * the servicer sees the reversion as an EBILLREV exception
      * line until the enrollment is re-captured upstream
      *
       BUILD-EBILLREV-CHECK.
           PERFORM FIND-ACCT-ATTR.
           IF AA-FOUND AND AA-EBR-REVERTED
               IF MB-EBPP-IND = 'EB' OR MB-E-CONSENT NOT = SPACE
                   MOVE SPACES             TO MB-EBPP-IND
                   MOVE SPACE              TO MB-E-CONSENT
               INTO EXCEPT-RPT-REC.
           WRITE EXCEPT-RPT-REC.

       LOAD-XFEROUT-TABLE.
      * XFEROUT-FILE is optional - no register means no client has
      * sold servicing yet
           OPEN INPUT XFEROUT-FILE.
           IF XFO-STATUS NOT = '00'
              MOVE 'Y'                   TO XFO-EOF-SW
           ELSE
              PERFORM READ-XFO-REC
              PERFORM UNTIL XFO-EOF
                 IF WS-XFO-COUNT < 50000
                    ADD 1                   TO WS-XFO-COUNT
                    SET XFO-IDX TO WS-XFO-COUNT
                    MOVE XFO-REC-CLIENT   TO XFO-CLIENT (XFO-IDX)
                    MOVE XFO-REC-ACCOUNT  TO XFO-ACCOUNT (XFO-IDX)
                    MOVE XFO-REC-EFF-DATE TO XFO-EFF-DATE (XFO-IDX)
                 ELSE
                    DISPLAY '!!!! TRANSFER-OUT TABLE FULL AT 50000 -'
                        UPON CRT AT 2301
                    DISPLAY '!!!!   SOLD LOANS WOULD BILL, STOP'
                        UPON CRT AT 2401
                    MOVE 16                 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 PERFORM READ-XFO-REC
              END-PERFORM
              CLOSE XFEROUT-FILE.

       READ-XFO-REC.
           READ XFEROUT-FILE AT END MOVE 'Y' TO XFO-EOF-SW.

       LOAD-TPPARTY-TABLE.
      * TPPARTY-FILE is optional - no registry means no successor or
      * authorized party is on file yet.  a loan's rows need not be
      * together on the file.  a fifth party on one loan, or more
      * loans than the table holds, stops the run - a party left
      * off would get no copy, or the borrower's mail in its place
           OPEN INPUT TPPARTY-FILE.
           IF TPP-STATUS NOT = '00'
              MOVE 'Y'                   TO TPP-EOF-SW
           ELSE
              PERFORM READ-TPP-REC
              PERFORM UNTIL TPP-EOF
                 PERFORM ADD-TPPARTY-ROW
                 PERFORM READ-TPP-REC
              END-PERFORM
              CLOSE TPPARTY-FILE.

       READ-TPP-REC.
           READ TPPARTY-FILE AT END MOVE 'Y' TO TPP-EOF-SW.

       ADD-TPPARTY-ROW.
           MOVE 'N'                 TO TPP-FOUND-SW.
           IF WS-TPP-COUNT > 0
              SET TPP-IDX TO 1
              SEARCH TPP-ENTRY
                 AT END
                    MOVE 'N'        TO TPP-FOUND-SW
                 WHEN TPP-CLIENT (TPP-IDX) = TPP-REC-CLIENT
                 AND  TPP-ACCOUNT (TPP-IDX) = TPP-REC-ACCOUNT
                    MOVE 'Y'        TO TPP-FOUND-SW
              END-SEARCH.
           IF NOT TPP-FOUND
              IF WS-TPP-COUNT < 20000
                 ADD 1                 TO WS-TPP-COUNT
                 SET TPP-IDX TO WS-TPP-COUNT
                 MOVE TPP-REC-CLIENT   TO TPP-CLIENT (TPP-IDX)
                 MOVE TPP-REC-ACCOUNT  TO TPP-ACCOUNT (TPP-IDX)
                 MOVE 0                TO TPP-PARTY-COUNT (TPP-IDX)
                 MOVE 'Y'              TO TPP-FOUND-SW
              ELSE
                 DISPLAY '!!!! THIRD-PARTY TABLE FULL AT 20000 -'
                     UPON CRT AT 2301
                 DISPLAY '!!!!   PARTIES WOULD GO UNMAILED, STOP'
                     UPON CRT AT 2401
                 MOVE 16               TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           IF TPP-PARTY-COUNT (TPP-IDX) NOT < 4
              DISPLAY '!!!! MORE THAN 4 THIRD PARTIES ON LOAN -'
                  UPON CRT AT 2301
              DISPLAY TPP-REC-CLIENT UPON CRT AT 2343
              DISPLAY TPP-REC-ACCOUNT UPON CRT AT 2348
              DISPLAY '!!!!   FIX TPPARTY.TAB AND RERUN, STOP'
                  UPON CRT AT 2401
              MOVE 16                  TO RETURN-CODE
              STOP RUN.
           IF TPP-FOUND
              ADD 1                 TO TPP-PARTY-COUNT (TPP-IDX)
              MOVE TPP-PARTY-COUNT (TPP-IDX) TO WS-TP-PARTY-SUB
              MOVE TPP-REC-TYPE     TO
                   TPP-TYPE (TPP-IDX WS-TP-PARTY-SUB)
              MOVE TPP-REC-CONFIRMED TO
                   TPP-CONFIRMED (TPP-IDX WS-TP-PARTY-SUB)
              MOVE TPP-REC-NAME     TO
                   TPP-NAME (TPP-IDX WS-TP-PARTY-SUB)
              MOVE TPP-REC-LINE1    TO
                   TPP-LINE1 (TPP-IDX WS-TP-PARTY-SUB)
              MOVE TPP-REC-LINE2    TO
                   TPP-LINE2 (TPP-IDX WS-TP-PARTY-SUB)
              MOVE TPP-REC-STREET   TO
                   TPP-STREET (TPP-IDX WS-TP-PARTY-SUB)
              MOVE TPP-REC-CITY     TO
                   TPP-CITY (TPP-IDX WS-TP-PARTY-SUB)
              MOVE TPP-REC-STATE    TO
                   TPP-STATE (TPP-IDX WS-TP-PARTY-SUB)
              MOVE TPP-REC-ZIP      TO
                   TPP-ZIP (TPP-IDX WS-TP-PARTY-SUB)
              MOVE TPP-REC-ZIP4     TO
                   TPP-ZIP4 (TPP-IDX WS-TP-PARTY-SUB)
              MOVE TPP-REC-START-DATE TO
                   TPP-START-DATE (TPP-IDX WS-TP-PARTY-SUB)
              MOVE TPP-REC-EXPIRY-DATE TO
                   TPP-EXPIRY-DATE (TPP-IDX WS-TP-PARTY-SUB)
              MOVE 'N'              TO
                   TPP-COPY-SW (TPP-IDX WS-TP-PARTY-SUB)
           END-IF.

      *
      * a borrower on the accessible-format registry has the format
      * named in MB-FLEXFIELD6 (the copy-tag field WRITE-BANKRUPTCY-
      * COPIES uses) so the production step knows which press the
      * piece goes to; the attribute record holds one format per
      * borrower, the last one registered
      *
       BUILD-ACCFMT-CHECK.
           MOVE 'N'                 TO ACCFMT-SW.
           PERFORM FIND-ACCT-ATTR.
           IF AA-FOUND
           AND (AA-ACF-BRAILLE OR AA-ACF-LARGE-PRINT)
              MOVE 'Y'              TO ACCFMT-SW
              IF AA-ACF-BRAILLE
                 MOVE 'ACCESSIBLE FORMAT - BRAILLE' TO MB-FLEXFIELD6
              ELSE
                 MOVE 'ACCESSIBLE FORMAT - LARGE PRINT'
                                    TO MB-FLEXFIELD6
              END-IF
           END-IF.

       FIND-XFEROUT-ENTRY.
           MOVE 'N'                 TO XFO-FOUND-SW.
           IF WS-XFO-COUNT > 0
              SET XFO-IDX TO 1
              SEARCH XFO-ENTRY
                 AT END
                    MOVE 'N'        TO XFO-FOUND-SW
                 WHEN XFO-CLIENT (XFO-IDX) = WS-CLIENT
                 AND  XFO-ACCOUNT (XFO-IDX) = MB-ACCOUNT
                    MOVE 'Y'        TO XFO-FOUND-SW
              END-SEARCH.

      *
      * postage into it month after month
      *
       BUILD-MAILSUPP-CHECK.
           PERFORM FIND-ACCT-ATTR.
           IF AA-FOUND AND AA-MSP-SUPPRESSED
               ADD 1                       TO MAILSUPP-CTR
               ADD 1                       TO EXCEPT-CTR
               IF NOT DRY-RUN-MODE

       WRITE-MAILSUPP-EXCEPT-LINE.
           MOVE MB-ACCOUNT                 TO WS-RPT-ACCOUNT.
           MOVE AA-MSP-RETURNS             TO WS-MSP-RETURNS-DISP.
           MOVE SPACES                     TO EXCEPT-RPT-REC.
           STRING WS-CLIENT             DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
               INTO EXCEPT-RPT-REC.
           WRITE EXCEPT-RPT-REC.

      *
      * ACH draft stop - a loan ACHRET1 has stopped drafting for
      * repeated or unauthorized-debit returns is billed with its
      * draft indicator cleared, so the statement asks for the
      * payment instead of promising a draft, and draws a DRAFTSTP
      * exception line every cycle until the stop is lifted
      *
       BUILD-DRAFTSTOP-CHECK.
           PERFORM FIND-ACCT-ATTR.
           IF AA-FOUND AND AA-DSP-STOPPED
           AND MB-DRAFT-IND NOT = SPACE
               MOVE SPACE                  TO MB-DRAFT-IND
               ADD 1                       TO DRAFTSTOP-CTR
               ADD 1                       TO EXCEPT-CTR
               IF NOT DRY-RUN-MODE
                   PERFORM WRITE-DRAFTSTOP-EXCEPT-LINE
               END-IF
           END-IF.

       WRITE-DRAFTSTOP-EXCEPT-LINE.
           MOVE MB-ACCOUNT                 TO WS-RPT-ACCOUNT.
           MOVE 0                          TO WS-DSP-RETURNS-DISP.
           IF AA-DSP-RETURNS NUMERIC
               MOVE AA-DSP-RETURNS         TO WS-DSP-RETURNS-DISP.
           MOVE SPACES                     TO EXCEPT-RPT-REC.
           STRING WS-CLIENT             DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-RPT-ACCOUNT        DELIMITED BY SIZE
                  '   DRAFTSTP  '       DELIMITED BY SIZE
                  WS-DSP-RETURNS-DISP   DELIMITED BY SIZE
                  ' ACH RETURNS, LAST '  DELIMITED BY SIZE
                  AA-DSP-LAST-CODE      DELIMITED BY SIZE
                  ' - DRAFTING STOPPED'  DELIMITED BY SIZE
               INTO EXCEPT-RPT-REC.
           WRITE EXCEPT-RPT-REC.

       LOAD-STATE-RULE-TABLE.
      * STATE-RULE-FILE is an optional control file; a site that
      * hasn't staged one simply gets no state compliance checks,
           IF MB-FOREIGN-ADDRESS = SPACE OR MB-FOREIGN-ADDRESS = '0'
               IF MB-BILL-CITY = SPACES
                   MOVE 'BLANK CITY LINE'  TO WS-MAILRISK-REASON
                   MOVE 'BILL-CITY'        TO WS-DFK-FIELD
                   MOVE MB-BILL-CITY       TO WS-DFK-VALUE
                   PERFORM WRITE-MAILRISK-EXCEPT-LINE
               END-IF
               IF MB-ZIP-5 = SPACES OR MB-ZIP-5 NOT NUMERIC
                   MOVE 'ZIP MISSING OR NOT NUMERIC'
                                           TO WS-MAILRISK-REASON
                   MOVE 'ZIP-5'            TO WS-DFK-FIELD
                   MOVE MB-ZIP-5           TO WS-DFK-VALUE
                   PERFORM WRITE-MAILRISK-EXCEPT-LINE
               END-IF
               IF WS-ST-COUNT > 0
                   IF NOT ST-FOUND
                       MOVE 'STATE ABBR NOT ON TABLE'
                                           TO WS-MAILRISK-REASON
                       MOVE 'BILL-STATE'   TO WS-DFK-FIELD
                       MOVE MB-BILL-STATE  TO WS-DFK-VALUE
                       PERFORM WRITE-MAILRISK-EXCEPT-LINE
                   ELSE
                   IF MB-STATE-CODE NOT = ST-CODE (ST-IDX)
                       MOVE 'STATE CODE / ABBR MISMATCH'
                                           TO WS-MAILRISK-REASON
                       MOVE 'STATE-CODE'   TO WS-DFK-FIELD
                       MOVE MB-STATE-CODE  TO WS-DFK-VALUE
                       PERFORM WRITE-MAILRISK-EXCEPT-LINE
                   END-IF
                   END-IF
                   IF ST-FOUND AND MB-ZIP-5 NUMERIC
                       MOVE 'FOREIGN FLAG, DOMESTIC ADDR'
                                           TO WS-MAILRISK-REASON
                       MOVE 'FOREIGN-ADDRESS' TO WS-DFK-FIELD
                       MOVE MB-FOREIGN-ADDRESS TO WS-DFK-VALUE
                       PERFORM WRITE-MAILRISK-EXCEPT-LINE
                   END-IF
               END-IF
                      MB-ZIP-5          DELIMITED BY SIZE
                   INTO EXCEPT-RPT-REC
               WRITE EXCEPT-RPT-REC
               MOVE 'ADDRESS'              TO WS-DFK-CODE
               MOVE MB-ACCOUNT             TO WS-DFK-ACCOUNT
               PERFORM WRITE-DEFECT-RECORD
           END-IF.

       LOAD-MSG-RULE-TABLE.
                   UPON CRT AT 2101
               DISPLAY '!!!!   RECOMPILE AGAINST CURRENT mb1500'
                   UPON CRT AT 2201
               PERFORM WRITE-LAYOUT-DEFECT
               MOVE 16                 TO RETURN-CODE
               STOP RUN.

      *
      * the one output a layout failure leaves behind - the defect
      * feed carries the stamp the servicer sent so their data team
      * sees the failure even though nothing else was produced
      *
       WRITE-LAYOUT-DEFECT.
           IF NOT DRY-RUN-MODE
               OPEN OUTPUT DEFECT-RPT-FILE
               MOVE 'LAYOUT'           TO WS-DFK-CODE
               MOVE 'LAYOUT-VERSION'   TO WS-DFK-FIELD
               MOVE MB1500-LAYOUT-VERSION TO WS-DFK-VALUE
               MOVE 0                  TO WS-DFK-ACCOUNT
               PERFORM WRITE-DEFECT-RECORD
               CLOSE DEFECT-RPT-FILE.

       LOAD-EXPCYCLE-TABLE.
      * EXPCYCLE-FILE is an optional control file; a site that hasn't
      * staged one simply gets no stale-extract guard, the same as a
                       WRITE PARKU-REC
                   ELSE
                   ADD 1               TO MBU-MISS (MBU-IDX)
                   MOVE 'MBU'          TO WS-PARK-FEED
                   MOVE MBU-LOAN (MBU-IDX) TO WS-PARK-KEY-DISP
                   MOVE MBU-MISS (MBU-IDX) TO WS-PARK-MISS-DISP
                   PERFORM WRITE-UNMATCHED-DEFECT
                   IF MBU-MISS (MBU-IDX) NOT < WS-PARK-LIMIT
                       PERFORM WRITE-PARKAGED-EXCEPT-LINE
                   ELSE
                       ADD 1           TO PARKED-CTR
                       WRITE PARKX-REC
                   ELSE
                   ADD 1               TO MBX-MISS (MBX-IDX)
                   MOVE 'MBX'          TO WS-PARK-FEED
                   MOVE MBX-LOAN (MBX-IDX) TO WS-PARK-KEY-DISP
                   MOVE MBX-MISS (MBX-IDX) TO WS-PARK-MISS-DISP
                   PERFORM WRITE-UNMATCHED-DEFECT
                   IF MBX-MISS (MBX-IDX) NOT < WS-PARK-LIMIT
                       PERFORM WRITE-PARKAGED-EXCEPT-LINE
                   ELSE
                       ADD 1           TO PARKED-CTR
                       WRITE PARKT-REC
                   ELSE
                   ADD 1               TO TH-MISS (TH-IDX)
                   MOVE 'TRN'          TO WS-PARK-FEED
                   MOVE TH-ACCOUNT (TH-IDX) TO WS-PARK-KEY-DISP
                   MOVE TH-MISS (TH-IDX)   TO WS-PARK-MISS-DISP
                   PERFORM WRITE-UNMATCHED-DEFECT
                   IF TH-MISS (TH-IDX) NOT < WS-PARK-LIMIT
                       PERFORM WRITE-PARKAGED-EXCEPT-LINE
                   ELSE
                       ADD 1           TO PARKED-CTR
                       WRITE PARKF-REC
                   ELSE
                   ADD 1               TO MBF-MISS (MBF-IDX)
                   MOVE 'MBF'          TO WS-PARK-FEED
                   MOVE MBF-LOAN (MBF-IDX) TO WS-PARK-KEY-DISP
                   MOVE MBF-MISS (MBF-IDX) TO WS-PARK-MISS-DISP
                   PERFORM WRITE-UNMATCHED-DEFECT
                   IF MBF-MISS (MBF-IDX) NOT < WS-PARK-LIMIT
                       PERFORM WRITE-PARKAGED-EXCEPT-LINE
                   ELSE
                       ADD 1           TO PARKED-CTR
           END-PERFORM.
           CLOSE PARKF-FILE.

      *
      * every unmatched feed record this client owns goes back to the
      * servicer as a defect each run it stays unmatched, whether it
      * parks again or ages out tonight
      *
       WRITE-UNMATCHED-DEFECT.
           MOVE 'UNMATCHD'                 TO WS-DFK-CODE.
           MOVE SPACES                     TO WS-DFK-FIELD.
           STRING WS-PARK-FEED          DELIMITED BY SIZE
                  ' SUB-EXTRACT'        DELIMITED BY SIZE
               INTO WS-DFK-FIELD.
           MOVE SPACES                     TO WS-DFK-VALUE.
           STRING 'LOAN '               DELIMITED BY SIZE
                  WS-PARK-KEY-DISP      DELIMITED BY SIZE
                  ' UNMATCHED '         DELIMITED BY SIZE
                  WS-PARK-MISS-DISP     DELIMITED BY SIZE
                  ' RUNS'               DELIMITED BY SIZE
               INTO WS-DFK-VALUE.
           MOVE WS-PARK-KEY-DISP           TO WS-DFK-ACCOUNT.
           PERFORM WRITE-DEFECT-RECORD.

       WRITE-PARKAGED-EXCEPT-LINE.
           ADD 1                           TO PARKAGED-CTR.
           ADD 1                           TO EXCEPT-CTR.
           ADD 1                       TO BKCOPY-CTR.

      *
      * successor-in-interest and authorized third-party statements -
      * a party on TPPARTY-TABLE is current from its start date
      * through its expiry date (zero expiry = open-ended).  the first
      * current confirmed successor takes the statement itself - the
      * name/address block is readdressed to them; every other current
      * party (another successor, a housing counselor, an attorney-in-
      * fact) gets a copy written behind the borrower's record by
      * WRITE-THIRD-PARTY-COPIES.  an unconfirmed successor gets
      * nothing until confirmed.  an authorization expiring within the
      * next 30 days draws a TPAUTH line on EXCEPT-RPT-FILE, the way
      * BUILD-TRIAL-MOD-TICKLER flags a trial nearing its end, so the
      * renewal is chased before the copies stop
      *
       BUILD-THIRD-PARTY-FIELDS.
           MOVE 'N'                    TO TP-READDR-SW.
           MOVE 'N'                    TO TP-COPY-SW.
           MOVE 'N'                    TO TPP-FOUND-SW.
           IF WS-TPP-COUNT > 0
              SET TPP-IDX TO 1
              SEARCH TPP-ENTRY
                 AT END
                    MOVE 'N'           TO TPP-FOUND-SW
                 WHEN TPP-CLIENT (TPP-IDX) = WS-CLIENT
                 AND  TPP-ACCOUNT (TPP-IDX) = MB-ACCOUNT
                    MOVE 'Y'           TO TPP-FOUND-SW
              END-SEARCH.
           IF TPP-FOUND
              PERFORM VARYING WS-TP-PARTY-SUB FROM 1 BY 1
                      UNTIL WS-TP-PARTY-SUB > TPP-PARTY-COUNT (TPP-IDX)
                 PERFORM CHECK-ONE-THIRD-PARTY
              END-PERFORM
           END-IF.

       CHECK-ONE-THIRD-PARTY.
           MOVE 'N'          TO TPP-COPY-SW (TPP-IDX WS-TP-PARTY-SUB).
           IF TPP-START-DATE (TPP-IDX WS-TP-PARTY-SUB) > WS-TODAY-N
              CONTINUE
           ELSE
           IF TPP-EXPIRY-DATE (TPP-IDX WS-TP-PARTY-SUB) NOT = 0
           AND TPP-EXPIRY-DATE (TPP-IDX WS-TP-PARTY-SUB) < WS-TODAY-N
              CONTINUE
           ELSE
           IF TPP-SUCCESSOR (TPP-IDX WS-TP-PARTY-SUB)
           AND TPP-CONFIRMED (TPP-IDX WS-TP-PARTY-SUB) NOT = 'Y'
              CONTINUE
           ELSE
              IF TPP-SUCCESSOR (TPP-IDX WS-TP-PARTY-SUB)
              AND NOT TP-READDRESSED
                 MOVE 'Y'              TO TP-READDR-SW
                 ADD 1                 TO TPREADDR-CTR
                 PERFORM MOVE-THIRD-PARTY-ADDRESS
              ELSE
                 MOVE 'Y'              TO TP-COPY-SW
                 MOVE 'Y'    TO TPP-COPY-SW (TPP-IDX WS-TP-PARTY-SUB)
              END-IF
              IF TPP-EXPIRY-DATE (TPP-IDX WS-TP-PARTY-SUB) NOT = 0
                 PERFORM CHECK-THIRD-PARTY-EXPIRY
              END-IF
           END-IF
           END-IF
           END-IF.

       CHECK-THIRD-PARTY-EXPIRY.
           MOVE TPP-EXPIRY-DATE (TPP-IDX WS-TP-PARTY-SUB) (3:2)
                                       TO WS-TP-EXP-YY.
           MOVE TPP-EXPIRY-DATE (TPP-IDX WS-TP-PARTY-SUB) (5:2)
                                       TO WS-TP-EXP-MM.
           MOVE TPP-EXPIRY-DATE (TPP-IDX WS-TP-PARTY-SUB) (7:2)
                                       TO WS-TP-EXP-DD.
           COMPUTE WS-TP-EXPIRY-DAYS =
               (WS-TP-EXP-YY * 360) + (WS-TP-EXP-MM * 30)
             +  WS-TP-EXP-DD.
           COMPUTE WS-TP-DAYS-LEFT =
               WS-TP-EXPIRY-DAYS - WS-CURR-DAYS.
           IF WS-TP-DAYS-LEFT NOT > 30
               ADD 1                   TO TPEXPIRE-CTR
               ADD 1                   TO EXCEPT-CTR
               IF NOT DRY-RUN-MODE
                   PERFORM WRITE-TP-EXPIRY-EXCEPT-LINE
               END-IF
           END-IF.

       WRITE-TP-EXPIRY-EXCEPT-LINE.
           PERFORM SET-THIRD-PARTY-TYPE-DESC.
           MOVE MB-ACCOUNT                 TO WS-RPT-ACCOUNT.
           MOVE WS-TP-DAYS-LEFT            TO WS-TP-DAYS-DISP.
           MOVE SPACES                     TO EXCEPT-RPT-REC.
           STRING WS-CLIENT             DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-RPT-ACCOUNT        DELIMITED BY SIZE
                  '   TPAUTH    DAYS LEFT ' DELIMITED BY SIZE
                  WS-TP-DAYS-DISP       DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-TP-TYPE-DESC       DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  TPP-NAME (TPP-IDX WS-TP-PARTY-SUB)
                                        DELIMITED BY SIZE
               INTO EXCEPT-RPT-REC.
           WRITE EXCEPT-RPT-REC.

       SET-THIRD-PARTY-TYPE-DESC.
           EVALUATE TRUE
               WHEN TPP-SUCCESSOR (TPP-IDX WS-TP-PARTY-SUB)
                   MOVE 'SUCCESSOR'          TO WS-TP-TYPE-DESC
               WHEN TPP-COUNSELOR (TPP-IDX WS-TP-PARTY-SUB)
                   MOVE 'HOUSING COUNSELOR'  TO WS-TP-TYPE-DESC
               WHEN TPP-ATTORNEY-IN-FACT (TPP-IDX WS-TP-PARTY-SUB)
                   MOVE 'ATTORNEY-IN-FACT'   TO WS-TP-TYPE-DESC
               WHEN OTHER
                   MOVE 'AUTHORIZED PARTY'   TO WS-TP-TYPE-DESC
           END-EVALUATE.

      *
      * same name/address block moves as WRITE-ONE-BANKRUPTCY-COPY
      *
       MOVE-THIRD-PARTY-ADDRESS.
           MOVE TPP-NAME (TPP-IDX WS-TP-PARTY-SUB)   TO MB-BILL-NAME.
           MOVE TPP-LINE1 (TPP-IDX WS-TP-PARTY-SUB)  TO MB-BILL-LINE-2.
           MOVE TPP-LINE2 (TPP-IDX WS-TP-PARTY-SUB)  TO MB-BILL-LINE-3.
           MOVE TPP-STREET (TPP-IDX WS-TP-PARTY-SUB) TO MB-BILL-LINE-4.
           MOVE SPACES                               TO MB-BILL-LINE-5.
           MOVE TPP-CITY (TPP-IDX WS-TP-PARTY-SUB)   TO MB-BILL-CITY.
           MOVE TPP-STATE (TPP-IDX WS-TP-PARTY-SUB)  TO MB-BILL-STATE.
           MOVE TPP-ZIP (TPP-IDX WS-TP-PARTY-SUB)    TO MB-ZIP-5.
           MOVE TPP-ZIP4 (TPP-IDX WS-TP-PARTY-SUB)   TO MB-ZIP-4.

      *
      * one additional addressed MB-REC per current authorized party,
      * written behind the borrower's own record (and behind any
      * bankruptcy party copies) exactly as WRITE-BANKRUPTCY-COPIES
      * does, with the copy tag in MB-FLEXFIELD6
      *
       WRITE-THIRD-PARTY-COPIES.
           PERFORM VARYING WS-TP-PARTY-SUB FROM 1 BY 1
                   UNTIL WS-TP-PARTY-SUB > TPP-PARTY-COUNT (TPP-IDX)
               IF TPP-COPY-SW (TPP-IDX WS-TP-PARTY-SUB) = 'Y'
                   PERFORM WRITE-ONE-THIRD-PARTY-COPY
               END-IF
           END-PERFORM.

       WRITE-ONE-THIRD-PARTY-COPY.
           PERFORM SET-THIRD-PARTY-TYPE-DESC.
           MOVE SPACES                 TO MB-FLEXFIELD6.
           STRING 'AUTHORIZED COPY - ' DELIMITED BY SIZE
                  WS-TP-TYPE-DESC      DELIMITED BY SIZE
               INTO MB-FLEXFIELD6.
           PERFORM MOVE-THIRD-PARTY-ADDRESS.
           PERFORM WRITE-MB-REC-COUNTED.
           ADD 1                       TO TPCOPY-CTR.
      *
      * every billing record leaves through here so the control-total
      * trailer's count and hash totals always cover exactly what the
      * file holds; the hash adds wrap on size overflow by design
           SET MB-LAYOUT-CURRENT       TO TRUE.
           WRITE MB-REC.
           PERFORM WRITE-ARCHIVE-INDEX-LINE.
           PERFORM WRITE-STATEMENT-CORR-LINE.
           IF MIXED-MODE
               ADD 1 TO MXT-WRITTEN-CTR (MXT-IDX)
               ADD MB-TOTAL-AMOUNT-DUE TO MXT-HASH-AMT-DUE (MXT-IDX)
           MOVE OUT-NAME               TO IDX-SET-NAME.
           WRITE IDX-REC.

      *
      * the statement's correspondence-history line - the ordinal
      * the archive index just took is the reference.  an e-bill
      * borrower with an address on file is e-delivered and EBILL1
      * logs that delivery, so only the party copies of such a loan
      * are logged here
      *
       WRITE-STATEMENT-CORR-LINE.
           IF MB-EBPP-IND = 'EB' AND MB-BORR-EMAIL-ADDR NOT = SPACES
           AND MB-FLEXFIELD6 (1:15) NOT = 'BANKRUPTCY COPY'
           AND MB-FLEXFIELD6 (1:15) NOT = 'AUTHORIZED COPY'
               CONTINUE
           ELSE
               MOVE IDX-ORDINAL        TO WS-CH-ORDINAL-DISP
               MOVE SPACES             TO WS-CH-REFERENCE
               STRING 'RECORD '            DELIMITED BY SIZE
                      WS-CH-ORDINAL-DISP   DELIMITED BY SIZE
                   INTO WS-CH-REFERENCE
               MOVE 'STATEMNT'         TO WS-CH-DOC-TYPE
               MOVE OUT-NAME           TO WS-CH-ARTIFACT
               PERFORM WRITE-CORR-HISTORY-LINE.

      *
      * one correspondence-history line for the current record -
      * the caller sets the document type, artifact and reference;
      * a bankruptcy-party or authorized third-party copy is logged
      * under the borrower's loan with the third-party channel
      *
       WRITE-CORR-HISTORY-LINE.
           MOVE SPACES                 TO CH-REC.
           MOVE MB-ACCOUNT             TO CH-ACCOUNT.
           MOVE WS-CURRENT-DATE        TO CH-DATE.
           MOVE WS-CH-TIME-X (1:6)     TO CH-TIME.
           MOVE WS-CLIENT              TO CH-CLIENT.
           MOVE WS-CH-DOC-TYPE         TO CH-DOC-TYPE.
           IF MB-FLEXFIELD6 (1:15) = 'BANKRUPTCY COPY'
           OR MB-FLEXFIELD6 (1:15) = 'AUTHORIZED COPY'
               MOVE 'T'                TO CH-CHANNEL
           ELSE
               MOVE 'P'                TO CH-CHANNEL.
           MOVE 'SETMB2000'            TO CH-PROGRAM.
           MOVE MB-JOB                 TO CH-RUN.
           MOVE WS-CH-ARTIFACT         TO CH-ARTIFACT.
           MOVE WS-CH-REFERENCE        TO CH-REFERENCE.
           WRITE CH-REC.
           ADD 1                       TO CORRHIST-CTR.

      *
      * the control-total trailer itself - identity in MB-CLIENT
      * '9999' and the banner name line, record count in MB-SEQ, hash
      * qualifying reason flagged, the governing one named by the
      * precedence 001-MAIN's dispatch already imposes (cease-and-
      * desist, then charge-off, then foreclosure cutoff, then PIF
      * diversion, then a servicing transfer past its effective date,
      * then the extract's own suppression flag, then the
      * coupon-book diversion); the
      * DONT-PROCESS / PIF-STOP / FORECLOSURE-STOP / BAD-CK-STOP
      * bytes ride along as qualifying flags even though they do
      * not themselves divert the record here
           AND NOT FORECLOSURE-CUTOFF
           AND NOT PIF-FINAL-STATEMENT
           AND NOT SUPPRESSED-LOAN
           AND NOT COUPON-BOOK-LOAN
               GO TO WRITE-SUPPRESSION-REGISTRY-EXIT.
           ADD 1                       TO SUPPREG-CTR.
           IF DRY-RUN-MODE
                                          SUP-FCLCUT-SW SUP-PIF-SW
                                          SUP-FLAG-SW SUP-DONTPROC-SW
                                          SUP-PIFSTOP-SW
                                          SUP-FCLSTOP-SW SUP-BADCK-SW
                                          SUP-COUPBK-SW SUP-TRANSFER-SW.
           IF CEASE-DESIST-REQUIRED
               MOVE 'Y'                TO SUP-CEASE-SW.
           IF CHARGEOFF-NOTICE-REQUIRED
               MOVE 'Y'                TO SUP-FCLCUT-SW.
           IF PIF-FINAL-STATEMENT
               MOVE 'Y'                TO SUP-PIF-SW.
           IF SUPPRESSED-LOAN AND NOT TRANSFER-OUT-LOAN
               MOVE 'Y'                TO SUP-FLAG-SW.
           IF TRANSFER-OUT-LOAN
               MOVE 'Y'                TO SUP-TRANSFER-SW.
           IF COUPON-BOOK-LOAN
               MOVE 'Y'                TO SUP-COUPBK-SW.
           IF MB-DONT-PROCESS NOT = SPACE
               MOVE 'Y'                TO SUP-DONTPROC-SW.
           IF MB-PIF-STOP NOT = SPACE
           IF PIF-FINAL-STATEMENT
               MOVE 'PIF     '         TO SUP-GOVERNING
           ELSE
           IF TRANSFER-OUT-LOAN
               MOVE 'TRANSFER'         TO SUP-GOVERNING
           ELSE
           IF SUPPRESSED-LOAN
               MOVE 'SUPPFLAG'         TO SUP-GOVERNING
           ELSE
               MOVE 'COUPBOOK'         TO SUP-GOVERNING.
           WRITE SUPPREG-REC.
       WRITE-SUPPRESSION-REGISTRY-EXIT.
           EXIT.

      *
      * one .prv line per loan on a PREVIEW run - the disposition is
      * named by the same precedence 001-MAIN disposes the record
      * under, so two preview runs over one extract differ only
      * where their controls do
      *
       WRITE-PREVIEW-LINE.
           MOVE SPACES                 TO PREVIEW-REC.
           MOVE MB-CLIENT              TO PRV-CLIENT.
           MOVE MB-ACCOUNT             TO PRV-ACCOUNT.
           IF CEASE-DESIST-REQUIRED
               MOVE 'CEASE   '         TO PRV-DISPOSITION
           ELSE
           IF CHARGEOFF-NOTICE-REQUIRED
               MOVE 'CHGOFF  '         TO PRV-DISPOSITION
           ELSE
           IF FORECLOSURE-CUTOFF
               MOVE 'FCLCUT  '         TO PRV-DISPOSITION
           ELSE
           IF PIF-FINAL-STATEMENT
               MOVE 'PIF     '         TO PRV-DISPOSITION
           ELSE
           IF TRANSFER-OUT-LOAN
               MOVE 'TRANSFER'         TO PRV-DISPOSITION
           ELSE
           IF SUPPRESSED-LOAN
               MOVE 'SUPPFLAG'         TO PRV-DISPOSITION
           ELSE
           IF COUPON-BOOK-LOAN
               MOVE 'COUPBOOK'         TO PRV-DISPOSITION
           ELSE
           IF ACCESSIBLE-FORMAT-LOAN
               MOVE 'ACCESSIB'         TO PRV-DISPOSITION
           ELSE
               MOVE 'STATEMNT'         TO PRV-DISPOSITION.
           MOVE MB-MSG1-CODE           TO PRV-MSG1-CODE.
           MOVE MB-MSG2-CODE           TO PRV-MSG2-CODE.
           MOVE MB-MESSAGE-CODE        TO PRV-MESSAGE-CODE.
           MOVE MB-INSERT-CODE         TO PRV-INSERT-CODE.
           IF MB-STMT-SELECTED-AS-SAMPLE = 'Y'
               MOVE 'Y'                TO PRV-SAMPLE-SW
               MOVE MB-SAMPLE-REASON   TO PRV-SAMPLE-REASON
               MOVE MB-SAMPLE-MESSAGE-CODE TO PRV-SAMPLE-MSG-CODE
           ELSE
               MOVE 'N'                TO PRV-SAMPLE-SW
               MOVE 0                  TO PRV-SAMPLE-REASON.
           COMPUTE PRV-STATERULE-HITS = STATERULE-CTR - WS-PRV-SRL-LAST.
           MOVE STATERULE-CTR          TO WS-PRV-SRL-LAST.
           MOVE MB-TOTAL-AMOUNT-DUE    TO PRV-TOTAL-DUE.
           PERFORM FIND-ACCT-ATTR.
           IF AA-FOUND AND AA-MSP-SUPPRESSED
               MOVE 'Y'                TO PRV-MAILSUPP-SW
           ELSE
               MOVE 'N'                TO PRV-MAILSUPP-SW.
           WRITE PREVIEW-REC.
           ADD 1                       TO PREVIEW-CTR.

      ******************************************
      *        START MAIN SECTION              *
      ******************************************
           PERFORM BUILD-EARLYINT-CHECK.
           PERFORM BUILD-ADDRESS-VALIDATION.
           PERFORM BUILD-MAILSUPP-CHECK.
           PERFORM BUILD-DRAFTSTOP-CHECK.
           PERFORM CHECK-STATE-RULES.
           PERFORM CHECK-ESCROW-INTEREST
               THRU CHECK-ESCROW-INT-EXIT.
           PERFORM BUILD-SAMPLE-FIELDS
               THRU BUILD-SAMPLE-FIELDS-EXIT.
           PERFORM BUILD-SUPPRESSION-CHECK.
           PERFORM BUILD-FINAL-PAYMENT-CHECK
               THRU BUILD-FINAL-PAYMENT-EXIT.
           PERFORM BUILD-COUPON-BOOK-CHECK
               THRU BUILD-COUPON-BOOK-EXIT.
           PERFORM BUILD-TRIAL-MOD-TICKLER.
           PERFORM BUILD-ARM-TICKLER.
           PERFORM BUILD-TPV-RECON-FIELDS.
               THRU BUILD-FEE-DETAIL-EXIT.
           PERFORM BUILD-BANKRUPTCY-FIELDS.
           PERFORM BUILD-COMBINED-LIEN-FIELDS.
           PERFORM BUILD-ACCFMT-CHECK.
           PERFORM BUILD-THIRD-PARTY-FIELDS.
      * the scanline encodes the amount actually billed, so it is
      * built only after the bankruptcy substitution and lien math
      * above are done with MB-TOTAL-AMOUNT-DUE
           PERFORM BUILD-SCANLINE-FIELDS.
      * the final installment carries no coupon - the payoff figure
      * is on the final-payment notice, not the regular stub
           IF MB-FINAL-PAYMENT-NO-COUPON
               MOVE SPACES             TO MB-REMITTANCE-SCANLINE.
      *
      * clients whose only per-client work is the generic account
      * reformat are data-driven from CLIENT-DISPATCH-TABLE (loaded
           MOVE REC-CTR             TO MB-SEQ.
           PERFORM WRITE-SUPPRESSION-REGISTRY
               THRU WRITE-SUPPRESSION-REGISTRY-EXIT.
           IF PREVIEW-MODE
              PERFORM WRITE-PREVIEW-LINE.
           IF NOT DRY-RUN-MODE
              IF CEASE-DESIST-REQUIRED
                 PERFORM WRITE-LEGAL-RPT-LINE
              IF PIF-FINAL-STATEMENT
                 MOVE MB-REC           TO PIF-OUT-REC
                 WRITE PIF-OUT-REC
                 MOVE 'PIFFINAL'       TO WS-CH-DOC-TYPE
                 MOVE PIF-OUT-NAME     TO WS-CH-ARTIFACT
                 MOVE SPACES           TO WS-CH-REFERENCE
                 PERFORM WRITE-CORR-HISTORY-LINE
              ELSE
              IF SUPPRESSED-LOAN
                 PERFORM WRITE-SUPPRESSED-LOAN-EXCEPT-LINE
              ELSE
              IF COUPON-BOOK-LOAN
                 MOVE MB-REC           TO COUPBK-OUT-REC
                 WRITE COUPBK-OUT-REC
                 MOVE 'COUPBOOK'       TO WS-CH-DOC-TYPE
                 MOVE COUPBK-OUT-NAME  TO WS-CH-ARTIFACT
                 MOVE SPACES           TO WS-CH-REFERENCE
                 PERFORM WRITE-CORR-HISTORY-LINE
              ELSE
              IF ACCESSIBLE-FORMAT-LOAN
                 ADD 1                 TO ACCFMT-CTR
                 MOVE MB-REC           TO ACCFMT-OUT-REC
                 WRITE ACCFMT-OUT-REC
                 MOVE 'ACCESSIB'       TO WS-CH-DOC-TYPE
                 MOVE ACCFMT-OUT-NAME  TO WS-CH-ARTIFACT
                 MOVE SPACES           TO WS-CH-REFERENCE
                 PERFORM WRITE-CORR-HISTORY-LINE
                 IF BK-SUBSTITUTED
                    PERFORM WRITE-BANKRUPTCY-COPIES
                 END-IF
                 IF TP-COPIES-DUE
                    PERFORM WRITE-THIRD-PARTY-COPIES
                 END-IF
              ELSE
                 PERFORM FIND-CLIENT-LAYOUT-ENTRY
                 IF CLO-FOUND AND CLO-LAYOUT-IS-MBP (CLO-IDX)
                    ADD 1                TO MBP-LAYOUT-CTR
                    PERFORM BUILD-MBP-RECORD
                    WRITE COBOL-LAYOUT
                    MOVE 'STATEMNT'      TO WS-CH-DOC-TYPE
                    MOVE MBP-OUT-NAME    TO WS-CH-ARTIFACT
                    MOVE SPACES          TO WS-CH-REFERENCE
                    PERFORM WRITE-CORR-HISTORY-LINE
                 ELSE
                    PERFORM WRITE-MB-REC-COUNTED
                    IF BK-SUBSTITUTED
                       PERFORM WRITE-BANKRUPTCY-COPIES
                    END-IF
                    IF TP-COPIES-DUE
                       PERFORM WRITE-THIRD-PARTY-COPIES
                    END-IF
                 END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF.
           IF DISPLAY-COUNT = 1000
              DISPLAY REC-CTR  'TOTAL       -> ' UPON CRT AT 1125
                                   TO MBP-TPV-DRAFT-LAST-REC-SER-FEE.
           MOVE MB-A-H-PREM            TO MBP-MB-A-H-PREM.
           MOVE MB-LIFE-PREM           TO MBP-MB-LIFE-PREM.
           IF MB-FINAL-PAYMENT-NO-COUPON
               IF MB-FIRST-PRIN-BAL < MB-FIRST-P-I
                   MOVE 'Y'            TO MBP-PRIN-BAL-LT-PI-IND
               END-IF
               IF FP-MATURES-THIS-BILL
                   MOVE 'Y'            TO MBP-MAT-DATE-LT-BILL-DUE-DATE
               END-IF
           END-IF.
           PERFORM FILL-POC-BLOCKS.
           PERFORM FILL-OPT-INS-TABLE.

               WS-CLIENT UPON CRT AT 2201
           IF NOT DRY-RUN-MODE
               PERFORM WRITE-NOHANDLER-EXCEPT-LINE
               MOVE 'NOHANDLR'         TO WS-DFK-CODE
               MOVE 'CLIENT-NO'        TO WS-DFK-FIELD
               MOVE WS-CLIENT          TO WS-DFK-VALUE
               MOVE MB-ACCOUNT         TO WS-DFK-ACCOUNT
               PERFORM WRITE-DEFECT-RECORD
           END-IF.

       WRITE-NOHANDLER-EXCEPT-LINE.
               INTO EXCEPT-RPT-REC.
           WRITE EXCEPT-RPT-REC.

      * the packed SSN that failed the NUMERIC test goes back to the
      * servicer as display digits, the same way LOG-BAD-DATE shows
      * a bad packed year
       WRITE-SSN-DEFECT-RECORD.
           IF NOT DRY-RUN-MODE
               MOVE 'BADSSN'               TO WS-DFK-CODE
               MOVE WS-DFK-SSN             TO WS-DFK-VALUE
               MOVE MB-ACCOUNT             TO WS-DFK-ACCOUNT
               PERFORM WRITE-DEFECT-RECORD.

       BUILD-CNP-MBILL-RECORD.
           MOVE SPACES              TO MB-REC.
           MOVE MB1100-CLIENT-NO        TO MB-CLIENT.
               DISPLAY REC-CTR 'NON-NUMERIC SSN ON ACCOUNT '
                   MB-ACCOUNT UPON CRT AT 2301
               MOVE 'NON-NUMERIC SSN'    TO WS-SSN-EXCEPT-REASON
               PERFORM WRITE-SSN-EXCEPT-LINE
               MOVE 'SS-NO'              TO WS-DFK-FIELD
               MOVE MB1100-SS-NO         TO WS-DFK-SSN
               PERFORM WRITE-SSN-DEFECT-RECORD.
           IF MB1100-CO-SS-NO NUMERIC
               MOVE MB1100-CO-SS-NO     TO MB-CO-SSN
               MOVE MB1100-CO-SS-NO     TO MB-CO-SSN-FULL
               DISPLAY REC-CTR 'NON-NUMERIC CO-SSN ON ACCOUNT '
                   MB-ACCOUNT UPON CRT AT 2401
               MOVE 'NON-NUMERIC CO-SSN' TO WS-SSN-EXCEPT-REASON
               PERFORM WRITE-SSN-EXCEPT-LINE
               MOVE 'CO-SS-NO'           TO WS-DFK-FIELD
               MOVE MB1100-CO-SS-NO      TO WS-DFK-SSN
               PERFORM WRITE-SSN-DEFECT-RECORD.
           PERFORM MASK-SSN-IF-REQUIRED.
           PERFORM CLASSIFY-SSN-TIN-CODES.
           MOVE MB1100-BILL-ADDR-FOREIGN TO MB-FOREIGN-ADDRESS.
           MOVE MB1100-TELE-NO          TO MB-TELE-NO.
           MOVE MB1100-SEC-TELE-NO      TO MB-SEC-TELE-NO.
           MOVE MB1100-STATEMENT-DATE   TO WS-PYMMDD.
           MOVE 'STATEMENT-DATE'      TO WS-BAD-DATE-FIELD.
           PERFORM CONVERT-PYMMDD.
           MOVE OUT-YY              TO  MB-STATEMENT-YY.
           MOVE OUT-MM              TO  MB-STATEMENT-MM.
           MOVE OUT-DD              TO  MB-STATEMENT-DD.
      **** PLANET CODE DUE DATE SHOULD MATCH THE DUE DATE ON BILL'S COUP
           MOVE MB1100-DUE-DATE         TO WS-PYMMDD MB-PLANET-DATE.
           MOVE 'DUE-DATE'            TO WS-BAD-DATE-FIELD.
           PERFORM CONVERT-PYMMDD.
           MOVE OUT-YY              TO MB-LOAN-DUE-YY.
           MOVE OUT-MM              TO MB-LOAN-DUE-MM.
      *
      *    MOVE TO MB-COUPON-DUE-DATE.
           MOVE MB1100-COUPON-TAPE-DATE TO WS-PYMMDD.
           MOVE 'COUPON-TAPE-DATE'    TO WS-BAD-DATE-FIELD.
           PERFORM CONVERT-PYMMDD.
           MOVE OUT-YY                  TO MB-COUPON-TAPE-YY.
           MOVE OUT-MM                  TO MB-COUPON-TAPE-MM
           MOVE OUT-DD                  TO MB-COUPON-TAPE-DD.
           MOVE MB1100-1ST-DUE-DATE     TO WS-PYMMDD.
           MOVE '1ST-DUE-DATE'        TO WS-BAD-DATE-FIELD.
           PERFORM CONVERT-PYMMDD.
           MOVE OUT-YY              TO MB-1ST-DUE-YY.
           MOVE OUT-MM              TO MB-1ST-DUE-MM.
           MOVE OUT-DD              TO MB-1ST-DUE-DD.
           MOVE MB1100-BEG-HIST-DATE    TO WS-PYMMDD.
           MOVE 'BEG-HIST-DATE'       TO WS-BAD-DATE-FIELD.
           PERFORM CONVERT-PYMMDD.
           MOVE OUT-YY              TO MB-BEG-HIST-YY.
           MOVE OUT-MM              TO MB-BEG-HIST-MM.
           MOVE OUT-DD              TO MB-BEG-HIST-DD.
           MOVE MB1100-LOAN-MATURES     TO WS-PYMM.
           MOVE 'LOAN-MATURES'        TO WS-BAD-DATE-FIELD.
           PERFORM CONVERT-PYMM.
           MOVE OUT-YY              TO MB-MATURITY-YY.
           MOVE OUT-MM              TO MB-MATURITY-MM.
           MOVE MB1100-ARM-IR-CHG-YR-MO TO WS-PYMMDD.
           MOVE 'ARM-IR-CHG-YR-MO'    TO WS-BAD-DATE-FIELD.
           PERFORM CONVERT-PYMMDD.
           MOVE OUT-YY              TO MB-ARM-IR-YY.
           MOVE OUT-MM              TO MB-ARM-IR-MM.
           MOVE OUT-DD              TO MB-ARM-IR-DD.
           MOVE MB1100-ARM-PI-CHG-DATE  TO WS-PYMMDD.
           MOVE 'ARM-PI-CHG-DATE'     TO WS-BAD-DATE-FIELD.
           PERFORM CONVERT-PYMMDD.
           MOVE OUT-YY              TO MB-ARM-PI-CHG-YY.
           MOVE OUT-MM              TO MB-ARM-PI-CHG-MM.
                                       + MB-DELQ-OTHER.
           PERFORM CHECK-TOTAL-DUE-RECON.
           PERFORM CHECK-INT-DUE-RECON.
           PERFORM CHECK-PI-AMORT-RECON
               THRU CHECK-PI-AMORT-RECON-EXIT.
           MOVE MB1100-PRIN-YTD         TO MB-PRIN-YTD.
           MOVE MB1100-INTEREST-YTD     TO MB-INTEREST-YTD.
           MOVE MB1100-TAXES-YTD        TO MB-TAXES-YTD.
           MOVE MB1100-TI-TRAN-56-SW    TO MB-TI-TRAN-56-SW.
           MOVE MB1100-TI-ZERO-PB-CODE  TO MB-TI-ZERO-PB-CODE.
           MOVE MB1100-TI-LOAN-DATE     TO WS-PYMMDD.
           MOVE 'TI-LOAN-DATE'        TO WS-BAD-DATE-FIELD.
           PERFORM CONVERT-PYMMDD.
           MOVE OUT-YY              TO MB-TI-LOAN-YY.
           MOVE OUT-MM              TO MB-TI-LOAN-MM.
           MOVE OUT-DD              TO MB-TI-LOAN-DD.
      * a loan never assumed carries no assumption date - left blank
      * on the .set rather than logged as a bad date; ASSUMP1 watches
      * it cycle to cycle
           IF MB1100-TI-ASSUMP-DATE = SPACES OR LOW-VALUES
              MOVE SPACES              TO MB-TI-ASSUMP-DATE
           ELSE
              MOVE MB1100-TI-ASSUMP-DATE TO WS-PYMMDD
              MOVE 'TI-ASSUMP-DATE'    TO WS-BAD-DATE-FIELD
              PERFORM CONVERT-PYMMDD
              IF OUT-MM = '00'
                 MOVE SPACES           TO MB-TI-ASSUMP-DATE
              ELSE
                 MOVE OUT-YYYYMMDD     TO MB-TI-ASSUMP-DATE
              END-IF
           END-IF.
      *     IF MB1100-TI-HAZARD-YTD NUMERIC
      *        MOVE MB1100-TI-HAZARD-YTD TO MB-TI-HAZARD-YTD.
      *     IF MB1100-TI-MIP-YTD NUMERIC
                      WS-DD             DELIMITED BY SIZE
                   INTO EXCEPT-RPT-REC
               WRITE EXCEPT-RPT-REC
               MOVE 'BADDATE'              TO WS-DFK-CODE
               MOVE WS-BAD-DATE-FIELD      TO WS-DFK-FIELD
               MOVE SPACES                 TO WS-DFK-VALUE
               STRING 'YY='             DELIMITED BY SIZE
                      WS-BAD-DATE-YY    DELIMITED BY SIZE
                      ' MM='            DELIMITED BY SIZE
                      WS-MM             DELIMITED BY SIZE
                      ' DD='            DELIMITED BY SIZE
                      WS-DD             DELIMITED BY SIZE
                   INTO WS-DFK-VALUE
               MOVE MB-ACCOUNT             TO WS-DFK-ACCOUNT
               PERFORM WRITE-DEFECT-RECORD
           END-IF.

      *
      * one servicer data-defect record - the caller sets the code,
      * field, value as received, and account
      *
       WRITE-DEFECT-RECORD.
           ADD 1                           TO DEFECT-CTR.
           MOVE SPACES                     TO DEFECT-RPT-REC.
           MOVE WS-CLIENT                  TO DFK-CLIENT.
           MOVE WS-DFK-ACCOUNT             TO DFK-ACCOUNT.
           MOVE WS-DFK-CODE                TO DFK-CODE.
           MOVE WS-DFK-FIELD               TO DFK-FIELD.
           MOVE WS-DFK-VALUE               TO DFK-VALUE.
           MOVE WS-TODAY-N                 TO DFK-RUN-DATE.
           MOVE WS-JOB                     TO DFK-JOB.
           WRITE DEFECT-RPT-REC.

       BUILD-ALLTEL-SERVICER-FIELDS.
           SET MB-SERVICER-IS-ALLTEL       TO TRUE.
           MOVE MB1100-DIST-TYPE           TO MB-DIST-TYPE.
           MOVE MB1100-AGGR                TO MB-AGGR.
           MOVE MB1100-2ND-INV             TO MB-2ND-BANK.
           MOVE MB1100-2ND-CAT             TO MB-2ND-CAT.
           MOVE MB1100-2ND-ANNUAL-SER-FEE  TO MB-2ND-ANNUAL-SER-FEE.
           MOVE MB1100-ZONE-1              TO MB-ZONE-1.
           MOVE MB1100-ZONE-2              TO MB-ZONE-2.
           MOVE MB1100-TYPE-ACQ            TO MB-TYPE-ACQ.
               INTO EXCEPT-RPT-REC.
           WRITE EXCEPT-RPT-REC.

      *
      * billed P&I amortization check - the per-diem interest check
      * above says nothing about whether MB1100-FIRST-P-I actually
      * retires the loan, and a P&I boarded wrong otherwise surfaces
      * only when the loan fails to pay off at maturity.  the level
      * payment is recomputed from MB1100-FIRST-PRIN-BAL, the annual
      * rate (a percent) over 12, and the months from the next due
      * date through MB1100-LOAN-MAT-YY/MM inclusive:
      *     P&I = BAL * R * (1+R)**N / ((1+R)**N - 1)
      * (BAL / N at a zero rate), and a fixed-rate, fully amortizing
      * loan is logged when the billed figure is off by more than 2%
      * plus a dollar either way - SHORT will not pay off, OVER is a
      * boarding error or a loan well ahead on curtailments.  a loan
      * the formula does not fit is counted under its reason, never
      * silently passed: still interest-only (MB1100-INT-ONLY-EXP
      * not yet reached), ARM (a plan id, or rate/P&I not available),
      * negative-amortizing (a neg-am cap or a payment-option
      * switch), or no data (no balance, billed P&I, rate or
      * maturity, or not paid monthly).  a balance still owing past
      * maturity is logged as PASTM - the failure this check is here
      * to get ahead of
      *
       CHECK-PI-AMORT-RECON.
           PERFORM TEST-AMORT-EXCLUSION
               THRU TEST-AMORT-EXCLUSION-EXIT.
           IF PI-EXCL-NEGAM
               ADD 1                   TO PIAMORT-NEGAM-CTR
               GO TO CHECK-PI-AMORT-RECON-EXIT.
           IF MB1100-DUE-YY NOT NUMERIC
           OR MB1100-DUE-MM NOT NUMERIC
               ADD 1                   TO PIAMORT-NODATA-CTR
               GO TO CHECK-PI-AMORT-RECON-EXIT.
           IF MB1100-DUE-MM < 1 OR MB1100-DUE-MM > 12
               ADD 1                   TO PIAMORT-NODATA-CTR
               GO TO CHECK-PI-AMORT-RECON-EXIT.
           IF PI-EXCL-INTONLY
               ADD 1                   TO PIAMORT-IO-CTR
               GO TO CHECK-PI-AMORT-RECON-EXIT.
           IF (MB1100-ARM-PLAN-ID NOT = SPACES
               AND MB1100-ARM-PLAN-ID NOT = LOW-VALUES)
           OR (MB11-ARM-RATE-PI-NOT-AVAIL-IND NOT = SPACE
               AND MB11-ARM-RATE-PI-NOT-AVAIL-IND NOT = LOW-VALUE)
               ADD 1                   TO PIAMORT-ARM-CTR
               GO TO CHECK-PI-AMORT-RECON-EXIT.
           IF MB1100-FIRST-PRIN-BAL NOT NUMERIC
           OR MB1100-FIRST-P-I NOT NUMERIC
           OR MB1100-ANNUAL-INT NOT NUMERIC
           OR MB1100-LOAN-MAT-YY NOT NUMERIC
           OR MB1100-LOAN-MAT-MM NOT NUMERIC
               ADD 1                   TO PIAMORT-NODATA-CTR
               GO TO CHECK-PI-AMORT-RECON-EXIT.
           IF MB1100-FIRST-PRIN-BAL NOT > 0
           OR MB1100-FIRST-P-I NOT > 0
           OR MB1100-ANNUAL-INT < 0
           OR MB1100-LOAN-MAT-YY NOT > 0
           OR MB1100-LOAN-MAT-MM < 1 OR MB1100-LOAN-MAT-MM > 12
               ADD 1                   TO PIAMORT-NODATA-CTR
               GO TO CHECK-PI-AMORT-RECON-EXIT.
           IF MB1100-PMT-PERIOD NUMERIC
           AND MB1100-PMT-PERIOD NOT = 12
           AND MB1100-PMT-PERIOD NOT = 0
               ADD 1                   TO PIAMORT-NODATA-CTR
               GO TO CHECK-PI-AMORT-RECON-EXIT.
           COMPUTE WS-PI-MAT-MONTHS =
               (MB1100-LOAN-MAT-YY * 12) + MB1100-LOAN-MAT-MM - 1.
           COMPUTE WS-PI-MONTHS-LEFT =
               WS-PI-MAT-MONTHS - WS-PI-DUE-MONTHS + 1.
           IF WS-PI-MONTHS-LEFT < 1
               MOVE 0                  TO WS-PI-EXPECTED
               MOVE 'PASTM'            TO WS-PI-TAG
               GO TO CHECK-PI-AMORT-LOG.
           IF MB1100-ANNUAL-INT = 0
               COMPUTE WS-PI-EXPECTED ROUNDED =
                   MB1100-FIRST-PRIN-BAL / WS-PI-MONTHS-LEFT
           ELSE
      * computed stepwise - the one-statement form loses the
      * product to intermediate truncation
               COMPUTE WS-PI-RATE = MB1100-ANNUAL-INT / 1200
               COMPUTE WS-PI-FACTOR =
                   (1 + WS-PI-RATE) ** WS-PI-MONTHS-LEFT
               COMPUTE WS-PI-WORK =
                   MB1100-FIRST-PRIN-BAL * WS-PI-RATE
               COMPUTE WS-PI-WORK = WS-PI-WORK * WS-PI-FACTOR
               COMPUTE WS-PI-EXPECTED ROUNDED =
                   WS-PI-WORK / (WS-PI-FACTOR - 1)
           END-IF.
           COMPUTE WS-PI-TOLERANCE ROUNDED =
               (WS-PI-EXPECTED * 0.02) + 1.00.
           COMPUTE WS-PI-DIFF = MB1100-FIRST-P-I - WS-PI-EXPECTED.
           IF WS-PI-DIFF < 0
               MOVE 'SHORT'            TO WS-PI-TAG
               COMPUTE WS-PI-DIFF = WS-PI-DIFF * -1
           ELSE
               MOVE 'OVER '            TO WS-PI-TAG.
           IF WS-PI-DIFF NOT > WS-PI-TOLERANCE
               GO TO CHECK-PI-AMORT-RECON-EXIT.
       CHECK-PI-AMORT-LOG.
           ADD 1                       TO PIAMORT-CTR.
           ADD 1                       TO EXCEPT-CTR.
           IF NOT DRY-RUN-MODE
               PERFORM WRITE-PI-AMORT-EXCEPT-LINE.
       CHECK-PI-AMORT-RECON-EXIT.
           EXIT.

      *
      * a loan that is not yet amortizing - negative-amortizing (a
      * neg-am cap or a payment-option switch) or still inside its
      * interest-only period as of the next due date.  shared by the
      * P&I amortization check above and the final-installment
      * check, so both leave out the same loans.  WS-PI-DUE-MONTHS
      * is left set whenever the due date is usable
      *
       TEST-AMORT-EXCLUSION.
           MOVE SPACE                  TO WS-PI-EXCL-SW.
           IF MB1100-NEG-AM-PB-CAP-VALUE NUMERIC
           AND MB1100-NEG-AM-PB-CAP-VALUE > 0
               MOVE 'N'                TO WS-PI-EXCL-SW
               GO TO TEST-AMORT-EXCLUSION-EXIT.
           IF MB1100-PAYMENT-OPTION-SWITCH NOT = SPACE
           AND MB1100-PAYMENT-OPTION-SWITCH NOT = LOW-VALUE
               MOVE 'N'                TO WS-PI-EXCL-SW
               GO TO TEST-AMORT-EXCLUSION-EXIT.
           IF MB1100-DUE-YY NOT NUMERIC
           OR MB1100-DUE-MM NOT NUMERIC
               GO TO TEST-AMORT-EXCLUSION-EXIT.
           IF MB1100-DUE-MM < 1 OR MB1100-DUE-MM > 12
               GO TO TEST-AMORT-EXCLUSION-EXIT.
           COMPUTE WS-PI-DUE-MONTHS =
               (MB1100-DUE-YY * 12) + MB1100-DUE-MM - 1.
           IF MB1100-INT-ONLY-EXP-YY NUMERIC
           AND MB1100-INT-ONLY-EXP-MMDD NUMERIC
           AND MB1100-INT-ONLY-EXP-YY > 0
               DIVIDE MB1100-INT-ONLY-EXP-MMDD BY 100
                   GIVING WS-PI-IO-MM REMAINDER WS-PI-IO-DD
               COMPUTE WS-PI-IO-MONTHS =
                   (MB1100-INT-ONLY-EXP-YY * 12) + WS-PI-IO-MM - 1
               IF WS-PI-IO-MONTHS NOT < WS-PI-DUE-MONTHS
                   MOVE 'I'            TO WS-PI-EXCL-SW
               END-IF
           END-IF.
       TEST-AMORT-EXCLUSION-EXIT.
           EXIT.

       WRITE-PI-AMORT-EXCEPT-LINE.
           MOVE SPACES                     TO EXCEPT-RPT-REC.
           MOVE MB-ACCOUNT                 TO WS-RPT-ACCOUNT.
           MOVE MB1100-FIRST-P-I           TO WS-INT-ACTUAL-DISP.
           MOVE WS-PI-EXPECTED             TO WS-INT-EXPECTED-DISP.
           MOVE WS-PI-MONTHS-LEFT          TO WS-PI-MONTHS-DISP.
           STRING WS-CLIENT             DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-RPT-ACCOUNT       DELIMITED BY SIZE
                  '   PIAMORT   BILLED ' DELIMITED BY SIZE
                  WS-INT-ACTUAL-DISP   DELIMITED BY SIZE
                  '  EXPECTED '        DELIMITED BY SIZE
                  WS-INT-EXPECTED-DISP DELIMITED BY SIZE
                  '  MONTHS LEFT '     DELIMITED BY SIZE
                  WS-PI-MONTHS-DISP    DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-PI-TAG            DELIMITED BY SIZE
               INTO EXCEPT-RPT-REC.
           WRITE EXCEPT-RPT-REC.

      *
      * the dual-computation check for BUILD-CNP-MBILL-RECORD's
      * MB-TOTAL-AMOUNT-DUE - see the comment there
                  MB-MTGR-LANG-PREF    DELIMITED BY SIZE
               INTO EARLYINT-RPT-REC.
           WRITE EARLYINT-RPT-REC.
           MOVE 'EARLYINT'                 TO WS-CH-DOC-TYPE.
           MOVE EARLYINT-RPT-NAME          TO WS-CH-ARTIFACT.
           MOVE SPACES                     TO WS-CH-REFERENCE.
           PERFORM WRITE-CORR-HISTORY-LINE.

      *
      * foreclosure pipeline - any loan with a foreclosure indicator
                  MB-LOAN-DUE-YY       DELIMITED BY SIZE
               INTO WELCOME-RPT-REC.
           WRITE WELCOME-RPT-REC.
           MOVE 'WELCOME'                  TO WS-CH-DOC-TYPE.
           MOVE WELCOME-RPT-NAME           TO WS-CH-ARTIFACT.
           MOVE SPACES                     TO WS-CH-REFERENCE.
           PERFORM WRITE-CORR-HISTORY-LINE.

      *
      * paid-in-full final statement - a loan that has paid off still
      *
       BUILD-SUPPRESSION-CHECK.
           MOVE 'N'                        TO SUPPRESSED-LOAN-SW.
           MOVE 'N'                        TO TRANSFER-OUT-SW.
           PERFORM FIND-XFEROUT-ENTRY.
           IF CHARGEOFF-NOTICE-REQUIRED
               ADD 1                       TO SUPPRESSED-CTR
           ELSE
      * servicing sold away - from the transfer's effective date the
      * new servicer sends the statement, not us
           IF XFO-FOUND
           AND XFO-EFF-DATE (XFO-IDX) NOT > WS-TODAY-N
               MOVE 'Y'                    TO SUPPRESSED-LOAN-SW
               MOVE 'Y'                    TO TRANSFER-OUT-SW
               MOVE 'SERVICING TRANSFER'   TO WS-SUPPRESS-REASON
               ADD 1                       TO SUPPRESSED-CTR
               ADD 1                       TO XFEROUT-CTR
               ADD 1                       TO EXCEPT-CTR
           ELSE
      * the flag only means anything when the client area actually
      * carries the MBFIVAR2 layout - an unpopulated (spaces) client
      * area reads as garbage packed, and garbage must not suppress
               ADD 1                       TO EXCEPT-CTR
           END-IF.

      *
      * coupon-book loan - the borrower pays from a book of coupons
      * and is exempt from the periodic statement.  a loan is put on
      * the book run in the cycle its coupon request date falls in
      * (request year/month = statement year/month) unless the
      * servicer has killed its coupons; anything already diverted
      * above keeps its own routing.  the record goes out whole on
      * COUPBK-OUT-FILE and is counted out of the statement stream
      *
       BUILD-COUPON-BOOK-CHECK.
           MOVE 'N'                        TO COUPBK-SW.
           IF CEASE-DESIST-REQUIRED
           OR CHARGEOFF-NOTICE-REQUIRED
           OR FORECLOSURE-CUTOFF
           OR PIF-FINAL-STATEMENT
           OR SUPPRESSED-LOAN
           OR MB-FINAL-PAYMENT-NO-COUPON
               GO TO BUILD-COUPON-BOOK-EXIT.
           IF COUPON-REQ-YY NOT NUMERIC
           OR COUPON-REQ-YY NOT > 0
               GO TO BUILD-COUPON-BOOK-EXIT.
           IF MB1100-KILL-COUP NOT = SPACE
           AND MB1100-KILL-COUP NOT = LOW-VALUE
               GO TO BUILD-COUPON-BOOK-EXIT.
           COMPUTE COUPBK-REQ-YYYY = COUPON-REQ-YY + 1900.
           IF COUPBK-REQ-YYYYX = MB-STATEMENT-YY
           AND COUPON-REQ-MM = MB-STATEMENT-MM
               MOVE 'Y'                    TO COUPBK-SW
               ADD 1                       TO COUPBK-CTR.
       BUILD-COUPON-BOOK-EXIT.
           EXIT.

      *
      * final installment - a fully amortizing loan whose principal
      * balance is below one P&I payment, or whose maturity month
      * falls on or before the due date being billed, pays off with
      * this bill.  a negative-amortizing loan, or one still inside
      * its interest-only period, is left out on the same test the
      * P&I amortization check uses - its balance against one
      * payment says nothing about payoff.  the regular coupon
      * (and any coupon-book run) is suppressed so the borrower does
      * not remit a full P&I and get the overpayment back as a
      * refund check; FINPAY1 builds
      * the final-payment notice with the exact per-diem figure, the
      * escrow refund and the state's lien-release timeline.  loans
      * already paid off or diverted above keep their own routing
      *
       BUILD-FINAL-PAYMENT-CHECK.
           MOVE SPACE                      TO MB-COUPON-SUPPRESS-CD.
           MOVE 'N'                        TO WS-FP-MAT-SW.
           IF CEASE-DESIST-REQUIRED
           OR CHARGEOFF-NOTICE-REQUIRED
           OR FORECLOSURE-CUTOFF
           OR PIF-FINAL-STATEMENT
           OR SUPPRESSED-LOAN
               GO TO BUILD-FINAL-PAYMENT-EXIT.
           PERFORM TEST-AMORT-EXCLUSION
               THRU TEST-AMORT-EXCLUSION-EXIT.
           IF PI-EXCL-NEGAM OR PI-EXCL-INTONLY
               GO TO BUILD-FINAL-PAYMENT-EXIT.
           IF MB-FIRST-PRIN-BAL NOT > 0
               GO TO BUILD-FINAL-PAYMENT-EXIT.
           IF MB-MATURITY-YY NUMERIC AND MB-MATURITY-MM NUMERIC
           AND MB-LOAN-DUE-YY NUMERIC AND MB-LOAN-DUE-MM NUMERIC
               MOVE MB-MATURITY-YY         TO WS-FP-MAT-YYYYMM (1:4)
               MOVE MB-MATURITY-MM         TO WS-FP-MAT-YYYYMM (5:2)
               MOVE MB-LOAN-DUE-YY         TO WS-FP-DUE-YYYYMM (1:4)
               MOVE MB-LOAN-DUE-MM         TO WS-FP-DUE-YYYYMM (5:2)
               IF WS-FP-MAT-YYYYMM > 0
               AND WS-FP-MAT-YYYYMM NOT > WS-FP-DUE-YYYYMM
                   MOVE 'Y'                TO WS-FP-MAT-SW
               END-IF
           END-IF.
           IF MB-FIRST-PRIN-BAL < MB-FIRST-P-I
           OR FP-MATURES-THIS-BILL
               MOVE 'F'                    TO MB-COUPON-SUPPRESS-CD
               ADD 1                       TO FINALPMT-CTR.
       BUILD-FINAL-PAYMENT-EXIT.
           EXIT.

       WRITE-SUPPRESSED-LOAN-EXCEPT-LINE.
           MOVE MB-ACCOUNT                 TO WS-RPT-ACCOUNT.
           IF TRANSFER-OUT-LOAN
               MOVE 0                      TO WS-SUPPRESS-FLAG-DISP
           ELSE
               MOVE MB-SUPPRESSION-FLAG    TO WS-SUPPRESS-FLAG-DISP.
           MOVE SPACES                     TO EXCEPT-RPT-REC.
           STRING WS-CLIENT             DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
           MOVE MB1100-ZIP-4            TO MB-ZIP-4.
           MOVE MB1100-STATE-CODE       TO MB-STATE-CODE.
           MOVE MB1100-STATEMENT-DATE   TO WS-PYMMDD.
           MOVE 'STATEMENT-DATE'      TO WS-BAD-DATE-FIELD.
           MOVE MB1100-MAN              TO MB-MAN.
           PERFORM CONVERT-PYMMDD.
           MOVE OUT-YY              TO  MB-STATEMENT-YY.
                                       + MB-DELQ-OTHER.
           PERFORM CHECK-TOTAL-DUE-RECON.
           PERFORM CHECK-INT-DUE-RECON.
           PERFORM CHECK-PI-AMORT-RECON
               THRU CHECK-PI-AMORT-RECON-EXIT.
           MOVE MB1100-PRIN-YTD         TO MB-PRIN-YTD.
           MOVE MB1100-INTEREST-YTD     TO MB-INTEREST-YTD.
           MOVE MB1100-TAXES-YTD        TO MB-TAXES-YTD.
