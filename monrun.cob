       IDENTIFICATION DIVISION.
       PROGRAM-ID. TransactionMonitoringBatch.

      *-----------------------------------------------------------*
      * Nightly transaction monitoring.  Walks the account        *
      * master and, for every account, reads its postings inside  *
      * a rolling window off the keyed TRANHIST history file and  *
      * applies the monitoring rules:                             *
      *                                                           *
      *   STRC - repeated postings just under the dual sign-off   *
      *          threshold (structuring)                          *
      *   VELO - too many postings, or too much value, over the   *
      *          window (velocity)                                *
      *   XFIO - money transferred in and paid straight out       *
      *          again the same day                               *
      *   DORM - sudden activity on an account recently back      *
      *          from DORMANT                                     *
      *                                                           *
      * The windows and limits come off the MONRULES control      *
      * file, with built-in settings for any rule not on it.      *
      * Each hit becomes a case on the CMPCASE compliance case    *
      * file for review through ComplianceCaseMaintenance; an     *
      * account and rule that already has a case open refreshes   *
      * that case instead of raising another, so a rerun, or a    *
      * pattern that runs on for several nights, does not bury    *
      * compliance in duplicates.  Everything raised or hit       *
      * again comes out on the MONRPT monitoring report.          *
      *                                                           *
      * INTPOST and FEEPOST entries are us, not the customer,     *
      * and do not count; neither does a reversal nor the posting *
      * it voided.  The return from dormancy is read off the      *
      * BALSNAP closing-balance snapshots, which keep the status  *
      * each account closed each business day with.               *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-NUMBER
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT TRANSACTION-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-HISTORY-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT BALANCE-SNAPSHOT-FILE ASSIGN TO "BALSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNP-SNAPSHOT-KEY
               FILE STATUS IS SNAPSHOT-FILE-STATUS.

           SELECT MONITOR-RULE-FILE ASSIGN TO "MONRULES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RULE-FILE-STATUS.

           SELECT COMPLIANCE-CASE-FILE ASSIGN TO "CMPCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAS-CASE-NUMBER
               FILE STATUS IS CASE-FILE-STATUS.

           SELECT MONITOR-REPORT-FILE ASSIGN TO "MONRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------*
      * Mirrors the ACCT-RECORD layout held in DataProgram;       *
      * only read here, never written.                            *
      *-----------------------------------------------------------*
       FD  ACCOUNT-MASTER-FILE.
       01  ACCT-RECORD.
           05  ACCT-ACCOUNT-NUMBER    PIC 9(10).
           05  ACCT-BALANCE           PIC S9(9)V99.
           05  ACCT-OVERDRAFT-LIMIT   PIC 9(7)V99.
           05  ACCT-LAST-OPERATION    PIC X(06).
           05  ACCT-LAST-AMOUNT       PIC S9(9)V99.
           05  ACCT-LAST-TXN-SEQ      PIC 9(09).
           05  ACCT-STATUS            PIC X(08).
               88  ACCT-IS-DORMANT        VALUE 'DORMANT '.
           05  ACCT-CUSTOMER-NAME     PIC X(30).
           05  ACCT-OPENED-DATE       PIC 9(08).
           05  ACCT-CLOSED-DATE       PIC 9(08).
           05  ACCT-CURRENCY-CODE     PIC X(03).
           05  ACCT-CUSTOMER-NUMBER   PIC 9(08).

       FD  TRANSACTION-HISTORY-FILE.
       COPY HISTREC.

       FD  BALANCE-SNAPSHOT-FILE.
       COPY BALSNAP.

       FD  MONITOR-RULE-FILE.
       COPY MONRULE.

       FD  COMPLIANCE-CASE-FILE.
       COPY CASEREC.

       FD  MONITOR-REPORT-FILE.
       01  MONITOR-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  MASTER-FILE-STATUS         PIC X(02).
           88  MASTER-FILE-OK             VALUE '00'.
           88  MASTER-FILE-MISSING        VALUE '35'.

       01  HISTORY-FILE-STATUS        PIC X(02).
           88  HISTORY-FILE-OK            VALUE '00'.
           88  HISTORY-FILE-MISSING       VALUE '35'.

       01  SNAPSHOT-FILE-STATUS       PIC X(02).
           88  SNAPSHOT-FILE-OK           VALUE '00'.
           88  SNAPSHOT-FILE-MISSING      VALUE '35'.

       01  RULE-FILE-STATUS           PIC X(02).
           88  RULE-FILE-OK               VALUE '00'.
           88  RULE-FILE-MISSING          VALUE '35'.

       01  CASE-FILE-STATUS           PIC X(02).
           88  CASE-FILE-OK               VALUE '00'.
           88  CASE-FILE-MISSING          VALUE '35'.

       01  REPORT-FILE-STATUS         PIC X(02).
           88  REPORT-FILE-OK             VALUE '00'.

       01  MASTER-EOF-SWITCH          PIC X(01).
           88  MASTER-EOF                  VALUE 'Y'.
           88  MASTER-NOT-EOF              VALUE 'N'.

       01  HISTORY-EOF-SWITCH         PIC X(01).
           88  HISTORY-EOF                 VALUE 'Y'.
           88  HISTORY-NOT-EOF             VALUE 'N'.

       01  SNAPSHOT-EOF-SWITCH        PIC X(01).
           88  SNAPSHOT-EOF                VALUE 'Y'.
           88  SNAPSHOT-NOT-EOF            VALUE 'N'.

       01  RULE-EOF-SWITCH            PIC X(01).
           88  RULE-EOF                    VALUE 'Y'.
           88  RULE-NOT-EOF                VALUE 'N'.

       01  CASE-EOF-SWITCH            PIC X(01).
           88  CASE-EOF                    VALUE 'Y'.
           88  CASE-NOT-EOF                VALUE 'N'.

       01  HISTORY-OPEN-SWITCH        PIC X(01)     VALUE 'N'.
           88  HISTORY-IS-OPEN             VALUE 'Y'.
           88  HISTORY-IS-NOT-OPEN         VALUE 'N'.

       01  SNAPSHOT-OPEN-SWITCH       PIC X(01)     VALUE 'N'.
           88  SNAPSHOTS-ARE-OPEN          VALUE 'Y'.
           88  SNAPSHOTS-ARE-NOT-OPEN      VALUE 'N'.

       01  POSTING-TABLE-SWITCH       PIC X(01)     VALUE 'N'.
           88  POSTING-TABLE-REPORTED      VALUE 'Y'.
           88  POSTING-TABLE-NOT-REPORTED  VALUE 'N'.

       01  CASE-TABLE-SWITCH          PIC X(01)     VALUE 'N'.
           88  CASE-TABLE-REPORTED         VALUE 'Y'.
           88  CASE-TABLE-NOT-REPORTED     VALUE 'N'.

       01  HIT-TABLE-SWITCH           PIC X(01)     VALUE 'N'.
           88  HIT-TABLE-REPORTED          VALUE 'Y'.
           88  HIT-TABLE-NOT-REPORTED      VALUE 'N'.

       01  OPEN-CASE-SWITCH           PIC X(01).
           88  OPEN-CASE-FOUND             VALUE 'Y'.
           88  OPEN-CASE-NOT-FOUND         VALUE 'N'.

      *-----------------------------------------------------------*
      * Built-in rule settings, overridden rule by rule from the  *
      * MONRULES control file.                                    *
      *-----------------------------------------------------------*
       77  STRC-ACTIVE                PIC X(01)     VALUE 'Y'.
           88  STRC-RULE-ON                VALUE 'Y'.
       77  STRC-WINDOW-DAYS           PIC 9(03)     VALUE 7.
       77  STRC-MIN-COUNT             PIC 9(04)     VALUE 3.
       77  STRC-FLOOR-AMOUNT          PIC 9(9)V99   VALUE 9000.00.
       77  STRC-START-DATE            PIC 9(08).
       77  VELO-ACTIVE                PIC X(01)     VALUE 'Y'.
           88  VELO-RULE-ON                VALUE 'Y'.
       77  VELO-WINDOW-DAYS           PIC 9(03)     VALUE 7.
       77  VELO-MIN-COUNT             PIC 9(04)     VALUE 30.
       77  VELO-VALUE-LIMIT           PIC 9(9)V99   VALUE 50000.00.
       77  VELO-START-DATE            PIC 9(08).
       77  XFIO-ACTIVE                PIC X(01)     VALUE 'Y'.
           88  XFIO-RULE-ON                VALUE 'Y'.
       77  XFIO-WINDOW-DAYS           PIC 9(03)     VALUE 1.
       77  XFIO-FLOOR-AMOUNT          PIC 9(9)V99   VALUE 1000.00.
       77  XFIO-PERCENT               PIC 9(03)     VALUE 90.
       77  XFIO-START-DATE            PIC 9(08).
       77  DORM-ACTIVE                PIC X(01)     VALUE 'Y'.
           88  DORM-RULE-ON                VALUE 'Y'.
       77  DORM-WINDOW-DAYS           PIC 9(03)     VALUE 30.
       77  DORM-MIN-COUNT             PIC 9(04)     VALUE 3.
       77  DORM-VALUE-LIMIT           PIC 9(9)V99   VALUE 5000.00.
       77  DORM-START-DATE            PIC 9(08).
      *    Mirrors DUAL-SIGNOFF-THRESHOLD in OperationsProgram -
      *    the structuring band runs up to just under it.
       77  DUAL-SIGNOFF-THRESHOLD     PIC 9(9)V99   VALUE 10000.00.

       77  RUN-DATE                   PIC 9(08).
       77  EARLIEST-START-DATE        PIC 9(08).
       77  WINDOW-DAYS                PIC 9(03).
       77  WINDOW-START-DATE          PIC 9(08).
       77  MONTH-DAY-LIMIT            PIC 9(02).
       77  LEAP-QUOTIENT              PIC 9(04).
       77  LEAP-REMAINDER-4           PIC 9(01).
       77  LEAP-REMAINDER-100         PIC 9(02).
       77  LEAP-REMAINDER-400         PIC 9(03).
       77  LAST-DORMANT-DATE          PIC 9(08).
       77  DAY-DATE                   PIC 9(08).
       77  DAY-IN-TOTAL               PIC 9(11)V99.
       77  DAY-OUT-TOTAL              PIC 9(11)V99.
       77  DAY-POSTING-COUNT          PIC 9(05).
       77  DAY-FIRST-SEQ              PIC 9(09).
       77  DAY-LAST-SEQ               PIC 9(09).
       77  HIGHEST-CASE-NUMBER        PIC 9(08)     VALUE ZERO.
       77  SCANNED-COUNT              PIC 9(07)     VALUE ZERO.
       77  POSTINGS-EXAMINED          PIC 9(09)     VALUE ZERO.
       77  NEW-CASE-COUNT             PIC 9(05)     VALUE ZERO.
       77  REPEAT-HIT-COUNT           PIC 9(05)     VALUE ZERO.
       77  STRC-HIT-COUNT             PIC 9(05)     VALUE ZERO.
       77  VELO-HIT-COUNT             PIC 9(05)     VALUE ZERO.
       77  XFIO-HIT-COUNT             PIC 9(05)     VALUE ZERO.
       77  DORM-HIT-COUNT             PIC 9(05)     VALUE ZERO.
       77  SECTION-LINE-COUNT         PIC 9(05)     VALUE ZERO.
       77  REPORT-SECTION-CODE        PIC X(01).
       77  NOTE-SECTION-CODE          PIC X(01).
       77  POSTING-COUNT              PIC 9(04)     VALUE ZERO.
       77  OPEN-CASE-COUNT            PIC 9(04)     VALUE ZERO.
       77  HIT-TABLE-COUNT            PIC 9(03)     VALUE ZERO.
       77  POST-IDX                   PIC 9(04)     COMP.
       77  VOID-IDX                   PIC 9(04)     COMP.
       77  CASE-IDX                   PIC 9(04)     COMP.
       77  TABLE-PRINT-INDEX          PIC 9(03)     COMP.

       01  WORK-DATE.
           05  WORK-YEAR              PIC 9(04).
           05  WORK-MONTH             PIC 9(02).
           05  WORK-DAY               PIC 9(02).
       01  WORK-DATE-NUMBER REDEFINES WORK-DATE
                                      PIC 9(08).

      *-----------------------------------------------------------*
      * The rule's findings, handed to the case paragraphs.       *
      *-----------------------------------------------------------*
       01  RULE-HIT.
           05  HIT-RULE-CODE          PIC X(04).
           05  HIT-DESCRIPTION        PIC X(40).
           05  HIT-WINDOW-START       PIC 9(08).
           05  HIT-WINDOW-END         PIC 9(08).
           05  HIT-POSTING-COUNT      PIC 9(05).
           05  HIT-POSTING-VALUE      PIC 9(11)V99.
           05  HIT-FIRST-SEQ          PIC 9(09).
           05  HIT-LAST-SEQ           PIC 9(09).

      *-----------------------------------------------------------*
      * One account's postings inside the longest rule window,    *
      * in sequence (and so date) order.  PST-COUNTS is N for     *
      * our own INTPOST/FEEPOST entries, for a reversal and for   *
      * the posting a reversal voided.                            *
      *-----------------------------------------------------------*
       01  POSTING-TABLE.
           05  POSTING-ENTRY OCCURS 1000 TIMES.
               10  PST-TXN-SEQ         PIC 9(09).
               10  PST-POST-DATE       PIC 9(08).
               10  PST-AMOUNT          PIC 9(9)V99.
               10  PST-REVERSAL-OF-SEQ PIC 9(09).
               10  PST-DIRECTION       PIC X(01).
                   88  PST-IS-CREDIT       VALUE 'C'.
                   88  PST-IS-DEBIT        VALUE 'D'.
               10  PST-TRANSFER-FLAG   PIC X(01).
                   88  PST-IS-TRANSFER     VALUE 'Y'.
               10  PST-COUNTS          PIC X(01).
                   88  PST-DOES-COUNT      VALUE 'Y'.
                   88  PST-DOES-NOT-COUNT  VALUE 'N'.

      *-----------------------------------------------------------*
      * Every case still open on CMPCASE, by account and rule,    *
      * so a repeat hit finds the case it belongs to.             *
      *-----------------------------------------------------------*
       01  OPEN-CASE-TABLE.
           05  OPEN-CASE-ENTRY OCCURS 2000 TIMES.
               10  OCS-ACCOUNT-NUMBER  PIC 9(10).
               10  OCS-RULE-CODE       PIC X(04).
               10  OCS-CASE-NUMBER     PIC 9(08).

      *-----------------------------------------------------------*
      * Every case raised or hit again this run, for the report.  *
      * HTB-SECTION is N for a new case, R for a repeat hit.      *
      *-----------------------------------------------------------*
       01  HIT-TABLE.
           05  HIT-ENTRY OCCURS 500 TIMES
                   INDEXED BY HIT-IDX.
               10  HTB-CASE-NUMBER     PIC 9(08).
               10  HTB-ACCOUNT-NUMBER  PIC 9(10).
               10  HTB-RULE-CODE       PIC X(04).
               10  HTB-WINDOW-START    PIC 9(08).
               10  HTB-WINDOW-END      PIC 9(08).
               10  HTB-POSTING-COUNT   PIC 9(05).
               10  HTB-POSTING-VALUE   PIC 9(11)V99.
               10  HTB-DESCRIPTION     PIC X(40).
               10  HTB-SECTION         PIC X(01).

       01  REPORT-HEADING-LINE.
           05  FILLER                 PIC X(31)
                   VALUE 'TRANSACTION MONITORING REPORT  '.
           05  RPT-RUN-DATE           PIC 9(08).
           05  FILLER                 PIC X(93)     VALUE SPACES.

       01  RULE-SETTING-LINE.
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  RSL-RULE-CODE          PIC X(04).
           05  FILLER                 PIC X(01)     VALUE SPACES.
           05  RSL-STATE              PIC X(03).
           05  FILLER                 PIC X(08)     VALUE ' WINDOW '.
           05  RSL-WINDOW-DAYS        PIC ZZ9.
           05  FILLER                 PIC X(17)
                   VALUE ' DAYS  MIN COUNT '.
           05  RSL-MIN-COUNT          PIC ZZZ9.
           05  FILLER                 PIC X(09)     VALUE '  AMOUNT '.
           05  RSL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(10)     VALUE '  PERCENT '.
           05  RSL-PERCENT            PIC ZZ9.
           05  FILLER                 PIC X(54)     VALUE SPACES.

       01  SECTION-HEADING-LINE.
           05  SEC-HEADING-TEXT       PIC X(60).
           05  FILLER                 PIC X(72)     VALUE SPACES.

       01  CASE-DETAIL-LINE.
           05  RDL-CASE-NUMBER        PIC 9(08).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  RDL-ACCOUNT-NUMBER     PIC 9(10).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  RDL-RULE-CODE          PIC X(04).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  RDL-WINDOW-START       PIC 9(08).
           05  FILLER                 PIC X(01)     VALUE '-'.
           05  RDL-WINDOW-END         PIC 9(08).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  RDL-POSTING-COUNT      PIC ZZZZ9.
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  RDL-POSTING-VALUE      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  RDL-DESCRIPTION        PIC X(40).
           05  FILLER                 PIC X(19)     VALUE SPACES.

       01  REPORT-TOTAL-LINE.
           05  RPT-TOTAL-CAPTION      PIC X(24).
           05  RPT-TOTAL-COUNT        PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(99)     VALUE SPACES.

       COPY BDPARMS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT MASTER-EOF
               PERFORM 2100-READ-NEXT-ACCOUNT THRU 2100-EXIT
               PERFORM 2200-MONITOR-ONE-ACCOUNT THRU 2200-EXIT
                   UNTIL MASTER-EOF
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           IF HISTORY-IS-OPEN
               CLOSE TRANSACTION-HISTORY-FILE
           END-IF
           IF SNAPSHOTS-ARE-OPEN
               CLOSE BALANCE-SNAPSHOT-FILE
           END-IF
           CLOSE COMPLIANCE-CASE-FILE
           PERFORM 4000-PRINT-CASE-SECTIONS THRU 4000-EXIT
           PERFORM 8000-PRINT-RUN-TOTALS THRU 8000-EXIT
           CLOSE MONITOR-REPORT-FILE
           DISPLAY "Transaction monitoring complete: " SCANNED-COUNT
               " account(s) scanned, " NEW-CASE-COUNT
               " new case(s), " REPEAT-HIT-COUNT
               " open case(s) hit again"
           GOBACK.

       1000-INITIALIZE.
           SET MASTER-NOT-EOF TO TRUE
           INITIALIZE HIT-TABLE
      *    The window ends on the business day being monitored,
      *    not the machine clock's day - the run belongs to the
      *    day before the cutover.
           SET BD-FUNC-READ TO TRUE
           CALL 'BusinessDateProgram' USING BD-PARAMETERS
           MOVE BD-BUSINESS-DATE TO RUN-DATE
           PERFORM 1100-LOAD-RULES THRU 1100-EXIT
           PERFORM 1300-SET-WINDOW-STARTS THRU 1300-EXIT
           OPEN OUTPUT MONITOR-REPORT-FILE
           MOVE RUN-DATE TO RPT-RUN-DATE
           WRITE MONITOR-REPORT-LINE FROM REPORT-HEADING-LINE
               AFTER ADVANCING PAGE
           PERFORM 1400-PRINT-RULE-SETTINGS THRU 1400-EXIT
      *    The case file does not exist before the first run;
      *    create it on the fly rather than requiring a separate
      *    setup step.
           OPEN I-O COMPLIANCE-CASE-FILE
           IF CASE-FILE-MISSING
               OPEN OUTPUT COMPLIANCE-CASE-FILE
               CLOSE COMPLIANCE-CASE-FILE
               OPEN I-O COMPLIANCE-CASE-FILE
           END-IF
           PERFORM 1500-LOAD-OPEN-CASES THRU 1500-EXIT
           SET SNAPSHOTS-ARE-NOT-OPEN TO TRUE
           IF DORM-RULE-ON
               OPEN INPUT BALANCE-SNAPSHOT-FILE
               IF SNAPSHOT-FILE-MISSING
                   DISPLAY "No balance snapshots found - the return "
                       "from dormancy rule cannot run this time"
               ELSE
                   SET SNAPSHOTS-ARE-OPEN TO TRUE
               END-IF
           END-IF
           SET HISTORY-IS-NOT-OPEN TO TRUE
           OPEN INPUT TRANSACTION-HISTORY-FILE
           IF HISTORY-FILE-MISSING
               DISPLAY "No history file found - nothing to monitor"
               SET MASTER-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET HISTORY-IS-OPEN TO TRUE
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF MASTER-FILE-MISSING
               DISPLAY "No account master found - nothing to monitor"
               SET MASTER-EOF TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * A missing control file runs every rule on its built-in    *
      * setting.  A window outside 1-366 days is refused and the  *
      * rule keeps its built-in setting, so a mis-keyed control   *
      * record cannot quietly switch a rule off.                  *
      *-----------------------------------------------------------*
       1100-LOAD-RULES.
           OPEN INPUT MONITOR-RULE-FILE
           IF RULE-FILE-MISSING
               DISPLAY "No monitoring rule file found - built-in "
                   "rule settings used"
               GO TO 1100-EXIT
           END-IF
           SET RULE-NOT-EOF TO TRUE
           PERFORM 1150-READ-NEXT-RULE THRU 1150-EXIT
           PERFORM 1200-APPLY-ONE-RULE THRU 1200-EXIT
               UNTIL RULE-EOF
           CLOSE MONITOR-RULE-FILE.
       1100-EXIT.
           EXIT.

       1150-READ-NEXT-RULE.
           READ MONITOR-RULE-FILE
               AT END
                   SET RULE-EOF TO TRUE
           END-READ.
       1150-EXIT.
           EXIT.

       1200-APPLY-ONE-RULE.
           IF RUL-WINDOW-DAYS IS NOT NUMERIC
               OR RUL-WINDOW-DAYS = ZERO
               OR RUL-WINDOW-DAYS > 366
               OR RUL-MIN-COUNT IS NOT NUMERIC
               OR RUL-AMOUNT IS NOT NUMERIC
               OR RUL-PERCENT IS NOT NUMERIC
               DISPLAY "Monitoring rule " RUL-RULE-CODE
                   " ignored - window, count, amount or percent "
                   "is not valid"
               GO TO 1200-NEXT
           END-IF
           EVALUATE TRUE
               WHEN RUL-IS-STRUCTURING
                   MOVE RUL-ACTIVE-FLAG TO STRC-ACTIVE
                   MOVE RUL-WINDOW-DAYS TO STRC-WINDOW-DAYS
                   MOVE RUL-MIN-COUNT   TO STRC-MIN-COUNT
                   MOVE RUL-AMOUNT      TO STRC-FLOOR-AMOUNT
               WHEN RUL-IS-VELOCITY
                   MOVE RUL-ACTIVE-FLAG TO VELO-ACTIVE
                   MOVE RUL-WINDOW-DAYS TO VELO-WINDOW-DAYS
                   MOVE RUL-MIN-COUNT   TO VELO-MIN-COUNT
                   MOVE RUL-AMOUNT      TO VELO-VALUE-LIMIT
               WHEN RUL-IS-IN-AND-OUT
                   MOVE RUL-ACTIVE-FLAG TO XFIO-ACTIVE
                   MOVE RUL-WINDOW-DAYS TO XFIO-WINDOW-DAYS
                   MOVE RUL-AMOUNT      TO XFIO-FLOOR-AMOUNT
                   MOVE RUL-PERCENT     TO XFIO-PERCENT
               WHEN RUL-IS-DORMANT-RETURN
                   MOVE RUL-ACTIVE-FLAG TO DORM-ACTIVE
                   MOVE RUL-WINDOW-DAYS TO DORM-WINDOW-DAYS
                   MOVE RUL-MIN-COUNT   TO DORM-MIN-COUNT
                   MOVE RUL-AMOUNT      TO DORM-VALUE-LIMIT
               WHEN OTHER
                   DISPLAY "Unrecognized monitoring rule: "
                       RUL-RULE-CODE
           END-EVALUATE.
       1200-NEXT.
           PERFORM 1150-READ-NEXT-RULE THRU 1150-EXIT.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Each window runs back from the run date inclusive: a      *
      * 7-day window on the 10th starts on the 4th.  Postings     *
      * are collected back to the earliest start any active rule  *
      * needs.                                                    *
      *-----------------------------------------------------------*
       1300-SET-WINDOW-STARTS.
           MOVE RUN-DATE TO EARLIEST-START-DATE
           MOVE STRC-WINDOW-DAYS TO WINDOW-DAYS
           PERFORM 6000-FIND-WINDOW-START THRU 6000-EXIT
           MOVE WINDOW-START-DATE TO STRC-START-DATE
           IF STRC-RULE-ON
               AND STRC-START-DATE < EARLIEST-START-DATE
               MOVE STRC-START-DATE TO EARLIEST-START-DATE
           END-IF
           MOVE VELO-WINDOW-DAYS TO WINDOW-DAYS
           PERFORM 6000-FIND-WINDOW-START THRU 6000-EXIT
           MOVE WINDOW-START-DATE TO VELO-START-DATE
           IF VELO-RULE-ON
               AND VELO-START-DATE < EARLIEST-START-DATE
               MOVE VELO-START-DATE TO EARLIEST-START-DATE
           END-IF
           MOVE XFIO-WINDOW-DAYS TO WINDOW-DAYS
           PERFORM 6000-FIND-WINDOW-START THRU 6000-EXIT
           MOVE WINDOW-START-DATE TO XFIO-START-DATE
           IF XFIO-RULE-ON
               AND XFIO-START-DATE < EARLIEST-START-DATE
               MOVE XFIO-START-DATE TO EARLIEST-START-DATE
           END-IF
           MOVE DORM-WINDOW-DAYS TO WINDOW-DAYS
           PERFORM 6000-FIND-WINDOW-START THRU 6000-EXIT
           MOVE WINDOW-START-DATE TO DORM-START-DATE
           IF DORM-RULE-ON
               AND DORM-START-DATE < EARLIEST-START-DATE
               MOVE DORM-START-DATE TO EARLIEST-START-DATE
           END-IF.
       1300-EXIT.
           EXIT.

       1400-PRINT-RULE-SETTINGS.
           MOVE 'STRC' TO RSL-RULE-CODE
           MOVE STRC-ACTIVE TO RSL-STATE
           MOVE STRC-WINDOW-DAYS TO RSL-WINDOW-DAYS
           MOVE STRC-MIN-COUNT TO RSL-MIN-COUNT
           MOVE STRC-FLOOR-AMOUNT TO RSL-AMOUNT
           MOVE ZERO TO RSL-PERCENT
           PERFORM 1450-WRITE-RULE-SETTING THRU 1450-EXIT
           MOVE 'VELO' TO RSL-RULE-CODE
           MOVE VELO-ACTIVE TO RSL-STATE
           MOVE VELO-WINDOW-DAYS TO RSL-WINDOW-DAYS
           MOVE VELO-MIN-COUNT TO RSL-MIN-COUNT
           MOVE VELO-VALUE-LIMIT TO RSL-AMOUNT
           MOVE ZERO TO RSL-PERCENT
           PERFORM 1450-WRITE-RULE-SETTING THRU 1450-EXIT
           MOVE 'XFIO' TO RSL-RULE-CODE
           MOVE XFIO-ACTIVE TO RSL-STATE
           MOVE XFIO-WINDOW-DAYS TO RSL-WINDOW-DAYS
           MOVE ZERO TO RSL-MIN-COUNT
           MOVE XFIO-FLOOR-AMOUNT TO RSL-AMOUNT
           MOVE XFIO-PERCENT TO RSL-PERCENT
           PERFORM 1450-WRITE-RULE-SETTING THRU 1450-EXIT
           MOVE 'DORM' TO RSL-RULE-CODE
           MOVE DORM-ACTIVE TO RSL-STATE
           MOVE DORM-WINDOW-DAYS TO RSL-WINDOW-DAYS
           MOVE DORM-MIN-COUNT TO RSL-MIN-COUNT
           MOVE DORM-VALUE-LIMIT TO RSL-AMOUNT
           MOVE ZERO TO RSL-PERCENT
           PERFORM 1450-WRITE-RULE-SETTING THRU 1450-EXIT.
       1400-EXIT.
           EXIT.

       1450-WRITE-RULE-SETTING.
           IF RSL-STATE = 'Y'
               MOVE 'ON ' TO RSL-STATE
           ELSE
               MOVE 'OFF' TO RSL-STATE
           END-IF
           WRITE MONITOR-REPORT-LINE FROM RULE-SETTING-LINE
               AFTER ADVANCING 1 LINE.
       1450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Note every case still open, and the highest case number   *
      * ever used so new cases number on from it.                 *
      *-----------------------------------------------------------*
       1500-LOAD-OPEN-CASES.
           MOVE ZERO TO OPEN-CASE-COUNT
           SET CASE-NOT-EOF TO TRUE
           MOVE ZERO TO CAS-CASE-NUMBER
           START COMPLIANCE-CASE-FILE KEY >= CAS-CASE-NUMBER
               INVALID KEY
                   SET CASE-EOF TO TRUE
           END-START
           PERFORM 1550-READ-NEXT-CASE THRU 1550-EXIT
           PERFORM 1600-NOTE-ONE-CASE THRU 1600-EXIT
               UNTIL CASE-EOF.
       1500-EXIT.
           EXIT.

       1550-READ-NEXT-CASE.
           READ COMPLIANCE-CASE-FILE NEXT RECORD
               AT END
                   SET CASE-EOF TO TRUE
           END-READ.
       1550-EXIT.
           EXIT.

       1600-NOTE-ONE-CASE.
           IF CAS-CASE-NUMBER > HIGHEST-CASE-NUMBER
               MOVE CAS-CASE-NUMBER TO HIGHEST-CASE-NUMBER
           END-IF
           IF NOT CAS-IS-CLOSED
               PERFORM 1650-ADD-OPEN-CASE THRU 1650-EXIT
           END-IF
           PERFORM 1550-READ-NEXT-CASE THRU 1550-EXIT.
       1600-EXIT.
           EXIT.

       1650-ADD-OPEN-CASE.
           IF OPEN-CASE-COUNT >= 2000
               IF CASE-TABLE-NOT-REPORTED
                   DISPLAY "*** Open case table full - repeat hits "
                       "beyond 2000 open cases raise new cases ***"
                   SET CASE-TABLE-REPORTED TO TRUE
               END-IF
               GO TO 1650-EXIT
           END-IF
           ADD 1 TO OPEN-CASE-COUNT
           MOVE CAS-ACCOUNT-NUMBER TO
               OCS-ACCOUNT-NUMBER (OPEN-CASE-COUNT)
           MOVE CAS-RULE-CODE      TO
               OCS-RULE-CODE (OPEN-CASE-COUNT)
           MOVE CAS-CASE-NUMBER    TO
               OCS-CASE-NUMBER (OPEN-CASE-COUNT).
       1650-EXIT.
           EXIT.

       2100-READ-NEXT-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * One account: collect its postings inside the window,      *
      * void what does not count, and put them to each rule that  *
      * is switched on.  An account with nothing posted inside    *
      * the window cannot fire any rule.                          *
      *-----------------------------------------------------------*
       2200-MONITOR-ONE-ACCOUNT.
           ADD 1 TO SCANNED-COUNT
           PERFORM 2300-LOAD-WINDOW-POSTINGS THRU 2300-EXIT
           IF POSTING-COUNT = ZERO
               GO TO 2200-NEXT
           END-IF
           PERFORM 2400-VOID-ONE-REVERSAL THRU 2400-EXIT
               VARYING POST-IDX FROM 1 BY 1
               UNTIL POST-IDX > POSTING-COUNT
           IF STRC-RULE-ON
               PERFORM 3100-CHECK-STRUCTURING THRU 3100-EXIT
           END-IF
           IF VELO-RULE-ON
               PERFORM 3200-CHECK-VELOCITY THRU 3200-EXIT
           END-IF
           IF XFIO-RULE-ON
               PERFORM 3300-CHECK-IN-AND-OUT THRU 3300-EXIT
           END-IF
           IF DORM-RULE-ON AND SNAPSHOTS-ARE-OPEN
               AND NOT ACCT-IS-DORMANT
               PERFORM 3400-CHECK-DORMANT-RETURN THRU 3400-EXIT
           END-IF.
       2200-NEXT.
           PERFORM 2100-READ-NEXT-ACCOUNT THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       2300-LOAD-WINDOW-POSTINGS.
           MOVE ZERO TO POSTING-COUNT
           SET HISTORY-NOT-EOF TO TRUE
           MOVE ACCT-ACCOUNT-NUMBER TO HST-ACCOUNT-NUMBER
           MOVE ZERO                TO HST-TXN-SEQ
           START TRANSACTION-HISTORY-FILE KEY >= HST-HISTORY-KEY
               INVALID KEY
                   SET HISTORY-EOF TO TRUE
           END-START
           PERFORM 2350-READ-NEXT-HISTORY THRU 2350-EXIT
           PERFORM 2360-KEEP-ONE-POSTING THRU 2360-EXIT
               UNTIL HISTORY-EOF.
       2300-EXIT.
           EXIT.

       2350-READ-NEXT-HISTORY.
           READ TRANSACTION-HISTORY-FILE NEXT RECORD
               AT END
                   SET HISTORY-EOF TO TRUE
           END-READ
           IF HISTORY-NOT-EOF
               AND HST-ACCOUNT-NUMBER NOT = ACCT-ACCOUNT-NUMBER
               SET HISTORY-EOF TO TRUE
           END-IF.
       2350-EXIT.
           EXIT.

       2360-KEEP-ONE-POSTING.
           IF HST-POST-DATE < EARLIEST-START-DATE
               OR HST-POST-DATE > RUN-DATE
               GO TO 2360-NEXT
           END-IF
           IF POSTING-COUNT >= 1000
               IF POSTING-TABLE-NOT-REPORTED
                   DISPLAY "*** Posting table full on account "
                       ACCT-ACCOUNT-NUMBER " - only the first 1000 "
                       "postings in the window are monitored ***"
                   SET POSTING-TABLE-REPORTED TO TRUE
               END-IF
               GO TO 2360-NEXT
           END-IF
           ADD 1 TO POSTING-COUNT
           ADD 1 TO POSTINGS-EXAMINED
           MOVE HST-TXN-SEQ         TO PST-TXN-SEQ (POSTING-COUNT)
           MOVE HST-POST-DATE       TO PST-POST-DATE (POSTING-COUNT)
           MOVE HST-AMOUNT          TO PST-AMOUNT (POSTING-COUNT)
           MOVE HST-REVERSAL-OF-SEQ TO
               PST-REVERSAL-OF-SEQ (POSTING-COUNT)
           IF HST-OPERATION-TYPE = 'CREDIT'
               SET PST-IS-CREDIT (POSTING-COUNT) TO TRUE
           ELSE
               SET PST-IS-DEBIT (POSTING-COUNT) TO TRUE
           END-IF
           IF HST-RELATED-ACCOUNT NOT = ZERO
               SET PST-IS-TRANSFER (POSTING-COUNT) TO TRUE
           ELSE
               MOVE 'N' TO PST-TRANSFER-FLAG (POSTING-COUNT)
           END-IF
           IF HST-OPERATOR-ID = 'INTPOST' OR HST-OPERATOR-ID = 'FEEPOST'
               OR HST-REVERSAL-OF-SEQ NOT = ZERO
               SET PST-DOES-NOT-COUNT (POSTING-COUNT) TO TRUE
           ELSE
               SET PST-DOES-COUNT (POSTING-COUNT) TO TRUE
           END-IF.
       2360-NEXT.
           PERFORM 2350-READ-NEXT-HISTORY THRU 2350-EXIT.
       2360-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * A reversal voids the posting it names: neither side of    *
      * the pair is customer activity.                            *
      *-----------------------------------------------------------*
       2400-VOID-ONE-REVERSAL.
           IF PST-REVERSAL-OF-SEQ (POST-IDX) = ZERO
               GO TO 2400-EXIT
           END-IF
           PERFORM 2450-VOID-REVERSED-POSTING THRU 2450-EXIT
               VARYING VOID-IDX FROM 1 BY 1
               UNTIL VOID-IDX > POSTING-COUNT.
       2400-EXIT.
           EXIT.

       2450-VOID-REVERSED-POSTING.
           IF PST-TXN-SEQ (VOID-IDX) = PST-REVERSAL-OF-SEQ (POST-IDX)
               SET PST-DOES-NOT-COUNT (VOID-IDX) TO TRUE
           END-IF.
       2450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * STRC - postings from the floor amount up to just under    *
      * the dual sign-off threshold, the pattern of an amount     *
      * broken up to stay clear of the second signature.          *
      *-----------------------------------------------------------*
       3100-CHECK-STRUCTURING.
           PERFORM 3900-CLEAR-HIT THRU 3900-EXIT
           MOVE STRC-START-DATE TO HIT-WINDOW-START
           PERFORM 3150-COUNT-STRUCTURING THRU 3150-EXIT
               VARYING POST-IDX FROM 1 BY 1
               UNTIL POST-IDX > POSTING-COUNT
           IF HIT-POSTING-COUNT >= STRC-MIN-COUNT
               AND HIT-POSTING-COUNT > ZERO
               MOVE 'STRC' TO HIT-RULE-CODE
               MOVE 'REPEATED POSTINGS JUST UNDER SIGN-OFF'
                   TO HIT-DESCRIPTION
               ADD 1 TO STRC-HIT-COUNT
               PERFORM 5000-RAISE-CASE THRU 5000-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

       3150-COUNT-STRUCTURING.
           IF PST-DOES-COUNT (POST-IDX)
               AND PST-POST-DATE (POST-IDX) >= STRC-START-DATE
               AND PST-AMOUNT (POST-IDX) >= STRC-FLOOR-AMOUNT
               AND PST-AMOUNT (POST-IDX) < DUAL-SIGNOFF-THRESHOLD
               PERFORM 3950-ADD-TO-HIT THRU 3950-EXIT
           END-IF.
       3150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * VELO - every counted posting in the window, against the   *
      * count and the value limit; a zero limit turns that half   *
      * of the test off.                                          *
      *-----------------------------------------------------------*
       3200-CHECK-VELOCITY.
           PERFORM 3900-CLEAR-HIT THRU 3900-EXIT
           MOVE VELO-START-DATE TO HIT-WINDOW-START
           PERFORM 3250-COUNT-VELOCITY THRU 3250-EXIT
               VARYING POST-IDX FROM 1 BY 1
               UNTIL POST-IDX > POSTING-COUNT
           IF HIT-POSTING-COUNT = ZERO
               GO TO 3200-EXIT
           END-IF
           IF (VELO-MIN-COUNT > ZERO
                   AND HIT-POSTING-COUNT >= VELO-MIN-COUNT)
               OR (VELO-VALUE-LIMIT > ZERO
                   AND HIT-POSTING-VALUE >= VELO-VALUE-LIMIT)
               MOVE 'VELO' TO HIT-RULE-CODE
               MOVE 'HIGH COUNT OR VALUE OF POSTINGS'
                   TO HIT-DESCRIPTION
               ADD 1 TO VELO-HIT-COUNT
               PERFORM 5000-RAISE-CASE THRU 5000-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

       3250-COUNT-VELOCITY.
           IF PST-DOES-COUNT (POST-IDX)
               AND PST-POST-DATE (POST-IDX) >= VELO-START-DATE
               PERFORM 3950-ADD-TO-HIT THRU 3950-EXIT
           END-IF.
       3250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * XFIO - day by day: transfers in of at least the floor     *
      * amount, and what was paid out after the first of them     *
      * the same day.  A day where the payments out reach the     *
      * percentage of the money in is a hit; every hit day in     *
      * the window goes on the one case.                          *
      *-----------------------------------------------------------*
       3300-CHECK-IN-AND-OUT.
           PERFORM 3900-CLEAR-HIT THRU 3900-EXIT
           MOVE XFIO-START-DATE TO HIT-WINDOW-START
           MOVE ZERO TO DAY-DATE
           PERFORM 3310-START-IN-OUT-DAY THRU 3310-EXIT
           PERFORM 3320-TRACK-IN-AND-OUT THRU 3320-EXIT
               VARYING POST-IDX FROM 1 BY 1
               UNTIL POST-IDX > POSTING-COUNT
           PERFORM 3330-CLOSE-IN-OUT-DAY THRU 3330-EXIT
           IF HIT-POSTING-COUNT > ZERO
               MOVE 'XFIO' TO HIT-RULE-CODE
               MOVE 'TRANSFER IN AND PAID OUT SAME DAY'
                   TO HIT-DESCRIPTION
               ADD 1 TO XFIO-HIT-COUNT
               PERFORM 5000-RAISE-CASE THRU 5000-EXIT
           END-IF.
       3300-EXIT.
           EXIT.

       3310-START-IN-OUT-DAY.
           MOVE ZERO TO DAY-IN-TOTAL
           MOVE ZERO TO DAY-OUT-TOTAL
           MOVE ZERO TO DAY-POSTING-COUNT
           MOVE ZERO TO DAY-FIRST-SEQ
           MOVE ZERO TO DAY-LAST-SEQ.
       3310-EXIT.
           EXIT.

       3320-TRACK-IN-AND-OUT.
           IF PST-DOES-NOT-COUNT (POST-IDX)
               OR PST-POST-DATE (POST-IDX) < XFIO-START-DATE
               GO TO 3320-EXIT
           END-IF
           IF PST-POST-DATE (POST-IDX) NOT = DAY-DATE
               PERFORM 3330-CLOSE-IN-OUT-DAY THRU 3330-EXIT
               PERFORM 3310-START-IN-OUT-DAY THRU 3310-EXIT
               MOVE PST-POST-DATE (POST-IDX) TO DAY-DATE
           END-IF
           IF PST-IS-CREDIT (POST-IDX) AND PST-IS-TRANSFER (POST-IDX)
               ADD PST-AMOUNT (POST-IDX) TO DAY-IN-TOTAL
               ADD 1 TO DAY-POSTING-COUNT
               IF DAY-FIRST-SEQ = ZERO
                   MOVE PST-TXN-SEQ (POST-IDX) TO DAY-FIRST-SEQ
               END-IF
               MOVE PST-TXN-SEQ (POST-IDX) TO DAY-LAST-SEQ
               GO TO 3320-EXIT
           END-IF
      *    Only what leaves after money has come in counts as
      *    paid straight out again.
           IF PST-IS-DEBIT (POST-IDX) AND DAY-IN-TOTAL > ZERO
               ADD PST-AMOUNT (POST-IDX) TO DAY-OUT-TOTAL
               ADD 1 TO DAY-POSTING-COUNT
               MOVE PST-TXN-SEQ (POST-IDX) TO DAY-LAST-SEQ
           END-IF.
       3320-EXIT.
           EXIT.

       3330-CLOSE-IN-OUT-DAY.
           IF DAY-IN-TOTAL = ZERO
               OR DAY-IN-TOTAL < XFIO-FLOOR-AMOUNT
               GO TO 3330-EXIT
           END-IF
           IF DAY-OUT-TOTAL * 100 < DAY-IN-TOTAL * XFIO-PERCENT
               GO TO 3330-EXIT
           END-IF
           ADD DAY-POSTING-COUNT TO HIT-POSTING-COUNT
           ADD DAY-IN-TOTAL TO HIT-POSTING-VALUE
           IF HIT-FIRST-SEQ = ZERO
               MOVE DAY-FIRST-SEQ TO HIT-FIRST-SEQ
           END-IF
           MOVE DAY-LAST-SEQ TO HIT-LAST-SEQ.
       3330-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * DORM - the last business day inside the window the        *
      * account closed DORMANT marks its return; counted postings *
      * after that day are measured against the count and the     *
      * value limit, a zero limit turning that half off.          *
      *-----------------------------------------------------------*
       3400-CHECK-DORMANT-RETURN.
           PERFORM 3410-FIND-LAST-DORMANT-DAY THRU 3410-EXIT
           IF LAST-DORMANT-DATE = ZERO
               GO TO 3400-EXIT
           END-IF
           PERFORM 3900-CLEAR-HIT THRU 3900-EXIT
           MOVE LAST-DORMANT-DATE TO HIT-WINDOW-START
           PERFORM 3450-COUNT-AFTER-RETURN THRU 3450-EXIT
               VARYING POST-IDX FROM 1 BY 1
               UNTIL POST-IDX > POSTING-COUNT
           IF HIT-POSTING-COUNT = ZERO
               GO TO 3400-EXIT
           END-IF
           IF (DORM-MIN-COUNT > ZERO
                   AND HIT-POSTING-COUNT >= DORM-MIN-COUNT)
               OR (DORM-VALUE-LIMIT > ZERO
                   AND HIT-POSTING-VALUE >= DORM-VALUE-LIMIT)
               MOVE 'DORM' TO HIT-RULE-CODE
               MOVE 'ACTIVITY SOON AFTER RETURN FROM DORMANT'
                   TO HIT-DESCRIPTION
               ADD 1 TO DORM-HIT-COUNT
               PERFORM 5000-RAISE-CASE THRU 5000-EXIT
           END-IF.
       3400-EXIT.
           EXIT.

       3410-FIND-LAST-DORMANT-DAY.
           MOVE ZERO TO LAST-DORMANT-DATE
           SET SNAPSHOT-NOT-EOF TO TRUE
           MOVE ACCT-ACCOUNT-NUMBER TO SNP-ACCOUNT-NUMBER
           MOVE DORM-START-DATE     TO SNP-BUSINESS-DATE
           START BALANCE-SNAPSHOT-FILE KEY >= SNP-SNAPSHOT-KEY
               INVALID KEY
                   SET SNAPSHOT-EOF TO TRUE
           END-START
           PERFORM 3420-READ-NEXT-SNAPSHOT THRU 3420-EXIT
           PERFORM 3430-NOTE-ONE-SNAPSHOT THRU 3430-EXIT
               UNTIL SNAPSHOT-EOF.
       3410-EXIT.
           EXIT.

       3420-READ-NEXT-SNAPSHOT.
           READ BALANCE-SNAPSHOT-FILE NEXT RECORD
               AT END
                   SET SNAPSHOT-EOF TO TRUE
           END-READ
           IF SNAPSHOT-NOT-EOF
               IF SNP-ACCOUNT-NUMBER NOT = ACCT-ACCOUNT-NUMBER
                   OR SNP-BUSINESS-DATE > RUN-DATE
                   SET SNAPSHOT-EOF TO TRUE
               END-IF
           END-IF.
       3420-EXIT.
           EXIT.

       3430-NOTE-ONE-SNAPSHOT.
           IF SNP-ACCOUNT-STATUS = 'DORMANT '
               MOVE SNP-BUSINESS-DATE TO LAST-DORMANT-DATE
           END-IF
           PERFORM 3420-READ-NEXT-SNAPSHOT THRU 3420-EXIT.
       3430-EXIT.
           EXIT.

       3450-COUNT-AFTER-RETURN.
           IF PST-DOES-COUNT (POST-IDX)
               AND PST-POST-DATE (POST-IDX) > LAST-DORMANT-DATE
               PERFORM 3950-ADD-TO-HIT THRU 3950-EXIT
           END-IF.
       3450-EXIT.
           EXIT.

       3900-CLEAR-HIT.
           MOVE SPACES   TO HIT-RULE-CODE
           MOVE SPACES   TO HIT-DESCRIPTION
           MOVE RUN-DATE TO HIT-WINDOW-END
           MOVE ZERO     TO HIT-POSTING-COUNT
           MOVE ZERO     TO HIT-POSTING-VALUE
           MOVE ZERO     TO HIT-FIRST-SEQ
           MOVE ZERO     TO HIT-LAST-SEQ.
       3900-EXIT.
           EXIT.

       3950-ADD-TO-HIT.
           ADD 1 TO HIT-POSTING-COUNT
           ADD PST-AMOUNT (POST-IDX) TO HIT-POSTING-VALUE
           IF HIT-FIRST-SEQ = ZERO
               MOVE PST-TXN-SEQ (POST-IDX) TO HIT-FIRST-SEQ
           END-IF
           MOVE PST-TXN-SEQ (POST-IDX) TO HIT-LAST-SEQ.
       3950-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Oldest concern first: new cases head the report, then     *
      * the open cases the run found the pattern on again.        *
      *-----------------------------------------------------------*
       4000-PRINT-CASE-SECTIONS.
           MOVE 'N' TO REPORT-SECTION-CODE
           MOVE 'NEW CASES RAISED' TO SEC-HEADING-TEXT
           PERFORM 4100-PRINT-ONE-SECTION THRU 4100-EXIT
           MOVE 'R' TO REPORT-SECTION-CODE
           MOVE 'OPEN CASES HIT AGAIN' TO SEC-HEADING-TEXT
           PERFORM 4100-PRINT-ONE-SECTION THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-SECTION.
           PERFORM 4900-WRITE-SECTION-HEADING THRU 4900-EXIT
           MOVE ZERO TO SECTION-LINE-COUNT
           PERFORM 4200-PRINT-ONE-ENTRY THRU 4200-EXIT
               VARYING TABLE-PRINT-INDEX FROM 1 BY 1
               UNTIL TABLE-PRINT-INDEX > HIT-TABLE-COUNT
           IF SECTION-LINE-COUNT = ZERO
               MOVE '  (NONE)' TO MONITOR-REPORT-LINE
               WRITE MONITOR-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
       4100-EXIT.
           EXIT.

       4200-PRINT-ONE-ENTRY.
           IF HTB-SECTION (TABLE-PRINT-INDEX)
                   NOT = REPORT-SECTION-CODE
               GO TO 4200-EXIT
           END-IF
           ADD 1 TO SECTION-LINE-COUNT
           MOVE HTB-CASE-NUMBER (TABLE-PRINT-INDEX)
               TO RDL-CASE-NUMBER
           MOVE HTB-ACCOUNT-NUMBER (TABLE-PRINT-INDEX)
               TO RDL-ACCOUNT-NUMBER
           MOVE HTB-RULE-CODE (TABLE-PRINT-INDEX) TO RDL-RULE-CODE
           MOVE HTB-WINDOW-START (TABLE-PRINT-INDEX)
               TO RDL-WINDOW-START
           MOVE HTB-WINDOW-END (TABLE-PRINT-INDEX)
               TO RDL-WINDOW-END
           MOVE HTB-POSTING-COUNT (TABLE-PRINT-INDEX)
               TO RDL-POSTING-COUNT
           MOVE HTB-POSTING-VALUE (TABLE-PRINT-INDEX)
               TO RDL-POSTING-VALUE
           MOVE HTB-DESCRIPTION (TABLE-PRINT-INDEX)
               TO RDL-DESCRIPTION
           WRITE MONITOR-REPORT-LINE FROM CASE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       4200-EXIT.
           EXIT.

       4900-WRITE-SECTION-HEADING.
           MOVE SPACES TO MONITOR-REPORT-LINE
           WRITE MONITOR-REPORT-LINE AFTER ADVANCING 1 LINE
           WRITE MONITOR-REPORT-LINE FROM SECTION-HEADING-LINE
               AFTER ADVANCING 1 LINE.
       4900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Put the hit on a case: the open case for this account     *
      * and rule if there is one, refreshed with the latest       *
      * evidence (a rerun the same night does not count the hit   *
      * twice), otherwise a new case under the next number.       *
      *-----------------------------------------------------------*
       5000-RAISE-CASE.
           SET OPEN-CASE-NOT-FOUND TO TRUE
           PERFORM 5050-MATCH-OPEN-CASE THRU 5050-EXIT
               VARYING CASE-IDX FROM 1 BY 1
               UNTIL CASE-IDX > OPEN-CASE-COUNT
                   OR OPEN-CASE-FOUND
           IF OPEN-CASE-FOUND
               PERFORM 5100-REFRESH-OPEN-CASE THRU 5100-EXIT
           ELSE
               PERFORM 5200-WRITE-NEW-CASE THRU 5200-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       5050-MATCH-OPEN-CASE.
           IF OCS-ACCOUNT-NUMBER (CASE-IDX) = ACCT-ACCOUNT-NUMBER
               AND OCS-RULE-CODE (CASE-IDX) = HIT-RULE-CODE
               MOVE OCS-CASE-NUMBER (CASE-IDX) TO CAS-CASE-NUMBER
               SET OPEN-CASE-FOUND TO TRUE
           END-IF.
       5050-EXIT.
           EXIT.

       5100-REFRESH-OPEN-CASE.
           READ COMPLIANCE-CASE-FILE
               INVALID KEY
                   PERFORM 5200-WRITE-NEW-CASE THRU 5200-EXIT
                   GO TO 5100-EXIT
           END-READ
           IF CAS-LAST-HIT-DATE NOT = RUN-DATE
               ADD 1 TO CAS-HIT-COUNT
           END-IF
           MOVE RUN-DATE TO CAS-LAST-HIT-DATE
           PERFORM 5300-MOVE-HIT-TO-CASE THRU 5300-EXIT
           REWRITE COMPLIANCE-CASE-RECORD
           ADD 1 TO REPEAT-HIT-COUNT
           MOVE 'R' TO NOTE-SECTION-CODE
           PERFORM 5400-NOTE-FOR-REPORT THRU 5400-EXIT.
       5100-EXIT.
           EXIT.

       5200-WRITE-NEW-CASE.
           ADD 1 TO HIGHEST-CASE-NUMBER
           MOVE HIGHEST-CASE-NUMBER   TO CAS-CASE-NUMBER
           MOVE ACCT-ACCOUNT-NUMBER   TO CAS-ACCOUNT-NUMBER
           MOVE ACCT-CUSTOMER-NUMBER  TO CAS-CUSTOMER-NUMBER
           MOVE HIT-RULE-CODE         TO CAS-RULE-CODE
           MOVE RUN-DATE              TO CAS-RAISED-DATE
           MOVE RUN-DATE              TO CAS-LAST-HIT-DATE
           MOVE 1                     TO CAS-HIT-COUNT
           PERFORM 5300-MOVE-HIT-TO-CASE THRU 5300-EXIT
           SET CAS-IS-OPEN            TO TRUE
           MOVE SPACES                TO CAS-ASSIGNED-TO
           MOVE ZERO                  TO CAS-NOTE-COUNT
           MOVE SPACES                TO CAS-LAST-NOTE
           MOVE SPACES                TO CAS-OUTCOME
           MOVE ZERO                  TO CAS-CLOSED-DATE
           MOVE SPACES                TO CAS-CLOSED-BY
           WRITE COMPLIANCE-CASE-RECORD
           PERFORM 1650-ADD-OPEN-CASE THRU 1650-EXIT
           ADD 1 TO NEW-CASE-COUNT
           MOVE 'N' TO NOTE-SECTION-CODE
           PERFORM 5400-NOTE-FOR-REPORT THRU 5400-EXIT.
       5200-EXIT.
           EXIT.

       5300-MOVE-HIT-TO-CASE.
           MOVE HIT-DESCRIPTION       TO CAS-DESCRIPTION
           MOVE HIT-WINDOW-START      TO CAS-WINDOW-START
           MOVE HIT-WINDOW-END        TO CAS-WINDOW-END
           MOVE HIT-POSTING-COUNT     TO CAS-POSTING-COUNT
           MOVE HIT-POSTING-VALUE     TO CAS-POSTING-VALUE
           MOVE HIT-FIRST-SEQ         TO CAS-FIRST-TXN-SEQ
           MOVE HIT-LAST-SEQ          TO CAS-LAST-TXN-SEQ.
       5300-EXIT.
           EXIT.

       5400-NOTE-FOR-REPORT.
           IF HIT-TABLE-COUNT >= 500
               IF HIT-TABLE-NOT-REPORTED
                   DISPLAY "*** Report table full - cases beyond 500 "
                       "are on CMPCASE but not on the report ***"
                   SET HIT-TABLE-REPORTED TO TRUE
               END-IF
               GO TO 5400-EXIT
           END-IF
           ADD 1 TO HIT-TABLE-COUNT
           SET HIT-IDX TO HIT-TABLE-COUNT
           MOVE CAS-CASE-NUMBER    TO HTB-CASE-NUMBER (HIT-IDX)
           MOVE CAS-ACCOUNT-NUMBER TO HTB-ACCOUNT-NUMBER (HIT-IDX)
           MOVE CAS-RULE-CODE      TO HTB-RULE-CODE (HIT-IDX)
           MOVE CAS-WINDOW-START   TO HTB-WINDOW-START (HIT-IDX)
           MOVE CAS-WINDOW-END     TO HTB-WINDOW-END (HIT-IDX)
           MOVE CAS-POSTING-COUNT  TO HTB-POSTING-COUNT (HIT-IDX)
           MOVE CAS-POSTING-VALUE  TO HTB-POSTING-VALUE (HIT-IDX)
           MOVE CAS-DESCRIPTION    TO HTB-DESCRIPTION (HIT-IDX)
           MOVE NOTE-SECTION-CODE  TO HTB-SECTION (HIT-IDX).
       5400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * WINDOW-START-DATE = RUN-DATE less WINDOW-DAYS - 1 days.   *
      *-----------------------------------------------------------*
       6000-FIND-WINDOW-START.
           MOVE RUN-DATE TO WORK-DATE-NUMBER
           IF WINDOW-DAYS > 1
               PERFORM 6200-STEP-BACK-ONE-DAY THRU 6200-EXIT
                   WINDOW-DAYS TIMES
               PERFORM 6100-ADVANCE-ONE-DAY THRU 6100-EXIT
           END-IF
           MOVE WORK-DATE-NUMBER TO WINDOW-START-DATE.
       6000-EXIT.
           EXIT.

       6100-ADVANCE-ONE-DAY.
           ADD 1 TO WORK-DAY
           PERFORM 6300-SET-MONTH-DAY-LIMIT THRU 6300-EXIT
           IF WORK-DAY > MONTH-DAY-LIMIT
               MOVE 1 TO WORK-DAY
               ADD 1 TO WORK-MONTH
               IF WORK-MONTH > 12
                   MOVE 1 TO WORK-MONTH
                   ADD 1 TO WORK-YEAR
               END-IF
           END-IF.
       6100-EXIT.
           EXIT.

       6200-STEP-BACK-ONE-DAY.
           IF WORK-DAY > 1
               SUBTRACT 1 FROM WORK-DAY
               GO TO 6200-EXIT
           END-IF
           IF WORK-MONTH > 1
               SUBTRACT 1 FROM WORK-MONTH
           ELSE
               MOVE 12 TO WORK-MONTH
               SUBTRACT 1 FROM WORK-YEAR
           END-IF
           PERFORM 6300-SET-MONTH-DAY-LIMIT THRU 6300-EXIT
           MOVE MONTH-DAY-LIMIT TO WORK-DAY.
       6200-EXIT.
           EXIT.

       6300-SET-MONTH-DAY-LIMIT.
           EVALUATE WORK-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO MONTH-DAY-LIMIT
               WHEN 2
                   PERFORM 6400-SET-FEBRUARY-LIMIT THRU 6400-EXIT
               WHEN OTHER
                   MOVE 31 TO MONTH-DAY-LIMIT
           END-EVALUATE.
       6300-EXIT.
           EXIT.

       6400-SET-FEBRUARY-LIMIT.
           MOVE 28 TO MONTH-DAY-LIMIT
           DIVIDE WORK-YEAR BY 4 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER-4
           IF LEAP-REMAINDER-4 = ZERO
               DIVIDE WORK-YEAR BY 100 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER-100
               IF LEAP-REMAINDER-100 NOT = ZERO
                   MOVE 29 TO MONTH-DAY-LIMIT
               ELSE
                   DIVIDE WORK-YEAR BY 400 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER-400
                   IF LEAP-REMAINDER-400 = ZERO
                       MOVE 29 TO MONTH-DAY-LIMIT
                   END-IF
               END-IF
           END-IF.
       6400-EXIT.
           EXIT.

       8000-PRINT-RUN-TOTALS.
           MOVE 'ACCOUNTS SCANNED        ' TO RPT-TOTAL-CAPTION
           MOVE SCANNED-COUNT TO RPT-TOTAL-COUNT
           WRITE MONITOR-REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'POSTINGS EXAMINED       ' TO RPT-TOTAL-CAPTION
           MOVE POSTINGS-EXAMINED TO RPT-TOTAL-COUNT
           WRITE MONITOR-REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'NEW CASES RAISED        ' TO RPT-TOTAL-CAPTION
           MOVE NEW-CASE-COUNT TO RPT-TOTAL-COUNT
           WRITE MONITOR-REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'OPEN CASES HIT AGAIN    ' TO RPT-TOTAL-CAPTION
           MOVE REPEAT-HIT-COUNT TO RPT-TOTAL-COUNT
           WRITE MONITOR-REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'STRC STRUCTURING HITS   ' TO RPT-TOTAL-CAPTION
           MOVE STRC-HIT-COUNT TO RPT-TOTAL-COUNT
           WRITE MONITOR-REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'VELO VELOCITY HITS      ' TO RPT-TOTAL-CAPTION
           MOVE VELO-HIT-COUNT TO RPT-TOTAL-COUNT
           WRITE MONITOR-REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'XFIO IN-AND-OUT HITS    ' TO RPT-TOTAL-CAPTION
           MOVE XFIO-HIT-COUNT TO RPT-TOTAL-COUNT
           WRITE MONITOR-REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'DORM RETURN HITS        ' TO RPT-TOTAL-CAPTION
           MOVE DORM-HIT-COUNT TO RPT-TOTAL-COUNT
           WRITE MONITOR-REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
       8000-EXIT.
           EXIT.
