       IDENTIFICATION DIVISION.
       PROGRAM-ID. AverageBalanceReport.

      *-----------------------------------------------------------*
      * Month-to-date average balances for pricing reviews.       *
      * Reads the BALSNAP closing-balance snapshots the cutover   *
      * writes each business day and, for every account with a    *
      * close in the month, prints the number of business days    *
      * closed, the average, lowest and highest closing balance   *
      * and the latest close, on the BALAVRPT report.  The        *
      * average is over business-day closes, the same figure the  *
      * BALAST inquiry shows for one account.                     *
      *                                                           *
      * The month is keyed as YYYYMM, or left blank for the       *
      * month to date: the month of the open business day, or     *
      * the month just ended when the business day is the first.  *
      * Balances are in each account's own currency and are not   *
      * totalled across accounts.                                 *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-SNAPSHOT-FILE ASSIGN TO "BALSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNP-SNAPSHOT-KEY
               FILE STATUS IS SNAPSHOT-FILE-STATUS.

           SELECT AVERAGE-REPORT-FILE ASSIGN TO "BALAVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-SNAPSHOT-FILE.
       COPY BALSNAP.

       FD  AVERAGE-REPORT-FILE.
       01  AVERAGE-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  SNAPSHOT-FILE-STATUS       PIC X(02).
           88  SNAPSHOT-FILE-OK           VALUE '00'.
           88  SNAPSHOT-FILE-MISSING      VALUE '35'.

       01  REPORT-FILE-STATUS         PIC X(02).
           88  REPORT-FILE-OK             VALUE '00'.

       01  SNAPSHOT-EOF-SWITCH        PIC X(01).
           88  SNAPSHOT-EOF                VALUE 'Y'.
           88  SNAPSHOT-NOT-EOF            VALUE 'N'.

       01  PERIOD-START-SPLIT.
           05  PERIOD-START-YEAR      PIC 9(04).
           05  PERIOD-START-MONTH     PIC 9(02).
           05  PERIOD-START-DAY       PIC 9(02).
       01  PERIOD-START-NUMBER REDEFINES PERIOD-START-SPLIT
                                      PIC 9(08).

       01  PERIOD-END-SPLIT.
           05  PERIOD-END-YEAR        PIC 9(04).
           05  PERIOD-END-MONTH       PIC 9(02).
           05  PERIOD-END-DAY         PIC 9(02).
       01  PERIOD-END-NUMBER REDEFINES PERIOD-END-SPLIT
                                      PIC 9(08).

       01  MONTH-INPUT-TEXT.
           05  MONTH-INPUT-YEAR       PIC X(04).
           05  MONTH-INPUT-MONTH      PIC X(02).
           05  FILLER                 PIC X(02).

       77  BREAK-ACCOUNT-NUMBER       PIC 9(10)     VALUE ZERO.
       77  ACCOUNT-DAY-COUNT          PIC 9(03)     VALUE ZERO.
       77  ACCOUNT-BALANCE-TOTAL      PIC S9(13)V99 VALUE ZERO.
       77  ACCOUNT-AVERAGE-BALANCE    PIC S9(9)V99  VALUE ZERO.
       77  ACCOUNT-LOWEST-BALANCE     PIC S9(9)V99  VALUE ZERO.
       77  ACCOUNT-HIGHEST-BALANCE    PIC S9(9)V99  VALUE ZERO.
       77  ACCOUNT-LATEST-BALANCE     PIC S9(9)V99  VALUE ZERO.
       77  ACCOUNT-LATEST-DATE        PIC 9(08)     VALUE ZERO.
       77  ACCOUNT-CURRENCY           PIC X(03)     VALUE SPACES.
       77  ACCOUNTS-REPORTED          PIC 9(07)     VALUE ZERO.
       77  SNAPSHOTS-READ             PIC 9(09)     VALUE ZERO.

       01  REPORT-HEADING-LINE.
           05  FILLER                 PIC X(31)
                   VALUE 'AVERAGE BALANCE REPORT  PERIOD '.
           05  RPT-PERIOD-START       PIC 9(08).
           05  FILLER                 PIC X(04)     VALUE ' TO '.
           05  RPT-PERIOD-END         PIC 9(08).
           05  FILLER                 PIC X(81)     VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER                 PIC X(44)
                   VALUE 'ACCOUNT     CUSTOMER NAME                   '.
           05  FILLER                 PIC X(44)
                   VALUE 'CCY DAYS  AVERAGE BALANCE   LOWEST BALANCE  '.
           05  FILLER                 PIC X(44)
                   VALUE 'HIGHEST BALANCE  LAST CLOSE       BALANCE   '.

       01  AVERAGE-DETAIL-LINE.
           05  RDL-ACCOUNT-NUMBER     PIC 9(10).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  RDL-CUSTOMER-NAME      PIC X(30).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  RDL-CURRENCY-CODE      PIC X(03).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  RDL-DAY-COUNT          PIC ZZ9.
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  RDL-AVERAGE-BALANCE    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  RDL-LOWEST-BALANCE     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  RDL-HIGHEST-BALANCE    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  RDL-LATEST-DATE        PIC 9(08).
           05  FILLER                 PIC X(01)     VALUE SPACES.
           05  RDL-LATEST-BALANCE     PIC ZZZ,ZZZ,ZZ9.99-.

       01  REPORT-TOTAL-LINE.
           05  RPT-TOTAL-CAPTION      PIC X(24).
           05  RPT-TOTAL-COUNT        PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(99)     VALUE SPACES.

       COPY DPPARMS.

       COPY BDPARMS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF SNAPSHOT-NOT-EOF
               PERFORM 2100-READ-NEXT-SNAPSHOT THRU 2100-EXIT
               PERFORM 2200-AVERAGE-ONE-SNAPSHOT THRU 2200-EXIT
                   UNTIL SNAPSHOT-EOF
               IF BREAK-ACCOUNT-NUMBER NOT = ZERO
                   PERFORM 2500-PRINT-ONE-ACCOUNT THRU 2500-EXIT
               END-IF
               CLOSE BALANCE-SNAPSHOT-FILE
           END-IF
           IF ACCOUNTS-REPORTED = ZERO
               MOVE '  (NONE)' TO AVERAGE-REPORT-LINE
               WRITE AVERAGE-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF
           PERFORM 8000-PRINT-RUN-TOTALS THRU 8000-EXIT
           CLOSE AVERAGE-REPORT-FILE
           DISPLAY "Average balance report complete: "
               ACCOUNTS-REPORTED " account(s) for "
               PERIOD-START-NUMBER " to " PERIOD-END-NUMBER
           GOBACK.

      *-----------------------------------------------------------*
      * Settle the period.  A keyed month runs from its first to  *
      * its last day; the month to date runs from the first of    *
      * the month up to the close before the open business day.   *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           SET SNAPSHOT-NOT-EOF TO TRUE
           SET BD-FUNC-READ TO TRUE
           CALL 'BusinessDateProgram' USING BD-PARAMETERS
           DISPLAY "Enter month to report (YYYYMM, blank = month "
               "to date): "
           MOVE SPACES TO MONTH-INPUT-TEXT
           ACCEPT MONTH-INPUT-TEXT
           IF MONTH-INPUT-YEAR IS NUMERIC
               AND MONTH-INPUT-MONTH IS NUMERIC
               MOVE MONTH-INPUT-YEAR  TO PERIOD-START-YEAR
               MOVE MONTH-INPUT-MONTH TO PERIOD-START-MONTH
               MOVE 01                TO PERIOD-START-DAY
               MOVE PERIOD-START-NUMBER TO PERIOD-END-NUMBER
               MOVE 31                TO PERIOD-END-DAY
           ELSE
               MOVE BD-BUSINESS-DATE TO PERIOD-START-NUMBER
               IF PERIOD-START-DAY = 01
                   IF PERIOD-START-MONTH = 01
                       MOVE 12 TO PERIOD-START-MONTH
                       SUBTRACT 1 FROM PERIOD-START-YEAR
                   ELSE
                       SUBTRACT 1 FROM PERIOD-START-MONTH
                   END-IF
                   MOVE PERIOD-START-NUMBER TO PERIOD-END-NUMBER
                   MOVE 31 TO PERIOD-END-DAY
               ELSE
                   COMPUTE PERIOD-END-NUMBER = BD-BUSINESS-DATE - 1
               END-IF
               MOVE 01 TO PERIOD-START-DAY
           END-IF
           OPEN OUTPUT AVERAGE-REPORT-FILE
           MOVE PERIOD-START-NUMBER TO RPT-PERIOD-START
           MOVE PERIOD-END-NUMBER   TO RPT-PERIOD-END
           WRITE AVERAGE-REPORT-LINE FROM REPORT-HEADING-LINE
               AFTER ADVANCING PAGE
           WRITE AVERAGE-REPORT-LINE FROM COLUMN-HEADING-LINE
               AFTER ADVANCING 2 LINES
           OPEN INPUT BALANCE-SNAPSHOT-FILE
           IF SNAPSHOT-FILE-MISSING
               DISPLAY "No closing-balance snapshots on file"
               SET SNAPSHOT-EOF TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Closes outside the period are passed over here, so the    *
      * account break only ever sees closes that count.           *
      *-----------------------------------------------------------*
       2100-READ-NEXT-SNAPSHOT.
           READ BALANCE-SNAPSHOT-FILE NEXT RECORD
               AT END
                   SET SNAPSHOT-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO SNAPSHOTS-READ
           IF SNP-BUSINESS-DATE < PERIOD-START-NUMBER
               OR SNP-BUSINESS-DATE > PERIOD-END-NUMBER
               GO TO 2100-READ-NEXT-SNAPSHOT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-AVERAGE-ONE-SNAPSHOT.
           IF SNP-ACCOUNT-NUMBER NOT = BREAK-ACCOUNT-NUMBER
               IF BREAK-ACCOUNT-NUMBER NOT = ZERO
                   PERFORM 2500-PRINT-ONE-ACCOUNT THRU 2500-EXIT
               END-IF
               MOVE SNP-ACCOUNT-NUMBER  TO BREAK-ACCOUNT-NUMBER
               MOVE ZERO                TO ACCOUNT-DAY-COUNT
               MOVE ZERO                TO ACCOUNT-BALANCE-TOTAL
               MOVE SNP-CLOSING-BALANCE TO ACCOUNT-LOWEST-BALANCE
               MOVE SNP-CLOSING-BALANCE TO ACCOUNT-HIGHEST-BALANCE
           END-IF
           ADD 1 TO ACCOUNT-DAY-COUNT
           ADD SNP-CLOSING-BALANCE TO ACCOUNT-BALANCE-TOTAL
           IF SNP-CLOSING-BALANCE < ACCOUNT-LOWEST-BALANCE
               MOVE SNP-CLOSING-BALANCE TO ACCOUNT-LOWEST-BALANCE
           END-IF
           IF SNP-CLOSING-BALANCE > ACCOUNT-HIGHEST-BALANCE
               MOVE SNP-CLOSING-BALANCE TO ACCOUNT-HIGHEST-BALANCE
           END-IF
           MOVE SNP-CLOSING-BALANCE TO ACCOUNT-LATEST-BALANCE
           MOVE SNP-BUSINESS-DATE   TO ACCOUNT-LATEST-DATE
           MOVE SNP-CURRENCY-CODE   TO ACCOUNT-CURRENCY
           PERFORM 2100-READ-NEXT-SNAPSHOT THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       2500-PRINT-ONE-ACCOUNT.
           ADD 1 TO ACCOUNTS-REPORTED
           COMPUTE ACCOUNT-AVERAGE-BALANCE ROUNDED =
               ACCOUNT-BALANCE-TOTAL / ACCOUNT-DAY-COUNT
           SET DP-FUNC-READ TO TRUE
           MOVE BREAK-ACCOUNT-NUMBER TO DP-ACCOUNT-NUMBER
           CALL 'DataProgram' USING DP-PARAMETERS
           IF DP-STATUS-NOT-FOUND
               MOVE SPACES TO DP-CUSTOMER-NAME
           END-IF
           MOVE BREAK-ACCOUNT-NUMBER    TO RDL-ACCOUNT-NUMBER
           MOVE DP-CUSTOMER-NAME        TO RDL-CUSTOMER-NAME
           MOVE ACCOUNT-CURRENCY        TO RDL-CURRENCY-CODE
           MOVE ACCOUNT-DAY-COUNT       TO RDL-DAY-COUNT
           MOVE ACCOUNT-AVERAGE-BALANCE TO RDL-AVERAGE-BALANCE
           MOVE ACCOUNT-LOWEST-BALANCE  TO RDL-LOWEST-BALANCE
           MOVE ACCOUNT-HIGHEST-BALANCE TO RDL-HIGHEST-BALANCE
           MOVE ACCOUNT-LATEST-DATE     TO RDL-LATEST-DATE
           MOVE ACCOUNT-LATEST-BALANCE  TO RDL-LATEST-BALANCE
           WRITE AVERAGE-REPORT-LINE FROM AVERAGE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       2500-EXIT.
           EXIT.

       8000-PRINT-RUN-TOTALS.
           MOVE 'ACCOUNTS REPORTED       ' TO RPT-TOTAL-CAPTION
           MOVE ACCOUNTS-REPORTED TO RPT-TOTAL-COUNT
           WRITE AVERAGE-REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'SNAPSHOTS READ          ' TO RPT-TOTAL-CAPTION
           MOVE SNAPSHOTS-READ TO RPT-TOTAL-COUNT
           WRITE AVERAGE-REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
       8000-EXIT.
           EXIT.
