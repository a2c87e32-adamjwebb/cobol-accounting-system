       IDENTIFICATION DIVISION.
       PROGRAM-ID. YearEndTaxCertificates.

      *-----------------------------------------------------------*
      * Year-end interest certificates and tax extract.  Run once *
      * a tax year has closed, for the year keyed at the console. *
      * Walks the account master and, for every account, reads    *
      * its postings off the keyed TRANHIST history file, adding  *
      * up the interest paid (INTPOST) and the fees charged       *
      * (FEEPOST) during the year.  Each account with anything to *
      * declare is converted to base currency at the rate in      *
      * force on the last day of the year and sorted under its    *
      * customer, so a customer holding several accounts gets     *
      * one certificate covering all of them.                     *
      *                                                           *
      * Each certificate goes to the TAXCERTS print file, on its  *
      * own page and with the mailing address off the customer    *
      * master, ready to burst for mailing.  Each customer's      *
      * totals also go to the TAXEXTR tax-authority extract: a    *
      * HEADER record, one CUSTMR record per certificate, and a   *
      * TRAILR record with the record count and the interest and  *
      * fee totals the authority proves the file against.         *
      *                                                           *
      * A reversal nets out the posting it voided instead of      *
      * counting alongside it, whenever it was made: interest     *
      * posted in December and reversed in January never appears  *
      * on the certificate.  A reversal of a reversal puts the    *
      * amount back.  The run is recorded on RUNCTL as TAXCERT.   *
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

           SELECT CERTIFICATE-PRINT-FILE ASSIGN TO "TAXCERTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           SELECT TAX-EXTRACT-FILE ASSIGN TO "TAXEXTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT CERTIFICATE-SORT-FILE ASSIGN TO "SORTWORK".

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
           05  ACCT-CUSTOMER-NAME     PIC X(30).
           05  ACCT-OPENED-DATE       PIC 9(08).
           05  ACCT-CLOSED-DATE       PIC 9(08).
           05  ACCT-CURRENCY-CODE     PIC X(03).
           05  ACCT-CUSTOMER-NUMBER   PIC 9(08).

       FD  TRANSACTION-HISTORY-FILE.
       COPY HISTREC.

       FD  CERTIFICATE-PRINT-FILE.
       01  CERTIFICATE-PRINT-LINE     PIC X(132).

      *-----------------------------------------------------------*
      * The tax-authority extract: one HEADER record, one CUSTMR  *
      * record per certificate printed, and one TRAILR record.    *
      * Amounts are in base currency.  A customer number of zero  *
      * is an account not yet linked to a customer: it goes out   *
      * under the name copied onto the account, with a blank      *
      * address, and the run flags it so the branch can chase     *
      * the customer details.                                     *
      *-----------------------------------------------------------*
       FD  TAX-EXTRACT-FILE.
       01  TAX-EXTRACT-DETAIL.
           05  TXD-RECORD-TYPE        PIC X(06).
               88  TXD-RECORD-IS-HEADER   VALUE 'HEADER'.
               88  TXD-RECORD-IS-CUSTOMER VALUE 'CUSTMR'.
               88  TXD-RECORD-IS-TRAILER  VALUE 'TRAILR'.
           05  TXD-TAX-YEAR           PIC 9(04).
           05  TXD-CUSTOMER-NUMBER    PIC 9(08).
           05  TXD-CUSTOMER-NAME      PIC X(30).
           05  TXD-ADDRESS-LINE-1     PIC X(30).
           05  TXD-ADDRESS-LINE-2     PIC X(30).
           05  TXD-ADDRESS-LINE-3     PIC X(30).
           05  TXD-POST-CODE          PIC X(10).
           05  TXD-ACCOUNT-COUNT      PIC 9(04).
           05  TXD-INTEREST-PAID      PIC 9(11)V99.
           05  TXD-FEES-CHARGED       PIC 9(11)V99.
           05  TXD-CURRENCY-CODE      PIC X(03).
           05  FILLER                 PIC X(19).
       01  TAX-EXTRACT-HEADER.
           05  TXH-RECORD-TYPE        PIC X(06).
           05  TXH-TAX-YEAR           PIC 9(04).
           05  TXH-PERIOD-START       PIC 9(08).
           05  TXH-PERIOD-END         PIC 9(08).
           05  TXH-REPORTING-BANK     PIC X(08).
           05  TXH-CURRENCY-CODE      PIC X(03).
           05  TXH-CREATED-DATE       PIC 9(08).
           05  TXH-CREATED-TIME       PIC 9(08).
           05  FILLER                 PIC X(147).
       01  TAX-EXTRACT-TRAILER.
           05  TXT-RECORD-TYPE        PIC X(06).
           05  TXT-TAX-YEAR           PIC 9(04).
           05  TXT-RECORD-COUNT       PIC 9(09).
           05  TXT-INTEREST-TOTAL     PIC 9(13)V99.
           05  TXT-FEES-TOTAL         PIC 9(13)V99.
           05  FILLER                 PIC X(151).

      *-----------------------------------------------------------*
      * One account's year, already converted, on its way to the  *
      * certificate of the customer that holds it.                *
      *-----------------------------------------------------------*
       SD  CERTIFICATE-SORT-FILE.
       01  SORTED-ACCOUNT-RECORD.
           05  SRT-CUSTOMER-NUMBER    PIC 9(08).
           05  SRT-ACCOUNT-NUMBER     PIC 9(10).
           05  SRT-ACCOUNT-NAME       PIC X(30).
           05  SRT-CURRENCY-CODE      PIC X(03).
           05  SRT-INTEREST-AMOUNT    PIC 9(9)V99.
           05  SRT-FEE-AMOUNT         PIC 9(9)V99.
           05  SRT-RATE               PIC 9(04)V9(06).
           05  SRT-INTEREST-BASE      PIC 9(11)V99.
           05  SRT-FEE-BASE           PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01  MASTER-FILE-STATUS         PIC X(02).
           88  MASTER-FILE-OK             VALUE '00'.
           88  MASTER-FILE-MISSING        VALUE '35'.

       01  HISTORY-FILE-STATUS        PIC X(02).
           88  HISTORY-FILE-OK            VALUE '00'.
           88  HISTORY-FILE-MISSING       VALUE '35'.

       01  PRINT-FILE-STATUS          PIC X(02).
           88  PRINT-FILE-OK              VALUE '00'.

       01  EXTRACT-FILE-STATUS        PIC X(02).
           88  EXTRACT-FILE-OK            VALUE '00'.

       01  MASTER-EOF-SWITCH          PIC X(01).
           88  MASTER-EOF                  VALUE 'Y'.
           88  MASTER-NOT-EOF              VALUE 'N'.

       01  HISTORY-EOF-SWITCH         PIC X(01).
           88  HISTORY-EOF                 VALUE 'Y'.
           88  HISTORY-NOT-EOF             VALUE 'N'.

       01  SORT-EOF-SWITCH            PIC X(01).
           88  SORT-EOF                    VALUE 'Y'.
           88  SORT-NOT-EOF                VALUE 'N'.

       01  CERTIFICATE-OPEN-SWITCH    PIC X(01)     VALUE 'N'.
           88  CERTIFICATE-IN-PROGRESS     VALUE 'Y'.
           88  NO-CERTIFICATE-IN-PROGRESS  VALUE 'N'.

       01  ADDRESS-FOUND-SWITCH       PIC X(01)     VALUE 'N'.
           88  ADDRESS-WAS-FOUND           VALUE 'Y'.
           88  ADDRESS-WAS-NOT-FOUND       VALUE 'N'.

       01  FOREIGN-ACCOUNT-SWITCH     PIC X(01)     VALUE 'N'.
           88  FOREIGN-ACCOUNT-SHOWN       VALUE 'Y'.
           88  NO-FOREIGN-ACCOUNT-SHOWN    VALUE 'N'.

       01  POSTING-TABLE-SWITCH       PIC X(01)     VALUE 'N'.
           88  POSTING-TABLE-REPORTED      VALUE 'Y'.
           88  POSTING-TABLE-NOT-REPORTED  VALUE 'N'.

       01  FOUND-ENTRY-SWITCH         PIC X(01).
           88  ENTRY-WAS-FOUND             VALUE 'Y'.
           88  ENTRY-WAS-NOT-FOUND         VALUE 'N'.

       77  BASE-CURRENCY-CODE         PIC X(03)     VALUE 'GBP'.
      *    Our own identity as the reporting institution, stamped
      *    on the extract header the same as on OUTPAY.
       77  REPORTING-BANK-ID          PIC X(08)     VALUE 'ACCTSYS '.
       77  ENTERED-TAX-YEAR           PIC X(04).
       77  TAX-YEAR                   PIC 9(04).
       77  CURRENT-YEAR               PIC 9(04).
       77  PERIOD-START-DATE          PIC 9(08).
       77  PERIOD-END-DATE            PIC 9(08).
       77  STAMP-DATE                 PIC 9(08).
       77  STAMP-TIME                 PIC 9(08).
       77  ACCOUNT-CURRENCY-CODE      PIC X(03).
       77  ACCOUNT-INTEREST           PIC S9(9)V99.
       77  ACCOUNT-FEES               PIC S9(9)V99.
       77  ACCOUNT-RATE               PIC 9(04)V9(06).
       77  NEW-ENTRY-KIND             PIC X(01).
       77  NEW-ENTRY-AMOUNT           PIC S9(9)V99.
       77  CERTIFICATE-CUSTOMER       PIC 9(08)     VALUE ZERO.
       77  CERTIFICATE-ACCOUNTS       PIC 9(04)     VALUE ZERO.
       77  CERTIFICATE-INTEREST       PIC 9(11)V99  VALUE ZERO.
       77  CERTIFICATE-FEES           PIC 9(11)V99  VALUE ZERO.
       77  SCANNED-COUNT              PIC 9(07)     VALUE ZERO.
       77  RELEASED-COUNT             PIC 9(07)     VALUE ZERO.
       77  NO-RATE-COUNT              PIC 9(05)     VALUE ZERO.
       77  NO-ADDRESS-COUNT           PIC 9(05)     VALUE ZERO.
       77  CERTIFICATE-COUNT          PIC 9(09)     VALUE ZERO.
       77  EXCEPTION-COUNT            PIC 9(09)     VALUE ZERO.
       77  INTEREST-TOTAL             PIC 9(13)V99  VALUE ZERO.
       77  FEES-TOTAL                 PIC 9(13)V99  VALUE ZERO.
       77  LINE-COUNT                 PIC 9(03)     VALUE ZERO.
       77  PAGE-COUNT                 PIC 9(05)     VALUE ZERO.
       77  LINES-PER-PAGE             PIC 9(03)     VALUE 55.
       77  POSTING-COUNT              PIC 9(04)     VALUE ZERO.
       77  POST-IDX                   PIC 9(04)     COMP.
       77  MATCH-IDX                  PIC 9(04)     COMP.

      *-----------------------------------------------------------*
      * One account's INTPOST and FEEPOST entries for the year,   *
      * and every reversal that reaches back to one of them, in   *
      * sequence order.  TXE-AMOUNT carries the entry's effect on *
      * the year's total: positive for the original posting,      *
      * negative for a reversal of it, positive again for a       *
      * reversal of that reversal.                                *
      *-----------------------------------------------------------*
       01  YEAR-ENTRY-TABLE.
           05  YEAR-ENTRY OCCURS 1000 TIMES.
               10  TXE-TXN-SEQ         PIC 9(09).
               10  TXE-KIND            PIC X(01).
                   88  TXE-IS-INTEREST     VALUE 'I'.
                   88  TXE-IS-FEE          VALUE 'F'.
               10  TXE-AMOUNT          PIC S9(9)V99.

       01  HEADING-LINE-1.
           05  FILLER                 PIC X(10)     VALUE SPACES.
           05  FILLER                 PIC X(23)
                   VALUE 'CERTIFICATE OF INTEREST'.
           05  FILLER                 PIC X(22)
                   VALUE ' PAID AND FEES CHARGED'.
           05  FILLER                 PIC X(10)     VALUE SPACES.
           05  FILLER                 PIC X(09)     VALUE 'TAX YEAR '.
           05  HDG-TAX-YEAR           PIC 9(04).
           05  FILLER                 PIC X(10)     VALUE SPACES.
           05  FILLER                 PIC X(05)     VALUE 'PAGE '.
           05  HDG-PAGE-NUMBER        PIC ZZZZ9.
           05  FILLER                 PIC X(34)     VALUE SPACES.

       01  CUSTOMER-HEADING-LINE.
           05  FILLER                 PIC X(10)     VALUE SPACES.
           05  FILLER                 PIC X(09)     VALUE 'CUSTOMER '.
           05  CHD-CUSTOMER-NUMBER    PIC 9(08).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  CHD-CUSTOMER-NAME      PIC X(30).
           05  FILLER                 PIC X(73)     VALUE SPACES.

       01  ADDRESS-TEXT-LINE.
           05  FILLER                 PIC X(10)     VALUE SPACES.
           05  ADR-ADDRESS-TEXT       PIC X(30).
           05  FILLER                 PIC X(92)     VALUE SPACES.

       01  PERIOD-LINE.
           05  FILLER                 PIC X(10)     VALUE SPACES.
           05  FILLER                 PIC X(15)
                   VALUE 'FOR THE PERIOD '.
           05  PRD-PERIOD-START       PIC 9(08).
           05  FILLER                 PIC X(04)     VALUE ' TO '.
           05  PRD-PERIOD-END         PIC 9(08).
           05  FILLER                 PIC X(87)     VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER                 PIC X(10)     VALUE SPACES.
           05  FILLER                 PIC X(10)     VALUE 'ACCOUNT'.
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  FILLER                 PIC X(03)     VALUE 'CCY'.
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  FILLER                 PIC X(14)
                   VALUE ' INTEREST PAID'.
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  FILLER                 PIC X(14)
                   VALUE '  FEES CHARGED'.
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  FILLER                 PIC X(11)     VALUE '       RATE'.
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  FILLER                 PIC X(14)
                   VALUE '     INTEREST '.
           05  COL-INTEREST-CURRENCY  PIC X(03).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  FILLER                 PIC X(14)
                   VALUE '         FEES '.
           05  COL-FEE-CURRENCY       PIC X(03).
           05  FILLER                 PIC X(24)     VALUE SPACES.

       01  ACCOUNT-DETAIL-LINE.
           05  FILLER                 PIC X(10)     VALUE SPACES.
           05  ADL-ACCOUNT-NUMBER     PIC 9(10).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  ADL-CURRENCY-CODE      PIC X(03).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  ADL-INTEREST-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  ADL-FEE-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  ADL-RATE               PIC ZZZ9.999999.
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  ADL-INTEREST-BASE      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  ADL-FEE-BASE           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(24)     VALUE SPACES.

       01  CERTIFICATE-TOTAL-LINE.
           05  FILLER                 PIC X(10)     VALUE SPACES.
           05  FILLER                 PIC X(06)     VALUE 'TOTAL '.
           05  CTL-CURRENCY-CODE      PIC X(03).
           05  FILLER                 PIC X(53)     VALUE SPACES.
           05  CTL-INTEREST-BASE      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  CTL-FEE-BASE           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(24)     VALUE SPACES.

       01  RATE-NOTE-LINE.
           05  FILLER                 PIC X(10)     VALUE SPACES.
           05  FILLER                 PIC X(34)
                   VALUE 'FOREIGN CURRENCY AMOUNTS CONVERTED'.
           05  FILLER                 PIC X(24)
                   VALUE ' AT THE RATE IN FORCE ON'.
           05  FILLER                 PIC X(01)     VALUE SPACES.
           05  RNL-RATE-DATE          PIC 9(08).
           05  FILLER                 PIC X(55)     VALUE SPACES.

       COPY BDPARMS.

       COPY CRPARMS.

       COPY CUPARMS.

       COPY RCPARMS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           SORT CERTIFICATE-SORT-FILE
               ON ASCENDING KEY SRT-CUSTOMER-NUMBER
                                SRT-ACCOUNT-NUMBER
               INPUT PROCEDURE IS 2000-TOTAL-ACCOUNTS
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 4000-PRINT-CERTIFICATES
                   THRU 4000-EXIT
           PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT
           CLOSE CERTIFICATE-PRINT-FILE
           CLOSE TAX-EXTRACT-FILE
           DISPLAY "Year-end tax certificates complete for " TAX-YEAR
               ": " SCANNED-COUNT " account(s) scanned, "
               CERTIFICATE-COUNT " certificate(s) printed"
           DISPLAY "  interest paid " INTEREST-TOTAL
               "  fees charged " FEES-TOTAL " " BASE-CURRENCY-CODE
           IF NO-RATE-COUNT > ZERO
               DISPLAY "  " NO-RATE-COUNT " account(s) left off for "
                   "want of a year-end rate - load the rate and rerun"
           END-IF
           IF NO-ADDRESS-COUNT > ZERO
               DISPLAY "  " NO-ADDRESS-COUNT " certificate(s) printed "
                   "without a mailing address"
           END-IF
           SET RC-FUNC-FINISH TO TRUE
           MOVE CERTIFICATE-COUNT TO RC-PROCESSED-COUNT
           MOVE EXCEPTION-COUNT TO RC-EXCEPTION-COUNT
           CALL 'RunControlProgram' USING RC-PARAMETERS
           GOBACK.

      *-----------------------------------------------------------*
      * The extract is cut for a whole tax year, and only one     *
      * that has already ended by the system business date - a    *
      * year still open would certify interest not yet paid.      *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           SET MASTER-NOT-EOF TO TRUE
           SET BD-FUNC-READ TO TRUE
           CALL 'BusinessDateProgram' USING BD-PARAMETERS
           MOVE 'TAXCERT ' TO RC-JOB-NAME
           SET RC-FUNC-START TO TRUE
           CALL 'RunControlProgram' USING RC-PARAMETERS
           COMPUTE CURRENT-YEAR = BD-BUSINESS-DATE / 10000
           PERFORM 1100-ACCEPT-TAX-YEAR THRU 1100-EXIT
           COMPUTE PERIOD-START-DATE = TAX-YEAR * 10000 + 0101
           COMPUTE PERIOD-END-DATE   = TAX-YEAR * 10000 + 1231
           MOVE TAX-YEAR            TO HDG-TAX-YEAR
           MOVE PERIOD-START-DATE   TO PRD-PERIOD-START
           MOVE PERIOD-END-DATE     TO PRD-PERIOD-END
           MOVE PERIOD-END-DATE     TO RNL-RATE-DATE
           MOVE BASE-CURRENCY-CODE  TO COL-INTEREST-CURRENCY
           MOVE BASE-CURRENCY-CODE  TO COL-FEE-CURRENCY
           MOVE BASE-CURRENCY-CODE  TO CTL-CURRENCY-CODE
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT STAMP-TIME FROM TIME
           OPEN OUTPUT CERTIFICATE-PRINT-FILE
           OPEN OUTPUT TAX-EXTRACT-FILE
           MOVE SPACES              TO TAX-EXTRACT-HEADER
           MOVE 'HEADER'            TO TXH-RECORD-TYPE
           MOVE TAX-YEAR            TO TXH-TAX-YEAR
           MOVE PERIOD-START-DATE   TO TXH-PERIOD-START
           MOVE PERIOD-END-DATE     TO TXH-PERIOD-END
           MOVE REPORTING-BANK-ID   TO TXH-REPORTING-BANK
           MOVE BASE-CURRENCY-CODE  TO TXH-CURRENCY-CODE
           MOVE STAMP-DATE          TO TXH-CREATED-DATE
           MOVE STAMP-TIME          TO TXH-CREATED-TIME
           WRITE TAX-EXTRACT-HEADER.
       1000-EXIT.
           EXIT.

       1100-ACCEPT-TAX-YEAR.
           COMPUTE TAX-YEAR = CURRENT-YEAR - 1
           DISPLAY "Enter tax year to certify (YYYY, blank = "
               TAX-YEAR "): "
           ACCEPT ENTERED-TAX-YEAR
           IF ENTERED-TAX-YEAR = SPACES
               GO TO 1100-EXIT
           END-IF
           IF ENTERED-TAX-YEAR IS NOT NUMERIC
               DISPLAY "Invalid year - enter four digits."
               GO TO 1100-ACCEPT-TAX-YEAR
           END-IF
           MOVE ENTERED-TAX-YEAR TO TAX-YEAR
           IF TAX-YEAR NOT < CURRENT-YEAR
               DISPLAY "Tax year " TAX-YEAR " has not ended yet - "
                   "the business date is " BD-BUSINESS-DATE
               GO TO 1100-ACCEPT-TAX-YEAR
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Input procedure - total every account's year and release  *
      * the accounts with interest or fees to declare.            *
      *-----------------------------------------------------------*
       2000-TOTAL-ACCOUNTS.
           OPEN INPUT TRANSACTION-HISTORY-FILE
           IF HISTORY-FILE-MISSING
               DISPLAY "No history file found - nothing to certify"
               GO TO 2000-EXIT
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF MASTER-FILE-MISSING
               DISPLAY "No account master found - nothing to certify"
               CLOSE TRANSACTION-HISTORY-FILE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-READ-NEXT-ACCOUNT THRU 2100-EXIT
           PERFORM 2200-TOTAL-ONE-ACCOUNT THRU 2200-EXIT
               UNTIL MASTER-EOF
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE TRANSACTION-HISTORY-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-NEXT-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-TOTAL-ONE-ACCOUNT.
           ADD 1 TO SCANNED-COUNT
           MOVE ZERO TO ACCOUNT-INTEREST
           MOVE ZERO TO ACCOUNT-FEES
           PERFORM 2300-LOAD-YEAR-ENTRIES THRU 2300-EXIT
           IF ACCOUNT-INTEREST = ZERO AND ACCOUNT-FEES = ZERO
               GO TO 2200-NEXT
           END-IF
           PERFORM 2500-RELEASE-ACCOUNT THRU 2500-EXIT.
       2200-NEXT.
           PERFORM 2100-READ-NEXT-ACCOUNT THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Every posting on the account is read, not just the year's *
      * - a reversal made after the year end still nets out the   *
      * posting it voided.                                        *
      *-----------------------------------------------------------*
       2300-LOAD-YEAR-ENTRIES.
           MOVE ZERO TO POSTING-COUNT
           SET HISTORY-NOT-EOF TO TRUE
           MOVE ACCT-ACCOUNT-NUMBER TO HST-ACCOUNT-NUMBER
           MOVE ZERO                TO HST-TXN-SEQ
           START TRANSACTION-HISTORY-FILE KEY >= HST-HISTORY-KEY
               INVALID KEY
                   SET HISTORY-EOF TO TRUE
           END-START
           PERFORM 2350-READ-NEXT-HISTORY THRU 2350-EXIT
           PERFORM 2360-TAKE-ONE-POSTING THRU 2360-EXIT
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

      *-----------------------------------------------------------*
      * A reversal is matched by the sequence it voids, since it  *
      * is posted under the reversing operator, not INTPOST or    *
      * FEEPOST.  An original posting counts only when it was     *
      * posted inside the tax year.                               *
      *-----------------------------------------------------------*
       2360-TAKE-ONE-POSTING.
           IF HST-REVERSAL-OF-SEQ NOT = ZERO
               PERFORM 2400-NET-ONE-REVERSAL THRU 2400-EXIT
               GO TO 2360-NEXT
           END-IF
           IF HST-POST-DATE < PERIOD-START-DATE
               OR HST-POST-DATE > PERIOD-END-DATE
               GO TO 2360-NEXT
           END-IF
           EVALUATE HST-OPERATOR-ID
               WHEN 'INTPOST '
                   MOVE 'I' TO NEW-ENTRY-KIND
               WHEN 'FEEPOST '
                   MOVE 'F' TO NEW-ENTRY-KIND
               WHEN OTHER
                   GO TO 2360-NEXT
           END-EVALUATE
           MOVE HST-AMOUNT TO NEW-ENTRY-AMOUNT
           PERFORM 2450-ADD-YEAR-ENTRY THRU 2450-EXIT.
       2360-NEXT.
           PERFORM 2350-READ-NEXT-HISTORY THRU 2350-EXIT.
       2360-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * A reversal of anything not in the table - a customer      *
      * posting, or interest from another year - is no concern    *
      * of this year's certificate.                               *
      *-----------------------------------------------------------*
       2400-NET-ONE-REVERSAL.
           SET ENTRY-WAS-NOT-FOUND TO TRUE
           PERFORM 2420-MATCH-VOIDED-ENTRY THRU 2420-EXIT
               VARYING POST-IDX FROM 1 BY 1
               UNTIL POST-IDX > POSTING-COUNT
                  OR ENTRY-WAS-FOUND
           IF ENTRY-WAS-NOT-FOUND
               GO TO 2400-EXIT
           END-IF
           MOVE TXE-KIND (MATCH-IDX) TO NEW-ENTRY-KIND
           COMPUTE NEW-ENTRY-AMOUNT = ZERO - TXE-AMOUNT (MATCH-IDX)
           PERFORM 2450-ADD-YEAR-ENTRY THRU 2450-EXIT.
       2400-EXIT.
           EXIT.

       2420-MATCH-VOIDED-ENTRY.
           IF TXE-TXN-SEQ (POST-IDX) = HST-REVERSAL-OF-SEQ
               SET ENTRY-WAS-FOUND TO TRUE
               MOVE POST-IDX TO MATCH-IDX
           END-IF.
       2420-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * The amount always reaches the account's total; only a     *
      * later reversal of an entry that found no room in the      *
      * table would go unmatched.                                 *
      *-----------------------------------------------------------*
       2450-ADD-YEAR-ENTRY.
           IF NEW-ENTRY-KIND = 'I'
               ADD NEW-ENTRY-AMOUNT TO ACCOUNT-INTEREST
           ELSE
               ADD NEW-ENTRY-AMOUNT TO ACCOUNT-FEES
           END-IF
           IF POSTING-COUNT >= 1000
               IF POSTING-TABLE-NOT-REPORTED
                   DISPLAY "*** Year entry table full on account "
                       ACCT-ACCOUNT-NUMBER " - reversals of entries "
                       "beyond the first 1000 are not netted ***"
                   SET POSTING-TABLE-REPORTED TO TRUE
               END-IF
               GO TO 2450-EXIT
           END-IF
           ADD 1 TO POSTING-COUNT
           MOVE HST-TXN-SEQ      TO TXE-TXN-SEQ (POSTING-COUNT)
           MOVE NEW-ENTRY-KIND   TO TXE-KIND (POSTING-COUNT)
           MOVE NEW-ENTRY-AMOUNT TO TXE-AMOUNT (POSTING-COUNT).
       2450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Convert at the latest rate effective on or before the     *
      * last day of the tax year.  An account whose currency has  *
      * no rate by then cannot be certified in base currency: it  *
      * is left off and reported, so the rate can be loaded and   *
      * the year rerun, rather than certified at a guess.         *
      *-----------------------------------------------------------*
       2500-RELEASE-ACCOUNT.
           MOVE ACCT-CURRENCY-CODE TO ACCOUNT-CURRENCY-CODE
           IF ACCOUNT-CURRENCY-CODE = SPACES
               MOVE BASE-CURRENCY-CODE TO ACCOUNT-CURRENCY-CODE
           END-IF
           IF ACCOUNT-CURRENCY-CODE = BASE-CURRENCY-CODE
               MOVE 1 TO ACCOUNT-RATE
           ELSE
               SET CR-FUNC-READ TO TRUE
               MOVE ACCOUNT-CURRENCY-CODE TO CR-FROM-CURRENCY
               MOVE BASE-CURRENCY-CODE    TO CR-TO-CURRENCY
               MOVE PERIOD-END-DATE       TO CR-EFFECTIVE-DATE
               CALL 'CurrencyRateProgram' USING CR-PARAMETERS
               IF CR-STATUS-NOT-FOUND
                   DISPLAY "No " ACCOUNT-CURRENCY-CODE " to "
                       BASE-CURRENCY-CODE " rate in force on "
                       PERIOD-END-DATE " - account "
                       ACCT-ACCOUNT-NUMBER " left off its certificate"
                   ADD 1 TO NO-RATE-COUNT
                   ADD 1 TO EXCEPTION-COUNT
                   GO TO 2500-EXIT
               END-IF
               MOVE CR-RATE TO ACCOUNT-RATE
           END-IF
           MOVE ACCT-CUSTOMER-NUMBER  TO SRT-CUSTOMER-NUMBER
           MOVE ACCT-ACCOUNT-NUMBER   TO SRT-ACCOUNT-NUMBER
           MOVE ACCT-CUSTOMER-NAME    TO SRT-ACCOUNT-NAME
           MOVE ACCOUNT-CURRENCY-CODE TO SRT-CURRENCY-CODE
           MOVE ACCOUNT-INTEREST      TO SRT-INTEREST-AMOUNT
           MOVE ACCOUNT-FEES          TO SRT-FEE-AMOUNT
           MOVE ACCOUNT-RATE          TO SRT-RATE
           COMPUTE SRT-INTEREST-BASE ROUNDED =
               ACCOUNT-INTEREST * ACCOUNT-RATE
           COMPUTE SRT-FEE-BASE ROUNDED =
               ACCOUNT-FEES * ACCOUNT-RATE
           RELEASE SORTED-ACCOUNT-RECORD
           ADD 1 TO RELEASED-COUNT.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Output procedure - the sorted accounts arrive grouped by  *
      * customer; break on the customer number, opening each      *
      * certificate on a fresh page.  Accounts not yet linked to  *
      * a customer all sort under zero, so each of those gets a   *
      * certificate of its own.                                   *
      *-----------------------------------------------------------*
       4000-PRINT-CERTIFICATES.
           SET SORT-NOT-EOF TO TRUE
           SET NO-CERTIFICATE-IN-PROGRESS TO TRUE
           PERFORM 4100-RETURN-SORTED-RECORD THRU 4100-EXIT
           PERFORM 4200-PRINT-ONE-ACCOUNT THRU 4200-EXIT
               UNTIL SORT-EOF
           IF CERTIFICATE-IN-PROGRESS
               PERFORM 4600-END-CERTIFICATE THRU 4600-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-RETURN-SORTED-RECORD.
           RETURN CERTIFICATE-SORT-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.
       4100-EXIT.
           EXIT.

       4200-PRINT-ONE-ACCOUNT.
           IF NO-CERTIFICATE-IN-PROGRESS
               OR SRT-CUSTOMER-NUMBER NOT = CERTIFICATE-CUSTOMER
               OR SRT-CUSTOMER-NUMBER = ZERO
               IF CERTIFICATE-IN-PROGRESS
                   PERFORM 4600-END-CERTIFICATE THRU 4600-EXIT
               END-IF
               PERFORM 4300-START-CERTIFICATE THRU 4300-EXIT
           END-IF
           PERFORM 4500-PRINT-ACCOUNT-LINE THRU 4500-EXIT
           PERFORM 4100-RETURN-SORTED-RECORD THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Start a certificate: the customer's name and address off  *
      * the customer master, falling back to the name copied onto *
      * the account when the account is not linked to a customer  *
      * or the customer cannot be found.  A certificate without   *
      * an address is still printed and extracted, but counted as *
      * an exception so the branch can chase the address.         *
      *-----------------------------------------------------------*
       4300-START-CERTIFICATE.
           MOVE SRT-CUSTOMER-NUMBER TO CERTIFICATE-CUSTOMER
           SET CERTIFICATE-IN-PROGRESS TO TRUE
           SET NO-FOREIGN-ACCOUNT-SHOWN TO TRUE
           MOVE ZERO TO CERTIFICATE-ACCOUNTS
           MOVE ZERO TO CERTIFICATE-INTEREST
           MOVE ZERO TO CERTIFICATE-FEES
           MOVE ZERO TO PAGE-COUNT
           ADD 1 TO CERTIFICATE-COUNT
           PERFORM 4350-LOOK-UP-CUSTOMER THRU 4350-EXIT
           PERFORM 4400-PRINT-PAGE-HEADING THRU 4400-EXIT
           IF ADDRESS-WAS-FOUND
               PERFORM 4470-PRINT-ADDRESS-BLOCK THRU 4470-EXIT
           ELSE
               MOVE '** NO ADDRESS ON FILE **' TO ADR-ADDRESS-TEXT
               WRITE CERTIFICATE-PRINT-LINE FROM ADDRESS-TEXT-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-COUNT
           END-IF
           WRITE CERTIFICATE-PRINT-LINE FROM PERIOD-LINE
               AFTER ADVANCING 2 LINES
           ADD 2 TO LINE-COUNT
           PERFORM 4450-PRINT-COLUMN-HEADING THRU 4450-EXIT.
       4300-EXIT.
           EXIT.

       4350-LOOK-UP-CUSTOMER.
           SET ADDRESS-WAS-NOT-FOUND TO TRUE
           MOVE SRT-ACCOUNT-NAME TO CU-CUSTOMER-NAME
           MOVE SPACES TO CU-ADDRESS-LINE-1
           MOVE SPACES TO CU-ADDRESS-LINE-2
           MOVE SPACES TO CU-ADDRESS-LINE-3
           MOVE SPACES TO CU-POST-CODE
           IF SRT-CUSTOMER-NUMBER = ZERO
               DISPLAY "Account " SRT-ACCOUNT-NUMBER " is not linked "
                   "to a customer - certificate has no address"
               GO TO 4350-NO-ADDRESS
           END-IF
           SET CU-FUNC-READ TO TRUE
           MOVE SRT-CUSTOMER-NUMBER TO CU-CUSTOMER-NUMBER
           CALL 'CustomerProgram' USING CU-PARAMETERS
           IF NOT CU-STATUS-OK
               MOVE SRT-ACCOUNT-NAME TO CU-CUSTOMER-NAME
               MOVE SPACES TO CU-ADDRESS-LINE-1
               MOVE SPACES TO CU-ADDRESS-LINE-2
               MOVE SPACES TO CU-ADDRESS-LINE-3
               MOVE SPACES TO CU-POST-CODE
               DISPLAY "Customer " SRT-CUSTOMER-NUMBER " not on the "
                   "customer master - certificate has no address"
               GO TO 4350-NO-ADDRESS
           END-IF
           IF CU-ADDRESS-LINE-1 NOT = SPACES
               SET ADDRESS-WAS-FOUND TO TRUE
               GO TO 4350-EXIT
           END-IF
           DISPLAY "Customer " SRT-CUSTOMER-NUMBER " has no mailing "
               "address on the customer master".
       4350-NO-ADDRESS.
           ADD 1 TO NO-ADDRESS-COUNT
           ADD 1 TO EXCEPTION-COUNT.
       4350-EXIT.
           EXIT.

       4400-PRINT-PAGE-HEADING.
           ADD 1 TO PAGE-COUNT
           MOVE PAGE-COUNT TO HDG-PAGE-NUMBER
           WRITE CERTIFICATE-PRINT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE
           MOVE CERTIFICATE-CUSTOMER TO CHD-CUSTOMER-NUMBER
           MOVE CU-CUSTOMER-NAME     TO CHD-CUSTOMER-NAME
           WRITE CERTIFICATE-PRINT-LINE FROM CUSTOMER-HEADING-LINE
               AFTER ADVANCING 2 LINES
           MOVE 3 TO LINE-COUNT.
       4400-EXIT.
           EXIT.

       4450-PRINT-COLUMN-HEADING.
           WRITE CERTIFICATE-PRINT-LINE FROM COLUMN-HEADING-LINE
               AFTER ADVANCING 2 LINES
           ADD 2 TO LINE-COUNT.
       4450-EXIT.
           EXIT.

       4470-PRINT-ADDRESS-BLOCK.
           MOVE CU-ADDRESS-LINE-1 TO ADR-ADDRESS-TEXT
           WRITE CERTIFICATE-PRINT-LINE FROM ADDRESS-TEXT-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO LINE-COUNT
           IF CU-ADDRESS-LINE-2 NOT = SPACES
               MOVE CU-ADDRESS-LINE-2 TO ADR-ADDRESS-TEXT
               WRITE CERTIFICATE-PRINT-LINE FROM ADDRESS-TEXT-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-COUNT
           END-IF
           IF CU-ADDRESS-LINE-3 NOT = SPACES
               MOVE CU-ADDRESS-LINE-3 TO ADR-ADDRESS-TEXT
               WRITE CERTIFICATE-PRINT-LINE FROM ADDRESS-TEXT-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-COUNT
           END-IF
           MOVE CU-POST-CODE TO ADR-ADDRESS-TEXT
           WRITE CERTIFICATE-PRINT-LINE FROM ADDRESS-TEXT-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO LINE-COUNT.
       4470-EXIT.
           EXIT.

       4500-PRINT-ACCOUNT-LINE.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 4400-PRINT-PAGE-HEADING THRU 4400-EXIT
               PERFORM 4450-PRINT-COLUMN-HEADING THRU 4450-EXIT
           END-IF
           MOVE SRT-ACCOUNT-NUMBER  TO ADL-ACCOUNT-NUMBER
           MOVE SRT-CURRENCY-CODE   TO ADL-CURRENCY-CODE
           MOVE SRT-INTEREST-AMOUNT TO ADL-INTEREST-AMOUNT
           MOVE SRT-FEE-AMOUNT      TO ADL-FEE-AMOUNT
           MOVE SRT-RATE            TO ADL-RATE
           MOVE SRT-INTEREST-BASE   TO ADL-INTEREST-BASE
           MOVE SRT-FEE-BASE        TO ADL-FEE-BASE
           WRITE CERTIFICATE-PRINT-LINE FROM ACCOUNT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO LINE-COUNT
           IF SRT-CURRENCY-CODE NOT = BASE-CURRENCY-CODE
               SET FOREIGN-ACCOUNT-SHOWN TO TRUE
           END-IF
           ADD 1                 TO CERTIFICATE-ACCOUNTS
           ADD SRT-INTEREST-BASE TO CERTIFICATE-INTEREST
           ADD SRT-FEE-BASE      TO CERTIFICATE-FEES.
       4500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Close the certificate with its base-currency totals and   *
      * write the customer's record to the extract.               *
      *-----------------------------------------------------------*
       4600-END-CERTIFICATE.
           MOVE CERTIFICATE-INTEREST TO CTL-INTEREST-BASE
           MOVE CERTIFICATE-FEES     TO CTL-FEE-BASE
           WRITE CERTIFICATE-PRINT-LINE FROM CERTIFICATE-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           ADD 2 TO LINE-COUNT
           IF FOREIGN-ACCOUNT-SHOWN
               WRITE CERTIFICATE-PRINT-LINE FROM RATE-NOTE-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO LINE-COUNT
           END-IF
           MOVE SPACES               TO TAX-EXTRACT-DETAIL
           MOVE 'CUSTMR'             TO TXD-RECORD-TYPE
           MOVE TAX-YEAR             TO TXD-TAX-YEAR
           MOVE CERTIFICATE-CUSTOMER TO TXD-CUSTOMER-NUMBER
           MOVE CU-CUSTOMER-NAME     TO TXD-CUSTOMER-NAME
           MOVE CU-ADDRESS-LINE-1    TO TXD-ADDRESS-LINE-1
           MOVE CU-ADDRESS-LINE-2    TO TXD-ADDRESS-LINE-2
           MOVE CU-ADDRESS-LINE-3    TO TXD-ADDRESS-LINE-3
           MOVE CU-POST-CODE         TO TXD-POST-CODE
           MOVE CERTIFICATE-ACCOUNTS TO TXD-ACCOUNT-COUNT
           MOVE CERTIFICATE-INTEREST TO TXD-INTEREST-PAID
           MOVE CERTIFICATE-FEES     TO TXD-FEES-CHARGED
           MOVE BASE-CURRENCY-CODE   TO TXD-CURRENCY-CODE
           WRITE TAX-EXTRACT-DETAIL
           ADD CERTIFICATE-INTEREST TO INTEREST-TOTAL
           ADD CERTIFICATE-FEES     TO FEES-TOTAL
           SET NO-CERTIFICATE-IN-PROGRESS TO TRUE.
       4600-EXIT.
           EXIT.

       5000-WRITE-TRAILER.
           MOVE SPACES            TO TAX-EXTRACT-TRAILER
           MOVE 'TRAILR'          TO TXT-RECORD-TYPE
           MOVE TAX-YEAR          TO TXT-TAX-YEAR
           MOVE CERTIFICATE-COUNT TO TXT-RECORD-COUNT
           MOVE INTEREST-TOTAL    TO TXT-INTEREST-TOTAL
           MOVE FEES-TOTAL        TO TXT-FEES-TOTAL
           WRITE TAX-EXTRACT-TRAILER.
       5000-EXIT.
           EXIT.
