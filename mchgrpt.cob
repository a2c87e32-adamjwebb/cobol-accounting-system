       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterChangeAuditReport.

      *-----------------------------------------------------------*
      * Master-change audit report.  Reads the MCHGJRNL journal   *
      * written through MasterChangeProgram, sorts it into        *
      * master / date / time order and prints every change        *
      * applied to the account, operator, customer, exchange-     *
      * rate, standing-order, holiday-calendar, beneficiary and   *
      * stop-payment masters, grouped by master - who keyed it,   *
      * who approved it, and the record before and after -        *
      * followed by a summary totalled by control code, so audit  *
      * can see at a glance how much was changed outside dual     *
      * control.                                                  *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-CHANGE-JOURNAL ASSIGN TO "MCHGJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT CHANGE-REPORT-FILE ASSIGN TO "MCHGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT CHANGE-SORT-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-CHANGE-JOURNAL.
       COPY MCHGREC.

       FD  CHANGE-REPORT-FILE.
       01  CHANGE-REPORT-LINE         PIC X(132).

       SD  CHANGE-SORT-FILE.
       COPY MCHGREC
           REPLACING
               ==MASTER-CHANGE-RECORD== BY ==SORTED-CHANGE-RECORD==
               ==MCH-CHANGE-DATE==      BY ==SRT-CHANGE-DATE==
               ==MCH-CHANGE-TIME==      BY ==SRT-CHANGE-TIME==
               ==MCH-MASTER-CODE==      BY ==SRT-MASTER-CODE==
               ==MCH-ACTION==           BY ==SRT-ACTION==
               ==MCH-RECORD-KEY==       BY ==SRT-RECORD-KEY==
               ==MCH-MAKER-ID==         BY ==SRT-MAKER-ID==
               ==MCH-CHECKER-ID==       BY ==SRT-CHECKER-ID==
               ==MCH-CHANGE-NUMBER==    BY ==SRT-CHANGE-NUMBER==
               ==MCH-CONTROL-CODE==     BY ==SRT-CONTROL-CODE==
               ==MCH-IS-DUAL-CONTROL==  BY ==SRT-IS-DUAL-CONTROL==
               ==MCH-IS-SINGLE-ACTION== BY ==SRT-IS-SINGLE-ACTION==
               ==MCH-IS-SET-UP==        BY ==SRT-IS-SET-UP==
               ==MCH-IS-SUPERVISOR-ONLY==
                                        BY ==SRT-IS-SUPERVISOR-ONLY==
               ==MCH-BEFORE-IMAGE==     BY ==SRT-BEFORE-IMAGE==
               ==MCH-AFTER-IMAGE==      BY ==SRT-AFTER-IMAGE==.

       WORKING-STORAGE SECTION.
       01  JOURNAL-FILE-STATUS        PIC X(02).
           88  JOURNAL-FILE-OK            VALUE '00'.

       01  REPORT-FILE-STATUS         PIC X(02).
           88  REPORT-FILE-OK             VALUE '00'.

       01  JOURNAL-EOF-SWITCH         PIC X(01).
           88  JOURNAL-EOF                 VALUE 'Y'.
           88  JOURNAL-NOT-EOF              VALUE 'N'.

       01  SORT-EOF-SWITCH            PIC X(01).
           88  SORT-EOF                    VALUE 'Y'.
           88  SORT-NOT-EOF                 VALUE 'N'.

       01  MASTER-OPEN-SWITCH         PIC X(01)     VALUE 'N'.
           88  MASTER-IN-PROGRESS          VALUE 'Y'.
           88  NO-MASTER-IN-PROGRESS       VALUE 'N'.

       77  REPORT-MASTER-CODE         PIC X(04)     VALUE SPACES.
       77  JOURNAL-CHANGE-COUNT       PIC 9(09)     VALUE ZERO.
       77  MASTER-CHANGE-COUNT        PIC 9(05)     VALUE ZERO.
       77  MASTER-UNCHECKED-COUNT     PIC 9(05)     VALUE ZERO.
       77  CONTROL-TABLE-COUNT        PIC 9(02)     VALUE ZERO.
       77  TABLE-PRINT-INDEX          PIC 9(02)     COMP.
       77  SHOWN-IMAGE                PIC X(200).
       77  IMAGE-TEXT                 PIC X(118).
       77  EDITED-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
       77  EDITED-RANGE-FROM          PIC ZZZ,ZZZ,ZZ9.99.
       77  EDITED-RANGE-TO            PIC ZZZ,ZZZ,ZZ9.99.
       77  EDITED-RATE                PIC ZZZ9.999999.

       01  FOUND-ENTRY-SWITCH         PIC X(01).
           88  ENTRY-WAS-FOUND             VALUE 'Y'.
           88  ENTRY-WAS-NOT-FOUND          VALUE 'N'.

       01  CONTROL-SUMMARY-TABLE.
           05  CONTROL-SUMMARY-ENTRY OCCURS 10 TIMES
                   INDEXED BY CONTROL-IDX.
               10  CTL-CONTROL-CODE    PIC X(04).
               10  CTL-CHANGE-COUNT    PIC 9(09).

       01  REPORT-HEADING-LINE.
           05  FILLER                 PIC X(32)
                   VALUE 'MASTER CHANGE AUDIT REPORT      '.
           05  FILLER                 PIC X(100)    VALUE SPACES.

       01  MASTER-HEADING-LINE.
           05  FILLER                 PIC X(07)     VALUE 'MASTER '.
           05  MHD-MASTER-CODE        PIC X(04).
           05  FILLER                 PIC X(03)     VALUE ' - '.
           05  MHD-MASTER-NAME        PIC X(20).
           05  FILLER                 PIC X(98)     VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER                 PIC X(10)     VALUE 'DATE    '.
           05  FILLER                 PIC X(10)     VALUE 'TIME    '.
           05  FILLER                 PIC X(09)     VALUE 'ACTION'.
           05  FILLER                 PIC X(22)     VALUE 'RECORD'.
           05  FILLER                 PIC X(10)     VALUE 'MAKER'.
           05  FILLER                 PIC X(10)     VALUE 'CHECKER'.
           05  FILLER                 PIC X(06)     VALUE 'CTRL'.
           05  FILLER                 PIC X(08)     VALUE 'CHANGE'.
           05  FILLER                 PIC X(47)     VALUE SPACES.

       01  DETAIL-LINE.
           05  DTL-CHANGE-DATE        PIC 9(08).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  DTL-CHANGE-TIME        PIC 9(08).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  DTL-ACTION             PIC X(07).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  DTL-RECORD-KEY         PIC X(20).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  DTL-MAKER-ID           PIC X(08).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  DTL-CHECKER-ID         PIC X(08).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  DTL-CONTROL-CODE       PIC X(04).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  DTL-CHANGE-NUMBER      PIC Z(07)9.
           05  FILLER                 PIC X(47)     VALUE SPACES.

       01  IMAGE-LINE.
           05  FILLER                 PIC X(06)     VALUE SPACES.
           05  IML-IMAGE-LABEL        PIC X(08).
           05  IML-IMAGE-TEXT         PIC X(118).

       01  MASTER-TOTAL-LINE.
           05  FILLER                 PIC X(12)
                   VALUE '  CHANGES   '.
           05  MTL-CHANGE-COUNT       PIC ZZZZ9.
           05  FILLER                 PIC X(20)
                   VALUE '  WITHOUT CHECKER   '.
           05  MTL-UNCHECKED-COUNT    PIC ZZZZ9.
           05  FILLER                 PIC X(90)     VALUE SPACES.

       01  CONTROL-TOTAL-LINE.
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  CTT-CONTROL-CODE       PIC X(04).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  CTT-CHANGE-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(113)    VALUE SPACES.

       01  SECTION-HEADING-LINE.
           05  SEC-HEADING-TEXT       PIC X(40).
           05  FILLER                 PIC X(92)     VALUE SPACES.

       COPY DPPARMS.

       COPY OPPARMS.

       COPY CUPARMS.

       COPY CRPARMS.

       COPY STORDREC.

       COPY HOLREC.

       COPY BENEREC.

       COPY STOPREC.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           SORT CHANGE-SORT-FILE
               ON ASCENDING KEY SRT-MASTER-CODE
                                SRT-CHANGE-DATE
                                SRT-CHANGE-TIME
               INPUT PROCEDURE IS 2000-RELEASE-JOURNAL
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-PRINT-BY-MASTER
                   THRU 3000-EXIT
           PERFORM 4000-PRINT-CONTROL-SUMMARY THRU 4000-EXIT
           CLOSE CHANGE-REPORT-FILE
           DISPLAY "Master change audit report complete: "
               JOURNAL-CHANGE-COUNT " change(s) reported"
           GOBACK.

       1000-INITIALIZE.
           INITIALIZE CONTROL-SUMMARY-TABLE
           OPEN OUTPUT CHANGE-REPORT-FILE
           WRITE CHANGE-REPORT-LINE FROM REPORT-HEADING-LINE
               AFTER ADVANCING PAGE.
       1000-EXIT.
           EXIT.

       2000-RELEASE-JOURNAL.
           SET JOURNAL-NOT-EOF TO TRUE
           OPEN INPUT MASTER-CHANGE-JOURNAL
           IF NOT JOURNAL-FILE-OK
               DISPLAY "No master change journal found - nothing to "
                   "report"
               SET JOURNAL-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-JOURNAL-RECORD THRU 2100-EXIT
               PERFORM 2200-RELEASE-ONE-RECORD THRU 2200-EXIT
                   UNTIL JOURNAL-EOF
               CLOSE MASTER-CHANGE-JOURNAL
           END-IF.
       2000-EXIT.
           EXIT.

       2100-READ-JOURNAL-RECORD.
           READ MASTER-CHANGE-JOURNAL
               AT END
                   SET JOURNAL-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-RELEASE-ONE-RECORD.
           RELEASE SORTED-CHANGE-RECORD
               FROM MASTER-CHANGE-RECORD
           PERFORM 2100-READ-JOURNAL-RECORD THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Output procedure - the sorted changes arrive grouped by   *
      * master; break on the master code, closing each group      *
      * with its change count and how many of those went through  *
      * without a checker, and tally every change into the        *
      * control-code summary table on the way through.            *
      *-----------------------------------------------------------*
       3000-PRINT-BY-MASTER.
           SET SORT-NOT-EOF TO TRUE
           SET NO-MASTER-IN-PROGRESS TO TRUE
           PERFORM 3100-RETURN-SORTED-RECORD THRU 3100-EXIT
           PERFORM 3200-PRINT-ONE-CHANGE THRU 3200-EXIT
               UNTIL SORT-EOF
           IF MASTER-IN-PROGRESS
               PERFORM 3600-END-MASTER THRU 3600-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-RETURN-SORTED-RECORD.
           RETURN CHANGE-SORT-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.

       3200-PRINT-ONE-CHANGE.
           IF NO-MASTER-IN-PROGRESS
               OR SRT-MASTER-CODE NOT = REPORT-MASTER-CODE
               IF MASTER-IN-PROGRESS
                   PERFORM 3600-END-MASTER THRU 3600-EXIT
               END-IF
               PERFORM 3300-START-MASTER THRU 3300-EXIT
           END-IF
           MOVE SRT-CHANGE-DATE   TO DTL-CHANGE-DATE
           MOVE SRT-CHANGE-TIME   TO DTL-CHANGE-TIME
           MOVE SRT-ACTION        TO DTL-ACTION
           MOVE SRT-RECORD-KEY    TO DTL-RECORD-KEY
           MOVE SRT-MAKER-ID      TO DTL-MAKER-ID
           MOVE SRT-CHECKER-ID    TO DTL-CHECKER-ID
           MOVE SRT-CONTROL-CODE  TO DTL-CONTROL-CODE
           MOVE SRT-CHANGE-NUMBER TO DTL-CHANGE-NUMBER
           WRITE CHANGE-REPORT-LINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'BEFORE'          TO IML-IMAGE-LABEL
           MOVE SRT-BEFORE-IMAGE  TO SHOWN-IMAGE
           PERFORM 3500-PRINT-ONE-IMAGE THRU 3500-EXIT
           MOVE 'AFTER'           TO IML-IMAGE-LABEL
           MOVE SRT-AFTER-IMAGE   TO SHOWN-IMAGE
           PERFORM 3500-PRINT-ONE-IMAGE THRU 3500-EXIT
           ADD 1 TO JOURNAL-CHANGE-COUNT
           ADD 1 TO MASTER-CHANGE-COUNT
           IF SRT-CHECKER-ID = SPACES
               ADD 1 TO MASTER-UNCHECKED-COUNT
           END-IF
           PERFORM 3400-TALLY-CONTROL THRU 3400-EXIT
           PERFORM 3100-RETURN-SORTED-RECORD THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

       3300-START-MASTER.
           MOVE SRT-MASTER-CODE TO REPORT-MASTER-CODE
           SET MASTER-IN-PROGRESS TO TRUE
           MOVE ZERO TO MASTER-CHANGE-COUNT
           MOVE ZERO TO MASTER-UNCHECKED-COUNT
           MOVE SPACES TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE REPORT-MASTER-CODE TO MHD-MASTER-CODE
           EVALUATE REPORT-MASTER-CODE
               WHEN 'ACCT'
                   MOVE 'ACCOUNTS'         TO MHD-MASTER-NAME
               WHEN 'OPER'
                   MOVE 'OPERATORS'        TO MHD-MASTER-NAME
               WHEN 'CUST'
                   MOVE 'CUSTOMERS'        TO MHD-MASTER-NAME
               WHEN 'RATE'
                   MOVE 'EXCHANGE RATES'   TO MHD-MASTER-NAME
               WHEN 'SORD'
                   MOVE 'STANDING ORDERS'  TO MHD-MASTER-NAME
               WHEN 'HOLS'
                   MOVE 'HOLIDAY CALENDAR' TO MHD-MASTER-NAME
               WHEN 'BENE'
                   MOVE 'BENEFICIARIES'    TO MHD-MASTER-NAME
               WHEN 'STOP'
                   MOVE 'STOP PAYMENTS'    TO MHD-MASTER-NAME
               WHEN OTHER
                   MOVE SPACES             TO MHD-MASTER-NAME
           END-EVALUATE
           WRITE CHANGE-REPORT-LINE FROM MASTER-HEADING-LINE
               AFTER ADVANCING 1 LINE
           WRITE CHANGE-REPORT-LINE FROM COLUMN-HEADING-LINE
               AFTER ADVANCING 1 LINE.
       3300-EXIT.
           EXIT.

       3400-TALLY-CONTROL.
           SET ENTRY-WAS-NOT-FOUND TO TRUE
           SET CONTROL-IDX TO 1
           SEARCH CONTROL-SUMMARY-ENTRY
               AT END
                   SET ENTRY-WAS-NOT-FOUND TO TRUE
               WHEN CTL-CONTROL-CODE (CONTROL-IDX) = SRT-CONTROL-CODE
                   SET ENTRY-WAS-FOUND TO TRUE
           END-SEARCH
           IF ENTRY-WAS-NOT-FOUND
               IF CONTROL-TABLE-COUNT >= 10
                   GO TO 3400-EXIT
               END-IF
               ADD 1 TO CONTROL-TABLE-COUNT
               SET CONTROL-IDX TO CONTROL-TABLE-COUNT
               MOVE SRT-CONTROL-CODE
                   TO CTL-CONTROL-CODE (CONTROL-IDX)
               MOVE ZERO TO CTL-CHANGE-COUNT (CONTROL-IDX)
           END-IF
           ADD 1 TO CTL-CHANGE-COUNT (CONTROL-IDX).
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Lay one image out through its master's own parameter      *
      * block (the order record for a standing order) and print   *
      * the fields that maintenance can change.  A record that    *
      * did not exist was captured with its fields cleared.       *
      *-----------------------------------------------------------*
       3500-PRINT-ONE-IMAGE.
           MOVE SPACES TO IMAGE-TEXT
           EVALUATE SRT-MASTER-CODE
               WHEN 'ACCT'
                   MOVE SHOWN-IMAGE TO DP-PARAMETERS
                   IF DP-ACCOUNT-STATUS = SPACES
                       MOVE '(NO RECORD)' TO IMAGE-TEXT
                   ELSE
                       MOVE DP-OVERDRAFT-LIMIT TO EDITED-AMOUNT
                       STRING DP-CUSTOMER-NAME  DELIMITED BY SIZE
                              ' STATUS '        DELIMITED BY SIZE
                              DP-ACCOUNT-STATUS DELIMITED BY SIZE
                              ' CUST '          DELIMITED BY SIZE
                              DP-CUSTOMER-NUMBER DELIMITED BY SIZE
                              ' '               DELIMITED BY SIZE
                              DP-CURRENCY-CODE  DELIMITED BY SIZE
                              ' OPENED '        DELIMITED BY SIZE
                              DP-OPENED-DATE    DELIMITED BY SIZE
                              ' CLOSED '        DELIMITED BY SIZE
                              DP-CLOSED-DATE    DELIMITED BY SIZE
                              ' LIMIT '         DELIMITED BY SIZE
                              EDITED-AMOUNT     DELIMITED BY SIZE
                           INTO IMAGE-TEXT
                       END-STRING
                   END-IF
               WHEN 'OPER'
                   MOVE SHOWN-IMAGE TO OP-PARAMETERS
                   IF OP-ROLE = SPACES
                       MOVE '(NO RECORD)' TO IMAGE-TEXT
                   ELSE
                       MOVE OP-POSTING-LIMIT TO EDITED-AMOUNT
                       STRING OP-OPERATOR-NAME  DELIMITED BY SIZE
                              ' ROLE '          DELIMITED BY SIZE
                              OP-ROLE           DELIMITED BY SIZE
                              ' ACTIVE '        DELIMITED BY SIZE
                              OP-ACTIVE-FLAG    DELIMITED BY SIZE
                              ' LIMIT '         DELIMITED BY SIZE
                              EDITED-AMOUNT     DELIMITED BY SIZE
                           INTO IMAGE-TEXT
                       END-STRING
                   END-IF
               WHEN 'CUST'
                   MOVE SHOWN-IMAGE TO CU-PARAMETERS
                   IF CU-CUSTOMER-NAME = SPACES
                       MOVE '(NO RECORD)' TO IMAGE-TEXT
                   ELSE
                       STRING CU-CUSTOMER-NAME  DELIMITED BY SIZE
                              ' '               DELIMITED BY SIZE
                              CU-ADDRESS-LINE-1 DELIMITED BY SIZE
                              ' '               DELIMITED BY SIZE
                              CU-POST-CODE      DELIMITED BY SIZE
                              ' '               DELIMITED BY SIZE
                              CU-PHONE-NUMBER   DELIMITED BY SIZE
                           INTO IMAGE-TEXT
                       END-STRING
                   END-IF
               WHEN 'RATE'
                   MOVE SHOWN-IMAGE TO CR-PARAMETERS
                   IF CR-RATE = ZERO
                       MOVE '(NO RATE)' TO IMAGE-TEXT
                   ELSE
                       MOVE CR-RATE TO EDITED-RATE
                       STRING CR-FROM-CURRENCY  DELIMITED BY SIZE
                              '/'               DELIMITED BY SIZE
                              CR-TO-CURRENCY    DELIMITED BY SIZE
                              ' RATE '          DELIMITED BY SIZE
                              EDITED-RATE       DELIMITED BY SIZE
                              ' EFFECTIVE '     DELIMITED BY SIZE
                              CR-EFFECTIVE-DATE DELIMITED BY SIZE
                           INTO IMAGE-TEXT
                       END-STRING
                   END-IF
               WHEN 'SORD'
                   IF SHOWN-IMAGE = SPACES
                       MOVE '(NO RECORD)' TO IMAGE-TEXT
                   ELSE
                       MOVE SHOWN-IMAGE TO STANDING-ORDER-RECORD
                       MOVE SO-AMOUNT TO EDITED-AMOUNT
                       STRING SO-SOURCE-ACCOUNT DELIMITED BY SIZE
                              ' TO '            DELIMITED BY SIZE
                              SO-DEST-ACCOUNT   DELIMITED BY SIZE
                              ' '               DELIMITED BY SIZE
                              EDITED-AMOUNT     DELIMITED BY SIZE
                              ' FREQ '          DELIMITED BY SIZE
                              SO-FREQUENCY      DELIMITED BY SIZE
                              ' NEXT '          DELIMITED BY SIZE
                              SO-NEXT-DUE-DATE  DELIMITED BY SIZE
                              ' EXPIRES '       DELIMITED BY SIZE
                              SO-EXPIRY-DATE    DELIMITED BY SIZE
                              ' STATUS '        DELIMITED BY SIZE
                              SO-STATUS         DELIMITED BY SIZE
                              ' RULE '          DELIMITED BY SIZE
                              SO-NON-WORKING-RULE
                                                DELIMITED BY SIZE
                           INTO IMAGE-TEXT
                       END-STRING
                   END-IF
               WHEN 'HOLS'
                   IF SHOWN-IMAGE = SPACES
                       MOVE '(NO HOLIDAY)' TO IMAGE-TEXT
                   ELSE
                       MOVE SHOWN-IMAGE TO HOLIDAY-RECORD
                       STRING HOL-HOLIDAY-DATE  DELIMITED BY SIZE
                              ' '               DELIMITED BY SIZE
                              HOL-DESCRIPTION   DELIMITED BY SIZE
                              ' ADDED BY '      DELIMITED BY SIZE
                              HOL-ADDED-BY      DELIMITED BY SIZE
                           INTO IMAGE-TEXT
                       END-STRING
                   END-IF
               WHEN 'BENE'
                   IF SHOWN-IMAGE = SPACES
                       MOVE '(NO RECORD)' TO IMAGE-TEXT
                   ELSE
                       MOVE SHOWN-IMAGE TO BENEFICIARY-RECORD
                       STRING BEN-CUSTOMER-NUMBER DELIMITED BY SIZE
                              '/'               DELIMITED BY SIZE
                              BEN-BENEFICIARY-SEQ DELIMITED BY SIZE
                              ' '               DELIMITED BY SIZE
                              BEN-BANK-ID       DELIMITED BY SIZE
                              ' '               DELIMITED BY SIZE
                              BEN-ACCOUNT-ID    DELIMITED BY SIZE
                              ' '               DELIMITED BY SIZE
                              BEN-PAYEE-NAME    DELIMITED BY SIZE
                              ' STATUS '        DELIMITED BY SIZE
                              BEN-STATUS        DELIMITED BY SIZE
                           INTO IMAGE-TEXT
                       END-STRING
                   END-IF
               WHEN 'STOP'
                   IF SHOWN-IMAGE = SPACES
                       MOVE '(NO RECORD)' TO IMAGE-TEXT
                   ELSE
                       MOVE SHOWN-IMAGE TO STOP-PAYMENT-RECORD
                       MOVE STP-AMOUNT-FROM TO EDITED-RANGE-FROM
                       MOVE STP-AMOUNT-TO   TO EDITED-RANGE-TO
                       STRING STP-ACCOUNT-NUMBER DELIMITED BY SIZE
                              '/'               DELIMITED BY SIZE
                              STP-STOP-SEQ      DELIMITED BY SIZE
                              ' REF '           DELIMITED BY SIZE
                              STP-ITEM-REFERENCE DELIMITED BY SIZE
                              ' '               DELIMITED BY SIZE
                              EDITED-RANGE-FROM DELIMITED BY SIZE
                              ' TO '            DELIMITED BY SIZE
                              EDITED-RANGE-TO   DELIMITED BY SIZE
                              ' BANK '          DELIMITED BY SIZE
                              STP-PAYEE-BANK    DELIMITED BY SIZE
                              ' EXPIRES '       DELIMITED BY SIZE
                              STP-EXPIRY-DATE   DELIMITED BY SIZE
                              ' STATUS '        DELIMITED BY SIZE
                              STP-STATUS        DELIMITED BY SIZE
                           INTO IMAGE-TEXT
                       END-STRING
                   END-IF
               WHEN OTHER
                   MOVE SHOWN-IMAGE TO IMAGE-TEXT
           END-EVALUATE
           MOVE IMAGE-TEXT TO IML-IMAGE-TEXT
           WRITE CHANGE-REPORT-LINE FROM IMAGE-LINE
               AFTER ADVANCING 1 LINE.
       3500-EXIT.
           EXIT.

       3600-END-MASTER.
           MOVE MASTER-CHANGE-COUNT    TO MTL-CHANGE-COUNT
           MOVE MASTER-UNCHECKED-COUNT TO MTL-UNCHECKED-COUNT
           WRITE CHANGE-REPORT-LINE FROM MASTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           SET NO-MASTER-IN-PROGRESS TO TRUE.
       3600-EXIT.
           EXIT.

       4000-PRINT-CONTROL-SUMMARY.
           MOVE SPACES TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE 'TOTALS BY CONTROL CODE' TO SEC-HEADING-TEXT
           WRITE CHANGE-REPORT-LINE FROM SECTION-HEADING-LINE
               AFTER ADVANCING 1 LINE
           IF CONTROL-TABLE-COUNT = ZERO
               MOVE '  (NONE)' TO CHANGE-REPORT-LINE
               WRITE CHANGE-REPORT-LINE AFTER ADVANCING 1 LINE
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-PRINT-ONE-CONTROL THRU 4100-EXIT
               VARYING TABLE-PRINT-INDEX FROM 1 BY 1
               UNTIL TABLE-PRINT-INDEX > CONTROL-TABLE-COUNT.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-CONTROL.
           MOVE CTL-CONTROL-CODE (TABLE-PRINT-INDEX)
               TO CTT-CONTROL-CODE
           MOVE CTL-CHANGE-COUNT (TABLE-PRINT-INDEX)
               TO CTT-CHANGE-COUNT
           WRITE CHANGE-REPORT-LINE FROM CONTROL-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
       4100-EXIT.
           EXIT.
