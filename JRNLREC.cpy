      *****************************************************
      * JRNLREC - one back-office journal on the JRNLREG   *
      * register, keyed by journal reference.  Written by  *
      * OperationsProgram once a JOURNL journal has passed *
      * validation and before its first leg posts; every   *
      * leg on TRANLEDG/TRANHIST carries source code JRNL  *
      * and this reference.  A reference already on the    *
      * register cannot be posted again unless the journal *
      * was backed out.                                    *
      *                                                    *
      * JRG-JOURNAL-TOTAL is the debit side, which equals  *
      * the credit side of a balanced journal.             *
      *                                                    *
      * JRG-STATUS I - legs being posted; a journal left   *
      *                at I was interrupted and resumes    *
      *                when its run is restarted           *
      *            P - every leg posted                    *
      *            B - a leg was refused at posting and    *
      *                the legs already posted were        *
      *                reversed                            *
      *****************************************************
       01  JOURNAL-REGISTER-RECORD.
           05  JRG-JOURNAL-REF        PIC X(16).
           05  JRG-BUSINESS-DATE      PIC 9(08).
           05  JRG-NARRATIVE          PIC X(30).
           05  JRG-CURRENCY-CODE      PIC X(03).
           05  JRG-LEG-COUNT          PIC 9(04).
           05  JRG-LEGS-POSTED        PIC 9(04).
           05  JRG-JOURNAL-TOTAL      PIC 9(9)V99.
           05  JRG-OPERATOR-ID        PIC X(08).
           05  JRG-APPROVER-ID        PIC X(08).
           05  JRG-RUN-ID             PIC X(08).
           05  JRG-STATUS             PIC X(01).
               88  JRG-IS-IN-PROGRESS     VALUE 'I'.
               88  JRG-IS-POSTED          VALUE 'P'.
               88  JRG-IS-BACKED-OUT      VALUE 'B'.
