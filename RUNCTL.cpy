      * run resumes at the next record instead of posting  *
      * the whole file again; a run already marked         *
      * complete is refused outright.                      *
      *                                                    *
      * Every job the cutover gate checks also stamps the  *
      * business date it ran for, when it started and its  *
      * processed and exception counts, so the job-stream  *
      * status report can show what ran, when and with     *
      * what counts.  A rerun that resumes an interrupted  *
      * run adds its counts to those already held.         *
      * Records written in the old 42-byte layout, before  *
      * these fields existed, must be converted with the   *
      * one-off BatchControlConvert job (bctlconv) before  *
      * any program opens the file; it leaves them zero,   *
      * so they belong to no business day the gate will    *
      * ask about.                                         *
      *****************************************************
       01  RUN-CONTROL-RECORD.
           05  RUN-CONTROL-KEY.
           05  RUN-LAST-RECORD-DONE   PIC 9(09).
           05  RUN-LAST-UPDATE-DATE   PIC 9(08).
           05  RUN-LAST-UPDATE-TIME   PIC 9(08).
           05  RUN-BUSINESS-DATE      PIC 9(08).
           05  RUN-STARTED-DATE       PIC 9(08).
           05  RUN-STARTED-TIME       PIC 9(08).
           05  RUN-PROCESSED-COUNT    PIC 9(09).
           05  RUN-EXCEPTION-COUNT    PIC 9(09).
