      *****************************************************
      * RCPARMS - parameter block passed on every          *
      * CALL 'RunControlProgram' ... USING RC-PARAMETERS.  *
      *                                                    *
      * The report and extract jobs that have no restart   *
      * logic of their own record their run on RUNCTL      *
      * through this block, so the cutover gate can see    *
      * that they were taken.  START marks the job active  *
      * for the current business date, with the run ID     *
      * set to that date, and hands the date back in       *
      * RC-BUSINESS-DATE; FINISH marks the run for that    *
      * date complete with the counts the caller supplies. *
      * A second run on the same business day replaces     *
      * the first.                                         *
      *****************************************************
       01  RC-PARAMETERS.
           05  RC-FUNCTION            PIC X(06).
               88  RC-FUNC-START          VALUE 'START '.
               88  RC-FUNC-FINISH         VALUE 'FINISH'.
           05  RC-JOB-NAME            PIC X(08).
           05  RC-BUSINESS-DATE       PIC 9(08).
           05  RC-PROCESSED-COUNT     PIC 9(09).
           05  RC-EXCEPTION-COUNT     PIC 9(09).
           05  RC-STATUS              PIC X(02).
               88  RC-STATUS-OK           VALUE '00'.
