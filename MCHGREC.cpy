      *****************************************************
      * MCHGREC - one applied change on the MCHGJRNL       *
      * master-change journal, written through             *
      * MasterChangeProgram whenever a maintenance         *
      * screen or the approval screen changes a master     *
      * record.  Carries the record before and after the   *
      * change (images laid out as in PENDCHG), the        *
      * operator who keyed it and the supervisor who       *
      * approved it, and is extended across runs and       *
      * reported through MasterChangeAuditReport.          *
      *                                                    *
      * Control codes:                                     *
      *   DUAL - applied on a second operator's approval   *
      *   SNGL - protective action applied at once (an     *
      *          operator deactivated, a customer added,   *
      *          a standing order cancelled, a payee       *
      *          removed, a stop payment recorded)         *
      *   SETU - operator set-up while the operator master *
      *          holds fewer than two active supervisors   *
      *   SUPV - supervisor-only action applied at once    *
      *          (holiday calendar changes)                *
      *                                                    *
      * The stamps are the machine clock, like SECJREC.    *
      *****************************************************
       01  MASTER-CHANGE-RECORD.
           05  MCH-CHANGE-DATE        PIC 9(08).
           05  MCH-CHANGE-TIME        PIC 9(08).
           05  MCH-MASTER-CODE        PIC X(04).
           05  MCH-ACTION             PIC X(07).
           05  MCH-RECORD-KEY         PIC X(20).
           05  MCH-MAKER-ID           PIC X(08).
           05  MCH-CHECKER-ID         PIC X(08).
           05  MCH-CHANGE-NUMBER      PIC 9(08).
           05  MCH-CONTROL-CODE       PIC X(04).
               88  MCH-IS-DUAL-CONTROL    VALUE 'DUAL'.
               88  MCH-IS-SINGLE-ACTION   VALUE 'SNGL'.
               88  MCH-IS-SET-UP          VALUE 'SETU'.
               88  MCH-IS-SUPERVISOR-ONLY VALUE 'SUPV'.
           05  MCH-BEFORE-IMAGE       PIC X(200).
           05  MCH-AFTER-IMAGE        PIC X(200).
