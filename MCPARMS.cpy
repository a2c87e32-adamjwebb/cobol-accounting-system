      *****************************************************
      * MCPARMS - parameter block passed on every          *
      * CALL 'MasterChangeProgram' ... USING               *
      * MC-PARAMETERS.                                     *
      *                                                    *
      * QUEUE puts a change on the PENDCHG pending-change  *
      * queue for a second operator's approval and         *
      * returns the number it was given in                 *
      * MC-CHANGE-NUMBER.  JRNL writes an applied change   *
      * to the MCHGJRNL master-change journal; the caller  *
      * supplies the checker (spaces if none), the         *
      * pending change number (zero if none) and the       *
      * control code.  Images are the master's parameter   *
      * block as read, and as it is to be written.         *
      *****************************************************
       01  MC-PARAMETERS.
           05  MC-FUNCTION            PIC X(06).
               88  MC-FUNC-QUEUE          VALUE 'QUEUE '.
               88  MC-FUNC-JOURNAL        VALUE 'JRNL  '.
           05  MC-MASTER-CODE         PIC X(04).
           05  MC-ACTION              PIC X(07).
           05  MC-RECORD-KEY          PIC X(20).
           05  MC-MAKER-ID            PIC X(08).
           05  MC-CHECKER-ID          PIC X(08).
           05  MC-CHANGE-NUMBER       PIC 9(08).
           05  MC-CONTROL-CODE        PIC X(04).
           05  MC-BEFORE-IMAGE        PIC X(200).
           05  MC-AFTER-IMAGE         PIC X(200).
           05  MC-STATUS              PIC X(02).
               88  MC-STATUS-OK           VALUE '00'.
