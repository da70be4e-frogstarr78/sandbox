      * same way.  AP-STATUS comes back "00" when the journal entry
      * was written; anything else means the entry could not be
      * journaled (LNAUDIT also says so on the console).
      *
      * AP-FILE-ID names the file whose record the images hold.  It
      * starts out as LOANMAST, so a program that only ever changes
      * the master never touches it.  The LNINTCHK integrity run's
      * repairs to the satellite files (BORRXREF, ESCPAYEE and
      * COLLACT) set it to the satellite file's name and lay that
      * file's record in the images instead.
      *
      * AP-OPERATOR-ID is the sign-on ID of the operator who made
      * the change.  The online screens set it once, at sign-on
      * (see SIGNONW.COB); a batch run leaves it spaces and LNAUDIT
      * journals the entry under BATCH.  AP-APPROVER-ID is set only
      * when the change is an item released from the PENDAPRV
      * approval queue, and names the second operator who approved
      * it -- AP-OPERATOR-ID is then the operator who keyed it.
      *
        01  AUDIT-PARM-AREA.
           03  AP-ACCT-NBR             PIC  9(07).
           03  AP-STATUS               PIC  X(02).
           03  AP-BEFORE-IMAGE         PIC  X(500).
           03  AP-AFTER-IMAGE          PIC  X(500).
           03  AP-FILE-ID              PIC  X(08)  VALUE "LOANMAST".
               88  AP-FILE-MASTER              VALUE "LOANMAST".
           03  AP-OPERATOR-ID          PIC  X(08)  VALUE SPACES.
           03  AP-APPROVER-ID          PIC  X(08)  VALUE SPACES.
