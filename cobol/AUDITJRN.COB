      * length so a record-layout change does not silently truncate
      * the journal.  For an add the before image is spaces; for a
      * delete the after image is spaces.
      *
      * AJ-FILE-ID names the file the images belong to -- LOANMAST
      * for the master, or the satellite file an LNINTCHK repair
      * changed.  Entries journaled before the field was added read
      * back as spaces, and those are all master entries.
      *
      * AJ-OPERATOR-ID is the signed-on operator who made the change,
      * or BATCH for a batch run; AJ-APPROVER-ID is the second
      * operator who released it from the approval queue, spaces for
      * a change that needed no approval.  Both read back as spaces
      * on entries journaled before the fields were added.
      *
        01  AUDIT-JOURNAL-RECORD.
           03  AJ-ACCT-NBR             PIC  9(07).
               88  AJ-ACTION-DELETE            VALUE "D".
           03  AJ-BEFORE-IMAGE         PIC  X(500).
           03  AJ-AFTER-IMAGE          PIC  X(500).
           03  AJ-FILE-ID              PIC  X(08).
               88  AJ-FILE-MASTER              VALUE "LOANMAST" SPACES.
           03  AJ-OPERATOR-ID          PIC  X(08).
           03  AJ-APPROVER-ID          PIC  X(08).
