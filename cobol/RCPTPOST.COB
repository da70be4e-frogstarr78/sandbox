      ******************************************************************
      *                                                                *
      *        R E C E I P T S   P O S T E D   R E C O R D             *
      *                                                                *
      ******************************************************************
      *
      * Indexed register of every receipt LNPMTPST has applied to the
      * master -- posted, held in unapplied funds, or taken as a
      * recovery -- from the lockbox or from a settled ACH draft.
      * Keyed by account number, received date and amount, the three
      * things that make one receipt look like another, so the
      * duplicate check on an incoming receipt is one keyed READ: a
      * receipt whose key is already on file is sent to PMTRJCTS as a
      * suspected duplicate instead of posting a second time.  A
      * rejected receipt never reaches this file.
      *
      * RP-BATCH-NBR and RP-DEPOSIT-DATE are the lockbox batch the
      * receipt came in on (zero batch and the settlement date for an
      * ACH draft), so the clerk working a suspected duplicate can
      * find the original.  LNPMTPST creates the file on its first
      * run.
      *
      * The rest of the record is how the receipt was applied, so
      * LNNSFRVS can back a returned receipt out exactly as it went
      * on: the scheduled payments it posted, the late fees it paid,
      * and the net change it made to the unapplied-funds holding
      * (negative when held funds made up a payment).  A recovery
      * carries zeros in all three.  LNNSFRVS stamps RP-RETURNED-DATE
      * when it backs the receipt out, so a receipt is never reversed
      * twice.
      *
        01  RECEIPT-POSTED-RECORD.
           03  RP-RECEIPT-KEY.
               05  RP-ACCT-NBR         PIC  9(07).
               05  RP-RECEIVED-DATE    PIC  9(08).
               05  RP-AMT-RECEIVED     PIC  9(08)V9(02).
           03  RP-SOURCE               PIC  X(01).
               88  RP-SOURCE-LOCKBOX           VALUE "L".
               88  RP-SOURCE-ACH               VALUE "A".
           03  RP-BATCH-NBR            PIC  9(06).
           03  RP-DEPOSIT-DATE         PIC  9(08).
           03  RP-POSTED-DATE          PIC  9(08).
           03  RP-PMTS-POSTED          PIC  9(03).
           03  RP-FEE-AMT              PIC  9(04)V9(02).
           03  RP-UNAPPLIED-AMT        PIC S9(08)V9(02).
           03  RP-RETURNED-DATE        PIC  9(08).
