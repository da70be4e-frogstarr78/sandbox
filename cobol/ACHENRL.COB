      ******************************************************************
      *                                                                *
      *        A C H   A U T O - D E B I T   E N R O L L M E N T       *
      *                                                                *
      ******************************************************************
      *
      * Indexed ACH enrollment master.  One record per loan account
      * whose borrower has authorized us to draft the payment from a
      * bank account -- the bank's ABA routing number, the borrower's
      * account number there, whether that account is checking or
      * savings, and the day of the month to draft.  Keyed by the
      * loan account number alone; an account has one bank draft or
      * none.
      *
      * AE-DRAFT-DAY is the day of the due date's month the draft is
      * to settle on (1 through 28, so it exists in every month).  A
      * bi-weekly loan has no monthly draft day and carries zero: it
      * is drafted on the due date itself.
      *
      * The clerk maintains the file through the LNACHMNT screen
      * (add, change and cancel, with the account validated against
      * LOAN-MASTER).  LNACHORG reads it nightly to originate the
      * ACHDEBIT file for the full LNESCRW payment of every active
      * enrollment whose draft date is coming up, stamping
      * AE-LAST-DRAFT-DUE so a due date is not drafted twice.
      * LNPMTPST posts the drafts the bank settles (ACHSETL) as
      * receipts and stamps AE-LAST-SETTLED-DATE.  LNNSFRVS backs the
      * returned drafts (ACHRTRN) out, counts AE-CONSEC-RETURNS up
      * and clears AE-LAST-DRAFT-DUE so LNACHORG re-presents that due
      * date; the third return in a row suspends the enrollment.  A
      * draft for a new due date clears AE-CONSEC-RETURNS, since the
      * draft before it was not returned.
      * A cancelled enrollment is kept on file, not deleted, so the
      * authorization history survives.
      *
        01  ACH-ENROLLMENT-RECORD.
           03  AE-ACCT-NBR             PIC  9(07).
           03  AE-ROUTING-NBR          PIC  9(09).
           03  AE-BANK-ACCT-NBR        PIC  X(17).
           03  AE-BANK-ACCT-TYPE       PIC  X(01).
               88  AE-TYPE-CHECKING            VALUE "C".
               88  AE-TYPE-SAVINGS             VALUE "S".
           03  AE-DRAFT-DAY            PIC  9(02).
           03  AE-STATUS               PIC  X(01).
               88  AE-STATUS-ACTIVE            VALUE "A".
               88  AE-STATUS-SUSPENDED         VALUE "S".
               88  AE-STATUS-CANCELLED         VALUE "C".
           03  AE-CONSEC-RETURNS       PIC  9(01).
           03  AE-ENROLL-DATE          PIC  9(08).
           03  AE-LAST-DRAFT-DUE       PIC  9(08).
           03  AE-LAST-DRAFT-DATE      PIC  9(08).
           03  AE-LAST-SETTLED-DATE    PIC  9(08).
           03  AE-STATUS-DATE          PIC  9(08).
