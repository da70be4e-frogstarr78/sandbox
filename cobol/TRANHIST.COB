      ******************************************************************
      *                                                                *
      *     T R A N S A C T I O N   H I S T O R Y   R E C O R D        *
      *                                                                *
      ******************************************************************
      *
      * One entry per monetary transaction posted to a LOAN-MASTER
      * account, written by the LNTRNHST subprogram on behalf of every
      * posting program (see TRANHW.COB for the calling convention).
      * Where the AUDITJRN journal shows which fields a run changed,
      * this file shows the money: what kind of transaction it was,
      * the business date it took effect, the amount, how the amount
      * was split across principal, interest, escrow, fees and the
      * unapplied-funds holding, and the principal and escrow
      * balances it left behind.  LNTHDRV prints an account's entries
      * in date order as its transcript.
      *
      * TH-EFF-DATE is the business date of the transaction (the date
      * the receipt was received, the item returned, the disbursement
      * paid, or the run date for a batch assessment).  TH-POST-DATE
      * and TH-POST-TIME are stamped by LNTRNHST when the entry is
      * written, so two entries on the same effective date still sort
      * in the order they posted.
      *
      * The amount fields are unsigned; the transaction type says
      * which way the money moved.  The portions are what the
      * transaction applied to (or, for a reversal, backed out of)
      * each part of the loan.  TH-UNAPPLIED-AMT is the net change the
      * transaction made to LM-UNAPPLIED-BAL, positive when funds went
      * into the holding and negative when they came out of it, so a
      * receipt foots:  amount = principal + interest + escrow + fee
      * + unapplied.  TH-PRIN-BAL is the LNBALCE principal balance and
      * TH-ESCROW-BAL the escrow balance after the transaction.
      *
      * Transaction types:
      *    RC  -  LOCKBOX RECEIPT POSTED OR HELD          (LNPMTPST)
      *    RF  -  HELD FUNDS REFUNDED AT PAYOFF           (LNPMTPST)
      *    RV  -  RETURNED ITEM REVERSED                  (LNNSFRVS)
      *    LF  -  LATE FEE ASSESSED                       (LNBATCH)
      *    ED  -  ESCROW DISBURSEMENT PAID                (LNESCDSB)
      *    MD  -  LOAN MODIFICATION POSTED                (LNMODPST)
      *    RR  -  ARM RATE RESET POSTED                   (LNRATRST)
      *    CO  -  ACCOUNT CHARGED OFF                     (LNCHGOFF)
      *    RY  -  RECOVERY RECEIVED ON CHARGED-OFF ACCT   (LNPMTPST)
      *    FW  -  LATE FEE WAIVED BY A SUPERVISOR         (LNPMTPST)
      *
      * A charged-off account no longer carries a scheduled balance,
      * so its CO entry and any later RY entries carry their whole
      * amount as principal, and TH-PRIN-BAL on them is the amount
      * charged off less the recoveries received so far.  The one
      * exception is a CO entry for an account that held unapplied
      * funds: those are applied first, so its principal portion is
      * the whole balance and the funds applied are a negative
      * unapplied portion.  A returned recovery is an RV entry shaped
      * the same way as an RY.
      *
      * The fee portion of an RC entry is the late fees the receipt
      * paid off LM-LATE-FEE-AMT, and of an RV entry the fees put back
      * owing.  An FW entry carries the fee waived as both its amount
      * and its fee portion; no money moves.
      *
        01  TRAN-HISTORY-RECORD.
           03  TH-ACCT-NBR             PIC  9(07).
           03  TH-EFF-DATE             PIC  9(08).
           03  TH-POST-DATE            PIC  9(08).
           03  TH-POST-TIME            PIC  9(08).
           03  TH-PROGRAM-ID           PIC  X(08).
           03  TH-TRAN-TYPE            PIC  X(02).
               88  TH-TYPE-RECEIPT             VALUE "RC".
               88  TH-TYPE-REFUND              VALUE "RF".
               88  TH-TYPE-REVERSAL            VALUE "RV".
               88  TH-TYPE-LATE-FEE            VALUE "LF".
               88  TH-TYPE-ESCROW-DISB         VALUE "ED".
               88  TH-TYPE-MODIFICATION        VALUE "MD".
               88  TH-TYPE-RATE-RESET          VALUE "RR".
               88  TH-TYPE-CHARGE-OFF          VALUE "CO".
               88  TH-TYPE-RECOVERY            VALUE "RY".
               88  TH-TYPE-FEE-WAIVER          VALUE "FW".
           03  TH-TRAN-AMT             PIC  9(09)V9(02).
           03  TH-PRIN-AMT             PIC  9(09)V9(02).
           03  TH-INT-AMT              PIC  9(09)V9(02).
           03  TH-ESCROW-AMT           PIC  9(09)V9(02).
           03  TH-FEE-AMT              PIC  9(09)V9(02).
           03  TH-UNAPPLIED-AMT        PIC S9(09)V9(02).
           03  TH-PRIN-BAL             PIC  9(09)V9(02).
           03  TH-ESCROW-BAL           PIC S9(09)V9(02).
           03  TH-DESCRIPTION          PIC  X(30).
