      ******************************************************************
      *                                                                *
      *   T R A N S A C T I O N   H I S T O R Y   P A R M   A R E A    *
      *                                                                *
      ******************************************************************
      *
      * Caller-to-LNTRNHST parameter area.  A program that posts money
      * to a LOAN-MASTER account loads this area with the transaction
      * type, its effective date, the amount and its split, and the
      * balances the posting left, and calls LNTRNHST immediately
      * after the successful REWRITE (and its LNAUDIT call) -- never
      * before, so a posting that failed to rewrite leaves no history
      * behind it.  LNTRNHST stamps the posting date and time itself
      * so every writer stamps them the same way.  TP-STATUS comes
      * back "00" when the entry was written; anything else means it
      * could not be (LNTRNHST also says so on the console).
      *
      * See TRANHIST.COB for the transaction types and how the amount
      * fields foot.  Every amount field must be loaded on every call
      * -- a caller that posts no interest moves ZERO to TP-INT-AMT
      * rather than leaving the last call's figure behind.
      *
        01  TRAN-HIST-PARM-AREA.
           03  TP-ACCT-NBR             PIC  9(07).
           03  TP-EFF-DATE             PIC  9(08).
           03  TP-PROGRAM-ID           PIC  X(08).
           03  TP-TRAN-TYPE            PIC  X(02).
               88  TP-TYPE-RECEIPT             VALUE "RC".
               88  TP-TYPE-REFUND              VALUE "RF".
               88  TP-TYPE-REVERSAL            VALUE "RV".
               88  TP-TYPE-LATE-FEE            VALUE "LF".
               88  TP-TYPE-ESCROW-DISB         VALUE "ED".
               88  TP-TYPE-MODIFICATION        VALUE "MD".
               88  TP-TYPE-RATE-RESET          VALUE "RR".
               88  TP-TYPE-CHARGE-OFF          VALUE "CO".
               88  TP-TYPE-RECOVERY            VALUE "RY".
               88  TP-TYPE-FEE-WAIVER          VALUE "FW".
           03  TP-TRAN-AMT             PIC  9(09)V9(02).
           03  TP-PRIN-AMT             PIC  9(09)V9(02).
           03  TP-INT-AMT              PIC  9(09)V9(02).
           03  TP-ESCROW-AMT           PIC  9(09)V9(02).
           03  TP-FEE-AMT              PIC  9(09)V9(02).
           03  TP-UNAPPLIED-AMT        PIC S9(09)V9(02).
           03  TP-PRIN-BAL             PIC  9(09)V9(02).
           03  TP-ESCROW-BAL           PIC S9(09)V9(02).
           03  TP-DESCRIPTION          PIC  X(30).
           03  TP-STATUS               PIC  X(02).
