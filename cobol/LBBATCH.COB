      ******************************************************************
      *                                                                *
      *       L O C K B O X   B A T C H   H I S T O R Y   R E C O R D  *
      *                                                                *
      ******************************************************************
      *
      * Indexed history of the lockbox batches LNPMTPST has posted,
      * one record per batch, keyed by the bank's deposit date and
      * batch number from the batch header.  A batch is recorded here
      * only once its last receipt has been through posting, and
      * LNPMTPST looks every incoming batch up before it posts
      * anything: a batch already on file is one the bank has sent
      * again, and is rejected as a whole instead of posting every
      * receipt in it a second time.  The item count and dollar total
      * are the batch trailer's, which the detail had to foot to
      * before posting would start.  LNPMTPST creates the file on its
      * first run.
      *
        01  LOCKBOX-BATCH-RECORD.
           03  BH-BATCH-KEY.
               05  BH-DEPOSIT-DATE     PIC  9(08).
               05  BH-BATCH-NBR        PIC  9(06).
           03  BH-ITEM-COUNT           PIC  9(07).
           03  BH-DOLLAR-TOTAL         PIC  9(10)V9(02).
           03  BH-POSTED-DATE          PIC  9(08).
