      ******************************************************************
      *                                                                *
      *        P E N D I N G   A P P R O V A L   R E C O R D           *
      *                                                                *
      ******************************************************************
      *
      * Indexed pending-approval queue.  Items that need a second
      * operator's approval wait here unposted:
      *
      *    M  -  A LOAN MODIFICATION (DEFERRAL, TERM EXTENSION OR
      *          RATE CONCESSION).  LNMODPST QUEUES EVERY
      *          TRANSACTION THAT PASSES ITS EDITS, AND POSTS IT ON
      *          A LATER RUN ONCE IT HAS BEEN APPROVED.  THE IMAGE IS
      *          THE LOANMODS TRANSACTION AS KEYED.
      *    L  -  A NEW LOAN ABOVE THE LNENTRY APPROVAL LIMIT.  THE
      *          IMAGE IS THE FINISHED LOAN-MASTER RECORD, WRITTEN
      *          TO THE MASTER BY THE LNAPRMNT APPROVAL SCREEN AT
      *          THE MOMENT IT IS APPROVED.
      *
      * The key is the item type, the account, and the date and time
      * the item was keyed, so an account's items read back oldest
      * first.  PA-KEYED-BY is the signed-on operator who keyed the
      * item.  An operator with approval authority approves or
      * declines it on LNAPRMNT, but never an item that operator
      * keyed.  The decision, who made it and when, and for a
      * decline the reason, stay on the record; the LNAPRRPT daily
      * report lists the items pending, approved and declined.
      *
      * PA-POST-STATUS is spaces until an approved item has been
      * applied: P when it posted to the master, R when the posting
      * program found it could no longer post (the account paid off
      * or changed since it was keyed) and rejected it instead.
      *
      * PA-BORROWER-NAME, PA-LOAN-AMT, PA-INT-RATE and PA-NBR-PMTS
      * summarize the item for the screen and the report: for a new
      * loan, its own terms; for a modification, the account's
      * borrower and loan amount with the granted rate (concession)
      * or payment count (deferral or extension).
      *
        01  PENDING-APPROVAL-RECORD.
           03  PA-QUEUE-KEY.
               05  PA-ITEM-TYPE        PIC  X(01).
                   88  PA-ITEM-MODIFICATION    VALUE "M".
                   88  PA-ITEM-NEW-LOAN        VALUE "L".
               05  PA-ACCT-NBR         PIC  9(07).
               05  PA-KEYED-DATE       PIC  9(08).
               05  PA-KEYED-TIME       PIC  9(08).
           03  PA-PROGRAM-ID           PIC  X(08).
           03  PA-KEYED-BY             PIC  X(08).
           03  PA-BORROWER-NAME        PIC  X(30).
           03  PA-LOAN-AMT             PIC  9(08)V9(02).
           03  PA-INT-RATE             PIC  9(02)V9(02).
           03  PA-NBR-PMTS             PIC  9(03).
           03  PA-DECISION             PIC  X(01).
               88  PA-PENDING                  VALUE "P".
               88  PA-APPROVED                 VALUE "A".
               88  PA-DECLINED                 VALUE "D".
           03  PA-DECIDED-BY           PIC  X(08).
           03  PA-DECISION-DATE        PIC  9(08).
           03  PA-DECISION-TIME        PIC  9(08).
           03  PA-DECLINE-REASON       PIC  X(30).
           03  PA-POST-STATUS          PIC  X(01).
               88  PA-NOT-POSTED               VALUE SPACE.
               88  PA-POSTED                   VALUE "P".
               88  PA-POST-REJECTED            VALUE "R".
           03  PA-POSTED-DATE          PIC  9(08).
           03  PA-ITEM-IMAGE           PIC  X(500).
           03  PA-MOD-IMAGE REDEFINES PA-ITEM-IMAGE.
               05  PA-MOD-ACCT-NBR     PIC  9(07).
               05  FILLER              PIC  X(02).
               05  PA-MOD-TYPE         PIC  X(01).
                   88  PA-MOD-DEFERRAL         VALUE "D".
                   88  PA-MOD-EXTENSION        VALUE "T".
                   88  PA-MOD-CONCESSION       VALUE "R".
               05  FILLER              PIC  X(02).
               05  PA-MOD-EFF-DATE     PIC  9(08).
               05  FILLER              PIC  X(02).
               05  PA-MOD-COUNT        PIC  9(03).
               05  FILLER              PIC  X(02).
               05  PA-MOD-NEW-RATE     PIC  9(02)V9(02).
               05  FILLER              PIC  X(469).
           03  FILLER                  PIC  X(20).
