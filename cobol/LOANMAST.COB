               88  LM-FREQ-MONTHLY             VALUE "M".
               88  LM-FREQ-BIWEEKLY            VALUE "B".
               88  LM-FREQ-QUARTERLY           VALUE "Q".
      *
      *    LOAN STATUS.  N (NON-ACCRUAL) IS POSTED BY LNBATCH WHEN
      *    THE ACCOUNT REACHES ITS NON-ACCRUAL DELINQUENCY CYCLE: NO
      *    FURTHER LATE FEES ARE ASSESSED AND LNGLEXT BOOKS IT AS
      *    NON-PERFORMING.  IT RETURNS TO A WHEN THE ACCOUNT IS
      *    BROUGHT CURRENT.  C (CHARGED OFF) IS POSTED ONLY BY THE
      *    LNCHGOFF CHARGE-OFF RUN AND IS FINAL: THE NIGHTLY RUN,
      *    STATEMENTS AND COLLECTION NOTICES PASS THE ACCOUNT BY,
      *    AND LNPMTPST POSTS ANY LATER RECEIPT AS A RECOVERY.
      *
           03  LM-LOAN-STATUS          PIC  X(01).
               88  LM-STATUS-ACTIVE            VALUE "A".
               88  LM-STATUS-DELINQUENT        VALUE "D".
               88  LM-STATUS-PAID-OFF          VALUE "P".
               88  LM-STATUS-NON-ACCRUAL       VALUE "N".
               88  LM-STATUS-CHARGED-OFF       VALUE "C".
      *
      *    LAST TOTALS POSTED BY THE NIGHTLY BATCH (LNBATCH).  USED
      *    BY LNRECON TO CHECK FOR DRIFT AGAINST AN INDEPENDENTLY
      *    LNBATCH LOADS THESE INTO LOAN-WORK-AREA AND CALLS LNLATEFE
      *    EACH RUN, THEN POSTS THE RESULT BACK HERE, SO DELINQUENCY
      *    STATUS LIVES ON THE MASTER RECORD INSTEAD OF A SEPARATE
      *    SPREADSHEET THAT CAN DRIFT FROM IT.  LM-LATE-FEE-AMT IS
      *    THE LATE FEES STILL OWING: LNBATCH ADDS ONE FEE FOR EACH
      *    NEW CYCLE OF DELINQUENCY, AND ONLY LNPMTPST DRAWS IT
      *    DOWN, AS RECEIPTS PAY IT OR A SUPERVISOR WAIVES IT.
      *
           03  LM-DUE-DATE             PIC  9(08).
           03  LM-PMT-RECEIVED-DATE    PIC  9(08).
           03  LM-BAD-ADDR-FLAG        PIC  X(01).
               88  LM-ADDR-UNDELIVERABLE       VALUE "Y".
               88  LM-ADDR-DELIVERABLE         VALUE "N".
      *
      *    NON-ACCRUAL AND CHARGE-OFF.  LM-NONACCRUAL-DATE IS THE RUN
      *    DATE LNBATCH PUT THE ACCOUNT ON NON-ACCRUAL (ZERO WHEN IT
      *    IS NOT).  THE THREE CHARGE-OFF FIELDS ARE SET BY LNCHGOFF:
      *    THE DATE THE ACCOUNT WAS CHARGED OFF AND THE PRINCIPAL
      *    BALANCE (FROM LNBALCE) WRITTEN OFF, LESS ANY HELD FUNDS
      *    (LM-UNAPPLIED-BAL) APPLIED TO IT FIRST.  LM-RECOVERY-AMT
      *    ACCUMULATES WHAT LNPMTPST HAS SINCE POSTED AS RECOVERIES
      *    (LESS ANY LNNSFRVS BACKED OUT AGAIN), SO THE DEFICIENCY
      *    STILL OWED IS LM-CHGOFF-AMT LESS LM-RECOVERY-AMT.
      *
           03  LM-NONACCRUAL-DATE      PIC  9(08).
           03  LM-CHGOFF-DATE          PIC  9(08).
           03  LM-CHGOFF-AMT           PIC  9(08)V9(02).
           03  LM-RECOVERY-AMT         PIC  9(08)V9(02).
      *
      *    DATE OF FIRST DELINQUENCY, CCYYMMDD.  THE DUE DATE OF THE
      *    PAYMENT WHOSE MISSING FIRST MADE THE ACCOUNT LATE, POSTED
      *    BY LNBATCH THE FIRST RUN IT FINDS THE ACCOUNT LATE AND
      *    LEFT ALONE WHILE THE DELINQUENCY RUNS ON; ZEROED WHEN THE
      *    ACCOUNT IS BROUGHT CURRENT.  A CHARGED-OFF ACCOUNT KEEPS
      *    ITS DATE.  REPORTED TO THE CREDIT BUREAUS BY LNCRBUR.
      *
           03  LM-FIRST-DELINQ-DATE    PIC  9(08).
      *
      *    LATE FEES COLLECTED AND WAIVED OVER THE LIFE OF THE LOAN.
      *    LNPMTPST ADDS THE FEES EACH RECEIPT PAYS AND EACH
      *    SUPERVISOR WAIVER IT POSTS; LNNSFRVS TAKES A RETURNED
      *    RECEIPT'S FEES BACK OUT.  LNGLEXT BOOKS THE TWO TO THE GL
      *    ON LINES OF THEIR OWN.
      *
           03  LM-FEES-COLLECTED       PIC  9(06)V9(02).
           03  LM-FEES-WAIVED          PIC  9(06)V9(02).
      *
      *    LEGAL HOLD.  KEYED THROUGH THE LNHLDMNT SCREEN WHEN THE
      *    BORROWER FILES BANKRUPTCY, THE ACCOUNT GOES INTO
      *    LITIGATION, THE BORROWER DIES, OR A DISASTER FORBEARANCE
      *    IS GRANTED.  WHILE A HOLD IS ON, NO COLLECTION ACTIVITY MAY
      *    TOUCH THE ACCOUNT: LNDUNNG SENDS NO NOTICE AND QUEUES
      *    NOTHING, LNLATEFE ASSESSES NO FEE, LNSTMT PRINTS AN
      *    INFORMATIONAL STATEMENT WITH NO PAYMENT DEMAND, AND LNCRBUR
      *    REPORTS THE MATCHING COMPLIANCE CONDITION.  SPACES MEAN NO
      *    HOLD.  THE START DATE AND THE COURT CASE OR CLAIM NUMBER
      *    STAY ON THE ACCOUNT WITH THE HOLD AND ARE CLEARED WHEN IT
      *    IS RELEASED.
      *
           03  LM-HOLD-CODE            PIC  X(02).
               88  LM-HOLD-BANKRUPTCY          VALUE "07" "11" "13".
               88  LM-HOLD-CHAPTER-7           VALUE "07".
               88  LM-HOLD-CHAPTER-11          VALUE "11".
               88  LM-HOLD-CHAPTER-13          VALUE "13".
               88  LM-HOLD-LITIGATION          VALUE "LT".
               88  LM-HOLD-DECEASED            VALUE "DC".
               88  LM-HOLD-DISASTER            VALUE "DF".
               88  LM-ON-LEGAL-HOLD            VALUE "07" "11" "13"
                                                     "LT" "DC" "DF".
               88  LM-NO-LEGAL-HOLD            VALUE SPACES.
           03  LM-HOLD-START-DATE      PIC  9(08).
           03  LM-HOLD-CASE-NBR        PIC  X(20).
