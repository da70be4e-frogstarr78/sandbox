           03  LW-ESCROW-INS-AMT       PIC  9(06)V9(02) COMP.
           03  LW-ESCROW-PMT-AMT       PIC  9(07)V9(02) COMP.
           03  LW-TOTAL-PMT-AMT        PIC  9(08)V9(02) COMP.
      *
      *    LEGAL HOLD CODE, LOADED FROM LM-HOLD-CODE.  LNLATEFE STILL
      *    POSTS THE ACCOUNT'S STATUS WHILE A HOLD IS ON BUT ASSESSES
      *    NO FEE; ANY VALUE BUT A RECOGNIZED HOLD TYPE READS AS NO
      *    HOLD.
      *
           03  LW-HOLD-CODE            PIC  X(02).
               88  LW-HOLD-ACTIVE              VALUE "07" "11" "13"
                                                     "LT" "DC" "DF".
