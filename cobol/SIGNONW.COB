      ******************************************************************
      *                                                                *
      *        S I G N - O N   P A R A M E T E R   A R E A             *
      *                                                                *
      ******************************************************************
      *
      * Caller-to-LNSIGNON parameter area.  Every online screen, and
      * every operator-run batch that grants terms (LNMODPST), calls
      * LNSIGNON before it opens anything.  LNSIGNON puts up the
      * sign-on screen, takes the operator's ID and password, checks
      * them against the OPERAUTH operator authority file kept by
      * security administration, and allows three tries.  The caller
      * sets SG-PROGRAM-ID to its own name (it titles the screen) and
      * on a good sign-on gets back the operator's ID, name and
      * approval authority.  The caller moves SG-OPERATOR-ID to
      * AP-OPERATOR-ID so every journal entry it makes carries the
      * operator, and ends the session on anything but "00".
      *
      * SG-STATUS comes back:
      *    00  -  SIGNED ON
      *    CN  -  THE OPERATOR LEFT THE ID BLANK (SIGN-ON CANCELLED)
      *    NF  -  THREE TRIES WITHOUT A GOOD ID AND PASSWORD
      *    NA  -  THE OPERATOR AUTHORITY FILE COULD NOT BE OPENED
      *
        01  SIGN-ON-PARM-AREA.
           03  SG-PROGRAM-ID           PIC  X(08).
           03  SG-OPERATOR-ID          PIC  X(08).
           03  SG-OPERATOR-NAME        PIC  X(30).
           03  SG-APPROVE-SWITCH       PIC  X(01).
               88  SG-CAN-APPROVE              VALUE "Y".
           03  SG-STATUS               PIC  X(02).
               88  SG-SIGNED-ON                VALUE "00".
               88  SG-CANCELLED                VALUE "CN".
               88  SG-NOT-RECOGNIZED           VALUE "NF".
               88  SG-FILE-NOT-AVAILABLE       VALUE "NA".
