      ******************************************************************
      *                                                                *
      *      O P E R A T O R   A U T H O R I T Y   R E C O R D         *
      *                                                                *
      ******************************************************************
      *
      * Operator authority file, kept by security administration and
      * not by the loan system.  One line per operator: the sign-on
      * ID, password and name, and a Y in the approval column for an
      * operator who may release items from the pending-approval
      * queue, grant a supervisor fee waiver or approve a charge-off.
      * An operator who leaves is taken off the file.
      *
      * LNSIGNON checks a sign-on against it.  LNPMTPST looks up the
      * supervisor on each fee waiver and LNCHGOFF the approver on
      * each charge-off approval.  Every reader opens the file, reads
      * it from the top for the one ID it wants and closes it again,
      * so a change security makes takes hold on the next look-up.
      *
        01  OPERATOR-AUTH-RECORD.
           03  OA-OPERATOR-ID          PIC  X(08).
           03  FILLER                  PIC  X(02).
           03  OA-PASSWORD             PIC  X(08).
           03  FILLER                  PIC  X(02).
           03  OA-OPERATOR-NAME        PIC  X(30).
           03  FILLER                  PIC  X(02).
           03  OA-APPROVE-FLAG         PIC  X(01).
               88  OA-CAN-APPROVE              VALUE "Y".
