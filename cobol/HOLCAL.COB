      ******************************************************************
      *                                                                *
      *        H O L I D A Y   C A L E N D A R   R E C O R D           *
      *                                                                *
      ******************************************************************
      *
      * Indexed bank holiday calendar.  One record per date the bank
      * and the lockbox are closed on a weekday, keyed by the date
      * itself (CCYYMMDD).  Saturdays and Sundays are never business
      * days and are not carried here; only the weekday holidays are.
      *
      * The operations clerk maintains the calendar through the
      * LNHOLMNT screen (add, change the description, delete),
      * normally keying the coming year's holidays each December.
      * The LNBUSDAY date service loads the calendar once per run and
      * answers every business-day question from it: LNPMTPST honors
      * a due date that falls on a non-business day through the next
      * business day, LNLATEFE judges lateness in business days past
      * due, and LNCYCLE refuses a cycle date that is not a business
      * day.  With no calendar on file, only weekends are closed.
      *
        01  HOLIDAY-CALENDAR-RECORD.
           03  HC-HOLIDAY-DATE         PIC  9(08).
           03  HC-HOLIDAY-PARTS REDEFINES HC-HOLIDAY-DATE.
               05  HC-HOLIDAY-YEAR     PIC  9(04).
               05  HC-HOLIDAY-MONTH    PIC  9(02).
               05  HC-HOLIDAY-DAY      PIC  9(02).
           03  HC-DESCRIPTION          PIC  X(30).
           03  HC-MAINT-DATE           PIC  9(08).
           03  FILLER                  PIC  X(14).
