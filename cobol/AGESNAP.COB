      ******************************************************************
      *                                                                *
      *        D E L I N Q U E N C Y   A G I N G   S N A P S H O T     *
      *                                                                *
      ******************************************************************
      *
      * Indexed month-end aging snapshot.  One record per account the
      * LNAGING run aged, keyed by the reporting month (CCYYMM) plus
      * the account number, so one month's whole snapshot reads in
      * account order in a single START/READ NEXT sweep and any one
      * account's standing in a given month is a single keyed read.
      *
      * AS-BUCKET is the aging bucket the account fell in that month
      * by days past LM-DUE-DATE -- 1 current (under 30 days), 2 30
      * to 59, 3 60 to 89, 4 90 to 119, 5 120 or more -- and doubles
      * as the subscript into the LNAGING bucket tables.  AS-BALANCE
      * is the LNBALCE principal balance at the time.
      *
      * LNAGING reads the prior month's snapshot to print the roll
      * rates (how much of each bucket moved a bucket worse, and how
      * much cured back to current) and then writes the current
      * month's.  A rerun of a month clears that month's records and
      * writes them afresh.  The file keeps every month; nothing
      * purges it.
      *
        01  AGING-SNAPSHOT-RECORD.
           03  AS-SNAP-KEY.
               05  AS-SNAP-MONTH       PIC  9(06).
               05  AS-ACCT-NBR         PIC  9(07).
           03  AS-BUCKET               PIC  9(01).
               88  AS-BUCKET-CURRENT           VALUE 1.
               88  AS-BUCKET-30                VALUE 2.
               88  AS-BUCKET-60                VALUE 3.
               88  AS-BUCKET-90                VALUE 4.
               88  AS-BUCKET-120               VALUE 5.
           03  AS-DAYS-PAST-DUE        PIC  9(05).
           03  AS-CYCLES-DELINQ        PIC  9(03).
           03  AS-BALANCE              PIC  9(08)V9(02).
           03  AS-INVESTOR-CODE        PIC  X(03).
           03  AS-PMT-FREQ             PIC  X(01).
           03  AS-AS-OF-DATE           PIC  9(08).
