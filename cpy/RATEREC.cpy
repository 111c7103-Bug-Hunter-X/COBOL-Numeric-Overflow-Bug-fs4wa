      *
      * RATEF chargeback rate master record.  One record per
      * region, transaction type and effective date, carrying the
      * processing charge per item a branch in that region pays
      * for an item of that type posted on or after the effective
      * date -- until the next effective date for the same region
      * and type takes over.  Maintained by RATEMNT; read by
      * CHGBILL, which prices each month's items at the rate in
      * effect on the date they posted.  Type codes are those on
      * the transaction feed.
      *
       01  RATE-RECORD.
           05  RT-REGION-CODE          PIC X(3).
           05  RT-TYPE-CODE            PIC X.
               88  RT-IS-DEPOSIT               VALUE "D".
               88  RT-IS-WITHDRAWAL            VALUE "W".
               88  RT-IS-REVERSAL              VALUE "R".
               88  RT-IS-ADJUSTMENT            VALUE "A".
           05  RT-EFFECTIVE-DATE       PIC 9(8).
           05  RT-ITEM-RATE            PIC 9(3)V9(4).
