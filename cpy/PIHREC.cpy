      *
      * ITEMHIST posted-item history record.  One record per detail
      * TXNPROC posts, appended at the end of a clean run (staged on
      * ITEMWK during the run, the way exceptions are staged on
      * EXCPWK): the run date and cycle it posted under, the
      * branch and account, the transaction type, the amount as it
      * posted (withdrawals and reversals negative) and the item's
      * effective date -- the run date for a legacy detail that
      * carried none.  PIH-PRIOR-PERIOD-IND is "Y" when the item
      * posted as a prior-period adjustment.  PIH-ITEM-SEQUENCE is
      * the detail's position in its feed, which lets a restarted
      * run drop the items it staged twice.  A legacy detail with
      * no account number is kept with spaces there.  CYCBKOUT
      * marks every item of a cycle it backs out with a "B" in
      * PIH-BACKOUT-IND.  Read by ACCTSTMT for the month-end
      * account statements and by CASHMON for the large-cash and
      * structuring monitor.
      *
       01  POSTED-ITEM-RECORD.
           05  PIH-RUN-DATE            PIC 9(8).
           05  PIH-CYCLE-NUMBER        PIC 9(2).
           05  PIH-ITEM-SEQUENCE       PIC 9(9).
           05  PIH-BRANCH-CODE         PIC X(5).
           05  PIH-ACCOUNT-NO          PIC X(6).
           05  PIH-TYPE-CODE           PIC X.
               88  PIH-IS-DEPOSIT              VALUE "D".
               88  PIH-IS-WITHDRAWAL           VALUE "W".
               88  PIH-IS-REVERSAL             VALUE "R".
               88  PIH-IS-ADJUSTMENT           VALUE "A".
           05  PIH-AMOUNT              PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           05  PIH-EFFECTIVE-DATE      PIC 9(8).
           05  PIH-PRIOR-PERIOD-IND    PIC X.
               88  PIH-IS-PRIOR-PERIOD         VALUE "Y".
           05  PIH-BACKOUT-IND         PIC X.
               88  PIH-IS-BACKED-OUT           VALUE "B".
