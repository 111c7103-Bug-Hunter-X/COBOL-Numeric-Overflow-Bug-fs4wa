      *
      * CTRFILE reportable large-cash record.  One record per
      * branch, account and direction (cash in = deposits, cash out
      * = withdrawals) whose combined items for a business date --
      * across every cycle and feed posted that day -- reached the
      * reportable threshold on the compliance parameter card.
      * Appended by CASHMON after each posting cycle: CTR-CYCLE-
      * NUMBER is the cycle that brought the account to (or further
      * over) the threshold, and CTR-FILING-IND is "N" for the
      * first report of the date and "A" for an amended total when
      * a later cycle the same day added to it.  After a cycle is
      * backed out and the date's corrected feed posted, a filing
      * the day no longer supports is withdrawn with "W", carrying
      * the day's total as it now stands (zero when the account's
      * cash items for the date are gone); an account that reaches
      * the threshold again later is filed afresh with "N".
      * Compliance files from the latest record per date, branch,
      * account and direction.
      *
       01  REPORTABLE-CASH-RECORD.
           05  CTR-BUSINESS-DATE       PIC 9(8).
           05  CTR-CYCLE-NUMBER        PIC 9(2).
           05  CTR-BRANCH-CODE         PIC X(5).
           05  CTR-ACCOUNT-NO          PIC X(6).
           05  CTR-DIRECTION           PIC X.
               88  CTR-IS-CASH-IN              VALUE "D".
               88  CTR-IS-CASH-OUT             VALUE "W".
           05  CTR-ITEM-COUNT          PIC 9(5).
           05  CTR-DAY-TOTAL           PIC 9(11)V99.
           05  CTR-FILING-IND          PIC X.
               88  CTR-IS-NEW-FILING           VALUE "N".
               88  CTR-IS-AMENDED              VALUE "A".
               88  CTR-IS-WITHDRAWN            VALUE "W".
