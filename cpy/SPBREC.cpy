      *
      * SLPBAL sub-ledger proof opening record.  One record per
      * branch, written by SLPROOF on every run with the branch's
      * ACCTFILE position (the sum of its accounts' items and net
      * totals) as it stood at the last period close on POSTDATE,
      * keyed by that close's run date and cycle.  The next proof
      * takes it as the opening from which the period's account
      * movement is measured.  The run writes the new file to
      * SLPBALN and the nightly job swaps it in only when the proof
      * ended RC=4 or less.
      *
       01  PROOF-BALANCE-RECORD.
           05  SPB-BRANCH-CODE         PIC X(5).
           05  SPB-AS-OF-DATE          PIC 9(8).
           05  SPB-AS-OF-CYCLE         PIC 9(2).
           05  SPB-ACCT-COUNT          PIC S9(9)
                                           SIGN LEADING SEPARATE.
           05  SPB-ACCT-TOTAL          PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
