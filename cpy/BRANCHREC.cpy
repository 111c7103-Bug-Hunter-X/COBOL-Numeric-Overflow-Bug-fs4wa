      *
      * BRANCHF branch master record.
      * Maintained by BRMAINT; read by TXNEDIT and TXNPROC.
      * BR-SURVIVOR-CODE is spaces except on a branch closed by
      * consolidation, where it names the branch that took over
      * its business: TXNEDIT redirects late details to it and
      * BRCONSOL folds the closed branch's balances, accounts and
      * limits into it.  BR-EFFECTIVE-DATE is then the date the
      * consolidation takes effect.  BR-CONSOL-DONE-IND is set to
      * "Y" by BRCONSOL once the move has actually been made; until
      * then the branch still trades under its own code, and only
      * then does TXNEDIT redirect to the survivor and TXNPROC
      * treat the branch as closed.  Records written before these
      * fields existed read as spaces.
      *
       01  BRANCH-RECORD.
           05  BR-CODE                 PIC X(5).
               88  BR-IS-FROZEN                VALUE "F".
               88  BR-STATUS-VALID             VALUE "O" "C" "F".
           05  BR-EFFECTIVE-DATE       PIC 9(8).
           05  BR-SURVIVOR-CODE        PIC X(5).
           05  BR-CONSOL-DONE-IND      PIC X.
               88  BR-CONSOL-DONE              VALUE "Y".
