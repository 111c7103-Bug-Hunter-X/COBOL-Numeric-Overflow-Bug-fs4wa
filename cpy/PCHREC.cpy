      *
      * Pending master-change record.  One record per maintenance
      * card keyed for the branch master (BRPEND) or the limit
      * master (LIMPEND), captured by MNTAPPR with the ID of the
      * user who keyed it and a change number the approver quotes.
      * A change stays "P" on the pending file until a different
      * user approves ("A") or rejects ("R") it, or it waits past
      * the allowed number of business days and expires ("E");
      * decided changes leave the pending file for the change
      * history (BRCHGHST / LMCHGHST) in the same layout.
      * PCH-CARD-IMAGE is the BRMTIN or LIMTIN card exactly as it
      * will be applied by BRMAINT or LIMMAINT.
      *
       01  PENDING-CHANGE-RECORD.
           05  PCH-CHANGE-ID           PIC 9(7).
           05  PCH-MASTER-ID           PIC X.
               88  PCH-FOR-BRANCH              VALUE "B".
               88  PCH-FOR-LIMIT               VALUE "L".
           05  PCH-REQUEST-DATE        PIC 9(8).
           05  PCH-REQUESTER-ID        PIC X(8).
           05  PCH-STATUS              PIC X.
               88  PCH-IS-PENDING              VALUE "P".
               88  PCH-IS-APPROVED             VALUE "A".
               88  PCH-IS-REJECTED             VALUE "R".
               88  PCH-IS-EXPIRED              VALUE "E".
           05  PCH-APPROVER-ID         PIC X(8).
           05  PCH-DECISION-DATE       PIC 9(8).
           05  PCH-CARD-IMAGE          PIC X(43).
