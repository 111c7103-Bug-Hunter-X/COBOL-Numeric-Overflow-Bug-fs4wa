      *
      * ACCTMAST account master record.  One record per customer
      * account, keyed by branch code plus account number on a VSAM
      * cluster alongside ACCTFILE: the account's name, the date it
      * was opened, its status and the date it was closed (zero
      * while it is open).  Maintained by ACMAINT; read by TXNEDIT,
      * which rejects a detail for an account not on the master
      * (reason UAC), a closed account (CAC) or a blocked account
      * (BAC), and posts a detail for a dormant account but prints
      * it on the review listing so the branch can confirm the
      * customer.  BRCONSOL re-keys a closed branch's accounts under
      * the surviving branch.
      *
       01  ACCOUNT-MASTER-RECORD.
           05  ACM-ACCOUNT-KEY.
               10  ACM-BRANCH-CODE     PIC X(5).
               10  ACM-ACCOUNT-NO      PIC X(6).
           05  ACM-ACCOUNT-NAME        PIC X(30).
           05  ACM-OPEN-DATE           PIC 9(8).
           05  ACM-STATUS              PIC X.
               88  ACM-IS-OPEN                 VALUE "O".
               88  ACM-IS-CLOSED               VALUE "C".
               88  ACM-IS-BLOCKED              VALUE "B".
               88  ACM-IS-DORMANT              VALUE "D".
               88  ACM-STATUS-VALID            VALUE "O" "C"
                                                     "B" "D".
           05  ACM-CLOSE-DATE          PIC 9(8).
