      *
      * HOW IT WORKS:
      *   1. Loads PAYROLL-CHECK-LEDGER.TXT (fixed-position records
      *      written by ISSUE-ONE-CHECK, and by REFUND-DISBURSEMENT
      *      for student refund checks - period REFUND, student ID
      *      in the employee ID column)
      *   2. Reads PAYROLL-CHECK-CLEARANCES.TXT, one
      *      "CheckNo,Status" line per advice where Status is
      *      CLEARED or STALE; unknown check numbers and statuses
