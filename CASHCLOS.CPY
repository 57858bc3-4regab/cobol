      *================================================================
      * COPYBOOK: CASHCLOS - CASHIER END-OF-DAY CLOSE RECORD
      *================================================================
      * Record layout of STUDENT-CASHIER-CLOSE.TXT. CASHIER-CLOSE
      * appends one record when a cashier's day is counted and
      * closed; CASHIER-POSTING refuses to post or void for a
      * cashier whose record for today is already on file - the
      * record IS the day lock.
      *================================================================
       01  CASHIER-CLOSE-RECORD.
               05 CCL-CASHIER          PIC X(10).
               05 CCL-DATE             PIC X(10).
               05 CCL-CLOSED-AT        PIC X(19).
               05 CCL-RECEIPTS         PIC 9(5).
               05 CCL-VOIDS            PIC 9(5).
               05 CCL-SYSTEM-TOTAL     PIC 9(9)V99.
      * Day's payments on the ledger less voided ORs.
               05 CCL-CASH-TOTAL       PIC 9(9)V99.
               05 CCL-CHECK-TOTAL      PIC 9(9)V99.
               05 CCL-RESULT           PIC X(5).
                   88 CCL-EVEN         VALUE "EVEN".
                   88 CCL-OVER         VALUE "OVER".
                   88 CCL-SHORT        VALUE "SHORT".
               05 CCL-VARIANCE         PIC 9(9)V99.
