      *================================================================
      * COPYBOOK: ORREG - OFFICIAL RECEIPT SERIES REGISTER
      *================================================================
      * Record layout of STUDENT-OR-REGISTER.TXT, the append-only
      * register of every OR number CASHIER-POSTING hands out. An
      * ISSUED record is written with the receipt; a void appends a
      * second, VOIDED record for the same number carrying the
      * reason and the approving supervisor, so a voided number
      * stays visible in the series instead of leaving a gap.
      * CASHIER-CLOSE reads it to know which cashier issued which
      * receipt - the ledger itself carries no cashier.
      *================================================================
       01  OR-REGISTER-RECORD.
               05 ORR-OR-NO            PIC 9(8).
               05 ORR-STATUS           PIC X(6).
                   88 ORR-ISSUED       VALUE "ISSUED".
                   88 ORR-VOIDED       VALUE "VOIDED".
               05 ORR-DATE             PIC X(10).
               05 ORR-CASHIER          PIC X(10).
               05 ORR-STUDENT-ID       PIC X(10).
               05 ORR-AMOUNT           PIC 9(7)V99.
               05 ORR-APPROVER         PIC X(10).
      * Supervisor who approved the void; spaces on an ISSUED
      * record.
               05 ORR-REASON           PIC X(40).
