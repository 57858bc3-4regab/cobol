      *================================================================
      * COPYBOOK: STUDMAST - INDEXED STUDENT MASTER
      *================================================================
      * Record layout of STUDENT-MASTER.DAT, keyed by student ID with
      * alternate keys (duplicates allowed) on the upper-case name and
      * on the section. Rebuilt every batch by STUDENT-MASTER-BUILD
      * from the enrollment master, GWA history, retention file,
      * billing statements, student ledger and holds file; read by
      * STUDENT-INQUIRY - one definition COPY'd into both FDs so the
      * keyed reads can never drift from what the build writes.
      *================================================================
       01  STUDENT-MASTER-RECORD.
               05 SM-ID                PIC X(10).
               05 SM-NAME              PIC X(25).
               05 SM-NAME-KEY          PIC X(25).
      * SM-NAME in upper case - the alternate key a partial-name
      * inquiry STARTs on, so "dela" finds "Dela Cruz Juan".
               05 SM-SECTION           PIC X(10).
               05 SM-YEAR              PIC X(15).
               05 SM-STATUS            PIC X(4).
               05 SM-LRN               PIC X(12).
               05 SM-GWA-TERMS         PIC 99.
               05 SM-GWA               PIC 999V99.
      * Cumulative GWA = STUDENT-GWA-HISTORY.TXT sum / terms; zero
      * (with zero terms) for a student not yet graded.
               05 SM-RETENTION         PIC X(16).
               05 SM-CONSEC-FAILS      PIC 99.
               05 SM-ASSESSED          PIC 9(7)V99.
               05 SM-PAID              PIC S9(7)V99.
      * Payments less refunds, late-installment surcharges and
      * voided ORs, the way CASHIER-POSTING nets the ledger.
               05 SM-BALANCE           PIC S9(7)V99.
               05 SM-HOLD-COUNT        PIC 99.
               05 SM-HOLD OCCURS 5 TIMES.
                   10 SM-HOLD-TYPE     PIC X(10).
                   10 SM-HOLD-OFFICE   PIC X(15).
      * SM-HOLD-COUNT counts every active hold; the first 5 are
      * carried in full.
               05 SM-BUILT-DATE        PIC X(10).
