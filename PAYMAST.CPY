      * a PAYROLL-MASTER.DAT written before they existed must be
      * upgraded ONCE through MASTER-CONVERT before any program
      * COPYing this layout opens it.
               05 MAST-HONORARIA       PIC 9(9)V99.
      * Faculty overload/part-time honorarium paid this period (from
      * FACULTY-LOAD; zero for everyone else). Like the statutory IDs
      * it grew the record: MASTER-CONVERT upgrades an older
      * PAYROLL-MASTER.DAT, setting it to zero.
               05 MAST-BEN-EXEMPT      PIC 9(9)V99.
      * Non-taxable part of the 13th month pay and other benefits
      * paid on an off-cycle run's record (within the annual exempt
      * ceiling - the excess is taxable and withheld on); zero on
      * every regular period. Also grew the record: MASTER-CONVERT
      * upgrades an older PAYROLL-MASTER.DAT, setting it to zero.
               05 MAST-PAYSLIP-DETAIL.
                   10 MAST-BASIC       PIC 9(9)V99.
                   10 MAST-ALLOWANCE   PIC 9(9)V99.
                   10 MAST-LOAN-BAL    PIC 9(9)V99.
                   10 MAST-HOL-PAY     PIC 9(9)V99.
                   10 MAST-ND-PAY      PIC 9(9)V99.
                   10 MAST-BEN-DED     PIC 9(9)V99.
      * The payslip columns the figures above do not already carry -
      * basic pay net of absences, allowance, loan balance after the
      * period's amortizations, holiday premium, night differential
      * and the benefit deduction - so PAYSLIP-REPRINT can rebuild
      * any period's payslip line exactly as it was issued. Grew the
      * record again: MASTER-CONVERT upgrades an older master with
      * the whole group at zero.
               05 MAST-RATE-VERSIONS.
                   10 MAST-RATES-VER   PIC X(6).
                   10 MAST-CONTRIB-VER PIC X(6).
                   10 MAST-WTAX-VER    PIC X(6).
                   10 MAST-GRADES-VER  PIC X(6).
      * The rate table versions (RATE-VERSIONS.TXT) the period was
      * computed with - payroll rates, contribution rates, tax
      * brackets and salary grades - or "BASE" for the built-in or
      * plain-file schedule, so a rerun, retro or reprint can show
      * which rates applied. Grew the record again: MASTER-CONVERT
      * upgrades an older master with every table at "BASE".
