      *================================================================
      * COPYBOOK: PAYEYTD - PER-EMPLOYEE YEAR-TO-DATE LEDGER RECORD
      *================================================================
      * Record layout of PAYROLL-EMP-YTD.TXT (and of the closed-year
      * copies PAYROLL-EMP-YTD-<yyyy>.TXT a year-end run leaves
      * behind). Written by EMPLOYEE-PAYROLL (SAVE-EMP-YTD) and read
      * back by it and by BIR-FORMS - one definition COPY'd into both
      * FDs. Fixed-position fields, no delimiters, same pattern as the
      * checkpoint records.
      *================================================================
       01  PAYROLL-EMP-YTD-RECORD.
               05 EYTD-EMP-ID          PIC X(10).
               05 EYTD-NAME            PIC X(25).
               05 EYTD-BASIC           PIC 9(10)V99.
               05 EYTD-GROSS           PIC 9(10)V99.
               05 EYTD-SSS             PIC 9(9)V99.
               05 EYTD-PHILHEALTH      PIC 9(9)V99.
               05 EYTD-PAGIBIG         PIC 9(9)V99.
               05 EYTD-WTAX            PIC 9(9)V99.
               05 EYTD-NET             PIC 9(10)V99.
               05 EYTD-BENEFITS        PIC 9(9)V99.
      * 13th month pay and other benefits paid this year through
      * off-cycle runs, exempt and excess parts together - measured
      * against the annual non-taxable ceiling. Only the excess is
      * in EYTD-GROSS. A ledger written before this field existed
      * reads it as SPACES, taken as zero.
