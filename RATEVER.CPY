      *================================================================
      * COPYBOOK: RATEVER - SHARED RATE-TABLE VERSION LOOKUP AREA
      *================================================================
      * Every parameter table a run prices with - the payroll rate
      * and contribution tables, the withholding tax brackets, the
      * salary grades, the fee schedule and the scholarship table -
      * is kept as approved, effective-dated versions on
      * RATE-VERSIONS.TXT (maintained through RATE-MAINT). Callers
      * fill RATEVER-TABLE / RATEVER-AS-OF and CALL "RATE-VERSION":
      *   RATEVER-FILE comes back naming the frozen copy of the
      *   approved version in force on RATEVER-AS-OF (the latest
      *   effective-from not after it), with its RATEVER-VERSION-ID
      *   and RATEVER-EFFECTIVE. With no version in force the table
      *   runs on its base schedule: RATEVER-BASE is set,
      *   RATEVER-VERSION-ID is "BASE" and RATEVER-FILE is the plain
      *   <table>.TXT (the payroll rate, contribution and tax tables
      *   have no plain file - their base is the program's own
      *   built-in schedule).
      * Payroll tables are dated: RATEVER-AS-OF is the pay period's
      * cutoff start (YYYY-MM-DD). Student tables follow the term:
      * RATEVER-AS-OF is the term ID (YYYY-T) and a version is
      * effective from a term. A caller must treat a failed CALL as
      * RATEVER-BASE.
      *================================================================
       01  RATEVER-PARAMETER.
           05 RATEVER-TABLE            PIC X(24).
      * PAYROLL-RATES, PAYROLL-CONTRIBUTIONS, PAYROLL-WTAX,
      * PAYROLL-SALARY-GRADES, STUDENT-FEES or STUDENT-SCHOLARSHIPS
           05 RATEVER-AS-OF            PIC X(10).
           05 RATEVER-PROGRAM          PIC X(24).
      * PROGRAM-ID of the calling program
           05 RATEVER-RESULT           PIC X(1).
               88 RATEVER-FOUND        VALUE "V".
               88 RATEVER-BASE         VALUE "B".
           05 RATEVER-VERSION-ID       PIC X(6).
           05 RATEVER-EFFECTIVE        PIC X(10).
           05 RATEVER-FILE             PIC X(50).
