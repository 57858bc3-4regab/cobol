      *================================================================
      * COPYBOOK: MASKPARM - SHARED PERSONAL-DATA MASKING PARAMETERS
      *================================================================
      * Bank account numbers, TINs, SSS/PhilHealth/Pag-IBIG numbers
      * and pay amounts print MASKED by default on every listing that
      * leaves the payroll office. Callers fill this area and CALL
      * "DATA-MASK":
      *   AUTHORIZE - before opening a report, MASK-FILE names it.
      *               MASK-UNMASKED comes back set only when an
      *               entitled operator armed an unmasked print of
      *               that file from OPERATOR-CONSOLE; the grant is
      *               used up and the print goes on the operator
      *               activity log with MASK-OPERATOR / MASK-REASON
      *   MASK-ID   - MASK-VALUE comes back with every letter and
      *               digit but the last 4 digits starred out
      *   LOG       - one more unmasked display (MASK-DETAIL says
      *               what was shown) on the activity log, for the
      *               on-screen inquiries that show record by record
      * Amount columns are starred out by the caller itself with
      * INSPECT ... CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS
      * - the whole edited field, so not even its width of digits
      * shows. A caller must treat a failed CALL as MASKED (and star
      * the whole MASK-VALUE) - an unlinked masker never unmasks.
      *================================================================
       01  MASK-PARAMETER.
           05 MASK-FUNCTION            PIC X(10).
               88 MASK-FN-AUTHORIZE    VALUE "AUTHORIZE".
               88 MASK-FN-ID           VALUE "MASK-ID".
               88 MASK-FN-LOG          VALUE "LOG".
           05 MASK-PROGRAM             PIC X(24).
      * PROGRAM-ID of the printing program
           05 MASK-FILE                PIC X(40).
      * Report file (or screen) being produced
           05 MASK-VALUE               PIC X(20).
           05 MASK-DETAIL              PIC X(40).
           05 MASK-MODE                PIC X(1).
               88 MASK-MASKED          VALUE "M".
               88 MASK-UNMASKED        VALUE "U".
           05 MASK-OPERATOR            PIC X(10).
           05 MASK-REASON              PIC X(60).
       01  MASK-AMOUNT-CHARS           PIC X(14)
                                       VALUE " 0123456789,.-".
       01  MASK-AMOUNT-STARS           PIC X(14) VALUE ALL "*".
