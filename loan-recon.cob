      *================================================================
      * PROGRAM: LOAN-RECON - SSS / PAG-IBIG LOAN BILLING
      *          RECONCILIATION
      *================================================================
      * PURPOSE: Every month SSS and Pag-IBIG send the list of
      *          members' salary and calamity loans with the
      *          amortization they expect the employer to deduct.
      *          This run matches those lists against the payroll
      *          loans ledger and the loan deductions actually posted
      *          on PAYROLL-MASTER.DAT, replacing the by-eye
      *          comparison, and loads the agency loans payroll has
      *          confirmed instead of having them keyed by hand.
      *
      * HOW IT WORKS:
      *   1. SSS-LOAN-BILLING.TXT and PAGIBIG-LOAN-BILLING.TXT hold
      *      the agencies' collection lists as received, one
      *        MemberNo,LoanNo,LoanKind,MonthlyAmortization,
      *        AmountDue,OutstandingBalance,MemberName
      *      line per loan. AmountDue is the month's amortization
      *      plus any arrears the agency carries; an outstanding
      *      balance of zero is a loan the agency shows as fully
      *      paid. The member number resolves to the employee
      *      through the statutory ID registry PAYROLL-STATIDS.TXT
      *      (SSS number or Pag-IBIG MID, dashes ignored)
      *   2. An agency loan matches the PAYROLL-LOANS.TXT loan of the
      *      same employee and agency (loan type SSS-... or HDMF-...)
      *      whose LOAN-REF carries the agency loan number. A ledger
      *      loan of that agency keyed without a loan number matches
      *      the first billed loan that finds no numbered one
      *   3. Findings on PAYROLL-LOAN-RECON-REPORT.TXT, each also
      *      logged through ERROR-LOGGER as a PAY113 WARNING:
      *        MISSING FROM LEDGER  - agency loan with a balance that
      *                               the ledger does not carry
      *        AMOUNT MISMATCH      - agency monthly amortization vs
      *                               the ledger's per-run
      *                               amortization x runs per month
      *        DEDUCTING PAID LOAN  - agency shows it fully paid but
      *                               the ledger still deducts it
      *        ARREARS              - agency bills more than the
      *                               month's amortization
      *        NOT ON BILLING       - ledger loan of an agency whose
      *                               list came in that does not
      *                               bill it
      *        MEMBER NOT ON REGISTRY / UNREADABLE LINE
      *   4. EMPLOYEE DEDUCTION CHECK: per employee, the agencies'
      *      AmountDue against the loan deductions posted on the
      *      master for the billing month (MAST-LOAN-DED, less the
      *      employee's other ledger loans). Runs not yet posted
      *      scale the expectation down, so a mid-month run is not
      *      called short. An under-deduction names the arrears
      *      behind it
      *   5. PAYROLL-LOAN-CONFIRM.TXT, one "Agency,LoanNo[,PerRun]"
      *      line per loan payroll has checked against the agency
      *      list (Agency SSS or PAGIBIG). A confirmed loan MISSING
      *      FROM LEDGER is added to PAYROLL-LOANS.TXT: type
      *      SSS-SAL / SSS-CAL / HDMF-MPL / HDMF-CAL, the agency's
      *      outstanding balance, and the per-run amortization given
      *      or else the monthly amortization spread over the runs
      *      (rounded up to the centavo)
      *
      * NOTE: The billing month is the month of the open period's
      *       cutoff start on PAYROLL-PERIOD.TXT, and master records
      *       count when their period ID begins with it (YYYY-MM,
      *       as in "2026-08-A"); a SEMI run type means two runs a
      *       month. Without dates, the master records of the open
      *       period ID (or UNDATED) are used. LOAN-REF holds the
      *       last 10 digits of the agency loan number. A
      *       confirmation already loaded is ignored on later runs.
      *       Any finding sets RETURN-CODE 1.
      *
      * AUTHOR: GROUP2
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-RECON.
       AUTHOR. GROUP2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SSS-BILLING-FILE
               ASSIGN TO "SSS-LOAN-BILLING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SSS-FILE-STATUS.

           SELECT OPTIONAL HDMF-BILLING-FILE
               ASSIGN TO "PAGIBIG-LOAN-BILLING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HDMF-FILE-STATUS.

           SELECT OPTIONAL PAYROLL-STATIDS-FILE
               ASSIGN TO "PAYROLL-STATIDS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATIDS-FILE-STATUS.

           SELECT OPTIONAL PAYROLL-LOANS-FILE
               ASSIGN TO "PAYROLL-LOANS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANS-FILE-STATUS.

           SELECT OPTIONAL LOAN-CONFIRM-FILE
               ASSIGN TO "PAYROLL-LOAN-CONFIRM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-FILE-STATUS.

           SELECT OPTIONAL PAYROLL-PERIOD-FILE
               ASSIGN TO "PAYROLL-PERIOD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.

           SELECT OPTIONAL PAYROLL-MASTER-FILE
               ASSIGN TO "PAYROLL-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT RECON-REPORT-FILE
               ASSIGN TO "PAYROLL-LOAN-RECON-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SSS-BILLING-FILE.
       01  SSS-BILLING-RECORD          PIC X(150).

       FD  HDMF-BILLING-FILE.
       01  HDMF-BILLING-RECORD         PIC X(150).

       FD  PAYROLL-STATIDS-FILE.
       01  PAYROLL-STATIDS-RECORD      PIC X(70).

       FD  PAYROLL-LOANS-FILE.
       01  PAYROLL-LOANS-RECORD.
      * Same fixed-position layout EMPLOYEE-PAYROLL reads and rewrites.
               05 LOAN-EMP-ID          PIC X(10).
               05 LOAN-TYPE            PIC X(10).
               05 LOAN-AMORT           PIC 9(7)V99.
               05 LOAN-BALANCE         PIC 9(9)V99.
               05 LOAN-REF             PIC X(10).

       FD  LOAN-CONFIRM-FILE.
       01  LOAN-CONFIRM-RECORD         PIC X(60).

       FD  PAYROLL-PERIOD-FILE.
       01  PAYROLL-PERIOD-RECORD       PIC X(60).

       FD  PAYROLL-MASTER-FILE.
       COPY PAYMAST.

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-RECORD         PIC X(130).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.

       01  WS-SSS-FILE-STATUS          PIC XX.
       01  WS-HDMF-FILE-STATUS         PIC XX.
       01  WS-STATIDS-FILE-STATUS      PIC XX.
       01  WS-LOANS-FILE-STATUS        PIC XX.
       01  WS-CONFIRM-FILE-STATUS      PIC XX.
       01  WS-PERIOD-FILE-STATUS       PIC XX.
       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
       01  WS-HAS-ERROR                PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * BILLING MONTH (from the open pay period)
      *----------------------------------------------------------------
       01  WS-PERIOD-LINE              PIC X(60).
       01  WS-PERIOD-ID-TXT            PIC X(10).
       01  WS-PERIOD-START-TXT         PIC X(10).
       01  WS-PERIOD-END-TXT           PIC X(10).
       01  WS-PERIOD-TYPE-TXT          PIC X(10).
       01  WS-PERIOD-ID                PIC X(10) VALUE "UNDATED".
       01  WS-BILL-MONTH               PIC X(7) VALUE SPACES.
       01  WS-RUNS-PER-MONTH           PIC 9 VALUE 1.

      *----------------------------------------------------------------
      * STATUTORY ID REGISTRY - member numbers as digits only
      *----------------------------------------------------------------
       01  WS-MAX-STATIDS              PIC 9999 VALUE 1000.
       01  WS-SID-COUNT                PIC 9999 VALUE 0.
       01  WS-STATID-TABLE.
               05 WS-SID-ENTRY OCCURS 1000 TIMES.
                   10 WS-SID-ID        PIC X(10).
                   10 WS-SID-SSS       PIC X(20).
                   10 WS-SID-HDMF      PIC X(20).
       01  WS-SID-IDX                  PIC 9999 VALUE 0.
       01  WS-SID-PARSE.
               05 WS-SID-LINE          PIC X(70).
               05 WS-SID-TXT-ID        PIC X(10).
               05 WS-SID-TXT-TIN       PIC X(15).
               05 WS-SID-TXT-SSS       PIC X(15).
               05 WS-SID-TXT-PHIC      PIC X(15).
               05 WS-SID-TXT-HDMF      PIC X(15).

      *----------------------------------------------------------------
      * LOANS LEDGER (in-memory copy, rewritten only when a confirmed
      * agency loan is added)
      *----------------------------------------------------------------
       01  WS-MAX-LOANS                PIC 999 VALUE 300.
       01  WS-LOAN-COUNT               PIC 999 VALUE 0.
       01  WS-LOAN-TABLE.
               05 WS-LOAN-ENTRY OCCURS 300 TIMES.
                   10 WS-LOAN-EMP-ID   PIC X(10).
                   10 WS-LOAN-TYPE     PIC X(10).
                   10 WS-LOAN-AMORT    PIC 9(7)V99.
                   10 WS-LOAN-BALANCE  PIC 9(9)V99.
                   10 WS-LOAN-REF      PIC X(10).
                   10 WS-LOAN-AGENCY   PIC X(8).
      * SSS, PAG-IBIG, or SPACES for every other loan
                   10 WS-LOAN-KEY      PIC X(10).
      * Digits of LOAN-REF - the agency loan number it carries
                   10 WS-LOAN-BILLED   PIC 9.
      * 1 once a billing line matched it
       01  WS-LOAN-IDX                 PIC 999 VALUE 0.
       01  WS-LOAN-MATCH-IDX           PIC 999 VALUE 0.
       01  WS-LOANS-ADDED              PIC 999 VALUE 0.

      *----------------------------------------------------------------
      * CONFIRMED AGENCY LOANS
      *----------------------------------------------------------------
       01  WS-MAX-CONFIRMS             PIC 999 VALUE 300.
       01  WS-CF-COUNT                 PIC 999 VALUE 0.
       01  WS-CONFIRM-TABLE.
               05 WS-CF-ENTRY OCCURS 300 TIMES.
                   10 WS-CF-AGENCY     PIC X(8).
                   10 WS-CF-KEY        PIC X(10).
                   10 WS-CF-AMORT      PIC 9(7)V99.
       01  WS-CF-IDX                   PIC 999 VALUE 0.
       01  WS-CF-MATCH-IDX             PIC 999 VALUE 0.
       01  WS-CF-PARSE.
               05 WS-CF-LINE           PIC X(60).
               05 WS-CF-TXT-AGENCY     PIC X(10).
               05 WS-CF-TXT-LOAN       PIC X(20).
               05 WS-CF-TXT-AMORT      PIC X(15).

      *----------------------------------------------------------------
      * BILLING LINE BEING MATCHED
      *----------------------------------------------------------------
       01  WS-AGENCY                   PIC X(8).
       01  WS-SSS-BILLED               PIC 9 VALUE 0.
       01  WS-HDMF-BILLED              PIC 9 VALUE 0.
       01  WS-BL-PARSE.
               05 WS-BL-LINE           PIC X(150).
               05 WS-BL-TXT-MEMBER     PIC X(20).
               05 WS-BL-TXT-LOAN       PIC X(20).
               05 WS-BL-TXT-KIND       PIC X(15).
               05 WS-BL-TXT-AMORT      PIC X(15).
               05 WS-BL-TXT-DUE        PIC X(15).
               05 WS-BL-TXT-BALANCE    PIC X(15).
               05 WS-BL-TXT-NAME       PIC X(30).
       01  WS-BL-MEMBER-KEY            PIC X(20).
       01  WS-BL-LOAN-KEY              PIC X(10).
       01  WS-BL-EMP-ID                PIC X(10).
       01  WS-BL-AMORT                 PIC 9(7)V99 VALUE 0.
       01  WS-BL-DUE                   PIC 9(9)V99 VALUE 0.
       01  WS-BL-BALANCE               PIC 9(9)V99 VALUE 0.
       01  WS-BL-ARREARS               PIC 9(9)V99 VALUE 0.
       01  WS-BL-COUNT                 PIC 9999 VALUE 0.
       01  WS-LEDGER-MONTHLY           PIC 9(9)V99 VALUE 0.
       01  WS-AMORT-DIFF               PIC S9(9)V99 VALUE 0.
       01  WS-AMORT-TOLERANCE          PIC 9V99 VALUE 0.
       01  WS-NEW-AMORT                PIC 9(7)V99 VALUE 0.

      *----------------------------------------------------------------
      * DIGITS-ONLY KEY BUILDER (member and loan numbers)
      *----------------------------------------------------------------
       01  WS-DIGIT-IN                 PIC X(20).
       01  WS-DIGIT-OUT                PIC X(20).
       01  WS-DIGIT-COUNT              PIC 99 VALUE 0.
       01  WS-DIGIT-IDX                PIC 99 VALUE 0.
       01  WS-DIGIT-START              PIC 99 VALUE 0.

      *----------------------------------------------------------------
      * EMPLOYEE DEDUCTION CHECK - one slot per billed employee
      *----------------------------------------------------------------
       01  WS-MAX-EMPLOYEES            PIC 9999 VALUE 1000.
       01  WS-EC-COUNT                 PIC 9999 VALUE 0.
       01  WS-EMP-CHECK-TABLE.
               05 WS-EC-ENTRY OCCURS 1000 TIMES.
                   10 WS-EC-EMP-ID     PIC X(10).
                   10 WS-EC-DUE        PIC 9(9)V99.
                   10 WS-EC-ARREARS    PIC 9(9)V99.
                   10 WS-EC-OTHER      PIC 9(9)V99.
      * Per-run amortization of the employee's non-agency loans
                   10 WS-EC-POSTED     PIC 9(9)V99.
                   10 WS-EC-RUNS       PIC 99.
       01  WS-EC-IDX                   PIC 9999 VALUE 0.
       01  WS-EC-MATCH-IDX             PIC 9999 VALUE 0.
       01  WS-EC-EXPECTED              PIC 9(9)V99 VALUE 0.
       01  WS-EC-AGENCY-POSTED         PIC 9(9)V99 VALUE 0.
       01  WS-EC-OTHER-POSTED          PIC 9(9)V99 VALUE 0.
       01  WS-EC-SHORT                 PIC 9(9)V99 VALUE 0.
       01  WS-MASTER-READ              PIC 9 VALUE 0.
       01  WS-UNDER-COUNT              PIC 999 VALUE 0.

      *----------------------------------------------------------------
      * FINDINGS
      *----------------------------------------------------------------
       01  WS-FINDING-COUNT            PIC 9999 VALUE 0.
       01  WS-MISSING-COUNT            PIC 999 VALUE 0.
       01  WS-MISMATCH-COUNT           PIC 999 VALUE 0.
       01  WS-PAID-COUNT               PIC 999 VALUE 0.
       01  WS-ARREARS-COUNT            PIC 999 VALUE 0.
       01  WS-UNBILLED-COUNT           PIC 999 VALUE 0.
       01  WS-UNRESOLVED-COUNT         PIC 999 VALUE 0.
       01  WS-MATCHED-COUNT            PIC 9999 VALUE 0.
       01  WS-AMOUNT-ED                PIC ZZZ,ZZ9.99.
       01  WS-RUNS-ED                  PIC Z9.

      *----------------------------------------------------------------
      * REPORT LAYOUT
      *----------------------------------------------------------------
       01  WS-BLANK-LINE               PIC X(130) VALUE SPACES.
       01  WS-REPORT-LINE              PIC X(130).
       01  WS-RCN-TITLE-LINE.
               05 FILLER               PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(50)
                   VALUE "SSS / PAG-IBIG LOAN BILLING RECONCILIATION".
       01  WS-RCN-COL-HDR.
               05 FILLER               PIC X(9)  VALUE "AGENCY".
               05 FILLER               PIC X(11) VALUE "EMPLOYEE".
               05 FILLER               PIC X(12) VALUE "LOAN NO".
               05 FILLER               PIC X(23) VALUE "FINDING".
               05 FILLER               PIC X(12) VALUE "    AGENCY".
               05 FILLER               PIC X(12) VALUE "    LEDGER".
               05 FILLER               PIC X(40) VALUE "REMARKS".
       01  WS-RCN-DETAIL-LINE.
               05 WS-RDL-AGENCY        PIC X(9).
               05 WS-RDL-EMP-ID        PIC X(11).
               05 WS-RDL-LOAN-NO       PIC X(12).
               05 WS-RDL-FINDING       PIC X(23).
               05 WS-RDL-AGENCY-AMT    PIC ZZZ,ZZ9.99.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-RDL-LEDGER-AMT    PIC ZZZ,ZZ9.99.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-RDL-REMARK        PIC X(50).
       01  WS-DED-TITLE-LINE.
               05 FILLER               PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(40)
                   VALUE "EMPLOYEE DEDUCTION CHECK".
       01  WS-DED-COL-HDR.
               05 FILLER               PIC X(12) VALUE "EMPLOYEE".
               05 FILLER               PIC X(12) VALUE "AGENCY DUE".
               05 FILLER               PIC X(12) VALUE "  EXPECTED".
               05 FILLER               PIC X(12) VALUE "    POSTED".
               05 FILLER               PIC X(12) VALUE " SHORTFALL".
               05 FILLER               PIC X(40) VALUE "REMARKS".
       01  WS-DED-DETAIL-LINE.
               05 WS-DDL-EMP-ID        PIC X(12).
               05 WS-DDL-DUE           PIC ZZZ,ZZ9.99.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-DDL-EXPECTED      PIC ZZZ,ZZ9.99.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-DDL-POSTED        PIC ZZZ,ZZ9.99.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-DDL-SHORT         PIC ZZZ,ZZ9.99.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-DDL-REMARK        PIC X(50).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *----------------------------------------------------------------
      * MAIN-PROCEDURE - Load the registry, the ledger and the
      * confirmations, match both agency lists, check the month's
      * posted deductions, then save any loans added.
      *----------------------------------------------------------------
           PERFORM LOAD-PERIOD-CONTROL
           PERFORM LOAD-STATIDS
           PERFORM LOAD-LOANS
           PERFORM LOAD-CONFIRMATIONS

           OPEN OUTPUT RECON-REPORT-FILE
           WRITE RECON-REPORT-RECORD FROM WS-RCN-TITLE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-RUNS-PER-MONTH TO WS-RUNS-ED
           IF WS-BILL-MONTH = SPACES
               STRING "    BILLING PERIOD " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PERIOD-ID) DELIMITED BY SIZE
                   "   PAY RUNS PER MONTH " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RUNS-ED) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           ELSE
               STRING "    BILLING MONTH " DELIMITED BY SIZE
                   WS-BILL-MONTH DELIMITED BY SIZE
                   "   PAY RUNS PER MONTH " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RUNS-ED) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           END-IF
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
           WRITE RECON-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE RECON-REPORT-RECORD FROM WS-RCN-COL-HDR
           WRITE RECON-REPORT-RECORD FROM WS-BLANK-LINE

           MOVE "SSS" TO WS-AGENCY
           OPEN INPUT SSS-BILLING-FILE
           IF WS-SSS-FILE-STATUS = "00"
               MOVE 1 TO WS-SSS-BILLED
               MOVE 0 TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ SSS-BILLING-FILE INTO WS-BL-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-BL-LINE) NOT = SPACES
                               PERFORM PROCESS-BILLING-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SSS-BILLING-FILE

           MOVE "PAG-IBIG" TO WS-AGENCY
           OPEN INPUT HDMF-BILLING-FILE
           IF WS-HDMF-FILE-STATUS = "00"
               MOVE 1 TO WS-HDMF-BILLED
               MOVE 0 TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ HDMF-BILLING-FILE INTO WS-BL-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-BL-LINE) NOT = SPACES
                               PERFORM PROCESS-BILLING-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HDMF-BILLING-FILE

           IF WS-SSS-BILLED = 0 AND WS-HDMF-BILLED = 0
               DISPLAY "ERROR: neither SSS-LOAN-BILLING.TXT nor"
                   " PAGIBIG-LOAN-BILLING.TXT found - nothing to"
                   " reconcile"
               MOVE "PAY113" TO ERRLOG-CODE
               SET ERRLOG-SEV-ERROR TO TRUE
               MOVE "No agency loan billing file found - loans not"
                   & " reconciled" TO ERRLOG-MESSAGE
               PERFORM LOG-SHARED-ERROR
               CLOSE RECON-REPORT-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHECK-UNBILLED-LOANS
           IF WS-FINDING-COUNT = 0
               MOVE "    (no discrepancies)" TO WS-REPORT-LINE
               WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF

           PERFORM CHECK-POSTED-DEDUCTIONS

           WRITE RECON-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Billing lines " DELIMITED BY SIZE
               WS-BL-COUNT DELIMITED BY SIZE
               "  matched " DELIMITED BY SIZE
               WS-MATCHED-COUNT DELIMITED BY SIZE
               "  missing " DELIMITED BY SIZE
               WS-MISSING-COUNT DELIMITED BY SIZE
               "  loaded " DELIMITED BY SIZE
               WS-LOANS-ADDED DELIMITED BY SIZE
               "  mismatched " DELIMITED BY SIZE
               WS-MISMATCH-COUNT DELIMITED BY SIZE
               "  paid off " DELIMITED BY SIZE
               WS-PAID-COUNT DELIMITED BY SIZE
               "  in arrears " DELIMITED BY SIZE
               WS-ARREARS-COUNT DELIMITED BY SIZE
               "  not billed " DELIMITED BY SIZE
               WS-UNBILLED-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE RECON-REPORT-FILE

           IF WS-LOANS-ADDED > 0
               PERFORM SAVE-LOANS
           END-IF

           DISPLAY "Loan billing reconciliation: " WS-BL-COUNT
               " billing line(s), " WS-FINDING-COUNT " finding(s), "
               WS-UNDER-COUNT " under-deducted, " WS-LOANS-ADDED
               " loan(s) loaded - see PAYROLL-LOAN-RECON-REPORT.TXT"
           IF WS-FINDING-COUNT > 0 OR WS-UNDER-COUNT > 0
               MOVE 1 TO WS-HAS-ERROR
           END-IF
           MOVE WS-HAS-ERROR TO RETURN-CODE
           GOBACK.

       LOAD-PERIOD-CONTROL.
      *----------------------------------------------------------------
      * LOAD-PERIOD-CONTROL - PeriodID,CutoffStart,CutoffEnd,RunType
      * as EMPLOYEE-PAYROLL reads it: the billing month is the month
      * of the cutoff start, and a SEMI run type pays twice a month.
      *----------------------------------------------------------------
           OPEN INPUT PAYROLL-PERIOD-FILE
           IF WS-PERIOD-FILE-STATUS = "00"
               READ PAYROLL-PERIOD-FILE INTO WS-PERIOD-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-PERIOD-ID-TXT
                       MOVE SPACES TO WS-PERIOD-START-TXT
                       MOVE SPACES TO WS-PERIOD-END-TXT
                       MOVE SPACES TO WS-PERIOD-TYPE-TXT
                       UNSTRING WS-PERIOD-LINE DELIMITED BY ","
                           INTO WS-PERIOD-ID-TXT
                                WS-PERIOD-START-TXT
                                WS-PERIOD-END-TXT
                                WS-PERIOD-TYPE-TXT
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-PERIOD-ID-TXT) NOT = SPACES
                           MOVE FUNCTION TRIM(WS-PERIOD-ID-TXT)
                               TO WS-PERIOD-ID
                           MOVE FUNCTION TRIM(WS-PERIOD-START-TXT)
                               TO WS-BILL-MONTH
                           IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-PERIOD-TYPE-TXT))(1:4) = "SEMI"
                               MOVE 2 TO WS-RUNS-PER-MONTH
                           END-IF
                       END-IF
               END-READ
           END-IF
           CLOSE PAYROLL-PERIOD-FILE.

       LOAD-STATIDS.
      *----------------------------------------------------------------
      * LOAD-STATIDS - Employee ID with the SSS number and Pag-IBIG
      * MID reduced to digits, so "34-1234567-8" on the registry
      * matches "3412345678" on the agency list.
      *----------------------------------------------------------------
           MOVE 0 TO WS-EOF-FLAG
           OPEN INPUT PAYROLL-STATIDS-FILE
           IF WS-STATIDS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-SID-COUNT >= WS-MAX-STATIDS
                   READ PAYROLL-STATIDS-FILE INTO WS-SID-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO WS-SID-TXT-ID
                           MOVE SPACES TO WS-SID-TXT-TIN
                           MOVE SPACES TO WS-SID-TXT-SSS
                           MOVE SPACES TO WS-SID-TXT-PHIC
                           MOVE SPACES TO WS-SID-TXT-HDMF
                           UNSTRING WS-SID-LINE DELIMITED BY ","
                               INTO WS-SID-TXT-ID
                                    WS-SID-TXT-TIN
                                    WS-SID-TXT-SSS
                                    WS-SID-TXT-PHIC
                                    WS-SID-TXT-HDMF
                           END-UNSTRING
                           IF FUNCTION TRIM(WS-SID-TXT-ID) NOT = SPACES
                               ADD 1 TO WS-SID-COUNT
                               MOVE FUNCTION TRIM(WS-SID-TXT-ID)
                                   TO WS-SID-ID(WS-SID-COUNT)
                               MOVE WS-SID-TXT-SSS TO WS-DIGIT-IN
                               PERFORM EXTRACT-DIGITS
                               MOVE WS-DIGIT-OUT
                                   TO WS-SID-SSS(WS-SID-COUNT)
                               MOVE WS-SID-TXT-HDMF TO WS-DIGIT-IN
                               PERFORM EXTRACT-DIGITS
                               MOVE WS-DIGIT-OUT
                                   TO WS-SID-HDMF(WS-SID-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PAYROLL-STATIDS-FILE
           MOVE 0 TO WS-EOF-FLAG.

       LOAD-LOANS.
      *----------------------------------------------------------------
      * LOAD-LOANS - The whole loans ledger, every loan type, so a
      * rewrite keeps everything it does not add. Each loan's agency
      * comes from its type: SSS-... is SSS, HDMF-... or PAGIBIG...
      * is Pag-IBIG.
      *----------------------------------------------------------------
           MOVE 0 TO WS-EOF-FLAG
           OPEN INPUT PAYROLL-LOANS-FILE
           IF WS-LOANS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-LOAN-COUNT >= WS-MAX-LOANS
                   READ PAYROLL-LOANS-FILE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LOAN-COUNT
                           MOVE LOAN-EMP-ID
                               TO WS-LOAN-EMP-ID(WS-LOAN-COUNT)
                           MOVE LOAN-TYPE
                               TO WS-LOAN-TYPE(WS-LOAN-COUNT)
                           MOVE LOAN-AMORT
                               TO WS-LOAN-AMORT(WS-LOAN-COUNT)
                           MOVE LOAN-BALANCE
                               TO WS-LOAN-BALANCE(WS-LOAN-COUNT)
                           MOVE LOAN-REF
                               TO WS-LOAN-REF(WS-LOAN-COUNT)
                           MOVE 0 TO WS-LOAN-BILLED(WS-LOAN-COUNT)
                           EVALUATE TRUE
                               WHEN LOAN-TYPE(1:3) = "SSS"
                                   MOVE "SSS"
                                       TO WS-LOAN-AGENCY(WS-LOAN-COUNT)
                               WHEN LOAN-TYPE(1:4) = "HDMF"
                                   OR LOAN-TYPE(1:7) = "PAGIBIG"
                                   OR LOAN-TYPE(1:8) = "PAG-IBIG"
                                   MOVE "PAG-IBIG"
                                       TO WS-LOAN-AGENCY(WS-LOAN-COUNT)
                               WHEN OTHER
                                   MOVE SPACES
                                       TO WS-LOAN-AGENCY(WS-LOAN-COUNT)
                           END-EVALUATE
                           MOVE LOAN-REF TO WS-DIGIT-IN
                           PERFORM EXTRACT-DIGITS
                           MOVE WS-DIGIT-OUT(1:10)
                               TO WS-LOAN-KEY(WS-LOAN-COUNT)
                   END-READ
               END-PERFORM
           END-IF
      * Close unconditionally - a failed OPEN still leaves the file
      * logically open, which would make SAVE-LOANS fail with 41.
           CLOSE PAYROLL-LOANS-FILE
           MOVE 0 TO WS-EOF-FLAG.

       LOAD-CONFIRMATIONS.
      *----------------------------------------------------------------
      * LOAD-CONFIRMATIONS - One "Agency,LoanNo[,PerRun]" line per
      * agency loan payroll has confirmed for loading.
      *----------------------------------------------------------------
           MOVE 0 TO WS-EOF-FLAG
           OPEN INPUT LOAN-CONFIRM-FILE
           IF WS-CONFIRM-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-CF-COUNT >= WS-MAX-CONFIRMS
                   READ LOAN-CONFIRM-FILE INTO WS-CF-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-CF-LINE) NOT = SPACES
                               PERFORM STORE-CONFIRMATION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LOAN-CONFIRM-FILE
           MOVE 0 TO WS-EOF-FLAG.

       STORE-CONFIRMATION.
      *----------------------------------------------------------------
      * STORE-CONFIRMATION - Parse one confirmation into the next
      * slot; an agency other than SSS or Pag-IBIG is ignored.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-CF-TXT-AGENCY
           MOVE SPACES TO WS-CF-TXT-LOAN
           MOVE SPACES TO WS-CF-TXT-AMORT
           UNSTRING WS-CF-LINE DELIMITED BY ","
               INTO WS-CF-TXT-AGENCY
                    WS-CF-TXT-LOAN
                    WS-CF-TXT-AMORT
           END-UNSTRING
           MOVE WS-CF-TXT-LOAN TO WS-DIGIT-IN
           PERFORM EXTRACT-DIGITS
           PERFORM BUILD-LOAN-KEY
           IF WS-BL-LOAN-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(
                   WS-CF-TXT-AGENCY))
               WHEN "SSS"
                   ADD 1 TO WS-CF-COUNT
                   MOVE "SSS" TO WS-CF-AGENCY(WS-CF-COUNT)
               WHEN "PAGIBIG"
               WHEN "PAG-IBIG"
               WHEN "HDMF"
                   ADD 1 TO WS-CF-COUNT
                   MOVE "PAG-IBIG" TO WS-CF-AGENCY(WS-CF-COUNT)
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-BL-LOAN-KEY TO WS-CF-KEY(WS-CF-COUNT)
           MOVE 0 TO WS-CF-AMORT(WS-CF-COUNT)
           IF FUNCTION TRIM(WS-CF-TXT-AMORT) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-CF-TXT-AMORT)) = ZERO
               MOVE FUNCTION NUMVAL(WS-CF-TXT-AMORT)
                   TO WS-CF-AMORT(WS-CF-COUNT)
           END-IF.

       PROCESS-BILLING-LINE.
      *----------------------------------------------------------------
      * PROCESS-BILLING-LINE - Parse one agency line, resolve the
      * member to an employee and the loan to the ledger, and report
      * whatever does not agree.
      *----------------------------------------------------------------
           ADD 1 TO WS-BL-COUNT
           MOVE SPACES TO WS-BL-TXT-MEMBER
           MOVE SPACES TO WS-BL-TXT-LOAN
           MOVE SPACES TO WS-BL-TXT-KIND
           MOVE SPACES TO WS-BL-TXT-AMORT
           MOVE SPACES TO WS-BL-TXT-DUE
           MOVE SPACES TO WS-BL-TXT-BALANCE
           MOVE SPACES TO WS-BL-TXT-NAME
           UNSTRING WS-BL-LINE DELIMITED BY ","
               INTO WS-BL-TXT-MEMBER
                    WS-BL-TXT-LOAN
                    WS-BL-TXT-KIND
                    WS-BL-TXT-AMORT
                    WS-BL-TXT-DUE
                    WS-BL-TXT-BALANCE
                    WS-BL-TXT-NAME
           END-UNSTRING

           MOVE WS-BL-TXT-LOAN TO WS-DIGIT-IN
           PERFORM EXTRACT-DIGITS
           PERFORM BUILD-LOAN-KEY
           MOVE SPACES TO WS-BL-EMP-ID
           MOVE 0 TO WS-BL-AMORT
           MOVE 0 TO WS-BL-DUE
           MOVE 0 TO WS-BL-BALANCE
           MOVE 0 TO WS-BL-ARREARS

           IF WS-BL-LOAN-KEY = SPACES
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-BL-TXT-AMORT))
                   NOT = ZERO
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-BL-TXT-DUE))
                   NOT = ZERO
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-BL-TXT-BALANCE)) NOT = ZERO
               ADD 1 TO WS-UNRESOLVED-COUNT
               MOVE FUNCTION TRIM(WS-BL-TXT-MEMBER) TO WS-RDL-EMP-ID
               MOVE "UNREADABLE LINE" TO WS-RDL-FINDING
               MOVE 0 TO WS-RDL-AGENCY-AMT
               MOVE 0 TO WS-RDL-LEDGER-AMT
               MOVE SPACES TO WS-RDL-REMARK
               STRING "loan no / amounts not valid: "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-BL-TXT-LOAN) DELIMITED BY SIZE
                   INTO WS-RDL-REMARK
               PERFORM WRITE-FINDING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-BL-TXT-AMORT) TO WS-BL-AMORT
           MOVE FUNCTION NUMVAL(WS-BL-TXT-DUE) TO WS-BL-DUE
           MOVE FUNCTION NUMVAL(WS-BL-TXT-BALANCE) TO WS-BL-BALANCE
           IF WS-BL-DUE > WS-BL-AMORT
               COMPUTE WS-BL-ARREARS = WS-BL-DUE - WS-BL-AMORT
           END-IF

           PERFORM RESOLVE-MEMBER
           IF WS-BL-EMP-ID = SPACES
               ADD 1 TO WS-UNRESOLVED-COUNT
               MOVE SPACES TO WS-RDL-EMP-ID
               MOVE "MEMBER NOT ON REGISTRY" TO WS-RDL-FINDING
               MOVE WS-BL-DUE TO WS-RDL-AGENCY-AMT
               MOVE 0 TO WS-RDL-LEDGER-AMT
               MOVE SPACES TO WS-RDL-REMARK
               STRING "member " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-BL-TXT-MEMBER) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-BL-TXT-NAME) DELIMITED BY SIZE
                   INTO WS-RDL-REMARK
               PERFORM WRITE-FINDING
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-LEDGER-LOAN
           IF WS-LOAN-MATCH-IDX = 0
               IF WS-BL-BALANCE > 0
                   PERFORM REPORT-MISSING-LOAN
               END-IF
           ELSE
               ADD 1 TO WS-MATCHED-COUNT
               MOVE 1 TO WS-LOAN-BILLED(WS-LOAN-MATCH-IDX)
               PERFORM COMPARE-MATCHED-LOAN
           END-IF

           IF WS-BL-BALANCE > 0
               PERFORM ADD-EMPLOYEE-DUE
           END-IF.

       BUILD-LOAN-KEY.
      *----------------------------------------------------------------
      * BUILD-LOAN-KEY - The last 10 digits of the loan number in
      * WS-DIGIT-OUT, the most LOAN-REF can carry (a longer number's
      * leading digits are the agency's series, shared by
      * neighbouring loans).
      *----------------------------------------------------------------
           MOVE SPACES TO WS-BL-LOAN-KEY
           IF WS-DIGIT-COUNT > 10
               COMPUTE WS-DIGIT-START = WS-DIGIT-COUNT - 9
               MOVE WS-DIGIT-OUT(WS-DIGIT-START:10) TO WS-BL-LOAN-KEY
           ELSE
               IF WS-DIGIT-COUNT > 0
                   MOVE WS-DIGIT-OUT(1:10) TO WS-BL-LOAN-KEY
               END-IF
           END-IF.

       EXTRACT-DIGITS.
      *----------------------------------------------------------------
      * EXTRACT-DIGITS - WS-DIGIT-OUT is WS-DIGIT-IN's digits,
      * left-justified, with dashes, spaces and anything else
      * dropped; WS-DIGIT-COUNT says how many.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-DIGIT-OUT
           MOVE 0 TO WS-DIGIT-COUNT
           PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
               UNTIL WS-DIGIT-IDX > 20
               IF WS-DIGIT-IN(WS-DIGIT-IDX:1) IS NUMERIC
                   ADD 1 TO WS-DIGIT-COUNT
                   MOVE WS-DIGIT-IN(WS-DIGIT-IDX:1)
                       TO WS-DIGIT-OUT(WS-DIGIT-COUNT:1)
               END-IF
           END-PERFORM.

       RESOLVE-MEMBER.
      *----------------------------------------------------------------
      * RESOLVE-MEMBER - WS-BL-EMP-ID is the employee whose SSS
      * number (SSS list) or Pag-IBIG MID (Pag-IBIG list) is the
      * billed member number, or SPACES.
      *----------------------------------------------------------------
           MOVE WS-BL-TXT-MEMBER TO WS-DIGIT-IN
           PERFORM EXTRACT-DIGITS
           MOVE WS-DIGIT-OUT TO WS-BL-MEMBER-KEY
           IF WS-BL-MEMBER-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SID-IDX FROM 1 BY 1
               UNTIL WS-SID-IDX > WS-SID-COUNT
               OR WS-BL-EMP-ID NOT = SPACES
               IF WS-AGENCY = "SSS"
                   IF WS-SID-SSS(WS-SID-IDX) = WS-BL-MEMBER-KEY
                       MOVE WS-SID-ID(WS-SID-IDX) TO WS-BL-EMP-ID
                   END-IF
               ELSE
                   IF WS-SID-HDMF(WS-SID-IDX) = WS-BL-MEMBER-KEY
                       MOVE WS-SID-ID(WS-SID-IDX) TO WS-BL-EMP-ID
                   END-IF
               END-IF
           END-PERFORM.

       FIND-LEDGER-LOAN.
      *----------------------------------------------------------------
      * FIND-LEDGER-LOAN - WS-LOAN-MATCH-IDX is the employee's ledger
      * loan of this agency carrying the billed loan number; failing
      * that, the first one of that agency keyed without a number
      * and not yet matched; else 0.
      *----------------------------------------------------------------
           MOVE 0 TO WS-LOAN-MATCH-IDX
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
               UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               OR WS-LOAN-MATCH-IDX > 0
               IF WS-LOAN-EMP-ID(WS-LOAN-IDX) = WS-BL-EMP-ID
                   AND WS-LOAN-AGENCY(WS-LOAN-IDX) = WS-AGENCY
                   AND WS-LOAN-KEY(WS-LOAN-IDX) = WS-BL-LOAN-KEY
                   MOVE WS-LOAN-IDX TO WS-LOAN-MATCH-IDX
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
               UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               OR WS-LOAN-MATCH-IDX > 0
               IF WS-LOAN-EMP-ID(WS-LOAN-IDX) = WS-BL-EMP-ID
                   AND WS-LOAN-AGENCY(WS-LOAN-IDX) = WS-AGENCY
                   AND WS-LOAN-KEY(WS-LOAN-IDX) = SPACES
                   AND WS-LOAN-BILLED(WS-LOAN-IDX) = 0
                   MOVE WS-LOAN-IDX TO WS-LOAN-MATCH-IDX
               END-IF
           END-PERFORM.

       REPORT-MISSING-LOAN.
      *----------------------------------------------------------------
      * REPORT-MISSING-LOAN - An agency loan with a balance the
      * ledger does not carry. Loaded onto the ledger when payroll
      * has confirmed it, otherwise reported for confirmation.
      *----------------------------------------------------------------
           MOVE 0 TO WS-CF-MATCH-IDX
           PERFORM VARYING WS-CF-IDX FROM 1 BY 1
               UNTIL WS-CF-IDX > WS-CF-COUNT
               OR WS-CF-MATCH-IDX > 0
               IF WS-CF-AGENCY(WS-CF-IDX) = WS-AGENCY
                   AND WS-CF-KEY(WS-CF-IDX) = WS-BL-LOAN-KEY
                   MOVE WS-CF-IDX TO WS-CF-MATCH-IDX
               END-IF
           END-PERFORM

           IF WS-CF-MATCH-IDX > 0
               AND WS-LOAN-COUNT < WS-MAX-LOANS
               PERFORM LOAD-CONFIRMED-LOAN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MISSING-COUNT
           MOVE WS-BL-EMP-ID TO WS-RDL-EMP-ID
           MOVE "MISSING FROM LEDGER" TO WS-RDL-FINDING
           MOVE WS-BL-AMORT TO WS-RDL-AGENCY-AMT
           MOVE 0 TO WS-RDL-LEDGER-AMT
           MOVE SPACES TO WS-RDL-REMARK
           MOVE WS-BL-BALANCE TO WS-AMOUNT-ED
           IF WS-CF-MATCH-IDX > 0
               STRING "confirmed, ledger full - balance "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                   INTO WS-RDL-REMARK
           ELSE
               STRING "confirm to load - balance " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                   INTO WS-RDL-REMARK
           END-IF
           PERFORM WRITE-FINDING.

       LOAD-CONFIRMED-LOAN.
      *----------------------------------------------------------------
      * LOAD-CONFIRMED-LOAN - Add the confirmed agency loan to the
      * ledger: the agency's balance, and the per-run amortization
      * confirmed or else the monthly amortization spread over the
      * month's runs (rounded up so the last run never leaves a
      * centavo stranded).
      *----------------------------------------------------------------
           IF WS-CF-AMORT(WS-CF-MATCH-IDX) > 0
               MOVE WS-CF-AMORT(WS-CF-MATCH-IDX) TO WS-NEW-AMORT
           ELSE
               COMPUTE WS-NEW-AMORT ROUNDED =
                   WS-BL-AMORT / WS-RUNS-PER-MONTH
               IF WS-NEW-AMORT * WS-RUNS-PER-MONTH < WS-BL-AMORT
                   ADD 0.01 TO WS-NEW-AMORT
               END-IF
           END-IF

           ADD 1 TO WS-LOAN-COUNT
           ADD 1 TO WS-LOANS-ADDED
           MOVE WS-BL-EMP-ID TO WS-LOAN-EMP-ID(WS-LOAN-COUNT)
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BL-TXT-KIND))(1:3)
                   = "CAL"
               IF WS-AGENCY = "SSS"
                   MOVE "SSS-CAL" TO WS-LOAN-TYPE(WS-LOAN-COUNT)
               ELSE
                   MOVE "HDMF-CAL" TO WS-LOAN-TYPE(WS-LOAN-COUNT)
               END-IF
           ELSE
               IF WS-AGENCY = "SSS"
                   MOVE "SSS-SAL" TO WS-LOAN-TYPE(WS-LOAN-COUNT)
               ELSE
                   MOVE "HDMF-MPL" TO WS-LOAN-TYPE(WS-LOAN-COUNT)
               END-IF
           END-IF
           MOVE WS-NEW-AMORT TO WS-LOAN-AMORT(WS-LOAN-COUNT)
           MOVE WS-BL-BALANCE TO WS-LOAN-BALANCE(WS-LOAN-COUNT)
           MOVE WS-BL-LOAN-KEY TO WS-LOAN-REF(WS-LOAN-COUNT)
           MOVE WS-AGENCY TO WS-LOAN-AGENCY(WS-LOAN-COUNT)
           MOVE WS-BL-LOAN-KEY TO WS-LOAN-KEY(WS-LOAN-COUNT)
           MOVE 1 TO WS-LOAN-BILLED(WS-LOAN-COUNT)

           MOVE WS-AGENCY TO WS-RDL-AGENCY
           MOVE WS-BL-EMP-ID TO WS-RDL-EMP-ID
           MOVE WS-BL-LOAN-KEY TO WS-RDL-LOAN-NO
           MOVE "LOADED TO LEDGER" TO WS-RDL-FINDING
           MOVE WS-BL-AMORT TO WS-RDL-AGENCY-AMT
           MOVE WS-NEW-AMORT TO WS-RDL-LEDGER-AMT
           MOVE SPACES TO WS-RDL-REMARK
           MOVE WS-BL-BALANCE TO WS-AMOUNT-ED
           STRING FUNCTION TRIM(WS-LOAN-TYPE(WS-LOAN-COUNT))
                   DELIMITED BY SIZE
               " per run, balance " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
               INTO WS-RDL-REMARK
           WRITE RECON-REPORT-RECORD FROM WS-RCN-DETAIL-LINE.

       COMPARE-MATCHED-LOAN.
      *----------------------------------------------------------------
      * COMPARE-MATCHED-LOAN - The billed loan against its ledger
      * loan: fully paid at the agency, amortization disagreeing
      * (beyond a centavo per run), and arrears. A ledger loan keyed
      * without a number is noted first.
      *----------------------------------------------------------------
           IF WS-LOAN-KEY(WS-LOAN-MATCH-IDX) = SPACES
               MOVE WS-AGENCY TO WS-RDL-AGENCY
               MOVE WS-BL-EMP-ID TO WS-RDL-EMP-ID
               MOVE WS-BL-LOAN-KEY TO WS-RDL-LOAN-NO
               MOVE "MATCHED BY TYPE" TO WS-RDL-FINDING
               MOVE WS-BL-AMORT TO WS-RDL-AGENCY-AMT
               MOVE WS-LOAN-AMORT(WS-LOAN-MATCH-IDX)
                   TO WS-RDL-LEDGER-AMT
               MOVE SPACES TO WS-RDL-REMARK
               STRING "key loan no into LOAN-REF of the "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOAN-TYPE(WS-LOAN-MATCH-IDX))
                       DELIMITED BY SIZE
                   " loan" DELIMITED BY SIZE
                   INTO WS-RDL-REMARK
               WRITE RECON-REPORT-RECORD FROM WS-RCN-DETAIL-LINE
           END-IF

           IF WS-BL-BALANCE = 0
               IF WS-LOAN-BALANCE(WS-LOAN-MATCH-IDX) > 0
                   ADD 1 TO WS-PAID-COUNT
                   MOVE WS-BL-EMP-ID TO WS-RDL-EMP-ID
                   MOVE "DEDUCTING PAID LOAN" TO WS-RDL-FINDING
                   MOVE 0 TO WS-RDL-AGENCY-AMT
                   MOVE WS-LOAN-BALANCE(WS-LOAN-MATCH-IDX)
                       TO WS-RDL-LEDGER-AMT
                   MOVE "agency shows fully paid - stop the deduction"
                       TO WS-RDL-REMARK
                   PERFORM WRITE-FINDING
               END-IF
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-LEDGER-MONTHLY =
               WS-LOAN-AMORT(WS-LOAN-MATCH-IDX) * WS-RUNS-PER-MONTH
           COMPUTE WS-AMORT-DIFF = WS-LEDGER-MONTHLY - WS-BL-AMORT
           COMPUTE WS-AMORT-TOLERANCE = 0.01 * WS-RUNS-PER-MONTH
           IF WS-AMORT-DIFF > WS-AMORT-TOLERANCE
               OR WS-AMORT-DIFF < 0 - WS-AMORT-TOLERANCE
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE WS-BL-EMP-ID TO WS-RDL-EMP-ID
               MOVE "AMOUNT MISMATCH" TO WS-RDL-FINDING
               MOVE WS-BL-AMORT TO WS-RDL-AGENCY-AMT
               MOVE WS-LEDGER-MONTHLY TO WS-RDL-LEDGER-AMT
               MOVE SPACES TO WS-RDL-REMARK
               MOVE WS-LOAN-AMORT(WS-LOAN-MATCH-IDX) TO WS-AMOUNT-ED
               STRING "monthly; ledger " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                   " per run" DELIMITED BY SIZE
                   INTO WS-RDL-REMARK
               PERFORM WRITE-FINDING
           END-IF

           IF WS-BL-ARREARS > 0
               ADD 1 TO WS-ARREARS-COUNT
               MOVE WS-BL-EMP-ID TO WS-RDL-EMP-ID
               MOVE "ARREARS" TO WS-RDL-FINDING
               MOVE WS-BL-DUE TO WS-RDL-AGENCY-AMT
               MOVE WS-LEDGER-MONTHLY TO WS-RDL-LEDGER-AMT
               MOVE SPACES TO WS-RDL-REMARK
               MOVE WS-BL-ARREARS TO WS-AMOUNT-ED
               STRING "past due " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                   " - earlier runs under-deducted" DELIMITED BY SIZE
                   INTO WS-RDL-REMARK
               PERFORM WRITE-FINDING
           END-IF.

       ADD-EMPLOYEE-DUE.
      *----------------------------------------------------------------
      * ADD-EMPLOYEE-DUE - Add the billed AmountDue and arrears to
      * the employee's deduction-check slot.
      *----------------------------------------------------------------
           PERFORM FIND-OR-ADD-EMPLOYEE
           IF WS-EC-MATCH-IDX > 0
               ADD WS-BL-DUE TO WS-EC-DUE(WS-EC-MATCH-IDX)
               ADD WS-BL-ARREARS TO WS-EC-ARREARS(WS-EC-MATCH-IDX)
           END-IF.

       FIND-OR-ADD-EMPLOYEE.
      *----------------------------------------------------------------
      * FIND-OR-ADD-EMPLOYEE - WS-EC-MATCH-IDX is WS-BL-EMP-ID's
      * slot, opened with the per-run amortization of the
      * employee's non-agency loans the first time it is seen.
      *----------------------------------------------------------------
           MOVE 0 TO WS-EC-MATCH-IDX
           PERFORM VARYING WS-EC-IDX FROM 1 BY 1
               UNTIL WS-EC-IDX > WS-EC-COUNT
               OR WS-EC-MATCH-IDX > 0
               IF WS-EC-EMP-ID(WS-EC-IDX) = WS-BL-EMP-ID
                   MOVE WS-EC-IDX TO WS-EC-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-EC-MATCH-IDX = 0
               AND WS-EC-COUNT < WS-MAX-EMPLOYEES
               ADD 1 TO WS-EC-COUNT
               MOVE WS-EC-COUNT TO WS-EC-MATCH-IDX
               MOVE WS-BL-EMP-ID TO WS-EC-EMP-ID(WS-EC-MATCH-IDX)
               MOVE 0 TO WS-EC-DUE(WS-EC-MATCH-IDX)
               MOVE 0 TO WS-EC-ARREARS(WS-EC-MATCH-IDX)
               MOVE 0 TO WS-EC-OTHER(WS-EC-MATCH-IDX)
               MOVE 0 TO WS-EC-POSTED(WS-EC-MATCH-IDX)
               MOVE 0 TO WS-EC-RUNS(WS-EC-MATCH-IDX)
               PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
                   IF WS-LOAN-EMP-ID(WS-LOAN-IDX) = WS-BL-EMP-ID
                       AND WS-LOAN-AGENCY(WS-LOAN-IDX) = SPACES
                       AND WS-LOAN-BALANCE(WS-LOAN-IDX) > 0
                       IF WS-LOAN-AMORT(WS-LOAN-IDX) >
                               WS-LOAN-BALANCE(WS-LOAN-IDX)
                           ADD WS-LOAN-BALANCE(WS-LOAN-IDX)
                               TO WS-EC-OTHER(WS-EC-MATCH-IDX)
                       ELSE
                           ADD WS-LOAN-AMORT(WS-LOAN-IDX)
                               TO WS-EC-OTHER(WS-EC-MATCH-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-UNBILLED-LOANS.
      *----------------------------------------------------------------
      * CHECK-UNBILLED-LOANS - Ledger loans still deducting for an
      * agency whose list came in but does not bill them.
      *----------------------------------------------------------------
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
               UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               IF WS-LOAN-BILLED(WS-LOAN-IDX) = 0
                   AND WS-LOAN-BALANCE(WS-LOAN-IDX) > 0
                   AND ((WS-LOAN-AGENCY(WS-LOAN-IDX) = "SSS"
                           AND WS-SSS-BILLED = 1)
                       OR (WS-LOAN-AGENCY(WS-LOAN-IDX) = "PAG-IBIG"
                           AND WS-HDMF-BILLED = 1))
                   ADD 1 TO WS-UNBILLED-COUNT
                   MOVE WS-LOAN-AGENCY(WS-LOAN-IDX) TO WS-AGENCY
                   MOVE WS-LOAN-KEY(WS-LOAN-IDX) TO WS-BL-LOAN-KEY
                   MOVE WS-LOAN-EMP-ID(WS-LOAN-IDX) TO WS-RDL-EMP-ID
                   MOVE "NOT ON BILLING" TO WS-RDL-FINDING
                   MOVE 0 TO WS-RDL-AGENCY-AMT
                   MOVE WS-LOAN-BALANCE(WS-LOAN-IDX)
                       TO WS-RDL-LEDGER-AMT
                   MOVE SPACES TO WS-RDL-REMARK
                   STRING FUNCTION TRIM(WS-LOAN-TYPE(WS-LOAN-IDX))
                           DELIMITED BY SIZE
                       " still deducting - check with the agency"
                           DELIMITED BY SIZE
                       INTO WS-RDL-REMARK
                   PERFORM WRITE-FINDING
               END-IF
           END-PERFORM.

       CHECK-POSTED-DEDUCTIONS.
      *----------------------------------------------------------------
      * CHECK-POSTED-DEDUCTIONS - Sum the billing month's posted loan
      * deductions per billed employee off the master, then list
      * every employee deducted less than the agencies bill. The
      * expectation is scaled to the runs posted so far (an employee
      * with none is short the whole amount due), and the employee's
      * other ledger loans are taken out of the posted figure first.
      *----------------------------------------------------------------
           WRITE RECON-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE RECON-REPORT-RECORD FROM WS-DED-TITLE-LINE
           WRITE RECON-REPORT-RECORD FROM WS-BLANK-LINE

           MOVE 0 TO WS-EOF-FLAG
           OPEN INPUT PAYROLL-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               MOVE "    PAYROLL-MASTER.DAT not found - posted"
                   & " deductions not checked" TO WS-REPORT-LINE
               WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
               CLOSE PAYROLL-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ PAYROLL-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM TALLY-MASTER-RECORD
               END-READ
           END-PERFORM
           CLOSE PAYROLL-MASTER-FILE
           MOVE 0 TO WS-EOF-FLAG

           WRITE RECON-REPORT-RECORD FROM WS-DED-COL-HDR
           WRITE RECON-REPORT-RECORD FROM WS-BLANK-LINE
           PERFORM VARYING WS-EC-IDX FROM 1 BY 1
               UNTIL WS-EC-IDX > WS-EC-COUNT
               PERFORM CHECK-EMPLOYEE-DEDUCTION
           END-PERFORM
           IF WS-UNDER-COUNT = 0
               MOVE "    (no under-deductions)" TO WS-REPORT-LINE
               WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       TALLY-MASTER-RECORD.
      *----------------------------------------------------------------
      * TALLY-MASTER-RECORD - A master record of the billing month
      * adds its loan deduction and one run to its employee's slot.
      *----------------------------------------------------------------
           IF WS-BILL-MONTH = SPACES
               IF MAST-PERIOD NOT = WS-PERIOD-ID
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF MAST-PERIOD(1:7) NOT = WS-BILL-MONTH
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING WS-EC-IDX FROM 1 BY 1
               UNTIL WS-EC-IDX > WS-EC-COUNT
               IF WS-EC-EMP-ID(WS-EC-IDX) = MAST-EMP-ID
                   ADD MAST-LOAN-DED TO WS-EC-POSTED(WS-EC-IDX)
                   ADD 1 TO WS-EC-RUNS(WS-EC-IDX)
               END-IF
           END-PERFORM.

       CHECK-EMPLOYEE-DEDUCTION.
      *----------------------------------------------------------------
      * CHECK-EMPLOYEE-DEDUCTION - One line for an employee whose
      * agency loan deductions this month fall short of what the
      * agencies bill for the runs posted.
      *----------------------------------------------------------------
           IF WS-EC-RUNS(WS-EC-IDX) >= WS-RUNS-PER-MONTH
               OR WS-EC-RUNS(WS-EC-IDX) = 0
               MOVE WS-EC-DUE(WS-EC-IDX) TO WS-EC-EXPECTED
           ELSE
               COMPUTE WS-EC-EXPECTED ROUNDED =
                   WS-EC-DUE(WS-EC-IDX) * WS-EC-RUNS(WS-EC-IDX)
                   / WS-RUNS-PER-MONTH
           END-IF
           COMPUTE WS-EC-OTHER-POSTED =
               WS-EC-OTHER(WS-EC-IDX) * WS-EC-RUNS(WS-EC-IDX)
           IF WS-EC-POSTED(WS-EC-IDX) > WS-EC-OTHER-POSTED
               COMPUTE WS-EC-AGENCY-POSTED =
                   WS-EC-POSTED(WS-EC-IDX) - WS-EC-OTHER-POSTED
           ELSE
               MOVE 0 TO WS-EC-AGENCY-POSTED
           END-IF
           IF WS-EC-RUNS(WS-EC-IDX) > 0
               AND WS-EC-AGENCY-POSTED + 0.01 >= WS-EC-EXPECTED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-UNDER-COUNT
           IF WS-EC-AGENCY-POSTED < WS-EC-EXPECTED
               COMPUTE WS-EC-SHORT =
                   WS-EC-EXPECTED - WS-EC-AGENCY-POSTED
           ELSE
               MOVE 0 TO WS-EC-SHORT
           END-IF
           MOVE WS-EC-EMP-ID(WS-EC-IDX) TO WS-DDL-EMP-ID
           MOVE WS-EC-DUE(WS-EC-IDX) TO WS-DDL-DUE
           MOVE WS-EC-EXPECTED TO WS-DDL-EXPECTED
           MOVE WS-EC-AGENCY-POSTED TO WS-DDL-POSTED
           MOVE WS-EC-SHORT TO WS-DDL-SHORT
           MOVE SPACES TO WS-DDL-REMARK
           MOVE WS-EC-ARREARS(WS-EC-IDX) TO WS-AMOUNT-ED
           MOVE WS-EC-RUNS(WS-EC-IDX) TO WS-RUNS-ED
           EVALUATE TRUE
               WHEN WS-EC-RUNS(WS-EC-IDX) = 0
                   MOVE "NO DEDUCTION POSTED this month"
                       TO WS-DDL-REMARK
               WHEN WS-EC-ARREARS(WS-EC-IDX) > 0
                   STRING "UNDER-DEDUCTED - arrears "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
                       " billed" DELIMITED BY SIZE
                       INTO WS-DDL-REMARK
               WHEN OTHER
                   STRING "UNDER-DEDUCTED (" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RUNS-ED) DELIMITED BY SIZE
                       " run(s) posted)" DELIMITED BY SIZE
                       INTO WS-DDL-REMARK
           END-EVALUATE
           WRITE RECON-REPORT-RECORD FROM WS-DED-DETAIL-LINE

           MOVE "PAY113" TO ERRLOG-CODE
           SET ERRLOG-SEV-WARNING TO TRUE
           MOVE SPACES TO ERRLOG-MESSAGE
           MOVE WS-EC-SHORT TO WS-AMOUNT-ED
           STRING "Loan deductions for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EC-EMP-ID(WS-EC-IDX))
                   DELIMITED BY SIZE
               " short of agency billing by " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AMOUNT-ED) DELIMITED BY SIZE
               INTO ERRLOG-MESSAGE
           PERFORM LOG-SHARED-ERROR.

       WRITE-FINDING.
      *----------------------------------------------------------------
      * WRITE-FINDING - One discrepancy line (agency and loan number
      * from the line being matched) on the report and on the
      * consolidated exceptions log.
      *----------------------------------------------------------------
           ADD 1 TO WS-FINDING-COUNT
           MOVE WS-AGENCY TO WS-RDL-AGENCY
           MOVE WS-BL-LOAN-KEY TO WS-RDL-LOAN-NO
           WRITE RECON-REPORT-RECORD FROM WS-RCN-DETAIL-LINE

           MOVE "PAY113" TO ERRLOG-CODE
           SET ERRLOG-SEV-WARNING TO TRUE
           MOVE SPACES TO ERRLOG-MESSAGE
           STRING FUNCTION TRIM(WS-AGENCY) DELIMITED BY SIZE
               " loan " DELIMITED BY SIZE
               FUNCTION TRIM(WS-BL-LOAN-KEY) DELIMITED BY SIZE
               " employee " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RDL-EMP-ID) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RDL-FINDING) DELIMITED BY SIZE
               INTO ERRLOG-MESSAGE
           PERFORM LOG-SHARED-ERROR.

       SAVE-LOANS.
      *----------------------------------------------------------------
      * SAVE-LOANS - Rewrite PAYROLL-LOANS.TXT with every loan read
      * plus the confirmed agency loans added.
      *----------------------------------------------------------------
           OPEN OUTPUT PAYROLL-LOANS-FILE
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
               UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               MOVE WS-LOAN-EMP-ID(WS-LOAN-IDX) TO LOAN-EMP-ID
               MOVE WS-LOAN-TYPE(WS-LOAN-IDX) TO LOAN-TYPE
               MOVE WS-LOAN-AMORT(WS-LOAN-IDX) TO LOAN-AMORT
               MOVE WS-LOAN-BALANCE(WS-LOAN-IDX) TO LOAN-BALANCE
               MOVE WS-LOAN-REF(WS-LOAN-IDX) TO LOAN-REF
               WRITE PAYROLL-LOANS-RECORD
           END-PERFORM
           CLOSE PAYROLL-LOANS-FILE.

       LOG-SHARED-ERROR.
      *----------------------------------------------------------------
      * LOG-SHARED-ERROR - Hand the event to ERROR-LOGGER for the
      * consolidated BATCH-EXCEPTIONS.TXT; ON EXCEPTION keeps a
      * standalone run alive when the logger is not linked in.
      *----------------------------------------------------------------
           MOVE "LOAN-RECON" TO ERRLOG-PROGRAM
           CALL "ERROR-LOGGER" USING ERRLOG-PARAMETER
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SPACES TO ERRLOG-SEVERITY.

       END PROGRAM LOAN-RECON.
