      *   - Basic Pay Total = Basic Pay × Number of Employees
      *   - Allowance = Basic Pay Total × per-type allowance rate
      *     (Faculty 15% hazard/overload, Admin/Utility/Security 10%,
      *      Contractual/Job-Order 0% - see WS-RATE-TABLE; an
      *      approved rate table version in force for the period
      *      replaces these - see RESOLVE-RATE-VERSIONS)
      *   - Deduction = Basic Pay Total × per-type deduction rate
      *   - Gross Pay = Basic Pay Total + Allowance
      *   - Net Pay = Gross Pay - Deduction
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PAYROLL-PAYSLIP-FILE
            ASSIGN TO DYNAMIC WS-PAYSLIP-FILE-NAME
      * One payslip row per individual employee from the optional
      * PAYROLL-EMPLOYEES.TXT roster, generated only when that
      * roster was found (see WRITE-PAYSLIPS). PAYROLL-PAYSLIPS.TXT
      * on a regular run; an off-cycle run writes its own
      * PAYROLL-OFFCYCLE-PAYSLIPS.TXT so the cutoff's are kept.
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PAYROLL-RUN-CONTROL-FILE
      * the amortization to that employee's net pay, reduces the
      * balance, and rewrites the file without the loans that just
      * reached zero. OPTIONAL so sites without loans see no change.
      * A TUITION loan (set up by TUITION-DEDUCTION from a dependent's
      * unpaid student ledger balance) names the student it pays for.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOANS-FILE-STATUS.

       SELECT OPTIONAL STUDENT-LEDGER-FILE
            ASSIGN TO "STUDENT-LEDGER.TXT"
      * The cashier's student payment ledger. Every TUITION loan
      * amortization this run collects is appended to it as a payment
      * on the student's account (OR number zero = salary
      * deduction), so the cashier's balance and the loan balance
      * move together.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STLEDGER-FILE-STATUS.

       SELECT OPTIONAL PAYROLL-GL-MAP-FILE
            ASSIGN TO "PAYROLL-GL-MAP.TXT"
      * Account-mapping file for the GL journal voucher export, one
      * SSS remittance listing: one line per roster employee with the
      * employee share, employer share and total, plus agency grand
      * totals, formatted for direct copying into the filing forms.
      * Always in full - this is the file sealed and sent to the
      * agency; the printed copy is PAYROLL-REMIT-SSS-LISTING.TXT.
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PAYROLL-REMIT-PHIC-FILE
      * Pag-IBIG (HDMF) remittance listing, same shape as the SSS one.
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PAYROLL-REMIT-SSS-LIST-FILE
            ASSIGN TO "PAYROLL-REMIT-SSS-LISTING.TXT"
      * Printed copy of the SSS remittance, masked unless an unmasked
      * print was granted - never transmitted.
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PAYROLL-REMIT-PHIC-LIST-FILE
            ASSIGN TO "PAYROLL-REMIT-PHIC-LISTING.TXT"
      * Printed copy of the PhilHealth remittance, masked the same way.
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PAYROLL-REMIT-HDMF-LIST-FILE
            ASSIGN TO "PAYROLL-REMIT-HDMF-LISTING.TXT"
      * Printed copy of the Pag-IBIG remittance, masked the same way.
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PAYROLL-RECON-PAYSLIP-FILE
            ASSIGN TO "PAYROLL-PAYSLIPS.TXT"
      * Re-opened read-only by RECONCILE-OUTPUTS after the run has
      * ID: basic, gross, each statutory deduction, withholding tax
      * and net, accumulated every run from the payslip figures. The
      * year-end run turns it into the BIR alphalist-style listing
      * (PAYROLL-ALPHALIST.TXT), keeps the closed year as
      * PAYROLL-EMP-YTD-<yyyy>.TXT for BIR-FORMS, and resets it for
      * the new year. The
      * type-level PAYROLL-YTD.TXT stays as the 13th-month source per
      * type; this ledger is the per-person view the alphalist needs.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-COMPANY-FILE-STATUS.

       SELECT OPTIONAL PAYROLL-SALARY-GRADES-FILE
            ASSIGN TO DYNAMIC WS-SGRADE-FILE-NAME
      * Approved pay plan: one "Grade,Step,MonthlyRate" line per
      * grade/step. Each roster employee carrying a grade and step
      * (optional roster fields 10/11) is validated so the type's
      * basic pay matches the plan rate - a mistyped rate surfaces
      * at load time instead of at the month-over-month variance
      * report. Also the source table for the STEP-INCREMENT batch.
      * PAYROLL-SALARY-GRADES.TXT, or the frozen copy of the
      * approved version in force for the period (see
      * RESOLVE-RATE-VERSIONS).
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SGRADE-FILE-STATUS.

       SELECT OPTIONAL PAYROLL-RATE-VERSION-FILE
            ASSIGN TO DYNAMIC WS-RATEVER-FILE-NAME
      * Frozen copy of an approved rate, contribution or tax bracket
      * table version, read over the built-in schedule by
      * LOAD-RATE-TABLE / LOAD-WTAX-TABLE.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RATEVER-FILE-STATUS.

       SELECT OPTIONAL PAYROLL-BENEFIT-PLANS-FILE
            ASSIGN TO "PAYROLL-BENEFIT-PLANS.TXT"
      * HMO/group benefit premium table, one
            FILE STATUS IS WS-CHKRNG-FILE-STATUS.

       SELECT PAYROLL-CHECK-REGISTER-FILE
            ASSIGN TO DYNAMIC WS-CHKREG-FILE-NAME
      * Check/cash payroll register: one line per check issued to a
      * roster employee without bank details, with the net pay per
      * check and the register total. PAYROLL-CHECK-REGISTER.TXT on
      * a regular run, PAYROLL-OFFCYCLE-CHECK-REGISTER.TXT on an
      * off-cycle run.
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PAYROLL-CHECK-LEDGER-FILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HOLWRK-FILE-STATUS.

       SELECT OPTIONAL PAYROLL-ATTENDANCE-FILE
            ASSIGN TO "PAYROLL-ATTENDANCE.TXT"
      * Per-employee attendance summary written by TIMEKEEPING from
      * the biometric clock export, one "EmployeeID,DaysAbsent,
      * LateMinutes,UndertimeMinutes,NightDiffMinutes" line per timed
      * employee. OPTIONAL - without it the roster's absence column
      * is used as before.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ATTEND-FILE-STATUS.

       SELECT OPTIONAL PAYROLL-HONORARIA-FILE
            ASSIGN TO "PAYROLL-HONORARIA.TXT"
      * Faculty overload/part-time honoraria written by FACULTY-LOAD
      * from the grading sections, one "FacultyID,LoadUnits,
      * PaidUnits,MonthlyHonorarium" line per faculty member paid.
      * OPTIONAL - without it no honoraria are paid.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HONOR-FILE-STATUS.

       SELECT OPTIONAL PAYROLL-BANK-CHANGES-FILE
            ASSIGN TO "PAYROLL-BANK-CHANGES.TXT"
      * Bank account change register kept by ROSTER-MAINT (BANKCHG)
      * and BANK-RETURNS (pre-note results), one "EmployeeID,OldBank,
      * OldAcct,NewBank,NewAcct,EffectiveDate,HoldUntil,ChangedBy,
      * ChangedOn,Status" line per change. OPTIONAL - without it the
      * roster's bank details are credited as they stand.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BKCHG-FILE-STATUS.

       SELECT OPTIONAL PAYROLL-OFFCYCLE-FILE
            ASSIGN TO "PAYROLL-OFFCYCLE.TXT"
      * Off-cycle incentive input: a "RunID,PayDate[,ExemptCeiling]"
      * header line, then one "EmployeeID,Kind,Amount" line per
      * payment (Kind 13TH, BONUS, INCENTIVE, ANNIVERSARY or OTHER).
      * The file's mere presence turns the run into an OFF-CYCLE run
      * under its own RunID - see RUN-OFFCYCLE-PAYROLL. Remove it
      * once the run is released so the next cutoff runs normally.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OFC-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------
      * DATA DIVISION - Defines all data structures and variables
       01  PAYROLL-13TH-MONTH-RECORD   PIC X(120).

       FD  PAYROLL-PAYSLIP-FILE.
       01  PAYROLL-PAYSLIP-RECORD      PIC X(190).

       FD  PAYROLL-RUN-CONTROL-FILE.
       01  PAYROLL-RUN-CONTROL-RECORD.
               05 LOAN-TYPE            PIC X(10).
               05 LOAN-AMORT           PIC 9(7)V99.
               05 LOAN-BALANCE         PIC 9(9)V99.
               05 LOAN-REF             PIC X(10).
      * Student ID a TUITION loan pays for; the agency loan number
      * (last 10 digits) on an SSS-... or HDMF-... loan, as LOAN-RECON
      * matches it against the agencies' billing; SPACES on every
      * other loan (and on records written before the field existed)

       FD  STUDENT-LEDGER-FILE.
       01  STUDENT-LEDGER-RECORD.
      * Same fixed-position layout CASHIER-POSTING writes.
               05 LED-ID               PIC X(10).
               05 LED-OR-NO            PIC 9(8).
               05 LED-DATE             PIC X(10).
               05 LED-AMOUNT           PIC 9(7)V99.
               05 LED-SIGN             PIC X.
      * "-" on a refund disbursement (REFUND-DISBURSEMENT), "S"
      * on a late-installment surcharge (EXAM-PERMIT) and "V" on
      * the reversal of a voided OR (CASHIER-POSTING), all of
      * which come off the student's paid total; space on every
      * payment.

       FD  PAYROLL-GL-MAP-FILE.
       01  PAYROLL-GL-MAP-RECORD       PIC X(40).
       FD  PAYROLL-REMIT-HDMF-FILE.
       01  PAYROLL-REMIT-HDMF-RECORD   PIC X(100).

       FD  PAYROLL-REMIT-SSS-LIST-FILE.
       01  PAYROLL-REMIT-SSS-LIST-REC  PIC X(100).

       FD  PAYROLL-REMIT-PHIC-LIST-FILE.
       01  PAYROLL-REMIT-PHIC-LIST-REC PIC X(100).

       FD  PAYROLL-REMIT-HDMF-LIST-FILE.
       01  PAYROLL-REMIT-HDMF-LIST-REC PIC X(100).

       FD  PAYROLL-RECON-PAYSLIP-FILE.
       01  PAYROLL-RECON-PAYSLIP-REC   PIC X(190).

       FD  PAYROLL-RECON-REPORT-FILE.
       01  PAYROLL-RECON-REPORT-REC    PIC X(120).
       01  PAYROLL-LEAVE-MONET-RECORD  PIC X(100).

       FD  PAYROLL-EMP-YTD-FILE.
      * Shared with BIR-FORMS, which prints the 2316 certificates
      * from this ledger - see PAYEYTD.
       COPY PAYEYTD.

       FD  PAYROLL-FUNDING-FILE.
       01  PAYROLL-FUNDING-RECORD      PIC X(100).
       FD  PAYROLL-HOLIDAY-WORK-FILE.
       01  PAYROLL-HOLIDAY-WORK-RECORD PIC X(30).

       FD  PAYROLL-ATTENDANCE-FILE.
       01  PAYROLL-ATTENDANCE-RECORD   PIC X(60).

       FD  PAYROLL-HONORARIA-FILE.
       01  PAYROLL-HONORARIA-RECORD    PIC X(60).

       FD  PAYROLL-BANK-CHANGES-FILE.
       01  PAYROLL-BANK-CHANGES-RECORD PIC X(150).

       FD  PAYROLL-OFFCYCLE-FILE.
       01  PAYROLL-OFFCYCLE-RECORD     PIC X(80).

       FD  PAYROLL-RATE-VERSION-FILE.
       01  PAYROLL-RATE-VERSION-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * WORKING-STORAGE SECTION - Program variables
      * Computed by ANNUALIZE-EMPLOYEES on a year-end run only and
      * applied against net pay by both CALCULATE-PAYROLL (per type)
      * and WRITE-PAYSLIPS (per head).
                       15 WS-ROSTER-EMP-TARDY-DED PIC 9(7)V99 VALUE 0.
                       15 WS-ROSTER-EMP-ND-PAY PIC 9(7)V99 VALUE 0.
      * This employee's tardiness/undertime deduction and night
      * differential premium, priced by LOAD-ATTENDANCE from the
      * TIMEKEEPING attendance summary. The deduction comes off basic
      * pay alongside the absence deduction; the premium is added on
      * top of net pay the same way holiday premium pay is.
                       15 WS-ROSTER-EMP-HON-PAY PIC 9(7)V99 VALUE 0.
      * This faculty member's overload/part-time honorarium for the
      * period, from FACULTY-LOAD's PAYROLL-HONORARIA.TXT (monthly
      * amount x WS-PERIOD-FACTOR). Added on top of net pay like the
      * night differential premium and carried to the master record
      * as MAST-HONORARIA.
                       15 WS-ROSTER-EMP-OFC-PAY PIC 9(7)V99 VALUE 0.
      * This employee's bonuses and incentives on an off-cycle run,
      * summed from their PAYROLL-OFFCYCLE.TXT lines. Zero on every
      * regular run; an off-cycle run pays only employees with some.

       01  WS-ROSTER-TXT-PARSE.
               05 WS-ROSTER-TXT-LINE         PIC X(140).
       01  WS-ROSTER-HOL-PAY OCCURS 5 TIMES PIC 9(9)V99 VALUE 0.
       01  WS-AT-HOL-PAY                  PIC 9(10)V99 VALUE 0.

      *----------------------------------------------------------------
      * BIOMETRIC ATTENDANCE (TARDINESS / UNDERTIME / NIGHT DIFF)
      * PAYROLL-ATTENDANCE.TXT from TIMEKEEPING replaces the roster's
      * hand-keyed absence count for every employee it lists, and
      * prices late/undertime minutes at the per-minute rate (daily
      * rate / 8 hours / 60) and night-differential minutes at 10%
      * of the hourly rate. WS-ROSTER-TARDY-DED(idx) and
      * WS-ROSTER-ND-PAY(idx) sum them per employee type.
      *----------------------------------------------------------------
       01  WS-ATTEND-FILE-STATUS          PIC XX.
       01  WS-ATTEND-EOF-FLAG             PIC 9 VALUE 0.
       01  WS-ATTEND-AVAILABLE            PIC 9 VALUE 0.
       01  WS-ATTEND-APPLIED-COUNT        PIC 9(4) VALUE 0.
       01  WS-ATTEND-UNKNOWN-COUNT        PIC 9(4) VALUE 0.
       01  WS-HOURS-PER-DAY               PIC 99 VALUE 8.
       01  WS-ND-PREMIUM-FACTOR           PIC 9V99 VALUE 0.10.
       01  WS-ATT-MINUTE-RATE             PIC 9(5)V9(6) VALUE 0.
       01  WS-ATT-TARDY-CALC              PIC 9(7)V99 VALUE 0.
       01  WS-ATT-ND-CALC                 PIC 9(7)V99 VALUE 0.
       01  WS-ATTEND-PARSE.
               05 WS-ATTEND-LINE          PIC X(60).
               05 WS-ATTEND-TXT-ID        PIC X(12).
               05 WS-ATTEND-TXT-ABSENT    PIC X(8).
               05 WS-ATTEND-TXT-LATE      PIC X(8).
               05 WS-ATTEND-TXT-UNDER     PIC X(8).
               05 WS-ATTEND-TXT-ND        PIC X(8).
       01  WS-ATT-LATE-MIN                PIC 9(5) VALUE 0.
       01  WS-ATT-UNDER-MIN               PIC 9(5) VALUE 0.
       01  WS-ATT-ND-MIN                  PIC 9(5) VALUE 0.
       01  WS-ROSTER-TARDY-DED OCCURS 5 TIMES PIC 9(9)V99 VALUE 0.
       01  WS-ROSTER-ND-PAY OCCURS 5 TIMES PIC 9(9)V99 VALUE 0.
       01  WS-AT-TARDY-DED                PIC 9(10)V99 VALUE 0.
       01  WS-AT-ND-PAY                   PIC 9(10)V99 VALUE 0.

      *----------------------------------------------------------------
      * FACULTY HONORARIA (OVERLOAD / PART-TIME TEACHING LOAD)
      * PAYROLL-HONORARIA.TXT from FACULTY-LOAD prices each faculty
      * member's units beyond the regular load (every unit for a
      * part-timer) at the rank's monthly rate per unit. The monthly
      * amount is prorated by WS-PERIOD-FACTOR like basic pay.
      * WS-ROSTER-HON-PAY(idx) sums it per employee type.
      *----------------------------------------------------------------
       01  WS-HONOR-FILE-STATUS           PIC XX.
       01  WS-HONOR-EOF-FLAG              PIC 9 VALUE 0.
       01  WS-HONOR-APPLIED-COUNT         PIC 9(4) VALUE 0.
       01  WS-HONOR-UNKNOWN-COUNT         PIC 9(4) VALUE 0.
       01  WS-HON-CALC                    PIC 9(7)V99 VALUE 0.
       01  WS-HONOR-PARSE.
               05 WS-HONOR-LINE           PIC X(60).
               05 WS-HONOR-TXT-ID         PIC X(12).
               05 WS-HONOR-TXT-UNITS      PIC X(8).
               05 WS-HONOR-TXT-PAID       PIC X(8).
               05 WS-HONOR-TXT-AMOUNT     PIC X(14).
       01  WS-ROSTER-HON-PAY OCCURS 5 TIMES PIC 9(9)V99 VALUE 0.
       01  WS-AT-HON-PAY                  PIC 9(10)V99 VALUE 0.

      *----------------------------------------------------------------
      * BANK ACCOUNT CHANGE HOLDS
      * A roster account that ROSTER-MAINT logged as changed is only
      * credited once the change is effective AND its pre-note has
      * cleared or its cooling-off (HoldUntil) has passed, judged as
      * of the period's cutoff end. Until the effective date the old
      * account is credited; in between the employee is paid by
      * check (bank details blanked for this run only).
      *----------------------------------------------------------------
       01  WS-BKCHG-FILE-STATUS           PIC XX.
       01  WS-BKCHG-EOF-FLAG              PIC 9 VALUE 0.
       01  WS-BKCHG-AS-OF                 PIC X(10) VALUE SPACES.
       01  WS-BKCHG-DATETIME              PIC X(21).
       01  WS-MAX-BKCHG                   PIC 9(4) VALUE 2000.
       01  WS-BKCHG-COUNT                 PIC 9(4) VALUE 0.
       01  WS-BKCHG-TABLE.
               05 WS-BKCHG-ENTRY OCCURS 2000 TIMES.
                   10 WS-BKC-ID           PIC X(10).
                   10 WS-BKC-OLD-BANK     PIC X(8).
                   10 WS-BKC-OLD-ACCT     PIC X(16).
                   10 WS-BKC-NEW-BANK     PIC X(8).
                   10 WS-BKC-NEW-ACCT     PIC X(16).
                   10 WS-BKC-EFFECTIVE    PIC X(10).
                   10 WS-BKC-HOLD-UNTIL   PIC X(10).
                   10 WS-BKC-STATUS       PIC X(10).
       01  WS-BKCHG-IDX                   PIC 9(4) VALUE 0.
       01  WS-BKCHG-MATCH-IDX             PIC 9(4) VALUE 0.
       01  WS-BKCHG-HELD-COUNT            PIC 9(4) VALUE 0.
       01  WS-BKCHG-OLD-COUNT             PIC 9(4) VALUE 0.
       01  WS-BKCHG-PARSE.
               05 WS-BKCHG-LINE           PIC X(150).
               05 WS-BKCHG-TXT-ID         PIC X(12).
               05 WS-BKCHG-TXT-OLD-BANK   PIC X(10).
               05 WS-BKCHG-TXT-OLD-ACCT   PIC X(18).
               05 WS-BKCHG-TXT-NEW-BANK   PIC X(10).
               05 WS-BKCHG-TXT-NEW-ACCT   PIC X(18).
               05 WS-BKCHG-TXT-EFFECTIVE  PIC X(12).
               05 WS-BKCHG-TXT-HOLD       PIC X(12).
               05 WS-BKCHG-TXT-BY         PIC X(12).
               05 WS-BKCHG-TXT-ON         PIC X(12).
               05 WS-BKCHG-TXT-STATUS     PIC X(12).

      *----------------------------------------------------------------
      * OFF-CYCLE RUN (BONUSES AND INCENTIVES)
      * Armed by the presence of PAYROLL-OFFCYCLE.TXT. The run takes
      * the file's own RunID as its period ID and pays only the
      * roster employees with incentive lines: one-time payments are
      * measured against the annual non-taxable ceiling for the 13th
      * month pay and other benefits (EYTD-BENEFITS in the ledger),
      * and tax is withheld on the excess only. The regular report,
      * CSV, history/variance figures and checkpoint are not touched.
      *----------------------------------------------------------------
       01  WS-PAYSLIP-FILE-NAME           PIC X(40)
                                          VALUE "PAYROLL-PAYSLIPS.TXT".
       01  WS-CHKREG-FILE-NAME            PIC X(40)
                                    VALUE "PAYROLL-CHECK-REGISTER.TXT".
       01  WS-OFC-FILE-STATUS             PIC XX.
       01  WS-OFC-EOF-FLAG                PIC 9 VALUE 0.
       01  WS-OFFCYCLE-RUN                PIC 9 VALUE 0.
       01  WS-OFC-HEADER-OK               PIC 9 VALUE 0.
       01  WS-BENEFIT-EXEMPT-CEILING      PIC 9(7)V99 VALUE 90000.00.
      * Annual non-taxable ceiling for the 13th month pay and other
      * benefits; the header line's optional third field overrides
      * it when the law changes
       01  WS-OFC-DATE-NUM                PIC 9(8) VALUE 0.
       01  WS-OFC-MONTHS                  PIC 99 VALUE 0.
       01  WS-OFC-KIND                    PIC X(10).
       01  WS-OFC-AMOUNT                  PIC 9(7)V99 VALUE 0.
       01  WS-OFC-LINE-OK                 PIC 9 VALUE 0.
       01  WS-OFC-REASON                  PIC X(30).
       01  WS-OFC-TYPE-IDX                PIC 9 VALUE 0.
       01  WS-OFC-SLOT                    PIC 999 VALUE 0.
       01  WS-OFC-ACCEPTED-COUNT          PIC 9(4) VALUE 0.
       01  WS-OFC-REJECTED-COUNT          PIC 9(4) VALUE 0.
       01  WS-OFC-PAID-COUNT              PIC 9(4) VALUE 0.
       01  WS-OFC-YTD-BEFORE              PIC 9(9)V99 VALUE 0.
       01  WS-OFC-ROOM                    PIC 9(9)V99 VALUE 0.
       01  WS-OFC-EXCESS                  PIC 9(9)V99 VALUE 0.
       01  WS-OFC-TAX-BEFORE              PIC 9(9)V99 VALUE 0.
       01  WS-OFC-TOTALS.
               05 WS-OFC-TOTAL-PAY        PIC 9(10)V99 VALUE 0.
               05 WS-OFC-TOTAL-EXEMPT     PIC 9(10)V99 VALUE 0.
               05 WS-OFC-TOTAL-EXCESS     PIC 9(10)V99 VALUE 0.
               05 WS-OFC-TOTAL-WTAX       PIC 9(10)V99 VALUE 0.
               05 WS-OFC-TOTAL-NET        PIC 9(10)V99 VALUE 0.
       01  WS-OFC-PARSE.
               05 WS-OFC-LINE             PIC X(80).
               05 WS-OFC-TXT-1            PIC X(20).
               05 WS-OFC-TXT-2            PIC X(20).
               05 WS-OFC-TXT-3            PIC X(20).
      * Header: RunID, PayDate, ExemptCeiling; detail: EmployeeID,
      * Kind, Amount
       01  WS-MAX-OFC-GL                  PIC 999 VALUE 100.
       01  WS-OFC-GL-COUNT                PIC 999 VALUE 0.
       01  WS-OFC-GL-TABLE.
               05 WS-OFC-GL-ENTRY OCCURS 100 TIMES.
                   10 WS-OGL-DEPT         PIC X(10).
                   10 WS-OGL-ELEMENT      PIC X(10).
                   10 WS-OGL-AMOUNT       PIC 9(10)V99.
      * Debit side of the off-cycle journal: accepted payments summed
      * per department and kind (the kind is the GL pay element)
       01  WS-OFC-GL-IDX                  PIC 999 VALUE 0.
       01  WS-OFC-GL-MATCH-IDX            PIC 999 VALUE 0.

       01  WS-OFC-PS-TITLE-LINE.
               05 FILLER               PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(40)
                   VALUE "OFF-CYCLE BENEFIT PAYSLIPS".
       01  WS-OFC-PS-COL-HEADER.
               05 FILLER               PIC X(12) VALUE "EMPLOYEE ID".
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 FILLER               PIC X(25) VALUE "NAME".
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 FILLER               PIC X(12) VALUE "PAID NOW".
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 FILLER               PIC X(12) VALUE "PRIOR YTD".
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 FILLER               PIC X(12) VALUE "EXEMPT".
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 FILLER               PIC X(12) VALUE "TAXABLE".
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 FILLER               PIC X(12) VALUE "TAX WITHHELD".
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 FILLER               PIC X(12) VALUE "NET PAY".
       01  WS-OFC-PS-DETAIL-LINE.
               05 WS-OPL-ID            PIC X(12).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-OPL-NAME          PIC X(25).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-OPL-PAY           PIC ZZZ,ZZ9.99.
               05 FILLER               PIC X(4)  VALUE SPACES.
               05 WS-OPL-YTD           PIC ZZZ,ZZ9.99.
               05 FILLER               PIC X(4)  VALUE SPACES.
               05 WS-OPL-EXEMPT        PIC ZZZ,ZZ9.99.
               05 FILLER               PIC X(4)  VALUE SPACES.
               05 WS-OPL-EXCESS        PIC ZZZ,ZZ9.99.
               05 FILLER               PIC X(4)  VALUE SPACES.
               05 WS-OPL-WTAX          PIC ZZZ,ZZ9.99.
               05 FILLER               PIC X(4)  VALUE SPACES.
               05 WS-OPL-NET           PIC ZZZ,ZZ9.99.
       01  WS-OFC-PS-TOTAL-LINE.
               05 FILLER               PIC X(39) VALUE "TOTAL".
               05 WS-OPT-PAY           PIC Z,ZZZ,ZZ9.99.
               05 FILLER               PIC X(16) VALUE SPACES.
               05 WS-OPT-EXEMPT        PIC Z,ZZZ,ZZ9.99.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-OPT-EXCESS        PIC Z,ZZZ,ZZ9.99.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-OPT-WTAX          PIC Z,ZZZ,ZZ9.99.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-OPT-NET           PIC Z,ZZZ,ZZ9.99.
       01  WS-OFC-GL-TITLE-LINE.
               05 FILLER               PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(40)
                   VALUE "OFF-CYCLE PAYROLL JOURNAL VOUCHER".

       01  WS-HOL-HDG.
               05 WS-HOL-HEADER.
                   10 FILLER              PIC X(30) VALUE SPACES.
                   10 FILLER              PIC X(16) VALUE "TOTAL".
                   10 WS-HOLTL-PAY        PIC ZZZ,ZZ9.99.

       01  WS-ATTEND-HDG.
               05 WS-ATTEND-HEADER.
                   10 FILLER              PIC X(25) VALUE SPACES.
                   10 FILLER              PIC X(40)
                       VALUE "TARDINESS AND NIGHT DIFFERENTIAL".
               05 WS-ATTEND-COL-HEADER.
                   10 FILLER           PIC X(16) VALUE "EMPLOYEE TYPE".
                   10 FILLER           PIC X(20)
                       VALUE "LATE/UNDERTIME DED".
                   10 FILLER           PIC X(20)
                       VALUE "NIGHT DIFFERENTIAL".
               05 WS-ATTEND-DETAIL-LINE.
                   10 WS-ATTDL-EMP-TYPE   PIC X(16).
                   10 WS-ATTDL-TARDY      PIC ZZZ,ZZ9.99.
                   10 FILLER              PIC X(10) VALUE SPACES.
                   10 WS-ATTDL-ND         PIC ZZZ,ZZ9.99.
               05 WS-ATTEND-TOTAL-LINE.
                   10 FILLER              PIC X(16) VALUE "TOTAL".
                   10 WS-ATTTL-TARDY      PIC ZZZ,ZZ9.99.
                   10 FILLER              PIC X(10) VALUE SPACES.
                   10 WS-ATTTL-ND         PIC ZZZ,ZZ9.99.

       01  WS-HON-HDG.
               05 WS-HON-HEADER.
                   10 FILLER              PIC X(30) VALUE SPACES.
                   10 FILLER              PIC X(25)
                       VALUE "FACULTY HONORARIA".
               05 WS-HON-COL-HEADER.
                   10 FILLER           PIC X(16) VALUE "EMPLOYEE TYPE".
                   10 FILLER           PIC X(20)
                       VALUE "HONORARIA".
               05 WS-HON-DETAIL-LINE.
                   10 WS-HONDL-EMP-TYPE   PIC X(16).
                   10 WS-HONDL-PAY        PIC ZZZ,ZZ9.99.
               05 WS-HON-TOTAL-LINE.
                   10 FILLER              PIC X(16) VALUE "TOTAL".
                   10 WS-HONTL-PAY        PIC ZZZ,ZZ9.99.

      *----------------------------------------------------------------
      * RESTART/CHECKPOINT SUPPORT
      * WS-CHECKPOINT-DONE(idx) = 1 once that employee type's payroll
       01  WS-PS-WTAX                  PIC 9(9)V99.
       01  WS-PS-DEDUCTION             PIC 9(9)V99.
       01  WS-PS-GROSS                 PIC 9(9)V99.
       01  WS-PS-TAXABLE               PIC 9(9)V99.
      * Gross plus the head's honorarium, night differential and
      * holiday premium - the WTAX base and what the YTD ledger's
      * taxable gross accumulates
       01  WS-PS-NET                   PIC 9(9)V99.
       01  WS-PS-BEN-EXEMPT            PIC 9(9)V99 VALUE 0.
      * Non-taxable part of an off-cycle benefit payment, carried to
      * MAST-BEN-EXEMPT - stays zero on a regular run

      *----------------------------------------------------------------
      * GENERAL-LEDGER JOURNAL VOUCHER EXPORT
                   10 WS-LOAN-TYPE        PIC X(10).
                   10 WS-LOAN-AMORT       PIC 9(7)V99.
                   10 WS-LOAN-BALANCE     PIC 9(9)V99.
                   10 WS-LOAN-REF         PIC X(10).
                   10 WS-LOAN-RUN-DED     PIC 9(7)V99.
      * What WRITE-PAYSLIPS actually collected on this loan this run -
      * POST-TUITION-DEDUCTIONS posts it to the student's ledger
       01  WS-LOAN-IDX                    PIC 999 VALUE 0.
       01  WS-STLEDGER-FILE-STATUS        PIC XX.
       01  WS-TUITION-POSTED-COUNT        PIC 999 VALUE 0.
       01  WS-LOAN-DED-CALC               PIC 9(7)V99 VALUE 0.
       01  WS-LOAN-DED-FOR-TYPE OCCURS 5 TIMES PIC 9(9)V99 VALUE 0.
       01  WS-AT-LOAN-DED                 PIC 9(10)V99 VALUE 0.
      *----------------------------------------------------------------
       COPY ERRLOG.

      *----------------------------------------------------------------
      * PERSONAL-DATA MASKING
      * Payslips, check registers and the printed remittance listings
      * (never the agency files themselves) print their pay amounts
      * and agency member numbers masked (see
      * MASKPARM.CPY) unless an entitled operator armed an unmasked
      * print of that very file from OPERATOR-CONSOLE. Each report
      * asks the shared DATA-MASK subprogram once, as it is opened,
      * and keeps the answer in its own flag below (1 = unmasked).
      *----------------------------------------------------------------
       COPY MASKPARM.
       01  WS-PS-UNMASKED                 PIC 9 VALUE 0.
       01  WS-CHKREG-UNMASKED             PIC 9 VALUE 0.
       01  WS-REMIT-UNMASKED-TABLE.
               05 WS-REMIT-UNMASKED       PIC 9 OCCURS 3 TIMES.
      * Indexed by WS-REMIT-AGENCY
       01  WS-PS-NET-TOTAL                PIC 9(9)V99 VALUE 0.
      * Net pay of every payslip line - footed on a masked payslip
      * file so RECONCILE-OUTPUTS still has a figure to read

      *----------------------------------------------------------------
      * OUTBOUND-FILE CONTROL SEALS
      * The staged bank file, the staged journal and the three
      * remittance listings are sealed (see SEALPARM.CPY) by the
      * shared CONTROL-SEAL subprogram as soon as each is closed;
      * RELEASE-APPROVAL and OUTBOUND-TRANSMIT refuse a file whose
      * seal no longer matches.
      *----------------------------------------------------------------
       COPY SEALPARM.

      *----------------------------------------------------------------
      * EFFECTIVE-DATED RATE TABLE VERSIONS
      * RESOLVE-RATE-VERSIONS asks the shared RATE-VERSION
      * subprogram (see RATEVER.CPY) which approved version of each
      * payroll parameter table was in force on the period's cutoff
      * start, so a rerun or retro run of an old period prices it
      * at that period's rates. LOAD-RATE-TABLE and LOAD-WTAX-TABLE
      * read the version over their built-in schedules and
      * LOAD-SALARY-GRADES reads its frozen copy. The version IDs
      * ("BASE" = built-in / plain-file schedule) ride every master
      * record and head the payroll report.
      *----------------------------------------------------------------
       COPY RATEVER.
       01  WS-RATEVER-AS-OF               PIC X(10) VALUE SPACES.
       01  WS-RATEVER-FILE-NAME           PIC X(50) VALUE SPACES.
       01  WS-RATEVER-FILE-STATUS         PIC XX.
       01  WS-RATEVER-EOF-FLAG            PIC 9 VALUE 0.
       01  WS-RATEVER-LINE                PIC X(100).
       01  WS-RATES-VER-ID                PIC X(6) VALUE "BASE".
       01  WS-RATES-VER-FILE              PIC X(50) VALUE SPACES.
       01  WS-CONTRIB-VER-ID              PIC X(6) VALUE "BASE".
       01  WS-CONTRIB-VER-FILE            PIC X(50) VALUE SPACES.
       01  WS-WTAX-VER-ID                 PIC X(6) VALUE "BASE".
       01  WS-WTAX-VER-FILE               PIC X(50) VALUE SPACES.
       01  WS-GRADES-VER-ID               PIC X(6) VALUE "BASE".
       01  WS-SGRADE-FILE-NAME            PIC X(50)
               VALUE "PAYROLL-SALARY-GRADES.TXT".
       01  WS-RV-FIELDS.
               05 WS-RV-FIELD             PIC X(20) OCCURS 7 TIMES.
      * One version line split on its commas - Type first for the
      * rate and contribution tables, LowerBound for the brackets
       01  WS-RV-MATCH-IDX                PIC 9 VALUE 0.
       01  WS-RV-BRACKET-COUNT            PIC 9 VALUE 0.
       01  WS-RATE-VERSION-HEADING        PIC X(100).
      * "RATE VERSIONS: RATES <id>  CONTRIBUTIONS <id>  TAX <id>
      * GRADES <id>" under the report's period heading

      *----------------------------------------------------------------
      * RUN-CONTROL LOCKING AND OUTPUT GENERATIONS
      * CHECK-RUN-CONTROL refuses to rerun a period that already has
       01  WS-RECON-TOLERANCE             PIC 9(5)V99 VALUE 0.
       01  WS-RECON-DIFF                  PIC S9(10)V99 VALUE 0.
       01  WS-RECON-MISMATCH              PIC 9 VALUE 0.
       01  WS-RECON-PS-NET-COL            PIC 999 VALUE 177.
      * Column where the payslip detail line's NET PAY figure starts
      * - keep in step with WS-PS-DETAIL-LINE's layout (the HOLIDAY,
      * NIGHT DIFF, HONORARIA and BENEFIT columns sit between LOAN
      * BAL and NET PAY)
       01  WS-RECON-RP-NET-COL            PIC 999 VALUE 82.
      * Likewise for the report TOTAL line (WS-TOTAL-LINE layout)

                   10 WS-EYTD-HDMF        PIC 9(9)V99.
                   10 WS-EYTD-WTAX        PIC 9(9)V99.
                   10 WS-EYTD-NET         PIC 9(10)V99.
                   10 WS-EYTD-BENEFITS    PIC 9(9)V99.
       01  WS-EYTD-IDX                    PIC 9999 VALUE 0.
       01  WS-EYTD-MATCH-IDX              PIC 9999 VALUE 0.
       01  WS-EYTD-13TH                   PIC 9(9)V99 VALUE 0.
       01  WS-EYTD-CLOSE-YEAR             PIC X(4) VALUE SPACES.

      *----------------------------------------------------------------
      * YEAR-END TAX ANNUALIZATION
               05 WS-BKT-COUNT         PIC 9(5).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-BKT-TOTAL         PIC 9(10).99.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-BKT-RUN-ID        PIC X(10).
      * The run the credits belong to (period ID, or an off-cycle
      * RunID) - PAYROLL-ANOMALY scans against it and a later run
      * reads it to tell whose unreleased batch is still staged
       01  WS-STAGED-BANK-TRAILER      PIC X(80).
       01  WS-RELEASED-BANK-TRAILER    PIC X(80).
       01  WS-STAGED-RUN-ID            PIC X(10).
       01  WS-STAGED-BATCH-PENDING     PIC 9 VALUE 0.
       01  WS-SCAN-TRAILER             PIC X(80).

      *----------------------------------------------------------------
      * CHECK-PAYMENT REGISTER (employees without bank details)
                   10 FILLER          PIC X(2)  VALUE SPACES.
                   10 FILLER          PIC X(12) VALUE "HOLIDAY".
                   10 FILLER          PIC X(2)  VALUE SPACES.
                   10 FILLER          PIC X(12) VALUE "NIGHT DIFF".
                   10 FILLER          PIC X(2)  VALUE SPACES.
                   10 FILLER          PIC X(12) VALUE "HONORARIA".
                   10 FILLER          PIC X(2)  VALUE SPACES.
                   10 FILLER          PIC X(12) VALUE "BENEFIT".
                   10 FILLER          PIC X(2)  VALUE SPACES.
                   10 FILLER          PIC X(12) VALUE "NET PAY".
               05 WS-PS-TOTAL-LINE.
                   10 FILLER           PIC X(176) VALUE
                       "TOTAL NET PAY (DETAIL AMOUNTS MASKED)".
                   10 WS-PST-NET       PIC ZZZZZZ9.99.
      * Printed only under masked detail lines; the figure sits in the
      * NET PAY column (WS-RECON-PS-NET-COL) with no commas so its 10
      * characters hold up to 9,999,999.99
               05 WS-PS-DETAIL-LINE.
                   10 WS-PSL-ID        PIC X(12).
                   10 FILLER           PIC X(2)  VALUE SPACES.
                   10 FILLER           PIC X(2)  VALUE SPACES.
                   10 WS-PSL-HOL-PAY   PIC ZZZ,ZZ9.99.
      * This employee's own holiday premium earnings this cutoff
                   10 FILLER           PIC X(2)  VALUE SPACES.
                   10 WS-PSL-ND-PAY    PIC ZZZ,ZZ9.99.
      * This employee's own night differential from the biometric
      * attendance summary
                   10 FILLER           PIC X(2)  VALUE SPACES.
                   10 WS-PSL-HON-PAY   PIC ZZZ,ZZ9.99.
      * This faculty member's overload/part-time honorarium from
      * FACULTY-LOAD
                   10 FILLER           PIC X(2)  VALUE SPACES.
                   10 WS-PSL-BEN-DED   PIC ZZZ,ZZ9.99.
      * This employee's HMO/benefit dependent-share deduction
      * Step 0a: Establish which pay period this run is for and
      * whether basic pay is prorated (semi-monthly cutoffs)

           PERFORM CHECK-OFFCYCLE-TRIGGER.
      * Step 0a1: A bonus/incentive run (presence of
      * PAYROLL-OFFCYCLE.TXT) is an off-cycle run under its own
      * RunID - it never opens or touches the cutoff's outputs,
      * history or variance figures, so it leaves from here

           IF WS-OFFCYCLE-RUN = 1
               PERFORM RUN-OFFCYCLE-PAYROLL
               GOBACK
           END-IF

           PERFORM RESOLVE-RATE-VERSIONS.
      * Step 0a2: Which approved version of each rate table was in
      * force on the period's cutoff start - every rate loaded from
      * here on is that version's (RUN-OFFCYCLE-PAYROLL resolves its
      * own as of the off-cycle pay date)

           PERFORM CHECK-SIMULATION-TRIGGER.
      * Step 0b: Find out FIRST whether this is a what-if simulation
      * - a simulation must not even open the real report for output,
               PERFORM CHECK-RUN-CONTROL
      * Step 0c: Refuse to run a period that already completed,
      * unless the operator override trigger is present
               IF WS-RUN-REFUSED = 1
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM CHECK-STAGED-BATCH
      * Step 0c2: Another run's bank file and journal still waiting
      * for RELEASE-APPROVAL would be overwritten by this run's
               IF WS-RUN-REFUSED = 1
                   MOVE 4 TO RETURN-CODE
                   GOBACK
      * still surfaced via RETURN-CODE to the caller), but a bad
      * record in one type must not withhold the report, checkpoint,
      * CSV export, payslips, etc. for the other, valid types
               PERFORM LOAD-BANK-CHANGES
               PERFORM READ-EMPLOYEE-ROSTER
      * Step 3a: Load the optional per-employee ID/name roster,
      * holding back any bank account still in its change cooling-off
               IF WS-BKCHG-HELD-COUNT > 0 OR WS-BKCHG-OLD-COUNT > 0
                   DISPLAY "Bank account changes: " WS-BKCHG-HELD-COUNT
                       " employee(s) paid by check pending pre-note/"
                       "cooling-off, " WS-BKCHG-OLD-COUNT
                       " still credited to the old account"
               END-IF
               PERFORM LOAD-ATTENDANCE
      * Step 3a0: Take absences, tardiness/undertime and night
      * differential from the biometric attendance summary, when
      * TIMEKEEPING produced one - before leave credits are charged
               PERFORM LOAD-HONORARIA
      * Step 3a0a: Take each faculty member's overload/part-time
      * honorarium from FACULTY-LOAD, when it produced one
               PERFORM LOAD-LEAVE
               PERFORM APPLY-LEAVE-CREDITS
      * Step 3a1: Accrue this run's leave credits and charge roster
           MOVE .030             TO WS-RATE-PHIC-ER(5)
           MOVE .015             TO WS-RATE-HDMF-ER(5)
           MOVE 0.00             TO WS-RATE-VL-ACCRUAL(5)
           MOVE 0.00             TO WS-RATE-SL-ACCRUAL(5)

           IF WS-RATES-VER-FILE NOT = SPACES
               MOVE WS-RATES-VER-FILE TO WS-RATEVER-FILE-NAME
               PERFORM APPLY-RATES-VERSION
           END-IF
           IF WS-CONTRIB-VER-FILE NOT = SPACES
               MOVE WS-CONTRIB-VER-FILE TO WS-RATEVER-FILE-NAME
               PERFORM APPLY-RATES-VERSION
           END-IF.
      * An approved version replaces the built-in figures type by
      * type; a type it does not list keeps them

       RESOLVE-RATE-VERSIONS.
      *----------------------------------------------------------------
      * RESOLVE-RATE-VERSIONS - The approved version of each payroll
      * rate table in force on the cutoff start (today on an undated
      * run). A table with no version in force, or no RATE-VERSION
      * module linked, stays on its built-in or plain-file schedule
      * under the ID "BASE".
      *----------------------------------------------------------------
           IF WS-PERIOD-START(1:4) IS NUMERIC
               AND WS-PERIOD-START(5:1) = "-"
               MOVE WS-PERIOD-START TO WS-RATEVER-AS-OF
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
               MOVE SPACES TO WS-RATEVER-AS-OF
               STRING WS-CURRENT-DATETIME(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-CURRENT-DATETIME(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-CURRENT-DATETIME(7:2) DELIMITED BY SIZE
                   INTO WS-RATEVER-AS-OF
           END-IF

           MOVE "PAYROLL-RATES" TO RATEVER-TABLE
           PERFORM CALL-RATE-VERSION
           MOVE RATEVER-VERSION-ID TO WS-RATES-VER-ID
           IF RATEVER-FOUND
               MOVE RATEVER-FILE TO WS-RATES-VER-FILE
           END-IF

           MOVE "PAYROLL-CONTRIBUTIONS" TO RATEVER-TABLE
           PERFORM CALL-RATE-VERSION
           MOVE RATEVER-VERSION-ID TO WS-CONTRIB-VER-ID
           IF RATEVER-FOUND
               MOVE RATEVER-FILE TO WS-CONTRIB-VER-FILE
           END-IF

           MOVE "PAYROLL-WTAX" TO RATEVER-TABLE
           PERFORM CALL-RATE-VERSION
           MOVE RATEVER-VERSION-ID TO WS-WTAX-VER-ID
           IF RATEVER-FOUND
               MOVE RATEVER-FILE TO WS-WTAX-VER-FILE
           END-IF

           MOVE "PAYROLL-SALARY-GRADES" TO RATEVER-TABLE
           PERFORM CALL-RATE-VERSION
           MOVE RATEVER-VERSION-ID TO WS-GRADES-VER-ID
           IF RATEVER-FOUND
               MOVE RATEVER-FILE TO WS-SGRADE-FILE-NAME
           END-IF

           MOVE SPACES TO WS-RATE-VERSION-HEADING
           STRING "RATE VERSIONS: RATES " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RATES-VER-ID) DELIMITED BY SIZE
               "  CONTRIBUTIONS " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CONTRIB-VER-ID) DELIMITED BY SIZE
               "  TAX " DELIMITED BY SIZE
               FUNCTION TRIM(WS-WTAX-VER-ID) DELIMITED BY SIZE
               "  GRADES " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GRADES-VER-ID) DELIMITED BY SIZE
               "  (AS OF " DELIMITED BY SIZE
               WS-RATEVER-AS-OF DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-RATE-VERSION-HEADING
           DISPLAY FUNCTION TRIM(WS-RATE-VERSION-HEADING).

       CALL-RATE-VERSION.
      *----------------------------------------------------------------
      * CALL-RATE-VERSION - RATEVER-TABLE as of WS-RATEVER-AS-OF; a
      * failed CALL is treated as the base schedule.
      *----------------------------------------------------------------
           MOVE WS-RATEVER-AS-OF TO RATEVER-AS-OF
           MOVE "EMPLOYEE-PAYROLL" TO RATEVER-PROGRAM
           CALL "RATE-VERSION" USING RATEVER-PARAMETER
               ON EXCEPTION
                   MOVE "B" TO RATEVER-RESULT
                   MOVE "BASE" TO RATEVER-VERSION-ID
           END-CALL.

       APPLY-RATES-VERSION.
      *----------------------------------------------------------------
      * APPLY-RATES-VERSION - Read the version WS-RATEVER-FILE-NAME
      * names over WS-RATE-TABLE, matching each line's Type by name.
      * A PAYROLL-RATES line is "Type,AllowanceRate,DeductionRate,
      * WTaxRate,VLAccrual,SLAccrual"; a PAYROLL-CONTRIBUTIONS line
      * is "Type,SSS,PhilHealth,PagIBIG,SSSEmployer,PhilHealthEmployer,
      * PagIBIGEmployer" - rates as fractions.
      *----------------------------------------------------------------
           MOVE 0 TO WS-RATEVER-EOF-FLAG
           OPEN INPUT PAYROLL-RATE-VERSION-FILE
           IF WS-RATEVER-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: rate version "
                   FUNCTION TRIM(WS-RATEVER-FILE-NAME)
                   " not found - built-in rates used"
               MOVE 1 TO WS-RATEVER-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-RATEVER-EOF-FLAG = 1
               READ PAYROLL-RATE-VERSION-FILE INTO WS-RATEVER-LINE
                   AT END
                       MOVE 1 TO WS-RATEVER-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-RV-FIELDS
                       UNSTRING WS-RATEVER-LINE DELIMITED BY ","
                           INTO WS-RV-FIELD(1) WS-RV-FIELD(2)
                                WS-RV-FIELD(3) WS-RV-FIELD(4)
                                WS-RV-FIELD(5) WS-RV-FIELD(6)
                                WS-RV-FIELD(7)
                       END-UNSTRING
                       MOVE 0 TO WS-RV-MATCH-IDX
                       PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                           UNTIL WS-RATE-IDX > WS-MAX-EMP-TYPES
                           IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-RATE-TYPE(WS-RATE-IDX))) =
                               FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-RV-FIELD(1)))
                               MOVE WS-RATE-IDX TO WS-RV-MATCH-IDX
                           END-IF
                       END-PERFORM
                       EVALUATE TRUE
                           WHEN WS-RATEVER-LINE = SPACES
                               CONTINUE
                           WHEN WS-RV-MATCH-IDX = 0
                               DISPLAY "WARNING: "
                                   FUNCTION TRIM(WS-RATEVER-FILE-NAME)
                                   " type "
                                   FUNCTION TRIM(WS-RV-FIELD(1))
                                   " is not a payroll type - ignored"
                           WHEN WS-RATEVER-FILE-NAME
                                   = WS-RATES-VER-FILE
                               MOVE FUNCTION NUMVAL(WS-RV-FIELD(2))
                                   TO WS-RATE-ALLOWANCE(WS-RV-MATCH-IDX)
                               MOVE FUNCTION NUMVAL(WS-RV-FIELD(3))
                                   TO WS-RATE-DEDUCTION(WS-RV-MATCH-IDX)
                               MOVE FUNCTION NUMVAL(WS-RV-FIELD(4))
                                   TO WS-RATE-WTAX(WS-RV-MATCH-IDX)
                               MOVE FUNCTION NUMVAL(WS-RV-FIELD(5))
                                   TO WS-RATE-VL-ACCRUAL(
                                       WS-RV-MATCH-IDX)
                               MOVE FUNCTION NUMVAL(WS-RV-FIELD(6))
                                   TO WS-RATE-SL-ACCRUAL(
                                       WS-RV-MATCH-IDX)
                           WHEN OTHER
                               MOVE FUNCTION NUMVAL(WS-RV-FIELD(2))
                                   TO WS-RATE-SSS(WS-RV-MATCH-IDX)
                               MOVE FUNCTION NUMVAL(WS-RV-FIELD(3))
                                   TO WS-RATE-PHILHEALTH(
                                       WS-RV-MATCH-IDX)
                               MOVE FUNCTION NUMVAL(WS-RV-FIELD(4))
                                   TO WS-RATE-PAGIBIG(WS-RV-MATCH-IDX)
                               MOVE FUNCTION NUMVAL(WS-RV-FIELD(5))
                                   TO WS-RATE-SSS-ER(WS-RV-MATCH-IDX)
                               MOVE FUNCTION NUMVAL(WS-RV-FIELD(6))
                                   TO WS-RATE-PHIC-ER(WS-RV-MATCH-IDX)
                               MOVE FUNCTION NUMVAL(WS-RV-FIELD(7))
                                   TO WS-RATE-HDMF-ER(WS-RV-MATCH-IDX)
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PAYROLL-RATE-VERSION-FILE.

       GET-RATE-FOR-TYPE.
      *----------------------------------------------------------------

           MOVE 666667.00    TO WS-WTAX-LOWER(6)
           MOVE 183541.80    TO WS-WTAX-BASE(6)
           MOVE .350         TO WS-WTAX-RATE(6)

           IF WS-WTAX-VER-FILE NOT = SPACES
               PERFORM APPLY-WTAX-VERSION
           END-IF.

       APPLY-WTAX-VERSION.
      *----------------------------------------------------------------
      * APPLY-WTAX-VERSION - An approved PAYROLL-WTAX version replaces
      * the brackets outright: one "LowerBound,BaseTax,Rate" line per
      * bracket, ascending, up to six. Slots it leaves unused get an
      * unreachable lower bound so COMPUTE-WTAX-FOR-AMOUNT never
      * lands in them. A version that cannot be read leaves the
      * built-in brackets.
      *----------------------------------------------------------------
           MOVE WS-WTAX-VER-FILE TO WS-RATEVER-FILE-NAME
           MOVE 0 TO WS-RV-BRACKET-COUNT
           MOVE 0 TO WS-RATEVER-EOF-FLAG
           OPEN INPUT PAYROLL-RATE-VERSION-FILE
           IF WS-RATEVER-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: tax version "
                   FUNCTION TRIM(WS-RATEVER-FILE-NAME)
                   " not found - built-in brackets used"
               MOVE 1 TO WS-RATEVER-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-RATEVER-EOF-FLAG = 1
               OR WS-RV-BRACKET-COUNT >= 6
               READ PAYROLL-RATE-VERSION-FILE INTO WS-RATEVER-LINE
                   AT END
                       MOVE 1 TO WS-RATEVER-EOF-FLAG
                   NOT AT END
                       IF WS-RATEVER-LINE NOT = SPACES
                           MOVE SPACES TO WS-RV-FIELDS
                           UNSTRING WS-RATEVER-LINE DELIMITED BY ","
                               INTO WS-RV-FIELD(1) WS-RV-FIELD(2)
                                    WS-RV-FIELD(3)
                           END-UNSTRING
                           ADD 1 TO WS-RV-BRACKET-COUNT
                           MOVE FUNCTION NUMVAL(WS-RV-FIELD(1))
                               TO WS-WTAX-LOWER(WS-RV-BRACKET-COUNT)
                           MOVE FUNCTION NUMVAL(WS-RV-FIELD(2))
                               TO WS-WTAX-BASE(WS-RV-BRACKET-COUNT)
                           MOVE FUNCTION NUMVAL(WS-RV-FIELD(3))
                               TO WS-WTAX-RATE(WS-RV-BRACKET-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-RATE-VERSION-FILE
           IF WS-RV-BRACKET-COUNT > 0
               PERFORM VARYING WS-WTAX-IDX FROM WS-RV-BRACKET-COUNT
                   BY 1 UNTIL WS-WTAX-IDX >= 6
                   MOVE 999999999.99 TO WS-WTAX-LOWER(WS-WTAX-IDX + 1)
                   MOVE 0 TO WS-WTAX-BASE(WS-WTAX-IDX + 1)
                   MOVE 0 TO WS-WTAX-RATE(WS-WTAX-IDX + 1)
               END-PERFORM
           END-IF.

       COMPUTE-WTAX-FOR-AMOUNT.
      *----------------------------------------------------------------
           ADD WS-HOL-PREMIUM-CALC
               TO WS-ROSTER-HOL-PAY(WS-COUNTER).

       LOAD-ATTENDANCE.
      *----------------------------------------------------------------
      * LOAD-ATTENDANCE - Apply TIMEKEEPING's PAYROLL-ATTENDANCE.TXT
      * to the roster: each listed employee's clock-derived absent
      * days replace the roster's absence column, and their late,
      * undertime and night-differential minutes are priced per head
      * and per type. The per-type absent-day totals are re-summed
      * afterward, the same way APPLY-LEAVE-CREDITS does. Silently
      * does nothing when the file is absent.
      *----------------------------------------------------------------
           IF WS-ROSTER-AVAILABLE = 1
               OPEN INPUT PAYROLL-ATTENDANCE-FILE
               IF WS-ATTEND-FILE-STATUS = "00"
                   MOVE 1 TO WS-ATTEND-AVAILABLE
                   PERFORM UNTIL WS-ATTEND-EOF-FLAG = 1
                       READ PAYROLL-ATTENDANCE-FILE
                           INTO WS-ATTEND-LINE
                           AT END
                               MOVE 1 TO WS-ATTEND-EOF-FLAG
                           NOT AT END
                               IF FUNCTION TRIM(WS-ATTEND-LINE)
                                       NOT = SPACES
                                   PERFORM APPLY-ONE-ATTENDANCE-ENTRY
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE PAYROLL-ATTENDANCE-FILE
           END-IF

           IF WS-ATTEND-AVAILABLE = 1
               PERFORM VARYING WS-COUNTER FROM 1 BY 1
                   UNTIL WS-COUNTER > WS-EMP-TYPES-READ
                   MOVE 0 TO WS-ROSTER-ABSENT-DAYS(WS-COUNTER)
                   PERFORM VARYING WS-ROSTER-SLOT FROM 1 BY 1
                       UNTIL WS-ROSTER-SLOT >
                           WS-ROSTER-EMP-COUNT(WS-COUNTER)
                       ADD WS-ROSTER-EMP-ABSENT(WS-COUNTER,
                           WS-ROSTER-SLOT)
                           TO WS-ROSTER-ABSENT-DAYS(WS-COUNTER)
                   END-PERFORM
               END-PERFORM
               DISPLAY "Biometric attendance applied: "
                   WS-ATTEND-APPLIED-COUNT " employee(s) from"
                   " PAYROLL-ATTENDANCE.TXT"
               IF WS-ATTEND-UNKNOWN-COUNT > 0
                   DISPLAY "WARNING: " WS-ATTEND-UNKNOWN-COUNT
                       " attendance line(s) for employee(s) not on"
                       " the roster - ignored"
               END-IF
           END-IF.

       APPLY-ONE-ATTENDANCE-ENTRY.
      *----------------------------------------------------------------
      * APPLY-ONE-ATTENDANCE-ENTRY - One EmployeeID,DaysAbsent,
      * LateMinutes,UndertimeMinutes,NightDiffMinutes line onto the
      * matching roster head. Non-numeric figures count as zero.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-ATTEND-TXT-ID
           MOVE SPACES TO WS-ATTEND-TXT-ABSENT
           MOVE SPACES TO WS-ATTEND-TXT-LATE
           MOVE SPACES TO WS-ATTEND-TXT-UNDER
           MOVE SPACES TO WS-ATTEND-TXT-ND
           UNSTRING WS-ATTEND-LINE DELIMITED BY ","
               INTO WS-ATTEND-TXT-ID
                    WS-ATTEND-TXT-ABSENT
                    WS-ATTEND-TXT-LATE
                    WS-ATTEND-TXT-UNDER
                    WS-ATTEND-TXT-ND
           END-UNSTRING
           MOVE 0 TO WS-ATT-LATE-MIN
           MOVE 0 TO WS-ATT-UNDER-MIN
           MOVE 0 TO WS-ATT-ND-MIN
           IF FUNCTION TRIM(WS-ATTEND-TXT-LATE) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-ATTEND-TXT-LATE)
                   TO WS-ATT-LATE-MIN
           END-IF
           IF FUNCTION TRIM(WS-ATTEND-TXT-UNDER) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-ATTEND-TXT-UNDER)
                   TO WS-ATT-UNDER-MIN
           END-IF
           IF FUNCTION TRIM(WS-ATTEND-TXT-ND) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-ATTEND-TXT-ND)
                   TO WS-ATT-ND-MIN
           END-IF

           MOVE 0 TO WS-ROSTER-TYPE-IDX
           PERFORM VARYING WS-COUNTER FROM 1 BY 1
               UNTIL WS-COUNTER > WS-EMP-TYPES-READ
               PERFORM VARYING WS-ROSTER-SLOT FROM 1 BY 1
                   UNTIL WS-ROSTER-SLOT >
                       WS-ROSTER-EMP-COUNT(WS-COUNTER)
                   IF WS-ROSTER-EMP-ID(WS-COUNTER, WS-ROSTER-SLOT) =
                       FUNCTION TRIM(WS-ATTEND-TXT-ID)
                       MOVE WS-COUNTER TO WS-ROSTER-TYPE-IDX
                       PERFORM PRICE-ATTENDANCE-FOR-EMP
                       MOVE WS-EMP-TYPES-READ TO WS-COUNTER
                       MOVE WS-MAX-ROSTER-PER-TYPE TO WS-ROSTER-SLOT
      * Force both loops to exit once applied
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-ROSTER-TYPE-IDX = 0
               ADD 1 TO WS-ATTEND-UNKNOWN-COUNT
           ELSE
               ADD 1 TO WS-ATTEND-APPLIED-COUNT
           END-IF.

       PRICE-ATTENDANCE-FOR-EMP.
      *----------------------------------------------------------------
      * PRICE-ATTENDANCE-FOR-EMP - The head at (WS-COUNTER,
      * WS-ROSTER-SLOT): clock absences over the roster figure, then
      * late + undertime minutes x per-minute rate as a deduction and
      * night-differential minutes x per-minute rate x 10% as a
      * premium, onto the head and the type total.
      *----------------------------------------------------------------
           IF FUNCTION TRIM(WS-ATTEND-TXT-ABSENT) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-ATTEND-TXT-ABSENT)
                   TO WS-ROSTER-EMP-ABSENT(WS-COUNTER, WS-ROSTER-SLOT)
           END-IF
           COMPUTE WS-ATT-MINUTE-RATE =
               WS-BASIC-PAY(WS-COUNTER) / WS-WORKING-DAYS-PER-MONTH
               / WS-HOURS-PER-DAY / 60
           COMPUTE WS-ATT-TARDY-CALC ROUNDED =
               WS-ATT-MINUTE-RATE * (WS-ATT-LATE-MIN + WS-ATT-UNDER-MIN)
           COMPUTE WS-ATT-ND-CALC ROUNDED =
               WS-ATT-MINUTE-RATE * WS-ATT-ND-MIN * WS-ND-PREMIUM-FACTOR
           SUBTRACT WS-ROSTER-EMP-TARDY-DED(WS-COUNTER,
               WS-ROSTER-SLOT) FROM WS-ROSTER-TARDY-DED(WS-COUNTER)
           SUBTRACT WS-ROSTER-EMP-ND-PAY(WS-COUNTER, WS-ROSTER-SLOT)
               FROM WS-ROSTER-ND-PAY(WS-COUNTER)
      * A repeated line for the same head replaces, never doubles
           MOVE WS-ATT-TARDY-CALC
               TO WS-ROSTER-EMP-TARDY-DED(WS-COUNTER, WS-ROSTER-SLOT)
           MOVE WS-ATT-ND-CALC
               TO WS-ROSTER-EMP-ND-PAY(WS-COUNTER, WS-ROSTER-SLOT)
           ADD WS-ATT-TARDY-CALC TO WS-ROSTER-TARDY-DED(WS-COUNTER)
           ADD WS-ATT-ND-CALC TO WS-ROSTER-ND-PAY(WS-COUNTER).

       LOAD-HONORARIA.
      *----------------------------------------------------------------
      * LOAD-HONORARIA - Apply FACULTY-LOAD's PAYROLL-HONORARIA.TXT
      * to the roster: each listed faculty member's monthly
      * honorarium, prorated by WS-PERIOD-FACTOR, is carried per head
      * and per type. Silently does nothing when the file is absent.
      *----------------------------------------------------------------
           IF WS-ROSTER-AVAILABLE = 1
               OPEN INPUT PAYROLL-HONORARIA-FILE
               IF WS-HONOR-FILE-STATUS = "00"
                   PERFORM UNTIL WS-HONOR-EOF-FLAG = 1
                       READ PAYROLL-HONORARIA-FILE
                           INTO WS-HONOR-LINE
                           AT END
                               MOVE 1 TO WS-HONOR-EOF-FLAG
                           NOT AT END
                               IF FUNCTION TRIM(WS-HONOR-LINE)
                                       NOT = SPACES
                                   PERFORM APPLY-ONE-HONORARIUM
                               END-IF
                       END-READ
                   END-PERFORM
                   DISPLAY "Faculty honoraria applied: "
                       WS-HONOR-APPLIED-COUNT " faculty member(s)"
                       " from PAYROLL-HONORARIA.TXT"
                   IF WS-HONOR-UNKNOWN-COUNT > 0
                       DISPLAY "WARNING: " WS-HONOR-UNKNOWN-COUNT
                           " honorarium line(s) for employee(s) not"
                           " on the roster - ignored"
                   END-IF
               END-IF
               CLOSE PAYROLL-HONORARIA-FILE
           END-IF.

       APPLY-ONE-HONORARIUM.
      *----------------------------------------------------------------
      * APPLY-ONE-HONORARIUM - One FacultyID,LoadUnits,PaidUnits,
      * MonthlyHonorarium line onto the matching roster head. A
      * non-numeric amount counts as zero; a repeated line for the
      * same head replaces, never doubles.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-HONOR-TXT-ID
           MOVE SPACES TO WS-HONOR-TXT-UNITS
           MOVE SPACES TO WS-HONOR-TXT-PAID
           MOVE SPACES TO WS-HONOR-TXT-AMOUNT
           UNSTRING WS-HONOR-LINE DELIMITED BY ","
               INTO WS-HONOR-TXT-ID
                    WS-HONOR-TXT-UNITS
                    WS-HONOR-TXT-PAID
                    WS-HONOR-TXT-AMOUNT
           END-UNSTRING
           MOVE 0 TO WS-HON-CALC
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-HONOR-TXT-AMOUNT))
                   = 0
               COMPUTE WS-HON-CALC ROUNDED =
                   FUNCTION NUMVAL(WS-HONOR-TXT-AMOUNT)
                   * WS-PERIOD-FACTOR
           END-IF

           MOVE 0 TO WS-ROSTER-TYPE-IDX
           PERFORM VARYING WS-COUNTER FROM 1 BY 1
               UNTIL WS-COUNTER > WS-EMP-TYPES-READ
               PERFORM VARYING WS-ROSTER-SLOT FROM 1 BY 1
                   UNTIL WS-ROSTER-SLOT >
                       WS-ROSTER-EMP-COUNT(WS-COUNTER)
                   IF WS-ROSTER-EMP-ID(WS-COUNTER, WS-ROSTER-SLOT) =
                       FUNCTION TRIM(WS-HONOR-TXT-ID)
                       MOVE WS-COUNTER TO WS-ROSTER-TYPE-IDX
                       SUBTRACT WS-ROSTER-EMP-HON-PAY(WS-COUNTER,
                           WS-ROSTER-SLOT)
                           FROM WS-ROSTER-HON-PAY(WS-COUNTER)
                       MOVE WS-HON-CALC TO WS-ROSTER-EMP-HON-PAY(
                           WS-COUNTER, WS-ROSTER-SLOT)
                       ADD WS-HON-CALC TO WS-ROSTER-HON-PAY(WS-COUNTER)
                       MOVE WS-EMP-TYPES-READ TO WS-COUNTER
                       MOVE WS-MAX-ROSTER-PER-TYPE TO WS-ROSTER-SLOT
      * Force both loops to exit once applied
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-ROSTER-TYPE-IDX = 0
               ADD 1 TO WS-HONOR-UNKNOWN-COUNT
           ELSE
               ADD 1 TO WS-HONOR-APPLIED-COUNT
           END-IF.

       LOAD-BANK-CHANGES.
      *----------------------------------------------------------------
      * LOAD-BANK-CHANGES - Read ROSTER-MAINT's bank account change
      * register into WS-BKCHG-TABLE and fix the as-of date the holds
      * are judged on: the period's cutoff end, or today when no
      * period is set. Silently does nothing when the file is absent.
      *----------------------------------------------------------------
           MOVE WS-PERIOD-END TO WS-BKCHG-AS-OF
           IF WS-BKCHG-AS-OF = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-BKCHG-DATETIME
               STRING WS-BKCHG-DATETIME(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-BKCHG-DATETIME(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-BKCHG-DATETIME(7:2) DELIMITED BY SIZE
                   INTO WS-BKCHG-AS-OF
           END-IF
           OPEN INPUT PAYROLL-BANK-CHANGES-FILE
           IF WS-BKCHG-FILE-STATUS = "00"
               PERFORM UNTIL WS-BKCHG-EOF-FLAG = 1
                   READ PAYROLL-BANK-CHANGES-FILE INTO WS-BKCHG-LINE
                       AT END
                           MOVE 1 TO WS-BKCHG-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-BKCHG-LINE) NOT = SPACES
                               PERFORM STORE-BANK-CHANGE-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PAYROLL-BANK-CHANGES-FILE.

       STORE-BANK-CHANGE-LINE.
      *----------------------------------------------------------------
      * STORE-BANK-CHANGE-LINE - One register line into the next
      * slot. A full table drops the OLDEST entry, so the latest
      * change per employee is never the one lost.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-BKCHG-TXT-ID WS-BKCHG-TXT-OLD-BANK
               WS-BKCHG-TXT-OLD-ACCT WS-BKCHG-TXT-NEW-BANK
               WS-BKCHG-TXT-NEW-ACCT WS-BKCHG-TXT-EFFECTIVE
               WS-BKCHG-TXT-HOLD WS-BKCHG-TXT-BY WS-BKCHG-TXT-ON
               WS-BKCHG-TXT-STATUS
           UNSTRING WS-BKCHG-LINE DELIMITED BY ","
               INTO WS-BKCHG-TXT-ID
                    WS-BKCHG-TXT-OLD-BANK
                    WS-BKCHG-TXT-OLD-ACCT
                    WS-BKCHG-TXT-NEW-BANK
                    WS-BKCHG-TXT-NEW-ACCT
                    WS-BKCHG-TXT-EFFECTIVE
                    WS-BKCHG-TXT-HOLD
                    WS-BKCHG-TXT-BY
                    WS-BKCHG-TXT-ON
                    WS-BKCHG-TXT-STATUS
           END-UNSTRING
           IF WS-BKCHG-COUNT >= WS-MAX-BKCHG
               PERFORM VARYING WS-BKCHG-IDX FROM 1 BY 1
                   UNTIL WS-BKCHG-IDX >= WS-BKCHG-COUNT
                   MOVE WS-BKCHG-ENTRY(WS-BKCHG-IDX + 1)
                       TO WS-BKCHG-ENTRY(WS-BKCHG-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-BKCHG-COUNT
           END-IF
           MOVE FUNCTION TRIM(WS-BKCHG-TXT-ID)
               TO WS-BKC-ID(WS-BKCHG-COUNT)
           MOVE FUNCTION TRIM(WS-BKCHG-TXT-OLD-BANK)
               TO WS-BKC-OLD-BANK(WS-BKCHG-COUNT)
           MOVE FUNCTION TRIM(WS-BKCHG-TXT-OLD-ACCT)
               TO WS-BKC-OLD-ACCT(WS-BKCHG-COUNT)
           MOVE FUNCTION TRIM(WS-BKCHG-TXT-NEW-BANK)
               TO WS-BKC-NEW-BANK(WS-BKCHG-COUNT)
           MOVE FUNCTION TRIM(WS-BKCHG-TXT-NEW-ACCT)
               TO WS-BKC-NEW-ACCT(WS-BKCHG-COUNT)
           MOVE FUNCTION TRIM(WS-BKCHG-TXT-EFFECTIVE)
               TO WS-BKC-EFFECTIVE(WS-BKCHG-COUNT)
           MOVE FUNCTION TRIM(WS-BKCHG-TXT-HOLD)
               TO WS-BKC-HOLD-UNTIL(WS-BKCHG-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BKCHG-TXT-STATUS))
               TO WS-BKC-STATUS(WS-BKCHG-COUNT).

       APPLY-BANK-CHANGE-HOLD.
      *----------------------------------------------------------------
      * APPLY-BANK-CHANGE-HOLD - For the roster head just parsed at
      * (WS-ROSTER-TYPE-IDX, WS-ROSTER-SLOT): when the employee's
      * LATEST register entry is for the account the roster now
      * carries, decide what this run may credit. A roster account
      * with no register entry at all, or one that differs from that
      * entry (edited outside BANKCHG), is unapproved and held to
      * check - ROSTER-MAINT's BANKBASE logged the accounts of record
      * CLEARED when the register was started. One blanked by
      * BANK-RETURNS is left exactly as it stands.
      *----------------------------------------------------------------
           MOVE 0 TO WS-BKCHG-MATCH-IDX
           PERFORM VARYING WS-BKCHG-IDX FROM WS-BKCHG-COUNT BY -1
               UNTIL WS-BKCHG-IDX < 1 OR WS-BKCHG-MATCH-IDX > 0
               IF WS-BKC-ID(WS-BKCHG-IDX) = WS-ROSTER-EMP-ID(
                       WS-ROSTER-TYPE-IDX, WS-ROSTER-SLOT)
                   MOVE WS-BKCHG-IDX TO WS-BKCHG-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-BKCHG-MATCH-IDX > 0
               IF WS-BKC-NEW-BANK(WS-BKCHG-MATCH-IDX) =
                       WS-ROSTER-EMP-BANK(WS-ROSTER-TYPE-IDX,
                           WS-ROSTER-SLOT)
                   AND WS-BKC-NEW-ACCT(WS-BKCHG-MATCH-IDX) =
                       WS-ROSTER-EMP-ACCT(WS-ROSTER-TYPE-IDX,
                           WS-ROSTER-SLOT)
                   EVALUATE TRUE
                       WHEN WS-BKCHG-AS-OF <
                               WS-BKC-EFFECTIVE(WS-BKCHG-MATCH-IDX)
                           MOVE WS-BKC-OLD-BANK(WS-BKCHG-MATCH-IDX)
                               TO WS-ROSTER-EMP-BANK(
                                   WS-ROSTER-TYPE-IDX, WS-ROSTER-SLOT)
                           MOVE WS-BKC-OLD-ACCT(WS-BKCHG-MATCH-IDX)
                               TO WS-ROSTER-EMP-ACCT(
                                   WS-ROSTER-TYPE-IDX, WS-ROSTER-SLOT)
                           ADD 1 TO WS-BKCHG-OLD-COUNT
      * Not effective yet - the old account (none, for a new hire,
      * which means a check) is still the one of record
                       WHEN WS-BKC-STATUS(WS-BKCHG-MATCH-IDX) =
                               "CLEARED"
                           CONTINUE
                       WHEN WS-BKC-STATUS(WS-BKCHG-MATCH-IDX) =
                               "REJECTED"
                           OR WS-BKCHG-AS-OF <
                               WS-BKC-HOLD-UNTIL(WS-BKCHG-MATCH-IDX)
                           MOVE SPACES TO WS-ROSTER-EMP-BANK(
                               WS-ROSTER-TYPE-IDX, WS-ROSTER-SLOT)
                           MOVE SPACES TO WS-ROSTER-EMP-ACCT(
                               WS-ROSTER-TYPE-IDX, WS-ROSTER-SLOT)
                           ADD 1 TO WS-BKCHG-HELD-COUNT
                           DISPLAY "Bank change hold: "
                               FUNCTION TRIM(WS-ROSTER-EMP-ID(
                                   WS-ROSTER-TYPE-IDX, WS-ROSTER-SLOT))
                               " paid by check (pre-note "
                               FUNCTION TRIM(WS-BKC-STATUS(
                                   WS-BKCHG-MATCH-IDX))
                               ", hold until "
                               WS-BKC-HOLD-UNTIL(WS-BKCHG-MATCH-IDX)
                               ")"
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               ELSE
                   IF WS-ROSTER-EMP-ACCT(WS-ROSTER-TYPE-IDX,
                           WS-ROSTER-SLOT) NOT = SPACES
                       MOVE SPACES TO WS-ROSTER-EMP-BANK(
                           WS-ROSTER-TYPE-IDX, WS-ROSTER-SLOT)
                       MOVE SPACES TO WS-ROSTER-EMP-ACCT(
                           WS-ROSTER-TYPE-IDX, WS-ROSTER-SLOT)
                       ADD 1 TO WS-BKCHG-HELD-COUNT
                       DISPLAY "Bank change hold: "
                           FUNCTION TRIM(WS-ROSTER-EMP-ID(
                               WS-ROSTER-TYPE-IDX, WS-ROSTER-SLOT))
                           " paid by check (roster account not on"
                           " the bank change register)"
                   END-IF
      * An account that differs from the latest approved change was
      * never pre-noted - never credit it. One blanked by
      * BANK-RETURNS is left to go by check as it stands
               END-IF
           ELSE
               IF WS-ROSTER-EMP-ACCT(WS-ROSTER-TYPE-IDX,
                       WS-ROSTER-SLOT) NOT = SPACES
                   MOVE SPACES TO WS-ROSTER-EMP-BANK(
                       WS-ROSTER-TYPE-IDX, WS-ROSTER-SLOT)
                   MOVE SPACES TO WS-ROSTER-EMP-ACCT(
                       WS-ROSTER-TYPE-IDX, WS-ROSTER-SLOT)
                   ADD 1 TO WS-BKCHG-HELD-COUNT
                   DISPLAY "Bank change hold: "
                       FUNCTION TRIM(WS-ROSTER-EMP-ID(
                           WS-ROSTER-TYPE-IDX, WS-ROSTER-SLOT))
                       " paid by check (roster account not on"
                       " the bank change register)"
               END-IF
      * No register entry at all - the same unapproved account
           END-IF.

       LOAD-LOANS.
      *----------------------------------------------------------------
      * LOAD-LOANS - Read the loans/recurring deductions ledger from
                                   TO WS-LOAN-AMORT(WS-LOAN-COUNT)
                               MOVE LOAN-BALANCE
                                   TO WS-LOAN-BALANCE(WS-LOAN-COUNT)
                               MOVE LOAN-REF
                                   TO WS-LOAN-REF(WS-LOAN-COUNT)
                               MOVE 0 TO WS-LOAN-RUN-DED(WS-LOAN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
                               TO WS-EYTD-WTAX(WS-EYTD-COUNT)
                           MOVE EYTD-NET
                               TO WS-EYTD-NET(WS-EYTD-COUNT)
                           IF EYTD-BENEFITS IS NUMERIC
                               MOVE EYTD-BENEFITS
                                   TO WS-EYTD-BENEFITS(WS-EYTD-COUNT)
                           ELSE
                               MOVE 0
                                   TO WS-EYTD-BENEFITS(WS-EYTD-COUNT)
      * A ledger saved before benefits were tracked has no such
      * field - nothing paid off-cycle yet
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
      * that employee's year-to-date ledger entry, creating the entry
      * on first sight. The name is refreshed every run so an HR name
      * correction flows through to the alphalist.
      *----------------------------------------------------------------
           PERFORM FIND-EMP-YTD-ENTRY

           IF WS-EYTD-MATCH-IDX > 0
               ADD WS-PS-NET-BASIC
                   TO WS-EYTD-BASIC(WS-EYTD-MATCH-IDX)
               ADD WS-PS-TAXABLE
                   TO WS-EYTD-GROSS(WS-EYTD-MATCH-IDX)
               ADD WS-PS-SSS TO WS-EYTD-SSS(WS-EYTD-MATCH-IDX)
               ADD WS-PS-PHILHEALTH
                   TO WS-EYTD-PHIC(WS-EYTD-MATCH-IDX)
               ADD WS-PS-PAGIBIG TO WS-EYTD-HDMF(WS-EYTD-MATCH-IDX)
               ADD WS-PS-WTAX TO WS-EYTD-WTAX(WS-EYTD-MATCH-IDX)
               ADD WS-PS-NET TO WS-EYTD-NET(WS-EYTD-MATCH-IDX)
           END-IF.

       FIND-EMP-YTD-ENTRY.
      *----------------------------------------------------------------
      * FIND-EMP-YTD-ENTRY - Point WS-EYTD-MATCH-IDX at the ledger
      * entry of the employee at WS-COUNTER / WS-ROSTER-SLOT, adding
      * a zeroed entry on first sight and refreshing the name. 0 only
      * when the ledger table is full.
      *----------------------------------------------------------------
           MOVE 0 TO WS-EYTD-MATCH-IDX
           PERFORM VARYING WS-EYTD-IDX FROM 1 BY 1
               MOVE 0 TO WS-EYTD-HDMF(WS-EYTD-MATCH-IDX)
               MOVE 0 TO WS-EYTD-WTAX(WS-EYTD-MATCH-IDX)
               MOVE 0 TO WS-EYTD-NET(WS-EYTD-MATCH-IDX)
               MOVE 0 TO WS-EYTD-BENEFITS(WS-EYTD-MATCH-IDX)
           END-IF

           IF WS-EYTD-MATCH-IDX > 0
               MOVE WS-ROSTER-EMP-NAME(WS-COUNTER, WS-ROSTER-SLOT)
                   TO WS-EYTD-NAME(WS-EYTD-MATCH-IDX)
           END-IF.

       SAVE-EMP-YTD.
               MOVE WS-EYTD-HDMF(WS-EYTD-IDX) TO EYTD-PAGIBIG
               MOVE WS-EYTD-WTAX(WS-EYTD-IDX) TO EYTD-WTAX
               MOVE WS-EYTD-NET(WS-EYTD-IDX) TO EYTD-NET
               MOVE WS-EYTD-BENEFITS(WS-EYTD-IDX) TO EYTD-BENEFITS
               WRITE PAYROLL-EMP-YTD-RECORD
           END-PERFORM
           CLOSE PAYROLL-EMP-YTD-FILE.
               (WS-BASIC-PAY(WS-COUNTER) /
                   WS-WORKING-DAYS-PER-MONTH) *
               WS-ROSTER-EMP-ABSENT(WS-COUNTER, WS-ROSTER-SLOT)
               + WS-ROSTER-EMP-TARDY-DED(WS-COUNTER, WS-ROSTER-SLOT)
           IF WS-PS-ABSENCE-DED > WS-PS-BASIC
               MOVE WS-PS-BASIC TO WS-PS-ABSENCE-DED
           END-IF
           COMPUTE WS-PS-ALLOWANCE =
               WS-PS-NET-BASIC * WS-CUR-ALLOW-PCT
           COMPUTE WS-PS-GROSS = WS-PS-NET-BASIC + WS-PS-ALLOWANCE
           COMPUTE WS-PS-TAXABLE =
               WS-PS-GROSS +
               WS-ROSTER-EMP-HON-PAY(WS-COUNTER, WS-ROSTER-SLOT) +
               WS-ROSTER-EMP-ND-PAY(WS-COUNTER, WS-ROSTER-SLOT) +
               WS-ROSTER-EMP-HOL-PAY(WS-COUNTER, WS-ROSTER-SLOT)
           MOVE WS-PS-TAXABLE TO WS-WTAX-INPUT
           PERFORM COMPUTE-WTAX-FOR-AMOUNT

           MOVE WS-PS-TAXABLE TO WS-ANN-ANNUAL-GROSS
           MOVE WS-WTAX-OUTPUT TO WS-ANN-WITHHELD
           MOVE 0 TO WS-EYTD-MATCH-IDX
           PERFORM VARYING WS-EYTD-IDX FROM 1 BY 1
      * WRITE-ALPHALIST - Year-end run only: the alphalist-style
      * annual listing, one line per employee in the ledger, with the
      * per-employee 13th month pay (annual basic / 12, the same
      * formula the type-level report uses). The ledger is then kept
      * as the closed year's copy and zeroed so the new year starts
      * fresh - SAVE-EMP-YTD then writes the emptied ledger.
      *----------------------------------------------------------------
           OPEN OUTPUT PAYROLL-ALPHALIST-FILE
           WRITE PAYROLL-ALPHALIST-RECORD FROM WS-ALPHA-TITLE-LINE
           CLOSE PAYROLL-ALPHALIST-FILE
           DISPLAY "Annual alphalist generated: PAYROLL-ALPHALIST.TXT"

           PERFORM KEEP-CLOSED-YEAR-LEDGER

           MOVE 0 TO WS-EYTD-COUNT.
      * Dropping the count empties the ledger; SAVE-EMP-YTD will
      * write a fresh, empty file for the new year.

       KEEP-CLOSED-YEAR-LEDGER.
      *----------------------------------------------------------------
      * KEEP-CLOSED-YEAR-LEDGER - Before the ledger is emptied for
      * the new year, save it in full and copy it to
      * PAYROLL-EMP-YTD-<yyyy>.TXT, so the closed year's figures are
      * still there when BIR-FORMS prints the 2316 certificates in
      * January. The year is the cutoff start's; an undated run
      * falls back to today's year.
      *----------------------------------------------------------------
           PERFORM SAVE-EMP-YTD
           IF WS-PERIOD-START(1:4) IS NUMERIC
               MOVE WS-PERIOD-START(1:4) TO WS-EYTD-CLOSE-YEAR
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-EYTD-CLOSE-YEAR
           END-IF
           MOVE SPACES TO WS-GEN-IN-NAME
           MOVE "PAYROLL-EMP-YTD.TXT" TO WS-GEN-IN-NAME
           MOVE SPACES TO WS-GEN-OUT-NAME
           STRING "PAYROLL-EMP-YTD-" DELIMITED BY SIZE
               WS-EYTD-CLOSE-YEAR DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-GEN-OUT-NAME
           PERFORM COPY-GENERATION
           DISPLAY "Closed-year ledger kept: "
               FUNCTION TRIM(WS-GEN-OUT-NAME).

       CHECK-SIMULATION-TRIGGER.
      *----------------------------------------------------------------
      * CHECK-SIMULATION-TRIGGER - Arm simulation mode on the mere
      * presence of PAYROLL-SIMULATION.TXT, before any output file is
      * opened. The overrides themselves are parsed later by
      * LOAD-SIMULATION, once the employee types have been read.
      *----------------------------------------------------------------
           OPEN INPUT PAYROLL-SIMULATION-FILE
           IF WS-SIM-FILE-STATUS = "00"
               COMPUTE WS-SIM-ABSENCE-DED =
                   (WS-SIM-BASIC-CALC / WS-WORKING-DAYS-PER-MONTH) *
                   WS-ROSTER-ABSENT-DAYS(WS-COUNTER)
                   + WS-ROSTER-TARDY-DED(WS-COUNTER)
               IF WS-SIM-ABSENCE-DED > WS-SIM-RAW-TOTAL
                   MOVE WS-SIM-RAW-TOTAL TO WS-SIM-ABSENCE-DED
               END-IF
                   WS-SIM-GROSS(WS-COUNTER) - WS-SIM-DEDUCTION
                   + WS-ROSTER-OT-PAY(WS-COUNTER)
                   + WS-ROSTER-HOL-PAY(WS-COUNTER)
                   + WS-ROSTER-ND-PAY(WS-COUNTER)
                   + WS-ROSTER-HON-PAY(WS-COUNTER)
                   + WS-RETRO-FOR-TYPE(WS-COUNTER)
               IF WS-SIM-LOAN-DED > WS-SIM-NET(WS-COUNTER)
                   MOVE WS-SIM-NET(WS-COUNTER) TO WS-SIM-LOAN-DED
           DISPLAY "Simulation report generated: "
               "PAYROLL-SIMULATION-REPORT.TXT".

       CHECK-OFFCYCLE-TRIGGER.
      *----------------------------------------------------------------
      * CHECK-OFFCYCLE-TRIGGER - Arm off-cycle mode on the mere
      * presence of PAYROLL-OFFCYCLE.TXT, before any output file is
      * opened - an off-cycle run must leave the regular cutoff's
      * report, CSV and history exactly as they were.
      *----------------------------------------------------------------
           OPEN INPUT PAYROLL-OFFCYCLE-FILE
           IF WS-OFC-FILE-STATUS = "00"
               MOVE 1 TO WS-OFFCYCLE-RUN
               DISPLAY "OFF-CYCLE MODE: bonus/incentive run from"
                   " PAYROLL-OFFCYCLE.TXT - regular cutoff outputs"
                   " are not touched"
           END-IF
           CLOSE PAYROLL-OFFCYCLE-FILE.

       RUN-OFFCYCLE-PAYROLL.
      *----------------------------------------------------------------
      * RUN-OFFCYCLE-PAYROLL - The whole off-cycle run: take the
      * header's RunID/PayDate as this run's period, apply the same
      * closed-period and run-control gates a cutoff gets, then pay
      * the incentive lines. RETURN-CODE follows the regular run's
      * convention: 1 error, 2 journal voucher out of balance, 4
      * completed run refused, 5 closed period.
      *----------------------------------------------------------------
           MOVE "PAYROLL-OFFCYCLE-PAYSLIPS.TXT" TO WS-PAYSLIP-FILE-NAME
           MOVE "PAYROLL-OFFCYCLE-CHECK-REGISTER.TXT"
               TO WS-CHKREG-FILE-NAME
      * Own payslips and check register, so the regular cutoff's
      * copies survive this run
           PERFORM LOAD-OFFCYCLE-HEADER
           IF WS-OFC-HEADER-OK = 0
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM RESOLVE-RATE-VERSIONS
      * Rate versions as of the pay date the header just made this
      * run's period start, not the regular cutoff's
               PERFORM CHECK-CLOSED-PERIODS
               IF WS-PERIOD-IS-CLOSED = 1
                   MOVE 5 TO RETURN-CODE
               ELSE
                   PERFORM CHECK-RUN-CONTROL
                   IF WS-RUN-REFUSED = 0
                       PERFORM CHECK-STAGED-BATCH
                   END-IF
      * The off-cycle run stages into the same bank file and journal
      * as a cutoff, so it waits until the cutoff's batch is released
                   IF WS-RUN-REFUSED = 1
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       PERFORM RECORD-RUN-START
                       PERFORM PROCESS-OFFCYCLE-RUN
                       IF WS-HAS-ERROR = 0 AND WS-GL-IMBALANCE = 0
                           PERFORM RECORD-RUN-COMPLETED
      * Same lock as a cutoff: a clean off-cycle run cannot be paid
      * twice without the operator override
                       END-IF
                       MOVE WS-HAS-ERROR TO RETURN-CODE
                       IF WS-GL-IMBALANCE = 1
                           MOVE 2 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-STAGED-BATCH.
      *----------------------------------------------------------------
      * CHECK-STAGED-BATCH - Refuse the run (WS-RUN-REFUSED = 1)
      * when PAYROLL-BANKFILE-STAGED.TXT holds another run's batch
      * that RELEASE-APPROVAL has not yet released: its TRAILER is
      * not the one on the official PAYROLL-BANKFILE.TXT. Staging
      * over it would lose that run's bank file and journal, and run
      * control has already locked that run against a re-run.
      * Re-staging this same run (a rerun before release) is
      * allowed, as is a trailer written before trailers carried the
      * run ID (no way to tell whose it is).
      *----------------------------------------------------------------
           MOVE 0 TO WS-STAGED-BATCH-PENDING
           MOVE SPACES TO WS-STAGED-BANK-TRAILER
           MOVE SPACES TO WS-RELEASED-BANK-TRAILER
           MOVE SPACES TO WS-STAGED-RUN-ID
           MOVE "PAYROLL-BANKFILE-STAGED.TXT" TO WS-GEN-IN-NAME
           PERFORM READ-BANK-TRAILER
           MOVE WS-SCAN-TRAILER TO WS-STAGED-BANK-TRAILER
           IF WS-STAGED-BANK-TRAILER NOT = SPACES
               MOVE "PAYROLL-BANKFILE.TXT" TO WS-GEN-IN-NAME
               PERFORM READ-BANK-TRAILER
               MOVE WS-SCAN-TRAILER TO WS-RELEASED-BANK-TRAILER
               MOVE WS-STAGED-BANK-TRAILER(33:10) TO WS-STAGED-RUN-ID
               IF WS-RELEASED-BANK-TRAILER NOT = WS-STAGED-BANK-TRAILER
                   AND WS-STAGED-RUN-ID NOT = SPACES
                   AND WS-STAGED-RUN-ID NOT = WS-PERIOD-ID
                   MOVE 1 TO WS-STAGED-BATCH-PENDING
               END-IF
           END-IF
           IF WS-STAGED-BATCH-PENDING = 1
               MOVE 1 TO WS-RUN-REFUSED
               DISPLAY "ERROR: run " FUNCTION TRIM(WS-STAGED-RUN-ID)
                   " is still staged and not yet released - release"
                   " it through RELEASE-APPROVAL before running "
                   FUNCTION TRIM(WS-PERIOD-ID)
               MOVE "PAY114" TO ERRLOG-CODE
               MOVE SPACES TO ERRLOG-MESSAGE
               STRING "run " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PERIOD-ID) DELIMITED BY SIZE
                   " refused - unreleased staged batch for "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STAGED-RUN-ID) DELIMITED BY SIZE
                   INTO ERRLOG-MESSAGE
               PERFORM LOG-SHARED-ERROR
           END-IF.

       READ-BANK-TRAILER.
      *----------------------------------------------------------------
      * READ-BANK-TRAILER - The TRAILER line of the bank file named
      * in WS-GEN-IN-NAME into WS-SCAN-TRAILER (spaces when the file
      * does not exist or has none).
      *----------------------------------------------------------------
           MOVE SPACES TO WS-SCAN-TRAILER
           MOVE 0 TO WS-GEN-EOF-FLAG
           OPEN INPUT GEN-INPUT-FILE
           IF WS-GEN-IN-STATUS = "00"
               PERFORM UNTIL WS-GEN-EOF-FLAG = 1
                   READ GEN-INPUT-FILE
                       AT END
                           MOVE 1 TO WS-GEN-EOF-FLAG
                       NOT AT END
                           IF GEN-INPUT-RECORD(1:8) = "TRAILER "
                               MOVE GEN-INPUT-RECORD(1:80)
                                   TO WS-SCAN-TRAILER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GEN-INPUT-FILE
           MOVE 0 TO WS-GEN-EOF-FLAG.

       LOAD-OFFCYCLE-HEADER.
      *----------------------------------------------------------------
      * LOAD-OFFCYCLE-HEADER - Read and check the header line
      * (RunID,PayDate[,ExemptCeiling]) and make it this run's
      * period: the RunID becomes the period ID every output and the
      * master are keyed by, the pay date both ends of the period.
      * The RunID must differ from the regular period's own ID, or
      * the off-cycle master records would overwrite the cutoff's.
      * Use a YYYY-MM- prefix (e.g. 2026-06-MY) so the BIR forms
      * place the payment in its month.
      *----------------------------------------------------------------
           MOVE 0 TO WS-OFC-HEADER-OK
           MOVE SPACES TO WS-OFC-LINE
           OPEN INPUT PAYROLL-OFFCYCLE-FILE
           IF WS-OFC-FILE-STATUS = "00"
               READ PAYROLL-OFFCYCLE-FILE INTO WS-OFC-LINE
                   AT END
                       CONTINUE
               END-READ
           END-IF
           CLOSE PAYROLL-OFFCYCLE-FILE

           MOVE SPACES TO WS-OFC-TXT-1
           MOVE SPACES TO WS-OFC-TXT-2
           MOVE SPACES TO WS-OFC-TXT-3
           UNSTRING WS-OFC-LINE DELIMITED BY ","
               INTO WS-OFC-TXT-1
                    WS-OFC-TXT-2
                    WS-OFC-TXT-3
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OFC-TXT-1) TO WS-OFC-TXT-1
           MOVE FUNCTION TRIM(WS-OFC-TXT-2) TO WS-OFC-TXT-2

           MOVE 0 TO WS-OFC-DATE-NUM
           IF WS-OFC-TXT-2(1:4) IS NUMERIC
               AND WS-OFC-TXT-2(5:1) = "-"
               AND WS-OFC-TXT-2(6:2) IS NUMERIC
               AND WS-OFC-TXT-2(8:1) = "-"
               AND WS-OFC-TXT-2(9:2) IS NUMERIC
               AND WS-OFC-TXT-2(11:10) = SPACES
               MOVE WS-OFC-TXT-2(1:4) TO WS-OFC-DATE-NUM(1:4)
               MOVE WS-OFC-TXT-2(6:2) TO WS-OFC-DATE-NUM(5:2)
               MOVE WS-OFC-TXT-2(9:2) TO WS-OFC-DATE-NUM(7:2)
           END-IF

           EVALUATE TRUE
               WHEN WS-OFC-TXT-1 = SPACES
                   DISPLAY "ERROR: PAYROLL-OFFCYCLE.TXT header has no"
                       " RunID - expected RunID,PayDate[,Ceiling]"
               WHEN WS-OFC-TXT-1(11:10) NOT = SPACES
                   DISPLAY "ERROR: off-cycle RunID "
                       FUNCTION TRIM(WS-OFC-TXT-1)
                       " is longer than 10 characters"
               WHEN WS-OFC-TXT-1 = WS-PERIOD-ID
                   DISPLAY "ERROR: off-cycle RunID "
                       FUNCTION TRIM(WS-OFC-TXT-1)
                       " is the regular period's own ID - give the"
                       " run its own ID"
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-OFC-DATE-NUM)
                       NOT = 0
                   DISPLAY "ERROR: off-cycle pay date "
                       FUNCTION TRIM(WS-OFC-TXT-2)
                       " is not a valid YYYY-MM-DD date"
               WHEN FUNCTION TRIM(WS-OFC-TXT-3) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-OFC-TXT-3)) NOT = 0
                   DISPLAY "ERROR: off-cycle exempt ceiling "
                       FUNCTION TRIM(WS-OFC-TXT-3) " is not numeric"
               WHEN OTHER
                   MOVE 1 TO WS-OFC-HEADER-OK
           END-EVALUATE

           IF WS-OFC-HEADER-OK = 0
               MOVE "PAY108" TO ERRLOG-CODE
               MOVE SPACES TO ERRLOG-MESSAGE
               STRING "off-cycle run refused - bad header: "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OFC-LINE) DELIMITED BY SIZE
                   INTO ERRLOG-MESSAGE
               PERFORM LOG-SHARED-ERROR
           ELSE
               IF FUNCTION TRIM(WS-OFC-TXT-3) NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-OFC-TXT-3)
                       TO WS-BENEFIT-EXEMPT-CEILING
               END-IF
               MOVE WS-OFC-TXT-1 TO WS-PERIOD-ID
               MOVE WS-OFC-TXT-2 TO WS-PERIOD-START
               MOVE WS-OFC-TXT-2 TO WS-PERIOD-END
               MOVE "OFFCYCLE" TO WS-PERIOD-RUN-TYPE
      * The pay date is also the as-of date for bank account change
      * holds (LOAD-BANK-CHANGES reads WS-PERIOD-END)
               MOVE WS-OFC-TXT-2(6:2) TO WS-OFC-MONTHS
               SUBTRACT 1 FROM WS-OFC-MONTHS
               IF WS-OFC-MONTHS < 1
                   MOVE 1 TO WS-OFC-MONTHS
               END-IF
      * Months of regular pay already in the ledger, for the average
      * monthly taxable pay the excess is stacked onto
               MOVE SPACES TO WS-PERIOD-HEADING-LINE
               STRING "PAY PERIOD: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PERIOD-ID) DELIMITED BY SIZE
                   "  PAID " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PERIOD-END) DELIMITED BY SIZE
                   "  (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PERIOD-RUN-TYPE) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-PERIOD-HEADING-LINE
               DISPLAY "Off-cycle run: " WS-PERIOD-ID " paid "
                   WS-PERIOD-END
           END-IF.

       PROCESS-OFFCYCLE-RUN.
      *----------------------------------------------------------------
      * PROCESS-OFFCYCLE-RUN - Load the roster (with its bank change
      * holds), the withholding table, the year-to-date ledger and
      * the GL map; price the incentive lines; write the off-cycle
      * payslips and ledger, then the staged journal voucher, the
      * staged bank file and the check register - the same release
      * gate a cutoff's disbursement goes through.
      *----------------------------------------------------------------
           PERFORM LOAD-OFFCYCLE-TYPES
           IF WS-EMP-TYPES-READ = 0
               DISPLAY "ERROR: off-cycle run needs the"
                   " PAYROLL-EMPLOYEES.TXT roster - nothing paid"
               MOVE 1 TO WS-HAS-ERROR
           ELSE
               PERFORM LOAD-BANK-CHANGES
               PERFORM READ-EMPLOYEE-ROSTER
               IF WS-BKCHG-HELD-COUNT > 0 OR WS-BKCHG-OLD-COUNT > 0
                   DISPLAY "Bank account changes: " WS-BKCHG-HELD-COUNT
                       " employee(s) paid by check pending pre-note/"
                       "cooling-off, " WS-BKCHG-OLD-COUNT
                       " still credited to the old account"
               END-IF
               PERFORM LOAD-WTAX-TABLE
               PERFORM LOAD-EMP-YTD
               PERFORM LOAD-GL-MAP
               PERFORM LOAD-OFFCYCLE-LINES
               IF WS-OFC-ACCEPTED-COUNT = 0
                   DISPLAY "ERROR: no payable lines in"
                       " PAYROLL-OFFCYCLE.TXT - nothing paid"
                   MOVE 1 TO WS-HAS-ERROR
               ELSE
                   PERFORM WRITE-OFFCYCLE-PAYSLIPS
                   PERFORM SAVE-EMP-YTD
                   MOVE WS-OFC-TOTAL-NET TO WS-AT-NET
                   MOVE WS-OFC-TOTAL-WTAX TO WS-AT-WTAX
                   MOVE WS-OFC-PAID-COUNT TO WS-AT-EMPLOYEES
      * The bank file ties to these instead of the cutoff's totals
                   IF WS-GLMAP-AVAILABLE = 1
                       PERFORM WRITE-OFFCYCLE-GL-JOURNAL
                   END-IF
                   IF WS-BANK-DATA-PRESENT = 1
                       PERFORM WRITE-BANK-FILE
                   END-IF
                   IF WS-BANK-MISSING-COUNT > 0
                       PERFORM WRITE-CHECK-REGISTER
                   END-IF
               END-IF
           END-IF.

       LOAD-OFFCYCLE-TYPES.
      *----------------------------------------------------------------
      * LOAD-OFFCYCLE-TYPES - An off-cycle run reads no
      * PAYROLL-INPUT.TXT, so the employee-type slots the roster is
      * filed under are taken from the roster's own first field, in
      * order of first appearance.
      *----------------------------------------------------------------
           MOVE 0 TO WS-OFC-EOF-FLAG
           OPEN INPUT PAYROLL-EMPLOYEES-FILE
           IF WS-ROSTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-OFC-EOF-FLAG = 1
                   READ PAYROLL-EMPLOYEES-FILE INTO WS-ROSTER-TXT-LINE
                       AT END
                           MOVE 1 TO WS-OFC-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO WS-ROSTER-TXT-TYPE
                           UNSTRING WS-ROSTER-TXT-LINE
                               DELIMITED BY ","
                               INTO WS-ROSTER-TXT-TYPE
                           END-UNSTRING
                           IF FUNCTION TRIM(WS-ROSTER-TXT-TYPE)
                                   NOT = SPACES
                               PERFORM ADD-OFFCYCLE-TYPE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PAYROLL-EMPLOYEES-FILE.

       ADD-OFFCYCLE-TYPE.
           MOVE 0 TO WS-OFC-TYPE-IDX
           PERFORM VARYING WS-COUNTER FROM 1 BY 1
               UNTIL WS-COUNTER > WS-EMP-TYPES-READ
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-EMP-TYPE(WS-COUNTER))) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-ROSTER-TXT-TYPE))
                   MOVE WS-COUNTER TO WS-OFC-TYPE-IDX
               END-IF
           END-PERFORM
           IF WS-OFC-TYPE-IDX = 0
               IF WS-EMP-TYPES-READ < WS-MAX-EMP-TYPES
                   ADD 1 TO WS-EMP-TYPES-READ
                   MOVE FUNCTION TRIM(WS-ROSTER-TXT-TYPE)
                       TO WS-EMP-TYPE(WS-EMP-TYPES-READ)
               ELSE
                   DISPLAY "WARNING: roster type "
                       FUNCTION TRIM(WS-ROSTER-TXT-TYPE)
                       " is beyond the " WS-MAX-EMP-TYPES
                       " employee types - not payable off-cycle"
               END-IF
           END-IF.

       LOAD-OFFCYCLE-LINES.
      *----------------------------------------------------------------
      * LOAD-OFFCYCLE-LINES - Read the EmployeeID,Kind,Amount lines
      * after the header. Each accepted amount is added to that
      * roster employee's off-cycle pay and to the journal's
      * department/kind debit.
      *----------------------------------------------------------------
           MOVE 0 TO WS-OFC-EOF-FLAG
           OPEN INPUT PAYROLL-OFFCYCLE-FILE
           IF WS-OFC-FILE-STATUS = "00"
               READ PAYROLL-OFFCYCLE-FILE INTO WS-OFC-LINE
                   AT END
                       MOVE 1 TO WS-OFC-EOF-FLAG
               END-READ
      * Skip the header line - LOAD-OFFCYCLE-HEADER has it
               PERFORM UNTIL WS-OFC-EOF-FLAG = 1
                   READ PAYROLL-OFFCYCLE-FILE INTO WS-OFC-LINE
                       AT END
                           MOVE 1 TO WS-OFC-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-OFC-LINE) NOT = SPACES
                               PERFORM APPLY-OFFCYCLE-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PAYROLL-OFFCYCLE-FILE
           DISPLAY "Off-cycle lines: " WS-OFC-ACCEPTED-COUNT
               " accepted, " WS-OFC-REJECTED-COUNT " rejected".

       APPLY-OFFCYCLE-LINE.
      *----------------------------------------------------------------
      * APPLY-OFFCYCLE-LINE - Check one incentive line: a known kind,
      * an employee on the roster and a positive amount. A rejected
      * line is reported and logged and flags the run, but does not
      * hold back the other employees' payments.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-OFC-TXT-1
           MOVE SPACES TO WS-OFC-TXT-2
           MOVE SPACES TO WS-OFC-TXT-3
           UNSTRING WS-OFC-LINE DELIMITED BY ","
               INTO WS-OFC-TXT-1
                    WS-OFC-TXT-2
                    WS-OFC-TXT-3
           END-UNSTRING
           MOVE 1 TO WS-OFC-LINE-OK
           MOVE SPACES TO WS-OFC-REASON

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OFC-TXT-2))
               WHEN "13TH"
                   MOVE "13TH" TO WS-OFC-KIND
               WHEN "BONUS"
                   MOVE "BONUS" TO WS-OFC-KIND
               WHEN "INCENTIVE"
                   MOVE "INCENTIVE" TO WS-OFC-KIND
               WHEN "ANNIVERSARY"
               WHEN "ANNIV"
                   MOVE "ANNIV" TO WS-OFC-KIND
      * Ten-character GL pay element name
               WHEN "OTHER"
                   MOVE "OTHER" TO WS-OFC-KIND
               WHEN OTHER
                   MOVE 0 TO WS-OFC-LINE-OK
                   MOVE "unknown kind" TO WS-OFC-REASON
           END-EVALUATE

           IF WS-OFC-LINE-OK = 1
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-OFC-TXT-3))
                       NOT = 0
                   MOVE 0 TO WS-OFC-LINE-OK
                   MOVE "amount not numeric" TO WS-OFC-REASON
               ELSE
                   IF FUNCTION NUMVAL(WS-OFC-TXT-3) NOT > 0
                       MOVE 0 TO WS-OFC-LINE-OK
                       MOVE "amount not positive" TO WS-OFC-REASON
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-OFC-TXT-3)
                           TO WS-OFC-AMOUNT
                   END-IF
               END-IF
           END-IF

           IF WS-OFC-LINE-OK = 1
               MOVE 0 TO WS-OFC-TYPE-IDX
               MOVE 0 TO WS-OFC-SLOT
               PERFORM VARYING WS-COUNTER FROM 1 BY 1
                   UNTIL WS-COUNTER > WS-EMP-TYPES-READ
                   PERFORM VARYING WS-ROSTER-SLOT FROM 1 BY 1
                       UNTIL WS-ROSTER-SLOT >
                           WS-ROSTER-EMP-COUNT(WS-COUNTER)
                       IF WS-ROSTER-EMP-ID(WS-COUNTER, WS-ROSTER-SLOT)
                               = FUNCTION TRIM(WS-OFC-TXT-1)
                           MOVE WS-COUNTER TO WS-OFC-TYPE-IDX
                           MOVE WS-ROSTER-SLOT TO WS-OFC-SLOT
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF WS-OFC-TYPE-IDX = 0
                   MOVE 0 TO WS-OFC-LINE-OK
                   MOVE "employee not on roster" TO WS-OFC-REASON
               END-IF
           END-IF

           IF WS-OFC-LINE-OK = 1
               ADD WS-OFC-AMOUNT TO WS-ROSTER-EMP-OFC-PAY(
                   WS-OFC-TYPE-IDX, WS-OFC-SLOT)
               ADD 1 TO WS-OFC-ACCEPTED-COUNT
               IF WS-DEPT-DATA-PRESENT = 1
                   MOVE WS-ROSTER-EMP-DEPT(WS-OFC-TYPE-IDX,
                       WS-OFC-SLOT) TO WS-GL-LOOKUP-DEPT
               ELSE
                   MOVE "ALL" TO WS-GL-LOOKUP-DEPT
               END-IF
      * Same cost-center rule as the cutoff's journal: one "ALL" row
      * per element when the roster carries no departments
               PERFORM ADD-OFFCYCLE-GL-AMOUNT
           ELSE
               ADD 1 TO WS-OFC-REJECTED-COUNT
               MOVE 1 TO WS-HAS-ERROR
               DISPLAY "REJECTED off-cycle line: "
                   FUNCTION TRIM(WS-OFC-LINE) " - "
                   FUNCTION TRIM(WS-OFC-REASON)
               MOVE "PAY108" TO ERRLOG-CODE
               MOVE SPACES TO ERRLOG-MESSAGE
               STRING "off-cycle line rejected (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OFC-REASON) DELIMITED BY SIZE
                   "): " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OFC-LINE) DELIMITED BY SIZE
                   INTO ERRLOG-MESSAGE
               PERFORM LOG-SHARED-ERROR
           END-IF.

       ADD-OFFCYCLE-GL-AMOUNT.
      *----------------------------------------------------------------
      * ADD-OFFCYCLE-GL-AMOUNT - Add WS-OFC-AMOUNT to the debit for
      * department WS-GL-LOOKUP-DEPT and kind WS-OFC-KIND, creating
      * the bucket on first sight.
      *----------------------------------------------------------------
           MOVE 0 TO WS-OFC-GL-MATCH-IDX
           PERFORM VARYING WS-OFC-GL-IDX FROM 1 BY 1
               UNTIL WS-OFC-GL-IDX > WS-OFC-GL-COUNT
               IF WS-OGL-DEPT(WS-OFC-GL-IDX) = WS-GL-LOOKUP-DEPT
                   AND WS-OGL-ELEMENT(WS-OFC-GL-IDX) = WS-OFC-KIND
                   MOVE WS-OFC-GL-IDX TO WS-OFC-GL-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-OFC-GL-MATCH-IDX = 0
               IF WS-OFC-GL-COUNT < WS-MAX-OFC-GL
                   ADD 1 TO WS-OFC-GL-COUNT
                   MOVE WS-OFC-GL-COUNT TO WS-OFC-GL-MATCH-IDX
                   MOVE WS-GL-LOOKUP-DEPT
                       TO WS-OGL-DEPT(WS-OFC-GL-MATCH-IDX)
                   MOVE WS-OFC-KIND
                       TO WS-OGL-ELEMENT(WS-OFC-GL-MATCH-IDX)
                   MOVE 0 TO WS-OGL-AMOUNT(WS-OFC-GL-MATCH-IDX)
               ELSE
                   MOVE WS-OFC-GL-COUNT TO WS-OFC-GL-MATCH-IDX
                   DISPLAY "WARNING: more than " WS-MAX-OFC-GL
                       " department/kind journal rows - "
                       FUNCTION TRIM(WS-GL-LOOKUP-DEPT) " "
                       FUNCTION TRIM(WS-OFC-KIND)
                       " debited to the last row"
      * Kept on the voucher, so debits still equal credits
               END-IF
           END-IF
           ADD WS-OFC-AMOUNT TO WS-OGL-AMOUNT(WS-OFC-GL-MATCH-IDX).

       WRITE-OFFCYCLE-PAYSLIPS.
      *----------------------------------------------------------------
      * WRITE-OFFCYCLE-PAYSLIPS - One payslip row and one master
      * record per roster employee with off-cycle pay, then the
      * totals line. The year-to-date ledger entries are updated as
      * each employee is priced (PAY-ONE-OFFCYCLE-EMPLOYEE).
      *----------------------------------------------------------------
           OPEN OUTPUT PAYROLL-PAYSLIP-FILE
           MOVE WS-PAYSLIP-FILE-NAME TO MASK-FILE
           PERFORM AUTHORIZE-REPORT-UNMASK
           MOVE 0 TO WS-PS-UNMASKED
           IF MASK-UNMASKED
               MOVE 1 TO WS-PS-UNMASKED
           END-IF
           OPEN I-O PAYROLL-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = "00"
               OR WS-MASTER-FILE-STATUS = "05"
               MOVE 1 TO WS-MASTER-OPEN
           ELSE
               DISPLAY "WARNING: PAYROLL-MASTER.DAT could not be"
                   " opened (status " WS-MASTER-FILE-STATUS ") -"
                   " per-employee master not updated this run"
           END-IF
           WRITE PAYROLL-PAYSLIP-RECORD FROM WS-OFC-PS-TITLE-LINE
           WRITE PAYROLL-PAYSLIP-RECORD FROM WS-PERIOD-HEADING-LINE
           WRITE PAYROLL-PAYSLIP-RECORD FROM WS-BLANK-LINE
           WRITE PAYROLL-PAYSLIP-RECORD FROM WS-OFC-PS-COL-HEADER
           WRITE PAYROLL-PAYSLIP-RECORD FROM WS-BLANK-LINE

           PERFORM VARYING WS-COUNTER FROM 1 BY 1
               UNTIL WS-COUNTER > WS-EMP-TYPES-READ
               PERFORM VARYING WS-ROSTER-SLOT FROM 1 BY 1
                   UNTIL WS-ROSTER-SLOT >
                       WS-ROSTER-EMP-COUNT(WS-COUNTER)
                   IF WS-ROSTER-EMP-OFC-PAY(WS-COUNTER,
                           WS-ROSTER-SLOT) > 0
                       PERFORM PAY-ONE-OFFCYCLE-EMPLOYEE
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE WS-OFC-TOTAL-PAY TO WS-OPT-PAY
           MOVE WS-OFC-TOTAL-EXEMPT TO WS-OPT-EXEMPT
           MOVE WS-OFC-TOTAL-EXCESS TO WS-OPT-EXCESS
           MOVE WS-OFC-TOTAL-WTAX TO WS-OPT-WTAX
           MOVE WS-OFC-TOTAL-NET TO WS-OPT-NET
           WRITE PAYROLL-PAYSLIP-RECORD FROM WS-BLANK-LINE
           WRITE PAYROLL-PAYSLIP-RECORD FROM WS-OFC-PS-TOTAL-LINE

           CLOSE PAYROLL-PAYSLIP-FILE
           IF WS-MASTER-OPEN = 1
               CLOSE PAYROLL-MASTER-FILE
               DISPLAY "Payroll master updated: " WS-MASTER-WRITE-COUNT
                   " record(s) for period " WS-PERIOD-ID
           ELSE
               CLOSE PAYROLL-MASTER-FILE
           END-IF
           DISPLAY "Off-cycle payslips generated: "
               FUNCTION TRIM(WS-PAYSLIP-FILE-NAME) " - "
               WS-OFC-PAID-COUNT " employee(s)".

       PAY-ONE-OFFCYCLE-EMPLOYEE.
      *----------------------------------------------------------------
      * PAY-ONE-OFFCYCLE-EMPLOYEE - Price the off-cycle pay of the
      * employee at WS-COUNTER / WS-ROSTER-SLOT. Whatever still fits
      * under the annual ceiling (less the benefits already paid
      * this year) is exempt; tax is withheld on the excess only, as
      * the extra tax it adds on top of the employee's average
      * monthly taxable pay so far - the graduated monthly table at
      * (average + excess) less the table at the average alone.
      *----------------------------------------------------------------
           MOVE WS-ROSTER-EMP-OFC-PAY(WS-COUNTER, WS-ROSTER-SLOT)
               TO WS-PS-GROSS
           PERFORM FIND-EMP-YTD-ENTRY
           MOVE 0 TO WS-OFC-YTD-BEFORE
           MOVE 0 TO WS-WTAX-INPUT
           IF WS-EYTD-MATCH-IDX > 0
               MOVE WS-EYTD-BENEFITS(WS-EYTD-MATCH-IDX)
                   TO WS-OFC-YTD-BEFORE
               COMPUTE WS-WTAX-INPUT ROUNDED =
                   WS-EYTD-GROSS(WS-EYTD-MATCH-IDX) / WS-OFC-MONTHS
           END-IF

           IF WS-OFC-YTD-BEFORE < WS-BENEFIT-EXEMPT-CEILING
               COMPUTE WS-OFC-ROOM =
                   WS-BENEFIT-EXEMPT-CEILING - WS-OFC-YTD-BEFORE
           ELSE
               MOVE 0 TO WS-OFC-ROOM
           END-IF
           IF WS-PS-GROSS > WS-OFC-ROOM
               MOVE WS-OFC-ROOM TO WS-PS-BEN-EXEMPT
           ELSE
               MOVE WS-PS-GROSS TO WS-PS-BEN-EXEMPT
           END-IF
           COMPUTE WS-OFC-EXCESS = WS-PS-GROSS - WS-PS-BEN-EXEMPT

           MOVE 0 TO WS-PS-WTAX
           IF WS-OFC-EXCESS > 0
               PERFORM COMPUTE-WTAX-FOR-AMOUNT
               MOVE WS-WTAX-OUTPUT TO WS-OFC-TAX-BEFORE
               ADD WS-OFC-EXCESS TO WS-WTAX-INPUT
               PERFORM COMPUTE-WTAX-FOR-AMOUNT
               COMPUTE WS-PS-WTAX =
                   WS-WTAX-OUTPUT - WS-OFC-TAX-BEFORE
           END-IF

           MOVE 0 TO WS-PS-NET-BASIC
           MOVE 0 TO WS-PS-ALLOWANCE
           MOVE 0 TO WS-PS-SSS
           MOVE 0 TO WS-PS-PHILHEALTH
           MOVE 0 TO WS-PS-PAGIBIG
           MOVE 0 TO WS-PS-LOAN-DED
           MOVE 0 TO WS-PS-LOAN-BALANCE
           MOVE 0 TO WS-PS-BEN-DED
           MOVE WS-PS-WTAX TO WS-PS-DEDUCTION
           COMPUTE WS-PS-NET = WS-PS-GROSS - WS-PS-WTAX
      * No statutory contributions or loan amortizations come off a
      * bonus run - those belong to the cutoffs

           MOVE WS-PS-NET TO WS-ROSTER-EMP-NET(WS-COUNTER,
               WS-ROSTER-SLOT)
           ADD WS-PS-NET TO WS-BANK-NET-TOTAL
           ADD 1 TO WS-BANK-REC-COUNT
           IF WS-ROSTER-EMP-BANK(WS-COUNTER, WS-ROSTER-SLOT) = SPACES
               OR WS-ROSTER-EMP-ACCT(WS-COUNTER, WS-ROSTER-SLOT)
                   = SPACES
               ADD 1 TO WS-BANK-MISSING-COUNT
           END-IF
      * Same hand-off to WRITE-BANK-FILE / WRITE-CHECK-REGISTER as a
      * cutoff's payslips

           IF WS-EYTD-MATCH-IDX > 0
               ADD WS-PS-GROSS TO WS-EYTD-BENEFITS(WS-EYTD-MATCH-IDX)
               ADD WS-OFC-EXCESS TO WS-EYTD-GROSS(WS-EYTD-MATCH-IDX)
               ADD WS-PS-WTAX TO WS-EYTD-WTAX(WS-EYTD-MATCH-IDX)
               ADD WS-PS-NET TO WS-EYTD-NET(WS-EYTD-MATCH-IDX)
           END-IF
      * Only the taxable excess joins the year's gross - the exempt
      * part is what the ceiling keeps out of the annualization

           ADD WS-PS-GROSS TO WS-OFC-TOTAL-PAY
           ADD WS-PS-BEN-EXEMPT TO WS-OFC-TOTAL-EXEMPT
           ADD WS-OFC-EXCESS TO WS-OFC-TOTAL-EXCESS
           ADD WS-PS-WTAX TO WS-OFC-TOTAL-WTAX
           ADD WS-PS-NET TO WS-OFC-TOTAL-NET
           ADD 1 TO WS-OFC-PAID-COUNT

           MOVE WS-ROSTER-EMP-ID(WS-COUNTER, WS-ROSTER-SLOT)
               TO WS-OPL-ID
           MOVE WS-ROSTER-EMP-NAME(WS-COUNTER, WS-ROSTER-SLOT)
               TO WS-OPL-NAME
           MOVE WS-PS-GROSS TO WS-OPL-PAY
           MOVE WS-OFC-YTD-BEFORE TO WS-OPL-YTD
           MOVE WS-PS-BEN-EXEMPT TO WS-OPL-EXEMPT
           MOVE WS-OFC-EXCESS TO WS-OPL-EXCESS
           MOVE WS-PS-WTAX TO WS-OPL-WTAX
           MOVE WS-PS-NET TO WS-OPL-NET
           IF WS-PS-UNMASKED = 0
               INSPECT WS-OPL-PAY
                   CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS
               INSPECT WS-OPL-YTD
                   CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS
               INSPECT WS-OPL-EXEMPT
                   CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS
               INSPECT WS-OPL-EXCESS
                   CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS
               INSPECT WS-OPL-WTAX
                   CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS
               INSPECT WS-OPL-NET
                   CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS
      * The TOTAL line stays in figures - a run total is no one's
      * personal data
           END-IF
           WRITE PAYROLL-PAYSLIP-RECORD FROM WS-OFC-PS-DETAIL-LINE

           IF WS-MASTER-OPEN = 1
               PERFORM WRITE-MASTER-RECORD
           END-IF.

       WRITE-OFFCYCLE-GL-JOURNAL.
      *----------------------------------------------------------------
      * WRITE-OFFCYCLE-GL-JOURNAL - The off-cycle run's own journal
      * voucher: one debit per department and kind (the kind is the
      * PayElement looked up in PAYROLL-GL-MAP.TXT - 13TH, BONUS,
      * INCENTIVE, ANNIV, OTHER), credited to net pay and withholding
      * tax payable. Staged and balance-checked like the cutoff's.
      *----------------------------------------------------------------
           OPEN OUTPUT PAYROLL-JOURNAL-FILE
           WRITE PAYROLL-JOURNAL-RECORD FROM WS-OFC-GL-TITLE-LINE
           WRITE PAYROLL-JOURNAL-RECORD FROM WS-PERIOD-HEADING-LINE
           WRITE PAYROLL-JOURNAL-RECORD FROM WS-BLANK-LINE
           WRITE PAYROLL-JOURNAL-RECORD FROM WS-GL-COL-HEADER
           WRITE PAYROLL-JOURNAL-RECORD FROM WS-BLANK-LINE

           PERFORM VARYING WS-OFC-GL-IDX FROM 1 BY 1
               UNTIL WS-OFC-GL-IDX > WS-OFC-GL-COUNT
               MOVE WS-OGL-DEPT(WS-OFC-GL-IDX) TO WS-GL-LOOKUP-DEPT
               MOVE WS-OGL-ELEMENT(WS-OFC-GL-IDX)
                   TO WS-GL-LOOKUP-ELEMENT
               MOVE WS-OGL-AMOUNT(WS-OFC-GL-IDX) TO WS-GL-AMOUNT
               PERFORM WRITE-GL-DEBIT-ROW
           END-PERFORM

           MOVE "NETPAY" TO WS-GL-LOOKUP-ELEMENT
           MOVE WS-OFC-TOTAL-NET TO WS-GL-AMOUNT
           PERFORM WRITE-GL-CREDIT-ROW
           MOVE "WTAX" TO WS-GL-LOOKUP-ELEMENT
           MOVE WS-OFC-TOTAL-WTAX TO WS-GL-AMOUNT
           PERFORM WRITE-GL-CREDIT-ROW

           PERFORM FINISH-GL-JOURNAL.

       LOAD-ADJUSTMENTS.
      *----------------------------------------------------------------
      * LOAD-ADJUSTMENTS - Read PAYROLL-ADJUSTMENTS.TXT and compute
      *----------------------------------------------------------------
      * WRITE-GL-JOURNAL - Build the balanced journal voucher. Debit
      * rows: each cost center's headcount share of its type's basic,
      * allowance, overtime, retro, night differential and faculty
      * honoraria (the type's last department takes the rounding
      * remainder so the shares sum exactly);
      * without department data each type debits one "ALL" row per
      * element. Credit rows: net pay payable, each statutory
      * payable, loan repayments. Both sides are summed as written
           WRITE PAYROLL-JOURNAL-RECORD FROM WS-BLANK-LINE

           PERFORM VARYING WS-GL-ELEMENT-IDX FROM 1 BY 1
               UNTIL WS-GL-ELEMENT-IDX > 6
               PERFORM VARYING WS-COUNTER FROM 1 BY 1
                   UNTIL WS-COUNTER > WS-EMP-TYPES-READ
                   PERFORM GET-GL-TYPE-AMOUNT
           MOVE WS-AT-LOAN-DED TO WS-GL-AMOUNT
           PERFORM WRITE-GL-CREDIT-ROW

           PERFORM FINISH-GL-JOURNAL.

       FINISH-GL-JOURNAL.
      *----------------------------------------------------------------
      * FINISH-GL-JOURNAL - Total line, the debit/credit balance
      * check and the close, shared by the cutoff's and the
      * off-cycle run's journal vouchers.
      *----------------------------------------------------------------
           MOVE WS-GL-DEBIT-TOTAL TO WS-GLTL-DEBIT
           MOVE WS-GL-CREDIT-TOTAL TO WS-GLTL-CREDIT
           WRITE PAYROLL-JOURNAL-RECORD FROM WS-BLANK-LINE
                   WS-GL-DIFF " - run flagged FAILED"
           END-IF
           CLOSE PAYROLL-JOURNAL-FILE
           MOVE "PAYROLL-JOURNAL-STAGED.TXT" TO SEAL-FILE
           PERFORM SEAL-OUTBOUND-FILE
           IF WS-GL-UNMAPPED-COUNT > 0
               DISPLAY "WARNING: " WS-GL-UNMAPPED-COUNT " journal"
                   " row(s) hit no PAYROLL-GL-MAP.TXT entry - posted"
                   MOVE "RETRO" TO WS-GL-LOOKUP-ELEMENT
                   MOVE WS-RETRO-FOR-TYPE(WS-COUNTER)
                       TO WS-GL-TYPE-AMOUNT
               WHEN 5
                   MOVE "NIGHTDIFF" TO WS-GL-LOOKUP-ELEMENT
                   MOVE WS-ROSTER-ND-PAY(WS-COUNTER)
                       TO WS-GL-TYPE-AMOUNT
               WHEN 6
                   MOVE "HONORARIA" TO WS-GL-LOOKUP-ELEMENT
                   MOVE WS-ROSTER-HON-PAY(WS-COUNTER)
                       TO WS-GL-TYPE-AMOUNT
           END-EVALUATE.

       WRITE-GL-DEBITS-FOR-TYPE.
                   MOVE WS-LOAN-TYPE(WS-LOAN-IDX) TO LOAN-TYPE
                   MOVE WS-LOAN-AMORT(WS-LOAN-IDX) TO LOAN-AMORT
                   MOVE WS-LOAN-BALANCE(WS-LOAN-IDX) TO LOAN-BALANCE
                   MOVE WS-LOAN-REF(WS-LOAN-IDX) TO LOAN-REF
                   WRITE PAYROLL-LOANS-RECORD
               END-IF
           END-PERFORM
           CLOSE PAYROLL-LOANS-FILE
           PERFORM POST-TUITION-DEDUCTIONS.

       POST-TUITION-DEDUCTIONS.
      *----------------------------------------------------------------
      * POST-TUITION-DEDUCTIONS - Append one STUDENT-LEDGER.TXT
      * payment per TUITION loan that collected something this run:
      * the student's ID, OR number zero (a salary deduction, not a
      * cashier receipt), today's date and the amount deducted. Runs
      * right after SAVE-LOANS persists the reduced balances, so the
      * loan ledger and the student ledger always change together.
      *----------------------------------------------------------------
           MOVE 0 TO WS-TUITION-POSTED-COUNT
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
               UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               IF WS-LOAN-TYPE(WS-LOAN-IDX) = "TUITION"
                   AND WS-LOAN-REF(WS-LOAN-IDX) NOT = SPACES
                   AND WS-LOAN-RUN-DED(WS-LOAN-IDX) > 0
                   IF WS-TUITION-POSTED-COUNT = 0
                       PERFORM STAMP-RUN-TIMESTAMP
                       OPEN EXTEND STUDENT-LEDGER-FILE
                       IF WS-STLEDGER-FILE-STATUS NOT = "00"
                           AND WS-STLEDGER-FILE-STATUS NOT = "05"
                           OPEN OUTPUT STUDENT-LEDGER-FILE
                           CLOSE STUDENT-LEDGER-FILE
                           OPEN EXTEND STUDENT-LEDGER-FILE
                       END-IF
                   END-IF
                   MOVE WS-LOAN-REF(WS-LOAN-IDX) TO LED-ID
                   MOVE 0 TO LED-OR-NO
                   MOVE WS-TIMESTAMP-DISPLAY(1:10) TO LED-DATE
                   MOVE WS-LOAN-RUN-DED(WS-LOAN-IDX) TO LED-AMOUNT
                   MOVE SPACE TO LED-SIGN
                   WRITE STUDENT-LEDGER-RECORD
                   ADD 1 TO WS-TUITION-POSTED-COUNT
               END-IF
           END-PERFORM
           IF WS-TUITION-POSTED-COUNT > 0
               CLOSE STUDENT-LEDGER-FILE
               DISPLAY "Tuition salary deductions posted to"
                   " STUDENT-LEDGER.TXT: " WS-TUITION-POSTED-COUNT
           END-IF.

       CHECK-YEAREND-TRIGGER.
      *----------------------------------------------------------------
      * Optional 8th/9th fields: bank code and account number for the
      * bank disbursement upload. Blank (older roster files) leaves
      * both SPACES, which WRITE-BANK-FILE treats as missing details
               PERFORM APPLY-BANK-CHANGE-HOLD
      * A newly changed account, or one that never came through the
      * bank change register, may not be credited yet - see
      * APPLY-BANK-CHANGE-HOLD

               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                   WS-ROSTER-TXT-GRADE))
           END-CALL
           MOVE SPACES TO ERRLOG-SEVERITY.

       AUTHORIZE-REPORT-UNMASK.
      *----------------------------------------------------------------
      * AUTHORIZE-REPORT-UNMASK - Ask the shared DATA-MASK whether
      * the report named in MASK-FILE may print unmasked this run
      * (it uses up and logs the operator's grant). ON EXCEPTION -
      * masker not linked in - the report prints masked: a missing
      * module must never be a way round the mask.
      *----------------------------------------------------------------
           SET MASK-FN-AUTHORIZE TO TRUE
           MOVE "EMPLOYEE-PAYROLL" TO MASK-PROGRAM
           CALL "DATA-MASK" USING MASK-PARAMETER
               ON EXCEPTION
                   SET MASK-MASKED TO TRUE
           END-CALL.

       SEAL-OUTBOUND-FILE.
      *----------------------------------------------------------------
      * SEAL-OUTBOUND-FILE - Have the shared CONTROL-SEAL seal the
      * outbound file named in SEAL-FILE, just closed. Without the
      * module the file goes unsealed - and will then be refused at
      * release and transmission, never passed - so it is logged.
      *----------------------------------------------------------------
           SET SEAL-FN-SEAL TO TRUE
           MOVE "EMPLOYEE-PAYROLL" TO SEAL-PROGRAM
           CALL "CONTROL-SEAL" USING SEAL-PARAMETER
               ON EXCEPTION
                   MOVE "M" TO SEAL-RESULT
                   MOVE "CONTROL-SEAL NOT AVAILABLE" TO SEAL-MESSAGE
           END-CALL
           IF NOT SEAL-SEALED
               DISPLAY "WARNING: " FUNCTION TRIM(SEAL-FILE)
                   " not sealed - " FUNCTION TRIM(SEAL-MESSAGE)
               MOVE "PAY112" TO ERRLOG-CODE
               MOVE "WARNING" TO ERRLOG-SEVERITY
               MOVE SPACES TO ERRLOG-MESSAGE
               STRING FUNCTION TRIM(SEAL-FILE) DELIMITED BY SIZE
                   " not sealed - " DELIMITED BY SIZE
                   FUNCTION TRIM(SEAL-MESSAGE) DELIMITED BY SIZE
                   INTO ERRLOG-MESSAGE
               PERFORM LOG-SHARED-ERROR
           END-IF.

       MASK-IDENTIFIER-VALUE.
      *----------------------------------------------------------------
      * MASK-IDENTIFIER-VALUE - MASK-VALUE down to its last 4
      * digits through DATA-MASK; without the module every character
      * is starred.
      *----------------------------------------------------------------
           SET MASK-FN-ID TO TRUE
           CALL "DATA-MASK" USING MASK-PARAMETER
               ON EXCEPTION
                   MOVE ALL "*" TO MASK-VALUE
           END-CALL.

       MASK-PAYSLIP-AMOUNTS.
      *----------------------------------------------------------------
      * MASK-PAYSLIP-AMOUNTS - Star out every amount column of the
      * payslip line just built; ID, name and type stay readable so
      * the slip can still be handed to the right person.
      *----------------------------------------------------------------
           INSPECT WS-PSL-BASIC
               CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS
           INSPECT WS-PSL-ALLOWANCE
               CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS
           INSPECT WS-PSL-GROSS
               CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS
           INSPECT WS-PSL-DEDUCTION
               CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS
           INSPECT WS-PSL-LOAN-DED
               CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS
           INSPECT WS-PSL-LOAN-BAL
               CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS
           INSPECT WS-PSL-HOL-PAY
               CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS
           INSPECT WS-PSL-ND-PAY
               CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS
           INSPECT WS-PSL-HON-PAY
               CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS
           INSPECT WS-PSL-BEN-DED
               CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS
           INSPECT WS-PSL-NET
               CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS.

       VALIDATE-EMP-TYPE.
      *----------------------------------------------------------------
      * VALIDATE-EMP-TYPE - Check if employee type is alphabetic
                   (WS-BASIC-PAY(WS-COUNTER) /
                       WS-WORKING-DAYS-PER-MONTH) *
                   WS-ROSTER-ABSENT-DAYS(WS-COUNTER)
                   + WS-ROSTER-TARDY-DED(WS-COUNTER)
      * Deduction = (per-employee daily rate) × total absent days
      * for this type, from the optional roster's 4th field (or the
      * biometric attendance summary), plus the type's priced
      * tardiness/undertime from LOAD-ATTENDANCE. Computed
      * every iteration, even for a checkpoint-restored type, since
      * WS-BASIC-PAY/WS-ROSTER-ABSENT-DAYS are both populated fresh
      * every run regardless of checkpoint status and there is no
                   ELSE
                       IF WS-NO-OF-EMPLOYEES(WS-COUNTER) > 0
                           COMPUTE WS-WTAX-INPUT =
                               (GROSS-PAY(WS-COUNTER)
                                + WS-ROSTER-HON-PAY(WS-COUNTER)
                                + WS-ROSTER-ND-PAY(WS-COUNTER)
                                + WS-ROSTER-HOL-PAY(WS-COUNTER)) /
                                   WS-NO-OF-EMPLOYEES(WS-COUNTER)
                       ELSE
                           MOVE 0 TO WS-WTAX-INPUT
      * No roster, or the roster only partially covers this type's
      * headcount (already flagged as a HEADCOUNT MISMATCH exception)
      * - not enough per-employee data to sum from, so fall back to
      * resolving the bracket once at the type's average taxable pay
      * per head (gross plus the honoraria, night differential and
      * holiday premium the roster heads carry - the same base the
      * payslips tax), then scaling by head count.
                   END-IF
      * Government-mandated deduction breakdown

                       GROSS-PAY(WS-COUNTER) - DEDUCTION(WS-COUNTER)
                       + WS-ROSTER-OT-PAY(WS-COUNTER)
                       + WS-ROSTER-HOL-PAY(WS-COUNTER)
                       + WS-ROSTER-ND-PAY(WS-COUNTER)
                       + WS-ROSTER-HON-PAY(WS-COUNTER)
      * Net = Gross - Deduction, plus this type's overtime pay (OT
      * hours x OT rate from the optional roster's 6th/7th fields),
      * its holiday premium pay from the holiday calendar, its
      * night differential from the biometric attendance and its
      * faculty honoraria from FACULTY-LOAD - all added on top of
      * the standard formula the same way

                   ADD WS-RETRO-FOR-TYPE(WS-COUNTER)
                       TO GROSS-PAY(WS-COUNTER)
                   TO WS-AT-ABSENCE-DEDUCTION
               ADD WS-ROSTER-OT-PAY(WS-COUNTER) TO WS-AT-OT-PAY
               ADD WS-ROSTER-HOL-PAY(WS-COUNTER) TO WS-AT-HOL-PAY
               ADD WS-ROSTER-TARDY-DED(WS-COUNTER) TO WS-AT-TARDY-DED
               ADD WS-ROSTER-ND-PAY(WS-COUNTER) TO WS-AT-ND-PAY
               ADD WS-ROSTER-HON-PAY(WS-COUNTER) TO WS-AT-HON-PAY
               ADD WS-LOAN-DED-FOR-TYPE(WS-COUNTER) TO WS-AT-LOAN-DED
               ADD WS-ARR-DED-FOR-TYPE(WS-COUNTER) TO WS-AT-ARR-DED
               ADD WS-BEN-DED-FOR-TYPE(WS-COUNTER) TO WS-AT-BEN-DED
                               WS-RECON-PS-NET-COL:10)
                               TO WS-RECON-FIELD
      * Only a detail line carries an edited amount in the NET PAY
      * column; titles, headers and blanks fail the numeric test.
      * On a masked file the starred detail amounts fail it too and
      * the TOTAL NET PAY footing carries the figure instead
                           IF FUNCTION TEST-NUMVAL-C(WS-RECON-FIELD)
                                   = ZERO
                               COMPUTE WS-RECON-PAYSLIP-TOTAL =
      * SUM-ROSTER-WTAX-FOR-TYPE - Resolve WS-COUNTER's withholding tax
      * from the roster: each employee's own gross pay (this type's
      * basic pay less that employee's own absence deduction, plus
      * their share of the type's allowance, plus their own faculty
      * honorarium, night differential and holiday premium - all
      * taxable pay) is run through the same graduated bracket
      * lookup WRITE-PAYSLIPS uses, and the individual results are
      * summed into WITHTAX-AMT(WS-COUNTER).
      * Mirrors the per-employee gross-pay calculation in
      * WRITE-PAYSLIPS so both figures reconcile. Req 024 calls for
      * the bracket to be applied against gross pay, not basic pay.
                   (WS-BASIC-PAY(WS-COUNTER) /
                       WS-WORKING-DAYS-PER-MONTH) *
                   WS-ROSTER-EMP-ABSENT(WS-COUNTER, WS-ROSTER-SLOT)
                   + WS-ROSTER-EMP-TARDY-DED(WS-COUNTER,
                       WS-ROSTER-SLOT)
               IF WS-PS-ABSENCE-DED > WS-PS-BASIC
                   MOVE WS-PS-BASIC TO WS-PS-ABSENCE-DED
               END-IF
                   WS-PS-NET-BASIC * WS-CUR-ALLOW-PCT
               COMPUTE WS-PS-GROSS =
                   WS-PS-NET-BASIC + WS-PS-ALLOWANCE
               COMPUTE WS-WTAX-INPUT =
                   WS-PS-GROSS +
                   WS-ROSTER-EMP-HON-PAY(WS-COUNTER, WS-ROSTER-SLOT) +
                   WS-ROSTER-EMP-ND-PAY(WS-COUNTER, WS-ROSTER-SLOT) +
                   WS-ROSTER-EMP-HOL-PAY(WS-COUNTER, WS-ROSTER-SLOT)
               PERFORM COMPUTE-WTAX-FOR-AMOUNT
               ADD WS-WTAX-OUTPUT TO WS-WTAX-SUM
           END-PERFORM
      * aggregate shown in PAYROLL-REPORT.TXT.
      *----------------------------------------------------------------
           OPEN OUTPUT PAYROLL-PAYSLIP-FILE
           MOVE WS-PAYSLIP-FILE-NAME TO MASK-FILE
           PERFORM AUTHORIZE-REPORT-UNMASK
           MOVE 0 TO WS-PS-UNMASKED
           IF MASK-UNMASKED
               MOVE 1 TO WS-PS-UNMASKED
           END-IF
           MOVE 0 TO WS-PS-NET-TOTAL
           OPEN I-O PAYROLL-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = "00"
               OR WS-MASTER-FILE-STATUS = "05"
                               WS-WORKING-DAYS-PER-MONTH) *
                           WS-ROSTER-EMP-ABSENT(WS-COUNTER,
                               WS-ROSTER-SLOT)
                           + WS-ROSTER-EMP-TARDY-DED(WS-COUNTER,
                               WS-ROSTER-SLOT)
                       IF WS-PS-ABSENCE-DED > WS-PS-BASIC
                           MOVE WS-PS-BASIC TO WS-PS-ABSENCE-DED
      * Cap so this employee's own net basic pay cannot go negative
                           WS-PS-NET-BASIC + WS-PS-ALLOWANCE
      * Gross computed before the WTAX lookup below - req 024 calls
      * for the graduated bracket to be applied against gross pay
                       COMPUTE WS-PS-TAXABLE =
                           WS-PS-GROSS +
                           WS-ROSTER-EMP-HON-PAY(WS-COUNTER,
                               WS-ROSTER-SLOT) +
                           WS-ROSTER-EMP-ND-PAY(WS-COUNTER,
                               WS-ROSTER-SLOT) +
                           WS-ROSTER-EMP-HOL-PAY(WS-COUNTER,
                               WS-ROSTER-SLOT)
      * Faculty honorarium, night differential and holiday premium
      * are taxable pay like the gross; they stay out of WS-PS-GROSS
      * (and MAST-GROSS) because the payslip, the master and the
      * budget carry them in their own columns
                       MOVE WS-PS-TAXABLE TO WS-WTAX-INPUT
                       PERFORM COMPUTE-WTAX-FOR-AMOUNT
                       MOVE WS-WTAX-OUTPUT TO WS-PS-WTAX

                           WS-ROSTER-EMP-OT-PAY(WS-COUNTER,
                               WS-ROSTER-SLOT) +
                           WS-ROSTER-EMP-HOL-PAY(WS-COUNTER,
                               WS-ROSTER-SLOT) +
                           WS-ROSTER-EMP-ND-PAY(WS-COUNTER,
                               WS-ROSTER-SLOT) +
                           WS-ROSTER-EMP-HON-PAY(WS-COUNTER,
                               WS-ROSTER-SLOT)
                       MOVE WS-PS-SSS TO WS-LAD-DUE
                       MOVE "SSS" TO WS-LAD-COMPONENT
                           WS-PS-PAGIBIG + WS-PS-WTAX
                       MOVE WS-LAD-REMAINING TO WS-PS-NET
      * What survived the ladder is this head's net so far -
      * overtime, holiday premium and night differential were
      * already in the pot

                       ADD WS-RETRO-PER-HEAD(WS-COUNTER)
                           TO WS-PS-GROSS
                       ADD WS-RETRO-PER-HEAD(WS-COUNTER)
                           TO WS-PS-TAXABLE
                       ADD WS-RETRO-PER-HEAD(WS-COUNTER) TO WS-PS-NET
      * This head's even share of the type's retroactive pay, added
      * after the WTAX lookup (retro is back pay made whole, not new
                               SUBTRACT WS-LOAN-DED-CALC FROM
                                   WS-LOAN-BALANCE(WS-LOAN-IDX)
                               ADD WS-LOAN-DED-CALC TO WS-PS-LOAN-DED
                               ADD WS-LOAN-DED-CALC
                                   TO WS-LOAN-RUN-DED(WS-LOAN-IDX)
                               ADD WS-LOAN-BALANCE(WS-LOAN-IDX)
                                   TO WS-PS-LOAN-BALANCE
                           END-IF
                       MOVE WS-PS-LOAN-BALANCE TO WS-PSL-LOAN-BAL
                       MOVE WS-ROSTER-EMP-HOL-PAY(WS-COUNTER,
                           WS-ROSTER-SLOT) TO WS-PSL-HOL-PAY
                       MOVE WS-ROSTER-EMP-ND-PAY(WS-COUNTER,
                           WS-ROSTER-SLOT) TO WS-PSL-ND-PAY
                       MOVE WS-ROSTER-EMP-HON-PAY(WS-COUNTER,
                           WS-ROSTER-SLOT) TO WS-PSL-HON-PAY
                       MOVE WS-PS-BEN-DED TO WS-PSL-BEN-DED
                       MOVE WS-PS-NET TO WS-PSL-NET
                       ADD WS-PS-NET TO WS-PS-NET-TOTAL
                       IF WS-PS-UNMASKED = 0
                           PERFORM MASK-PAYSLIP-AMOUNTS
                       END-IF
                       WRITE PAYROLL-PAYSLIP-RECORD
                           FROM WS-PS-DETAIL-LINE

               END-IF
           END-PERFORM

           IF WS-PS-UNMASKED = 0
               MOVE WS-PS-NET-TOTAL TO WS-PST-NET
               WRITE PAYROLL-PAYSLIP-RECORD FROM WS-BLANK-LINE
               WRITE PAYROLL-PAYSLIP-RECORD FROM WS-PS-TOTAL-LINE
      * The only net figure RECONCILE-OUTPUTS can read off a masked
      * file - an unmasked one is footed from its detail lines
           END-IF
           CLOSE PAYROLL-PAYSLIP-FILE
           IF WS-MASTER-OPEN = 1
               CLOSE PAYROLL-MASTER-FILE
           MOVE WS-PS-DEDUCTION TO MAST-DEDUCTION
           MOVE WS-PS-LOAN-DED TO MAST-LOAN-DED
           MOVE WS-PS-NET TO MAST-NET
           MOVE WS-ROSTER-EMP-HON-PAY(WS-COUNTER, WS-ROSTER-SLOT)
               TO MAST-HONORARIA
           MOVE WS-PS-BEN-EXEMPT TO MAST-BEN-EXEMPT
           MOVE WS-PS-NET-BASIC TO MAST-BASIC
           MOVE WS-PS-ALLOWANCE TO MAST-ALLOWANCE
           MOVE WS-PS-LOAN-BALANCE TO MAST-LOAN-BAL
           MOVE WS-ROSTER-EMP-HOL-PAY(WS-COUNTER, WS-ROSTER-SLOT)
               TO MAST-HOL-PAY
           MOVE WS-ROSTER-EMP-ND-PAY(WS-COUNTER, WS-ROSTER-SLOT)
               TO MAST-ND-PAY
           MOVE WS-PS-BEN-DED TO MAST-BEN-DED
      * The rest of the payslip line, kept so PAYSLIP-REPRINT can
      * reissue it
           MOVE WS-RATES-VER-ID TO MAST-RATES-VER
           MOVE WS-CONTRIB-VER-ID TO MAST-CONTRIB-VER
           MOVE WS-WTAX-VER-ID TO MAST-WTAX-VER
           MOVE WS-GRADES-VER-ID TO MAST-GRADES-VER
      * The rate table versions the period was priced with
           MOVE WS-ROSTER-EMP-ID(WS-COUNTER, WS-ROSTER-SLOT)
               TO WS-SID-LOOKUP-ID
           PERFORM FIND-STATID-FOR-EMP
      * available since the filing forms need each employee's ID and
      * name. The three files share one layout and one worker
      * paragraph; WS-REMIT-AGENCY picks the agency's rates and file.
      * Each agency file is written in full - it is outbound data the
      * agency posts from - and only its printed *-LISTING.TXT copy
      * is masked.
      *----------------------------------------------------------------
           OPEN OUTPUT PAYROLL-REMIT-SSS-FILE
           OPEN OUTPUT PAYROLL-REMIT-PHIC-FILE
           OPEN OUTPUT PAYROLL-REMIT-HDMF-FILE
           OPEN OUTPUT PAYROLL-REMIT-SSS-LIST-FILE
           OPEN OUTPUT PAYROLL-REMIT-PHIC-LIST-FILE
           OPEN OUTPUT PAYROLL-REMIT-HDMF-LIST-FILE
           MOVE 0 TO WS-REMIT-UNMASKED(1)
           MOVE 0 TO WS-REMIT-UNMASKED(2)
           MOVE 0 TO WS-REMIT-UNMASKED(3)
           MOVE "PAYROLL-REMIT-SSS-LISTING.TXT" TO MASK-FILE
           PERFORM AUTHORIZE-REPORT-UNMASK
           IF MASK-UNMASKED
               MOVE 1 TO WS-REMIT-UNMASKED(1)
           END-IF
           MOVE "PAYROLL-REMIT-PHIC-LISTING.TXT" TO MASK-FILE
           PERFORM AUTHORIZE-REPORT-UNMASK
           IF MASK-UNMASKED
               MOVE 1 TO WS-REMIT-UNMASKED(2)
           END-IF
           MOVE "PAYROLL-REMIT-HDMF-LISTING.TXT" TO MASK-FILE
           PERFORM AUTHORIZE-REPORT-UNMASK
           IF MASK-UNMASKED
               MOVE 1 TO WS-REMIT-UNMASKED(3)
           END-IF
      * Each agency's listing is its own grant - the SSS copy can
      * print in full without exposing the other two
           PERFORM VARYING WS-REMIT-AGENCY FROM 1 BY 1
               UNTIL WS-REMIT-AGENCY > 3
               PERFORM WRITE-REMIT-FOR-AGENCY
           CLOSE PAYROLL-REMIT-SSS-FILE
           CLOSE PAYROLL-REMIT-PHIC-FILE
           CLOSE PAYROLL-REMIT-HDMF-FILE
           CLOSE PAYROLL-REMIT-SSS-LIST-FILE
           CLOSE PAYROLL-REMIT-PHIC-LIST-FILE
           CLOSE PAYROLL-REMIT-HDMF-LIST-FILE
           MOVE "PAYROLL-REMIT-SSS.TXT" TO SEAL-FILE
           PERFORM SEAL-OUTBOUND-FILE
           MOVE "PAYROLL-REMIT-PHILHEALTH.TXT" TO SEAL-FILE
           PERFORM SEAL-OUTBOUND-FILE
           MOVE "PAYROLL-REMIT-PAGIBIG.TXT" TO SEAL-FILE
           PERFORM SEAL-OUTBOUND-FILE
           DISPLAY "Remittance listings generated: PAYROLL-REMIT-SSS"
               ".TXT, PAYROLL-REMIT-PHILHEALTH.TXT,"
               " PAYROLL-REMIT-PAGIBIG.TXT (printed copies"
               " PAYROLL-REMIT-SSS/PHIC/HDMF-LISTING.TXT)".

       WRITE-REMIT-FOR-AGENCY.
      *----------------------------------------------------------------
                               WS-WORKING-DAYS-PER-MONTH) *
                           WS-ROSTER-EMP-ABSENT(WS-COUNTER,
                               WS-ROSTER-SLOT)
                           + WS-ROSTER-EMP-TARDY-DED(WS-COUNTER,
                               WS-ROSTER-SLOT)
                       IF WS-PS-ABSENCE-DED > WS-PS-BASIC
                           MOVE WS-PS-BASIC TO WS-PS-ABSENCE-DED
                       END-IF
                       MOVE WS-REMIT-ER-AMT TO WS-RMDL-ER
                       MOVE WS-REMIT-LINE-TOTAL TO WS-RMDL-TOTAL
                       PERFORM WRITE-REMIT-RECORD-DETAIL
                       IF WS-REMIT-UNMASKED(WS-REMIT-AGENCY) = 0
                           PERFORM MASK-REMIT-DETAIL
                       END-IF
                       PERFORM WRITE-REMIT-LISTING-DETAIL
      * Agency file first, in full; the mask touches only the
      * printed copy
                   END-PERFORM
               END-IF
           END-PERFORM
           MOVE WS-REMIT-GRAND-TOTAL TO WS-RMTL-TOTAL
           PERFORM WRITE-REMIT-RECORD-TOTAL.

       MASK-REMIT-DETAIL.
      *----------------------------------------------------------------
      * MASK-REMIT-DETAIL - Member number down to its last 4 digits,
      * both shares and the line total starred out, for the printed
      * listing only. The agency totals line is left in figures - it
      * is what gets remitted.
      *----------------------------------------------------------------
           MOVE WS-RMDL-AGENCY-NO TO MASK-VALUE
           PERFORM MASK-IDENTIFIER-VALUE
           MOVE MASK-VALUE TO WS-RMDL-AGENCY-NO
           INSPECT WS-RMDL-EE
               CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS
           INSPECT WS-RMDL-ER
               CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS
           INSPECT WS-RMDL-TOTAL
               CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS.

       WRITE-REMIT-RECORD-TITLE.
      * Route the assembled title/blank lines to the right agency file
      * and its printed listing
           EVALUATE WS-REMIT-AGENCY
               WHEN 1
                   WRITE PAYROLL-REMIT-SSS-RECORD
                   WRITE PAYROLL-REMIT-SSS-RECORD
                       FROM WS-PERIOD-HEADING-LINE
                   WRITE PAYROLL-REMIT-SSS-RECORD FROM WS-BLANK-LINE
                   WRITE PAYROLL-REMIT-SSS-LIST-REC
                       FROM WS-REMIT-TITLE-LINE
                   WRITE PAYROLL-REMIT-SSS-LIST-REC
                       FROM WS-PERIOD-HEADING-LINE
                   WRITE PAYROLL-REMIT-SSS-LIST-REC FROM WS-BLANK-LINE
               WHEN 2
                   WRITE PAYROLL-REMIT-PHIC-RECORD
                       FROM WS-REMIT-TITLE-LINE
                   WRITE PAYROLL-REMIT-PHIC-RECORD
                       FROM WS-PERIOD-HEADING-LINE
                   WRITE PAYROLL-REMIT-PHIC-RECORD FROM WS-BLANK-LINE
                   WRITE PAYROLL-REMIT-PHIC-LIST-REC
                       FROM WS-REMIT-TITLE-LINE
                   WRITE PAYROLL-REMIT-PHIC-LIST-REC
                       FROM WS-PERIOD-HEADING-LINE
                   WRITE PAYROLL-REMIT-PHIC-LIST-REC FROM WS-BLANK-LINE
               WHEN 3
                   WRITE PAYROLL-REMIT-HDMF-RECORD
                       FROM WS-REMIT-TITLE-LINE
                   WRITE PAYROLL-REMIT-HDMF-RECORD
                       FROM WS-PERIOD-HEADING-LINE
                   WRITE PAYROLL-REMIT-HDMF-RECORD FROM WS-BLANK-LINE
                   WRITE PAYROLL-REMIT-HDMF-LIST-REC
                       FROM WS-REMIT-TITLE-LINE
                   WRITE PAYROLL-REMIT-HDMF-LIST-REC
                       FROM WS-PERIOD-HEADING-LINE
                   WRITE PAYROLL-REMIT-HDMF-LIST-REC FROM WS-BLANK-LINE
           END-EVALUATE.

       WRITE-REMIT-RECORD-HEADER.
                   WRITE PAYROLL-REMIT-SSS-RECORD
                       FROM WS-REMIT-COL-HEADER
                   WRITE PAYROLL-REMIT-SSS-RECORD FROM WS-BLANK-LINE
                   WRITE PAYROLL-REMIT-SSS-LIST-REC
                       FROM WS-REMIT-COL-HEADER
                   WRITE PAYROLL-REMIT-SSS-LIST-REC FROM WS-BLANK-LINE
               WHEN 2
                   WRITE PAYROLL-REMIT-PHIC-RECORD
                       FROM WS-REMIT-COL-HEADER
                   WRITE PAYROLL-REMIT-PHIC-RECORD FROM WS-BLANK-LINE
                   WRITE PAYROLL-REMIT-PHIC-LIST-REC
                       FROM WS-REMIT-COL-HEADER
                   WRITE PAYROLL-REMIT-PHIC-LIST-REC FROM WS-BLANK-LINE
               WHEN 3
                   WRITE PAYROLL-REMIT-HDMF-RECORD
                       FROM WS-REMIT-COL-HEADER
                   WRITE PAYROLL-REMIT-HDMF-RECORD FROM WS-BLANK-LINE
                   WRITE PAYROLL-REMIT-HDMF-LIST-REC
                       FROM WS-REMIT-COL-HEADER
                   WRITE PAYROLL-REMIT-HDMF-LIST-REC FROM WS-BLANK-LINE
           END-EVALUATE.

       WRITE-REMIT-RECORD-DETAIL.
                       FROM WS-REMIT-DETAIL-LINE
           END-EVALUATE.

       WRITE-REMIT-LISTING-DETAIL.
           EVALUATE WS-REMIT-AGENCY
               WHEN 1
                   WRITE PAYROLL-REMIT-SSS-LIST-REC
                       FROM WS-REMIT-DETAIL-LINE
               WHEN 2
                   WRITE PAYROLL-REMIT-PHIC-LIST-REC
                       FROM WS-REMIT-DETAIL-LINE
               WHEN 3
                   WRITE PAYROLL-REMIT-HDMF-LIST-REC
                       FROM WS-REMIT-DETAIL-LINE
           END-EVALUATE.

       WRITE-REMIT-RECORD-TOTAL.
           EVALUATE WS-REMIT-AGENCY
               WHEN 1
                   WRITE PAYROLL-REMIT-SSS-RECORD FROM WS-BLANK-LINE
                   WRITE PAYROLL-REMIT-SSS-RECORD
                       FROM WS-REMIT-TOTAL-LINE
                   WRITE PAYROLL-REMIT-SSS-LIST-REC FROM WS-BLANK-LINE
                   WRITE PAYROLL-REMIT-SSS-LIST-REC
                       FROM WS-REMIT-TOTAL-LINE
               WHEN 2
                   WRITE PAYROLL-REMIT-PHIC-RECORD FROM WS-BLANK-LINE
                   WRITE PAYROLL-REMIT-PHIC-RECORD
                       FROM WS-REMIT-TOTAL-LINE
                   WRITE PAYROLL-REMIT-PHIC-LIST-REC FROM WS-BLANK-LINE
                   WRITE PAYROLL-REMIT-PHIC-LIST-REC
                       FROM WS-REMIT-TOTAL-LINE
               WHEN 3
                   WRITE PAYROLL-REMIT-HDMF-RECORD FROM WS-BLANK-LINE
                   WRITE PAYROLL-REMIT-HDMF-RECORD
                       FROM WS-REMIT-TOTAL-LINE
                   WRITE PAYROLL-REMIT-HDMF-LIST-REC FROM WS-BLANK-LINE
                   WRITE PAYROLL-REMIT-HDMF-LIST-REC
                       FROM WS-REMIT-TOTAL-LINE
           END-EVALUATE.

       WRITE-BANK-FILE.
                               WS-ROSTER-SLOT) NOT = SPACES
                           AND WS-ROSTER-EMP-ACCT(WS-COUNTER,
                               WS-ROSTER-SLOT) NOT = SPACES
                           AND (WS-OFFCYCLE-RUN = 0
                               OR WS-ROSTER-EMP-OFC-PAY(WS-COUNTER,
                                   WS-ROSTER-SLOT) > 0)
      * Bankless employees are paid by check instead - see
      * WRITE-CHECK-REGISTER. An off-cycle run credits only the
      * employees it actually pays.
                           MOVE WS-ROSTER-EMP-BANK(WS-COUNTER,
                               WS-ROSTER-SLOT) TO WS-BKL-BANK
                           MOVE WS-ROSTER-EMP-ACCT(WS-COUNTER,
               END-PERFORM
               MOVE WS-BANK-CREDIT-COUNT TO WS-BKT-COUNT
               MOVE WS-BANK-CREDIT-TOTAL TO WS-BKT-TOTAL
               MOVE WS-PERIOD-ID TO WS-BKT-RUN-ID
               WRITE PAYROLL-BANKFILE-RECORD
                   FROM WS-BANK-TRAILER-LINE
               CLOSE PAYROLL-BANKFILE
               MOVE "PAYROLL-BANKFILE-STAGED.TXT" TO SEAL-FILE
               PERFORM SEAL-OUTBOUND-FILE
               DISPLAY "Bank disbursement file staged: "
                   "PAYROLL-BANKFILE-STAGED.TXT (awaiting release"
                   " approval)"
               MOVE 1 TO WS-HAS-ERROR
           ELSE
               OPEN OUTPUT PAYROLL-CHECK-REGISTER-FILE
               MOVE WS-CHKREG-FILE-NAME TO MASK-FILE
               PERFORM AUTHORIZE-REPORT-UNMASK
               MOVE 0 TO WS-CHKREG-UNMASKED
               IF MASK-UNMASKED
                   MOVE 1 TO WS-CHKREG-UNMASKED
               END-IF
               WRITE PAYROLL-CHECK-REGISTER-REC
                   FROM WS-CHKREG-TITLE-LINE
               WRITE PAYROLL-CHECK-REGISTER-REC
                   PERFORM VARYING WS-ROSTER-SLOT FROM 1 BY 1
                       UNTIL WS-ROSTER-SLOT >
                           WS-ROSTER-EMP-COUNT(WS-COUNTER)
                       IF (WS-ROSTER-EMP-BANK(WS-COUNTER,
                               WS-ROSTER-SLOT) = SPACES
                           OR WS-ROSTER-EMP-ACCT(WS-COUNTER,
                               WS-ROSTER-SLOT) = SPACES)
                           AND (WS-OFFCYCLE-RUN = 0
                               OR WS-ROSTER-EMP-OFC-PAY(WS-COUNTER,
                                   WS-ROSTER-SLOT) > 0)
                           PERFORM ISSUE-ONE-CHECK
                       END-IF
                   END-PERFORM
               CLOSE PAYROLL-CHECK-LEDGER-FILE
               PERFORM SAVE-CHECK-RANGE
               DISPLAY "Check register generated: "
                   WS-CHECK-ISSUED-COUNT " check(s) on "
                   FUNCTION TRIM(WS-CHKREG-FILE-NAME)
               IF WS-CHECK-EXHAUSTED-COUNT > 0
                   DISPLAY "ERROR: check number range exhausted - "
                       WS-CHECK-EXHAUSTED-COUNT " employee(s) left"
                   TO WS-CKL-NAME
               MOVE WS-ROSTER-EMP-NET(WS-COUNTER, WS-ROSTER-SLOT)
                   TO WS-CKL-AMOUNT
               IF WS-CHKREG-UNMASKED = 0
                   INSPECT WS-CKL-AMOUNT
                       CONVERTING MASK-AMOUNT-CHARS TO MASK-AMOUNT-STARS
      * The ledger entry below keeps the real amount - CHECK-RECON
      * matches the bank's advice against it
               END-IF
               WRITE PAYROLL-CHECK-REGISTER-REC
                   FROM WS-CHKREG-DETAIL-LINE

           WRITE PAYROLL-OUTPUT-RECORDS FROM WS-HEADER2
           WRITE PAYROLL-OUTPUT-RECORDS FROM WS-BLANK-LINE
           WRITE PAYROLL-OUTPUT-RECORDS FROM WS-PERIOD-HEADING-LINE
           WRITE PAYROLL-OUTPUT-RECORDS FROM WS-RATE-VERSION-HEADING
           WRITE PAYROLL-OUTPUT-RECORDS FROM WS-BLANK-LINE
           WRITE PAYROLL-OUTPUT-RECORDS FROM WS-COLUMN-HEADER
           WRITE PAYROLL-OUTPUT-RECORDS FROM WS-COLUMN-HEADER2
               WRITE PAYROLL-OUTPUT-RECORDS FROM WS-HOL-TOTAL-LINE
           END-IF.

      * Write the tardiness / night differential section, if the
      * biometric attendance summary priced any for any type
           IF WS-AT-TARDY-DED > 0 OR WS-AT-ND-PAY > 0
               WRITE PAYROLL-OUTPUT-RECORDS FROM WS-BLANK-LINE
               WRITE PAYROLL-OUTPUT-RECORDS FROM WS-BLANK-LINE
               WRITE PAYROLL-OUTPUT-RECORDS FROM WS-ATTEND-HEADER
               WRITE PAYROLL-OUTPUT-RECORDS FROM WS-BLANK-LINE
               WRITE PAYROLL-OUTPUT-RECORDS FROM WS-ATTEND-COL-HEADER
               WRITE PAYROLL-OUTPUT-RECORDS FROM WS-BLANK-LINE

               PERFORM VARYING WS-COUNTER FROM 1 BY 1
                   UNTIL WS-COUNTER > WS-EMP-TYPES-READ
                   IF WS-ROSTER-TARDY-DED(WS-COUNTER) > 0
                       OR WS-ROSTER-ND-PAY(WS-COUNTER) > 0
                       MOVE WS-EMP-TYPE(WS-COUNTER)
                           TO WS-ATTDL-EMP-TYPE
                       MOVE WS-ROSTER-TARDY-DED(WS-COUNTER)
                           TO WS-ATTDL-TARDY
                       MOVE WS-ROSTER-ND-PAY(WS-COUNTER)
                           TO WS-ATTDL-ND
                       WRITE PAYROLL-OUTPUT-RECORDS FROM
                           WS-ATTEND-DETAIL-LINE
                   END-IF
               END-PERFORM

               MOVE WS-AT-TARDY-DED TO WS-ATTTL-TARDY
               MOVE WS-AT-ND-PAY TO WS-ATTTL-ND
               WRITE PAYROLL-OUTPUT-RECORDS FROM WS-BLANK-LINE
               WRITE PAYROLL-OUTPUT-RECORDS FROM WS-ATTEND-TOTAL-LINE
           END-IF.

      * Write the faculty honoraria section, if FACULTY-LOAD priced
      * any overload or part-time load for any type
           IF WS-AT-HON-PAY > 0
               WRITE PAYROLL-OUTPUT-RECORDS FROM WS-BLANK-LINE
               WRITE PAYROLL-OUTPUT-RECORDS FROM WS-BLANK-LINE
               WRITE PAYROLL-OUTPUT-RECORDS FROM WS-HON-HEADER
               WRITE PAYROLL-OUTPUT-RECORDS FROM WS-BLANK-LINE
               WRITE PAYROLL-OUTPUT-RECORDS FROM WS-HON-COL-HEADER
               WRITE PAYROLL-OUTPUT-RECORDS FROM WS-BLANK-LINE

               PERFORM VARYING WS-COUNTER FROM 1 BY 1
                   UNTIL WS-COUNTER > WS-EMP-TYPES-READ
                   IF WS-ROSTER-HON-PAY(WS-COUNTER) > 0
                       MOVE WS-EMP-TYPE(WS-COUNTER)
                           TO WS-HONDL-EMP-TYPE
                       MOVE WS-ROSTER-HON-PAY(WS-COUNTER)
                           TO WS-HONDL-PAY
                       WRITE PAYROLL-OUTPUT-RECORDS FROM
                           WS-HON-DETAIL-LINE
                   END-IF
               END-PERFORM

               MOVE WS-AT-HON-PAY TO WS-HONTL-PAY
               WRITE PAYROLL-OUTPUT-RECORDS FROM WS-BLANK-LINE
               WRITE PAYROLL-OUTPUT-RECORDS FROM WS-HON-TOTAL-LINE
           END-IF.

      * Write the loan deductions section, if any amortization from
      * the loans ledger fell due this run
           IF WS-AT-LOAN-DED > 0
