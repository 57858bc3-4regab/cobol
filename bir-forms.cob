      *================================================================
      * PROGRAM: BIR-FORMS - FORM 2316 CERTIFICATES AND 1601-C SUMMARY
      *================================================================
      * PURPOSE: Prints each employee's BIR Form 2316 (Certificate of
      *          Compensation Payment / Tax Withheld) and the monthly
      *          1601-C withholding figures for a tax year, straight
      *          from the payroll master - the per-employee
      *          certificates are no longer typed one at a time and
      *          the 1601-C no longer rebuilt from PAYROLL-REPORT.TXT.
      *
      * HOW IT WORKS:
      *   1. BIR-FORMS-REQUEST.TXT's first line names the tax year
      *      and, optionally, the employer TIN: "YYYY[,EmployerTIN]"
      *   2. The year-to-date ledger is loaded for the 13th month
      *      pay (annual basic / 12, the alphalist formula) and the
      *      benefits actually paid through off-cycle runs: the
      *      closed-year copy PAYROLL-EMP-YTD-<yyyy>.TXT a year-end
      *      run leaves behind, or the live PAYROLL-EMP-YTD.TXT when
      *      the year is still open
      *   3. PAYROLL-STATIDS.TXT supplies each employee's current
      *      TIN; the TIN stamped on the master is the fallback
      *   4. PAYROLL-MASTER.DAT is read front to back in key order
      *      (employee, then period). Every period of the tax year
      *      (period ID starting "YYYY") is added to the employee's
      *      annual figures and to its month's 1601-C bucket - the
      *      month is the "MM" of a "YYYY-MM..." period ID; a period
      *      ID without one is counted as UNASSIGNED so the totals
      *      still tie
      *   5. On each change of employee one 2316 is printed to
      *      PAYROLL-BIR-2316.TXT: gross compensation (gross pay
      *      plus honorarium, night differential and holiday
      *      premium), the
      *      non-taxable part (SSS/PhilHealth/Pag-IBIG contributions
      *      plus the 13th month and other benefits up to the annual
      *      exempt ceiling), taxable compensation and tax withheld
      *   6. PAYROLL-BIR-1601C.TXT lists, per month, the employees
      *      paid, total compensation, exempt amounts, taxable
      *      compensation and tax withheld, then ties the year's tax
      *      withheld back to the sum of MAST-WTAX on the
      *      certificates
      *
      * NOTE: When an off-cycle run paid the 13th month and other
      *       benefits, the amounts are already in that run's master
      *       record: the exempt part (MAST-BEN-EXEMPT) is counted
      *       non-taxable in the run's 1601-C month and the ledger's
      *       EYTD-BENEFITS replaces the basic / 12 estimate on the
      *       2316. Without one the estimated 13th month appears on
      *       the 2316 only, never in a 1601-C month, since it was
      *       not disbursed through the pay periods on the master.
      *       An employee with no TIN still
      *       gets a certificate, marked TIN MISSING, and is logged
      *       through ERROR-LOGGER for HR to chase.
      *
      * AUTHOR: GROUP2
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIR-FORMS.
       AUTHOR. GROUP2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIR-REQUEST-FILE
               ASSIGN TO "BIR-FORMS-REQUEST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.
           SELECT PAYROLL-MASTER-FILE
               ASSIGN TO "PAYROLL-MASTER.DAT"
      * Same indexed master EMPLOYEE-PAYROLL writes - both FDs COPY
      * the shared PAYMAST layout.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT OPTIONAL PAYROLL-EMP-YTD-FILE
               ASSIGN TO DYNAMIC WS-EYTD-FILE-NAME
      * The closed-year ledger copy first, then the live ledger -
      * see LOAD-YTD-LEDGER.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EYTD-FILE-STATUS.
           SELECT OPTIONAL PAYROLL-STATIDS-FILE
               ASSIGN TO "PAYROLL-STATIDS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATIDS-FILE-STATUS.
           SELECT OPTIONAL PAYROLL-COMPANY-FILE
               ASSIGN TO "PAYROLL-COMPANY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-FILE-STATUS.
           SELECT CERTIFICATE-2316-FILE
               ASSIGN TO "PAYROLL-BIR-2316.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURN-1601C-FILE
               ASSIGN TO "PAYROLL-BIR-1601C.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BIR-REQUEST-FILE.
       01  BIR-REQUEST-RECORD          PIC X(40).

       FD  PAYROLL-MASTER-FILE.
       COPY PAYMAST.

       FD  PAYROLL-EMP-YTD-FILE.
       COPY PAYEYTD.

       FD  PAYROLL-STATIDS-FILE.
       01  PAYROLL-STATIDS-RECORD      PIC X(70).

       FD  PAYROLL-COMPANY-FILE.
       01  PAYROLL-COMPANY-RECORD      PIC X(30).

       FD  CERTIFICATE-2316-FILE.
       01  CERTIFICATE-2316-RECORD     PIC X(100).

       FD  RETURN-1601C-FILE.
       01  RETURN-1601C-RECORD         PIC X(110).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.

       01  WS-REQUEST-FILE-STATUS      PIC XX.
       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-EYTD-FILE-STATUS         PIC XX.
       01  WS-STATIDS-FILE-STATUS      PIC XX.
       01  WS-COMPANY-FILE-STATUS      PIC XX.
       01  WS-COMPANY-LINE             PIC X(30).
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
       01  WS-READ-DONE-FLAG           PIC 9 VALUE 0.
       01  WS-HAS-ERROR                PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * REQUEST
      *----------------------------------------------------------------
       01  WS-REQUEST-LINE             PIC X(40).
       01  WS-REQ-YEAR-TXT             PIC X(10).
       01  WS-REQ-TIN-TXT              PIC X(20).
       01  WS-TAX-YEAR                 PIC X(4) VALUE SPACES.
       01  WS-EMPLOYER-TIN             PIC X(15) VALUE SPACES.

      *----------------------------------------------------------------
      * YEAR-TO-DATE LEDGER (13TH MONTH SOURCE)
      *----------------------------------------------------------------
       01  WS-EYTD-FILE-NAME           PIC X(40).
       01  WS-EYTD-SOURCE              PIC X(40) VALUE SPACES.
       01  WS-MAX-EYTD                 PIC 9999 VALUE 1000.
       01  WS-EYTD-COUNT               PIC 9999 VALUE 0.
       01  WS-EYTD-TABLE.
               05 WS-EYTD-ENTRY OCCURS 1000 TIMES.
                   10 WS-EYTD-ID           PIC X(10).
                   10 WS-EYTD-BASIC        PIC 9(10)V99.
                   10 WS-EYTD-BENEFITS     PIC 9(9)V99.
       01  WS-EYTD-IDX                 PIC 9999 VALUE 0.
       01  WS-EYTD-MATCH-IDX           PIC 9999 VALUE 0.

      *----------------------------------------------------------------
      * STATUTORY ID REGISTRY (TIN ONLY)
      *----------------------------------------------------------------
       01  WS-MAX-STATIDS              PIC 9999 VALUE 1000.
       01  WS-SID-COUNT                PIC 9999 VALUE 0.
       01  WS-SID-TABLE.
               05 WS-SID-ENTRY OCCURS 1000 TIMES.
                   10 WS-SID-ID            PIC X(10).
                   10 WS-SID-TIN           PIC X(15).
       01  WS-SID-IDX                  PIC 9999 VALUE 0.
       01  WS-SID-PARSE.
               05 WS-SID-LINE          PIC X(70).
               05 WS-SID-TXT-ID        PIC X(12).
               05 WS-SID-TXT-TIN       PIC X(20).

      *----------------------------------------------------------------
      * EXEMPT CEILING - 13th month pay and other benefits are
      * non-taxable up to this amount a year; the excess is taxable
      * compensation.
      *----------------------------------------------------------------
       01  WS-BENEFIT-EXEMPT-CEILING   PIC 9(7)V99 VALUE 90000.00.

      *----------------------------------------------------------------
      * CURRENT EMPLOYEE (CONTROL BREAK ON MAST-EMP-ID)
      *----------------------------------------------------------------
       01  WS-CUR-EMP-ID               PIC X(10) VALUE SPACES.
       01  WS-CUR-NAME                 PIC X(25) VALUE SPACES.
       01  WS-CUR-TYPE                 PIC X(15) VALUE SPACES.
       01  WS-CUR-DEPT                 PIC X(10) VALUE SPACES.
       01  WS-CUR-MAST-TIN             PIC X(12) VALUE SPACES.
       01  WS-CUR-TIN                  PIC X(15) VALUE SPACES.
       01  WS-CUR-FIRST-PERIOD         PIC X(10) VALUE SPACES.
       01  WS-CUR-LAST-PERIOD          PIC X(10) VALUE SPACES.
       01  WS-CUR-PERIOD-COUNT         PIC 999 VALUE 0.
       01  WS-CUR-GROSS                PIC 9(10)V99 VALUE 0.
       01  WS-PERIOD-COMP              PIC 9(10)V99 VALUE 0.
       01  WS-CUR-SSS                  PIC 9(9)V99 VALUE 0.
       01  WS-CUR-PHIC                 PIC 9(9)V99 VALUE 0.
       01  WS-CUR-HDMF                 PIC 9(9)V99 VALUE 0.
       01  WS-CUR-WTAX                 PIC 9(9)V99 VALUE 0.
       01  WS-CUR-MONTH-SEEN OCCURS 13 TIMES PIC 9 VALUE 0.

       01  WS-CUR-CONTRIB              PIC 9(9)V99 VALUE 0.
       01  WS-CUR-13TH                 PIC 9(9)V99 VALUE 0.
       01  WS-CUR-BEN-EXEMPT           PIC 9(9)V99 VALUE 0.
       01  WS-CUR-BEN-TAXABLE          PIC 9(9)V99 VALUE 0.
       01  WS-CUR-OFC-EXEMPT           PIC 9(9)V99 VALUE 0.
       01  WS-CUR-TOTAL-COMP           PIC 9(10)V99 VALUE 0.
       01  WS-CUR-NONTAX               PIC 9(10)V99 VALUE 0.
       01  WS-CUR-TAXABLE              PIC 9(10)V99 VALUE 0.
       01  WS-CUR-REGULAR-TAXABLE      PIC 9(10)V99 VALUE 0.

       01  WS-MONTH-IDX                PIC 99 VALUE 0.
       01  WS-CERT-COUNT               PIC 9(5) VALUE 0.
       01  WS-NO-TIN-COUNT             PIC 9(5) VALUE 0.
       01  WS-NO-LEDGER-COUNT          PIC 9(5) VALUE 0.

      *----------------------------------------------------------------
      * 1601-C MONTH BUCKETS - 1..12 = JANUARY..DECEMBER, 13 = the
      * periods of the year whose ID carries no month
      *----------------------------------------------------------------
       01  WS-MONTH-TABLE.
               05 WS-MON-ENTRY OCCURS 13 TIMES.
                   10 WS-MON-EMP-COUNT     PIC 9(5).
                   10 WS-MON-GROSS         PIC 9(11)V99.
                   10 WS-MON-CONTRIB       PIC 9(10)V99.
                   10 WS-MON-WTAX          PIC 9(10)V99.
       01  WS-MONTH-NAMES-VALUES.
               05 FILLER PIC X(9) VALUE "JANUARY".
               05 FILLER PIC X(9) VALUE "FEBRUARY".
               05 FILLER PIC X(9) VALUE "MARCH".
               05 FILLER PIC X(9) VALUE "APRIL".
               05 FILLER PIC X(9) VALUE "MAY".
               05 FILLER PIC X(9) VALUE "JUNE".
               05 FILLER PIC X(9) VALUE "JULY".
               05 FILLER PIC X(9) VALUE "AUGUST".
               05 FILLER PIC X(9) VALUE "SEPTEMBER".
               05 FILLER PIC X(9) VALUE "OCTOBER".
               05 FILLER PIC X(9) VALUE "NOVEMBER".
               05 FILLER PIC X(9) VALUE "DECEMBER".
               05 FILLER PIC X(9) VALUE "UNASSIGND".
       01  WS-MONTH-NAMES REDEFINES WS-MONTH-NAMES-VALUES.
               05 WS-MONTH-NAME OCCURS 13 TIMES PIC X(9).

       01  WS-YR-GROSS                 PIC 9(11)V99 VALUE 0.
       01  WS-YR-CONTRIB               PIC 9(10)V99 VALUE 0.
       01  WS-YR-TAXABLE               PIC 9(11)V99 VALUE 0.
       01  WS-YR-WTAX                  PIC 9(10)V99 VALUE 0.
       01  WS-CERT-WTAX-TOTAL          PIC 9(10)V99 VALUE 0.
       01  WS-MON-TAXABLE              PIC 9(11)V99 VALUE 0.
       01  WS-TIE-DIFF                 PIC S9(10)V99 VALUE 0.

      *----------------------------------------------------------------
      * FORM 2316 PAGE LAYOUT
      *----------------------------------------------------------------
       01  WS-BLANK-LINE               PIC X(100) VALUE SPACES.
       01  WS-PAGE-SEPARATOR           PIC X(78) VALUE ALL "=".
       01  WS-2316-HEADER1.
               05 FILLER               PIC X(6)  VALUE SPACES.
               05 FILLER               PIC X(47) VALUE
                   "BIR FORM 2316 - CERTIFICATE OF COMPENSATION".
               05 FILLER               PIC X(25) VALUE
                   "PAYMENT / TAX WITHHELD".
       01  WS-2316-HEADER2.
               05 FILLER               PIC X(22) VALUE SPACES.
               05 FILLER               PIC X(26) VALUE
                   "FOR THE CALENDAR YEAR".
               05 WS-2316-YEAR         PIC X(4).
       01  WS-2316-BODY-LINE           PIC X(100).
       01  WS-2316-SECTION-LINE        PIC X(100).
       01  WS-2316-AMOUNT-LINE.
               05 FILLER               PIC X(4)  VALUE SPACES.
               05 WS-2316-LABEL        PIC X(56).
               05 WS-2316-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-2316-SIGN-LINE-1.
               05 FILLER               PIC X(37) VALUE
                   "  ______________________________".
               05 FILLER               PIC X(30) VALUE
                   "______________________________".
       01  WS-2316-SIGN-LINE-2.
               05 FILLER               PIC X(37) VALUE
                   "  EMPLOYER / AUTHORIZED AGENT".
               05 FILLER               PIC X(30) VALUE "EMPLOYEE".
       01  WS-2316-DATE-LINE.
               05 FILLER               PIC X(37) VALUE
                   "  DATE SIGNED: __________".
               05 FILLER               PIC X(30) VALUE
                   "DATE SIGNED: __________".
       01  WS-COMPANY-NAME             PIC X(30)
           VALUE "ABCDEF TECHNOLOGY COMPANY".

      *----------------------------------------------------------------
      * 1601-C SUMMARY LAYOUT
      *----------------------------------------------------------------
       01  WS-1601C-TITLE-LINE.
               05 FILLER               PIC X(16) VALUE SPACES.
               05 FILLER               PIC X(45) VALUE
                   "BIR FORM 1601-C - MONTHLY WITHHOLDING TAX ON".
               05 FILLER               PIC X(22) VALUE
                   "COMPENSATION SUMMARY".
       01  WS-1601C-SUB-LINE           PIC X(110).
       01  WS-1601C-COL-HEADER.
               05 FILLER               PIC X(12) VALUE "MONTH".
               05 FILLER               PIC X(10) VALUE "EMPLOYEES".
               05 FILLER               PIC X(20) VALUE
                   "   TOTAL COMPENSATN".
               05 FILLER               PIC X(20) VALUE
                   "   NON-TAXABLE/EXMPT".
               05 FILLER               PIC X(20) VALUE
                   "   TAXABLE COMPENSN".
               05 FILLER               PIC X(18) VALUE
                   "    TAX WITHHELD".
       01  WS-1601C-DETAIL-LINE.
               05 WS-16L-MONTH         PIC X(12).
               05 WS-16L-EMPS          PIC ZZ,ZZ9.
               05 FILLER               PIC X(4)  VALUE SPACES.
               05 WS-16L-GROSS         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-16L-EXEMPT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-16L-TAXABLE       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-16L-WTAX          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-1601C-TIE-LINE.
               05 FILLER               PIC X(4)  VALUE SPACES.
               05 WS-16T-LABEL         PIC X(56).
               05 WS-16T-AMOUNT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *----------------------------------------------------------------
      * MAIN-PROCEDURE - Read the request, load the ledger and the
      * TIN registry, then walk the master once: 2316s on every
      * employee break, month buckets along the way, 1601-C at the
      * end.
      *----------------------------------------------------------------
           PERFORM LOAD-REQUEST
           IF WS-TAX-YEAR = SPACES
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT PAYROLL-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: PAYROLL-MASTER.DAT not found or could"
                   " not be opened (status " WS-MASTER-FILE-STATUS
                   ") - run EMPLOYEE-PAYROLL with a roster first"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-COMPANY-NAME
           PERFORM LOAD-YTD-LEDGER
           PERFORM LOAD-STATUTORY-IDS
           INITIALIZE WS-MONTH-TABLE

           OPEN OUTPUT CERTIFICATE-2316-FILE
           PERFORM WALK-MASTER-FOR-YEAR
           CLOSE CERTIFICATE-2316-FILE
           CLOSE PAYROLL-MASTER-FILE

           PERFORM WRITE-1601C-SUMMARY

           DISPLAY "BIR 2316 certificates printed: " WS-CERT-COUNT
               " on PAYROLL-BIR-2316.TXT"
           DISPLAY "1601-C monthly summary: PAYROLL-BIR-1601C.TXT"
           IF WS-NO-TIN-COUNT > 0
               DISPLAY "WARNING: " WS-NO-TIN-COUNT " certificate(s)"
                   " printed with TIN MISSING"
           END-IF
           IF WS-NO-LEDGER-COUNT > 0
               DISPLAY "WARNING: " WS-NO-LEDGER-COUNT " employee(s)"
                   " not on " FUNCTION TRIM(WS-EYTD-SOURCE)
                   " - 13th month shown as zero"
           END-IF
           MOVE WS-HAS-ERROR TO RETURN-CODE
           GOBACK.

       LOAD-REQUEST.
      *----------------------------------------------------------------
      * LOAD-REQUEST - "YYYY[,EmployerTIN]" from the first line of
      * BIR-FORMS-REQUEST.TXT. WS-TAX-YEAR stays SPACES (and the run
      * stops) when the file is missing or the year is not four
      * digits.
      *----------------------------------------------------------------
           OPEN INPUT BIR-REQUEST-FILE
           IF WS-REQUEST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: BIR-FORMS-REQUEST.TXT not found - put"
                   " the tax year (YYYY[,EmployerTIN]) on its first"
                   " line"
           ELSE
               READ BIR-REQUEST-FILE INTO WS-REQUEST-LINE
                   AT END
                       MOVE SPACES TO WS-REQUEST-LINE
               END-READ
               MOVE SPACES TO WS-REQ-YEAR-TXT WS-REQ-TIN-TXT
               UNSTRING WS-REQUEST-LINE DELIMITED BY ","
                   INTO WS-REQ-YEAR-TXT
                        WS-REQ-TIN-TXT
               END-UNSTRING
               MOVE FUNCTION TRIM(WS-REQ-YEAR-TXT) TO WS-TAX-YEAR
               IF WS-TAX-YEAR IS NOT NUMERIC
                   DISPLAY "ERROR: BIR-FORMS-REQUEST.TXT tax year '"
                       FUNCTION TRIM(WS-REQ-YEAR-TXT)
                       "' is not YYYY"
                   MOVE SPACES TO WS-TAX-YEAR
               END-IF
               MOVE FUNCTION TRIM(WS-REQ-TIN-TXT) TO WS-EMPLOYER-TIN
           END-IF
           CLOSE BIR-REQUEST-FILE.

       LOAD-COMPANY-NAME.
      *----------------------------------------------------------------
      * LOAD-COMPANY-NAME - Employer name from the optional
      * PAYROLL-COMPANY.TXT, the way the payroll report heading does.
      *----------------------------------------------------------------
           OPEN INPUT PAYROLL-COMPANY-FILE
           IF WS-COMPANY-FILE-STATUS = "00"
               READ PAYROLL-COMPANY-FILE INTO WS-COMPANY-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-COMPANY-LINE) NOT = SPACES
                           MOVE FUNCTION TRIM(WS-COMPANY-LINE)
                               TO WS-COMPANY-NAME
                       END-IF
               END-READ
           END-IF
           CLOSE PAYROLL-COMPANY-FILE.

       LOAD-YTD-LEDGER.
      *----------------------------------------------------------------
      * LOAD-YTD-LEDGER - The closed-year copy of the ledger for the
      * requested year when a year-end run has left one, else the
      * live ledger (the year is still open). Only ID, annual basic
      * and the off-cycle benefits paid are kept - the 13th month is
      * all this program needs from it.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-EYTD-FILE-NAME
           STRING "PAYROLL-EMP-YTD-" DELIMITED BY SIZE
               WS-TAX-YEAR DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-EYTD-FILE-NAME
           OPEN INPUT PAYROLL-EMP-YTD-FILE
           IF WS-EYTD-FILE-STATUS NOT = "00"
               CLOSE PAYROLL-EMP-YTD-FILE
               MOVE "PAYROLL-EMP-YTD.TXT" TO WS-EYTD-FILE-NAME
               OPEN INPUT PAYROLL-EMP-YTD-FILE
           END-IF
           MOVE WS-EYTD-FILE-NAME TO WS-EYTD-SOURCE
           IF WS-EYTD-FILE-STATUS = "00"
               MOVE 0 TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-EYTD-COUNT >= WS-MAX-EYTD
                   READ PAYROLL-EMP-YTD-FILE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-EYTD-COUNT
                           MOVE EYTD-EMP-ID
                               TO WS-EYTD-ID(WS-EYTD-COUNT)
                           MOVE EYTD-BASIC
                               TO WS-EYTD-BASIC(WS-EYTD-COUNT)
                           IF EYTD-BENEFITS IS NUMERIC
                               MOVE EYTD-BENEFITS
                                   TO WS-EYTD-BENEFITS(WS-EYTD-COUNT)
                           ELSE
                               MOVE 0
                                   TO WS-EYTD-BENEFITS(WS-EYTD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           ELSE
               DISPLAY "WARNING: no year-to-date ledger found - the"
                   " 13th month will print as zero"
           END-IF
           CLOSE PAYROLL-EMP-YTD-FILE.

       LOAD-STATUTORY-IDS.
      *----------------------------------------------------------------
      * LOAD-STATUTORY-IDS - ID and TIN of every registry line
      * ("EmployeeID,TIN,SSSNo,PhilHealthNo,PagIBIGMid"); EMPLOYEE-
      * PAYROLL already format-checks and reports the numbers.
      *----------------------------------------------------------------
           OPEN INPUT PAYROLL-STATIDS-FILE
           IF WS-STATIDS-FILE-STATUS = "00"
               MOVE 0 TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-SID-COUNT >= WS-MAX-STATIDS
                   READ PAYROLL-STATIDS-FILE INTO WS-SID-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO WS-SID-TXT-ID WS-SID-TXT-TIN
                           UNSTRING WS-SID-LINE DELIMITED BY ","
                               INTO WS-SID-TXT-ID
                                    WS-SID-TXT-TIN
                           END-UNSTRING
                           IF FUNCTION TRIM(WS-SID-TXT-ID) NOT = SPACES
                               ADD 1 TO WS-SID-COUNT
                               MOVE FUNCTION TRIM(WS-SID-TXT-ID)
                                   TO WS-SID-ID(WS-SID-COUNT)
                               MOVE FUNCTION TRIM(WS-SID-TXT-TIN)
                                   TO WS-SID-TIN(WS-SID-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE PAYROLL-STATIDS-FILE.

       WALK-MASTER-FOR-YEAR.
      *----------------------------------------------------------------
      * WALK-MASTER-FOR-YEAR - Position on the first master record
      * (key LOW-VALUES) and read forward to the end. Key order
      * keeps each employee's periods together, so a change of
      * MAST-EMP-ID closes the previous employee's certificate.
      *----------------------------------------------------------------
           MOVE 0 TO WS-READ-DONE-FLAG
           MOVE LOW-VALUES TO MAST-KEY
           START PAYROLL-MASTER-FILE KEY >= MAST-KEY
               INVALID KEY
                   MOVE 1 TO WS-READ-DONE-FLAG
           END-START

           PERFORM UNTIL WS-READ-DONE-FLAG = 1
               READ PAYROLL-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-READ-DONE-FLAG
                   NOT AT END
                       IF MAST-PERIOD(1:4) = WS-TAX-YEAR
                           IF MAST-EMP-ID NOT = WS-CUR-EMP-ID
                               PERFORM FINISH-EMPLOYEE
                               PERFORM START-EMPLOYEE
                           END-IF
                           PERFORM ADD-MASTER-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           PERFORM FINISH-EMPLOYEE.

       START-EMPLOYEE.
      *----------------------------------------------------------------
      * START-EMPLOYEE - Zero the annual figures for the employee on
      * the record just read.
      *----------------------------------------------------------------
           MOVE MAST-EMP-ID TO WS-CUR-EMP-ID
           MOVE MAST-PERIOD TO WS-CUR-FIRST-PERIOD
           MOVE 0 TO WS-CUR-PERIOD-COUNT
           MOVE 0 TO WS-CUR-GROSS WS-CUR-SSS WS-CUR-PHIC WS-CUR-HDMF
               WS-CUR-WTAX WS-CUR-OFC-EXEMPT
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 13
               MOVE 0 TO WS-CUR-MONTH-SEEN(WS-MONTH-IDX)
           END-PERFORM.

       ADD-MASTER-PERIOD.
      *----------------------------------------------------------------
      * ADD-MASTER-PERIOD - One period of the tax year into the
      * employee's annual figures and into its 1601-C month. The
      * identity fields are refreshed every period so the latest
      * name, type, department and TIN stamp win.
      *----------------------------------------------------------------
           ADD 1 TO WS-CUR-PERIOD-COUNT
           MOVE MAST-PERIOD TO WS-CUR-LAST-PERIOD
           MOVE MAST-NAME TO WS-CUR-NAME
           MOVE MAST-TYPE TO WS-CUR-TYPE
           MOVE MAST-DEPT TO WS-CUR-DEPT
           IF MAST-TIN NOT = SPACES
               MOVE MAST-TIN TO WS-CUR-MAST-TIN
           END-IF
           IF MAST-HONORARIA NOT NUMERIC
               MOVE 0 TO MAST-HONORARIA
           END-IF
           IF MAST-ND-PAY NOT NUMERIC
               MOVE 0 TO MAST-ND-PAY
           END-IF
           IF MAST-HOL-PAY NOT NUMERIC
               MOVE 0 TO MAST-HOL-PAY
           END-IF
           COMPUTE WS-PERIOD-COMP =
               MAST-GROSS + MAST-HONORARIA + MAST-ND-PAY + MAST-HOL-PAY
      * MAST-GROSS is basic plus allowance only - the honorarium,
      * night differential and holiday premium are paid and taxed
      * alongside it but carried in their own master columns
           ADD WS-PERIOD-COMP TO WS-CUR-GROSS
           ADD MAST-SSS TO WS-CUR-SSS
           ADD MAST-PHILHEALTH TO WS-CUR-PHIC
           ADD MAST-PAGIBIG TO WS-CUR-HDMF
           ADD MAST-WTAX TO WS-CUR-WTAX
           IF MAST-BEN-EXEMPT NOT NUMERIC
               MOVE 0 TO MAST-BEN-EXEMPT
           END-IF
           ADD MAST-BEN-EXEMPT TO WS-CUR-OFC-EXEMPT

           MOVE 13 TO WS-MONTH-IDX
           IF MAST-PERIOD(5:1) = "-" AND MAST-PERIOD(6:2) IS NUMERIC
               IF MAST-PERIOD(6:2) >= "01" AND MAST-PERIOD(6:2) <= "12"
                   MOVE MAST-PERIOD(6:2) TO WS-MONTH-IDX
               END-IF
           END-IF
           IF WS-CUR-MONTH-SEEN(WS-MONTH-IDX) = 0
               MOVE 1 TO WS-CUR-MONTH-SEEN(WS-MONTH-IDX)
               ADD 1 TO WS-MON-EMP-COUNT(WS-MONTH-IDX)
           END-IF
           ADD WS-PERIOD-COMP TO WS-MON-GROSS(WS-MONTH-IDX)
           ADD MAST-SSS MAST-PHILHEALTH MAST-PAGIBIG MAST-BEN-EXEMPT
               TO WS-MON-CONTRIB(WS-MONTH-IDX)
      * The month's non-taxable column: contributions plus the exempt
      * benefits an off-cycle run paid in it
           ADD MAST-WTAX TO WS-MON-WTAX(WS-MONTH-IDX).

       FINISH-EMPLOYEE.
      *----------------------------------------------------------------
      * FINISH-EMPLOYEE - Work out the certificate figures for the
      * employee just completed and print the 2316. Nothing to do
      * before the first employee of the year has been read.
      *----------------------------------------------------------------
           IF WS-CUR-EMP-ID NOT = SPACES AND WS-CUR-PERIOD-COUNT > 0
               PERFORM FIND-EMPLOYEE-TIN
               PERFORM COMPUTE-CERTIFICATE-FIGURES
               PERFORM WRITE-ONE-2316
               ADD WS-CUR-WTAX TO WS-CERT-WTAX-TOTAL
               ADD 1 TO WS-CERT-COUNT
           END-IF.

       FIND-EMPLOYEE-TIN.
      *----------------------------------------------------------------
      * FIND-EMPLOYEE-TIN - Registry TIN first, the master's stamp
      * second; neither is a TIN MISSING certificate, logged.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-CUR-TIN
           PERFORM VARYING WS-SID-IDX FROM 1 BY 1
               UNTIL WS-SID-IDX > WS-SID-COUNT
               IF WS-SID-ID(WS-SID-IDX) = WS-CUR-EMP-ID
                   MOVE WS-SID-TIN(WS-SID-IDX) TO WS-CUR-TIN
               END-IF
           END-PERFORM
           IF WS-CUR-TIN = SPACES
               MOVE WS-CUR-MAST-TIN TO WS-CUR-TIN
           END-IF
           IF WS-CUR-TIN = SPACES
               ADD 1 TO WS-NO-TIN-COUNT
               MOVE "PAY102" TO ERRLOG-CODE
               SET ERRLOG-SEV-WARNING TO TRUE
               MOVE SPACES TO ERRLOG-MESSAGE
               STRING "2316 for employee " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CUR-EMP-ID) DELIMITED BY SIZE
                   " printed with no TIN on the registry or master"
                       DELIMITED BY SIZE
                   INTO ERRLOG-MESSAGE
               PERFORM LOG-SHARED-ERROR
           END-IF.

       COMPUTE-CERTIFICATE-FIGURES.
      *----------------------------------------------------------------
      * COMPUTE-CERTIFICATE-FIGURES - 13th month = ledger basic / 12.
      * Benefits up to WS-BENEFIT-EXEMPT-CEILING are non-taxable,
      * the excess taxable. The statutory contributions are
      * non-taxable in full. Benefits paid through an off-cycle run
      * are already in the master gross, split exempt/excess by the
      * payroll itself - they replace the estimate.
      *----------------------------------------------------------------
           MOVE 0 TO WS-CUR-13TH
           MOVE 0 TO WS-EYTD-MATCH-IDX
           PERFORM VARYING WS-EYTD-IDX FROM 1 BY 1
               UNTIL WS-EYTD-IDX > WS-EYTD-COUNT
               IF WS-EYTD-ID(WS-EYTD-IDX) = WS-CUR-EMP-ID
                   MOVE WS-EYTD-IDX TO WS-EYTD-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-EYTD-MATCH-IDX > 0
               COMPUTE WS-CUR-13TH ROUNDED =
                   WS-EYTD-BASIC(WS-EYTD-MATCH-IDX) / 12
           ELSE
               ADD 1 TO WS-NO-LEDGER-COUNT
           END-IF

           IF WS-CUR-OFC-EXEMPT > 0
               PERFORM COMPUTE-PAID-BENEFIT-FIGURES
           ELSE
               PERFORM COMPUTE-ESTIMATED-BENEFIT-FIGURES
           END-IF.

       COMPUTE-ESTIMATED-BENEFIT-FIGURES.
      *----------------------------------------------------------------
      * COMPUTE-ESTIMATED-BENEFIT-FIGURES - No off-cycle benefits on
      * the master: the basic / 12 estimate is added on top of the
      * periods' gross.
      *----------------------------------------------------------------
           IF WS-CUR-13TH > WS-BENEFIT-EXEMPT-CEILING
               MOVE WS-BENEFIT-EXEMPT-CEILING TO WS-CUR-BEN-EXEMPT
               COMPUTE WS-CUR-BEN-TAXABLE =
                   WS-CUR-13TH - WS-BENEFIT-EXEMPT-CEILING
           ELSE
               MOVE WS-CUR-13TH TO WS-CUR-BEN-EXEMPT
               MOVE 0 TO WS-CUR-BEN-TAXABLE
           END-IF

           COMPUTE WS-CUR-CONTRIB =
               WS-CUR-SSS + WS-CUR-PHIC + WS-CUR-HDMF
           COMPUTE WS-CUR-TOTAL-COMP = WS-CUR-GROSS + WS-CUR-13TH
           COMPUTE WS-CUR-NONTAX = WS-CUR-CONTRIB + WS-CUR-BEN-EXEMPT
           IF WS-CUR-GROSS > WS-CUR-CONTRIB
               COMPUTE WS-CUR-REGULAR-TAXABLE =
                   WS-CUR-GROSS - WS-CUR-CONTRIB
           ELSE
               MOVE 0 TO WS-CUR-REGULAR-TAXABLE
           END-IF
           COMPUTE WS-CUR-TAXABLE =
               WS-CUR-REGULAR-TAXABLE + WS-CUR-BEN-TAXABLE.

       COMPUTE-PAID-BENEFIT-FIGURES.
      *----------------------------------------------------------------
      * COMPUTE-PAID-BENEFIT-FIGURES - Off-cycle benefits are inside
      * the gross already. The exempt part is what the runs booked
      * on the master; the rest of the ledger's benefits paid is the
      * taxable excess.
      *----------------------------------------------------------------
           MOVE WS-CUR-OFC-EXEMPT TO WS-CUR-BEN-EXEMPT
           IF WS-EYTD-MATCH-IDX > 0
               AND WS-EYTD-BENEFITS(WS-EYTD-MATCH-IDX) >
                   WS-CUR-OFC-EXEMPT
               MOVE WS-EYTD-BENEFITS(WS-EYTD-MATCH-IDX)
                   TO WS-CUR-13TH
           ELSE
               MOVE WS-CUR-OFC-EXEMPT TO WS-CUR-13TH
           END-IF
           COMPUTE WS-CUR-BEN-TAXABLE =
               WS-CUR-13TH - WS-CUR-BEN-EXEMPT

           COMPUTE WS-CUR-CONTRIB =
               WS-CUR-SSS + WS-CUR-PHIC + WS-CUR-HDMF
           MOVE WS-CUR-GROSS TO WS-CUR-TOTAL-COMP
           COMPUTE WS-CUR-NONTAX = WS-CUR-CONTRIB + WS-CUR-BEN-EXEMPT
           IF WS-CUR-GROSS > WS-CUR-CONTRIB + WS-CUR-13TH
               COMPUTE WS-CUR-REGULAR-TAXABLE =
                   WS-CUR-GROSS - WS-CUR-CONTRIB - WS-CUR-13TH
           ELSE
               MOVE 0 TO WS-CUR-REGULAR-TAXABLE
           END-IF
           COMPUTE WS-CUR-TAXABLE =
               WS-CUR-REGULAR-TAXABLE + WS-CUR-BEN-TAXABLE.

       WRITE-ONE-2316.
      *----------------------------------------------------------------
      * WRITE-ONE-2316 - One certificate page: employee and employer
      * identity, the compensation summary, the non-taxable and
      * taxable detail, and the signature block.
      *----------------------------------------------------------------
           MOVE WS-TAX-YEAR TO WS-2316-YEAR
           WRITE CERTIFICATE-2316-RECORD FROM WS-PAGE-SEPARATOR
           WRITE CERTIFICATE-2316-RECORD FROM WS-2316-HEADER1
           WRITE CERTIFICATE-2316-RECORD FROM WS-2316-HEADER2
           WRITE CERTIFICATE-2316-RECORD FROM WS-BLANK-LINE

           MOVE "PART I - EMPLOYEE INFORMATION" TO WS-2316-SECTION-LINE
           WRITE CERTIFICATE-2316-RECORD FROM WS-2316-SECTION-LINE
           MOVE SPACES TO WS-2316-BODY-LINE
           IF WS-CUR-TIN = SPACES
               STRING "    TIN: " DELIMITED BY SIZE
                   "*** TIN MISSING ***" DELIMITED BY SIZE
                   INTO WS-2316-BODY-LINE
           ELSE
               STRING "    TIN: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CUR-TIN) DELIMITED BY SIZE
                   INTO WS-2316-BODY-LINE
           END-IF
           WRITE CERTIFICATE-2316-RECORD FROM WS-2316-BODY-LINE
           MOVE SPACES TO WS-2316-BODY-LINE
           STRING "    EMPLOYEE: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUR-NAME) DELIMITED BY SIZE
               "  (ID " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUR-EMP-ID) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-2316-BODY-LINE
           WRITE CERTIFICATE-2316-RECORD FROM WS-2316-BODY-LINE
           MOVE SPACES TO WS-2316-BODY-LINE
           STRING "    POSITION: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUR-TYPE) DELIMITED BY SIZE
               "  DEPARTMENT: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUR-DEPT) DELIMITED BY SIZE
               INTO WS-2316-BODY-LINE
           WRITE CERTIFICATE-2316-RECORD FROM WS-2316-BODY-LINE
           MOVE SPACES TO WS-2316-BODY-LINE
           STRING "    PERIOD COVERED: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUR-FIRST-PERIOD) DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUR-LAST-PERIOD) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-CUR-PERIOD-COUNT DELIMITED BY SIZE
               " PAY PERIODS)" DELIMITED BY SIZE
               INTO WS-2316-BODY-LINE
           WRITE CERTIFICATE-2316-RECORD FROM WS-2316-BODY-LINE
           WRITE CERTIFICATE-2316-RECORD FROM WS-BLANK-LINE

           MOVE "PART II - EMPLOYER INFORMATION"
               TO WS-2316-SECTION-LINE
           WRITE CERTIFICATE-2316-RECORD FROM WS-2316-SECTION-LINE
           MOVE SPACES TO WS-2316-BODY-LINE
           STRING "    EMPLOYER: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COMPANY-NAME) DELIMITED BY SIZE
               INTO WS-2316-BODY-LINE
           WRITE CERTIFICATE-2316-RECORD FROM WS-2316-BODY-LINE
           MOVE SPACES TO WS-2316-BODY-LINE
           IF WS-EMPLOYER-TIN = SPACES
               MOVE "    EMPLOYER TIN: ________________"
                   TO WS-2316-BODY-LINE
           ELSE
               STRING "    EMPLOYER TIN: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EMPLOYER-TIN) DELIMITED BY SIZE
                   INTO WS-2316-BODY-LINE
           END-IF
           WRITE CERTIFICATE-2316-RECORD FROM WS-2316-BODY-LINE
           WRITE CERTIFICATE-2316-RECORD FROM WS-BLANK-LINE

           MOVE "PART IV-A - SUMMARY" TO WS-2316-SECTION-LINE
           WRITE CERTIFICATE-2316-RECORD FROM WS-2316-SECTION-LINE
           MOVE "GROSS COMPENSATION INCOME FROM PRESENT EMPLOYER"
               TO WS-2316-LABEL
           MOVE WS-CUR-TOTAL-COMP TO WS-2316-AMOUNT
           WRITE CERTIFICATE-2316-RECORD FROM WS-2316-AMOUNT-LINE
           MOVE "LESS: TOTAL NON-TAXABLE/EXEMPT COMPENSATION"
               TO WS-2316-LABEL
           MOVE WS-CUR-NONTAX TO WS-2316-AMOUNT
           WRITE CERTIFICATE-2316-RECORD FROM WS-2316-AMOUNT-LINE
           MOVE "TAXABLE COMPENSATION INCOME FROM PRESENT EMPLOYER"
               TO WS-2316-LABEL
           MOVE WS-CUR-TAXABLE TO WS-2316-AMOUNT
           WRITE CERTIFICATE-2316-RECORD FROM WS-2316-AMOUNT-LINE
           MOVE "AMOUNT OF TAXES WITHHELD - PRESENT EMPLOYER"
               TO WS-2316-LABEL
           MOVE WS-CUR-WTAX TO WS-2316-AMOUNT
           WRITE CERTIFICATE-2316-RECORD FROM WS-2316-AMOUNT-LINE
           WRITE CERTIFICATE-2316-RECORD FROM WS-BLANK-LINE

           MOVE "PART IV-B - NON-TAXABLE/EXEMPT COMPENSATION"
               TO WS-2316-SECTION-LINE
           WRITE CERTIFICATE-2316-RECORD FROM WS-2316-SECTION-LINE
           MOVE "13TH MONTH PAY AND OTHER BENEFITS (UP TO CEILING)"
               TO WS-2316-LABEL
           MOVE WS-CUR-BEN-EXEMPT TO WS-2316-AMOUNT
           WRITE CERTIFICATE-2316-RECORD FROM WS-2316-AMOUNT-LINE
           MOVE "SSS, PHILHEALTH AND PAG-IBIG CONTRIBUTIONS"
               TO WS-2316-LABEL
           MOVE WS-CUR-CONTRIB TO WS-2316-AMOUNT
           WRITE CERTIFICATE-2316-RECORD FROM WS-2316-AMOUNT-LINE
           WRITE CERTIFICATE-2316-RECORD FROM WS-BLANK-LINE

           MOVE "PART IV-B - TAXABLE COMPENSATION"
               TO WS-2316-SECTION-LINE
           WRITE CERTIFICATE-2316-RECORD FROM WS-2316-SECTION-LINE
           MOVE "REGULAR COMPENSATION (NET OF CONTRIBUTIONS)"
               TO WS-2316-LABEL
           MOVE WS-CUR-REGULAR-TAXABLE TO WS-2316-AMOUNT
           WRITE CERTIFICATE-2316-RECORD FROM WS-2316-AMOUNT-LINE
           MOVE "13TH MONTH PAY AND OTHER BENEFITS (EXCESS)"
               TO WS-2316-LABEL
           MOVE WS-CUR-BEN-TAXABLE TO WS-2316-AMOUNT
           WRITE CERTIFICATE-2316-RECORD FROM WS-2316-AMOUNT-LINE
           WRITE CERTIFICATE-2316-RECORD FROM WS-BLANK-LINE
           WRITE CERTIFICATE-2316-RECORD FROM WS-BLANK-LINE

           WRITE CERTIFICATE-2316-RECORD FROM WS-2316-SIGN-LINE-1
           WRITE CERTIFICATE-2316-RECORD FROM WS-2316-SIGN-LINE-2
           WRITE CERTIFICATE-2316-RECORD FROM WS-BLANK-LINE
           WRITE CERTIFICATE-2316-RECORD FROM WS-2316-DATE-LINE
           WRITE CERTIFICATE-2316-RECORD FROM WS-BLANK-LINE.

       WRITE-1601C-SUMMARY.
      *----------------------------------------------------------------
      * WRITE-1601C-SUMMARY - One line per month with any pay, the
      * UNASSIGNED line when some period IDs carried no month, the
      * year's totals, then the tie-out: the months' tax withheld
      * must equal the MAST-WTAX summed on the certificates.
      *----------------------------------------------------------------
           OPEN OUTPUT RETURN-1601C-FILE
           WRITE RETURN-1601C-RECORD FROM WS-1601C-TITLE-LINE
           MOVE SPACES TO WS-1601C-SUB-LINE
           STRING "EMPLOYER: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COMPANY-NAME) DELIMITED BY SIZE
               "   TIN: " DELIMITED BY SIZE
               WS-EMPLOYER-TIN DELIMITED BY SIZE
               "   YEAR: " DELIMITED BY SIZE
               WS-TAX-YEAR DELIMITED BY SIZE
               INTO WS-1601C-SUB-LINE
           WRITE RETURN-1601C-RECORD FROM WS-1601C-SUB-LINE
           WRITE RETURN-1601C-RECORD FROM WS-BLANK-LINE
           WRITE RETURN-1601C-RECORD FROM WS-1601C-COL-HEADER
           WRITE RETURN-1601C-RECORD FROM WS-BLANK-LINE

           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 13
               IF WS-MON-EMP-COUNT(WS-MONTH-IDX) > 0
                   IF WS-MON-GROSS(WS-MONTH-IDX) >
                       WS-MON-CONTRIB(WS-MONTH-IDX)
                       COMPUTE WS-MON-TAXABLE =
                           WS-MON-GROSS(WS-MONTH-IDX)
                           - WS-MON-CONTRIB(WS-MONTH-IDX)
                   ELSE
                       MOVE 0 TO WS-MON-TAXABLE
                   END-IF
                   MOVE WS-MONTH-NAME(WS-MONTH-IDX) TO WS-16L-MONTH
                   MOVE WS-MON-EMP-COUNT(WS-MONTH-IDX) TO WS-16L-EMPS
                   MOVE WS-MON-GROSS(WS-MONTH-IDX) TO WS-16L-GROSS
                   MOVE WS-MON-CONTRIB(WS-MONTH-IDX) TO WS-16L-EXEMPT
                   MOVE WS-MON-TAXABLE TO WS-16L-TAXABLE
                   MOVE WS-MON-WTAX(WS-MONTH-IDX) TO WS-16L-WTAX
                   WRITE RETURN-1601C-RECORD FROM WS-1601C-DETAIL-LINE
                   ADD WS-MON-GROSS(WS-MONTH-IDX) TO WS-YR-GROSS
                   ADD WS-MON-CONTRIB(WS-MONTH-IDX) TO WS-YR-CONTRIB
                   ADD WS-MON-TAXABLE TO WS-YR-TAXABLE
                   ADD WS-MON-WTAX(WS-MONTH-IDX) TO WS-YR-WTAX
               END-IF
           END-PERFORM

           WRITE RETURN-1601C-RECORD FROM WS-BLANK-LINE
           MOVE "TOTAL" TO WS-16L-MONTH
           MOVE WS-CERT-COUNT TO WS-16L-EMPS
           MOVE WS-YR-GROSS TO WS-16L-GROSS
           MOVE WS-YR-CONTRIB TO WS-16L-EXEMPT
           MOVE WS-YR-TAXABLE TO WS-16L-TAXABLE
           MOVE WS-YR-WTAX TO WS-16L-WTAX
           WRITE RETURN-1601C-RECORD FROM WS-1601C-DETAIL-LINE
           WRITE RETURN-1601C-RECORD FROM WS-BLANK-LINE

           MOVE "TAX WITHHELD PER MONTHLY SUMMARY" TO WS-16T-LABEL
           MOVE WS-YR-WTAX TO WS-16T-AMOUNT
           WRITE RETURN-1601C-RECORD FROM WS-1601C-TIE-LINE
           MOVE "TAX WITHHELD PER 2316 CERTIFICATES (MAST-WTAX)"
               TO WS-16T-LABEL
           MOVE WS-CERT-WTAX-TOTAL TO WS-16T-AMOUNT
           WRITE RETURN-1601C-RECORD FROM WS-1601C-TIE-LINE
           COMPUTE WS-TIE-DIFF = WS-YR-WTAX - WS-CERT-WTAX-TOTAL
           MOVE "DIFFERENCE" TO WS-16T-LABEL
           MOVE WS-TIE-DIFF TO WS-16T-AMOUNT
           WRITE RETURN-1601C-RECORD FROM WS-1601C-TIE-LINE
           IF WS-TIE-DIFF NOT = 0
               MOVE "*** DOES NOT TIE TO MAST-WTAX - DO NOT FILE ***"
                   TO WS-1601C-SUB-LINE
               WRITE RETURN-1601C-RECORD FROM WS-1601C-SUB-LINE
               MOVE 1 TO WS-HAS-ERROR
               MOVE "PAY103" TO ERRLOG-CODE
               SET ERRLOG-SEV-ERROR TO TRUE
               MOVE "1601-C monthly tax withheld does not tie to the"
                   & " 2316 certificates" TO ERRLOG-MESSAGE
               PERFORM LOG-SHARED-ERROR
           END-IF
           IF WS-MON-EMP-COUNT(13) > 0
               WRITE RETURN-1601C-RECORD FROM WS-BLANK-LINE
               MOVE "NOTE: UNASSIGND = periods whose ID carries no"
                   & " YYYY-MM month; assign them before filing"
                   TO WS-1601C-SUB-LINE
               WRITE RETURN-1601C-RECORD FROM WS-1601C-SUB-LINE
           END-IF
           CLOSE RETURN-1601C-FILE.

       LOG-SHARED-ERROR.
      *----------------------------------------------------------------
      * LOG-SHARED-ERROR - Hand the event to ERROR-LOGGER for the
      * consolidated BATCH-EXCEPTIONS.TXT; ON EXCEPTION keeps a
      * standalone run alive when the logger is not linked in.
      *----------------------------------------------------------------
           MOVE "BIR-FORMS" TO ERRLOG-PROGRAM
           CALL "ERROR-LOGGER" USING ERRLOG-PARAMETER
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SPACES TO ERRLOG-SEVERITY.

       END PROGRAM BIR-FORMS.
