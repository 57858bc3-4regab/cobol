      *================================================================
      * PROGRAM: PAYROLL-ACCRUAL - MONTH-END SALARY ACCRUAL
      *================================================================
      * PURPOSE: Books the salaries earned but not yet paid when a pay
      *          period straddles a month-end, so accounting no longer
      *          hand-computes the accrual for the days already worked.
      *          Produces the month-end accrual journal voucher and the
      *          matching reversal voucher dated the first day of the
      *          next month, both in the payroll GL export layout.
      *
      * HOW IT WORKS:
      *   1. PAYROLL-PERIOD.TXT (PeriodID,CutoffStart,CutoffEnd,
      *      RunType - the control record EMPLOYEE-PAYROLL reads)
      *      names the open period. A period that starts and ends in
      *      the same month has nothing to accrue and the run ends
      *      cleanly; otherwise the accrual date is the last day of
      *      the month the cutoff starts in
      *   2. Working days are Monday to Friday less the dates on
      *      HOLIDAY-CALENDAR.TXT. The accrued share of the period is
      *      the working days from cutoff start to month-end over the
      *      working days of the whole cutoff
      *   3. Every employee on PAYROLL-EMPLOYEES.TXT is priced at the
      *      per-type monthly basic pay on PAYROLL-INPUT.TXT, prorated
      *      by the run type (SEMI = half) and by the accrued share.
      *      Allowance and the SSS, PhilHealth and Pag-IBIG employer
      *      shares follow from the same per-type percentages the
      *      payroll run uses (the approved rate and contribution
      *      versions in force on the cutoff start, through
      *      RATE-VERSION - see RATEVER.CPY), and everything is
      *      summed by the
      *      employee's roster department (GENERAL when blank)
      *   4. PAYROLL-ACCRUAL-JOURNAL.TXT debits each department's
      *      BASIC, ALLOWANCE, SSSER, PHICER and HDMFER expense and
      *      credits ACCRUEDSAL (basic plus allowance) and ACCRUEDER
      *      (employer shares) payable, dated the accrual date.
      *      PAYROLL-ACCRUAL-REVERSAL.TXT carries the same rows with
      *      debit and credit swapped, dated the first of the next
      *      month. Accounts come from PAYROLL-GL-MAP.TXT exactly as
      *      the payroll journal resolves them
      *
      * NOTE: An out-of-balance voucher or an unreadable period is
      *       logged through ERROR-LOGGER as an ERROR and sets
      *       RETURN-CODE 1; rows that hit no GL map entry post as
      *       UNMAPPED and are logged as a WARNING. Both vouchers are
      *       estimates - absences and overtime of the accrued days
      *       are not known until the period is actually run. Run it
      *       at month-end, e.g. a BATCH-JOBS.TXT line
      *       "3,PAYROLL-ACCRUAL,Y,1".
      *
      * AUTHOR: GROUP2
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-ACCRUAL.
       AUTHOR. GROUP2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAYROLL-PERIOD-FILE
               ASSIGN TO "PAYROLL-PERIOD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
           SELECT OPTIONAL HOLIDAY-CALENDAR-FILE
               ASSIGN TO "HOLIDAY-CALENDAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLCAL-FILE-STATUS.
           SELECT OPTIONAL PAYROLL-INPUT-FILE
               ASSIGN TO "PAYROLL-INPUT.TXT"
      * Per-type basic pay (EmployeeType,Count,BasicPay) - the rate
      * every employee of the type is accrued at.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYROLL-INPUT-STATUS.
           SELECT OPTIONAL ROSTER-FILE
               ASSIGN TO "PAYROLL-EMPLOYEES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-FILE-STATUS.
           SELECT OPTIONAL PAYROLL-GL-MAP-FILE
               ASSIGN TO "PAYROLL-GL-MAP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-FILE-STATUS.
           SELECT OPTIONAL PAYROLL-RATE-VERSION-FILE
               ASSIGN TO DYNAMIC WS-RATEVER-FILE-NAME
      * Frozen copy of an approved rate or contribution version
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATEVER-FILE-STATUS.
           SELECT ACCRUAL-JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-FILE-NAME
      * PAYROLL-ACCRUAL-JOURNAL.TXT, then PAYROLL-ACCRUAL-REVERSAL.TXT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-PERIOD-FILE.
       01  PAYROLL-PERIOD-RECORD       PIC X(60).

       FD  HOLIDAY-CALENDAR-FILE.
       01  HOLIDAY-CALENDAR-RECORD     PIC X(40).

       FD  PAYROLL-INPUT-FILE.
       01  PAYROLL-INPUT-RECORD        PIC X(100).

       FD  ROSTER-FILE.
       01  ROSTER-RECORD               PIC X(150).

       FD  PAYROLL-GL-MAP-FILE.
       01  PAYROLL-GL-MAP-RECORD       PIC X(40).

       FD  PAYROLL-RATE-VERSION-FILE.
       01  PAYROLL-RATE-VERSION-RECORD PIC X(100).

       FD  ACCRUAL-JOURNAL-FILE.
       01  ACCRUAL-JOURNAL-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.

       01  WS-PERIOD-FILE-STATUS       PIC XX.
       01  WS-HOLCAL-FILE-STATUS       PIC XX.
       01  WS-PAYROLL-INPUT-STATUS     PIC XX.
       01  WS-ROSTER-FILE-STATUS       PIC XX.
       01  WS-GLMAP-FILE-STATUS        PIC XX.
       01  WS-JOURNAL-FILE-NAME        PIC X(40)
               VALUE "PAYROLL-ACCRUAL-JOURNAL.TXT".
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
       01  WS-HAS-ERROR                PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * OPEN PAY PERIOD AND ACCRUAL DATES
      * Dates are YYYY-MM-DD text; WS-..-DAYNO is the same date as a
      * day number (FUNCTION INTEGER-OF-DATE) so the cutoff can be
      * walked a day at a time.
      *----------------------------------------------------------------
       01  WS-PERIOD-LINE              PIC X(60).
       01  WS-PERIOD-ID-TXT            PIC X(10).
       01  WS-PERIOD-START-TXT         PIC X(10).
       01  WS-PERIOD-END-TXT           PIC X(10).
       01  WS-PERIOD-TYPE-TXT          PIC X(10).
       01  WS-PERIOD-ID                PIC X(10) VALUE "UNDATED".
       01  WS-PERIOD-START             PIC X(10) VALUE SPACES.
       01  WS-PERIOD-END               PIC X(10) VALUE SPACES.
       01  WS-PERIOD-RUN-TYPE          PIC X(7) VALUE "MONTHLY".
       01  WS-PERIOD-FACTOR            PIC 9V99 VALUE 1.00.
       01  WS-START-DAYNO              PIC 9(7) VALUE 0.
       01  WS-END-DAYNO                PIC 9(7) VALUE 0.
       01  WS-MONTH-END-DAYNO          PIC 9(7) VALUE 0.
       01  WS-ACCRUAL-DATE             PIC X(10) VALUE SPACES.
       01  WS-REVERSAL-DATE            PIC X(10) VALUE SPACES.
       01  WS-NEXT-YEAR                PIC 9(4) VALUE 0.
       01  WS-NEXT-MONTH               PIC 99 VALUE 0.

       01  WS-DATE-TXT                 PIC X(10).
       01  WS-DATE-NUM                 PIC 9(8) VALUE 0.
       01  WS-DATE-DAYNO               PIC 9(7) VALUE 0.
       01  WS-DATE-OK                  PIC 9 VALUE 0.
       01  WS-DAYNO                    PIC 9(7) VALUE 0.
       01  WS-DAY-OF-WEEK              PIC 9 VALUE 0.
       01  WS-IS-HOLIDAY               PIC 9 VALUE 0.

       01  WS-PERIOD-WORK-DAYS         PIC 999 VALUE 0.
       01  WS-ACCRUED-WORK-DAYS        PIC 999 VALUE 0.
       01  WS-ACCRUED-SHARE            PIC 9V9(6) VALUE 0.

      *----------------------------------------------------------------
      * HOLIDAY CALENDAR (Date,Type)
      *----------------------------------------------------------------
       01  WS-MAX-HOLIDAYS             PIC 99 VALUE 30.
       01  WS-HOLIDAY-COUNT            PIC 99 VALUE 0.
       01  WS-HOLIDAY-TABLE.
               05 WS-HOL-ENTRY OCCURS 30 TIMES.
                   10 WS-HOL-DATE      PIC X(10).
       01  WS-HOL-IDX                  PIC 99 VALUE 0.
       01  WS-HOLCAL-PARSE.
               05 WS-HOLCAL-LINE       PIC X(40).
               05 WS-HOLCAL-TXT-DATE   PIC X(12).
               05 WS-HOLCAL-TXT-TYPE   PIC X(12).

      *----------------------------------------------------------------
      * PER-TYPE BASIC PAY from PAYROLL-INPUT.TXT
      *----------------------------------------------------------------
       01  WS-MAX-EMP-TYPES            PIC 9 VALUE 5.
       01  WS-TYPE-COUNT               PIC 9 VALUE 0.
       01  WS-TYPE-PAY-TABLE.
               05 WS-TP-ENTRY OCCURS 5 TIMES.
                   10 WS-TP-TYPE       PIC X(15).
                   10 WS-TP-BASIC      PIC 9(7)V99.
       01  WS-TP-IDX                   PIC 9 VALUE 0.
       01  WS-TP-MATCH-IDX             PIC 9 VALUE 0.
       01  WS-IN-PARSE.
               05 WS-IN-LINE           PIC X(100).
               05 WS-IN-TXT-TYPE       PIC X(15).
               05 WS-IN-TXT-COUNT      PIC X(10).
               05 WS-IN-TXT-BASIC      PIC X(15).

      *----------------------------------------------------------------
      * PER-TYPE ALLOWANCE AND EMPLOYER-SHARE RATES
      * The same per-employee-type percentages the payroll run's
      * rate table carries - the accrual must cost an employee the
      * way the cutoff itself will.
      *----------------------------------------------------------------
       01  WS-RATE-TABLE.
               05 WS-RATE-ENTRY OCCURS 5 TIMES.
                   10 WS-RATE-TYPE       PIC X(15).
                   10 WS-RATE-ALLOWANCE  PIC V999.
                   10 WS-RATE-SSS-ER     PIC V999.
                   10 WS-RATE-PHIC-ER    PIC V999.
                   10 WS-RATE-HDMF-ER    PIC V999.
       01  WS-RATE-IDX                 PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * RATE TABLE VERSIONS in force on the cutoff start
      *----------------------------------------------------------------
       COPY RATEVER.
       01  WS-RATEVER-FILE-NAME        PIC X(50) VALUE SPACES.
       01  WS-RATEVER-FILE-STATUS      PIC XX.
       01  WS-RATEVER-LINE             PIC X(100).
       01  WS-RATES-VER-FILE           PIC X(50) VALUE SPACES.
       01  WS-CONTRIB-VER-FILE         PIC X(50) VALUE SPACES.
       01  WS-RV-FIELDS.
               05 WS-RV-FIELD          PIC X(20) OCCURS 7 TIMES.

       01  WS-ALLOW-PCT                PIC V999 VALUE .100.
       01  WS-SSS-ER-PCT               PIC V999 VALUE .090.
       01  WS-PHIC-ER-PCT              PIC V999 VALUE .030.
       01  WS-HDMF-ER-PCT              PIC V999 VALUE .020.
      * Resolved for the employee being accrued; the standard
      * defaults stand when the type is not in the table, the same
      * fallback GET-RATE-FOR-TYPE applies in the payroll run.

      *----------------------------------------------------------------
      * ROSTER LINE BEING ACCRUED
      *----------------------------------------------------------------
       01  WS-RP-PARSE.
               05 WS-RP-LINE           PIC X(150).
               05 WS-RP-TYPE           PIC X(15).
               05 WS-RP-ID             PIC X(10).
               05 WS-RP-NAME           PIC X(25).
               05 WS-RP-ABSENT         PIC X(5).
               05 WS-RP-DEPT           PIC X(10).
       01  WS-ROSTER-COUNT             PIC 9(5) VALUE 0.
       01  WS-UNPRICED-COUNT           PIC 9(5) VALUE 0.
       01  WS-EMP-BASIC                PIC 9(9)V99 VALUE 0.
       01  WS-EMP-ALLOWANCE            PIC 9(9)V99 VALUE 0.
       01  WS-EMP-SSS-ER               PIC 9(9)V99 VALUE 0.
       01  WS-EMP-PHIC-ER              PIC 9(9)V99 VALUE 0.
       01  WS-EMP-HDMF-ER              PIC 9(9)V99 VALUE 0.

      *----------------------------------------------------------------
      * ACCRUAL BY DEPARTMENT
      *----------------------------------------------------------------
       01  WS-MAX-ACCRUAL-DEPTS        PIC 999 VALUE 100.
       01  WS-AD-COUNT                 PIC 999 VALUE 0.
       01  WS-ACCRUAL-DEPT-TABLE.
               05 WS-AD-ENTRY OCCURS 100 TIMES.
                   10 WS-AD-DEPT           PIC X(10).
                   10 WS-AD-HEADCOUNT      PIC 9(5).
                   10 WS-AD-BASIC          PIC 9(10)V99.
                   10 WS-AD-ALLOWANCE      PIC 9(10)V99.
                   10 WS-AD-SSS-ER         PIC 9(10)V99.
                   10 WS-AD-PHIC-ER        PIC 9(10)V99.
                   10 WS-AD-HDMF-ER        PIC 9(10)V99.
       01  WS-AD-IDX                   PIC 999 VALUE 0.
       01  WS-AD-MATCH-IDX             PIC 999 VALUE 0.
       01  WS-AD-LOOKUP-DEPT           PIC X(10).
       01  WS-DEPT-OVERFLOW-COUNT      PIC 9(5) VALUE 0.
       01  WS-TOT-ACCRUED-SAL          PIC 9(11)V99 VALUE 0.
       01  WS-TOT-ACCRUED-ER           PIC 9(11)V99 VALUE 0.

      *----------------------------------------------------------------
      * GENERAL-LEDGER MAP AND VOUCHER
      * Department,PayElement,AccountCode, resolved exactly as the
      * payroll journal resolves it: department match, then the
      * element's "*" default, else UNMAPPED.
      *----------------------------------------------------------------
       01  WS-GLMAP-EOF-FLAG           PIC 9 VALUE 0.
       01  WS-MAX-GL-MAPPINGS          PIC 99 VALUE 50.
       01  WS-GLM-COUNT                PIC 99 VALUE 0.
       01  WS-GL-MAP-TABLE.
               05 WS-GLM-ENTRY OCCURS 50 TIMES.
                   10 WS-GLM-DEPT      PIC X(10).
                   10 WS-GLM-ELEMENT   PIC X(10).
                   10 WS-GLM-ACCOUNT   PIC X(12).
       01  WS-GLM-IDX                  PIC 99 VALUE 0.
       01  WS-GLM-PARSE.
               05 WS-GLM-LINE          PIC X(40).
               05 WS-GLM-TXT-DEPT      PIC X(10).
               05 WS-GLM-TXT-ELEMENT   PIC X(10).
               05 WS-GLM-TXT-ACCOUNT   PIC X(12).

       01  WS-GL-LOOKUP-DEPT           PIC X(10).
       01  WS-GL-LOOKUP-ELEMENT        PIC X(10).
       01  WS-GL-FOUND-ACCOUNT         PIC X(12).
       01  WS-GL-UNMAPPED-COUNT        PIC 999 VALUE 0.
       01  WS-GL-IMBALANCE             PIC 9 VALUE 0.
       01  WS-GL-DEBIT-TOTAL           PIC 9(11)V99 VALUE 0.
       01  WS-GL-CREDIT-TOTAL          PIC 9(11)V99 VALUE 0.
       01  WS-GL-AMOUNT                PIC 9(10)V99 VALUE 0.
       01  WS-GL-ELEMENT-IDX           PIC 9 VALUE 0.
       01  WS-GL-DIFF                  PIC S9(11)V99 VALUE 0.
       01  WS-GL-REVERSAL              PIC 9 VALUE 0.
      * 0 while the accrual voucher is written, 1 for the reversal -
      * the reversal posts every row on the opposite side

       01  WS-BLANK-LINE               PIC X(100) VALUE SPACES.
       01  WS-GL-TITLE-LINE.
               05 FILLER               PIC X(20) VALUE SPACES.
               05 WS-GLT-TITLE         PIC X(45).
       01  WS-GL-HEADING-LINE          PIC X(100).
       01  WS-GL-BASIS-LINE            PIC X(100).
       01  WS-GL-COL-HEADER.
               05 FILLER               PIC X(14) VALUE "ACCOUNT".
               05 FILLER               PIC X(30) VALUE "DESCRIPTION".
               05 FILLER               PIC X(16) VALUE "DEBIT".
               05 FILLER               PIC X(16) VALUE "CREDIT".
       01  WS-GL-DETAIL-LINE.
               05 WS-GLL-ACCOUNT       PIC X(14).
               05 WS-GLL-DESC          PIC X(30).
               05 WS-GLL-DEBIT         PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-GLL-CREDIT        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-GL-TOTAL-LINE.
               05 FILLER               PIC X(14) VALUE "TOTAL".
               05 FILLER               PIC X(30) VALUE SPACES.
               05 WS-GLTL-DEBIT        PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-GLTL-CREDIT       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-DAYS-DISPLAY             PIC ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *----------------------------------------------------------------
      * MAIN-PROCEDURE - Period and working days, then one pass over
      * the roster by department, then the accrual voucher and its
      * reversal.
      *----------------------------------------------------------------
           PERFORM LOAD-PERIOD-CONTROL
           IF WS-HAS-ERROR = 1
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PERIOD-START(1:7) = WS-PERIOD-END(1:7)
               DISPLAY "Pay period " FUNCTION TRIM(WS-PERIOD-ID)
                   " does not straddle a month-end - nothing to"
                   " accrue"
               GOBACK
           END-IF

           PERFORM SET-ACCRUAL-DATES
           PERFORM LOAD-HOLIDAY-CALENDAR
           PERFORM COUNT-WORKING-DAYS
           IF WS-ACCRUED-WORK-DAYS = 0
               DISPLAY "No working days between "
                   FUNCTION TRIM(WS-PERIOD-START) " and "
                   WS-ACCRUAL-DATE " - nothing to accrue"
               GOBACK
           END-IF

           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-TYPE-PAY
           PERFORM ACCRUE-ROSTER
           IF WS-DEPT-OVERFLOW-COUNT > 0
               DISPLAY "ERROR: more than " WS-MAX-ACCRUAL-DEPTS
                   " departments on PAYROLL-EMPLOYEES.TXT - run"
                   " aborted"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-GL-MAP
           MOVE 0 TO WS-GL-REVERSAL
           MOVE "PAYROLL-ACCRUAL-JOURNAL.TXT" TO WS-JOURNAL-FILE-NAME
           PERFORM WRITE-ACCRUAL-VOUCHER
           MOVE 1 TO WS-GL-REVERSAL
           MOVE "PAYROLL-ACCRUAL-REVERSAL.TXT" TO WS-JOURNAL-FILE-NAME
           PERFORM WRITE-ACCRUAL-VOUCHER

           MOVE WS-ACCRUED-WORK-DAYS TO WS-DAYS-DISPLAY
           DISPLAY "Salary accrual as of " WS-ACCRUAL-DATE ": "
               WS-ROSTER-COUNT " employee(s), "
               FUNCTION TRIM(WS-DAYS-DISPLAY) " working day(s)"
           DISPLAY "Accrual voucher: PAYROLL-ACCRUAL-JOURNAL.TXT;"
               " reversal dated " WS-REVERSAL-DATE
               ": PAYROLL-ACCRUAL-REVERSAL.TXT"
           IF WS-UNPRICED-COUNT > 0
               DISPLAY "WARNING: " WS-UNPRICED-COUNT " roster"
                   " employee(s) have no basic pay on"
                   " PAYROLL-INPUT.TXT - accrued at zero"
           END-IF
           IF WS-GL-UNMAPPED-COUNT > 0
               DISPLAY "WARNING: " WS-GL-UNMAPPED-COUNT " voucher"
                   " row(s) hit no PAYROLL-GL-MAP.TXT entry - posted"
                   " as UNMAPPED"
               MOVE "PAY109" TO ERRLOG-CODE
               SET ERRLOG-SEV-WARNING TO TRUE
               MOVE SPACES TO ERRLOG-MESSAGE
               STRING "Accrual voucher for " DELIMITED BY SIZE
                   WS-ACCRUAL-DATE DELIMITED BY SIZE
                   " has UNMAPPED GL rows" DELIMITED BY SIZE
                   INTO ERRLOG-MESSAGE
               PERFORM LOG-SHARED-ERROR
           END-IF
           IF WS-GL-IMBALANCE = 1
               MOVE 1 TO WS-HAS-ERROR
               MOVE "PAY109" TO ERRLOG-CODE
               SET ERRLOG-SEV-ERROR TO TRUE
               MOVE SPACES TO ERRLOG-MESSAGE
               STRING "Accrual voucher for " DELIMITED BY SIZE
                   WS-ACCRUAL-DATE DELIMITED BY SIZE
                   " is out of balance - do not post" DELIMITED BY SIZE
                   INTO ERRLOG-MESSAGE
               PERFORM LOG-SHARED-ERROR
           END-IF
           MOVE WS-HAS-ERROR TO RETURN-CODE
           GOBACK.

       LOAD-PERIOD-CONTROL.
      *----------------------------------------------------------------
      * LOAD-PERIOD-CONTROL - PeriodID,CutoffStart,CutoffEnd,RunType
      * as EMPLOYEE-PAYROLL reads it. A SEMI run halves the period's
      * pay. Both cutoff dates must be real calendar dates, in order.
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
                               TO WS-PERIOD-START
                           MOVE FUNCTION TRIM(WS-PERIOD-END-TXT)
                               TO WS-PERIOD-END
                           IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-PERIOD-TYPE-TXT))(1:4) = "SEMI"
                               MOVE "SEMI" TO WS-PERIOD-RUN-TYPE
                               MOVE .50 TO WS-PERIOD-FACTOR
                           END-IF
                       END-IF
               END-READ
           END-IF
           CLOSE PAYROLL-PERIOD-FILE

           MOVE WS-PERIOD-START TO WS-DATE-TXT
           PERFORM CONVERT-DATE
           MOVE WS-DATE-DAYNO TO WS-START-DAYNO
           IF WS-DATE-OK = 1
               MOVE WS-PERIOD-END TO WS-DATE-TXT
               PERFORM CONVERT-DATE
               MOVE WS-DATE-DAYNO TO WS-END-DAYNO
           END-IF
           IF WS-DATE-OK = 0 OR WS-END-DAYNO < WS-START-DAYNO
               DISPLAY "ERROR: PAYROLL-PERIOD.TXT does not give a valid"
                   " YYYY-MM-DD cutoff start and end - the accrual"
                   " needs the dates of the open period"
               MOVE 1 TO WS-HAS-ERROR
               MOVE "PAY109" TO ERRLOG-CODE
               SET ERRLOG-SEV-ERROR TO TRUE
               MOVE SPACES TO ERRLOG-MESSAGE
               STRING "No valid cutoff dates for period "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PERIOD-ID) DELIMITED BY SIZE
                   " - month-end accrual not computed"
                       DELIMITED BY SIZE
                   INTO ERRLOG-MESSAGE
               PERFORM LOG-SHARED-ERROR
           ELSE
               DISPLAY "Pay period: " WS-PERIOD-ID " ("
                   WS-PERIOD-RUN-TYPE ") " WS-PERIOD-START " - "
                   WS-PERIOD-END
           END-IF.

       CONVERT-DATE.
      *----------------------------------------------------------------
      * CONVERT-DATE - WS-DATE-TXT (YYYY-MM-DD) to its day number in
      * WS-DATE-DAYNO; WS-DATE-OK = 0 for anything that is not a real
      * calendar date.
      *----------------------------------------------------------------
           MOVE 0 TO WS-DATE-OK
           MOVE 0 TO WS-DATE-DAYNO
           IF WS-DATE-TXT(1:4) IS NUMERIC
               AND WS-DATE-TXT(5:1) = "-"
               AND WS-DATE-TXT(6:2) IS NUMERIC
               AND WS-DATE-TXT(8:1) = "-"
               AND WS-DATE-TXT(9:2) IS NUMERIC
               MOVE WS-DATE-TXT(1:4) TO WS-DATE-NUM(1:4)
               MOVE WS-DATE-TXT(6:2) TO WS-DATE-NUM(5:2)
               MOVE WS-DATE-TXT(9:2) TO WS-DATE-NUM(7:2)
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                   COMPUTE WS-DATE-DAYNO =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   MOVE 1 TO WS-DATE-OK
               END-IF
           END-IF.

       FORMAT-DAYNO.
      *----------------------------------------------------------------
      * FORMAT-DAYNO - WS-DAYNO back to YYYY-MM-DD in WS-DATE-TXT.
      *----------------------------------------------------------------
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DAYNO)
           MOVE SPACES TO WS-DATE-TXT
           STRING WS-DATE-NUM(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-DATE-NUM(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-DATE-NUM(7:2) DELIMITED BY SIZE
               INTO WS-DATE-TXT.

       SET-ACCRUAL-DATES.
      *----------------------------------------------------------------
      * SET-ACCRUAL-DATES - The reversal date is the first of the
      * month after the cutoff start; the accrual date is the day
      * before it, the start month's last day.
      *----------------------------------------------------------------
           MOVE WS-PERIOD-START(1:4) TO WS-NEXT-YEAR
           MOVE WS-PERIOD-START(6:2) TO WS-NEXT-MONTH
           IF WS-NEXT-MONTH = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF
           MOVE SPACES TO WS-DATE-TXT
           STRING WS-NEXT-YEAR DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-NEXT-MONTH DELIMITED BY SIZE
               "-01" DELIMITED BY SIZE
               INTO WS-DATE-TXT
           MOVE WS-DATE-TXT TO WS-REVERSAL-DATE
           PERFORM CONVERT-DATE
           COMPUTE WS-MONTH-END-DAYNO = WS-DATE-DAYNO - 1
           MOVE WS-MONTH-END-DAYNO TO WS-DAYNO
           PERFORM FORMAT-DAYNO
           MOVE WS-DATE-TXT TO WS-ACCRUAL-DATE.

       LOAD-HOLIDAY-CALENDAR.
      *----------------------------------------------------------------
      * LOAD-HOLIDAY-CALENDAR - The Date,Type holiday calendar; only
      * the dates matter here. Absent file = no holidays.
      *----------------------------------------------------------------
           OPEN INPUT HOLIDAY-CALENDAR-FILE
           IF WS-HOLCAL-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-HOLIDAY-COUNT >= WS-MAX-HOLIDAYS
                   READ HOLIDAY-CALENDAR-FILE INTO WS-HOLCAL-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-HOLCAL-LINE) NOT =
                                   SPACES
                               MOVE SPACES TO WS-HOLCAL-TXT-DATE
                               MOVE SPACES TO WS-HOLCAL-TXT-TYPE
                               UNSTRING WS-HOLCAL-LINE
                                   DELIMITED BY ","
                                   INTO WS-HOLCAL-TXT-DATE
                                        WS-HOLCAL-TXT-TYPE
                               END-UNSTRING
                               ADD 1 TO WS-HOLIDAY-COUNT
                               MOVE FUNCTION TRIM(WS-HOLCAL-TXT-DATE)
                                   TO WS-HOL-DATE(WS-HOLIDAY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE HOLIDAY-CALENDAR-FILE.

       COUNT-WORKING-DAYS.
      *----------------------------------------------------------------
      * COUNT-WORKING-DAYS - Walk the cutoff a day at a time; a
      * weekday that is not on the holiday calendar is a working
      * day, and those up to month-end are the accrued ones.
      *----------------------------------------------------------------
           PERFORM VARYING WS-DAYNO FROM WS-START-DAYNO BY 1
               UNTIL WS-DAYNO > WS-END-DAYNO
               COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD(WS-DAYNO - 1, 7) + 1
      * Day 1 of the calendar (1601-01-01) was a Monday
               IF WS-DAY-OF-WEEK <= 5
                   PERFORM FORMAT-DAYNO
                   MOVE 0 TO WS-IS-HOLIDAY
                   PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                       UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT
                       IF WS-HOL-DATE(WS-HOL-IDX) = WS-DATE-TXT
                           MOVE 1 TO WS-IS-HOLIDAY
                       END-IF
                   END-PERFORM
                   IF WS-IS-HOLIDAY = 0
                       ADD 1 TO WS-PERIOD-WORK-DAYS
                       IF WS-DAYNO <= WS-MONTH-END-DAYNO
                           ADD 1 TO WS-ACCRUED-WORK-DAYS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PERIOD-WORK-DAYS > 0
               COMPUTE WS-ACCRUED-SHARE ROUNDED =
                   WS-ACCRUED-WORK-DAYS / WS-PERIOD-WORK-DAYS
           END-IF.

       LOAD-RATE-TABLE.
      *----------------------------------------------------------------
      * LOAD-RATE-TABLE - The allowance and employer-share
      * percentages per employee type, the same values the payroll
      * run's own rate table sets up.
      *----------------------------------------------------------------
           MOVE "Faculty"        TO WS-RATE-TYPE(1)
           MOVE .150             TO WS-RATE-ALLOWANCE(1)
           MOVE .080             TO WS-RATE-SSS-ER(1)
           MOVE .025             TO WS-RATE-PHIC-ER(1)
           MOVE .020             TO WS-RATE-HDMF-ER(1)

           MOVE "Administrative" TO WS-RATE-TYPE(2)
           MOVE .100             TO WS-RATE-ALLOWANCE(2)
           MOVE .090             TO WS-RATE-SSS-ER(2)
           MOVE .030             TO WS-RATE-PHIC-ER(2)
           MOVE .020             TO WS-RATE-HDMF-ER(2)

           MOVE "Utility"        TO WS-RATE-TYPE(3)
           MOVE .100             TO WS-RATE-ALLOWANCE(3)
           MOVE .090             TO WS-RATE-SSS-ER(3)
           MOVE .030             TO WS-RATE-PHIC-ER(3)
           MOVE .020             TO WS-RATE-HDMF-ER(3)

           MOVE "Security"       TO WS-RATE-TYPE(4)
           MOVE .100             TO WS-RATE-ALLOWANCE(4)
           MOVE .090             TO WS-RATE-SSS-ER(4)
           MOVE .030             TO WS-RATE-PHIC-ER(4)
           MOVE .020             TO WS-RATE-HDMF-ER(4)

           MOVE "Contractual"    TO WS-RATE-TYPE(5)
           MOVE .000             TO WS-RATE-ALLOWANCE(5)
           MOVE .090             TO WS-RATE-SSS-ER(5)
           MOVE .030             TO WS-RATE-PHIC-ER(5)
           MOVE .015             TO WS-RATE-HDMF-ER(5)

           PERFORM RESOLVE-RATE-VERSIONS
           IF WS-RATES-VER-FILE NOT = SPACES
               MOVE WS-RATES-VER-FILE TO WS-RATEVER-FILE-NAME
               PERFORM APPLY-RATES-VERSION
           END-IF
           IF WS-CONTRIB-VER-FILE NOT = SPACES
               MOVE WS-CONTRIB-VER-FILE TO WS-RATEVER-FILE-NAME
               PERFORM APPLY-RATES-VERSION
           END-IF.

       RESOLVE-RATE-VERSIONS.
      *----------------------------------------------------------------
      * RESOLVE-RATE-VERSIONS - The approved rate and contribution
      * versions in force on the cutoff start, as the payroll run
      * resolves them; none in force keeps the built-in figures.
      *----------------------------------------------------------------
           MOVE WS-PERIOD-START TO RATEVER-AS-OF
           MOVE "PAYROLL-ACCRUAL" TO RATEVER-PROGRAM
           MOVE "PAYROLL-RATES" TO RATEVER-TABLE
           PERFORM CALL-RATE-VERSION
           IF RATEVER-FOUND
               MOVE RATEVER-FILE TO WS-RATES-VER-FILE
           END-IF
           DISPLAY "Rate versions: rates " RATEVER-VERSION-ID
               WITH NO ADVANCING
           MOVE "PAYROLL-CONTRIBUTIONS" TO RATEVER-TABLE
           PERFORM CALL-RATE-VERSION
           IF RATEVER-FOUND
               MOVE RATEVER-FILE TO WS-CONTRIB-VER-FILE
           END-IF
           DISPLAY "  contributions " RATEVER-VERSION-ID.

       CALL-RATE-VERSION.
      *----------------------------------------------------------------
      * CALL-RATE-VERSION - A failed CALL is the base schedule.
      *----------------------------------------------------------------
           CALL "RATE-VERSION" USING RATEVER-PARAMETER
               ON EXCEPTION
                   MOVE "B" TO RATEVER-RESULT
                   MOVE "BASE" TO RATEVER-VERSION-ID
           END-CALL.

       APPLY-RATES-VERSION.
      *----------------------------------------------------------------
      * APPLY-RATES-VERSION - The allowance rate (field 2 of a
      * PAYROLL-RATES line) or the employer shares (fields 5-7 of a
      * PAYROLL-CONTRIBUTIONS line) of each type the version lists.
      *----------------------------------------------------------------
           MOVE 0 TO WS-EOF-FLAG
           OPEN INPUT PAYROLL-RATE-VERSION-FILE
           IF WS-RATEVER-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: rate version "
                   FUNCTION TRIM(WS-RATEVER-FILE-NAME)
                   " not found - built-in rates used"
               MOVE 1 TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ PAYROLL-RATE-VERSION-FILE INTO WS-RATEVER-LINE
                   AT END
                       MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-RV-FIELDS
                       UNSTRING WS-RATEVER-LINE DELIMITED BY ","
                           INTO WS-RV-FIELD(1) WS-RV-FIELD(2)
                                WS-RV-FIELD(3) WS-RV-FIELD(4)
                                WS-RV-FIELD(5) WS-RV-FIELD(6)
                                WS-RV-FIELD(7)
                       END-UNSTRING
                       PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                           UNTIL WS-RATE-IDX > 5
                           IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-RATE-TYPE(WS-RATE-IDX))) =
                               FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-RV-FIELD(1)))
                               IF WS-RATEVER-FILE-NAME
                                       = WS-RATES-VER-FILE
                                   MOVE FUNCTION NUMVAL(
                                       WS-RV-FIELD(2))
                                       TO WS-RATE-ALLOWANCE(
                                           WS-RATE-IDX)
                               ELSE
                                   MOVE FUNCTION NUMVAL(
                                       WS-RV-FIELD(5))
                                       TO WS-RATE-SSS-ER(WS-RATE-IDX)
                                   MOVE FUNCTION NUMVAL(
                                       WS-RV-FIELD(6))
                                       TO WS-RATE-PHIC-ER(WS-RATE-IDX)
                                   MOVE FUNCTION NUMVAL(
                                       WS-RV-FIELD(7))
                                       TO WS-RATE-HDMF-ER(WS-RATE-IDX)
                               END-IF
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           MOVE 0 TO WS-EOF-FLAG
           CLOSE PAYROLL-RATE-VERSION-FILE.

       GET-RATE-FOR-TYPE.
      *----------------------------------------------------------------
      * GET-RATE-FOR-TYPE - Resolve the percentages for WS-RP-TYPE,
      * case/whitespace-tolerantly like the payroll run does.
      *----------------------------------------------------------------
           MOVE .100 TO WS-ALLOW-PCT
           MOVE .090 TO WS-SSS-ER-PCT
           MOVE .030 TO WS-PHIC-ER-PCT
           MOVE .020 TO WS-HDMF-ER-PCT
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > 5
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-RATE-TYPE(WS-RATE-IDX))) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RP-TYPE))
                   MOVE WS-RATE-ALLOWANCE(WS-RATE-IDX)
                       TO WS-ALLOW-PCT
                   MOVE WS-RATE-SSS-ER(WS-RATE-IDX) TO WS-SSS-ER-PCT
                   MOVE WS-RATE-PHIC-ER(WS-RATE-IDX)
                       TO WS-PHIC-ER-PCT
                   MOVE WS-RATE-HDMF-ER(WS-RATE-IDX)
                       TO WS-HDMF-ER-PCT
               END-IF
           END-PERFORM.

       LOAD-TYPE-PAY.
      *----------------------------------------------------------------
      * LOAD-TYPE-PAY - Per-type basic pay from PAYROLL-INPUT.TXT,
      * skipping the batch control records. A missing input file is
      * not fatal - every employee accrues at zero and is counted.
      *----------------------------------------------------------------
           OPEN INPUT PAYROLL-INPUT-FILE
           IF WS-PAYROLL-INPUT-STATUS NOT = "00"
               DISPLAY "WARNING: PAYROLL-INPUT.TXT not found (status "
                   WS-PAYROLL-INPUT-STATUS ") - basic pay will accrue"
                   " as zero"
           ELSE
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-TYPE-COUNT >= WS-MAX-EMP-TYPES
                   READ PAYROLL-INPUT-FILE INTO WS-IN-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-IN-LINE) NOT = SPACES
                               AND WS-IN-LINE(1:9) NOT = "BATCHHDR,"
                               AND WS-IN-LINE(1:9) NOT = "BATCHTRL,"
                               PERFORM STORE-TYPE-PAY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE PAYROLL-INPUT-FILE.

       STORE-TYPE-PAY-LINE.
      *----------------------------------------------------------------
      * STORE-TYPE-PAY-LINE - One EmployeeType,Count,BasicPay line
      * into the next type-pay slot.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-IN-TXT-TYPE
           MOVE SPACES TO WS-IN-TXT-COUNT
           MOVE SPACES TO WS-IN-TXT-BASIC
           UNSTRING WS-IN-LINE DELIMITED BY ","
               INTO WS-IN-TXT-TYPE
                    WS-IN-TXT-COUNT
                    WS-IN-TXT-BASIC
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-IN-TXT-BASIC))
                   = ZERO
               ADD 1 TO WS-TYPE-COUNT
               MOVE FUNCTION TRIM(WS-IN-TXT-TYPE)
                   TO WS-TP-TYPE(WS-TYPE-COUNT)
               MOVE FUNCTION NUMVAL(WS-IN-TXT-BASIC)
                   TO WS-TP-BASIC(WS-TYPE-COUNT)
           END-IF.

       ACCRUE-ROSTER.
      *----------------------------------------------------------------
      * ACCRUE-ROSTER - Every PAYROLL-EMPLOYEES.TXT line, priced and
      * added to its department.
      *----------------------------------------------------------------
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ ROSTER-FILE INTO WS-RP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-RP-LINE) NOT = SPACES
                               PERFORM ACCRUE-ONE-EMPLOYEE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           ELSE
               DISPLAY "WARNING: PAYROLL-EMPLOYEES.TXT not found -"
                   " nothing accrued"
           END-IF
           CLOSE ROSTER-FILE.

       ACCRUE-ONE-EMPLOYEE.
      *----------------------------------------------------------------
      * ACCRUE-ONE-EMPLOYEE - Type's monthly basic x run factor x
      * accrued share; allowance and employer shares on top of it,
      * each rounded per employee as the payslip would be.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-RP-TYPE WS-RP-ID WS-RP-NAME WS-RP-ABSENT
               WS-RP-DEPT
      * UNSTRING leaves a receiving field untouched when the line
      * runs out of values - cleared first so an older short roster
      * line does not inherit the previous line's department
           UNSTRING WS-RP-LINE DELIMITED BY ","
               INTO WS-RP-TYPE
                    WS-RP-ID
                    WS-RP-NAME
                    WS-RP-ABSENT
                    WS-RP-DEPT
           END-UNSTRING
           ADD 1 TO WS-ROSTER-COUNT

           MOVE 0 TO WS-TP-MATCH-IDX
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
               UNTIL WS-TP-IDX > WS-TYPE-COUNT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-TP-TYPE(WS-TP-IDX))) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RP-TYPE))
                   MOVE WS-TP-IDX TO WS-TP-MATCH-IDX
               END-IF
           END-PERFORM
           MOVE 0 TO WS-EMP-BASIC
           IF WS-TP-MATCH-IDX = 0
               ADD 1 TO WS-UNPRICED-COUNT
           ELSE
               COMPUTE WS-EMP-BASIC ROUNDED =
                   WS-TP-BASIC(WS-TP-MATCH-IDX) * WS-PERIOD-FACTOR
                   * WS-ACCRUED-SHARE
           END-IF

           PERFORM GET-RATE-FOR-TYPE
           COMPUTE WS-EMP-ALLOWANCE ROUNDED =
               WS-EMP-BASIC * WS-ALLOW-PCT
           COMPUTE WS-EMP-SSS-ER ROUNDED = WS-EMP-BASIC * WS-SSS-ER-PCT
           COMPUTE WS-EMP-PHIC-ER ROUNDED =
               WS-EMP-BASIC * WS-PHIC-ER-PCT
           COMPUTE WS-EMP-HDMF-ER ROUNDED =
               WS-EMP-BASIC * WS-HDMF-ER-PCT

           IF FUNCTION TRIM(WS-RP-DEPT) = SPACES
               MOVE "GENERAL" TO WS-AD-LOOKUP-DEPT
           ELSE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RP-DEPT))
                   TO WS-AD-LOOKUP-DEPT
           END-IF
           PERFORM FIND-OR-ADD-DEPT
           IF WS-AD-MATCH-IDX > 0
               ADD 1 TO WS-AD-HEADCOUNT(WS-AD-MATCH-IDX)
               ADD WS-EMP-BASIC TO WS-AD-BASIC(WS-AD-MATCH-IDX)
               ADD WS-EMP-ALLOWANCE TO WS-AD-ALLOWANCE(WS-AD-MATCH-IDX)
               ADD WS-EMP-SSS-ER TO WS-AD-SSS-ER(WS-AD-MATCH-IDX)
               ADD WS-EMP-PHIC-ER TO WS-AD-PHIC-ER(WS-AD-MATCH-IDX)
               ADD WS-EMP-HDMF-ER TO WS-AD-HDMF-ER(WS-AD-MATCH-IDX)
               COMPUTE WS-TOT-ACCRUED-SAL = WS-TOT-ACCRUED-SAL +
                   WS-EMP-BASIC + WS-EMP-ALLOWANCE
               COMPUTE WS-TOT-ACCRUED-ER = WS-TOT-ACCRUED-ER +
                   WS-EMP-SSS-ER + WS-EMP-PHIC-ER + WS-EMP-HDMF-ER
           END-IF.

       FIND-OR-ADD-DEPT.
      *----------------------------------------------------------------
      * FIND-OR-ADD-DEPT - Entry for WS-AD-LOOKUP-DEPT, opened empty
      * when new. WS-AD-MATCH-IDX = 0 only when the table is full.
      *----------------------------------------------------------------
           MOVE 0 TO WS-AD-MATCH-IDX
           PERFORM VARYING WS-AD-IDX FROM 1 BY 1
               UNTIL WS-AD-IDX > WS-AD-COUNT
               IF WS-AD-DEPT(WS-AD-IDX) = WS-AD-LOOKUP-DEPT
                   MOVE WS-AD-IDX TO WS-AD-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-AD-MATCH-IDX = 0
               IF WS-AD-COUNT < WS-MAX-ACCRUAL-DEPTS
                   ADD 1 TO WS-AD-COUNT
                   INITIALIZE WS-AD-ENTRY(WS-AD-COUNT)
                   MOVE WS-AD-LOOKUP-DEPT TO WS-AD-DEPT(WS-AD-COUNT)
                   MOVE WS-AD-COUNT TO WS-AD-MATCH-IDX
               ELSE
                   ADD 1 TO WS-DEPT-OVERFLOW-COUNT
               END-IF
           END-IF.

       LOAD-GL-MAP.
      *----------------------------------------------------------------
      * LOAD-GL-MAP - The Department,PayElement,AccountCode map from
      * PAYROLL-GL-MAP.TXT. Without it every row posts as UNMAPPED.
      *----------------------------------------------------------------
           OPEN INPUT PAYROLL-GL-MAP-FILE
           IF WS-GLMAP-FILE-STATUS = "00"
               PERFORM UNTIL WS-GLMAP-EOF-FLAG = 1
                   OR WS-GLM-COUNT >= WS-MAX-GL-MAPPINGS
                   READ PAYROLL-GL-MAP-FILE INTO WS-GLM-LINE
                       AT END
                           MOVE 1 TO WS-GLMAP-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-GLM-LINE) NOT = SPACES
                               MOVE SPACES TO WS-GLM-TXT-DEPT
                               MOVE SPACES TO WS-GLM-TXT-ELEMENT
                               MOVE SPACES TO WS-GLM-TXT-ACCOUNT
                               UNSTRING WS-GLM-LINE DELIMITED BY ","
                                   INTO WS-GLM-TXT-DEPT
                                        WS-GLM-TXT-ELEMENT
                                        WS-GLM-TXT-ACCOUNT
                               END-UNSTRING
                               ADD 1 TO WS-GLM-COUNT
                               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-GLM-TXT-DEPT))
                                   TO WS-GLM-DEPT(WS-GLM-COUNT)
                               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-GLM-TXT-ELEMENT))
                                   TO WS-GLM-ELEMENT(WS-GLM-COUNT)
                               MOVE FUNCTION TRIM(WS-GLM-TXT-ACCOUNT)
                                   TO WS-GLM-ACCOUNT(WS-GLM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "WARNING: PAYROLL-GL-MAP.TXT not found - every"
                   " accrual row will post as UNMAPPED"
           END-IF
           CLOSE PAYROLL-GL-MAP-FILE.

       LOOKUP-GL-ACCOUNT.
      *----------------------------------------------------------------
      * LOOKUP-GL-ACCOUNT - Resolve WS-GL-LOOKUP-DEPT/-ELEMENT: an
      * exact department match wins, then the element's "*"
      * default, else "UNMAPPED" (counted once, on the accrual -
      * the reversal carries the same rows).
      *----------------------------------------------------------------
           MOVE "UNMAPPED" TO WS-GL-FOUND-ACCOUNT
           PERFORM VARYING WS-GLM-IDX FROM 1 BY 1
               UNTIL WS-GLM-IDX > WS-GLM-COUNT
               IF WS-GLM-ELEMENT(WS-GLM-IDX) = WS-GL-LOOKUP-ELEMENT
                   AND WS-GLM-DEPT(WS-GLM-IDX) = "*"
                   AND WS-GL-FOUND-ACCOUNT = "UNMAPPED"
                   MOVE WS-GLM-ACCOUNT(WS-GLM-IDX)
                       TO WS-GL-FOUND-ACCOUNT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-GLM-IDX FROM 1 BY 1
               UNTIL WS-GLM-IDX > WS-GLM-COUNT
               IF WS-GLM-ELEMENT(WS-GLM-IDX) = WS-GL-LOOKUP-ELEMENT
                   AND WS-GLM-DEPT(WS-GLM-IDX) =
                       FUNCTION UPPER-CASE(WS-GL-LOOKUP-DEPT)
                   MOVE WS-GLM-ACCOUNT(WS-GLM-IDX)
                       TO WS-GL-FOUND-ACCOUNT
               END-IF
           END-PERFORM
           IF WS-GL-FOUND-ACCOUNT = "UNMAPPED"
               AND WS-GL-REVERSAL = 0
               ADD 1 TO WS-GL-UNMAPPED-COUNT
           END-IF.

       WRITE-ACCRUAL-VOUCHER.
      *----------------------------------------------------------------
      * WRITE-ACCRUAL-VOUCHER - One voucher to WS-JOURNAL-FILE-NAME.
      * Expense rows per department and element, then the two
      * accrued payables; WS-GL-REVERSAL = 1 swaps every row's side
      * and dates the voucher the first of the next month. Both
      * sides are summed as written and must agree to the centavo.
      *----------------------------------------------------------------
           MOVE 0 TO WS-GL-DEBIT-TOTAL
           MOVE 0 TO WS-GL-CREDIT-TOTAL
           MOVE SPACES TO WS-GL-HEADING-LINE
           IF WS-GL-REVERSAL = 0
               MOVE "PAYROLL ACCRUAL JOURNAL VOUCHER" TO WS-GLT-TITLE
               STRING "ACCRUAL DATE: " DELIMITED BY SIZE
                   WS-ACCRUAL-DATE DELIMITED BY SIZE
                   "  PAY PERIOD: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PERIOD-ID) DELIMITED BY SIZE
                   INTO WS-GL-HEADING-LINE
           ELSE
               MOVE "PAYROLL ACCRUAL REVERSAL JOURNAL VOUCHER"
                   TO WS-GLT-TITLE
               STRING "REVERSAL DATE: " DELIMITED BY SIZE
                   WS-REVERSAL-DATE DELIMITED BY SIZE
                   "  REVERSES ACCRUAL OF: " DELIMITED BY SIZE
                   WS-ACCRUAL-DATE DELIMITED BY SIZE
                   "  PAY PERIOD: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PERIOD-ID) DELIMITED BY SIZE
                   INTO WS-GL-HEADING-LINE
           END-IF
           MOVE SPACES TO WS-GL-BASIS-LINE
           STRING "CUTOFF " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PERIOD-START) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PERIOD-END) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-PERIOD-RUN-TYPE) DELIMITED BY SIZE
               "), WORKING DAYS ACCRUED " DELIMITED BY SIZE
               WS-ACCRUED-WORK-DAYS DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               WS-PERIOD-WORK-DAYS DELIMITED BY SIZE
               INTO WS-GL-BASIS-LINE

           OPEN OUTPUT ACCRUAL-JOURNAL-FILE
           WRITE ACCRUAL-JOURNAL-RECORD FROM WS-GL-TITLE-LINE
           WRITE ACCRUAL-JOURNAL-RECORD FROM WS-GL-HEADING-LINE
           WRITE ACCRUAL-JOURNAL-RECORD FROM WS-GL-BASIS-LINE
           WRITE ACCRUAL-JOURNAL-RECORD FROM WS-BLANK-LINE
           WRITE ACCRUAL-JOURNAL-RECORD FROM WS-GL-COL-HEADER
           WRITE ACCRUAL-JOURNAL-RECORD FROM WS-BLANK-LINE

           PERFORM VARYING WS-GL-ELEMENT-IDX FROM 1 BY 1
               UNTIL WS-GL-ELEMENT-IDX > 5
               PERFORM VARYING WS-AD-IDX FROM 1 BY 1
                   UNTIL WS-AD-IDX > WS-AD-COUNT
                   PERFORM GET-ACCRUAL-DEPT-AMOUNT
                   IF WS-GL-AMOUNT > 0
                       MOVE WS-AD-DEPT(WS-AD-IDX) TO WS-GL-LOOKUP-DEPT
                       PERFORM WRITE-GL-EXPENSE-ROW
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE "ACCRUEDSAL" TO WS-GL-LOOKUP-ELEMENT
           MOVE WS-TOT-ACCRUED-SAL TO WS-GL-AMOUNT
           PERFORM WRITE-GL-PAYABLE-ROW
           MOVE "ACCRUEDER" TO WS-GL-LOOKUP-ELEMENT
           MOVE WS-TOT-ACCRUED-ER TO WS-GL-AMOUNT
           PERFORM WRITE-GL-PAYABLE-ROW

           MOVE WS-GL-DEBIT-TOTAL TO WS-GLTL-DEBIT
           MOVE WS-GL-CREDIT-TOTAL TO WS-GLTL-CREDIT
           WRITE ACCRUAL-JOURNAL-RECORD FROM WS-BLANK-LINE
           WRITE ACCRUAL-JOURNAL-RECORD FROM WS-GL-TOTAL-LINE

           COMPUTE WS-GL-DIFF =
               WS-GL-DEBIT-TOTAL - WS-GL-CREDIT-TOTAL
           IF WS-GL-DIFF NOT = 0
               MOVE 1 TO WS-GL-IMBALANCE
               MOVE SPACES TO ACCRUAL-JOURNAL-RECORD
               STRING "*** OUT OF BALANCE BY " DELIMITED BY SIZE
                   WS-GL-DIFF DELIMITED BY SIZE
                   " - DO NOT POST ***" DELIMITED BY SIZE
                   INTO ACCRUAL-JOURNAL-RECORD
               WRITE ACCRUAL-JOURNAL-RECORD
               DISPLAY "ERROR: " FUNCTION TRIM(WS-JOURNAL-FILE-NAME)
                   " out of balance by " WS-GL-DIFF
           END-IF
           CLOSE ACCRUAL-JOURNAL-FILE.

       GET-ACCRUAL-DEPT-AMOUNT.
      *----------------------------------------------------------------
      * GET-ACCRUAL-DEPT-AMOUNT - Element WS-GL-ELEMENT-IDX's name
      * and the department at WS-AD-IDX's accrued amount of it.
      *----------------------------------------------------------------
           EVALUATE WS-GL-ELEMENT-IDX
               WHEN 1
                   MOVE "BASIC" TO WS-GL-LOOKUP-ELEMENT
                   MOVE WS-AD-BASIC(WS-AD-IDX) TO WS-GL-AMOUNT
               WHEN 2
                   MOVE "ALLOWANCE" TO WS-GL-LOOKUP-ELEMENT
                   MOVE WS-AD-ALLOWANCE(WS-AD-IDX) TO WS-GL-AMOUNT
               WHEN 3
                   MOVE "SSSER" TO WS-GL-LOOKUP-ELEMENT
                   MOVE WS-AD-SSS-ER(WS-AD-IDX) TO WS-GL-AMOUNT
               WHEN 4
                   MOVE "PHICER" TO WS-GL-LOOKUP-ELEMENT
                   MOVE WS-AD-PHIC-ER(WS-AD-IDX) TO WS-GL-AMOUNT
               WHEN 5
                   MOVE "HDMFER" TO WS-GL-LOOKUP-ELEMENT
                   MOVE WS-AD-HDMF-ER(WS-AD-IDX) TO WS-GL-AMOUNT
           END-EVALUATE.

       WRITE-GL-EXPENSE-ROW.
      * Expense rows are the debit side of the accrual, the credit
      * side of its reversal.
           PERFORM LOOKUP-GL-ACCOUNT
           MOVE SPACES TO WS-GL-DETAIL-LINE
           MOVE WS-GL-FOUND-ACCOUNT TO WS-GLL-ACCOUNT
           MOVE SPACES TO WS-GLL-DESC
           STRING FUNCTION TRIM(WS-GL-LOOKUP-DEPT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GL-LOOKUP-ELEMENT) DELIMITED BY SIZE
               INTO WS-GLL-DESC
           IF WS-GL-REVERSAL = 0
               MOVE WS-GL-AMOUNT TO WS-GLL-DEBIT
               ADD WS-GL-AMOUNT TO WS-GL-DEBIT-TOTAL
           ELSE
               MOVE WS-GL-AMOUNT TO WS-GLL-CREDIT
               ADD WS-GL-AMOUNT TO WS-GL-CREDIT-TOTAL
           END-IF
           WRITE ACCRUAL-JOURNAL-RECORD FROM WS-GL-DETAIL-LINE.

       WRITE-GL-PAYABLE-ROW.
      * Payable rows are looked up under the "*" default department -
      * payables are not split by cost center. Credit side of the
      * accrual, debit side of its reversal; a zero amount writes no
      * row.
           IF WS-GL-AMOUNT > 0
               MOVE "*" TO WS-GL-LOOKUP-DEPT
               PERFORM LOOKUP-GL-ACCOUNT
               MOVE SPACES TO WS-GL-DETAIL-LINE
               MOVE WS-GL-FOUND-ACCOUNT TO WS-GLL-ACCOUNT
               MOVE SPACES TO WS-GLL-DESC
               STRING FUNCTION TRIM(WS-GL-LOOKUP-ELEMENT)
                       DELIMITED BY SIZE
                   " PAYABLE" DELIMITED BY SIZE
                   INTO WS-GLL-DESC
               IF WS-GL-REVERSAL = 0
                   MOVE WS-GL-AMOUNT TO WS-GLL-CREDIT
                   ADD WS-GL-AMOUNT TO WS-GL-CREDIT-TOTAL
               ELSE
                   MOVE WS-GL-AMOUNT TO WS-GLL-DEBIT
                   ADD WS-GL-AMOUNT TO WS-GL-DEBIT-TOTAL
               END-IF
               WRITE ACCRUAL-JOURNAL-RECORD FROM WS-GL-DETAIL-LINE
           END-IF.

       LOG-SHARED-ERROR.
      *----------------------------------------------------------------
      * LOG-SHARED-ERROR - Hand the event to ERROR-LOGGER for the
      * consolidated BATCH-EXCEPTIONS.TXT; ON EXCEPTION keeps a
      * standalone run alive when the logger is not linked in.
      *----------------------------------------------------------------
           MOVE "PAYROLL-ACCRUAL" TO ERRLOG-PROGRAM
           CALL "ERROR-LOGGER" USING ERRLOG-PARAMETER
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SPACES TO ERRLOG-SEVERITY.

       END PROGRAM PAYROLL-ACCRUAL.
