      *================================================================
      * PROGRAM: BUDGET-UTILIZATION - PAYROLL BUDGET VS ACTUAL
      *================================================================
      * PURPOSE: Holds each department's payroll spending up against
      *          what it was appropriated for the fiscal year. The
      *          department breakdown on PAYROLL-REPORT.TXT says what
      *          a department spent this period; this report says
      *          how much of its appropriation is gone, what is left
      *          and whether the current burn rate will run it out
      *          before the year ends.
      *
      * HOW IT WORKS:
      *   1. PAYROLL-PERIOD.TXT (the same control record
      *      EMPLOYEE-PAYROLL reads) names the period just run. The
      *      fiscal year is the "YYYY" of a "YYYY-MM..." period ID
      *      and the month is its "MM"; an UNDATED run is refused
      *   2. PAYROLL-BUDGET.TXT, one "FiscalYear,Dept,Phase,Amount"
      *      line per appropriation. Phase is blank or ANNUAL for the
      *      year's appropriation, M01-M12 for a monthly allotment or
      *      Q1-Q4 for a quarterly one (spread evenly over its three
      *      months). A department with no ANNUAL line is
      *      appropriated the sum of its allotments; one with no
      *      allotments is allotted 1/12 of the year per month.
      *      Lines for other fiscal years are ignored
      *   3. PAYROLL-MASTER.DAT is read front to back; every record
      *      of the fiscal year is charged to its MAST-DEPT. Cost is
      *      gross pay plus honoraria as stamped on the master.
      *      Periods before the current one are SPENT TO DATE, the
      *      current period is THIS RUN, later periods are ignored
      *   4. PAYROLL-BUDGET-REPORT.TXT, one line per department:
      *      appropriation, allotment to date, spent to date, this
      *      run, remaining balance, % used and the projected annual
      *      spend (spent so far / months elapsed x 12). Flags:
      *        OVERRUN      spent exceeds the appropriation
      *        WILL OVERRUN projection exceeds the appropriation
      *        OVER ALLOT   spent exceeds the allotment to date
      *        NO BUDGET    payroll charged, nothing appropriated
      *
      * NOTE: OVERRUN is logged through ERROR-LOGGER as an ERROR and
      *       sets RETURN-CODE 1; WILL OVERRUN and NO BUDGET are
      *       logged as WARNINGs. Either way they reach the batch
      *       digest before RELEASE-APPROVAL lets the bank file go.
      *       Run it as a batch step after EMPLOYEE-PAYROLL, e.g. a
      *       BATCH-JOBS.TXT line "2,BUDGET-UTILIZATION,Y,1". A
      *       semi-monthly run whose cutoff ends on or before the
      *       15th counts as half a month elapsed.
      *
      * AUTHOR: GROUP2
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-UTILIZATION.
       AUTHOR. GROUP2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAYROLL-PERIOD-FILE
               ASSIGN TO "PAYROLL-PERIOD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
           SELECT OPTIONAL PAYROLL-BUDGET-FILE
               ASSIGN TO "PAYROLL-BUDGET.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-FILE-STATUS.
           SELECT PAYROLL-MASTER-FILE
               ASSIGN TO "PAYROLL-MASTER.DAT"
      * Same indexed master EMPLOYEE-PAYROLL writes - both FDs COPY
      * the shared PAYMAST layout.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT BUDGET-REPORT-FILE
               ASSIGN TO "PAYROLL-BUDGET-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-PERIOD-FILE.
       01  PAYROLL-PERIOD-RECORD       PIC X(60).

       FD  PAYROLL-BUDGET-FILE.
       01  PAYROLL-BUDGET-RECORD       PIC X(60).

       FD  PAYROLL-MASTER-FILE.
       COPY PAYMAST.

       FD  BUDGET-REPORT-FILE.
       01  BUDGET-REPORT-RECORD        PIC X(140).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.

       01  WS-PERIOD-FILE-STATUS       PIC XX.
       01  WS-BUDGET-FILE-STATUS       PIC XX.
       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
       01  WS-READ-DONE-FLAG           PIC 9 VALUE 0.
       01  WS-HAS-ERROR                PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * PAY PERIOD JUST RUN
      *----------------------------------------------------------------
       01  WS-PERIOD-LINE              PIC X(60).
       01  WS-PERIOD-ID-TXT            PIC X(10).
       01  WS-PERIOD-START-TXT         PIC X(10).
       01  WS-PERIOD-END-TXT           PIC X(10).
       01  WS-PERIOD-TYPE-TXT          PIC X(10).
       01  WS-PERIOD-ID                PIC X(10) VALUE "UNDATED".
       01  WS-FISCAL-YEAR              PIC X(4) VALUE SPACES.
       01  WS-CUR-MONTH                PIC 99 VALUE 0.
       01  WS-MONTHS-ELAPSED           PIC 99V9 VALUE 0.

      *----------------------------------------------------------------
      * DEPARTMENT BUDGET TABLE
      * One entry per department appropriated or charged this fiscal
      * year. WS-BD-MONTH holds the monthly allotments (quarters
      * already spread over their three months).
      *----------------------------------------------------------------
       01  WS-MAX-BUDGET-DEPTS         PIC 999 VALUE 100.
       01  WS-BD-COUNT                 PIC 999 VALUE 0.
       01  WS-BUDGET-TABLE.
               05 WS-BD-ENTRY OCCURS 100 TIMES.
                   10 WS-BD-DEPT           PIC X(10).
                   10 WS-BD-ANNUAL         PIC 9(10)V99.
                   10 WS-BD-HAS-ANNUAL     PIC 9.
                   10 WS-BD-HAS-PHASED     PIC 9.
                   10 WS-BD-MONTH OCCURS 12 TIMES
                                           PIC 9(10)V99.
                   10 WS-BD-PRIOR          PIC 9(10)V99.
                   10 WS-BD-THIS-RUN       PIC 9(10)V99.
       01  WS-BD-IDX                   PIC 999 VALUE 0.
       01  WS-BD-MATCH-IDX             PIC 999 VALUE 0.
       01  WS-BD-LOOKUP-DEPT           PIC X(10).
       01  WS-MONTH-IDX                PIC 99 VALUE 0.
       01  WS-QTR-FIRST-MONTH          PIC 99 VALUE 0.
       01  WS-QTR-SHARE                PIC 9(10)V99 VALUE 0.
       01  WS-BUDGET-OVERFLOW-COUNT    PIC 999 VALUE 0.
       01  WS-BUDGET-SKIP-COUNT        PIC 999 VALUE 0.

       01  WS-BUDGET-PARSE.
               05 WS-BP-LINE           PIC X(60).
               05 WS-BP-YEAR           PIC X(6).
               05 WS-BP-DEPT           PIC X(12).
               05 WS-BP-PHASE          PIC X(8).
               05 WS-BP-AMOUNT-TXT     PIC X(16).
       01  WS-BP-AMOUNT                PIC 9(10)V99 VALUE 0.
       01  WS-BP-PHASE-UC              PIC X(8).

      *----------------------------------------------------------------
      * PER-DEPARTMENT FIGURES (ONE LINE AT A TIME)
      *----------------------------------------------------------------
       01  WS-APPROPRIATION            PIC 9(10)V99 VALUE 0.
       01  WS-ALLOT-TO-DATE            PIC 9(10)V99 VALUE 0.
       01  WS-SPENT-TOTAL              PIC 9(10)V99 VALUE 0.
       01  WS-REMAINING                PIC S9(10)V99 VALUE 0.
       01  WS-PCT-USED                 PIC 9(5)V9 VALUE 0.
       01  WS-PROJECTED                PIC 9(10)V99 VALUE 0.
       01  WS-FLAG                     PIC X(12).
       01  WS-MAST-COST                PIC 9(10)V99 VALUE 0.

       01  WS-TOT-APPROPRIATION        PIC 9(11)V99 VALUE 0.
       01  WS-TOT-ALLOT                PIC 9(11)V99 VALUE 0.
       01  WS-TOT-PRIOR                PIC 9(11)V99 VALUE 0.
       01  WS-TOT-THIS-RUN             PIC 9(11)V99 VALUE 0.
       01  WS-TOT-REMAINING            PIC S9(11)V99 VALUE 0.
       01  WS-OVERRUN-COUNT            PIC 999 VALUE 0.
       01  WS-WILL-OVERRUN-COUNT       PIC 999 VALUE 0.
       01  WS-NO-BUDGET-COUNT          PIC 999 VALUE 0.

      *----------------------------------------------------------------
      * REPORT LAYOUT
      *----------------------------------------------------------------
       01  WS-BLANK-LINE               PIC X(140) VALUE SPACES.
       01  WS-TITLE-LINE.
               05 FILLER               PIC X(35) VALUE SPACES.
               05 FILLER               PIC X(41)
                   VALUE "PAYROLL BUDGET UTILIZATION - FISCAL YEAR ".
               05 WS-TL-YEAR           PIC X(4).
       01  WS-PERIOD-HEADING-LINE.
               05 FILLER               PIC X(35) VALUE SPACES.
               05 FILLER               PIC X(18)
                   VALUE "AS OF PAY PERIOD: ".
               05 WS-PHL-PERIOD        PIC X(10).
       01  WS-COL-HEADER.
               05 FILLER               PIC X(11) VALUE "DEPARTMENT".
               05 FILLER               PIC X(15)
                   VALUE " APPROPRIATION".
               05 FILLER               PIC X(15)
                   VALUE " ALLOT TO DATE".
               05 FILLER               PIC X(15)
                   VALUE " SPENT TO DATE".
               05 FILLER               PIC X(15)
                   VALUE "      THIS RUN".
               05 FILLER               PIC X(16)
                   VALUE "      REMAINING".
               05 FILLER               PIC X(8)  VALUE "  % USED".
               05 FILLER               PIC X(15)
                   VALUE "     PROJECTED".
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 FILLER               PIC X(12) VALUE "FLAG".
       01  WS-DETAIL-LINE.
               05 WS-DL-DEPT           PIC X(11).
               05 WS-DL-APPROPRIATION  PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 WS-DL-ALLOT          PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 WS-DL-PRIOR          PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 WS-DL-THIS-RUN       PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 WS-DL-REMAINING      PIC ----,---,--9.99.
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 WS-DL-PCT            PIC ZZZZ9.9.
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 WS-DL-PROJECTED      PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-DL-FLAG           PIC X(12).
       01  WS-TOTAL-LINE.
               05 FILLER               PIC X(11) VALUE "TOTAL".
               05 WS-TOT-DL-APPROP     PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 WS-TOT-DL-ALLOT      PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 WS-TOT-DL-PRIOR      PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 WS-TOT-DL-THIS-RUN   PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 WS-TOT-DL-REMAINING  PIC ----,---,--9.99.
       01  WS-FOOTNOTE-LINE            PIC X(140).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *----------------------------------------------------------------
      * MAIN-PROCEDURE - Period, budgets, then one pass over the
      * master charging each department, then the report.
      *----------------------------------------------------------------
           PERFORM LOAD-PERIOD-CONTROL
           IF WS-FISCAL-YEAR = SPACES
               DISPLAY "ERROR: PAYROLL-PERIOD.TXT does not name a dated"
                   " YYYY-MM pay period - budget utilization needs the"
                   " fiscal year and month of the run"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-BUDGET
           IF WS-BUDGET-OVERFLOW-COUNT > 0
               DISPLAY "ERROR: more than " WS-MAX-BUDGET-DEPTS
                   " departments on PAYROLL-BUDGET.TXT - run aborted"
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
           PERFORM CHARGE-MASTER-FOR-YEAR
           CLOSE PAYROLL-MASTER-FILE

           PERFORM WRITE-BUDGET-REPORT

           DISPLAY "Budget utilization report:"
               " PAYROLL-BUDGET-REPORT.TXT (" WS-BD-COUNT
               " department(s), period "
               FUNCTION TRIM(WS-PERIOD-ID) ")"
           IF WS-OVERRUN-COUNT > 0
               DISPLAY "ERROR: " WS-OVERRUN-COUNT " department(s)"
                   " over their payroll appropriation"
               MOVE 1 TO WS-HAS-ERROR
           END-IF
           IF WS-WILL-OVERRUN-COUNT > 0
               DISPLAY "WARNING: " WS-WILL-OVERRUN-COUNT
                   " department(s) will overrun at the current burn"
                   " rate"
           END-IF
           IF WS-NO-BUDGET-COUNT > 0
               DISPLAY "WARNING: " WS-NO-BUDGET-COUNT " department(s)"
                   " charged payroll with no appropriation"
           END-IF
           MOVE WS-HAS-ERROR TO RETURN-CODE
           GOBACK.

       LOAD-PERIOD-CONTROL.
      *----------------------------------------------------------------
      * LOAD-PERIOD-CONTROL - PeriodID,CutoffStart,CutoffEnd,RunType
      * as EMPLOYEE-PAYROLL reads it. Sets the fiscal year, the month
      * and the months elapsed; a SEMI run ending by the 15th is half
      * a month. Leaves WS-FISCAL-YEAR blank for an undated period.
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
                       END-IF
               END-READ
           END-IF
           CLOSE PAYROLL-PERIOD-FILE

           IF WS-PERIOD-ID(1:4) IS NUMERIC
               AND WS-PERIOD-ID(5:1) = "-"
               AND WS-PERIOD-ID(6:2) IS NUMERIC
               IF WS-PERIOD-ID(6:2) >= "01"
                   AND WS-PERIOD-ID(6:2) <= "12"
                   MOVE WS-PERIOD-ID(1:4) TO WS-FISCAL-YEAR
                   MOVE WS-PERIOD-ID(6:2) TO WS-CUR-MONTH
                   MOVE WS-CUR-MONTH TO WS-MONTHS-ELAPSED
                   MOVE FUNCTION TRIM(WS-PERIOD-END-TXT)
                       TO WS-PERIOD-END-TXT
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-PERIOD-TYPE-TXT))(1:4) = "SEMI"
                       AND WS-PERIOD-END-TXT(9:2) IS NUMERIC
                       AND WS-PERIOD-END-TXT(9:2) <= "15"
                       SUBTRACT .5 FROM WS-MONTHS-ELAPSED
                   END-IF
               END-IF
           END-IF.

       LOAD-BUDGET.
      *----------------------------------------------------------------
      * LOAD-BUDGET - Every PAYROLL-BUDGET.TXT line of this fiscal
      * year into its department's entry; malformed lines are
      * skipped with a warning.
      *----------------------------------------------------------------
           OPEN INPUT PAYROLL-BUDGET-FILE
           IF WS-BUDGET-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ PAYROLL-BUDGET-FILE INTO WS-BP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-BP-LINE) NOT = SPACES
                               PERFORM STORE-BUDGET-LINE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           ELSE
               DISPLAY "WARNING: PAYROLL-BUDGET.TXT not found - every"
                   " department charged will show NO BUDGET"
           END-IF
           CLOSE PAYROLL-BUDGET-FILE

           IF WS-BUDGET-SKIP-COUNT > 0
               DISPLAY "WARNING: " WS-BUDGET-SKIP-COUNT
                   " PAYROLL-BUDGET.TXT line(s) skipped (bad phase or"
                   " amount)"
           END-IF

      * A department appropriated only through allotments is
      * appropriated their sum; one with no allotments gets 1/12 of
      * its appropriation per month
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
               UNTIL WS-BD-IDX > WS-BD-COUNT
               IF WS-BD-HAS-ANNUAL(WS-BD-IDX) = 0
                   MOVE 0 TO WS-BD-ANNUAL(WS-BD-IDX)
                   PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                       UNTIL WS-MONTH-IDX > 12
                       ADD WS-BD-MONTH(WS-BD-IDX, WS-MONTH-IDX)
                           TO WS-BD-ANNUAL(WS-BD-IDX)
                   END-PERFORM
               END-IF
               IF WS-BD-HAS-PHASED(WS-BD-IDX) = 0
                   PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                       UNTIL WS-MONTH-IDX > 12
                       COMPUTE WS-BD-MONTH(WS-BD-IDX, WS-MONTH-IDX)
                           ROUNDED = WS-BD-ANNUAL(WS-BD-IDX) / 12
                   END-PERFORM
      * Any rounding cent stays with December
                   COMPUTE WS-BD-MONTH(WS-BD-IDX, 12) =
                       WS-BD-ANNUAL(WS-BD-IDX) -
                       WS-BD-MONTH(WS-BD-IDX, 1) * 11
               END-IF
           END-PERFORM.

       STORE-BUDGET-LINE.
      *----------------------------------------------------------------
      * STORE-BUDGET-LINE - One FiscalYear,Dept,Phase,Amount line.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-BP-YEAR WS-BP-DEPT WS-BP-PHASE
               WS-BP-AMOUNT-TXT
           UNSTRING WS-BP-LINE DELIMITED BY ","
               INTO WS-BP-YEAR
                    WS-BP-DEPT
                    WS-BP-PHASE
                    WS-BP-AMOUNT-TXT
           END-UNSTRING
           IF FUNCTION TRIM(WS-BP-YEAR) = WS-FISCAL-YEAR
               IF FUNCTION TRIM(WS-BP-AMOUNT-TXT) = SPACES
                   OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-BP-AMOUNT-TXT)) NOT = 0
                   ADD 1 TO WS-BUDGET-SKIP-COUNT
               ELSE
                   COMPUTE WS-BP-AMOUNT =
                       FUNCTION NUMVAL(WS-BP-AMOUNT-TXT)
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BP-PHASE))
                       TO WS-BP-PHASE-UC
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BP-DEPT))
                       TO WS-BD-LOOKUP-DEPT
                   PERFORM FIND-OR-ADD-DEPT
                   IF WS-BD-MATCH-IDX > 0
                       PERFORM APPLY-BUDGET-PHASE
                   END-IF
               END-IF
           END-IF.

       APPLY-BUDGET-PHASE.
      *----------------------------------------------------------------
      * APPLY-BUDGET-PHASE - Post the parsed amount to the annual
      * appropriation, one month, or the three months of a quarter of
      * the department at WS-BD-MATCH-IDX.
      *----------------------------------------------------------------
           IF WS-BP-PHASE-UC = SPACES OR WS-BP-PHASE-UC = "ANNUAL"
               ADD WS-BP-AMOUNT TO WS-BD-ANNUAL(WS-BD-MATCH-IDX)
               MOVE 1 TO WS-BD-HAS-ANNUAL(WS-BD-MATCH-IDX)
           ELSE
               IF WS-BP-PHASE-UC(1:1) = "M"
                   AND WS-BP-PHASE-UC(2:2) IS NUMERIC
                   AND WS-BP-PHASE-UC(2:2) >= "01"
                   AND WS-BP-PHASE-UC(2:2) <= "12"
                   AND WS-BP-PHASE-UC(4:5) = SPACES
                   MOVE WS-BP-PHASE-UC(2:2) TO WS-MONTH-IDX
                   ADD WS-BP-AMOUNT
                       TO WS-BD-MONTH(WS-BD-MATCH-IDX, WS-MONTH-IDX)
                   MOVE 1 TO WS-BD-HAS-PHASED(WS-BD-MATCH-IDX)
               ELSE
                   IF WS-BP-PHASE-UC(1:1) = "Q"
                       AND WS-BP-PHASE-UC(2:1) >= "1"
                       AND WS-BP-PHASE-UC(2:1) <= "4"
                       AND WS-BP-PHASE-UC(3:6) = SPACES
                       COMPUTE WS-QTR-FIRST-MONTH =
                           (FUNCTION NUMVAL(WS-BP-PHASE-UC(2:1)) - 1)
                           * 3 + 1
                       COMPUTE WS-QTR-SHARE ROUNDED = WS-BP-AMOUNT / 3
                       PERFORM VARYING WS-MONTH-IDX
                           FROM WS-QTR-FIRST-MONTH BY 1
                           UNTIL WS-MONTH-IDX > WS-QTR-FIRST-MONTH + 2
                           ADD WS-QTR-SHARE TO
                               WS-BD-MONTH(WS-BD-MATCH-IDX,
                                   WS-MONTH-IDX)
                       END-PERFORM
      * Any rounding cent stays with the quarter's last month
                       COMPUTE WS-BD-MONTH(WS-BD-MATCH-IDX,
                               WS-QTR-FIRST-MONTH + 2) =
                           WS-BD-MONTH(WS-BD-MATCH-IDX,
                               WS-QTR-FIRST-MONTH + 2) +
                           WS-BP-AMOUNT - WS-QTR-SHARE * 3
                       MOVE 1 TO WS-BD-HAS-PHASED(WS-BD-MATCH-IDX)
                   ELSE
                       ADD 1 TO WS-BUDGET-SKIP-COUNT
                   END-IF
               END-IF
           END-IF.

       FIND-OR-ADD-DEPT.
      *----------------------------------------------------------------
      * FIND-OR-ADD-DEPT - Entry for WS-BD-LOOKUP-DEPT, opened empty
      * when new. WS-BD-MATCH-IDX = 0 only when the table is full.
      *----------------------------------------------------------------
           MOVE 0 TO WS-BD-MATCH-IDX
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
               UNTIL WS-BD-IDX > WS-BD-COUNT
               IF WS-BD-DEPT(WS-BD-IDX) = WS-BD-LOOKUP-DEPT
                   MOVE WS-BD-IDX TO WS-BD-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-BD-MATCH-IDX = 0
               IF WS-BD-COUNT < WS-MAX-BUDGET-DEPTS
                   ADD 1 TO WS-BD-COUNT
                   INITIALIZE WS-BD-ENTRY(WS-BD-COUNT)
                   MOVE WS-BD-LOOKUP-DEPT TO WS-BD-DEPT(WS-BD-COUNT)
                   MOVE WS-BD-COUNT TO WS-BD-MATCH-IDX
               ELSE
                   ADD 1 TO WS-BUDGET-OVERFLOW-COUNT
               END-IF
           END-IF.

       CHARGE-MASTER-FOR-YEAR.
      *----------------------------------------------------------------
      * CHARGE-MASTER-FOR-YEAR - Read the master front to back and
      * charge every record of the fiscal year up to the current
      * period to its department. A department first seen here has
      * no appropriation.
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
                       IF MAST-PERIOD(1:4) = WS-FISCAL-YEAR
                           AND MAST-PERIOD <= WS-PERIOD-ID
                           PERFORM CHARGE-ONE-MASTER-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       CHARGE-ONE-MASTER-RECORD.
      *----------------------------------------------------------------
      * CHARGE-ONE-MASTER-RECORD - Gross plus honoraria of the record
      * just read, to this run or to spent-to-date.
      *----------------------------------------------------------------
           IF MAST-HONORARIA NOT NUMERIC
               MOVE 0 TO MAST-HONORARIA
           END-IF
           COMPUTE WS-MAST-COST = MAST-GROSS + MAST-HONORARIA
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-DEPT))
               TO WS-BD-LOOKUP-DEPT
           PERFORM FIND-OR-ADD-DEPT
           IF WS-BD-MATCH-IDX > 0
               IF MAST-PERIOD = WS-PERIOD-ID
                   ADD WS-MAST-COST TO WS-BD-THIS-RUN(WS-BD-MATCH-IDX)
               ELSE
                   ADD WS-MAST-COST TO WS-BD-PRIOR(WS-BD-MATCH-IDX)
               END-IF
           END-IF.

       WRITE-BUDGET-REPORT.
      *----------------------------------------------------------------
      * WRITE-BUDGET-REPORT - Heading, one line per department in
      * table order, the totals and the flag legend.
      *----------------------------------------------------------------
           OPEN OUTPUT BUDGET-REPORT-FILE
           MOVE WS-FISCAL-YEAR TO WS-TL-YEAR
           MOVE WS-PERIOD-ID TO WS-PHL-PERIOD
           WRITE BUDGET-REPORT-RECORD FROM WS-TITLE-LINE
           WRITE BUDGET-REPORT-RECORD FROM WS-PERIOD-HEADING-LINE
           WRITE BUDGET-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE BUDGET-REPORT-RECORD FROM WS-COL-HEADER
           WRITE BUDGET-REPORT-RECORD FROM WS-BLANK-LINE

           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
               UNTIL WS-BD-IDX > WS-BD-COUNT
               PERFORM WRITE-DEPT-UTILIZATION
           END-PERFORM

           COMPUTE WS-TOT-REMAINING =
               WS-TOT-APPROPRIATION - WS-TOT-PRIOR - WS-TOT-THIS-RUN
           MOVE WS-TOT-APPROPRIATION TO WS-TOT-DL-APPROP
           MOVE WS-TOT-ALLOT TO WS-TOT-DL-ALLOT
           MOVE WS-TOT-PRIOR TO WS-TOT-DL-PRIOR
           MOVE WS-TOT-THIS-RUN TO WS-TOT-DL-THIS-RUN
           MOVE WS-TOT-REMAINING TO WS-TOT-DL-REMAINING
           WRITE BUDGET-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE BUDGET-REPORT-RECORD FROM WS-TOTAL-LINE

           WRITE BUDGET-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE "OVERRUN = spent exceeds appropriation;  WILL OVERRUN ="
               & " projected annual spend exceeds appropriation"
               TO WS-FOOTNOTE-LINE
           WRITE BUDGET-REPORT-RECORD FROM WS-FOOTNOTE-LINE
           MOVE "OVER ALLOT = spent exceeds the allotment to date;  NO"
               & " BUDGET = payroll charged with no appropriation"
               TO WS-FOOTNOTE-LINE
           WRITE BUDGET-REPORT-RECORD FROM WS-FOOTNOTE-LINE
           CLOSE BUDGET-REPORT-FILE.

       WRITE-DEPT-UTILIZATION.
      *----------------------------------------------------------------
      * WRITE-DEPT-UTILIZATION - Figures and flag for the department
      * at WS-BD-IDX; overruns and unbudgeted charges are logged.
      *----------------------------------------------------------------
           MOVE WS-BD-ANNUAL(WS-BD-IDX) TO WS-APPROPRIATION
           MOVE 0 TO WS-ALLOT-TO-DATE
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-CUR-MONTH
               ADD WS-BD-MONTH(WS-BD-IDX, WS-MONTH-IDX)
                   TO WS-ALLOT-TO-DATE
           END-PERFORM
           COMPUTE WS-SPENT-TOTAL =
               WS-BD-PRIOR(WS-BD-IDX) + WS-BD-THIS-RUN(WS-BD-IDX)
           COMPUTE WS-REMAINING = WS-APPROPRIATION - WS-SPENT-TOTAL
           MOVE 0 TO WS-PCT-USED
           IF WS-APPROPRIATION > 0
               COMPUTE WS-PCT-USED ROUNDED =
                   WS-SPENT-TOTAL * 100 / WS-APPROPRIATION
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-PCT-USED
               END-COMPUTE
           END-IF
           MOVE 0 TO WS-PROJECTED
           IF WS-MONTHS-ELAPSED > 0
               COMPUTE WS-PROJECTED ROUNDED =
                   WS-SPENT-TOTAL / WS-MONTHS-ELAPSED * 12
           END-IF

           MOVE SPACES TO WS-FLAG
           IF WS-APPROPRIATION = 0
               IF WS-SPENT-TOTAL > 0
                   MOVE "NO BUDGET" TO WS-FLAG
                   ADD 1 TO WS-NO-BUDGET-COUNT
                   MOVE "PAY106" TO ERRLOG-CODE
                   SET ERRLOG-SEV-WARNING TO TRUE
                   MOVE SPACES TO ERRLOG-MESSAGE
                   STRING "Department " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-BD-DEPT(WS-BD-IDX))
                           DELIMITED BY SIZE
                       " charged payroll with no " DELIMITED BY SIZE
                       WS-FISCAL-YEAR DELIMITED BY SIZE
                       " appropriation" DELIMITED BY SIZE
                       INTO ERRLOG-MESSAGE
                   PERFORM LOG-SHARED-ERROR
               END-IF
           ELSE
               IF WS-SPENT-TOTAL > WS-APPROPRIATION
                   MOVE "OVERRUN" TO WS-FLAG
                   ADD 1 TO WS-OVERRUN-COUNT
                   MOVE "PAY105" TO ERRLOG-CODE
                   SET ERRLOG-SEV-ERROR TO TRUE
                   MOVE SPACES TO ERRLOG-MESSAGE
                   STRING "Department " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-BD-DEPT(WS-BD-IDX))
                           DELIMITED BY SIZE
                       " has overrun its " DELIMITED BY SIZE
                       WS-FISCAL-YEAR DELIMITED BY SIZE
                       " payroll appropriation as of "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PERIOD-ID) DELIMITED BY SIZE
                       INTO ERRLOG-MESSAGE
                   PERFORM LOG-SHARED-ERROR
               ELSE
                   IF WS-PROJECTED > WS-APPROPRIATION
                       MOVE "WILL OVERRUN" TO WS-FLAG
                       ADD 1 TO WS-WILL-OVERRUN-COUNT
                       MOVE "PAY105" TO ERRLOG-CODE
                       SET ERRLOG-SEV-WARNING TO TRUE
                       MOVE SPACES TO ERRLOG-MESSAGE
                       STRING "Department " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-BD-DEPT(WS-BD-IDX))
                               DELIMITED BY SIZE
                           " will overrun its " DELIMITED BY SIZE
                           WS-FISCAL-YEAR DELIMITED BY SIZE
                           " payroll appropriation at the current"
                               DELIMITED BY SIZE
                           " burn rate" DELIMITED BY SIZE
                           INTO ERRLOG-MESSAGE
                       PERFORM LOG-SHARED-ERROR
                   ELSE
                       IF WS-SPENT-TOTAL > WS-ALLOT-TO-DATE
                           MOVE "OVER ALLOT" TO WS-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-BD-DEPT(WS-BD-IDX) = SPACES
               MOVE "(NONE)" TO WS-DL-DEPT
           ELSE
               MOVE WS-BD-DEPT(WS-BD-IDX) TO WS-DL-DEPT
           END-IF
           MOVE WS-APPROPRIATION TO WS-DL-APPROPRIATION
           MOVE WS-ALLOT-TO-DATE TO WS-DL-ALLOT
           MOVE WS-BD-PRIOR(WS-BD-IDX) TO WS-DL-PRIOR
           MOVE WS-BD-THIS-RUN(WS-BD-IDX) TO WS-DL-THIS-RUN
           MOVE WS-REMAINING TO WS-DL-REMAINING
           MOVE WS-PCT-USED TO WS-DL-PCT
           MOVE WS-PROJECTED TO WS-DL-PROJECTED
           MOVE WS-FLAG TO WS-DL-FLAG
           WRITE BUDGET-REPORT-RECORD FROM WS-DETAIL-LINE

           ADD WS-APPROPRIATION TO WS-TOT-APPROPRIATION
           ADD WS-ALLOT-TO-DATE TO WS-TOT-ALLOT
           ADD WS-BD-PRIOR(WS-BD-IDX) TO WS-TOT-PRIOR
           ADD WS-BD-THIS-RUN(WS-BD-IDX) TO WS-TOT-THIS-RUN.

       LOG-SHARED-ERROR.
      *----------------------------------------------------------------
      * LOG-SHARED-ERROR - Hand the event to ERROR-LOGGER for the
      * consolidated BATCH-EXCEPTIONS.TXT; ON EXCEPTION keeps a
      * standalone run alive when the logger is not linked in.
      *----------------------------------------------------------------
           MOVE "BUDGET-UTILIZATION" TO ERRLOG-PROGRAM
           CALL "ERROR-LOGGER" USING ERRLOG-PARAMETER
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SPACES TO ERRLOG-SEVERITY.

       END PROGRAM BUDGET-UTILIZATION.
