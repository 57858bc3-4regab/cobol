      *================================================================
      * PROGRAM: PAYROLL-ANOMALY - GHOST-EMPLOYEE AND PAY EXCEPTIONS
      *================================================================
      * PURPOSE: Scans the staged bank file for pay lines that look
      *          wrong before anyone approves it, so the checker in
      *          RELEASE-APPROVAL reviews a short list of suspicious
      *          credits instead of a raw file of hundreds of them.
      *
      * HOW IT WORKS:
      *   1. PAYROLL-BANKFILE-STAGED.TXT - every credit line (the
      *      TRAILER is kept as the scan's stamp, see NOTE)
      *   2. The TRAILER's run ID names the run being paid (an
      *      off-cycle RunID skips ZERO-ATT, and NO-STAT then checks
      *      the IDs on the employee's latest earlier record);
      *      PAYROLL-PERIOD.TXT when the trailer carries none;
      *      PAYROLL-ANOMALY-RULES.TXT (optional) holds "Rule,Value"
      *      lines overriding the defaults:
      *        SPIKEPCT,50      net more than 50% above average
      *        HISTORY,3        ... of the last 3 periods paid
      *        HIGHEARNER,20000 period gross needing all four IDs
      *   3. Each credit line is checked, one report line per hit:
      *        DUP-ACCT  same bank account as another employee
      *        DUP-NAME  same name as another employee ID
      *        ZERO-ATT  paid with no attendance in the cutoff -
      *                  DaysPresent 0 on PAYROLL-ATTENDANCE.TXT, or
      *                  for employees TIMEKEEPING does not time the
      *                  roster absence column covering every working
      *                  day of the period
      *        NET-JUMP  net above the SPIKEPCT over the average net
      *                  of the HISTORY periods before this one on
      *                  PAYROLL-MASTER.DAT
      *        CLEARED   ID already cleared by FINAL-PAY
      *                  (PAYROLL-CLEARED-IDS.TXT)
      *        NO-STAT   period gross at or above HIGHEARNER with a
      *                  TIN/SSS/PhilHealth/Pag-IBIG number missing
      *                  from this period's master record
      *   4. PAYROLL-ANOMALY-REPORT.TXT lists them with the total
      *      count; a non-zero count is logged through ERROR-LOGGER
      *
      * NOTE: The report carries a copy of the staged file's TRAILER
      *       line. RELEASE-APPROVAL shows the report to the checker
      *       and refuses to release a bank file whose trailer does
      *       not match - a scan of an earlier staging (or no scan at
      *       all) cannot be waved through. Run this step after
      *       EMPLOYEE-PAYROLL and before the release.
      *
      * AUTHOR: GROUP2
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-ANOMALY.
       AUTHOR. GROUP2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAGED-BANK-FILE
               ASSIGN TO "PAYROLL-BANKFILE-STAGED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-FILE-STATUS.
           SELECT OPTIONAL PAYROLL-PERIOD-FILE
               ASSIGN TO "PAYROLL-PERIOD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
           SELECT OPTIONAL ANOMALY-RULES-FILE
               ASSIGN TO "PAYROLL-ANOMALY-RULES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
           SELECT OPTIONAL ATTENDANCE-FILE
               ASSIGN TO "PAYROLL-ATTENDANCE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEND-FILE-STATUS.
           SELECT OPTIONAL ROSTER-FILE
               ASSIGN TO "PAYROLL-EMPLOYEES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-FILE-STATUS.
           SELECT OPTIONAL CLEARED-IDS-FILE
               ASSIGN TO "PAYROLL-CLEARED-IDS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEARED-FILE-STATUS.
           SELECT PAYROLL-MASTER-FILE
               ASSIGN TO "PAYROLL-MASTER.DAT"
      * Same indexed master EMPLOYEE-PAYROLL writes - both FDs COPY
      * the shared PAYMAST layout.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT ANOMALY-REPORT-FILE
               ASSIGN TO "PAYROLL-ANOMALY-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STAGED-BANK-FILE.
       01  STAGED-BANK-RECORD          PIC X(100).

       FD  PAYROLL-PERIOD-FILE.
       01  PAYROLL-PERIOD-RECORD       PIC X(60).

       FD  ANOMALY-RULES-FILE.
       01  ANOMALY-RULES-RECORD        PIC X(40).

       FD  ATTENDANCE-FILE.
       01  ATTENDANCE-RECORD           PIC X(60).

       FD  ROSTER-FILE.
       01  ROSTER-RECORD               PIC X(150).

       FD  CLEARED-IDS-FILE.
       01  CLEARED-IDS-RECORD          PIC X(60).

       FD  PAYROLL-MASTER-FILE.
       COPY PAYMAST.

       FD  ANOMALY-REPORT-FILE.
       01  ANOMALY-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.

       01  WS-BANK-FILE-STATUS         PIC XX.
       01  WS-PERIOD-FILE-STATUS       PIC XX.
       01  WS-RULES-FILE-STATUS        PIC XX.
       01  WS-ATTEND-FILE-STATUS       PIC XX.
       01  WS-ROSTER-FILE-STATUS       PIC XX.
       01  WS-CLEARED-FILE-STATUS      PIC XX.
       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
       01  WS-READ-DONE-FLAG           PIC 9 VALUE 0.
       01  WS-MASTER-AVAILABLE         PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * RULES (DEFAULTS, OVERRIDDEN BY PAYROLL-ANOMALY-RULES.TXT)
      *----------------------------------------------------------------
       01  WS-SPIKE-PCT                PIC 9(3) VALUE 50.
       01  WS-HISTORY-PERIODS          PIC 99 VALUE 3.
       01  WS-HIGH-EARNER-GROSS        PIC 9(7)V99 VALUE 20000.00.
       01  WS-RULE-PARSE.
               05 WS-RULE-LINE         PIC X(40).
               05 WS-RULE-NAME         PIC X(15).
               05 WS-RULE-VALUE-TXT    PIC X(15).

      *----------------------------------------------------------------
      * PAY PERIOD
      *----------------------------------------------------------------
       01  WS-PERIOD-LINE              PIC X(60).
       01  WS-PERIOD-ID-TXT            PIC X(10).
       01  WS-PERIOD-START-TXT         PIC X(10).
       01  WS-PERIOD-END-TXT           PIC X(10).
       01  WS-PERIOD-TYPE-TXT          PIC X(10).
       01  WS-PERIOD-ID                PIC X(10) VALUE "UNDATED".
       01  WS-WORKING-DAYS             PIC 99 VALUE 22.

      *----------------------------------------------------------------
      * STAGED CREDIT LINES (LAYOUT OF EMPLOYEE-PAYROLL'S
      * WS-BANK-DETAIL-LINE / WS-BANK-TRAILER-LINE)
      *----------------------------------------------------------------
       01  WS-BANK-LINE                PIC X(100).
       01  WS-BANK-LINE-R REDEFINES WS-BANK-LINE.
               05 WS-BL-BANK           PIC X(8).
               05 FILLER               PIC X(2).
               05 WS-BL-ACCT           PIC X(16).
               05 FILLER               PIC X(2).
               05 WS-BL-ID             PIC X(10).
               05 FILLER               PIC X(2).
               05 WS-BL-NAME           PIC X(25).
               05 FILLER               PIC X(2).
               05 WS-BL-AMOUNT         PIC 9(9).99.
               05 FILLER               PIC X(21).
       01  WS-TRAILER-LINE             PIC X(80) VALUE SPACES.
       01  WS-TRAILER-R REDEFINES WS-TRAILER-LINE.
               05 FILLER               PIC X(32).
               05 WS-TR-RUN-ID         PIC X(10).
               05 FILLER               PIC X(38).
       01  WS-OFFCYCLE-SCAN            PIC 9 VALUE 0.
       01  WS-MAX-PAY-LINES            PIC 9999 VALUE 1000.
       01  WS-PAY-COUNT                PIC 9999 VALUE 0.
       01  WS-PAY-TABLE.
               05 WS-PAY-ENTRY OCCURS 1000 TIMES.
                   10 WS-PAY-BANK          PIC X(8).
                   10 WS-PAY-ACCT          PIC X(16).
                   10 WS-PAY-ID            PIC X(10).
                   10 WS-PAY-NAME          PIC X(25).
                   10 WS-PAY-NAME-KEY      PIC X(25).
                   10 WS-PAY-NET           PIC 9(9)V99.
       01  WS-PAY-IDX                  PIC 9999 VALUE 0.
       01  WS-PAY-OTHER-IDX            PIC 9999 VALUE 0.
       01  WS-PAY-OVERFLOW-COUNT       PIC 9999 VALUE 0.

      *----------------------------------------------------------------
      * ATTENDANCE, ROSTER ABSENCES AND CLEARED IDS
      *----------------------------------------------------------------
       01  WS-MAX-ATTEND               PIC 9999 VALUE 1000.
       01  WS-ATT-COUNT                PIC 9999 VALUE 0.
       01  WS-ATTEND-TABLE.
               05 WS-ATT-ENTRY OCCURS 1000 TIMES.
                   10 WS-ATT-ID            PIC X(10).
                   10 WS-ATT-ABSENT        PIC 999.
                   10 WS-ATT-PRESENT       PIC 999.
                   10 WS-ATT-HAS-PRESENT   PIC 9.
       01  WS-ATT-IDX                  PIC 9999 VALUE 0.
       01  WS-ATT-MATCH-IDX            PIC 9999 VALUE 0.
       01  WS-ATT-PARSE.
               05 WS-AP-LINE           PIC X(60).
               05 WS-AP-ID             PIC X(12).
               05 WS-AP-ABSENT         PIC X(6).
               05 WS-AP-LATE           PIC X(8).
               05 WS-AP-UNDER          PIC X(8).
               05 WS-AP-ND             PIC X(8).
               05 WS-AP-PRESENT        PIC X(6).

       01  WS-MAX-ROSTER               PIC 9999 VALUE 1000.
       01  WS-RE-COUNT                 PIC 9999 VALUE 0.
       01  WS-ROSTER-TABLE.
               05 WS-RE-ENTRY OCCURS 1000 TIMES.
                   10 WS-RE-ID             PIC X(10).
                   10 WS-RE-ABSENT         PIC 999.
       01  WS-RE-IDX                   PIC 9999 VALUE 0.
       01  WS-RE-MATCH-IDX             PIC 9999 VALUE 0.
       01  WS-ROSTER-PARSE.
               05 WS-RP-LINE           PIC X(150).
               05 WS-RP-TYPE           PIC X(15).
               05 WS-RP-ID             PIC X(10).
               05 WS-RP-NAME           PIC X(25).
               05 WS-RP-ABSENT         PIC X(5).

       01  WS-MAX-CLEARED              PIC 9999 VALUE 2000.
       01  WS-CLR-COUNT                PIC 9999 VALUE 0.
       01  WS-CLEARED-TABLE.
               05 WS-CLR-ENTRY OCCURS 2000 TIMES.
                   10 WS-CLR-ID            PIC X(10).
                   10 WS-CLR-DATE          PIC X(10).
       01  WS-CLR-IDX                  PIC 9999 VALUE 0.
       01  WS-CLR-MATCH-IDX            PIC 9999 VALUE 0.
       01  WS-CLEARED-PARSE.
               05 WS-CP-LINE           PIC X(60).
               05 WS-CP-ID             PIC X(12).
               05 WS-CP-NAME           PIC X(30).
               05 WS-CP-DATE           PIC X(12).

      *----------------------------------------------------------------
      * MASTER HISTORY FOR THE EMPLOYEE BEING CHECKED
      *----------------------------------------------------------------
       01  WS-HIST-NET OCCURS 12 TIMES PIC 9(9)V99.
       01  WS-HIST-COUNT               PIC 99 VALUE 0.
       01  WS-HIST-IDX                 PIC 99 VALUE 0.
       01  WS-HIST-TOTAL               PIC 9(11)V99 VALUE 0.
       01  WS-HIST-AVERAGE             PIC 9(9)V99 VALUE 0.
       01  WS-SPIKE-LIMIT              PIC 9(9)V99 VALUE 0.
       01  WS-CUR-FOUND                PIC 9 VALUE 0.
       01  WS-CUR-GROSS                PIC 9(9)V99 VALUE 0.
       01  WS-CUR-TIN                  PIC X(12).
       01  WS-CUR-SSS-NO               PIC X(10).
       01  WS-CUR-PHIC-NO              PIC X(12).
       01  WS-CUR-HDMF-NO              PIC X(12).

      *----------------------------------------------------------------
      * FINDINGS
      *----------------------------------------------------------------
       01  WS-ANOMALY-COUNT            PIC 9(5) VALUE 0.
       01  WS-REASON                   PIC X(8).
       01  WS-DETAIL-TEXT              PIC X(60).
       01  WS-MISSING-IDS              PIC X(30).
       01  WS-MISSING-PTR              PIC 99 VALUE 1.
       01  WS-AMOUNT-EDIT              PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-EDIT               PIC ZZ9.
       01  WS-COUNT-EDIT-2             PIC ZZ9.

      *----------------------------------------------------------------
      * REPORT LAYOUT
      *----------------------------------------------------------------
       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.
       01  WS-TITLE-LINE.
               05 FILLER               PIC X(30) VALUE SPACES.
               05 FILLER               PIC X(40)
                   VALUE "PAYROLL ANOMALY SCAN - STAGED BANK FILE".
       01  WS-PERIOD-HEADING-LINE.
               05 FILLER               PIC X(18)
                   VALUE "PAY PERIOD:       ".
               05 WS-PHL-PERIOD        PIC X(10).
       01  WS-STAMP-LINE.
               05 FILLER               PIC X(18)
                   VALUE "STAGED BANK FILE: ".
               05 WS-SL-TRAILER        PIC X(80).
       01  WS-COL-HEADER.
               05 FILLER               PIC X(10) VALUE "REASON".
               05 FILLER               PIC X(12) VALUE "EMP ID".
               05 FILLER               PIC X(27) VALUE "NAME".
               05 FILLER               PIC X(16)
                   VALUE "       NET PAY".
               05 FILLER               PIC X(60) VALUE "DETAIL".
       01  WS-ANOMALY-LINE.
               05 WS-AL-REASON         PIC X(10).
               05 WS-AL-ID             PIC X(12).
               05 WS-AL-NAME           PIC X(27).
               05 WS-AL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-AL-DETAIL         PIC X(60).
       01  WS-COUNT-LINE.
               05 FILLER               PIC X(15)
                   VALUE "ANOMALY LINES: ".
               05 WS-CNT-ANOMALIES     PIC 9(5).
               05 FILLER               PIC X(15)
                   VALUE "  PAY LINES:   ".
               05 WS-CNT-PAY-LINES     PIC 9(5).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *----------------------------------------------------------------
      * MAIN-PROCEDURE - Load the staged credits and the reference
      * files, check every credit, write the report.
      *----------------------------------------------------------------
           PERFORM LOAD-STAGED-BANK-FILE
           IF WS-BANK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: PAYROLL-BANKFILE-STAGED.TXT not found -"
                   " run EMPLOYEE-PAYROLL first"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PAY-OVERFLOW-COUNT > 0
               DISPLAY "ERROR: more than " WS-MAX-PAY-LINES
                   " credit lines on the staged bank file - scan"
                   " aborted"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-PERIOD-CONTROL
           PERFORM TAKE-STAGED-RUN-ID
           PERFORM LOAD-RULES
           PERFORM LOAD-ATTENDANCE
           PERFORM LOAD-ROSTER
           PERFORM LOAD-CLEARED-IDS

           OPEN INPUT PAYROLL-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = "00"
               MOVE 1 TO WS-MASTER-AVAILABLE
           ELSE
               DISPLAY "WARNING: PAYROLL-MASTER.DAT could not be opened"
                   " (status " WS-MASTER-FILE-STATUS ") - NET-JUMP and"
                   " NO-STAT checks skipped"
           END-IF

           OPEN OUTPUT ANOMALY-REPORT-FILE
           MOVE WS-PERIOD-ID TO WS-PHL-PERIOD
           MOVE WS-TRAILER-LINE TO WS-SL-TRAILER
           WRITE ANOMALY-REPORT-RECORD FROM WS-TITLE-LINE
           WRITE ANOMALY-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE ANOMALY-REPORT-RECORD FROM WS-PERIOD-HEADING-LINE
           WRITE ANOMALY-REPORT-RECORD FROM WS-STAMP-LINE
           WRITE ANOMALY-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE ANOMALY-REPORT-RECORD FROM WS-COL-HEADER
           WRITE ANOMALY-REPORT-RECORD FROM WS-BLANK-LINE

           PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
               UNTIL WS-PAY-IDX > WS-PAY-COUNT
               PERFORM CHECK-ONE-PAY-LINE
           END-PERFORM

           MOVE WS-ANOMALY-COUNT TO WS-CNT-ANOMALIES
           MOVE WS-PAY-COUNT TO WS-CNT-PAY-LINES
           WRITE ANOMALY-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE ANOMALY-REPORT-RECORD FROM WS-COUNT-LINE
           CLOSE ANOMALY-REPORT-FILE
           IF WS-MASTER-AVAILABLE = 1
               CLOSE PAYROLL-MASTER-FILE
           END-IF

           DISPLAY "Anomaly scan: " WS-ANOMALY-COUNT " line(s) on "
               WS-PAY-COUNT " credit(s) - PAYROLL-ANOMALY-REPORT.TXT"
           IF WS-ANOMALY-COUNT > 0
               MOVE "PAY107" TO ERRLOG-CODE
               SET ERRLOG-SEV-WARNING TO TRUE
               MOVE SPACES TO ERRLOG-MESSAGE
               STRING "Anomaly scan flagged " DELIMITED BY SIZE
                   WS-ANOMALY-COUNT DELIMITED BY SIZE
                   " pay line(s) on the staged bank file for "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PERIOD-ID) DELIMITED BY SIZE
                   INTO ERRLOG-MESSAGE
               PERFORM LOG-SHARED-ERROR
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

       LOAD-STAGED-BANK-FILE.
      *----------------------------------------------------------------
      * LOAD-STAGED-BANK-FILE - Every credit line into the pay table
      * with an upper-cased name for the duplicate-name check; the
      * TRAILER line is kept as the scan's stamp.
      *----------------------------------------------------------------
           OPEN INPUT STAGED-BANK-FILE
           IF WS-BANK-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ STAGED-BANK-FILE INTO WS-BANK-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-BANK-LINE(1:8) = "TRAILER "
                               MOVE WS-BANK-LINE(1:80)
                                   TO WS-TRAILER-LINE
                           ELSE
                               IF WS-BANK-LINE NOT = SPACES
                                   PERFORM STORE-PAY-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STAGED-BANK-FILE.

       STORE-PAY-LINE.
      *----------------------------------------------------------------
      * STORE-PAY-LINE - One credit line into the next slot.
      *----------------------------------------------------------------
           IF WS-PAY-COUNT >= WS-MAX-PAY-LINES
               ADD 1 TO WS-PAY-OVERFLOW-COUNT
           ELSE
               ADD 1 TO WS-PAY-COUNT
               MOVE WS-BL-BANK TO WS-PAY-BANK(WS-PAY-COUNT)
               MOVE WS-BL-ACCT TO WS-PAY-ACCT(WS-PAY-COUNT)
               MOVE WS-BL-ID TO WS-PAY-ID(WS-PAY-COUNT)
               MOVE WS-BL-NAME TO WS-PAY-NAME(WS-PAY-COUNT)
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BL-NAME))
                   TO WS-PAY-NAME-KEY(WS-PAY-COUNT)
               MOVE 0 TO WS-PAY-NET(WS-PAY-COUNT)
               IF FUNCTION TEST-NUMVAL(WS-BL-AMOUNT) = 0
                   MOVE FUNCTION NUMVAL(WS-BL-AMOUNT)
                       TO WS-PAY-NET(WS-PAY-COUNT)
               END-IF
           END-IF.

       LOAD-PERIOD-CONTROL.
      *----------------------------------------------------------------
      * LOAD-PERIOD-CONTROL - PeriodID,CutoffStart,CutoffEnd,RunType
      * as EMPLOYEE-PAYROLL reads it; a SEMI run has half the
      * working days.
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
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                               WS-PERIOD-TYPE-TXT))(1:4) = "SEMI"
                           MOVE 11 TO WS-WORKING-DAYS
                       END-IF
               END-READ
           END-IF
           CLOSE PAYROLL-PERIOD-FILE.

       TAKE-STAGED-RUN-ID.
      *----------------------------------------------------------------
      * TAKE-STAGED-RUN-ID - The staged file's TRAILER names the run
      * its credits belong to. When that is not the open period it
      * is an off-cycle run: the scan is keyed by its RunID, and the
      * cutoff's attendance is no test of a bonus line (ZERO-ATT
      * skipped). A trailer with no run ID keeps the period.
      *----------------------------------------------------------------
           IF WS-TR-RUN-ID NOT = SPACES
               IF WS-TR-RUN-ID NOT = WS-PERIOD-ID
                   MOVE 1 TO WS-OFFCYCLE-SCAN
               END-IF
               MOVE WS-TR-RUN-ID TO WS-PERIOD-ID
           END-IF.

       LOAD-RULES.
      *----------------------------------------------------------------
      * LOAD-RULES - Optional Rule,Value overrides; unknown rules and
      * non-numeric values are ignored.
      *----------------------------------------------------------------
           OPEN INPUT ANOMALY-RULES-FILE
           IF WS-RULES-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ ANOMALY-RULES-FILE INTO WS-RULE-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO WS-RULE-NAME
                           MOVE SPACES TO WS-RULE-VALUE-TXT
                           UNSTRING WS-RULE-LINE DELIMITED BY ","
                               INTO WS-RULE-NAME
                                    WS-RULE-VALUE-TXT
                           END-UNSTRING
                           IF FUNCTION TRIM(WS-RULE-VALUE-TXT)
                                   NOT = SPACES
                               AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                                   WS-RULE-VALUE-TXT)) = 0
                               PERFORM APPLY-ONE-RULE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE ANOMALY-RULES-FILE.

       APPLY-ONE-RULE.
      *----------------------------------------------------------------
      * APPLY-ONE-RULE - SPIKEPCT, HISTORY (1-12) or HIGHEARNER.
      *----------------------------------------------------------------
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RULE-NAME))
               WHEN "SPIKEPCT"
                   MOVE FUNCTION NUMVAL(WS-RULE-VALUE-TXT)
                       TO WS-SPIKE-PCT
               WHEN "HISTORY"
                   IF FUNCTION NUMVAL(WS-RULE-VALUE-TXT) >= 1
                       AND FUNCTION NUMVAL(WS-RULE-VALUE-TXT) <= 12
                       MOVE FUNCTION NUMVAL(WS-RULE-VALUE-TXT)
                           TO WS-HISTORY-PERIODS
                   END-IF
               WHEN "HIGHEARNER"
                   MOVE FUNCTION NUMVAL(WS-RULE-VALUE-TXT)
                       TO WS-HIGH-EARNER-GROSS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOAD-ATTENDANCE.
      *----------------------------------------------------------------
      * LOAD-ATTENDANCE - TIMEKEEPING's per-employee line; an older
      * file without the DaysPresent field leaves WS-ATT-HAS-PRESENT
      * 0 and the roster fallback decides.
      *----------------------------------------------------------------
           OPEN INPUT ATTENDANCE-FILE
           IF WS-ATTEND-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-ATT-COUNT >= WS-MAX-ATTEND
                   READ ATTENDANCE-FILE INTO WS-AP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-AP-LINE) NOT = SPACES
                               PERFORM STORE-ATTENDANCE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE ATTENDANCE-FILE.

       STORE-ATTENDANCE-LINE.
      *----------------------------------------------------------------
      * STORE-ATTENDANCE-LINE - EmployeeID,DaysAbsent,LateMinutes,
      * UndertimeMinutes,NightDiffMinutes,DaysPresent.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-AP-ID WS-AP-ABSENT WS-AP-LATE WS-AP-UNDER
               WS-AP-ND WS-AP-PRESENT
           UNSTRING WS-AP-LINE DELIMITED BY ","
               INTO WS-AP-ID
                    WS-AP-ABSENT
                    WS-AP-LATE
                    WS-AP-UNDER
                    WS-AP-ND
                    WS-AP-PRESENT
           END-UNSTRING
           ADD 1 TO WS-ATT-COUNT
           MOVE FUNCTION TRIM(WS-AP-ID) TO WS-ATT-ID(WS-ATT-COUNT)
           MOVE 0 TO WS-ATT-ABSENT(WS-ATT-COUNT)
           MOVE 0 TO WS-ATT-PRESENT(WS-ATT-COUNT)
           MOVE 0 TO WS-ATT-HAS-PRESENT(WS-ATT-COUNT)
           IF FUNCTION TRIM(WS-AP-ABSENT) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-AP-ABSENT)
                   TO WS-ATT-ABSENT(WS-ATT-COUNT)
           END-IF
           IF FUNCTION TRIM(WS-AP-PRESENT) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-AP-PRESENT)
                   TO WS-ATT-PRESENT(WS-ATT-COUNT)
               MOVE 1 TO WS-ATT-HAS-PRESENT(WS-ATT-COUNT)
           END-IF.

       LOAD-ROSTER.
      *----------------------------------------------------------------
      * LOAD-ROSTER - ID and absence column of every roster line.
      *----------------------------------------------------------------
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-RE-COUNT >= WS-MAX-ROSTER
                   READ ROSTER-FILE INTO WS-RP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-RP-LINE) NOT = SPACES
                               MOVE SPACES TO WS-RP-TYPE WS-RP-ID
                                   WS-RP-NAME WS-RP-ABSENT
                               UNSTRING WS-RP-LINE DELIMITED BY ","
                                   INTO WS-RP-TYPE
                                        WS-RP-ID
                                        WS-RP-NAME
                                        WS-RP-ABSENT
                               END-UNSTRING
                               ADD 1 TO WS-RE-COUNT
                               MOVE FUNCTION TRIM(WS-RP-ID)
                                   TO WS-RE-ID(WS-RE-COUNT)
                               MOVE 0 TO WS-RE-ABSENT(WS-RE-COUNT)
                               IF FUNCTION TRIM(WS-RP-ABSENT)
                                       IS NUMERIC
                                   MOVE FUNCTION NUMVAL(WS-RP-ABSENT)
                                       TO WS-RE-ABSENT(WS-RE-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE ROSTER-FILE.

       LOAD-CLEARED-IDS.
      *----------------------------------------------------------------
      * LOAD-CLEARED-IDS - FINAL-PAY's EmployeeID,Name,ClearedOn
      * register.
      *----------------------------------------------------------------
           OPEN INPUT CLEARED-IDS-FILE
           IF WS-CLEARED-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-CLR-COUNT >= WS-MAX-CLEARED
                   READ CLEARED-IDS-FILE INTO WS-CP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-CP-LINE) NOT = SPACES
                               MOVE SPACES TO WS-CP-ID WS-CP-NAME
                                   WS-CP-DATE
                               UNSTRING WS-CP-LINE DELIMITED BY ","
                                   INTO WS-CP-ID
                                        WS-CP-NAME
                                        WS-CP-DATE
                               END-UNSTRING
                               ADD 1 TO WS-CLR-COUNT
                               MOVE FUNCTION TRIM(WS-CP-ID)
                                   TO WS-CLR-ID(WS-CLR-COUNT)
                               MOVE FUNCTION TRIM(WS-CP-DATE)
                                   TO WS-CLR-DATE(WS-CLR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE CLEARED-IDS-FILE.

       CHECK-ONE-PAY-LINE.
      *----------------------------------------------------------------
      * CHECK-ONE-PAY-LINE - Every rule against the credit at
      * WS-PAY-IDX; each hit is one report line.
      *----------------------------------------------------------------
      * Shared bank account / shared name with any other credit
           PERFORM VARYING WS-PAY-OTHER-IDX FROM 1 BY 1
               UNTIL WS-PAY-OTHER-IDX > WS-PAY-COUNT
               IF WS-PAY-OTHER-IDX NOT = WS-PAY-IDX
                   AND WS-PAY-ID(WS-PAY-OTHER-IDX) NOT =
                       WS-PAY-ID(WS-PAY-IDX)
                   IF WS-PAY-BANK(WS-PAY-OTHER-IDX) =
                           WS-PAY-BANK(WS-PAY-IDX)
                       AND WS-PAY-ACCT(WS-PAY-OTHER-IDX) =
                           WS-PAY-ACCT(WS-PAY-IDX)
                       MOVE "DUP-ACCT" TO WS-REASON
                       MOVE SPACES TO WS-DETAIL-TEXT
                       STRING "account " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-PAY-ACCT(WS-PAY-IDX))
                               DELIMITED BY SIZE
                           " also credited to " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-PAY-ID(WS-PAY-OTHER-IDX))
                               DELIMITED BY SIZE
                           INTO WS-DETAIL-TEXT
                       PERFORM WRITE-ANOMALY-LINE
                   END-IF
                   IF WS-PAY-NAME-KEY(WS-PAY-OTHER-IDX) =
                           WS-PAY-NAME-KEY(WS-PAY-IDX)
                       MOVE "DUP-NAME" TO WS-REASON
                       MOVE SPACES TO WS-DETAIL-TEXT
                       STRING "same name paid under ID "
                               DELIMITED BY SIZE
                           FUNCTION TRIM(WS-PAY-ID(WS-PAY-OTHER-IDX))
                               DELIMITED BY SIZE
                           INTO WS-DETAIL-TEXT
                       PERFORM WRITE-ANOMALY-LINE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-OFFCYCLE-SCAN = 0
               PERFORM CHECK-ATTENDANCE
           END-IF

           MOVE 0 TO WS-CLR-MATCH-IDX
           PERFORM VARYING WS-CLR-IDX FROM 1 BY 1
               UNTIL WS-CLR-IDX > WS-CLR-COUNT
               IF WS-CLR-ID(WS-CLR-IDX) = WS-PAY-ID(WS-PAY-IDX)
                   MOVE WS-CLR-IDX TO WS-CLR-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-CLR-MATCH-IDX > 0
               MOVE "CLEARED" TO WS-REASON
               MOVE SPACES TO WS-DETAIL-TEXT
               STRING "separated - final pay cleared "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CLR-DATE(WS-CLR-MATCH-IDX))
                       DELIMITED BY SIZE
                   INTO WS-DETAIL-TEXT
               PERFORM WRITE-ANOMALY-LINE
           END-IF

           IF WS-MASTER-AVAILABLE = 1
               PERFORM READ-MASTER-HISTORY
               PERFORM CHECK-NET-JUMP
               PERFORM CHECK-STATUTORY-IDS
           END-IF.

       CHECK-ATTENDANCE.
      *----------------------------------------------------------------
      * CHECK-ATTENDANCE - Zero attendance from TIMEKEEPING when the
      * employee is timed, else from the roster absence column.
      *----------------------------------------------------------------
           MOVE 0 TO WS-ATT-MATCH-IDX
           PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
               UNTIL WS-ATT-IDX > WS-ATT-COUNT
               IF WS-ATT-ID(WS-ATT-IDX) = WS-PAY-ID(WS-PAY-IDX)
                   MOVE WS-ATT-IDX TO WS-ATT-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-ATT-MATCH-IDX > 0
               AND WS-ATT-HAS-PRESENT(WS-ATT-MATCH-IDX) = 1
               IF WS-ATT-PRESENT(WS-ATT-MATCH-IDX) = 0
                   AND WS-ATT-ABSENT(WS-ATT-MATCH-IDX) > 0
                   MOVE "ZERO-ATT" TO WS-REASON
                   MOVE WS-ATT-ABSENT(WS-ATT-MATCH-IDX)
                       TO WS-COUNT-EDIT
                   MOVE SPACES TO WS-DETAIL-TEXT
                   STRING "no day present on the DTR, "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                       " day(s) absent" DELIMITED BY SIZE
                       INTO WS-DETAIL-TEXT
                   PERFORM WRITE-ANOMALY-LINE
               END-IF
           ELSE
               MOVE 0 TO WS-RE-MATCH-IDX
               PERFORM VARYING WS-RE-IDX FROM 1 BY 1
                   UNTIL WS-RE-IDX > WS-RE-COUNT
                   IF WS-RE-ID(WS-RE-IDX) = WS-PAY-ID(WS-PAY-IDX)
                       MOVE WS-RE-IDX TO WS-RE-MATCH-IDX
                   END-IF
               END-PERFORM
               IF WS-RE-MATCH-IDX > 0
                   IF WS-RE-ABSENT(WS-RE-MATCH-IDX) >= WS-WORKING-DAYS
                       MOVE "ZERO-ATT" TO WS-REASON
                       MOVE WS-RE-ABSENT(WS-RE-MATCH-IDX)
                           TO WS-COUNT-EDIT
                       MOVE WS-WORKING-DAYS TO WS-COUNT-EDIT-2
                       MOVE SPACES TO WS-DETAIL-TEXT
                       STRING "roster shows " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-COUNT-EDIT)
                               DELIMITED BY SIZE
                           " day(s) absent of " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-COUNT-EDIT-2)
                               DELIMITED BY SIZE
                           INTO WS-DETAIL-TEXT
                       PERFORM WRITE-ANOMALY-LINE
                   END-IF
               END-IF
           END-IF.

       READ-MASTER-HISTORY.
      *----------------------------------------------------------------
      * READ-MASTER-HISTORY - The employee's master records in period
      * order: this period's gross and statutory IDs, and the nets of
      * the last WS-HISTORY-PERIODS periods before it (oldest shifted
      * out as newer ones arrive).
      *----------------------------------------------------------------
           MOVE 0 TO WS-HIST-COUNT
           MOVE 0 TO WS-CUR-FOUND
           MOVE 0 TO WS-CUR-GROSS
           MOVE SPACES TO WS-CUR-TIN WS-CUR-SSS-NO WS-CUR-PHIC-NO
               WS-CUR-HDMF-NO
           MOVE 0 TO WS-READ-DONE-FLAG
           MOVE WS-PAY-ID(WS-PAY-IDX) TO MAST-EMP-ID
           MOVE LOW-VALUES TO MAST-PERIOD
           START PAYROLL-MASTER-FILE KEY >= MAST-KEY
               INVALID KEY
                   MOVE 1 TO WS-READ-DONE-FLAG
           END-START
           PERFORM UNTIL WS-READ-DONE-FLAG = 1
               READ PAYROLL-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-READ-DONE-FLAG
                   NOT AT END
                       IF MAST-EMP-ID NOT = WS-PAY-ID(WS-PAY-IDX)
                           MOVE 1 TO WS-READ-DONE-FLAG
                       ELSE
                           IF MAST-PERIOD = WS-PERIOD-ID
                               MOVE 1 TO WS-CUR-FOUND
                               MOVE MAST-GROSS TO WS-CUR-GROSS
                               IF WS-OFFCYCLE-SCAN = 0
                                   MOVE MAST-TIN TO WS-CUR-TIN
                                   MOVE MAST-SSS-NO TO WS-CUR-SSS-NO
                                   MOVE MAST-PHIC-NO
                                       TO WS-CUR-PHIC-NO
                                   MOVE MAST-HDMF-NO
                                       TO WS-CUR-HDMF-NO
                               END-IF
                           ELSE
                               IF MAST-PERIOD < WS-PERIOD-ID
                                   PERFORM KEEP-HISTORY-NET
                                   IF WS-OFFCYCLE-SCAN = 1
                                       PERFORM KEEP-LATEST-IDS
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       KEEP-LATEST-IDS.
      *----------------------------------------------------------------
      * KEEP-LATEST-IDS - Off-cycle master records carry no statutory
      * numbers, so an off-cycle scan checks the ones on the latest
      * earlier record that has any.
      *----------------------------------------------------------------
           IF MAST-TIN NOT = SPACES
               OR MAST-SSS-NO NOT = SPACES
               OR MAST-PHIC-NO NOT = SPACES
               OR MAST-HDMF-NO NOT = SPACES
               MOVE MAST-TIN TO WS-CUR-TIN
               MOVE MAST-SSS-NO TO WS-CUR-SSS-NO
               MOVE MAST-PHIC-NO TO WS-CUR-PHIC-NO
               MOVE MAST-HDMF-NO TO WS-CUR-HDMF-NO
           END-IF.

       KEEP-HISTORY-NET.
      *----------------------------------------------------------------
      * KEEP-HISTORY-NET - Append MAST-NET to the history window,
      * dropping the oldest once the window is full.
      *----------------------------------------------------------------
           IF WS-HIST-COUNT < WS-HISTORY-PERIODS
               ADD 1 TO WS-HIST-COUNT
           ELSE
               PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX >= WS-HIST-COUNT
                   MOVE WS-HIST-NET(WS-HIST-IDX + 1)
                       TO WS-HIST-NET(WS-HIST-IDX)
               END-PERFORM
           END-IF
           MOVE MAST-NET TO WS-HIST-NET(WS-HIST-COUNT).

       CHECK-NET-JUMP.
      *----------------------------------------------------------------
      * CHECK-NET-JUMP - Credit above average x (1 + SPIKEPCT/100).
      * Nothing to compare on an employee's first period.
      *----------------------------------------------------------------
           IF WS-HIST-COUNT > 0
               MOVE 0 TO WS-HIST-TOTAL
               PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
                   ADD WS-HIST-NET(WS-HIST-IDX) TO WS-HIST-TOTAL
               END-PERFORM
               COMPUTE WS-HIST-AVERAGE ROUNDED =
                   WS-HIST-TOTAL / WS-HIST-COUNT
               COMPUTE WS-SPIKE-LIMIT ROUNDED =
                   WS-HIST-AVERAGE * (100 + WS-SPIKE-PCT) / 100
               IF WS-PAY-NET(WS-PAY-IDX) > WS-SPIKE-LIMIT
                   MOVE "NET-JUMP" TO WS-REASON
                   MOVE WS-HIST-AVERAGE TO WS-AMOUNT-EDIT
                   MOVE WS-SPIKE-PCT TO WS-COUNT-EDIT
                   MOVE WS-HIST-COUNT TO WS-COUNT-EDIT-2
                   MOVE SPACES TO WS-DETAIL-TEXT
                   STRING "over " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                       "% above the " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-EDIT-2) DELIMITED BY SIZE
                       "-period average of " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-AMOUNT-EDIT) DELIMITED BY SIZE
                       INTO WS-DETAIL-TEXT
                   PERFORM WRITE-ANOMALY-LINE
               END-IF
           END-IF.

       CHECK-STATUTORY-IDS.
      *----------------------------------------------------------------
      * CHECK-STATUTORY-IDS - A high earner's period master record
      * must carry all four statutory numbers.
      *----------------------------------------------------------------
           IF WS-CUR-FOUND = 1
               AND WS-CUR-GROSS >= WS-HIGH-EARNER-GROSS
               MOVE SPACES TO WS-MISSING-IDS
               MOVE 1 TO WS-MISSING-PTR
               IF WS-CUR-TIN = SPACES
                   STRING " TIN" DELIMITED BY SIZE
                       INTO WS-MISSING-IDS WITH POINTER WS-MISSING-PTR
               END-IF
               IF WS-CUR-SSS-NO = SPACES
                   STRING " SSS" DELIMITED BY SIZE
                       INTO WS-MISSING-IDS WITH POINTER WS-MISSING-PTR
               END-IF
               IF WS-CUR-PHIC-NO = SPACES
                   STRING " PHIC" DELIMITED BY SIZE
                       INTO WS-MISSING-IDS WITH POINTER WS-MISSING-PTR
               END-IF
               IF WS-CUR-HDMF-NO = SPACES
                   STRING " HDMF" DELIMITED BY SIZE
                       INTO WS-MISSING-IDS WITH POINTER WS-MISSING-PTR
               END-IF
               IF WS-MISSING-IDS NOT = SPACES
                   MOVE "NO-STAT" TO WS-REASON
                   MOVE WS-CUR-GROSS TO WS-AMOUNT-EDIT
                   MOVE SPACES TO WS-DETAIL-TEXT
                   STRING "gross " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-AMOUNT-EDIT) DELIMITED BY SIZE
                       ", missing:" DELIMITED BY SIZE
                       WS-MISSING-IDS DELIMITED BY "  "
                       INTO WS-DETAIL-TEXT
                   PERFORM WRITE-ANOMALY-LINE
               END-IF
           END-IF.

       WRITE-ANOMALY-LINE.
      *----------------------------------------------------------------
      * WRITE-ANOMALY-LINE - WS-REASON / WS-DETAIL-TEXT against the
      * credit at WS-PAY-IDX.
      *----------------------------------------------------------------
           MOVE WS-REASON TO WS-AL-REASON
           MOVE WS-PAY-ID(WS-PAY-IDX) TO WS-AL-ID
           MOVE WS-PAY-NAME(WS-PAY-IDX) TO WS-AL-NAME
           MOVE WS-PAY-NET(WS-PAY-IDX) TO WS-AL-AMOUNT
           MOVE WS-DETAIL-TEXT TO WS-AL-DETAIL
           WRITE ANOMALY-REPORT-RECORD FROM WS-ANOMALY-LINE
           ADD 1 TO WS-ANOMALY-COUNT.

       LOG-SHARED-ERROR.
      *----------------------------------------------------------------
      * LOG-SHARED-ERROR - Hand the event to ERROR-LOGGER for the
      * consolidated BATCH-EXCEPTIONS.TXT; ON EXCEPTION keeps a
      * standalone run alive when the logger is not linked in.
      *----------------------------------------------------------------
           MOVE "PAYROLL-ANOMALY" TO ERRLOG-PROGRAM
           CALL "ERROR-LOGGER" USING ERRLOG-PARAMETER
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SPACES TO ERRLOG-SEVERITY.

       END PROGRAM PAYROLL-ANOMALY.
