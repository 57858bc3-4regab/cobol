      *   2. Prices the final period from PAYROLL-INPUT.TXT's per-type
      *      basic pay, less the standard statutory shares and the
      *      graduated withholding tax (same brackets the payroll run
      *      uses) - the approved contribution and tax table versions
      *      in force today (RATE-VERSION, see RATEVER.CPY) replace
      *      the built-in ones
      *   3. Adds the prorated 13th month pay (year-to-date basic from
      *      PAYROLL-EMP-YTD.TXT plus this final period, over 12) and
      *      the monetized unused vacation leave from PAYROLL-LEAVE.TXT
      *      carries in PAYROLL-LOANS.TXT - the offset loans are
      *      settled and dropped when the ledger is rewritten, and the
      *      employee's leave entry is paid out and removed, so neither
      *      balance can be collected (or monetized) twice. A TUITION
      *      loan offset this way is also posted to its student's
      *      STUDENT-LEDGER.TXT account as a payment (OR number zero),
      *      the same as a regular salary deduction
      *   5. Writes one itemized clearance statement per separated
      *      employee to PAYROLL-CLEARANCE.TXT, with sign-off lines
      *      for HR, Accounting and the employee
      *   6. Appends "EmployeeID,Name,ClearedOn" per cleared employee
      *      to PAYROLL-CLEARED-IDS.TXT, the standing register
      *      PAYROLL-ANOMALY checks every later bank file against -
      *      anyone on it who is paid again is flagged before release
      *
      * AUTHOR: GROUP2
      *================================================================
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOANS-FILE-STATUS.

       SELECT OPTIONAL STUDENT-LEDGER-FILE
            ASSIGN TO "STUDENT-LEDGER.TXT"
      * Cashier's student payment ledger - a settled TUITION loan is
      * credited to the student it was paying for.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STLEDGER-FILE-STATUS.

       SELECT OPTIONAL PAYROLL-RATE-VERSION-FILE
            ASSIGN TO DYNAMIC WS-RATEVER-FILE-NAME
      * Frozen copy of an approved contribution or tax bracket
      * version (see RATE-MAINT).
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RATEVER-FILE-STATUS.

       SELECT PAYROLL-CLEARANCE-FILE
            ASSIGN TO "PAYROLL-CLEARANCE.TXT"
      * The clearance statements, one signed-off block per separated
      * employee.
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PAYROLL-CLEARED-FILE
            ASSIGN TO "PAYROLL-CLEARED-IDS.TXT"
      * Register of everyone ever cleared, appended run after run -
      * never rewritten, so a later cutoff cannot lose an entry.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CLEARED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-CHANGE-FILE.
               05 LOAN-TYPE            PIC X(10).
               05 LOAN-AMORT           PIC 9(7)V99.
               05 LOAN-BALANCE         PIC 9(9)V99.
               05 LOAN-REF             PIC X(10).

       FD  STUDENT-LEDGER-FILE.
       01  STUDENT-LEDGER-RECORD.
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

       FD  PAYROLL-RATE-VERSION-FILE.
       01  PAYROLL-RATE-VERSION-RECORD PIC X(100).

       FD  PAYROLL-CLEARANCE-FILE.
       01  PAYROLL-CLEARANCE-RECORD    PIC X(100).

       FD  PAYROLL-CLEARED-FILE.
       01  PAYROLL-CLEARED-RECORD      PIC X(60).

       WORKING-STORAGE SECTION.

       01  WS-CHANGE-FILE-STATUS       PIC XX.
       01  WS-EYTD-FILE-STATUS         PIC XX.
       01  WS-LEAVE-FILE-STATUS        PIC XX.
       01  WS-LOANS-FILE-STATUS        PIC XX.
       01  WS-STLEDGER-FILE-STATUS     PIC XX.
       01  WS-TUITION-POSTED-COUNT     PIC 999 VALUE 0.
       01  WS-CLEARED-FILE-STATUS      PIC XX.
       01  WS-CLEARED-LINE             PIC X(60).
       01  WS-CLEARED-DATE             PIC X(10).
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
       01  WS-HAS-ERROR                PIC 9 VALUE 0.

       01  WS-WORKING-DAYS-PER-MONTH   PIC 99 VALUE 22.

      *----------------------------------------------------------------
      * RATE TABLE VERSIONS in force today ("BASE" = built-in)
      *----------------------------------------------------------------
       COPY RATEVER.
       01  WS-RATEVER-FILE-NAME        PIC X(50) VALUE SPACES.
       01  WS-RATEVER-FILE-STATUS      PIC XX.
       01  WS-RATEVER-LINE             PIC X(100).
       01  WS-CONTRIB-VER-ID           PIC X(6) VALUE "BASE".
       01  WS-CONTRIB-VER-FILE         PIC X(50) VALUE SPACES.
       01  WS-WTAX-VER-ID              PIC X(6) VALUE "BASE".
       01  WS-WTAX-VER-FILE            PIC X(50) VALUE SPACES.
       01  WS-RV-FIELDS.
               05 WS-RV-FIELD          PIC X(20) OCCURS 7 TIMES.
       01  WS-RV-BRACKET-COUNT         PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * SEPARATED EMPLOYEES, collected from the change report. The
      * BEFORE image line that follows each "ACTION: SEPARATE" block
                   10 WS-LOAN-TYPE     PIC X(10).
                   10 WS-LOAN-AMORT    PIC 9(7)V99.
                   10 WS-LOAN-BALANCE  PIC 9(9)V99.
                   10 WS-LOAN-REF      PIC X(10).
                   10 WS-LOAN-SETTLED  PIC 9.
      * 1 once the balance was offset on a clearance - dropped when
      * the ledger is rewritten
      * then compute and print one clearance per separated employee
      * and rewrite the ledgers the clearances consumed.
      *----------------------------------------------------------------
           PERFORM RESOLVE-RATE-VERSIONS
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-WTAX-TABLE
           PERFORM COLLECT-SEPARATIONS
           PERFORM LOAD-LEAVE
           PERFORM LOAD-LOANS

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE SPACES TO WS-CLEARED-DATE
           STRING WS-CURRENT-DATETIME(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATETIME(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATETIME(7:2) DELIMITED BY SIZE
               INTO WS-CLEARED-DATE
           OPEN OUTPUT PAYROLL-CLEARANCE-FILE
           OPEN EXTEND PAYROLL-CLEARED-FILE
           PERFORM VARYING WS-SEP-IDX FROM 1 BY 1
               UNTIL WS-SEP-IDX > WS-SEP-COUNT
               PERFORM WRITE-ONE-CLEARANCE
           END-PERFORM
           CLOSE PAYROLL-CLEARANCE-FILE
           CLOSE PAYROLL-CLEARED-FILE

           IF WS-LEAVE-AVAILABLE = 1
               PERFORM SAVE-LEAVE
                                   TO WS-LOAN-AMORT(WS-LOAN-COUNT)
                               MOVE LOAN-BALANCE
                                   TO WS-LOAN-BALANCE(WS-LOAN-COUNT)
                               MOVE LOAN-REF
                                   TO WS-LOAN-REF(WS-LOAN-COUNT)
                               MOVE 0
                                   TO WS-LOAN-SETTLED(WS-LOAN-COUNT)
                           END-IF
           MOVE "Contractual"    TO WS-RATE-TYPE(5)
           MOVE .045             TO WS-RATE-SSS(5)
           MOVE .030             TO WS-RATE-PHILHEALTH(5)
           MOVE .015             TO WS-RATE-PAGIBIG(5)

           IF WS-CONTRIB-VER-FILE NOT = SPACES
               PERFORM APPLY-CONTRIB-VERSION
           END-IF.

       RESOLVE-RATE-VERSIONS.
      *----------------------------------------------------------------
      * RESOLVE-RATE-VERSIONS - The approved contribution and tax
      * bracket versions in force today; a table with none (or no
      * RATE-VERSION module linked) stays on the built-in schedule.
      *----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE SPACES TO RATEVER-AS-OF
           STRING WS-CURRENT-DATETIME(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATETIME(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATETIME(7:2) DELIMITED BY SIZE
               INTO RATEVER-AS-OF
           MOVE "FINAL-PAY" TO RATEVER-PROGRAM

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
           DISPLAY "Rate versions: contributions " WS-CONTRIB-VER-ID
               "  tax " WS-WTAX-VER-ID.

       CALL-RATE-VERSION.
      *----------------------------------------------------------------
      * CALL-RATE-VERSION - A failed CALL is the base schedule.
      *----------------------------------------------------------------
           CALL "RATE-VERSION" USING RATEVER-PARAMETER
               ON EXCEPTION
                   MOVE "B" TO RATEVER-RESULT
                   MOVE "BASE" TO RATEVER-VERSION-ID
           END-CALL.

       APPLY-CONTRIB-VERSION.
      *----------------------------------------------------------------
      * APPLY-CONTRIB-VERSION - Employee shares from the approved
      * "Type,SSS,PhilHealth,PagIBIG,..." version, type by type.
      *----------------------------------------------------------------
           MOVE WS-CONTRIB-VER-FILE TO WS-RATEVER-FILE-NAME
           MOVE 0 TO WS-EOF-FLAG
           OPEN INPUT PAYROLL-RATE-VERSION-FILE
           IF WS-RATEVER-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: rate version "
                   FUNCTION TRIM(WS-RATEVER-FILE-NAME)
                   " not found - built-in shares used"
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
                       END-UNSTRING
                       PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                           UNTIL WS-RATE-IDX > 5
                           IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-RATE-TYPE(WS-RATE-IDX))) =
                               FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-RV-FIELD(1)))
                               MOVE FUNCTION NUMVAL(WS-RV-FIELD(2))
                                   TO WS-RATE-SSS(WS-RATE-IDX)
                               MOVE FUNCTION NUMVAL(WS-RV-FIELD(3))
                                   TO WS-RATE-PHILHEALTH(WS-RATE-IDX)
                               MOVE FUNCTION NUMVAL(WS-RV-FIELD(4))
                                   TO WS-RATE-PAGIBIG(WS-RATE-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           MOVE 0 TO WS-EOF-FLAG
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
      * APPLY-WTAX-VERSION - The approved "LowerBound,BaseTax,Rate"
      * brackets replace the built-in ones outright, exactly as the
      * payroll run applies them; unused slots are unreachable.
      *----------------------------------------------------------------
           MOVE WS-WTAX-VER-FILE TO WS-RATEVER-FILE-NAME
           MOVE 0 TO WS-RV-BRACKET-COUNT
           MOVE 0 TO WS-EOF-FLAG
           OPEN INPUT PAYROLL-RATE-VERSION-FILE
           IF WS-RATEVER-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: tax version "
                   FUNCTION TRIM(WS-RATEVER-FILE-NAME)
                   " not found - built-in brackets used"
               MOVE 1 TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 1
               OR WS-RV-BRACKET-COUNT >= 6
               READ PAYROLL-RATE-VERSION-FILE INTO WS-RATEVER-LINE
                   AT END
                       MOVE 1 TO WS-EOF-FLAG
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
           MOVE 0 TO WS-EOF-FLAG
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
           WRITE PAYROLL-CLEARANCE-RECORD FROM WS-CLR-SIGN-LINE-2
           WRITE PAYROLL-CLEARANCE-RECORD FROM WS-CLR-SIGN-LINE-3
           WRITE PAYROLL-CLEARANCE-RECORD FROM WS-BLANK-LINE

           IF WS-CLEARED-FILE-STATUS = "00"
               OR WS-CLEARED-FILE-STATUS = "05"
               MOVE SPACES TO WS-CLEARED-LINE
               STRING FUNCTION TRIM(WS-SEP-ID(WS-SEP-IDX))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SEP-NAME(WS-SEP-IDX))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-CLEARED-DATE DELIMITED BY SIZE
                   INTO WS-CLEARED-LINE
               WRITE PAYROLL-CLEARED-RECORD FROM WS-CLEARED-LINE
           END-IF
           ADD 1 TO WS-CLEARED-COUNT.

       SAVE-LEAVE.
                   MOVE WS-LOAN-TYPE(WS-LOAN-IDX) TO LOAN-TYPE
                   MOVE WS-LOAN-AMORT(WS-LOAN-IDX) TO LOAN-AMORT
                   MOVE WS-LOAN-BALANCE(WS-LOAN-IDX) TO LOAN-BALANCE
                   MOVE WS-LOAN-REF(WS-LOAN-IDX) TO LOAN-REF
                   WRITE PAYROLL-LOANS-RECORD
               END-IF
           END-PERFORM
           CLOSE PAYROLL-LOANS-FILE
           PERFORM POST-TUITION-OFFSETS.

       POST-TUITION-OFFSETS.
      *----------------------------------------------------------------
      * POST-TUITION-OFFSETS - Every TUITION loan just settled out of
      * a final pay becomes a payment on its student's ledger (OR
      * number zero, the clearance date, the balance offset), so the
      * cashier stops showing a balance payroll already collected.
      *----------------------------------------------------------------
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
               UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               IF WS-LOAN-SETTLED(WS-LOAN-IDX) = 1
                   AND WS-LOAN-TYPE(WS-LOAN-IDX) = "TUITION"
                   AND WS-LOAN-REF(WS-LOAN-IDX) NOT = SPACES
                   AND WS-LOAN-BALANCE(WS-LOAN-IDX) > 0
                   IF WS-TUITION-POSTED-COUNT = 0
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
                   MOVE WS-CLEARED-DATE TO LED-DATE
                   MOVE WS-LOAN-BALANCE(WS-LOAN-IDX) TO LED-AMOUNT
                   MOVE SPACE TO LED-SIGN
                   WRITE STUDENT-LEDGER-RECORD
                   ADD 1 TO WS-TUITION-POSTED-COUNT
               END-IF
           END-PERFORM
           IF WS-TUITION-POSTED-COUNT > 0
               CLOSE STUDENT-LEDGER-FILE
               DISPLAY "Tuition balances settled from final pay and"
                   " posted to STUDENT-LEDGER.TXT: "
                   WS-TUITION-POSTED-COUNT
           END-IF.

       END PROGRAM FINAL-PAY.
