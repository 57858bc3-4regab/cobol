      *================================================================
      * PROGRAM: TUITION-DEDUCTION - DEPENDENT TUITION BY SALARY
      *          DEDUCTION
      *================================================================
      * PURPOSE: Turns what an employee's child still owes on the
      *          student ledger into a recurring salary deduction on
      *          the payroll loans ledger, replacing the side-letter
      *          payment plans. EMPLOYEE-PAYROLL collects it like any
      *          other loan and posts every amount it deducts back to
      *          STUDENT-LEDGER.TXT as a payment, so the cashier and
      *          payroll always show the same balance.
      *
      * HOW IT WORKS:
      *   1. TUITION-DEDUCTION-REQUESTS.TXT holds the employees'
      *      signed salary-deduction authorizations, one
      *        StudentID,EmployeeID,Installments
      *      line each. The student must be linked to that employee
      *      on EMPLOYEE-DEPENDENTS.TXT, the employee must still be
      *      on PAYROLL-EMPLOYEES.TXT, and the student must have a
      *      balance left
      *   2. The student's balance is what CASHIER-POSTING shows:
      *      the TOTAL DUE on the student's STUDENT-BILLING.TXT
      *      statement line less every STUDENT-LEDGER.TXT payment
      *      (cashier receipts and earlier salary deductions alike)
      *   3. An accepted request puts a TUITION loan on
      *      PAYROLL-LOANS.TXT for the employee, carrying the student
      *      ID, with the whole balance spread over the installments
      *      (amortization rounded up to the centavo). A student
      *      already on deduction under the same employee has the
      *      loan restarted over the new installments - how a new
      *      term's balance is spread
      *   4. Every TUITION loan already on the ledger is brought into
      *      line with the student ledger: a balance paid down at the
      *      cashier lowers the loan to match, and a loan the cashier
      *      has paid off is dropped. A loan never rises on its own -
      *      a higher balance needs a fresh authorization
      *   5. PAYROLL-LOANS.TXT is rewritten (other loans untouched)
      *      and TUITION-DEDUCTION-REGISTER.TXT lists every loan set
      *      up, restarted, lowered or dropped and every request
      *      refused, with the reason
      *
      * NOTE: Run it after the cashier's last session and before the
      *       payroll run. Refused requests are logged through
      *       ERROR-LOGGER as WARNINGs; without STUDENT-BILLING.TXT
      *       no balance can be known, so the loans ledger is left
      *       alone and RETURN-CODE is 1. Remove the requests file
      *       once processed - a request left in place restarts the
      *       schedule on every run.
      *
      * AUTHOR: GROUP2
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITION-DEDUCTION.
       AUTHOR. GROUP2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEDUCTION-REQUEST-FILE
               ASSIGN TO "TUITION-DEDUCTION-REQUESTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.
           SELECT OPTIONAL EMPLOYEE-DEPENDENTS-FILE
               ASSIGN TO "EMPLOYEE-DEPENDENTS.TXT"
      * "StudentID,EmployeeID" - the same links TUITION-ASSESSMENT
      * grants the tuition privilege from.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPEND-FILE-STATUS.
           SELECT OPTIONAL ROSTER-FILE
               ASSIGN TO "PAYROLL-EMPLOYEES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-FILE-STATUS.
           SELECT OPTIONAL STUDENT-BILLING-FILE
               ASSIGN TO "STUDENT-BILLING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-FILE-STATUS.
           SELECT OPTIONAL STUDENT-LEDGER-FILE
               ASSIGN TO "STUDENT-LEDGER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT OPTIONAL PAYROLL-LOANS-FILE
               ASSIGN TO "PAYROLL-LOANS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANS-FILE-STATUS.
           SELECT DEDUCTION-REGISTER-FILE
               ASSIGN TO "TUITION-DEDUCTION-REGISTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEDUCTION-REQUEST-FILE.
       01  DEDUCTION-REQUEST-RECORD    PIC X(60).

       FD  EMPLOYEE-DEPENDENTS-FILE.
       01  EMPLOYEE-DEPENDENTS-RECORD  PIC X(30).

       FD  ROSTER-FILE.
       01  ROSTER-RECORD               PIC X(150).

       FD  STUDENT-BILLING-FILE.
       01  STUDENT-BILLING-REC         PIC X(100).

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

       FD  PAYROLL-LOANS-FILE.
       01  PAYROLL-LOANS-RECORD.
      * Same fixed-position layout EMPLOYEE-PAYROLL reads and rewrites.
               05 LOAN-EMP-ID          PIC X(10).
               05 LOAN-TYPE            PIC X(10).
               05 LOAN-AMORT           PIC 9(7)V99.
               05 LOAN-BALANCE         PIC 9(9)V99.
               05 LOAN-REF             PIC X(10).

       FD  DEDUCTION-REGISTER-FILE.
       01  DEDUCTION-REGISTER-RECORD   PIC X(110).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.

       01  WS-REQUEST-FILE-STATUS      PIC XX.
       01  WS-DEPEND-FILE-STATUS       PIC XX.
       01  WS-ROSTER-FILE-STATUS       PIC XX.
       01  WS-BILLING-FILE-STATUS      PIC XX.
       01  WS-LEDGER-FILE-STATUS       PIC XX.
       01  WS-LOANS-FILE-STATUS        PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
       01  WS-HAS-ERROR                PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * LOANS LEDGER (in-memory copy, rewritten at the end)
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
       01  WS-LOAN-IDX                 PIC 999 VALUE 0.
       01  WS-LOAN-MATCH-IDX           PIC 999 VALUE 0.

      *----------------------------------------------------------------
      * STUDENTS OF INTEREST - everyone named on a request or on a
      * TUITION loan, with what the billing and the ledger say
      *----------------------------------------------------------------
       01  WS-MAX-STUDENTS             PIC 999 VALUE 600.
       01  WS-STU-COUNT                PIC 999 VALUE 0.
       01  WS-STUDENT-TABLE.
               05 WS-STU-ENTRY OCCURS 600 TIMES.
                   10 WS-STU-ID        PIC X(10).
                   10 WS-STU-BILLED    PIC 9.
                   10 WS-STU-ASSESSED  PIC 9(7)V99.
                   10 WS-STU-PAID      PIC 9(7)V99.
                   10 WS-STU-BALANCE   PIC 9(7)V99.
       01  WS-STU-IDX                  PIC 999 VALUE 0.
       01  WS-STU-MATCH-IDX            PIC 999 VALUE 0.
       01  WS-LOOKUP-STUDENT           PIC X(10).
       01  WS-BILLING-LINE             PIC X(100).
       01  WS-BILLING-FIELD            PIC X(9).

      *----------------------------------------------------------------
      * AUTHORIZATION REQUESTS
      *----------------------------------------------------------------
       01  WS-MAX-REQUESTS             PIC 999 VALUE 300.
       01  WS-REQ-COUNT                PIC 999 VALUE 0.
       01  WS-REQUEST-TABLE.
               05 WS-REQ-ENTRY OCCURS 300 TIMES.
                   10 WS-REQ-STUDENT   PIC X(10).
                   10 WS-REQ-EMP-ID    PIC X(10).
                   10 WS-REQ-INSTALL   PIC 99.
                   10 WS-REQ-INSTALL-OK PIC 9.
       01  WS-REQ-IDX                  PIC 999 VALUE 0.
       01  WS-REQ-PARSE.
               05 WS-REQ-LINE          PIC X(60).
               05 WS-REQ-TXT-STUDENT   PIC X(10).
               05 WS-REQ-TXT-EMP-ID    PIC X(10).
               05 WS-REQ-TXT-INSTALL   PIC X(5).

       01  WS-MAX-DEPENDENTS           PIC 999 VALUE 500.
       01  WS-DEP-COUNT                PIC 999 VALUE 0.
       01  WS-DEPENDENT-TABLE.
               05 WS-DEP-ENTRY OCCURS 500 TIMES.
                   10 WS-DEP-STUDENT   PIC X(10).
                   10 WS-DEP-EMP-ID    PIC X(10).
       01  WS-DEP-IDX                  PIC 999 VALUE 0.
       01  WS-DEP-PARSE.
               05 WS-DEP-LINE          PIC X(30).
               05 WS-DEP-TXT-STUDENT   PIC X(10).
               05 WS-DEP-TXT-EMP-ID    PIC X(10).

       01  WS-MAX-ROSTER               PIC 9999 VALUE 1000.
       01  WS-ROSTER-COUNT             PIC 9999 VALUE 0.
       01  WS-ROSTER-TABLE.
               05 WS-RST-ID OCCURS 1000 TIMES PIC X(10).
       01  WS-RST-IDX                  PIC 9999 VALUE 0.
       01  WS-ROSTER-PARSE.
               05 WS-RP-LINE           PIC X(150).
               05 WS-RP-TYPE           PIC X(15).
               05 WS-RP-ID             PIC X(10).

       01  WS-FOUND-FLAG               PIC 9 VALUE 0.
       01  WS-REFUSE-REASON            PIC X(34).
       01  WS-OLD-BALANCE              PIC 9(9)V99 VALUE 0.
       01  WS-NEW-AMORT                PIC 9(7)V99 VALUE 0.
       01  WS-NEW-COUNT                PIC 999 VALUE 0.
       01  WS-RESTART-COUNT            PIC 999 VALUE 0.
       01  WS-LOWERED-COUNT            PIC 999 VALUE 0.
       01  WS-DROPPED-COUNT            PIC 999 VALUE 0.
       01  WS-REFUSED-COUNT            PIC 999 VALUE 0.

      *----------------------------------------------------------------
      * REGISTER LAYOUT
      *----------------------------------------------------------------
       01  WS-BLANK-LINE               PIC X(110) VALUE SPACES.
       01  WS-TDR-TITLE-LINE.
               05 FILLER               PIC X(22) VALUE SPACES.
               05 FILLER               PIC X(40)
                   VALUE "TUITION SALARY DEDUCTION REGISTER".
       01  WS-TDR-COL-HDR.
               05 FILLER               PIC X(12) VALUE "STUDENT ID".
               05 FILLER               PIC X(12) VALUE "EMPLOYEE ID".
               05 FILLER               PIC X(10) VALUE "ACTION".
               05 FILLER               PIC X(13) VALUE "  LEDGER BAL".
               05 FILLER               PIC X(13) VALUE "    LOAN BAL".
               05 FILLER               PIC X(12) VALUE "  PER RUN".
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 FILLER               PIC X(20) VALUE "REMARKS".
       01  WS-TDR-DETAIL-LINE.
               05 WS-TDL-STUDENT       PIC X(12).
               05 WS-TDL-EMP-ID        PIC X(12).
               05 WS-TDL-ACTION        PIC X(10).
               05 WS-TDL-LEDGER        PIC ZZZ,ZZ9.99.
               05 FILLER               PIC X(3)  VALUE SPACES.
               05 WS-TDL-LOAN          PIC ZZZ,ZZ9.99.
               05 FILLER               PIC X(3)  VALUE SPACES.
               05 WS-TDL-AMORT         PIC ZZ,ZZ9.99.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-TDL-REMARK        PIC X(34).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *----------------------------------------------------------------
      * MAIN-PROCEDURE - Load the ledgers and the requests, price
      * every student involved, sync the existing TUITION loans,
      * apply the requests, then rewrite the loans ledger.
      *----------------------------------------------------------------
           PERFORM LOAD-LOANS
           PERFORM LOAD-REQUESTS
           PERFORM LOAD-DEPENDENTS
           PERFORM LOAD-ROSTER

           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
               UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               IF WS-LOAN-TYPE(WS-LOAN-IDX) = "TUITION"
                   AND WS-LOAN-REF(WS-LOAN-IDX) NOT = SPACES
                   MOVE WS-LOAN-REF(WS-LOAN-IDX) TO WS-LOOKUP-STUDENT
                   PERFORM FIND-OR-ADD-STUDENT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT
               MOVE WS-REQ-STUDENT(WS-REQ-IDX) TO WS-LOOKUP-STUDENT
               PERFORM FIND-OR-ADD-STUDENT
           END-PERFORM
           IF WS-STU-COUNT = 0
               DISPLAY "No TUITION loans and no deduction requests -"
                   " nothing to do"
               GOBACK
           END-IF

           PERFORM LOAD-ASSESSMENTS
           IF WS-HAS-ERROR = 1
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-LEDGER-PAYMENTS
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
               UNTIL WS-STU-IDX > WS-STU-COUNT
               IF WS-STU-PAID(WS-STU-IDX) <
                   WS-STU-ASSESSED(WS-STU-IDX)
                   COMPUTE WS-STU-BALANCE(WS-STU-IDX) =
                       WS-STU-ASSESSED(WS-STU-IDX) -
                       WS-STU-PAID(WS-STU-IDX)
               ELSE
                   MOVE 0 TO WS-STU-BALANCE(WS-STU-IDX)
               END-IF
           END-PERFORM

           OPEN OUTPUT DEDUCTION-REGISTER-FILE
           WRITE DEDUCTION-REGISTER-RECORD FROM WS-TDR-TITLE-LINE
           WRITE DEDUCTION-REGISTER-RECORD FROM WS-BLANK-LINE
           WRITE DEDUCTION-REGISTER-RECORD FROM WS-TDR-COL-HDR
           WRITE DEDUCTION-REGISTER-RECORD FROM WS-BLANK-LINE
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
               UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               IF WS-LOAN-TYPE(WS-LOAN-IDX) = "TUITION"
                   AND WS-LOAN-REF(WS-LOAN-IDX) NOT = SPACES
                   PERFORM SYNC-TUITION-LOAN
               END-IF
           END-PERFORM
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT
               PERFORM APPLY-DEDUCTION-REQUEST
           END-PERFORM
           CLOSE DEDUCTION-REGISTER-FILE

           PERFORM SAVE-LOANS
           DISPLAY "Tuition salary deductions: " WS-NEW-COUNT
               " new, " WS-RESTART-COUNT " restarted, "
               WS-LOWERED-COUNT " lowered, " WS-DROPPED-COUNT
               " paid off, " WS-REFUSED-COUNT " refused - see"
               " TUITION-DEDUCTION-REGISTER.TXT"
           MOVE WS-HAS-ERROR TO RETURN-CODE
           GOBACK.

       LOAD-LOANS.
      *----------------------------------------------------------------
      * LOAD-LOANS - The whole loans ledger, every loan type, so the
      * rewrite carries the other loans through untouched.
      *----------------------------------------------------------------
           OPEN INPUT PAYROLL-LOANS-FILE
           IF WS-LOANS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-LOAN-COUNT >= WS-MAX-LOANS
                   READ PAYROLL-LOANS-FILE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF LOAN-BALANCE > 0
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
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE PAYROLL-LOANS-FILE.

       LOAD-REQUESTS.
      *----------------------------------------------------------------
      * LOAD-REQUESTS - One "StudentID,EmployeeID,Installments"
      * authorization per line. A non-numeric or zero installment
      * count is kept and refused later with its reason.
      *----------------------------------------------------------------
           OPEN INPUT DEDUCTION-REQUEST-FILE
           IF WS-REQUEST-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-REQ-COUNT >= WS-MAX-REQUESTS
                   READ DEDUCTION-REQUEST-FILE INTO WS-REQ-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-REQ-LINE) NOT = SPACES
                               MOVE SPACES TO WS-REQ-TXT-STUDENT
                               MOVE SPACES TO WS-REQ-TXT-EMP-ID
                               MOVE SPACES TO WS-REQ-TXT-INSTALL
                               UNSTRING WS-REQ-LINE DELIMITED BY ","
                                   INTO WS-REQ-TXT-STUDENT
                                        WS-REQ-TXT-EMP-ID
                                        WS-REQ-TXT-INSTALL
                               END-UNSTRING
                               ADD 1 TO WS-REQ-COUNT
                               MOVE FUNCTION TRIM(WS-REQ-TXT-STUDENT)
                                   TO WS-REQ-STUDENT(WS-REQ-COUNT)
                               MOVE FUNCTION TRIM(WS-REQ-TXT-EMP-ID)
                                   TO WS-REQ-EMP-ID(WS-REQ-COUNT)
                               MOVE 0 TO WS-REQ-INSTALL(WS-REQ-COUNT)
                               MOVE 0
                                   TO WS-REQ-INSTALL-OK(WS-REQ-COUNT)
                               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                                       WS-REQ-TXT-INSTALL)) = ZERO
                                   IF FUNCTION NUMVAL(
                                           WS-REQ-TXT-INSTALL) >= 1
                                       AND FUNCTION NUMVAL(
                                           WS-REQ-TXT-INSTALL) <= 99
                                       MOVE FUNCTION NUMVAL(
                                           WS-REQ-TXT-INSTALL)
                                           TO WS-REQ-INSTALL(
                                               WS-REQ-COUNT)
                                       MOVE 1 TO WS-REQ-INSTALL-OK(
                                           WS-REQ-COUNT)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE DEDUCTION-REQUEST-FILE.

       LOAD-DEPENDENTS.
      *----------------------------------------------------------------
      * LOAD-DEPENDENTS - The student-to-employee links.
      *----------------------------------------------------------------
           OPEN INPUT EMPLOYEE-DEPENDENTS-FILE
           IF WS-DEPEND-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-DEP-COUNT >= WS-MAX-DEPENDENTS
                   READ EMPLOYEE-DEPENDENTS-FILE INTO WS-DEP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-DEP-LINE) NOT = SPACES
                               MOVE SPACES TO WS-DEP-TXT-STUDENT
                               MOVE SPACES TO WS-DEP-TXT-EMP-ID
                               UNSTRING WS-DEP-LINE DELIMITED BY ","
                                   INTO WS-DEP-TXT-STUDENT
                                        WS-DEP-TXT-EMP-ID
                               END-UNSTRING
                               ADD 1 TO WS-DEP-COUNT
                               MOVE FUNCTION TRIM(WS-DEP-TXT-STUDENT)
                                   TO WS-DEP-STUDENT(WS-DEP-COUNT)
                               MOVE FUNCTION TRIM(WS-DEP-TXT-EMP-ID)
                                   TO WS-DEP-EMP-ID(WS-DEP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE EMPLOYEE-DEPENDENTS-FILE.

       LOAD-ROSTER.
      *----------------------------------------------------------------
      * LOAD-ROSTER - IDs of the employees still on the payroll
      * roster (Type,ID,... - the ID is the 2nd field).
      *----------------------------------------------------------------
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-ROSTER-COUNT >= WS-MAX-ROSTER
                   READ ROSTER-FILE INTO WS-RP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-RP-LINE) NOT = SPACES
                               MOVE SPACES TO WS-RP-TYPE WS-RP-ID
                               UNSTRING WS-RP-LINE DELIMITED BY ","
                                   INTO WS-RP-TYPE
                                        WS-RP-ID
                               END-UNSTRING
                               ADD 1 TO WS-ROSTER-COUNT
                               MOVE FUNCTION TRIM(WS-RP-ID)
                                   TO WS-RST-ID(WS-ROSTER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE ROSTER-FILE.

       FIND-OR-ADD-STUDENT.
      *----------------------------------------------------------------
      * FIND-OR-ADD-STUDENT - WS-STU-MATCH-IDX = the student table
      * entry for WS-LOOKUP-STUDENT, created on first sight.
      *----------------------------------------------------------------
           MOVE 0 TO WS-STU-MATCH-IDX
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
               UNTIL WS-STU-IDX > WS-STU-COUNT
               IF WS-STU-ID(WS-STU-IDX) = WS-LOOKUP-STUDENT
                   MOVE WS-STU-IDX TO WS-STU-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-STU-MATCH-IDX = 0
               AND WS-STU-COUNT < WS-MAX-STUDENTS
               AND WS-LOOKUP-STUDENT NOT = SPACES
               ADD 1 TO WS-STU-COUNT
               MOVE WS-STU-COUNT TO WS-STU-MATCH-IDX
               MOVE WS-LOOKUP-STUDENT TO WS-STU-ID(WS-STU-MATCH-IDX)
               MOVE 0 TO WS-STU-BILLED(WS-STU-MATCH-IDX)
               MOVE 0 TO WS-STU-ASSESSED(WS-STU-MATCH-IDX)
               MOVE 0 TO WS-STU-PAID(WS-STU-MATCH-IDX)
               MOVE 0 TO WS-STU-BALANCE(WS-STU-MATCH-IDX)
           END-IF.

       LOAD-ASSESSMENTS.
      *----------------------------------------------------------------
      * LOAD-ASSESSMENTS - Each student's TOTAL DUE off their
      * STUDENT-BILLING.TXT statement line (ID leads the line, total
      * in the fixed column 88/9 - the same reading CASHIER-POSTING
      * does). Without the billing there is no balance to deduct.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-BILLING-FILE
           IF WS-BILLING-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ STUDENT-BILLING-FILE INTO WS-BILLING-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                               UNTIL WS-STU-IDX > WS-STU-COUNT
                               IF WS-BILLING-LINE(1:10) =
                                   WS-STU-ID(WS-STU-IDX)
                                   MOVE WS-BILLING-LINE(88:9)
                                       TO WS-BILLING-FIELD
                                   IF FUNCTION TEST-NUMVAL-C(
                                           WS-BILLING-FIELD) = ZERO
                                       COMPUTE WS-STU-ASSESSED(
                                           WS-STU-IDX) =
                                           FUNCTION NUMVAL-C(
                                               WS-BILLING-FIELD)
                                       MOVE 1
                                           TO WS-STU-BILLED(WS-STU-IDX)
                                   END-IF
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           ELSE
               DISPLAY "ERROR: STUDENT-BILLING.TXT not readable -"
                   " no student balance can be known, loans left"
                   " unchanged"
               MOVE "PAY111" TO ERRLOG-CODE
               SET ERRLOG-SEV-ERROR TO TRUE
               MOVE "STUDENT-BILLING.TXT not readable - tuition"
                   & " deductions not synced" TO ERRLOG-MESSAGE
               PERFORM LOG-SHARED-ERROR
               MOVE 1 TO WS-HAS-ERROR
           END-IF
           CLOSE STUDENT-BILLING-FILE.

       LOAD-LEDGER-PAYMENTS.
      *----------------------------------------------------------------
      * LOAD-LEDGER-PAYMENTS - Every payment on the student ledger,
      * cashier receipt or salary deduction, into the student's paid
      * total, less any refund disbursed back to the student.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ STUDENT-LEDGER-FILE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                               UNTIL WS-STU-IDX > WS-STU-COUNT
                               IF WS-STU-ID(WS-STU-IDX) = LED-ID
                                   IF LED-SIGN = "-" OR LED-SIGN = "S"
                                       OR LED-SIGN = "V"
                                       SUBTRACT LED-AMOUNT
                                           FROM WS-STU-PAID(WS-STU-IDX)
                                   ELSE
                                       ADD LED-AMOUNT
                                           TO WS-STU-PAID(WS-STU-IDX)
                                   END-IF
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-LEDGER-FILE.

       SYNC-TUITION-LOAN.
      *----------------------------------------------------------------
      * SYNC-TUITION-LOAN - Bring the TUITION loan at WS-LOAN-IDX
      * down to its student's ledger balance when the cashier has
      * collected some of it; drop it when nothing is left. A
      * student with no statement line this run is left alone.
      *----------------------------------------------------------------
           MOVE WS-LOAN-REF(WS-LOAN-IDX) TO WS-LOOKUP-STUDENT
           PERFORM FIND-OR-ADD-STUDENT
           IF WS-STU-MATCH-IDX > 0
               IF WS-STU-BILLED(WS-STU-MATCH-IDX) = 1
                   AND WS-STU-BALANCE(WS-STU-MATCH-IDX) <
                       WS-LOAN-BALANCE(WS-LOAN-IDX)
                   MOVE WS-LOAN-BALANCE(WS-LOAN-IDX) TO WS-OLD-BALANCE
                   MOVE WS-STU-BALANCE(WS-STU-MATCH-IDX)
                       TO WS-LOAN-BALANCE(WS-LOAN-IDX)
                   MOVE WS-LOAN-REF(WS-LOAN-IDX) TO WS-TDL-STUDENT
                   MOVE WS-LOAN-EMP-ID(WS-LOAN-IDX) TO WS-TDL-EMP-ID
                   MOVE WS-STU-BALANCE(WS-STU-MATCH-IDX)
                       TO WS-TDL-LEDGER
                   MOVE WS-LOAN-BALANCE(WS-LOAN-IDX) TO WS-TDL-LOAN
                   MOVE WS-LOAN-AMORT(WS-LOAN-IDX) TO WS-TDL-AMORT
                   IF WS-LOAN-BALANCE(WS-LOAN-IDX) = 0
                       MOVE "PAID OFF" TO WS-TDL-ACTION
                       MOVE "settled at the cashier - dropped"
                           TO WS-TDL-REMARK
                       ADD 1 TO WS-DROPPED-COUNT
                   ELSE
                       MOVE "LOWERED" TO WS-TDL-ACTION
                       MOVE "cashier payment since last run"
                           TO WS-TDL-REMARK
                       ADD 1 TO WS-LOWERED-COUNT
                   END-IF
                   WRITE DEDUCTION-REGISTER-RECORD
                       FROM WS-TDR-DETAIL-LINE
               END-IF
           END-IF.

       APPLY-DEDUCTION-REQUEST.
      *----------------------------------------------------------------
      * APPLY-DEDUCTION-REQUEST - Validate the authorization at
      * WS-REQ-IDX and put (or restart) the employee's TUITION loan
      * for the student. A refusal is written to the register and
      * logged with its reason.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE WS-REQ-STUDENT(WS-REQ-IDX) TO WS-LOOKUP-STUDENT
           PERFORM FIND-OR-ADD-STUDENT

           MOVE 0 TO WS-FOUND-FLAG
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEP-COUNT
               IF WS-DEP-STUDENT(WS-DEP-IDX) =
                   WS-REQ-STUDENT(WS-REQ-IDX)
                   AND WS-DEP-EMP-ID(WS-DEP-IDX) =
                       WS-REQ-EMP-ID(WS-REQ-IDX)
                   MOVE 1 TO WS-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-FOUND-FLAG = 0
               MOVE "not a dependent of this employee"
                   TO WS-REFUSE-REASON
           END-IF

           IF WS-REFUSE-REASON = SPACES
               MOVE 0 TO WS-FOUND-FLAG
               PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                   UNTIL WS-RST-IDX > WS-ROSTER-COUNT
                   IF WS-RST-ID(WS-RST-IDX) = WS-REQ-EMP-ID(WS-REQ-IDX)
                       MOVE 1 TO WS-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF WS-FOUND-FLAG = 0
                   MOVE "employee not on the active roster"
                       TO WS-REFUSE-REASON
               END-IF
           END-IF

           IF WS-REFUSE-REASON = SPACES
               AND WS-REQ-INSTALL-OK(WS-REQ-IDX) = 0
               MOVE "installments must be 1 to 99"
                   TO WS-REFUSE-REASON
           END-IF

           IF WS-REFUSE-REASON = SPACES
               IF WS-STU-MATCH-IDX = 0
                   MOVE "no statement on STUDENT-BILLING"
                       TO WS-REFUSE-REASON
               ELSE
                   IF WS-STU-BILLED(WS-STU-MATCH-IDX) = 0
                       MOVE "no statement on STUDENT-BILLING"
                           TO WS-REFUSE-REASON
                   ELSE
                       IF WS-STU-BALANCE(WS-STU-MATCH-IDX) = 0
                           MOVE "no balance left on the ledger"
                               TO WS-REFUSE-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF

           MOVE 0 TO WS-LOAN-MATCH-IDX
           IF WS-REFUSE-REASON = SPACES
               PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
                   IF WS-LOAN-TYPE(WS-LOAN-IDX) = "TUITION"
                       AND WS-LOAN-REF(WS-LOAN-IDX) =
                           WS-REQ-STUDENT(WS-REQ-IDX)
                       AND WS-LOAN-BALANCE(WS-LOAN-IDX) > 0
                       IF WS-LOAN-EMP-ID(WS-LOAN-IDX) =
                           WS-REQ-EMP-ID(WS-REQ-IDX)
                           MOVE WS-LOAN-IDX TO WS-LOAN-MATCH-IDX
                       ELSE
                           MOVE "already deducted from another"
                               & " parent" TO WS-REFUSE-REASON
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           IF WS-REFUSE-REASON = SPACES
               AND WS-LOAN-MATCH-IDX = 0
               IF WS-LOAN-COUNT >= WS-MAX-LOANS
                   MOVE "loans ledger is full"
                       TO WS-REFUSE-REASON
               ELSE
                   ADD 1 TO WS-LOAN-COUNT
                   MOVE WS-LOAN-COUNT TO WS-LOAN-MATCH-IDX
                   MOVE WS-REQ-EMP-ID(WS-REQ-IDX)
                       TO WS-LOAN-EMP-ID(WS-LOAN-MATCH-IDX)
                   MOVE "TUITION" TO WS-LOAN-TYPE(WS-LOAN-MATCH-IDX)
                   MOVE WS-REQ-STUDENT(WS-REQ-IDX)
                       TO WS-LOAN-REF(WS-LOAN-MATCH-IDX)
                   MOVE "NEW" TO WS-TDL-ACTION
                   MOVE "salary deduction authorized"
                       TO WS-TDL-REMARK
                   ADD 1 TO WS-NEW-COUNT
               END-IF
           ELSE
               IF WS-REFUSE-REASON = SPACES
                   MOVE "RESTARTED" TO WS-TDL-ACTION
                   MOVE "balance re-spread over new terms"
                       TO WS-TDL-REMARK
                   ADD 1 TO WS-RESTART-COUNT
               END-IF
           END-IF

           MOVE WS-REQ-STUDENT(WS-REQ-IDX) TO WS-TDL-STUDENT
           MOVE WS-REQ-EMP-ID(WS-REQ-IDX) TO WS-TDL-EMP-ID
           IF WS-REFUSE-REASON = SPACES
               MOVE WS-STU-BALANCE(WS-STU-MATCH-IDX)
                   TO WS-LOAN-BALANCE(WS-LOAN-MATCH-IDX)
               COMPUTE WS-NEW-AMORT ROUNDED =
                   WS-STU-BALANCE(WS-STU-MATCH-IDX) /
                   WS-REQ-INSTALL(WS-REQ-IDX)
               IF WS-NEW-AMORT * WS-REQ-INSTALL(WS-REQ-IDX) <
                   WS-STU-BALANCE(WS-STU-MATCH-IDX)
                   ADD 0.01 TO WS-NEW-AMORT
      * Round up so the last installment never leaves a centavo
      * stranded on the ledger
               END-IF
               MOVE WS-NEW-AMORT TO WS-LOAN-AMORT(WS-LOAN-MATCH-IDX)
               MOVE WS-STU-BALANCE(WS-STU-MATCH-IDX) TO WS-TDL-LEDGER
               MOVE WS-LOAN-BALANCE(WS-LOAN-MATCH-IDX) TO WS-TDL-LOAN
               MOVE WS-NEW-AMORT TO WS-TDL-AMORT
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED" TO WS-TDL-ACTION
               MOVE WS-REFUSE-REASON TO WS-TDL-REMARK
               MOVE 0 TO WS-TDL-LEDGER
               IF WS-STU-MATCH-IDX > 0
                   MOVE WS-STU-BALANCE(WS-STU-MATCH-IDX)
                       TO WS-TDL-LEDGER
               END-IF
               MOVE 0 TO WS-TDL-LOAN
               MOVE 0 TO WS-TDL-AMORT
               MOVE "PAY111" TO ERRLOG-CODE
               SET ERRLOG-SEV-WARNING TO TRUE
               MOVE SPACES TO ERRLOG-MESSAGE
               STRING "Tuition deduction refused for student "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REQ-STUDENT(WS-REQ-IDX))
                       DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REFUSE-REASON) DELIMITED BY SIZE
                   INTO ERRLOG-MESSAGE
               PERFORM LOG-SHARED-ERROR
           END-IF
           WRITE DEDUCTION-REGISTER-RECORD FROM WS-TDR-DETAIL-LINE.

       SAVE-LOANS.
      *----------------------------------------------------------------
      * SAVE-LOANS - Rewrite PAYROLL-LOANS.TXT, dropping any loan
      * whose balance is now zero.
      *----------------------------------------------------------------
           OPEN OUTPUT PAYROLL-LOANS-FILE
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
               UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               IF WS-LOAN-BALANCE(WS-LOAN-IDX) > 0
                   MOVE WS-LOAN-EMP-ID(WS-LOAN-IDX) TO LOAN-EMP-ID
                   MOVE WS-LOAN-TYPE(WS-LOAN-IDX) TO LOAN-TYPE
                   MOVE WS-LOAN-AMORT(WS-LOAN-IDX) TO LOAN-AMORT
                   MOVE WS-LOAN-BALANCE(WS-LOAN-IDX) TO LOAN-BALANCE
                   MOVE WS-LOAN-REF(WS-LOAN-IDX) TO LOAN-REF
                   WRITE PAYROLL-LOANS-RECORD
               END-IF
           END-PERFORM
           CLOSE PAYROLL-LOANS-FILE.

       LOG-SHARED-ERROR.
      *----------------------------------------------------------------
      * LOG-SHARED-ERROR - Hand the event to ERROR-LOGGER for the
      * consolidated BATCH-EXCEPTIONS.TXT; ON EXCEPTION keeps a
      * standalone run alive when the logger is not linked in.
      *----------------------------------------------------------------
           MOVE "TUITION-DEDUCTION" TO ERRLOG-PROGRAM
           CALL "ERROR-LOGGER" USING ERRLOG-PARAMETER
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SPACES TO ERRLOG-SEVERITY.

       END PROGRAM TUITION-DEDUCTION.
