      *================================================================
      * PROGRAM: REFUND-DISBURSEMENT - STUDENT REFUND PAYMENT RUN
      *================================================================
      * PURPOSE: Pays the drop refunds STUDENT-STATUS-MAINT assesses
      *          instead of leaving them on STUDENT-REFUND-ASSESSMENT
      *          .TXT for accounting to write manual checks against.
      *          Approved refunds go out through the payroll
      *          disbursement machinery - a check numbered from the
      *          controlled PAYROLL-CHECK-RANGE.TXT series (so
      *          CHECK-RECON covers it) or a bank credit - and both
      *          outputs wait for the same RELEASE-APPROVAL
      *          maker-checker as the payroll bank file.
      *
      * HOW IT WORKS:
      *   1. STUDENT-REFUND-PAYABLES.TXT is the standing list of
      *      refunds owed. Every refund on
      *      STUDENT-REFUND-ASSESSMENT.TXT that is not on it yet
      *      (same refund reference - the SM/AD reference
      *      STUDENT-STATUS-MAINT and ADD-DROP give each refund;
      *      same student and amount for a line without one) is
      *      added as OPEN, dated the day it was picked up
      *   2. STUDENT-REFUND-APPROVALS.TXT holds accounting's signed
      *      approvals, one
      *        StudentID,Amount,Method,BankCode,AccountNo,ApprovedBy,
      *        RefundRef
      *      line each. Method is CHECK or BANK (bank code and
      *      account required for BANK). An approval carrying the
      *      refund reference pays exactly that refund, and its
      *      amount must agree. Without one it must name the exact
      *      amount of the student's only OPEN refund for that
      *      amount - if two are open the reference is required.
      *      An approval for a refund already paid is skipped
      *   3. A refund is never more than the student has actually
      *      paid: the STUDENT-LEDGER.TXT payments less any earlier
      *      refunds and late-payment surcharges. Refused approvals
      *      are logged through ERROR-LOGGER as WARNINGs and the
      *      refund stays OPEN
      *   4. CHECK: the next number from PAYROLL-CHECK-RANGE.TXT, a
      *      line on STUDENT-REFUND-CHECKS-STAGED.TXT and an ISSUED
      *      entry (period REFUND) on PAYROLL-CHECK-LEDGER.TXT.
      *      BANK: a credit line on STUDENT-REFUND-BANKFILE-STAGED
      *      .TXT in the payroll bank-file layout, with its TRAILER.
      *      RELEASE-APPROVAL turns the staged pair into
      *      STUDENT-REFUND-CHECKS.TXT / STUDENT-REFUND-BANKFILE.TXT.
      *      Both staged files are sealed through CONTROL-SEAL as
      *      they are closed, so an edit before release is caught
      *   5. Every payment posts a "-" entry to STUDENT-LEDGER.TXT
      *      (check number as the OR number, 0 for a bank credit),
      *      taking it back off the student's paid total, and the
      *      refund is marked PAID on the payables list
      *   6. STUDENT-REFUND-AGING.TXT lists every refund still OPEN
      *      with its age in days, bucketed 0-30 / 31-60 / 61-90 /
      *      over 90
      *
      * NOTE: Launched from OPERATOR-CONSOLE (REFUND DISBURSEMENT
      *       RUN) so RELEASE-APPROVAL knows the preparer. A staged
      *       batch not yet released blocks new payments - release
      *       it first - but assessments are still picked up and
      *       the aging list still written. Remove the approvals
      *       file once processed.
      *
      * AUTHOR: GROUP2
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUND-DISBURSEMENT.
       AUTHOR. GROUP2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REFUND-ASSESSMENT-FILE
               ASSIGN TO "STUDENT-REFUND-ASSESSMENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSESS-FILE-STATUS.
           SELECT OPTIONAL REFUND-PAYABLES-FILE
               ASSIGN TO "STUDENT-REFUND-PAYABLES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYABLE-FILE-STATUS.
           SELECT OPTIONAL REFUND-APPROVAL-FILE
               ASSIGN TO "STUDENT-REFUND-APPROVALS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-FILE-STATUS.
           SELECT OPTIONAL ENROLLMENT-FILE
               ASSIGN TO "STUDENT-ENROLLMENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-FILE-STATUS.
           SELECT OPTIONAL STUDENT-LEDGER-FILE
               ASSIGN TO "STUDENT-LEDGER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT OPTIONAL PAYROLL-CHECK-RANGE-FILE
               ASSIGN TO "PAYROLL-CHECK-RANGE.TXT"
      * The payroll run's controlled check series - one series for
      * every check the school writes.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKRNG-FILE-STATUS.
           SELECT OPTIONAL PAYROLL-CHECK-LEDGER-FILE
               ASSIGN TO "PAYROLL-CHECK-LEDGER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKLED-FILE-STATUS.
           SELECT OPTIONAL REFUND-CHECKS-STAGED-FILE
               ASSIGN TO "STUDENT-REFUND-CHECKS-STAGED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STGCHK-FILE-STATUS.
           SELECT OPTIONAL REFUND-CHECKS-RELEASED-FILE
               ASSIGN TO "STUDENT-REFUND-CHECKS.TXT"
      * Read only, to tell whether the last staged batch has been
      * released - RELEASE-APPROVAL writes it.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELCHK-FILE-STATUS.
           SELECT REFUND-BANK-STAGED-FILE
               ASSIGN TO "STUDENT-REFUND-BANKFILE-STAGED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REFUND-AGING-FILE
               ASSIGN TO "STUDENT-REFUND-AGING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REFUND-ASSESSMENT-FILE.
       01  REFUND-ASSESSMENT-RECORD    PIC X(100).

       FD  REFUND-PAYABLES-FILE.
       01  REFUND-PAYABLES-RECORD.
      * Fixed-position fields, written and read back by this program
      * only - same no-delimiter pattern as the loans ledger.
               05 RFP-STUDENT-ID       PIC X(10).
               05 RFP-NAME             PIC X(25).
               05 RFP-ASSESSED-DATE    PIC X(10).
               05 RFP-AMOUNT           PIC 9(7)V99.
               05 RFP-STATUS           PIC X(8).
               05 RFP-METHOD           PIC X(5).
               05 RFP-CHECK-NO         PIC 9(8).
               05 RFP-PAID-DATE        PIC X(10).
               05 RFP-APPROVED-BY      PIC X(10).
      * Blank on payables picked up before assessments carried one.
               05 RFP-REFUND-REF       PIC X(20).

       FD  REFUND-APPROVAL-FILE.
       01  REFUND-APPROVAL-RECORD      PIC X(100).

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD           PIC X(90).

       FD  STUDENT-LEDGER-FILE.
       01  STUDENT-LEDGER-RECORD.
      * Same fixed-position layout CASHIER-POSTING writes.
               05 LED-ID               PIC X(10).
               05 LED-OR-NO            PIC 9(8).
               05 LED-DATE             PIC X(10).
               05 LED-AMOUNT           PIC 9(7)V99.
               05 LED-SIGN             PIC X.

       FD  PAYROLL-CHECK-RANGE-FILE.
       01  PAYROLL-CHECK-RANGE-RECORD  PIC X(20).

       FD  PAYROLL-CHECK-LEDGER-FILE.
       01  PAYROLL-CHECK-LEDGER-RECORD.
      * Same fixed-position layout EMPLOYEE-PAYROLL writes and
      * CHECK-RECON reads back.
               05 CHK-NO               PIC 9(8).
               05 CHK-EMP-ID           PIC X(10).
               05 CHK-NAME             PIC X(25).
               05 CHK-PERIOD           PIC X(10).
               05 CHK-AMOUNT           PIC 9(9)V99.
               05 CHK-STATUS           PIC X(8).

       FD  REFUND-CHECKS-STAGED-FILE.
       01  REFUND-CHECKS-STAGED-REC    PIC X(100).

       FD  REFUND-CHECKS-RELEASED-FILE.
       01  REFUND-CHECKS-RELEASED-REC  PIC X(100).

       FD  REFUND-BANK-STAGED-FILE.
       01  REFUND-BANK-STAGED-RECORD   PIC X(80).

       FD  REFUND-AGING-FILE.
       01  REFUND-AGING-RECORD         PIC X(120).

       WORKING-STORAGE SECTION.
       COPY ERRLOG.
       COPY SEALPARM.

       01  WS-ASSESS-FILE-STATUS       PIC XX.
       01  WS-PAYABLE-FILE-STATUS      PIC XX.
       01  WS-APPROVAL-FILE-STATUS     PIC XX.
       01  WS-ENROLL-FILE-STATUS       PIC XX.
       01  WS-LEDGER-FILE-STATUS       PIC XX.
       01  WS-CHKRNG-FILE-STATUS       PIC XX.
       01  WS-CHKLED-FILE-STATUS       PIC XX.
       01  WS-STGCHK-FILE-STATUS       PIC XX.
       01  WS-RELCHK-FILE-STATUS       PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
       01  WS-HAS-ERROR                PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * REFUND PAYABLES (in-memory copy, rewritten at the end)
      *----------------------------------------------------------------
       01  WS-MAX-PAYABLES             PIC 9999 VALUE 2000.
       01  WS-PAYABLE-COUNT            PIC 9999 VALUE 0.
       01  WS-PAYABLE-TABLE.
               05 WS-PAY-ENTRY OCCURS 2000 TIMES.
                   10 WS-PAY-STUDENT   PIC X(10).
                   10 WS-PAY-NAME      PIC X(25).
                   10 WS-PAY-ASSESSED  PIC X(10).
                   10 WS-PAY-AMOUNT    PIC 9(7)V99.
                   10 WS-PAY-STATUS    PIC X(8).
                   10 WS-PAY-METHOD    PIC X(5).
                   10 WS-PAY-CHECK-NO  PIC 9(8).
                   10 WS-PAY-PAID-DATE PIC X(10).
                   10 WS-PAY-APPROVER  PIC X(10).
                   10 WS-PAY-REF       PIC X(20).
       01  WS-PAY-IDX                  PIC 9999 VALUE 0.
       01  WS-PAY-MATCH-IDX            PIC 9999 VALUE 0.
       01  WS-PAY-PAID-IDX             PIC 9999 VALUE 0.
       01  WS-PAY-OPEN-MATCHES         PIC 9999 VALUE 0.
       01  WS-PICKED-UP-COUNT          PIC 999 VALUE 0.

      *----------------------------------------------------------------
      * ASSESSMENT PICK-UP (STUDENT-STATUS-MAINT's detail line: ID in
      * columns 1-12, refund amount edited in columns 41-49, refund
      * reference in columns 53-72)
      *----------------------------------------------------------------
       01  WS-ASSESS-LINE              PIC X(100).
       01  WS-ASSESS-ID                PIC X(10).
       01  WS-ASSESS-REF               PIC X(20).
       01  WS-ASSESS-FIELD             PIC X(9).
       01  WS-ASSESS-AMOUNT            PIC 9(7)V99 VALUE 0.

      *----------------------------------------------------------------
      * STUDENT NAMES (STUDENT-ENROLLMENT.TXT: ID,Name,...)
      *----------------------------------------------------------------
       01  WS-MAX-ENROLLMENT           PIC 9999 VALUE 2400.
       01  WS-ENR-COUNT                PIC 9999 VALUE 0.
       01  WS-ENROLLMENT-TABLE.
               05 WS-EN-ENTRY OCCURS 2400 TIMES.
                   10 WS-EN-ID         PIC X(10).
                   10 WS-EN-NAME       PIC X(25).
       01  WS-EN-IDX                   PIC 9999 VALUE 0.
       01  WS-EN-PARSE.
               05 WS-EN-LINE           PIC X(90).
               05 WS-EN-TXT-ID         PIC X(10).
               05 WS-EN-TXT-NAME       PIC X(25).

      *----------------------------------------------------------------
      * APPROVALS
      *----------------------------------------------------------------
       01  WS-MAX-APPROVALS            PIC 999 VALUE 300.
       01  WS-APR-COUNT                PIC 999 VALUE 0.
       01  WS-APPROVAL-TABLE.
               05 WS-APR-ENTRY OCCURS 300 TIMES.
                   10 WS-APR-STUDENT   PIC X(10).
                   10 WS-APR-AMOUNT    PIC 9(7)V99.
                   10 WS-APR-AMOUNT-OK PIC 9.
                   10 WS-APR-METHOD    PIC X(5).
                   10 WS-APR-BANK      PIC X(8).
                   10 WS-APR-ACCT      PIC X(16).
                   10 WS-APR-BY        PIC X(10).
                   10 WS-APR-REF       PIC X(20).
       01  WS-APR-IDX                  PIC 999 VALUE 0.
       01  WS-APR-PARSE.
               05 WS-APR-LINE          PIC X(100).
               05 WS-APR-TXT-STUDENT   PIC X(10).
               05 WS-APR-TXT-AMOUNT    PIC X(12).
               05 WS-APR-TXT-METHOD    PIC X(8).
               05 WS-APR-TXT-BANK      PIC X(8).
               05 WS-APR-TXT-ACCT      PIC X(16).
               05 WS-APR-TXT-BY        PIC X(10).
               05 WS-APR-TXT-REF       PIC X(20).

      *----------------------------------------------------------------
      * CONTROLLED CHECK SERIES (same control line EMPLOYEE-PAYROLL
      * reads and rewrites: NextCheckNo,LastCheckNo)
      *----------------------------------------------------------------
       01  WS-CHECK-NEXT-NO            PIC 9(8) VALUE 0.
       01  WS-CHECK-LAST-NO            PIC 9(8) VALUE 0.
       01  WS-CHECK-RANGE-OK           PIC 9 VALUE 0.
       01  WS-CHKRNG-PARSE.
               05 WS-CHKRNG-LINE       PIC X(20).
               05 WS-CHKRNG-TXT-NEXT   PIC X(10).
               05 WS-CHKRNG-TXT-LAST   PIC X(10).

      *----------------------------------------------------------------
      * PAYMENT STATE AND COUNTS
      *----------------------------------------------------------------
       01  WS-TODAY-DATE               PIC X(10).
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-TIMESTAMP-DISPLAY        PIC X(19).
       01  WS-STAGE-OPEN               PIC 9 VALUE 0.
       01  WS-BATCH-PENDING            PIC 9 VALUE 0.
       01  WS-STAGED-TOTAL-LINE        PIC X(100) VALUE SPACES.
       01  WS-RELEASED-TOTAL-LINE      PIC X(100) VALUE SPACES.
       01  WS-SCAN-LINE                PIC X(100).
       01  WS-NET-PAID                 PIC S9(9)V99 VALUE 0.
       01  WS-REFUSE-REASON            PIC X(40).
       01  WS-CHECK-COUNT              PIC 9(5) VALUE 0.
       01  WS-CHECK-TOTAL              PIC 9(10)V99 VALUE 0.
       01  WS-BANK-COUNT               PIC 9(5) VALUE 0.
       01  WS-BANK-TOTAL               PIC 9(10)V99 VALUE 0.
       01  WS-REFUSED-COUNT            PIC 999 VALUE 0.
       01  WS-ALREADY-PAID-COUNT       PIC 999 VALUE 0.

      *----------------------------------------------------------------
      * AGING
      *----------------------------------------------------------------
       01  WS-DATE-NUM                 PIC 9(8) VALUE 0.
       01  WS-TODAY-DAYNO              PIC 9(7) VALUE 0.
       01  WS-AGE-DAYS                 PIC 9(5) VALUE 0.
       01  WS-AGE-BUCKET-TABLE.
               05 WS-AGE-BUCKET OCCURS 4 TIMES.
                   10 WS-AGB-COUNT     PIC 9(5).
                   10 WS-AGB-TOTAL     PIC 9(10)V99.
       01  WS-AGE-IDX                  PIC 9 VALUE 0.
       01  WS-OPEN-COUNT               PIC 9(5) VALUE 0.
       01  WS-OPEN-TOTAL               PIC 9(10)V99 VALUE 0.

      *----------------------------------------------------------------
      * STAGED CHECK REGISTER LAYOUT
      *----------------------------------------------------------------
       01  WS-BLANK-LINE               PIC X(100) VALUE SPACES.
       01  WS-RCK-TITLE-LINE.
               05 FILLER               PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(40)
                   VALUE "STUDENT REFUND CHECK REGISTER".
       01  WS-RCK-COL-HEADER.
               05 FILLER               PIC X(10) VALUE "CHECK NO".
               05 FILLER               PIC X(12) VALUE "STUDENT ID".
               05 FILLER               PIC X(27) VALUE "PAYEE".
               05 FILLER               PIC X(13) VALUE "AMOUNT".
               05 FILLER               PIC X(10) VALUE "APPROVED".
       01  WS-RCK-DETAIL-LINE.
               05 WS-RCL-NO            PIC 9(8).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-RCL-ID            PIC X(12).
               05 WS-RCL-NAME          PIC X(25).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-RCL-AMOUNT        PIC ZZZ,ZZ9.99.
               05 FILLER               PIC X(3)  VALUE SPACES.
               05 WS-RCL-APPROVER      PIC X(10).
       01  WS-RCK-TOTAL-LINE.
      * RELEASE-APPROVAL shows this "TOTAL " line as the register's
      * control total; the staging stamp makes every batch's line
      * different, which is how a batch still awaiting release is
      * told apart from one already released.
               05 FILLER               PIC X(6)  VALUE "TOTAL ".
               05 WS-RCT-COUNT         PIC 9(5).
               05 FILLER               PIC X(9)  VALUE " CHECK(S)".
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-RCT-AMOUNT        PIC 9(10).99.
               05 FILLER               PIC X(9)  VALUE "  STAGED ".
               05 WS-RCT-STAMP         PIC X(19).

      *----------------------------------------------------------------
      * STAGED BANK CREDIT LAYOUT (EMPLOYEE-PAYROLL's bank file)
      *----------------------------------------------------------------
       01  WS-BANK-DETAIL-LINE.
               05 WS-BKL-BANK          PIC X(8).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-BKL-ACCT          PIC X(16).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-BKL-ID            PIC X(10).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-BKL-NAME          PIC X(25).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-BKL-AMOUNT        PIC 9(9).99.
       01  WS-BANK-TRAILER-LINE.
               05 FILLER               PIC X(8)  VALUE "TRAILER".
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-BKT-COUNT         PIC 9(5).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-BKT-TOTAL         PIC 9(10).99.

      *----------------------------------------------------------------
      * AGING LIST LAYOUT
      *----------------------------------------------------------------
       01  WS-AGL-TITLE-LINE.
               05 FILLER               PIC X(16) VALUE SPACES.
               05 FILLER               PIC X(36)
                   VALUE "UNPAID STUDENT REFUNDS - AGING AS OF".
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 WS-AGT-DATE          PIC X(10).
       01  WS-AGL-COL-HEADER.
               05 FILLER               PIC X(12) VALUE "STUDENT ID".
               05 FILLER               PIC X(27) VALUE "NAME".
               05 FILLER               PIC X(12) VALUE "PICKED UP".
               05 FILLER               PIC X(12) VALUE "     AMOUNT".
               05 FILLER               PIC X(8)  VALUE "  DAYS".
               05 FILLER               PIC X(14) VALUE "BUCKET".
               05 FILLER               PIC X(20) VALUE "REFERENCE".
       01  WS-AGL-DETAIL-LINE.
               05 WS-AGD-ID            PIC X(12).
               05 WS-AGD-NAME          PIC X(25).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-AGD-DATE          PIC X(10).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-AGD-AMOUNT        PIC ZZ,ZZ9.99.
               05 FILLER               PIC X(3)  VALUE SPACES.
               05 WS-AGD-DAYS          PIC ZZZZ9.
               05 FILLER               PIC X(3)  VALUE SPACES.
               05 WS-AGD-BUCKET        PIC X(14).
               05 WS-AGD-REF           PIC X(20).
       01  WS-AGL-BUCKET-LINE.
               05 WS-AGS-LABEL         PIC X(20).
               05 WS-AGS-COUNT         PIC ZZZZ9.
               05 FILLER               PIC X(12) VALUE " REFUND(S)  ".
               05 WS-AGS-TOTAL         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-AGE-BUCKET-NAMES.
               05 FILLER               PIC X(14) VALUE "0-30 DAYS".
               05 FILLER               PIC X(14) VALUE "31-60 DAYS".
               05 FILLER               PIC X(14) VALUE "61-90 DAYS".
               05 FILLER               PIC X(14) VALUE "OVER 90 DAYS".
       01  WS-AGE-BUCKET-NAME-TABLE REDEFINES WS-AGE-BUCKET-NAMES.
               05 WS-AGE-BUCKET-NAME   PIC X(14) OCCURS 4 TIMES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *----------------------------------------------------------------
      * MAIN-PROCEDURE - Pick up new assessments, pay what has been
      * approved, then rewrite the payables and list what is still
      * owed.
      *----------------------------------------------------------------
           PERFORM STAMP-TIMESTAMP
           MOVE WS-TIMESTAMP-DISPLAY(1:10) TO WS-TODAY-DATE
           PERFORM LOAD-PAYABLES
           PERFORM LOAD-STUDENT-NAMES
           PERFORM PICK-UP-ASSESSMENTS
           PERFORM LOAD-APPROVALS

           IF WS-APR-COUNT > 0
               PERFORM CHECK-PENDING-BATCH
               IF WS-BATCH-PENDING = 1
                   DISPLAY "ERROR: the last refund batch on"
                       " STUDENT-REFUND-CHECKS-STAGED.TXT has not"
                       " been released - release it through"
                       " RELEASE-APPROVAL before paying more refunds"
                   MOVE "STU005" TO ERRLOG-CODE
                   SET ERRLOG-SEV-ERROR TO TRUE
                   MOVE "Refund batch awaiting release - no new"
                       & " refunds paid" TO ERRLOG-MESSAGE
                   PERFORM LOG-SHARED-ERROR
                   MOVE 1 TO WS-HAS-ERROR
               ELSE
                   PERFORM LOAD-CHECK-RANGE
                   PERFORM VARYING WS-APR-IDX FROM 1 BY 1
                       UNTIL WS-APR-IDX > WS-APR-COUNT
                       PERFORM APPLY-REFUND-APPROVAL
                   END-PERFORM
                   IF WS-STAGE-OPEN = 1
                       PERFORM CLOSE-STAGED-BATCH
                   END-IF
               END-IF
           END-IF

           PERFORM SAVE-PAYABLES
           PERFORM WRITE-AGING-LIST
           DISPLAY "Refund disbursement: " WS-PICKED-UP-COUNT
               " new refund(s) picked up, " WS-CHECK-COUNT
               " check(s), " WS-BANK-COUNT " bank credit(s), "
               WS-REFUSED-COUNT " refused, " WS-OPEN-COUNT
               " still unpaid - see STUDENT-REFUND-AGING.TXT"
           IF WS-STAGE-OPEN = 1
               DISPLAY "Refund batch staged: "
                   "STUDENT-REFUND-CHECKS-STAGED.TXT and "
                   "STUDENT-REFUND-BANKFILE-STAGED.TXT (awaiting"
                   " release approval)"
           END-IF
           MOVE WS-HAS-ERROR TO RETURN-CODE
           GOBACK.

       LOAD-PAYABLES.
      *----------------------------------------------------------------
      * LOAD-PAYABLES - Every refund ever picked up, OPEN and PAID
      * alike, so the rewrite keeps the history.
      *----------------------------------------------------------------
           OPEN INPUT REFUND-PAYABLES-FILE
           IF WS-PAYABLE-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-PAYABLE-COUNT >= WS-MAX-PAYABLES
                   READ REFUND-PAYABLES-FILE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-PAYABLE-COUNT
                           MOVE RFP-STUDENT-ID
                               TO WS-PAY-STUDENT(WS-PAYABLE-COUNT)
                           MOVE RFP-NAME
                               TO WS-PAY-NAME(WS-PAYABLE-COUNT)
                           MOVE RFP-ASSESSED-DATE
                               TO WS-PAY-ASSESSED(WS-PAYABLE-COUNT)
                           MOVE RFP-AMOUNT
                               TO WS-PAY-AMOUNT(WS-PAYABLE-COUNT)
                           MOVE RFP-STATUS
                               TO WS-PAY-STATUS(WS-PAYABLE-COUNT)
                           MOVE RFP-METHOD
                               TO WS-PAY-METHOD(WS-PAYABLE-COUNT)
                           MOVE RFP-CHECK-NO
                               TO WS-PAY-CHECK-NO(WS-PAYABLE-COUNT)
                           MOVE RFP-PAID-DATE
                               TO WS-PAY-PAID-DATE(WS-PAYABLE-COUNT)
                           MOVE RFP-APPROVED-BY
                               TO WS-PAY-APPROVER(WS-PAYABLE-COUNT)
                           MOVE RFP-REFUND-REF
                               TO WS-PAY-REF(WS-PAYABLE-COUNT)
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE REFUND-PAYABLES-FILE.

       LOAD-STUDENT-NAMES.
      *----------------------------------------------------------------
      * LOAD-STUDENT-NAMES - ID and name off each enrollment line,
      * for the check payee and the bank credit.
      *----------------------------------------------------------------
           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENROLL-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-ENR-COUNT >= WS-MAX-ENROLLMENT
                   READ ENROLLMENT-FILE INTO WS-EN-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-EN-LINE) NOT = SPACES
                               MOVE SPACES TO WS-EN-TXT-ID
                               MOVE SPACES TO WS-EN-TXT-NAME
                               UNSTRING WS-EN-LINE DELIMITED BY ","
                                   INTO WS-EN-TXT-ID
                                        WS-EN-TXT-NAME
                               END-UNSTRING
                               ADD 1 TO WS-ENR-COUNT
                               MOVE FUNCTION TRIM(WS-EN-TXT-ID)
                                   TO WS-EN-ID(WS-ENR-COUNT)
                               MOVE FUNCTION TRIM(WS-EN-TXT-NAME)
                                   TO WS-EN-NAME(WS-ENR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE ENROLLMENT-FILE.

       PICK-UP-ASSESSMENTS.
      *----------------------------------------------------------------
      * PICK-UP-ASSESSMENTS - Each detail line of the latest
      * drop-refund assessment (the title and column header do not
      * carry an edited amount in 41-49) becomes an OPEN payable
      * unless its refund reference is already on the list - the
      * assessment file is only ever appended to, so every run sees
      * each refund again.
      *----------------------------------------------------------------
           OPEN INPUT REFUND-ASSESSMENT-FILE
           IF WS-ASSESS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ REFUND-ASSESSMENT-FILE INTO WS-ASSESS-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FUNCTION TRIM(WS-ASSESS-LINE(1:12))
                               TO WS-ASSESS-ID
                           MOVE WS-ASSESS-LINE(41:9) TO WS-ASSESS-FIELD
                           MOVE WS-ASSESS-LINE(53:20) TO WS-ASSESS-REF
                           IF WS-ASSESS-ID NOT = SPACES
                               AND WS-ASSESS-FIELD NOT = SPACES
                               AND FUNCTION TEST-NUMVAL-C(
                                   WS-ASSESS-FIELD) = ZERO
                               COMPUTE WS-ASSESS-AMOUNT =
                                   FUNCTION NUMVAL-C(WS-ASSESS-FIELD)
                               IF WS-ASSESS-AMOUNT > 0
                                   PERFORM ADD-ASSESSED-REFUND
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE REFUND-ASSESSMENT-FILE.

       ADD-ASSESSED-REFUND.
      *----------------------------------------------------------------
      * ADD-ASSESSED-REFUND - A new OPEN payable for WS-ASSESS-ID /
      * WS-ASSESS-AMOUNT / WS-ASSESS-REF, unless that reference is
      * already on the list. A line with no reference (written
      * before assessments carried one) falls back to student and
      * amount.
      *----------------------------------------------------------------
           MOVE 0 TO WS-PAY-MATCH-IDX
           PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
               UNTIL WS-PAY-IDX > WS-PAYABLE-COUNT
               IF WS-ASSESS-REF NOT = SPACES
                   IF WS-PAY-REF(WS-PAY-IDX) = WS-ASSESS-REF
                       MOVE WS-PAY-IDX TO WS-PAY-MATCH-IDX
                   END-IF
               ELSE
                   IF WS-PAY-STUDENT(WS-PAY-IDX) = WS-ASSESS-ID
                       AND WS-PAY-AMOUNT(WS-PAY-IDX) = WS-ASSESS-AMOUNT
                       MOVE WS-PAY-IDX TO WS-PAY-MATCH-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PAY-MATCH-IDX = 0
               IF WS-PAYABLE-COUNT >= WS-MAX-PAYABLES
                   DISPLAY "ERROR: STUDENT-REFUND-PAYABLES.TXT is"
                       " full - refund for "
                       FUNCTION TRIM(WS-ASSESS-ID) " not picked up"
                   MOVE 1 TO WS-HAS-ERROR
               ELSE
                   ADD 1 TO WS-PAYABLE-COUNT
                   MOVE WS-ASSESS-ID
                       TO WS-PAY-STUDENT(WS-PAYABLE-COUNT)
                   MOVE SPACES TO WS-PAY-NAME(WS-PAYABLE-COUNT)
                   PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                       UNTIL WS-EN-IDX > WS-ENR-COUNT
                       IF WS-EN-ID(WS-EN-IDX) = WS-ASSESS-ID
                           MOVE WS-EN-NAME(WS-EN-IDX)
                               TO WS-PAY-NAME(WS-PAYABLE-COUNT)
                       END-IF
                   END-PERFORM
                   MOVE WS-TODAY-DATE
                       TO WS-PAY-ASSESSED(WS-PAYABLE-COUNT)
                   MOVE WS-ASSESS-AMOUNT
                       TO WS-PAY-AMOUNT(WS-PAYABLE-COUNT)
                   MOVE "OPEN" TO WS-PAY-STATUS(WS-PAYABLE-COUNT)
                   MOVE SPACES TO WS-PAY-METHOD(WS-PAYABLE-COUNT)
                   MOVE 0 TO WS-PAY-CHECK-NO(WS-PAYABLE-COUNT)
                   MOVE SPACES TO WS-PAY-PAID-DATE(WS-PAYABLE-COUNT)
                   MOVE SPACES TO WS-PAY-APPROVER(WS-PAYABLE-COUNT)
                   MOVE WS-ASSESS-REF TO WS-PAY-REF(WS-PAYABLE-COUNT)
                   ADD 1 TO WS-PICKED-UP-COUNT
               END-IF
           END-IF.

       LOAD-APPROVALS.
      *----------------------------------------------------------------
      * LOAD-APPROVALS - One
      * "StudentID,Amount,Method,BankCode,AccountNo,ApprovedBy,
      * RefundRef" approval per line (RefundRef may be left off). A
      * non-numeric amount is kept and refused later with its
      * reason.
      *----------------------------------------------------------------
           OPEN INPUT REFUND-APPROVAL-FILE
           IF WS-APPROVAL-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-APR-COUNT >= WS-MAX-APPROVALS
                   READ REFUND-APPROVAL-FILE INTO WS-APR-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-APR-LINE) NOT = SPACES
                               MOVE SPACES TO WS-APR-TXT-STUDENT
                               MOVE SPACES TO WS-APR-TXT-AMOUNT
                               MOVE SPACES TO WS-APR-TXT-METHOD
                               MOVE SPACES TO WS-APR-TXT-BANK
                               MOVE SPACES TO WS-APR-TXT-ACCT
                               MOVE SPACES TO WS-APR-TXT-BY
                               MOVE SPACES TO WS-APR-TXT-REF
                               UNSTRING WS-APR-LINE DELIMITED BY ","
                                   INTO WS-APR-TXT-STUDENT
                                        WS-APR-TXT-AMOUNT
                                        WS-APR-TXT-METHOD
                                        WS-APR-TXT-BANK
                                        WS-APR-TXT-ACCT
                                        WS-APR-TXT-BY
                                        WS-APR-TXT-REF
                               END-UNSTRING
                               ADD 1 TO WS-APR-COUNT
                               MOVE FUNCTION TRIM(WS-APR-TXT-STUDENT)
                                   TO WS-APR-STUDENT(WS-APR-COUNT)
                               MOVE 0 TO WS-APR-AMOUNT(WS-APR-COUNT)
                               MOVE 0 TO WS-APR-AMOUNT-OK(WS-APR-COUNT)
                               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                                       WS-APR-TXT-AMOUNT)) = ZERO
                                   IF FUNCTION NUMVAL(
                                           WS-APR-TXT-AMOUNT) > 0
                                       COMPUTE WS-APR-AMOUNT(
                                           WS-APR-COUNT) =
                                           FUNCTION NUMVAL(
                                               WS-APR-TXT-AMOUNT)
                                       MOVE 1 TO WS-APR-AMOUNT-OK(
                                           WS-APR-COUNT)
                                   END-IF
                               END-IF
                               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-APR-TXT-METHOD))
                                   TO WS-APR-METHOD(WS-APR-COUNT)
                               MOVE FUNCTION TRIM(WS-APR-TXT-BANK)
                                   TO WS-APR-BANK(WS-APR-COUNT)
                               MOVE FUNCTION TRIM(WS-APR-TXT-ACCT)
                                   TO WS-APR-ACCT(WS-APR-COUNT)
                               MOVE FUNCTION TRIM(WS-APR-TXT-BY)
                                   TO WS-APR-BY(WS-APR-COUNT)
                               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-APR-TXT-REF))
                                   TO WS-APR-REF(WS-APR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE REFUND-APPROVAL-FILE.

       CHECK-PENDING-BATCH.
      *----------------------------------------------------------------
      * CHECK-PENDING-BATCH - WS-BATCH-PENDING = 1 when the staged
      * check register's stamped TOTAL line is not the one on the
      * released copy: the last batch was never released, and
      * staging over it would lose refunds already posted as paid.
      *----------------------------------------------------------------
           MOVE 0 TO WS-BATCH-PENDING
           MOVE SPACES TO WS-STAGED-TOTAL-LINE
           MOVE SPACES TO WS-RELEASED-TOTAL-LINE
           OPEN INPUT REFUND-CHECKS-STAGED-FILE
           IF WS-STGCHK-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ REFUND-CHECKS-STAGED-FILE INTO WS-SCAN-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-SCAN-LINE(1:6) = "TOTAL "
                               MOVE WS-SCAN-LINE
                                   TO WS-STAGED-TOTAL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE REFUND-CHECKS-STAGED-FILE
           IF WS-STAGED-TOTAL-LINE NOT = SPACES
               OPEN INPUT REFUND-CHECKS-RELEASED-FILE
               IF WS-RELCHK-FILE-STATUS = "00"
                   PERFORM UNTIL WS-EOF-FLAG = 1
                       READ REFUND-CHECKS-RELEASED-FILE
                           INTO WS-SCAN-LINE
                           AT END
                               MOVE 1 TO WS-EOF-FLAG
                           NOT AT END
                               IF WS-SCAN-LINE(1:6) = "TOTAL "
                                   MOVE WS-SCAN-LINE
                                       TO WS-RELEASED-TOTAL-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 0 TO WS-EOF-FLAG
               END-IF
               CLOSE REFUND-CHECKS-RELEASED-FILE
               IF WS-RELEASED-TOTAL-LINE NOT = WS-STAGED-TOTAL-LINE
                   MOVE 1 TO WS-BATCH-PENDING
               END-IF
           END-IF.

       LOAD-CHECK-RANGE.
      *----------------------------------------------------------------
      * LOAD-CHECK-RANGE - Read the NextCheckNo,LastCheckNo control
      * line. WS-CHECK-RANGE-OK stays 0 when the file is absent,
      * empty or non-numeric.
      *----------------------------------------------------------------
           MOVE 0 TO WS-CHECK-RANGE-OK
           OPEN INPUT PAYROLL-CHECK-RANGE-FILE
           IF WS-CHKRNG-FILE-STATUS = "00"
               READ PAYROLL-CHECK-RANGE-FILE INTO WS-CHKRNG-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-CHKRNG-TXT-NEXT
                       MOVE SPACES TO WS-CHKRNG-TXT-LAST
                       UNSTRING WS-CHKRNG-LINE DELIMITED BY ","
                           INTO WS-CHKRNG-TXT-NEXT
                                WS-CHKRNG-TXT-LAST
                       END-UNSTRING
                       IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                               WS-CHKRNG-TXT-NEXT)) = ZERO
                           AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                               WS-CHKRNG-TXT-LAST)) = ZERO
                           MOVE FUNCTION NUMVAL(WS-CHKRNG-TXT-NEXT)
                               TO WS-CHECK-NEXT-NO
                           MOVE FUNCTION NUMVAL(WS-CHKRNG-TXT-LAST)
                               TO WS-CHECK-LAST-NO
                           IF WS-CHECK-NEXT-NO > 0
                               AND WS-CHECK-LAST-NO >=
                                   WS-CHECK-NEXT-NO
                               MOVE 1 TO WS-CHECK-RANGE-OK
                           END-IF
                       END-IF
               END-READ
           END-IF
           CLOSE PAYROLL-CHECK-RANGE-FILE.

       APPLY-REFUND-APPROVAL.
      *----------------------------------------------------------------
      * APPLY-REFUND-APPROVAL - Match approval WS-APR-IDX to the
      * OPEN refund it names (by refund reference, or by amount
      * when it carries none), check it, and pay it by the approved
      * method.
      *----------------------------------------------------------------
           MOVE 0 TO WS-PAY-MATCH-IDX
           MOVE 0 TO WS-PAY-PAID-IDX
           MOVE 0 TO WS-PAY-OPEN-MATCHES
           MOVE SPACES TO WS-REFUSE-REASON
           PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
               UNTIL WS-PAY-IDX > WS-PAYABLE-COUNT
               IF WS-PAY-STUDENT(WS-PAY-IDX) =
                       WS-APR-STUDENT(WS-APR-IDX)
                   AND ((WS-APR-REF(WS-APR-IDX) = SPACES
                       AND WS-PAY-AMOUNT(WS-PAY-IDX) =
                           WS-APR-AMOUNT(WS-APR-IDX))
                     OR (WS-APR-REF(WS-APR-IDX) NOT = SPACES
                       AND WS-PAY-REF(WS-PAY-IDX) =
                           WS-APR-REF(WS-APR-IDX)))
                   IF WS-PAY-STATUS(WS-PAY-IDX) = "OPEN"
                       ADD 1 TO WS-PAY-OPEN-MATCHES
                       IF WS-PAY-MATCH-IDX = 0
                           MOVE WS-PAY-IDX TO WS-PAY-MATCH-IDX
                       END-IF
                   ELSE
                       MOVE WS-PAY-IDX TO WS-PAY-PAID-IDX
                   END-IF
               END-IF
           END-PERFORM

           IF WS-PAY-MATCH-IDX = 0 AND WS-PAY-PAID-IDX > 0
               ADD 1 TO WS-ALREADY-PAID-COUNT
           ELSE
               EVALUATE TRUE
                   WHEN WS-APR-AMOUNT-OK(WS-APR-IDX) = 0
                       MOVE "AMOUNT NOT NUMERIC" TO WS-REFUSE-REASON
                   WHEN WS-PAY-MATCH-IDX = 0
                       AND WS-APR-REF(WS-APR-IDX) NOT = SPACES
                       MOVE "NO OPEN REFUND FOR THAT REFERENCE"
                           TO WS-REFUSE-REASON
                   WHEN WS-PAY-MATCH-IDX = 0
                       MOVE "NO OPEN REFUND FOR THAT AMOUNT"
                           TO WS-REFUSE-REASON
                   WHEN WS-PAY-OPEN-MATCHES > 1
                       MOVE "REFUND REFERENCE REQUIRED"
                           TO WS-REFUSE-REASON
                   WHEN WS-PAY-AMOUNT(WS-PAY-MATCH-IDX) NOT =
                           WS-APR-AMOUNT(WS-APR-IDX)
                       MOVE "AMOUNT DIFFERS FROM THE REFUND"
                           TO WS-REFUSE-REASON
                   WHEN WS-APR-BY(WS-APR-IDX) = SPACES
                       MOVE "NO APPROVER NAMED" TO WS-REFUSE-REASON
                   WHEN WS-APR-METHOD(WS-APR-IDX) NOT = "CHECK"
                       AND WS-APR-METHOD(WS-APR-IDX) NOT = "BANK"
                       MOVE "METHOD NOT CHECK OR BANK"
                           TO WS-REFUSE-REASON
                   WHEN WS-APR-METHOD(WS-APR-IDX) = "BANK"
                       AND (WS-APR-BANK(WS-APR-IDX) = SPACES
                           OR WS-APR-ACCT(WS-APR-IDX) = SPACES)
                       MOVE "BANK CODE/ACCOUNT MISSING"
                           TO WS-REFUSE-REASON
                   WHEN WS-APR-METHOD(WS-APR-IDX) = "CHECK"
                       AND WS-CHECK-RANGE-OK = 0
                       MOVE "PAYROLL-CHECK-RANGE.TXT UNUSABLE"
                           TO WS-REFUSE-REASON
                   WHEN WS-APR-METHOD(WS-APR-IDX) = "CHECK"
                       AND WS-CHECK-NEXT-NO > WS-CHECK-LAST-NO
                       MOVE "CHECK RANGE EXHAUSTED"
                           TO WS-REFUSE-REASON
                   WHEN OTHER
                       PERFORM FIND-NET-PAID
                       IF WS-APR-AMOUNT(WS-APR-IDX) > WS-NET-PAID
                           MOVE "MORE THAN THE STUDENT HAS PAID"
                               TO WS-REFUSE-REASON
                       END-IF
               END-EVALUATE

               IF WS-REFUSE-REASON = SPACES
                   PERFORM PAY-ONE-REFUND
               ELSE
                   PERFORM REFUSE-APPROVAL
               END-IF
           END-IF.

       FIND-NET-PAID.
      *----------------------------------------------------------------
      * FIND-NET-PAID - What the approved student has paid in on the
      * student ledger, less what has already been refunded -
      * re-read each time so this run's own refunds count.
      *----------------------------------------------------------------
           MOVE 0 TO WS-NET-PAID
           OPEN INPUT STUDENT-LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ STUDENT-LEDGER-FILE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF LED-ID = WS-APR-STUDENT(WS-APR-IDX)
                               IF LED-SIGN = "-" OR LED-SIGN = "S"
                                   OR LED-SIGN = "V"
                                   SUBTRACT LED-AMOUNT FROM WS-NET-PAID
                               ELSE
                                   ADD LED-AMOUNT TO WS-NET-PAID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-LEDGER-FILE.

       REFUSE-APPROVAL.
      *----------------------------------------------------------------
      * REFUSE-APPROVAL - Tell the operator and ERROR-LOGGER; the
      * refund stays OPEN and keeps aging.
      *----------------------------------------------------------------
           ADD 1 TO WS-REFUSED-COUNT
           DISPLAY "WARNING: refund approval for "
               FUNCTION TRIM(WS-APR-STUDENT(WS-APR-IDX))
               " refused - " FUNCTION TRIM(WS-REFUSE-REASON)
           MOVE "STU005" TO ERRLOG-CODE
           SET ERRLOG-SEV-WARNING TO TRUE
           MOVE SPACES TO ERRLOG-MESSAGE
           STRING "Refund approval for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-APR-STUDENT(WS-APR-IDX))
                   DELIMITED BY SIZE
               " refused - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REFUSE-REASON) DELIMITED BY SIZE
               INTO ERRLOG-MESSAGE
           PERFORM LOG-SHARED-ERROR.

       PAY-ONE-REFUND.
      *----------------------------------------------------------------
      * PAY-ONE-REFUND - Check or bank credit for the matched
      * payable, the "-" student ledger entry, and the payable
      * marked PAID.
      *----------------------------------------------------------------
           IF WS-STAGE-OPEN = 0
               PERFORM OPEN-STAGED-BATCH
           END-IF

           IF WS-APR-METHOD(WS-APR-IDX) = "CHECK"
               PERFORM ISSUE-REFUND-CHECK
           ELSE
               MOVE WS-APR-BANK(WS-APR-IDX) TO WS-BKL-BANK
               MOVE WS-APR-ACCT(WS-APR-IDX) TO WS-BKL-ACCT
               MOVE WS-PAY-STUDENT(WS-PAY-MATCH-IDX) TO WS-BKL-ID
               MOVE WS-PAY-NAME(WS-PAY-MATCH-IDX) TO WS-BKL-NAME
               MOVE WS-PAY-AMOUNT(WS-PAY-MATCH-IDX) TO WS-BKL-AMOUNT
               WRITE REFUND-BANK-STAGED-RECORD
                   FROM WS-BANK-DETAIL-LINE
               ADD 1 TO WS-BANK-COUNT
               ADD WS-PAY-AMOUNT(WS-PAY-MATCH-IDX) TO WS-BANK-TOTAL
               MOVE 0 TO WS-PAY-CHECK-NO(WS-PAY-MATCH-IDX)
           END-IF

           OPEN EXTEND STUDENT-LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               AND WS-LEDGER-FILE-STATUS NOT = "05"
               OPEN OUTPUT STUDENT-LEDGER-FILE
               CLOSE STUDENT-LEDGER-FILE
               OPEN EXTEND STUDENT-LEDGER-FILE
           END-IF
           MOVE WS-PAY-STUDENT(WS-PAY-MATCH-IDX) TO LED-ID
           MOVE WS-PAY-CHECK-NO(WS-PAY-MATCH-IDX) TO LED-OR-NO
           MOVE WS-TODAY-DATE TO LED-DATE
           MOVE WS-PAY-AMOUNT(WS-PAY-MATCH-IDX) TO LED-AMOUNT
           MOVE "-" TO LED-SIGN
           WRITE STUDENT-LEDGER-RECORD
           CLOSE STUDENT-LEDGER-FILE

           MOVE "PAID" TO WS-PAY-STATUS(WS-PAY-MATCH-IDX)
           MOVE WS-APR-METHOD(WS-APR-IDX)
               TO WS-PAY-METHOD(WS-PAY-MATCH-IDX)
           MOVE WS-TODAY-DATE TO WS-PAY-PAID-DATE(WS-PAY-MATCH-IDX)
           MOVE WS-APR-BY(WS-APR-IDX)
               TO WS-PAY-APPROVER(WS-PAY-MATCH-IDX).

       ISSUE-REFUND-CHECK.
      *----------------------------------------------------------------
      * ISSUE-REFUND-CHECK - The next number in the controlled
      * range: register line, ISSUED check-ledger entry (period
      * REFUND, student ID in the payee ID), and the range file
      * rewritten at once so an interrupted run never reissues it.
      *----------------------------------------------------------------
           MOVE WS-CHECK-NEXT-NO TO WS-PAY-CHECK-NO(WS-PAY-MATCH-IDX)
           MOVE WS-CHECK-NEXT-NO TO WS-RCL-NO
           MOVE WS-PAY-STUDENT(WS-PAY-MATCH-IDX) TO WS-RCL-ID
           MOVE WS-PAY-NAME(WS-PAY-MATCH-IDX) TO WS-RCL-NAME
           MOVE WS-PAY-AMOUNT(WS-PAY-MATCH-IDX) TO WS-RCL-AMOUNT
           MOVE WS-APR-BY(WS-APR-IDX) TO WS-RCL-APPROVER
           WRITE REFUND-CHECKS-STAGED-REC FROM WS-RCK-DETAIL-LINE

           OPEN EXTEND PAYROLL-CHECK-LEDGER-FILE
           IF WS-CHKLED-FILE-STATUS NOT = "00"
               OPEN OUTPUT PAYROLL-CHECK-LEDGER-FILE
               CLOSE PAYROLL-CHECK-LEDGER-FILE
               OPEN EXTEND PAYROLL-CHECK-LEDGER-FILE
           END-IF
           MOVE WS-CHECK-NEXT-NO TO CHK-NO
           MOVE WS-PAY-STUDENT(WS-PAY-MATCH-IDX) TO CHK-EMP-ID
           MOVE WS-PAY-NAME(WS-PAY-MATCH-IDX) TO CHK-NAME
           MOVE "REFUND" TO CHK-PERIOD
           MOVE WS-PAY-AMOUNT(WS-PAY-MATCH-IDX) TO CHK-AMOUNT
           MOVE "ISSUED" TO CHK-STATUS
           WRITE PAYROLL-CHECK-LEDGER-RECORD
           CLOSE PAYROLL-CHECK-LEDGER-FILE

           ADD 1 TO WS-CHECK-COUNT
           ADD WS-PAY-AMOUNT(WS-PAY-MATCH-IDX) TO WS-CHECK-TOTAL
           ADD 1 TO WS-CHECK-NEXT-NO
           PERFORM SAVE-CHECK-RANGE.

       SAVE-CHECK-RANGE.
      *----------------------------------------------------------------
      * SAVE-CHECK-RANGE - Rewrite the control line with the next
      * unused number so the series never reissues a spent number.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-CHKRNG-LINE
           STRING WS-CHECK-NEXT-NO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CHECK-LAST-NO DELIMITED BY SIZE
               INTO WS-CHKRNG-LINE
           OPEN OUTPUT PAYROLL-CHECK-RANGE-FILE
           WRITE PAYROLL-CHECK-RANGE-RECORD FROM WS-CHKRNG-LINE
           CLOSE PAYROLL-CHECK-RANGE-FILE.

       OPEN-STAGED-BATCH.
      *----------------------------------------------------------------
      * OPEN-STAGED-BATCH - Both staged files are started on the
      * first payment of the run, so a run that pays nothing leaves
      * the last batch alone.
      *----------------------------------------------------------------
           OPEN OUTPUT REFUND-CHECKS-STAGED-FILE
           WRITE REFUND-CHECKS-STAGED-REC FROM WS-RCK-TITLE-LINE
           WRITE REFUND-CHECKS-STAGED-REC FROM WS-BLANK-LINE
           WRITE REFUND-CHECKS-STAGED-REC FROM WS-RCK-COL-HEADER
           WRITE REFUND-CHECKS-STAGED-REC FROM WS-BLANK-LINE
           OPEN OUTPUT REFUND-BANK-STAGED-FILE
           MOVE 1 TO WS-STAGE-OPEN.

       CLOSE-STAGED-BATCH.
      *----------------------------------------------------------------
      * CLOSE-STAGED-BATCH - The register's stamped TOTAL line and
      * the bank file's TRAILER, the control totals the approver
      * sees.
      *----------------------------------------------------------------
           MOVE WS-CHECK-COUNT TO WS-RCT-COUNT
           MOVE WS-CHECK-TOTAL TO WS-RCT-AMOUNT
           MOVE WS-TIMESTAMP-DISPLAY TO WS-RCT-STAMP
           WRITE REFUND-CHECKS-STAGED-REC FROM WS-BLANK-LINE
           WRITE REFUND-CHECKS-STAGED-REC FROM WS-RCK-TOTAL-LINE
           CLOSE REFUND-CHECKS-STAGED-FILE
           MOVE WS-BANK-COUNT TO WS-BKT-COUNT
           MOVE WS-BANK-TOTAL TO WS-BKT-TOTAL
           WRITE REFUND-BANK-STAGED-RECORD FROM WS-BANK-TRAILER-LINE
           CLOSE REFUND-BANK-STAGED-FILE
           MOVE "STUDENT-REFUND-CHECKS-STAGED.TXT" TO SEAL-FILE
           PERFORM SEAL-STAGED-FILE
           MOVE "STUDENT-REFUND-BANKFILE-STAGED.TXT" TO SEAL-FILE
           PERFORM SEAL-STAGED-FILE.

       SEAL-STAGED-FILE.
      *----------------------------------------------------------------
      * SEAL-STAGED-FILE - Seal the staged file named in SEAL-FILE
      * through the shared CONTROL-SEAL. An unsealed file is refused
      * at release, so a failure is logged for the operator.
      *----------------------------------------------------------------
           SET SEAL-FN-SEAL TO TRUE
           MOVE "REFUND-DISBURSEMENT" TO SEAL-PROGRAM
           CALL "CONTROL-SEAL" USING SEAL-PARAMETER
               ON EXCEPTION
                   MOVE "M" TO SEAL-RESULT
                   MOVE "CONTROL-SEAL NOT AVAILABLE" TO SEAL-MESSAGE
           END-CALL
           IF NOT SEAL-SEALED
               DISPLAY "WARNING: " FUNCTION TRIM(SEAL-FILE)
                   " not sealed - " FUNCTION TRIM(SEAL-MESSAGE)
               MOVE "STU005" TO ERRLOG-CODE
               SET ERRLOG-SEV-WARNING TO TRUE
               MOVE SPACES TO ERRLOG-MESSAGE
               STRING FUNCTION TRIM(SEAL-FILE) DELIMITED BY SIZE
                   " not sealed - " DELIMITED BY SIZE
                   FUNCTION TRIM(SEAL-MESSAGE) DELIMITED BY SIZE
                   INTO ERRLOG-MESSAGE
               PERFORM LOG-SHARED-ERROR
           END-IF.

       SAVE-PAYABLES.
      *----------------------------------------------------------------
      * SAVE-PAYABLES - Rewrite the whole payables list.
      *----------------------------------------------------------------
           OPEN OUTPUT REFUND-PAYABLES-FILE
           PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
               UNTIL WS-PAY-IDX > WS-PAYABLE-COUNT
               MOVE WS-PAY-STUDENT(WS-PAY-IDX) TO RFP-STUDENT-ID
               MOVE WS-PAY-NAME(WS-PAY-IDX) TO RFP-NAME
               MOVE WS-PAY-ASSESSED(WS-PAY-IDX) TO RFP-ASSESSED-DATE
               MOVE WS-PAY-AMOUNT(WS-PAY-IDX) TO RFP-AMOUNT
               MOVE WS-PAY-STATUS(WS-PAY-IDX) TO RFP-STATUS
               MOVE WS-PAY-METHOD(WS-PAY-IDX) TO RFP-METHOD
               MOVE WS-PAY-CHECK-NO(WS-PAY-IDX) TO RFP-CHECK-NO
               MOVE WS-PAY-PAID-DATE(WS-PAY-IDX) TO RFP-PAID-DATE
               MOVE WS-PAY-APPROVER(WS-PAY-IDX) TO RFP-APPROVED-BY
               MOVE WS-PAY-REF(WS-PAY-IDX) TO RFP-REFUND-REF
               WRITE REFUND-PAYABLES-RECORD
           END-PERFORM
           CLOSE REFUND-PAYABLES-FILE.

       WRITE-AGING-LIST.
      *----------------------------------------------------------------
      * WRITE-AGING-LIST - Every OPEN refund, aged in days from the
      * day it was picked up, with a count and total per bucket.
      *----------------------------------------------------------------
           MOVE WS-TODAY-DATE(1:4) TO WS-DATE-NUM(1:4)
           MOVE WS-TODAY-DATE(6:2) TO WS-DATE-NUM(5:2)
           MOVE WS-TODAY-DATE(9:2) TO WS-DATE-NUM(7:2)
           COMPUTE WS-TODAY-DAYNO =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
               UNTIL WS-AGE-IDX > 4
               MOVE 0 TO WS-AGB-COUNT(WS-AGE-IDX)
               MOVE 0 TO WS-AGB-TOTAL(WS-AGE-IDX)
           END-PERFORM

           OPEN OUTPUT REFUND-AGING-FILE
           MOVE WS-TODAY-DATE TO WS-AGT-DATE
           WRITE REFUND-AGING-RECORD FROM WS-AGL-TITLE-LINE
           WRITE REFUND-AGING-RECORD FROM WS-BLANK-LINE
           WRITE REFUND-AGING-RECORD FROM WS-AGL-COL-HEADER
           WRITE REFUND-AGING-RECORD FROM WS-BLANK-LINE
           PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
               UNTIL WS-PAY-IDX > WS-PAYABLE-COUNT
               IF WS-PAY-STATUS(WS-PAY-IDX) = "OPEN"
                   MOVE 0 TO WS-AGE-DAYS
                   MOVE WS-PAY-ASSESSED(WS-PAY-IDX)(1:4)
                       TO WS-DATE-NUM(1:4)
                   MOVE WS-PAY-ASSESSED(WS-PAY-IDX)(6:2)
                       TO WS-DATE-NUM(5:2)
                   MOVE WS-PAY-ASSESSED(WS-PAY-IDX)(9:2)
                       TO WS-DATE-NUM(7:2)
                   IF WS-DATE-NUM IS NUMERIC
                       AND FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM)
                           = 0
                       IF FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) <
                               WS-TODAY-DAYNO
                           COMPUTE WS-AGE-DAYS = WS-TODAY-DAYNO -
                               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                       END-IF
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-AGE-DAYS <= 30
                           MOVE 1 TO WS-AGE-IDX
                       WHEN WS-AGE-DAYS <= 60
                           MOVE 2 TO WS-AGE-IDX
                       WHEN WS-AGE-DAYS <= 90
                           MOVE 3 TO WS-AGE-IDX
                       WHEN OTHER
                           MOVE 4 TO WS-AGE-IDX
                   END-EVALUATE
                   ADD 1 TO WS-AGB-COUNT(WS-AGE-IDX)
                   ADD WS-PAY-AMOUNT(WS-PAY-IDX)
                       TO WS-AGB-TOTAL(WS-AGE-IDX)
                   ADD 1 TO WS-OPEN-COUNT
                   ADD WS-PAY-AMOUNT(WS-PAY-IDX) TO WS-OPEN-TOTAL

                   MOVE WS-PAY-STUDENT(WS-PAY-IDX) TO WS-AGD-ID
                   MOVE WS-PAY-NAME(WS-PAY-IDX) TO WS-AGD-NAME
                   MOVE WS-PAY-ASSESSED(WS-PAY-IDX) TO WS-AGD-DATE
                   MOVE WS-PAY-AMOUNT(WS-PAY-IDX) TO WS-AGD-AMOUNT
                   MOVE WS-AGE-DAYS TO WS-AGD-DAYS
                   MOVE WS-AGE-BUCKET-NAME(WS-AGE-IDX) TO WS-AGD-BUCKET
                   MOVE WS-PAY-REF(WS-PAY-IDX) TO WS-AGD-REF
                   WRITE REFUND-AGING-RECORD FROM WS-AGL-DETAIL-LINE
               END-IF
           END-PERFORM

           WRITE REFUND-AGING-RECORD FROM WS-BLANK-LINE
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
               UNTIL WS-AGE-IDX > 4
               MOVE WS-AGE-BUCKET-NAME(WS-AGE-IDX) TO WS-AGS-LABEL
               MOVE WS-AGB-COUNT(WS-AGE-IDX) TO WS-AGS-COUNT
               MOVE WS-AGB-TOTAL(WS-AGE-IDX) TO WS-AGS-TOTAL
               WRITE REFUND-AGING-RECORD FROM WS-AGL-BUCKET-LINE
           END-PERFORM
           MOVE "TOTAL UNPAID" TO WS-AGS-LABEL
           MOVE WS-OPEN-COUNT TO WS-AGS-COUNT
           MOVE WS-OPEN-TOTAL TO WS-AGS-TOTAL
           WRITE REFUND-AGING-RECORD FROM WS-AGL-BUCKET-LINE
           CLOSE REFUND-AGING-FILE.

       STAMP-TIMESTAMP.
      *----------------------------------------------------------------
      * STAMP-TIMESTAMP - YYYY-MM-DD HH:MM:SS, the same stamp the
      * operator console writes.
      *----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE SPACES TO WS-TIMESTAMP-DISPLAY
           STRING WS-CURRENT-DATETIME(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATETIME(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATETIME(7:2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CURRENT-DATETIME(9:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-CURRENT-DATETIME(11:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-CURRENT-DATETIME(13:2) DELIMITED BY SIZE
               INTO WS-TIMESTAMP-DISPLAY.

       LOG-SHARED-ERROR.
      *----------------------------------------------------------------
      * LOG-SHARED-ERROR - Hand the event to ERROR-LOGGER for the
      * consolidated BATCH-EXCEPTIONS.TXT; ON EXCEPTION keeps a
      * standalone run alive when the logger is not linked in.
      *----------------------------------------------------------------
           MOVE "REFUND-DISBURSEMENT" TO ERRLOG-PROGRAM
           CALL "ERROR-LOGGER" USING ERRLOG-PARAMETER
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SPACES TO ERRLOG-SEVERITY.

       END PROGRAM REFUND-DISBURSEMENT.
