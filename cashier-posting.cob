      *          a per-student ledger keeps the running balance, and
      *          the collections/aging reports finally answer "who
      *          has paid" without the OR pad and the notebook.
      *          Each cashier signs on, a mistaken OR is voided
      *          under a supervisor's approval instead of being
      *          torn up, and a cashier whose day CASHIER-CLOSE has
      *          closed can post nothing more to it.
      *
      * HOW IT WORKS:
      *   1. The cashier signs on against OPERATOR-PASSWORDS.TXT
      *      (same file and three-attempt rule as OPERATOR-CONSOLE);
      *      if STUDENT-CASHIER-CLOSE.TXT already holds that
      *      cashier's close for today the session is refused
      *   2. STUDENT-OR-CONTROL.TXT's first line is the next OR
      *      number; it is rewritten as each receipt is issued so
      *      the series never reissues a spent number (same
      *      controlled-series pattern as the payroll check range)
      *   3. The cashier keys student ID and amount; the student
      *      must be on STUDENT-ENROLLMENT.TXT and the amount
      *      positive. Each accepted payment appends one record to
      *      STUDENT-LEDGER.TXT (ID, OR number, date, amount) and an
      *      ISSUED record to STUDENT-OR-REGISTER.TXT (OR number,
      *      cashier, student, amount), and shows the assigned OR
      *      number on the screen
      *   4. Keying VOID instead of a student ID voids one of the
      *      cashier's own receipts from today: a reason is
      *      required, and a supervisor (an ADMIN operator other
      *      than the cashier) approves with their own ID and
      *      password. The void appends a "V" reversal for the
      *      same OR number and amount to the ledger and a VOIDED
      *      record to the register - the number is never reused
      *      and never disappears from the series
      *   5. Assessments come from the student's STUDENT-BILLING.TXT
      *      statement line; balance = assessed minus every ledger
      *      payment, plus any refund, late-installment surcharge
      *      or voided OR charged back on the ledger
      *   6. On sign-off the session's postings (and its voids)
      *      become the daily collections report
      *      (STUDENT-COLLECTIONS-REPORT.TXT) and the outstanding
      *      balances roll up by year level on the receivables
      *      aging report (STUDENT-AGING-REPORT.TXT). CASHIER-CLOSE
      *      counts the drawer against the day and locks it
      *
      * AUTHOR: GROUP2
      *================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPERATOR-PASSWORD-FILE
            ASSIGN TO "OPERATOR-PASSWORDS.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PWD-FILE-STATUS.

       SELECT OPTIONAL OR-REGISTER-FILE
            ASSIGN TO "STUDENT-OR-REGISTER.TXT"
      * Append-only, like the ledger.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ORREG-FILE-STATUS.

       SELECT OPTIONAL CASHIER-CLOSE-FILE
            ASSIGN TO "STUDENT-CASHIER-CLOSE.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CLOSE-FILE-STATUS.

       SELECT OPTIONAL OR-CONTROL-FILE
            ASSIGN TO "STUDENT-OR-CONTROL.TXT"
            ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-PASSWORD-FILE.
       01  OPERATOR-PASSWORD-REC       PIC X(50).

       FD  OR-REGISTER-FILE.
       COPY ORREG.

       FD  CASHIER-CLOSE-FILE.
       COPY CASHCLOS.

       FD  OR-CONTROL-FILE.
       01  OR-CONTROL-RECORD           PIC X(10).

               05 LED-OR-NO            PIC 9(8).
               05 LED-DATE             PIC X(10).
               05 LED-AMOUNT           PIC 9(7)V99.
               05 LED-SIGN             PIC X.
      * "-" on a refund disbursement (REFUND-DISBURSEMENT), "S"
      * on a late-installment surcharge (EXAM-PERMIT) and "V" on
      * the reversal of a voided OR (CASHIER-POSTING), all of
      * which come off the student's paid total; space on every
      * payment.

       FD  COLLECTIONS-REPORT-FILE.
       01  COLLECTIONS-REPORT-REC      PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-PWD-FILE-STATUS          PIC XX.
       01  WS-ORREG-FILE-STATUS        PIC XX.
       01  WS-CLOSE-FILE-STATUS        PIC XX.
       01  WS-ORCTL-FILE-STATUS        PIC XX.
       01  WS-ENROLL-FILE-STATUS       PIC XX.
       01  WS-BILLING-FILE-STATUS      PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
       01  WS-HAS-ERROR                PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * OPERATORS (cashier sign-on and supervisor approval)
      *----------------------------------------------------------------
       01  WS-MAX-OPERATORS            PIC 99 VALUE 50.
       01  WS-OP-COUNT                 PIC 99 VALUE 0.
       01  WS-OPERATOR-TABLE.
               05 WS-OP-ENTRY OCCURS 50 TIMES.
                   10 WS-OP-ID         PIC X(10).
                   10 WS-OP-PASSWORD   PIC X(15).
                   10 WS-OP-ROLE       PIC X(10).
       01  WS-OP-IDX                   PIC 99 VALUE 0.
       01  WS-OP-MATCH-IDX             PIC 99 VALUE 0.
       01  WS-OP-PARSE.
               05 WS-OP-LINE           PIC X(50).
               05 WS-OP-TXT-ID         PIC X(10).
               05 WS-OP-TXT-PASSWORD   PIC X(15).
               05 WS-OP-TXT-ROLE       PIC X(10).
       01  WS-SIGNON-ATTEMPTS          PIC 9 VALUE 0.
       01  WS-MAX-ATTEMPTS             PIC 9 VALUE 3.
       01  WS-SIGNED-ON                PIC 9 VALUE 0.
       01  WS-CASHIER-ID               PIC X(10).
       01  WS-INPUT-OPERATOR           PIC X(10).
       01  WS-INPUT-PASSWORD           PIC X(15).
       01  WS-DAY-CLOSED               PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * ENROLLMENT MASTER (identity + per-student money roll-up)
      *----------------------------------------------------------------
                   10 WS-SS-AMOUNT     PIC 9(7)V99.
       01  WS-SS-IDX                   PIC 999 VALUE 0.

      *----------------------------------------------------------------
      * OR VOIDS
      *----------------------------------------------------------------
       01  WS-INPUT-OR-NO              PIC X(12).
       01  WS-VOID-OR-NO               PIC 9(8) VALUE 0.
       01  WS-INPUT-REASON             PIC X(40).
       01  WS-VOID-FOUND               PIC 9 VALUE 0.
       01  WS-VOID-ALREADY             PIC 9 VALUE 0.
       01  WS-VOID-OK                  PIC 9 VALUE 0.
       01  WS-VOID-REGISTER.
      * The OR's ISSUED record, as found on the register.
               05 WS-VR-DATE           PIC X(10).
               05 WS-VR-CASHIER        PIC X(10).
               05 WS-VR-STUDENT-ID     PIC X(10).
               05 WS-VR-AMOUNT         PIC 9(7)V99.
       01  WS-SUPERVISOR-ID            PIC X(10).
       01  WS-VOIDED-COUNT             PIC 999 VALUE 0.
       01  WS-VOIDED-TOTAL             PIC 9(9)V99 VALUE 0.
       01  WS-NET-TOTAL                PIC S9(9)V99 VALUE 0.
       01  WS-VOID-TABLE.
               05 WS-SV-ENTRY OCCURS 500 TIMES.
                   10 WS-SV-OR-NO      PIC 9(8).
                   10 WS-SV-ID         PIC X(10).
                   10 WS-SV-AMOUNT     PIC 9(7)V99.
                   10 WS-SV-REASON     PIC X(40).
       01  WS-SV-IDX                   PIC 999 VALUE 0.

       01  WS-BILLING-LINE             PIC X(100).
       01  WS-BILLING-FIELD            PIC X(9).

       01  WS-COLL-DATE-LINE.
               05 FILLER               PIC X(6) VALUE "DATE: ".
               05 WS-CDL-DATE          PIC X(10).
               05 FILLER               PIC X(4) VALUE SPACES.
               05 FILLER               PIC X(9) VALUE "CASHIER: ".
               05 WS-CDL-CASHIER       PIC X(10).
       01  WS-COLL-COL-HEADER.
               05 FILLER               PIC X(10) VALUE "OR NO".
               05 FILLER               PIC X(12) VALUE "STUDENT ID".
               05 WS-CLL-ID            PIC X(12).
               05 WS-CLL-AMOUNT        PIC ZZ,ZZ9.99.
       01  WS-COLL-TOTAL-LINE.
               05 WS-CLT-LABEL         PIC X(21) VALUE "TOTAL".
               05 WS-CLT-AMOUNT        PIC -ZZZ,ZZ9.99.
       01  WS-COLL-VOID-HEADER.
               05 FILLER               PIC X(40)
                   VALUE "VOIDED THIS SESSION".
       01  WS-COLL-VOID-LINE.
               05 WS-CVL-OR            PIC 9(8).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-CVL-ID            PIC X(12).
               05 WS-CVL-AMOUNT        PIC ZZ,ZZ9.99.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-CVL-REASON        PIC X(40).

       01  WS-AGE-TITLE-LINE.
               05 FILLER               PIC X(20) VALUE SPACES.

       MAIN-PROCEDURE.
      *----------------------------------------------------------------
      * MAIN-PROCEDURE - Sign the cashier on, load the masters and
      * the OR series, loop on cashier input, then report.
      *----------------------------------------------------------------
           PERFORM STAMP-TODAY
           PERFORM LOAD-OPERATORS
           IF WS-OP-COUNT = 0
               DISPLAY "ERROR: OPERATOR-PASSWORDS.TXT not found or"
                   " empty - no cashier can sign on"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SIGN-ON
           IF WS-SIGNED-ON = 0
               DISPLAY "Sign-on failed - no receipts can be issued"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CHECK-DAY-CLOSED
           IF WS-DAY-CLOSED = 1
               DISPLAY "ERROR: " FUNCTION TRIM(WS-CASHIER-ID)
                   "'s day " WS-TODAY-DATE " is already closed -"
                   " nothing more can be posted to it"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-ENROLLMENT
           IF WS-ENR-COUNT = 0
               DISPLAY "ERROR: STUDENT-ENROLLMENT.TXT not found or"
               GOBACK
           END-IF

           DISPLAY "CASHIER POSTING - enter a student ID, VOID to"
               " void a receipt, or press ENTER alone to finish"
           PERFORM UNTIL WS-DONE-FLAG = 1
               DISPLAY "Student ID: " WITH NO ADVANCING
               MOVE SPACES TO WS-INPUT-ID
               ACCEPT WS-INPUT-ID
               EVALUATE TRUE
                   WHEN FUNCTION TRIM(WS-INPUT-ID) = SPACES
                       MOVE 1 TO WS-DONE-FLAG
                   WHEN FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-INPUT-ID)) = "VOID"
                       PERFORM VOID-ONE-RECEIPT
                   WHEN OTHER
                       PERFORM POST-ONE-PAYMENT
               END-EVALUATE
           END-PERFORM

           PERFORM SAVE-OR-CONTROL

           DISPLAY "Session closed: " WS-POSTED-COUNT
               " receipt(s), total " WS-SESSION-TOTAL
           IF WS-VOIDED-COUNT > 0
               DISPLAY "                " WS-VOIDED-COUNT
                   " void(s),   total " WS-VOIDED-TOTAL
           END-IF
           MOVE WS-HAS-ERROR TO RETURN-CODE
           GOBACK.

           MOVE WS-NEXT-OR-NO TO LED-OR-NO
           MOVE WS-TODAY-DATE TO LED-DATE
           MOVE WS-POST-AMOUNT TO LED-AMOUNT
           MOVE SPACE TO LED-SIGN
           WRITE STUDENT-LEDGER-RECORD
           CLOSE STUDENT-LEDGER-FILE

           PERFORM OPEN-OR-REGISTER-EXTEND
           MOVE SPACES TO OR-REGISTER-RECORD
           MOVE WS-NEXT-OR-NO TO ORR-OR-NO
           SET ORR-ISSUED TO TRUE
           MOVE WS-TODAY-DATE TO ORR-DATE
           MOVE WS-CASHIER-ID TO ORR-CASHIER
           MOVE WS-EN-ID(WS-EN-MATCH-IDX) TO ORR-STUDENT-ID
           MOVE WS-POST-AMOUNT TO ORR-AMOUNT
           WRITE OR-REGISTER-RECORD
           CLOSE OR-REGISTER-FILE

           ADD WS-POST-AMOUNT TO WS-EN-PAID(WS-EN-MATCH-IDX)
           ADD WS-POST-AMOUNT TO WS-SESSION-TOTAL
           ADD 1 TO WS-POSTED-COUNT
           ADD 1 TO WS-NEXT-OR-NO
           PERFORM SAVE-OR-CONTROL.

       VOID-ONE-RECEIPT.
      *----------------------------------------------------------------
      * VOID-ONE-RECEIPT - Void one of this cashier's receipts from
      * today: the OR must be on the register as ISSUED (and not
      * already voided), a reason is required, and a supervisor
      * must approve before anything is written.
      *----------------------------------------------------------------
           MOVE 1 TO WS-VOID-OK
           DISPLAY "OR number to void: " WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-OR-NO
           ACCEPT WS-INPUT-OR-NO
           IF FUNCTION TRIM(WS-INPUT-OR-NO) = SPACES
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-INPUT-OR-NO)) NOT = ZERO
               DISPLAY "OR number not numeric - nothing voided"
               MOVE 0 TO WS-VOID-OK
           END-IF

           IF WS-VOID-OK = 1
               MOVE FUNCTION NUMVAL(WS-INPUT-OR-NO) TO WS-VOID-OR-NO
               PERFORM FIND-REGISTER-OR
               EVALUATE TRUE
                   WHEN WS-VOID-FOUND = 0
                       DISPLAY "OR " WS-VOID-OR-NO " is not on the"
                           " OR register - nothing voided"
                       MOVE 0 TO WS-VOID-OK
                   WHEN WS-VOID-ALREADY = 1
                       DISPLAY "OR " WS-VOID-OR-NO " is already"
                           " voided"
                       MOVE 0 TO WS-VOID-OK
                   WHEN WS-VR-CASHIER NOT = WS-CASHIER-ID
                       OR WS-VR-DATE NOT = WS-TODAY-DATE
                       DISPLAY "OR " WS-VOID-OR-NO " was not issued"
                           " by you today - only your own receipts"
                           " of the open day can be voided"
                       MOVE 0 TO WS-VOID-OK
                   WHEN OTHER
                       DISPLAY "OR " WS-VOID-OR-NO ": "
                           FUNCTION TRIM(WS-VR-STUDENT-ID)
                           " amount " WS-VR-AMOUNT
               END-EVALUATE
           END-IF

           IF WS-VOID-OK = 1
               DISPLAY "Reason for the void: " WITH NO ADVANCING
               MOVE SPACES TO WS-INPUT-REASON
               ACCEPT WS-INPUT-REASON
               IF FUNCTION TRIM(WS-INPUT-REASON) = SPACES
                   DISPLAY "A reason is required - nothing voided"
                   MOVE 0 TO WS-VOID-OK
               END-IF
           END-IF

           IF WS-VOID-OK = 1
               PERFORM APPROVE-VOID
           END-IF

           IF WS-VOID-OK = 1
               PERFORM POST-VOID
           END-IF.

       FIND-REGISTER-OR.
      *----------------------------------------------------------------
      * FIND-REGISTER-OR - WS-VOID-OR-NO's ISSUED record, and whether
      * a VOIDED record for it follows.
      *----------------------------------------------------------------
           MOVE 0 TO WS-VOID-FOUND
           MOVE 0 TO WS-VOID-ALREADY
           MOVE SPACES TO WS-VOID-REGISTER
           MOVE 0 TO WS-VR-AMOUNT
           OPEN INPUT OR-REGISTER-FILE
           IF WS-ORREG-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ OR-REGISTER-FILE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF ORR-OR-NO = WS-VOID-OR-NO
                               EVALUATE TRUE
                                   WHEN ORR-ISSUED
                                       MOVE 1 TO WS-VOID-FOUND
                                       MOVE ORR-DATE TO WS-VR-DATE
                                       MOVE ORR-CASHIER
                                           TO WS-VR-CASHIER
                                       MOVE ORR-STUDENT-ID
                                           TO WS-VR-STUDENT-ID
                                       MOVE ORR-AMOUNT
                                           TO WS-VR-AMOUNT
                                   WHEN ORR-VOIDED
                                       MOVE 1 TO WS-VOID-ALREADY
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE OR-REGISTER-FILE.

       APPROVE-VOID.
      *----------------------------------------------------------------
      * APPROVE-VOID - The supervisor keys their own ID and password
      * at the counter. Only an ADMIN operator other than the
      * cashier may approve; one try per void.
      *----------------------------------------------------------------
           DISPLAY "Supervisor ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-OPERATOR
           ACCEPT WS-INPUT-OPERATOR
           DISPLAY "Supervisor password: " WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-PASSWORD
           ACCEPT WS-INPUT-PASSWORD
           PERFORM MATCH-OPERATOR
           EVALUATE TRUE
               WHEN WS-OP-MATCH-IDX = 0
                   DISPLAY "Supervisor ID or password not recognized"
                       " - nothing voided"
                   MOVE 0 TO WS-VOID-OK
               WHEN WS-OP-ID(WS-OP-MATCH-IDX) = WS-CASHIER-ID
                   DISPLAY "A cashier cannot approve their own void"
                       " - nothing voided"
                   MOVE 0 TO WS-VOID-OK
               WHEN WS-OP-ROLE(WS-OP-MATCH-IDX) NOT = "ADMIN"
                   DISPLAY FUNCTION TRIM(WS-OP-ID(WS-OP-MATCH-IDX))
                       " is not a supervisor - nothing voided"
                   MOVE 0 TO WS-VOID-OK
               WHEN OTHER
                   MOVE WS-OP-ID(WS-OP-MATCH-IDX) TO WS-SUPERVISOR-ID
           END-EVALUATE.

       POST-VOID.
      *----------------------------------------------------------------
      * POST-VOID - Reverse the receipt on the ledger ("V", same OR
      * number and amount), mark it VOIDED on the register, and
      * take it back off the student's paid total.
      *----------------------------------------------------------------
           OPEN EXTEND STUDENT-LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               AND WS-LEDGER-FILE-STATUS NOT = "05"
               OPEN OUTPUT STUDENT-LEDGER-FILE
               CLOSE STUDENT-LEDGER-FILE
               OPEN EXTEND STUDENT-LEDGER-FILE
           END-IF
           MOVE WS-VR-STUDENT-ID TO LED-ID
           MOVE WS-VOID-OR-NO TO LED-OR-NO
           MOVE WS-TODAY-DATE TO LED-DATE
           MOVE WS-VR-AMOUNT TO LED-AMOUNT
           MOVE "V" TO LED-SIGN
           WRITE STUDENT-LEDGER-RECORD
           CLOSE STUDENT-LEDGER-FILE

           PERFORM OPEN-OR-REGISTER-EXTEND
           MOVE SPACES TO OR-REGISTER-RECORD
           MOVE WS-VOID-OR-NO TO ORR-OR-NO
           SET ORR-VOIDED TO TRUE
           MOVE WS-TODAY-DATE TO ORR-DATE
           MOVE WS-CASHIER-ID TO ORR-CASHIER
           MOVE WS-VR-STUDENT-ID TO ORR-STUDENT-ID
           MOVE WS-VR-AMOUNT TO ORR-AMOUNT
           MOVE WS-SUPERVISOR-ID TO ORR-APPROVER
           MOVE FUNCTION TRIM(WS-INPUT-REASON) TO ORR-REASON
           WRITE OR-REGISTER-RECORD
           CLOSE OR-REGISTER-FILE

           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
               UNTIL WS-EN-IDX > WS-ENR-COUNT
               IF WS-EN-ID(WS-EN-IDX) = WS-VR-STUDENT-ID
                   SUBTRACT WS-VR-AMOUNT FROM WS-EN-PAID(WS-EN-IDX)
               END-IF
           END-PERFORM

           ADD WS-VR-AMOUNT TO WS-VOIDED-TOTAL
           ADD 1 TO WS-VOIDED-COUNT
           IF WS-VOIDED-COUNT <= WS-MAX-SESSION-POSTS
               MOVE WS-VOID-OR-NO TO WS-SV-OR-NO(WS-VOIDED-COUNT)
               MOVE WS-VR-STUDENT-ID TO WS-SV-ID(WS-VOIDED-COUNT)
               MOVE WS-VR-AMOUNT TO WS-SV-AMOUNT(WS-VOIDED-COUNT)
               MOVE WS-INPUT-REASON TO WS-SV-REASON(WS-VOIDED-COUNT)
           END-IF
           DISPLAY "OR " WS-VOID-OR-NO " voided, approved by "
               FUNCTION TRIM(WS-SUPERVISOR-ID).

       OPEN-OR-REGISTER-EXTEND.
      *----------------------------------------------------------------
      * OPEN-OR-REGISTER-EXTEND - Open the register for append,
      * creating it on the first receipt ever issued.
      *----------------------------------------------------------------
           OPEN EXTEND OR-REGISTER-FILE
           IF WS-ORREG-FILE-STATUS NOT = "00"
               AND WS-ORREG-FILE-STATUS NOT = "05"
               OPEN OUTPUT OR-REGISTER-FILE
               CLOSE OR-REGISTER-FILE
               OPEN EXTEND OR-REGISTER-FILE
           END-IF.

       LOAD-OPERATORS.
      *----------------------------------------------------------------
      * LOAD-OPERATORS - One OperatorID,Password,Role line per
      * operator from OPERATOR-PASSWORDS.TXT.
      *----------------------------------------------------------------
           OPEN INPUT OPERATOR-PASSWORD-FILE
           IF WS-PWD-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-OP-COUNT >= WS-MAX-OPERATORS
                   READ OPERATOR-PASSWORD-FILE INTO WS-OP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-OP-LINE) NOT = SPACES
                               MOVE SPACES TO WS-OP-TXT-ID
                               MOVE SPACES TO WS-OP-TXT-PASSWORD
                               MOVE SPACES TO WS-OP-TXT-ROLE
                               UNSTRING WS-OP-LINE DELIMITED BY ","
                                   INTO WS-OP-TXT-ID
                                        WS-OP-TXT-PASSWORD
                                        WS-OP-TXT-ROLE
                               END-UNSTRING
                               ADD 1 TO WS-OP-COUNT
                               MOVE FUNCTION TRIM(WS-OP-TXT-ID)
                                   TO WS-OP-ID(WS-OP-COUNT)
                               MOVE FUNCTION TRIM(WS-OP-TXT-PASSWORD)
                                   TO WS-OP-PASSWORD(WS-OP-COUNT)
                               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-OP-TXT-ROLE))
                                   TO WS-OP-ROLE(WS-OP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE OPERATOR-PASSWORD-FILE.

       SIGN-ON.
      *----------------------------------------------------------------
      * SIGN-ON - The cashier's own operator ID and password, up to
      * WS-MAX-ATTEMPTS tries. The ID is what the OR register and
      * the end-of-day close know the cashier by.
      *----------------------------------------------------------------
           DISPLAY "CASHIER POSTING - SIGN ON"
           PERFORM UNTIL WS-SIGNED-ON = 1
               OR WS-SIGNON-ATTEMPTS >= WS-MAX-ATTEMPTS
               DISPLAY "Cashier ID: " WITH NO ADVANCING
               MOVE SPACES TO WS-INPUT-OPERATOR
               ACCEPT WS-INPUT-OPERATOR
               DISPLAY "Password: " WITH NO ADVANCING
               MOVE SPACES TO WS-INPUT-PASSWORD
               ACCEPT WS-INPUT-PASSWORD
               PERFORM MATCH-OPERATOR
               IF WS-OP-MATCH-IDX > 0
                   MOVE 1 TO WS-SIGNED-ON
                   MOVE WS-OP-ID(WS-OP-MATCH-IDX) TO WS-CASHIER-ID
                   DISPLAY "Signed on as " WS-CASHIER-ID
               ELSE
                   ADD 1 TO WS-SIGNON-ATTEMPTS
                   DISPLAY "Cashier ID or password not recognized"
               END-IF
           END-PERFORM.

       MATCH-OPERATOR.
      *----------------------------------------------------------------
      * MATCH-OPERATOR - WS-OP-MATCH-IDX = the operator whose ID and
      * password were keyed, zero if none.
      *----------------------------------------------------------------
           MOVE 0 TO WS-OP-MATCH-IDX
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OP-COUNT
               IF WS-OP-ID(WS-OP-IDX) =
                       FUNCTION TRIM(WS-INPUT-OPERATOR)
                   AND WS-OP-PASSWORD(WS-OP-IDX) =
                       FUNCTION TRIM(WS-INPUT-PASSWORD)
                   MOVE WS-OP-IDX TO WS-OP-MATCH-IDX
               END-IF
           END-PERFORM.

       CHECK-DAY-CLOSED.
      *----------------------------------------------------------------
      * CHECK-DAY-CLOSED - WS-DAY-CLOSED = 1 when CASHIER-CLOSE has
      * already closed this cashier's day.
      *----------------------------------------------------------------
           MOVE 0 TO WS-DAY-CLOSED
           OPEN INPUT CASHIER-CLOSE-FILE
           IF WS-CLOSE-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ CASHIER-CLOSE-FILE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF CCL-CASHIER = WS-CASHIER-ID
                               AND CCL-DATE = WS-TODAY-DATE
                               MOVE 1 TO WS-DAY-CLOSED
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE CASHIER-CLOSE-FILE.

       LOAD-ENROLLMENT.
      *----------------------------------------------------------------
      * LOAD-ENROLLMENT - ID, name and year level per student.
      *----------------------------------------------------------------
      * LOAD-LEDGER-PAYMENTS - Prior sessions' payments into each
      * student's paid total, so the running balance is cumulative.
      * A refund disbursement ("-" entry) comes back off that total.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "00"
                           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                               UNTIL WS-EN-IDX > WS-ENR-COUNT
                               IF WS-EN-ID(WS-EN-IDX) = LED-ID
                                   IF LED-SIGN = "-" OR LED-SIGN = "S"
                                       OR LED-SIGN = "V"
                                       SUBTRACT LED-AMOUNT
                                           FROM WS-EN-PAID(WS-EN-IDX)
                                   ELSE
                                       ADD LED-AMOUNT
                                           TO WS-EN-PAID(WS-EN-IDX)
                                   END-IF
                               END-IF
                           END-PERFORM
                   END-READ
           OPEN OUTPUT COLLECTIONS-REPORT-FILE
           WRITE COLLECTIONS-REPORT-REC FROM WS-COLL-TITLE-LINE
           MOVE WS-TODAY-DATE TO WS-CDL-DATE
           MOVE WS-CASHIER-ID TO WS-CDL-CASHIER
           WRITE COLLECTIONS-REPORT-REC FROM WS-COLL-DATE-LINE
           WRITE COLLECTIONS-REPORT-REC FROM WS-BLANK-LINE
           WRITE COLLECTIONS-REPORT-REC FROM WS-COLL-COL-HEADER
               WRITE COLLECTIONS-REPORT-REC FROM WS-COLL-DETAIL-LINE
           END-PERFORM

           MOVE "TOTAL" TO WS-CLT-LABEL
           MOVE WS-SESSION-TOTAL TO WS-CLT-AMOUNT
           WRITE COLLECTIONS-REPORT-REC FROM WS-BLANK-LINE
           WRITE COLLECTIONS-REPORT-REC FROM WS-COLL-TOTAL-LINE

           IF WS-VOIDED-COUNT > 0
               WRITE COLLECTIONS-REPORT-REC FROM WS-BLANK-LINE
               WRITE COLLECTIONS-REPORT-REC FROM WS-COLL-VOID-HEADER
               WRITE COLLECTIONS-REPORT-REC FROM WS-BLANK-LINE
               PERFORM VARYING WS-SV-IDX FROM 1 BY 1
                   UNTIL WS-SV-IDX > WS-VOIDED-COUNT
                   OR WS-SV-IDX > WS-MAX-SESSION-POSTS
                   MOVE WS-SV-OR-NO(WS-SV-IDX) TO WS-CVL-OR
                   MOVE WS-SV-ID(WS-SV-IDX) TO WS-CVL-ID
                   MOVE WS-SV-AMOUNT(WS-SV-IDX) TO WS-CVL-AMOUNT
                   MOVE WS-SV-REASON(WS-SV-IDX) TO WS-CVL-REASON
                   WRITE COLLECTIONS-REPORT-REC FROM WS-COLL-VOID-LINE
               END-PERFORM
               MOVE "LESS VOIDS" TO WS-CLT-LABEL
               MOVE WS-VOIDED-TOTAL TO WS-CLT-AMOUNT
               WRITE COLLECTIONS-REPORT-REC FROM WS-BLANK-LINE
               WRITE COLLECTIONS-REPORT-REC FROM WS-COLL-TOTAL-LINE
               MOVE "NET COLLECTIONS" TO WS-CLT-LABEL
               COMPUTE WS-NET-TOTAL =
                   WS-SESSION-TOTAL - WS-VOIDED-TOTAL
               MOVE WS-NET-TOTAL TO WS-CLT-AMOUNT
               WRITE COLLECTIONS-REPORT-REC FROM WS-COLL-TOTAL-LINE
           END-IF
           CLOSE COLLECTIONS-REPORT-FILE.

       WRITE-AGING-REPORT.
