      *================================================================
      * PROGRAM: CASHIER END-OF-DAY CLOSE AND BANK DEPOSIT SLIP
      *================================================================
      * PURPOSE: Gives CASHIER-POSTING the formal close it never
      *          had. Each cashier's drawer - the denomination cash
      *          count and the checks received - is reconciled
      *          against what the system says that cashier took in
      *          today, the over/short is on paper, the bank deposit
      *          slip is produced from the count, and the day is
      *          locked so nothing more can be posted or voided
      *          against it.
      *
      * HOW IT WORKS:
      *   1. The cashier signs on against OPERATOR-PASSWORDS.TXT
      *      (same file and three-attempt rule as OPERATOR-CONSOLE);
      *      a day already on STUDENT-CASHIER-CLOSE.TXT cannot be
      *      closed twice
      *   2. STUDENT-OR-REGISTER.TXT gives the ORs this cashier
      *      issued today and which of them were voided (with the
      *      reason and approving supervisor); the register is the
      *      only place a receipt's cashier is recorded
      *   3. The day's STUDENT-LEDGER.TXT postings for those ORs
      *      are the system total: payments (sign space) less void
      *      reversals ("V"). An OR on the register with no ledger
      *      payment is flagged on the close report
      *   4. The cashier keys the piece count per denomination
      *      (bills 1000 down to 20, coins 20 down to 1 centavo -
      *      the 20 is one line for bill and coin) and the checks
      *      in the drawer (check number, bank, amount). Counted =
      *      cash + checks; counted - system is the OVER, SHORT or
      *      EVEN figure
      *   5. The cashier types CLOSE to commit; anything else
      *      leaves the day open for a recount and writes nothing.
      *      On CLOSE the close report
      *      (STUDENT-CASHIER-CLOSE-REPORT.TXT: the day's OR series
      *      including voided numbers, the count and the variance)
      *      and the deposit slip (STUDENT-DEPOSIT-SLIP.TXT) are
      *      written and the lock record is appended to
      *      STUDENT-CASHIER-CLOSE.TXT
      *   6. RETURN-CODE 0 when the drawer is even, 2 when it is
      *      over or short (the close still stands - the variance
      *      is for the supervisor to follow up), 1 when nothing
      *      was closed
      *
      * AUTHOR: GROUP2
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHIER-CLOSE.
       AUTHOR. GROUP2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPERATOR-PASSWORD-FILE
            ASSIGN TO "OPERATOR-PASSWORDS.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PWD-FILE-STATUS.

       SELECT OPTIONAL OR-REGISTER-FILE
            ASSIGN TO "STUDENT-OR-REGISTER.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ORREG-FILE-STATUS.

       SELECT OPTIONAL STUDENT-LEDGER-FILE
            ASSIGN TO "STUDENT-LEDGER.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LEDGER-FILE-STATUS.

       SELECT OPTIONAL CASHIER-CLOSE-FILE
            ASSIGN TO "STUDENT-CASHIER-CLOSE.TXT"
      * Append-only: one record per closed cashier-day.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CLOSE-FILE-STATUS.

       SELECT CLOSE-REPORT-FILE
            ASSIGN TO "STUDENT-CASHIER-CLOSE-REPORT.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DEPOSIT-SLIP-FILE
            ASSIGN TO "STUDENT-DEPOSIT-SLIP.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-PASSWORD-FILE.
       01  OPERATOR-PASSWORD-REC       PIC X(50).

       FD  OR-REGISTER-FILE.
       COPY ORREG.

       FD  STUDENT-LEDGER-FILE.
       01  STUDENT-LEDGER-RECORD.
      * Same fixed layout CASHIER-POSTING writes.
               05 LED-ID               PIC X(10).
               05 LED-OR-NO            PIC 9(8).
               05 LED-DATE             PIC X(10).
               05 LED-AMOUNT           PIC 9(7)V99.
               05 LED-SIGN             PIC X.

       FD  CASHIER-CLOSE-FILE.
       COPY CASHCLOS.

       FD  CLOSE-REPORT-FILE.
       01  CLOSE-REPORT-REC            PIC X(100).

       FD  DEPOSIT-SLIP-FILE.
       01  DEPOSIT-SLIP-REC            PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-PWD-FILE-STATUS          PIC XX.
       01  WS-ORREG-FILE-STATUS        PIC XX.
       01  WS-LEDGER-FILE-STATUS       PIC XX.
       01  WS-CLOSE-FILE-STATUS        PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * OPERATORS AND SIGN-ON
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
      * THE DAY'S OR SERIES FOR THIS CASHIER
      *----------------------------------------------------------------
       01  WS-MAX-DAY-ORS              PIC 9999 VALUE 2000.
       01  WS-DOR-COUNT                PIC 9999 VALUE 0.
       01  WS-DAY-OR-TABLE.
               05 WS-DOR-ENTRY OCCURS 2000 TIMES.
                   10 WS-DOR-OR-NO     PIC 9(8).
                   10 WS-DOR-ID        PIC X(10).
                   10 WS-DOR-AMOUNT    PIC 9(7)V99.
                   10 WS-DOR-VOIDED    PIC 9.
                   10 WS-DOR-APPROVER  PIC X(10).
                   10 WS-DOR-REASON    PIC X(40).
                   10 WS-DOR-ON-LEDGER PIC 9.
       01  WS-DOR-IDX                  PIC 9999 VALUE 0.
       01  WS-DOR-MATCH-IDX            PIC 9999 VALUE 0.
       01  WS-FIND-OR-NO               PIC 9(8) VALUE 0.

       01  WS-RECEIPT-COUNT            PIC 9(5) VALUE 0.
       01  WS-RECEIPT-TOTAL            PIC 9(9)V99 VALUE 0.
       01  WS-VOID-COUNT               PIC 9(5) VALUE 0.
       01  WS-VOID-TOTAL               PIC 9(9)V99 VALUE 0.
       01  WS-SYSTEM-TOTAL             PIC S9(9)V99 VALUE 0.
       01  WS-EXCEPTION-COUNT          PIC 9(5) VALUE 0.

      *----------------------------------------------------------------
      * CASH COUNT - peso denominations, largest first
      *----------------------------------------------------------------
       01  WS-DENOM-VALUES.
               05 FILLER               PIC 9(4)V99 VALUE 1000.00.
               05 FILLER               PIC 9(4)V99 VALUE 500.00.
               05 FILLER               PIC 9(4)V99 VALUE 200.00.
               05 FILLER               PIC 9(4)V99 VALUE 100.00.
               05 FILLER               PIC 9(4)V99 VALUE 50.00.
               05 FILLER               PIC 9(4)V99 VALUE 20.00.
               05 FILLER               PIC 9(4)V99 VALUE 10.00.
               05 FILLER               PIC 9(4)V99 VALUE 5.00.
               05 FILLER               PIC 9(4)V99 VALUE 1.00.
               05 FILLER               PIC 9(4)V99 VALUE 0.25.
               05 FILLER               PIC 9(4)V99 VALUE 0.10.
               05 FILLER               PIC 9(4)V99 VALUE 0.05.
               05 FILLER               PIC 9(4)V99 VALUE 0.01.
       01  WS-DENOM-TABLE REDEFINES WS-DENOM-VALUES.
               05 WS-DENOM-VALUE OCCURS 13 TIMES PIC 9(4)V99.
       01  WS-DENOM-COUNT              PIC 99 VALUE 13.
       01  WS-DENOM-IDX                PIC 99 VALUE 0.
       01  WS-DENOM-AREA.
               05 WS-DENOM-ENTRY OCCURS 13 TIMES.
                   10 WS-DENOM-PIECES  PIC 9(5).
                   10 WS-DENOM-AMOUNT  PIC 9(9)V99.
       01  WS-DENOM-DISPLAY            PIC Z,ZZ9.99.
       01  WS-CASH-TOTAL               PIC 9(9)V99 VALUE 0.

      *----------------------------------------------------------------
      * CHECK LIST
      *----------------------------------------------------------------
       01  WS-MAX-CHECKS               PIC 999 VALUE 200.
       01  WS-CHK-COUNT                PIC 999 VALUE 0.
       01  WS-CHECK-TABLE.
               05 WS-CHK-ENTRY OCCURS 200 TIMES.
                   10 WS-CHK-NUMBER    PIC X(12).
                   10 WS-CHK-BANK      PIC X(20).
                   10 WS-CHK-AMOUNT    PIC 9(7)V99.
       01  WS-CHK-IDX                  PIC 999 VALUE 0.
       01  WS-CHECK-TOTAL              PIC 9(9)V99 VALUE 0.

       01  WS-COUNTED-TOTAL            PIC 9(9)V99 VALUE 0.
       01  WS-VARIANCE                 PIC S9(9)V99 VALUE 0.
       01  WS-VARIANCE-ABS             PIC 9(9)V99 VALUE 0.
       01  WS-RESULT-TEXT              PIC X(5).

      *----------------------------------------------------------------
      * KEYED INPUT
      *----------------------------------------------------------------
       01  WS-INPUT-LINE               PIC X(20).
       01  WS-INPUT-BANK               PIC X(20).
       01  WS-INPUT-CONFIRM            PIC X(10).
       01  WS-INPUT-OK                 PIC 9 VALUE 0.
       01  WS-CHECKS-DONE              PIC 9 VALUE 0.
       01  WS-PIECES-WORK              PIC S9(7)V99 VALUE 0.
       01  WS-PIECES-WHOLE             PIC S9(7) VALUE 0.
       01  WS-AMOUNT-WORK              PIC S9(9)V99 VALUE 0.

       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-TODAY-DATE               PIC X(10).
       01  WS-TIMESTAMP-DISPLAY        PIC X(19).

      *----------------------------------------------------------------
      * REPORT AND DEPOSIT SLIP LAYOUTS
      *----------------------------------------------------------------
       01  WS-BLANK-LINE               PIC X(100) VALUE SPACES.
       01  WS-RPT-TITLE-LINE.
               05 FILLER               PIC X(22) VALUE SPACES.
               05 FILLER               PIC X(30)
                   VALUE "CASHIER END-OF-DAY CLOSE".
       01  WS-SLIP-TITLE-LINE.
               05 FILLER               PIC X(22) VALUE SPACES.
               05 FILLER               PIC X(30)
                   VALUE "BANK DEPOSIT SLIP".
       01  WS-RPT-DATE-LINE.
               05 FILLER               PIC X(6) VALUE "DATE: ".
               05 WS-RDL-DATE          PIC X(10).
               05 FILLER               PIC X(4) VALUE SPACES.
               05 FILLER               PIC X(9) VALUE "CASHIER: ".
               05 WS-RDL-CASHIER       PIC X(10).
               05 FILLER               PIC X(4) VALUE SPACES.
               05 FILLER               PIC X(8) VALUE "CLOSED: ".
               05 WS-RDL-CLOSED-AT     PIC X(19).
       01  WS-RPT-SECTION-LINE         PIC X(40).
       01  WS-RPT-OR-HEADER.
               05 FILLER               PIC X(10) VALUE "OR NO".
               05 FILLER               PIC X(12) VALUE "STUDENT ID".
               05 FILLER               PIC X(12) VALUE "AMOUNT".
               05 FILLER               PIC X(8)  VALUE "STATUS".
               05 FILLER               PIC X(30)
                   VALUE "APPROVED BY / REASON".
       01  WS-RPT-OR-LINE.
               05 WS-ROL-OR            PIC 9(8).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-ROL-ID            PIC X(12).
               05 WS-ROL-AMOUNT        PIC ZZ,ZZ9.99.
               05 FILLER               PIC X(3)  VALUE SPACES.
               05 WS-ROL-STATUS        PIC X(8).
               05 WS-ROL-APPROVER      PIC X(11).
               05 WS-ROL-REASON        PIC X(40).
       01  WS-RPT-AMOUNT-LINE.
               05 WS-RAL-LABEL         PIC X(24).
               05 WS-RAL-COUNT         PIC ZZZZZ.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-RAL-AMOUNT        PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-DENOM-HEADER.
               05 FILLER               PIC X(14) VALUE "DENOMINATION".
               05 FILLER               PIC X(10) VALUE "PIECES".
               05 FILLER               PIC X(12) VALUE "AMOUNT".
       01  WS-RPT-DENOM-LINE.
               05 WS-RDN-DENOM         PIC Z,ZZ9.99.
               05 FILLER               PIC X(6)  VALUE SPACES.
               05 WS-RDN-PIECES        PIC ZZZZ9.
               05 FILLER               PIC X(3)  VALUE SPACES.
               05 WS-RDN-AMOUNT        PIC ZZZ,ZZ9.99.
       01  WS-RPT-CHECK-HEADER.
               05 FILLER               PIC X(14) VALUE "CHECK NO".
               05 FILLER               PIC X(22) VALUE "BANK".
               05 FILLER               PIC X(12) VALUE "AMOUNT".
       01  WS-RPT-CHECK-LINE.
               05 WS-RCK-NUMBER        PIC X(14).
               05 WS-RCK-BANK          PIC X(21).
               05 WS-RCK-AMOUNT        PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *----------------------------------------------------------------
      * MAIN-PROCEDURE - Sign on, gather the system side of the day,
      * take the count, then close on the cashier's say-so.
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
               DISPLAY "Sign-on failed - day not closed"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CHECK-DAY-CLOSED
           IF WS-DAY-CLOSED = 1
               DISPLAY "ERROR: " FUNCTION TRIM(WS-CASHIER-ID)
                   "'s day " WS-TODAY-DATE " is already closed"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-DAY-REGISTER
           PERFORM TALLY-LEDGER
           DISPLAY "System: " WS-RECEIPT-COUNT " receipt(s) "
               WS-RECEIPT-TOTAL ", " WS-VOID-COUNT " void(s) "
               WS-VOID-TOTAL
           IF WS-EXCEPTION-COUNT > 0
               DISPLAY "WARNING: " WS-EXCEPTION-COUNT " OR(s) on the"
                   " register have no ledger payment - see the close"
                   " report"
           END-IF

           PERFORM TAKE-CASH-COUNT
           PERFORM TAKE-CHECK-LIST
           PERFORM COMPUTE-VARIANCE

           DISPLAY " "
           DISPLAY "Cash counted:   " WS-CASH-TOTAL
           DISPLAY "Checks counted: " WS-CHECK-TOTAL
           DISPLAY "System total:   " WS-SYSTEM-TOTAL
           DISPLAY "Drawer is " FUNCTION TRIM(WS-RESULT-TEXT) " "
               WS-VARIANCE-ABS
           DISPLAY "Type CLOSE to lock the day, anything else to"
               " leave it open: " WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-CONFIRM
           ACCEPT WS-INPUT-CONFIRM
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INPUT-CONFIRM))
                   NOT = "CLOSE"
               DISPLAY "Day left open - nothing written"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM STAMP-TIMESTAMP
           PERFORM WRITE-CLOSE-REPORT
           PERFORM WRITE-DEPOSIT-SLIP
           PERFORM WRITE-CLOSE-RECORD
           DISPLAY "Day " WS-TODAY-DATE " closed for "
               FUNCTION TRIM(WS-CASHIER-ID)
           IF WS-VARIANCE = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 2 TO RETURN-CODE
           END-IF
           GOBACK.

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
      * SIGN-ON - The cashier closes their own day: same operator ID
      * and password they post under, up to WS-MAX-ATTEMPTS tries.
      *----------------------------------------------------------------
           DISPLAY "CASHIER END-OF-DAY CLOSE - SIGN ON"
           PERFORM UNTIL WS-SIGNED-ON = 1
               OR WS-SIGNON-ATTEMPTS >= WS-MAX-ATTEMPTS
               DISPLAY "Cashier ID: " WITH NO ADVANCING
               MOVE SPACES TO WS-INPUT-OPERATOR
               ACCEPT WS-INPUT-OPERATOR
               DISPLAY "Password: " WITH NO ADVANCING
               MOVE SPACES TO WS-INPUT-PASSWORD
               ACCEPT WS-INPUT-PASSWORD
               MOVE 0 TO WS-OP-MATCH-IDX
               PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
                   IF WS-OP-ID(WS-OP-IDX) =
                           FUNCTION TRIM(WS-INPUT-OPERATOR)
                       AND WS-OP-PASSWORD(WS-OP-IDX) =
                           FUNCTION TRIM(WS-INPUT-PASSWORD)
                       MOVE WS-OP-IDX TO WS-OP-MATCH-IDX
                   END-IF
               END-PERFORM
               IF WS-OP-MATCH-IDX > 0
                   MOVE 1 TO WS-SIGNED-ON
                   MOVE WS-OP-ID(WS-OP-MATCH-IDX) TO WS-CASHIER-ID
                   DISPLAY "Signed on as " WS-CASHIER-ID
               ELSE
                   ADD 1 TO WS-SIGNON-ATTEMPTS
                   DISPLAY "Cashier ID or password not recognized"
               END-IF
           END-PERFORM.

       CHECK-DAY-CLOSED.
      *----------------------------------------------------------------
      * CHECK-DAY-CLOSED - WS-DAY-CLOSED = 1 when this cashier's day
      * is already on the close file.
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

       LOAD-DAY-REGISTER.
      *----------------------------------------------------------------
      * LOAD-DAY-REGISTER - This cashier's ORs of today, in issue
      * order; a later VOIDED record marks its OR voided.
      *----------------------------------------------------------------
           OPEN INPUT OR-REGISTER-FILE
           IF WS-ORREG-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ OR-REGISTER-FILE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF ORR-CASHIER = WS-CASHIER-ID
                               AND ORR-DATE = WS-TODAY-DATE
                               PERFORM TAKE-REGISTER-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE OR-REGISTER-FILE.

       TAKE-REGISTER-RECORD.
      *----------------------------------------------------------------
      * TAKE-REGISTER-RECORD - An ISSUED record adds the OR to the
      * day's series; a VOIDED record flags it.
      *----------------------------------------------------------------
           EVALUATE TRUE
               WHEN ORR-ISSUED
                   IF WS-DOR-COUNT < WS-MAX-DAY-ORS
                       ADD 1 TO WS-DOR-COUNT
                       MOVE ORR-OR-NO TO WS-DOR-OR-NO(WS-DOR-COUNT)
                       MOVE ORR-STUDENT-ID TO WS-DOR-ID(WS-DOR-COUNT)
                       MOVE ORR-AMOUNT
                           TO WS-DOR-AMOUNT(WS-DOR-COUNT)
                       MOVE 0 TO WS-DOR-VOIDED(WS-DOR-COUNT)
                       MOVE SPACES TO WS-DOR-APPROVER(WS-DOR-COUNT)
                       MOVE SPACES TO WS-DOR-REASON(WS-DOR-COUNT)
                       MOVE 0 TO WS-DOR-ON-LEDGER(WS-DOR-COUNT)
                   END-IF
               WHEN ORR-VOIDED
                   MOVE ORR-OR-NO TO WS-FIND-OR-NO
                   PERFORM FIND-DAY-OR
                   IF WS-DOR-MATCH-IDX > 0
                       MOVE 1 TO WS-DOR-VOIDED(WS-DOR-MATCH-IDX)
                       MOVE ORR-APPROVER
                           TO WS-DOR-APPROVER(WS-DOR-MATCH-IDX)
                       MOVE ORR-REASON
                           TO WS-DOR-REASON(WS-DOR-MATCH-IDX)
                   END-IF
           END-EVALUATE.

       FIND-DAY-OR.
      *----------------------------------------------------------------
      * FIND-DAY-OR - WS-DOR-MATCH-IDX = the day's entry for OR
      * WS-FIND-OR-NO, zero if it is not one of this cashier's
      * today.
      *----------------------------------------------------------------
           MOVE 0 TO WS-DOR-MATCH-IDX
           PERFORM VARYING WS-DOR-IDX FROM 1 BY 1
               UNTIL WS-DOR-IDX > WS-DOR-COUNT
               OR WS-DOR-MATCH-IDX > 0
               IF WS-DOR-OR-NO(WS-DOR-IDX) = WS-FIND-OR-NO
                   MOVE WS-DOR-IDX TO WS-DOR-MATCH-IDX
               END-IF
           END-PERFORM.

       TALLY-LEDGER.
      *----------------------------------------------------------------
      * TALLY-LEDGER - Today's ledger payments and void reversals
      * for this cashier's ORs. Refunds ("-") and surcharges ("S")
      * never pass through the drawer and are not counted.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ STUDENT-LEDGER-FILE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF LED-DATE = WS-TODAY-DATE
                               AND LED-OR-NO > 0
                               AND (LED-SIGN = SPACE
                                   OR LED-SIGN = "V")
                               PERFORM TAKE-LEDGER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-LEDGER-FILE

           PERFORM VARYING WS-DOR-IDX FROM 1 BY 1
               UNTIL WS-DOR-IDX > WS-DOR-COUNT
               IF WS-DOR-ON-LEDGER(WS-DOR-IDX) = 0
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
           END-PERFORM
           COMPUTE WS-SYSTEM-TOTAL = WS-RECEIPT-TOTAL - WS-VOID-TOTAL.

       TAKE-LEDGER-ENTRY.
      *----------------------------------------------------------------
      * TAKE-LEDGER-ENTRY - One payment or void reversal, if its OR
      * (and student) is on this cashier's series for the day.
      *----------------------------------------------------------------
           MOVE LED-OR-NO TO WS-FIND-OR-NO
           PERFORM FIND-DAY-OR
           IF WS-DOR-MATCH-IDX > 0
               IF WS-DOR-ID(WS-DOR-MATCH-IDX) = LED-ID
                   IF LED-SIGN = "V"
                       ADD 1 TO WS-VOID-COUNT
                       ADD LED-AMOUNT TO WS-VOID-TOTAL
                   ELSE
                       ADD 1 TO WS-RECEIPT-COUNT
                       ADD LED-AMOUNT TO WS-RECEIPT-TOTAL
                       MOVE 1 TO WS-DOR-ON-LEDGER(WS-DOR-MATCH-IDX)
                   END-IF
               END-IF
           END-IF.

       TAKE-CASH-COUNT.
      *----------------------------------------------------------------
      * TAKE-CASH-COUNT - Piece count per denomination; ENTER alone
      * means none.
      *----------------------------------------------------------------
           DISPLAY " "
           DISPLAY "CASH COUNT - pieces per denomination (ENTER alone"
               " for none)"
           MOVE 0 TO WS-CASH-TOTAL
           PERFORM VARYING WS-DENOM-IDX FROM 1 BY 1
               UNTIL WS-DENOM-IDX > WS-DENOM-COUNT
               MOVE 0 TO WS-INPUT-OK
               PERFORM UNTIL WS-INPUT-OK = 1
                   MOVE WS-DENOM-VALUE(WS-DENOM-IDX)
                       TO WS-DENOM-DISPLAY
                   DISPLAY "  " WS-DENOM-DISPLAY " x "
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-INPUT-LINE
                   ACCEPT WS-INPUT-LINE
                   PERFORM TAKE-PIECE-COUNT
               END-PERFORM
               COMPUTE WS-DENOM-AMOUNT(WS-DENOM-IDX) =
                   WS-DENOM-PIECES(WS-DENOM-IDX) *
                   WS-DENOM-VALUE(WS-DENOM-IDX)
               ADD WS-DENOM-AMOUNT(WS-DENOM-IDX) TO WS-CASH-TOTAL
           END-PERFORM.

       TAKE-PIECE-COUNT.
      *----------------------------------------------------------------
      * TAKE-PIECE-COUNT - The keyed count must be a whole number,
      * zero or more.
      *----------------------------------------------------------------
           EVALUATE TRUE
               WHEN FUNCTION TRIM(WS-INPUT-LINE) = SPACES
                   MOVE 0 TO WS-DENOM-PIECES(WS-DENOM-IDX)
                   MOVE 1 TO WS-INPUT-OK
               WHEN FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-INPUT-LINE)) NOT = ZERO
                   DISPLAY "    Not a number - key the piece count"
               WHEN OTHER
                   COMPUTE WS-PIECES-WORK =
                       FUNCTION NUMVAL(WS-INPUT-LINE)
                   MOVE WS-PIECES-WORK TO WS-PIECES-WHOLE
                   IF WS-PIECES-WORK < 0
                       OR WS-PIECES-WORK NOT = WS-PIECES-WHOLE
                       OR WS-PIECES-WHOLE > 99999
                       DISPLAY "    Key a whole number of pieces"
                   ELSE
                       MOVE WS-PIECES-WHOLE
                           TO WS-DENOM-PIECES(WS-DENOM-IDX)
                       MOVE 1 TO WS-INPUT-OK
                   END-IF
           END-EVALUATE.

       TAKE-CHECK-LIST.
      *----------------------------------------------------------------
      * TAKE-CHECK-LIST - One check per entry until a blank check
      * number.
      *----------------------------------------------------------------
           DISPLAY " "
           DISPLAY "CHECKS - check number, bank and amount (ENTER"
               " alone at the check number when done)"
           MOVE 0 TO WS-CHECK-TOTAL
           MOVE 0 TO WS-CHECKS-DONE
           PERFORM UNTIL WS-CHECKS-DONE = 1
               DISPLAY "  Check no: " WITH NO ADVANCING
               MOVE SPACES TO WS-INPUT-LINE
               ACCEPT WS-INPUT-LINE
               EVALUATE TRUE
                   WHEN FUNCTION TRIM(WS-INPUT-LINE) = SPACES
                       MOVE 1 TO WS-CHECKS-DONE
                   WHEN WS-CHK-COUNT >= WS-MAX-CHECKS
                       DISPLAY "  Check list is full at "
                           WS-MAX-CHECKS " checks"
                       MOVE 1 TO WS-CHECKS-DONE
                   WHEN OTHER
                       PERFORM TAKE-ONE-CHECK
               END-EVALUATE
           END-PERFORM.

       TAKE-ONE-CHECK.
      *----------------------------------------------------------------
      * TAKE-ONE-CHECK - Bank and a positive amount for the keyed
      * check number.
      *----------------------------------------------------------------
           DISPLAY "  Bank: " WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-BANK
           ACCEPT WS-INPUT-BANK
           MOVE 0 TO WS-INPUT-OK
           PERFORM UNTIL WS-INPUT-OK = 1
               DISPLAY "  Amount: " WITH NO ADVANCING
               MOVE SPACES TO WS-INPUT-CONFIRM
               ACCEPT WS-INPUT-CONFIRM
               IF FUNCTION TRIM(WS-INPUT-CONFIRM) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-INPUT-CONFIRM)) = ZERO
                   COMPUTE WS-AMOUNT-WORK =
                       FUNCTION NUMVAL(WS-INPUT-CONFIRM)
                   IF WS-AMOUNT-WORK > 0
                       MOVE 1 TO WS-INPUT-OK
                   END-IF
               END-IF
               IF WS-INPUT-OK = 0
                   DISPLAY "    Key an amount more than zero"
               END-IF
           END-PERFORM
           ADD 1 TO WS-CHK-COUNT
           MOVE FUNCTION TRIM(WS-INPUT-LINE)
               TO WS-CHK-NUMBER(WS-CHK-COUNT)
           MOVE FUNCTION TRIM(WS-INPUT-BANK)
               TO WS-CHK-BANK(WS-CHK-COUNT)
           MOVE WS-AMOUNT-WORK TO WS-CHK-AMOUNT(WS-CHK-COUNT)
           ADD WS-AMOUNT-WORK TO WS-CHECK-TOTAL.

       COMPUTE-VARIANCE.
      *----------------------------------------------------------------
      * COMPUTE-VARIANCE - Counted minus system: OVER when the
      * drawer holds more than the system says, SHORT when less.
      *----------------------------------------------------------------
           COMPUTE WS-COUNTED-TOTAL = WS-CASH-TOTAL + WS-CHECK-TOTAL
           COMPUTE WS-VARIANCE = WS-COUNTED-TOTAL - WS-SYSTEM-TOTAL
           EVALUATE TRUE
               WHEN WS-VARIANCE > 0
                   MOVE "OVER" TO WS-RESULT-TEXT
                   MOVE WS-VARIANCE TO WS-VARIANCE-ABS
               WHEN WS-VARIANCE < 0
                   MOVE "SHORT" TO WS-RESULT-TEXT
                   COMPUTE WS-VARIANCE-ABS = 0 - WS-VARIANCE
               WHEN OTHER
                   MOVE "EVEN" TO WS-RESULT-TEXT
                   MOVE 0 TO WS-VARIANCE-ABS
           END-EVALUATE.

       WRITE-CLOSE-REPORT.
      *----------------------------------------------------------------
      * WRITE-CLOSE-REPORT - The day's OR series (voided numbers
      * included), the system total, the count and the variance.
      *----------------------------------------------------------------
           OPEN OUTPUT CLOSE-REPORT-FILE
           WRITE CLOSE-REPORT-REC FROM WS-RPT-TITLE-LINE
           MOVE WS-TODAY-DATE TO WS-RDL-DATE
           MOVE WS-CASHIER-ID TO WS-RDL-CASHIER
           MOVE WS-TIMESTAMP-DISPLAY TO WS-RDL-CLOSED-AT
           WRITE CLOSE-REPORT-REC FROM WS-RPT-DATE-LINE
           WRITE CLOSE-REPORT-REC FROM WS-BLANK-LINE

           MOVE "OR SERIES ISSUED" TO WS-RPT-SECTION-LINE
           WRITE CLOSE-REPORT-REC FROM WS-RPT-SECTION-LINE
           WRITE CLOSE-REPORT-REC FROM WS-RPT-OR-HEADER
           PERFORM VARYING WS-DOR-IDX FROM 1 BY 1
               UNTIL WS-DOR-IDX > WS-DOR-COUNT
               MOVE WS-DOR-OR-NO(WS-DOR-IDX) TO WS-ROL-OR
               MOVE WS-DOR-ID(WS-DOR-IDX) TO WS-ROL-ID
               MOVE WS-DOR-AMOUNT(WS-DOR-IDX) TO WS-ROL-AMOUNT
               MOVE SPACES TO WS-ROL-APPROVER
               MOVE SPACES TO WS-ROL-REASON
               EVALUATE TRUE
                   WHEN WS-DOR-VOIDED(WS-DOR-IDX) = 1
                       MOVE "VOIDED" TO WS-ROL-STATUS
                       MOVE WS-DOR-APPROVER(WS-DOR-IDX)
                           TO WS-ROL-APPROVER
                       MOVE WS-DOR-REASON(WS-DOR-IDX)
                           TO WS-ROL-REASON
                   WHEN WS-DOR-ON-LEDGER(WS-DOR-IDX) = 0
                       MOVE "ISSUED" TO WS-ROL-STATUS
                       MOVE "*** NOT ON STUDENT-LEDGER.TXT"
                           TO WS-ROL-REASON
                   WHEN OTHER
                       MOVE "ISSUED" TO WS-ROL-STATUS
               END-EVALUATE
               WRITE CLOSE-REPORT-REC FROM WS-RPT-OR-LINE
           END-PERFORM
           WRITE CLOSE-REPORT-REC FROM WS-BLANK-LINE

           MOVE "RECEIPTS ON LEDGER" TO WS-RAL-LABEL
           MOVE WS-RECEIPT-COUNT TO WS-RAL-COUNT
           MOVE WS-RECEIPT-TOTAL TO WS-RAL-AMOUNT
           WRITE CLOSE-REPORT-REC FROM WS-RPT-AMOUNT-LINE
           MOVE "LESS VOIDED ORS" TO WS-RAL-LABEL
           MOVE WS-VOID-COUNT TO WS-RAL-COUNT
           MOVE WS-VOID-TOTAL TO WS-RAL-AMOUNT
           WRITE CLOSE-REPORT-REC FROM WS-RPT-AMOUNT-LINE
           MOVE "SYSTEM COLLECTIONS" TO WS-RAL-LABEL
           MOVE 0 TO WS-RAL-COUNT
           MOVE WS-SYSTEM-TOTAL TO WS-RAL-AMOUNT
           WRITE CLOSE-REPORT-REC FROM WS-RPT-AMOUNT-LINE
           WRITE CLOSE-REPORT-REC FROM WS-BLANK-LINE

           PERFORM WRITE-COUNT-LINES-REPORT

           MOVE "TOTAL COUNTED" TO WS-RAL-LABEL
           MOVE 0 TO WS-RAL-COUNT
           MOVE WS-COUNTED-TOTAL TO WS-RAL-AMOUNT
           WRITE CLOSE-REPORT-REC FROM WS-RPT-AMOUNT-LINE
           MOVE SPACES TO WS-RAL-LABEL
           STRING "CASH " DELIMITED BY SIZE
               WS-RESULT-TEXT DELIMITED BY SPACE
               INTO WS-RAL-LABEL
           MOVE WS-VARIANCE-ABS TO WS-RAL-AMOUNT
           WRITE CLOSE-REPORT-REC FROM WS-RPT-AMOUNT-LINE
           CLOSE CLOSE-REPORT-FILE.

       WRITE-COUNT-LINES-REPORT.
      *----------------------------------------------------------------
      * WRITE-COUNT-LINES-REPORT - Every denomination (zero pieces
      * included) and every check, onto the close report.
      *----------------------------------------------------------------
           MOVE "CASH COUNT" TO WS-RPT-SECTION-LINE
           WRITE CLOSE-REPORT-REC FROM WS-RPT-SECTION-LINE
           WRITE CLOSE-REPORT-REC FROM WS-RPT-DENOM-HEADER
           PERFORM VARYING WS-DENOM-IDX FROM 1 BY 1
               UNTIL WS-DENOM-IDX > WS-DENOM-COUNT
               MOVE WS-DENOM-VALUE(WS-DENOM-IDX) TO WS-RDN-DENOM
               MOVE WS-DENOM-PIECES(WS-DENOM-IDX) TO WS-RDN-PIECES
               MOVE WS-DENOM-AMOUNT(WS-DENOM-IDX) TO WS-RDN-AMOUNT
               WRITE CLOSE-REPORT-REC FROM WS-RPT-DENOM-LINE
           END-PERFORM
           MOVE "TOTAL CASH" TO WS-RAL-LABEL
           MOVE 0 TO WS-RAL-COUNT
           MOVE WS-CASH-TOTAL TO WS-RAL-AMOUNT
           WRITE CLOSE-REPORT-REC FROM WS-RPT-AMOUNT-LINE
           WRITE CLOSE-REPORT-REC FROM WS-BLANK-LINE

           MOVE "CHECKS" TO WS-RPT-SECTION-LINE
           WRITE CLOSE-REPORT-REC FROM WS-RPT-SECTION-LINE
           WRITE CLOSE-REPORT-REC FROM WS-RPT-CHECK-HEADER
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > WS-CHK-COUNT
               MOVE WS-CHK-NUMBER(WS-CHK-IDX) TO WS-RCK-NUMBER
               MOVE WS-CHK-BANK(WS-CHK-IDX) TO WS-RCK-BANK
               MOVE WS-CHK-AMOUNT(WS-CHK-IDX) TO WS-RCK-AMOUNT
               WRITE CLOSE-REPORT-REC FROM WS-RPT-CHECK-LINE
           END-PERFORM
           MOVE "TOTAL CHECKS" TO WS-RAL-LABEL
           MOVE WS-CHK-COUNT TO WS-RAL-COUNT
           MOVE WS-CHECK-TOTAL TO WS-RAL-AMOUNT
           WRITE CLOSE-REPORT-REC FROM WS-RPT-AMOUNT-LINE
           WRITE CLOSE-REPORT-REC FROM WS-BLANK-LINE.

       WRITE-DEPOSIT-SLIP.
      *----------------------------------------------------------------
      * WRITE-DEPOSIT-SLIP - What goes to the bank is what was
      * counted: the denominations actually present and each check.
      *----------------------------------------------------------------
           OPEN OUTPUT DEPOSIT-SLIP-FILE
           WRITE DEPOSIT-SLIP-REC FROM WS-SLIP-TITLE-LINE
           WRITE DEPOSIT-SLIP-REC FROM WS-RPT-DATE-LINE
           WRITE DEPOSIT-SLIP-REC FROM WS-BLANK-LINE

           MOVE "CASH" TO WS-RPT-SECTION-LINE
           WRITE DEPOSIT-SLIP-REC FROM WS-RPT-SECTION-LINE
           WRITE DEPOSIT-SLIP-REC FROM WS-RPT-DENOM-HEADER
           PERFORM VARYING WS-DENOM-IDX FROM 1 BY 1
               UNTIL WS-DENOM-IDX > WS-DENOM-COUNT
               IF WS-DENOM-PIECES(WS-DENOM-IDX) > 0
                   MOVE WS-DENOM-VALUE(WS-DENOM-IDX) TO WS-RDN-DENOM
                   MOVE WS-DENOM-PIECES(WS-DENOM-IDX)
                       TO WS-RDN-PIECES
                   MOVE WS-DENOM-AMOUNT(WS-DENOM-IDX)
                       TO WS-RDN-AMOUNT
                   WRITE DEPOSIT-SLIP-REC FROM WS-RPT-DENOM-LINE
               END-IF
           END-PERFORM
           MOVE "TOTAL CASH" TO WS-RAL-LABEL
           MOVE 0 TO WS-RAL-COUNT
           MOVE WS-CASH-TOTAL TO WS-RAL-AMOUNT
           WRITE DEPOSIT-SLIP-REC FROM WS-RPT-AMOUNT-LINE
           WRITE DEPOSIT-SLIP-REC FROM WS-BLANK-LINE

           MOVE "CHECKS" TO WS-RPT-SECTION-LINE
           WRITE DEPOSIT-SLIP-REC FROM WS-RPT-SECTION-LINE
           WRITE DEPOSIT-SLIP-REC FROM WS-RPT-CHECK-HEADER
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > WS-CHK-COUNT
               MOVE WS-CHK-NUMBER(WS-CHK-IDX) TO WS-RCK-NUMBER
               MOVE WS-CHK-BANK(WS-CHK-IDX) TO WS-RCK-BANK
               MOVE WS-CHK-AMOUNT(WS-CHK-IDX) TO WS-RCK-AMOUNT
               WRITE DEPOSIT-SLIP-REC FROM WS-RPT-CHECK-LINE
           END-PERFORM
           MOVE "TOTAL CHECKS" TO WS-RAL-LABEL
           MOVE WS-CHK-COUNT TO WS-RAL-COUNT
           MOVE WS-CHECK-TOTAL TO WS-RAL-AMOUNT
           WRITE DEPOSIT-SLIP-REC FROM WS-RPT-AMOUNT-LINE
           WRITE DEPOSIT-SLIP-REC FROM WS-BLANK-LINE

           MOVE "TOTAL DEPOSIT" TO WS-RAL-LABEL
           MOVE 0 TO WS-RAL-COUNT
           MOVE WS-COUNTED-TOTAL TO WS-RAL-AMOUNT
           WRITE DEPOSIT-SLIP-REC FROM WS-RPT-AMOUNT-LINE
           CLOSE DEPOSIT-SLIP-FILE.

       WRITE-CLOSE-RECORD.
      *----------------------------------------------------------------
      * WRITE-CLOSE-RECORD - Append the lock record CASHIER-POSTING
      * checks before it posts or voids anything for this cashier.
      *----------------------------------------------------------------
           OPEN EXTEND CASHIER-CLOSE-FILE
           IF WS-CLOSE-FILE-STATUS NOT = "00"
               AND WS-CLOSE-FILE-STATUS NOT = "05"
               OPEN OUTPUT CASHIER-CLOSE-FILE
               CLOSE CASHIER-CLOSE-FILE
               OPEN EXTEND CASHIER-CLOSE-FILE
           END-IF
           MOVE SPACES TO CASHIER-CLOSE-RECORD
           MOVE WS-CASHIER-ID TO CCL-CASHIER
           MOVE WS-TODAY-DATE TO CCL-DATE
           MOVE WS-TIMESTAMP-DISPLAY TO CCL-CLOSED-AT
           MOVE WS-RECEIPT-COUNT TO CCL-RECEIPTS
           MOVE WS-VOID-COUNT TO CCL-VOIDS
           MOVE WS-SYSTEM-TOTAL TO CCL-SYSTEM-TOTAL
           MOVE WS-CASH-TOTAL TO CCL-CASH-TOTAL
           MOVE WS-CHECK-TOTAL TO CCL-CHECK-TOTAL
           MOVE WS-RESULT-TEXT TO CCL-RESULT
           MOVE WS-VARIANCE-ABS TO CCL-VARIANCE
           WRITE CASHIER-CLOSE-RECORD
           CLOSE CASHIER-CLOSE-FILE.

       STAMP-TODAY.
      *----------------------------------------------------------------
      * STAMP-TODAY - Today's date, YYYY-MM-DD, the way
      * CASHIER-POSTING dates its ledger and register records.
      *----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-CURRENT-DATETIME(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATETIME(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATETIME(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DATE.

       STAMP-TIMESTAMP.
      *----------------------------------------------------------------
      * STAMP-TIMESTAMP - YYYY-MM-DD HH:MM:SS for the close record.
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

       END PROGRAM CASHIER-CLOSE.
