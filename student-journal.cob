      *================================================================
      * PROGRAM: STUDENT-JOURNAL - STUDENT ACCOUNTS GL JOURNAL VOUCHER
      *================================================================
      * PURPOSE: Puts the student-accounts side of the books on the
      *          same footing as payroll: assessments, discounts,
      *          sponsor receivables, collections and refunds are
      *          journalized from the files of record as a balanced
      *          debit/credit voucher in the payroll journal's export
      *          layout, and the voucher reaches accounting only
      *          through the RELEASE-APPROVAL maker-checker - no more
      *          month-end summary keyed in by hand from the cashier's
      *          reports.
      *
      * HOW IT WORKS:
      *   1. STUDENT-GL-MAP.TXT maps each element to an account, one
      *      "Key,Element,AccountCode" line per mapping exactly like
      *      PAYROLL-GL-MAP.TXT ("*" = the element's default). The
      *      key is the year level for TUITION and MISC, the grant
      *      code for GRANT and the sponsor for SPONSORAR; every other
      *      element is looked up under "*". No map, no voucher
      *   2. Assessment, from TUITION-ASSESSMENT's STUDENT-BILLING.TXT
      *      statement lines: debit STUDENTAR (the total due), credit
      *      TUITION and MISC by year level. The statement's LESS
      *      GRANT lines (the STUDENT-GRANTS.TXT holdings priced)
      *      debit GRANT by grant code when the grant has no sponsor;
      *      sponsored grants are debited to SPONSORAR per sponsor
      *      from STUDENT-SPONSOR-BILLING.TXT. LESS EMPLOYEE
      *      PRIVILEGE lines debit PRIVILEGE
      *   3. Collections and refunds, from the STUDENT-LEDGER.TXT
      *      entries not yet journalized: a cashier payment (OR
      *      number) debits CASH, a payroll tuition deduction (OR 0)
      *      debits SALDEDUCT, both credit STUDENTAR; a late-payment
      *      surcharge ("S") debits STUDENTAR and credits SURCHARGE;
      *      a refund paid ("-") debits STUDENTAR and credits
      *      REFUND; a voided OR's reversal ("V") debits STUDENTAR
      *      and credits CASH
      *   4. STUDENT-JOURNAL-CONTROL.TXT remembers what has already
      *      reached the books: the term, the ledger entry count and
      *      the assessment amounts per account. Only the difference
      *      is journalized - a re-assessment after add/drop posts
      *      (or reverses) just the change, and a new term starts
      *      its assessment from zero
      *   5. The voucher is staged as STUDENT-JOURNAL-STAGED.TXT
      *      with a stamped TOTAL line, and the updated control as
      *      STUDENT-JOURNAL-CONTROL-STAGED.TXT. RELEASE-APPROVAL
      *      turns the pair into STUDENT-JOURNAL.TXT and
      *      STUDENT-JOURNAL-CONTROL.TXT; a voucher that does not
      *      balance to the centavo ends the run with RETURN-CODE 2.
      *      Both staged files are sealed through CONTROL-SEAL as
      *      they are closed, so an edit before release is caught
      *
      * NOTE: Launched from OPERATOR-CONSOLE (STUDENT JOURNAL RUN) so
      *       RELEASE-APPROVAL knows the preparer. Re-running before
      *       the release simply re-stages a voucher covering
      *       everything since the last RELEASED one.
      *
      * AUTHOR: GROUP2
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-JOURNAL.
       AUTHOR. GROUP2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STUDENT-GL-MAP-FILE
               ASSIGN TO "STUDENT-GL-MAP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-FILE-STATUS.
           SELECT OPTIONAL STUDENT-TERM-FILE
               ASSIGN TO "STUDENT-TERM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-FILE-STATUS.
           SELECT OPTIONAL STUDENT-BILLING-FILE
               ASSIGN TO "STUDENT-BILLING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-FILE-STATUS.
           SELECT OPTIONAL SPONSOR-BILLING-FILE
               ASSIGN TO "STUDENT-SPONSOR-BILLING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPONSOR-FILE-STATUS.
           SELECT OPTIONAL STUDENT-LEDGER-FILE
               ASSIGN TO "STUDENT-LEDGER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT OPTIONAL JOURNAL-CONTROL-FILE
               ASSIGN TO "STUDENT-JOURNAL-CONTROL.TXT"
      * The RELEASED control - what accounting already has.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT STAGED-CONTROL-FILE
               ASSIGN TO "STUDENT-JOURNAL-CONTROL-STAGED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-JOURNAL-FILE
               ASSIGN TO "STUDENT-JOURNAL-STAGED.TXT"
      * Staged only - RELEASE-APPROVAL copies it to the official
      * STUDENT-JOURNAL.TXT once a SECOND operator approves.
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-GL-MAP-FILE.
       01  STUDENT-GL-MAP-RECORD       PIC X(50).

       FD  STUDENT-TERM-FILE.
       01  STUDENT-TERM-RECORD         PIC X(20).

       FD  STUDENT-BILLING-FILE.
       01  STUDENT-BILLING-RECORD      PIC X(100).

       FD  SPONSOR-BILLING-FILE.
       01  SPONSOR-BILLING-RECORD      PIC X(100).

       FD  STUDENT-LEDGER-FILE.
       01  STUDENT-LEDGER-RECORD.
      * Same fixed layout CASHIER-POSTING writes.
               05 LED-ID               PIC X(10).
               05 LED-OR-NO            PIC 9(8).
               05 LED-DATE             PIC X(10).
               05 LED-AMOUNT           PIC 9(7)V99.
               05 LED-SIGN             PIC X.

       FD  JOURNAL-CONTROL-FILE.
       01  JOURNAL-CONTROL-RECORD.
               05 SJC-TYPE             PIC X(6).
      * HEADER - term and ledger entries journalized; ASSESS - one
      * account's assessment amount already on the books this term.
               05 SJC-ELEMENT          PIC X(10).
               05 SJC-KEY              PIC X(15).
               05 SJC-SIDE             PIC X.
               05 SJC-AMOUNT           PIC 9(9)V99.
               05 SJC-TERM             PIC X(10).
               05 SJC-LEDGER-COUNT     PIC 9(7).

       FD  STAGED-CONTROL-FILE.
       01  STAGED-CONTROL-RECORD       PIC X(60).

       FD  STUDENT-JOURNAL-FILE.
       01  STUDENT-JOURNAL-RECORD      PIC X(90).

       WORKING-STORAGE SECTION.
       COPY SEALPARM.

       01  WS-GLMAP-FILE-STATUS        PIC XX.
       01  WS-TERM-FILE-STATUS         PIC XX.
       01  WS-BILLING-FILE-STATUS      PIC XX.
       01  WS-SPONSOR-FILE-STATUS      PIC XX.
       01  WS-LEDGER-FILE-STATUS       PIC XX.
       01  WS-CONTROL-FILE-STATUS      PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
       01  WS-HAS-ERROR                PIC 9 VALUE 0.
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-TIMESTAMP-DISPLAY        PIC X(19).
       01  WS-TERM-LINE                PIC X(20).
       01  WS-TERM-ID                  PIC X(10) VALUE "UNDATED".

      *----------------------------------------------------------------
      * ACCOUNT MAP (the PAYROLL-GL-MAP pattern)
      *----------------------------------------------------------------
       01  WS-MAX-GL-MAPPINGS          PIC 999 VALUE 100.
       01  WS-GLM-COUNT                PIC 999 VALUE 0.
       01  WS-GL-MAP-TABLE.
               05 WS-GLM-ENTRY OCCURS 100 TIMES.
                   10 WS-GLM-KEY       PIC X(15).
                   10 WS-GLM-ELEMENT   PIC X(10).
                   10 WS-GLM-ACCOUNT   PIC X(12).
       01  WS-GLM-IDX                  PIC 999 VALUE 0.
       01  WS-GLM-PARSE.
               05 WS-GLM-LINE          PIC X(50).
               05 WS-GLM-TXT-KEY       PIC X(15).
               05 WS-GLM-TXT-ELEMENT   PIC X(10).
               05 WS-GLM-TXT-ACCOUNT   PIC X(12).

      *----------------------------------------------------------------
      * ACCOUNT AMOUNTS - element, key and side. The CURRENT table
      * is this term's assessment as billed now, PRIOR what the
      * released control says is already journalized, JOURNAL the
      * rows of this voucher (signed: a negative amount is posted
      * to the other side as a reversal).
      *----------------------------------------------------------------
       01  WS-MAX-AMOUNT-ROWS          PIC 999 VALUE 200.
       01  WS-CUR-COUNT                PIC 999 VALUE 0.
       01  WS-CURRENT-TABLE.
               05 WS-CUR-ENTRY OCCURS 200 TIMES.
                   10 WS-CUR-ELEMENT   PIC X(10).
                   10 WS-CUR-KEY       PIC X(15).
                   10 WS-CUR-SIDE      PIC X.
                   10 WS-CUR-AMOUNT    PIC 9(9)V99.
       01  WS-CUR-IDX                  PIC 999 VALUE 0.
       01  WS-PRV-COUNT                PIC 999 VALUE 0.
       01  WS-PRIOR-TABLE.
               05 WS-PRV-ENTRY OCCURS 200 TIMES.
                   10 WS-PRV-ELEMENT   PIC X(10).
                   10 WS-PRV-KEY       PIC X(15).
                   10 WS-PRV-SIDE      PIC X.
                   10 WS-PRV-AMOUNT    PIC 9(9)V99.
       01  WS-PRV-IDX                  PIC 999 VALUE 0.
       01  WS-JRN-COUNT                PIC 999 VALUE 0.
       01  WS-JOURNAL-TABLE.
               05 WS-JRN-ENTRY OCCURS 200 TIMES.
                   10 WS-JRN-ELEMENT   PIC X(10).
                   10 WS-JRN-KEY       PIC X(15).
                   10 WS-JRN-SIDE      PIC X.
                   10 WS-JRN-AMOUNT    PIC S9(9)V99.
       01  WS-JRN-IDX                  PIC 999 VALUE 0.
       01  WS-ROW-MATCH-IDX            PIC 999 VALUE 0.
       01  WS-TABLE-FULL-COUNT         PIC 999 VALUE 0.

       01  WS-ADD-ELEMENT              PIC X(10).
       01  WS-ADD-KEY                  PIC X(15).
       01  WS-ADD-SIDE                 PIC X.
       01  WS-ADD-AMOUNT               PIC S9(9)V99.

      *----------------------------------------------------------------
      * SOURCE FIGURES
      *----------------------------------------------------------------
       01  WS-BILLING-LINE             PIC X(100).
       01  WS-BILLING-FIELD            PIC X(12).
       01  WS-BILL-YEAR                PIC X(15).
       01  WS-BILL-TUITION             PIC 9(7)V99 VALUE 0.
       01  WS-BILL-MISC                PIC 9(7)V99 VALUE 0.
       01  WS-BILL-TOTAL               PIC 9(7)V99 VALUE 0.
       01  WS-BILL-DISCOUNT            PIC 9(7)V99 VALUE 0.
       01  WS-BILLED-COUNT             PIC 9999 VALUE 0.
       01  WS-SPONSORED-TOTAL          PIC 9(9)V99 VALUE 0.
       01  WS-SPONSOR-LINE             PIC X(100).
       01  WS-SPONSOR-NAME             PIC X(15).
       01  WS-SPONSOR-COUNT            PIC 99 VALUE 0.

       01  WS-PRIOR-TERM               PIC X(10) VALUE SPACES.
       01  WS-PRIOR-LEDGER-COUNT       PIC 9(7) VALUE 0.
       01  WS-LEDGER-COUNT             PIC 9(7) VALUE 0.
       01  WS-LEDGER-NEW-COUNT         PIC 9(7) VALUE 0.
       01  WS-LEDGER-FIRST-TXT         PIC Z(6)9.
       01  WS-LEDGER-LAST-TXT          PIC Z(6)9.

      *----------------------------------------------------------------
      * VOUCHER - the payroll journal's export layout
      *----------------------------------------------------------------
       01  WS-GL-FOUND-ACCOUNT         PIC X(12).
       01  WS-GL-UNMAPPED-COUNT        PIC 999 VALUE 0.
       01  WS-GL-IMBALANCE             PIC 9 VALUE 0.
       01  WS-GL-DEBIT-TOTAL           PIC 9(11)V99 VALUE 0.
       01  WS-GL-CREDIT-TOTAL          PIC 9(11)V99 VALUE 0.
       01  WS-GL-AMOUNT                PIC 9(10)V99 VALUE 0.
       01  WS-GL-DIFF                  PIC S9(11)V99 VALUE 0.
       01  WS-GL-POST-SIDE             PIC X.
       01  WS-GL-PASS                  PIC X.
       01  WS-GL-DESC-WORK             PIC X(30).

       01  WS-BLANK-LINE               PIC X(90) VALUE SPACES.
       01  WS-PERIOD-HEADING-LINE      PIC X(90) VALUE SPACES.
       01  WS-GL-TITLE-LINE.
               05 FILLER               PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(35)
                   VALUE "STUDENT ACCOUNTS JOURNAL VOUCHER".
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
      * RELEASE-APPROVAL shows this "TOTAL " line as the voucher's
      * control total; the staging stamp in the description column
      * tells a voucher awaiting release from one already released.
               05 FILLER               PIC X(14) VALUE "TOTAL".
               05 FILLER               PIC X(7)  VALUE "STAGED ".
               05 WS-GLTL-STAMP        PIC X(23).
               05 WS-GLTL-DEBIT        PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-GLTL-CREDIT       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-STAGED-CONTROL-LINE.
               05 WS-SCL-TYPE          PIC X(6).
               05 WS-SCL-ELEMENT       PIC X(10).
               05 WS-SCL-KEY           PIC X(15).
               05 WS-SCL-SIDE          PIC X.
               05 WS-SCL-AMOUNT        PIC 9(9)V99.
               05 WS-SCL-TERM          PIC X(10).
               05 WS-SCL-LEDGER-COUNT  PIC 9(7).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *----------------------------------------------------------------
      * MAIN-PROCEDURE - Load the map and the released control, take
      * this term's assessment and the new ledger entries, and stage
      * the voucher with its control.
      *----------------------------------------------------------------
           PERFORM STAMP-TIMESTAMP
           PERFORM LOAD-GL-MAP
           IF WS-GLM-COUNT = 0
               DISPLAY "ERROR: STUDENT-GL-MAP.TXT not found or empty"
                   " - no account map, no journal voucher"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-TERM
           PERFORM LOAD-JOURNAL-CONTROL

           PERFORM LOAD-ASSESSMENT
           IF WS-SPONSORED-TOTAL > 0
               PERFORM LOAD-SPONSOR-BILLING
           END-IF
           PERFORM TAKE-ASSESSMENT-CHANGES
           PERFORM TAKE-LEDGER-ENTRIES
           IF WS-HAS-ERROR = 1
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-TABLE-FULL-COUNT > 0
               DISPLAY "ERROR: more than " WS-MAX-AMOUNT-ROWS
                   " accounts on the voucher - nothing staged"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO WS-ROW-MATCH-IDX
           PERFORM VARYING WS-JRN-IDX FROM 1 BY 1
               UNTIL WS-JRN-IDX > WS-JRN-COUNT
               IF WS-JRN-AMOUNT(WS-JRN-IDX) NOT = 0
                   MOVE WS-JRN-IDX TO WS-ROW-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-ROW-MATCH-IDX = 0
               DISPLAY "Student journal (term " FUNCTION TRIM(
                   WS-TERM-ID) "): nothing new since the last"
                   " released voucher - nothing staged"
               GOBACK
           END-IF

           PERFORM WRITE-JOURNAL
           PERFORM WRITE-STAGED-CONTROL
           DISPLAY "Student journal (term " FUNCTION TRIM(WS-TERM-ID)
               "): " WS-BILLED-COUNT " statement(s), "
               WS-LEDGER-NEW-COUNT " new ledger entr(ies)"
           IF WS-GL-IMBALANCE = 1
               MOVE 2 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-GL-MAP.
      *----------------------------------------------------------------
      * LOAD-GL-MAP - One "Key,Element,AccountCode" line per mapping.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-GL-MAP-FILE
           IF WS-GLMAP-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-GLM-COUNT >= WS-MAX-GL-MAPPINGS
                   READ STUDENT-GL-MAP-FILE INTO WS-GLM-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-GLM-LINE) NOT = SPACES
                               MOVE SPACES TO WS-GLM-TXT-KEY
                               MOVE SPACES TO WS-GLM-TXT-ELEMENT
                               MOVE SPACES TO WS-GLM-TXT-ACCOUNT
                               UNSTRING WS-GLM-LINE DELIMITED BY ","
                                   INTO WS-GLM-TXT-KEY
                                        WS-GLM-TXT-ELEMENT
                                        WS-GLM-TXT-ACCOUNT
                               END-UNSTRING
                               ADD 1 TO WS-GLM-COUNT
                               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-GLM-TXT-KEY))
                                   TO WS-GLM-KEY(WS-GLM-COUNT)
                               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-GLM-TXT-ELEMENT))
                                   TO WS-GLM-ELEMENT(WS-GLM-COUNT)
                               MOVE FUNCTION TRIM(WS-GLM-TXT-ACCOUNT)
                                   TO WS-GLM-ACCOUNT(WS-GLM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-GL-MAP-FILE.

       LOAD-TERM.
      *----------------------------------------------------------------
      * LOAD-TERM - Current academic term from STUDENT-TERM.TXT;
      * UNDATED (the grading run's own default) when absent.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-TERM-FILE
           IF WS-TERM-FILE-STATUS = "00"
               READ STUDENT-TERM-FILE INTO WS-TERM-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-TERM-LINE) NOT = SPACES
                           MOVE FUNCTION TRIM(WS-TERM-LINE)
                               TO WS-TERM-ID
                       END-IF
               END-READ
           END-IF
           CLOSE STUDENT-TERM-FILE.

       LOAD-JOURNAL-CONTROL.
      *----------------------------------------------------------------
      * LOAD-JOURNAL-CONTROL - The released control: ledger entries
      * already journalized and, for the same term only, the
      * assessment amounts already on the books. A new term's
      * assessment is all new.
      *----------------------------------------------------------------
           OPEN INPUT JOURNAL-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ JOURNAL-CONTROL-FILE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM STORE-CONTROL-RECORD
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE JOURNAL-CONTROL-FILE
           IF WS-PRIOR-TERM NOT = WS-TERM-ID
               MOVE 0 TO WS-PRV-COUNT
           END-IF.

       STORE-CONTROL-RECORD.
           EVALUATE SJC-TYPE
               WHEN "HEADER"
                   MOVE SJC-TERM TO WS-PRIOR-TERM
                   MOVE SJC-LEDGER-COUNT TO WS-PRIOR-LEDGER-COUNT
               WHEN "ASSESS"
                   IF WS-PRV-COUNT < WS-MAX-AMOUNT-ROWS
                       ADD 1 TO WS-PRV-COUNT
                       MOVE SJC-ELEMENT TO WS-PRV-ELEMENT(WS-PRV-COUNT)
                       MOVE SJC-KEY TO WS-PRV-KEY(WS-PRV-COUNT)
                       MOVE SJC-SIDE TO WS-PRV-SIDE(WS-PRV-COUNT)
                       MOVE SJC-AMOUNT TO WS-PRV-AMOUNT(WS-PRV-COUNT)
                   END-IF
           END-EVALUATE.

       LOAD-ASSESSMENT.
      *----------------------------------------------------------------
      * LOAD-ASSESSMENT - TUITION-ASSESSMENT's statement: a line led
      * by a student ID is the assessment (year 39/12, tuition 66/9,
      * misc 77/9, total due 88/9); the LESS GRANT (code 15/11,
      * sponsor 36/16) and LESS EMPLOYEE PRIVILEGE lines under it
      * carry the discounts (amount 56/10).
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-BILLING-FILE
           IF WS-BILLING-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ STUDENT-BILLING-FILE INTO WS-BILLING-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM TAKE-BILLING-LINE
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           ELSE
               DISPLAY "WARNING: STUDENT-BILLING.TXT not readable -"
                   " no assessment journalized this run"
           END-IF
           CLOSE STUDENT-BILLING-FILE.

       TAKE-BILLING-LINE.
      *----------------------------------------------------------------
      * TAKE-BILLING-LINE - Add one statement or discount line to
      * this term's assessment amounts.
      *----------------------------------------------------------------
           EVALUATE TRUE
               WHEN WS-BILLING-LINE(1:13) = "  LESS GRANT "
                   PERFORM TAKE-DISCOUNT-AMOUNT
                   IF WS-BILL-DISCOUNT > 0
                       IF WS-BILLING-LINE(36:15) = SPACES
                           MOVE "GRANT" TO WS-ADD-ELEMENT
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                               WS-BILLING-LINE(15:11))) TO WS-ADD-KEY
                           MOVE "D" TO WS-ADD-SIDE
                           MOVE WS-BILL-DISCOUNT TO WS-ADD-AMOUNT
                           PERFORM ADD-CURRENT-AMOUNT
                       ELSE
                           ADD WS-BILL-DISCOUNT TO WS-SPONSORED-TOTAL
      * Booked against the sponsor's invoice - see
      * LOAD-SPONSOR-BILLING
                       END-IF
                   END-IF
               WHEN WS-BILLING-LINE(1:26) = "  LESS EMPLOYEE PRIVILEGE"
                   PERFORM TAKE-DISCOUNT-AMOUNT
                   IF WS-BILL-DISCOUNT > 0
                       MOVE "PRIVILEGE" TO WS-ADD-ELEMENT
                       MOVE "*" TO WS-ADD-KEY
                       MOVE "D" TO WS-ADD-SIDE
                       MOVE WS-BILL-DISCOUNT TO WS-ADD-AMOUNT
                       PERFORM ADD-CURRENT-AMOUNT
                   END-IF
               WHEN WS-BILLING-LINE(1:1) NOT = SPACE
                   AND WS-BILLING-LINE(88:9) NOT = SPACES
                   AND WS-BILLING-LINE(66:9) NOT = SPACES
                   AND WS-BILLING-LINE(77:9) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL-C(WS-BILLING-LINE(88:9))
                       = ZERO
                   AND FUNCTION TEST-NUMVAL-C(WS-BILLING-LINE(66:9))
                       = ZERO
                   AND FUNCTION TEST-NUMVAL-C(WS-BILLING-LINE(77:9))
                       = ZERO
                   PERFORM TAKE-STATEMENT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TAKE-DISCOUNT-AMOUNT.
           MOVE 0 TO WS-BILL-DISCOUNT
           MOVE WS-BILLING-LINE(56:10) TO WS-BILLING-FIELD
           IF FUNCTION TEST-NUMVAL-C(WS-BILLING-FIELD) = ZERO
               COMPUTE WS-BILL-DISCOUNT =
                   0 - FUNCTION NUMVAL-C(WS-BILLING-FIELD)
           END-IF.

       TAKE-STATEMENT-LINE.
      *----------------------------------------------------------------
      * TAKE-STATEMENT-LINE - Receivable for the total due, revenue
      * for the gross tuition and miscellaneous fees by year level.
      * The discounts on the lines that follow make up the
      * difference.
      *----------------------------------------------------------------
           ADD 1 TO WS-BILLED-COUNT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               WS-BILLING-LINE(39:12))) TO WS-BILL-YEAR
           COMPUTE WS-BILL-TUITION =
               FUNCTION NUMVAL-C(WS-BILLING-LINE(66:9))
           COMPUTE WS-BILL-MISC =
               FUNCTION NUMVAL-C(WS-BILLING-LINE(77:9))
           COMPUTE WS-BILL-TOTAL =
               FUNCTION NUMVAL-C(WS-BILLING-LINE(88:9))

           MOVE "STUDENTAR" TO WS-ADD-ELEMENT
           MOVE "*" TO WS-ADD-KEY
           MOVE "D" TO WS-ADD-SIDE
           MOVE WS-BILL-TOTAL TO WS-ADD-AMOUNT
           PERFORM ADD-CURRENT-AMOUNT
           MOVE "TUITION" TO WS-ADD-ELEMENT
           MOVE WS-BILL-YEAR TO WS-ADD-KEY
           MOVE "C" TO WS-ADD-SIDE
           MOVE WS-BILL-TUITION TO WS-ADD-AMOUNT
           PERFORM ADD-CURRENT-AMOUNT
           MOVE "MISC" TO WS-ADD-ELEMENT
           MOVE WS-BILL-YEAR TO WS-ADD-KEY
           MOVE "C" TO WS-ADD-SIDE
           MOVE WS-BILL-MISC TO WS-ADD-AMOUNT
           PERFORM ADD-CURRENT-AMOUNT.

       LOAD-SPONSOR-BILLING.
      *----------------------------------------------------------------
      * LOAD-SPONSOR-BILLING - One SPONSORAR debit per sponsor off
      * STUDENT-SPONSOR-BILLING.TXT (name 1/17, amount 26/10). The
      * unnamed line is the institution's own grants, already
      * debited to GRANT by grant code. Read only when the statement
      * carries sponsored grants; an invoice that disagrees with
      * them shows up as an out-of-balance voucher.
      *----------------------------------------------------------------
           OPEN INPUT SPONSOR-BILLING-FILE
           IF WS-SPONSOR-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ SPONSOR-BILLING-FILE INTO WS-SPONSOR-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           MOVE WS-SPONSOR-LINE(26:10)
                               TO WS-BILLING-FIELD
                           IF WS-SPONSOR-LINE(1:15) NOT = SPACES
                               AND WS-BILLING-FIELD NOT = SPACES
                               AND FUNCTION TEST-NUMVAL-C(
                                   WS-BILLING-FIELD) = ZERO
                               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-SPONSOR-LINE(1:15)))
                                   TO WS-SPONSOR-NAME
                               MOVE "SPONSORAR" TO WS-ADD-ELEMENT
                               MOVE WS-SPONSOR-NAME TO WS-ADD-KEY
                               MOVE "D" TO WS-ADD-SIDE
                               COMPUTE WS-ADD-AMOUNT = FUNCTION
                                   NUMVAL-C(WS-BILLING-FIELD)
                               PERFORM ADD-CURRENT-AMOUNT
                               ADD 1 TO WS-SPONSOR-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE SPONSOR-BILLING-FILE
           IF WS-SPONSOR-COUNT = 0
               DISPLAY "WARNING: the statement carries sponsored"
                   " grants but STUDENT-SPONSOR-BILLING.TXT has no"
                   " sponsor lines"
           END-IF.

       ADD-CURRENT-AMOUNT.
      *----------------------------------------------------------------
      * ADD-CURRENT-AMOUNT - Fold WS-ADD-AMOUNT into this term's
      * assessment row for WS-ADD-ELEMENT/-KEY/-SIDE.
      *----------------------------------------------------------------
           MOVE 0 TO WS-ROW-MATCH-IDX
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-CUR-COUNT
               OR WS-ROW-MATCH-IDX > 0
               IF WS-CUR-ELEMENT(WS-CUR-IDX) = WS-ADD-ELEMENT
                   AND WS-CUR-KEY(WS-CUR-IDX) = WS-ADD-KEY
                   AND WS-CUR-SIDE(WS-CUR-IDX) = WS-ADD-SIDE
                   MOVE WS-CUR-IDX TO WS-ROW-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-ROW-MATCH-IDX = 0
               IF WS-CUR-COUNT < WS-MAX-AMOUNT-ROWS
                   ADD 1 TO WS-CUR-COUNT
                   MOVE WS-CUR-COUNT TO WS-ROW-MATCH-IDX
                   MOVE WS-ADD-ELEMENT
                       TO WS-CUR-ELEMENT(WS-ROW-MATCH-IDX)
                   MOVE WS-ADD-KEY TO WS-CUR-KEY(WS-ROW-MATCH-IDX)
                   MOVE WS-ADD-SIDE TO WS-CUR-SIDE(WS-ROW-MATCH-IDX)
                   MOVE 0 TO WS-CUR-AMOUNT(WS-ROW-MATCH-IDX)
               ELSE
                   ADD 1 TO WS-TABLE-FULL-COUNT
               END-IF
           END-IF
           IF WS-ROW-MATCH-IDX > 0
               ADD WS-ADD-AMOUNT TO WS-CUR-AMOUNT(WS-ROW-MATCH-IDX)
           END-IF.

       TAKE-ASSESSMENT-CHANGES.
      *----------------------------------------------------------------
      * TAKE-ASSESSMENT-CHANGES - Journal row per account = this
      * term's assessment now less what is already on the books; an
      * account billed before and gone now is reversed in full.
      *----------------------------------------------------------------
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-CUR-COUNT
               MOVE WS-CUR-ELEMENT(WS-CUR-IDX) TO WS-ADD-ELEMENT
               MOVE WS-CUR-KEY(WS-CUR-IDX) TO WS-ADD-KEY
               MOVE WS-CUR-SIDE(WS-CUR-IDX) TO WS-ADD-SIDE
               MOVE WS-CUR-AMOUNT(WS-CUR-IDX) TO WS-ADD-AMOUNT
               PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
                   UNTIL WS-PRV-IDX > WS-PRV-COUNT
                   IF WS-PRV-ELEMENT(WS-PRV-IDX) = WS-ADD-ELEMENT
                       AND WS-PRV-KEY(WS-PRV-IDX) = WS-ADD-KEY
                       AND WS-PRV-SIDE(WS-PRV-IDX) = WS-ADD-SIDE
                       SUBTRACT WS-PRV-AMOUNT(WS-PRV-IDX)
                           FROM WS-ADD-AMOUNT
                   END-IF
               END-PERFORM
               PERFORM ADD-JOURNAL-AMOUNT
           END-PERFORM

           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
               UNTIL WS-PRV-IDX > WS-PRV-COUNT
               MOVE 0 TO WS-ROW-MATCH-IDX
               PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-COUNT
                   IF WS-CUR-ELEMENT(WS-CUR-IDX) =
                           WS-PRV-ELEMENT(WS-PRV-IDX)
                       AND WS-CUR-KEY(WS-CUR-IDX) =
                           WS-PRV-KEY(WS-PRV-IDX)
                       AND WS-CUR-SIDE(WS-CUR-IDX) =
                           WS-PRV-SIDE(WS-PRV-IDX)
                       MOVE WS-CUR-IDX TO WS-ROW-MATCH-IDX
                   END-IF
               END-PERFORM
               IF WS-ROW-MATCH-IDX = 0
                   MOVE WS-PRV-ELEMENT(WS-PRV-IDX) TO WS-ADD-ELEMENT
                   MOVE WS-PRV-KEY(WS-PRV-IDX) TO WS-ADD-KEY
                   MOVE WS-PRV-SIDE(WS-PRV-IDX) TO WS-ADD-SIDE
                   COMPUTE WS-ADD-AMOUNT =
                       0 - WS-PRV-AMOUNT(WS-PRV-IDX)
                   PERFORM ADD-JOURNAL-AMOUNT
               END-IF
           END-PERFORM.

       TAKE-LEDGER-ENTRIES.
      *----------------------------------------------------------------
      * TAKE-LEDGER-ENTRIES - Every STUDENT-LEDGER.TXT entry past the
      * count already journalized. The ledger is append-only, so a
      * ledger shorter than that count has been tampered with or
      * restored from an old copy - nothing is staged.
      *----------------------------------------------------------------
           MOVE 0 TO WS-LEDGER-COUNT
           OPEN INPUT STUDENT-LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ STUDENT-LEDGER-FILE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LEDGER-COUNT
                           IF WS-LEDGER-COUNT > WS-PRIOR-LEDGER-COUNT
                               PERFORM TAKE-LEDGER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-LEDGER-FILE
           IF WS-LEDGER-COUNT < WS-PRIOR-LEDGER-COUNT
               DISPLAY "ERROR: STUDENT-LEDGER.TXT has "
                   WS-LEDGER-COUNT " entries but "
                   WS-PRIOR-LEDGER-COUNT " are already journalized"
                   " - nothing staged"
               MOVE 1 TO WS-HAS-ERROR
           END-IF.

       TAKE-LEDGER-ENTRY.
      *----------------------------------------------------------------
      * TAKE-LEDGER-ENTRY - One ledger entry as a debit/credit pair.
      *----------------------------------------------------------------
           ADD 1 TO WS-LEDGER-NEW-COUNT
           MOVE "*" TO WS-ADD-KEY
           MOVE LED-AMOUNT TO WS-ADD-AMOUNT
           EVALUATE TRUE
               WHEN LED-SIGN = "S"
                   MOVE "STUDENTAR" TO WS-ADD-ELEMENT
                   MOVE "D" TO WS-ADD-SIDE
                   PERFORM ADD-JOURNAL-AMOUNT
                   MOVE "SURCHARGE" TO WS-ADD-ELEMENT
                   MOVE "C" TO WS-ADD-SIDE
                   PERFORM ADD-JOURNAL-AMOUNT
               WHEN LED-SIGN = "-"
                   MOVE "STUDENTAR" TO WS-ADD-ELEMENT
                   MOVE "D" TO WS-ADD-SIDE
                   PERFORM ADD-JOURNAL-AMOUNT
                   MOVE "REFUND" TO WS-ADD-ELEMENT
                   MOVE "C" TO WS-ADD-SIDE
                   PERFORM ADD-JOURNAL-AMOUNT
               WHEN LED-SIGN = "V"
                   MOVE "STUDENTAR" TO WS-ADD-ELEMENT
                   MOVE "D" TO WS-ADD-SIDE
                   PERFORM ADD-JOURNAL-AMOUNT
                   MOVE "CASH" TO WS-ADD-ELEMENT
                   MOVE "C" TO WS-ADD-SIDE
                   PERFORM ADD-JOURNAL-AMOUNT
               WHEN OTHER
                   IF LED-OR-NO = 0
                       MOVE "SALDEDUCT" TO WS-ADD-ELEMENT
                   ELSE
                       MOVE "CASH" TO WS-ADD-ELEMENT
                   END-IF
                   MOVE "D" TO WS-ADD-SIDE
                   PERFORM ADD-JOURNAL-AMOUNT
                   MOVE "STUDENTAR" TO WS-ADD-ELEMENT
                   MOVE "C" TO WS-ADD-SIDE
                   PERFORM ADD-JOURNAL-AMOUNT
           END-EVALUATE.

       ADD-JOURNAL-AMOUNT.
      *----------------------------------------------------------------
      * ADD-JOURNAL-AMOUNT - Fold the signed WS-ADD-AMOUNT into the
      * voucher row for WS-ADD-ELEMENT/-KEY/-SIDE.
      *----------------------------------------------------------------
           MOVE 0 TO WS-ROW-MATCH-IDX
           PERFORM VARYING WS-JRN-IDX FROM 1 BY 1
               UNTIL WS-JRN-IDX > WS-JRN-COUNT
               OR WS-ROW-MATCH-IDX > 0
               IF WS-JRN-ELEMENT(WS-JRN-IDX) = WS-ADD-ELEMENT
                   AND WS-JRN-KEY(WS-JRN-IDX) = WS-ADD-KEY
                   AND WS-JRN-SIDE(WS-JRN-IDX) = WS-ADD-SIDE
                   MOVE WS-JRN-IDX TO WS-ROW-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-ROW-MATCH-IDX = 0
               IF WS-JRN-COUNT < WS-MAX-AMOUNT-ROWS
                   ADD 1 TO WS-JRN-COUNT
                   MOVE WS-JRN-COUNT TO WS-ROW-MATCH-IDX
                   MOVE WS-ADD-ELEMENT
                       TO WS-JRN-ELEMENT(WS-ROW-MATCH-IDX)
                   MOVE WS-ADD-KEY TO WS-JRN-KEY(WS-ROW-MATCH-IDX)
                   MOVE WS-ADD-SIDE TO WS-JRN-SIDE(WS-ROW-MATCH-IDX)
                   MOVE 0 TO WS-JRN-AMOUNT(WS-ROW-MATCH-IDX)
               ELSE
                   ADD 1 TO WS-TABLE-FULL-COUNT
               END-IF
           END-IF
           IF WS-ROW-MATCH-IDX > 0
               ADD WS-ADD-AMOUNT TO WS-JRN-AMOUNT(WS-ROW-MATCH-IDX)
           END-IF.

       WRITE-JOURNAL.
      *----------------------------------------------------------------
      * WRITE-JOURNAL - The voucher in the payroll journal's layout:
      * title, period heading, column header, the debit rows then
      * the credit rows, and the stamped TOTAL line. A row whose
      * change is negative is a reversal and posts to the other
      * side. Both sides are summed as written and must agree to
      * the centavo.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-PERIOD-HEADING-LINE
           IF WS-LEDGER-NEW-COUNT > 0
               COMPUTE WS-LEDGER-FIRST-TXT = WS-PRIOR-LEDGER-COUNT + 1
               MOVE WS-LEDGER-COUNT TO WS-LEDGER-LAST-TXT
               STRING "TERM: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TERM-ID) DELIMITED BY SIZE
                   "  LEDGER ENTRIES " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LEDGER-FIRST-TXT) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LEDGER-LAST-TXT) DELIMITED BY SIZE
                   INTO WS-PERIOD-HEADING-LINE
           ELSE
               STRING "TERM: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TERM-ID) DELIMITED BY SIZE
                   "  (NO NEW LEDGER ENTRIES)" DELIMITED BY SIZE
                   INTO WS-PERIOD-HEADING-LINE
           END-IF

           OPEN OUTPUT STUDENT-JOURNAL-FILE
           WRITE STUDENT-JOURNAL-RECORD FROM WS-GL-TITLE-LINE
           WRITE STUDENT-JOURNAL-RECORD FROM WS-PERIOD-HEADING-LINE
           WRITE STUDENT-JOURNAL-RECORD FROM WS-BLANK-LINE
           WRITE STUDENT-JOURNAL-RECORD FROM WS-GL-COL-HEADER
           WRITE STUDENT-JOURNAL-RECORD FROM WS-BLANK-LINE

           MOVE "D" TO WS-GL-PASS
           PERFORM WRITE-JOURNAL-PASS
           MOVE "C" TO WS-GL-PASS
           PERFORM WRITE-JOURNAL-PASS

           MOVE WS-GL-DEBIT-TOTAL TO WS-GLTL-DEBIT
           MOVE WS-GL-CREDIT-TOTAL TO WS-GLTL-CREDIT
           MOVE WS-TIMESTAMP-DISPLAY TO WS-GLTL-STAMP
           WRITE STUDENT-JOURNAL-RECORD FROM WS-BLANK-LINE
           WRITE STUDENT-JOURNAL-RECORD FROM WS-GL-TOTAL-LINE

           COMPUTE WS-GL-DIFF =
               WS-GL-DEBIT-TOTAL - WS-GL-CREDIT-TOTAL
           IF WS-GL-DIFF NOT = 0
               MOVE 1 TO WS-GL-IMBALANCE
               MOVE SPACES TO STUDENT-JOURNAL-RECORD
               STRING "*** OUT OF BALANCE BY " DELIMITED BY SIZE
                   WS-GL-DIFF DELIMITED BY SIZE
                   " - DO NOT POST ***" DELIMITED BY SIZE
                   INTO STUDENT-JOURNAL-RECORD
               WRITE STUDENT-JOURNAL-RECORD
               DISPLAY "ERROR: journal voucher out of balance by "
                   WS-GL-DIFF " - run flagged FAILED"
           END-IF
           CLOSE STUDENT-JOURNAL-FILE
           MOVE "STUDENT-JOURNAL-STAGED.TXT" TO SEAL-FILE
           PERFORM SEAL-STAGED-FILE
           IF WS-GL-UNMAPPED-COUNT > 0
               DISPLAY "WARNING: " WS-GL-UNMAPPED-COUNT " journal"
                   " row(s) hit no STUDENT-GL-MAP.TXT entry - posted"
                   " as UNMAPPED"
           END-IF
           IF WS-GL-IMBALANCE = 0
               DISPLAY "Journal voucher staged:"
                   " STUDENT-JOURNAL-STAGED.TXT (awaiting release"
                   " approval)"
           END-IF.

       WRITE-JOURNAL-PASS.
      *----------------------------------------------------------------
      * WRITE-JOURNAL-PASS - Every row that posts to side WS-GL-PASS:
      * the rows of that side with a positive change and the rows of
      * the other side being reversed.
      *----------------------------------------------------------------
           PERFORM VARYING WS-JRN-IDX FROM 1 BY 1
               UNTIL WS-JRN-IDX > WS-JRN-COUNT
               MOVE WS-JRN-SIDE(WS-JRN-IDX) TO WS-GL-POST-SIDE
               IF WS-JRN-AMOUNT(WS-JRN-IDX) < 0
                   IF WS-GL-POST-SIDE = "D"
                       MOVE "C" TO WS-GL-POST-SIDE
                   ELSE
                       MOVE "D" TO WS-GL-POST-SIDE
                   END-IF
               END-IF
               IF WS-JRN-AMOUNT(WS-JRN-IDX) NOT = 0
                   AND WS-GL-POST-SIDE = WS-GL-PASS
                   PERFORM WRITE-JOURNAL-ROW
               END-IF
           END-PERFORM.

       WRITE-JOURNAL-ROW.
           PERFORM LOOKUP-GL-ACCOUNT
           MOVE SPACES TO WS-GL-DETAIL-LINE
           MOVE WS-GL-FOUND-ACCOUNT TO WS-GLL-ACCOUNT
           MOVE SPACES TO WS-GL-DESC-WORK
           IF WS-JRN-KEY(WS-JRN-IDX) = "*"
               MOVE WS-JRN-ELEMENT(WS-JRN-IDX) TO WS-GL-DESC-WORK
           ELSE
               STRING FUNCTION TRIM(WS-JRN-ELEMENT(WS-JRN-IDX))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JRN-KEY(WS-JRN-IDX))
                       DELIMITED BY SIZE
                   INTO WS-GL-DESC-WORK
           END-IF
           MOVE SPACES TO WS-GLL-DESC
           IF WS-GL-POST-SIDE NOT = WS-JRN-SIDE(WS-JRN-IDX)
      * A reversal of an earlier assessment posting
               STRING "REVERSE " DELIMITED BY SIZE
                   WS-GL-DESC-WORK DELIMITED BY SIZE
                   INTO WS-GLL-DESC
           ELSE
               MOVE WS-GL-DESC-WORK TO WS-GLL-DESC
           END-IF
           IF WS-JRN-AMOUNT(WS-JRN-IDX) < 0
               COMPUTE WS-GL-AMOUNT = 0 - WS-JRN-AMOUNT(WS-JRN-IDX)
           ELSE
               MOVE WS-JRN-AMOUNT(WS-JRN-IDX) TO WS-GL-AMOUNT
           END-IF
           IF WS-GL-POST-SIDE = "D"
               MOVE WS-GL-AMOUNT TO WS-GLL-DEBIT
               ADD WS-GL-AMOUNT TO WS-GL-DEBIT-TOTAL
           ELSE
               MOVE WS-GL-AMOUNT TO WS-GLL-CREDIT
               ADD WS-GL-AMOUNT TO WS-GL-CREDIT-TOTAL
           END-IF
           WRITE STUDENT-JOURNAL-RECORD FROM WS-GL-DETAIL-LINE.

       LOOKUP-GL-ACCOUNT.
      *----------------------------------------------------------------
      * LOOKUP-GL-ACCOUNT - The row's element under its own key, else
      * the element's "*" default; "UNMAPPED" (counted and warned
      * about) when neither exists, so a hole in the map shows on
      * the voucher instead of silently dropping the amount.
      *----------------------------------------------------------------
           MOVE "UNMAPPED" TO WS-GL-FOUND-ACCOUNT
           PERFORM VARYING WS-GLM-IDX FROM 1 BY 1
               UNTIL WS-GLM-IDX > WS-GLM-COUNT
               IF WS-GLM-ELEMENT(WS-GLM-IDX) =
                       WS-JRN-ELEMENT(WS-JRN-IDX)
                   AND WS-GLM-KEY(WS-GLM-IDX) = "*"
                   AND WS-GL-FOUND-ACCOUNT = "UNMAPPED"
                   MOVE WS-GLM-ACCOUNT(WS-GLM-IDX)
                       TO WS-GL-FOUND-ACCOUNT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-GLM-IDX FROM 1 BY 1
               UNTIL WS-GLM-IDX > WS-GLM-COUNT
               IF WS-GLM-ELEMENT(WS-GLM-IDX) =
                       WS-JRN-ELEMENT(WS-JRN-IDX)
                   AND WS-GLM-KEY(WS-GLM-IDX) = WS-JRN-KEY(WS-JRN-IDX)
                   MOVE WS-GLM-ACCOUNT(WS-GLM-IDX)
                       TO WS-GL-FOUND-ACCOUNT
               END-IF
           END-PERFORM
           IF WS-GL-FOUND-ACCOUNT = "UNMAPPED"
               ADD 1 TO WS-GL-UNMAPPED-COUNT
           END-IF.

       WRITE-STAGED-CONTROL.
      *----------------------------------------------------------------
      * WRITE-STAGED-CONTROL - What the books will hold once this
      * voucher is released: the term, the ledger count and this
      * term's assessment amounts as billed now.
      *----------------------------------------------------------------
           OPEN OUTPUT STAGED-CONTROL-FILE
           MOVE SPACES TO WS-STAGED-CONTROL-LINE
           MOVE "HEADER" TO WS-SCL-TYPE
           MOVE 0 TO WS-SCL-AMOUNT
           MOVE WS-TERM-ID TO WS-SCL-TERM
           MOVE WS-LEDGER-COUNT TO WS-SCL-LEDGER-COUNT
           WRITE STAGED-CONTROL-RECORD FROM WS-STAGED-CONTROL-LINE
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-CUR-COUNT
               MOVE SPACES TO WS-STAGED-CONTROL-LINE
               MOVE "ASSESS" TO WS-SCL-TYPE
               MOVE WS-CUR-ELEMENT(WS-CUR-IDX) TO WS-SCL-ELEMENT
               MOVE WS-CUR-KEY(WS-CUR-IDX) TO WS-SCL-KEY
               MOVE WS-CUR-SIDE(WS-CUR-IDX) TO WS-SCL-SIDE
               MOVE WS-CUR-AMOUNT(WS-CUR-IDX) TO WS-SCL-AMOUNT
               MOVE WS-TERM-ID TO WS-SCL-TERM
               MOVE 0 TO WS-SCL-LEDGER-COUNT
               WRITE STAGED-CONTROL-RECORD FROM WS-STAGED-CONTROL-LINE
           END-PERFORM
           CLOSE STAGED-CONTROL-FILE
           MOVE "STUDENT-JOURNAL-CONTROL-STAGED.TXT" TO SEAL-FILE
           PERFORM SEAL-STAGED-FILE.

       SEAL-STAGED-FILE.
      *----------------------------------------------------------------
      * SEAL-STAGED-FILE - Seal the staged file named in SEAL-FILE
      * through the shared CONTROL-SEAL. An unsealed file is refused
      * at release, so the operator is told at once.
      *----------------------------------------------------------------
           SET SEAL-FN-SEAL TO TRUE
           MOVE "STUDENT-JOURNAL" TO SEAL-PROGRAM
           CALL "CONTROL-SEAL" USING SEAL-PARAMETER
               ON EXCEPTION
                   MOVE "M" TO SEAL-RESULT
                   MOVE "CONTROL-SEAL NOT AVAILABLE" TO SEAL-MESSAGE
           END-CALL
           IF NOT SEAL-SEALED
               DISPLAY "WARNING: " FUNCTION TRIM(SEAL-FILE)
                   " not sealed - " FUNCTION TRIM(SEAL-MESSAGE)
                   " - it will not pass release approval"
           END-IF.

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

       END PROGRAM STUDENT-JOURNAL.
