      *   1. Loads the current PAYROLL-EMPLOYEES.TXT into a table
      *   2. Reads ROSTER-TRANSACTIONS.TXT, one transaction per line:
      *        Action,Type,ID,Name,Absent,Dept,OTHrs,OTRate,Bank,
      *        Acct,Grade,Step,HireDate,ItemNo,EffectiveDate,ChangedBy
      *      where Action is ADD / CHANGE / SEPARATE / BANKCHG /
      *      BANKBASE, keyed by the employee ID
      *   3. Loads the board-approved position master PLANTILLA.TXT,
      *      one "ItemNo,Title,Dept,Type,Grade,Status,IncumbentID"
      *      line per authorized item (Status FILLED or VACANT)
      *   4. Validates each transaction:
      *        ADD      - ID must not already exist; Type/ID/Name
      *                   required; must land on a VACANT plantilla
      *                   item for the same employee type - the named
      *                   ItemNo, or else the first vacant item of
      *                   that type (and department, when given)
      *        CHANGE   - ID must exist; only non-blank fields replace
      *                   the stored values (so a department move or a
      *                   type transfer only names the field changing);
      *                   a non-blank ItemNo moves the employee to that
      *                   vacant item and frees the old one. Bank and
      *                   Acct may NOT change here - see BANKCHG
      *        BANKCHG  - ID must exist; new Bank and Acct, and the
      *                   ChangedBy of whoever keyed it, required;
      *                   EffectiveDate (YYYY-MM-DD) defaults to today
      *        SEPARATE - ID must exist; the row is removed and the
      *                   plantilla item it held goes VACANT
      *        BANKBASE - ID ALL and the ChangedBy required; run once,
      *                   against an empty bank change register, to
      *                   record every account already on the roster
      *                   as CLEARED (see step 8)
      *   5. Rejected transactions go to ROSTER-EXCEPTIONS.TXT with a
      *      reason, and do not touch the roster or the plantilla
      *   6. Writes a before/after line per applied transaction to
      *      ROSTER-CHANGE-REPORT.TXT so HR can sign off the cutoff
      *   7. Rewrites PAYROLL-EMPLOYEES.TXT (and PLANTILLA.TXT, when
      *      an item changed hands) only when at least one
      *      transaction applied cleanly
      *   8. Every new account (BANKCHG, or an ADD carrying bank
      *      details) is appended to PAYROLL-BANK-CHANGES.TXT:
      *        EmployeeID,OldBank,OldAcct,NewBank,NewAcct,
      *        EffectiveDate,HoldUntil,ChangedBy,ChangedOn,Status
      *      with Status PENDING and HoldUntil = today plus the
      *      cooling-off days, and gets a zero-amount pre-note line
      *      on PAYROLL-PRENOTE.TXT (bank file layout and trailer)
      *      for upload to the bank. BANKBASE writes one CLEARED
      *      line (no old account, in force since 1900-01-01, no
      *      pre-note) per roster row already carrying an account -
      *      the accounts of record before the register existed.
      *      It is refused once the register holds any line
      *
      * NOTE: Rewritten roster lines always carry the full 12-field
      *       layout (blank optional fields become empty values).
      *       PARSE-ROSTER-LINE in EMPLOYEE-PAYROLL already treats a
      *       blank absent/dept/overtime/bank field as "none", so the
      *       normalization is safe for older 3/4/5-field rosters.
      *       Until PLANTILLA.TXT exists no position control is
      *       enforced (a warning says so); once it does, nobody gets
      *       onto the roster without an authorized vacant item.
      *       PLANTILLA-REPORT lists the items per department.
      *       EMPLOYEE-PAYROLL reads PAYROLL-BANK-CHANGES.TXT: before
      *       the effective date the old account is still credited;
      *       from it, the employee is paid by check until
      *       BANK-RETURNS posts the pre-note CLEARED or HoldUntil
      *       passes - a diverted account is never credited on the
      *       very next run.
      *
      * AUTHOR: GROUP2
      *================================================================
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TRANS-FILE-STATUS.

       SELECT OPTIONAL PLANTILLA-FILE
            ASSIGN TO "PLANTILLA.TXT"
      * Board-approved position items. OPTIONAL so the roster can
      * still be maintained before the plantilla is first loaded;
      * rewritten in place when a hire/separation/transfer changes
      * an item's incumbent.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PLANT-FILE-STATUS.

       SELECT ROSTER-EXCEPTIONS-FILE
            ASSIGN TO "ROSTER-EXCEPTIONS.TXT"
      * Rejected transactions, one line per reject with the reason.
      * Before/after listing per applied transaction for HR sign-off.
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL BANK-CHANGES-FILE
            ASSIGN TO "PAYROLL-BANK-CHANGES.TXT"
      * Bank account change register - the audit trail of old/new
      * account and who keyed it. Appended here, its Status posted
      * by BANK-RETURNS, read by EMPLOYEE-PAYROLL.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BKCHG-FILE-STATUS.

       SELECT PRENOTE-FILE
            ASSIGN TO "PAYROLL-PRENOTE.TXT"
      * Zero-amount pre-note credits for this run's new accounts,
      * in the bank upload layout. Only written when there is one.
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE.
       FD  ROSTER-TRANS-FILE.
       01  ROSTER-TRANS-RECORD         PIC X(160).

       FD  PLANTILLA-FILE.
       01  PLANTILLA-RECORD            PIC X(120).

       FD  ROSTER-EXCEPTIONS-FILE.
       01  ROSTER-EXCEPTIONS-RECORD    PIC X(150).

       FD  ROSTER-CHANGE-FILE.
       01  ROSTER-CHANGE-RECORD        PIC X(150).

       FD  BANK-CHANGES-FILE.
       01  BANK-CHANGES-RECORD         PIC X(150).

       FD  PRENOTE-FILE.
       01  PRENOTE-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
                   10 WS-RE-STEP       PIC X(2).
                   10 WS-RE-HIRED      PIC X(10).

      *----------------------------------------------------------------
      * IN-MEMORY PLANTILLA (POSITION CONTROL)
      * One entry per authorized item. WS-PI-INCUMBENT is the
      * employee ID holding a FILLED item, SPACES on a VACANT one.
      *----------------------------------------------------------------
       01  WS-MAX-PLANTILLA-ITEMS      PIC 9999 VALUE 1000.
       01  WS-PLANT-COUNT              PIC 9999 VALUE 0.
       01  WS-PLANTILLA-TABLE.
               05 WS-PI-ENTRY OCCURS 1000 TIMES.
                   10 WS-PI-ITEM       PIC X(10).
                   10 WS-PI-TITLE      PIC X(30).
                   10 WS-PI-DEPT       PIC X(10).
                   10 WS-PI-TYPE       PIC X(15).
                   10 WS-PI-GRADE      PIC X(4).
                   10 WS-PI-STATUS     PIC X(6).
                   10 WS-PI-INCUMBENT  PIC X(10).
       01  WS-PLANT-PARSE.
               05 WS-PP-LINE           PIC X(120).
               05 WS-PP-ITEM           PIC X(10).
               05 WS-PP-TITLE          PIC X(30).
               05 WS-PP-DEPT           PIC X(10).
               05 WS-PP-TYPE           PIC X(15).
               05 WS-PP-GRADE          PIC X(4).
               05 WS-PP-STATUS         PIC X(8).
               05 WS-PP-INCUMBENT      PIC X(10).
       01  WS-PLANT-FILE-STATUS        PIC XX.
       01  WS-PLANT-EOF-FLAG           PIC 9 VALUE 0.
       01  WS-PLANTILLA-AVAILABLE      PIC 9 VALUE 0.
       01  WS-PLANT-CHANGED            PIC 9 VALUE 0.
       01  WS-PLANT-OVERFLOW-COUNT     PIC 9999 VALUE 0.
       01  WS-PI-IDX                   PIC 9999 VALUE 0.
       01  WS-PI-NEW-IDX               PIC 9999 VALUE 0.
       01  WS-PI-OLD-IDX               PIC 9999 VALUE 0.
       01  WS-PI-WANT-TYPE             PIC X(15).
       01  WS-PI-WANT-DEPT             PIC X(10).
       01  WS-PLANT-LINE               PIC X(120).

       01  WS-ROSTER-FILE-STATUS       PIC XX.
       01  WS-TRANS-FILE-STATUS        PIC XX.
       01  WS-ROSTER-EOF-FLAG          PIC 9 VALUE 0.
               05 WS-TR-GRADE          PIC X(4).
               05 WS-TR-STEP           PIC X(2).
               05 WS-TR-HIRED          PIC X(10).
               05 WS-TR-ITEM           PIC X(10).
               05 WS-TR-EFFECTIVE      PIC X(10).
               05 WS-TR-CHANGED-BY     PIC X(10).

       01  WS-ROSTER-PARSE.
               05 WS-RP-LINE           PIC X(150).
               05 WS-CHG-ACTION        PIC X(10).
               05 FILLER               PIC X(5)  VALUE " ID: ".
               05 WS-CHG-ID            PIC X(10).
               05 FILLER               PIC X(7)  VALUE " ITEM: ".
               05 WS-CHG-ITEM          PIC X(10).
       01  WS-CHG-BEFORE-LINE.
               05 FILLER               PIC X(10) VALUE "  BEFORE: ".
               05 WS-CHG-BEFORE        PIC X(130).
               05 WS-CHG-AFTER         PIC X(130).
       01  WS-CHG-SUMMARY-LINE         PIC X(150).

      *----------------------------------------------------------------
      * BANK ACCOUNT CHANGE CONTROL
      * A new account is not credited until its pre-note clears or
      * WS-BANK-COOLING-DAYS calendar days pass, whichever is first.
      *----------------------------------------------------------------
       01  WS-BANK-COOLING-DAYS        PIC 99 VALUE 15.
       01  WS-BKCHG-FILE-STATUS        PIC XX.
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-TODAY-DATE               PIC X(10).
       01  WS-TODAY-NUM                PIC 9(8) VALUE 0.
       01  WS-DATE-NUM                 PIC 9(8) VALUE 0.
       01  WS-DATE-NUM-X REDEFINES WS-DATE-NUM PIC X(8).
       01  WS-HOLD-UNTIL               PIC X(10).
       01  WS-EFFECTIVE-DATE           PIC X(10).
       01  WS-CHANGED-BY               PIC X(10).
       01  WS-OLD-BANK                 PIC X(8).
       01  WS-OLD-ACCT                 PIC X(16).
       01  WS-BKCHG-LINE               PIC X(150).
       01  WS-BKCHG-COUNT              PIC 999 VALUE 0.
       01  WS-BKCHG-EXISTING           PIC 9 VALUE 0.
       01  WS-BASELINE-COUNT           PIC 9999 VALUE 0.
       01  WS-BASELINE-DATE            PIC X(10) VALUE "1900-01-01".
      * Effective and hold-until date of a BANKBASE line, so the
      * account of record holds for any period, even a rerun of one
      * closed before the baseline was taken
       01  WS-PRENOTE-COUNT            PIC 9(5) VALUE 0.
       01  WS-PRENOTE-DETAIL-LINE.
               05 WS-PNL-BANK          PIC X(8).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-PNL-ACCT          PIC X(16).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-PNL-ID            PIC X(10).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-PNL-NAME          PIC X(25).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-PNL-AMOUNT        PIC 9(9).99.
       01  WS-PRENOTE-TRAILER-LINE.
               05 FILLER               PIC X(8)  VALUE "TRAILER".
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-PNT-COUNT         PIC 9(5).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-PNT-TOTAL         PIC 9(10).99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           WRITE ROSTER-CHANGE-RECORD FROM WS-CHG-TITLE-LINE
           WRITE ROSTER-CHANGE-RECORD FROM WS-CHG-BLANK-LINE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY-NUM
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-CURRENT-DATETIME(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATETIME(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATETIME(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DATE

           PERFORM LOAD-ROSTER
           IF WS-ROSTER-OVERFLOW-COUNT > 0
      * Refuse the whole run: a rewrite from a partial load would
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-PLANTILLA
           IF WS-PLANT-OVERFLOW-COUNT > 0
               DISPLAY "ERROR: PLANTILLA.TXT holds more than "
                   WS-MAX-PLANTILLA-ITEMS " item(s) - "
                   WS-PLANT-OVERFLOW-COUNT " item(s) not loaded."
                   " NOTHING was applied or rewritten."
               CLOSE ROSTER-CHANGE-FILE
               CLOSE ROSTER-EXCEPTIONS-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM APPLY-TRANSACTIONS

           IF WS-APPLIED-COUNT > 0
               PERFORM REWRITE-ROSTER
               IF WS-PLANT-CHANGED = 1
                   PERFORM REWRITE-PLANTILLA
               END-IF
           ELSE
               DISPLAY "No transaction applied - PAYROLL-EMPLOYEES.TXT"
                   " left untouched"
           PERFORM WRITE-CHANGE-SUMMARY
           CLOSE ROSTER-CHANGE-FILE
           CLOSE ROSTER-EXCEPTIONS-FILE
           IF WS-PRENOTE-COUNT > 0
               MOVE WS-PRENOTE-COUNT TO WS-PNT-COUNT
               MOVE 0 TO WS-PNT-TOTAL
               WRITE PRENOTE-RECORD FROM WS-PRENOTE-TRAILER-LINE
               CLOSE PRENOTE-FILE
               DISPLAY "Bank account change(s): " WS-BKCHG-COUNT
                   " logged to PAYROLL-BANK-CHANGES.TXT, "
                   WS-PRENOTE-COUNT " pre-note(s) on"
                   " PAYROLL-PRENOTE.TXT for the bank"
           END-IF

           DISPLAY "Roster maintenance complete: " WS-APPLIED-COUNT
               " applied, " WS-REJECT-COUNT " rejected"
               END-IF
           END-PERFORM.

       LOAD-PLANTILLA.
      *----------------------------------------------------------------
      * LOAD-PLANTILLA - Read PLANTILLA.TXT into WS-PLANTILLA-TABLE.
      * An item with an incumbent is FILLED whatever its status
      * column says; one without is VACANT. Absent file = position
      * control not yet in force.
      *----------------------------------------------------------------
           OPEN INPUT PLANTILLA-FILE
           IF WS-PLANT-FILE-STATUS = "00"
               MOVE 1 TO WS-PLANTILLA-AVAILABLE
               PERFORM UNTIL WS-PLANT-EOF-FLAG = 1
                   READ PLANTILLA-FILE INTO WS-PP-LINE
                       AT END
                           MOVE 1 TO WS-PLANT-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-PP-LINE) NOT = SPACES
                               IF WS-PLANT-COUNT <
                                   WS-MAX-PLANTILLA-ITEMS
                                   PERFORM STORE-PLANTILLA-LINE
                               ELSE
                                   ADD 1 TO WS-PLANT-OVERFLOW-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PLANTILLA-FILE
           IF WS-PLANTILLA-AVAILABLE = 0
               DISPLAY "WARNING: PLANTILLA.TXT not found - hires are"
                   " NOT checked against authorized positions"
           END-IF.

       STORE-PLANTILLA-LINE.
      *----------------------------------------------------------------
      * STORE-PLANTILLA-LINE - Parse one plantilla line into the next
      * table slot.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-PP-ITEM WS-PP-TITLE WS-PP-DEPT WS-PP-TYPE
               WS-PP-GRADE WS-PP-STATUS WS-PP-INCUMBENT
           UNSTRING WS-PP-LINE DELIMITED BY ","
               INTO WS-PP-ITEM
                    WS-PP-TITLE
                    WS-PP-DEPT
                    WS-PP-TYPE
                    WS-PP-GRADE
                    WS-PP-STATUS
                    WS-PP-INCUMBENT
           END-UNSTRING
           ADD 1 TO WS-PLANT-COUNT
           MOVE FUNCTION TRIM(WS-PP-ITEM) TO WS-PI-ITEM(WS-PLANT-COUNT)
           MOVE FUNCTION TRIM(WS-PP-TITLE)
               TO WS-PI-TITLE(WS-PLANT-COUNT)
           MOVE FUNCTION TRIM(WS-PP-DEPT) TO WS-PI-DEPT(WS-PLANT-COUNT)
           MOVE FUNCTION TRIM(WS-PP-TYPE) TO WS-PI-TYPE(WS-PLANT-COUNT)
           MOVE FUNCTION TRIM(WS-PP-GRADE)
               TO WS-PI-GRADE(WS-PLANT-COUNT)
           MOVE FUNCTION TRIM(WS-PP-INCUMBENT)
               TO WS-PI-INCUMBENT(WS-PLANT-COUNT)
           IF WS-PI-INCUMBENT(WS-PLANT-COUNT) = SPACES
               MOVE "VACANT" TO WS-PI-STATUS(WS-PLANT-COUNT)
           ELSE
               MOVE "FILLED" TO WS-PI-STATUS(WS-PLANT-COUNT)
           END-IF.

       FIND-PLANTILLA-ITEM.
      *----------------------------------------------------------------
      * FIND-PLANTILLA-ITEM - Locate the item numbered WS-TR-ITEM.
      * 0 in WS-PI-NEW-IDX when the item is not on the plantilla.
      *----------------------------------------------------------------
           MOVE 0 TO WS-PI-NEW-IDX
           PERFORM VARYING WS-PI-IDX FROM 1 BY 1
               UNTIL WS-PI-IDX > WS-PLANT-COUNT
               IF WS-PI-ITEM(WS-PI-IDX) = WS-TR-ITEM
                   MOVE WS-PI-IDX TO WS-PI-NEW-IDX
               END-IF
           END-PERFORM.

       FIND-HELD-ITEM.
      *----------------------------------------------------------------
      * FIND-HELD-ITEM - Locate the item whose incumbent is WS-TR-ID.
      * 0 in WS-PI-OLD-IDX when the employee holds no item.
      *----------------------------------------------------------------
           MOVE 0 TO WS-PI-OLD-IDX
           PERFORM VARYING WS-PI-IDX FROM 1 BY 1
               UNTIL WS-PI-IDX > WS-PLANT-COUNT
               IF WS-PI-INCUMBENT(WS-PI-IDX) = WS-TR-ID
                   MOVE WS-PI-IDX TO WS-PI-OLD-IDX
               END-IF
           END-PERFORM.

       SELECT-VACANT-ITEM.
      *----------------------------------------------------------------
      * SELECT-VACANT-ITEM - Choose the item an ADD or transfer lands
      * on: the named WS-TR-ITEM when given, else the first VACANT
      * item for WS-PI-WANT-TYPE (and WS-PI-WANT-DEPT when not
      * blank). WS-PI-NEW-IDX = the item; on failure it is 0 and
      * WS-REJECT-REASON says why.
      *----------------------------------------------------------------
           IF WS-TR-ITEM NOT = SPACES
               PERFORM FIND-PLANTILLA-ITEM
               EVALUATE TRUE
                   WHEN WS-PI-NEW-IDX = 0
                       MOVE "plantilla item does not exist"
                           TO WS-REJECT-REASON
                   WHEN WS-PI-STATUS(WS-PI-NEW-IDX) NOT = "VACANT"
                       MOVE "plantilla item already filled"
                           TO WS-REJECT-REASON
                   WHEN FUNCTION UPPER-CASE(WS-PI-TYPE(WS-PI-NEW-IDX))
                       NOT = FUNCTION UPPER-CASE(WS-PI-WANT-TYPE)
                       MOVE "plantilla item is for another type"
                           TO WS-REJECT-REASON
               END-EVALUATE
               IF WS-REJECT-REASON NOT = SPACES
                   MOVE 0 TO WS-PI-NEW-IDX
               END-IF
           ELSE
               MOVE 0 TO WS-PI-NEW-IDX
               PERFORM VARYING WS-PI-IDX FROM 1 BY 1
                   UNTIL WS-PI-IDX > WS-PLANT-COUNT
                       OR WS-PI-NEW-IDX > 0
                   IF WS-PI-STATUS(WS-PI-IDX) = "VACANT"
                       AND FUNCTION UPPER-CASE(WS-PI-TYPE(WS-PI-IDX))
                           = FUNCTION UPPER-CASE(WS-PI-WANT-TYPE)
                       AND (WS-PI-WANT-DEPT = SPACES
                           OR FUNCTION UPPER-CASE(
                               WS-PI-DEPT(WS-PI-IDX)) =
                              FUNCTION UPPER-CASE(WS-PI-WANT-DEPT))
                       MOVE WS-PI-IDX TO WS-PI-NEW-IDX
                   END-IF
               END-PERFORM
               IF WS-PI-NEW-IDX = 0
                   MOVE "no vacant plantilla item" TO WS-REJECT-REASON
               END-IF
           END-IF.

       APPLY-TRANSACTIONS.
      *----------------------------------------------------------------
      * APPLY-TRANSACTIONS - Read ROSTER-TRANSACTIONS.TXT and apply
           MOVE SPACES TO WS-TR-ACTION WS-TR-TYPE WS-TR-ID WS-TR-NAME
               WS-TR-ABSENT WS-TR-DEPT WS-TR-OT-HOURS WS-TR-OT-RATE
               WS-TR-BANK WS-TR-ACCT WS-TR-GRADE WS-TR-STEP
               WS-TR-HIRED WS-TR-ITEM WS-TR-EFFECTIVE WS-TR-CHANGED-BY
           UNSTRING WS-TR-LINE DELIMITED BY ","
               INTO WS-TR-ACTION
                    WS-TR-TYPE
                    WS-TR-GRADE
                    WS-TR-STEP
                    WS-TR-HIRED
                    WS-TR-ITEM
                    WS-TR-EFFECTIVE
                    WS-TR-CHANGED-BY
           END-UNSTRING

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TR-ACTION))
               TO WS-TR-ACTION
           MOVE FUNCTION TRIM(WS-TR-ID) TO WS-TR-ID
           MOVE FUNCTION TRIM(WS-TR-ITEM) TO WS-TR-ITEM
           MOVE 0 TO WS-PI-NEW-IDX
           MOVE 0 TO WS-PI-OLD-IDX
           MOVE SPACES TO WS-REJECT-REASON

           IF WS-TR-ID = SPACES
                       PERFORM APPLY-CHANGE
                   WHEN "SEPARATE"
                       PERFORM APPLY-SEPARATE
                   WHEN "BANKCHG"
                       PERFORM APPLY-BANK-CHANGE
                   WHEN "BANKBASE"
                       PERFORM APPLY-BANK-BASELINE
                   WHEN OTHER
                       MOVE "unknown action" TO WS-REJECT-REASON
               END-EVALUATE

       APPLY-ADD.
      *----------------------------------------------------------------
      * APPLY-ADD - New hire. Type, ID and name are all required,
      * the ID must not already be on the roster and, under position
      * control, a vacant plantilla item of the same type must be
      * free for the hire to fill. Bank details on a hire are a new
      * account like any BANKCHG - logged and pre-noted.
      *----------------------------------------------------------------
           IF WS-MATCH-IDX > 0
               MOVE "ID already on roster" TO WS-REJECT-REASON
                   OR FUNCTION TRIM(WS-TR-NAME) = SPACES
                   MOVE "type and name required" TO WS-REJECT-REASON
               ELSE
                   IF FUNCTION TRIM(WS-TR-BANK) NOT = SPACES
                       AND FUNCTION TRIM(WS-TR-ACCT) NOT = SPACES
                       PERFORM VALIDATE-EFFECTIVE-DATE
                   END-IF
               END-IF
               IF WS-REJECT-REASON = SPACES
                   IF WS-PLANTILLA-AVAILABLE = 1
                       MOVE FUNCTION TRIM(WS-TR-TYPE)
                           TO WS-PI-WANT-TYPE
                       MOVE FUNCTION TRIM(WS-TR-DEPT)
                           TO WS-PI-WANT-DEPT
                       PERFORM SELECT-VACANT-ITEM
                   END-IF
                   IF WS-REJECT-REASON = SPACES
                       IF WS-ROSTER-COUNT >= WS-MAX-ROSTER-ENTRIES
                           MOVE "roster table full"
                               TO WS-REJECT-REASON
                       ELSE
                           ADD 1 TO WS-ROSTER-COUNT
                           MOVE 1 TO WS-RE-ACTIVE(WS-ROSTER-COUNT)
                           MOVE FUNCTION TRIM(WS-TR-TYPE)
                               TO WS-RE-TYPE(WS-ROSTER-COUNT)
                           MOVE WS-TR-ID TO WS-RE-ID(WS-ROSTER-COUNT)
                           MOVE FUNCTION TRIM(WS-TR-NAME)
                               TO WS-RE-NAME(WS-ROSTER-COUNT)
                           MOVE FUNCTION TRIM(WS-TR-ABSENT)
                               TO WS-RE-ABSENT(WS-ROSTER-COUNT)
                           MOVE FUNCTION TRIM(WS-TR-DEPT)
                               TO WS-RE-DEPT(WS-ROSTER-COUNT)
                           MOVE FUNCTION TRIM(WS-TR-OT-HOURS)
                               TO WS-RE-OT-HOURS(WS-ROSTER-COUNT)
                           MOVE FUNCTION TRIM(WS-TR-OT-RATE)
                               TO WS-RE-OT-RATE(WS-ROSTER-COUNT)
                           MOVE FUNCTION TRIM(WS-TR-BANK)
                               TO WS-RE-BANK(WS-ROSTER-COUNT)
                           MOVE FUNCTION TRIM(WS-TR-ACCT)
                               TO WS-RE-ACCT(WS-ROSTER-COUNT)
                           MOVE FUNCTION TRIM(WS-TR-GRADE)
                               TO WS-RE-GRADE(WS-ROSTER-COUNT)
                           MOVE FUNCTION TRIM(WS-TR-STEP)
                               TO WS-RE-STEP(WS-ROSTER-COUNT)
                           MOVE FUNCTION TRIM(WS-TR-HIRED)
                               TO WS-RE-HIRED(WS-ROSTER-COUNT)
                           IF WS-PI-NEW-IDX > 0
                               MOVE "FILLED"
                                   TO WS-PI-STATUS(WS-PI-NEW-IDX)
                               MOVE WS-TR-ID
                                   TO WS-PI-INCUMBENT(WS-PI-NEW-IDX)
                               MOVE 1 TO WS-PLANT-CHANGED
                           END-IF
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE WS-ROSTER-COUNT TO WS-IDX
                           MOVE "(new hire)" TO WS-OLD-LINE
                           PERFORM WRITE-CHANGE-ENTRY
                           IF WS-RE-BANK(WS-IDX) NOT = SPACES
                               AND WS-RE-ACCT(WS-IDX) NOT = SPACES
                               MOVE SPACES TO WS-OLD-BANK
                               MOVE SPACES TO WS-OLD-ACCT
                               PERFORM RECORD-BANK-CHANGE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
      * APPLY-CHANGE - Update an existing employee. Only non-blank
      * transaction fields replace the stored values, so a department
      * move or a type transfer names just the field that changes.
      * A non-blank ItemNo transfers the employee to that vacant
      * plantilla item (checked against the resulting type) before
      * anything is touched; the old item goes VACANT. Bank details
      * are refused here - they change only through BANKCHG.
      *----------------------------------------------------------------
           IF WS-MATCH-IDX = 0
               MOVE "ID not on roster" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND (FUNCTION TRIM(WS-TR-BANK) NOT = SPACES
                   OR FUNCTION TRIM(WS-TR-ACCT) NOT = SPACES)
               MOVE "bank details change only by BANKCHG"
                   TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND WS-TR-ITEM NOT = SPACES
               AND WS-PLANTILLA-AVAILABLE = 1
               PERFORM FIND-HELD-ITEM
               IF WS-PI-OLD-IDX > 0
                   AND WS-PI-ITEM(WS-PI-OLD-IDX) = WS-TR-ITEM
                   MOVE 0 TO WS-PI-OLD-IDX
      * Already on the named item - nothing to transfer
               ELSE
                   IF FUNCTION TRIM(WS-TR-TYPE) NOT = SPACES
                       MOVE FUNCTION TRIM(WS-TR-TYPE)
                           TO WS-PI-WANT-TYPE
                   ELSE
                       MOVE WS-RE-TYPE(WS-MATCH-IDX) TO WS-PI-WANT-TYPE
                   END-IF
                   MOVE SPACES TO WS-PI-WANT-DEPT
                   PERFORM SELECT-VACANT-ITEM
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE WS-MATCH-IDX TO WS-IDX
               PERFORM BUILD-ROSTER-LINE
               MOVE WS-BUILT-LINE TO WS-OLD-LINE
                   MOVE FUNCTION TRIM(WS-TR-OT-RATE)
                       TO WS-RE-OT-RATE(WS-MATCH-IDX)
               END-IF
               IF FUNCTION TRIM(WS-TR-GRADE) NOT = SPACES
                   MOVE FUNCTION TRIM(WS-TR-GRADE)
                       TO WS-RE-GRADE(WS-MATCH-IDX)
                   MOVE FUNCTION TRIM(WS-TR-HIRED)
                       TO WS-RE-HIRED(WS-MATCH-IDX)
               END-IF
               IF WS-PI-NEW-IDX > 0
                   IF WS-PI-OLD-IDX > 0
                       MOVE "VACANT" TO WS-PI-STATUS(WS-PI-OLD-IDX)
                       MOVE SPACES TO WS-PI-INCUMBENT(WS-PI-OLD-IDX)
                   END-IF
                   MOVE "FILLED" TO WS-PI-STATUS(WS-PI-NEW-IDX)
                   MOVE WS-TR-ID TO WS-PI-INCUMBENT(WS-PI-NEW-IDX)
                   MOVE 1 TO WS-PLANT-CHANGED
               END-IF
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM WRITE-CHANGE-ENTRY
           END-IF.
      *----------------------------------------------------------------
      * APPLY-SEPARATE - Separation: the employee's row is removed
      * from the roster (the entry goes inactive and is skipped when
      * the file is rewritten) and the plantilla item it held goes
      * VACANT for the next hire.
      *----------------------------------------------------------------
           IF WS-MATCH-IDX = 0
               MOVE "ID not on roster" TO WS-REJECT-REASON
               PERFORM BUILD-ROSTER-LINE
               MOVE WS-BUILT-LINE TO WS-OLD-LINE
               MOVE 0 TO WS-RE-ACTIVE(WS-MATCH-IDX)
               PERFORM FIND-HELD-ITEM
               IF WS-PI-OLD-IDX > 0
                   MOVE WS-PI-ITEM(WS-PI-OLD-IDX) TO WS-TR-ITEM
                   MOVE "VACANT" TO WS-PI-STATUS(WS-PI-OLD-IDX)
                   MOVE SPACES TO WS-PI-INCUMBENT(WS-PI-OLD-IDX)
                   MOVE 1 TO WS-PLANT-CHANGED
               END-IF
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM WRITE-CHANGE-ENTRY
           END-IF.

       APPLY-BANK-CHANGE.
      *----------------------------------------------------------------
      * APPLY-BANK-CHANGE - New bank account for an existing
      * employee. The roster takes the new details at once (it is the
      * account of record); PAYROLL-BANK-CHANGES.TXT decides when
      * EMPLOYEE-PAYROLL may actually credit it.
      *----------------------------------------------------------------
           EVALUATE TRUE
               WHEN WS-MATCH-IDX = 0
                   MOVE "ID not on roster" TO WS-REJECT-REASON
               WHEN FUNCTION TRIM(WS-TR-BANK) = SPACES
                   OR FUNCTION TRIM(WS-TR-ACCT) = SPACES
                   MOVE "new bank and account required"
                       TO WS-REJECT-REASON
               WHEN FUNCTION TRIM(WS-TR-CHANGED-BY) = SPACES
                   MOVE "changed-by required" TO WS-REJECT-REASON
               WHEN FUNCTION TRIM(WS-TR-BANK) =
                       WS-RE-BANK(WS-MATCH-IDX)
                   AND FUNCTION TRIM(WS-TR-ACCT) =
                       WS-RE-ACCT(WS-MATCH-IDX)
                   MOVE "account unchanged" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM VALIDATE-EFFECTIVE-DATE
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               MOVE WS-MATCH-IDX TO WS-IDX
               PERFORM BUILD-ROSTER-LINE
               MOVE WS-BUILT-LINE TO WS-OLD-LINE
               MOVE WS-RE-BANK(WS-MATCH-IDX) TO WS-OLD-BANK
               MOVE WS-RE-ACCT(WS-MATCH-IDX) TO WS-OLD-ACCT
               MOVE FUNCTION TRIM(WS-TR-BANK)
                   TO WS-RE-BANK(WS-MATCH-IDX)
               MOVE FUNCTION TRIM(WS-TR-ACCT)
                   TO WS-RE-ACCT(WS-MATCH-IDX)
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM WRITE-CHANGE-ENTRY
               PERFORM RECORD-BANK-CHANGE
           END-IF.

       APPLY-BANK-BASELINE.
      *----------------------------------------------------------------
      * APPLY-BANK-BASELINE - One-time start of the bank change
      * register: every active roster row with a bank and account
      * gets a CLEARED line, so EMPLOYEE-PAYROLL keeps crediting the
      * accounts already of record and holds any account that never
      * came through BANKCHG. Refused once the register has a line -
      * a baseline must never bless an account edited in since.
      *----------------------------------------------------------------
           MOVE 0 TO WS-BKCHG-EXISTING
           OPEN INPUT BANK-CHANGES-FILE
           IF WS-BKCHG-FILE-STATUS = "00"
               READ BANK-CHANGES-FILE
                   NOT AT END
                       MOVE 1 TO WS-BKCHG-EXISTING
               END-READ
           END-IF
           CLOSE BANK-CHANGES-FILE
           EVALUATE TRUE
               WHEN WS-TR-ID NOT = "ALL"
                   MOVE "BANKBASE takes ID ALL" TO WS-REJECT-REASON
               WHEN FUNCTION TRIM(WS-TR-CHANGED-BY) = SPACES
                   MOVE "changed-by required" TO WS-REJECT-REASON
               WHEN WS-BKCHG-EXISTING = 1
                   MOVE "bank change register already started"
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               MOVE FUNCTION TRIM(WS-TR-CHANGED-BY) TO WS-CHANGED-BY
               MOVE 0 TO WS-BASELINE-COUNT
               OPEN EXTEND BANK-CHANGES-FILE
               IF WS-BKCHG-FILE-STATUS NOT = "00"
                   AND WS-BKCHG-FILE-STATUS NOT = "05"
                   DISPLAY "ERROR: PAYROLL-BANK-CHANGES.TXT could not"
                       " be opened (status " WS-BKCHG-FILE-STATUS
                       ") - bank register baseline NOT written"
                   MOVE 1 TO WS-HAS-ERROR
               ELSE
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-ROSTER-COUNT
                       IF WS-RE-ACTIVE(WS-IDX) = 1
                           AND WS-RE-BANK(WS-IDX) NOT = SPACES
                           AND WS-RE-ACCT(WS-IDX) NOT = SPACES
                           MOVE SPACES TO WS-BKCHG-LINE
                           STRING FUNCTION TRIM(WS-RE-ID(WS-IDX))
                                   DELIMITED BY SIZE
                               ",,," DELIMITED BY SIZE
                               FUNCTION TRIM(WS-RE-BANK(WS-IDX))
                                   DELIMITED BY SIZE
                               "," DELIMITED BY SIZE
                               FUNCTION TRIM(WS-RE-ACCT(WS-IDX))
                                   DELIMITED BY SIZE
                               "," DELIMITED BY SIZE
                               WS-BASELINE-DATE DELIMITED BY SIZE
                               "," DELIMITED BY SIZE
                               WS-BASELINE-DATE DELIMITED BY SIZE
                               "," DELIMITED BY SIZE
                               FUNCTION TRIM(WS-CHANGED-BY)
                                   DELIMITED BY SIZE
                               "," DELIMITED BY SIZE
                               WS-TODAY-DATE DELIMITED BY SIZE
                               ",CLEARED" DELIMITED BY SIZE
                               INTO WS-BKCHG-LINE
                           WRITE BANK-CHANGES-RECORD
                               FROM WS-BKCHG-LINE
                           ADD 1 TO WS-BASELINE-COUNT
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE BANK-CHANGES-FILE
               ADD 1 TO WS-APPLIED-COUNT
               MOVE WS-TR-ACTION TO WS-CHG-ACTION
               MOVE WS-TR-ID TO WS-CHG-ID
               MOVE "(none)" TO WS-CHG-ITEM
               WRITE ROSTER-CHANGE-RECORD FROM WS-CHG-ACTION-LINE
               MOVE SPACES TO WS-CHG-AFTER
               STRING WS-BASELINE-COUNT DELIMITED BY SIZE
                   " account(s) of record logged CLEARED on"
                       DELIMITED BY SIZE
                   " PAYROLL-BANK-CHANGES.TXT" DELIMITED BY SIZE
                   INTO WS-CHG-AFTER
               WRITE ROSTER-CHANGE-RECORD FROM WS-CHG-AFTER-LINE
               WRITE ROSTER-CHANGE-RECORD FROM WS-CHG-BLANK-LINE
               DISPLAY "Bank change register baseline: "
                   WS-BASELINE-COUNT " account(s) of record logged"
                   " CLEARED"
           END-IF.

       VALIDATE-EFFECTIVE-DATE.
      *----------------------------------------------------------------
      * VALIDATE-EFFECTIVE-DATE - WS-TR-EFFECTIVE as a real
      * YYYY-MM-DD calendar date into WS-EFFECTIVE-DATE; blank means
      * today.
      *----------------------------------------------------------------
           MOVE FUNCTION TRIM(WS-TR-EFFECTIVE) TO WS-EFFECTIVE-DATE
           IF WS-EFFECTIVE-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-EFFECTIVE-DATE
           ELSE
               MOVE ZERO TO WS-DATE-NUM
               IF WS-EFFECTIVE-DATE(5:1) = "-"
                   AND WS-EFFECTIVE-DATE(8:1) = "-"
                   AND WS-EFFECTIVE-DATE(1:4) IS NUMERIC
                   AND WS-EFFECTIVE-DATE(6:2) IS NUMERIC
                   AND WS-EFFECTIVE-DATE(9:2) IS NUMERIC
                   STRING WS-EFFECTIVE-DATE(1:4) DELIMITED BY SIZE
                       WS-EFFECTIVE-DATE(6:2) DELIMITED BY SIZE
                       WS-EFFECTIVE-DATE(9:2) DELIMITED BY SIZE
                       INTO WS-DATE-NUM-X
               END-IF
               IF WS-DATE-NUM = ZERO
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                   MOVE "effective date not YYYY-MM-DD"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       RECORD-BANK-CHANGE.
      *----------------------------------------------------------------
      * RECORD-BANK-CHANGE - Audit line on PAYROLL-BANK-CHANGES.TXT
      * (old and new account, effective date, cooling-off end, who
      * and when) and a zero-amount pre-note for the new account at
      * roster entry WS-IDX.
      *----------------------------------------------------------------
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
               + WS-BANK-COOLING-DAYS)
           MOVE SPACES TO WS-HOLD-UNTIL
           STRING WS-DATE-NUM-X(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-DATE-NUM-X(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-DATE-NUM-X(7:2) DELIMITED BY SIZE
               INTO WS-HOLD-UNTIL
           MOVE FUNCTION TRIM(WS-TR-CHANGED-BY) TO WS-CHANGED-BY
           IF WS-CHANGED-BY = SPACES
               MOVE "UNKNOWN" TO WS-CHANGED-BY
           END-IF

           MOVE SPACES TO WS-BKCHG-LINE
           STRING FUNCTION TRIM(WS-RE-ID(WS-IDX)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-OLD-BANK) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-OLD-ACCT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-RE-BANK(WS-IDX)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-RE-ACCT(WS-IDX)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-EFFECTIVE-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-HOLD-UNTIL DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CHANGED-BY) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               ",PENDING" DELIMITED BY SIZE
               INTO WS-BKCHG-LINE
           OPEN EXTEND BANK-CHANGES-FILE
           IF WS-BKCHG-FILE-STATUS = "00"
               OR WS-BKCHG-FILE-STATUS = "05"
               WRITE BANK-CHANGES-RECORD FROM WS-BKCHG-LINE
               ADD 1 TO WS-BKCHG-COUNT
           ELSE
               DISPLAY "ERROR: PAYROLL-BANK-CHANGES.TXT could not be"
                   " opened (status " WS-BKCHG-FILE-STATUS ") - "
                   FUNCTION TRIM(WS-RE-ID(WS-IDX))
                   " account change NOT logged"
               MOVE 1 TO WS-HAS-ERROR
           END-IF
           CLOSE BANK-CHANGES-FILE

           IF WS-PRENOTE-COUNT = 0
               OPEN OUTPUT PRENOTE-FILE
           END-IF
           MOVE WS-RE-BANK(WS-IDX) TO WS-PNL-BANK
           MOVE WS-RE-ACCT(WS-IDX) TO WS-PNL-ACCT
           MOVE WS-RE-ID(WS-IDX) TO WS-PNL-ID
           MOVE WS-RE-NAME(WS-IDX) TO WS-PNL-NAME
           MOVE 0 TO WS-PNL-AMOUNT
           WRITE PRENOTE-RECORD FROM WS-PRENOTE-DETAIL-LINE
           ADD 1 TO WS-PRENOTE-COUNT.

       BUILD-ROSTER-LINE.
      *----------------------------------------------------------------
      * BUILD-ROSTER-LINE - Assemble the full 12-field roster line for
      *----------------------------------------------------------------
           MOVE WS-TR-ACTION TO WS-CHG-ACTION
           MOVE WS-TR-ID TO WS-CHG-ID
           EVALUATE TRUE
               WHEN WS-PI-NEW-IDX > 0
                   MOVE WS-PI-ITEM(WS-PI-NEW-IDX) TO WS-CHG-ITEM
               WHEN WS-PLANTILLA-AVAILABLE = 1
                   MOVE WS-TR-ITEM TO WS-CHG-ITEM
               WHEN OTHER
                   MOVE "(none)" TO WS-CHG-ITEM
           END-EVALUATE
           WRITE ROSTER-CHANGE-RECORD FROM WS-CHG-ACTION-LINE
           MOVE WS-OLD-LINE TO WS-CHG-BEFORE
           WRITE ROSTER-CHANGE-RECORD FROM WS-CHG-BEFORE-LINE
           DISPLAY "Roster rewritten: " WS-WRITTEN-COUNT
               " employee(s) on PAYROLL-EMPLOYEES.TXT".

       REWRITE-PLANTILLA.
      *----------------------------------------------------------------
      * REWRITE-PLANTILLA - Write the maintained item table back over
      * PLANTILLA.TXT in its original order, with each item's
      * current status and incumbent.
      *----------------------------------------------------------------
           OPEN OUTPUT PLANTILLA-FILE
           PERFORM VARYING WS-PI-IDX FROM 1 BY 1
               UNTIL WS-PI-IDX > WS-PLANT-COUNT
               MOVE SPACES TO WS-PLANT-LINE
               STRING FUNCTION TRIM(WS-PI-ITEM(WS-PI-IDX))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PI-TITLE(WS-PI-IDX))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PI-DEPT(WS-PI-IDX))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PI-TYPE(WS-PI-IDX))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PI-GRADE(WS-PI-IDX))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PI-STATUS(WS-PI-IDX))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PI-INCUMBENT(WS-PI-IDX))
                       DELIMITED BY SIZE
                   INTO WS-PLANT-LINE
               WRITE PLANTILLA-RECORD FROM WS-PLANT-LINE
           END-PERFORM
           CLOSE PLANTILLA-FILE
           DISPLAY "Plantilla rewritten: " WS-PLANT-COUNT
               " item(s) on PLANTILLA.TXT".

       WRITE-CHANGE-SUMMARY.
      *----------------------------------------------------------------
      * WRITE-CHANGE-SUMMARY - Totals at the foot of the change
