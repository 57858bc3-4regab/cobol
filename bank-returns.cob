      *      code and account number fields - the next payroll run
      *      then pays the employee outside the bank upload instead
      *      of crediting the same bad account again, and HR files a
      *      BANKCHG transaction once corrected details arrive
      *   4. Writes the re-disbursement queue
      *      (PAYROLL-REDISBURSE.TXT, one line per credit to pay out
      *      again, carrying the bounced bank details for the trail)
      *      and the unpaid-employees report
      *      (PAYROLL-UNPAID-REPORT.TXT) for payroll to work through
      *   5. A line whose Period is PRENOTE is the bank's answer to a
      *      zero-amount pre-note ROSTER-MAINT sent for a new
      *      account, keyed "EmployeeID,PRENOTE,AccountNo,Reason" -
      *      the Amount column carries the pre-noted account number.
      *      Reason CLEARED posts the employee's latest PENDING entry
      *      on PAYROLL-BANK-CHANGES.TXT for that NewAcct as CLEARED
      *      (EMPLOYEE-PAYROLL may credit it from then on), anything
      *      else posts it REJECTED (paid by check until HR keys a
      *      new BANKCHG). An answer matching no PENDING entry for
      *      that account is flagged unmatched. No master record or
      *      money is involved
      *
      * AUTHOR: GROUP2
      *================================================================
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ROSTER-FILE-STATUS.

       SELECT OPTIONAL BANK-CHANGES-FILE
            ASSIGN TO "PAYROLL-BANK-CHANGES.TXT"
      * ROSTER-MAINT's bank account change register, rewritten with
      * the pre-note results posted.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BKCHG-FILE-STATUS.

       SELECT PAYROLL-REDISBURSE-FILE
            ASSIGN TO "PAYROLL-REDISBURSE.TXT"
      * Re-disbursement queue, one line per credit to pay out again.
       FD  ROSTER-FILE.
       01  ROSTER-RECORD               PIC X(150).

       FD  BANK-CHANGES-FILE.
       01  BANK-CHANGES-RECORD         PIC X(150).

       FD  PAYROLL-REDISBURSE-FILE.
       01  PAYROLL-REDISBURSE-RECORD   PIC X(100).

       01  WS-RETURNS-FILE-STATUS      PIC XX.
       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-ROSTER-FILE-STATUS       PIC XX.
       01  WS-BKCHG-FILE-STATUS        PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
       01  WS-HAS-ERROR                PIC 9 VALUE 0.

               05 WS-RET-TXT-AMOUNT    PIC X(14).
               05 WS-RET-TXT-REASON    PIC X(30).
       01  WS-RET-AMOUNT               PIC 9(9)V99 VALUE 0.
       01  WS-RET-PRENOTE-ACCT         PIC X(16).
      * A PRENOTE line's Amount column - the account it answers for
       01  WS-RET-COUNT                PIC 999 VALUE 0.
       01  WS-RET-MATCHED-COUNT        PIC 999 VALUE 0.
       01  WS-RET-UNMATCHED-COUNT      PIC 999 VALUE 0.
               05 WS-RP-HIRED          PIC X(10).
       01  WS-BUILT-LINE               PIC X(150).

      *----------------------------------------------------------------
      * BANK ACCOUNT CHANGE REGISTER (PRE-NOTE RESULTS)
      * Whole lines are kept so a rewrite changes nothing but the
      * Status (10th) field of the entries a pre-note answered.
      *----------------------------------------------------------------
       01  WS-MAX-BKCHG                PIC 9(4) VALUE 2000.
       01  WS-BKCHG-COUNT              PIC 9(4) VALUE 0.
       01  WS-BKCHG-OVERFLOW-COUNT     PIC 9(4) VALUE 0.
       01  WS-BKCHG-TABLE.
               05 WS-BKCHG-ENTRY OCCURS 2000 TIMES.
                   10 WS-BKC-LINE      PIC X(150).
                   10 WS-BKC-ID        PIC X(10).
                   10 WS-BKC-NEW-ACCT  PIC X(16).
                   10 WS-BKC-STATUS    PIC X(10).
                   10 WS-BKC-STATUS-POS PIC 999.
       01  WS-BKCHG-IDX                PIC 9(4) VALUE 0.
       01  WS-BKCHG-MATCH-IDX          PIC 9(4) VALUE 0.
       01  WS-BKCHG-CHANGED            PIC 9 VALUE 0.
       01  WS-BKCHG-LINE               PIC X(150).
       01  WS-BKCHG-TXT-ID             PIC X(12).
       01  WS-BKCHG-COMMAS             PIC 99 VALUE 0.
       01  WS-BKCHG-POS                PIC 999 VALUE 0.
       01  WS-BKCHG-ACCT-POS           PIC 999 VALUE 0.
       01  WS-BKCHG-ACCT-LEN           PIC 999 VALUE 0.
       01  WS-PRENOTE-CLEARED-COUNT    PIC 999 VALUE 0.
       01  WS-PRENOTE-REJECTED-COUNT   PIC 999 VALUE 0.

      *----------------------------------------------------------------
      * RE-DISBURSEMENT QUEUE AND UNPAID REPORT LAYOUTS
      *----------------------------------------------------------------
      * bank details blanked.
      *----------------------------------------------------------------
           PERFORM LOAD-ROSTER
           PERFORM LOAD-BANK-CHANGES
           IF WS-BKCHG-OVERFLOW-COUNT > 0
               DISPLAY "ERROR: PAYROLL-BANK-CHANGES.TXT holds more"
                   " than " WS-MAX-BKCHG " line(s) - nothing processed"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT PAYROLL-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
                   NOT AT END
                       IF FUNCTION TRIM(WS-RET-LINE) NOT = SPACES
                           ADD 1 TO WS-RET-COUNT
                           PERFORM PARSE-RETURN-LINE
                           IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-RET-TXT-PERIOD)) = "PRENOTE"
                               PERFORM POST-PRENOTE-RESULT
                           ELSE
                               PERFORM PROCESS-ONE-RETURN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FLAGGED-COUNT > 0 AND WS-ROSTER-AVAILABLE = 1
               PERFORM REWRITE-ROSTER
           END-IF
           IF WS-BKCHG-CHANGED = 1
               PERFORM REWRITE-BANK-CHANGES
               DISPLAY "Pre-notes posted: " WS-PRENOTE-CLEARED-COUNT
                   " cleared, " WS-PRENOTE-REJECTED-COUNT
                   " rejected on PAYROLL-BANK-CHANGES.TXT"
           END-IF

           DISPLAY "Bank returns processed: " WS-RET-MATCHED-COUNT
               " queued for re-disbursement, " WS-RET-UNMATCHED-COUNT
           MOVE WS-HAS-ERROR TO RETURN-CODE
           GOBACK.

       PARSE-RETURN-LINE.
      *----------------------------------------------------------------
      * PARSE-RETURN-LINE - Split one EmployeeID,Period,Amount,Reason
      * return line.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-RET-TXT-ID
           MOVE SPACES TO WS-RET-TXT-PERIOD
                    WS-RET-TXT-PERIOD
                    WS-RET-TXT-AMOUNT
                    WS-RET-TXT-REASON
           END-UNSTRING.

       PROCESS-ONE-RETURN.
      *----------------------------------------------------------------
      * PROCESS-ONE-RETURN - Verify the parsed return against the
      * master, queue the re-disbursement and flag the roster row's
      * bank details.
      *----------------------------------------------------------------
      * Positioned keyed read, the same START + READ NEXT pattern
      * PAYROLL-INQUIRY uses against the master
           MOVE FUNCTION TRIM(WS-RET-TXT-ID) TO MAST-EMP-ID
               END-IF
           END-IF.

       POST-PRENOTE-RESULT.
      *----------------------------------------------------------------
      * POST-PRENOTE-RESULT - The bank's answer to a pre-note goes on
      * the employee's latest PENDING register entry for the account
      * it names - never on a later change to a different account. A
      * pre-note answer with nothing pending for that account is
      * flagged like an unmatched return.
      *----------------------------------------------------------------
           MOVE FUNCTION TRIM(WS-RET-TXT-AMOUNT) TO WS-RET-PRENOTE-ACCT
           MOVE 0 TO WS-BKCHG-MATCH-IDX
           PERFORM VARYING WS-BKCHG-IDX FROM WS-BKCHG-COUNT BY -1
               UNTIL WS-BKCHG-IDX < 1 OR WS-BKCHG-MATCH-IDX > 0
               IF WS-BKC-ID(WS-BKCHG-IDX) = FUNCTION TRIM(WS-RET-TXT-ID)
                   AND WS-BKC-STATUS(WS-BKCHG-IDX) = "PENDING"
                   AND WS-BKC-NEW-ACCT(WS-BKCHG-IDX) =
                       WS-RET-PRENOTE-ACCT
                   AND WS-RET-PRENOTE-ACCT NOT = SPACES
                   MOVE WS-BKCHG-IDX TO WS-BKCHG-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-BKCHG-MATCH-IDX = 0
               ADD 1 TO WS-RET-UNMATCHED-COUNT
               DISPLAY "WARNING: pre-note result for employee "
                   FUNCTION TRIM(WS-RET-TXT-ID) " account "
                   FUNCTION TRIM(WS-RET-PRENOTE-ACCT)
                   " matches no PENDING bank account change"
           ELSE
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RET-TXT-REASON))
                       = "CLEARED"
                   MOVE "CLEARED" TO WS-BKC-STATUS(WS-BKCHG-MATCH-IDX)
                   ADD 1 TO WS-PRENOTE-CLEARED-COUNT
               ELSE
                   MOVE "REJECTED" TO WS-BKC-STATUS(WS-BKCHG-MATCH-IDX)
                   ADD 1 TO WS-PRENOTE-REJECTED-COUNT
                   DISPLAY "Pre-note REJECTED for employee "
                       FUNCTION TRIM(WS-RET-TXT-ID) " ("
                       FUNCTION TRIM(WS-RET-TXT-REASON)
                       ") - paid by check until a new BANKCHG"
               END-IF
               MOVE 1 TO WS-BKCHG-CHANGED
           END-IF.

       LOAD-BANK-CHANGES.
      *----------------------------------------------------------------
      * LOAD-BANK-CHANGES - Keep every register line whole, with its
      * employee ID, its Status and where the Status field starts.
      *----------------------------------------------------------------
           OPEN INPUT BANK-CHANGES-FILE
           IF WS-BKCHG-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ BANK-CHANGES-FILE INTO WS-BKCHG-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-BKCHG-LINE) NOT = SPACES
                               IF WS-BKCHG-COUNT < WS-MAX-BKCHG
                                   PERFORM STORE-BANK-CHANGE-LINE
                               ELSE
                                   ADD 1 TO WS-BKCHG-OVERFLOW-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE BANK-CHANGES-FILE.

       STORE-BANK-CHANGE-LINE.
      *----------------------------------------------------------------
      * STORE-BANK-CHANGE-LINE - The Status field starts after the
      * 9th comma of EmployeeID,OldBank,OldAcct,NewBank,NewAcct,
      * EffectiveDate,HoldUntil,ChangedBy,ChangedOn,Status; NewAcct
      * lies between the 4th and 5th.
      *----------------------------------------------------------------
           ADD 1 TO WS-BKCHG-COUNT
           MOVE WS-BKCHG-LINE TO WS-BKC-LINE(WS-BKCHG-COUNT)
           MOVE SPACES TO WS-BKCHG-TXT-ID
           UNSTRING WS-BKCHG-LINE DELIMITED BY ","
               INTO WS-BKCHG-TXT-ID
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-BKCHG-TXT-ID)
               TO WS-BKC-ID(WS-BKCHG-COUNT)
           MOVE 0 TO WS-BKCHG-COMMAS
           MOVE 0 TO WS-BKC-STATUS-POS(WS-BKCHG-COUNT)
           MOVE 0 TO WS-BKCHG-ACCT-POS
           MOVE 0 TO WS-BKCHG-ACCT-LEN
           PERFORM VARYING WS-BKCHG-POS FROM 1 BY 1
               UNTIL WS-BKCHG-POS > 150
                   OR WS-BKC-STATUS-POS(WS-BKCHG-COUNT) > 0
               IF WS-BKCHG-LINE(WS-BKCHG-POS:1) = ","
                   ADD 1 TO WS-BKCHG-COMMAS
                   IF WS-BKCHG-COMMAS = 4
                       COMPUTE WS-BKCHG-ACCT-POS = WS-BKCHG-POS + 1
                   END-IF
                   IF WS-BKCHG-COMMAS = 5
                       COMPUTE WS-BKCHG-ACCT-LEN =
                           WS-BKCHG-POS - WS-BKCHG-ACCT-POS
                   END-IF
                   IF WS-BKCHG-COMMAS = 9 AND WS-BKCHG-POS < 150
                       COMPUTE WS-BKC-STATUS-POS(WS-BKCHG-COUNT) =
                           WS-BKCHG-POS + 1
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-BKC-NEW-ACCT(WS-BKCHG-COUNT)
           IF WS-BKCHG-ACCT-LEN > 0
               MOVE FUNCTION TRIM(WS-BKCHG-LINE(
                   WS-BKCHG-ACCT-POS:WS-BKCHG-ACCT-LEN))
                   TO WS-BKC-NEW-ACCT(WS-BKCHG-COUNT)
           END-IF
           MOVE SPACES TO WS-BKC-STATUS(WS-BKCHG-COUNT)
           IF WS-BKC-STATUS-POS(WS-BKCHG-COUNT) > 0
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                   WS-BKCHG-LINE(WS-BKC-STATUS-POS(WS-BKCHG-COUNT):)))
                   TO WS-BKC-STATUS(WS-BKCHG-COUNT)
           END-IF.

       REWRITE-BANK-CHANGES.
      *----------------------------------------------------------------
      * REWRITE-BANK-CHANGES - Every line back in order, the posted
      * Status written over the old one.
      *----------------------------------------------------------------
           OPEN OUTPUT BANK-CHANGES-FILE
           PERFORM VARYING WS-BKCHG-IDX FROM 1 BY 1
               UNTIL WS-BKCHG-IDX > WS-BKCHG-COUNT
               MOVE WS-BKC-LINE(WS-BKCHG-IDX) TO WS-BKCHG-LINE
               IF WS-BKC-STATUS-POS(WS-BKCHG-IDX) > 0
                   MOVE WS-BKC-STATUS(WS-BKCHG-IDX)
                       TO WS-BKCHG-LINE(
                           WS-BKC-STATUS-POS(WS-BKCHG-IDX):)
               END-IF
               WRITE BANK-CHANGES-RECORD FROM WS-BKCHG-LINE
           END-PERFORM
           CLOSE BANK-CHANGES-FILE.

       LOAD-ROSTER.
      *----------------------------------------------------------------
      * LOAD-ROSTER - Read PAYROLL-EMPLOYEES.TXT into the table, the
