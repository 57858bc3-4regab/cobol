      *================================================================
      * PROGRAM: RATE-MAINT - EFFECTIVE-DATED RATE TABLE VERSIONS
      *================================================================
      * PURPOSE: The payroll rate and contribution tables, the
      *          withholding tax brackets, PAYROLL-SALARY-GRADES.TXT,
      *          STUDENT-FEES.TXT and the scholarship table were
      *          edited in place, so when a new SSS or tax table took
      *          effect mid-year nobody could tell which rates a past
      *          period had used, and a retro or reprint run priced
      *          it at today's. Every change to these tables is now a
      *          new version with an effective-from date, proposed by
      *          one operator (the maker), approved by another (the
      *          checker), and documented by a change report of old
      *          against new values. The runs pick the version in
      *          force for their pay period or term through
      *          RATE-VERSION (see RATEVER.CPY).
      *
      * HOW IT WORKS:
      *   1. The operator signs on against OPERATOR-PASSWORDS.TXT
      *      (same file and three-attempt rule as OPERATOR-CONSOLE)
      *      and picks P (propose), A (approve or reject) or L
      *      (list the versions)
      *   2. PROPOSE: the maker names the table, the effective-from
      *      (YYYY-MM-DD for the payroll tables, the term YYYY-T for
      *      the student tables) and the draft file holding the
      *      complete new table (default <table>-DRAFT.TXT). Every
      *      line is checked for its field count and figures; a
      *      draft with a bad line is refused. The draft is frozen
      *      as <table>-<VersionID>.TXT and sealed (CONTROL-SEAL),
      *      RATE-CHANGE-<VersionID>.TXT compares it line by line
      *      (by grade and step for the salary grades, by the first
      *      field otherwise) with the version it replaces, and a
      *      PENDING line goes on RATE-VERSIONS.TXT
      *   3. APPROVE: a second operator - never the maker - picks a
      *      pending version, reviews its change report and types
      *      APPROVE or REJECT. A frozen copy edited since it was
      *      proposed no longer matches its seal and cannot be
      *      approved
      *   4. Every proposal and decision, and every refused one, is
      *      on OPERATOR-ACTIVITY-LOG.TXT
      *
      * NOTE: The payroll rate table (PAYROLL-RATES:
      *       "Type,AllowanceRate,DeductionRate,WTaxRate,VLAccrual,
      *       SLAccrual"), the contribution rates
      *       (PAYROLL-CONTRIBUTIONS: "Type,SSS,PhilHealth,PagIBIG,
      *       SSSEmployer,PhilHealthEmployer,PagIBIGEmployer") and
      *       the tax brackets (PAYROLL-WTAX: "LowerBound,BaseTax,
      *       Rate", ascending, up to 6) have no plain file - until
      *       their first version is approved the programs run on
      *       their built-in schedules, and that first version's
      *       change report lists every line as added. Rates are
      *       fractions (0.045 for 4.5%). The other three tables
      *       keep their existing layouts; the plain file stays the
      *       base schedule until a version is in force.
      *
      * AUTHOR: GROUP2
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE-MAINT.
       AUTHOR. GROUP2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-PASSWORD-FILE
               ASSIGN TO "OPERATOR-PASSWORDS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PWD-FILE-STATUS.
           SELECT OPTIONAL OPERATOR-LOG-FILE
               ASSIGN TO "OPERATOR-ACTIVITY-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT OPTIONAL RATE-VERSIONS-FILE
               ASSIGN TO "RATE-VERSIONS.TXT"
      * Append-only version register, shared with RATE-VERSION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSIONS-FILE-STATUS.
           SELECT OPTIONAL GEN-INPUT-FILE
               ASSIGN TO DYNAMIC WS-GEN-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-IN-STATUS.
           SELECT GEN-OUTPUT-FILE
               ASSIGN TO DYNAMIC WS-GEN-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-PASSWORD-FILE.
       01  OPERATOR-PASSWORD-REC       PIC X(50).

       FD  OPERATOR-LOG-FILE.
       01  OPERATOR-LOG-RECORD         PIC X(120).

       FD  RATE-VERSIONS-FILE.
       01  RATE-VERSIONS-RECORD        PIC X(150).

       FD  GEN-INPUT-FILE.
       01  GEN-INPUT-RECORD            PIC X(132).

       FD  GEN-OUTPUT-FILE.
       01  GEN-OUTPUT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.

       COPY RATEVER.
       COPY SEALPARM.

       01  WS-PWD-FILE-STATUS          PIC XX.
       01  WS-LOG-FILE-STATUS          PIC XX.
       01  WS-VERSIONS-FILE-STATUS     PIC XX.
       01  WS-GEN-IN-NAME              PIC X(50).
       01  WS-GEN-OUT-NAME             PIC X(50).
       01  WS-GEN-IN-STATUS            PIC XX.
       01  WS-GEN-OUT-STATUS           PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * OPERATOR TABLE AND SIGN-ON (the OPERATOR-CONSOLE pattern)
      *----------------------------------------------------------------
       01  WS-MAX-OPERATORS            PIC 99 VALUE 50.
       01  WS-OP-COUNT                 PIC 99 VALUE 0.
       01  WS-OPERATOR-TABLE.
           05 WS-OP-ENTRY OCCURS 50 TIMES.
               10 WS-OP-ID             PIC X(10).
               10 WS-OP-PASSWORD       PIC X(15).
               10 WS-OP-ROLE           PIC X(10).
       01  WS-OP-IDX                   PIC 99 VALUE 0.
       01  WS-OP-MATCH-IDX             PIC 99 VALUE 0.
       01  WS-OP-PARSE.
           05 WS-OP-LINE               PIC X(50).
           05 WS-OP-TXT-ID             PIC X(10).
           05 WS-OP-TXT-PASSWORD       PIC X(15).
           05 WS-OP-TXT-ROLE           PIC X(10).

       01  WS-SIGNON-ATTEMPTS          PIC 9 VALUE 0.
       01  WS-MAX-ATTEMPTS             PIC 9 VALUE 3.
       01  WS-SIGNED-ON                PIC 9 VALUE 0.
       01  WS-OPERATOR-ID              PIC X(10) VALUE SPACES.
       01  WS-INPUT-ID                 PIC X(10).
       01  WS-INPUT-PASSWORD           PIC X(15).
       01  WS-MENU-CHOICE              PIC X(5).
       01  WS-CONFIRM-TEXT             PIC X(10).

      *----------------------------------------------------------------
      * VERSIONED TABLES - name, D (dated, payroll) or T (by term,
      * student), how many leading fields key a line, the fewest
      * fields a line may have, and which field (0 = none) is text
      * rather than a figure
      *----------------------------------------------------------------
       01  WS-TABLE-DEF-VALUES.
           05 FILLER                   PIC X(24)
               VALUE "PAYROLL-RATES".
           05 FILLER                   PIC X(4)  VALUE "D160".
           05 FILLER                   PIC X(24)
               VALUE "PAYROLL-CONTRIBUTIONS".
           05 FILLER                   PIC X(4)  VALUE "D170".
           05 FILLER                   PIC X(24)
               VALUE "PAYROLL-WTAX".
           05 FILLER                   PIC X(4)  VALUE "D130".
           05 FILLER                   PIC X(24)
               VALUE "PAYROLL-SALARY-GRADES".
           05 FILLER                   PIC X(4)  VALUE "D230".
           05 FILLER                   PIC X(24)
               VALUE "STUDENT-FEES".
           05 FILLER                   PIC X(4)  VALUE "T130".
           05 FILLER                   PIC X(24)
               VALUE "STUDENT-SCHOLARSHIPS".
           05 FILLER                   PIC X(4)  VALUE "T144".
       01  WS-TABLE-DEFS REDEFINES WS-TABLE-DEF-VALUES.
           05 WS-TD-ENTRY OCCURS 6 TIMES.
               10 WS-TD-NAME           PIC X(24).
               10 WS-TD-KIND           PIC X.
               10 WS-TD-KEY-FIELDS     PIC 9.
               10 WS-TD-MIN-FIELDS     PIC 9.
               10 WS-TD-TEXT-FIELD     PIC 9.
       01  WS-TABLE-COUNT              PIC 9 VALUE 6.
       01  WS-TD-IDX                   PIC 9 VALUE 0.
       01  WS-TD-MATCH-IDX             PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * THE PROPOSAL
      *----------------------------------------------------------------
       01  WS-TABLE-NAME               PIC X(24).
       01  WS-EFFECTIVE-FROM           PIC X(10).
       01  WS-EFFECTIVE-OK             PIC 9 VALUE 0.
       01  WS-DRAFT-NAME               PIC X(50).
       01  WS-NEW-VERSION-ID           PIC X(6).
       01  WS-VERSION-NUMBER           PIC 9(5) VALUE 0.
       01  WS-HIGH-VERSION-NUMBER      PIC 9(5) VALUE 0.
       01  WS-FROZEN-NAME              PIC X(50).
       01  WS-REPORT-NAME              PIC X(50).
       01  WS-OLD-DESCRIPTION          PIC X(80).

      *----------------------------------------------------------------
      * TABLE LINES - the new version's and the one it replaces,
      * each with its key
      *----------------------------------------------------------------
       01  WS-MAX-TABLE-LINES          PIC 999 VALUE 200.
       01  WS-NEW-COUNT                PIC 999 VALUE 0.
       01  WS-NEW-TABLE.
           05 WS-NEW-ENTRY OCCURS 200 TIMES.
               10 WS-NEW-KEY           PIC X(30).
               10 WS-NEW-LINE          PIC X(100).
               10 WS-NEW-MATCHED       PIC 9.
       01  WS-OLD-COUNT                PIC 999 VALUE 0.
       01  WS-OLD-TABLE.
           05 WS-OLD-ENTRY OCCURS 200 TIMES.
               10 WS-OLD-KEY           PIC X(30).
               10 WS-OLD-LINE          PIC X(100).
               10 WS-OLD-MATCHED       PIC 9.
       01  WS-NEW-IDX                  PIC 999 VALUE 0.
       01  WS-OLD-IDX                  PIC 999 VALUE 0.
       01  WS-OLD-MATCH-IDX            PIC 999 VALUE 0.

       01  WS-TABLE-LINE               PIC X(100).
       01  WS-LINE-KEY                 PIC X(30).
       01  WS-LINE-NUMBER              PIC 999 VALUE 0.
       01  WS-BAD-LINE-COUNT           PIC 999 VALUE 0.
       01  WS-LINE-OK                  PIC 9 VALUE 0.
       01  WS-FIELD-COUNT              PIC 99 VALUE 0.
       01  WS-FIELD-IDX                PIC 99 VALUE 0.
       01  WS-DRAFT-FIELDS.
           05 WS-DF-FIELD OCCURS 8 TIMES PIC X(20).
       01  WS-BAD-REASON               PIC X(40).

       01  WS-CHANGED-COUNT            PIC 999 VALUE 0.
       01  WS-ADDED-COUNT              PIC 999 VALUE 0.
       01  WS-REMOVED-COUNT            PIC 999 VALUE 0.
       01  WS-UNCHANGED-COUNT          PIC 999 VALUE 0.
       01  WS-REPORT-LINE              PIC X(132).

      *----------------------------------------------------------------
      * VERSION REGISTER - "VersionID,Table,EffectiveFrom,Status,
      * Operator,Stamp,FileName"; the last line of a version is its
      * status, its PENDING line names the maker
      *----------------------------------------------------------------
       01  WS-VERSION-LINE             PIC X(150).
       01  WS-VERSION-PARSE.
           05 WS-VP-ID                 PIC X(6).
           05 WS-VP-TABLE              PIC X(24).
           05 WS-VP-EFFECTIVE          PIC X(10).
           05 WS-VP-STATUS             PIC X(10).
           05 WS-VP-OPERATOR           PIC X(10).
           05 WS-VP-STAMP              PIC X(19).
           05 WS-VP-FILE               PIC X(50).
       01  WS-MAX-VERSIONS             PIC 999 VALUE 200.
       01  WS-VER-COUNT                PIC 999 VALUE 0.
       01  WS-VERSION-TABLE.
           05 WS-VER-ENTRY OCCURS 200 TIMES.
               10 WS-VER-ID            PIC X(6).
               10 WS-VER-TABLE         PIC X(24).
               10 WS-VER-EFFECTIVE     PIC X(10).
               10 WS-VER-STATUS        PIC X(10).
               10 WS-VER-MAKER         PIC X(10).
               10 WS-VER-DECIDED-BY    PIC X(10).
               10 WS-VER-FILE          PIC X(50).
       01  WS-VER-IDX                  PIC 999 VALUE 0.
       01  WS-VER-MATCH-IDX            PIC 999 VALUE 0.
       01  WS-PENDING-COUNT            PIC 999 VALUE 0.
       01  WS-INPUT-VERSION            PIC X(10).
       01  WS-REGISTER-STATUS          PIC X(10).

       01  WS-LOG-LINE                 PIC X(120).
       01  WS-LOG-RESULT               PIC X(80).
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-TIMESTAMP-DISPLAY        PIC X(19).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *----------------------------------------------------------------
      * MAIN-PROCEDURE - Sign on, then propose, decide or list.
      *----------------------------------------------------------------
           PERFORM LOAD-OPERATORS
           IF WS-OP-COUNT = 0
               DISPLAY "ERROR: OPERATOR-PASSWORDS.TXT not found or"
                   " empty - no one can maintain the rate tables"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM SIGN-ON
           IF WS-SIGNED-ON = 0
               DISPLAY "Sign-on failed - no rate table changed"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "P = propose a new version, A = approve or reject"
               " a pending version, L = list versions: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-MENU-CHOICE
           ACCEPT WS-MENU-CHOICE
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MENU-CHOICE))
               WHEN "P"
                   PERFORM PROPOSE-VERSION
               WHEN "A"
                   PERFORM DECIDE-VERSION
               WHEN "L"
                   PERFORM LIST-VERSIONS
               WHEN OTHER
                   DISPLAY "Nothing chosen - no rate table changed"
           END-EVALUATE
           GOBACK.

       LOAD-OPERATORS.
      *----------------------------------------------------------------
      * LOAD-OPERATORS - One OperatorID,Password,Role line per
      * operator, exactly as OPERATOR-CONSOLE loads them.
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
      * SIGN-ON - Up to three tries; rejected tries are logged with
      * the ID keyed (never the password).
      *----------------------------------------------------------------
           DISPLAY "RATE TABLE MAINTENANCE - SIGN ON"
           PERFORM UNTIL WS-SIGNED-ON = 1
               OR WS-SIGNON-ATTEMPTS >= WS-MAX-ATTEMPTS
               DISPLAY "Operator ID: " WITH NO ADVANCING
               MOVE SPACES TO WS-INPUT-ID
               ACCEPT WS-INPUT-ID
               DISPLAY "Password: " WITH NO ADVANCING
               MOVE SPACES TO WS-INPUT-PASSWORD
               ACCEPT WS-INPUT-PASSWORD

               MOVE 0 TO WS-OP-MATCH-IDX
               PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
                   IF WS-OP-ID(WS-OP-IDX) =
                           FUNCTION TRIM(WS-INPUT-ID)
                       AND WS-OP-PASSWORD(WS-OP-IDX) =
                           FUNCTION TRIM(WS-INPUT-PASSWORD)
                       MOVE WS-OP-IDX TO WS-OP-MATCH-IDX
                   END-IF
               END-PERFORM

               IF WS-OP-MATCH-IDX > 0
                   MOVE 1 TO WS-SIGNED-ON
                   MOVE WS-OP-ID(WS-OP-MATCH-IDX) TO WS-OPERATOR-ID
                   DISPLAY "Signed on as " WS-OPERATOR-ID
               ELSE
                   ADD 1 TO WS-SIGNON-ATTEMPTS
                   DISPLAY "Operator ID or password not recognized"
                   MOVE FUNCTION TRIM(WS-INPUT-ID) TO WS-OPERATOR-ID
                   MOVE "SIGN-ON REJECTED" TO WS-LOG-RESULT
                   PERFORM WRITE-ACTIVITY-LOG
               END-IF
           END-PERFORM.

       PROPOSE-VERSION.
      *----------------------------------------------------------------
      * PROPOSE-VERSION - The maker's side: check the draft, freeze
      * and seal it under the next version ID, report it against
      * the version it replaces, and register it PENDING.
      *----------------------------------------------------------------
           PERFORM ACCEPT-TABLE-NAME
           IF WS-TD-MATCH-IDX = 0
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-TD-KIND(WS-TD-MATCH-IDX) = "T"
               DISPLAY "Effective from term (YYYY-T): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Effective from (YYYY-MM-DD): "
                   WITH NO ADVANCING
           END-IF
           MOVE SPACES TO WS-EFFECTIVE-FROM
           ACCEPT WS-EFFECTIVE-FROM
           PERFORM CHECK-EFFECTIVE-FROM
           IF WS-EFFECTIVE-OK = 0
               DISPLAY "REFUSED: " FUNCTION TRIM(WS-EFFECTIVE-FROM)
                   " is not a valid effective-from for "
                   FUNCTION TRIM(WS-TABLE-NAME)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Draft file (blank = "
               FUNCTION TRIM(WS-TABLE-NAME) "-DRAFT.TXT): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DRAFT-NAME
           ACCEPT WS-DRAFT-NAME
           IF WS-DRAFT-NAME = SPACES
               STRING FUNCTION TRIM(WS-TABLE-NAME) DELIMITED BY SIZE
                   "-DRAFT.TXT" DELIMITED BY SIZE
                   INTO WS-DRAFT-NAME
           END-IF

           PERFORM LOAD-DRAFT-LINES
           IF WS-NEW-COUNT = 0 OR WS-BAD-LINE-COUNT > 0
               IF WS-NEW-COUNT = 0 AND WS-BAD-LINE-COUNT = 0
                   DISPLAY "REFUSED: " FUNCTION TRIM(WS-DRAFT-NAME)
                       " not found or empty"
               ELSE
                   DISPLAY "REFUSED: " WS-BAD-LINE-COUNT
                       " bad line(s) in " FUNCTION TRIM(WS-DRAFT-NAME)
               END-IF
               MOVE SPACES TO WS-LOG-RESULT
               STRING "REFUSED " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TABLE-NAME) DELIMITED BY SIZE
                   " draft " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DRAFT-NAME) DELIMITED BY SIZE
                   INTO WS-LOG-RESULT
               PERFORM WRITE-ACTIVITY-LOG
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ALL-VERSIONS
           COMPUTE WS-VERSION-NUMBER = WS-HIGH-VERSION-NUMBER + 1
           MOVE SPACES TO WS-NEW-VERSION-ID
           STRING "V" DELIMITED BY SIZE
               WS-VERSION-NUMBER DELIMITED BY SIZE
               INTO WS-NEW-VERSION-ID
           MOVE SPACES TO WS-FROZEN-NAME
           STRING FUNCTION TRIM(WS-TABLE-NAME) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-NEW-VERSION-ID DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-FROZEN-NAME
           MOVE SPACES TO WS-REPORT-NAME
           STRING "RATE-CHANGE-" DELIMITED BY SIZE
               WS-NEW-VERSION-ID DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-NAME

           PERFORM WRITE-FROZEN-COPY
           IF WS-GEN-OUT-STATUS NOT = "00"
               DISPLAY "ERROR: " FUNCTION TRIM(WS-FROZEN-NAME)
                   " could not be written - nothing proposed"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "SEAL" TO SEAL-FUNCTION
           PERFORM CALL-CONTROL-SEAL

           PERFORM LOAD-REPLACED-LINES
           PERFORM WRITE-CHANGE-REPORT

           MOVE "PENDING" TO WS-REGISTER-STATUS
           MOVE WS-NEW-VERSION-ID TO WS-VP-ID
           MOVE WS-EFFECTIVE-FROM TO WS-VP-EFFECTIVE
           MOVE WS-FROZEN-NAME TO WS-VP-FILE
           PERFORM APPEND-REGISTER-LINE

           MOVE SPACES TO WS-LOG-RESULT
           STRING "PROPOSED " DELIMITED BY SIZE
               WS-NEW-VERSION-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TABLE-NAME) DELIMITED BY SIZE
               " effective " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EFFECTIVE-FROM) DELIMITED BY SIZE
               INTO WS-LOG-RESULT
           PERFORM WRITE-ACTIVITY-LOG

           PERFORM SHOW-CHANGE-REPORT
           DISPLAY "Version " WS-NEW-VERSION-ID " is PENDING - a"
               " second operator must approve it before any run"
               " uses it".

       ACCEPT-TABLE-NAME.
      *----------------------------------------------------------------
      * ACCEPT-TABLE-NAME - WS-TD-MATCH-IDX is the table keyed, or 0.
      *----------------------------------------------------------------
           DISPLAY "Tables:"
           PERFORM VARYING WS-TD-IDX FROM 1 BY 1
               UNTIL WS-TD-IDX > WS-TABLE-COUNT
               DISPLAY "  " WS-TD-NAME(WS-TD-IDX)
           END-PERFORM
           DISPLAY "Table: " WITH NO ADVANCING
           MOVE SPACES TO WS-TABLE-NAME
           ACCEPT WS-TABLE-NAME
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TABLE-NAME))
               TO WS-TABLE-NAME
           MOVE 0 TO WS-TD-MATCH-IDX
           PERFORM VARYING WS-TD-IDX FROM 1 BY 1
               UNTIL WS-TD-IDX > WS-TABLE-COUNT
               IF WS-TD-NAME(WS-TD-IDX) = WS-TABLE-NAME
                   MOVE WS-TD-IDX TO WS-TD-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-TD-MATCH-IDX = 0
               DISPLAY "REFUSED: " FUNCTION TRIM(WS-TABLE-NAME)
                   " is not a versioned rate table"
           END-IF.

       CHECK-EFFECTIVE-FROM.
      *----------------------------------------------------------------
      * CHECK-EFFECTIVE-FROM - A calendar date YYYY-MM-DD for the
      * payroll tables; a term YYYY-1 or YYYY-2 (two terms a year,
      * as TERM-ROLLOVER numbers them) for the student tables.
      *----------------------------------------------------------------
           MOVE 0 TO WS-EFFECTIVE-OK
           MOVE FUNCTION TRIM(WS-EFFECTIVE-FROM) TO WS-EFFECTIVE-FROM
           IF WS-TD-KIND(WS-TD-MATCH-IDX) = "T"
               IF WS-EFFECTIVE-FROM(1:4) IS NUMERIC
                   AND WS-EFFECTIVE-FROM(5:1) = "-"
                   AND (WS-EFFECTIVE-FROM(6:1) = "1"
                       OR WS-EFFECTIVE-FROM(6:1) = "2")
                   AND WS-EFFECTIVE-FROM(7:4) = SPACES
                   MOVE 1 TO WS-EFFECTIVE-OK
               END-IF
           ELSE
               IF WS-EFFECTIVE-FROM(1:4) IS NUMERIC
                   AND WS-EFFECTIVE-FROM(5:1) = "-"
                   AND WS-EFFECTIVE-FROM(6:2) IS NUMERIC
                   AND WS-EFFECTIVE-FROM(8:1) = "-"
                   AND WS-EFFECTIVE-FROM(9:2) IS NUMERIC
                   IF WS-EFFECTIVE-FROM(6:2) >= "01"
                       AND WS-EFFECTIVE-FROM(6:2) <= "12"
                       AND WS-EFFECTIVE-FROM(9:2) >= "01"
                       AND WS-EFFECTIVE-FROM(9:2) <= "31"
                       MOVE 1 TO WS-EFFECTIVE-OK
                   END-IF
               END-IF
           END-IF.

       LOAD-DRAFT-LINES.
      *----------------------------------------------------------------
      * LOAD-DRAFT-LINES - Every non-blank draft line into the new
      * table, each checked: enough fields, a key, and a figure in
      * every field but the key and the table's text field.
      *----------------------------------------------------------------
           MOVE 0 TO WS-NEW-COUNT
           MOVE 0 TO WS-BAD-LINE-COUNT
           MOVE 0 TO WS-LINE-NUMBER
           MOVE WS-DRAFT-NAME TO WS-GEN-IN-NAME
           MOVE 0 TO WS-EOF-FLAG
           OPEN INPUT GEN-INPUT-FILE
           IF WS-GEN-IN-STATUS NOT = "00"
               MOVE 1 TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ GEN-INPUT-FILE INTO WS-TABLE-LINE
                   AT END
                       MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       IF WS-TABLE-LINE NOT = SPACES
                           PERFORM CHECK-DRAFT-LINE
                           IF WS-LINE-OK = 0
                               ADD 1 TO WS-BAD-LINE-COUNT
                               DISPLAY "  line " WS-LINE-NUMBER ": "
                                   FUNCTION TRIM(WS-BAD-REASON)
                                   " - " FUNCTION TRIM(WS-TABLE-LINE)
                           ELSE
                               IF WS-NEW-COUNT < WS-MAX-TABLE-LINES
                                   ADD 1 TO WS-NEW-COUNT
                                   MOVE WS-LINE-KEY
                                       TO WS-NEW-KEY(WS-NEW-COUNT)
                                   MOVE FUNCTION TRIM(WS-TABLE-LINE)
                                       TO WS-NEW-LINE(WS-NEW-COUNT)
                               ELSE
                                   ADD 1 TO WS-BAD-LINE-COUNT
                                   DISPLAY "  line " WS-LINE-NUMBER
                                       ": more than "
                                       WS-MAX-TABLE-LINES " lines"
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GEN-INPUT-FILE.

       CHECK-DRAFT-LINE.
      *----------------------------------------------------------------
      * CHECK-DRAFT-LINE - WS-LINE-OK and WS-LINE-KEY for
      * WS-TABLE-LINE.
      *----------------------------------------------------------------
           MOVE 1 TO WS-LINE-OK
           MOVE SPACES TO WS-BAD-REASON
           MOVE 0 TO WS-FIELD-COUNT
           INSPECT WS-TABLE-LINE TALLYING WS-FIELD-COUNT FOR ALL ","
           ADD 1 TO WS-FIELD-COUNT
           PERFORM BUILD-LINE-KEY
           EVALUATE TRUE
               WHEN WS-FIELD-COUNT < WS-TD-MIN-FIELDS(WS-TD-MATCH-IDX)
                   MOVE 0 TO WS-LINE-OK
                   MOVE "too few fields" TO WS-BAD-REASON
               WHEN WS-FIELD-COUNT > 8
                   MOVE 0 TO WS-LINE-OK
                   MOVE "too many fields" TO WS-BAD-REASON
               WHEN WS-DF-FIELD(1) = SPACES
                   MOVE 0 TO WS-LINE-OK
                   MOVE "no key" TO WS-BAD-REASON
               WHEN OTHER
                   PERFORM VARYING WS-FIELD-IDX
                       FROM WS-TD-KEY-FIELDS(WS-TD-MATCH-IDX) BY 1
                       UNTIL WS-FIELD-IDX >= WS-FIELD-COUNT
                       IF WS-FIELD-IDX + 1
                               NOT = WS-TD-TEXT-FIELD(WS-TD-MATCH-IDX)
                           AND WS-DF-FIELD(WS-FIELD-IDX + 1)
                               NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(
                               WS-DF-FIELD(WS-FIELD-IDX + 1)) NOT = 0
                           MOVE 0 TO WS-LINE-OK
                           MOVE "figure expected" TO WS-BAD-REASON
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       BUILD-LINE-KEY.
      *----------------------------------------------------------------
      * BUILD-LINE-KEY - Split WS-TABLE-LINE into WS-DF-FIELD and
      * key it by its leading key field(s), upper-cased.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-DRAFT-FIELDS
           UNSTRING WS-TABLE-LINE DELIMITED BY ","
               INTO WS-DF-FIELD(1) WS-DF-FIELD(2) WS-DF-FIELD(3)
                    WS-DF-FIELD(4) WS-DF-FIELD(5) WS-DF-FIELD(6)
                    WS-DF-FIELD(7) WS-DF-FIELD(8)
           END-UNSTRING
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
               UNTIL WS-FIELD-IDX > 8
               MOVE FUNCTION TRIM(WS-DF-FIELD(WS-FIELD-IDX))
                   TO WS-DF-FIELD(WS-FIELD-IDX)
           END-PERFORM
           MOVE SPACES TO WS-LINE-KEY
           IF WS-TD-KEY-FIELDS(WS-TD-MATCH-IDX) = 2
               STRING FUNCTION TRIM(WS-DF-FIELD(1)) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DF-FIELD(2)) DELIMITED BY SIZE
                   INTO WS-LINE-KEY
           ELSE
               MOVE WS-DF-FIELD(1) TO WS-LINE-KEY
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-LINE-KEY) TO WS-LINE-KEY.

       WRITE-FROZEN-COPY.
      *----------------------------------------------------------------
      * WRITE-FROZEN-COPY - The checked draft lines, exactly as the
      * runs will load them, under the version's own name.
      *----------------------------------------------------------------
           MOVE WS-FROZEN-NAME TO WS-GEN-OUT-NAME
           OPEN OUTPUT GEN-OUTPUT-FILE
           IF WS-GEN-OUT-STATUS = "00"
               PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-COUNT
                   WRITE GEN-OUTPUT-RECORD FROM WS-NEW-LINE(WS-NEW-IDX)
               END-PERFORM
               CLOSE GEN-OUTPUT-FILE
           END-IF.

       LOAD-REPLACED-LINES.
      *----------------------------------------------------------------
      * LOAD-REPLACED-LINES - The version in force on the new
      * effective-from (RATE-VERSION), or the base schedule, into
      * the old table.
      *----------------------------------------------------------------
           MOVE WS-TABLE-NAME TO RATEVER-TABLE
           MOVE WS-EFFECTIVE-FROM TO RATEVER-AS-OF
           MOVE "RATE-MAINT" TO RATEVER-PROGRAM
           MOVE "B" TO RATEVER-RESULT
           MOVE "BASE" TO RATEVER-VERSION-ID
           MOVE SPACES TO RATEVER-FILE
           STRING FUNCTION TRIM(WS-TABLE-NAME) DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO RATEVER-FILE
           CALL "RATE-VERSION" USING RATEVER-PARAMETER
               ON EXCEPTION
                   CONTINUE
           END-CALL

           MOVE SPACES TO WS-OLD-DESCRIPTION
           IF RATEVER-FOUND
               STRING "Replaces " DELIMITED BY SIZE
                   RATEVER-VERSION-ID DELIMITED BY SIZE
                   " (effective " DELIMITED BY SIZE
                   FUNCTION TRIM(RATEVER-EFFECTIVE) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(RATEVER-FILE) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-OLD-DESCRIPTION
           ELSE
               IF WS-TABLE-NAME = "PAYROLL-RATES"
                   OR WS-TABLE-NAME = "PAYROLL-CONTRIBUTIONS"
                   OR WS-TABLE-NAME = "PAYROLL-WTAX"
                   MOVE "Replaces the programs' built-in schedule"
                       TO WS-OLD-DESCRIPTION
                   MOVE SPACES TO RATEVER-FILE
               ELSE
                   STRING "Replaces the base schedule "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(RATEVER-FILE) DELIMITED BY SIZE
                       INTO WS-OLD-DESCRIPTION
               END-IF
           END-IF

           MOVE 0 TO WS-OLD-COUNT
           IF RATEVER-FILE NOT = SPACES
               MOVE RATEVER-FILE TO WS-GEN-IN-NAME
               MOVE 0 TO WS-EOF-FLAG
               OPEN INPUT GEN-INPUT-FILE
               IF WS-GEN-IN-STATUS NOT = "00"
                   MOVE 1 TO WS-EOF-FLAG
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ GEN-INPUT-FILE INTO WS-TABLE-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-TABLE-LINE NOT = SPACES
                               AND WS-OLD-COUNT < WS-MAX-TABLE-LINES
                               PERFORM BUILD-LINE-KEY
                               ADD 1 TO WS-OLD-COUNT
                               MOVE WS-LINE-KEY
                                   TO WS-OLD-KEY(WS-OLD-COUNT)
                               MOVE FUNCTION TRIM(WS-TABLE-LINE)
                                   TO WS-OLD-LINE(WS-OLD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GEN-INPUT-FILE
           END-IF.

       WRITE-CHANGE-REPORT.
      *----------------------------------------------------------------
      * WRITE-CHANGE-REPORT - Old against new, line by line by key:
      * CHANGED (both values shown), ADDED, REMOVED, then the counts
      * including the lines carried over unchanged.
      *----------------------------------------------------------------
           MOVE 0 TO WS-CHANGED-COUNT WS-ADDED-COUNT
               WS-REMOVED-COUNT WS-UNCHANGED-COUNT
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
               UNTIL WS-OLD-IDX > WS-OLD-COUNT
               MOVE 0 TO WS-OLD-MATCHED(WS-OLD-IDX)
           END-PERFORM

           MOVE WS-REPORT-NAME TO WS-GEN-OUT-NAME
           OPEN OUTPUT GEN-OUTPUT-FILE
           PERFORM STAMP-TIMESTAMP
           MOVE "RATE TABLE CHANGE REPORT" TO WS-REPORT-LINE
           WRITE GEN-OUTPUT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Version " DELIMITED BY SIZE
               WS-NEW-VERSION-ID DELIMITED BY SIZE
               "  table " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TABLE-NAME) DELIMITED BY SIZE
               "  effective from " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EFFECTIVE-FROM) DELIMITED BY SIZE
               "  (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-FROZEN-NAME) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE GEN-OUTPUT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Proposed by " DELIMITED BY SIZE
               FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               WS-TIMESTAMP-DISPLAY DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE GEN-OUTPUT-RECORD FROM WS-REPORT-LINE
           WRITE GEN-OUTPUT-RECORD FROM WS-OLD-DESCRIPTION
           MOVE SPACES TO WS-REPORT-LINE
           WRITE GEN-OUTPUT-RECORD FROM WS-REPORT-LINE

           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
               UNTIL WS-NEW-IDX > WS-NEW-COUNT
               MOVE 0 TO WS-OLD-MATCH-IDX
               PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-COUNT
                   IF WS-OLD-KEY(WS-OLD-IDX) = WS-NEW-KEY(WS-NEW-IDX)
                       AND WS-OLD-MATCHED(WS-OLD-IDX) = 0
                       AND WS-OLD-MATCH-IDX = 0
                       MOVE WS-OLD-IDX TO WS-OLD-MATCH-IDX
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-OLD-MATCH-IDX = 0
                       ADD 1 TO WS-ADDED-COUNT
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "ADDED    " DELIMITED BY SIZE
                           WS-NEW-KEY(WS-NEW-IDX) DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       WRITE GEN-OUTPUT-RECORD FROM WS-REPORT-LINE
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "    new: " DELIMITED BY SIZE
                           WS-NEW-LINE(WS-NEW-IDX) DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       WRITE GEN-OUTPUT-RECORD FROM WS-REPORT-LINE
                   WHEN WS-OLD-LINE(WS-OLD-MATCH-IDX)
                           = WS-NEW-LINE(WS-NEW-IDX)
                       MOVE 1 TO WS-OLD-MATCHED(WS-OLD-MATCH-IDX)
                       ADD 1 TO WS-UNCHANGED-COUNT
                   WHEN OTHER
                       MOVE 1 TO WS-OLD-MATCHED(WS-OLD-MATCH-IDX)
                       ADD 1 TO WS-CHANGED-COUNT
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "CHANGED  " DELIMITED BY SIZE
                           WS-NEW-KEY(WS-NEW-IDX) DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       WRITE GEN-OUTPUT-RECORD FROM WS-REPORT-LINE
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "    old: " DELIMITED BY SIZE
                           WS-OLD-LINE(WS-OLD-MATCH-IDX)
                               DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       WRITE GEN-OUTPUT-RECORD FROM WS-REPORT-LINE
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "    new: " DELIMITED BY SIZE
                           WS-NEW-LINE(WS-NEW-IDX) DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       WRITE GEN-OUTPUT-RECORD FROM WS-REPORT-LINE
               END-EVALUATE
           END-PERFORM

           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
               UNTIL WS-OLD-IDX > WS-OLD-COUNT
               IF WS-OLD-MATCHED(WS-OLD-IDX) = 0
                   ADD 1 TO WS-REMOVED-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "REMOVED  " DELIMITED BY SIZE
                       WS-OLD-KEY(WS-OLD-IDX) DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   WRITE GEN-OUTPUT-RECORD FROM WS-REPORT-LINE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "    old: " DELIMITED BY SIZE
                       WS-OLD-LINE(WS-OLD-IDX) DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   WRITE GEN-OUTPUT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           WRITE GEN-OUTPUT-RECORD FROM WS-REPORT-LINE
           STRING "Lines changed: " DELIMITED BY SIZE
               WS-CHANGED-COUNT DELIMITED BY SIZE
               "  added: " DELIMITED BY SIZE
               WS-ADDED-COUNT DELIMITED BY SIZE
               "  removed: " DELIMITED BY SIZE
               WS-REMOVED-COUNT DELIMITED BY SIZE
               "  unchanged: " DELIMITED BY SIZE
               WS-UNCHANGED-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE GEN-OUTPUT-RECORD FROM WS-REPORT-LINE
           CLOSE GEN-OUTPUT-FILE.

       SHOW-CHANGE-REPORT.
      *----------------------------------------------------------------
      * SHOW-CHANGE-REPORT - WS-REPORT-NAME on the console.
      *----------------------------------------------------------------
           DISPLAY " "
           MOVE WS-REPORT-NAME TO WS-GEN-IN-NAME
           MOVE 0 TO WS-EOF-FLAG
           OPEN INPUT GEN-INPUT-FILE
           IF WS-GEN-IN-STATUS NOT = "00"
               DISPLAY "(change report " FUNCTION TRIM(WS-REPORT-NAME)
                   " not found)"
               MOVE 1 TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ GEN-INPUT-FILE INTO WS-REPORT-LINE
                   AT END
                       MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
               END-READ
           END-PERFORM
           CLOSE GEN-INPUT-FILE
           DISPLAY " ".

       DECIDE-VERSION.
      *----------------------------------------------------------------
      * DECIDE-VERSION - The checker's side: a pending version
      * proposed by someone else, its change report, its frozen copy
      * still matching its seal, then APPROVE or REJECT.
      *----------------------------------------------------------------
           PERFORM LOAD-ALL-VERSIONS
           MOVE 0 TO WS-PENDING-COUNT
           DISPLAY "Pending versions:"
           PERFORM VARYING WS-VER-IDX FROM 1 BY 1
               UNTIL WS-VER-IDX > WS-VER-COUNT
               IF WS-VER-STATUS(WS-VER-IDX) = "PENDING"
                   ADD 1 TO WS-PENDING-COUNT
                   DISPLAY "  " WS-VER-ID(WS-VER-IDX) "  "
                       WS-VER-TABLE(WS-VER-IDX) "  from "
                       WS-VER-EFFECTIVE(WS-VER-IDX) "  by "
                       WS-VER-MAKER(WS-VER-IDX)
               END-IF
           END-PERFORM
           IF WS-PENDING-COUNT = 0
               DISPLAY "  (none)"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Version to decide: " WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-VERSION
           ACCEPT WS-INPUT-VERSION
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INPUT-VERSION))
               TO WS-INPUT-VERSION
           MOVE 0 TO WS-VER-MATCH-IDX
           PERFORM VARYING WS-VER-IDX FROM 1 BY 1
               UNTIL WS-VER-IDX > WS-VER-COUNT
               IF WS-VER-ID(WS-VER-IDX) = WS-INPUT-VERSION
                   AND WS-VER-STATUS(WS-VER-IDX) = "PENDING"
                   MOVE WS-VER-IDX TO WS-VER-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-VER-MATCH-IDX = 0
               DISPLAY "REFUSED: " FUNCTION TRIM(WS-INPUT-VERSION)
                   " is not a pending version"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-VER-ID(WS-VER-MATCH-IDX) TO WS-NEW-VERSION-ID
           MOVE WS-VER-TABLE(WS-VER-MATCH-IDX) TO WS-TABLE-NAME
           MOVE WS-VER-EFFECTIVE(WS-VER-MATCH-IDX)
               TO WS-EFFECTIVE-FROM
           MOVE WS-VER-FILE(WS-VER-MATCH-IDX) TO WS-FROZEN-NAME
           IF WS-VER-MAKER(WS-VER-MATCH-IDX) = WS-OPERATOR-ID
               DISPLAY "REFUSED: " FUNCTION TRIM(WS-OPERATOR-ID)
                   " proposed " WS-NEW-VERSION-ID
                   " and cannot approve their own change"
               MOVE SPACES TO WS-LOG-RESULT
               STRING "REFUSED " DELIMITED BY SIZE
                   WS-NEW-VERSION-ID DELIMITED BY SIZE
                   " (approver = maker)" DELIMITED BY SIZE
                   INTO WS-LOG-RESULT
               PERFORM WRITE-ACTIVITY-LOG
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-REPORT-NAME
           STRING "RATE-CHANGE-" DELIMITED BY SIZE
               WS-NEW-VERSION-ID DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-NAME
           PERFORM SHOW-CHANGE-REPORT

           MOVE "VERIFY" TO SEAL-FUNCTION
           PERFORM CALL-CONTROL-SEAL
           IF NOT SEAL-VERIFIED
               DISPLAY "REFUSED: " FUNCTION TRIM(WS-FROZEN-NAME)
                   " - " FUNCTION TRIM(SEAL-MESSAGE)
               DISPLAY "         the version must be proposed again"
               MOVE SPACES TO WS-LOG-RESULT
               STRING "REFUSED " DELIMITED BY SIZE
                   WS-NEW-VERSION-ID DELIMITED BY SIZE
                   " (frozen copy fails its seal)" DELIMITED BY SIZE
                   INTO WS-LOG-RESULT
               PERFORM WRITE-ACTIVITY-LOG
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Type APPROVE or REJECT, anything else leaves it"
               " pending: " WITH NO ADVANCING
           MOVE SPACES TO WS-CONFIRM-TEXT
           ACCEPT WS-CONFIRM-TEXT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CONFIRM-TEXT))
               TO WS-CONFIRM-TEXT
           IF WS-CONFIRM-TEXT = "APPROVE" OR WS-CONFIRM-TEXT = "REJECT"
               IF WS-CONFIRM-TEXT = "APPROVE"
                   MOVE "APPROVED" TO WS-REGISTER-STATUS
               ELSE
                   MOVE "REJECTED" TO WS-REGISTER-STATUS
               END-IF
               MOVE WS-NEW-VERSION-ID TO WS-VP-ID
               MOVE WS-EFFECTIVE-FROM TO WS-VP-EFFECTIVE
               MOVE WS-FROZEN-NAME TO WS-VP-FILE
               PERFORM APPEND-REGISTER-LINE
               MOVE SPACES TO WS-LOG-RESULT
               STRING FUNCTION TRIM(WS-REGISTER-STATUS)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NEW-VERSION-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TABLE-NAME) DELIMITED BY SIZE
                   " (proposed by " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VER-MAKER(WS-VER-MATCH-IDX))
                       DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-LOG-RESULT
               PERFORM WRITE-ACTIVITY-LOG
               DISPLAY WS-NEW-VERSION-ID " "
                   FUNCTION TRIM(WS-REGISTER-STATUS)
           ELSE
               DISPLAY WS-NEW-VERSION-ID " left PENDING"
           END-IF.

       LIST-VERSIONS.
      *----------------------------------------------------------------
      * LIST-VERSIONS - Every version with its current status.
      *----------------------------------------------------------------
           PERFORM LOAD-ALL-VERSIONS
           DISPLAY "VERSION TABLE                    FROM       STATUS"
               "     MAKER      DECIDED BY"
           PERFORM VARYING WS-VER-IDX FROM 1 BY 1
               UNTIL WS-VER-IDX > WS-VER-COUNT
               DISPLAY WS-VER-ID(WS-VER-IDX) "  "
                   WS-VER-TABLE(WS-VER-IDX) " "
                   WS-VER-EFFECTIVE(WS-VER-IDX) " "
                   WS-VER-STATUS(WS-VER-IDX) " "
                   WS-VER-MAKER(WS-VER-IDX) " "
                   WS-VER-DECIDED-BY(WS-VER-IDX)
           END-PERFORM
           IF WS-VER-COUNT = 0
               DISPLAY "  (no versions yet - every table is on its"
                   " base schedule)"
           END-IF.

       LOAD-ALL-VERSIONS.
      *----------------------------------------------------------------
      * LOAD-ALL-VERSIONS - The register, one entry per version with
      * its last status, maker and decider; also the highest version
      * number issued so far.
      *----------------------------------------------------------------
           MOVE 0 TO WS-VER-COUNT
           MOVE 0 TO WS-HIGH-VERSION-NUMBER
           MOVE 0 TO WS-EOF-FLAG
           OPEN INPUT RATE-VERSIONS-FILE
           IF WS-VERSIONS-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ RATE-VERSIONS-FILE INTO WS-VERSION-LINE
                   AT END
                       MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-VERSION-PARSE
                       UNSTRING WS-VERSION-LINE DELIMITED BY ","
                           INTO WS-VP-ID WS-VP-TABLE WS-VP-EFFECTIVE
                                WS-VP-STATUS WS-VP-OPERATOR
                                WS-VP-STAMP WS-VP-FILE
                       END-UNSTRING
                       IF WS-VP-ID(2:5) IS NUMERIC
                           PERFORM STORE-REGISTER-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-VERSIONS-FILE.

       STORE-REGISTER-LINE.
      *----------------------------------------------------------------
      * STORE-REGISTER-LINE - New version, or the next status of one
      * already loaded.
      *----------------------------------------------------------------
           MOVE WS-VP-ID(2:5) TO WS-VERSION-NUMBER
           IF WS-VERSION-NUMBER > WS-HIGH-VERSION-NUMBER
               MOVE WS-VERSION-NUMBER TO WS-HIGH-VERSION-NUMBER
           END-IF
           MOVE 0 TO WS-VER-MATCH-IDX
           PERFORM VARYING WS-VER-IDX FROM 1 BY 1
               UNTIL WS-VER-IDX > WS-VER-COUNT
               IF WS-VER-ID(WS-VER-IDX) = WS-VP-ID
                   MOVE WS-VER-IDX TO WS-VER-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-VER-MATCH-IDX = 0
               AND WS-VER-COUNT < WS-MAX-VERSIONS
               ADD 1 TO WS-VER-COUNT
               MOVE WS-VER-COUNT TO WS-VER-MATCH-IDX
               MOVE WS-VP-ID TO WS-VER-ID(WS-VER-MATCH-IDX)
               MOVE SPACES TO WS-VER-MAKER(WS-VER-MATCH-IDX)
               MOVE SPACES TO WS-VER-DECIDED-BY(WS-VER-MATCH-IDX)
           END-IF
           IF WS-VER-MATCH-IDX > 0
               MOVE FUNCTION UPPER-CASE(WS-VP-TABLE)
                   TO WS-VER-TABLE(WS-VER-MATCH-IDX)
               MOVE WS-VP-EFFECTIVE
                   TO WS-VER-EFFECTIVE(WS-VER-MATCH-IDX)
               MOVE FUNCTION UPPER-CASE(WS-VP-STATUS)
                   TO WS-VER-STATUS(WS-VER-MATCH-IDX)
               MOVE WS-VP-FILE TO WS-VER-FILE(WS-VER-MATCH-IDX)
               IF WS-VER-STATUS(WS-VER-MATCH-IDX) = "PENDING"
                   MOVE WS-VP-OPERATOR
                       TO WS-VER-MAKER(WS-VER-MATCH-IDX)
               ELSE
                   MOVE WS-VP-OPERATOR
                       TO WS-VER-DECIDED-BY(WS-VER-MATCH-IDX)
               END-IF
           END-IF.

       APPEND-REGISTER-LINE.
      *----------------------------------------------------------------
      * APPEND-REGISTER-LINE - One register line for WS-VP-ID with
      * WS-REGISTER-STATUS, by the signed-on operator.
      *----------------------------------------------------------------
           PERFORM STAMP-TIMESTAMP
           MOVE SPACES TO WS-VERSION-LINE
           STRING WS-VP-ID DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-TABLE-NAME) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-VP-EFFECTIVE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-REGISTER-STATUS) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-TIMESTAMP-DISPLAY DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-VP-FILE) DELIMITED BY SIZE
               INTO WS-VERSION-LINE
           OPEN EXTEND RATE-VERSIONS-FILE
           IF WS-VERSIONS-FILE-STATUS NOT = "00"
               OPEN OUTPUT RATE-VERSIONS-FILE
               CLOSE RATE-VERSIONS-FILE
               OPEN EXTEND RATE-VERSIONS-FILE
           END-IF
           WRITE RATE-VERSIONS-RECORD FROM WS-VERSION-LINE
           CLOSE RATE-VERSIONS-FILE.

       CALL-CONTROL-SEAL.
      *----------------------------------------------------------------
      * CALL-CONTROL-SEAL - Seal or verify the frozen copy; an
      * unlinked CONTROL-SEAL verifies nothing.
      *----------------------------------------------------------------
           MOVE "RATE-MAINT" TO SEAL-PROGRAM
           MOVE WS-FROZEN-NAME TO SEAL-FILE
           CALL "CONTROL-SEAL" USING SEAL-PARAMETER
               ON EXCEPTION
                   MOVE "N" TO SEAL-RESULT
                   MOVE "CONTROL-SEAL NOT AVAILABLE" TO SEAL-MESSAGE
           END-CALL
           IF SEAL-FN-SEAL AND NOT SEAL-SEALED
               DISPLAY "WARNING: " FUNCTION TRIM(SEAL-FILE)
                   " not sealed - " FUNCTION TRIM(SEAL-MESSAGE)
                   " - it cannot be approved until proposed again"
           END-IF.

       WRITE-ACTIVITY-LOG.
      *----------------------------------------------------------------
      * WRITE-ACTIVITY-LOG - One appended line in the console's
      * timestamp / operator / action format.
      *----------------------------------------------------------------
           OPEN EXTEND OPERATOR-LOG-FILE
           IF WS-LOG-FILE-STATUS = "00" OR WS-LOG-FILE-STATUS = "05"
               PERFORM STAMP-TIMESTAMP
               MOVE SPACES TO WS-LOG-LINE
               STRING WS-TIMESTAMP-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
                   " RATE VERSION: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOG-RESULT) DELIMITED BY SIZE
                   INTO WS-LOG-LINE
               WRITE OPERATOR-LOG-RECORD FROM WS-LOG-LINE
           END-IF
           CLOSE OPERATOR-LOG-FILE.

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

       END PROGRAM RATE-MAINT.
