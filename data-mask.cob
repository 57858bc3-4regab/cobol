      *================================================================
      * PROGRAM: SHARED PERSONAL-DATA MASKING AND UNMASK CONTROL
      *================================================================
      * PURPOSE: Payslips, check registers, remittance listings, the
      *          payroll inquiry and the student billing travel
      *          through several offices. Under the Data Privacy Act
      *          their bank account numbers, TINs, SSS / PhilHealth /
      *          Pag-IBIG numbers and pay amounts print masked unless
      *          an entitled operator asked for the full figures -
      *          and every such print is on the operator activity
      *          log. The printing programs fill the MASKPARM area
      *          and CALL "DATA-MASK" (the ERROR-LOGGER pattern).
      *
      * HOW IT WORKS:
      *   1. AUTHORIZE: UNMASK-AUTHORIZATIONS.TXT holds one
      *      "OperatorID,ReportFile,Reason" line per unmasked print
      *      armed from OPERATOR-CONSOLE. The first line for the
      *      caller's MASK-FILE is taken and used up (the file is
      *      rewritten without it), so one grant is one print
      *   2. The operator's role is re-read from
      *      OPERATOR-PASSWORDS.TXT at print time: only PAYROLL and
      *      ADMIN are entitled, and a grant without a reason is
      *      refused. A grant from an operator no longer on file or
      *      no longer entitled is refused too - and logged
      *   3. An honoured grant writes "UNMASKED PRINT: file -
      *      reason" under the operator's ID on
      *      OPERATOR-ACTIVITY-LOG.TXT, the console's own
      *      timestamp / operator / action: result layout
      *   4. MASK-ID stars out every letter and digit of MASK-VALUE
      *      except the last 4 digits, keeping the dashes, so
      *      "33-1234567-8" prints "**-****567-8"
      *   5. LOG appends one "UNMASKED DISPLAY" line for an
      *      inquiry screen that was unmasked at AUTHORIZE time
      *
      * AUTHOR: GROUP2
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-MASK.
       AUTHOR. GROUP2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL UNMASK-AUTH-FILE
               ASSIGN TO "UNMASK-AUTHORIZATIONS.TXT"
      * Armed by OPERATOR-CONSOLE, used up here.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-FILE-STATUS.

           SELECT OPTIONAL OPERATOR-PASSWORD-FILE
               ASSIGN TO "OPERATOR-PASSWORDS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PWD-FILE-STATUS.

           SELECT OPTIONAL OPERATOR-LOG-FILE
               ASSIGN TO "OPERATOR-ACTIVITY-LOG.TXT"
      * Same append-only log the console and release approval write.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNMASK-AUTH-FILE.
       01  UNMASK-AUTH-RECORD          PIC X(120).

       FD  OPERATOR-PASSWORD-FILE.
       01  OPERATOR-PASSWORD-REC       PIC X(50).

       FD  OPERATOR-LOG-FILE.
       01  OPERATOR-LOG-RECORD         PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-AUTH-FILE-STATUS         PIC XX.
       01  WS-PWD-FILE-STATUS          PIC XX.
       01  WS-LOG-FILE-STATUS          PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * PENDING UNMASK GRANTS
      *----------------------------------------------------------------
       01  WS-MAX-GRANTS               PIC 99 VALUE 50.
       01  WS-GRANT-COUNT              PIC 99 VALUE 0.
       01  WS-GRANT-TABLE.
           05 WS-GRANT-LINE OCCURS 50 TIMES PIC X(120).
       01  WS-GRANT-IDX                PIC 99 VALUE 0.
       01  WS-GRANT-MATCH-IDX          PIC 99 VALUE 0.
       01  WS-GRANT-PARSE.
           05 WS-GR-OPERATOR           PIC X(10).
           05 WS-GR-FILE               PIC X(40).
           05 WS-GR-REASON             PIC X(60).
       01  WS-GRANT-ROLE               PIC X(10).

       01  WS-OP-PARSE.
           05 WS-OP-LINE               PIC X(50).
           05 WS-OP-TXT-ID             PIC X(10).
           05 WS-OP-TXT-PASSWORD       PIC X(15).
           05 WS-OP-TXT-ROLE           PIC X(10).

      *----------------------------------------------------------------
      * MASK-ID WORK AREA
      *----------------------------------------------------------------
       01  WS-MASK-POS                 PIC 99 VALUE 0.
       01  WS-DIGITS-KEPT              PIC 9 VALUE 0.
       01  WS-MASK-CHAR                PIC X.

       01  WS-LOG-OPERATOR             PIC X(10).
       01  WS-LOG-ACTION               PIC X(20).
       01  WS-LOG-RESULT               PIC X(100).
       01  WS-LOG-LINE                 PIC X(120).
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-TIMESTAMP-DISPLAY        PIC X(19).

       LINKAGE SECTION.
       COPY MASKPARM.

       PROCEDURE DIVISION USING MASK-PARAMETER.

       MAIN-PROCEDURE.
      *----------------------------------------------------------------
      * MAIN-PROCEDURE - Dispatch on MASK-FUNCTION. An unknown
      * function leaves the caller masked.
      *----------------------------------------------------------------
           EVALUATE TRUE
               WHEN MASK-FN-AUTHORIZE
                   PERFORM AUTHORIZE-UNMASKED-PRINT
               WHEN MASK-FN-ID
                   PERFORM MASK-IDENTIFIER
               WHEN MASK-FN-LOG
                   IF MASK-UNMASKED
                       MOVE MASK-OPERATOR TO WS-LOG-OPERATOR
                       MOVE "UNMASKED DISPLAY" TO WS-LOG-ACTION
                       MOVE SPACES TO WS-LOG-RESULT
                       STRING FUNCTION TRIM(MASK-FILE)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(MASK-DETAIL)
                               DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           FUNCTION TRIM(MASK-REASON)
                               DELIMITED BY SIZE
                           INTO WS-LOG-RESULT
                       PERFORM WRITE-ACTIVITY-LOG
                   END-IF
               WHEN OTHER
                   SET MASK-MASKED TO TRUE
           END-EVALUATE
           GOBACK.

       AUTHORIZE-UNMASKED-PRINT.
      *----------------------------------------------------------------
      * AUTHORIZE-UNMASKED-PRINT - Find and use up the first grant
      * for MASK-FILE; honour it only for an entitled role with a
      * reason. No grant at all is the normal, masked, case and is
      * not logged.
      *----------------------------------------------------------------
           SET MASK-MASKED TO TRUE
           MOVE SPACES TO MASK-OPERATOR
           MOVE SPACES TO MASK-REASON
           PERFORM LOAD-GRANTS

           MOVE 0 TO WS-GRANT-MATCH-IDX
           PERFORM VARYING WS-GRANT-IDX FROM 1 BY 1
               UNTIL WS-GRANT-IDX > WS-GRANT-COUNT
                   OR WS-GRANT-MATCH-IDX > 0
               PERFORM PARSE-GRANT
               IF FUNCTION UPPER-CASE(WS-GR-FILE) =
                       FUNCTION UPPER-CASE(FUNCTION TRIM(MASK-FILE))
                   MOVE WS-GRANT-IDX TO WS-GRANT-MATCH-IDX
               END-IF
           END-PERFORM

           IF WS-GRANT-MATCH-IDX > 0
               MOVE WS-GRANT-MATCH-IDX TO WS-GRANT-IDX
               PERFORM PARSE-GRANT
               PERFORM FIND-OPERATOR-ROLE
               MOVE WS-GR-OPERATOR TO WS-LOG-OPERATOR
               MOVE "UNMASKED PRINT" TO WS-LOG-ACTION
               MOVE SPACES TO WS-LOG-RESULT
               EVALUATE TRUE
                   WHEN WS-GRANT-ROLE NOT = "PAYROLL"
                       AND WS-GRANT-ROLE NOT = "ADMIN"
                       STRING "REFUSED " DELIMITED BY SIZE
                           FUNCTION TRIM(MASK-FILE) DELIMITED BY SIZE
                           " - operator not entitled (role "
                               DELIMITED BY SIZE
                           FUNCTION TRIM(WS-GRANT-ROLE)
                               DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO WS-LOG-RESULT
                       DISPLAY "WARNING: unmasked print of "
                           FUNCTION TRIM(MASK-FILE) " refused - "
                           FUNCTION TRIM(WS-GR-OPERATOR)
                           " is not entitled; printed masked"
                   WHEN WS-GR-REASON = SPACES
                       STRING "REFUSED " DELIMITED BY SIZE
                           FUNCTION TRIM(MASK-FILE) DELIMITED BY SIZE
                           " - no reason given" DELIMITED BY SIZE
                           INTO WS-LOG-RESULT
                       DISPLAY "WARNING: unmasked print of "
                           FUNCTION TRIM(MASK-FILE) " refused - no"
                           " reason given; printed masked"
                   WHEN OTHER
                       SET MASK-UNMASKED TO TRUE
                       MOVE WS-GR-OPERATOR TO MASK-OPERATOR
                       MOVE WS-GR-REASON TO MASK-REASON
                       STRING FUNCTION TRIM(MASK-FILE)
                               DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-GR-REASON)
                               DELIMITED BY SIZE
                           INTO WS-LOG-RESULT
                       DISPLAY "NOTE: " FUNCTION TRIM(MASK-FILE)
                           " printed UNMASKED for "
                           FUNCTION TRIM(WS-GR-OPERATOR)
                           " - logged"
               END-EVALUATE
               PERFORM WRITE-ACTIVITY-LOG
               PERFORM SAVE-GRANTS
           END-IF.

       LOAD-GRANTS.
      *----------------------------------------------------------------
      * LOAD-GRANTS - Every pending grant line, kept whole so the
      * ones not used this time are written back unchanged.
      *----------------------------------------------------------------
           MOVE 0 TO WS-GRANT-COUNT
           MOVE 0 TO WS-EOF-FLAG
           OPEN INPUT UNMASK-AUTH-FILE
           IF WS-AUTH-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-GRANT-COUNT >= WS-MAX-GRANTS
                   READ UNMASK-AUTH-FILE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF UNMASK-AUTH-RECORD NOT = SPACES
                               ADD 1 TO WS-GRANT-COUNT
                               MOVE UNMASK-AUTH-RECORD
                                   TO WS-GRANT-LINE(WS-GRANT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE UNMASK-AUTH-FILE.

       PARSE-GRANT.
      *----------------------------------------------------------------
      * PARSE-GRANT - Split the grant line at WS-GRANT-IDX.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-GRANT-PARSE
           UNSTRING WS-GRANT-LINE(WS-GRANT-IDX) DELIMITED BY ","
               INTO WS-GR-OPERATOR
                    WS-GR-FILE
                    WS-GR-REASON
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-GR-OPERATOR) TO WS-GR-OPERATOR
           MOVE FUNCTION TRIM(WS-GR-FILE) TO WS-GR-FILE
           MOVE FUNCTION TRIM(WS-GR-REASON) TO WS-GR-REASON.

       SAVE-GRANTS.
      *----------------------------------------------------------------
      * SAVE-GRANTS - Rewrite the grant file without the one just
      * used, refused or not - a refused grant must be re-armed.
      *----------------------------------------------------------------
           OPEN OUTPUT UNMASK-AUTH-FILE
           PERFORM VARYING WS-GRANT-IDX FROM 1 BY 1
               UNTIL WS-GRANT-IDX > WS-GRANT-COUNT
               IF WS-GRANT-IDX NOT = WS-GRANT-MATCH-IDX
                   WRITE UNMASK-AUTH-RECORD
                       FROM WS-GRANT-LINE(WS-GRANT-IDX)
               END-IF
           END-PERFORM
           CLOSE UNMASK-AUTH-FILE.

       FIND-OPERATOR-ROLE.
      *----------------------------------------------------------------
      * FIND-OPERATOR-ROLE - The grant operator's role as it stands
      * on OPERATOR-PASSWORDS.TXT now; SPACES when not on file.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-GRANT-ROLE
           MOVE 0 TO WS-EOF-FLAG
           OPEN INPUT OPERATOR-PASSWORD-FILE
           IF WS-PWD-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ OPERATOR-PASSWORD-FILE INTO WS-OP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO WS-OP-TXT-ID
                           MOVE SPACES TO WS-OP-TXT-PASSWORD
                           MOVE SPACES TO WS-OP-TXT-ROLE
                           UNSTRING WS-OP-LINE DELIMITED BY ","
                               INTO WS-OP-TXT-ID
                                    WS-OP-TXT-PASSWORD
                                    WS-OP-TXT-ROLE
                           END-UNSTRING
                           IF FUNCTION TRIM(WS-OP-TXT-ID) =
                                   WS-GR-OPERATOR
                               AND WS-GR-OPERATOR NOT = SPACES
                               MOVE FUNCTION UPPER-CASE(FUNCTION
                                   TRIM(WS-OP-TXT-ROLE))
                                   TO WS-GRANT-ROLE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE OPERATOR-PASSWORD-FILE.

       MASK-IDENTIFIER.
      *----------------------------------------------------------------
      * MASK-IDENTIFIER - Right to left: the first 4 digits met are
      * kept, every other letter or digit becomes "*"; dashes,
      * spaces and other punctuation stay where they are.
      *----------------------------------------------------------------
           MOVE 0 TO WS-DIGITS-KEPT
           PERFORM VARYING WS-MASK-POS FROM 20 BY -1
               UNTIL WS-MASK-POS < 1
               MOVE MASK-VALUE(WS-MASK-POS:1) TO WS-MASK-CHAR
               EVALUATE TRUE
                   WHEN WS-MASK-CHAR IS NUMERIC
                       AND WS-DIGITS-KEPT < 4
                       ADD 1 TO WS-DIGITS-KEPT
                   WHEN WS-MASK-CHAR IS NUMERIC
                       OR WS-MASK-CHAR IS ALPHABETIC
                       IF WS-MASK-CHAR NOT = SPACE
                           MOVE "*" TO MASK-VALUE(WS-MASK-POS:1)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       WRITE-ACTIVITY-LOG.
      *----------------------------------------------------------------
      * WRITE-ACTIVITY-LOG - One appended line in the console's
      * timestamp / operator / action: result layout.
      *----------------------------------------------------------------
           OPEN EXTEND OPERATOR-LOG-FILE
           IF WS-LOG-FILE-STATUS = "00" OR WS-LOG-FILE-STATUS = "05"
               PERFORM STAMP-TIMESTAMP
               MOVE SPACES TO WS-LOG-LINE
               STRING WS-TIMESTAMP-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LOG-OPERATOR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOG-ACTION) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
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

       END PROGRAM DATA-MASK.
