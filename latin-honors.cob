      *================================================================
      * PROGRAM: LATIN-HONORS - HONORS DETERMINATION AND COMMENCEMENT
      *          LIST
      *================================================================
      * PURPOSE: Evaluates every graduation candidate against the
      *          Latin honors rules so the honors committee stops
      *          checking GWAs and grade sheets by hand, prints the
      *          commencement list by program, and explains every
      *          near-miss so appeals can be answered from the list.
      *
      * HOW IT WORKS:
      *   1. The candidates are DEGREE-AUDIT's graduation candidates
      *      list, STUDENT-GRAD-CANDIDATES.TXT (one student ID per
      *      line under its title). Names come from
      *      STUDENT-ENROLLMENT.TXT; each candidate's program from
      *      STUDENT-PROGRAMS.TXT ("StudentID,Program" lines,
      *      GENERAL when a candidate has none)
      *   2. LATIN-HONORS-RULES.TXT (optional) sets the rules, one
      *      "Rule,Value" line each: SUMMA, MAGNA and CUM are the
      *      cumulative GWA cut-offs (defaults 96.00, 93.00 and
      *      90.00), MAXCRD the most units a candidate may have
      *      credited from transferee evaluation (default 18.0), and
      *      NEARMISS the margin in GWA points that puts a candidate
      *      on the why-not list (default 1.00)
      *   3. Cumulative GWA = the running sum of term averages over
      *      the term count on STUDENT-GWA-HISTORY.TXT (last record
      *      per student, as the transcript reads it)
      *   4. STUDENT-SUBJECT-HISTORY.TXT disqualifies a candidate
      *      from any honor for: a failing grade (FAIL or FDA) in
      *      any term, even if later retaken; an INC not followed by
      *      a PASS or CRD in the same subject; a dropped subject
      *      (DRP); or more CRD units than MAXCRD
      *   5. STUDENT-COMMENCEMENT-LIST.TXT - the candidates by
      *      program, highest GWA first, with the honor conferred
      *   6. STUDENT-HONORS-WHY-NOT.TXT - every candidate whose GWA
      *      earns an honor that a disqualifier withheld, and every
      *      candidate within NEARMISS points of the next honor up,
      *      with each reason spelled out
      *
      * NOTE: Run after DEGREE-AUDIT (ALL) has produced the final
      *       candidates list and the last term has been graded.
      *
      * AUTHOR: GROUP2
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATIN-HONORS.
       AUTHOR. GROUP2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANDIDATES-FILE
               ASSIGN TO "STUDENT-GRAD-CANDIDATES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAND-FILE-STATUS.
           SELECT OPTIONAL STUDENT-ENROLLMENT-FILE
               ASSIGN TO "STUDENT-ENROLLMENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-FILE-STATUS.
           SELECT OPTIONAL STUDENT-PROGRAMS-FILE
               ASSIGN TO "STUDENT-PROGRAMS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROG-FILE-STATUS.
           SELECT OPTIONAL HONORS-RULES-FILE
               ASSIGN TO "LATIN-HONORS-RULES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
           SELECT OPTIONAL STUDENT-GWA-FILE
               ASSIGN TO "STUDENT-GWA-HISTORY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GWA-FILE-STATUS.
           SELECT STUDENT-SUBJECT-HISTORY-FILE
               ASSIGN TO "STUDENT-SUBJECT-HISTORY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIST-FILE-STATUS.
           SELECT COMMENCEMENT-FILE
               ASSIGN TO "STUDENT-COMMENCEMENT-LIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WHY-NOT-FILE
               ASSIGN TO "STUDENT-HONORS-WHY-NOT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CANDIDATES-FILE.
       01  CANDIDATES-RECORD           PIC X(80).

       FD  STUDENT-ENROLLMENT-FILE.
       01  STUDENT-ENROLLMENT-RECORD   PIC X(90).

       FD  STUDENT-PROGRAMS-FILE.
       01  STUDENT-PROGRAMS-RECORD     PIC X(60).

       FD  HONORS-RULES-FILE.
       01  HONORS-RULES-RECORD         PIC X(30).

       FD  STUDENT-GWA-FILE.
       COPY GWAREC.

       FD  STUDENT-SUBJECT-HISTORY-FILE.
       COPY SUBJHIST.

       FD  COMMENCEMENT-FILE.
       01  COMMENCEMENT-RECORD         PIC X(132).

       FD  WHY-NOT-FILE.
       01  WHY-NOT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-CAND-FILE-STATUS         PIC XX.
       01  WS-ENROLL-FILE-STATUS       PIC XX.
       01  WS-PROG-FILE-STATUS         PIC XX.
       01  WS-RULES-FILE-STATUS        PIC XX.
       01  WS-GWA-FILE-STATUS          PIC XX.
       01  WS-SHIST-FILE-STATUS        PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
       01  WS-HAS-ERROR                PIC 9 VALUE 0.
       01  WS-CURRENT-DATE-DATA        PIC X(21).
       01  WS-TODAY-DATE               PIC X(10).

      *----------------------------------------------------------------
      * HONORS RULES (defaults unless LATIN-HONORS-RULES.TXT says
      * otherwise)
      *----------------------------------------------------------------
       01  WS-CUTOFF-TABLE.
               05 WS-CUTOFF OCCURS 3 TIMES PIC 999V99.
      * 1 = summa, 2 = magna, 3 = cum laude
       01  WS-HONOR-VALUES.
               05 FILLER               PIC X(16)
                   VALUE "SUMMA CUM LAUDE".
               05 FILLER               PIC X(16)
                   VALUE "MAGNA CUM LAUDE".
               05 FILLER               PIC X(16)
                   VALUE "CUM LAUDE".
       01  WS-HONOR-TABLE REDEFINES WS-HONOR-VALUES.
               05 WS-HONOR-NAME OCCURS 3 TIMES PIC X(16).
       01  WS-MAX-CRD-UNITS            PIC 999V9 VALUE 18.0.
       01  WS-NEAR-MISS                PIC 99V99 VALUE 1.00.
       01  WS-RULES-PARSE.
               05 WS-RLP-LINE          PIC X(30).
               05 WS-RLP-KEY           PIC X(10).
               05 WS-RLP-VALUE         PIC X(10).
       01  WS-RULE-KEY                 PIC X(10).

      *----------------------------------------------------------------
      * CANDIDATES
      *----------------------------------------------------------------
       01  WS-MAX-CANDIDATES           PIC 9999 VALUE 2400.
       01  WS-CAND-COUNT               PIC 9999 VALUE 0.
       01  WS-CANDIDATE-TABLE.
               05 WS-CD-ENTRY OCCURS 2400 TIMES.
                   10 WS-CD-ID         PIC X(10).
                   10 WS-CD-NAME       PIC X(25).
                   10 WS-CD-PROGRAM    PIC X(20).
                   10 WS-CD-GWA-FOUND  PIC 9.
                   10 WS-CD-GWA        PIC 999V99.
                   10 WS-CD-EARNED     PIC 9.
      * Honor the GWA alone earns (0 = none, 1-3 as WS-CUTOFF)
                   10 WS-CD-AWARDED    PIC 9.
      * Honor conferred after the disqualifiers
                   10 WS-CD-FAIL-COUNT PIC 99.
                   10 WS-CD-FAIL-SUBJ  PIC X(8).
                   10 WS-CD-INC-COUNT  PIC 99.
                   10 WS-CD-INC-SUBJ   PIC X(8).
                   10 WS-CD-DRP-COUNT  PIC 99.
                   10 WS-CD-DRP-SUBJ   PIC X(8).
                   10 WS-CD-CRD-UNITS  PIC 999V9.
       01  WS-CD-IDX                   PIC 9999 VALUE 0.
       01  WS-FOUND-IDX                PIC 9999 VALUE 0.
       01  WS-LOOKUP-ID                PIC X(10).
       01  WS-CAND-LINE                PIC X(80).
       01  WS-CAND-ID                  PIC X(30).

       01  WS-STUDENT-PARSE.
               05 WS-SP-LINE           PIC X(90).
               05 WS-SP-ID             PIC X(10).
               05 WS-SP-NAME           PIC X(25).
       01  WS-PROGRAM-PARSE.
               05 WS-PGP-LINE          PIC X(60).
               05 WS-PGP-ID            PIC X(10).
               05 WS-PGP-PROGRAM       PIC X(20).

      *----------------------------------------------------------------
      * THE CANDIDATES' SUBJECT RECORDS, in file order
      *----------------------------------------------------------------
       01  WS-MAX-SUBJ-RECORDS         PIC 9(5) VALUE 30000.
       01  WS-SJ-COUNT                 PIC 9(5) VALUE 0.
       01  WS-SJ-OVERFLOW              PIC 9 VALUE 0.
       01  WS-SUBJ-HIST-TABLE.
               05 WS-SJ-ENTRY OCCURS 30000 TIMES.
                   10 WS-SJ-CAND       PIC 9999.
                   10 WS-SJ-SUBJECT    PIC X(8).
                   10 WS-SJ-UNITS      PIC 9V9.
                   10 WS-SJ-STATUS     PIC X(4).
       01  WS-SJ-IDX                   PIC 9(5) VALUE 0.
       01  WS-SJ-J                     PIC 9(5) VALUE 0.
       01  WS-INC-RESOLVED             PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * COMMENCEMENT ORDER - candidate indexes sorted by program,
      * then GWA (highest first), then name
      *----------------------------------------------------------------
       01  WS-ORDER-TABLE.
               05 WS-ORD OCCURS 2400 TIMES PIC 9999.
       01  WS-ORD-I                    PIC 9999 VALUE 0.
       01  WS-ORD-J                    PIC 9999 VALUE 0.
       01  WS-ORD-A                    PIC 9999 VALUE 0.
       01  WS-ORD-B                    PIC 9999 VALUE 0.
       01  WS-ORD-SWAP                 PIC 9999 VALUE 0.
       01  WS-ORD-AFTER                PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * RUN TOTALS AND WORK FIELDS
      *----------------------------------------------------------------
       01  WS-PREV-PROGRAM             PIC X(20).
       01  WS-PROG-LINE-NO             PIC 9999 VALUE 0.
       01  WS-PROG-HONOR-COUNT         PIC 9999 VALUE 0.
       01  WS-HONOR-COUNTS.
               05 WS-HONOR-COUNT OCCURS 3 TIMES PIC 9999.
       01  WS-HONOR-IDX                PIC 9 VALUE 0.
       01  WS-NO-GWA-COUNT             PIC 9999 VALUE 0.
       01  WS-WHY-NOT-COUNT            PIC 9999 VALUE 0.
       01  WS-WITHHELD-COUNT           PIC 9999 VALUE 0.
       01  WS-ON-WHY-NOT               PIC 9 VALUE 0.
       01  WS-NEXT-RANK                PIC 9 VALUE 0.
       01  WS-GAP                      PIC S999V99 VALUE 0.
       01  WS-EDIT-COUNT               PIC ZZZ9.
       01  WS-EDIT-COUNT-2             PIC ZZZ9.
       01  WS-EDIT-GWA                 PIC ZZ9.99.
       01  WS-EDIT-GWA-2               PIC ZZ9.99.
       01  WS-EDIT-UNITS               PIC ZZ9.9.
       01  WS-EDIT-UNITS-2             PIC ZZ9.9.

      *----------------------------------------------------------------
      * LIST LAYOUTS
      *----------------------------------------------------------------
       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.
       01  WS-OUT-LINE                 PIC X(132).
       01  WS-RULE-LINE                PIC X(90) VALUE ALL "=".
       01  WS-DASH-LINE                PIC X(90) VALUE ALL "-".
       01  WS-CL-TITLE-LINE.
               05 FILLER               PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(40)
                   VALUE "COMMENCEMENT LIST - GRADUATING CLASS".
       01  WS-WN-TITLE-LINE.
               05 FILLER               PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(40)
                   VALUE "LATIN HONORS - WHY NOT (NEAR-MISSES)".
       01  WS-RULES-LINE.
               05 FILLER               PIC X(9)  VALUE "SUMMA >= ".
               05 WS-RLL-SUMMA         PIC ZZ9.99.
               05 FILLER               PIC X(12) VALUE "   MAGNA >= ".
               05 WS-RLL-MAGNA         PIC ZZ9.99.
               05 FILLER               PIC X(10) VALUE "   CUM >= ".
               05 WS-RLL-CUM           PIC ZZ9.99.
               05 FILLER               PIC X(18)
                   VALUE "   MAX CRD UNITS: ".
               05 WS-RLL-MAXCRD        PIC ZZ9.9.
               05 FILLER               PIC X(7)  VALUE "   RUN ".
               05 WS-RLL-DATE          PIC X(10).
       01  WS-CL-PROGRAM-LINE.
               05 FILLER               PIC X(9)  VALUE "PROGRAM: ".
               05 WS-CLP-PROGRAM       PIC X(20).
       01  WS-CL-HEADER.
               05 FILLER               PIC X(6)  VALUE "NO.".
               05 FILLER               PIC X(12) VALUE "STUDENT ID".
               05 FILLER               PIC X(27) VALUE "NAME".
               05 FILLER               PIC X(9)  VALUE "    GWA".
               05 FILLER               PIC X(18) VALUE "HONORS".
       01  WS-CL-DETAIL.
               05 WS-CLD-NO            PIC ZZZ9.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-CLD-ID            PIC X(12).
               05 WS-CLD-NAME          PIC X(27).
               05 WS-CLD-GWA           PIC ZZ9.99 BLANK WHEN ZERO.
               05 FILLER               PIC X(3)  VALUE SPACES.
               05 WS-CLD-HONORS        PIC X(18).
       01  WS-WN-STUDENT-LINE.
               05 WS-WNS-ID            PIC X(12).
               05 WS-WNS-NAME          PIC X(27).
               05 WS-WNS-PROGRAM       PIC X(21).
               05 FILLER               PIC X(5)  VALUE "GWA: ".
               05 WS-WNS-GWA           PIC ZZ9.99.
               05 FILLER               PIC X(11) VALUE "  AWARDED: ".
               05 WS-WNS-AWARDED       PIC X(16).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *----------------------------------------------------------------
      * MAIN-PROCEDURE - Load the candidates and their records,
      * decide each one's honor, then print both lists.
      *----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURRENT-DATE-DATA(1:4) "-"
               WS-CURRENT-DATE-DATA(5:2) "-"
               WS-CURRENT-DATE-DATA(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-DATE

           INITIALIZE WS-HONOR-COUNTS
           PERFORM LOAD-RULES
           PERFORM LOAD-CANDIDATES
           IF WS-CAND-COUNT = 0
               DISPLAY "ERROR: STUDENT-GRAD-CANDIDATES.TXT not found"
                   " or lists no candidates - run DEGREE-AUDIT first"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-NAMES
           PERFORM LOAD-PROGRAMS
           PERFORM LOAD-GWA
           PERFORM LOAD-SUBJECT-HISTORY
           IF WS-HAS-ERROR = 1
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-CAND-COUNT
               PERFORM EVALUATE-CANDIDATE
           END-PERFORM
           PERFORM SORT-CANDIDATES

           MOVE WS-CUTOFF(1) TO WS-RLL-SUMMA
           MOVE WS-CUTOFF(2) TO WS-RLL-MAGNA
           MOVE WS-CUTOFF(3) TO WS-RLL-CUM
           MOVE WS-MAX-CRD-UNITS TO WS-RLL-MAXCRD
           MOVE WS-TODAY-DATE TO WS-RLL-DATE
           PERFORM WRITE-COMMENCEMENT-LIST
           PERFORM WRITE-WHY-NOT-LIST

           DISPLAY "Latin honors: " WS-CAND-COUNT " candidate(s), "
               WS-HONOR-COUNT(1) " summa, " WS-HONOR-COUNT(2)
               " magna, " WS-HONOR-COUNT(3) " cum laude, "
               WS-WITHHELD-COUNT " withheld, " WS-WHY-NOT-COUNT
               " on the why-not list"
           IF WS-NO-GWA-COUNT > 0
               DISPLAY "WARNING: " WS-NO-GWA-COUNT " candidate(s)"
                   " with no GWA on file - listed without honors"
           END-IF
           MOVE WS-HAS-ERROR TO RETURN-CODE
           GOBACK.

       LOAD-RULES.
      *----------------------------------------------------------------
      * LOAD-RULES - Defaults, then any "Rule,Value" overrides.
      *----------------------------------------------------------------
           MOVE 96.00 TO WS-CUTOFF(1)
           MOVE 93.00 TO WS-CUTOFF(2)
           MOVE 90.00 TO WS-CUTOFF(3)
           OPEN INPUT HONORS-RULES-FILE
           IF WS-RULES-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ HONORS-RULES-FILE INTO WS-RLP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM STORE-RULE
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE HONORS-RULES-FILE.

       STORE-RULE.
      *----------------------------------------------------------------
      * STORE-RULE - One override; an unknown rule or a value that
      * is not a number is reported and ignored.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-RLP-KEY WS-RLP-VALUE
           UNSTRING WS-RLP-LINE DELIMITED BY ","
               INTO WS-RLP-KEY
                    WS-RLP-VALUE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RLP-KEY))
               TO WS-RULE-KEY
           IF WS-RULE-KEY NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-RLP-VALUE))
                       NOT = ZERO
                   DISPLAY "WARNING: LATIN-HONORS-RULES.TXT value for "
                       FUNCTION TRIM(WS-RULE-KEY) " is not a number -"
                       " ignored"
               ELSE
                   EVALUATE WS-RULE-KEY
                       WHEN "SUMMA"
                           MOVE FUNCTION NUMVAL(WS-RLP-VALUE)
                               TO WS-CUTOFF(1)
                       WHEN "MAGNA"
                           MOVE FUNCTION NUMVAL(WS-RLP-VALUE)
                               TO WS-CUTOFF(2)
                       WHEN "CUM"
                           MOVE FUNCTION NUMVAL(WS-RLP-VALUE)
                               TO WS-CUTOFF(3)
                       WHEN "MAXCRD"
                           MOVE FUNCTION NUMVAL(WS-RLP-VALUE)
                               TO WS-MAX-CRD-UNITS
                       WHEN "NEARMISS"
                           MOVE FUNCTION NUMVAL(WS-RLP-VALUE)
                               TO WS-NEAR-MISS
                       WHEN OTHER
                           DISPLAY "WARNING: LATIN-HONORS-RULES.TXT"
                               " rule " FUNCTION TRIM(WS-RULE-KEY)
                               " not recognized - ignored"
                   END-EVALUATE
               END-IF
           END-IF.

       LOAD-CANDIDATES.
      *----------------------------------------------------------------
      * LOAD-CANDIDATES - One ID per line of DEGREE-AUDIT's list;
      * its title line and blank lines are skipped, and an ID listed
      * twice is taken once.
      *----------------------------------------------------------------
           OPEN INPUT CANDIDATES-FILE
           IF WS-CAND-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-CAND-COUNT >= WS-MAX-CANDIDATES
                   READ CANDIDATES-FILE INTO WS-CAND-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FUNCTION TRIM(WS-CAND-LINE)
                               TO WS-CAND-ID
                           IF WS-CAND-ID NOT = SPACES
                               AND WS-CAND-ID NOT =
                                   "GRADUATION CANDIDATES"
                               MOVE WS-CAND-ID TO WS-LOOKUP-ID
                               PERFORM FIND-CANDIDATE
                               IF WS-FOUND-IDX = 0
                                   PERFORM ADD-CANDIDATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE CANDIDATES-FILE.

       ADD-CANDIDATE.
      *----------------------------------------------------------------
      * ADD-CANDIDATE - WS-LOOKUP-ID into the next slot, cleared.
      *----------------------------------------------------------------
           ADD 1 TO WS-CAND-COUNT
           INITIALIZE WS-CD-ENTRY(WS-CAND-COUNT)
           MOVE WS-LOOKUP-ID TO WS-CD-ID(WS-CAND-COUNT)
           MOVE "(NOT ON ENROLLMENT)" TO WS-CD-NAME(WS-CAND-COUNT)
           MOVE "GENERAL" TO WS-CD-PROGRAM(WS-CAND-COUNT)
           MOVE WS-CAND-COUNT TO WS-ORD(WS-CAND-COUNT).

       FIND-CANDIDATE.
      *----------------------------------------------------------------
      * FIND-CANDIDATE - WS-FOUND-IDX = the candidate whose ID is in
      * WS-LOOKUP-ID, 0 when not a candidate.
      *----------------------------------------------------------------
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-CAND-COUNT OR WS-FOUND-IDX > 0
               IF WS-CD-ID(WS-CD-IDX) = WS-LOOKUP-ID
                   MOVE WS-CD-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       LOAD-NAMES.
      *----------------------------------------------------------------
      * LOAD-NAMES - Each candidate's name off the enrollment
      * master.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-ENROLLMENT-FILE
           IF WS-ENROLL-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ STUDENT-ENROLLMENT-FILE INTO WS-SP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO WS-SP-ID WS-SP-NAME
                           UNSTRING WS-SP-LINE DELIMITED BY ","
                               INTO WS-SP-ID
                                    WS-SP-NAME
                           END-UNSTRING
                           MOVE FUNCTION TRIM(WS-SP-ID)
                               TO WS-LOOKUP-ID
                           PERFORM FIND-CANDIDATE
                           IF WS-FOUND-IDX > 0
                               MOVE FUNCTION TRIM(WS-SP-NAME)
                                   TO WS-CD-NAME(WS-FOUND-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-ENROLLMENT-FILE.

       LOAD-PROGRAMS.
      *----------------------------------------------------------------
      * LOAD-PROGRAMS - "StudentID,Program" lines; candidates not
      * listed stay under GENERAL.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-PROGRAMS-FILE
           IF WS-PROG-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ STUDENT-PROGRAMS-FILE INTO WS-PGP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO WS-PGP-ID WS-PGP-PROGRAM
                           UNSTRING WS-PGP-LINE DELIMITED BY ","
                               INTO WS-PGP-ID
                                    WS-PGP-PROGRAM
                           END-UNSTRING
                           MOVE FUNCTION TRIM(WS-PGP-ID)
                               TO WS-LOOKUP-ID
                           PERFORM FIND-CANDIDATE
                           IF WS-FOUND-IDX > 0
                               AND WS-PGP-PROGRAM NOT = SPACES
                               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-PGP-PROGRAM))
                                   TO WS-CD-PROGRAM(WS-FOUND-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-PROGRAMS-FILE.

       LOAD-GWA.
      *----------------------------------------------------------------
      * LOAD-GWA - Cumulative GWA per candidate; a later record for
      * the same student replaces the earlier one.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-GWA-FILE
           IF WS-GWA-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ STUDENT-GWA-FILE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           MOVE GWA-ID TO WS-LOOKUP-ID
                           PERFORM FIND-CANDIDATE
                           IF WS-FOUND-IDX > 0 AND GWA-TERMS > 0
                               COMPUTE WS-CD-GWA(WS-FOUND-IDX) ROUNDED
                                   = GWA-SUM / GWA-TERMS
                               MOVE 1 TO WS-CD-GWA-FOUND(WS-FOUND-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           ELSE
               DISPLAY "WARNING: STUDENT-GWA-HISTORY.TXT not found -"
                   " no candidate can be awarded honors"
           END-IF
           CLOSE STUDENT-GWA-FILE.

       LOAD-SUBJECT-HISTORY.
      *----------------------------------------------------------------
      * LOAD-SUBJECT-HISTORY - The candidates' subject records; an
      * overgrown archive is a hard error - a missing record could
      * be the very failure that withholds an honor.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-SUBJECT-HISTORY-FILE
           IF WS-SHIST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: STUDENT-SUBJECT-HISTORY.TXT not found"
                   " (status " WS-SHIST-FILE-STATUS ") - honors"
                   " cannot be cleared without the subject records"
               MOVE 1 TO WS-HAS-ERROR
           ELSE
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ STUDENT-SUBJECT-HISTORY-FILE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SH-ID TO WS-LOOKUP-ID
                           PERFORM FIND-CANDIDATE
                           IF WS-FOUND-IDX > 0
                               IF WS-SJ-COUNT >= WS-MAX-SUBJ-RECORDS
                                   MOVE 1 TO WS-SJ-OVERFLOW
                               ELSE
                                   ADD 1 TO WS-SJ-COUNT
                                   MOVE WS-FOUND-IDX
                                       TO WS-SJ-CAND(WS-SJ-COUNT)
                                   MOVE SH-SUBJECT
                                       TO WS-SJ-SUBJECT(WS-SJ-COUNT)
                                   MOVE SH-UNITS
                                       TO WS-SJ-UNITS(WS-SJ-COUNT)
                                   MOVE SH-STATUS
                                       TO WS-SJ-STATUS(WS-SJ-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-SUBJECT-HISTORY-FILE
           IF WS-SJ-OVERFLOW = 1
               DISPLAY "ERROR: the candidates hold more than "
                   WS-MAX-SUBJ-RECORDS " subject record(s) - raise"
                   " the table, then rerun. NO LISTS WERE PRINTED."
               MOVE 1 TO WS-HAS-ERROR
           END-IF.

       EVALUATE-CANDIDATE.
      *----------------------------------------------------------------
      * EVALUATE-CANDIDATE - Honor earned by GWA, the disqualifiers
      * on the subject record, and the honor conferred.
      *----------------------------------------------------------------
           MOVE 0 TO WS-CD-EARNED(WS-CD-IDX)
           IF WS-CD-GWA-FOUND(WS-CD-IDX) = 0
               ADD 1 TO WS-NO-GWA-COUNT
           ELSE
               PERFORM VARYING WS-HONOR-IDX FROM 3 BY -1
                   UNTIL WS-HONOR-IDX < 1
                   IF WS-CD-GWA(WS-CD-IDX) >= WS-CUTOFF(WS-HONOR-IDX)
                       MOVE WS-HONOR-IDX TO WS-CD-EARNED(WS-CD-IDX)
                   END-IF
               END-PERFORM
           END-IF

           PERFORM VARYING WS-SJ-IDX FROM 1 BY 1
               UNTIL WS-SJ-IDX > WS-SJ-COUNT
               IF WS-SJ-CAND(WS-SJ-IDX) = WS-CD-IDX
                   PERFORM CHECK-SUBJECT-RECORD
               END-IF
           END-PERFORM

           MOVE WS-CD-EARNED(WS-CD-IDX) TO WS-CD-AWARDED(WS-CD-IDX)
           IF WS-CD-FAIL-COUNT(WS-CD-IDX) > 0
               OR WS-CD-INC-COUNT(WS-CD-IDX) > 0
               OR WS-CD-DRP-COUNT(WS-CD-IDX) > 0
               OR WS-CD-CRD-UNITS(WS-CD-IDX) > WS-MAX-CRD-UNITS
               MOVE 0 TO WS-CD-AWARDED(WS-CD-IDX)
               IF WS-CD-EARNED(WS-CD-IDX) > 0
                   ADD 1 TO WS-WITHHELD-COUNT
               END-IF
           END-IF
           IF WS-CD-AWARDED(WS-CD-IDX) > 0
               ADD 1 TO WS-HONOR-COUNT(WS-CD-AWARDED(WS-CD-IDX))
           END-IF.

       CHECK-SUBJECT-RECORD.
      *----------------------------------------------------------------
      * CHECK-SUBJECT-RECORD - Tally subject record WS-SJ-IDX
      * against the disqualifiers, keeping the first subject of
      * each kind for the why-not list.
      *----------------------------------------------------------------
           EVALUATE WS-SJ-STATUS(WS-SJ-IDX)
               WHEN "FAIL"
               WHEN "FDA "
                   ADD 1 TO WS-CD-FAIL-COUNT(WS-CD-IDX)
                   IF WS-CD-FAIL-SUBJ(WS-CD-IDX) = SPACES
                       MOVE WS-SJ-SUBJECT(WS-SJ-IDX)
                           TO WS-CD-FAIL-SUBJ(WS-CD-IDX)
                   END-IF
               WHEN "DRP "
                   ADD 1 TO WS-CD-DRP-COUNT(WS-CD-IDX)
                   IF WS-CD-DRP-SUBJ(WS-CD-IDX) = SPACES
                       MOVE WS-SJ-SUBJECT(WS-SJ-IDX)
                           TO WS-CD-DRP-SUBJ(WS-CD-IDX)
                   END-IF
               WHEN "CRD "
                   ADD WS-SJ-UNITS(WS-SJ-IDX)
                       TO WS-CD-CRD-UNITS(WS-CD-IDX)
               WHEN "INC "
                   MOVE 0 TO WS-INC-RESOLVED
                   PERFORM VARYING WS-SJ-J FROM WS-SJ-IDX BY 1
                       UNTIL WS-SJ-J > WS-SJ-COUNT
                       IF WS-SJ-CAND(WS-SJ-J) = WS-CD-IDX
                           AND WS-SJ-SUBJECT(WS-SJ-J)
                               = WS-SJ-SUBJECT(WS-SJ-IDX)
                           AND (WS-SJ-STATUS(WS-SJ-J) = "PASS"
                               OR WS-SJ-STATUS(WS-SJ-J) = "CRD ")
                           MOVE 1 TO WS-INC-RESOLVED
                       END-IF
                   END-PERFORM
                   IF WS-INC-RESOLVED = 0
                       ADD 1 TO WS-CD-INC-COUNT(WS-CD-IDX)
                       IF WS-CD-INC-SUBJ(WS-CD-IDX) = SPACES
                           MOVE WS-SJ-SUBJECT(WS-SJ-IDX)
                               TO WS-CD-INC-SUBJ(WS-CD-IDX)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SORT-CANDIDATES.
      *----------------------------------------------------------------
      * SORT-CANDIDATES - Exchange sort of the index list: program,
      * then GWA highest first, then name.
      *----------------------------------------------------------------
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
               UNTIL WS-ORD-I >= WS-CAND-COUNT
               PERFORM VARYING WS-ORD-J FROM 1 BY 1
                   UNTIL WS-ORD-J > WS-CAND-COUNT - WS-ORD-I
                   MOVE WS-ORD(WS-ORD-J) TO WS-ORD-A
                   MOVE WS-ORD(WS-ORD-J + 1) TO WS-ORD-B
                   MOVE 0 TO WS-ORD-AFTER
                   EVALUATE TRUE
                       WHEN WS-CD-PROGRAM(WS-ORD-A)
                               > WS-CD-PROGRAM(WS-ORD-B)
                           MOVE 1 TO WS-ORD-AFTER
                       WHEN WS-CD-PROGRAM(WS-ORD-A)
                               < WS-CD-PROGRAM(WS-ORD-B)
                           CONTINUE
                       WHEN WS-CD-GWA(WS-ORD-A) < WS-CD-GWA(WS-ORD-B)
                           MOVE 1 TO WS-ORD-AFTER
                       WHEN WS-CD-GWA(WS-ORD-A) > WS-CD-GWA(WS-ORD-B)
                           CONTINUE
                       WHEN WS-CD-NAME(WS-ORD-A) > WS-CD-NAME(WS-ORD-B)
                           MOVE 1 TO WS-ORD-AFTER
                   END-EVALUATE
                   IF WS-ORD-AFTER = 1
                       MOVE WS-ORD-A TO WS-ORD(WS-ORD-J + 1)
                       MOVE WS-ORD-B TO WS-ORD(WS-ORD-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-COMMENCEMENT-LIST.
      *----------------------------------------------------------------
      * WRITE-COMMENCEMENT-LIST - The candidates by program with the
      * honor conferred, a count per program and the class totals.
      *----------------------------------------------------------------
           OPEN OUTPUT COMMENCEMENT-FILE
           WRITE COMMENCEMENT-RECORD FROM WS-CL-TITLE-LINE
           WRITE COMMENCEMENT-RECORD FROM WS-RULES-LINE
           MOVE SPACES TO WS-PREV-PROGRAM
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
               UNTIL WS-ORD-I > WS-CAND-COUNT
               MOVE WS-ORD(WS-ORD-I) TO WS-CD-IDX
               IF WS-CD-PROGRAM(WS-CD-IDX) NOT = WS-PREV-PROGRAM
                   IF WS-PREV-PROGRAM NOT = SPACES
                       PERFORM WRITE-PROGRAM-TOTAL
                   END-IF
                   MOVE WS-CD-PROGRAM(WS-CD-IDX) TO WS-PREV-PROGRAM
                   MOVE 0 TO WS-PROG-LINE-NO WS-PROG-HONOR-COUNT
                   WRITE COMMENCEMENT-RECORD FROM WS-BLANK-LINE
                   MOVE WS-CD-PROGRAM(WS-CD-IDX) TO WS-CLP-PROGRAM
                   WRITE COMMENCEMENT-RECORD FROM WS-CL-PROGRAM-LINE
                   WRITE COMMENCEMENT-RECORD FROM WS-CL-HEADER
                   WRITE COMMENCEMENT-RECORD FROM WS-DASH-LINE
               END-IF
               ADD 1 TO WS-PROG-LINE-NO
               MOVE SPACES TO WS-CL-DETAIL
               MOVE WS-PROG-LINE-NO TO WS-CLD-NO
               MOVE WS-CD-ID(WS-CD-IDX) TO WS-CLD-ID
               MOVE WS-CD-NAME(WS-CD-IDX) TO WS-CLD-NAME
               MOVE WS-CD-GWA(WS-CD-IDX) TO WS-CLD-GWA
               IF WS-CD-AWARDED(WS-CD-IDX) > 0
                   MOVE WS-HONOR-NAME(WS-CD-AWARDED(WS-CD-IDX))
                       TO WS-CLD-HONORS
                   ADD 1 TO WS-PROG-HONOR-COUNT
               END-IF
               WRITE COMMENCEMENT-RECORD FROM WS-CL-DETAIL
           END-PERFORM
           PERFORM WRITE-PROGRAM-TOTAL
           WRITE COMMENCEMENT-RECORD FROM WS-BLANK-LINE
           WRITE COMMENCEMENT-RECORD FROM WS-RULE-LINE
           MOVE SPACES TO WS-OUT-LINE
           MOVE WS-CAND-COUNT TO WS-EDIT-COUNT
           STRING "GRADUATING CANDIDATES: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
               INTO WS-OUT-LINE
           WRITE COMMENCEMENT-RECORD FROM WS-OUT-LINE
           PERFORM VARYING WS-HONOR-IDX FROM 1 BY 1
               UNTIL WS-HONOR-IDX > 3
               MOVE SPACES TO WS-OUT-LINE
               MOVE WS-HONOR-COUNT(WS-HONOR-IDX) TO WS-EDIT-COUNT
               STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HONOR-NAME(WS-HONOR-IDX))
                       DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               WRITE COMMENCEMENT-RECORD FROM WS-OUT-LINE
           END-PERFORM
           CLOSE COMMENCEMENT-FILE.

       WRITE-PROGRAM-TOTAL.
      *----------------------------------------------------------------
      * WRITE-PROGRAM-TOTAL - Graduates and honor graduates of the
      * program just listed.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-OUT-LINE
           MOVE WS-PROG-LINE-NO TO WS-EDIT-COUNT
           MOVE WS-PROG-HONOR-COUNT TO WS-EDIT-COUNT-2
           STRING "  GRADUATES: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
               "   WITH HONORS: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT-2) DELIMITED BY SIZE
               INTO WS-OUT-LINE
           WRITE COMMENCEMENT-RECORD FROM WS-OUT-LINE.

       WRITE-WHY-NOT-LIST.
      *----------------------------------------------------------------
      * WRITE-WHY-NOT-LIST - Withheld honors and near-misses, in
      * commencement order, each reason on its own line.
      *----------------------------------------------------------------
           OPEN OUTPUT WHY-NOT-FILE
           WRITE WHY-NOT-RECORD FROM WS-WN-TITLE-LINE
           WRITE WHY-NOT-RECORD FROM WS-RULES-LINE
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
               UNTIL WS-ORD-I > WS-CAND-COUNT
               MOVE WS-ORD(WS-ORD-I) TO WS-CD-IDX
               PERFORM CHECK-WHY-NOT
               IF WS-ON-WHY-NOT = 1
                   PERFORM WRITE-WHY-NOT-ENTRY
               END-IF
           END-PERFORM
           WRITE WHY-NOT-RECORD FROM WS-BLANK-LINE
           MOVE SPACES TO WS-OUT-LINE
           MOVE WS-WHY-NOT-COUNT TO WS-EDIT-COUNT
           STRING "CANDIDATES LISTED: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
               INTO WS-OUT-LINE
           WRITE WHY-NOT-RECORD FROM WS-OUT-LINE
           CLOSE WHY-NOT-FILE.

       CHECK-WHY-NOT.
      *----------------------------------------------------------------
      * CHECK-WHY-NOT - WS-ON-WHY-NOT = 1 when the candidate's GWA
      * earned an honor that was withheld, or falls within the
      * near-miss margin of the next honor up (WS-NEXT-RANK).
      *----------------------------------------------------------------
           MOVE 0 TO WS-ON-WHY-NOT
           IF WS-CD-AWARDED(WS-CD-IDX) = 0
               MOVE 3 TO WS-NEXT-RANK
           ELSE
               COMPUTE WS-NEXT-RANK = WS-CD-AWARDED(WS-CD-IDX) - 1
           END-IF
           IF WS-CD-EARNED(WS-CD-IDX) > WS-CD-AWARDED(WS-CD-IDX)
               MOVE 1 TO WS-ON-WHY-NOT
           END-IF
           IF WS-NEXT-RANK > 0 AND WS-CD-GWA-FOUND(WS-CD-IDX) = 1
               AND WS-CD-EARNED(WS-CD-IDX) = WS-CD-AWARDED(WS-CD-IDX)
               COMPUTE WS-GAP = WS-CUTOFF(WS-NEXT-RANK)
                   - WS-CD-GWA(WS-CD-IDX)
               IF WS-GAP > 0 AND WS-GAP <= WS-NEAR-MISS
                   MOVE 1 TO WS-ON-WHY-NOT
               END-IF
           END-IF.

       WRITE-WHY-NOT-ENTRY.
      *----------------------------------------------------------------
      * WRITE-WHY-NOT-ENTRY - The candidate and every reason that
      * kept the next honor (or the earned one) from them.
      *----------------------------------------------------------------
           ADD 1 TO WS-WHY-NOT-COUNT
           WRITE WHY-NOT-RECORD FROM WS-BLANK-LINE
           MOVE WS-CD-ID(WS-CD-IDX) TO WS-WNS-ID
           MOVE WS-CD-NAME(WS-CD-IDX) TO WS-WNS-NAME
           MOVE WS-CD-PROGRAM(WS-CD-IDX) TO WS-WNS-PROGRAM
           MOVE WS-CD-GWA(WS-CD-IDX) TO WS-WNS-GWA
           IF WS-CD-AWARDED(WS-CD-IDX) = 0
               MOVE "NONE" TO WS-WNS-AWARDED
           ELSE
               MOVE WS-HONOR-NAME(WS-CD-AWARDED(WS-CD-IDX))
                   TO WS-WNS-AWARDED
           END-IF
           WRITE WHY-NOT-RECORD FROM WS-WN-STUDENT-LINE

           IF WS-CD-EARNED(WS-CD-IDX) > WS-CD-AWARDED(WS-CD-IDX)
               MOVE SPACES TO WS-OUT-LINE
               STRING "    GWA EARNS " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HONOR-NAME(
                       WS-CD-EARNED(WS-CD-IDX))) DELIMITED BY SIZE
                   " - WITHHELD FOR:" DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               WRITE WHY-NOT-RECORD FROM WS-OUT-LINE
           ELSE
               MOVE WS-CD-GWA(WS-CD-IDX) TO WS-EDIT-GWA
               MOVE WS-CUTOFF(WS-NEXT-RANK) TO WS-EDIT-GWA-2
               MOVE SPACES TO WS-OUT-LINE
               STRING "    GWA " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-GWA) DELIMITED BY SIZE
                   " IS BELOW THE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HONOR-NAME(WS-NEXT-RANK))
                       DELIMITED BY SIZE
                   " CUT-OFF OF " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-GWA-2) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               WRITE WHY-NOT-RECORD FROM WS-OUT-LINE
           END-IF

           IF WS-CD-FAIL-COUNT(WS-CD-IDX) > 0
               MOVE SPACES TO WS-OUT-LINE
               MOVE WS-CD-FAIL-COUNT(WS-CD-IDX) TO WS-EDIT-COUNT
               STRING "    FAILING GRADE(S) ON RECORD: "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                   " (FIRST: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CD-FAIL-SUBJ(WS-CD-IDX))
                       DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               WRITE WHY-NOT-RECORD FROM WS-OUT-LINE
           END-IF
           IF WS-CD-INC-COUNT(WS-CD-IDX) > 0
               MOVE SPACES TO WS-OUT-LINE
               MOVE WS-CD-INC-COUNT(WS-CD-IDX) TO WS-EDIT-COUNT
               STRING "    UNRESOLVED INC: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                   " (FIRST: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CD-INC-SUBJ(WS-CD-IDX))
                       DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               WRITE WHY-NOT-RECORD FROM WS-OUT-LINE
           END-IF
           IF WS-CD-DRP-COUNT(WS-CD-IDX) > 0
               MOVE SPACES TO WS-OUT-LINE
               MOVE WS-CD-DRP-COUNT(WS-CD-IDX) TO WS-EDIT-COUNT
               STRING "    DROPPED SUBJECT(S): " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                   " (FIRST: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CD-DRP-SUBJ(WS-CD-IDX))
                       DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               WRITE WHY-NOT-RECORD FROM WS-OUT-LINE
           END-IF
           IF WS-CD-CRD-UNITS(WS-CD-IDX) > WS-MAX-CRD-UNITS
               MOVE SPACES TO WS-OUT-LINE
               MOVE WS-CD-CRD-UNITS(WS-CD-IDX) TO WS-EDIT-UNITS
               MOVE WS-MAX-CRD-UNITS TO WS-EDIT-UNITS-2
               STRING "    CREDITED (CRD) UNITS " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-UNITS) DELIMITED BY SIZE
                   " EXCEED THE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-UNITS-2) DELIMITED BY SIZE
                   " ALLOWED" DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               WRITE WHY-NOT-RECORD FROM WS-OUT-LINE
           END-IF.

       END PROGRAM LATIN-HONORS.
