      *================================================================
      * PROGRAM: ADMISSIONS - APPLICANT EVALUATION AND INTAKE
      *================================================================
      * PURPOSE: Replaces the admissions spreadsheet and the hand
      *          typing of new students onto STUDENT-ENROLLMENT.TXT.
      *          Applicants are ranked on their entrance-exam scores
      *          against each program's cut-off and slots, the
      *          admitted / waitlisted / rejected list comes out of
      *          the system, and an admit who confirms is given an
      *          official student ID from a controlled series and
      *          put on the enrollment master as an incoming first
      *          year - checked first against the students already
      *          on file so no one is admitted twice.
      *
      * HOW IT WORKS:
      *   1. ADMISSION-RULES.TXT: one "Program,CutoffScore,Slots"
      *      line per program taking first years
      *   2. ADMISSION-APPLICANTS.TXT: one
      *      "ApplicantNo,Name,BirthDate,FirstChoice,SecondChoice,
      *      LRN,PriorStudentID" line per applicant (the last three
      *      optional); ADMISSION-EXAM-RESULTS.TXT: one
      *      "ApplicantNo,Score" line per exam taken (the last line
      *      per applicant wins - a re-take replaces the score)
      *   3. DUPLICATE CHECK, before anyone is ranked:
      *        - a prior student ID that is on the enrollment
      *          master, or that STUDENT-ALIASES.TXT resolves to
      *          a survivor on it, rejects the applicant as an
      *          existing student; so does an LRN already on the
      *          master
      *        - the same LRN, or the same name and birth date, as
      *          an earlier applicant rejects the later application
      *        - the same name as an enrolled student (the master
      *          carries no birth date) only flags the applicant:
      *          they are ranked, but are not enrolled until the
      *          registrar confirms them with NOTDUP (step 6)
      *   4. RANKING: applicants with a score are placed highest
      *      score first (file order breaks a tie). Each takes a
      *      slot in the first choice when the score meets its
      *      cut-off and a slot is open, else in the second choice
      *      on the same terms; an applicant who meets a cut-off
      *      but found no slot is WAITLISTED there in rank order;
      *      anyone else is REJECTED. An applicant with no exam
      *      result, or whose choices are not on the rules, is
      *      rejected with that reason
      *   5. ADMISSION-REGISTER.TXT ("ApplicantNo,StudentID,
      *      Program,Date") remembers who was already enrolled by
      *      an earlier run: they keep their seat, count against
      *      the program's slots, and are never enrolled again
      *   6. ADMISSION-CONFIRMATIONS.TXT: one "ApplicantNo[,NOTDUP]"
      *      line per admit who confirmed. Each confirmed ADMITTED
      *      applicant is given the next ID of the controlled
      *      series in STUDENT-ID-CONTROL.TXT (first line
      *      "YYYY-NNNN", rewritten after every ID so no number is
      *      ever reissued; an ID already on the master is
      *      skipped) and appended to STUDENT-ENROLLMENT.TXT at the
      *      first year level of STUDENT-LEVELS.TXT (default
      *      Freshmen), section UNASSIGNED, status ENR, with the
      *      LRN when given - ready for section assignment and
      *      TUITION-ASSESSMENT. The admitted program goes to
      *      STUDENT-PROGRAMS.TXT and the applicant to the register
      *   7. ADMISSION-RESULTS.TXT: the admitted and waitlisted
      *      lists by program, the rejected list with reasons, and
      *      the students enrolled (or held) by this run
      *
      * AUTHOR: GROUP2
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMISSIONS.
       AUTHOR. GROUP2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADMISSION-RULES-FILE
               ASSIGN TO "ADMISSION-RULES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
           SELECT APPLICANTS-FILE
               ASSIGN TO "ADMISSION-APPLICANTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPL-FILE-STATUS.
           SELECT OPTIONAL EXAM-RESULTS-FILE
               ASSIGN TO "ADMISSION-EXAM-RESULTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXAM-FILE-STATUS.
           SELECT OPTIONAL CONFIRMATIONS-FILE
               ASSIGN TO "ADMISSION-CONFIRMATIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONF-FILE-STATUS.
           SELECT OPTIONAL ADMISSION-REGISTER-FILE
               ASSIGN TO "ADMISSION-REGISTER.TXT"
      * Append-only: one line per applicant ever enrolled.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT OPTIONAL STUDENT-ENROLLMENT-FILE
               ASSIGN TO "STUDENT-ENROLLMENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-FILE-STATUS.
           SELECT OPTIONAL STUDENT-ALIASES-FILE
               ASSIGN TO "STUDENT-ALIASES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALIAS-FILE-STATUS.
           SELECT OPTIONAL STUDENT-PROGRAMS-FILE
               ASSIGN TO "STUDENT-PROGRAMS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROG-FILE-STATUS.
           SELECT OPTIONAL STUDENT-LEVELS-FILE
               ASSIGN TO "STUDENT-LEVELS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEVELS-FILE-STATUS.
           SELECT OPTIONAL ID-CONTROL-FILE
               ASSIGN TO "STUDENT-ID-CONTROL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDCTL-FILE-STATUS.
           SELECT RESULTS-FILE
               ASSIGN TO "ADMISSION-RESULTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ADMISSION-RULES-FILE.
       01  ADMISSION-RULES-RECORD      PIC X(60).

       FD  APPLICANTS-FILE.
       01  APPLICANTS-RECORD           PIC X(160).

       FD  EXAM-RESULTS-FILE.
       01  EXAM-RESULTS-RECORD         PIC X(40).

       FD  CONFIRMATIONS-FILE.
       01  CONFIRMATIONS-RECORD        PIC X(40).

       FD  ADMISSION-REGISTER-FILE.
       01  ADMISSION-REGISTER-RECORD   PIC X(80).

       FD  STUDENT-ENROLLMENT-FILE.
       01  STUDENT-ENROLLMENT-RECORD   PIC X(90).

       FD  STUDENT-ALIASES-FILE.
       01  STUDENT-ALIASES-RECORD      PIC X(40).

       FD  STUDENT-PROGRAMS-FILE.
       01  STUDENT-PROGRAMS-RECORD     PIC X(60).

       FD  STUDENT-LEVELS-FILE.
       01  STUDENT-LEVELS-RECORD       PIC X(30).

       FD  ID-CONTROL-FILE.
       01  ID-CONTROL-RECORD           PIC X(20).

       FD  RESULTS-FILE.
       01  RESULTS-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-RULES-FILE-STATUS        PIC XX.
       01  WS-APPL-FILE-STATUS         PIC XX.
       01  WS-EXAM-FILE-STATUS         PIC XX.
       01  WS-CONF-FILE-STATUS         PIC XX.
       01  WS-REG-FILE-STATUS          PIC XX.
       01  WS-ENROLL-FILE-STATUS       PIC XX.
       01  WS-ALIAS-FILE-STATUS        PIC XX.
       01  WS-PROG-FILE-STATUS         PIC XX.
       01  WS-LEVELS-FILE-STATUS       PIC XX.
       01  WS-IDCTL-FILE-STATUS        PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
       01  WS-HAS-ERROR                PIC 9 VALUE 0.
       01  WS-CURRENT-DATE-DATA        PIC X(21).
       01  WS-TODAY-DATE               PIC X(10).

      *----------------------------------------------------------------
      * ADMISSION RULES PER PROGRAM
      *----------------------------------------------------------------
       01  WS-MAX-PROGRAMS             PIC 99 VALUE 50.
       01  WS-RULE-COUNT               PIC 99 VALUE 0.
       01  WS-RULE-TABLE.
               05 WS-RL-ENTRY OCCURS 50 TIMES.
                   10 WS-RL-PROGRAM    PIC X(20).
                   10 WS-RL-CUTOFF     PIC 999V99.
                   10 WS-RL-SLOTS      PIC 9999.
                   10 WS-RL-FILLED     PIC 9999.
                   10 WS-RL-WAITING    PIC 9999.
       01  WS-RL-IDX                   PIC 99 VALUE 0.
       01  WS-RL-MATCH-IDX             PIC 99 VALUE 0.
       01  WS-RL-CHOICE-1              PIC 99 VALUE 0.
       01  WS-RL-CHOICE-2              PIC 99 VALUE 0.
       01  WS-LOOKUP-PROGRAM           PIC X(20).
       01  WS-RULES-PARSE.
               05 WS-RLP-LINE          PIC X(60).
               05 WS-RLP-PROGRAM       PIC X(20).
               05 WS-RLP-CUTOFF        PIC X(10).
               05 WS-RLP-SLOTS         PIC X(10).

      *----------------------------------------------------------------
      * APPLICANTS
      *----------------------------------------------------------------
       01  WS-MAX-APPLICANTS           PIC 9999 VALUE 3000.
       01  WS-APL-COUNT                PIC 9999 VALUE 0.
       01  WS-APPLICANT-TABLE.
               05 WS-AP-ENTRY OCCURS 3000 TIMES.
                   10 WS-AP-NO         PIC X(10).
                   10 WS-AP-NAME       PIC X(25).
                   10 WS-AP-NAME-KEY   PIC X(25).
                   10 WS-AP-BIRTH      PIC X(10).
                   10 WS-AP-CHOICE-1   PIC X(20).
                   10 WS-AP-CHOICE-2   PIC X(20).
                   10 WS-AP-LRN        PIC X(12).
                   10 WS-AP-PRIOR-ID   PIC X(10).
                   10 WS-AP-HAS-SCORE  PIC 9.
                   10 WS-AP-SCORE      PIC 999V99.
                   10 WS-AP-STATUS     PIC X(10).
      * blank until screened/ranked: ADMITTED, WAITLISTED,
      * REJECTED or ENROLLED
                   10 WS-AP-PROGRAM    PIC X(20).
                   10 WS-AP-REMARKS    PIC X(40).
                   10 WS-AP-SAME-NAME  PIC X(10).
      * ID of an enrolled student with the same name, if any
                   10 WS-AP-WAIT-POS   PIC 9999.
                   10 WS-AP-STUDENT-ID PIC X(10).
                   10 WS-AP-RANKED     PIC 9.
       01  WS-AP-IDX                   PIC 9999 VALUE 0.
       01  WS-AP-J                     PIC 9999 VALUE 0.
       01  WS-AP-MATCH-IDX             PIC 9999 VALUE 0.
       01  WS-LOOKUP-APPLICANT         PIC X(10).
       01  WS-APPLICANT-PARSE.
               05 WS-APP-LINE          PIC X(160).
               05 WS-APP-NO            PIC X(10).
               05 WS-APP-NAME          PIC X(25).
               05 WS-APP-BIRTH         PIC X(10).
               05 WS-APP-CHOICE-1      PIC X(20).
               05 WS-APP-CHOICE-2      PIC X(20).
               05 WS-APP-LRN           PIC X(12).
               05 WS-APP-PRIOR-ID      PIC X(10).
       01  WS-EXAM-PARSE.
               05 WS-EXP-LINE          PIC X(40).
               05 WS-EXP-NO            PIC X(10).
               05 WS-EXP-SCORE         PIC X(10).
       01  WS-EXAM-UNMATCHED           PIC 9999 VALUE 0.

      *----------------------------------------------------------------
      * STUDENTS ALREADY ON FILE
      *----------------------------------------------------------------
       01  WS-MAX-ENROLLMENT           PIC 9999 VALUE 2400.
       01  WS-ENR-COUNT                PIC 9999 VALUE 0.
       01  WS-ENROLLMENT-TABLE.
               05 WS-EN-ENTRY OCCURS 2400 TIMES.
                   10 WS-EN-ID         PIC X(10).
                   10 WS-EN-NAME-KEY   PIC X(25).
                   10 WS-EN-LRN        PIC X(12).
       01  WS-EN-IDX                   PIC 9999 VALUE 0.
       01  WS-EN-MATCH-IDX             PIC 9999 VALUE 0.
       01  WS-LOOKUP-ID                PIC X(10).
       01  WS-ENR-PARSE.
               05 WS-EP-LINE           PIC X(90).
               05 WS-EP-ID             PIC X(10).
               05 WS-EP-NAME           PIC X(25).
               05 WS-EP-YEAR           PIC X(15).
               05 WS-EP-SECTION        PIC X(10).
               05 WS-EP-STATUS         PIC X(5).
               05 WS-EP-LRN            PIC X(12).

       01  WS-MAX-ALIASES              PIC 999 VALUE 200.
       01  WS-ALIAS-COUNT              PIC 999 VALUE 0.
       01  WS-ALIAS-TABLE.
               05 WS-ALS-ENTRY OCCURS 200 TIMES.
                   10 WS-ALS-RETIRED   PIC X(10).
                   10 WS-ALS-SURVIVOR  PIC X(10).
       01  WS-ALS-IDX                  PIC 999 VALUE 0.
       01  WS-ALIAS-PARSE.
               05 WS-ALP-LINE          PIC X(40).
               05 WS-ALP-RETIRED       PIC X(10).
               05 WS-ALP-SURVIVOR      PIC X(10).

       01  WS-REGISTER-PARSE.
               05 WS-RGP-LINE          PIC X(80).
               05 WS-RGP-APPLICANT     PIC X(10).
               05 WS-RGP-STUDENT-ID    PIC X(10).
               05 WS-RGP-PROGRAM       PIC X(20).
       01  WS-REGISTER-LINE            PIC X(80).

       01  WS-FIRST-LEVEL              PIC X(15) VALUE "Freshmen".
       01  WS-LEVELS-LINE              PIC X(30).
       01  WS-LEVELS-TXT-NAME          PIC X(15).

      *----------------------------------------------------------------
      * RANK ORDER - applicant indexes, highest score first
      *----------------------------------------------------------------
       01  WS-ORD-COUNT                PIC 9999 VALUE 0.
       01  WS-ORDER-TABLE.
               05 WS-ORD OCCURS 3000 TIMES PIC 9999.
       01  WS-ORD-I                    PIC 9999 VALUE 0.
       01  WS-ORD-J                    PIC 9999 VALUE 0.
       01  WS-ORD-A                    PIC 9999 VALUE 0.
       01  WS-ORD-B                    PIC 9999 VALUE 0.
       01  WS-ORD-AFTER                PIC 9 VALUE 0.

      *----------------------------------------------------------------
      * CONFIRMATIONS AND THE STUDENT ID SERIES
      *----------------------------------------------------------------
       01  WS-CONFIRM-PARSE.
               05 WS-CFP-LINE          PIC X(40).
               05 WS-CFP-APPLICANT     PIC X(10).
               05 WS-CFP-FLAG          PIC X(10).
       01  WS-IDCTL-LINE               PIC X(20).
       01  WS-ID-SERIES-OK             PIC 9 VALUE 0.
       01  WS-ID-SERIES-LOADED         PIC 9 VALUE 0.
       01  WS-ID-PREFIX                PIC X(5).
       01  WS-ID-NUMBER                PIC 9(4) VALUE 0.
       01  WS-NEW-STUDENT-ID           PIC X(10).
       01  WS-ID-FREE                  PIC 9 VALUE 0.
       01  WS-ENROLL-LINE              PIC X(90).
       01  WS-PROGRAM-LINE             PIC X(60).
       01  WS-NEW-COUNT                PIC 9999 VALUE 0.
       01  WS-HELD-COUNT               PIC 9999 VALUE 0.
       01  WS-IGNORED-COUNT            PIC 9999 VALUE 0.
       01  WS-MAX-RUN-NOTES            PIC 9999 VALUE 3000.
       01  WS-NOTE-COUNT               PIC 9999 VALUE 0.
       01  WS-NOTE-TABLE.
               05 WS-NT-ENTRY OCCURS 3000 TIMES.
                   10 WS-NT-APPLICANT  PIC 9999.
                   10 WS-NT-TEXT       PIC X(40).
       01  WS-NT-IDX                   PIC 9999 VALUE 0.
       01  WS-NOTE-TEXT                PIC X(40).

      *----------------------------------------------------------------
      * RUN TOTALS AND WORK FIELDS
      *----------------------------------------------------------------
       01  WS-ADMITTED-COUNT           PIC 9999 VALUE 0.
       01  WS-WAITLISTED-COUNT         PIC 9999 VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9999 VALUE 0.
       01  WS-ENROLLED-COUNT           PIC 9999 VALUE 0.
       01  WS-LIST-COUNT               PIC 9999 VALUE 0.
       01  WS-LIST-STATUS              PIC X(10).
       01  WS-EDIT-COUNT               PIC ZZZ9.
       01  WS-EDIT-COUNT-2             PIC ZZZ9.
       01  WS-EDIT-COUNT-3             PIC ZZZ9.
       01  WS-EDIT-SCORE               PIC ZZ9.99.

      *----------------------------------------------------------------
      * RESULTS LIST LAYOUTS
      *----------------------------------------------------------------
       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.
       01  WS-OUT-LINE                 PIC X(132).
       01  WS-RULE-LINE                PIC X(100) VALUE ALL "=".
       01  WS-DASH-LINE                PIC X(100) VALUE ALL "-".
       01  WS-TITLE-LINE.
               05 FILLER               PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(40)
                   VALUE "ADMISSIONS RESULTS - INCOMING FIRST YEAR".
       01  WS-RUN-LINE.
               05 FILLER               PIC X(10) VALUE "RUN DATE: ".
               05 WS-RNL-DATE          PIC X(10).
       01  WS-RULES-HEADER.
               05 FILLER               PIC X(22) VALUE "PROGRAM".
               05 FILLER               PIC X(9)  VALUE " CUT-OFF".
               05 FILLER               PIC X(8)  VALUE "  SLOTS".
               05 FILLER               PIC X(10) VALUE "  ADMITTED".
               05 FILLER               PIC X(12) VALUE "  WAITLISTED".
       01  WS-RULES-DETAIL.
               05 WS-RLD-PROGRAM       PIC X(22).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-RLD-CUTOFF        PIC ZZ9.99.
               05 FILLER               PIC X(3)  VALUE SPACES.
               05 WS-RLD-SLOTS         PIC ZZZ9.
               05 FILLER               PIC X(6)  VALUE SPACES.
               05 WS-RLD-FILLED        PIC ZZZ9.
               05 FILLER               PIC X(8)  VALUE SPACES.
               05 WS-RLD-WAITING       PIC ZZZ9.
       01  WS-SECTION-LINE             PIC X(60).
       01  WS-PROGRAM-HEAD-LINE.
               05 FILLER               PIC X(9)  VALUE "PROGRAM: ".
               05 WS-PHL-PROGRAM       PIC X(20).
       01  WS-LIST-HEADER.
               05 FILLER               PIC X(6)  VALUE "NO.".
               05 FILLER               PIC X(12) VALUE "APPLICANT".
               05 FILLER               PIC X(27) VALUE "NAME".
               05 FILLER               PIC X(8)  VALUE "  SCORE".
               05 FILLER               PIC X(22) VALUE "PROGRAM".
               05 FILLER               PIC X(40) VALUE "REMARKS".
       01  WS-LIST-DETAIL.
               05 WS-LSD-NO            PIC ZZZ9 BLANK WHEN ZERO.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-LSD-APPLICANT     PIC X(12).
               05 WS-LSD-NAME          PIC X(27).
               05 WS-LSD-SCORE         PIC ZZ9.99 BLANK WHEN ZERO.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-LSD-PROGRAM       PIC X(22).
               05 WS-LSD-REMARKS       PIC X(40).
       01  WS-TOTALS-LINE.
               05 FILLER               PIC X(10) VALUE "ADMITTED: ".
               05 WS-TTL-ADMITTED      PIC ZZZ9.
               05 FILLER               PIC X(15)
                   VALUE "   WAITLISTED: ".
               05 WS-TTL-WAITLISTED    PIC ZZZ9.
               05 FILLER               PIC X(13) VALUE "   REJECTED: ".
               05 WS-TTL-REJECTED      PIC ZZZ9.
               05 FILLER               PIC X(13) VALUE "   ENROLLED: ".
               05 WS-TTL-ENROLLED      PIC ZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *----------------------------------------------------------------
      * MAIN-PROCEDURE - Load, screen for duplicates, rank, enroll
      * the confirmed admits, then print the lists.
      *----------------------------------------------------------------
           PERFORM STAMP-TODAY
           PERFORM LOAD-RULES
           IF WS-RULE-COUNT = 0
               DISPLAY "ERROR: ADMISSION-RULES.TXT not found or empty"
                   " - no program to admit into"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-APPLICANTS
           IF WS-APL-COUNT = 0
               DISPLAY "ERROR: ADMISSION-APPLICANTS.TXT not found or"
                   " empty - no applicants to evaluate"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-EXAM-RESULTS
           PERFORM LOAD-LEVELS
           PERFORM LOAD-ENROLLMENT
           PERFORM LOAD-ALIASES
           PERFORM LOAD-REGISTER

           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-APL-COUNT
               IF WS-AP-STATUS(WS-AP-IDX) = SPACES
                   PERFORM SCREEN-APPLICANT
               END-IF
           END-PERFORM
           PERFORM RANK-APPLICANTS
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
               UNTIL WS-ORD-I > WS-ORD-COUNT
               MOVE WS-ORD(WS-ORD-I) TO WS-AP-IDX
               PERFORM PLACE-APPLICANT
           END-PERFORM

           PERFORM APPLY-CONFIRMATIONS
           PERFORM WRITE-RESULTS

           DISPLAY "Admissions: " WS-ADMITTED-COUNT " admitted, "
               WS-WAITLISTED-COUNT " waitlisted, "
               WS-REJECTED-COUNT " rejected"
           DISPLAY "New students enrolled this run: " WS-NEW-COUNT
           IF WS-HELD-COUNT > 0
               DISPLAY "WARNING: " WS-HELD-COUNT " confirmed admit(s)"
                   " held as possible duplicates - see"
                   " ADMISSION-RESULTS.TXT"
           END-IF
           IF WS-EXAM-UNMATCHED > 0
               DISPLAY "WARNING: " WS-EXAM-UNMATCHED " exam result(s)"
                   " for unknown applicant numbers ignored"
           END-IF
           MOVE WS-HAS-ERROR TO RETURN-CODE
           GOBACK.

       LOAD-RULES.
      *----------------------------------------------------------------
      * LOAD-RULES - Program,CutoffScore,Slots; a line with a bad
      * cut-off or slot count is skipped with a warning.
      *----------------------------------------------------------------
           OPEN INPUT ADMISSION-RULES-FILE
           IF WS-RULES-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-RULE-COUNT >= WS-MAX-PROGRAMS
                   READ ADMISSION-RULES-FILE INTO WS-RLP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-RLP-LINE) NOT = SPACES
                               PERFORM STORE-RULE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE ADMISSION-RULES-FILE.

       STORE-RULE.
      *----------------------------------------------------------------
      * STORE-RULE - One rules line into the table.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-RLP-PROGRAM WS-RLP-CUTOFF WS-RLP-SLOTS
           UNSTRING WS-RLP-LINE DELIMITED BY ","
               INTO WS-RLP-PROGRAM
                    WS-RLP-CUTOFF
                    WS-RLP-SLOTS
           END-UNSTRING
           IF FUNCTION TRIM(WS-RLP-CUTOFF) = SPACES
               OR FUNCTION TRIM(WS-RLP-SLOTS) = SPACES
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-RLP-CUTOFF))
                   NOT = ZERO
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-RLP-SLOTS))
                   NOT = ZERO
               DISPLAY "WARNING: ADMISSION-RULES.TXT line skipped: "
                   FUNCTION TRIM(WS-RLP-LINE)
           ELSE
               ADD 1 TO WS-RULE-COUNT
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RLP-PROGRAM))
                   TO WS-RL-PROGRAM(WS-RULE-COUNT)
               COMPUTE WS-RL-CUTOFF(WS-RULE-COUNT) =
                   FUNCTION NUMVAL(WS-RLP-CUTOFF)
               COMPUTE WS-RL-SLOTS(WS-RULE-COUNT) =
                   FUNCTION NUMVAL(WS-RLP-SLOTS)
               MOVE 0 TO WS-RL-FILLED(WS-RULE-COUNT)
               MOVE 0 TO WS-RL-WAITING(WS-RULE-COUNT)
           END-IF.

       FIND-RULE.
      *----------------------------------------------------------------
      * FIND-RULE - WS-RL-MATCH-IDX = the rules entry for
      * WS-LOOKUP-PROGRAM, zero if the program takes no first years.
      *----------------------------------------------------------------
           MOVE 0 TO WS-RL-MATCH-IDX
           IF WS-LOOKUP-PROGRAM NOT = SPACES
               PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RULE-COUNT
                   OR WS-RL-MATCH-IDX > 0
                   IF WS-RL-PROGRAM(WS-RL-IDX) = WS-LOOKUP-PROGRAM
                       MOVE WS-RL-IDX TO WS-RL-MATCH-IDX
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-APPLICANTS.
      *----------------------------------------------------------------
      * LOAD-APPLICANTS - One applicant per line, in file order.
      *----------------------------------------------------------------
           OPEN INPUT APPLICANTS-FILE
           IF WS-APPL-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-APL-COUNT >= WS-MAX-APPLICANTS
                   READ APPLICANTS-FILE INTO WS-APP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-APP-LINE) NOT = SPACES
                               PERFORM STORE-APPLICANT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE APPLICANTS-FILE.

       STORE-APPLICANT.
      *----------------------------------------------------------------
      * STORE-APPLICANT - One applicant line into the table.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-APP-NO WS-APP-NAME WS-APP-BIRTH
               WS-APP-CHOICE-1 WS-APP-CHOICE-2 WS-APP-LRN
               WS-APP-PRIOR-ID
           UNSTRING WS-APP-LINE DELIMITED BY ","
               INTO WS-APP-NO
                    WS-APP-NAME
                    WS-APP-BIRTH
                    WS-APP-CHOICE-1
                    WS-APP-CHOICE-2
                    WS-APP-LRN
                    WS-APP-PRIOR-ID
           END-UNSTRING
           ADD 1 TO WS-APL-COUNT
           MOVE FUNCTION TRIM(WS-APP-NO) TO WS-AP-NO(WS-APL-COUNT)
           MOVE FUNCTION TRIM(WS-APP-NAME) TO WS-AP-NAME(WS-APL-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APP-NAME))
               TO WS-AP-NAME-KEY(WS-APL-COUNT)
           MOVE FUNCTION TRIM(WS-APP-BIRTH)
               TO WS-AP-BIRTH(WS-APL-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APP-CHOICE-1))
               TO WS-AP-CHOICE-1(WS-APL-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APP-CHOICE-2))
               TO WS-AP-CHOICE-2(WS-APL-COUNT)
           MOVE FUNCTION TRIM(WS-APP-LRN) TO WS-AP-LRN(WS-APL-COUNT)
           MOVE FUNCTION TRIM(WS-APP-PRIOR-ID)
               TO WS-AP-PRIOR-ID(WS-APL-COUNT)
           MOVE 0 TO WS-AP-HAS-SCORE(WS-APL-COUNT)
           MOVE 0 TO WS-AP-SCORE(WS-APL-COUNT)
           MOVE SPACES TO WS-AP-STATUS(WS-APL-COUNT)
           MOVE SPACES TO WS-AP-PROGRAM(WS-APL-COUNT)
           MOVE SPACES TO WS-AP-REMARKS(WS-APL-COUNT)
           MOVE SPACES TO WS-AP-SAME-NAME(WS-APL-COUNT)
           MOVE 0 TO WS-AP-WAIT-POS(WS-APL-COUNT)
           MOVE SPACES TO WS-AP-STUDENT-ID(WS-APL-COUNT)
           MOVE 0 TO WS-AP-RANKED(WS-APL-COUNT).

       FIND-APPLICANT.
      *----------------------------------------------------------------
      * FIND-APPLICANT - WS-AP-MATCH-IDX = the applicant numbered
      * WS-LOOKUP-APPLICANT, zero if none.
      *----------------------------------------------------------------
           MOVE 0 TO WS-AP-MATCH-IDX
           PERFORM VARYING WS-AP-J FROM 1 BY 1
               UNTIL WS-AP-J > WS-APL-COUNT
               OR WS-AP-MATCH-IDX > 0
               IF WS-AP-NO(WS-AP-J) = WS-LOOKUP-APPLICANT
                   MOVE WS-AP-J TO WS-AP-MATCH-IDX
               END-IF
           END-PERFORM.

       LOAD-EXAM-RESULTS.
      *----------------------------------------------------------------
      * LOAD-EXAM-RESULTS - ApplicantNo,Score; a later line for the
      * same applicant replaces the earlier score.
      *----------------------------------------------------------------
           OPEN INPUT EXAM-RESULTS-FILE
           IF WS-EXAM-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ EXAM-RESULTS-FILE INTO WS-EXP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-EXP-LINE) NOT = SPACES
                               PERFORM STORE-EXAM-RESULT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE EXAM-RESULTS-FILE.

       STORE-EXAM-RESULT.
      *----------------------------------------------------------------
      * STORE-EXAM-RESULT - One score onto its applicant.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-EXP-NO WS-EXP-SCORE
           UNSTRING WS-EXP-LINE DELIMITED BY ","
               INTO WS-EXP-NO
                    WS-EXP-SCORE
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-EXP-NO) TO WS-LOOKUP-APPLICANT
           PERFORM FIND-APPLICANT
           EVALUATE TRUE
               WHEN WS-AP-MATCH-IDX = 0
                   ADD 1 TO WS-EXAM-UNMATCHED
               WHEN FUNCTION TRIM(WS-EXP-SCORE) = SPACES
                   CONTINUE
               WHEN FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-EXP-SCORE))
                       NOT = ZERO
                   DISPLAY "WARNING: score not numeric for applicant "
                       FUNCTION TRIM(WS-EXP-NO) " - ignored"
               WHEN OTHER
                   MOVE 1 TO WS-AP-HAS-SCORE(WS-AP-MATCH-IDX)
                   COMPUTE WS-AP-SCORE(WS-AP-MATCH-IDX) =
                       FUNCTION NUMVAL(WS-EXP-SCORE)
           END-EVALUATE.

       LOAD-LEVELS.
      *----------------------------------------------------------------
      * LOAD-LEVELS - Incoming students start at the first level of
      * the STUDENT-LEVELS.TXT sequence TERM-ROLLOVER promotes
      * along (Freshmen when the file is absent).
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-LEVELS-FILE
           IF WS-LEVELS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ STUDENT-LEVELS-FILE INTO WS-LEVELS-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-LEVELS-LINE)
                                   NOT = SPACES
                               MOVE SPACES TO WS-LEVELS-TXT-NAME
                               UNSTRING WS-LEVELS-LINE
                                   DELIMITED BY ","
                                   INTO WS-LEVELS-TXT-NAME
                               END-UNSTRING
                               MOVE FUNCTION TRIM(WS-LEVELS-TXT-NAME)
                                   TO WS-FIRST-LEVEL
                               MOVE 1 TO WS-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-LEVELS-FILE.

       LOAD-ENROLLMENT.
      *----------------------------------------------------------------
      * LOAD-ENROLLMENT - ID, name and LRN of everyone on the
      * master, whatever their status.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-ENROLLMENT-FILE
           IF WS-ENROLL-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-ENR-COUNT >= WS-MAX-ENROLLMENT
                   READ STUDENT-ENROLLMENT-FILE INTO WS-EP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-EP-LINE) NOT = SPACES
                               MOVE SPACES TO WS-EP-ID WS-EP-NAME
                                   WS-EP-YEAR WS-EP-SECTION
                                   WS-EP-STATUS WS-EP-LRN
                               UNSTRING WS-EP-LINE DELIMITED BY ","
                                   INTO WS-EP-ID
                                        WS-EP-NAME
                                        WS-EP-YEAR
                                        WS-EP-SECTION
                                        WS-EP-STATUS
                                        WS-EP-LRN
                               END-UNSTRING
                               ADD 1 TO WS-ENR-COUNT
                               MOVE FUNCTION TRIM(WS-EP-ID)
                                   TO WS-EN-ID(WS-ENR-COUNT)
                               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   WS-EP-NAME))
                                   TO WS-EN-NAME-KEY(WS-ENR-COUNT)
                               MOVE FUNCTION TRIM(WS-EP-LRN)
                                   TO WS-EN-LRN(WS-ENR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-ENROLLMENT-FILE.

       FIND-STUDENT.
      *----------------------------------------------------------------
      * FIND-STUDENT - WS-EN-MATCH-IDX = the master entry for
      * WS-LOOKUP-ID, zero if none.
      *----------------------------------------------------------------
           MOVE 0 TO WS-EN-MATCH-IDX
           IF WS-LOOKUP-ID NOT = SPACES
               PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-ENR-COUNT
                   OR WS-EN-MATCH-IDX > 0
                   IF WS-EN-ID(WS-EN-IDX) = WS-LOOKUP-ID
                       MOVE WS-EN-IDX TO WS-EN-MATCH-IDX
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-ALIASES.
      *----------------------------------------------------------------
      * LOAD-ALIASES - The RetiredID,SurvivorID cross-reference
      * STUDENT-MERGE keeps.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-ALIASES-FILE
           IF WS-ALIAS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-ALIAS-COUNT >= WS-MAX-ALIASES
                   READ STUDENT-ALIASES-FILE INTO WS-ALP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-ALP-LINE) NOT = SPACES
                               MOVE SPACES TO WS-ALP-RETIRED
                               MOVE SPACES TO WS-ALP-SURVIVOR
                               UNSTRING WS-ALP-LINE DELIMITED BY ","
                                   INTO WS-ALP-RETIRED
                                        WS-ALP-SURVIVOR
                               END-UNSTRING
                               ADD 1 TO WS-ALIAS-COUNT
                               MOVE FUNCTION TRIM(WS-ALP-RETIRED)
                                   TO WS-ALS-RETIRED(WS-ALIAS-COUNT)
                               MOVE FUNCTION TRIM(WS-ALP-SURVIVOR)
                                   TO WS-ALS-SURVIVOR(
                                       WS-ALIAS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-ALIASES-FILE.

       RESOLVE-ALIAS.
      *----------------------------------------------------------------
      * RESOLVE-ALIAS - A retired WS-LOOKUP-ID becomes its survivor;
      * chained aliases resolve one hop per pass of the table, the
      * way STUDENT-TRANSCRIPT resolves them.
      *----------------------------------------------------------------
           PERFORM VARYING WS-ALS-IDX FROM 1 BY 1
               UNTIL WS-ALS-IDX > WS-ALIAS-COUNT
               IF WS-ALS-RETIRED(WS-ALS-IDX) = WS-LOOKUP-ID
                   MOVE WS-ALS-SURVIVOR(WS-ALS-IDX) TO WS-LOOKUP-ID
               END-IF
           END-PERFORM.

       LOAD-REGISTER.
      *----------------------------------------------------------------
      * LOAD-REGISTER - Applicants an earlier run already enrolled
      * keep their seat in the program they were admitted to.
      *----------------------------------------------------------------
           OPEN INPUT ADMISSION-REGISTER-FILE
           IF WS-REG-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ ADMISSION-REGISTER-FILE INTO WS-RGP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO WS-RGP-APPLICANT
                               WS-RGP-STUDENT-ID WS-RGP-PROGRAM
                           UNSTRING WS-RGP-LINE DELIMITED BY ","
                               INTO WS-RGP-APPLICANT
                                    WS-RGP-STUDENT-ID
                                    WS-RGP-PROGRAM
                           END-UNSTRING
                           MOVE FUNCTION TRIM(WS-RGP-APPLICANT)
                               TO WS-LOOKUP-APPLICANT
                           PERFORM FIND-APPLICANT
                           IF WS-AP-MATCH-IDX > 0
                               PERFORM TAKE-REGISTER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE ADMISSION-REGISTER-FILE.

       TAKE-REGISTER-ENTRY.
      *----------------------------------------------------------------
      * TAKE-REGISTER-ENTRY - Mark applicant WS-AP-MATCH-IDX
      * ENROLLED and count the seat against the program.
      *----------------------------------------------------------------
           MOVE "ENROLLED" TO WS-AP-STATUS(WS-AP-MATCH-IDX)
           MOVE FUNCTION TRIM(WS-RGP-STUDENT-ID)
               TO WS-AP-STUDENT-ID(WS-AP-MATCH-IDX)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RGP-PROGRAM))
               TO WS-AP-PROGRAM(WS-AP-MATCH-IDX)
           MOVE SPACES TO WS-AP-REMARKS(WS-AP-MATCH-IDX)
           STRING "ENROLLED AS " DELIMITED BY SIZE
               WS-AP-STUDENT-ID(WS-AP-MATCH-IDX) DELIMITED BY SPACE
               INTO WS-AP-REMARKS(WS-AP-MATCH-IDX)
           MOVE WS-AP-PROGRAM(WS-AP-MATCH-IDX) TO WS-LOOKUP-PROGRAM
           PERFORM FIND-RULE
           IF WS-RL-MATCH-IDX > 0
               ADD 1 TO WS-RL-FILLED(WS-RL-MATCH-IDX)
           END-IF.

       SCREEN-APPLICANT.
      *----------------------------------------------------------------
      * SCREEN-APPLICANT - Duplicate check and eligibility for
      * applicant WS-AP-IDX; a rejection here keeps them out of the
      * ranking.
      *----------------------------------------------------------------
           PERFORM CHECK-EXISTING-STUDENT
           IF WS-AP-STATUS(WS-AP-IDX) = SPACES
               PERFORM CHECK-DUPLICATE-APPLICATION
           END-IF
           IF WS-AP-STATUS(WS-AP-IDX) = SPACES
               MOVE WS-AP-CHOICE-1(WS-AP-IDX) TO WS-LOOKUP-PROGRAM
               PERFORM FIND-RULE
               MOVE WS-RL-MATCH-IDX TO WS-RL-CHOICE-1
               MOVE WS-AP-CHOICE-2(WS-AP-IDX) TO WS-LOOKUP-PROGRAM
               PERFORM FIND-RULE
               MOVE WS-RL-MATCH-IDX TO WS-RL-CHOICE-2
               EVALUATE TRUE
                   WHEN WS-AP-HAS-SCORE(WS-AP-IDX) = 0
                       MOVE "REJECTED" TO WS-AP-STATUS(WS-AP-IDX)
                       MOVE "NO ENTRANCE EXAM RESULT"
                           TO WS-AP-REMARKS(WS-AP-IDX)
                   WHEN WS-RL-CHOICE-1 = 0 AND WS-RL-CHOICE-2 = 0
                       MOVE "REJECTED" TO WS-AP-STATUS(WS-AP-IDX)
                       MOVE WS-AP-CHOICE-1(WS-AP-IDX)
                           TO WS-AP-PROGRAM(WS-AP-IDX)
                       MOVE "PROGRAM CHOICE NOT OFFERED"
                           TO WS-AP-REMARKS(WS-AP-IDX)
               END-EVALUATE
           END-IF.

       CHECK-EXISTING-STUDENT.
      *----------------------------------------------------------------
      * CHECK-EXISTING-STUDENT - A prior ID (or its alias survivor)
      * or an LRN already on the master rejects the applicant; the
      * same name only flags them.
      *----------------------------------------------------------------
           MOVE WS-AP-PRIOR-ID(WS-AP-IDX) TO WS-LOOKUP-ID
           PERFORM RESOLVE-ALIAS
           PERFORM FIND-STUDENT
           IF WS-EN-MATCH-IDX > 0
               MOVE "REJECTED" TO WS-AP-STATUS(WS-AP-IDX)
               STRING "ALREADY A STUDENT: " DELIMITED BY SIZE
                   WS-EN-ID(WS-EN-MATCH-IDX) DELIMITED BY SPACE
                   INTO WS-AP-REMARKS(WS-AP-IDX)
           END-IF

           IF WS-AP-STATUS(WS-AP-IDX) = SPACES
               AND WS-AP-LRN(WS-AP-IDX) NOT = SPACES
               PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-ENR-COUNT
                   OR WS-AP-STATUS(WS-AP-IDX) NOT = SPACES
                   IF WS-EN-LRN(WS-EN-IDX) = WS-AP-LRN(WS-AP-IDX)
                       MOVE "REJECTED" TO WS-AP-STATUS(WS-AP-IDX)
                       STRING "LRN ALREADY ON FILE: " DELIMITED BY SIZE
                           WS-EN-ID(WS-EN-IDX) DELIMITED BY SPACE
                           INTO WS-AP-REMARKS(WS-AP-IDX)
                   END-IF
               END-PERFORM
           END-IF

           IF WS-AP-STATUS(WS-AP-IDX) = SPACES
               PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-ENR-COUNT
                   OR WS-AP-SAME-NAME(WS-AP-IDX) NOT = SPACES
                   IF WS-EN-NAME-KEY(WS-EN-IDX) =
                           WS-AP-NAME-KEY(WS-AP-IDX)
                       MOVE WS-EN-ID(WS-EN-IDX)
                           TO WS-AP-SAME-NAME(WS-AP-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-DUPLICATE-APPLICATION.
      *----------------------------------------------------------------
      * CHECK-DUPLICATE-APPLICATION - The same LRN, or the same name
      * and birth date, as an earlier applicant: the later
      * application is the duplicate.
      *----------------------------------------------------------------
           PERFORM VARYING WS-AP-J FROM 1 BY 1
               UNTIL WS-AP-J >= WS-AP-IDX
               OR WS-AP-STATUS(WS-AP-IDX) NOT = SPACES
               IF (WS-AP-LRN(WS-AP-IDX) NOT = SPACES
                       AND WS-AP-LRN(WS-AP-J) = WS-AP-LRN(WS-AP-IDX))
                   OR (WS-AP-NAME-KEY(WS-AP-J) =
                           WS-AP-NAME-KEY(WS-AP-IDX)
                       AND WS-AP-BIRTH(WS-AP-J) =
                           WS-AP-BIRTH(WS-AP-IDX))
                   MOVE "REJECTED" TO WS-AP-STATUS(WS-AP-IDX)
                   STRING "DUPLICATE OF APPLICANT " DELIMITED BY SIZE
                       WS-AP-NO(WS-AP-J) DELIMITED BY SPACE
                       INTO WS-AP-REMARKS(WS-AP-IDX)
               END-IF
           END-PERFORM.

       RANK-APPLICANTS.
      *----------------------------------------------------------------
      * RANK-APPLICANTS - Exchange sort of the unscreened-out
      * applicants' indexes: score highest first, file order on a
      * tie.
      *----------------------------------------------------------------
           MOVE 0 TO WS-ORD-COUNT
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-APL-COUNT
               IF WS-AP-STATUS(WS-AP-IDX) = SPACES
                   ADD 1 TO WS-ORD-COUNT
                   MOVE WS-AP-IDX TO WS-ORD(WS-ORD-COUNT)
                   MOVE 1 TO WS-AP-RANKED(WS-AP-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
               UNTIL WS-ORD-I >= WS-ORD-COUNT
               PERFORM VARYING WS-ORD-J FROM 1 BY 1
                   UNTIL WS-ORD-J > WS-ORD-COUNT - WS-ORD-I
                   MOVE WS-ORD(WS-ORD-J) TO WS-ORD-A
                   MOVE WS-ORD(WS-ORD-J + 1) TO WS-ORD-B
                   MOVE 0 TO WS-ORD-AFTER
                   EVALUATE TRUE
                       WHEN WS-AP-SCORE(WS-ORD-A)
                               < WS-AP-SCORE(WS-ORD-B)
                           MOVE 1 TO WS-ORD-AFTER
                       WHEN WS-AP-SCORE(WS-ORD-A)
                               > WS-AP-SCORE(WS-ORD-B)
                           CONTINUE
                       WHEN WS-ORD-A > WS-ORD-B
                           MOVE 1 TO WS-ORD-AFTER
                   END-EVALUATE
                   IF WS-ORD-AFTER = 1
                       MOVE WS-ORD-A TO WS-ORD(WS-ORD-J + 1)
                       MOVE WS-ORD-B TO WS-ORD(WS-ORD-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PLACE-APPLICANT.
      *----------------------------------------------------------------
      * PLACE-APPLICANT - Applicant WS-AP-IDX, in rank order: a slot
      * in the first choice, else the second, else the waitlist of
      * a choice whose cut-off they met, else rejected.
      *----------------------------------------------------------------
           MOVE WS-AP-CHOICE-1(WS-AP-IDX) TO WS-LOOKUP-PROGRAM
           PERFORM FIND-RULE
           MOVE WS-RL-MATCH-IDX TO WS-RL-CHOICE-1
           MOVE WS-AP-CHOICE-2(WS-AP-IDX) TO WS-LOOKUP-PROGRAM
           PERFORM FIND-RULE
           MOVE WS-RL-MATCH-IDX TO WS-RL-CHOICE-2
           EVALUATE TRUE
               WHEN WS-RL-CHOICE-1 > 0
                   AND WS-AP-SCORE(WS-AP-IDX)
                       >= WS-RL-CUTOFF(WS-RL-CHOICE-1)
                   AND WS-RL-FILLED(WS-RL-CHOICE-1)
                       < WS-RL-SLOTS(WS-RL-CHOICE-1)
                   MOVE WS-RL-CHOICE-1 TO WS-RL-MATCH-IDX
                   PERFORM ADMIT-APPLICANT
                   MOVE "FIRST CHOICE" TO WS-AP-REMARKS(WS-AP-IDX)
               WHEN WS-RL-CHOICE-2 > 0
                   AND WS-AP-SCORE(WS-AP-IDX)
                       >= WS-RL-CUTOFF(WS-RL-CHOICE-2)
                   AND WS-RL-FILLED(WS-RL-CHOICE-2)
                       < WS-RL-SLOTS(WS-RL-CHOICE-2)
                   MOVE WS-RL-CHOICE-2 TO WS-RL-MATCH-IDX
                   PERFORM ADMIT-APPLICANT
                   MOVE "SECOND CHOICE" TO WS-AP-REMARKS(WS-AP-IDX)
               WHEN WS-RL-CHOICE-1 > 0
                   AND WS-AP-SCORE(WS-AP-IDX)
                       >= WS-RL-CUTOFF(WS-RL-CHOICE-1)
                   MOVE WS-RL-CHOICE-1 TO WS-RL-MATCH-IDX
                   PERFORM WAITLIST-APPLICANT
               WHEN WS-RL-CHOICE-2 > 0
                   AND WS-AP-SCORE(WS-AP-IDX)
                       >= WS-RL-CUTOFF(WS-RL-CHOICE-2)
                   MOVE WS-RL-CHOICE-2 TO WS-RL-MATCH-IDX
                   PERFORM WAITLIST-APPLICANT
               WHEN OTHER
                   MOVE "REJECTED" TO WS-AP-STATUS(WS-AP-IDX)
                   MOVE WS-AP-CHOICE-1(WS-AP-IDX)
                       TO WS-AP-PROGRAM(WS-AP-IDX)
                   MOVE "BELOW CUT-OFF" TO WS-AP-REMARKS(WS-AP-IDX)
           END-EVALUATE.

       ADMIT-APPLICANT.
      *----------------------------------------------------------------
      * ADMIT-APPLICANT - A slot in program WS-RL-MATCH-IDX.
      *----------------------------------------------------------------
           MOVE "ADMITTED" TO WS-AP-STATUS(WS-AP-IDX)
           MOVE WS-RL-PROGRAM(WS-RL-MATCH-IDX)
               TO WS-AP-PROGRAM(WS-AP-IDX)
           ADD 1 TO WS-RL-FILLED(WS-RL-MATCH-IDX).

       WAITLIST-APPLICANT.
      *----------------------------------------------------------------
      * WAITLIST-APPLICANT - Next place on program WS-RL-MATCH-IDX's
      * waitlist.
      *----------------------------------------------------------------
           MOVE "WAITLISTED" TO WS-AP-STATUS(WS-AP-IDX)
           MOVE WS-RL-PROGRAM(WS-RL-MATCH-IDX)
               TO WS-AP-PROGRAM(WS-AP-IDX)
           ADD 1 TO WS-RL-WAITING(WS-RL-MATCH-IDX)
           MOVE WS-RL-WAITING(WS-RL-MATCH-IDX)
               TO WS-AP-WAIT-POS(WS-AP-IDX)
           MOVE WS-AP-WAIT-POS(WS-AP-IDX) TO WS-EDIT-COUNT
           MOVE SPACES TO WS-AP-REMARKS(WS-AP-IDX)
           STRING "WAITLIST NO. " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
               INTO WS-AP-REMARKS(WS-AP-IDX).

       APPLY-CONFIRMATIONS.
      *----------------------------------------------------------------
      * APPLY-CONFIRMATIONS - Enroll each confirmed admit; anything
      * else on the confirmations file is noted and left alone.
      *----------------------------------------------------------------
           OPEN INPUT CONFIRMATIONS-FILE
           IF WS-CONF-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ CONFIRMATIONS-FILE INTO WS-CFP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-CFP-LINE) NOT = SPACES
                               PERFORM CONFIRM-ONE-APPLICANT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE CONFIRMATIONS-FILE
           IF WS-ID-SERIES-OK = 1
               PERFORM SAVE-ID-CONTROL
           END-IF.

       CONFIRM-ONE-APPLICANT.
      *----------------------------------------------------------------
      * CONFIRM-ONE-APPLICANT - One ApplicantNo[,NOTDUP] line.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-CFP-APPLICANT WS-CFP-FLAG
           UNSTRING WS-CFP-LINE DELIMITED BY ","
               INTO WS-CFP-APPLICANT
                    WS-CFP-FLAG
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-CFP-APPLICANT) TO WS-LOOKUP-APPLICANT
           PERFORM FIND-APPLICANT
           IF WS-AP-MATCH-IDX = 0
               DISPLAY "WARNING: confirmation for unknown applicant "
                   FUNCTION TRIM(WS-CFP-APPLICANT) " ignored"
               ADD 1 TO WS-IGNORED-COUNT
           ELSE
               MOVE WS-AP-MATCH-IDX TO WS-AP-IDX
               EVALUATE TRUE
                   WHEN WS-AP-STATUS(WS-AP-IDX) = "ENROLLED"
                       CONTINUE
                   WHEN WS-AP-STATUS(WS-AP-IDX) NOT = "ADMITTED"
                       ADD 1 TO WS-IGNORED-COUNT
                       MOVE "CONFIRMATION IGNORED - NOT ADMITTED"
                           TO WS-NOTE-TEXT
                       PERFORM ADD-RUN-NOTE
                   WHEN WS-AP-SAME-NAME(WS-AP-IDX) NOT = SPACES
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-CFP-FLAG)) NOT = "NOTDUP"
                       ADD 1 TO WS-HELD-COUNT
                       MOVE SPACES TO WS-NOTE-TEXT
                       STRING "HELD - SAME NAME AS " DELIMITED BY SIZE
                           WS-AP-SAME-NAME(WS-AP-IDX)
                               DELIMITED BY SPACE
                           ", CONFIRM NOTDUP" DELIMITED BY SIZE
                           INTO WS-NOTE-TEXT
                       PERFORM ADD-RUN-NOTE
                   WHEN OTHER
                       PERFORM ENROLL-APPLICANT
               END-EVALUATE
           END-IF.

       ENROLL-APPLICANT.
      *----------------------------------------------------------------
      * ENROLL-APPLICANT - Next ID from the series, then the
      * enrollment master, STUDENT-PROGRAMS.TXT and the register.
      *----------------------------------------------------------------
           IF WS-ID-SERIES-LOADED = 0
               PERFORM LOAD-ID-CONTROL
           END-IF
           IF WS-ID-SERIES-OK = 0
               ADD 1 TO WS-HELD-COUNT
               MOVE "HELD - NO STUDENT ID SERIES" TO WS-NOTE-TEXT
               PERFORM ADD-RUN-NOTE
           ELSE
               PERFORM ISSUE-STUDENT-ID
               MOVE "ENROLLED" TO WS-AP-STATUS(WS-AP-IDX)
               MOVE WS-NEW-STUDENT-ID TO WS-AP-STUDENT-ID(WS-AP-IDX)
               MOVE SPACES TO WS-AP-REMARKS(WS-AP-IDX)
               STRING "ENROLLED AS " DELIMITED BY SIZE
                   WS-NEW-STUDENT-ID DELIMITED BY SPACE
                   INTO WS-AP-REMARKS(WS-AP-IDX)

               MOVE SPACES TO WS-ENROLL-LINE
               STRING FUNCTION TRIM(WS-NEW-STUDENT-ID)
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AP-NAME(WS-AP-IDX))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FIRST-LEVEL) DELIMITED BY SIZE
                   ",UNASSIGNED,ENR" DELIMITED BY SIZE
                   INTO WS-ENROLL-LINE
               IF WS-AP-LRN(WS-AP-IDX) NOT = SPACES
                   MOVE SPACES TO WS-OUT-LINE
                   STRING FUNCTION TRIM(WS-ENROLL-LINE)
                           DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(WS-AP-LRN(WS-AP-IDX))
                           DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                   MOVE WS-OUT-LINE TO WS-ENROLL-LINE
               END-IF
               OPEN EXTEND STUDENT-ENROLLMENT-FILE
               WRITE STUDENT-ENROLLMENT-RECORD FROM WS-ENROLL-LINE
               CLOSE STUDENT-ENROLLMENT-FILE

               MOVE SPACES TO WS-PROGRAM-LINE
               STRING FUNCTION TRIM(WS-NEW-STUDENT-ID)
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AP-PROGRAM(WS-AP-IDX))
                       DELIMITED BY SIZE
                   INTO WS-PROGRAM-LINE
               OPEN EXTEND STUDENT-PROGRAMS-FILE
               WRITE STUDENT-PROGRAMS-RECORD FROM WS-PROGRAM-LINE
               CLOSE STUDENT-PROGRAMS-FILE

               MOVE SPACES TO WS-REGISTER-LINE
               STRING FUNCTION TRIM(WS-AP-NO(WS-AP-IDX))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NEW-STUDENT-ID) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AP-PROGRAM(WS-AP-IDX))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   INTO WS-REGISTER-LINE
               OPEN EXTEND ADMISSION-REGISTER-FILE
               WRITE ADMISSION-REGISTER-RECORD FROM WS-REGISTER-LINE
               CLOSE ADMISSION-REGISTER-FILE

               ADD 1 TO WS-NEW-COUNT
               MOVE "NEW STUDENT" TO WS-NOTE-TEXT
               PERFORM ADD-RUN-NOTE
           END-IF.

       ADD-RUN-NOTE.
      *----------------------------------------------------------------
      * ADD-RUN-NOTE - WS-NOTE-TEXT against applicant WS-AP-IDX for
      * the "this run" part of the results.
      *----------------------------------------------------------------
           IF WS-NOTE-COUNT < WS-MAX-RUN-NOTES
               ADD 1 TO WS-NOTE-COUNT
               MOVE WS-AP-IDX TO WS-NT-APPLICANT(WS-NOTE-COUNT)
               MOVE WS-NOTE-TEXT TO WS-NT-TEXT(WS-NOTE-COUNT)
           END-IF.

       LOAD-ID-CONTROL.
      *----------------------------------------------------------------
      * LOAD-ID-CONTROL - The next student ID, "YYYY-NNNN".
      *----------------------------------------------------------------
           MOVE 1 TO WS-ID-SERIES-LOADED
           MOVE 0 TO WS-ID-SERIES-OK
           OPEN INPUT ID-CONTROL-FILE
           IF WS-IDCTL-FILE-STATUS = "00"
               READ ID-CONTROL-FILE INTO WS-IDCTL-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION TRIM(WS-IDCTL-LINE)
                           TO WS-IDCTL-LINE
                       IF WS-IDCTL-LINE(1:4) IS NUMERIC
                           AND WS-IDCTL-LINE(5:1) = "-"
                           AND WS-IDCTL-LINE(6:4) IS NUMERIC
                           AND WS-IDCTL-LINE(10:) = SPACES
                           MOVE WS-IDCTL-LINE(1:5) TO WS-ID-PREFIX
                           MOVE WS-IDCTL-LINE(6:4) TO WS-ID-NUMBER
                           IF WS-ID-NUMBER > 0
                               MOVE 1 TO WS-ID-SERIES-OK
                           END-IF
                       END-IF
               END-READ
           END-IF
           CLOSE ID-CONTROL-FILE
           IF WS-ID-SERIES-OK = 0
               DISPLAY "ERROR: STUDENT-ID-CONTROL.TXT missing or not"
                   " YYYY-NNNN - no student IDs can be issued"
               MOVE 1 TO WS-HAS-ERROR
           END-IF.

       ISSUE-STUDENT-ID.
      *----------------------------------------------------------------
      * ISSUE-STUDENT-ID - The next number of the series not already
      * on the master; the control is rewritten at once so even an
      * interrupted run never reissues a number.
      *----------------------------------------------------------------
           MOVE 0 TO WS-ID-FREE
           PERFORM UNTIL WS-ID-FREE = 1
               MOVE SPACES TO WS-NEW-STUDENT-ID
               STRING WS-ID-PREFIX DELIMITED BY SIZE
                   WS-ID-NUMBER DELIMITED BY SIZE
                   INTO WS-NEW-STUDENT-ID
               MOVE WS-NEW-STUDENT-ID TO WS-LOOKUP-ID
               PERFORM FIND-STUDENT
               IF WS-EN-MATCH-IDX = 0
                   MOVE 1 TO WS-ID-FREE
               END-IF
               ADD 1 TO WS-ID-NUMBER
           END-PERFORM
           PERFORM SAVE-ID-CONTROL.

       SAVE-ID-CONTROL.
      *----------------------------------------------------------------
      * SAVE-ID-CONTROL - Rewrite the next unused student ID.
      *----------------------------------------------------------------
           OPEN OUTPUT ID-CONTROL-FILE
           MOVE SPACES TO WS-IDCTL-LINE
           STRING WS-ID-PREFIX DELIMITED BY SIZE
               WS-ID-NUMBER DELIMITED BY SIZE
               INTO WS-IDCTL-LINE
           WRITE ID-CONTROL-RECORD FROM WS-IDCTL-LINE
           CLOSE ID-CONTROL-FILE.

       WRITE-RESULTS.
      *----------------------------------------------------------------
      * WRITE-RESULTS - The program summary, then the admitted and
      * waitlisted lists by program, the rejected list, and this
      * run's enrollments and holds.
      *----------------------------------------------------------------
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-APL-COUNT
               EVALUATE WS-AP-STATUS(WS-AP-IDX)
                   WHEN "ADMITTED"
                       ADD 1 TO WS-ADMITTED-COUNT
                   WHEN "ENROLLED"
                       ADD 1 TO WS-ADMITTED-COUNT
                       ADD 1 TO WS-ENROLLED-COUNT
                   WHEN "WAITLISTED"
                       ADD 1 TO WS-WAITLISTED-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-REJECTED-COUNT
               END-EVALUATE
           END-PERFORM

           OPEN OUTPUT RESULTS-FILE
           WRITE RESULTS-RECORD FROM WS-TITLE-LINE
           MOVE WS-TODAY-DATE TO WS-RNL-DATE
           WRITE RESULTS-RECORD FROM WS-RUN-LINE
           WRITE RESULTS-RECORD FROM WS-RULE-LINE
           WRITE RESULTS-RECORD FROM WS-RULES-HEADER
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > WS-RULE-COUNT
               MOVE WS-RL-PROGRAM(WS-RL-IDX) TO WS-RLD-PROGRAM
               MOVE WS-RL-CUTOFF(WS-RL-IDX) TO WS-RLD-CUTOFF
               MOVE WS-RL-SLOTS(WS-RL-IDX) TO WS-RLD-SLOTS
               MOVE WS-RL-FILLED(WS-RL-IDX) TO WS-RLD-FILLED
               MOVE WS-RL-WAITING(WS-RL-IDX) TO WS-RLD-WAITING
               WRITE RESULTS-RECORD FROM WS-RULES-DETAIL
           END-PERFORM
           WRITE RESULTS-RECORD FROM WS-BLANK-LINE
           MOVE WS-ADMITTED-COUNT TO WS-TTL-ADMITTED
           MOVE WS-WAITLISTED-COUNT TO WS-TTL-WAITLISTED
           MOVE WS-REJECTED-COUNT TO WS-TTL-REJECTED
           MOVE WS-ENROLLED-COUNT TO WS-TTL-ENROLLED
           WRITE RESULTS-RECORD FROM WS-TOTALS-LINE

           MOVE "ADMITTED (ENROLLED ADMITS INCLUDED)"
               TO WS-SECTION-LINE
           MOVE "ADMITTED" TO WS-LIST-STATUS
           PERFORM WRITE-PROGRAM-LISTS
           MOVE "WAITLISTED" TO WS-SECTION-LINE
           MOVE "WAITLISTED" TO WS-LIST-STATUS
           PERFORM WRITE-PROGRAM-LISTS

           WRITE RESULTS-RECORD FROM WS-BLANK-LINE
           WRITE RESULTS-RECORD FROM WS-RULE-LINE
           MOVE "REJECTED" TO WS-SECTION-LINE
           WRITE RESULTS-RECORD FROM WS-SECTION-LINE
           WRITE RESULTS-RECORD FROM WS-RULE-LINE
           WRITE RESULTS-RECORD FROM WS-LIST-HEADER
           MOVE 0 TO WS-LIST-COUNT
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-APL-COUNT
               IF WS-AP-STATUS(WS-AP-IDX) = "REJECTED"
                   PERFORM WRITE-APPLICANT-LINE
               END-IF
           END-PERFORM

           WRITE RESULTS-RECORD FROM WS-BLANK-LINE
           WRITE RESULTS-RECORD FROM WS-RULE-LINE
           MOVE "CONFIRMATIONS PROCESSED THIS RUN" TO WS-SECTION-LINE
           WRITE RESULTS-RECORD FROM WS-SECTION-LINE
           WRITE RESULTS-RECORD FROM WS-RULE-LINE
           WRITE RESULTS-RECORD FROM WS-LIST-HEADER
           MOVE 0 TO WS-LIST-COUNT
           PERFORM VARYING WS-NT-IDX FROM 1 BY 1
               UNTIL WS-NT-IDX > WS-NOTE-COUNT
               MOVE WS-NT-APPLICANT(WS-NT-IDX) TO WS-AP-IDX
               PERFORM WRITE-APPLICANT-LINE
               IF WS-NT-TEXT(WS-NT-IDX) NOT = "NEW STUDENT"
                   MOVE WS-NT-TEXT(WS-NT-IDX) TO WS-LSD-REMARKS
                   MOVE 0 TO WS-LSD-NO
                   MOVE SPACES TO WS-LSD-APPLICANT WS-LSD-NAME
                       WS-LSD-PROGRAM
                   MOVE 0 TO WS-LSD-SCORE
                   WRITE RESULTS-RECORD FROM WS-LIST-DETAIL
               END-IF
           END-PERFORM
           MOVE WS-NEW-COUNT TO WS-EDIT-COUNT
           MOVE WS-HELD-COUNT TO WS-EDIT-COUNT-2
           MOVE WS-IGNORED-COUNT TO WS-EDIT-COUNT-3
           MOVE SPACES TO WS-OUT-LINE
           STRING "NEW STUDENTS: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
               "   HELD: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT-2) DELIMITED BY SIZE
               "   IGNORED: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT-3) DELIMITED BY SIZE
               INTO WS-OUT-LINE
           WRITE RESULTS-RECORD FROM WS-BLANK-LINE
           WRITE RESULTS-RECORD FROM WS-OUT-LINE
           CLOSE RESULTS-FILE.

       WRITE-PROGRAM-LISTS.
      *----------------------------------------------------------------
      * WRITE-PROGRAM-LISTS - The WS-LIST-STATUS applicants under
      * each program, in rank order.
      *----------------------------------------------------------------
           WRITE RESULTS-RECORD FROM WS-BLANK-LINE
           WRITE RESULTS-RECORD FROM WS-RULE-LINE
           WRITE RESULTS-RECORD FROM WS-SECTION-LINE
           WRITE RESULTS-RECORD FROM WS-RULE-LINE
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > WS-RULE-COUNT
               MOVE WS-RL-PROGRAM(WS-RL-IDX) TO WS-PHL-PROGRAM
               WRITE RESULTS-RECORD FROM WS-BLANK-LINE
               WRITE RESULTS-RECORD FROM WS-PROGRAM-HEAD-LINE
               WRITE RESULTS-RECORD FROM WS-LIST-HEADER
               MOVE 0 TO WS-LIST-COUNT
      * Applicants enrolled by an earlier run were never ranked
      * this time; they lead their program's admitted list.
               IF WS-LIST-STATUS = "ADMITTED"
                   PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                       UNTIL WS-AP-IDX > WS-APL-COUNT
                       IF WS-AP-STATUS(WS-AP-IDX) = "ENROLLED"
                           AND WS-AP-PROGRAM(WS-AP-IDX) =
                               WS-RL-PROGRAM(WS-RL-IDX)
                           AND WS-AP-RANKED(WS-AP-IDX) = 0
                           PERFORM WRITE-APPLICANT-LINE
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM VARYING WS-ORD-I FROM 1 BY 1
                   UNTIL WS-ORD-I > WS-ORD-COUNT
                   MOVE WS-ORD(WS-ORD-I) TO WS-AP-IDX
                   IF WS-AP-PROGRAM(WS-AP-IDX) =
                           WS-RL-PROGRAM(WS-RL-IDX)
                       AND (WS-AP-STATUS(WS-AP-IDX) = WS-LIST-STATUS
                           OR (WS-LIST-STATUS = "ADMITTED"
                               AND WS-AP-STATUS(WS-AP-IDX)
                                   = "ENROLLED"))
                       PERFORM WRITE-APPLICANT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-APPLICANT-LINE.
      *----------------------------------------------------------------
      * WRITE-APPLICANT-LINE - One numbered line for applicant
      * WS-AP-IDX; a same-name flag shows when there is no other
      * remark to make.
      *----------------------------------------------------------------
           ADD 1 TO WS-LIST-COUNT
           MOVE WS-LIST-COUNT TO WS-LSD-NO
           MOVE WS-AP-NO(WS-AP-IDX) TO WS-LSD-APPLICANT
           MOVE WS-AP-NAME(WS-AP-IDX) TO WS-LSD-NAME
           MOVE WS-AP-SCORE(WS-AP-IDX) TO WS-LSD-SCORE
           MOVE WS-AP-PROGRAM(WS-AP-IDX) TO WS-LSD-PROGRAM
           MOVE WS-AP-REMARKS(WS-AP-IDX) TO WS-LSD-REMARKS
           IF WS-AP-SAME-NAME(WS-AP-IDX) NOT = SPACES
               AND WS-AP-STATUS(WS-AP-IDX) NOT = "ENROLLED"
               MOVE SPACES TO WS-LSD-REMARKS
               STRING FUNCTION TRIM(WS-AP-REMARKS(WS-AP-IDX))
                       DELIMITED BY SIZE
                   " *SAME NAME AS " DELIMITED BY SIZE
                   WS-AP-SAME-NAME(WS-AP-IDX) DELIMITED BY SPACE
                   INTO WS-LSD-REMARKS
           END-IF
           WRITE RESULTS-RECORD FROM WS-LIST-DETAIL.

       STAMP-TODAY.
      *----------------------------------------------------------------
      * STAMP-TODAY - Today's date, YYYY-MM-DD.
      *----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-CURRENT-DATE-DATA(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-DATA(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-DATA(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-DATE.

       END PROGRAM ADMISSIONS.
