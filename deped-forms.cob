      *================================================================
      * PROGRAM: DEPED-FORMS - DEPED SCHOOL FORMS FOR SENIOR HIGH
      *================================================================
      * PURPOSE: Produces the DepEd School Forms the Senior High
      *          School coordinators used to copy out by hand for
      *          the Grade 11 and Grade 12 strands - the school
      *          register (SF1), the end-of-semester promotion and
      *          level of proficiency report (SF5) and the learner's
      *          permanent academic record (SF10) - in DepEd's own
      *          descriptors and SHS status rules, not the college
      *          status codes.
      *
      * HOW IT WORKS:
      *   1. Loads the Senior High learners off STUDENT-ENROLLMENT.TXT
      *      - every line whose year level starts "Grade 11" or
      *      "Grade 12" (the STUDENT-LEVELS.TXT grade/strand names,
      *      e.g. "Grade 11 STEM") with status ENR, LOA or DRP. The
      *      learner's LRN is the optional 6th enrollment field
      *   2. Loads STUDENT-TERM-HISTORY.TXT and
      *      STUDENT-SUBJECT-HISTORY.TXT for those learners; a rerun
      *      or correction record replaces the earlier one for the
      *      same learner and term (and subject)
      *   3. SHS-SF1.TXT - the school register, one block per
      *      grade/strand and section: LRN, ID, name and remarks
      *      (on leave, dropped, LRN missing or not 12 digits)
      *   4. SHS-SF5.TXT - for the current term (STUDENT-TERM.TXT),
      *      each enrolled learner's general average and DepEd
      *      descriptor, the subjects not passed this semester, the
      *      end-of-semester status (COMPLETE when every subject is
      *      passed, INCOMPLETE otherwise) and the end-of-year
      *      status (REGULAR with no back subjects on the record,
      *      IRREGULAR otherwise), with a descriptor summary per
      *      section and for the school
      *   5. SHS-SF10.TXT - one permanent record per learner: every
      *      semester on file, each subject's final grade, remarks
      *      and descriptor, the semester's general average, and
      *      the back subjects still to be retaken
      *
      * NOTE: Descriptors follow the DepEd K to 12 grading scale -
      *       90-100 Outstanding, 85-89 Very Satisfactory, 80-84
      *       Satisfactory, 75-79 Fairly Satisfactory, below 75 Did
      *       Not Meet Expectations. A failed, incomplete or
      *       absence-failed subject stays a back subject until a
      *       later PASS (or CRD) record for it is on file; dropped
      *       subjects are not graded. Run SF5 before TERM-ROLLOVER
      *       advances STUDENT-TERM.TXT.
      *
      * AUTHOR: GROUP2
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPED-FORMS.
       AUTHOR. GROUP2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-ENROLLMENT-FILE
               ASSIGN TO "STUDENT-ENROLLMENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-FILE-STATUS.
           SELECT OPTIONAL STUDENT-TERM-FILE
               ASSIGN TO "STUDENT-TERM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-FILE-STATUS.
           SELECT OPTIONAL STUDENT-TERM-HISTORY-FILE
               ASSIGN TO "STUDENT-TERM-HISTORY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THIST-FILE-STATUS.
           SELECT OPTIONAL STUDENT-SUBJECT-HISTORY-FILE
               ASSIGN TO "STUDENT-SUBJECT-HISTORY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIST-FILE-STATUS.
           SELECT SF1-FILE
               ASSIGN TO "SHS-SF1.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SF5-FILE
               ASSIGN TO "SHS-SF5.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SF10-FILE
               ASSIGN TO "SHS-SF10.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-ENROLLMENT-FILE.
       01  STUDENT-ENROLLMENT-RECORD   PIC X(90).

       FD  STUDENT-TERM-FILE.
       01  STUDENT-TERM-RECORD         PIC X(20).

       FD  STUDENT-TERM-HISTORY-FILE.
       COPY TERMHIST.

       FD  STUDENT-SUBJECT-HISTORY-FILE.
       COPY SUBJHIST.

       FD  SF1-FILE.
       01  SF1-RECORD                  PIC X(132).

       FD  SF5-FILE.
       01  SF5-RECORD                  PIC X(132).

       FD  SF10-FILE.
       01  SF10-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-ENROLL-FILE-STATUS       PIC XX.
       01  WS-TERM-FILE-STATUS         PIC XX.
       01  WS-THIST-FILE-STATUS        PIC XX.
       01  WS-SHIST-FILE-STATUS        PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
       01  WS-HAS-ERROR                PIC 9 VALUE 0.

       01  WS-TERM-LINE                PIC X(20).
       01  WS-TERM-ID                  PIC X(10) VALUE "UNDATED".
       01  WS-CURRENT-DATE-DATA        PIC X(21).
       01  WS-TODAY-DATE               PIC X(10).

      *----------------------------------------------------------------
      * SENIOR HIGH LEARNERS (enrollment master, SHS lines only)
      *----------------------------------------------------------------
       01  WS-MAX-STUDENTS             PIC 9999 VALUE 2400.
       01  WS-ENR-COUNT                PIC 9999 VALUE 0.
       01  WS-ENROLLMENT-TABLE.
               05 WS-EN-ENTRY OCCURS 2400 TIMES.
                   10 WS-EN-ID         PIC X(10).
                   10 WS-EN-NAME       PIC X(25).
                   10 WS-EN-YEAR       PIC X(15).
                   10 WS-EN-SECTION    PIC X(10).
                   10 WS-EN-STATUS     PIC X(4).
                   10 WS-EN-LRN        PIC X(12).
       01  WS-EN-IDX                   PIC 9999 VALUE 0.
       01  WS-FOUND-IDX                PIC 9999 VALUE 0.
       01  WS-STUDENT-PARSE.
               05 WS-SP-LINE           PIC X(90).
               05 WS-SP-ID             PIC X(10).
               05 WS-SP-NAME           PIC X(25).
               05 WS-SP-YEAR           PIC X(15).
               05 WS-SP-SECTION        PIC X(10).
               05 WS-SP-STATUS         PIC X(5).
               05 WS-SP-LRN            PIC X(12).
       01  WS-SP-STATUS-CODE           PIC X(4).
       01  WS-YEAR-UPPER               PIC X(15).

      *----------------------------------------------------------------
      * GRADE/STRAND AND SECTION BLOCKS, sorted for the forms
      *----------------------------------------------------------------
       01  WS-MAX-GROUPS               PIC 999 VALUE 200.
       01  WS-GRP-COUNT                PIC 999 VALUE 0.
       01  WS-GROUP-TABLE.
               05 WS-GRP-ENTRY OCCURS 200 TIMES.
                   10 WS-GRP-YEAR      PIC X(15).
                   10 WS-GRP-SECTION   PIC X(10).
       01  WS-GRP-IDX                  PIC 999 VALUE 0.
       01  WS-GRP-J                    PIC 999 VALUE 0.
       01  WS-GRP-FOUND                PIC 9 VALUE 0.
       01  WS-GRP-SWAP.
               05 WS-GRP-SWAP-YEAR     PIC X(15).
               05 WS-GRP-SWAP-SECTION  PIC X(10).

      *----------------------------------------------------------------
      * TERM RESULTS (last record per learner and term)
      *----------------------------------------------------------------
       01  WS-MAX-TERM-RECORDS         PIC 9(5) VALUE 10000.
       01  WS-TT-COUNT                 PIC 9(5) VALUE 0.
       01  WS-TERM-TABLE.
               05 WS-TT-ENTRY OCCURS 10000 TIMES.
                   10 WS-TT-TERM       PIC X(10).
                   10 WS-TT-YEAR       PIC X(15).
                   10 WS-TT-ID         PIC X(10).
                   10 WS-TT-AVG        PIC 999V99.
                   10 WS-TT-STATUS     PIC X(4).
       01  WS-TT-IDX                   PIC 9(5) VALUE 0.
       01  WS-TT-MATCH-IDX             PIC 9(5) VALUE 0.

      *----------------------------------------------------------------
      * SUBJECT RESULTS (last record per learner, term and subject)
      *----------------------------------------------------------------
       01  WS-MAX-SUBJECT-RECORDS      PIC 9(5) VALUE 20000.
       01  WS-SB-COUNT                 PIC 9(5) VALUE 0.
       01  WS-SUBJECT-TABLE.
               05 WS-SB-ENTRY OCCURS 20000 TIMES.
                   10 WS-SB-TERM       PIC X(10).
                   10 WS-SB-ID         PIC X(10).
                   10 WS-SB-SUBJECT    PIC X(8).
                   10 WS-SB-UNITS      PIC 9V9.
                   10 WS-SB-AVG        PIC 999V99.
                   10 WS-SB-STATUS     PIC X(4).
       01  WS-SB-IDX                   PIC 9(5) VALUE 0.
       01  WS-SB-J                     PIC 9(5) VALUE 0.
       01  WS-SB-MATCH-IDX             PIC 9(5) VALUE 0.
       01  WS-HISTORY-DROPPED          PIC 9(5) VALUE 0.

      *----------------------------------------------------------------
      * ONE LEARNER'S TERM RESULT AND BACK SUBJECTS
      *----------------------------------------------------------------
       01  WS-CALC-TERM                PIC X(10).
       01  WS-GA-SUM                   PIC 9(5)V99 VALUE 0.
       01  WS-GA-SUBJECTS              PIC 99 VALUE 0.
       01  WS-GA                       PIC 999V99 VALUE 0.
       01  WS-GA-FOUND                 PIC 9 VALUE 0.
       01  WS-TERM-FAILED              PIC 99 VALUE 0.
       01  WS-TERM-FAILED-LIST         PIC X(40).
       01  WS-TFL-PTR                  PIC 99 VALUE 1.
       01  WS-BACK-COUNT               PIC 99 VALUE 0.
       01  WS-BACK-LIST                PIC X(60).
       01  WS-BACK-PTR                 PIC 99 VALUE 1.
       01  WS-BACK-RESOLVED            PIC 9 VALUE 0.
       01  WS-BACK-LISTED              PIC 9 VALUE 0.
       01  WS-SUBJECT-FAILED           PIC 9 VALUE 0.

      * The learner's semesters on file, sorted for the SF10
       01  WS-MAX-STU-TERMS            PIC 99 VALUE 40.
       01  WS-STU-TERM-COUNT           PIC 99 VALUE 0.
       01  WS-STU-TERM-TABLE.
               05 WS-STU-TERM OCCURS 40 TIMES PIC X(10).
       01  WS-STU-I                    PIC 99 VALUE 0.
       01  WS-STU-J                    PIC 99 VALUE 0.
       01  WS-STU-FOUND                PIC 9 VALUE 0.
       01  WS-STU-SWAP                 PIC X(10).

      *----------------------------------------------------------------
      * DEPED DESCRIPTORS (K to 12 grading scale)
      *----------------------------------------------------------------
       01  WS-DESCRIPTOR-VALUES.
               05 FILLER               PIC X(26)
                   VALUE "OUTSTANDING".
               05 FILLER               PIC X(26)
                   VALUE "VERY SATISFACTORY".
               05 FILLER               PIC X(26)
                   VALUE "SATISFACTORY".
               05 FILLER               PIC X(26)
                   VALUE "FAIRLY SATISFACTORY".
               05 FILLER               PIC X(26)
                   VALUE "DID NOT MEET EXPECTATIONS".
       01  WS-DESCRIPTOR-TABLE REDEFINES WS-DESCRIPTOR-VALUES.
               05 WS-DESC-NAME OCCURS 5 TIMES PIC X(26).
       01  WS-DESC-GRADE               PIC 999V99 VALUE 0.
       01  WS-DESC-IDX                 PIC 9 VALUE 0.
       01  WS-DESCRIPTOR               PIC X(26).
       01  WS-SEC-DESC-TABLE.
               05 WS-SEC-DESC-COUNT OCCURS 5 TIMES PIC 9999.
       01  WS-TOT-DESC-TABLE.
               05 WS-TOT-DESC-COUNT OCCURS 5 TIMES PIC 9999.

      *----------------------------------------------------------------
      * RUN TOTALS
      *----------------------------------------------------------------
       01  WS-SF1-LINE-NO              PIC 999 VALUE 0.
       01  WS-SF1-REGISTERED           PIC 9999 VALUE 0.
       01  WS-SF1-ON-LEAVE             PIC 9999 VALUE 0.
       01  WS-SF1-DROPPED              PIC 9999 VALUE 0.
       01  WS-SF1-TOTAL                PIC 9999 VALUE 0.
       01  WS-LRN-MISSING              PIC 9999 VALUE 0.
       01  WS-SF5-LINE-NO              PIC 999 VALUE 0.
       01  WS-SEC-COMPLETE             PIC 9999 VALUE 0.
       01  WS-SEC-INCOMPLETE           PIC 9999 VALUE 0.
       01  WS-SEC-REGULAR              PIC 9999 VALUE 0.
       01  WS-SEC-IRREGULAR            PIC 9999 VALUE 0.
       01  WS-SEC-NO-GRADES            PIC 9999 VALUE 0.
       01  WS-TOT-COMPLETE             PIC 9999 VALUE 0.
       01  WS-TOT-INCOMPLETE           PIC 9999 VALUE 0.
       01  WS-TOT-REGULAR              PIC 9999 VALUE 0.
       01  WS-TOT-IRREGULAR            PIC 9999 VALUE 0.
       01  WS-TOT-NO-GRADES            PIC 9999 VALUE 0.
       01  WS-SF10-COUNT               PIC 9999 VALUE 0.
       01  WS-EDIT-COUNT               PIC ZZZ9.
       01  WS-EDIT-COUNT-2             PIC ZZZ9.

      *----------------------------------------------------------------
      * FORM LAYOUTS
      *----------------------------------------------------------------
       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.
       01  WS-OUT-LINE                 PIC X(132).
       01  WS-RULE-LINE                PIC X(100) VALUE ALL "=".
       01  WS-DASH-LINE                PIC X(100) VALUE ALL "-".
       01  WS-SCHOOL-LINE.
               05 FILLER               PIC X(8)  VALUE "SCHOOL: ".
               05 FILLER               PIC X(42)
                   VALUE "POLYTECHNIC UNIVERSITY OF THE PHILIPPINES".
               05 FILLER               PIC X(10) VALUE SPACES.
               05 FILLER               PIC X(6)  VALUE "TERM: ".
               05 WS-SCL-TERM          PIC X(12).
               05 FILLER               PIC X(7)  VALUE "RUN ON ".
               05 WS-SCL-DATE          PIC X(10).
       01  WS-SF1-TITLE-LINE.
               05 FILLER               PIC X(20) VALUE SPACES.
               05 FILLER               PIC X(36)
                   VALUE "SCHOOL FORM 1 (SF 1) SCHOOL REGISTER".
               05 FILLER               PIC X(20)
                   VALUE " - SENIOR HIGH".
       01  WS-SF5-TITLE-LINE.
               05 FILLER               PIC X(12) VALUE SPACES.
               05 FILLER               PIC X(44)
                   VALUE "SCHOOL FORM 5 (SF 5) REPORT ON PROMOTION AND".
               05 FILLER               PIC X(30)
                   VALUE " LEVEL OF PROFICIENCY - SHS".
       01  WS-SF10-TITLE-LINE.
               05 FILLER               PIC X(12) VALUE SPACES.
               05 FILLER               PIC X(42)
                   VALUE "SCHOOL FORM 10 (SF 10) LEARNER'S PERMANENT".
               05 FILLER               PIC X(30)
                   VALUE " ACADEMIC RECORD - SHS".
       01  WS-GROUP-LINE.
               05 FILLER               PIC X(14) VALUE "GRADE/STRAND: ".
               05 WS-GPL-YEAR          PIC X(18).
               05 FILLER               PIC X(9)  VALUE "SECTION: ".
               05 WS-GPL-SECTION       PIC X(10).
       01  WS-SF1-HEADER.
               05 FILLER               PIC X(5)  VALUE "NO.".
               05 FILLER               PIC X(14) VALUE "LRN".
               05 FILLER               PIC X(12) VALUE "STUDENT ID".
               05 FILLER               PIC X(27) VALUE "NAME".
               05 FILLER               PIC X(30) VALUE "REMARKS".
       01  WS-SF1-DETAIL.
               05 WS-S1D-NO            PIC ZZ9.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-S1D-LRN           PIC X(14).
               05 WS-S1D-ID            PIC X(12).
               05 WS-S1D-NAME          PIC X(27).
               05 WS-S1D-REMARKS       PIC X(40).
       01  WS-SF5-HEADER.
               05 FILLER               PIC X(5)  VALUE "NO.".
               05 FILLER               PIC X(14) VALUE "LRN".
               05 FILLER               PIC X(27) VALUE "NAME".
               05 FILLER               PIC X(8)  VALUE "GEN AVE".
               05 FILLER               PIC X(27) VALUE "DESCRIPTOR".
               05 FILLER               PIC X(12) VALUE "SEMESTER".
               05 FILLER               PIC X(11) VALUE "YEAR-END".
               05 FILLER               PIC X(20) VALUE "NOT PASSED".
       01  WS-SF5-DETAIL.
               05 WS-S5D-NO            PIC ZZ9.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-S5D-LRN           PIC X(14).
               05 WS-S5D-NAME          PIC X(27).
               05 WS-S5D-GA            PIC ZZ9.99.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-S5D-DESCRIPTOR    PIC X(27).
               05 WS-S5D-SEM-STATUS    PIC X(12).
               05 WS-S5D-YEAR-STATUS   PIC X(11).
               05 WS-S5D-NOT-PASSED    PIC X(23).
       01  WS-SF5-DESC-LINE.
               05 FILLER               PIC X(4)  VALUE SPACES.
               05 WS-S5S-NAME          PIC X(28).
               05 WS-S5S-COUNT         PIC ZZZ9.
       01  WS-SF10-ID-LINE.
               05 FILLER               PIC X(5)  VALUE "LRN: ".
               05 WS-S10-LRN           PIC X(16).
               05 FILLER               PIC X(12) VALUE "STUDENT ID: ".
               05 WS-S10-ID            PIC X(12).
               05 FILLER               PIC X(6)  VALUE "NAME: ".
               05 WS-S10-NAME          PIC X(25).
       01  WS-SF10-CURRENT-LINE.
               05 FILLER               PIC X(22)
                   VALUE "CURRENT GRADE/STRAND: ".
               05 WS-S10-YEAR          PIC X(18).
               05 FILLER               PIC X(9)  VALUE "SECTION: ".
               05 WS-S10-SECTION       PIC X(12).
               05 FILLER               PIC X(8)  VALUE "STATUS: ".
               05 WS-S10-STATUS        PIC X(4).
       01  WS-SF10-TERM-LINE.
               05 FILLER               PIC X(10) VALUE "SEMESTER: ".
               05 WS-S10T-TERM         PIC X(12).
               05 FILLER               PIC X(14) VALUE "GRADE/STRAND: ".
               05 WS-S10T-YEAR         PIC X(15).
       01  WS-SF10-HEADER.
               05 FILLER               PIC X(4)  VALUE SPACES.
               05 FILLER               PIC X(10) VALUE "SUBJECT".
               05 FILLER               PIC X(7)  VALUE "UNITS".
               05 FILLER               PIC X(13) VALUE "FINAL GRADE".
               05 FILLER               PIC X(13) VALUE "REMARKS".
               05 FILLER               PIC X(26) VALUE "DESCRIPTOR".
       01  WS-SF10-DETAIL.
               05 FILLER               PIC X(4)  VALUE SPACES.
               05 WS-S10D-SUBJECT      PIC X(10).
               05 WS-S10D-UNITS        PIC 9.9.
               05 FILLER               PIC X(6)  VALUE SPACES.
               05 WS-S10D-GRADE        PIC ZZ9.99 BLANK WHEN ZERO.
               05 FILLER               PIC X(6)  VALUE SPACES.
               05 WS-S10D-REMARKS      PIC X(13).
               05 WS-S10D-DESCRIPTOR   PIC X(26).
       01  WS-SF10-GA-LINE.
               05 FILLER               PIC X(4)  VALUE SPACES.
               05 FILLER               PIC X(30)
                   VALUE "GENERAL AVERAGE FOR SEMESTER: ".
               05 WS-S10G-GA           PIC ZZ9.99.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WS-S10G-DESCRIPTOR   PIC X(26).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *----------------------------------------------------------------
      * MAIN-PROCEDURE - Load the SHS learners and their results,
      * then print SF1, SF5 and SF10.
      *----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURRENT-DATE-DATA(1:4) "-"
               WS-CURRENT-DATE-DATA(5:2) "-"
               WS-CURRENT-DATE-DATA(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-DATE

           PERFORM LOAD-ENROLLMENT
           IF WS-ENR-COUNT = 0
               DISPLAY "ERROR: no Senior High learners (Grade 11 /"
                   " Grade 12) on STUDENT-ENROLLMENT.TXT - no forms"
                   " produced"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-TERM
           PERFORM LOAD-TERM-HISTORY
           PERFORM LOAD-SUBJECT-HISTORY
           IF WS-HISTORY-DROPPED > 0
               DISPLAY "ERROR: " WS-HISTORY-DROPPED " history"
                   " record(s) did not fit the tables - SF5 and SF10"
                   " would be incomplete. Archive the history files"
                   " (ARCHIVE-PURGE) and rerun."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM BUILD-GROUPS

           MOVE WS-TERM-ID TO WS-SCL-TERM
           MOVE WS-TODAY-DATE TO WS-SCL-DATE
           PERFORM WRITE-SF1
           PERFORM WRITE-SF5
           PERFORM WRITE-SF10

           DISPLAY "DepEd forms: SF1 " WS-SF1-TOTAL " learner(s), SF5 "
               WS-SF5-LINE-NO " line(s) for term "
               FUNCTION TRIM(WS-TERM-ID) ", SF10 " WS-SF10-COUNT
               " record(s)"
           IF WS-LRN-MISSING > 0
               DISPLAY "WARNING: " WS-LRN-MISSING " learner(s) with"
                   " no valid LRN - see the SF1 remarks"
           END-IF
           MOVE WS-HAS-ERROR TO RETURN-CODE
           GOBACK.

       LOAD-ENROLLMENT.
      *----------------------------------------------------------------
      * LOAD-ENROLLMENT - The Senior High lines of the master.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-ENROLLMENT-FILE
           IF WS-ENROLL-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   OR WS-ENR-COUNT >= WS-MAX-STUDENTS
                   READ STUDENT-ENROLLMENT-FILE INTO WS-SP-LINE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-SP-LINE) NOT = SPACES
                               PERFORM STORE-ENROLLMENT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           CLOSE STUDENT-ENROLLMENT-FILE.

       STORE-ENROLLMENT-LINE.
      *----------------------------------------------------------------
      * STORE-ENROLLMENT-LINE - Keep a Grade 11/12 line whose status
      * is ENR (blank), LOA or DRP; waitlisted and graduated
      * learners are not on the register.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-SP-ID WS-SP-NAME WS-SP-YEAR
               WS-SP-SECTION WS-SP-STATUS WS-SP-LRN
           UNSTRING WS-SP-LINE DELIMITED BY ","
               INTO WS-SP-ID
                    WS-SP-NAME
                    WS-SP-YEAR
                    WS-SP-SECTION
                    WS-SP-STATUS
                    WS-SP-LRN
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SP-YEAR))
               TO WS-YEAR-UPPER
           IF FUNCTION TRIM(WS-SP-STATUS) = SPACES
               MOVE "ENR" TO WS-SP-STATUS-CODE
           ELSE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SP-STATUS))
                   TO WS-SP-STATUS-CODE
           END-IF
           IF (WS-YEAR-UPPER(1:8) = "GRADE 11"
                   OR WS-YEAR-UPPER(1:8) = "GRADE 12")
               AND (WS-SP-STATUS-CODE = "ENR"
                   OR WS-SP-STATUS-CODE = "LOA"
                   OR WS-SP-STATUS-CODE = "DRP")
               ADD 1 TO WS-ENR-COUNT
               MOVE FUNCTION TRIM(WS-SP-ID) TO WS-EN-ID(WS-ENR-COUNT)
               MOVE FUNCTION TRIM(WS-SP-NAME)
                   TO WS-EN-NAME(WS-ENR-COUNT)
               MOVE FUNCTION TRIM(WS-SP-YEAR)
                   TO WS-EN-YEAR(WS-ENR-COUNT)
               MOVE FUNCTION TRIM(WS-SP-SECTION)
                   TO WS-EN-SECTION(WS-ENR-COUNT)
               MOVE WS-SP-STATUS-CODE TO WS-EN-STATUS(WS-ENR-COUNT)
               MOVE FUNCTION TRIM(WS-SP-LRN)
                   TO WS-EN-LRN(WS-ENR-COUNT)
           END-IF.

       LOAD-TERM.
      *----------------------------------------------------------------
      * LOAD-TERM - The current term, the one SF5 reports on.
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

       FIND-STUDENT.
      *----------------------------------------------------------------
      * FIND-STUDENT - WS-FOUND-IDX = the SHS learner whose ID is in
      * WS-SP-ID, 0 when the ID is not a Senior High learner.
      *----------------------------------------------------------------
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
               UNTIL WS-EN-IDX > WS-ENR-COUNT OR WS-FOUND-IDX > 0
               IF WS-EN-ID(WS-EN-IDX) = WS-SP-ID
                   MOVE WS-EN-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       LOAD-TERM-HISTORY.
      *----------------------------------------------------------------
      * LOAD-TERM-HISTORY - Term records of the SHS learners; a
      * later record for the same learner and term replaces the
      * earlier one in place.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-TERM-HISTORY-FILE
           IF WS-THIST-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ STUDENT-TERM-HISTORY-FILE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           MOVE TH-ID TO WS-SP-ID
                           PERFORM FIND-STUDENT
                           IF WS-FOUND-IDX > 0
                               PERFORM STORE-TERM-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           ELSE
               DISPLAY "WARNING: STUDENT-TERM-HISTORY.TXT not found -"
                   " semesters without subject records print no"
                   " average"
           END-IF
           CLOSE STUDENT-TERM-HISTORY-FILE.

       STORE-TERM-RECORD.
      *----------------------------------------------------------------
      * STORE-TERM-RECORD - Replace or add the learner's term.
      *----------------------------------------------------------------
           MOVE 0 TO WS-TT-MATCH-IDX
           PERFORM VARYING WS-TT-IDX FROM 1 BY 1
               UNTIL WS-TT-IDX > WS-TT-COUNT OR WS-TT-MATCH-IDX > 0
               IF WS-TT-ID(WS-TT-IDX) = TH-ID
                   AND WS-TT-TERM(WS-TT-IDX) = TH-TERM
                   MOVE WS-TT-IDX TO WS-TT-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-TT-MATCH-IDX = 0
               IF WS-TT-COUNT < WS-MAX-TERM-RECORDS
                   ADD 1 TO WS-TT-COUNT
                   MOVE WS-TT-COUNT TO WS-TT-MATCH-IDX
               ELSE
                   ADD 1 TO WS-HISTORY-DROPPED
               END-IF
           END-IF
           IF WS-TT-MATCH-IDX > 0
               MOVE TH-TERM TO WS-TT-TERM(WS-TT-MATCH-IDX)
               MOVE TH-YEAR-NAME TO WS-TT-YEAR(WS-TT-MATCH-IDX)
               MOVE TH-ID TO WS-TT-ID(WS-TT-MATCH-IDX)
               MOVE TH-AVG TO WS-TT-AVG(WS-TT-MATCH-IDX)
               MOVE TH-STATUS TO WS-TT-STATUS(WS-TT-MATCH-IDX)
           END-IF.

       LOAD-SUBJECT-HISTORY.
      *----------------------------------------------------------------
      * LOAD-SUBJECT-HISTORY - Subject records of the SHS learners,
      * last record per learner, term and subject.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-SUBJECT-HISTORY-FILE
           IF WS-SHIST-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ STUDENT-SUBJECT-HISTORY-FILE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SH-ID TO WS-SP-ID
                           PERFORM FIND-STUDENT
                           IF WS-FOUND-IDX > 0
                               PERFORM STORE-SUBJECT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
           ELSE
               DISPLAY "WARNING: STUDENT-SUBJECT-HISTORY.TXT not found"
                   " - no subject grades on SF5 or SF10"
           END-IF
           CLOSE STUDENT-SUBJECT-HISTORY-FILE.

       STORE-SUBJECT-RECORD.
      *----------------------------------------------------------------
      * STORE-SUBJECT-RECORD - Replace or add the learner's subject.
      *----------------------------------------------------------------
           MOVE 0 TO WS-SB-MATCH-IDX
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
               UNTIL WS-SB-IDX > WS-SB-COUNT OR WS-SB-MATCH-IDX > 0
               IF WS-SB-ID(WS-SB-IDX) = SH-ID
                   AND WS-SB-TERM(WS-SB-IDX) = SH-TERM
                   AND WS-SB-SUBJECT(WS-SB-IDX) = SH-SUBJECT
                   MOVE WS-SB-IDX TO WS-SB-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-SB-MATCH-IDX = 0
               IF WS-SB-COUNT < WS-MAX-SUBJECT-RECORDS
                   ADD 1 TO WS-SB-COUNT
                   MOVE WS-SB-COUNT TO WS-SB-MATCH-IDX
               ELSE
                   ADD 1 TO WS-HISTORY-DROPPED
               END-IF
           END-IF
           IF WS-SB-MATCH-IDX > 0
               MOVE SH-TERM TO WS-SB-TERM(WS-SB-MATCH-IDX)
               MOVE SH-ID TO WS-SB-ID(WS-SB-MATCH-IDX)
               MOVE SH-SUBJECT TO WS-SB-SUBJECT(WS-SB-MATCH-IDX)
               MOVE SH-UNITS TO WS-SB-UNITS(WS-SB-MATCH-IDX)
               MOVE SH-AVG TO WS-SB-AVG(WS-SB-MATCH-IDX)
               MOVE SH-STATUS TO WS-SB-STATUS(WS-SB-MATCH-IDX)
           END-IF.

       BUILD-GROUPS.
      *----------------------------------------------------------------
      * BUILD-GROUPS - The distinct grade/strand and section pairs,
      * sorted so the forms run Grade 11 before Grade 12 and each
      * strand's sections in order.
      *----------------------------------------------------------------
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
               UNTIL WS-EN-IDX > WS-ENR-COUNT
               MOVE 0 TO WS-GRP-FOUND
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
                   IF WS-GRP-YEAR(WS-GRP-IDX) = WS-EN-YEAR(WS-EN-IDX)
                       AND WS-GRP-SECTION(WS-GRP-IDX)
                           = WS-EN-SECTION(WS-EN-IDX)
                       MOVE 1 TO WS-GRP-FOUND
                   END-IF
               END-PERFORM
               IF WS-GRP-FOUND = 0 AND WS-GRP-COUNT < WS-MAX-GROUPS
                   ADD 1 TO WS-GRP-COUNT
                   MOVE WS-EN-YEAR(WS-EN-IDX)
                       TO WS-GRP-YEAR(WS-GRP-COUNT)
                   MOVE WS-EN-SECTION(WS-EN-IDX)
                       TO WS-GRP-SECTION(WS-GRP-COUNT)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX >= WS-GRP-COUNT
               PERFORM VARYING WS-GRP-J FROM 1 BY 1
                   UNTIL WS-GRP-J > WS-GRP-COUNT - WS-GRP-IDX
                   IF WS-GRP-ENTRY(WS-GRP-J)
                           > WS-GRP-ENTRY(WS-GRP-J + 1)
                       MOVE WS-GRP-ENTRY(WS-GRP-J) TO WS-GRP-SWAP
                       MOVE WS-GRP-ENTRY(WS-GRP-J + 1)
                           TO WS-GRP-ENTRY(WS-GRP-J)
                       MOVE WS-GRP-SWAP TO WS-GRP-ENTRY(WS-GRP-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       SET-DESCRIPTOR.
      *----------------------------------------------------------------
      * SET-DESCRIPTOR - DepEd descriptor for WS-DESC-GRADE into
      * WS-DESCRIPTOR, its position (1-5) into WS-DESC-IDX.
      *----------------------------------------------------------------
           EVALUATE TRUE
               WHEN WS-DESC-GRADE >= 90
                   MOVE 1 TO WS-DESC-IDX
               WHEN WS-DESC-GRADE >= 85
                   MOVE 2 TO WS-DESC-IDX
               WHEN WS-DESC-GRADE >= 80
                   MOVE 3 TO WS-DESC-IDX
               WHEN WS-DESC-GRADE >= 75
                   MOVE 4 TO WS-DESC-IDX
               WHEN OTHER
                   MOVE 5 TO WS-DESC-IDX
           END-EVALUATE
           MOVE WS-DESC-NAME(WS-DESC-IDX) TO WS-DESCRIPTOR.

       WRITE-SF1.
      *----------------------------------------------------------------
      * WRITE-SF1 - The school register, one block per grade/strand
      * and section.
      *----------------------------------------------------------------
           OPEN OUTPUT SF1-FILE
           WRITE SF1-RECORD FROM WS-SF1-TITLE-LINE
           WRITE SF1-RECORD FROM WS-SCHOOL-LINE
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT
               WRITE SF1-RECORD FROM WS-BLANK-LINE
               MOVE WS-GRP-YEAR(WS-GRP-IDX) TO WS-GPL-YEAR
               MOVE WS-GRP-SECTION(WS-GRP-IDX) TO WS-GPL-SECTION
               WRITE SF1-RECORD FROM WS-GROUP-LINE
               WRITE SF1-RECORD FROM WS-SF1-HEADER
               WRITE SF1-RECORD FROM WS-DASH-LINE
               MOVE 0 TO WS-SF1-LINE-NO
               MOVE 0 TO WS-SF1-REGISTERED
               MOVE 0 TO WS-SF1-ON-LEAVE
               MOVE 0 TO WS-SF1-DROPPED
               PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-ENR-COUNT
                   IF WS-EN-YEAR(WS-EN-IDX) = WS-GRP-YEAR(WS-GRP-IDX)
                       AND WS-EN-SECTION(WS-EN-IDX)
                           = WS-GRP-SECTION(WS-GRP-IDX)
                       PERFORM WRITE-SF1-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-OUT-LINE
               MOVE 1 TO WS-TFL-PTR
               MOVE WS-SF1-REGISTERED TO WS-EDIT-COUNT
               MOVE WS-SF1-ON-LEAVE TO WS-EDIT-COUNT-2
               STRING "  ENROLLED: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                   "   ON LEAVE: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COUNT-2) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
                   WITH POINTER WS-TFL-PTR
               END-STRING
               MOVE WS-SF1-DROPPED TO WS-EDIT-COUNT
               STRING "   DROPPED OUT: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
                   WITH POINTER WS-TFL-PTR
               END-STRING
               WRITE SF1-RECORD FROM WS-OUT-LINE
           END-PERFORM
           WRITE SF1-RECORD FROM WS-BLANK-LINE
           WRITE SF1-RECORD FROM WS-RULE-LINE
           MOVE SPACES TO WS-OUT-LINE
           MOVE WS-SF1-TOTAL TO WS-EDIT-COUNT
           MOVE WS-LRN-MISSING TO WS-EDIT-COUNT-2
           STRING "LEARNERS ON REGISTER: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
               "   WITHOUT A VALID LRN: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT-2) DELIMITED BY SIZE
               INTO WS-OUT-LINE
           WRITE SF1-RECORD FROM WS-OUT-LINE
           CLOSE SF1-FILE.

       WRITE-SF1-LINE.
      *----------------------------------------------------------------
      * WRITE-SF1-LINE - One register line for learner WS-EN-IDX;
      * the remarks carry the status and any LRN problem.
      *----------------------------------------------------------------
           ADD 1 TO WS-SF1-LINE-NO
           ADD 1 TO WS-SF1-TOTAL
           MOVE SPACES TO WS-SF1-DETAIL
           MOVE WS-SF1-LINE-NO TO WS-S1D-NO
           MOVE WS-EN-LRN(WS-EN-IDX) TO WS-S1D-LRN
           MOVE WS-EN-ID(WS-EN-IDX) TO WS-S1D-ID
           MOVE WS-EN-NAME(WS-EN-IDX) TO WS-S1D-NAME
           EVALUATE WS-EN-STATUS(WS-EN-IDX)
               WHEN "LOA"
                   MOVE "ON LEAVE" TO WS-S1D-REMARKS
                   ADD 1 TO WS-SF1-ON-LEAVE
               WHEN "DRP"
                   MOVE "DROPPED OUT" TO WS-S1D-REMARKS
                   ADD 1 TO WS-SF1-DROPPED
               WHEN OTHER
                   ADD 1 TO WS-SF1-REGISTERED
           END-EVALUATE
           IF WS-EN-LRN(WS-EN-IDX) = SPACES
               OR WS-EN-LRN(WS-EN-IDX)(1:12) IS NOT NUMERIC
               ADD 1 TO WS-LRN-MISSING
               MOVE SPACES TO WS-OUT-LINE
               IF WS-EN-LRN(WS-EN-IDX) = SPACES
                   STRING FUNCTION TRIM(WS-S1D-REMARKS)
                           DELIMITED BY SIZE
                       " *NO LRN ON FILE" DELIMITED BY SIZE
                       INTO WS-OUT-LINE
               ELSE
                   STRING FUNCTION TRIM(WS-S1D-REMARKS)
                           DELIMITED BY SIZE
                       " *LRN NOT 12 DIGITS" DELIMITED BY SIZE
                       INTO WS-OUT-LINE
               END-IF
               MOVE FUNCTION TRIM(WS-OUT-LINE) TO WS-S1D-REMARKS
           END-IF
           WRITE SF1-RECORD FROM WS-SF1-DETAIL.

       COMPUTE-TERM-RESULT.
      *----------------------------------------------------------------
      * COMPUTE-TERM-RESULT - Learner WS-EN-IDX's general average
      * for term WS-CALC-TERM (mean of the graded subjects' final
      * grades; dropped, incomplete and credited subjects carry no
      * final grade here) and
      * the subjects not passed that term. A term with no subject
      * records falls back to the term record's average.
      *----------------------------------------------------------------
           MOVE 0 TO WS-GA-SUM WS-GA-SUBJECTS WS-GA WS-GA-FOUND
           MOVE 0 TO WS-TERM-FAILED
           MOVE SPACES TO WS-TERM-FAILED-LIST
           MOVE 1 TO WS-TFL-PTR
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
               UNTIL WS-SB-IDX > WS-SB-COUNT
               IF WS-SB-ID(WS-SB-IDX) = WS-EN-ID(WS-EN-IDX)
                   AND WS-SB-TERM(WS-SB-IDX) = WS-CALC-TERM
                   IF WS-SB-STATUS(WS-SB-IDX) NOT = "DRP"
                       AND WS-SB-STATUS(WS-SB-IDX) NOT = "INC"
                       AND WS-SB-STATUS(WS-SB-IDX) NOT = "CRD"
                       ADD WS-SB-AVG(WS-SB-IDX) TO WS-GA-SUM
                       ADD 1 TO WS-GA-SUBJECTS
                   END-IF
                   PERFORM CHECK-SUBJECT-FAILED
                   IF WS-SUBJECT-FAILED = 1
                       ADD 1 TO WS-TERM-FAILED
                       STRING FUNCTION TRIM(WS-SB-SUBJECT(WS-SB-IDX))
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           INTO WS-TERM-FAILED-LIST
                           WITH POINTER WS-TFL-PTR
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM
           IF WS-GA-SUBJECTS > 0
               COMPUTE WS-GA ROUNDED = WS-GA-SUM / WS-GA-SUBJECTS
               MOVE 1 TO WS-GA-FOUND
           ELSE
               PERFORM VARYING WS-TT-IDX FROM 1 BY 1
                   UNTIL WS-TT-IDX > WS-TT-COUNT
                   IF WS-TT-ID(WS-TT-IDX) = WS-EN-ID(WS-EN-IDX)
                       AND WS-TT-TERM(WS-TT-IDX) = WS-CALC-TERM
                       MOVE WS-TT-AVG(WS-TT-IDX) TO WS-GA
                       MOVE 1 TO WS-GA-FOUND
                       IF WS-TT-STATUS(WS-TT-IDX) NOT = "PASS"
                           ADD 1 TO WS-TERM-FAILED
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-SUBJECT-FAILED.
      *----------------------------------------------------------------
      * CHECK-SUBJECT-FAILED - WS-SUBJECT-FAILED = 1 when subject
      * record WS-SB-IDX was not passed (FAIL, FDA or INC).
      *----------------------------------------------------------------
           MOVE 0 TO WS-SUBJECT-FAILED
           IF WS-SB-STATUS(WS-SB-IDX) = "FAIL"
               OR WS-SB-STATUS(WS-SB-IDX) = "FDA"
               OR WS-SB-STATUS(WS-SB-IDX) = "INC"
               MOVE 1 TO WS-SUBJECT-FAILED
           END-IF.

       COMPUTE-BACK-SUBJECTS.
      *----------------------------------------------------------------
      * COMPUTE-BACK-SUBJECTS - Learner WS-EN-IDX's subjects not
      * passed in any term and not passed (or credited) since -
      * the back subjects that make the learner IRREGULAR.
      *----------------------------------------------------------------
           MOVE 0 TO WS-BACK-COUNT
           MOVE SPACES TO WS-BACK-LIST
           MOVE 1 TO WS-BACK-PTR
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
               UNTIL WS-SB-IDX > WS-SB-COUNT
               IF WS-SB-ID(WS-SB-IDX) = WS-EN-ID(WS-EN-IDX)
                   PERFORM CHECK-SUBJECT-FAILED
                   IF WS-SUBJECT-FAILED = 1
                       PERFORM CHECK-BACK-SUBJECT
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-BACK-SUBJECT.
      *----------------------------------------------------------------
      * CHECK-BACK-SUBJECT - Failed record WS-SB-IDX is a back
      * subject unless the learner passed or was credited the
      * subject in any other record; each subject is listed once.
      *----------------------------------------------------------------
           MOVE 0 TO WS-BACK-RESOLVED
           MOVE 0 TO WS-BACK-LISTED
           PERFORM VARYING WS-SB-J FROM 1 BY 1
               UNTIL WS-SB-J > WS-SB-COUNT
               IF WS-SB-ID(WS-SB-J) = WS-SB-ID(WS-SB-IDX)
                   AND WS-SB-SUBJECT(WS-SB-J)
                       = WS-SB-SUBJECT(WS-SB-IDX)
                   IF WS-SB-STATUS(WS-SB-J) = "PASS"
                       OR WS-SB-STATUS(WS-SB-J) = "CRD"
                       MOVE 1 TO WS-BACK-RESOLVED
                   END-IF
                   IF WS-SB-J < WS-SB-IDX
                       AND (WS-SB-STATUS(WS-SB-J) = "FAIL"
                           OR WS-SB-STATUS(WS-SB-J) = "FDA"
                           OR WS-SB-STATUS(WS-SB-J) = "INC")
                       MOVE 1 TO WS-BACK-LISTED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BACK-RESOLVED = 0 AND WS-BACK-LISTED = 0
               ADD 1 TO WS-BACK-COUNT
               STRING FUNCTION TRIM(WS-SB-SUBJECT(WS-SB-IDX))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO WS-BACK-LIST
                   WITH POINTER WS-BACK-PTR
               END-STRING
           END-IF.

       WRITE-SF5.
      *----------------------------------------------------------------
      * WRITE-SF5 - End-of-semester promotion and proficiency for
      * the current term, enrolled learners by section, with a
      * descriptor and status summary per section and overall.
      *----------------------------------------------------------------
           OPEN OUTPUT SF5-FILE
           WRITE SF5-RECORD FROM WS-SF5-TITLE-LINE
           WRITE SF5-RECORD FROM WS-SCHOOL-LINE
           INITIALIZE WS-TOT-DESC-TABLE
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT
               WRITE SF5-RECORD FROM WS-BLANK-LINE
               MOVE WS-GRP-YEAR(WS-GRP-IDX) TO WS-GPL-YEAR
               MOVE WS-GRP-SECTION(WS-GRP-IDX) TO WS-GPL-SECTION
               WRITE SF5-RECORD FROM WS-GROUP-LINE
               WRITE SF5-RECORD FROM WS-SF5-HEADER
               WRITE SF5-RECORD FROM WS-DASH-LINE
               INITIALIZE WS-SEC-DESC-TABLE
               MOVE 0 TO WS-SEC-COMPLETE WS-SEC-INCOMPLETE
                   WS-SEC-REGULAR WS-SEC-IRREGULAR WS-SEC-NO-GRADES
               MOVE 0 TO WS-SF1-LINE-NO
               PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-ENR-COUNT
                   IF WS-EN-YEAR(WS-EN-IDX) = WS-GRP-YEAR(WS-GRP-IDX)
                       AND WS-EN-SECTION(WS-EN-IDX)
                           = WS-GRP-SECTION(WS-GRP-IDX)
                       AND WS-EN-STATUS(WS-EN-IDX) = "ENR"
                       PERFORM WRITE-SF5-LINE
                   END-IF
               END-PERFORM
               PERFORM WRITE-SF5-SUMMARY
           END-PERFORM
           WRITE SF5-RECORD FROM WS-BLANK-LINE
           WRITE SF5-RECORD FROM WS-RULE-LINE
           MOVE "SCHOOL SUMMARY" TO WS-OUT-LINE
           WRITE SF5-RECORD FROM WS-OUT-LINE
           MOVE WS-TOT-DESC-TABLE TO WS-SEC-DESC-TABLE
           MOVE WS-TOT-COMPLETE TO WS-SEC-COMPLETE
           MOVE WS-TOT-INCOMPLETE TO WS-SEC-INCOMPLETE
           MOVE WS-TOT-REGULAR TO WS-SEC-REGULAR
           MOVE WS-TOT-IRREGULAR TO WS-SEC-IRREGULAR
           MOVE WS-TOT-NO-GRADES TO WS-SEC-NO-GRADES
           PERFORM WRITE-SF5-SUMMARY
           CLOSE SF5-FILE.

       WRITE-SF5-LINE.
      *----------------------------------------------------------------
      * WRITE-SF5-LINE - One learner's SF5 line and tallies.
      *----------------------------------------------------------------
           ADD 1 TO WS-SF1-LINE-NO
           ADD 1 TO WS-SF5-LINE-NO
           MOVE WS-TERM-ID TO WS-CALC-TERM
           PERFORM COMPUTE-TERM-RESULT
           PERFORM COMPUTE-BACK-SUBJECTS
           MOVE SPACES TO WS-SF5-DETAIL
           MOVE WS-SF1-LINE-NO TO WS-S5D-NO
           MOVE WS-EN-LRN(WS-EN-IDX) TO WS-S5D-LRN
           MOVE WS-EN-NAME(WS-EN-IDX) TO WS-S5D-NAME
           IF WS-GA-FOUND = 0
               MOVE 0 TO WS-S5D-GA
               MOVE "NO GRADES THIS TERM" TO WS-S5D-DESCRIPTOR
               ADD 1 TO WS-SEC-NO-GRADES
               ADD 1 TO WS-TOT-NO-GRADES
           ELSE
               MOVE WS-GA TO WS-S5D-GA WS-DESC-GRADE
               PERFORM SET-DESCRIPTOR
               MOVE WS-DESCRIPTOR TO WS-S5D-DESCRIPTOR
               ADD 1 TO WS-SEC-DESC-COUNT(WS-DESC-IDX)
               ADD 1 TO WS-TOT-DESC-COUNT(WS-DESC-IDX)
               IF WS-TERM-FAILED = 0
                   MOVE "COMPLETE" TO WS-S5D-SEM-STATUS
                   ADD 1 TO WS-SEC-COMPLETE
                   ADD 1 TO WS-TOT-COMPLETE
               ELSE
                   MOVE "INCOMPLETE" TO WS-S5D-SEM-STATUS
                   MOVE WS-TERM-FAILED-LIST TO WS-S5D-NOT-PASSED
                   ADD 1 TO WS-SEC-INCOMPLETE
                   ADD 1 TO WS-TOT-INCOMPLETE
               END-IF
               IF WS-BACK-COUNT = 0
                   MOVE "REGULAR" TO WS-S5D-YEAR-STATUS
                   ADD 1 TO WS-SEC-REGULAR
                   ADD 1 TO WS-TOT-REGULAR
               ELSE
                   MOVE "IRREGULAR" TO WS-S5D-YEAR-STATUS
                   ADD 1 TO WS-SEC-IRREGULAR
                   ADD 1 TO WS-TOT-IRREGULAR
               END-IF
           END-IF
           WRITE SF5-RECORD FROM WS-SF5-DETAIL.

       WRITE-SF5-SUMMARY.
      *----------------------------------------------------------------
      * WRITE-SF5-SUMMARY - Descriptor counts and status counts out
      * of the section tallies.
      *----------------------------------------------------------------
           WRITE SF5-RECORD FROM WS-DASH-LINE
           MOVE "  LEVEL OF PROFICIENCY" TO WS-OUT-LINE
           WRITE SF5-RECORD FROM WS-OUT-LINE
           PERFORM VARYING WS-DESC-IDX FROM 1 BY 1
               UNTIL WS-DESC-IDX > 5
               MOVE WS-DESC-NAME(WS-DESC-IDX) TO WS-S5S-NAME
               MOVE WS-SEC-DESC-COUNT(WS-DESC-IDX) TO WS-S5S-COUNT
               WRITE SF5-RECORD FROM WS-SF5-DESC-LINE
           END-PERFORM
           MOVE SPACES TO WS-OUT-LINE
           MOVE WS-SEC-COMPLETE TO WS-EDIT-COUNT
           MOVE WS-SEC-INCOMPLETE TO WS-EDIT-COUNT-2
           STRING "  SEMESTER - COMPLETE: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
               "   INCOMPLETE: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT-2) DELIMITED BY SIZE
               INTO WS-OUT-LINE
           WRITE SF5-RECORD FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           MOVE WS-SEC-REGULAR TO WS-EDIT-COUNT
           MOVE WS-SEC-IRREGULAR TO WS-EDIT-COUNT-2
           STRING "  YEAR-END - REGULAR: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
               "   IRREGULAR: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT-2) DELIMITED BY SIZE
               INTO WS-OUT-LINE
           WRITE SF5-RECORD FROM WS-OUT-LINE
           IF WS-SEC-NO-GRADES > 0
               MOVE SPACES TO WS-OUT-LINE
               MOVE WS-SEC-NO-GRADES TO WS-EDIT-COUNT
               STRING "  NO GRADES THIS TERM: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               WRITE SF5-RECORD FROM WS-OUT-LINE
           END-IF.

       WRITE-SF10.
      *----------------------------------------------------------------
      * WRITE-SF10 - One permanent record per learner, in register
      * order.
      *----------------------------------------------------------------
           OPEN OUTPUT SF10-FILE
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT
               PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-ENR-COUNT
                   IF WS-EN-YEAR(WS-EN-IDX) = WS-GRP-YEAR(WS-GRP-IDX)
                       AND WS-EN-SECTION(WS-EN-IDX)
                           = WS-GRP-SECTION(WS-GRP-IDX)
                       PERFORM WRITE-SF10-RECORD
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE SF10-FILE.

       WRITE-SF10-RECORD.
      *----------------------------------------------------------------
      * WRITE-SF10-RECORD - Learner WS-EN-IDX: header, then every
      * semester on file in term order, then the back subjects.
      *----------------------------------------------------------------
           ADD 1 TO WS-SF10-COUNT
           WRITE SF10-RECORD FROM WS-RULE-LINE
           WRITE SF10-RECORD FROM WS-SF10-TITLE-LINE
           WRITE SF10-RECORD FROM WS-SCHOOL-LINE
           WRITE SF10-RECORD FROM WS-BLANK-LINE
           IF WS-EN-LRN(WS-EN-IDX) = SPACES
               MOVE "(NONE ON FILE)" TO WS-S10-LRN
           ELSE
               MOVE WS-EN-LRN(WS-EN-IDX) TO WS-S10-LRN
           END-IF
           MOVE WS-EN-ID(WS-EN-IDX) TO WS-S10-ID
           MOVE WS-EN-NAME(WS-EN-IDX) TO WS-S10-NAME
           WRITE SF10-RECORD FROM WS-SF10-ID-LINE
           MOVE WS-EN-YEAR(WS-EN-IDX) TO WS-S10-YEAR
           MOVE WS-EN-SECTION(WS-EN-IDX) TO WS-S10-SECTION
           MOVE WS-EN-STATUS(WS-EN-IDX) TO WS-S10-STATUS
           WRITE SF10-RECORD FROM WS-SF10-CURRENT-LINE

           PERFORM COLLECT-STUDENT-TERMS
           IF WS-STU-TERM-COUNT = 0
               WRITE SF10-RECORD FROM WS-BLANK-LINE
               MOVE "  No recorded semesters for this learner."
                   TO WS-OUT-LINE
               WRITE SF10-RECORD FROM WS-OUT-LINE
           END-IF
           PERFORM VARYING WS-STU-I FROM 1 BY 1
               UNTIL WS-STU-I > WS-STU-TERM-COUNT
               MOVE WS-STU-TERM(WS-STU-I) TO WS-CALC-TERM
               PERFORM WRITE-SF10-TERM
           END-PERFORM

           PERFORM COMPUTE-BACK-SUBJECTS
           WRITE SF10-RECORD FROM WS-BLANK-LINE
           MOVE SPACES TO WS-OUT-LINE
           IF WS-BACK-COUNT = 0
               MOVE "BACK SUBJECTS: NONE" TO WS-OUT-LINE
           ELSE
               STRING "BACK SUBJECTS (TO BE RETAKEN): "
                       DELIMITED BY SIZE
                   WS-BACK-LIST DELIMITED BY SIZE
                   INTO WS-OUT-LINE
           END-IF
           WRITE SF10-RECORD FROM WS-OUT-LINE
           WRITE SF10-RECORD FROM WS-BLANK-LINE.

       COLLECT-STUDENT-TERMS.
      *----------------------------------------------------------------
      * COLLECT-STUDENT-TERMS - The distinct terms in learner
      * WS-EN-IDX's term and subject records, sorted ("YYYY-T" IDs
      * sort in calendar order).
      *----------------------------------------------------------------
           MOVE 0 TO WS-STU-TERM-COUNT
           PERFORM VARYING WS-TT-IDX FROM 1 BY 1
               UNTIL WS-TT-IDX > WS-TT-COUNT
               IF WS-TT-ID(WS-TT-IDX) = WS-EN-ID(WS-EN-IDX)
                   MOVE WS-TT-TERM(WS-TT-IDX) TO WS-CALC-TERM
                   PERFORM ADD-STUDENT-TERM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
               UNTIL WS-SB-IDX > WS-SB-COUNT
               IF WS-SB-ID(WS-SB-IDX) = WS-EN-ID(WS-EN-IDX)
                   MOVE WS-SB-TERM(WS-SB-IDX) TO WS-CALC-TERM
                   PERFORM ADD-STUDENT-TERM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-STU-I FROM 1 BY 1
               UNTIL WS-STU-I >= WS-STU-TERM-COUNT
               PERFORM VARYING WS-STU-J FROM 1 BY 1
                   UNTIL WS-STU-J > WS-STU-TERM-COUNT - WS-STU-I
                   IF WS-STU-TERM(WS-STU-J) > WS-STU-TERM(WS-STU-J + 1)
                       MOVE WS-STU-TERM(WS-STU-J) TO WS-STU-SWAP
                       MOVE WS-STU-TERM(WS-STU-J + 1)
                           TO WS-STU-TERM(WS-STU-J)
                       MOVE WS-STU-SWAP TO WS-STU-TERM(WS-STU-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ADD-STUDENT-TERM.
      *----------------------------------------------------------------
      * ADD-STUDENT-TERM - WS-CALC-TERM onto the learner's term
      * list unless already there.
      *----------------------------------------------------------------
           MOVE 0 TO WS-STU-FOUND
           PERFORM VARYING WS-STU-J FROM 1 BY 1
               UNTIL WS-STU-J > WS-STU-TERM-COUNT
               IF WS-STU-TERM(WS-STU-J) = WS-CALC-TERM
                   MOVE 1 TO WS-STU-FOUND
               END-IF
           END-PERFORM
           IF WS-STU-FOUND = 0
               AND WS-STU-TERM-COUNT < WS-MAX-STU-TERMS
               ADD 1 TO WS-STU-TERM-COUNT
               MOVE WS-CALC-TERM TO WS-STU-TERM(WS-STU-TERM-COUNT)
           END-IF.

       WRITE-SF10-TERM.
      *----------------------------------------------------------------
      * WRITE-SF10-TERM - One semester of learner WS-EN-IDX: the
      * grade/strand it was taken in, the subjects and the general
      * average.
      *----------------------------------------------------------------
           WRITE SF10-RECORD FROM WS-BLANK-LINE
           MOVE WS-CALC-TERM TO WS-S10T-TERM
           MOVE WS-EN-YEAR(WS-EN-IDX) TO WS-S10T-YEAR
           PERFORM VARYING WS-TT-IDX FROM 1 BY 1
               UNTIL WS-TT-IDX > WS-TT-COUNT
               IF WS-TT-ID(WS-TT-IDX) = WS-EN-ID(WS-EN-IDX)
                   AND WS-TT-TERM(WS-TT-IDX) = WS-CALC-TERM
                   MOVE WS-TT-YEAR(WS-TT-IDX) TO WS-S10T-YEAR
               END-IF
           END-PERFORM
           WRITE SF10-RECORD FROM WS-SF10-TERM-LINE
           WRITE SF10-RECORD FROM WS-SF10-HEADER
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
               UNTIL WS-SB-IDX > WS-SB-COUNT
               IF WS-SB-ID(WS-SB-IDX) = WS-EN-ID(WS-EN-IDX)
                   AND WS-SB-TERM(WS-SB-IDX) = WS-CALC-TERM
                   PERFORM WRITE-SF10-SUBJECT
               END-IF
           END-PERFORM
           PERFORM COMPUTE-TERM-RESULT
           IF WS-GA-FOUND = 1
               MOVE WS-GA TO WS-S10G-GA WS-DESC-GRADE
               PERFORM SET-DESCRIPTOR
               MOVE WS-DESCRIPTOR TO WS-S10G-DESCRIPTOR
               WRITE SF10-RECORD FROM WS-SF10-GA-LINE
           END-IF.

       WRITE-SF10-SUBJECT.
      *----------------------------------------------------------------
      * WRITE-SF10-SUBJECT - Subject record WS-SB-IDX with its
      * DepEd remarks and descriptor.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-S10D-SUBJECT WS-S10D-REMARKS
               WS-S10D-DESCRIPTOR
           MOVE WS-SB-SUBJECT(WS-SB-IDX) TO WS-S10D-SUBJECT
           MOVE WS-SB-UNITS(WS-SB-IDX) TO WS-S10D-UNITS
           MOVE WS-SB-AVG(WS-SB-IDX) TO WS-S10D-GRADE
           EVALUATE WS-SB-STATUS(WS-SB-IDX)
               WHEN "PASS"
                   MOVE "PASSED" TO WS-S10D-REMARKS
               WHEN "FAIL"
                   MOVE "FAILED" TO WS-S10D-REMARKS
               WHEN "FDA"
                   MOVE "FAILED-ABS" TO WS-S10D-REMARKS
               WHEN "INC"
                   MOVE "INCOMPLETE" TO WS-S10D-REMARKS
               WHEN "DRP"
                   MOVE "DROPPED" TO WS-S10D-REMARKS
               WHEN "CRD"
                   MOVE "CREDITED" TO WS-S10D-REMARKS
               WHEN OTHER
                   MOVE WS-SB-STATUS(WS-SB-IDX) TO WS-S10D-REMARKS
           END-EVALUATE
           IF WS-SB-STATUS(WS-SB-IDX) NOT = "DRP"
               AND WS-SB-STATUS(WS-SB-IDX) NOT = "INC"
               AND WS-SB-AVG(WS-SB-IDX) > 0
               MOVE WS-SB-AVG(WS-SB-IDX) TO WS-DESC-GRADE
               PERFORM SET-DESCRIPTOR
               MOVE WS-DESCRIPTOR TO WS-S10D-DESCRIPTOR
           END-IF
           WRITE SF10-RECORD FROM WS-SF10-DETAIL.

       END PROGRAM DEPED-FORMS.
