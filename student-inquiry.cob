      *================================================================
      * PROGRAM: STUDENT-INQUIRY - STUDENT MASTER INQUIRY
      *================================================================
      * PURPOSE: On-screen inquiry against the indexed student master
      *          (STUDENT-MASTER.DAT) that STUDENT-MASTER-BUILD
      *          rebuilds every batch. Registrar and cashier staff
      *          look a student up by ID or by part of the name and
      *          see enrollment status, year level, section,
      *          cumulative GWA, retention status, balance and holds
      *          on one screen.
      *
      * HOW IT WORKS:
      *   1. Opens STUDENT-MASTER.DAT for keyed reading
      *   2. ACCEPTs a student ID, the start of a name (surname
      *      first, as on the enrollment master; any case), or
      *      S:<section> from the operator
      *   3. An entry that is a student ID shows that student in
      *      full. Otherwise it STARTs on the name key and READs
      *      NEXT while the name still begins with the entry: one
      *      match is shown in full, several are listed one line
      *      each (up to 50) for the operator to pick an ID from.
      *      S:<section> lists the section off the section key
      *   4. Repeats until a blank entry is keyed
      *
      * NOTE: The master is as of its last rebuild (the date is shown
      *       with each student) - payments posted since then are
      *       not in the balance.
      *
      * AUTHOR: GROUP2
      *================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-INQUIRY.
       AUTHOR. GROUP2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE
               ASSIGN TO "STUDENT-MASTER.DAT"
      * Same indexed master STUDENT-MASTER-BUILD writes - both FDs
      * COPY the shared STUDMAST layout.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ID
               ALTERNATE RECORD KEY IS SM-NAME-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-SECTION WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-INQUIRY-ENTRY            PIC X(30).
       01  WS-INQUIRY-KEY              PIC X(25).
       01  WS-KEY-LEN                  PIC 99 VALUE 0.
       01  WS-DONE-FLAG                PIC 9 VALUE 0.
       01  WS-READ-DONE-FLAG           PIC 9 VALUE 0.
       01  WS-FOUND-FLAG               PIC 9 VALUE 0.
       01  WS-MATCH-COUNT              PIC 9(5) VALUE 0.
       01  WS-MAX-LISTED               PIC 99 VALUE 50.
       01  WS-FIRST-MATCH              PIC X(10).
       01  WS-HOLD-IDX                 PIC 99 VALUE 0.

       01  WS-EDIT-GWA                 PIC ZZ9.99.
       01  WS-EDIT-AMOUNT              PIC -Z,ZZZ,ZZ9.99.
       01  WS-EDIT-COUNT               PIC Z9.

       01  WS-FIRST-LIST-LINE          PIC X(96).
       01  WS-LIST-HEADING.
               05 FILLER               PIC X(12) VALUE "STUDENT ID".
               05 FILLER               PIC X(27) VALUE "NAME".
               05 FILLER               PIC X(16) VALUE "YEAR".
               05 FILLER               PIC X(11) VALUE "SECTION".
               05 FILLER               PIC X(5)  VALUE "STAT".
               05 FILLER               PIC X(14) VALUE "      BALANCE".
               05 FILLER               PIC X(6)  VALUE " HOLDS".
       01  WS-LIST-LINE.
               05 WS-LST-ID            PIC X(12).
               05 WS-LST-NAME          PIC X(27).
               05 WS-LST-YEAR          PIC X(16).
               05 WS-LST-SECTION       PIC X(11).
               05 WS-LST-STATUS        PIC X(5).
               05 WS-LST-BALANCE       PIC -Z,ZZZ,ZZ9.99.
               05 FILLER               PIC X(2) VALUE SPACES.
               05 WS-LST-HOLDS         PIC X(6).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *----------------------------------------------------------------
      * MAIN-PROCEDURE - Open the master and loop on operator input
      * until a blank entry ends the session.
      *----------------------------------------------------------------
           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: STUDENT-MASTER.DAT not found or could"
                   " not be opened (status " WS-MASTER-FILE-STATUS
                   ") - run STUDENT-MASTER-BUILD first"
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "STUDENT INQUIRY - enter a student ID, the"
                   " start of a name, or S:section;"
               DISPLAY "press ENTER alone to quit"
               PERFORM UNTIL WS-DONE-FLAG = 1
                   DISPLAY "Student: " WITH NO ADVANCING
                   MOVE SPACES TO WS-INQUIRY-ENTRY
                   ACCEPT WS-INQUIRY-ENTRY
                   EVALUATE TRUE
                       WHEN FUNCTION TRIM(WS-INQUIRY-ENTRY) = SPACES
                           MOVE 1 TO WS-DONE-FLAG
                       WHEN FUNCTION UPPER-CASE(
                               WS-INQUIRY-ENTRY(1:2)) = "S:"
                           PERFORM LIST-SECTION
                       WHEN OTHER
                           PERFORM FIND-STUDENT
                   END-EVALUATE
               END-PERFORM
           END-IF
           CLOSE STUDENT-MASTER-FILE
           GOBACK.

       FIND-STUDENT.
      *----------------------------------------------------------------
      * FIND-STUDENT - The entry as a student ID first; failing
      * that, as the start of a name.
      *----------------------------------------------------------------
           MOVE FUNCTION TRIM(WS-INQUIRY-ENTRY) TO SM-ID
           MOVE 1 TO WS-FOUND-FLAG
           READ STUDENT-MASTER-FILE
               KEY IS SM-ID
               INVALID KEY
                   MOVE 0 TO WS-FOUND-FLAG
           END-READ
           IF WS-FOUND-FLAG = 1
               PERFORM SHOW-STUDENT
           ELSE
               PERFORM SEARCH-BY-NAME
           END-IF.

       SEARCH-BY-NAME.
      *----------------------------------------------------------------
      * SEARCH-BY-NAME - START on the upper-case name key at the
      * entry and read forward while the name begins with it.
      *----------------------------------------------------------------
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INQUIRY-ENTRY))
               TO WS-INQUIRY-KEY
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-INQUIRY-KEY))
               TO WS-KEY-LEN
           MOVE WS-INQUIRY-KEY TO SM-NAME-KEY
           MOVE 0 TO WS-READ-DONE-FLAG WS-MATCH-COUNT
           START STUDENT-MASTER-FILE KEY >= SM-NAME-KEY
               INVALID KEY
                   MOVE 1 TO WS-READ-DONE-FLAG
           END-START

           PERFORM UNTIL WS-READ-DONE-FLAG = 1
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-READ-DONE-FLAG
                   NOT AT END
                       IF SM-NAME-KEY(1:WS-KEY-LEN)
                               NOT = WS-INQUIRY-KEY(1:WS-KEY-LEN)
      * Past the last name that begins with the entry
                           MOVE 1 TO WS-READ-DONE-FLAG
                       ELSE
                           ADD 1 TO WS-MATCH-COUNT
                           PERFORM BUILD-LIST-LINE
                           IF WS-MATCH-COUNT = 1
      * Held back - one match is shown in full instead of listed
                               MOVE SM-ID TO WS-FIRST-MATCH
                               MOVE WS-LIST-LINE TO WS-FIRST-LIST-LINE
                           ELSE
                               IF WS-MATCH-COUNT = 2
                                   DISPLAY " "
                                   DISPLAY WS-LIST-HEADING
                                   DISPLAY WS-FIRST-LIST-LINE
                               END-IF
                               IF WS-MATCH-COUNT <= WS-MAX-LISTED
                                   DISPLAY WS-LIST-LINE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-MATCH-COUNT = 0
                   DISPLAY "No student with ID or name "
                       FUNCTION TRIM(WS-INQUIRY-ENTRY)
               WHEN WS-MATCH-COUNT = 1
                   MOVE WS-FIRST-MATCH TO SM-ID
                   READ STUDENT-MASTER-FILE
                       KEY IS SM-ID
                       INVALID KEY
                           DISPLAY "Student " FUNCTION TRIM(SM-ID)
                               " could not be re-read (status "
                               WS-MASTER-FILE-STATUS ")"
                       NOT INVALID KEY
                           PERFORM SHOW-STUDENT
                   END-READ
               WHEN OTHER
                   IF WS-MATCH-COUNT > WS-MAX-LISTED
                       DISPLAY "... first " WS-MAX-LISTED " of "
                           WS-MATCH-COUNT " listed - key more of the"
                           " name"
                   ELSE
                       DISPLAY WS-MATCH-COUNT " students - key the ID"
                           " to see one in full"
                   END-IF
                   DISPLAY " "
           END-EVALUATE.

       LIST-SECTION.
      *----------------------------------------------------------------
      * LIST-SECTION - Every student on the section key for the
      * section after "S:".
      *----------------------------------------------------------------
           MOVE FUNCTION TRIM(WS-INQUIRY-ENTRY(3:)) TO SM-SECTION
           MOVE 0 TO WS-READ-DONE-FLAG WS-MATCH-COUNT
           START STUDENT-MASTER-FILE KEY = SM-SECTION
               INVALID KEY
                   MOVE 1 TO WS-READ-DONE-FLAG
           END-START
           PERFORM UNTIL WS-READ-DONE-FLAG = 1
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-READ-DONE-FLAG
                   NOT AT END
                       IF SM-SECTION NOT =
                               FUNCTION TRIM(WS-INQUIRY-ENTRY(3:))
                           MOVE 1 TO WS-READ-DONE-FLAG
                       ELSE
                           ADD 1 TO WS-MATCH-COUNT
                           IF WS-MATCH-COUNT = 1
                               DISPLAY " "
                               DISPLAY WS-LIST-HEADING
                           END-IF
                           PERFORM BUILD-LIST-LINE
                           DISPLAY WS-LIST-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MATCH-COUNT = 0
               DISPLAY "No students on the master for section "
                   FUNCTION TRIM(WS-INQUIRY-ENTRY(3:))
           ELSE
               DISPLAY WS-MATCH-COUNT " student(s) in section "
                   FUNCTION TRIM(WS-INQUIRY-ENTRY(3:))
               DISPLAY " "
           END-IF.

       BUILD-LIST-LINE.
      *----------------------------------------------------------------
      * BUILD-LIST-LINE - The current record as one list line.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-LIST-LINE
           MOVE SM-ID TO WS-LST-ID
           MOVE SM-NAME TO WS-LST-NAME
           MOVE SM-YEAR TO WS-LST-YEAR
           MOVE SM-SECTION TO WS-LST-SECTION
           MOVE SM-STATUS TO WS-LST-STATUS
           MOVE SM-BALANCE TO WS-LST-BALANCE
           IF SM-HOLD-COUNT > 0
               MOVE SM-HOLD-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-LST-HOLDS
           END-IF.

       SHOW-STUDENT.
      *----------------------------------------------------------------
      * SHOW-STUDENT - The current record in full.
      *----------------------------------------------------------------
           DISPLAY " "
           DISPLAY FUNCTION TRIM(SM-ID) "  " FUNCTION TRIM(SM-NAME)
           DISPLAY "  Status      : " SM-STATUS
               "   Year level: " FUNCTION TRIM(SM-YEAR)
               "   Section: " FUNCTION TRIM(SM-SECTION)
           IF SM-LRN NOT = SPACES
               DISPLAY "  LRN         : " SM-LRN
           END-IF
           IF SM-GWA-TERMS > 0
               MOVE SM-GWA TO WS-EDIT-GWA
               DISPLAY "  GWA         : " FUNCTION TRIM(WS-EDIT-GWA)
                   " over " SM-GWA-TERMS " term(s)"
           ELSE
               DISPLAY "  GWA         : no graded term yet"
           END-IF
           IF SM-RETENTION NOT = SPACES
               DISPLAY "  Retention   : " FUNCTION TRIM(SM-RETENTION)
                   " (" SM-CONSEC-FAILS " consecutive failed"
                   " term(s))"
           END-IF
           MOVE SM-ASSESSED TO WS-EDIT-AMOUNT
           DISPLAY "  Assessed    : " WS-EDIT-AMOUNT
           MOVE SM-PAID TO WS-EDIT-AMOUNT
           DISPLAY "  Paid (net)  : " WS-EDIT-AMOUNT
           MOVE SM-BALANCE TO WS-EDIT-AMOUNT
           DISPLAY "  Balance     : " WS-EDIT-AMOUNT
           IF SM-HOLD-COUNT = 0
               DISPLAY "  Holds       : none"
           ELSE
               PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > SM-HOLD-COUNT
                   OR WS-HOLD-IDX > 5
                   DISPLAY "  Hold        : "
                       FUNCTION TRIM(SM-HOLD-TYPE(WS-HOLD-IDX))
                       " - clear with "
                       FUNCTION TRIM(SM-HOLD-OFFICE(WS-HOLD-IDX))
               END-PERFORM
               IF SM-HOLD-COUNT > 5
                   DISPLAY "  (" SM-HOLD-COUNT " holds in all - see"
                       " STUDENT-HOLDS-LISTING.TXT)"
               END-IF
           END-IF
           DISPLAY "  As of       : " SM-BUILT-DATE
           DISPLAY " ".

       END PROGRAM STUDENT-INQUIRY.
