                   10 WS-EN-YEAR       PIC X(15).
                   10 WS-EN-SECTION    PIC X(10).
                   10 WS-EN-STATUS     PIC X(4).
                   10 WS-EN-LRN        PIC X(12).
       01  WS-EN-IDX                   PIC 9999 VALUE 0.
       01  WS-STUDENT-PARSE.
               05 WS-SP-LINE           PIC X(90).
               05 WS-SP-YEAR           PIC X(15).
               05 WS-SP-SECTION        PIC X(10).
               05 WS-SP-STATUS         PIC X(5).
               05 WS-SP-LRN            PIC X(12).
       01  WS-BUILT-LINE               PIC X(90).
       01  WS-LRN-LINE                 PIC X(90).

       01  WS-PROMOTED-COUNT           PIC 9999 VALUE 0.
       01  WS-RETAINED-COUNT           PIC 9999 VALUE 0.

       LOAD-ENROLLMENT.
      *----------------------------------------------------------------
      * LOAD-ENROLLMENT - The whole master (5-field layout and the
      * optional LRN, older lines defaulting to ENR).
      *----------------------------------------------------------------
           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENROLL-FILE-STATUS = "00"
                           IF FUNCTION TRIM(WS-SP-LINE) NOT = SPACES
                               MOVE SPACES TO WS-SP-ID WS-SP-NAME
                                   WS-SP-YEAR WS-SP-SECTION
                                   WS-SP-STATUS WS-SP-LRN
                               UNSTRING WS-SP-LINE DELIMITED BY ","
                                   INTO WS-SP-ID
                                        WS-SP-NAME
                                        WS-SP-YEAR
                                        WS-SP-SECTION
                                        WS-SP-STATUS
                                        WS-SP-LRN
                               END-UNSTRING
                               ADD 1 TO WS-ENR-COUNT
                               MOVE FUNCTION TRIM(WS-SP-ID)
                                   TO WS-EN-YEAR(WS-ENR-COUNT)
                               MOVE FUNCTION TRIM(WS-SP-SECTION)
                                   TO WS-EN-SECTION(WS-ENR-COUNT)
                               MOVE FUNCTION TRIM(WS-SP-LRN)
                                   TO WS-EN-LRN(WS-ENR-COUNT)
                               IF FUNCTION TRIM(WS-SP-STATUS)
                                       = SPACES
                                   MOVE "ENR" TO
       REWRITE-ENROLLMENT.
      *----------------------------------------------------------------
      * REWRITE-ENROLLMENT - The promoted master, full 5-field
      * layout plus the LRN when held.
      *----------------------------------------------------------------
           OPEN OUTPUT ENROLLMENT-FILE
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   FUNCTION TRIM(WS-EN-STATUS(WS-EN-IDX))
                       DELIMITED BY SIZE
                   INTO WS-BUILT-LINE
               IF WS-EN-LRN(WS-EN-IDX) NOT = SPACES
                   MOVE SPACES TO WS-LRN-LINE
                   STRING FUNCTION TRIM(WS-BUILT-LINE) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EN-LRN(WS-EN-IDX))
                           DELIMITED BY SIZE
                       INTO WS-LRN-LINE
                   MOVE WS-LRN-LINE TO WS-BUILT-LINE
               END-IF
               WRITE ENROLLMENT-RECORD FROM WS-BUILT-LINE
           END-PERFORM
           CLOSE ENROLLMENT-FILE.
