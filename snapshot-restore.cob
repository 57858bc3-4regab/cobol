       01  MANIFEST-RECORD             PIC X(80).

       FD  GEN-INPUT-FILE.
       01  GEN-INPUT-RECORD            PIC X(320).

       FD  GEN-OUTPUT-FILE.
       01  GEN-OUTPUT-RECORD           PIC X(320).

       FD  PAYROLL-MASTER-FILE.
       COPY PAYMAST.
                       NOT AT END
                           MOVE GEN-INPUT-RECORD
                               TO PAYROLL-MASTER-RECORD
                           IF MAST-HONORARIA NOT NUMERIC
                               MOVE 0 TO MAST-HONORARIA
                           END-IF
                           IF MAST-BEN-EXEMPT NOT NUMERIC
                               MOVE 0 TO MAST-BEN-EXEMPT
                           END-IF
                           IF MAST-PAYSLIP-DETAIL NOT NUMERIC
                               MOVE ZEROS TO MAST-PAYSLIP-DETAIL
                           END-IF
                           IF MAST-RATE-VERSIONS = SPACES
                               MOVE "BASE" TO MAST-RATES-VER
                                   MAST-CONTRIB-VER MAST-WTAX-VER
                                   MAST-GRADES-VER
                           END-IF
      * A snapshot taken before the honorarium, exempt benefit,
      * payslip detail or rate version fields existed pads them
      * with SPACES
                           WRITE PAYROLL-MASTER-RECORD
                           ADD 1 TO WS-COPY-RECORD-COUNT
                   END-READ
