       DATA DIVISION.
       FILE SECTION.
       FD  GEN-INPUT-FILE.
       01  GEN-INPUT-RECORD            PIC X(320).

       FD  GEN-OUTPUT-FILE.
       01  GEN-OUTPUT-RECORD           PIC X(320).

       FD  PAYROLL-MASTER-FILE.
       COPY PAYMAST.
