       DATA DIVISION.
       FILE SECTION.
       FD  Audit-In-File.
       01 Audit-In-Line PIC X(150).
       01 Audit-Detail-Fields REDEFINES Audit-In-Line.
          05 AD-Record-Type PIC X.
          05 FILLER PIC X(3).
          05 AD-Batch-Number PIC X(6).
          05 FILLER PIC X(3).
          05 AD-Dept PIC X(3).
          05 FILLER PIC X(64).

       WORKING-STORAGE SECTION.
       01 End-Of-File-Switch PIC X VALUE "N".
