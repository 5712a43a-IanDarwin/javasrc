      * by a "C" record per checkpoint interval; those working
      * records are trimmed once their run has ended, while the
      * one-per-run "S" start and "E"/"A" outcome records stay on
      * RUNNEW as the operations history, as do the "R" records of
      * refused runs.  A trailing unfinished run also keeps its
      * last "C" record, which together with its "S" is the restart
      * anchor.  A retention report of what was read, kept,
      * archived and purged goes to SYSOUT.
      * The retention period in days is taken from the PARM
      * (default 30).

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

       FD  Audit-Out-File.
       01 Audit-Out-Line PIC X(150).

       FD  Archive-File.
       01 Archive-Line PIC X(150).

       FD  Checkpoint-In-File.
       01 Checkpoint-In-Line PIC X(218).

       FD  Checkpoint-Out-File.
       01 Checkpoint-Out-Line PIC X(218).

       FD  Reject-In-File.
       01 Reject-In-Line PIC X(130).
       01 Reject-In-Fields REDEFINES Reject-In-Line.
          05 FILLER PIC X(68).
          05 RJ-Status PIC X.
          05 FILLER PIC X(61).

       FD  Reject-Out-File.
       01 Reject-Out-Line PIC X(130).

       FD  Reject-Archive-File.
       01 Reject-Archive-Line PIC X(130).

       FD  Run-In-File.
       01 Run-In-Line PIC X(48).
      * "C" records of a run are dead weight once the run has
      * ended (or a new run has started over it).  A trailing "C"
      * with no outcome after it belongs to an unfinished run and
      * is its restart anchor, so it carries forward too.  A refused
      * run's "R" record never started anything, so it neither ends
      * an unfinished run nor disturbs its anchor.
       TrimRunStatusFile.
          OPEN INPUT Run-In-File
          OPEN OUTPUT Run-Out-File
                         ADD 1 TO Run-Purged-Count
                      END-IF
                      MOVE Run-In-Line TO Pending-C-Record
                   WHEN "R"
                      WRITE Run-Out-Line FROM Run-In-Line
                      ADD 1 TO Run-Kept-Count
                   WHEN OTHER
                      PERFORM DropPendingRunRecord
                      WRITE Run-Out-Line FROM Run-In-Line
