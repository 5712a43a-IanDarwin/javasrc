      * the batch number stamped on the audit line, so an
      * out-of-balance run can be traced to the batch that caused
      * it.  Details written before the batch stamp existed carry a
      * blank batch number and group together.  Batches backed out
      * by BATREV are listed from their "V" entries on the batch log
      * BATCHLOG: the original batch's details and those of its
      * reversing batch are totaled across every run on the file,
      * and a pair whose totals do not net to zero is out of
      * balance.  A pair with one side not on the file (the
      * reversal not yet posted, or the original already archived)
      * is listed but not judged.  Prints an
      * in-balance/out-of-balance report on SYSOUT and ends with
      * RETURN-CODE 8 when any run or reversal disagrees.  The
      * outcome - date, runs checked, runs and reversals out of
      * balance, and the return code - is also written as a single
      * record to RECONRES for the morning operations summary.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reconcil.
       FILE-CONTROL.
           SELECT Audit-In-File ASSIGN TO "AUDITIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL Batch-Log-File ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT Recon-Result-File ASSIGN TO "RECONRES"
               ORGANIZATION IS LINE SEQUENTIAL.

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
       01 Audit-Summary-Fields REDEFINES Audit-In-Line.
          05 FILLER PIC X(26).
          05 ASF-Record-Count PIC X(8).
          05 FILLER PIC X(9).
          05 ASF-Sum PIC X(17).

       FD  Batch-Log-File.
       01 Batch-Log-Record.
          05 BL-Batch-Number PIC X(6).
          05 FILLER PIC X(2).
          05 BL-Run-Date PIC X(8).
          05 FILLER PIC X(2).
          05 BL-Entry-Type PIC X.
             88 BL-Batch-Posted VALUE SPACE.
             88 BL-Batch-Reversed VALUE "V".
          05 FILLER PIC X.
          05 BL-Related-Batch PIC X(6).

       FD  Recon-Result-File.
       01 Recon-Result-Record.
          05 RR-Run-Date PIC X(8).
          05 FILLER PIC X(2).
          05 RR-Runs-Checked PIC 9(4).
          05 FILLER PIC X(2).
          05 RR-Runs-Out PIC 9(4).
          05 FILLER PIC X(2).
          05 RR-Reversals-Out PIC 9(4).
          05 FILLER PIC X(2).
          05 RR-Return-Code PIC 9(2).
          05 FILLER PIC X(10).

       WORKING-STORAGE SECTION.
       01 End-Of-File-Switch PIC X VALUE "N".
          88 End-Of-File VALUE "Y".
       01 Out-Of-Balance-Switch PIC X VALUE "N".
          88 Out-Of-Balance VALUE "Y".
       01 Run-Number PIC 9(4) VALUE ZEROS.
       01 Runs-Out-Count PIC 9(4) VALUE ZEROS.
       01 Reversals-Out-Count PIC 9(4) VALUE ZEROS.
       01 WS-Current-Timestamp PIC X(26) VALUE SPACES.
       01 Detail-Count PIC 9(8) VALUE ZEROS.
       01 Detail-Sum PIC S9(12)V99 VALUE ZEROS.
       01 Trailer-Count PIC 9(8) VALUE ZEROS.
       01 RB-Skipped PIC 9(8) VALUE ZEROS.
       01 Found-Switch PIC X VALUE "N".
          88 Entry-Found VALUE "Y".
       01 Log-End-Switch PIC X VALUE "N".
          88 Log-End VALUE "Y".
      * One entry per reversal on the batch log, holding the totals
      * of the original batch and of the batch that reversed it.
       01 Reversal-Table.
          05 RV-Entry OCCURS 100 TIMES.
             10 RV-Original PIC X(6).
             10 RV-Reversal PIC X(6).
             10 RV-Date PIC X(8).
             10 RV-Orig-Count PIC 9(8).
             10 RV-Orig-Sum PIC S9(12)V99.
             10 RV-Rev-Count PIC 9(8).
             10 RV-Rev-Sum PIC S9(12)V99.
       01 RV-Used PIC 9(3) VALUE ZEROS.
       01 RV-Sub PIC 9(3) VALUE 1.
       01 RV-Skipped PIC 9(8) VALUE ZEROS.
       01 RV-Listed PIC 9(8) VALUE ZEROS.
       01 Net-Sum PIC S9(12)V99 VALUE ZEROS.

       01 Reversal-Detail-Line.
          05 FILLER PIC X(8) VALUE "  BATCH ".
          05 RL-Original PIC X(6).
          05 FILLER PIC X(13) VALUE "  REVERSED BY".
          05 FILLER PIC X VALUE SPACE.
          05 RL-Reversal PIC X(6).
          05 FILLER PIC X(4) VALUE " ON ".
          05 RL-Date PIC X(8).
          05 FILLER PIC X(7) VALUE "  SUM: ".
          05 RL-Orig-Sum PIC -(12)9.99.
          05 FILLER PIC X(1) VALUE "/".
          05 RL-Rev-Sum PIC -(12)9.99.
          05 FILLER PIC X(7) VALUE "  NET: ".
          05 RL-Net-Sum PIC -(12)9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RL-Status PIC X(20).

       01 Batch-Detail-Line.
          05 FILLER PIC X(8) VALUE "  BATCH ".
       MainLogic.
          DISPLAY "AUDIT RECONCILIATION REPORT"
          DISPLAY " "
          PERFORM LoadReversals
          OPEN INPUT Audit-In-File
          PERFORM ReadAuditLine
          PERFORM ProcessAuditLine UNTIL End-Of-File
          IF Detail-Count > 0
             PERFORM ReportMissingTrailer
          END-IF
          IF RV-Used > 0
             PERFORM PrintReversals
          END-IF
          DISPLAY " "
          IF Out-Of-Balance
             DISPLAY "*** AUDIT FILE OUT OF BALANCE ***"
             DISPLAY "ALL RUNS IN BALANCE"
             MOVE 0 TO RETURN-CODE
          END-IF
          PERFORM WriteReconResult
          STOP RUN.

       WriteReconResult.
          MOVE FUNCTION CURRENT-DATE TO WS-Current-Timestamp
          MOVE SPACES TO Recon-Result-Record
          MOVE WS-Current-Timestamp(1:8) TO RR-Run-Date
          MOVE Run-Number TO RR-Runs-Checked
          MOVE Runs-Out-Count TO RR-Runs-Out
          MOVE Reversals-Out-Count TO RR-Reversals-Out
          MOVE RETURN-CODE TO RR-Return-Code
          OPEN OUTPUT Recon-Result-File
          WRITE Recon-Result-Record
          CLOSE Recon-Result-File.

       ReadAuditLine.
          READ Audit-In-File
             AT END SET End-Of-File TO TRUE
                ADD 1 TO Detail-Count
                ADD FUNCTION NUMVAL(AD-Result) TO Detail-Sum
                PERFORM TallyBatchLine
                IF RV-Used > 0
                   PERFORM TallyReversalLine
                END-IF
             WHEN "T"
                PERFORM ReconcileRun
             WHEN OTHER
          ELSE
             MOVE "OUT OF BALANCE" TO RD-Status
             MOVE "Y" TO Out-Of-Balance-Switch
             ADD 1 TO Runs-Out-Count
          END-IF
          DISPLAY Recon-Detail-Line
          PERFORM PrintBatchLines
          MOVE ZEROS TO RD-Trailer-Sum
          MOVE "NO TRAILER" TO RD-Status
          MOVE "Y" TO Out-Of-Balance-Switch
          ADD 1 TO Runs-Out-Count
          DISPLAY Recon-Detail-Line
          PERFORM PrintBatchLines.

      * The reversals on the batch log, loaded before the audit file
      * is read so each detail line can be matched to them.
       LoadReversals.
          OPEN INPUT Batch-Log-File
          PERFORM ReadBatchLog
          PERFORM StoreReversal UNTIL Log-End
          CLOSE Batch-Log-File.

       ReadBatchLog.
          READ Batch-Log-File
             AT END SET Log-End TO TRUE
          END-READ.

       StoreReversal.
          IF BL-Batch-Reversed
             IF RV-Used < 100
                ADD 1 TO RV-Used
                MOVE BL-Batch-Number TO RV-Original(RV-Used)
                MOVE BL-Related-Batch TO RV-Reversal(RV-Used)
                MOVE BL-Run-Date TO RV-Date(RV-Used)
                MOVE ZEROS TO RV-Orig-Count(RV-Used)
                MOVE ZEROS TO RV-Orig-Sum(RV-Used)
                MOVE ZEROS TO RV-Rev-Count(RV-Used)
                MOVE ZEROS TO RV-Rev-Sum(RV-Used)
             ELSE
                ADD 1 TO RV-Skipped
             END-IF
          END-IF
          PERFORM ReadBatchLog.

       TallyReversalLine.
          IF AD-Batch-Number NOT = SPACES
             PERFORM VARYING RV-Sub FROM 1 BY 1 UNTIL RV-Sub > RV-Used
                IF RV-Original(RV-Sub) = AD-Batch-Number
                   ADD 1 TO RV-Orig-Count(RV-Sub)
                   ADD FUNCTION NUMVAL(AD-Result)
                      TO RV-Orig-Sum(RV-Sub)
                END-IF
                IF RV-Reversal(RV-Sub) = AD-Batch-Number
                   ADD 1 TO RV-Rev-Count(RV-Sub)
                   ADD FUNCTION NUMVAL(AD-Result)
                      TO RV-Rev-Sum(RV-Sub)
                END-IF
             END-PERFORM
          END-IF.

      * Only reversals with at least one side on this audit file are
      * listed; older pairs archived off it are passed over.
       PrintReversals.
          DISPLAY " "
          DISPLAY "BATCH REVERSALS"
          PERFORM PrintReversalLine
             VARYING RV-Sub FROM 1 BY 1 UNTIL RV-Sub > RV-Used
          IF RV-Listed = 0
             DISPLAY "  NONE ON THIS AUDIT FILE"
          END-IF
          IF RV-Skipped > 0
             DISPLAY "  WARNING - REVERSAL TABLE FULL, " RV-Skipped
                " REVERSALS NOT CHECKED"
          END-IF.

       PrintReversalLine.
          IF RV-Orig-Count(RV-Sub) > 0 OR RV-Rev-Count(RV-Sub) > 0
             ADD 1 TO RV-Listed
             COMPUTE Net-Sum = RV-Orig-Sum(RV-Sub)
                + RV-Rev-Sum(RV-Sub)
             MOVE RV-Original(RV-Sub) TO RL-Original
             MOVE RV-Reversal(RV-Sub) TO RL-Reversal
             MOVE RV-Date(RV-Sub) TO RL-Date
             MOVE RV-Orig-Sum(RV-Sub) TO RL-Orig-Sum
             MOVE RV-Rev-Sum(RV-Sub) TO RL-Rev-Sum
             MOVE Net-Sum TO RL-Net-Sum
             EVALUATE TRUE
                WHEN RV-Rev-Count(RV-Sub) = 0
                   MOVE "REVERSAL NOT POSTED" TO RL-Status
                WHEN RV-Orig-Count(RV-Sub) = 0
                   MOVE "ORIGINAL NOT ON FILE" TO RL-Status
                WHEN Net-Sum = 0
                   MOVE "NETS TO ZERO" TO RL-Status
                WHEN OTHER
                   MOVE "DOES NOT NET" TO RL-Status
                   MOVE "Y" TO Out-Of-Balance-Switch
                   ADD 1 TO Reversals-Out-Count
             END-EVALUATE
             DISPLAY Reversal-Detail-Line
          END-IF.
