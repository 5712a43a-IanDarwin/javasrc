      * Morning operations exception summary for the AcceptDemo
      * nightly stream, run as its last step.  Brings onto one page
      * what the operator would otherwise piece together from the
      * SYSOUT of every step:
      *   - the last run on the run-status file RUNSTAT: when it
      *     started and ended, how it ended (ended, aborted, refused
      *     or never finished), its return code, the restarts it
      *     took, and the batches it refused or could not take
      *     because the batch table was full;
      *   - the batches the run logged as posted on BATCHLOG, and
      *     any reversal BATREV logged whose reversing batch has not
      *     posted yet;
      *   - the rejects the run wrote to the suspense file on REJIN,
      *     and their rate against the REJECT-LIMIT percentage on
      *     PARMFILE, with the open rejects past the first age band
      *     (3-7 days, and over 7 days);
      *   - the audit trail on AUDITIN reconciled run by run the way
      *     RECONCIL does it, so the balance is checked even on a
      *     night the reconciliation step was bypassed;
      *   - RECONCIL's own result record on RECONRES, or a note that
      *     it did not run for this run;
      *   - whether the GL extract and the warehouse export were
      *     released, which the stream does only when the run ended
      *     with RC 0.
      * A last run whose records are all more than a day old is
      * reported as no run.  Each exception is flagged on the page
      * and the summary ends with the highest return code among
      * them: 16 no run, aborted or unfinished; 12 refused; 8 out
      * of balance or reject rate over the limit; 4 any other
      * exception; 0 a clean night.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpsSummary.
       AUTHOR. Adapted from a program by Michael Coughlin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL Run-Status-File ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL Batch-Log-File ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL Reject-File ASSIGN TO "REJIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL Audit-In-File ASSIGN TO "AUDITIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL Recon-Result-File ASSIGN TO "RECONRES"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL Parm-File ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Run-Status-File.
       01 Run-Status-Record.
          05 RS-Status PIC X.
          05 FILLER PIC X(3).
          05 RS-Timestamp PIC X(26).
          05 FILLER PIC X(3).
          05 RS-Record-Count PIC 9(8).
          05 RS-Return-Code PIC X(2).
          05 RS-Refused-Count PIC X(2).
          05 RS-Overflow-Count PIC X(2).
          05 RS-Resume-Flag PIC X.

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

       FD  Reject-File.
       01 Reject-Line PIC X(130).
       01 Reject-Input-Fields REDEFINES Reject-Line.
          05 FILLER PIC X(68).
          05 RI-Status PIC X.
          05 FILLER PIC X(3).
          05 RI-Entry-Date PIC X(8).
          05 FILLER PIC X(50).

       FD  Audit-In-File.
       01 Audit-In-Line PIC X(150).
       01 Audit-Detail-Fields REDEFINES Audit-In-Line.
          05 AD-Record-Type PIC X.
          05 FILLER PIC X(3).
          05 AD-Num1 PIC X(5).
          05 FILLER PIC X(3).
          05 AD-Num2 PIC X(5).
          05 FILLER PIC X(3).
          05 AD-Function PIC X.
          05 FILLER PIC X(3).
          05 AD-Result PIC X(14).
          05 FILLER PIC X(112).
       01 Audit-Summary-Fields REDEFINES Audit-In-Line.
          05 FILLER PIC X(26).
          05 ASF-Record-Count PIC X(8).
          05 FILLER PIC X(9).
          05 ASF-Sum PIC X(17).
          05 FILLER PIC X(90).

       FD  Recon-Result-File.
       01 Recon-Result-Record.
          05 RR-Run-Date PIC X(8).
          05 FILLER PIC X(2).
          05 RR-Runs-Checked PIC X(4).
          05 FILLER PIC X(2).
          05 RR-Runs-Out PIC X(4).
          05 FILLER PIC X(2).
          05 RR-Reversals-Out PIC X(4).
          05 FILLER PIC X(2).
          05 RR-Return-Code PIC X(2).
          05 FILLER PIC X(10).

       FD  Parm-File.
       01 Parm-Record.
          05 PF-Keyword PIC X(14).
          05 PF-Value PIC X(66).

       WORKING-STORAGE SECTION.
       01 End-Of-File-Switch PIC X VALUE "N".
          88 End-Of-File VALUE "Y".
       01 WS-Current-Timestamp PIC X(26) VALUE SPACES.
       01 Today-Number PIC 9(8) VALUE ZEROS.
       01 Today-Integer PIC 9(8) VALUE ZEROS.
       01 Entry-Number PIC 9(8) VALUE ZEROS.
       01 Entry-Integer PIC 9(8) VALUE ZEROS.
       01 Age-Days PIC 9(5) VALUE ZEROS.
       01 Reject-Limit-Pct PIC 9(3) VALUE 100.

      * The last run as the run-status file tells it.  A fresh "S"
      * (record count zero) opens a run; an "S" with a count is a
      * restart of it; "E" or "A" closes it.  A refused run's "R"
      * stands on its own and is the last run only when nothing
      * followed it.
       01 Run-Found-Switch PIC X VALUE "N".
          88 Run-Found VALUE "Y".
       01 Last-Refused-Switch PIC X VALUE "N".
          88 Last-Run-Refused VALUE "Y".
       01 Abandoned-Switch PIC X VALUE "N".
          88 Prior-Run-Abandoned VALUE "Y".
       01 Cycle-Status PIC X VALUE SPACE.
          88 Cycle-Unfinished VALUE "S" "C".
          88 Cycle-Ended VALUE "E".
          88 Cycle-Aborted VALUE "A".
       01 Cycle-Start-Stamp PIC X(14) VALUE SPACES.
       01 Cycle-End-Stamp PIC X(14) VALUE SPACES.
       01 Cycle-Restarts PIC 9(4) VALUE ZEROS.
       01 Cycle-Record-Count PIC 9(8) VALUE ZEROS.
       01 Cycle-Return-Code PIC X(2) VALUE SPACES.
       01 Cycle-Refused PIC X(2) VALUE SPACES.
       01 Cycle-Overflow PIC X(2) VALUE SPACES.
       01 Refused-Stamp PIC X(14) VALUE SPACES.
       01 Refused-Return-Code PIC X(2) VALUE SPACES.
       01 Refused-Refused PIC X(2) VALUE SPACES.
       01 Refused-Overflow PIC X(2) VALUE SPACES.
       01 Last-Record-Date PIC X(8) VALUE SPACES.
       01 Run-Date PIC X(8) VALUE SPACES.
       01 Run-Refused-Count PIC 9(2) VALUE ZEROS.
       01 Run-Overflow-Count PIC 9(2) VALUE ZEROS.
       01 Run-Return-Code PIC 9(2) VALUE ZEROS.
       01 Return-Code-Switch PIC X VALUE "N".
          88 Return-Code-Known VALUE "Y".
       01 GL-Released-Switch PIC X VALUE "N".
          88 GL-Released VALUE "Y".

       01 Posted-Batch-Count PIC 9(4) VALUE ZEROS.
       01 Reversal-Table.
          05 RV-Entry OCCURS 100 TIMES.
             10 RV-Reversal PIC X(6).
             10 RV-Posted PIC X.
       01 RV-Used PIC 9(3) VALUE ZEROS.
       01 RV-Sub PIC 9(3) VALUE 1.
       01 RV-Skipped PIC 9(8) VALUE ZEROS.
       01 Reversals-Pending PIC 9(4) VALUE ZEROS.

       01 Run-Reject-Count PIC 9(8) VALUE ZEROS.
       01 Reject-Work PIC 9(11) VALUE ZEROS.
       01 Reject-Pct PIC 9(3) VALUE ZEROS.
       01 Reject-Open-Count PIC 9(8) VALUE ZEROS.
       01 Age-Band-2 PIC 9(8) VALUE ZEROS.
       01 Age-Band-3 PIC 9(8) VALUE ZEROS.

       01 Detail-Count PIC 9(8) VALUE ZEROS.
       01 Detail-Sum PIC S9(12)V99 VALUE ZEROS.
       01 Trailer-Count PIC 9(8) VALUE ZEROS.
       01 Trailer-Sum PIC S9(12)V99 VALUE ZEROS.
       01 Audit-Run-Count PIC 9(4) VALUE ZEROS.
       01 Audit-Out-Count PIC 9(4) VALUE ZEROS.

       01 Recon-Found-Switch PIC X VALUE "N".
          88 Recon-Found VALUE "Y".

       01 Summary-Return-Code PIC 9(2) VALUE ZEROS.
       01 Alert-Level PIC 9(2) VALUE ZEROS.
       01 Exception-Count PIC 9(4) VALUE ZEROS.

       01 Summary-Heading.
          05 FILLER PIC X(36)
             VALUE "MORNING OPERATIONS EXCEPTION SUMMARY".
          05 FILLER PIC X(8) VALUE SPACES.
          05 SH-Date PIC X(8).

       01 Summary-Text-Line.
          05 FILLER PIC X(2) VALUE SPACES.
          05 ST-Label PIC X(32).
          05 ST-Value PIC X(24).
          05 FILLER PIC X(2) VALUE SPACES.
          05 ST-Flag PIC X(3).

       01 Summary-Count-Line.
          05 FILLER PIC X(2) VALUE SPACES.
          05 SC-Label PIC X(32).
          05 SC-Value PIC Z(7)9.
          05 FILLER PIC X(16) VALUE SPACES.
          05 FILLER PIC X(2) VALUE SPACES.
          05 SC-Flag PIC X(3).

       01 Recon-Value.
          05 FILLER PIC X(3) VALUE "RC ".
          05 RN-Return-Code PIC X(2).
          05 FILLER PIC X(2) VALUE ", ".
          05 RN-Runs-Out PIC ZZZ9.
          05 FILLER PIC X(9) VALUE " RUNS OUT".

       01 Outcome-Value.
          05 OV-Text PIC X(13).
          05 FILLER PIC X(3) VALUE "RC ".
          05 OV-Return-Code PIC X(2).

       01 Rate-Value.
          05 RT-Pct PIC ZZ9.
          05 FILLER PIC X(13) VALUE " PCT, LIMIT ".
          05 RT-Limit PIC ZZ9.

       PROCEDURE DIVISION.
       MainLogic.
          MOVE FUNCTION CURRENT-DATE TO WS-Current-Timestamp
          MOVE WS-Current-Timestamp(1:8) TO Today-Number
          MOVE FUNCTION INTEGER-OF-DATE(Today-Number)
             TO Today-Integer
          PERFORM ReadRunParameters
          PERFORM ScanRunStatus
          PERFORM ScanBatchLog
          PERFORM ScanRejects
          PERFORM ScanAuditTrail
          PERFORM ReadReconResult
          MOVE Today-Number TO SH-Date
          DISPLAY Summary-Heading
          DISPLAY " "
          PERFORM PrintRunSection
          PERFORM PrintBatchSection
          PERFORM PrintRejectSection
          PERFORM PrintBalanceSection
          PERFORM PrintReleaseSection
          DISPLAY " "
          IF Exception-Count = 0
             DISPLAY "NO EXCEPTIONS - NIGHTLY RUN CLEAN"
          ELSE
             DISPLAY "*** " Exception-Count " EXCEPTIONS FLAGGED - "
                "SUMMARY RC " Summary-Return-Code " ***"
          END-IF
          MOVE Summary-Return-Code TO RETURN-CODE
          STOP RUN.

       ReadRunParameters.
          OPEN INPUT Parm-File
          MOVE "N" TO End-Of-File-Switch
          PERFORM ReadParmRecord
          PERFORM ApplyParmRecord UNTIL End-Of-File
          CLOSE Parm-File
          MOVE "N" TO End-Of-File-Switch.

       ReadParmRecord.
          READ Parm-File
             AT END SET End-Of-File TO TRUE
          END-READ.

       ApplyParmRecord.
          EVALUATE PF-Keyword
             WHEN "REJECT-LIMIT"
                IF PF-Value(1:3) NUMERIC
                   MOVE PF-Value(1:3) TO Reject-Limit-Pct
                END-IF
             WHEN OTHER
                CONTINUE
          END-EVALUATE
          PERFORM ReadParmRecord.

      * Run-status file.
       ScanRunStatus.
          OPEN INPUT Run-Status-File
          MOVE "N" TO End-Of-File-Switch
          PERFORM ReadRunStatus
          PERFORM TrackRunStatus UNTIL End-Of-File
          CLOSE Run-Status-File
          MOVE "N" TO End-Of-File-Switch
          PERFORM SettleLastRun.

       ReadRunStatus.
          READ Run-Status-File
             AT END SET End-Of-File TO TRUE
          END-READ.

       TrackRunStatus.
          MOVE "Y" TO Run-Found-Switch
          MOVE RS-Timestamp(1:8) TO Last-Record-Date
          EVALUATE RS-Status
             WHEN "S"
                MOVE "N" TO Last-Refused-Switch
                IF RS-Record-Count = 0 AND RS-Resume-Flag NOT = "R"
                   MOVE "N" TO Abandoned-Switch
                   IF Cycle-Unfinished
                      MOVE "Y" TO Abandoned-Switch
                   END-IF
                   MOVE RS-Timestamp(1:14) TO Cycle-Start-Stamp
                   MOVE SPACES TO Cycle-End-Stamp
                   MOVE ZEROS TO Cycle-Restarts
                   MOVE ZEROS TO Cycle-Record-Count
                ELSE
                   ADD 1 TO Cycle-Restarts
                   IF Cycle-Start-Stamp = SPACES
                      MOVE RS-Timestamp(1:14) TO Cycle-Start-Stamp
                   END-IF
                END-IF
                MOVE "S" TO Cycle-Status
                MOVE SPACES TO Cycle-Return-Code
                MOVE SPACES TO Cycle-Refused
                MOVE SPACES TO Cycle-Overflow
             WHEN "C"
                MOVE "C" TO Cycle-Status
                MOVE RS-Record-Count TO Cycle-Record-Count
             WHEN "E"
             WHEN "A"
                MOVE "N" TO Last-Refused-Switch
                MOVE RS-Status TO Cycle-Status
                MOVE RS-Timestamp(1:14) TO Cycle-End-Stamp
                MOVE RS-Record-Count TO Cycle-Record-Count
                MOVE RS-Return-Code TO Cycle-Return-Code
                MOVE RS-Refused-Count TO Cycle-Refused
                MOVE RS-Overflow-Count TO Cycle-Overflow
             WHEN "R"
                MOVE "Y" TO Last-Refused-Switch
                MOVE RS-Timestamp(1:14) TO Refused-Stamp
                MOVE RS-Return-Code TO Refused-Return-Code
                MOVE RS-Refused-Count TO Refused-Refused
                MOVE RS-Overflow-Count TO Refused-Overflow
             WHEN OTHER
                CONTINUE
          END-EVALUATE
          PERFORM ReadRunStatus.

      * Settles which run is reported and what it returned.  Outcome
      * records written before the return code was recorded carry
      * blanks there, and the code is then shown as unknown.
       SettleLastRun.
          IF Last-Run-Refused
             MOVE Refused-Stamp(1:8) TO Run-Date
             MOVE Refused-Return-Code TO Cycle-Return-Code
             MOVE Refused-Refused TO Cycle-Refused
             MOVE Refused-Overflow TO Cycle-Overflow
          ELSE
             MOVE Cycle-Start-Stamp(1:8) TO Run-Date
          END-IF
          IF Cycle-Return-Code NUMERIC
             MOVE Cycle-Return-Code TO Run-Return-Code
             MOVE "Y" TO Return-Code-Switch
          END-IF
          IF Cycle-Refused NUMERIC
             MOVE Cycle-Refused TO Run-Refused-Count
          END-IF
          IF Cycle-Overflow NUMERIC
             MOVE Cycle-Overflow TO Run-Overflow-Count
          END-IF
          IF Cycle-Ended AND NOT Last-Run-Refused
                AND Return-Code-Known AND Run-Return-Code = 0
             MOVE "Y" TO GL-Released-Switch
          END-IF
          IF Run-Found AND Last-Record-Date NUMERIC
             MOVE Last-Record-Date TO Entry-Number
             MOVE FUNCTION INTEGER-OF-DATE(Entry-Number)
                TO Entry-Integer
             IF Today-Integer - Entry-Integer > 1
                MOVE "N" TO Run-Found-Switch
                MOVE "N" TO GL-Released-Switch
                MOVE ZEROS TO Run-Refused-Count
                MOVE ZEROS TO Run-Overflow-Count
             END-IF
          END-IF.

      * Batch log: the batches the run posted (logged with the date
      * the run ended), and the reversals whose reversing batch is
      * not yet logged as posted.  The reversal entry is always
      * logged before its reversing batch can post, so one pass
      * is enough.
       ScanBatchLog.
          OPEN INPUT Batch-Log-File
          MOVE "N" TO End-Of-File-Switch
          PERFORM ReadBatchLog
          PERFORM TallyBatchLog UNTIL End-Of-File
          CLOSE Batch-Log-File
          MOVE "N" TO End-Of-File-Switch
          PERFORM VARYING RV-Sub FROM 1 BY 1 UNTIL RV-Sub > RV-Used
             IF RV-Posted(RV-Sub) = "N"
                ADD 1 TO Reversals-Pending
             END-IF
          END-PERFORM.

       ReadBatchLog.
          READ Batch-Log-File
             AT END SET End-Of-File TO TRUE
          END-READ.

       TallyBatchLog.
          EVALUATE TRUE
             WHEN BL-Batch-Reversed
                IF RV-Used < 100
                   ADD 1 TO RV-Used
                   MOVE BL-Related-Batch TO RV-Reversal(RV-Used)
                   MOVE "N" TO RV-Posted(RV-Used)
                ELSE
                   ADD 1 TO RV-Skipped
                END-IF
             WHEN BL-Batch-Posted
                IF Run-Found AND Cycle-Ended AND NOT Last-Run-Refused
                      AND BL-Run-Date = Cycle-End-Stamp(1:8)
                   ADD 1 TO Posted-Batch-Count
                END-IF
                PERFORM VARYING RV-Sub FROM 1 BY 1
                      UNTIL RV-Sub > RV-Used
                   IF RV-Reversal(RV-Sub) = BL-Batch-Number
                      MOVE "Y" TO RV-Posted(RV-Sub)
                   END-IF
                END-PERFORM
          END-EVALUATE
          PERFORM ReadBatchLog.

      * Reject suspense file: the rejects written since the run
      * started (a restarted run's earlier attempts included), and
      * the aging of every reject still open, in the same bands as
      * the run's own aging section.
       ScanRejects.
          OPEN INPUT Reject-File
          MOVE "N" TO End-Of-File-Switch
          PERFORM ReadRejectRecord
          PERFORM TallyReject UNTIL End-Of-File
          CLOSE Reject-File
          MOVE "N" TO End-Of-File-Switch
          IF Cycle-Record-Count > 0 AND NOT Last-Run-Refused
             MULTIPLY Run-Reject-Count BY 100 GIVING Reject-Work
             DIVIDE Reject-Work BY Cycle-Record-Count
                GIVING Reject-Pct ROUNDED
          END-IF.

       ReadRejectRecord.
          READ Reject-File
             AT END SET End-Of-File TO TRUE
          END-READ.

       TallyReject.
          IF Run-Found AND NOT Last-Run-Refused
                AND RI-Entry-Date NOT < Run-Date
             ADD 1 TO Run-Reject-Count
          END-IF
          IF RI-Status = "O" OR RI-Status = SPACE
             ADD 1 TO Reject-Open-Count
             PERFORM ComputeRejectAge
             EVALUATE TRUE
                WHEN Age-Days <= 2
                   CONTINUE
                WHEN Age-Days <= 7
                   ADD 1 TO Age-Band-2
                WHEN OTHER
                   ADD 1 TO Age-Band-3
             END-EVALUATE
          END-IF
          PERFORM ReadRejectRecord.

       ComputeRejectAge.
          IF RI-Entry-Date NUMERIC
             MOVE RI-Entry-Date TO Entry-Number
             MOVE FUNCTION INTEGER-OF-DATE(Entry-Number)
                TO Entry-Integer
             SUBTRACT Entry-Integer FROM Today-Integer
                GIVING Age-Days
          ELSE
             MOVE 99 TO Age-Days
          END-IF.

      * Audit trail, reconciled run segment by run segment exactly
      * as RECONCIL does it: the "D" details of each segment must
      * agree in count and sum with the "T" line that closes it.
       ScanAuditTrail.
          OPEN INPUT Audit-In-File
          MOVE "N" TO End-Of-File-Switch
          PERFORM ReadAuditLine
          PERFORM TallyAuditLine UNTIL End-Of-File
          CLOSE Audit-In-File
          MOVE "N" TO End-Of-File-Switch
          IF Detail-Count > 0
             ADD 1 TO Audit-Run-Count
             ADD 1 TO Audit-Out-Count
          END-IF.

       ReadAuditLine.
          READ Audit-In-File
             AT END SET End-Of-File TO TRUE
          END-READ.

       TallyAuditLine.
          EVALUATE AD-Record-Type
             WHEN "D"
                ADD 1 TO Detail-Count
                ADD FUNCTION NUMVAL(AD-Result) TO Detail-Sum
             WHEN "T"
                ADD 1 TO Audit-Run-Count
                MOVE FUNCTION NUMVAL(ASF-Record-Count)
                   TO Trailer-Count
                MOVE FUNCTION NUMVAL(ASF-Sum) TO Trailer-Sum
                IF Detail-Count NOT = Trailer-Count
                      OR Detail-Sum NOT = Trailer-Sum
                   ADD 1 TO Audit-Out-Count
                END-IF
                MOVE ZEROS TO Detail-Count
                MOVE ZEROS TO Detail-Sum
             WHEN OTHER
                CONTINUE
          END-EVALUATE
          PERFORM ReadAuditLine.

       ReadReconResult.
          OPEN INPUT Recon-Result-File
          READ Recon-Result-File
             AT END CONTINUE
             NOT AT END MOVE "Y" TO Recon-Found-Switch
          END-READ
          CLOSE Recon-Result-File.

      * Each flagged line counts as one exception and raises the
      * summary return code to the level given for it.
       FlagException.
          ADD 1 TO Exception-Count
          IF Alert-Level > Summary-Return-Code
             MOVE Alert-Level TO Summary-Return-Code
          END-IF.

       PrintTextLine.
          MOVE SPACES TO ST-Flag
          IF Alert-Level > 0
             MOVE "***" TO ST-Flag
             PERFORM FlagException
          END-IF
          DISPLAY Summary-Text-Line
          MOVE ZEROS TO Alert-Level.

       PrintCountLine.
          MOVE SPACES TO SC-Flag
          IF Alert-Level > 0
             MOVE "***" TO SC-Flag
             PERFORM FlagException
          END-IF
          DISPLAY Summary-Count-Line
          MOVE ZEROS TO Alert-Level.

       PrintRunSection.
          DISPLAY "LAST RUN"
          MOVE ZEROS TO Alert-Level
          IF NOT Run-Found
             MOVE "OUTCOME" TO ST-Label
             IF Last-Record-Date = SPACES
                MOVE "NO RUN ON RECORD" TO ST-Value
             ELSE
                MOVE SPACES TO ST-Value
                STRING "NO RUN SINCE " Last-Record-Date
                   DELIMITED BY SIZE INTO ST-Value
                END-STRING
             END-IF
             MOVE 16 TO Alert-Level
             PERFORM PrintTextLine
          ELSE
             IF Last-Run-Refused
                MOVE "RUN REFUSED" TO ST-Label
                MOVE Refused-Stamp TO ST-Value
             ELSE
                MOVE "RUN STARTED" TO ST-Label
                MOVE Cycle-Start-Stamp TO ST-Value
             END-IF
             PERFORM PrintTextLine
             IF NOT Last-Run-Refused AND Cycle-End-Stamp NOT = SPACES
                MOVE "RUN ENDED" TO ST-Label
                MOVE Cycle-End-Stamp TO ST-Value
                PERFORM PrintTextLine
             END-IF
             PERFORM PrintRunOutcome
             IF NOT Last-Run-Refused
                MOVE "RECORDS PROCESSED" TO SC-Label
                MOVE Cycle-Record-Count TO SC-Value
                PERFORM PrintCountLine
                MOVE "RESTARTS" TO SC-Label
                MOVE Cycle-Restarts TO SC-Value
                IF Cycle-Restarts > 0
                   MOVE 4 TO Alert-Level
                END-IF
                PERFORM PrintCountLine
             END-IF
             IF Prior-Run-Abandoned
                MOVE "PRIOR UNFINISHED RUN" TO ST-Label
                MOVE "ABANDONED BY NEWRUN" TO ST-Value
                MOVE 4 TO Alert-Level
                PERFORM PrintTextLine
             END-IF
             IF Last-Run-Refused AND Cycle-Unfinished
                MOVE "EARLIER RUN" TO ST-Label
                MOVE "UNFINISHED - WILL RESUME" TO ST-Value
                MOVE 4 TO Alert-Level
                PERFORM PrintTextLine
             END-IF
          END-IF.

       PrintRunOutcome.
          MOVE "OUTCOME" TO ST-Label
          MOVE SPACES TO OV-Text
          MOVE SPACES TO OV-Return-Code
          EVALUATE TRUE
             WHEN Last-Run-Refused
                MOVE "REFUSED" TO OV-Text
                MOVE 12 TO Alert-Level
             WHEN Cycle-Aborted
                MOVE "ABORTED" TO OV-Text
                MOVE 16 TO Alert-Level
             WHEN Cycle-Ended
                MOVE "ENDED" TO OV-Text
             WHEN OTHER
                MOVE "NOT FINISHED" TO OV-Text
                MOVE 16 TO Alert-Level
          END-EVALUATE
          IF Return-Code-Known
             MOVE Run-Return-Code TO OV-Return-Code
             IF Run-Return-Code > 0 AND Alert-Level = 0
                MOVE 4 TO Alert-Level
             END-IF
          ELSE
             IF Cycle-Ended OR Cycle-Aborted OR Last-Run-Refused
                MOVE "??" TO OV-Return-Code
             END-IF
          END-IF
          MOVE Outcome-Value TO ST-Value
          PERFORM PrintTextLine.

       PrintBatchSection.
          DISPLAY " "
          DISPLAY "BATCHES"
          MOVE "POSTED BY THE RUN" TO SC-Label
          MOVE Posted-Batch-Count TO SC-Value
          PERFORM PrintCountLine
          MOVE "REFUSED" TO SC-Label
          MOVE Run-Refused-Count TO SC-Value
          IF Run-Refused-Count > 0
             MOVE 4 TO Alert-Level
          END-IF
          PERFORM PrintCountLine
          MOVE "OVERFLOWED - BATCH TABLE FULL" TO SC-Label
          MOVE Run-Overflow-Count TO SC-Value
          IF Run-Overflow-Count > 0
             MOVE 4 TO Alert-Level
          END-IF
          PERFORM PrintCountLine
          MOVE "REVERSALS NOT YET POSTED" TO SC-Label
          MOVE Reversals-Pending TO SC-Value
          IF Reversals-Pending > 0
             MOVE 4 TO Alert-Level
          END-IF
          PERFORM PrintCountLine
          IF RV-Skipped > 0
             DISPLAY "  WARNING - REVERSAL TABLE FULL, " RV-Skipped
                " REVERSALS NOT CHECKED"
          END-IF.

      * The reject rate is judged the way the run judges it - not
      * before 20 records - but over the whole run rather than as
      * it goes.
       PrintRejectSection.
          DISPLAY " "
          DISPLAY "REJECTS"
          MOVE "WRITTEN BY THE RUN" TO SC-Label
          MOVE Run-Reject-Count TO SC-Value
          IF Run-Reject-Count > 0
             MOVE 4 TO Alert-Level
          END-IF
          PERFORM PrintCountLine
          IF Reject-Limit-Pct < 100
             MOVE "REJECT RATE" TO ST-Label
             MOVE SPACES TO ST-Value
             MOVE Reject-Pct TO RT-Pct
             MOVE Reject-Limit-Pct TO RT-Limit
             MOVE Rate-Value TO ST-Value
             IF Reject-Pct > Reject-Limit-Pct
                   AND Cycle-Record-Count >= 20
                MOVE 8 TO Alert-Level
             END-IF
             PERFORM PrintTextLine
          END-IF
          MOVE "OPEN IN SUSPENSE" TO SC-Label
          MOVE Reject-Open-Count TO SC-Value
          PERFORM PrintCountLine
          MOVE "  OPEN 3-7 DAYS" TO SC-Label
          MOVE Age-Band-2 TO SC-Value
          PERFORM PrintCountLine
          MOVE "  OPEN OVER 7 DAYS" TO SC-Label
          MOVE Age-Band-3 TO SC-Value
          IF Age-Band-3 > 0
             MOVE 4 TO Alert-Level
          END-IF
          PERFORM PrintCountLine.

      * RECONCIL only runs after a clean run, so a result dated
      * before the run ended means the step was bypassed.
       PrintBalanceSection.
          DISPLAY " "
          DISPLAY "BALANCING"
          MOVE "AUDIT RUNS CHECKED" TO SC-Label
          MOVE Audit-Run-Count TO SC-Value
          PERFORM PrintCountLine
          MOVE "AUDIT RUNS OUT OF BALANCE" TO SC-Label
          MOVE Audit-Out-Count TO SC-Value
          IF Audit-Out-Count > 0
             MOVE 8 TO Alert-Level
          END-IF
          PERFORM PrintCountLine
          MOVE "RECONCIL" TO ST-Label
          EVALUATE TRUE
             WHEN NOT Recon-Found
                MOVE "NO RESULT ON FILE" TO ST-Value
                MOVE 4 TO Alert-Level
             WHEN RR-Run-Date < Last-Record-Date
                MOVE SPACES TO ST-Value
                STRING "NOT RUN - LAST " RR-Run-Date
                   DELIMITED BY SIZE INTO ST-Value
                END-STRING
                MOVE 4 TO Alert-Level
             WHEN OTHER
                MOVE RR-Return-Code TO RN-Return-Code
                MOVE FUNCTION NUMVAL(RR-Runs-Out) TO RN-Runs-Out
                MOVE Recon-Value TO ST-Value
                IF RR-Return-Code NOT = "00"
                   MOVE 8 TO Alert-Level
                END-IF
          END-EVALUATE
          PERFORM PrintTextLine
          IF Recon-Found AND RR-Reversals-Out NUMERIC
                AND RR-Reversals-Out NOT = "0000"
                AND RR-Run-Date NOT < Last-Record-Date
             MOVE "REVERSALS NOT NETTING" TO SC-Label
             MOVE FUNCTION NUMVAL(RR-Reversals-Out) TO SC-Value
             PERFORM PrintCountLine
          END-IF.

       PrintReleaseSection.
          DISPLAY " "
          DISPLAY "RELEASES"
          MOVE "GL EXTRACT RELEASED" TO ST-Label
          PERFORM SetReleaseValue
          PERFORM PrintTextLine
          MOVE "WAREHOUSE EXPORT RELEASED" TO ST-Label
          PERFORM SetReleaseValue
          PERFORM PrintTextLine.

       SetReleaseValue.
          IF GL-Released AND Run-Found
             MOVE "YES" TO ST-Value
          ELSE
             MOVE "NO - RUN NOT RC 0" TO ST-Value
             MOVE 4 TO Alert-Level
          END-IF.
