      * Reversal of a posted AcceptDemo batch.  The PARM names the
      * batch to back out, optionally followed by a comma and the
      * number to give the reversing batch; by default that is the
      * batch number with its first character replaced by "R".
      * The batch must be on the batch log BATCHLOG as posted by a
      * nightly run, must not have been reversed already, and the
      * reversing number must not be on the log at all.  The audit
      * trail on AUDITIN (the live audit and its archive
      * generations) is read for the batch's "D" lines, stamped
      * with the batch number by the run that posted them; lines
      * with a zero amount overflowed and posted nothing, and are
      * left out.  Each remaining line is written back as a detail
      * of a new TRANIN batch on TRANOUT with the credit flag
      * turned over - a sale comes back as a credit, a credit as a
      * sale - under its own header and trailer.  The header keeps
      * the original batch date, so the next nightly run prices
      * and taxes the reversal exactly as it did the original, and
      * posts it to net the batch to zero.  That run finds the
      * "V" entry naming the reversing batch and posts all of its
      * lines, however large, past the high-value hold limit, so
      * the reversal never waits on HOLDFILE and always nets in
      * full against the original.  Details of the batch
      * that were rejected and later posted through corrections
      * carry no batch number and are not reversed.  The reversal
      * is recorded on BATCHLOG as a "V" entry against the
      * original batch, naming the reversing batch, which both
      * stops a second reversal and lets RECONCIL show the two
      * batches side by side.  A listing of the reversed lines
      * goes to SYSOUT.  RETURN-CODE 0 when the reversing batch
      * was written, 12 when the reversal was refused and nothing
      * was written.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BatchReverse.
       AUTHOR. Adapted from a program by Michael Coughlin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Audit-In-File ASSIGN TO "AUDITIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL Batch-Log-File ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL Trans-Out-File ASSIGN TO "TRANOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
          05 FILLER PIC X(3).
          05 AD-Timestamp PIC X(26).
          05 FILLER PIC X(3).
          05 AD-Corr-Flag PIC X.
          05 FILLER PIC X(3).
          05 AD-Batch-Number PIC X(6).
          05 FILLER PIC X(3).
          05 AD-Dept PIC X(3).
          05 FILLER PIC X(3).
          05 AD-Item-Code PIC X(6).
          05 FILLER PIC X(3).
          05 AD-Customer PIC X(6).
          05 FILLER PIC X(3).
          05 AD-Credit-Flag PIC X.
          05 FILLER PIC X(3).
          05 AD-Batch-Date PIC X(8).
          05 FILLER PIC X(3).
          05 AD-Tax PIC X(12).
          05 FILLER PIC X(16).

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

       FD  Trans-Out-File.
       01 Trans-Record.
          05 Trans-Record-Type PIC X.
          05 Trans-Num1 PIC X(5) JUSTIFIED RIGHT.
          05 Trans-Num2 PIC X(5) JUSTIFIED RIGHT.
          05 Trans-Function PIC X.
          05 Trans-Item-Code PIC X(6).
          05 Trans-Dept PIC X(3).
          05 Trans-Credit-Flag PIC X.
          05 Trans-Customer PIC X(6).
       01 Trans-Header-Record REDEFINES Trans-Record.
          05 TH-Record-Type PIC X.
          05 TH-Batch-Date PIC X(8).
          05 TH-Batch-Number PIC X(6).
          05 TH-Department PIC X(3).
          05 FILLER PIC X(10).
       01 Trans-Trailer-Record REDEFINES Trans-Record.
          05 TT-Record-Type PIC X.
          05 TT-Record-Count PIC 9(8).
          05 TT-Hash-Total PIC 9(9).
          05 FILLER PIC X(10).

       WORKING-STORAGE SECTION.
       01 End-Of-File-Switch PIC X VALUE "N".
          88 End-Of-File VALUE "Y".
       01 Reverse-Parm PIC X(20) VALUE SPACES.
       01 Original-Batch PIC X(6) VALUE SPACES.
       01 Reversal-Batch PIC X(6) VALUE SPACES.
       01 Refusal-Reason PIC X(40) VALUE SPACES.
       01 Posted-Switch PIC X VALUE "N".
          88 Batch-Was-Posted VALUE "Y".
       01 Posted-Date PIC X(8) VALUE SPACES.
       01 WS-Current-Timestamp PIC X(21).
       01 Run-Date PIC X(8) VALUE SPACES.
       01 Reversal-Date PIC X(8) VALUE SPACES.
       01 Reversal-Dept PIC X(3) VALUE SPACES.
       01 Detail-Count PIC 9(8) VALUE ZEROS.
       01 Hash-Total PIC 9(9) VALUE ZEROS.
       01 Zero-Line-Count PIC 9(8) VALUE ZEROS.
       01 Original-Amount PIC S9(12)V99 VALUE ZEROS.
       01 Original-Tax PIC S9(12)V99 VALUE ZEROS.
       01 Line-Amount PIC S9(10)V99 VALUE ZEROS.
       01 Line-Num1 PIC 9(5) VALUE ZEROS.
       01 Line-Num2 PIC 9(5) VALUE ZEROS.
       01 Date-Mismatch-Count PIC 9(8) VALUE ZEROS.

       01 Listing-Heading.
          05 FILLER PIC X(8) VALUE " NUM1".
          05 FILLER PIC X(8) VALUE " NUM2".
          05 FILLER PIC X(5) VALUE "FUNC".
          05 FILLER PIC X(8) VALUE "ITEM".
          05 FILLER PIC X(5) VALUE "DEPT".
          05 FILLER PIC X(8) VALUE "CUST".
          05 FILLER PIC X(16) VALUE " ORIGINAL AMOUNT".
          05 FILLER PIC X(10) VALUE "  REVERSAL".

       01 Listing-Line.
          05 LL-Num1 PIC ZZZZ9.
          05 FILLER PIC X(3) VALUE SPACES.
          05 LL-Num2 PIC ZZZZ9.
          05 FILLER PIC X(3) VALUE SPACES.
          05 LL-Function PIC X.
          05 FILLER PIC X(4) VALUE SPACES.
          05 LL-Item-Code PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 LL-Dept PIC X(3).
          05 FILLER PIC X(2) VALUE SPACES.
          05 LL-Customer PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 LL-Amount PIC -(12)9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 LL-Reversal PIC X(6).

       01 Report-Total-Line.
          05 RT-Label PIC X(30).
          05 RT-Value PIC Z(7)9.

       01 Report-Amount-Line.
          05 RA-Label PIC X(30).
          05 RA-Amount PIC -(12)9.99.

       PROCEDURE DIVISION.
       MainLogic.
          MOVE FUNCTION CURRENT-DATE TO WS-Current-Timestamp
          MOVE WS-Current-Timestamp(1:8) TO Run-Date
          ACCEPT Reverse-Parm FROM COMMAND-LINE
          UNSTRING Reverse-Parm DELIMITED BY ","
             INTO Original-Batch Reversal-Batch
          END-UNSTRING
          IF Reversal-Batch = SPACES
             MOVE Original-Batch TO Reversal-Batch
             MOVE "R" TO Reversal-Batch(1:1)
          END-IF
          DISPLAY "BATCH REVERSAL " Run-Date
          DISPLAY " "
          DISPLAY "BATCH TO REVERSE      " Original-Batch
          DISPLAY "REVERSING BATCH       " Reversal-Batch
          DISPLAY " "
          IF Original-Batch = SPACES
             MOVE "NO BATCH NUMBER IN THE PARM" TO Refusal-Reason
          ELSE
             PERFORM CheckBatchLog
          END-IF
          IF Refusal-Reason = SPACES
             PERFORM CollectBatchDetails
          END-IF
          IF Refusal-Reason = SPACES
             PERFORM WriteReversingBatch
             PERFORM LogReversal
             PERFORM WriteReportTotals
             MOVE 0 TO RETURN-CODE
          ELSE
             DISPLAY "*** REVERSAL REFUSED - " Refusal-Reason
             DISPLAY "    NOTHING WRITTEN"
             MOVE 12 TO RETURN-CODE
          END-IF
          STOP RUN.

      * The batch must have been posted and not already reversed,
      * and the reversing number must be new to the log: the
      * nightly run refuses any batch number it has seen before.
       CheckBatchLog.
          MOVE "N" TO Posted-Switch
          OPEN INPUT Batch-Log-File
          MOVE "N" TO End-Of-File-Switch
          PERFORM ReadBatchLog
          PERFORM CheckBatchLogRecord UNTIL End-Of-File
          CLOSE Batch-Log-File
          MOVE "N" TO End-Of-File-Switch
          IF Refusal-Reason = SPACES AND NOT Batch-Was-Posted
             MOVE "BATCH NOT POSTED BY A NIGHTLY RUN"
                TO Refusal-Reason
          END-IF.

       ReadBatchLog.
          READ Batch-Log-File
             AT END SET End-Of-File TO TRUE
          END-READ.

       CheckBatchLogRecord.
          EVALUATE TRUE
             WHEN BL-Batch-Reversed
                   AND BL-Batch-Number = Original-Batch
                MOVE "BATCH ALREADY REVERSED" TO Refusal-Reason
                DISPLAY "  REVERSED ON " BL-Run-Date " BY BATCH "
                   BL-Related-Batch
             WHEN BL-Batch-Number = Reversal-Batch
                   OR (BL-Batch-Reversed
                      AND BL-Related-Batch = Reversal-Batch)
                MOVE "REVERSING BATCH NUMBER ALREADY USED"
                   TO Refusal-Reason
             WHEN BL-Batch-Posted
                   AND BL-Batch-Number = Original-Batch
                MOVE "Y" TO Posted-Switch
                MOVE BL-Run-Date TO Posted-Date
             WHEN OTHER
                CONTINUE
          END-EVALUATE
          PERFORM ReadBatchLog.

      * First pass over the audit trail: count the lines to be
      * reversed and build the trailer's hash total, so nothing is
      * written unless there is something to reverse.
       CollectBatchDetails.
          OPEN INPUT Audit-In-File
          PERFORM ReadAuditLine
          PERFORM TallyAuditLine UNTIL End-Of-File
          CLOSE Audit-In-File
          MOVE "N" TO End-Of-File-Switch
          IF Detail-Count = 0
             MOVE "NO POSTED DETAILS FOR BATCH ON AUDIT FILE"
                TO Refusal-Reason
          END-IF.

       ReadAuditLine.
          READ Audit-In-File
             AT END SET End-Of-File TO TRUE
          END-READ.

       TallyAuditLine.
          IF AD-Record-Type = "D"
                AND AD-Batch-Number = Original-Batch
             MOVE FUNCTION NUMVAL(AD-Result) TO Line-Amount
             IF Line-Amount = 0
                ADD 1 TO Zero-Line-Count
             ELSE
                IF Detail-Count = 0
                   MOVE AD-Batch-Date TO Reversal-Date
                   MOVE AD-Dept TO Reversal-Dept
                END-IF
                IF AD-Batch-Date NOT = Reversal-Date
                   ADD 1 TO Date-Mismatch-Count
                END-IF
                ADD 1 TO Detail-Count
                MOVE FUNCTION NUMVAL(AD-Num1) TO Line-Num1
                ADD Line-Num1 TO Hash-Total
             END-IF
          END-IF
          PERFORM ReadAuditLine.

      * Second pass: the reversing batch itself.  The transaction
      * file is extended, so the batch is added behind whatever the
      * next nightly run already has waiting.
       WriteReversingBatch.
          DISPLAY Listing-Heading
          DISPLAY " "
          OPEN EXTEND Trans-Out-File
          MOVE SPACES TO Trans-Record
          MOVE "H" TO TH-Record-Type
          MOVE Reversal-Date TO TH-Batch-Date
          MOVE Reversal-Batch TO TH-Batch-Number
          MOVE Reversal-Dept TO TH-Department
          WRITE Trans-Record
          OPEN INPUT Audit-In-File
          PERFORM ReadAuditLine
          PERFORM ReverseAuditLine UNTIL End-Of-File
          CLOSE Audit-In-File
          MOVE SPACES TO Trans-Record
          MOVE "T" TO TT-Record-Type
          MOVE Detail-Count TO TT-Record-Count
          MOVE Hash-Total TO TT-Hash-Total
          WRITE Trans-Record
          CLOSE Trans-Out-File.

       ReverseAuditLine.
          IF AD-Record-Type = "D"
                AND AD-Batch-Number = Original-Batch
             MOVE FUNCTION NUMVAL(AD-Result) TO Line-Amount
             IF Line-Amount NOT = 0
                PERFORM WriteReversingDetail
             END-IF
          END-IF
          PERFORM ReadAuditLine.

       WriteReversingDetail.
          MOVE FUNCTION NUMVAL(AD-Num1) TO Line-Num1
          MOVE FUNCTION NUMVAL(AD-Num2) TO Line-Num2
          MOVE SPACES TO Trans-Record
          MOVE "D" TO Trans-Record-Type
          MOVE Line-Num1 TO Trans-Num1
          MOVE Line-Num2 TO Trans-Num2
          MOVE AD-Function TO Trans-Function
          MOVE AD-Item-Code TO Trans-Item-Code
          MOVE AD-Dept TO Trans-Dept
          MOVE AD-Customer TO Trans-Customer
          IF AD-Credit-Flag = "C"
             MOVE SPACE TO Trans-Credit-Flag
             MOVE "SALE" TO LL-Reversal
          ELSE
             MOVE "C" TO Trans-Credit-Flag
             MOVE "CREDIT" TO LL-Reversal
          END-IF
          WRITE Trans-Record
          ADD Line-Amount TO Original-Amount
          IF AD-Tax NOT = SPACES
             ADD FUNCTION NUMVAL(AD-Tax) TO Original-Tax
          END-IF
          MOVE Line-Num1 TO LL-Num1
          MOVE Line-Num2 TO LL-Num2
          MOVE AD-Function TO LL-Function
          MOVE AD-Item-Code TO LL-Item-Code
          MOVE AD-Dept TO LL-Dept
          MOVE AD-Customer TO LL-Customer
          MOVE Line-Amount TO LL-Amount
          DISPLAY Listing-Line.

       LogReversal.
          OPEN EXTEND Batch-Log-File
          MOVE SPACES TO Batch-Log-Record
          MOVE Original-Batch TO BL-Batch-Number
          MOVE Run-Date TO BL-Run-Date
          MOVE "V" TO BL-Entry-Type
          MOVE Reversal-Batch TO BL-Related-Batch
          WRITE Batch-Log-Record
          CLOSE Batch-Log-File.

       WriteReportTotals.
          DISPLAY " "
          DISPLAY "BATCH " Original-Batch " POSTED " Posted-Date
             "  BATCH DATE " Reversal-Date "  DEPT " Reversal-Dept
          MOVE "DETAILS REVERSED" TO RT-Label
          MOVE Detail-Count TO RT-Value
          DISPLAY Report-Total-Line
          MOVE "OVERFLOW DETAILS NOT REVERSED" TO RT-Label
          MOVE Zero-Line-Count TO RT-Value
          DISPLAY Report-Total-Line
          MOVE "ORIGINAL BATCH AMOUNT" TO RA-Label
          MOVE Original-Amount TO RA-Amount
          DISPLAY Report-Amount-Line
          MOVE "ORIGINAL BATCH TAX" TO RA-Label
          MOVE Original-Tax TO RA-Amount
          DISPLAY Report-Amount-Line
          IF Date-Mismatch-Count > 0
             DISPLAY "WARNING - " Date-Mismatch-Count
                " DETAILS CARRY A DIFFERENT BATCH DATE"
          END-IF
          DISPLAY " "
          DISPLAY "REVERSING BATCH " Reversal-Batch
             " WRITTEN FOR THE NEXT NIGHTLY RUN".
