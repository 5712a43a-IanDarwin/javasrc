      * One-time conversion of the AcceptDemo audit trail, reject
      * file and correction file to the current record layouts for
      * customer billing.  The audit detail lines were extended past
      * column 86 to carry the item code (column 90), customer
      * number (column 99), credit flag (column 108) and batch date
      * (column 112) of each posting, with reserve to column 150,
      * and the dataset record length grew from 100 to 150 bytes;
      * RECONCIL, AUDITSUM, AUDITPER, HOUSEKP, INVOICE and the
      * INQUIRY mode now expect the 150-byte record.  Lines written
      * under the old layout have nothing in the new columns: they
      * are carried with the new fields blank, and the invoice
      * register totals them as not invoiced.  The reject file on
      * REJIN grew 120 to 130 bytes for the customer number (column
      * 121) and the correction file on CORRIN grew 22 to 28 bytes
      * for the same; old records are recopied blank-padded to
      * REJNEW and CORRNEW, and a correction of an old reject must
      * have its customer number keyed.  The audit archive
      * generations are FB-100 history; the conversion job runs
      * this program a second time with all of them concatenated
      * on AUDITIN (and the reject and correction DDs dummied) to
      * rebuild the archive as one generation at the new length,
      * so the period reporting can concatenate live and archived
      * audit data again.  All inputs are read at their old record
      * lengths, so run this job once, against the unconverted
      * datasets, before the first nightly run of the new
      * programs.  A conversion report goes to SYSOUT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditConv3.
       AUTHOR. Adapted from a program by Michael Coughlin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL Audit-In-File ASSIGN TO "AUDITIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT Audit-Out-File ASSIGN TO "AUDITNEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL Reject-In-File ASSIGN TO "REJIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT Reject-Out-File ASSIGN TO "REJNEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL Corr-In-File ASSIGN TO "CORRIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT Corr-Out-File ASSIGN TO "CORRNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Audit-In-File.
       01 Audit-In-Line PIC X(100).
       01 Audit-Detail-Fields REDEFINES Audit-In-Line.
          05 AD-Record-Type PIC X.
          05 FILLER PIC X(99).

       FD  Audit-Out-File.
       01 Audit-Out-Line PIC X(150).

       FD  Reject-In-File.
       01 Reject-In-Line PIC X(120).

       FD  Reject-Out-File.
       01 Reject-Out-Line PIC X(130).

       FD  Corr-In-File.
       01 Corr-In-Line PIC X(22).

       FD  Corr-Out-File.
       01 Corr-Out-Line PIC X(28).

       WORKING-STORAGE SECTION.
       01 End-Of-File-Switch PIC X VALUE "N".
          88 End-Of-File VALUE "Y".
       01 Details-Copied PIC 9(8) VALUE ZEROS.
       01 Summaries-Copied PIC 9(8) VALUE ZEROS.
       01 Other-Copied PIC 9(8) VALUE ZEROS.
       01 Rejects-Copied PIC 9(8) VALUE ZEROS.
       01 Corrections-Copied PIC 9(8) VALUE ZEROS.

       01 Conversion-Report-Line.
          05 CR-Label PIC X(28).
          05 CR-Value PIC Z(7)9.

       PROCEDURE DIVISION.
       MainLogic.
          DISPLAY "AUDIT CUSTOMER BILLING LAYOUT CONVERSION"
          DISPLAY " "
          PERFORM ConvertAuditFile
          PERFORM ConvertRejectFile
          PERFORM ConvertCorrectionFile
          PERFORM WriteConversionReport
          STOP RUN.

       ConvertAuditFile.
          OPEN INPUT Audit-In-File
          OPEN OUTPUT Audit-Out-File
          MOVE "N" TO End-Of-File-Switch
          PERFORM ReadAuditLine
          PERFORM ConvertOneLine UNTIL End-Of-File
          CLOSE Audit-In-File
          CLOSE Audit-Out-File.

       ReadAuditLine.
          READ Audit-In-File
             AT END SET End-Of-File TO TRUE
          END-READ.

       ConvertOneLine.
          EVALUATE AD-Record-Type
             WHEN "D"
                ADD 1 TO Details-Copied
             WHEN "T"
                ADD 1 TO Summaries-Copied
             WHEN OTHER
                ADD 1 TO Other-Copied
          END-EVALUATE
          MOVE SPACES TO Audit-Out-Line
          MOVE Audit-In-Line TO Audit-Out-Line(1:100)
          WRITE Audit-Out-Line
          PERFORM ReadAuditLine.

       ConvertRejectFile.
          OPEN INPUT Reject-In-File
          OPEN OUTPUT Reject-Out-File
          MOVE "N" TO End-Of-File-Switch
          PERFORM CopyRejectRecord UNTIL End-Of-File
          CLOSE Reject-In-File
          CLOSE Reject-Out-File
          MOVE "N" TO End-Of-File-Switch.

       CopyRejectRecord.
          READ Reject-In-File
             AT END SET End-Of-File TO TRUE
             NOT AT END
                MOVE SPACES TO Reject-Out-Line
                MOVE Reject-In-Line TO Reject-Out-Line(1:120)
                WRITE Reject-Out-Line
                ADD 1 TO Rejects-Copied
          END-READ.

       ConvertCorrectionFile.
          OPEN INPUT Corr-In-File
          OPEN OUTPUT Corr-Out-File
          MOVE "N" TO End-Of-File-Switch
          PERFORM CopyCorrectionRecord UNTIL End-Of-File
          CLOSE Corr-In-File
          CLOSE Corr-Out-File
          MOVE "N" TO End-Of-File-Switch.

       CopyCorrectionRecord.
          READ Corr-In-File
             AT END SET End-Of-File TO TRUE
             NOT AT END
                MOVE SPACES TO Corr-Out-Line
                MOVE Corr-In-Line TO Corr-Out-Line(1:22)
                WRITE Corr-Out-Line
                ADD 1 TO Corrections-Copied
          END-READ.

       WriteConversionReport.
          MOVE "DETAIL LINES COPIED" TO CR-Label
          MOVE Details-Copied TO CR-Value
          DISPLAY Conversion-Report-Line
          MOVE "SUMMARY LINES COPIED" TO CR-Label
          MOVE Summaries-Copied TO CR-Value
          DISPLAY Conversion-Report-Line
          MOVE "OTHER LINES COPIED" TO CR-Label
          MOVE Other-Copied TO CR-Value
          DISPLAY Conversion-Report-Line
          MOVE "REJECT RECORDS COPIED" TO CR-Label
          MOVE Rejects-Copied TO CR-Value
          DISPLAY Conversion-Report-Line
          MOVE "CORRECTION RECORDS COPIED" TO CR-Label
          MOVE Corrections-Copied TO CR-Value
          DISPLAY Conversion-Report-Line
          MOVE 0 TO RETURN-CODE.
