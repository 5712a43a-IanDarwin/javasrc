      * One-time conversion of the AcceptDemo batch log to the
      * current record layout for batch reversals.  The batch log
      * record grew from 16 to 26 bytes to carry an entry type and
      * a related batch number: a nightly run still logs each
      * batch it posts with a blank type, and BATREV logs a
      * reversal as a "V" entry against the original batch naming
      * the batch that reverses it.  Each record on BATCHIN at the
      * old length is recopied to BATCHNEW as a posted entry with
      * no related batch, so every batch already run is still
      * refused as a duplicate.  The input is read at its old
      * record length, so run this job once, before the first
      * nightly run of the new programs.  A conversion report goes
      * to SYSOUT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BatchLogConv.
       AUTHOR. Adapted from a program by Michael Coughlin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL Batch-In-File ASSIGN TO "BATCHIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT Batch-Out-File ASSIGN TO "BATCHNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Batch-In-File.
       01 Batch-In-Record PIC X(16).

       FD  Batch-Out-File.
       01 Batch-Out-Record.
          05 BO-Old-Fields PIC X(16).
          05 FILLER PIC X(2).
          05 BO-Entry-Type PIC X.
          05 FILLER PIC X.
          05 BO-Related-Batch PIC X(6).

       WORKING-STORAGE SECTION.
       01 End-Of-File-Switch PIC X VALUE "N".
          88 End-Of-File VALUE "Y".
       01 Batches-Copied PIC 9(8) VALUE ZEROS.

       01 Conversion-Report-Line.
          05 CR-Label PIC X(28).
          05 CR-Value PIC Z(7)9.

       PROCEDURE DIVISION.
       MainLogic.
          DISPLAY "BATCH LOG REVERSAL CONVERSION"
          DISPLAY " "
          OPEN INPUT Batch-In-File
          OPEN OUTPUT Batch-Out-File
          PERFORM CopyBatchRecord UNTIL End-Of-File
          CLOSE Batch-In-File
          CLOSE Batch-Out-File
          MOVE "BATCH LOG RECORDS COPIED" TO CR-Label
          MOVE Batches-Copied TO CR-Value
          DISPLAY Conversion-Report-Line
          MOVE 0 TO RETURN-CODE
          STOP RUN.

       CopyBatchRecord.
          READ Batch-In-File
             AT END SET End-Of-File TO TRUE
             NOT AT END
                MOVE SPACES TO Batch-Out-Record
                MOVE Batch-In-Record TO BO-Old-Fields
                MOVE SPACE TO BO-Entry-Type
                MOVE SPACES TO BO-Related-Batch
                WRITE Batch-Out-Record
                ADD 1 TO Batches-Copied
          END-READ.
