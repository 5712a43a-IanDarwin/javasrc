      * One-time conversion of the AcceptDemo department master and
      * checkpoint datasets to the current record layouts for sales
      * tax.  The department record grew from 24 to 40 bytes to
      * carry the sales tax jurisdiction of the department's sales,
      * plus 12 bytes of reserve.  The conversion job unloads the
      * old cluster to a flat file on DEPTIN at the old length; each
      * record is recopied to DEPTNEW with a blank jurisdiction, so
      * no department charges tax until one is keyed through
      * DEPTMNT, and the job reloads DEPTNEW into a cluster defined
      * at the new length.  The checkpoint record grew from 182 to
      * 218 bytes to carry the run's tax totals; checkpoint records
      * written under the old layout hold restart points that
      * cannot be restarted into the current programs, so they are
      * counted and dropped, leaving CKPTNEW empty.  The inputs are
      * read at their old record lengths, so run this job once,
      * before the first nightly run of the new programs.  A
      * conversion report goes to SYSOUT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxConv.
       AUTHOR. Adapted from a program by Michael Coughlin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL Dept-In-File ASSIGN TO "DEPTIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT Dept-Out-File ASSIGN TO "DEPTNEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL Checkpoint-In-File ASSIGN TO "CKPTIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT Checkpoint-Out-File ASSIGN TO "CKPTNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Dept-In-File.
       01 Dept-In-Record PIC X(24).

       FD  Dept-Out-File.
       01 Dept-Out-Record.
          05 DO-Old-Fields PIC X(24).
          05 DO-Tax-Juris PIC X(4).
          05 FILLER PIC X(12).

       FD  Checkpoint-In-File.
       01 Checkpoint-In-Line PIC X(182).

       FD  Checkpoint-Out-File.
       01 Checkpoint-Out-Line PIC X(218).

       WORKING-STORAGE SECTION.
       01 End-Of-File-Switch PIC X VALUE "N".
          88 End-Of-File VALUE "Y".
       01 Depts-Copied PIC 9(8) VALUE ZEROS.
       01 Ckpt-Dropped PIC 9(8) VALUE ZEROS.

       01 Conversion-Report-Line.
          05 CR-Label PIC X(28).
          05 CR-Value PIC Z(7)9.

       PROCEDURE DIVISION.
       MainLogic.
          DISPLAY "DEPARTMENT AND CHECKPOINT SALES TAX CONVERSION"
          DISPLAY " "
          OPEN INPUT Dept-In-File
          OPEN OUTPUT Dept-Out-File
          PERFORM CopyDeptRecord UNTIL End-Of-File
          CLOSE Dept-In-File
          CLOSE Dept-Out-File
          PERFORM DropOldCheckpoints
          MOVE "DEPT RECORDS COPIED" TO CR-Label
          MOVE Depts-Copied TO CR-Value
          DISPLAY Conversion-Report-Line
          MOVE "CHECKPOINT RECORDS DROPPED" TO CR-Label
          MOVE Ckpt-Dropped TO CR-Value
          DISPLAY Conversion-Report-Line
          MOVE 0 TO RETURN-CODE
          STOP RUN.

       CopyDeptRecord.
          READ Dept-In-File
             AT END SET End-Of-File TO TRUE
             NOT AT END
                MOVE SPACES TO Dept-Out-Record
                MOVE Dept-In-Record TO DO-Old-Fields
                MOVE SPACES TO DO-Tax-Juris
                WRITE Dept-Out-Record
                ADD 1 TO Depts-Copied
          END-READ.

       DropOldCheckpoints.
          OPEN INPUT Checkpoint-In-File
          OPEN OUTPUT Checkpoint-Out-File
          MOVE "N" TO End-Of-File-Switch
          PERFORM CountCheckpointRecord UNTIL End-Of-File
          CLOSE Checkpoint-In-File
          CLOSE Checkpoint-Out-File.

       CountCheckpointRecord.
          READ Checkpoint-In-File
             AT END SET End-Of-File TO TRUE
             NOT AT END ADD 1 TO Ckpt-Dropped
          END-READ.
