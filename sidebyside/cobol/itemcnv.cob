      * One-time conversion of the AcceptDemo item master to the
      * current record layout.  The item record grew from 87 to 150
      * bytes to carry the perpetual stock fields: quantity on hand,
      * reorder point and reorder quantity, and the run ID and
      * record number of the last stock movement the nightly run
      * posted to the item (which keep a restarted run from posting
      * the same movement twice), plus 20 bytes of reserve.  The
      * conversion job unloads the old cluster to a flat file on
      * ITEMIN at the old length; each record is recopied to
      * ITEMNEW with nothing on hand, no reorder point or quantity
      * (so no item is requisitioned until purchasing sets one) and
      * no posting stamp, and the job reloads ITEMNEW into a cluster
      * defined at the new length.  Opening stock balances are
      * entered afterwards with the K=STOCK COUNT action of ITEMMNT.
      * The input is read at its old record length, so run this job
      * once, before the first nightly run of the new programs.  A
      * conversion report goes to SYSOUT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ItemConv.
       AUTHOR. Adapted from a program by Michael Coughlin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL Item-In-File ASSIGN TO "ITEMIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT Item-Out-File ASSIGN TO "ITEMNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Item-In-File.
       01 Item-In-Record PIC X(87).

       FD  Item-Out-File.
       01 Item-Out-Record.
          05 IO-Old-Fields PIC X(87).
          05 IO-On-Hand PIC S9(7).
          05 IO-Reorder-Point PIC 9(7).
          05 IO-Reorder-Qty PIC 9(7).
          05 IO-Post-Run-Id PIC X(14).
          05 IO-Post-Record PIC 9(8).
          05 FILLER PIC X(20).

       WORKING-STORAGE SECTION.
       01 End-Of-File-Switch PIC X VALUE "N".
          88 End-Of-File VALUE "Y".
       01 Items-Copied PIC 9(8) VALUE ZEROS.

       01 Conversion-Report-Line.
          05 CR-Label PIC X(28).
          05 CR-Value PIC Z(7)9.

       PROCEDURE DIVISION.
       MainLogic.
          DISPLAY "ITEM MASTER STOCK LAYOUT CONVERSION"
          DISPLAY " "
          OPEN INPUT Item-In-File
          OPEN OUTPUT Item-Out-File
          PERFORM CopyItemRecord UNTIL End-Of-File
          CLOSE Item-In-File
          CLOSE Item-Out-File
          MOVE "ITEM RECORDS COPIED" TO CR-Label
          MOVE Items-Copied TO CR-Value
          DISPLAY Conversion-Report-Line
          MOVE 0 TO RETURN-CODE
          STOP RUN.

       CopyItemRecord.
          READ Item-In-File
             AT END SET End-Of-File TO TRUE
             NOT AT END
                MOVE SPACES TO Item-Out-Record
                MOVE Item-In-Record TO IO-Old-Fields
                MOVE ZEROS TO IO-On-Hand
                MOVE ZEROS TO IO-Reorder-Point
                MOVE ZEROS TO IO-Reorder-Qty
                MOVE SPACES TO IO-Post-Run-Id
                MOVE ZEROS TO IO-Post-Record
                WRITE Item-Out-Record
                ADD 1 TO Items-Copied
          END-READ.
