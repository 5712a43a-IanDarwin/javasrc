      * Batch price update of the AcceptDemo item master from the
      * purchasing price-change file on PRICEIN.  Each entry either
      * gives one item a new unit price, or raises every active
      * item in an item-code range by a percentage (a negative
      * percentage lowers them), and carries the date the new
      * price takes effect.  Columns of a PRICEIN record:
      *     1     entry type: S = single item, R = item range
      *     3-8   item code (S), or first item of the range (R)
      *    10-15  last item of the range (R only)
      *    17-23  new unit price, 9(5)V99 without a point (S only)
      *    25-30  percentage, sign then 9(3)V99, e.g. +00450 (R)
      *    32-39  effective date, YYYYMMDD
      * As with the P=NEW PRICE action of ITEMMNT, the price on the
      * record moves to the top of the price history and the new
      * price becomes current under its own effective date; the
      * effective date must be later than that of the current
      * price.  The PARM selects the mode: EDIT (the default)
      * changes nothing and prints a proof listing to SYSOUT of
      * each item's old and new price and of every rejected entry,
      * for purchasing to approve; UPDATE applies the same entries
      * to ITEMMAST, prints the same listing, and logs every
      * change on the MASTCHG change log under operator PRICEUPD
      * so it appears on the master-change report.  Rejected
      * entries and items are never applied.  RETURN-CODE 0 when
      * every entry was accepted, 4 when any entry or item was
      * rejected or the file was empty.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PriceUpdate.
       AUTHOR. Adapted from a program by Michael Coughlin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL Price-Change-File ASSIGN TO "PRICEIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT Item-File ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-Item-Code.
           SELECT OPTIONAL Change-Log-File ASSIGN TO "MASTCHG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Price-Change-File.
       01 Price-Change-Record.
          05 PC-Type PIC X.
             88 Single-Item-Entry VALUE "S".
             88 Range-Entry VALUE "R".
          05 FILLER PIC X.
          05 PC-From-Item PIC X(6).
          05 FILLER PIC X.
          05 PC-To-Item PIC X(6).
          05 FILLER PIC X.
          05 PC-New-Price PIC 9(5)V99.
          05 FILLER PIC X.
          05 PC-Percent PIC S9(3)V99 SIGN LEADING SEPARATE.
          05 FILLER PIC X.
          05 PC-Effective-Date PIC X(8).
          05 PC-Effective-Date-N REDEFINES PC-Effective-Date
                PIC 9(8).
          05 FILLER PIC X(41).

       FD  Item-File.
       01 Item-Master-Record.
          05 IM-Item-Code PIC X(6).
          05 IM-Description PIC X(20).
          05 IM-Unit-Price PIC 9(5)V99.
          05 IM-Effective-Date PIC X(8).
          05 IM-Active-Flag PIC X.
          05 IM-Price-History.
             10 IM-Hist-Entry OCCURS 3 TIMES.
                15 IM-Hist-Price PIC 9(5)V99.
                15 IM-Hist-Date PIC X(8).
          05 IM-On-Hand PIC S9(7).
          05 IM-Reorder-Point PIC 9(7).
          05 IM-Reorder-Qty PIC 9(7).
          05 IM-Post-Run-Id PIC X(14).
          05 IM-Post-Record PIC 9(8).
          05 FILLER PIC X(20).

       FD  Change-Log-File.
       01 Change-Log-Record.
          05 CL-Timestamp PIC X(26).
          05 FILLER PIC X(2).
          05 CL-Operator PIC X(8).
          05 FILLER PIC X(2).
          05 CL-Master PIC X.
          05 CL-Action PIC X.
          05 FILLER PIC X(2).
          05 CL-Key PIC X(10).
          05 FILLER PIC X(2).
          05 CL-Before-Image PIC X(150).
          05 CL-After-Image PIC X(150).

       WORKING-STORAGE SECTION.
       01 End-Of-File-Switch PIC X VALUE "N".
          88 End-Of-File VALUE "Y".
       01 Range-End-Switch PIC X VALUE "N".
          88 Range-End VALUE "Y".
       01 Mode-Parm PIC X(8) VALUE SPACES.
       01 Update-Switch PIC X VALUE "N".
          88 Update-Mode VALUE "Y".
       01 Entry-Reason PIC X(30) VALUE SPACES.
       01 Item-Reason PIC X(30) VALUE SPACES.
       01 New-Price PIC S9(6)V99 VALUE ZEROS.
       01 Change-Before-Image PIC X(150) VALUE SPACES.
       01 Range-Item-Count PIC 9(8) VALUE ZEROS.
       01 WS-Current-Timestamp PIC X(21).

       01 Entries-Read PIC 9(8) VALUE ZEROS.
       01 Entries-Rejected PIC 9(8) VALUE ZEROS.
       01 Items-Priced PIC 9(8) VALUE ZEROS.
       01 Items-Rejected PIC 9(8) VALUE ZEROS.
       01 Inactive-Skipped PIC 9(8) VALUE ZEROS.

       01 Proof-Heading.
          05 FILLER PIC X(8) VALUE "ITEM".
          05 FILLER PIC X(22) VALUE "DESCRIPTION".
          05 FILLER PIC X(10) VALUE " OLD PRICE".
          05 FILLER PIC X(10) VALUE " EFFECTIVE".
          05 FILLER PIC X(10) VALUE " NEW PRICE".
          05 FILLER PIC X(10) VALUE " EFFECTIVE".
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(6) VALUE "STATUS".

       01 Proof-Line.
          05 PL-Item-Code PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 PL-Description PIC X(20).
          05 FILLER PIC X(2) VALUE SPACES.
          05 PL-Old-Price PIC ZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 PL-Old-Date PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 PL-New-Price PIC ZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 PL-New-Date PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 PL-Status PIC X(30).

       01 Entry-Reject-Line.
          05 FILLER PIC X(18) VALUE "REJECTED ENTRY:   ".
          05 ER-Image PIC X(39).
          05 FILLER PIC X(2) VALUE SPACES.
          05 ER-Reason PIC X(30).

       01 Report-Total-Line.
          05 RT-Label PIC X(28).
          05 RT-Value PIC Z(7)9.

       PROCEDURE DIVISION.
       MainLogic.
          ACCEPT Mode-Parm FROM COMMAND-LINE
          IF Mode-Parm = "UPDATE"
             SET Update-Mode TO TRUE
             DISPLAY "ITEM PRICE UPDATE - UPDATE RUN"
          ELSE
             DISPLAY "ITEM PRICE UPDATE - PROOF LISTING, "
                "NO CHANGES MADE"
          END-IF
          DISPLAY " "
          DISPLAY Proof-Heading
          DISPLAY " "
          OPEN INPUT Price-Change-File
          IF Update-Mode
             OPEN I-O Item-File
             OPEN EXTEND Change-Log-File
          ELSE
             OPEN INPUT Item-File
          END-IF
          PERFORM ReadPriceChange
          PERFORM ProcessPriceChange UNTIL End-Of-File
          CLOSE Price-Change-File
          CLOSE Item-File
          IF Update-Mode
             CLOSE Change-Log-File
          END-IF
          PERFORM WriteReportTotals
          IF Entries-Rejected > 0 OR Items-Rejected > 0
                OR Entries-Read = 0
             MOVE 4 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF
          STOP RUN.

       ReadPriceChange.
          READ Price-Change-File
             AT END SET End-Of-File TO TRUE
          END-READ.

       ProcessPriceChange.
          ADD 1 TO Entries-Read
          PERFORM EditPriceChange
          IF Entry-Reason NOT = SPACES
             PERFORM RejectEntry
          ELSE
             IF Single-Item-Entry
                PERFORM PriceSingleItem
             ELSE
                PERFORM PriceItemRange
             END-IF
          END-IF
          PERFORM ReadPriceChange.

      * Checks that apply to the entry as a whole; checks against
      * each item's current price are made as the item is read.
       EditPriceChange.
          MOVE SPACES TO Entry-Reason
          EVALUATE TRUE
             WHEN NOT Single-Item-Entry AND NOT Range-Entry
                MOVE "INVALID ENTRY TYPE" TO Entry-Reason
             WHEN PC-From-Item = SPACES
                MOVE "ITEM CODE MISSING" TO Entry-Reason
             WHEN PC-Effective-Date NOT NUMERIC
                MOVE "INVALID EFFECTIVE DATE" TO Entry-Reason
             WHEN FUNCTION TEST-DATE-YYYYMMDD(PC-Effective-Date-N)
                   NOT = 0
                MOVE "INVALID EFFECTIVE DATE" TO Entry-Reason
             WHEN Single-Item-Entry AND PC-New-Price NOT NUMERIC
                MOVE "NEW PRICE NOT NUMERIC" TO Entry-Reason
             WHEN Single-Item-Entry AND PC-New-Price = 0
                MOVE "NEW PRICE IS ZERO" TO Entry-Reason
             WHEN Range-Entry AND PC-To-Item = SPACES
                MOVE "RANGE END MISSING" TO Entry-Reason
             WHEN Range-Entry AND PC-To-Item < PC-From-Item
                MOVE "RANGE END BEFORE RANGE START" TO Entry-Reason
             WHEN Range-Entry AND PC-Percent NOT NUMERIC
                MOVE "PERCENTAGE NOT NUMERIC" TO Entry-Reason
             WHEN Range-Entry AND PC-Percent = 0
                MOVE "PERCENTAGE IS ZERO" TO Entry-Reason
             WHEN OTHER
                CONTINUE
          END-EVALUATE.

       RejectEntry.
          ADD 1 TO Entries-Rejected
          MOVE Price-Change-Record(1:39) TO ER-Image
          MOVE Entry-Reason TO ER-Reason
          DISPLAY Entry-Reject-Line.

       PriceSingleItem.
          MOVE PC-From-Item TO IM-Item-Code
          READ Item-File
             INVALID KEY
                MOVE "ITEM NOT ON FILE" TO Entry-Reason
                PERFORM RejectEntry
             NOT INVALID KEY
                IF IM-Active-Flag = "N"
                   MOVE "ITEM INACTIVE" TO Entry-Reason
                   PERFORM RejectEntry
                ELSE
                   MOVE PC-New-Price TO New-Price
                   PERFORM PriceOneItem
                END-IF
          END-READ.

      * Inactive items in a range are passed over and counted; an
      * entry whose range holds no active item is rejected.
       PriceItemRange.
          MOVE ZEROS TO Range-Item-Count
          MOVE "N" TO Range-End-Switch
          MOVE PC-From-Item TO IM-Item-Code
          START Item-File KEY NOT < IM-Item-Code
             INVALID KEY SET Range-End TO TRUE
          END-START
          PERFORM PriceNextRangeItem UNTIL Range-End
          IF Range-Item-Count = 0
             MOVE "NO ACTIVE ITEMS IN RANGE" TO Entry-Reason
             PERFORM RejectEntry
          END-IF.

       PriceNextRangeItem.
          READ Item-File NEXT RECORD
             AT END SET Range-End TO TRUE
          END-READ
          IF NOT Range-End
             IF IM-Item-Code > PC-To-Item
                SET Range-End TO TRUE
             ELSE
                IF IM-Active-Flag = "N"
                   ADD 1 TO Inactive-Skipped
                ELSE
                   ADD 1 TO Range-Item-Count
                   COMPUTE New-Price ROUNDED =
                         IM-Unit-Price * (100 + PC-Percent) / 100
                      ON SIZE ERROR MOVE 999999.99 TO New-Price
                   END-COMPUTE
                   PERFORM PriceOneItem
                END-IF
             END-IF
          END-IF.

      * The price on the record moves to the top of the history
      * and the new price becomes current, exactly as P=NEW PRICE
      * does in ITEMMNT.
       PriceOneItem.
          MOVE SPACES TO Item-Reason
          EVALUATE TRUE
             WHEN New-Price NOT > 0
                MOVE "NEW PRICE NOT ABOVE ZERO" TO Item-Reason
             WHEN New-Price > 99999.99
                MOVE "NEW PRICE TOO LARGE" TO Item-Reason
             WHEN IM-Effective-Date NUMERIC
                   AND PC-Effective-Date NOT > IM-Effective-Date
                MOVE "NOT AFTER CURRENT EFFECTIVE" TO Item-Reason
             WHEN OTHER
                CONTINUE
          END-EVALUATE
          MOVE IM-Item-Code TO PL-Item-Code
          MOVE IM-Description TO PL-Description
          MOVE IM-Unit-Price TO PL-Old-Price
          MOVE IM-Effective-Date TO PL-Old-Date
          MOVE PC-Effective-Date TO PL-New-Date
          IF Item-Reason NOT = SPACES
             ADD 1 TO Items-Rejected
             MOVE ZEROS TO PL-New-Price
             MOVE Item-Reason TO PL-Status
             DISPLAY Proof-Line
          ELSE
             ADD 1 TO Items-Priced
             MOVE New-Price TO PL-New-Price
             IF Update-Mode
                MOVE Item-Master-Record TO Change-Before-Image
                MOVE IM-Hist-Entry(2) TO IM-Hist-Entry(3)
                MOVE IM-Hist-Entry(1) TO IM-Hist-Entry(2)
                MOVE IM-Unit-Price TO IM-Hist-Price(1)
                MOVE IM-Effective-Date TO IM-Hist-Date(1)
                MOVE New-Price TO IM-Unit-Price
                MOVE PC-Effective-Date TO IM-Effective-Date
                REWRITE Item-Master-Record
                PERFORM LogItemChange
                MOVE "UPDATED" TO PL-Status
             ELSE
                MOVE "OK" TO PL-Status
             END-IF
             DISPLAY Proof-Line
          END-IF.

       LogItemChange.
          MOVE SPACES TO Change-Log-Record
          MOVE FUNCTION CURRENT-DATE TO WS-Current-Timestamp
          MOVE WS-Current-Timestamp TO CL-Timestamp
          MOVE "PRICEUPD" TO CL-Operator
          MOVE "I" TO CL-Master
          MOVE "P" TO CL-Action
          MOVE IM-Item-Code TO CL-Key
          MOVE Change-Before-Image TO CL-Before-Image
          MOVE Item-Master-Record TO CL-After-Image
          WRITE Change-Log-Record.

       WriteReportTotals.
          DISPLAY " "
          MOVE "ENTRIES READ" TO RT-Label
          MOVE Entries-Read TO RT-Value
          DISPLAY Report-Total-Line
          MOVE "ENTRIES REJECTED" TO RT-Label
          MOVE Entries-Rejected TO RT-Value
          DISPLAY Report-Total-Line
          IF Update-Mode
             MOVE "ITEMS REPRICED" TO RT-Label
          ELSE
             MOVE "ITEMS TO BE REPRICED" TO RT-Label
          END-IF
          MOVE Items-Priced TO RT-Value
          DISPLAY Report-Total-Line
          MOVE "ITEMS REJECTED" TO RT-Label
          MOVE Items-Rejected TO RT-Value
          DISPLAY Report-Total-Line
          MOVE "INACTIVE ITEMS PASSED OVER" TO RT-Label
          MOVE Inactive-Skipped TO RT-Value
          DISPLAY Report-Total-Line
          IF Entries-Read = 0
             DISPLAY "NO PRICE CHANGES ON FILE"
          END-IF.
