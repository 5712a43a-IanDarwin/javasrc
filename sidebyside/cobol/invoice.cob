      * Customer invoicing from the AcceptDemo extension run.
      * Reads the audit trail on AUDITIN and takes the details of
      * the last completed run - the "D" lines between the last two
      * "T" summary lines - sorts them by customer and item, and
      * prints one invoice per customer to INVPRT: bill-to name and
      * address and terms from the customer master on CUSTMAST,
      * then a line per detail with the item description and the
      * unit price in effect from the item master on ITEMMAST, and
      * the extended amount exactly as the run posted it.  Credits
      * carry their negative amount and net against the charges on
      * the same invoice.  Details that overflowed were rejected by
      * the run and posted nothing, so zero-amount lines are left
      * off.  Details written before the customer number existed
      * have none; they are totaled on the register but not
      * invoiced.  Invoice numbers run on from the last number used,
      * kept on the invoice control file INVCTL together with the
      * timestamp of the last audit detail invoiced, so a second
      * pass over the same run is refused with RETURN-CODE 12.  The
      * invoice register goes to SYSOUT: one line per invoice and
      * a register total, which must tie to the sum on the run's
      * "T" line.  RETURN-CODE 8 when it does not.  Sales tax the
      * run charged is carried on each detail; an invoice with tax
      * shows its subtotal, the sales tax and the total due, and
      * the register's tax total must tie to the tax on the "T"
      * line in the same way.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. Invoice.
       AUTHOR. Adapted from a program by Michael Coughlin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Audit-In-File ASSIGN TO "AUDITIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL Customer-File ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-Customer-Number.
           SELECT OPTIONAL Item-File ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-Item-Code.
           SELECT OPTIONAL Control-File ASSIGN TO "INVCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT Invoice-File ASSIGN TO "INVPRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT Sort-File ASSIGN TO "SORTWK".

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
       01 Audit-Summary-Fields REDEFINES Audit-In-Line.
          05 FILLER PIC X(26).
          05 ASF-Record-Count PIC X(8).
          05 FILLER PIC X(9).
          05 ASF-Sum PIC X(17).
          05 FILLER PIC X(7).
          05 ASF-Tax PIC X(16).
          05 FILLER PIC X(67).

       FD  Customer-File.
       01 Customer-Master-Record.
          05 CU-Customer-Number PIC X(6).
          05 CU-Name PIC X(30).
          05 CU-Address-1 PIC X(30).
          05 CU-Address-2 PIC X(30).
          05 CU-City PIC X(20).
          05 CU-State PIC X(2).
          05 CU-Zip PIC X(10).
          05 CU-Terms-Code PIC X(4).
          05 CU-Terms-Days PIC 9(3).
          05 CU-Active-Flag PIC X.
          05 FILLER PIC X(14).

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

      * One record: the last invoice number issued and the
      * timestamp of the last audit detail invoiced.
       FD  Control-File.
       01 Control-Record.
          05 IC-Last-Invoice PIC 9(8).
          05 FILLER PIC X(2).
          05 IC-Last-Run-Key PIC X(26).
          05 FILLER PIC X(2).
          05 IC-Run-Date PIC X(8).

       FD  Invoice-File.
       01 Invoice-Line PIC X(80).

       SD  Sort-File.
       01 Sort-Record.
          05 SR-Customer PIC X(6).
          05 SR-Item-Code PIC X(6).
          05 SR-Num1 PIC X(5).
          05 SR-Function PIC X.
          05 SR-Credit-Flag PIC X.
          05 SR-Amount PIC S9(10)V99.
          05 SR-Price-Date PIC X(8).
          05 SR-Tax PIC S9(10)V99.

       WORKING-STORAGE SECTION.
       01 End-Of-File-Switch PIC X VALUE "N".
          88 End-Of-File VALUE "Y".
       01 Sort-End-Switch PIC X VALUE "N".
          88 Sort-End VALUE "Y".
       01 Invoice-Open-Switch PIC X VALUE "N".
          88 Invoice-Open VALUE "Y".
       01 Price-Found-Switch PIC X VALUE "N".
          88 Price-Found VALUE "Y".
       01 WS-Current-Timestamp PIC X(26) VALUE SPACES.
       01 Run-Date PIC X(8) VALUE SPACES.
       01 Run-Count PIC 9(8) VALUE ZEROS.
       01 Runs-Passed PIC 9(8) VALUE ZEROS.
       01 Pending-Key PIC X(26) VALUE SPACES.
       01 Last-Run-Key PIC X(26) VALUE SPACES.
       01 Trailer-Sum PIC S9(12)V99 VALUE ZEROS.
       01 Trailer-Tax PIC S9(12)V99 VALUE ZEROS.
       01 Last-Invoice PIC 9(8) VALUE ZEROS.
       01 Invoice-Number PIC 9(8) VALUE ZEROS.
       01 Current-Customer PIC X(6) VALUE SPACES.
       01 Invoice-Total PIC S9(12)V99 VALUE ZEROS.
       01 Invoice-Tax PIC S9(12)V99 VALUE ZEROS.
       01 Invoice-Due PIC S9(12)V99 VALUE ZEROS.
       01 Invoice-Line-Count PIC 9(8) VALUE ZEROS.
       01 Register-Total PIC S9(12)V99 VALUE ZEROS.
       01 Register-Tax PIC S9(12)V99 VALUE ZEROS.
       01 Register-Count PIC 9(8) VALUE ZEROS.
       01 Unbilled-Total PIC S9(12)V99 VALUE ZEROS.
       01 Unbilled-Tax PIC S9(12)V99 VALUE ZEROS.
       01 Unbilled-Count PIC 9(8) VALUE ZEROS.
       01 Zero-Line-Count PIC 9(8) VALUE ZEROS.
       01 Pricing-Date PIC X(8) VALUE SPACES.
       01 Best-Price PIC 9(5)V99 VALUE ZEROS.
       01 Best-Price-Date PIC X(8) VALUE SPACES.
       01 Hist-Sub PIC 9(2) VALUE 1.
       01 Due-Integer PIC 9(8) VALUE ZEROS.

       01 Invoice-Rule PIC X(72) VALUE ALL "=".

       01 Invoice-Heading-Line.
          05 FILLER PIC X(15) VALUE "INVOICE NUMBER ".
          05 IH-Invoice-Number PIC 9(8).
          05 FILLER PIC X(16) VALUE SPACES.
          05 FILLER PIC X(13) VALUE "INVOICE DATE ".
          05 IH-Invoice-Date PIC X(8).

       01 Bill-To-Line.
          05 BT-Label PIC X(9).
          05 BT-Text PIC X(40).

       01 Terms-Line.
          05 FILLER PIC X(7) VALUE "TERMS: ".
          05 TL-Terms-Code PIC X(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 TL-Terms-Days PIC ZZ9.
          05 FILLER PIC X(5) VALUE " DAYS".
          05 FILLER PIC X(13) VALUE "    DUE DATE ".
          05 TL-Due-Date PIC X(8).

       01 Column-Heading-Line.
          05 FILLER PIC X(30) VALUE "ITEM    DESCRIPTION".
          05 FILLER PIC X(5) VALUE "  QTY".
          05 FILLER PIC X(11) VALUE " UNIT PRICE".
          05 FILLER PIC X(16) VALUE "          AMOUNT".

       01 Invoice-Detail-Line.
          05 ID-Item-Code PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 ID-Description PIC X(20).
          05 FILLER PIC X(2) VALUE SPACES.
          05 ID-Qty PIC ZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 ID-Unit-Price PIC ZZZZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 ID-Amount PIC -(10)9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 ID-Credit-Marker PIC X(2).

       01 Invoice-Total-Line.
          05 FILLER PIC X(33) VALUE SPACES.
          05 IT-Label PIC X(15).
          05 IT-Total PIC -(10)9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 IT-Credit-Note PIC X(14).

       01 Register-Line.
          05 RL-Invoice-Number PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RL-Customer PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RL-Name PIC X(30).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RL-Lines PIC Z(4)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RL-Amount PIC -(10)9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RL-Tax PIC -(7)9.99.

       01 Register-Total-Line.
          05 RT-Label PIC X(30).
          05 RT-Amount PIC -(12)9.99.

       PROCEDURE DIVISION.
       MainLogic.
          MOVE FUNCTION CURRENT-DATE TO WS-Current-Timestamp
          MOVE WS-Current-Timestamp(1:8) TO Run-Date
          DISPLAY "INVOICE REGISTER " Run-Date
          DISPLAY " "
          PERFORM ReadInvoiceControl
          PERFORM LocateLastRun
          EVALUATE TRUE
             WHEN Run-Count = 0
                DISPLAY "NO COMPLETED RUN ON THE AUDIT FILE - "
                   "NO INVOICES PRINTED"
                MOVE 12 TO RETURN-CODE
             WHEN Last-Run-Key NOT = SPACES
                   AND Last-Run-Key = IC-Last-Run-Key
                DISPLAY "LAST RUN ALREADY INVOICED - "
                   "NO INVOICES PRINTED"
                MOVE 12 TO RETURN-CODE
             WHEN OTHER
                PERFORM InvoiceLastRun
          END-EVALUATE
          STOP RUN.

       ReadInvoiceControl.
          MOVE ZEROS TO IC-Last-Invoice
          MOVE SPACES TO IC-Last-Run-Key
          OPEN INPUT Control-File
          READ Control-File
             AT END
                MOVE ZEROS TO IC-Last-Invoice
                MOVE SPACES TO IC-Last-Run-Key
          END-READ
          CLOSE Control-File
          IF IC-Last-Invoice NOT NUMERIC
             MOVE ZEROS TO IC-Last-Invoice
          END-IF
          MOVE IC-Last-Invoice TO Last-Invoice
          MOVE Last-Invoice TO Invoice-Number.

      * First pass: count the completed runs on the file and keep
      * the closing "T" sum and the last detail timestamp of the
      * last one.  Details after the last "T" belong to a run that
      * has not finished and are not invoiced.
       LocateLastRun.
          OPEN INPUT Audit-In-File
          MOVE "N" TO End-Of-File-Switch
          PERFORM ReadAuditLine
          PERFORM ScanAuditLine UNTIL End-Of-File
          CLOSE Audit-In-File.

       ReadAuditLine.
          READ Audit-In-File
             AT END SET End-Of-File TO TRUE
          END-READ.

       ScanAuditLine.
          EVALUATE AD-Record-Type
             WHEN "D"
                MOVE AD-Timestamp TO Pending-Key
             WHEN "T"
                ADD 1 TO Run-Count
                MOVE FUNCTION NUMVAL(ASF-Sum) TO Trailer-Sum
                IF ASF-Tax = SPACES
                   MOVE ZEROS TO Trailer-Tax
                ELSE
                   MOVE FUNCTION NUMVAL(ASF-Tax) TO Trailer-Tax
                END-IF
                MOVE Pending-Key TO Last-Run-Key
                MOVE SPACES TO Pending-Key
             WHEN OTHER
                CONTINUE
          END-EVALUATE
          PERFORM ReadAuditLine.

       InvoiceLastRun.
          OPEN INPUT Customer-File
          OPEN INPUT Item-File
          OPEN OUTPUT Invoice-File
          SORT Sort-File
             ON ASCENDING KEY SR-Customer
             ON ASCENDING KEY SR-Item-Code
             WITH DUPLICATES IN ORDER
             INPUT PROCEDURE IS SelectRunDetails
             OUTPUT PROCEDURE IS PrintInvoices
          CLOSE Customer-File
          CLOSE Item-File
          CLOSE Invoice-File
          PERFORM WriteRegisterTotals
          IF Last-Run-Key NOT = SPACES
             PERFORM WriteInvoiceControl
          END-IF.

      * Second pass: release the details of the last completed run
      * with the date their price was taken at - the batch date for
      * batch input, the run date for corrections.
       SelectRunDetails.
          OPEN INPUT Audit-In-File
          MOVE "N" TO End-Of-File-Switch
          MOVE ZEROS TO Runs-Passed
          PERFORM ReadAuditLine
          PERFORM ReleaseRunDetail UNTIL End-Of-File
          CLOSE Audit-In-File.

       ReleaseRunDetail.
          EVALUATE AD-Record-Type
             WHEN "T"
                ADD 1 TO Runs-Passed
             WHEN "D"
                IF Runs-Passed + 1 = Run-Count
                   PERFORM ReleaseOneDetail
                END-IF
             WHEN OTHER
                CONTINUE
          END-EVALUATE
          PERFORM ReadAuditLine.

       ReleaseOneDetail.
          MOVE FUNCTION NUMVAL(AD-Result) TO SR-Amount
          IF SR-Amount = 0
             ADD 1 TO Zero-Line-Count
          ELSE
             MOVE AD-Customer TO SR-Customer
             MOVE AD-Item-Code TO SR-Item-Code
             MOVE AD-Num1 TO SR-Num1
             MOVE AD-Function TO SR-Function
             MOVE AD-Credit-Flag TO SR-Credit-Flag
             IF AD-Tax = SPACES
                MOVE ZEROS TO SR-Tax
             ELSE
                MOVE FUNCTION NUMVAL(AD-Tax) TO SR-Tax
             END-IF
             IF AD-Corr-Flag = "C" OR AD-Batch-Date NOT NUMERIC
                MOVE AD-Timestamp(1:8) TO SR-Price-Date
             ELSE
                MOVE AD-Batch-Date TO SR-Price-Date
             END-IF
             RELEASE Sort-Record
          END-IF.

       PrintInvoices.
          MOVE "N" TO Sort-End-Switch
          MOVE "N" TO Invoice-Open-Switch
          PERFORM ReturnSortRecord
          PERFORM PrintOneDetail UNTIL Sort-End
          IF Invoice-Open
             PERFORM FinishInvoice
          END-IF.

       ReturnSortRecord.
          RETURN Sort-File
             AT END SET Sort-End TO TRUE
          END-RETURN.

       PrintOneDetail.
          IF SR-Customer = SPACES
             ADD 1 TO Unbilled-Count
             ADD SR-Amount TO Unbilled-Total
             ADD SR-Tax TO Unbilled-Tax
          ELSE
             IF NOT Invoice-Open
                   OR SR-Customer NOT = Current-Customer
                IF Invoice-Open
                   PERFORM FinishInvoice
                END-IF
                PERFORM StartInvoice
             END-IF
             PERFORM PrintInvoiceLine
          END-IF
          PERFORM ReturnSortRecord.

       StartInvoice.
          MOVE "Y" TO Invoice-Open-Switch
          MOVE SR-Customer TO Current-Customer
          MOVE ZEROS TO Invoice-Total
          MOVE ZEROS TO Invoice-Tax
          MOVE ZEROS TO Invoice-Line-Count
          ADD 1 TO Invoice-Number
          MOVE SR-Customer TO CU-Customer-Number
          READ Customer-File
             INVALID KEY
                MOVE SPACES TO Customer-Master-Record
                MOVE SR-Customer TO CU-Customer-Number
                MOVE "*** CUSTOMER NOT ON FILE ***" TO CU-Name
                MOVE ZEROS TO CU-Terms-Days
          END-READ
          IF CU-Terms-Days NOT NUMERIC
             MOVE ZEROS TO CU-Terms-Days
          END-IF
          WRITE Invoice-Line FROM Invoice-Rule
          MOVE Invoice-Number TO IH-Invoice-Number
          MOVE Run-Date TO IH-Invoice-Date
          WRITE Invoice-Line FROM Invoice-Heading-Line
          MOVE SPACES TO Invoice-Line
          WRITE Invoice-Line
          MOVE "BILL TO: " TO BT-Label
          MOVE CU-Customer-Number TO BT-Text
          WRITE Invoice-Line FROM Bill-To-Line
          MOVE SPACES TO BT-Label
          MOVE CU-Name TO BT-Text
          WRITE Invoice-Line FROM Bill-To-Line
          IF CU-Address-1 NOT = SPACES
             MOVE CU-Address-1 TO BT-Text
             WRITE Invoice-Line FROM Bill-To-Line
          END-IF
          IF CU-Address-2 NOT = SPACES
             MOVE CU-Address-2 TO BT-Text
             WRITE Invoice-Line FROM Bill-To-Line
          END-IF
          MOVE SPACES TO BT-Text
          STRING CU-City DELIMITED BY "  "
                " " CU-State " " CU-Zip DELIMITED BY SIZE
             INTO BT-Text
          END-STRING
          WRITE Invoice-Line FROM Bill-To-Line
          MOVE SPACES TO Invoice-Line
          WRITE Invoice-Line
          MOVE CU-Terms-Code TO TL-Terms-Code
          MOVE CU-Terms-Days TO TL-Terms-Days
          COMPUTE Due-Integer =
             FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(Run-Date))
                + CU-Terms-Days
          MOVE FUNCTION DATE-OF-INTEGER(Due-Integer) TO TL-Due-Date
          WRITE Invoice-Line FROM Terms-Line
          MOVE SPACES TO Invoice-Line
          WRITE Invoice-Line
          WRITE Invoice-Line FROM Column-Heading-Line.

      * Item lines show the master description and the unit price
      * in effect on the pricing date; the amount is the posted
      * extension.  Lines that are not item extensions (add,
      * subtract and divide entries) have no item to price.
       PrintInvoiceLine.
          MOVE SPACES TO Invoice-Detail-Line
          MOVE SR-Item-Code TO ID-Item-Code
          MOVE FUNCTION NUMVAL(SR-Num1) TO ID-Qty
          IF SR-Function = "M"
             MOVE SR-Price-Date TO Pricing-Date
             MOVE SR-Item-Code TO IM-Item-Code
             READ Item-File
                INVALID KEY
                   MOVE "*** NOT ON FILE ***" TO ID-Description
                   MOVE ZEROS TO ID-Unit-Price
                NOT INVALID KEY
                   MOVE IM-Description TO ID-Description
                   PERFORM SelectEffectivePrice
                   MOVE Best-Price TO ID-Unit-Price
             END-READ
          ELSE
             STRING "ENTRY - FUNCTION " SR-Function
                DELIMITED BY SIZE INTO ID-Description
             END-STRING
             MOVE ZEROS TO ID-Unit-Price
          END-IF
          MOVE SR-Amount TO ID-Amount
          IF SR-Credit-Flag = "C"
             MOVE "CR" TO ID-Credit-Marker
          END-IF
          WRITE Invoice-Line FROM Invoice-Detail-Line
          ADD SR-Amount TO Invoice-Total
          ADD SR-Tax TO Invoice-Tax
          ADD 1 TO Invoice-Line-Count.

      * Same rule as the extension run: the latest effective date
      * on or before the pricing date.
       SelectEffectivePrice.
          MOVE "N" TO Price-Found-Switch
          MOVE ZEROS TO Best-Price
          MOVE SPACES TO Best-Price-Date
          IF IM-Effective-Date NUMERIC
                AND IM-Effective-Date NOT > Pricing-Date
             MOVE "Y" TO Price-Found-Switch
             MOVE IM-Effective-Date TO Best-Price-Date
             MOVE IM-Unit-Price TO Best-Price
          END-IF
          PERFORM VARYING Hist-Sub FROM 1 BY 1 UNTIL Hist-Sub > 3
             IF IM-Hist-Date(Hist-Sub) NUMERIC
                   AND IM-Hist-Date(Hist-Sub) NOT > Pricing-Date
                   AND (NOT Price-Found
                      OR IM-Hist-Date(Hist-Sub) > Best-Price-Date)
                MOVE "Y" TO Price-Found-Switch
                MOVE IM-Hist-Date(Hist-Sub) TO Best-Price-Date
                MOVE IM-Hist-Price(Hist-Sub) TO Best-Price
             END-IF
          END-PERFORM.

       FinishInvoice.
          MOVE SPACES TO Invoice-Line
          WRITE Invoice-Line
          ADD Invoice-Total Invoice-Tax GIVING Invoice-Due
          IF Invoice-Tax NOT = 0
             MOVE "SUBTOTAL       " TO IT-Label
             MOVE Invoice-Total TO IT-Total
             MOVE SPACES TO IT-Credit-Note
             WRITE Invoice-Line FROM Invoice-Total-Line
             MOVE "SALES TAX      " TO IT-Label
             MOVE Invoice-Tax TO IT-Total
             WRITE Invoice-Line FROM Invoice-Total-Line
          END-IF
          MOVE "INVOICE TOTAL  " TO IT-Label
          MOVE Invoice-Due TO IT-Total
          IF Invoice-Due < 0
             MOVE "CREDIT BALANCE" TO IT-Credit-Note
          ELSE
             MOVE SPACES TO IT-Credit-Note
          END-IF
          WRITE Invoice-Line FROM Invoice-Total-Line
          MOVE SPACES TO Invoice-Line
          WRITE Invoice-Line
          MOVE Invoice-Number TO RL-Invoice-Number
          MOVE Current-Customer TO RL-Customer
          MOVE CU-Name TO RL-Name
          MOVE Invoice-Line-Count TO RL-Lines
          MOVE Invoice-Total TO RL-Amount
          MOVE Invoice-Tax TO RL-Tax
          DISPLAY Register-Line
          ADD 1 TO Register-Count
          ADD Invoice-Total TO Register-Total
          ADD Invoice-Tax TO Register-Tax
          MOVE "N" TO Invoice-Open-Switch.

      * Everything the run posted is on the register, invoiced or
      * not, so the register total is the run total and must
      * agree with the "T" line.  The register amounts are before
      * tax; the tax is tied separately to the run's tax total.
       WriteRegisterTotals.
          IF Unbilled-Count > 0
             MOVE SPACES TO RL-Invoice-Number
             MOVE SPACES TO RL-Customer
             MOVE "NOT INVOICED - NO CUSTOMER" TO RL-Name
             MOVE Unbilled-Count TO RL-Lines
             MOVE Unbilled-Total TO RL-Amount
             MOVE Unbilled-Tax TO RL-Tax
             DISPLAY Register-Line
             ADD Unbilled-Total TO Register-Total
             ADD Unbilled-Tax TO Register-Tax
          END-IF
          DISPLAY " "
          MOVE "INVOICES PRINTED" TO RT-Label
          MOVE Register-Count TO RT-Amount
          DISPLAY Register-Total-Line
          MOVE "REGISTER TOTAL" TO RT-Label
          MOVE Register-Total TO RT-Amount
          DISPLAY Register-Total-Line
          MOVE "AUDIT RUN TOTAL (T LINE)" TO RT-Label
          MOVE Trailer-Sum TO RT-Amount
          DISPLAY Register-Total-Line
          MOVE "REGISTER TAX TOTAL" TO RT-Label
          MOVE Register-Tax TO RT-Amount
          DISPLAY Register-Total-Line
          MOVE "AUDIT RUN TAX (T LINE)" TO RT-Label
          MOVE Trailer-Tax TO RT-Amount
          DISPLAY Register-Total-Line
          IF Zero-Line-Count > 0
             DISPLAY Zero-Line-Count
                " ZERO-AMOUNT DETAILS NOT INVOICED"
          END-IF
          DISPLAY " "
          IF Register-Total = Trailer-Sum
                AND Register-Tax = Trailer-Tax
             DISPLAY "REGISTER TIES TO THE RUN TOTAL"
             MOVE 0 TO RETURN-CODE
          ELSE
             DISPLAY "*** REGISTER DOES NOT TIE TO THE RUN TOTAL ***"
             MOVE 8 TO RETURN-CODE
          END-IF.

       WriteInvoiceControl.
          OPEN OUTPUT Control-File
          MOVE SPACES TO Control-Record
          MOVE Invoice-Number TO IC-Last-Invoice
          MOVE Last-Run-Key TO IC-Last-Run-Key
          MOVE Run-Date TO IC-Run-Date
          WRITE Control-Record
          CLOSE Control-File.
