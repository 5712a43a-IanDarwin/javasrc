      * Daily master-change report for the AcceptDemo masters.
      * Reads the change log on MASTCHG, which the ITEMMNT, DEPTMNT,
      * CUSTMNT and BUDGMNT maintenance modes and the PRICEUPD batch
      * price update extend with one record per change
      * (operator, timestamp, action, and the master record before
      * and after), and prints every change logged since the last
      * report to SYSOUT: who made it, when, and each field that
      * changed with its old and new value.  Price changes are
      * flagged and counted separately so none can go unnoticed, and
      * the report ends with a sign-off block for the supervisor.
      * The timestamp of the last change reported is kept on the
      * control file MCHCTL, so each report picks up exactly where
      * the one before left off, whatever time of night it runs.
      * A PARM date (YYYYMMDD) reprints that day's changes instead
      * and leaves the control file alone.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterReport.
       AUTHOR. Adapted from a program by Michael Coughlin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL Change-Log-File ASSIGN TO "MASTCHG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL Control-File ASSIGN TO "MCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
          05 CL-Before-Item REDEFINES CL-Before-Image.
             10 BI-Item-Code PIC X(6).
             10 BI-Description PIC X(20).
             10 BI-Unit-Price PIC 9(5)V99.
             10 BI-Effective-Date PIC X(8).
             10 BI-Active-Flag PIC X.
             10 FILLER PIC X(45).
             10 BI-On-Hand PIC S9(7).
             10 BI-Reorder-Point PIC 9(7).
             10 BI-Reorder-Qty PIC 9(7).
             10 FILLER PIC X(22).
             10 BI-Tax-Flag PIC X.
             10 FILLER PIC X(19).
          05 CL-Before-Dept REDEFINES CL-Before-Image.
             10 BD-Dept-Code PIC X(3).
             10 BD-Dept-Name PIC X(20).
             10 BD-Active-Flag PIC X.
             10 BD-Tax-Juris PIC X(4).
             10 FILLER PIC X(122).
          05 CL-Before-Cust REDEFINES CL-Before-Image.
             10 BC-Customer-Number PIC X(6).
             10 BC-Name PIC X(30).
             10 BC-Address-1 PIC X(30).
             10 BC-Address-2 PIC X(30).
             10 BC-City PIC X(20).
             10 BC-State PIC X(2).
             10 BC-Zip PIC X(10).
             10 BC-Terms-Code PIC X(4).
             10 BC-Terms-Days PIC 9(3).
             10 BC-Active-Flag PIC X.
             10 FILLER PIC X(14).
          05 CL-Before-Budget REDEFINES CL-Before-Image.
             10 BB-Dept PIC X(3).
             10 BB-Month PIC X(6).
             10 BB-Amount PIC S9(9)V99.
             10 FILLER PIC X(130).
          05 CL-After-Image PIC X(150).
          05 CL-After-Item REDEFINES CL-After-Image.
             10 AI-Item-Code PIC X(6).
             10 AI-Description PIC X(20).
             10 AI-Unit-Price PIC 9(5)V99.
             10 AI-Effective-Date PIC X(8).
             10 AI-Active-Flag PIC X.
             10 FILLER PIC X(45).
             10 AI-On-Hand PIC S9(7).
             10 AI-Reorder-Point PIC 9(7).
             10 AI-Reorder-Qty PIC 9(7).
             10 FILLER PIC X(22).
             10 AI-Tax-Flag PIC X.
             10 FILLER PIC X(19).
          05 CL-After-Dept REDEFINES CL-After-Image.
             10 AD-Dept-Code PIC X(3).
             10 AD-Dept-Name PIC X(20).
             10 AD-Active-Flag PIC X.
             10 AD-Tax-Juris PIC X(4).
             10 FILLER PIC X(122).
          05 CL-After-Cust REDEFINES CL-After-Image.
             10 AC-Customer-Number PIC X(6).
             10 AC-Name PIC X(30).
             10 AC-Address-1 PIC X(30).
             10 AC-Address-2 PIC X(30).
             10 AC-City PIC X(20).
             10 AC-State PIC X(2).
             10 AC-Zip PIC X(10).
             10 AC-Terms-Code PIC X(4).
             10 AC-Terms-Days PIC 9(3).
             10 AC-Active-Flag PIC X.
             10 FILLER PIC X(14).
          05 CL-After-Budget REDEFINES CL-After-Image.
             10 AB-Dept PIC X(3).
             10 AB-Month PIC X(6).
             10 AB-Amount PIC S9(9)V99.
             10 FILLER PIC X(130).

      * One record: the timestamp of the last change reported and
      * the date of the report that reported it.
       FD  Control-File.
       01 Control-Record.
          05 MC-Last-Stamp PIC X(26).
          05 FILLER PIC X(2).
          05 MC-Report-Date PIC X(8).

       WORKING-STORAGE SECTION.
       01 End-Of-File-Switch PIC X VALUE "N".
          88 End-Of-File VALUE "Y".
       01 Report-Date PIC X(8) VALUE SPACES.
       01 Last-Stamp PIC X(26) VALUE SPACES.
       01 High-Stamp PIC X(26) VALUE SPACES.
       01 Reprint-Switch PIC X VALUE "N".
          88 Reprint-Run VALUE "Y".
       01 WS-Current-Timestamp PIC X(26) VALUE SPACES.
       01 Added-Switch PIC X VALUE "N".
          88 Added-Record VALUE "Y".
       01 Price-Change-Switch PIC X VALUE "N".
          88 Price-Changed VALUE "Y".
       01 Entries-Read PIC 9(8) VALUE ZEROS.
       01 Item-Change-Count PIC 9(8) VALUE ZEROS.
       01 Dept-Change-Count PIC 9(8) VALUE ZEROS.
       01 Cust-Change-Count PIC 9(8) VALUE ZEROS.
       01 Budget-Change-Count PIC 9(8) VALUE ZEROS.
       01 Amount-Edit PIC -(9)9.99.
       01 Days-Edit PIC ZZ9.
       01 Price-Change-Count PIC 9(8) VALUE ZEROS.
       01 Price-Edit PIC ZZZZ9.99.
       01 Qty-Edit PIC -(7)9.

       01 Entry-Heading-Line.
          05 EH-Date PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 EH-Time PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 EH-Operator PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 EH-Master PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 EH-Key PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 EH-Action PIC X(12).
          05 FILLER PIC X(2) VALUE SPACES.
          05 EH-Flag PIC X(20).

       01 Field-Change-Line.
          05 FILLER PIC X(6) VALUE SPACES.
          05 FC-Label PIC X(16).
          05 FC-Before PIC X(20).
          05 FILLER PIC X(4) VALUE " -> ".
          05 FC-After PIC X(20).

       01 Report-Total-Line.
          05 RT-Label PIC X(28).
          05 RT-Value PIC Z(7)9.

       PROCEDURE DIVISION.
       MainLogic.
          ACCEPT Report-Date FROM COMMAND-LINE
          IF Report-Date NUMERIC
             MOVE "Y" TO Reprint-Switch
             DISPLAY "MASTER FILE CHANGE REPORT FOR " Report-Date
                " (REPRINT)"
          ELSE
             PERFORM ReadReportControl
             IF Last-Stamp = SPACES
                DISPLAY "MASTER FILE CHANGE REPORT - ALL CHANGES "
                   "ON FILE"
             ELSE
                DISPLAY "MASTER FILE CHANGE REPORT - CHANGES AFTER "
                   Last-Stamp(1:8) " " Last-Stamp(9:6)
             END-IF
          END-IF
          MOVE Last-Stamp TO High-Stamp
          DISPLAY " "
          DISPLAY "DATE      TIME      OPERATOR  MASTER  KEY"
             "         ACTION"
          DISPLAY " "
          OPEN INPUT Change-Log-File
          PERFORM ReadChangeLog
          PERFORM ProcessChangeEntry UNTIL End-Of-File
          CLOSE Change-Log-File
          PERFORM WriteReportTotals
          PERFORM WriteSignOffBlock
          IF NOT Reprint-Run AND Entries-Read > 0
             PERFORM WriteReportControl
          END-IF
          MOVE 0 TO RETURN-CODE
          STOP RUN.

       ReadReportControl.
          MOVE SPACES TO Control-Record
          OPEN INPUT Control-File
          READ Control-File
             AT END MOVE SPACES TO Control-Record
          END-READ
          CLOSE Control-File
          MOVE MC-Last-Stamp TO Last-Stamp.

       WriteReportControl.
          MOVE FUNCTION CURRENT-DATE TO WS-Current-Timestamp
          OPEN OUTPUT Control-File
          MOVE SPACES TO Control-Record
          MOVE High-Stamp TO MC-Last-Stamp
          MOVE WS-Current-Timestamp(1:8) TO MC-Report-Date
          WRITE Control-Record
          CLOSE Control-File.

       ReadChangeLog.
          READ Change-Log-File
             AT END SET End-Of-File TO TRUE
          END-READ.

      * A reprint takes the one day asked for; otherwise every
      * change after the last one reported is taken, and the latest
      * timestamp seen becomes the starting point for the next
      * report.
       ProcessChangeEntry.
          IF Reprint-Run
             IF CL-Timestamp(1:8) = Report-Date
                ADD 1 TO Entries-Read
                PERFORM ReportOneChange
             END-IF
          ELSE
             IF CL-Timestamp > Last-Stamp
                ADD 1 TO Entries-Read
                PERFORM ReportOneChange
                IF CL-Timestamp > High-Stamp
                   MOVE CL-Timestamp TO High-Stamp
                END-IF
             END-IF
          END-IF
          PERFORM ReadChangeLog.

      * An added record has no before image; it is initialized so
      * the numeric fields compare cleanly and only the new values
      * print.
       ReportOneChange.
          MOVE "N" TO Price-Change-Switch
          IF CL-Action = "A"
             MOVE "Y" TO Added-Switch
          ELSE
             MOVE "N" TO Added-Switch
          END-IF
          MOVE CL-Timestamp(1:8) TO EH-Date
          STRING CL-Timestamp(9:2) ":" CL-Timestamp(11:2) ":"
                CL-Timestamp(13:2) DELIMITED BY SIZE
             INTO EH-Time
          END-STRING
          MOVE CL-Operator TO EH-Operator
          MOVE CL-Key TO EH-Key
          EVALUATE CL-Action
             WHEN "A"
                MOVE "ADDED" TO EH-Action
             WHEN "C"
                MOVE "CHANGED" TO EH-Action
             WHEN "P"
                MOVE "NEW PRICE" TO EH-Action
             WHEN "K"
                MOVE "STOCK COUNT" TO EH-Action
             WHEN "X"
                IF CL-Master = "B"
                   MOVE "DELETED" TO EH-Action
                ELSE
                   MOVE "DEACTIVATED" TO EH-Action
                END-IF
             WHEN OTHER
                MOVE CL-Action TO EH-Action
          END-EVALUATE
          EVALUATE CL-Master
             WHEN "I"
                MOVE "ITEM" TO EH-Master
                ADD 1 TO Item-Change-Count
                IF Added-Record
                   INITIALIZE CL-Before-Item
                END-IF
                IF NOT Added-Record
                      AND BI-Unit-Price NOT = AI-Unit-Price
                   MOVE "Y" TO Price-Change-Switch
                   ADD 1 TO Price-Change-Count
                END-IF
             WHEN "D"
                MOVE "DEPT" TO EH-Master
                ADD 1 TO Dept-Change-Count
                IF Added-Record
                   INITIALIZE CL-Before-Dept
                END-IF
             WHEN "C"
                MOVE "CUST" TO EH-Master
                ADD 1 TO Cust-Change-Count
                IF Added-Record
                   INITIALIZE CL-Before-Cust
                END-IF
             WHEN "B"
                MOVE "BUDGET" TO EH-Master
                ADD 1 TO Budget-Change-Count
                IF Added-Record
                   INITIALIZE CL-Before-Budget
                END-IF
             WHEN OTHER
                MOVE "?" TO EH-Master
          END-EVALUATE
          IF Price-Changed
             MOVE "*** PRICE CHANGE ***" TO EH-Flag
          ELSE
             MOVE SPACES TO EH-Flag
          END-IF
          DISPLAY Entry-Heading-Line
          EVALUATE CL-Master
             WHEN "I"
                PERFORM CompareItemImages
             WHEN "D"
                PERFORM CompareDeptImages
             WHEN "C"
                PERFORM CompareCustImages
             WHEN "B"
                PERFORM CompareBudgetImages
             WHEN OTHER
                CONTINUE
          END-EVALUATE
          DISPLAY " ".

       CompareItemImages.
          IF BI-Description NOT = AI-Description
             MOVE "DESCRIPTION" TO FC-Label
             MOVE BI-Description TO FC-Before
             MOVE AI-Description TO FC-After
             PERFORM PrintFieldChange
          END-IF
          IF BI-Unit-Price NOT = AI-Unit-Price
             MOVE "UNIT PRICE" TO FC-Label
             MOVE BI-Unit-Price TO Price-Edit
             MOVE Price-Edit TO FC-Before
             MOVE AI-Unit-Price TO Price-Edit
             MOVE Price-Edit TO FC-After
             PERFORM PrintFieldChange
          END-IF
          IF BI-Effective-Date NOT = AI-Effective-Date
             MOVE "EFFECTIVE DATE" TO FC-Label
             MOVE BI-Effective-Date TO FC-Before
             MOVE AI-Effective-Date TO FC-After
             PERFORM PrintFieldChange
          END-IF
          IF BI-Active-Flag NOT = AI-Active-Flag
             MOVE "ACTIVE FLAG" TO FC-Label
             MOVE BI-Active-Flag TO FC-Before
             MOVE AI-Active-Flag TO FC-After
             PERFORM PrintFieldChange
          END-IF
          IF BI-On-Hand NOT = AI-On-Hand
             MOVE "ON HAND" TO FC-Label
             MOVE BI-On-Hand TO Qty-Edit
             MOVE Qty-Edit TO FC-Before
             MOVE AI-On-Hand TO Qty-Edit
             MOVE Qty-Edit TO FC-After
             PERFORM PrintFieldChange
          END-IF
          IF BI-Reorder-Point NOT = AI-Reorder-Point
             MOVE "REORDER POINT" TO FC-Label
             MOVE BI-Reorder-Point TO Qty-Edit
             MOVE Qty-Edit TO FC-Before
             MOVE AI-Reorder-Point TO Qty-Edit
             MOVE Qty-Edit TO FC-After
             PERFORM PrintFieldChange
          END-IF
          IF BI-Reorder-Qty NOT = AI-Reorder-Qty
             MOVE "REORDER QTY" TO FC-Label
             MOVE BI-Reorder-Qty TO Qty-Edit
             MOVE Qty-Edit TO FC-Before
             MOVE AI-Reorder-Qty TO Qty-Edit
             MOVE Qty-Edit TO FC-After
             PERFORM PrintFieldChange
          END-IF
          IF BI-Tax-Flag NOT = AI-Tax-Flag
             MOVE "TAX FLAG" TO FC-Label
             MOVE BI-Tax-Flag TO FC-Before
             MOVE AI-Tax-Flag TO FC-After
             PERFORM PrintFieldChange
          END-IF.

       CompareDeptImages.
          IF BD-Dept-Name NOT = AD-Dept-Name
             MOVE "DEPT NAME" TO FC-Label
             MOVE BD-Dept-Name TO FC-Before
             MOVE AD-Dept-Name TO FC-After
             PERFORM PrintFieldChange
          END-IF
          IF BD-Active-Flag NOT = AD-Active-Flag
             MOVE "ACTIVE FLAG" TO FC-Label
             MOVE BD-Active-Flag TO FC-Before
             MOVE AD-Active-Flag TO FC-After
             PERFORM PrintFieldChange
          END-IF
          IF BD-Tax-Juris NOT = AD-Tax-Juris
             MOVE "TAX JURISDICTION" TO FC-Label
             MOVE BD-Tax-Juris TO FC-Before
             MOVE AD-Tax-Juris TO FC-After
             PERFORM PrintFieldChange
          END-IF.

       CompareCustImages.
          IF BC-Name NOT = AC-Name
             MOVE "NAME" TO FC-Label
             MOVE BC-Name TO FC-Before
             MOVE AC-Name TO FC-After
             PERFORM PrintFieldChange
          END-IF
          IF BC-Address-1 NOT = AC-Address-1
             MOVE "ADDRESS 1" TO FC-Label
             MOVE BC-Address-1 TO FC-Before
             MOVE AC-Address-1 TO FC-After
             PERFORM PrintFieldChange
          END-IF
          IF BC-Address-2 NOT = AC-Address-2
             MOVE "ADDRESS 2" TO FC-Label
             MOVE BC-Address-2 TO FC-Before
             MOVE AC-Address-2 TO FC-After
             PERFORM PrintFieldChange
          END-IF
          IF BC-City NOT = AC-City
             MOVE "CITY" TO FC-Label
             MOVE BC-City TO FC-Before
             MOVE AC-City TO FC-After
             PERFORM PrintFieldChange
          END-IF
          IF BC-State NOT = AC-State
             MOVE "STATE" TO FC-Label
             MOVE BC-State TO FC-Before
             MOVE AC-State TO FC-After
             PERFORM PrintFieldChange
          END-IF
          IF BC-Zip NOT = AC-Zip
             MOVE "ZIP CODE" TO FC-Label
             MOVE BC-Zip TO FC-Before
             MOVE AC-Zip TO FC-After
             PERFORM PrintFieldChange
          END-IF
          IF BC-Terms-Code NOT = AC-Terms-Code
             MOVE "TERMS CODE" TO FC-Label
             MOVE BC-Terms-Code TO FC-Before
             MOVE AC-Terms-Code TO FC-After
             PERFORM PrintFieldChange
          END-IF
          IF BC-Terms-Days NOT = AC-Terms-Days
             MOVE "TERMS DAYS" TO FC-Label
             MOVE BC-Terms-Days TO Days-Edit
             MOVE Days-Edit TO FC-Before
             MOVE AC-Terms-Days TO Days-Edit
             MOVE Days-Edit TO FC-After
             PERFORM PrintFieldChange
          END-IF
          IF BC-Active-Flag NOT = AC-Active-Flag
             MOVE "ACTIVE FLAG" TO FC-Label
             MOVE BC-Active-Flag TO FC-Before
             MOVE AC-Active-Flag TO FC-After
             PERFORM PrintFieldChange
          END-IF.

      * A deleted budget carries the same image before and after;
      * the amount prints with nothing after it.
       CompareBudgetImages.
          IF BB-Amount NOT = AB-Amount OR CL-Action = "X"
             MOVE "BUDGET AMOUNT" TO FC-Label
             MOVE BB-Amount TO Amount-Edit
             MOVE Amount-Edit TO FC-Before
             MOVE AB-Amount TO Amount-Edit
             MOVE Amount-Edit TO FC-After
             IF CL-Action = "X"
                MOVE SPACES TO FC-After
             END-IF
             PERFORM PrintFieldChange
          END-IF.

       PrintFieldChange.
          IF Added-Record
             MOVE SPACES TO FC-Before
          END-IF
          DISPLAY Field-Change-Line.

       WriteReportTotals.
          IF Entries-Read = 0
             IF Reprint-Run
                DISPLAY "NO MASTER CHANGES ON " Report-Date
             ELSE
                DISPLAY "NO MASTER CHANGES SINCE THE LAST REPORT"
             END-IF
             DISPLAY " "
          END-IF
          MOVE "ITEM MASTER CHANGES" TO RT-Label
          MOVE Item-Change-Count TO RT-Value
          DISPLAY Report-Total-Line
          MOVE "DEPT MASTER CHANGES" TO RT-Label
          MOVE Dept-Change-Count TO RT-Value
          DISPLAY Report-Total-Line
          MOVE "CUSTOMER MASTER CHANGES" TO RT-Label
          MOVE Cust-Change-Count TO RT-Value
          DISPLAY Report-Total-Line
          MOVE "BUDGET CHANGES" TO RT-Label
          MOVE Budget-Change-Count TO RT-Value
          DISPLAY Report-Total-Line
          MOVE "PRICE CHANGES" TO RT-Label
          MOVE Price-Change-Count TO RT-Value
          DISPLAY Report-Total-Line
          IF Price-Change-Count > 0
             DISPLAY "*** PRICE CHANGES ABOVE MUST BE INITIALED BY "
                "THE SUPERVISOR ***"
          END-IF
          DISPLAY " ".

       WriteSignOffBlock.
          DISPLAY " "
          DISPLAY "REVIEWED BY (SUPERVISOR): ______________________"
          DISPLAY " "
          DISPLAY "DATE REVIEWED:            ______________________".
