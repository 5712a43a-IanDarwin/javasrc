               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-Dept-Code.
           SELECT OPTIONAL Change-Log-File ASSIGN TO "MASTCHG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL Stock-Work-File ASSIGN TO "STKWORK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL Reorder-Report-File ASSIGN TO "REORDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL Requisition-File ASSIGN TO "REQOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL Customer-File ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-Customer-Number.
           SELECT OPTIONAL Budget-File ASSIGN TO "BUDGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BG-Key.
           SELECT OPTIONAL Tax-Rate-File ASSIGN TO "TAXRATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL Held-File ASSIGN TO "HOLDFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL Held-New-File ASSIGN TO "HOLDNEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL Held-Work-File ASSIGN TO "HLDWORK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL Release-File ASSIGN TO "RELOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL Export-File ASSIGN TO "EXPOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
          05 Trans-Dept PIC X(3).
          05 Trans-Credit-Flag PIC X.
             88 Trans-Is-Credit VALUE "C".
          05 Trans-Customer PIC X(6).
       01 Trans-Header-Record REDEFINES Trans-Record.
          05 TH-Record-Type PIC X.
          05 TH-Batch-Date PIC X(8).
          05 TH-Batch-Number PIC X(6).
          05 TH-Department PIC X(3).
          05 FILLER PIC X(9).
       01 Trans-Trailer-Record REDEFINES Trans-Record.
          05 TT-Record-Type PIC X.
          05 TT-Record-Count PIC 9(8).
          05 TT-Hash-Total PIC 9(9).
          05 FILLER PIC X(9).

       FD  Report-File.
       01 Report-Line PIC X(132).

       FD  Reject-File.
       01 Reject-Line PIC X(130).
       01 Reject-Input-Fields REDEFINES Reject-Line.
          05 RI-Num1 PIC X(5).
          05 FILLER PIC X(3).
          05 FILLER PIC X(3).
          05 RI-Credit-Flag PIC X.
          05 FILLER PIC X(3).
          05 RI-Customer PIC X(6).
          05 FILLER PIC X(4).

       FD  Reject-New-File.
       01 Reject-New-Line PIC X(130).

       FD  Correction-File.
       01 Correction-Record.
          05 CO-Item-Code PIC X(6).
          05 CO-Dept PIC X(3).
          05 CO-Credit-Flag PIC X.
          05 CO-Customer PIC X(6).

      * Held items released by a supervisor through HOLDREL, for
      * the next nightly run to post after the corrections.  They
      * keep the batch number and date they came in under.
       FD  Release-File.
       01 Release-Record.
          05 RE-Record-Type PIC X.
          05 RE-Num1 PIC X(5).
          05 RE-Num2 PIC X(5).
          05 RE-Function PIC X.
          05 RE-Item-Code PIC X(6).
          05 RE-Dept PIC X(3).
          05 RE-Credit-Flag PIC X.
          05 RE-Customer PIC X(6).
          05 RE-Batch-Number PIC X(6).
          05 RE-Batch-Date PIC X(8).

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

       FD  GL-File.
       01 GL-Record PIC X(40).
          05 PF-Keyword PIC X(14).
          05 PF-Value PIC X(66).

      * The outcome records - "E", "A", and "R" for a run refused
      * outright - also carry the run's return code and its refused
      * and overflowed batch counts for the morning summary; "S" and
      * "C" records leave them blank.  An "S" record written by a
      * run that resumes an unfinished one carries "R" in
      * RS-Resume-Flag, so a resume from record zero is never taken
      * for a fresh start.
       FD  Run-Status-File.
       01 Run-Status-Record.
          05 RS-Status PIC X.
          05 RS-Timestamp PIC X(26).
          05 FILLER PIC X(3).
          05 RS-Record-Count PIC 9(8).
          05 RS-Return-Code PIC 9(2).
          05 RS-Refused-Count PIC 9(2).
          05 RS-Overflow-Count PIC 9(2).
          05 RS-Resume-Flag PIC X.

       FD  Checkpoint-File.
       01 Checkpoint-Line PIC X(218).
       01 Checkpoint-Input-Fields REDEFINES Checkpoint-Line.
          05 CP-Record-Count PIC 9(8).
          05 CP-Grand-Total PIC S9(12)V99.
          05 CP-FT-Entry OCCURS 4 TIMES.
             10 CP-FT-Count PIC 9(8).
             10 CP-FT-Amount PIC S9(12)V99.
          05 CP-Dept-Tax PIC S9(12)V99.
          05 CP-Grand-Tax PIC S9(12)V99.
          05 CP-Tax-Count PIC 9(8).

       FD  Audit-File.
       01 Audit-Line PIC X(150).
       01 Audit-Input-Fields REDEFINES Audit-Line.
          05 AI-Record-Type PIC X.
          05 FILLER PIC X(3).
          05 AI-Batch-Number PIC X(6).
          05 FILLER PIC X(3).
          05 AI-Dept PIC X(3).
          05 FILLER PIC X(3).
          05 AI-Item-Code PIC X(6).
          05 FILLER PIC X(3).
          05 AI-Customer PIC X(6).
          05 FILLER PIC X(3).
          05 AI-Credit-Flag PIC X.
          05 FILLER PIC X(3).
          05 AI-Batch-Date PIC X(8).
          05 FILLER PIC X(3).
          05 AI-Tax PIC X(12).
          05 FILLER PIC X(16).

       FD  Item-File.
       01 Item-Master-Record.
             10 IM-Hist-Entry OCCURS 3 TIMES.
                15 IM-Hist-Price PIC 9(5)V99.
                15 IM-Hist-Date PIC X(8).
      * On-hand is the perpetual stock balance, posted by the
      * nightly run.  The run ID and record number of the last
      * movement posted make the posting safe to repeat on a
      * restart.
          05 IM-On-Hand PIC S9(7).
          05 IM-Reorder-Point PIC 9(7).
          05 IM-Reorder-Qty PIC 9(7).
          05 IM-Post-Run-Id PIC X(14).
          05 IM-Post-Record PIC 9(8).
      * Y = sales of the item are taxable; anything else, including
      * the blank on items set up before tax was charged, is exempt.
          05 IM-Tax-Flag PIC X.
             88 Item-Taxable VALUE "Y".
          05 FILLER PIC X(19).

       SD  Sort-File.
       01 Sort-Record.
          05 SR-Credit-Flag PIC X.
          05 SR-Batch-Number PIC X(6).
          05 SR-Batch-Date PIC X(8).
          05 SR-Customer PIC X(6).

       FD  Sorted-File.
       01 Sorted-Record.
          05 ST-Credit-Flag PIC X.
          05 ST-Batch-Number PIC X(6).
          05 ST-Batch-Date PIC X(8).
          05 ST-Customer PIC X(6).

       FD  Item-Report-File.
       01 Item-Report-Line PIC X(80).
          05 DM-Dept-Code PIC X(3).
          05 DM-Dept-Name PIC X(20).
          05 DM-Active-Flag PIC X.
      * Sales tax jurisdiction of the department's sales; blank
      * means the department does not charge tax.
          05 DM-Tax-Juris PIC X(4).
          05 FILLER PIC X(12).

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

      * Budget for one department for one fiscal month (YYYYMM).
       FD  Budget-File.
       01 Budget-Record.
          05 BG-Key.
             10 BG-Dept PIC X(3).
             10 BG-Month PIC X(6).
          05 BG-Amount PIC S9(9)V99.
          05 FILLER PIC X(20).

      * Sales tax rates by jurisdiction, one line per rate change.
      * A rate is a percentage (6.2500 = 6.25%) and holds from its
      * effective date until the jurisdiction's next dated line.
       FD  Tax-Rate-File.
       01 Tax-Rate-Record.
          05 TR-Juris PIC X(4).
          05 FILLER PIC X.
          05 TR-Effective-Date PIC X(8).
          05 FILLER PIC X.
          05 TR-Rate PIC 9(2)V9(4).
          05 FILLER PIC X(60).

      * One record per change made through the maintenance modes:
      * who, when, what, and the whole master record as it stood
      * before and after.  The image fields are sized for the
      * longest master record with room to grow.
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

      * One record per stock movement accepted this run, in the
      * order the run extended them.
       FD  Stock-Work-File.
       01 Stock-Movement-Record.
          05 SM-Item-Code PIC X(6).
          05 SM-Quantity PIC S9(7) SIGN LEADING SEPARATE.
          05 SM-Record-Number PIC 9(8).

       FD  Reorder-Report-File.
       01 Reorder-Report-Line PIC X(80).

       FD  Requisition-File.
       01 Requisition-Record PIC X(60).

      * Held-transaction suspense file: extensions over the hold
      * limit, waiting for a supervisor to release or cancel them.
      * Status H = held, R = released, X = cancelled.
       FD  Held-File.
       01 Held-Line PIC X(110).
       01 Held-Input-Fields REDEFINES Held-Line.
          05 HI-Status PIC X.
          05 FILLER PIC X(2).
          05 HI-Entry-Date PIC X(8).
          05 FILLER PIC X(2).
          05 HI-Batch-Number PIC X(6).
          05 FILLER PIC X(2).
          05 HI-Batch-Date PIC X(8).
          05 FILLER PIC X(2).
          05 HI-Num1 PIC X(5).
          05 FILLER PIC X(2).
          05 HI-Num2 PIC X(5).
          05 FILLER PIC X(2).
          05 HI-Function PIC X.
          05 FILLER PIC X(2).
          05 HI-Item-Code PIC X(6).
          05 FILLER PIC X(2).
          05 HI-Dept PIC X(3).
          05 FILLER PIC X(2).
          05 HI-Credit-Flag PIC X.
          05 FILLER PIC X(2).
          05 HI-Customer PIC X(6).
          05 FILLER PIC X(2).
          05 HI-Amount PIC X(14).
          05 FILLER PIC X(2).
          05 HI-Resolve-Date PIC X(8).
          05 FILLER PIC X(2).
          05 HI-Operator PIC X(8).
          05 FILLER PIC X(4).

       FD  Held-New-File.
       01 Held-New-Line PIC X(110).

      * Comma-delimited copy of the run's posted details for the
      * finance data warehouse: a "D" row per detail and a closing
      * "T" control row with the row count and amount total.
       FD  Export-File.
       01 Export-Line PIC X(128).

      * Items held this run, in the order the run extended them;
      * filed to the held-transaction file once the run is over.
       FD  Held-Work-File.
       01 Held-Work-Line PIC X(110).

       WORKING-STORAGE SECTION.
       01 Num1 PIC 9(5) VALUE ZEROS.
       01 Line-Count PIC 9(4) VALUE ZEROS.
       01 Page-Count PIC 9(4) VALUE ZEROS.
       01 Grand-Total PIC S9(12)V99 VALUE ZEROS.
       01 Grand-Tax PIC S9(12)V99 VALUE ZEROS.
       01 Tax-Amount PIC S9(10)V99 VALUE ZEROS.
       01 Tax-Rate PIC 9(2)V9(4) VALUE ZEROS.
       01 Tax-Count PIC 9(8) VALUE ZEROS.
       01 Dept-Tax-Juris PIC X(4) VALUE SPACES.
       01 Taxable-Switch PIC X VALUE "N".
          88 Taxable-Extension VALUE "Y".

       01 Detail-Line.
          05 DL-Num1 PIC ZZZZ9.
          05 FILLER PIC X(3) VALUE SPACES.
          05 DL-Result PIC -(10)9.99.
          05 FILLER PIC X(3) VALUE SPACES.
          05 DL-Tax PIC -(7)9.99 BLANK WHEN ZERO.
          05 FILLER PIC X(3) VALUE SPACES.
          05 DL-Description PIC X(20).
          05 FILLER PIC X(3) VALUE SPACES.
          05 DL-Overflow PIC X(8).
       01 Total-Line.
          05 FILLER PIC X(14) VALUE "GRAND TOTAL = ".
          05 TL-Total PIC -(12)9.99.
          05 FILLER PIC X(8) VALUE "  TAX = ".
          05 TL-Tax PIC -(12)9.99.

       01 Valid-Data-Switch PIC X VALUE "Y".
          88 Valid-Data VALUE "Y".
          05 RJ-Resolve-Reason PIC X(30).
          05 FILLER PIC X(3) VALUE SPACES.
          05 RJ-Credit-Flag PIC X.
          05 FILLER PIC X(3) VALUE SPACES.
          05 RJ-Customer PIC X(6).

       01 Corr-Action PIC X VALUE SPACE.
       01 Reject-Open-Count PIC 9(8) VALUE ZEROS.
          05 CK-FT-Entry OCCURS 4 TIMES.
             10 CK-FT-Count PIC 9(8).
             10 CK-FT-Amount PIC S9(12)V99.
          05 CK-Dept-Tax PIC S9(12)V99.
          05 CK-Grand-Tax PIC S9(12)V99.
          05 CK-Tax-Count PIC 9(8).
       01 Processed-Count PIC 9(8) VALUE ZEROS.
       01 Reject-Count PIC 9(8) VALUE ZEROS.
       01 WS-Current-Timestamp PIC X(26) VALUE SPACES.
       01 Maint-Price-In PIC X(9) VALUE SPACES.
       01 Maint-Done-Switch PIC X VALUE "N".
          88 Maint-Done VALUE "Y".
       01 Operator-Id PIC X(8) VALUE SPACES.
       01 Change-Action PIC X VALUE SPACE.
       01 Change-Before-Image PIC X(150) VALUE SPACES.
       01 Correction-Input-Switch PIC X VALUE "N".
          88 Processing-Corrections VALUE "Y".
          88 Processing-Releases VALUE "R".
       01 Batch-Table.
          05 BT-Entry OCCURS 20 TIMES.
             10 BT-Number PIC X(6).
             10 BT-Hash-Total PIC 9(9).
             10 BT-Processed-Count PIC 9(8).
             10 BT-Amount PIC S9(12)V99.
             10 BT-Reversing PIC X.
       01 Batch-Count PIC 9(2) VALUE ZEROS.
       01 BT-Sub PIC 9(2) VALUE 1.
       01 Proc-Batch-Sub PIC 9(2) VALUE ZEROS.
          88 Dept-Found VALUE "Y".
       01 Dept-Active-Switch PIC X VALUE "N".
          88 Dept-Active VALUE "Y".
       01 Customer-Found-Switch PIC X VALUE "N".
          88 Customer-Found VALUE "Y".
       01 Customer-Active-Switch PIC X VALUE "N".
          88 Customer-Active VALUE "Y".
       01 Dept-Started-Switch PIC X VALUE "N".
          88 Dept-Started VALUE "Y".
       01 Dept-Count PIC 9(8) VALUE ZEROS.
       01 Dept-Total PIC S9(12)V99 VALUE ZEROS.
       01 Dept-Tax PIC S9(12)V99 VALUE ZEROS.

      * Tax rates loaded from TAXRATE for the run.
       01 Tax-Rate-Table.
          05 TX-Entry OCCURS 100 TIMES.
             10 TX-Juris PIC X(4).
             10 TX-Effective-Date PIC X(8).
             10 TX-Rate PIC 9(2)V9(4).
       01 Tax-Rate-Count PIC 9(3) VALUE ZEROS.
       01 Tax-Rate-Skipped PIC 9(8) VALUE ZEROS.
       01 TX-Sub PIC 9(3) VALUE 1.
       01 Best-Tax-Date PIC X(8) VALUE SPACES.
       01 Tax-Rate-Found-Switch PIC X VALUE "N".
          88 Tax-Rate-Found VALUE "Y".
       01 Maint-Flag-In PIC X VALUE SPACE.
       01 Maint-Juris-In PIC X(4) VALUE SPACES.

      * An extension larger than the hold limit, either way, is held
      * for a supervisor instead of posting; zero means no limit.
      * Held items older than the hold days are overdue.
       01 Hold-Limit PIC 9(9) VALUE ZEROS.
       01 Hold-Days PIC 9(3) VALUE 3.
       01 Held-Switch PIC X VALUE "N".
          88 Transaction-Held VALUE "Y".
       01 Held-Run-Count PIC 9(8) VALUE ZEROS.
       01 Held-Run-Total PIC S9(12)V99 VALUE ZEROS.
       01 Held-Open-Count PIC 9(8) VALUE ZEROS.
       01 Held-Open-Total PIC S9(12)V99 VALUE ZEROS.
       01 Held-Overdue-Count PIC 9(8) VALUE ZEROS.
       01 Held-Released-Count PIC 9(8) VALUE ZEROS.
       01 Held-Cancelled-Count PIC 9(8) VALUE ZEROS.
       01 Release-Fresh-Switch PIC X VALUE "N".
          88 Release-File-Fresh VALUE "Y".

       01 Export-Count PIC 9(8) VALUE ZEROS.
       01 Export-Total PIC S9(12)V99 VALUE ZEROS.
       01 Export-Qty PIC Z(4)9.
       01 Export-Price PIC Z(4)9.99.
       01 Export-Amount PIC -(12)9.99.
       01 Export-Count-Edit PIC Z(7)9.
       01 Export-Corr-Flag PIC X VALUE SPACE.
       01 Export-Batch PIC X(6) VALUE SPACES.

       01 Held-Detail-Line.
          05 HQ-Status PIC X VALUE "H".
          05 FILLER PIC X(2) VALUE SPACES.
          05 HQ-Entry-Date PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 HQ-Batch-Number PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 HQ-Batch-Date PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 HQ-Num1 PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 HQ-Num2 PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 HQ-Function PIC X.
          05 FILLER PIC X(2) VALUE SPACES.
          05 HQ-Item-Code PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 HQ-Dept PIC X(3).
          05 FILLER PIC X(2) VALUE SPACES.
          05 HQ-Credit-Flag PIC X.
          05 FILLER PIC X(2) VALUE SPACES.
          05 HQ-Customer PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 HQ-Amount PIC -(10)9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 HQ-Resolve-Date PIC X(8) VALUE SPACES.
          05 FILLER PIC X(2) VALUE SPACES.
          05 HQ-Operator PIC X(8) VALUE SPACES.

       01 Held-Section-Heading PIC X(17)
          VALUE "HELD TRANSACTIONS".

       01 Held-Run-Line.
          05 FILLER PIC X(16) VALUE "HELD THIS RUN = ".
          05 HR-Count PIC Z(7)9.
          05 FILLER PIC X(11) VALUE "  AMOUNT = ".
          05 HR-Total PIC -(12)9.99.

       01 Held-Column-Heading.
          05 FILLER PIC X(30) VALUE "HELD ON    AGE   BATCH   DEPT ".
          05 FILLER PIC X(30) VALUE "ITEM    CUST      NUM1   NUM2 ".
          05 FILLER PIC X(20) VALUE "F         AMOUNT".

       01 Held-Report-Line.
          05 HP-Entry-Date PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 HP-Age PIC ZZZ9.
          05 FILLER PIC X(3) VALUE SPACES.
          05 HP-Batch-Number PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 HP-Dept PIC X(3).
          05 FILLER PIC X(2) VALUE SPACES.
          05 HP-Item-Code PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 HP-Customer PIC X(6).
          05 FILLER PIC X(3) VALUE SPACES.
          05 HP-Num1 PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 HP-Num2 PIC X(5).
          05 FILLER PIC X(1) VALUE SPACES.
          05 HP-Function PIC X.
          05 FILLER PIC X(1) VALUE SPACES.
          05 HP-Amount PIC X(14).
          05 FILLER PIC X(1) VALUE SPACES.
          05 HP-Credit-Marker PIC X(2).
          05 FILLER PIC X(2) VALUE SPACES.
          05 HP-Overdue PIC X(7).

       01 Held-Open-Line.
          05 FILLER PIC X(18) VALUE "OPEN HELD ITEMS = ".
          05 HO-Count PIC Z(7)9.
          05 FILLER PIC X(11) VALUE "  AMOUNT = ".
          05 HO-Total PIC -(12)9.99.
          05 FILLER PIC X(7) VALUE "  OVER ".
          05 HO-Days PIC ZZ9.
          05 FILLER PIC X(8) VALUE " DAYS = ".
          05 HO-Overdue PIC Z(7)9.

       01 Function-Totals.
          05 FT-Entry OCCURS 4 TIMES.
          05 GT-Count PIC 9(8).
          05 GT-Amount PIC S9(12)V99 SIGN LEADING SEPARATE.

      * Sales tax liability for the run, posted to its own GL
      * account; it is not part of the function summaries and is
      * not counted in the trailer.
       01 GL-Tax-Line.
          05 FILLER PIC X VALUE "X".
          05 GX-Count PIC 9(8).
          05 GX-Amount PIC S9(12)V99 SIGN LEADING SEPARATE.

       01 Dept-Total-Line.
          05 FILLER PIC X(11) VALUE "DEPT TOTAL ".
          05 DT-Dept PIC X(3).
          05 DT-Total PIC -(12)9.99.
          05 FILLER PIC X(12) VALUE "  RECORDS = ".
          05 DT-Count PIC Z(7)9.
          05 FILLER PIC X(8) VALUE "  TAX = ".
          05 DT-Tax PIC -(12)9.99.
       01 Correction-Applied-Count PIC 9(8) VALUE ZEROS.
       01 Correction-Applied-Total PIC S9(12)V99 VALUE ZEROS.
       01 Correction-Used-Marker.
       01 Master-End-Switch PIC X VALUE "N".
          88 Master-End VALUE "Y".

      * The run ID is the start timestamp of the fresh run; a
      * restart carries on under the ID of the run it resumes.
       01 Run-Id PIC X(14) VALUE SPACES.
       01 Last-Fresh-Run-Id PIC X(14) VALUE SPACES.
       01 Resume-Run-Switch PIC X VALUE "N".
          88 Resuming-Run VALUE "Y".
       01 Stock-Record-Number PIC 9(8) VALUE ZEROS.
       01 Stock-End-Switch PIC X VALUE "N".
          88 Stock-End VALUE "Y".
       01 Stock-Posted-Count PIC 9(8) VALUE ZEROS.
       01 Stock-Repeat-Count PIC 9(8) VALUE ZEROS.
       01 Stock-Missing-Count PIC 9(8) VALUE ZEROS.
       01 Reorder-Count PIC 9(8) VALUE ZEROS.
       01 Reorder-Qty-Total PIC 9(9) VALUE ZEROS.
       01 Maint-Qty-In PIC X(9) VALUE SPACES.
       01 Maint-Amount-In PIC X(15) VALUE SPACES.
       01 Budget-Edit PIC -(9)9.99.

       01 Reorder-Heading.
          05 FILLER PIC X(22) VALUE "ITEMS AT REORDER POINT".
          05 FILLER PIC X(2) VALUE SPACES.
          05 RH-Date PIC X(8).

       01 Reorder-Column-Heading.
          05 FILLER PIC X(30) VALUE "ITEM    DESCRIPTION".
          05 FILLER PIC X(28) VALUE " ON HAND   REORDER     ORDER".

       01 Reorder-Line.
          05 RO-Item-Code PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RO-Description PIC X(20).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RO-On-Hand PIC -(7)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RO-Reorder-Point PIC Z(7)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RO-Order-Qty PIC Z(7)9.

       01 Reorder-Total-Line.
          05 FILLER PIC X(22) VALUE "REQUISITIONS WRITTEN =".
          05 RT-Count PIC Z(7)9.
          05 FILLER PIC X(14) VALUE "  TOTAL QTY = ".
          05 RT-Qty PIC Z(8)9.

       01 Req-Header-Line.
          05 FILLER PIC X VALUE "H".
          05 RQH-Run-Date PIC X(8).

       01 Req-Detail-Line.
          05 FILLER PIC X VALUE "D".
          05 RQD-Item-Code PIC X(6).
          05 RQD-Description PIC X(20).
          05 RQD-On-Hand PIC S9(7) SIGN LEADING SEPARATE.
          05 RQD-Reorder-Point PIC 9(7).
          05 RQD-Order-Qty PIC 9(7).

       01 Req-Trailer-Line.
          05 FILLER PIC X VALUE "T".
          05 RQT-Count PIC 9(8).
          05 RQT-Qty-Total PIC 9(9).

       01 Item-Report-Heading.
          05 FILLER PIC X(22) VALUE "ITEM ACTIVITY REPORT  ".
          05 IH-Date PIC X(8).
          05 AU-Batch-Number PIC X(6).
          05 FILLER PIC X(3) VALUE SPACES.
          05 AU-Dept PIC X(3).
          05 FILLER PIC X(3) VALUE SPACES.
          05 AU-Item-Code PIC X(6).
          05 FILLER PIC X(3) VALUE SPACES.
          05 AU-Customer PIC X(6).
          05 FILLER PIC X(3) VALUE SPACES.
          05 AU-Credit-Flag PIC X.
          05 FILLER PIC X(3) VALUE SPACES.
          05 AU-Batch-Date PIC X(8).
          05 FILLER PIC X(3) VALUE SPACES.
          05 AU-Tax PIC -(8)9.99.

       01 Audit-Summary-Line.
          05 AS-Record-Type PIC X VALUE "T".
          05 AS-Record-Count PIC Z(7)9.
          05 FILLER PIC X(9) VALUE "  SUM = ".
          05 AS-Sum PIC -(12)9.99.
          05 FILLER PIC X(8) VALUE "  TAX = ".
          05 AS-Tax PIC -(12)9.99.

       PROCEDURE DIVISION.
       MainLogic.
                PERFORM ItemMaintenanceMode
             WHEN "DEPTMNT"
                PERFORM DeptMaintenanceMode
             WHEN "CUSTMNT"
                PERFORM CustMaintenanceMode
             WHEN "BUDGMNT"
                PERFORM BudgetMaintenanceMode
             WHEN "INQUIRY"
                PERFORM InquiryMode
             WHEN "HOLDREL"
                PERFORM HoldReleaseMode
             WHEN "RUNRPT"
                PERFORM RunStatusReport
             WHEN OTHER

       BatchMode.
          OPEN INPUT Dept-File
          OPEN INPUT Customer-File
          PERFORM CheckRunStatus
          PERFORM ValidateBatchFile
          IF Accepted-Batch-Count > 0
             MOVE "S" TO Run-Status-Code
             MOVE Restart-Count TO Run-Status-Count
             PERFORM WriteRunStatus
             IF Resuming-Run AND Last-Fresh-Run-Id NOT = SPACES
                MOVE Last-Fresh-Run-Id TO Run-Id
             ELSE
                MOVE WS-Current-Timestamp(1:14) TO Run-Id
             END-IF
             PERFORM RunBatch
          ELSE
             DISPLAY "NO BATCHES ACCEPTED - RUN REFUSED"
             MOVE 12 TO RETURN-CODE
             MOVE "R" TO Run-Status-Code
             MOVE ZEROS TO Run-Status-Count
             PERFORM WriteRunStatus
          END-IF
          CLOSE Dept-File
          CLOSE Customer-File.

       RunBatch.
          PERFORM Initialization
          END-IF
          PERFORM WriteBatchControlSummary
          PERFORM WriteAuditSummary
          CLOSE Stock-Work-File
          CLOSE Held-Work-File
          IF NOT Severe-Error
             PERFORM WriteExportControl
          END-IF
          CLOSE Export-File
          IF NOT Severe-Error
             PERFORM WriteGLExtract
             PERFORM WriteItemActivityReport
             PERFORM PostStockMovements
             PERFORM WriteReorderReport
             PERFORM FileHeldTransactions
             PERFORM WriteHeldSection
          END-IF
          CLOSE Sorted-File
          CLOSE Report-File
          CLOSE Checkpoint-File
          CLOSE Audit-File
          CLOSE Item-File
          IF (Processing-Corrections OR Processing-Releases)
                AND NOT Severe-Error
             PERFORM MarkCorrectionsUsed
          END-IF
          IF Processing-Releases AND NOT Severe-Error
             PERFORM MarkReleasesUsed
          END-IF
          PERFORM WriteRejectAging
          IF NOT Severe-Error
             PERFORM RecordBatchNumbers
          END-IF
          EVALUATE TRUE
             WHEN Severe-Error
                MOVE 16 TO RETURN-CODE
                MOVE 4 TO RETURN-CODE
             WHEN OTHER
                MOVE 0 TO RETURN-CODE
          END-EVALUATE
          IF Severe-Error
             MOVE "A" TO Run-Status-Code
          ELSE
             MOVE "E" TO Run-Status-Code
          END-IF
          MOVE Record-Count TO Run-Status-Count
          PERFORM WriteRunStatus.

       ValidateBatchFile.
          OPEN INPUT Trans-File
             MOVE TH-Batch-Date TO BT-Date(Batch-Count)
             MOVE TH-Department TO BT-Dept(Batch-Count)
             MOVE "A" TO BT-Status(Batch-Count)
             MOVE "N" TO BT-Reversing(Batch-Count)
             MOVE SPACES TO BT-Reason(Batch-Count)
             MOVE ZEROS TO BT-Detail-Count(Batch-Count)
             MOVE ZEROS TO BT-Hash-Total(Batch-Count)
             READ Batch-Log-File
                AT END SET Log-End TO TRUE
             END-READ
             IF NOT Log-End AND BL-Batch-Posted
                   AND BL-Batch-Number = BT-Number(Batch-Count)
                MOVE "ALREADY PROCESSED"
                   TO BT-Reason(Batch-Count)
                PERFORM RefuseCurrentBatch
                DISPLAY "  BATCH WAS RUN ON " BL-Run-Date
             END-IF
             IF NOT Log-End AND BL-Batch-Reversed
                   AND BL-Related-Batch = BT-Number(Batch-Count)
                MOVE "Y" TO BT-Reversing(Batch-Count)
             END-IF
          END-PERFORM
          CLOSE Batch-Log-File.

      * The run-status file remembers how the last run ended.  A
      * last record of S (started) or C (checkpointed) means the
      * prior run never wrote its E record: the run resumes from
      * that checkpoint on its own.  An R record is a refused run
      * that never started, so it is passed over here.  PARM=NEWRUN
      * is the operator override to start fresh anyway, and a
      * numeric PARM is still honored as an explicit restart record
      * count.  Either way of resuming an unfinished run keeps its
      * run ID, even when it resumes from record zero.
       CheckRunStatus.
          MOVE SPACE TO Last-Run-Status
          MOVE ZEROS TO Last-Run-Count
             READ Run-Status-File
                AT END SET Log-End TO TRUE
             END-READ
             IF NOT Log-End AND RS-Status NOT = "R"
                MOVE RS-Status TO Last-Run-Status
                MOVE RS-Record-Count TO Last-Run-Count
                IF RS-Status = "S" AND RS-Record-Count = 0
                      AND RS-Resume-Flag NOT = "R"
                   MOVE RS-Timestamp(1:14) TO Last-Fresh-Run-Id
                END-IF
             END-IF
          END-PERFORM
          CLOSE Run-Status-File
             WHEN WS-Mode-Parm(1:8) NUMERIC
                   AND WS-Mode-Parm NOT = "00000000"
                MOVE WS-Mode-Parm TO Restart-Count
                IF Last-Run-Status = "S" OR Last-Run-Status = "C"
                   SET Resuming-Run TO TRUE
                END-IF
                DISPLAY "MANUAL RESTART AFTER RECORD " Restart-Count
             WHEN Last-Run-Status = "S" OR Last-Run-Status = "C"
                MOVE Last-Run-Count TO Restart-Count
                SET Resuming-Run TO TRUE
                DISPLAY "PRIOR RUN INCOMPLETE - RESUMING AFTER "
                   "RECORD " Restart-Count
             WHEN OTHER
          MOVE Run-Status-Code TO RS-Status
          MOVE WS-Current-Timestamp TO RS-Timestamp
          MOVE Run-Status-Count TO RS-Record-Count
          IF Run-Status-Code = "E" OR Run-Status-Code = "A"
                OR Run-Status-Code = "R"
             MOVE RETURN-CODE TO RS-Return-Code
             MOVE Refused-Batch-Count TO RS-Refused-Count
             MOVE Overflow-Batch-Count TO RS-Overflow-Count
          END-IF
          IF Run-Status-Code = "S" AND Resuming-Run
             MOVE "R" TO RS-Resume-Flag
          END-IF
          OPEN EXTEND Run-Status-File
          WRITE Run-Status-Record
          CLOSE Run-Status-File.

       Initialization.
          PERFORM ReadRunParameters
          PERFORM LoadTaxRates
          PERFORM SetUpFunctionTotals
          IF Restart-Count > 0
             PERFORM RestoreFromCheckpoint
             OPEN OUTPUT Reject-File
          END-IF
          OPEN INPUT Sorted-File
          OPEN I-O Item-File
          OPEN OUTPUT Stock-Work-File
          OPEN OUTPUT Held-Work-File
          OPEN OUTPUT Export-File
          OPEN EXTEND Checkpoint-File
          OPEN EXTEND Audit-File
          IF Restart-Count = 0
                IF PF-Value(1:3) NUMERIC
                   MOVE PF-Value(1:3) TO Reject-Limit-Pct
                END-IF
             WHEN "HOLD-LIMIT"
                IF PF-Value(1:9) NUMERIC
                   MOVE PF-Value(1:9) TO Hold-Limit
                END-IF
             WHEN "HOLD-DAYS"
                IF PF-Value(1:3) NUMERIC
                   MOVE PF-Value(1:3) TO Hold-Days
                END-IF
             WHEN OTHER
                CONTINUE
          END-EVALUATE
          MOVE SPACES TO PE-Value
          MOVE Reject-Limit-Pct TO PE-Value(1:3)
          WRITE Report-Line FROM Parm-Echo-Line
          MOVE "HOLD-LIMIT" TO PE-Keyword
          MOVE SPACES TO PE-Value
          MOVE Hold-Limit TO PE-Value(1:9)
          WRITE Report-Line FROM Parm-Echo-Line
          MOVE "HOLD-DAYS" TO PE-Keyword
          MOVE SPACES TO PE-Value
          MOVE Hold-Days TO PE-Value(1:3)
          WRITE Report-Line FROM Parm-Echo-Line
          MOVE SPACES TO Report-Line
          WRITE Report-Line
          ADD 7 TO Line-Count.

       RestoreFromCheckpoint.
          OPEN INPUT Checkpoint-File
          PERFORM VARYING FT-Sub FROM 1 BY 1 UNTIL FT-Sub > 4
             MOVE CP-FT-Count(FT-Sub) TO FT-Count(FT-Sub)
             MOVE CP-FT-Amount(FT-Sub) TO FT-Amount(FT-Sub)
          END-PERFORM
          MOVE CP-Dept-Tax TO Dept-Tax
          MOVE CP-Grand-Tax TO Grand-Tax
          MOVE CP-Tax-Count TO Tax-Count.

       SkipToRestartPoint.
          PERFORM UNTIL End-Of-File OR Record-Count >= Restart-Count
      * Per-batch accepted totals are not carried on the checkpoint
      * record; on a restart they are rebuilt by re-extending the
      * records already posted, without writing report, reject or
      * audit output for them.  Their stock movements are written
      * again too; the posting skips any the item already carries.
      * Items held go to the held work file again, which the run
      * files only once it is over, and the export, which every run
      * writes from the start, gets its rows again.
       AccumulateSkippedRecord.
          IF NOT Processing-Corrections
             PERFORM SetBatchContext
          END-IF
          IF Processing-Corrections OR Processing-Releases
                OR Current-Batch-Valid
             PERFORM ValidateTransaction
             IF Valid-Data
                PERFORM PerformArithmetic
                PERFORM CheckHoldLimit
                IF Transaction-Held
                   PERFORM WriteHeldWork
                END-IF
                IF NOT Result-Overflow AND NOT Transaction-Held
                   IF Current-Batch-Valid
                         AND NOT Processing-Corrections
                      ADD Result TO BT-Amount(Proc-Batch-Sub)
                   END-IF
                   PERFORM WriteExportRow
                   IF Function-Code = "M"
                      PERFORM AccumulateItemActivity
                      MOVE Record-Count TO Stock-Record-Number
                      PERFORM WriteStockMovement
                   END-IF
                END-IF
                IF Current-Batch-Valid AND NOT Transaction-Held
                      AND NOT Processing-Corrections
                   ADD 1 TO BT-Processed-Count(Proc-Batch-Sub)
                END-IF
          END-IF.

       ReadTransaction.
          EVALUATE TRUE
             WHEN Processing-Releases
                PERFORM ReadReleaseInput
             WHEN Processing-Corrections
                PERFORM ReadCorrectionInput
             WHEN OTHER
                READ Sorted-File
                   AT END PERFORM SwitchToCorrections
                END-READ
          END-EVALUATE.

      * The detail transactions are extracted from the accepted
      * batches and sorted by department and item code before the
                   MOVE Trans-Num2 TO SR-Num2
                   MOVE Trans-Function TO SR-Function
                   MOVE Trans-Credit-Flag TO SR-Credit-Flag
                   MOVE Trans-Customer TO SR-Customer
                   MOVE Batch-Number TO SR-Batch-Number
                   MOVE Batch-Date TO SR-Batch-Date
                   RELEASE Sort-Record
                MOVE CO-Item-Code TO ST-Item-Code
                MOVE CO-Dept TO ST-Dept
                MOVE CO-Credit-Flag TO ST-Credit-Flag
                MOVE CO-Customer TO ST-Customer
                MOVE SPACES TO ST-Batch-Number
                MOVE SPACES TO ST-Batch-Date
             END-IF
          END-IF
          IF End-Of-File
             PERFORM SwitchToReleases
          END-IF.

      * Released held items follow the corrections.  They come in
      * under their original batch number and date, so they are
      * priced as of the batch date and stamped with the batch on
      * the audit trail; the batch itself has already been run and
      * is not in this run's batch table.
       SwitchToReleases.
          MOVE "N" TO End-Of-File-Switch
          MOVE "R" TO Correction-Input-Switch
          OPEN INPUT Release-File
          PERFORM ReadReleaseInput.

       ReadReleaseInput.
          READ Release-File
             AT END SET End-Of-File TO TRUE
          END-READ
          IF NOT End-Of-File
             IF RE-Record-Type = "*"
                SET End-Of-File TO TRUE
             ELSE
                MOVE RE-Num1 TO ST-Num1
                MOVE RE-Num2 TO ST-Num2
                MOVE RE-Function TO ST-Function
                MOVE RE-Item-Code TO ST-Item-Code
                MOVE RE-Dept TO ST-Dept
                MOVE RE-Credit-Flag TO ST-Credit-Flag
                MOVE RE-Customer TO ST-Customer
                MOVE RE-Batch-Number TO ST-Batch-Number
                MOVE RE-Batch-Date TO ST-Batch-Date
             END-IF
          END-IF.

       WriteGLExtract.
          MOVE ZEROS TO GL-Amount-Total
          PERFORM WriteGLSummaryRecord
             VARYING FT-Sub FROM 1 BY 1 UNTIL FT-Sub > 4
          MOVE Tax-Count TO GX-Count
          MOVE Grand-Tax TO GX-Amount
          WRITE GL-Record FROM GL-Tax-Line
          MOVE GL-Record-Total TO GT-Count
          MOVE GL-Amount-Total TO GT-Amount
          WRITE GL-Record FROM GL-Trailer-Line
          WRITE Correction-Record FROM Correction-Used-Marker
          CLOSE Correction-File.

       MarkReleasesUsed.
          CLOSE Release-File
          OPEN OUTPUT Release-File
          WRITE Release-Record FROM Correction-Used-Marker
          CLOSE Release-File.

       ProcessTransaction.
          IF NOT Processing-Corrections
             PERFORM SetBatchContext
             MOVE FT-Count(FT-Sub) TO CK-FT-Count(FT-Sub)
             MOVE FT-Amount(FT-Sub) TO CK-FT-Amount(FT-Sub)
          END-PERFORM
          MOVE Dept-Tax TO CK-Dept-Tax
          MOVE Grand-Tax TO CK-Grand-Tax
          MOVE Tax-Count TO CK-Tax-Count
          WRITE Checkpoint-Line FROM Checkpoint-Record.

       ValidateTransaction.
          MOVE SPACES TO Reject-Reason
          MOVE ZEROS TO Unit-Price
          MOVE SPACES TO Item-Description
          MOVE "N" TO Taxable-Switch
          MOVE ZEROS TO Tax-Rate
          IF ST-Function = SPACE
             MOVE "M" TO ST-Function
          END-IF
                   CONTINUE
             END-EVALUATE
          END-IF
          IF Valid-Data
             MOVE ST-Customer TO CU-Customer-Number
             PERFORM LookupCustomer
             EVALUATE TRUE
                WHEN ST-Customer = SPACES
                   MOVE "N" TO Valid-Data-Switch
                   MOVE "CUSTOMER NUMBER MISSING" TO Reject-Reason
                WHEN NOT Customer-Found
                   MOVE "N" TO Valid-Data-Switch
                   MOVE "CUSTOMER NOT ON FILE" TO Reject-Reason
                WHEN NOT Customer-Active
                   MOVE "N" TO Valid-Data-Switch
                   MOVE "CUSTOMER INACTIVE" TO Reject-Reason
                WHEN OTHER
                   CONTINUE
             END-EVALUATE
          END-IF
          IF Valid-Data AND ST-Function = "M"
             IF Processing-Corrections OR Batch-Date NOT NUMERIC
                MOVE FUNCTION CURRENT-DATE TO WS-Current-Timestamp
                MOVE Batch-Date TO Pricing-Date
             END-IF
             PERFORM LookupItemPrice
             IF Valid-Data
                PERFORM LookupTaxRate
             END-IF
          END-IF
          IF Valid-Data
             MOVE ST-Num1 TO Num1
          MOVE "N" TO Dept-Found-Switch
          MOVE "N" TO Dept-Active-Switch
          MOVE SPACES TO Dept-Name
          MOVE SPACES TO Dept-Tax-Juris
          READ Dept-File
             INVALID KEY
                CONTINUE
                MOVE "Y" TO Dept-Found-Switch
                MOVE DM-Dept-Name TO Dept-Name
                MOVE DM-Active-Flag TO Dept-Active-Switch
                MOVE DM-Tax-Juris TO Dept-Tax-Juris
          END-READ.

       LookupCustomer.
          MOVE "N" TO Customer-Found-Switch
          MOVE "N" TO Customer-Active-Switch
          READ Customer-File
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE "Y" TO Customer-Found-Switch
                MOVE CU-Active-Flag TO Customer-Active-Switch
          END-READ.

      * Of the prices on the master, take the one with the latest
             END-IF
          END-PERFORM.

      * A taxable item sold by a department in a tax jurisdiction
      * is taxed at the jurisdiction's rate in effect on the pricing
      * date; with no such rate the detail cannot be taxed and is
      * rejected for the rate table to be put right.
       LookupTaxRate.
          IF Item-Taxable AND Dept-Tax-Juris NOT = SPACES
             MOVE "Y" TO Taxable-Switch
             PERFORM SelectTaxRate
             IF NOT Tax-Rate-Found
                MOVE "N" TO Valid-Data-Switch
                MOVE "NO TAX RATE IN EFFECT" TO Reject-Reason
             END-IF
          END-IF.

       SelectTaxRate.
          MOVE "N" TO Tax-Rate-Found-Switch
          MOVE SPACES TO Best-Tax-Date
          PERFORM VARYING TX-Sub FROM 1 BY 1
                UNTIL TX-Sub > Tax-Rate-Count
             IF TX-Juris(TX-Sub) = Dept-Tax-Juris
                   AND TX-Effective-Date(TX-Sub) NOT > Pricing-Date
                   AND (NOT Tax-Rate-Found
                      OR TX-Effective-Date(TX-Sub) > Best-Tax-Date)
                MOVE "Y" TO Tax-Rate-Found-Switch
                MOVE TX-Effective-Date(TX-Sub) TO Best-Tax-Date
                MOVE TX-Rate(TX-Sub) TO Tax-Rate
             END-IF
          END-PERFORM.

      * The rate table is read once per run.  Lines that are not
      * usable (no jurisdiction, date or rate not numeric) are
      * counted and left out, as are any past the table's size.
       LoadTaxRates.
          MOVE ZEROS TO Tax-Rate-Count
          MOVE ZEROS TO Tax-Rate-Skipped
          OPEN INPUT Tax-Rate-File
          MOVE "N" TO End-Of-File-Switch
          PERFORM ReadTaxRateRecord
          PERFORM StoreTaxRate UNTIL End-Of-File
          CLOSE Tax-Rate-File
          MOVE "N" TO End-Of-File-Switch
          IF Tax-Rate-Skipped > 0
             DISPLAY "WARNING - " Tax-Rate-Skipped
                " TAX RATE LINES NOT LOADED"
          END-IF.

       ReadTaxRateRecord.
          READ Tax-Rate-File
             AT END SET End-Of-File TO TRUE
          END-READ.

       StoreTaxRate.
          IF TR-Juris = SPACES
                OR TR-Effective-Date NOT NUMERIC
                OR TR-Rate NOT NUMERIC
                OR Tax-Rate-Count >= 100
             ADD 1 TO Tax-Rate-Skipped
          ELSE
             ADD 1 TO Tax-Rate-Count
             MOVE TR-Juris TO TX-Juris(Tax-Rate-Count)
             MOVE TR-Effective-Date
                TO TX-Effective-Date(Tax-Rate-Count)
             MOVE TR-Rate TO TX-Rate(Tax-Rate-Count)
          END-IF
          PERFORM ReadTaxRateRecord.

       ReadAndCompute.
          PERFORM CheckDeptBreak
          PERFORM PerformArithmetic
          PERFORM CheckHoldLimit
          PERFORM WriteDetailLine
          IF Transaction-Held
             PERFORM WriteHeldWork
          ELSE
             PERFORM PostExtension
          END-IF.

      * A released item has already been approved and is not held
      * a second time.  Nor is a line of a reversing batch built by
      * BATREV: it backs out lines that have already posted, and
      * holding any of them would leave the reversal short of the
      * original it must net against.
       CheckHoldLimit.
          MOVE "N" TO Held-Switch
          IF Hold-Limit > 0 AND NOT Result-Overflow
                AND NOT Processing-Releases
             IF FUNCTION ABS(Result) > Hold-Limit
                MOVE "Y" TO Held-Switch
             END-IF
             IF Current-Batch-Valid AND NOT Processing-Corrections
                IF BT-Reversing(Proc-Batch-Sub) = "Y"
                   MOVE "N" TO Held-Switch
                END-IF
             END-IF
          END-IF.

       WriteHeldWork.
          MOVE FUNCTION CURRENT-DATE TO WS-Current-Timestamp
          MOVE "H" TO HQ-Status
          MOVE WS-Current-Timestamp(1:8) TO HQ-Entry-Date
          MOVE Batch-Number TO HQ-Batch-Number
          MOVE Batch-Date TO HQ-Batch-Date
          IF Processing-Corrections
             MOVE SPACES TO HQ-Batch-Number
             MOVE SPACES TO HQ-Batch-Date
          END-IF
          MOVE ST-Num1 TO HQ-Num1
          MOVE ST-Num2 TO HQ-Num2
          MOVE ST-Function TO HQ-Function
          MOVE ST-Item-Code TO HQ-Item-Code
          MOVE ST-Dept TO HQ-Dept
          MOVE ST-Credit-Flag TO HQ-Credit-Flag
          MOVE ST-Customer TO HQ-Customer
          MOVE Result TO HQ-Amount
          MOVE SPACES TO HQ-Resolve-Date
          MOVE SPACES TO HQ-Operator
          WRITE Held-Work-Line FROM Held-Detail-Line.

       PostExtension.
          PERFORM WriteAuditLine
          IF Result-Overflow
             PERFORM WriteOverflowReject
          ELSE
             ADD Result TO Grand-Total
             ADD Result TO Dept-Total
             ADD Tax-Amount TO Grand-Tax
             ADD Tax-Amount TO Dept-Tax
             IF Taxable-Extension
                ADD 1 TO Tax-Count
             END-IF
             PERFORM AccumulateFunctionTotal
             PERFORM WriteExportRow
             IF Processing-Corrections
                ADD 1 TO Correction-Applied-Count
                ADD Result TO Correction-Applied-Total
             END-IF
             IF Function-Code = "M"
                PERFORM AccumulateItemActivity
                ADD 1 TO Record-Count GIVING Stock-Record-Number
                PERFORM WriteStockMovement
             END-IF
          END-IF
          IF Current-Batch-Valid AND NOT Processing-Corrections
          ADD 1 TO Processed-Count
          ADD 1 TO Dept-Count.

      * One export row per posted detail.  The run date is the date
      * the run started, which a restart keeps.  Text fields are
      * quoted; amounts carry a leading minus sign when negative.
       WriteExportRow.
          MOVE Num1 TO Export-Qty
          MOVE Unit-Price TO Export-Price
          MOVE Result TO Export-Amount
          EVALUATE TRUE
             WHEN Processing-Corrections
                MOVE "C" TO Export-Corr-Flag
             WHEN Processing-Releases
                MOVE "R" TO Export-Corr-Flag
             WHEN OTHER
                MOVE SPACE TO Export-Corr-Flag
          END-EVALUATE
          MOVE Batch-Number TO Export-Batch
          IF Processing-Corrections
             MOVE SPACES TO Export-Batch
          END-IF
          MOVE SPACES TO Export-Line
          STRING "D," Run-Id(1:8) ","
                 FUNCTION TRIM(Export-Batch) ","
                 FUNCTION TRIM(ST-Dept) ',"'
                 FUNCTION TRIM(Dept-Name) '",'
                 FUNCTION TRIM(ST-Item-Code) ',"'
                 FUNCTION TRIM(Item-Description) '",'
                 FUNCTION TRIM(Export-Qty) ","
                 FUNCTION TRIM(Export-Price) ","
                 Function-Code ","
                 FUNCTION TRIM(Credit-Flag) ","
                 FUNCTION TRIM(Export-Amount) ","
                 FUNCTION TRIM(Export-Corr-Flag)
             DELIMITED BY SIZE INTO Export-Line
          END-STRING
          WRITE Export-Line
          ADD 1 TO Export-Count
          ADD Result TO Export-Total.

       WriteExportControl.
          MOVE Export-Count TO Export-Count-Edit
          MOVE Export-Total TO Export-Amount
          MOVE SPACES TO Export-Line
          STRING "T," FUNCTION TRIM(Export-Count-Edit) ","
                 FUNCTION TRIM(Export-Amount)
             DELIMITED BY SIZE INTO Export-Line
          END-STRING
          WRITE Export-Line.

       SetUpFunctionTotals.
          MOVE "A" TO FT-Function(1)
          MOVE "S" TO FT-Function(2)
          MOVE Current-Dept-Name TO DT-Dept-Name
          MOVE Dept-Total TO DT-Total
          MOVE Dept-Count TO DT-Count
          MOVE Dept-Tax TO DT-Tax
          WRITE Report-Line FROM Dept-Total-Line
          ADD 1 TO Line-Count
          MOVE ZEROS TO Dept-Total
          MOVE ZEROS TO Dept-Tax
          MOVE ZEROS TO Dept-Count.

       PerformArithmetic.
          END-EVALUATE
          IF Credit-Transaction AND NOT Result-Overflow
             MULTIPLY Result BY -1 GIVING Result
          END-IF
          PERFORM ComputeTax.

      * Tax follows the sign of the extension, so a credit reverses
      * the tax charged on the original sale.
       ComputeTax.
          MOVE ZEROS TO Tax-Amount
          IF Taxable-Extension AND NOT Result-Overflow
             COMPUTE Tax-Amount ROUNDED = Result * Tax-Rate / 100
          END-IF.

       WriteOverflowReject.
          MOVE ST-Item-Code TO RJ-Item-Code
          MOVE ST-Dept TO RJ-Dept
          MOVE ST-Credit-Flag TO RJ-Credit-Flag
          MOVE ST-Customer TO RJ-Customer
          MOVE "RESULT OVERFLOW" TO RJ-Reason
          PERFORM StampRejectSuspense
          WRITE Reject-Line FROM Reject-Detail-Line
          IF Processing-Corrections
             MOVE "C" TO AU-Corr-Flag
             MOVE SPACES TO AU-Batch-Number
             MOVE SPACES TO AU-Batch-Date
          ELSE
             MOVE SPACE TO AU-Corr-Flag
             IF Processing-Releases
                MOVE "R" TO AU-Corr-Flag
             END-IF
             MOVE Batch-Number TO AU-Batch-Number
             MOVE Batch-Date TO AU-Batch-Date
          END-IF
          MOVE ST-Dept TO AU-Dept
          MOVE ST-Item-Code TO AU-Item-Code
          MOVE ST-Customer TO AU-Customer
          MOVE Credit-Flag TO AU-Credit-Flag
          MOVE Tax-Amount TO AU-Tax
          WRITE Audit-Line FROM Audit-Detail-Line.

       WriteAuditSummary.
          MOVE Processed-Count TO AS-Record-Count
          MOVE Grand-Total TO AS-Sum
          MOVE Grand-Tax TO AS-Tax
          WRITE Audit-Line FROM Audit-Summary-Line.

       WriteRejectLine.
          MOVE ST-Item-Code TO RJ-Item-Code
          MOVE ST-Dept TO RJ-Dept
          MOVE ST-Credit-Flag TO RJ-Credit-Flag
          MOVE ST-Customer TO RJ-Customer
          MOVE Reject-Reason TO RJ-Reason
          PERFORM StampRejectSuspense
          WRITE Reject-Line FROM Reject-Detail-Line
          MOVE Num2 TO DL-Num2
          MOVE Function-Code TO DL-Function
          MOVE Result TO DL-Result
          MOVE Tax-Amount TO DL-Tax
          MOVE Item-Description TO DL-Description
          EVALUATE TRUE
             WHEN Result-Overflow
                MOVE "OVERFLOW" TO DL-Overflow
             WHEN Transaction-Held
                MOVE "HELD" TO DL-Overflow
             WHEN OTHER
                MOVE SPACES TO DL-Overflow
          END-EVALUATE
          EVALUATE TRUE
             WHEN Processing-Corrections
                MOVE "C" TO DL-Corr-Flag
             WHEN Processing-Releases
                MOVE "R" TO DL-Corr-Flag
             WHEN OTHER
                MOVE SPACE TO DL-Corr-Flag
          END-EVALUATE
          IF Credit-Transaction
             MOVE "CR" TO DL-Credit-Marker
          ELSE
             PERFORM WriteDeptTotal
          END-IF
          MOVE Grand-Total TO TL-Total
          MOVE Grand-Tax TO TL-Tax
          WRITE Report-Line FROM Total-Line
          IF Correction-Applied-Count > 0
             MOVE Correction-Applied-Count TO CT-Count
                END-IF
          END-READ.

      * Sales reduce stock and credits put it back.  The movement
      * carries the record number it came from so the posting can
      * tell which movements an item has already taken.
       WriteStockMovement.
          MOVE ST-Item-Code TO SM-Item-Code
          IF Credit-Transaction
             MOVE Num1 TO SM-Quantity
          ELSE
             COMPUTE SM-Quantity = 0 - Num1
          END-IF
          MOVE Stock-Record-Number TO SM-Record-Number
          WRITE Stock-Movement-Record.

      * The movements are posted to the item master only after the
      * run has finished extending.  Each item is stamped with the
      * run ID and record number of the last movement it took; a
      * restarted run writes its movements again from the start,
      * and any movement at or below the stamp for the same run has
      * already been posted and is passed over.
       PostStockMovements.
          OPEN INPUT Stock-Work-File
          MOVE "N" TO Stock-End-Switch
          PERFORM ReadStockMovement
          PERFORM ApplyStockMovement UNTIL Stock-End
          CLOSE Stock-Work-File
          DISPLAY "STOCK MOVEMENTS POSTED " Stock-Posted-Count
             "  ALREADY POSTED " Stock-Repeat-Count
          IF Stock-Missing-Count > 0
             DISPLAY "WARNING - " Stock-Missing-Count
                " STOCK MOVEMENTS FOR ITEMS NOT ON FILE"
          END-IF.

       ReadStockMovement.
          READ Stock-Work-File
             AT END SET Stock-End TO TRUE
          END-READ.

       ApplyStockMovement.
          MOVE SM-Item-Code TO IM-Item-Code
          READ Item-File
             INVALID KEY
                ADD 1 TO Stock-Missing-Count
             NOT INVALID KEY
                IF IM-Post-Run-Id = Run-Id
                      AND IM-Post-Record NOT < SM-Record-Number
                   ADD 1 TO Stock-Repeat-Count
                ELSE
                   ADD SM-Quantity TO IM-On-Hand
                      ON SIZE ERROR
                         DISPLAY "WARNING - ON-HAND OVERFLOW ITEM "
                            IM-Item-Code
                   END-ADD
                   MOVE Run-Id TO IM-Post-Run-Id
                   MOVE SM-Record-Number TO IM-Post-Record
                   REWRITE Item-Master-Record
                   ADD 1 TO Stock-Posted-Count
                END-IF
          END-READ
          PERFORM ReadStockMovement.

      * Every active item with a reorder quantity whose on-hand has
      * fallen to or below its reorder point is listed for
      * purchasing and gets a requisition record for that quantity.
       WriteReorderReport.
          OPEN OUTPUT Reorder-Report-File
          OPEN OUTPUT Requisition-File
          MOVE FUNCTION CURRENT-DATE TO WS-Current-Timestamp
          MOVE WS-Current-Timestamp(1:8) TO RH-Date
          MOVE WS-Current-Timestamp(1:8) TO RQH-Run-Date
          WRITE Reorder-Report-Line FROM Reorder-Heading
          MOVE SPACES TO Reorder-Report-Line
          WRITE Reorder-Report-Line
          WRITE Reorder-Report-Line FROM Reorder-Column-Heading
          WRITE Requisition-Record FROM Req-Header-Line
          MOVE LOW-VALUES TO IM-Item-Code
          MOVE "N" TO Master-End-Switch
          START Item-File KEY NOT < IM-Item-Code
             INVALID KEY SET Master-End TO TRUE
          END-START
          PERFORM CheckReorderItem UNTIL Master-End
          MOVE SPACES TO Reorder-Report-Line
          WRITE Reorder-Report-Line
          MOVE Reorder-Count TO RT-Count
          MOVE Reorder-Qty-Total TO RT-Qty
          WRITE Reorder-Report-Line FROM Reorder-Total-Line
          MOVE Reorder-Count TO RQT-Count
          MOVE Reorder-Qty-Total TO RQT-Qty-Total
          WRITE Requisition-Record FROM Req-Trailer-Line
          CLOSE Reorder-Report-File
          CLOSE Requisition-File.

       CheckReorderItem.
          READ Item-File NEXT RECORD
             AT END SET Master-End TO TRUE
             NOT AT END
                IF IM-Active-Flag NOT = "N"
                      AND IM-Reorder-Qty > 0
                      AND IM-On-Hand NOT > IM-Reorder-Point
                   MOVE IM-Item-Code TO RO-Item-Code
                   MOVE IM-Description TO RO-Description
                   MOVE IM-On-Hand TO RO-On-Hand
                   MOVE IM-Reorder-Point TO RO-Reorder-Point
                   MOVE IM-Reorder-Qty TO RO-Order-Qty
                   WRITE Reorder-Report-Line FROM Reorder-Line
                   MOVE IM-Item-Code TO RQD-Item-Code
                   MOVE IM-Description TO RQD-Description
                   MOVE IM-On-Hand TO RQD-On-Hand
                   MOVE IM-Reorder-Point TO RQD-Reorder-Point
                   MOVE IM-Reorder-Qty TO RQD-Order-Qty
                   WRITE Requisition-Record FROM Req-Detail-Line
                   ADD 1 TO Reorder-Count
                   ADD IM-Reorder-Qty TO Reorder-Qty-Total
                END-IF
          END-READ.

      * The items held this run are filed to the held-transaction
      * suspense file only now the run has finished, so a restarted
      * run, which writes its work file over again, files each one
      * once.
       FileHeldTransactions.
          MOVE ZEROS TO Held-Run-Count
          MOVE ZEROS TO Held-Run-Total
          OPEN INPUT Held-Work-File
          OPEN EXTEND Held-File
          MOVE "N" TO End-Of-File-Switch
          PERFORM ReadHeldWork
          PERFORM FileOneHeldItem UNTIL End-Of-File
          CLOSE Held-Work-File
          CLOSE Held-File
          MOVE "N" TO End-Of-File-Switch.

       ReadHeldWork.
          READ Held-Work-File
             AT END SET End-Of-File TO TRUE
          END-READ.

       FileOneHeldItem.
          MOVE Held-Work-Line TO Held-Line
          WRITE Held-Line
          ADD 1 TO Held-Run-Count
          ADD FUNCTION NUMVAL(HI-Amount) TO Held-Run-Total
          PERFORM ReadHeldWork.

      * Separate section of the extension report: what was held
      * this run, then every item still waiting on a supervisor,
      * with those held longer than the hold days marked overdue
      * and called out on SYSOUT for the morning check.
       WriteHeldSection.
          MOVE ZEROS TO Held-Open-Count
          MOVE ZEROS TO Held-Open-Total
          MOVE ZEROS TO Held-Overdue-Count
          MOVE FUNCTION CURRENT-DATE TO WS-Current-Timestamp
          MOVE WS-Current-Timestamp(1:8) TO Today-Number
          MOVE FUNCTION INTEGER-OF-DATE(Today-Number)
             TO Today-Integer
          MOVE SPACES TO Report-Line
          WRITE Report-Line
          WRITE Report-Line FROM Held-Section-Heading
          MOVE Held-Run-Count TO HR-Count
          MOVE Held-Run-Total TO HR-Total
          WRITE Report-Line FROM Held-Run-Line
          WRITE Report-Line FROM Held-Column-Heading
          ADD 4 TO Line-Count
          OPEN INPUT Held-File
          MOVE "N" TO End-Of-File-Switch
          PERFORM ReadHeldRecord
          PERFORM ListOneHeldItem UNTIL End-Of-File
          CLOSE Held-File
          MOVE "N" TO End-Of-File-Switch
          MOVE Held-Open-Count TO HO-Count
          MOVE Held-Open-Total TO HO-Total
          MOVE Hold-Days TO HO-Days
          MOVE Held-Overdue-Count TO HO-Overdue
          WRITE Report-Line FROM Held-Open-Line
          ADD 1 TO Line-Count
          DISPLAY " "
          DISPLAY "HELD TRANSACTIONS"
          MOVE "HELD THIS RUN" TO AG-Label
          MOVE Held-Run-Count TO AG-Value
          DISPLAY Aging-Report-Line
          MOVE "OPEN HELD ITEMS" TO AG-Label
          MOVE Held-Open-Count TO AG-Value
          DISPLAY Aging-Report-Line
          MOVE "  HELD OVER HOLD DAYS" TO AG-Label
          MOVE Held-Overdue-Count TO AG-Value
          DISPLAY Aging-Report-Line
          IF Held-Overdue-Count > 0
             DISPLAY "*** HELD ITEMS OVER " Hold-Days
                " DAYS - RELEASE OR CANCEL ***"
          END-IF.

       ReadHeldRecord.
          READ Held-File
             AT END SET End-Of-File TO TRUE
          END-READ.

       ListOneHeldItem.
          IF HI-Status = "H"
             ADD 1 TO Held-Open-Count
             ADD FUNCTION NUMVAL(HI-Amount) TO Held-Open-Total
             PERFORM ComputeHeldAge
             MOVE HI-Entry-Date TO HP-Entry-Date
             MOVE Age-Days TO HP-Age
             MOVE HI-Batch-Number TO HP-Batch-Number
             MOVE HI-Dept TO HP-Dept
             MOVE HI-Item-Code TO HP-Item-Code
             MOVE HI-Customer TO HP-Customer
             MOVE HI-Num1 TO HP-Num1
             MOVE HI-Num2 TO HP-Num2
             MOVE HI-Function TO HP-Function
             MOVE HI-Amount TO HP-Amount
             IF HI-Credit-Flag = "C"
                MOVE "CR" TO HP-Credit-Marker
             ELSE
                MOVE SPACES TO HP-Credit-Marker
             END-IF
             IF Age-Days > Hold-Days
                ADD 1 TO Held-Overdue-Count
                MOVE "OVERDUE" TO HP-Overdue
             ELSE
                MOVE SPACES TO HP-Overdue
             END-IF
             WRITE Report-Line FROM Held-Report-Line
             ADD 1 TO Line-Count
          END-IF
          PERFORM ReadHeldRecord.

       ComputeHeldAge.
          IF HI-Entry-Date NUMERIC
             MOVE HI-Entry-Date TO Entry-Number
             MOVE FUNCTION INTEGER-OF-DATE(Entry-Number)
                TO Entry-Integer
             SUBTRACT Entry-Integer FROM Today-Integer
                GIVING Age-Days
          ELSE
             MOVE 999 TO Age-Days
          END-IF.

       WriteBatchControlSummary.
          MOVE SPACES TO Report-Line
          WRITE Report-Line
          OPEN OUTPUT Reject-New-File
          OPEN INPUT Item-File
          OPEN INPUT Dept-File
          OPEN INPUT Customer-File
          OPEN OUTPUT Correction-File
          PERFORM LoadTaxRates
          PERFORM ReadRejectRecord
          PERFORM CorrectOneRecord UNTIL End-Of-File
          CLOSE Reject-File
          CLOSE Reject-New-File
          CLOSE Item-File
          CLOSE Dept-File
          CLOSE Customer-File
          CLOSE Correction-File.

       ReadRejectRecord.
       PresentOpenReject.
          DISPLAY "REJECTED: NUM1=" RI-Num1 " NUM2=" RI-Num2
             " FUNC=" RI-Function " ITEM=" RI-Item-Code
             " DEPT=" RI-Dept " CUST=" RI-Customer
             " REASON=" RI-Reason
          DISPLAY "  IN SUSPENSE SINCE " RI-Entry-Date
          DISPLAY "ACTION: C=CORRECT W=WRITE OFF S=SKIP"
          ACCEPT Corr-Action
          ACCEPT ST-Dept
          DISPLAY "CREDIT (C, BLANK IF NOT): "
          ACCEPT ST-Credit-Flag
          DISPLAY "ENTER CUSTOMER NUMBER: "
          ACCEPT ST-Customer
          PERFORM ValidateTransaction
          IF Valid-Data
             PERFORM PerformArithmetic
                MOVE ST-Item-Code TO CO-Item-Code
                MOVE ST-Dept TO CO-Dept
                MOVE ST-Credit-Flag TO CO-Credit-Flag
                MOVE ST-Customer TO CO-Customer
                WRITE Correction-Record
                MOVE "C" TO RI-Status
                MOVE "CORRECTED" TO RI-Resolve-Reason
          MOVE "W" TO RI-Status
          DISPLAY "REJECT WRITTEN OFF".

      * Supervisor review of the held-transaction file.  Each item
      * still held is presented to be released, cancelled or left
      * for later; every record is carried forward to HOLDNEW with
      * its updated status, signed with the supervisor's ID and the
      * date, so the file can be put back in place of HOLDFILE
      * afterwards.  Released items are written to RELOUT for the
      * next nightly run, which marks the file used once it has
      * posted them; items released before that run are added to
      * those already waiting.
       HoldReleaseMode.
          PERFORM AcceptOperatorId
          IF Operator-Id NOT = SPACES
             MOVE FUNCTION CURRENT-DATE TO WS-Current-Timestamp
             MOVE WS-Current-Timestamp(1:8) TO Today-Number
             PERFORM OpenReleaseFile
             OPEN INPUT Held-File
             OPEN OUTPUT Held-New-File
             MOVE "N" TO End-Of-File-Switch
             PERFORM ReadHeldRecord
             PERFORM ReviewOneHeldItem UNTIL End-Of-File
             CLOSE Held-File
             CLOSE Held-New-File
             CLOSE Release-File
             DISPLAY "HELD ITEMS RELEASED:  " Held-Released-Count
             DISPLAY "HELD ITEMS CANCELLED: " Held-Cancelled-Count
          END-IF.

       OpenReleaseFile.
          MOVE "N" TO Release-Fresh-Switch
          OPEN INPUT Release-File
          READ Release-File
             AT END MOVE "Y" TO Release-Fresh-Switch
          END-READ
          IF RE-Record-Type = "*"
             MOVE "Y" TO Release-Fresh-Switch
          END-IF
          CLOSE Release-File
          IF Release-File-Fresh
             OPEN OUTPUT Release-File
          ELSE
             OPEN EXTEND Release-File
          END-IF.

       ReviewOneHeldItem.
          IF HI-Status = "H"
             PERFORM PresentHeldItem
          END-IF
          WRITE Held-New-Line FROM Held-Line
          PERFORM ReadHeldRecord.

       PresentHeldItem.
          DISPLAY "HELD: BATCH=" HI-Batch-Number " DEPT=" HI-Dept
             " ITEM=" HI-Item-Code " CUST=" HI-Customer
             " NUM1=" HI-Num1 " NUM2=" HI-Num2
             " FUNC=" HI-Function " CREDIT=" HI-Credit-Flag
          DISPLAY "  AMOUNT=" HI-Amount "  HELD SINCE " HI-Entry-Date
          DISPLAY "ACTION: R=RELEASE X=CANCEL S=SKIP"
          ACCEPT Corr-Action
          EVALUATE Corr-Action
             WHEN "R" WHEN "r"
                PERFORM ReleaseHeldItem
             WHEN "X" WHEN "x"
                MOVE "X" TO HI-Status
                MOVE Today-Number TO HI-Resolve-Date
                MOVE Operator-Id TO HI-Operator
                ADD 1 TO Held-Cancelled-Count
                DISPLAY "HELD ITEM CANCELLED"
             WHEN OTHER
                CONTINUE
          END-EVALUATE.

       ReleaseHeldItem.
          MOVE "D" TO RE-Record-Type
          MOVE HI-Num1 TO RE-Num1
          MOVE HI-Num2 TO RE-Num2
          MOVE HI-Function TO RE-Function
          MOVE HI-Item-Code TO RE-Item-Code
          MOVE HI-Dept TO RE-Dept
          MOVE HI-Credit-Flag TO RE-Credit-Flag
          MOVE HI-Customer TO RE-Customer
          MOVE HI-Batch-Number TO RE-Batch-Number
          MOVE HI-Batch-Date TO RE-Batch-Date
          WRITE Release-Record
          MOVE "R" TO HI-Status
          MOVE Today-Number TO HI-Resolve-Date
          MOVE Operator-Id TO HI-Operator
          ADD 1 TO Held-Released-Count
          DISPLAY "HELD ITEM RELEASED FOR THE NEXT RUN".

       ItemMaintenanceMode.
          PERFORM AcceptOperatorId
          IF Operator-Id NOT = SPACES
             OPEN I-O Item-File
             OPEN EXTEND Change-Log-File
             MOVE "N" TO Maint-Done-Switch
             PERFORM MaintainOneItem UNTIL Maint-Done
             CLOSE Item-File
             CLOSE Change-Log-File
          END-IF.

      * Master changes are signed: no operator ID, no maintenance.
       AcceptOperatorId.
          DISPLAY "ENTER OPERATOR ID: "
          ACCEPT Operator-Id
          IF Operator-Id = SPACES
             DISPLAY "OPERATOR ID REQUIRED - MAINTENANCE REFUSED"
          END-IF.

       MaintainOneItem.
          DISPLAY "ITEM MAINTENANCE: A=ADD C=CHANGE P=NEW PRICE "
             "K=STOCK COUNT X=DEACTIVATE Q=QUIT"
          ACCEPT Maint-Action
          EVALUATE Maint-Action
             WHEN "Q" WHEN "q"
                PERFORM ChangeItemRecord
             WHEN "P" WHEN "p"
                PERFORM NewItemPrice
             WHEN "K" WHEN "k"
                PERFORM StockCountItem
             WHEN "X" WHEN "x"
                PERFORM DeactivateItemRecord
             WHEN OTHER
          END-EVALUATE.

       AddItemRecord.
          MOVE SPACES TO Item-Master-Record
          DISPLAY "ENTER ITEM CODE: "
          ACCEPT IM-Item-Code
          DISPLAY "ENTER DESCRIPTION: "
             MOVE ZEROS TO IM-Hist-Price(Hist-Sub)
             MOVE SPACES TO IM-Hist-Date(Hist-Sub)
          END-PERFORM
          DISPLAY "ENTER QUANTITY ON HAND: "
          ACCEPT Maint-Qty-In
          MOVE FUNCTION NUMVAL(Maint-Qty-In) TO IM-On-Hand
          DISPLAY "ENTER REORDER POINT: "
          ACCEPT Maint-Qty-In
          MOVE FUNCTION NUMVAL(Maint-Qty-In) TO IM-Reorder-Point
          DISPLAY "ENTER REORDER QUANTITY: "
          ACCEPT Maint-Qty-In
          MOVE FUNCTION NUMVAL(Maint-Qty-In) TO IM-Reorder-Qty
          DISPLAY "TAXABLE (Y/N): "
          ACCEPT Maint-Flag-In
          PERFORM SetItemTaxFlag
          MOVE SPACES TO IM-Post-Run-Id
          MOVE ZEROS TO IM-Post-Record
          MOVE SPACES TO Change-Before-Image
          WRITE Item-Master-Record
             INVALID KEY
                DISPLAY "ITEM ALREADY ON FILE - NOT ADDED"
             NOT INVALID KEY
                MOVE "A" TO Change-Action
                PERFORM LogItemChange
          END-WRITE.

       ChangeItemRecord.
             INVALID KEY
                DISPLAY "ITEM NOT ON FILE"
             NOT INVALID KEY
                MOVE Item-Master-Record TO Change-Before-Image
                DISPLAY "CURRENT: " IM-Description " " IM-Unit-Price
                DISPLAY "ENTER DESCRIPTION: "
                ACCEPT IM-Description
                DISPLAY "CURRENT REORDER POINT " IM-Reorder-Point
                   " QUANTITY " IM-Reorder-Qty
                DISPLAY "ENTER REORDER POINT (BLANK = NO CHANGE): "
                MOVE SPACES TO Maint-Qty-In
                ACCEPT Maint-Qty-In
                IF Maint-Qty-In NOT = SPACES
                   MOVE FUNCTION NUMVAL(Maint-Qty-In)
                      TO IM-Reorder-Point
                END-IF
                DISPLAY "ENTER REORDER QUANTITY (BLANK = NO CHANGE): "
                MOVE SPACES TO Maint-Qty-In
                ACCEPT Maint-Qty-In
                IF Maint-Qty-In NOT = SPACES
                   MOVE FUNCTION NUMVAL(Maint-Qty-In)
                      TO IM-Reorder-Qty
                END-IF
                DISPLAY "CURRENT TAX FLAG " IM-Tax-Flag
                DISPLAY "TAXABLE Y/N (BLANK = NO CHANGE): "
                MOVE SPACE TO Maint-Flag-In
                ACCEPT Maint-Flag-In
                IF Maint-Flag-In NOT = SPACE
                   PERFORM SetItemTaxFlag
                END-IF
                MOVE "Y" TO IM-Active-Flag
                REWRITE Item-Master-Record
                MOVE "C" TO Change-Action
                PERFORM LogItemChange
                DISPLAY "USE P=NEW PRICE TO CHANGE THE PRICE"
          END-READ.

       SetItemTaxFlag.
          IF Maint-Flag-In = "Y" OR Maint-Flag-In = "y"
             MOVE "Y" TO IM-Tax-Flag
          ELSE
             MOVE "N" TO IM-Tax-Flag
          END-IF.

      * The price on the record moves to the top of the history and
      * the new price becomes current under its own effective date.
      * A future-dated price is accepted but is not used by the
             INVALID KEY
                DISPLAY "ITEM NOT ON FILE"
             NOT INVALID KEY
                MOVE Item-Master-Record TO Change-Before-Image
                DISPLAY "CURRENT: " IM-Unit-Price
                   " EFFECTIVE " IM-Effective-Date
                MOVE IM-Hist-Entry(2) TO IM-Hist-Entry(3)
                DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD): "
                ACCEPT IM-Effective-Date
                REWRITE Item-Master-Record
                MOVE "P" TO Change-Action
                PERFORM LogItemChange
                DISPLAY "PRICE RECORDED"
          END-READ.

      * A physical count replaces the on-hand balance outright.
      * The posting stamp is left alone, so a restart of the last
      * nightly run still does not post its movements twice.
       StockCountItem.
          DISPLAY "ENTER ITEM CODE: "
          ACCEPT IM-Item-Code
          READ Item-File
             INVALID KEY
                DISPLAY "ITEM NOT ON FILE"
             NOT INVALID KEY
                MOVE Item-Master-Record TO Change-Before-Image
                DISPLAY "CURRENT ON HAND: " IM-On-Hand
                DISPLAY "ENTER COUNTED QUANTITY: "
                ACCEPT Maint-Qty-In
                MOVE FUNCTION NUMVAL(Maint-Qty-In) TO IM-On-Hand
                REWRITE Item-Master-Record
                MOVE "K" TO Change-Action
                PERFORM LogItemChange
                DISPLAY "STOCK COUNT RECORDED"
          END-READ.

       DeactivateItemRecord.
          DISPLAY "ENTER ITEM CODE: "
          ACCEPT IM-Item-Code
             INVALID KEY
                DISPLAY "ITEM NOT ON FILE"
             NOT INVALID KEY
                MOVE Item-Master-Record TO Change-Before-Image
                MOVE "N" TO IM-Active-Flag
                REWRITE Item-Master-Record
                MOVE "X" TO Change-Action
                PERFORM LogItemChange
                DISPLAY "ITEM DEACTIVATED"
          END-READ.

       LogItemChange.
          MOVE SPACES TO Change-Log-Record
          MOVE "I" TO CL-Master
          MOVE IM-Item-Code TO CL-Key
          MOVE Item-Master-Record TO CL-After-Image
          PERFORM WriteChangeLog.

      * Common tail of every master change log entry; the caller
      * has set the master, key and after image, and left the
      * action and before image in Change-Action and
      * Change-Before-Image.
       WriteChangeLog.
          MOVE FUNCTION CURRENT-DATE TO WS-Current-Timestamp
          MOVE WS-Current-Timestamp TO CL-Timestamp
          MOVE Operator-Id TO CL-Operator
          MOVE Change-Action TO CL-Action
          MOVE Change-Before-Image TO CL-Before-Image
          WRITE Change-Log-Record.

       DeptMaintenanceMode.
          PERFORM AcceptOperatorId
          IF Operator-Id NOT = SPACES
             OPEN I-O Dept-File
             OPEN EXTEND Change-Log-File
             MOVE "N" TO Maint-Done-Switch
             PERFORM MaintainOneDept UNTIL Maint-Done
             CLOSE Dept-File
             CLOSE Change-Log-File
          END-IF.

       MaintainOneDept.
          DISPLAY "DEPT MAINTENANCE: A=ADD C=CHANGE X=DEACTIVATE "
          END-EVALUATE.

       AddDeptRecord.
          MOVE SPACES TO Dept-Master-Record
          DISPLAY "ENTER DEPT CODE: "
          ACCEPT DM-Dept-Code
          DISPLAY "ENTER DEPT NAME: "
          ACCEPT DM-Dept-Name
          DISPLAY "ENTER TAX JURISDICTION (BLANK = NOT TAXED): "
          ACCEPT DM-Tax-Juris
          MOVE "Y" TO DM-Active-Flag
          MOVE SPACES TO Change-Before-Image
          WRITE Dept-Master-Record
             INVALID KEY
                DISPLAY "DEPT ALREADY ON FILE - NOT ADDED"
             NOT INVALID KEY
                MOVE "A" TO Change-Action
                PERFORM LogDeptChange
          END-WRITE.

       ChangeDeptRecord.
             INVALID KEY
                DISPLAY "DEPT NOT ON FILE"
             NOT INVALID KEY
                MOVE Dept-Master-Record TO Change-Before-Image
                DISPLAY "CURRENT: " DM-Dept-Name
                   " TAX JURISDICTION " DM-Tax-Juris
                DISPLAY "ENTER DEPT NAME: "
                ACCEPT DM-Dept-Name
                DISPLAY "ENTER TAX JURISDICTION "
                   "(BLANK = NO CHANGE, NONE = NOT TAXED): "
                MOVE SPACES TO Maint-Juris-In
                ACCEPT Maint-Juris-In
                EVALUATE Maint-Juris-In
                   WHEN SPACES
                      CONTINUE
                   WHEN "NONE"
                      MOVE SPACES TO DM-Tax-Juris
                   WHEN OTHER
                      MOVE Maint-Juris-In TO DM-Tax-Juris
                END-EVALUATE
                MOVE "Y" TO DM-Active-Flag
                REWRITE Dept-Master-Record
                MOVE "C" TO Change-Action
                PERFORM LogDeptChange
          END-READ.

       DeactivateDeptRecord.
             INVALID KEY
                DISPLAY "DEPT NOT ON FILE"
             NOT INVALID KEY
                MOVE Dept-Master-Record TO Change-Before-Image
                MOVE "N" TO DM-Active-Flag
                REWRITE Dept-Master-Record
                MOVE "X" TO Change-Action
                PERFORM LogDeptChange
                DISPLAY "DEPT DEACTIVATED"
          END-READ.

       LogDeptChange.
          MOVE SPACES TO Change-Log-Record
          MOVE "D" TO CL-Master
          MOVE DM-Dept-Code TO CL-Key
          MOVE Dept-Master-Record TO CL-After-Image
          PERFORM WriteChangeLog.

       CustMaintenanceMode.
          PERFORM AcceptOperatorId
          IF Operator-Id NOT = SPACES
             OPEN I-O Customer-File
             OPEN EXTEND Change-Log-File
             MOVE "N" TO Maint-Done-Switch
             PERFORM MaintainOneCust UNTIL Maint-Done
             CLOSE Customer-File
             CLOSE Change-Log-File
          END-IF.

       MaintainOneCust.
          DISPLAY "CUSTOMER MAINTENANCE: A=ADD C=CHANGE "
             "X=DEACTIVATE Q=QUIT"
          ACCEPT Maint-Action
          EVALUATE Maint-Action
             WHEN "Q" WHEN "q"
                MOVE "Y" TO Maint-Done-Switch
             WHEN "A" WHEN "a"
                PERFORM AddCustRecord
             WHEN "C" WHEN "c"
                PERFORM ChangeCustRecord
             WHEN "X" WHEN "x"
                PERFORM DeactivateCustRecord
             WHEN OTHER
                DISPLAY "INVALID ACTION"
          END-EVALUATE.

       AddCustRecord.
          MOVE SPACES TO Customer-Master-Record
          DISPLAY "ENTER CUSTOMER NUMBER: "
          ACCEPT CU-Customer-Number
          PERFORM AcceptCustDetails
          MOVE "Y" TO CU-Active-Flag
          MOVE SPACES TO Change-Before-Image
          WRITE Customer-Master-Record
             INVALID KEY
                DISPLAY "CUSTOMER ALREADY ON FILE - NOT ADDED"
             NOT INVALID KEY
                MOVE "A" TO Change-Action
                PERFORM LogCustChange
          END-WRITE.

       ChangeCustRecord.
          DISPLAY "ENTER CUSTOMER NUMBER: "
          ACCEPT CU-Customer-Number
          READ Customer-File
             INVALID KEY
                DISPLAY "CUSTOMER NOT ON FILE"
             NOT INVALID KEY
                MOVE Customer-Master-Record TO Change-Before-Image
                DISPLAY "CURRENT: " CU-Name
                DISPLAY "         " CU-Address-1
                DISPLAY "         " CU-Address-2
                DISPLAY "         " CU-City " " CU-State " " CU-Zip
                DISPLAY "  TERMS: " CU-Terms-Code " " CU-Terms-Days
                   " DAYS"
                PERFORM AcceptCustDetails
                MOVE "Y" TO CU-Active-Flag
                REWRITE Customer-Master-Record
                MOVE "C" TO Change-Action
                PERFORM LogCustChange
          END-READ.

      * Name, bill-to address and payment terms, keyed in full on
      * both an add and a change.
       AcceptCustDetails.
          DISPLAY "ENTER CUSTOMER NAME: "
          ACCEPT CU-Name
          DISPLAY "ENTER BILL-TO ADDRESS LINE 1: "
          ACCEPT CU-Address-1
          DISPLAY "ENTER BILL-TO ADDRESS LINE 2: "
          ACCEPT CU-Address-2
          DISPLAY "ENTER CITY: "
          ACCEPT CU-City
          DISPLAY "ENTER STATE: "
          ACCEPT CU-State
          DISPLAY "ENTER ZIP CODE: "
          ACCEPT CU-Zip
          DISPLAY "ENTER TERMS CODE: "
          ACCEPT CU-Terms-Code
          DISPLAY "ENTER TERMS DAYS: "
          ACCEPT Maint-Qty-In
          MOVE FUNCTION NUMVAL(Maint-Qty-In) TO CU-Terms-Days.

       DeactivateCustRecord.
          DISPLAY "ENTER CUSTOMER NUMBER: "
          ACCEPT CU-Customer-Number
          READ Customer-File
             INVALID KEY
                DISPLAY "CUSTOMER NOT ON FILE"
             NOT INVALID KEY
                MOVE Customer-Master-Record TO Change-Before-Image
                MOVE "N" TO CU-Active-Flag
                REWRITE Customer-Master-Record
                MOVE "X" TO Change-Action
                PERFORM LogCustChange
                DISPLAY "CUSTOMER DEACTIVATED"
          END-READ.

       LogCustChange.
          MOVE SPACES TO Change-Log-Record
          MOVE "C" TO CL-Master
          MOVE CU-Customer-Number TO CL-Key
          MOVE Customer-Master-Record TO CL-After-Image
          PERFORM WriteChangeLog.

       BudgetMaintenanceMode.
          PERFORM AcceptOperatorId
          IF Operator-Id NOT = SPACES
             OPEN I-O Budget-File
             OPEN INPUT Dept-File
             OPEN EXTEND Change-Log-File
             MOVE "N" TO Maint-Done-Switch
             PERFORM MaintainOneBudget UNTIL Maint-Done
             CLOSE Budget-File
             CLOSE Dept-File
             CLOSE Change-Log-File
          END-IF.

       MaintainOneBudget.
          DISPLAY "BUDGET MAINTENANCE: A=ADD C=CHANGE X=DELETE "
             "Q=QUIT"
          ACCEPT Maint-Action
          EVALUATE Maint-Action
             WHEN "Q" WHEN "q"
                MOVE "Y" TO Maint-Done-Switch
             WHEN "A" WHEN "a"
                PERFORM AddBudgetRecord
             WHEN "C" WHEN "c"
                PERFORM ChangeBudgetRecord
             WHEN "X" WHEN "x"
                PERFORM DeleteBudgetRecord
             WHEN OTHER
                DISPLAY "INVALID ACTION"
          END-EVALUATE.

      * A budget can only be set up for a department on DEPTMAST,
      * and the fiscal month must be a real YYYYMM.
       AddBudgetRecord.
          MOVE SPACES TO Budget-Record
          PERFORM AcceptBudgetKey
          MOVE BG-Dept TO DM-Dept-Code
          PERFORM LookupDepartment
          EVALUATE TRUE
             WHEN NOT Dept-Found
                DISPLAY "DEPT NOT ON FILE - NOT ADDED"
             WHEN BG-Month NOT NUMERIC
                   OR BG-Month(5:2) < "01" OR BG-Month(5:2) > "12"
                DISPLAY "INVALID FISCAL MONTH - NOT ADDED"
             WHEN OTHER
                DISPLAY "DEPT " BG-Dept " " Dept-Name
                DISPLAY "ENTER BUDGET AMOUNT: "
                ACCEPT Maint-Amount-In
                MOVE FUNCTION NUMVAL(Maint-Amount-In) TO BG-Amount
                MOVE SPACES TO Change-Before-Image
                WRITE Budget-Record
                   INVALID KEY
                      DISPLAY "BUDGET ALREADY ON FILE - NOT ADDED"
                   NOT INVALID KEY
                      MOVE "A" TO Change-Action
                      PERFORM LogBudgetChange
                END-WRITE
          END-EVALUATE.

       ChangeBudgetRecord.
          PERFORM AcceptBudgetKey
          READ Budget-File
             INVALID KEY
                DISPLAY "BUDGET NOT ON FILE"
             NOT INVALID KEY
                MOVE Budget-Record TO Change-Before-Image
                MOVE BG-Amount TO Budget-Edit
                DISPLAY "CURRENT: " Budget-Edit
                DISPLAY "ENTER BUDGET AMOUNT: "
                ACCEPT Maint-Amount-In
                MOVE FUNCTION NUMVAL(Maint-Amount-In) TO BG-Amount
                REWRITE Budget-Record
                MOVE "C" TO Change-Action
                PERFORM LogBudgetChange
          END-READ.

       DeleteBudgetRecord.
          PERFORM AcceptBudgetKey
          READ Budget-File
             INVALID KEY
                DISPLAY "BUDGET NOT ON FILE"
             NOT INVALID KEY
                MOVE Budget-Record TO Change-Before-Image
                DELETE Budget-File
                MOVE "X" TO Change-Action
                PERFORM LogBudgetChange
                DISPLAY "BUDGET DELETED"
          END-READ.

       AcceptBudgetKey.
          DISPLAY "ENTER DEPT CODE: "
          ACCEPT BG-Dept
          DISPLAY "ENTER FISCAL MONTH (YYYYMM): "
          ACCEPT BG-Month.

      * A deleted budget is logged with the record as it stood
      * before the delete as its after image too.
       LogBudgetChange.
          MOVE SPACES TO Change-Log-Record
          MOVE "B" TO CL-Master
          MOVE BG-Key TO CL-Key
          MOVE Budget-Record TO CL-After-Image
          PERFORM WriteChangeLog.

       RunStatusReport.
          DISPLAY "RUN STATUS HISTORY"
          DISPLAY " "
       PrintRunStatusRecord.
          EVALUATE RS-Status
             WHEN "S"
                IF RS-Resume-Flag = "R"
                   MOVE "RESUMED   " TO Run-Status-Label
                ELSE
                   MOVE "STARTED   " TO Run-Status-Label
                END-IF
             WHEN "E"
                MOVE "ENDED OK  " TO Run-Status-Label
             WHEN "A"
                MOVE "ABORTED   " TO Run-Status-Label
             WHEN "R"
                MOVE "REFUSED   " TO Run-Status-Label
             WHEN "C"
                MOVE SPACES TO Run-Status-Label
             WHEN OTHER
          DISPLAY AI-Num1 "  " AI-Num2 "  " AI-Function
             "  " AI-Result "  " AI-Timestamp(1:14)
             "  " AI-Corr-Flag "  " AI-Batch-Number
             "  " AI-Dept "  " AI-Item-Code "  " AI-Customer
          ADD 1 TO Inq-Screen-Lines
          IF Inq-Screen-Lines >= 15
             DISPLAY "PRESS ENTER FOR MORE..."
