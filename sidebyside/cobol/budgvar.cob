      * Month-end budget variance report for the AcceptDemo
      * departments.  Reads the live audit trail plus the archive
      * generations concatenated on AUDITIN and totals the extended
      * amounts of the "D" detail lines per department (AU-Dept)
      * for the report month and for the fiscal year to date.  The
      * budgets come from the department budget master on BUDGMAST,
      * keyed by department and fiscal month (kept with the BUDGMNT
      * mode of AcceptDemo), and the department names from the
      * department master on DEPTMAST.  For each department the
      * report on SYSOUT shows the month budget, actual, variance
      * amount and variance percent, then the year-to-date budget,
      * actual and variance.  A department whose actual runs over
      * its month budget by more than the variance tolerance is
      * flagged, as is one with activity and no budget at all.
      * The tolerance (VARIANCE-TOL, whole percent) and the first
      * month of the fiscal year (FISCAL-START, MM) are read from
      * the run-control parameter file on PARMFILE; the defaults
      * are 10 percent and January.  The report month is taken
      * from the PARM as YYYYMM and defaults to the current month.
      * Departments that appear on the audit trail but not on the
      * department master are listed after the others; detail
      * lines written before the department stamp existed total
      * as UNASSIGNED.  RETURN-CODE 4 when any department is
      * flagged, 0 otherwise.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BudgetVar.
       AUTHOR. Adapted from a program by Michael Coughlin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Audit-In-File ASSIGN TO "AUDITIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL Parm-File ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL Dept-File ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-Dept-Code.
           SELECT OPTIONAL Budget-File ASSIGN TO "BUDGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BG-Key.

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
          05 FILLER PIC X(7).
          05 AD-Batch-Number PIC X(6).
          05 FILLER PIC X(3).
          05 AD-Dept PIC X(3).
          05 FILLER PIC X(64).

       FD  Parm-File.
       01 Parm-Record.
          05 PF-Keyword PIC X(14).
          05 PF-Value PIC X(66).

       FD  Dept-File.
       01 Dept-Master-Record.
          05 DM-Dept-Code PIC X(3).
          05 DM-Dept-Name PIC X(20).
          05 DM-Active-Flag PIC X.
          05 DM-Tax-Juris PIC X(4).
          05 FILLER PIC X(12).

       FD  Budget-File.
       01 Budget-Record.
          05 BG-Key.
             10 BG-Dept PIC X(3).
             10 BG-Month PIC X(6).
          05 BG-Amount PIC S9(9)V99.
          05 FILLER PIC X(20).

       WORKING-STORAGE SECTION.
       01 End-Of-File-Switch PIC X VALUE "N".
          88 End-Of-File VALUE "Y".
       01 Master-End-Switch PIC X VALUE "N".
          88 Master-End VALUE "Y".
       01 Found-Switch PIC X VALUE "N".
          88 Entry-Found VALUE "Y".
       01 Budget-Found-Switch PIC X VALUE "N".
          88 Budget-Found VALUE "Y".
       01 Flag-Switch PIC X VALUE "N".
          88 Any-Flagged VALUE "Y".

       01 Report-Parm PIC X(6) VALUE SPACES.
       01 Report-Month PIC X(6) VALUE SPACES.
       01 Report-Month-Fields REDEFINES Report-Month.
          05 RM-Year PIC 9(4).
          05 RM-Month PIC 9(2).
       01 Fiscal-Start-Month PIC 9(2) VALUE 1.
       01 Variance-Tolerance PIC 9(3) VALUE 10.
       01 Fiscal-Month PIC X(6) VALUE SPACES.
       01 Fiscal-Month-Fields REDEFINES Fiscal-Month.
          05 FM-Year PIC 9(4).
          05 FM-Month PIC 9(2).
       01 Fiscal-Year-Start PIC X(6) VALUE SPACES.
       01 Audit-Month PIC X(6) VALUE SPACES.
       01 Detail-Amount PIC S9(12)V99 VALUE ZEROS.

       01 Dept-Table.
          05 Dept-Entry OCCURS 100 TIMES.
             10 DT-Dept PIC X(3).
             10 DT-Name PIC X(20).
             10 DT-On-Master PIC X.
             10 DT-Active PIC X.
             10 DT-Month-Actual PIC S9(12)V99.
             10 DT-YTD-Actual PIC S9(12)V99.
       01 Dept-Count PIC 9(4) VALUE ZEROS.
       01 Dept-Sub PIC 9(4) VALUE 1.
       01 Skipped-Records PIC 9(8) VALUE ZEROS.
       01 Detail-Count PIC 9(8) VALUE ZEROS.
       01 Flagged-Count PIC 9(4) VALUE ZEROS.

       01 Month-Budget PIC S9(12)V99 VALUE ZEROS.
       01 YTD-Budget PIC S9(12)V99 VALUE ZEROS.
       01 Month-Variance PIC S9(12)V99 VALUE ZEROS.
       01 YTD-Variance PIC S9(12)V99 VALUE ZEROS.
       01 Variance-Pct PIC S9(5)V9 VALUE ZEROS.

       01 Total-Month-Budget PIC S9(12)V99 VALUE ZEROS.
       01 Total-Month-Actual PIC S9(12)V99 VALUE ZEROS.
       01 Total-YTD-Budget PIC S9(12)V99 VALUE ZEROS.
       01 Total-YTD-Actual PIC S9(12)V99 VALUE ZEROS.

       01 Report-Heading-1.
          05 FILLER PIC X(32)
             VALUE "DEPARTMENT BUDGET VARIANCE FOR ".
          05 RH-Month PIC X(6).
          05 FILLER PIC X(22) VALUE "   FISCAL YEAR FROM ".
          05 RH-Fiscal-Start PIC X(6).
          05 FILLER PIC X(16) VALUE "   TOLERANCE ".
          05 RH-Tolerance PIC ZZ9.
          05 FILLER PIC X(1) VALUE "%".

       01 Report-Heading-2.
          05 FILLER PIC X(27) VALUE "DPT NAME".
          05 FILLER PIC X(13) VALUE "      BUDGET".
          05 FILLER PIC X(13) VALUE "      ACTUAL".
          05 FILLER PIC X(13) VALUE "    VARIANCE".
          05 FILLER PIC X(8) VALUE "   VAR%".
          05 FILLER PIC X(13) VALUE "  YTD BUDGET".
          05 FILLER PIC X(13) VALUE "  YTD ACTUAL".
          05 FILLER PIC X(13) VALUE "YTD VARIANCE".

       01 Variance-Line.
          05 VL-Dept PIC X(3).
          05 FILLER PIC X(2) VALUE SPACES.
          05 VL-Name PIC X(20).
          05 FILLER PIC X(1) VALUE SPACE.
          05 VL-Budget PIC -(9)9.99.
          05 VL-Actual PIC -(9)9.99.
          05 VL-Variance PIC -(9)9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 VL-Pct PIC -(4)9.9.
          05 VL-YTD-Budget PIC -(9)9.99.
          05 VL-YTD-Actual PIC -(9)9.99.
          05 VL-YTD-Variance PIC -(9)9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 VL-Flag PIC X(16).

       PROCEDURE DIVISION.
       MainLogic.
          PERFORM ReadRunParameters
          PERFORM SetReportMonth
          MOVE Report-Month TO RH-Month
          MOVE Fiscal-Year-Start TO RH-Fiscal-Start
          MOVE Variance-Tolerance TO RH-Tolerance
          DISPLAY Report-Heading-1
          DISPLAY " "
          OPEN INPUT Dept-File
          PERFORM LoadDepartments
          CLOSE Dept-File
          OPEN INPUT Audit-In-File
          MOVE "N" TO End-Of-File-Switch
          PERFORM ReadAuditLine
          PERFORM ProcessAuditLine UNTIL End-Of-File
          CLOSE Audit-In-File
          DISPLAY Report-Heading-2
          DISPLAY " "
          OPEN INPUT Budget-File
          PERFORM PrintOneDept
             VARYING Dept-Sub FROM 1 BY 1
             UNTIL Dept-Sub > Dept-Count
          CLOSE Budget-File
          PERFORM PrintReportTotals
          IF Any-Flagged
             MOVE 4 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF
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
             WHEN "VARIANCE-TOL"
                IF PF-Value(1:3) NUMERIC
                   MOVE PF-Value(1:3) TO Variance-Tolerance
                END-IF
             WHEN "FISCAL-START"
                IF PF-Value(1:2) NUMERIC
                      AND PF-Value(1:2) NOT < "01"
                      AND PF-Value(1:2) NOT > "12"
                   MOVE PF-Value(1:2) TO Fiscal-Start-Month
                END-IF
             WHEN OTHER
                CONTINUE
          END-EVALUATE
          PERFORM ReadParmRecord.

      * The fiscal year runs from FISCAL-START of the report year,
      * or of the year before when the report month falls ahead
      * of the fiscal start.
       SetReportMonth.
          ACCEPT Report-Parm FROM COMMAND-LINE
          MOVE Report-Parm TO Report-Month
          IF Report-Month NOT NUMERIC
                OR RM-Month < 1 OR RM-Month > 12
             MOVE FUNCTION CURRENT-DATE(1:6) TO Report-Month
          END-IF
          MOVE RM-Year TO FM-Year
          MOVE Fiscal-Start-Month TO FM-Month
          IF RM-Month < Fiscal-Start-Month
             SUBTRACT 1 FROM FM-Year
          END-IF
          MOVE Fiscal-Month TO Fiscal-Year-Start.

       LoadDepartments.
          MOVE LOW-VALUES TO DM-Dept-Code
          MOVE "N" TO Master-End-Switch
          START Dept-File KEY NOT < DM-Dept-Code
             INVALID KEY SET Master-End TO TRUE
          END-START
          PERFORM LoadOneDept UNTIL Master-End.

       LoadOneDept.
          READ Dept-File NEXT RECORD
             AT END SET Master-End TO TRUE
             NOT AT END
                IF Dept-Count < 100
                   ADD 1 TO Dept-Count
                   MOVE Dept-Count TO Dept-Sub
                   MOVE DM-Dept-Code TO DT-Dept(Dept-Sub)
                   MOVE DM-Dept-Name TO DT-Name(Dept-Sub)
                   MOVE "Y" TO DT-On-Master(Dept-Sub)
                   MOVE DM-Active-Flag TO DT-Active(Dept-Sub)
                   MOVE ZEROS TO DT-Month-Actual(Dept-Sub)
                   MOVE ZEROS TO DT-YTD-Actual(Dept-Sub)
                ELSE
                   DISPLAY "WARNING - DEPARTMENT TABLE FULL, "
                      DM-Dept-Code " NOT REPORTED"
                   SET Any-Flagged TO TRUE
                END-IF
          END-READ.

       ReadAuditLine.
          READ Audit-In-File
             AT END SET End-Of-File TO TRUE
          END-READ.

       ProcessAuditLine.
          IF AD-Record-Type = "D"
             MOVE AD-Timestamp(1:6) TO Audit-Month
             IF Audit-Month NOT < Fiscal-Year-Start
                   AND Audit-Month NOT > Report-Month
                PERFORM TallyDetailLine
             END-IF
          END-IF
          PERFORM ReadAuditLine.

       TallyDetailLine.
          PERFORM FindDeptEntry
          IF Entry-Found
             MOVE FUNCTION NUMVAL(AD-Result) TO Detail-Amount
             ADD Detail-Amount TO DT-YTD-Actual(Dept-Sub)
             IF Audit-Month = Report-Month
                ADD Detail-Amount TO DT-Month-Actual(Dept-Sub)
             END-IF
             ADD 1 TO Detail-Count
          END-IF.

      * Departments on the audit trail but not on the master are
      * added behind the master departments as they turn up.
       FindDeptEntry.
          MOVE "N" TO Found-Switch
          PERFORM VARYING Dept-Sub FROM 1 BY 1
                UNTIL Dept-Sub > Dept-Count OR Entry-Found
             IF DT-Dept(Dept-Sub) = AD-Dept
                MOVE "Y" TO Found-Switch
             END-IF
          END-PERFORM
          IF Entry-Found
             SUBTRACT 1 FROM Dept-Sub
          ELSE
             IF Dept-Count < 100
                ADD 1 TO Dept-Count
                MOVE Dept-Count TO Dept-Sub
                MOVE AD-Dept TO DT-Dept(Dept-Sub)
                IF AD-Dept = SPACES
                   MOVE "UNASSIGNED" TO DT-Name(Dept-Sub)
                ELSE
                   MOVE "NOT ON DEPT MASTER" TO DT-Name(Dept-Sub)
                END-IF
                MOVE "N" TO DT-On-Master(Dept-Sub)
                MOVE "Y" TO DT-Active(Dept-Sub)
                MOVE ZEROS TO DT-Month-Actual(Dept-Sub)
                MOVE ZEROS TO DT-YTD-Actual(Dept-Sub)
                MOVE "Y" TO Found-Switch
             ELSE
                ADD 1 TO Skipped-Records
             END-IF
          END-IF.

      * An inactive department is only reported when it still has
      * a budget or activity in the fiscal year.
       PrintOneDept.
          PERFORM GetDeptBudgets
          IF DT-Active(Dept-Sub) = "N"
                AND YTD-Budget = 0
                AND DT-YTD-Actual(Dept-Sub) = 0
             CONTINUE
          ELSE
             PERFORM PrintVarianceLine
          END-IF.

       GetDeptBudgets.
          MOVE ZEROS TO Month-Budget
          MOVE ZEROS TO YTD-Budget
          MOVE "N" TO Budget-Found-Switch
          MOVE Fiscal-Year-Start TO Fiscal-Month
          PERFORM AddMonthBudget
             UNTIL Fiscal-Month > Report-Month.

       AddMonthBudget.
          MOVE DT-Dept(Dept-Sub) TO BG-Dept
          MOVE Fiscal-Month TO BG-Month
          READ Budget-File
             INVALID KEY CONTINUE
             NOT INVALID KEY
                ADD BG-Amount TO YTD-Budget
                IF Fiscal-Month = Report-Month
                   MOVE BG-Amount TO Month-Budget
                   MOVE "Y" TO Budget-Found-Switch
                END-IF
          END-READ
          ADD 1 TO FM-Month
          IF FM-Month > 12
             MOVE 1 TO FM-Month
             ADD 1 TO FM-Year
          END-IF.

       PrintVarianceLine.
          SUBTRACT Month-Budget FROM DT-Month-Actual(Dept-Sub)
             GIVING Month-Variance
          SUBTRACT YTD-Budget FROM DT-YTD-Actual(Dept-Sub)
             GIVING YTD-Variance
          MOVE SPACES TO VL-Flag
          IF Month-Budget > 0
             COMPUTE Variance-Pct ROUNDED =
                   Month-Variance * 100 / Month-Budget
                ON SIZE ERROR MOVE 9999.9 TO Variance-Pct
             END-COMPUTE
             IF Variance-Pct > Variance-Tolerance
                MOVE "*** OVER TOL ***" TO VL-Flag
             END-IF
          ELSE
             MOVE ZEROS TO Variance-Pct
             IF DT-Month-Actual(Dept-Sub) > 0
                IF Budget-Found
                   MOVE "*** OVER TOL ***" TO VL-Flag
                ELSE
                   MOVE "*** NO BUDGET **" TO VL-Flag
                END-IF
             END-IF
          END-IF
          IF VL-Flag NOT = SPACES
             ADD 1 TO Flagged-Count
             SET Any-Flagged TO TRUE
          END-IF
          MOVE DT-Dept(Dept-Sub) TO VL-Dept
          MOVE DT-Name(Dept-Sub) TO VL-Name
          MOVE Month-Budget TO VL-Budget
          MOVE DT-Month-Actual(Dept-Sub) TO VL-Actual
          MOVE Month-Variance TO VL-Variance
          MOVE Variance-Pct TO VL-Pct
          MOVE YTD-Budget TO VL-YTD-Budget
          MOVE DT-YTD-Actual(Dept-Sub) TO VL-YTD-Actual
          MOVE YTD-Variance TO VL-YTD-Variance
          DISPLAY Variance-Line
          ADD Month-Budget TO Total-Month-Budget
          ADD DT-Month-Actual(Dept-Sub) TO Total-Month-Actual
          ADD YTD-Budget TO Total-YTD-Budget
          ADD DT-YTD-Actual(Dept-Sub) TO Total-YTD-Actual.

       PrintReportTotals.
          DISPLAY " "
          MOVE SPACES TO VL-Dept
          MOVE "TOTAL" TO VL-Name
          MOVE Total-Month-Budget TO VL-Budget
          MOVE Total-Month-Actual TO VL-Actual
          SUBTRACT Total-Month-Budget FROM Total-Month-Actual
             GIVING Month-Variance
          MOVE Month-Variance TO VL-Variance
          IF Total-Month-Budget > 0
             COMPUTE Variance-Pct ROUNDED =
                   Month-Variance * 100 / Total-Month-Budget
                ON SIZE ERROR MOVE 9999.9 TO Variance-Pct
             END-COMPUTE
          ELSE
             MOVE ZEROS TO Variance-Pct
          END-IF
          MOVE Variance-Pct TO VL-Pct
          MOVE Total-YTD-Budget TO VL-YTD-Budget
          MOVE Total-YTD-Actual TO VL-YTD-Actual
          SUBTRACT Total-YTD-Budget FROM Total-YTD-Actual
             GIVING YTD-Variance
          MOVE YTD-Variance TO VL-YTD-Variance
          MOVE SPACES TO VL-Flag
          DISPLAY Variance-Line
          DISPLAY " "
          DISPLAY "DETAIL LINES IN FISCAL YEAR  " Detail-Count
          DISPLAY "DEPARTMENTS FLAGGED          " Flagged-Count
          IF Skipped-Records > 0
             DISPLAY "WARNING - DEPARTMENT TABLE FULL, "
                Skipped-Records " RECORDS NOT SUMMARIZED"
             SET Any-Flagged TO TRUE
          END-IF.
