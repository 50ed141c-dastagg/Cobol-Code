      ***********************************************************
      * Program name:    BDS0705
      * Original author: dastagg
      *
      * Description: Quarterly wage and tax summary.
      * Reads the payroll YTD file BDS0704 rolls forward and
      * prints, for the year and quarter named on the payroll
      * parameter record, every employee's wages and each tax
      * withheld in that quarter, the employer's FICA and
      * Medicare share beside them, and the quarter's totals laid
      * out the way the quarterly federal return and the state
      * withholding return ask for them. The quarter figures are
      * the per-quarter buckets on the YTD record, so the summary
      * can be rerun for any quarter of the open year.
      * Names come from the employee master; a YTD entry whose SSN
      * is no longer there still prints (its taxes were withheld
      * all the same) and sets return code 4.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 dastagg       Created.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BDS0705.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PayParmFile
           ASSIGN TO "../data/c07-payparm.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PayParmFile-Status.

           SELECT EmployeeFile
           ASSIGN TO "../data/c07-employee.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EmployeeFile-Status.

           SELECT YTDFile
           ASSIGN TO "../data/c07-ytd.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-YTDFile-Status.

           SELECT QtrSummaryFile
           ASSIGN TO "../data/c07-qtrsum.rpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QtrSummaryFile-Status.

       DATA DIVISION.
       FILE SECTION.
      * Payroll period parameter, written by the period-end job:
      * the tax year and, for the quarterly summary, the quarter.
       FD PayParmFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PayParmRec.
           02 PP-Tax-Year           PIC 9(4).
           02 PP-Quarter            PIC 9.

       FD EmployeeFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY EMPLOYEE REPLACING ==:tag:== BY ==EF==.

       FD YTDFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY YTDREC REPLACING ==:tag:== BY ==YTD==.

       FD QtrSummaryFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  QtrSummaryRec             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==PayParmFile==.
           COPY WSFST REPLACING ==:tag:== BY ==EmployeeFile==.
           COPY WSFST REPLACING ==:tag:== BY ==YTDFile==.
           COPY WSFST REPLACING ==:tag:== BY ==QtrSummaryFile==.

       01  WS-Summary-Counters.
           02 WS-YTD-Read-Cnt       PIC 9(6) COMP VALUE ZERO.
           02 WS-Employee-Line-Cnt  PIC 9(6) COMP VALUE ZERO.
           02 WS-Not-On-Master-Cnt  PIC 9(6) COMP VALUE ZERO.

       01  WS-Parm-Values.
           02 WS-Tax-Year           PIC 9(4) VALUE ZERO.
           02 WS-Quarter            PIC 9 VALUE ZERO.

      *    Employee names, loaded once from the master.
       01  WS-Employees.
           02 WS-EM-Max             PIC 9(04) COMP VALUE 500.
           02 WS-EM-Cnt             PIC 9(04) COMP VALUE ZERO.
           02 WS-EM-Table OCCURS 500 TIMES.
              03 WS-EM-EmpSSN       PIC 9(9).
              03 WS-EM-Surname      PIC X(15).
              03 WS-EM-Forename     PIC X(10).
           02 WS-EM-IDX             PIC 9(04) COMP VALUE ZERO.
           02 WS-EM-Found-IDX       PIC 9(04) COMP VALUE ZERO.

      *    The quarter's figures for the one YTD record in hand -
      *    zero for a record written before the withholding.
       01  WS-Quarter-Figures.
           02 WS-QF-Gross           PIC 9(7)V99 VALUE ZERO.
           02 WS-QF-Fed-Tax         PIC 9(7)V99 VALUE ZERO.
           02 WS-QF-State-Tax       PIC 9(7)V99 VALUE ZERO.
           02 WS-QF-FICA-Tax        PIC 9(7)V99 VALUE ZERO.
           02 WS-QF-Medicare-Tax    PIC 9(7)V99 VALUE ZERO.
           02 WS-QF-ER-FICA         PIC 9(7)V99 VALUE ZERO.
           02 WS-QF-ER-Medicare     PIC 9(7)V99 VALUE ZERO.

       01  WS-Quarter-Totals.
           02 WS-QT-Gross           PIC 9(9)V99 VALUE ZERO.
           02 WS-QT-Fed-Tax         PIC 9(9)V99 VALUE ZERO.
           02 WS-QT-State-Tax       PIC 9(9)V99 VALUE ZERO.
           02 WS-QT-FICA-Tax        PIC 9(9)V99 VALUE ZERO.
           02 WS-QT-Medicare-Tax    PIC 9(9)V99 VALUE ZERO.
           02 WS-QT-ER-FICA         PIC 9(9)V99 VALUE ZERO.
           02 WS-QT-ER-Medicare     PIC 9(9)V99 VALUE ZERO.
           02 WS-QT-FICA-Total      PIC 9(9)V99 VALUE ZERO.
           02 WS-QT-Medicare-Total  PIC 9(9)V99 VALUE ZERO.
           02 WS-QT-Federal-Liability PIC 9(9)V99 VALUE ZERO.

       01  WS-WE-Date               PIC 9(8).
       01  FILLER REDEFINES WS-WE-Date.
           02 WS-WE-YYYY            PIC 9(4).
           02 WS-WE-MMDD            PIC 9(4).

       01  WS-Title-Line.
           02 FILLER                PIC X(32) VALUE
              "QUARTERLY WAGE AND TAX SUMMARY  ".
           02 WS-TL-Tax-Year        PIC 9(4).
           02 FILLER                PIC X(02) VALUE " Q".
           02 WS-TL-Quarter         PIC 9.
           02 FILLER                PIC X(93) VALUE SPACE.

       01  WS-Heading-Line.
           02 FILLER                PIC X(36) VALUE
              "SSN       SURNAME         FORENAME".
           02 FILLER                PIC X(11) VALUE "  QTR GROSS".
           02 FILLER                PIC X(11) VALUE "    FED TAX".
           02 FILLER                PIC X(11) VALUE "  STATE TAX".
           02 FILLER                PIC X(11) VALUE "    FICA EE".
           02 FILLER                PIC X(11) VALUE "     MED EE".
           02 FILLER                PIC X(11) VALUE "    FICA ER".
           02 FILLER                PIC X(11) VALUE "     MED ER".
           02 FILLER                PIC X(19) VALUE SPACE.

       01  WS-Detail-Line.
           02 WS-DL-EmpSSN          PIC 9(9).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-DL-Surname         PIC X(15).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-DL-Forename        PIC X(10).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-DL-Gross           PIC 9(7).99.
           02 FILLER                PIC X VALUE SPACE.
           02 WS-DL-Fed-Tax         PIC 9(7).99.
           02 FILLER                PIC X VALUE SPACE.
           02 WS-DL-State-Tax       PIC 9(7).99.
           02 FILLER                PIC X VALUE SPACE.
           02 WS-DL-FICA-Tax        PIC 9(7).99.
           02 FILLER                PIC X VALUE SPACE.
           02 WS-DL-Medicare-Tax    PIC 9(7).99.
           02 FILLER                PIC X VALUE SPACE.
           02 WS-DL-ER-FICA         PIC 9(7).99.
           02 FILLER                PIC X VALUE SPACE.
           02 WS-DL-ER-Medicare     PIC 9(7).99.
           02 FILLER                PIC X(19) VALUE SPACE.

       01  WS-Summary-Line.
           02 FILLER                PIC X(04) VALUE SPACE.
           02 WS-SL-Description     PIC X(40).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-SL-Amount          PIC 9(9).99.
           02 FILLER                PIC X(75) VALUE SPACE.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program BDS0705 - Summary Messages".

       PROCEDURE DIVISION.
       Begin.
           PERFORM ReadPayParm
           PERFORM LoadEmployees
           OPEN INPUT YTDFile
           IF NOT WS-YTDFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open YTDFile Failed."
             DISPLAY "File Status: " WS-YTDFile-Status
             PERFORM AbortRun
           END-IF
           OPEN OUTPUT QtrSummaryFile
           IF NOT WS-QtrSummaryFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open QtrSummaryFile Failed."
             DISPLAY "File Status: " WS-QtrSummaryFile-Status
             PERFORM AbortRun
           END-IF

           MOVE WS-Tax-Year TO WS-TL-Tax-Year
           MOVE WS-Quarter TO WS-TL-Quarter
           WRITE QtrSummaryRec FROM WS-Title-Line
           PERFORM CheckSummaryWrite
           WRITE QtrSummaryRec FROM WS-Heading-Line
           PERFORM CheckSummaryWrite

           PERFORM ReadYTDFile
           PERFORM UNTIL WS-YTDFile-EOF
             PERFORM SummarizeOneEmployee
             PERFORM ReadYTDFile
           END-PERFORM

           PERFORM PrintQuarterTotals
           DISPLAY EOJ-End-Message
           DISPLAY "   Tax Year / Quarter:      " WS-Tax-Year
              " Q" WS-Quarter
           DISPLAY "   YTD Records Read:        " WS-YTD-Read-Cnt
           DISPLAY "   Employees Listed:        " WS-Employee-Line-Cnt
           DISPLAY "   Quarter Wages:           " WS-QT-Gross
           DISPLAY "   Federal Tax Liability:   "
              WS-QT-Federal-Liability
           DISPLAY "   State Tax Withheld:      " WS-QT-State-Tax
           IF WS-Not-On-Master-Cnt > ZERO
             DISPLAY "   SSNs Not on Master:      "
                WS-Not-On-Master-Cnt
             MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE YTDFile, QtrSummaryFile
           STOP RUN.

       AbortRun.
           CLOSE PayParmFile, EmployeeFile, YTDFile, QtrSummaryFile.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       ReadPayParm.
           OPEN INPUT PayParmFile
           IF NOT WS-PayParmFile-Good
             DISPLAY "** ERROR **: ReadPayParm"
             DISPLAY "Open PayParmFile Failed."
             DISPLAY "File Status: " WS-PayParmFile-Status
             PERFORM AbortRun
           END-IF
           READ PayParmFile
                AT END SET WS-PayParmFile-EOF TO TRUE
           END-READ
           IF NOT WS-PayParmFile-Good
             DISPLAY "** ERROR **: ReadPayParm"
             DISPLAY "Read PayParmFile Failed."
             DISPLAY "File Status: " WS-PayParmFile-Status
             PERFORM AbortRun
           END-IF
           MOVE PP-Tax-Year TO WS-Tax-Year
           MOVE PP-Quarter TO WS-Quarter
           CLOSE PayParmFile
           IF WS-Quarter < 1 OR WS-Quarter > 4
             DISPLAY "** ERROR **: ReadPayParm"
             DISPLAY "Quarter must be 1 through 4: " WS-Quarter
             PERFORM AbortRun
           END-IF.

       LoadEmployees.
           OPEN INPUT EmployeeFile
           IF NOT WS-EmployeeFile-Good
             DISPLAY "** ERROR **: LoadEmployees"
             DISPLAY "Open EmployeeFile Failed."
             DISPLAY "File Status: " WS-EmployeeFile-Status
             PERFORM AbortRun
           END-IF
           PERFORM ReadEmployeeFile
           PERFORM UNTIL WS-EmployeeFile-EOF
             IF WS-EM-Cnt >= WS-EM-Max
               DISPLAY "** ERROR **: LoadEmployees"
               DISPLAY "More employees than the table holds."
               PERFORM AbortRun
             END-IF
             ADD 1 TO WS-EM-Cnt
             MOVE EF-EmpSSN TO WS-EM-EmpSSN(WS-EM-Cnt)
             MOVE EF-EmpSurname TO WS-EM-Surname(WS-EM-Cnt)
             MOVE EF-EmpForename TO WS-EM-Forename(WS-EM-Cnt)
             PERFORM ReadEmployeeFile
           END-PERFORM
           CLOSE EmployeeFile
           IF NOT WS-EmployeeFile-Good
             DISPLAY "** ERROR **: LoadEmployees"
             DISPLAY "Close EmployeeFile Failed."
             DISPLAY "File Status: " WS-EmployeeFile-Status
             PERFORM AbortRun
           END-IF.

       SummarizeOneEmployee.
      *    The YTD file holds one payroll year; a week from any
      *    other year means the parameter names the wrong year or
      *    the file has already been closed and restarted.
           IF YTD-Last-WE-X NUMERIC AND YTD-Last-WE > ZERO
             MOVE YTD-Last-WE TO WS-WE-Date
             IF WS-WE-YYYY NOT = WS-Tax-Year
               DISPLAY "** ERROR **: SummarizeOneEmployee"
               DISPLAY "YTD file holds year " WS-WE-YYYY
                  ", summary asked for " WS-Tax-Year
               PERFORM AbortRun
             END-IF
           END-IF.
           IF YTD-Tax-Area = SPACES
             MOVE ZERO TO WS-QF-Gross WS-QF-Fed-Tax WS-QF-State-Tax
                          WS-QF-FICA-Tax WS-QF-Medicare-Tax
                          WS-QF-ER-FICA WS-QF-ER-Medicare
           ELSE
             MOVE YTD-Q-Gross(WS-Quarter) TO WS-QF-Gross
             MOVE YTD-Q-Fed-Tax(WS-Quarter) TO WS-QF-Fed-Tax
             MOVE YTD-Q-State-Tax(WS-Quarter) TO WS-QF-State-Tax
             MOVE YTD-Q-FICA-Tax(WS-Quarter) TO WS-QF-FICA-Tax
             MOVE YTD-Q-Medicare-Tax(WS-Quarter)
                TO WS-QF-Medicare-Tax
             MOVE YTD-Q-ER-FICA(WS-Quarter) TO WS-QF-ER-FICA
             MOVE YTD-Q-ER-Medicare(WS-Quarter) TO WS-QF-ER-Medicare
           END-IF.
      *    Nobody paid in the quarter, nothing to report.
           IF WS-QF-Gross > ZERO
             PERFORM FindEmployeeName
             MOVE YTD-EmpSSN TO WS-DL-EmpSSN
             MOVE WS-QF-Gross TO WS-DL-Gross
             MOVE WS-QF-Fed-Tax TO WS-DL-Fed-Tax
             MOVE WS-QF-State-Tax TO WS-DL-State-Tax
             MOVE WS-QF-FICA-Tax TO WS-DL-FICA-Tax
             MOVE WS-QF-Medicare-Tax TO WS-DL-Medicare-Tax
             MOVE WS-QF-ER-FICA TO WS-DL-ER-FICA
             MOVE WS-QF-ER-Medicare TO WS-DL-ER-Medicare
             WRITE QtrSummaryRec FROM WS-Detail-Line
             PERFORM CheckSummaryWrite
             ADD 1 TO WS-Employee-Line-Cnt
             ADD WS-QF-Gross TO WS-QT-Gross
             ADD WS-QF-Fed-Tax TO WS-QT-Fed-Tax
             ADD WS-QF-State-Tax TO WS-QT-State-Tax
             ADD WS-QF-FICA-Tax TO WS-QT-FICA-Tax
             ADD WS-QF-Medicare-Tax TO WS-QT-Medicare-Tax
             ADD WS-QF-ER-FICA TO WS-QT-ER-FICA
             ADD WS-QF-ER-Medicare TO WS-QT-ER-Medicare
           END-IF.

       FindEmployeeName.
           MOVE ZERO TO WS-EM-Found-IDX.
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                   UNTIL WS-EM-IDX > WS-EM-Cnt
             IF WS-EM-EmpSSN(WS-EM-IDX) = YTD-EmpSSN
               MOVE WS-EM-IDX TO WS-EM-Found-IDX
             END-IF
           END-PERFORM.
           IF WS-EM-Found-IDX > ZERO
             MOVE WS-EM-Surname(WS-EM-Found-IDX) TO WS-DL-Surname
             MOVE WS-EM-Forename(WS-EM-Found-IDX) TO WS-DL-Forename
           ELSE
             ADD 1 TO WS-Not-On-Master-Cnt
             MOVE "NOT ON MASTER" TO WS-DL-Surname
             MOVE SPACES TO WS-DL-Forename
             DISPLAY "** WARNING **: YTD SSN not on master - "
                YTD-EmpSSN
           END-IF.

       PrintQuarterTotals.
      *    The employee total line ties to the detail; the summary
      *    below it is the quarter's return in the order the return
      *    asks for it - FICA and Medicare both shares together,
      *    and the federal liability is the income tax withheld
      *    plus both shares of each.
           MOVE ALL "-" TO QtrSummaryRec.
           WRITE QtrSummaryRec.
           PERFORM CheckSummaryWrite.
           MOVE ZERO TO WS-DL-EmpSSN.
           MOVE "QUARTER TOTAL" TO WS-DL-Surname.
           MOVE SPACES TO WS-DL-Forename.
           MOVE WS-QT-Gross TO WS-DL-Gross.
           MOVE WS-QT-Fed-Tax TO WS-DL-Fed-Tax.
           MOVE WS-QT-State-Tax TO WS-DL-State-Tax.
           MOVE WS-QT-FICA-Tax TO WS-DL-FICA-Tax.
           MOVE WS-QT-Medicare-Tax TO WS-DL-Medicare-Tax.
           MOVE WS-QT-ER-FICA TO WS-DL-ER-FICA.
           MOVE WS-QT-ER-Medicare TO WS-DL-ER-Medicare.
           WRITE QtrSummaryRec FROM WS-Detail-Line.
           PERFORM CheckSummaryWrite.
           COMPUTE WS-QT-FICA-Total = WS-QT-FICA-Tax + WS-QT-ER-FICA.
           COMPUTE WS-QT-Medicare-Total =
              WS-QT-Medicare-Tax + WS-QT-ER-Medicare.
           COMPUTE WS-QT-Federal-Liability = WS-QT-Fed-Tax
              + WS-QT-FICA-Total + WS-QT-Medicare-Total.
           MOVE SPACES TO QtrSummaryRec.
           WRITE QtrSummaryRec.
           PERFORM CheckSummaryWrite.
           MOVE "WAGES PAID IN QUARTER" TO WS-SL-Description.
           MOVE WS-QT-Gross TO WS-SL-Amount.
           PERFORM WriteSummaryLine.
           MOVE "FEDERAL INCOME TAX WITHHELD" TO WS-SL-Description.
           MOVE WS-QT-Fed-Tax TO WS-SL-Amount.
           PERFORM WriteSummaryLine.
           MOVE "SOCIAL SECURITY TAX - BOTH SHARES"
              TO WS-SL-Description.
           MOVE WS-QT-FICA-Total TO WS-SL-Amount.
           PERFORM WriteSummaryLine.
           MOVE "MEDICARE TAX - BOTH SHARES"
              TO WS-SL-Description.
           MOVE WS-QT-Medicare-Total TO WS-SL-Amount.
           PERFORM WriteSummaryLine.
           MOVE "TOTAL FEDERAL TAX LIABILITY" TO WS-SL-Description.
           MOVE WS-QT-Federal-Liability TO WS-SL-Amount.
           PERFORM WriteSummaryLine.
           MOVE "STATE INCOME TAX WITHHELD" TO WS-SL-Description.
           MOVE WS-QT-State-Tax TO WS-SL-Amount.
           PERFORM WriteSummaryLine.

       WriteSummaryLine.
           DISPLAY WS-Summary-Line(1:58).
           WRITE QtrSummaryRec FROM WS-Summary-Line.
           PERFORM CheckSummaryWrite.

       CheckSummaryWrite.
           IF NOT WS-QtrSummaryFile-Good
             DISPLAY "** ERROR **: CheckSummaryWrite"
             DISPLAY "Write QtrSummaryFile Failed."
             DISPLAY "File Status: " WS-QtrSummaryFile-Status
             PERFORM AbortRun
           END-IF.

       ReadYTDFile.
           READ YTDFile
                AT END SET WS-YTDFile-EOF TO TRUE
           END-READ.
           IF NOT WS-YTDFile-Good AND NOT WS-YTDFile-EOF
             DISPLAY "** ERROR **: ReadYTDFile"
             DISPLAY "Read YTDFile Failed."
             DISPLAY "File Status: " WS-YTDFile-Status
             PERFORM AbortRun
           END-IF.
           IF WS-YTDFile-Good
             ADD 1 TO WS-YTD-Read-Cnt
           END-IF.

       ReadEmployeeFile.
           READ EmployeeFile
                AT END SET WS-EmployeeFile-EOF TO TRUE
           END-READ.
           IF NOT WS-EmployeeFile-Good AND NOT WS-EmployeeFile-EOF
             DISPLAY "** ERROR **: ReadEmployeeFile"
             DISPLAY "Read EmployeeFile Failed."
             DISPLAY "File Status: " WS-EmployeeFile-Status
             PERFORM AbortRun
           END-IF.
