      ***********************************************************
      * Program name:    BDS0706
      * Original author: dastagg
      *
      * Description: Year-end wage and tax statements.
      * Prints one W-2 style statement per employee paid in the
      * tax year named on the payroll parameter record, straight
      * from the YTD file BDS0704 rolled forward all year: wages,
      * federal income tax, social security wages and tax,
      * Medicare wages and tax, state wages and state income tax,
      * each in its own box. Names come from the employee master;
      * a YTD entry whose SSN is no longer there still gets its
      * statement (the employee was paid and withheld from) and
      * sets return code 4.
      * The statement totals are the transmittal totals, printed
      * at the end and also written to the wage statement control
      * file. The year-end close (BDS0707) will not close a year
      * whose YTD file no longer agrees with those totals, so the
      * statements that went out are the year that was archived.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 dastagg       Created.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BDS0706.

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

           SELECT WageStmtFile
           ASSIGN TO "../data/c07-w2.rpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WageStmtFile-Status.

           SELECT WageCtlFile
           ASSIGN TO "../data/c07-w2ctl.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WageCtlFile-Status.

       DATA DIVISION.
       FILE SECTION.
      * Payroll period parameter, written by the period-end job -
      * only the tax year is used here.
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

       FD WageStmtFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  WageStmtRec               PIC X(80).

      * Wage statement control totals - one record per run, read
      * back by the year-end close.
       FD WageCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  WageCtlRec.
           02 W2C-Tax-Year          PIC 9(4).
           02 W2C-Sep1              PIC X.
           02 W2C-Stmt-Cnt          PIC 9(5).
           02 W2C-Sep2              PIC X.
           02 W2C-Wages             PIC 9(9)V99.
           02 W2C-Sep3              PIC X.
           02 W2C-Fed-Tax           PIC 9(9)V99.
           02 W2C-Sep4              PIC X.
           02 W2C-FICA-Wages        PIC 9(9)V99.
           02 W2C-Sep5              PIC X.
           02 W2C-FICA-Tax          PIC 9(9)V99.
           02 W2C-Sep6              PIC X.
           02 W2C-Medicare-Tax      PIC 9(9)V99.
           02 W2C-Sep7              PIC X.
           02 W2C-State-Tax         PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==PayParmFile==.
           COPY WSFST REPLACING ==:tag:== BY ==EmployeeFile==.
           COPY WSFST REPLACING ==:tag:== BY ==YTDFile==.
           COPY WSFST REPLACING ==:tag:== BY ==WageStmtFile==.
           COPY WSFST REPLACING ==:tag:== BY ==WageCtlFile==.

       01  WS-Statement-Counters.
           02 WS-YTD-Read-Cnt       PIC 9(6) COMP VALUE ZERO.
           02 WS-Statement-Cnt      PIC 9(5) VALUE ZERO.
           02 WS-Not-On-Master-Cnt  PIC 9(6) COMP VALUE ZERO.

       01  WS-Tax-Year              PIC 9(4) VALUE ZERO.

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

      *    One employee's boxes. A YTD record written before the
      *    withholding existed has wages but no tax figures; all
      *    of its wages were FICA wages.
       01  WS-Statement-Figures.
           02 WS-SF-Wages           PIC 9(7)V99 VALUE ZERO.
           02 WS-SF-Fed-Tax         PIC 9(7)V99 VALUE ZERO.
           02 WS-SF-FICA-Wages      PIC 9(7)V99 VALUE ZERO.
           02 WS-SF-FICA-Tax        PIC 9(7)V99 VALUE ZERO.
           02 WS-SF-Medicare-Tax    PIC 9(7)V99 VALUE ZERO.
           02 WS-SF-State-Tax       PIC 9(7)V99 VALUE ZERO.

       01  WS-Transmittal-Totals.
           02 WS-TT-Wages           PIC 9(9)V99 VALUE ZERO.
           02 WS-TT-Fed-Tax         PIC 9(9)V99 VALUE ZERO.
           02 WS-TT-FICA-Wages      PIC 9(9)V99 VALUE ZERO.
           02 WS-TT-FICA-Tax        PIC 9(9)V99 VALUE ZERO.
           02 WS-TT-Medicare-Tax    PIC 9(9)V99 VALUE ZERO.
           02 WS-TT-State-Tax       PIC 9(9)V99 VALUE ZERO.

       01  WS-WE-Date               PIC 9(8).
       01  FILLER REDEFINES WS-WE-Date.
           02 WS-WE-YYYY            PIC 9(4).
           02 WS-WE-MMDD            PIC 9(4).

       01  WS-Title-Line.
           02 FILLER                PIC X(32) VALUE
              "WAGE AND TAX STATEMENT".
           02 FILLER                PIC X(09) VALUE "TAX YEAR ".
           02 WS-TL-Tax-Year        PIC 9(4).
           02 FILLER                PIC X(35) VALUE SPACE.

       01  WS-Employee-Line.
           02 FILLER                PIC X(13) VALUE "EMPLOYEE SSN ".
           02 WS-EL-EmpSSN          PIC 9(9).
           02 FILLER                PIC X(03) VALUE SPACE.
           02 WS-EL-Forename        PIC X(10).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-EL-Surname         PIC X(15).
           02 FILLER                PIC X(29) VALUE SPACE.

       01  WS-Box-Line.
           02 FILLER                PIC X(04) VALUE "BOX ".
           02 WS-BL-Box             PIC Z9.
           02 FILLER                PIC X VALUE SPACE.
           02 WS-BL-Description     PIC X(36).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-BL-Amount          PIC 9(9).99.
           02 FILLER                PIC X(24) VALUE SPACE.

       01  WS-Stmt-Rule             PIC X(80) VALUE ALL "=".

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(044) VALUE
              "*** Program BDS0706 - Statement Messages".

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
           OPEN OUTPUT WageStmtFile
           IF NOT WS-WageStmtFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open WageStmtFile Failed."
             DISPLAY "File Status: " WS-WageStmtFile-Status
             PERFORM AbortRun
           END-IF
           OPEN OUTPUT WageCtlFile
           IF NOT WS-WageCtlFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open WageCtlFile Failed."
             DISPLAY "File Status: " WS-WageCtlFile-Status
             PERFORM AbortRun
           END-IF

           MOVE WS-Tax-Year TO WS-TL-Tax-Year
           PERFORM ReadYTDFile
           PERFORM UNTIL WS-YTDFile-EOF
             PERFORM PrintOneStatement
             PERFORM ReadYTDFile
           END-PERFORM

           PERFORM PrintTransmittalTotals
           PERFORM WriteWageControl
           DISPLAY EOJ-End-Message
           DISPLAY "   Tax Year:                " WS-Tax-Year
           DISPLAY "   YTD Records Read:        " WS-YTD-Read-Cnt
           DISPLAY "   Statements Printed:      " WS-Statement-Cnt
           DISPLAY "   Total Wages:             " WS-TT-Wages
           DISPLAY "   Federal Tax Withheld:    " WS-TT-Fed-Tax
           IF WS-Not-On-Master-Cnt > ZERO
             DISPLAY "   SSNs Not on Master:      "
                WS-Not-On-Master-Cnt
             MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE YTDFile, WageStmtFile, WageCtlFile
           STOP RUN.

       AbortRun.
           CLOSE PayParmFile, EmployeeFile, YTDFile, WageStmtFile,
                 WageCtlFile.
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
           CLOSE PayParmFile.

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

       PrintOneStatement.
      *    The YTD file holds one payroll year; a week from any
      *    other year means the parameter names the wrong year or
      *    the year has already been closed.
           IF YTD-Last-WE-X NUMERIC AND YTD-Last-WE > ZERO
             MOVE YTD-Last-WE TO WS-WE-Date
             IF WS-WE-YYYY NOT = WS-Tax-Year
               DISPLAY "** ERROR **: PrintOneStatement"
               DISPLAY "YTD file holds year " WS-WE-YYYY
                  ", statements asked for " WS-Tax-Year
               PERFORM AbortRun
             END-IF
           END-IF.
           MOVE YTD-Gross TO WS-SF-Wages.
           IF YTD-Tax-Area = SPACES
             MOVE ZERO TO WS-SF-Fed-Tax WS-SF-FICA-Tax
                          WS-SF-Medicare-Tax WS-SF-State-Tax
             MOVE YTD-Gross TO WS-SF-FICA-Wages
           ELSE
             MOVE YTD-Fed-Tax TO WS-SF-Fed-Tax
             MOVE YTD-FICA-Wages TO WS-SF-FICA-Wages
             MOVE YTD-FICA-Tax TO WS-SF-FICA-Tax
             MOVE YTD-Medicare-Tax TO WS-SF-Medicare-Tax
             MOVE YTD-State-Tax TO WS-SF-State-Tax
           END-IF.
      *    No wages, no statement.
           IF WS-SF-Wages > ZERO
             PERFORM FindEmployeeName
             MOVE YTD-EmpSSN TO WS-EL-EmpSSN
             MOVE WS-Stmt-Rule TO WageStmtRec
             PERFORM WriteStatementRecord
             WRITE WageStmtRec FROM WS-Title-Line
             PERFORM CheckStatementWrite
             WRITE WageStmtRec FROM WS-Employee-Line
             PERFORM CheckStatementWrite
             MOVE 1 TO WS-BL-Box
             MOVE "WAGES, TIPS, OTHER COMPENSATION"
                TO WS-BL-Description
             MOVE WS-SF-Wages TO WS-BL-Amount
             PERFORM WriteBoxLine
             MOVE 2 TO WS-BL-Box
             MOVE "FEDERAL INCOME TAX WITHHELD" TO WS-BL-Description
             MOVE WS-SF-Fed-Tax TO WS-BL-Amount
             PERFORM WriteBoxLine
             MOVE 3 TO WS-BL-Box
             MOVE "SOCIAL SECURITY WAGES" TO WS-BL-Description
             MOVE WS-SF-FICA-Wages TO WS-BL-Amount
             PERFORM WriteBoxLine
             MOVE 4 TO WS-BL-Box
             MOVE "SOCIAL SECURITY TAX WITHHELD"
                TO WS-BL-Description
             MOVE WS-SF-FICA-Tax TO WS-BL-Amount
             PERFORM WriteBoxLine
             MOVE 5 TO WS-BL-Box
             MOVE "MEDICARE WAGES AND TIPS" TO WS-BL-Description
             MOVE WS-SF-Wages TO WS-BL-Amount
             PERFORM WriteBoxLine
             MOVE 6 TO WS-BL-Box
             MOVE "MEDICARE TAX WITHHELD" TO WS-BL-Description
             MOVE WS-SF-Medicare-Tax TO WS-BL-Amount
             PERFORM WriteBoxLine
             MOVE 16 TO WS-BL-Box
             MOVE "STATE WAGES, TIPS, ETC." TO WS-BL-Description
             MOVE WS-SF-Wages TO WS-BL-Amount
             PERFORM WriteBoxLine
             MOVE 17 TO WS-BL-Box
             MOVE "STATE INCOME TAX" TO WS-BL-Description
             MOVE WS-SF-State-Tax TO WS-BL-Amount
             PERFORM WriteBoxLine
             ADD 1 TO WS-Statement-Cnt
             ADD WS-SF-Wages TO WS-TT-Wages
             ADD WS-SF-Fed-Tax TO WS-TT-Fed-Tax
             ADD WS-SF-FICA-Wages TO WS-TT-FICA-Wages
             ADD WS-SF-FICA-Tax TO WS-TT-FICA-Tax
             ADD WS-SF-Medicare-Tax TO WS-TT-Medicare-Tax
             ADD WS-SF-State-Tax TO WS-TT-State-Tax
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
             MOVE WS-EM-Surname(WS-EM-Found-IDX) TO WS-EL-Surname
             MOVE WS-EM-Forename(WS-EM-Found-IDX) TO WS-EL-Forename
           ELSE
             ADD 1 TO WS-Not-On-Master-Cnt
             MOVE "NOT ON MASTER" TO WS-EL-Surname
             MOVE SPACES TO WS-EL-Forename
             DISPLAY "** WARNING **: YTD SSN not on master - "
                YTD-EmpSSN
           END-IF.

       PrintTransmittalTotals.
      *    Every statement's boxes summed - the figures the
      *    transmittal of the statements carries, and what the
      *    four quarterly summaries for the year add up to.
           MOVE WS-Stmt-Rule TO WageStmtRec.
           PERFORM WriteStatementRecord.
           MOVE "TRANSMITTAL TOTALS" TO WageStmtRec.
           PERFORM WriteStatementRecord.
           WRITE WageStmtRec FROM WS-Title-Line.
           PERFORM CheckStatementWrite.
           MOVE 1 TO WS-BL-Box.
           MOVE "WAGES, TIPS, OTHER COMPENSATION" TO WS-BL-Description.
           MOVE WS-TT-Wages TO WS-BL-Amount.
           PERFORM WriteBoxLine.
           MOVE 2 TO WS-BL-Box.
           MOVE "FEDERAL INCOME TAX WITHHELD" TO WS-BL-Description.
           MOVE WS-TT-Fed-Tax TO WS-BL-Amount.
           PERFORM WriteBoxLine.
           MOVE 3 TO WS-BL-Box.
           MOVE "SOCIAL SECURITY WAGES" TO WS-BL-Description.
           MOVE WS-TT-FICA-Wages TO WS-BL-Amount.
           PERFORM WriteBoxLine.
           MOVE 4 TO WS-BL-Box.
           MOVE "SOCIAL SECURITY TAX WITHHELD" TO WS-BL-Description.
           MOVE WS-TT-FICA-Tax TO WS-BL-Amount.
           PERFORM WriteBoxLine.
           MOVE 5 TO WS-BL-Box.
           MOVE "MEDICARE WAGES AND TIPS" TO WS-BL-Description.
           MOVE WS-TT-Wages TO WS-BL-Amount.
           PERFORM WriteBoxLine.
           MOVE 6 TO WS-BL-Box.
           MOVE "MEDICARE TAX WITHHELD" TO WS-BL-Description.
           MOVE WS-TT-Medicare-Tax TO WS-BL-Amount.
           PERFORM WriteBoxLine.
           MOVE 17 TO WS-BL-Box.
           MOVE "STATE INCOME TAX" TO WS-BL-Description.
           MOVE WS-TT-State-Tax TO WS-BL-Amount.
           PERFORM WriteBoxLine.

       WriteWageControl.
           MOVE SPACES TO WageCtlRec.
           MOVE WS-Tax-Year TO W2C-Tax-Year.
           MOVE WS-Statement-Cnt TO W2C-Stmt-Cnt.
           MOVE WS-TT-Wages TO W2C-Wages.
           MOVE WS-TT-Fed-Tax TO W2C-Fed-Tax.
           MOVE WS-TT-FICA-Wages TO W2C-FICA-Wages.
           MOVE WS-TT-FICA-Tax TO W2C-FICA-Tax.
           MOVE WS-TT-Medicare-Tax TO W2C-Medicare-Tax.
           MOVE WS-TT-State-Tax TO W2C-State-Tax.
           WRITE WageCtlRec.
           IF NOT WS-WageCtlFile-Good
             DISPLAY "** ERROR **: WriteWageControl"
             DISPLAY "Write WageCtlFile Failed."
             DISPLAY "File Status: " WS-WageCtlFile-Status
             PERFORM AbortRun
           END-IF.

       WriteBoxLine.
           WRITE WageStmtRec FROM WS-Box-Line.
           PERFORM CheckStatementWrite.

       WriteStatementRecord.
           WRITE WageStmtRec.
           PERFORM CheckStatementWrite.

       CheckStatementWrite.
           IF NOT WS-WageStmtFile-Good
             DISPLAY "** ERROR **: CheckStatementWrite"
             DISPLAY "Write WageStmtFile Failed."
             DISPLAY "File Status: " WS-WageStmtFile-Status
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
