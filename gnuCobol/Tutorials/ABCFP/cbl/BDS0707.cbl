      ***********************************************************
      * Program name:    BDS0707
      * Original author: dastagg
      *
      * Description: Payroll year-end close.
      * Checks that the year named on the payroll parameter record
      * can be closed and, only when it can, writes the empty YTD
      * side file the period-end job swaps in once it has archived
      * the closing c07-ytd.dat.txt under the year. The year can
      * be closed when:
      *   - every week posted on the YTD file falls in that year
      *     (a week of the new year posted already means the close
      *     came too late and the figures have to be separated by
      *     hand first)
      *   - the wage statements (BDS0706) have been run for that
      *     year, and the YTD file still agrees with the control
      *     totals they left - statement count, wages, and every
      *     tax - so what went out to employees is exactly the
      *     year that gets archived.
      * Any failure prints on the close report, sets return code
      * 8 and writes no side file, so the job leaves the live YTD
      * file alone.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 dastagg       Created.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BDS0707.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PayParmFile
           ASSIGN TO "../data/c07-payparm.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PayParmFile-Status.

           SELECT YTDFile
           ASSIGN TO "../data/c07-ytd.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-YTDFile-Status.

           SELECT NewYTDFile
           ASSIGN TO "../data/c07-ytdnew.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NewYTDFile-Status.

           SELECT WageCtlFile
           ASSIGN TO "../data/c07-w2ctl.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WageCtlFile-Status.

           SELECT CloseReportFile
           ASSIGN TO "../data/c07-yeclose.rpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CloseReportFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD PayParmFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PayParmRec.
           02 PP-Tax-Year           PIC 9(4).
           02 PP-Quarter            PIC 9.

       FD YTDFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY YTDREC REPLACING ==:tag:== BY ==YTD==.

       FD NewYTDFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  NewYTDRec                PIC X(398).

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

       FD CloseReportFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CloseReportRec            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==PayParmFile==.
           COPY WSFST REPLACING ==:tag:== BY ==YTDFile==.
           COPY WSFST REPLACING ==:tag:== BY ==NewYTDFile==.
           COPY WSFST REPLACING ==:tag:== BY ==WageCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CloseReportFile==.

       01  WS-Close-Counters.
           02 WS-YTD-Read-Cnt       PIC 9(6) COMP VALUE ZERO.
           02 WS-Wrong-Year-Cnt     PIC 9(6) COMP VALUE ZERO.
           02 WS-Close-Error-Cnt    PIC 9(4) COMP VALUE ZERO.

       01  WS-Tax-Year              PIC 9(4) VALUE ZERO.

      *    The closing year's totals, worked out from the YTD file
      *    the same way BDS0706 works them out for the statements.
       01  WS-Closing-Totals.
           02 WS-CT-Stmt-Cnt        PIC 9(5) VALUE ZERO.
           02 WS-CT-Wages           PIC 9(9)V99 VALUE ZERO.
           02 WS-CT-Fed-Tax         PIC 9(9)V99 VALUE ZERO.
           02 WS-CT-FICA-Wages      PIC 9(9)V99 VALUE ZERO.
           02 WS-CT-FICA-Tax        PIC 9(9)V99 VALUE ZERO.
           02 WS-CT-Medicare-Tax    PIC 9(9)V99 VALUE ZERO.
           02 WS-CT-State-Tax       PIC 9(9)V99 VALUE ZERO.

       01  WS-WE-Date               PIC 9(8).
       01  FILLER REDEFINES WS-WE-Date.
           02 WS-WE-YYYY            PIC 9(4).
           02 WS-WE-MMDD            PIC 9(4).

       01  WS-Title-Line.
           02 FILLER                PIC X(34) VALUE
              "PAYROLL YEAR-END CLOSE - TAX YEAR ".
           02 WS-TL-Tax-Year        PIC 9(4).
           02 FILLER                PIC X(42) VALUE SPACE.

       01  WS-Report-Line.
           02 WS-RL-Description     PIC X(39).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-RL-YTD-Amount      PIC 9(9).99.
           02 FILLER                PIC X VALUE SPACE.
           02 WS-RL-Ctl-Amount      PIC 9(9).99.
           02 FILLER                PIC X VALUE SPACE.
           02 WS-RL-Flag            PIC X(14).

       01  WS-Report-Heading.
           02 FILLER                PIC X(40) VALUE SPACE.
           02 FILLER                PIC X(12) VALUE "    YTD FILE".
           02 FILLER                PIC X(13) VALUE "  STATEMENTS".
           02 FILLER                PIC X(15) VALUE SPACE.

       01  WS-Message-Line.
           02 FILLER                PIC X(04) VALUE "*** ".
           02 WS-ML-Text            PIC X(60).
           02 FILLER                PIC X(16) VALUE SPACE.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(040) VALUE
              "*** Program BDS0707 - Close Messages".

       PROCEDURE DIVISION.
       Begin.
           PERFORM ReadPayParm
           OPEN OUTPUT CloseReportFile
           IF NOT WS-CloseReportFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open CloseReportFile Failed."
             DISPLAY "File Status: " WS-CloseReportFile-Status
             PERFORM AbortRun
           END-IF
           MOVE WS-Tax-Year TO WS-TL-Tax-Year
           WRITE CloseReportRec FROM WS-Title-Line
           PERFORM CheckReportWrite

           PERFORM TotalClosingYear
           PERFORM CompareWageControl

           IF WS-Close-Error-Cnt = ZERO
             PERFORM WriteEmptyYTD
             MOVE "YEAR CLOSED - YTD FILE STARTS THE NEW YEAR AT ZERO"
                TO WS-ML-Text
           ELSE
             MOVE "YEAR NOT CLOSED - YTD FILE LEFT AS IT IS"
                TO WS-ML-Text
           END-IF
           WRITE CloseReportRec FROM WS-Message-Line
           PERFORM CheckReportWrite

           DISPLAY EOJ-End-Message
           DISPLAY "   Tax Year:                " WS-Tax-Year
           DISPLAY "   YTD Records Read:        " WS-YTD-Read-Cnt
           DISPLAY "   Total Wages:             " WS-CT-Wages
           DISPLAY "   Close Errors:            " WS-Close-Error-Cnt
           DISPLAY "   " WS-ML-Text
           CLOSE CloseReportFile
           IF WS-Close-Error-Cnt > ZERO
             MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       AbortRun.
           CLOSE PayParmFile, YTDFile, NewYTDFile, WageCtlFile,
                 CloseReportFile.
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

       TotalClosingYear.
           OPEN INPUT YTDFile
           IF NOT WS-YTDFile-Good
             DISPLAY "** ERROR **: TotalClosingYear"
             DISPLAY "Open YTDFile Failed."
             DISPLAY "File Status: " WS-YTDFile-Status
             PERFORM AbortRun
           END-IF
           PERFORM ReadYTDFile
           PERFORM UNTIL WS-YTDFile-EOF
             PERFORM TotalOneYTDRecord
             PERFORM ReadYTDFile
           END-PERFORM
           CLOSE YTDFile
           IF WS-Wrong-Year-Cnt > ZERO
             ADD 1 TO WS-Close-Error-Cnt
             MOVE "YTD FILE HOLDS WEEKS FROM ANOTHER YEAR" TO WS-ML-Text
             WRITE CloseReportRec FROM WS-Message-Line
             PERFORM CheckReportWrite
           END-IF.

       TotalOneYTDRecord.
           IF YTD-Last-WE-X NUMERIC AND YTD-Last-WE > ZERO
             MOVE YTD-Last-WE TO WS-WE-Date
             IF WS-WE-YYYY NOT = WS-Tax-Year
               ADD 1 TO WS-Wrong-Year-Cnt
               DISPLAY "** CLOSE ERROR **: SSN " YTD-EmpSSN
                  " last posted week-ending " YTD-Last-WE
             END-IF
           END-IF.
      *    Counted exactly as BDS0706 counts a statement - wages
      *    above zero - and with the same treatment of a record
      *    from before the withholding.
           IF YTD-Gross > ZERO
             ADD 1 TO WS-CT-Stmt-Cnt
             ADD YTD-Gross TO WS-CT-Wages
             IF YTD-Tax-Area = SPACES
               ADD YTD-Gross TO WS-CT-FICA-Wages
             ELSE
               ADD YTD-Fed-Tax TO WS-CT-Fed-Tax
               ADD YTD-FICA-Wages TO WS-CT-FICA-Wages
               ADD YTD-FICA-Tax TO WS-CT-FICA-Tax
               ADD YTD-Medicare-Tax TO WS-CT-Medicare-Tax
               ADD YTD-State-Tax TO WS-CT-State-Tax
             END-IF
           END-IF.

       CompareWageControl.
      *    A missing control file (status "35") means the wage
      *    statements were never run - the year cannot close.
           OPEN INPUT WageCtlFile
           IF NOT WS-WageCtlFile-Good
             IF WS-WageCtlFile-Status = "35"
               ADD 1 TO WS-Close-Error-Cnt
               MOVE "WAGE STATEMENTS HAVE NOT BEEN RUN FOR THE YEAR"
                  TO WS-ML-Text
               WRITE CloseReportRec FROM WS-Message-Line
               PERFORM CheckReportWrite
             ELSE
               DISPLAY "** ERROR **: CompareWageControl"
               DISPLAY "Open WageCtlFile Failed."
               DISPLAY "File Status: " WS-WageCtlFile-Status
               PERFORM AbortRun
             END-IF
           ELSE
             READ WageCtlFile
                  AT END SET WS-WageCtlFile-EOF TO TRUE
             END-READ
             IF NOT WS-WageCtlFile-Good
               DISPLAY "** ERROR **: CompareWageControl"
               DISPLAY "Read WageCtlFile Failed."
               DISPLAY "File Status: " WS-WageCtlFile-Status
               PERFORM AbortRun
             END-IF
             PERFORM CompareControlTotals
             CLOSE WageCtlFile
           END-IF.

       CompareControlTotals.
           IF W2C-Tax-Year NOT = WS-Tax-Year
             ADD 1 TO WS-Close-Error-Cnt
             MOVE "WAGE STATEMENTS ON FILE ARE FOR ANOTHER YEAR"
                TO WS-ML-Text
             WRITE CloseReportRec FROM WS-Message-Line
             PERFORM CheckReportWrite
           END-IF.
           WRITE CloseReportRec FROM WS-Report-Heading.
           PERFORM CheckReportWrite.
           MOVE "STATEMENTS" TO WS-RL-Description.
           MOVE WS-CT-Stmt-Cnt TO WS-RL-YTD-Amount.
           MOVE W2C-Stmt-Cnt TO WS-RL-Ctl-Amount.
           PERFORM WriteComparisonLine.
           MOVE "WAGES, TIPS, OTHER COMPENSATION" TO WS-RL-Description.
           MOVE WS-CT-Wages TO WS-RL-YTD-Amount.
           MOVE W2C-Wages TO WS-RL-Ctl-Amount.
           PERFORM WriteComparisonLine.
           MOVE "FEDERAL INCOME TAX WITHHELD" TO WS-RL-Description.
           MOVE WS-CT-Fed-Tax TO WS-RL-YTD-Amount.
           MOVE W2C-Fed-Tax TO WS-RL-Ctl-Amount.
           PERFORM WriteComparisonLine.
           MOVE "SOCIAL SECURITY WAGES" TO WS-RL-Description.
           MOVE WS-CT-FICA-Wages TO WS-RL-YTD-Amount.
           MOVE W2C-FICA-Wages TO WS-RL-Ctl-Amount.
           PERFORM WriteComparisonLine.
           MOVE "SOCIAL SECURITY TAX WITHHELD" TO WS-RL-Description.
           MOVE WS-CT-FICA-Tax TO WS-RL-YTD-Amount.
           MOVE W2C-FICA-Tax TO WS-RL-Ctl-Amount.
           PERFORM WriteComparisonLine.
           MOVE "MEDICARE TAX WITHHELD" TO WS-RL-Description.
           MOVE WS-CT-Medicare-Tax TO WS-RL-YTD-Amount.
           MOVE W2C-Medicare-Tax TO WS-RL-Ctl-Amount.
           PERFORM WriteComparisonLine.
           MOVE "STATE INCOME TAX" TO WS-RL-Description.
           MOVE WS-CT-State-Tax TO WS-RL-YTD-Amount.
           MOVE W2C-State-Tax TO WS-RL-Ctl-Amount.
           PERFORM WriteComparisonLine.

       WriteComparisonLine.
      *    The two edited amounts compare equal exactly when the
      *    figures behind them do.
           IF WS-RL-YTD-Amount = WS-RL-Ctl-Amount
             MOVE SPACES TO WS-RL-Flag
           ELSE
             MOVE "** MISMATCH **" TO WS-RL-Flag
             ADD 1 TO WS-Close-Error-Cnt
           END-IF.
           WRITE CloseReportRec FROM WS-Report-Line.
           PERFORM CheckReportWrite.

       WriteEmptyYTD.
      *    Opened and closed with nothing written - the new year's
      *    YTD file, swapped in by the job after the archive copy.
           OPEN OUTPUT NewYTDFile
           IF NOT WS-NewYTDFile-Good
             DISPLAY "** ERROR **: WriteEmptyYTD"
             DISPLAY "Open NewYTDFile Failed."
             DISPLAY "File Status: " WS-NewYTDFile-Status
             PERFORM AbortRun
           END-IF
           CLOSE NewYTDFile
           IF NOT WS-NewYTDFile-Good
             DISPLAY "** ERROR **: WriteEmptyYTD"
             DISPLAY "Close NewYTDFile Failed."
             DISPLAY "File Status: " WS-NewYTDFile-Status
             PERFORM AbortRun
           END-IF.

       CheckReportWrite.
           IF NOT WS-CloseReportFile-Good
             DISPLAY "** ERROR **: CheckReportWrite"
             DISPLAY "Write CloseReportFile Failed."
             DISPLAY "File Status: " WS-CloseReportFile-Status
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
