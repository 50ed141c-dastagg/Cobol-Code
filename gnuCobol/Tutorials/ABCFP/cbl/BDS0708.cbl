      ***********************************************************
      * Program name:    BDS0708
      * Original author: dastagg
      *
      * Description: Leave balance report and year-end carryover.
      * Reads the leave balance file BDS0704 keeps and prints
      * every employee's vacation and sick balance with the
      * year's accrued, taken, holiday, forfeited and paid-out
      * hours, names and hire dates from the employee master.
      * The leave parameter record says which run this is:
      *   "R" - the balance report, printed by the weekly payroll
      *         job after each run. Nothing is written.
      *   "Y" - the year-end carryover for the leave year on the
      *         parameter, run by the payroll close. Each balance
      *         over the leave policy's carryover cap for its type
      *         is cut back to the cap and the excess forfeited;
      *         the report shows the closing year's figures after
      *         the cap. The balances are then written to a side
      *         file for the new year with the year's figures back
      *         at zero, for the close job to swap in. A record
      *         already moved on to the new year is passed through
      *         untouched (return code 4); one from any other year
      *         stops the run.
      * A balance whose SSN is no longer on the master still
      * prints and sets return code 4.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 dastagg       Created.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BDS0708.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LeaveParmFile
           ASSIGN TO "../data/c07-lvparm.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LeaveParmFile-Status.

           SELECT EmployeeFile
           ASSIGN TO "../data/c07-employee.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EmployeeFile-Status.

           SELECT LeaveFile
           ASSIGN TO "../data/c07-leave.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LeaveFile-Status.

           SELECT NewLeaveFile
           ASSIGN TO "../data/c07-leavenew.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NewLeaveFile-Status.

           SELECT LeavePolicyFile
           ASSIGN TO "../data/c07-leavepol.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LeavePolicyFile-Status.

           SELECT LeaveReportFile
           ASSIGN TO "../data/c07-leave.rpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LeaveReportFile-Status.

       DATA DIVISION.
       FILE SECTION.
      * Leave run parameter, written by the payroll jobs: the run
      * type and, for the carryover, the leave year being closed.
       FD LeaveParmFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  LeaveParmRec.
           02 LVP-Run-Type          PIC X.
              88 LVP-Report-Run     VALUE "R".
              88 LVP-Carryover-Run  VALUE "Y".
           02 LVP-Leave-Year        PIC 9(4).

       FD EmployeeFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY EMPLOYEE REPLACING ==:tag:== BY ==EF==.

       FD LeaveFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY LEAVEBAL REPLACING ==:tag:== BY ==LV==.

       FD NewLeaveFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  NewLeaveRec              PIC X(86).

       FD LeavePolicyFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY LEAVEPOL REPLACING ==:tag:== BY ==LP==.

       FD LeaveReportFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  LeaveReportRec            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==LeaveParmFile==.
           COPY WSFST REPLACING ==:tag:== BY ==EmployeeFile==.
           COPY WSFST REPLACING ==:tag:== BY ==LeaveFile==.
           COPY WSFST REPLACING ==:tag:== BY ==NewLeaveFile==.
           COPY WSFST REPLACING ==:tag:== BY ==LeavePolicyFile==.
           COPY WSFST REPLACING ==:tag:== BY ==LeaveReportFile==.

       01  WS-Leave-Counters.
           02 WS-Leave-Read-Cnt     PIC 9(6) COMP VALUE ZERO.
           02 WS-Employee-Line-Cnt  PIC 9(6) COMP VALUE ZERO.
           02 WS-Not-On-Master-Cnt  PIC 9(6) COMP VALUE ZERO.
           02 WS-Capped-Cnt         PIC 9(6) COMP VALUE ZERO.
           02 WS-Carried-Cnt        PIC 9(6) COMP VALUE ZERO.
           02 WS-Already-Carried-Cnt PIC 9(6) COMP VALUE ZERO.

       01  WS-Parm-Values.
           02 WS-Run-Type           PIC X VALUE SPACE.
              88 Report-Run         VALUE "R".
              88 Carryover-Run      VALUE "Y".
           02 WS-Leave-Year         PIC 9(4) VALUE ZERO.
           02 WS-Next-Year          PIC 9(4) VALUE ZERO.

      *    Carryover caps from the leave policy - no cap record for
      *    a type means its whole balance carries.
       01  WS-Carryover-Caps.
           02 WS-Vac-Cap            PIC 9(3)V99 VALUE ZERO.
           02 WS-Vac-Cap-Switch     PIC X VALUE "N".
              88 Vac-Capped         VALUE "Y".
           02 WS-Sick-Cap           PIC 9(3)V99 VALUE ZERO.
           02 WS-Sick-Cap-Switch    PIC X VALUE "N".
              88 Sick-Capped        VALUE "Y".
           02 WS-Cap-Hit-Switch     PIC X VALUE "N".
              88 Cap-Hit            VALUE "Y".
              88 Cap-Not-Hit        VALUE "N".
           02 WS-Cap-Excess         PIC 9(4)V99 VALUE ZERO.

      *    Employee names, status and hire date, loaded once from
      *    the master.
       01  WS-Employees.
           02 WS-EM-Max             PIC 9(04) COMP VALUE 500.
           02 WS-EM-Cnt             PIC 9(04) COMP VALUE ZERO.
           02 WS-EM-Table OCCURS 500 TIMES.
              03 WS-EM-EmpSSN       PIC 9(9).
              03 WS-EM-Surname      PIC X(15).
              03 WS-EM-Forename     PIC X(10).
              03 WS-EM-Status       PIC X.
              03 WS-EM-HireDate     PIC X(8).
           02 WS-EM-IDX             PIC 9(04) COMP VALUE ZERO.
           02 WS-EM-Found-IDX       PIC 9(04) COMP VALUE ZERO.

       01  WS-Leave-Totals.
           02 WS-LT-Vac-Balance     PIC 9(7)V99 VALUE ZERO.
           02 WS-LT-Vac-Accrued     PIC 9(7)V99 VALUE ZERO.
           02 WS-LT-Vac-Taken       PIC 9(7)V99 VALUE ZERO.
           02 WS-LT-Sick-Balance    PIC 9(7)V99 VALUE ZERO.
           02 WS-LT-Sick-Accrued    PIC 9(7)V99 VALUE ZERO.
           02 WS-LT-Sick-Taken      PIC 9(7)V99 VALUE ZERO.
           02 WS-LT-Holiday-Taken   PIC 9(7)V99 VALUE ZERO.
           02 WS-LT-Forfeited       PIC 9(7)V99 VALUE ZERO.
           02 WS-LT-Cap-Forfeited   PIC 9(7)V99 VALUE ZERO.
           02 WS-LT-Paid-Out        PIC 9(7)V99 VALUE ZERO.

       01  WS-Title-Line.
           02 WS-TL-Title           PIC X(32).
           02 WS-TL-Leave-Year      PIC X(4).
           02 WS-TL-Carry-Text      PIC X(12).
           02 WS-TL-Next-Year       PIC X(4).
           02 FILLER                PIC X(80) VALUE SPACE.

       01  WS-Heading-Line.
           02 FILLER                PIC X(47) VALUE
              "SSN       SURNAME         FORENAME   S HIRED".
           02 FILLER                PIC X(24) VALUE
              " VAC-BAL VAC-ACR VAC-TKN".
           02 FILLER                PIC X(24) VALUE
              " SCK-BAL SCK-ACR SCK-TKN".
           02 FILLER                PIC X(24) VALUE
              " HOLIDAY FORFEIT PD-OUT ".
           02 FILLER                PIC X(13) VALUE SPACE.

       01  WS-Detail-Line.
           02 WS-DL-EmpSSN          PIC 9(9).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-DL-Surname         PIC X(15).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-DL-Forename        PIC X(10).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-DL-Status          PIC X.
           02 FILLER                PIC X VALUE SPACE.
           02 WS-DL-HireDate        PIC X(8).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-DL-Vac-Balance     PIC ZZZ9.99.
           02 FILLER                PIC X VALUE SPACE.
           02 WS-DL-Vac-Accrued     PIC ZZZ9.99.
           02 FILLER                PIC X VALUE SPACE.
           02 WS-DL-Vac-Taken       PIC ZZZ9.99.
           02 FILLER                PIC X VALUE SPACE.
           02 WS-DL-Sick-Balance    PIC ZZZ9.99.
           02 FILLER                PIC X VALUE SPACE.
           02 WS-DL-Sick-Accrued    PIC ZZZ9.99.
           02 FILLER                PIC X VALUE SPACE.
           02 WS-DL-Sick-Taken      PIC ZZZ9.99.
           02 FILLER                PIC X VALUE SPACE.
           02 WS-DL-Holiday-Taken   PIC ZZZ9.99.
           02 FILLER                PIC X VALUE SPACE.
           02 WS-DL-Forfeited       PIC ZZZ9.99.
           02 FILLER                PIC X VALUE SPACE.
           02 WS-DL-Paid-Out        PIC ZZZ9.99.
           02 FILLER                PIC X VALUE SPACE.
           02 WS-DL-Marker          PIC X(6).
           02 FILLER                PIC X(05) VALUE SPACE.

       01  WS-Summary-Line.
           02 FILLER                PIC X(04) VALUE SPACE.
           02 WS-SL-Description     PIC X(40).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-SL-Hours           PIC 9(7).99.
           02 FILLER                PIC X(77) VALUE SPACE.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program BDS0708 - Leave Messages".

       PROCEDURE DIVISION.
       Begin.
           PERFORM ReadLeaveParm
           PERFORM LoadEmployees
           IF Carryover-Run
             PERFORM LoadCarryoverCaps
             OPEN OUTPUT NewLeaveFile
             IF NOT WS-NewLeaveFile-Good
               DISPLAY "** ERROR **: Begin"
               DISPLAY "Open NewLeaveFile Failed."
               DISPLAY "File Status: " WS-NewLeaveFile-Status
               PERFORM AbortRun
             END-IF
           END-IF
           OPEN OUTPUT LeaveReportFile
           IF NOT WS-LeaveReportFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open LeaveReportFile Failed."
             DISPLAY "File Status: " WS-LeaveReportFile-Status
             PERFORM AbortRun
           END-IF

           PERFORM PrintReportHeadings
      *    Missing leave file (status "35") - no balances yet, and
      *    an empty report (and, at the carryover, an empty new
      *    year) is the honest outcome.
           OPEN INPUT LeaveFile
           IF WS-LeaveFile-Good
             PERFORM ReadLeaveFile
             PERFORM UNTIL WS-LeaveFile-EOF
               PERFORM ReportOneBalance
               PERFORM ReadLeaveFile
             END-PERFORM
             CLOSE LeaveFile
           ELSE
             IF WS-LeaveFile-Status NOT = "35"
               DISPLAY "** ERROR **: Begin"
               DISPLAY "Open LeaveFile Failed."
               DISPLAY "File Status: " WS-LeaveFile-Status
               PERFORM AbortRun
             END-IF
           END-IF

           PERFORM PrintLeaveTotals
           DISPLAY EOJ-End-Message
           IF Carryover-Run
             DISPLAY "   Carryover of Leave Year: " WS-Leave-Year
           ELSE
             DISPLAY "   Leave Balance Report"
           END-IF
           DISPLAY "   Leave Records Read:      " WS-Leave-Read-Cnt
           DISPLAY "   Employees Listed:        " WS-Employee-Line-Cnt
           IF Carryover-Run
             DISPLAY "   Balances Carried:        " WS-Carried-Cnt
             DISPLAY "   Balances Cut to Cap:     " WS-Capped-Cnt
             DISPLAY "   Hours Forfeited at Cap:  " WS-LT-Cap-Forfeited
             CLOSE NewLeaveFile
             IF NOT WS-NewLeaveFile-Good
               DISPLAY "** ERROR **: Begin"
               DISPLAY "Close NewLeaveFile Failed."
               DISPLAY "File Status: " WS-NewLeaveFile-Status
               PERFORM AbortRun
             END-IF
           END-IF
           IF WS-Already-Carried-Cnt > ZERO
             DISPLAY "   Already Carried Over:    "
                WS-Already-Carried-Cnt
             MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-Not-On-Master-Cnt > ZERO
             DISPLAY "   SSNs Not on Master:      "
                WS-Not-On-Master-Cnt
             MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE LeaveReportFile
           STOP RUN.

       AbortRun.
           CLOSE LeaveParmFile, EmployeeFile, LeaveFile,
                 NewLeaveFile, LeavePolicyFile, LeaveReportFile.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       ReadLeaveParm.
           OPEN INPUT LeaveParmFile
           IF NOT WS-LeaveParmFile-Good
             DISPLAY "** ERROR **: ReadLeaveParm"
             DISPLAY "Open LeaveParmFile Failed."
             DISPLAY "File Status: " WS-LeaveParmFile-Status
             PERFORM AbortRun
           END-IF
           READ LeaveParmFile
                AT END SET WS-LeaveParmFile-EOF TO TRUE
           END-READ
           IF NOT WS-LeaveParmFile-Good
             DISPLAY "** ERROR **: ReadLeaveParm"
             DISPLAY "Read LeaveParmFile Failed."
             DISPLAY "File Status: " WS-LeaveParmFile-Status
             PERFORM AbortRun
           END-IF
           MOVE LVP-Run-Type TO WS-Run-Type
           CLOSE LeaveParmFile
           EVALUATE TRUE
              WHEN Report-Run
                 CONTINUE
              WHEN Carryover-Run
                 IF LVP-Leave-Year NOT NUMERIC
                   DISPLAY "** ERROR **: ReadLeaveParm"
                   DISPLAY "Carryover needs the leave year (YYYY)."
                   PERFORM AbortRun
                 END-IF
                 MOVE LVP-Leave-Year TO WS-Leave-Year
                 COMPUTE WS-Next-Year = WS-Leave-Year + 1
              WHEN OTHER
                 DISPLAY "** ERROR **: ReadLeaveParm"
                 DISPLAY "Run type must be R or Y: " WS-Run-Type
                 PERFORM AbortRun
           END-EVALUATE.

       LoadCarryoverCaps.
      *    The carryover cannot run without the policy - without it
      *    every balance would carry in full whatever the cap is.
           OPEN INPUT LeavePolicyFile
           IF NOT WS-LeavePolicyFile-Good
             DISPLAY "** ERROR **: LoadCarryoverCaps"
             DISPLAY "Open LeavePolicyFile Failed."
             DISPLAY "File Status: " WS-LeavePolicyFile-Status
             PERFORM AbortRun
           END-IF
           PERFORM ReadLeavePolicyFile
           PERFORM UNTIL WS-LeavePolicyFile-EOF
             IF LP-Cap
               EVALUATE TRUE
                  WHEN LP-Vacation
                     MOVE LP-Hours TO WS-Vac-Cap
                     SET Vac-Capped TO TRUE
                  WHEN LP-Sick
                     MOVE LP-Hours TO WS-Sick-Cap
                     SET Sick-Capped TO TRUE
               END-EVALUATE
             END-IF
             PERFORM ReadLeavePolicyFile
           END-PERFORM
           CLOSE LeavePolicyFile
           IF NOT WS-LeavePolicyFile-Good
             DISPLAY "** ERROR **: LoadCarryoverCaps"
             DISPLAY "Close LeavePolicyFile Failed."
             DISPLAY "File Status: " WS-LeavePolicyFile-Status
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
             IF EF-Emp-Terminated
               MOVE "T" TO WS-EM-Status(WS-EM-Cnt)
             ELSE
               MOVE "A" TO WS-EM-Status(WS-EM-Cnt)
             END-IF
             MOVE EF-EmpHireDate-X TO WS-EM-HireDate(WS-EM-Cnt)
             PERFORM ReadEmployeeFile
           END-PERFORM
           CLOSE EmployeeFile
           IF NOT WS-EmployeeFile-Good
             DISPLAY "** ERROR **: LoadEmployees"
             DISPLAY "Close EmployeeFile Failed."
             DISPLAY "File Status: " WS-EmployeeFile-Status
             PERFORM AbortRun
           END-IF.

       PrintReportHeadings.
           IF Carryover-Run
             MOVE "YEAR-END LEAVE CARRYOVER  YEAR" TO WS-TL-Title
             MOVE WS-Leave-Year TO WS-TL-Leave-Year
             MOVE " CARRIED TO " TO WS-TL-Carry-Text
             MOVE WS-Next-Year TO WS-TL-Next-Year
           ELSE
             MOVE "LEAVE BALANCE REPORT" TO WS-TL-Title
             MOVE SPACES TO WS-TL-Leave-Year WS-TL-Carry-Text
                            WS-TL-Next-Year
           END-IF.
           WRITE LeaveReportRec FROM WS-Title-Line.
           PERFORM CheckReportWrite.
           WRITE LeaveReportRec FROM WS-Heading-Line.
           PERFORM CheckReportWrite.

       ReportOneBalance.
      *    At the carryover only the closing year's balances are
      *    capped and moved on - one already in the new year was
      *    carried by an earlier run, and any other year means the
      *    file and the close do not agree.
           SET Cap-Not-Hit TO TRUE.
           IF Carryover-Run
             EVALUATE TRUE
                WHEN LV-Leave-Year = WS-Leave-Year
                   PERFORM ApplyCarryoverCap
                WHEN LV-Leave-Year = WS-Next-Year
                   ADD 1 TO WS-Already-Carried-Cnt
                   DISPLAY "** WARNING **: Already carried over - "
                      LV-EmpSSN
                   WRITE NewLeaveRec FROM LV-Leave-Record
                   PERFORM CheckNewLeaveWrite
                WHEN OTHER
                   DISPLAY "** ERROR **: ReportOneBalance"
                   DISPLAY "Leave record for " LV-EmpSSN
                      " holds year " LV-Leave-Year
                      ", carryover is for " WS-Leave-Year
                   PERFORM AbortRun
             END-EVALUATE
           END-IF.
           IF Report-Run OR LV-Leave-Year = WS-Leave-Year
             PERFORM PrintBalanceLine
           END-IF.
           IF Carryover-Run AND LV-Leave-Year = WS-Leave-Year
             PERFORM WriteCarriedBalance
           END-IF.

       ApplyCarryoverCap.
      *    The excess over the cap is forfeited in the closing
      *    year, so it shows with that year's other forfeits.
           IF Vac-Capped AND LV-Vac-Balance > WS-Vac-Cap
             COMPUTE WS-Cap-Excess = LV-Vac-Balance - WS-Vac-Cap
             ADD WS-Cap-Excess TO LV-Forfeited WS-LT-Cap-Forfeited
             MOVE WS-Vac-Cap TO LV-Vac-Balance
             SET Cap-Hit TO TRUE
           END-IF.
           IF Sick-Capped AND LV-Sick-Balance > WS-Sick-Cap
             COMPUTE WS-Cap-Excess = LV-Sick-Balance - WS-Sick-Cap
             ADD WS-Cap-Excess TO LV-Forfeited WS-LT-Cap-Forfeited
             MOVE WS-Sick-Cap TO LV-Sick-Balance
             SET Cap-Hit TO TRUE
           END-IF.
           IF Cap-Hit
             ADD 1 TO WS-Capped-Cnt
           END-IF.

       WriteCarriedBalance.
      *    The balances carry; the year's figures start again.
           MOVE WS-Next-Year TO LV-Leave-Year.
           MOVE ZERO TO LV-Vac-Accrued LV-Vac-Taken LV-Sick-Accrued
                        LV-Sick-Taken LV-Holiday-Taken LV-Forfeited
                        LV-Paid-Out.
           WRITE NewLeaveRec FROM LV-Leave-Record.
           PERFORM CheckNewLeaveWrite.
           ADD 1 TO WS-Carried-Cnt.

       PrintBalanceLine.
           PERFORM FindEmployee.
           MOVE LV-EmpSSN TO WS-DL-EmpSSN.
           MOVE LV-Vac-Balance TO WS-DL-Vac-Balance.
           MOVE LV-Vac-Accrued TO WS-DL-Vac-Accrued.
           MOVE LV-Vac-Taken TO WS-DL-Vac-Taken.
           MOVE LV-Sick-Balance TO WS-DL-Sick-Balance.
           MOVE LV-Sick-Accrued TO WS-DL-Sick-Accrued.
           MOVE LV-Sick-Taken TO WS-DL-Sick-Taken.
           MOVE LV-Holiday-Taken TO WS-DL-Holiday-Taken.
           MOVE LV-Forfeited TO WS-DL-Forfeited.
           MOVE LV-Paid-Out TO WS-DL-Paid-Out.
           IF Cap-Hit
             MOVE "CAPPED" TO WS-DL-Marker
           ELSE
             MOVE SPACES TO WS-DL-Marker
           END-IF.
           WRITE LeaveReportRec FROM WS-Detail-Line.
           PERFORM CheckReportWrite.
           ADD 1 TO WS-Employee-Line-Cnt.
           ADD LV-Vac-Balance TO WS-LT-Vac-Balance.
           ADD LV-Vac-Accrued TO WS-LT-Vac-Accrued.
           ADD LV-Vac-Taken TO WS-LT-Vac-Taken.
           ADD LV-Sick-Balance TO WS-LT-Sick-Balance.
           ADD LV-Sick-Accrued TO WS-LT-Sick-Accrued.
           ADD LV-Sick-Taken TO WS-LT-Sick-Taken.
           ADD LV-Holiday-Taken TO WS-LT-Holiday-Taken.
           ADD LV-Forfeited TO WS-LT-Forfeited.
           ADD LV-Paid-Out TO WS-LT-Paid-Out.

       FindEmployee.
           MOVE ZERO TO WS-EM-Found-IDX.
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                   UNTIL WS-EM-IDX > WS-EM-Cnt
             IF WS-EM-EmpSSN(WS-EM-IDX) = LV-EmpSSN
               MOVE WS-EM-IDX TO WS-EM-Found-IDX
             END-IF
           END-PERFORM.
           IF WS-EM-Found-IDX > ZERO
             MOVE WS-EM-Surname(WS-EM-Found-IDX) TO WS-DL-Surname
             MOVE WS-EM-Forename(WS-EM-Found-IDX) TO WS-DL-Forename
             MOVE WS-EM-Status(WS-EM-Found-IDX) TO WS-DL-Status
             MOVE WS-EM-HireDate(WS-EM-Found-IDX) TO WS-DL-HireDate
           ELSE
             ADD 1 TO WS-Not-On-Master-Cnt
             MOVE "NOT ON MASTER" TO WS-DL-Surname
             MOVE SPACES TO WS-DL-Forename WS-DL-Status
                            WS-DL-HireDate
             DISPLAY "** WARNING **: Leave SSN not on master - "
                LV-EmpSSN
           END-IF.

       PrintLeaveTotals.
           MOVE ALL "-" TO LeaveReportRec.
           WRITE LeaveReportRec.
           PERFORM CheckReportWrite.
           MOVE "VACATION BALANCE" TO WS-SL-Description.
           MOVE WS-LT-Vac-Balance TO WS-SL-Hours.
           PERFORM WriteSummaryLine.
           MOVE "VACATION ACCRUED IN YEAR" TO WS-SL-Description.
           MOVE WS-LT-Vac-Accrued TO WS-SL-Hours.
           PERFORM WriteSummaryLine.
           MOVE "VACATION TAKEN IN YEAR" TO WS-SL-Description.
           MOVE WS-LT-Vac-Taken TO WS-SL-Hours.
           PERFORM WriteSummaryLine.
           MOVE "SICK BALANCE" TO WS-SL-Description.
           MOVE WS-LT-Sick-Balance TO WS-SL-Hours.
           PERFORM WriteSummaryLine.
           MOVE "SICK ACCRUED IN YEAR" TO WS-SL-Description.
           MOVE WS-LT-Sick-Accrued TO WS-SL-Hours.
           PERFORM WriteSummaryLine.
           MOVE "SICK TAKEN IN YEAR" TO WS-SL-Description.
           MOVE WS-LT-Sick-Taken TO WS-SL-Hours.
           PERFORM WriteSummaryLine.
           MOVE "HOLIDAY HOURS PAID IN YEAR" TO WS-SL-Description.
           MOVE WS-LT-Holiday-Taken TO WS-SL-Hours.
           PERFORM WriteSummaryLine.
           MOVE "PAID OUT AT TERMINATION IN YEAR"
              TO WS-SL-Description.
           MOVE WS-LT-Paid-Out TO WS-SL-Hours.
           PERFORM WriteSummaryLine.
           MOVE "FORFEITED IN YEAR" TO WS-SL-Description.
           MOVE WS-LT-Forfeited TO WS-SL-Hours.
           PERFORM WriteSummaryLine.
           IF Carryover-Run
             MOVE "  OF WHICH OVER THE CARRYOVER CAP"
                TO WS-SL-Description
             MOVE WS-LT-Cap-Forfeited TO WS-SL-Hours
             PERFORM WriteSummaryLine
           END-IF.

       WriteSummaryLine.
           DISPLAY WS-Summary-Line(1:55).
           WRITE LeaveReportRec FROM WS-Summary-Line.
           PERFORM CheckReportWrite.

       CheckReportWrite.
           IF NOT WS-LeaveReportFile-Good
             DISPLAY "** ERROR **: CheckReportWrite"
             DISPLAY "Write LeaveReportFile Failed."
             DISPLAY "File Status: " WS-LeaveReportFile-Status
             PERFORM AbortRun
           END-IF.

       CheckNewLeaveWrite.
           IF NOT WS-NewLeaveFile-Good
             DISPLAY "** ERROR **: CheckNewLeaveWrite"
             DISPLAY "Write NewLeaveFile Failed."
             DISPLAY "File Status: " WS-NewLeaveFile-Status
             PERFORM AbortRun
           END-IF.

       ReadLeaveFile.
           READ LeaveFile
                AT END SET WS-LeaveFile-EOF TO TRUE
           END-READ.
           IF NOT WS-LeaveFile-Good AND NOT WS-LeaveFile-EOF
             DISPLAY "** ERROR **: ReadLeaveFile"
             DISPLAY "Read LeaveFile Failed."
             DISPLAY "File Status: " WS-LeaveFile-Status
             PERFORM AbortRun
           END-IF.
           IF WS-LeaveFile-Good
             ADD 1 TO WS-Leave-Read-Cnt
           END-IF.

       ReadLeavePolicyFile.
           READ LeavePolicyFile
                AT END SET WS-LeavePolicyFile-EOF TO TRUE
           END-READ.
           IF NOT WS-LeavePolicyFile-Good
              AND NOT WS-LeavePolicyFile-EOF
             DISPLAY "** ERROR **: ReadLeavePolicyFile"
             DISPLAY "Read LeavePolicyFile Failed."
             DISPLAY "File Status: " WS-LeavePolicyFile-Status
             PERFORM AbortRun
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
