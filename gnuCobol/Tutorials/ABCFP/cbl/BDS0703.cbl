      *         the termination date, never physically dropped -
      *         year-end headcount reports stay reconstructible.
      *         Rejected when the SSN is missing or already
      *         terminated, or carries no termination date. Any
      *         leave balance is settled by the leave policy: a
      *         payout card for the hours policy pays out goes to
      *         the weekly payroll, which pays them on the final
      *         check and forfeits whatever else is left.
      *   "C" - change: name, date of birth and gender replaced
      *         from the transaction; status and termination date
      *         carry over from the master. Rejected when the SSN
      *                          "leave the assignment alone" on a
      *                          change and "not yet assigned" on
      *                          a hire.
      * 2026-10-15 dastagg       EmpFilingStatus and EmpAllowances
      *                          maintained the same way for the
      *                          withholding BDS0704 now computes -
      *                          a hire without a status starts
      *                          single with no allowances, a
      *                          change with blanks leaves them
      *                          alone, and a status other than S,
      *                          M or H is rejected.
      * 2026-10-15 dastagg       Department record carries the
      *                          ledger cost account BDS0704's
      *                          labor-cost journal charges.
      * 2026-10-15 dastagg       EmpHireDate maintained for the
      *                          leave accrual - set on hire,
      *                          replaced by a change carrying a
      *                          numeric date. A termination now
      *                          needs its date and settles the
      *                          employee's leave balance by the
      *                          leave policy: hours paid out go
      *                          on a termination payout card for
      *                          BDS0704 (c07-lvpayout.dat.txt,
      *                          merged into the week's timecards
      *                          by the weekly job), and the
      *                          settlement prints on the update
      *                          report.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DeptMasterFile-Status.

           SELECT LeaveFile
           ASSIGN TO "../data/c07-leave.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LeaveFile-Status.

           SELECT LeavePolicyFile
           ASSIGN TO "../data/c07-leavepol.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LeavePolicyFile-Status.

           SELECT LeavePayoutFile
           ASSIGN TO "../data/c07-lvpayout.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LeavePayoutFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD EmployeeFile
      * tests, the same way BDS1005's master record does.
       01  EmployeeEofRec.
           88 EndOfEmployeeFile     VALUE HIGH-VALUES.
           02 FILLER                PIC X(70).

       FD NewEmployeeFile
           LABEL RECORDS ARE STANDARD
           02 TA-EmpTermDate        PIC X(8).
           02 TA-EmpPayRate         PIC X(4).
           02 TA-EmpDept            PIC X(3).
           02 TA-EmpFilingStatus    PIC X.
              88 TA-Filing-Valid    VALUE "S" "M" "H" SPACE.
           02 TA-EmpAllowances      PIC X(2).
           02 TA-EmpHireDate        PIC X(8).

       FD EmpAuditFile
           LABEL RECORDS ARE STANDARD
           02 DM-DeptCode           PIC 9(3).
           02 DM-DeptName           PIC X(20).
           02 DM-MgrSSN             PIC 9(9).
           02 DM-Cost-Account       PIC X(4).

       FD LeaveFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY LEAVEBAL REPLACING ==:tag:== BY ==LV==.

       FD LeavePolicyFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY LEAVEPOL REPLACING ==:tag:== BY ==LP==.

      * Termination payout card, in BDS0704's timecard layout: no
      * hours worked, the leave hours policy pays out, week-ending
      * set to the termination date and card type "P".
       FD LeavePayoutFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  LeavePayoutRec.
           02 PC-EmpSSN             PIC 9(9).
           02 PC-WeekEnding         PIC 9(8).
           02 PC-Day-Hours OCCURS 7 TIMES
                                    PIC 99V9.
           02 PC-Vacation-Hours     PIC 999V9.
           02 PC-Sick-Hours         PIC 999V9.
           02 PC-Holiday-Hours      PIC 999V9.
           02 PC-Card-Type          PIC X.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==EmpAuditFile==.
           COPY WSFST REPLACING ==:tag:== BY ==EmpRejectFile==.
           COPY WSFST REPLACING ==:tag:== BY ==DeptMasterFile==.
           COPY WSFST REPLACING ==:tag:== BY ==LeaveFile==.
           COPY WSFST REPLACING ==:tag:== BY ==LeavePolicyFile==.
           COPY WSFST REPLACING ==:tag:== BY ==LeavePayoutFile==.

       01  WS-Update-Counters.
           02 WS-Hire-Applied-Cnt       PIC 9(6) COMP VALUE ZERO.
           02 WS-Change-Applied-Cnt     PIC 9(6) COMP VALUE ZERO.
           02 WS-Change-Rejected-Cnt    PIC 9(6) COMP VALUE ZERO.
           02 WS-Action-Error-Cnt       PIC 9(6) COMP VALUE ZERO.
           02 WS-Payout-Card-Cnt        PIC 9(6) COMP VALUE ZERO.

       01  WS-Audit-Seq-Cnt         PIC 9(6) COMP VALUE ZERO.

           88 Found-Department      VALUE "Y".
           88 No-Department-Found   VALUE "N".

      *    Leave balances, loaded once for settling terminations,
      *    and the leave policy's termination rule per type.
       01  WS-Leave-Balances.
           02 WS-LB-Max             PIC 9(04) COMP VALUE 500.
           02 WS-LB-Cnt             PIC 9(04) COMP VALUE ZERO.
           02 WS-LB-Table OCCURS 500 TIMES.
              03 WS-LB-EmpSSN       PIC 9(9).
              03 WS-LB-Vac-Balance  PIC 9(4)V99.
              03 WS-LB-Sick-Balance PIC 9(4)V99.
           02 WS-LB-IDX             PIC 9(04) COMP VALUE ZERO.
           02 WS-LB-Found-IDX       PIC 9(04) COMP VALUE ZERO.
       01  WS-Leave-Payout-Policy.
           02 WS-Vac-Payout-Switch  PIC X VALUE "N".
              88 Vac-Paid-Out       VALUE "Y".
           02 WS-Sick-Payout-Switch PIC X VALUE "N".
              88 Sick-Paid-Out      VALUE "Y".
      *    The payout card carries tenths of an hour; the most one
      *    card can pay is 999.9 hours of each type.
       01  WS-Payout-Limit          PIC 999V9 VALUE 999.9.

       01  WS-Settlement-Line.
           02 WS-SL-EmpSSN          PIC 9(9).
           02 FILLER                PIC X(22) VALUE
              " - Leave settled  VAC ".
           02 WS-SL-Vac-Hours       PIC ZZZ9.99.
           02 FILLER                PIC X VALUE SPACE.
           02 WS-SL-Vac-Action      PIC X(9).
           02 FILLER                PIC X(07) VALUE "  SICK ".
           02 WS-SL-Sick-Hours      PIC ZZZ9.99.
           02 FILLER                PIC X VALUE SPACE.
           02 WS-SL-Sick-Action     PIC X(9).
           02 FILLER                PIC X(08) VALUE SPACE.

       01  WS-Sequence-Check.
           02 WS-Previous-Trans-SSN  PIC 9(9) VALUE ZERO.
           02 WS-Previous-Master-SSN PIC 9(9) VALUE ZERO.
             VALUE "Action Error - Unrecognized action code".
             88 DepartmentError
             VALUE "Dept Error - No such department on master".
             88 FilingStatusError
             VALUE "Tax Error - Filing status must be S, M or H".
             88 TermDateError
             VALUE "Terminate Error - No termination date".

       01  FILLER                  PIC X VALUE "n".
           88 RecordInMaster       VALUE "y".
       Begin.
           PERFORM LoadDepartments
           PERFORM LoadAuditSequence
           PERFORM LoadLeavePolicy
           PERFORM LoadLeaveBalances
           OPEN INPUT EmployeeFile
           IF NOT WS-EmployeeFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "File Status: " WS-EmpRejectFile-Status
             PERFORM AbortRun
           END-IF
      *    Payout cards wait here until the weekly payroll takes
      *    them in - EXTEND, so two update runs in one week both
      *    get paid.
           OPEN EXTEND LeavePayoutFile
           IF NOT WS-LeavePayoutFile-Good
             OPEN OUTPUT LeavePayoutFile
             IF NOT WS-LeavePayoutFile-Good
               DISPLAY "** ERROR **: Begin"
               DISPLAY "Open LeavePayoutFile Failed."
               DISPLAY "File Status: " WS-LeavePayoutFile-Status
               PERFORM AbortRun
             END-IF
           END-IF

           PERFORM ReadEmployeeFile
           PERFORM ReadEmpTransFile
              " Rejected: " WS-Term-Rejected-Cnt
           DISPLAY "   Changes      Applied: " WS-Change-Applied-Cnt
              " Rejected: " WS-Change-Rejected-Cnt
           DISPLAY "   Leave Payout Cards:   " WS-Payout-Card-Cnt
           IF WS-Action-Error-Cnt > ZERO
             DISPLAY "   Unrecognized Action Codes: "
                WS-Action-Error-Cnt
                WS-Master-Seq-Error-Cnt
           END-IF
           CLOSE EmployeeFile, EmpTransFile, NewEmployeeFile,
                 EmpAuditFile, EmpRejectFile, LeavePayoutFile
           IF WS-Trans-Seq-Error-Cnt > ZERO
              OR WS-Master-Seq-Error-Cnt > ZERO
             MOVE 8 TO RETURN-CODE

       AbortRun.
           CLOSE EmployeeFile, EmpTransFile, NewEmployeeFile,
                 EmpAuditFile, EmpRejectFile, LeaveFile,
                 LeavePolicyFile, LeavePayoutFile.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

                 SET DepartmentError TO TRUE
                 PERFORM RejectTransaction
                 ADD 1 TO WS-Hire-Rejected-Cnt
              WHEN NOT TA-Filing-Valid
                 SET FilingStatusError TO TRUE
                 PERFORM RejectTransaction
                 ADD 1 TO WS-Hire-Rejected-Cnt
              WHEN OTHER
                 SET RecordInMaster TO TRUE
                 MOVE TA-EmpSSN TO NEF-EmpSSN
                   MOVE ZERO TO NEF-EmpPayRate
                 END-IF
                 MOVE TA-EmpDept TO NEF-EmpDept-X
                 IF TA-EmpFilingStatus = SPACE
                   MOVE "S" TO NEF-EmpFilingStatus
                 ELSE
                   MOVE TA-EmpFilingStatus TO NEF-EmpFilingStatus
                 END-IF
                 IF TA-EmpAllowances NUMERIC
                   MOVE TA-EmpAllowances TO NEF-EmpAllowances-X
                 ELSE
                   MOVE ZERO TO NEF-EmpAllowances
                 END-IF
      *          A hire without a date is kept blank, not guessed -
      *          BDS0704 accrues at the lowest tier and flags it.
                 IF TA-EmpHireDate NUMERIC
                   MOVE TA-EmpHireDate TO NEF-EmpHireDate-X
                 ELSE
                   MOVE SPACES TO NEF-EmpHireDate-X
                 END-IF
                 MOVE SPACES TO EA-Old-Surname
                 MOVE SPACE TO EA-Old-Status
                 MOVE SPACES TO EA-Old-TermDate
             PERFORM RejectTransaction
             ADD 1 TO WS-Term-Rejected-Cnt
           ELSE
             EVALUATE TRUE
                WHEN NEF-Emp-Terminated
                   SET AlreadyTerminatedError TO TRUE
                   PERFORM RejectTransaction
                   ADD 1 TO WS-Term-Rejected-Cnt
      *         The date goes on the final payout card as its
      *         week-ending, so it has to be a date.
                WHEN TA-EmpTermDate NOT NUMERIC
                   SET TermDateError TO TRUE
                   PERFORM RejectTransaction
                   ADD 1 TO WS-Term-Rejected-Cnt
                WHEN OTHER
                   MOVE NEF-EmpSurname TO EA-Old-Surname
                   MOVE NEF-EmpStatus TO EA-Old-Status
                   MOVE NEF-EmpTermDate TO EA-Old-TermDate
                   MOVE "T" TO NEF-EmpStatus
                   MOVE TA-EmpTermDate TO NEF-EmpTermDate
                   PERFORM WriteEmpAuditRecord
                   ADD 1 TO WS-Term-Applied-Cnt
                   PERFORM SettleLeaveBalance
             END-EVALUATE
           END-IF.

       ApplyChange.
                 SET DepartmentError TO TRUE
                 PERFORM RejectTransaction
                 ADD 1 TO WS-Change-Rejected-Cnt
              WHEN NOT TA-Filing-Valid
                 SET FilingStatusError TO TRUE
                 PERFORM RejectTransaction
                 ADD 1 TO WS-Change-Rejected-Cnt
              WHEN OTHER
                 MOVE NEF-EmpSurname TO EA-Old-Surname
                 MOVE NEF-EmpStatus TO EA-Old-Status
                 IF TA-EmpDept NUMERIC
                   MOVE TA-EmpDept TO NEF-EmpDept-X
                 END-IF
                 IF TA-EmpFilingStatus NOT = SPACE
                   MOVE TA-EmpFilingStatus TO NEF-EmpFilingStatus
                 END-IF
                 IF TA-EmpAllowances NUMERIC
                   MOVE TA-EmpAllowances TO NEF-EmpAllowances-X
                 END-IF
                 IF TA-EmpHireDate NUMERIC
                   MOVE TA-EmpHireDate TO NEF-EmpHireDate-X
                 END-IF
                 PERFORM WriteEmpAuditRecord
                 ADD 1 TO WS-Change-Applied-Cnt
           END-EVALUATE.

       SettleLeaveBalance.
      *    Policy "Y" pays the type's balance out on the final
      *    check, anything else forfeits it. The card goes out
      *    whenever there is a balance at all: BDS0704 pays what
      *    it carries and closes the rest of the balance out as
      *    forfeited, which is how a forfeit reaches the balance
      *    file. No balance on file, nothing to settle.
           MOVE ZERO TO WS-LB-Found-IDX.
           PERFORM VARYING WS-LB-IDX FROM 1 BY 1
                   UNTIL WS-LB-IDX > WS-LB-Cnt
             IF WS-LB-EmpSSN(WS-LB-IDX) = TA-EmpSSN
               MOVE WS-LB-IDX TO WS-LB-Found-IDX
             END-IF
           END-PERFORM.
           IF WS-LB-Found-IDX > ZERO
             IF WS-LB-Vac-Balance(WS-LB-Found-IDX) > ZERO
                OR WS-LB-Sick-Balance(WS-LB-Found-IDX) > ZERO
               PERFORM WriteLeavePayoutCard
             END-IF
           END-IF.

       WriteLeavePayoutCard.
           MOVE TA-EmpSSN TO PC-EmpSSN.
           MOVE TA-EmpTermDate TO PC-WeekEnding.
           MOVE ZERO TO PC-Day-Hours(1) PC-Day-Hours(2)
                        PC-Day-Hours(3) PC-Day-Hours(4)
                        PC-Day-Hours(5) PC-Day-Hours(6)
                        PC-Day-Hours(7) PC-Vacation-Hours
                        PC-Sick-Hours PC-Holiday-Hours.
           MOVE "P" TO PC-Card-Type.
           MOVE TA-EmpSSN TO WS-SL-EmpSSN.
           MOVE WS-LB-Vac-Balance(WS-LB-Found-IDX) TO WS-SL-Vac-Hours.
           MOVE WS-LB-Sick-Balance(WS-LB-Found-IDX)
              TO WS-SL-Sick-Hours.
           IF Vac-Paid-Out
             IF WS-LB-Vac-Balance(WS-LB-Found-IDX) > WS-Payout-Limit
               MOVE WS-Payout-Limit TO PC-Vacation-Hours
             ELSE
               MOVE WS-LB-Vac-Balance(WS-LB-Found-IDX)
                  TO PC-Vacation-Hours
             END-IF
             MOVE "PAID OUT" TO WS-SL-Vac-Action
           ELSE
             MOVE "FORFEITED" TO WS-SL-Vac-Action
           END-IF.
           IF Sick-Paid-Out
             IF WS-LB-Sick-Balance(WS-LB-Found-IDX)
                > WS-Payout-Limit
               MOVE WS-Payout-Limit TO PC-Sick-Hours
             ELSE
               MOVE WS-LB-Sick-Balance(WS-LB-Found-IDX)
                  TO PC-Sick-Hours
             END-IF
             MOVE "PAID OUT" TO WS-SL-Sick-Action
           ELSE
             MOVE "FORFEITED" TO WS-SL-Sick-Action
           END-IF.
           WRITE LeavePayoutRec.
           IF NOT WS-LeavePayoutFile-Good
             DISPLAY "** ERROR **: WriteLeavePayoutCard"
             DISPLAY "Write LeavePayoutFile Failed."
             DISPLAY "File Status: " WS-LeavePayoutFile-Status
             PERFORM AbortRun
           END-IF.
           ADD 1 TO WS-Payout-Card-Cnt.
           DISPLAY "** LEAVE **: " WS-Settlement-Line.
           WRITE EmpRejectRec FROM WS-Settlement-Line.
           IF NOT WS-EmpRejectFile-Good
             DISPLAY "** ERROR **: WriteLeavePayoutCard"
             DISPLAY "Write EmpRejectFile Failed."
             DISPLAY "File Status: " WS-EmpRejectFile-Status
             PERFORM AbortRun
           END-IF.

       LoadLeavePolicy.
      *    The termination rule per leave type. The policy file is
      *    required - settling a termination without it would
      *    forfeit balances the policy may say to pay.
           OPEN INPUT LeavePolicyFile
           IF NOT WS-LeavePolicyFile-Good
             DISPLAY "** ERROR **: LoadLeavePolicy"
             DISPLAY "Open LeavePolicyFile Failed."
             DISPLAY "File Status: " WS-LeavePolicyFile-Status
             PERFORM AbortRun
           END-IF
           PERFORM ReadLeavePolicyFile
           PERFORM UNTIL WS-LeavePolicyFile-EOF
             IF LP-Termination
               EVALUATE TRUE
                  WHEN LP-Vacation AND LP-Paid-Out
                     SET Vac-Paid-Out TO TRUE
                  WHEN LP-Sick AND LP-Paid-Out
                     SET Sick-Paid-Out TO TRUE
               END-EVALUATE
             END-IF
             PERFORM ReadLeavePolicyFile
           END-PERFORM
           CLOSE LeavePolicyFile
           IF NOT WS-LeavePolicyFile-Good
             DISPLAY "** ERROR **: LoadLeavePolicy"
             DISPLAY "Close LeavePolicyFile Failed."
             DISPLAY "File Status: " WS-LeavePolicyFile-Status
             PERFORM AbortRun
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

       LoadLeaveBalances.
      *    Missing leave file (status "35") - no balances yet, so
      *    no termination has anything to settle.
           OPEN INPUT LeaveFile
           IF WS-LeaveFile-Good
             PERFORM ReadLeaveFile
             PERFORM UNTIL WS-LeaveFile-EOF
               IF WS-LB-Cnt >= WS-LB-Max
                 DISPLAY "** ERROR **: LoadLeaveBalances"
                 DISPLAY "More leave entries than the table holds."
                 PERFORM AbortRun
               END-IF
               ADD 1 TO WS-LB-Cnt
               MOVE LV-EmpSSN TO WS-LB-EmpSSN(WS-LB-Cnt)
               MOVE LV-Vac-Balance TO WS-LB-Vac-Balance(WS-LB-Cnt)
               MOVE LV-Sick-Balance TO WS-LB-Sick-Balance(WS-LB-Cnt)
               PERFORM ReadLeaveFile
             END-PERFORM
             CLOSE LeaveFile
             IF NOT WS-LeaveFile-Good
               DISPLAY "** ERROR **: LoadLeaveBalances"
               DISPLAY "Close LeaveFile Failed."
               DISPLAY "File Status: " WS-LeaveFile-Status
               PERFORM AbortRun
             END-IF
           ELSE
             IF WS-LeaveFile-Status NOT = "35"
               DISPLAY "** ERROR **: LoadLeaveBalances"
               DISPLAY "Open LeaveFile Failed."
               DISPLAY "File Status: " WS-LeaveFile-Status
               PERFORM AbortRun
             END-IF
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

       FlagActionError.
           ADD 1 TO WS-Action-Error-Cnt.
           SET ActionCodeError TO TRUE.
