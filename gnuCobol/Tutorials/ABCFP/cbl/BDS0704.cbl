      *     which is how a missed punch gets caught on purpose
      *     instead of by accident. Terminated employees are not
      *     expected to punch and are not flagged.
      * Vacation, sick and holiday hours are keyed on the card
      * apart from the hours worked, paid at EmpPayRate and kept
      * out of the overtime split. Vacation and sick are drawn
      * from the leave balance file, which accrues every week at
      * the leave policy's rate for the employee's length of
      * service; leave keyed past the balance is not paid and goes
      * on the exception listing. A termination payout card cut
      * by BDS0703 pays out what policy says to pay and closes the
      * rest of the balance out as forfeited.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      *                          sets the consumed deductions file
      *                          aside dated the way the AR
      *                          payments file is.
      * 2026-10-15 dastagg       Statutory withholding: federal and
      *                          state income tax by the percentage
      *                          method from the new tax table file
      *                          (brackets by filing status, per-
      *                          allowance amounts, FICA/Medicare
      *                          rates and the FICA wage base),
      *                          using the filing status and
      *                          allowances now held on the
      *                          employee record. Employee FICA and
      *                          Medicare plus the employer share
      *                          are computed alongside. Each tax
      *                          prints on a second register line
      *                          and in a tax recap, and the YTD
      *                          record (now the YTDREC copybook)
      *                          carries every tax separately for
      *                          the year and per quarter. The
      *                          deductions file stays for the
      *                          other, non-statutory deductions.
      *                          A card whose week-ending falls
      *                          outside the tax table's year is
      *                          not paid, and a YTD file still
      *                          holding another year stops the
      *                          run until the year-end close.
      * 2026-10-15 dastagg       Labor-cost journal for the general
      *                          ledger in BDS1022's D/T layout:
      *                          wage expense debited per
      *                          department to the cost account
      *                          now on the department master,
      *                          the employer's FICA/Medicare to
      *                          payroll tax expense, net pay to
      *                          wages payable and each deduction
      *                          type to its own liability. The
      *                          journal must tie to the register
      *                          grand total or the run ends
      *                          non-zero, and a payroll GL control
      *                          record keeps a rerun of a week
      *                          already journaled from being cut
      *                          twice.
      * 2026-10-15 dastagg       Vacation, sick and holiday leave:
      *                          leave hours on the timecard paid
      *                          at EmpPayRate outside the 40-hour
      *                          overtime split, vacation and sick
      *                          drawn from the new leave balance
      *                          file (over-balance hours to the
      *                          exception listing, not paid),
      *                          weekly accrual by length of
      *                          service from the leave policy
      *                          file, termination payout cards
      *                          from BDS0703 paid and the rest
      *                          forfeited. The balances go to a
      *                          side file the weekly job swaps in,
      *                          the same as the YTD file.
      * 2026-10-15 dastagg       A rerun of a week already
      *                          journaled leaves the journal file
      *                          alone instead of emptying it.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DeptMasterFile-Status.

           SELECT TaxTableFile
           ASSIGN TO "../data/c07-taxtbl.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TaxTableFile-Status.

           SELECT PayJournalFile
           ASSIGN TO "../data/c07-payjrnl.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PayJournalFile-Status.

           SELECT PayGLControlFile
           ASSIGN TO "../data/c07-payglctl.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PayGLControlFile-Status.

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

       DATA DIVISION.
       FILE SECTION.
       FD EmployeeFile
      * the HIGH-VALUES end-of-file sentinel, as in BDS0703.
       01  EmployeeEofRec.
           88 EndOfEmployeeFile     VALUE HIGH-VALUES.
           02 FILLER                PIC X(70).

       FD TimecardFile
           LABEL RECORDS ARE STANDARD
           02 TC-WeekEnding         PIC 9(8).
           02 TC-Day-Hours OCCURS 7 TIMES
                                    PIC 99V9.
      *    Leave hours for the week, kept apart from the hours
      *    worked - blank on cards keyed before leave was on the
      *    card, read as none.
           02 TC-Vacation-Hours     PIC 999V9.
           02 TC-Vacation-Hours-X REDEFINES TC-Vacation-Hours
                                    PIC X(4).
           02 TC-Sick-Hours         PIC 999V9.
           02 TC-Sick-Hours-X REDEFINES TC-Sick-Hours
                                    PIC X(4).
           02 TC-Holiday-Hours      PIC 999V9.
           02 TC-Holiday-Hours-X REDEFINES TC-Holiday-Hours
                                    PIC X(4).
      *    "P" is the termination payout card BDS0703 cuts: leave
      *    hours only, week-ending set to the termination date.
           02 TC-Card-Type          PIC X.
              88 TC-Termination-Payout VALUE "P".

       FD PayRegisterFile
           LABEL RECORDS ARE STANDARD
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY YTDREC REPLACING ==:tag:== BY ==YTD==.

       FD NewYTDFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  NewYTDRec                PIC X(398).

       FD DeptMasterFile
           LABEL RECORDS ARE STANDARD
           02 DM-DeptCode           PIC 9(3).
           02 DM-DeptName           PIC X(20).
           02 DM-MgrSSN             PIC 9(9).
      *    Ledger account the department's wages are charged to -
      *    blank books to the general wage expense account.
           02 DM-Cost-Account       PIC X(4).

      * Tax table, replaced each January. Every record carries the
      * tax year it applies to; the kind byte says how the rest of
      * the record reads:
      *   "B" bracket - annual taxable wage over TT-Amount is taxed
      *       TT-Base-Tax plus TT-Rate percent of the excess, for
      *       the one TT-Filing-Status
      *   "A" allowance - TT-Amount is the annual amount each
      *       allowance takes off the wage before the brackets
      *   "R" wage rate - TT-Rate is the employee percentage,
      *       TT-ER-Rate the employer's, and TT-Amount the annual
      *       wage base (FICA only - zero means no cap)
       FD TaxTableFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  TaxTableRec.
           02 TT-Tax-Year           PIC 9(4).
           02 TT-Sep1               PIC X.
           02 TT-Tax-Type           PIC X(4).
              88 TT-Federal         VALUE "FED ".
              88 TT-State           VALUE "ST  ".
              88 TT-FICA            VALUE "FICA".
              88 TT-Medicare        VALUE "MEDI".
           02 TT-Sep2               PIC X.
           02 TT-Rec-Kind           PIC X.
              88 TT-Bracket         VALUE "B".
              88 TT-Allowance       VALUE "A".
              88 TT-Wage-Rate       VALUE "R".
           02 TT-Sep3               PIC X.
           02 TT-Filing-Status      PIC X.
           02 TT-Sep4               PIC X.
           02 TT-Amount             PIC 9(7)V99.
           02 TT-Sep5               PIC X.
           02 TT-Base-Tax           PIC 9(7)V99.
           02 TT-Sep6               PIC X.
           02 TT-Rate               PIC 99V999.
           02 TT-Sep7               PIC X.
           02 TT-ER-Rate            PIC 99V999.

      * Labor-cost journal, in the layout BDS1022 writes for the
      * inventory journal: "D" detail lines and one "T" trailer.
      * The week's payroll journal batch number goes where BDS1022
      * carries the audit sequence number.
       FD PayJournalFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  JournalRec.
           02 JR-Rec-Type           PIC X.
              88 JR-Detail          VALUE "D".
              88 JR-Trailer         VALUE "T".
           02 JR-Sep1               PIC X.
           02 JR-Date               PIC 9(8).
           02 JR-Sep2               PIC X.
           02 JR-Audit-Seq          PIC 9(6).
           02 JR-Sep3               PIC X.
           02 JR-Account            PIC X(4).
           02 JR-Sep4               PIC X.
           02 JR-DrCr               PIC X(2).
           02 JR-Sep5               PIC X.
           02 JR-Amount             PIC 9(9)V99.
           02 JR-Sep6               PIC X.
           02 JR-Desc               PIC X(24).

       01  JournalTrailerRec.
           02 JT-Rec-Type           PIC X.
           02 JT-Sep1               PIC X.
           02 JT-Date               PIC 9(8).
           02 JT-Sep2               PIC X.
           02 JT-Debit-Total        PIC 9(11)V99.
           02 JT-Sep3               PIC X.
           02 JT-Credit-Total       PIC 9(11)V99.

      * Payroll GL control - the last week-ending journaled and the
      * batch number it went out under.
       FD PayGLControlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PayGLControlRec.
           02 PGC-Last-WE           PIC 9(8).
           02 PGC-Sep1              PIC X.
           02 PGC-Last-Batch        PIC 9(6).

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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==YTDFile==.
           COPY WSFST REPLACING ==:tag:== BY ==NewYTDFile==.
           COPY WSFST REPLACING ==:tag:== BY ==DeptMasterFile==.
           COPY WSFST REPLACING ==:tag:== BY ==TaxTableFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PayJournalFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PayGLControlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==LeaveFile==.
           COPY WSFST REPLACING ==:tag:== BY ==NewLeaveFile==.
           COPY WSFST REPLACING ==:tag:== BY ==LeavePolicyFile==.

       01  WS-Register-Counters.
           02 WS-Timecard-Cnt       PIC 9(6) COMP VALUE ZERO.
           02 WS-No-Rate-Cnt        PIC 9(6) COMP VALUE ZERO.
           02 WS-Over-Deducted-Cnt  PIC 9(6) COMP VALUE ZERO.
           02 WS-Dup-Week-Cnt       PIC 9(6) COMP VALUE ZERO.
           02 WS-Bad-Filing-Cnt     PIC 9(6) COMP VALUE ZERO.
           02 WS-Wrong-Year-Cnt     PIC 9(6) COMP VALUE ZERO.
           02 WS-Leave-Over-Cnt     PIC 9(6) COMP VALUE ZERO.
           02 WS-No-Hire-Date-Cnt   PIC 9(6) COMP VALUE ZERO.
           02 WS-Payout-Card-Cnt    PIC 9(6) COMP VALUE ZERO.

       01  WS-Pay-Work.
           02 WS-Gross-Pay          PIC 9(6)V99 VALUE ZERO.
           02 WS-Net-Pay            PIC 9(6)V99 VALUE ZERO.
           02 WS-Total-Gross        PIC 9(8)V99 VALUE ZERO.
           02 WS-Total-Net          PIC 9(8)V99 VALUE ZERO.
           02 WS-Fed-Tax            PIC 9(5)V99 VALUE ZERO.
           02 WS-State-Tax          PIC 9(5)V99 VALUE ZERO.
           02 WS-FICA-Wages         PIC 9(6)V99 VALUE ZERO.
           02 WS-FICA-Tax           PIC 9(5)V99 VALUE ZERO.
           02 WS-Medicare-Tax       PIC 9(5)V99 VALUE ZERO.
           02 WS-ER-FICA            PIC 9(5)V99 VALUE ZERO.
           02 WS-ER-Medicare        PIC 9(5)V99 VALUE ZERO.
           02 WS-Tax-Withheld       PIC 9(6)V99 VALUE ZERO.
           02 WS-Pay-After-Tax      PIC 9(6)V99 VALUE ZERO.
           02 WS-Total-Fed          PIC 9(8)V99 VALUE ZERO.
           02 WS-Total-State        PIC 9(8)V99 VALUE ZERO.
           02 WS-Total-FICA         PIC 9(8)V99 VALUE ZERO.
           02 WS-Total-Medicare     PIC 9(8)V99 VALUE ZERO.
           02 WS-Total-ER-FICA      PIC 9(8)V99 VALUE ZERO.
           02 WS-Total-ER-Medicare  PIC 9(8)V99 VALUE ZERO.
           02 WS-Total-Other-Ded    PIC 9(8)V99 VALUE ZERO.
           02 WS-Total-Leave-Hours  PIC 9(6)V9 VALUE ZERO.
           02 WS-Total-Leave-Pay    PIC 9(8)V99 VALUE ZERO.

      *    The tax table, loaded once. Brackets for both income
      *    taxes share the one table, told apart by tax type and
      *    filing status; allowance amounts and the FICA/Medicare
      *    rates are single values.
       01  WS-Tax-Table.
           02 WS-TX-Year            PIC 9(4) VALUE ZERO.
           02 WS-TX-Max             PIC 9(03) COMP VALUE 200.
           02 WS-TX-Cnt             PIC 9(03) COMP VALUE ZERO.
           02 WS-TX-Bracket OCCURS 200 TIMES.
              03 WS-TX-Tax-Type     PIC X(4).
              03 WS-TX-Filing-Status PIC X.
              03 WS-TX-Over-Amount  PIC 9(7)V99.
              03 WS-TX-Base-Tax     PIC 9(7)V99.
              03 WS-TX-Rate         PIC 99V999.
           02 WS-TX-IDX             PIC 9(03) COMP VALUE ZERO.
           02 WS-TX-Found-IDX       PIC 9(03) COMP VALUE ZERO.
           02 WS-Fed-Allowance-Amt  PIC 9(7)V99 VALUE ZERO.
           02 WS-State-Allowance-Amt PIC 9(7)V99 VALUE ZERO.
           02 WS-FICA-Wage-Base     PIC 9(7)V99 VALUE ZERO.
           02 WS-FICA-Rate          PIC 99V999 VALUE ZERO.
           02 WS-FICA-ER-Rate       PIC 99V999 VALUE ZERO.
           02 WS-Medicare-Rate      PIC 99V999 VALUE ZERO.
           02 WS-Medicare-ER-Rate   PIC 99V999 VALUE ZERO.
           02 WS-FICA-Switch        PIC X VALUE "N".
              88 FICA-Rate-Loaded   VALUE "Y".
           02 WS-Medicare-Switch    PIC X VALUE "N".
              88 Medicare-Rate-Loaded VALUE "Y".
           02 WS-Fed-Single-Switch  PIC X VALUE "N".
              88 Fed-Single-Loaded  VALUE "Y".
           02 WS-Tax-Table-Error-Cnt PIC 9(4) COMP VALUE ZERO.

      *    Percentage-method work fields: the week's wage is
      *    annualized, allowances come off, the bracket tax is
      *    worked out for the year and brought back to the week.
       01  WS-Tax-Work.
           02 WS-Pay-Periods        PIC 99 VALUE 52.
           02 WS-Tax-Type           PIC X(4).
           02 WS-Tax-Filing-Status  PIC X.
           02 WS-Bracket-Status     PIC X.
           02 WS-Tax-Allowances     PIC 99 VALUE ZERO.
           02 WS-Allowance-Amt      PIC 9(7)V99 VALUE ZERO.
           02 WS-Allowance-Total    PIC 9(8)V99 VALUE ZERO.
           02 WS-Annual-Wage        PIC 9(8)V99 VALUE ZERO.
           02 WS-Annual-Taxable     PIC 9(8)V99 VALUE ZERO.
           02 WS-Annual-Tax         PIC 9(8)V99 VALUE ZERO.
           02 WS-Period-Tax         PIC 9(5)V99 VALUE ZERO.

       01  WS-WE-Date               PIC 9(8).
       01  FILLER REDEFINES WS-WE-Date.
           02 WS-WE-YYYY            PIC 9(4).
           02 WS-WE-MM              PIC 99.
           02 WS-WE-DD              PIC 99.
      *    Quarter the card posts to, by week-ending month, and a
      *    separate subscript for walking all four.
       01  WS-Qtr-IDX               PIC 9 COMP VALUE ZERO.
       01  WS-Q-IDX                 PIC 9 COMP VALUE ZERO.

      *    The week's deductions, summed per employee and applied
      *    once - an employee with a correction card and a catch-up
           02 WS-DT-Table OCCURS 100 TIMES.
              03 WS-DT-DeptCode     PIC X(3).
              03 WS-DT-DeptName     PIC X(20).
              03 WS-DT-Cost-Account PIC X(4).
              03 WS-DT-Lines        PIC 9(4).
              03 WS-DT-Gross        PIC 9(8)V99.
              03 WS-DT-Net          PIC 9(8)V99.
           02 WS-DT-IDX             PIC 9(03) COMP VALUE ZERO.
           02 WS-DT-Found-IDX       PIC 9(03) COMP VALUE ZERO.

      *    Labor-cost journal. Every paid card's week-ending is
      *    watched so the journal goes out under the latest week
      *    in the run; a week at or before the control record's
      *    is a rerun and cuts no entries.
       01  WS-Journal-Work.
           02 WS-Journal-WE         PIC 9(8) VALUE ZERO.
           02 WS-Last-WE-Journaled  PIC 9(8) VALUE ZERO.
           02 WS-Last-Batch         PIC 9(6) VALUE ZERO.
           02 WS-Journal-Batch      PIC 9(6) VALUE ZERO.
           02 WS-Journal-Switch     PIC X VALUE "N".
              88 Journal-Cut        VALUE "Y".
              88 Journal-Not-Cut    VALUE "N".
           02 WS-Rerun-Switch       PIC X VALUE "N".
              88 Week-Already-Journaled VALUE "Y".
           02 WS-Entry-Amount       PIC 9(9)V99 VALUE ZERO.
           02 WS-Debit-Total        PIC 9(11)V99 VALUE ZERO.
           02 WS-Credit-Total       PIC 9(11)V99 VALUE ZERO.
           02 WS-Wage-Expense-Total PIC 9(11)V99 VALUE ZERO.
           02 WS-Journal-Lines-Cnt  PIC 9(6) COMP VALUE ZERO.
           02 WS-Balance-Switch     PIC X VALUE "Y".
              88 Journal-Balanced   VALUE "Y".
              88 Journal-Out-Of-Balance VALUE "N".

      *    Ledger accounts the payroll posts to. Departments with no
      *    cost account on the master (and the UNASSIGNED bucket)
      *    book to the general wage expense account.
       01  WS-Payroll-Accounts.
           02 WS-Acct-Wage-Expense  PIC X(4) VALUE "6000".
           02 WS-Acct-Payroll-Tax   PIC X(4) VALUE "6100".
           02 WS-Acct-Wages-Payable PIC X(4) VALUE "2400".
           02 WS-Acct-Fed-WH        PIC X(4) VALUE "2410".
           02 WS-Acct-State-WH      PIC X(4) VALUE "2420".
           02 WS-Acct-FICA          PIC X(4) VALUE "2430".
           02 WS-Acct-Medicare      PIC X(4) VALUE "2440".
           02 WS-Acct-Other-Ded     PIC X(4) VALUE "2450".

       01  WS-Wage-Desc.
           02 FILLER                PIC X(06) VALUE "WAGES ".
           02 WS-WD-DeptName        PIC X(18).

       01  WS-Dept-Recap-Line.
           02 FILLER                PIC X(05) VALUE "DEPT ".
           02 WS-DR-DeptCode        PIC X(3).
      *    is closed by the time the side file is written, and a
      *    record area is only defined while its file is open (the
      *    same rule BDS1013 re-expands archived records for).
           COPY YTDREC REPLACING ==:tag:== BY ==WS-YI==.

       01  WS-YTD.
           02 WS-YT-Max             PIC 9(04) COMP VALUE 500.
              03 WS-YT-Posted-Flag  PIC X.
                 88 YT-Posted-This-Run VALUE "Y".
                 88 YT-Not-Posted      VALUE "N".
              03 WS-YT-Fed-Tax      PIC 9(7)V99.
              03 WS-YT-State-Tax    PIC 9(7)V99.
              03 WS-YT-FICA-Wages   PIC 9(7)V99.
              03 WS-YT-FICA-Tax     PIC 9(7)V99.
              03 WS-YT-Medicare-Tax PIC 9(7)V99.
              03 WS-YT-ER-FICA      PIC 9(7)V99.
              03 WS-YT-ER-Medicare  PIC 9(7)V99.
              03 WS-YT-Other-Ded    PIC 9(7)V99.
              03 WS-YT-Quarter OCCURS 4 TIMES.
                 04 WS-YT-Q-Gross      PIC 9(7)V99.
                 04 WS-YT-Q-Fed-Tax    PIC 9(7)V99.
                 04 WS-YT-Q-State-Tax  PIC 9(7)V99.
                 04 WS-YT-Q-FICA-Tax   PIC 9(7)V99.
                 04 WS-YT-Q-Medicare-Tax PIC 9(7)V99.
                 04 WS-YT-Q-ER-FICA    PIC 9(7)V99.
                 04 WS-YT-Q-ER-Medicare PIC 9(7)V99.
           02 WS-YT-IDX             PIC 9(04) COMP VALUE ZERO.
           02 WS-YT-Found-IDX       PIC 9(04) COMP VALUE ZERO.

      *    Leave policy - the accrual tiers by type and years of
      *    service. Caps and termination rules are for BDS0708 and
      *    BDS0703 and are not held here.
       01  WS-Leave-Policy.
           02 WS-LP-Max             PIC 9(03) COMP VALUE 50.
           02 WS-LP-Cnt             PIC 9(03) COMP VALUE ZERO.
           02 WS-LP-Table OCCURS 50 TIMES.
              03 WS-LP-Leave-Type   PIC X.
              03 WS-LP-Service-Years PIC 9(2).
              03 WS-LP-Hours        PIC 9(3)V99.
           02 WS-LP-IDX             PIC 9(03) COMP VALUE ZERO.
           02 WS-LP-Found-IDX       PIC 9(03) COMP VALUE ZERO.

      *    Leave balances, loaded at start and rewritten to the side
      *    file at end of run like the YTD figures. The posted flag
      *    works the same way as the YTD entry's.
           COPY LEAVEBAL REPLACING ==:tag:== BY ==WS-LI==.

       01  WS-Leave.
           02 WS-LB-Max             PIC 9(04) COMP VALUE 500.
           02 WS-LB-Cnt             PIC 9(04) COMP VALUE ZERO.
           02 WS-LB-Table OCCURS 500 TIMES.
              03 WS-LB-EmpSSN       PIC 9(9).
              03 WS-LB-Leave-Year   PIC 9(4).
              03 WS-LB-Vac-Balance  PIC 9(4)V99.
              03 WS-LB-Sick-Balance PIC 9(4)V99.
              03 WS-LB-Vac-Accrued  PIC 9(4)V99.
              03 WS-LB-Vac-Taken    PIC 9(4)V99.
              03 WS-LB-Sick-Accrued PIC 9(4)V99.
              03 WS-LB-Sick-Taken   PIC 9(4)V99.
              03 WS-LB-Holiday-Taken PIC 9(4)V99.
              03 WS-LB-Forfeited    PIC 9(4)V99.
              03 WS-LB-Paid-Out     PIC 9(4)V99.
              03 WS-LB-Last-WE      PIC 9(8).
              03 WS-LB-Posted-Flag  PIC X.
                 88 LB-Posted-This-Run VALUE "Y".
                 88 LB-Not-Posted      VALUE "N".
           02 WS-LB-IDX             PIC 9(04) COMP VALUE ZERO.
           02 WS-LB-Found-IDX       PIC 9(04) COMP VALUE ZERO.

      *    The card's leave - hours keyed, hours the balance covers
      *    and so are paid, and the week's accrual.
       01  WS-Leave-Work.
           02 WS-Vac-Hours          PIC 999V9 VALUE ZERO.
           02 WS-Sick-Hours         PIC 999V9 VALUE ZERO.
           02 WS-Holiday-Hours      PIC 999V9 VALUE ZERO.
           02 WS-Vac-Paid           PIC 999V9 VALUE ZERO.
           02 WS-Sick-Paid          PIC 999V9 VALUE ZERO.
           02 WS-Leave-Hours        PIC 999V9 VALUE ZERO.
           02 WS-Leave-Type         PIC X VALUE SPACE.
           02 WS-Service-Years      PIC 99 VALUE ZERO.
           02 WS-Accrual-Hours      PIC 9(3)V99 VALUE ZERO.
           02 WS-Hire-Date          PIC 9(8) VALUE ZERO.
           02 FILLER REDEFINES WS-Hire-Date.
              03 WS-Hire-YYYY       PIC 9(4).
              03 WS-Hire-MMDD       PIC 9(4).

       01  WS-Previous-SSN          PIC 9(9) VALUE ZERO.

       01  WS-Regular-Limit         PIC 99V9 VALUE 40.0.
           02 FILLER                PIC X(07) VALUE " GROSS ".
           02 WS-PR-Gross           PIC 9(6).99.
           02 FILLER                PIC X(05) VALUE " DED ".
           02 WS-PR-Deduction       PIC 9(6).99.
           02 FILLER                PIC X(05) VALUE " NET ".
           02 WS-PR-Net             PIC 9(6).99.
           02 FILLER                PIC X(05) VALUE " LV  ".
           02 WS-PR-Leave           PIC ZZ9.9.
           02 FILLER                PIC X(07) VALUE SPACE.

      *    Second register line - what DED on the first line is
      *    made of, and the employer's share on top of the pay.
       01  WS-Register-Tax-Line.
           02 FILLER                PIC X(11) VALUE SPACE.
           02 FILLER                PIC X(13) VALUE "WITHHELD FED ".
           02 WS-PT-Fed             PIC 9(5).99.
           02 FILLER                PIC X(04) VALUE " ST ".
           02 WS-PT-State           PIC 9(5).99.
           02 FILLER                PIC X(06) VALUE " FICA ".
           02 WS-PT-FICA            PIC 9(5).99.
           02 FILLER                PIC X(05) VALUE " MED ".
           02 WS-PT-Medicare        PIC 9(5).99.
           02 FILLER                PIC X(07) VALUE " OTHER ".
           02 WS-PT-Other           PIC 9(5).99.
           02 FILLER                PIC X(16) VALUE
                                    "  EMPLOYER FICA ".
           02 WS-PT-ER-FICA         PIC 9(5).99.
           02 FILLER                PIC X(05) VALUE " MED ".
           02 WS-PT-ER-Medicare     PIC 9(5).99.
           02 FILLER                PIC X(09) VALUE SPACE.

       01  WS-Tax-Recap-Line.
           02 FILLER                PIC X(04) VALUE "TAX ".
           02 WS-TR-Description     PIC X(30).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-TR-Amount          PIC 9(8).99.
           02 FILLER                PIC X(86) VALUE SPACE.

       01  WS-Exception-Line.
           02 WS-EX-EmpSSN          PIC 9(9).
           02 FILLER                PIC XXX VALUE " - ".
           02 WS-EX-Message         PIC X(46).
           02 FILLER                PIC X VALUE SPACE.
      *    Hours behind a leave exception - blank on the others.
           02 WS-EX-Hours           PIC ZZZ9.9 BLANK WHEN ZERO
                                    VALUE SPACE.
           02 FILLER                PIC X(15) VALUE SPACE.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
       Begin.
           PERFORM LoadDeptMaster
           PERFORM LoadDeductions
           PERFORM LoadTaxTable
           PERFORM LoadYTDFile
           PERFORM LoadLeavePolicy
           PERFORM LoadLeaveFile
           OPEN INPUT EmployeeFile
           IF NOT WS-EmployeeFile-Good
             DISPLAY "** ERROR **: Begin"
           END-PERFORM

           PERFORM PrintDeptRecap
           PERFORM PrintTaxRecap
           PERFORM WriteYTDFile
           PERFORM WriteLeaveFile
           PERFORM JournalPayroll
           DISPLAY EOJ-End-Message
           DISPLAY "   Timecards Read:          " WS-Timecard-Cnt
           DISPLAY "   Register Lines Printed:  " WS-Register-Cnt
           DISPLAY "   No Pay Rate on File:     " WS-No-Rate-Cnt
           DISPLAY "   Total Gross Pay:         " WS-Total-Gross
           DISPLAY "   Total Net Pay:           " WS-Total-Net
           DISPLAY "   Federal Tax Withheld:    " WS-Total-Fed
           DISPLAY "   State Tax Withheld:      " WS-Total-State
           DISPLAY "   FICA (Employee):         " WS-Total-FICA
           DISPLAY "   Medicare (Employee):     " WS-Total-Medicare
           DISPLAY "   FICA (Employer):         " WS-Total-ER-FICA
           DISPLAY "   Medicare (Employer):     " WS-Total-ER-Medicare
           DISPLAY "   Leave Hours Paid:        " WS-Total-Leave-Hours
           DISPLAY "   Leave Pay:               " WS-Total-Leave-Pay
           IF WS-Payout-Card-Cnt > ZERO
             DISPLAY "   Termination Payouts:     " WS-Payout-Card-Cnt
           END-IF
           IF WS-Leave-Over-Cnt > ZERO
             DISPLAY "   Leave Past Balance:      " WS-Leave-Over-Cnt
           END-IF
           IF WS-No-Hire-Date-Cnt > ZERO
             DISPLAY "   No Hire Date on File:    "
                WS-No-Hire-Date-Cnt
           END-IF
           IF WS-Bad-Filing-Cnt > ZERO
             DISPLAY "   Bad Filing Status:       " WS-Bad-Filing-Cnt
           END-IF
           IF WS-Wrong-Year-Cnt > ZERO
             DISPLAY "   Cards Outside Tax Year:  " WS-Wrong-Year-Cnt
           END-IF
           IF WS-Over-Deducted-Cnt > ZERO
             DISPLAY "   Deductions Past Gross:   "
                WS-Over-Deducted-Cnt
             DISPLAY "   Timecards Out of Sequence: "
                WS-Sequence-Error-Cnt
           END-IF
           DISPLAY "   Journal Week-Ending:     " WS-Journal-WE
           DISPLAY "   Journal Batch:           " WS-Journal-Batch
           DISPLAY "   Journal Entries Cut:     " WS-Journal-Lines-Cnt
           DISPLAY "   Journal Total Debits:    " WS-Debit-Total
           DISPLAY "   Journal Total Credits:   " WS-Credit-Total
           CLOSE EmployeeFile, TimecardFile, PayRegisterFile,
                 ExceptionListFile
      *    Only a clean, balanced run moves the payroll GL high-water
      *    mark - an out-of-balance journal is re-cut after the fix,
      *    the same as BDS1022, and a run the job will not commit
      *    must not be marked journaled either.
           EVALUATE TRUE
              WHEN WS-Sequence-Error-Cnt > ZERO
                 MOVE 8 TO RETURN-CODE
              WHEN Journal-Out-Of-Balance
                 DISPLAY "   *** JOURNAL DOES NOT BALANCE ***"
                 MOVE 8 TO RETURN-CODE
              WHEN Week-Already-Journaled
                 DISPLAY "   *** WEEK ALREADY JOURNALED - NO ENTRIES"
                    " CUT ***"
                 MOVE 4 TO RETURN-CODE
              WHEN Journal-Cut
                 PERFORM WritePayGLControl
           END-EVALUATE
           STOP RUN.

       AbortRun.
           CLOSE EmployeeFile, TimecardFile, PayRegisterFile,
                 ExceptionListFile, DeductionsFile, YTDFile,
                 NewYTDFile, TaxTableFile, PayJournalFile,
                 PayGLControlFile, LeaveFile, NewLeaveFile,
                 LeavePolicyFile.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

           MOVE 1 TO WS-DT-Cnt.
           MOVE SPACES TO WS-DT-DeptCode(1).
           MOVE "UNASSIGNED" TO WS-DT-DeptName(1).
           MOVE WS-Acct-Wage-Expense TO WS-DT-Cost-Account(1).
           MOVE ZERO TO WS-DT-Lines(1) WS-DT-Gross(1) WS-DT-Net(1).
           OPEN INPUT DeptMasterFile
           IF WS-DeptMasterFile-Good
               ADD 1 TO WS-DT-Cnt
               MOVE DM-DeptCode TO WS-DT-DeptCode(WS-DT-Cnt)
               MOVE DM-DeptName TO WS-DT-DeptName(WS-DT-Cnt)
               IF DM-Cost-Account = SPACES
                 MOVE WS-Acct-Wage-Expense
                    TO WS-DT-Cost-Account(WS-DT-Cnt)
               ELSE
                 MOVE DM-Cost-Account
                    TO WS-DT-Cost-Account(WS-DT-Cnt)
               END-IF
               MOVE ZERO TO WS-DT-Lines(WS-DT-Cnt)
               MOVE ZERO TO WS-DT-Gross(WS-DT-Cnt)
               MOVE ZERO TO WS-DT-Net(WS-DT-Cnt)
             PERFORM AbortRun
           END-IF.

       PrintTaxRecap.
      *    Run totals by tax type - what is owed to each agency for
      *    the week, the employer's share included.
           MOVE "TAX RECAP" TO PayRegisterRec.
           PERFORM WriteTaxRecapRecord.
           MOVE "FEDERAL INCOME TAX WITHHELD" TO WS-TR-Description.
           MOVE WS-Total-Fed TO WS-TR-Amount.
           PERFORM WriteTaxRecapLine.
           MOVE "STATE INCOME TAX WITHHELD" TO WS-TR-Description.
           MOVE WS-Total-State TO WS-TR-Amount.
           PERFORM WriteTaxRecapLine.
           MOVE "FICA - EMPLOYEE" TO WS-TR-Description.
           MOVE WS-Total-FICA TO WS-TR-Amount.
           PERFORM WriteTaxRecapLine.
           MOVE "MEDICARE - EMPLOYEE" TO WS-TR-Description.
           MOVE WS-Total-Medicare TO WS-TR-Amount.
           PERFORM WriteTaxRecapLine.
           MOVE "FICA - EMPLOYER" TO WS-TR-Description.
           MOVE WS-Total-ER-FICA TO WS-TR-Amount.
           PERFORM WriteTaxRecapLine.
           MOVE "MEDICARE - EMPLOYER" TO WS-TR-Description.
           MOVE WS-Total-ER-Medicare TO WS-TR-Amount.
           PERFORM WriteTaxRecapLine.
           MOVE "OTHER DEDUCTIONS" TO WS-TR-Description.
           MOVE WS-Total-Other-Ded TO WS-TR-Amount.
           PERFORM WriteTaxRecapLine.

       JournalPayroll.
      *    The week's labor cost for the ledger. Debits: each
      *    department's gross to its cost account, the employer's
      *    FICA and Medicare to payroll tax expense. Credits: net
      *    pay to wages payable and every deduction type to its own
      *    liability, FICA and Medicare carrying both shares. The
      *    wage expense has to come back to the register's grand
      *    total gross and the debits to the credits; the caller
      *    ends the run non-zero if either does not.
           PERFORM LoadPayGLControl.
      *    A week already journaled keeps the journal its own run
      *    cut - the file is not even opened, so a rerun cannot
      *    empty what the ledger may not have loaded yet.
           IF WS-Register-Cnt > ZERO
              AND WS-Journal-WE NOT > WS-Last-WE-Journaled
             SET Week-Already-Journaled TO TRUE
             MOVE WS-Last-Batch TO WS-Journal-Batch
             DISPLAY "Week ending " WS-Journal-WE
                " was journaled as batch " WS-Last-Batch
                " - not journaled again."
           ELSE
             PERFORM CutPayJournal
           END-IF.
           IF WS-Debit-Total NOT = WS-Credit-Total
             SET Journal-Out-Of-Balance TO TRUE
           END-IF.
           IF Journal-Cut
              AND WS-Wage-Expense-Total NOT = WS-Total-Gross
             DISPLAY "Wage expense " WS-Wage-Expense-Total
                " does not tie to register gross " WS-Total-Gross
             SET Journal-Out-Of-Balance TO TRUE
           END-IF.

       CutPayJournal.
           OPEN OUTPUT PayJournalFile
           IF NOT WS-PayJournalFile-Good
             DISPLAY "** ERROR **: CutPayJournal"
             DISPLAY "Open PayJournalFile Failed."
             DISPLAY "File Status: " WS-PayJournalFile-Status
             PERFORM AbortRun
           END-IF
           IF WS-Register-Cnt > ZERO
             COMPUTE WS-Journal-Batch = WS-Last-Batch + 1
             SET Journal-Cut TO TRUE
             PERFORM JournalWageExpense
             PERFORM JournalLiabilities
           END-IF.
           PERFORM WriteJournalTrailer.
           CLOSE PayJournalFile
           IF NOT WS-PayJournalFile-Good
             DISPLAY "** ERROR **: CutPayJournal"
             DISPLAY "Close PayJournalFile Failed."
             DISPLAY "File Status: " WS-PayJournalFile-Status
             PERFORM AbortRun
           END-IF.

       JournalWageExpense.
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DT-Cnt
             IF WS-DT-Gross(WS-DT-IDX) > ZERO
               MOVE WS-DT-Gross(WS-DT-IDX) TO WS-Entry-Amount
               MOVE WS-DT-Cost-Account(WS-DT-IDX) TO JR-Account
               MOVE WS-DT-DeptName(WS-DT-IDX) TO WS-WD-DeptName
               MOVE WS-Wage-Desc TO JR-Desc
               PERFORM WriteJournalDebit
               ADD WS-Entry-Amount TO WS-Wage-Expense-Total
             END-IF
           END-PERFORM.
           COMPUTE WS-Entry-Amount =
              WS-Total-ER-FICA + WS-Total-ER-Medicare.
           MOVE WS-Acct-Payroll-Tax TO JR-Account.
           MOVE "PAYROLL TAX EXPENSE" TO JR-Desc.
           PERFORM WriteJournalDebit.

       JournalLiabilities.
           MOVE WS-Total-Net TO WS-Entry-Amount.
           MOVE WS-Acct-Wages-Payable TO JR-Account.
           MOVE "NET WAGES PAYABLE" TO JR-Desc.
           PERFORM WriteJournalCredit.
           MOVE WS-Total-Fed TO WS-Entry-Amount.
           MOVE WS-Acct-Fed-WH TO JR-Account.
           MOVE "FEDERAL INCOME TAX W/H" TO JR-Desc.
           PERFORM WriteJournalCredit.
           MOVE WS-Total-State TO WS-Entry-Amount.
           MOVE WS-Acct-State-WH TO JR-Account.
           MOVE "STATE INCOME TAX W/H" TO JR-Desc.
           PERFORM WriteJournalCredit.
           COMPUTE WS-Entry-Amount =
              WS-Total-FICA + WS-Total-ER-FICA.
           MOVE WS-Acct-FICA TO JR-Account.
           MOVE "FICA PAYABLE EE + ER" TO JR-Desc.
           PERFORM WriteJournalCredit.
           COMPUTE WS-Entry-Amount =
              WS-Total-Medicare + WS-Total-ER-Medicare.
           MOVE WS-Acct-Medicare TO JR-Account.
           MOVE "MEDICARE PAYABLE EE + ER" TO JR-Desc.
           PERFORM WriteJournalCredit.
           MOVE WS-Total-Other-Ded TO WS-Entry-Amount.
           MOVE WS-Acct-Other-Ded TO JR-Account.
           MOVE "OTHER DEDUCTIONS PAYABLE" TO JR-Desc.
           PERFORM WriteJournalCredit.

       WriteJournalDebit.
      *    A type with nothing to post this week cuts no line.
           IF WS-Entry-Amount > ZERO
             MOVE "DR" TO JR-DrCr
             PERFORM WriteJournalDetail
             ADD WS-Entry-Amount TO WS-Debit-Total
           END-IF.

       WriteJournalCredit.
           IF WS-Entry-Amount > ZERO
             MOVE "CR" TO JR-DrCr
             PERFORM WriteJournalDetail
             ADD WS-Entry-Amount TO WS-Credit-Total
           END-IF.

       WriteJournalDetail.
           ADD 1 TO WS-Journal-Lines-Cnt.
           MOVE SPACE TO JR-Sep1 JR-Sep2 JR-Sep3 JR-Sep4 JR-Sep5
                         JR-Sep6.
           MOVE "D" TO JR-Rec-Type.
           MOVE WS-Journal-WE TO JR-Date.
           MOVE WS-Journal-Batch TO JR-Audit-Seq.
           MOVE WS-Entry-Amount TO JR-Amount.
           WRITE JournalRec.
           IF NOT WS-PayJournalFile-Good
             DISPLAY "** ERROR **: WriteJournalDetail"
             DISPLAY "Write PayJournalFile Failed."
             DISPLAY "File Status: " WS-PayJournalFile-Status
             PERFORM AbortRun
           END-IF.

       WriteJournalTrailer.
           MOVE SPACE TO JT-Sep1 JT-Sep2 JT-Sep3.
           MOVE "T" TO JT-Rec-Type.
           MOVE WS-Journal-WE TO JT-Date.
           MOVE WS-Debit-Total TO JT-Debit-Total.
           MOVE WS-Credit-Total TO JT-Credit-Total.
           WRITE JournalTrailerRec.
           IF NOT WS-PayJournalFile-Good
             DISPLAY "** ERROR **: WriteJournalTrailer"
             DISPLAY "Write PayJournalFile Failed."
             DISPLAY "File Status: " WS-PayJournalFile-Status
             PERFORM AbortRun
           END-IF.

       LoadPayGLControl.
      *    Missing control file (status "35") is the first payroll
      *    journaled - any week goes out, as batch 1.
           OPEN INPUT PayGLControlFile
           IF WS-PayGLControlFile-Good
             READ PayGLControlFile
                  AT END SET WS-PayGLControlFile-EOF TO TRUE
             END-READ
             IF WS-PayGLControlFile-Good
               MOVE PGC-Last-WE TO WS-Last-WE-Journaled
               MOVE PGC-Last-Batch TO WS-Last-Batch
             END-IF
             CLOSE PayGLControlFile
             IF NOT WS-PayGLControlFile-Good
               DISPLAY "** ERROR **: LoadPayGLControl"
               DISPLAY "Close PayGLControlFile Failed."
               DISPLAY "File Status: " WS-PayGLControlFile-Status
               PERFORM AbortRun
             END-IF
           ELSE
             IF WS-PayGLControlFile-Status NOT = "35"
               DISPLAY "** ERROR **: LoadPayGLControl"
               DISPLAY "Open PayGLControlFile Failed."
               DISPLAY "File Status: " WS-PayGLControlFile-Status
               PERFORM AbortRun
             END-IF
           END-IF.

       WritePayGLControl.
           OPEN OUTPUT PayGLControlFile
           IF NOT WS-PayGLControlFile-Good
             DISPLAY "** ERROR **: WritePayGLControl"
             DISPLAY "Open PayGLControlFile Failed."
             DISPLAY "File Status: " WS-PayGLControlFile-Status
             PERFORM AbortRun
           END-IF
           MOVE WS-Journal-WE TO PGC-Last-WE
           MOVE SPACE TO PGC-Sep1
           MOVE WS-Journal-Batch TO PGC-Last-Batch
           WRITE PayGLControlRec
           IF NOT WS-PayGLControlFile-Good
             DISPLAY "** ERROR **: WritePayGLControl"
             DISPLAY "Write PayGLControlFile Failed."
             DISPLAY "File Status: " WS-PayGLControlFile-Status
             PERFORM AbortRun
           END-IF
           CLOSE PayGLControlFile
           IF NOT WS-PayGLControlFile-Good
             DISPLAY "** ERROR **: WritePayGLControl"
             DISPLAY "Close PayGLControlFile Failed."
             DISPLAY "File Status: " WS-PayGLControlFile-Status
             PERFORM AbortRun
           END-IF.

       WriteTaxRecapLine.
           DISPLAY WS-Tax-Recap-Line(1:46).
           MOVE WS-Tax-Recap-Line TO PayRegisterRec.
           PERFORM WriteTaxRecapRecord.

       WriteTaxRecapRecord.
           WRITE PayRegisterRec.
           IF NOT WS-PayRegisterFile-Good
             DISPLAY "** ERROR **: PrintTaxRecap"
             DISPLAY "Write PayRegisterFile Failed."
             DISPLAY "File Status: " WS-PayRegisterFile-Status
             PERFORM AbortRun
           END-IF.

       LoadTaxTable.
      *    Unlike the deductions file, a missing tax table stops the
      *    run - paying without withholding is not an option. So
      *    does a table mixing years, a record of unknown type, or
      *    one without the federal single brackets and both
      *    FICA/Medicare rates.
           OPEN INPUT TaxTableFile
           IF NOT WS-TaxTableFile-Good
             DISPLAY "** ERROR **: LoadTaxTable"
             DISPLAY "Open TaxTableFile Failed."
             DISPLAY "File Status: " WS-TaxTableFile-Status
             PERFORM AbortRun
           END-IF
           PERFORM ReadTaxTableFile
           PERFORM UNTIL WS-TaxTableFile-EOF
             PERFORM NoteOneTaxTableRecord
             PERFORM ReadTaxTableFile
           END-PERFORM
           CLOSE TaxTableFile
           IF NOT WS-TaxTableFile-Good
             DISPLAY "** ERROR **: LoadTaxTable"
             DISPLAY "Close TaxTableFile Failed."
             DISPLAY "File Status: " WS-TaxTableFile-Status
             PERFORM AbortRun
           END-IF
           IF NOT Fed-Single-Loaded
             DISPLAY "** ERROR **: LoadTaxTable"
             DISPLAY "No federal single brackets in the tax table."
             ADD 1 TO WS-Tax-Table-Error-Cnt
           END-IF
           IF NOT FICA-Rate-Loaded OR NOT Medicare-Rate-Loaded
             DISPLAY "** ERROR **: LoadTaxTable"
             DISPLAY "FICA or Medicare rate missing from tax table."
             ADD 1 TO WS-Tax-Table-Error-Cnt
           END-IF
           IF WS-Tax-Table-Error-Cnt > ZERO
             PERFORM AbortRun
           END-IF
           DISPLAY "Tax table year: " WS-TX-Year.

       NoteOneTaxTableRecord.
           IF WS-TX-Year = ZERO
             MOVE TT-Tax-Year TO WS-TX-Year
           END-IF.
           IF TT-Tax-Year NOT = WS-TX-Year
             DISPLAY "** ERROR **: LoadTaxTable"
             DISPLAY "Tax table mixes years: " WS-TX-Year
                " and " TT-Tax-Year
             ADD 1 TO WS-Tax-Table-Error-Cnt
           END-IF.
           EVALUATE TRUE
              WHEN (TT-Federal OR TT-State) AND TT-Bracket
                 IF WS-TX-Cnt >= WS-TX-Max
                   DISPLAY "** ERROR **: LoadTaxTable"
                   DISPLAY "More brackets than the table holds."
                   PERFORM AbortRun
                 END-IF
                 ADD 1 TO WS-TX-Cnt
                 MOVE TT-Tax-Type TO WS-TX-Tax-Type(WS-TX-Cnt)
                 MOVE TT-Filing-Status
                    TO WS-TX-Filing-Status(WS-TX-Cnt)
                 MOVE TT-Amount TO WS-TX-Over-Amount(WS-TX-Cnt)
                 MOVE TT-Base-Tax TO WS-TX-Base-Tax(WS-TX-Cnt)
                 MOVE TT-Rate TO WS-TX-Rate(WS-TX-Cnt)
                 IF TT-Federal AND TT-Filing-Status = "S"
                   SET Fed-Single-Loaded TO TRUE
                 END-IF
              WHEN TT-Federal AND TT-Allowance
                 MOVE TT-Amount TO WS-Fed-Allowance-Amt
              WHEN TT-State AND TT-Allowance
                 MOVE TT-Amount TO WS-State-Allowance-Amt
              WHEN TT-FICA AND TT-Wage-Rate
                 MOVE TT-Amount TO WS-FICA-Wage-Base
                 MOVE TT-Rate TO WS-FICA-Rate
                 MOVE TT-ER-Rate TO WS-FICA-ER-Rate
                 SET FICA-Rate-Loaded TO TRUE
              WHEN TT-Medicare AND TT-Wage-Rate
                 MOVE TT-Rate TO WS-Medicare-Rate
                 MOVE TT-ER-Rate TO WS-Medicare-ER-Rate
                 SET Medicare-Rate-Loaded TO TRUE
              WHEN OTHER
                 DISPLAY "** ERROR **: LoadTaxTable"
                 DISPLAY "Unknown tax table record: " TaxTableRec
                 ADD 1 TO WS-Tax-Table-Error-Cnt
           END-EVALUATE.

       ReadTaxTableFile.
           READ TaxTableFile
                AT END SET WS-TaxTableFile-EOF TO TRUE
           END-READ.
           IF NOT WS-TaxTableFile-Good AND NOT WS-TaxTableFile-EOF
             DISPLAY "** ERROR **: ReadTaxTableFile"
             DISPLAY "Read TaxTableFile Failed."
             DISPLAY "File Status: " WS-TaxTableFile-Status
             PERFORM AbortRun
           END-IF.

       LoadDeductions.
      *    Missing deductions file (status "35") just means no
      *    deductions this week. Several records for one SSN sum
                 PERFORM AbortRun
               END-IF
               ADD 1 TO WS-YT-Cnt
               MOVE WS-YT-Cnt TO WS-YT-Found-IDX
               PERFORM ClearYTDEntry
               MOVE YTD-EmpSSN TO WS-YT-EmpSSN(WS-YT-Cnt)
               MOVE YTD-Gross TO WS-YT-Gross(WS-YT-Cnt)
               MOVE YTD-Net TO WS-YT-Net(WS-YT-Cnt)
               IF YTD-Last-WE-X NUMERIC
                 MOVE YTD-Last-WE TO WS-YT-Last-WE(WS-YT-Cnt)
               END-IF
      *        A record from before the withholding has no tax
      *        figures; everything it paid was FICA wages, which
      *        is what the wage base has to be tested against.
               IF YTD-Tax-Area NOT = SPACES
                 PERFORM LoadYTDTaxFigures
               ELSE
                 MOVE YTD-Gross TO WS-YT-FICA-Wages(WS-YT-Cnt)
               END-IF
               PERFORM CheckYTDYear
               PERFORM ReadYTDFile
             END-PERFORM
             CLOSE YTDFile
             END-IF
           END-IF.

       LoadYTDTaxFigures.
           MOVE YTD-Fed-Tax TO WS-YT-Fed-Tax(WS-YT-Cnt).
           MOVE YTD-State-Tax TO WS-YT-State-Tax(WS-YT-Cnt).
           MOVE YTD-FICA-Wages TO WS-YT-FICA-Wages(WS-YT-Cnt).
           MOVE YTD-FICA-Tax TO WS-YT-FICA-Tax(WS-YT-Cnt).
           MOVE YTD-Medicare-Tax TO WS-YT-Medicare-Tax(WS-YT-Cnt).
           MOVE YTD-ER-FICA TO WS-YT-ER-FICA(WS-YT-Cnt).
           MOVE YTD-ER-Medicare TO WS-YT-ER-Medicare(WS-YT-Cnt).
           MOVE YTD-Other-Ded TO WS-YT-Other-Ded(WS-YT-Cnt).
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > 4
             MOVE YTD-Q-Gross(WS-Q-IDX)
                TO WS-YT-Q-Gross(WS-YT-Cnt, WS-Q-IDX)
             MOVE YTD-Q-Fed-Tax(WS-Q-IDX)
                TO WS-YT-Q-Fed-Tax(WS-YT-Cnt, WS-Q-IDX)
             MOVE YTD-Q-State-Tax(WS-Q-IDX)
                TO WS-YT-Q-State-Tax(WS-YT-Cnt, WS-Q-IDX)
             MOVE YTD-Q-FICA-Tax(WS-Q-IDX)
                TO WS-YT-Q-FICA-Tax(WS-YT-Cnt, WS-Q-IDX)
             MOVE YTD-Q-Medicare-Tax(WS-Q-IDX)
                TO WS-YT-Q-Medicare-Tax(WS-YT-Cnt, WS-Q-IDX)
             MOVE YTD-Q-ER-FICA(WS-Q-IDX)
                TO WS-YT-Q-ER-FICA(WS-YT-Cnt, WS-Q-IDX)
             MOVE YTD-Q-ER-Medicare(WS-Q-IDX)
                TO WS-YT-Q-ER-Medicare(WS-YT-Cnt, WS-Q-IDX)
           END-PERFORM.

       CheckYTDYear.
      *    The YTD file belongs to one payroll year, and the tax
      *    table names which year is open. A posted week from any
      *    other year means January's new table went in before the
      *    old year was closed - posting on would roll the new
      *    year's pay into last year's W-2 figures.
           IF WS-YT-Last-WE(WS-YT-Cnt) > ZERO
             MOVE WS-YT-Last-WE(WS-YT-Cnt) TO WS-WE-Date
             IF WS-WE-YYYY NOT = WS-TX-Year
               DISPLAY "** ERROR **: LoadYTDFile"
               DISPLAY "YTD file holds year " WS-WE-YYYY
                  ", tax table is for " WS-TX-Year
               DISPLAY "Run the year-end close before paying "
                  "the new year."
               PERFORM AbortRun
             END-IF
           END-IF.

       ClearYTDEntry.
           MOVE ZERO TO WS-YT-Gross(WS-YT-Found-IDX)
                        WS-YT-Net(WS-YT-Found-IDX)
                        WS-YT-Last-WE(WS-YT-Found-IDX)
                        WS-YT-Fed-Tax(WS-YT-Found-IDX)
                        WS-YT-State-Tax(WS-YT-Found-IDX)
                        WS-YT-FICA-Wages(WS-YT-Found-IDX)
                        WS-YT-FICA-Tax(WS-YT-Found-IDX)
                        WS-YT-Medicare-Tax(WS-YT-Found-IDX)
                        WS-YT-ER-FICA(WS-YT-Found-IDX)
                        WS-YT-ER-Medicare(WS-YT-Found-IDX)
                        WS-YT-Other-Ded(WS-YT-Found-IDX).
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > 4
             MOVE ZERO
                TO WS-YT-Q-Gross(WS-YT-Found-IDX, WS-Q-IDX)
                   WS-YT-Q-Fed-Tax(WS-YT-Found-IDX, WS-Q-IDX)
                   WS-YT-Q-State-Tax(WS-YT-Found-IDX, WS-Q-IDX)
                   WS-YT-Q-FICA-Tax(WS-YT-Found-IDX, WS-Q-IDX)
                   WS-YT-Q-Medicare-Tax(WS-YT-Found-IDX, WS-Q-IDX)
                   WS-YT-Q-ER-FICA(WS-YT-Found-IDX, WS-Q-IDX)
                   WS-YT-Q-ER-Medicare(WS-YT-Found-IDX, WS-Q-IDX)
           END-PERFORM.
           SET YT-Not-Posted(WS-YT-Found-IDX) TO TRUE.

       WriteYTDFile.
      *    Rewritten to a side file the weekly job swaps over the
      *    live one after a clean run - OPEN OUTPUT on the live
           END-IF
           PERFORM VARYING WS-YT-IDX FROM 1 BY 1
                   UNTIL WS-YT-IDX > WS-YT-Cnt
             PERFORM BuildYTDImage
             WRITE NewYTDRec FROM WS-YI-YTD-Record
             IF NOT WS-NewYTDFile-Good
               DISPLAY "** ERROR **: WriteYTDFile"
               DISPLAY "Write NewYTDFile Failed."
             PERFORM AbortRun
           END-IF.

       BuildYTDImage.
      *    Spaces first so every separator byte is blank, then the
      *    figures over them.
           MOVE SPACES TO WS-YI-YTD-Record.
           MOVE WS-YT-EmpSSN(WS-YT-IDX) TO WS-YI-EmpSSN.
           MOVE WS-YT-Gross(WS-YT-IDX) TO WS-YI-Gross.
           MOVE WS-YT-Net(WS-YT-IDX) TO WS-YI-Net.
           MOVE WS-YT-Last-WE(WS-YT-IDX) TO WS-YI-Last-WE.
           MOVE WS-YT-Fed-Tax(WS-YT-IDX) TO WS-YI-Fed-Tax.
           MOVE WS-YT-State-Tax(WS-YT-IDX) TO WS-YI-State-Tax.
           MOVE WS-YT-FICA-Wages(WS-YT-IDX) TO WS-YI-FICA-Wages.
           MOVE WS-YT-FICA-Tax(WS-YT-IDX) TO WS-YI-FICA-Tax.
           MOVE WS-YT-Medicare-Tax(WS-YT-IDX) TO WS-YI-Medicare-Tax.
           MOVE WS-YT-ER-FICA(WS-YT-IDX) TO WS-YI-ER-FICA.
           MOVE WS-YT-ER-Medicare(WS-YT-IDX) TO WS-YI-ER-Medicare.
           MOVE WS-YT-Other-Ded(WS-YT-IDX) TO WS-YI-Other-Ded.
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > 4
             MOVE WS-YT-Q-Gross(WS-YT-IDX, WS-Q-IDX)
                TO WS-YI-Q-Gross(WS-Q-IDX)
             MOVE WS-YT-Q-Fed-Tax(WS-YT-IDX, WS-Q-IDX)
                TO WS-YI-Q-Fed-Tax(WS-Q-IDX)
             MOVE WS-YT-Q-State-Tax(WS-YT-IDX, WS-Q-IDX)
                TO WS-YI-Q-State-Tax(WS-Q-IDX)
             MOVE WS-YT-Q-FICA-Tax(WS-YT-IDX, WS-Q-IDX)
                TO WS-YI-Q-FICA-Tax(WS-Q-IDX)
             MOVE WS-YT-Q-Medicare-Tax(WS-YT-IDX, WS-Q-IDX)
                TO WS-YI-Q-Medicare-Tax(WS-Q-IDX)
             MOVE WS-YT-Q-ER-FICA(WS-YT-IDX, WS-Q-IDX)
                TO WS-YI-Q-ER-FICA(WS-Q-IDX)
             MOVE WS-YT-Q-ER-Medicare(WS-YT-IDX, WS-Q-IDX)
                TO WS-YI-Q-ER-Medicare(WS-Q-IDX)
           END-PERFORM.

       ReadDeductionsFile.
           READ DeductionsFile
                AT END SET WS-DeductionsFile-EOF TO TRUE
             PERFORM AbortRun
           END-IF.

       LoadLeavePolicy.
      *    Like the tax table, a missing leave policy stops the run
      *    - paying leave with no accrual behind it would run every
      *    balance down to nothing. So does a record of unknown
      *    type.
           OPEN INPUT LeavePolicyFile
           IF NOT WS-LeavePolicyFile-Good
             DISPLAY "** ERROR **: LoadLeavePolicy"
             DISPLAY "Open LeavePolicyFile Failed."
             DISPLAY "File Status: " WS-LeavePolicyFile-Status
             PERFORM AbortRun
           END-IF
           PERFORM ReadLeavePolicyFile
           PERFORM UNTIL WS-LeavePolicyFile-EOF
             IF (LP-Vacation OR LP-Sick)
                AND (LP-Accrual OR LP-Cap OR LP-Termination)
               IF LP-Accrual
                 IF WS-LP-Cnt >= WS-LP-Max
                   DISPLAY "** ERROR **: LoadLeavePolicy"
                   DISPLAY "More accrual tiers than the table holds."
                   PERFORM AbortRun
                 END-IF
                 ADD 1 TO WS-LP-Cnt
                 MOVE LP-Leave-Type TO WS-LP-Leave-Type(WS-LP-Cnt)
                 MOVE LP-Service-Years
                    TO WS-LP-Service-Years(WS-LP-Cnt)
                 MOVE LP-Hours TO WS-LP-Hours(WS-LP-Cnt)
               END-IF
             ELSE
               DISPLAY "** ERROR **: LoadLeavePolicy"
               DISPLAY "Unknown leave policy record: "
                  LP-Leave-Policy-Record
               PERFORM AbortRun
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

       LoadLeaveFile.
      *    Missing leave file (status "35") is the first run with
      *    leave - every balance opens at zero.
           OPEN INPUT LeaveFile
           IF WS-LeaveFile-Good
             PERFORM ReadLeaveFile
             PERFORM UNTIL WS-LeaveFile-EOF
               IF WS-LB-Cnt >= WS-LB-Max
                 DISPLAY "** ERROR **: LoadLeaveFile"
                 DISPLAY "More leave entries than the table holds."
                 PERFORM AbortRun
               END-IF
               ADD 1 TO WS-LB-Cnt
               MOVE WS-LB-Cnt TO WS-LB-Found-IDX
               PERFORM ClearLeaveEntry
               MOVE LV-EmpSSN TO WS-LB-EmpSSN(WS-LB-Cnt)
               MOVE LV-Leave-Year TO WS-LB-Leave-Year(WS-LB-Cnt)
               MOVE LV-Vac-Balance TO WS-LB-Vac-Balance(WS-LB-Cnt)
               MOVE LV-Sick-Balance TO WS-LB-Sick-Balance(WS-LB-Cnt)
               MOVE LV-Vac-Accrued TO WS-LB-Vac-Accrued(WS-LB-Cnt)
               MOVE LV-Vac-Taken TO WS-LB-Vac-Taken(WS-LB-Cnt)
               MOVE LV-Sick-Accrued TO WS-LB-Sick-Accrued(WS-LB-Cnt)
               MOVE LV-Sick-Taken TO WS-LB-Sick-Taken(WS-LB-Cnt)
               MOVE LV-Holiday-Taken
                  TO WS-LB-Holiday-Taken(WS-LB-Cnt)
               MOVE LV-Forfeited TO WS-LB-Forfeited(WS-LB-Cnt)
               MOVE LV-Paid-Out TO WS-LB-Paid-Out(WS-LB-Cnt)
               MOVE LV-Last-WE TO WS-LB-Last-WE(WS-LB-Cnt)
               PERFORM CheckLeaveYear
               PERFORM ReadLeaveFile
             END-PERFORM
             CLOSE LeaveFile
             IF NOT WS-LeaveFile-Good
               DISPLAY "** ERROR **: LoadLeaveFile"
               DISPLAY "Close LeaveFile Failed."
               DISPLAY "File Status: " WS-LeaveFile-Status
               PERFORM AbortRun
             END-IF
           ELSE
             IF WS-LeaveFile-Status NOT = "35"
               DISPLAY "** ERROR **: LoadLeaveFile"
               DISPLAY "Open LeaveFile Failed."
               DISPLAY "File Status: " WS-LeaveFile-Status
               PERFORM AbortRun
             END-IF
           END-IF.

       CheckLeaveYear.
      *    The leave year moves on only at the year-end carryover,
      *    which runs with the payroll close - a balance still in
      *    another year means the close has not been run, and
      *    posting on would mix two years' accrued and taken.
           IF WS-LB-Leave-Year(WS-LB-Cnt) NOT = WS-TX-Year
             DISPLAY "** ERROR **: LoadLeaveFile"
             DISPLAY "Leave file holds year "
                WS-LB-Leave-Year(WS-LB-Cnt)
                ", tax table is for " WS-TX-Year
             DISPLAY "Run the year-end close before paying "
                "the new year."
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

       WriteLeaveFile.
      *    To a side file the weekly job swaps in after a clean run,
      *    for the same reasons the YTD figures are.
           OPEN OUTPUT NewLeaveFile
           IF NOT WS-NewLeaveFile-Good
             DISPLAY "** ERROR **: WriteLeaveFile"
             DISPLAY "Open NewLeaveFile Failed."
             DISPLAY "File Status: " WS-NewLeaveFile-Status
             PERFORM AbortRun
           END-IF
           PERFORM VARYING WS-LB-IDX FROM 1 BY 1
                   UNTIL WS-LB-IDX > WS-LB-Cnt
             PERFORM BuildLeaveImage
             WRITE NewLeaveRec FROM WS-LI-Leave-Record
             IF NOT WS-NewLeaveFile-Good
               DISPLAY "** ERROR **: WriteLeaveFile"
               DISPLAY "Write NewLeaveFile Failed."
               DISPLAY "File Status: " WS-NewLeaveFile-Status
               PERFORM AbortRun
             END-IF
           END-PERFORM
           CLOSE NewLeaveFile
           IF NOT WS-NewLeaveFile-Good
             DISPLAY "** ERROR **: WriteLeaveFile"
             DISPLAY "Close NewLeaveFile Failed."
             DISPLAY "File Status: " WS-NewLeaveFile-Status
             PERFORM AbortRun
           END-IF.

       BuildLeaveImage.
           MOVE SPACES TO WS-LI-Leave-Record.
           MOVE WS-LB-EmpSSN(WS-LB-IDX) TO WS-LI-EmpSSN.
           MOVE WS-LB-Leave-Year(WS-LB-IDX) TO WS-LI-Leave-Year.
           MOVE WS-LB-Vac-Balance(WS-LB-IDX) TO WS-LI-Vac-Balance.
           MOVE WS-LB-Sick-Balance(WS-LB-IDX) TO WS-LI-Sick-Balance.
           MOVE WS-LB-Vac-Accrued(WS-LB-IDX) TO WS-LI-Vac-Accrued.
           MOVE WS-LB-Vac-Taken(WS-LB-IDX) TO WS-LI-Vac-Taken.
           MOVE WS-LB-Sick-Accrued(WS-LB-IDX) TO WS-LI-Sick-Accrued.
           MOVE WS-LB-Sick-Taken(WS-LB-IDX) TO WS-LI-Sick-Taken.
           MOVE WS-LB-Holiday-Taken(WS-LB-IDX)
              TO WS-LI-Holiday-Taken.
           MOVE WS-LB-Forfeited(WS-LB-IDX) TO WS-LI-Forfeited.
           MOVE WS-LB-Paid-Out(WS-LB-IDX) TO WS-LI-Paid-Out.
           MOVE WS-LB-Last-WE(WS-LB-IDX) TO WS-LI-Last-WE.

       RegisterEmployeeTimecards.
      *    One employee can have more than one timecard in the file
      *    (a correction, or a catch-up week) - every card for the
                   OR TC-EmpSSN NOT = EF-EmpSSN.

       RegisterOneTimecard.
      *    A card for a week outside the tax table's year cannot be
      *    withheld correctly - last year's late card belongs to a
      *    closed year, next year's waits for January's table.
           MOVE TC-WeekEnding TO WS-WE-Date.
           IF WS-WE-YYYY = WS-TX-Year
             PERFORM PayOneTimecard
           ELSE
             ADD 1 TO WS-Wrong-Year-Cnt
             MOVE TC-EmpSSN TO WS-EX-EmpSSN
             MOVE "Pay Error - Week not in the tax table year"
                TO WS-EX-Message
             PERFORM WriteExceptionLine
           END-IF.
           PERFORM ReadTimecardFile.

       PayOneTimecard.
           MOVE ZERO TO WS-Total-Hours.
           PERFORM VARYING WS-Day-IDX FROM 1 BY 1
                   UNTIL WS-Day-IDX > 7
             MOVE WS-Total-Hours TO WS-Regular-Hours
             MOVE ZERO TO WS-Overtime-Hours
           END-IF.
           COMPUTE WS-Qtr-IDX = ((WS-WE-MM - 1) / 3) + 1.
           PERFORM TakeLeave.
           PERFORM ComputeGrossPay.
           PERFORM FindYTDEntry.
           PERFORM ComputeWithholding.
           PERFORM ApplyDeduction.
           PERFORM AccumulateYTD.
           PERFORM AccumulateDeptTotals.
           IF TC-WeekEnding > WS-Journal-WE
             MOVE TC-WeekEnding TO WS-Journal-WE
           END-IF.
           ADD 1 TO WS-Register-Cnt.
           MOVE TC-EmpSSN TO WS-PR-EmpSSN.
           MOVE EF-EmpSurname TO WS-PR-Surname.
           MOVE WS-Regular-Hours TO WS-PR-Regular.
           MOVE WS-Overtime-Hours TO WS-PR-Overtime.
           MOVE WS-Gross-Pay TO WS-PR-Gross.
           COMPUTE WS-PR-Deduction =
              WS-Tax-Withheld + WS-Deduction-Amt.
           MOVE WS-Net-Pay TO WS-PR-Net.
           MOVE WS-Leave-Hours TO WS-PR-Leave.
           DISPLAY "PAY: " WS-Register-Line(1:122).
           WRITE PayRegisterRec FROM WS-Register-Line.
           IF NOT WS-PayRegisterFile-Good
             DISPLAY "** ERROR **: PayOneTimecard"
             DISPLAY "Write PayRegisterFile Failed."
             DISPLAY "File Status: " WS-PayRegisterFile-Status
             PERFORM AbortRun
           END-IF.
           MOVE WS-Fed-Tax TO WS-PT-Fed.
           MOVE WS-State-Tax TO WS-PT-State.
           MOVE WS-FICA-Tax TO WS-PT-FICA.
           MOVE WS-Medicare-Tax TO WS-PT-Medicare.
           MOVE WS-Deduction-Amt TO WS-PT-Other.
           MOVE WS-ER-FICA TO WS-PT-ER-FICA.
           MOVE WS-ER-Medicare TO WS-PT-ER-Medicare.
           WRITE PayRegisterRec FROM WS-Register-Tax-Line.
           IF NOT WS-PayRegisterFile-Good
             DISPLAY "** ERROR **: PayOneTimecard"
             DISPLAY "Write PayRegisterFile Failed."
             DISPLAY "File Status: " WS-PayRegisterFile-Status
             PERFORM AbortRun
           END-IF.

       ComputeGrossPay.
      *    Regular hours at the rate, the overtime split already
      *    computed at time-and-a-half, and the leave the balance
      *    covered at the straight rate. A blank or zero rate pays
      *    nothing and goes on the exception listing - inventing a
      *    rate is the spreadsheet's old trick, not this program's.
           IF EF-EmpPayRate-X NUMERIC AND EF-EmpPayRate > ZERO
             COMPUTE WS-Gross-Pay ROUNDED =
                (WS-Regular-Hours * EF-EmpPayRate)
                + (WS-Overtime-Hours * EF-EmpPayRate * 1.5)
                + (WS-Leave-Hours * EF-EmpPayRate)
             COMPUTE WS-Total-Leave-Pay ROUNDED = WS-Total-Leave-Pay
                + (WS-Leave-Hours * EF-EmpPayRate)
           ELSE
             MOVE ZERO TO WS-Gross-Pay
             ADD 1 TO WS-No-Rate-Cnt
           END-IF.
           ADD WS-Gross-Pay TO WS-Total-Gross.

       ComputeWithholding.
      *    Nothing is withheld from a card that paid nothing.
           MOVE ZERO TO WS-Fed-Tax WS-State-Tax WS-FICA-Wages
                        WS-FICA-Tax WS-Medicare-Tax WS-ER-FICA
                        WS-ER-Medicare.
           IF WS-Gross-Pay > ZERO
             PERFORM SetFilingStatus
             MOVE "FED " TO WS-Tax-Type
             MOVE WS-Fed-Allowance-Amt TO WS-Allowance-Amt
             PERFORM ComputeIncomeTax
             MOVE WS-Period-Tax TO WS-Fed-Tax
             MOVE "ST  " TO WS-Tax-Type
             MOVE WS-State-Allowance-Amt TO WS-Allowance-Amt
             PERFORM ComputeIncomeTax
             MOVE WS-Period-Tax TO WS-State-Tax
             PERFORM ComputeFICA
             COMPUTE WS-Medicare-Tax ROUNDED =
                WS-Gross-Pay * WS-Medicare-Rate / 100
             COMPUTE WS-ER-Medicare ROUNDED =
                WS-Gross-Pay * WS-Medicare-ER-Rate / 100
           END-IF.

       SetFilingStatus.
      *    Blank status (records from before the field existed)
      *    withholds as single; anything else unrecognized does too
      *    but goes on the exception listing for HR to correct.
           IF EF-Filing-Married OR EF-Filing-Head-Household
             MOVE EF-EmpFilingStatus TO WS-Tax-Filing-Status
           ELSE
             MOVE "S" TO WS-Tax-Filing-Status
             IF NOT EF-Filing-Single
               ADD 1 TO WS-Bad-Filing-Cnt
               MOVE TC-EmpSSN TO WS-EX-EmpSSN
               MOVE "Tax Error - Bad filing status, withheld single"
                  TO WS-EX-Message
               PERFORM WriteExceptionLine
             END-IF
           END-IF.
           IF EF-EmpAllowances-X NUMERIC
             MOVE EF-EmpAllowances TO WS-Tax-Allowances
           ELSE
             MOVE ZERO TO WS-Tax-Allowances
           END-IF.

       ComputeIncomeTax.
      *    Percentage method: annualize the week, take off the
      *    allowances, tax the rest from its bracket and bring the
      *    year's tax back to the week. A filing status the table
      *    carries no brackets for (head of household, in a state
      *    that does not distinguish it) is withheld as single; a
      *    tax type with no brackets at all (a state without an
      *    income tax) withholds nothing.
           COMPUTE WS-Annual-Wage = WS-Gross-Pay * WS-Pay-Periods.
           COMPUTE WS-Allowance-Total =
              WS-Tax-Allowances * WS-Allowance-Amt.
           IF WS-Annual-Wage > WS-Allowance-Total
             COMPUTE WS-Annual-Taxable =
                WS-Annual-Wage - WS-Allowance-Total
           ELSE
             MOVE ZERO TO WS-Annual-Taxable
           END-IF.
           MOVE WS-Tax-Filing-Status TO WS-Bracket-Status.
           PERFORM FindTaxBracket.
           IF WS-TX-Found-IDX = ZERO AND WS-Bracket-Status NOT = "S"
             MOVE "S" TO WS-Bracket-Status
             PERFORM FindTaxBracket
           END-IF.
           IF WS-TX-Found-IDX = ZERO
             MOVE ZERO TO WS-Period-Tax
           ELSE
             COMPUTE WS-Annual-Tax ROUNDED =
                WS-TX-Base-Tax(WS-TX-Found-IDX)
                + ((WS-Annual-Taxable
                    - WS-TX-Over-Amount(WS-TX-Found-IDX))
                   * WS-TX-Rate(WS-TX-Found-IDX) / 100)
             COMPUTE WS-Period-Tax ROUNDED =
                WS-Annual-Tax / WS-Pay-Periods
           END-IF.

       FindTaxBracket.
      *    The bracket is the highest floor at or under the annual
      *    taxable wage - the table need not be in any order.
           MOVE ZERO TO WS-TX-Found-IDX.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TX-Cnt
             IF WS-TX-Tax-Type(WS-TX-IDX) = WS-Tax-Type
                AND WS-TX-Filing-Status(WS-TX-IDX) = WS-Bracket-Status
                AND WS-TX-Over-Amount(WS-TX-IDX)
                    NOT > WS-Annual-Taxable
               IF WS-TX-Found-IDX = ZERO
                 MOVE WS-TX-IDX TO WS-TX-Found-IDX
               ELSE
                 IF WS-TX-Over-Amount(WS-TX-IDX)
                    > WS-TX-Over-Amount(WS-TX-Found-IDX)
                   MOVE WS-TX-IDX TO WS-TX-Found-IDX
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       ComputeFICA.
      *    FICA stops at the wage base - the week that crosses it is
      *    taxed only up to the base, and every week after it at
      *    nothing. A zero base in the table means no cap.
           MOVE WS-Gross-Pay TO WS-FICA-Wages.
           IF WS-FICA-Wage-Base > ZERO
             IF WS-YT-FICA-Wages(WS-YT-Found-IDX)
                NOT < WS-FICA-Wage-Base
               MOVE ZERO TO WS-FICA-Wages
             ELSE
               IF WS-YT-FICA-Wages(WS-YT-Found-IDX) + WS-Gross-Pay
                  > WS-FICA-Wage-Base
                 COMPUTE WS-FICA-Wages = WS-FICA-Wage-Base
                    - WS-YT-FICA-Wages(WS-YT-Found-IDX)
               END-IF
             END-IF
           END-IF.
           COMPUTE WS-FICA-Tax ROUNDED =
              WS-FICA-Wages * WS-FICA-Rate / 100.
           COMPUTE WS-ER-FICA ROUNDED =
              WS-FICA-Wages * WS-FICA-ER-Rate / 100.

       ApplyDeduction.
      *    Taxes come off first; the week's other deductions come
      *    off what is left, on the employee's first register line
      *    only - a second card for the same SSN is a correction or
      *    catch-up, not a second pay packet.
           COMPUTE WS-Tax-Withheld = WS-Fed-Tax + WS-State-Tax
              + WS-FICA-Tax + WS-Medicare-Tax.
           COMPUTE WS-Pay-After-Tax =
              WS-Gross-Pay - WS-Tax-Withheld.
           MOVE ZERO TO WS-Deduction-Amt.
           MOVE ZERO TO WS-DD-Found-IDX.
           PERFORM VARYING WS-DD-IDX FROM 1 BY 1
                TO WS-Deduction-Amt
             SET DD-Applied(WS-DD-Found-IDX) TO TRUE
           END-IF.
           IF WS-Deduction-Amt > WS-Pay-After-Tax
             ADD 1 TO WS-Over-Deducted-Cnt
             MOVE TC-EmpSSN TO WS-EX-EmpSSN
             MOVE "Pay Error - Deductions exceed pay after taxes"
                TO WS-EX-Message
             PERFORM WriteExceptionLine
             MOVE WS-Pay-After-Tax TO WS-Deduction-Amt
           END-IF.
           COMPUTE WS-Net-Pay =
              WS-Pay-After-Tax - WS-Deduction-Amt.
           ADD WS-Net-Pay TO WS-Total-Net.
           ADD WS-Fed-Tax TO WS-Total-Fed.
           ADD WS-State-Tax TO WS-Total-State.
           ADD WS-FICA-Tax TO WS-Total-FICA.
           ADD WS-Medicare-Tax TO WS-Total-Medicare.
           ADD WS-ER-FICA TO WS-Total-ER-FICA.
           ADD WS-ER-Medicare TO WS-Total-ER-Medicare.
           ADD WS-Deduction-Amt TO WS-Total-Other-Ded.

       FindYTDEntry.
      *    Found before the taxes are worked out - the FICA wage
      *    base is tested against what the year has paid so far.
           MOVE ZERO TO WS-YT-Found-IDX.
           PERFORM VARYING WS-YT-IDX FROM 1 BY 1
                   UNTIL WS-YT-IDX > WS-YT-Cnt
             ADD 1 TO WS-YT-Cnt
             MOVE WS-YT-Cnt TO WS-YT-Found-IDX
             MOVE TC-EmpSSN TO WS-YT-EmpSSN(WS-YT-Found-IDX)
             PERFORM ClearYTDEntry
           END-IF.

       AccumulateYTD.
      *    A card for the week the file already shows posted, on
      *    an entry this run has not touched, is a rerun of an
      *    already-posted register - flag it and leave the YTD
      *    alone. A second card for the same SSN in this run (a
      *    correction or catch-up) has the posted flag set and
      *    still accumulates. A termination payout card is dated
      *    the termination day, not a pay week, and always posts.
           IF TC-WeekEnding = WS-YT-Last-WE(WS-YT-Found-IDX)
              AND YT-Not-Posted(WS-YT-Found-IDX)
              AND NOT TC-Termination-Payout
             ADD 1 TO WS-Dup-Week-Cnt
             MOVE TC-EmpSSN TO WS-EX-EmpSSN
             MOVE "Pay Error - Week already posted to YTD"
                TO WS-EX-Message
             PERFORM WriteExceptionLine
           ELSE
             PERFORM PostYTDFigures
           END-IF.

       PostYTDFigures.
      *    Every tax for the year and again for the week-ending's
      *    quarter.
           ADD WS-Gross-Pay TO WS-YT-Gross(WS-YT-Found-IDX).
           ADD WS-Net-Pay TO WS-YT-Net(WS-YT-Found-IDX).
           IF NOT TC-Termination-Payout
             MOVE TC-WeekEnding TO WS-YT-Last-WE(WS-YT-Found-IDX)
           END-IF.
           SET YT-Posted-This-Run(WS-YT-Found-IDX) TO TRUE.
           ADD WS-Fed-Tax TO WS-YT-Fed-Tax(WS-YT-Found-IDX).
           ADD WS-State-Tax TO WS-YT-State-Tax(WS-YT-Found-IDX).
           ADD WS-FICA-Wages TO WS-YT-FICA-Wages(WS-YT-Found-IDX).
           ADD WS-FICA-Tax TO WS-YT-FICA-Tax(WS-YT-Found-IDX).
           ADD WS-Medicare-Tax
              TO WS-YT-Medicare-Tax(WS-YT-Found-IDX).
           ADD WS-ER-FICA TO WS-YT-ER-FICA(WS-YT-Found-IDX).
           ADD WS-ER-Medicare TO WS-YT-ER-Medicare(WS-YT-Found-IDX).
           ADD WS-Deduction-Amt TO WS-YT-Other-Ded(WS-YT-Found-IDX).
           ADD WS-Gross-Pay
              TO WS-YT-Q-Gross(WS-YT-Found-IDX, WS-Qtr-IDX).
           ADD WS-Fed-Tax
              TO WS-YT-Q-Fed-Tax(WS-YT-Found-IDX, WS-Qtr-IDX).
           ADD WS-State-Tax
              TO WS-YT-Q-State-Tax(WS-YT-Found-IDX, WS-Qtr-IDX).
           ADD WS-FICA-Tax
              TO WS-YT-Q-FICA-Tax(WS-YT-Found-IDX, WS-Qtr-IDX).
           ADD WS-Medicare-Tax
              TO WS-YT-Q-Medicare-Tax(WS-YT-Found-IDX, WS-Qtr-IDX).
           ADD WS-ER-FICA
              TO WS-YT-Q-ER-FICA(WS-YT-Found-IDX, WS-Qtr-IDX).
           ADD WS-ER-Medicare
              TO WS-YT-Q-ER-Medicare(WS-YT-Found-IDX, WS-Qtr-IDX).

       TakeLeave.
      *    Vacation and sick come out of the balance as it stood
      *    before this week's accrual; hours the balance does not
      *    cover are listed, not paid. Holiday hours are paid as
      *    keyed. A week the leave file already shows posted, on
      *    an entry this run has not touched, is a rerun of a
      *    register already posted: the leave is paid as the
      *    first run checked it and the balance is left alone,
      *    the same treatment the YTD figures get.
           MOVE ZERO TO WS-Vac-Hours WS-Sick-Hours WS-Holiday-Hours.
           IF TC-Vacation-Hours-X NUMERIC
             MOVE TC-Vacation-Hours TO WS-Vac-Hours
           END-IF.
           IF TC-Sick-Hours-X NUMERIC
             MOVE TC-Sick-Hours TO WS-Sick-Hours
           END-IF.
           IF TC-Holiday-Hours-X NUMERIC
             MOVE TC-Holiday-Hours TO WS-Holiday-Hours
           END-IF.
           MOVE WS-Vac-Hours TO WS-Vac-Paid.
           MOVE WS-Sick-Hours TO WS-Sick-Paid.
           PERFORM FindLeaveEntry.
           IF TC-WeekEnding = WS-LB-Last-WE(WS-LB-Found-IDX)
              AND LB-Not-Posted(WS-LB-Found-IDX)
              AND NOT TC-Termination-Payout
             CONTINUE
           ELSE
             PERFORM DrawLeaveBalance
             ADD WS-Holiday-Hours
                TO WS-LB-Holiday-Taken(WS-LB-Found-IDX)
             IF TC-Termination-Payout
               PERFORM SettleTerminatedLeave
             ELSE
               ADD WS-Vac-Paid TO WS-LB-Vac-Taken(WS-LB-Found-IDX)
               ADD WS-Sick-Paid TO WS-LB-Sick-Taken(WS-LB-Found-IDX)
               PERFORM AccrueLeave
             END-IF
             SET LB-Posted-This-Run(WS-LB-Found-IDX) TO TRUE
           END-IF.
           COMPUTE WS-Leave-Hours =
              WS-Vac-Paid + WS-Sick-Paid + WS-Holiday-Hours.
           ADD WS-Leave-Hours TO WS-Total-Leave-Hours.

       DrawLeaveBalance.
           IF WS-Vac-Hours > WS-LB-Vac-Balance(WS-LB-Found-IDX)
             MOVE WS-LB-Vac-Balance(WS-LB-Found-IDX) TO WS-Vac-Paid
             ADD 1 TO WS-Leave-Over-Cnt
             MOVE TC-EmpSSN TO WS-EX-EmpSSN
             COMPUTE WS-EX-Hours = WS-Vac-Hours - WS-Vac-Paid
             MOVE "Leave Error - Vacation past balance, not paid"
                TO WS-EX-Message
             PERFORM WriteExceptionLine
           END-IF.
           SUBTRACT WS-Vac-Paid
              FROM WS-LB-Vac-Balance(WS-LB-Found-IDX).
           IF WS-Sick-Hours > WS-LB-Sick-Balance(WS-LB-Found-IDX)
             MOVE WS-LB-Sick-Balance(WS-LB-Found-IDX) TO WS-Sick-Paid
             ADD 1 TO WS-Leave-Over-Cnt
             MOVE TC-EmpSSN TO WS-EX-EmpSSN
             COMPUTE WS-EX-Hours = WS-Sick-Hours - WS-Sick-Paid
             MOVE "Leave Error - Sick past balance, not paid"
                TO WS-EX-Message
             PERFORM WriteExceptionLine
           END-IF.
           SUBTRACT WS-Sick-Paid
              FROM WS-LB-Sick-Balance(WS-LB-Found-IDX).

       SettleTerminatedLeave.
      *    The payout card carries what the leave policy pays out -
      *    the balance BDS0703 saw at termination. Whatever is
      *    still on the balance once it is paid is forfeited, so a
      *    terminated employee's balance always closes at zero.
           ADD 1 TO WS-Payout-Card-Cnt.
           ADD WS-Vac-Paid WS-Sick-Paid
              TO WS-LB-Paid-Out(WS-LB-Found-IDX).
           ADD WS-LB-Vac-Balance(WS-LB-Found-IDX)
               WS-LB-Sick-Balance(WS-LB-Found-IDX)
              TO WS-LB-Forfeited(WS-LB-Found-IDX).
           MOVE ZERO TO WS-LB-Vac-Balance(WS-LB-Found-IDX)
                        WS-LB-Sick-Balance(WS-LB-Found-IDX).

       AccrueLeave.
      *    One week's accrual per week-ending, after what was taken
      *    has come off - a second card for a week already accrued
      *    (a correction or catch-up) accrues nothing, and neither
      *    does a terminated employee's final pay.
           IF TC-WeekEnding > WS-LB-Last-WE(WS-LB-Found-IDX)
             MOVE TC-WeekEnding TO WS-LB-Last-WE(WS-LB-Found-IDX)
             IF NOT EF-Emp-Terminated
               PERFORM SetServiceYears
               MOVE "V" TO WS-Leave-Type
               PERFORM FindAccrualRate
               ADD WS-Accrual-Hours
                  TO WS-LB-Vac-Balance(WS-LB-Found-IDX)
                     WS-LB-Vac-Accrued(WS-LB-Found-IDX)
               MOVE "S" TO WS-Leave-Type
               PERFORM FindAccrualRate
               ADD WS-Accrual-Hours
                  TO WS-LB-Sick-Balance(WS-LB-Found-IDX)
                     WS-LB-Sick-Accrued(WS-LB-Found-IDX)
             END-IF
           END-IF.

       SetServiceYears.
      *    Completed years from the hire date to the week-ending.
      *    No hire date on file accrues at the lowest tier and is
      *    listed until HR keys one.
           MOVE ZERO TO WS-Service-Years.
           IF EF-EmpHireDate-X NUMERIC AND EF-EmpHireDate > ZERO
             MOVE EF-EmpHireDate TO WS-Hire-Date
             IF WS-WE-YYYY > WS-Hire-YYYY
               COMPUTE WS-Service-Years = WS-WE-YYYY - WS-Hire-YYYY
               IF (WS-WE-MM * 100) + WS-WE-DD < WS-Hire-MMDD
                 SUBTRACT 1 FROM WS-Service-Years
               END-IF
             END-IF
           ELSE
             ADD 1 TO WS-No-Hire-Date-Cnt
             MOVE TC-EmpSSN TO WS-EX-EmpSSN
             MOVE "Leave Error - No hire date, lowest accrual"
                TO WS-EX-Message
             PERFORM WriteExceptionLine
           END-IF.

       FindAccrualRate.
      *    The highest tier reached for the leave type - the policy
      *    file need not be in any order. No tier reached, no
      *    accrual.
           MOVE ZERO TO WS-LP-Found-IDX WS-Accrual-Hours.
           PERFORM VARYING WS-LP-IDX FROM 1 BY 1
                   UNTIL WS-LP-IDX > WS-LP-Cnt
             IF WS-LP-Leave-Type(WS-LP-IDX) = WS-Leave-Type
                AND WS-LP-Service-Years(WS-LP-IDX)
                    NOT > WS-Service-Years
               IF WS-LP-Found-IDX = ZERO
                 MOVE WS-LP-IDX TO WS-LP-Found-IDX
               ELSE
                 IF WS-LP-Service-Years(WS-LP-IDX)
                    > WS-LP-Service-Years(WS-LP-Found-IDX)
                   MOVE WS-LP-IDX TO WS-LP-Found-IDX
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           IF WS-LP-Found-IDX > ZERO
             MOVE WS-LP-Hours(WS-LP-Found-IDX) TO WS-Accrual-Hours
           END-IF.

       FindLeaveEntry.
      *    An employee's first card opens a balance at zero for the
      *    open payroll year.
           MOVE ZERO TO WS-LB-Found-IDX.
           PERFORM VARYING WS-LB-IDX FROM 1 BY 1
                   UNTIL WS-LB-IDX > WS-LB-Cnt
             IF WS-LB-EmpSSN(WS-LB-IDX) = TC-EmpSSN
               MOVE WS-LB-IDX TO WS-LB-Found-IDX
             END-IF
           END-PERFORM.
           IF WS-LB-Found-IDX = ZERO
             IF WS-LB-Cnt >= WS-LB-Max
               DISPLAY "** ERROR **: FindLeaveEntry"
               DISPLAY "More leave entries than the table holds."
               PERFORM AbortRun
             END-IF
             ADD 1 TO WS-LB-Cnt
             MOVE WS-LB-Cnt TO WS-LB-Found-IDX
             PERFORM ClearLeaveEntry
             MOVE TC-EmpSSN TO WS-LB-EmpSSN(WS-LB-Found-IDX)
             MOVE WS-TX-Year TO WS-LB-Leave-Year(WS-LB-Found-IDX)
           END-IF.

       ClearLeaveEntry.
           MOVE ZERO TO WS-LB-Leave-Year(WS-LB-Found-IDX)
                        WS-LB-Vac-Balance(WS-LB-Found-IDX)
                        WS-LB-Sick-Balance(WS-LB-Found-IDX)
                        WS-LB-Vac-Accrued(WS-LB-Found-IDX)
                        WS-LB-Vac-Taken(WS-LB-Found-IDX)
                        WS-LB-Sick-Accrued(WS-LB-Found-IDX)
                        WS-LB-Sick-Taken(WS-LB-Found-IDX)
                        WS-LB-Holiday-Taken(WS-LB-Found-IDX)
                        WS-LB-Forfeited(WS-LB-Found-IDX)
                        WS-LB-Paid-Out(WS-LB-Found-IDX)
                        WS-LB-Last-WE(WS-LB-Found-IDX).
           SET LB-Not-Posted(WS-LB-Found-IDX) TO TRUE.

       FlagTimecardWithoutMaster.
           ADD 1 TO WS-No-Master-Cnt.
             DISPLAY "File Status: " WS-ExceptionListFile-Status
             PERFORM AbortRun
           END-IF.
           MOVE ZERO TO WS-EX-Hours.

       ReadTimecardFile.
           READ TimecardFile
