      ***********************************************************
      * Copybook name:   LEAVEBAL
      * Original author: dastagg
      *
      *    Description: Record layout for c07-leave.dat.txt, the
      *    vacation and sick leave balance file - one record per
      *    EmpSSN. BDS0704 deducts the leave paid off each
      *    timecard and accrues the week's leave by length of
      *    service; BDS0703 reads it to settle a termination;
      *    BDS0708 prints it and applies the year-end carryover
      *    cap. Expand under an FD or WORKING-STORAGE 01 with:
      *       COPY LEAVEBAL REPLACING ==:tag:== BY ==<prefix>==.
      *
      *    Balances are hours available now. The accrued, taken,
      *    holiday, forfeited and paid-out figures are hours for
      *    the leave year in :tag:-Leave-Year and start again at
      *    zero when the year-end carryover moves the record on to
      *    the next year. Holiday hours are paid but not drawn
      *    from any balance; they are kept for the report only.
      *
      *    :tag:-Last-WE is the last week-ending posted, the same
      *    rerun guard the YTD record carries - leave accrues once
      *    per week-ending, and a re-presented week neither
      *    accrues nor draws down the balance a second time.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created (86-byte record).
      ***********************************************************
       01  :tag:-Leave-Record.
           12 :tag:-EmpSSN              PIC 9(9).
           12 :tag:-Sep1                PIC X.
           12 :tag:-Leave-Year          PIC 9(4).
           12 :tag:-Sep2                PIC X.
           12 :tag:-Vac-Balance         PIC 9(4)V99.
           12 :tag:-Sep3                PIC X.
           12 :tag:-Sick-Balance        PIC 9(4)V99.
           12 :tag:-Sep4                PIC X.
           12 :tag:-Vac-Accrued         PIC 9(4)V99.
           12 :tag:-Sep5                PIC X.
           12 :tag:-Vac-Taken           PIC 9(4)V99.
           12 :tag:-Sep6                PIC X.
           12 :tag:-Sick-Accrued        PIC 9(4)V99.
           12 :tag:-Sep7                PIC X.
           12 :tag:-Sick-Taken          PIC 9(4)V99.
           12 :tag:-Sep8                PIC X.
           12 :tag:-Holiday-Taken       PIC 9(4)V99.
           12 :tag:-Sep9                PIC X.
           12 :tag:-Forfeited           PIC 9(4)V99.
           12 :tag:-Sep10               PIC X.
           12 :tag:-Paid-Out            PIC 9(4)V99.
           12 :tag:-Sep11               PIC X.
           12 :tag:-Last-WE             PIC 9(8).
