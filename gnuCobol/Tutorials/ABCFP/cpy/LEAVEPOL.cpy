      ***********************************************************
      * Copybook name:   LEAVEPOL
      * Original author: dastagg
      *
      *    Description: Record layout for c07-leavepol.dat.txt,
      *    the leave policy table HR maintains the way payroll
      *    maintains the tax table. Read by BDS0704 (accrual
      *    rates), BDS0703 (termination settlement) and BDS0708
      *    (carryover caps).
      *    Expand under an FD of the caller's choosing with:
      *       COPY LEAVEPOL REPLACING ==:tag:== BY ==<file-name>==.
      *
      *    Leave type "V" vacation or "S" sick. The kind byte says
      *    how the rest of the record reads:
      *      "A" accrual  - from :tag:-Service-Years completed
      *          years of service on, :tag:-Hours are earned each
      *          week paid. The highest tier an employee has
      *          reached applies; a type with no tier at 00 earns
      *          nothing until the first tier is reached.
      *      "C" cap      - :tag:-Hours is the most that carries
      *          into the new year; the excess is forfeited at the
      *          year-end carryover. No cap record, no cap.
      *      "T" termination - :tag:-Payout "Y" pays the balance
      *          out on the final check, "N" forfeits it. No
      *          record means forfeit.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created.
      ***********************************************************
       01  :tag:-Leave-Policy-Record.
           12 :tag:-Leave-Type          PIC X.
              88 :tag:-Vacation         VALUE "V".
              88 :tag:-Sick             VALUE "S".
           12 :tag:-Sep1                PIC X.
           12 :tag:-Rec-Kind            PIC X.
              88 :tag:-Accrual          VALUE "A".
              88 :tag:-Cap              VALUE "C".
              88 :tag:-Termination      VALUE "T".
           12 :tag:-Sep2                PIC X.
           12 :tag:-Service-Years       PIC 9(2).
           12 :tag:-Sep3                PIC X.
           12 :tag:-Hours               PIC 9(3)V99.
           12 :tag:-Sep4                PIC X.
           12 :tag:-Payout              PIC X.
              88 :tag:-Paid-Out         VALUE "Y".
              88 :tag:-Forfeited        VALUE "N" SPACE.
