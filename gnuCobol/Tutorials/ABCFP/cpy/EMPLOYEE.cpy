      *    pass pays nothing and flags the employee rather than
      *    inventing a rate.
      *
      *    A blank :tag:-EmpFilingStatus reads as single and blank
      *    :tag:-EmpAllowances as none, so records written before
      *    the withholding fields existed are withheld at the
      *    highest single rate rather than under-withheld.
      *
      *    A blank :tag:-EmpHireDate (records written before the
      *    field existed) reads as length of service unknown -
      *    leave accrues at the lowest service tier and the payroll
      *    pass flags the employee until HR keys the date.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      *                          blank means not yet assigned.
      *                          BDS0703 validates assignments
      *                          against the department master.
      * 2026-10-15 dastagg       EmpFilingStatus and EmpAllowances
      *                          added (62-byte record) for the
      *                          withholding BDS0704 now computes
      *                          from the tax table file.
      * 2026-10-15 dastagg       EmpHireDate added (70-byte record)
      *                          - length of service sets the
      *                          weekly vacation and sick leave
      *                          accrual rate.
      ***********************************************************
       01  :tag:-Employee-Record.
           12 :tag:-EmpSSN              PIC 9(9).
           12 :tag:-EmpDept             PIC 9(03).
           12 :tag:-EmpDept-X
              REDEFINES :tag:-EmpDept   PIC X(03).
           12 :tag:-EmpFilingStatus     PIC X.
              88 :tag:-Filing-Single    VALUE "S" SPACE.
              88 :tag:-Filing-Married   VALUE "M".
              88 :tag:-Filing-Head-Household
                                        VALUE "H".
           12 :tag:-EmpAllowances       PIC 9(02).
           12 :tag:-EmpAllowances-X
              REDEFINES :tag:-EmpAllowances
                                        PIC X(02).
           12 :tag:-EmpHireDate         PIC 9(08).
           12 :tag:-EmpHireDate-X
              REDEFINES :tag:-EmpHireDate
                                        PIC X(08).
