      *                          breakdown, with department names
      *                          from the new department master
      *                          and an UNASSIGNED bucket.
      * 2026-10-15 dastagg       Department record carries the
      *                          ledger cost account BDS0704's
      *                          labor-cost journal charges.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
           02 DM-DeptCode           PIC 9(3).
           02 DM-DeptName           PIC X(20).
           02 DM-MgrSSN             PIC 9(9).
           02 DM-Cost-Account       PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
