      ***********************************************************
      * Copybook name:   YTDREC
      * Original author: dastagg
      *
      *    Description: Record layout for c07-ytd.dat.txt, the
      *    payroll year-to-date file BDS0704 rolls forward every
      *    week and the quarterly summary (BDS0705), wage
      *    statements (BDS0706) and year-end close (BDS0707) read.
      *    Expand under an FD or WORKING-STORAGE 01 with:
      *       COPY YTDREC REPLACING ==:tag:== BY ==<prefix>==.
      *
      *    Gross, net and last week-ending are the original 38
      *    bytes. Everything from :tag:-Tax-Area on was added with
      *    the statutory withholding; a record written before then
      *    carries spaces there and is read as all zero.
      *
      *    Each withholding type is held separately for the year
      *    and again per calendar quarter (by week-ending month),
      *    so the quarterly summary can be rerun for any quarter
      *    of the open year. FICA wages are kept apart from gross
      *    because they stop at the table's wage base.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created - layout lifted from
      *                          BDS0704's in-line FD and extended
      *                          with the withholding, employer
      *                          share and quarterly figures
      *                          (398-byte record).
      ***********************************************************
       01  :tag:-YTD-Record.
           12 :tag:-EmpSSN              PIC 9(9).
           12 :tag:-Sep1                PIC X.
           12 :tag:-Gross               PIC 9(7)V99.
           12 :tag:-Sep2                PIC X.
           12 :tag:-Net                 PIC 9(7)V99.
           12 :tag:-Sep3                PIC X.
      *    Last week-ending posted - blank on records written
      *    before the rerun guard existed.
           12 :tag:-Last-WE             PIC 9(8).
           12 :tag:-Last-WE-X REDEFINES :tag:-Last-WE
                                        PIC X(8).
           12 :tag:-Tax-Area.
              16 :tag:-Sep4             PIC X.
              16 :tag:-Fed-Tax          PIC 9(7)V99.
              16 :tag:-Sep5             PIC X.
              16 :tag:-State-Tax        PIC 9(7)V99.
              16 :tag:-Sep6             PIC X.
              16 :tag:-FICA-Wages       PIC 9(7)V99.
              16 :tag:-Sep7             PIC X.
              16 :tag:-FICA-Tax         PIC 9(7)V99.
              16 :tag:-Sep8             PIC X.
              16 :tag:-Medicare-Tax     PIC 9(7)V99.
              16 :tag:-Sep9             PIC X.
              16 :tag:-ER-FICA          PIC 9(7)V99.
              16 :tag:-Sep10            PIC X.
              16 :tag:-ER-Medicare      PIC 9(7)V99.
              16 :tag:-Sep11            PIC X.
              16 :tag:-Other-Ded        PIC 9(7)V99.
              16 :tag:-Quarter OCCURS 4 TIMES.
                 20 :tag:-Q-Sep1        PIC X.
                 20 :tag:-Q-Gross       PIC 9(7)V99.
                 20 :tag:-Q-Sep2        PIC X.
                 20 :tag:-Q-Fed-Tax     PIC 9(7)V99.
                 20 :tag:-Q-Sep3        PIC X.
                 20 :tag:-Q-State-Tax   PIC 9(7)V99.
                 20 :tag:-Q-Sep4        PIC X.
                 20 :tag:-Q-FICA-Tax    PIC 9(7)V99.
                 20 :tag:-Q-Sep5        PIC X.
                 20 :tag:-Q-Medicare-Tax
                                        PIC 9(7)V99.
                 20 :tag:-Q-Sep6        PIC X.
                 20 :tag:-Q-ER-FICA     PIC 9(7)V99.
                 20 :tag:-Q-Sep7        PIC X.
                 20 :tag:-Q-ER-Medicare PIC 9(7)V99.
