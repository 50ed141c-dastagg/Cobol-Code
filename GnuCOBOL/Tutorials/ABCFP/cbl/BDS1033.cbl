      ***********************************************************
      * Program name:    BDS1033
      * Original author: dastagg
      *
      * Description: Cross-file referential integrity sweep.
      * The masters and the files that point at them are kept by
      * different programs - VSCBMNT1 keeps the customers, BDS1005
      * the gadgets, purchasing the suppliers, BDS0703 the
      * employees - and nothing else checks that they still
      * agree. Every night this program checks each reference
      * against the master that owns it:
      *   c10-5aropen    Cust-ID    - customer.idat
      *   c10-5backord   Cust-ID    - customer.idat
      *                  GadgetID   - stock master
      *   c10-5credhold  Cust-ID    - customer.idat
      *                  GadgetID   - stock master
      *   c10-5supitem   GadgetID   - stock master
      *                  SuppID     - supplier master
      *   c10-5pending   GadgetID   - stock master
      *   c10-5pofile    GadgetID   - stock master  (open lines)
      *                  SuppID     - supplier master (open lines)
      *   c07-employee   EmpDept    - c07-dept
      * A PO line is open while the receipt history shows less
      * received against it than was ordered and the PO status
      * file (BDS1034) does not have it closed or cancelled; a
      * line that is fully received or cancelled is history and
      * is not checked. An employee not yet
      * assigned to a department (blank EmpDept) is not an
      * orphan. A referring file that is not there has nothing
      * to check.
      * Orphans are printed to c10-5integ.rpt.txt grouped by file
      * and reason, with counts, and any orphan at all ends the
      * run with RETURN-CODE 4 so the daily job stream flags it.
      * Nothing is changed - the owner of each file decides
      * whether to restore the master entry or clear the
      * reference.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 dastagg       Created.
      * 2026-10-15 dastagg       PO lines the status file has
      *                          closed or cancelled are no longer
      *                          checked as open.
      * 2026-10-15 dastagg       Open-item record grew to 42 bytes
      *                          with BDS1015's item-type byte. A
      *                          credit on account is checked like
      *                          an invoice - the customer it is
      *                          owed to must still be on file.
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BDS1033.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MasterStockFile
           ASSIGN TO "../data/c10-5master.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MasterStockFile-Status.

           SELECT CUSTFile
           ASSIGN TO "../../../Indexed/idata/customer.idat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CUSTFile-Cust-ID
           ALTERNATE RECORD KEY IS CUSTFile-Cust-Name
              WITH DUPLICATES
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-CUSTFile-Status.

           SELECT SupplierMasterFile
           ASSIGN TO "../data/c10-5supmast.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SupplierMasterFile-Status.

           SELECT DeptMasterFile
           ASSIGN TO "../../../../gnuCobol/Tutorials/ABCFP/data/c07-dept
      -              ".dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DeptMasterFile-Status.

           SELECT AROpenFile
           ASSIGN TO "../data/c10-5aropen.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AROpenFile-Status.

           SELECT BackorderFile
           ASSIGN TO "../data/c10-5backord.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BackorderFile-Status.

           SELECT CreditHoldFile
           ASSIGN TO "../data/c10-5credhold.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CreditHoldFile-Status.

           SELECT SupplierItemFile
           ASSIGN TO "../data/c10-5supitem.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SupplierItemFile-Status.

           SELECT PendingFile
           ASSIGN TO "../data/c10-5pending.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PendingFile-Status.

           SELECT POFile
           ASSIGN TO "../data/c10-5pofile.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POFile-Status.

           SELECT RcptHistoryFile
           ASSIGN TO "../data/c10-5rcpthist.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RcptHistoryFile-Status.

           SELECT POStatusFile
           ASSIGN TO "../data/c10-5postat.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POStatusFile-Status.

           SELECT EmployeeFile
           ASSIGN TO "../../../../gnuCobol/Tutorials/ABCFP/data/c07-empl
      -              "oyee.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EmployeeFile-Status.

           SELECT IntegrityReportFile
           ASSIGN TO "../data/c10-5integ.rpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IntegrityReportFile-Status.

           SELECT RunControlFile
           ASSIGN TO "../data/c10-5runctl.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RunControlFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD MasterStockFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  MasterStockRec.
           02 GadgetID-MF           PIC 9(6).
           02 GadgetName-MF         PIC X(30).
           02 WhseQty-MF OCCURS 3 TIMES
                                    PIC 9(4).
           02 Price-MF              PIC 9(4)V99.
           02 Cost-MF               PIC 9(4)V99.

       FD  CUSTFile.
           COPY CUSTOMER REPLACING ==:tag:== BY ==CUSTFile==.

       FD SupplierMasterFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SupplierMasterRec.
           02 SM-SuppID             PIC 9(4).
           02 SM-SuppName           PIC X(30).
           02 SM-SuppStreet         PIC X(25).
           02 SM-SuppCity           PIC X(15).
           02 SM-SuppState          PIC X(02).
           02 SM-SuppZip            PIC X(10).
           02 SM-Terms-Days         PIC 9(3).

       FD DeptMasterFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DeptMasterRec.
           02 DM-DeptCode           PIC 9(3).
           02 DM-DeptName           PIC X(20).
           02 DM-MgrSSN             PIC 9(9).
           02 DM-Cost-Account       PIC X(4).

       FD AROpenFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  AROpenRec.
           02 AR-Cust-ID            PIC 9(4).
           02 AR-Sep1               PIC X.
           02 AR-Invoice-Nbr        PIC 9(6).
           02 AR-Sep2               PIC X.
           02 AR-Inv-Date           PIC 9(8).
           02 AR-Sep3               PIC X.
           02 AR-Orig-Amount        PIC 9(7)V99.
           02 AR-Sep4               PIC X.
           02 AR-Open-Balance       PIC 9(7)V99.
      *    Invoices and unapplied credits alike name a customer,
      *    so both are checked.
           02 AR-Sep5               PIC X.
           02 AR-Item-Type          PIC X.
              88 AR-Invoice-Item    VALUE "I" SPACE.
              88 AR-Unapplied-Credit
                                    VALUE "U".

       FD BackorderFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  BackorderRec.
           02 BO-GadgetID           PIC 9(6).
           02 BO-Sep1               PIC X.
           02 BO-WhseLoc            PIC 9.
           02 BO-Sep2               PIC X.
           02 BO-Qty                PIC 9(4).
           02 BO-Sep3               PIC X.
           02 BO-Cust-ID            PIC 9(4).
           02 BO-Sep4               PIC X.
           02 BO-Date               PIC 9(8).
           02 BO-Sep5               PIC X.
           02 BO-Order-Nbr          PIC X(6).

       FD CreditHoldFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CreditHoldRec.
           02 CH-Hold-Seq           PIC 9(6).
           02 CH-Sep1               PIC X.
           02 CH-Cust-ID            PIC 9(4).
           02 CH-Sep2               PIC X.
           02 CH-GadgetID           PIC 9(6).
           02 CH-Sep3               PIC X.
           02 CH-Qty                PIC 9(4).
           02 CH-Sep4               PIC X.
           02 CH-WhseLoc            PIC 9.
           02 CH-Sep5               PIC X.
           02 CH-Price              PIC 9(4)V99.
           02 CH-Sep6               PIC X.
           02 CH-Hold-Date          PIC 9(8).
           02 CH-Sep7               PIC X.
           02 CH-Order-Nbr          PIC X(6).
           02 CH-Sep8               PIC X.
           02 CH-Hold-Type          PIC X.

       FD SupplierItemFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SupplierItemRec.
           02 SI-SuppID             PIC 9(4).
           02 SI-GadgetID           PIC 9(6).
           02 SI-Lead-Days          PIC 9(3).
           02 SI-Order-Mult         PIC 9(4).
           02 SI-Unit-Cost-X        PIC X(6).

       FD PendingFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PendingRec.
           02 TypeCode-PP           PIC 9.
           02 GadgetID-PP           PIC 9(6).
           02 Price-PP              PIC 9(4)V99.
           02 Eff-Date-PP-X         PIC X(8).

       FD POFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PORec.
           02 PO-Nbr                PIC 9(6).
           02 PO-Sep1               PIC X.
           02 PO-SuppID             PIC 9(4).
           02 PO-Sep2               PIC X.
           02 PO-GadgetID           PIC 9(6).
           02 PO-Sep3               PIC X.
           02 PO-WhseLoc            PIC 9.
           02 PO-Sep4               PIC X.
           02 PO-Qty                PIC 9(4).
           02 PO-Sep5               PIC X.
           02 PO-Date               PIC 9(8).
           02 PO-Sep6               PIC X.
           02 PO-Unit-Cost-X        PIC X(6).

       FD RcptHistoryFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RcptHistoryRec.
           02 RH-PO-Nbr             PIC 9(6).
           02 RH-Sep1               PIC X.
           02 RH-SuppID             PIC 9(4).
           02 RH-Sep2               PIC X.
           02 RH-GadgetID           PIC 9(6).
           02 RH-Sep3               PIC X.
           02 RH-Qty                PIC 9(4).
           02 RH-Sep4               PIC X.
           02 RH-Unit-Cost-X        PIC X(6).
           02 RH-Sep5               PIC X.
           02 RH-Rcpt-Date          PIC 9(8).

       FD  POStatusFile.
           COPY POSTAT REPLACING ==:tag:== BY ==PS==.

       FD EmployeeFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY EMPLOYEE REPLACING ==:tag:== BY ==EF==.

       FD IntegrityReportFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  IntegrityReportRec       PIC X(80).

       FD  RunControlFile.
           COPY RUNCTL REPLACING ==:tag:== BY ==RC==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==MasterStockFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CUSTFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SupplierMasterFile==.
           COPY WSFST REPLACING ==:tag:== BY ==DeptMasterFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AROpenFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BackorderFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CreditHoldFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SupplierItemFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PendingFile==.
           COPY WSFST REPLACING ==:tag:== BY ==POFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RcptHistoryFile==.
           COPY WSFST REPLACING ==:tag:== BY ==POStatusFile==.
           COPY WSFST REPLACING ==:tag:== BY ==EmployeeFile==.
           COPY WSFST REPLACING ==:tag:== BY ==IntegrityReportFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RunControlFile==.

       01  WS-Run-Date              PIC 9(8).
       01  WS-Open-Status           PIC XX.

      *    The masters that live in flat files, loaded once. The
      *    customer master is indexed and is read by key instead.
       01  WS-Gadgets.
           02 WS-GD-Max             PIC 9(06) COMP VALUE 5000.
           02 WS-GD-Cnt             PIC 9(06) COMP VALUE ZERO.
           02 WS-GD-Table OCCURS 5000 TIMES.
              03 WS-GD-GadgetID     PIC 9(6).
           02 WS-GD-IDX             PIC 9(06) COMP VALUE ZERO.

       01  WS-Suppliers.
           02 WS-SU-Max             PIC 9(04) COMP VALUE 200.
           02 WS-SU-Cnt             PIC 9(04) COMP VALUE ZERO.
           02 WS-SU-Table OCCURS 200 TIMES.
              03 WS-SU-SuppID       PIC 9(4).
           02 WS-SU-IDX             PIC 9(04) COMP VALUE ZERO.

       01  WS-Departments.
           02 WS-DP-Max             PIC 9(03) COMP VALUE 100.
           02 WS-DP-Cnt             PIC 9(03) COMP VALUE ZERO.
           02 WS-DP-Table OCCURS 100 TIMES.
              03 WS-DP-DeptCode     PIC 9(3).
           02 WS-DP-IDX             PIC 9(03) COMP VALUE ZERO.

      *    Quantity received to date per PO line, from the receipt
      *    history - PO number and GadgetID identify the line, the
      *    same pairing receiving and the AP match use.
       01  WS-Received.
           02 WS-RV-Max             PIC 9(06) COMP VALUE 2000.
           02 WS-RV-Cnt             PIC 9(06) COMP VALUE ZERO.
           02 WS-RV-Table OCCURS 2000 TIMES.
              03 WS-RV-PO-Nbr       PIC 9(6).
              03 WS-RV-GadgetID     PIC 9(6).
              03 WS-RV-Qty          PIC 9(6) COMP.
           02 WS-RV-IDX             PIC 9(06) COMP VALUE ZERO.

      *    PO lines BDS1034 has closed or cancelled - a line the
      *    buyer cancelled short of full receipt is not open,
      *    whatever the receipt history says.
       01  WS-Shut-Lines.
           02 WS-SL-Max             PIC 9(06) COMP VALUE 2000.
           02 WS-SL-Cnt             PIC 9(06) COMP VALUE ZERO.
           02 WS-SL-Table OCCURS 2000 TIMES.
              03 WS-SL-PO-Nbr       PIC 9(6).
              03 WS-SL-GadgetID     PIC 9(6).
           02 WS-SL-IDX             PIC 9(06) COMP VALUE ZERO.
       01  WS-SL-Found-Switch       PIC X VALUE "N".
           88 Line-Is-Shut          VALUE "Y".
           88 Line-Not-Shut         VALUE "N".

       01  WS-Find-PO-Nbr           PIC 9(6).
       01  WS-Find-GadgetID         PIC 9(6).
       01  WS-Find-SuppID           PIC 9(4).
       01  WS-Find-DeptCode         PIC 9(3).
       01  WS-Found-Switch          PIC X VALUE "N".
           88 Found-In-Master       VALUE "Y".
           88 Not-In-Master         VALUE "N".
       01  WS-RV-Found-IDX          PIC 9(06) COMP VALUE ZERO.
       01  WS-Received-Qty          PIC 9(6) COMP VALUE ZERO.

      *    Orphans found by the check in hand, and in all.
       01  WS-Integrity-Counters.
           02 WS-Check-Orphan-Cnt   PIC 9(6) COMP VALUE ZERO.
           02 WS-Check-Read-Cnt     PIC 9(6) COMP VALUE ZERO.
           02 WS-Total-Orphan-Cnt   PIC 9(6) COMP VALUE ZERO.
           02 WS-Check-Cnt          PIC 9(4) COMP VALUE ZERO.

      *    One line per check for the summary at the foot of the
      *    report and the end-of-run messages.
       01  WS-Check-Summary.
           02 WS-CS-Table OCCURS 11 TIMES.
              03 WS-CS-File         PIC X(22).
              03 WS-CS-Text         PIC X(34).
              03 WS-CS-Orphans      PIC 9(6) COMP.
       01  WS-CS-IDX                PIC 9(4) COMP VALUE ZERO.

       01  WS-Report-Heading.
           02 FILLER                PIC X(37) VALUE
              "REFERENTIAL INTEGRITY SWEEP   DATE ".
           02 WS-RH-Date            PIC 9(8).
           02 FILLER                PIC X(35) VALUE SPACE.

       01  WS-File-Heading.
           02 FILLER                PIC X(06) VALUE "FILE: ".
           02 WS-FH-File            PIC X(24).
           02 WS-FH-Desc            PIC X(50).

       01  WS-Reason-Heading.
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-RS-Text            PIC X(50).
           02 FILLER                PIC X(28) VALUE SPACE.

       01  WS-Not-Present-Line.
           02 FILLER                PIC X(04) VALUE SPACE.
           02 FILLER                PIC X(40) VALUE
              "File not present - nothing to check.".
           02 FILLER                PIC X(36) VALUE SPACE.

       01  WS-Orphan-Line.
           02 FILLER                PIC X(04) VALUE SPACE.
           02 WS-OL-Key-Label       PIC X(09).
           02 WS-OL-Key             PIC X(06).
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-OL-Context         PIC X(59).

       01  WS-Check-Total-Line.
           02 FILLER                PIC X(04) VALUE SPACE.
           02 WS-CT-Count           PIC ZZZ,ZZ9.
           02 FILLER                PIC X(17) VALUE
              " orphan(s) out of".
           02 WS-CT-Read            PIC ZZZ,ZZ9.
           02 FILLER                PIC X(09) VALUE " checked.".
           02 FILLER                PIC X(36) VALUE SPACE.

       01  WS-Summary-Line.
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-SL-File            PIC X(22).
           02 WS-SL-Text            PIC X(34).
           02 WS-SL-Count           PIC ZZZ,ZZ9.
           02 FILLER                PIC X(15) VALUE SPACE.

       01  WS-Total-Line.
           02 FILLER                PIC X(58) VALUE
              "TOTAL ORPHANED REFERENCES".
           02 WS-TL-Count           PIC ZZZ,ZZ9.
           02 FILLER                PIC X(15) VALUE SPACE.

      *    What each orphan line says about the record carrying
      *    the reference, one layout per referring file.
       01  WS-Ctx-AROpen.
           02 FILLER                PIC X(08) VALUE "INVOICE ".
           02 WS-CXA-Invoice-Nbr    PIC 9(6).
           02 FILLER                PIC X(07) VALUE " DATED ".
           02 WS-CXA-Inv-Date       PIC 9(8).
           02 FILLER                PIC X(06) VALUE " OPEN ".
           02 WS-CXA-Open-Balance   PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(12) VALUE SPACE.

       01  WS-Ctx-Backorder.
           02 FILLER                PIC X(06) VALUE "ORDER ".
           02 WS-CXB-Order-Nbr      PIC X(6).
           02 FILLER                PIC X(06) VALUE " CUST ".
           02 WS-CXB-Cust-ID        PIC 9(4).
           02 FILLER                PIC X(08) VALUE " GADGET ".
           02 WS-CXB-GadgetID       PIC 9(6).
           02 FILLER                PIC X(05) VALUE " QTY ".
           02 WS-CXB-Qty            PIC 9(4).
           02 FILLER                PIC X(04) VALUE " ON ".
           02 WS-CXB-Date           PIC 9(8).
           02 FILLER                PIC X(02) VALUE SPACE.

       01  WS-Ctx-CreditHold.
           02 FILLER                PIC X(05) VALUE "HOLD ".
           02 WS-CXH-Hold-Seq       PIC 9(6).
           02 FILLER                PIC X(06) VALUE " CUST ".
           02 WS-CXH-Cust-ID        PIC 9(4).
           02 FILLER                PIC X(08) VALUE " GADGET ".
           02 WS-CXH-GadgetID       PIC 9(6).
           02 FILLER                PIC X(05) VALUE " QTY ".
           02 WS-CXH-Qty            PIC 9(4).
           02 FILLER                PIC X(04) VALUE " ON ".
           02 WS-CXH-Hold-Date      PIC 9(8).
           02 FILLER                PIC X(03) VALUE SPACE.

       01  WS-Ctx-SupplierItem.
           02 FILLER                PIC X(09) VALUE "SUPPLIER ".
           02 WS-CXS-SuppID         PIC 9(4).
           02 FILLER                PIC X(08) VALUE " GADGET ".
           02 WS-CXS-GadgetID       PIC 9(6).
           02 FILLER                PIC X(32) VALUE SPACE.

       01  WS-Ctx-Pending.
           02 FILLER                PIC X(10) VALUE "NEW PRICE ".
           02 WS-CXP-Price          PIC ZZZ9.99.
           02 FILLER                PIC X(11) VALUE " EFFECTIVE ".
           02 WS-CXP-Eff-Date       PIC X(8).
           02 FILLER                PIC X(23) VALUE SPACE.

       01  WS-Ctx-POLine.
           02 FILLER                PIC X(03) VALUE "PO ".
           02 WS-CXO-PO-Nbr         PIC 9(6).
           02 FILLER                PIC X(06) VALUE " SUPP ".
           02 WS-CXO-SuppID         PIC 9(4).
           02 FILLER                PIC X(08) VALUE " GADGET ".
           02 WS-CXO-GadgetID       PIC 9(6).
           02 FILLER                PIC X(06) VALUE " OPEN ".
           02 WS-CXO-Open-Qty       PIC ZZZ9.
           02 FILLER                PIC X(07) VALUE " DATED ".
           02 WS-CXO-PO-Date        PIC 9(8).
           02 FILLER                PIC X(01) VALUE SPACE.

       01  WS-Ctx-Employee.
           02 FILLER                PIC X(04) VALUE "SSN ".
           02 WS-CXE-EmpSSN         PIC 9(9).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-CXE-EmpSurname     PIC X(15).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-CXE-EmpForename    PIC X(10).
           02 FILLER                PIC X(08) VALUE " STATUS ".
           02 WS-CXE-EmpStatus      PIC X.
           02 FILLER                PIC X(10) VALUE SPACE.

       01  WS-Blank-Line            PIC X(80) VALUE SPACE.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program BDS1033 - Integrity Sweep".

       PROCEDURE DIVISION.
       Begin.
           PERFORM ReadRunControl
           PERFORM LoadStockMaster
           PERFORM LoadSupplierMaster
           PERFORM LoadDepartments
           PERFORM LoadReceivedQuantities
           PERFORM LoadShutPOLines
           OPEN INPUT CUSTFile
           IF NOT WS-CUSTFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open CUSTFile Failed."
             DISPLAY "File Status: " WS-CUSTFile-Status
             PERFORM AbortRun
           END-IF
           OPEN OUTPUT IntegrityReportFile
           IF NOT WS-IntegrityReportFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open IntegrityReportFile Failed."
             DISPLAY "File Status: " WS-IntegrityReportFile-Status
             PERFORM AbortRun
           END-IF
           MOVE WS-Run-Date TO WS-RH-Date
           MOVE WS-Report-Heading TO IntegrityReportRec
           PERFORM WriteReportLine

           PERFORM CheckAROpen
           PERFORM CheckBackorders
           PERFORM CheckCreditHolds
           PERFORM CheckSupplierItems
           PERFORM CheckPendingPrices
           PERFORM CheckOpenPOLines
           PERFORM CheckEmployees
           PERFORM PrintSummary

           DISPLAY EOJ-End-Message
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-Check-Cnt
             DISPLAY "   " WS-CS-File(WS-CS-IDX)
                WS-CS-Text(WS-CS-IDX) " " WS-CS-Orphans(WS-CS-IDX)
           END-PERFORM
           DISPLAY "   Total Orphans:       " WS-Total-Orphan-Cnt
           CLOSE CUSTFile, IntegrityReportFile
           IF WS-Total-Orphan-Cnt > ZERO
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       ReadRunControl.
      *    The business date comes from the run-control record the
      *    job stream writes at the top of the run. A missing or
      *    bad record means the program was started outside the
      *    job stream, and it refuses to run.
           OPEN INPUT RunControlFile
           IF NOT WS-RunControlFile-Good
             DISPLAY "** ERROR **: ReadRunControl"
             DISPLAY "Run-control file missing or unreadable - "
                "start the run through the job stream."
             DISPLAY "File Status: " WS-RunControlFile-Status
             PERFORM AbortRun
           END-IF
           READ RunControlFile
                AT END SET WS-RunControlFile-EOF TO TRUE
           END-READ
           IF NOT WS-RunControlFile-Good
              OR RC-Run-Date-X NOT NUMERIC
             DISPLAY "** ERROR **: ReadRunControl"
             DISPLAY "Run-control record missing or not numeric."
             PERFORM AbortRun
           END-IF
           MOVE RC-Run-Date TO WS-Run-Date
           CLOSE RunControlFile.

       AbortRun.
           CLOSE MasterStockFile, CUSTFile, SupplierMasterFile,
                 DeptMasterFile, AROpenFile, BackorderFile,
                 CreditHoldFile, SupplierItemFile, PendingFile,
                 POFile, RcptHistoryFile, POStatusFile, EmployeeFile,
                 IntegrityReportFile.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      *    ----------------------------------------------------------
      *    Master loads
      *    ----------------------------------------------------------
       LoadStockMaster.
           OPEN INPUT MasterStockFile
           IF NOT WS-MasterStockFile-Good
             DISPLAY "** ERROR **: LoadStockMaster"
             DISPLAY "Open MasterStockFile Failed."
             DISPLAY "File Status: " WS-MasterStockFile-Status
             PERFORM AbortRun
           END-IF
           PERFORM ReadMasterStockFile
           PERFORM UNTIL WS-MasterStockFile-EOF
             IF WS-GD-Cnt >= WS-GD-Max
               DISPLAY "** ERROR **: LoadStockMaster"
               DISPLAY "More gadgets than the table holds."
               PERFORM AbortRun
             END-IF
             ADD 1 TO WS-GD-Cnt
             MOVE GadgetID-MF TO WS-GD-GadgetID(WS-GD-Cnt)
             PERFORM ReadMasterStockFile
           END-PERFORM
           CLOSE MasterStockFile.

       ReadMasterStockFile.
           READ MasterStockFile
                AT END SET WS-MasterStockFile-EOF TO TRUE
           END-READ
           IF NOT WS-MasterStockFile-Good
              AND NOT WS-MasterStockFile-EOF
             DISPLAY "** ERROR **: ReadMasterStockFile"
             DISPLAY "Read MasterStockFile Failed."
             DISPLAY "File Status: " WS-MasterStockFile-Status
             PERFORM AbortRun
           END-IF.

       LoadSupplierMaster.
           OPEN INPUT SupplierMasterFile
           IF NOT WS-SupplierMasterFile-Good
             DISPLAY "** ERROR **: LoadSupplierMaster"
             DISPLAY "Open SupplierMasterFile Failed."
             DISPLAY "File Status: " WS-SupplierMasterFile-Status
             PERFORM AbortRun
           END-IF
           PERFORM ReadSupplierMaster
           PERFORM UNTIL WS-SupplierMasterFile-EOF
             IF WS-SU-Cnt >= WS-SU-Max
               DISPLAY "** ERROR **: LoadSupplierMaster"
               DISPLAY "More suppliers than the table holds."
               PERFORM AbortRun
             END-IF
             ADD 1 TO WS-SU-Cnt
             MOVE SM-SuppID TO WS-SU-SuppID(WS-SU-Cnt)
             PERFORM ReadSupplierMaster
           END-PERFORM
           CLOSE SupplierMasterFile.

       ReadSupplierMaster.
           READ SupplierMasterFile
                AT END SET WS-SupplierMasterFile-EOF TO TRUE
           END-READ
           IF NOT WS-SupplierMasterFile-Good
              AND NOT WS-SupplierMasterFile-EOF
             DISPLAY "** ERROR **: ReadSupplierMaster"
             DISPLAY "Read SupplierMasterFile Failed."
             DISPLAY "File Status: " WS-SupplierMasterFile-Status
             PERFORM AbortRun
           END-IF.

       LoadDepartments.
           OPEN INPUT DeptMasterFile
           IF NOT WS-DeptMasterFile-Good
             DISPLAY "** ERROR **: LoadDepartments"
             DISPLAY "Open DeptMasterFile Failed."
             DISPLAY "File Status: " WS-DeptMasterFile-Status
             PERFORM AbortRun
           END-IF
           PERFORM ReadDeptMasterFile
           PERFORM UNTIL WS-DeptMasterFile-EOF
             IF WS-DP-Cnt >= WS-DP-Max
               DISPLAY "** ERROR **: LoadDepartments"
               DISPLAY "More departments than the table holds."
               PERFORM AbortRun
             END-IF
             ADD 1 TO WS-DP-Cnt
             MOVE DM-DeptCode TO WS-DP-DeptCode(WS-DP-Cnt)
             PERFORM ReadDeptMasterFile
           END-PERFORM
           CLOSE DeptMasterFile.

       ReadDeptMasterFile.
           READ DeptMasterFile
                AT END SET WS-DeptMasterFile-EOF TO TRUE
           END-READ
           IF NOT WS-DeptMasterFile-Good
              AND NOT WS-DeptMasterFile-EOF
             DISPLAY "** ERROR **: ReadDeptMasterFile"
             DISPLAY "Read DeptMasterFile Failed."
             DISPLAY "File Status: " WS-DeptMasterFile-Status
             PERFORM AbortRun
           END-IF.

       LoadReceivedQuantities.
      *    No receipt history yet means nothing has been received
      *    against any PO line.
           OPEN INPUT RcptHistoryFile
           IF WS-RcptHistoryFile-Good
             PERFORM ReadRcptHistoryFile
             PERFORM UNTIL WS-RcptHistoryFile-EOF
               PERFORM AddReceivedQuantity
               PERFORM ReadRcptHistoryFile
             END-PERFORM
             CLOSE RcptHistoryFile
           ELSE
             IF WS-RcptHistoryFile-Status NOT = "35"
               DISPLAY "** ERROR **: LoadReceivedQuantities"
               DISPLAY "Open RcptHistoryFile Failed."
               DISPLAY "File Status: " WS-RcptHistoryFile-Status
               PERFORM AbortRun
             END-IF
           END-IF.

       AddReceivedQuantity.
           MOVE RH-PO-Nbr TO WS-Find-PO-Nbr
           MOVE RH-GadgetID TO WS-Find-GadgetID
           PERFORM FindReceivedLine
           IF WS-RV-Found-IDX = ZERO
             IF WS-RV-Cnt >= WS-RV-Max
               DISPLAY "** ERROR **: AddReceivedQuantity"
               DISPLAY "More received PO lines than the table holds."
               PERFORM AbortRun
             END-IF
             ADD 1 TO WS-RV-Cnt
             MOVE RH-PO-Nbr TO WS-RV-PO-Nbr(WS-RV-Cnt)
             MOVE RH-GadgetID TO WS-RV-GadgetID(WS-RV-Cnt)
             MOVE ZERO TO WS-RV-Qty(WS-RV-Cnt)
             MOVE WS-RV-Cnt TO WS-RV-Found-IDX
           END-IF
           ADD RH-Qty TO WS-RV-Qty(WS-RV-Found-IDX).

       FindReceivedLine.
      *    Looks up the PO line in WS-Find-PO-Nbr and
      *    WS-Find-GadgetID.
           MOVE ZERO TO WS-RV-Found-IDX
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-RV-Cnt
                      OR WS-RV-Found-IDX > ZERO
             IF WS-RV-PO-Nbr(WS-RV-IDX) = WS-Find-PO-Nbr
                AND WS-RV-GadgetID(WS-RV-IDX) = WS-Find-GadgetID
               MOVE WS-RV-IDX TO WS-RV-Found-IDX
             END-IF
           END-PERFORM.

       ReadRcptHistoryFile.
           READ RcptHistoryFile
                AT END SET WS-RcptHistoryFile-EOF TO TRUE
           END-READ
           IF NOT WS-RcptHistoryFile-Good
              AND NOT WS-RcptHistoryFile-EOF
             DISPLAY "** ERROR **: ReadRcptHistoryFile"
             DISPLAY "Read RcptHistoryFile Failed."
             DISPLAY "File Status: " WS-RcptHistoryFile-Status
             PERFORM AbortRun
           END-IF.

       LoadShutPOLines.
      *    No status file yet means purchasing has never run the
      *    status pass - the receipt history alone decides.
           OPEN INPUT POStatusFile
           IF WS-POStatusFile-Good
             PERFORM ReadPOStatusFile
             PERFORM UNTIL WS-POStatusFile-EOF
               IF PS-Closed OR PS-Cancelled
                 PERFORM AddShutPOLine
               END-IF
               PERFORM ReadPOStatusFile
             END-PERFORM
             CLOSE POStatusFile
           ELSE
             IF WS-POStatusFile-Status NOT = "35"
               DISPLAY "** ERROR **: LoadShutPOLines"
               DISPLAY "Open POStatusFile Failed."
               DISPLAY "File Status: " WS-POStatusFile-Status
               PERFORM AbortRun
             END-IF
           END-IF.

       AddShutPOLine.
           IF WS-SL-Cnt >= WS-SL-Max
             DISPLAY "** ERROR **: AddShutPOLine"
             DISPLAY "More closed PO lines than the table holds."
             PERFORM AbortRun
           END-IF
           ADD 1 TO WS-SL-Cnt
           MOVE PS-PO-Nbr TO WS-SL-PO-Nbr(WS-SL-Cnt)
           MOVE PS-GadgetID TO WS-SL-GadgetID(WS-SL-Cnt).

       FindShutPOLine.
      *    Looks up the PO line in WS-Find-PO-Nbr and
      *    WS-Find-GadgetID.
           SET Line-Not-Shut TO TRUE
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                   UNTIL WS-SL-IDX > WS-SL-Cnt
                      OR Line-Is-Shut
             IF WS-SL-PO-Nbr(WS-SL-IDX) = WS-Find-PO-Nbr
                AND WS-SL-GadgetID(WS-SL-IDX) = WS-Find-GadgetID
               SET Line-Is-Shut TO TRUE
             END-IF
           END-PERFORM.

       ReadPOStatusFile.
           READ POStatusFile
                AT END SET WS-POStatusFile-EOF TO TRUE
           END-READ
           IF NOT WS-POStatusFile-Good
              AND NOT WS-POStatusFile-EOF
             DISPLAY "** ERROR **: ReadPOStatusFile"
             DISPLAY "Read POStatusFile Failed."
             DISPLAY "File Status: " WS-POStatusFile-Status
             PERFORM AbortRun
           END-IF.

      *    ----------------------------------------------------------
      *    Master lookups - each sets Found-In-Master or
      *    Not-In-Master.
      *    ----------------------------------------------------------
       FindGadget.
           SET Not-In-Master TO TRUE
           PERFORM VARYING WS-GD-IDX FROM 1 BY 1
                   UNTIL WS-GD-IDX > WS-GD-Cnt
                      OR Found-In-Master
             IF WS-GD-GadgetID(WS-GD-IDX) = WS-Find-GadgetID
               SET Found-In-Master TO TRUE
             END-IF
           END-PERFORM.

       FindSupplier.
           SET Not-In-Master TO TRUE
           PERFORM VARYING WS-SU-IDX FROM 1 BY 1
                   UNTIL WS-SU-IDX > WS-SU-Cnt
                      OR Found-In-Master
             IF WS-SU-SuppID(WS-SU-IDX) = WS-Find-SuppID
               SET Found-In-Master TO TRUE
             END-IF
           END-PERFORM.

       FindDepartment.
           SET Not-In-Master TO TRUE
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-Cnt
                      OR Found-In-Master
             IF WS-DP-DeptCode(WS-DP-IDX) = WS-Find-DeptCode
               SET Found-In-Master TO TRUE
             END-IF
           END-PERFORM.

       FindCustomer.
      *    CUSTFile-Cust-ID is set by the caller.
           READ CUSTFile
                KEY IS CUSTFile-Cust-ID
           END-READ
           EVALUATE TRUE
             WHEN WS-CUSTFile-Good
               SET Found-In-Master TO TRUE
             WHEN WS-CUSTFile-Not-Found
               SET Not-In-Master TO TRUE
             WHEN OTHER
               DISPLAY "** ERROR **: FindCustomer"
               DISPLAY "Read CUSTFile Failed."
               DISPLAY "File Status: " WS-CUSTFile-Status
               PERFORM AbortRun
           END-EVALUATE.

      *    ----------------------------------------------------------
      *    Report helpers. Each check opens with StartCheck (the
      *    reason heading), writes an orphan line per miss and
      *    closes with EndCheck (count line, summary entry).
      *    ----------------------------------------------------------
       StartFile.
           MOVE WS-Blank-Line TO IntegrityReportRec
           PERFORM WriteReportLine
           MOVE WS-File-Heading TO IntegrityReportRec
           PERFORM WriteReportLine.

       StartCheck.
           MOVE ZERO TO WS-Check-Orphan-Cnt, WS-Check-Read-Cnt
           ADD 1 TO WS-Check-Cnt
           MOVE WS-FH-File TO WS-CS-File(WS-Check-Cnt)
           MOVE WS-RS-Text TO WS-CS-Text(WS-Check-Cnt)
           MOVE ZERO TO WS-CS-Orphans(WS-Check-Cnt)
           MOVE WS-Reason-Heading TO IntegrityReportRec
           PERFORM WriteReportLine.

       WriteOrphan.
           ADD 1 TO WS-Check-Orphan-Cnt
           ADD 1 TO WS-Total-Orphan-Cnt
           MOVE WS-Orphan-Line TO IntegrityReportRec
           PERFORM WriteReportLine.

       EndCheck.
           MOVE WS-Check-Orphan-Cnt TO WS-CS-Orphans(WS-Check-Cnt)
           MOVE WS-Check-Orphan-Cnt TO WS-CT-Count
           MOVE WS-Check-Read-Cnt TO WS-CT-Read
           MOVE WS-Check-Total-Line TO IntegrityReportRec
           PERFORM WriteReportLine.

       NotPresent.
           MOVE WS-Not-Present-Line TO IntegrityReportRec
           PERFORM WriteReportLine
           PERFORM EndCheck.

       WriteReportLine.
           WRITE IntegrityReportRec
           IF NOT WS-IntegrityReportFile-Good
             DISPLAY "** ERROR **: WriteReportLine"
             DISPLAY "Write IntegrityReportFile Failed."
             DISPLAY "File Status: " WS-IntegrityReportFile-Status
             PERFORM AbortRun
           END-IF.

      *    ----------------------------------------------------------
      *    Checks. A referring file is read once per reason so the
      *    report groups its orphans by reason.
      *    ----------------------------------------------------------
       CheckAROpen.
           MOVE "c10-5aropen.dat.txt" TO WS-FH-File
           MOVE "(AR open items)" TO WS-FH-Desc
           PERFORM StartFile
           MOVE "Cust-ID not on customer master" TO WS-RS-Text
           PERFORM StartCheck
           OPEN INPUT AROpenFile
           IF WS-AROpenFile-Good
             PERFORM ReadAROpenFile
             PERFORM UNTIL WS-AROpenFile-EOF
               ADD 1 TO WS-Check-Read-Cnt
               MOVE AR-Cust-ID TO CUSTFile-Cust-ID
               PERFORM FindCustomer
               IF Not-In-Master
                 MOVE "CUST-ID  " TO WS-OL-Key-Label
                 MOVE AR-Cust-ID TO WS-OL-Key
                 MOVE AR-Invoice-Nbr TO WS-CXA-Invoice-Nbr
                 MOVE AR-Inv-Date TO WS-CXA-Inv-Date
                 MOVE AR-Open-Balance TO WS-CXA-Open-Balance
                 MOVE WS-Ctx-AROpen TO WS-OL-Context
                 PERFORM WriteOrphan
               END-IF
               PERFORM ReadAROpenFile
             END-PERFORM
             CLOSE AROpenFile
             PERFORM EndCheck
           ELSE
             MOVE WS-AROpenFile-Status TO WS-Open-Status
             PERFORM CheckOpenStatus
           END-IF.

       ReadAROpenFile.
           READ AROpenFile
                AT END SET WS-AROpenFile-EOF TO TRUE
           END-READ
           IF NOT WS-AROpenFile-Good
              AND NOT WS-AROpenFile-EOF
             DISPLAY "** ERROR **: ReadAROpenFile"
             DISPLAY "Read AROpenFile Failed."
             DISPLAY "File Status: " WS-AROpenFile-Status
             PERFORM AbortRun
           END-IF.

       CheckBackorders.
           MOVE "c10-5backord.dat.txt" TO WS-FH-File
           MOVE "(waiting backorders)" TO WS-FH-Desc
           PERFORM StartFile
           MOVE "Cust-ID not on customer master" TO WS-RS-Text
           PERFORM StartCheck
           OPEN INPUT BackorderFile
           IF WS-BackorderFile-Good
             PERFORM ReadBackorderFile
             PERFORM UNTIL WS-BackorderFile-EOF
               ADD 1 TO WS-Check-Read-Cnt
               MOVE BO-Cust-ID TO CUSTFile-Cust-ID
               PERFORM FindCustomer
               IF Not-In-Master
                 MOVE "CUST-ID  " TO WS-OL-Key-Label
                 MOVE BO-Cust-ID TO WS-OL-Key
                 PERFORM SetBackorderContext
                 PERFORM WriteOrphan
               END-IF
               PERFORM ReadBackorderFile
             END-PERFORM
             CLOSE BackorderFile
             PERFORM EndCheck
           ELSE
             MOVE WS-BackorderFile-Status TO WS-Open-Status
             PERFORM CheckOpenStatus
           END-IF
           MOVE "GadgetID not on stock master" TO WS-RS-Text
           PERFORM StartCheck
           OPEN INPUT BackorderFile
           IF WS-BackorderFile-Good
             PERFORM ReadBackorderFile
             PERFORM UNTIL WS-BackorderFile-EOF
               ADD 1 TO WS-Check-Read-Cnt
               MOVE BO-GadgetID TO WS-Find-GadgetID
               PERFORM FindGadget
               IF Not-In-Master
                 MOVE "GADGETID " TO WS-OL-Key-Label
                 MOVE BO-GadgetID TO WS-OL-Key
                 PERFORM SetBackorderContext
                 PERFORM WriteOrphan
               END-IF
               PERFORM ReadBackorderFile
             END-PERFORM
             CLOSE BackorderFile
             PERFORM EndCheck
           ELSE
             MOVE WS-BackorderFile-Status TO WS-Open-Status
             PERFORM CheckOpenStatus
           END-IF.

       SetBackorderContext.
           MOVE BO-Order-Nbr TO WS-CXB-Order-Nbr
           MOVE BO-Cust-ID TO WS-CXB-Cust-ID
           MOVE BO-GadgetID TO WS-CXB-GadgetID
           MOVE BO-Qty TO WS-CXB-Qty
           MOVE BO-Date TO WS-CXB-Date
           MOVE WS-Ctx-Backorder TO WS-OL-Context.

       ReadBackorderFile.
           READ BackorderFile
                AT END SET WS-BackorderFile-EOF TO TRUE
           END-READ
           IF NOT WS-BackorderFile-Good
              AND NOT WS-BackorderFile-EOF
             DISPLAY "** ERROR **: ReadBackorderFile"
             DISPLAY "Read BackorderFile Failed."
             DISPLAY "File Status: " WS-BackorderFile-Status
             PERFORM AbortRun
           END-IF.

       CheckCreditHolds.
           MOVE "c10-5credhold.dat.txt" TO WS-FH-File
           MOVE "(orders on credit or past-due hold)" TO WS-FH-Desc
           PERFORM StartFile
           MOVE "Cust-ID not on customer master" TO WS-RS-Text
           PERFORM StartCheck
           OPEN INPUT CreditHoldFile
           IF WS-CreditHoldFile-Good
             PERFORM ReadCreditHoldFile
             PERFORM UNTIL WS-CreditHoldFile-EOF
               ADD 1 TO WS-Check-Read-Cnt
               MOVE CH-Cust-ID TO CUSTFile-Cust-ID
               PERFORM FindCustomer
               IF Not-In-Master
                 MOVE "CUST-ID  " TO WS-OL-Key-Label
                 MOVE CH-Cust-ID TO WS-OL-Key
                 PERFORM SetCreditHoldContext
                 PERFORM WriteOrphan
               END-IF
               PERFORM ReadCreditHoldFile
             END-PERFORM
             CLOSE CreditHoldFile
             PERFORM EndCheck
           ELSE
             MOVE WS-CreditHoldFile-Status TO WS-Open-Status
             PERFORM CheckOpenStatus
           END-IF
           MOVE "GadgetID not on stock master" TO WS-RS-Text
           PERFORM StartCheck
           OPEN INPUT CreditHoldFile
           IF WS-CreditHoldFile-Good
             PERFORM ReadCreditHoldFile
             PERFORM UNTIL WS-CreditHoldFile-EOF
               ADD 1 TO WS-Check-Read-Cnt
               MOVE CH-GadgetID TO WS-Find-GadgetID
               PERFORM FindGadget
               IF Not-In-Master
                 MOVE "GADGETID " TO WS-OL-Key-Label
                 MOVE CH-GadgetID TO WS-OL-Key
                 PERFORM SetCreditHoldContext
                 PERFORM WriteOrphan
               END-IF
               PERFORM ReadCreditHoldFile
             END-PERFORM
             CLOSE CreditHoldFile
             PERFORM EndCheck
           ELSE
             MOVE WS-CreditHoldFile-Status TO WS-Open-Status
             PERFORM CheckOpenStatus
           END-IF.

       SetCreditHoldContext.
           MOVE CH-Hold-Seq TO WS-CXH-Hold-Seq
           MOVE CH-Cust-ID TO WS-CXH-Cust-ID
           MOVE CH-GadgetID TO WS-CXH-GadgetID
           MOVE CH-Qty TO WS-CXH-Qty
           MOVE CH-Hold-Date TO WS-CXH-Hold-Date
           MOVE WS-Ctx-CreditHold TO WS-OL-Context.

       ReadCreditHoldFile.
           READ CreditHoldFile
                AT END SET WS-CreditHoldFile-EOF TO TRUE
           END-READ
           IF NOT WS-CreditHoldFile-Good
              AND NOT WS-CreditHoldFile-EOF
             DISPLAY "** ERROR **: ReadCreditHoldFile"
             DISPLAY "Read CreditHoldFile Failed."
             DISPLAY "File Status: " WS-CreditHoldFile-Status
             PERFORM AbortRun
           END-IF.

       CheckSupplierItems.
           MOVE "c10-5supitem.dat.txt" TO WS-FH-File
           MOVE "(gadgets each supplier carries)" TO WS-FH-Desc
           PERFORM StartFile
           MOVE "GadgetID not on stock master" TO WS-RS-Text
           PERFORM StartCheck
           OPEN INPUT SupplierItemFile
           IF WS-SupplierItemFile-Good
             PERFORM ReadSupplierItemFile
             PERFORM UNTIL WS-SupplierItemFile-EOF
               ADD 1 TO WS-Check-Read-Cnt
               MOVE SI-GadgetID TO WS-Find-GadgetID
               PERFORM FindGadget
               IF Not-In-Master
                 MOVE "GADGETID " TO WS-OL-Key-Label
                 MOVE SI-GadgetID TO WS-OL-Key
                 PERFORM SetSupplierItemContext
                 PERFORM WriteOrphan
               END-IF
               PERFORM ReadSupplierItemFile
             END-PERFORM
             CLOSE SupplierItemFile
             PERFORM EndCheck
           ELSE
             MOVE WS-SupplierItemFile-Status TO WS-Open-Status
             PERFORM CheckOpenStatus
           END-IF
           MOVE "SuppID not on supplier master" TO WS-RS-Text
           PERFORM StartCheck
           OPEN INPUT SupplierItemFile
           IF WS-SupplierItemFile-Good
             PERFORM ReadSupplierItemFile
             PERFORM UNTIL WS-SupplierItemFile-EOF
               ADD 1 TO WS-Check-Read-Cnt
               MOVE SI-SuppID TO WS-Find-SuppID
               PERFORM FindSupplier
               IF Not-In-Master
                 MOVE "SUPPID   " TO WS-OL-Key-Label
                 MOVE SI-SuppID TO WS-OL-Key
                 PERFORM SetSupplierItemContext
                 PERFORM WriteOrphan
               END-IF
               PERFORM ReadSupplierItemFile
             END-PERFORM
             CLOSE SupplierItemFile
             PERFORM EndCheck
           ELSE
             MOVE WS-SupplierItemFile-Status TO WS-Open-Status
             PERFORM CheckOpenStatus
           END-IF.

       SetSupplierItemContext.
           MOVE SI-SuppID TO WS-CXS-SuppID
           MOVE SI-GadgetID TO WS-CXS-GadgetID
           MOVE WS-Ctx-SupplierItem TO WS-OL-Context.

       ReadSupplierItemFile.
           READ SupplierItemFile
                AT END SET WS-SupplierItemFile-EOF TO TRUE
           END-READ
           IF NOT WS-SupplierItemFile-Good
              AND NOT WS-SupplierItemFile-EOF
             DISPLAY "** ERROR **: ReadSupplierItemFile"
             DISPLAY "Read SupplierItemFile Failed."
             DISPLAY "File Status: " WS-SupplierItemFile-Status
             PERFORM AbortRun
           END-IF.

       CheckPendingPrices.
           MOVE "c10-5pending.dat.txt" TO WS-FH-File
           MOVE "(future-dated price changes)" TO WS-FH-Desc
           PERFORM StartFile
           MOVE "GadgetID not on stock master" TO WS-RS-Text
           PERFORM StartCheck
           OPEN INPUT PendingFile
           IF WS-PendingFile-Good
             PERFORM ReadPendingFile
             PERFORM UNTIL WS-PendingFile-EOF
               ADD 1 TO WS-Check-Read-Cnt
               MOVE GadgetID-PP TO WS-Find-GadgetID
               PERFORM FindGadget
               IF Not-In-Master
                 MOVE "GADGETID " TO WS-OL-Key-Label
                 MOVE GadgetID-PP TO WS-OL-Key
                 MOVE Price-PP TO WS-CXP-Price
                 MOVE Eff-Date-PP-X TO WS-CXP-Eff-Date
                 MOVE WS-Ctx-Pending TO WS-OL-Context
                 PERFORM WriteOrphan
               END-IF
               PERFORM ReadPendingFile
             END-PERFORM
             CLOSE PendingFile
             PERFORM EndCheck
           ELSE
             MOVE WS-PendingFile-Status TO WS-Open-Status
             PERFORM CheckOpenStatus
           END-IF.

       ReadPendingFile.
           READ PendingFile
                AT END SET WS-PendingFile-EOF TO TRUE
           END-READ
           IF NOT WS-PendingFile-Good
              AND NOT WS-PendingFile-EOF
             DISPLAY "** ERROR **: ReadPendingFile"
             DISPLAY "Read PendingFile Failed."
             DISPLAY "File Status: " WS-PendingFile-Status
             PERFORM AbortRun
           END-IF.

       CheckOpenPOLines.
           MOVE "c10-5pofile.dat.txt" TO WS-FH-File
           MOVE "(open purchase order lines)" TO WS-FH-Desc
           PERFORM StartFile
           MOVE "GadgetID not on stock master" TO WS-RS-Text
           PERFORM StartCheck
           OPEN INPUT POFile
           IF WS-POFile-Good
             PERFORM ReadNextOpenPOLine
             PERFORM UNTIL WS-POFile-EOF
               ADD 1 TO WS-Check-Read-Cnt
               MOVE PO-GadgetID TO WS-Find-GadgetID
               PERFORM FindGadget
               IF Not-In-Master
                 MOVE "GADGETID " TO WS-OL-Key-Label
                 MOVE PO-GadgetID TO WS-OL-Key
                 PERFORM SetPOLineContext
                 PERFORM WriteOrphan
               END-IF
               PERFORM ReadNextOpenPOLine
             END-PERFORM
             CLOSE POFile
             PERFORM EndCheck
           ELSE
             MOVE WS-POFile-Status TO WS-Open-Status
             PERFORM CheckOpenStatus
           END-IF
           MOVE "SuppID not on supplier master" TO WS-RS-Text
           PERFORM StartCheck
           OPEN INPUT POFile
           IF WS-POFile-Good
             PERFORM ReadNextOpenPOLine
             PERFORM UNTIL WS-POFile-EOF
               ADD 1 TO WS-Check-Read-Cnt
               MOVE PO-SuppID TO WS-Find-SuppID
               PERFORM FindSupplier
               IF Not-In-Master
                 MOVE "SUPPID   " TO WS-OL-Key-Label
                 MOVE PO-SuppID TO WS-OL-Key
                 PERFORM SetPOLineContext
                 PERFORM WriteOrphan
               END-IF
               PERFORM ReadNextOpenPOLine
             END-PERFORM
             CLOSE POFile
             PERFORM EndCheck
           ELSE
             MOVE WS-POFile-Status TO WS-Open-Status
             PERFORM CheckOpenStatus
           END-IF.

       ReadNextOpenPOLine.
      *    Skips the lines received in full and the lines the
      *    status file has closed or cancelled - only open lines
      *    are checked. WS-Received-Qty is left holding what has
      *    come in against the line returned.
           PERFORM ReadPOFile
           PERFORM UNTIL WS-POFile-EOF
                      OR (WS-Received-Qty < PO-Qty AND Line-Not-Shut)
             PERFORM ReadPOFile
           END-PERFORM.

       ReadPOFile.
           READ POFile
                AT END SET WS-POFile-EOF TO TRUE
           END-READ
           IF NOT WS-POFile-Good
              AND NOT WS-POFile-EOF
             DISPLAY "** ERROR **: ReadPOFile"
             DISPLAY "Read POFile Failed."
             DISPLAY "File Status: " WS-POFile-Status
             PERFORM AbortRun
           END-IF
           MOVE ZERO TO WS-Received-Qty
           IF WS-POFile-Good
             MOVE PO-Nbr TO WS-Find-PO-Nbr
             MOVE PO-GadgetID TO WS-Find-GadgetID
             PERFORM FindReceivedLine
             IF WS-RV-Found-IDX > ZERO
               MOVE WS-RV-Qty(WS-RV-Found-IDX) TO WS-Received-Qty
             END-IF
             PERFORM FindShutPOLine
           END-IF.

       SetPOLineContext.
           MOVE PO-Nbr TO WS-CXO-PO-Nbr
           MOVE PO-SuppID TO WS-CXO-SuppID
           MOVE PO-GadgetID TO WS-CXO-GadgetID
           SUBTRACT WS-Received-Qty FROM PO-Qty
              GIVING WS-CXO-Open-Qty
           MOVE PO-Date TO WS-CXO-PO-Date
           MOVE WS-Ctx-POLine TO WS-OL-Context.

       CheckEmployees.
           MOVE "c07-employee.dat.txt" TO WS-FH-File
           MOVE "(payroll employee master)" TO WS-FH-Desc
           PERFORM StartFile
           MOVE "EmpDept not on department master" TO WS-RS-Text
           PERFORM StartCheck
           OPEN INPUT EmployeeFile
           IF WS-EmployeeFile-Good
             PERFORM ReadEmployeeFile
             PERFORM UNTIL WS-EmployeeFile-EOF
               ADD 1 TO WS-Check-Read-Cnt
      *        Blank is "not yet assigned", not a reference.
               IF EF-EmpDept-X NOT = SPACES
                 IF EF-EmpDept-X NUMERIC
                   MOVE EF-EmpDept TO WS-Find-DeptCode
                   PERFORM FindDepartment
                 ELSE
                   SET Not-In-Master TO TRUE
                 END-IF
                 IF Not-In-Master
                   MOVE "EMPDEPT  " TO WS-OL-Key-Label
                   MOVE EF-EmpDept-X TO WS-OL-Key
                   MOVE EF-EmpSSN TO WS-CXE-EmpSSN
                   MOVE EF-EmpSurname TO WS-CXE-EmpSurname
                   MOVE EF-EmpForename TO WS-CXE-EmpForename
                   MOVE EF-EmpStatus TO WS-CXE-EmpStatus
                   MOVE WS-Ctx-Employee TO WS-OL-Context
                   PERFORM WriteOrphan
                 END-IF
               END-IF
               PERFORM ReadEmployeeFile
             END-PERFORM
             CLOSE EmployeeFile
             PERFORM EndCheck
           ELSE
             MOVE WS-EmployeeFile-Status TO WS-Open-Status
             PERFORM CheckOpenStatus
           END-IF.

       ReadEmployeeFile.
           READ EmployeeFile
                AT END SET WS-EmployeeFile-EOF TO TRUE
           END-READ
           IF NOT WS-EmployeeFile-Good
              AND NOT WS-EmployeeFile-EOF
             DISPLAY "** ERROR **: ReadEmployeeFile"
             DISPLAY "Read EmployeeFile Failed."
             DISPLAY "File Status: " WS-EmployeeFile-Status
             PERFORM AbortRun
           END-IF.

       CheckOpenStatus.
      *    Called when a referring file would not open. Missing
      *    ("35") means there is nothing to check; anything else
      *    stops the sweep.
           IF WS-Open-Status = "35"
             PERFORM NotPresent
           ELSE
             DISPLAY "** ERROR **: CheckOpenStatus"
             DISPLAY "Open failed for " WS-FH-File
             DISPLAY "File Status: " WS-Open-Status
             PERFORM AbortRun
           END-IF.

       PrintSummary.
           MOVE WS-Blank-Line TO IntegrityReportRec
           PERFORM WriteReportLine
           MOVE "SUMMARY BY CHECK" TO IntegrityReportRec
           PERFORM WriteReportLine
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-Check-Cnt
             MOVE WS-CS-File(WS-CS-IDX) TO WS-SL-File
             MOVE WS-CS-Text(WS-CS-IDX) TO WS-SL-Text
             MOVE WS-CS-Orphans(WS-CS-IDX) TO WS-SL-Count
             MOVE WS-Summary-Line TO IntegrityReportRec
             PERFORM WriteReportLine
           END-PERFORM
           MOVE WS-Total-Orphan-Cnt TO WS-TL-Count
           MOVE WS-Total-Line TO IntegrityReportRec
           PERFORM WriteReportLine.
