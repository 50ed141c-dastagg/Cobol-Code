      ***********************************************************
      * Program name:    BDS1032
      * Original author: dastagg
      *
      * Description: Sales analysis from the invoice line
      * history. BDS1014 writes one line per invoiced gadget to
      * c10-5invline.dat.txt - invoice, customer, gadget,
      * quantity, unit price, the unit Cost-MF at the time of
      * sale and the extended amount - and never rewrites it, so
      * the file is the permanent record of what was sold, to
      * whom, and what it cost us.
      * The analysis job hands this program a parm record with
      * the from and to invoice dates of the period wanted and
      * the number of customers to rank. The same dates one year
      * earlier are the comparison period. Every line dated in
      * either period is accumulated three ways - by customer,
      * by gadget, and by customer within gadget - and the
      * report prints for each row:
      *   - quantity, sales, cost and gross margin (sales less
      *     quantity times the unit cost on the line), with the
      *     margin as a percentage of sales
      *   - last year's sales and margin for the same period
      *   - the change in sales against last year; a row that
      *     sold nothing last year shows NEW
      * followed by the top customers ranked by this period's
      * revenue, with each one's share of the period total.
      * Rows that sold only last year still print - a customer
      * or gadget that has gone quiet is worth seeing.
      * Sales are invoiced goods only: tax is not on the line,
      * and returns are credit memos, not invoice lines.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 dastagg       Created.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BDS1032.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SalesParmFile
           ASSIGN TO "../data/c10-5salparm.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SalesParmFile-Status.

           SELECT InvLineFile
           ASSIGN TO "../data/c10-5invline.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-InvLineFile-Status.

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

           SELECT SalesReportFile
           ASSIGN TO "../data/c10-5salan.rpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SalesReportFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD SalesParmFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SalesParmRec.
           02 SP-From-Date          PIC 9(8).
           02 SP-From-Date-X REDEFINES SP-From-Date
                                    PIC X(8).
           02 SP-Sep1               PIC X.
           02 SP-To-Date            PIC 9(8).
           02 SP-To-Date-X REDEFINES SP-To-Date
                                    PIC X(8).
           02 SP-Sep2               PIC X.
           02 SP-Rank-Limit         PIC 99.
           02 SP-Rank-Limit-X REDEFINES SP-Rank-Limit
                                    PIC XX.

       FD InvLineFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  InvLineRec.
           02 IV-Invoice-Nbr        PIC 9(6).
           02 IV-Sep1               PIC X.
           02 IV-Inv-Date           PIC 9(8).
           02 IV-Sep2               PIC X.
           02 IV-Cust-ID            PIC 9(4).
           02 IV-Sep3               PIC X.
           02 IV-Order-Nbr          PIC X(6).
           02 IV-Sep4               PIC X.
           02 IV-GadgetID           PIC 9(6).
           02 IV-Sep5               PIC X.
           02 IV-WhseLoc            PIC 9.
           02 IV-Sep6               PIC X.
           02 IV-Qty                PIC 9(4).
           02 IV-Sep7               PIC X.
           02 IV-Unit-Price         PIC 9(4)V99.
           02 IV-Sep8               PIC X.
           02 IV-Unit-Cost          PIC 9(4)V99.
           02 IV-Sep9               PIC X.
           02 IV-Extended           PIC 9(7)V99.

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

       FD SalesReportFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SalesReportRec           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==SalesParmFile==.
           COPY WSFST REPLACING ==:tag:== BY ==InvLineFile==.
           COPY WSFST REPLACING ==:tag:== BY ==MasterStockFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CUSTFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SalesReportFile==.

      *    The period asked for and the same dates a year back.
      *    A 29 February bound simply compares one day long in a
      *    non-leap year - the dates are only range limits.
       01  WS-Period.
           02 WS-From-Date          PIC 9(8) VALUE ZERO.
           02 WS-To-Date            PIC 9(8) VALUE ZERO.
           02 WS-LY-From-Date       PIC 9(8) VALUE ZERO.
           02 WS-LY-To-Date         PIC 9(8) VALUE ZERO.

       01  WS-Rank-Limit            PIC 99 VALUE 10.
       01  WS-Default-Rank-Limit    PIC 99 VALUE 10.

       01  WS-Sales-Counters.
           02 WS-Lines-Read-Cnt     PIC 9(7) COMP VALUE ZERO.
           02 WS-Lines-Current-Cnt  PIC 9(7) COMP VALUE ZERO.
           02 WS-Lines-Prior-Cnt    PIC 9(7) COMP VALUE ZERO.
           02 WS-No-Name-Cnt        PIC 9(6) COMP VALUE ZERO.

      *    What one invoice line contributes, to whichever period
      *    it falls in. Cost is the line's unit cost times its
      *    quantity; sales is the extended amount as billed.
       01  WS-Line-Work.
           02 WS-Line-Period-Flag   PIC X VALUE SPACE.
              88 Line-In-Current    VALUE "C".
              88 Line-In-Prior      VALUE "P".
              88 Line-Out-Of-Range  VALUE SPACE.
           02 WS-Line-Sales         PIC 9(7)V99 VALUE ZERO.
           02 WS-Line-Cost          PIC 9(8)V99 VALUE ZERO.

      *    One entry per customer, kept in Cust-ID order as it is
      *    built so the report prints straight off it.
       01  WS-Customer-Sales.
           02 WS-SC-Max             PIC 9(04) COMP VALUE 2000.
           02 WS-SC-Cnt             PIC 9(04) COMP VALUE ZERO.
           02 WS-SC-Table OCCURS 2000 TIMES.
              03 WS-SC-Cust-ID      PIC 9(4).
              03 WS-SC-Cust-Name    PIC X(30).
              03 WS-SC-Qty          PIC 9(7).
              03 WS-SC-Sales        PIC 9(9)V99.
              03 WS-SC-Cost         PIC 9(9)V99.
              03 WS-SC-LY-Sales     PIC 9(9)V99.
              03 WS-SC-LY-Cost      PIC 9(9)V99.
              03 WS-SC-Ranked-Flag  PIC X.
                 88 SC-Ranked       VALUE "Y".
                 88 SC-Not-Ranked   VALUE "N".
           02 WS-SC-IDX             PIC 9(04) COMP VALUE ZERO.
           02 WS-SC-IDX2            PIC 9(04) COMP VALUE ZERO.
           02 WS-SC-Found-IDX       PIC 9(04) COMP VALUE ZERO.
           02 WS-SC-Best-IDX        PIC 9(04) COMP VALUE ZERO.

      *    One entry per gadget, in GadgetID order.
       01  WS-Gadget-Sales.
           02 WS-SG-Max             PIC 9(04) COMP VALUE 2000.
           02 WS-SG-Cnt             PIC 9(04) COMP VALUE ZERO.
           02 WS-SG-Table OCCURS 2000 TIMES.
              03 WS-SG-GadgetID     PIC 9(6).
              03 WS-SG-GadgetName   PIC X(30).
              03 WS-SG-Qty          PIC 9(7).
              03 WS-SG-Sales        PIC 9(9)V99.
              03 WS-SG-Cost         PIC 9(9)V99.
              03 WS-SG-LY-Sales     PIC 9(9)V99.
              03 WS-SG-LY-Cost      PIC 9(9)V99.
           02 WS-SG-IDX             PIC 9(04) COMP VALUE ZERO.
           02 WS-SG-IDX2            PIC 9(04) COMP VALUE ZERO.
           02 WS-SG-Found-IDX       PIC 9(04) COMP VALUE ZERO.

      *    One entry per gadget and customer pair, in GadgetID
      *    then Cust-ID order, so each gadget's customers print
      *    together under it.
       01  WS-Pair-Sales.
           02 WS-SX-Max             PIC 9(05) COMP VALUE 8000.
           02 WS-SX-Cnt             PIC 9(05) COMP VALUE ZERO.
           02 WS-SX-Table OCCURS 8000 TIMES.
              03 WS-SX-Key.
                 04 WS-SX-GadgetID  PIC 9(6).
                 04 WS-SX-Cust-ID   PIC 9(4).
              03 WS-SX-Qty          PIC 9(7).
              03 WS-SX-Sales        PIC 9(9)V99.
              03 WS-SX-Cost         PIC 9(9)V99.
              03 WS-SX-LY-Sales     PIC 9(9)V99.
              03 WS-SX-LY-Cost      PIC 9(9)V99.
           02 WS-SX-IDX             PIC 9(05) COMP VALUE ZERO.
           02 WS-SX-IDX2            PIC 9(05) COMP VALUE ZERO.
           02 WS-SX-Found-IDX       PIC 9(05) COMP VALUE ZERO.

       01  WS-Find-Keys.
           02 WS-Find-Cust-ID       PIC 9(4).
           02 WS-Find-GadgetID      PIC 9(6).
           02 WS-Find-Pair-Key.
              03 WS-FP-GadgetID     PIC 9(6).
              03 WS-FP-Cust-ID      PIC 9(4).

       01  WS-Name-Found-Switch     PIC X VALUE "N".
           88 Found-Gadget-Name     VALUE "Y".
           88 No-Gadget-Name        VALUE "N".

      *    The figures of the row being printed, whichever table
      *    it came from, and the period totals.
       01  WS-Row-Figures.
           02 WS-RF-Qty             PIC 9(7).
           02 WS-RF-Sales           PIC 9(9)V99.
           02 WS-RF-Cost            PIC 9(9)V99.
           02 WS-RF-LY-Sales        PIC 9(9)V99.
           02 WS-RF-LY-Cost         PIC 9(9)V99.

       01  WS-Period-Totals.
           02 WS-PT-Qty             PIC 9(7) VALUE ZERO.
           02 WS-PT-Sales           PIC 9(9)V99 VALUE ZERO.
           02 WS-PT-Cost            PIC 9(9)V99 VALUE ZERO.
           02 WS-PT-LY-Sales        PIC 9(9)V99 VALUE ZERO.
           02 WS-PT-LY-Cost         PIC 9(9)V99 VALUE ZERO.

       01  WS-Calc-Work.
           02 WS-Margin             PIC S9(9)V99.
           02 WS-LY-Margin          PIC S9(9)V99.
           02 WS-Pct                PIC S9(7)V9.
           02 WS-Pct-Limit          PIC S9(7)V9 VALUE +9999.9.

       01  WS-Total-Sales           PIC 9(9)V99 VALUE ZERO.
       01  WS-Prev-GadgetID         PIC 9(6) VALUE ZERO.
       01  WS-Rank-Cnt              PIC 99 COMP VALUE ZERO.
       01  WS-Best-Sales            PIC 9(9)V99 VALUE ZERO.

       01  WS-Rpt-Heading-1.
           02 FILLER                PIC X(40) VALUE
              "GADGET STORES LTD      SALES ANALYSIS  ".
           02 FILLER                PIC X(07) VALUE "PERIOD ".
           02 WS-RH-From-Date       PIC 9(8).
           02 FILLER                PIC X(04) VALUE " TO ".
           02 WS-RH-To-Date         PIC 9(8).
           02 FILLER                PIC X(65) VALUE SPACE.

       01  WS-Rpt-Heading-2.
           02 FILLER                PIC X(35) VALUE
              "COMPARED WITH THE SAME PERIOD LAST ".
           02 FILLER                PIC X(05) VALUE "YEAR ".
           02 WS-RH-LY-From-Date    PIC 9(8).
           02 FILLER                PIC X(04) VALUE " TO ".
           02 WS-RH-LY-To-Date      PIC 9(8).
           02 FILLER                PIC X(72) VALUE SPACE.

       01  WS-Section-Heading       PIC X(132) VALUE SPACE.

       01  WS-Rpt-Col-Heading.
           02 FILLER                PIC X(40) VALUE
              "  ID      NAME                     QTY  ".
           02 FILLER                PIC X(40) VALUE
              "       SALES          COST        MARGIN".
           02 FILLER                PIC X(52) VALUE
              "    MGN%       LY SALES     LY MARGIN SALES CHG%".

       01  WS-Rpt-Detail-Line.
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-RD-Key             PIC X(6).
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-RD-Name            PIC X(20).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-RD-Qty             PIC ZZZ,ZZ9.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-RD-Sales           PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-RD-Cost            PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-RD-Margin          PIC ZZ,ZZZ,ZZ9.99-.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-RD-Margin-Pct      PIC ZZZ9.9-.
           02 WS-RD-Margin-Pct-X REDEFINES WS-RD-Margin-Pct
                                    PIC X(7).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-RD-LY-Sales        PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-RD-LY-Margin       PIC ZZ,ZZZ,ZZ9.99-.
           02 FILLER                PIC X(04) VALUE SPACE.
           02 WS-RD-Change-Pct      PIC ZZZ9.9-.
           02 WS-RD-Change-Pct-X REDEFINES WS-RD-Change-Pct
                                    PIC X(7).
           02 FILLER                PIC X(03) VALUE SPACE.

       01  WS-Rpt-Gadget-Group-Line.
           02 FILLER                PIC X(07) VALUE "GADGET ".
           02 WS-RG-GadgetID        PIC 9(6).
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-RG-GadgetName      PIC X(30).
           02 FILLER                PIC X(87) VALUE SPACE.

       01  WS-Rpt-Top-Col-Heading.
           02 FILLER                PIC X(40) VALUE
              "RANK  CUST  NAME                        ".
           02 FILLER                PIC X(40) VALUE
              " SALES SHARE%        MARGIN    MGN%     ".
           02 FILLER                PIC X(52) VALUE
              "  LY SALES SALES CHG%".

       01  WS-Rpt-Top-Line.
           02 WS-RT-Rank            PIC ZZ9.
           02 FILLER                PIC X(03) VALUE SPACE.
           02 WS-RT-Cust-ID         PIC 9(4).
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-RT-Name            PIC X(20).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-RT-Sales           PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-RT-Share-Pct       PIC ZZ9.9.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-RT-Margin          PIC ZZ,ZZZ,ZZ9.99-.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-RT-Margin-Pct      PIC X(7).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WS-RT-LY-Sales        PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER                PIC X(04) VALUE SPACE.
           02 WS-RT-Change-Pct      PIC ZZZ9.9-.
           02 WS-RT-Change-Pct-X REDEFINES WS-RT-Change-Pct
                                    PIC X(7).
           02 FILLER                PIC X(31) VALUE SPACE.

       01  WS-Blank-Line            PIC X(132) VALUE SPACE.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program BDS1032 - Sales Analysis".

       PROCEDURE DIVISION.
       Begin.
           PERFORM ReadSalesParm.
           OPEN INPUT MasterStockFile
           IF NOT WS-MasterStockFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open MasterStockFile Failed."
             DISPLAY "File Status: " WS-MasterStockFile-Status
             PERFORM AbortRun
           END-IF
           OPEN INPUT CUSTFile
           IF NOT WS-CUSTFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open CUSTFile Failed."
             DISPLAY "File Status: " WS-CUSTFile-Status
             PERFORM AbortRun
           END-IF
           OPEN OUTPUT SalesReportFile
           IF NOT WS-SalesReportFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open SalesReportFile Failed."
             DISPLAY "File Status: " WS-SalesReportFile-Status
             PERFORM AbortRun
           END-IF

           PERFORM AccumulateInvoiceLines
           PERFORM NameGadgets
           PERFORM NameCustomers
           PERFORM WriteReportHeadings
           PERFORM ReportByCustomer
           PERFORM ReportByGadget
           PERFORM ReportCustomerWithinGadget
           PERFORM ReportTopCustomers

           CLOSE MasterStockFile, CUSTFile, SalesReportFile
           IF NOT WS-SalesReportFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Close SalesReportFile Failed."
             DISPLAY "File Status: " WS-SalesReportFile-Status
             PERFORM AbortRun
           END-IF

           DISPLAY EOJ-End-Message
           DISPLAY "   Period:                " WS-From-Date
              " - " WS-To-Date
           DISPLAY "   Invoice Lines Read:    " WS-Lines-Read-Cnt
           DISPLAY "   Lines This Period:     " WS-Lines-Current-Cnt
           DISPLAY "   Lines Last Year:       " WS-Lines-Prior-Cnt
           DISPLAY "   Customers Reported:    " WS-SC-Cnt
           DISPLAY "   Gadgets Reported:      " WS-SG-Cnt
           IF WS-No-Name-Cnt > ZERO
             DISPLAY "   Names Not Found:       " WS-No-Name-Cnt
           END-IF
           STOP RUN.

       ReadSalesParm.
      *    The period comes from the job's parm record. A to date
      *    before the from date is a keying error, not an empty
      *    report. A blank or zero rank count takes the default.
           OPEN INPUT SalesParmFile
           IF NOT WS-SalesParmFile-Good
             DISPLAY "** ERROR **: ReadSalesParm"
             DISPLAY "Open SalesParmFile Failed."
             DISPLAY "File Status: " WS-SalesParmFile-Status
             PERFORM AbortRun
           END-IF
           READ SalesParmFile
                AT END SET WS-SalesParmFile-EOF TO TRUE
           END-READ
           IF NOT WS-SalesParmFile-Good
              OR SP-From-Date-X NOT NUMERIC
              OR SP-To-Date-X NOT NUMERIC
             DISPLAY "** ERROR **: ReadSalesParm"
             DISPLAY "Sales parm record missing or not numeric."
             PERFORM AbortRun
           END-IF
           IF SP-To-Date < SP-From-Date
             DISPLAY "** ERROR **: ReadSalesParm"
             DISPLAY "Sales parm to date is before the from date."
             PERFORM AbortRun
           END-IF
           MOVE SP-From-Date TO WS-From-Date
           MOVE SP-To-Date TO WS-To-Date
           COMPUTE WS-LY-From-Date = WS-From-Date - 10000
           COMPUTE WS-LY-To-Date = WS-To-Date - 10000
           IF SP-Rank-Limit-X NUMERIC
              AND SP-Rank-Limit > ZERO
             MOVE SP-Rank-Limit TO WS-Rank-Limit
           ELSE
             MOVE WS-Default-Rank-Limit TO WS-Rank-Limit
           END-IF
           CLOSE SalesParmFile.

       AbortRun.
           CLOSE SalesParmFile, InvLineFile, MasterStockFile,
                 CUSTFile, SalesReportFile.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       AccumulateInvoiceLines.
      *    No invoice line file yet (status "35") means nothing has
      *    been billed - the report prints with no rows.
           OPEN INPUT InvLineFile
           IF WS-InvLineFile-Good
             PERFORM ReadInvLineFile
             PERFORM UNTIL WS-InvLineFile-EOF
               ADD 1 TO WS-Lines-Read-Cnt
               PERFORM AccumulateOneLine
               PERFORM ReadInvLineFile
             END-PERFORM
             CLOSE InvLineFile
             IF NOT WS-InvLineFile-Good
               DISPLAY "** ERROR **: AccumulateInvoiceLines"
               DISPLAY "Close InvLineFile Failed."
               DISPLAY "File Status: " WS-InvLineFile-Status
               PERFORM AbortRun
             END-IF
           ELSE
             IF WS-InvLineFile-Status NOT = "35"
               DISPLAY "** ERROR **: AccumulateInvoiceLines"
               DISPLAY "Open InvLineFile Failed."
               DISPLAY "File Status: " WS-InvLineFile-Status
               PERFORM AbortRun
             END-IF
           END-IF.

       AccumulateOneLine.
           SET Line-Out-Of-Range TO TRUE.
           IF IV-Inv-Date NOT < WS-From-Date
              AND IV-Inv-Date NOT > WS-To-Date
             SET Line-In-Current TO TRUE
             ADD 1 TO WS-Lines-Current-Cnt
           ELSE
             IF IV-Inv-Date NOT < WS-LY-From-Date
                AND IV-Inv-Date NOT > WS-LY-To-Date
               SET Line-In-Prior TO TRUE
               ADD 1 TO WS-Lines-Prior-Cnt
             END-IF
           END-IF.
           IF NOT Line-Out-Of-Range
             MOVE IV-Extended TO WS-Line-Sales
             COMPUTE WS-Line-Cost = IV-Qty * IV-Unit-Cost
             MOVE IV-Cust-ID TO WS-Find-Cust-ID
             PERFORM FindCustomerEntry
             MOVE IV-GadgetID TO WS-Find-GadgetID
             PERFORM FindGadgetEntry
             MOVE IV-GadgetID TO WS-FP-GadgetID
             MOVE IV-Cust-ID TO WS-FP-Cust-ID
             PERFORM FindPairEntry
             IF Line-In-Current
               ADD IV-Qty TO WS-SC-Qty(WS-SC-Found-IDX)
                             WS-SG-Qty(WS-SG-Found-IDX)
                             WS-SX-Qty(WS-SX-Found-IDX)
               ADD WS-Line-Sales TO WS-SC-Sales(WS-SC-Found-IDX)
                                    WS-SG-Sales(WS-SG-Found-IDX)
                                    WS-SX-Sales(WS-SX-Found-IDX)
               ADD WS-Line-Cost TO WS-SC-Cost(WS-SC-Found-IDX)
                                   WS-SG-Cost(WS-SG-Found-IDX)
                                   WS-SX-Cost(WS-SX-Found-IDX)
             ELSE
               ADD WS-Line-Sales
                  TO WS-SC-LY-Sales(WS-SC-Found-IDX)
                     WS-SG-LY-Sales(WS-SG-Found-IDX)
                     WS-SX-LY-Sales(WS-SX-Found-IDX)
               ADD WS-Line-Cost
                  TO WS-SC-LY-Cost(WS-SC-Found-IDX)
                     WS-SG-LY-Cost(WS-SG-Found-IDX)
                     WS-SX-LY-Cost(WS-SX-Found-IDX)
             END-IF
           END-IF.

       FindCustomerEntry.
      *    Finds WS-Find-Cust-ID in the table, or inserts it at its
      *    place in Cust-ID order, leaving WS-SC-Found-IDX on it.
           MOVE ZERO TO WS-SC-Found-IDX.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-Cnt
                      OR WS-SC-Found-IDX > ZERO
             IF WS-SC-Cust-ID(WS-SC-IDX) NOT < WS-Find-Cust-ID
               MOVE WS-SC-IDX TO WS-SC-Found-IDX
             END-IF
           END-PERFORM.
           IF WS-SC-Found-IDX = ZERO
             COMPUTE WS-SC-Found-IDX = WS-SC-Cnt + 1
             PERFORM InsertCustomerEntry
           ELSE
             IF WS-SC-Cust-ID(WS-SC-Found-IDX) NOT = WS-Find-Cust-ID
               PERFORM InsertCustomerEntry
             END-IF
           END-IF.

       InsertCustomerEntry.
           IF WS-SC-Cnt >= WS-SC-Max
             DISPLAY "** ERROR **: InsertCustomerEntry"
             DISPLAY "More customers in the periods than the "
                "customer table holds."
             PERFORM AbortRun
           END-IF.
           PERFORM VARYING WS-SC-IDX2 FROM WS-SC-Cnt BY -1
                   UNTIL WS-SC-IDX2 < WS-SC-Found-IDX
             MOVE WS-SC-Table(WS-SC-IDX2)
                TO WS-SC-Table(WS-SC-IDX2 + 1)
           END-PERFORM.
           ADD 1 TO WS-SC-Cnt.
           MOVE WS-Find-Cust-ID TO WS-SC-Cust-ID(WS-SC-Found-IDX).
           MOVE SPACES TO WS-SC-Cust-Name(WS-SC-Found-IDX).
           MOVE ZERO TO WS-SC-Qty(WS-SC-Found-IDX)
                        WS-SC-Sales(WS-SC-Found-IDX)
                        WS-SC-Cost(WS-SC-Found-IDX)
                        WS-SC-LY-Sales(WS-SC-Found-IDX)
                        WS-SC-LY-Cost(WS-SC-Found-IDX).
           SET SC-Not-Ranked(WS-SC-Found-IDX) TO TRUE.

       FindGadgetEntry.
      *    Finds WS-Find-GadgetID in the table, or inserts it at
      *    its place in GadgetID order, leaving WS-SG-Found-IDX on
      *    it.
           MOVE ZERO TO WS-SG-Found-IDX.
           PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                   UNTIL WS-SG-IDX > WS-SG-Cnt
                      OR WS-SG-Found-IDX > ZERO
             IF WS-SG-GadgetID(WS-SG-IDX) NOT < WS-Find-GadgetID
               MOVE WS-SG-IDX TO WS-SG-Found-IDX
             END-IF
           END-PERFORM.
           IF WS-SG-Found-IDX = ZERO
             COMPUTE WS-SG-Found-IDX = WS-SG-Cnt + 1
             PERFORM InsertGadgetEntry
           ELSE
             IF WS-SG-GadgetID(WS-SG-Found-IDX)
                NOT = WS-Find-GadgetID
               PERFORM InsertGadgetEntry
             END-IF
           END-IF.

       InsertGadgetEntry.
           IF WS-SG-Cnt >= WS-SG-Max
             DISPLAY "** ERROR **: InsertGadgetEntry"
             DISPLAY "More gadgets in the periods than the "
                "gadget table holds."
             PERFORM AbortRun
           END-IF.
           PERFORM VARYING WS-SG-IDX2 FROM WS-SG-Cnt BY -1
                   UNTIL WS-SG-IDX2 < WS-SG-Found-IDX
             MOVE WS-SG-Table(WS-SG-IDX2)
                TO WS-SG-Table(WS-SG-IDX2 + 1)
           END-PERFORM.
           ADD 1 TO WS-SG-Cnt.
           MOVE WS-Find-GadgetID TO WS-SG-GadgetID(WS-SG-Found-IDX).
           MOVE SPACES TO WS-SG-GadgetName(WS-SG-Found-IDX).
           MOVE ZERO TO WS-SG-Qty(WS-SG-Found-IDX)
                        WS-SG-Sales(WS-SG-Found-IDX)
                        WS-SG-Cost(WS-SG-Found-IDX)
                        WS-SG-LY-Sales(WS-SG-Found-IDX)
                        WS-SG-LY-Cost(WS-SG-Found-IDX).

       FindPairEntry.
      *    Finds WS-Find-Pair-Key in the table, or inserts it at
      *    its place in GadgetID then Cust-ID order, leaving
      *    WS-SX-Found-IDX on it.
           MOVE ZERO TO WS-SX-Found-IDX.
           PERFORM VARYING WS-SX-IDX FROM 1 BY 1
                   UNTIL WS-SX-IDX > WS-SX-Cnt
                      OR WS-SX-Found-IDX > ZERO
             IF WS-SX-Key(WS-SX-IDX) NOT < WS-Find-Pair-Key
               MOVE WS-SX-IDX TO WS-SX-Found-IDX
             END-IF
           END-PERFORM.
           IF WS-SX-Found-IDX = ZERO
             COMPUTE WS-SX-Found-IDX = WS-SX-Cnt + 1
             PERFORM InsertPairEntry
           ELSE
             IF WS-SX-Key(WS-SX-Found-IDX) NOT = WS-Find-Pair-Key
               PERFORM InsertPairEntry
             END-IF
           END-IF.

       InsertPairEntry.
           IF WS-SX-Cnt >= WS-SX-Max
             DISPLAY "** ERROR **: InsertPairEntry"
             DISPLAY "More gadget and customer pairs in the "
                "periods than the pair table holds."
             PERFORM AbortRun
           END-IF.
           PERFORM VARYING WS-SX-IDX2 FROM WS-SX-Cnt BY -1
                   UNTIL WS-SX-IDX2 < WS-SX-Found-IDX
             MOVE WS-SX-Table(WS-SX-IDX2)
                TO WS-SX-Table(WS-SX-IDX2 + 1)
           END-PERFORM.
           ADD 1 TO WS-SX-Cnt.
           MOVE WS-Find-Pair-Key TO WS-SX-Key(WS-SX-Found-IDX).
           MOVE ZERO TO WS-SX-Qty(WS-SX-Found-IDX)
                        WS-SX-Sales(WS-SX-Found-IDX)
                        WS-SX-Cost(WS-SX-Found-IDX)
                        WS-SX-LY-Sales(WS-SX-Found-IDX)
                        WS-SX-LY-Cost(WS-SX-Found-IDX).

       NameGadgets.
      *    Names come off the current master; a gadget since
      *    dropped from it keeps its row under a stand-in name.
           PERFORM ReadMasterFile
           PERFORM UNTIL WS-MasterStockFile-EOF
             SET No-Gadget-Name TO TRUE
             PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                     UNTIL WS-SG-IDX > WS-SG-Cnt
                        OR Found-Gadget-Name
               IF WS-SG-GadgetID(WS-SG-IDX) = GadgetID-MF
                 SET Found-Gadget-Name TO TRUE
                 MOVE GadgetName-MF TO WS-SG-GadgetName(WS-SG-IDX)
               END-IF
             END-PERFORM
             PERFORM ReadMasterFile
           END-PERFORM.
           PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                   UNTIL WS-SG-IDX > WS-SG-Cnt
             IF WS-SG-GadgetName(WS-SG-IDX) = SPACES
               MOVE "NOT ON MASTER" TO WS-SG-GadgetName(WS-SG-IDX)
               ADD 1 TO WS-No-Name-Cnt
             END-IF
           END-PERFORM.

       NameCustomers.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-Cnt
             MOVE WS-SC-Cust-ID(WS-SC-IDX) TO CUSTFile-Cust-ID
             READ CUSTFile
                RECORD KEY IS CUSTFile-Cust-ID
             END-READ
             IF WS-CUSTFile-Good
               MOVE CUSTFile-Cust-Name TO WS-SC-Cust-Name(WS-SC-IDX)
             ELSE
               IF WS-CUSTFile-EOF
                 MOVE "NOT ON CUSTOMER FILE"
                    TO WS-SC-Cust-Name(WS-SC-IDX)
                 ADD 1 TO WS-No-Name-Cnt
               ELSE
                 DISPLAY "** ERROR **: NameCustomers"
                 DISPLAY "Read CUSTFile Failed."
                 DISPLAY "File Status: " WS-CUSTFile-Status
                 PERFORM AbortRun
               END-IF
             END-IF
           END-PERFORM.

       WriteReportHeadings.
           MOVE WS-From-Date TO WS-RH-From-Date.
           MOVE WS-To-Date TO WS-RH-To-Date.
           MOVE WS-LY-From-Date TO WS-RH-LY-From-Date.
           MOVE WS-LY-To-Date TO WS-RH-LY-To-Date.
           WRITE SalesReportRec FROM WS-Rpt-Heading-1.
           PERFORM CheckSalesWrite.
           WRITE SalesReportRec FROM WS-Rpt-Heading-2.
           PERFORM CheckSalesWrite.
           WRITE SalesReportRec FROM WS-Blank-Line.
           PERFORM CheckSalesWrite.

       ReportByCustomer.
           MOVE "SALES AND GROSS MARGIN BY CUSTOMER"
              TO WS-Section-Heading.
           PERFORM WriteSectionHeading.
           PERFORM ClearPeriodTotals.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-Cnt
             MOVE WS-SC-Cust-ID(WS-SC-IDX) TO WS-RD-Key
             MOVE WS-SC-Cust-Name(WS-SC-IDX) TO WS-RD-Name
             MOVE WS-SC-Qty(WS-SC-IDX) TO WS-RF-Qty
             MOVE WS-SC-Sales(WS-SC-IDX) TO WS-RF-Sales
             MOVE WS-SC-Cost(WS-SC-IDX) TO WS-RF-Cost
             MOVE WS-SC-LY-Sales(WS-SC-IDX) TO WS-RF-LY-Sales
             MOVE WS-SC-LY-Cost(WS-SC-IDX) TO WS-RF-LY-Cost
             PERFORM WriteDetailLine
             PERFORM AddToPeriodTotals
           END-PERFORM.
           MOVE WS-PT-Sales TO WS-Total-Sales.
           PERFORM WriteTotalLine.

       ReportByGadget.
           MOVE "SALES AND GROSS MARGIN BY GADGET"
              TO WS-Section-Heading.
           PERFORM WriteSectionHeading.
           PERFORM ClearPeriodTotals.
           PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                   UNTIL WS-SG-IDX > WS-SG-Cnt
             MOVE WS-SG-GadgetID(WS-SG-IDX) TO WS-RD-Key
             MOVE WS-SG-GadgetName(WS-SG-IDX) TO WS-RD-Name
             MOVE WS-SG-Qty(WS-SG-IDX) TO WS-RF-Qty
             MOVE WS-SG-Sales(WS-SG-IDX) TO WS-RF-Sales
             MOVE WS-SG-Cost(WS-SG-IDX) TO WS-RF-Cost
             MOVE WS-SG-LY-Sales(WS-SG-IDX) TO WS-RF-LY-Sales
             MOVE WS-SG-LY-Cost(WS-SG-IDX) TO WS-RF-LY-Cost
             PERFORM WriteDetailLine
             PERFORM AddToPeriodTotals
           END-PERFORM.
           PERFORM WriteTotalLine.

       ReportCustomerWithinGadget.
      *    Pairs are in gadget order, so a new gadget starts
      *    wherever the GadgetID changes from the pair before; the
      *    gadget table is in the same order and is walked along
      *    beside it for the group line's name. GadgetID zero is
      *    never issued, so it starts the first group.
           MOVE "SALES AND GROSS MARGIN - CUSTOMER WITHIN GADGET"
              TO WS-Section-Heading.
           PERFORM WriteSectionHeading.
           MOVE ZERO TO WS-SG-IDX.
           MOVE ZERO TO WS-Prev-GadgetID.
           PERFORM VARYING WS-SX-IDX FROM 1 BY 1
                   UNTIL WS-SX-IDX > WS-SX-Cnt
             IF WS-SX-GadgetID(WS-SX-IDX) NOT = WS-Prev-GadgetID
               PERFORM WriteGadgetGroupLine
               MOVE WS-SX-GadgetID(WS-SX-IDX) TO WS-Prev-GadgetID
             END-IF
             MOVE WS-SX-Cust-ID(WS-SX-IDX) TO WS-Find-Cust-ID
             PERFORM FindCustomerEntry
             MOVE WS-SX-Cust-ID(WS-SX-IDX) TO WS-RD-Key
             MOVE WS-SC-Cust-Name(WS-SC-Found-IDX) TO WS-RD-Name
             MOVE WS-SX-Qty(WS-SX-IDX) TO WS-RF-Qty
             MOVE WS-SX-Sales(WS-SX-IDX) TO WS-RF-Sales
             MOVE WS-SX-Cost(WS-SX-IDX) TO WS-RF-Cost
             MOVE WS-SX-LY-Sales(WS-SX-IDX) TO WS-RF-LY-Sales
             MOVE WS-SX-LY-Cost(WS-SX-IDX) TO WS-RF-LY-Cost
             PERFORM WriteDetailLine
           END-PERFORM.
           WRITE SalesReportRec FROM WS-Blank-Line.
           PERFORM CheckSalesWrite.

       WriteGadgetGroupLine.
           ADD 1 TO WS-SG-IDX.
           MOVE WS-SG-GadgetID(WS-SG-IDX) TO WS-RG-GadgetID.
           MOVE WS-SG-GadgetName(WS-SG-IDX) TO WS-RG-GadgetName.
           WRITE SalesReportRec FROM WS-Rpt-Gadget-Group-Line.
           PERFORM CheckSalesWrite.

       ReportTopCustomers.
      *    Ranked on this period's sales; a customer who bought
      *    nothing this period is not ranked at all. Share is of
      *    the period's total sales.
           MOVE "TOP CUSTOMERS - RANKED BY SALES THIS PERIOD"
              TO WS-Section-Heading.
           WRITE SalesReportRec FROM WS-Section-Heading.
           PERFORM CheckSalesWrite.
           WRITE SalesReportRec FROM WS-Rpt-Top-Col-Heading.
           PERFORM CheckSalesWrite.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-Cnt
             SET SC-Not-Ranked(WS-SC-IDX) TO TRUE
           END-PERFORM.
           MOVE ZERO TO WS-Rank-Cnt.
           MOVE 1 TO WS-SC-Best-IDX.
           PERFORM PickNextTopCustomer
                   UNTIL WS-Rank-Cnt >= WS-Rank-Limit
                   OR WS-SC-Best-IDX = ZERO.
           IF WS-Rank-Cnt = ZERO
             MOVE "NO SALES IN THE PERIOD." TO SalesReportRec
             WRITE SalesReportRec
             PERFORM CheckSalesWrite
           END-IF.

       PickNextTopCustomer.
           MOVE ZERO TO WS-SC-Best-IDX.
           MOVE ZERO TO WS-Best-Sales.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-Cnt
             IF SC-Not-Ranked(WS-SC-IDX)
                AND WS-SC-Sales(WS-SC-IDX) > WS-Best-Sales
               MOVE WS-SC-Sales(WS-SC-IDX) TO WS-Best-Sales
               MOVE WS-SC-IDX TO WS-SC-Best-IDX
             END-IF
           END-PERFORM.
           IF WS-SC-Best-IDX > ZERO
             ADD 1 TO WS-Rank-Cnt
             SET SC-Ranked(WS-SC-Best-IDX) TO TRUE
             MOVE WS-SC-Best-IDX TO WS-SC-IDX
             PERFORM WriteTopLine
           END-IF.

       WriteTopLine.
           MOVE WS-Rank-Cnt TO WS-RT-Rank.
           MOVE WS-SC-Cust-ID(WS-SC-IDX) TO WS-RT-Cust-ID.
           MOVE WS-SC-Cust-Name(WS-SC-IDX) TO WS-RT-Name.
           MOVE WS-SC-Sales(WS-SC-IDX) TO WS-RT-Sales.
           COMPUTE WS-Pct ROUNDED =
              WS-SC-Sales(WS-SC-IDX) * 100 / WS-Total-Sales.
           MOVE WS-Pct TO WS-RT-Share-Pct.
           MOVE WS-SC-Sales(WS-SC-IDX) TO WS-RF-Sales.
           MOVE WS-SC-Cost(WS-SC-IDX) TO WS-RF-Cost.
           MOVE WS-SC-LY-Sales(WS-SC-IDX) TO WS-RF-LY-Sales.
           MOVE WS-SC-LY-Cost(WS-SC-IDX) TO WS-RF-LY-Cost.
           PERFORM ComputeRowFigures.
           MOVE WS-Margin TO WS-RT-Margin.
           MOVE WS-RD-Margin-Pct-X TO WS-RT-Margin-Pct.
           MOVE WS-RF-LY-Sales TO WS-RT-LY-Sales.
           MOVE WS-RD-Change-Pct-X TO WS-RT-Change-Pct-X.
           WRITE SalesReportRec FROM WS-Rpt-Top-Line.
           PERFORM CheckSalesWrite.

       ComputeRowFigures.
      *    Margin and last year's margin for the row in WS-RF-,
      *    with margin percent and sales change percent edited
      *    into the detail line. A row with no sales has no
      *    margin percent; a row with no sales last year is NEW,
      *    unless it sold nothing this period either. Percents
      *    beyond the column are held at its limit.
           COMPUTE WS-Margin = WS-RF-Sales - WS-RF-Cost.
           COMPUTE WS-LY-Margin = WS-RF-LY-Sales - WS-RF-LY-Cost.
           IF WS-RF-Sales > ZERO
             COMPUTE WS-Pct ROUNDED = WS-Margin * 100 / WS-RF-Sales
             PERFORM LimitPct
             MOVE WS-Pct TO WS-RD-Margin-Pct
           ELSE
             MOVE SPACES TO WS-RD-Margin-Pct-X
           END-IF.
           IF WS-RF-LY-Sales > ZERO
             COMPUTE WS-Pct ROUNDED =
                (WS-RF-Sales - WS-RF-LY-Sales) * 100
                / WS-RF-LY-Sales
             PERFORM LimitPct
             MOVE WS-Pct TO WS-RD-Change-Pct
           ELSE
             IF WS-RF-Sales > ZERO
               MOVE "    NEW" TO WS-RD-Change-Pct-X
             ELSE
               MOVE SPACES TO WS-RD-Change-Pct-X
             END-IF
           END-IF.

       LimitPct.
           IF WS-Pct > WS-Pct-Limit
             MOVE WS-Pct-Limit TO WS-Pct
           END-IF.
           IF WS-Pct < ZERO - WS-Pct-Limit
             COMPUTE WS-Pct = ZERO - WS-Pct-Limit
           END-IF.

       WriteDetailLine.
           PERFORM ComputeRowFigures.
           MOVE WS-RF-Qty TO WS-RD-Qty.
           MOVE WS-RF-Sales TO WS-RD-Sales.
           MOVE WS-RF-Cost TO WS-RD-Cost.
           MOVE WS-Margin TO WS-RD-Margin.
           MOVE WS-RF-LY-Sales TO WS-RD-LY-Sales.
           MOVE WS-LY-Margin TO WS-RD-LY-Margin.
           WRITE SalesReportRec FROM WS-Rpt-Detail-Line.
           PERFORM CheckSalesWrite.

       ClearPeriodTotals.
           MOVE ZERO TO WS-PT-Qty WS-PT-Sales WS-PT-Cost
                        WS-PT-LY-Sales WS-PT-LY-Cost.

       AddToPeriodTotals.
           ADD WS-RF-Qty TO WS-PT-Qty.
           ADD WS-RF-Sales TO WS-PT-Sales.
           ADD WS-RF-Cost TO WS-PT-Cost.
           ADD WS-RF-LY-Sales TO WS-PT-LY-Sales.
           ADD WS-RF-LY-Cost TO WS-PT-LY-Cost.

       WriteTotalLine.
           MOVE "**" TO WS-RD-Key.
           MOVE "TOTAL" TO WS-RD-Name.
           MOVE WS-PT-Qty TO WS-RF-Qty.
           MOVE WS-PT-Sales TO WS-RF-Sales.
           MOVE WS-PT-Cost TO WS-RF-Cost.
           MOVE WS-PT-LY-Sales TO WS-RF-LY-Sales.
           MOVE WS-PT-LY-Cost TO WS-RF-LY-Cost.
           PERFORM WriteDetailLine.
           WRITE SalesReportRec FROM WS-Blank-Line.
           PERFORM CheckSalesWrite.

       WriteSectionHeading.
           WRITE SalesReportRec FROM WS-Section-Heading.
           PERFORM CheckSalesWrite.
           WRITE SalesReportRec FROM WS-Rpt-Col-Heading.
           PERFORM CheckSalesWrite.

       CheckSalesWrite.
           IF NOT WS-SalesReportFile-Good
             DISPLAY "** ERROR **: CheckSalesWrite"
             DISPLAY "Write SalesReportFile Failed."
             DISPLAY "File Status: " WS-SalesReportFile-Status
             PERFORM AbortRun
           END-IF.

       ReadInvLineFile.
           READ InvLineFile
                AT END SET WS-InvLineFile-EOF TO TRUE
           END-READ.
           IF NOT WS-InvLineFile-Good AND NOT WS-InvLineFile-EOF
             DISPLAY "** ERROR **: ReadInvLineFile"
             DISPLAY "Read InvLineFile Failed."
             DISPLAY "File Status: " WS-InvLineFile-Status
             PERFORM AbortRun
           END-IF.

       ReadMasterFile.
           READ MasterStockFile
                AT END SET WS-MasterStockFile-EOF TO TRUE
           END-READ.
           IF NOT WS-MasterStockFile-Good AND NOT WS-MasterStockFile-EOF
             DISPLAY "** ERROR **: ReadMasterFile"
             DISPLAY "Read MasterStockFile Failed."
             DISPLAY "File Status: " WS-MasterStockFile-Status
             PERFORM AbortRun
           END-IF.
