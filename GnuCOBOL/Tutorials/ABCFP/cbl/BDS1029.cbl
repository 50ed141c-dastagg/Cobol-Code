      ***********************************************************
      * Program name:    BDS1029
      * Original author: dastagg
      *
      * Description: Accounts payable three-way match. Takes the
      * supplier invoice file AP keys from the suppliers' bills -
      * one record per invoice line, the lines of an invoice
      * together - and matches every line to
      *   - the PO line it bills (PO number, GadgetID, and the
      *     PO must belong to the billing supplier), priced at
      *     the agreed unit cost BDS1019 wrote on the PO line
      *   - what the dock actually took in against that PO line,
      *     from the cumulative receipt history BDS1020 keeps
      * A line matches when its unit price is within the price
      * tolerance of the PO price and the quantity billed to
      * date (earlier matched invoices plus this one) is within
      * the quantity tolerance of the quantity received. One bad
      * line holds the whole invoice: nothing of it is payable,
      * every failing line is listed with its reason on the
      * hold/exception report, and its lines are set aside on the
      * held invoice file for the next match run to try again -
      * typically the goods simply had not arrived yet.
      * A matched invoice
      *   - has its lines appended to the cumulative matched line
      *     file (which is also how a second copy of the same
      *     invoice is recognised and held)
      *   - goes on the open payables file with its due date,
      *     invoice date plus the supplier's payment terms from
      *     the supplier master, for the weekly payment run
      *     (BDS1030) to pick up
      * Any held invoice ends the run with RETURN-CODE 4.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 dastagg       Created - supplier bills were
      *                          paid off the paper without being
      *                          checked against PO or receipt.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BDS1029.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SupplierInvoiceFile
           ASSIGN TO "../data/c10-5supinv.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SupplierInvoiceFile-Status.

           SELECT SupplierMasterFile
           ASSIGN TO "../data/c10-5supmast.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SupplierMasterFile-Status.

           SELECT POFile
           ASSIGN TO "../data/c10-5pofile.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POFile-Status.

           SELECT RcptHistoryFile
           ASSIGN TO "../data/c10-5rcpthist.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RcptHistoryFile-Status.

           SELECT APLineFile
           ASSIGN TO "../data/c10-5apline.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APLineFile-Status.

           SELECT APOpenFile
           ASSIGN TO "../data/c10-5apopen.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APOpenFile-Status.

           SELECT HeldInvoiceFile
           ASSIGN TO "../data/c10-5supinvhld.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HeldInvoiceFile-Status.

           SELECT APHoldReportFile
           ASSIGN TO "../data/c10-5aphold.rpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APHoldReportFile-Status.

           SELECT RunControlFile
           ASSIGN TO "../data/c10-5runctl.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RunControlFile-Status.

       DATA DIVISION.
       FILE SECTION.
      *    As keyed by AP from the supplier's bill - no separators,
      *    like the dock's receipts file.
       FD SupplierInvoiceFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SupplierInvoiceRec.
           88 EndOfSupplierInvoices VALUE HIGH-VALUES.
           02 SINV-Invoice-Key.
              03 SINV-SuppID        PIC 9(4).
              03 SINV-Invoice-Nbr   PIC X(10).
           02 SINV-Inv-Date         PIC 9(8).
           02 SINV-Inv-Date-X REDEFINES SINV-Inv-Date
                                    PIC X(8).
           02 SINV-Line-Data.
              03 SINV-PO-Nbr        PIC 9(6).
              03 SINV-GadgetID      PIC 9(6).
              03 SINV-Qty           PIC 9(4).
              03 SINV-Unit-Price    PIC 9(4)V99.

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
           02 SM-Terms-Days-X REDEFINES SM-Terms-Days
                                    PIC X(3).

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
           02 PO-Unit-Cost          PIC 9(4)V99.
           02 PO-Unit-Cost-X REDEFINES PO-Unit-Cost
                                    PIC X(6).

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

      *    Every matched invoice line, kept across runs.
       FD APLineFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  APLineRec.
           02 APL-SuppID            PIC 9(4).
           02 APL-Sep1              PIC X.
           02 APL-Invoice-Nbr       PIC X(10).
           02 APL-Sep2              PIC X.
           02 APL-Inv-Date          PIC 9(8).
           02 APL-Sep3              PIC X.
           02 APL-PO-Nbr            PIC 9(6).
           02 APL-Sep4              PIC X.
           02 APL-GadgetID          PIC 9(6).
           02 APL-Sep5              PIC X.
           02 APL-Qty               PIC 9(4).
           02 APL-Sep6              PIC X.
           02 APL-Unit-Price        PIC 9(4)V99.
           02 APL-Sep7              PIC X.
           02 APL-Amount            PIC 9(7)V99.
           02 APL-Sep8              PIC X.
           02 APL-Match-Date        PIC 9(8).

      *    One record per matched invoice not yet paid. The payment
      *    run rewrites it without the invoices it pays.
       FD APOpenFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  APOpenRec.
           02 APO-SuppID            PIC 9(4).
           02 APO-Sep1              PIC X.
           02 APO-Invoice-Nbr       PIC X(10).
           02 APO-Sep2              PIC X.
           02 APO-Inv-Date          PIC 9(8).
           02 APO-Sep3              PIC X.
           02 APO-Due-Date          PIC 9(8).
           02 APO-Sep4              PIC X.
           02 APO-Amount            PIC 9(7)V99.
           02 APO-Sep5              PIC X.
           02 APO-Match-Date        PIC 9(8).

       FD HeldInvoiceFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  HeldInvoiceRec           PIC X(44).

       FD APHoldReportFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  APHoldReportRec          PIC X(80).

       FD  RunControlFile.
           COPY RUNCTL REPLACING ==:tag:== BY ==RC==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RunControlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SupplierInvoiceFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SupplierMasterFile==.
           COPY WSFST REPLACING ==:tag:== BY ==POFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RcptHistoryFile==.
           COPY WSFST REPLACING ==:tag:== BY ==APLineFile==.
           COPY WSFST REPLACING ==:tag:== BY ==APOpenFile==.
           COPY WSFST REPLACING ==:tag:== BY ==HeldInvoiceFile==.
           COPY WSFST REPLACING ==:tag:== BY ==APHoldReportFile==.

       01  WS-Run-Date              PIC 9(8).

      *    Match tolerances, in percent. Price is against the PO
      *    line's agreed unit cost; quantity is billed-to-date
      *    against received-to-date on the PO line.
       01  WS-Price-Tol-Pct         PIC 9(3)V99 VALUE 2.00.
       01  WS-Qty-Tol-Pct           PIC 9(3)V99 VALUE 5.00.
      *    Terms used when the supplier master has none on file.
       01  WS-Default-Terms-Days    PIC 9(3) VALUE 30.

       01  WS-Match-Counters.
           02 WS-Lines-Read-Cnt     PIC 9(6) COMP VALUE ZERO.
           02 WS-Invoices-Read-Cnt  PIC 9(6) COMP VALUE ZERO.
           02 WS-Invoices-Match-Cnt PIC 9(6) COMP VALUE ZERO.
           02 WS-Invoices-Held-Cnt  PIC 9(6) COMP VALUE ZERO.
           02 WS-Lines-Held-Cnt     PIC 9(6) COMP VALUE ZERO.

       01  WS-Matched-Value         PIC 9(9)V99 VALUE ZERO.
       01  WS-Held-Value            PIC 9(9)V99 VALUE ZERO.

       01  WS-Suppliers.
           02 WS-SU-Max             PIC 9(04) COMP VALUE 200.
           02 WS-SU-Cnt             PIC 9(04) COMP VALUE ZERO.
           02 WS-SU-Table OCCURS 200 TIMES.
              03 WS-SU-SuppID       PIC 9(4).
              03 WS-SU-Terms-Days   PIC 9(3).
           02 WS-SU-IDX             PIC 9(04) COMP VALUE ZERO.

       01  WS-SU-Found-Switch       PIC X VALUE "N".
           88 Found-Supplier        VALUE "Y".
           88 No-Supplier-Found     VALUE "N".
       01  WS-SU-Found-IDX          PIC 9(04) COMP VALUE ZERO.

      *    PO lines with what has been received and billed against
      *    each. Pending is this invoice's quantity while it is
      *    being matched, so two lines of one invoice on the same
      *    PO line are checked together.
       01  WS-PO-Lines.
           02 WS-PO-Max             PIC 9(06) COMP VALUE 2000.
           02 WS-PO-Cnt             PIC 9(06) COMP VALUE ZERO.
           02 WS-PO-Table OCCURS 2000 TIMES.
              03 WS-PO-Nbr          PIC 9(6).
              03 WS-PO-SuppID       PIC 9(4).
              03 WS-PO-GadgetID     PIC 9(6).
              03 WS-PO-Unit-Cost    PIC 9(4)V99.
              03 WS-PO-Unit-Cost-X REDEFINES WS-PO-Unit-Cost
                                    PIC X(6).
              03 WS-PO-Rcvd-Qty     PIC 9(6) COMP.
              03 WS-PO-Billed-Qty   PIC 9(6) COMP.
              03 WS-PO-Pend-Qty     PIC 9(6) COMP.
           02 WS-PO-IDX             PIC 9(06) COMP VALUE ZERO.

       01  WS-PO-Found-Switch       PIC X VALUE "N".
           88 Found-PO-Line         VALUE "Y".
           88 No-PO-Line-Found      VALUE "N".
       01  WS-PO-Found-IDX          PIC 9(06) COMP VALUE ZERO.
       01  WS-Find-PO-Nbr           PIC 9(6).
       01  WS-Find-GadgetID         PIC 9(6).

      *    Supplier invoices already matched, from the matched line
      *    file plus those matched this run.
       01  WS-Matched-Invoices.
           02 WS-MI-Max             PIC 9(06) COMP VALUE 5000.
           02 WS-MI-Cnt             PIC 9(06) COMP VALUE ZERO.
           02 WS-MI-Table OCCURS 5000 TIMES.
              03 WS-MI-Invoice-Key  PIC X(14).
           02 WS-MI-IDX             PIC 9(06) COMP VALUE ZERO.

       01  WS-MI-Found-Switch       PIC X VALUE "N".
           88 Invoice-Already-Matched VALUE "Y".
           88 Invoice-Not-Matched     VALUE "N".

      *    The invoice being matched.
       01  WS-Cur-Invoice-Key.
           02 WS-Cur-SuppID         PIC 9(4).
           02 WS-Cur-Invoice-Nbr    PIC X(10).
       01  WS-Cur-Inv-Date          PIC 9(8).
       01  WS-Cur-Inv-Date-X REDEFINES WS-Cur-Inv-Date.
           02 WS-CID-YYYY           PIC 9(4).
           02 WS-CID-MM             PIC 99.
           02 WS-CID-DD             PIC 99.
       01  WS-Cur-Inv-Amount        PIC 9(7)V99 VALUE ZERO.
       01  WS-Cur-Due-Date          PIC 9(8) VALUE ZERO.

       01  WS-Invoice-Lines.
           02 WS-IL-Max             PIC 9(04) COMP VALUE 200.
           02 WS-IL-Cnt             PIC 9(04) COMP VALUE ZERO.
           02 WS-IL-Table OCCURS 200 TIMES.
              03 WS-IL-Line-Data.
                 04 WS-IL-PO-Nbr    PIC 9(6).
                 04 WS-IL-GadgetID  PIC 9(6).
                 04 WS-IL-Qty       PIC 9(4).
                 04 WS-IL-Unit-Price PIC 9(4)V99.
              03 WS-IL-Line-Data-X REDEFINES WS-IL-Line-Data.
                 04 WS-IL-PO-Nbr-X  PIC X(6).
                 04 WS-IL-GadgetID-X PIC X(6).
                 04 FILLER          PIC X(10).
              03 WS-IL-PO-IDX       PIC 9(06) COMP.
              03 WS-IL-Amount       PIC 9(7)V99.
           02 WS-IL-IDX             PIC 9(04) COMP VALUE ZERO.

       01  WS-Invoice-Switch        PIC X VALUE "Y".
           88 Invoice-Matches       VALUE "Y".
           88 Invoice-Held          VALUE "N".
       01  WS-Line-Switch           PIC X VALUE "Y".
           88 Line-Matches          VALUE "Y".
           88 Line-Held             VALUE "N".

       01  WS-Price-Diff            PIC 9(4)V99 VALUE ZERO.
       01  WS-Price-Limit           PIC 9(4)V9(4) VALUE ZERO.
       01  WS-Qty-To-Date           PIC 9(6) COMP VALUE ZERO.
       01  WS-Qty-Limit             PIC 9(6)V99 VALUE ZERO.

      *    Calendar arithmetic for the due date - walks the date
      *    forward a month at a time.
       01  WS-Date-Work.
           02 WS-DW-Date.
              03 WS-DW-YYYY         PIC 9(4).
              03 WS-DW-MM           PIC 99.
              03 WS-DW-DD           PIC 99.
           02 WS-DW-Date-N REDEFINES WS-DW-Date
                                    PIC 9(8).
           02 WS-DW-Days-Left       PIC 9(5) COMP VALUE ZERO.
           02 WS-DW-Month-Days      PIC 99 VALUE ZERO.
           02 WS-DW-Quotient        PIC 9(4) COMP VALUE ZERO.
           02 WS-DW-Rem-4           PIC 9(4) COMP VALUE ZERO.
           02 WS-DW-Rem-100         PIC 9(4) COMP VALUE ZERO.
           02 WS-DW-Rem-400         PIC 9(4) COMP VALUE ZERO.

       01  WS-Month-Length-Values   PIC X(24)
                                    VALUE "312831303130313130313031".
       01  WS-Month-Length-Table REDEFINES WS-Month-Length-Values.
           02 WS-Month-Length       PIC 99 OCCURS 12 TIMES.

       01  WS-Hold-Heading-1.
           02 FILLER                PIC X(42) VALUE
              "AP INVOICE MATCH - HOLD/EXCEPTION REPORT  ".
           02 FILLER                PIC X(09) VALUE "RUN DATE ".
           02 WS-HH-Run-Date        PIC 9(8).
           02 FILLER                PIC X(21) VALUE SPACE.

       01  WS-Hold-Heading-2.
           02 FILLER                PIC X(32) VALUE
              "SUPP INVOICE    PO     GADGET   ".
           02 FILLER                PIC X(48) VALUE "REASON".

       01  WS-Blank-Line            PIC X(80) VALUE SPACE.

       01  WS-Hold-Total-Line-1.
           02 FILLER                PIC X(16) VALUE "INVOICES READ   ".
           02 WS-HT-Read            PIC ZZZ,ZZ9.
           02 FILLER                PIC X(12) VALUE "   MATCHED  ".
           02 WS-HT-Matched         PIC ZZZ,ZZ9.
           02 FILLER                PIC X(09) VALUE "   HELD  ".
           02 WS-HT-Held            PIC ZZZ,ZZ9.
           02 FILLER                PIC X(22) VALUE SPACE.

       01  WS-Hold-Total-Line-2.
           02 FILLER                PIC X(16) VALUE "MATCHED VALUE   ".
           02 WS-HT-Matched-Value   PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER                PIC X(14) VALUE "   HELD VALUE ".
           02 WS-HT-Held-Value      PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER                PIC X(22) VALUE SPACE.

       01  ExceptionMessage.
           02 PrnSuppID             PIC X(4).
           02 FILLER                PIC X VALUE SPACE.
           02 PrnInvoiceNbr         PIC X(10).
           02 FILLER                PIC X VALUE SPACE.
           02 PrnPONbr              PIC X(6).
           02 FILLER                PIC X VALUE SPACE.
           02 PrnGadgetId           PIC X(6).
           02 FILLER                PIC XXX VALUE " - ".
           02 FILLER                PIC X(46).
             88 NoSupplierError
             VALUE "AP Hold - Supplier not on supplier master".
             88 DuplicateInvoiceError
             VALUE "AP Hold - Invoice already matched".
             88 BadInvoiceDateError
             VALUE "AP Hold - Invoice date not valid".
             88 NonNumericLineError
             VALUE "AP Hold - Invoice line not numeric".
             88 NoPOLineError
             VALUE "AP Hold - No such PO line for this supplier".
             88 NoPOPriceError
             VALUE "AP Hold - PO line carries no price".
             88 PriceToleranceError
             VALUE "AP Hold - Price outside tolerance of PO".
             88 NothingReceivedError
             VALUE "AP Hold - Nothing received on this PO line".
             88 QtyToleranceError
             VALUE "AP Hold - Qty billed exceeds qty received".

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(047) VALUE
              "*** Program BDS1029 - AP Invoice Match Messages".

       PROCEDURE DIVISION.
       Begin.
           PERFORM ReadRunControl.
           PERFORM LoadSupplierMaster
           PERFORM LoadPOLines
           PERFORM LoadReceiptHistory
           PERFORM LoadMatchedLines
           OPEN OUTPUT APHoldReportFile
           IF NOT WS-APHoldReportFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open APHoldReportFile Failed."
             DISPLAY "File Status: " WS-APHoldReportFile-Status
             PERFORM AbortRun
           END-IF
           OPEN OUTPUT HeldInvoiceFile
           IF NOT WS-HeldInvoiceFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open HeldInvoiceFile Failed."
             DISPLAY "File Status: " WS-HeldInvoiceFile-Status
             PERFORM AbortRun
           END-IF
      *    Matched lines and open payables accumulate across runs -
      *    EXTEND with the usual first-run OUTPUT fallback.
           OPEN EXTEND APLineFile
           IF NOT WS-APLineFile-Good
             OPEN OUTPUT APLineFile
             IF NOT WS-APLineFile-Good
               DISPLAY "** ERROR **: Begin"
               DISPLAY "Open APLineFile Failed."
               DISPLAY "File Status: " WS-APLineFile-Status
               PERFORM AbortRun
             END-IF
           END-IF
           OPEN EXTEND APOpenFile
           IF NOT WS-APOpenFile-Good
             OPEN OUTPUT APOpenFile
             IF NOT WS-APOpenFile-Good
               DISPLAY "** ERROR **: Begin"
               DISPLAY "Open APOpenFile Failed."
               DISPLAY "File Status: " WS-APOpenFile-Status
               PERFORM AbortRun
             END-IF
           END-IF
           PERFORM WriteHoldHeadings

      *    No invoice file (status "35") means AP keyed nothing
      *    this time - the report still prints, empty.
           OPEN INPUT SupplierInvoiceFile
           IF WS-SupplierInvoiceFile-Good
             PERFORM ReadSupplierInvoice
             PERFORM UNTIL EndOfSupplierInvoices
               PERFORM GatherOneInvoice
               PERFORM MatchOneInvoice
             END-PERFORM
             CLOSE SupplierInvoiceFile
           ELSE
             IF WS-SupplierInvoiceFile-Status NOT = "35"
               DISPLAY "** ERROR **: Begin"
               DISPLAY "Open SupplierInvoiceFile Failed."
               DISPLAY "File Status: " WS-SupplierInvoiceFile-Status
               PERFORM AbortRun
             END-IF
           END-IF
           PERFORM WriteHoldTotals

           DISPLAY EOJ-End-Message
           DISPLAY "   Invoice Lines Read:  " WS-Lines-Read-Cnt
           DISPLAY "   Invoices Read:       " WS-Invoices-Read-Cnt
           DISPLAY "   Invoices Matched:    " WS-Invoices-Match-Cnt
           DISPLAY "   Invoices Held:       " WS-Invoices-Held-Cnt
           DISPLAY "   Lines Failing Match: " WS-Lines-Held-Cnt
           DISPLAY "   Matched Value:       " WS-Matched-Value
           DISPLAY "   Held Value:          " WS-Held-Value
           CLOSE APLineFile, APOpenFile, HeldInvoiceFile,
                 APHoldReportFile
           IF WS-Invoices-Held-Cnt > ZERO
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       ReadRunControl.
      *    The business date comes from the run-control record the
      *    job stream writes at the top of the run - never the
      *    system clock - so a rerun for a prior date behaves as
      *    that date. A missing or bad record means the program
      *    was started outside the job stream, and it refuses to
      *    run rather than stamp the wrong day on its work.
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
           CLOSE SupplierInvoiceFile, SupplierMasterFile, POFile,
                 RcptHistoryFile, APLineFile, APOpenFile,
                 HeldInvoiceFile, APHoldReportFile.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

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
             IF SM-Terms-Days-X NUMERIC
               MOVE SM-Terms-Days TO WS-SU-Terms-Days(WS-SU-Cnt)
             ELSE
               MOVE WS-Default-Terms-Days
                  TO WS-SU-Terms-Days(WS-SU-Cnt)
             END-IF
             PERFORM ReadSupplierMaster
           END-PERFORM
           CLOSE SupplierMasterFile
           IF NOT WS-SupplierMasterFile-Good
             DISPLAY "** ERROR **: LoadSupplierMaster"
             DISPLAY "Close SupplierMasterFile Failed."
             DISPLAY "File Status: " WS-SupplierMasterFile-Status
             PERFORM AbortRun
           END-IF.

       LoadPOLines.
           OPEN INPUT POFile
           IF NOT WS-POFile-Good
             DISPLAY "** ERROR **: LoadPOLines"
             DISPLAY "Open POFile Failed."
             DISPLAY "File Status: " WS-POFile-Status
             PERFORM AbortRun
           END-IF
           PERFORM ReadPOFile
           PERFORM UNTIL WS-POFile-EOF
             IF WS-PO-Cnt >= WS-PO-Max
               DISPLAY "** ERROR **: LoadPOLines"
               DISPLAY "More PO lines than the table holds."
               PERFORM AbortRun
             END-IF
             ADD 1 TO WS-PO-Cnt
             MOVE PO-Nbr TO WS-PO-Nbr(WS-PO-Cnt)
             MOVE PO-SuppID TO WS-PO-SuppID(WS-PO-Cnt)
             MOVE PO-GadgetID TO WS-PO-GadgetID(WS-PO-Cnt)
             MOVE PO-Unit-Cost-X TO WS-PO-Unit-Cost-X(WS-PO-Cnt)
             MOVE ZERO TO WS-PO-Rcvd-Qty(WS-PO-Cnt)
                          WS-PO-Billed-Qty(WS-PO-Cnt)
                          WS-PO-Pend-Qty(WS-PO-Cnt)
             PERFORM ReadPOFile
           END-PERFORM
           CLOSE POFile
           IF NOT WS-POFile-Good
             DISPLAY "** ERROR **: LoadPOLines"
             DISPLAY "Close POFile Failed."
             DISPLAY "File Status: " WS-POFile-Status
             PERFORM AbortRun
           END-IF.

       LoadReceiptHistory.
      *    No history yet (status "35") means nothing received yet.
           OPEN INPUT RcptHistoryFile
           IF WS-RcptHistoryFile-Good
             PERFORM ReadRcptHistory
             PERFORM UNTIL WS-RcptHistoryFile-EOF
               MOVE RH-PO-Nbr TO WS-Find-PO-Nbr
               MOVE RH-GadgetID TO WS-Find-GadgetID
               PERFORM FindPOLine
               IF Found-PO-Line
                 ADD RH-Qty TO WS-PO-Rcvd-Qty(WS-PO-Found-IDX)
               END-IF
               PERFORM ReadRcptHistory
             END-PERFORM
             CLOSE RcptHistoryFile
             IF NOT WS-RcptHistoryFile-Good
               DISPLAY "** ERROR **: LoadReceiptHistory"
               DISPLAY "Close RcptHistoryFile Failed."
               DISPLAY "File Status: " WS-RcptHistoryFile-Status
               PERFORM AbortRun
             END-IF
           ELSE
             IF WS-RcptHistoryFile-Status NOT = "35"
               DISPLAY "** ERROR **: LoadReceiptHistory"
               DISPLAY "Open RcptHistoryFile Failed."
               DISPLAY "File Status: " WS-RcptHistoryFile-Status
               PERFORM AbortRun
             END-IF
           END-IF.

       LoadMatchedLines.
      *    Earlier matched lines give the quantity already billed
      *    on each PO line and the invoices already matched. The
      *    lines of one invoice sit together on the file, so a new
      *    invoice key is only compared with the last one taken.
      *    No file yet (status "35") is the first run.
           OPEN INPUT APLineFile
           IF WS-APLineFile-Good
             PERFORM ReadAPLine
             PERFORM UNTIL WS-APLineFile-EOF
               MOVE APL-PO-Nbr TO WS-Find-PO-Nbr
               MOVE APL-GadgetID TO WS-Find-GadgetID
               PERFORM FindPOLine
               IF Found-PO-Line
                 ADD APL-Qty TO WS-PO-Billed-Qty(WS-PO-Found-IDX)
               END-IF
               MOVE APL-SuppID TO WS-Cur-SuppID
               MOVE APL-Invoice-Nbr TO WS-Cur-Invoice-Nbr
               IF WS-MI-Cnt = ZERO
                 PERFORM AddMatchedInvoice
               ELSE
                 IF WS-MI-Invoice-Key(WS-MI-Cnt)
                    NOT = WS-Cur-Invoice-Key
                   PERFORM AddMatchedInvoice
                 END-IF
               END-IF
               PERFORM ReadAPLine
             END-PERFORM
             CLOSE APLineFile
             IF NOT WS-APLineFile-Good
               DISPLAY "** ERROR **: LoadMatchedLines"
               DISPLAY "Close APLineFile Failed."
               DISPLAY "File Status: " WS-APLineFile-Status
               PERFORM AbortRun
             END-IF
           ELSE
             IF WS-APLineFile-Status NOT = "35"
               DISPLAY "** ERROR **: LoadMatchedLines"
               DISPLAY "Open APLineFile Failed."
               DISPLAY "File Status: " WS-APLineFile-Status
               PERFORM AbortRun
             END-IF
           END-IF.

       AddMatchedInvoice.
           IF WS-MI-Cnt >= WS-MI-Max
             DISPLAY "** ERROR **: AddMatchedInvoice"
             DISPLAY "More matched invoices than the table holds."
             PERFORM AbortRun
           END-IF
           ADD 1 TO WS-MI-Cnt
           MOVE WS-Cur-Invoice-Key TO WS-MI-Invoice-Key(WS-MI-Cnt).

       GatherOneInvoice.
      *    Collects the lines of one invoice - consecutive records
      *    with the same supplier and invoice number - leaving the
      *    first record of the next invoice in the record area.
           ADD 1 TO WS-Invoices-Read-Cnt.
           MOVE SINV-Invoice-Key TO WS-Cur-Invoice-Key.
           MOVE SINV-Inv-Date-X TO WS-Cur-Inv-Date-X.
           MOVE ZERO TO WS-IL-Cnt.
           PERFORM UNTIL EndOfSupplierInvoices
                      OR SINV-Invoice-Key NOT = WS-Cur-Invoice-Key
             IF WS-IL-Cnt >= WS-IL-Max
               DISPLAY "** ERROR **: GatherOneInvoice"
               DISPLAY "More invoice lines than the table holds."
               PERFORM AbortRun
             END-IF
             ADD 1 TO WS-Lines-Read-Cnt
             ADD 1 TO WS-IL-Cnt
             MOVE SINV-Line-Data TO WS-IL-Line-Data(WS-IL-Cnt)
             MOVE ZERO TO WS-IL-PO-IDX(WS-IL-Cnt)
                          WS-IL-Amount(WS-IL-Cnt)
             PERFORM ReadSupplierInvoice
           END-PERFORM.

       MatchOneInvoice.
           SET Invoice-Matches TO TRUE.
           SET Invoice-Not-Matched TO TRUE.
           MOVE ZERO TO WS-Cur-Inv-Amount.
           MOVE WS-Cur-Invoice-Key(1:4) TO PrnSuppID.
           MOVE WS-Cur-Invoice-Nbr TO PrnInvoiceNbr.
           MOVE SPACES TO PrnPONbr PrnGadgetId.
           PERFORM CheckInvoiceHeader.
           IF Invoice-Matches
             PERFORM VARYING WS-IL-IDX FROM 1 BY 1
                     UNTIL WS-IL-IDX > WS-IL-Cnt
               PERFORM MatchInvoiceLine
             END-PERFORM
           END-IF.
           IF Invoice-Matches
             PERFORM PostMatchedInvoice
           ELSE
             PERFORM SetInvoiceAside
           END-IF.
      *    Pending quantities are either billed now or dropped with
      *    the held invoice - either way they are cleared.
           PERFORM VARYING WS-IL-IDX FROM 1 BY 1
                   UNTIL WS-IL-IDX > WS-IL-Cnt
             IF WS-IL-PO-IDX(WS-IL-IDX) > ZERO
               MOVE ZERO TO WS-PO-Pend-Qty(WS-IL-PO-IDX(WS-IL-IDX))
             END-IF
           END-PERFORM.

       CheckInvoiceHeader.
           IF WS-Cur-SuppID NOT NUMERIC
             SET No-Supplier-Found TO TRUE
           ELSE
             PERFORM FindSupplier
           END-IF.
           IF No-Supplier-Found
             SET Invoice-Held TO TRUE
             SET NoSupplierError TO TRUE
             PERFORM WriteHoldException
           END-IF.
           IF Invoice-Matches
             PERFORM FindMatchedInvoice
             IF Invoice-Already-Matched
               SET Invoice-Held TO TRUE
               SET DuplicateInvoiceError TO TRUE
               PERFORM WriteHoldException
             END-IF
           END-IF.
           IF Invoice-Matches
             IF WS-Cur-Inv-Date NOT NUMERIC
                OR WS-CID-MM < 1 OR WS-CID-MM > 12
                OR WS-CID-DD < 1 OR WS-CID-DD > 31
               SET Invoice-Held TO TRUE
               SET BadInvoiceDateError TO TRUE
               PERFORM WriteHoldException
             END-IF
           END-IF.

       FindSupplier.
           SET No-Supplier-Found TO TRUE.
           MOVE ZERO TO WS-SU-Found-IDX.
           PERFORM VARYING WS-SU-IDX FROM 1 BY 1
                   UNTIL WS-SU-IDX > WS-SU-Cnt
             IF No-Supplier-Found
                AND WS-SU-SuppID(WS-SU-IDX) = WS-Cur-SuppID
               SET Found-Supplier TO TRUE
               MOVE WS-SU-IDX TO WS-SU-Found-IDX
             END-IF
           END-PERFORM.

       FindMatchedInvoice.
           SET Invoice-Not-Matched TO TRUE.
           PERFORM VARYING WS-MI-IDX FROM 1 BY 1
                   UNTIL WS-MI-IDX > WS-MI-Cnt
             IF WS-MI-Invoice-Key(WS-MI-IDX) = WS-Cur-Invoice-Key
               SET Invoice-Already-Matched TO TRUE
             END-IF
           END-PERFORM.

       MatchInvoiceLine.
      *    Checks run in order and stop at the first failure, so
      *    each failing line is listed once, with its first reason.
           SET Line-Matches TO TRUE.
           MOVE WS-IL-PO-Nbr-X(WS-IL-IDX) TO PrnPONbr.
           MOVE WS-IL-GadgetID-X(WS-IL-IDX) TO PrnGadgetId.
           IF WS-IL-PO-Nbr(WS-IL-IDX) NOT NUMERIC
              OR WS-IL-GadgetID(WS-IL-IDX) NOT NUMERIC
              OR WS-IL-Qty(WS-IL-IDX) NOT NUMERIC
              OR WS-IL-Unit-Price(WS-IL-IDX) NOT NUMERIC
             SET Line-Held TO TRUE
             SET NonNumericLineError TO TRUE
           END-IF.
           IF Line-Matches
             MOVE WS-IL-PO-Nbr(WS-IL-IDX) TO WS-Find-PO-Nbr
             MOVE WS-IL-GadgetID(WS-IL-IDX) TO WS-Find-GadgetID
             PERFORM FindPOLine
             IF No-PO-Line-Found
               SET Line-Held TO TRUE
               SET NoPOLineError TO TRUE
             ELSE
               IF WS-PO-SuppID(WS-PO-Found-IDX) NOT = WS-Cur-SuppID
                 SET Line-Held TO TRUE
                 SET NoPOLineError TO TRUE
               ELSE
                 MOVE WS-PO-Found-IDX TO WS-IL-PO-IDX(WS-IL-IDX)
               END-IF
             END-IF
           END-IF.
           IF Line-Matches
             PERFORM CheckPriceTolerance
           END-IF.
           IF Line-Matches
             PERFORM CheckQtyTolerance
           END-IF.
           IF Line-Held
             SET Invoice-Held TO TRUE
             PERFORM WriteHoldException
           ELSE
             COMPUTE WS-IL-Amount(WS-IL-IDX) =
                WS-IL-Qty(WS-IL-IDX) * WS-IL-Unit-Price(WS-IL-IDX)
             ADD WS-IL-Amount(WS-IL-IDX) TO WS-Cur-Inv-Amount
           END-IF.

       CheckPriceTolerance.
           MOVE WS-IL-PO-IDX(WS-IL-IDX) TO WS-PO-IDX.
           IF WS-PO-Unit-Cost-X(WS-PO-IDX) NOT NUMERIC
             SET Line-Held TO TRUE
             SET NoPOPriceError TO TRUE
           ELSE
             IF WS-IL-Unit-Price(WS-IL-IDX) >
                WS-PO-Unit-Cost(WS-PO-IDX)
               COMPUTE WS-Price-Diff = WS-IL-Unit-Price(WS-IL-IDX)
                  - WS-PO-Unit-Cost(WS-PO-IDX)
             ELSE
               COMPUTE WS-Price-Diff = WS-PO-Unit-Cost(WS-PO-IDX)
                  - WS-IL-Unit-Price(WS-IL-IDX)
             END-IF
             COMPUTE WS-Price-Limit =
                WS-PO-Unit-Cost(WS-PO-IDX) * WS-Price-Tol-Pct / 100
             IF WS-Price-Diff > WS-Price-Limit
               SET Line-Held TO TRUE
               SET PriceToleranceError TO TRUE
             END-IF
           END-IF.

       CheckQtyTolerance.
           MOVE WS-IL-PO-IDX(WS-IL-IDX) TO WS-PO-IDX.
           IF WS-PO-Rcvd-Qty(WS-PO-IDX) = ZERO
             SET Line-Held TO TRUE
             SET NothingReceivedError TO TRUE
           ELSE
             ADD WS-IL-Qty(WS-IL-IDX) TO WS-PO-Pend-Qty(WS-PO-IDX)
             COMPUTE WS-Qty-To-Date = WS-PO-Billed-Qty(WS-PO-IDX)
                + WS-PO-Pend-Qty(WS-PO-IDX)
             COMPUTE WS-Qty-Limit = WS-PO-Rcvd-Qty(WS-PO-IDX)
                * (100 + WS-Qty-Tol-Pct) / 100
             IF WS-Qty-To-Date > WS-Qty-Limit
               SET Line-Held TO TRUE
               SET QtyToleranceError TO TRUE
             END-IF
           END-IF.

       FindPOLine.
           SET No-PO-Line-Found TO TRUE.
           MOVE ZERO TO WS-PO-Found-IDX.
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-Cnt
             IF No-PO-Line-Found
                AND WS-PO-Nbr(WS-PO-IDX) = WS-Find-PO-Nbr
                AND WS-PO-GadgetID(WS-PO-IDX) = WS-Find-GadgetID
               SET Found-PO-Line TO TRUE
               MOVE WS-PO-IDX TO WS-PO-Found-IDX
             END-IF
           END-PERFORM.

       PostMatchedInvoice.
           ADD 1 TO WS-Invoices-Match-Cnt.
           ADD WS-Cur-Inv-Amount TO WS-Matched-Value.
           PERFORM VARYING WS-IL-IDX FROM 1 BY 1
                   UNTIL WS-IL-IDX > WS-IL-Cnt
             ADD WS-IL-Qty(WS-IL-IDX)
                TO WS-PO-Billed-Qty(WS-IL-PO-IDX(WS-IL-IDX))
             PERFORM WriteAPLine
           END-PERFORM.
           PERFORM AddMatchedInvoice.
           MOVE WS-Cur-Inv-Date TO WS-DW-Date-N.
           MOVE WS-SU-Terms-Days(WS-SU-Found-IDX) TO WS-DW-Days-Left.
           PERFORM AddDaysToDate.
           MOVE WS-DW-Date-N TO WS-Cur-Due-Date.
           MOVE SPACE TO APO-Sep1 APO-Sep2 APO-Sep3 APO-Sep4
                         APO-Sep5.
           MOVE WS-Cur-SuppID TO APO-SuppID.
           MOVE WS-Cur-Invoice-Nbr TO APO-Invoice-Nbr.
           MOVE WS-Cur-Inv-Date TO APO-Inv-Date.
           MOVE WS-Cur-Due-Date TO APO-Due-Date.
           MOVE WS-Cur-Inv-Amount TO APO-Amount.
           MOVE WS-Run-Date TO APO-Match-Date.
           WRITE APOpenRec.
           IF NOT WS-APOpenFile-Good
             DISPLAY "** ERROR **: PostMatchedInvoice"
             DISPLAY "Write APOpenFile Failed."
             DISPLAY "File Status: " WS-APOpenFile-Status
             PERFORM AbortRun
           END-IF.

       WriteAPLine.
           MOVE SPACE TO APL-Sep1 APL-Sep2 APL-Sep3 APL-Sep4
                         APL-Sep5 APL-Sep6 APL-Sep7 APL-Sep8.
           MOVE WS-Cur-SuppID TO APL-SuppID.
           MOVE WS-Cur-Invoice-Nbr TO APL-Invoice-Nbr.
           MOVE WS-Cur-Inv-Date TO APL-Inv-Date.
           MOVE WS-IL-PO-Nbr(WS-IL-IDX) TO APL-PO-Nbr.
           MOVE WS-IL-GadgetID(WS-IL-IDX) TO APL-GadgetID.
           MOVE WS-IL-Qty(WS-IL-IDX) TO APL-Qty.
           MOVE WS-IL-Unit-Price(WS-IL-IDX) TO APL-Unit-Price.
           MOVE WS-IL-Amount(WS-IL-IDX) TO APL-Amount.
           MOVE WS-Run-Date TO APL-Match-Date.
           WRITE APLineRec.
           IF NOT WS-APLineFile-Good
             DISPLAY "** ERROR **: WriteAPLine"
             DISPLAY "Write APLineFile Failed."
             DISPLAY "File Status: " WS-APLineFile-Status
             PERFORM AbortRun
           END-IF.

       SetInvoiceAside.
      *    The whole invoice goes back for the next match run,
      *    exactly as it was keyed - except a second copy of an
      *    invoice already matched, which would only be held again
      *    every run; the report line is all AP needs for that.
           ADD 1 TO WS-Invoices-Held-Cnt.
           PERFORM VARYING WS-IL-IDX FROM 1 BY 1
                   UNTIL WS-IL-IDX > WS-IL-Cnt
             IF WS-IL-Qty(WS-IL-IDX) NUMERIC
                AND WS-IL-Unit-Price(WS-IL-IDX) NUMERIC
               COMPUTE WS-Held-Value = WS-Held-Value
                  + WS-IL-Qty(WS-IL-IDX) * WS-IL-Unit-Price(WS-IL-IDX)
             END-IF
             IF Invoice-Not-Matched
               PERFORM WriteHeldInvoiceLine
             END-IF
           END-PERFORM.

       WriteHeldInvoiceLine.
           MOVE WS-Cur-Invoice-Key TO HeldInvoiceRec(1:14).
           MOVE WS-Cur-Inv-Date-X TO HeldInvoiceRec(15:8).
           MOVE WS-IL-Line-Data(WS-IL-IDX) TO HeldInvoiceRec(23:22).
           WRITE HeldInvoiceRec.
           IF NOT WS-HeldInvoiceFile-Good
             DISPLAY "** ERROR **: WriteHeldInvoiceLine"
             DISPLAY "Write HeldInvoiceFile Failed."
             DISPLAY "File Status: " WS-HeldInvoiceFile-Status
             PERFORM AbortRun
           END-IF.

       AddDaysToDate.
      *    Moves WS-DW-Date forward WS-DW-Days-Left calendar days:
      *    within the month if they fit, otherwise to the 1st of
      *    the next month and on from there.
           PERFORM UNTIL WS-DW-Days-Left = ZERO
             PERFORM SetMonthLength
             IF WS-DW-DD + WS-DW-Days-Left <= WS-DW-Month-Days
               ADD WS-DW-Days-Left TO WS-DW-DD
               MOVE ZERO TO WS-DW-Days-Left
             ELSE
               COMPUTE WS-DW-Days-Left = WS-DW-Days-Left
                  - (WS-DW-Month-Days - WS-DW-DD + 1)
               MOVE 1 TO WS-DW-DD
               IF WS-DW-MM = 12
                 MOVE 1 TO WS-DW-MM
                 ADD 1 TO WS-DW-YYYY
               ELSE
                 ADD 1 TO WS-DW-MM
               END-IF
             END-IF
           END-PERFORM.

       SetMonthLength.
           MOVE WS-Month-Length(WS-DW-MM) TO WS-DW-Month-Days.
           IF WS-DW-MM = 2
             DIVIDE WS-DW-YYYY BY 4 GIVING WS-DW-Quotient
                REMAINDER WS-DW-Rem-4
             DIVIDE WS-DW-YYYY BY 100 GIVING WS-DW-Quotient
                REMAINDER WS-DW-Rem-100
             DIVIDE WS-DW-YYYY BY 400 GIVING WS-DW-Quotient
                REMAINDER WS-DW-Rem-400
             IF WS-DW-Rem-4 = ZERO
                AND (WS-DW-Rem-100 NOT = ZERO
                     OR WS-DW-Rem-400 = ZERO)
               MOVE 29 TO WS-DW-Month-Days
             END-IF
           END-IF.

       WriteHoldHeadings.
           MOVE WS-Run-Date TO WS-HH-Run-Date.
           WRITE APHoldReportRec FROM WS-Hold-Heading-1.
           PERFORM CheckHoldReportWrite.
           WRITE APHoldReportRec FROM WS-Blank-Line.
           PERFORM CheckHoldReportWrite.
           WRITE APHoldReportRec FROM WS-Hold-Heading-2.
           PERFORM CheckHoldReportWrite.

       WriteHoldException.
           ADD 1 TO WS-Lines-Held-Cnt.
           DISPLAY "** EXCEPTION **: " ExceptionMessage.
           WRITE APHoldReportRec FROM ExceptionMessage.
           PERFORM CheckHoldReportWrite.

       WriteHoldTotals.
           MOVE WS-Invoices-Read-Cnt TO WS-HT-Read.
           MOVE WS-Invoices-Match-Cnt TO WS-HT-Matched.
           MOVE WS-Invoices-Held-Cnt TO WS-HT-Held.
           MOVE WS-Matched-Value TO WS-HT-Matched-Value.
           MOVE WS-Held-Value TO WS-HT-Held-Value.
           WRITE APHoldReportRec FROM WS-Blank-Line.
           PERFORM CheckHoldReportWrite.
           WRITE APHoldReportRec FROM WS-Hold-Total-Line-1.
           PERFORM CheckHoldReportWrite.
           WRITE APHoldReportRec FROM WS-Hold-Total-Line-2.
           PERFORM CheckHoldReportWrite.

       CheckHoldReportWrite.
           IF NOT WS-APHoldReportFile-Good
             DISPLAY "** ERROR **: CheckHoldReportWrite"
             DISPLAY "Write APHoldReportFile Failed."
             DISPLAY "File Status: " WS-APHoldReportFile-Status
             PERFORM AbortRun
           END-IF.

       ReadSupplierInvoice.
           READ SupplierInvoiceFile
                AT END SET EndOfSupplierInvoices TO TRUE
           END-READ.
           IF NOT WS-SupplierInvoiceFile-Good
              AND NOT WS-SupplierInvoiceFile-EOF
             DISPLAY "** ERROR **: ReadSupplierInvoice"
             DISPLAY "Read SupplierInvoiceFile Failed."
             DISPLAY "File Status: " WS-SupplierInvoiceFile-Status
             PERFORM AbortRun
           END-IF.

       ReadSupplierMaster.
           READ SupplierMasterFile
                AT END SET WS-SupplierMasterFile-EOF TO TRUE
           END-READ.
           IF NOT WS-SupplierMasterFile-Good
              AND NOT WS-SupplierMasterFile-EOF
             DISPLAY "** ERROR **: ReadSupplierMaster"
             DISPLAY "Read SupplierMasterFile Failed."
             DISPLAY "File Status: " WS-SupplierMasterFile-Status
             PERFORM AbortRun
           END-IF.

       ReadPOFile.
           READ POFile
                AT END SET WS-POFile-EOF TO TRUE
           END-READ.
           IF NOT WS-POFile-Good AND NOT WS-POFile-EOF
             DISPLAY "** ERROR **: ReadPOFile"
             DISPLAY "Read POFile Failed."
             DISPLAY "File Status: " WS-POFile-Status
             PERFORM AbortRun
           END-IF.

       ReadRcptHistory.
           READ RcptHistoryFile
                AT END SET WS-RcptHistoryFile-EOF TO TRUE
           END-READ.
           IF NOT WS-RcptHistoryFile-Good
              AND NOT WS-RcptHistoryFile-EOF
             DISPLAY "** ERROR **: ReadRcptHistory"
             DISPLAY "Read RcptHistoryFile Failed."
             DISPLAY "File Status: " WS-RcptHistoryFile-Status
             PERFORM AbortRun
           END-IF.

       ReadAPLine.
           READ APLineFile
                AT END SET WS-APLineFile-EOF TO TRUE
           END-READ.
           IF NOT WS-APLineFile-Good AND NOT WS-APLineFile-EOF
             DISPLAY "** ERROR **: ReadAPLine"
             DISPLAY "Read APLineFile Failed."
             DISPLAY "File Status: " WS-APLineFile-Status
             PERFORM AbortRun
           END-IF.
