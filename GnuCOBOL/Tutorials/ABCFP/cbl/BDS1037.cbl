      ***********************************************************
      * Program name:    BDS1037
      * Original author: dastagg
      *
      * Description: Order cancellation by order number.
      * Takes the day's cancellation file - the BDS1006 order
      * number, a reason code and the ID of whoever asked for the
      * cancellation - and cancels the order wherever it is
      * waiting:
      *   - on credit hold: the hold is dropped from the credit-
      *     hold file. Nothing was billed or shipped.
      *   - on backorder: the backorder is dropped from the
      *     backorder file, and the invoice BDS1014 raised when
      *     the order was accepted is credited.
      *   - applied (shipped) by BDS1005: the stock comes back as
      *     a TypeCode 9 ReturnToStock aimed at the order's
      *     original warehouse location, ready to be merged into
      *     the day's TransactionFile so it goes through BDS1005's
      *     normal update and audit trail the way a return does,
      *     and the invoice is credited. An order applied more
      *     than WS-Ship-Cutoff-Days ago has left the building for
      *     good and is refused - it comes back as a return under
      *     an RMA (BDS1026) instead.
      * A billed order is credited with a numbered credit memo on
      * the credit memo register BDS1026 also writes - the whole
      * line at the unit price it was invoiced at, plus the
      * invoice's sales tax in proportion - which BDS1015 posts
      * against the invoice's open item, plus a printed credit
      * memo for the customer. Every cancellation posts a
      * CANCELLED status with the reason code and requester to
      * the order status file, and is listed on the daily
      * cancellation register with its value: the credit given
      * for a billed order, the held price for a credit hold, and
      * the current Price-MF for anything never billed.
      * The rewritten credit-hold and backorder files are swapped
      * over the live ones by the job stream after a clean run.
      * The CANCELLED statuses and the credit memos are written to
      * side files too, and only appended to the live status file
      * and memo register once the swaps and the transaction merge
      * have gone through - until then a rerun sees nothing of an
      * interrupted run and cancels the same orders afresh.
      * A refused cancellation goes on the exception listing and
      * ends the run with RETURN-CODE 4.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 dastagg       Created - a cancelled order was
      *                          edited out of the waiting files
      *                          by hand, or keyed back in as a
      *                          reversal and a fake payment.
      * 2026-10-15 dastagg       Statuses and memos go to side
      *                          files the job appends after the
      *                          waiting-file swaps; new backorder
      *                          record corrected to 34 bytes.
      * 2026-10-15 dastagg       Called-back stock goes out as a
      *                          TypeCode 9 ReturnToStock, not a 4,
      *                          so BDS1022 reverses the sale's cost
      *                          of goods instead of accruing a
      *                          payable for it.
      * 2026-10-15 dastagg       Memo-register FD used for the
      *                          high-water memo number corrected
      *                          to the register's 78 bytes.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BDS1037.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CancelFile
           ASSIGN TO "../data/c10-5cancel.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CancelFile-Status.

           SELECT OrderRegisterFile
           ASSIGN TO "../data/c10-5ordreg.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OrderRegisterFile-Status.

           SELECT OrderStatusFile
           ASSIGN TO "../data/c10-5ordstat.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OrderStatusFile-Status.

           SELECT CancelStatusFile
           ASSIGN TO "../data/c10-5cxlstat.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CancelStatusFile-Status.

           SELECT CreditHoldFile
           ASSIGN TO "../data/c10-5credhold.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CreditHoldFile-Status.

           SELECT NewCreditHoldFile
           ASSIGN TO "../data/c10-5crhcxl.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NewCreditHoldFile-Status.

           SELECT BackorderFile
           ASSIGN TO "../data/c10-5backord.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BackorderFile-Status.

           SELECT NewBackorderFile
           ASSIGN TO "../data/c10-5bocxl.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NewBackorderFile-Status.

           SELECT InvLineFile
           ASSIGN TO "../data/c10-5invline.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-InvLineFile-Status.

           SELECT InvRegisterFile
           ASSIGN TO "../data/c10-5invreg.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-InvRegisterFile-Status.

           SELECT CreditMemoFile
           ASSIGN TO "../data/c10-5crmemo.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CreditMemoFile-Status.

           SELECT CancelMemoFile
           ASSIGN TO "../data/c10-5cxlcrm.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CancelMemoFile-Status.

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

           SELECT CancelTransFile
           ASSIGN TO "../data/c10-5cxltrans.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CancelTransFile-Status.

           SELECT CreditMemoPrintFile
           ASSIGN TO "../data/c10-5cxlmemo.rpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CreditMemoPrintFile-Status.

           SELECT CancelRegisterFile
           ASSIGN TO "../data/c10-5cxlreg.rpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CancelRegisterFile-Status.

           SELECT CancelExceptionFile
           ASSIGN TO "../data/c10-5cxlexc.rpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CancelExceptionFile-Status.

           SELECT RunControlFile
           ASSIGN TO "../data/c10-5runctl.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RunControlFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CancelFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CancelRec.
           88 EndOfCancelFile       VALUE HIGH-VALUES.
           02 CX-Order-Nbr          PIC 9(6).
           02 CX-Order-Nbr-X REDEFINES CX-Order-Nbr
                                    PIC X(6).
           02 CX-Reason-Code        PIC X(2).
           02 CX-Requester-ID       PIC X(8).

       FD OrderRegisterFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  OrderRegisterRec.
           02 OR-Order-Nbr          PIC 9(6).
           02 OR-Sep1               PIC X.
           02 OR-Cust-ID            PIC 9(4).
           02 OR-Sep2               PIC X.
           02 OR-GadgetID           PIC 9(6).
           02 OR-Sep3               PIC X.
           02 OR-Qty                PIC 9(4).
           02 OR-Sep4               PIC X.
           02 OR-WhseLoc            PIC 9.
           02 OR-Sep5               PIC X.
           02 OR-Date               PIC 9(8).

       FD OrderStatusFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  OrderStatusRec.
           02 SI-Order-Nbr          PIC 9(6).
           02 SI-Sep1               PIC X.
           02 SI-Status             PIC X(12).
           02 SI-Sep2               PIC X.
           02 SI-Date               PIC 9(8).
           02 SI-Sep3               PIC X.
           02 SI-Reason             PIC X(46).

       FD CancelStatusFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CancelStatusRec.
           02 OS-Order-Nbr          PIC 9(6).
           02 OS-Sep1               PIC X.
           02 OS-Status             PIC X(12).
           02 OS-Sep2               PIC X.
           02 OS-Date               PIC 9(8).
           02 OS-Sep3               PIC X.
           02 OS-Reason             PIC X(46).

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

       FD NewCreditHoldFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  NewCreditHoldRec          PIC X(50).

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

       FD NewBackorderFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  NewBackorderRec          PIC X(34).

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

       FD InvRegisterFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  InvRegisterRec.
           02 IR-Invoice-Nbr        PIC 9(6).
           02 IR-Sep1               PIC X.
           02 IR-Cust-ID            PIC 9(4).
           02 IR-Sep2               PIC X.
           02 IR-Inv-Date           PIC 9(8).
           02 IR-Sep3               PIC X.
           02 IR-Inv-Total          PIC 9(7)V99.
      *    Tax fields are blank on register lines written before
      *    invoices were taxed; IR-Inv-Total includes the tax.
           02 IR-Sep4               PIC X.
           02 IR-Tax-Amount         PIC 9(7)V99.
           02 IR-Tax-Amount-X REDEFINES IR-Tax-Amount
                                    PIC X(9).
           02 IR-Sep5               PIC X.
           02 IR-Tax-State          PIC X(2).
           02 IR-Sep6               PIC X.
           02 IR-Tax-Status         PIC X.

       FD CreditMemoFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CreditMemoRec.
           02 MR-Memo-Nbr           PIC 9(6).
           02 FILLER                PIC X(72).

       FD CancelMemoFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CancelMemoRec.
           02 CM-Memo-Nbr           PIC 9(6).
           02 CM-Sep1               PIC X.
           02 CM-Cust-ID            PIC 9(4).
           02 CM-Sep2               PIC X.
           02 CM-Invoice-Nbr        PIC 9(6).
           02 CM-Sep3               PIC X.
           02 CM-Memo-Date          PIC 9(8).
           02 CM-Sep4               PIC X.
           02 CM-Memo-Amount        PIC 9(7)V99.
           02 CM-Sep5               PIC X.
           02 CM-Order-Nbr          PIC 9(6).
           02 CM-Sep6               PIC X.
      *    Zero on a memo for a cancellation - no RMA was issued.
           02 CM-RMA-Nbr            PIC 9(6).
           02 CM-Sep7               PIC X.
           02 CM-GadgetID           PIC 9(6).
           02 CM-Sep8               PIC X.
           02 CM-Qty                PIC 9(4).
           02 CM-Sep9               PIC X.
           02 CM-Tax-Amount         PIC 9(7)V99.
           02 CM-Sep10              PIC X.
           02 CM-Tax-State          PIC X(2).
           02 CM-Sep11              PIC X.
           02 CM-Tax-Status         PIC X.

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

       FD CancelTransFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CancelTransRec.
           02 TypeCode-CT           PIC 9.
           02 GadgetID-CT           PIC 9(6).
           02 QtyToAdd-CT           PIC 9(4).
           02 WhseLoc-CT            PIC 9.
           02 Unit-Cost-CT          PIC X(6).

       FD CreditMemoPrintFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CreditMemoPrintRec        PIC X(80).

       FD CancelRegisterFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CancelRegisterRec         PIC X(80).

       FD CancelExceptionFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CancelExceptionRec        PIC X(80).

       FD  RunControlFile.
           COPY RUNCTL REPLACING ==:tag:== BY ==RC==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RunControlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CancelFile==.
           COPY WSFST REPLACING ==:tag:== BY ==OrderRegisterFile==.
           COPY WSFST REPLACING ==:tag:== BY ==OrderStatusFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CreditHoldFile==.
           COPY WSFST REPLACING ==:tag:== BY ==NewCreditHoldFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BackorderFile==.
           COPY WSFST REPLACING ==:tag:== BY ==NewBackorderFile==.
           COPY WSFST REPLACING ==:tag:== BY ==InvLineFile==.
           COPY WSFST REPLACING ==:tag:== BY ==InvRegisterFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CreditMemoFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CancelMemoFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CancelStatusFile==.
           COPY WSFST REPLACING ==:tag:== BY ==MasterStockFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CUSTFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CancelTransFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CreditMemoPrintFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CancelRegisterFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CancelExceptionFile==.

       01  WS-Run-Date              PIC 9(8).
       01  WS-Run-Date-R REDEFINES WS-Run-Date.
           02 WS-RD-YYYY            PIC 9(4).
           02 WS-RD-MM              PIC 99.
           02 WS-RD-DD              PIC 99.
       01  WS-Item-Date             PIC 9(8).
       01  WS-Item-Date-R REDEFINES WS-Item-Date.
           02 WS-ID-YYYY            PIC 9(4).
           02 WS-ID-MM              PIC 99.
           02 WS-ID-DD              PIC 99.
       01  WS-Run-Date-Days         PIC 9(8) COMP VALUE ZERO.
       01  WS-Item-Date-Days        PIC 9(8) COMP VALUE ZERO.
       01  WS-Days-Since-Shipped    PIC S9(5) COMP VALUE ZERO.

      *    Days after BDS1005 applies an order that it can still be
      *    cancelled and the stock called back; past this it is a
      *    return. Same 30/360 day count the AR aging uses.
       01  WS-Ship-Cutoff-Days      PIC 9(3) VALUE 2.

       01  WS-Cancel-Counters.
           02 WS-CX-Read-Cnt        PIC 9(6) COMP VALUE ZERO.
           02 WS-CX-Accepted-Cnt    PIC 9(6) COMP VALUE ZERO.
           02 WS-CX-Refused-Cnt     PIC 9(6) COMP VALUE ZERO.
           02 WS-CX-Held-Cnt        PIC 9(6) COMP VALUE ZERO.
           02 WS-CX-Backord-Cnt     PIC 9(6) COMP VALUE ZERO.
           02 WS-CX-Shipped-Cnt     PIC 9(6) COMP VALUE ZERO.
           02 WS-CX-Memo-Cnt        PIC 9(6) COMP VALUE ZERO.
           02 WS-CX-Held-Value      PIC 9(9)V99 VALUE ZERO.
           02 WS-CX-Backord-Value   PIC 9(9)V99 VALUE ZERO.
           02 WS-CX-Shipped-Value   PIC 9(9)V99 VALUE ZERO.
           02 WS-Cancel-Value-Total PIC 9(9)V99 VALUE ZERO.
           02 WS-Credit-Total       PIC 9(9)V99 VALUE ZERO.
           02 WS-Holds-Dropped-Cnt  PIC 9(6) COMP VALUE ZERO.
           02 WS-Backords-Dropped-Cnt PIC 9(6) COMP VALUE ZERO.

       01  WS-Memo-Seq-Cnt          PIC 9(6) COMP VALUE ZERO.

      *    Reason codes a cancellation may carry, with the wording
      *    the register prints for each.
       01  WS-Reason-Values.
           02 FILLER                PIC X(22) VALUE
              "CRCUSTOMER REQUEST    ".
           02 FILLER                PIC X(22) VALUE
              "DUDUPLICATE ORDER     ".
           02 FILLER                PIC X(22) VALUE
              "KEORDER KEYED IN ERROR".
           02 FILLER                PIC X(22) VALUE
              "DLDELIVERY TOO LATE   ".
           02 FILLER                PIC X(22) VALUE
              "PRPRICE DISPUTE       ".
           02 FILLER                PIC X(22) VALUE
              "OTOTHER               ".
       01  WS-Reason-Table REDEFINES WS-Reason-Values.
           02 WS-Reason-Entry OCCURS 6 TIMES.
              03 WS-RN-Code         PIC X(2).
              03 WS-RN-Text         PIC X(20).
       01  WS-Reason-Totals.
           02 WS-RN-Cnt             PIC 9(6) COMP OCCURS 6 TIMES.
           02 WS-RN-Value           PIC 9(9)V99 OCCURS 6 TIMES.
       01  WS-RN-Max                PIC 9(04) COMP VALUE 6.
       01  WS-RN-IDX                PIC 9(04) COMP VALUE ZERO.

      *    The day's cancellations, gathered up front so each of
      *    the big cumulative files is swept once for all of them,
      *    as BDS1026 does with the day's returns. Overflow aborts:
      *    a cancellation left off the table would be silently
      *    dropped.
       01  WS-Cancels.
           02 WS-CX-Max             PIC 9(04) COMP VALUE 500.
           02 WS-CX-Cnt             PIC 9(04) COMP VALUE ZERO.
           02 WS-CX-Table OCCURS 500 TIMES.
              03 WS-CX-Order-Nbr    PIC 9(6).
              03 WS-CX-Reason-Code  PIC X(2).
              03 WS-CX-Requester-ID PIC X(8).
              03 WS-CX-Reason-IDX   PIC 9(04) COMP.
              03 WS-CX-Edit-Flag    PIC X.
                 88 CX-Edit-OK      VALUE "Y".
                 88 CX-Edit-Bad     VALUE "N".
              03 WS-CX-Order-Flag   PIC X.
                 88 CX-Order-Found  VALUE "Y".
              03 WS-CX-Cust-ID      PIC 9(4).
              03 WS-CX-GadgetID     PIC 9(6).
              03 WS-CX-Qty          PIC 9(4).
              03 WS-CX-WhseLoc      PIC 9.
              03 WS-CX-Last-Status  PIC X(12).
              03 WS-CX-Applied-Date PIC 9(8).
              03 WS-CX-Returned-Flag PIC X.
                 88 CX-Returned     VALUE "Y".
              03 WS-CX-Cancelled-Flag PIC X.
                 88 CX-Already-Cancelled VALUE "Y".
              03 WS-CX-Held-Flag    PIC X.
                 88 CX-On-Hold      VALUE "Y".
              03 WS-CX-Hold-Price   PIC 9(4)V99.
              03 WS-CX-Backord-Flag PIC X.
                 88 CX-On-Backorder VALUE "Y".
              03 WS-CX-Billed-Flag  PIC X.
                 88 CX-Billed       VALUE "Y".
              03 WS-CX-Invoice-Nbr  PIC 9(6).
              03 WS-CX-Unit-Price   PIC 9(4)V99.
              03 WS-CX-Register-Flag PIC X.
                 88 CX-On-Register  VALUE "Y".
              03 WS-CX-Inv-Goods    PIC 9(7)V99.
              03 WS-CX-Inv-Tax      PIC 9(7)V99.
              03 WS-CX-Tax-State    PIC X(2).
              03 WS-CX-Tax-Status   PIC X.
              03 WS-CX-Master-Price PIC 9(4)V99.
              03 WS-CX-Done-Flag    PIC X.
                 88 CX-Done         VALUE "Y".
              03 WS-CX-Path         PIC X.
                 88 CX-Path-Held    VALUE "H".
                 88 CX-Path-Backord VALUE "B".
                 88 CX-Path-Shipped VALUE "S".
           02 WS-CX-IDX             PIC 9(04) COMP VALUE ZERO.
           02 WS-CX-IDX2            PIC 9(04) COMP VALUE ZERO.

       01  WS-Cancel-Work.
           02 WS-Cancel-Value       PIC 9(7)V99 VALUE ZERO.
           02 WS-Memo-Amount        PIC 9(7)V99 VALUE ZERO.
           02 WS-Memo-Goods         PIC 9(7)V99 VALUE ZERO.
           02 WS-Memo-Tax           PIC 9(7)V99 VALUE ZERO.
           02 WS-Waiting-Order-Nbr  PIC X(6).
           02 WS-Waiting-File       PIC X.
              88 Waiting-On-Hold    VALUE "H".
              88 Waiting-On-Backord VALUE "B".
           02 WS-Drop-Flag          PIC X.
              88 Drop-Record        VALUE "Y".
              88 Keep-Record        VALUE "N".

       01  WS-Status-Reason.
           02 FILLER                PIC X(07) VALUE "REASON ".
           02 WS-SR-Reason-Code     PIC X(2).
           02 FILLER                PIC X(04) VALUE " BY ".
           02 WS-SR-Requester-ID    PIC X(8).
           02 WS-SR-Memo-Label      PIC X(13).
           02 WS-SR-Memo-Nbr        PIC X(6).
           02 FILLER                PIC X(06) VALUE SPACE.

       01  WS-Memo-Heading-1.
           02 FILLER                PIC X(35) VALUE
              "GADGET STORES LTD      CREDIT MEMO ".
           02 WS-MH-Memo-Nbr        PIC 9(6).
           02 FILLER                PIC X(07) VALUE "  DATE ".
           02 WS-MH-Date-YYYY       PIC 9(4).
           02 FILLER                PIC X VALUE "-".
           02 WS-MH-Date-MM         PIC 99.
           02 FILLER                PIC X VALUE "-".
           02 WS-MH-Date-DD         PIC 99.
           02 FILLER                PIC X(22) VALUE SPACE.

       01  WS-Memo-Heading-2.
           02 FILLER                PIC X(17) VALUE
              "AGAINST INVOICE  ".
           02 WS-MH-Invoice-Nbr     PIC 9(6).
           02 FILLER                PIC X(09) VALUE "  ORDER  ".
           02 WS-MH-Order-Nbr       PIC 9(6).
           02 FILLER                PIC X(42) VALUE
              "  ORDER CANCELLED".

       01  WS-Memo-Credit-Name.
           02 FILLER                PIC X(09) VALUE "CREDIT:  ".
           02 WS-MC-First-Name      PIC X(15).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-MC-Last-Name       PIC X(15).
           02 FILLER                PIC X(40) VALUE SPACE.

       01  WS-Memo-Credit-Street.
           02 FILLER                PIC X(09) VALUE SPACE.
           02 WS-MC-Street          PIC X(25).
           02 FILLER                PIC X(46) VALUE SPACE.

       01  WS-Memo-Credit-City.
           02 FILLER                PIC X(09) VALUE SPACE.
           02 WS-MC-City            PIC X(15).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-MC-State           PIC X(02).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-MC-Zip             PIC X(10).
           02 FILLER                PIC X(42) VALUE SPACE.

       01  WS-Memo-Col-Heading.
           02 FILLER                PIC X(40) VALUE "GADGET  REASON".
           02 FILLER                PIC X(40) VALUE
              "QTY     PRICE      CREDIT".

       01  WS-Memo-Detail-Line.
           02 WS-MD-GadgetID        PIC 9(6).
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-MD-Reason          PIC X(30).
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-MD-Qty             PIC 9(4).
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-MD-Price           PIC 9(4).99.
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-MD-Amount          PIC 9(7).99.
           02 FILLER                PIC X(15) VALUE SPACE.

       01  WS-Memo-Tax-Line.
           02 FILLER                PIC X(32) VALUE SPACE.
           02 FILLER                PIC X(10) VALUE "SALES TAX ".
           02 WS-MX-State           PIC X(2).
           02 FILLER                PIC X(16) VALUE SPACE.
           02 WS-MX-Tax             PIC 9(7).99.
           02 FILLER                PIC X(10) VALUE SPACE.

       01  WS-Memo-Total-Line.
           02 FILLER                PIC X(46) VALUE SPACE.
           02 FILLER                PIC X(14) VALUE "CREDIT TOTAL  ".
           02 WS-MT-Total           PIC 9(7).99.
           02 FILLER                PIC X(10) VALUE SPACE.

       01  WS-Blank-Line            PIC X(80) VALUE SPACE.

       01  WS-Register-Heading-1.
           02 FILLER                PIC X(46) VALUE
              "GADGET STORES LTD  ORDER CANCELLATION REGISTER".
           02 FILLER                PIC X(08) VALUE "   DATE ".
           02 WS-RH-Date-YYYY       PIC 9(4).
           02 FILLER                PIC X VALUE "-".
           02 WS-RH-Date-MM         PIC 99.
           02 FILLER                PIC X VALUE "-".
           02 WS-RH-Date-DD         PIC 99.
           02 FILLER                PIC X(16) VALUE SPACE.

       01  WS-Register-Col-Heading.
           02 FILLER                PIC X(39) VALUE
              "ORDER  CUST GADGET QTY  L WAS".
           02 FILLER                PIC X(13) VALUE "RSN REQUESTR".
           02 FILLER                PIC X(28) VALUE
              "       VALUE  MEMO".

       01  WS-Register-Detail-Line.
           02 WS-RL-Order-Nbr       PIC 9(6).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-RL-Cust-ID         PIC 9(4).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-RL-GadgetID        PIC 9(6).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-RL-Qty             PIC 9(4).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-RL-WhseLoc         PIC 9.
           02 FILLER                PIC X VALUE SPACE.
           02 WS-RL-Was             PIC X(12).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-RL-Reason-Code     PIC X(2).
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-RL-Requester-ID    PIC X(8).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-RL-Value           PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-RL-Memo-Nbr        PIC X(6).
           02 FILLER                PIC X(07) VALUE SPACE.

       01  WS-Register-Total-Line.
           02 FILLER                PIC X(04) VALUE SPACE.
           02 WS-RT-Label           PIC X(24).
           02 WS-RT-Cnt             PIC ZZZ,ZZ9.
           02 FILLER                PIC X(13) VALUE SPACE.
           02 WS-RT-Value           PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER                PIC X(18) VALUE SPACE.

       01  WS-Register-Refused-Line.
           02 FILLER                PIC X(04) VALUE SPACE.
           02 FILLER                PIC X(24) VALUE
              "REFUSED - SEE EXCEPTIONS".
           02 WS-RC-Cnt             PIC ZZZ,ZZ9.
           02 FILLER                PIC X(45) VALUE SPACE.

       01  WS-Register-Reason-Line.
           02 FILLER                PIC X(04) VALUE SPACE.
           02 WS-RR-Code            PIC X(2).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-RR-Text            PIC X(21).
           02 WS-RR-Cnt             PIC ZZZ,ZZ9.
           02 FILLER                PIC X(13) VALUE SPACE.
           02 WS-RR-Value           PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER                PIC X(18) VALUE SPACE.

       01  WS-Register-No-Activity.
           02 FILLER                PIC X(80) VALUE
              "    NO CANCELLATIONS TODAY".

       01  ExceptionMessage.
           02 PrnOrderNbr           PIC X(6).
           02 FILLER                PIC X VALUE "/".
           02 PrnRequesterID        PIC X(8).
           02 FILLER                PIC XXX VALUE " - ".
           02 FILLER                PIC X(46).
             88 OrderNotNumericError
             VALUE "Cancel Error - Order number not numeric".
             88 ReasonCodeError
             VALUE "Cancel Error - Unknown reason code".
             88 NoRequesterError
             VALUE "Cancel Error - No requester ID given".
             88 AlreadyCancelledError
             VALUE "Cancel Error - Order already cancelled".
             88 NoSuchOrderError
             VALUE "Cancel Error - No such order on register".
             88 ReturnedError
             VALUE "Cancel Error - Order has returns, use an RMA".
             88 ShippedPastCutoffError
             VALUE "Cancel Error - Shipped past cutoff, use an RMA".
             88 RejectedOrderError
             VALUE "Cancel Error - Order was rejected".
             88 NotThroughUpdateError
             VALUE "Cancel Error - Order not through update yet".
             88 InvoiceNotOnRegisterError
             VALUE "Cancel Error - Invoice not on register".
             88 NoSuchCustomerWarning
             VALUE "Cancel Warning - No such customer on master".

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(049) VALUE
              "*** Program BDS1037 - Order Cancellation Messages".

       PROCEDURE DIVISION.
       Begin.
           INITIALIZE WS-Reason-Totals.
           PERFORM ReadRunControl.
           PERFORM LoadCancels.
           PERFORM SweepOrderRegister.
           PERFORM SweepOrderStatus.
           PERFORM SweepCreditHolds.
           PERFORM SweepBackorders.
           PERFORM SweepInvoiceLines.
           PERFORM SweepInvoiceRegister.
           PERFORM SweepCreditMemos.
           PERFORM SweepMaster.
           OPEN INPUT CUSTFile
           IF NOT WS-CUSTFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open CUSTFile Failed."
             DISPLAY "File Status: " WS-CUSTFile-Status
             PERFORM AbortRun
           END-IF
           OPEN OUTPUT CancelTransFile
           IF NOT WS-CancelTransFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open CancelTransFile Failed."
             DISPLAY "File Status: " WS-CancelTransFile-Status
             PERFORM AbortRun
           END-IF
           OPEN OUTPUT CreditMemoPrintFile
           IF NOT WS-CreditMemoPrintFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open CreditMemoPrintFile Failed."
             DISPLAY "File Status: " WS-CreditMemoPrintFile-Status
             PERFORM AbortRun
           END-IF
           OPEN OUTPUT CancelRegisterFile
           IF NOT WS-CancelRegisterFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open CancelRegisterFile Failed."
             DISPLAY "File Status: " WS-CancelRegisterFile-Status
             PERFORM AbortRun
           END-IF
           OPEN OUTPUT CancelExceptionFile
           IF NOT WS-CancelExceptionFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open CancelExceptionFile Failed."
             DISPLAY "File Status: " WS-CancelExceptionFile-Status
             PERFORM AbortRun
           END-IF
           OPEN OUTPUT CancelMemoFile
           IF NOT WS-CancelMemoFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open CancelMemoFile Failed."
             DISPLAY "File Status: " WS-CancelMemoFile-Status
             PERFORM AbortRun
           END-IF
           OPEN OUTPUT CancelStatusFile
           IF NOT WS-CancelStatusFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open CancelStatusFile Failed."
             DISPLAY "File Status: " WS-CancelStatusFile-Status
             PERFORM AbortRun
           END-IF

           PERFORM WriteRegisterHeadings
           PERFORM VARYING WS-CX-IDX FROM 1 BY 1
                   UNTIL WS-CX-IDX > WS-CX-Cnt
             PERFORM ProcessOneCancel
           END-PERFORM
           PERFORM WriteRegisterTotals

           CLOSE CUSTFile, CancelTransFile, CreditMemoPrintFile,
                 CancelRegisterFile, CancelExceptionFile,
                 CancelMemoFile, CancelStatusFile

           PERFORM RewriteCreditHolds
           PERFORM RewriteBackorders

           DISPLAY EOJ-End-Message
           DISPLAY "   Cancellations Read:      " WS-CX-Read-Cnt
           DISPLAY "   Cancellations Accepted:  " WS-CX-Accepted-Cnt
           DISPLAY "      From Credit Hold:     " WS-CX-Held-Cnt
           DISPLAY "      From Backorder:       " WS-CX-Backord-Cnt
           DISPLAY "      Shipped, Called Back: " WS-CX-Shipped-Cnt
           DISPLAY "   Cancellations Refused:   " WS-CX-Refused-Cnt
           DISPLAY "   Credit Memos Written:    " WS-CX-Memo-Cnt
           DISPLAY "   Total Credited:          " WS-Credit-Total
           DISPLAY "   Total Value Cancelled:   " WS-Cancel-Value-Total
           DISPLAY "   Credit Holds Dropped:    " WS-Holds-Dropped-Cnt
           DISPLAY "   Backorders Dropped:      "
              WS-Backords-Dropped-Cnt
           IF WS-CX-Refused-Cnt > ZERO
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
           COMPUTE WS-Run-Date-Days =
              (WS-RD-YYYY * 360) + (WS-RD-MM * 30) + WS-RD-DD
           CLOSE RunControlFile.

       AbortRun.
           CLOSE CancelFile, OrderRegisterFile, OrderStatusFile,
                 CreditHoldFile, NewCreditHoldFile, BackorderFile,
                 NewBackorderFile, InvLineFile, InvRegisterFile,
                 CreditMemoFile, MasterStockFile, CUSTFile,
                 CancelTransFile, CreditMemoPrintFile,
                 CancelRegisterFile, CancelExceptionFile,
                 CancelMemoFile, CancelStatusFile.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       LoadCancels.
           OPEN INPUT CancelFile
           IF NOT WS-CancelFile-Good
             DISPLAY "** ERROR **: LoadCancels"
             DISPLAY "Open CancelFile Failed."
             DISPLAY "File Status: " WS-CancelFile-Status
             PERFORM AbortRun
           END-IF
           PERFORM ReadCancelFile
           PERFORM UNTIL EndOfCancelFile
             IF WS-CX-Cnt >= WS-CX-Max
               DISPLAY "** ERROR **: LoadCancels"
               DISPLAY "More cancellations than the table holds."
               PERFORM AbortRun
             END-IF
             ADD 1 TO WS-CX-Read-Cnt
             ADD 1 TO WS-CX-Cnt
             INITIALIZE WS-CX-Table(WS-CX-Cnt)
             IF CX-Order-Nbr-X IS NUMERIC
               SET CX-Edit-OK(WS-CX-Cnt) TO TRUE
               MOVE CX-Order-Nbr TO WS-CX-Order-Nbr(WS-CX-Cnt)
             ELSE
               SET CX-Edit-Bad(WS-CX-Cnt) TO TRUE
               MOVE CX-Order-Nbr-X TO WS-CX-Order-Nbr(WS-CX-Cnt)(1:6)
             END-IF
             MOVE CX-Reason-Code TO WS-CX-Reason-Code(WS-CX-Cnt)
             MOVE CX-Requester-ID TO WS-CX-Requester-ID(WS-CX-Cnt)
             MOVE ZERO TO WS-CX-Reason-IDX(WS-CX-Cnt)
             PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                     UNTIL WS-RN-IDX > WS-RN-Max
               IF WS-RN-Code(WS-RN-IDX) = CX-Reason-Code
                 MOVE WS-RN-IDX TO WS-CX-Reason-IDX(WS-CX-Cnt)
               END-IF
             END-PERFORM
             PERFORM ReadCancelFile
           END-PERFORM
           CLOSE CancelFile
           IF NOT WS-CancelFile-Good
             DISPLAY "** ERROR **: LoadCancels"
             DISPLAY "Close CancelFile Failed."
             DISPLAY "File Status: " WS-CancelFile-Status
             PERFORM AbortRun
           END-IF.

       SweepOrderRegister.
      *    A missing register (status "35") means no orders have
      *    ever been taken - every cancellation then fails the
      *    no-such-order edit on its own.
           OPEN INPUT OrderRegisterFile
           IF WS-OrderRegisterFile-Good
             PERFORM ReadOrderRegisterFile
             PERFORM UNTIL WS-OrderRegisterFile-EOF
               PERFORM VARYING WS-CX-IDX FROM 1 BY 1
                       UNTIL WS-CX-IDX > WS-CX-Cnt
                 IF CX-Edit-OK(WS-CX-IDX)
                    AND WS-CX-Order-Nbr(WS-CX-IDX) = OR-Order-Nbr
                   SET CX-Order-Found(WS-CX-IDX) TO TRUE
                   MOVE OR-Cust-ID TO WS-CX-Cust-ID(WS-CX-IDX)
                   MOVE OR-GadgetID TO WS-CX-GadgetID(WS-CX-IDX)
                   MOVE OR-Qty TO WS-CX-Qty(WS-CX-IDX)
                   MOVE OR-WhseLoc TO WS-CX-WhseLoc(WS-CX-IDX)
                 END-IF
               END-PERFORM
               PERFORM ReadOrderRegisterFile
             END-PERFORM
             CLOSE OrderRegisterFile
             IF NOT WS-OrderRegisterFile-Good
               DISPLAY "** ERROR **: SweepOrderRegister"
               DISPLAY "Close OrderRegisterFile Failed."
               DISPLAY "File Status: " WS-OrderRegisterFile-Status
               PERFORM AbortRun
             END-IF
           ELSE
             IF WS-OrderRegisterFile-Status NOT = "35"
               DISPLAY "** ERROR **: SweepOrderRegister"
               DISPLAY "Open OrderRegisterFile Failed."
               DISPLAY "File Status: " WS-OrderRegisterFile-Status
               PERFORM AbortRun
             END-IF
           END-IF.

       SweepOrderStatus.
      *    The status file is appended in event order, so the last
      *    line for an order is where it stands now. A return or
      *    an earlier cancellation anywhere in its history is
      *    remembered on its own, as is the date BDS1005 last
      *    applied it - the date it shipped.
           OPEN INPUT OrderStatusFile
           IF WS-OrderStatusFile-Good
             PERFORM ReadOrderStatusFile
             PERFORM UNTIL WS-OrderStatusFile-EOF
               PERFORM VARYING WS-CX-IDX FROM 1 BY 1
                       UNTIL WS-CX-IDX > WS-CX-Cnt
                 IF CX-Edit-OK(WS-CX-IDX)
                    AND WS-CX-Order-Nbr(WS-CX-IDX) = SI-Order-Nbr
                   MOVE SI-Status TO WS-CX-Last-Status(WS-CX-IDX)
                   EVALUATE SI-Status
                      WHEN "APPLIED"
                         MOVE SI-Date
                            TO WS-CX-Applied-Date(WS-CX-IDX)
                      WHEN "RETURNED"
                         SET CX-Returned(WS-CX-IDX) TO TRUE
                      WHEN "CANCELLED"
                         SET CX-Already-Cancelled(WS-CX-IDX)
                            TO TRUE
                      WHEN OTHER
                         CONTINUE
                   END-EVALUATE
                 END-IF
               END-PERFORM
               PERFORM ReadOrderStatusFile
             END-PERFORM
             CLOSE OrderStatusFile
             IF NOT WS-OrderStatusFile-Good
               DISPLAY "** ERROR **: SweepOrderStatus"
               DISPLAY "Close OrderStatusFile Failed."
               DISPLAY "File Status: " WS-OrderStatusFile-Status
               PERFORM AbortRun
             END-IF
           ELSE
             IF WS-OrderStatusFile-Status NOT = "35"
               DISPLAY "** ERROR **: SweepOrderStatus"
               DISPLAY "Open OrderStatusFile Failed."
               DISPLAY "File Status: " WS-OrderStatusFile-Status
               PERFORM AbortRun
             END-IF
           END-IF.

       SweepCreditHolds.
      *    Missing hold file (status "35") means nothing is held.
           OPEN INPUT CreditHoldFile
           IF WS-CreditHoldFile-Good
             PERFORM ReadCreditHoldFile
             PERFORM UNTIL WS-CreditHoldFile-EOF
               IF CH-Order-Nbr IS NUMERIC
                 PERFORM VARYING WS-CX-IDX FROM 1 BY 1
                         UNTIL WS-CX-IDX > WS-CX-Cnt
                   IF CX-Edit-OK(WS-CX-IDX)
                      AND WS-CX-Order-Nbr(WS-CX-IDX) = CH-Order-Nbr
                     SET CX-On-Hold(WS-CX-IDX) TO TRUE
                     MOVE CH-Price TO WS-CX-Hold-Price(WS-CX-IDX)
                   END-IF
                 END-PERFORM
               END-IF
               PERFORM ReadCreditHoldFile
             END-PERFORM
             CLOSE CreditHoldFile
             IF NOT WS-CreditHoldFile-Good
               DISPLAY "** ERROR **: SweepCreditHolds"
               DISPLAY "Close CreditHoldFile Failed."
               DISPLAY "File Status: " WS-CreditHoldFile-Status
               PERFORM AbortRun
             END-IF
           ELSE
             IF WS-CreditHoldFile-Status NOT = "35"
               DISPLAY "** ERROR **: SweepCreditHolds"
               DISPLAY "Open CreditHoldFile Failed."
               DISPLAY "File Status: " WS-CreditHoldFile-Status
               PERFORM AbortRun
             END-IF
           END-IF.

       SweepBackorders.
      *    Missing backorder file (status "35") means nothing is
      *    waiting for stock.
           OPEN INPUT BackorderFile
           IF WS-BackorderFile-Good
             PERFORM ReadBackorderFile
             PERFORM UNTIL WS-BackorderFile-EOF
               IF BO-Order-Nbr IS NUMERIC
                 PERFORM VARYING WS-CX-IDX FROM 1 BY 1
                         UNTIL WS-CX-IDX > WS-CX-Cnt
                   IF CX-Edit-OK(WS-CX-IDX)
                      AND WS-CX-Order-Nbr(WS-CX-IDX) = BO-Order-Nbr
                     SET CX-On-Backorder(WS-CX-IDX) TO TRUE
                   END-IF
                 END-PERFORM
               END-IF
               PERFORM ReadBackorderFile
             END-PERFORM
             CLOSE BackorderFile
             IF NOT WS-BackorderFile-Good
               DISPLAY "** ERROR **: SweepBackorders"
               DISPLAY "Close BackorderFile Failed."
               DISPLAY "File Status: " WS-BackorderFile-Status
               PERFORM AbortRun
             END-IF
           ELSE
             IF WS-BackorderFile-Status NOT = "35"
               DISPLAY "** ERROR **: SweepBackorders"
               DISPLAY "Open BackorderFile Failed."
               DISPLAY "File Status: " WS-BackorderFile-Status
               PERFORM AbortRun
             END-IF
           END-IF.

       SweepInvoiceLines.
           OPEN INPUT InvLineFile
           IF WS-InvLineFile-Good
             PERFORM ReadInvLineFile
             PERFORM UNTIL WS-InvLineFile-EOF
               IF IV-Order-Nbr IS NUMERIC
                 PERFORM VARYING WS-CX-IDX FROM 1 BY 1
                         UNTIL WS-CX-IDX > WS-CX-Cnt
                   IF CX-Edit-OK(WS-CX-IDX)
                      AND WS-CX-Order-Nbr(WS-CX-IDX) = IV-Order-Nbr
                     SET CX-Billed(WS-CX-IDX) TO TRUE
                     MOVE IV-Invoice-Nbr
                        TO WS-CX-Invoice-Nbr(WS-CX-IDX)
                     MOVE IV-Unit-Price
                        TO WS-CX-Unit-Price(WS-CX-IDX)
                   END-IF
                 END-PERFORM
               END-IF
               PERFORM ReadInvLineFile
             END-PERFORM
             CLOSE InvLineFile
             IF NOT WS-InvLineFile-Good
               DISPLAY "** ERROR **: SweepInvoiceLines"
               DISPLAY "Close InvLineFile Failed."
               DISPLAY "File Status: " WS-InvLineFile-Status
               PERFORM AbortRun
             END-IF
           ELSE
             IF WS-InvLineFile-Status NOT = "35"
               DISPLAY "** ERROR **: SweepInvoiceLines"
               DISPLAY "Open InvLineFile Failed."
               DISPLAY "File Status: " WS-InvLineFile-Status
               PERFORM AbortRun
             END-IF
           END-IF.

       SweepInvoiceRegister.
           OPEN INPUT InvRegisterFile
           IF WS-InvRegisterFile-Good
             PERFORM ReadInvRegisterFile
             PERFORM UNTIL WS-InvRegisterFile-EOF
               PERFORM VARYING WS-CX-IDX FROM 1 BY 1
                       UNTIL WS-CX-IDX > WS-CX-Cnt
                 IF CX-Billed(WS-CX-IDX)
                    AND WS-CX-Invoice-Nbr(WS-CX-IDX) = IR-Invoice-Nbr
                    AND WS-CX-Cust-ID(WS-CX-IDX) = IR-Cust-ID
                   SET CX-On-Register(WS-CX-IDX) TO TRUE
                   MOVE IR-Tax-State TO WS-CX-Tax-State(WS-CX-IDX)
                   MOVE IR-Tax-Status TO WS-CX-Tax-Status(WS-CX-IDX)
                   IF IR-Tax-Amount-X NUMERIC
                     MOVE IR-Tax-Amount TO WS-CX-Inv-Tax(WS-CX-IDX)
                   ELSE
                     MOVE ZERO TO WS-CX-Inv-Tax(WS-CX-IDX)
                   END-IF
                   COMPUTE WS-CX-Inv-Goods(WS-CX-IDX) =
                      IR-Inv-Total - WS-CX-Inv-Tax(WS-CX-IDX)
                 END-IF
               END-PERFORM
               PERFORM ReadInvRegisterFile
             END-PERFORM
             CLOSE InvRegisterFile
             IF NOT WS-InvRegisterFile-Good
               DISPLAY "** ERROR **: SweepInvoiceRegister"
               DISPLAY "Close InvRegisterFile Failed."
               DISPLAY "File Status: " WS-InvRegisterFile-Status
               PERFORM AbortRun
             END-IF
           ELSE
             IF WS-InvRegisterFile-Status NOT = "35"
               DISPLAY "** ERROR **: SweepInvoiceRegister"
               DISPLAY "Open InvRegisterFile Failed."
               DISPLAY "File Status: " WS-InvRegisterFile-Status
               PERFORM AbortRun
             END-IF
           END-IF.

       SweepCreditMemos.
      *    Seeds the memo number from the highest on file, as
      *    BDS1026 does - both programs write the one register.
           OPEN INPUT CreditMemoFile
           IF WS-CreditMemoFile-Good
             PERFORM ReadCreditMemoFile
             PERFORM UNTIL WS-CreditMemoFile-EOF
               IF MR-Memo-Nbr > WS-Memo-Seq-Cnt
                 MOVE MR-Memo-Nbr TO WS-Memo-Seq-Cnt
               END-IF
               PERFORM ReadCreditMemoFile
             END-PERFORM
             CLOSE CreditMemoFile
             IF NOT WS-CreditMemoFile-Good
               DISPLAY "** ERROR **: SweepCreditMemos"
               DISPLAY "Close CreditMemoFile Failed."
               DISPLAY "File Status: " WS-CreditMemoFile-Status
               PERFORM AbortRun
             END-IF
           ELSE
             IF WS-CreditMemoFile-Status NOT = "35"
               DISPLAY "** ERROR **: SweepCreditMemos"
               DISPLAY "Open CreditMemoFile Failed."
               DISPLAY "File Status: " WS-CreditMemoFile-Status
               PERFORM AbortRun
             END-IF
           END-IF.

       SweepMaster.
      *    Current price of each cancelled gadget, to value an
      *    order that was never billed. A gadget since deleted
      *    from the master values at zero.
           OPEN INPUT MasterStockFile
           IF NOT WS-MasterStockFile-Good
             DISPLAY "** ERROR **: SweepMaster"
             DISPLAY "Open MasterStockFile Failed."
             DISPLAY "File Status: " WS-MasterStockFile-Status
             PERFORM AbortRun
           END-IF
           PERFORM ReadMasterStockFile
           PERFORM UNTIL WS-MasterStockFile-EOF
             PERFORM VARYING WS-CX-IDX FROM 1 BY 1
                     UNTIL WS-CX-IDX > WS-CX-Cnt
               IF CX-Order-Found(WS-CX-IDX)
                  AND WS-CX-GadgetID(WS-CX-IDX) = GadgetID-MF
                 MOVE Price-MF TO WS-CX-Master-Price(WS-CX-IDX)
               END-IF
             END-PERFORM
             PERFORM ReadMasterStockFile
           END-PERFORM
           CLOSE MasterStockFile.

       ProcessOneCancel.
           MOVE WS-CX-Order-Nbr(WS-CX-IDX) TO PrnOrderNbr.
           MOVE WS-CX-Requester-ID(WS-CX-IDX) TO PrnRequesterID.
           IF WS-CX-Applied-Date(WS-CX-IDX) > ZERO
             MOVE WS-CX-Applied-Date(WS-CX-IDX) TO WS-Item-Date
             COMPUTE WS-Item-Date-Days =
                (WS-ID-YYYY * 360) + (WS-ID-MM * 30) + WS-ID-DD
             COMPUTE WS-Days-Since-Shipped =
                WS-Run-Date-Days - WS-Item-Date-Days
           ELSE
             MOVE ZERO TO WS-Days-Since-Shipped
           END-IF.
      *    Where the order is waiting decides the path. Held and
      *    backordered orders are found on their files; anything
      *    else must be applied - its last status APPLIED - to be
      *    cancellable at all.
           EVALUATE TRUE
              WHEN CX-Edit-Bad(WS-CX-IDX)
                 SET OrderNotNumericError TO TRUE
                 PERFORM RefuseCancel
              WHEN WS-CX-Reason-IDX(WS-CX-IDX) = ZERO
                 SET ReasonCodeError TO TRUE
                 PERFORM RefuseCancel
              WHEN WS-CX-Requester-ID(WS-CX-IDX) = SPACES
                 SET NoRequesterError TO TRUE
                 PERFORM RefuseCancel
              WHEN CX-Already-Cancelled(WS-CX-IDX)
                 SET AlreadyCancelledError TO TRUE
                 PERFORM RefuseCancel
              WHEN NOT CX-Order-Found(WS-CX-IDX)
                 SET NoSuchOrderError TO TRUE
                 PERFORM RefuseCancel
              WHEN CX-Returned(WS-CX-IDX)
                 SET ReturnedError TO TRUE
                 PERFORM RefuseCancel
              WHEN CX-On-Hold(WS-CX-IDX)
                 SET CX-Path-Held(WS-CX-IDX) TO TRUE
                 PERFORM AcceptCancel
              WHEN CX-On-Backorder(WS-CX-IDX)
                 SET CX-Path-Backord(WS-CX-IDX) TO TRUE
                 PERFORM CheckBilledOnRegister
              WHEN WS-CX-Last-Status(WS-CX-IDX) = "REJECTED"
                 SET RejectedOrderError TO TRUE
                 PERFORM RefuseCancel
              WHEN WS-CX-Last-Status(WS-CX-IDX) NOT = "APPLIED"
                 SET NotThroughUpdateError TO TRUE
                 PERFORM RefuseCancel
              WHEN WS-Days-Since-Shipped > WS-Ship-Cutoff-Days
                 SET ShippedPastCutoffError TO TRUE
                 PERFORM RefuseCancel
              WHEN OTHER
                 SET CX-Path-Shipped(WS-CX-IDX) TO TRUE
                 PERFORM CheckBilledOnRegister
           END-EVALUATE.

       CheckBilledOnRegister.
      *    A billed order is credited against its invoice, so the
      *    invoice has to be on the register for AR to post to.
           IF CX-Billed(WS-CX-IDX)
              AND NOT CX-On-Register(WS-CX-IDX)
             SET InvoiceNotOnRegisterError TO TRUE
             PERFORM RefuseCancel
           ELSE
             PERFORM AcceptCancel
           END-IF.

       RefuseCancel.
           ADD 1 TO WS-CX-Refused-Cnt.
           PERFORM WriteCancelException.

       AcceptCancel.
           ADD 1 TO WS-CX-Accepted-Cnt.
           SET CX-Done(WS-CX-IDX) TO TRUE.
           MOVE SPACES TO WS-SR-Memo-Label WS-SR-Memo-Nbr
                          WS-RL-Memo-Nbr.
           EVALUATE TRUE
              WHEN CX-Path-Held(WS-CX-IDX)
                 ADD 1 TO WS-CX-Held-Cnt
                 MOVE "CREDIT HOLD" TO WS-RL-Was
              WHEN CX-Path-Backord(WS-CX-IDX)
                 ADD 1 TO WS-CX-Backord-Cnt
                 MOVE "BACKORDERED" TO WS-RL-Was
              WHEN OTHER
                 ADD 1 TO WS-CX-Shipped-Cnt
                 MOVE "SHIPPED" TO WS-RL-Was
                 PERFORM WriteReturnToStock
           END-EVALUATE.
           EVALUATE TRUE
              WHEN CX-Path-Held(WS-CX-IDX)
                 COMPUTE WS-Cancel-Value =
                    WS-CX-Qty(WS-CX-IDX) * WS-CX-Hold-Price(WS-CX-IDX)
              WHEN CX-Billed(WS-CX-IDX)
                 PERFORM CreditInvoice
                 MOVE WS-Memo-Amount TO WS-Cancel-Value
              WHEN OTHER
                 COMPUTE WS-Cancel-Value =
                    WS-CX-Qty(WS-CX-IDX)
                    * WS-CX-Master-Price(WS-CX-IDX)
           END-EVALUATE.
           ADD WS-Cancel-Value TO WS-Cancel-Value-Total.
           EVALUATE TRUE
              WHEN CX-Path-Held(WS-CX-IDX)
                 ADD WS-Cancel-Value TO WS-CX-Held-Value
              WHEN CX-Path-Backord(WS-CX-IDX)
                 ADD WS-Cancel-Value TO WS-CX-Backord-Value
              WHEN OTHER
                 ADD WS-Cancel-Value TO WS-CX-Shipped-Value
           END-EVALUATE.
           MOVE WS-CX-Reason-IDX(WS-CX-IDX) TO WS-RN-IDX.
           ADD 1 TO WS-RN-Cnt(WS-RN-IDX).
           ADD WS-Cancel-Value TO WS-RN-Value(WS-RN-IDX).
           PERFORM WriteCancelledStatus.
           PERFORM WriteRegisterLine.
      *    A second cancellation of the same order later in
      *    today's file has to see this one as already done.
           PERFORM VARYING WS-CX-IDX2 FROM WS-CX-IDX BY 1
                   UNTIL WS-CX-IDX2 > WS-CX-Cnt
             IF WS-CX-IDX2 > WS-CX-IDX
                AND CX-Edit-OK(WS-CX-IDX2)
                AND WS-CX-Order-Nbr(WS-CX-IDX2) =
                    WS-CX-Order-Nbr(WS-CX-IDX)
               SET CX-Already-Cancelled(WS-CX-IDX2) TO TRUE
             END-IF
           END-PERFORM.

       CreditInvoice.
      *    The whole line comes off the invoice at the price it was
      *    billed at, with the invoice's tax in proportion - the
      *    same sums BDS1026 credits a return with.
           ADD 1 TO WS-CX-Memo-Cnt.
           ADD 1 TO WS-Memo-Seq-Cnt.
           COMPUTE WS-Memo-Goods =
              WS-CX-Qty(WS-CX-IDX) * WS-CX-Unit-Price(WS-CX-IDX).
           MOVE ZERO TO WS-Memo-Tax.
           IF WS-CX-Inv-Tax(WS-CX-IDX) > ZERO
              AND WS-CX-Inv-Goods(WS-CX-IDX) > ZERO
             COMPUTE WS-Memo-Tax ROUNDED =
                WS-Memo-Goods * WS-CX-Inv-Tax(WS-CX-IDX)
                / WS-CX-Inv-Goods(WS-CX-IDX)
           END-IF.
           COMPUTE WS-Memo-Amount = WS-Memo-Goods + WS-Memo-Tax.
           ADD WS-Memo-Amount TO WS-Credit-Total.
           MOVE " CREDIT MEMO " TO WS-SR-Memo-Label.
           MOVE WS-Memo-Seq-Cnt TO WS-SR-Memo-Nbr.
           MOVE WS-SR-Memo-Nbr TO WS-RL-Memo-Nbr.
           PERFORM WriteCreditMemo.
           PERFORM PrintCreditMemo.

       WriteReturnToStock.
           MOVE 9 TO TypeCode-CT.
           MOVE WS-CX-GadgetID(WS-CX-IDX) TO GadgetID-CT.
           MOVE WS-CX-Qty(WS-CX-IDX) TO QtyToAdd-CT.
           MOVE WS-CX-WhseLoc(WS-CX-IDX) TO WhseLoc-CT.
           MOVE SPACES TO Unit-Cost-CT.
           WRITE CancelTransRec.
           IF NOT WS-CancelTransFile-Good
             DISPLAY "** ERROR **: WriteReturnToStock"
             DISPLAY "Write CancelTransFile Failed."
             DISPLAY "File Status: " WS-CancelTransFile-Status
             PERFORM AbortRun
           END-IF.

       WriteCreditMemo.
           MOVE SPACE TO CM-Sep1 CM-Sep2 CM-Sep3 CM-Sep4 CM-Sep5
                         CM-Sep6 CM-Sep7 CM-Sep8 CM-Sep9 CM-Sep10
                         CM-Sep11.
           MOVE WS-Memo-Seq-Cnt TO CM-Memo-Nbr.
           MOVE WS-CX-Cust-ID(WS-CX-IDX) TO CM-Cust-ID.
           MOVE WS-CX-Invoice-Nbr(WS-CX-IDX) TO CM-Invoice-Nbr.
           MOVE WS-Run-Date TO CM-Memo-Date.
           MOVE WS-Memo-Amount TO CM-Memo-Amount.
           MOVE WS-CX-Order-Nbr(WS-CX-IDX) TO CM-Order-Nbr.
           MOVE ZERO TO CM-RMA-Nbr.
           MOVE WS-CX-GadgetID(WS-CX-IDX) TO CM-GadgetID.
           MOVE WS-CX-Qty(WS-CX-IDX) TO CM-Qty.
           MOVE WS-Memo-Tax TO CM-Tax-Amount.
           MOVE WS-CX-Tax-State(WS-CX-IDX) TO CM-Tax-State.
           MOVE WS-CX-Tax-Status(WS-CX-IDX) TO CM-Tax-Status.
           WRITE CancelMemoRec.
           IF NOT WS-CancelMemoFile-Good
             DISPLAY "** ERROR **: WriteCreditMemo"
             DISPLAY "Write CancelMemoFile Failed."
             DISPLAY "File Status: " WS-CancelMemoFile-Status
             PERFORM AbortRun
           END-IF.

       PrintCreditMemo.
           MOVE WS-Memo-Seq-Cnt TO WS-MH-Memo-Nbr.
           MOVE WS-Run-Date(1:4) TO WS-MH-Date-YYYY.
           MOVE WS-Run-Date(5:2) TO WS-MH-Date-MM.
           MOVE WS-Run-Date(7:2) TO WS-MH-Date-DD.
           WRITE CreditMemoPrintRec FROM WS-Memo-Heading-1.
           PERFORM CheckMemoPrintWrite.
           MOVE WS-CX-Invoice-Nbr(WS-CX-IDX) TO WS-MH-Invoice-Nbr.
           MOVE WS-CX-Order-Nbr(WS-CX-IDX) TO WS-MH-Order-Nbr.
           WRITE CreditMemoPrintRec FROM WS-Memo-Heading-2.
           PERFORM CheckMemoPrintWrite.
           PERFORM LookupCreditCustomer.
           WRITE CreditMemoPrintRec FROM WS-Memo-Credit-Name.
           PERFORM CheckMemoPrintWrite.
           WRITE CreditMemoPrintRec FROM WS-Memo-Credit-Street.
           PERFORM CheckMemoPrintWrite.
           WRITE CreditMemoPrintRec FROM WS-Memo-Credit-City.
           PERFORM CheckMemoPrintWrite.
           WRITE CreditMemoPrintRec FROM WS-Blank-Line.
           PERFORM CheckMemoPrintWrite.
           WRITE CreditMemoPrintRec FROM WS-Memo-Col-Heading.
           PERFORM CheckMemoPrintWrite.
           MOVE WS-CX-GadgetID(WS-CX-IDX) TO WS-MD-GadgetID.
           MOVE WS-CX-Reason-IDX(WS-CX-IDX) TO WS-RN-IDX.
           MOVE WS-RN-Text(WS-RN-IDX) TO WS-MD-Reason.
           MOVE WS-CX-Qty(WS-CX-IDX) TO WS-MD-Qty.
           MOVE WS-CX-Unit-Price(WS-CX-IDX) TO WS-MD-Price.
           MOVE WS-Memo-Goods TO WS-MD-Amount.
           WRITE CreditMemoPrintRec FROM WS-Memo-Detail-Line.
           PERFORM CheckMemoPrintWrite.
           IF WS-Memo-Tax > ZERO
             MOVE WS-CX-Tax-State(WS-CX-IDX) TO WS-MX-State
             MOVE WS-Memo-Tax TO WS-MX-Tax
             WRITE CreditMemoPrintRec FROM WS-Memo-Tax-Line
             PERFORM CheckMemoPrintWrite
           END-IF.
           MOVE WS-Memo-Amount TO WS-MT-Total.
           WRITE CreditMemoPrintRec FROM WS-Memo-Total-Line.
           PERFORM CheckMemoPrintWrite.
           WRITE CreditMemoPrintRec FROM WS-Blank-Line.
           PERFORM CheckMemoPrintWrite.

       LookupCreditCustomer.
           MOVE WS-CX-Cust-ID(WS-CX-IDX) TO CUSTFile-Cust-ID.
           READ CUSTFile
              RECORD KEY IS CUSTFile-Cust-ID
           END-READ.
           IF WS-CUSTFile-Good
             MOVE CUSTFile-Cust-First-Name TO WS-MC-First-Name
             MOVE CUSTFile-Cust-Last-Name TO WS-MC-Last-Name
             MOVE CUSTFile-Cust-Street TO WS-MC-Street
             MOVE CUSTFile-Cust-City TO WS-MC-City
             MOVE CUSTFile-Cust-State TO WS-MC-State
             MOVE CUSTFile-Cust-Zip TO WS-MC-Zip
           ELSE
             IF WS-CUSTFile-EOF
      *        The credit is owed whether or not the customer is
      *        still on the master - credit to the ID, as BDS1026
      *        does, and flag it for follow-up.
               SET NoSuchCustomerWarning TO TRUE
               PERFORM WriteCancelException
               MOVE "CUSTOMER" TO WS-MC-First-Name
               MOVE SPACES TO WS-MC-Last-Name
               MOVE WS-CX-Cust-ID(WS-CX-IDX) TO WS-MC-Last-Name(1:4)
               MOVE SPACES TO WS-MC-Street WS-MC-City
                              WS-MC-State WS-MC-Zip
             ELSE
               DISPLAY "** ERROR **: LookupCreditCustomer"
               DISPLAY "Read CUSTFile Failed."
               DISPLAY "File Status: " WS-CUSTFile-Status
               PERFORM AbortRun
             END-IF
           END-IF.

       CheckMemoPrintWrite.
           IF NOT WS-CreditMemoPrintFile-Good
             DISPLAY "** ERROR **: CheckMemoPrintWrite"
             DISPLAY "Write CreditMemoPrintFile Failed."
             DISPLAY "File Status: " WS-CreditMemoPrintFile-Status
             PERFORM AbortRun
           END-IF.

       WriteCancelledStatus.
           MOVE WS-CX-Reason-Code(WS-CX-IDX) TO WS-SR-Reason-Code.
           MOVE WS-CX-Requester-ID(WS-CX-IDX) TO WS-SR-Requester-ID.
           MOVE SPACE TO OS-Sep1 OS-Sep2 OS-Sep3.
           MOVE WS-CX-Order-Nbr(WS-CX-IDX) TO OS-Order-Nbr.
           MOVE "CANCELLED" TO OS-Status.
           MOVE WS-Run-Date TO OS-Date.
           MOVE WS-Status-Reason TO OS-Reason.
           WRITE CancelStatusRec.
           IF NOT WS-CancelStatusFile-Good
             DISPLAY "** ERROR **: WriteCancelledStatus"
             DISPLAY "Write CancelStatusFile Failed."
             DISPLAY "File Status: " WS-CancelStatusFile-Status
             PERFORM AbortRun
           END-IF.

       WriteRegisterHeadings.
           MOVE WS-Run-Date(1:4) TO WS-RH-Date-YYYY.
           MOVE WS-Run-Date(5:2) TO WS-RH-Date-MM.
           MOVE WS-Run-Date(7:2) TO WS-RH-Date-DD.
           WRITE CancelRegisterRec FROM WS-Register-Heading-1.
           PERFORM CheckRegisterWrite.
           WRITE CancelRegisterRec FROM WS-Blank-Line.
           PERFORM CheckRegisterWrite.
           WRITE CancelRegisterRec FROM WS-Register-Col-Heading.
           PERFORM CheckRegisterWrite.

       WriteRegisterLine.
           MOVE WS-CX-Order-Nbr(WS-CX-IDX) TO WS-RL-Order-Nbr.
           MOVE WS-CX-Cust-ID(WS-CX-IDX) TO WS-RL-Cust-ID.
           MOVE WS-CX-GadgetID(WS-CX-IDX) TO WS-RL-GadgetID.
           MOVE WS-CX-Qty(WS-CX-IDX) TO WS-RL-Qty.
           MOVE WS-CX-WhseLoc(WS-CX-IDX) TO WS-RL-WhseLoc.
           MOVE WS-CX-Reason-Code(WS-CX-IDX) TO WS-RL-Reason-Code.
           MOVE WS-CX-Requester-ID(WS-CX-IDX) TO WS-RL-Requester-ID.
           MOVE WS-Cancel-Value TO WS-RL-Value.
           WRITE CancelRegisterRec FROM WS-Register-Detail-Line.
           PERFORM CheckRegisterWrite.

       WriteRegisterTotals.
      *    Totals by where the orders were cancelled from, then by
      *    reason, so the day's value can be signed off at a look.
           IF WS-CX-Accepted-Cnt = ZERO
             WRITE CancelRegisterRec FROM WS-Register-No-Activity
             PERFORM CheckRegisterWrite
           END-IF.
           WRITE CancelRegisterRec FROM WS-Blank-Line.
           PERFORM CheckRegisterWrite.
           MOVE "FROM CREDIT HOLD" TO WS-RT-Label.
           MOVE WS-CX-Held-Cnt TO WS-RT-Cnt.
           MOVE WS-CX-Held-Value TO WS-RT-Value.
           WRITE CancelRegisterRec FROM WS-Register-Total-Line.
           PERFORM CheckRegisterWrite.
           MOVE "FROM BACKORDER" TO WS-RT-Label.
           MOVE WS-CX-Backord-Cnt TO WS-RT-Cnt.
           MOVE WS-CX-Backord-Value TO WS-RT-Value.
           WRITE CancelRegisterRec FROM WS-Register-Total-Line.
           PERFORM CheckRegisterWrite.
           MOVE "SHIPPED, CALLED BACK" TO WS-RT-Label.
           MOVE WS-CX-Shipped-Cnt TO WS-RT-Cnt.
           MOVE WS-CX-Shipped-Value TO WS-RT-Value.
           WRITE CancelRegisterRec FROM WS-Register-Total-Line.
           PERFORM CheckRegisterWrite.
           MOVE "CREDITED ON MEMOS" TO WS-RT-Label.
           MOVE WS-CX-Memo-Cnt TO WS-RT-Cnt.
           MOVE WS-Credit-Total TO WS-RT-Value.
           WRITE CancelRegisterRec FROM WS-Register-Total-Line.
           PERFORM CheckRegisterWrite.
           MOVE "TOTAL CANCELLED" TO WS-RT-Label.
           MOVE WS-CX-Accepted-Cnt TO WS-RT-Cnt.
           MOVE WS-Cancel-Value-Total TO WS-RT-Value.
           WRITE CancelRegisterRec FROM WS-Register-Total-Line.
           PERFORM CheckRegisterWrite.
           MOVE WS-CX-Refused-Cnt TO WS-RC-Cnt.
           WRITE CancelRegisterRec FROM WS-Register-Refused-Line.
           PERFORM CheckRegisterWrite.
           WRITE CancelRegisterRec FROM WS-Blank-Line.
           PERFORM CheckRegisterWrite.
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RN-Max
             IF WS-RN-Cnt(WS-RN-IDX) > ZERO
               MOVE WS-RN-Code(WS-RN-IDX) TO WS-RR-Code
               MOVE WS-RN-Text(WS-RN-IDX) TO WS-RR-Text
               MOVE WS-RN-Cnt(WS-RN-IDX) TO WS-RR-Cnt
               MOVE WS-RN-Value(WS-RN-IDX) TO WS-RR-Value
               WRITE CancelRegisterRec FROM WS-Register-Reason-Line
               PERFORM CheckRegisterWrite
             END-IF
           END-PERFORM.

       CheckRegisterWrite.
           IF NOT WS-CancelRegisterFile-Good
             DISPLAY "** ERROR **: CheckRegisterWrite"
             DISPLAY "Write CancelRegisterFile Failed."
             DISPLAY "File Status: " WS-CancelRegisterFile-Status
             PERFORM AbortRun
           END-IF.

       RewriteCreditHolds.
      *    Every hold carries forward except the ones cancelled
      *    today. The job stream swaps the new file over the live
      *    one; with no live file there is nothing to carry.
           OPEN OUTPUT NewCreditHoldFile
           IF NOT WS-NewCreditHoldFile-Good
             DISPLAY "** ERROR **: RewriteCreditHolds"
             DISPLAY "Open NewCreditHoldFile Failed."
             DISPLAY "File Status: " WS-NewCreditHoldFile-Status
             PERFORM AbortRun
           END-IF
           OPEN INPUT CreditHoldFile
           IF WS-CreditHoldFile-Good
             PERFORM ReadCreditHoldFile
             PERFORM UNTIL WS-CreditHoldFile-EOF
               MOVE CH-Order-Nbr TO WS-Waiting-Order-Nbr
               SET Waiting-On-Hold TO TRUE
               PERFORM CheckDropWaiting
               IF Drop-Record
                 ADD 1 TO WS-Holds-Dropped-Cnt
               ELSE
                 WRITE NewCreditHoldRec FROM CreditHoldRec
                 IF NOT WS-NewCreditHoldFile-Good
                   DISPLAY "** ERROR **: RewriteCreditHolds"
                   DISPLAY "Write NewCreditHoldFile Failed."
                   DISPLAY "File Status: "
                      WS-NewCreditHoldFile-Status
                   PERFORM AbortRun
                 END-IF
               END-IF
               PERFORM ReadCreditHoldFile
             END-PERFORM
             CLOSE CreditHoldFile
           ELSE
             IF WS-CreditHoldFile-Status NOT = "35"
               DISPLAY "** ERROR **: RewriteCreditHolds"
               DISPLAY "Open CreditHoldFile Failed."
               DISPLAY "File Status: " WS-CreditHoldFile-Status
               PERFORM AbortRun
             END-IF
           END-IF
           CLOSE NewCreditHoldFile.

       RewriteBackorders.
           OPEN OUTPUT NewBackorderFile
           IF NOT WS-NewBackorderFile-Good
             DISPLAY "** ERROR **: RewriteBackorders"
             DISPLAY "Open NewBackorderFile Failed."
             DISPLAY "File Status: " WS-NewBackorderFile-Status
             PERFORM AbortRun
           END-IF
           OPEN INPUT BackorderFile
           IF WS-BackorderFile-Good
             PERFORM ReadBackorderFile
             PERFORM UNTIL WS-BackorderFile-EOF
               MOVE BO-Order-Nbr TO WS-Waiting-Order-Nbr
               SET Waiting-On-Backord TO TRUE
               PERFORM CheckDropWaiting
               IF Drop-Record
                 ADD 1 TO WS-Backords-Dropped-Cnt
               ELSE
                 WRITE NewBackorderRec FROM BackorderRec
                 IF NOT WS-NewBackorderFile-Good
                   DISPLAY "** ERROR **: RewriteBackorders"
                   DISPLAY "Write NewBackorderFile Failed."
                   DISPLAY "File Status: "
                      WS-NewBackorderFile-Status
                   PERFORM AbortRun
                 END-IF
               END-IF
               PERFORM ReadBackorderFile
             END-PERFORM
             CLOSE BackorderFile
           ELSE
             IF WS-BackorderFile-Status NOT = "35"
               DISPLAY "** ERROR **: RewriteBackorders"
               DISPLAY "Open BackorderFile Failed."
               DISPLAY "File Status: " WS-BackorderFile-Status
               PERFORM AbortRun
             END-IF
           END-IF
           CLOSE NewBackorderFile.

       CheckDropWaiting.
      *    Drop a waiting record only for an order cancelled today
      *    from that same waiting file - a held order's number
      *    can never also be on the backorder file, but the path
      *    check keeps one file's cancellation off the other.
           SET Keep-Record TO TRUE.
           IF WS-Waiting-Order-Nbr IS NUMERIC
             PERFORM VARYING WS-CX-IDX FROM 1 BY 1
                     UNTIL WS-CX-IDX > WS-CX-Cnt
               IF CX-Done(WS-CX-IDX)
                  AND WS-CX-Order-Nbr(WS-CX-IDX)
                      = WS-Waiting-Order-Nbr
                 IF (CX-Path-Held(WS-CX-IDX) AND Waiting-On-Hold)
                    OR (CX-Path-Backord(WS-CX-IDX)
                        AND Waiting-On-Backord)
                   SET Drop-Record TO TRUE
                 END-IF
               END-IF
             END-PERFORM
           END-IF.

       WriteCancelException.
           DISPLAY "** EXCEPTION **: " ExceptionMessage.
           WRITE CancelExceptionRec FROM ExceptionMessage.
           IF NOT WS-CancelExceptionFile-Good
             DISPLAY "** ERROR **: WriteCancelException"
             DISPLAY "Write CancelExceptionFile Failed."
             DISPLAY "File Status: " WS-CancelExceptionFile-Status
             PERFORM AbortRun
           END-IF.

       ReadCancelFile.
           READ CancelFile
                AT END SET EndOfCancelFile TO TRUE
           END-READ.
           IF NOT WS-CancelFile-Good AND NOT WS-CancelFile-EOF
             DISPLAY "** ERROR **: ReadCancelFile"
             DISPLAY "Read CancelFile Failed."
             DISPLAY "File Status: " WS-CancelFile-Status
             PERFORM AbortRun
           END-IF.

       ReadOrderRegisterFile.
           READ OrderRegisterFile
                AT END SET WS-OrderRegisterFile-EOF TO TRUE
           END-READ.
           IF NOT WS-OrderRegisterFile-Good
              AND NOT WS-OrderRegisterFile-EOF
             DISPLAY "** ERROR **: ReadOrderRegisterFile"
             DISPLAY "Read OrderRegisterFile Failed."
             DISPLAY "File Status: " WS-OrderRegisterFile-Status
             PERFORM AbortRun
           END-IF.

       ReadOrderStatusFile.
           READ OrderStatusFile
                AT END SET WS-OrderStatusFile-EOF TO TRUE
           END-READ.
           IF NOT WS-OrderStatusFile-Good
              AND NOT WS-OrderStatusFile-EOF
             DISPLAY "** ERROR **: ReadOrderStatusFile"
             DISPLAY "Read OrderStatusFile Failed."
             DISPLAY "File Status: " WS-OrderStatusFile-Status
             PERFORM AbortRun
           END-IF.

       ReadCreditHoldFile.
           READ CreditHoldFile
                AT END SET WS-CreditHoldFile-EOF TO TRUE
           END-READ.
           IF NOT WS-CreditHoldFile-Good
              AND NOT WS-CreditHoldFile-EOF
             DISPLAY "** ERROR **: ReadCreditHoldFile"
             DISPLAY "Read CreditHoldFile Failed."
             DISPLAY "File Status: " WS-CreditHoldFile-Status
             PERFORM AbortRun
           END-IF.

       ReadBackorderFile.
           READ BackorderFile
                AT END SET WS-BackorderFile-EOF TO TRUE
           END-READ.
           IF NOT WS-BackorderFile-Good
              AND NOT WS-BackorderFile-EOF
             DISPLAY "** ERROR **: ReadBackorderFile"
             DISPLAY "Read BackorderFile Failed."
             DISPLAY "File Status: " WS-BackorderFile-Status
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

       ReadInvRegisterFile.
           READ InvRegisterFile
                AT END SET WS-InvRegisterFile-EOF TO TRUE
           END-READ.
           IF NOT WS-InvRegisterFile-Good
              AND NOT WS-InvRegisterFile-EOF
             DISPLAY "** ERROR **: ReadInvRegisterFile"
             DISPLAY "Read InvRegisterFile Failed."
             DISPLAY "File Status: " WS-InvRegisterFile-Status
             PERFORM AbortRun
           END-IF.

       ReadCreditMemoFile.
           READ CreditMemoFile
                AT END SET WS-CreditMemoFile-EOF TO TRUE
           END-READ.
           IF NOT WS-CreditMemoFile-Good
              AND NOT WS-CreditMemoFile-EOF
             DISPLAY "** ERROR **: ReadCreditMemoFile"
             DISPLAY "Read CreditMemoFile Failed."
             DISPLAY "File Status: " WS-CreditMemoFile-Status
             PERFORM AbortRun
           END-IF.

       ReadMasterStockFile.
           READ MasterStockFile
                AT END SET WS-MasterStockFile-EOF TO TRUE
           END-READ.
           IF NOT WS-MasterStockFile-Good
              AND NOT WS-MasterStockFile-EOF
             DISPLAY "** ERROR **: ReadMasterStockFile"
             DISPLAY "Read MasterStockFile Failed."
             DISPLAY "File Status: " WS-MasterStockFile-Status
             PERFORM AbortRun
           END-IF.
