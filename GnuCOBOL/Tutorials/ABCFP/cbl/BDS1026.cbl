      ***********************************************************
      * Program name:    BDS1026
      * Original author: dastagg
      *
      * Description: Customer returns against the original order.
      * Takes the day's return-authorization file - RMA number,
      * the BDS1006 order number being returned against, quantity
      * coming back and a reason - and validates every
      * authorization against what actually happened to the order:
      *   - the order must be on the order register
      *   - the order must have shipped (an APPLIED status posted
      *     by BDS1005 on the order status file)
      *   - the order must have been billed, and the invoice it
      *     was billed on must be on the invoice register for the
      *     same customer
      *   - the quantity coming back, plus everything already
      *     credited against the order on earlier authorizations,
      *     may not exceed the quantity shipped
      *   - an RMA number already credited is not credited twice
      * An accepted return produces:
      *   - a TypeCode 9 ReturnToStock aimed at the order's
      *     original warehouse location, ready to be merged into
      *     the day's TransactionFile, so the stock comes back
      *     through BDS1005's normal update and audit trail. No
      *     unit cost is carried - returned stock goes back at the
      *     gadget's current average cost.
      *   - a numbered credit memo on the credit memo register
      *     (qty times the unit price the line was invoiced at),
      *     which BDS1015 posts against the invoice's open item
      *     and BDS1016 prints on the statement, plus a printed
      *     credit memo for the customer
      *   - a RETURNED status on the order status file, so BDS1018
      *     shows the return against the order
      * The memo register is opened EXTEND and accumulates across
      * runs the way the invoice register does; the memo number
      * seeds from the highest number already on it.
      * A refused authorization goes on the exception listing and
      * ends the run with RETURN-CODE 4.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 dastagg       Created - returns were credited by
      *                          hand-keyed AR adjustments and the
      *                          stock keyed back in separately.
      * 2026-10-15 dastagg       A return against a taxed invoice
      *                          refunds its share of the sales
      *                          tax - the invoice's tax in
      *                          proportion to the goods credited -
      *                          printed as its own line and
      *                          carried on the memo register with
      *                          the invoice's state and status for
      *                          the tax extract and tax report.
      * 2026-10-15 dastagg       An RMA against an order BDS1037
      *                          has cancelled is refused - the
      *                          cancellation already called the
      *                          stock back and credited it.
      * 2026-10-15 dastagg       Returned stock goes out as a
      *                          TypeCode 9 ReturnToStock, not a 4,
      *                          so BDS1022 reverses the sale's cost
      *                          of goods instead of accruing a
      *                          payable for it.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BDS1026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReturnAuthFile
           ASSIGN TO "../data/c10-5rma.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReturnAuthFile-Status.

           SELECT OrderRegisterFile
           ASSIGN TO "../data/c10-5ordreg.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OrderRegisterFile-Status.

           SELECT OrderStatusFile
           ASSIGN TO "../data/c10-5ordstat.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OrderStatusFile-Status.

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

           SELECT CUSTFile
           ASSIGN TO "../../../Indexed/idata/customer.idat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CUSTFile-Cust-ID
           ALTERNATE RECORD KEY IS CUSTFile-Cust-Name
              WITH DUPLICATES
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-CUSTFile-Status.

           SELECT ReturnTransFile
           ASSIGN TO "../data/c10-5rtntrans.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReturnTransFile-Status.

           SELECT CreditMemoPrintFile
           ASSIGN TO "../data/c10-5crmemo.rpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CreditMemoPrintFile-Status.

           SELECT ReturnExceptionFile
           ASSIGN TO "../data/c10-5rmaexc.rpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReturnExceptionFile-Status.

           SELECT RunControlFile
           ASSIGN TO "../data/c10-5runctl.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RunControlFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD ReturnAuthFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ReturnAuthRec.
           88 EndOfReturnAuthFile   VALUE HIGH-VALUES.
           02 RMA-Nbr               PIC 9(6).
           02 RMA-Nbr-X REDEFINES RMA-Nbr
                                    PIC X(6).
           02 RMA-Order-Nbr         PIC 9(6).
           02 RMA-Order-Nbr-X REDEFINES RMA-Order-Nbr
                                    PIC X(6).
           02 RMA-Qty               PIC 9(4).
           02 RMA-Qty-X REDEFINES RMA-Qty
                                    PIC X(4).
           02 RMA-Reason            PIC X(30).

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
           02 OS-Order-Nbr          PIC 9(6).
           02 OS-Sep1               PIC X.
           02 OS-Status             PIC X(12).
           02 OS-Sep2               PIC X.
           02 OS-Date               PIC 9(8).
           02 OS-Sep3               PIC X.
           02 OS-Reason             PIC X(46).

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
              88 IR-Taxed           VALUE "T".
              88 IR-Tax-Exempt      VALUE "E".
              88 IR-Tax-No-Rate     VALUE "N".

       FD CreditMemoFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CreditMemoRec.
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
           02 CM-RMA-Nbr            PIC 9(6).
           02 CM-Sep7               PIC X.
           02 CM-GadgetID           PIC 9(6).
           02 CM-Sep8               PIC X.
           02 CM-Qty                PIC 9(4).
      *    CM-Memo-Amount includes the sales tax refunded, carried
      *    again here with the invoice's state and tax status.
           02 CM-Sep9               PIC X.
           02 CM-Tax-Amount         PIC 9(7)V99.
           02 CM-Tax-Amount-X REDEFINES CM-Tax-Amount
                                    PIC X(9).
           02 CM-Sep10              PIC X.
           02 CM-Tax-State          PIC X(2).
           02 CM-Sep11              PIC X.
           02 CM-Tax-Status         PIC X.

       FD  CUSTFile.
           COPY CUSTOMER REPLACING ==:tag:== BY ==CUSTFile==.

       FD ReturnTransFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ReturnTransRec.
           02 TypeCode-RT           PIC 9.
           02 GadgetID-RT           PIC 9(6).
           02 QtyToAdd-RT           PIC 9(4).
           02 WhseLoc-RT            PIC 9.
           02 Unit-Cost-RT          PIC X(6).

       FD CreditMemoPrintFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CreditMemoPrintRec        PIC X(80).

       FD ReturnExceptionFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ReturnExceptionRec        PIC X(80).

       FD  RunControlFile.
           COPY RUNCTL REPLACING ==:tag:== BY ==RC==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RunControlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ReturnAuthFile==.
           COPY WSFST REPLACING ==:tag:== BY ==OrderRegisterFile==.
           COPY WSFST REPLACING ==:tag:== BY ==OrderStatusFile==.
           COPY WSFST REPLACING ==:tag:== BY ==InvLineFile==.
           COPY WSFST REPLACING ==:tag:== BY ==InvRegisterFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CreditMemoFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CUSTFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ReturnTransFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CreditMemoPrintFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ReturnExceptionFile==.

       01  WS-Run-Date              PIC 9(8).

       01  WS-Return-Counters.
           02 WS-RMA-Read-Cnt       PIC 9(6) COMP VALUE ZERO.
           02 WS-RMA-Accepted-Cnt   PIC 9(6) COMP VALUE ZERO.
           02 WS-RMA-Refused-Cnt    PIC 9(6) COMP VALUE ZERO.
           02 WS-Credit-Total       PIC 9(9)V99 VALUE ZERO.

       01  WS-Memo-Seq-Cnt          PIC 9(6) COMP VALUE ZERO.

      *    The day's authorizations, gathered up front so each of
      *    the big cumulative files - register, status, invoice
      *    lines, memos - is swept once for all of them instead of
      *    once per authorization. Overflow aborts: a return left
      *    off the table would be silently uncredited.
       01  WS-Return-Auths.
           02 WS-RA-Max             PIC 9(04) COMP VALUE 500.
           02 WS-RA-Cnt             PIC 9(04) COMP VALUE ZERO.
           02 WS-RA-Table OCCURS 500 TIMES.
              03 WS-RA-Nbr          PIC 9(6).
              03 WS-RA-Order-Nbr    PIC 9(6).
              03 WS-RA-Qty          PIC 9(4).
              03 WS-RA-Reason       PIC X(30).
              03 WS-RA-Edit-Flag    PIC X.
                 88 RA-Edit-OK      VALUE "Y".
                 88 RA-Edit-Bad     VALUE "N".
              03 WS-RA-Credited-Flag PIC X.
                 88 RA-Already-Credited VALUE "Y".
              03 WS-RA-Order-Flag   PIC X.
                 88 RA-Order-Found  VALUE "Y".
              03 WS-RA-Cust-ID      PIC 9(4).
              03 WS-RA-GadgetID     PIC 9(6).
              03 WS-RA-Shipped-Qty  PIC 9(4).
              03 WS-RA-WhseLoc      PIC 9.
              03 WS-RA-Shipped-Flag PIC X.
                 88 RA-Shipped      VALUE "Y".
              03 WS-RA-Cancelled-Flag PIC X.
                 88 RA-Cancelled    VALUE "Y".
              03 WS-RA-Billed-Flag  PIC X.
                 88 RA-Billed       VALUE "Y".
              03 WS-RA-Invoice-Nbr  PIC 9(6).
              03 WS-RA-Unit-Price   PIC 9(4)V99.
              03 WS-RA-Register-Flag PIC X.
                 88 RA-On-Register  VALUE "Y".
              03 WS-RA-Prior-Qty    PIC 9(5).
              03 WS-RA-Inv-Goods    PIC 9(7)V99.
              03 WS-RA-Inv-Tax      PIC 9(7)V99.
              03 WS-RA-Tax-State    PIC X(2).
              03 WS-RA-Tax-Status   PIC X.
           02 WS-RA-IDX             PIC 9(04) COMP VALUE ZERO.
           02 WS-RA-IDX2            PIC 9(04) COMP VALUE ZERO.

       01  WS-Return-Work.
           02 WS-Returned-Qty       PIC 9(5) VALUE ZERO.
           02 WS-Memo-Amount        PIC 9(7)V99 VALUE ZERO.
           02 WS-Memo-Goods         PIC 9(7)V99 VALUE ZERO.
           02 WS-Memo-Tax           PIC 9(7)V99 VALUE ZERO.

       01  WS-Status-Reason.
           02 FILLER                PIC X(04) VALUE "RMA ".
           02 WS-SR-RMA-Nbr         PIC 9(6).
           02 FILLER                PIC X(05) VALUE " QTY ".
           02 WS-SR-Qty             PIC 9(4).
           02 FILLER                PIC X(13) VALUE " CREDIT MEMO ".
           02 WS-SR-Memo-Nbr        PIC 9(6).
           02 FILLER                PIC X(08) VALUE SPACE.

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
           02 FILLER                PIC X(09) VALUE "  RMA    ".
           02 WS-MH-RMA-Nbr         PIC 9(6).
           02 FILLER                PIC X(27) VALUE SPACE.

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
           02 FILLER                PIC X(80) VALUE
              "GADGET  REASON                          QTY   UNIT PRI
      -       "CE       CREDIT".

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

       01  ExceptionMessage.
           02 PrnRMANbr             PIC X(6).
           02 FILLER                PIC X VALUE "/".
           02 PrnOrderNbr           PIC X(6).
           02 FILLER                PIC XXX VALUE " - ".
           02 FILLER                PIC X(46).
             88 RMANotNumericError
             VALUE "Return Error - Authorization not numeric".
             88 RMAAlreadyCreditedError
             VALUE "Return Error - Authorization already credited".
             88 NoSuchOrderError
             VALUE "Return Error - No such order on register".
             88 OrderCancelledError
             VALUE "Return Error - Order was cancelled".
             88 NotShippedError
             VALUE "Return Error - Order has not shipped".
             88 NotInvoicedError
             VALUE "Return Error - Order was never invoiced".
             88 InvoiceNotOnRegisterError
             VALUE "Return Error - Invoice not on register".
             88 OverReturnError
             VALUE "Return Error - More returned than shipped".
             88 NoSuchCustomerWarning
             VALUE "Return Warning - No such customer on master".

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(046) VALUE
              "*** Program BDS1026 - Customer Return Messages".

       PROCEDURE DIVISION.
       Begin.
           PERFORM ReadRunControl.
           PERFORM LoadReturnAuths.
           PERFORM SweepOrderRegister.
           PERFORM SweepOrderStatus.
           PERFORM SweepInvoiceLines.
           PERFORM SweepInvoiceRegister.
           PERFORM SweepCreditMemos.
           OPEN INPUT CUSTFile
           IF NOT WS-CUSTFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open CUSTFile Failed."
             DISPLAY "File Status: " WS-CUSTFile-Status
             PERFORM AbortRun
           END-IF
           OPEN OUTPUT ReturnTransFile
           IF NOT WS-ReturnTransFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open ReturnTransFile Failed."
             DISPLAY "File Status: " WS-ReturnTransFile-Status
             PERFORM AbortRun
           END-IF
           OPEN OUTPUT CreditMemoPrintFile
           IF NOT WS-CreditMemoPrintFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open CreditMemoPrintFile Failed."
             DISPLAY "File Status: " WS-CreditMemoPrintFile-Status
             PERFORM AbortRun
           END-IF
           OPEN OUTPUT ReturnExceptionFile
           IF NOT WS-ReturnExceptionFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open ReturnExceptionFile Failed."
             DISPLAY "File Status: " WS-ReturnExceptionFile-Status
             PERFORM AbortRun
           END-IF
      *    The memo register feeds AR and the statements run, so
      *    it accumulates across runs - EXTEND with OUTPUT only as
      *    the first-run fallback, as BDS1014 does with the invoice
      *    register. The status file is always there by now:
      *    BDS1006 opened it earlier in the same run.
           OPEN EXTEND CreditMemoFile
           IF NOT WS-CreditMemoFile-Good
             OPEN OUTPUT CreditMemoFile
             IF NOT WS-CreditMemoFile-Good
               DISPLAY "** ERROR **: Begin"
               DISPLAY "Open CreditMemoFile Failed."
               DISPLAY "File Status: " WS-CreditMemoFile-Status
               PERFORM AbortRun
             END-IF
           END-IF
           OPEN EXTEND OrderStatusFile
           IF NOT WS-OrderStatusFile-Good
             OPEN OUTPUT OrderStatusFile
             IF NOT WS-OrderStatusFile-Good
               DISPLAY "** ERROR **: Begin"
               DISPLAY "Open OrderStatusFile Failed."
               DISPLAY "File Status: " WS-OrderStatusFile-Status
               PERFORM AbortRun
             END-IF
           END-IF

           PERFORM VARYING WS-RA-IDX FROM 1 BY 1
                   UNTIL WS-RA-IDX > WS-RA-Cnt
             PERFORM ProcessOneReturn
           END-PERFORM

           DISPLAY EOJ-End-Message
           DISPLAY "   Authorizations Read:     " WS-RMA-Read-Cnt
           DISPLAY "   Returns Credited:        " WS-RMA-Accepted-Cnt
           DISPLAY "   Returns Refused:         " WS-RMA-Refused-Cnt
           DISPLAY "   Total Credited:          " WS-Credit-Total
           CLOSE CUSTFile, ReturnTransFile, CreditMemoPrintFile,
                 ReturnExceptionFile, CreditMemoFile, OrderStatusFile
           IF WS-RMA-Refused-Cnt > ZERO
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
           CLOSE ReturnAuthFile, OrderRegisterFile, OrderStatusFile,
                 InvLineFile, InvRegisterFile, CreditMemoFile,
                 CUSTFile, ReturnTransFile, CreditMemoPrintFile,
                 ReturnExceptionFile.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       LoadReturnAuths.
           OPEN INPUT ReturnAuthFile
           IF NOT WS-ReturnAuthFile-Good
             DISPLAY "** ERROR **: LoadReturnAuths"
             DISPLAY "Open ReturnAuthFile Failed."
             DISPLAY "File Status: " WS-ReturnAuthFile-Status
             PERFORM AbortRun
           END-IF
           PERFORM ReadReturnAuthFile
           PERFORM UNTIL EndOfReturnAuthFile
             IF WS-RA-Cnt >= WS-RA-Max
               DISPLAY "** ERROR **: LoadReturnAuths"
               DISPLAY "More return authorizations than the table "
                  "holds."
               PERFORM AbortRun
             END-IF
             ADD 1 TO WS-RMA-Read-Cnt
             ADD 1 TO WS-RA-Cnt
             INITIALIZE WS-RA-Table(WS-RA-Cnt)
             IF RMA-Nbr-X IS NUMERIC
                AND RMA-Order-Nbr-X IS NUMERIC
                AND RMA-Qty-X IS NUMERIC
                AND RMA-Qty > ZERO
               SET RA-Edit-OK(WS-RA-Cnt) TO TRUE
               MOVE RMA-Nbr TO WS-RA-Nbr(WS-RA-Cnt)
               MOVE RMA-Order-Nbr TO WS-RA-Order-Nbr(WS-RA-Cnt)
               MOVE RMA-Qty TO WS-RA-Qty(WS-RA-Cnt)
             ELSE
               SET RA-Edit-Bad(WS-RA-Cnt) TO TRUE
               MOVE RMA-Nbr-X TO WS-RA-Nbr(WS-RA-Cnt)(1:6)
               MOVE RMA-Order-Nbr-X TO WS-RA-Order-Nbr(WS-RA-Cnt)(1:6)
             END-IF
             MOVE RMA-Reason TO WS-RA-Reason(WS-RA-Cnt)
             PERFORM ReadReturnAuthFile
           END-PERFORM
           CLOSE ReturnAuthFile
           IF NOT WS-ReturnAuthFile-Good
             DISPLAY "** ERROR **: LoadReturnAuths"
             DISPLAY "Close ReturnAuthFile Failed."
             DISPLAY "File Status: " WS-ReturnAuthFile-Status
             PERFORM AbortRun
           END-IF.

       SweepOrderRegister.
      *    A missing register (status "35") means no orders have
      *    ever been taken - every authorization then fails the
      *    no-such-order edit on its own.
           OPEN INPUT OrderRegisterFile
           IF WS-OrderRegisterFile-Good
             PERFORM ReadOrderRegisterFile
             PERFORM UNTIL WS-OrderRegisterFile-EOF
               PERFORM VARYING WS-RA-IDX FROM 1 BY 1
                       UNTIL WS-RA-IDX > WS-RA-Cnt
                 IF RA-Edit-OK(WS-RA-IDX)
                    AND WS-RA-Order-Nbr(WS-RA-IDX) = OR-Order-Nbr
                   SET RA-Order-Found(WS-RA-IDX) TO TRUE
                   MOVE OR-Cust-ID TO WS-RA-Cust-ID(WS-RA-IDX)
                   MOVE OR-GadgetID TO WS-RA-GadgetID(WS-RA-IDX)
                   MOVE OR-Qty TO WS-RA-Shipped-Qty(WS-RA-IDX)
                   MOVE OR-WhseLoc TO WS-RA-WhseLoc(WS-RA-IDX)
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
      *    Shipped means BDS1005 applied the order's subtraction -
      *    an APPLIED line anywhere in the order's history. A
      *    backordered order shows APPLIED only once BDS1017 has
      *    re-presented it and the stock actually left. A
      *    CANCELLED line means BDS1037 has already undone it.
           OPEN INPUT OrderStatusFile
           IF WS-OrderStatusFile-Good
             PERFORM ReadOrderStatusFile
             PERFORM UNTIL WS-OrderStatusFile-EOF
               IF OS-Status = "APPLIED" OR "CANCELLED"
                 PERFORM VARYING WS-RA-IDX FROM 1 BY 1
                         UNTIL WS-RA-IDX > WS-RA-Cnt
                   IF RA-Edit-OK(WS-RA-IDX)
                      AND WS-RA-Order-Nbr(WS-RA-IDX) = OS-Order-Nbr
                     IF OS-Status = "APPLIED"
                       SET RA-Shipped(WS-RA-IDX) TO TRUE
                     ELSE
                       SET RA-Cancelled(WS-RA-IDX) TO TRUE
                     END-IF
                   END-IF
                 END-PERFORM
               END-IF
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

       SweepInvoiceLines.
           OPEN INPUT InvLineFile
           IF WS-InvLineFile-Good
             PERFORM ReadInvLineFile
             PERFORM UNTIL WS-InvLineFile-EOF
               IF IV-Order-Nbr IS NUMERIC
                 PERFORM VARYING WS-RA-IDX FROM 1 BY 1
                         UNTIL WS-RA-IDX > WS-RA-Cnt
                   IF RA-Edit-OK(WS-RA-IDX)
                      AND WS-RA-Order-Nbr(WS-RA-IDX) = IV-Order-Nbr
                     SET RA-Billed(WS-RA-IDX) TO TRUE
                     MOVE IV-Invoice-Nbr
                        TO WS-RA-Invoice-Nbr(WS-RA-IDX)
                     MOVE IV-Unit-Price
                        TO WS-RA-Unit-Price(WS-RA-IDX)
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
               PERFORM VARYING WS-RA-IDX FROM 1 BY 1
                       UNTIL WS-RA-IDX > WS-RA-Cnt
                 IF RA-Billed(WS-RA-IDX)
                    AND WS-RA-Invoice-Nbr(WS-RA-IDX) = IR-Invoice-Nbr
                    AND WS-RA-Cust-ID(WS-RA-IDX) = IR-Cust-ID
                   SET RA-On-Register(WS-RA-IDX) TO TRUE
                   MOVE IR-Tax-State TO WS-RA-Tax-State(WS-RA-IDX)
                   MOVE IR-Tax-Status TO WS-RA-Tax-Status(WS-RA-IDX)
                   IF IR-Tax-Amount-X NUMERIC
                     MOVE IR-Tax-Amount TO WS-RA-Inv-Tax(WS-RA-IDX)
                   ELSE
                     MOVE ZERO TO WS-RA-Inv-Tax(WS-RA-IDX)
                   END-IF
                   COMPUTE WS-RA-Inv-Goods(WS-RA-IDX) =
                      IR-Inv-Total - WS-RA-Inv-Tax(WS-RA-IDX)
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
      *    One pass does three jobs: seeds the memo number from the
      *    highest on file (as BDS1014 seeds invoice numbers),
      *    totals what earlier authorizations already credited
      *    against each order, and spots an RMA number that has
      *    already been credited.
           OPEN INPUT CreditMemoFile
           IF WS-CreditMemoFile-Good
             PERFORM ReadCreditMemoFile
             PERFORM UNTIL WS-CreditMemoFile-EOF
               IF CM-Memo-Nbr > WS-Memo-Seq-Cnt
                 MOVE CM-Memo-Nbr TO WS-Memo-Seq-Cnt
               END-IF
               PERFORM VARYING WS-RA-IDX FROM 1 BY 1
                       UNTIL WS-RA-IDX > WS-RA-Cnt
                 IF RA-Edit-OK(WS-RA-IDX)
                   IF WS-RA-Order-Nbr(WS-RA-IDX) = CM-Order-Nbr
                     ADD CM-Qty TO WS-RA-Prior-Qty(WS-RA-IDX)
                   END-IF
                   IF CM-RMA-Nbr NOT = ZERO
                      AND WS-RA-Nbr(WS-RA-IDX) = CM-RMA-Nbr
                     SET RA-Already-Credited(WS-RA-IDX) TO TRUE
                   END-IF
                 END-IF
               END-PERFORM
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

       ProcessOneReturn.
           MOVE WS-RA-Nbr(WS-RA-IDX) TO PrnRMANbr.
           MOVE WS-RA-Order-Nbr(WS-RA-IDX) TO PrnOrderNbr.
           COMPUTE WS-Returned-Qty =
              WS-RA-Prior-Qty(WS-RA-IDX) + WS-RA-Qty(WS-RA-IDX).
           EVALUATE TRUE
              WHEN RA-Edit-Bad(WS-RA-IDX)
                 SET RMANotNumericError TO TRUE
                 PERFORM RefuseReturn
              WHEN RA-Already-Credited(WS-RA-IDX)
                 SET RMAAlreadyCreditedError TO TRUE
                 PERFORM RefuseReturn
              WHEN NOT RA-Order-Found(WS-RA-IDX)
                 SET NoSuchOrderError TO TRUE
                 PERFORM RefuseReturn
              WHEN RA-Cancelled(WS-RA-IDX)
                 SET OrderCancelledError TO TRUE
                 PERFORM RefuseReturn
              WHEN NOT RA-Shipped(WS-RA-IDX)
                 SET NotShippedError TO TRUE
                 PERFORM RefuseReturn
              WHEN NOT RA-Billed(WS-RA-IDX)
                 SET NotInvoicedError TO TRUE
                 PERFORM RefuseReturn
              WHEN NOT RA-On-Register(WS-RA-IDX)
                 SET InvoiceNotOnRegisterError TO TRUE
                 PERFORM RefuseReturn
              WHEN WS-Returned-Qty > WS-RA-Shipped-Qty(WS-RA-IDX)
                 SET OverReturnError TO TRUE
                 PERFORM RefuseReturn
              WHEN OTHER
                 PERFORM AcceptReturn
           END-EVALUATE.

       RefuseReturn.
           ADD 1 TO WS-RMA-Refused-Cnt.
           PERFORM WriteReturnException.

       AcceptReturn.
           ADD 1 TO WS-RMA-Accepted-Cnt.
           ADD 1 TO WS-Memo-Seq-Cnt.
           COMPUTE WS-Memo-Goods =
              WS-RA-Qty(WS-RA-IDX) * WS-RA-Unit-Price(WS-RA-IDX).
      *    The tax refunded is the invoice's tax in proportion to
      *    the goods coming back - the rate the invoice was billed
      *    at, whatever the rate file says today.
           MOVE ZERO TO WS-Memo-Tax.
           IF WS-RA-Inv-Tax(WS-RA-IDX) > ZERO
              AND WS-RA-Inv-Goods(WS-RA-IDX) > ZERO
             COMPUTE WS-Memo-Tax ROUNDED =
                WS-Memo-Goods * WS-RA-Inv-Tax(WS-RA-IDX)
                / WS-RA-Inv-Goods(WS-RA-IDX)
           END-IF.
           COMPUTE WS-Memo-Amount = WS-Memo-Goods + WS-Memo-Tax.
           ADD WS-Memo-Amount TO WS-Credit-Total.
           PERFORM WriteReturnToStock.
           PERFORM WriteCreditMemo.
           PERFORM PrintCreditMemo.
           PERFORM WriteReturnedStatus.
      *    A second authorization against the same order later in
      *    today's file has to see this one as already returned.
           PERFORM VARYING WS-RA-IDX2 FROM WS-RA-IDX BY 1
                   UNTIL WS-RA-IDX2 > WS-RA-Cnt
             IF WS-RA-IDX2 > WS-RA-IDX
                AND RA-Edit-OK(WS-RA-IDX2)
                AND WS-RA-Order-Nbr(WS-RA-IDX2) =
                    WS-RA-Order-Nbr(WS-RA-IDX)
               ADD WS-RA-Qty(WS-RA-IDX)
                  TO WS-RA-Prior-Qty(WS-RA-IDX2)
             END-IF
             IF WS-RA-IDX2 > WS-RA-IDX
                AND RA-Edit-OK(WS-RA-IDX2)
                AND WS-RA-Nbr(WS-RA-IDX2) = WS-RA-Nbr(WS-RA-IDX)
               SET RA-Already-Credited(WS-RA-IDX2) TO TRUE
             END-IF
           END-PERFORM.

       WriteReturnToStock.
           MOVE 9 TO TypeCode-RT.
           MOVE WS-RA-GadgetID(WS-RA-IDX) TO GadgetID-RT.
           MOVE WS-RA-Qty(WS-RA-IDX) TO QtyToAdd-RT.
           MOVE WS-RA-WhseLoc(WS-RA-IDX) TO WhseLoc-RT.
           MOVE SPACES TO Unit-Cost-RT.
           WRITE ReturnTransRec.
           IF NOT WS-ReturnTransFile-Good
             DISPLAY "** ERROR **: WriteReturnToStock"
             DISPLAY "Write ReturnTransFile Failed."
             DISPLAY "File Status: " WS-ReturnTransFile-Status
             PERFORM AbortRun
           END-IF.

       WriteCreditMemo.
           MOVE SPACE TO CM-Sep1 CM-Sep2 CM-Sep3 CM-Sep4 CM-Sep5
                         CM-Sep6 CM-Sep7 CM-Sep8 CM-Sep9 CM-Sep10
                         CM-Sep11.
           MOVE WS-Memo-Seq-Cnt TO CM-Memo-Nbr.
           MOVE WS-RA-Cust-ID(WS-RA-IDX) TO CM-Cust-ID.
           MOVE WS-RA-Invoice-Nbr(WS-RA-IDX) TO CM-Invoice-Nbr.
           MOVE WS-Run-Date TO CM-Memo-Date.
           MOVE WS-Memo-Amount TO CM-Memo-Amount.
           MOVE WS-RA-Order-Nbr(WS-RA-IDX) TO CM-Order-Nbr.
           MOVE WS-RA-Nbr(WS-RA-IDX) TO CM-RMA-Nbr.
           MOVE WS-RA-GadgetID(WS-RA-IDX) TO CM-GadgetID.
           MOVE WS-RA-Qty(WS-RA-IDX) TO CM-Qty.
           MOVE WS-Memo-Tax TO CM-Tax-Amount.
           MOVE WS-RA-Tax-State(WS-RA-IDX) TO CM-Tax-State.
           MOVE WS-RA-Tax-Status(WS-RA-IDX) TO CM-Tax-Status.
           WRITE CreditMemoRec.
           IF NOT WS-CreditMemoFile-Good
             DISPLAY "** ERROR **: WriteCreditMemo"
             DISPLAY "Write CreditMemoFile Failed."
             DISPLAY "File Status: " WS-CreditMemoFile-Status
             PERFORM AbortRun
           END-IF.

       PrintCreditMemo.
           MOVE WS-Memo-Seq-Cnt TO WS-MH-Memo-Nbr.
           MOVE WS-Run-Date(1:4) TO WS-MH-Date-YYYY.
           MOVE WS-Run-Date(5:2) TO WS-MH-Date-MM.
           MOVE WS-Run-Date(7:2) TO WS-MH-Date-DD.
           WRITE CreditMemoPrintRec FROM WS-Memo-Heading-1.
           PERFORM CheckMemoPrintWrite.
           MOVE WS-RA-Invoice-Nbr(WS-RA-IDX) TO WS-MH-Invoice-Nbr.
           MOVE WS-RA-Order-Nbr(WS-RA-IDX) TO WS-MH-Order-Nbr.
           MOVE WS-RA-Nbr(WS-RA-IDX) TO WS-MH-RMA-Nbr.
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
           MOVE WS-RA-GadgetID(WS-RA-IDX) TO WS-MD-GadgetID.
           MOVE WS-RA-Reason(WS-RA-IDX) TO WS-MD-Reason.
           MOVE WS-RA-Qty(WS-RA-IDX) TO WS-MD-Qty.
           MOVE WS-RA-Unit-Price(WS-RA-IDX) TO WS-MD-Price.
           MOVE WS-Memo-Goods TO WS-MD-Amount.
           WRITE CreditMemoPrintRec FROM WS-Memo-Detail-Line.
           PERFORM CheckMemoPrintWrite.
           IF WS-Memo-Tax > ZERO
             MOVE WS-RA-Tax-State(WS-RA-IDX) TO WS-MX-State
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
           MOVE WS-RA-Cust-ID(WS-RA-IDX) TO CUSTFile-Cust-ID.
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
      *        still on the master - credit to the ID, as BDS1014
      *        bills to it, and flag it for follow-up.
               SET NoSuchCustomerWarning TO TRUE
               PERFORM WriteReturnException
               MOVE "CUSTOMER" TO WS-MC-First-Name
               MOVE SPACES TO WS-MC-Last-Name
               MOVE WS-RA-Cust-ID(WS-RA-IDX) TO WS-MC-Last-Name(1:4)
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

       WriteReturnedStatus.
           MOVE WS-RA-Nbr(WS-RA-IDX) TO WS-SR-RMA-Nbr.
           MOVE WS-RA-Qty(WS-RA-IDX) TO WS-SR-Qty.
           MOVE WS-Memo-Seq-Cnt TO WS-SR-Memo-Nbr.
           MOVE SPACE TO OS-Sep1 OS-Sep2 OS-Sep3.
           MOVE WS-RA-Order-Nbr(WS-RA-IDX) TO OS-Order-Nbr.
           MOVE "RETURNED" TO OS-Status.
           MOVE WS-Run-Date TO OS-Date.
           MOVE WS-Status-Reason TO OS-Reason.
           WRITE OrderStatusRec.
           IF NOT WS-OrderStatusFile-Good
             DISPLAY "** ERROR **: WriteReturnedStatus"
             DISPLAY "Write OrderStatusFile Failed."
             DISPLAY "File Status: " WS-OrderStatusFile-Status
             PERFORM AbortRun
           END-IF.

       WriteReturnException.
           DISPLAY "** EXCEPTION **: " ExceptionMessage.
           WRITE ReturnExceptionRec FROM ExceptionMessage.
           IF NOT WS-ReturnExceptionFile-Good
             DISPLAY "** ERROR **: WriteReturnException"
             DISPLAY "Write ReturnExceptionFile Failed."
             DISPLAY "File Status: " WS-ReturnExceptionFile-Status
             PERFORM AbortRun
           END-IF.

       ReadReturnAuthFile.
           READ ReturnAuthFile
                AT END SET EndOfReturnAuthFile TO TRUE
           END-READ.
           IF NOT WS-ReturnAuthFile-Good AND NOT WS-ReturnAuthFile-EOF
             DISPLAY "** ERROR **: ReadReturnAuthFile"
             DISPLAY "Read ReturnAuthFile Failed."
             DISPLAY "File Status: " WS-ReturnAuthFile-Status
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
