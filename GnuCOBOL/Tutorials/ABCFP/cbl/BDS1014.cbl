      *     the invoice print file, bill-to name and address read
      *     from customer.idat by Cust-ID
      *   - one line per invoice on the invoice register file
      *     (invoice number, Cust-ID, run date, invoice total
      *     including sales tax, the tax itself, the state taxed
      *     and the tax status) - the feed accounts receivable,
      *     the statements run and the sales tax extract work from
      * The register is opened EXTEND and accumulates across runs
      * the way BDS1005's audit trail does, and the invoice number
      * seeds from the highest number already on it, so numbering
      * ---------  ------------  --------------------------------
      * 2026-09-02 dastagg       Created - invoices were typed up
      *                          by hand from the order sheets.
      * 2026-10-15 dastagg       Every billed line is also written
      *                          to a permanent invoice line file
      *                          (invoice, date, Cust-ID, order
      *                          number, GadgetID, location, qty,
      *                          unit price, unit Cost-MF at sale,
      *                          extended) - returns are authorized
      *                          against the order and credited at
      *                          the price it was billed at, which
      *                          the register's one total per
      *                          invoice cannot give back.
      * 2026-10-15 dastagg       Sales tax - each invoice is taxed
      *                          at the rate on the tax rate file
      *                          for the bill-to state unless the
      *                          customer is flagged exempt, the
      *                          tax prints as its own line, and
      *                          the register carries the tax, the
      *                          state and the tax status beside
      *                          an invoice total that now
      *                          includes the tax, so AR and the
      *                          statements bill the full amount.
      *                          A state missing from the rate
      *                          file bills untaxed and is listed
      *                          as an exception.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-InvRegisterFile-Status.

           SELECT InvLineFile
           ASSIGN TO "../data/c10-5invline.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-InvLineFile-Status.

           SELECT TaxRateFile
           ASSIGN TO "../data/c10-5taxrate.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TaxRateFile-Status.

           SELECT RunControlFile
           ASSIGN TO "../data/c10-5runctl.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           02 AO-GadgetID           PIC 9(6).
           02 AO-Qty                PIC 9(4).
           02 AO-WhseLoc            PIC 9.
      *    Blank on accepted-order files written before orders
      *    were carried through to the invoice line.
           02 AO-Order-Nbr          PIC X(6).

       FD MasterStockFile
           LABEL RECORDS ARE STANDARD
           02 IR-Inv-Date           PIC 9(8).
           02 IR-Sep3               PIC X.
           02 IR-Inv-Total          PIC 9(7)V99.
           02 IR-Sep4               PIC X.
           02 IR-Tax-Amount         PIC 9(7)V99.
           02 IR-Sep5               PIC X.
           02 IR-Tax-State          PIC X(2).
           02 IR-Sep6               PIC X.
           02 IR-Tax-Status         PIC X.
              88 IR-Taxed           VALUE "T".
              88 IR-Tax-Exempt      VALUE "E".
              88 IR-Tax-No-Rate     VALUE "N".

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

      *    One record per state: the two-letter state code
      *    VSCBADDR validates on the customer master and the
      *    combined rate as a decimal fraction (0.07250 = 7.25%).
      *    A state that charges no sales tax still carries a
      *    record, at rate zero, so a missing state stands out.
       FD TaxRateFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  TaxRateRec.
           02 TR-State              PIC X(2).
           02 TR-Sep1               PIC X.
           02 TR-Rate               PIC 9V9(5).
           02 TR-Rate-X REDEFINES TR-Rate
                                    PIC X(6).
           02 TR-Sep2               PIC X.
           02 TR-State-Name         PIC X(20).

       FD  RunControlFile.
           COPY RUNCTL REPLACING ==:tag:== BY ==RC==.
           COPY WSFST REPLACING ==:tag:== BY ==CUSTFile==.
           COPY WSFST REPLACING ==:tag:== BY ==InvoicePrintFile==.
           COPY WSFST REPLACING ==:tag:== BY ==InvRegisterFile==.
           COPY WSFST REPLACING ==:tag:== BY ==InvLineFile==.
           COPY WSFST REPLACING ==:tag:== BY ==TaxRateFile==.

       01  WS-Run-Date              PIC 9(8).

           02 WS-Invoices-Cnt       PIC 9(6) COMP VALUE ZERO.
           02 WS-No-Gadget-Cnt      PIC 9(6) COMP VALUE ZERO.
           02 WS-No-Customer-Cnt    PIC 9(6) COMP VALUE ZERO.
           02 WS-No-Tax-Rate-Cnt    PIC 9(6) COMP VALUE ZERO.
           02 WS-Tax-Exempt-Cnt     PIC 9(6) COMP VALUE ZERO.
           02 WS-Tax-Billed-Total   PIC 9(9)V99 VALUE ZERO.

       01  WS-Invoice-Seq-Cnt       PIC 9(6) COMP VALUE ZERO.

              03 WS-IL-GadgetName   PIC X(30).
              03 WS-IL-Qty          PIC 9(4).
              03 WS-IL-Price        PIC 9(4)V99.
              03 WS-IL-Cost         PIC 9(4)V99.
              03 WS-IL-WhseLoc      PIC 9.
              03 WS-IL-Order-Nbr    PIC X(6).
              03 WS-IL-Billed-Flag  PIC X.
                 88 IL-Billed       VALUE "Y".
                 88 IL-Not-Billed   VALUE "N".
           02 WS-IL-IDX             PIC 9(04) COMP VALUE ZERO.
           02 WS-IL-IDX2            PIC 9(04) COMP VALUE ZERO.

      *    The tax rate file, loaded once - a few dozen states at
      *    most, searched per invoice.
       01  WS-Tax-Rates.
           02 WS-TR-Max             PIC 9(04) COMP VALUE 60.
           02 WS-TR-Cnt             PIC 9(04) COMP VALUE ZERO.
           02 WS-TR-Table OCCURS 60 TIMES.
              03 WS-TR-State        PIC X(2).
              03 WS-TR-Rate         PIC 9V9(5).
           02 WS-TR-IDX             PIC 9(04) COMP VALUE ZERO.

       01  WS-Current-Cust-ID       PIC 9(4) VALUE ZERO.
       01  WS-Invoice-Total         PIC 9(7)V99 VALUE ZERO.
       01  WS-Invoice-Tax           PIC 9(7)V99 VALUE ZERO.
       01  WS-Tax-Rate              PIC 9V9(5) VALUE ZERO.
       01  WS-Tax-State             PIC X(2) VALUE SPACE.
       01  WS-Tax-Status            PIC X VALUE SPACE.
           88 Tax-Is-Taxed          VALUE "T".
           88 Tax-Is-Exempt         VALUE "E".
           88 Tax-Is-No-Rate        VALUE "N".
       01  WS-Exempt-Cert           PIC X(15) VALUE SPACE.
       01  WS-Line-Extended         PIC 9(7)V99 VALUE ZERO.

       01  WS-Inv-Heading-1.
           02 WS-ID-Extended        PIC 9(7).99.
           02 FILLER                PIC X(15) VALUE SPACE.

       01  WS-Inv-Subtotal-Line.
           02 FILLER                PIC X(46) VALUE SPACE.
           02 FILLER                PIC X(14) VALUE "SUBTOTAL      ".
           02 WS-IS-Subtotal        PIC 9(7).99.
           02 FILLER                PIC X(10) VALUE SPACE.

       01  WS-Inv-Tax-Line.
           02 FILLER                PIC X(32) VALUE SPACE.
           02 FILLER                PIC X(10) VALUE "SALES TAX ".
           02 WS-IX-State           PIC X(2).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-IX-Rate            PIC 9.9(5).
           02 FILLER                PIC X(08) VALUE SPACE.
           02 WS-IX-Tax             PIC 9(7).99.
           02 FILLER                PIC X(10) VALUE SPACE.

       01  WS-Inv-Exempt-Line.
           02 FILLER                PIC X(20) VALUE SPACE.
           02 FILLER                PIC X(25) VALUE
              "TAX EXEMPT - CERTIFICATE ".
           02 WS-IE-Cert            PIC X(15).
           02 WS-IE-Tax             PIC 9(7).99.
           02 FILLER                PIC X(10) VALUE SPACE.

       01  WS-Inv-Total-Line.
           02 FILLER                PIC X(46) VALUE SPACE.
           02 FILLER                PIC X(14) VALUE "INVOICE TOTAL ".
             VALUE "Invoice Error - Gadget gone from Stock Master".
             88 NoSuchCustomerError
             VALUE "Invoice Error - No such customer on master".
             88 NoTaxRateError
             VALUE "Tax Error - Bill-to state not on rate file".

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
       Begin.
           PERFORM ReadRunControl.
           PERFORM LoadInvoiceSequence
           PERFORM LoadTaxRates
           OPEN INPUT AcceptedOrderFile
           IF NOT WS-AcceptedOrderFile-Good
             DISPLAY "** ERROR **: Begin"
               PERFORM AbortRun
             END-IF
           END-IF
           OPEN EXTEND InvLineFile
           IF NOT WS-InvLineFile-Good
             OPEN OUTPUT InvLineFile
             IF NOT WS-InvLineFile-Good
               DISPLAY "** ERROR **: Begin"
               DISPLAY "Open InvLineFile Failed."
               DISPLAY "File Status: " WS-InvLineFile-Status
               PERFORM AbortRun
             END-IF
           END-IF

           PERFORM ReadMasterFile
           PERFORM ReadAcceptedOrder
             DISPLAY "   Invoices w/o Customer Master: "
                WS-No-Customer-Cnt
           END-IF
           DISPLAY "   Sales Tax Billed:   " WS-Tax-Billed-Total
           DISPLAY "   Tax-Exempt Invoices: " WS-Tax-Exempt-Cnt
           IF WS-No-Tax-Rate-Cnt > ZERO
             DISPLAY "   Invoices w/o Tax Rate: " WS-No-Tax-Rate-Cnt
           END-IF
           CLOSE AcceptedOrderFile, MasterStockFile, CUSTFile,
                 InvoicePrintFile, InvRegisterFile, InvLineFile
           IF WS-No-Gadget-Cnt > ZERO OR WS-No-Customer-Cnt > ZERO
              OR WS-No-Tax-Rate-Cnt > ZERO
             MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       AbortRun.
           CLOSE AcceptedOrderFile, MasterStockFile, CUSTFile,
                 InvoicePrintFile, InvRegisterFile, InvLineFile,
                 TaxRateFile.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

             END-IF
           END-IF.

       LoadTaxRates.
      *    The rate file is required - invoicing without it would
      *    bill every customer untaxed. A bad rate is a stop too:
      *    better no invoices today than a day of wrong tax.
           OPEN INPUT TaxRateFile
           IF NOT WS-TaxRateFile-Good
             DISPLAY "** ERROR **: LoadTaxRates"
             DISPLAY "Open TaxRateFile Failed."
             DISPLAY "File Status: " WS-TaxRateFile-Status
             PERFORM AbortRun
           END-IF
           PERFORM ReadTaxRateFile
           PERFORM UNTIL WS-TaxRateFile-EOF
             IF TR-Rate-X NOT NUMERIC OR TR-State = SPACES
               DISPLAY "** ERROR **: LoadTaxRates"
               DISPLAY "Bad tax rate record for state: " TR-State
               PERFORM AbortRun
             END-IF
             IF WS-TR-Cnt >= WS-TR-Max
               DISPLAY "** ERROR **: LoadTaxRates"
               DISPLAY "More states on the tax rate file than the "
                  "rate table holds."
               PERFORM AbortRun
             END-IF
             ADD 1 TO WS-TR-Cnt
             MOVE TR-State TO WS-TR-State(WS-TR-Cnt)
             MOVE TR-Rate TO WS-TR-Rate(WS-TR-Cnt)
             PERFORM ReadTaxRateFile
           END-PERFORM
           CLOSE TaxRateFile
           IF NOT WS-TaxRateFile-Good
             DISPLAY "** ERROR **: LoadTaxRates"
             DISPLAY "Close TaxRateFile Failed."
             DISPLAY "File Status: " WS-TaxRateFile-Status
             PERFORM AbortRun
           END-IF.

       ReadTaxRateFile.
           READ TaxRateFile
                AT END SET WS-TaxRateFile-EOF TO TRUE
           END-READ.
           IF NOT WS-TaxRateFile-Good
              AND NOT WS-TaxRateFile-EOF
             DISPLAY "** ERROR **: ReadTaxRateFile"
             DISPLAY "Read TaxRateFile Failed."
             DISPLAY "File Status: " WS-TaxRateFile-Status
             PERFORM AbortRun
           END-IF.

       ReadInvRegisterFile.
           READ InvRegisterFile
                AT END SET WS-InvRegisterFile-EOF TO TRUE
             MOVE GadgetName-MF TO WS-IL-GadgetName(WS-IL-Cnt)
             MOVE AO-Qty TO WS-IL-Qty(WS-IL-Cnt)
             MOVE Price-MF TO WS-IL-Price(WS-IL-Cnt)
             MOVE Cost-MF TO WS-IL-Cost(WS-IL-Cnt)
             MOVE AO-WhseLoc TO WS-IL-WhseLoc(WS-IL-Cnt)
             MOVE AO-Order-Nbr TO WS-IL-Order-Nbr(WS-IL-Cnt)
             SET IL-Not-Billed(WS-IL-Cnt) TO TRUE
           END-IF.

               SET IL-Billed(WS-IL-IDX2) TO TRUE
             END-IF
           END-PERFORM.
           MOVE WS-Invoice-Total TO WS-IS-Subtotal.
           WRITE InvoicePrintRec FROM WS-Inv-Subtotal-Line.
           PERFORM CheckInvoicePrintWrite.
           PERFORM ComputeInvoiceTax.
           ADD WS-Invoice-Tax TO WS-Invoice-Total.
           MOVE WS-Invoice-Total TO WS-IT-Total.
           WRITE InvoicePrintRec FROM WS-Inv-Total-Line.
           PERFORM CheckInvoicePrintWrite.
             MOVE CUSTFile-Cust-City TO WS-IB-City
             MOVE CUSTFile-Cust-State TO WS-IB-State
             MOVE CUSTFile-Cust-Zip TO WS-IB-Zip
             MOVE CUSTFile-Cust-Tax-Exempt TO WS-Tax-Status
             MOVE CUSTFile-Cust-Exempt-Cert TO WS-Exempt-Cert
           ELSE
             IF WS-CUSTFile-EOF
      *        BDS1006 validated the customer this morning, so a
               MOVE WS-Current-Cust-ID TO WS-IB-Last-Name(1:4)
               MOVE SPACES TO WS-IB-Street WS-IB-City
                              WS-IB-State WS-IB-Zip
                              WS-Tax-Status WS-Exempt-Cert
             ELSE
               DISPLAY "** ERROR **: LookupBillToCustomer"
               DISPLAY "Read CUSTFile Failed."
             END-IF
           END-IF.

       ComputeInvoiceTax.
      *    Tax goes on the whole invoice at the bill-to state's rate
      *    - the customer master carries the one address, and that
      *    is where the goods ship. WS-Tax-Status arrives holding
      *    the customer's exempt flag from LookupBillToCustomer.
           MOVE ZERO TO WS-Invoice-Tax WS-Tax-Rate.
           MOVE WS-IB-State TO WS-Tax-State.
           IF WS-Tax-Status = "Y"
             SET Tax-Is-Exempt TO TRUE
             ADD 1 TO WS-Tax-Exempt-Cnt
             MOVE WS-Exempt-Cert TO WS-IE-Cert
             MOVE ZERO TO WS-IE-Tax
             WRITE InvoicePrintRec FROM WS-Inv-Exempt-Line
             PERFORM CheckInvoicePrintWrite
           ELSE
             SET Tax-Is-No-Rate TO TRUE
             PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                     UNTIL WS-TR-IDX > WS-TR-Cnt
               IF WS-TR-State(WS-TR-IDX) = WS-Tax-State
                 MOVE WS-TR-Rate(WS-TR-IDX) TO WS-Tax-Rate
                 SET Tax-Is-Taxed TO TRUE
               END-IF
             END-PERFORM
             IF Tax-Is-Taxed
               COMPUTE WS-Invoice-Tax ROUNDED =
                  WS-Invoice-Total * WS-Tax-Rate
             ELSE
               ADD 1 TO WS-No-Tax-Rate-Cnt
               MOVE WS-Current-Cust-ID TO PrnCustId
               MOVE ZERO TO PrnGadgetId
               SET NoTaxRateError TO TRUE
               DISPLAY "** EXCEPTION **: " ErrorMessage
             END-IF
             ADD WS-Invoice-Tax TO WS-Tax-Billed-Total
             MOVE WS-Tax-State TO WS-IX-State
             MOVE WS-Tax-Rate TO WS-IX-Rate
             MOVE WS-Invoice-Tax TO WS-IX-Tax
             WRITE InvoicePrintRec FROM WS-Inv-Tax-Line
             PERFORM CheckInvoicePrintWrite
           END-IF.

       PrintInvoiceDetail.
           COMPUTE WS-Line-Extended =
              WS-IL-Qty(WS-IL-IDX2) * WS-IL-Price(WS-IL-IDX2).
           MOVE WS-Line-Extended TO WS-ID-Extended.
           WRITE InvoicePrintRec FROM WS-Inv-Detail-Line.
           PERFORM CheckInvoicePrintWrite.
           PERFORM WriteInvoiceLine.

       CheckInvoicePrintWrite.
           IF NOT WS-InvoicePrintFile-Good
           END-IF.

       WriteRegisterLine.
           MOVE SPACE TO IR-Sep1 IR-Sep2 IR-Sep3 IR-Sep4 IR-Sep5
                         IR-Sep6.
           MOVE WS-Invoice-Seq-Cnt TO IR-Invoice-Nbr.
           MOVE WS-Current-Cust-ID TO IR-Cust-ID.
           MOVE WS-Run-Date TO IR-Inv-Date.
           MOVE WS-Invoice-Total TO IR-Inv-Total.
           MOVE WS-Invoice-Tax TO IR-Tax-Amount.
           MOVE WS-Tax-State TO IR-Tax-State.
           MOVE WS-Tax-Status TO IR-Tax-Status.
           WRITE InvRegisterRec.
           IF NOT WS-InvRegisterFile-Good
             DISPLAY "** ERROR **: WriteRegisterLine"
             PERFORM AbortRun
           END-IF.

       WriteInvoiceLine.
           MOVE SPACE TO IV-Sep1 IV-Sep2 IV-Sep3 IV-Sep4 IV-Sep5
                         IV-Sep6 IV-Sep7 IV-Sep8 IV-Sep9.
           MOVE WS-Invoice-Seq-Cnt TO IV-Invoice-Nbr.
           MOVE WS-Run-Date TO IV-Inv-Date.
           MOVE WS-Current-Cust-ID TO IV-Cust-ID.
           MOVE WS-IL-Order-Nbr(WS-IL-IDX2) TO IV-Order-Nbr.
           MOVE WS-IL-GadgetID(WS-IL-IDX2) TO IV-GadgetID.
           MOVE WS-IL-WhseLoc(WS-IL-IDX2) TO IV-WhseLoc.
           MOVE WS-IL-Qty(WS-IL-IDX2) TO IV-Qty.
           MOVE WS-IL-Price(WS-IL-IDX2) TO IV-Unit-Price.
           MOVE WS-IL-Cost(WS-IL-IDX2) TO IV-Unit-Cost.
           MOVE WS-Line-Extended TO IV-Extended.
           WRITE InvLineRec.
           IF NOT WS-InvLineFile-Good
             DISPLAY "** ERROR **: WriteInvoiceLine"
             DISPLAY "Write InvLineFile Failed."
             DISPLAY "File Status: " WS-InvLineFile-Status
             PERFORM AbortRun
           END-IF.

       ReadAcceptedOrder.
           READ AcceptedOrderFile
                AT END SET EndOfAcceptedOrders TO TRUE
