      *     remembers the highest invoice number already loaded
      *     and only newer entries are taken - a paid-and-closed
      *     invoice must not be resurrected from the register.
      *   - posts new credit memos from the memo register (the
      *     control record keeps a memo high-water mark as well)
      *     against the open item they name. Whatever a memo
      *     cannot apply - the invoice is closed, or the memo is
      *     for more than is still open - is put on account as
      *     an unapplied credit item that nets off the
      *     customer's balance until a human refunds or
      *     reapplies it.
      *   - applies the day's payments file: a full payment
      *     closes the item, a short payment leaves the reduced
      *     balance open, and a payment with no matching open
      *                          strand the day's invoices as
      *                          "already loaded" with the open-
      *                          item swap never taken.
      * 2026-10-15 dastagg       Credit memos from the returns run
      *                          (BDS1026) are posted against the
      *                          invoice they name before the day's
      *                          cash is applied, with their own
      *                          high-water mark on the AR control
      *                          record. The applied credit goes to
      *                          the payment history marked as a
      *                          credit memo for the statements
      *                          run; a memo against a closed
      *                          invoice, or for more than is still
      *                          open, goes on the exception listing
      *                          as a refund due.
      * 2026-10-15 dastagg       Register and memo layouts carry
      *                          the sales tax fields; the totals
      *                          posted already include the tax.
      * 2026-10-15 dastagg       A memo against a closed invoice,
      *                          or the part of one over what is
      *                          still open, is posted on account -
      *                          an unapplied credit item on the
      *                          open-item file (record grows to 42
      *                          bytes with an item-type byte) and
      *                          a credit line on the payment
      *                          history - instead of only going on
      *                          the exception listing. The credit
      *                          nets off the customer's balance
      *                          and the aging until a human refunds
      *                          or reapplies it.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-InvRegisterFile-Status.

           SELECT CreditMemoFile
           ASSIGN TO "../data/c10-5crmemo.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CreditMemoFile-Status.

           SELECT PaymentsFile
           ASSIGN TO "../data/c10-5payments.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           02 AR-Orig-Amount        PIC 9(7)V99.
           02 AR-Sep4               PIC X.
           02 AR-Open-Balance       PIC 9(7)V99.
      *    Blank on items written before credits went on account -
      *    every one of those is an invoice. An unapplied credit
      *    carries the invoice its memo named, the day it was
      *    posted, and what is still to be refunded or reapplied.
           02 AR-Sep5               PIC X.
           02 AR-Item-Type          PIC X.
              88 AR-Invoice-Item    VALUE "I" SPACE.
              88 AR-Unapplied-Credit
                                    VALUE "U".

       FD ARNewOpenFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ARNewOpenRec             PIC X(42).

       FD ARControlFile
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  ARControlRec.
           02 ARC-Last-Invoice-Nbr  PIC 9(6).
           02 ARC-Sep1              PIC X.
      *    Blank on a control record written before credit memos
      *    were posted here - taken as zero.
           02 ARC-Last-Memo-Nbr     PIC 9(6).
           02 ARC-Last-Memo-Nbr-X REDEFINES ARC-Last-Memo-Nbr
                                    PIC X(6).

       FD NewARControlFile
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  NewARControlRec.
           02 NARC-Last-Invoice-Nbr PIC 9(6).
           02 NARC-Sep1             PIC X.
           02 NARC-Last-Memo-Nbr    PIC 9(6).

       FD InvRegisterFile
           LABEL RECORDS ARE STANDARD
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

       FD PaymentsFile
           LABEL RECORDS ARE STANDARD
           02 PH-Applied-Date       PIC 9(8).
           02 PH-Sep3               PIC X.
           02 PH-Applied-Amount     PIC 9(7)V99.
           02 PH-Sep4               PIC X.
      *    History written before credit memos were posted carries
      *    blanks here - all of it was cash.
           02 PH-Kind               PIC X.
              88 PH-Payment         VALUE "P" SPACE.
              88 PH-Credit-Memo     VALUE "C".
           02 PH-Sep5               PIC X.
           02 PH-Memo-Nbr           PIC 9(6).

       FD  CUSTFile.
           COPY CUSTOMER REPLACING ==:tag:== BY ==CUSTFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ARControlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==NewARControlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==InvRegisterFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CreditMemoFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PaymentsFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PayHistFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CUSTFile==.
           02 WS-Unmatched-Pay-Cnt  PIC 9(6) COMP VALUE ZERO.
           02 WS-Overpaid-Cnt       PIC 9(6) COMP VALUE ZERO.
           02 WS-Items-Written-Cnt  PIC 9(6) COMP VALUE ZERO.
           02 WS-Memos-Read-Cnt     PIC 9(6) COMP VALUE ZERO.
           02 WS-Memos-Applied-Cnt  PIC 9(6) COMP VALUE ZERO.
           02 WS-On-Account-Cnt     PIC 9(6) COMP VALUE ZERO.
           02 WS-On-Account-Total   PIC 9(9)V99 VALUE ZERO.

       01  WS-Last-Invoice-Loaded   PIC 9(6) VALUE ZERO.
       01  WS-Last-Memo-Loaded      PIC 9(6) VALUE ZERO.
       01  WS-History-Kind          PIC X VALUE "P".
       01  WS-History-Memo-Nbr      PIC 9(6) VALUE ZERO.

      *    Every open item in Cust-ID/invoice order - new register
      *    entries are slotted in at the right place the way
              03 WS-OI-Closed-Flag  PIC X.
                 88 OI-Closed       VALUE "Y".
                 88 OI-Open         VALUE "N".
              03 WS-OI-Item-Type    PIC X.
                 88 OI-Invoice      VALUE "I".
                 88 OI-Credit       VALUE "U".
           02 WS-OI-IDX             PIC 9(06) COMP VALUE ZERO.
           02 WS-OI-IDX2            PIC 9(06) COMP VALUE ZERO.

       01  WS-Applied-Amount        PIC 9(7)V99 VALUE ZERO.
       01  WS-On-Account-Amount     PIC 9(7)V99 VALUE ZERO.
       01  WS-Cust-Open-Total       PIC S9(7)V99 VALUE ZERO.
       01  WS-Balance-Updated-Cnt   PIC 9(6) COMP VALUE ZERO.

       01  WS-OI-Found-Switch       PIC X VALUE "N".
       01  WS-OI-Insert-Key.
           02 WS-OI-Ins-Cust-ID     PIC 9(4).
           02 WS-OI-Ins-Invoice     PIC 9(6).
       01  WS-OI-Find-Key.
           02 WS-OI-Find-Cust-ID    PIC 9(4).
           02 WS-OI-Find-Invoice    PIC 9(6).

      *    Unapplied credits age as current and come off the
      *    current bucket and the total, so either can go negative.
       01  WS-Aging-Customer.
           02 WS-AG-Cust-ID         PIC 9(4) VALUE ZERO.
           02 WS-AG-Current         PIC S9(7)V99 VALUE ZERO.
           02 WS-AG-Over-30         PIC 9(7)V99 VALUE ZERO.
           02 WS-AG-Over-60         PIC 9(7)V99 VALUE ZERO.
           02 WS-AG-Over-90         PIC 9(7)V99 VALUE ZERO.
           02 WS-AG-Total           PIC S9(7)V99 VALUE ZERO.

       01  WS-Aging-Grand.
           02 WS-AGG-Current        PIC S9(9)V99 VALUE ZERO.
           02 WS-AGG-Over-30        PIC 9(9)V99 VALUE ZERO.
           02 WS-AGG-Over-60        PIC 9(9)V99 VALUE ZERO.
           02 WS-AGG-Over-90        PIC 9(9)V99 VALUE ZERO.
           02 WS-AGG-Total          PIC S9(9)V99 VALUE ZERO.

       01  WS-Aging-Heading.
           02 FILLER                PIC X(48) VALUE
           02 FILLER                PIC X VALUE SPACE.
           02 WS-AL-Cust-Name       PIC X(30).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-AL-Current         PIC 9(7).99-.
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-AL-Over-30         PIC 9(7).99.
           02 FILLER                PIC X(03) VALUE SPACE.
           02 WS-AL-Over-60         PIC 9(7).99.
           02 FILLER                PIC X(03) VALUE SPACE.
           02 WS-AL-Over-90         PIC 9(7).99.
           02 FILLER                PIC X(03) VALUE SPACE.
           02 WS-AL-Total           PIC 9(7).99-.
           02 FILLER                PIC X(33) VALUE SPACE.

       01  WS-Aging-Grand-Line.
           02 FILLER                PIC X(23) VALUE "GRAND TOTAL".
           02 FILLER                PIC X(13) VALUE SPACE.
           02 WS-AGL-Current        PIC 9(9).99-.
           02 FILLER                PIC X VALUE SPACE.
           02 WS-AGL-Over-30        PIC 9(9).99.
           02 FILLER                PIC X VALUE SPACE.
           02 FILLER                PIC X VALUE SPACE.
           02 WS-AGL-Over-90        PIC 9(9).99.
           02 FILLER                PIC X VALUE SPACE.
           02 WS-AGL-Total          PIC 9(9).99-.
           02 FILLER                PIC X(30) VALUE SPACE.

       01  ExceptionMessage.
           02 PrnPayCustId          PIC 9(4).
             VALUE "Payment Error - No matching open invoice".
             88 OverpaymentError
             VALUE "Payment Error - Paid more than open balance".
             88 MemoInvoiceClosedError
             VALUE "Credit Note - Invoice closed, put on account".
             88 MemoOverBalanceError
             VALUE "Credit Note - Over open balance, rest on acct".

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
             DISPLAY "File Status: " WS-ARExceptionFile-Status
             PERFORM AbortRun
           END-IF
           PERFORM OpenPayHistory
           PERFORM ApplyCreditMemos
           PERFORM ApplyPayments
           CLOSE PayHistFile
           IF NOT WS-PayHistFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Close PayHistFile Failed."
             DISPLAY "File Status: " WS-PayHistFile-Status
             PERFORM AbortRun
           END-IF
           PERFORM WriteNewOpenItems
           PERFORM UpdateCustomerBalances
           PERFORM PrintAgedTrialBalance
           DISPLAY "   Short Payments:       " WS-Short-Pay-Cnt
           DISPLAY "   Unmatched Payments:   " WS-Unmatched-Pay-Cnt
           DISPLAY "   Overpayments:         " WS-Overpaid-Cnt
           DISPLAY "   Credit Memos Read:    " WS-Memos-Read-Cnt
           DISPLAY "   Credit Memos Applied: " WS-Memos-Applied-Cnt
           DISPLAY "   Credits On Account:   " WS-On-Account-Cnt
           DISPLAY "   On Account Amount:    " WS-On-Account-Total
           DISPLAY "   Open Items Written:   " WS-Items-Written-Cnt
           DISPLAY "   Cust Balances Updated:" WS-Balance-Updated-Cnt
           CLOSE ARExceptionFile
       AbortRun.
           CLOSE AROpenFile, ARNewOpenFile, ARControlFile,
                 NewARControlFile,
                 InvRegisterFile, CreditMemoFile, PaymentsFile,
                 PayHistFile, CUSTFile, AgingReportFile,
                 ARExceptionFile.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

             END-READ
             IF WS-ARControlFile-Good
               MOVE ARC-Last-Invoice-Nbr TO WS-Last-Invoice-Loaded
               IF ARC-Last-Memo-Nbr-X IS NUMERIC
                 MOVE ARC-Last-Memo-Nbr TO WS-Last-Memo-Loaded
               END-IF
             END-IF
             CLOSE ARControlFile
             IF NOT WS-ARControlFile-Good
                  TO WS-OI-Orig-Amount(WS-OI-Found-IDX)
               MOVE AR-Open-Balance
                  TO WS-OI-Open-Balance(WS-OI-Found-IDX)
               IF AR-Unapplied-Credit
                 SET OI-Credit(WS-OI-Found-IDX) TO TRUE
               END-IF
               PERFORM ReadAROpenFile
             END-PERFORM
             CLOSE AROpenFile
                TO WS-OI-Open-Balance(WS-OI-IDX2)
             MOVE WS-OI-Closed-Flag(WS-OI-IDX)
                TO WS-OI-Closed-Flag(WS-OI-IDX2)
             MOVE WS-OI-Item-Type(WS-OI-IDX)
                TO WS-OI-Item-Type(WS-OI-IDX2)
             SUBTRACT 1 FROM WS-OI-IDX
           END-PERFORM
           COMPUTE WS-OI-Found-IDX = WS-OI-IDX + 1
              TO WS-OI-Cust-ID(WS-OI-Found-IDX)
           MOVE WS-OI-Ins-Invoice
              TO WS-OI-Invoice-Nbr(WS-OI-Found-IDX)
           SET OI-Open(WS-OI-Found-IDX) TO TRUE
           SET OI-Invoice(WS-OI-Found-IDX) TO TRUE.

       OpenPayHistory.
      *    The history has to outlive the run for the statements
      *    pass - EXTEND with OUTPUT as the first-run fallback,
      *    like every other trail in the system. Credit memos and
      *    cash both land on it.
           OPEN EXTEND PayHistFile
           IF NOT WS-PayHistFile-Good
             OPEN OUTPUT PayHistFile
             IF NOT WS-PayHistFile-Good
               DISPLAY "** ERROR **: OpenPayHistory"
               DISPLAY "Open PayHistFile Failed."
               DISPLAY "File Status: " WS-PayHistFile-Status
               PERFORM AbortRun
             END-IF
           END-IF.

       ApplyCreditMemos.
      *    Only memos newer than the control record's memo high-
      *    water mark are taken, the same rule the invoice
      *    register load follows. They go on ahead of the cash, so
      *    a customer who paid the invoice net of a return is not
      *    shown as short-paid. A missing memo register (status
      *    "35") means no return has ever been credited.
           MOVE "C" TO WS-History-Kind
           OPEN INPUT CreditMemoFile
           IF WS-CreditMemoFile-Good
             PERFORM ReadCreditMemoFile
             PERFORM UNTIL WS-CreditMemoFile-EOF
               IF CM-Memo-Nbr > WS-Last-Memo-Loaded
                 PERFORM ApplyOneCreditMemo
                 MOVE CM-Memo-Nbr TO WS-Last-Memo-Loaded
               END-IF
               PERFORM ReadCreditMemoFile
             END-PERFORM
             CLOSE CreditMemoFile
             IF NOT WS-CreditMemoFile-Good
               DISPLAY "** ERROR **: ApplyCreditMemos"
               DISPLAY "Close CreditMemoFile Failed."
               DISPLAY "File Status: " WS-CreditMemoFile-Status
               PERFORM AbortRun
             END-IF
           ELSE
             IF WS-CreditMemoFile-Status NOT = "35"
               DISPLAY "** ERROR **: ApplyCreditMemos"
               DISPLAY "Open CreditMemoFile Failed."
               DISPLAY "File Status: " WS-CreditMemoFile-Status
               PERFORM AbortRun
             END-IF
           END-IF.

       ApplyOneCreditMemo.
           ADD 1 TO WS-Memos-Read-Cnt.
           MOVE CM-Memo-Nbr TO WS-History-Memo-Nbr.
           MOVE CM-Cust-ID TO PrnPayCustId WS-OI-Find-Cust-ID.
           MOVE CM-Invoice-Nbr TO PrnPayInvoice WS-OI-Find-Invoice.
           PERFORM FindOpenItem.
           IF NOT Found-Open-Item
      *      The invoice was paid and closed before the goods came
      *      back, or the order was cancelled after it was paid -
      *      the whole memo goes on account, and whether it is
      *      refunded or reapplied is a human's call.
             MOVE CM-Memo-Amount TO WS-On-Account-Amount
             PERFORM PostCreditOnAccount
             SET MemoInvoiceClosedError TO TRUE
             PERFORM WriteARException
           ELSE
             ADD 1 TO WS-Memos-Applied-Cnt
             EVALUATE TRUE
                WHEN CM-Memo-Amount =
                     WS-OI-Open-Balance(WS-OI-Found-IDX)
                   ADD 1 TO WS-Items-Closed-Cnt
                   MOVE CM-Memo-Amount TO WS-Applied-Amount
                   MOVE ZERO
                      TO WS-OI-Open-Balance(WS-OI-Found-IDX)
                   SET OI-Closed(WS-OI-Found-IDX) TO TRUE
                WHEN CM-Memo-Amount <
                     WS-OI-Open-Balance(WS-OI-Found-IDX)
                   MOVE CM-Memo-Amount TO WS-Applied-Amount
                   SUBTRACT CM-Memo-Amount
                      FROM WS-OI-Open-Balance(WS-OI-Found-IDX)
                WHEN OTHER
      *            Part of the invoice was already paid - credit
      *            what is still open and put the rest on account.
                   ADD 1 TO WS-Items-Closed-Cnt
                   MOVE WS-OI-Open-Balance(WS-OI-Found-IDX)
                      TO WS-Applied-Amount
                   COMPUTE WS-On-Account-Amount =
                      CM-Memo-Amount - WS-Applied-Amount
                   MOVE ZERO
                      TO WS-OI-Open-Balance(WS-OI-Found-IDX)
                   SET OI-Closed(WS-OI-Found-IDX) TO TRUE
             END-EVALUATE
             PERFORM WritePayHistory
             IF CM-Memo-Amount > WS-Applied-Amount
               PERFORM PostCreditOnAccount
               SET MemoOverBalanceError TO TRUE
               PERFORM WriteARException
             END-IF
           END-IF.

       PostCreditOnAccount.
      *    An unapplied credit item under the invoice the memo
      *    named, dated today, and its own credit line on the
      *    payment history so the statement shows it. It still
      *    goes on the exception listing for follow-up, but no
      *    money is lost track of, so it does not fail the run.
           ADD 1 TO WS-On-Account-Cnt.
           ADD WS-On-Account-Amount TO WS-On-Account-Total.
           MOVE CM-Cust-ID TO WS-OI-Ins-Cust-ID.
           MOVE CM-Invoice-Nbr TO WS-OI-Ins-Invoice.
           PERFORM InsertOpenItemSlot.
           SET OI-Credit(WS-OI-Found-IDX) TO TRUE.
           MOVE WS-Run-Date TO WS-OI-Inv-Date(WS-OI-Found-IDX).
           MOVE WS-On-Account-Amount
              TO WS-OI-Orig-Amount(WS-OI-Found-IDX).
           MOVE WS-On-Account-Amount
              TO WS-OI-Open-Balance(WS-OI-Found-IDX).
           MOVE WS-On-Account-Amount TO WS-Applied-Amount.
           PERFORM WritePayHistory.

       ApplyPayments.
      *    Missing payments file simply means no cash came in
      *    today - the pass still reloads, re-ages and rewrites.
           MOVE "P" TO WS-History-Kind
           MOVE ZERO TO WS-History-Memo-Nbr
           OPEN INPUT PaymentsFile
           IF WS-PaymentsFile-Good
             PERFORM ReadPaymentsFile
             PERFORM UNTIL WS-PaymentsFile-EOF
               PERFORM ApplyOnePayment
               DISPLAY "File Status: " WS-PaymentsFile-Status
               PERFORM AbortRun
             END-IF
           ELSE
             IF WS-PaymentsFile-Status NOT = "35"
               DISPLAY "** ERROR **: ApplyPayments"
           ADD 1 TO WS-Payments-Read-Cnt.
           MOVE PAY-Cust-ID TO PrnPayCustId.
           MOVE PAY-Invoice-Nbr TO PrnPayInvoice.
           MOVE PAY-Cust-ID TO WS-OI-Find-Cust-ID.
           MOVE PAY-Invoice-Nbr TO WS-OI-Find-Invoice.
           PERFORM FindOpenItem.
           IF NOT Found-Open-Item
             ADD 1 TO WS-Unmatched-Pay-Cnt
           PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                   UNTIL WS-OI-IDX > WS-OI-Cnt
             IF No-Open-Item-Found
                AND WS-OI-Cust-ID(WS-OI-IDX) = WS-OI-Find-Cust-ID
                AND WS-OI-Invoice-Nbr(WS-OI-IDX) = WS-OI-Find-Invoice
                AND OI-Open(WS-OI-IDX)
                AND OI-Invoice(WS-OI-IDX)
               SET Found-Open-Item TO TRUE
               MOVE WS-OI-IDX TO WS-OI-Found-IDX
             END-IF
      *    Only the applied portion lands on the history - an
      *    overpayment's excess is an exception for a human, not
      *    cash the statement should show against the invoice.
           MOVE SPACE TO PH-Sep1 PH-Sep2 PH-Sep3 PH-Sep4 PH-Sep5.
           MOVE WS-OI-Find-Cust-ID TO PH-Cust-ID.
           MOVE WS-OI-Find-Invoice TO PH-Invoice-Nbr.
           MOVE WS-Run-Date TO PH-Applied-Date.
           MOVE WS-Applied-Amount TO PH-Applied-Amount.
           MOVE WS-History-Kind TO PH-Kind.
           MOVE WS-History-Memo-Nbr TO PH-Memo-Nbr.
           WRITE PayHistRec.
           IF NOT WS-PayHistFile-Good
             DISPLAY "** ERROR **: WritePayHistory"
             IF OI-Open(WS-OI-IDX)
               ADD 1 TO WS-Items-Written-Cnt
               MOVE SPACE TO AR-Sep1 AR-Sep2 AR-Sep3 AR-Sep4
                             AR-Sep5
               MOVE WS-OI-Item-Type(WS-OI-IDX) TO AR-Item-Type
               MOVE WS-OI-Cust-ID(WS-OI-IDX) TO AR-Cust-ID
               MOVE WS-OI-Invoice-Nbr(WS-OI-IDX) TO AR-Invoice-Nbr
               MOVE WS-OI-Inv-Date(WS-OI-IDX) TO AR-Inv-Date
             DISPLAY "File Status: " WS-NewARControlFile-Status
             PERFORM AbortRun
           END-IF
           MOVE SPACE TO NARC-Sep1
           MOVE WS-Last-Invoice-Loaded TO NARC-Last-Invoice-Nbr
           MOVE WS-Last-Memo-Loaded TO NARC-Last-Memo-Nbr
           WRITE NewARControlRec
           IF NOT WS-NewARControlFile-Good
             DISPLAY "** ERROR **: WriteARControl"
                   UNTIL WS-OI-IDX > WS-OI-Cnt
             IF WS-OI-Cust-ID(WS-OI-IDX) = CUSTFile-Cust-ID
                AND OI-Open(WS-OI-IDX)
               IF OI-Credit(WS-OI-IDX)
                 SUBTRACT WS-OI-Open-Balance(WS-OI-IDX)
                    FROM WS-Cust-Open-Total
               ELSE
                 ADD WS-OI-Open-Balance(WS-OI-IDX)
                    TO WS-Cust-Open-Total
               END-IF
             END-IF
           END-PERFORM.
      *    Credit on account beyond what is owed leaves nothing
      *    owing for the credit check - the customer master has
      *    no negative balance.
           IF WS-Cust-Open-Total < ZERO
             MOVE ZERO TO WS-Cust-Open-Total
           END-IF.
           IF WS-Cust-Open-Total > 99999.99
             DISPLAY "** WARNING **: UpdateOneCustomerBalance"
             DISPLAY "Cust-ID " CUSTFile-Cust-ID
           COMPUTE WS-Item-Age-Days =
              WS-Run-Date-Days - WS-Item-Date-Days.
           EVALUATE TRUE
              WHEN OI-Credit(WS-OI-IDX)
                 SUBTRACT WS-OI-Open-Balance(WS-OI-IDX)
                    FROM WS-AG-Current
              WHEN WS-Item-Age-Days > 90
                 ADD WS-OI-Open-Balance(WS-OI-IDX) TO WS-AG-Over-90
              WHEN WS-Item-Age-Days > 60
              WHEN OTHER
                 ADD WS-OI-Open-Balance(WS-OI-IDX) TO WS-AG-Current
           END-EVALUATE.
           IF OI-Credit(WS-OI-IDX)
             SUBTRACT WS-OI-Open-Balance(WS-OI-IDX) FROM WS-AG-Total
           ELSE
             ADD WS-OI-Open-Balance(WS-OI-IDX) TO WS-AG-Total
           END-IF.

       FlushAgingCustomer.
      *    A customer with open items always prints, even when a
      *    credit on account nets the total to zero or below.
           IF WS-AG-Cust-ID NOT = ZERO
             MOVE WS-AG-Cust-ID TO WS-AL-Cust-ID
             PERFORM LookupAgingCustomerName
             MOVE WS-AG-Current TO WS-AL-Current
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

       ReadPaymentsFile.
           READ PaymentsFile
                AT END SET WS-PaymentsFile-EOF TO TRUE
