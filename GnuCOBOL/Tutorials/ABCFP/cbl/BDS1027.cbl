      ***********************************************************
      * Program name:    BDS1027
      * Original author: dastagg
      *
      * Description: Daily sales tax journal extract. Companion
      * to BDS1022 - BDS1022 journals the stock movements off the
      * audit trail, this journals the sales tax billed and
      * refunded, in the same journal layout (detail "D" lines,
      * one "T" trailer):
      *   - every new invoice on the invoice register carrying
      *     tax: debit 1200 ACCOUNTS RECEIVABLE, credit 2300
      *     SALES TAX PAYABLE
      *   - every new credit memo on the memo register refunding
      *     tax: debit 2300 SALES TAX PAYABLE, credit 1200
      *     ACCOUNTS RECEIVABLE
      * The invoice or memo number goes where BDS1022 carries the
      * audit sequence number, so each line traces to its
      * document.
      * A tax control record remembers the last invoice and the
      * last memo journaled, so each run picks up only the new
      * documents - both registers accumulate across runs.
      * The journal ends with a trailer carrying total debits
      * and credits; if they disagree the run ends non-zero and
      * the high-water marks stay where they were, the same way
      * BDS1022 handles an out-of-balance extract.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 dastagg       Created - sales tax billed on the
      *                          invoices needs its liability on
      *                          the ledger.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BDS1027.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InvRegisterFile
           ASSIGN TO "../data/c10-5invreg.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-InvRegisterFile-Status.

           SELECT CreditMemoFile
           ASSIGN TO "../data/c10-5crmemo.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CreditMemoFile-Status.

           SELECT TaxControlFile
           ASSIGN TO "../data/c10-5taxctl.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TaxControlFile-Status.

           SELECT JournalFile
           ASSIGN TO "../data/c10-5gltax.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JournalFile-Status.

           SELECT RunControlFile
           ASSIGN TO "../data/c10-5runctl.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RunControlFile-Status.

       DATA DIVISION.
       FILE SECTION.
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

       FD TaxControlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  TaxControlRec.
           02 TXC-Last-Invoice      PIC 9(6).
           02 TXC-Sep1              PIC X.
           02 TXC-Last-Memo         PIC 9(6).

       FD JournalFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  JournalRec.
           02 JR-Rec-Type           PIC X.
              88 JR-Detail          VALUE "D".
              88 JR-Trailer         VALUE "T".
           02 JR-Sep1               PIC X.
           02 JR-Date               PIC 9(8).
           02 JR-Sep2               PIC X.
           02 JR-Audit-Seq          PIC 9(6).
           02 JR-Sep3               PIC X.
           02 JR-Account            PIC X(4).
           02 JR-Sep4               PIC X.
           02 JR-DrCr               PIC X(2).
           02 JR-Sep5               PIC X.
           02 JR-Amount             PIC 9(9)V99.
           02 JR-Sep6               PIC X.
           02 JR-Desc               PIC X(24).

       01  JournalTrailerRec.
           02 JT-Rec-Type           PIC X.
           02 JT-Sep1               PIC X.
           02 JT-Date               PIC 9(8).
           02 JT-Sep2               PIC X.
           02 JT-Debit-Total        PIC 9(11)V99.
           02 JT-Sep3               PIC X.
           02 JT-Credit-Total       PIC 9(11)V99.

       FD  RunControlFile.
           COPY RUNCTL REPLACING ==:tag:== BY ==RC==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RunControlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==InvRegisterFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CreditMemoFile==.
           COPY WSFST REPLACING ==:tag:== BY ==TaxControlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==JournalFile==.

       01  WS-Run-Date              PIC 9(8).
       01  WS-Last-Invoice-Done     PIC 9(6) VALUE ZERO.
       01  WS-Last-Memo-Done        PIC 9(6) VALUE ZERO.
       01  WS-High-Invoice-Seen     PIC 9(6) VALUE ZERO.
       01  WS-High-Memo-Seen        PIC 9(6) VALUE ZERO.

       01  WS-Extract-Counters.
           02 WS-Invoices-Read-Cnt  PIC 9(6) COMP VALUE ZERO.
           02 WS-Memos-Read-Cnt     PIC 9(6) COMP VALUE ZERO.
           02 WS-Entries-Cut-Cnt    PIC 9(6) COMP VALUE ZERO.

       01  WS-Entry-Amount          PIC 9(9)V99 VALUE ZERO.
       01  WS-Entry-Document        PIC 9(6) VALUE ZERO.
       01  WS-Tax-Billed            PIC 9(11)V99 VALUE ZERO.
       01  WS-Tax-Refunded          PIC 9(11)V99 VALUE ZERO.

       01  WS-Debit-Total           PIC 9(11)V99 VALUE ZERO.
       01  WS-Credit-Total          PIC 9(11)V99 VALUE ZERO.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(048) VALUE
              "*** Program BDS1027 - Sales Tax Extract Messages".

       PROCEDURE DIVISION.
       Begin.
           PERFORM ReadRunControl.
           PERFORM LoadTaxControl
           OPEN OUTPUT JournalFile
           IF NOT WS-JournalFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open JournalFile Failed."
             DISPLAY "File Status: " WS-JournalFile-Status
             PERFORM AbortRun
           END-IF

           MOVE WS-Last-Invoice-Done TO WS-High-Invoice-Seen
           MOVE WS-Last-Memo-Done TO WS-High-Memo-Seen
           PERFORM JournalInvoiceTax
           PERFORM JournalMemoTax
           PERFORM WriteJournalTrailer
           CLOSE JournalFile
           IF NOT WS-JournalFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Close JournalFile Failed."
             DISPLAY "File Status: " WS-JournalFile-Status
             PERFORM AbortRun
           END-IF

           DISPLAY EOJ-End-Message
           DISPLAY "   New Invoices Read:      " WS-Invoices-Read-Cnt
           DISPLAY "   New Credit Memos Read:  " WS-Memos-Read-Cnt
           DISPLAY "   Journal Entries Cut:    " WS-Entries-Cut-Cnt
           DISPLAY "   Sales Tax Billed:       " WS-Tax-Billed
           DISPLAY "   Sales Tax Refunded:     " WS-Tax-Refunded
           DISPLAY "   Total Debits:           " WS-Debit-Total
           DISPLAY "   Total Credits:          " WS-Credit-Total
           IF WS-Debit-Total NOT = WS-Credit-Total
             DISPLAY "   *** JOURNAL DOES NOT BALANCE ***"
             MOVE 8 TO RETURN-CODE
           ELSE
             PERFORM WriteTaxControl
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
           CLOSE InvRegisterFile, CreditMemoFile, TaxControlFile,
                 JournalFile.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       LoadTaxControl.
      *    Missing control file (status "35") is the first run -
      *    everything on both registers journals.
           OPEN INPUT TaxControlFile
           IF WS-TaxControlFile-Good
             READ TaxControlFile
                  AT END SET WS-TaxControlFile-EOF TO TRUE
             END-READ
             IF WS-TaxControlFile-Good
               MOVE TXC-Last-Invoice TO WS-Last-Invoice-Done
               MOVE TXC-Last-Memo TO WS-Last-Memo-Done
             END-IF
             CLOSE TaxControlFile
             IF NOT WS-TaxControlFile-Good
               DISPLAY "** ERROR **: LoadTaxControl"
               DISPLAY "Close TaxControlFile Failed."
               DISPLAY "File Status: " WS-TaxControlFile-Status
               PERFORM AbortRun
             END-IF
           ELSE
             IF WS-TaxControlFile-Status NOT = "35"
               DISPLAY "** ERROR **: LoadTaxControl"
               DISPLAY "Open TaxControlFile Failed."
               DISPLAY "File Status: " WS-TaxControlFile-Status
               PERFORM AbortRun
             END-IF
           END-IF.

       WriteTaxControl.
           OPEN OUTPUT TaxControlFile
           IF NOT WS-TaxControlFile-Good
             DISPLAY "** ERROR **: WriteTaxControl"
             DISPLAY "Open TaxControlFile Failed."
             DISPLAY "File Status: " WS-TaxControlFile-Status
             PERFORM AbortRun
           END-IF
           MOVE SPACE TO TXC-Sep1
           MOVE WS-High-Invoice-Seen TO TXC-Last-Invoice
           MOVE WS-High-Memo-Seen TO TXC-Last-Memo
           WRITE TaxControlRec
           IF NOT WS-TaxControlFile-Good
             DISPLAY "** ERROR **: WriteTaxControl"
             DISPLAY "Write TaxControlFile Failed."
             DISPLAY "File Status: " WS-TaxControlFile-Status
             PERFORM AbortRun
           END-IF
           CLOSE TaxControlFile
           IF NOT WS-TaxControlFile-Good
             DISPLAY "** ERROR **: WriteTaxControl"
             DISPLAY "Close TaxControlFile Failed."
             DISPLAY "File Status: " WS-TaxControlFile-Status
             PERFORM AbortRun
           END-IF.

       JournalInvoiceTax.
      *    No register yet (status "35") means nothing billed yet.
           OPEN INPUT InvRegisterFile
           IF WS-InvRegisterFile-Good
             PERFORM ReadInvRegisterFile
             PERFORM UNTIL WS-InvRegisterFile-EOF
               IF IR-Invoice-Nbr > WS-Last-Invoice-Done
                 ADD 1 TO WS-Invoices-Read-Cnt
                 IF IR-Invoice-Nbr > WS-High-Invoice-Seen
                   MOVE IR-Invoice-Nbr TO WS-High-Invoice-Seen
                 END-IF
                 IF IR-Tax-Amount-X NUMERIC
                    AND IR-Tax-Amount > ZERO
                   MOVE IR-Tax-Amount TO WS-Entry-Amount
                   MOVE IR-Invoice-Nbr TO WS-Entry-Document
                   ADD IR-Tax-Amount TO WS-Tax-Billed
                   PERFORM WriteJournalPair-TaxBilled
                 END-IF
               END-IF
               PERFORM ReadInvRegisterFile
             END-PERFORM
             CLOSE InvRegisterFile
             IF NOT WS-InvRegisterFile-Good
               DISPLAY "** ERROR **: JournalInvoiceTax"
               DISPLAY "Close InvRegisterFile Failed."
               DISPLAY "File Status: " WS-InvRegisterFile-Status
               PERFORM AbortRun
             END-IF
           ELSE
             IF WS-InvRegisterFile-Status NOT = "35"
               DISPLAY "** ERROR **: JournalInvoiceTax"
               DISPLAY "Open InvRegisterFile Failed."
               DISPLAY "File Status: " WS-InvRegisterFile-Status
               PERFORM AbortRun
             END-IF
           END-IF.

       JournalMemoTax.
      *    No memo register yet (status "35") means no returns yet.
           OPEN INPUT CreditMemoFile
           IF WS-CreditMemoFile-Good
             PERFORM ReadCreditMemoFile
             PERFORM UNTIL WS-CreditMemoFile-EOF
               IF CM-Memo-Nbr > WS-Last-Memo-Done
                 ADD 1 TO WS-Memos-Read-Cnt
                 IF CM-Memo-Nbr > WS-High-Memo-Seen
                   MOVE CM-Memo-Nbr TO WS-High-Memo-Seen
                 END-IF
                 IF CM-Tax-Amount-X NUMERIC
                    AND CM-Tax-Amount > ZERO
                   MOVE CM-Tax-Amount TO WS-Entry-Amount
                   MOVE CM-Memo-Nbr TO WS-Entry-Document
                   ADD CM-Tax-Amount TO WS-Tax-Refunded
                   PERFORM WriteJournalPair-TaxRefunded
                 END-IF
               END-IF
               PERFORM ReadCreditMemoFile
             END-PERFORM
             CLOSE CreditMemoFile
             IF NOT WS-CreditMemoFile-Good
               DISPLAY "** ERROR **: JournalMemoTax"
               DISPLAY "Close CreditMemoFile Failed."
               DISPLAY "File Status: " WS-CreditMemoFile-Status
               PERFORM AbortRun
             END-IF
           ELSE
             IF WS-CreditMemoFile-Status NOT = "35"
               DISPLAY "** ERROR **: JournalMemoTax"
               DISPLAY "Open CreditMemoFile Failed."
               DISPLAY "File Status: " WS-CreditMemoFile-Status
               PERFORM AbortRun
             END-IF
           END-IF.

       WriteJournalPair-TaxBilled.
           MOVE "1200" TO JR-Account.
           MOVE "DR" TO JR-DrCr.
           MOVE "ACCOUNTS RECEIVABLE" TO JR-Desc.
           PERFORM WriteJournalDetail.
           ADD WS-Entry-Amount TO WS-Debit-Total.
           MOVE "2300" TO JR-Account.
           MOVE "CR" TO JR-DrCr.
           MOVE "SALES TAX PAYABLE" TO JR-Desc.
           PERFORM WriteJournalDetail.
           ADD WS-Entry-Amount TO WS-Credit-Total.

       WriteJournalPair-TaxRefunded.
           MOVE "2300" TO JR-Account.
           MOVE "DR" TO JR-DrCr.
           MOVE "SALES TAX PAYABLE" TO JR-Desc.
           PERFORM WriteJournalDetail.
           ADD WS-Entry-Amount TO WS-Debit-Total.
           MOVE "1200" TO JR-Account.
           MOVE "CR" TO JR-DrCr.
           MOVE "ACCOUNTS RECEIVABLE" TO JR-Desc.
           PERFORM WriteJournalDetail.
           ADD WS-Entry-Amount TO WS-Credit-Total.

       WriteJournalDetail.
           ADD 1 TO WS-Entries-Cut-Cnt.
           MOVE SPACE TO JR-Sep1 JR-Sep2 JR-Sep3 JR-Sep4 JR-Sep5
                         JR-Sep6.
           MOVE "D" TO JR-Rec-Type.
           MOVE WS-Run-Date TO JR-Date.
           MOVE WS-Entry-Document TO JR-Audit-Seq.
           MOVE WS-Entry-Amount TO JR-Amount.
           WRITE JournalRec.
           IF NOT WS-JournalFile-Good
             DISPLAY "** ERROR **: WriteJournalDetail"
             DISPLAY "Write JournalFile Failed."
             DISPLAY "File Status: " WS-JournalFile-Status
             PERFORM AbortRun
           END-IF.

       WriteJournalTrailer.
           MOVE SPACE TO JT-Sep1 JT-Sep2 JT-Sep3.
           MOVE "T" TO JT-Rec-Type.
           MOVE WS-Run-Date TO JT-Date.
           MOVE WS-Debit-Total TO JT-Debit-Total.
           MOVE WS-Credit-Total TO JT-Credit-Total.
           WRITE JournalTrailerRec.
           IF NOT WS-JournalFile-Good
             DISPLAY "** ERROR **: WriteJournalTrailer"
             DISPLAY "Write JournalFile Failed."
             DISPLAY "File Status: " WS-JournalFile-Status
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
