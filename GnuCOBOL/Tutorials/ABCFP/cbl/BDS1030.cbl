      ***********************************************************
      * Program name:    BDS1030
      * Original author: dastagg
      *
      * Description: Weekly accounts payable payment run. Reads
      * the open payables file the invoice match (BDS1029) builds
      * and pays every invoice falling due before the next weekly
      * run - due on or before the run date plus six days - so
      * no invoice goes past its terms waiting for the next run:
      *   - one payment per supplier, numbered from the highest
      *     payment number already on the cumulative payment
      *     history, covering all of that supplier's due invoices
      *   - the payment register lists each payment with its
      *     supplier, invoice count and amount, and the run total
      *   - a remittance advice per payment, addressed from the
      *     supplier master, itemises the invoices it settles
      *   - each invoice paid is appended to the payment history
      *   - the AP journal, in the BDS1022 journal layout, debits
      *     2100 ACCRUED PAYABLES and credits 1000 CASH for each
      *     payment, clearing the accrual BDS1022 credits when the
      *     stock is received
      * Invoices not yet due are copied to the new open payables
      * file, which the job swaps in for the old one.
      * The journal ends with a trailer carrying total debits and
      * credits; if they disagree the run ends RETURN-CODE 8 the
      * way BDS1022 does, and the job leaves the open payables
      * file as it was.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 dastagg       Created.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BDS1030.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APOpenFile
           ASSIGN TO "../data/c10-5apopen.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APOpenFile-Status.

           SELECT APOpenNewFile
           ASSIGN TO "../data/c10-5apopnew.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APOpenNewFile-Status.

           SELECT SupplierMasterFile
           ASSIGN TO "../data/c10-5supmast.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SupplierMasterFile-Status.

           SELECT APPaymentFile
           ASSIGN TO "../data/c10-5appay.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPaymentFile-Status.

           SELECT PayRegisterFile
           ASSIGN TO "../data/c10-5appayreg.rpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PayRegisterFile-Status.

           SELECT RemittanceFile
           ASSIGN TO "../data/c10-5apremit.rpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RemittanceFile-Status.

           SELECT JournalFile
           ASSIGN TO "../data/c10-5glap.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JournalFile-Status.

           SELECT RunControlFile
           ASSIGN TO "../data/c10-5runctl.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RunControlFile-Status.

       DATA DIVISION.
       FILE SECTION.
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

       FD APOpenNewFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  APOpenNewRec             PIC X(52).

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

      *    One record per invoice paid, kept across runs.
       FD APPaymentFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  APPaymentRec.
           02 APP-Pay-Nbr           PIC 9(6).
           02 APP-Sep1              PIC X.
           02 APP-Pay-Date          PIC 9(8).
           02 APP-Sep2              PIC X.
           02 APP-SuppID            PIC 9(4).
           02 APP-Sep3              PIC X.
           02 APP-Invoice-Nbr       PIC X(10).
           02 APP-Sep4              PIC X.
           02 APP-Inv-Date          PIC 9(8).
           02 APP-Sep5              PIC X.
           02 APP-Amount            PIC 9(7)V99.

       FD PayRegisterFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PayRegisterRec           PIC X(80).

       FD RemittanceFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RemittanceRec            PIC X(80).

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
           COPY WSFST REPLACING ==:tag:== BY ==APOpenFile==.
           COPY WSFST REPLACING ==:tag:== BY ==APOpenNewFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SupplierMasterFile==.
           COPY WSFST REPLACING ==:tag:== BY ==APPaymentFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PayRegisterFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RemittanceFile==.
           COPY WSFST REPLACING ==:tag:== BY ==JournalFile==.

       01  WS-Run-Date              PIC 9(8).
       01  WS-Pay-Thru-Date         PIC 9(8) VALUE ZERO.
      *    Days past the run date still paid this run - one short
      *    of the weekly cycle.
       01  WS-Pay-Ahead-Days        PIC 9(3) VALUE 6.
       01  WS-Pay-Seq-Cnt           PIC 9(6) VALUE ZERO.

       01  WS-Pay-Counters.
           02 WS-Open-Read-Cnt      PIC 9(6) COMP VALUE ZERO.
           02 WS-Open-Kept-Cnt      PIC 9(6) COMP VALUE ZERO.
           02 WS-Invoices-Paid-Cnt  PIC 9(6) COMP VALUE ZERO.
           02 WS-Payments-Cnt       PIC 9(6) COMP VALUE ZERO.
           02 WS-Entries-Cut-Cnt    PIC 9(6) COMP VALUE ZERO.

       01  WS-Run-Paid-Total        PIC 9(9)V99 VALUE ZERO.
       01  WS-Supp-Paid-Total       PIC 9(9)V99 VALUE ZERO.
       01  WS-Supp-Invoice-Cnt      PIC 9(6) COMP VALUE ZERO.

       01  WS-Suppliers.
           02 WS-SU-Max             PIC 9(04) COMP VALUE 200.
           02 WS-SU-Cnt             PIC 9(04) COMP VALUE ZERO.
           02 WS-SU-Table OCCURS 200 TIMES.
              03 WS-SU-SuppID       PIC 9(4).
              03 WS-SU-Name         PIC X(30).
              03 WS-SU-Street       PIC X(25).
              03 WS-SU-City         PIC X(15).
              03 WS-SU-State        PIC X(02).
              03 WS-SU-Zip          PIC X(10).
           02 WS-SU-IDX             PIC 9(04) COMP VALUE ZERO.

       01  WS-SU-Found-Switch       PIC X VALUE "N".
           88 Found-Supplier        VALUE "Y".
           88 No-Supplier-Found     VALUE "N".
       01  WS-SU-Found-IDX          PIC 9(04) COMP VALUE ZERO.

      *    The run's due invoices, gathered so each supplier gets
      *    one payment even though open payables are in match
      *    order, not supplier order.
       01  WS-Due-Items.
           02 WS-DI-Max             PIC 9(04) COMP VALUE 2000.
           02 WS-DI-Cnt             PIC 9(04) COMP VALUE ZERO.
           02 WS-DI-Table OCCURS 2000 TIMES.
              03 WS-DI-SuppID       PIC 9(4).
              03 WS-DI-Invoice-Nbr  PIC X(10).
              03 WS-DI-Inv-Date     PIC 9(8).
              03 WS-DI-Due-Date     PIC 9(8).
              03 WS-DI-Amount       PIC 9(7)V99.
              03 WS-DI-Paid-Flag    PIC X.
                 88 DI-Paid         VALUE "Y".
                 88 DI-Not-Paid     VALUE "N".
           02 WS-DI-IDX             PIC 9(04) COMP VALUE ZERO.
           02 WS-DI-IDX2            PIC 9(04) COMP VALUE ZERO.

       01  WS-Current-SuppID        PIC 9(4) VALUE ZERO.

       01  WS-Entry-Amount          PIC 9(9)V99 VALUE ZERO.
       01  WS-Entry-Document        PIC 9(6) VALUE ZERO.
       01  WS-Debit-Total           PIC 9(11)V99 VALUE ZERO.
       01  WS-Credit-Total          PIC 9(11)V99 VALUE ZERO.

      *    Calendar arithmetic for the pay-through date - walks the
      *    date forward a month at a time.
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

       01  WS-Reg-Heading-1.
           02 FILLER                PIC X(22) VALUE
              "AP PAYMENT REGISTER".
           02 FILLER                PIC X(09) VALUE "RUN DATE ".
           02 WS-RH-Run-Date        PIC 9(8).
           02 FILLER                PIC X(13) VALUE "   PAID THRU ".
           02 WS-RH-Thru-Date       PIC 9(8).
           02 FILLER                PIC X(20) VALUE SPACE.

       01  WS-Reg-Heading-2.
           02 FILLER                PIC X(08) VALUE "PAY NO".
           02 FILLER                PIC X(06) VALUE "SUPP".
           02 FILLER                PIC X(32) VALUE "SUPPLIER NAME".
           02 FILLER                PIC X(08) VALUE "  INVS".
           02 FILLER                PIC X(12) VALUE "      AMOUNT".
           02 FILLER                PIC X(14) VALUE SPACE.

       01  WS-Reg-Detail-Line.
           02 WS-RD-Pay-Nbr         PIC 9(6).
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-RD-SuppID          PIC 9(4).
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-RD-Supp-Name       PIC X(30).
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-RD-Invoice-Cnt     PIC ZZ,ZZ9.
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-RD-Amount          PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(14) VALUE SPACE.

       01  WS-Reg-Total-Line.
           02 FILLER                PIC X(08) VALUE SPACE.
           02 FILLER                PIC X(15) VALUE
              "TOTAL PAYMENTS ".
           02 WS-RT-Pay-Cnt         PIC ZZ,ZZ9.
           02 FILLER                PIC X(17) VALUE SPACE.
           02 WS-RT-Invoice-Cnt     PIC ZZ,ZZ9.
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-RT-Amount          PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(14) VALUE SPACE.

       01  WS-Remit-Heading.
           02 FILLER                PIC X(28) VALUE
              "REMITTANCE ADVICE   PAYMENT ".
           02 WS-RM-Pay-Nbr         PIC 9(6).
           02 FILLER                PIC X(08) VALUE "   DATE ".
           02 WS-RM-Date            PIC 9(8).
           02 FILLER                PIC X(30) VALUE SPACE.

       01  WS-Remit-Supp-Line-1.
           02 FILLER                PIC X(05) VALUE "TO:  ".
           02 WS-RS-Name            PIC X(30).
           02 FILLER                PIC X(45) VALUE SPACE.

       01  WS-Remit-Supp-Line-2.
           02 FILLER                PIC X(05) VALUE SPACE.
           02 WS-RS-Street          PIC X(25).
           02 FILLER                PIC X(50) VALUE SPACE.

       01  WS-Remit-Supp-Line-3.
           02 FILLER                PIC X(05) VALUE SPACE.
           02 WS-RS-City            PIC X(15).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-RS-State           PIC X(02).
           02 FILLER                PIC X VALUE SPACE.
           02 WS-RS-Zip             PIC X(10).
           02 FILLER                PIC X(46) VALUE SPACE.

       01  WS-Remit-Col-Heading.
           02 FILLER                PIC X(14) VALUE "INVOICE NBR".
           02 FILLER                PIC X(10) VALUE "INV DATE".
           02 FILLER                PIC X(10) VALUE "DUE DATE".
           02 FILLER                PIC X(12) VALUE "      AMOUNT".
           02 FILLER                PIC X(34) VALUE SPACE.

       01  WS-Remit-Detail-Line.
           02 WS-RI-Invoice-Nbr     PIC X(10).
           02 FILLER                PIC X(04) VALUE SPACE.
           02 WS-RI-Inv-Date        PIC 9(8).
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-RI-Due-Date        PIC 9(8).
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-RI-Amount          PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(34) VALUE SPACE.

       01  WS-Remit-Total-Line.
           02 FILLER                PIC X(34) VALUE "TOTAL PAYMENT".
           02 WS-RT-Remit-Amount    PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(34) VALUE SPACE.

       01  WS-Blank-Line            PIC X(80) VALUE SPACE.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(045) VALUE
              "*** Program BDS1030 - AP Payment Run Messages".

       PROCEDURE DIVISION.
       Begin.
           PERFORM ReadRunControl.
           MOVE WS-Run-Date TO WS-DW-Date-N
           MOVE WS-Pay-Ahead-Days TO WS-DW-Days-Left
           PERFORM AddDaysToDate
           MOVE WS-DW-Date-N TO WS-Pay-Thru-Date
           PERFORM LoadPaymentSequence
           PERFORM LoadSupplierMaster
           OPEN OUTPUT APOpenNewFile
           IF NOT WS-APOpenNewFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open APOpenNewFile Failed."
             DISPLAY "File Status: " WS-APOpenNewFile-Status
             PERFORM AbortRun
           END-IF
           OPEN OUTPUT PayRegisterFile
           IF NOT WS-PayRegisterFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open PayRegisterFile Failed."
             DISPLAY "File Status: " WS-PayRegisterFile-Status
             PERFORM AbortRun
           END-IF
           OPEN OUTPUT RemittanceFile
           IF NOT WS-RemittanceFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open RemittanceFile Failed."
             DISPLAY "File Status: " WS-RemittanceFile-Status
             PERFORM AbortRun
           END-IF
           OPEN OUTPUT JournalFile
           IF NOT WS-JournalFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open JournalFile Failed."
             DISPLAY "File Status: " WS-JournalFile-Status
             PERFORM AbortRun
           END-IF
      *    The payment history accumulates across runs - EXTEND
      *    with the usual first-run OUTPUT fallback.
           OPEN EXTEND APPaymentFile
           IF NOT WS-APPaymentFile-Good
             OPEN OUTPUT APPaymentFile
             IF NOT WS-APPaymentFile-Good
               DISPLAY "** ERROR **: Begin"
               DISPLAY "Open APPaymentFile Failed."
               DISPLAY "File Status: " WS-APPaymentFile-Status
               PERFORM AbortRun
             END-IF
           END-IF

           PERFORM SelectDueInvoices
           PERFORM WriteRegisterHeadings
           PERFORM PayDueInvoices
           PERFORM WriteRegisterTotals
           PERFORM WriteJournalTrailer

           DISPLAY EOJ-End-Message
           DISPLAY "   Paid Thru Date:      " WS-Pay-Thru-Date
           DISPLAY "   Open Items Read:     " WS-Open-Read-Cnt
           DISPLAY "   Open Items Kept:     " WS-Open-Kept-Cnt
           DISPLAY "   Invoices Paid:       " WS-Invoices-Paid-Cnt
           DISPLAY "   Payments Made:       " WS-Payments-Cnt
           DISPLAY "   Total Paid:          " WS-Run-Paid-Total
           DISPLAY "   Journal Entries Cut: " WS-Entries-Cut-Cnt
           DISPLAY "   Total Debits:        " WS-Debit-Total
           DISPLAY "   Total Credits:       " WS-Credit-Total
           CLOSE APOpenNewFile, APPaymentFile, PayRegisterFile,
                 RemittanceFile, JournalFile
           IF WS-Debit-Total NOT = WS-Credit-Total
             DISPLAY "   *** JOURNAL DOES NOT BALANCE ***"
             MOVE 8 TO RETURN-CODE
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
           CLOSE APOpenFile, APOpenNewFile, SupplierMasterFile,
                 APPaymentFile, PayRegisterFile, RemittanceFile,
                 JournalFile.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       LoadPaymentSequence.
      *    Payment numbering picks up from the highest number
      *    already on the payment history - same seeding as the PO
      *    file. Missing file is the first run.
           OPEN INPUT APPaymentFile
           IF WS-APPaymentFile-Good
             PERFORM ReadAPPayment
             PERFORM UNTIL WS-APPaymentFile-EOF
               IF APP-Pay-Nbr > WS-Pay-Seq-Cnt
                 MOVE APP-Pay-Nbr TO WS-Pay-Seq-Cnt
               END-IF
               PERFORM ReadAPPayment
             END-PERFORM
             CLOSE APPaymentFile
             IF NOT WS-APPaymentFile-Good
               DISPLAY "** ERROR **: LoadPaymentSequence"
               DISPLAY "Close APPaymentFile Failed."
               DISPLAY "File Status: " WS-APPaymentFile-Status
               PERFORM AbortRun
             END-IF
           ELSE
             IF WS-APPaymentFile-Status NOT = "35"
               DISPLAY "** ERROR **: LoadPaymentSequence"
               DISPLAY "Open APPaymentFile Failed."
               DISPLAY "File Status: " WS-APPaymentFile-Status
               PERFORM AbortRun
             END-IF
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
             MOVE SM-SuppName TO WS-SU-Name(WS-SU-Cnt)
             MOVE SM-SuppStreet TO WS-SU-Street(WS-SU-Cnt)
             MOVE SM-SuppCity TO WS-SU-City(WS-SU-Cnt)
             MOVE SM-SuppState TO WS-SU-State(WS-SU-Cnt)
             MOVE SM-SuppZip TO WS-SU-Zip(WS-SU-Cnt)
             PERFORM ReadSupplierMaster
           END-PERFORM
           CLOSE SupplierMasterFile
           IF NOT WS-SupplierMasterFile-Good
             DISPLAY "** ERROR **: LoadSupplierMaster"
             DISPLAY "Close SupplierMasterFile Failed."
             DISPLAY "File Status: " WS-SupplierMasterFile-Status
             PERFORM AbortRun
           END-IF.

       SelectDueInvoices.
      *    No open payables file yet (status "35") means nothing
      *    has been matched yet - an empty run.
           OPEN INPUT APOpenFile
           IF WS-APOpenFile-Good
             PERFORM ReadAPOpen
             PERFORM UNTIL WS-APOpenFile-EOF
               ADD 1 TO WS-Open-Read-Cnt
               IF APO-Due-Date <= WS-Pay-Thru-Date
                 PERFORM GatherOneDueInvoice
               ELSE
                 PERFORM KeepOpenInvoice
               END-IF
               PERFORM ReadAPOpen
             END-PERFORM
             CLOSE APOpenFile
             IF NOT WS-APOpenFile-Good
               DISPLAY "** ERROR **: SelectDueInvoices"
               DISPLAY "Close APOpenFile Failed."
               DISPLAY "File Status: " WS-APOpenFile-Status
               PERFORM AbortRun
             END-IF
           ELSE
             IF WS-APOpenFile-Status NOT = "35"
               DISPLAY "** ERROR **: SelectDueInvoices"
               DISPLAY "Open APOpenFile Failed."
               DISPLAY "File Status: " WS-APOpenFile-Status
               PERFORM AbortRun
             END-IF
           END-IF.

       GatherOneDueInvoice.
           IF WS-DI-Cnt >= WS-DI-Max
             DISPLAY "** ERROR **: GatherOneDueInvoice"
             DISPLAY "More due invoices than the table holds."
             PERFORM AbortRun
           END-IF.
           ADD 1 TO WS-DI-Cnt.
           MOVE APO-SuppID TO WS-DI-SuppID(WS-DI-Cnt).
           MOVE APO-Invoice-Nbr TO WS-DI-Invoice-Nbr(WS-DI-Cnt).
           MOVE APO-Inv-Date TO WS-DI-Inv-Date(WS-DI-Cnt).
           MOVE APO-Due-Date TO WS-DI-Due-Date(WS-DI-Cnt).
           MOVE APO-Amount TO WS-DI-Amount(WS-DI-Cnt).
           SET DI-Not-Paid(WS-DI-Cnt) TO TRUE.

       KeepOpenInvoice.
           ADD 1 TO WS-Open-Kept-Cnt.
           WRITE APOpenNewRec FROM APOpenRec.
           IF NOT WS-APOpenNewFile-Good
             DISPLAY "** ERROR **: KeepOpenInvoice"
             DISPLAY "Write APOpenNewFile Failed."
             DISPLAY "File Status: " WS-APOpenNewFile-Status
             PERFORM AbortRun
           END-IF.

       PayDueInvoices.
           PERFORM VARYING WS-DI-IDX FROM 1 BY 1
                   UNTIL WS-DI-IDX > WS-DI-Cnt
             IF DI-Not-Paid(WS-DI-IDX)
               MOVE WS-DI-SuppID(WS-DI-IDX) TO WS-Current-SuppID
               PERFORM PayOneSupplier
             END-IF
           END-PERFORM.

       PayOneSupplier.
           ADD 1 TO WS-Payments-Cnt.
           ADD 1 TO WS-Pay-Seq-Cnt.
           MOVE ZERO TO WS-Supp-Paid-Total WS-Supp-Invoice-Cnt.
           PERFORM FindSupplierMaster.
           PERFORM PrintRemittanceHeading.
           PERFORM VARYING WS-DI-IDX2 FROM 1 BY 1
                   UNTIL WS-DI-IDX2 > WS-DI-Cnt
             IF DI-Not-Paid(WS-DI-IDX2)
                AND WS-DI-SuppID(WS-DI-IDX2) = WS-Current-SuppID
               PERFORM PayOneInvoice
               SET DI-Paid(WS-DI-IDX2) TO TRUE
             END-IF
           END-PERFORM.
           MOVE WS-Supp-Paid-Total TO WS-RT-Remit-Amount.
           WRITE RemittanceRec FROM WS-Blank-Line.
           PERFORM CheckRemittanceWrite.
           WRITE RemittanceRec FROM WS-Remit-Total-Line.
           PERFORM CheckRemittanceWrite.
           WRITE RemittanceRec FROM WS-Blank-Line.
           PERFORM CheckRemittanceWrite.
           WRITE RemittanceRec FROM WS-Blank-Line.
           PERFORM CheckRemittanceWrite.
           MOVE WS-Pay-Seq-Cnt TO WS-RD-Pay-Nbr.
           MOVE WS-Current-SuppID TO WS-RD-SuppID.
           MOVE WS-RS-Name TO WS-RD-Supp-Name.
           MOVE WS-Supp-Invoice-Cnt TO WS-RD-Invoice-Cnt.
           MOVE WS-Supp-Paid-Total TO WS-RD-Amount.
           WRITE PayRegisterRec FROM WS-Reg-Detail-Line.
           PERFORM CheckRegisterWrite.
           ADD WS-Supp-Paid-Total TO WS-Run-Paid-Total.
           MOVE WS-Supp-Paid-Total TO WS-Entry-Amount.
           MOVE WS-Pay-Seq-Cnt TO WS-Entry-Document.
           PERFORM WriteJournalPair-Payment.

       FindSupplierMaster.
           SET No-Supplier-Found TO TRUE.
           MOVE ZERO TO WS-SU-Found-IDX.
           PERFORM VARYING WS-SU-IDX FROM 1 BY 1
                   UNTIL WS-SU-IDX > WS-SU-Cnt
             IF No-Supplier-Found
                AND WS-SU-SuppID(WS-SU-IDX) = WS-Current-SuppID
               SET Found-Supplier TO TRUE
               MOVE WS-SU-IDX TO WS-SU-Found-IDX
             END-IF
           END-PERFORM.

       PrintRemittanceHeading.
           MOVE WS-Pay-Seq-Cnt TO WS-RM-Pay-Nbr.
           MOVE WS-Run-Date TO WS-RM-Date.
           WRITE RemittanceRec FROM WS-Remit-Heading.
           PERFORM CheckRemittanceWrite.
           IF Found-Supplier
             MOVE WS-SU-Name(WS-SU-Found-IDX) TO WS-RS-Name
             MOVE WS-SU-Street(WS-SU-Found-IDX) TO WS-RS-Street
             MOVE WS-SU-City(WS-SU-Found-IDX) TO WS-RS-City
             MOVE WS-SU-State(WS-SU-Found-IDX) TO WS-RS-State
             MOVE WS-SU-Zip(WS-SU-Found-IDX) TO WS-RS-Zip
           ELSE
      *      Matched invoices always have a supplier on the master;
      *      one dropped since is still paid, addressed to the ID,
      *      the same way BDS1019 cuts its PO.
             MOVE "SUPPLIER" TO WS-RS-Name
             MOVE WS-Current-SuppID TO WS-RS-Name(10:4)
             MOVE SPACES TO WS-RS-Street WS-RS-City
                            WS-RS-State WS-RS-Zip
           END-IF.
           WRITE RemittanceRec FROM WS-Remit-Supp-Line-1.
           PERFORM CheckRemittanceWrite.
           WRITE RemittanceRec FROM WS-Remit-Supp-Line-2.
           PERFORM CheckRemittanceWrite.
           WRITE RemittanceRec FROM WS-Remit-Supp-Line-3.
           PERFORM CheckRemittanceWrite.
           WRITE RemittanceRec FROM WS-Blank-Line.
           PERFORM CheckRemittanceWrite.
           WRITE RemittanceRec FROM WS-Remit-Col-Heading.
           PERFORM CheckRemittanceWrite.

       PayOneInvoice.
           ADD 1 TO WS-Invoices-Paid-Cnt.
           ADD 1 TO WS-Supp-Invoice-Cnt.
           ADD WS-DI-Amount(WS-DI-IDX2) TO WS-Supp-Paid-Total.
           MOVE WS-DI-Invoice-Nbr(WS-DI-IDX2) TO WS-RI-Invoice-Nbr.
           MOVE WS-DI-Inv-Date(WS-DI-IDX2) TO WS-RI-Inv-Date.
           MOVE WS-DI-Due-Date(WS-DI-IDX2) TO WS-RI-Due-Date.
           MOVE WS-DI-Amount(WS-DI-IDX2) TO WS-RI-Amount.
           WRITE RemittanceRec FROM WS-Remit-Detail-Line.
           PERFORM CheckRemittanceWrite.
           MOVE SPACE TO APP-Sep1 APP-Sep2 APP-Sep3 APP-Sep4
                         APP-Sep5.
           MOVE WS-Pay-Seq-Cnt TO APP-Pay-Nbr.
           MOVE WS-Run-Date TO APP-Pay-Date.
           MOVE WS-Current-SuppID TO APP-SuppID.
           MOVE WS-DI-Invoice-Nbr(WS-DI-IDX2) TO APP-Invoice-Nbr.
           MOVE WS-DI-Inv-Date(WS-DI-IDX2) TO APP-Inv-Date.
           MOVE WS-DI-Amount(WS-DI-IDX2) TO APP-Amount.
           WRITE APPaymentRec.
           IF NOT WS-APPaymentFile-Good
             DISPLAY "** ERROR **: PayOneInvoice"
             DISPLAY "Write APPaymentFile Failed."
             DISPLAY "File Status: " WS-APPaymentFile-Status
             PERFORM AbortRun
           END-IF.

       WriteRegisterHeadings.
           MOVE WS-Run-Date TO WS-RH-Run-Date.
           MOVE WS-Pay-Thru-Date TO WS-RH-Thru-Date.
           WRITE PayRegisterRec FROM WS-Reg-Heading-1.
           PERFORM CheckRegisterWrite.
           WRITE PayRegisterRec FROM WS-Blank-Line.
           PERFORM CheckRegisterWrite.
           WRITE PayRegisterRec FROM WS-Reg-Heading-2.
           PERFORM CheckRegisterWrite.

       WriteRegisterTotals.
           MOVE WS-Payments-Cnt TO WS-RT-Pay-Cnt.
           MOVE WS-Invoices-Paid-Cnt TO WS-RT-Invoice-Cnt.
           MOVE WS-Run-Paid-Total TO WS-RT-Amount.
           WRITE PayRegisterRec FROM WS-Blank-Line.
           PERFORM CheckRegisterWrite.
           WRITE PayRegisterRec FROM WS-Reg-Total-Line.
           PERFORM CheckRegisterWrite.

       WriteJournalPair-Payment.
           MOVE "2100" TO JR-Account.
           MOVE "DR" TO JR-DrCr.
           MOVE "ACCRUED PAYABLES" TO JR-Desc.
           PERFORM WriteJournalDetail.
           ADD WS-Entry-Amount TO WS-Debit-Total.
           MOVE "1000" TO JR-Account.
           MOVE "CR" TO JR-DrCr.
           MOVE "CASH" TO JR-Desc.
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

       CheckRegisterWrite.
           IF NOT WS-PayRegisterFile-Good
             DISPLAY "** ERROR **: CheckRegisterWrite"
             DISPLAY "Write PayRegisterFile Failed."
             DISPLAY "File Status: " WS-PayRegisterFile-Status
             PERFORM AbortRun
           END-IF.

       CheckRemittanceWrite.
           IF NOT WS-RemittanceFile-Good
             DISPLAY "** ERROR **: CheckRemittanceWrite"
             DISPLAY "Write RemittanceFile Failed."
             DISPLAY "File Status: " WS-RemittanceFile-Status
             PERFORM AbortRun
           END-IF.

       ReadAPOpen.
           READ APOpenFile
                AT END SET WS-APOpenFile-EOF TO TRUE
           END-READ.
           IF NOT WS-APOpenFile-Good AND NOT WS-APOpenFile-EOF
             DISPLAY "** ERROR **: ReadAPOpen"
             DISPLAY "Read APOpenFile Failed."
             DISPLAY "File Status: " WS-APOpenFile-Status
             PERFORM AbortRun
           END-IF.

       ReadAPPayment.
           READ APPaymentFile
                AT END SET WS-APPaymentFile-EOF TO TRUE
           END-READ.
           IF NOT WS-APPaymentFile-Good
              AND NOT WS-APPaymentFile-EOF
             DISPLAY "** ERROR **: ReadAPPayment"
             DISPLAY "Read APPaymentFile Failed."
             DISPLAY "File Status: " WS-APPaymentFile-Status
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
