      ***********************************************************
      * Program name:    BDS1028
      * Original author: dastagg
      *
      * Description: Monthly sales tax report by state. Sweeps
      * the invoice register for the run month's invoices and
      * the credit memo register for the month's memos, and for
      * every state prints:
      *   - taxable sales - goods on taxed invoices
      *   - exempt sales  - goods on invoices to tax-exempt
      *     customers, plus invoices billed untaxed because the
      *     state was missing from the rate file
      *   - tax collected - the tax billed
      * all net of the month's credit memos, which carry the
      * state, status and tax refunded of the invoice they
      * credit. Goods are the register total less its tax.
      * Register and memo lines from before invoices were taxed
      * have blank tax fields; they count as exempt sales under
      * a blank state, so the report still foots to the month's
      * billing.
      * The count of invoices billed untaxed for want of a rate
      * is shown at the foot - those states need a rate record.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-10-15 dastagg       Created - the monthly sales tax
      *                          returns need sales and tax by
      *                          state.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BDS1028.

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

           SELECT TaxReportFile
           ASSIGN TO "../data/c10-5taxrpt.rpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TaxReportFile-Status.

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
              88 CM-Taxed           VALUE "T".

       FD TaxReportFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  TaxReportRec              PIC X(80).

       FD  RunControlFile.
           COPY RUNCTL REPLACING ==:tag:== BY ==RC==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RunControlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==InvRegisterFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CreditMemoFile==.
           COPY WSFST REPLACING ==:tag:== BY ==TaxReportFile==.

       01  WS-Run-Date              PIC 9(8).
       01  WS-Period                PIC 9(6).

       01  WS-Report-Counters.
           02 WS-Invoices-Cnt       PIC 9(6) COMP VALUE ZERO.
           02 WS-Memos-Cnt          PIC 9(6) COMP VALUE ZERO.
           02 WS-No-Rate-Cnt        PIC 9(6) COMP VALUE ZERO.

      *    One entry per state seen in the month, kept in state
      *    order as it is built so the report prints straight off
      *    it. Signed: a month's credit memos can outweigh a
      *    quiet state's sales.
       01  WS-State-Totals.
           02 WS-ST-Max             PIC 9(04) COMP VALUE 60.
           02 WS-ST-Cnt             PIC 9(04) COMP VALUE ZERO.
           02 WS-ST-Table OCCURS 60 TIMES.
              03 WS-ST-State        PIC X(2).
              03 WS-ST-Invoices     PIC 9(6).
              03 WS-ST-Taxable      PIC S9(9)V99.
              03 WS-ST-Exempt       PIC S9(9)V99.
              03 WS-ST-Tax          PIC S9(9)V99.
           02 WS-ST-IDX             PIC 9(04) COMP VALUE ZERO.
           02 WS-ST-IDX2            PIC 9(04) COMP VALUE ZERO.
           02 WS-ST-Found-IDX       PIC 9(04) COMP VALUE ZERO.

       01  WS-Grand-Totals.
           02 WS-GT-Invoices        PIC 9(6) VALUE ZERO.
           02 WS-GT-Taxable         PIC S9(9)V99 VALUE ZERO.
           02 WS-GT-Exempt          PIC S9(9)V99 VALUE ZERO.
           02 WS-GT-Tax             PIC S9(9)V99 VALUE ZERO.

       01  WS-Work.
           02 WS-Find-State         PIC X(2).
           02 WS-Doc-Tax            PIC 9(7)V99.
           02 WS-Doc-Goods          PIC 9(7)V99.

       01  WS-Rpt-Heading-1.
           02 FILLER                PIC X(47) VALUE
              "GADGET STORES LTD      SALES TAX REPORT  PERIOD".
           02 FILLER                PIC X VALUE SPACE.
           02 WS-RH-YYYY            PIC 9(4).
           02 FILLER                PIC X VALUE "-".
           02 WS-RH-MM              PIC 99.
           02 FILLER                PIC X(25) VALUE SPACE.

       01  WS-Rpt-Heading-2.
           02 FILLER                PIC X(80) VALUE
              "NET OF CREDIT MEMOS ISSUED IN THE PERIOD".

       01  WS-Rpt-Col-Heading.
           02 FILLER                PIC X(36) VALUE
              "STATE  INVOICES   TAXABLE SALES     ".
           02 FILLER                PIC X(44) VALUE
              " EXEMPT SALES     TAX COLLECTED".

       01  WS-Rpt-Detail-Line.
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-RD-State           PIC X(2).
           02 FILLER                PIC X(03) VALUE SPACE.
           02 WS-RD-Invoices        PIC ZZZ,ZZ9.
           02 FILLER                PIC X(03) VALUE SPACE.
           02 WS-RD-Taxable         PIC ZZZ,ZZZ,ZZ9.99-.
           02 FILLER                PIC X(03) VALUE SPACE.
           02 WS-RD-Exempt          PIC ZZZ,ZZZ,ZZ9.99-.
           02 FILLER                PIC X(03) VALUE SPACE.
           02 WS-RD-Tax             PIC ZZZ,ZZZ,ZZ9.99-.
           02 FILLER                PIC X(12) VALUE SPACE.

       01  WS-Rpt-No-Rate-Line.
           02 FILLER                PIC X(49) VALUE
              "INVOICES BILLED UNTAXED - STATE NOT ON RATE FILE ".
           02 WS-RN-Count           PIC ZZZ,ZZ9.
           02 FILLER                PIC X(24) VALUE SPACE.

       01  WS-Blank-Line            PIC X(80) VALUE SPACE.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(047) VALUE
              "*** Program BDS1028 - Sales Tax Report Messages".

       PROCEDURE DIVISION.
       Begin.
           PERFORM ReadRunControl.
           MOVE WS-Run-Date(1:6) TO WS-Period.
           OPEN OUTPUT TaxReportFile
           IF NOT WS-TaxReportFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Open TaxReportFile Failed."
             DISPLAY "File Status: " WS-TaxReportFile-Status
             PERFORM AbortRun
           END-IF

           PERFORM SweepInvoiceRegister
           PERFORM SweepCreditMemos
           PERFORM PrintTaxReport

           CLOSE TaxReportFile
           IF NOT WS-TaxReportFile-Good
             DISPLAY "** ERROR **: Begin"
             DISPLAY "Close TaxReportFile Failed."
             DISPLAY "File Status: " WS-TaxReportFile-Status
             PERFORM AbortRun
           END-IF

           DISPLAY EOJ-End-Message
           DISPLAY "   Period:                 " WS-Period
           DISPLAY "   Invoices in Period:     " WS-Invoices-Cnt
           DISPLAY "   Credit Memos in Period: " WS-Memos-Cnt
           DISPLAY "   States Reported:        " WS-ST-Cnt
           IF WS-No-Rate-Cnt > ZERO
             DISPLAY "   Invoices Without Rate:  " WS-No-Rate-Cnt
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
           CLOSE InvRegisterFile, CreditMemoFile, TaxReportFile.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       SweepInvoiceRegister.
           OPEN INPUT InvRegisterFile
           IF WS-InvRegisterFile-Good
             PERFORM ReadInvRegisterFile
             PERFORM UNTIL WS-InvRegisterFile-EOF
               IF IR-Inv-Date(1:6) = WS-Period
                 PERFORM AddOneInvoice
               END-IF
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

       AddOneInvoice.
           ADD 1 TO WS-Invoices-Cnt.
           IF IR-Tax-Amount-X NUMERIC
             MOVE IR-Tax-Amount TO WS-Doc-Tax
             MOVE IR-Tax-State TO WS-Find-State
           ELSE
             MOVE ZERO TO WS-Doc-Tax
             MOVE SPACES TO WS-Find-State
           END-IF.
           COMPUTE WS-Doc-Goods = IR-Inv-Total - WS-Doc-Tax.
           PERFORM FindStateEntry.
           ADD 1 TO WS-ST-Invoices(WS-ST-Found-IDX).
           IF IR-Taxed AND IR-Tax-Amount-X NUMERIC
             ADD WS-Doc-Goods TO WS-ST-Taxable(WS-ST-Found-IDX)
             ADD WS-Doc-Tax TO WS-ST-Tax(WS-ST-Found-IDX)
           ELSE
             ADD WS-Doc-Goods TO WS-ST-Exempt(WS-ST-Found-IDX)
           END-IF.
           IF IR-Tax-No-Rate
             ADD 1 TO WS-No-Rate-Cnt
           END-IF.

       SweepCreditMemos.
           OPEN INPUT CreditMemoFile
           IF WS-CreditMemoFile-Good
             PERFORM ReadCreditMemoFile
             PERFORM UNTIL WS-CreditMemoFile-EOF
               IF CM-Memo-Date(1:6) = WS-Period
                 PERFORM SubtractOneMemo
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

       SubtractOneMemo.
           ADD 1 TO WS-Memos-Cnt.
           IF CM-Tax-Amount-X NUMERIC
             MOVE CM-Tax-Amount TO WS-Doc-Tax
             MOVE CM-Tax-State TO WS-Find-State
           ELSE
             MOVE ZERO TO WS-Doc-Tax
             MOVE SPACES TO WS-Find-State
           END-IF.
           COMPUTE WS-Doc-Goods = CM-Memo-Amount - WS-Doc-Tax.
           PERFORM FindStateEntry.
           IF CM-Taxed AND CM-Tax-Amount-X NUMERIC
             SUBTRACT WS-Doc-Goods FROM WS-ST-Taxable(WS-ST-Found-IDX)
             SUBTRACT WS-Doc-Tax FROM WS-ST-Tax(WS-ST-Found-IDX)
           ELSE
             SUBTRACT WS-Doc-Goods FROM WS-ST-Exempt(WS-ST-Found-IDX)
           END-IF.

       FindStateEntry.
      *    Finds WS-Find-State in the table, or inserts it at its
      *    place in state order, leaving WS-ST-Found-IDX on it.
           MOVE ZERO TO WS-ST-Found-IDX.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-Cnt
                      OR WS-ST-Found-IDX > ZERO
             IF WS-ST-State(WS-ST-IDX) NOT < WS-Find-State
               MOVE WS-ST-IDX TO WS-ST-Found-IDX
             END-IF
           END-PERFORM.
           IF WS-ST-Found-IDX = ZERO
             COMPUTE WS-ST-Found-IDX = WS-ST-Cnt + 1
             PERFORM InsertStateEntry
           ELSE
             IF WS-ST-State(WS-ST-Found-IDX) NOT = WS-Find-State
               PERFORM InsertStateEntry
             END-IF
           END-IF.

       InsertStateEntry.
           IF WS-ST-Cnt >= WS-ST-Max
             DISPLAY "** ERROR **: InsertStateEntry"
             DISPLAY "More states in the period than the state "
                "table holds."
             PERFORM AbortRun
           END-IF.
           PERFORM VARYING WS-ST-IDX2 FROM WS-ST-Cnt BY -1
                   UNTIL WS-ST-IDX2 < WS-ST-Found-IDX
             MOVE WS-ST-Table(WS-ST-IDX2)
                TO WS-ST-Table(WS-ST-IDX2 + 1)
           END-PERFORM.
           ADD 1 TO WS-ST-Cnt.
           MOVE WS-Find-State TO WS-ST-State(WS-ST-Found-IDX).
           MOVE ZERO TO WS-ST-Invoices(WS-ST-Found-IDX)
                        WS-ST-Taxable(WS-ST-Found-IDX)
                        WS-ST-Exempt(WS-ST-Found-IDX)
                        WS-ST-Tax(WS-ST-Found-IDX).

       PrintTaxReport.
           MOVE WS-Period(1:4) TO WS-RH-YYYY.
           MOVE WS-Period(5:2) TO WS-RH-MM.
           WRITE TaxReportRec FROM WS-Rpt-Heading-1.
           PERFORM CheckReportWrite.
           WRITE TaxReportRec FROM WS-Rpt-Heading-2.
           PERFORM CheckReportWrite.
           WRITE TaxReportRec FROM WS-Blank-Line.
           PERFORM CheckReportWrite.
           WRITE TaxReportRec FROM WS-Rpt-Col-Heading.
           PERFORM CheckReportWrite.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-Cnt
             MOVE WS-ST-State(WS-ST-IDX) TO WS-RD-State
             MOVE WS-ST-Invoices(WS-ST-IDX) TO WS-RD-Invoices
             MOVE WS-ST-Taxable(WS-ST-IDX) TO WS-RD-Taxable
             MOVE WS-ST-Exempt(WS-ST-IDX) TO WS-RD-Exempt
             MOVE WS-ST-Tax(WS-ST-IDX) TO WS-RD-Tax
             WRITE TaxReportRec FROM WS-Rpt-Detail-Line
             PERFORM CheckReportWrite
             ADD WS-ST-Invoices(WS-ST-IDX) TO WS-GT-Invoices
             ADD WS-ST-Taxable(WS-ST-IDX) TO WS-GT-Taxable
             ADD WS-ST-Exempt(WS-ST-IDX) TO WS-GT-Exempt
             ADD WS-ST-Tax(WS-ST-IDX) TO WS-GT-Tax
           END-PERFORM.
           WRITE TaxReportRec FROM WS-Blank-Line.
           PERFORM CheckReportWrite.
           MOVE "**" TO WS-RD-State.
           MOVE WS-GT-Invoices TO WS-RD-Invoices.
           MOVE WS-GT-Taxable TO WS-RD-Taxable.
           MOVE WS-GT-Exempt TO WS-RD-Exempt.
           MOVE WS-GT-Tax TO WS-RD-Tax.
           WRITE TaxReportRec FROM WS-Rpt-Detail-Line.
           PERFORM CheckReportWrite.
           IF WS-No-Rate-Cnt > ZERO
             WRITE TaxReportRec FROM WS-Blank-Line
             PERFORM CheckReportWrite
             MOVE WS-No-Rate-Cnt TO WS-RN-Count
             WRITE TaxReportRec FROM WS-Rpt-No-Rate-Line
             PERFORM CheckReportWrite
           END-IF.

       CheckReportWrite.
           IF NOT WS-TaxReportFile-Good
             DISPLAY "** ERROR **: CheckReportWrite"
             DISPLAY "Write TaxReportFile Failed."
             DISPLAY "File Status: " WS-TaxReportFile-Status
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
