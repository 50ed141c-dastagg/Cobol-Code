      *     history BDS1015 keeps), and the closing balance. The
      *     period is the run date's calendar month, and the
      *     opening balance is derived: closing, less the period's
      *     invoices, plus the period's payments and credits.
      * A customer whose record fails the same state/zip edits
      * VSCBADDR applies goes on the "held - undeliverable
      * address" listing with VSCBADDR's reason wording instead of
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-09-02 dastagg       Created.
      * 2026-10-15 dastagg       Credit memos BDS1015 posted from
      *                          the returns run print as CREDIT
      *                          lines with their memo number, and
      *                          are added back into the derived
      *                          opening balance like payments.
      * 2026-10-15 dastagg       Register layout carries the sales
      *                          tax fields; the invoice total
      *                          printed already includes the tax.
      * 2026-10-15 dastagg       Open-item record grew to 42 bytes
      *                          with an item-type byte; a credit
      *                          BDS1015 put on account comes off
      *                          the closing balance, which can now
      *                          print as a credit (negative).
      *
      **********************************************************
       IDENTIFICATION DIVISION.
           02 AR-Orig-Amount        PIC 9(7)V99.
           02 AR-Sep4               PIC X.
           02 AR-Open-Balance       PIC 9(7)V99.
           02 AR-Sep5               PIC X.
           02 AR-Item-Type          PIC X.
              88 AR-Invoice-Item    VALUE "I" SPACE.
              88 AR-Unapplied-Credit
                                    VALUE "U".

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

       FD PayHistFile
           LABEL RECORDS ARE STANDARD
           02 PH-Applied-Date       PIC 9(8).
           02 PH-Sep3               PIC X.
           02 PH-Applied-Amount     PIC 9(7)V99.
           02 PH-Sep4               PIC X.
           02 PH-Kind               PIC X.
              88 PH-Payment         VALUE "P" SPACE.
              88 PH-Credit-Memo     VALUE "C".
           02 PH-Sep5               PIC X.
           02 PH-Memo-Nbr           PIC 9(6).

       FD  CUSTFile.
           COPY CUSTOMER REPLACING ==:tag:== BY ==CUSTFile==.
              03 WS-AC-Kind         PIC X.
                 88 AC-Invoice      VALUE "I".
                 88 AC-Payment      VALUE "P".
                 88 AC-Credit       VALUE "C".
              03 WS-AC-Date         PIC 9(8).
              03 WS-AC-Invoice-Nbr  PIC 9(6).
              03 WS-AC-Amount       PIC 9(7)V99.
              03 WS-AC-Memo-Nbr     PIC 9(6).
           02 WS-AC-IDX             PIC 9(04) COMP VALUE ZERO.

       01  WS-Customer-Figures.
           02 WS-Current-Cust-ID    PIC 9(4) VALUE ZERO.
           02 WS-Closing-Balance    PIC S9(7)V99 VALUE ZERO.
           02 WS-Period-Invoices    PIC 9(7)V99 VALUE ZERO.
           02 WS-Period-Payments    PIC 9(7)V99 VALUE ZERO.
           02 WS-Period-Credits     PIC 9(7)V99 VALUE ZERO.
           02 WS-Opening-Balance    PIC S9(8)V99 VALUE ZERO.

       01  WS-State-Check                   PIC X(02).
           02 WS-SD-Invoice-Nbr     PIC 9(6).
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-SD-Amount          PIC 9(7).99.
           02 FILLER                PIC X(02) VALUE SPACE.
           02 WS-SD-Memo-Ref.
              03 WS-SD-Memo-Label   PIC X(05).
              03 WS-SD-Memo-Nbr     PIC X(06).
           02 FILLER                PIC X(25) VALUE SPACE.

       01  WS-Stmt-Work-Date        PIC 9(8).
       01  WS-Blank-Line            PIC X(80) VALUE SPACE.
           MOVE ZERO TO WS-AC-Cnt WS-AC-Overflow-Cnt.
           PERFORM UNTIL EndOfAROpenFile
              OR AR-Cust-ID NOT = WS-Current-Cust-ID
             IF AR-Unapplied-Credit
               SUBTRACT AR-Open-Balance FROM WS-Closing-Balance
             ELSE
               ADD AR-Open-Balance TO WS-Closing-Balance
             END-IF
             PERFORM ReadAROpenFile
           END-PERFORM.
           PERFORM GatherPeriodInvoices.
           COMPUTE WS-Opening-Balance =
              WS-Closing-Balance
              - WS-Period-Invoices
              + WS-Period-Payments
              + WS-Period-Credits.

       GatherPeriodInvoices.
      *    A missing register (status "35") only means nothing has
           IF WS-AC-Cnt < WS-AC-Max
             ADD 1 TO WS-AC-Cnt
             MOVE "I" TO WS-AC-Kind(WS-AC-Cnt)
             MOVE ZERO TO WS-AC-Memo-Nbr(WS-AC-Cnt)
             MOVE IR-Inv-Date TO WS-AC-Date(WS-AC-Cnt)
             MOVE IR-Invoice-Nbr TO WS-AC-Invoice-Nbr(WS-AC-Cnt)
             MOVE IR-Inv-Total TO WS-AC-Amount(WS-AC-Cnt)
           END-IF.

       GatherPeriodPayments.
           MOVE ZERO TO WS-Period-Payments WS-Period-Credits.
           OPEN INPUT PayHistFile
           IF WS-PayHistFile-Good
             PERFORM ReadPayHistFile
             PERFORM UNTIL WS-PayHistFile-EOF
               IF PH-Cust-ID = WS-Current-Cust-ID
                  AND PH-Applied-Date(1:6) = WS-Period
                 IF PH-Credit-Memo
                   ADD PH-Applied-Amount TO WS-Period-Credits
                 ELSE
                   ADD PH-Applied-Amount TO WS-Period-Payments
                 END-IF
                 PERFORM NoteActivity-Payment
               END-IF
               PERFORM ReadPayHistFile
       NoteActivity-Payment.
           IF WS-AC-Cnt < WS-AC-Max
             ADD 1 TO WS-AC-Cnt
             IF PH-Credit-Memo
               MOVE "C" TO WS-AC-Kind(WS-AC-Cnt)
               MOVE PH-Memo-Nbr TO WS-AC-Memo-Nbr(WS-AC-Cnt)
             ELSE
               MOVE "P" TO WS-AC-Kind(WS-AC-Cnt)
               MOVE ZERO TO WS-AC-Memo-Nbr(WS-AC-Cnt)
             END-IF
             MOVE PH-Applied-Date TO WS-AC-Date(WS-AC-Cnt)
             MOVE PH-Invoice-Nbr TO WS-AC-Invoice-Nbr(WS-AC-Cnt)
             MOVE PH-Applied-Amount TO WS-AC-Amount(WS-AC-Cnt)
           MOVE WS-Stmt-Work-Date(1:4) TO WS-SD-Date-YYYY.
           MOVE WS-Stmt-Work-Date(5:2) TO WS-SD-Date-MM.
           MOVE WS-Stmt-Work-Date(7:2) TO WS-SD-Date-DD.
           MOVE SPACES TO WS-SD-Memo-Ref.
           EVALUATE TRUE
              WHEN AC-Invoice(WS-AC-IDX)
                 MOVE "INVOICE " TO WS-SD-Kind
              WHEN AC-Credit(WS-AC-IDX)
                 MOVE "CREDIT  " TO WS-SD-Kind
                 MOVE "MEMO " TO WS-SD-Memo-Label
                 MOVE WS-AC-Memo-Nbr(WS-AC-IDX) TO WS-SD-Memo-Nbr
              WHEN OTHER
                 MOVE "PAYMENT " TO WS-SD-Kind
           END-EVALUATE.
           MOVE WS-AC-Invoice-Nbr(WS-AC-IDX) TO WS-SD-Invoice-Nbr.
           MOVE WS-AC-Amount(WS-AC-IDX) TO WS-SD-Amount.
           WRITE StatementRec FROM WS-Stmt-Detail-Line.
