      * retyping it:
      *   - each reorder line is matched to its supplier through
      *     the supplier item file (supplier ID, GadgetID, lead
      *     time, order multiple, agreed unit cost; first entry
      *     for a gadget is the preferred source)
      *   - the shortfall is rounded up to the supplier's order
      *     multiple
      *   - one purchase order per supplier per run, numbered
      * Date       Author        Maintenance Requirement
      * ---------  ------------  --------------------------------
      * 2026-09-02 dastagg       Created.
      * 2026-10-15 dastagg       Supplier master carries payment
      *                          terms; supplier item carries the
      *                          agreed unit cost, written on each
      *                          PO line for the AP invoice match.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
           02 SM-SuppCity           PIC X(15).
           02 SM-SuppState          PIC X(02).
           02 SM-SuppZip            PIC X(10).
      *    Payment terms in days from invoice date - read by the
      *    AP invoice match (BDS1029), carried here so the record
      *    is described in full.
           02 SM-Terms-Days         PIC 9(3).

       FD SupplierItemFile
           LABEL RECORDS ARE STANDARD
           02 SI-GadgetID           PIC 9(6).
           02 SI-Lead-Days          PIC 9(3).
           02 SI-Order-Mult         PIC 9(4).
      *    Agreed unit cost from this supplier. Copied onto the PO
      *    line as the price the supplier's invoice is matched
      *    against; an item without one leaves the PO line blank
      *    and its invoices go to hold.
           02 SI-Unit-Cost          PIC 9(4)V99.
           02 SI-Unit-Cost-X REDEFINES SI-Unit-Cost
                                    PIC X(6).

       FD POFile
           LABEL RECORDS ARE STANDARD
           02 PO-Qty                PIC 9(4).
           02 PO-Sep5               PIC X.
           02 PO-Date               PIC 9(8).
           02 PO-Sep6               PIC X.
           02 PO-Unit-Cost          PIC 9(4)V99.
           02 PO-Unit-Cost-X REDEFINES PO-Unit-Cost
                                    PIC X(6).

       FD POPrintFile
           LABEL RECORDS ARE STANDARD
              03 WS-SIT-GadgetID    PIC 9(6).
              03 WS-SIT-Lead-Days   PIC 9(3).
              03 WS-SIT-Order-Mult  PIC 9(4).
              03 WS-SIT-Unit-Cost   PIC X(6).
           02 WS-SIT-IDX            PIC 9(04) COMP VALUE ZERO.

      *    The run's PO lines, gathered so one PO per supplier can
              03 WS-PL-WhseLoc      PIC 9.
              03 WS-PL-Order-Qty    PIC 9(4).
              03 WS-PL-Lead-Days    PIC 9(3).
              03 WS-PL-Unit-Cost    PIC X(6).
              03 WS-PL-Printed-Flag PIC X.
                 88 PL-Printed      VALUE "Y".
                 88 PL-Not-Printed  VALUE "N".
           02 FILLER                PIC X(06) VALUE " LEAD ".
           02 WS-PD-Lead-Days       PIC 9(3).
           02 FILLER                PIC X(05) VALUE " DAYS".
           02 FILLER                PIC X(03) VALUE " @ ".
           02 WS-PD-Unit-Cost       PIC ZZZ9.99.
           02 WS-PD-Unit-Cost-X REDEFINES WS-PD-Unit-Cost
                                    PIC X(07).
           02 FILLER                PIC X(03) VALUE SPACE.

       01  WS-PO-Total-Line.
           02 FILLER                PIC X(38) VALUE SPACE.
             MOVE SI-GadgetID TO WS-SIT-GadgetID(WS-SIT-Cnt)
             MOVE SI-Lead-Days TO WS-SIT-Lead-Days(WS-SIT-Cnt)
             MOVE SI-Order-Mult TO WS-SIT-Order-Mult(WS-SIT-Cnt)
             MOVE SI-Unit-Cost-X TO WS-SIT-Unit-Cost(WS-SIT-Cnt)
             PERFORM ReadSupplierItems
           END-PERFORM
           CLOSE SupplierItemFile
             MOVE WS-Order-Qty TO WS-PL-Order-Qty(WS-PL-Cnt)
             MOVE WS-SIT-Lead-Days(WS-SIT-Found-IDX)
                TO WS-PL-Lead-Days(WS-PL-Cnt)
             MOVE WS-SIT-Unit-Cost(WS-SIT-Found-IDX)
                TO WS-PL-Unit-Cost(WS-PL-Cnt)
             SET PL-Not-Printed(WS-PL-Cnt) TO TRUE
           END-IF.

           MOVE WS-PL-WhseLoc(WS-PL-IDX2) TO WS-PD-WhseLoc.
           MOVE WS-PL-Order-Qty(WS-PL-IDX2) TO WS-PD-Qty.
           MOVE WS-PL-Lead-Days(WS-PL-IDX2) TO WS-PD-Lead-Days.
           MOVE WS-PL-Unit-Cost(WS-PL-IDX2) TO PO-Unit-Cost-X.
           IF PO-Unit-Cost-X NUMERIC
             MOVE PO-Unit-Cost TO WS-PD-Unit-Cost
           ELSE
             MOVE SPACES TO WS-PD-Unit-Cost-X
           END-IF.
           WRITE POPrintRec FROM WS-PO-Detail-Line.
           PERFORM CheckPOPrintWrite.
           MOVE SPACE TO PO-Sep1 PO-Sep2 PO-Sep3 PO-Sep4 PO-Sep5
                         PO-Sep6.
           MOVE WS-PO-Seq-Cnt TO PO-Nbr.
           MOVE WS-Current-SuppID TO PO-SuppID.
           MOVE WS-PL-GadgetID(WS-PL-IDX2) TO PO-GadgetID.
