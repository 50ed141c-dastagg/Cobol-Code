      * ---------  ------------  --------------------------------
      * 2026-09-02 dastagg       Created - the floor worked from
      *                          a phone call.
      * 2026-10-15 dastagg       Accepted-order record grew to 21
      *                          bytes with the order number
      *                          BDS1006 now carries on each line.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
           02 AO-GadgetID           PIC 9(6).
           02 AO-Qty                PIC 9(4).
           02 AO-WhseLoc            PIC 9.
           02 AO-Order-Nbr          PIC X(6).

       FD MasterStockFile
           LABEL RECORDS ARE STANDARD
