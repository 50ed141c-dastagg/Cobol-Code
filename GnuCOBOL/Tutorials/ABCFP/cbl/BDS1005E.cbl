      *                          with a heading stamped with it.
      *                          The program refuses to run
      *                          without the run-control file.
      * 2026-10-15 dastagg       Recognize TypeCode-TF 9
      *                          (ReturnToStock) now that BDS1005
      *                          applies it; its location is edited
      *                          like an addition's.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
              88 NameChange        VALUE 6.
              88 Reversal          VALUE 7.
              88 Transfer          VALUE 8.
              88 ReturnToStock     VALUE 9.
           02 RecordBody-IR.
             03 GadgetID-TF        PIC 9(6).
             03 GadgetName-IR      PIC X(30).
                 CONTINUE
              WHEN StockAddition
              WHEN StockSubtraction
              WHEN ReturnToStock
                 PERFORM EditAddSubLocation
              WHEN Transfer
                 PERFORM EditTransferLocations
