      * and the delta is posted double-entry:
      *   - value up:   debit 1400 INVENTORY, credit 2100
      *     ACCRUED PAYABLES for additions/insertions (stock
      *     arriving), credit 5000 COST OF GOODS for goods a
      *     customer sent back (TypeCode 9 returns and called-back
      *     cancellations - the sale's cost is undone, nothing is
      *     owed to a supplier), credit 3900 INVENTORY
      *     REVALUATION for price changes and everything else
      *   - value down: credit 1400 INVENTORY, debit 5000 COST
      *     OF GOODS for subtractions (stock sold), debit 3900
      *     for price changes, deletions and everything else
      *                          falling back to selling price
      *                          only for trail entries older
      *                          than the cost field.
      * 2026-10-15 dastagg       TypeCode 9 (ReturnToStock) credits
      *                          5000 COST OF GOODS instead of
      *                          accruing a payable - customer
      *                          returns and called-back order
      *                          cancellations were posting as
      *                          purchases, leaving the sale's cost
      *                          in place and a payable nobody owed.
      *
      **********************************************************
       IDENTIFICATION DIVISION.

       ChooseCreditOffset.
      *    What balances an increase in inventory value depends on
      *    why it went up: stock arriving accrues a payable, stock
      *    a customer sent back undoes its cost of goods, a price
      *    change is a revaluation.
           EVALUATE Audit-TypeCode
              WHEN 1
              WHEN 4
                 MOVE "2100" TO WS-Offset-Account
                 MOVE "ACCRUED PAYABLES" TO WS-Offset-Desc
              WHEN 9
                 MOVE "5000" TO WS-Offset-Account
                 MOVE "COST OF GOODS" TO WS-Offset-Desc
              WHEN OTHER
                 MOVE "3900" TO WS-Offset-Account
                 MOVE "INVENTORY REVALUATION" TO WS-Offset-Desc
