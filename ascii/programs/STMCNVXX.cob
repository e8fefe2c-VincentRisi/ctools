           MOVE STO-ONHAND-VALUE        TO STK-ONHAND-VALUE.
           MOVE 0                       TO STK-REORDER-LEVEL
                                           STK-REORDER-QTY
                                           STK-SELL-PRICE
                                           STK-ALLOCATED-QTY.
           MOVE SPACES                  TO STK-SUPPLIER.
           IF STO-ONHAND-QTY > 0
              COMPUTE STK-AVG-COST ROUNDED =
