           MOVE FUNCTION NUMVAL(flat-quantity)    TO inv-quantity
           MOVE FUNCTION NUMVAL(flat-unit-price)  TO inv-unit-price
           MOVE FUNCTION NUMVAL(flat-order-price) TO inv-order-price
           MOVE inv-order-price TO inv-avg-cost

           WRITE invmast-record
               INVALID KEY
