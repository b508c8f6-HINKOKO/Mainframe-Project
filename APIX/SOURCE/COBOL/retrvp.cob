       RESTORE-ORDER.
           EXEC SQL
              INSERT INTO APIX.ORDERS
                 (O_NO, S_NO, C_NO, O_DATE, REGION, SHIP_TO)
              SELECT O_NO, S_NO, C_NO, O_DATE, REGION, SHIP_TO
              FROM APIX.ORDERS_ARCH
              WHERE O_NO = :ORD-O-NO
           END-EXEC

           EXEC SQL
              INSERT INTO APIX.ITEMS
                 (O_NO, P_NO, QUANTITY, PRICE, REQ_DATE, UOM)
              SELECT O_NO, P_NO, QUANTITY, PRICE, REQ_DATE, UOM
              FROM APIX.ITEMS_ARCH
              WHERE O_NO = :ORD-O-NO
           END-EXEC
