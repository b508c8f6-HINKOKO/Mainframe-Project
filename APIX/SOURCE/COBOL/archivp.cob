       ARCHIVE-ONE-ORDER.
           EXEC SQL
              INSERT INTO APIX.ORDERS_ARCH
                 (O_NO, S_NO, C_NO, O_DATE, REGION, SHIP_TO)
              SELECT O_NO, S_NO, C_NO, O_DATE, REGION, SHIP_TO
              FROM APIX.ORDERS
              WHERE O_NO = :ORD-O-NO
           END-EXEC

           EXEC SQL
              INSERT INTO APIX.ITEMS_ARCH
                 (O_NO, P_NO, QUANTITY, PRICE, REQ_DATE, UOM)
              SELECT O_NO, P_NO, QUANTITY, PRICE, REQ_DATE, UOM
              FROM APIX.ITEMS
              WHERE O_NO = :ORD-O-NO
           END-EXEC
