      *   AND A PARTS INVENTORY SECTION (REORDER/LEAD TIME)  *
      *   AND A PURCHASE REQUISITION FILE FOR EVERY PART     *
      *   WHOSE TOTAL SUPPLY SITS BELOW ITS REORDER POINT    *
      *   - FOR ITS ECONOMIC ORDER QUANTITY (FCSTP/FCSTAPP)  *
      *     WHEN ONE IS SET AND COVERS THE SHORTFALL         *
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          05 RQ-PNO        PIC X(2).
          05 FILLER        PIC X(1).
          05 RQ-PNAME      PIC X(30).
      ** THE QUANTITY TO ORDER : THE PART'S EOQ, OR THE SHORTFALL   **
      ** UNDER THE REORDER POINT WHEN NO EOQ IS SET OR IT IS SMALLER **
          05 RQ-SHORTFALL  PIC 9(4).
          05 FILLER        PIC X(1).
          05 RQ-LEADTIME   PIC 9(3).
      *****************************************
           EXEC SQL INCLUDE SQLCA  END-EXEC.
           EXEC SQL INCLUDE PARTS  END-EXEC.
      ** EOQ IS NULL UNTIL FCSTAPP FIRST SETS IT **
       77 WS-HV-EOQ       PIC S9(9) COMP VALUE 0.
           EXEC SQL INCLUDE PARTSUPP  END-EXEC.
           EXEC SQL INCLUDE SUP    END-EXEC.
      *****************************************
           EXEC SQL
               DECLARE CURS2 CURSOR
               FOR
               SELECT P.PNAME, P.PNO, P.REORDER_POINT, P.LEAD_TIME,
                      COALESCE(P.EOQ,0)
               FROM API10.PARTS P
               WHERE P.STATUS <> 'R'
           END-EXEC.

           EXEC SQL
          02 FILLER PIC X VALUE '|'.
          02 L-INV-HDR-LEAD  PIC X(15) VALUE 'LEAD TIME DAYS'.
          02 FILLER PIC X VALUE '|'.
          02 L-INV-HDR-EOQ   PIC X(15) VALUE 'ORDER QTY (EOQ)'.
          02 FILLER PIC X VALUE '|'.
          02 FILLER PIC X(28) VALUE ALL ' '.
       01 L-INV-ROW.
          02 FILLER PIC X.
          02 FILLER PIC X VALUE '|'.
          02 FILLER PIC X VALUE '|'.
          02 L-INV-LEAD  PIC X(15).
          02 FILLER PIC X VALUE '|'.
          02 L-INV-EOQ   PIC X(15).
          02 FILLER PIC X VALUE '|'.
          02 FILLER PIC X(28) VALUE ALL ' '.
      ** TABLEAUX ***
       01 TABLEAU.
           05 PARTS-TAB OCCURS 50 TIMES.
               10 TAB-PNO      PIC X(2).
               10 TAB-REORDER  PIC 9(4).
               10 TAB-LEADTIME PIC 9(3).
               10 TAB-EOQ      PIC 9(4).
           05 LG-PARTS  PIC 99.
           05 SUP-TAB  OCCURS 50 TIMES.
               10 TAB-SNAME PIC X(20).
           EXEC SQL
               FETCH CURS2
               INTO :PARTS-PNAME, :PARTS-PNO, :PARTS-REORDER-POINT,
                       :PARTS-LEAD-TIME, :WS-HV-EOQ
           END-EXEC.

       FETCH-CURS3.
                    TAB-PNAME(WS-I)
               MOVE PARTS-REORDER-POINT TO TAB-REORDER(WS-I)
               MOVE PARTS-LEAD-TIME     TO TAB-LEADTIME(WS-I)
               MOVE WS-HV-EOQ           TO TAB-EOQ(WS-I)
               INITIALIZE  ST-PARTS
               PERFORM FETCH-CURS2
               PERFORM TEST-SQLCODE
               MOVE ED-REORDER         TO L-INV-REORD
               MOVE TAB-LEADTIME(WS-I) TO ED-LEADTIME
               MOVE ED-LEADTIME        TO L-INV-LEAD
               MOVE TAB-EOQ(WS-I)      TO ED-REORDER
               MOVE ED-REORDER         TO L-INV-EOQ
               WRITE ENR-FSTAT FROM L-INV-ROW
           END-PERFORM
           WRITE ENR-FSTAT FROM L-TIRET
           MOVE TAB-PNO(WS-J)   TO RQ-PNO
           MOVE TAB-PNAME(WS-J) TO RQ-PNAME
           COMPUTE RQ-SHORTFALL = TAB-REORDER(WS-J) - COL-TOTAL(WS-J)
           IF TAB-EOQ(WS-J) > RQ-SHORTFALL
              MOVE TAB-EOQ(WS-J) TO RQ-SHORTFALL
           END-IF
           MOVE TAB-LEADTIME(WS-J) TO RQ-LEADTIME

           MOVE SPACES TO RQ-SUPPLIERS
