      *    - FLAG THE CHEAPEST SOURCE FOR EACH PART                   *
      *    - COMPUTE WHAT LAST PERIOD'S SUPPLIED QUANTITIES WOULD     *
      *      HAVE SAVED IF ALWAYS SOURCED AT THE BEST COST            *
      *    - SHOW UNDER EACH SUPPLIER ITS PRICE AGREEMENT IN FORCE    *
      *      TODAY (SUPAGRK, THROUGH SPAPROG) WITH ITS QUANTITY       *
      *      BREAKS ; A SUPPLIER IS PRICED AT THE BREAK THE QUANTITY  *
      *      REACHES, SO THE CHEAPEST SOURCE AND THE SAVING ARE       *
      *      JUDGED AT EACH LINE'S OWN QUANTITY                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       77 WS-GRAND-SAVING PIC S9(9)V9(2) VALUE 0.
       77 CNT-PARTS      PIC 9(3) VALUE 0.

      *** LES FOURNISSEURS DE LA PIECE ET LEUR ACCORD DU JOUR ***
       COPY SPABLK.
       01 SUPT-TAB.
          05 SPT-ENTRY OCCURS 50 TIMES.
             10 SPT-SNO       PIC X(2).
             10 SPT-SNAME     PIC X(20).
             10 SPT-COST      PIC 9(5)V9(2).
             10 SPT-QTY       PIC 9(7).
             10 SPT-HAS-AGR   PIC X(1).
             10 SPT-FROM      PIC X(10).
             10 SPT-TO        PIC X(10).
             10 SPT-BRK OCCURS 4 TIMES.
                15 SPT-MIN-QTY  PIC 9(5).
                15 SPT-BRK-COST PIC 9(5)V9(2).
       77 SPT-CNT        PIC 9(2) VALUE 0.
       77 SPT-IDX        PIC 9(2) VALUE 0.
       77 SPT-JDX        PIC 9(2) VALUE 0.
       77 SPT-BDX        PIC 9(1) VALUE 0.

      *** PRIX D'UN FOURNISSEUR POUR UNE QUANTITE ***
       77 WS-PQ-IDX      PIC 9(2) VALUE 0.
       77 WS-PQ-QTY      PIC 9(7) VALUE 0.
       77 WS-PQ-COST     PIC 9(5)V9(2) VALUE 0.
       77 WS-PQ-AGREED   PIC 9(5)V9(2) VALUE 0.
       77 WS-OWN-COST    PIC 9(5)V9(2) VALUE 0.

      *** DATE DU JOUR AAAA-MM-JJ ***
       01 WS-TODAY        PIC 9(8).
       01 WS-TODAY-R REDEFINES WS-TODAY.
          05 WS-TODAY-YYYY PIC X(4).
          05 WS-TODAY-MM   PIC X(2).
          05 WS-TODAY-DD   PIC X(2).
       01 WS-TODAY-ISO    PIC X(10).

      *** LIGNES EDITION ***
       01 L-COST-HEAD.
          05 FILLER        PIC X(44) VALUE
                'SUPPLIER COST COMPARISON BY PART'.
          05 FILLER        PIC X(56) VALUE ALL ' '.
       01 L-COST-TITLE.
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 FILLER        PIC X(4)  VALUE 'SUP'.
          05 FILLER        PIC X(22) VALUE 'SUPPLIER'.
          05 FILLER        PIC X(11) VALUE 'COST'.
          05 FILLER        PIC X(7)  VALUE 'QTY'.
          05 FILLER        PIC X(11) VALUE 'AGREED'.
          05 FILLER        PIC X(11) VALUE 'BEST'.
          05 FILLER        PIC X(30) VALUE ALL ' '.
       01 L-COST-PART.
          05 FILLER        PIC X(7)  VALUE 'PART : '.
          05 L-PART-PNO    PIC X(2).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-COST-QTY    PIC ZZZ9.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-COST-AGREED PIC ZZZZ9,99 BLANK WHEN ZERO.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-COST-BEST   PIC ZZZZ9,99.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-COST-FLAG   PIC X(10).
          05 FILLER        PIC X(20) VALUE ALL ' '.
       01 L-COST-AGR.
          05 FILLER        PIC X(8)  VALUE ALL ' '.
          05 FILLER        PIC X(10) VALUE 'AGREEMENT '.
          05 L-AGR-FROM    PIC X(10).
          05 FILLER        PIC X(4)  VALUE ' TO '.
          05 L-AGR-TO      PIC X(10).
          05 FILLER        PIC X(58) VALUE ALL ' '.
       01 L-COST-BRK.
          05 FILLER        PIC X(8)  VALUE ALL ' '.
          05 FILLER        PIC X(9)  VALUE 'BREAKS :'.
          05 L-BRK-ITEM OCCURS 4 TIMES.
             10 L-BRK-MIN  PIC ZZZZ9 BLANK WHEN ZERO.
             10 L-BRK-PLUS PIC X(2).
             10 L-BRK-COST PIC ZZZZ9,99 BLANK WHEN ZERO.
             10 FILLER     PIC X(3).
          05 FILLER        PIC X(11) VALUE ALL ' '.
       01 L-COST-SAVING.
          05 FILLER        PIC X(30) VALUE
                '  SAVING AT BEST COST : '.
          05 FILLER        PIC X(57) VALUE ALL ' '.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD
                  DELIMITED BY SIZE INTO WS-TODAY-ISO
           END-STRING

           OPEN OUTPUT FCOSTRPT
           WRITE ENR-COSTRPT FROM L-COST-HEAD
           WRITE ENR-COSTRPT FROM L-COST-TITLE

           EXEC SQL OPEN CCOST END-EXEC
           PERFORM TEST-SQLCODE
              IF PARTSUPP-PNO NOT = WS-PREV-PNO
                 PERFORM PART-BREAK
              END-IF
              PERFORM KEEP-SUPPLIER-ROW
              PERFORM FETCH-CCOST
              PERFORM TEST-SQLCODE
           END-PERFORM
           IF WS-PREV-PNO NOT = SPACES
              PERFORM WRITE-PART-LINES
              PERFORM WRITE-PART-SAVING
           END-IF
           EXEC SQL CLOSE CCOST END-EXEC
           CALL 'SPARST'

           MOVE WS-GRAND-SAVING TO L-GRAND-AMT
           WRITE ENR-COSTRPT FROM L-COST-GRAND
                    :PARTSUPP-COST, :PARTSUPP-QTY
           END-EXEC.

      ** PART-BREAK - the part's suppliers are held until the next  **
      ** part comes : the best cost depends on the quantity, so      **
      ** every line is judged against all of them                   **
       PART-BREAK.
           IF WS-PREV-PNO NOT = SPACES
              PERFORM WRITE-PART-LINES
              PERFORM WRITE-PART-SAVING
           END-IF
           MOVE PARTSUPP-PNO  TO WS-PREV-PNO
           MOVE ZERO TO WS-PART-SAVING
           MOVE ZERO TO SPT-CNT
           ADD 1 TO CNT-PARTS

           MOVE PARTSUPP-PNO TO L-PART-PNO
           WRITE ENR-COSTRPT FROM L-COST-PART
           .

      ** KEEP-SUPPLIER-ROW - the row, and the supplier's agreement  **
      ** in force today with its breaks (asked for at no quantity)  **
       KEEP-SUPPLIER-ROW.
           IF SPT-CNT NOT < 50
              DISPLAY 'TOO MANY SUPPLIERS FOR ' PARTSUPP-PNO
                      ', RAISE OCCURS'
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO SPT-CNT
           MOVE PARTSUPP-SNO  TO SPT-SNO(SPT-CNT)
           MOVE SUP-SNAME-TEXT(1:SUP-SNAME-LEN) TO SPT-SNAME(SPT-CNT)
           MOVE PARTSUPP-COST TO SPT-COST(SPT-CNT)
           MOVE PARTSUPP-QTY  TO SPT-QTY(SPT-CNT)

           INITIALIZE SPA-BLOCK
           SET SA-DO-PRICE TO TRUE
           MOVE PARTSUPP-PNO TO SA-PNO
           MOVE PARTSUPP-SNO TO SA-SNO
           MOVE ZERO         TO SA-QTY
           MOVE WS-TODAY-ISO TO SA-DATE
           CALL 'SPAPROG' USING SPA-BLOCK
           IF SA-NONE
              MOVE 'N' TO SPT-HAS-AGR(SPT-CNT)
           ELSE
              MOVE 'Y' TO SPT-HAS-AGR(SPT-CNT)
           END-IF
           MOVE SA-FROM TO SPT-FROM(SPT-CNT)
           MOVE SA-TO   TO SPT-TO(SPT-CNT)
           PERFORM VARYING SPT-BDX FROM 1 BY 1 UNTIL SPT-BDX > 4
              MOVE SA-MIN-QTY(SPT-BDX)
                TO SPT-MIN-QTY(SPT-CNT SPT-BDX)
              MOVE SA-BRK-COST(SPT-BDX)
                TO SPT-BRK-COST(SPT-CNT SPT-BDX)
           END-PERFORM
           .

      ** WRITE-PART-LINES - each supplier at its own quantity : its  **
      ** price there against the best any supplier of the part      **
      ** would charge for that same quantity                         **
       WRITE-PART-LINES.
           PERFORM VARYING SPT-IDX FROM 1 BY 1 UNTIL SPT-IDX > SPT-CNT
              MOVE SPT-IDX      TO WS-PQ-IDX
              MOVE SPT-QTY(SPT-IDX) TO WS-PQ-QTY
              PERFORM PRICE-AT-QTY
              MOVE WS-PQ-COST   TO WS-OWN-COST
              MOVE WS-PQ-AGREED TO L-COST-AGREED
              MOVE WS-PQ-COST   TO WS-BEST-COST
              PERFORM VARYING SPT-JDX FROM 1 BY 1
                      UNTIL SPT-JDX > SPT-CNT
                 MOVE SPT-JDX TO WS-PQ-IDX
                 PERFORM PRICE-AT-QTY
                 IF WS-PQ-COST < WS-BEST-COST
                    MOVE WS-PQ-COST TO WS-BEST-COST
                 END-IF
              END-PERFORM
              PERFORM WRITE-COST-LINE
           END-PERFORM
           .

      ** PRICE-AT-QTY - supplier WS-PQ-IDX at WS-PQ-QTY : the highest **
      ** break of its agreement the quantity reaches, its PARTSUPP    **
      ** cost below the first break or without an agreement           **
       PRICE-AT-QTY.
           MOVE SPT-COST(WS-PQ-IDX) TO WS-PQ-COST
           MOVE ZERO TO WS-PQ-AGREED
           IF SPT-HAS-AGR(WS-PQ-IDX) = 'Y'
              PERFORM VARYING SPT-BDX FROM 1 BY 1 UNTIL SPT-BDX > 4
                 IF SPT-MIN-QTY(WS-PQ-IDX SPT-BDX) > 0 AND
                    SPT-BRK-COST(WS-PQ-IDX SPT-BDX) > 0 AND
                    WS-PQ-QTY NOT < SPT-MIN-QTY(WS-PQ-IDX SPT-BDX)
                    MOVE SPT-BRK-COST(WS-PQ-IDX SPT-BDX)
                      TO WS-PQ-AGREED
                 END-IF
              END-PERFORM
              IF WS-PQ-AGREED > 0
                 MOVE WS-PQ-AGREED TO WS-PQ-COST
              END-IF
           END-IF
           .

       WRITE-COST-LINE.
           MOVE SPT-SNO(SPT-IDX)   TO L-COST-SNO
           MOVE SPT-SNAME(SPT-IDX) TO L-COST-SNAME
           MOVE SPT-COST(SPT-IDX)  TO L-COST-COST
           MOVE SPT-QTY(SPT-IDX)   TO L-COST-QTY
           MOVE WS-BEST-COST       TO L-COST-BEST
           IF WS-OWN-COST = WS-BEST-COST
              MOVE 'CHEAPEST' TO L-COST-FLAG
           ELSE
              MOVE SPACES TO L-COST-FLAG
           END-IF
           WRITE ENR-COSTRPT FROM L-COST-LINE
           IF SPT-HAS-AGR(SPT-IDX) = 'Y'
              PERFORM WRITE-BREAK-TABLE
           END-IF

           COMPUTE WS-LINE-SAVING =
              SPT-QTY(SPT-IDX) * (WS-OWN-COST - WS-BEST-COST)
           ADD WS-LINE-SAVING TO WS-PART-SAVING
           ADD WS-LINE-SAVING TO WS-GRAND-SAVING
           .

      ** WRITE-BREAK-TABLE - the agreement's dates, then its breaks : **
      ** 100+ 3,50 is from 100 units on, at 3,50 each                 **
       WRITE-BREAK-TABLE.
           MOVE SPT-FROM(SPT-IDX) TO L-AGR-FROM
           MOVE SPT-TO(SPT-IDX)   TO L-AGR-TO
           WRITE ENR-COSTRPT FROM L-COST-AGR
           PERFORM VARYING SPT-BDX FROM 1 BY 1 UNTIL SPT-BDX > 4
              MOVE SPT-MIN-QTY(SPT-IDX SPT-BDX)  TO L-BRK-MIN(SPT-BDX)
              MOVE SPT-BRK-COST(SPT-IDX SPT-BDX) TO L-BRK-COST(SPT-BDX)
              IF SPT-MIN-QTY(SPT-IDX SPT-BDX) > 0
                 MOVE '+ ' TO L-BRK-PLUS(SPT-BDX)
              ELSE
                 MOVE SPACES TO L-BRK-PLUS(SPT-BDX)
              END-IF
           END-PERFORM
           WRITE ENR-COSTRPT FROM L-COST-BRK
           .

       WRITE-PART-SAVING.
           MOVE WS-PART-SAVING TO L-SAVING-AMT
           WRITE ENR-COSTRPT FROM L-COST-SAVING
