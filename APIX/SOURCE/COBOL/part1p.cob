      *              - PROCESS THE MAINTENANCE TRANSACTION FILE          *
      *                (ACTION CODE A=ADD, U=UPDATE, D=DELETE) WITH      *
      *                THE SAME VALIDATION AND REJECT LOG AS THE LOAD    *
      *              - RECORD EVERY CATALOG PRICE IT SETS ON THE PRICE   *
      *                HISTORY (PRCHPROG), DATED THE DAY OF THE RUN      *
      ********************************************************************
       
       ENVIRONMENT DIVISION.
       77 WS-SINCE-COMMIT PIC 9(5) VALUE 0.
       COPY CURRMAP.

      ** CATALOG PRICE HISTORY (PRCHPROG) - A NEW PRODUCT'S PRICE,  **
      ** AND A 'U' LINE THAT MOVES THE PRICE, ARE RECORDED AS       **
      ** APPLIED FROM TODAY ON                                      **
       COPY PRCHBLK.
       01 WS-OLD-PRICE    PIC S9(3)V9(2) COMP-3 VALUE 0.
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.
       77 WS-RUN-DATE-ISO PIC X(10).

       77 CNT-PRICE-MISSING PIC 9(4) VALUE 0.
       77 CNT-BAD-FORMAT    PIC 9(4) VALUE 0.
       77 CNT-DUPLICATE     PIC 9(4) VALUE 0.
              GOBACK
           END-IF
           PERFORM TAKE-RUN-LOCK
           PERFORM GET-RUN-DATE
           MOVE 'S' TO WS-RH-PHASE
           MOVE 0 TO WS-RH-RC
           CALL 'RUNHIST' USING WS-LOCK-PGM WS-RH-PHASE
           IF CNT-SUPERSEDED > 0
              DISPLAY 'SUPERSESSIONS RECORDED : ' CNT-SUPERSEDED
           END-IF
           CALL 'PRCHRST'
           PERFORM WRITE-LOG-FOOTER
           EXEC SQL COMMIT END-EXEC
           CLOSE FLOG
                                WS-LOCK-RESULT
           .

       GET-RUN-DATE.
           ACCEPT WS-RUN-DATE FROM DATE
           MOVE SPACES TO WS-RUN-DATE-ISO
           STRING '20'      DELIMITED BY SIZE
                  WS-RUN-AA  DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  WS-RUN-MM  DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  WS-RUN-JJ  DELIMITED BY SIZE
             INTO WS-RUN-DATE-ISO
           END-STRING
           .

      ** PROCESS-ONE-NEWS-FILE - loads one CSV drop named on FICNEWSLIST ***
       PROCESS-ONE-NEWS-FILE.
           MOVE ZERO TO NEWS-FLAG
           END-IF
           .

      *** UPDATE-DB - REWRITES THE PRODUCT ROW FROM A 'U' LINE ; ***
      *** THE PRICE IT CARRIED IS READ FIRST FOR THE HISTORY     ***
       UPDATE-DB.
           EXEC SQL
              SELECT PRICE
              INTO :WS-OLD-PRICE
              FROM API10.PRODUCTS
              WHERE P_NO = :PRO-P-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE ZERO TO WS-OLD-PRICE
           END-IF
           EXEC SQL
           UPDATE API10.PRODUCTS
              SET DESCRIPTION = :PRO-DESCRIPTION,
                  COST        = :PRO-COST
              WHERE P_NO = :PRO-P-NO
           END-EXEC
           IF SQLCODE = ZERO AND PRO-PRICE NOT = WS-OLD-PRICE
              PERFORM RECORD-PRICE-CHANGE
           END-IF
           PERFORM EVAL-MAINT.

      *** RECORD-PRICE-CHANGE - THE NEW CATALOG PRICE ON PRCHISK, ***
      *** IN EFFECT FROM TODAY                                    ***
       RECORD-PRICE-CHANGE.
           INITIALIZE PRCH-BLOCK
           MOVE 'W'             TO PH-ACTION
           MOVE PRO-P-NO        TO PH-P-NO
           MOVE WS-RUN-DATE-ISO TO PH-DATE
           MOVE PRO-PRICE       TO PH-PRICE
           MOVE WS-OLD-PRICE    TO PH-OLD-PRICE
           MOVE 'A'             TO PH-STATUS
           MOVE 'PART1P'        TO PH-SOURCE
           CALL 'PRCHPROG' USING PRCH-BLOCK
           .

      *** STATUS-DB - FLIPS THE PRODUCT LIFECYCLE STATUS FROM AN ***
      *** 'S' LINE : A=ACTIVE, D=DISCONTINUED, P=PENDING          ***
       STATUS-DB.
                    :PRO-STATUS,
                    :PRO-COST)
           END-EXEC
           IF SQLCODE = ZERO
              MOVE ZERO TO WS-OLD-PRICE
              PERFORM RECORD-PRICE-CHANGE
           END-IF
           PERFORM EVAL-INSERT.
     
       EVAL-INSERT.
