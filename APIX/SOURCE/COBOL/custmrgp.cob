      *    - MERGE DUPLICATE CUSTOMER NUMBERS INTO ONE SURVIVOR :      *
      *      THE SKELETON INTAKE AND THE WEB SHOP LEAVE THE SAME       *
      *      COMPANY UNDER TWO OR THREE C_NOS                          *
      *    - RE-POINT APIX.ORDERS, THE FINVREG REGISTER, THE DB2 OPEN  *
      *      ITEMS AND THE UNAPPLIED-CASH LEDGER AT THE SURVIVOR       *
      *    - COMBINE THE BALANCES AND RETIRE THE DUPLICATES            *
      *      (STATUS 'M', BALANCE ZERO)                                *
      *    - WRITE A LOADLOG-FORMAT AUDIT OF EVERYTHING MOVED          *
       01 ED-COUNT        PIC ZZZZ9.
       77 WS-MERGE-KO     PIC 9 VALUE 0.
            88 MERGE-FAILED    VALUE 1.
      *** LES POSTES OUVERTS DB2 (ARPOST) SUIVENT LE REGISTRE ***
       COPY ARPOST.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
              IF NOT MERGE-FAILED
                 PERFORM MOVE-DUP-BALANCE
              END-IF
              IF NOT MERGE-FAILED
                 PERFORM MOVE-DUP-OPEN-ITEMS
              END-IF
              IF MERGE-FAILED
                 EXEC SQL ROLLBACK END-EXEC
                 MOVE WS-CUR-DUP TO LOGREC-DETAIL
           END-IF
           .

      ** MOVE-DUP-OPEN-ITEMS - the open items follow the register,  **
      ** inside the same unit of work as the orders and balances    **
       MOVE-DUP-OPEN-ITEMS.
           SET AP-DO-MERGE       TO TRUE
           SET AP-CALLER-COMMITS TO TRUE
           MOVE WS-CUR-DUP       TO AP-OLD-C-NO
           MOVE WS-SURVIVOR      TO AP-NEW-C-NO
           CALL 'ARPOST' USING AR-POST-BLOCK
           IF AP-FAILED
              DISPLAY 'OPEN ITEMS RE-POINT KO'
              SET MERGE-FAILED TO TRUE
           END-IF
           .

       REPOINT-REGISTER.
           MOVE ZERO TO WS-REG-MOVED
           PERFORM VARYING RG-IDX FROM 1 BY 1 UNTIL RG-IDX > RG-CNT
