      *    - KEY IN A CUSTOMER NUMBER                                  *
      *    - SEE THE MASTER ROW (BALANCE AGAINST CREDIT LIMIT, TERMS,  *
      *      ACTIVE / PENDING-SKELETON / MERGED STATUS), THE OPEN      *
      *      INVOICES WITH THEIR AGES OFF THE DB2 OPEN ITEMS           *
      *      (API10.AR_OPEN_ITEMS, KEPT BY THE POSTING PROGRAMS        *
      *      THROUGH ARPOST) INSTEAD OF A SCAN OF THE REGISTERS,       *
      *      THE LAST PAYMENT TAKEN, AND ANY ORDERS SITTING ON THE     *
      *      FICCREDHLD CREDIT-HOLD FILE                               *
      *    READ-ONLY - ONE SCREEN REPLACING THE THREE BATCH REPORTS    *
       77 ED-AGE           PIC ZZZZ9.
       77 ED-SQLCODE       PIC +Z(8)9.

      *** FICCREDHLD, VU PAR CICS (LIGNES AU GABARIT VT) ***
       01 WS-HOLD-REC.
          05 WH-O-NO       PIC X(7).
       77 WS-BROWSE-DONE   PIC 9 VALUE 0.
            88 BROWSE-DONE      VALUE 1.

      *** POSTES OUVERTS ET DERNIER REGLEMENT DU CLIENT (DB2) ***
       77 WS-OI-C-NO       PIC X(3)  VALUE SPACES.
       77 WS-OI-INV-NO     PIC S9(9) COMP VALUE 0.
       77 WS-OI-DUE-DATE   PIC X(10) VALUE SPACES.
       77 WS-OI-OPEN       PIC S9(9)V9(2) COMP-3 VALUE 0.
       77 WS-OI-AGE        PIC S9(9) COMP VALUE 0.
       77 WS-OI-RUN-ISO    PIC X(10) VALUE SPACES.
       77 WS-OI-INV-9      PIC 9(8)  VALUE 0.
       77 WS-OI-PAY-AMT    PIC S9(9)V9(2) COMP-3 VALUE 0.
       77 CNT-OPEN-SHOWN   PIC 99 VALUE 0.
       77 WS-LAST-PAY-DATE PIC X(10) VALUE SPACES.
       77 WS-LAST-PAY-AMT  PIC S9(7)V9(2) VALUE 0.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.
       77 WS-AGE-DAYS     PIC S9(5) VALUE 0.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE CUS      END-EXEC

      *** CURSEUR DES POSTES OUVERTS DU CLIENT, PLUS VIEILLE        ***
      *** ECHEANCE D'ABORD, AGES DEPUIS L'ECHEANCE                  ***
           EXEC SQL
              DECLARE CINQOI CURSOR
              FOR
              SELECT INV_NO, DUE_DATE, OPEN_AMT,
                 DAYS(DATE(:WS-OI-RUN-ISO)) - DAYS(DATE(DUE_DATE))
              FROM API10.AR_OPEN_ITEMS
              WHERE C_NO = :WS-OI-C-NO
              ORDER BY DUE_DATE, INV_NO
           END-EXEC

      *** CURSEUR DES PAIEMENTS DU CLIENT, LE PLUS RECENT D'ABORD ***
           EXEC SQL
              DECLARE CINQPY CURSOR
              FOR
              SELECT S.PAY_DATE, S.AMOUNT
              FROM API10.AR_SETTLE S, API10.AR_INVOICE I
              WHERE S.INV_NO = I.INV_NO
                AND I.C_NO = :WS-OI-C-NO
                AND S.SET_TYPE IN ('P', ' ')
              ORDER BY S.PAY_DATE DESC
           END-EXEC
      ***********************************************
       PROCEDURE DIVISION.

           MOVE SPACES TO WS-SCREEN
           MOVE 0 TO WS-SCR-IDX
           ACCEPT WS-RUN-DATE FROM DATE
           STRING '20' WS-RUN-AA '-' WS-RUN-MM '-' WS-RUN-JJ
             DELIMITED BY SIZE INTO WS-OI-RUN-ISO
           END-STRING

           IF WS-IN-C-NO = SPACES
              MOVE 'ENTER: CINQ NNN (THREE-CHARACTER CUSTOMER NO)'
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 PERFORM SHOW-CUSTOMER-HEADER
                 MOVE WS-IN-C-NO TO WS-OI-C-NO
                 PERFORM SHOW-OPEN-INVOICES
                 PERFORM SHOW-LAST-PAYMENT
                 PERFORM SHOW-HELD-ORDERS
              WHEN 'M'
                 MOVE 'STATUS : MERGED INTO ANOTHER ACCOUNT'
                    TO WS-LINE
              WHEN 'E'
                 MOVE 'STATUS : PERSONAL DATA ERASED - CLOSED'
                    TO WS-LINE
              WHEN OTHER
                 MOVE 'STATUS : ACTIVE' TO WS-LINE
           END-EVALUATE
           PERFORM ADD-SCREEN-LINE
           .

       SHOW-OPEN-INVOICES.
           MOVE 'OPEN INVOICES :  INV.NO   DUE        OPEN'
              TO WS-LINE
           PERFORM ADD-SCREEN-LINE
           MOVE 0 TO CNT-OPEN-SHOWN
           EXEC SQL OPEN CINQOI END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE SQLCODE TO ED-SQLCODE
              MOVE SPACES TO WS-LINE
              STRING '  OPEN ITEMS NOT READABLE - DB2 ERROR ' ED-SQLCODE
                DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM ADD-SCREEN-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM FETCH-CINQOI
           PERFORM UNTIL SQLCODE NOT = ZERO OR CNT-OPEN-SHOWN NOT < 8
              PERFORM SHOW-ONE-OPEN-INVOICE
              PERFORM FETCH-CINQOI
           END-PERFORM
           EXEC SQL CLOSE CINQOI END-EXEC
           IF CNT-OPEN-SHOWN = 0
              MOVE '  (NOTHING OPEN)' TO WS-LINE
              PERFORM ADD-SCREEN-LINE
           PERFORM ADD-SCREEN-LINE
           .

       FETCH-CINQOI.
           EXEC SQL
              FETCH CINQOI
              INTO :WS-OI-INV-NO, :WS-OI-DUE-DATE, :WS-OI-OPEN,
                   :WS-OI-AGE
           END-EXEC
           .

      ** SHOW-ONE-OPEN-INVOICE - aged from the due date (the invoice **
      ** date when the register carried none), like the batch aging **
       SHOW-ONE-OPEN-INVOICE.
           ADD 1 TO CNT-OPEN-SHOWN
           MOVE WS-OI-AGE TO WS-AGE-DAYS
           IF WS-AGE-DAYS < 0
              MOVE ZERO TO WS-AGE-DAYS
           END-IF
           MOVE WS-OI-INV-NO TO WS-OI-INV-9
           MOVE WS-OI-OPEN TO ED-OPEN
           MOVE WS-AGE-DAYS TO ED-AGE
           MOVE SPACES TO WS-LINE
           STRING '  ' WS-OI-INV-9
                  '  ' WS-OI-DUE-DATE
                  ' ' ED-OPEN
                  '  ' ED-AGE ' DAYS'
             DELIMITED BY SIZE INTO WS-LINE
           PERFORM ADD-SCREEN-LINE
           .

      ** SHOW-LAST-PAYMENT - the freshest payment applied to any of  **
      ** the customer's invoices                                     **
       SHOW-LAST-PAYMENT.
           MOVE SPACES TO WS-LAST-PAY-DATE
           EXEC SQL OPEN CINQPY END-EXEC
           IF SQLCODE = ZERO
              EXEC SQL
                 FETCH CINQPY
                 INTO :WS-LAST-PAY-DATE, :WS-OI-PAY-AMT
              END-EXEC
              IF SQLCODE = ZERO
                 MOVE WS-OI-PAY-AMT TO WS-LAST-PAY-AMT
              ELSE
                 MOVE SPACES TO WS-LAST-PAY-DATE
              END-IF
              EXEC SQL CLOSE CINQPY END-EXEC
           END-IF
           MOVE SPACES TO WS-LINE
           IF WS-LAST-PAY-DATE = SPACES
              MOVE 'LAST PAYMENT : (NONE ON RECORD)' TO WS-LINE
