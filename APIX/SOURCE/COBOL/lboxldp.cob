      *      LAYOUT PAYAPPP ALREADY APPLIES                            *
      *    - MATCH BY INVOICE NUMBER WHEN THE PAYER QUOTED ONE,        *
      *      OTHERWISE BY CUSTOMER PLUS EXACT OPEN AMOUNT AGAINST      *
      *      THE DB2 OPEN ITEMS (API10.AR_OPEN_ITEMS) THE POSTING      *
      *      PROGRAMS KEEP THROUGH ARPOST                              *
      *    - POST CONFIDENT MATCHES AUTOMATICALLY ; AN AMBIGUOUS OR    *
      *      UNMATCHED LINE GOES TO THE REVIEW FILE INSTEAD OF         *
      *      REJECTING THE WHOLE TRANSMISSION                          *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLOCKBOX ASSIGN TO FICLOCKBOX.
           SELECT FLBXREM  ASSIGN TO FICLBXREM.
           SELECT FLBXREV  ASSIGN TO FICLBXREV.
           SELECT FLBXLOG  ASSIGN TO FICLBXLOG.
          05 LBX-DATE      PIC X(10).
          05 FILLER        PIC X(50).

      ** FLBXREM - THE CONFIDENT MATCHES, IN THE FREMIT LAYOUT     **
      ** PAYAPPP APPLIES UNCHANGED                                 **
       FD FLBXREM.

       77 WS-LOCKBOX-EOF  PIC 9  VALUE 0.
            88 FF-LOCKBOX       VALUE 1.
       01 ED-SQLCODE      PIC +Z(8)9.

      *** POSTE OUVERT DB2 LU POUR LE RAPPROCHEMENT ***
       77 WS-OI-INV-NO    PIC S9(9) COMP VALUE 0.
       77 WS-OI-C-NO      PIC X(3)  VALUE SPACES.
       77 WS-OI-OPEN      PIC S9(9)V9(2) COMP-3 VALUE 0.
       77 WS-OI-LEFT      PIC S9(9)V9(2) VALUE 0.
       77 WS-HIT-INV-NO   PIC 9(8) VALUE 0.
       77 WS-MATCH-CNT    PIC 9(4) VALUE 0.
       77 WS-LBX-INV      PIC 9(8) VALUE 0.

      *** DEJA RAPPROCHE DANS CE PASSAGE, PAS ENCORE APPLIQUE PAR ***
      *** PAYAPPP : A DEDUIRE DU SOLDE OUVERT LU DANS DB2         ***
       01 TAKEN-TAB.
          05 TKN-ENTRY OCCURS 2000 TIMES.
             10 TKN-INV-NO     PIC 9(8).
             10 TKN-AMOUNT     PIC S9(7)V9(2).
       77 TKN-CNT         PIC 9(4) VALUE 0.
       77 TKN-IDX         PIC 9(4) VALUE 0.

      *** COMPTEURS ***
       77 CNT-BY-INVOICE  PIC 9(4) VALUE 0.
       77 CNT-BY-AMOUNT   PIC 9(4) VALUE 0.
       77 CNT-BAD-FORMAT  PIC 9(4) VALUE 0.
       77 CNT-REVIEW      PIC 9(4) VALUE 0.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC

      *** CURSEUR DES POSTES OUVERTS D'UN CLIENT ***
           EXEC SQL
              DECLARE CLBX CURSOR
              FOR
              SELECT INV_NO, OPEN_AMT
              FROM API10.AR_OPEN_ITEMS
              WHERE C_NO = :WS-OI-C-NO
              ORDER BY INV_NO
           END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           OPEN OUTPUT FLBXLOG
           MOVE "LOCKBOX LINE" TO LOGREC-LABEL
           WRITE ENR-LBXLOG FROM LBX-HEAD

           MOVE ZERO TO LOGREC-REF

           OPEN OUTPUT FLBXREM
           OPEN OUTPUT FLBXREV
              DISPLAY 'FIN FICHIER LOCKBOX'
           END-READ.

      ** MATCH-ONE-LINE - invoice number first when the payer quoted **
      ** one ; otherwise customer plus exact open amount, and only   **
      ** when the hit is unique                                      **
           .

       MATCH-BY-INVOICE.
           MOVE WS-LBX-INV TO WS-OI-INV-NO
           EXEC SQL
              SELECT C_NO
              INTO :WS-OI-C-NO
              FROM API10.AR_INVOICE
              WHERE INV_NO = :WS-OI-INV-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              IF SQLCODE NOT = 100
                 MOVE SQLCODE TO ED-SQLCODE
                 DISPLAY 'OPEN ITEMS NOT READABLE ' ED-SQLCODE
              END-IF
              MOVE 'INVOICE NOT FOUND' TO LOGREC-MSG
              PERFORM SEND-TO-REVIEW
              ADD 1 TO CNT-UNMATCHED
           ELSE
              MOVE WS-LBX-INV TO WS-HIT-INV-NO
              PERFORM EMIT-REMIT-RECORD
              ADD 1 TO CNT-BY-INVOICE
           END-IF
      ** for exactly that amount is a confident match ; zero hits  **
      ** or several go to the review queue                          **
       MATCH-BY-AMOUNT.
           MOVE 0 TO WS-HIT-INV-NO
           MOVE 0 TO WS-MATCH-CNT
           MOVE LBX-C-NO TO WS-OI-C-NO
           EXEC SQL OPEN CLBX END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE SQLCODE TO ED-SQLCODE
              DISPLAY 'OPEN ITEMS NOT READABLE ' ED-SQLCODE
           ELSE
              PERFORM FETCH-CLBX
              PERFORM UNTIL SQLCODE NOT = ZERO
                 PERFORM CHECK-ONE-OPEN-ITEM
                 PERFORM FETCH-CLBX
              END-PERFORM
              EXEC SQL CLOSE CLBX END-EXEC
           END-IF
           EVALUATE TRUE
              WHEN WS-MATCH-CNT = 1
                 PERFORM EMIT-REMIT-RECORD
           END-EVALUATE
           .

       FETCH-CLBX.
           EXEC SQL
              FETCH CLBX
              INTO :WS-OI-INV-NO, :WS-OI-OPEN
           END-EXEC
           .

      ** CHECK-ONE-OPEN-ITEM - what DB2 shows open, less what this  **
      ** run has already matched to it                              **
       CHECK-ONE-OPEN-ITEM.
           MOVE WS-OI-OPEN TO WS-OI-LEFT
           PERFORM VARYING TKN-IDX FROM 1 BY 1 UNTIL TKN-IDX > TKN-CNT
              IF TKN-INV-NO(TKN-IDX) = WS-OI-INV-NO
                 SUBTRACT TKN-AMOUNT(TKN-IDX) FROM WS-OI-LEFT
              END-IF
           END-PERFORM
           IF WS-OI-LEFT = LBX-AMOUNT
              MOVE WS-OI-INV-NO TO WS-HIT-INV-NO
              ADD 1 TO WS-MATCH-CNT
           END-IF
           .

      ** EMIT-REMIT-RECORD - the matched payment in FREMIT layout ; **
      ** the amount is remembered at once so a second identical     **
      ** lockbox line cannot land on the same invoice               **
       EMIT-REMIT-RECORD.
           MOVE SPACES TO ENR-LBXREM
           MOVE WS-HIT-INV-NO      TO REM-INV-NO
           MOVE LBX-AMOUNT         TO REM-AMOUNT
           MOVE LBX-DATE           TO REM-PAY-DATE
           WRITE ENR-LBXREM
           IF TKN-CNT < 2000
              ADD 1 TO TKN-CNT
              MOVE WS-HIT-INV-NO TO TKN-INV-NO(TKN-CNT)
              MOVE LBX-AMOUNT    TO TKN-AMOUNT(TKN-CNT)
           ELSE
              DISPLAY 'MATCHED TABLE FULL, RAISE OCCURS'
           END-IF
           .

       SEND-TO-REVIEW.
