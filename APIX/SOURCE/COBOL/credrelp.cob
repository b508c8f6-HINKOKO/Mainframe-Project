      *      (THE HELD LINES NO LONGER KNOW THEIR FEED - OPS ROUTES    *
      *      THE ACK BY ORDER NUMBER RANGE)                            *
      *    - ORDERS WITHOUT A DECISION STAY HELD FOR THE NEXT REVIEW   *
      *    - EXCEPT A CASH-IN-ADVANCE CUSTOMER'S ORDER (PREPAY = 'Y')  *
      *      THAT THE DEPOSITS ON FICPREPAY NOW COVER : IT IS RELEASED *
      *      WITHOUT A DESK DECISION AND THE DEPOSIT EARMARKED FOR IT  *
      *    - KEEP A HISTORY OF EVERY RELEASE (FICCHHIST) FOR THE       *
      *      QUARTERLY CREDIT-LIMIT REVIEW                             *
      *    - SHOW ON THE LISTING WHICH LIMIT EACH ORDER STILL BREAKS : *
      *      THE ACCOUNT'S OWN, ITS CORPORATE GROUP'S, OR BOTH, WITH   *
      *      WHAT THE GROUP HAS LEFT UNDER ITS GROUP LIMIT             *
      *    - A REPOSTED RETURN LINE GOES BACK INTO INSPECTION          *
      *      (FICRETINS, SITE QI) AS PART2P RECEIVED IT, NOT ON_HAND   *
      ******************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS FS-CHDEC.
           SELECT FCHRPT ASSIGN TO FICCHRPT.
           SELECT FSTKMOV ASSIGN TO FICSTKMOV.
           SELECT FRETINS ASSIGN TO FICRETINS.
           SELECT FCHACK ASSIGN TO FICCHACK.
           SELECT FCHLOG ASSIGN TO FICCHLOG.
           SELECT FPREPAY ASSIGN TO FICPREPAY
               FILE STATUS IS FS-PREPAY.
           SELECT FCHHIST ASSIGN TO FICCHHIST
               FILE STATUS IS FS-CHHIST.

       DATA DIVISION.
       FILE SECTION.
       FD FSTKMOV.
       COPY STKMOV.

      ** FRETINS - THE RETURNED-GOODS INSPECTION JOURNAL **
       FD FRETINS.
       COPY RETINS.

       FD FCHRPT.
       01 ENR-CHRPT       PIC X(100).

       FD FCHLOG.
       01 ENR-CHLOG       PIC X(80).

      ** FPREPAY - THE CUSTOMER DEPOSIT LEDGER : READ FOR WHAT IS   **
      ** STILL FREE, THEN EXTENDED WITH THE EARMARKS OF THIS RUN    **
       FD FPREPAY.
       COPY PREPAY.

      ** FCHHIST - ONE RECORD PER RELEASED ORDER, APPENDED RUN AFTER **
      ** RUN (CREATED ON THE FIRST RELEASE)                          **
       FD FCHHIST.
       COPY CHHIST.

       WORKING-STORAGE SECTION.
      ** BATCH-WINDOW INTERLOCK - WHILE RUNCHAIN HOLDS 'CHAINWIN' **
      ** THE BOOKS ARE MID-FLIGHT AND THIS PROGRAM MUST NOT RUN   **
            88 FF-CHDEC         VALUE 1.
       77 FS-HOLD         PIC 99 VALUE 0.
       77 FS-CHDEC        PIC 99 VALUE 0.
       77 WS-PREPAY-EOF   PIC 9  VALUE 0.
            88 FF-PREPAY        VALUE 1.
       77 FS-PREPAY       PIC 99 VALUE 0.
       77 FS-CHHIST       PIC 99 VALUE 0.
       77 WS-PREPAY-FILE  PIC 9  VALUE 0.
            88 PREPAY-LEDGER-OK VALUE 1.
       01 ED-SQLCODE      PIC +Z(8)9.

      *** LES LIGNES RETENUES EN TABLE ***
       77 DEC-CNT         PIC 9(3) VALUE 0.
       77 DEC-IDX         PIC 9(3) VALUE 0.

      *** LES DEPOTS CLIENTS ENCORE LIBRES ***
       01 DEP-TAB.
          05 DPT-ENTRY OCCURS 200 TIMES.
             10 DPT-C-NO   PIC X(3).
             10 DPT-AVAIL  PIC S9(8)V9(2).
       77 DPT-CNT         PIC 9(3) VALUE 0.
       77 DPT-IDX         PIC 9(3) VALUE 0.

      *** LES AFFECTATIONS DE DEPOT PAR COMMANDE ***
      ** AN EARMARK STAYS OPEN UNTIL PART3BP DRAWS THE DEPOSIT     **
      ** AGAINST THE ORDER'S INVOICE                               **
       01 EAR-TAB.
          05 EAT-ENTRY OCCURS 500 TIMES.
             10 EAT-C-NO   PIC X(3).
             10 EAT-O-NO   PIC 9(7).
             10 EAT-AMOUNT PIC S9(7)V99.
             10 EAT-OPEN   PIC X(1).
       77 EAT-CNT         PIC 9(3) VALUE 0.
       77 EAT-IDX         PIC 9(3) VALUE 0.

      *** CHAMPS PARSES ***
       01 DCS-ONO-CSV     PIC X(7).
       01 DCS-ACTION      PIC X(1).
            88 POST-FAILED     VALUE 1.
       77 WS-ORD-TOTAL    PIC S9(8)V9(2) VALUE 0.
       77 WS-WH-DELTA     PIC S9(6) VALUE 0.
       77 WS-QI-WH        PIC X(2) VALUE 'QI'.
       77 WS-REL-AUTH     PIC X(8)  VALUE SPACES.
       77 WS-REL-MODE     PIC 9 VALUE 0.
            88 REL-BY-DESK     VALUE 0.
            88 REL-BY-DEPOSIT  VALUE 1.

      *** PLAFONDS DU CLIENT ET DE SON GROUPE ***
       77 WS-OVER-ACCOUNT PIC 9 VALUE 0.
            88 OVER-ACCOUNT    VALUE 1.
       77 WS-OVER-GROUP   PIC 9 VALUE 0.
            88 OVER-GROUP      VALUE 1.
       77 WS-GRP-HEAD     PIC X(3)  VALUE SPACES.
       77 WS-GRP-EXPOSURE PIC S9(9)V9(2) COMP-3 VALUE 0.

      *** DATE DU JOUR POUR LE JOURNAL DES MOUVEMENTS ***
       01 WS-RUN-DATE.
       77 CNT-STILL-HELD  PIC 9(4) VALUE 0.
       77 CNT-POST-KO     PIC 9(4) VALUE 0.
       77 CNT-BAD-DEC     PIC 9(4) VALUE 0.
       77 CNT-DEP-RELEASE PIC 9(4) VALUE 0.

      *** LIGNES EDITION ***
       01 L-CHR-HEAD      PIC X(40) VALUE
          05 FILLER        PIC X(12) VALUE 'ORDER DATE'.
          05 FILLER        PIC X(16) VALUE 'ORDER VALUE'.
          05 FILLER        PIC X(14) VALUE 'DISPOSITION'.
          05 FILLER        PIC X(10) VALUE 'OVER'.
          05 FILLER        PIC X(5)  VALUE 'GRP'.
          05 FILLER        PIC X(14) VALUE 'GROUP ROOM'.
          05 FILLER        PIC X(14) VALUE ALL ' '.
       01 L-CHR-LINE.
          05 L-CHR-ONO     PIC 9(7).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-CHR-VALUE   PIC -ZZZZZZZ9,99.
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 L-CHR-DISP    PIC X(12).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-CHR-OVER    PIC X(8).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-CHR-GRP     PIC X(3).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-CHR-ROOM    PIC X(12).
          05 FILLER        PIC X(16) VALUE ALL ' '.
       01 ED-CHR-ROOM      PIC -ZZZZZZZ9,99.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
              GOBACK
           END-IF
           PERFORM LOAD-DECISIONS
           PERFORM LOAD-DEPOSIT-LEDGER

           PERFORM GET-RUN-DATE
           OPEN OUTPUT FCHRPT
           OPEN OUTPUT FCHACK
           OPEN EXTEND FSTKMOV
           OPEN EXTEND FRETINS
           IF PREPAY-LEDGER-OK
              OPEN EXTEND FPREPAY
           END-IF
           OPEN EXTEND FCHHIST
           IF FS-CHHIST NOT = 0
              OPEN OUTPUT FCHHIST
           END-IF
           WRITE ENR-CHRPT FROM L-CHR-HEAD
           WRITE ENR-CHRPT FROM L-CHR-TITLE

              END-IF
           END-PERFORM

           IF PREPAY-LEDGER-OK
              CLOSE FPREPAY
           END-IF
           CLOSE FCHHIST
           CLOSE FSTKMOV
           CLOSE FRETINS
           CLOSE FCHACK
           CLOSE FCHRPT
           PERFORM REWRITE-HOLD-FILE
           CLOSE FCHLOG
           DISPLAY 'ORDERS ON HOLD REVIEWED : ' CNT-HELD-IN
           DISPLAY 'ORDERS APPROVED/POSTED  : ' CNT-APPROVED
           DISPLAY '  OF WHICH ON DEPOSIT   : ' CNT-DEP-RELEASE
           DISPLAY 'ORDERS REJECTED         : ' CNT-REJECTED
           DISPLAY 'ORDERS STILL HELD       : ' CNT-STILL-HELD
           DISPLAY 'REPOSTS FAILED          : ' CNT-POST-KO
           END-IF
           .

      ** LOAD-DEPOSIT-LEDGER - what each customer has received, net **
      ** of what invoices already drew and of the open earmarks     **
       LOAD-DEPOSIT-LEDGER.
           OPEN INPUT FPREPAY
           IF FS-PREPAY NOT = 0
              DISPLAY 'NO DEPOSIT LEDGER, NO DEPOSIT RELEASE'
           ELSE
              SET PREPAY-LEDGER-OK TO TRUE
              PERFORM UNTIL FF-PREPAY
                 READ FPREPAY
                    AT END
                       SET FF-PREPAY TO TRUE
                    NOT AT END
                       PERFORM ADD-LEDGER-RECORD
                 END-READ
              END-PERFORM
              CLOSE FPREPAY
              PERFORM VARYING EAT-IDX FROM 1 BY 1
                      UNTIL EAT-IDX > EAT-CNT
                 IF EAT-OPEN(EAT-IDX) = 'Y'
                    MOVE EAT-C-NO(EAT-IDX) TO PPL-C-NO
                    PERFORM FIND-DEPOSIT-ENTRY
                    SUBTRACT EAT-AMOUNT(EAT-IDX) FROM DPT-AVAIL(DPT-IDX)
                 END-IF
              END-PERFORM
           END-IF
           .

       ADD-LEDGER-RECORD.
           PERFORM FIND-DEPOSIT-ENTRY
           EVALUATE TRUE
              WHEN PPL-RECEIPT
                 ADD PPL-AMOUNT TO DPT-AVAIL(DPT-IDX)
              WHEN PPL-APPLIED
                 SUBTRACT PPL-AMOUNT FROM DPT-AVAIL(DPT-IDX)
                 PERFORM VARYING EAT-IDX FROM 1 BY 1
                         UNTIL EAT-IDX > EAT-CNT
                    IF EAT-O-NO(EAT-IDX) = PPL-O-NO
                       MOVE 'N' TO EAT-OPEN(EAT-IDX)
                    END-IF
                 END-PERFORM
              WHEN PPL-EARMARK
                 IF EAT-CNT < 500
                    ADD 1 TO EAT-CNT
                    MOVE PPL-C-NO   TO EAT-C-NO(EAT-CNT)
                    MOVE PPL-O-NO   TO EAT-O-NO(EAT-CNT)
                    MOVE PPL-AMOUNT TO EAT-AMOUNT(EAT-CNT)
                    MOVE 'Y'        TO EAT-OPEN(EAT-CNT)
                 ELSE
      ** A LOST EARMARK WOULD FREE THE SAME DEPOSIT TWICE **
                    DISPLAY 'EARMARK TABLE FULL - RUN REFUSED, '
                            'RAISE OCCURS'
                    CLOSE FPREPAY
                    CLOSE FCHLOG
                    MOVE 8 TO RETURN-CODE
                    GOBACK
                 END-IF
           END-EVALUATE
           .

      ** FIND-DEPOSIT-ENTRY - the PPL-C-NO customer's slot, opened  **
      ** at zero on first sight                                     **
       FIND-DEPOSIT-ENTRY.
           PERFORM VARYING DPT-IDX FROM 1 BY 1
                   UNTIL DPT-IDX > DPT-CNT
              IF DPT-C-NO(DPT-IDX) = PPL-C-NO
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF DPT-IDX > DPT-CNT
              IF DPT-CNT < 200
                 ADD 1 TO DPT-CNT
                 MOVE DPT-CNT  TO DPT-IDX
                 MOVE PPL-C-NO TO DPT-C-NO(DPT-IDX)
                 MOVE ZERO     TO DPT-AVAIL(DPT-IDX)
              ELSE
                 DISPLAY 'DEPOSIT TABLE FULL - RUN REFUSED, '
                         'RAISE OCCURS'
                 CLOSE FCHLOG
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           .

      ** DECIDE-ONE-ORDER - find the order's decision, apply it to  **
      ** every line of the order, list it, acknowledge it           **
       DECIDE-ONE-ORDER.
           PERFORM LIST-ORDER-LINES
           PERFORM CHECK-ORDER-LIMITS
           MOVE 0 TO DEC-IDX
           PERFORM VARYING DEC-IDX FROM 1 BY 1
                   UNTIL DEC-IDX > DEC-CNT
              END-IF
           END-PERFORM

           SET REL-BY-DESK TO TRUE
           IF DEC-IDX > DEC-CNT
              PERFORM CHECK-DEPOSIT-COVER
              IF REL-BY-DEPOSIT
                 MOVE 'DEPOSIT' TO WS-REL-AUTH
                 PERFORM REPOST-ORDER
              ELSE
                 PERFORM MARK-ORDER-HELD
              END-IF
           ELSE
              IF DEC-ACTION(DEC-IDX) = 'A'
                 MOVE DEC-AUTH(DEC-IDX) TO WS-REL-AUTH
                 PERFORM REPOST-ORDER
              ELSE
                 PERFORM REJECT-ORDER
           END-IF
           .

      ** CHECK-ORDER-LIMITS - the same two tests PART2P made, on   **
      ** today's balances : the account limit, then the group      **
      ** limit carried on the group head's row. Done before any    **
      ** repost so the order's own value is not counted twice      **
       CHECK-ORDER-LIMITS.
           MOVE 0 TO WS-OVER-ACCOUNT WS-OVER-GROUP
           MOVE SPACES TO L-CHR-OVER L-CHR-GRP L-CHR-ROOM
           MOVE ENR-C-NO TO CUS-C-NO
           EXEC SQL
              SELECT BALANCE, CREDIT_LIMIT, PREPAY, PARENT_C_NO
              INTO :CUS-BALANCE, :CUS-CREDIT-LIMIT, :CUS-PREPAY,
                   :CUS-PARENT-C-NO
              FROM APIX.CUSTOMERS
              WHERE C_NO = :CUS-C-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              EXIT PARAGRAPH
           END-IF
           IF CUS-PREPAY = 'Y'
              MOVE 'PREPAY' TO L-CHR-OVER
              EXIT PARAGRAPH
           END-IF
           IF CUS-CREDIT-LIMIT > 0 AND
              CUS-BALANCE + WS-ORD-TOTAL > CUS-CREDIT-LIMIT
              SET OVER-ACCOUNT TO TRUE
           END-IF
           IF CUS-PARENT-C-NO = SPACES
              MOVE CUS-C-NO        TO WS-GRP-HEAD
           ELSE
              MOVE CUS-PARENT-C-NO TO WS-GRP-HEAD
           END-IF
           EXEC SQL
              SELECT GROUP_LIMIT
              INTO :CUS-GROUP-LIMIT
              FROM APIX.CUSTOMERS
              WHERE C_NO = :WS-GRP-HEAD
           END-EXEC
           IF SQLCODE = ZERO AND CUS-GROUP-LIMIT > 0
              EXEC SQL
                 SELECT SUM(BALANCE)
                 INTO :WS-GRP-EXPOSURE
                 FROM APIX.CUSTOMERS
                 WHERE C_NO = :WS-GRP-HEAD
                    OR PARENT_C_NO = :WS-GRP-HEAD
              END-EXEC
              IF SQLCODE = ZERO
                 MOVE WS-GRP-HEAD TO L-CHR-GRP
                 COMPUTE ED-CHR-ROOM =
                    CUS-GROUP-LIMIT - WS-GRP-EXPOSURE
                 MOVE ED-CHR-ROOM TO L-CHR-ROOM
                 IF WS-GRP-EXPOSURE + WS-ORD-TOTAL > CUS-GROUP-LIMIT
                    SET OVER-GROUP TO TRUE
                 END-IF
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN OVER-ACCOUNT AND OVER-GROUP
                 MOVE 'ACCT+GRP' TO L-CHR-OVER
              WHEN OVER-ACCOUNT
                 MOVE 'ACCOUNT'  TO L-CHR-OVER
              WHEN OVER-GROUP
                 MOVE 'GROUP'    TO L-CHR-OVER
              WHEN OTHER
                 MOVE 'NONE'     TO L-CHR-OVER
           END-EVALUATE
           .

      ** CHECK-DEPOSIT-COVER - a held order of a cash-in-advance    **
      ** customer goes when the free deposit covers its value        **
       CHECK-DEPOSIT-COVER.
           IF NOT PREPAY-LEDGER-OK
              EXIT PARAGRAPH
           END-IF
           PERFORM LIST-ORDER-LINES
           IF WS-ORD-TOTAL NOT > 0
              EXIT PARAGRAPH
           END-IF
           MOVE ENR-C-NO TO CUS-C-NO
           EXEC SQL
              SELECT PREPAY
              INTO :CUS-PREPAY
              FROM APIX.CUSTOMERS
              WHERE C_NO = :CUS-C-NO
           END-EXEC
           IF SQLCODE NOT = ZERO OR CUS-PREPAY NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING DPT-IDX FROM 1 BY 1
                   UNTIL DPT-IDX > DPT-CNT
              IF DPT-C-NO(DPT-IDX) = ENR-C-NO
                 IF DPT-AVAIL(DPT-IDX) NOT < WS-ORD-TOTAL
                    SET REL-BY-DEPOSIT TO TRUE
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .

      ** WRITE-EARMARK - the released order's value is set aside on **
      ** the ledger so the same deposit cannot free a second order  **
       WRITE-EARMARK.
           MOVE SPACES          TO ST-PREPAY
           MOVE ENR-C-NO        TO PPL-C-NO
           MOVE WS-RUN-DATE-ISO TO PPL-DATE
           SET PPL-EARMARK      TO TRUE
           MOVE WS-ORD-TOTAL    TO PPL-AMOUNT
           MOVE WS-CUR-O-NO     TO PPL-O-NO
           MOVE ZERO            TO PPL-INV-NO
           MOVE 'CREDRELP'      TO PPL-REF
           WRITE ST-PREPAY
           SUBTRACT WS-ORD-TOTAL FROM DPT-AVAIL(DPT-IDX)
           MOVE WS-CUR-O-NO TO LOGREC-REF
           MOVE ENR-C-NO    TO LOGREC-DETAIL
           MOVE 'DEPOSIT EARMARKED' TO LOGREC-MSG
           PERFORM WRITE-CH-LOG
           .

       MARK-ORDER-HELD.
           ADD 1 TO CNT-STILL-HELD
           PERFORM LIST-ORDER-LINES
              END-IF
           END-PERFORM

      ** AN ORDER RELEASED ON DEPOSIT IS ALREADY PAID : ITS GROSS   **
      ** NEVER REACHES THE BALANCE, AND PART3BP'S DRAW ON THE       **
      ** SETTLEMENT LEDGER CARRIES THE MATCHING RELIEF              **
           IF NOT POST-FAILED AND NOT REL-BY-DEPOSIT
              PERFORM POST-BALANCE
           END-IF

              EXEC SQL COMMIT END-EXEC
              ADD 1 TO CNT-APPROVED
              PERFORM MARK-ORDER-DONE
              MOVE WS-CUR-O-NO TO ACK-O-NO
              IF REL-BY-DEPOSIT
                 PERFORM WRITE-EARMARK
                 ADD 1 TO CNT-DEP-RELEASE
                 MOVE 'DEPOSIT' TO L-CHR-DISP
                 MOVE 'RELEASED - DEPOSIT' TO ACK-DISP
              ELSE
                 MOVE 'APPROVED' TO L-CHR-DISP
                 MOVE 'RELEASED - APPROVED' TO ACK-DISP
              END-IF
              MOVE WS-REL-AUTH TO ACK-AUTH
              WRITE ENR-CHACK FROM ST-ACK
              PERFORM WRITE-RELEASE-HISTORY
           END-IF
           WRITE ENR-CHRPT FROM L-CHR-LINE
           .

      ** WRITE-RELEASE-HISTORY - who let which customer's order    **
      ** through, and for how much                                 **
       WRITE-RELEASE-HISTORY.
           MOVE SPACES          TO ST-CHHIST
           MOVE ENR-C-NO        TO CHH-C-NO
           MOVE WS-CUR-O-NO     TO CHH-O-NO
           MOVE WS-RUN-DATE-ISO TO CHH-DATE
           IF REL-BY-DEPOSIT
              SET CHH-BY-DEPOSIT TO TRUE
           ELSE
              SET CHH-BY-DESK    TO TRUE
           END-IF
           MOVE WS-REL-AUTH     TO CHH-AUTH
           MOVE WS-ORD-TOTAL    TO CHH-AMOUNT
           WRITE ST-CHHIST
           .

       POST-ORDER-ROW.
           MOVE ENR-O-NO   TO ORD-O-NO
           MOVE ENR-E-NO   TO ORD-S-NO
      ** THEY REPOST AGAINST THE DEFAULT SITE                  **
           MOVE 'CH'       TO ORD-REGION
           MOVE 'D1'       TO ORD-WH
      ** THE SHIP-TO, THOUGH, TRAVELS ON THE HELD LINE ITSELF  **
           MOVE ENR-SHIPTO TO ORD-SHIP-TO
           EXEC SQL
             INSERT INTO
                   APIX.ORDERS(O_NO, S_NO, C_NO, O_DATE, REGION,
                               WH, SHIP_TO)
             VALUES (:ORD-O-NO, :ORD-S-NO, :ORD-C-NO, :ORD-O-DATE,
                     :ORD-REGION, :ORD-WH, :ORD-SHIP-TO)
           END-EXEC
           IF SQLCODE = ZERO
              SET ORDER-POSTED TO TRUE
           END-IF
           .

      ** SET-REQ-DATE - the held line still carries the delivery   **
      ** date the customer asked for, and keeps it even once the     **
      ** hold has pushed it behind us ; none, or not a date, means   **
      ** as soon as possible                                         **
       SET-REQ-DATE.
           MOVE WS-RUN-DATE-ISO TO ITE-REQ-DATE
           IF ENR-REQ-DATE(1:4) IS NUMERIC AND
              ENR-REQ-DATE(5:1) = '-' AND
              ENR-REQ-DATE(6:2) >= '01' AND
              ENR-REQ-DATE(6:2) <= '12' AND
              ENR-REQ-DATE(8:1) = '-' AND
              ENR-REQ-DATE(9:2) >= '01' AND
              ENR-REQ-DATE(9:2) <= '31'
              MOVE ENR-REQ-DATE TO ITE-REQ-DATE
           END-IF
           .

       POST-ITEM-ROW.
           MOVE ENR-O-NO     TO ITE-O-NO
           MOVE ENR-P-NO     TO ITE-P-NO
           MOVE ENR-QUANTITY TO ITE-QUANTITY
           MOVE ENR-PRICE    TO ITE-PRICE
           MOVE ENR-UOM      TO ITE-UOM
           PERFORM SET-REQ-DATE
           EXEC SQL
              INSERT INTO
              APIX.ITEMS(O_NO, P_NO, QUANTITY, PRICE, REQ_DATE, UOM)
              VALUES (:ITE-O-NO, :ITE-P-NO, :ITE-QUANTITY, :ITE-PRICE,
                      :ITE-REQ-DATE, :ITE-UOM)
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE SQLCODE TO ED-SQLCODE
           ELSE
              COMPUTE WS-ORD-TOTAL =
                 WS-ORD-TOTAL + (ENR-PRICE * ENR-QUANTITY)
              IF ENR-P-NO NOT = 'FRT' AND ENR-QUANTITY < 0
                 PERFORM RECEIVE-INTO-INSPECTION
              END-IF
              IF ENR-P-NO NOT = 'FRT' AND ENR-QUANTITY NOT < 0
                 MOVE ENR-P-NO TO PRO-P-NO
                 EXEC SQL
                    UPDATE APIX.PRODUCTS
           END-IF
           .

      ** RECEIVE-INTO-INSPECTION - a return line is not sellable    **
      ** stock : ON_HAND stays, the line goes back on the inspection **
      ** journal for RETDSPP and the movement cites site QI          **
       RECEIVE-INTO-INSPECTION.
           MOVE ENR-P-NO TO PRO-P-NO
           EXEC SQL
              SELECT ON_HAND
              INTO :PRO-ON-HAND
              FROM APIX.PRODUCTS
              WHERE P_NO = :PRO-P-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE SQLCODE TO ED-SQLCODE
              DISPLAY 'RETURN TO INSPECTION KO ' ED-SQLCODE
              SET POST-FAILED TO TRUE
           ELSE
              MOVE SPACES          TO ST-RETINS
              SET RIN-RECEIVED     TO TRUE
              MOVE ENR-O-NO        TO RIN-O-NO
              MOVE ENR-P-NO        TO RIN-P-NO
              MOVE ENR-C-NO        TO RIN-C-NO
              MOVE 0               TO RIN-RMA-NO
              MOVE ORD-WH          TO RIN-WH
              MOVE WS-RUN-DATE-ISO TO RIN-DATE
              COMPUTE RIN-QTY = 0 - ENR-QUANTITY
              MOVE 0               TO RIN-COST
              MOVE 'CREDRELP'      TO RIN-PGM
              WRITE ST-RETINS
              MOVE WS-RUN-DATE-ISO TO MOV-DATE
              MOVE 'CREDRELP'      TO MOV-PGM
              MOVE ENR-O-NO        TO MOV-REF
              MOVE PRO-P-NO        TO MOV-P-NO
              MOVE WS-QI-WH        TO MOV-WH
              MOVE RIN-QTY         TO MOV-DELTA
              MOVE PRO-ON-HAND     TO MOV-BALANCE
              WRITE ST-STKMOV
           END-IF
           .

      ** WRITE-STOCK-MOVEMENT - one journal record per reposted   **
      ** line, with the delta and the resulting global balance      **
       WRITE-STOCK-MOVEMENT.
           MOVE CNT-STILL-HELD       TO LOGREC-FCOUNT
           WRITE ENR-CHLOG FROM ST-LOADLOG-FOOT

           MOVE 'RELEASED ON DEPOSIT' TO LOGREC-FLABEL
           MOVE CNT-DEP-RELEASE      TO LOGREC-FCOUNT
           WRITE ENR-CHLOG FROM ST-LOADLOG-FOOT

           MOVE 'REPOSTS FAILED'     TO LOGREC-FLABEL
           MOVE CNT-POST-KO          TO LOGREC-FCOUNT
           WRITE ENR-CHLOG FROM ST-LOADLOG-FOOT
