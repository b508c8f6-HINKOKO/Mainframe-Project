       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PRCRELP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - LIST THE SALES LINES PART2P PARKED ON A PRICE EXCEPTION   *
      *      (FICPRCHLD, PRCHLD LAYOUT : THE LINE AS ORDERED PLUS THE  *
      *      PRICE PART2P WOULD HAVE COMPUTED AND THE GAP IN PERCENT)  *
      *    - APPLY THE PRICING DESK'S DECISIONS FROM A ; DELIMITED     *
      *      FILE :                                                    *
      *         O_NO;P_NO;A;AUTHORIZER  (APPROVE THE ORDERED PRICE)    *
      *         O_NO;P_NO;F;AUTHORIZER  (FORCE THE COMPUTED PRICE)     *
      *         O_NO;P_NO;R;AUTHORIZER  (REJECT - DROP THE LINE)       *
      *    - EVERY AUTHORIZER IS CHECKED THROUGH CTLAUTH (PRICE        *
      *      EXCEPTION RIGHT) AND EVERY DECISION TAKEN LANDS ON THE    *
      *      CONTROL JOURNAL (CTLJRNW) WITH BOTH PRICES                *
      *    - A RELEASED LINE GOES THROUGH THE NORMAL INSERT PATH :     *
      *      ITEMS ROW, STOCK DECREMENT AND THE CUSTOMER BALANCE, ONE  *
      *      UNIT OF WORK PER LINE, UNDER ITS ORDER'S EXISTING ROW     *
      *    - LINES WITHOUT A DECISION, OR WHOSE ORDER IS NOT (YET) ON  *
      *      THE BOOKS, STAY PARKED FOR THE NEXT REVIEW                *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPRCHLD ASSIGN TO FICPRCHLD
               FILE STATUS IS FS-PRCHLD.
           SELECT FPXDEC ASSIGN TO FICPXDEC
               FILE STATUS IS FS-PXDEC.
           SELECT FPXRPT ASSIGN TO FICPXRPT.
           SELECT FSTKMOV ASSIGN TO FICSTKMOV.
           SELECT FPXLOG ASSIGN TO FICPXLOG.

       DATA DIVISION.
       FILE SECTION.
      ** FPRCHLD - THE PRICE EXCEPTION QUEUE PART2P WRITES,         **
      ** REWRITTEN AT END OF RUN WITH ONLY THE STILL-PARKED LINES   **
       FD FPRCHLD.
       COPY PRCHLD.

      ** FPXDEC - ONE DECISION PER LINE **
       FD FPXDEC.
       01 ENR-PXDEC.
          05 ENR-PXD-CSV   PIC X(80).

      ** FPXRPT - THE PRICING DESK LISTING **
       FD FPXRPT.
       01 ENR-PXRPT       PIC X(100).

      ** FSTKMOV - THE SHARED STOCK MOVEMENT JOURNAL : A RELEASED **
      ** LINE MOVES STOCK AND MUST LEAVE ITS TRACE LIKE EVERY      **
      ** OTHER WRITER                                              **
       FD FSTKMOV.
       COPY STKMOV.

       FD FPXLOG.
       01 ENR-PXLOG       PIC X(80).

       WORKING-STORAGE SECTION.
      ** BATCH-WINDOW INTERLOCK - WHILE RUNCHAIN HOLDS 'CHAINWIN' **
      ** THE BOOKS ARE MID-FLIGHT AND THIS PROGRAM MUST NOT RUN   **
       77 WS-WIN-PGM      PIC X(8) VALUE 'CHAINWIN'.
       77 WS-WIN-ACTION   PIC X(1) VALUE 'Q'.
       77 WS-WIN-RESULT   PIC X(4) VALUE SPACES.

      *** CONTROLE DES DECISIONS DE PRIX : CTLAUTH/CTLJRNW ***
       77 WS-CA-ACTION    PIC X(1) VALUE 'X'.
       77 WS-CA-RESULT    PIC X(4) VALUE SPACES.
       77 WS-JR-PGM       PIC X(8) VALUE 'PRCRELP '.
       77 WS-JR-ACTION    PIC X(20) VALUE SPACES.
       77 WS-JR-KEY       PIC X(10) VALUE SPACES.
       77 WS-JR-BEFORE    PIC X(14) VALUE SPACES.
       77 WS-JR-AFTER     PIC X(14) VALUE SPACES.
       01 ED-JR-AMT       PIC -ZZZZZZZ9,99.

       01 PX-HEAD         PIC X(30) VALUE
             "PRCRELP PRICE EXCEPTION DESK".
       01 PX-FOOT-HEAD    PIC X(28) VALUE "DECISION SUMMARY :".
       COPY LOADLOG.

      ** THE PARKED LINE, SEEN THROUGH THE COMMON FEED LAYOUT **
       COPY VTSTRUCT.

       77 WS-PRCHLD-EOF   PIC 9  VALUE 0.
            88 FF-PRCHLD        VALUE 1.
       77 WS-PXDEC-EOF    PIC 9  VALUE 0.
            88 FF-PXDEC         VALUE 1.
       77 FS-PRCHLD       PIC 99 VALUE 0.
       77 FS-PXDEC        PIC 99 VALUE 0.
       01 ED-SQLCODE      PIC +Z(8)9.

      *** LES LIGNES EN EXCEPTION EN TABLE ***
       01 PXH-TAB.
          05 PT-ENTRY OCCURS 500 TIMES.
             10 PT-REC     PIC X(120).
             10 PT-DISP    PIC X(1).
       77 PT-CNT          PIC 9(3) VALUE 0.
       77 PT-IDX          PIC 9(3) VALUE 0.

      *** LES DECISIONS EN TABLE ***
       01 DEC-TAB.
          05 DEC-ENTRY OCCURS 200 TIMES.
             10 DEC-O-NO   PIC 9(7).
             10 DEC-P-NO   PIC X(3).
             10 DEC-ACTION PIC X(1).
             10 DEC-AUTH   PIC X(8).
       77 DEC-CNT         PIC 9(3) VALUE 0.
       77 DEC-IDX         PIC 9(3) VALUE 0.

      *** CHAMPS PARSES ***
       01 DCS-ONO-CSV     PIC X(7).
       01 DCS-PNO         PIC X(3).
       01 DCS-ACTION      PIC X(1).
       01 DCS-AUTH        PIC X(8).

      *** REPOST EN COURS ***
       77 WS-POST-KO      PIC 9 VALUE 0.
            88 POST-FAILED     VALUE 1.
       77 WS-ORD-MISSING  PIC 9 VALUE 0.
            88 ORDER-MISSING   VALUE 1.
       77 WS-POST-PRICE   PIC S9(3)V9(2) VALUE 0.
       77 WS-LINE-TOTAL   PIC S9(8)V9(2) VALUE 0.
       77 WS-WH-DELTA     PIC S9(6) VALUE 0.

      *** DATE DU JOUR POUR LE JOURNAL DES MOUVEMENTS ***
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.
       77 WS-RUN-DATE-ISO PIC X(10).

      *** COMPTEURS ***
       77 CNT-PARKED-IN   PIC 9(4) VALUE 0.
       77 CNT-APPROVED    PIC 9(4) VALUE 0.
       77 CNT-FORCED      PIC 9(4) VALUE 0.
       77 CNT-REJECTED    PIC 9(4) VALUE 0.
       77 CNT-STILL-HELD  PIC 9(4) VALUE 0.
       77 CNT-NOT-AUTH    PIC 9(4) VALUE 0.
       77 CNT-NO-ORDER    PIC 9(4) VALUE 0.
       77 CNT-POST-KO     PIC 9(4) VALUE 0.
       77 CNT-BAD-DEC     PIC 9(4) VALUE 0.

      *** LIGNES EDITION ***
       01 L-PXR-HEAD      PIC X(40) VALUE
             'PRICE EXCEPTION REVIEW - PARKED LINES'.
       01 L-PXR-TITLE.
          05 FILLER        PIC X(9)  VALUE 'ORDER'.
          05 FILLER        PIC X(6)  VALUE 'C_NO'.
          05 FILLER        PIC X(6)  VALUE 'P_NO'.
          05 FILLER        PIC X(8)  VALUE 'QTY'.
          05 FILLER        PIC X(11) VALUE 'ORDERED'.
          05 FILLER        PIC X(13) VALUE 'COMPUTED SRC'.
          05 FILLER        PIC X(9)  VALUE 'GAP %'.
          05 FILLER        PIC X(12) VALUE 'PARKED ON'.
          05 FILLER        PIC X(12) VALUE 'DISPOSITION'.
          05 FILLER        PIC X(14) VALUE 'AUTHORIZER'.
       01 L-PXR-LINE.
          05 L-PXR-ONO     PIC 9(7).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-PXR-CNO     PIC X(3).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-PXR-PNO     PIC X(3).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-PXR-QTY     PIC -ZZZZ9.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-PXR-ORDERED PIC -ZZ9,99.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-PXR-CALC    PIC -ZZ9,99.
          05 FILLER        PIC X(1)  VALUE ALL ' '.
          05 L-PXR-SRC     PIC X(1).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-PXR-DEV     PIC -ZZ9,9.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-PXR-DATE    PIC X(10).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-PXR-DISP    PIC X(10).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-PXR-AUTH    PIC X(8).
          05 FILLER        PIC X(8)  VALUE ALL ' '.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE ORD      END-EXEC
           EXEC SQL INCLUDE ITE      END-EXEC
           EXEC SQL INCLUDE PRO      END-EXEC
           EXEC SQL INCLUDE CUS      END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           MOVE 'Q' TO WS-WIN-ACTION
           CALL 'RUNLOCK' USING WS-WIN-PGM WS-WIN-ACTION
                                WS-WIN-RESULT
           IF WS-WIN-RESULT = 'HELD'
              DISPLAY '*** BATCH WINDOW OPEN - MAINTENANCE'
                      ' REFUSED, RERUN AFTER THE CHAIN ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT FPXLOG
           MOVE "ORDER NO.  " TO LOGREC-LABEL
           WRITE ENR-PXLOG FROM PX-HEAD

           PERFORM LOAD-PARKED-LINES
           IF PT-CNT = 0
              DISPLAY 'NO LINE ON PRICE EXCEPTION'
              CLOSE FPXLOG
              GOBACK
           END-IF
           PERFORM LOAD-DECISIONS

           PERFORM GET-RUN-DATE
           OPEN OUTPUT FPXRPT
           OPEN EXTEND FSTKMOV
           WRITE ENR-PXRPT FROM L-PXR-HEAD
           WRITE ENR-PXRPT FROM L-PXR-TITLE

           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-CNT
              PERFORM DECIDE-ONE-LINE
           END-PERFORM

           CLOSE FSTKMOV
           CLOSE FPXRPT
           PERFORM REWRITE-EXCEPTION-FILE
           PERFORM WRITE-PX-FOOTER
           CLOSE FPXLOG
           DISPLAY 'LINES ON PRICE EXCEPTION : ' CNT-PARKED-IN
           DISPLAY 'ORDERED PRICE APPROVED   : ' CNT-APPROVED
           DISPLAY 'COMPUTED PRICE FORCED    : ' CNT-FORCED
           DISPLAY 'LINES REJECTED           : ' CNT-REJECTED
           DISPLAY 'LINES STILL PARKED       : ' CNT-STILL-HELD
           DISPLAY '  AUTHORIZER REFUSED     : ' CNT-NOT-AUTH
           DISPLAY '  ORDER NOT ON THE BOOKS : ' CNT-NO-ORDER
           DISPLAY '  REPOSTS FAILED         : ' CNT-POST-KO
           GOBACK.

      *** PARAGRAPHS ***
       LOAD-PARKED-LINES.
           OPEN INPUT FPRCHLD
           IF FS-PRCHLD NOT = 0
              DISPLAY 'NO PRICE EXCEPTION FILE'
           ELSE
              PERFORM UNTIL FF-PRCHLD
                 READ FPRCHLD
                    AT END
                       SET FF-PRCHLD TO TRUE
                    NOT AT END
                       PERFORM ADD-PARKED-LINE
                 END-READ
              END-PERFORM
              CLOSE FPRCHLD
           END-IF
           .

       ADD-PARKED-LINE.
           IF PT-CNT < 500
              ADD 1 TO PT-CNT
              MOVE ST-PRCHLD TO PT-REC(PT-CNT)
              MOVE ' '       TO PT-DISP(PT-CNT)
              ADD 1 TO CNT-PARKED-IN
           ELSE
      ** THE QUEUE IS REWRITTEN IN FULL AT THE END - A TRUNCATED  **
      ** TABLE WOULD DESTROY THE OVERFLOWED PARKED LINES          **
              DISPLAY 'EXCEPTION TABLE FULL - RUN REFUSED, RAISE '
                      'OCCURS'
              CLOSE FPRCHLD
              CLOSE FPXLOG
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           .

       LOAD-DECISIONS.
           OPEN INPUT FPXDEC
           IF FS-PXDEC NOT = 0
              DISPLAY 'NO DECISION FILE, LISTING ONLY'
           ELSE
              PERFORM UNTIL FF-PXDEC
                 READ FPXDEC
                    AT END
                       SET FF-PXDEC TO TRUE
                    NOT AT END
                       PERFORM ADD-ONE-DECISION
                 END-READ
              END-PERFORM
              CLOSE FPXDEC
           END-IF
           .

       ADD-ONE-DECISION.
           MOVE SPACES TO DCS-ONO-CSV DCS-PNO DCS-ACTION DCS-AUTH
           UNSTRING ENR-PXD-CSV DELIMITED BY ';'
              INTO DCS-ONO-CSV DCS-PNO DCS-ACTION DCS-AUTH
           END-UNSTRING
           IF DCS-ONO-CSV IS NOT NUMERIC OR DCS-PNO = SPACES OR
              DCS-AUTH = SPACES OR
              (DCS-ACTION NOT = 'A' AND DCS-ACTION NOT = 'F' AND
               DCS-ACTION NOT = 'R')
              MOVE 'BAD DECISION LINE' TO LOGREC-MSG
              MOVE DCS-ONO-CSV TO LOGREC-DETAIL
              PERFORM WRITE-PX-LOG
              ADD 1 TO CNT-BAD-DEC
           ELSE
              IF DEC-CNT < 200
                 ADD 1 TO DEC-CNT
                 COMPUTE DEC-O-NO(DEC-CNT) =
                    FUNCTION NUMVAL(DCS-ONO-CSV)
                 MOVE DCS-PNO    TO DEC-P-NO(DEC-CNT)
                 MOVE DCS-ACTION TO DEC-ACTION(DEC-CNT)
                 MOVE DCS-AUTH   TO DEC-AUTH(DEC-CNT)
              ELSE
                 DISPLAY 'DECISION TABLE FULL, RAISE OCCURS'
              END-IF
           END-IF
           .

      ** DECIDE-ONE-LINE - find the line's decision, check who took **
      ** it, apply it and list the line                             **
       DECIDE-ONE-LINE.
           MOVE PT-REC(PT-IDX) TO ST-PRCHLD
           MOVE PXH-LINE       TO ENR-VENTE-ST
           PERFORM LIST-PARKED-LINE
           PERFORM VARYING DEC-IDX FROM 1 BY 1
                   UNTIL DEC-IDX > DEC-CNT
              IF ENR-O-NO = DEC-O-NO(DEC-IDX) AND
                 ENR-P-NO = DEC-P-NO(DEC-IDX)
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF DEC-IDX > DEC-CNT
              ADD 1 TO CNT-STILL-HELD
              MOVE 'STILL HELD' TO L-PXR-DISP
              WRITE ENR-PXRPT FROM L-PXR-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE DEC-AUTH(DEC-IDX) TO L-PXR-AUTH
           CALL 'CTLAUTH' USING DEC-AUTH(DEC-IDX) WS-CA-ACTION
                                WS-CA-RESULT
           IF WS-CA-RESULT NOT = 'OK  '
              ADD 1 TO CNT-NOT-AUTH
              ADD 1 TO CNT-STILL-HELD
              MOVE 'NOT AUTH' TO L-PXR-DISP
              WRITE ENR-PXRPT FROM L-PXR-LINE
              MOVE ENR-O-NO          TO LOGREC-REF
              MOVE ENR-P-NO          TO LOGREC-PNO
              MOVE DEC-AUTH(DEC-IDX) TO LOGREC-DETAIL
              MOVE 'AUTHORIZER NOT AUTH' TO LOGREC-MSG
              PERFORM WRITE-PX-LOG
              EXIT PARAGRAPH
           END-IF

           EVALUATE DEC-ACTION(DEC-IDX)
              WHEN 'A'
                 MOVE ENR-PRICE      TO WS-POST-PRICE
                 MOVE 'PRICE APPROVED' TO WS-JR-ACTION
                 PERFORM REPOST-LINE
              WHEN 'F'
                 MOVE PXH-CALC-PRICE TO WS-POST-PRICE
                 MOVE 'PRICE FORCED'   TO WS-JR-ACTION
                 PERFORM REPOST-LINE
              WHEN OTHER
                 PERFORM REJECT-LINE
           END-EVALUATE
           .

      ** LIST-PARKED-LINE - the listing line, both prices side by   **
      ** side                                                       **
       LIST-PARKED-LINE.
           MOVE SPACES          TO L-PXR-DISP L-PXR-AUTH
           MOVE ENR-O-NO        TO L-PXR-ONO
           MOVE ENR-C-NO        TO L-PXR-CNO
           MOVE ENR-P-NO        TO L-PXR-PNO
           MOVE ENR-QUANTITY    TO L-PXR-QTY
           MOVE ENR-PRICE       TO L-PXR-ORDERED
           MOVE PXH-CALC-PRICE  TO L-PXR-CALC
           MOVE PXH-CALC-SRC    TO L-PXR-SRC
           MOVE PXH-DEV-PCT     TO L-PXR-DEV
           MOVE PXH-HELD-DATE   TO L-PXR-DATE
           .

      ** REPOST-LINE - the normal insert path at the decided price, **
      ** one unit of work : ITEMS ROW, STOCK, THEN THE BALANCE ;    **
      ** ANY FAILURE ROLLS THE LINE BACK AND KEEPS IT PARKED        **
       REPOST-LINE.
           MOVE 0 TO WS-POST-KO
           MOVE 0 TO WS-ORD-MISSING
           PERFORM FIND-ORDER-ROW
           IF ORDER-MISSING
      ** THE ORDER IS ITSELF HELD (CREDRELP) OR WAS NEVER POSTED -  **
      ** THE LINE WAITS FOR IT RATHER THAN POST UNDER NO ORDER      **
              ADD 1 TO CNT-NO-ORDER
              ADD 1 TO CNT-STILL-HELD
              MOVE 'NO ORDER' TO L-PXR-DISP
              WRITE ENR-PXRPT FROM L-PXR-LINE
              MOVE ENR-O-NO  TO LOGREC-REF
              MOVE ENR-P-NO  TO LOGREC-PNO
              MOVE 'ORDER NOT POSTED' TO LOGREC-MSG
              PERFORM WRITE-PX-LOG
              EXIT PARAGRAPH
           END-IF

           PERFORM POST-ITEM-ROW
           IF NOT POST-FAILED
              PERFORM POST-BALANCE
           END-IF

           IF POST-FAILED
              EXEC SQL ROLLBACK END-EXEC
              ADD 1 TO CNT-POST-KO
              ADD 1 TO CNT-STILL-HELD
              MOVE 'REPOST KO' TO L-PXR-DISP
              MOVE ENR-O-NO    TO LOGREC-REF
              MOVE ENR-P-NO    TO LOGREC-PNO
              MOVE 'REPOST FAILED' TO LOGREC-MSG
              PERFORM WRITE-PX-LOG
           ELSE
              EXEC SQL COMMIT END-EXEC
              MOVE 'D' TO PT-DISP(PT-IDX)
              IF DEC-ACTION(DEC-IDX) = 'A'
                 ADD 1 TO CNT-APPROVED
                 MOVE 'APPROVED' TO L-PXR-DISP
              ELSE
                 ADD 1 TO CNT-FORCED
                 MOVE 'FORCED'   TO L-PXR-DISP
              END-IF
              PERFORM JOURNAL-DECISION
           END-IF
           WRITE ENR-PXRPT FROM L-PXR-LINE
           .

      ** FIND-ORDER-ROW - the line posts under its order's row and  **
      ** ships from the site that row carries                       **
       FIND-ORDER-ROW.
           MOVE ENR-O-NO TO ORD-O-NO
           EXEC SQL
              SELECT WH
              INTO :ORD-WH
              FROM APIX.ORDERS
              WHERE O_NO = :ORD-O-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              SET ORDER-MISSING TO TRUE
           END-IF
           .

      ** SET-REQ-DATE - the parked line still carries the delivery  **
      ** date the customer asked for ; none, or not a date, means   **
      ** as soon as possible                                        **
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
           MOVE ENR-O-NO      TO ITE-O-NO
           MOVE ENR-P-NO      TO ITE-P-NO
           MOVE ENR-QUANTITY  TO ITE-QUANTITY
           MOVE WS-POST-PRICE TO ITE-PRICE
           MOVE ENR-UOM       TO ITE-UOM
           PERFORM SET-REQ-DATE
           EXEC SQL
              INSERT INTO
              APIX.ITEMS(O_NO, P_NO, QUANTITY, PRICE, REQ_DATE, UOM)
              VALUES (:ITE-O-NO, :ITE-P-NO, :ITE-QUANTITY, :ITE-PRICE,
                      :ITE-REQ-DATE, :ITE-UOM)
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE SQLCODE TO ED-SQLCODE
              DISPLAY 'REPOST ITEM KO ' ED-SQLCODE
              SET POST-FAILED TO TRUE
           ELSE
              COMPUTE WS-LINE-TOTAL = WS-POST-PRICE * ENR-QUANTITY
              MOVE ENR-P-NO TO PRO-P-NO
              EXEC SQL
                 UPDATE APIX.PRODUCTS
                 SET ON_HAND = ON_HAND - :ITE-QUANTITY
                 WHERE P_NO = :PRO-P-NO
              END-EXEC
              IF SQLCODE NOT = ZERO
                 MOVE SQLCODE TO ED-SQLCODE
                 DISPLAY 'REPOST STOCK KO ' ED-SQLCODE
                 SET POST-FAILED TO TRUE
              ELSE
                 EXEC SQL
                    UPDATE APIX.WHSTOCK
                    SET ON_HAND = ON_HAND - :ITE-QUANTITY
                    WHERE P_NO = :PRO-P-NO AND WH = :ORD-WH
                 END-EXEC
      ** FIRST MOVEMENT OF THIS PRODUCT AT THE SITE - CREATE THE **
      ** ROW, AS PART2P DOES, SO THE SITES KEEP SUMMING TO THE   **
      ** GLOBAL ON_HAND                                          **
                 IF SQLCODE = +100
                    COMPUTE WS-WH-DELTA = 0 - ITE-QUANTITY
                    EXEC SQL
                       INSERT INTO APIX.WHSTOCK(P_NO, WH, ON_HAND)
                       VALUES (:PRO-P-NO, :ORD-WH, :WS-WH-DELTA)
                    END-EXEC
                 END-IF
                 IF SQLCODE NOT = ZERO
                    MOVE SQLCODE TO ED-SQLCODE
                    DISPLAY 'REPOST SITE STOCK KO ' ED-SQLCODE
                 END-IF
                 EXEC SQL
                    SELECT ON_HAND
                    INTO :PRO-ON-HAND
                    FROM APIX.PRODUCTS
                    WHERE P_NO = :PRO-P-NO
                 END-EXEC
                 PERFORM WRITE-STOCK-MOVEMENT
              END-IF
           END-IF
           .

      ** WRITE-STOCK-MOVEMENT - one journal record per released    **
      ** line, with the delta and the resulting global balance      **
       WRITE-STOCK-MOVEMENT.
           MOVE WS-RUN-DATE-ISO TO MOV-DATE
           MOVE 'PRCRELP'       TO MOV-PGM
           MOVE ENR-O-NO        TO MOV-REF
           MOVE PRO-P-NO        TO MOV-P-NO
           MOVE ORD-WH          TO MOV-WH
           COMPUTE MOV-DELTA = 0 - ITE-QUANTITY
           MOVE PRO-ON-HAND     TO MOV-BALANCE
           WRITE ST-STKMOV
           .

       POST-BALANCE.
           MOVE ENR-C-NO TO CUS-C-NO
           EXEC SQL
              UPDATE APIX.CUSTOMERS
              SET BALANCE = BALANCE + :WS-LINE-TOTAL
              WHERE C_NO = :CUS-C-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE SQLCODE TO ED-SQLCODE
              DISPLAY 'REPOST BALANCE KO ' ED-SQLCODE
              SET POST-FAILED TO TRUE
           END-IF
           .

       REJECT-LINE.
           ADD 1 TO CNT-REJECTED
           MOVE 'D' TO PT-DISP(PT-IDX)
           MOVE 'REJECTED' TO L-PXR-DISP
           WRITE ENR-PXRPT FROM L-PXR-LINE
           MOVE ENR-O-NO TO LOGREC-REF
           MOVE ENR-P-NO TO LOGREC-PNO
           MOVE DEC-AUTH(DEC-IDX) TO LOGREC-DETAIL
           MOVE 'PRICE LINE REJECTED' TO LOGREC-MSG
           PERFORM WRITE-PX-LOG
           MOVE 'PRICE REJECTED' TO WS-JR-ACTION
           MOVE 0 TO WS-POST-PRICE
           PERFORM JOURNAL-DECISION
           .

      ** JOURNAL-DECISION - who decided which line, the ordered     **
      ** price before and the price charged after (zero : dropped)  **
       JOURNAL-DECISION.
           MOVE SPACES TO WS-JR-KEY
           STRING ENR-O-NO DELIMITED BY SIZE
                  ENR-P-NO DELIMITED BY SIZE
             INTO WS-JR-KEY
           END-STRING
           MOVE ENR-PRICE     TO ED-JR-AMT
           MOVE ED-JR-AMT     TO WS-JR-BEFORE
           MOVE WS-POST-PRICE TO ED-JR-AMT
           MOVE ED-JR-AMT     TO WS-JR-AFTER
           CALL 'CTLJRNW' USING WS-JR-PGM DEC-AUTH(DEC-IDX)
                                WS-JR-ACTION WS-JR-KEY
                                WS-JR-BEFORE WS-JR-AFTER
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

      ** REWRITE-EXCEPTION-FILE - only the still-parked lines stay  **
       REWRITE-EXCEPTION-FILE.
           OPEN OUTPUT FPRCHLD
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-CNT
              IF PT-DISP(PT-IDX) = ' '
                 WRITE ST-PRCHLD FROM PT-REC(PT-IDX)
              END-IF
           END-PERFORM
           CLOSE FPRCHLD
           .

       WRITE-PX-LOG.
           WRITE ENR-PXLOG FROM ST-LOADLOG
           INITIALIZE ST-LOADLOG
           MOVE "ORDER NO.  " TO LOGREC-LABEL
           .

       WRITE-PX-FOOTER.
           WRITE ENR-PXLOG FROM PX-FOOT-HEAD

           MOVE 'PRICE APPROVED'     TO LOGREC-FLABEL
           MOVE CNT-APPROVED         TO LOGREC-FCOUNT
           WRITE ENR-PXLOG FROM ST-LOADLOG-FOOT

           MOVE 'PRICE FORCED'       TO LOGREC-FLABEL
           MOVE CNT-FORCED           TO LOGREC-FCOUNT
           WRITE ENR-PXLOG FROM ST-LOADLOG-FOOT

           MOVE 'LINES REJECTED'     TO LOGREC-FLABEL
           MOVE CNT-REJECTED         TO LOGREC-FCOUNT
           WRITE ENR-PXLOG FROM ST-LOADLOG-FOOT

           MOVE 'LINES STILL PARKED' TO LOGREC-FLABEL
           MOVE CNT-STILL-HELD       TO LOGREC-FCOUNT
           WRITE ENR-PXLOG FROM ST-LOADLOG-FOOT

           MOVE 'AUTHORIZER REFUSED' TO LOGREC-FLABEL
           MOVE CNT-NOT-AUTH         TO LOGREC-FCOUNT
           WRITE ENR-PXLOG FROM ST-LOADLOG-FOOT

           MOVE 'ORDER NOT POSTED'   TO LOGREC-FLABEL
           MOVE CNT-NO-ORDER         TO LOGREC-FCOUNT
           WRITE ENR-PXLOG FROM ST-LOADLOG-FOOT

           MOVE 'REPOSTS FAILED'     TO LOGREC-FLABEL
           MOVE CNT-POST-KO          TO LOGREC-FCOUNT
           WRITE ENR-PXLOG FROM ST-LOADLOG-FOOT

           MOVE 'BAD DECISION LINE'  TO LOGREC-FLABEL
           MOVE CNT-BAD-DEC          TO LOGREC-FCOUNT
           WRITE ENR-PXLOG FROM ST-LOADLOG-FOOT
           .
