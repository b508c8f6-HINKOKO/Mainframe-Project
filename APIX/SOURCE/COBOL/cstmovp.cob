       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CSTMOVP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - READ THE PRODUCT COST HISTORY RECVLDP JOURNALS (FICCSTHIS,*
      *      CSTHIS LAYOUT) OVER A PERIOD AND NET EACH PRODUCT'S COST  *
      *      CHANGES : THE COST IT HAD BEFORE ITS FIRST CHANGE OF THE  *
      *      PERIOD AGAINST THE COST AFTER ITS LAST                    *
      *    - LIST THE PRODUCTS WHOSE COST MOVED BY PCT PERCENT OR MORE *
      *      EITHER WAY (A PRODUCT COSTED FOR THE FIRST TIME ALWAYS),  *
      *      WITH THE CATALOG PRICE AND THE MARGIN IT NOW LEAVES, SO   *
      *      PRICING CAN REACT (FICCSTRPT)                             *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      FROMDATE=YYYY-MM-DD FIRST DAY OF THE PERIOD (DEFAULT THE  *
      *                          LAST DAY : A ONE-DAY PERIOD)          *
      *      TODATE=YYYY-MM-DD   LAST DAY OF THE PERIOD (DEFAULT TODAY)*
      *      PCT=NNN             COST MOVE REPORTED (DEFAULT 5, > 0)   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FCSTHIS ASSIGN TO FICCSTHIS
               FILE STATUS IS FS-CSTHIS.
           SELECT FCSTRPT ASSIGN TO FICCSTRPT.

       DATA DIVISION.
       FILE SECTION.
      ** FCSTHIS - THE PRODUCT COST HISTORY, IN THE ORDER WRITTEN **
       FD FCSTHIS.
       COPY CSTHIS.

       FD FCSTRPT.
       01 ENR-CSTRPT      PIC X(100).

       WORKING-STORAGE SECTION.
       COPY PARMBLK.

       77 WS-CSTHIS-EOF   PIC 9  VALUE 0.
            88 FF-CSTHIS        VALUE 1.
       77 FS-CSTHIS       PIC 99 VALUE 0.
       01 ED-SQLCODE      PIC +Z(8)9.

      *** VARIABLES FONCTION ABEND-PROG ***
       77 WS-ANO          PIC 9 VALUE 0.
       77 WS-VAR          PIC 9 VALUE 0.
       77 WS-ABEND-CODE   PIC 9(02) VALUE 0.

      *** PARAMETRES ***
       77 AC-FROM-DATE    PIC X(10) VALUE SPACES.
       77 AC-TO-DATE      PIC X(10) VALUE SPACES.
       77 AC-PCT          PIC 9(3) VALUE 5.
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.

      *** MOUVEMENTS DE COUT NETS PAR PRODUIT ***
       01 CMV-TAB.
          05 CMV-ENTRY OCCURS 500 TIMES.
             10 CMV-P-NO     PIC X(3).
             10 CMV-OLD-COST PIC S9(3)V99.
             10 CMV-NEW-COST PIC S9(3)V99.
             10 CMV-CHANGES  PIC 9(4).
             10 CMV-RCV-QTY  PIC 9(7).
       77 CMV-CNT         PIC 9(3) VALUE 0.
       77 CMV-IDX         PIC 9(3) VALUE 0.
       77 WS-CMV-HIT      PIC 9(3) VALUE 0.

      *** CALCUL DU MOUVEMENT ***
       77 WS-MOVE-PCT     PIC S9(5)V9(1) VALUE 0.
       77 WS-ABS-PCT      PIC 9(5)V9(1) VALUE 0.
       77 WS-MARGIN-PCT   PIC S9(5)V9(1) VALUE 0.
       77 WS-REPORT-IT    PIC 9 VALUE 0.
            88 REPORT-PRODUCT   VALUE 1.

      *** COMPTEURS ***
       77 CNT-HIST-READ   PIC 9(7) VALUE 0.
       77 CNT-PRODUCTS    PIC 9(4) VALUE 0.
       77 CNT-LISTED      PIC 9(4) VALUE 0.
       77 CNT-UP          PIC 9(4) VALUE 0.
       77 CNT-DOWN        PIC 9(4) VALUE 0.

      *** ETAT DES MOUVEMENTS DE COUT ***
       01 L-CMV-HEAD.
          05 FILLER        PIC X(24) VALUE
             'PRODUCT COST MOVES FROM '.
          05 L-HEAD-FROM   PIC X(10).
          05 FILLER        PIC X(4)  VALUE ' TO '.
          05 L-HEAD-TO     PIC X(10).
          05 FILLER        PIC X(18) VALUE '   AT OR OVER PCT '.
          05 L-HEAD-PCT    PIC ZZ9.
          05 FILLER        PIC X(31) VALUE ALL ' '.
       01 L-CMV-TITLE.
          05 FILLER        PIC X(6)  VALUE 'P_NO'.
          05 FILLER        PIC X(27) VALUE 'DESCRIPTION'.
          05 FILLER        PIC X(10) VALUE 'OLD COST'.
          05 FILLER        PIC X(10) VALUE 'NEW COST'.
          05 FILLER        PIC X(10) VALUE 'MOVE %'.
          05 FILLER        PIC X(6)  VALUE 'RCPTS'.
          05 FILLER        PIC X(9)  VALUE 'QTY'.
          05 FILLER        PIC X(9)  VALUE 'PRICE'.
          05 FILLER        PIC X(13) VALUE 'MARGIN %'.
       01 L-CMV-LINE.
          05 L-CMV-PNO     PIC X(3).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-CMV-DESC    PIC X(25).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-CMV-OLD     PIC ZZ9,99.
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 L-CMV-NEW     PIC ZZ9,99.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-CMV-PCT     PIC -----9,9.
          05 L-CMV-PCT-X REDEFINES L-CMV-PCT PIC X(8).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-CMV-CHG     PIC ZZZ9.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-CMV-QTY     PIC ZZZZZZ9.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-CMV-PRICE   PIC ZZ9,99.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-CMV-MARGIN  PIC -----9,9.
          05 L-CMV-MARGIN-X REDEFINES L-CMV-MARGIN PIC X(8).
          05 FILLER        PIC X(6)  VALUE ALL ' '.
       01 L-CMV-FOOT.
          05 FILLER        PIC X(26) VALUE
                'PRODUCTS COSTED          :'.
          05 L-FOOT-PRODUCTS PIC ZZZ9.
          05 FILLER        PIC X(16) VALUE
                '   LISTED     :'.
          05 L-FOOT-LISTED PIC ZZZ9.
          05 FILLER        PIC X(10) VALUE '   UP :'.
          05 L-FOOT-UP     PIC ZZZ9.
          05 FILLER        PIC X(10) VALUE '   DOWN :'.
          05 L-FOOT-DOWN   PIC ZZZ9.
          05 FILLER        PIC X(22) VALUE ALL ' '.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE PRO      END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** CSTMOVP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM GET-PERIOD

           PERFORM LOAD-COST-HISTORY
           PERFORM PRINT-COST-MOVES

           DISPLAY 'COST HISTORY READ       : ' CNT-HIST-READ
           DISPLAY 'PRODUCTS COSTED         : ' CNT-PRODUCTS
           DISPLAY 'PRODUCTS LISTED         : ' CNT-LISTED
           GOBACK.

      *** PARAGRAPHS ***
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 3 TO PARM-COUNT
           MOVE 'FROMDATE' TO PARM-KEYWORD(1)
           MOVE 'D'        TO PARM-TYPE(1)
           MOVE 'N'        TO PARM-REQUIRED(1)
           MOVE SPACES     TO PARM-DEFAULT(1)
           MOVE 'TODATE'   TO PARM-KEYWORD(2)
           MOVE 'D'        TO PARM-TYPE(2)
           MOVE 'N'        TO PARM-REQUIRED(2)
           MOVE SPACES     TO PARM-DEFAULT(2)
           MOVE 'PCT'      TO PARM-KEYWORD(3)
           MOVE 'N'        TO PARM-TYPE(3)
           MOVE 'N'        TO PARM-REQUIRED(3)
           MOVE '5'        TO PARM-DEFAULT(3)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              MOVE PARM-VALUE(1)(1:10) TO AC-FROM-DATE
              MOVE PARM-VALUE(2)(1:10) TO AC-TO-DATE
              COMPUTE AC-PCT = FUNCTION NUMVAL(PARM-VALUE(3))
              IF AC-PCT = 0
                 SET PARMS-BAD TO TRUE
              END-IF
           END-IF
           .

      ** GET-PERIOD - today when no last day is given, the last day **
      ** alone when no first day is ; a period ending before it     **
      ** starts is refused                                          **
       GET-PERIOD.
           IF AC-TO-DATE = SPACES
              ACCEPT WS-RUN-DATE FROM DATE
              STRING '20'      DELIMITED BY SIZE
                     WS-RUN-AA  DELIMITED BY SIZE
                     '-'        DELIMITED BY SIZE
                     WS-RUN-MM  DELIMITED BY SIZE
                     '-'        DELIMITED BY SIZE
                     WS-RUN-JJ  DELIMITED BY SIZE
                INTO AC-TO-DATE
              END-STRING
           END-IF
           IF AC-FROM-DATE = SPACES
              MOVE AC-TO-DATE TO AC-FROM-DATE
           END-IF
           IF AC-FROM-DATE > AC-TO-DATE
              DISPLAY '*** CSTMOVP : FROMDATE AFTER TODATE ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           .

       LOAD-COST-HISTORY.
           OPEN INPUT FCSTHIS
           IF FS-CSTHIS NOT = 0
              DISPLAY 'NO COST HISTORY YET, NOTHING MOVED'
           ELSE
              PERFORM UNTIL FF-CSTHIS
                 READ FCSTHIS
                    AT END
                       SET FF-CSTHIS TO TRUE
                    NOT AT END
                       ADD 1 TO CNT-HIST-READ
                       IF CSH-DATE NOT < AC-FROM-DATE AND
                          CSH-DATE NOT > AC-TO-DATE
                          PERFORM NOTE-ONE-CHANGE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FCSTHIS
           END-IF
           .

      ** NOTE-ONE-CHANGE - the first change of a product in the    **
      ** period gives its old cost, every later one its new cost    **
       NOTE-ONE-CHANGE.
           MOVE 0 TO WS-CMV-HIT
           PERFORM VARYING CMV-IDX FROM 1 BY 1
                   UNTIL CMV-IDX > CMV-CNT OR WS-CMV-HIT > 0
              IF CSH-P-NO = CMV-P-NO(CMV-IDX)
                 MOVE CMV-IDX TO WS-CMV-HIT
              END-IF
           END-PERFORM
           IF WS-CMV-HIT = 0
              IF CMV-CNT < 500
                 ADD 1 TO CMV-CNT
                 MOVE CSH-P-NO     TO CMV-P-NO(CMV-CNT)
                 MOVE CSH-OLD-COST TO CMV-OLD-COST(CMV-CNT)
                 MOVE ZERO         TO CMV-CHANGES(CMV-CNT)
                 MOVE ZERO         TO CMV-RCV-QTY(CMV-CNT)
                 MOVE CMV-CNT      TO WS-CMV-HIT
              ELSE
                 DISPLAY 'PRODUCT TABLE FULL, RAISE OCCURS'
              END-IF
           END-IF
           IF WS-CMV-HIT > 0
              MOVE CSH-NEW-COST TO CMV-NEW-COST(WS-CMV-HIT)
              ADD 1 TO CMV-CHANGES(WS-CMV-HIT)
              ADD CSH-RCV-QTY TO CMV-RCV-QTY(WS-CMV-HIT)
           END-IF
           .

       PRINT-COST-MOVES.
           OPEN OUTPUT FCSTRPT
           MOVE AC-FROM-DATE TO L-HEAD-FROM
           MOVE AC-TO-DATE   TO L-HEAD-TO
           MOVE AC-PCT       TO L-HEAD-PCT
           WRITE ENR-CSTRPT FROM L-CMV-HEAD
           WRITE ENR-CSTRPT FROM L-CMV-TITLE
           MOVE CMV-CNT TO CNT-PRODUCTS
           PERFORM VARYING CMV-IDX FROM 1 BY 1 UNTIL CMV-IDX > CMV-CNT
              PERFORM CHECK-ONE-PRODUCT
              IF REPORT-PRODUCT
                 PERFORM PRINT-ONE-PRODUCT
              END-IF
           END-PERFORM
           MOVE CNT-PRODUCTS TO L-FOOT-PRODUCTS
           MOVE CNT-LISTED   TO L-FOOT-LISTED
           MOVE CNT-UP       TO L-FOOT-UP
           MOVE CNT-DOWN     TO L-FOOT-DOWN
           WRITE ENR-CSTRPT FROM L-CMV-FOOT
           CLOSE FCSTRPT
           .

      ** CHECK-ONE-PRODUCT - the net move against the cost before  **
      ** the period ; no cost before means a first costing         **
       CHECK-ONE-PRODUCT.
           MOVE 0 TO WS-REPORT-IT
           MOVE 0 TO WS-MOVE-PCT
           IF CMV-OLD-COST(CMV-IDX) NOT > 0
              SET REPORT-PRODUCT TO TRUE
           ELSE
              COMPUTE WS-MOVE-PCT ROUNDED =
                 (CMV-NEW-COST(CMV-IDX) - CMV-OLD-COST(CMV-IDX))
                 * 100 / CMV-OLD-COST(CMV-IDX)
              MOVE WS-MOVE-PCT TO WS-ABS-PCT
              IF WS-ABS-PCT NOT < AC-PCT
                 SET REPORT-PRODUCT TO TRUE
              END-IF
           END-IF
           .

       PRINT-ONE-PRODUCT.
           ADD 1 TO CNT-LISTED
           IF CMV-NEW-COST(CMV-IDX) > CMV-OLD-COST(CMV-IDX)
              ADD 1 TO CNT-UP
           ELSE
              ADD 1 TO CNT-DOWN
           END-IF
           MOVE CMV-P-NO(CMV-IDX) TO PRO-P-NO
           EXEC SQL
              SELECT DESCRIPTION, PRICE
              INTO :PRO-DESCRIPTION, :PRO-PRICE
              FROM APIX.PRODUCTS
              WHERE P_NO = :PRO-P-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE SPACES TO L-CMV-DESC
           IF SQLCODE = +100
              MOVE '** NO LONGER ON FILE **' TO L-CMV-DESC
              MOVE ZERO TO PRO-PRICE
           ELSE
              MOVE PRO-DESCRIPTION-TEXT(1:PRO-DESCRIPTION-LEN)
                                     TO L-CMV-DESC
           END-IF
           MOVE CMV-P-NO(CMV-IDX)     TO L-CMV-PNO
           MOVE CMV-OLD-COST(CMV-IDX) TO L-CMV-OLD
           MOVE CMV-NEW-COST(CMV-IDX) TO L-CMV-NEW
           IF CMV-OLD-COST(CMV-IDX) NOT > 0
              MOVE '     NEW' TO L-CMV-PCT-X
           ELSE
              MOVE WS-MOVE-PCT TO L-CMV-PCT
           END-IF
           MOVE CMV-CHANGES(CMV-IDX)  TO L-CMV-CHG
           MOVE CMV-RCV-QTY(CMV-IDX)  TO L-CMV-QTY
           MOVE PRO-PRICE             TO L-CMV-PRICE
      ** THE MARGIN THE CATALOG PRICE LEAVES AT THE NEW COST **
           IF PRO-PRICE > 0
              COMPUTE WS-MARGIN-PCT ROUNDED =
                 (PRO-PRICE - CMV-NEW-COST(CMV-IDX)) * 100 / PRO-PRICE
              MOVE WS-MARGIN-PCT TO L-CMV-MARGIN
           ELSE
              MOVE SPACES TO L-CMV-MARGIN-X
           END-IF
           WRITE ENR-CSTRPT FROM L-CMV-LINE
           .

       TEST-SQLCODE.
           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                    CONTINUE
               WHEN SQLCODE = +100
                    CONTINUE
               WHEN SQLCODE > ZERO
                    DISPLAY 'WARNING : ' SQLCODE
               WHEN OTHER
                    MOVE SQLCODE TO ED-SQLCODE
                    DISPLAY 'ANOMALIE GRAVE : ' ED-SQLCODE
                    MOVE 10 TO WS-ABEND-CODE
                    PERFORM ABEND-PROG
           END-EVALUATE.

       ABEND-PROG.
           DISPLAY 'ABEND CODE : ' WS-ABEND-CODE
           MOVE 16 TO RETURN-CODE
           COMPUTE WS-ANO = WS-ANO / WS-VAR
           .
