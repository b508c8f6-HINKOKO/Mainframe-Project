       IDENTIFICATION DIVISION.
       PROGRAM-ID.     FCSTP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - BUILD EACH PART'S MONTHLY DEMAND HISTORY : THE SALES      *
      *      MOVEMENTS OF THE STOCK JOURNAL (FICSTKMOV) FOR THE MONTHS *
      *      IT COVERS, THE ORDER LINES (ITEMS AND ITEMS_ARCH) FOR THE *
      *      MONTHS BEFORE IT STARTED ; A PRODUCT'S DEMAND GOES TO     *
      *      THE PART OF ITS TWO-CHARACTER PREFIX (CATALOG CONVENTION) *
      *    - FORECAST NEXT MONTH FROM A THREE-MONTH MOVING AVERAGE,    *
      *      THE TREND AGAINST THE THREE MONTHS BEFORE, AND THE        *
      *      SEASONAL INDEX OF THE CALENDAR MONTH (ONE YEAR OF         *
      *      HISTORY OR MORE)                                          *
      *    - TAKE THE LEAD TIME THE SUPPLIERS REALLY ACHIEVE : THE     *
      *      PART'S QUOTED LEAD TIME PLUS THE AVERAGE DAYS ITS         *
      *      RECEIPTS CAME IN LATE (PO AND RECEIPTS REGISTERS)         *
      *    - RECOMMEND A SAFETY STOCK, A REORDER POINT AND AN          *
      *      ECONOMIC ORDER QUANTITY PER PART (FICFCSTREC, FCSTREC     *
      *      LAYOUT) AND PRINT THEM AGAINST THE VALUES IN FORCE ;      *
      *      NOTHING CHANGES UNTIL FCSTAPP APPLIES THE APPROVED ONES   *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      MONTHS=NN     MONTHS OF HISTORY, 6 TO 24 (DEFAULT 12)     *
      *      SERVICE=NNN   SAFETY FACTOR IN HUNDREDTHS (DEFAULT 165,   *
      *                    ABOUT 95 PERCENT OF CYCLES WITHOUT SHORTAGE)*
      *      ORDCOST=NNNN  COST OF PLACING ONE PO LINE (DEFAULT 25)    *
      *      CARRY=NN      YEARLY HOLDING COST, PERCENT OF THE UNIT    *
      *                    COST (DEFAULT 20)                           *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSTKMOV  ASSIGN TO FICSTKMOV
               FILE STATUS IS FS-STKMOV.
           SELECT FPOREG   ASSIGN TO FICPOREG
               FILE STATUS IS FS-POREG.
           SELECT FRCVREG  ASSIGN TO FICRCVREG
               FILE STATUS IS FS-RCVREG.
           SELECT FFCSTREC ASSIGN TO FICFCSTREC.
           SELECT FFCSTRPT ASSIGN TO FICFCSTRPT.

       DATA DIVISION.
       FILE SECTION.
      ** FSTKMOV - THE SHARED STOCK MOVEMENT JOURNAL, READ ONLY **
       FD FSTKMOV.
       COPY STKMOV.

      ** FPOREG - THE PO REGISTER POWRTP APPENDS **
       FD FPOREG.
       01 ENR-POREG.
          05 PR-PO-NO      PIC 9(8).
          05 PR-SNO        PIC X(2).
          05 PR-PNO        PIC X(2).
          05 PR-QTY        PIC 9(4).
          05 PR-EXPECTED   PIC X(10).
          05 PR-ORD-REF    PIC X(7).
      ** 'X' ONCE POCHGP HAS CANCELLED THE LINE **
          05 PR-STATUS     PIC X(1).
          05 FILLER        PIC X(46).

      ** FRCVREG - THE RECEIPTS REGISTER RECVLDP APPENDS **
       FD FRCVREG.
       01 ENR-RCVREG.
          05 RR-PO-NO      PIC 9(8).
          05 RR-SNO        PIC X(2).
          05 RR-PNO        PIC X(2).
          05 RR-QTY        PIC 9(4).
          05 RR-DATE       PIC X(10).
          05 RR-COST       PIC 9(5)V9(2).
          05 RR-REJQTY     PIC 9(4).
      ** SPACE = A DELIVERY ; V = GOODS SENT BACK TO THE SUPPLIER  **
      ** (RTVPOSTP), RR-QTY THEN BEING THE QUANTITY RETURNED       **
          05 RR-KIND       PIC X(1).
             88 RR-RETURN        VALUE 'V'.
          05 FILLER        PIC X(42).

      ** FFCSTREC - THE RECOMMENDATIONS, ONE PER PART, FOR FCSTAPP **
       FD FFCSTREC.
       COPY FCSTREC.

       FD FFCSTRPT.
       01 ENR-FCSTRPT     PIC X(100).

       WORKING-STORAGE SECTION.
       COPY PARMBLK.

       77 WS-STKMOV-EOF   PIC 9  VALUE 0.
            88 FF-STKMOV        VALUE 1.
       77 WS-POREG-EOF    PIC 9  VALUE 0.
            88 FF-POREG         VALUE 1.
       77 WS-RCVREG-EOF   PIC 9  VALUE 0.
            88 FF-RCVREG        VALUE 1.
       77 FS-STKMOV       PIC 99 VALUE 0.
       77 FS-POREG        PIC 99 VALUE 0.
       77 FS-RCVREG       PIC 99 VALUE 0.
       01 ED-SQLCODE      PIC +Z(8)9.
       77 WS-ANO          PIC 9 VALUE 0.
       77 WS-VAR          PIC 9 VALUE 0.
       77 WS-ABEND-CODE   PIC 9(02) VALUE 0.

      *** PARAMETRES ***
       77 AC-MONTHS       PIC 9(2) VALUE 12.
       77 AC-SERVICE      PIC 9(1)V9(2) VALUE 1,65.
       77 AC-ORDCOST      PIC 9(4)V9(2) VALUE 25.
       77 AC-CARRY        PIC 9(2)V9(2) VALUE 20.

      *** DATE DU JOUR, FENETRE D'HISTORIQUE (MOIS = AAAA*12+MM-1) ***
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.
       77 WS-RUN-DATE-ISO PIC X(10) VALUE SPACES.
       77 WS-RUN-KEY      PIC 9(6) VALUE 0.
       77 WS-START-KEY    PIC 9(6) VALUE 0.
       77 WS-JRN-FIRST-KEY PIC 9(6) VALUE 999999.
       77 WS-MOV-KEY      PIC 9(6) VALUE 0.
       77 WS-KEY-YEAR     PIC 9(4) VALUE 0.
       77 WS-KEY-MONTH    PIC 9(2) VALUE 0.
       77 WS-MON-IDX      PIC 9(3) VALUE 0.
       77 WS-NEXT-CAL     PIC 9(2) VALUE 0.
       77 WS-FROM-ISO     PIC X(10) VALUE SPACES.
       77 WS-TO-ISO       PIC X(10) VALUE SPACES.
       01 WS-ISO-BUILD.
          05 WS-ISO-YEAR  PIC 9(4).
          05 FILLER       PIC X(1) VALUE '-'.
          05 WS-ISO-MONTH PIC 9(2).
          05 FILLER       PIC X(3) VALUE '-01'.

      *** SEULES LES SORTIES DE VENTE COMPTENT COMME DEMANDE ***
       77 WS-MOV-PGM      PIC X(8) VALUE SPACES.
            88 SALES-MOVEMENT   VALUES 'PART2P' 'ORDCHGP'
                                       'CREDRELP' 'PRCRELP'.

      *** PIECES ACTIVES ET LEUR DEMANDE MENSUELLE ***
       01 FPT-TAB.
          05 FPT-ENTRY OCCURS 200 TIMES.
             10 FPT-PNO       PIC X(2).
             10 FPT-PNAME     PIC X(30).
             10 FPT-ROP       PIC 9(4).
             10 FPT-LEAD      PIC 9(3).
             10 FPT-EOQ       PIC 9(4).
             10 FPT-COST      PIC 9(5)V9(2).
             10 FPT-HAS-HIST  PIC X(1).
             10 FPT-LATE-DAYS PIC 9(6).
             10 FPT-LATE-RCV  PIC 9(4).
             10 FPT-MONTH     PIC S9(7) OCCURS 24 TIMES.
       77 FPT-CNT         PIC 9(3) VALUE 0.
       77 FPT-IDX         PIC 9(3) VALUE 0.
       77 WS-FPT-HIT      PIC 9(3) VALUE 0.
       77 WS-FIND-PNO     PIC X(2) VALUE SPACES.

      *** LIGNES PO EN TABLE, PREMIERE RECEPTION DE CHACUNE ***
       01 POL-TAB.
          05 POL-ENTRY OCCURS 999 TIMES.
             10 POL-PO-NO  PIC 9(8).
             10 POL-SNO    PIC X(2).
             10 POL-PNO    PIC X(2).
             10 POL-EXP    PIC X(10).
             10 POL-FIRST  PIC X(10).
       77 POL-CNT         PIC 9(3) VALUE 0.
       77 POL-IDX         PIC 9(3) VALUE 0.
       77 WS-POL-HIT      PIC 9(3) VALUE 0.
       77 WS-EXP-YYYYMMDD PIC 9(8) VALUE 0.
       77 WS-RCV-YYYYMMDD PIC 9(8) VALUE 0.
       77 WS-DAYS-LATE    PIC S9(5) VALUE 0.

      *** CALCUL DE LA PREVISION, PIECE PAR PIECE ***
       77 WS-MON-I        PIC 9(3) VALUE 0.
       77 WS-CAL-I        PIC 9(2) VALUE 0.
       77 WS-QTY          PIC S9(7)V9(4) VALUE 0.
       77 WS-SUM          PIC S9(9)V9(4) VALUE 0.
       77 WS-MEAN         PIC S9(7)V9(4) VALUE 0.
       77 WS-SQDEV        PIC S9(13)V9(4) VALUE 0.
       77 WS-SIGMA        PIC S9(7)V9(4) VALUE 0.
       77 WS-MA3          PIC S9(7)V9(4) VALUE 0.
       77 WS-PRIOR3       PIC S9(7)V9(4) VALUE 0.
       77 WS-TREND        PIC S9(7)V9(4) VALUE 0.
       77 WS-FORECAST     PIC S9(7)V9(4) VALUE 0.
       77 WS-EFF-LEAD     PIC 9(3) VALUE 0.
       77 WS-AVG-LATE     PIC 9(3) VALUE 0.
       77 WS-SAFETY       PIC S9(7)V9(4) VALUE 0.
       77 WS-ROP          PIC S9(7)V9(4) VALUE 0.
       77 WS-ANNUAL       PIC S9(9)V9(4) VALUE 0.
       77 WS-HOLD         PIC S9(7)V9(4) VALUE 0.
       77 WS-EOQ          PIC S9(7)V9(4) VALUE 0.
       01 SEAS-TAB.
          05 SEAS-ENTRY OCCURS 12 TIMES.
             10 SEAS-SUM   PIC S9(9)V9(4).
             10 SEAS-CNT   PIC 9(2).
             10 SEAS-IDX   PIC 9(1)V9(4).
       01 DESEAS-TAB.
          05 DESEAS-QTY    PIC S9(7)V9(4) OCCURS 24 TIMES.

      *** COMPTEURS ***
       77 CNT-PARTS       PIC 9(4) VALUE 0.
       77 CNT-RECOMMEND   PIC 9(4) VALUE 0.
       77 CNT-CHANGED     PIC 9(4) VALUE 0.
       77 CNT-NO-HIST     PIC 9(4) VALUE 0.
       77 CNT-JRN-MOVES   PIC 9(6) VALUE 0.
       77 CNT-ITEM-MONTHS PIC 9(6) VALUE 0.

      *** LISTE DES RECOMMANDATIONS ***
       01 L-FCR-HEAD.
          05 FILLER        PIC X(40) VALUE
             'REORDER POINT / EOQ RECOMMENDATIONS  - '.
          05 L-HEAD-DATE   PIC X(10).
          05 FILLER        PIC X(10) VALUE '  MONTHS :'.
          05 L-HEAD-MONTHS PIC Z9.
          05 FILLER        PIC X(38) VALUE ALL ' '.
       01 L-FCR-TITLE.
          05 FILLER        PIC X(5)  VALUE 'PART'.
          05 FILLER        PIC X(21) VALUE 'DESCRIPTION'.
          05 FILLER        PIC X(4)  VALUE 'MO'.
          05 FILLER        PIC X(7)  VALUE 'AVG'.
          05 FILLER        PIC X(8)  VALUE 'TREND'.
          05 FILLER        PIC X(6)  VALUE 'SEAS'.
          05 FILLER        PIC X(7)  VALUE 'FCST'.
          05 FILLER        PIC X(9)  VALUE 'LEAD'.
          05 FILLER        PIC X(6)  VALUE 'SS'.
          05 FILLER        PIC X(11) VALUE 'ROP'.
          05 FILLER        PIC X(9)  VALUE 'EOQ'.
          05 FILLER        PIC X(7)  VALUE ALL ' '.
       01 L-FCR-LINE.
          05 L-FCR-PNO     PIC X(2).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-FCR-NAME    PIC X(20).
          05 FILLER        PIC X     VALUE ' '.
          05 L-FCR-MONTHS  PIC Z9.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-FCR-AVG     PIC ZZZZ9.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-FCR-TREND   PIC -ZZZZ9.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-FCR-SEAS    PIC 9,99.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-FCR-FCST    PIC ZZZZ9.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-FCR-LEAD-OLD PIC ZZ9.
          05 FILLER        PIC X     VALUE '>'.
          05 L-FCR-LEAD-NEW PIC ZZ9.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-FCR-SS      PIC ZZZ9.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-FCR-ROP-OLD PIC ZZZ9.
          05 FILLER        PIC X     VALUE '>'.
          05 L-FCR-ROP-NEW PIC ZZZ9.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-FCR-EOQ-OLD PIC ZZZ9.
          05 FILLER        PIC X     VALUE '>'.
          05 L-FCR-EOQ-NEW PIC ZZZ9.
          05 FILLER        PIC X(7)  VALUE ALL ' '.
       01 L-FCR-NOHIST.
          05 L-NOH-PNO     PIC X(2).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-NOH-NAME    PIC X(20).
          05 FILLER        PIC X(75) VALUE
             ' NO DEMAND HISTORY - VALUES IN FORCE LEFT AS THEY ARE'.
       01 L-FCR-FOOT.
          05 FILLER        PIC X(26) VALUE
                'RECOMMENDATIONS WRITTEN : '.
          05 L-FOOT-CNT    PIC ZZZ9.
          05 FILLER        PIC X(26) VALUE
                '   OF WHICH CHANGE VALUES '.
          05 L-FOOT-CHG    PIC ZZZ9.
          05 FILLER        PIC X(40) VALUE ALL ' '.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE PARTS    END-EXEC

      ** SAFETY_STOCK AND EOQ ARE NULL UNTIL FCSTAPP FIRST SETS THEM **
       77 WS-HV-EOQ       PIC S9(9) COMP VALUE 0.
       77 WS-HV-COST      PIC S9(5)V9(2) COMP-3 VALUE 0.
       77 WS-HV-PNO       PIC X(2).
       77 WS-HV-MONTH     PIC X(7).
       77 WS-HV-QTY       PIC S9(9) COMP VALUE 0.

      *** PIECES ACTIVES, AVEC LE COUT D'ACHAT LE MOINS CHER ***
           EXEC SQL
              DECLARE CFPARTS CURSOR
              FOR
              SELECT P.PNO, P.PNAME, P.REORDER_POINT, P.LEAD_TIME,
                     COALESCE(P.EOQ, 0),
                     COALESCE(MIN(PS.COST), 0)
              FROM API10.PARTS P
              LEFT JOIN API10.PARTSUPP PS
                ON PS.PNO = P.PNO AND PS.COST > 0
              WHERE P.STATUS <> 'R'
              GROUP BY P.PNO, P.PNAME, P.REORDER_POINT, P.LEAD_TIME,
                       P.EOQ
              ORDER BY P.PNO
           END-EXEC

      *** COMMANDES PAR PIECE ET PAR MOIS, VIVANTES ET ARCHIVEES ***
           EXEC SQL
              DECLARE CFITEMS CURSOR
              FOR
              SELECT SUBSTR(I.P_NO, 1, 2), SUBSTR(O.O_DATE, 1, 7),
                     SUM(I.QUANTITY)
              FROM APIX.ITEMS I
              JOIN APIX.ORDERS O ON O.O_NO = I.O_NO
              WHERE O.O_DATE >= :WS-FROM-ISO
                AND O.O_DATE <  :WS-TO-ISO
              GROUP BY SUBSTR(I.P_NO, 1, 2), SUBSTR(O.O_DATE, 1, 7)
              UNION ALL
              SELECT SUBSTR(IA.P_NO, 1, 2), SUBSTR(OA.O_DATE, 1, 7),
                     SUM(IA.QUANTITY)
              FROM APIX.ITEMS_ARCH IA
              JOIN APIX.ORDERS_ARCH OA ON OA.O_NO = IA.O_NO
              WHERE OA.O_DATE >= :WS-FROM-ISO
                AND OA.O_DATE <  :WS-TO-ISO
              GROUP BY SUBSTR(IA.P_NO, 1, 2), SUBSTR(OA.O_DATE, 1, 7)
           END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** FCSTP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM GET-RUN-DATE
           PERFORM LOAD-PARTS
           PERFORM LOAD-JOURNAL-DEMAND
           PERFORM LOAD-ORDER-DEMAND
           PERFORM LOAD-PO-REGISTER
           PERFORM APPLY-RECEIPTS

           OPEN OUTPUT FFCSTREC
           OPEN OUTPUT FFCSTRPT
           MOVE WS-RUN-DATE-ISO TO L-HEAD-DATE
           MOVE AC-MONTHS       TO L-HEAD-MONTHS
           WRITE ENR-FCSTRPT FROM L-FCR-HEAD
           WRITE ENR-FCSTRPT FROM L-FCR-TITLE

           PERFORM VARYING FPT-IDX FROM 1 BY 1 UNTIL FPT-IDX > FPT-CNT
              IF FPT-HAS-HIST(FPT-IDX) = 'Y'
                 PERFORM FORECAST-ONE-PART
              ELSE
                 ADD 1 TO CNT-NO-HIST
                 MOVE FPT-PNO(FPT-IDX)   TO L-NOH-PNO
                 MOVE FPT-PNAME(FPT-IDX) TO L-NOH-NAME
                 WRITE ENR-FCSTRPT FROM L-FCR-NOHIST
              END-IF
           END-PERFORM

           MOVE CNT-RECOMMEND TO L-FOOT-CNT
           MOVE CNT-CHANGED   TO L-FOOT-CHG
           WRITE ENR-FCSTRPT FROM L-FCR-FOOT
           CLOSE FFCSTRPT
           CLOSE FFCSTREC

           DISPLAY 'PARTS EXAMINED          : ' CNT-PARTS
           DISPLAY 'JOURNAL SALES MOVEMENTS : ' CNT-JRN-MOVES
           DISPLAY 'ORDER HISTORY MONTHS    : ' CNT-ITEM-MONTHS
           DISPLAY 'RECOMMENDATIONS WRITTEN : ' CNT-RECOMMEND
           DISPLAY 'OF WHICH CHANGE VALUES  : ' CNT-CHANGED
           DISPLAY 'PARTS WITHOUT HISTORY   : ' CNT-NO-HIST
           GOBACK.

      *** PARAGRAPHS ***
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 4 TO PARM-COUNT
           MOVE 'MONTHS'   TO PARM-KEYWORD(1)
           MOVE 'N'        TO PARM-TYPE(1)
           MOVE 'N'        TO PARM-REQUIRED(1)
           MOVE '12'       TO PARM-DEFAULT(1)
           MOVE 'SERVICE'  TO PARM-KEYWORD(2)
           MOVE 'N'        TO PARM-TYPE(2)
           MOVE 'N'        TO PARM-REQUIRED(2)
           MOVE '165'      TO PARM-DEFAULT(2)
           MOVE 'ORDCOST'  TO PARM-KEYWORD(3)
           MOVE 'N'        TO PARM-TYPE(3)
           MOVE 'N'        TO PARM-REQUIRED(3)
           MOVE '25'       TO PARM-DEFAULT(3)
           MOVE 'CARRY'    TO PARM-KEYWORD(4)
           MOVE 'N'        TO PARM-TYPE(4)
           MOVE 'N'        TO PARM-REQUIRED(4)
           MOVE '20'       TO PARM-DEFAULT(4)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              COMPUTE AC-MONTHS  = FUNCTION NUMVAL(PARM-VALUE(1))
              COMPUTE AC-SERVICE = FUNCTION NUMVAL(PARM-VALUE(2)) / 100
              COMPUTE AC-ORDCOST = FUNCTION NUMVAL(PARM-VALUE(3))
              COMPUTE AC-CARRY   = FUNCTION NUMVAL(PARM-VALUE(4))
              IF AC-MONTHS < 6 OR AC-MONTHS > 24
                 DISPLAY 'MONTHS MUST BE 6 TO 24 : ' AC-MONTHS
                 SET PARMS-BAD TO TRUE
              END-IF
           END-IF
           .

      ** GET-RUN-DATE - the window ends with last month, the last  **
      ** complete one, and starts MONTHS months earlier             **
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
           COMPUTE WS-RUN-KEY =
              (FUNCTION NUMVAL(WS-RUN-DATE-ISO(1:4)) * 12)
              + FUNCTION NUMVAL(WS-RUN-MM) - 1
           COMPUTE WS-START-KEY = WS-RUN-KEY - AC-MONTHS

           MOVE WS-START-KEY TO WS-MOV-KEY
           PERFORM KEY-TO-ISO
           MOVE WS-ISO-BUILD TO WS-FROM-ISO
           MOVE WS-RUN-KEY   TO WS-MOV-KEY
           PERFORM KEY-TO-ISO
           MOVE WS-ISO-BUILD TO WS-TO-ISO

           DIVIDE WS-RUN-KEY BY 12 GIVING WS-KEY-YEAR
                  REMAINDER WS-KEY-MONTH
           COMPUTE WS-NEXT-CAL = WS-KEY-MONTH + 1
           .

      ** KEY-TO-ISO - month key WS-MOV-KEY to its first day **
       KEY-TO-ISO.
           DIVIDE WS-MOV-KEY BY 12 GIVING WS-KEY-YEAR
                  REMAINDER WS-KEY-MONTH
           MOVE WS-KEY-YEAR  TO WS-ISO-YEAR
           COMPUTE WS-ISO-MONTH = WS-KEY-MONTH + 1
           .

      ** LOAD-PARTS - every active part with the values in force **
       LOAD-PARTS.
           EXEC SQL OPEN CFPARTS END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CFPARTS
           PERFORM UNTIL SQLCODE NOT = ZERO
              IF FPT-CNT < 200
                 ADD 1 TO FPT-CNT
                 INITIALIZE FPT-ENTRY(FPT-CNT)
                 MOVE PARTS-PNO TO FPT-PNO(FPT-CNT)
                 MOVE PARTS-PNAME-TEXT(1:PARTS-PNAME-LEN)
                                TO FPT-PNAME(FPT-CNT)
                 MOVE PARTS-REORDER-POINT TO FPT-ROP(FPT-CNT)
                 MOVE PARTS-LEAD-TIME     TO FPT-LEAD(FPT-CNT)
                 MOVE WS-HV-EOQ           TO FPT-EOQ(FPT-CNT)
                 MOVE WS-HV-COST          TO FPT-COST(FPT-CNT)
                 MOVE 'N'                 TO FPT-HAS-HIST(FPT-CNT)
                 ADD 1 TO CNT-PARTS
              ELSE
                 DISPLAY 'PART TABLE FULL, SKIPPED : ' PARTS-PNO
              END-IF
              PERFORM FETCH-CFPARTS
           END-PERFORM
           EXEC SQL CLOSE CFPARTS END-EXEC
           .

       FETCH-CFPARTS.
           EXEC SQL
              FETCH CFPARTS
              INTO :PARTS-PNO, :PARTS-PNAME, :PARTS-REORDER-POINT,
                   :PARTS-LEAD-TIME, :WS-HV-EOQ, :WS-HV-COST
           END-EXEC
           PERFORM TEST-SQLCODE
           .

      ** FIND-PART - WS-FIND-PNO in the part table, WS-FPT-HIT = 0 **
      ** when the part is not an active one                        **
       FIND-PART.
           MOVE 0 TO WS-FPT-HIT
           PERFORM VARYING FPT-IDX FROM 1 BY 1
                   UNTIL FPT-IDX > FPT-CNT OR WS-FPT-HIT > 0
              IF FPT-PNO(FPT-IDX) = WS-FIND-PNO
                 MOVE FPT-IDX TO WS-FPT-HIT
              END-IF
           END-PERFORM
           .

      ** LOAD-JOURNAL-DEMAND - a sale is a negative movement of a  **
      ** sales program, a restock or a hold reversal a positive    **
      ** one ; demand is the net outflow. The oldest dated record  **
      ** tells from which month on the journal is the source       **
       LOAD-JOURNAL-DEMAND.
           OPEN INPUT FSTKMOV
           IF FS-STKMOV NOT = 0
              DISPLAY 'NO STOCK MOVEMENT JOURNAL, ORDER HISTORY ONLY'
           ELSE
              PERFORM UNTIL FF-STKMOV
                 READ FSTKMOV
                    AT END
                       SET FF-STKMOV TO TRUE
                    NOT AT END
                       PERFORM TAKE-ONE-MOVEMENT
                 END-READ
              END-PERFORM
              CLOSE FSTKMOV
           END-IF
           .

      ** THE OPENING ROW OF A ROLLED JOURNAL IS NO MOVEMENT : THE   **
      ** JOURNAL REACHES BACK TO ITS FIRST REAL ONE                 **
       TAKE-ONE-MOVEMENT.
           IF MOV-PGM = 'REGROLLP'
              EXIT PARAGRAPH
           END-IF
           IF MOV-DATE(1:4) IS NUMERIC AND MOV-DATE(6:2) IS NUMERIC
              COMPUTE WS-MOV-KEY =
                 (FUNCTION NUMVAL(MOV-DATE(1:4)) * 12)
                 + FUNCTION NUMVAL(MOV-DATE(6:2)) - 1
              IF WS-MOV-KEY < WS-JRN-FIRST-KEY
                 MOVE WS-MOV-KEY TO WS-JRN-FIRST-KEY
              END-IF
              MOVE MOV-PGM TO WS-MOV-PGM
              IF SALES-MOVEMENT AND MOV-DELTA IS NUMERIC AND
                 WS-MOV-KEY NOT < WS-START-KEY AND
                 WS-MOV-KEY < WS-RUN-KEY
                 MOVE MOV-P-NO(1:2) TO WS-FIND-PNO
                 PERFORM FIND-PART
                 IF WS-FPT-HIT > 0
                    COMPUTE WS-MON-IDX = WS-MOV-KEY - WS-START-KEY + 1
                    SUBTRACT MOV-DELTA
                        FROM FPT-MONTH(WS-FPT-HIT, WS-MON-IDX)
                    MOVE 'Y' TO FPT-HAS-HIST(WS-FPT-HIT)
                    ADD 1 TO CNT-JRN-MOVES
                 END-IF
              END-IF
           END-IF
           .

      ** LOAD-ORDER-DEMAND - the order lines fill the months the   **
      ** journal does not reach back to                            **
       LOAD-ORDER-DEMAND.
           EXEC SQL OPEN CFITEMS END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CFITEMS
           PERFORM UNTIL SQLCODE NOT = ZERO
              IF WS-HV-MONTH(1:4) IS NUMERIC AND
                 WS-HV-MONTH(6:2) IS NUMERIC
                 COMPUTE WS-MOV-KEY =
                    (FUNCTION NUMVAL(WS-HV-MONTH(1:4)) * 12)
                    + FUNCTION NUMVAL(WS-HV-MONTH(6:2)) - 1
                 IF WS-MOV-KEY < WS-JRN-FIRST-KEY AND
                    WS-MOV-KEY NOT < WS-START-KEY AND
                    WS-MOV-KEY < WS-RUN-KEY
                    MOVE WS-HV-PNO TO WS-FIND-PNO
                    PERFORM FIND-PART
                    IF WS-FPT-HIT > 0
                       COMPUTE WS-MON-IDX =
                          WS-MOV-KEY - WS-START-KEY + 1
                       ADD WS-HV-QTY
                        TO FPT-MONTH(WS-FPT-HIT, WS-MON-IDX)
                       MOVE 'Y' TO FPT-HAS-HIST(WS-FPT-HIT)
                       ADD 1 TO CNT-ITEM-MONTHS
                    END-IF
                 END-IF
              END-IF
              PERFORM FETCH-CFITEMS
           END-PERFORM
           EXEC SQL CLOSE CFITEMS END-EXEC
           .

       FETCH-CFITEMS.
           EXEC SQL
              FETCH CFITEMS
              INTO :WS-HV-PNO, :WS-HV-MONTH, :WS-HV-QTY
           END-EXEC
           PERFORM TEST-SQLCODE
           .

       LOAD-PO-REGISTER.
           OPEN INPUT FPOREG
           IF FS-POREG NOT = 0
              DISPLAY 'NO PO REGISTER, QUOTED LEAD TIMES ONLY'
           ELSE
              PERFORM UNTIL FF-POREG
                 READ FPOREG
                    AT END
                       SET FF-POREG TO TRUE
                    NOT AT END
                       IF POL-CNT < 999 AND PR-STATUS NOT = 'X'
                          ADD 1 TO POL-CNT
                          MOVE PR-PO-NO    TO POL-PO-NO(POL-CNT)
                          MOVE PR-SNO      TO POL-SNO(POL-CNT)
                          MOVE PR-PNO      TO POL-PNO(POL-CNT)
                          MOVE PR-EXPECTED TO POL-EXP(POL-CNT)
                          MOVE SPACES      TO POL-FIRST(POL-CNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FPOREG
           END-IF
           .

      ** APPLY-RECEIPTS - the first arrival of each PO line, then   **
      ** the days it came in late cumulated onto its part           **
       APPLY-RECEIPTS.
           OPEN INPUT FRCVREG
           IF FS-RCVREG NOT = 0
              DISPLAY 'NO RECEIPTS REGISTER, QUOTED LEAD TIMES ONLY'
           ELSE
              PERFORM UNTIL FF-RCVREG
                 READ FRCVREG
                    AT END
                       SET FF-RCVREG TO TRUE
                    NOT AT END
                       PERFORM APPLY-ONE-RECEIPT
                 END-READ
              END-PERFORM
              CLOSE FRCVREG
           END-IF

           PERFORM VARYING POL-IDX FROM 1 BY 1 UNTIL POL-IDX > POL-CNT
              IF POL-FIRST(POL-IDX) NOT = SPACES
                 MOVE POL-PNO(POL-IDX) TO WS-FIND-PNO
                 PERFORM FIND-PART
                 IF WS-FPT-HIT > 0
                    PERFORM CUMUL-DAYS-LATE
                 END-IF
              END-IF
           END-PERFORM
           .

       APPLY-ONE-RECEIPT.
           IF RR-RETURN
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-POL-HIT
           PERFORM VARYING POL-IDX FROM 1 BY 1
                   UNTIL POL-IDX > POL-CNT
              IF RR-PO-NO = POL-PO-NO(POL-IDX) AND
                 RR-SNO = POL-SNO(POL-IDX) AND
                 RR-PNO = POL-PNO(POL-IDX)
                 MOVE POL-IDX TO WS-POL-HIT
              END-IF
           END-PERFORM
           IF WS-POL-HIT > 0
              IF POL-FIRST(WS-POL-HIT) = SPACES OR
                 RR-DATE < POL-FIRST(WS-POL-HIT)
                 MOVE RR-DATE TO POL-FIRST(WS-POL-HIT)
              END-IF
           END-IF
           .

      ** CUMUL-DAYS-LATE - an early or on-time line counts as zero **
      ** days late, so a reliable supplier keeps the quoted time    **
       CUMUL-DAYS-LATE.
           IF POL-EXP(POL-IDX)(1:4) IS NUMERIC AND
              POL-FIRST(POL-IDX)(1:4) IS NUMERIC
              COMPUTE WS-EXP-YYYYMMDD =
                 (FUNCTION NUMVAL(POL-EXP(POL-IDX)(1:4)) * 10000)
                 + (FUNCTION NUMVAL(POL-EXP(POL-IDX)(6:2)) * 100)
                 +  FUNCTION NUMVAL(POL-EXP(POL-IDX)(9:2))
              COMPUTE WS-RCV-YYYYMMDD =
                 (FUNCTION NUMVAL(POL-FIRST(POL-IDX)(1:4)) * 10000)
                 + (FUNCTION NUMVAL(POL-FIRST(POL-IDX)(6:2)) * 100)
                 +  FUNCTION NUMVAL(POL-FIRST(POL-IDX)(9:2))
              COMPUTE WS-DAYS-LATE =
                 FUNCTION INTEGER-OF-DATE(WS-RCV-YYYYMMDD)
                 - FUNCTION INTEGER-OF-DATE(WS-EXP-YYYYMMDD)
              ADD 1 TO FPT-LATE-RCV(WS-FPT-HIT)
              IF WS-DAYS-LATE > 0
                 ADD WS-DAYS-LATE TO FPT-LATE-DAYS(WS-FPT-HIT)
              END-IF
           END-IF
           .

      ** FORECAST-ONE-PART - FPT-IDX's history into next month's   **
      ** demand, then the stock levels that cover it               **
       FORECAST-ONE-PART.
           PERFORM COMPUTE-SEASONALITY
           PERFORM COMPUTE-FORECAST
           PERFORM COMPUTE-LEAD-TIME
           PERFORM COMPUTE-STOCK-LEVELS
           PERFORM WRITE-RECOMMENDATION
           .

      ** COMPUTE-SEASONALITY - mean month, spread around it, and   **
      ** each calendar month against the mean ; under a year of    **
      ** history every month weighs 1                              **
       COMPUTE-SEASONALITY.
           MOVE 0 TO WS-SUM
           INITIALIZE SEAS-TAB
           PERFORM VARYING WS-MON-I FROM 1 BY 1
                   UNTIL WS-MON-I > AC-MONTHS
              PERFORM GET-MONTH-QTY
              ADD WS-QTY TO WS-SUM
              ADD WS-QTY TO SEAS-SUM(WS-CAL-I)
              ADD 1      TO SEAS-CNT(WS-CAL-I)
           END-PERFORM
           COMPUTE WS-MEAN = WS-SUM / AC-MONTHS

           MOVE 0 TO WS-SQDEV
           PERFORM VARYING WS-MON-I FROM 1 BY 1
                   UNTIL WS-MON-I > AC-MONTHS
              PERFORM GET-MONTH-QTY
              COMPUTE WS-SQDEV = WS-SQDEV
                 + ((WS-QTY - WS-MEAN) * (WS-QTY - WS-MEAN))
           END-PERFORM
           COMPUTE WS-SIGMA = FUNCTION SQRT(WS-SQDEV / AC-MONTHS)

           PERFORM VARYING WS-CAL-I FROM 1 BY 1 UNTIL WS-CAL-I > 12
              IF AC-MONTHS < 12 OR WS-MEAN NOT > 0 OR
                 SEAS-CNT(WS-CAL-I) = 0
                 MOVE 1 TO SEAS-IDX(WS-CAL-I)
              ELSE
                 COMPUTE SEAS-IDX(WS-CAL-I) ROUNDED =
                    (SEAS-SUM(WS-CAL-I) / SEAS-CNT(WS-CAL-I))
                    / WS-MEAN
                    ON SIZE ERROR
                       MOVE 9,99 TO SEAS-IDX(WS-CAL-I)
                 END-COMPUTE
              END-IF
           END-PERFORM

           PERFORM VARYING WS-MON-I FROM 1 BY 1
                   UNTIL WS-MON-I > AC-MONTHS
              PERFORM GET-MONTH-QTY
              IF SEAS-IDX(WS-CAL-I) > 0
                 COMPUTE DESEAS-QTY(WS-MON-I) ROUNDED =
                    WS-QTY / SEAS-IDX(WS-CAL-I)
              ELSE
                 MOVE WS-QTY TO DESEAS-QTY(WS-MON-I)
              END-IF
           END-PERFORM
           .

      ** GET-MONTH-QTY - month WS-MON-I of the window, never below **
      ** zero (a month of returns is no negative demand), and its  **
      ** calendar month in WS-CAL-I                                **
       GET-MONTH-QTY.
           MOVE FPT-MONTH(FPT-IDX, WS-MON-I) TO WS-QTY
           IF WS-QTY < 0
              MOVE 0 TO WS-QTY
           END-IF
           COMPUTE WS-MOV-KEY = WS-START-KEY + WS-MON-I - 1
           DIVIDE WS-MOV-KEY BY 12 GIVING WS-KEY-YEAR
                  REMAINDER WS-KEY-MONTH
           COMPUTE WS-CAL-I = WS-KEY-MONTH + 1
           .

      ** COMPUTE-FORECAST - the last three deseasonalised months,  **
      ** moved on by the trend to next month (two months past the  **
      ** middle of the three) and put back into season             **
       COMPUTE-FORECAST.
           COMPUTE WS-MA3 =
              (DESEAS-QTY(AC-MONTHS) + DESEAS-QTY(AC-MONTHS - 1)
               + DESEAS-QTY(AC-MONTHS - 2)) / 3
           COMPUTE WS-PRIOR3 =
              (DESEAS-QTY(AC-MONTHS - 3) + DESEAS-QTY(AC-MONTHS - 4)
               + DESEAS-QTY(AC-MONTHS - 5)) / 3
           COMPUTE WS-TREND = (WS-MA3 - WS-PRIOR3) / 3
           COMPUTE WS-FORECAST ROUNDED =
              (WS-MA3 + (2 * WS-TREND)) * SEAS-IDX(WS-NEXT-CAL)
           IF WS-FORECAST < 0
              MOVE 0 TO WS-FORECAST
           END-IF
           IF WS-FORECAST > 99999
              MOVE 99999 TO WS-FORECAST
           END-IF
           .

      ** COMPUTE-LEAD-TIME - quoted plus average lateness ; a part **
      ** quoted at zero is planned on a week, like a drop-ship PO  **
       COMPUTE-LEAD-TIME.
           MOVE FPT-LEAD(FPT-IDX) TO WS-EFF-LEAD
           IF WS-EFF-LEAD = 0
              MOVE 7 TO WS-EFF-LEAD
           END-IF
           IF FPT-LATE-RCV(FPT-IDX) > 0
              COMPUTE WS-AVG-LATE ROUNDED =
                 FPT-LATE-DAYS(FPT-IDX) / FPT-LATE-RCV(FPT-IDX)
              COMPUTE WS-EFF-LEAD = WS-EFF-LEAD + WS-AVG-LATE
                 ON SIZE ERROR
                    MOVE 999 TO WS-EFF-LEAD
              END-COMPUTE
           END-IF
           .

      ** COMPUTE-STOCK-LEVELS - safety stock covers the demand      **
      ** spread over the lead time ; the reorder point is the lead  **
      ** time's forecast demand on top ; the EOQ balances ordering  **
      ** against holding cost (a month's demand when no supplier    **
      ** carries a cost)                                            **
       COMPUTE-STOCK-LEVELS.
           COMPUTE WS-SAFETY ROUNDED =
              AC-SERVICE * WS-SIGMA * FUNCTION SQRT(WS-EFF-LEAD / 30)
           COMPUTE WS-ROP ROUNDED =
              (WS-FORECAST * WS-EFF-LEAD / 30) + WS-SAFETY

           COMPUTE WS-ANNUAL = WS-FORECAST * 12
           COMPUTE WS-HOLD = FPT-COST(FPT-IDX) * AC-CARRY / 100
           EVALUATE TRUE
              WHEN WS-ANNUAL = 0
                 MOVE 0 TO WS-EOQ
              WHEN WS-HOLD > 0
                 COMPUTE WS-EOQ ROUNDED = FUNCTION SQRT
                    ((2 * WS-ANNUAL * AC-ORDCOST) / WS-HOLD)
                 IF WS-EOQ < 1
                    MOVE 1 TO WS-EOQ
                 END-IF
              WHEN OTHER
                 MOVE WS-FORECAST TO WS-EOQ
           END-EVALUATE

           IF WS-SAFETY > 9999
              MOVE 9999 TO WS-SAFETY
           END-IF
           IF WS-ROP > 9999
              MOVE 9999 TO WS-ROP
           END-IF
           IF WS-EOQ > 9999
              MOVE 9999 TO WS-EOQ
           END-IF
           .

       WRITE-RECOMMENDATION.
           MOVE SPACES             TO ST-FCSTREC
           MOVE FPT-PNO(FPT-IDX)   TO FCR-PNO
           SET FCR-PENDING         TO TRUE
           MOVE WS-RUN-DATE-ISO    TO FCR-RUN-DATE
           MOVE AC-MONTHS          TO FCR-MONTHS
           MOVE WS-FORECAST        TO FCR-FORECAST
           COMPUTE FCR-TREND ROUNDED = WS-TREND
           MOVE SEAS-IDX(WS-NEXT-CAL) TO FCR-SEASON
           MOVE WS-EFF-LEAD        TO FCR-LEADTIME
           MOVE FPT-ROP(FPT-IDX)   TO FCR-CUR-ROP
           MOVE FPT-LEAD(FPT-IDX)  TO FCR-CUR-LEAD
           MOVE FPT-EOQ(FPT-IDX)   TO FCR-CUR-EOQ
           MOVE WS-SAFETY          TO FCR-SAFETY
           MOVE WS-ROP             TO FCR-ROP
           MOVE WS-EOQ             TO FCR-EOQ
           WRITE ST-FCSTREC
           ADD 1 TO CNT-RECOMMEND
           IF FCR-ROP NOT = FCR-CUR-ROP OR
              FCR-EOQ NOT = FCR-CUR-EOQ OR
              FCR-LEADTIME NOT = FCR-CUR-LEAD
              ADD 1 TO CNT-CHANGED
           END-IF

           MOVE FCR-PNO            TO L-FCR-PNO
           MOVE FPT-PNAME(FPT-IDX) TO L-FCR-NAME
           MOVE FCR-MONTHS         TO L-FCR-MONTHS
           COMPUTE L-FCR-AVG ROUNDED = WS-MEAN
           MOVE FCR-TREND          TO L-FCR-TREND
           MOVE FCR-SEASON         TO L-FCR-SEAS
           MOVE FCR-FORECAST       TO L-FCR-FCST
           MOVE FCR-CUR-LEAD       TO L-FCR-LEAD-OLD
           MOVE FCR-LEADTIME       TO L-FCR-LEAD-NEW
           MOVE FCR-SAFETY         TO L-FCR-SS
           MOVE FCR-CUR-ROP        TO L-FCR-ROP-OLD
           MOVE FCR-ROP            TO L-FCR-ROP-NEW
           MOVE FCR-CUR-EOQ        TO L-FCR-EOQ-OLD
           MOVE FCR-EOQ            TO L-FCR-EOQ-NEW
           WRITE ENR-FCSTRPT FROM L-FCR-LINE
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
