       IDENTIFICATION DIVISION.
       PROGRAM-ID.     OTIFRPTP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - MEASURE, FOR ONE MONTH, HOW WELL WE DELIVERED WHAT THE    *
      *      CUSTOMERS ASKED FOR : EVERY SALES LINE (APIX.ITEMS) WHOSE *
      *      REQUESTED DELIVERY DATE FALLS IN THE MONTH IS HELD        *
      *      AGAINST WHAT THE WAREHOUSE SHIP-CONFIRMED FOR IT ON       *
      *      FICSHIPREG (QUANTITIES AND DATES)                         *
      *        . ON TIME  : A FIRST SHIPMENT BY THE REQUESTED DATE     *
      *        . IN FULL  : THE WHOLE QUANTITY SHIPPED, WHENEVER       *
      *        . OTIF     : THE WHOLE QUANTITY SHIPPED BY THE DATE     *
      *      THE REQUESTED DATE IS STRETCHED BY GRACE DAYS FOR ALL     *
      *      THREE. A LINE NOT YET OTIF WHOSE DATE (PLUS GRACE) IS     *
      *      STILL AHEAD OF TODAY IS NOT DUE YET AND IS LEFT OUT       *
      *    - A LINE THAT MISSED OTIF IS LATE BY THE DAYS FROM ITS      *
      *      REQUESTED DATE TO ITS LAST SHIPMENT, OR TO TODAY WHILE    *
      *      SOME OF IT IS STILL OPEN                                  *
      *    - REPORT LINES DUE, ON TIME, IN FULL, OTIF, OTIF PERCENT    *
      *      AND AVERAGE DAYS LATE (OVER THE LATE LINES) BY CUSTOMER,  *
      *      BY SHIPPING WAREHOUSE AND BY REGION                       *
      *    - THE 'FRT' SHIPPING-CHARGE LINES AND RETURNS ARE NOT       *
      *      DELIVERIES AND ARE NOT MEASURED                           *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      PERIOD=YYYY-MM   MONTH OF REQUESTED DATES (REQUIRED)      *
      *      GRACE=999        DAYS OF TOLERANCE (DEFAULT 0)            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSHIPREG ASSIGN TO FICSHIPREG
               FILE STATUS IS FS-SHIPREG.
           SELECT FOTIFRPT ASSIGN TO FICOTIFRPT.

       DATA DIVISION.
       FILE SECTION.
      ** FSHIPREG - THE SHIP-CONFIRM REGISTER SHIPCFP APPENDS **
       FD FSHIPREG.
       01 ENR-SHIPREG.
          05 SRG-O-NO      PIC X(7).
          05 SRG-P-NO      PIC X(3).
          05 SRG-QTY       PIC 9(5).
          05 SRG-DATE      PIC X(10).
          05 FILLER        PIC X(55).

       FD FOTIFRPT.
       01 ENR-OTIFRPT     PIC X(80).

       WORKING-STORAGE SECTION.
      *** VARIABLES FONCTION ABEND-PROG ***
       77 WS-ANO PIC 9 VALUE ZERO.
       77 WS-VAR PIC 9 VALUE ZERO.
       77 WS-ABEND-CODE PIC 9(02) VALUE 0.

      *** BLOC D'ECHANGE AVEC LE PARSEUR DE CARTES PARAMETRES ***
       COPY PARMBLK.
       77 AC-PERIOD       PIC X(7) VALUE SPACES.
       77 AC-GRACE        PIC 9(3) VALUE 0.

      ***  SS PROG  ***
       77 WS-DATEPROG     PIC X(8) VALUE 'CONVDATE'.
       77 WS-FORMAT       PIC X(2) VALUE 'US'.
       77 WS-SLASH-CNT    PIC 9(2) VALUE 0.

       77 WS-SHIPREG-EOF  PIC 9  VALUE 0.
            88 FF-SHIPREG       VALUE 1.
       77 FS-SHIPREG      PIC 99 VALUE 0.

      *** DATE DU JOUR ***
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.
       77 WS-RUN-YYYYMMDD PIC 9(8).
       77 WS-RUN-INT      PIC 9(8).

      *** CONVERSION DATE ISO -> JOUR ***
       77 WS-ISO-DATE     PIC X(10).
       77 WS-ISO-YYYYMMDD PIC 9(8).
       77 WS-ISO-INT      PIC 9(8).

      *** EXPEDITIONS CONFIRMEES, UNE ENTREE PAR CONFIRMATION ***
       01 SHIP-TAB.
          05 SH-ENTRY OCCURS 5000 TIMES.
             10 SH-O-NO    PIC X(7).
             10 SH-P-NO    PIC X(3).
             10 SH-QTY     PIC 9(5).
             10 SH-INT     PIC 9(8).
       77 SH-CNT          PIC 9(4) VALUE 0.
       77 SH-IDX          PIC 9(4) VALUE 0.
       77 CNT-SH-OVFL     PIC 9(4) VALUE 0.
       77 CNT-SH-BADDATE  PIC 9(4) VALUE 0.

      *** LA LIGNE EN COURS DE MESURE ***
       77 WS-O-NO-X       PIC 9(7).
       77 WS-ORDERED      PIC S9(7) USAGE COMP-3.
       77 WS-REQ-INT      PIC 9(8).
       77 WS-DUE-INT      PIC 9(8).
       77 WS-SHIPPED      PIC 9(7).
       77 WS-SHIPPED-DUE  PIC 9(7).
       77 WS-FIRST-INT    PIC 9(8).
       77 WS-LAST-INT     PIC 9(8).
       77 WS-DAYS-LATE    PIC S9(5).
       01 WS-LINE-FLAGS.
          05 WS-FL-ONTIME PIC X.
          05 WS-FL-INFULL PIC X.
          05 WS-FL-OTIF   PIC X.
          05 WS-FL-LATE   PIC X.
       77 CNT-NOT-DUE     PIC 9(5) VALUE 0.
       77 CNT-MEASURED    PIC 9(5) VALUE 0.

      *** CUMULS - AG-DIM : 1 CLIENT, 2 ENTREPOT, 3 REGION ;    ***
      *** AG-CNT : 1 DUES, 2 A L'HEURE, 3 COMPLETES, 4 OTIF,     ***
      *** 5 EN RETARD                                            ***
       01 AGG-TAB.
          05 AG-ENTRY OCCURS 700 TIMES.
             10 AG-DIM     PIC X(1).
             10 AG-KEY     PIC X(3).
             10 AG-CNT     PIC 9(5) OCCURS 5 TIMES.
             10 AG-DAYS    PIC 9(7).
       77 AG-CNT-USED     PIC 9(3) VALUE 0.
       77 AG-IDX          PIC 9(3) VALUE 0.
       77 AG-JDX          PIC 9(3) VALUE 0.
       77 WS-AG-HIT       PIC 9(3) VALUE 0.
       77 WS-FIND-DIM     PIC X(1).
       77 WS-FIND-KEY     PIC X(3).
       77 CNT-AG-OVFL     PIC 9(4) VALUE 0.
       01 AG-SWAP-ENTRY.
          05 FILLER       PIC X(1).
          05 FILLER       PIC X(3).
          05 FILLER       PIC 9(5) OCCURS 5 TIMES.
          05 FILLER       PIC 9(7).
       77 WS-SORT-AGAIN   PIC 9 VALUE 0.
       77 WS-CNT-IDX      PIC 9 VALUE 0.
       01 GRD-TOTALS.
          05 GT-CNT       PIC 9(7) OCCURS 5 TIMES.
          05 GT-DAYS      PIC 9(9).
       77 WS-PREV-DIM     PIC X(1) VALUE SPACES.

      *** LIGNES EDITION ***
       01 L-OTIF-HEAD.
          05 FILLER        PIC X(34) VALUE
                'ON TIME IN FULL - REQUESTED MONTH '.
          05 L-HEAD-PERIOD PIC X(7).
          05 FILLER        PIC X(13) VALUE '   - GRACE : '.
          05 L-HEAD-GRACE  PIC ZZ9.
          05 FILLER        PIC X(5)  VALUE ' DAYS'.
          05 FILLER        PIC X(18) VALUE ALL ' '.
       01 L-OTIF-SECTION.
          05 FILLER        PIC X(4)  VALUE 'BY '.
          05 L-SEC-NAME    PIC X(20).
          05 FILLER        PIC X(56) VALUE ALL ' '.
       01 L-OTIF-TITLE.
          05 FILLER        PIC X(10) VALUE 'KEY'.
          05 FILLER        PIC X(8)  VALUE '     DUE'.
          05 FILLER        PIC X(8)  VALUE ' ON TIME'.
          05 FILLER        PIC X(8)  VALUE ' IN FULL'.
          05 FILLER        PIC X(8)  VALUE '    OTIF'.
          05 FILLER        PIC X(8)  VALUE '  OTIF %'.
          05 FILLER        PIC X(8)  VALUE '    LATE'.
          05 FILLER        PIC X(22) VALUE ' AVG DAYS LATE'.
      ** DETAIL AND TOTAL SHARE THE SAME COLUMNS **
       01 L-OTIF-LINE.
          05 L-OTF-KEY     PIC X(10).
          05 L-OTF-COL OCCURS 4 TIMES.
             10 FILLER     PIC X(2).
             10 L-OTF-CNT  PIC ZZZZZ9.
          05 FILLER        PIC X(2).
          05 L-OTF-PCT     PIC ZZ9,9.
          05 FILLER        PIC X(1).
          05 FILLER        PIC X(2).
          05 L-OTF-LATE    PIC ZZZZZ9.
          05 FILLER        PIC X(7).
          05 L-OTF-AVG     PIC ZZZ9,9.
          05 FILLER        PIC X(9).
       01 L-OTIF-NOTE.
          05 FILLER        PIC X(26) VALUE
                'LINES NOT YET DUE       : '.
          05 L-NOTE-CNT    PIC ZZZZ9.
          05 FILLER        PIC X(49) VALUE ALL ' '.
       01 L-BLANK          PIC X(80) VALUE SPACES.
       77 WS-PCT          PIC 9(3)V9 USAGE COMP-3.
       77 WS-AVG          PIC 9(4)V9 USAGE COMP-3.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE ITE      END-EXEC
           EXEC SQL INCLUDE ORD      END-EXEC

      *** CURSEUR LIGNES DE VENTE DONT LA DATE DEMANDEE TOMBE     ***
      *** DANS LE MOIS ; UN PRODUIT SAISI DEUX FOIS SUR LA MEME  ***
      *** COMMANDE N'EST QU'UNE LIGNE POUR LE REGISTRE           ***
           EXEC SQL
              DECLARE COTIF CURSOR
              FOR
              SELECT I.O_NO, I.P_NO, O.C_NO, O.WH, O.REGION,
                     MIN(I.REQ_DATE), SUM(I.QUANTITY)
              FROM APIX.ITEMS I
              JOIN APIX.ORDERS O ON O.O_NO = I.O_NO
              WHERE I.QUANTITY > 0
                AND I.P_NO <> 'FRT'
              GROUP BY I.O_NO, I.P_NO, O.C_NO, O.WH, O.REGION
              HAVING SUBSTR(MIN(I.REQ_DATE), 1, 7) = :AC-PERIOD
              ORDER BY O.C_NO, I.O_NO, I.P_NO
           END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** OTIFRPTP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM GET-RUN-DATE
           INITIALIZE GRD-TOTALS
           PERFORM LOAD-SHIP-REGISTER

           EXEC SQL OPEN COTIF END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-COTIF
           PERFORM TEST-SQLCODE
           PERFORM UNTIL SQLCODE NOT = ZERO
              PERFORM MEASURE-ONE-LINE
              PERFORM FETCH-COTIF
              PERFORM TEST-SQLCODE
           END-PERFORM
           EXEC SQL CLOSE COTIF END-EXEC

           PERFORM SORT-AGGREGATES

           OPEN OUTPUT FOTIFRPT
           MOVE AC-PERIOD TO L-HEAD-PERIOD
           MOVE AC-GRACE  TO L-HEAD-GRACE
           WRITE ENR-OTIFRPT FROM L-OTIF-HEAD
           MOVE SPACES TO WS-PREV-DIM
           PERFORM VARYING AG-IDX FROM 1 BY 1
                   UNTIL AG-IDX > AG-CNT-USED
              IF AG-DIM(AG-IDX) NOT = WS-PREV-DIM
                 PERFORM SECTION-BREAK
              END-IF
              PERFORM WRITE-ONE-AGGREGATE
           END-PERFORM
           PERFORM WRITE-GRAND-TOTAL
           CLOSE FOTIFRPT

           DISPLAY 'LINES MEASURED         : ' CNT-MEASURED
           DISPLAY 'LINES NOT YET DUE      : ' CNT-NOT-DUE
           DISPLAY 'SHIPMENTS BAD DATE     : ' CNT-SH-BADDATE
           IF CNT-SH-OVFL > 0 OR CNT-AG-OVFL > 0
              DISPLAY 'SHIPMENTS NOT LOADED   : ' CNT-SH-OVFL
              DISPLAY 'TOTALS NOT REPORTED    : ' CNT-AG-OVFL
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      ********************************************
      * PARAGRAPHES                              *
      ********************************************
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 2 TO PARM-COUNT
           MOVE 'PERIOD'   TO PARM-KEYWORD(1)
           MOVE 'X'        TO PARM-TYPE(1)
           MOVE 'Y'        TO PARM-REQUIRED(1)
           MOVE 'GRACE'    TO PARM-KEYWORD(2)
           MOVE 'N'        TO PARM-TYPE(2)
           MOVE 'N'        TO PARM-REQUIRED(2)
           MOVE '0'        TO PARM-DEFAULT(2)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              MOVE PARM-VALUE(1)(1:7) TO AC-PERIOD
              COMPUTE AC-GRACE = FUNCTION NUMVAL(PARM-VALUE(2))
           END-IF
           .

       GET-RUN-DATE.
           ACCEPT WS-RUN-DATE FROM DATE
           COMPUTE WS-RUN-YYYYMMDD =
              20000000
              + (FUNCTION NUMVAL(WS-RUN-AA) * 10000)
              + (FUNCTION NUMVAL(WS-RUN-MM) * 100)
              +  FUNCTION NUMVAL(WS-RUN-JJ)
           COMPUTE WS-RUN-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-YYYYMMDD)
           .

      ** LOAD-SHIP-REGISTER - every confirmation kept on its own,   **
      ** with its date as a day number, since it is the dates that  **
      ** are measured ; a confirmation still in the feed's          **
      ** DD/MM/YYYY shape goes through CONVDATE first               **
       LOAD-SHIP-REGISTER.
           OPEN INPUT FSHIPREG
           IF FS-SHIPREG NOT = 0
              DISPLAY 'NO SHIP REGISTER, NOTHING HAS SHIPPED'
           ELSE
              PERFORM UNTIL FF-SHIPREG
                 READ FSHIPREG
                    AT END
                       SET FF-SHIPREG TO TRUE
                    NOT AT END
                       PERFORM ADD-SHIPMENT
                 END-READ
              END-PERFORM
              CLOSE FSHIPREG
           END-IF
           .

       ADD-SHIPMENT.
           MOVE ZERO TO WS-SLASH-CNT
           INSPECT SRG-DATE TALLYING WS-SLASH-CNT FOR ALL '/'
           IF WS-SLASH-CNT > 0
              CALL WS-DATEPROG USING SRG-DATE WS-FORMAT
           END-IF
           MOVE SRG-DATE TO WS-ISO-DATE
           PERFORM ISO-TO-DAY
           IF WS-ISO-INT = 0
              ADD 1 TO CNT-SH-BADDATE
           ELSE
              IF SH-CNT < 5000
                 ADD 1 TO SH-CNT
                 MOVE SRG-O-NO   TO SH-O-NO(SH-CNT)
                 MOVE SRG-P-NO   TO SH-P-NO(SH-CNT)
                 MOVE SRG-QTY    TO SH-QTY(SH-CNT)
                 MOVE WS-ISO-INT TO SH-INT(SH-CNT)
              ELSE
                 ADD 1 TO CNT-SH-OVFL
              END-IF
           END-IF
           .

      ** ISO-TO-DAY - YYYY-MM-DD in WS-ISO-DATE to a day number in  **
      ** WS-ISO-INT ; zero when it is not a date                    **
       ISO-TO-DAY.
           MOVE 0 TO WS-ISO-INT
           IF WS-ISO-DATE(1:4) IS NUMERIC AND
              WS-ISO-DATE(6:2) IS NUMERIC AND
              WS-ISO-DATE(9:2) IS NUMERIC AND
              WS-ISO-DATE(6:2) >= '01' AND WS-ISO-DATE(6:2) <= '12'
              AND WS-ISO-DATE(9:2) >= '01' AND
              WS-ISO-DATE(9:2) <= '31'
              COMPUTE WS-ISO-YYYYMMDD =
                 (FUNCTION NUMVAL(WS-ISO-DATE(1:4)) * 10000)
                 + (FUNCTION NUMVAL(WS-ISO-DATE(6:2)) * 100)
                 +  FUNCTION NUMVAL(WS-ISO-DATE(9:2))
              COMPUTE WS-ISO-INT =
                 FUNCTION INTEGER-OF-DATE(WS-ISO-YYYYMMDD)
           END-IF
           .

       FETCH-COTIF.
           EXEC SQL
              FETCH COTIF
              INTO :ITE-O-NO, :ITE-P-NO, :ORD-C-NO, :ORD-WH,
                   :ORD-REGION, :ITE-REQ-DATE, :WS-ORDERED
           END-EXEC.

      ** MEASURE-ONE-LINE - what shipped for the line, in total and  **
      ** by its deadline (requested date plus grace), then the line  **
      ** goes to its customer, warehouse and region                  **
       MEASURE-ONE-LINE.
           MOVE ITE-REQ-DATE TO WS-ISO-DATE
           PERFORM ISO-TO-DAY
           IF WS-ISO-INT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ISO-INT TO WS-REQ-INT
           COMPUTE WS-DUE-INT = WS-REQ-INT + AC-GRACE

           MOVE ITE-O-NO TO WS-O-NO-X
           MOVE 0 TO WS-SHIPPED WS-SHIPPED-DUE WS-FIRST-INT
                     WS-LAST-INT
           PERFORM VARYING SH-IDX FROM 1 BY 1 UNTIL SH-IDX > SH-CNT
              IF SH-O-NO(SH-IDX) = WS-O-NO-X AND
                 SH-P-NO(SH-IDX) = ITE-P-NO
                 ADD SH-QTY(SH-IDX) TO WS-SHIPPED
                 IF SH-INT(SH-IDX) NOT > WS-DUE-INT
                    ADD SH-QTY(SH-IDX) TO WS-SHIPPED-DUE
                 END-IF
                 IF WS-FIRST-INT = 0 OR
                    SH-INT(SH-IDX) < WS-FIRST-INT
                    MOVE SH-INT(SH-IDX) TO WS-FIRST-INT
                 END-IF
                 IF SH-INT(SH-IDX) > WS-LAST-INT
                    MOVE SH-INT(SH-IDX) TO WS-LAST-INT
                 END-IF
              END-IF
           END-PERFORM

           MOVE 'NNNN' TO WS-LINE-FLAGS
           IF WS-SHIPPED-DUE >= WS-ORDERED
              MOVE 'Y' TO WS-FL-OTIF
           END-IF
      ** NOT OTIF YET, BUT THE CUSTOMER'S DATE IS STILL AHEAD : **
      ** THE LINE IS NOT DUE AND SAYS NOTHING ABOUT US YET      **
           IF WS-FL-OTIF = 'N' AND WS-DUE-INT >= WS-RUN-INT
              ADD 1 TO CNT-NOT-DUE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO CNT-MEASURED
           IF WS-FIRST-INT > 0 AND WS-FIRST-INT NOT > WS-DUE-INT
              MOVE 'Y' TO WS-FL-ONTIME
           END-IF
           IF WS-SHIPPED >= WS-ORDERED
              MOVE 'Y' TO WS-FL-INFULL
           END-IF
           MOVE 0 TO WS-DAYS-LATE
           IF WS-FL-OTIF = 'N'
              MOVE 'Y' TO WS-FL-LATE
              IF WS-FL-INFULL = 'Y'
                 COMPUTE WS-DAYS-LATE = WS-LAST-INT - WS-REQ-INT
              ELSE
                 COMPUTE WS-DAYS-LATE = WS-RUN-INT - WS-REQ-INT
              END-IF
              IF WS-DAYS-LATE < 0
                 MOVE 0 TO WS-DAYS-LATE
              END-IF
           END-IF

           MOVE '1'      TO WS-FIND-DIM
           MOVE ORD-C-NO TO WS-FIND-KEY
           PERFORM ADD-TO-AGGREGATE
           MOVE '2'      TO WS-FIND-DIM
           MOVE ORD-WH   TO WS-FIND-KEY
           PERFORM ADD-TO-AGGREGATE
           MOVE '3'        TO WS-FIND-DIM
           MOVE ORD-REGION TO WS-FIND-KEY
           PERFORM ADD-TO-AGGREGATE

           ADD 1 TO GT-CNT(1)
           IF WS-FL-ONTIME = 'Y'
              ADD 1 TO GT-CNT(2)
           END-IF
           IF WS-FL-INFULL = 'Y'
              ADD 1 TO GT-CNT(3)
           END-IF
           IF WS-FL-OTIF = 'Y'
              ADD 1 TO GT-CNT(4)
           END-IF
           IF WS-FL-LATE = 'Y'
              ADD 1 TO GT-CNT(5)
              ADD WS-DAYS-LATE TO GT-DAYS
           END-IF
           .

       ADD-TO-AGGREGATE.
           MOVE 0 TO WS-AG-HIT
           PERFORM VARYING AG-JDX FROM 1 BY 1
                   UNTIL AG-JDX > AG-CNT-USED
              IF AG-DIM(AG-JDX) = WS-FIND-DIM AND
                 AG-KEY(AG-JDX) = WS-FIND-KEY
                 MOVE AG-JDX TO WS-AG-HIT
              END-IF
           END-PERFORM
           IF WS-AG-HIT = 0
              IF AG-CNT-USED < 700
                 ADD 1 TO AG-CNT-USED
                 MOVE AG-CNT-USED TO WS-AG-HIT
                 INITIALIZE AG-ENTRY(WS-AG-HIT)
                 MOVE WS-FIND-DIM TO AG-DIM(WS-AG-HIT)
                 MOVE WS-FIND-KEY TO AG-KEY(WS-AG-HIT)
              ELSE
                 ADD 1 TO CNT-AG-OVFL
                 EXIT PARAGRAPH
              END-IF
           END-IF
           ADD 1 TO AG-CNT(WS-AG-HIT, 1)
           IF WS-FL-ONTIME = 'Y'
              ADD 1 TO AG-CNT(WS-AG-HIT, 2)
           END-IF
           IF WS-FL-INFULL = 'Y'
              ADD 1 TO AG-CNT(WS-AG-HIT, 3)
           END-IF
           IF WS-FL-OTIF = 'Y'
              ADD 1 TO AG-CNT(WS-AG-HIT, 4)
           END-IF
           IF WS-FL-LATE = 'Y'
              ADD 1 TO AG-CNT(WS-AG-HIT, 5)
              ADD WS-DAYS-LATE TO AG-DAYS(WS-AG-HIT)
           END-IF
           .

      ** SORT-AGGREGATES - customers, then warehouses, then regions, **
      ** each in key order                                           **
       SORT-AGGREGATES.
           MOVE 1 TO WS-SORT-AGAIN
           PERFORM UNTIL WS-SORT-AGAIN = 0
              MOVE 0 TO WS-SORT-AGAIN
              PERFORM VARYING AG-IDX FROM 1 BY 1
                      UNTIL AG-IDX >= AG-CNT-USED
                 COMPUTE AG-JDX = AG-IDX + 1
                 IF AG-DIM(AG-IDX) > AG-DIM(AG-JDX) OR
                    (AG-DIM(AG-IDX) = AG-DIM(AG-JDX) AND
                     AG-KEY(AG-IDX) > AG-KEY(AG-JDX))
                    MOVE AG-ENTRY(AG-IDX) TO AG-SWAP-ENTRY
                    MOVE AG-ENTRY(AG-JDX) TO AG-ENTRY(AG-IDX)
                    MOVE AG-SWAP-ENTRY    TO AG-ENTRY(AG-JDX)
                    MOVE 1 TO WS-SORT-AGAIN
                 END-IF
              END-PERFORM
           END-PERFORM
           .

       SECTION-BREAK.
           MOVE AG-DIM(AG-IDX) TO WS-PREV-DIM
           EVALUATE WS-PREV-DIM
              WHEN '1'
                 MOVE 'CUSTOMER'  TO L-SEC-NAME
              WHEN '2'
                 MOVE 'WAREHOUSE' TO L-SEC-NAME
              WHEN OTHER
                 MOVE 'REGION'    TO L-SEC-NAME
           END-EVALUATE
           WRITE ENR-OTIFRPT FROM L-BLANK
           WRITE ENR-OTIFRPT FROM L-OTIF-SECTION
           WRITE ENR-OTIFRPT FROM L-OTIF-TITLE
           .

       WRITE-ONE-AGGREGATE.
           MOVE SPACES TO L-OTIF-LINE
           MOVE AG-KEY(AG-IDX) TO L-OTF-KEY
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                   UNTIL WS-CNT-IDX > 4
              MOVE AG-CNT(AG-IDX, WS-CNT-IDX)
                TO L-OTF-CNT(WS-CNT-IDX)
           END-PERFORM
           MOVE 0 TO WS-PCT WS-AVG
           IF AG-CNT(AG-IDX, 1) > 0
              COMPUTE WS-PCT ROUNDED =
                 AG-CNT(AG-IDX, 4) * 100 / AG-CNT(AG-IDX, 1)
           END-IF
           IF AG-CNT(AG-IDX, 5) > 0
              COMPUTE WS-AVG ROUNDED =
                 AG-DAYS(AG-IDX) / AG-CNT(AG-IDX, 5)
           END-IF
           MOVE WS-PCT            TO L-OTF-PCT
           MOVE AG-CNT(AG-IDX, 5) TO L-OTF-LATE
           MOVE WS-AVG            TO L-OTF-AVG
           WRITE ENR-OTIFRPT FROM L-OTIF-LINE
           .

      ** WRITE-GRAND-TOTAL - every measured line once, whatever the **
      ** section, and the lines left out as not yet due             **
       WRITE-GRAND-TOTAL.
           WRITE ENR-OTIFRPT FROM L-BLANK
           MOVE SPACES TO L-OTIF-LINE
           MOVE 'ALL LINES' TO L-OTF-KEY
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                   UNTIL WS-CNT-IDX > 4
              MOVE GT-CNT(WS-CNT-IDX) TO L-OTF-CNT(WS-CNT-IDX)
           END-PERFORM
           MOVE 0 TO WS-PCT WS-AVG
           IF GT-CNT(1) > 0
              COMPUTE WS-PCT ROUNDED = GT-CNT(4) * 100 / GT-CNT(1)
           END-IF
           IF GT-CNT(5) > 0
              COMPUTE WS-AVG ROUNDED = GT-DAYS / GT-CNT(5)
           END-IF
           MOVE WS-PCT    TO L-OTF-PCT
           MOVE GT-CNT(5) TO L-OTF-LATE
           MOVE WS-AVG    TO L-OTF-AVG
           WRITE ENR-OTIFRPT FROM L-OTIF-LINE
           MOVE CNT-NOT-DUE TO L-NOTE-CNT
           WRITE ENR-OTIFRPT FROM L-OTIF-NOTE
           .

       TEST-SQLCODE.
           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                    CONTINUE
               WHEN SQLCODE > ZERO
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ANOMALIE GRAVE : ' SQLCODE
                    MOVE 10 TO WS-ABEND-CODE
                    PERFORM ABEND-PROG
           END-EVALUATE.

       ABEND-PROG.
           DISPLAY 'ABEND CODE : ' WS-ABEND-CODE
           MOVE 16 TO RETURN-CODE
           COMPUTE WS-ANO = WS-ANO / WS-VAR.
