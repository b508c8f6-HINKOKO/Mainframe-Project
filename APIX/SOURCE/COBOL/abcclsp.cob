       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ABCCLSP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - CLASSIFY EVERY ACTIVE PRODUCT A/B/C BY ITS ANNUAL USAGE   *
      *      VALUE : THE QUANTITY SOLD OVER THE LAST TWELVE MONTHS     *
      *      (ITEMS AND ITEMS_ARCH) AT THE PRODUCT'S COST. RANKED BY   *
      *      VALUE, THE PRODUCTS MAKING THE FIRST APCT PERCENT OF THE  *
      *      TOTAL ARE A, THOSE UP TO BPCT PERCENT ARE B, THE REST AND *
      *      EVERY PRODUCT WITHOUT SALES ARE C                         *
      *    - BUILD THE ROLLING CYCLE-COUNT SCHEDULE (FICCYCSCH, CYCSCH *
      *      LAYOUT) : ONE LINE PER PRODUCT AND SITE IT IS STOCKED AT, *
      *      COUNTED EVERY ADAYS/BDAYS/CDAYS WORKING DAYS BY CLASS,    *
      *      EACH CLASS SPREAD EVENLY OVER ITS CYCLE ; CYCCNTP PRINTS  *
      *      THE DAY'S SHEETS FROM IT                                  *
      *    - PRINT THE CLASSIFICATION WITH THE CUMULATIVE SHARE OF     *
      *      VALUE, AND THE COUNTING LOAD EACH CLASS PUTS ON A DAY     *
      *    - THE SCHEDULE IS REBUILT FROM SCRATCH ON EVERY RUN : RUN   *
      *      IT AT THE START OF A COUNTING YEAR OR QUARTER, NOT DAILY  *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      APCT=NN     CUMULATIVE VALUE PERCENT CLASSED A (DEFAULT   *
      *                  80)                                           *
      *      BPCT=NN     CUMULATIVE VALUE PERCENT CLASSED A OR B       *
      *                  (DEFAULT 95)                                  *
      *      ADAYS=NNN   WORKING DAYS BETWEEN COUNTS, CLASS A          *
      *                  (DEFAULT 21, MONTHLY)                         *
      *      BDAYS=NNN   CLASS B (DEFAULT 63, QUARTERLY)               *
      *      CDAYS=NNN   CLASS C (DEFAULT 250, YEARLY)                 *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FCYCSCH ASSIGN TO FICCYCSCH.
           SELECT FABCRPT ASSIGN TO FICABCRPT.

       DATA DIVISION.
       FILE SECTION.
      ** FCYCSCH - THE CYCLE-COUNT SCHEDULE, SITE/PRODUCT ORDER **
       FD FCYCSCH.
       COPY CYCSCH.

       FD FABCRPT.
       01 ENR-ABCRPT      PIC X(100).

       WORKING-STORAGE SECTION.
       COPY PARMBLK.

       01 ED-SQLCODE      PIC +Z(8)9.
       77 WS-ANO          PIC 9 VALUE 0.
       77 WS-VAR          PIC 9 VALUE 0.
       77 WS-ABEND-CODE   PIC 9(02) VALUE 0.

      *** PARAMETRES ***
       77 AC-APCT         PIC 9(2) VALUE 80.
       77 AC-BPCT         PIC 9(2) VALUE 95.

      *** DATE DU JOUR, FENETRE D'UNE ANNEE ***
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.
       77 WS-RUN-DATE-ISO PIC X(10) VALUE SPACES.
       77 WS-FROM-ISO     PIC X(10) VALUE SPACES.
       77 WS-FROM-YEAR    PIC 9(4) VALUE 0.

      *** PRODUITS ACTIFS PAR VALEUR D'USAGE DECROISSANTE ***
       01 ABT-TAB.
          05 ABT-ENTRY OCCURS 999 TIMES.
             10 ABT-P-NO      PIC X(3).
             10 ABT-DESC      PIC X(30).
             10 ABT-COST      PIC 9(3)V9(2).
             10 ABT-QTY       PIC 9(9).
             10 ABT-VALUE     PIC 9(9)V9(2).
             10 ABT-CUM-PCT   PIC 9(3)V9(2).
             10 ABT-CLASS     PIC X(1).
       77 ABT-CNT         PIC 9(3) VALUE 0.
       77 ABT-IDX         PIC 9(3) VALUE 0.
       77 WS-ABT-HIT      PIC 9(3) VALUE 0.

      *** PAR CLASSE : CYCLE, RANG DANS LE CYCLE, CHARGE ***
       01 CLS-TAB.
          05 CLS-ENTRY OCCURS 3 TIMES.
             10 CLS-CODE      PIC X(1).
             10 CLS-CYCLE     PIC 9(3).
             10 CLS-SEQ       PIC 9(5).
             10 CLS-PRODUCTS  PIC 9(4).
             10 CLS-VALUE     PIC 9(11)V9(2).
             10 CLS-LINES     PIC 9(5).
       77 CLS-IDX         PIC 9 VALUE 0.

      *** CALCUL DU CLASSEMENT ***
       77 WS-TOT-VALUE    PIC 9(11)V9(2) VALUE 0.
       77 WS-CUM-VALUE    PIC 9(11)V9(2) VALUE 0.
       77 WS-CUM-BEFORE   PIC 9(3)V9(2) VALUE 0.
       77 WS-CLS-PCT      PIC 9(3)V9(2) VALUE 0.
       77 WS-PER-DAY      PIC 9(5) VALUE 0.
       77 WS-QUOT         PIC 9(5) VALUE 0.

      *** COMPTEURS ***
       77 CNT-PRODUCTS    PIC 9(4) VALUE 0.
       77 CNT-SCHEDULED   PIC 9(5) VALUE 0.
       77 CNT-NO-SALES    PIC 9(4) VALUE 0.

      *** LISTE DU CLASSEMENT ***
       01 L-ABC-HEAD.
          05 FILLER        PIC X(40) VALUE
             'ABC CLASSIFICATION BY USAGE VALUE    - '.
          05 L-HEAD-DATE   PIC X(10).
          05 FILLER        PIC X(8)  VALUE '  FROM '.
          05 L-HEAD-FROM   PIC X(10).
          05 FILLER        PIC X(32) VALUE ALL ' '.
       01 L-ABC-TITLE.
          05 FILLER        PIC X(6)  VALUE 'P_NO'.
          05 FILLER        PIC X(31) VALUE 'DESCRIPTION'.
          05 FILLER        PIC X(9)  VALUE 'COST'.
          05 FILLER        PIC X(11) VALUE 'QTY SOLD'.
          05 FILLER        PIC X(16) VALUE 'USAGE VALUE'.
          05 FILLER        PIC X(9)  VALUE 'CUM %'.
          05 FILLER        PIC X(18) VALUE 'CLASS'.
       01 L-ABC-LINE.
          05 L-ABC-PNO     PIC X(3).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-ABC-DESC    PIC X(30).
          05 FILLER        PIC X     VALUE ' '.
          05 L-ABC-COST    PIC ZZ9,99.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-ABC-QTY     PIC ZZZZZZZZ9.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-ABC-VALUE   PIC ZZZZZZZZZZ9,99.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-ABC-CUM     PIC ZZ9,99.
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 L-ABC-CLASS   PIC X(1).
          05 FILLER        PIC X(17) VALUE ALL ' '.
       01 L-CLS-TITLE.
          05 FILLER        PIC X(7)  VALUE 'CLASS'.
          05 FILLER        PIC X(10) VALUE 'PRODUCTS'.
          05 FILLER        PIC X(18) VALUE 'USAGE VALUE'.
          05 FILLER        PIC X(9)  VALUE '% VALUE'.
          05 FILLER        PIC X(13) VALUE 'CYCLE DAYS'.
          05 FILLER        PIC X(13) VALUE 'COUNT LINES'.
          05 FILLER        PIC X(30) VALUE 'LINES PER DAY'.
       01 L-CLS-LINE.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-CLS-CODE    PIC X(1).
          05 FILLER        PIC X(5)  VALUE ALL ' '.
          05 L-CLS-PRODS   PIC ZZZ9.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-CLS-VALUE   PIC ZZZZZZZZZZZZ9,99.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-CLS-PCT     PIC ZZ9,99.
          05 FILLER        PIC X(6)  VALUE ALL ' '.
          05 L-CLS-CYCLE   PIC ZZ9.
          05 FILLER        PIC X(8)  VALUE ALL ' '.
          05 L-CLS-LINES   PIC ZZZZ9.
          05 FILLER        PIC X(8)  VALUE ALL ' '.
          05 L-CLS-PERDAY  PIC ZZZZ9.
          05 FILLER        PIC X(25) VALUE ALL ' '.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE PRO      END-EXEC

       77 WS-HV-QTY       PIC S9(9) COMP VALUE 0.
       77 WS-HV-WH        PIC X(2).
       77 WS-HV-LEGACY    PIC X(1).

      *** PRODUITS ACTIFS ET LEUR CONSOMMATION DES DOUZE DERNIERS ***
      *** MOIS, VIVANTE ET ARCHIVEE, LA PLUS FORTE VALEUR D'ABORD ***
           EXEC SQL
              DECLARE CAUSAGE CURSOR
              FOR
              SELECT U.P_NO, U.DESCRIPTION, U.COST, U.QTY
              FROM (SELECT P.P_NO, P.DESCRIPTION, P.COST,
                      COALESCE((SELECT SUM(I.QUANTITY)
                                FROM APIX.ITEMS I
                                JOIN APIX.ORDERS O ON O.O_NO = I.O_NO
                                WHERE I.P_NO = P.P_NO
                                  AND O.O_DATE >= :WS-FROM-ISO), 0)
                    + COALESCE((SELECT SUM(IA.QUANTITY)
                                FROM APIX.ITEMS_ARCH IA
                                JOIN APIX.ORDERS_ARCH OA
                                  ON OA.O_NO = IA.O_NO
                                WHERE IA.P_NO = P.P_NO
                                  AND OA.O_DATE >= :WS-FROM-ISO), 0)
                      AS QTY
                    FROM APIX.PRODUCTS P
                    WHERE P.STATUS <> 'D') U
              ORDER BY U.COST * U.QTY DESC, U.P_NO
           END-EXEC

      *** CHAQUE SITE OU LE PRODUIT EST TENU ; SANS LIGNE SITE, LE ***
      *** PRODUIT EST COMPTE EN D1 CONTRE LE STOCK GLOBAL. LE SITE ***
      *** DE TRANSIT IT NE SE COMPTE PAS                            ***
           EXEC SQL
              DECLARE CASITES CURSOR
              FOR
              SELECT W.WH, W.P_NO, 'N'
              FROM APIX.WHSTOCK W
              WHERE W.WH <> 'IT'
              UNION ALL
              SELECT 'D1', P.P_NO, 'Y'
              FROM APIX.PRODUCTS P
              WHERE NOT EXISTS (SELECT 1 FROM APIX.WHSTOCK W2
                                WHERE W2.P_NO = P.P_NO)
              ORDER BY 1, 2
           END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** ABCCLSP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM GET-RUN-DATE
           PERFORM LOAD-USAGE
           PERFORM CLASSIFY-PRODUCTS

           OPEN OUTPUT FABCRPT
           MOVE WS-RUN-DATE-ISO TO L-HEAD-DATE
           MOVE WS-FROM-ISO     TO L-HEAD-FROM
           WRITE ENR-ABCRPT FROM L-ABC-HEAD
           WRITE ENR-ABCRPT FROM L-ABC-TITLE
           PERFORM VARYING ABT-IDX FROM 1 BY 1 UNTIL ABT-IDX > ABT-CNT
              PERFORM LIST-ONE-PRODUCT
           END-PERFORM

           OPEN OUTPUT FCYCSCH
           PERFORM BUILD-SCHEDULE
           CLOSE FCYCSCH

           PERFORM PRINT-CLASS-SUMMARY
           CLOSE FABCRPT

           DISPLAY 'PRODUCTS CLASSIFIED     : ' CNT-PRODUCTS
           DISPLAY '  CLASS A               : ' CLS-PRODUCTS(1)
           DISPLAY '  CLASS B               : ' CLS-PRODUCTS(2)
           DISPLAY '  CLASS C               : ' CLS-PRODUCTS(3)
           DISPLAY '  OF WHICH NO SALES     : ' CNT-NO-SALES
           DISPLAY 'COUNT LINES SCHEDULED   : ' CNT-SCHEDULED
           GOBACK.

      *** PARAGRAPHS ***
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 5 TO PARM-COUNT
           MOVE 'APCT'     TO PARM-KEYWORD(1)
           MOVE 'N'        TO PARM-TYPE(1)
           MOVE 'N'        TO PARM-REQUIRED(1)
           MOVE '80'       TO PARM-DEFAULT(1)
           MOVE 'BPCT'     TO PARM-KEYWORD(2)
           MOVE 'N'        TO PARM-TYPE(2)
           MOVE 'N'        TO PARM-REQUIRED(2)
           MOVE '95'       TO PARM-DEFAULT(2)
           MOVE 'ADAYS'    TO PARM-KEYWORD(3)
           MOVE 'N'        TO PARM-TYPE(3)
           MOVE 'N'        TO PARM-REQUIRED(3)
           MOVE '21'       TO PARM-DEFAULT(3)
           MOVE 'BDAYS'    TO PARM-KEYWORD(4)
           MOVE 'N'        TO PARM-TYPE(4)
           MOVE 'N'        TO PARM-REQUIRED(4)
           MOVE '63'       TO PARM-DEFAULT(4)
           MOVE 'CDAYS'    TO PARM-KEYWORD(5)
           MOVE 'N'        TO PARM-TYPE(5)
           MOVE 'N'        TO PARM-REQUIRED(5)
           MOVE '250'      TO PARM-DEFAULT(5)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              COMPUTE AC-APCT = FUNCTION NUMVAL(PARM-VALUE(1))
              COMPUTE AC-BPCT = FUNCTION NUMVAL(PARM-VALUE(2))
              MOVE 'A' TO CLS-CODE(1)
              MOVE 'B' TO CLS-CODE(2)
              MOVE 'C' TO CLS-CODE(3)
              COMPUTE CLS-CYCLE(1) = FUNCTION NUMVAL(PARM-VALUE(3))
              COMPUTE CLS-CYCLE(2) = FUNCTION NUMVAL(PARM-VALUE(4))
              COMPUTE CLS-CYCLE(3) = FUNCTION NUMVAL(PARM-VALUE(5))
              IF AC-APCT = 0 OR AC-APCT NOT < AC-BPCT
                 DISPLAY 'APCT MUST BE 1 TO BPCT - 1 : ' AC-APCT
                 SET PARMS-BAD TO TRUE
              END-IF
              IF CLS-CYCLE(1) = 0 OR
                 CLS-CYCLE(1) > CLS-CYCLE(2) OR
                 CLS-CYCLE(2) > CLS-CYCLE(3)
                 DISPLAY 'CYCLES MUST RISE FROM A TO C : '
                         CLS-CYCLE(1) ' ' CLS-CYCLE(2) ' '
                         CLS-CYCLE(3)
                 SET PARMS-BAD TO TRUE
              END-IF
           END-IF
           .

      ** GET-RUN-DATE - a year of sales, to this day last year     **
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
           COMPUTE WS-FROM-YEAR =
              FUNCTION NUMVAL(WS-RUN-DATE-ISO(1:4)) - 1
           MOVE WS-RUN-DATE-ISO TO WS-FROM-ISO
           MOVE WS-FROM-YEAR    TO WS-FROM-ISO(1:4)
           .

       LOAD-USAGE.
           EXEC SQL OPEN CAUSAGE END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CAUSAGE
           PERFORM UNTIL SQLCODE NOT = ZERO
              IF ABT-CNT < 999
                 ADD 1 TO ABT-CNT
                 INITIALIZE ABT-ENTRY(ABT-CNT)
                 MOVE PRO-P-NO TO ABT-P-NO(ABT-CNT)
                 MOVE PRO-DESCRIPTION-TEXT(1:PRO-DESCRIPTION-LEN)
                                TO ABT-DESC(ABT-CNT)
                 MOVE PRO-COST  TO ABT-COST(ABT-CNT)
                 MOVE WS-HV-QTY TO ABT-QTY(ABT-CNT)
                 COMPUTE ABT-VALUE(ABT-CNT) = PRO-COST * WS-HV-QTY
                 ADD ABT-VALUE(ABT-CNT) TO WS-TOT-VALUE
                 ADD 1 TO CNT-PRODUCTS
              ELSE
                 DISPLAY 'PRODUCT TABLE FULL, SKIPPED : ' PRO-P-NO
              END-IF
              PERFORM FETCH-CAUSAGE
           END-PERFORM
           EXEC SQL CLOSE CAUSAGE END-EXEC
           .

       FETCH-CAUSAGE.
           EXEC SQL
              FETCH CAUSAGE
              INTO :PRO-P-NO, :PRO-DESCRIPTION, :PRO-COST, :WS-HV-QTY
           END-EXEC
           PERFORM TEST-SQLCODE
           .

      ** CLASSIFY-PRODUCTS - the table comes highest value first ; **
      ** a product is A while the value ranked before it is under  **
      ** APCT percent of the total, B while under BPCT. A product  **
      ** that sold nothing is C whatever its place                 **
       CLASSIFY-PRODUCTS.
           MOVE 0 TO WS-CUM-VALUE
           PERFORM VARYING ABT-IDX FROM 1 BY 1 UNTIL ABT-IDX > ABT-CNT
              IF WS-TOT-VALUE > 0
                 COMPUTE WS-CUM-BEFORE ROUNDED =
                    WS-CUM-VALUE * 100 / WS-TOT-VALUE
              ELSE
                 MOVE 100 TO WS-CUM-BEFORE
              END-IF
              ADD ABT-VALUE(ABT-IDX) TO WS-CUM-VALUE
              IF WS-TOT-VALUE > 0
                 COMPUTE ABT-CUM-PCT(ABT-IDX) ROUNDED =
                    WS-CUM-VALUE * 100 / WS-TOT-VALUE
              END-IF
              EVALUATE TRUE
                 WHEN ABT-VALUE(ABT-IDX) = 0
                    MOVE 'C' TO ABT-CLASS(ABT-IDX)
                    MOVE 3 TO CLS-IDX
                    ADD 1 TO CNT-NO-SALES
                 WHEN WS-CUM-BEFORE < AC-APCT
                    MOVE 'A' TO ABT-CLASS(ABT-IDX)
                    MOVE 1 TO CLS-IDX
                 WHEN WS-CUM-BEFORE < AC-BPCT
                    MOVE 'B' TO ABT-CLASS(ABT-IDX)
                    MOVE 2 TO CLS-IDX
                 WHEN OTHER
                    MOVE 'C' TO ABT-CLASS(ABT-IDX)
                    MOVE 3 TO CLS-IDX
              END-EVALUATE
              ADD 1 TO CLS-PRODUCTS(CLS-IDX)
              ADD ABT-VALUE(ABT-IDX) TO CLS-VALUE(CLS-IDX)
           END-PERFORM
           .

       LIST-ONE-PRODUCT.
           MOVE ABT-P-NO(ABT-IDX)    TO L-ABC-PNO
           MOVE ABT-DESC(ABT-IDX)    TO L-ABC-DESC
           MOVE ABT-COST(ABT-IDX)    TO L-ABC-COST
           MOVE ABT-QTY(ABT-IDX)     TO L-ABC-QTY
           MOVE ABT-VALUE(ABT-IDX)   TO L-ABC-VALUE
           MOVE ABT-CUM-PCT(ABT-IDX) TO L-ABC-CUM
           MOVE ABT-CLASS(ABT-IDX)   TO L-ABC-CLASS
           WRITE ENR-ABCRPT FROM L-ABC-LINE
           .

      ** BUILD-SCHEDULE - one line per product and site ; within   **
      ** its class each line takes the next day of the cycle, so a **
      ** class of 210 A lines on a 21-day cycle puts 10 on each day **
       BUILD-SCHEDULE.
           EXEC SQL OPEN CASITES END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CASITES
           PERFORM UNTIL SQLCODE NOT = ZERO
              PERFORM FIND-PRODUCT
      ** A SITE ROW OF A DISCONTINUED PRODUCT IS NOT COUNTED **
              IF WS-ABT-HIT > 0
                 PERFORM SCHEDULE-ONE-LINE
              END-IF
              PERFORM FETCH-CASITES
           END-PERFORM
           EXEC SQL CLOSE CASITES END-EXEC
           .

       FETCH-CASITES.
           EXEC SQL
              FETCH CASITES
              INTO :WS-HV-WH, :PRO-P-NO, :WS-HV-LEGACY
           END-EXEC
           PERFORM TEST-SQLCODE
           .

       SCHEDULE-ONE-LINE.
           EVALUATE ABT-CLASS(WS-ABT-HIT)
              WHEN 'A'   MOVE 1 TO CLS-IDX
              WHEN 'B'   MOVE 2 TO CLS-IDX
              WHEN OTHER MOVE 3 TO CLS-IDX
           END-EVALUATE
           INITIALIZE ST-CYCSCH
           MOVE WS-HV-WH                TO CYS-WH
           MOVE PRO-P-NO                TO CYS-P-NO
           MOVE ABT-CLASS(WS-ABT-HIT)   TO CYS-CLASS
           MOVE CLS-CYCLE(CLS-IDX)      TO CYS-CYCLE
           DIVIDE CLS-SEQ(CLS-IDX) BY CLS-CYCLE(CLS-IDX)
                  GIVING WS-QUOT REMAINDER CYS-SLOT
           MOVE ABT-VALUE(WS-ABT-HIT)   TO CYS-VALUE
           MOVE WS-RUN-DATE-ISO         TO CYS-CLASS-DATE
           MOVE WS-HV-LEGACY            TO CYS-LEGACY
           WRITE ST-CYCSCH
           ADD 1 TO CLS-SEQ(CLS-IDX)
           ADD 1 TO CLS-LINES(CLS-IDX)
           ADD 1 TO CNT-SCHEDULED
           .

      ** FIND-PRODUCT - PRO-P-NO in the product table, WS-ABT-HIT  **
      ** = 0 when it is not an active product                      **
       FIND-PRODUCT.
           MOVE 0 TO WS-ABT-HIT
           PERFORM VARYING ABT-IDX FROM 1 BY 1
                   UNTIL ABT-IDX > ABT-CNT OR WS-ABT-HIT > 0
              IF ABT-P-NO(ABT-IDX) = PRO-P-NO
                 MOVE ABT-IDX TO WS-ABT-HIT
              END-IF
           END-PERFORM
           .

      ** PRINT-CLASS-SUMMARY - each class's share of the value and  **
      ** the count lines it puts on a working day (rounded up)      **
       PRINT-CLASS-SUMMARY.
           MOVE SPACES TO ENR-ABCRPT
           WRITE ENR-ABCRPT
           WRITE ENR-ABCRPT FROM L-CLS-TITLE
           PERFORM VARYING CLS-IDX FROM 1 BY 1 UNTIL CLS-IDX > 3
              MOVE CLS-CODE(CLS-IDX)     TO L-CLS-CODE
              MOVE CLS-PRODUCTS(CLS-IDX) TO L-CLS-PRODS
              MOVE CLS-VALUE(CLS-IDX)    TO L-CLS-VALUE
              MOVE 0 TO WS-CLS-PCT
              IF WS-TOT-VALUE > 0
                 COMPUTE WS-CLS-PCT ROUNDED =
                    CLS-VALUE(CLS-IDX) * 100 / WS-TOT-VALUE
              END-IF
              MOVE WS-CLS-PCT            TO L-CLS-PCT
              MOVE CLS-CYCLE(CLS-IDX)    TO L-CLS-CYCLE
              MOVE CLS-LINES(CLS-IDX)    TO L-CLS-LINES
              DIVIDE CLS-LINES(CLS-IDX) BY CLS-CYCLE(CLS-IDX)
                     GIVING WS-PER-DAY REMAINDER WS-QUOT
              IF WS-QUOT > 0
                 ADD 1 TO WS-PER-DAY
              END-IF
              MOVE WS-PER-DAY            TO L-CLS-PERDAY
              WRITE ENR-ABCRPT FROM L-CLS-LINE
           END-PERFORM
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
