       IDENTIFICATION DIVISION.
       PROGRAM-ID.     INVAGEP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - AGE EVERY QUANTITY ON HAND, SITE BY SITE, FROM THE STOCK  *
      *      MOVEMENT LEDGER (FICSTKMOV) : THE LAST INBOUND AND THE    *
      *      LAST OUTBOUND MOVEMENT OF THE PRODUCT ON THE SITE, THE    *
      *      AGE BEING THE DAYS SINCE THE LATER OF THE TWO (NO         *
      *      MOVEMENT AT ALL : OVER 365 DAYS)                          *
      *    - VALUE IT AT COST IN FOUR AGE BANDS (0-90, 91-180,         *
      *      181-365 AND OVER 365 DAYS) PER SITE AND CATEGORY          *
      *    - APPLY THE PROVISION PERCENTAGE OF EACH BAND (FICAGEPCT)   *
      *      TO GIVE THE OBSOLESCENCE RESERVE FINANCE BOOKS AGAINST    *
      *      THE PERIOD (PERIODK STATUS ON THE HEADER)                 *
      *    - SET THE RESERVE AGAINST THE ONE OF THE LATEST EARLIER     *
      *      PERIOD IN THE RESERVE HISTORY (FICAGERSV) AND PRINT THE   *
      *      MOVEMENT TO BOOK (FICAGERPT) ; THE PERIOD'S OWN ROWS ARE  *
      *      THEN REPLACED IN THE HISTORY, SO A RERUN REPLACES THE     *
      *      EARLIER RUN - A CLOSED PERIOD IS REPORTED, NOT REWRITTEN  *
      *                                                                *
      *    FICAGEPCT : ONE LINE PER BAND, BAND;PCT (BAND 1 TO 4, PCT   *
      *    0 TO 100 WITH A DECIMAL COMMA) - A LINE STARTING WITH * IS  *
      *    A COMMENT. A MISSING BAND OR A BAD LINE REFUSES THE RUN     *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      PERIOD=YYYY-MM      THE PERIOD TO BOOK AGAINST (REQUIRED) *
      *      RUNDATE=YYYY-MM-DD  THE DAY STOCK IS AGED AT (DEFAULT     *
      *                          TODAY) ; LATER MOVEMENTS ARE IGNORED  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODK ASSIGN TO PERIODK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERK-PERIOD
               FILE STATUS IS FS-PERIOD.
           SELECT FSTKMOV ASSIGN TO FICSTKMOV
               FILE STATUS IS FS-STKMOV.
           SELECT FAGEPCT ASSIGN TO FICAGEPCT
               FILE STATUS IS FS-AGEPCT.
           SELECT FAGERSV ASSIGN TO FICAGERSV
               FILE STATUS IS FS-AGERSV.
           SELECT FAGERPT ASSIGN TO FICAGERPT.

       DATA DIVISION.
       FILE SECTION.
      ** PERIODK - ACCOUNTING PERIOD CONTROL KSDS **
       FD PERIODK.
       01 ST-PERIODK.
          05 PERK-PERIOD   PIC X(7).
          05 PERK-STATUS   PIC X(1).
             88 PERK-IS-CLOSED     VALUE 'C'.
          05 FILLER        PIC X(72).

      ** FSTKMOV - THE STOCK MOVEMENT LEDGER, IN THE ORDER WRITTEN **
       FD FSTKMOV.
       COPY STKMOV.

      ** FAGEPCT - PROVISION PERCENTAGE PER AGE BAND **
       FD FAGEPCT.
       01 ENR-AGEPCT      PIC X(80).

      ** FAGERSV - OBSOLESCENCE RESERVE HISTORY : ONE ROW PER      **
      ** PERIOD, SITE AND CATEGORY, WITH THE STOCK VALUE AND THE   **
      ** PROVISION THE RUN FOR THE PERIOD GAVE                     **
       FD FAGERSV.
       01 ST-AGERSV.
          05 RSV-PERIOD    PIC X(7).
          05 RSV-RUN-DATE  PIC X(10).
          05 RSV-WH        PIC X(2).
          05 RSV-CAT       PIC X(10).
          05 RSV-VALUE     PIC S9(11)V99.
          05 RSV-PROVISION PIC S9(11)V99.
          05 FILLER        PIC X(25).

       FD FAGERPT.
       01 ENR-AGERPT      PIC X(120).

       WORKING-STORAGE SECTION.
      *** VARIABLES FONCTION ABEND-PROG ***
       77 WS-ANO PIC 9 VALUE ZERO.
       77 WS-VAR PIC 9 VALUE ZERO.
       77 WS-ABEND-CODE PIC 9(02) VALUE 0.
       01 ED-SQLCODE      PIC +Z(8)9.

       COPY PARMBLK.
       77 AC-PERIOD       PIC X(7) VALUE SPACES.
       77 AC-RUN-DATE     PIC X(10) VALUE SPACES.
       77 FS-PERIOD       PIC 99 VALUE 0.
       77 PERIODK-FLAG    PIC 9  VALUE 0.
            88 PERIODK-OPEN     VALUE 1.
       77 WS-PERIOD-FLAG  PIC 9  VALUE 0.
            88 PERIOD-CLOSED    VALUE 1.
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.

      *** FICHIERS ***
       77 FS-STKMOV       PIC 99 VALUE 0.
       77 FS-AGEPCT       PIC 99 VALUE 0.
       77 FS-AGERSV       PIC 99 VALUE 0.
       77 WS-STKMOV-EOF   PIC 9  VALUE 0.
            88 FF-STKMOV        VALUE 1.
       77 WS-AGEPCT-EOF   PIC 9  VALUE 0.
            88 FF-AGEPCT        VALUE 1.
       77 WS-AGERSV-EOF   PIC 9  VALUE 0.
            88 FF-AGERSV        VALUE 1.

      *** POURCENTAGES DE PROVISION PAR TRANCHE D'AGE ***
       01 BND-TAB.
          05 BND-ENTRY OCCURS 4 TIMES.
             10 BND-PCT      PIC 9(3)V99.
             10 BND-SEEN     PIC 9.
       77 BND-IDX         PIC 9 VALUE 0.
       77 WS-PCT-BAND     PIC X(10) VALUE SPACES.
       77 WS-PCT-CSV      PIC X(20) VALUE SPACES.
       77 WS-PCT-VALUE    PIC S9(5)V99 VALUE 0.
       77 WS-PCT-FLAG     PIC 9 VALUE 0.
            88 PCT-FILE-BAD     VALUE 1.

      *** DERNIERS MOUVEMENTS PAR PRODUIT ET SITE ***
       01 MVT-TAB.
          05 MVT-ENTRY OCCURS 5000 TIMES.
             10 MVT-P-NO     PIC X(3).
             10 MVT-WH       PIC X(2).
             10 MVT-LAST-IN  PIC X(10).
             10 MVT-LAST-OUT PIC X(10).
       77 MVT-CNT         PIC 9(4) VALUE 0.
       77 MVT-IDX         PIC 9(4) VALUE 0.
       77 WS-MVT-HIT      PIC 9(4) VALUE 0.
       77 WS-MVT-WH       PIC X(2) VALUE SPACES.

      *** RESERVE PAR SITE ET CATEGORIE ***
       01 GRP-TAB.
          05 GRP-ENTRY OCCURS 500 TIMES.
             10 GRP-WH         PIC X(2).
             10 GRP-CAT        PIC X(10).
             10 GRP-BAND-VALUE PIC S9(11)V99 OCCURS 4 TIMES.
             10 GRP-VALUE      PIC S9(11)V99.
             10 GRP-PROVISION  PIC S9(11)V99.
             10 GRP-PRIOR-PROV PIC S9(11)V99.
       77 GRP-CNT         PIC 9(3) VALUE 0.
       77 GRP-IDX         PIC 9(3) VALUE 0.
       77 WS-GRP-HIT      PIC 9(3) VALUE 0.

      *** HISTORIQUE DE LA RESERVE (HORS PERIODE DU PASSAGE) ***
       01 RSH-TAB.
          05 RSH-ENTRY OCCURS 3000 TIMES PIC X(80).
       77 RSH-CNT         PIC 9(4) VALUE 0.
       77 RSH-IDX         PIC 9(4) VALUE 0.
       77 WS-PRIOR-PERIOD PIC X(7) VALUE SPACES.
       77 WS-RSH-FLAG     PIC 9 VALUE 0.
            88 RSH-OVERFLOW     VALUE 1.

      *** CALCULS ***
       01 WS-DATE-YYYYMMDD PIC 9(8) VALUE 0.
       01 WS-DATE-YYYYMMDD-X REDEFINES WS-DATE-YYYYMMDD.
          05 WS-DATE-YYYY PIC X(4).
          05 WS-DATE-MM   PIC X(2).
          05 WS-DATE-DD   PIC X(2).
       77 WS-RUN-INT      PIC 9(7) VALUE 0.
       77 WS-AGE          PIC S9(5) VALUE 0.
       77 WS-REF-DATE     PIC X(10) VALUE SPACES.
       77 WS-BAND         PIC 9 VALUE 0.
       77 WS-VALUE        PIC S9(11)V99 VALUE 0.
       77 WS-PROVISION    PIC S9(11)V99 VALUE 0.
       77 WS-MOVEMENT     PIC S9(11)V99 VALUE 0.
       77 WS-PREV-WH      PIC X(2) VALUE SPACES.
       77 WS-PREV-CAT     PIC X(10) VALUE SPACES.
       77 WS-HV-WH        PIC X(2).
       01 WS-GRD-TOTALS.
          05 WS-GRD-BAND  PIC S9(11)V99 OCCURS 4 TIMES.
          05 WS-GRD-VALUE PIC S9(11)V99.
          05 WS-GRD-PROV  PIC S9(11)V99.
          05 WS-GRD-PRIOR PIC S9(11)V99.

      *** COMPTEURS ***
       77 CNT-MOV-READ    PIC 9(7) VALUE 0.
       77 CNT-LINES       PIC 9(5) VALUE 0.
       77 CNT-NO-MOVE     PIC 9(5) VALUE 0.
       77 CNT-RSV-WRITTEN PIC 9(4) VALUE 0.

      *** LIGNES EDITION ***
       01 L-AGE-HEAD.
          05 FILLER        PIC X(42) VALUE
                'INVENTORY AGEING AND OBSOLESCENCE - PERIOD'.
          05 FILLER        PIC X     VALUE ' '.
          05 L-HEAD-PERIOD PIC X(7).
          05 FILLER        PIC X(2)  VALUE ' ('.
          05 L-HEAD-STATUS PIC X(6).
          05 FILLER        PIC X(9)  VALUE ')  AS OF '.
          05 L-HEAD-DATE   PIC X(10).
          05 FILLER        PIC X(15) VALUE '  PRIOR PERIOD '.
          05 L-HEAD-PRIOR  PIC X(7).
          05 FILLER        PIC X(21) VALUE ALL ' '.
       01 L-AGE-PCT.
          05 FILLER        PIC X(22) VALUE 'PROVISION PCT : 0-90 '.
          05 L-PCT-1       PIC ZZ9,99.
          05 FILLER        PIC X(10) VALUE '   91-180 '.
          05 L-PCT-2       PIC ZZ9,99.
          05 FILLER        PIC X(11) VALUE '   181-365 '.
          05 L-PCT-3       PIC ZZ9,99.
          05 FILLER        PIC X(12) VALUE '   OVER 365 '.
          05 L-PCT-4       PIC ZZ9,99.
          05 FILLER        PIC X(41) VALUE ALL ' '.
       01 L-AGE-GROUP.
          05 FILLER        PIC X(7)  VALUE 'SITE : '.
          05 L-GRP-WH      PIC X(2).
          05 FILLER        PIC X(14) VALUE '   CATEGORY : '.
          05 L-GRP-CAT     PIC X(10).
          05 FILLER        PIC X(87) VALUE ALL ' '.
       01 L-AGE-TITLE.
          05 FILLER        PIC X(7)  VALUE '  P_NO'.
          05 FILLER        PIC X(27) VALUE 'DESCRIPTION'.
          05 FILLER        PIC X(9)  VALUE 'ON HAND'.
          05 FILLER        PIC X(10) VALUE 'UNIT COST'.
          05 FILLER        PIC X(15) VALUE 'VALUE'.
          05 FILLER        PIC X(12) VALUE 'LAST IN'.
          05 FILLER        PIC X(12) VALUE 'LAST OUT'.
          05 FILLER        PIC X(7)  VALUE 'DAYS'.
          05 FILLER        PIC X(9)  VALUE 'BAND'.
          05 FILLER        PIC X(12) VALUE 'PROVISION'.
       01 L-AGE-LINE.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-AGE-PNO     PIC X(3).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-AGE-DESC    PIC X(25).
          05 FILLER        PIC X(1)  VALUE ALL ' '.
          05 L-AGE-ONHAND  PIC ZZZZZZZ9.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-AGE-COST    PIC ZZZ9,99.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-AGE-VALUE   PIC -ZZZZZZZZ9,99.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-AGE-LAST-IN PIC X(10).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-AGE-LAST-OUT PIC X(10).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-AGE-DAYS    PIC ZZZZ9.
          05 L-AGE-DAYS-X REDEFINES L-AGE-DAYS PIC X(5).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-AGE-BAND    PIC X(8).
          05 FILLER        PIC X(1)  VALUE ALL ' '.
          05 L-AGE-PROV    PIC -ZZZZZZZ9,99.
          05 FILLER        PIC X(1)  VALUE ALL ' '.
       01 L-AGE-BANDS.
          05 FILLER        PIC X(10) VALUE '  0-90 : '.
          05 L-BNDS-1      PIC -ZZZZZZZZ9,99.
          05 FILLER        PIC X(12) VALUE '   91-180 : '.
          05 L-BNDS-2      PIC -ZZZZZZZZ9,99.
          05 FILLER        PIC X(13) VALUE '   181-365 : '.
          05 L-BNDS-3      PIC -ZZZZZZZZ9,99.
          05 FILLER        PIC X(14) VALUE '   OVER 365 : '.
          05 L-BNDS-4      PIC -ZZZZZZZZ9,99.
          05 FILLER        PIC X(19) VALUE ALL ' '.
       01 L-AGE-SUBTOT.
          05 FILLER        PIC X(22) VALUE '  SITE/CATEGORY VALUE '.
          05 L-SUB-VALUE   PIC -ZZZZZZZZ9,99.
          05 FILLER        PIC X(14) VALUE '   PROVISION '.
          05 L-SUB-PROV    PIC -ZZZZZZZZ9,99.
          05 FILLER        PIC X(58) VALUE ALL ' '.
       01 L-RSV-HEAD.
          05 FILLER        PIC X(50) VALUE
                'OBSOLESCENCE RESERVE AGAINST THE PRIOR PERIOD'.
          05 FILLER        PIC X(70) VALUE ALL ' '.
       01 L-RSV-TITLE.
          05 FILLER        PIC X(6)  VALUE 'SITE'.
          05 FILLER        PIC X(12) VALUE 'CATEGORY'.
          05 FILLER        PIC X(18) VALUE '      STOCK VALUE'.
          05 FILLER        PIC X(18) VALUE '        PROVISION'.
          05 FILLER        PIC X(18) VALUE '    PRIOR RESERVE'.
          05 FILLER        PIC X(18) VALUE '  MOVEMENT TO BOOK'.
          05 FILLER        PIC X(30) VALUE ALL ' '.
       01 L-RSV-LINE.
          05 L-RSV-WH      PIC X(2).
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 L-RSV-CAT     PIC X(10).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-RSV-VALUE   PIC -ZZZZZZZZZZ9,99.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-RSV-PROV    PIC -ZZZZZZZZZZ9,99.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-RSV-PRIOR   PIC -ZZZZZZZZZZ9,99.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-RSV-MOVE    PIC -ZZZZZZZZZZ9,99.
          05 FILLER        PIC X(33) VALUE ALL ' '.
       01 L-RSV-FOOT.
          05 FILLER        PIC X(24) VALUE 'LINES AGED          :'.
          05 L-FOOT-LINES  PIC ZZZZ9.
          05 FILLER        PIC X(26) VALUE '   WITHOUT MOVEMENT    :'.
          05 L-FOOT-NO-MOVE PIC ZZZZ9.
          05 FILLER        PIC X(60) VALUE ALL ' '.
       01 L-RSV-NOTE.
          05 L-NOTE-TEXT   PIC X(120).

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE PRO      END-EXEC

      *** CURSEUR STOCK PAR SITE ; SANS LIGNE SITE, LE PRODUIT EST ***
      *** TENU EN D1 POUR SON STOCK GLOBAL                          ***
           EXEC SQL
              DECLARE CAGE CURSOR
              FOR
              SELECT W.WH, P.CATEGORY, P.P_NO, P.DESCRIPTION,
                     W.ON_HAND, P.COST
              FROM APIX.WHSTOCK W, APIX.PRODUCTS P
              WHERE W.P_NO = P.P_NO
                AND W.ON_HAND > 0
              UNION ALL
              SELECT 'D1', P.CATEGORY, P.P_NO, P.DESCRIPTION,
                     P.ON_HAND, P.COST
              FROM APIX.PRODUCTS P
              WHERE P.ON_HAND > 0
                AND NOT EXISTS (SELECT 1 FROM APIX.WHSTOCK W2
                                WHERE W2.P_NO = P.P_NO)
              ORDER BY 1, 2, 3
           END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** INVAGEP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM GET-RUN-DATE
           PERFORM LOAD-PROVISION-PCT
           IF PCT-FILE-BAD
              DISPLAY '*** INVAGEP : PROVISION PERCENTAGES REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM READ-PERIOD-STATUS
           PERFORM LOAD-RESERVE-HISTORY
           PERFORM LOAD-MOVEMENTS

           OPEN OUTPUT FAGERPT
           MOVE AC-PERIOD       TO L-HEAD-PERIOD
           MOVE AC-RUN-DATE     TO L-HEAD-DATE
           IF WS-PRIOR-PERIOD = SPACES
              MOVE 'NONE'       TO L-HEAD-PRIOR
           ELSE
              MOVE WS-PRIOR-PERIOD TO L-HEAD-PRIOR
           END-IF
           WRITE ENR-AGERPT FROM L-AGE-HEAD
           MOVE BND-PCT(1) TO L-PCT-1
           MOVE BND-PCT(2) TO L-PCT-2
           MOVE BND-PCT(3) TO L-PCT-3
           MOVE BND-PCT(4) TO L-PCT-4
           WRITE ENR-AGERPT FROM L-AGE-PCT

           EXEC SQL OPEN CAGE END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CAGE
           MOVE SPACES TO WS-PREV-WH WS-PREV-CAT
           PERFORM UNTIL SQLCODE NOT = ZERO
              IF WS-HV-WH NOT = WS-PREV-WH OR
                 PRO-CATEGORY NOT = WS-PREV-CAT
                 PERFORM GROUP-BREAK
              END-IF
              PERFORM AGE-ONE-LINE
              PERFORM FETCH-CAGE
           END-PERFORM
           IF GRP-CNT > 0
              PERFORM WRITE-GROUP-SUBTOTAL
           END-IF
           EXEC SQL CLOSE CAGE END-EXEC

           PERFORM APPLY-PRIOR-RESERVE
           PERFORM PRINT-RESERVE-MOVEMENT
           CLOSE FAGERPT

           PERFORM REWRITE-RESERVE-HISTORY
           IF PERIODK-OPEN
              CLOSE PERIODK
           END-IF

           DISPLAY 'MOVEMENTS READ          : ' CNT-MOV-READ
           DISPLAY 'STOCK LINES AGED        : ' CNT-LINES
           DISPLAY 'LINES WITHOUT MOVEMENT  : ' CNT-NO-MOVE
           DISPLAY 'RESERVE ROWS WRITTEN    : ' CNT-RSV-WRITTEN
           GOBACK.

      ********************************************
      * PARAGRAPHES                              *
      ********************************************
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 2 TO PARM-COUNT
           MOVE 'PERIOD'  TO PARM-KEYWORD(1)
           MOVE 'X'       TO PARM-TYPE(1)
           MOVE 'Y'       TO PARM-REQUIRED(1)
           MOVE 'RUNDATE' TO PARM-KEYWORD(2)
           MOVE 'D'       TO PARM-TYPE(2)
           MOVE 'N'       TO PARM-REQUIRED(2)
           MOVE SPACES    TO PARM-DEFAULT(2)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              MOVE PARM-VALUE(1)(1:7)  TO AC-PERIOD
              MOVE PARM-VALUE(2)(1:10) TO AC-RUN-DATE
           END-IF
           .

       GET-RUN-DATE.
           IF AC-RUN-DATE = SPACES
              ACCEPT WS-RUN-DATE FROM DATE
              STRING '20'      DELIMITED BY SIZE
                     WS-RUN-AA  DELIMITED BY SIZE
                     '-'        DELIMITED BY SIZE
                     WS-RUN-MM  DELIMITED BY SIZE
                     '-'        DELIMITED BY SIZE
                     WS-RUN-JJ  DELIMITED BY SIZE
                INTO AC-RUN-DATE
              END-STRING
           END-IF
           MOVE AC-RUN-DATE(1:4) TO WS-DATE-YYYY
           MOVE AC-RUN-DATE(6:2) TO WS-DATE-MM
           MOVE AC-RUN-DATE(9:2) TO WS-DATE-DD
           COMPUTE WS-RUN-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           .

      ** LOAD-PROVISION-PCT - every band must be given once, with a **
      ** percentage between 0 and 100                               **
       LOAD-PROVISION-PCT.
           INITIALIZE BND-TAB
           OPEN INPUT FAGEPCT
           IF FS-AGEPCT NOT = 0
              DISPLAY 'NO PROVISION PERCENTAGE FILE (FICAGEPCT)'
              SET PCT-FILE-BAD TO TRUE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FF-AGEPCT
              READ FAGEPCT
                 AT END
                    SET FF-AGEPCT TO TRUE
                 NOT AT END
                    IF ENR-AGEPCT NOT = SPACES AND
                       ENR-AGEPCT(1:1) NOT = '*'
                       PERFORM NOTE-ONE-PCT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FAGEPCT
           PERFORM VARYING BND-IDX FROM 1 BY 1 UNTIL BND-IDX > 4
              IF BND-SEEN(BND-IDX) = 0
                 DISPLAY 'NO PROVISION PERCENTAGE FOR BAND ' BND-IDX
                 SET PCT-FILE-BAD TO TRUE
              END-IF
           END-PERFORM
           .

       NOTE-ONE-PCT.
           MOVE SPACES TO WS-PCT-BAND WS-PCT-CSV
           UNSTRING ENR-AGEPCT DELIMITED BY ';'
              INTO WS-PCT-BAND WS-PCT-CSV
           END-UNSTRING
           IF WS-PCT-BAND(1:1) < '1' OR WS-PCT-BAND(1:1) > '4' OR
              WS-PCT-BAND(2:9) NOT = SPACES OR WS-PCT-CSV = SPACES
              DISPLAY 'BAD PROVISION LINE : ' ENR-AGEPCT(1:40)
              SET PCT-FILE-BAD TO TRUE
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PCT-CSV) NOT = 0
              DISPLAY 'BAD PROVISION PCT  : ' ENR-AGEPCT(1:40)
              SET PCT-FILE-BAD TO TRUE
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PCT-VALUE = FUNCTION NUMVAL(WS-PCT-CSV)
           IF WS-PCT-VALUE < 0 OR WS-PCT-VALUE > 100
              DISPLAY 'PROVISION PCT OUT OF RANGE : ' ENR-AGEPCT(1:40)
              SET PCT-FILE-BAD TO TRUE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PCT-BAND(1:1) TO BND-IDX
           IF BND-SEEN(BND-IDX) = 1
              DISPLAY 'BAND GIVEN TWICE   : ' ENR-AGEPCT(1:40)
              SET PCT-FILE-BAD TO TRUE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PCT-VALUE TO BND-PCT(BND-IDX)
           MOVE 1 TO BND-SEEN(BND-IDX)
           .

       READ-PERIOD-STATUS.
           MOVE 'OPEN  ' TO L-HEAD-STATUS
           OPEN INPUT PERIODK
           IF FS-PERIOD = 0
              SET PERIODK-OPEN TO TRUE
              MOVE AC-PERIOD TO PERK-PERIOD
              READ PERIODK
              IF FS-PERIOD = 0 AND PERK-IS-CLOSED
                 MOVE 'CLOSED' TO L-HEAD-STATUS
                 SET PERIOD-CLOSED TO TRUE
              END-IF
           ELSE
              DISPLAY 'NO PERIOD CONTROL FILE, ALL PERIODS OPEN'
           END-IF
           .

      ** LOAD-RESERVE-HISTORY - keep every row of the other periods **
      ** for the rewrite ; the prior run is the latest period       **
      ** before the one being booked                                **
       LOAD-RESERVE-HISTORY.
           OPEN INPUT FAGERSV
           IF FS-AGERSV NOT = 0
              DISPLAY 'NO RESERVE HISTORY YET, NO PRIOR RESERVE'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FF-AGERSV
              READ FAGERSV
                 AT END
                    SET FF-AGERSV TO TRUE
                 NOT AT END
                    IF RSV-PERIOD NOT = AC-PERIOD
                       PERFORM KEEP-ONE-RESERVE-ROW
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FAGERSV
           .

       KEEP-ONE-RESERVE-ROW.
           IF RSH-CNT < 3000
              ADD 1 TO RSH-CNT
              MOVE ST-AGERSV TO RSH-ENTRY(RSH-CNT)
           ELSE
              SET RSH-OVERFLOW TO TRUE
           END-IF
           IF RSV-PERIOD < AC-PERIOD AND
              RSV-PERIOD > WS-PRIOR-PERIOD
              MOVE RSV-PERIOD TO WS-PRIOR-PERIOD
           END-IF
           .

      ** LOAD-MOVEMENTS - the last inbound and outbound day of     **
      ** each product on each site, up to the run date ; a ledger  **
      ** row without a site is a D1 one                            **
       LOAD-MOVEMENTS.
           OPEN INPUT FSTKMOV
           IF FS-STKMOV NOT = 0
              DISPLAY 'NO STOCK MOVEMENT LEDGER, ALL STOCK UNMOVED'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FF-STKMOV
              READ FSTKMOV
                 AT END
                    SET FF-STKMOV TO TRUE
                 NOT AT END
                    ADD 1 TO CNT-MOV-READ
                    EVALUATE TRUE
                       WHEN MOV-PGM = 'REGROLLP'
                          PERFORM NOTE-ONE-OPENING
                       WHEN MOV-DATE NOT > AC-RUN-DATE AND
                            MOV-DELTA IS NUMERIC AND MOV-DELTA NOT = 0
                          PERFORM NOTE-ONE-MOVEMENT
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE FSTKMOV
           .

       NOTE-ONE-MOVEMENT.
           IF MOV-WH = SPACES
              MOVE 'D1' TO WS-MVT-WH
           ELSE
              MOVE MOV-WH TO WS-MVT-WH
           END-IF
           PERFORM FIND-MOVEMENT
           IF WS-MVT-HIT = 0
              IF MVT-CNT < 5000
                 ADD 1 TO MVT-CNT
                 MOVE MOV-P-NO  TO MVT-P-NO(MVT-CNT)
                 MOVE WS-MVT-WH TO MVT-WH(MVT-CNT)
                 MOVE SPACES    TO MVT-LAST-IN(MVT-CNT)
                 MOVE SPACES    TO MVT-LAST-OUT(MVT-CNT)
                 MOVE MVT-CNT   TO WS-MVT-HIT
              ELSE
                 DISPLAY 'MOVEMENT TABLE FULL, RAISE OCCURS'
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF MOV-DELTA > 0
              IF MOV-DATE > MVT-LAST-IN(WS-MVT-HIT)
                 MOVE MOV-DATE TO MVT-LAST-IN(WS-MVT-HIT)
              END-IF
           ELSE
              IF MOV-DATE > MVT-LAST-OUT(WS-MVT-HIT)
                 MOVE MOV-DATE TO MVT-LAST-OUT(WS-MVT-HIT)
              END-IF
           END-IF
           .

      ** NOTE-ONE-OPENING - the row a year-end roll-over opens the  **
      ** journal with is no movement : it carries the last inbound  **
      ** and outbound days of the movements it archived             **
       NOTE-ONE-OPENING.
           IF MOV-WH = SPACES
              MOVE 'D1' TO WS-MVT-WH
           ELSE
              MOVE MOV-WH TO WS-MVT-WH
           END-IF
           PERFORM FIND-MOVEMENT
           IF WS-MVT-HIT = 0
              IF MVT-CNT < 5000
                 ADD 1 TO MVT-CNT
                 MOVE MOV-P-NO  TO MVT-P-NO(MVT-CNT)
                 MOVE WS-MVT-WH TO MVT-WH(MVT-CNT)
                 MOVE SPACES    TO MVT-LAST-IN(MVT-CNT)
                 MOVE SPACES    TO MVT-LAST-OUT(MVT-CNT)
                 MOVE MVT-CNT   TO WS-MVT-HIT
              ELSE
                 DISPLAY 'MOVEMENT TABLE FULL, RAISE OCCURS'
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF MOV-BF-LAST-IN NOT > AC-RUN-DATE AND
              MOV-BF-LAST-IN > MVT-LAST-IN(WS-MVT-HIT)
              MOVE MOV-BF-LAST-IN TO MVT-LAST-IN(WS-MVT-HIT)
           END-IF
           IF MOV-BF-LAST-OUT NOT > AC-RUN-DATE AND
              MOV-BF-LAST-OUT > MVT-LAST-OUT(WS-MVT-HIT)
              MOVE MOV-BF-LAST-OUT TO MVT-LAST-OUT(WS-MVT-HIT)
           END-IF
           .

       FIND-MOVEMENT.
           MOVE 0 TO WS-MVT-HIT
           PERFORM VARYING MVT-IDX FROM 1 BY 1
                   UNTIL MVT-IDX > MVT-CNT OR WS-MVT-HIT > 0
              IF MVT-P-NO(MVT-IDX) = MOV-P-NO AND
                 MVT-WH(MVT-IDX) = WS-MVT-WH
                 MOVE MVT-IDX TO WS-MVT-HIT
              END-IF
           END-PERFORM
           .

       FETCH-CAGE.
           EXEC SQL
              FETCH CAGE
              INTO :WS-HV-WH, :PRO-CATEGORY, :PRO-P-NO,
                   :PRO-DESCRIPTION, :PRO-ON-HAND, :PRO-COST
           END-EXEC
           PERFORM TEST-SQLCODE
           .

       GROUP-BREAK.
           IF GRP-CNT > 0
              PERFORM WRITE-GROUP-SUBTOTAL
           END-IF
           MOVE WS-HV-WH     TO WS-PREV-WH
           MOVE PRO-CATEGORY TO WS-PREV-CAT
           IF GRP-CNT < 500
              ADD 1 TO GRP-CNT
              INITIALIZE GRP-ENTRY(GRP-CNT)
              MOVE WS-HV-WH     TO GRP-WH(GRP-CNT)
              MOVE PRO-CATEGORY TO GRP-CAT(GRP-CNT)
           ELSE
              DISPLAY 'SITE/CATEGORY TABLE FULL, RAISE OCCURS'
              MOVE 12 TO WS-ABEND-CODE
              PERFORM ABEND-PROG
           END-IF
           MOVE WS-HV-WH     TO L-GRP-WH
           MOVE PRO-CATEGORY TO L-GRP-CAT
           WRITE ENR-AGERPT FROM L-AGE-GROUP
           WRITE ENR-AGERPT FROM L-AGE-TITLE
           .

      ** AGE-ONE-LINE - the age runs from the later of the last    **
      ** inbound and the last outbound day ; stock that never      **
      ** moved goes to the oldest band                             **
       AGE-ONE-LINE.
           ADD 1 TO CNT-LINES
           MOVE PRO-P-NO TO MOV-P-NO
           MOVE WS-HV-WH TO WS-MVT-WH
           PERFORM FIND-MOVEMENT
           MOVE SPACES TO WS-REF-DATE L-AGE-LAST-IN L-AGE-LAST-OUT
           IF WS-MVT-HIT > 0
              MOVE MVT-LAST-IN(WS-MVT-HIT)  TO L-AGE-LAST-IN
              MOVE MVT-LAST-OUT(WS-MVT-HIT) TO L-AGE-LAST-OUT
              MOVE MVT-LAST-IN(WS-MVT-HIT)  TO WS-REF-DATE
              IF MVT-LAST-OUT(WS-MVT-HIT) > WS-REF-DATE
                 MOVE MVT-LAST-OUT(WS-MVT-HIT) TO WS-REF-DATE
              END-IF
           END-IF
           IF WS-REF-DATE(1:4) IS NUMERIC AND
              WS-REF-DATE(6:2) IS NUMERIC AND
              WS-REF-DATE(9:2) IS NUMERIC
              MOVE WS-REF-DATE(1:4) TO WS-DATE-YYYY
              MOVE WS-REF-DATE(6:2) TO WS-DATE-MM
              MOVE WS-REF-DATE(9:2) TO WS-DATE-DD
              COMPUTE WS-AGE = WS-RUN-INT
                 - FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
              MOVE WS-AGE TO L-AGE-DAYS
              EVALUATE TRUE
                 WHEN WS-AGE NOT > 90
                      MOVE 1 TO WS-BAND
                      MOVE '0-90'     TO L-AGE-BAND
                 WHEN WS-AGE NOT > 180
                      MOVE 2 TO WS-BAND
                      MOVE '91-180'   TO L-AGE-BAND
                 WHEN WS-AGE NOT > 365
                      MOVE 3 TO WS-BAND
                      MOVE '181-365'  TO L-AGE-BAND
                 WHEN OTHER
                      MOVE 4 TO WS-BAND
                      MOVE 'OVER 365' TO L-AGE-BAND
              END-EVALUATE
           ELSE
              ADD 1 TO CNT-NO-MOVE
              MOVE 4 TO WS-BAND
              MOVE ' NONE'    TO L-AGE-DAYS-X
              MOVE 'OVER 365' TO L-AGE-BAND
           END-IF

           COMPUTE WS-VALUE = PRO-ON-HAND * PRO-COST
           COMPUTE WS-PROVISION ROUNDED =
              WS-VALUE * BND-PCT(WS-BAND) / 100
           ADD WS-VALUE     TO GRP-BAND-VALUE(GRP-CNT, WS-BAND)
           ADD WS-VALUE     TO GRP-VALUE(GRP-CNT)
           ADD WS-PROVISION TO GRP-PROVISION(GRP-CNT)

           MOVE PRO-P-NO TO L-AGE-PNO
           MOVE PRO-DESCRIPTION-TEXT(1:PRO-DESCRIPTION-LEN)
                            TO L-AGE-DESC
           MOVE PRO-ON-HAND  TO L-AGE-ONHAND
           MOVE PRO-COST     TO L-AGE-COST
           MOVE WS-VALUE     TO L-AGE-VALUE
           MOVE WS-PROVISION TO L-AGE-PROV
           WRITE ENR-AGERPT FROM L-AGE-LINE
           .

       WRITE-GROUP-SUBTOTAL.
           MOVE GRP-BAND-VALUE(GRP-CNT, 1) TO L-BNDS-1
           MOVE GRP-BAND-VALUE(GRP-CNT, 2) TO L-BNDS-2
           MOVE GRP-BAND-VALUE(GRP-CNT, 3) TO L-BNDS-3
           MOVE GRP-BAND-VALUE(GRP-CNT, 4) TO L-BNDS-4
           WRITE ENR-AGERPT FROM L-AGE-BANDS
           MOVE GRP-VALUE(GRP-CNT)     TO L-SUB-VALUE
           MOVE GRP-PROVISION(GRP-CNT) TO L-SUB-PROV
           WRITE ENR-AGERPT FROM L-AGE-SUBTOT
           .

      ** APPLY-PRIOR-RESERVE - the prior period's reserve per site  **
      ** and category ; one with no stock left is released in full **
       APPLY-PRIOR-RESERVE.
           IF WS-PRIOR-PERIOD = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RSH-IDX FROM 1 BY 1 UNTIL RSH-IDX > RSH-CNT
              MOVE RSH-ENTRY(RSH-IDX) TO ST-AGERSV
              IF RSV-PERIOD = WS-PRIOR-PERIOD
                 PERFORM APPLY-ONE-PRIOR-ROW
              END-IF
           END-PERFORM
           .

       APPLY-ONE-PRIOR-ROW.
           MOVE 0 TO WS-GRP-HIT
           PERFORM VARYING GRP-IDX FROM 1 BY 1
                   UNTIL GRP-IDX > GRP-CNT OR WS-GRP-HIT > 0
              IF GRP-WH(GRP-IDX) = RSV-WH AND
                 GRP-CAT(GRP-IDX) = RSV-CAT
                 MOVE GRP-IDX TO WS-GRP-HIT
              END-IF
           END-PERFORM
           IF WS-GRP-HIT = 0
              IF GRP-CNT < 500
                 ADD 1 TO GRP-CNT
                 INITIALIZE GRP-ENTRY(GRP-CNT)
                 MOVE RSV-WH  TO GRP-WH(GRP-CNT)
                 MOVE RSV-CAT TO GRP-CAT(GRP-CNT)
                 MOVE GRP-CNT TO WS-GRP-HIT
              ELSE
                 DISPLAY 'SITE/CATEGORY TABLE FULL, RAISE OCCURS'
                 MOVE 12 TO WS-ABEND-CODE
                 PERFORM ABEND-PROG
              END-IF
           END-IF
           ADD RSV-PROVISION TO GRP-PRIOR-PROV(WS-GRP-HIT)
           .

       PRINT-RESERVE-MOVEMENT.
           INITIALIZE WS-GRD-TOTALS
           WRITE ENR-AGERPT FROM L-RSV-HEAD
           WRITE ENR-AGERPT FROM L-RSV-TITLE
           PERFORM VARYING GRP-IDX FROM 1 BY 1 UNTIL GRP-IDX > GRP-CNT
              COMPUTE WS-MOVEMENT = GRP-PROVISION(GRP-IDX)
                                  - GRP-PRIOR-PROV(GRP-IDX)
              MOVE GRP-WH(GRP-IDX)         TO L-RSV-WH
              MOVE GRP-CAT(GRP-IDX)        TO L-RSV-CAT
              MOVE GRP-VALUE(GRP-IDX)      TO L-RSV-VALUE
              MOVE GRP-PROVISION(GRP-IDX)  TO L-RSV-PROV
              MOVE GRP-PRIOR-PROV(GRP-IDX) TO L-RSV-PRIOR
              MOVE WS-MOVEMENT             TO L-RSV-MOVE
              WRITE ENR-AGERPT FROM L-RSV-LINE
              PERFORM VARYING BND-IDX FROM 1 BY 1 UNTIL BND-IDX > 4
                 ADD GRP-BAND-VALUE(GRP-IDX, BND-IDX)
                                      TO WS-GRD-BAND(BND-IDX)
              END-PERFORM
              ADD GRP-VALUE(GRP-IDX)      TO WS-GRD-VALUE
              ADD GRP-PROVISION(GRP-IDX)  TO WS-GRD-PROV
              ADD GRP-PRIOR-PROV(GRP-IDX) TO WS-GRD-PRIOR
           END-PERFORM
           COMPUTE WS-MOVEMENT = WS-GRD-PROV - WS-GRD-PRIOR
           MOVE SPACES       TO L-RSV-CAT
           MOVE WS-GRD-VALUE TO L-RSV-VALUE
           MOVE WS-GRD-PROV  TO L-RSV-PROV
           MOVE WS-GRD-PRIOR TO L-RSV-PRIOR
           MOVE WS-MOVEMENT  TO L-RSV-MOVE
           MOVE 'TOTAL'      TO L-RSV-LINE(1:5)
           WRITE ENR-AGERPT FROM L-RSV-LINE
           MOVE WS-GRD-BAND(1) TO L-BNDS-1
           MOVE WS-GRD-BAND(2) TO L-BNDS-2
           MOVE WS-GRD-BAND(3) TO L-BNDS-3
           MOVE WS-GRD-BAND(4) TO L-BNDS-4
           WRITE ENR-AGERPT FROM L-AGE-BANDS
           MOVE CNT-LINES   TO L-FOOT-LINES
           MOVE CNT-NO-MOVE TO L-FOOT-NO-MOVE
           WRITE ENR-AGERPT FROM L-RSV-FOOT
           IF PERIOD-CLOSED
              MOVE 'PERIOD CLOSED : RESERVE HISTORY NOT REWRITTEN'
                               TO L-NOTE-TEXT
              WRITE ENR-AGERPT FROM L-RSV-NOTE
           END-IF
           .

      ** REWRITE-RESERVE-HISTORY - the other periods as they were, **
      ** then this run's rows for the period ; never on a closed   **
      ** period, nor when the history did not fit the table        **
       REWRITE-RESERVE-HISTORY.
           IF PERIOD-CLOSED
              DISPLAY 'PERIOD CLOSED, RESERVE HISTORY LEFT AS IS'
              EXIT PARAGRAPH
           END-IF
           IF RSH-OVERFLOW
              DISPLAY 'RESERVE HISTORY TABLE FULL, RAISE OCCURS'
              DISPLAY 'RESERVE HISTORY LEFT AS IS'
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FAGERSV
           PERFORM VARYING RSH-IDX FROM 1 BY 1 UNTIL RSH-IDX > RSH-CNT
              MOVE RSH-ENTRY(RSH-IDX) TO ST-AGERSV
              WRITE ST-AGERSV
           END-PERFORM
           PERFORM VARYING GRP-IDX FROM 1 BY 1 UNTIL GRP-IDX > GRP-CNT
              IF GRP-VALUE(GRP-IDX) NOT = 0 OR
                 GRP-PROVISION(GRP-IDX) NOT = 0
                 INITIALIZE ST-AGERSV
                 MOVE AC-PERIOD              TO RSV-PERIOD
                 MOVE AC-RUN-DATE            TO RSV-RUN-DATE
                 MOVE GRP-WH(GRP-IDX)        TO RSV-WH
                 MOVE GRP-CAT(GRP-IDX)       TO RSV-CAT
                 MOVE GRP-VALUE(GRP-IDX)     TO RSV-VALUE
                 MOVE GRP-PROVISION(GRP-IDX) TO RSV-PROVISION
                 WRITE ST-AGERSV
                 ADD 1 TO CNT-RSV-WRITTEN
              END-IF
           END-PERFORM
           CLOSE FAGERSV
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
