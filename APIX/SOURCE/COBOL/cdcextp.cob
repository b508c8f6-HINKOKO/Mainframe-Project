       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CDCEXTP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - EXTRACT FOR THE DATA WAREHOUSE ONLY WHAT CHANGED SINCE    *
      *      THE LAST SUCCESSFUL EXTRACT (FICCDCEXT) :                 *
      *      . THE ROWS OF APIX.ORDERS, ITEMS, CUSTOMERS AND PRODUCTS  *
      *        INSERTED, UPDATED OR DELETED SINCE. THE TABLES CARRY    *
      *        NO CHANGE DATE : EACH ONE IS COMPARED, IN KEY ORDER,    *
      *        WITH THE SNAPSHOT OF THE LAST SUCCESSFUL RUN            *
      *        (FICCDCSNP) AND THE NEW SNAPSHOT IS WRITTEN AS IT GOES  *
      *      . THE RECORDS APPENDED SINCE TO THE INVOICE REGISTER      *
      *        (FICINVREG), THE SETTLEMENT LEDGER (FICSETTLE) AND THE  *
      *        STOCK MOVEMENT JOURNAL (FICSTKMOV), FOUND FROM THE      *
      *        RECORD COUNT AND LAST RECORD OF EACH AT THE LAST        *
      *        SUCCESSFUL RUN (FICCDCWM)                               *
      *    - THE NEW SNAPSHOT AND WATERMARKS GO TO FICCDCSNPN AND      *
      *      FICCDCWMN, WHICH THE COPY STEPS AFTER THIS ONE PUT IN     *
      *      PLACE OF FICCDCSNP AND FICCDCWM WHEN IT ENDS RC 0 OR 4 :  *
      *      A NIGHT THAT FAILED OR DID NOT RUN IS CAUGHT UP BY THE    *
      *      NEXT ONE, AS IT STILL COMPARES WITH THE LAST GOOD RUN.    *
      *      WITH NO SNAPSHOT OR NO WATERMARK (FIRST RUN) EVERYTHING   *
      *      GOES OUT AS INSERTED                                      *
      *    - RUN IT AFTER THE NIGHTLY CHAIN AND, AT YEAR END, BEFORE   *
      *      REGROLLP. A REGISTER FOUND ROLLED OVER SINCE THE LAST RUN *
      *      (SHORTER, OR ITS RECORD AT THE WATERMARK CHANGED) IS      *
      *      TAKEN FROM THE RECORDS DATED AFTER THE LAST RUN DATE,     *
      *      WITH A WARNING (RC 4)                                     *
      *    - REFUSE THE RUN (RC 8) WHILE THE BATCH WINDOW IS OPEN      *
      *                                                                *
      *    FICCDCEXT LAYOUT - ONE ROW PER RECORD, FIELDS SEPARATED BY  *
      *    ';', FIXED WIDTH, AMOUNTS SIGNED WITH A DECIMAL COMMA ; A   *
      *    ';' INSIDE A NAME OR ADDRESS IS SENT AS ',' :               *
      *      H;CDCEXTP;01;RUN DATE;RUN SEQUENCE;LAST RUN DATE (BLANK   *
      *        ON A FIRST EXTRACT)                                     *
      *      D;ENTITY;OP;FIELDS OF THE ROW OR RECORD. OP IS I          *
      *        (INSERTED, OR APPENDED), U (UPDATED, NEW VALUES), D     *
      *        (DELETED, LAST VALUES SENT) OR A (ORDERS AND ITEMS      *
      *        ROWS ARCHIVP MOVED TO THE ARCHIVE TABLES, LAST VALUES)  *
      *        ORDERS    O_NO;S_NO;C_NO;O_DATE;REGION;WH;SHIP_TO       *
      *        ITEMS     O_NO;P_NO;QUANTITY;PRICE;REQ_DATE;UOM;LOT_NO  *
      *        CUSTOMERS C_NO;COMPANY;ADDRESS;CITY;STATE;ZIP;BALANCE;  *
      *                  CREDIT_LIMIT;STATUS;TERMS;CURRENCY;PREPAY;    *
      *                  PARENT_C_NO;GROUP_LIMIT;LANG;TAX_EXEMPT;      *
      *                  CERT_NO                                       *
      *        PRODUCTS  P_NO;DESCRIPTION;CATEGORY;STATUS;ON_HAND;     *
      *                  COST;PRICE;DEVISE                             *
      *        INVREG    INV_NO;O_NO;C_NO;INV_DATE;HT;TAX;TTC;         *
      *                  CREDIT_MEMO;GROSS;DUE_DATE;CURRENCY           *
      *        SETTLE    INV_NO;PAY_DATE;AMOUNT;RELIEF;TYPE;C_NO       *
      *        STKMOV    MOV_DATE;PGM;REF;P_NO;WH;DELTA;BALANCE        *
      *      T;ENTITY;INSERTED;UPDATED;DELETED (ARCHIVED INCLUDED);    *
      *        HASH TOTAL - ONE PER ENTITY, THE HASH BEING THE SUM     *
      *        OVER ITS D ROWS OF O_NO (ORDERS), QUANTITY X PRICE      *
      *        (ITEMS), BALANCE (CUSTOMERS), PRICE (PRODUCTS), TTC     *
      *        (INVREG), AMOUNT (SETTLE) OR DELTA (STKMOV)             *
      *      E;CDCEXTP;RUN SEQUENCE;NUMBER OF D ROWS                   *
      *    REGROLLP'S BROUGHT-FORWARD ROWS SUMMARISE RECORDS ALREADY   *
      *    EXTRACTED AND ARE NOT SENT                                  *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      RUNDATE=YYYY-MM-DD  DEFAULT DATEPROG'S BUSINESS DATE      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINVREG  ASSIGN TO FICINVREG
               FILE STATUS IS FS-INVREG.
           SELECT FSETTLE  ASSIGN TO FICSETTLE
               FILE STATUS IS FS-SETTLE.
           SELECT FSTKMOV  ASSIGN TO FICSTKMOV
               FILE STATUS IS FS-STKMOV.
           SELECT FCDCWM   ASSIGN TO FICCDCWM
               FILE STATUS IS FS-CDCWM.
           SELECT FCDCSNP  ASSIGN TO FICCDCSNP
               FILE STATUS IS FS-CDCSNP.
           SELECT FCDCWMN  ASSIGN TO FICCDCWMN.
           SELECT FCDCSNPN ASSIGN TO FICCDCSNPN.
           SELECT FCDCEXT  ASSIGN TO FICCDCEXT.

       DATA DIVISION.
       FILE SECTION.
      ** FINVREG - THE INVOICE REGISTER PART3BP APPENDS **
       FD FINVREG.
       01 ENR-INVREG.
          05 IR-INV-NO      PIC 9(8).
          05 IR-O-NO        PIC X(7).
          05 IR-C-NO        PIC X(3).
          05 IR-INV-DATE    PIC X(10).
          05 IR-TOTAL-HT    PIC S9(7)V9(2).
          05 IR-TOTAL-TAX   PIC S9(7)V9(2).
          05 IR-TOTAL-TTC   PIC S9(7)V9(2).
          05 IR-CREDIT-MEMO PIC X(1).
          05 IR-TOTAL-GROSS PIC S9(7)V9(2).
          05 IR-DUE-DATE    PIC X(10).
          05 IR-CURRENCY    PIC X(3).
          05 FILLER         PIC X(2).

      ** FSETTLE - THE SETTLEMENT LEDGER ; 'F' IS REGROLLP'S        **
      ** BROUGHT-FORWARD SUMMARY OF A CUSTOMER                      **
       FD FSETTLE.
       01 ENR-SETTLE.
          05 SET-INV-NO    PIC 9(8).
          05 SET-PAY-DATE  PIC X(10).
          05 SET-AMOUNT    PIC S9(7)V9(2).
          05 SET-RELIEF    PIC S9(7)V9(2).
          05 SET-TYPE      PIC X(1).
          05 SET-C-NO      PIC X(3).
          05 FILLER        PIC X(40).

      ** FSTKMOV - THE STOCK MOVEMENT JOURNAL **
       FD FSTKMOV.
       COPY STKMOV.

      ** FCDCWM - REGISTER WATERMARKS OF THE LAST SUCCESSFUL RUN **
       FD FCDCWM.
       COPY CDCWM.

      ** FCDCSNP - TABLE SNAPSHOT OF THE LAST SUCCESSFUL RUN **
       FD FCDCSNP.
       COPY CDCSNP.

      ** FCDCWMN, FCDCSNPN - THE SAME, AS OF THIS RUN **
       FD FCDCWMN.
       01 ENR-CDCWMN      PIC X(120).

       FD FCDCSNPN.
       01 ENR-CDCSNPN     PIC X(230).

      ** FCDCEXT - THE EXTRACT FOR THE WAREHOUSE **
       FD FCDCEXT.
       01 ENR-CDCEXT      PIC X(250).

       WORKING-STORAGE SECTION.
      *** STATUTS ET FINS DE FICHIERS ***
       77 FS-INVREG       PIC 99 VALUE 0.
       77 FS-SETTLE       PIC 99 VALUE 0.
       77 FS-STKMOV       PIC 99 VALUE 0.
       77 FS-CDCWM        PIC 99 VALUE 0.
       77 FS-CDCSNP       PIC 99 VALUE 0.
       77 WS-EOF          PIC 9  VALUE 0.
            88 FF-INPUT         VALUE 1.
       77 WS-SNP-EOF      PIC 9  VALUE 0.
            88 FF-SNAPSHOT      VALUE 1.

      *** VARIABLES FONCTION ABEND-PROG ***
       77 WS-ANO PIC 9 VALUE ZERO.
       77 WS-VAR PIC 9 VALUE ZERO.
       77 WS-ABEND-CODE PIC 9(02) VALUE 0.
       01 ED-SQLCODE      PIC +Z(8)9.

      *** SYSIN PARAMETERS, THROUGH THE PARMPRS CARD PARSER ***
       COPY PARMBLK.
       77 AC-RUN-DATE     PIC X(10) VALUE SPACES.

      *** VERROUS ET HISTORIQUE D'EXECUTION ***
       77 WS-WIN-PGM      PIC X(8) VALUE 'CHAINWIN'.
       77 WS-OWN-PGM      PIC X(8) VALUE 'CDCEXTP '.
       77 WS-LK-ACTION    PIC X(1) VALUE 'Q'.
       77 WS-LK-RESULT    PIC X(4) VALUE SPACES.
       77 WS-RH-PHASE     PIC X(1) VALUE 'S'.
       77 WS-RH-INPUTS    PIC X(30) VALUE
             'FICINVREG FICSETTLE FICSTKMOV'.
       77 WS-RH-RC        PIC 9(4) VALUE 0.

      *** DERNIERE EXTRACTION REUSSIE ***
       77 WS-PREV-RUN-DATE PIC X(10) VALUE SPACES.
       77 WS-PREV-RUN-SEQ PIC 9(7) VALUE 0.
       77 WS-RUN-SEQ      PIC 9(7) VALUE 0.
       77 WS-NO-SNAPSHOT  PIC X(1) VALUE 'N'.
            88 SNAPSHOT-MISSING VALUE 'Y'.
       77 WS-WARNED       PIC X(1) VALUE 'N'.
            88 RUN-WARNED       VALUE 'Y'.

      *** FILIGRANES DES REGISTRES (MEME FORME QUE CDCWM) ***
       77 WMT-IDX         PIC S9(4) COMP VALUE 0.
       01 WM-TAB.
          05 WMT-ENTRY OCCURS 3 TIMES.
             10 WMT-REGISTER  PIC X(9).
             10 WMT-RUN-DATE  PIC X(10).
             10 WMT-RUN-SEQ   PIC 9(7).
             10 WMT-REC-COUNT PIC 9(9).
             10 WMT-LAST-REC  PIC X(80).
             10 FILLER        PIC X(5).

      *** REGISTRE EN COURS ***
       77 WS-REG-IDX      PIC S9(4) COMP VALUE 0.
       77 WS-REG-POS      PIC 9(9) VALUE 0.
       77 WS-REG-REC      PIC X(80) VALUE SPACES.
       77 WS-REG-LAST     PIC X(80) VALUE SPACES.
       77 WS-REG-DATE     PIC X(10) VALUE SPACES.
       77 WS-REG-OPEN     PIC X(1) VALUE 'N'.
            88 REGISTER-OPEN    VALUE 'Y'.
       77 WS-REG-ROLLED   PIC X(1) VALUE 'N'.
            88 REGISTER-ROLLED  VALUE 'Y'.
       77 WS-REG-BFWD     PIC X(1) VALUE 'N'.
            88 BROUGHT-FORWARD  VALUE 'Y'.

      *** ENTITES DE L'EXTRACTION ET TOTAUX DE CONTROLE ***
      *** 1-4 LES TABLES, DANS L'ORDRE DU CLICHE ; 5-7 LES REGISTRES ***
       77 ENT-IDX         PIC S9(4) COMP VALUE 0.
       01 ENT-TAB.
          05 ENT-ENTRY OCCURS 7 TIMES.
             10 ENT-NAME      PIC X(9).
             10 ENT-INSERTED  PIC 9(7).
             10 ENT-UPDATED   PIC 9(7).
             10 ENT-DELETED   PIC 9(7).
             10 ENT-HASH      PIC S9(13)V9(2).
       77 CNT-DETAIL      PIC 9(9) VALUE 0.
       77 CNT-ARCHIVED    PIC 9(7) VALUE 0.

      *** LIGNE COURANTE : LA TABLE (MEME FORME QUE CDCSNP) ***
       77 WS-TABLE        PIC 9(1) VALUE 0.
       01 WS-CUR-ROW.
          05 CUR-TABLE      PIC 9(1).
          05 CUR-KEY        PIC X(12).
          05 CUR-HASH       PIC S9(11)V9(2).
          05 CUR-IMAGE      PIC X(200).
          05 FILLER         PIC X(4).
       77 WS-OLD-KEY      PIC X(12) VALUE SPACES.
       77 WS-OP           PIC X(1) VALUE SPACE.
       77 WS-ROW-IMAGE    PIC X(200) VALUE SPACES.
       77 WS-ROW-HASH     PIC S9(11)V9(2) VALUE 0.

      *** ZONES D'EDITION DES LIGNES ***
       01 ED-O-NO         PIC 9(9).
       77 WS-KEY-O-NO     PIC 9(9) VALUE 0.
       77 WS-ARC-O-NO     PIC S9(9) COMP VALUE 0.
       77 WS-ARC-CNT      PIC S9(9) COMP VALUE 0.
       01 ED-QTY          PIC +9(5).
       01 ED-PRICE        PIC +9(3),99.
       01 ED-COST         PIC +9(3),99.
       01 ED-ON-HAND      PIC +9(9).
       01 ED-AMT-1        PIC +9(7),99.
       01 ED-AMT-2        PIC +9(7),99.
       01 ED-AMT-3        PIC +9(7),99.
       01 ED-AMT-4        PIC +9(7),99.
       01 ED-DELTA        PIC +9(8).
       01 ED-BALANCE      PIC +9(7).
       77 WS-TXT-COMPANY  PIC X(30) VALUE SPACES.
       77 WS-TXT-ADDRESS  PIC X(40) VALUE SPACES.
       77 WS-TXT-CITY     PIC X(20) VALUE SPACES.
       77 WS-TXT-DESC     PIC X(30) VALUE SPACES.

      *** EN-TETE, QUEUE ET FIN DE L'EXTRACTION ***
       01 ED-RUN-SEQ      PIC 9(7).
       01 ED-CNT-1        PIC 9(7).
       01 ED-CNT-2        PIC 9(7).
       01 ED-CNT-3        PIC 9(7).
       01 ED-HASH         PIC +9(13),99.
       01 ED-DETAIL       PIC 9(9).

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE ORD      END-EXEC
           EXEC SQL INCLUDE ITE      END-EXEC
           EXEC SQL INCLUDE CUS      END-EXEC
           EXEC SQL INCLUDE PRO      END-EXEC

      *** UN CURSEUR PAR TABLE, DANS L'ORDRE DES CLES DU CLICHE ***
           EXEC SQL
              DECLARE CORD CURSOR
              FOR
              SELECT O_NO, S_NO, C_NO, O_DATE, REGION, WH, SHIP_TO
              FROM APIX.ORDERS
              ORDER BY O_NO
           END-EXEC
           EXEC SQL
              DECLARE CITE CURSOR
              FOR
              SELECT O_NO, P_NO, QUANTITY, PRICE, REQ_DATE, UOM,
                     LOT_NO
              FROM APIX.ITEMS
              ORDER BY O_NO, P_NO
           END-EXEC
           EXEC SQL
              DECLARE CCUS CURSOR
              FOR
              SELECT C_NO, COMPANY, ADDRESS, CITY, STATE, ZIP,
                     BALANCE, CREDIT_LIMIT, STATUS, TERMS, CURRENCY,
                     PREPAY, PARENT_C_NO, GROUP_LIMIT, LANG,
                     TAX_EXEMPT, CERT_NO
              FROM APIX.CUSTOMERS
              ORDER BY C_NO
           END-EXEC
           EXEC SQL
              DECLARE CPRO CURSOR
              FOR
              SELECT P_NO, DESCRIPTION, CATEGORY, STATUS, ON_HAND,
                     COST, PRICE, DEVISE
              FROM APIX.PRODUCTS
              ORDER BY P_NO
           END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** CDCEXTP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

      ** THE EXTRACT READS WHAT THE CHAIN APPENDS : NOT WHILE IT RUNS **
           MOVE 'Q' TO WS-LK-ACTION
           CALL 'RUNLOCK' USING WS-WIN-PGM WS-LK-ACTION WS-LK-RESULT
           IF WS-LK-RESULT = 'HELD'
              DISPLAY '*** BATCH WINDOW OPEN - CDCEXTP REFUSED,'
                      ' RERUN AFTER THE CHAIN ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'L' TO WS-LK-ACTION
           MOVE SPACES TO WS-LK-RESULT
           CALL 'RUNLOCK' USING WS-OWN-PGM WS-LK-ACTION WS-LK-RESULT
           IF WS-LK-RESULT = 'HELD'
              DISPLAY '*** CDCEXTP ALREADY RUNNING - REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'S' TO WS-RH-PHASE
           MOVE 0   TO WS-RH-RC
           CALL 'RUNHIST' USING WS-OWN-PGM WS-RH-PHASE
                                WS-RH-INPUTS WS-RH-RC

           PERFORM SET-UP-ENTITIES
           PERFORM LOAD-WATERMARKS
           OPEN OUTPUT FCDCEXT
           PERFORM WRITE-EXTRACT-HEADER

           OPEN OUTPUT FCDCSNPN
           OPEN INPUT FCDCSNP
           IF FS-CDCSNP = 0
              PERFORM READ-SNAPSHOT
           ELSE
              SET FF-SNAPSHOT TO TRUE
              SET SNAPSHOT-MISSING TO TRUE
              IF WS-PREV-RUN-DATE NOT = SPACES
                 DISPLAY '*** NO TABLE SNAPSHOT : EVERY ROW SENT AS'
                         ' INSERTED ***'
                 SET RUN-WARNED TO TRUE
              END-IF
           END-IF
           PERFORM VARYING WS-TABLE FROM 1 BY 1 UNTIL WS-TABLE > 4
              PERFORM EXTRACT-TABLE
           END-PERFORM
           IF NOT SNAPSHOT-MISSING
              CLOSE FCDCSNP
           END-IF
           CLOSE FCDCSNPN

           PERFORM VARYING WS-REG-IDX FROM 1 BY 1 UNTIL WS-REG-IDX > 3
              PERFORM EXTRACT-REGISTER
           END-PERFORM

           PERFORM WRITE-EXTRACT-TRAILER
           CLOSE FCDCEXT
           PERFORM WRITE-WATERMARKS

           DISPLAY 'EXTRACT RUN               : ' WS-RUN-SEQ
                   ' OF ' AC-RUN-DATE
           DISPLAY 'CHANGES SINCE             : ' WS-PREV-RUN-DATE
           PERFORM VARYING ENT-IDX FROM 1 BY 1 UNTIL ENT-IDX > 7
              DISPLAY ENT-NAME(ENT-IDX)
                      ' INSERTED '  ENT-INSERTED(ENT-IDX)
                      ' UPDATED '   ENT-UPDATED(ENT-IDX)
                      ' DELETED '   ENT-DELETED(ENT-IDX)
           END-PERFORM
           DISPLAY 'ROWS ARCHIVED (OP A)      : ' CNT-ARCHIVED
           DISPLAY 'DETAIL ROWS EXTRACTED     : ' CNT-DETAIL
           IF RUN-WARNED
              MOVE 4 TO WS-RH-RC
           ELSE
              MOVE 0 TO WS-RH-RC
           END-IF

           MOVE 'E' TO WS-RH-PHASE
           CALL 'RUNHIST' USING WS-OWN-PGM WS-RH-PHASE
                                WS-RH-INPUTS WS-RH-RC
           MOVE 'R' TO WS-LK-ACTION
           CALL 'RUNLOCK' USING WS-OWN-PGM WS-LK-ACTION WS-LK-RESULT
           MOVE WS-RH-RC TO RETURN-CODE
           GOBACK.

      ********************************************
      * PARAGRAPHES                              *
      ********************************************
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 1 TO PARM-COUNT
           MOVE 'RUNDATE'  TO PARM-KEYWORD(1)
           MOVE 'D'        TO PARM-TYPE(1)
           MOVE 'N'        TO PARM-REQUIRED(1)
           MOVE SPACES     TO PARM-DEFAULT(1)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              MOVE PARM-VALUE(1)(1:10) TO AC-RUN-DATE
           END-IF
           IF AC-RUN-DATE = SPACES
              CALL 'DATEBISO' USING AC-RUN-DATE
           END-IF
           .

       SET-UP-ENTITIES.
           INITIALIZE ENT-TAB
           MOVE 'ORDERS'    TO ENT-NAME(1)
           MOVE 'ITEMS'     TO ENT-NAME(2)
           MOVE 'CUSTOMERS' TO ENT-NAME(3)
           MOVE 'PRODUCTS'  TO ENT-NAME(4)
           MOVE 'INVREG'    TO ENT-NAME(5)
           MOVE 'SETTLE'    TO ENT-NAME(6)
           MOVE 'STKMOV'    TO ENT-NAME(7)
           INITIALIZE WM-TAB
           MOVE 'INVREG'    TO WMT-REGISTER(1)
           MOVE 'SETTLE'    TO WMT-REGISTER(2)
           MOVE 'STKMOV'    TO WMT-REGISTER(3)
           .

      ** LOAD-WATERMARKS - where each register stood at the last    **
      ** successful run ; no file is a first run                    **
       LOAD-WATERMARKS.
           OPEN INPUT FCDCWM
           IF FS-CDCWM NOT = 0
              DISPLAY 'NO WATERMARKS - FIRST EXTRACT, EVERYTHING SENT'
              MOVE 1 TO WS-RUN-SEQ
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL FF-INPUT
              READ FCDCWM
                 AT END
                    SET FF-INPUT TO TRUE
                 NOT AT END
                    PERFORM VARYING WMT-IDX FROM 1 BY 1
                            UNTIL WMT-IDX > 3
                       IF WMT-REGISTER(WMT-IDX) = WM-REGISTER
                          MOVE ST-CDCWM TO WMT-ENTRY(WMT-IDX)
                       END-IF
                    END-PERFORM
                    IF WM-RUN-SEQ > WS-PREV-RUN-SEQ
                       MOVE WM-RUN-SEQ  TO WS-PREV-RUN-SEQ
                       MOVE WM-RUN-DATE TO WS-PREV-RUN-DATE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FCDCWM
           COMPUTE WS-RUN-SEQ = WS-PREV-RUN-SEQ + 1
           .

       WRITE-EXTRACT-HEADER.
           MOVE WS-RUN-SEQ TO ED-RUN-SEQ
           MOVE SPACES TO ENR-CDCEXT
           STRING 'H;CDCEXTP;01;'  DELIMITED BY SIZE
                  AC-RUN-DATE      DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  ED-RUN-SEQ       DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  WS-PREV-RUN-DATE DELIMITED BY SIZE
             INTO ENR-CDCEXT
           END-STRING
           WRITE ENR-CDCEXT
           .

      ** EXTRACT-TABLE - the table in key order against its rows in **
      ** the old snapshot : a key only in the table is inserted,    **
      ** one only in the snapshot deleted, one in both with another **
      ** image updated. Every table row goes to the new snapshot    **
       EXTRACT-TABLE.
           PERFORM OPEN-TABLE-CURSOR
           PERFORM FETCH-TABLE-ROW
           PERFORM SET-OLD-KEY
           PERFORM UNTIL CUR-KEY = HIGH-VALUES AND
                         WS-OLD-KEY = HIGH-VALUES
              EVALUATE TRUE
                 WHEN CUR-KEY < WS-OLD-KEY
                    MOVE 'I'       TO WS-OP
                    MOVE CUR-IMAGE TO WS-ROW-IMAGE
                    MOVE CUR-HASH  TO WS-ROW-HASH
                    PERFORM WRITE-TABLE-DETAIL
                    WRITE ENR-CDCSNPN FROM WS-CUR-ROW
                    PERFORM FETCH-TABLE-ROW
                 WHEN CUR-KEY > WS-OLD-KEY
                    PERFORM SET-DELETE-OP
                    MOVE SNP-IMAGE TO WS-ROW-IMAGE
                    MOVE SNP-HASH  TO WS-ROW-HASH
                    PERFORM WRITE-TABLE-DETAIL
                    PERFORM READ-SNAPSHOT
                    PERFORM SET-OLD-KEY
                 WHEN OTHER
                    IF CUR-IMAGE NOT = SNP-IMAGE
                       MOVE 'U'       TO WS-OP
                       MOVE CUR-IMAGE TO WS-ROW-IMAGE
                       MOVE CUR-HASH  TO WS-ROW-HASH
                       PERFORM WRITE-TABLE-DETAIL
                    END-IF
                    WRITE ENR-CDCSNPN FROM WS-CUR-ROW
                    PERFORM FETCH-TABLE-ROW
                    PERFORM READ-SNAPSHOT
                    PERFORM SET-OLD-KEY
              END-EVALUATE
           END-PERFORM
           PERFORM CLOSE-TABLE-CURSOR
           .

       READ-SNAPSHOT.
           IF NOT FF-SNAPSHOT
              READ FCDCSNP
                 AT END
                    SET FF-SNAPSHOT TO TRUE
              END-READ
           END-IF
           .

      ** SET-OLD-KEY - the snapshot key of the table in hand, high  **
      ** values once the snapshot is past it                        **
       SET-OLD-KEY.
           IF FF-SNAPSHOT OR SNP-TABLE NOT = WS-TABLE
              MOVE HIGH-VALUES TO WS-OLD-KEY
           ELSE
              MOVE SNP-KEY TO WS-OLD-KEY
           END-IF
           .

      ** SET-DELETE-OP - an order (or its items) no longer live but  **
      ** on the archive tables was moved there by ARCHIVP : 'A'     **
       SET-DELETE-OP.
           MOVE 'D' TO WS-OP
           IF WS-TABLE > 2
              EXIT PARAGRAPH
           END-IF
           MOVE SNP-KEY(1:9) TO WS-KEY-O-NO
           MOVE WS-KEY-O-NO  TO WS-ARC-O-NO
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-ARC-CNT
              FROM APIX.ORDERS_ARCH
              WHERE O_NO = :WS-ARC-O-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           IF WS-ARC-CNT > 0
              MOVE 'A' TO WS-OP
              ADD 1 TO CNT-ARCHIVED
           END-IF
           .

       OPEN-TABLE-CURSOR.
           EVALUATE WS-TABLE
              WHEN 1
                 EXEC SQL OPEN CORD END-EXEC
              WHEN 2
                 EXEC SQL OPEN CITE END-EXEC
              WHEN 3
                 EXEC SQL OPEN CCUS END-EXEC
              WHEN 4
                 EXEC SQL OPEN CPRO END-EXEC
           END-EVALUATE
           PERFORM TEST-SQLCODE
           .

       CLOSE-TABLE-CURSOR.
           EVALUATE WS-TABLE
              WHEN 1
                 EXEC SQL CLOSE CORD END-EXEC
              WHEN 2
                 EXEC SQL CLOSE CITE END-EXEC
              WHEN 3
                 EXEC SQL CLOSE CCUS END-EXEC
              WHEN 4
                 EXEC SQL CLOSE CPRO END-EXEC
           END-EVALUATE
           .

      ** FETCH-TABLE-ROW - the next row as its snapshot row : key,  **
      ** hash amount and delimited image ; high values at the end   **
       FETCH-TABLE-ROW.
           EVALUATE WS-TABLE
              WHEN 1
                 PERFORM FETCH-CORD
              WHEN 2
                 PERFORM FETCH-CITE
              WHEN 3
                 PERFORM FETCH-CCUS
              WHEN 4
                 PERFORM FETCH-CPRO
           END-EVALUATE
           PERFORM TEST-SQLCODE
           MOVE SPACES   TO WS-CUR-ROW
           MOVE WS-TABLE TO CUR-TABLE
           MOVE ZERO     TO CUR-HASH
           IF SQLCODE = +100
              MOVE HIGH-VALUES TO CUR-KEY
              EXIT PARAGRAPH
           END-IF
           EVALUATE WS-TABLE
              WHEN 1
                 PERFORM BUILD-ORDERS-ROW
              WHEN 2
                 PERFORM BUILD-ITEMS-ROW
              WHEN 3
                 PERFORM BUILD-CUSTOMERS-ROW
              WHEN 4
                 PERFORM BUILD-PRODUCTS-ROW
           END-EVALUATE
           .

       FETCH-CORD.
           EXEC SQL
              FETCH CORD
              INTO :ORD-O-NO, :ORD-S-NO, :ORD-C-NO, :ORD-O-DATE,
                   :ORD-REGION, :ORD-WH, :ORD-SHIP-TO
           END-EXEC
           .

       FETCH-CITE.
           EXEC SQL
              FETCH CITE
              INTO :ITE-O-NO, :ITE-P-NO, :ITE-QUANTITY, :ITE-PRICE,
                   :ITE-REQ-DATE, :ITE-UOM, :ITE-LOT-NO
           END-EXEC
           .

       FETCH-CCUS.
           EXEC SQL
              FETCH CCUS
              INTO :CUS-C-NO, :CUS-COMPANY, :CUS-ADDRESS, :CUS-CITY,
                   :CUS-STATE, :CUS-ZIP, :CUS-BALANCE,
                   :CUS-CREDIT-LIMIT, :CUS-STATUS, :CUS-TERMS,
                   :CUS-CURRENCY, :CUS-PREPAY, :CUS-PARENT-C-NO,
                   :CUS-GROUP-LIMIT, :CUS-LANG, :CUS-TAX-EXEMPT,
                   :CUS-CERT-NO
           END-EXEC
           .

       FETCH-CPRO.
           EXEC SQL
              FETCH CPRO
              INTO :PRO-P-NO, :PRO-DESCRIPTION, :PRO-CATEGORY,
                   :PRO-STATUS, :PRO-ON-HAND, :PRO-COST, :PRO-PRICE,
                   :PRO-DEVISE
           END-EXEC
           .

       BUILD-ORDERS-ROW.
           MOVE ORD-O-NO TO ED-O-NO
           MOVE ED-O-NO  TO CUR-KEY
           MOVE ORD-O-NO TO CUR-HASH
           STRING ED-O-NO     DELIMITED BY SIZE
                  ';'         DELIMITED BY SIZE
                  ORD-S-NO    DELIMITED BY SIZE
                  ';'         DELIMITED BY SIZE
                  ORD-C-NO    DELIMITED BY SIZE
                  ';'         DELIMITED BY SIZE
                  ORD-O-DATE  DELIMITED BY SIZE
                  ';'         DELIMITED BY SIZE
                  ORD-REGION  DELIMITED BY SIZE
                  ';'         DELIMITED BY SIZE
                  ORD-WH      DELIMITED BY SIZE
                  ';'         DELIMITED BY SIZE
                  ORD-SHIP-TO DELIMITED BY SIZE
             INTO CUR-IMAGE
           END-STRING
           .

       BUILD-ITEMS-ROW.
           MOVE ITE-O-NO     TO ED-O-NO
           STRING ED-O-NO    DELIMITED BY SIZE
                  ITE-P-NO   DELIMITED BY SIZE
             INTO CUR-KEY
           END-STRING
           COMPUTE CUR-HASH = ITE-QUANTITY * ITE-PRICE
           MOVE ITE-QUANTITY TO ED-QTY
           MOVE ITE-PRICE    TO ED-PRICE
           STRING ED-O-NO      DELIMITED BY SIZE
                  ';'          DELIMITED BY SIZE
                  ITE-P-NO     DELIMITED BY SIZE
                  ';'          DELIMITED BY SIZE
                  ED-QTY       DELIMITED BY SIZE
                  ';'          DELIMITED BY SIZE
                  ED-PRICE     DELIMITED BY SIZE
                  ';'          DELIMITED BY SIZE
                  ITE-REQ-DATE DELIMITED BY SIZE
                  ';'          DELIMITED BY SIZE
                  ITE-UOM      DELIMITED BY SIZE
                  ';'          DELIMITED BY SIZE
                  ITE-LOT-NO   DELIMITED BY SIZE
             INTO CUR-IMAGE
           END-STRING
           .

       BUILD-CUSTOMERS-ROW.
           MOVE CUS-C-NO TO CUR-KEY
           MOVE CUS-BALANCE TO CUR-HASH
           MOVE SPACES TO WS-TXT-COMPANY WS-TXT-ADDRESS WS-TXT-CITY
           IF CUS-COMPANY-LEN > 0
              MOVE CUS-COMPANY-TEXT(1:CUS-COMPANY-LEN)
                TO WS-TXT-COMPANY
           END-IF
           IF CUS-ADDRESS-LEN > 0
              MOVE CUS-ADDRESS-TEXT(1:CUS-ADDRESS-LEN)
                TO WS-TXT-ADDRESS
           END-IF
           IF CUS-CITY-LEN > 0
              MOVE CUS-CITY-TEXT(1:CUS-CITY-LEN) TO WS-TXT-CITY
           END-IF
           INSPECT WS-TXT-COMPANY REPLACING ALL ';' BY ','
           INSPECT WS-TXT-ADDRESS REPLACING ALL ';' BY ','
           INSPECT WS-TXT-CITY    REPLACING ALL ';' BY ','
           MOVE CUS-BALANCE      TO ED-AMT-1
           MOVE CUS-CREDIT-LIMIT TO ED-AMT-2
           MOVE CUS-GROUP-LIMIT  TO ED-AMT-3
           STRING CUS-C-NO        DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  WS-TXT-COMPANY  DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  WS-TXT-ADDRESS  DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  WS-TXT-CITY     DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  CUS-STATE       DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  CUS-ZIP         DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  ED-AMT-1        DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  ED-AMT-2        DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  CUS-STATUS      DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  CUS-TERMS       DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  CUS-CURRENCY    DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  CUS-PREPAY      DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  CUS-PARENT-C-NO DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  ED-AMT-3        DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  CUS-LANG        DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  CUS-TAX-EXEMPT  DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  CUS-CERT-NO     DELIMITED BY SIZE
             INTO CUR-IMAGE
           END-STRING
           .

       BUILD-PRODUCTS-ROW.
           MOVE PRO-P-NO  TO CUR-KEY
           MOVE PRO-PRICE TO CUR-HASH
           MOVE SPACES TO WS-TXT-DESC
           IF PRO-DESCRIPTION-LEN > 0
              MOVE PRO-DESCRIPTION-TEXT(1:PRO-DESCRIPTION-LEN)
                TO WS-TXT-DESC
           END-IF
           INSPECT WS-TXT-DESC REPLACING ALL ';' BY ','
           MOVE PRO-ON-HAND TO ED-ON-HAND
           MOVE PRO-COST    TO ED-COST
           MOVE PRO-PRICE   TO ED-PRICE
           STRING PRO-P-NO     DELIMITED BY SIZE
                  ';'          DELIMITED BY SIZE
                  WS-TXT-DESC  DELIMITED BY SIZE
                  ';'          DELIMITED BY SIZE
                  PRO-CATEGORY DELIMITED BY SIZE
                  ';'          DELIMITED BY SIZE
                  PRO-STATUS   DELIMITED BY SIZE
                  ';'          DELIMITED BY SIZE
                  ED-ON-HAND   DELIMITED BY SIZE
                  ';'          DELIMITED BY SIZE
                  ED-COST      DELIMITED BY SIZE
                  ';'          DELIMITED BY SIZE
                  ED-PRICE     DELIMITED BY SIZE
                  ';'          DELIMITED BY SIZE
                  PRO-DEVISE   DELIMITED BY SIZE
             INTO CUR-IMAGE
           END-STRING
           .

       WRITE-TABLE-DETAIL.
           MOVE WS-TABLE TO ENT-IDX
           PERFORM WRITE-DETAIL
           .

      ** WRITE-DETAIL - one D row of entity ENT-IDX, counted and    **
      ** hashed for its trailer                                     **
       WRITE-DETAIL.
           MOVE SPACES TO ENR-CDCEXT
           STRING 'D;'              DELIMITED BY SIZE
                  ENT-NAME(ENT-IDX) DELIMITED BY SPACE
                  ';'               DELIMITED BY SIZE
                  WS-OP             DELIMITED BY SIZE
                  ';'               DELIMITED BY SIZE
                  WS-ROW-IMAGE      DELIMITED BY SIZE
             INTO ENR-CDCEXT
           END-STRING
           WRITE ENR-CDCEXT
           ADD 1 TO CNT-DETAIL
           EVALUATE WS-OP
              WHEN 'I'
                 ADD 1 TO ENT-INSERTED(ENT-IDX)
              WHEN 'U'
                 ADD 1 TO ENT-UPDATED(ENT-IDX)
              WHEN OTHER
                 ADD 1 TO ENT-DELETED(ENT-IDX)
           END-EVALUATE
           ADD WS-ROW-HASH TO ENT-HASH(ENT-IDX)
           .

      ** EXTRACT-REGISTER - the records appended since the           **
      ** watermark. The record at the watermark must be the one      **
      ** seen last time ; if not, or if the file is now shorter, it  **
      ** was rolled over and what is dated after the last run is     **
      ** taken instead                                               **
       EXTRACT-REGISTER.
           COMPUTE ENT-IDX = WS-REG-IDX + 4
           PERFORM OPEN-REGISTER
           IF NOT REGISTER-OPEN
              DISPLAY '*** ' WMT-REGISTER(WS-REG-IDX)
                      ' NOT READABLE - NOTHING EXTRACTED, WATERMARK'
                      ' KEPT ***'
              SET RUN-WARNED TO TRUE
              EXIT PARAGRAPH
           END-IF
           MOVE 0      TO WS-REG-POS
           MOVE SPACES TO WS-REG-LAST
           MOVE 'N'    TO WS-REG-ROLLED
           MOVE 0      TO WS-EOF

           IF WMT-REC-COUNT(WS-REG-IDX) > 0
              PERFORM READ-REGISTER
              PERFORM UNTIL FF-INPUT OR
                            WS-REG-POS = WMT-REC-COUNT(WS-REG-IDX)
                 PERFORM READ-REGISTER
              END-PERFORM
              IF FF-INPUT OR
                 WS-REG-REC NOT = WMT-LAST-REC(WS-REG-IDX)
                 SET REGISTER-ROLLED TO TRUE
              END-IF
           END-IF

           IF REGISTER-ROLLED
              DISPLAY '*** ' WMT-REGISTER(WS-REG-IDX)
                      ' ROLLED OVER SINCE THE LAST EXTRACT - RECORDS'
                      ' DATED AFTER ' WMT-RUN-DATE(WS-REG-IDX)
                      ' TAKEN ***'
              SET RUN-WARNED TO TRUE
              PERFORM CLOSE-REGISTER
              PERFORM OPEN-REGISTER
              MOVE 0      TO WS-REG-POS
              MOVE SPACES TO WS-REG-LAST
              MOVE 0      TO WS-EOF
           END-IF

           PERFORM READ-REGISTER
           PERFORM UNTIL FF-INPUT
              PERFORM TAKE-REGISTER-RECORD
              PERFORM READ-REGISTER
           END-PERFORM
           PERFORM CLOSE-REGISTER

           MOVE AC-RUN-DATE TO WMT-RUN-DATE(WS-REG-IDX)
           MOVE WS-RUN-SEQ  TO WMT-RUN-SEQ(WS-REG-IDX)
           MOVE WS-REG-POS  TO WMT-REC-COUNT(WS-REG-IDX)
           MOVE WS-REG-LAST TO WMT-LAST-REC(WS-REG-IDX)
           .

      ** TAKE-REGISTER-RECORD - a brought-forward row is never sent ; **
      ** after a roll-over only what is dated after the last run is  **
       TAKE-REGISTER-RECORD.
           MOVE 'N' TO WS-REG-BFWD
           EVALUATE WS-REG-IDX
              WHEN 1
                 MOVE IR-INV-DATE  TO WS-REG-DATE
              WHEN 2
                 MOVE SET-PAY-DATE TO WS-REG-DATE
                 IF SET-TYPE = 'F'
                    SET BROUGHT-FORWARD TO TRUE
                 END-IF
              WHEN 3
                 MOVE MOV-DATE     TO WS-REG-DATE
                 IF MOV-PGM = 'REGROLLP'
                    SET BROUGHT-FORWARD TO TRUE
                 END-IF
           END-EVALUATE
           IF BROUGHT-FORWARD
              EXIT PARAGRAPH
           END-IF
           IF REGISTER-ROLLED AND
              WS-REG-DATE NOT > WMT-RUN-DATE(WS-REG-IDX)
              EXIT PARAGRAPH
           END-IF
           MOVE 'I'    TO WS-OP
           MOVE SPACES TO WS-ROW-IMAGE
           EVALUATE WS-REG-IDX
              WHEN 1
                 PERFORM BUILD-INVREG-ROW
              WHEN 2
                 PERFORM BUILD-SETTLE-ROW
              WHEN 3
                 PERFORM BUILD-STKMOV-ROW
           END-EVALUATE
           PERFORM WRITE-DETAIL
           .

       BUILD-INVREG-ROW.
           MOVE IR-TOTAL-TTC TO WS-ROW-HASH
           MOVE IR-TOTAL-HT    TO ED-AMT-1
           MOVE IR-TOTAL-TAX   TO ED-AMT-2
           MOVE IR-TOTAL-TTC   TO ED-AMT-3
           MOVE IR-TOTAL-GROSS TO ED-AMT-4
           STRING IR-INV-NO      DELIMITED BY SIZE
                  ';'            DELIMITED BY SIZE
                  IR-O-NO        DELIMITED BY SIZE
                  ';'            DELIMITED BY SIZE
                  IR-C-NO        DELIMITED BY SIZE
                  ';'            DELIMITED BY SIZE
                  IR-INV-DATE    DELIMITED BY SIZE
                  ';'            DELIMITED BY SIZE
                  ED-AMT-1       DELIMITED BY SIZE
                  ';'            DELIMITED BY SIZE
                  ED-AMT-2       DELIMITED BY SIZE
                  ';'            DELIMITED BY SIZE
                  ED-AMT-3       DELIMITED BY SIZE
                  ';'            DELIMITED BY SIZE
                  IR-CREDIT-MEMO DELIMITED BY SIZE
                  ';'            DELIMITED BY SIZE
                  ED-AMT-4       DELIMITED BY SIZE
                  ';'            DELIMITED BY SIZE
                  IR-DUE-DATE    DELIMITED BY SIZE
                  ';'            DELIMITED BY SIZE
                  IR-CURRENCY    DELIMITED BY SIZE
             INTO WS-ROW-IMAGE
           END-STRING
           .

       BUILD-SETTLE-ROW.
           MOVE SET-AMOUNT TO WS-ROW-HASH
           MOVE SET-AMOUNT TO ED-AMT-1
           MOVE SET-RELIEF TO ED-AMT-2
           STRING SET-INV-NO   DELIMITED BY SIZE
                  ';'          DELIMITED BY SIZE
                  SET-PAY-DATE DELIMITED BY SIZE
                  ';'          DELIMITED BY SIZE
                  ED-AMT-1     DELIMITED BY SIZE
                  ';'          DELIMITED BY SIZE
                  ED-AMT-2     DELIMITED BY SIZE
                  ';'          DELIMITED BY SIZE
                  SET-TYPE     DELIMITED BY SIZE
                  ';'          DELIMITED BY SIZE
                  SET-C-NO     DELIMITED BY SIZE
             INTO WS-ROW-IMAGE
           END-STRING
           .

       BUILD-STKMOV-ROW.
           MOVE MOV-DELTA   TO WS-ROW-HASH
           MOVE MOV-DELTA   TO ED-DELTA
           MOVE MOV-BALANCE TO ED-BALANCE
           STRING MOV-DATE    DELIMITED BY SIZE
                  ';'         DELIMITED BY SIZE
                  MOV-PGM     DELIMITED BY SIZE
                  ';'         DELIMITED BY SIZE
                  MOV-REF     DELIMITED BY SIZE
                  ';'         DELIMITED BY SIZE
                  MOV-P-NO    DELIMITED BY SIZE
                  ';'         DELIMITED BY SIZE
                  MOV-WH      DELIMITED BY SIZE
                  ';'         DELIMITED BY SIZE
                  ED-DELTA    DELIMITED BY SIZE
                  ';'         DELIMITED BY SIZE
                  ED-BALANCE  DELIMITED BY SIZE
             INTO WS-ROW-IMAGE
           END-STRING
           .

       OPEN-REGISTER.
           MOVE 'N' TO WS-REG-OPEN
           EVALUATE WS-REG-IDX
              WHEN 1
                 OPEN INPUT FINVREG
                 IF FS-INVREG = 0
                    SET REGISTER-OPEN TO TRUE
                 END-IF
              WHEN 2
                 OPEN INPUT FSETTLE
                 IF FS-SETTLE = 0
                    SET REGISTER-OPEN TO TRUE
                 END-IF
              WHEN 3
                 OPEN INPUT FSTKMOV
                 IF FS-STKMOV = 0
                    SET REGISTER-OPEN TO TRUE
                 END-IF
           END-EVALUATE
           .

       CLOSE-REGISTER.
           EVALUATE WS-REG-IDX
              WHEN 1
                 CLOSE FINVREG
              WHEN 2
                 CLOSE FSETTLE
              WHEN 3
                 CLOSE FSTKMOV
           END-EVALUATE
           .

      ** READ-REGISTER - the next record, counted ; the last one read **
      ** is the fingerprint the next run checks                       **
       READ-REGISTER.
           EVALUATE WS-REG-IDX
              WHEN 1
                 READ FINVREG INTO WS-REG-REC
                    AT END
                       SET FF-INPUT TO TRUE
                 END-READ
              WHEN 2
                 READ FSETTLE INTO WS-REG-REC
                    AT END
                       SET FF-INPUT TO TRUE
                 END-READ
              WHEN 3
                 READ FSTKMOV INTO WS-REG-REC
                    AT END
                       SET FF-INPUT TO TRUE
                 END-READ
           END-EVALUATE
           IF NOT FF-INPUT
              ADD 1 TO WS-REG-POS
              MOVE WS-REG-REC TO WS-REG-LAST
           END-IF
           .

       WRITE-EXTRACT-TRAILER.
           PERFORM VARYING ENT-IDX FROM 1 BY 1 UNTIL ENT-IDX > 7
              MOVE ENT-INSERTED(ENT-IDX) TO ED-CNT-1
              MOVE ENT-UPDATED(ENT-IDX)  TO ED-CNT-2
              MOVE ENT-DELETED(ENT-IDX)  TO ED-CNT-3
              MOVE ENT-HASH(ENT-IDX)     TO ED-HASH
              MOVE SPACES TO ENR-CDCEXT
              STRING 'T;'              DELIMITED BY SIZE
                     ENT-NAME(ENT-IDX) DELIMITED BY SPACE
                     ';'               DELIMITED BY SIZE
                     ED-CNT-1          DELIMITED BY SIZE
                     ';'               DELIMITED BY SIZE
                     ED-CNT-2          DELIMITED BY SIZE
                     ';'               DELIMITED BY SIZE
                     ED-CNT-3          DELIMITED BY SIZE
                     ';'               DELIMITED BY SIZE
                     ED-HASH           DELIMITED BY SIZE
                INTO ENR-CDCEXT
              END-STRING
              WRITE ENR-CDCEXT
           END-PERFORM
           MOVE CNT-DETAIL TO ED-DETAIL
           MOVE SPACES TO ENR-CDCEXT
           STRING 'E;CDCEXTP;'  DELIMITED BY SIZE
                  ED-RUN-SEQ    DELIMITED BY SIZE
                  ';'           DELIMITED BY SIZE
                  ED-DETAIL     DELIMITED BY SIZE
             INTO ENR-CDCEXT
           END-STRING
           WRITE ENR-CDCEXT
           .

      ** WRITE-WATERMARKS - where each register stands now ; an      **
      ** unreadable one keeps the watermark it had                   **
       WRITE-WATERMARKS.
           OPEN OUTPUT FCDCWMN
           PERFORM VARYING WMT-IDX FROM 1 BY 1 UNTIL WMT-IDX > 3
              WRITE ENR-CDCWMN FROM WMT-ENTRY(WMT-IDX)
           END-PERFORM
           CLOSE FCDCWMN
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
           COMPUTE WS-ANO = WS-ANO / WS-VAR.
