       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CUSTPRFP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - REPORT WHAT EACH CUSTOMER REALLY EARNED US OVER ONE OR    *
      *      MORE PERIODS : REVENUE OFF APIX.ITEMS FOR THE ORDERS OF   *
      *      THE PERIODS, COST AT THE PRODUCTS UNIT COST (A KIT        *
      *      COSTS ITS COMPONENTS, AS IN MARGRPTP), THEN EVERYTHING    *
      *      THE ACCOUNT TOOK BACK OFF THAT MARGIN :                   *
      *        . VOLUME DISCOUNTS ON ITS INVOICES (FICINVREG GROSS     *
      *          LESS NET) AND VOLUME REBATE CREDIT MEMOS (RB-)        *
      *        . FREIGHT : THE 'FRT' LINES CHARGED AGAINST WHAT THE    *
      *          CARRIERS COST, TAKEN AS FRTPCT PERCENT OF THE CHARGE  *
      *        . EARLY-PAYMENT DISCOUNTS (D) AND WRITE-OFFS (W) ON     *
      *          THE FICSETTLE LEDGER                                  *
      *        . COMMISSION PAID ON ITS INVOICES (FICCOMMREG), LESS    *
      *          WHAT VOIDS IN THE PERIODS CLAWED BACK                 *
      *    - REVENUE IS AT THE PRICE CHARGED, SO PROMO AND CONTRACT    *
      *      PRICES ARE ALREADY OUT OF THE MARGIN ; THE CONCESSIONS    *
      *      COLUMN SHOWS WHAT THEY COST AGAINST THE CATALOG PRICE     *
      *    - GROUP THE ACCOUNTS BY THE REP WHO OWNS THEM ON FICTERR,   *
      *      WORST NET MARGIN FIRST, WITH A SUBTOTAL AND A COUNT OF    *
      *      THE ACCOUNTS LOSING MONEY PER REP ; UNASSIGNED ACCOUNTS   *
      *      COME LAST                                                 *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      PERIOD=YYYY-MM   FIRST PERIOD TO REPORT (REQUIRED)        *
      *      THRU=YYYY-MM     LAST PERIOD TO REPORT (DEFAULT = PERIOD) *
      *      FRTPCT=999       CARRIER COST AS A PERCENT OF THE FREIGHT *
      *                       CHARGED (DEFAULT 100)                    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FTERR ASSIGN TO FICTERR
               FILE STATUS IS FS-TERR.
           SELECT FKITDEF ASSIGN TO FICKITDEF
               FILE STATUS IS FS-KITDEF.
           SELECT FINVREG ASSIGN TO FICINVREG
               FILE STATUS IS FS-INVREG.
           SELECT FSETTLE ASSIGN TO FICSETTLE
               FILE STATUS IS FS-SETTLE.
           SELECT FCOMMREG ASSIGN TO FICCOMMREG
               FILE STATUS IS FS-COMMREG.
           SELECT FPRFRPT ASSIGN TO FICPRFRPT.

       DATA DIVISION.
       FILE SECTION.
      ** FTERR - THE TERRITORY FILE TERRLDP MAINTAINS **
       FD FTERR.
       01 ENR-TERR.
          05 TER-C-NO      PIC X(3).
          05 TER-E-NO      PIC X(3).
          05 TER-EFF-DATE  PIC X(10).
          05 FILLER        PIC X(64).

      ** FKITDEF - KIT DEFINITIONS : A KIT PARENT CARRIES NO COST  **
      ** OF ITS OWN, IT COSTS WHAT ITS COMPONENTS COST              **
       FD FKITDEF.
       01 ENR-KITDEF.
          05 KIT-PARENT    PIC X(3).
          05 KIT-COMP      PIC X(3).
          05 KIT-QTY-PER   PIC 9(3).
          05 FILLER        PIC X(71).

      ** FINVREG - THE INVOICE REGISTER ; IR-CREDIT-MEMO : SPACE =  **
      ** INVOICE, C = CREDIT MEMO, V = VOID REVERSAL                 **
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

      ** FSETTLE - THE SETTLEMENT LEDGER ; ONLY THE EARLY-PAYMENT  **
      ** DISCOUNTS (D) AND THE WRITE-OFFS (W) COST MARGIN          **
       FD FSETTLE.
       01 ENR-SETTLE.
          05 SET-INV-NO    PIC 9(8).
          05 SET-PAY-DATE  PIC X(10).
          05 SET-AMOUNT    PIC S9(7)V9(2).
          05 SET-RELIEF    PIC S9(7)V9(2).
          05 SET-TYPE      PIC X(1).
      ** CUSTOMER THE CASH BELONGS TO (SPACES ON OLD RECORDS) **
          05 SET-C-NO      PIC X(3).
          05 FILLER        PIC X(40).

      ** FCOMMREG - THE COMMISSION REGISTER PART3BP APPENDS **
       FD FCOMMREG.
       01 ENR-COMMREG.
          05 CR-INV-NO     PIC 9(8).
          05 CR-O-NO       PIC X(7).
          05 CR-E-NO       PIC X(3).
          05 CR-LNAME      PIC X(20).
          05 CR-DNAME      PIC X(20).
          05 CR-DATE       PIC X(10).
          05 CR-BASE       PIC S9(7)V9(2).
          05 CR-RATE       PIC 9V9(4).
          05 CR-AMOUNT     PIC S9(7)V9(2).
          05 FILLER        PIC X(9).

       FD FPRFRPT.
       01 ENR-PRFRPT      PIC X(132).

       WORKING-STORAGE SECTION.
      *** VARIABLES FONCTION ABEND-PROG ***
       77 WS-ANO PIC 9 VALUE ZERO.
       77 WS-VAR PIC 9 VALUE ZERO.
       77 WS-ABEND-CODE PIC 9(02) VALUE 0.

      *** BLOC D'ECHANGE AVEC LE PARSEUR DE CARTES PARAMETRES ***
       COPY PARMBLK.
       77 AC-PERIOD       PIC X(7) VALUE SPACES.
       77 AC-THRU         PIC X(7) VALUE SPACES.
       77 AC-FRTPCT       PIC 9(3) VALUE 100.

       77 WS-TERR-EOF     PIC 9  VALUE 0.
            88 FF-TERR          VALUE 1.
       77 FS-TERR         PIC 99 VALUE 0.
       77 FS-KITDEF       PIC 99 VALUE 0.
       77 WS-KITDEF-EOF   PIC 9  VALUE 0.
          88 FF-KITDEF        VALUE 1.
       77 WS-INVREG-EOF   PIC 9  VALUE 0.
            88 FF-INVREG        VALUE 1.
       77 FS-INVREG       PIC 99 VALUE 0.
       77 WS-SETTLE-EOF   PIC 9  VALUE 0.
            88 FF-SETTLE        VALUE 1.
       77 FS-SETTLE       PIC 99 VALUE 0.
       77 WS-COMMREG-EOF  PIC 9  VALUE 0.
            88 FF-COMMREG       VALUE 1.
       77 FS-COMMREG      PIC 99 VALUE 0.

      *** AFFECTATIONS EN TABLE (LA PLUS FRAICHE PAR CLIENT GAGNE) ***
       01 TERR-TAB.
          05 TT-ENTRY OCCURS 500 TIMES.
             10 TT-C-NO    PIC X(3).
             10 TT-E-NO    PIC X(3).
             10 TT-EFF     PIC X(10).
       77 TT-CNT          PIC 9(3) VALUE 0.
       77 TT-IDX          PIC 9(3) VALUE 0.
       77 WS-OWNER-EFF    PIC X(10) VALUE SPACES.

      *** COUT DES KITS, CALCULE DES COMPOSANTS AU LANCEMENT ***
       01 KITCOST-TAB.
          05 KC-ENTRY OCCURS 100 TIMES.
             10 KC-PARENT  PIC X(3).
             10 KC-COST    PIC S9(5)V9(2).
       77 KC-CNT          PIC 9(3) VALUE 0.
       77 KC-IDX          PIC 9(3) VALUE 0.
       77 WS-KC-HIT       PIC 9(3) VALUE 0.
       77 WS-COMP-COST    PIC S9(5)V9(2) USAGE COMP-3 VALUE 0.
       77 WS-KIT-PART     PIC S9(7)V9(2) VALUE 0.

      *** FACTURES DU REGISTRE : A QUI APPARTIENT CHAQUE NUMERO, ***
      *** ET LESQUELLES ONT ETE ANNULEES DANS LES PERIODES      ***
       01 INV-TAB.
          05 IVT-ENTRY OCCURS 5000 TIMES.
             10 IVT-INV-NO  PIC 9(8).
             10 IVT-C-NO    PIC X(3).
             10 IVT-VOIDED  PIC X(1).
       77 IVT-CNT         PIC 9(4) VALUE 0.
       77 IVT-IDX         PIC 9(4) VALUE 0.
       77 WS-IVT-HIT      PIC 9(4) VALUE 0.
       77 WS-FIND-INV-NO  PIC 9(8) VALUE 0.

      *** CUMUL PAR CLIENT - CT-AMT : 1 CHIFFRE D'AFFAIRES, 2 COUT, ***
      *** 3 CONCESSIONS PRIX, 4 REMISES VOLUME, 5 PORT FACTURE,     ***
      *** 6 PORT COUTANT, 7 ESCOMPTE, 8 PASSAGE EN PERTE,           ***
      *** 9 COMMISSION, 10 MARGE NETTE                              ***
       01 CUST-TAB.
          05 CT-ENTRY OCCURS 500 TIMES.
             10 CT-OWNER   PIC X(3).
             10 CT-C-NO    PIC X(3).
             10 CT-AMT     PIC S9(7)V9(2) OCCURS 10 TIMES.
       77 CT-CNT          PIC 9(3) VALUE 0.
       77 CT-IDX          PIC 9(3) VALUE 0.
       77 CT-JDX          PIC 9(3) VALUE 0.
       77 WS-CUST-HIT     PIC 9(3) VALUE 0.
       77 WS-FIND-C-NO    PIC X(3) VALUE SPACES.
       77 CNT-CT-OVFL     PIC 9(4) VALUE 0.
       01 CT-SWAP-ENTRY.
          05 FILLER       PIC X(3).
          05 FILLER       PIC X(3).
          05 FILLER       PIC S9(7)V9(2) OCCURS 10 TIMES.
       77 WS-SORT-AGAIN   PIC 9 VALUE 0.
       77 WS-AMT-IDX      PIC 99 VALUE 0.

      *** RUPTURE PAR REP ***
       77 WS-PREV-OWNER   PIC X(3) VALUE SPACES.
       77 WS-RANK         PIC 9(3) VALUE 0.
       77 CNT-REP-LOSERS  PIC 9(3) VALUE 0.
       77 CNT-LOSERS      PIC 9(4) VALUE 0.
       01 REP-TOTALS.
          05 RT-AMT       PIC S9(9)V9(2) USAGE COMP-3 OCCURS 10 TIMES.
       01 GRD-TOTALS.
          05 GT-AMT       PIC S9(9)V9(2) USAGE COMP-3 OCCURS 10 TIMES.
       77 WS-MARGIN-PCT   PIC S9(3) USAGE COMP-3.

      *** HOST VARIABLES ***
       77 WS-VOLUME       PIC S9(7)      USAGE COMP-3.
       77 WS-REVENUE      PIC S9(9)V9(2) USAGE COMP-3.
       77 WS-UNIT-COST    PIC S9(5)V9(2) USAGE COMP-3.
       77 WS-LIST-VALUE   PIC S9(9)V9(2) USAGE COMP-3.
       77 CNT-UNCOSTED    PIC 9(4) VALUE 0.

      *** LIGNES EDITION ***
       01 L-PRF-HEAD.
          05 FILLER        PIC X(33) VALUE
                'CUSTOMER PROFITABILITY - PERIODS '.
          05 L-HEAD-PERIOD PIC X(7).
          05 FILLER        PIC X(4)  VALUE ' TO '.
          05 L-HEAD-THRU   PIC X(7).
          05 FILLER        PIC X(27) VALUE
                '   - FREIGHT COST TAKEN AT '.
          05 L-HEAD-FRTPCT PIC ZZ9.
          05 FILLER        PIC X(21) VALUE
                '% OF FREIGHT CHARGED'.
          05 FILLER        PIC X(30) VALUE ALL ' '.
       01 L-PRF-REP.
          05 FILLER        PIC X(18) VALUE 'TERRITORY OWNER : '.
          05 L-REP-ENO     PIC X(10).
          05 FILLER        PIC X(104) VALUE ALL ' '.
       01 L-PRF-TITLE.
          05 FILLER        PIC X(7)  VALUE ' RK CNO'.
          05 FILLER        PIC X(12) VALUE '     REVENUE'.
          05 FILLER        PIC X(12) VALUE '        COST'.
          05 FILLER        PIC X(12) VALUE ' CONCESSIONS'.
          05 FILLER        PIC X(12) VALUE '    VOL DISC'.
          05 FILLER        PIC X(12) VALUE '    FRT CHGD'.
          05 FILLER        PIC X(12) VALUE '    FRT COST'.
          05 FILLER        PIC X(12) VALUE '   EARLY PAY'.
          05 FILLER        PIC X(12) VALUE '   WRITE-OFF'.
          05 FILLER        PIC X(12) VALUE '  COMMISSION'.
          05 FILLER        PIC X(12) VALUE '  NET MARGIN'.
          05 FILLER        PIC X(5)  VALUE '    %'.
      ** DETAIL, SUBTOTAL AND TOTAL SHARE THE SAME COLUMNS : A      **
      ** 7-BYTE LABEL, THE TEN AMOUNTS, THE NET MARGIN PERCENT      **
       01 L-PRF-LINE.
          05 L-PRF-LABEL.
             10 L-PRF-RANK PIC ZZ9.
             10 FILLER     PIC X(1).
             10 L-PRF-CNO  PIC X(3).
          05 L-PRF-COL OCCURS 10 TIMES.
             10 FILLER     PIC X(1).
             10 L-PRF-AMT  PIC -ZZZZZZ9,99.
          05 FILLER        PIC X(1).
          05 L-PRF-PCT     PIC -ZZ9.
       01 L-PRF-LOSERS.
          05 FILLER        PIC X(21) VALUE
                '    ACCOUNTS       : '.
          05 L-LOS-ACCTS   PIC ZZZ9.
          05 FILLER        PIC X(21) VALUE
                '    LOSING MONEY : '.
          05 L-LOS-CNT     PIC ZZZ9.
          05 FILLER        PIC X(82) VALUE ALL ' '.
       77 WS-REP-ACCTS    PIC 9(4) VALUE 0.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE CUS      END-EXEC
           EXEC SQL INCLUDE PRO      END-EXEC

      *** CURSEUR VENTES PAR CLIENT ET PRODUIT SUR LES PERIODES ; ***
      *** LA LIGNE 'FRT' N'A PAS DE LIGNE PRODUITS                 ***
           EXEC SQL
              DECLARE CPRF CURSOR
              FOR
              SELECT O.C_NO, I.P_NO,
                     COALESCE(P.COST, 0), COALESCE(P.PRICE, 0),
                     SUM(I.QUANTITY),
                     SUM(I.QUANTITY * I.PRICE)
              FROM APIX.ORDERS O
              JOIN APIX.ITEMS I ON I.O_NO = O.O_NO
              LEFT JOIN APIX.PRODUCTS P ON P.P_NO = I.P_NO
              WHERE SUBSTR(O.O_DATE, 1, 7) BETWEEN :AC-PERIOD
                                               AND :AC-THRU
              GROUP BY O.C_NO, I.P_NO, P.COST, P.PRICE
              ORDER BY O.C_NO, I.P_NO
           END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** CUSTPRFP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM LOAD-TERRITORIES
           PERFORM BUILD-KIT-COSTS

           EXEC SQL OPEN CPRF END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CPRF
           PERFORM TEST-SQLCODE
           PERFORM UNTIL SQLCODE NOT = ZERO
              PERFORM ADD-SALES-ROW
              PERFORM FETCH-CPRF
              PERFORM TEST-SQLCODE
           END-PERFORM
           EXEC SQL CLOSE CPRF END-EXEC

           PERFORM ADD-INVOICE-REGISTER
           PERFORM ADD-SETTLEMENTS
           PERFORM ADD-COMMISSIONS

           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-CNT
              PERFORM FINISH-ONE-CUSTOMER
           END-PERFORM
           PERFORM SORT-BY-REP-WORST-FIRST

           OPEN OUTPUT FPRFRPT
           MOVE AC-PERIOD TO L-HEAD-PERIOD
           MOVE AC-THRU   TO L-HEAD-THRU
           MOVE AC-FRTPCT TO L-HEAD-FRTPCT
           WRITE ENR-PRFRPT FROM L-PRF-HEAD
           INITIALIZE GRD-TOTALS
           MOVE LOW-VALUES TO WS-PREV-OWNER
           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-CNT
              IF CT-OWNER(CT-IDX) NOT = WS-PREV-OWNER
                 PERFORM REP-BREAK
              END-IF
              PERFORM WRITE-ONE-CUSTOMER
           END-PERFORM
           IF CT-CNT > 0
              PERFORM WRITE-REP-SUBTOTAL
           END-IF
           PERFORM WRITE-GRAND-TOTAL
           CLOSE FPRFRPT

           DISPLAY 'CUSTOMERS REPORTED     : ' CT-CNT
           DISPLAY 'CUSTOMERS LOSING MONEY : ' CNT-LOSERS
           DISPLAY 'UNCOSTED SALES ROWS    : ' CNT-UNCOSTED
           IF CNT-CT-OVFL > 0
              DISPLAY 'CUSTOMERS NOT REPORTED : ' CNT-CT-OVFL
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      ********************************************
      * PARAGRAPHES                              *
      ********************************************
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 3 TO PARM-COUNT
           MOVE 'PERIOD'   TO PARM-KEYWORD(1)
           MOVE 'X'        TO PARM-TYPE(1)
           MOVE 'Y'        TO PARM-REQUIRED(1)
           MOVE 'THRU'     TO PARM-KEYWORD(2)
           MOVE 'X'        TO PARM-TYPE(2)
           MOVE 'N'        TO PARM-REQUIRED(2)
           MOVE SPACES     TO PARM-DEFAULT(2)
           MOVE 'FRTPCT'   TO PARM-KEYWORD(3)
           MOVE 'N'        TO PARM-TYPE(3)
           MOVE 'N'        TO PARM-REQUIRED(3)
           MOVE '100'      TO PARM-DEFAULT(3)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              MOVE PARM-VALUE(1)(1:7) TO AC-PERIOD
              MOVE PARM-VALUE(2)(1:7) TO AC-THRU
              IF AC-THRU = SPACES
                 MOVE AC-PERIOD TO AC-THRU
              END-IF
              COMPUTE AC-FRTPCT = FUNCTION NUMVAL(PARM-VALUE(3))
           END-IF
           .

       LOAD-TERRITORIES.
           OPEN INPUT FTERR
           IF FS-TERR NOT = 0
              DISPLAY 'NO TERRITORY FILE, EVERYTHING UNASSIGNED'
           ELSE
              PERFORM UNTIL FF-TERR
                 READ FTERR
                    AT END
                       SET FF-TERR TO TRUE
                    NOT AT END
                       IF TT-CNT < 500
                          ADD 1 TO TT-CNT
                          MOVE TER-C-NO     TO TT-C-NO(TT-CNT)
                          MOVE TER-E-NO     TO TT-E-NO(TT-CNT)
                          MOVE TER-EFF-DATE TO TT-EFF(TT-CNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FTERR
           END-IF
           .

      ** BUILD-KIT-COSTS - each kit's unit cost, components times  **
      ** quantity-per, computed once before the report runs          **
       BUILD-KIT-COSTS.
           OPEN INPUT FKITDEF
           IF FS-KITDEF NOT = 0
              DISPLAY 'NO KIT DEFINITIONS, CATALOG COSTS ONLY'
           ELSE
              PERFORM UNTIL FF-KITDEF
                 READ FKITDEF
                    AT END
                       SET FF-KITDEF TO TRUE
                    NOT AT END
                       PERFORM ADD-KIT-COMPONENT
                 END-READ
              END-PERFORM
              CLOSE FKITDEF
           END-IF
           .

       ADD-KIT-COMPONENT.
           MOVE KIT-COMP TO PRO-P-NO
           EXEC SQL
              SELECT COST
              INTO :WS-COMP-COST
              FROM APIX.PRODUCTS
              WHERE P_NO = :PRO-P-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              DISPLAY 'KIT COMPONENT ' KIT-COMP ' NOT COSTED'
              MOVE ZERO TO WS-COMP-COST
           END-IF
           COMPUTE WS-KIT-PART = WS-COMP-COST * KIT-QTY-PER

           MOVE 0 TO WS-KC-HIT
           PERFORM VARYING KC-IDX FROM 1 BY 1 UNTIL KC-IDX > KC-CNT
              IF KIT-PARENT = KC-PARENT(KC-IDX)
                 MOVE KC-IDX TO WS-KC-HIT
              END-IF
           END-PERFORM
           IF WS-KC-HIT = 0 AND KC-CNT < 100
              ADD 1 TO KC-CNT
              MOVE KIT-PARENT TO KC-PARENT(KC-CNT)
              MOVE ZERO       TO KC-COST(KC-CNT)
              MOVE KC-CNT     TO WS-KC-HIT
           END-IF
           IF WS-KC-HIT > 0
              ADD WS-KIT-PART TO KC-COST(WS-KC-HIT)
           END-IF
           .

       FETCH-CPRF.
           EXEC SQL
              FETCH CPRF
              INTO :CUS-C-NO, :PRO-P-NO, :PRO-COST, :PRO-PRICE,
                   :WS-VOLUME, :WS-REVENUE
           END-EXEC.

      ** ADD-SALES-ROW - one customer's sales of one product : the   **
      ** 'FRT' line is freight charged, not revenue ; a sale under   **
      ** the catalog price is a concession, a sale over it is not    **
       ADD-SALES-ROW.
           MOVE CUS-C-NO TO WS-FIND-C-NO
           PERFORM FIND-CUSTOMER
           IF WS-CUST-HIT = 0
              EXIT PARAGRAPH
           END-IF
           IF PRO-P-NO = 'FRT'
              ADD WS-REVENUE TO CT-AMT(WS-CUST-HIT, 5)
              EXIT PARAGRAPH
           END-IF

           MOVE PRO-COST TO WS-UNIT-COST
           MOVE 0 TO WS-KC-HIT
           PERFORM VARYING KC-IDX FROM 1 BY 1 UNTIL KC-IDX > KC-CNT
              IF PRO-P-NO = KC-PARENT(KC-IDX)
                 MOVE KC-IDX TO WS-KC-HIT
              END-IF
           END-PERFORM
           IF WS-KC-HIT > 0
              MOVE KC-COST(WS-KC-HIT) TO WS-UNIT-COST
           END-IF
           IF WS-UNIT-COST = ZERO
              ADD 1 TO CNT-UNCOSTED
           END-IF

           ADD WS-REVENUE TO CT-AMT(WS-CUST-HIT, 1)
           COMPUTE CT-AMT(WS-CUST-HIT, 2) =
              CT-AMT(WS-CUST-HIT, 2) + WS-VOLUME * WS-UNIT-COST
           COMPUTE WS-LIST-VALUE = WS-VOLUME * PRO-PRICE
           IF WS-LIST-VALUE > WS-REVENUE
              COMPUTE CT-AMT(WS-CUST-HIT, 3) =
                 CT-AMT(WS-CUST-HIT, 3) + WS-LIST-VALUE - WS-REVENUE
           END-IF
           .

      ** ADD-INVOICE-REGISTER - keeps who owns every invoice number  **
      ** for the ledgers below ; the periods' invoices give up their **
      ** volume discount (gross less net), the periods' rebate       **
      ** credit memos their whole amount, and the periods' voids     **
      ** are flagged for the commission clawback                     **
       ADD-INVOICE-REGISTER.
           OPEN INPUT FINVREG
           IF FS-INVREG NOT = 0
              DISPLAY 'NO INVOICE REGISTER, NO DISCOUNTS OR REBATES'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FF-INVREG
              READ FINVREG
                 AT END
                    SET FF-INVREG TO TRUE
                 NOT AT END
                    PERFORM NOTE-ONE-INVOICE
                    IF IR-INV-DATE(1:7) NOT < AC-PERIOD AND
                       IR-INV-DATE(1:7) NOT > AC-THRU
                       PERFORM ADD-ONE-INVOICE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FINVREG
           .

       NOTE-ONE-INVOICE.
           MOVE IR-INV-NO TO WS-FIND-INV-NO
           PERFORM FIND-INVOICE
           IF WS-IVT-HIT = 0
              IF IVT-CNT < 5000
                 ADD 1 TO IVT-CNT
                 MOVE IR-INV-NO TO IVT-INV-NO(IVT-CNT)
                 MOVE IR-C-NO   TO IVT-C-NO(IVT-CNT)
                 MOVE 'N'       TO IVT-VOIDED(IVT-CNT)
                 MOVE IVT-CNT   TO WS-IVT-HIT
              ELSE
                 DISPLAY 'REGISTER TABLE FULL, RAISE OCCURS'
              END-IF
           END-IF
           IF WS-IVT-HIT > 0 AND IR-CREDIT-MEMO = 'V' AND
              IR-INV-DATE(1:7) NOT < AC-PERIOD AND
              IR-INV-DATE(1:7) NOT > AC-THRU
              MOVE 'Y' TO IVT-VOIDED(WS-IVT-HIT)
           END-IF
           .

       ADD-ONE-INVOICE.
           IF IR-O-NO(1:3) = 'FC-'
              EXIT PARAGRAPH
           END-IF
           MOVE IR-C-NO TO WS-FIND-C-NO
           PERFORM FIND-CUSTOMER
           IF WS-CUST-HIT = 0
              EXIT PARAGRAPH
           END-IF
           IF IR-O-NO(1:3) = 'RB-'
              SUBTRACT IR-TOTAL-HT FROM CT-AMT(WS-CUST-HIT, 4)
           ELSE
              IF IR-TOTAL-GROSS IS NUMERIC AND IR-TOTAL-HT IS NUMERIC
                 COMPUTE CT-AMT(WS-CUST-HIT, 4) =
                    CT-AMT(WS-CUST-HIT, 4)
                    + IR-TOTAL-GROSS - IR-TOTAL-HT
              END-IF
           END-IF
           .

      ** ADD-SETTLEMENTS - early-payment discounts and write-offs    **
      ** taken in the periods ; old records without a customer are   **
      ** traced through their invoice                                **
       ADD-SETTLEMENTS.
           OPEN INPUT FSETTLE
           IF FS-SETTLE NOT = 0
              DISPLAY 'NO SETTLEMENT LEDGER, NO DISCOUNTS OR WRITE-OFFS'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FF-SETTLE
              READ FSETTLE
                 AT END
                    SET FF-SETTLE TO TRUE
                 NOT AT END
                    IF (SET-TYPE = 'D' OR SET-TYPE = 'W') AND
                       SET-PAY-DATE(1:7) NOT < AC-PERIOD AND
                       SET-PAY-DATE(1:7) NOT > AC-THRU
                       PERFORM ADD-ONE-SETTLEMENT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FSETTLE
           .

       ADD-ONE-SETTLEMENT.
           MOVE SET-C-NO TO WS-FIND-C-NO
           IF WS-FIND-C-NO = SPACES
              MOVE SET-INV-NO TO WS-FIND-INV-NO
              PERFORM FIND-INVOICE
              IF WS-IVT-HIT = 0
                 EXIT PARAGRAPH
              END-IF
              MOVE IVT-C-NO(WS-IVT-HIT) TO WS-FIND-C-NO
           END-IF
           PERFORM FIND-CUSTOMER
           IF WS-CUST-HIT = 0
              EXIT PARAGRAPH
           END-IF
           IF SET-TYPE = 'D'
              ADD SET-AMOUNT TO CT-AMT(WS-CUST-HIT, 7)
           ELSE
              ADD SET-AMOUNT TO CT-AMT(WS-CUST-HIT, 8)
           END-IF
           .

      ** ADD-COMMISSIONS - commission earned on invoices of the      **
      ** periods, less the commission on invoices voided in them     **
       ADD-COMMISSIONS.
           OPEN INPUT FCOMMREG
           IF FS-COMMREG NOT = 0
              DISPLAY 'NO COMMISSION REGISTER, NO COMMISSION'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FF-COMMREG
              READ FCOMMREG
                 AT END
                    SET FF-COMMREG TO TRUE
                 NOT AT END
                    PERFORM ADD-ONE-COMMISSION
              END-READ
           END-PERFORM
           CLOSE FCOMMREG
           .

       ADD-ONE-COMMISSION.
           MOVE CR-INV-NO TO WS-FIND-INV-NO
           PERFORM FIND-INVOICE
           IF WS-IVT-HIT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE IVT-C-NO(WS-IVT-HIT) TO WS-FIND-C-NO
           PERFORM FIND-CUSTOMER
           IF WS-CUST-HIT = 0
              EXIT PARAGRAPH
           END-IF
           IF CR-DATE(1:7) NOT < AC-PERIOD AND
              CR-DATE(1:7) NOT > AC-THRU
              ADD CR-AMOUNT TO CT-AMT(WS-CUST-HIT, 9)
           END-IF
           IF IVT-VOIDED(WS-IVT-HIT) = 'Y'
              SUBTRACT CR-AMOUNT FROM CT-AMT(WS-CUST-HIT, 9)
           END-IF
           .

       FIND-INVOICE.
           MOVE 0 TO WS-IVT-HIT
           PERFORM VARYING IVT-IDX FROM 1 BY 1
                   UNTIL IVT-IDX > IVT-CNT OR WS-IVT-HIT > 0
              IF IVT-INV-NO(IVT-IDX) = WS-FIND-INV-NO
                 MOVE IVT-IDX TO WS-IVT-HIT
              END-IF
           END-PERFORM
           .

      ** FIND-CUSTOMER - the customer's entry, opened on first sight **
      ** with its territory owner (the freshest assignment wins ; no **
      ** assignment sorts last as unassigned)                        **
       FIND-CUSTOMER.
           MOVE 0 TO WS-CUST-HIT
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CT-CNT OR WS-CUST-HIT > 0
              IF CT-C-NO(CT-IDX) = WS-FIND-C-NO
                 MOVE CT-IDX TO WS-CUST-HIT
              END-IF
           END-PERFORM
           IF WS-CUST-HIT = 0
              IF CT-CNT < 500
                 ADD 1 TO CT-CNT
                 INITIALIZE CT-ENTRY(CT-CNT)
                 MOVE WS-FIND-C-NO TO CT-C-NO(CT-CNT)
                 MOVE HIGH-VALUES  TO CT-OWNER(CT-CNT)
                 MOVE SPACES       TO WS-OWNER-EFF
                 PERFORM VARYING TT-IDX FROM 1 BY 1
                         UNTIL TT-IDX > TT-CNT
                    IF WS-FIND-C-NO = TT-C-NO(TT-IDX) AND
                       TT-EFF(TT-IDX) NOT < WS-OWNER-EFF
                       MOVE TT-E-NO(TT-IDX) TO CT-OWNER(CT-CNT)
                       MOVE TT-EFF(TT-IDX)  TO WS-OWNER-EFF
                    END-IF
                 END-PERFORM
                 MOVE CT-CNT TO WS-CUST-HIT
              ELSE
                 DISPLAY 'CUSTOMER TABLE FULL, RAISE OCCURS'
                 ADD 1 TO CNT-CT-OVFL
              END-IF
           END-IF
           .

      ** FINISH-ONE-CUSTOMER - freight cost off the charge, then the **
      ** net margin : revenue less cost and everything given back    **
       FINISH-ONE-CUSTOMER.
           COMPUTE CT-AMT(CT-IDX, 6) ROUNDED =
              CT-AMT(CT-IDX, 5) * AC-FRTPCT / 100
           COMPUTE CT-AMT(CT-IDX, 10) =
              CT-AMT(CT-IDX, 1) - CT-AMT(CT-IDX, 2)
              - CT-AMT(CT-IDX, 4)
              + CT-AMT(CT-IDX, 5) - CT-AMT(CT-IDX, 6)
              - CT-AMT(CT-IDX, 7) - CT-AMT(CT-IDX, 8)
              - CT-AMT(CT-IDX, 9)
           .

      ** SORT-BY-REP-WORST-FIRST - rep by rep, the account losing   **
      ** the most money on top                                       **
       SORT-BY-REP-WORST-FIRST.
           MOVE 1 TO WS-SORT-AGAIN
           PERFORM UNTIL WS-SORT-AGAIN = 0
              MOVE 0 TO WS-SORT-AGAIN
              PERFORM VARYING CT-JDX FROM 1 BY 1
                      UNTIL CT-JDX NOT < CT-CNT
                 IF CT-OWNER(CT-JDX) > CT-OWNER(CT-JDX + 1)
                    OR (CT-OWNER(CT-JDX) = CT-OWNER(CT-JDX + 1)
                        AND CT-AMT(CT-JDX, 10) >
                            CT-AMT(CT-JDX + 1, 10))
                    MOVE CT-ENTRY(CT-JDX)     TO CT-SWAP-ENTRY
                    MOVE CT-ENTRY(CT-JDX + 1) TO CT-ENTRY(CT-JDX)
                    MOVE CT-SWAP-ENTRY        TO CT-ENTRY(CT-JDX + 1)
                    MOVE 1 TO WS-SORT-AGAIN
                 END-IF
              END-PERFORM
           END-PERFORM
           .

       REP-BREAK.
           IF WS-PREV-OWNER NOT = LOW-VALUES
              PERFORM WRITE-REP-SUBTOTAL
           END-IF
           MOVE CT-OWNER(CT-IDX) TO WS-PREV-OWNER
           IF WS-PREV-OWNER = HIGH-VALUES
              MOVE 'UNASSIGNED' TO L-REP-ENO
           ELSE
              MOVE WS-PREV-OWNER TO L-REP-ENO
           END-IF
           MOVE ALL ' ' TO ENR-PRFRPT
           WRITE ENR-PRFRPT
           WRITE ENR-PRFRPT FROM L-PRF-REP
           WRITE ENR-PRFRPT FROM L-PRF-TITLE
           INITIALIZE REP-TOTALS
           MOVE 0 TO WS-RANK
           MOVE 0 TO WS-REP-ACCTS
           MOVE 0 TO CNT-REP-LOSERS
           .

       WRITE-ONE-CUSTOMER.
           ADD 1 TO WS-RANK
           ADD 1 TO WS-REP-ACCTS
           IF CT-AMT(CT-IDX, 10) < ZERO
              ADD 1 TO CNT-REP-LOSERS
              ADD 1 TO CNT-LOSERS
           END-IF
           MOVE SPACES TO L-PRF-LINE
           MOVE WS-RANK          TO L-PRF-RANK
           MOVE CT-C-NO(CT-IDX)  TO L-PRF-CNO
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1 UNTIL WS-AMT-IDX > 10
              MOVE CT-AMT(CT-IDX, WS-AMT-IDX)
                TO L-PRF-AMT(WS-AMT-IDX)
              ADD CT-AMT(CT-IDX, WS-AMT-IDX) TO RT-AMT(WS-AMT-IDX)
              ADD CT-AMT(CT-IDX, WS-AMT-IDX) TO GT-AMT(WS-AMT-IDX)
           END-PERFORM
           IF CT-AMT(CT-IDX, 1) = ZERO
              MOVE ZERO TO L-PRF-PCT
           ELSE
              COMPUTE WS-MARGIN-PCT ROUNDED =
                 CT-AMT(CT-IDX, 10) / CT-AMT(CT-IDX, 1) * 100
              MOVE WS-MARGIN-PCT TO L-PRF-PCT
           END-IF
           WRITE ENR-PRFRPT FROM L-PRF-LINE
           .

       WRITE-REP-SUBTOTAL.
           MOVE SPACES TO L-PRF-LINE
           MOVE 'SUBTOT ' TO L-PRF-LABEL
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1 UNTIL WS-AMT-IDX > 10
              MOVE RT-AMT(WS-AMT-IDX) TO L-PRF-AMT(WS-AMT-IDX)
           END-PERFORM
           IF RT-AMT(1) = ZERO
              MOVE ZERO TO L-PRF-PCT
           ELSE
              COMPUTE WS-MARGIN-PCT ROUNDED =
                 RT-AMT(10) / RT-AMT(1) * 100
              MOVE WS-MARGIN-PCT TO L-PRF-PCT
           END-IF
           WRITE ENR-PRFRPT FROM L-PRF-LINE
           MOVE WS-REP-ACCTS   TO L-LOS-ACCTS
           MOVE CNT-REP-LOSERS TO L-LOS-CNT
           WRITE ENR-PRFRPT FROM L-PRF-LOSERS
           .

       WRITE-GRAND-TOTAL.
           MOVE ALL ' ' TO ENR-PRFRPT
           WRITE ENR-PRFRPT
           MOVE SPACES TO L-PRF-LINE
           MOVE 'TOTAL  ' TO L-PRF-LABEL
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1 UNTIL WS-AMT-IDX > 10
              MOVE GT-AMT(WS-AMT-IDX) TO L-PRF-AMT(WS-AMT-IDX)
           END-PERFORM
           IF GT-AMT(1) = ZERO
              MOVE ZERO TO L-PRF-PCT
           ELSE
              COMPUTE WS-MARGIN-PCT ROUNDED =
                 GT-AMT(10) / GT-AMT(1) * 100
              MOVE WS-MARGIN-PCT TO L-PRF-PCT
           END-IF
           WRITE ENR-PRFRPT FROM L-PRF-LINE
           MOVE CT-CNT     TO L-LOS-ACCTS
           MOVE CNT-LOSERS TO L-LOS-CNT
           WRITE ENR-PRFRPT FROM L-PRF-LOSERS
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
