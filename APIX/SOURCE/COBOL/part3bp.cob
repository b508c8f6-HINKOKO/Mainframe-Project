      *    - READ EXTRACT.DATA (ONE ORDER-HEADER RECORD 'H' PER       *
      *      ORDER FOLLOWED BY ITEM-DETAIL RECORDS 'I')                *
      *    - FILLS FACTURES.DATA WITH BILLS OF EACH ORDER              *
      *    - AN ORDER DELIVERED TO ONE OF THE CUSTOMER'S SHIP-TO       *
      *      ADDRESSES (SHIPTOK) SHOWS BOTH BILL-TO AND SHIP-TO, AND   *
      *      IS TAXED AT THE SHIP-TO'S STATE OR COUNTRY                *
      *    - SETTLES THE INVOICE OF A CASH-IN-ADVANCE ORDER (RELEASED  *
      *      BY CREDRELP AGAINST AN EARMARKED DEPOSIT) OUT OF THE      *
      *      CUSTOMER'S DEPOSIT ON FICPREPAY, SO IT IS BORN PAID       *
      *    - PRINTS, UNDER EVERY ITEM LINE, THE CUSTOMER'S OWN ITEM    *
      *      CODE FROM THE CROSS-REFERENCE (XREFPROG) AND CARRIES IT   *
      *      ON THE EDI ILN SEGMENT, FOR THEIR ACCOUNTS PAYABLE        *
      *    - MARKS *OLD LIST* A LINE BILLED AT THE CATALOG PRICE IN    *
      *      EFFECT ON ITS ORDER DATE WHEN THE CATALOG HAS MOVED SINCE *
      *      (PRICE HISTORY, PRCHPROG)                                 *
      *    - CHECKPOINTS AFTER EVERY COMPLETED INVOICE (LAST ORDER,    *
      *      HIGHEST INVOICE NO, TAX/COMMISSION ACCUMULATORS) ; A      *
      *      RUN THAT DIED HALFWAY IS RESUBMITTED WITH RESTART=Y AND   *
      *      PICKS UP AFTER THE LAST COMPLETED INVOICE, WITHOUT A      *
      *      SECOND NUMBER OR A SECOND REGISTER LINE FOR ANY ORDER     *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      TAXRATE=9,999   FLAT RATE WHEN NO TAXRATE ROW (0,050)     *
      *      NOUPDATE=Y      DRY RUN, NOTHING POSTED                   *
      *      RESTART=Y       RESUME THE INTERRUPTED RUN FROM FICINVCKP *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEXT    ASSIGN TO FICEXT.
           SELECT FACT    ASSIGN TO FICFACT
               FILE STATUS IS FS-FACT.
           SELECT FCOMM   ASSIGN TO FICCOMM.
           SELECT TAXRATE ASSIGN TO TAXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TAXR-STATE
               FILE STATUS IS FS-TAXRATE.
           SELECT FREPRINT ASSIGN TO FICREPRINT
               FILE STATUS IS FS-REPRINT.
           SELECT FINVMAP ASSIGN TO FICINVMAP
               FILE STATUS IS FS-CTRYTAX.
           SELECT FTAXREM ASSIGN TO FICTAXREM.
           SELECT FVATREM ASSIGN TO FICVATREM.
           SELECT FINVREG ASSIGN TO FICINVREG
               FILE STATUS IS FS-INVREG.
           SELECT FCOMMSCH ASSIGN TO FICCOMMSCH
               FILE STATUS IS FS-COMMSCH.
           SELECT FTERMS ASSIGN TO FICTERMS
               FILE STATUS IS FS-TERMS.
           SELECT FCONSCUST ASSIGN TO FICCONSCUST
               FILE STATUS IS FS-CONSCUST.
           SELECT FCONSACC ASSIGN TO FICCONSACC
               FILE STATUS IS FS-CONSACC.
           SELECT FEDIPART ASSIGN TO FICEDIPART
               FILE STATUS IS FS-EDIPART.
           SELECT FEDI ASSIGN TO FICEDI
               FILE STATUS IS FS-EDI.
           SELECT FCOMMREG ASSIGN TO FICCOMMREG
               FILE STATUS IS FS-COMMREG.
           SELECT FPREPAY ASSIGN TO FICPREPAY
               FILE STATUS IS FS-PREPAY.
           SELECT FSETTLE ASSIGN TO FICSETTLE
               FILE STATUS IS FS-SETTLE.
           SELECT FCHKPT ASSIGN TO FICINVCKP
               FILE STATUS IS FS-CHKPT.
           SELECT FRSTWK ASSIGN TO FICRSTWK
               FILE STATUS IS FS-RSTWK.
           SELECT CONTRK ASSIGN TO CONTRK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTR-KEY
               FILE STATUS IS FS-CONTRK.
           SELECT SHIPTOK ASSIGN TO SHIPTOK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SHP-KEY
               FILE STATUS IS FS-SHIPTOK.
           SELECT DISCK ASSIGN TO DISCK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
          05 FH-E-NO       PIC X(3).
          05 FH-STATUS     PIC X(1).
             88 FH-CUST-PENDING    VALUE 'P'.
          05 FH-SHIPTO     PIC X(4).
             88 FH-NO-SHIPTO       VALUE SPACES.
          05 FH-SHIP-STATE PIC X(2).
          05 FH-LANG       PIC X(2).
          05 FILLER        PIC X(28).

      ** ITEM-DETAIL VIEW - ONE RECORD PER ITEMS ROW **
       01 ENR-FEXT-I.
          05 FI-PRICE      PIC X(6).
          05 FI-DESCRIPTION PIC X(30).
          05 FI-LOT-NO     PIC X(10).
          05 FI-UOM        PIC X(2).
          05 FILLER        PIC X(242).

      ** SEAL VIEW OF THE SAME RECORD - HDR/TRL RECORDS STAMPED BY   **
      ** PART3AP (ONE LEADING BYTE OF PRINT CONTROL, LIKE THE DATA)  **
          05 TAXR-RATE       PIC 9V9(4).
          05 FILLER          PIC X(47).

      ** FREPRINT - OPTIONAL LIST OF ORDER NOS TO REPRINT; WHEN PRESENT **
      ** ONLY THOSE INVOICES ARE EMITTED, WHEN ABSENT ALL ARE EMITTED   **
       FD FREPRINT.
          05 CTR-END       PIC X(10).
          05 FILLER        PIC X(49).

      ** SHIPTOK - CUSTOMER SHIP-TO ADDRESSES (SHPLDP), PRINTED NEXT **
      ** TO THE BILL-TO WHEN THE ORDER NAMES ONE                     **
       FD SHIPTOK.
       COPY SHIPTO.

      ** FCOMMREG - MACHINE-READABLE COMMISSION REGISTER : ONE       **
      ** RECORD PER INVOICE AT MINT TIME, THE DETAIL COMMSTMP TURNS   **
      ** INTO FORMAL PER-REP STATEMENTS (AND CLAWS BACK ON VOIDS)     **
          05 TRM-DISC-PCT  PIC 9V9(4).
          05 FILLER        PIC X(66).

      ** FCHKPT - RESTART POINT OF THE RUN, REWRITTEN AFTER EVERY     **
      ** COMPLETED INVOICE : STATUS 'R' WHILE THE RUN IS ALIVE (OR    **
      ** DIED), 'C' ONCE IT REACHED THE END                           **
       FD FCHKPT.
       01 ENR-CHKPT       PIC X(5400).

      ** FRSTWK - SCRATCH COPY USED ON A RESTART TO CUT THE PRINT,    **
      ** EDI AND ACCUMULATION FILES BACK TO THE CHECKPOINTED POINT    **
       FD FRSTWK.
       01 ENR-RSTWK       PIC X(300).

      ** PROMOK - MARKETING PROMOTIONS KSDS, SAME FILE PART2P READS ; **
      ** HERE IT ONLY MARKS THE INVOICE LINE SO THE CUSTOMER CAN SEE  **
      ** THE DEAL THEY GOT                                            **
          05 PROM-END       PIC X(10).
          05 FILLER         PIC X(52).

      ** FPREPAY - THE CUSTOMER DEPOSIT LEDGER : READ FOR THE FREE   **
      ** DEPOSIT AND THE OPEN EARMARKS, EXTENDED WITH THE DRAWS      **
       FD FPREPAY.
       COPY PREPAY.

      ** FSETTLE - SETTLEMENT LEDGER, SHARED WITH PAYAPPP : A DEPOSIT **
      ** DRAWN AGAINST THE INVOICE POSTS AS AN UNAPPLIED-CASH DRAW    **
      ** ('U'), RELIEVING THE GROSS CREDRELP NEVER PUT ON THE BALANCE **
       FD FSETTLE.
       01 ENR-SETTLE.
          05 SET-INV-NO    PIC 9(8).
          05 SET-PAY-DATE  PIC X(10).
          05 SET-AMOUNT    PIC S9(7)V9(2).
          05 SET-RELIEF    PIC S9(7)V9(2).
          05 SET-TYPE      PIC X(1).
          05 SET-C-NO      PIC X(3).
          05 FILLER        PIC X(40).

       WORKING-STORAGE SECTION.

      ** RUN-CONTROL LOCK - A SECOND CONCURRENT EXECUTION WOULD      **
       01 L-FX-TOTAL.
          05 FILLER        PIC X(3)  VALUE '|  '.
          05 FILLER        PIC X(39) VALUE ALL ' '.
          05 L-FX-TITLE    PIC X(10).
          05 L-FX-CURR     PIC X(3).
          05 FILLER        PIC X(14) VALUE ALL ' '.
          05 L-FX-DATA     PIC -ZZZZZZ9,99.
          05 WS-RUN-MM     PIC XX.
          05 WS-RUN-JJ     PIC XX.
       01 WS-RUN-DATE-ISO  PIC X(10).

      *** DEPOTS DES CLIENTS EN PAIEMENT D'AVANCE : LIBRE PAR CLIENT ***
      *** (RECU MOINS DEJA TIRE) ET AFFECTATIONS OUVERTES PAR COMMANDE ***
       01 PREPAY-TAB.
          05 PPT-ENTRY OCCURS 200 TIMES.
             10 PPT-C-NO       PIC X(3).
             10 PPT-AVAIL      PIC S9(8)V9(2).
       77 PPT-CNT          PIC 9(3) VALUE 0.
       77 PPT-IDX          PIC 9(3) VALUE 0.
       01 EARMARK-TAB.
          05 EMT-ENTRY OCCURS 500 TIMES.
             10 EMT-O-NO       PIC 9(7).
             10 EMT-OPEN       PIC X(1).
       77 EMT-CNT          PIC 9(3) VALUE 0.
       77 EMT-IDX          PIC 9(3) VALUE 0.
       77 WS-EMT-HIT       PIC 9(3) VALUE 0.
       77 FS-PREPAY        PIC 99 VALUE 0.
       77 FS-SETTLE        PIC 99 VALUE 0.
       77 WS-PREPAY-EOF    PIC 9 VALUE 0.
          88 FF-PREPAY          VALUE 1.
       77 WS-DEP-FILES     PIC 9 VALUE 0.
          88 DEP-FILES-OPEN     VALUE 1.
       77 WS-DEP-O-NO      PIC 9(7) VALUE 0.
       77 WS-DEP-APPLIED   PIC S9(7)V9(2) VALUE 0.
       77 CNT-DEP-APPLIED  PIC 9(4) VALUE 0.
      *** POSTES OUVERTS DB2 TENUS AU FIL DES ECRITURES (ARPOST) ***
       COPY ARPOST.
       77 CNT-AR-FAILED    PIC 9(4) VALUE 0.
       77 WS-CUR-COM       PIC X(4).
       77 WS-CUR-LNAME     PIC X(20).
       77 WS-CUR-FNAME     PIC X(20).
       77 CONTRK-FLAG      PIC 9 VALUE 0.
          88 CONTRK-OPEN        VALUE 1.

      *** VARIABLES ADRESSE DE LIVRAISON ***
       77 FS-SHIPTOK       PIC 99 VALUE 0.
       77 SHIPTOK-FLAG     PIC 9 VALUE 0.
          88 SHIPTOK-OPEN       VALUE 1.

      *** BAREME DE COMMISSION CHARGE EN TABLE AU LANCEMENT ***
       01 COMMSCH-TAB.
          05 CSH-ENTRY OCCURS 50 TIMES.
          05 ILN-QTY       PIC S9(5).
          05 ILN-PRICE     PIC S9(3)V9(2).
          05 ILN-TOTAL     PIC S9(7)V9(2).
      ** THE CUSTOMER'S OWN CODE FOR THE ITEM, SPACES IF NONE **
          05 ILN-CUST-CODE PIC X(20).
      ** THE UNIT ILN-QTY AND ILN-PRICE ARE IN, SPACES FOR EACHES **
          05 ILN-UOM       PIC X(2).
          05 FILLER        PIC X(25) VALUE SPACES.
       01 ST-EDI-ITX.
          05 FILLER        PIC X(3)  VALUE 'ITX'.
          05 ITX-INV-NO    PIC 9(8).
          05 FILLER        PIC X(45) VALUE ALL ' '.

      ** DRY-RUN SWITCH (NOUPDATE=Y CARD) : THE INVOICES PRINT AND **
      ** EVERY REPORT COMES OUT, BUT THE INVOICE RANGE, THE MAP,    **
      ** THE REGISTER, THE COMMISSION REGISTER, THE EDI FILE AND    **
      ** THE CONSOLIDATION ACCUMULATOR ARE LEFT UNTOUCHED           **
       77 WS-NOUPDATE      PIC X(1) VALUE 'N'.
          88 DRY-RUN           VALUE 'Y'.
          88 LIVE-RUN          VALUE 'N'.

      *** VARIABLES NUMEROTATION SEQUENTIELLE DES FACTURES ***
      *** TIREES DE LA PLAGE 'INVOICE' DU REGISTRE NUMRANGE    ***
       COPY NUMRNG.
       77 WS-CUR-INV-NO    PIC 9(8).
       77 ED-INV-NO         PIC Z(7)9.
      *** PLUS HAUT NUMERO TIRE PAR CE RUN (OU LE DERNIER DU REGISTRE) ***
       77 WS-HIGH-INV-NO   PIC 9(8) VALUE 0.

      *** POINT DE REPRISE - ECRIT APRES CHAQUE FACTURE TERMINEE ***
       77 WS-RESTART       PIC X(1) VALUE 'N'.
          88 RESTART-RUN        VALUE 'Y'.
       77 FS-CHKPT         PIC 99 VALUE 0.
       77 FS-RSTWK         PIC 99 VALUE 0.
       77 FS-FACT          PIC 99 VALUE 0.
       77 FS-EDI           PIC 99 VALUE 0.
       77 FS-CONSACC       PIC 99 VALUE 0.
       77 FS-INVREG        PIC 99 VALUE 0.
       77 FS-COMMREG       PIC 99 VALUE 0.
       77 WS-CKP-FLAG      PIC 9 VALUE 0.
          88 CHECKPOINTING      VALUE 1.
       77 WS-ORDERS-DONE   PIC 9(7) VALUE 0.
       77 WS-LAST-O-NO     PIC X(7) VALUE SPACES.
       77 CNT-FACT-INVOICES PIC 9(9) VALUE 0.
       77 CNT-CONSACC-RECS PIC 9(9) VALUE 0.
       77 WS-SEAL-HDR-TIME PIC X(8) VALUE SPACES.
       01 ST-CHKPT.
          05 CHK-STATUS       PIC X(1).
             88 CHK-IN-FLIGHT     VALUE 'R'.
             88 CHK-COMPLETE      VALUE 'C'.
          05 CHK-RUN-DATE     PIC X(6).
          05 CHK-SEAL-DATE    PIC X(6).
          05 CHK-SEAL-TIME    PIC X(8).
          05 CHK-ORDERS-DONE  PIC 9(7).
          05 CHK-LAST-O-NO    PIC X(7).
          05 CHK-HIGH-INV-NO  PIC 9(8).
          05 CHK-FACT-INVOICES PIC 9(9).
          05 CHK-CONSACC-RECS PIC 9(9).
          05 CHK-PEND-PARKED  PIC 9(4).
          05 CHK-DIVERTED     PIC 9(4).
          05 CHK-EDI-INVOICES PIC 9(4).
          05 CHK-STX-DROPPED  PIC 9(4).
          05 CHK-DISC-TOTAL   PIC 9(6)V9(2).
          05 CHK-STX-CNT      PIC 99.
          05 CHK-STX-TAB      PIC X(1500).
          05 CHK-CTY-CNT      PIC 99.
          05 CHK-CTY-TAB      PIC X(1000).
          05 CHK-COMM-CNT     PIC 99.
          05 CHK-COMM-TAB     PIC X(2400).
          05 CHK-EDP-CNT      PIC 99.
          05 CHK-EDP-TAB      PIC X(400).
          05 FILLER           PIC X(7).

      *** REPRISE : RECOPIE ET TRONCATURE DES FICHIERS EN SORTIE ***
       77 WS-RST-EOF       PIC 9 VALUE 0.
          88 FF-RST             VALUE 1.
       77 WS-RST-LIMIT     PIC 9(9) VALUE 0.
       77 WS-RST-COUNT     PIC 9(9) VALUE 0.
       77 WS-RST-RULE-SW   PIC 9 VALUE 0.
          88 RULE-CLOSES-INVOICE VALUE 1.
      *** FACTURES DEJA AU REGISTRE APRES LE DERNIER POINT DE REPRISE ***
      *** ET MOITIES DU TIRAGE SUR DEPOT DEJA ECRITES (U / A)       ***
       01 POSTED-TAB.
          05 PST-ENTRY OCCURS 20 TIMES.
             10 PST-INV-NO    PIC 9(8).
             10 PST-INVREG    PIC X(1).
             10 PST-COMMREG   PIC X(1).
             10 PST-SETTLE    PIC X(1).
             10 PST-PREPAY    PIC X(1).
             10 PST-DEP-AMT   PIC S9(7)V9(2).
       77 PST-CNT          PIC 99 VALUE 0.
       77 PST-IDX          PIC 99 VALUE 0.
       77 PST-HIT          PIC 99 VALUE 0.
       77 WS-PST-INV-NO    PIC 9(8) VALUE 0.
      *** PLUS HAUT NUMERO DU DERNIER POINT DE REPRISE DU RUN INTERROMPU ***
       77 WS-RST-HIGH-INV-NO PIC 9(8) VALUE 0.
       77 WS-RST-FILE      PIC X(14) VALUE SPACES.

      *** VARIABLES MODE REPRINT - LISTE D'ORDER NO A REIMPRIMER ***
       01 REPRINT-TAB.
       77 WS-K            PIC 99 VALUE 0.
       77 COMM-MATCH-FLAG PIC 9  VALUE 0.
          88 FOUND-EMP           VALUE 1.
      *** LIBELLES DE LA FACTURE DANS LA LANGUE DU CLIENT, CHARGES ***
      *** PAR MSGPROG A CHAQUE CHANGEMENT DE LANGUE                 ***
       77 WS-TXT-LANG      PIC X(2) VALUE HIGH-VALUES.
       77 WS-MSG-LANG      PIC X(2).
       77 WS-MSG-ID        PIC X(12).
       77 WS-MSG-TEXT      PIC X(74).

      *** CODE ARTICLE DU CLIENT (REFERENCES CROISEES) ***
       COPY XREFBLK.

      *** PRIX CATALOGUE EN VIGUEUR A LA COMMANDE ET CE JOUR ***
       COPY PRCHBLK.
       77 WS-LIST-PRICE    PIC S9(3)V9(2) VALUE 0.

      *** LIGNE FACTUREE DANS L'UNITE DE LA COMMANDE (UOMPROG) - ***
      *** LES TOTAUX RESTENT CALCULES EN UNITES DE BASE          ***
       COPY UOMBLK.
       77 WS-INV-UOM       PIC X(2) VALUE SPACES.
       77 WS-INV-QTY       PIC S9(5) VALUE 0.
       77 WS-INV-PRICE     PIC S9(3)V9(2) VALUE 0.
       77 WS-INV-FACTOR    PIC 9(5) VALUE 0.
       77 ED-INV-FACTOR    PIC Z(4)9.
       77 WS-INV-LEAD      PIC 9 VALUE 0.
       01 INV-TXT.
          05 INV-TXT-PLACE     PIC X(10).
          05 INV-TXT-NUM       PIC X(12).
          05 INV-TXT-ORDNUM    PIC X(12).
          05 INV-TXT-ORDDATE   PIC X(12).
          05 INV-TXT-DUEDATE   PIC X(12).
          05 INV-TXT-CONTACT   PIC X(40).
          05 INV-TXT-SHIPTO    PIC X(28).
          05 INV-TXT-BILLTO    PIC X(28).
          05 INV-TXT-SHIPPING  PIC X(27).
          05 INV-TXT-TOTCRED   PIC X(27).
          05 INV-TXT-TOTHT     PIC X(27).
          05 INV-TXT-DISCOUNT  PIC X(27).
          05 INV-TXT-TAXEXM    PIC X(16).
          05 INV-TXT-TAX       PIC X(16).
          05 INV-TXT-COMM      PIC X(16).
          05 INV-TXT-REFUND    PIC X(27).
          05 INV-TXT-TOTTTC    PIC X(27).
          05 INV-TXT-DEPOSIT   PIC X(27).
          05 INV-TXT-BALDUE    PIC X(27).
          05 INV-TXT-EARLY     PIC X(30).
          05 INV-TXT-EARLYIF   PIC X(20).
          05 INV-TXT-DAYS      PIC X(10).
          05 INV-TXT-FXRATE    PIC X(20).
          05 INV-TXT-FXSINCE   PIC X(20).
          05 INV-TXT-CUSTREF   PIC X(9).
          05 INV-TXT-UNIT      PIC X(9).
      *** ENTETE DES COLONNES PAR DEFAUT, ENTRE LES BORDS DU CADRE ***
       01 INV-COLS-DEFAULT.
          05 FILLER  PIC X(8)  VALUE 'P_NO   |'.
          05 FILLER  PIC X(12) VALUE 'DESCRIPTION'.
          05 FILLER  PIC X(17) VALUE ALL ' '.
          05 FILLER  PIC X     VALUE '|'.
          05 FILLER  PIC X(10) VALUE 'QUANTITY |'.
          05 FILLER  PIC X(8)  VALUE 'PRICE  |'.
          05 FILLER  PIC X(16) VALUE 'TOTAL LIGNE     '.

      *** VARIABLES SOUS PROGRAMMES ***
       77 LS-DATE          PIC X(30).
       77 LS-ST-CODE       PIC X(2).
       01 L-CREDIT.
          05 FILLER  PIC X(3)  VALUE     '|  '.
          05 FILLER  PIC X(23) VALUE ALL ' '.
          05 L-CREDIT-TXT PIC X(28).
          05 FILLER  PIC X(23) VALUE ALL ' '.
          05 FILLER  PIC X(3)  VALUE     '  |'.
       
       01 L-TITLE-ITE.
          05 FILLER  PIC X(4)  VALUE '|  |'.
          05 L-TITLE-ITE-TXT PIC X(72).
          05 FILLER  PIC X(4)  VALUE              '|  |'.
      
       01 L-ITE.
          05 FILLER    PIC X(5)  VALUE ALL ' '.
          05 L-ITE-TOT PIC -ZZZZZZZ,99.
          05 FILLER    PIC X(4)  VALUE     '|  |'.

      *** CODE ARTICLE DU CLIENT, SOUS LA LIGNE ARTICLE ***
       01 L-ITE-REF.
          05 FILLER    PIC X(4)  VALUE     '|  |'.
          05 FILLER    PIC X(7)  VALUE ALL ' '.
          05 FILLER    PIC X     VALUE     '|'.
          05 L-ITE-REF-LBL  PIC X(9).
          05 L-ITE-REF-CODE PIC X(20).
          05 FILLER    PIC X     VALUE     '|'.
          05 FILLER    PIC X(8)  VALUE ALL ' '.
          05 FILLER    PIC X     VALUE     '|'.
          05 FILLER    PIC X(8)  VALUE ALL ' '.
          05 FILLER    PIC X     VALUE     '|'.
          05 FILLER    PIC X(16) VALUE ALL ' '.
          05 FILLER    PIC X(4)  VALUE     '|  |'.
       
       01 L-DATE.
          05 FILLER  PIC X(3)  VALUE     '|  '.

       01 L-CUS.
          05 FILLER       PIC X(3)  VALUE     '|  '.
      *** COLONNE GAUCHE : L'ADRESSE DE LIVRAISON, SI ELLE DIFFERE ***
          05 L-SHP-DATA   PIC X(30) VALUE SPACES.
          05 FILLER       PIC X(10) VALUE ALL ' '.
          05 FILLER       PIC X(2) VALUE '| '.
          05 FILLER       PIC X(2) VALUE '  '.
          05 L-CUS-DATA   PIC X(28).

           PERFORM TAKE-RUN-LOCK
           PERFORM GET-RUN-DATE
           PERFORM READ-REPRINT-LIST

      *** UN RUN D'EMISSION REEL EST REPRENABLE ; LA REPRISE REPREND ***
      *** LA DATE DE FACTURATION DU RUN INTERROMPU                    ***
           PERFORM READ-CHECKPOINT

      *** LE SCELLE HDR/TRL DOIT ETRE BON AVANT D'EMETTRE QUOI QUE ***
      *** CE SOIT - UN EXTRACT TRONQUE OU PERIME REFUSE LE RUN     ***
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           IF RESTART-RUN AND WS-SEAL-HDR-TIME NOT = CHK-SEAL-TIME
              DISPLAY '*** EXTRACT.DATA IS NOT THE EXTRACT THE'
                      ' INTERRUPTED RUN WORKED ON - RESTART REFUSED ***'
              PERFORM FREE-RUN-LOCK
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

      *** OUVERTURE DES FICHIERS ***
           PERFORM OPEN-FEXT
           PERFORM READ-FEXT
           IF RESTART-RUN
              PERFORM RESTORE-FACT
           ELSE
              PERFORM OPEN-FACT
           END-IF
           PERFORM OPEN-TAXRATE
           PERFORM OPEN-CTRYTAX
           PERFORM OPEN-PROMOK
           PERFORM OPEN-CONTRK
           PERFORM OPEN-SHIPTOK
           PERFORM OPEN-DISCK
           PERFORM READ-COMM-SCHEDULE
           PERFORM READ-TERMS-SCHEDULE
           PERFORM READ-CONSCUST-LIST
           PERFORM READ-EDIPART-LIST
           IF RESTART-RUN
              PERFORM RESTORE-ACCUMULATORS
           END-IF
           IF EDP-CNT > 0
              IF RESTART-RUN
                 PERFORM RESTORE-FEDI
              ELSE
                 OPEN OUTPUT FEDI
              END-IF
           END-IF
           IF CCU-CNT > 0
              IF RESTART-RUN
                 PERFORM RESTORE-CONSACC
              ELSE
                 IF CHECKPOINTING
                    PERFORM COUNT-CONSACC
                 END-IF
                 OPEN EXTEND FCONSACC
              END-IF
           END-IF
           PERFORM PEEK-INVOICE-RANGE
           IF REPRINT-CNT = 0
              IF RESTART-RUN
                 PERFORM LOAD-POSTED-AFTER-CHKPT
              END-IF
              OPEN EXTEND FINVREG
              OPEN EXTEND FCOMMREG
              IF NOT DRY-RUN
                 PERFORM LOAD-DEPOSIT-LEDGER
              END-IF
           END-IF
           PERFORM OPEN-INVMAP-FOR-MODE

      *** REPRISE : LES COMMANDES DEJA FACTUREES SONT PASSEES, SINON  ***
      *** LE POINT DE REPRISE DU RUN EST POSE AVANT LA PREMIERE       ***
           IF RESTART-RUN
              PERFORM SKIP-TO-CHECKPOINT
           ELSE
              PERFORM WRITE-CHECKPOINT
           END-IF

      *** BOUCLE DE RUPTURE : CHAQUE ENREGISTREMENT 'H' OUVRE UNE ***
      *** FACTURE, LES ENREGISTREMENTS 'I' QUI SUIVENT EN SONT LES ***
      *** LIGNES, JUSQU'AU 'H' SUIVANT OU A LA FIN DU FICHIER      ***
                 END-IF
                 PERFORM WRITE-FACT-BOTTOM
              END-IF
              PERFORM TAKE-CHECKPOINT
           END-PERFORM
               IF EDP-CNT > 0
                  PERFORM WRITE-EDI-CONTROLS
               PERFORM CLOSE-CTRYTAX
               PERFORM CLOSE-PROMOK
               PERFORM CLOSE-CONTRK
               CALL 'PRCHRST'
               CALL 'UOMRST'
               PERFORM CLOSE-SHIPTOK
               PERFORM CLOSE-DISCK
               IF REPRINT-CNT = 0
                  CLOSE FINVREG
                  CLOSE FCOMMREG
               END-IF
               IF DEP-FILES-OPEN
                  CLOSE FPREPAY
                  CLOSE FSETTLE
                  DISPLAY 'INVOICES PAID FROM DEPOSIT : '
                          CNT-DEP-APPLIED
               END-IF
               PERFORM CLOSE-INVMAP-FOR-MODE
               PERFORM WRITE-COMM-REPORT
      *** UN RUN DE REIMPRESSION N'ACCUMULE PAS DE TAXE - NE PAS  ***
      *** ECRASER LA DECLARATION DU RUN D'EMISSION                ***
                  DISPLAY 'INVOICES PAST STATE TAX TABLE : '
                          CNT-STX-DROPPED
               END-IF
               IF CNT-AR-FAILED > 0
                  DISPLAY 'OPEN-ITEM POSTINGS FAILED : ' CNT-AR-FAILED
                          ' - RUN ARLOADP MODE=CHECK'
                  MOVE 4 TO RETURN-CODE
               END-IF
               IF CHECKPOINTING
                  SET CHK-COMPLETE TO TRUE
                  PERFORM WRITE-CHECKPOINT
               END-IF
               PERFORM FREE-RUN-LOCK
               GOBACK.
      ******************************************
      * PARAGRAPHES
      ******************************************
      ** READ-PARM-CARDS - the flat tax rate used when a state has no **
      ** TAXRATE row (default 0,0500), the dry-run switch and the     **
      ** restart switch                                               **
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 3 TO PARM-COUNT
           MOVE 'TAXRATE'  TO PARM-KEYWORD(1)
           MOVE 'N'        TO PARM-TYPE(1)
           MOVE 'N'        TO PARM-REQUIRED(1)
           MOVE 'X'        TO PARM-TYPE(2)
           MOVE 'N'        TO PARM-REQUIRED(2)
           MOVE 'N'        TO PARM-DEFAULT(2)
           MOVE 'RESTART'  TO PARM-KEYWORD(3)
           MOVE 'X'        TO PARM-TYPE(3)
           MOVE 'N'        TO PARM-REQUIRED(3)
           MOVE 'N'        TO PARM-DEFAULT(3)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              MOVE PARM-VALUE(1)(1:5) TO AC-TAX
              MOVE PARM-VALUE(2)(1:1) TO WS-NOUPDATE
              MOVE PARM-VALUE(3)(1:1) TO WS-RESTART
              IF DRY-RUN
                 DISPLAY '*** PART3BP : NOUPDATE MODE - NO NUMBER'
                         ' MINTED, NO REGISTER POSTED ***'
           .

      ** TAKE-RUN-LOCK - refuse to start while another execution of  **
      ** this program is still alive (both would post the same      **
      ** orders to the map and the registers)                       **
       TAKE-RUN-LOCK.
           MOVE 'L' TO WS-LOCK-ACTION
           CALL 'RUNLOCK' USING WS-LOCK-PGM WS-LOCK-ACTION
           EVALUATE TRUE
              WHEN FS-REC-TYPE = 'HDR'
                 SET SEAL-HDR-SEEN TO TRUE
                 MOVE FS-HDR-TIME TO WS-SEAL-HDR-TIME
      ** A COMPLETE BUT STALE EXTRACT LEFT OVER FROM A PRIOR   **
      ** NIGHT MUST NOT PASS THE SEAL EITHER                   **
                 IF FS-HDR-DATE NOT = WS-RUN-DATE
              MOVE FI-P-NO        TO L-ITE-NO
              MOVE SPACES TO L-ITE-DES
              MOVE FI-DESCRIPTION TO L-ITE-DES
              PERFORM MARK-LIST-LINE
              PERFORM MARK-PROMO-LINE
              PERFORM MARK-CONTRACT-LINE
              PERFORM SET-INVOICE-UNIT
              MOVE ED-QTY         TO L-ITE-QTY
              MOVE ED-MONTANT     TO L-ITE-PRI
              MOVE ED-TOTAL       TO L-ITE-TOT
              PERFORM GET-CUST-ITEM-CODE
              IF NOT SKIP-INVOICE
                 DISPLAY L-ITE
                 WRITE ENR-FACT FROM L-ITE
                 IF XR-CODE NOT = SPACES
                    MOVE INV-TXT-CUSTREF TO L-ITE-REF-LBL
                    MOVE XR-CODE         TO L-ITE-REF-CODE
                    WRITE ENR-FACT FROM L-ITE-REF
                 END-IF
                 IF WS-INV-UOM NOT = SPACES
                    PERFORM WRITE-UNIT-LINE
                 END-IF
              END-IF
              IF EDI-PARTNER
                 PERFORM WRITE-EDI-LINE
           END-IF
           .
       WRITE-FACT-CUS.
      *** LIVRAISON AILLEURS : LES DEUX ADRESSES, COTE A COTE ***
           MOVE SPACES TO L-SHP-DATA
           PERFORM READ-SHIPTO
      *** COMPANY NAME ***
           WRITE ENR-FACT FROM L-TIRET-CUS
           IF NOT FH-NO-SHIPTO
              MOVE INV-TXT-SHIPTO TO L-SHP-DATA
              MOVE INV-TXT-BILLTO TO L-CUS-DATA
              DISPLAY L-CUS
              WRITE ENR-FACT FROM L-CUS
              MOVE SHP-NAME     TO L-SHP-DATA
           END-IF
           MOVE FH-COMPANY  TO L-CUS-DATA
           DISPLAY L-CUS
           WRITE ENR-FACT FROM L-CUS
      *** COMPANY ADDRESS ***
           IF NOT FH-NO-SHIPTO
              MOVE SHP-ADDRESS  TO L-SHP-DATA
           END-IF
           MOVE FH-ADDRESS  TO L-CUS-DATA
           DISPLAY L-CUS
           WRITE ENR-FACT FROM L-CUS
      *** COMPANY CITY ZIP ***
           IF NOT FH-NO-SHIPTO
              MOVE SPACES TO L-SHP-DATA
              STRING
                 SHP-CITY DELIMITED BY '  '
                 ', '     DELIMITED BY SIZE
                 SHP-ZIP  DELIMITED BY SIZE
                 INTO L-SHP-DATA
              END-STRING
           END-IF
           STRING
              FH-CITY DELIMITED BY '  '
              ', '    DELIMITED BY SIZE
           DISPLAY L-CUS
           WRITE ENR-FACT FROM L-CUS
      *** COMPANY STATE ***
           IF NOT FH-NO-SHIPTO
              MOVE FH-SHIP-STATE TO LS-ST-CODE
              MOVE SPACES        TO LS-ST-NAME
              CALL 'STPROG' USING LS-ST-CODE LS-ST-NAME
              MOVE LS-ST-NAME    TO L-SHP-DATA
           END-IF
           PERFORM CALL-SSP-STATE
           MOVE LS-ST-NAME  TO L-CUS-DATA
           DISPLAY L-CUS
           WRITE ENR-FACT FROM L-CUS
           MOVE SPACES TO L-SHP-DATA
           DISPLAY L-TIRET-CUS
           WRITE ENR-FACT FROM L-TIRET-CUS
           .

      ** READ-SHIPTO - the address behind the order's ship-to code ;  **
      ** PART3AP already resolved the code, so a miss here only means **
      ** the file went away between the two steps : the code is shown **
       READ-SHIPTO.
           MOVE SPACES TO ST-SHIPTO
           IF NOT FH-NO-SHIPTO
              MOVE 1 TO FS-SHIPTOK
              IF SHIPTOK-OPEN
                 MOVE FH-C-NO  TO SHP-C-NO
                 MOVE FH-SHIPTO TO SHP-CODE
                 READ SHIPTOK
              END-IF
              IF FS-SHIPTOK NOT = 0
                 MOVE SPACES    TO ST-SHIPTO
                 MOVE FH-SHIPTO TO SHP-NAME
              END-IF
           END-IF
           .
       CLEAN-L-EMP.
            MOVE SPACES TO L-DEP-DATA
            MOVE SPACES TO L-EMP-DATA-FNAME
            MOVE SPACES TO L-ORD-DATA
            .
       WRITE-FACT-DAT.
            MOVE INV-TXT-PLACE TO L-DATE-TITLE
      *** SOUS PROGRAMME DATE ***
            PERFORM CALL-SSP-DATE
            MOVE FUNCTION LOWER-CASE(LS-DATE) TO L-DATE-DATA
            PERFORM CLEAN-L-DAT
            .
       WRITE-FACT-ORD.
            MOVE INV-TXT-NUM TO L-ORD-TITLE
            MOVE WS-CUR-INV-NO TO ED-INV-NO
            MOVE ED-INV-NO TO L-ORD-DATA
            DISPLAY L-ORD
            WRITE ENR-FACT FROM L-ORD
            PERFORM CLEAN-L-ORD
            MOVE INV-TXT-ORDNUM TO L-ORD-TITLE
            MOVE WS-CUR-O-NO TO L-ORD-DATA
            DISPLAY L-ORD
            WRITE ENR-FACT FROM L-ORD
            MOVE INV-TXT-ORDDATE TO L-ORD-TITLE
            MOVE WS-CUR-O-DATE TO L-ORD-DATA
            DISPLAY L-ORD
            WRITE ENR-FACT FROM L-ORD
            MOVE INV-TXT-DUEDATE TO L-ORD-TITLE
            MOVE WS-DUE-DATE-ISO TO L-ORD-DATA
            WRITE ENR-FACT FROM L-ORD
            IF WS-EARLY-PCT > ZERO
       WRITE-FACT-EMP.
      *** CONSTRUCTION PHRASE CONTACT ***
            STRING
                 INV-TXT-CONTACT DELIMITED BY '  '
                 ' ' DELIMITED BY SIZE
                 WS-CUR-DNAME DELIMITED BY ' '
                ' : '    DELIMITED BY SIZE
                 WS-CUR-LNAME DELIMITED BY ' '
            PERFORM CLEAN-L-EMP
            .
       WRITE-FACT-BOTTOM.
           MOVE ZERO TO WS-DEP-APPLIED
           PERFORM READ-TAXRATE
      *** UN CLIENT EXONERE (CERTIFICAT A L'APPUI) NE PAIE PAS DE ***
      *** TAXE - LE CERTIFICAT EST CITE SUR LA FACTURE            ***
              END-IF
              PERFORM WRITE-INVREG-ENTRY
              PERFORM WRITE-COMMREG-ENTRY
              PERFORM APPLY-PREPAY-DEPOSIT
           END-IF
           IF NOT SKIP-INVOICE
              IF WS-TOTAL-SHIP NOT = ZERO
                 MOVE INV-TXT-SHIPPING     TO L-TOT-TITLE
                 MOVE WS-TOTAL-SHIP        TO L-TOT-DATA
                 WRITE ENR-FACT FROM L-VIDE
                 WRITE ENR-FACT FROM L-TOTAL
              IF IS-CREDIT-MEMO
                 WRITE ENR-FACT FROM L-CREDIT
                 WRITE ENR-FACT FROM L-VIDE
                 MOVE INV-TXT-TOTCRED     TO L-TOT-TITLE
              ELSE
                 MOVE INV-TXT-TOTHT       TO L-TOT-TITLE
              END-IF
              MOVE WS-TOTAL-HT          TO L-TOT-DATA
              WRITE ENR-FACT FROM L-VIDE
              WRITE ENR-FACT FROM L-TOTAL
              IF WS-TOTAL-DISC NOT = ZERO
                 MOVE INV-TXT-DISCOUNT     TO L-TOT-TITLE
                 COMPUTE L-TOT-DATA = 0 - WS-TOTAL-DISC
                 WRITE ENR-FACT FROM L-TOTAL
              END-IF
              IF CUR-TAX-EXEMPT
                 MOVE SPACES TO L-TOT-TITLE
                 STRING
                         INV-TXT-TAXEXM DELIMITED BY '  '
                         ' ' DELIMITED BY SIZE
                         WS-CUR-CERT DELIMITED BY SIZE
                         INTO L-TOT-TITLE
                 END-STRING
                    END-STRING
                 ELSE
                    STRING
                            INV-TXT-TAX DELIMITED BY '  '
                            ' (' DELIMITED BY SIZE
                            ED-TAX  DELIMITED BY SIZE
                            '%)' DELIMITED BY SIZE
                            INTO L-TOT-TITLE
              COMPUTE WS-COM = WS-COM * 100
              MOVE WS-COM TO ED-COM
              STRING
                      INV-TXT-COMM DELIMITED BY '  '
                      ' (' DELIMITED BY SIZE
                      ED-COM  DELIMITED BY SIZE
                      '%)' DELIMITED BY SIZE
                      INTO L-TOT-TITLE
              WRITE ENR-FACT FROM L-TOTAL
              WRITE ENR-FACT FROM L-VIDE
              IF IS-CREDIT-MEMO
                 MOVE INV-TXT-REFUND      TO L-TOT-TITLE
              ELSE
                 MOVE INV-TXT-TOTTTC      TO L-TOT-TITLE
              END-IF
              MOVE WS-TOTAL-TTC         TO L-TOT-DATA
              WRITE ENR-FACT FROM L-TOTAL
              WRITE ENR-FACT FROM L-VIDE
              IF WS-DEP-APPLIED NOT = ZERO
                 MOVE INV-TXT-DEPOSIT     TO L-TOT-TITLE
                 COMPUTE L-TOT-DATA = 0 - WS-DEP-APPLIED
                 WRITE ENR-FACT FROM L-TOTAL
                 MOVE INV-TXT-BALDUE      TO L-TOT-TITLE
                 COMPUTE L-TOT-DATA = WS-TOTAL-TTC - WS-DEP-APPLIED
                 WRITE ENR-FACT FROM L-TOTAL
                 WRITE ENR-FACT FROM L-VIDE
              END-IF
              IF NOT CUR-IS-DOMESTIC
                 PERFORM WRITE-FACT-FX-TOTAL
              END-IF
              WRITE ENR-FACT FROM L-TIRET BEFORE ADVANCING PAGE
              ADD 1 TO CNT-FACT-INVOICES
           END-IF
           .
       WRITE-FACT-TOP.
           PERFORM LOAD-INVOICE-TEXTS
           WRITE   ENR-FACT FROM L-TIRET
           WRITE   ENR-FACT FROM L-VIDE
           PERFORM WRITE-FACT-CUS
           MOVE FH-COM  TO WS-CUR-COM
           MOVE FH-LNAME TO WS-CUR-LNAME
           MOVE FH-FNAME TO WS-CUR-FNAME
      *** LA TAXE S'APPLIQUE LA OU LA MARCHANDISE EST LIVREE ***
           IF FH-NO-SHIPTO
              MOVE FH-STATE TO WS-CUR-STATE
           ELSE
              MOVE FH-SHIP-STATE TO WS-CUR-STATE
           END-IF
           MOVE 0 TO WS-MINT-FLAG
      ** A PENDING SKELETON CUSTOMER IS NOT BILLABLE YET - THE    **
      ** ORDER PARKS (NO NUMBER, NO REGISTER) UNTIL THE DESK      **
       DIVERT-WHOLE-ORDER.
           IF LIVE-RUN
              WRITE ENR-CONSACC FROM ENR-FEXT-H
              ADD 1 TO CNT-CONSACC-RECS
           END-IF
           PERFORM READ-FEXT
           PERFORM UNTIL FF-FEXT OR FEXT-IS-HEADER
              IF LIVE-RUN
                 WRITE ENR-CONSACC FROM ENR-FEXT-H
                 ADD 1 TO CNT-CONSACC-RECS
              END-IF
              PERFORM READ-FEXT
           END-PERFORM
           END-IF
           .

      ** GET-CUST-ITEM-CODE - the customer's own code for the item, **
      ** the one their accounts payable matches the invoice on      **
       GET-CUST-ITEM-CODE.
           INITIALIZE XREF-BLOCK
           MOVE 'C'         TO XR-ACTION
           MOVE WS-CUR-C-NO TO XR-C-NO
           MOVE FI-P-NO     TO XR-P-NO
           CALL 'XREFPROG' USING XREF-BLOCK
           .

       WRITE-EDI-HEADER.
           MOVE WS-CUR-INV-NO   TO IHD-INV-NO
           MOVE WS-CUR-C-NO     TO IHD-C-NO
       WRITE-EDI-LINE.
           MOVE WS-CUR-INV-NO TO ILN-INV-NO
           MOVE FI-P-NO       TO ILN-P-NO
           MOVE WS-INV-QTY    TO ILN-QTY
           MOVE WS-INV-PRICE  TO ILN-PRICE
           MOVE WS-TOTAL      TO ILN-TOTAL
           MOVE XR-CODE       TO ILN-CUST-CODE
           MOVE WS-INV-UOM    TO ILN-UOM
           WRITE ENR-EDI FROM ST-EDI-ILN
           ADD 1 TO EDP-SEGS(WS-EDP-HIT)
           .
       WRITE-EARLY-PAY-NOTE.
           COMPUTE ED-EARLY-PCT = WS-EARLY-PCT * 100
           MOVE SPACES TO L-DUE-TXT
           STRING INV-TXT-EARLY             DELIMITED BY '  '
                  ' '                       DELIMITED BY SIZE
                  ED-EARLY-PCT              DELIMITED BY SIZE
                  '% '                      DELIMITED BY SIZE
                  INV-TXT-EARLYIF           DELIMITED BY '  '
                  ' '                       DELIMITED BY SIZE
                  WS-DISC-DAYS              DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  INV-TXT-DAYS              DELIMITED BY '  '
             INTO L-DUE-TXT
           END-STRING
           WRITE ENR-FACT FROM L-DUE-NOTE
              DISPLAY 'NO RATE FOR CURRENCY ' WS-CUR-CURRENCY
                      ' - USD ONLY ON THIS INVOICE'
           ELSE
              MOVE INV-TXT-TOTTTC  TO L-FX-TITLE
              MOVE WS-CUR-CURRENCY TO L-FX-CURR
              IF WS-TOTAL-TTC < 0
                 COMPUTE L-FX-DATA = 0 - WS-FX-AMOUNT
              WRITE ENR-FACT FROM L-FX-TOTAL
              MOVE WS-FX-RATE TO ED-FX-RATE
              MOVE SPACES TO L-FX-RATE-TXT
              STRING INV-TXT-FXRATE   DELIMITED BY '  '
                     ' '              DELIMITED BY SIZE
                     ED-FX-RATE       DELIMITED BY SIZE
                     ' '              DELIMITED BY SIZE
                     INV-TXT-FXSINCE  DELIMITED BY '  '
                     ' '              DELIMITED BY SIZE
                     WS-FX-RATE-DATE  DELIMITED BY SIZE
                INTO L-FX-RATE-TXT
              END-STRING
           END-IF
           .

      ** SET-INVOICE-UNIT - a line ordered by the case is billed by  **
      ** the case : the eaches on the extract go back into the       **
      ** customer's unit, the price per each times the pack size.    **
      ** An odd number of eaches (a partial shipment) or a case      **
      ** price too big for the column is billed in eaches. The line  **
      ** total is the eaches total either way                        **
       SET-INVOICE-UNIT.
           MOVE SPACES   TO WS-INV-UOM
           MOVE WS-QTY   TO WS-INV-QTY
           MOVE WS-PRICE TO WS-INV-PRICE
           IF FI-UOM NOT = SPACES AND FI-UOM NOT = 'EA'
              INITIALIZE UOM-BLOCK
              MOVE 'F'      TO UM-ACTION
              MOVE FI-P-NO  TO UM-ITEM
              MOVE FI-UOM   TO UM-CODE
              MOVE WS-QTY   TO UM-BASE-QTY
              CALL 'UOMPROG' USING UOM-BLOCK
              IF UM-OK
                 COMPUTE WS-INV-PRICE = WS-PRICE * UM-FACTOR
                    ON SIZE ERROR
                       MOVE WS-PRICE TO WS-INV-PRICE
                    NOT ON SIZE ERROR
                       MOVE UM-QTY    TO WS-INV-QTY
                       MOVE FI-UOM    TO WS-INV-UOM
                       MOVE UM-FACTOR TO WS-INV-FACTOR
                       MOVE WS-INV-QTY   TO ED-QTY
                       MOVE WS-INV-PRICE TO ED-MONTANT
                 END-COMPUTE
              END-IF
           END-IF
           .

      ** WRITE-UNIT-LINE - under the line, what the unit holds :     **
      ** UNIT     CS = 12 EA                                         **
       WRITE-UNIT-LINE.
           MOVE WS-INV-FACTOR TO ED-INV-FACTOR
           MOVE ZERO TO WS-INV-LEAD
           INSPECT ED-INV-FACTOR TALLYING WS-INV-LEAD
                   FOR LEADING SPACES
           MOVE SPACES       TO L-ITE-REF-CODE
           STRING WS-INV-UOM                     DELIMITED BY SIZE
                  ' = '                          DELIMITED BY SIZE
                  ED-INV-FACTOR(WS-INV-LEAD + 1:) DELIMITED BY SIZE
                  ' EA'                          DELIMITED BY SIZE
             INTO L-ITE-REF-CODE
           END-STRING
           MOVE INV-TXT-UNIT TO L-ITE-REF-LBL
           WRITE ENR-FACT FROM L-ITE-REF
           .

      ** MARK-LIST-LINE - a line billed at the catalog price in      **
      ** effect on its order date, when the catalog price has moved  **
      ** since, tells the customer why the price differs from        **
      ** today's list ; a promo or contract marker overwrites it     **
       MARK-LIST-LINE.
           INITIALIZE PRCH-BLOCK
           MOVE 'L'           TO PH-ACTION
           MOVE FI-P-NO       TO PH-P-NO
           MOVE WS-CUR-O-DATE TO PH-DATE
           CALL 'PRCHPROG' USING PRCH-BLOCK
           IF PH-OK AND PH-PRICE = TP-PRICE
              MOVE PH-PRICE TO WS-LIST-PRICE
              MOVE 'L'             TO PH-ACTION
              MOVE WS-RUN-DATE-ISO TO PH-DATE
              CALL 'PRCHPROG' USING PRCH-BLOCK
              IF PH-OK AND PH-PRICE NOT = WS-LIST-PRICE
                 MOVE '*OLD LIST*' TO L-ITE-DES(20:10)
              END-IF
           END-IF
           .

      ** MARK-PROMO-LINE - a line whose order date falls inside the  **
      ** product's promo window shows the deal on the invoice         **
       MARK-PROMO-LINE.
           END-IF
           .

       OPEN-SHIPTOK.
           OPEN INPUT SHIPTOK
           IF FS-SHIPTOK = 0
              SET SHIPTOK-OPEN TO TRUE
           ELSE
              DISPLAY 'NO SHIP-TO FILE, SHIP-TO CODES PRINTED ONLY'
           END-IF
           .

       CLOSE-SHIPTOK.
           IF SHIPTOK-OPEN
              CLOSE SHIPTOK
           END-IF
           .

       CLOSE-PROMOK.
           IF PROMOK-OPEN
              CLOSE PROMOK
           END-IF
           .

      ** CALL-SSP-DATE - the date spelt out in the customer's        **
      ** language : French names for FR, English names otherwise      **
       CALL-SSP-DATE.
           IF FH-LANG = 'FR'
              CALL 'DATEPROG' USING LS-DATE
           ELSE
              CALL 'DATEPROGEN' USING LS-DATE
           END-IF
           .

      ** LOAD-INVOICE-TEXTS - the invoice wording in the language on  **
      ** the order header ; MSGPROG replaces each built-in wording    **
      ** with the MSGTXTK row for that language when there is one.    **
      ** Consecutive invoices in the same language reuse the set      **
       LOAD-INVOICE-TEXTS.
           IF FH-LANG = WS-TXT-LANG
              EXIT PARAGRAPH
           END-IF
           MOVE FH-LANG TO WS-TXT-LANG
           MOVE 'PARIS, LE '            TO WS-MSG-TEXT
           MOVE 'INV-PLACE'             TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT             TO INV-TXT-PLACE
           MOVE 'INVOICE NUM:'          TO WS-MSG-TEXT
           MOVE 'INV-NUM'               TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT             TO INV-TXT-NUM
           MOVE 'ORDER NUM  :'          TO WS-MSG-TEXT
           MOVE 'INV-ORDNUM'            TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT             TO INV-TXT-ORDNUM
           MOVE 'ORDER DATE :'          TO WS-MSG-TEXT
           MOVE 'INV-ORDDATE'           TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT             TO INV-TXT-ORDDATE
           MOVE 'DUE DATE   :'          TO WS-MSG-TEXT
           MOVE 'INV-DUEDATE'           TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT             TO INV-TXT-DUEDATE
           MOVE 'Votre contact au département' TO WS-MSG-TEXT
           MOVE 'INV-CONTACT'           TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT             TO INV-TXT-CONTACT
           MOVE INV-COLS-DEFAULT        TO WS-MSG-TEXT
           MOVE 'INV-COLS'              TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT             TO L-TITLE-ITE-TXT
           MOVE 'SHIP TO :'             TO WS-MSG-TEXT
           MOVE 'INV-SHIPTO'            TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT             TO INV-TXT-SHIPTO
           MOVE 'BILL TO :'             TO WS-MSG-TEXT
           MOVE 'INV-BILLTO'            TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT             TO INV-TXT-BILLTO
           MOVE '*** CREDIT MEMO - REFUND **' TO WS-MSG-TEXT
           MOVE 'INV-CREDMEMO'          TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT             TO L-CREDIT-TXT
           MOVE 'SHIPPING'              TO WS-MSG-TEXT
           MOVE 'INV-SHIPPING'          TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT             TO INV-TXT-SHIPPING
           MOVE 'TOTAL CREDIT'          TO WS-MSG-TEXT
           MOVE 'INV-TOTCRED'           TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT             TO INV-TXT-TOTCRED
           MOVE 'TOTAL HT'              TO WS-MSG-TEXT
           MOVE 'INV-TOTHT'             TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT             TO INV-TXT-TOTHT
           MOVE 'DISCOUNT'              TO WS-MSG-TEXT
           MOVE 'INV-DISCOUNT'          TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT             TO INV-TXT-DISCOUNT
           MOVE 'TAX EXEMPT CERT'       TO WS-MSG-TEXT
           MOVE 'INV-TAXEXM'            TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT             TO INV-TXT-TAXEXM
           MOVE 'TOTAL TAXE'            TO WS-MSG-TEXT
           MOVE 'INV-TAX'               TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT             TO INV-TXT-TAX
           MOVE 'COMMISSION'            TO WS-MSG-TEXT
           MOVE 'INV-COMM'              TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT             TO INV-TXT-COMM
           MOVE 'TOTAL REFUND DUE'      TO WS-MSG-TEXT
           MOVE 'INV-REFUND'            TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT             TO INV-TXT-REFUND
           MOVE 'TOTAL TTC'             TO WS-MSG-TEXT
           MOVE 'INV-TOTTTC'            TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT             TO INV-TXT-TOTTTC
           MOVE 'DEPOSIT APPLIED'       TO WS-MSG-TEXT
           MOVE 'INV-DEPOSIT'           TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT             TO INV-TXT-DEPOSIT
           MOVE 'BALANCE DUE'           TO WS-MSG-TEXT
           MOVE 'INV-BALDUE'            TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT             TO INV-TXT-BALDUE
           MOVE 'EARLY PAYMENT DISCOUNT' TO WS-MSG-TEXT
           MOVE 'INV-EARLY'             TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT             TO INV-TXT-EARLY
           MOVE 'IF PAID WITHIN'        TO WS-MSG-TEXT
           MOVE 'INV-EARLYIF'           TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT             TO INV-TXT-EARLYIF
           MOVE 'DAYS'                  TO WS-MSG-TEXT
           MOVE 'INV-DAYS'              TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT             TO INV-TXT-DAYS
           MOVE 'EXCHANGE RATE'         TO WS-MSG-TEXT
           MOVE 'INV-FXRATE'            TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT             TO INV-TXT-FXRATE
           MOVE 'IN EFFECT SINCE'       TO WS-MSG-TEXT
           MOVE 'INV-FXSINCE'           TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT             TO INV-TXT-FXSINCE
           MOVE 'YOUR REF'              TO WS-MSG-TEXT
           MOVE 'INV-CUSTREF'           TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT             TO INV-TXT-CUSTREF
           MOVE 'UNIT'                  TO WS-MSG-TEXT
           MOVE 'INV-UNIT'              TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT             TO INV-TXT-UNIT
           .

       GET-DOC-TEXT.
           MOVE WS-TXT-LANG TO WS-MSG-LANG
           CALL 'MSGPROG' USING WS-MSG-LANG WS-MSG-ID WS-MSG-TEXT
           .
      ** CHECK-REPRINT - in reprint mode, suppress every invoice whose    **
      ** order no isn't on the reprint list                              **
              END-IF
           END-IF
           .
      ** PEEK-INVOICE-RANGE - the invoice numbers come from the     **
      ** 'INVOICE' range of the number-range registry ; the range is  **
      ** checked up front so an undefined or used-up range stops the  **
      ** run before the first invoice prints                          **
       PEEK-INVOICE-RANGE.
           INITIALIZE NUMRNG-BLOCK
           MOVE 'INVOICE' TO NR-RANGE-ID
           MOVE 'Q'       TO NR-ACTION
           CALL 'NUMRANGE' USING NUMRNG-BLOCK
           IF NOT NR-OK
              DISPLAY '*** INVOICE RANGE UNDEFINED IN NUMRNGK ('
                      NR-RESULT ') - RUN REFUSED ***'
              MOVE 40 TO WS-ABEND-CODE
              PERFORM ABEND-PROG
           END-IF
           IF NR-NUMBER < NR-LOW
              MOVE NR-LOW TO WS-CUR-INV-NO
           ELSE
              MOVE NR-NUMBER TO WS-CUR-INV-NO
           END-IF
           IF NOT RESTART-RUN
              MOVE WS-CUR-INV-NO TO WS-HIGH-INV-NO
           END-IF
           IF WS-CUR-INV-NO NOT < NR-HIGH
              DISPLAY '*** INVOICE RANGE EXHAUSTED - EXTEND IT WITH'
                      ' NUMRNGP ***'
              MOVE 41 TO WS-ABEND-CODE
              PERFORM ABEND-PROG
           END-IF
           .
      ** DRAW-INV-NO - next invoice number from the registry ; a dry  **
      ** run only counts on from the last number issued, it never    **
      ** burns a number of the range                                  **
       DRAW-INV-NO.
           IF DRY-RUN
              ADD 1 TO WS-CUR-INV-NO
              EXIT PARAGRAPH
           END-IF
           INITIALIZE NUMRNG-BLOCK
           MOVE 'INVOICE' TO NR-RANGE-ID
           MOVE 'N'       TO NR-ACTION
           CALL 'NUMRANGE' USING NUMRNG-BLOCK
           IF NOT NR-OK
              DISPLAY '*** INVOICE RANGE EXHAUSTED OR UNDEFINED ('
                      NR-RESULT ') AT ORDER ' WS-CUR-O-NO ' ***'
              MOVE 41 TO WS-ABEND-CODE
              PERFORM ABEND-PROG
           END-IF
           MOVE NR-NUMBER TO WS-CUR-INV-NO
           .
      ** READ-REPRINT-LIST - loads the optional order-no reprint list;   **
      ** when the file is absent or empty every order is emitted as     **
              WHEN OTHER
                 DISPLAY 'NO PRIOR INVOICE NO FOR ORDER ' WS-CUR-O-NO
                         ' - MINTING A NEW ONE'
                 PERFORM DRAW-INV-NO
           END-EVALUATE
           .

           END-IF
           IF FS-INVMAP = 0 AND IM-VOID-FLAG NOT = 'V'
              MOVE IM-INV-NO TO WS-CUR-INV-NO
      ** ON A RESTART, A NUMBER ABOVE THE CHECKPOINT WAS MINTED BY  **
      ** THE INTERRUPTED RUN FOR THE INVOICE IT NEVER FINISHED : IT **
      ** IS REUSED, AND THE INVOICE POSTS AS THE NIGHT IT WAS MINTED **
              IF RESTART-RUN AND IM-INV-NO > WS-RST-HIGH-INV-NO
                 SET INV-FRESHLY-MINTED TO TRUE
              END-IF
           ELSE
              PERFORM DRAW-INV-NO
              SET INV-FRESHLY-MINTED TO TRUE
              PERFORM WRITE-INVMAP-ENTRY
           END-IF
           END-IF
           .

      ** READ-CHECKPOINT - only a live issuing run checkpoints. A    **
      ** fresh run refuses to start over a run that died halfway ; a  **
      ** RESTART=Y run needs that dead run and takes over its date    **
       READ-CHECKPOINT.
           IF LIVE-RUN AND REPRINT-CNT = 0
              SET CHECKPOINTING TO TRUE
           END-IF
           IF RESTART-RUN AND NOT CHECKPOINTING
              DISPLAY '*** RESTART=Y ONLY RESUMES A LIVE ISSUING RUN'
                      ' (NO NOUPDATE=Y, NO REPRINT LIST) ***'
              PERFORM REFUSE-RESTART
           END-IF
           IF NOT CHECKPOINTING
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ST-CHKPT
           OPEN INPUT FCHKPT
           IF FS-CHKPT = 0
              READ FCHKPT INTO ST-CHKPT
                 AT END
                    MOVE SPACES TO ST-CHKPT
              END-READ
              CLOSE FCHKPT
           END-IF
           IF RESTART-RUN
              IF NOT CHK-IN-FLIGHT
                 DISPLAY '*** NO INTERRUPTED RUN RECORDED IN FICINVCKP'
                         ' - RESTART REFUSED ***'
                 PERFORM REFUSE-RESTART
              END-IF
              MOVE CHK-RUN-DATE    TO WS-RUN-DATE
              PERFORM FORMAT-RUN-DATE
              MOVE CHK-HIGH-INV-NO TO WS-RST-HIGH-INV-NO
              MOVE CHK-HIGH-INV-NO TO WS-HIGH-INV-NO
              DISPLAY 'RESTARTING THE RUN OF ' WS-RUN-DATE-ISO
                      ' AFTER ORDER ' CHK-LAST-O-NO
                      ' (' CHK-ORDERS-DONE ' ORDERS DONE)'
           ELSE
              IF CHK-IN-FLIGHT
                 DISPLAY '*** THE RUN OF ' CHK-RUN-DATE
                         ' STOPPED AFTER ORDER ' CHK-LAST-O-NO ' ***'
                 DISPLAY '*** RESUBMIT IT WITH RESTART=Y ***'
                 PERFORM REFUSE-RESTART
              END-IF
              MOVE SPACES TO ST-CHKPT
              SET CHK-IN-FLIGHT TO TRUE
           END-IF
           .

      ** REFUSE-RESTART - nothing was emitted yet : free the lock and **
      ** stop                                                         **
       REFUSE-RESTART.
           PERFORM FREE-RUN-LOCK
           MOVE 16 TO RETURN-CODE
           GOBACK
           .

      ** RESTORE-ACCUMULATORS - tax, commission, EDI and run counters **
      ** as they stood at the last completed invoice                  **
       RESTORE-ACCUMULATORS.
           MOVE CHK-STX-CNT       TO STX-CNT
           MOVE CHK-STX-TAB       TO STATE-TAX-TAB
           MOVE CHK-CTY-CNT       TO CTY-CNT
           MOVE CHK-CTY-TAB       TO CTRY-TAX-TAB
           MOVE CHK-COMM-CNT      TO COMM-CNT
           MOVE CHK-COMM-TAB      TO COMM-TAB
           MOVE CHK-EDP-CNT       TO EDP-CNT
           MOVE CHK-EDP-TAB       TO EDIPART-TAB
           MOVE CHK-PEND-PARKED   TO CNT-PEND-PARKED
           MOVE CHK-DIVERTED      TO CNT-DIVERTED
           MOVE CHK-EDI-INVOICES  TO CNT-EDI-INVOICES
           MOVE CHK-STX-DROPPED   TO CNT-STX-DROPPED
           MOVE CHK-DISC-TOTAL    TO WS-RUN-DISC-TOTAL
           MOVE CHK-FACT-INVOICES TO CNT-FACT-INVOICES
           MOVE CHK-CONSACC-RECS  TO CNT-CONSACC-RECS
           .

      ** RESTORE-FACT - FACTURES.DATA is cut back to the last invoice **
      ** checkpointed (two L-TIRET rules per invoice printed) and     **
      ** left open for the rest of the run                            **
       RESTORE-FACT.
           COMPUTE WS-RST-LIMIT = CHK-FACT-INVOICES * 2
           MOVE 0 TO WS-RST-COUNT
           MOVE 0 TO WS-RST-EOF
           OPEN OUTPUT FRSTWK
           OPEN INPUT FACT
           IF FS-FACT = 0
              PERFORM UNTIL FF-RST OR WS-RST-COUNT NOT < WS-RST-LIMIT
                 READ FACT
                    AT END
                       SET FF-RST TO TRUE
                    NOT AT END
                       WRITE ENR-RSTWK FROM ENR-FACT
                       IF ENR-FACT = L-TIRET
                          ADD 1 TO WS-RST-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FACT
           END-IF
           CLOSE FRSTWK
           IF WS-RST-COUNT < WS-RST-LIMIT
              MOVE 'FACTURES.DATA' TO WS-RST-FILE
              PERFORM RESTART-FILE-SHORT
           END-IF
           MOVE 0 TO WS-RST-EOF
           MOVE 0 TO WS-RST-RULE-SW
           OPEN INPUT FRSTWK
           PERFORM OPEN-FACT
           PERFORM UNTIL FF-RST
              READ FRSTWK
                 AT END
                    SET FF-RST TO TRUE
                 NOT AT END
                    PERFORM PUT-BACK-FACT-LINE
              END-READ
           END-PERFORM
           CLOSE FRSTWK
           .

      ** PUT-BACK-FACT-LINE - the closing rule of each invoice goes   **
      ** back with its page eject, as WRITE-FACT-BOTTOM printed it    **
       PUT-BACK-FACT-LINE.
           MOVE ENR-RSTWK TO ENR-FACT
           IF ENR-FACT = L-TIRET
              IF RULE-CLOSES-INVOICE
                 WRITE ENR-FACT BEFORE ADVANCING PAGE
                 MOVE 0 TO WS-RST-RULE-SW
              ELSE
                 WRITE ENR-FACT
                 SET RULE-CLOSES-INVOICE TO TRUE
              END-IF
           ELSE
              WRITE ENR-FACT
           END-IF
           .

      ** RESTORE-FEDI - keeps the segments counted into the partner   **
      ** table at the checkpoint ; FEDI stays open for the rest       **
       RESTORE-FEDI.
           MOVE 0 TO WS-RST-LIMIT
           PERFORM VARYING EDP-IDX FROM 1 BY 1 UNTIL EDP-IDX > EDP-CNT
              ADD EDP-SEGS(EDP-IDX) TO WS-RST-LIMIT
           END-PERFORM
           MOVE 0 TO WS-RST-COUNT
           MOVE 0 TO WS-RST-EOF
           OPEN OUTPUT FRSTWK
           OPEN INPUT FEDI
           IF FS-EDI = 0
              PERFORM UNTIL FF-RST OR WS-RST-COUNT NOT < WS-RST-LIMIT
                 READ FEDI
                    AT END
                       SET FF-RST TO TRUE
                    NOT AT END
                       WRITE ENR-RSTWK FROM ENR-EDI
                       ADD 1 TO WS-RST-COUNT
                 END-READ
              END-PERFORM
              CLOSE FEDI
           END-IF
           CLOSE FRSTWK
           IF WS-RST-COUNT < WS-RST-LIMIT
              MOVE 'FICEDI' TO WS-RST-FILE
              PERFORM RESTART-FILE-SHORT
           END-IF
           MOVE 0 TO WS-RST-EOF
           OPEN INPUT FRSTWK
           OPEN OUTPUT FEDI
           PERFORM UNTIL FF-RST
              READ FRSTWK
                 AT END
                    SET FF-RST TO TRUE
                 NOT AT END
                    MOVE ENR-RSTWK TO ENR-EDI
                    WRITE ENR-EDI
              END-READ
           END-PERFORM
           CLOSE FRSTWK
           .

      ** RESTORE-CONSACC - earlier nights plus the orders diverted up **
      ** to the checkpoint ; FCONSACC stays open for the rest         **
       RESTORE-CONSACC.
           MOVE CHK-CONSACC-RECS TO WS-RST-LIMIT
           MOVE 0 TO WS-RST-COUNT
           MOVE 0 TO WS-RST-EOF
           OPEN OUTPUT FRSTWK
           OPEN INPUT FCONSACC
           IF FS-CONSACC = 0
              PERFORM UNTIL FF-RST OR WS-RST-COUNT NOT < WS-RST-LIMIT
                 READ FCONSACC
                    AT END
                       SET FF-RST TO TRUE
                    NOT AT END
                       WRITE ENR-RSTWK FROM ENR-CONSACC
                       ADD 1 TO WS-RST-COUNT
                 END-READ
              END-PERFORM
              CLOSE FCONSACC
           END-IF
           CLOSE FRSTWK
           IF WS-RST-COUNT < WS-RST-LIMIT
              MOVE 'FICCONSACC' TO WS-RST-FILE
              PERFORM RESTART-FILE-SHORT
           END-IF
           MOVE 0 TO WS-RST-EOF
           OPEN INPUT FRSTWK
           OPEN OUTPUT FCONSACC
           PERFORM UNTIL FF-RST
              READ FRSTWK
                 AT END
                    SET FF-RST TO TRUE
                 NOT AT END
                    WRITE ENR-CONSACC FROM ENR-RSTWK
              END-READ
           END-PERFORM
           CLOSE FRSTWK
           .

      ** COUNT-CONSACC - a fresh run notes how many records earlier   **
      ** nights left in FCONSACC, so a restart knows where to cut     **
       COUNT-CONSACC.
           MOVE 0 TO CNT-CONSACC-RECS
           MOVE 0 TO WS-RST-EOF
           OPEN INPUT FCONSACC
           IF FS-CONSACC = 0
              PERFORM UNTIL FF-RST
                 READ FCONSACC
                    AT END
                       SET FF-RST TO TRUE
                    NOT AT END
                       ADD 1 TO CNT-CONSACC-RECS
                 END-READ
              END-PERFORM
              CLOSE FCONSACC
           END-IF
           .

      ** RESTART-FILE-SHORT - the output file holds less than the     **
      ** checkpoint says was written : it cannot be trusted to resume **
       RESTART-FILE-SHORT.
           DISPLAY '*** ' WS-RST-FILE ' HOLDS LESS THAN THE CHECKPOINT'
                   ' RECORDS - RESTART REFUSED ***'
           DISPLAY '*** RESTORE THE FILES OF THE RUN OF '
                   WS-RUN-DATE-ISO ' BEFORE RESUBMITTING ***'
           PERFORM REFUSE-RESTART
           .

      ** LOAD-POSTED-AFTER-CHKPT - invoices above the checkpoint that **
      ** the interrupted run already put on FINVREG or FCOMMREG, and  **
      ** the deposit draws it already wrote on FSETTLE ('U', stamped  **
      ** with the run date) or FPREPAY ('A') ; the resumed run must   **
      ** not post them a second time                                  **
       LOAD-POSTED-AFTER-CHKPT.
           MOVE 0 TO PST-CNT
           MOVE 0 TO WS-RST-EOF
           OPEN INPUT FINVREG
           IF FS-INVREG = 0
              PERFORM UNTIL FF-RST
                 READ FINVREG
                    AT END
                       SET FF-RST TO TRUE
                    NOT AT END
                       IF IR-INV-NO > WS-RST-HIGH-INV-NO
                          MOVE IR-INV-NO TO WS-PST-INV-NO
                          PERFORM NOTE-POSTED-INVOICE
                          MOVE 'Y' TO PST-INVREG(PST-HIT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FINVREG
           END-IF
           MOVE 0 TO WS-RST-EOF
           OPEN INPUT FCOMMREG
           IF FS-COMMREG = 0
              PERFORM UNTIL FF-RST
                 READ FCOMMREG
                    AT END
                       SET FF-RST TO TRUE
                    NOT AT END
                       IF CR-INV-NO > WS-RST-HIGH-INV-NO
                          MOVE CR-INV-NO TO WS-PST-INV-NO
                          PERFORM NOTE-POSTED-INVOICE
                          MOVE 'Y' TO PST-COMMREG(PST-HIT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FCOMMREG
           END-IF
           MOVE 0 TO WS-RST-EOF
           OPEN INPUT FSETTLE
           IF FS-SETTLE = 0
              PERFORM UNTIL FF-RST
                 READ FSETTLE
                    AT END
                       SET FF-RST TO TRUE
                    NOT AT END
                       IF SET-TYPE = 'U' AND
                          SET-INV-NO > WS-RST-HIGH-INV-NO AND
                          SET-PAY-DATE = WS-RUN-DATE-ISO
                          MOVE SET-INV-NO TO WS-PST-INV-NO
                          PERFORM NOTE-POSTED-INVOICE
                          MOVE 'Y'        TO PST-SETTLE(PST-HIT)
                          MOVE SET-AMOUNT TO PST-DEP-AMT(PST-HIT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FSETTLE
           END-IF
           MOVE 0 TO WS-RST-EOF
           OPEN INPUT FPREPAY
           IF FS-PREPAY = 0
              PERFORM UNTIL FF-RST
                 READ FPREPAY
                    AT END
                       SET FF-RST TO TRUE
                    NOT AT END
                       IF PPL-APPLIED AND
                          PPL-INV-NO > WS-RST-HIGH-INV-NO
                          MOVE PPL-INV-NO TO WS-PST-INV-NO
                          PERFORM NOTE-POSTED-INVOICE
                          MOVE 'Y'        TO PST-PREPAY(PST-HIT)
                          MOVE PPL-AMOUNT TO PST-DEP-AMT(PST-HIT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FPREPAY
           END-IF
           .

       NOTE-POSTED-INVOICE.
           PERFORM FIND-POSTED-INVOICE
           IF PST-HIT = 0
              IF PST-CNT NOT < 20
                 DISPLAY '*** MORE THAN 20 INVOICES POSTED PAST THE'
                         ' CHECKPOINT - FICINVCKP IS NOT THE LAST ***'
                 MOVE 42 TO WS-ABEND-CODE
                 PERFORM ABEND-PROG
              END-IF
              ADD 1 TO PST-CNT
              MOVE WS-PST-INV-NO TO PST-INV-NO(PST-CNT)
              MOVE 'N'           TO PST-INVREG(PST-CNT)
              MOVE 'N'           TO PST-COMMREG(PST-CNT)
              MOVE 'N'           TO PST-SETTLE(PST-CNT)
              MOVE 'N'           TO PST-PREPAY(PST-CNT)
              MOVE ZERO          TO PST-DEP-AMT(PST-CNT)
              MOVE PST-CNT       TO PST-HIT
           END-IF
           .

       FIND-POSTED-INVOICE.
           MOVE 0 TO PST-HIT
           PERFORM VARYING PST-IDX FROM 1 BY 1 UNTIL PST-IDX > PST-CNT
              IF PST-INV-NO(PST-IDX) = WS-PST-INV-NO
                 MOVE PST-IDX TO PST-HIT
              END-IF
           END-PERFORM
           .

      ** SKIP-TO-CHECKPOINT - passes the orders the interrupted run   **
      ** completed ; the last one passed must be the one it recorded  **
       SKIP-TO-CHECKPOINT.
           MOVE 0 TO WS-ORDERS-DONE
           PERFORM UNTIL FF-FEXT OR WS-ORDERS-DONE = CHK-ORDERS-DONE
              MOVE FH-O-NO TO WS-LAST-O-NO
              ADD 1 TO WS-ORDERS-DONE
              PERFORM READ-FEXT
              PERFORM READ-FEXT UNTIL FF-FEXT OR FEXT-IS-HEADER
           END-PERFORM
           IF WS-ORDERS-DONE NOT = CHK-ORDERS-DONE OR
              WS-LAST-O-NO NOT = CHK-LAST-O-NO
              DISPLAY '*** EXTRACT.DATA DOES NOT LINE UP WITH THE'
                      ' CHECKPOINT AT ORDER ' CHK-LAST-O-NO ' ***'
              MOVE 42 TO WS-ABEND-CODE
              PERFORM ABEND-PROG
           END-IF
           .

      ** TAKE-CHECKPOINT - after every order handled (invoiced, parked **
      ** or held for consolidation)                                   **
       TAKE-CHECKPOINT.
           IF NOT CHECKPOINTING
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ORDERS-DONE
           MOVE WS-CUR-O-NO TO WS-LAST-O-NO
           IF INV-FRESHLY-MINTED AND NOT DIVERT-ORDER
              IF WS-CUR-INV-NO > WS-HIGH-INV-NO
                 MOVE WS-CUR-INV-NO TO WS-HIGH-INV-NO
              END-IF
           END-IF
           SET CHK-IN-FLIGHT TO TRUE
           PERFORM WRITE-CHECKPOINT
           .

      ** WRITE-CHECKPOINT - the whole restart point, rewritten in     **
      ** place ; a run that cannot write it stops there               **
       WRITE-CHECKPOINT.
           IF NOT CHECKPOINTING
              EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE       TO CHK-RUN-DATE
           MOVE WS-RUN-DATE       TO CHK-SEAL-DATE
           MOVE WS-SEAL-HDR-TIME  TO CHK-SEAL-TIME
           MOVE WS-ORDERS-DONE    TO CHK-ORDERS-DONE
           MOVE WS-LAST-O-NO      TO CHK-LAST-O-NO
           MOVE WS-HIGH-INV-NO    TO CHK-HIGH-INV-NO
           MOVE CNT-FACT-INVOICES TO CHK-FACT-INVOICES
           MOVE CNT-CONSACC-RECS  TO CHK-CONSACC-RECS
           MOVE CNT-PEND-PARKED   TO CHK-PEND-PARKED
           MOVE CNT-DIVERTED      TO CHK-DIVERTED
           MOVE CNT-EDI-INVOICES  TO CHK-EDI-INVOICES
           MOVE CNT-STX-DROPPED   TO CHK-STX-DROPPED
           MOVE WS-RUN-DISC-TOTAL TO CHK-DISC-TOTAL
           MOVE STX-CNT           TO CHK-STX-CNT
           MOVE STATE-TAX-TAB     TO CHK-STX-TAB
           MOVE CTY-CNT           TO CHK-CTY-CNT
           MOVE CTRY-TAX-TAB      TO CHK-CTY-TAB
           MOVE COMM-CNT          TO CHK-COMM-CNT
           MOVE COMM-TAB          TO CHK-COMM-TAB
           MOVE EDP-CNT           TO CHK-EDP-CNT
           MOVE EDIPART-TAB       TO CHK-EDP-TAB
           OPEN OUTPUT FCHKPT
           IF FS-CHKPT NOT = 0
              DISPLAY '*** FICINVCKP CANNOT BE WRITTEN (' FS-CHKPT
                      ') AFTER ORDER ' WS-LAST-O-NO ' ***'
              MOVE 42 TO WS-ABEND-CODE
              PERFORM ABEND-PROG
           END-IF
           WRITE ENR-CHKPT FROM ST-CHKPT
           CLOSE FCHKPT
           .

       GET-RUN-DATE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM FORMAT-RUN-DATE
           .

       FORMAT-RUN-DATE.
           MOVE SPACES TO WS-RUN-DATE-ISO
           STRING '20'      DELIMITED BY SIZE
                  WS-RUN-AA  DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
           IF DRY-RUN
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CUR-INV-NO TO WS-PST-INV-NO
           PERFORM FIND-POSTED-INVOICE
           IF PST-HIT > 0
              IF PST-INVREG(PST-HIT) = 'Y'
                 DISPLAY 'INVOICE ' WS-CUR-INV-NO
                         ' ALREADY ON THE REGISTER - NOT POSTED AGAIN'
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE WS-CUR-INV-NO   TO IR-INV-NO
           MOVE WS-CUR-O-NO     TO IR-O-NO
           MOVE WS-CUR-C-NO     TO IR-C-NO
              MOVE ' ' TO IR-CREDIT-MEMO
           END-IF
           WRITE ENR-INVREG
           MOVE ENR-INVREG TO AP-RECORD
           SET AP-DO-INVOICE TO TRUE
           PERFORM POST-OPEN-ITEM
           .

      ** POST-OPEN-ITEM - THE REGISTER OR LEDGER RECORD JUST WRITTEN **
      ** GOES TO THE DB2 OPEN ITEMS TOO ; A FAILED POSTING LEAVES    **
      ** THE FILES AS THEY ARE AND IS COUNTED FOR THE END OF RUN     **
       POST-OPEN-ITEM.
           SET AP-COMMIT-EACH TO TRUE
           CALL 'ARPOST' USING AR-POST-BLOCK
           IF AP-FAILED
              ADD 1 TO CNT-AR-FAILED
           END-IF
           .

      ** LOAD-DEPOSIT-LEDGER - WHAT EACH CUSTOMER HAS STILL FREE ON  **
      ** THE DEPOSIT LEDGER, AND WHICH RELEASED ORDERS STILL WAIT    **
      ** FOR THEIR DRAW. NO LEDGER MEANS NO PREPAY CUSTOMER YET      **
       LOAD-DEPOSIT-LEDGER.
           OPEN INPUT FPREPAY
           IF FS-PREPAY NOT = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FF-PREPAY
              READ FPREPAY
                 AT END
                    SET FF-PREPAY TO TRUE
                 NOT AT END
                    PERFORM ADD-LEDGER-RECORD
              END-READ
           END-PERFORM
           CLOSE FPREPAY
           OPEN EXTEND FPREPAY
           OPEN EXTEND FSETTLE
           SET DEP-FILES-OPEN TO TRUE
           .

       ADD-LEDGER-RECORD.
           PERFORM FIND-DEPOSIT-ENTRY
           EVALUATE TRUE
              WHEN PPL-RECEIPT
                 ADD PPL-AMOUNT TO PPT-AVAIL(PPT-IDX)
              WHEN PPL-APPLIED
                 SUBTRACT PPL-AMOUNT FROM PPT-AVAIL(PPT-IDX)
                 PERFORM VARYING EMT-IDX FROM 1 BY 1
                         UNTIL EMT-IDX > EMT-CNT
                    IF EMT-O-NO(EMT-IDX) = PPL-O-NO
                       MOVE 'N' TO EMT-OPEN(EMT-IDX)
                    END-IF
                 END-PERFORM
              WHEN PPL-EARMARK
                 IF EMT-CNT < 500
                    ADD 1 TO EMT-CNT
                    MOVE PPL-O-NO TO EMT-O-NO(EMT-CNT)
                    MOVE 'Y'      TO EMT-OPEN(EMT-CNT)
                 ELSE
                    DISPLAY 'EARMARK TABLE FULL, RAISE OCCURS'
                    MOVE 43 TO WS-ABEND-CODE
                    PERFORM ABEND-PROG
                 END-IF
           END-EVALUATE
           .

      ** FIND-DEPOSIT-ENTRY - THE PPL-C-NO CUSTOMER'S SLOT, OPENED AT **
      ** ZERO ON FIRST SIGHT                                         **
       FIND-DEPOSIT-ENTRY.
           PERFORM VARYING PPT-IDX FROM 1 BY 1
                   UNTIL PPT-IDX > PPT-CNT
              IF PPT-C-NO(PPT-IDX) = PPL-C-NO
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF PPT-IDX > PPT-CNT
              IF PPT-CNT < 200
                 ADD 1 TO PPT-CNT
                 MOVE PPT-CNT  TO PPT-IDX
                 MOVE PPL-C-NO TO PPT-C-NO(PPT-IDX)
                 MOVE ZERO     TO PPT-AVAIL(PPT-IDX)
              ELSE
                 DISPLAY 'DEPOSIT TABLE FULL, RAISE OCCURS'
                 MOVE 43 TO WS-ABEND-CODE
                 PERFORM ABEND-PROG
              END-IF
           END-IF
           .

      ** APPLY-PREPAY-DEPOSIT - THE INVOICE OF AN ORDER CREDRELP     **
      ** RELEASED ON DEPOSIT IS SETTLED OUT OF THAT DEPOSIT AS IT IS  **
      ** MINTED ; THE EARMARK CLOSES WITH THE DRAW. THE DRAW IS TWO   **
      ** RECORDS, THE 'U' SETTLEMENT THEN THE 'A' LEDGER MOVEMENT : A **
      ** RESTARTED RUN WRITES ONLY THE HALF THE INTERRUPTED RUN DID   **
      ** NOT (LOAD-POSTED-AFTER-CHKPT), AT THE AMOUNT IT DREW, SO THE **
      ** SAME ORDER IS NEVER DRAWN TWICE                              **
       APPLY-PREPAY-DEPOSIT.
           IF DRY-RUN OR NOT DEP-FILES-OPEN OR IS-CREDIT-MEMO
              EXIT PARAGRAPH
           END-IF
           IF WS-CUR-O-NO IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CUR-O-NO TO WS-DEP-O-NO
           MOVE WS-CUR-INV-NO TO WS-PST-INV-NO
           PERFORM FIND-POSTED-INVOICE
           IF PST-HIT > 0
              IF PST-PREPAY(PST-HIT) = 'Y'
                 MOVE PST-DEP-AMT(PST-HIT) TO WS-DEP-APPLIED
                 DISPLAY 'INVOICE ' WS-CUR-INV-NO
                         ' DEPOSIT ALREADY DRAWN - NOT DRAWN AGAIN'
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE 0 TO WS-EMT-HIT
           PERFORM VARYING EMT-IDX FROM 1 BY 1 UNTIL EMT-IDX > EMT-CNT
              IF EMT-O-NO(EMT-IDX) = WS-DEP-O-NO AND
                 EMT-OPEN(EMT-IDX) = 'Y'
                 MOVE EMT-IDX TO WS-EMT-HIT
              END-IF
           END-PERFORM
           IF WS-EMT-HIT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CUR-C-NO TO PPL-C-NO
           PERFORM FIND-DEPOSIT-ENTRY
           IF PST-HIT > 0 AND PST-SETTLE(PST-HIT) = 'Y'
      *** LA MOITIE 'U' EST DEJA AU GRAND LIVRE : SEULE L'ECRITURE ***
      *** 'A' MANQUE. UN POSTE OUVERT PERDU ENTRE LES DEUX, ARLOADP ***
      *** MODE=CHECK LE SIGNALE                                    ***
              MOVE PST-DEP-AMT(PST-HIT) TO WS-DEP-APPLIED
              DISPLAY 'INVOICE ' WS-CUR-INV-NO
                      ' DEPOSIT SETTLEMENT ALREADY WRITTEN - LEDGER'
                      ' DRAW COMPLETED'
           ELSE
      *** LE DEPOT COUVRE LA FACTURE TTC S'IL LE PEUT ; UN RESTE  ***
      *** (LA TAXE, EN GENERAL) VIEILLIT COMME TOUTE FACTURE      ***
              IF PPT-AVAIL(PPT-IDX) > WS-TOTAL-TTC
                 MOVE WS-TOTAL-TTC TO WS-DEP-APPLIED
              ELSE
                 MOVE PPT-AVAIL(PPT-IDX) TO WS-DEP-APPLIED
              END-IF
              IF WS-DEP-APPLIED < ZERO
                 MOVE ZERO TO WS-DEP-APPLIED
              END-IF

              MOVE SPACES          TO ENR-SETTLE
              MOVE WS-CUR-INV-NO   TO SET-INV-NO
              MOVE WS-RUN-DATE-ISO TO SET-PAY-DATE
              MOVE WS-DEP-APPLIED  TO SET-AMOUNT
              MOVE WS-TOTAL-HT     TO SET-RELIEF
              MOVE 'U'             TO SET-TYPE
              MOVE WS-CUR-C-NO     TO SET-C-NO
              WRITE ENR-SETTLE
              MOVE ENR-SETTLE TO AP-RECORD
              SET AP-DO-SETTLE TO TRUE
              PERFORM POST-OPEN-ITEM
           END-IF

           MOVE SPACES          TO ST-PREPAY
           MOVE WS-CUR-C-NO     TO PPL-C-NO
           MOVE WS-RUN-DATE-ISO TO PPL-DATE
           SET PPL-APPLIED      TO TRUE
           MOVE WS-DEP-APPLIED  TO PPL-AMOUNT
           MOVE WS-DEP-O-NO     TO PPL-O-NO
           MOVE WS-CUR-INV-NO   TO PPL-INV-NO
           MOVE 'PART3BP'       TO PPL-REF
           WRITE ST-PREPAY

           SUBTRACT WS-DEP-APPLIED FROM PPT-AVAIL(PPT-IDX)
           MOVE 'N' TO EMT-OPEN(WS-EMT-HIT)
           ADD 1 TO CNT-DEP-APPLIED
           .

      ** WRITE-COMMREG-ENTRY - THE COMMISSION DETAIL BEHIND THIS    **
           IF DRY-RUN
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CUR-INV-NO TO WS-PST-INV-NO
           PERFORM FIND-POSTED-INVOICE
           IF PST-HIT > 0
              IF PST-COMMREG(PST-HIT) = 'Y'
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE WS-CUR-INV-NO   TO CR-INV-NO
           MOVE WS-CUR-O-NO     TO CR-O-NO
           MOVE WS-CUR-E-NO     TO CR-E-NO
