      *      ONE ORDER-HEADER RECORD ('H' - CUSTOMER/EMPLOYEE/ORDER    *
      *      DATA, WRITTEN ONCE PER ORDER) FOLLOWED BY ONE ITEM-       *
      *      DETAIL RECORD ('I') PER ITEMS ROW                         *
      *    - CARRIES THE ORDER'S SHIP-TO CODE, AND THE STATE OR        *
      *      COUNTRY OF THAT ADDRESS (SHIPTOK), ON THE HEADER : THE    *
      *      INVOICE IS TAXED WHERE THE GOODS ARE DELIVERED            *
      *    - STAMPS A HDR/TRL INTEGRITY SEAL ON EXTRACT.DATA (RUN      *
      *      DATE/TIME, RECORD COUNT, QUANTITY HASH TOTAL) THAT        *
      *      PART3BP VERIFIES BEFORE EMITTING A SINGLE INVOICE         *
               FILE STATUS IS FS-SHIPREG.
           SELECT FEXTCSV ASSIGN TO FICEXTCSV.
           SELECT FNOITM  ASSIGN TO FICNOITM.
           SELECT SHIPTOK ASSIGN TO SHIPTOK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SHP-KEY
               FILE STATUS IS FS-SHIPTOK.

       DATA DIVISION.
       FILE SECTION.
      ** FNOITM - DATA-QUALITY LISTING OF ORDERS WITH NO ITEMS ROWS **
       FD FNOITM.
       01 ENR-NOITM PIC X(80).

      ** SHIPTOK - CUSTOMER SHIP-TO ADDRESSES (SHPLDP) **
       FD SHIPTOK.
       COPY SHIPTO.
       
       WORKING-STORAGE SECTION.
      *** INSERT DES DECLARATIONS SQL ***
               DECLARE CURS CURSOR
               FOR
               SELECT
               I.P_NO, I.QUANTITY, I.PRICE, I.LOT_NO, I.UOM,
               P.DESCRIPTION,
               O.O_NO, O.O_DATE, O.S_NO, O.SHIP_TO,
               C.C_NO, C.COMPANY, C.ADDRESS ,C.CITY ,C.ZIP, C.STATE,
               C.TAX_EXEMPT, C.CERT_NO, C.CURRENCY, C.TERMS,
               C.STATUS, C.LANG,
               E.LNAME, E.FNAME, E.COM,
               D.DNAME
               FROM API10.ITEMS I
      ** CUSTOMER LIFECYCLE STATUS - A PENDING SKELETON ('P')     **
      ** PARKS ITS ORDERS OFF THE INVOICE RUN UNTIL ENRICHED      **
          05 LH-STATUS     PIC X(1).
      ** SHIP-TO CODE OFF THE ORDER AND THE STATE OR COUNTRY OF    **
      ** THAT ADDRESS - SPACES WHEN THE GOODS GO TO THE BILL-TO    **
          05 LH-SHIPTO     PIC X(4).
          05 LH-SHIP-STATE PIC X(2).
      ** CUSTOMER LANGUAGE - PART3BP PRINTS THE INVOICE IN IT      **
          05 LH-LANG       PIC X(2).
          05 FILLER        PIC X(28) VALUE SPACES.

      ** ITEM-DETAIL RECORD - ONE PER ITEMS ROW **
       01 LIGNE-ITE.
          05 LI-DESCRIPTION PIC X(30).
      ** FIRST LOT THE LINE SHIPPED FROM - THE RECALL TRAIL       **
          05 LI-LOT-NO     PIC X(10).
      ** UNIT THE CUSTOMER ORDERED IN - THE QUANTITY AND PRICE     **
      ** STAY IN EACHES, PART3BP PRINTS THEM IN THE UNIT           **
          05 LI-UOM        PIC X(2).
          05 FILLER        PIC X(242) VALUE SPACES.

      ** RUPTURE DE CONTROLE COMMANDE **
       77 WS-PREV-O-NO     PIC X(7) VALUE SPACES.

       77 CNT-NOITM PIC 9(4) VALUE 0.

      ** ADRESSES DE LIVRAISON **
       77 FS-SHIPTOK      PIC 99 VALUE 0.
       77 SHIPTOK-FLAG    PIC 9  VALUE 0.
          88 SHIPTOK-OPEN     VALUE 1.
       77 CNT-SHIPTO-MISS PIC 9(4) VALUE 0.

      *** SCELLE HDR/TRL SUR EXTRACT.DATA ***
       01 WS-RUN-DATE.
          05 WS-RUN-AA     PIC XX.
       PROCEDURE DIVISION.
      *** PARTIE 1 ALIMENTATION DU FICHIER EXTRACT.DATA ***
            PERFORM LOAD-SHIP-REGISTER
            PERFORM OPEN-SHIPTOK
            PERFORM OPEN-FEXT
            PERFORM WRITE-EXT-HEADER
            PERFORM OPEN-CURS
            PERFORM CLOSE-CURS
            PERFORM WRITE-EXT-TRAILER
            PERFORM CLOSE-FEXT
            PERFORM CLOSE-SHIPTOK
      *** PARTIE 2 DATA-QUALITY : ORDERS WITH NO ITEMS ROWS ***
            PERFORM OPEN-NOITM
            PERFORM OPEN-CURS2
            IF SHIPREG-PRESENT
               DISPLAY 'LINES HELD UNCONFIRMED : ' CNT-UNCONFIRMED
            END-IF
            DISPLAY 'SHIP-TO CODES NOT FOUND : ' CNT-SHIPTO-MISS
            GOBACK.
				
      ********************************************
               :ITE-QUANTITY,
               :ITE-PRICE,
               :ITE-LOT-NO,
               :ITE-UOM,
               :PRO-DESCRIPTION,
               :ORD-O-NO,
               :ORD-O-DATE,
               :ORD-S-NO,
               :ORD-SHIP-TO,
               :CUS-C-NO,
               :CUS-COMPANY,
               :CUS-ADDRESS,
               :CUS-CURRENCY,
               :CUS-TERMS,
               :CUS-STATUS,
               :CUS-LANG,
               :EMP-LNAME,
               :EMP-FNAME,
               :EMP-COM,
           MOVE CUS-TERMS               TO LH-TERMS
           MOVE ORD-S-NO                TO LH-E-NO
           MOVE CUS-STATUS              TO LH-STATUS
           MOVE CUS-LANG                TO LH-LANG
           PERFORM RESOLVE-SHIP-TO
           ADD 1 TO WS-SEAL-COUNT
           WRITE ENR-FEXT FROM LIGNE-HDR BEFORE ADVANCING 1 LINES
           .

      ** RESOLVE-SHIP-TO - the ship-to's state/country rides on the **
      ** header ; a code no longer on SHIPTOK falls back to the       **
      ** bill-to address, so the invoice still goes out               **
       RESOLVE-SHIP-TO.
           MOVE SPACES TO LH-SHIPTO
           MOVE SPACES TO LH-SHIP-STATE
           IF ORD-SHIP-TO NOT = SPACES
              MOVE 1 TO FS-SHIPTOK
              IF SHIPTOK-OPEN
                 MOVE CUS-C-NO    TO SHP-C-NO
                 MOVE ORD-SHIP-TO TO SHP-CODE
                 READ SHIPTOK
              END-IF
              IF FS-SHIPTOK = 0
                 MOVE ORD-SHIP-TO TO LH-SHIPTO
                 MOVE SHP-STATE   TO LH-SHIP-STATE
              ELSE
                 DISPLAY 'SHIP-TO ' ORD-SHIP-TO ' NOT FOUND FOR ORDER '
                         WR-ORD-O-NO ' - BILL-TO ADDRESS USED'
                 ADD 1 TO CNT-SHIPTO-MISS
              END-IF
           END-IF
           .

       OPEN-SHIPTOK.
           OPEN INPUT SHIPTOK
           IF FS-SHIPTOK = 0
              SET SHIPTOK-OPEN TO TRUE
           ELSE
              DISPLAY 'NO SHIP-TO FILE, BILL-TO ADDRESSES ONLY'
           END-IF
           .

       CLOSE-SHIPTOK.
           IF SHIPTOK-OPEN
              CLOSE SHIPTOK
           END-IF
           .

       WRITE-FEXT-ITEM.
           MOVE ITE-P-NO                TO LI-P-NO
           MOVE WR-ITE-QUANTITY         TO LI-QUANTITY
           MOVE PRO-DESCRIPTION-TEXT(1:PRO-DESCRIPTION-LEN)
                                        TO LI-DESCRIPTION
           MOVE ITE-LOT-NO              TO LI-LOT-NO
           MOVE ITE-UOM                 TO LI-UOM
           ADD 1 TO WS-SEAL-COUNT
           ADD WR-ITE-QUANTITY TO WS-SEAL-HASH
           WRITE ENR-FEXT FROM LIGNE-ITE BEFORE ADVANCING 1 LINES
