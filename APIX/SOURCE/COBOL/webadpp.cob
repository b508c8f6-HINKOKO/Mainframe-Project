      *    - VALIDATE DATES THROUGH CONVDATE'S CALENDAR CHECK AND     *
      *      CUSTOMERS AGAINST APIX.CUSTOMERS                         *
      *    - ASSIGN ORDER NUMBERS FROM THE RESERVED WEB RANGE         *
      *      ('WEBORD', 9000000-9499989) OF THE NUMBER-RANGE REGISTRY *
      *    - STAMP THE HDR/TRL SEAL GATEP EXPECTS ON EVERY FEED       *
      *    - RESOLVE THE PNO FIELD THROUGH THE ITEM CROSS-REFERENCE   *
      *      (XREFPROG) : OUR P_NO, THE CUSTOMER'S OWN ITEM CODE OR A *
      *      GTIN - AN UNKNOWN CODE IS REJECTED TO THE LOG            *
      *                                                                *
      *    WEB EXPORT LINE : WEBID,DATE(ISO),CUSTNO,EMPNO,PNO,QTY,    *
      *    PRICE - CONSECUTIVE LINES SHARING A WEBID ARE ONE ORDER    *
      *    AN OPTIONAL 8TH FIELD NAMES THE CUSTOMER'S SHIP-TO CODE    *
      *    AN OPTIONAL 9TH FIELD IS THE REQUESTED DELIVERY DATE (ISO) *
      *    AN OPTIONAL 10TH FIELD IS THE UNIT ORDERED IN (CS, BX ...) *
      *    - PART2P TURNS IT INTO EACHES THROUGH UOMPROG              *
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT FWEBORD ASSIGN TO FICWEBORD.
           SELECT FVENTWB ASSIGN TO FVENTWB.
           SELECT FWEBLOG ASSIGN TO FICWEBLOG.

       DATA DIVISION.
       FILE SECTION.
       FD FWEBLOG.
       01 ENR-WEBLOG      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WEB-HEAD        PIC X(30) VALUE
             "WEBADPP TRANSLATION LOG".
       01 WEB-DATE-ISO    PIC X(10).
       01 WEB-CUSTNO      PIC X(3).
       01 WEB-EMPNO       PIC X(3).
       01 WEB-ITEM-CODE   PIC X(20).
       01 WEB-PNO         PIC X(3).
       01 WEB-QTY-CSV     PIC X(4).
       01 WEB-PRICE-CSV   PIC X(10).
       01 WEB-SHIPTO      PIC X(4).
       01 WEB-REQ-DATE    PIC X(10).
       01 WEB-UOM         PIC X(2).
       77 WS-PREV-WEB-ID  PIC X(10) VALUE SPACES.

      *** VARS CLASSIQUES ***
       77 VALID-DATA      PIC 9.
          88 DATA-OK          VALUE 1.
          88 DATA-KO          VALUE 0.
       77 WS-HEADER-SEEN  PIC 9  VALUE 0.
       77 WS-ANO          PIC 9  VALUE 0.
       77 WS-ABEND-CODE   PIC 9(02) VALUE 0.

      *** NUMEROTATION RESERVEE AUX COMMANDES WEB (REGISTRE) ***
       COPY NUMRNG.
       77 WS-CUR-O-NO     PIC 9(7) VALUE 0.

      *** CODES ARTICLE DU CLIENT / GTIN (REFERENCES CROISEES) ***
       COPY XREFBLK.

      *** SCELLE HDR/TRL DU FEED EMIS ***
       01 ST-FEED-HDR.
          05 FILLER       PIC X(3)  VALUE 'HDR'.
       77 CNT-LINES-OUT   PIC 9(5) VALUE 0.
       77 CNT-BAD-DATE    PIC 9(4) VALUE 0.
       77 CNT-BAD-CUST    PIC 9(4) VALUE 0.
       77 CNT-BAD-ITEM    PIC 9(4) VALUE 0.
       77 CNT-BAD-FORMAT  PIC 9(4) VALUE 0.
       77 CNT-TOTAL-REJECTS PIC 9(4) VALUE 0.

      ** RUN-CONTROL LOCK - A SECOND CONCURRENT EXECUTION WOULD      **
      ** PICK UP THE SAME INPUT AND EMIT EVERY DOCUMENT TWICE         **
       77 WS-LOCK-PGM     PIC X(8) VALUE 'WEBADPP'.
       77 WS-LOCK-ACTION  PIC X(1) VALUE 'L'.
       77 WS-LOCK-RESULT  PIC X(4) VALUE SPACES.
           MOVE ZERO TO LOGREC-REF
           WRITE ENR-WEBLOG FROM WEB-HEAD

           OPEN OUTPUT FVENTWB
           PERFORM WRITE-FEED-HEADER

           PERFORM WRITE-FEED-TRAILER
           CLOSE FVENTWB

           PERFORM WRITE-WEB-FOOTER
           CLOSE FWEBLOG

              IF DATA-OK
                 PERFORM CHECK-WEB-CUSTOMER
              END-IF
              IF DATA-OK
                 PERFORM CHECK-WEB-ITEM
              END-IF
              IF DATA-OK
                 PERFORM EMIT-FEED-LINE
              END-IF

       PARSE-WEB-LINE.
           MOVE SPACES TO WEB-ID WEB-DATE-ISO WEB-CUSTNO
           MOVE SPACES TO WEB-EMPNO WEB-PNO WEB-QTY-CSV WEB-ITEM-CODE
           MOVE SPACES TO WEB-PRICE-CSV WEB-SHIPTO WEB-REQ-DATE
           MOVE SPACES TO WEB-UOM
           UNSTRING ENR-WEB-CSV DELIMITED BY ','
              INTO WEB-ID
                   WEB-DATE-ISO
                   WEB-CUSTNO
                   WEB-EMPNO
                   WEB-ITEM-CODE
                   WEB-QTY-CSV
                   WEB-PRICE-CSV
                   WEB-SHIPTO
                   WEB-REQ-DATE
                   WEB-UOM
           END-UNSTRING
           IF WEB-ID = SPACES OR WEB-ITEM-CODE = SPACES
              OR WEB-QTY-CSV = SPACES
              MOVE 'BAD FORMAT/LENGTH' TO LOGREC-MSG
              PERFORM WRITE-WEB-LOG
           END-IF
           .

      ** CHECK-WEB-ITEM - the shop passes on whatever the customer  **
      ** keyed : our P_NO, their own item code or a barcode         **
       CHECK-WEB-ITEM.
           INITIALIZE XREF-BLOCK
           MOVE 'R'           TO XR-ACTION
           MOVE WEB-CUSTNO    TO XR-C-NO
           MOVE WEB-ITEM-CODE TO XR-CODE
           CALL 'XREFPROG' USING XREF-BLOCK
           IF XR-UNKNOWN
              MOVE 'UNKNOWN ITEM CODE' TO LOGREC-MSG
              PERFORM WRITE-WEB-LOG
              ADD 1 TO CNT-BAD-ITEM
              SET DATA-KO TO TRUE
           ELSE
              MOVE XR-P-NO TO WEB-PNO
           END-IF
           .

      ** EMIT-FEED-LINE - consecutive web lines sharing a WEBID get  **
      ** the same order number off the reserved range                **
       EMIT-FEED-LINE.
           MOVE WEB-PNO      TO ENR-P-NO
           COMPUTE ENR-QUANTITY = FUNCTION NUMVAL(WEB-QTY-CSV)
           COMPUTE ENR-PRICE = FUNCTION NUMVAL(WEB-PRICE-CSV)
           MOVE WEB-SHIPTO   TO ENR-SHIPTO
      ** THE WEB SHOP ALREADY SENDS ISO - PART2P CHECKS THE DATE **
           MOVE WEB-REQ-DATE TO ENR-REQ-DATE
           MOVE WEB-UOM      TO ENR-UOM

           WRITE ENR-VENTWB FROM ENR-VENTE-ST
           ADD 1 TO CNT-LINES-OUT
           ADD 1 TO CNT-FEED-LINES
           .

      ** ASSIGN-WEB-O-NO - the next number of the reserved web     **
      ** range, off the registry so the range never recycles       **
       ASSIGN-WEB-O-NO.
           INITIALIZE NUMRNG-BLOCK
           MOVE 'WEBORD' TO NR-RANGE-ID
           MOVE 'N'      TO NR-ACTION
           CALL 'NUMRANGE' USING NUMRNG-BLOCK
           IF NOT NR-OK
              DISPLAY '*** WEB ORDER RANGE EXHAUSTED OR UNDEFINED ('
                      NR-RESULT ') ***'
              MOVE 20 TO WS-ABEND-CODE
              DISPLAY 'ABEND CODE : ' WS-ABEND-CODE
              COMPUTE WS-ANO = 1 / WS-ANO
           END-IF
           MOVE NR-NUMBER TO WS-CUR-O-NO
           .

       WRITE-FEED-HEADER.
           WRITE ENR-VENTWB FROM ST-FEED-TRL
           .

       WRITE-WEB-LOG.
           MOVE WEB-PNO TO LOGREC-PNO
           MOVE WEB-ID  TO LOGREC-DETAIL
           IF WEB-PNO = SPACES
              MOVE WEB-ITEM-CODE TO LOGREC-DETAIL(11:20)
           END-IF
           WRITE ENR-WEBLOG FROM ST-LOADLOG
           ADD 1 TO CNT-TOTAL-REJECTS
           MOVE SPACES TO LOGREC-MSG
           MOVE CNT-BAD-CUST         TO LOGREC-FCOUNT
           WRITE ENR-WEBLOG FROM ST-LOADLOG-FOOT

           MOVE 'UNKNOWN ITEM CODE'  TO LOGREC-FLABEL
           MOVE CNT-BAD-ITEM         TO LOGREC-FCOUNT
           WRITE ENR-WEBLOG FROM ST-LOADLOG-FOOT

           MOVE 'TOTAL REJECTED'     TO LOGREC-FLABEL
           MOVE CNT-TOTAL-REJECTS    TO LOGREC-FCOUNT
           WRITE ENR-WEBLOG FROM ST-LOADLOG-FOOT
