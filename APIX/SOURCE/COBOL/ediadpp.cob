       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EDIADPP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - TRANSLATE THE TRADE PARTNERS' EDI PURCHASE ORDERS INTO A  *
      *      CLEAN VT*-LAYOUT FEED THAT DROPS INTO THE EXISTING PART2P *
      *      THREE-WAY MERGE UNCHANGED, AS WEBADPP DOES FOR THE WEB    *
      *      SHOP                                                      *
      *    - VALIDATE THE SENDING PARTNER AGAINST FICEDIPART, THE      *
      *      CUSTOMER AGAINST APIX.CUSTOMERS, AND THE PO DATE THROUGH  *
      *      CONVDATE'S CALENDAR CHECK ; A PURCHASE ORDER IS TAKEN OR  *
      *      REFUSED WHOLE                                             *
      *    - ASSIGN ORDER NUMBERS FROM THE RESERVED EDI RANGE          *
      *      ('EDIORD', 9500000-9749989) OF THE NUMBER-RANGE REGISTRY  *
      *    - STAMP THE HDR/TRL SEAL GATEP EXPECTS ON EVERY FEED        *
      *    - SEND EVERY PURCHASE ORDER BACK A FUNCTIONAL               *
      *      ACKNOWLEDGMENT (FAK : ACCEPTED WITH OUR ORDER NUMBER, OR  *
      *      REJECTED WITH THE REASON), CLOSED BY ONE FCT CONTROL      *
      *      SEGMENT PER PARTNER, ON FICEDIACK                         *
      *    - REGISTER OUR ORDER NUMBER AGAINST THE PARTNER'S PO NUMBER *
      *      ON FICEDIPREF FOR THE DOCUMENTS SENT BACK TO THEM         *
      *                                                                *
      *    PURCHASE ORDER SEGMENTS (FICEDIPO, 80 BYTES) :              *
      *      PHD  PARTNER, PO NUMBER, CUSTOMER (SPACES = THE PARTNER   *
      *           ITSELF), PO DATE (ISO), SHIP-TO CODE, REQUESTED      *
      *           DELIVERY DATE FOR THE WHOLE PO                       *
      *      PLN  LINE NO, PRODUCT, QUANTITY, PRICE (ZERO = CATALOG),  *
      *           REQUESTED DELIVERY DATE (SPACES = THE PHD'S),        *
      *           THE BUYER'S ITEM CODE OR GTIN WHEN THE PRODUCT IS    *
      *           LEFT BLANK - RESOLVED THROUGH XREFPROG, THE UNIT     *
      *           ORDERED IN (SPACES = EACHES, PART2P CONVERTS)        *
      *      PTR  PO NUMBER, NUMBER OF PLN SEGMENTS SENT               *
      *    THE SALESREP ON THE ORDER IS THE PARTNER'S ACCOUNT REP      *
      *    (FICEDIPART), ELSE THE CUSTOMER'S TERRITORY OWNER (FICTERR) *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEDIPO ASSIGN TO FICEDIPO.
           SELECT FEDIPART ASSIGN TO FICEDIPART
               FILE STATUS IS FS-EDIPART.
           SELECT FTERR ASSIGN TO FICTERR
               FILE STATUS IS FS-TERR.
           SELECT FVENTED ASSIGN TO FVENTED.
           SELECT FEDIACK ASSIGN TO FICEDIACK.
           SELECT FEDIPREF ASSIGN TO FICEDIPREF.
           SELECT FEDILOG ASSIGN TO FICEDILOG.

       DATA DIVISION.
       FILE SECTION.
      ** FEDIPO - THE PARTNERS' PURCHASE ORDERS, ONE SEGMENT A LINE **
       FD FEDIPO.
       01 ENR-EDIPO.
          05 EPO-SEG       PIC X(3).
             88 EPO-IS-PHD      VALUE 'PHD'.
             88 EPO-IS-PLN      VALUE 'PLN'.
             88 EPO-IS-PTR      VALUE 'PTR'.
          05 FILLER        PIC X(77).
       01 ENR-EDIPO-PHD.
          05 FILLER        PIC X(3).
          05 PHD-PARTNER   PIC X(3).
          05 PHD-PO-NO     PIC X(15).
          05 PHD-C-NO      PIC X(3).
          05 PHD-DATE      PIC X(10).
          05 PHD-SHIPTO    PIC X(4).
          05 PHD-REQ-DATE  PIC X(10).
          05 FILLER        PIC X(32).
       01 ENR-EDIPO-PLN.
          05 FILLER        PIC X(3).
          05 PLN-LINE      PIC 9(4).
          05 PLN-P-NO      PIC X(3).
          05 PLN-QTY       PIC 9(5).
          05 PLN-PRICE     PIC 9(3)V9(2).
          05 PLN-REQ-DATE  PIC X(10).
          05 PLN-ITEM-CODE PIC X(20).
          05 PLN-UOM       PIC X(2).
          05 FILLER        PIC X(28).
       01 ENR-EDIPO-PTR.
          05 FILLER        PIC X(3).
          05 PTR-PO-NO     PIC X(15).
          05 PTR-LINES     PIC 9(4).
          05 FILLER        PIC X(58).

      ** FEDIPART - TRADING PARTNERS ON EDI : ONE CUSTOMER NUMBER  **
      ** PER LINE, WITH THE ACCOUNT REP WHO OWNS THEIR EDI ORDERS  **
       FD FEDIPART.
       01 ENR-EDIPART.
          05 EDIP-C-NO     PIC X(3).
          05 EDIP-E-NO     PIC X(3).
          05 FILLER        PIC X(74).

      ** FTERR - THE TERRITORY FILE TERRLDP MAINTAINS **
       FD FTERR.
       01 ENR-TERR.
          05 TER-C-NO      PIC X(3).
          05 TER-E-NO      PIC X(3).
          05 TER-EFF-DATE  PIC X(10).
          05 FILLER        PIC X(64).

      ** FVENTED - THE CLEAN FEED HANDED TO THE MERGE **
       FD FVENTED.
       01 ENR-VENTED      PIC X(80).

      ** FEDIACK - FUNCTIONAL ACKNOWLEDGMENTS BACK TO THE PARTNERS ; **
      ** THE OPS DESK SPLITS THE FILE BY PARTNER BEFORE TRANSMISSION **
       FD FEDIACK.
       01 ENR-EDIACK      PIC X(80).

      ** FEDIPREF - OUR ORDER NUMBER AGAINST THE PARTNER'S PO **
       FD FEDIPREF.
       COPY EDIPREF.

       FD FEDILOG.
       01 ENR-EDILOG      PIC X(80).

       WORKING-STORAGE SECTION.
       01 EDI-HEAD        PIC X(30) VALUE
             "EDIADPP TRANSLATION LOG".
       01 EDI-FOOT-HEAD   PIC X(28) VALUE "REJECT SUMMARY BY REASON :".
       COPY LOADLOG.

      ** THE OUTBOUND FEED RECORD, SAME COPYBOOK THE MERGE READS **
       COPY VTSTRUCT.

      *** BON DE COMMANDE EN COURS, GARDE JUSQU'AU PTR ***
       77 WS-PO-OPEN      PIC 9  VALUE 0.
          88 PO-OPEN          VALUE 1.
       01 PO-HEADER.
          05 PO-PARTNER    PIC X(3).
          05 PO-NO         PIC X(15).
          05 PO-C-NO       PIC X(3).
          05 PO-DATE-ISO   PIC X(10).
          05 PO-SHIPTO     PIC X(4).
          05 PO-REQ-DATE   PIC X(10).
          05 PO-E-NO       PIC X(3).
          05 PO-TRL-SEEN   PIC X(1).
          05 PO-TRL-LINES  PIC 9(4).
          05 PO-LINES-IN   PIC 9(4).
          05 PO-BAD-LINES  PIC 9(4).
       01 PO-LINE-TAB.
          05 PL-ENTRY OCCURS 99 TIMES.
             10 PL-P-NO    PIC X(3).
             10 PL-QTY     PIC 9(5).
             10 PL-PRICE   PIC 9(3)V9(2).
             10 PL-REQ-DATE PIC X(10).
             10 PL-ITEM-CODE PIC X(20).
             10 PL-UOM     PIC X(2).
       77 PL-CNT          PIC 9(3) VALUE 0.
       77 PL-IDX          PIC 9(3) VALUE 0.
       77 WS-PO-REASON    PIC X(20) VALUE SPACES.

      *** PARTENAIRES EDI ***
       01 EDP-TAB.
          05 EDP-ENTRY OCCURS 50 TIMES.
             10 EDP-C-NO    PIC X(3).
             10 EDP-E-NO    PIC X(3).
       77 EDP-CNT          PIC 99 VALUE 0.
       77 EDP-IDX          PIC 99 VALUE 0.
       77 WS-EDP-HIT       PIC 99 VALUE 0.
       77 FS-EDIPART       PIC 99 VALUE 0.
       77 WS-EDIPART-EOF   PIC 9  VALUE 0.
          88 FF-EDIPART        VALUE 1.

      *** AFFECTATIONS EN TABLE (LA PLUS FRAICHE PAR CLIENT GAGNE) ***
       01 TERR-TAB.
          05 TT-ENTRY OCCURS 500 TIMES.
             10 TT-C-NO    PIC X(3).
             10 TT-E-NO    PIC X(3).
             10 TT-EFF     PIC X(10).
       77 TT-CNT          PIC 9(3) VALUE 0.
       77 TT-IDX          PIC 9(3) VALUE 0.
       77 WS-OWNER-EFF    PIC X(10) VALUE SPACES.
       77 FS-TERR         PIC 99 VALUE 0.
       77 WS-TERR-EOF     PIC 9  VALUE 0.
          88 FF-TERR          VALUE 1.

      *** ACCUSES : UN FCT PAR PARTENAIRE EN FIN DE FICHIER ***
       01 ST-EDI-FAK.
          05 FILLER        PIC X(3)  VALUE 'FAK'.
          05 FAK-PARTNER   PIC X(3).
          05 FAK-PO-NO     PIC X(15).
          05 FAK-O-NO      PIC 9(7).
      ** A ACCEPTED, R REJECTED **
          05 FAK-STATE     PIC X(1).
          05 FAK-REASON    PIC X(20).
          05 FAK-DATE      PIC X(10).
          05 FAK-LINES     PIC 9(4).
          05 FILLER        PIC X(17) VALUE SPACES.
       01 ST-EDI-FCT.
          05 FILLER        PIC X(3)  VALUE 'FCT'.
          05 FCT-PARTNER   PIC X(3).
          05 FCT-SEGS      PIC 9(5).
          05 FILLER        PIC X(69) VALUE SPACES.
       01 ACK-TAB.
          05 ACK-ENTRY OCCURS 60 TIMES.
             10 ACK-PARTNER PIC X(3).
             10 ACK-SEGS    PIC 9(5).
       77 ACK-CNT          PIC 99 VALUE 0.
       77 ACK-IDX          PIC 99 VALUE 0.
       77 WS-ACK-HIT       PIC 99 VALUE 0.

      *** VARS CLASSIQUES ***
       77 EDI-FLAG        PIC 9  VALUE 0.
          88 FF-EDI           VALUE 1.
       77 WS-ANO          PIC 9  VALUE 0.
       77 WS-ABEND-CODE   PIC 9(02) VALUE 0.
       77 CSV-LINE        PIC 9(7) VALUE 0.

      *** NUMEROTATION RESERVEE AUX COMMANDES EDI (REGISTRE) ***
       COPY NUMRNG.
       77 WS-CUR-O-NO     PIC 9(7) VALUE 0.

      *** CODES ARTICLE DU CLIENT / GTIN (REFERENCES CROISEES) ***
       COPY XREFBLK.

      *** SCELLE HDR/TRL DU FEED EMIS ***
       01 ST-FEED-HDR.
          05 FILLER       PIC X(3)  VALUE 'HDR'.
          05 FH-DATE      PIC X(10).
          05 FILLER       PIC X(67) VALUE SPACES.
       01 ST-FEED-TRL.
          05 FILLER       PIC X(3)  VALUE 'TRL'.
          05 FT-COUNT     PIC 9(7).
          05 FILLER       PIC X(70) VALUE SPACES.
       77 CNT-FEED-LINES  PIC 9(7) VALUE 0.

      *** CONTROLE CALENDAIRE VIA CONVDATE ***
       77 WS-CK-DATE      PIC X(10) VALUE SPACES.
       77 WS-FEED-DATE    PIC X(10) VALUE SPACES.
       77 WS-SLASH-CNT    PIC 9(2) VALUE 0.
       77 WS-DATEPROG     PIC X(8) VALUE 'CONVDATE'.
       77 WS-US-FORMAT    PIC X(2) VALUE 'US'.

      *** DATE DU JOUR POUR LE HDR ET LES ACCUSES ***
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.
       77 WS-RUN-DATE-ISO PIC X(10) VALUE SPACES.

      *** COMPTEURS ***
       77 CNT-POS-IN      PIC 9(5) VALUE 0.
       77 CNT-ORDERS      PIC 9(5) VALUE 0.
       77 CNT-LINES-OUT   PIC 9(5) VALUE 0.
       77 CNT-BAD-PARTNER PIC 9(4) VALUE 0.
       77 CNT-BAD-CUST    PIC 9(4) VALUE 0.
       77 CNT-BAD-ITEM    PIC 9(4) VALUE 0.
       77 CNT-BAD-DATE    PIC 9(4) VALUE 0.
       77 CNT-NO-REP      PIC 9(4) VALUE 0.
       77 CNT-BAD-PO      PIC 9(4) VALUE 0.
       77 CNT-BAD-FORMAT  PIC 9(4) VALUE 0.
       77 CNT-TOTAL-REJECTS PIC 9(4) VALUE 0.

      ** RUN-CONTROL LOCK - A SECOND CONCURRENT EXECUTION WOULD      **
      ** PICK UP THE SAME INPUT AND EMIT EVERY DOCUMENT TWICE         **
       77 WS-LOCK-PGM     PIC X(8) VALUE 'EDIADPP'.
       77 WS-LOCK-ACTION  PIC X(1) VALUE 'L'.
       77 WS-LOCK-RESULT  PIC X(4) VALUE SPACES.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE CUS      END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           PERFORM TAKE-RUN-LOCK
           OPEN OUTPUT FEDILOG
           MOVE "EDI SEG N.  " TO LOGREC-LABEL
           MOVE ZERO TO LOGREC-REF
           WRITE ENR-EDILOG FROM EDI-HEAD

           PERFORM LOAD-PARTNERS
           PERFORM LOAD-TERRITORIES

           OPEN OUTPUT FVENTED
           PERFORM WRITE-FEED-HEADER
           OPEN OUTPUT FEDIACK
           OPEN EXTEND FEDIPREF

           OPEN INPUT FEDIPO
           PERFORM LECT-EDI
           PERFORM UNTIL FF-EDI
              PERFORM TRAIT-EDI-SEGMENT
              PERFORM LECT-EDI
           END-PERFORM
           CLOSE FEDIPO
      ** A PO CUT OFF BY THE END OF THE FILE NEVER SENT ITS PTR **
           IF PO-OPEN
              PERFORM CLOSE-PO
           END-IF

           PERFORM WRITE-ACK-CONTROLS
           CLOSE FEDIACK
           CLOSE FEDIPREF
           PERFORM WRITE-FEED-TRAILER
           CLOSE FVENTED

           PERFORM WRITE-EDI-FOOTER
           CLOSE FEDILOG

           DISPLAY 'EDI PURCHASE ORDERS READ : ' CNT-POS-IN
           DISPLAY 'EDI ORDERS TRANSLATED    : ' CNT-ORDERS
           DISPLAY 'FEED LINES EMITTED       : ' CNT-LINES-OUT
           DISPLAY 'EDI REJECTS LOGGED       : ' CNT-TOTAL-REJECTS
           PERFORM FREE-RUN-LOCK
           GOBACK.

      *** PARAGRAPHS ***
       TAKE-RUN-LOCK.
           MOVE 'L' TO WS-LOCK-ACTION
           CALL 'RUNLOCK' USING WS-LOCK-PGM WS-LOCK-ACTION
                                WS-LOCK-RESULT
           IF WS-LOCK-RESULT = 'HELD'
              DISPLAY '*** ' WS-LOCK-PGM ' IS ALREADY RUNNING ***'
              DISPLAY '*** CHECK THE LIVE RUN, OR FREE THE LOCK'
                      ' WITH LOCKRELP AFTER AN ABEND ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           .

       FREE-RUN-LOCK.
           MOVE 'R' TO WS-LOCK-ACTION
           CALL 'RUNLOCK' USING WS-LOCK-PGM WS-LOCK-ACTION
                                WS-LOCK-RESULT
           .

      ** LOAD-PARTNERS - without the partner file no PO can be     **
      ** trusted : every one is acknowledged as refused            **
       LOAD-PARTNERS.
           OPEN INPUT FEDIPART
           IF FS-EDIPART NOT = 0
              DISPLAY 'NO EDI PARTNER FILE, EVERY PO REFUSED'
           ELSE
              PERFORM UNTIL FF-EDIPART
                 READ FEDIPART
                    AT END
                       SET FF-EDIPART TO TRUE
                    NOT AT END
                       IF EDP-CNT < 50 AND EDIP-C-NO NOT = SPACES
                          ADD 1 TO EDP-CNT
                          MOVE EDIP-C-NO TO EDP-C-NO(EDP-CNT)
                          MOVE EDIP-E-NO TO EDP-E-NO(EDP-CNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FEDIPART
           END-IF
           .

       LOAD-TERRITORIES.
           OPEN INPUT FTERR
           IF FS-TERR NOT = 0
              DISPLAY 'NO TERRITORY FILE, PARTNER REPS ONLY'
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

       LECT-EDI.
           ADD 1 TO CSV-LINE
           READ FEDIPO AT END
              SET FF-EDI TO TRUE
              DISPLAY 'FIN FICHIER COMMANDES EDI'
           END-READ.

      ** TRAIT-EDI-SEGMENT - a PHD opens a purchase order, its PLNs  **
      ** are held until the PTR closes it ; a new PHD before the PTR **
      ** closes the previous PO as it stands                         **
       TRAIT-EDI-SEGMENT.
           EVALUATE TRUE
              WHEN EPO-IS-PHD
                 IF PO-OPEN
                    PERFORM CLOSE-PO
                 END-IF
                 PERFORM OPEN-PO
              WHEN EPO-IS-PLN
                 IF PO-OPEN
                    PERFORM HOLD-PO-LINE
                 ELSE
                    MOVE 'PLN WITHOUT PHD' TO LOGREC-MSG
                    MOVE SPACES TO LOGREC-DETAIL
                    PERFORM WRITE-EDI-LOG
                    ADD 1 TO CNT-BAD-FORMAT
                 END-IF
              WHEN EPO-IS-PTR
                 IF PO-OPEN
                    MOVE 'Y'       TO PO-TRL-SEEN
                    MOVE PTR-LINES TO PO-TRL-LINES
                    IF PTR-PO-NO NOT = PO-NO OR
                       PTR-LINES NOT NUMERIC
                       MOVE 'N' TO PO-TRL-SEEN
                    END-IF
                    PERFORM CLOSE-PO
                 ELSE
                    MOVE 'PTR WITHOUT PHD' TO LOGREC-MSG
                    MOVE PTR-PO-NO TO LOGREC-DETAIL
                    PERFORM WRITE-EDI-LOG
                    ADD 1 TO CNT-BAD-FORMAT
                 END-IF
              WHEN OTHER
                 MOVE 'UNKNOWN SEGMENT' TO LOGREC-MSG
                 MOVE EPO-SEG TO LOGREC-DETAIL
                 PERFORM WRITE-EDI-LOG
                 ADD 1 TO CNT-BAD-FORMAT
           END-EVALUATE
           .

       OPEN-PO.
           SET PO-OPEN TO TRUE
           ADD 1 TO CNT-POS-IN
           INITIALIZE PO-HEADER
           MOVE 'N'          TO PO-TRL-SEEN
           MOVE PHD-PARTNER  TO PO-PARTNER
           MOVE PHD-PO-NO    TO PO-NO
           MOVE PHD-C-NO     TO PO-C-NO
           IF PO-C-NO = SPACES
              MOVE PHD-PARTNER TO PO-C-NO
           END-IF
           MOVE PHD-DATE     TO PO-DATE-ISO
           MOVE PHD-SHIPTO   TO PO-SHIPTO
           MOVE PHD-REQ-DATE TO PO-REQ-DATE
           MOVE 0 TO PL-CNT
           .

      ** HOLD-PO-LINE - a line without a product or a quantity, or  **
      ** past the 99 a PO may carry, spoils the whole PO            **
       HOLD-PO-LINE.
           ADD 1 TO PO-LINES-IN
           IF (PLN-P-NO = SPACES AND PLN-ITEM-CODE = SPACES) OR
              PLN-QTY NOT NUMERIC OR
              PLN-QTY = 0 OR PLN-PRICE NOT NUMERIC OR PL-CNT >= 99
              ADD 1 TO PO-BAD-LINES
           ELSE
              ADD 1 TO PL-CNT
              MOVE PLN-P-NO  TO PL-P-NO(PL-CNT)
              MOVE PLN-QTY   TO PL-QTY(PL-CNT)
              MOVE PLN-PRICE TO PL-PRICE(PL-CNT)
              MOVE PLN-REQ-DATE TO PL-REQ-DATE(PL-CNT)
              MOVE PLN-ITEM-CODE TO PL-ITEM-CODE(PL-CNT)
              MOVE PLN-UOM   TO PL-UOM(PL-CNT)
              IF PLN-REQ-DATE = SPACES
                 MOVE PO-REQ-DATE TO PL-REQ-DATE(PL-CNT)
              END-IF
           END-IF
           .

      ** CLOSE-PO - the checks, in the order the partner would want  **
      ** to fix them ; the first failure is the reason acknowledged  **
       CLOSE-PO.
           MOVE 0 TO WS-PO-OPEN
           MOVE SPACES TO WS-PO-REASON
           PERFORM CHECK-PO-PARTNER
           IF WS-PO-REASON = SPACES
              PERFORM CHECK-PO-COMPLETE
           END-IF
           IF WS-PO-REASON = SPACES
              PERFORM CHECK-PO-DATE
           END-IF
           IF WS-PO-REASON = SPACES
              PERFORM CHECK-PO-CUSTOMER
           END-IF
           IF WS-PO-REASON = SPACES
              PERFORM RESOLVE-PO-ITEMS
           END-IF
           IF WS-PO-REASON = SPACES
              PERFORM FIND-PO-REP
           END-IF

           IF WS-PO-REASON = SPACES
              PERFORM EMIT-PO-FEED
              PERFORM REGISTER-PO-REF
              MOVE 'A'         TO FAK-STATE
              MOVE WS-CUR-O-NO TO FAK-O-NO
              MOVE 'ACCEPTED'  TO FAK-REASON
           ELSE
              MOVE WS-PO-REASON TO LOGREC-MSG
              MOVE PO-NO        TO LOGREC-DETAIL
              PERFORM WRITE-EDI-LOG
              MOVE 'R'          TO FAK-STATE
              MOVE ZERO         TO FAK-O-NO
              MOVE WS-PO-REASON TO FAK-REASON
           END-IF
           PERFORM WRITE-PO-ACK
           .

       CHECK-PO-PARTNER.
           MOVE 0 TO WS-EDP-HIT
           PERFORM VARYING EDP-IDX FROM 1 BY 1 UNTIL EDP-IDX > EDP-CNT
              IF PO-PARTNER = EDP-C-NO(EDP-IDX)
                 MOVE EDP-IDX TO WS-EDP-HIT
              END-IF
           END-PERFORM
           IF WS-EDP-HIT = 0
              MOVE 'UNKNOWN PARTNER' TO WS-PO-REASON
              ADD 1 TO CNT-BAD-PARTNER
           END-IF
           .

      ** CHECK-PO-COMPLETE - the PTR must have arrived and agree   **
      ** with the lines we hold, and every line must be usable     **
       CHECK-PO-COMPLETE.
           EVALUATE TRUE
              WHEN PO-TRL-SEEN NOT = 'Y'
                 MOVE 'PO TRAILER MISSING' TO WS-PO-REASON
              WHEN PO-TRL-LINES NOT = PO-LINES-IN
                 MOVE 'LINE COUNT MISMATCH' TO WS-PO-REASON
              WHEN PO-BAD-LINES > 0
                 MOVE 'INVALID PO LINE' TO WS-PO-REASON
              WHEN PL-CNT = 0
                 MOVE 'NO PO LINES' TO WS-PO-REASON
           END-EVALUATE
           IF WS-PO-REASON NOT = SPACES
              ADD 1 TO CNT-BAD-PO
           END-IF
           .

      ** CHECK-PO-DATE - THE ISO DATE IS REBUILT AS THE FEED'S      **
      ** DD/MM/YYYY SHAPE AND PUSHED THROUGH CONVDATE : AN INVALID  **
      ** CALENDAR DATE COMES BACK WITH ITS '/' UNTOUCHED            **
       CHECK-PO-DATE.
           MOVE SPACES TO WS-FEED-DATE
           STRING PO-DATE-ISO(9:2)  DELIMITED BY SIZE
                  '/'               DELIMITED BY SIZE
                  PO-DATE-ISO(6:2)  DELIMITED BY SIZE
                  '/'               DELIMITED BY SIZE
                  PO-DATE-ISO(1:4)  DELIMITED BY SIZE
             INTO WS-FEED-DATE
           END-STRING
           MOVE WS-FEED-DATE TO WS-CK-DATE
           CALL WS-DATEPROG USING WS-CK-DATE WS-US-FORMAT
           MOVE ZERO TO WS-SLASH-CNT
           INSPECT WS-CK-DATE TALLYING WS-SLASH-CNT FOR ALL '/'
           IF WS-SLASH-CNT > 0
              MOVE 'BAD PO DATE' TO WS-PO-REASON
              ADD 1 TO CNT-BAD-DATE
           END-IF
           .

       CHECK-PO-CUSTOMER.
           MOVE PO-C-NO TO CUS-C-NO
           EXEC SQL
              SELECT COMPANY
              INTO :CUS-COMPANY
              FROM APIX.CUSTOMERS
              WHERE C_NO = :CUS-C-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE 'UNKNOWN CUSTOMER' TO WS-PO-REASON
              ADD 1 TO CNT-BAD-CUST
           END-IF
           .

      ** RESOLVE-PO-ITEMS - a line naming only the buyer's item code **
      ** or a barcode gets our P_NO from the cross-reference         **
       RESOLVE-PO-ITEMS.
           PERFORM VARYING PL-IDX FROM 1 BY 1 UNTIL PL-IDX > PL-CNT
              IF PL-P-NO(PL-IDX) = SPACES
                 INITIALIZE XREF-BLOCK
                 MOVE 'R'                  TO XR-ACTION
                 MOVE PO-C-NO              TO XR-C-NO
                 MOVE PL-ITEM-CODE(PL-IDX) TO XR-CODE
                 CALL 'XREFPROG' USING XREF-BLOCK
                 IF XR-UNKNOWN
                    IF WS-PO-REASON = SPACES
                       MOVE 'UNKNOWN ITEM CODE' TO WS-PO-REASON
                       ADD 1 TO CNT-BAD-ITEM
                    END-IF
                 ELSE
                    MOVE XR-P-NO TO PL-P-NO(PL-IDX)
                 END-IF
              END-IF
           END-PERFORM
           .

      ** FIND-PO-REP - the partner's account rep, else whoever owns  **
      ** the customer's territory today ; with neither the order has **
      ** nobody to answer for it and the desk must set one up        **
       FIND-PO-REP.
           MOVE EDP-E-NO(WS-EDP-HIT) TO PO-E-NO
           IF PO-E-NO = SPACES
              MOVE SPACES TO WS-OWNER-EFF
              PERFORM VARYING TT-IDX FROM 1 BY 1 UNTIL TT-IDX > TT-CNT
                 IF TT-C-NO(TT-IDX) = PO-C-NO AND
                    TT-EFF(TT-IDX) NOT > WS-RUN-DATE-ISO AND
                    TT-EFF(TT-IDX) NOT < WS-OWNER-EFF
                    MOVE TT-E-NO(TT-IDX) TO PO-E-NO
                    MOVE TT-EFF(TT-IDX)  TO WS-OWNER-EFF
                 END-IF
              END-PERFORM
           END-IF
           IF PO-E-NO = SPACES
              MOVE 'NO ACCOUNT REP' TO WS-PO-REASON
              ADD 1 TO CNT-NO-REP
           END-IF
           .

      ** EMIT-PO-FEED - one order number for the whole PO, off the  **
      ** reserved range                                             **
       EMIT-PO-FEED.
           PERFORM ASSIGN-EDI-O-NO
           ADD 1 TO CNT-ORDERS
           PERFORM VARYING PL-IDX FROM 1 BY 1 UNTIL PL-IDX > PL-CNT
              INITIALIZE ENR-VENTE-ST
              MOVE WS-CUR-O-NO        TO ENR-O-NO
              MOVE PO-E-NO            TO ENR-E-NO
              MOVE PO-C-NO            TO ENR-C-NO
              MOVE WS-FEED-DATE       TO ENR-O-DATE
              MOVE PL-P-NO(PL-IDX)    TO ENR-P-NO
              MOVE PL-QTY(PL-IDX)     TO ENR-QUANTITY
              MOVE PL-PRICE(PL-IDX)   TO ENR-PRICE
              MOVE PO-SHIPTO          TO ENR-SHIPTO
      ** THE PARTNER SENDS ISO - PART2P CHECKS THE DATE **
              MOVE PL-REQ-DATE(PL-IDX) TO ENR-REQ-DATE
              MOVE PL-UOM(PL-IDX)     TO ENR-UOM
              WRITE ENR-VENTED FROM ENR-VENTE-ST
              ADD 1 TO CNT-LINES-OUT
              ADD 1 TO CNT-FEED-LINES
           END-PERFORM
           .

       REGISTER-PO-REF.
           MOVE SPACES      TO ST-EDIPREF
           MOVE WS-CUR-O-NO TO PRF-O-NO
           MOVE PO-PARTNER  TO PRF-PARTNER
           MOVE PO-C-NO     TO PRF-C-NO
           MOVE PO-NO       TO PRF-PO-NO
           MOVE PO-DATE-ISO TO PRF-PO-DATE
           WRITE ST-EDIPREF
           .

      ** ASSIGN-EDI-O-NO - the next number of the reserved EDI     **
      ** range, off the registry so the range never recycles       **
       ASSIGN-EDI-O-NO.
           INITIALIZE NUMRNG-BLOCK
           MOVE 'EDIORD' TO NR-RANGE-ID
           MOVE 'N'      TO NR-ACTION
           CALL 'NUMRANGE' USING NUMRNG-BLOCK
           IF NOT NR-OK
              DISPLAY '*** EDI ORDER RANGE EXHAUSTED OR UNDEFINED ('
                      NR-RESULT ') ***'
              MOVE 20 TO WS-ABEND-CODE
              DISPLAY 'ABEND CODE : ' WS-ABEND-CODE
              COMPUTE WS-ANO = 1 / WS-ANO
           END-IF
           MOVE NR-NUMBER TO WS-CUR-O-NO
           .

      ** WRITE-PO-ACK - one FAK per purchase order, counted against **
      ** the partner for its FCT control segment                    **
       WRITE-PO-ACK.
           MOVE PO-PARTNER      TO FAK-PARTNER
           MOVE PO-NO           TO FAK-PO-NO
           MOVE WS-RUN-DATE-ISO TO FAK-DATE
           MOVE PO-LINES-IN     TO FAK-LINES
           WRITE ENR-EDIACK FROM ST-EDI-FAK

           MOVE 0 TO WS-ACK-HIT
           PERFORM VARYING ACK-IDX FROM 1 BY 1 UNTIL ACK-IDX > ACK-CNT
              IF PO-PARTNER = ACK-PARTNER(ACK-IDX)
                 MOVE ACK-IDX TO WS-ACK-HIT
              END-IF
           END-PERFORM
           IF WS-ACK-HIT = 0 AND ACK-CNT < 60
              ADD 1 TO ACK-CNT
              MOVE ACK-CNT    TO WS-ACK-HIT
              MOVE PO-PARTNER TO ACK-PARTNER(ACK-CNT)
              MOVE ZERO       TO ACK-SEGS(ACK-CNT)
           END-IF
           IF WS-ACK-HIT > 0
              ADD 1 TO ACK-SEGS(WS-ACK-HIT)
           END-IF
           .

       WRITE-ACK-CONTROLS.
           PERFORM VARYING ACK-IDX FROM 1 BY 1 UNTIL ACK-IDX > ACK-CNT
              MOVE ACK-PARTNER(ACK-IDX) TO FCT-PARTNER
              MOVE ACK-SEGS(ACK-IDX)    TO FCT-SEGS
              WRITE ENR-EDIACK FROM ST-EDI-FCT
           END-PERFORM
           .

       WRITE-FEED-HEADER.
           ACCEPT WS-RUN-DATE FROM DATE
           MOVE SPACES TO FH-DATE
           STRING WS-RUN-JJ '/' WS-RUN-MM '/20' WS-RUN-AA
              DELIMITED BY SIZE INTO FH-DATE
           END-STRING
           MOVE SPACES TO WS-RUN-DATE-ISO
           STRING '20' WS-RUN-AA '-' WS-RUN-MM '-' WS-RUN-JJ
              DELIMITED BY SIZE INTO WS-RUN-DATE-ISO
           END-STRING
           WRITE ENR-VENTED FROM ST-FEED-HDR
           .

       WRITE-FEED-TRAILER.
           MOVE CNT-FEED-LINES TO FT-COUNT
           WRITE ENR-VENTED FROM ST-FEED-TRL
           .

       WRITE-EDI-LOG.
           MOVE CSV-LINE TO LOGREC-REF
           MOVE SPACES TO LOGREC-PNO
           WRITE ENR-EDILOG FROM ST-LOADLOG
           ADD 1 TO CNT-TOTAL-REJECTS
           MOVE SPACES TO LOGREC-MSG
           MOVE SPACES TO LOGREC-DETAIL
           MOVE "EDI SEG N.  " TO LOGREC-LABEL
           .

       WRITE-EDI-FOOTER.
           WRITE ENR-EDILOG FROM EDI-FOOT-HEAD

           MOVE 'BAD FORMAT/LENGTH'  TO LOGREC-FLABEL
           MOVE CNT-BAD-FORMAT       TO LOGREC-FCOUNT
           WRITE ENR-EDILOG FROM ST-LOADLOG-FOOT

           MOVE 'UNKNOWN PARTNER'    TO LOGREC-FLABEL
           MOVE CNT-BAD-PARTNER      TO LOGREC-FCOUNT
           WRITE ENR-EDILOG FROM ST-LOADLOG-FOOT

           MOVE 'INCOMPLETE PO'      TO LOGREC-FLABEL
           MOVE CNT-BAD-PO           TO LOGREC-FCOUNT
           WRITE ENR-EDILOG FROM ST-LOADLOG-FOOT

           MOVE 'BAD PO DATE'        TO LOGREC-FLABEL
           MOVE CNT-BAD-DATE         TO LOGREC-FCOUNT
           WRITE ENR-EDILOG FROM ST-LOADLOG-FOOT

           MOVE 'UNKNOWN CUSTOMER'   TO LOGREC-FLABEL
           MOVE CNT-BAD-CUST         TO LOGREC-FCOUNT
           WRITE ENR-EDILOG FROM ST-LOADLOG-FOOT

           MOVE 'UNKNOWN ITEM CODE'  TO LOGREC-FLABEL
           MOVE CNT-BAD-ITEM         TO LOGREC-FCOUNT
           WRITE ENR-EDILOG FROM ST-LOADLOG-FOOT

           MOVE 'NO ACCOUNT REP'     TO LOGREC-FLABEL
           MOVE CNT-NO-REP           TO LOGREC-FCOUNT
           WRITE ENR-EDILOG FROM ST-LOADLOG-FOOT

           MOVE 'TOTAL REJECTED'     TO LOGREC-FLABEL
           MOVE CNT-TOTAL-REJECTS    TO LOGREC-FCOUNT
           WRITE ENR-EDILOG FROM ST-LOADLOG-FOOT
           .
