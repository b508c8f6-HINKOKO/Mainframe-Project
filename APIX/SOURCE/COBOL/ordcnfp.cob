       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ORDCNFP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - TURN THE CONFIRMATION DETAIL PART2P WROTE FOR TONIGHT'S   *
      *      LOAD (FICORDCNF) INTO ONE ORDER CONFIRMATION DOCUMENT PER *
      *      CUSTOMER, EVERY ORDER OF THE NIGHT ON IT                  *
      *    - SHOW ON EACH LINE THE PRICE ACTUALLY APPLIED AND WHERE IT *
      *      CAME FROM (CATALOG, PROMOTION, CONTRACT, BLANKET OR AS    *
      *      ORDERED), THE SITE IT SHIPS FROM, AND WHETHER IT IS       *
      *      CONFIRMED, DROP-SHIPPED, BACKORDERED, ON HOLD, PENDING OR *
      *      REFUSED - WITH THE REASON FOR ANYTHING NOT CONFIRMED      *
      *    - STATE QUANTITY AND PRICE IN THE UNIT THE CUSTOMER ORDERED *
      *      IN (A CASE, A BOX) WHEN PART2P COULD CONFIRM IT SO        *
      *    - WORD EACH DOCUMENT IN THE CUSTOMER'S LANGUAGE : THE TEXTS *
      *      COME FROM MSGTXTK THROUGH MSGPROG, THE DATE IS SPELT OUT  *
      *      BY DATELNG                                                *
      *    - SEND THE SAME CONTENT AS AN EDI ORDER RESPONSE (OHD/OLN   *
      *      SEGMENTS, ONE OCT CONTROL PER PARTNER) TO THE TRADING     *
      *      PARTNERS ON FICEDIPART                                    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORDCNF ASSIGN TO FICORDCNF
               FILE STATUS IS FS-ORDCNF.
           SELECT FEDIPART ASSIGN TO FICEDIPART
               FILE STATUS IS FS-EDIPART.
           SELECT FCNFDOC ASSIGN TO FICCNFDOC.
           SELECT FORDRSP ASSIGN TO FICORDRSP.

       DATA DIVISION.
       FILE SECTION.
      ** FORDCNF - LINE DETAIL AND ORDER TRAILERS FROM PART2P **
       FD FORDCNF.
       COPY ORDCNF.

      ** FEDIPART - TRADING PARTNERS DEMANDING MACHINE-READABLE      **
      ** DOCUMENTS : ONE CUSTOMER NUMBER PER LINE (AS FOR PART3BP)   **
       FD FEDIPART.
       01 ENR-EDIPART.
          05 EDIP-C-NO     PIC X(3).
          05 FILLER        PIC X(77).

      ** FCNFDOC - THE CONFIRMATION DOCUMENTS, ONE PER CUSTOMER **
       FD FCNFDOC.
       01 ENR-CNFDOC      PIC X(80).

      ** FORDRSP - EDI ORDER RESPONSE TRANSMISSION FILE : OHD ORDER  **
      ** HEADER, OLN LINE, AND ONE OCT CONTROL SEGMENT PER PARTNER   **
      ** CARRYING THE SEGMENT COUNT (THE CONTROL ITSELF EXCLUDED)    **
       FD FORDRSP.
       01 ENR-ORDRSP      PIC X(80).

       WORKING-STORAGE SECTION.
      *** VARIABLES FONCTION ABEND-PROG ***
       77 WS-ANO PIC 9 VALUE ZERO.
       77 WS-VAR PIC 9 VALUE ZERO.
       77 WS-ABEND-CODE PIC 9(02) VALUE 0.

       77 WS-ORDCNF-EOF   PIC 9  VALUE 0.
            88 FF-ORDCNF         VALUE 1.
       77 FS-ORDCNF       PIC 99 VALUE 0.
       01 ED-SQLCODE      PIC +Z(8)9.

      *** LIGNES DE LA NUIT, TRIEES CLIENT / COMMANDE / ARRIVEE ***
       01 CL-TAB.
          05 CL-ENTRY OCCURS 5000 TIMES.
             10 CL-KEY.
                15 CL-C-NO    PIC X(3).
                15 CL-O-NO    PIC 9(7).
                15 CL-SEQ     PIC 9(4).
             10 CL-O-DATE     PIC X(10).
             10 CL-P-NO       PIC X(3).
             10 CL-QTY        PIC S9(5).
             10 CL-PRICE      PIC S9(3)V9(2).
             10 CL-SRC        PIC X(1).
             10 CL-WH         PIC X(2).
             10 CL-STATUS     PIC X(1).
             10 CL-REASON     PIC X(20).
             10 CL-UOM        PIC X(2).
       77 CL-CNT          PIC 9(4) VALUE 0.
       77 CL-IDX          PIC 9(4) VALUE 0.
       77 CL-JDX          PIC 9(4) VALUE 0.
       01 CL-SWAP         PIC X(63).
       77 WS-SORT-AGAIN   PIC 9 VALUE 0.

      *** DISPOSITION FINALE DE CHAQUE COMMANDE (TRAILER PART2P) ***
       01 OD-TAB.
          05 OD-ENTRY OCCURS 2000 TIMES.
             10 OD-O-NO       PIC 9(7).
             10 OD-C-NO       PIC X(3).
             10 OD-DISP       PIC X(20).
       77 OD-CNT          PIC 9(4) VALUE 0.
       77 OD-IDX          PIC 9(4) VALUE 0.

      *** PARTENAIRES EDI ET LEUR COMPTAGE DE SEGMENTS ***
       01 EDIPART-TAB.
          05 EDP-ENTRY OCCURS 50 TIMES.
             10 EDP-C-NO    PIC X(3).
       77 EDP-CNT          PIC 99 VALUE 0.
       77 EDP-IDX          PIC 99 VALUE 0.
       77 FS-EDIPART       PIC 99 VALUE 0.
       77 WS-EDIPART-EOF   PIC 9  VALUE 0.
          88 FF-EDIPART        VALUE 1.
       77 WS-EDI-FLAG      PIC 9  VALUE 0.
          88 EDI-PARTNER       VALUE 1.
       77 WS-EDI-SEGS      PIC 9(5) VALUE 0.

      *** SEGMENTS DE LA REPONSE A COMMANDE EDI ***
       01 ST-EDI-OHD.
          05 FILLER        PIC X(3)  VALUE 'OHD'.
          05 OHD-O-NO      PIC 9(7).
          05 OHD-C-NO      PIC X(3).
          05 OHD-O-DATE    PIC X(10).
      ** A ACCEPTED, H HELD (CREDIT OR PREPAYMENT), R NOT ACCEPTED **
          05 OHD-STATE     PIC X(1).
          05 OHD-DISP      PIC X(20).
          05 FILLER        PIC X(36) VALUE SPACES.
       01 ST-EDI-OLN.
          05 FILLER        PIC X(3)  VALUE 'OLN'.
          05 OLN-O-NO      PIC 9(7).
          05 OLN-P-NO      PIC X(3).
          05 OLN-QTY       PIC S9(5).
          05 OLN-PRICE     PIC S9(3)V9(2).
          05 OLN-SRC       PIC X(1).
          05 OLN-WH        PIC X(2).
          05 OLN-STATUS    PIC X(1).
          05 OLN-REASON    PIC X(20).
          05 OLN-UOM       PIC X(2).
          05 FILLER        PIC X(31) VALUE SPACES.
       01 ST-EDI-OCT.
          05 FILLER        PIC X(3)  VALUE 'OCT'.
          05 OCT-C-NO      PIC X(3).
          05 OCT-SEGS      PIC 9(5).
          05 FILLER        PIC X(69) VALUE SPACES.

      *** RUPTURES CLIENT / COMMANDE ***
       77 WS-CUR-C-NO     PIC X(3) VALUE SPACES.
       77 WS-CUR-O-NO     PIC 9(7) VALUE 0.
       77 WS-ORD-OPEN     PIC 9 VALUE 0.
            88 ORDER-OPEN      VALUE 1.
       77 WS-ORD-STATE    PIC X(1) VALUE SPACES.
            88 ORD-ACCEPTED    VALUE 'A'.
            88 ORD-HELD        VALUE 'H'.
            88 ORD-REJECTED    VALUE 'R'.
       77 WS-ORD-DISP     PIC X(20) VALUE SPACES.
       77 WS-ORD-VALUE    PIC S9(8)V9(2) VALUE 0.
       77 WS-LINE-VALUE   PIC S9(8)V9(2) VALUE 0.
       77 WS-LINE-STATUS  PIC X(1) VALUE SPACES.
       77 CNT-DOCS        PIC 9(4) VALUE 0.
       77 CNT-ORDERS      PIC 9(4) VALUE 0.
       77 CNT-LINES       PIC 9(5) VALUE 0.
       77 CNT-EDI-ORDERS  PIC 9(4) VALUE 0.

      *** DATE DU DOCUMENT ***
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.
       77 WS-RUN-DATE-ISO PIC X(10) VALUE SPACES.
       77 WS-DOC-DATE-TXT PIC X(30).

      *** LIBELLES DANS LA LANGUE DU CLIENT (MSGPROG) ***
       77 WS-MSG-LANG     PIC X(2).
       77 WS-MSG-ID       PIC X(12).
       77 WS-MSG-TEXT     PIC X(74).
       77 CNF-TXT-ORDNUM  PIC X(16).
       77 CNF-TXT-ORDDATE PIC X(16).
       77 CNF-TXT-ORDSTAT PIC X(16).
       77 CNF-TXT-REASON  PIC X(10).
       77 CNF-TXT-TOTAL   PIC X(20).
       77 CNF-TXT-SUPPLIER PIC X(8).
      ** LINE STATUS WORDING **
       77 CNF-TXT-ST-CONF PIC X(12).
       77 CNF-TXT-ST-DSHP PIC X(12).
       77 CNF-TXT-ST-BORD PIC X(12).
       77 CNF-TXT-ST-HOLD PIC X(12).
       77 CNF-TXT-ST-PEND PIC X(12).
       77 CNF-TXT-ST-REFU PIC X(12).
      ** PRICE SOURCE WORDING **
       77 CNF-TXT-SR-ORD  PIC X(10).
       77 CNF-TXT-SR-CAT  PIC X(10).
       77 CNF-TXT-SR-PRO  PIC X(10).
       77 CNF-TXT-SR-CTR  PIC X(10).
       77 CNF-TXT-SR-BLK  PIC X(10).
      ** ORDER STATUS WORDING **
       77 CNF-TXT-OS-ACC  PIC X(36).
       77 CNF-TXT-OS-PRE  PIC X(36).
       77 CNF-TXT-OS-CRD  PIC X(36).
       77 CNF-TXT-OS-REJ  PIC X(36).
       01 CNF-COLS-DEFAULT.
          05 FILLER  PIC X(5)  VALUE 'P_NO'.
          05 FILLER  PIC X(14) VALUE 'DESCRIPTION'.
          05 FILLER  PIC X(7)  VALUE '   QTY'.
          05 FILLER  PIC X(9)  VALUE '  PRICE'.
          05 FILLER  PIC X(10) VALUE 'PRICE BY'.
          05 FILLER  PIC X(8)  VALUE 'SHIPS'.
          05 FILLER  PIC X(12) VALUE 'STATUS'.
          05 FILLER  PIC X(4)  VALUE 'UNIT'.
          05 FILLER  PIC X(5)  VALUE ALL ' '.

      *** LIGNES EDITION, DANS LE STYLE FACTURES.DATA ***
       01 L-TIRET.
          05 FILLER  PIC X(80) VALUE ALL '-'.
       01 L-VIDE.
          05 FILLER  PIC X(3)  VALUE     '|  '.
          05 FILLER  PIC X(74) VALUE ALL ' '.
          05 FILLER  PIC X(3)  VALUE     '  |'.
       01 L-CNF-BANNER.
          05 FILLER  PIC X(3)  VALUE     '|  '.
          05 FILLER  PIC X(23) VALUE ALL ' '.
          05 L-CNF-BANNER-TXT PIC X(28).
          05 FILLER  PIC X(23) VALUE ALL ' '.
          05 FILLER  PIC X(3)  VALUE     '  |'.
       01 L-CNF-REF.
          05 FILLER        PIC X(3)  VALUE '|  '.
          05 L-REF-TITLE   PIC X(16).
          05 L-REF-DATA    PIC X(36).
          05 FILLER        PIC X(22) VALUE ALL ' '.
          05 FILLER        PIC X(3)  VALUE '  |'.
       01 L-CNF-TITLE.
          05 FILLER  PIC X(3)  VALUE '|  '.
          05 L-CNF-COLS PIC X(74).
          05 FILLER  PIC X(3)  VALUE '  |'.
       01 L-CNF-LINE.
          05 FILLER        PIC X(3)  VALUE '|  '.
          05 L-LIN-PNO     PIC X(3).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-LIN-DESC    PIC X(14).
          05 L-LIN-QTY     PIC -ZZZZ9.
          05 FILLER        PIC X(1)  VALUE ALL ' '.
          05 L-LIN-PRICE   PIC -ZZ9,99.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-LIN-SRC     PIC X(10).
          05 L-LIN-WH      PIC X(8).
          05 L-LIN-STATUS  PIC X(12).
      ** THE UNIT THE CUSTOMER ORDERED IN, BLANK FOR EACHES **
          05 L-LIN-UOM     PIC X(2).
          05 FILLER        PIC X(7)  VALUE ALL ' '.
          05 FILLER        PIC X(3)  VALUE '  |'.
       01 L-CNF-REASON.
          05 FILLER        PIC X(3)  VALUE '|  '.
          05 FILLER        PIC X(19) VALUE ALL ' '.
          05 L-RSN-TITLE   PIC X(10).
          05 L-RSN-TEXT    PIC X(20).
          05 FILLER        PIC X(25) VALUE ALL ' '.
          05 FILLER        PIC X(3)  VALUE '  |'.
       01 L-CNF-TOTAL.
          05 FILLER        PIC X(3)  VALUE '|  '.
          05 FILLER        PIC X(36) VALUE ALL ' '.
          05 L-TOT-TITLE   PIC X(20).
          05 L-TOT-AMT     PIC -ZZZZZZ9,99.
          05 FILLER        PIC X(7)  VALUE ALL ' '.
          05 FILLER        PIC X(3)  VALUE '  |'.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE CUS      END-EXEC
           EXEC SQL INCLUDE PRO      END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE
           STRING '20'      DELIMITED BY SIZE
                  WS-RUN-AA  DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  WS-RUN-MM  DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  WS-RUN-JJ  DELIMITED BY SIZE
             INTO WS-RUN-DATE-ISO
           END-STRING

           PERFORM READ-EDIPART-LIST
           PERFORM LOAD-CONFIRMATIONS
           PERFORM SORT-LINES

           OPEN OUTPUT FCNFDOC
           OPEN OUTPUT FORDRSP
           MOVE SPACES TO WS-CUR-C-NO
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > CL-CNT
              IF CL-C-NO(CL-IDX) NOT = WS-CUR-C-NO
                 PERFORM CUSTOMER-BREAK
              END-IF
              IF CL-O-NO(CL-IDX) NOT = WS-CUR-O-NO OR
                 NOT ORDER-OPEN
                 PERFORM ORDER-BREAK
              END-IF
              PERFORM WRITE-CONFIRMATION-LINE
           END-PERFORM
           IF WS-CUR-C-NO NOT = SPACES
              PERFORM CLOSE-CUSTOMER-DOC
           END-IF
           CLOSE FORDRSP
           CLOSE FCNFDOC

           DISPLAY 'CONFIRMATION DOCUMENTS : ' CNT-DOCS
           DISPLAY 'ORDERS CONFIRMED       : ' CNT-ORDERS
           DISPLAY 'LINES REPORTED         : ' CNT-LINES
           DISPLAY 'EDI ORDER RESPONSES    : ' CNT-EDI-ORDERS
           GOBACK.

      *** PARAGRAPHS ***
      ** READ-EDIPART-LIST - the trading partners on electronic      **
      ** documents ; no file means nobody is                          **
       READ-EDIPART-LIST.
           OPEN INPUT FEDIPART
           IF FS-EDIPART = 0
              PERFORM UNTIL FF-EDIPART
                 READ FEDIPART
                    AT END
                       SET FF-EDIPART TO TRUE
                    NOT AT END
                       IF EDP-CNT < 50 AND EDIP-C-NO NOT = SPACES
                          ADD 1 TO EDP-CNT
                          MOVE EDIP-C-NO TO EDP-C-NO(EDP-CNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FEDIPART
           ELSE
              DISPLAY 'NO EDI PARTNER LIST, PRINT CONFIRMATIONS ONLY'
           END-IF
           .

      ** LOAD-CONFIRMATIONS - lines go to the line table with their  **
      ** arrival sequence, trailers to the order disposition table   **
       LOAD-CONFIRMATIONS.
           OPEN INPUT FORDCNF
           IF FS-ORDCNF NOT = 0
              DISPLAY 'NO CONFIRMATION DETAIL, NOTHING TO CONFIRM'
           ELSE
              PERFORM UNTIL FF-ORDCNF
                 READ FORDCNF
                    AT END
                       SET FF-ORDCNF TO TRUE
                    NOT AT END
                       PERFORM ADD-CONFIRMATION-RECORD
                 END-READ
              END-PERFORM
              CLOSE FORDCNF
           END-IF
           .

       ADD-CONFIRMATION-RECORD.
           EVALUATE TRUE
              WHEN CNF-IS-TRAILER
                 IF OD-CNT < 2000
                    ADD 1 TO OD-CNT
                    MOVE CNF-O-NO   TO OD-O-NO(OD-CNT)
                    MOVE CNF-C-NO   TO OD-C-NO(OD-CNT)
                    MOVE CNF-REASON TO OD-DISP(OD-CNT)
                 ELSE
                    DISPLAY 'ORDER TABLE FULL, RAISE OCCURS'
                 END-IF
              WHEN CNF-IS-LINE
                 IF CL-CNT < 5000
                    ADD 1 TO CL-CNT
                    MOVE CNF-C-NO   TO CL-C-NO(CL-CNT)
                    MOVE CNF-O-NO   TO CL-O-NO(CL-CNT)
                    MOVE CL-CNT     TO CL-SEQ(CL-CNT)
                    MOVE CNF-O-DATE TO CL-O-DATE(CL-CNT)
                    MOVE CNF-P-NO   TO CL-P-NO(CL-CNT)
                    MOVE CNF-QTY    TO CL-QTY(CL-CNT)
                    MOVE CNF-PRICE  TO CL-PRICE(CL-CNT)
                    MOVE CNF-SRC    TO CL-SRC(CL-CNT)
                    MOVE CNF-WH     TO CL-WH(CL-CNT)
                    MOVE CNF-STATUS TO CL-STATUS(CL-CNT)
                    MOVE CNF-REASON TO CL-REASON(CL-CNT)
                    MOVE CNF-UOM    TO CL-UOM(CL-CNT)
                 ELSE
                    DISPLAY 'LINE TABLE FULL, RAISE OCCURS'
                 END-IF
              WHEN OTHER
                 DISPLAY 'UNKNOWN CONFIRMATION RECORD TYPE ' CNF-TYPE
           END-EVALUATE
           .

      ** SORT-LINES - customer first, then order, then the order the **
      ** lines arrived in, so each document reads like the order     **
       SORT-LINES.
           MOVE 1 TO WS-SORT-AGAIN
           PERFORM UNTIL WS-SORT-AGAIN = 0
              MOVE 0 TO WS-SORT-AGAIN
              PERFORM VARYING CL-JDX FROM 1 BY 1
                      UNTIL CL-JDX NOT < CL-CNT
                 IF CL-KEY(CL-JDX) > CL-KEY(CL-JDX + 1)
                    MOVE CL-ENTRY(CL-JDX)     TO CL-SWAP
                    MOVE CL-ENTRY(CL-JDX + 1) TO CL-ENTRY(CL-JDX)
                    MOVE CL-SWAP  TO CL-ENTRY(CL-JDX + 1)
                    MOVE 1 TO WS-SORT-AGAIN
                 END-IF
              END-PERFORM
           END-PERFORM
           .

      ** CUSTOMER-BREAK - close the previous document and open the  **
      ** next one with the customer's name off the master           **
       CUSTOMER-BREAK.
           IF WS-CUR-C-NO NOT = SPACES
              PERFORM CLOSE-CUSTOMER-DOC
           END-IF
           MOVE CL-C-NO(CL-IDX) TO WS-CUR-C-NO
           MOVE 0 TO WS-ORD-OPEN
           MOVE 0 TO WS-EDI-SEGS
           ADD 1 TO CNT-DOCS
           PERFORM READ-CUSTOMER-NAME
           PERFORM LOAD-CNF-TEXTS
           PERFORM CHECK-EDI-PARTNER

           WRITE ENR-CNFDOC FROM L-TIRET
           WRITE ENR-CNFDOC FROM L-VIDE
           WRITE ENR-CNFDOC FROM L-CNF-BANNER
           WRITE ENR-CNFDOC FROM L-VIDE
           MOVE 'CUSTOMER NO   :' TO WS-MSG-TEXT
           MOVE 'CNF-CUSTNO'      TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT       TO L-REF-TITLE
           MOVE WS-CUR-C-NO       TO L-REF-DATA
           WRITE ENR-CNFDOC FROM L-CNF-REF
           MOVE 'COMPANY       :' TO WS-MSG-TEXT
           MOVE 'CNF-COMPANY'     TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT       TO L-REF-TITLE
           MOVE CUS-COMPANY-TEXT(1:CUS-COMPANY-LEN) TO L-REF-DATA
           WRITE ENR-CNFDOC FROM L-CNF-REF
           MOVE 'DATE          :' TO WS-MSG-TEXT
           MOVE 'CNF-DATE'        TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT       TO L-REF-TITLE
           CALL 'DATELNG' USING CUS-LANG WS-RUN-DATE-ISO
                                WS-DOC-DATE-TXT
           MOVE WS-DOC-DATE-TXT   TO L-REF-DATA
           WRITE ENR-CNFDOC FROM L-CNF-REF
           .

      ** CLOSE-CUSTOMER-DOC - last order's value, the document frame **
      ** and, for a partner, the control segment of its response    **
       CLOSE-CUSTOMER-DOC.
           IF ORDER-OPEN
              PERFORM CLOSE-ORDER
           END-IF
           WRITE ENR-CNFDOC FROM L-VIDE
           WRITE ENR-CNFDOC FROM L-TIRET
           IF EDI-PARTNER AND WS-EDI-SEGS > 0
              MOVE WS-CUR-C-NO TO OCT-C-NO
              MOVE WS-EDI-SEGS TO OCT-SEGS
              WRITE ENR-ORDRSP FROM ST-EDI-OCT
           END-IF
           .

      ** ORDER-BREAK - one block per order : number, date, and the  **
      ** disposition PART2P gave the order as a whole               **
       ORDER-BREAK.
           IF ORDER-OPEN
              PERFORM CLOSE-ORDER
           END-IF
           MOVE CL-O-NO(CL-IDX) TO WS-CUR-O-NO
           SET ORDER-OPEN TO TRUE
           MOVE ZERO TO WS-ORD-VALUE
           ADD 1 TO CNT-ORDERS
           PERFORM FIND-ORDER-DISP

           WRITE ENR-CNFDOC FROM L-VIDE
           MOVE CNF-TXT-ORDNUM    TO L-REF-TITLE
           MOVE WS-CUR-O-NO       TO L-REF-DATA
           WRITE ENR-CNFDOC FROM L-CNF-REF
           MOVE CNF-TXT-ORDDATE   TO L-REF-TITLE
           MOVE CL-O-DATE(CL-IDX) TO L-REF-DATA
           WRITE ENR-CNFDOC FROM L-CNF-REF
           MOVE CNF-TXT-ORDSTAT   TO L-REF-TITLE
           EVALUATE TRUE
              WHEN ORD-REJECTED
                 MOVE CNF-TXT-OS-REJ TO L-REF-DATA
              WHEN ORD-HELD AND WS-ORD-DISP = 'HELD - PREPAYMENT'
                 MOVE CNF-TXT-OS-PRE TO L-REF-DATA
              WHEN ORD-HELD
                 MOVE CNF-TXT-OS-CRD TO L-REF-DATA
              WHEN OTHER
                 MOVE CNF-TXT-OS-ACC TO L-REF-DATA
           END-EVALUATE
           WRITE ENR-CNFDOC FROM L-CNF-REF
           WRITE ENR-CNFDOC FROM L-VIDE
           WRITE ENR-CNFDOC FROM L-CNF-TITLE

           IF EDI-PARTNER
              MOVE WS-CUR-O-NO       TO OHD-O-NO
              MOVE WS-CUR-C-NO       TO OHD-C-NO
              MOVE CL-O-DATE(CL-IDX) TO OHD-O-DATE
              MOVE WS-ORD-STATE      TO OHD-STATE
              MOVE WS-ORD-DISP       TO OHD-DISP
              WRITE ENR-ORDRSP FROM ST-EDI-OHD
              ADD 1 TO WS-EDI-SEGS
              ADD 1 TO CNT-EDI-ORDERS
           END-IF
           .

      ** FIND-ORDER-DISP - the order trailer for this customer ; a  **
      ** line recycled from suspense has none and stands on its    **
      ** own status                                                 **
       FIND-ORDER-DISP.
           MOVE 'A'      TO WS-ORD-STATE
           MOVE 'LOADED' TO WS-ORD-DISP
           PERFORM VARYING OD-IDX FROM 1 BY 1 UNTIL OD-IDX > OD-CNT
              IF OD-O-NO(OD-IDX) = WS-CUR-O-NO AND
                 OD-C-NO(OD-IDX) = WS-CUR-C-NO
                 MOVE OD-DISP(OD-IDX) TO WS-ORD-DISP
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-ORD-DISP(1:8) = 'REJECTED'
                 MOVE 'R' TO WS-ORD-STATE
              WHEN WS-ORD-DISP(1:4) = 'HELD'
                 MOVE 'H' TO WS-ORD-STATE
              WHEN OTHER
                 MOVE 'A' TO WS-ORD-STATE
           END-EVALUATE
           .

       CLOSE-ORDER.
           MOVE CNF-TXT-TOTAL TO L-TOT-TITLE
           MOVE WS-ORD-VALUE  TO L-TOT-AMT
           WRITE ENR-CNFDOC FROM L-CNF-TOTAL
           MOVE 0 TO WS-ORD-OPEN
           .

      ** WRITE-CONFIRMATION-LINE - a held order ships nothing yet,  **
      ** so its good lines read ON HOLD ; only confirmed and drop-  **
      ** ship lines of a live order count in the confirmed value    **
       WRITE-CONFIRMATION-LINE.
           ADD 1 TO CNT-LINES
           MOVE CL-STATUS(CL-IDX) TO WS-LINE-STATUS
           IF ORD-HELD AND (WS-LINE-STATUS = 'C' OR
              WS-LINE-STATUS = 'D' OR WS-LINE-STATUS = 'B')
              MOVE 'H' TO WS-LINE-STATUS
           END-IF

           MOVE CL-P-NO(CL-IDX) TO L-LIN-PNO
           PERFORM READ-PRODUCT-DESC
           MOVE CL-QTY(CL-IDX)   TO L-LIN-QTY
           MOVE CL-PRICE(CL-IDX) TO L-LIN-PRICE
           MOVE CL-UOM(CL-IDX)   TO L-LIN-UOM
           EVALUATE CL-SRC(CL-IDX)
              WHEN 'C'
                 MOVE CNF-TXT-SR-CAT TO L-LIN-SRC
              WHEN 'P'
                 MOVE CNF-TXT-SR-PRO TO L-LIN-SRC
              WHEN 'K'
                 MOVE CNF-TXT-SR-CTR TO L-LIN-SRC
              WHEN 'B'
                 MOVE CNF-TXT-SR-BLK TO L-LIN-SRC
              WHEN OTHER
                 MOVE CNF-TXT-SR-ORD TO L-LIN-SRC
           END-EVALUATE
           IF WS-LINE-STATUS = 'D'
              MOVE CNF-TXT-SUPPLIER TO L-LIN-WH
           ELSE
              MOVE CL-WH(CL-IDX)    TO L-LIN-WH
           END-IF
           EVALUATE WS-LINE-STATUS
              WHEN 'C'
                 MOVE CNF-TXT-ST-CONF TO L-LIN-STATUS
              WHEN 'D'
                 MOVE CNF-TXT-ST-DSHP TO L-LIN-STATUS
              WHEN 'B'
                 MOVE CNF-TXT-ST-BORD TO L-LIN-STATUS
              WHEN 'H'
                 MOVE CNF-TXT-ST-HOLD TO L-LIN-STATUS
              WHEN 'P'
                 MOVE CNF-TXT-ST-PEND TO L-LIN-STATUS
              WHEN OTHER
                 MOVE CNF-TXT-ST-REFU TO L-LIN-STATUS
           END-EVALUATE
           WRITE ENR-CNFDOC FROM L-CNF-LINE

           IF CL-REASON(CL-IDX) NOT = SPACES
              MOVE CNF-TXT-REASON    TO L-RSN-TITLE
              MOVE CL-REASON(CL-IDX) TO L-RSN-TEXT
              WRITE ENR-CNFDOC FROM L-CNF-REASON
           END-IF

           IF WS-LINE-STATUS = 'C' OR WS-LINE-STATUS = 'D'
              COMPUTE WS-LINE-VALUE =
                 CL-QTY(CL-IDX) * CL-PRICE(CL-IDX)
              ADD WS-LINE-VALUE TO WS-ORD-VALUE
           END-IF

           IF EDI-PARTNER
              MOVE WS-CUR-O-NO       TO OLN-O-NO
              MOVE CL-P-NO(CL-IDX)   TO OLN-P-NO
              MOVE CL-QTY(CL-IDX)    TO OLN-QTY
              MOVE CL-PRICE(CL-IDX)  TO OLN-PRICE
              MOVE CL-SRC(CL-IDX)    TO OLN-SRC
              MOVE CL-WH(CL-IDX)     TO OLN-WH
              MOVE WS-LINE-STATUS    TO OLN-STATUS
              MOVE CL-REASON(CL-IDX) TO OLN-REASON
              MOVE CL-UOM(CL-IDX)    TO OLN-UOM
              WRITE ENR-ORDRSP FROM ST-EDI-OLN
              ADD 1 TO WS-EDI-SEGS
           END-IF
           .

      ** READ-PRODUCT-DESC - the shipping-charge line has no catalog **
      ** row of its own                                              **
       READ-PRODUCT-DESC.
           MOVE SPACES TO L-LIN-DESC
           IF CL-P-NO(CL-IDX) = 'FRT'
              MOVE 'SHIPPING' TO L-LIN-DESC
           ELSE
              MOVE CL-P-NO(CL-IDX) TO PRO-P-NO
              EXEC SQL
                 SELECT DESCRIPTION
                 INTO :PRO-DESCRIPTION
                 FROM APIX.PRODUCTS
                 WHERE P_NO = :PRO-P-NO
              END-EXEC
              IF SQLCODE = ZERO
                 MOVE PRO-DESCRIPTION-TEXT(1:PRO-DESCRIPTION-LEN)
                               TO L-LIN-DESC
              ELSE
                 PERFORM TEST-SQLCODE
              END-IF
           END-IF
           .

       CHECK-EDI-PARTNER.
           MOVE 0 TO WS-EDI-FLAG
           PERFORM VARYING EDP-IDX FROM 1 BY 1 UNTIL EDP-IDX > EDP-CNT
              IF WS-CUR-C-NO = EDP-C-NO(EDP-IDX)
                 SET EDI-PARTNER TO TRUE
              END-IF
           END-PERFORM
           .

      ** READ-CUSTOMER-NAME - the letterhead needs more than a code **
       READ-CUSTOMER-NAME.
           MOVE WS-CUR-C-NO TO CUS-C-NO
           EXEC SQL
              SELECT COMPANY, LANG
              INTO :CUS-COMPANY, :CUS-LANG
              FROM APIX.CUSTOMERS
              WHERE C_NO = :CUS-C-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE SQLCODE TO ED-SQLCODE
              DISPLAY 'CUSTOMER ' WS-CUR-C-NO
                      ' NOT ON MASTER : ' ED-SQLCODE
              MOVE 18 TO CUS-COMPANY-LEN
              MOVE 'CUSTOMER NOT FOUND' TO CUS-COMPANY-TEXT
              MOVE SPACES TO CUS-LANG
           END-IF
           .

      ** LOAD-CNF-TEXTS - the wording that repeats down the         **
      ** document, fetched once per customer in their language      **
       LOAD-CNF-TEXTS.
           MOVE '*** ORDER CONFIRMATION ***' TO WS-MSG-TEXT
           MOVE 'CNF-BANNER'       TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT        TO L-CNF-BANNER-TXT
           MOVE CNF-COLS-DEFAULT   TO WS-MSG-TEXT
           MOVE 'CNF-COLS'         TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT        TO L-CNF-COLS
           MOVE 'ORDER NUM     :'  TO WS-MSG-TEXT
           MOVE 'CNF-ORDNUM'       TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT        TO CNF-TXT-ORDNUM
           MOVE 'ORDER DATE    :'  TO WS-MSG-TEXT
           MOVE 'CNF-ORDDATE'      TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT        TO CNF-TXT-ORDDATE
           MOVE 'ORDER STATUS  :'  TO WS-MSG-TEXT
           MOVE 'CNF-ORDSTAT'      TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT        TO CNF-TXT-ORDSTAT
           MOVE 'REASON :'         TO WS-MSG-TEXT
           MOVE 'CNF-REASON'       TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT        TO CNF-TXT-REASON
           MOVE 'CONFIRMED VALUE :' TO WS-MSG-TEXT
           MOVE 'CNF-TOTAL'        TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT        TO CNF-TXT-TOTAL
           MOVE 'SUPPLIER'         TO WS-MSG-TEXT
           MOVE 'CNF-SUPPLIER'     TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT        TO CNF-TXT-SUPPLIER

           MOVE 'CONFIRMED'        TO WS-MSG-TEXT
           MOVE 'CNF-ST-CONF'      TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT        TO CNF-TXT-ST-CONF
           MOVE 'DROP-SHIP'        TO WS-MSG-TEXT
           MOVE 'CNF-ST-DSHIP'     TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT        TO CNF-TXT-ST-DSHP
           MOVE 'BACKORDERED'      TO WS-MSG-TEXT
           MOVE 'CNF-ST-BORD'      TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT        TO CNF-TXT-ST-BORD
           MOVE 'ON HOLD'          TO WS-MSG-TEXT
           MOVE 'CNF-ST-HOLD'      TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT        TO CNF-TXT-ST-HOLD
           MOVE 'PENDING'          TO WS-MSG-TEXT
           MOVE 'CNF-ST-PEND'      TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT        TO CNF-TXT-ST-PEND
           MOVE 'REFUSED'          TO WS-MSG-TEXT
           MOVE 'CNF-ST-REFU'      TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT        TO CNF-TXT-ST-REFU

           MOVE 'AS ORDERED'       TO WS-MSG-TEXT
           MOVE 'CNF-SR-ORDER'     TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT        TO CNF-TXT-SR-ORD
           MOVE 'CATALOG'          TO WS-MSG-TEXT
           MOVE 'CNF-SR-CAT'       TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT        TO CNF-TXT-SR-CAT
           MOVE 'PROMOTION'        TO WS-MSG-TEXT
           MOVE 'CNF-SR-PROMO'     TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT        TO CNF-TXT-SR-PRO
           MOVE 'CONTRACT'         TO WS-MSG-TEXT
           MOVE 'CNF-SR-CONTR'     TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT        TO CNF-TXT-SR-CTR
           MOVE 'BLANKET'          TO WS-MSG-TEXT
           MOVE 'CNF-SR-BLANK'     TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT        TO CNF-TXT-SR-BLK

           MOVE 'ACCEPTED'         TO WS-MSG-TEXT
           MOVE 'CNF-OS-ACC'       TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT        TO CNF-TXT-OS-ACC
           MOVE 'ON HOLD - AWAITING PREPAYMENT' TO WS-MSG-TEXT
           MOVE 'CNF-OSPREPAY'     TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT        TO CNF-TXT-OS-PRE
           MOVE 'ON HOLD - CREDIT REVIEW' TO WS-MSG-TEXT
           MOVE 'CNF-OSCREDIT'     TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT        TO CNF-TXT-OS-CRD
           MOVE 'NOT ACCEPTED'     TO WS-MSG-TEXT
           MOVE 'CNF-OS-REJ'       TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT        TO CNF-TXT-OS-REJ
           .

      ** GET-DOC-TEXT - WS-MSG-ID in the customer's language, the    **
      ** wording already in WS-MSG-TEXT when MSGTXTK has none        **
       GET-DOC-TEXT.
           MOVE CUS-LANG TO WS-MSG-LANG
           CALL 'MSGPROG' USING WS-MSG-LANG WS-MSG-ID WS-MSG-TEXT
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
