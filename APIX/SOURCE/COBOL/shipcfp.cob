      *    - APPEND THE SHIP-CONFIRM REGISTER (FICSHIPREG) THAT        *
      *      PART3AP RESTRICTS THE INVOICE EXTRACT TO : WE INVOICE     *
      *      WHAT ACTUALLY SHIPPED, AND SHORT-SHIPS STAY OPEN          *
      *    - TURN EVERY CONFIRMED SHIPMENT FOR A TRADE PARTNER ON      *
      *      FICEDIPART INTO AN ADVANCE SHIP NOTICE ON FICASN, SENT    *
      *      THE SAME NIGHT : ONE ASH PER ORDER AND SHIP DATE (OUR     *
      *      ORDER, THEIR PO NUMBER OFF FICEDIPREF, WAREHOUSE), ONE    *
      *      ASL PER PRODUCT SHIPPED (WITH THEIR OWN ITEM CODE), ONE   *
      *      ALT PER LOT THE LINE CONSUMED (FICLOTCONS), CLOSED BY ONE *
      *      ACT CONTROL SEGMENT PER PARTNER AS ON THE E-INVOICE FILE  *
      *    - LOG REJECTS IN LOADLOG FORMAT                             *
      ******************************************************************

           SELECT FSHIPCF ASSIGN TO FICSHIPCF.
           SELECT FSHIPREG ASSIGN TO FICSHIPREG.
           SELECT FSHIPLOG ASSIGN TO FICSHIPLOG.
           SELECT FEDIPART ASSIGN TO FICEDIPART
               FILE STATUS IS FS-EDIPART.
           SELECT FLOTCONS ASSIGN TO FICLOTCONS
               FILE STATUS IS FS-LOTCONS.
           SELECT FEDIPREF ASSIGN TO FICEDIPREF
               FILE STATUS IS FS-EDIPREF.
           SELECT FASN ASSIGN TO FICASN.

       DATA DIVISION.
       FILE SECTION.
       FD FSHIPLOG.
       01 ENR-SHIPLOG     PIC X(80).

      ** FEDIPART - TRADING PARTNERS ON EDI **
       FD FEDIPART.
       01 ENR-EDIPART.
          05 EDIP-C-NO     PIC X(3).
          05 EDIP-E-NO     PIC X(3).
          05 FILLER        PIC X(74).

      ** FLOTCONS - THE LOT CONSUMPTION DETAIL PART2P APPENDS **
       FD FLOTCONS.
       01 ENR-LOTCONS.
          05 LCN-O-NO      PIC X(7).
          05 LCN-P-NO      PIC X(3).
          05 LCN-LOT-NO    PIC X(10).
          05 LCN-QTY       PIC S9(5).
          05 LCN-DATE      PIC X(10).
          05 FILLER        PIC X(45).

      ** FEDIPREF - THE PARTNERS' PO NUMBERS AGAINST OUR ORDERS **
       FD FEDIPREF.
       COPY EDIPREF.

      ** FASN - ADVANCE SHIP NOTICES FOR THE NIGHT'S TRANSMISSION **
       FD FASN.
       01 ENR-ASN         PIC X(80).

       WORKING-STORAGE SECTION.
       01 SHIP-HEAD       PIC X(30) VALUE
             "SHIPCFP CONFIRMATION LOG".
            88 FF-SHIPCF        VALUE 1.
       01 ED-SQLCODE      PIC +Z(8)9.

      *** PARTENAIRES EDI ET LEUR COMPTAGE DE SEGMENTS ***
       01 EDIPART-TAB.
          05 EDP-ENTRY OCCURS 50 TIMES.
             10 EDP-C-NO    PIC X(3).
             10 EDP-SEGS    PIC 9(5).
       77 EDP-CNT          PIC 99 VALUE 0.
       77 EDP-IDX          PIC 99 VALUE 0.
       77 WS-EDP-HIT       PIC 99 VALUE 0.
       77 FS-EDIPART       PIC 99 VALUE 0.
       77 WS-EDIPART-EOF   PIC 9  VALUE 0.
          88 FF-EDIPART        VALUE 1.

      *** EXPEDITIONS CONFIRMEES DES PARTENAIRES, A AVISER ***
       01 ASN-TAB.
          05 AS-ENTRY OCCURS 2000 TIMES.
             10 AS-O-NO     PIC X(7).
             10 AS-DATE     PIC X(10).
             10 AS-P-NO     PIC X(3).
             10 AS-QTY      PIC 9(5).
             10 AS-C-NO     PIC X(3).
             10 AS-WH       PIC X(2).
             10 AS-REF      PIC X(15).
             10 AS-EDP      PIC 99.
       01 AS-SWAP-ENTRY    PIC X(47).
       77 AS-CNT           PIC 9(4) VALUE 0.
       77 AS-IDX           PIC 9(4) VALUE 0.
       77 AS-JDX           PIC 9(4) VALUE 0.
       77 WS-AS-HIT        PIC 9(4) VALUE 0.
       77 WS-SORT-AGAIN    PIC 9 VALUE 0.
       77 WS-ASN-LINES     PIC 9(4) VALUE 0.
       77 WS-PREV-O-NO     PIC X(7) VALUE SPACES.
       77 WS-PREV-DATE     PIC X(10) VALUE SPACES.

      *** LOTS CONSOMMES PAR LES LIGNES AVISEES ***
       01 LOT-TAB.
          05 LT-ENTRY OCCURS 3000 TIMES.
             10 LT-O-NO     PIC X(7).
             10 LT-P-NO     PIC X(3).
             10 LT-LOT-NO   PIC X(10).
             10 LT-QTY      PIC S9(7).
       77 LT-CNT           PIC 9(4) VALUE 0.
       77 LT-IDX           PIC 9(4) VALUE 0.
       77 WS-LT-HIT        PIC 9(4) VALUE 0.
       77 FS-LOTCONS       PIC 99 VALUE 0.
       77 WS-LOTCONS-EOF   PIC 9  VALUE 0.
          88 FF-LOTCONS        VALUE 1.
       77 FS-EDIPREF       PIC 99 VALUE 0.
       77 WS-EDIPREF-EOF   PIC 9  VALUE 0.
          88 FF-EDIPREF        VALUE 1.
       01 WS-PRF-O-NO      PIC 9(7) VALUE 0.
       01 WS-PRF-O-NO-X REDEFINES WS-PRF-O-NO PIC X(7).

      *** CODE ARTICLE DU CLIENT (REFERENCES CROISEES) ***
       COPY XREFBLK.

      *** SEGMENTS DE L'AVIS D'EXPEDITION ***
       01 ST-ASN-ASH.
          05 FILLER        PIC X(3)  VALUE 'ASH'.
          05 ASH-C-NO      PIC X(3).
          05 ASH-O-NO      PIC X(7).
          05 ASH-CUST-REF  PIC X(15).
          05 ASH-SHIP-DATE PIC X(10).
          05 ASH-WH        PIC X(2).
          05 ASH-LINES     PIC 9(4).
          05 FILLER        PIC X(36) VALUE SPACES.
       01 ST-ASN-ASL.
          05 FILLER        PIC X(3)  VALUE 'ASL'.
          05 ASL-O-NO      PIC X(7).
          05 ASL-P-NO      PIC X(3).
          05 ASL-CUST-CODE PIC X(20).
          05 ASL-QTY       PIC 9(5).
          05 FILLER        PIC X(42) VALUE SPACES.
       01 ST-ASN-ALT.
          05 FILLER        PIC X(3)  VALUE 'ALT'.
          05 ALT-O-NO      PIC X(7).
          05 ALT-P-NO      PIC X(3).
          05 ALT-LOT-NO    PIC X(10).
          05 ALT-QTY       PIC 9(5).
          05 FILLER        PIC X(52) VALUE SPACES.
       01 ST-ASN-ACT.
          05 FILLER        PIC X(3)  VALUE 'ACT'.
          05 ACT-C-NO      PIC X(3).
          05 ACT-SEGS      PIC 9(5).
          05 FILLER        PIC X(69) VALUE SPACES.

      *** COMPTEURS ***
       77 CNT-CONFIRMED   PIC 9(4) VALUE 0.
       77 CNT-OVERSHIP    PIC 9(4) VALUE 0.
       77 CNT-NO-LINE     PIC 9(4) VALUE 0.
       77 CNT-BAD-FORMAT  PIC 9(4) VALUE 0.
       77 CNT-TOTAL-REJECTS PIC 9(4) VALUE 0.
       77 CNT-ASN-NOTICES PIC 9(4) VALUE 0.
       77 CNT-ASN-LINES   PIC 9(4) VALUE 0.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE ITE      END-EXEC
           EXEC SQL INCLUDE ORD      END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           OPEN OUTPUT FSHIPLOG
           MOVE ZERO TO LOGREC-REF
           WRITE ENR-SHIPLOG FROM SHIP-HEAD

           PERFORM LOAD-PARTNERS
           OPEN EXTEND FSHIPREG
           OPEN INPUT FSHIPCF
           PERFORM LECT-SHIPCF
           END-PERFORM
           CLOSE FSHIPCF
           CLOSE FSHIPREG
           PERFORM BUILD-ASN-FILE

           PERFORM WRITE-SHIP-FOOTER
           CLOSE FSHIPLOG
           DISPLAY 'SHIPMENTS CONFIRMED : ' CNT-CONFIRMED
           DISPLAY 'LINES REJECTED      : ' CNT-TOTAL-REJECTS
           DISPLAY 'SHIP NOTICES SENT   : ' CNT-ASN-NOTICES
           DISPLAY 'SHIP NOTICE LINES   : ' CNT-ASN-LINES
           GOBACK.

      *** PARAGRAPHS ***
           MOVE SCF-DATE TO SRG-DATE
           WRITE ENR-SHIPREG
           ADD 1 TO CNT-CONFIRMED
           IF EDP-CNT > 0
              PERFORM HOLD-ASN-LINE
           END-IF
           .

      ** LOAD-PARTNERS - without the partner list nobody is sent   **
      ** a ship notice ; the confirmations still register          **
       LOAD-PARTNERS.
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
                          MOVE ZERO      TO EDP-SEGS(EDP-CNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FEDIPART
           ELSE
              DISPLAY 'NO EDI PARTNER LIST, NO SHIP NOTICES'
           END-IF
           .

      ** HOLD-ASN-LINE - a partner's confirmation waits in the      **
      ** table until the run ends ; the same product confirmed      **
      ** twice for one order and day is one notice line             **
       HOLD-ASN-LINE.
           MOVE SCF-O-NO TO ORD-O-NO
           EXEC SQL
              SELECT C_NO, WH
              INTO :ORD-C-NO, :ORD-WH
              FROM APIX.ORDERS
              WHERE O_NO = :ORD-O-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE SQLCODE TO ED-SQLCODE
              DISPLAY 'NO SHIP NOTICE FOR ' SCF-O-NO ' : ' ED-SQLCODE
           ELSE
              MOVE 0 TO WS-EDP-HIT
              PERFORM VARYING EDP-IDX FROM 1 BY 1
                      UNTIL EDP-IDX > EDP-CNT
                 IF ORD-C-NO = EDP-C-NO(EDP-IDX)
                    MOVE EDP-IDX TO WS-EDP-HIT
                 END-IF
              END-PERFORM
              IF WS-EDP-HIT > 0
                 PERFORM ADD-ASN-ENTRY
              END-IF
           END-IF
           .

       ADD-ASN-ENTRY.
           MOVE 0 TO WS-AS-HIT
           PERFORM VARYING AS-IDX FROM 1 BY 1 UNTIL AS-IDX > AS-CNT
              IF AS-O-NO(AS-IDX) = SCF-O-NO AND
                 AS-DATE(AS-IDX) = SCF-DATE AND
                 AS-P-NO(AS-IDX) = SCF-P-NO
                 MOVE AS-IDX TO WS-AS-HIT
              END-IF
           END-PERFORM
           IF WS-AS-HIT = 0
              IF AS-CNT < 2000
                 ADD 1 TO AS-CNT
                 MOVE AS-CNT     TO WS-AS-HIT
                 MOVE SCF-O-NO   TO AS-O-NO(AS-CNT)
                 MOVE SCF-DATE   TO AS-DATE(AS-CNT)
                 MOVE SCF-P-NO   TO AS-P-NO(AS-CNT)
                 MOVE ZERO       TO AS-QTY(AS-CNT)
                 MOVE ORD-C-NO   TO AS-C-NO(AS-CNT)
                 MOVE ORD-WH     TO AS-WH(AS-CNT)
                 MOVE SPACES     TO AS-REF(AS-CNT)
                 MOVE WS-EDP-HIT TO AS-EDP(AS-CNT)
              ELSE
                 DISPLAY 'SHIP NOTICE TABLE FULL, ' SCF-O-NO
                         ' NOT NOTIFIED'
              END-IF
           END-IF
           IF WS-AS-HIT > 0
              ADD SCF-QTY TO AS-QTY(WS-AS-HIT)
           END-IF
           .

      ** BUILD-ASN-FILE - the file is written every night, empty   **
      ** of notices or not, so the transmission always has one     **
       BUILD-ASN-FILE.
           OPEN OUTPUT FASN
           IF AS-CNT > 0
              PERFORM SORT-ASN-TAB
              PERFORM LOAD-ASN-REFS
              PERFORM LOAD-ASN-LOTS
              MOVE SPACES TO WS-PREV-O-NO WS-PREV-DATE
              PERFORM VARYING AS-IDX FROM 1 BY 1 UNTIL AS-IDX > AS-CNT
                 IF AS-O-NO(AS-IDX) NOT = WS-PREV-O-NO OR
                    AS-DATE(AS-IDX) NOT = WS-PREV-DATE
                    PERFORM WRITE-ASN-HEADER
                 END-IF
                 PERFORM WRITE-ASN-LINE
              END-PERFORM
              PERFORM WRITE-ASN-CONTROLS
           END-IF
           CLOSE FASN
           .

      ** SORT-ASN-TAB - by order, ship date, product **
       SORT-ASN-TAB.
           MOVE 1 TO WS-SORT-AGAIN
           PERFORM UNTIL WS-SORT-AGAIN = 0
              MOVE 0 TO WS-SORT-AGAIN
              PERFORM VARYING AS-IDX FROM 1 BY 1
                      UNTIL AS-IDX >= AS-CNT
                 COMPUTE AS-JDX = AS-IDX + 1
                 IF AS-O-NO(AS-IDX) > AS-O-NO(AS-JDX) OR
                    (AS-O-NO(AS-IDX) = AS-O-NO(AS-JDX) AND
                     AS-DATE(AS-IDX) > AS-DATE(AS-JDX)) OR
                    (AS-O-NO(AS-IDX) = AS-O-NO(AS-JDX) AND
                     AS-DATE(AS-IDX) = AS-DATE(AS-JDX) AND
                     AS-P-NO(AS-IDX) > AS-P-NO(AS-JDX))
                    MOVE AS-ENTRY(AS-IDX) TO AS-SWAP-ENTRY
                    MOVE AS-ENTRY(AS-JDX) TO AS-ENTRY(AS-IDX)
                    MOVE AS-SWAP-ENTRY    TO AS-ENTRY(AS-JDX)
                    MOVE 1 TO WS-SORT-AGAIN
                 END-IF
              END-PERFORM
           END-PERFORM
           .

      ** LOAD-ASN-REFS - the partner's PO number for the orders     **
      ** EDIADPP took in ; others go out with the reference blank   **
       LOAD-ASN-REFS.
           OPEN INPUT FEDIPREF
           IF FS-EDIPREF = 0
              PERFORM UNTIL FF-EDIPREF
                 READ FEDIPREF
                    AT END
                       SET FF-EDIPREF TO TRUE
                    NOT AT END
                       MOVE PRF-O-NO TO WS-PRF-O-NO
                       PERFORM VARYING AS-IDX FROM 1 BY 1
                               UNTIL AS-IDX > AS-CNT
                          IF AS-O-NO(AS-IDX) = WS-PRF-O-NO-X
                             MOVE PRF-PO-NO TO AS-REF(AS-IDX)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE FEDIPREF
           ELSE
              DISPLAY 'NO EDI PO REFERENCE FILE, REFERENCES BLANK'
           END-IF
           .

      ** LOAD-ASN-LOTS - the lots each notified line drew from, net **
      ** of credit-hold reversals ; a lot drawn back to nothing is  **
      ** not announced                                              **
       LOAD-ASN-LOTS.
           OPEN INPUT FLOTCONS
           IF FS-LOTCONS = 0
              PERFORM UNTIL FF-LOTCONS
                 READ FLOTCONS
                    AT END
                       SET FF-LOTCONS TO TRUE
                    NOT AT END
                       PERFORM HOLD-ONE-LOT
                 END-READ
              END-PERFORM
              CLOSE FLOTCONS
           ELSE
              DISPLAY 'NO LOT CONSUMPTION FILE, NOTICES WITHOUT LOTS'
           END-IF
           .

       HOLD-ONE-LOT.
           MOVE 0 TO WS-AS-HIT
           PERFORM VARYING AS-IDX FROM 1 BY 1 UNTIL AS-IDX > AS-CNT
              IF AS-O-NO(AS-IDX) = LCN-O-NO AND
                 AS-P-NO(AS-IDX) = LCN-P-NO
                 MOVE AS-IDX TO WS-AS-HIT
              END-IF
           END-PERFORM
           IF WS-AS-HIT > 0
              MOVE 0 TO WS-LT-HIT
              PERFORM VARYING LT-IDX FROM 1 BY 1 UNTIL LT-IDX > LT-CNT
                 IF LT-O-NO(LT-IDX) = LCN-O-NO AND
                    LT-P-NO(LT-IDX) = LCN-P-NO AND
                    LT-LOT-NO(LT-IDX) = LCN-LOT-NO
                    MOVE LT-IDX TO WS-LT-HIT
                 END-IF
              END-PERFORM
              IF WS-LT-HIT = 0 AND LT-CNT < 3000
                 ADD 1 TO LT-CNT
                 MOVE LT-CNT     TO WS-LT-HIT
                 MOVE LCN-O-NO   TO LT-O-NO(LT-CNT)
                 MOVE LCN-P-NO   TO LT-P-NO(LT-CNT)
                 MOVE LCN-LOT-NO TO LT-LOT-NO(LT-CNT)
                 MOVE ZERO       TO LT-QTY(LT-CNT)
              END-IF
              IF WS-LT-HIT > 0
                 ADD LCN-QTY TO LT-QTY(WS-LT-HIT)
              END-IF
           END-IF
           .

      ** WRITE-ASN-HEADER - one notice per order and ship date ; its **
      ** line count is taken off the sorted table ahead              **
       WRITE-ASN-HEADER.
           MOVE AS-O-NO(AS-IDX) TO WS-PREV-O-NO
           MOVE AS-DATE(AS-IDX) TO WS-PREV-DATE
           MOVE 0 TO WS-ASN-LINES
           PERFORM VARYING AS-JDX FROM AS-IDX BY 1
                   UNTIL AS-JDX > AS-CNT
              IF AS-O-NO(AS-JDX) = WS-PREV-O-NO AND
                 AS-DATE(AS-JDX) = WS-PREV-DATE
                 ADD 1 TO WS-ASN-LINES
              END-IF
           END-PERFORM
           MOVE AS-C-NO(AS-IDX) TO ASH-C-NO
           MOVE AS-O-NO(AS-IDX) TO ASH-O-NO
           MOVE AS-REF(AS-IDX)  TO ASH-CUST-REF
           MOVE AS-DATE(AS-IDX) TO ASH-SHIP-DATE
           MOVE AS-WH(AS-IDX)   TO ASH-WH
           MOVE WS-ASN-LINES    TO ASH-LINES
           WRITE ENR-ASN FROM ST-ASN-ASH
           ADD 1 TO EDP-SEGS(AS-EDP(AS-IDX))
           ADD 1 TO CNT-ASN-NOTICES
           .

       WRITE-ASN-LINE.
           INITIALIZE XREF-BLOCK
           MOVE 'C'             TO XR-ACTION
           MOVE AS-C-NO(AS-IDX) TO XR-C-NO
           MOVE AS-P-NO(AS-IDX) TO XR-P-NO
           CALL 'XREFPROG' USING XREF-BLOCK
           MOVE AS-O-NO(AS-IDX) TO ASL-O-NO
           MOVE AS-P-NO(AS-IDX) TO ASL-P-NO
           MOVE XR-CODE         TO ASL-CUST-CODE
           MOVE AS-QTY(AS-IDX)  TO ASL-QTY
           WRITE ENR-ASN FROM ST-ASN-ASL
           ADD 1 TO EDP-SEGS(AS-EDP(AS-IDX))
           ADD 1 TO CNT-ASN-LINES

           PERFORM VARYING LT-IDX FROM 1 BY 1 UNTIL LT-IDX > LT-CNT
              IF LT-O-NO(LT-IDX) = AS-O-NO(AS-IDX) AND
                 LT-P-NO(LT-IDX) = AS-P-NO(AS-IDX) AND
                 LT-QTY(LT-IDX) > 0
                 MOVE LT-O-NO(LT-IDX)   TO ALT-O-NO
                 MOVE LT-P-NO(LT-IDX)   TO ALT-P-NO
                 MOVE LT-LOT-NO(LT-IDX) TO ALT-LOT-NO
                 MOVE LT-QTY(LT-IDX)    TO ALT-QTY
                 WRITE ENR-ASN FROM ST-ASN-ALT
                 ADD 1 TO EDP-SEGS(AS-EDP(AS-IDX))
              END-IF
           END-PERFORM
           .

      ** WRITE-ASN-CONTROLS - one control segment per partner with  **
      ** the number of segments sent them, as on the e-invoice file **
       WRITE-ASN-CONTROLS.
           PERFORM VARYING EDP-IDX FROM 1 BY 1 UNTIL EDP-IDX > EDP-CNT
              IF EDP-SEGS(EDP-IDX) > 0
                 MOVE EDP-C-NO(EDP-IDX) TO ACT-C-NO
                 MOVE EDP-SEGS(EDP-IDX) TO ACT-SEGS
                 WRITE ENR-ASN FROM ST-ASN-ACT
              END-IF
           END-PERFORM
           .

       WRITE-SHIP-LOG.
