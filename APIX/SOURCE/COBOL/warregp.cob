       IDENTIFICATION DIVISION.
       PROGRAM-ID.     WARREGP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - REGISTER FOR WARRANTY EVERY SHIPMENT ON THE SHIP-CONFIRM  *
      *      REGISTER (FICSHIPREG) ONCE ITS ORDER IS INVOICED : THE    *
      *      CUSTOMER, THE ORDER, THE INVOICE NUMBER (FINVMAP), THE    *
      *      SHIP DATE AND EACH LOT THE LINE DREW FROM (FICLOTCONS),   *
      *      WITH THE SUPPLIER THE LOT WAS RECEIVED FROM (FICLOTS)     *
      *    - RUN THE COVER FROM THE SHIP DATE FOR THE PRODUCT'S        *
      *      WARRANTY PERIOD IN MONTHS (FICWARTRM), MONTHS= BELOW FOR  *
      *      THE OTHERS ; A PERIOD OF ZERO MEANS NO WARRANTY AND NO    *
      *      REGISTRATION                                              *
      *    - THE WHOLE SHIP REGISTER IS WALKED EVERY NIGHT : LINES     *
      *      ALREADY ON WARREGK ARE LEFT AS THEY ARE, LINES NOT YET    *
      *      INVOICED WAIT FOR A LATER RUN                             *
      *    - LOG WHAT COULD NOT BE REGISTERED IN LOADLOG FORMAT        *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      MONTHS=NNN          PERIOD OF A PRODUCT NOT ON FICWARTRM  *
      *                          (DEFAULT 12)                          *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSHIPREG ASSIGN TO FICSHIPREG
               FILE STATUS IS FS-SHIPREG.
           SELECT FLOTCONS ASSIGN TO FICLOTCONS
               FILE STATUS IS FS-LOTCONS.
           SELECT FLOTS ASSIGN TO FICLOTS
               FILE STATUS IS FS-LOTS.
           SELECT FWARTRM ASSIGN TO FICWARTRM
               FILE STATUS IS FS-WARTRM.
           SELECT FINVMAP ASSIGN TO FICINVMAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-O-NO
               FILE STATUS IS FS-INVMAP.
           SELECT WARREGK ASSIGN TO WARREGK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WR-KEY
               FILE STATUS IS FS-WARREG.
           SELECT FWARLOG ASSIGN TO FICWARLOG.

       DATA DIVISION.
       FILE SECTION.
      ** FSHIPREG - THE SHIP-CONFIRM REGISTER SHIPCFP APPENDS **
       FD FSHIPREG.
       01 ENR-SHIPREG.
          05 SRG-O-NO      PIC X(7).
          05 SRG-P-NO      PIC X(3).
          05 SRG-QTY       PIC 9(5).
          05 SRG-DATE      PIC X(10).
          05 FILLER        PIC X(55).

      ** FLOTCONS - THE LOT CONSUMPTION DETAIL PART2P APPENDS **
       FD FLOTCONS.
       01 ENR-LOTCONS.
          05 LCN-O-NO      PIC X(7).
          05 LCN-P-NO      PIC X(3).
          05 LCN-LOT-NO    PIC X(10).
          05 LCN-QTY       PIC S9(5).
          05 LCN-DATE      PIC X(10).
          05 FILLER        PIC X(45).

      ** FLOTS - THE LOT MASTER, FOR THE SUPPLIER OF EACH LOT **
       FD FLOTS.
       01 ENR-LOTS.
          05 LOT-NO        PIC X(10).
          05 LOT-P-NO      PIC X(3).
          05 LOT-QTY-REMAIN PIC S9(7).
          05 LOT-RECV-DATE PIC X(10).
          05 LOT-SNO       PIC X(2).
          05 FILLER        PIC X(48).

      ** FWARTRM - WARRANTY PERIOD PER PRODUCT, IN MONTHS **
       FD FWARTRM.
       01 ENR-WARTRM.
          05 WTM-P-NO      PIC X(3).
          05 WTM-MONTHS    PIC 9(3).
          05 FILLER        PIC X(74).

      ** FINVMAP - ORDER NO -> INVOICE NO MAP ('V' = VOIDED) **
       FD FINVMAP.
       01 ENR-INVMAP.
          05 IM-O-NO        PIC X(7).
          05 IM-INV-NO      PIC 9(8).
          05 IM-VOID-FLAG   PIC X(1).

       FD WARREGK.
       COPY WARREG.

       FD FWARLOG.
       01 ENR-WARLOG      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WAR-HEAD        PIC X(30) VALUE
             "WARREGP REGISTRATION LOG".
       01 WAR-FOOT-HEAD   PIC X(28) VALUE "REGISTRATION SUMMARY :".
       COPY LOADLOG.
       COPY PARMBLK.

       77 FS-SHIPREG      PIC 99 VALUE 0.
       77 FS-LOTCONS      PIC 99 VALUE 0.
       77 FS-LOTS         PIC 99 VALUE 0.
       77 FS-WARTRM       PIC 99 VALUE 0.
       77 FS-INVMAP       PIC 99 VALUE 0.
       77 FS-WARREG       PIC 99 VALUE 0.
       77 WS-SHIPREG-EOF  PIC 9  VALUE 0.
            88 FF-SHIPREG       VALUE 1.
       77 WS-LOTCONS-EOF  PIC 9  VALUE 0.
            88 FF-LOTCONS       VALUE 1.
       77 WS-LOTS-EOF     PIC 9  VALUE 0.
            88 FF-LOTS          VALUE 1.
       77 WS-WARTRM-EOF   PIC 9  VALUE 0.
            88 FF-WARTRM        VALUE 1.
       01 ED-SQLCODE      PIC +Z(8)9.

      *** PARAMETRES ***
       77 AC-MONTHS       PIC 9(3) VALUE 12.

      *** PERIODES DE GARANTIE PAR PRODUIT ***
       01 TERM-TAB.
          05 TRM-ENTRY OCCURS 500 TIMES.
             10 TRM-P-NO    PIC X(3).
             10 TRM-MONTHS  PIC 9(3).
       77 TRM-CNT          PIC 9(3) VALUE 0.
       77 TRM-IDX          PIC 9(3) VALUE 0.

      *** FOURNISSEUR DE CHAQUE LOT ***
       01 LOTSUP-TAB.
          05 LS-ENTRY OCCURS 2000 TIMES.
             10 LS-LOT-NO   PIC X(10).
             10 LS-P-NO     PIC X(3).
             10 LS-SNO      PIC X(2).
       77 LS-CNT           PIC 9(4) VALUE 0.
       77 LS-IDX           PIC 9(4) VALUE 0.

      *** LOTS CONSOMMES PAR COMMANDE ET PRODUIT (NET DES ANNULATIONS)
      *** LC-LEFT : CE QUI RESTE A AFFECTER AUX EXPEDITIONS
       01 LOTC-TAB.
          05 LC-ENTRY OCCURS 5000 TIMES.
             10 LC-O-NO     PIC X(7).
             10 LC-P-NO     PIC X(3).
             10 LC-LOT-NO   PIC X(10).
             10 LC-LEFT     PIC S9(7).
       77 LC-CNT           PIC 9(4) VALUE 0.
       77 LC-IDX           PIC 9(4) VALUE 0.
       77 WS-LC-HIT        PIC 9(4) VALUE 0.

      *** EXPEDITIONS REGROUPEES PAR COMMANDE, PRODUIT ET JOUR ***
       01 SHIP-TAB.
          05 SH-ENTRY OCCURS 5000 TIMES.
             10 SH-O-NO     PIC X(7).
             10 SH-P-NO     PIC X(3).
             10 SH-DATE     PIC X(10).
             10 SH-QTY      PIC 9(7).
             10 SH-REF      PIC 9(7).
       77 SH-CNT           PIC 9(4) VALUE 0.
       77 SH-IDX           PIC 9(4) VALUE 0.
       77 WS-SH-HIT        PIC 9(4) VALUE 0.
       77 WS-SHIP-REF      PIC 9(7) VALUE 0.

      *** AFFECTATION D'UNE EXPEDITION AUX LOTS ***
       77 WS-SHIP-LEFT     PIC 9(7) VALUE 0.
       77 WS-TAKE          PIC 9(7) VALUE 0.
       77 WS-MONTHS        PIC 9(3) VALUE 0.
       77 WS-REG-C-NO      PIC X(3) VALUE SPACES.
       77 WS-REG-INV-NO    PIC 9(8) VALUE 0.
       77 WS-REG-EXPIRY    PIC X(10) VALUE SPACES.

      *** CALCUL DE LA FIN DE GARANTIE ***
       01 WS-DATE-YYYYMMDD PIC 9(8) VALUE 0.
       01 WS-DATE-YYYYMMDD-X REDEFINES WS-DATE-YYYYMMDD.
          05 WS-DATE-YYYY PIC 9(4).
          05 WS-DATE-MM   PIC 9(2).
          05 WS-DATE-DD   PIC 9(2).
       77 WS-EXP-DD       PIC 9(2) VALUE 0.
       77 WS-MONTH-TOT    PIC 9(5) VALUE 0.
       77 WS-LAST-INT     PIC 9(7) VALUE 0.

      *** COMPTEURS ***
       77 CNT-SHIP-LINES  PIC 9(5) VALUE 0.
       77 CNT-REGISTERED  PIC 9(5) VALUE 0.
       77 CNT-ALREADY     PIC 9(5) VALUE 0.
       77 CNT-AWAIT-INV   PIC 9(5) VALUE 0.
       77 CNT-NO-WARRANTY PIC 9(5) VALUE 0.
       77 CNT-NO-ORDER    PIC 9(5) VALUE 0.
       77 CNT-NO-LOT      PIC 9(5) VALUE 0.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE ORD      END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** WARREGP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT FWARLOG
           MOVE "SHIP LINE" TO LOGREC-LABEL
           WRITE ENR-WARLOG FROM WAR-HEAD

           PERFORM LOAD-TERMS
           PERFORM LOAD-LOT-SUPPLIERS
           PERFORM LOAD-LOT-CONSUMPTION
           PERFORM LOAD-SHIPMENTS

           OPEN INPUT FINVMAP
           IF FS-INVMAP NOT = 0
              DISPLAY 'NO FINVMAP (' FS-INVMAP
                      '), NOTHING INVOICED TO REGISTER'
              MOVE ZERO TO SH-CNT
           END-IF
           OPEN I-O WARREGK
           IF FS-WARREG = 35
      ** FIRST EVER RUN : THE KSDS DOES NOT EXIST YET **
              OPEN OUTPUT WARREGK
              CLOSE WARREGK
              OPEN I-O WARREGK
           END-IF
           IF FS-WARREG NOT = 0
              DISPLAY 'WARREGK OPEN FAILED : ' FS-WARREG
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM VARYING SH-IDX FROM 1 BY 1 UNTIL SH-IDX > SH-CNT
              PERFORM REGISTER-ONE-SHIPMENT
           END-PERFORM

           CLOSE WARREGK
           IF FS-INVMAP = 0
              CLOSE FINVMAP
           END-IF
           PERFORM WRITE-WAR-FOOTER
           CLOSE FWARLOG
           DISPLAY 'SHIP LINES READ       : ' CNT-SHIP-LINES
           DISPLAY 'REGISTRATIONS WRITTEN : ' CNT-REGISTERED
           DISPLAY 'ALREADY REGISTERED    : ' CNT-ALREADY
           DISPLAY 'AWAITING INVOICE      : ' CNT-AWAIT-INV
           GOBACK.

      *** PARAGRAPHS ***
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 1 TO PARM-COUNT
           MOVE 'MONTHS'   TO PARM-KEYWORD(1)
           MOVE 'N'        TO PARM-TYPE(1)
           MOVE 'N'        TO PARM-REQUIRED(1)
           MOVE '12'       TO PARM-DEFAULT(1)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              COMPUTE AC-MONTHS = FUNCTION NUMVAL(PARM-VALUE(1))
           END-IF
           .

      ** LOAD-TERMS - without the period file every product is     **
      ** covered for the default period                            **
       LOAD-TERMS.
           OPEN INPUT FWARTRM
           IF FS-WARTRM = 0
              PERFORM UNTIL FF-WARTRM
                 READ FWARTRM
                    AT END
                       SET FF-WARTRM TO TRUE
                    NOT AT END
                       IF WTM-P-NO NOT = SPACES AND
                          WTM-MONTHS IS NUMERIC
                          IF TRM-CNT < 500
                             ADD 1 TO TRM-CNT
                             MOVE WTM-P-NO   TO TRM-P-NO(TRM-CNT)
                             MOVE WTM-MONTHS TO TRM-MONTHS(TRM-CNT)
                          ELSE
                             DISPLAY 'PERIOD TABLE FULL, RAISE OCCURS'
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FWARTRM
           ELSE
              DISPLAY 'NO WARRANTY PERIOD FILE, ' AC-MONTHS
                      ' MONTHS FOR EVERY PRODUCT'
           END-IF
           .

       LOAD-LOT-SUPPLIERS.
           OPEN INPUT FLOTS
           IF FS-LOTS = 0
              PERFORM UNTIL FF-LOTS
                 READ FLOTS
                    AT END
                       SET FF-LOTS TO TRUE
                    NOT AT END
                       IF LS-CNT < 2000
                          ADD 1 TO LS-CNT
                          MOVE LOT-NO   TO LS-LOT-NO(LS-CNT)
                          MOVE LOT-P-NO TO LS-P-NO(LS-CNT)
                          MOVE LOT-SNO  TO LS-SNO(LS-CNT)
                       ELSE
                          DISPLAY 'LOT TABLE FULL, RAISE OCCURS'
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FLOTS
           ELSE
              DISPLAY 'NO LOT MASTER, LOTS REGISTERED WITHOUT SUPPLIER'
           END-IF
           .

      ** LOAD-LOT-CONSUMPTION - what each order line drew from each **
      ** lot, net of credit-hold reversals                          **
       LOAD-LOT-CONSUMPTION.
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
              DISPLAY 'NO LOT CONSUMPTION FILE, REGISTERED WITHOUT LOTS'
           END-IF
           .

       HOLD-ONE-LOT.
           MOVE 0 TO WS-LC-HIT
           PERFORM VARYING LC-IDX FROM 1 BY 1 UNTIL LC-IDX > LC-CNT
              IF LC-O-NO(LC-IDX) = LCN-O-NO AND
                 LC-P-NO(LC-IDX) = LCN-P-NO AND
                 LC-LOT-NO(LC-IDX) = LCN-LOT-NO
                 MOVE LC-IDX TO WS-LC-HIT
              END-IF
           END-PERFORM
           IF WS-LC-HIT = 0
              IF LC-CNT < 5000
                 ADD 1 TO LC-CNT
                 MOVE LC-CNT     TO WS-LC-HIT
                 MOVE LCN-O-NO   TO LC-O-NO(LC-CNT)
                 MOVE LCN-P-NO   TO LC-P-NO(LC-CNT)
                 MOVE LCN-LOT-NO TO LC-LOT-NO(LC-CNT)
                 MOVE ZERO       TO LC-LEFT(LC-CNT)
              ELSE
                 DISPLAY 'LOT CONSUMPTION TABLE FULL, RAISE OCCURS'
              END-IF
           END-IF
           IF WS-LC-HIT > 0
              ADD LCN-QTY TO LC-LEFT(WS-LC-HIT)
           END-IF
           .

      ** LOAD-SHIPMENTS - the same product confirmed twice for one  **
      ** order and day is one registration                          **
       LOAD-SHIPMENTS.
           OPEN INPUT FSHIPREG
           IF FS-SHIPREG NOT = 0
              DISPLAY 'NO SHIP-CONFIRM REGISTER, NOTHING TO REGISTER'
           ELSE
              PERFORM UNTIL FF-SHIPREG
                 READ FSHIPREG
                    AT END
                       SET FF-SHIPREG TO TRUE
                    NOT AT END
                       ADD 1 TO WS-SHIP-REF
                       IF SRG-O-NO NOT = SPACES AND
                          SRG-QTY IS NUMERIC
                          PERFORM HOLD-ONE-SHIPMENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FSHIPREG
           END-IF
           .

       HOLD-ONE-SHIPMENT.
           ADD 1 TO CNT-SHIP-LINES
           MOVE 0 TO WS-SH-HIT
           PERFORM VARYING SH-IDX FROM 1 BY 1 UNTIL SH-IDX > SH-CNT
              IF SH-O-NO(SH-IDX) = SRG-O-NO AND
                 SH-P-NO(SH-IDX) = SRG-P-NO AND
                 SH-DATE(SH-IDX) = SRG-DATE
                 MOVE SH-IDX TO WS-SH-HIT
              END-IF
           END-PERFORM
           IF WS-SH-HIT = 0
              IF SH-CNT < 5000
                 ADD 1 TO SH-CNT
                 MOVE SH-CNT      TO WS-SH-HIT
                 MOVE SRG-O-NO    TO SH-O-NO(SH-CNT)
                 MOVE SRG-P-NO    TO SH-P-NO(SH-CNT)
                 MOVE SRG-DATE    TO SH-DATE(SH-CNT)
                 MOVE ZERO        TO SH-QTY(SH-CNT)
                 MOVE WS-SHIP-REF TO SH-REF(SH-CNT)
              ELSE
                 DISPLAY 'SHIPMENT TABLE FULL - RUN'
                         ' REFUSED, RAISE OCCURS'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           ADD SRG-QTY TO SH-QTY(WS-SH-HIT)
           .

      ** REGISTER-ONE-SHIPMENT - the shipped quantity is spread     **
      ** over the order line's lots in the order they were drawn ;  **
      ** the walk is the same every night, so a line registered     **
      ** before lands on the same keys and is left alone. Whatever  **
      ** no lot accounts for is registered with the lot blank       **
       REGISTER-ONE-SHIPMENT.
           MOVE AC-MONTHS TO WS-MONTHS
           PERFORM VARYING TRM-IDX FROM 1 BY 1 UNTIL TRM-IDX > TRM-CNT
              IF TRM-P-NO(TRM-IDX) = SH-P-NO(SH-IDX)
                 MOVE TRM-MONTHS(TRM-IDX) TO WS-MONTHS
              END-IF
           END-PERFORM
           IF WS-MONTHS = 0
              ADD 1 TO CNT-NO-WARRANTY
              EXIT PARAGRAPH
           END-IF

           MOVE SH-O-NO(SH-IDX) TO IM-O-NO
           READ FINVMAP
           IF FS-INVMAP NOT = 0 OR IM-VOID-FLAG = 'V'
              ADD 1 TO CNT-AWAIT-INV
      ** THE LOTS STILL GO TO THIS SHIPMENT, NOT TO A LATER ONE **
              PERFORM SPREAD-OVER-LOTS-ONLY
              EXIT PARAGRAPH
           END-IF
           MOVE IM-INV-NO TO WS-REG-INV-NO

           MOVE SH-O-NO(SH-IDX) TO ORD-O-NO
           EXEC SQL
              SELECT C_NO
              INTO :ORD-C-NO
              FROM APIX.ORDERS
              WHERE O_NO = :ORD-O-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE SQLCODE TO ED-SQLCODE
              DISPLAY 'ORDER ' SH-O-NO(SH-IDX) ' : ' ED-SQLCODE
              MOVE 'ORDER NOT FOUND' TO LOGREC-MSG
              PERFORM WRITE-WAR-LOG
              ADD 1 TO CNT-NO-ORDER
              PERFORM SPREAD-OVER-LOTS-ONLY
              EXIT PARAGRAPH
           END-IF
           MOVE ORD-C-NO TO WS-REG-C-NO
           PERFORM COMPUTE-EXPIRY

           MOVE SH-QTY(SH-IDX) TO WS-SHIP-LEFT
           PERFORM VARYING LC-IDX FROM 1 BY 1
                   UNTIL LC-IDX > LC-CNT OR WS-SHIP-LEFT = 0
              IF LC-O-NO(LC-IDX) = SH-O-NO(SH-IDX) AND
                 LC-P-NO(LC-IDX) = SH-P-NO(SH-IDX) AND
                 LC-LEFT(LC-IDX) > 0
                 PERFORM TAKE-FROM-LOT
                 MOVE SPACES            TO ST-WARREG
                 MOVE LC-LOT-NO(LC-IDX) TO WR-LOT-NO
                 PERFORM FIND-LOT-SUPPLIER
                 PERFORM WRITE-REGISTRATION
              END-IF
           END-PERFORM
           IF WS-SHIP-LEFT > 0
              MOVE WS-SHIP-LEFT TO WS-TAKE
              MOVE ZERO         TO WS-SHIP-LEFT
              MOVE SPACES       TO ST-WARREG
              PERFORM WRITE-REGISTRATION
              IF FS-WARREG = 0
                 MOVE 'NO LOT TRACKED' TO LOGREC-MSG
                 PERFORM WRITE-WAR-LOG
                 ADD 1 TO CNT-NO-LOT
              END-IF
           END-IF
           .

      ** SPREAD-OVER-LOTS-ONLY - a shipment not registered tonight  **
      ** still uses up its lots, so later shipments of the line get **
      ** the lots they really drew from                             **
       SPREAD-OVER-LOTS-ONLY.
           MOVE SH-QTY(SH-IDX) TO WS-SHIP-LEFT
           PERFORM VARYING LC-IDX FROM 1 BY 1
                   UNTIL LC-IDX > LC-CNT OR WS-SHIP-LEFT = 0
              IF LC-O-NO(LC-IDX) = SH-O-NO(SH-IDX) AND
                 LC-P-NO(LC-IDX) = SH-P-NO(SH-IDX) AND
                 LC-LEFT(LC-IDX) > 0
                 PERFORM TAKE-FROM-LOT
              END-IF
           END-PERFORM
           .

       TAKE-FROM-LOT.
           IF LC-LEFT(LC-IDX) < WS-SHIP-LEFT
              MOVE LC-LEFT(LC-IDX) TO WS-TAKE
           ELSE
              MOVE WS-SHIP-LEFT TO WS-TAKE
           END-IF
           SUBTRACT WS-TAKE FROM LC-LEFT(LC-IDX)
           SUBTRACT WS-TAKE FROM WS-SHIP-LEFT
           .

       FIND-LOT-SUPPLIER.
           MOVE SPACES TO WR-SNO
           PERFORM VARYING LS-IDX FROM 1 BY 1 UNTIL LS-IDX > LS-CNT
              IF LS-LOT-NO(LS-IDX) = WR-LOT-NO AND
                 LS-P-NO(LS-IDX) = SH-P-NO(SH-IDX)
                 MOVE LS-SNO(LS-IDX) TO WR-SNO
              END-IF
           END-PERFORM
           .

      ** COMPUTE-EXPIRY - the same day WS-MONTHS months after the  **
      ** ship date, or the last day of that month when it is       **
      ** shorter (31 JANUARY + 1 MONTH = 28 OR 29 FEBRUARY)        **
       COMPUTE-EXPIRY.
           MOVE SH-DATE(SH-IDX)(1:4) TO WS-DATE-YYYY
           MOVE SH-DATE(SH-IDX)(6:2) TO WS-DATE-MM
           MOVE SH-DATE(SH-IDX)(9:2) TO WS-EXP-DD
           COMPUTE WS-MONTH-TOT = WS-DATE-YYYY * 12 + WS-DATE-MM
                                + WS-MONTHS
      ** FIRST OF THE MONTH AFTER, LESS ONE DAY : THE MONTH'S END **
           COMPUTE WS-DATE-YYYY = WS-MONTH-TOT / 12
           COMPUTE WS-DATE-MM = WS-MONTH-TOT - WS-DATE-YYYY * 12 + 1
           MOVE 1 TO WS-DATE-DD
           COMPUTE WS-LAST-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD) - 1
           COMPUTE WS-DATE-YYYYMMDD =
              FUNCTION DATE-OF-INTEGER(WS-LAST-INT)
           IF WS-EXP-DD < WS-DATE-DD
              MOVE WS-EXP-DD TO WS-DATE-DD
           END-IF
           MOVE SPACES TO WS-REG-EXPIRY
           STRING WS-DATE-YYYY DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-DATE-MM   DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-DATE-DD   DELIMITED BY SIZE
             INTO WS-REG-EXPIRY
           END-STRING
           .

      ** WRITE-REGISTRATION - status 22 is a line registered on an **
      ** earlier night                                             **
       WRITE-REGISTRATION.
           MOVE SH-O-NO(SH-IDX)  TO WR-O-NO
           MOVE SH-P-NO(SH-IDX)  TO WR-P-NO
           MOVE SH-DATE(SH-IDX)  TO WR-SHIP-DATE
           MOVE WS-REG-C-NO      TO WR-C-NO
           MOVE WS-REG-INV-NO    TO WR-INV-NO
           MOVE WS-TAKE          TO WR-QTY
           MOVE WS-REG-EXPIRY    TO WR-EXPIRY
           MOVE ZERO             TO WR-QTY-CLAIMED
           WRITE ST-WARREG
           EVALUATE FS-WARREG
              WHEN ZERO
                 ADD 1 TO CNT-REGISTERED
              WHEN 22
                 ADD 1 TO CNT-ALREADY
              WHEN OTHER
                 DISPLAY 'WARREGK WRITE FAILED : ' FS-WARREG
                 MOVE 'REGISTER WRITE KO' TO LOGREC-MSG
                 PERFORM WRITE-WAR-LOG
           END-EVALUATE
           .

       WRITE-WAR-LOG.
           MOVE SH-REF(SH-IDX)  TO LOGREC-REF
           MOVE SH-P-NO(SH-IDX) TO LOGREC-PNO
           MOVE SH-O-NO(SH-IDX) TO LOGREC-DETAIL
           WRITE ENR-WARLOG FROM ST-LOADLOG
           INITIALIZE ST-LOADLOG
           MOVE "SHIP LINE" TO LOGREC-LABEL
           .

       WRITE-WAR-FOOTER.
           WRITE ENR-WARLOG FROM WAR-FOOT-HEAD

           MOVE 'SHIP LINES READ'    TO LOGREC-FLABEL
           MOVE CNT-SHIP-LINES       TO LOGREC-FCOUNT
           WRITE ENR-WARLOG FROM ST-LOADLOG-FOOT

           MOVE 'REGISTERED'         TO LOGREC-FLABEL
           MOVE CNT-REGISTERED       TO LOGREC-FCOUNT
           WRITE ENR-WARLOG FROM ST-LOADLOG-FOOT

           MOVE 'ALREADY REGISTERED' TO LOGREC-FLABEL
           MOVE CNT-ALREADY          TO LOGREC-FCOUNT
           WRITE ENR-WARLOG FROM ST-LOADLOG-FOOT

           MOVE 'AWAITING INVOICE'   TO LOGREC-FLABEL
           MOVE CNT-AWAIT-INV        TO LOGREC-FCOUNT
           WRITE ENR-WARLOG FROM ST-LOADLOG-FOOT

           MOVE 'NO WARRANTY'        TO LOGREC-FLABEL
           MOVE CNT-NO-WARRANTY      TO LOGREC-FCOUNT
           WRITE ENR-WARLOG FROM ST-LOADLOG-FOOT

           MOVE 'ORDER NOT FOUND'    TO LOGREC-FLABEL
           MOVE CNT-NO-ORDER         TO LOGREC-FCOUNT
           WRITE ENR-WARLOG FROM ST-LOADLOG-FOOT

           MOVE 'NO LOT TRACKED'     TO LOGREC-FLABEL
           MOVE CNT-NO-LOT           TO LOGREC-FCOUNT
           WRITE ENR-WARLOG FROM ST-LOADLOG-FOOT
           .
