       IDENTIFICATION DIVISION.
       PROGRAM-ID.     WARRPTP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - REPORT WARRANTY CLAIM RATES FOR THE MONTH BY PRODUCT, BY  *
      *      SUPPLIER LOT AND BY SUPPLIER : QUANTITY REGISTERED        *
      *      (WARREGK), THE MONTH'S CLAIMS, DECLINES, QUANTITY AND     *
      *      COST APPROVED (FICWARCLM), AND THE CLAIM RATE - ALL       *
      *      QUANTITY EVER APPROVED AGAINST ALL QUANTITY REGISTERED    *
      *    - FLAG WITH *** AND RETURN 4 WHEN A LOT'S RATE REACHES      *
      *      ALERT PERCENT : A BAD BATCH TO TAKE UP WITH THE SUPPLIER  *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      MONTH=YYYY-MM       MONTH REPORTED (DEFAULT THIS MONTH)   *
      *      ALERT=NN            LOT CLAIM RATE ALERT (DEFAULT 5)      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WARREGK ASSIGN TO WARREGK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WR-KEY
               FILE STATUS IS FS-WARREG.
           SELECT FWARCLM ASSIGN TO FICWARCLM
               FILE STATUS IS FS-WARCLM.
           SELECT FWARRPT ASSIGN TO FICWARRPT.

       DATA DIVISION.
       FILE SECTION.
       FD WARREGK.
       COPY WARREG.

       FD FWARCLM.
       COPY WARCLM.

       FD FWARRPT.
       01 ENR-WARRPT      PIC X(100).

       WORKING-STORAGE SECTION.
       COPY PARMBLK.

       77 FS-WARREG       PIC 99 VALUE 0.
       77 FS-WARCLM       PIC 99 VALUE 0.
       77 WS-WARREG-EOF   PIC 9  VALUE 0.
            88 FF-WARREG        VALUE 1.
       77 WS-WARCLM-EOF   PIC 9  VALUE 0.
            88 FF-WARCLM        VALUE 1.

      *** PARAMETRES ***
       77 AC-MONTH        PIC X(7) VALUE SPACES.
       77 AC-ALERT        PIC 9(3) VALUE 5.
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.

      *** CUMULS PAR PRODUIT ***
       01 PROD-TAB.
          05 PT-ENTRY OCCURS 500 TIMES.
             10 PT-P-NO     PIC X(3).
             10 PT-REGD     PIC 9(9).
             10 PT-CLAIMED  PIC 9(9).
             10 PT-CLAIMS   PIC 9(5).
             10 PT-DECL     PIC 9(5).
             10 PT-QTY      PIC 9(7).
             10 PT-COST     PIC 9(9)V9(2).
       77 PT-CNT          PIC 9(3) VALUE 0.
       77 PT-IDX          PIC 9(3) VALUE 0.
       77 WS-PT-HIT       PIC 9(3) VALUE 0.

      *** CUMULS PAR LOT FOURNISSEUR ***
       01 LOT-TAB.
          05 LT-ENTRY OCCURS 2000 TIMES.
             10 LT-P-NO     PIC X(3).
             10 LT-LOT-NO   PIC X(10).
             10 LT-SNO      PIC X(2).
             10 LT-REGD     PIC 9(9).
             10 LT-CLAIMED  PIC 9(9).
             10 LT-CLAIMS   PIC 9(5).
             10 LT-DECL     PIC 9(5).
             10 LT-QTY      PIC 9(7).
             10 LT-COST     PIC 9(9)V9(2).
       77 LT-CNT          PIC 9(4) VALUE 0.
       77 LT-IDX          PIC 9(4) VALUE 0.
       77 WS-LT-HIT       PIC 9(4) VALUE 0.

      *** CUMULS PAR FOURNISSEUR ***
       01 SUPP-TAB.
          05 ST-ENTRY OCCURS 100 TIMES.
             10 ST-SNO      PIC X(2).
             10 ST-REGD     PIC 9(9).
             10 ST-CLAIMED  PIC 9(9).
             10 ST-CLAIMS   PIC 9(5).
             10 ST-DECL     PIC 9(5).
             10 ST-QTY      PIC 9(7).
             10 ST-COST     PIC 9(9)V9(2).
       77 ST-CNT          PIC 9(3) VALUE 0.
       77 ST-IDX          PIC 9(3) VALUE 0.
       77 WS-ST-HIT       PIC 9(3) VALUE 0.

      *** CLE DE CUMUL (ENREGISTREMENT OU RECLAMATION) ***
       77 WS-KEY-P-NO     PIC X(3) VALUE SPACES.
       77 WS-KEY-LOT-NO   PIC X(10) VALUE SPACES.
       77 WS-KEY-SNO      PIC X(2) VALUE SPACES.

      *** LIGNE EN COURS D'EDITION ***
       77 WS-LN-REGD      PIC 9(9) VALUE 0.
       77 WS-LN-CLAIMED   PIC 9(9) VALUE 0.
       77 WS-LN-RATE      PIC 9(3)V9(2) VALUE 0.

      *** COMPTEURS ***
       77 CNT-REGISTRATIONS PIC 9(7) VALUE 0.
       77 CNT-MONTH-CLAIMS  PIC 9(5) VALUE 0.
       77 CNT-ALERT-LOTS    PIC 9(5) VALUE 0.

      *** LIGNES EDITION ***
       01 L-RPT-HEAD.
          05 FILLER        PIC X(25) VALUE
                'WARRANTY CLAIM RATES FOR '.
          05 L-HEAD-MONTH  PIC X(7).
          05 FILLER        PIC X(68) VALUE ALL ' '.
       01 L-RPT-SECTION.
          05 FILLER        PIC X(4)  VALUE '--- '.
          05 L-SECT-NAME   PIC X(30).
          05 FILLER        PIC X(66) VALUE ALL ' '.
       01 L-RPT-TITLE.
          05 FILLER        PIC X(22) VALUE 'PRODUCT / LOT / SUP'.
          05 FILLER        PIC X(11) VALUE 'REGISTERED'.
          05 FILLER        PIC X(8)  VALUE 'CLAIMS'.
          05 FILLER        PIC X(8)  VALUE 'DECL.'.
          05 FILLER        PIC X(11) VALUE 'QTY APPR.'.
          05 FILLER        PIC X(14) VALUE 'COST APPR.'.
          05 FILLER        PIC X(8)  VALUE 'RATE %'.
          05 FILLER        PIC X(18) VALUE ALL ' '.
       01 L-RPT-LINE.
          05 L-RPT-KEY     PIC X(20).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-RPT-REGD    PIC Z(8)9.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-RPT-CLAIMS  PIC ZZZZ9.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-RPT-DECL    PIC ZZZZ9.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-RPT-QTY     PIC Z(6)9.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-RPT-COST    PIC Z(8)9,99.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-RPT-RATE    PIC ZZ9,99.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-RPT-FLAG    PIC X(3).
          05 FILLER        PIC X(14) VALUE ALL ' '.
       01 L-RPT-FOOT.
          05 L-FOOT-LABEL  PIC X(40).
          05 L-FOOT-COUNT  PIC Z(6)9.
          05 FILLER        PIC X(53) VALUE ALL ' '.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE SUP      END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** WARRPTP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF AC-MONTH = SPACES
              ACCEPT WS-RUN-DATE FROM DATE
              STRING '20'      DELIMITED BY SIZE
                     WS-RUN-AA  DELIMITED BY SIZE
                     '-'        DELIMITED BY SIZE
                     WS-RUN-MM  DELIMITED BY SIZE
                INTO AC-MONTH
              END-STRING
           END-IF

           OPEN INPUT WARREGK
           IF FS-WARREG NOT = 0
              DISPLAY 'NO WARREGK (' FS-WARREG
                      '), NOTHING REGISTERED TO REPORT'
              GOBACK
           END-IF
           PERFORM READ-WARREG
           PERFORM UNTIL FF-WARREG
              PERFORM ADD-REGISTRATION
              PERFORM READ-WARREG
           END-PERFORM
           CLOSE WARREGK

           OPEN INPUT FWARCLM
           IF FS-WARCLM = 0
              PERFORM UNTIL FF-WARCLM
                 READ FWARCLM
                    AT END
                       SET FF-WARCLM TO TRUE
                    NOT AT END
                       IF CLM-DATE(1:7) = AC-MONTH
                          PERFORM ADD-CLAIM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FWARCLM
           ELSE
              DISPLAY 'NO CLAIM HISTORY YET'
           END-IF

           OPEN OUTPUT FWARRPT
           MOVE AC-MONTH TO L-HEAD-MONTH
           WRITE ENR-WARRPT FROM L-RPT-HEAD
           PERFORM WRITE-PRODUCT-SECTION
           PERFORM WRITE-LOT-SECTION
           PERFORM WRITE-SUPPLIER-SECTION
           PERFORM WRITE-RPT-FOOTER
           CLOSE FWARRPT

           DISPLAY 'REGISTRATIONS READ    : ' CNT-REGISTRATIONS
           DISPLAY 'CLAIMS IN THE MONTH   : ' CNT-MONTH-CLAIMS
           DISPLAY 'LOTS ON ALERT         : ' CNT-ALERT-LOTS
           IF CNT-ALERT-LOTS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *** PARAGRAPHS ***
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 2 TO PARM-COUNT
           MOVE 'MONTH'    TO PARM-KEYWORD(1)
           MOVE 'X'        TO PARM-TYPE(1)
           MOVE 'N'        TO PARM-REQUIRED(1)
           MOVE SPACES     TO PARM-DEFAULT(1)
           MOVE 'ALERT'    TO PARM-KEYWORD(2)
           MOVE 'N'        TO PARM-TYPE(2)
           MOVE 'N'        TO PARM-REQUIRED(2)
           MOVE '5'        TO PARM-DEFAULT(2)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              MOVE PARM-VALUE(1)(1:7) TO AC-MONTH
              COMPUTE AC-ALERT = FUNCTION NUMVAL(PARM-VALUE(2))
           END-IF
           .

       READ-WARREG.
           READ WARREGK
              AT END
                 SET FF-WARREG TO TRUE
              NOT AT END
                 ADD 1 TO CNT-REGISTRATIONS
           END-READ
           .

      ** ADD-REGISTRATION - what was shipped under warranty and     **
      ** what has been approved against it so far, on the product, **
      ** its lot and the lot's supplier                            **
       ADD-REGISTRATION.
           MOVE WR-P-NO   TO WS-KEY-P-NO
           MOVE WR-LOT-NO TO WS-KEY-LOT-NO
           MOVE WR-SNO    TO WS-KEY-SNO
           PERFORM FIND-PRODUCT-ROW
           PERFORM FIND-LOT-ROW
           PERFORM FIND-SUPPLIER-ROW
           IF WS-PT-HIT > 0
              ADD WR-QTY         TO PT-REGD(WS-PT-HIT)
              ADD WR-QTY-CLAIMED TO PT-CLAIMED(WS-PT-HIT)
           END-IF
           IF WS-LT-HIT > 0
              ADD WR-QTY         TO LT-REGD(WS-LT-HIT)
              ADD WR-QTY-CLAIMED TO LT-CLAIMED(WS-LT-HIT)
           END-IF
           IF WS-ST-HIT > 0
              ADD WR-QTY         TO ST-REGD(WS-ST-HIT)
              ADD WR-QTY-CLAIMED TO ST-CLAIMED(WS-ST-HIT)
           END-IF
           .

      ** ADD-CLAIM - a declined claim carries no lot when it named  **
      ** none : it then counts on its product only                  **
       ADD-CLAIM.
           ADD 1 TO CNT-MONTH-CLAIMS
           MOVE CLM-P-NO   TO WS-KEY-P-NO
           MOVE CLM-LOT-NO TO WS-KEY-LOT-NO
           MOVE CLM-SNO    TO WS-KEY-SNO
           PERFORM FIND-PRODUCT-ROW
           MOVE 0 TO WS-LT-HIT WS-ST-HIT
           IF CLM-LOT-NO NOT = SPACES AND CLM-APPROVED
              PERFORM FIND-LOT-ROW
              PERFORM FIND-SUPPLIER-ROW
           END-IF
           IF WS-PT-HIT > 0
              ADD 1 TO PT-CLAIMS(WS-PT-HIT)
              IF CLM-DECLINED
                 ADD 1 TO PT-DECL(WS-PT-HIT)
              ELSE
                 ADD CLM-QTY  TO PT-QTY(WS-PT-HIT)
                 ADD CLM-COST TO PT-COST(WS-PT-HIT)
              END-IF
           END-IF
           IF WS-LT-HIT > 0
              ADD 1        TO LT-CLAIMS(WS-LT-HIT)
              ADD CLM-QTY  TO LT-QTY(WS-LT-HIT)
              ADD CLM-COST TO LT-COST(WS-LT-HIT)
           END-IF
           IF WS-ST-HIT > 0
              ADD 1        TO ST-CLAIMS(WS-ST-HIT)
              ADD CLM-QTY  TO ST-QTY(WS-ST-HIT)
              ADD CLM-COST TO ST-COST(WS-ST-HIT)
           END-IF
           .

       FIND-PRODUCT-ROW.
           MOVE 0 TO WS-PT-HIT
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-CNT
              IF PT-P-NO(PT-IDX) = WS-KEY-P-NO
                 MOVE PT-IDX TO WS-PT-HIT
              END-IF
           END-PERFORM
           IF WS-PT-HIT = 0
              IF PT-CNT < 500
                 ADD 1 TO PT-CNT
                 MOVE PT-CNT  TO WS-PT-HIT
                 INITIALIZE PT-ENTRY(PT-CNT)
                 MOVE WS-KEY-P-NO TO PT-P-NO(PT-CNT)
              ELSE
                 DISPLAY 'PRODUCT TABLE FULL, RAISE OCCURS'
              END-IF
           END-IF
           .

       FIND-LOT-ROW.
           MOVE 0 TO WS-LT-HIT
           PERFORM VARYING LT-IDX FROM 1 BY 1 UNTIL LT-IDX > LT-CNT
              IF LT-P-NO(LT-IDX) = WS-KEY-P-NO AND
                 LT-LOT-NO(LT-IDX) = WS-KEY-LOT-NO
                 MOVE LT-IDX TO WS-LT-HIT
              END-IF
           END-PERFORM
           IF WS-LT-HIT = 0
              IF LT-CNT < 2000
                 ADD 1 TO LT-CNT
                 MOVE LT-CNT    TO WS-LT-HIT
                 INITIALIZE LT-ENTRY(LT-CNT)
                 MOVE WS-KEY-P-NO   TO LT-P-NO(LT-CNT)
                 MOVE WS-KEY-LOT-NO TO LT-LOT-NO(LT-CNT)
                 MOVE WS-KEY-SNO    TO LT-SNO(LT-CNT)
              ELSE
                 DISPLAY 'LOT TABLE FULL, RAISE OCCURS'
              END-IF
           END-IF
           .

       FIND-SUPPLIER-ROW.
           MOVE 0 TO WS-ST-HIT
           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-CNT
              IF ST-SNO(ST-IDX) = WS-KEY-SNO
                 MOVE ST-IDX TO WS-ST-HIT
              END-IF
           END-PERFORM
           IF WS-ST-HIT = 0
              IF ST-CNT < 100
                 ADD 1 TO ST-CNT
                 MOVE ST-CNT  TO WS-ST-HIT
                 INITIALIZE ST-ENTRY(ST-CNT)
                 MOVE WS-KEY-SNO  TO ST-SNO(ST-CNT)
              ELSE
                 DISPLAY 'SUPPLIER TABLE FULL, RAISE OCCURS'
              END-IF
           END-IF
           .

       WRITE-PRODUCT-SECTION.
           MOVE SPACES TO ENR-WARRPT
           WRITE ENR-WARRPT
           MOVE 'BY PRODUCT' TO L-SECT-NAME
           WRITE ENR-WARRPT FROM L-RPT-SECTION
           WRITE ENR-WARRPT FROM L-RPT-TITLE
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-CNT
              MOVE SPACES           TO L-RPT-KEY L-RPT-FLAG
              MOVE PT-P-NO(PT-IDX)  TO L-RPT-KEY
              MOVE PT-REGD(PT-IDX)    TO WS-LN-REGD
              MOVE PT-CLAIMED(PT-IDX) TO WS-LN-CLAIMED
              MOVE PT-CLAIMS(PT-IDX)  TO L-RPT-CLAIMS
              MOVE PT-DECL(PT-IDX)    TO L-RPT-DECL
              MOVE PT-QTY(PT-IDX)     TO L-RPT-QTY
              MOVE PT-COST(PT-IDX)    TO L-RPT-COST
              PERFORM EDIT-RATE
              WRITE ENR-WARRPT FROM L-RPT-LINE
           END-PERFORM
           .

      ** WRITE-LOT-SECTION - lots only ; stock shipped without a  **
      ** tracked lot shows on its product and nowhere else        **
       WRITE-LOT-SECTION.
           MOVE SPACES TO ENR-WARRPT
           WRITE ENR-WARRPT
           MOVE 'BY SUPPLIER LOT' TO L-SECT-NAME
           WRITE ENR-WARRPT FROM L-RPT-SECTION
           WRITE ENR-WARRPT FROM L-RPT-TITLE
           PERFORM VARYING LT-IDX FROM 1 BY 1 UNTIL LT-IDX > LT-CNT
              IF LT-LOT-NO(LT-IDX) NOT = SPACES
                 MOVE SPACES TO L-RPT-KEY L-RPT-FLAG
                 STRING LT-P-NO(LT-IDX)   DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        LT-LOT-NO(LT-IDX) DELIMITED BY SIZE
                        ' '               DELIMITED BY SIZE
                        LT-SNO(LT-IDX)    DELIMITED BY SIZE
                   INTO L-RPT-KEY
                 END-STRING
                 MOVE LT-REGD(LT-IDX)    TO WS-LN-REGD
                 MOVE LT-CLAIMED(LT-IDX) TO WS-LN-CLAIMED
                 MOVE LT-CLAIMS(LT-IDX)  TO L-RPT-CLAIMS
                 MOVE LT-DECL(LT-IDX)    TO L-RPT-DECL
                 MOVE LT-QTY(LT-IDX)     TO L-RPT-QTY
                 MOVE LT-COST(LT-IDX)    TO L-RPT-COST
                 PERFORM EDIT-RATE
                 IF WS-LN-RATE NOT < AC-ALERT AND WS-LN-CLAIMED > 0
                    MOVE '***' TO L-RPT-FLAG
                    ADD 1 TO CNT-ALERT-LOTS
                 END-IF
                 WRITE ENR-WARRPT FROM L-RPT-LINE
              END-IF
           END-PERFORM
           .

       WRITE-SUPPLIER-SECTION.
           MOVE SPACES TO ENR-WARRPT
           WRITE ENR-WARRPT
           MOVE 'BY SUPPLIER' TO L-SECT-NAME
           WRITE ENR-WARRPT FROM L-RPT-SECTION
           WRITE ENR-WARRPT FROM L-RPT-TITLE
           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-CNT
              IF ST-SNO(ST-IDX) NOT = SPACES
                 MOVE SPACES TO L-RPT-KEY L-RPT-FLAG
                 MOVE ST-SNO(ST-IDX) TO SUP-SNO
                 EXEC SQL
                    SELECT SNAME
                    INTO :SUP-SNAME
                    FROM API10.SUPPLIER
                    WHERE SNO = :SUP-SNO
                 END-EXEC
                 IF SQLCODE = ZERO
                    STRING ST-SNO(ST-IDX) DELIMITED BY SIZE
                           ' '            DELIMITED BY SIZE
                           SUP-SNAME-TEXT(1:SUP-SNAME-LEN)
                                          DELIMITED BY SIZE
                      INTO L-RPT-KEY
                    END-STRING
                 ELSE
                    MOVE ST-SNO(ST-IDX) TO L-RPT-KEY
                 END-IF
                 MOVE ST-REGD(ST-IDX)    TO WS-LN-REGD
                 MOVE ST-CLAIMED(ST-IDX) TO WS-LN-CLAIMED
                 MOVE ST-CLAIMS(ST-IDX)  TO L-RPT-CLAIMS
                 MOVE ST-DECL(ST-IDX)    TO L-RPT-DECL
                 MOVE ST-QTY(ST-IDX)     TO L-RPT-QTY
                 MOVE ST-COST(ST-IDX)    TO L-RPT-COST
                 PERFORM EDIT-RATE
                 WRITE ENR-WARRPT FROM L-RPT-LINE
              END-IF
           END-PERFORM
           .

       EDIT-RATE.
           MOVE WS-LN-REGD TO L-RPT-REGD
           IF WS-LN-REGD > 0
              COMPUTE WS-LN-RATE ROUNDED =
                 WS-LN-CLAIMED * 100 / WS-LN-REGD
           ELSE
              MOVE ZERO TO WS-LN-RATE
           END-IF
           MOVE WS-LN-RATE TO L-RPT-RATE
           .

       WRITE-RPT-FOOTER.
           MOVE SPACES TO ENR-WARRPT
           WRITE ENR-WARRPT
           MOVE 'REGISTRATIONS ON FILE :' TO L-FOOT-LABEL
           MOVE CNT-REGISTRATIONS TO L-FOOT-COUNT
           WRITE ENR-WARRPT FROM L-RPT-FOOT
           MOVE 'CLAIMS TAKEN IN THE MONTH :' TO L-FOOT-LABEL
           MOVE CNT-MONTH-CLAIMS TO L-FOOT-COUNT
           WRITE ENR-WARRPT FROM L-RPT-FOOT
           MOVE 'LOTS AT OR OVER THE ALERT RATE :' TO L-FOOT-LABEL
           MOVE CNT-ALERT-LOTS TO L-FOOT-COUNT
           WRITE ENR-WARRPT FROM L-RPT-FOOT
           .
