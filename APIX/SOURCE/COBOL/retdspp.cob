       IDENTIFICATION DIVISION.
       PROGRAM-ID.     RETDSPP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - DISPOSE OF THE RETURNED GOODS UNDER INSPECTION (PART2P    *
      *      RECEIVES RETURN LINES INTO THE FICRETINS JOURNAL, NOT     *
      *      INTO ON_HAND) FROM A ; DELIMITED FILE, ONE LINE PER       *
      *      RETURN LINE (ORDER AND PRODUCT) :                         *
      *         O_NO;P_NO;R;QTY;SITE  RESTOCK - BACK INTO ON_HAND AT   *
      *                               SITE (DEFAULT : THE SITE THAT    *
      *                               TOOK THE RETURN)                 *
      *         O_NO;P_NO;S;QTY       SCRAP - WRITTEN DOWN AT COST     *
      *         O_NO;P_NO;V;QTY       RETURN TO THE SUPPLIER           *
      *      (QTY BLANK : ALL THAT IS STILL UNDER INSPECTION)          *
      *    - EVERY OUTCOME LEAVES INSPECTION (SITE QI) ON THE STOCK    *
      *      MOVEMENT LEDGER (FICSTKMOV) ; A RESTOCK ALSO PUTS THE     *
      *      QUANTITY ON ITS SITE AND THE GLOBAL ON_HAND               *
      *    - APPEND EACH DISPOSITION TO THE FICRETINS JOURNAL          *
      *    - PRINT THE DISPOSITIONS WITH THE SCRAP WRITE-DOWN VALUED   *
      *      AT COST, THEN THE RETURNS STILL AWAITING DISPOSITION,     *
      *      AGED FROM THEIR RECEIPT (FICRETRPT) - RUN WITHOUT A       *
      *      DISPOSITION FILE FOR THE AGEING ALONE                     *
      *    - REJECT BAD LINES TO A LOADLOG-FORMAT LOG (FICRETLOG)      *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      RUNDATE=YYYY-MM-DD DISPOSITION DATE (DEFAULT TODAY)       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETDSP ASSIGN TO FICRETDSP
               FILE STATUS IS FS-RETDSP.
           SELECT FRETINS ASSIGN TO FICRETINS
               FILE STATUS IS FS-RETINS.
           SELECT FSTKMOV ASSIGN TO FICSTKMOV.
           SELECT FRETRPT ASSIGN TO FICRETRPT.
           SELECT FRETLOG ASSIGN TO FICRETLOG.

       DATA DIVISION.
       FILE SECTION.
      ** FRETDSP - ONE DISPOSITION PER LINE **
       FD FRETDSP.
       01 ENR-RETDSP.
          05 ENR-DSP-CSV   PIC X(80).

      ** FRETINS - THE INSPECTION JOURNAL : READ FOR WHAT IS STILL  **
      ** UNDER INSPECTION, THEN EXTENDED WITH THIS RUN'S OUTCOMES    **
       FD FRETINS.
       COPY RETINS.

      ** FSTKMOV - THE STOCK MOVEMENT JOURNAL **
       FD FSTKMOV.
       COPY STKMOV.

       FD FRETRPT.
       01 ENR-RETRPT      PIC X(100).

       FD FRETLOG.
       01 ENR-RETLOG      PIC X(80).

       WORKING-STORAGE SECTION.
      *** FENETRE BATCH : PAS DE MOUVEMENT DE STOCK PENDANT LA CHAINE ***
       77 WS-WIN-PGM      PIC X(8) VALUE 'CHAINWIN'.
       77 WS-WIN-ACTION   PIC X(1) VALUE 'Q'.
       77 WS-WIN-RESULT   PIC X(4) VALUE SPACES.

       01 RTL-HEAD        PIC X(30) VALUE
             "RETDSPP DISPOSITION REJECT LOG".
       01 RTL-FOOT-HEAD   PIC X(28) VALUE "REJECT SUMMARY BY REASON :".
       COPY LOADLOG.
       COPY PARMBLK.

       77 WS-RETDSP-EOF   PIC 9  VALUE 0.
            88 FF-RETDSP        VALUE 1.
       77 WS-RETINS-EOF   PIC 9  VALUE 0.
            88 FF-RETINS        VALUE 1.
       77 FS-RETDSP       PIC 99 VALUE 0.
       77 FS-RETINS       PIC 99 VALUE 0.
       01 ED-SQLCODE      PIC +Z(8)9.
       77 WS-POST-KO      PIC 9 VALUE 0.
            88 POST-FAILED      VALUE 1.

      *** PARAMETRES ***
       77 AC-RUN-DATE     PIC X(10) VALUE SPACES.
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.

      *** LE SITE D'INSPECTION ***
       77 WS-QI-WH        PIC X(2) VALUE 'QI'.

      *** LES RETOURS DU JOURNAL, PAR LIGNE (COMMANDE + PRODUIT) ***
       01 RIT-TAB.
          05 RIT-ENTRY     OCCURS 2000 TIMES.
             10 RIT-O-NO     PIC 9(7).
             10 RIT-P-NO     PIC X(3).
             10 RIT-C-NO     PIC X(3).
             10 RIT-RMA-NO   PIC 9(6).
             10 RIT-WH       PIC X(2).
             10 RIT-DATE     PIC X(10).
             10 RIT-RECV     PIC S9(6).
             10 RIT-DISP     PIC S9(6).
       77 RIT-CNT         PIC 9(4) VALUE 0.
       77 RIT-IDX         PIC 9(4) VALUE 0.
       77 WS-RIT-HIT      PIC 9(4) VALUE 0.
       77 WS-PENDING      PIC S9(6) VALUE 0.

      *** CHAMPS PARSES ***
       01 DCS-ONO-CSV     PIC X(8).
       01 DCS-PNO         PIC X(3).
       01 DCS-CODE        PIC X(1).
            88 DCS-RESTOCK      VALUE 'R'.
            88 DCS-SCRAP        VALUE 'S'.
            88 DCS-VENDOR       VALUE 'V'.
       01 DCS-QTY-CSV     PIC X(6).
       01 DCS-WH          PIC X(2).
       77 WS-O-NO         PIC 9(7) VALUE 0.
       77 WS-QTY          PIC 9(5) VALUE 0.
       77 WS-DIGITS       PIC 9(2) VALUE 0.
       77 WS-TO-WH        PIC X(2) VALUE SPACES.
       77 WS-LINE-VALUE   PIC S9(9)V99 VALUE 0.

      *** AGE DES RETOURS EN INSPECTION ***
       01 WS-DATE-YYYYMMDD PIC 9(8) VALUE 0.
       01 WS-DATE-YYYYMMDD-X REDEFINES WS-DATE-YYYYMMDD.
          05 WS-DATE-YYYY PIC X(4).
          05 WS-DATE-MM   PIC X(2).
          05 WS-DATE-DD   PIC X(2).
       77 WS-RUN-INT      PIC 9(7) VALUE 0.
       77 WS-AGE          PIC S9(5) VALUE 0.

      *** COMPTEURS ***
       77 CNT-LINES       PIC 9(5) VALUE 0.
       77 CNT-RESTOCKED   PIC 9(4) VALUE 0.
       77 CNT-SCRAPPED    PIC 9(4) VALUE 0.
       77 CNT-TO-VENDOR   PIC 9(4) VALUE 0.
       77 QTY-RESTOCKED   PIC 9(7) VALUE 0.
       77 QTY-SCRAPPED    PIC 9(7) VALUE 0.
       77 QTY-TO-VENDOR   PIC 9(7) VALUE 0.
       77 TOT-SCRAP-VALUE PIC S9(9)V99 VALUE 0.
       77 CNT-BAD-FORMAT  PIC 9(4) VALUE 0.
       77 CNT-UNKNOWN     PIC 9(4) VALUE 0.
       77 CNT-NOTHING     PIC 9(4) VALUE 0.
       77 CNT-OVER        PIC 9(4) VALUE 0.
       77 CNT-BAD-SITE    PIC 9(4) VALUE 0.
       77 CNT-POST-KO     PIC 9(4) VALUE 0.
       77 CNT-TOTAL-REJECTS PIC 9(4) VALUE 0.
       77 CNT-PENDING     PIC 9(4) VALUE 0.
       01 AGE-BUCKETS.
          05 AGE-BUCKET    OCCURS 4 TIMES.
             10 AGE-LINES    PIC 9(5).
             10 AGE-QTY      PIC 9(7).
       77 AGE-IDX         PIC 9 VALUE 0.

      *** LIGNES EDITION ***
       01 L-DSP-HEAD.
          05 FILLER        PIC X(40) VALUE
             'RETURNED GOODS DISPOSED ON'.
          05 L-HEAD-DATE   PIC X(10).
          05 FILLER        PIC X(50) VALUE ALL ' '.
       01 L-DSP-TITLE.
          05 FILLER        PIC X(10) VALUE 'ORDER'.
          05 FILLER        PIC X(6)  VALUE 'P_NO'.
          05 FILLER        PIC X(11) VALUE 'OUTCOME'.
          05 FILLER        PIC X(6)  VALUE 'SITE'.
          05 FILLER        PIC X(8)  VALUE 'QTY'.
          05 FILLER        PIC X(11) VALUE 'UNIT COST'.
          05 FILLER        PIC X(48) VALUE 'WRITE-DOWN'.
       01 L-DSP-LINE.
          05 L-DSP-ONO     PIC 9(7).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-DSP-PNO     PIC X(3).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-DSP-OUTCOME PIC X(10).
          05 FILLER        PIC X(1)  VALUE ALL ' '.
          05 L-DSP-WH      PIC X(2).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-DSP-QTY     PIC ZZZZZ9.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-DSP-COST    PIC ZZ9,99.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-DSP-VALUE   PIC Z(8)9,99.
          05 FILLER        PIC X(40) VALUE ALL ' '.
       01 L-DSP-FOOT.
          05 L-DSP-FLABEL  PIC X(26).
          05 L-DSP-FLINES  PIC ZZZ9.
          05 FILLER        PIC X(10) VALUE '   QTY : '.
          05 L-DSP-FQTY    PIC ZZZZZZ9.
          05 FILLER        PIC X(53) VALUE ALL ' '.
       01 L-DSP-FOOT-VAL.
          05 FILLER        PIC X(26) VALUE
                'SCRAP WRITE-DOWN AT COST: '.
          05 L-DSP-FVALUE  PIC Z(8)9,99.
          05 FILLER        PIC X(62) VALUE ALL ' '.

       01 L-PND-HEAD.
          05 FILLER        PIC X(40) VALUE
             'RETURNS AWAITING DISPOSITION AS OF'.
          05 L-PND-DATE    PIC X(10).
          05 FILLER        PIC X(50) VALUE ALL ' '.
       01 L-PND-TITLE.
          05 FILLER        PIC X(10) VALUE 'ORDER'.
          05 FILLER        PIC X(6)  VALUE 'P_NO'.
          05 FILLER        PIC X(6)  VALUE 'C_NO'.
          05 FILLER        PIC X(9)  VALUE 'RMA'.
          05 FILLER        PIC X(6)  VALUE 'SITE'.
          05 FILLER        PIC X(13) VALUE 'RECEIVED'.
          05 FILLER        PIC X(10) VALUE 'PENDING'.
          05 FILLER        PIC X(40) VALUE 'DAYS'.
       01 L-PND-LINE.
          05 L-PND-ONO     PIC 9(7).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-PND-PNO     PIC X(3).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-PND-CNO     PIC X(3).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-PND-RMA     PIC ZZZZZ9.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-PND-WH      PIC X(2).
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 L-PND-RECV    PIC X(10).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-PND-QTY     PIC ZZZZZ9.
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 L-PND-AGE     PIC ZZZZ9.
          05 FILLER        PIC X(33) VALUE ALL ' '.
       01 AGE-LABELS.
          05 FILLER        PIC X(26) VALUE 'AWAITING 0-7 DAYS       : '.
          05 FILLER        PIC X(26) VALUE 'AWAITING 8-30 DAYS      : '.
          05 FILLER        PIC X(26) VALUE 'AWAITING 31-60 DAYS     : '.
          05 FILLER        PIC X(26) VALUE 'AWAITING OVER 60 DAYS   : '.
       01 AGE-LABELS-R REDEFINES AGE-LABELS.
          05 AGE-LABEL     PIC X(26) OCCURS 4 TIMES.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE PRO      END-EXEC

       77 WS-HV-WH        PIC X(2).
       77 WS-HV-QTY       PIC S9(9) COMP VALUE 0.
      ***********************************************
       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** RETDSPP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'Q' TO WS-WIN-ACTION
           CALL 'RUNLOCK' USING WS-WIN-PGM WS-WIN-ACTION
                                WS-WIN-RESULT
           IF WS-WIN-RESULT = 'HELD'
              DISPLAY '*** BATCH WINDOW OPEN - DISPOSITIONS'
                      ' REFUSED, RERUN AFTER THE CHAIN ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM GET-RUN-DATE
           OPEN OUTPUT FRETLOG
           MOVE "RET LINE    " TO LOGREC-LABEL
           WRITE ENR-RETLOG FROM RTL-HEAD

           PERFORM LOAD-INSPECTION

           OPEN OUTPUT FRETRPT
           MOVE AC-RUN-DATE TO L-HEAD-DATE
           WRITE ENR-RETRPT FROM L-DSP-HEAD
           WRITE ENR-RETRPT FROM L-DSP-TITLE

           OPEN INPUT FRETDSP
           IF FS-RETDSP NOT = 0
              DISPLAY 'NO DISPOSITION FILE, AGEING REPORT ONLY'
           ELSE
              OPEN EXTEND FRETINS
              OPEN EXTEND FSTKMOV
              PERFORM UNTIL FF-RETDSP
                 READ FRETDSP
                    AT END
                       SET FF-RETDSP TO TRUE
                    NOT AT END
                       ADD 1 TO CNT-LINES
                       PERFORM TRAIT-ONE-LINE
                 END-READ
              END-PERFORM
              CLOSE FSTKMOV
              CLOSE FRETINS
              CLOSE FRETDSP
           END-IF

           PERFORM PRINT-DISPOSITION-TOTALS
           PERFORM PRINT-PENDING
           CLOSE FRETRPT
           PERFORM WRITE-RET-FOOTER
           CLOSE FRETLOG

           DISPLAY 'DISPOSITION LINES READ  : ' CNT-LINES
           DISPLAY 'RETURNS RESTOCKED       : ' CNT-RESTOCKED
           DISPLAY 'RETURNS SCRAPPED        : ' CNT-SCRAPPED
           DISPLAY 'RETURNS TO SUPPLIER     : ' CNT-TO-VENDOR
           DISPLAY 'LINES REJECTED          : ' CNT-TOTAL-REJECTS
           DISPLAY 'STILL UNDER INSPECTION  : ' CNT-PENDING
           GOBACK.

      *** PARAGRAPHS ***
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
           .

       GET-RUN-DATE.
           IF AC-RUN-DATE = SPACES
              ACCEPT WS-RUN-DATE FROM DATE
              STRING '20'      DELIMITED BY SIZE
                     WS-RUN-AA  DELIMITED BY SIZE
                     '-'        DELIMITED BY SIZE
                     WS-RUN-MM  DELIMITED BY SIZE
                     '-'        DELIMITED BY SIZE
                     WS-RUN-JJ  DELIMITED BY SIZE
                INTO AC-RUN-DATE
              END-STRING
           END-IF
           MOVE AC-RUN-DATE(1:4) TO WS-DATE-YYYY
           MOVE AC-RUN-DATE(6:2) TO WS-DATE-MM
           MOVE AC-RUN-DATE(9:2) TO WS-DATE-DD
           COMPUTE WS-RUN-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           .

      ** LOAD-INSPECTION - the journal netted per return line : what **
      ** came in less what was disposed of                           **
       LOAD-INSPECTION.
           OPEN INPUT FRETINS
           IF FS-RETINS NOT = 0
              DISPLAY 'NO INSPECTION JOURNAL, NOTHING RETURNED YET'
           ELSE
              PERFORM UNTIL FF-RETINS
                 READ FRETINS
                    AT END
                       SET FF-RETINS TO TRUE
                    NOT AT END
                       PERFORM ADD-JOURNAL-ENTRY
                 END-READ
              END-PERFORM
              CLOSE FRETINS
           END-IF
           .

       ADD-JOURNAL-ENTRY.
           MOVE RIN-O-NO TO WS-O-NO
           MOVE RIN-P-NO TO DCS-PNO
           PERFORM FIND-RETURN-LINE
           IF WS-RIT-HIT = 0
              IF RIT-CNT < 2000
                 ADD 1 TO RIT-CNT
                 MOVE RIT-CNT TO WS-RIT-HIT
                 INITIALIZE RIT-ENTRY(RIT-CNT)
                 MOVE RIN-O-NO TO RIT-O-NO(RIT-CNT)
                 MOVE RIN-P-NO TO RIT-P-NO(RIT-CNT)
                 MOVE RIN-C-NO TO RIT-C-NO(RIT-CNT)
                 MOVE RIN-WH   TO RIT-WH(RIT-CNT)
                 MOVE RIN-DATE TO RIT-DATE(RIT-CNT)
              ELSE
      ** A RETURN LEFT OUT WOULD NEVER BE DISPOSED OF OR AGED **
                 DISPLAY 'INSPECTION TABLE FULL - RUN REFUSED, '
                         'RAISE OCCURS'
                 CLOSE FRETINS
                 CLOSE FRETLOG
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           IF RIN-RECEIVED
      ** A LINE BACK IN AFTER A HOLD RELEASE AGES FROM ITS NEW DAY **
              IF RIN-QTY > 0 AND
                 RIT-RECV(WS-RIT-HIT) NOT > RIT-DISP(WS-RIT-HIT)
                 MOVE RIN-DATE TO RIT-DATE(WS-RIT-HIT)
                 MOVE RIN-WH   TO RIT-WH(WS-RIT-HIT)
              END-IF
              ADD RIN-QTY TO RIT-RECV(WS-RIT-HIT)
              IF RIN-RMA-NO > 0
                 MOVE RIN-RMA-NO TO RIT-RMA-NO(WS-RIT-HIT)
              END-IF
           ELSE
              ADD RIN-QTY TO RIT-DISP(WS-RIT-HIT)
           END-IF
           .

       FIND-RETURN-LINE.
           MOVE 0 TO WS-RIT-HIT
           PERFORM VARYING RIT-IDX FROM 1 BY 1
                   UNTIL RIT-IDX > RIT-CNT OR WS-RIT-HIT > 0
              IF RIT-O-NO(RIT-IDX) = WS-O-NO AND
                 RIT-P-NO(RIT-IDX) = DCS-PNO
                 MOVE RIT-IDX TO WS-RIT-HIT
              END-IF
           END-PERFORM
           .

       TRAIT-ONE-LINE.
           MOVE CNT-LINES TO LOGREC-REF
           MOVE SPACES TO DCS-ONO-CSV DCS-PNO DCS-CODE DCS-QTY-CSV
                          DCS-WH
           UNSTRING ENR-DSP-CSV DELIMITED BY ';'
              INTO DCS-ONO-CSV DCS-PNO DCS-CODE DCS-QTY-CSV DCS-WH
           END-UNSTRING
           MOVE DCS-PNO TO LOGREC-PNO
           MOVE 0 TO WS-DIGITS
           INSPECT DCS-ONO-CSV TALLYING WS-DIGITS
              FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-DIGITS = 0 OR WS-DIGITS > 7 OR
              DCS-ONO-CSV(1:WS-DIGITS) IS NOT NUMERIC OR
              DCS-PNO = SPACES OR
              NOT (DCS-RESTOCK OR DCS-SCRAP OR DCS-VENDOR)
              MOVE 'BAD FORMAT/LENGTH' TO LOGREC-MSG
              MOVE ENR-DSP-CSV TO LOGREC-DETAIL
              ADD 1 TO CNT-BAD-FORMAT
              PERFORM WRITE-RET-LOG
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-O-NO = FUNCTION NUMVAL(DCS-ONO-CSV)
           MOVE 0 TO WS-QTY
           IF DCS-QTY-CSV NOT = SPACES
              MOVE 0 TO WS-DIGITS
              INSPECT DCS-QTY-CSV TALLYING WS-DIGITS
                 FOR CHARACTERS BEFORE INITIAL SPACE
              IF WS-DIGITS > 5 OR
                 DCS-QTY-CSV(1:WS-DIGITS) IS NOT NUMERIC
                 MOVE 'BAD FORMAT/LENGTH' TO LOGREC-MSG
                 MOVE ENR-DSP-CSV TO LOGREC-DETAIL
                 ADD 1 TO CNT-BAD-FORMAT
                 PERFORM WRITE-RET-LOG
                 EXIT PARAGRAPH
              END-IF
              COMPUTE WS-QTY = FUNCTION NUMVAL(DCS-QTY-CSV)
           END-IF

           PERFORM FIND-RETURN-LINE
           IF WS-RIT-HIT = 0
              MOVE 'UNKNOWN RETURN' TO LOGREC-MSG
              MOVE DCS-ONO-CSV TO LOGREC-DETAIL
              ADD 1 TO CNT-UNKNOWN
              PERFORM WRITE-RET-LOG
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PENDING =
              RIT-RECV(WS-RIT-HIT) - RIT-DISP(WS-RIT-HIT)
           IF WS-PENDING NOT > 0
              MOVE 'NOTHING PENDING' TO LOGREC-MSG
              MOVE DCS-ONO-CSV TO LOGREC-DETAIL
              ADD 1 TO CNT-NOTHING
              PERFORM WRITE-RET-LOG
              EXIT PARAGRAPH
           END-IF
           IF DCS-QTY-CSV = SPACES
              MOVE WS-PENDING TO WS-QTY
           END-IF
           IF WS-QTY = 0 OR WS-QTY > WS-PENDING
              MOVE 'OVER DISPOSITION' TO LOGREC-MSG
              MOVE ENR-DSP-CSV TO LOGREC-DETAIL
              ADD 1 TO CNT-OVER
              PERFORM WRITE-RET-LOG
              EXIT PARAGRAPH
           END-IF
           MOVE RIT-WH(WS-RIT-HIT) TO WS-TO-WH
           IF DCS-RESTOCK AND DCS-WH NOT = SPACES
              MOVE DCS-WH TO WS-TO-WH
           END-IF
           IF DCS-RESTOCK AND
              (WS-TO-WH = 'IT' OR WS-TO-WH = WS-QI-WH)
              MOVE 'BAD SITE' TO LOGREC-MSG
              MOVE WS-TO-WH TO LOGREC-DETAIL
              ADD 1 TO CNT-BAD-SITE
              PERFORM WRITE-RET-LOG
              EXIT PARAGRAPH
           END-IF

           PERFORM POST-DISPOSITION
           IF POST-FAILED
              EXEC SQL ROLLBACK END-EXEC
              MOVE 'POSTING FAILED' TO LOGREC-MSG
              ADD 1 TO CNT-POST-KO
              PERFORM WRITE-RET-LOG
              EXIT PARAGRAPH
           END-IF
           EXEC SQL COMMIT END-EXEC
           PERFORM JOURNAL-DISPOSITION
           .

      ** POST-DISPOSITION - only a restock touches DB2 stock ; every **
      ** outcome reads the product for its balance and cost          **
       POST-DISPOSITION.
           MOVE 0 TO WS-POST-KO
           MOVE DCS-PNO TO PRO-P-NO
           IF DCS-RESTOCK
              MOVE WS-QTY TO WS-HV-QTY
              EXEC SQL
                 UPDATE APIX.PRODUCTS
                 SET ON_HAND = ON_HAND + :WS-HV-QTY
                 WHERE P_NO = :PRO-P-NO
              END-EXEC
              IF SQLCODE NOT = ZERO
                 MOVE SQLCODE TO ED-SQLCODE
                 DISPLAY 'RESTOCK KO ' ED-SQLCODE
                 SET POST-FAILED TO TRUE
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-TO-WH TO WS-HV-WH
              EXEC SQL
                 UPDATE APIX.WHSTOCK
                 SET ON_HAND = ON_HAND + :WS-HV-QTY
                 WHERE P_NO = :PRO-P-NO AND WH = :WS-HV-WH
              END-EXEC
              IF SQLCODE = +100
                 EXEC SQL
                    INSERT INTO APIX.WHSTOCK(P_NO, WH, ON_HAND)
                    VALUES (:PRO-P-NO, :WS-HV-WH, :WS-HV-QTY)
                 END-EXEC
              END-IF
              IF SQLCODE NOT = ZERO
                 MOVE SQLCODE TO ED-SQLCODE
                 DISPLAY 'RESTOCK SITE KO ' ED-SQLCODE
                 SET POST-FAILED TO TRUE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           EXEC SQL
              SELECT ON_HAND, COST
              INTO :PRO-ON-HAND, :PRO-COST
              FROM APIX.PRODUCTS
              WHERE P_NO = :PRO-P-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE SQLCODE TO ED-SQLCODE
              DISPLAY 'READ PRODUCT KO ' ED-SQLCODE
              SET POST-FAILED TO TRUE
           END-IF
           .

      ** JOURNAL-DISPOSITION - the outcome on the inspection journal, **
      ** the movement(s) on the stock ledger and the report line      **
       JOURNAL-DISPOSITION.
           MOVE SPACES      TO ST-RETINS
           MOVE DCS-CODE    TO RIN-KIND
           MOVE WS-O-NO     TO RIN-O-NO
           MOVE DCS-PNO     TO RIN-P-NO
           MOVE RIT-C-NO(WS-RIT-HIT)   TO RIN-C-NO
           MOVE RIT-RMA-NO(WS-RIT-HIT) TO RIN-RMA-NO
           MOVE WS-TO-WH    TO RIN-WH
           MOVE AC-RUN-DATE TO RIN-DATE
           MOVE WS-QTY      TO RIN-QTY
           MOVE PRO-COST    TO RIN-COST
           MOVE 'RETDSPP'   TO RIN-PGM
           WRITE ST-RETINS
           ADD WS-QTY TO RIT-DISP(WS-RIT-HIT)

           MOVE WS-QI-WH TO MOV-WH
           COMPUTE MOV-DELTA = 0 - WS-QTY
           PERFORM WRITE-RET-MOVEMENT
           MOVE 0 TO WS-LINE-VALUE
           EVALUATE TRUE
              WHEN DCS-RESTOCK
                 MOVE WS-TO-WH TO MOV-WH
                 MOVE WS-QTY   TO MOV-DELTA
                 PERFORM WRITE-RET-MOVEMENT
                 ADD 1 TO CNT-RESTOCKED
                 ADD WS-QTY TO QTY-RESTOCKED
                 MOVE 'RESTOCKED' TO L-DSP-OUTCOME
              WHEN DCS-SCRAP
                 COMPUTE WS-LINE-VALUE = WS-QTY * PRO-COST
                 ADD WS-LINE-VALUE TO TOT-SCRAP-VALUE
                 ADD 1 TO CNT-SCRAPPED
                 ADD WS-QTY TO QTY-SCRAPPED
                 MOVE 'SCRAPPED' TO L-DSP-OUTCOME
              WHEN DCS-VENDOR
                 ADD 1 TO CNT-TO-VENDOR
                 ADD WS-QTY TO QTY-TO-VENDOR
                 MOVE 'TO VENDOR' TO L-DSP-OUTCOME
           END-EVALUATE

           MOVE WS-O-NO     TO L-DSP-ONO
           MOVE DCS-PNO     TO L-DSP-PNO
           MOVE WS-TO-WH    TO L-DSP-WH
           MOVE WS-QTY      TO L-DSP-QTY
           MOVE PRO-COST    TO L-DSP-COST
           MOVE WS-LINE-VALUE TO L-DSP-VALUE
           WRITE ENR-RETRPT FROM L-DSP-LINE
           .

      ** WRITE-RET-MOVEMENT - the balance is the global ON_HAND, as  **
      ** on every other movement                                     **
       WRITE-RET-MOVEMENT.
           MOVE AC-RUN-DATE TO MOV-DATE
           MOVE 'RETDSPP'   TO MOV-PGM
           MOVE WS-O-NO     TO MOV-REF
           MOVE PRO-P-NO    TO MOV-P-NO
           MOVE PRO-ON-HAND TO MOV-BALANCE
           WRITE ST-STKMOV
           .

       PRINT-DISPOSITION-TOTALS.
           MOVE SPACES TO ENR-RETRPT
           WRITE ENR-RETRPT
           MOVE 'RESTOCKED               : ' TO L-DSP-FLABEL
           MOVE CNT-RESTOCKED TO L-DSP-FLINES
           MOVE QTY-RESTOCKED TO L-DSP-FQTY
           WRITE ENR-RETRPT FROM L-DSP-FOOT
           MOVE 'SCRAPPED                : ' TO L-DSP-FLABEL
           MOVE CNT-SCRAPPED  TO L-DSP-FLINES
           MOVE QTY-SCRAPPED  TO L-DSP-FQTY
           WRITE ENR-RETRPT FROM L-DSP-FOOT
           MOVE 'RETURNED TO SUPPLIER    : ' TO L-DSP-FLABEL
           MOVE CNT-TO-VENDOR TO L-DSP-FLINES
           MOVE QTY-TO-VENDOR TO L-DSP-FQTY
           WRITE ENR-RETRPT FROM L-DSP-FOOT
           MOVE TOT-SCRAP-VALUE TO L-DSP-FVALUE
           WRITE ENR-RETRPT FROM L-DSP-FOOT-VAL
           .

      ** PRINT-PENDING - every return line still under inspection,   **
      ** aged from the day it came in                                **
       PRINT-PENDING.
           INITIALIZE AGE-BUCKETS
           MOVE AC-RUN-DATE TO L-PND-DATE
           WRITE ENR-RETRPT FROM L-PND-HEAD BEFORE ADVANCING PAGE
           WRITE ENR-RETRPT FROM L-PND-TITLE
           PERFORM VARYING RIT-IDX FROM 1 BY 1 UNTIL RIT-IDX > RIT-CNT
              COMPUTE WS-PENDING = RIT-RECV(RIT-IDX) - RIT-DISP(RIT-IDX)
              IF WS-PENDING > 0
                 MOVE RIT-DATE(RIT-IDX)(1:4) TO WS-DATE-YYYY
                 MOVE RIT-DATE(RIT-IDX)(6:2) TO WS-DATE-MM
                 MOVE RIT-DATE(RIT-IDX)(9:2) TO WS-DATE-DD
                 COMPUTE WS-AGE = WS-RUN-INT
                    - FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
                 EVALUATE TRUE
                    WHEN WS-AGE NOT > 7
                       MOVE 1 TO AGE-IDX
                    WHEN WS-AGE NOT > 30
                       MOVE 2 TO AGE-IDX
                    WHEN WS-AGE NOT > 60
                       MOVE 3 TO AGE-IDX
                    WHEN OTHER
                       MOVE 4 TO AGE-IDX
                 END-EVALUATE
                 ADD 1 TO AGE-LINES(AGE-IDX)
                 ADD WS-PENDING TO AGE-QTY(AGE-IDX)
                 ADD 1 TO CNT-PENDING
                 MOVE RIT-O-NO(RIT-IDX)   TO L-PND-ONO
                 MOVE RIT-P-NO(RIT-IDX)   TO L-PND-PNO
                 MOVE RIT-C-NO(RIT-IDX)   TO L-PND-CNO
                 MOVE RIT-RMA-NO(RIT-IDX) TO L-PND-RMA
                 MOVE RIT-WH(RIT-IDX)     TO L-PND-WH
                 MOVE RIT-DATE(RIT-IDX)   TO L-PND-RECV
                 MOVE WS-PENDING          TO L-PND-QTY
                 MOVE WS-AGE              TO L-PND-AGE
                 WRITE ENR-RETRPT FROM L-PND-LINE
              END-IF
           END-PERFORM
           MOVE SPACES TO ENR-RETRPT
           WRITE ENR-RETRPT
           PERFORM VARYING AGE-IDX FROM 1 BY 1 UNTIL AGE-IDX > 4
              MOVE AGE-LABEL(AGE-IDX) TO L-DSP-FLABEL
              MOVE AGE-LINES(AGE-IDX) TO L-DSP-FLINES
              MOVE AGE-QTY(AGE-IDX)   TO L-DSP-FQTY
              WRITE ENR-RETRPT FROM L-DSP-FOOT
           END-PERFORM
           .

       WRITE-RET-LOG.
           WRITE ENR-RETLOG FROM ST-LOADLOG
           ADD 1 TO CNT-TOTAL-REJECTS
           INITIALIZE ST-LOADLOG
           MOVE "RET LINE    " TO LOGREC-LABEL
           .

       WRITE-RET-FOOTER.
           WRITE ENR-RETLOG FROM RTL-FOOT-HEAD

           MOVE 'BAD FORMAT/LENGTH'  TO LOGREC-FLABEL
           MOVE CNT-BAD-FORMAT       TO LOGREC-FCOUNT
           WRITE ENR-RETLOG FROM ST-LOADLOG-FOOT

           MOVE 'UNKNOWN RETURN'     TO LOGREC-FLABEL
           MOVE CNT-UNKNOWN          TO LOGREC-FCOUNT
           WRITE ENR-RETLOG FROM ST-LOADLOG-FOOT

           MOVE 'NOTHING PENDING'    TO LOGREC-FLABEL
           MOVE CNT-NOTHING          TO LOGREC-FCOUNT
           WRITE ENR-RETLOG FROM ST-LOADLOG-FOOT

           MOVE 'OVER DISPOSITION'   TO LOGREC-FLABEL
           MOVE CNT-OVER             TO LOGREC-FCOUNT
           WRITE ENR-RETLOG FROM ST-LOADLOG-FOOT

           MOVE 'BAD SITE'           TO LOGREC-FLABEL
           MOVE CNT-BAD-SITE         TO LOGREC-FCOUNT
           WRITE ENR-RETLOG FROM ST-LOADLOG-FOOT

           MOVE 'POSTING FAILED'     TO LOGREC-FLABEL
           MOVE CNT-POST-KO          TO LOGREC-FCOUNT
           WRITE ENR-RETLOG FROM ST-LOADLOG-FOOT

           MOVE 'TOTAL REJECTED'     TO LOGREC-FLABEL
           MOVE CNT-TOTAL-REJECTS    TO LOGREC-FCOUNT
           WRITE ENR-RETLOG FROM ST-LOADLOG-FOOT
           .
