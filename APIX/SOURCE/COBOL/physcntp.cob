      *      THE STOCK MOVEMENT LEDGER                                 *
      *    - REJECT COUNTS AGAINST UNKNOWN OR DISCONTINUED PRODUCTS    *
      *      TO A LOADLOG-FORMAT LOG                                   *
      *    - TAKE A COUNT MADE IN CASES OR BOXES (UOMK) AND COMPARE IT *
      *      IN EACHES, THE UNIT THE BOOK IS KEPT IN                   *
      *    - TAKE THE CYCLE-COUNT SKELETON CYCCNTP WRITES : A LINE     *
      *      WHOSE QUANTITY THE COUNTERS LEFT BLANK IS REFUSED AS NOT  *
      *      COUNTED ; WITH POST=Y EVERY COUNT GOES ON THE COUNT       *
      *      HISTORY (FICCNTHIST) WITH ITS ABC CLASS FOR CYCACCP       *
      *    - REFUSE A COUNT AGAINST THE IN-TRANSIT SITE IT : GOODS ON  *
      *      THE ROAD ARE CLEARED BY THEIR RECEIPT (XFRPOSTP)          *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      POST=Y/N   POST THE ADJUSTMENTS (DEFAULT N, REPORT ONLY)  *
           SELECT FCNTRPT ASSIGN TO FICCNTRPT.
           SELECT FSTKMOV ASSIGN TO FICSTKMOV.
           SELECT FCNTLOG ASSIGN TO FICCNTLOG.
           SELECT FCNTHIST ASSIGN TO FICCNTHIST.

       DATA DIVISION.
       FILE SECTION.
          05 CNT-DATE      PIC X(10).
      ** THE SITE COUNTED ; BLANK MEANS D1, THE HISTORICAL SITE **
          05 CNT-WH        PIC X(2).
      ** THE UNIT COUNTED IN ; BLANK OR EA MEANS EACHES **
          05 CNT-UOM       PIC X(2).
      ** THE ABC CLASS OF A CYCLE-COUNT LINE ; BLANK ON A WALL-TO-  **
      ** WALL COUNT                                                 **
          05 CNT-ABC       PIC X(1).
          05 FILLER        PIC X(57).

       FD FCNTRPT.
       01 ENR-CNTRPT      PIC X(100).
       FD FCNTLOG.
       01 ENR-CNTLOG      PIC X(80).

      ** FCNTHIST - THE COUNT HISTORY, ONE RECORD PER POSTED COUNT **
       FD FCNTHIST.
       COPY CNTHIST.

       WORKING-STORAGE SECTION.
       01 CNT-HEAD        PIC X(30) VALUE
             "PHYSCNTP COUNT REJECT LOG".
            88 POST-MODE        VALUE 'Y'.
       01 ED-SQLCODE      PIC +Z(8)9.

      *** COMPTAGE EN CAISSES RAMENE EN UNITES DE BASE ***
       COPY UOMBLK.
       77 WS-CNT-BASE     PIC 9(5) VALUE 0.
       77 WS-CNT-UOM-FLAG PIC 9 VALUE 0.
            88 CNT-UOM-OK       VALUE 1.
            88 CNT-UOM-KO       VALUE 0.

      *** CALCUL DE L'ECART ***
       77 WS-VARIANCE     PIC S9(6) VALUE 0.
       77 WS-CNT-WH       PIC X(2) VALUE 'D1'.
       77 CNT-UNKNOWN     PIC 9(4) VALUE 0.
       77 CNT-DISCONT     PIC 9(4) VALUE 0.
       77 CNT-BAD-FORMAT  PIC 9(4) VALUE 0.
       77 CNT-BAD-UOM     PIC 9(4) VALUE 0.
       77 CNT-NOT-COUNTED PIC 9(4) VALUE 0.
       77 CNT-TRANSIT     PIC 9(4) VALUE 0.
       77 CNT-TOTAL-REJECTS PIC 9(4) VALUE 0.

      *** LIGNES EDITION ***
           IF POST-MODE
              MOVE '- POSTED'    TO L-HEAD-MODE
              OPEN EXTEND FSTKMOV
              OPEN EXTEND FCNTHIST
           ELSE
              MOVE '- REPORT ONLY' TO L-HEAD-MODE
           END-IF
           IF POST-MODE
              EXEC SQL COMMIT END-EXEC
              CLOSE FSTKMOV
              CLOSE FCNTHIST
           END-IF

           PERFORM WRITE-CNT-FOOTER
           CLOSE FCNTLOG
           CALL 'UOMRST'
           DISPLAY 'PRODUCTS COUNTED    : ' CNT-COUNTED
           DISPLAY 'VARIANCES FOUND     : ' CNT-VARIANCES
           DISPLAY 'ADJUSTMENTS POSTED  : ' CNT-POSTED
           END-READ.

       TRAIT-ONE-COUNT.
           IF CNT-P-NO NOT = SPACES AND ENR-COUNT(4:5) = SPACES
              MOVE 'NOT COUNTED' TO LOGREC-MSG
              PERFORM WRITE-CNT-LOG
              ADD 1 TO CNT-NOT-COUNTED
              EXIT PARAGRAPH
           END-IF
           IF CNT-WH = 'IT'
              MOVE 'IN-TRANSIT SITE' TO LOGREC-MSG
              PERFORM WRITE-CNT-LOG
              ADD 1 TO CNT-TRANSIT
              EXIT PARAGRAPH
           END-IF
           IF CNT-QTY IS NOT NUMERIC OR CNT-P-NO = SPACES
              MOVE 'BAD FORMAT/LENGTH' TO LOGREC-MSG
              PERFORM WRITE-CNT-LOG
                    PERFORM WRITE-CNT-LOG
                    ADD 1 TO CNT-DISCONT
                 WHEN OTHER
                    PERFORM CONVERT-COUNT-UOM
                    IF CNT-UOM-OK
                       PERFORM REPORT-ONE-VARIANCE
                    END-IF
              END-EVALUATE
           END-IF
           .

      ** CONVERT-COUNT-UOM - 4 CS of 12 counted is 48 EA against    **
      ** the book ; a unit UOMK does not know for the product is     **
      ** rejected rather than guessed                                **
       CONVERT-COUNT-UOM.
           SET CNT-UOM-OK TO TRUE
           IF CNT-UOM NOT = SPACES AND CNT-UOM NOT = 'EA'
              INITIALIZE UOM-BLOCK
              SET UM-DO-TO-BASE TO TRUE
              MOVE CNT-P-NO TO UM-ITEM
              MOVE CNT-UOM  TO UM-CODE
              MOVE CNT-QTY  TO UM-QTY
              CALL 'UOMPROG' USING UOM-BLOCK
              IF UM-OK
                 COMPUTE WS-CNT-BASE = UM-BASE-QTY
                    ON SIZE ERROR
                       SET CNT-UOM-KO TO TRUE
                 END-COMPUTE
              ELSE
                 SET CNT-UOM-KO TO TRUE
              END-IF
              IF CNT-UOM-KO
                 MOVE 'UNKNOWN UNIT' TO LOGREC-MSG
                 PERFORM WRITE-CNT-LOG
                 ADD 1 TO CNT-BAD-UOM
              ELSE
                 MOVE WS-CNT-BASE TO CNT-QTY
                 MOVE 'EA' TO CNT-UOM
              END-IF
           END-IF
           .

      ** A COUNT CITING A SITE IS JUDGED AGAINST THAT SITE'S       **
      ** POSITION, NOT THE GLOBAL TOTAL - A COUNT OF D2 MUST NEVER  **
      ** ERASE THE OTHER SITES' STOCK                               **
           MOVE WS-VAR-VALUE TO L-CNT-VALUE
           WRITE ENR-CNTRPT FROM L-CNT-LINE

           IF POST-MODE
              PERFORM WRITE-COUNT-HISTORY
           END-IF

           IF WS-VARIANCE NOT = ZERO
              ADD 1 TO CNT-VARIANCES
              IF POST-MODE
           END-IF
           .

      ** WRITE-COUNT-HISTORY - the count as found, against the book **
      ** it was judged on, before any adjustment                    **
       WRITE-COUNT-HISTORY.
           INITIALIZE ST-CNTHIST
           MOVE CNT-DATE     TO CNH-DATE
           MOVE WS-CNT-WH    TO CNH-WH
           MOVE CNT-P-NO     TO CNH-P-NO
           MOVE CNT-ABC      TO CNH-CLASS
           IF SITE-COUNT
              MOVE WS-SITE-BOOK TO CNH-BOOK
           ELSE
              MOVE PRO-ON-HAND  TO CNH-BOOK
           END-IF
           MOVE CNT-QTY      TO CNH-COUNTED
           MOVE WS-VARIANCE  TO CNH-VARIANCE
           MOVE WS-VAR-VALUE TO CNH-VAR-VALUE
           IF WS-VARIANCE = ZERO
              MOVE 'Y' TO CNH-HIT
           ELSE
              MOVE 'N' TO CNH-HIT
           END-IF
           WRITE ST-CNTHIST
           .

      ** POST-ONE-ADJUSTMENT - the book count becomes the counted  **
      ** figure ; a site count moves the global total by the site   **
      ** delta only, and the change goes on the movement ledger     **
           MOVE CNT-DISCONT          TO LOGREC-FCOUNT
           WRITE ENR-CNTLOG FROM ST-LOADLOG-FOOT

           MOVE 'UNKNOWN UNIT'       TO LOGREC-FLABEL
           MOVE CNT-BAD-UOM          TO LOGREC-FCOUNT
           WRITE ENR-CNTLOG FROM ST-LOADLOG-FOOT

           MOVE 'NOT COUNTED'        TO LOGREC-FLABEL
           MOVE CNT-NOT-COUNTED      TO LOGREC-FCOUNT
           WRITE ENR-CNTLOG FROM ST-LOADLOG-FOOT

           MOVE 'IN-TRANSIT SITE'    TO LOGREC-FLABEL
           MOVE CNT-TRANSIT          TO LOGREC-FCOUNT
           WRITE ENR-CNTLOG FROM ST-LOADLOG-FOOT

           MOVE 'ADJUSTMENTS POSTED' TO LOGREC-FLABEL
           MOVE CNT-POSTED           TO LOGREC-FCOUNT
           WRITE ENR-CNTLOG FROM ST-LOADLOG-FOOT
