      *      ; DELIMITED TRANSACTION FILE :                            *
      *         A;C_NO;P_NO;QTY;START;END;PRICE   (NEW AGREEMENT)      *
      *         C;BLANKETNO                       (CLOSE IT)           *
      *    - ASSIGN A SEQUENTIAL BLANKET NUMBER DRAWN FROM THE         *
      *      'BLANKET' RANGE OF THE NUMBER-RANGE REGISTRY (NUMRANGE)   *
      *    - PART2P DRAWS CALL-OFF LINES AGAINST THESE AGREEMENTS,     *
      *      ENFORCING THE REMAINING QUANTITY AND PRICING FROM THEM    *
      *    - LOG REJECTS IN LOADLOG FORMAT                             *
           SELECT FBLKTRN ASSIGN TO FICBLKTRN.
           SELECT FBLANKET ASSIGN TO FICBLANKET
               FILE STATUS IS FS-BLANKET.
           SELECT FBLKLOG ASSIGN TO FICBLKLOG.

       DATA DIVISION.
          05 BLK-STATUS    PIC X(1).
          05 FILLER        PIC X(32).

       FD FBLKLOG.
       01 ENR-BLKLOG      PIC X(80).

       77 WS-BLANKET-EOF  PIC 9  VALUE 0.
            88 FF-BLANKET       VALUE 1.
       77 FS-BLANKET      PIC 99 VALUE 0.
       77 CSV-LINE        PIC 9(3) VALUE 0.

      *** CHAMPS PARSES ***
       77 WS-HIT          PIC 9(3) VALUE 0.
       77 WS-TRN-NO       PIC 9(6) VALUE 0.

      *** NUMEROTATION (REGISTRE DES PLAGES) ***
       COPY NUMRNG.
       77 WS-CUR-BLK-NO   PIC 9(6) VALUE 0.

      *** COMPTEURS ***
           MOVE "CSV LINE N. " TO LOGREC-LABEL
           WRITE ENR-BLKLOG FROM BLK-HEAD

           PERFORM LOAD-BLANKET-MASTER

           OPEN INPUT FBLKTRN
           CLOSE FBLKTRN

           PERFORM REWRITE-BLANKET-MASTER
           PERFORM WRITE-BLK-FOOTER
           CLOSE FBLKLOG
           DISPLAY 'BLANKETS ADDED  : ' CNT-ADDED
              DISPLAY 'FIN FICHIER TRANSACTIONS BLANKET'
           END-READ.

      ** DRAW-BLK-NO - the next blanket number off the registry ; **
      ** a range used up or never defined stops the run before     **
      ** the master is rewritten                                  **
       DRAW-BLK-NO.
           INITIALIZE NUMRNG-BLOCK
           MOVE 'BLANKET' TO NR-RANGE-ID
           MOVE 'N'       TO NR-ACTION
           CALL 'NUMRANGE' USING NUMRNG-BLOCK
           IF NOT NR-OK
              DISPLAY '*** BLANKET RANGE EXHAUSTED OR UNDEFINED ('
                      NR-RESULT ') - RUN REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE NR-NUMBER TO WS-CUR-BLK-NO
           .

       LOAD-BLANKET-MASTER.
              ADD 1 TO CNT-BAD-FORMAT
           ELSE
              IF BT-CNT < 200
                 PERFORM DRAW-BLK-NO
                 ADD 1 TO BT-CNT
                 ADD 1 TO CNT-ADDED
                 MOVE WS-CUR-BLK-NO TO BT-NO(BT-CNT)
