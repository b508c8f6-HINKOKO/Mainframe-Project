      *      ; DELIMITED TRANSACTION FILE :                            *
      *         A;C_NO;P_NO;QTY;REASON;EXPIRY   (ISSUE AN RMA)         *
      *         C;RMANO                         (CANCEL IT)            *
      *    - ASSIGN A SEQUENTIAL RMA NUMBER DRAWN FROM THE 'RMA' RANGE *
      *      OF THE NUMBER-RANGE REGISTRY (NUMRANGE)                   *
      *    - PRINT THE RMA DOCUMENT THE CUSTOMER SHIPS AGAINST         *
      *    - PART2P REFUSES ANY RETURN LINE THAT DOES NOT MATCH AN     *
      *      OPEN RMA WITH REMAINING QUANTITY                          *
           SELECT FRMATRN ASSIGN TO FICRMATRN.
           SELECT FRMA ASSIGN TO FICRMA
               FILE STATUS IS FS-RMA.
           SELECT FRMADOC ASSIGN TO FICRMADOC.
           SELECT FRMALOG ASSIGN TO FICRMALOG.

          05 RMA-STATUS    PIC X(1).
          05 FILLER        PIC X(44).

      ** FRMADOC - THE PRINTED AUTHORIZATIONS **
       FD FRMADOC.
       01 ENR-RMADOC      PIC X(80).
       77 WS-RMA-EOF      PIC 9  VALUE 0.
            88 FF-RMA           VALUE 1.
       77 FS-RMA          PIC 99 VALUE 0.
       77 CSV-LINE        PIC 9(3) VALUE 0.

      *** CHAMPS PARSES ***
       77 WS-HIT          PIC 9(3) VALUE 0.
       77 WS-TRN-NO       PIC 9(6) VALUE 0.

      *** NUMEROTATION (REGISTRE DES PLAGES) ***
       COPY NUMRNG.
       77 WS-CUR-RMA-NO   PIC 9(6) VALUE 0.
       77 ED-RMA-NO       PIC Z(5)9.

           MOVE "CSV LINE N. " TO LOGREC-LABEL
           WRITE ENR-RMALOG FROM RMA-HEAD

           PERFORM LOAD-RMA-MASTER

           OPEN OUTPUT FRMADOC
           CLOSE FRMADOC

           PERFORM REWRITE-RMA-MASTER
           PERFORM WRITE-RMA-FOOTER
           CLOSE FRMALOG
           DISPLAY 'RMAS ISSUED    : ' CNT-ISSUED
              DISPLAY 'FIN FICHIER TRANSACTIONS RMA'
           END-READ.

      ** DRAW-RMA-NO - the next RMA number off the registry ; a    **
      ** range used up or never defined stops the run before the   **
      ** master is rewritten                                       **
       DRAW-RMA-NO.
           INITIALIZE NUMRNG-BLOCK
           MOVE 'RMA' TO NR-RANGE-ID
           MOVE 'N'   TO NR-ACTION
           CALL 'NUMRANGE' USING NUMRNG-BLOCK
           IF NOT NR-OK
              DISPLAY '*** RMA RANGE EXHAUSTED OR UNDEFINED ('
                      NR-RESULT ') - RUN REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE NR-NUMBER TO WS-CUR-RMA-NO
           .

       LOAD-RMA-MASTER.
              ADD 1 TO CNT-BAD-FORMAT
           ELSE
              IF RT-CNT < 300
                 PERFORM DRAW-RMA-NO
                 ADD 1 TO RT-CNT
                 ADD 1 TO CNT-ISSUED
                 MOVE WS-CUR-RMA-NO TO RT-NO(RT-CNT)
