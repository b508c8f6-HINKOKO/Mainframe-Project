       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PTPBRKP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - MATCH EVERY LIVE PROMISE TO PAY (FICPTP) AGAINST THE      *
      *      CASH FICSETTLE RECEIVED BETWEEN THE DAY THE PROMISE WAS   *
      *      TAKEN AND THE DAY PROMISED :                              *
      *         INVOICE PROMISE  - SETTLEMENTS OF THAT INVOICE         *
      *         ACCOUNT PROMISE  - ANY CASH OF THE CUSTOMER            *
      *    - MARK THE PROMISE KEPT AS SOON AS THE CASH COVERS IT, OR   *
      *      BROKEN ONCE ITS DATE HAS PASSED SHORT ; A BROKEN PROMISE  *
      *      SENDS THE CUSTOMER STRAIGHT TO THE NEXT DUNNING LEVEL     *
      *    - PRINT THE NIGHT'S BROKEN PROMISES FOR THE COLLECTORS      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPTP    ASSIGN TO FICPTP
               FILE STATUS IS FS-PTP.
           SELECT FSETTLE ASSIGN TO FICSETTLE
               FILE STATUS IS FS-SETTLE.
           SELECT FPTPRPT ASSIGN TO FICPTPRPT.

       DATA DIVISION.
       FILE SECTION.
      ** FPTP - THE PROMISE REGISTER, REWRITTEN IN FULL EACH RUN **
       FD FPTP.
           COPY PTPREG.

      ** FSETTLE - SETTLEMENT LEDGER ; P (OR SPACE ON OLD RECORDS)   **
      ** IS CASH ON AN INVOICE, B IS CASH BANKED TO THE CUSTOMER'S   **
      ** DEPOSIT, U DRAWS THAT DEPOSIT ONTO AN INVOICE               **
       FD FSETTLE.
       01 ENR-SETTLE.
          05 SET-INV-NO    PIC 9(8).
          05 SET-PAY-DATE  PIC X(10).
          05 SET-AMOUNT    PIC S9(7)V9(2).
          05 SET-RELIEF    PIC S9(7)V9(2).
          05 SET-TYPE      PIC X(1).
      ** CUSTOMER THE CASH BELONGS TO (SPACES ON OLD RECORDS) **
          05 SET-C-NO      PIC X(3).
          05 FILLER        PIC X(40).

      ** FPTPRPT - THE BROKEN PROMISE REPORT **
       FD FPTPRPT.
       01 ENR-PTPRPT      PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-PTP-EOF      PIC 9  VALUE 0.
            88 FF-PTP           VALUE 1.
       77 WS-SETTLE-EOF   PIC 9  VALUE 0.
            88 FF-SETTLE        VALUE 1.
       77 FS-PTP          PIC 99 VALUE 0.
       77 FS-SETTLE       PIC 99 VALUE 0.

      *** REGISTRE DES PROMESSES EN TABLE ***
       01 PTP-TAB.
          05 PT-ENTRY OCCURS 2000 TIMES.
             10 PT-C-NO      PIC X(3).
             10 PT-INV-NO    PIC 9(8).
             10 PT-AMOUNT    PIC 9(7)V99.
             10 PT-DATE      PIC X(10).
             10 PT-COLLECTOR PIC X(8).
             10 PT-TAKEN     PIC X(10).
             10 PT-STATUS    PIC X(1).
             10 PT-CLOSED    PIC X(10).
             10 PT-PAID      PIC S9(7)V99.
       77 PT-CNT          PIC 9(4) VALUE 0.
       77 PT-IDX          PIC 9(4) VALUE 0.
       77 WS-SHORT        PIC S9(7)V99 VALUE 0.

      *** DATE DU JOUR ***
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.
       77 WS-RUN-DATE-ISO PIC X(10).

      *** COMPTEURS ***
       77 CNT-LIVE        PIC 9(4) VALUE 0.
       77 CNT-KEPT        PIC 9(4) VALUE 0.
       77 CNT-BROKEN      PIC 9(4) VALUE 0.
       77 TOT-BRK-PROMISED PIC S9(8)V99 VALUE 0.
       77 TOT-BRK-PAID    PIC S9(8)V99 VALUE 0.
       77 TOT-BRK-SHORT   PIC S9(8)V99 VALUE 0.

      *** LIGNES EDITION ***
       01 L-BRK-HEAD.
          05 FILLER       PIC X(30) VALUE
                'BROKEN PROMISES TO PAY - RUN '.
          05 L-HEAD-DATE  PIC X(10).
          05 FILLER       PIC X(40) VALUE ALL ' '.
       01 L-BRK-TITLE.
          05 FILLER       PIC X(6)  VALUE 'C_NO'.
          05 FILLER       PIC X(10) VALUE 'INVOICE'.
          05 FILLER       PIC X(12) VALUE 'PROMISED ON'.
          05 FILLER       PIC X(10) VALUE 'COLLECTOR'.
          05 FILLER       PIC X(13) VALUE 'PROMISED'.
          05 FILLER       PIC X(13) VALUE 'RECEIVED'.
          05 FILLER       PIC X(16) VALUE 'SHORT'.
       01 L-BRK-LINE.
          05 L-BRK-CNO    PIC X(3).
          05 FILLER       PIC X(3)  VALUE ALL ' '.
          05 L-BRK-INV    PIC X(8).
          05 FILLER       PIC X(2)  VALUE ALL ' '.
          05 L-BRK-DATE   PIC X(10).
          05 FILLER       PIC X(2)  VALUE ALL ' '.
          05 L-BRK-COLL   PIC X(8).
          05 FILLER       PIC X(2)  VALUE ALL ' '.
          05 L-BRK-PROM   PIC -ZZZZZZ9,99.
          05 FILLER       PIC X(2)  VALUE ALL ' '.
          05 L-BRK-PAID   PIC -ZZZZZZ9,99.
          05 FILLER       PIC X(2)  VALUE ALL ' '.
          05 L-BRK-SHORT  PIC -ZZZZZZ9,99.
          05 FILLER       PIC X(5)  VALUE ALL ' '.
       01 L-BRK-TOTAL.
          05 FILLER       PIC X(8)  VALUE 'BROKEN :'.
          05 L-TOT-CNT    PIC ZZZ9.
          05 FILLER       PIC X(26) VALUE ALL ' '.
          05 L-TOT-PROM   PIC -ZZZZZZZ9,99.
          05 FILLER       PIC X(1)  VALUE ALL ' '.
          05 L-TOT-PAID   PIC -ZZZZZZZ9,99.
          05 FILLER       PIC X(1)  VALUE ALL ' '.
          05 L-TOT-SHORT  PIC -ZZZZZZZ9,99.
          05 FILLER       PIC X(4)  VALUE ALL ' '.
       01 L-BRK-NONE.
          05 FILLER       PIC X(40) VALUE
                'NO PROMISE BROKEN TONIGHT'.
          05 FILLER       PIC X(40) VALUE ALL ' '.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-DATE
           PERFORM LOAD-PROMISE-REGISTER
           PERFORM MATCH-SETTLEMENTS

           OPEN OUTPUT FPTPRPT
           MOVE WS-RUN-DATE-ISO TO L-HEAD-DATE
           WRITE ENR-PTPRPT FROM L-BRK-HEAD
           WRITE ENR-PTPRPT FROM L-BRK-TITLE
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-CNT
              IF PT-STATUS(PT-IDX) = 'L'
                 PERFORM JUDGE-ONE-PROMISE
              END-IF
           END-PERFORM
           IF CNT-BROKEN = 0
              WRITE ENR-PTPRPT FROM L-BRK-NONE
           ELSE
              MOVE CNT-BROKEN       TO L-TOT-CNT
              MOVE TOT-BRK-PROMISED TO L-TOT-PROM
              MOVE TOT-BRK-PAID     TO L-TOT-PAID
              MOVE TOT-BRK-SHORT    TO L-TOT-SHORT
              WRITE ENR-PTPRPT FROM L-BRK-TOTAL
           END-IF
           CLOSE FPTPRPT

           PERFORM REWRITE-PROMISE-REGISTER

           DISPLAY 'PROMISES KEPT       : ' CNT-KEPT
           DISPLAY 'PROMISES BROKEN     : ' CNT-BROKEN
           DISPLAY 'PROMISES STILL LIVE : ' CNT-LIVE
           GOBACK.

      *** PARAGRAPHS ***
       GET-RUN-DATE.
           ACCEPT WS-RUN-DATE FROM DATE
           MOVE SPACES TO WS-RUN-DATE-ISO
           STRING '20'      DELIMITED BY SIZE
                  WS-RUN-AA  DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  WS-RUN-MM  DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  WS-RUN-JJ  DELIMITED BY SIZE
             INTO WS-RUN-DATE-ISO
           END-STRING
           .

      ** LOAD-PROMISE-REGISTER - the whole register, closed rows    **
      ** included, since it is rewritten in full ; the cash of a    **
      ** live promise is recounted from scratch every night         **
       LOAD-PROMISE-REGISTER.
           OPEN INPUT FPTP
           IF FS-PTP NOT = 0
              DISPLAY 'NO PROMISE REGISTER, NOTHING TO CHECK'
           ELSE
              PERFORM UNTIL FF-PTP
                 READ FPTP
                    AT END
                       SET FF-PTP TO TRUE
                    NOT AT END
                       IF PT-CNT < 2000
                          ADD 1 TO PT-CNT
                          MOVE PTP-C-NO      TO PT-C-NO(PT-CNT)
                          MOVE PTP-INV-NO    TO PT-INV-NO(PT-CNT)
                          MOVE PTP-AMOUNT    TO PT-AMOUNT(PT-CNT)
                          MOVE PTP-DATE      TO PT-DATE(PT-CNT)
                          MOVE PTP-COLLECTOR TO PT-COLLECTOR(PT-CNT)
                          MOVE PTP-TAKEN     TO PT-TAKEN(PT-CNT)
                          MOVE PTP-STATUS    TO PT-STATUS(PT-CNT)
                          MOVE PTP-CLOSED    TO PT-CLOSED(PT-CNT)
                          MOVE PTP-PAID      TO PT-PAID(PT-CNT)
                          IF PTP-LIVE
                             MOVE 0 TO PT-PAID(PT-CNT)
                          END-IF
                       ELSE
                          DISPLAY 'PROMISE TABLE FULL - RUN'
                                  ' REFUSED, RAISE OCCURS'
                          MOVE 8 TO RETURN-CODE
                          GOBACK
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FPTP
           END-IF
           .

      ** MATCH-SETTLEMENTS - one pass of the ledger credits every   **
      ** live promise the record answers. The deposit draw (U) is   **
      ** old money for an account promise (the B record already     **
      ** counted it) but does settle a promised invoice             **
       MATCH-SETTLEMENTS.
           OPEN INPUT FSETTLE
           IF FS-SETTLE NOT = 0
              DISPLAY 'NO SETTLEMENT LEDGER, NO CASH TO MATCH'
           ELSE
              PERFORM UNTIL FF-SETTLE
                 READ FSETTLE
                    AT END
                       SET FF-SETTLE TO TRUE
                    NOT AT END
                       PERFORM VARYING PT-IDX FROM 1 BY 1
                               UNTIL PT-IDX > PT-CNT
                          PERFORM MATCH-ONE-SETTLEMENT
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE FSETTLE
           END-IF
           .

       MATCH-ONE-SETTLEMENT.
           IF PT-STATUS(PT-IDX) NOT = 'L' OR
              SET-PAY-DATE < PT-TAKEN(PT-IDX) OR
              SET-PAY-DATE > PT-DATE(PT-IDX)
              EXIT PARAGRAPH
           END-IF
           IF PT-INV-NO(PT-IDX) > 0
              IF SET-INV-NO = PT-INV-NO(PT-IDX) AND
                 (SET-TYPE = 'P' OR SET-TYPE = SPACE OR
                  SET-TYPE = 'U')
                 ADD SET-AMOUNT TO PT-PAID(PT-IDX)
              END-IF
           ELSE
              IF SET-C-NO = PT-C-NO(PT-IDX) AND
                 (SET-TYPE = 'P' OR SET-TYPE = SPACE OR
                  SET-TYPE = 'B')
                 ADD SET-AMOUNT TO PT-PAID(PT-IDX)
              END-IF
           END-IF
           .

      ** JUDGE-ONE-PROMISE - covered is kept whatever the date ;   **
      ** short is broken only once the promised day is behind us   **
      ** (cash of the day itself may not be posted yet)            **
       JUDGE-ONE-PROMISE.
           IF PT-PAID(PT-IDX) NOT < PT-AMOUNT(PT-IDX)
              MOVE 'K'             TO PT-STATUS(PT-IDX)
              MOVE WS-RUN-DATE-ISO TO PT-CLOSED(PT-IDX)
              ADD 1 TO CNT-KEPT
           ELSE
              IF PT-DATE(PT-IDX) < WS-RUN-DATE-ISO
                 MOVE 'B'             TO PT-STATUS(PT-IDX)
                 MOVE WS-RUN-DATE-ISO TO PT-CLOSED(PT-IDX)
                 ADD 1 TO CNT-BROKEN
                 PERFORM PRINT-BROKEN-PROMISE
              ELSE
                 ADD 1 TO CNT-LIVE
              END-IF
           END-IF
           .

       PRINT-BROKEN-PROMISE.
           COMPUTE WS-SHORT = PT-AMOUNT(PT-IDX) - PT-PAID(PT-IDX)
           MOVE PT-C-NO(PT-IDX)      TO L-BRK-CNO
           IF PT-INV-NO(PT-IDX) = 0
              MOVE 'ACCOUNT'         TO L-BRK-INV
           ELSE
              MOVE PT-INV-NO(PT-IDX) TO L-BRK-INV
           END-IF
           MOVE PT-DATE(PT-IDX)      TO L-BRK-DATE
           MOVE PT-COLLECTOR(PT-IDX) TO L-BRK-COLL
           MOVE PT-AMOUNT(PT-IDX)    TO L-BRK-PROM
           MOVE PT-PAID(PT-IDX)      TO L-BRK-PAID
           MOVE WS-SHORT             TO L-BRK-SHORT
           WRITE ENR-PTPRPT FROM L-BRK-LINE
           ADD PT-AMOUNT(PT-IDX) TO TOT-BRK-PROMISED
           ADD PT-PAID(PT-IDX)   TO TOT-BRK-PAID
           ADD WS-SHORT          TO TOT-BRK-SHORT
           .

       REWRITE-PROMISE-REGISTER.
           IF PT-CNT = 0
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FPTP
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-CNT
              MOVE SPACES TO ST-PTPREG
              MOVE PT-C-NO(PT-IDX)      TO PTP-C-NO
              MOVE PT-INV-NO(PT-IDX)    TO PTP-INV-NO
              MOVE PT-AMOUNT(PT-IDX)    TO PTP-AMOUNT
              MOVE PT-DATE(PT-IDX)      TO PTP-DATE
              MOVE PT-COLLECTOR(PT-IDX) TO PTP-COLLECTOR
              MOVE PT-TAKEN(PT-IDX)     TO PTP-TAKEN
              MOVE PT-STATUS(PT-IDX)    TO PTP-STATUS
              MOVE PT-CLOSED(PT-IDX)    TO PTP-CLOSED
              MOVE PT-PAID(PT-IDX)      TO PTP-PAID
              WRITE ST-PTPREG
           END-PERFORM
           CLOSE FPTP
           .
