       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PTPREGP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - MAINTAIN THE PROMISE-TO-PAY REGISTER (FICPTP) FROM THE    *
      *      COLLECTORS' TRANSACTION FILE :                            *
      *         P;C_NO;INVOICENO;AMOUNT;PROMISEDATE;COLLECTOR          *
      *                                   (RECORD A PROMISE)           *
      *         C;C_NO;INVOICENO          (CANCEL A LIVE PROMISE)      *
      *      INVOICENO 0 OR BLANK = A PROMISE ON THE WHOLE ACCOUNT     *
      *    - A LIVE PROMISE HOLDS THE CUSTOMER OUT OF THE DUNNING RUN  *
      *      AND IS SHOWN SEPARATELY BY AGERPTP ; PTPBRKP LATER MARKS  *
      *      IT KEPT OR BROKEN AGAINST THE CASH IN FICSETTLE           *
      *    - LOG REJECTED TRANSACTIONS IN LOADLOG FORMAT               *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPTPTRN ASSIGN TO FICPTPTRN.
           SELECT FPTP    ASSIGN TO FICPTP
               FILE STATUS IS FS-PTP.
           SELECT FINVREG ASSIGN TO FICINVREG
               FILE STATUS IS FS-INVREG.
           SELECT FPTPLOG ASSIGN TO FICPTPLOG.

       DATA DIVISION.
       FILE SECTION.
      ** FPTPTRN - ONE ; DELIMITED TRANSACTION PER LINE **
       FD FPTPTRN.
       01 ENR-PTPTRN.
          05 ENR-PTP-CSV   PIC X(80).

      ** FPTP - THE PROMISE REGISTER, REWRITTEN IN FULL EACH RUN **
       FD FPTP.
           COPY PTPREG.

      ** FINVREG - THE INVOICE REGISTER, TO CHECK A PROMISED    **
      ** INVOICE REALLY BELONGS TO THE CUSTOMER                 **
       FD FINVREG.
       01 ENR-INVREG.
          05 IR-INV-NO      PIC 9(8).
          05 IR-O-NO        PIC X(7).
          05 IR-C-NO        PIC X(3).
          05 FILLER         PIC X(62).

       FD FPTPLOG.
       01 ENR-PTPLOG      PIC X(80).

       WORKING-STORAGE SECTION.
       01 PTP-HEAD        PIC X(30) VALUE
             "PTPREGP PROMISE REGISTER LOG".
       01 PTP-FOOT-HEAD   PIC X(28) VALUE "REJECT SUMMARY BY REASON :".
       COPY LOADLOG.

       77 WS-PTPTRN-EOF   PIC 9  VALUE 0.
            88 FF-PTPTRN        VALUE 1.
       77 WS-PTP-EOF      PIC 9  VALUE 0.
            88 FF-PTP           VALUE 1.
       77 WS-INVREG-EOF   PIC 9  VALUE 0.
            88 FF-INVREG        VALUE 1.
       77 FS-PTP          PIC 99 VALUE 0.
       77 FS-INVREG       PIC 99 VALUE 0.

      *** CHAMPS PARSES DE LA TRANSACTION ***
       01 TRN-ACTION      PIC X(1).
          88 TRN-IS-PROMISE     VALUE 'P'.
          88 TRN-IS-CANCEL      VALUE 'C'.
       01 TRN-C-NO        PIC X(3).
       01 TRN-INV-NO      PIC X(8).
       01 TRN-AMOUNT      PIC X(12).
       01 TRN-DATE        PIC X(10).
       01 TRN-COLLECTOR   PIC X(8).
       77 WS-TRN-INV      PIC 9(8) VALUE 0.
       77 WS-TRN-AMOUNT   PIC S9(7)V99 VALUE 0.

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
       77 WS-HIT          PIC 9(4) VALUE 0.

      *** FACTURES DU REGISTRE (NUMERO ET CLIENT) ***
       01 INV-TAB.
          05 IT-ENTRY OCCURS 5000 TIMES.
             10 IT-INV-NO  PIC 9(8).
             10 IT-C-NO    PIC X(3).
       77 IT-CNT          PIC 9(4) VALUE 0.
       77 IT-IDX          PIC 9(4) VALUE 0.
       77 WS-INV-FLAG     PIC 9  VALUE 0.
            88 INV-OF-CUSTOMER  VALUE 1.

      *** DATE DU JOUR ***
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.
       77 WS-RUN-DATE-ISO PIC X(10).

      *** COMPTEURS ***
       77 CNT-TAKEN       PIC 9(4) VALUE 0.
       77 CNT-CANCELLED   PIC 9(4) VALUE 0.
       77 CNT-DUP-LIVE    PIC 9(4) VALUE 0.
       77 CNT-NOT-LIVE    PIC 9(4) VALUE 0.
       77 CNT-BAD-INVOICE PIC 9(4) VALUE 0.
       77 CNT-BAD-AMOUNT  PIC 9(4) VALUE 0.
       77 CNT-BAD-DATE    PIC 9(4) VALUE 0.
       77 CNT-BAD-FORMAT  PIC 9(4) VALUE 0.
       77 CNT-BAD-ACTION  PIC 9(4) VALUE 0.
       77 CNT-TOTAL-REJECTS PIC 9(4) VALUE 0.
       77 CSV-LINE        PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
           OPEN OUTPUT FPTPLOG
           MOVE "CSV LINE N. " TO LOGREC-LABEL
           WRITE ENR-PTPLOG FROM PTP-HEAD

           PERFORM GET-RUN-DATE
           PERFORM LOAD-PROMISE-REGISTER
           PERFORM LOAD-INVOICE-REGISTER

           OPEN INPUT FPTPTRN
           PERFORM LECT-PTPTRN
           PERFORM UNTIL FF-PTPTRN
              PERFORM TRAIT-ONE-TRN
              PERFORM LECT-PTPTRN
           END-PERFORM
           CLOSE FPTPTRN

           PERFORM REWRITE-PROMISE-REGISTER
           PERFORM WRITE-PTP-FOOTER
           CLOSE FPTPLOG
           DISPLAY 'PROMISES RECORDED  : ' CNT-TAKEN
           DISPLAY 'PROMISES CANCELLED : ' CNT-CANCELLED
           DISPLAY 'REJECTED           : ' CNT-TOTAL-REJECTS
           IF CNT-TOTAL-REJECTS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
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

       LECT-PTPTRN.
           ADD 1 TO CSV-LINE
           READ FPTPTRN AT END
              SET FF-PTPTRN TO TRUE
              DISPLAY 'FIN FICHIER TRANSACTIONS PROMESSES'
           END-READ.

       LOAD-PROMISE-REGISTER.
           OPEN INPUT FPTP
           IF FS-PTP NOT = 0
              DISPLAY 'NO PROMISE REGISTER YET, STARTING EMPTY'
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

      ** LOAD-INVOICE-REGISTER - one row per invoice number is    **
      ** enough, a reversal record carries the same customer      **
       LOAD-INVOICE-REGISTER.
           OPEN INPUT FINVREG
           IF FS-INVREG NOT = 0
              DISPLAY 'NO INVOICE REGISTER, NO PROMISE CAN BE TAKEN'
           ELSE
              PERFORM UNTIL FF-INVREG
                 READ FINVREG
                    AT END
                       SET FF-INVREG TO TRUE
                    NOT AT END
                       IF IT-CNT < 5000
                          ADD 1 TO IT-CNT
                          MOVE IR-INV-NO TO IT-INV-NO(IT-CNT)
                          MOVE IR-C-NO   TO IT-C-NO(IT-CNT)
                       ELSE
                          DISPLAY 'REGISTER TABLE FULL - RUN'
                                  ' REFUSED, RAISE OCCURS'
                          MOVE 8 TO RETURN-CODE
                          GOBACK
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FINVREG
           END-IF
           .

       TRAIT-ONE-TRN.
           MOVE SPACES TO TRN-ACTION TRN-C-NO TRN-INV-NO TRN-AMOUNT
                          TRN-DATE TRN-COLLECTOR
           UNSTRING ENR-PTP-CSV DELIMITED BY ';'
              INTO TRN-ACTION TRN-C-NO TRN-INV-NO TRN-AMOUNT
                   TRN-DATE TRN-COLLECTOR
           END-UNSTRING

           IF TRN-C-NO = SPACES
              MOVE 'BAD FORMAT/LENGTH' TO LOGREC-MSG
              PERFORM WRITE-PTP-LOG
              ADD 1 TO CNT-BAD-FORMAT
              EXIT PARAGRAPH
           END-IF
           IF TRN-INV-NO = SPACES
              MOVE 0 TO WS-TRN-INV
           ELSE
              IF FUNCTION TEST-NUMVAL(TRN-INV-NO) NOT = 0
                 MOVE 'BAD FORMAT/LENGTH' TO LOGREC-MSG
                 PERFORM WRITE-PTP-LOG
                 ADD 1 TO CNT-BAD-FORMAT
                 EXIT PARAGRAPH
              END-IF
              COMPUTE WS-TRN-INV = FUNCTION NUMVAL(TRN-INV-NO)
           END-IF

           PERFORM FIND-LIVE-PROMISE
           EVALUATE TRUE
              WHEN TRN-IS-PROMISE
                 PERFORM TAKE-PROMISE
              WHEN TRN-IS-CANCEL
                 PERFORM CANCEL-PROMISE
              WHEN OTHER
                 MOVE 'BAD ACTION CODE' TO LOGREC-MSG
                 PERFORM WRITE-PTP-LOG
                 ADD 1 TO CNT-BAD-ACTION
           END-EVALUATE
           .

      ** FIND-LIVE-PROMISE - the customer's live promise on the     **
      ** same invoice (or on the whole account), if any             **
       FIND-LIVE-PROMISE.
           MOVE 0 TO WS-HIT
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-CNT
              IF TRN-C-NO   = PT-C-NO(PT-IDX) AND
                 WS-TRN-INV = PT-INV-NO(PT-IDX) AND
                 PT-STATUS(PT-IDX) = 'L'
                 MOVE PT-IDX TO WS-HIT
              END-IF
           END-PERFORM
           .

      ** TAKE-PROMISE - the promise must name an invoice of the     **
      ** customer (or a customer we invoice), a real amount and a   **
      ** date not already behind us                                **
       TAKE-PROMISE.
           IF TRN-COLLECTOR = SPACES
              MOVE 'BAD FORMAT/LENGTH' TO LOGREC-MSG
              PERFORM WRITE-PTP-LOG
              ADD 1 TO CNT-BAD-FORMAT
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(TRN-AMOUNT) NOT = 0
              MOVE 'BAD AMOUNT' TO LOGREC-MSG
              PERFORM WRITE-PTP-LOG
              ADD 1 TO CNT-BAD-AMOUNT
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TRN-AMOUNT = FUNCTION NUMVAL(TRN-AMOUNT)
           IF WS-TRN-AMOUNT NOT > ZERO
              MOVE 'BAD AMOUNT' TO LOGREC-MSG
              PERFORM WRITE-PTP-LOG
              ADD 1 TO CNT-BAD-AMOUNT
              EXIT PARAGRAPH
           END-IF
           IF TRN-DATE(1:4) IS NOT NUMERIC OR
              TRN-DATE(5:1) NOT = '-' OR
              TRN-DATE(8:1) NOT = '-' OR
              TRN-DATE < WS-RUN-DATE-ISO
              MOVE 'BAD PROMISE DATE' TO LOGREC-MSG
              PERFORM WRITE-PTP-LOG
              ADD 1 TO CNT-BAD-DATE
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-INVOICE-CUSTOMER
           IF NOT INV-OF-CUSTOMER
              MOVE 'NOT CUSTOMER INVOICE' TO LOGREC-MSG
              PERFORM WRITE-PTP-LOG
              ADD 1 TO CNT-BAD-INVOICE
              EXIT PARAGRAPH
           END-IF
           IF WS-HIT > 0
              MOVE 'PROMISE ALREADY LIVE' TO LOGREC-MSG
              PERFORM WRITE-PTP-LOG
              ADD 1 TO CNT-DUP-LIVE
              EXIT PARAGRAPH
           END-IF

           IF PT-CNT < 2000
              ADD 1 TO PT-CNT
              MOVE TRN-C-NO        TO PT-C-NO(PT-CNT)
              MOVE WS-TRN-INV      TO PT-INV-NO(PT-CNT)
              MOVE WS-TRN-AMOUNT   TO PT-AMOUNT(PT-CNT)
              MOVE TRN-DATE        TO PT-DATE(PT-CNT)
              MOVE TRN-COLLECTOR   TO PT-COLLECTOR(PT-CNT)
              MOVE WS-RUN-DATE-ISO TO PT-TAKEN(PT-CNT)
              MOVE 'L'             TO PT-STATUS(PT-CNT)
              MOVE SPACES          TO PT-CLOSED(PT-CNT)
              MOVE 0               TO PT-PAID(PT-CNT)
              ADD 1 TO CNT-TAKEN
           ELSE
              DISPLAY 'PROMISE TABLE FULL - RUN'
                      ' REFUSED, RAISE OCCURS'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           .

      ** CHECK-INVOICE-CUSTOMER - an invoice promise needs the     **
      ** invoice on the customer's account ; an account promise    **
      ** needs at least one invoice for the customer               **
       CHECK-INVOICE-CUSTOMER.
           MOVE 0 TO WS-INV-FLAG
           PERFORM VARYING IT-IDX FROM 1 BY 1 UNTIL IT-IDX > IT-CNT
              IF TRN-C-NO = IT-C-NO(IT-IDX) AND
                 (WS-TRN-INV = 0 OR WS-TRN-INV = IT-INV-NO(IT-IDX))
                 SET INV-OF-CUSTOMER TO TRUE
              END-IF
           END-PERFORM
           .

       CANCEL-PROMISE.
           IF WS-HIT = 0
              MOVE 'NO LIVE PROMISE' TO LOGREC-MSG
              PERFORM WRITE-PTP-LOG
              ADD 1 TO CNT-NOT-LIVE
           ELSE
              MOVE 'C'             TO PT-STATUS(WS-HIT)
              MOVE WS-RUN-DATE-ISO TO PT-CLOSED(WS-HIT)
              ADD 1 TO CNT-CANCELLED
           END-IF
           .

       REWRITE-PROMISE-REGISTER.
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

       WRITE-PTP-LOG.
           COMPUTE LOGREC-REF = CSV-LINE
           MOVE SPACES TO LOGREC-DETAIL
           STRING TRN-C-NO   DELIMITED BY SIZE
                  ' '        DELIMITED BY SIZE
                  TRN-INV-NO DELIMITED BY SIZE
             INTO LOGREC-DETAIL
           END-STRING
           WRITE ENR-PTPLOG FROM ST-LOADLOG
           ADD 1 TO CNT-TOTAL-REJECTS
           INITIALIZE ST-LOADLOG
           MOVE "CSV LINE N. " TO LOGREC-LABEL
           .

       WRITE-PTP-FOOTER.
           WRITE ENR-PTPLOG FROM PTP-FOOT-HEAD

           MOVE 'BAD FORMAT/LENGTH'  TO LOGREC-FLABEL
           MOVE CNT-BAD-FORMAT       TO LOGREC-FCOUNT
           WRITE ENR-PTPLOG FROM ST-LOADLOG-FOOT

           MOVE 'BAD ACTION CODE'    TO LOGREC-FLABEL
           MOVE CNT-BAD-ACTION       TO LOGREC-FCOUNT
           WRITE ENR-PTPLOG FROM ST-LOADLOG-FOOT

           MOVE 'BAD AMOUNT'         TO LOGREC-FLABEL
           MOVE CNT-BAD-AMOUNT       TO LOGREC-FCOUNT
           WRITE ENR-PTPLOG FROM ST-LOADLOG-FOOT

           MOVE 'BAD PROMISE DATE'   TO LOGREC-FLABEL
           MOVE CNT-BAD-DATE         TO LOGREC-FCOUNT
           WRITE ENR-PTPLOG FROM ST-LOADLOG-FOOT

           MOVE 'NOT CUSTOMER INVOICE' TO LOGREC-FLABEL
           MOVE CNT-BAD-INVOICE      TO LOGREC-FCOUNT
           WRITE ENR-PTPLOG FROM ST-LOADLOG-FOOT

           MOVE 'PROMISE ALREADY LIVE' TO LOGREC-FLABEL
           MOVE CNT-DUP-LIVE         TO LOGREC-FCOUNT
           WRITE ENR-PTPLOG FROM ST-LOADLOG-FOOT

           MOVE 'NO LIVE PROMISE'    TO LOGREC-FLABEL
           MOVE CNT-NOT-LIVE         TO LOGREC-FCOUNT
           WRITE ENR-PTPLOG FROM ST-LOADLOG-FOOT

           MOVE 'PROMISES RECORDED'  TO LOGREC-FLABEL
           MOVE CNT-TAKEN            TO LOGREC-FCOUNT
           WRITE ENR-PTPLOG FROM ST-LOADLOG-FOOT

           MOVE 'PROMISES CANCELLED' TO LOGREC-FLABEL
           MOVE CNT-CANCELLED        TO LOGREC-FCOUNT
           WRITE ENR-PTPLOG FROM ST-LOADLOG-FOOT

           MOVE 'TOTAL REJECTED'     TO LOGREC-FLABEL
           MOVE CNT-TOTAL-REJECTS    TO LOGREC-FCOUNT
           WRITE ENR-PTPLOG FROM ST-LOADLOG-FOOT
           .
