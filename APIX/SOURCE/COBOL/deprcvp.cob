       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DEPRCVP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - RECORD THE DEPOSITS RECEIVED FROM CASH-IN-ADVANCE         *
      *      CUSTOMERS (CUSTOMERS.PREPAY = 'Y') FROM THE CASH DESK'S   *
      *      DEPOSIT FILE (FICDEPIN, ONE LINE PER DEPOSIT)             *
      *    - APPEND EACH ONE TO THE CUSTOMER DEPOSIT LEDGER            *
      *      (FICPREPAY, 'R' RECORD) WHERE CREDRELP FINDS THE COVER TO *
      *      RELEASE THE HELD ORDERS AND PART3BP DRAWS IT AGAINST THE  *
      *      INVOICE                                                   *
      *    - BANK THE CASH ON FICSETTLE AS A DEPOSIT ('B', NO INVOICE, *
      *      NO BALANCE RELIEF) SO GLEXPP BOOKS IT CASH / DEPOSITS AND *
      *      BNKRECP FINDS IT ON THE STATEMENT                         *
      *    - REJECT TO FICDEPLOG (LOADLOG FORMAT) A BAD AMOUNT, AN     *
      *      UNKNOWN CUSTOMER, A CUSTOMER NOT ON PREPAYMENT AND A      *
      *      DEPOSIT ALREADY ON THE LEDGER (SAME CUSTOMER, SAME        *
      *      REFERENCE), SO A RESUBMITTED FILE IS NOT TAKEN TWICE      *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      RUNDATE=YYYY-MM-DD   VALUE DATE OF DEPOSITS THAT CARRY    *
      *                           NONE (REQUIRED)                      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FDEPIN   ASSIGN TO FICDEPIN
               FILE STATUS IS FS-DEPIN.
           SELECT FPREPAY  ASSIGN TO FICPREPAY
               FILE STATUS IS FS-PREPAY.
           SELECT FSETTLE  ASSIGN TO FICSETTLE
               FILE STATUS IS FS-SETTLE.
           SELECT FDEPLOG  ASSIGN TO FICDEPLOG.

       DATA DIVISION.
       FILE SECTION.
      ** FDEPIN - ONE DEPOSIT PER LINE : CUSTOMER, AMOUNT, VALUE     **
      ** DATE (BLANK = RUNDATE) AND THE DESK'S REFERENCE             **
       FD FDEPIN.
       01 ENR-DEPIN.
          05 DIN-C-NO      PIC X(3).
          05 DIN-AMOUNT    PIC X(9).
          05 DIN-AMOUNT-N  REDEFINES DIN-AMOUNT PIC 9(7)V9(2).
          05 DIN-DATE      PIC X(10).
          05 DIN-REF       PIC X(20).
          05 FILLER        PIC X(38).

      ** FPREPAY - THE CUSTOMER DEPOSIT LEDGER **
       FD FPREPAY.
       COPY PREPAY.

      ** FSETTLE - SETTLEMENT LEDGER, SHARED WITH PAYAPPP ; A        **
      ** DEPOSIT IS BANKED ('B') WITH NO INVOICE AND NO RELIEF        **
       FD FSETTLE.
       01 ENR-SETTLE.
          05 SET-INV-NO    PIC 9(8).
          05 SET-PAY-DATE  PIC X(10).
          05 SET-AMOUNT    PIC S9(7)V9(2).
          05 SET-RELIEF    PIC S9(7)V9(2).
          05 SET-TYPE      PIC X(1).
          05 SET-C-NO      PIC X(3).
          05 FILLER        PIC X(40).

       FD FDEPLOG.
       01 ENR-DEPLOG      PIC X(80).

       WORKING-STORAGE SECTION.
      ** RUN-CONTROL LOCK - TWO CONCURRENT RUNS WOULD BOTH PASS THE  **
      ** DUPLICATE CHECK AND BANK THE SAME DEPOSIT TWICE             **
       77 WS-LOCK-PGM     PIC X(8) VALUE 'DEPRCVP'.
       77 WS-LOCK-ACTION  PIC X(1) VALUE 'L'.
       77 WS-LOCK-RESULT  PIC X(4) VALUE SPACES.

      *** BLOC D'ECHANGE AVEC LE PARSEUR DE CARTES PARAMETRES ***
       COPY PARMBLK.
       77 AC-RUN-DATE     PIC X(10) VALUE SPACES.

       01 DEP-HEAD        PIC X(30) VALUE
             "DEPRCVP DEPOSIT RECEIPT LOG".
       01 DEP-FOOT-HEAD   PIC X(28) VALUE "REJECT SUMMARY BY REASON :".
       COPY LOADLOG.

      *** VARS CLASSIQUES ***
       77 WS-DEPIN-EOF    PIC 9  VALUE 0.
            88 FF-DEPIN          VALUE 1.
       77 WS-PREPAY-EOF   PIC 9  VALUE 0.
            88 FF-PREPAY         VALUE 1.
       77 FS-DEPIN        PIC 99 VALUE 0.
       77 FS-PREPAY       PIC 99 VALUE 0.
       77 FS-SETTLE       PIC 99 VALUE 0.
       77 WS-PREPAY-FILE  PIC 9  VALUE 0.
            88 PREPAY-LEDGER-OK  VALUE 1.
       77 WS-REC-FLAG     PIC 9  VALUE 0.
            88 REC-OK            VALUE 0.
            88 REC-KO            VALUE 1.
       77 WS-VALUE-DATE   PIC X(10) VALUE SPACES.
       77 WS-LINE-NO      PIC 9(7) VALUE 0.

      *** DEPOTS DEJA AU GRAND LIVRE (CLIENT + REFERENCE) ***
       01 RCV-TAB.
          05 RCV-ENTRY OCCURS 3000 TIMES.
             10 RCV-C-NO   PIC X(3).
             10 RCV-REF    PIC X(20).
       77 RCV-CNT         PIC 9(4) VALUE 0.
       77 RCV-IDX         PIC 9(4) VALUE 0.

      *** COMPTEURS ***
       77 CNT-READ        PIC 9(4) VALUE 0.
       77 CNT-RECORDED    PIC 9(4) VALUE 0.
       77 WS-TOTAL-RCV    PIC 9(9)V9(2) VALUE 0.
       77 CNT-BAD-AMOUNT  PIC 9(4) VALUE 0.
       77 CNT-UNKNOWN     PIC 9(4) VALUE 0.
       77 CNT-NOT-PREPAY  PIC 9(4) VALUE 0.
       77 CNT-DUPLICATE   PIC 9(4) VALUE 0.
       77 CNT-TOTAL-REJECTS PIC 9(4) VALUE 0.
       77 CNT-AR-FAILED   PIC 9(4) VALUE 0.

      *** POSTES OUVERTS DB2 TENUS AU FIL DES ECRITURES (ARPOST) ***
       COPY ARPOST.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE CUS      END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** DEPRCVP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT FDEPIN
           IF FS-DEPIN NOT = 0
              DISPLAY 'NO DEPOSIT FILE, NOTHING TO RECORD'
              GOBACK
           END-IF
           PERFORM TAKE-RUN-LOCK

           PERFORM LOAD-DEPOSIT-LEDGER
           IF PREPAY-LEDGER-OK
              OPEN EXTEND FPREPAY
           ELSE
              OPEN OUTPUT FPREPAY
           END-IF
           OPEN EXTEND FSETTLE
           OPEN OUTPUT FDEPLOG
           MOVE "DEPOSIT LINE" TO LOGREC-LABEL
           WRITE ENR-DEPLOG FROM DEP-HEAD

           PERFORM UNTIL FF-DEPIN
              READ FDEPIN
                 AT END
                    SET FF-DEPIN TO TRUE
                 NOT AT END
                    PERFORM RECORD-ONE-DEPOSIT
              END-READ
           END-PERFORM

           CLOSE FDEPIN
           CLOSE FSETTLE
           CLOSE FPREPAY
           PERFORM WRITE-DEP-FOOTER
           CLOSE FDEPLOG
           DISPLAY 'DEPOSIT LINES READ     : ' CNT-READ
           DISPLAY 'DEPOSITS RECORDED      : ' CNT-RECORDED
           DISPLAY 'AMOUNT RECORDED        : ' WS-TOTAL-RCV
           DISPLAY 'REJECTED               : ' CNT-TOTAL-REJECTS
           IF CNT-AR-FAILED > 0
              DISPLAY 'OPEN-ITEM POSTINGS FAILED : ' CNT-AR-FAILED
                      ' - RUN ARLOADP MODE=CHECK'
           END-IF
           IF CNT-TOTAL-REJECTS > 0 OR CNT-AR-FAILED > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM FREE-RUN-LOCK
           GOBACK.

      *** PARAGRAPHS ***
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 1 TO PARM-COUNT
           MOVE 'RUNDATE'  TO PARM-KEYWORD(1)
           MOVE 'D'        TO PARM-TYPE(1)
           MOVE 'Y'        TO PARM-REQUIRED(1)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              MOVE PARM-VALUE(1)(1:10) TO AC-RUN-DATE
           END-IF
           .

       TAKE-RUN-LOCK.
           MOVE 'L' TO WS-LOCK-ACTION
           CALL 'RUNLOCK' USING WS-LOCK-PGM WS-LOCK-ACTION
                                WS-LOCK-RESULT
           IF WS-LOCK-RESULT = 'HELD'
              DISPLAY '*** ' WS-LOCK-PGM ' IS ALREADY RUNNING ***'
              DISPLAY '*** CHECK THE LIVE RUN, OR FREE THE LOCK'
                      ' WITH LOCKRELP AFTER AN ABEND ***'
              CLOSE FDEPIN
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           .

       FREE-RUN-LOCK.
           MOVE 'R' TO WS-LOCK-ACTION
           CALL 'RUNLOCK' USING WS-LOCK-PGM WS-LOCK-ACTION
                                WS-LOCK-RESULT
           .

      ** LOAD-DEPOSIT-LEDGER - the receipts already on the ledger,  **
      ** by customer and reference, for the duplicate check         **
       LOAD-DEPOSIT-LEDGER.
           OPEN INPUT FPREPAY
           IF FS-PREPAY NOT = 0
              DISPLAY 'NO DEPOSIT LEDGER YET, IT IS CREATED'
           ELSE
              SET PREPAY-LEDGER-OK TO TRUE
              PERFORM UNTIL FF-PREPAY
                 READ FPREPAY
                    AT END
                       SET FF-PREPAY TO TRUE
                    NOT AT END
                       IF PPL-RECEIPT
                          PERFORM ADD-RECEIPT-KEY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FPREPAY
           END-IF
           .

       ADD-RECEIPT-KEY.
           IF RCV-CNT < 3000
              ADD 1 TO RCV-CNT
              MOVE PPL-C-NO TO RCV-C-NO(RCV-CNT)
              MOVE PPL-REF  TO RCV-REF(RCV-CNT)
           ELSE
      ** A KEY LEFT OUT WOULD LET A RESUBMITTED DEPOSIT THROUGH **
              DISPLAY 'RECEIPT TABLE FULL - RUN REFUSED, RAISE OCCURS'
              CLOSE FPREPAY
              CLOSE FDEPIN
              PERFORM FREE-RUN-LOCK
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           .

      ** RECORD-ONE-DEPOSIT - validate, then ledger it and bank it  **
       RECORD-ONE-DEPOSIT.
           ADD 1 TO CNT-READ
           ADD 1 TO WS-LINE-NO
           MOVE WS-LINE-NO TO LOGREC-REF
           SET REC-OK TO TRUE
           PERFORM CHECK-DEPOSIT-LINE
           IF REC-KO
              EXIT PARAGRAPH
           END-IF

           IF DIN-DATE = SPACES
              MOVE AC-RUN-DATE TO WS-VALUE-DATE
           ELSE
              MOVE DIN-DATE    TO WS-VALUE-DATE
           END-IF

           MOVE SPACES         TO ENR-SETTLE
           MOVE ZERO           TO SET-INV-NO
           MOVE WS-VALUE-DATE  TO SET-PAY-DATE
           MOVE DIN-AMOUNT-N   TO SET-AMOUNT
           MOVE ZERO           TO SET-RELIEF
           MOVE 'B'            TO SET-TYPE
           MOVE DIN-C-NO       TO SET-C-NO
           WRITE ENR-SETTLE
           MOVE ENR-SETTLE TO AP-RECORD
           SET AP-DO-SETTLE   TO TRUE
           SET AP-COMMIT-EACH TO TRUE
           CALL 'ARPOST' USING AR-POST-BLOCK
           IF AP-FAILED
              ADD 1 TO CNT-AR-FAILED
           END-IF

           MOVE SPACES         TO ST-PREPAY
           MOVE DIN-C-NO       TO PPL-C-NO
           MOVE WS-VALUE-DATE  TO PPL-DATE
           SET PPL-RECEIPT     TO TRUE
           MOVE DIN-AMOUNT-N   TO PPL-AMOUNT
           MOVE ZERO           TO PPL-O-NO
           MOVE ZERO           TO PPL-INV-NO
           MOVE DIN-REF        TO PPL-REF
           WRITE ST-PREPAY

           IF RCV-CNT < 3000
              ADD 1 TO RCV-CNT
              MOVE DIN-C-NO TO RCV-C-NO(RCV-CNT)
              MOVE DIN-REF  TO RCV-REF(RCV-CNT)
           END-IF
           ADD 1 TO CNT-RECORDED
           ADD DIN-AMOUNT-N TO WS-TOTAL-RCV
           .

      ** CHECK-DEPOSIT-LINE - sets REC-KO and logs the first fault  **
       CHECK-DEPOSIT-LINE.
           IF DIN-AMOUNT IS NOT NUMERIC
              MOVE 'BAD AMOUNT' TO LOGREC-MSG
              MOVE DIN-AMOUNT   TO LOGREC-DETAIL
              ADD 1 TO CNT-BAD-AMOUNT
              PERFORM REJECT-DEPOSIT
              EXIT PARAGRAPH
           END-IF
           IF DIN-AMOUNT-N = ZERO
              MOVE 'ZERO AMOUNT' TO LOGREC-MSG
              MOVE DIN-C-NO      TO LOGREC-DETAIL
              ADD 1 TO CNT-BAD-AMOUNT
              PERFORM REJECT-DEPOSIT
              EXIT PARAGRAPH
           END-IF
           IF DIN-DATE NOT = SPACES AND DIN-DATE(1:4) IS NOT NUMERIC
              MOVE 'BAD VALUE DATE' TO LOGREC-MSG
              MOVE DIN-DATE         TO LOGREC-DETAIL
              ADD 1 TO CNT-BAD-AMOUNT
              PERFORM REJECT-DEPOSIT
              EXIT PARAGRAPH
           END-IF

           MOVE DIN-C-NO TO CUS-C-NO
           EXEC SQL
              SELECT PREPAY
              INTO :CUS-PREPAY
              FROM APIX.CUSTOMERS
              WHERE C_NO = :CUS-C-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE 'UNKNOWN CUSTOMER' TO LOGREC-MSG
              MOVE DIN-C-NO           TO LOGREC-DETAIL
              ADD 1 TO CNT-UNKNOWN
              PERFORM REJECT-DEPOSIT
              EXIT PARAGRAPH
           END-IF
      ** ANY OTHER CUSTOMER PAYS ON INVOICE, THROUGH PAYAPPP **
           IF CUS-PREPAY NOT = 'Y'
              MOVE 'NOT ON PREPAYMENT' TO LOGREC-MSG
              MOVE DIN-C-NO            TO LOGREC-DETAIL
              ADD 1 TO CNT-NOT-PREPAY
              PERFORM REJECT-DEPOSIT
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING RCV-IDX FROM 1 BY 1 UNTIL RCV-IDX > RCV-CNT
              IF RCV-C-NO(RCV-IDX) = DIN-C-NO AND
                 RCV-REF(RCV-IDX) = DIN-REF
                 MOVE 'ALREADY RECORDED' TO LOGREC-MSG
                 MOVE DIN-REF            TO LOGREC-DETAIL
                 ADD 1 TO CNT-DUPLICATE
                 PERFORM REJECT-DEPOSIT
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           .

       REJECT-DEPOSIT.
           SET REC-KO TO TRUE
           WRITE ENR-DEPLOG FROM ST-LOADLOG
           ADD 1 TO CNT-TOTAL-REJECTS
           MOVE SPACES TO LOGREC-MSG
           MOVE SPACES TO LOGREC-DETAIL
           MOVE "DEPOSIT LINE" TO LOGREC-LABEL
           .

       WRITE-DEP-FOOTER.
           WRITE ENR-DEPLOG FROM DEP-FOOT-HEAD

           MOVE 'DEPOSITS RECORDED'  TO LOGREC-FLABEL
           MOVE CNT-RECORDED         TO LOGREC-FCOUNT
           WRITE ENR-DEPLOG FROM ST-LOADLOG-FOOT

           MOVE 'BAD AMOUNT/DATE'    TO LOGREC-FLABEL
           MOVE CNT-BAD-AMOUNT       TO LOGREC-FCOUNT
           WRITE ENR-DEPLOG FROM ST-LOADLOG-FOOT

           MOVE 'UNKNOWN CUSTOMER'   TO LOGREC-FLABEL
           MOVE CNT-UNKNOWN          TO LOGREC-FCOUNT
           WRITE ENR-DEPLOG FROM ST-LOADLOG-FOOT

           MOVE 'NOT ON PREPAYMENT'  TO LOGREC-FLABEL
           MOVE CNT-NOT-PREPAY       TO LOGREC-FCOUNT
           WRITE ENR-DEPLOG FROM ST-LOADLOG-FOOT

           MOVE 'ALREADY RECORDED'   TO LOGREC-FLABEL
           MOVE CNT-DUPLICATE        TO LOGREC-FCOUNT
           WRITE ENR-DEPLOG FROM ST-LOADLOG-FOOT
           .
