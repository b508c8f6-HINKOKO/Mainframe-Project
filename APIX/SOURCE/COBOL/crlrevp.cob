       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CRLREVP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - REVIEW EVERY CUSTOMER'S CREDIT LIMIT ONCE A QUARTER OVER  *
      *      THE LAST MONTHS OF HISTORY :                              *
      *         DAYS TO PAY  - FICSETTLE PAY DATE AGAINST THE INVOICE  *
      *                        DUE DATE ON FICINVREG, AVERAGED         *
      *         PEAK BALANCE - HIGHEST MONTH-END AR ROLLED FROM THE    *
      *                        REGISTER AND THE LEDGER, OR TODAY'S     *
      *                        CUSTOMERS.BALANCE IF HIGHER             *
      *         RELEASES     - HELD ORDERS THE CREDIT DESK RELEASED    *
      *                        BY HAND (CREDRELP HISTORY FICCHHIST)    *
      *         WRITE-OFFS   - W RECORDS OF THE LEDGER                 *
      *         DUNNING      - LEVEL LAST SENT (FICDUNREG)             *
      *    - SCORE THE CUSTOMER 0-100 AND PROPOSE A NEW LIMIT :        *
      *      PEAK BALANCE x 150/125/100/75 % BY SCORE BAND, ROUNDED UP *
      *      TO THE NEXT 500 ; A GOOD PAYER IS NEVER LOWERED, A POOR   *
      *      ONE NEVER RAISED                                          *
      *    - PRINT THE SCORE BREAKDOWN FOR THE CREDIT MANAGER AND      *
      *      WRITE THE PROPOSED CHANGES TO FICCRLPROP ; CRLAPPP TURNS  *
      *      THE APPROVED ONES INTO CUSTLDP LIMIT CARDS                *
      *    - CASH-IN-ADVANCE CUSTOMERS (PREPAY = 'Y') ARE NOT REVIEWED *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      RUNDATE=YYYY-MM-DD  REVIEW DATE (REQUIRED)                *
      *      MONTHS=NN           MONTHS OF HISTORY, THE REVIEW MONTH   *
      *                          INCLUDED (DEFAULT 12, AT MOST 24)     *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINVREG  ASSIGN TO FICINVREG
               FILE STATUS IS FS-INVREG.
           SELECT FSETTLE  ASSIGN TO FICSETTLE
               FILE STATUS IS FS-SETTLE.
           SELECT FDUNREG  ASSIGN TO FICDUNREG
               FILE STATUS IS FS-DUNREG.
           SELECT FCHHIST  ASSIGN TO FICCHHIST
               FILE STATUS IS FS-CHHIST.
           SELECT FCRLPROP ASSIGN TO FICCRLPROP.
           SELECT FCRLRPT  ASSIGN TO FICCRLRPT.

       DATA DIVISION.
       FILE SECTION.
      ** FINVREG - THE INVOICE REGISTER ; IR-CREDIT-MEMO : SPACE =  **
      ** INVOICE, C = CREDIT MEMO, V = VOID REVERSAL                 **
       FD FINVREG.
       01 ENR-INVREG.
          05 IR-INV-NO      PIC 9(8).
          05 IR-O-NO        PIC X(7).
          05 IR-C-NO        PIC X(3).
          05 IR-INV-DATE    PIC X(10).
          05 IR-TOTAL-HT    PIC S9(7)V9(2).
          05 IR-TOTAL-TAX   PIC S9(7)V9(2).
          05 IR-TOTAL-TTC   PIC S9(7)V9(2).
          05 IR-CREDIT-MEMO PIC X(1).
          05 IR-TOTAL-GROSS PIC S9(7)V9(2).
          05 IR-DUE-DATE    PIC X(10).
          05 IR-CURRENCY    PIC X(3).
          05 FILLER         PIC X(2).

      ** FSETTLE - SETTLEMENT LEDGER ; P (OR SPACE ON OLD RECORDS)   **
      ** IS CASH, D DISCOUNT, U DEPOSIT DRAWN, W WRITE-OFF, ALL ON AN **
      ** INVOICE ; B IS CASH BANKED TO THE DEPOSIT (NO INVOICE)      **
       FD FSETTLE.
       01 ENR-SETTLE.
          05 SET-INV-NO    PIC 9(8).
          05 SET-PAY-DATE  PIC X(10).
          05 SET-AMOUNT    PIC S9(7)V9(2).
          05 SET-RELIEF    PIC S9(7)V9(2).
          05 SET-TYPE      PIC X(1).
          05 SET-C-NO      PIC X(3).
          05 FILLER        PIC X(40).

      ** FDUNREG - LAST LETTER LEVEL SENT PER CUSTOMER (DUNLETP) **
       FD FDUNREG.
       01 ENR-DUNREG.
          05 DUN-C-NO      PIC X(3).
          05 DUN-LEVEL     PIC 9(1).
          05 DUN-DATE      PIC X(10).
          05 DUN-PTP-ESC   PIC X(10).
          05 FILLER        PIC X(56).

      ** FCHHIST - HELD ORDERS RELEASED BY CREDRELP **
       FD FCHHIST.
           COPY CHHIST.

      ** FCRLPROP - THE PROPOSED LIMIT CHANGES, FOR CRLAPPP **
       FD FCRLPROP.
           COPY CRLPROP.

      ** FCRLRPT - THE REVIEW REPORT **
       FD FCRLRPT.
       01 ENR-CRLRPT      PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-INVREG-EOF   PIC 9  VALUE 0.
            88 FF-INVREG        VALUE 1.
       77 WS-SETTLE-EOF   PIC 9  VALUE 0.
            88 FF-SETTLE        VALUE 1.
       77 WS-DUNREG-EOF   PIC 9  VALUE 0.
            88 FF-DUNREG        VALUE 1.
       77 WS-CHHIST-EOF   PIC 9  VALUE 0.
            88 FF-CHHIST        VALUE 1.
       77 FS-INVREG       PIC 99 VALUE 0.
       77 FS-SETTLE       PIC 99 VALUE 0.
       77 FS-DUNREG       PIC 99 VALUE 0.
       77 FS-CHHIST       PIC 99 VALUE 0.

      *** VARIABLES FONCTION ABEND-PROG ***
       77 WS-ANO PIC 9 VALUE ZERO.
       77 WS-VAR PIC 9 VALUE ZERO.
       77 WS-ABEND-CODE PIC 9(02) VALUE 0.
       01 ED-SQLCODE      PIC -ZZZZZZZZ9.

      *** BLOC D'ECHANGE AVEC LE PARSEUR DE CARTES PARAMETRES ***
       COPY PARMBLK.
       77 AC-RUN-DATE     PIC X(10) VALUE SPACES.
       77 AC-MONTHS       PIC 9(2) VALUE 12.

      *** FENETRE D'HISTORIQUE ***
       77 WS-WIN-START    PIC X(10) VALUE SPACES.
       77 WS-MON-FIRST    PIC 9(6) VALUE 0.
       77 WS-MON-NUM      PIC 9(6) VALUE 0.
       77 WS-MON-IDX      PIC 9(2) VALUE 0.
       01 WS-WIN-BUILD.
          05 WS-WIN-YYYY  PIC 9(4).
          05 FILLER       PIC X(1) VALUE '-'.
          05 WS-WIN-MM    PIC 9(2).
          05 FILLER       PIC X(3) VALUE '-01'.

      *** CONVERSION DATE ISO -> JOURS ***
       77 WS-ISO-DATE     PIC X(10) VALUE SPACES.
       77 WS-DAYS         PIC 9(7) VALUE 0.
       77 WS-ISO-YYYYMMDD PIC 9(8) VALUE 0.
       77 WS-DUE-DAYS     PIC 9(7) VALUE 0.

      *** UNE LIGNE PAR CLIENT DU REGISTRE ***
       01 CR-TAB.
          05 CR-ENTRY OCCURS 500 TIMES.
             10 CR-C-NO      PIC X(3).
             10 CR-OPENING   PIC S9(9)V99.
             10 CR-MONTH-NET PIC S9(9)V99 OCCURS 24 TIMES.
             10 CR-DAYS-SUM  PIC S9(7).
             10 CR-PAY-CNT   PIC 9(5).
             10 CR-WO-AMT    PIC S9(9)V99.
             10 CR-WO-CNT    PIC 9(4).
             10 CR-RELEASES  PIC 9(4).
             10 CR-DUN-LEVEL PIC 9(1).
       77 CR-CNT          PIC 9(3) VALUE 0.
       77 CR-IDX          PIC 9(3) VALUE 0.
       77 WS-CR-HIT       PIC 9(3) VALUE 0.

      *** FACTURES DU REGISTRE : CLIENT ET ECHEANCE ***
       01 IT-TAB.
          05 IT-ENTRY OCCURS 5000 TIMES.
             10 IT-INV-NO    PIC 9(8).
             10 IT-CR-IDX    PIC 9(3).
             10 IT-DUE-DATE  PIC X(10).
       77 IT-CNT          PIC 9(4) VALUE 0.
       77 IT-IDX          PIC 9(4) VALUE 0.
       77 WS-IT-HIT       PIC 9(4) VALUE 0.

      *** MOUVEMENT A VENTILER ***
       77 WS-EV-DATE      PIC X(10) VALUE SPACES.
       77 WS-EV-AMOUNT    PIC S9(9)V99 VALUE 0.

      *** CLIENT DB2 ***
       77 WS-CUS-C-NO     PIC X(3) VALUE SPACES.
       77 WS-CUS-LIMIT    PIC S9(7)V99 USAGE COMP-3 VALUE 0.
       77 WS-CUS-BALANCE  PIC S9(7)V99 USAGE COMP-3 VALUE 0.
       77 WS-CUS-PREPAY   PIC X(1) VALUE SPACE.

      *** NOTATION ***
       77 WS-RUNNING      PIC S9(9)V99 VALUE 0.
       77 WS-PEAK         PIC S9(9)V99 VALUE 0.
       77 WS-AVG-DAYS     PIC S9(5) VALUE 0.
       77 WS-PAY-PTS      PIC 9(3) VALUE 0.
       77 WS-REL-PTS      PIC 9(3) VALUE 0.
       77 WS-WO-PTS       PIC 9(3) VALUE 0.
       77 WS-DUN-PTS      PIC 9(3) VALUE 0.
       77 WS-SCORE        PIC 9(3) VALUE 0.
       77 WS-MULT         PIC 9(3) VALUE 0.
       77 WS-RAW-LIMIT    PIC S9(9)V99 VALUE 0.
       77 WS-UNITS        PIC 9(7) VALUE 0.
       77 WS-NEW-LIMIT    PIC 9(7)V99 VALUE 0.
       77 WS-ACTION       PIC X(14) VALUE SPACES.
       77 WS-PROPOSE      PIC X(1) VALUE 'N'.
            88 PROPOSE-CHANGE   VALUE 'Y'.

      *** COMPTEURS ***
       77 CNT-REVIEWED    PIC 9(4) VALUE 0.
       77 CNT-RAISE       PIC 9(4) VALUE 0.
       77 CNT-LOWER       PIC 9(4) VALUE 0.
       77 CNT-SET         PIC 9(4) VALUE 0.
       77 CNT-KEEP        PIC 9(4) VALUE 0.
       77 CNT-SKIPPED     PIC 9(4) VALUE 0.

      *** LIGNES EDITION ***
       01 L-CRL-HEAD.
          05 FILLER       PIC X(34) VALUE
                'CREDIT-LIMIT REVIEW - RUN '.
          05 L-HEAD-DATE  PIC X(10).
          05 FILLER       PIC X(16) VALUE '   HISTORY FROM '.
          05 L-HEAD-FROM  PIC X(10).
          05 FILLER       PIC X(62) VALUE ALL ' '.
       01 L-CRL-TITLE.
          05 FILLER       PIC X(5)  VALUE 'C_NO'.
          05 FILLER       PIC X(11) VALUE '  CUR LIMIT'.
          05 FILLER       PIC X(12) VALUE '    PEAK BAL'.
          05 FILLER       PIC X(9)  VALUE ' AVG DAYS'.
          05 FILLER       PIC X(5)  VALUE '  PTS'.
          05 FILLER       PIC X(9)  VALUE ' RELEASES'.
          05 FILLER       PIC X(5)  VALUE '  PTS'.
          05 FILLER       PIC X(12) VALUE '  WRITE-OFFS'.
          05 FILLER       PIC X(5)  VALUE '  PTS'.
          05 FILLER       PIC X(4)  VALUE ' DUN'.
          05 FILLER       PIC X(5)  VALUE '  PTS'.
          05 FILLER       PIC X(6)  VALUE ' SCORE'.
          05 FILLER       PIC X(11) VALUE '   PROPOSED'.
          05 FILLER       PIC X(2)  VALUE ALL ' '.
          05 FILLER       PIC X(31) VALUE 'ACTION'.
       01 L-CRL-LINE.
          05 L-CNO        PIC X(3).
          05 FILLER       PIC X(3)  VALUE ALL ' '.
          05 L-LIMIT      PIC ZZZZZZZ9.
          05 FILLER       PIC X(3)  VALUE ALL ' '.
          05 L-PEAK       PIC -ZZZZZZZ9.
          05 FILLER       PIC X(4)  VALUE ALL ' '.
          05 L-AVG        PIC -ZZZ9.
          05 L-AVG-X REDEFINES L-AVG PIC X(5).
          05 FILLER       PIC X(2)  VALUE ALL ' '.
          05 L-PAY-PTS    PIC ZZ9.
          05 FILLER       PIC X(5)  VALUE ALL ' '.
          05 L-REL        PIC ZZZ9.
          05 FILLER       PIC X(2)  VALUE ALL ' '.
          05 L-REL-PTS    PIC ZZ9.
          05 FILLER       PIC X(3)  VALUE ALL ' '.
          05 L-WO         PIC -ZZZZZZZ9.
          05 FILLER       PIC X(2)  VALUE ALL ' '.
          05 L-WO-PTS     PIC ZZ9.
          05 FILLER       PIC X(3)  VALUE ALL ' '.
          05 L-DUN        PIC 9.
          05 FILLER       PIC X(2)  VALUE ALL ' '.
          05 L-DUN-PTS    PIC ZZ9.
          05 FILLER       PIC X(3)  VALUE ALL ' '.
          05 L-SCORE      PIC ZZ9.
          05 FILLER       PIC X(3)  VALUE ALL ' '.
          05 L-PROP       PIC ZZZZZZZ9.
          05 L-PROP-X REDEFINES L-PROP PIC X(8).
          05 FILLER       PIC X(2)  VALUE ALL ' '.
          05 L-ACTION     PIC X(14).
          05 FILLER       PIC X(19) VALUE ALL ' '.
       01 L-CRL-FOOT.
          05 L-FOOT-LABEL PIC X(30).
          05 L-FOOT-CNT   PIC ZZZ9.
          05 FILLER       PIC X(98) VALUE ALL ' '.
       01 L-VIDE          PIC X(132) VALUE ALL ' '.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** CRLREVP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM SET-HISTORY-WINDOW

           PERFORM LOAD-INVOICE-REGISTER
           PERFORM LOAD-SETTLEMENTS
           PERFORM LOAD-DUN-REGISTER
           PERFORM LOAD-RELEASE-HISTORY

           OPEN OUTPUT FCRLRPT
           OPEN OUTPUT FCRLPROP
           MOVE AC-RUN-DATE  TO L-HEAD-DATE
           MOVE WS-WIN-START TO L-HEAD-FROM
           WRITE ENR-CRLRPT FROM L-CRL-HEAD
           WRITE ENR-CRLRPT FROM L-VIDE
           WRITE ENR-CRLRPT FROM L-CRL-TITLE
           PERFORM VARYING CR-IDX FROM 1 BY 1 UNTIL CR-IDX > CR-CNT
              PERFORM REVIEW-ONE-CUSTOMER
           END-PERFORM
           PERFORM WRITE-REVIEW-FOOTER
           CLOSE FCRLPROP
           CLOSE FCRLRPT

           DISPLAY 'CUSTOMERS REVIEWED  : ' CNT-REVIEWED
           DISPLAY 'LIMITS TO RAISE     : ' CNT-RAISE
           DISPLAY 'LIMITS TO LOWER     : ' CNT-LOWER
           DISPLAY 'LIMITS TO SET       : ' CNT-SET
           DISPLAY 'LIMITS KEPT         : ' CNT-KEEP
           DISPLAY 'NOT REVIEWED        : ' CNT-SKIPPED
           GOBACK.

      *** PARAGRAPHS ***
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 2 TO PARM-COUNT
           MOVE 'RUNDATE'  TO PARM-KEYWORD(1)
           MOVE 'D'        TO PARM-TYPE(1)
           MOVE 'Y'        TO PARM-REQUIRED(1)
           MOVE 'MONTHS'   TO PARM-KEYWORD(2)
           MOVE 'N'        TO PARM-TYPE(2)
           MOVE 'N'        TO PARM-REQUIRED(2)
           MOVE '12'       TO PARM-DEFAULT(2)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              MOVE PARM-VALUE(1)(1:10) TO AC-RUN-DATE
              COMPUTE AC-MONTHS = FUNCTION NUMVAL(PARM-VALUE(2))
              IF AC-MONTHS = 0 OR AC-MONTHS > 24
                 DISPLAY 'MONTHS MUST BE 1 TO 24'
                 SET PARMS-BAD TO TRUE
              END-IF
           END-IF
           .

      ** SET-HISTORY-WINDOW - the first of the month MONTHS-1 months **
      ** before the review month ; months are numbered YYYY*12+MM so **
      ** a date's slot is its number less the window's first one     **
       SET-HISTORY-WINDOW.
           MOVE AC-RUN-DATE(1:4) TO WS-WIN-YYYY
           MOVE AC-RUN-DATE(6:2) TO WS-WIN-MM
           COMPUTE WS-MON-FIRST = WS-WIN-YYYY * 12 + WS-WIN-MM - 1
                                - AC-MONTHS + 1
           COMPUTE WS-WIN-YYYY = WS-MON-FIRST / 12
           COMPUTE WS-WIN-MM = WS-MON-FIRST - WS-WIN-YYYY * 12 + 1
           MOVE WS-WIN-BUILD TO WS-WIN-START
           .

      ** LOAD-INVOICE-REGISTER - every invoice, credit memo and void **
      ** moves its customer's AR on its own date ; invoices are kept **
      ** with their due date (invoice date on old rows) for the      **
      ** ledger pass                                                 **
       LOAD-INVOICE-REGISTER.
           OPEN INPUT FINVREG
           IF FS-INVREG NOT = 0
              DISPLAY 'NO INVOICE REGISTER, NOTHING TO REVIEW'
           ELSE
              PERFORM UNTIL FF-INVREG
                 READ FINVREG
                    AT END
                       SET FF-INVREG TO TRUE
                    NOT AT END
                       PERFORM LOAD-ONE-REGISTER-ROW
                 END-READ
              END-PERFORM
              CLOSE FINVREG
           END-IF
           .

       LOAD-ONE-REGISTER-ROW.
           MOVE 0 TO WS-CR-HIT
           PERFORM VARYING CR-IDX FROM 1 BY 1
                   UNTIL CR-IDX > CR-CNT OR WS-CR-HIT > 0
              IF CR-C-NO(CR-IDX) = IR-C-NO
                 MOVE CR-IDX TO WS-CR-HIT
              END-IF
           END-PERFORM
           IF WS-CR-HIT = 0
              IF CR-CNT < 500
                 ADD 1 TO CR-CNT
                 INITIALIZE CR-ENTRY(CR-CNT)
                 MOVE IR-C-NO TO CR-C-NO(CR-CNT)
                 MOVE CR-CNT  TO WS-CR-HIT
              ELSE
                 DISPLAY 'CUSTOMER TABLE FULL - RUN REFUSED,'
                         ' RAISE OCCURS'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           IF IR-CREDIT-MEMO = SPACE
              IF IT-CNT < 5000
                 ADD 1 TO IT-CNT
                 MOVE IR-INV-NO TO IT-INV-NO(IT-CNT)
                 MOVE WS-CR-HIT TO IT-CR-IDX(IT-CNT)
                 IF IR-DUE-DATE = SPACES OR LOW-VALUE
                    MOVE IR-INV-DATE TO IT-DUE-DATE(IT-CNT)
                 ELSE
                    MOVE IR-DUE-DATE TO IT-DUE-DATE(IT-CNT)
                 END-IF
              ELSE
                 DISPLAY 'INVOICE TABLE FULL - RUN REFUSED,'
                         ' RAISE OCCURS'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           MOVE IR-INV-DATE  TO WS-EV-DATE
           MOVE IR-TOTAL-TTC TO WS-EV-AMOUNT
           PERFORM POST-AR-MOVEMENT
           .

      ** POST-AR-MOVEMENT - WS-EV-AMOUNT on customer WS-CR-HIT at    **
      ** WS-EV-DATE : before the window into the opening balance,    **
      ** inside it into its month, after the review date ignored     **
       POST-AR-MOVEMENT.
           IF WS-EV-DATE > AC-RUN-DATE
              EXIT PARAGRAPH
           END-IF
           IF WS-EV-DATE < WS-WIN-START OR
              WS-EV-DATE(1:4) IS NOT NUMERIC OR
              WS-EV-DATE(6:2) IS NOT NUMERIC
              ADD WS-EV-AMOUNT TO CR-OPENING(WS-CR-HIT)
           ELSE
              COMPUTE WS-MON-NUM =
                 FUNCTION NUMVAL(WS-EV-DATE(1:4)) * 12
                 + FUNCTION NUMVAL(WS-EV-DATE(6:2)) - 1
              COMPUTE WS-MON-IDX = WS-MON-NUM - WS-MON-FIRST + 1
              ADD WS-EV-AMOUNT TO CR-MONTH-NET(WS-CR-HIT, WS-MON-IDX)
           END-IF
           .

      ** LOAD-SETTLEMENTS - whatever settles an invoice brings its   **
      ** customer's AR down ; cash inside the window also counts its **
      ** days past (or before) the due date, a write-off inside the  **
      ** window counts against the customer                         **
       LOAD-SETTLEMENTS.
           OPEN INPUT FSETTLE
           IF FS-SETTLE NOT = 0
              DISPLAY 'NO SETTLEMENT LEDGER, NO PAYMENT HISTORY'
           ELSE
              PERFORM UNTIL FF-SETTLE
                 READ FSETTLE
                    AT END
                       SET FF-SETTLE TO TRUE
                    NOT AT END
                       IF SET-INV-NO > 0
                          PERFORM LOAD-ONE-SETTLEMENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FSETTLE
           END-IF
           .

       LOAD-ONE-SETTLEMENT.
           MOVE 0 TO WS-IT-HIT
           PERFORM VARYING IT-IDX FROM 1 BY 1
                   UNTIL IT-IDX > IT-CNT OR WS-IT-HIT > 0
              IF IT-INV-NO(IT-IDX) = SET-INV-NO
                 MOVE IT-IDX TO WS-IT-HIT
              END-IF
           END-PERFORM
           IF WS-IT-HIT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE IT-CR-IDX(WS-IT-HIT) TO WS-CR-HIT
           MOVE SET-PAY-DATE TO WS-EV-DATE
           COMPUTE WS-EV-AMOUNT = 0 - SET-AMOUNT
           PERFORM POST-AR-MOVEMENT

           IF SET-PAY-DATE < WS-WIN-START OR
              SET-PAY-DATE > AC-RUN-DATE
              EXIT PARAGRAPH
           END-IF
           EVALUATE SET-TYPE
              WHEN 'P'
              WHEN SPACE
                 MOVE IT-DUE-DATE(WS-IT-HIT) TO WS-ISO-DATE
                 PERFORM DATE-TO-DAYS
                 MOVE WS-DAYS TO WS-DUE-DAYS
                 MOVE SET-PAY-DATE TO WS-ISO-DATE
                 PERFORM DATE-TO-DAYS
                 IF WS-DAYS > 0 AND WS-DUE-DAYS > 0
                    COMPUTE CR-DAYS-SUM(WS-CR-HIT) =
                       CR-DAYS-SUM(WS-CR-HIT) + WS-DAYS - WS-DUE-DAYS
                    ADD 1 TO CR-PAY-CNT(WS-CR-HIT)
                 END-IF
              WHEN 'W'
                 ADD SET-AMOUNT TO CR-WO-AMT(WS-CR-HIT)
                 ADD 1 TO CR-WO-CNT(WS-CR-HIT)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

      ** LOAD-DUN-REGISTER - the level last sent to each customer **
       LOAD-DUN-REGISTER.
           OPEN INPUT FDUNREG
           IF FS-DUNREG NOT = 0
              DISPLAY 'NO DUNNING REGISTER, NO CUSTOMER DUNNED'
           ELSE
              PERFORM UNTIL FF-DUNREG
                 READ FDUNREG
                    AT END
                       SET FF-DUNREG TO TRUE
                    NOT AT END
                       PERFORM VARYING CR-IDX FROM 1 BY 1
                               UNTIL CR-IDX > CR-CNT
                          IF CR-C-NO(CR-IDX) = DUN-C-NO
                             MOVE DUN-LEVEL TO CR-DUN-LEVEL(CR-IDX)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE FDUNREG
           END-IF
           .

      ** LOAD-RELEASE-HISTORY - orders the desk released by hand     **
      ** inside the window ; a release because a deposit came in is  **
      ** no judgement on the customer and is not counted             **
       LOAD-RELEASE-HISTORY.
           OPEN INPUT FCHHIST
           IF FS-CHHIST NOT = 0
              DISPLAY 'NO RELEASE HISTORY, NO RELEASE COUNTED'
           ELSE
              PERFORM UNTIL FF-CHHIST
                 READ FCHHIST
                    AT END
                       SET FF-CHHIST TO TRUE
                    NOT AT END
                       IF CHH-BY-DESK AND
                          CHH-DATE NOT < WS-WIN-START AND
                          CHH-DATE NOT > AC-RUN-DATE
                          PERFORM VARYING CR-IDX FROM 1 BY 1
                                  UNTIL CR-IDX > CR-CNT
                             IF CR-C-NO(CR-IDX) = CHH-C-NO
                                ADD 1 TO CR-RELEASES(CR-IDX)
                             END-IF
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FCHHIST
           END-IF
           .

      ** REVIEW-ONE-CUSTOMER - master row, peak, score, proposal and **
      ** the report line                                             **
       REVIEW-ONE-CUSTOMER.
           PERFORM READ-CUSTOMER-MASTER
           IF SQLCODE NOT = ZERO
              ADD 1 TO CNT-SKIPPED
              EXIT PARAGRAPH
           END-IF
           IF WS-CUS-PREPAY = 'Y'
              ADD 1 TO CNT-SKIPPED
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PEAK-BALANCE
           IF WS-PEAK NOT > 0
              ADD 1 TO CNT-SKIPPED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO CNT-REVIEWED
           PERFORM SCORE-CUSTOMER
           PERFORM PROPOSE-LIMIT
           PERFORM PRINT-REVIEW-LINE
           IF PROPOSE-CHANGE
              MOVE SPACES TO ST-CRLPROP
              MOVE CR-C-NO(CR-IDX) TO CRP-C-NO
              MOVE WS-CUS-LIMIT    TO CRP-CUR-LIMIT
              MOVE WS-NEW-LIMIT    TO CRP-NEW-LIMIT
              MOVE WS-SCORE        TO CRP-SCORE
              MOVE WS-ACTION       TO CRP-ACTION
              MOVE AC-RUN-DATE     TO CRP-REVIEW-DATE
              WRITE ST-CRLPROP
           END-IF
           .

      ** READ-CUSTOMER-MASTER - today's limit, balance and the       **
      ** cash-in-advance flag ; a customer gone from the master is   **
      ** not reviewed                                                **
       READ-CUSTOMER-MASTER.
           MOVE CR-C-NO(CR-IDX) TO WS-CUS-C-NO
           EXEC SQL
              SELECT CREDIT_LIMIT, BALANCE, PREPAY
              INTO :WS-CUS-LIMIT, :WS-CUS-BALANCE, :WS-CUS-PREPAY
              FROM APIX.CUSTOMERS
              WHERE C_NO = :WS-CUS-C-NO
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 CONTINUE
              WHEN SQLCODE = +100
                 DISPLAY 'CUSTOMER ' WS-CUS-C-NO
                         ' NOT ON THE MASTER, NOT REVIEWED'
              WHEN OTHER
                 MOVE SQLCODE TO ED-SQLCODE
                 DISPLAY 'ANOMALIE GRAVE : ' ED-SQLCODE
                 MOVE 10 TO WS-ABEND-CODE
                 PERFORM ABEND-PROG
           END-EVALUATE
           .

      ** FIND-PEAK-BALANCE - the highest month-end of the window,    **
      ** the current month standing at today ; the master balance    **
      ** wins if it is higher (orders not yet invoiced)              **
       FIND-PEAK-BALANCE.
           MOVE CR-OPENING(CR-IDX) TO WS-RUNNING
           MOVE 0 TO WS-PEAK
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > AC-MONTHS
              ADD CR-MONTH-NET(CR-IDX, WS-MON-IDX) TO WS-RUNNING
              IF WS-RUNNING > WS-PEAK
                 MOVE WS-RUNNING TO WS-PEAK
              END-IF
           END-PERFORM
           IF WS-CUS-BALANCE > WS-PEAK
              MOVE WS-CUS-BALANCE TO WS-PEAK
           END-IF
           .

      ** SCORE-CUSTOMER - four parts, 100 at best :                  **
      **   DAYS TO PAY  40 : ON TIME 40, 10 LATE 30, 30 LATE 20,     **
      **                     60 LATE 10, WORSE 0 ; NO CASH YET 20    **
      **   RELEASES     20 : RELEASED BY HAND 20, NEVER 10 - THE     **
      **                     DESK STOOD BEHIND A LIMIT TOO TIGHT     **
      **   WRITE-OFFS   20 : NONE 20, ANY 0                          **
      **   DUNNING      20 : LEVEL 0 20, 1 10, 2 5, 3 0              **
       SCORE-CUSTOMER.
           IF CR-PAY-CNT(CR-IDX) = 0
              MOVE 20 TO WS-PAY-PTS
           ELSE
              COMPUTE WS-AVG-DAYS ROUNDED =
                 CR-DAYS-SUM(CR-IDX) / CR-PAY-CNT(CR-IDX)
              EVALUATE TRUE
                 WHEN WS-AVG-DAYS NOT > 0
                    MOVE 40 TO WS-PAY-PTS
                 WHEN WS-AVG-DAYS NOT > 10
                    MOVE 30 TO WS-PAY-PTS
                 WHEN WS-AVG-DAYS NOT > 30
                    MOVE 20 TO WS-PAY-PTS
                 WHEN WS-AVG-DAYS NOT > 60
                    MOVE 10 TO WS-PAY-PTS
                 WHEN OTHER
                    MOVE 0  TO WS-PAY-PTS
              END-EVALUATE
           END-IF
           IF CR-RELEASES(CR-IDX) > 0
              MOVE 20 TO WS-REL-PTS
           ELSE
              MOVE 10 TO WS-REL-PTS
           END-IF
           IF CR-WO-CNT(CR-IDX) = 0
              MOVE 20 TO WS-WO-PTS
           ELSE
              MOVE 0  TO WS-WO-PTS
           END-IF
           EVALUATE CR-DUN-LEVEL(CR-IDX)
              WHEN 0
                 MOVE 20 TO WS-DUN-PTS
              WHEN 1
                 MOVE 10 TO WS-DUN-PTS
              WHEN 2
                 MOVE 5  TO WS-DUN-PTS
              WHEN OTHER
                 MOVE 0  TO WS-DUN-PTS
           END-EVALUATE
           COMPUTE WS-SCORE = WS-PAY-PTS + WS-REL-PTS
                            + WS-WO-PTS + WS-DUN-PTS
           .

      ** PROPOSE-LIMIT - peak x band %, rounded up to the next 500. **
      ** An unlimited account only gets a limit when it scores      **
      ** below 40 ; a score of 60 and up is never lowered, below 40 **
      ** never raised                                               **
       PROPOSE-LIMIT.
           MOVE 'N' TO WS-PROPOSE
           EVALUATE TRUE
              WHEN WS-SCORE NOT < 80
                 MOVE 150 TO WS-MULT
              WHEN WS-SCORE NOT < 60
                 MOVE 125 TO WS-MULT
              WHEN WS-SCORE NOT < 40
                 MOVE 100 TO WS-MULT
              WHEN OTHER
                 MOVE 75  TO WS-MULT
           END-EVALUATE
           COMPUTE WS-RAW-LIMIT = WS-PEAK * WS-MULT / 100
           COMPUTE WS-UNITS = WS-RAW-LIMIT / 500
           IF WS-UNITS * 500 < WS-RAW-LIMIT
              ADD 1 TO WS-UNITS
           END-IF
           COMPUTE WS-NEW-LIMIT = WS-UNITS * 500

           EVALUATE TRUE
              WHEN WS-CUS-LIMIT = 0 AND WS-SCORE < 40
                 MOVE 'SET LIMIT'     TO WS-ACTION
                 SET PROPOSE-CHANGE   TO TRUE
                 ADD 1 TO CNT-SET
              WHEN WS-CUS-LIMIT = 0
                 MOVE 'KEEP NO LIMIT' TO WS-ACTION
                 ADD 1 TO CNT-KEEP
              WHEN WS-NEW-LIMIT > WS-CUS-LIMIT AND WS-SCORE NOT < 40
                 MOVE 'RAISE'         TO WS-ACTION
                 SET PROPOSE-CHANGE   TO TRUE
                 ADD 1 TO CNT-RAISE
              WHEN WS-NEW-LIMIT < WS-CUS-LIMIT AND WS-SCORE < 60
                 MOVE 'LOWER'         TO WS-ACTION
                 SET PROPOSE-CHANGE   TO TRUE
                 ADD 1 TO CNT-LOWER
              WHEN OTHER
                 MOVE 'KEEP'          TO WS-ACTION
                 ADD 1 TO CNT-KEEP
           END-EVALUATE
           .

       PRINT-REVIEW-LINE.
           MOVE CR-C-NO(CR-IDX)      TO L-CNO
           MOVE WS-CUS-LIMIT         TO L-LIMIT
           MOVE WS-PEAK              TO L-PEAK
           IF CR-PAY-CNT(CR-IDX) = 0
              MOVE '  N/A'           TO L-AVG-X
           ELSE
              MOVE WS-AVG-DAYS       TO L-AVG
           END-IF
           MOVE WS-PAY-PTS           TO L-PAY-PTS
           MOVE CR-RELEASES(CR-IDX)  TO L-REL
           MOVE WS-REL-PTS           TO L-REL-PTS
           MOVE CR-WO-AMT(CR-IDX)    TO L-WO
           MOVE WS-WO-PTS            TO L-WO-PTS
           MOVE CR-DUN-LEVEL(CR-IDX) TO L-DUN
           MOVE WS-DUN-PTS           TO L-DUN-PTS
           MOVE WS-SCORE             TO L-SCORE
           IF PROPOSE-CHANGE
              MOVE WS-NEW-LIMIT      TO L-PROP
           ELSE
              MOVE SPACES            TO L-PROP-X
           END-IF
           MOVE WS-ACTION            TO L-ACTION
           WRITE ENR-CRLRPT FROM L-CRL-LINE
           .

       WRITE-REVIEW-FOOTER.
           WRITE ENR-CRLRPT FROM L-VIDE
           MOVE 'CUSTOMERS REVIEWED'    TO L-FOOT-LABEL
           MOVE CNT-REVIEWED            TO L-FOOT-CNT
           WRITE ENR-CRLRPT FROM L-CRL-FOOT
           MOVE 'LIMITS TO RAISE'       TO L-FOOT-LABEL
           MOVE CNT-RAISE               TO L-FOOT-CNT
           WRITE ENR-CRLRPT FROM L-CRL-FOOT
           MOVE 'LIMITS TO LOWER'       TO L-FOOT-LABEL
           MOVE CNT-LOWER               TO L-FOOT-CNT
           WRITE ENR-CRLRPT FROM L-CRL-FOOT
           MOVE 'LIMITS TO SET'         TO L-FOOT-LABEL
           MOVE CNT-SET                 TO L-FOOT-CNT
           WRITE ENR-CRLRPT FROM L-CRL-FOOT
           MOVE 'LIMITS KEPT'           TO L-FOOT-LABEL
           MOVE CNT-KEEP                TO L-FOOT-CNT
           WRITE ENR-CRLRPT FROM L-CRL-FOOT
           MOVE 'NOT REVIEWED'          TO L-FOOT-LABEL
           MOVE CNT-SKIPPED             TO L-FOOT-CNT
           WRITE ENR-CRLRPT FROM L-CRL-FOOT
           .

      ** DATE-TO-DAYS - WS-ISO-DATE in, WS-DAYS out (0 if no date) **
       DATE-TO-DAYS.
           MOVE 0 TO WS-DAYS
           IF WS-ISO-DATE(1:4) IS NUMERIC AND
              WS-ISO-DATE(6:2) IS NUMERIC AND
              WS-ISO-DATE(9:2) IS NUMERIC
              COMPUTE WS-ISO-YYYYMMDD =
                 (FUNCTION NUMVAL(WS-ISO-DATE(1:4)) * 10000)
                 + (FUNCTION NUMVAL(WS-ISO-DATE(6:2)) * 100)
                 +  FUNCTION NUMVAL(WS-ISO-DATE(9:2))
              COMPUTE WS-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-ISO-YYYYMMDD)
           END-IF
           .

      *** ABEND-PROG - KILL THE PROGRAM EXECUTION WHEN BAD ERROR HAPPENS ***
       ABEND-PROG.
           DISPLAY 'ABEND CODE : ' WS-ABEND-CODE
           MOVE 16 TO RETURN-CODE
           COMPUTE WS-ANO = WS-ANO / WS-VAR.
