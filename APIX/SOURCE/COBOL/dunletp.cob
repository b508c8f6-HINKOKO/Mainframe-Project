
      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - QUERY THE DB2 OPEN ITEMS (API10.AR_OPEN_ITEMS, KEPT BY    *
      *      THE POSTING PROGRAMS THROUGH ARPOST) TO FIND EVERY        *
      *      CUSTOMER CARRYING OVERDUE, UNDISPUTED MONEY               *
      *    - PRINT ONE DUNNING NOTICE PER CUSTOMER, WORDED BY THE      *
      *      WORST BUCKET REACHED (GENTLE AT 30 DAYS, FINAL DEMAND     *
      *      AT 90+), LISTING THE OVERDUE INVOICES                     *
      *    - KEEP A REGISTER OF THE LAST LETTER LEVEL SENT PER         *
      *      CUSTOMER, SO THE SAME LEVEL IS NEVER SENT TWICE -         *
      *      A LETTER ONLY GOES OUT WHEN THE CUSTOMER ESCALATES        *
      *    - HOLD BACK ANY CUSTOMER WITH A LIVE PROMISE TO PAY         *
      *      (FICPTP), AND SEND A CUSTOMER WHOSE PROMISE PTPBRKP       *
      *      FOUND BROKEN STRAIGHT TO THE NEXT LETTER LEVEL            *
      *    - WORD EACH LETTER IN THE CUSTOMER'S LANGUAGE : THE TEXTS   *
      *      COME FROM MSGTXTK THROUGH MSGPROG (UP TO SIX BODY LINES   *
      *      PER LEVEL), THE DATE IS SPELT OUT BY DATELNG              *
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FDUNREG ASSIGN TO FICDUNREG
               FILE STATUS IS FS-DUNREG.
           SELECT FPTP    ASSIGN TO FICPTP
               FILE STATUS IS FS-PTP.
           SELECT FDUNLET ASSIGN TO FICDUNLET.

       DATA DIVISION.
       FILE SECTION.
      ** FDUNREG - LAST LETTER LEVEL SENT PER CUSTOMER, REWRITTEN    **
      ** IN FULL AT THE END OF EVERY RUN                             **
       FD FDUNREG.
          05 DUN-C-NO      PIC X(3).
          05 DUN-LEVEL     PIC 9(1).
          05 DUN-DATE      PIC X(10).
      ** CLOSING DATE OF THE LAST BROKEN PROMISE ALREADY ACTED ON, **
      ** SO ONE BROKEN PROMISE ESCALATES ONE LEVEL ONLY ONCE       **
          05 DUN-PTP-ESC   PIC X(10).
          05 FILLER        PIC X(56).

      ** FPTP - THE PROMISE-TO-PAY REGISTER ; LIVE PROMISES HOLD   **
      ** THE CUSTOMER BACK, BROKEN ONES ESCALATE IT                **
       FD FPTP.
           COPY PTPREG.

      ** FDUNLET - THE FORMATTED DUNNING NOTICES **
       FD FDUNLET.
       01 ENR-DUNLET      PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-DUNREG-EOF   PIC 9  VALUE 0.
            88 FF-DUNREG         VALUE 1.
       77 FS-DUNREG       PIC 99 VALUE 0.
       01 ED-SQLCODE      PIC +Z(8)9.

      *** LIGNE DES POSTES OUVERTS DB2 ***
       77 WS-OI-C-NO      PIC X(3)  VALUE SPACES.
       77 WS-OI-INV-NO    PIC S9(9) COMP VALUE 0.
       77 WS-OI-DUE-DATE  PIC X(10) VALUE SPACES.
       77 WS-OI-OPEN      PIC S9(9)V9(2) COMP-3 VALUE 0.
       77 WS-OI-AGE       PIC S9(9) COMP VALUE 0.
       77 WS-OI-COUNT     PIC S9(9) COMP VALUE 0.
      ** AGE MINIMUM (JOURS) DES FACTURES CITEES DANS LE COURRIER **
       77 WS-LIST-MIN-DAYS PIC S9(9) COMP VALUE 31.
       77 WS-OI-RUN-ISO   PIC X(10) VALUE SPACES.

      *** CUMUL PAR CLIENT : PIRE TRANCHE ATTEINTE ET TOTAL ECHU ***
       01 CUST-TAB.
             10 CT-C-NO    PIC X(3).
             10 CT-WORST   PIC 9.
             10 CT-OVERDUE PIC S9(7)V9(2).
             10 CT-LEVEL   PIC 9.
             10 CT-ESC-DATE PIC X(10).
       77 CT-CNT          PIC 9(3) VALUE 0.
       77 CT-IDX          PIC 9(3) VALUE 0.
       77 CT-JDX          PIC 9(3) VALUE 0.
          05 DR-ENTRY OCCURS 500 TIMES.
             10 DR-C-NO    PIC X(3).
             10 DR-LEVEL   PIC 9.
             10 DR-PTP-ESC PIC X(10).
       77 DR-CNT          PIC 9(3) VALUE 0.
       77 DR-IDX          PIC 9(3) VALUE 0.
       77 WS-LAST-LEVEL   PIC 9    VALUE 0.
       77 WS-CUR-LEVEL    PIC 9    VALUE 0.
       77 WS-LAST-PTP-ESC PIC X(10) VALUE SPACES.

      *** PROMESSES DE PAIEMENT : EN COURS ET ROMPUES ***
       01 LIVE-PTP-TAB.
          05 LPT-C-NO OCCURS 500 TIMES PIC X(3).
       77 LPT-CNT         PIC 9(3) VALUE 0.
       77 LPT-IDX         PIC 9(3) VALUE 0.
       01 BROKEN-PTP-TAB.
          05 BPT-ENTRY OCCURS 500 TIMES.
             10 BPT-C-NO   PIC X(3).
             10 BPT-CLOSED PIC X(10).
       77 BPT-CNT         PIC 9(3) VALUE 0.
       77 BPT-IDX         PIC 9(3) VALUE 0.
       77 WS-BPT-HIT      PIC 9(3) VALUE 0.
       77 WS-PTP-EOF      PIC 9  VALUE 0.
            88 FF-PTP           VALUE 1.
       77 FS-PTP          PIC 99 VALUE 0.
       77 WS-PTP-FLAG     PIC 9  VALUE 0.
            88 CUST-PROMISED    VALUE 1.
       77 WS-LET-TOTAL    PIC S9(7)V9(2) VALUE 0.

      *** CALCUL D'AGE ***
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.
       77 WS-RUN-DATE-ISO PIC X(10).
       77 WS-AGE-DAYS     PIC S9(5).
       77 WS-BUCKET       PIC 9.

      *** LIBELLES DANS LA LANGUE DU CLIENT (MSGPROG) ***
       77 WS-MSG-LANG     PIC X(2).
       77 WS-MSG-ID       PIC X(12).
       77 WS-MSG-TEXT     PIC X(74).
       77 WS-BODY-PFX     PIC X(6).
       77 WS-BODY-LNO     PIC 9(2).
       77 WS-BODY-MAX     PIC 9(2).
       77 WS-LET-DATE     PIC X(30).
       01 DUN-COLS-DEFAULT.
          05 FILLER  PIC X(12) VALUE 'INVOICE NO'.
          05 FILLER  PIC X(14) VALUE 'INVOICE DATE'.
          05 FILLER  PIC X(16) VALUE 'AMOUNT OPEN'.
          05 FILLER  PIC X(12) VALUE 'DAYS OLD'.
          05 FILLER  PIC X(20) VALUE ALL ' '.

      *** COMPTEURS ***
       77 CNT-LETTERS     PIC 9(4) VALUE 0.
       77 CNT-HELD-LEVEL  PIC 9(4) VALUE 0.
       77 CNT-PTP-HELD    PIC 9(4) VALUE 0.
       77 CNT-PTP-ESCALATED PIC 9(4) VALUE 0.

      *** LIGNES EDITION DU COURRIER, DANS LE STYLE FACTURES.DATA ***
       01 L-TIRET.
          05 FILLER        PIC X(3)  VALUE '  |'.
       01 L-DUN-ITE-TITLE.
          05 FILLER  PIC X(3)  VALUE '|  '.
          05 L-DUN-COLS PIC X(74).
          05 FILLER  PIC X(3)  VALUE '  |'.
       01 L-DUN-ITE.
          05 FILLER        PIC X(3)  VALUE '|  '.
          05 FILLER        PIC X(3)  VALUE '  |'.
       01 L-DUN-TOTAL.
          05 FILLER        PIC X(3)  VALUE '|  '.
          05 L-TOT-LABEL   PIC X(21) VALUE 'TOTAL OVERDUE       :'.
          05 L-TOT-AMT     PIC -ZZZZZZ9,99.
          05 FILLER        PIC X(42) VALUE ALL ' '.
          05 FILLER        PIC X(3)  VALUE '  |'.
      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE CUS      END-EXEC

      *** CURSEUR DES CLIENTS EN RETARD (PLUS DE 30 JOURS, HORS    ***
      *** LITIGE OUVERT) : AGE DE LA PLUS VIEILLE ECHEANCE ET TOTAL ***
      *** ECHU                                                      ***
           EXEC SQL
              DECLARE CDUNC CURSOR
              FOR
              SELECT C_NO,
                 MAX(DAYS(DATE(:WS-OI-RUN-ISO)) - DAYS(DATE(DUE_DATE))),
                 SUM(OPEN_AMT)
              FROM API10.AR_OPEN_ITEMS
              WHERE OPEN_AMT > 0
                AND DISPUTE <> 'Y'
                AND DAYS(DATE(:WS-OI-RUN-ISO)) - DAYS(DATE(DUE_DATE))
                    > 30
              GROUP BY C_NO
              ORDER BY C_NO
           END-EXEC

      *** CURSEUR DES FACTURES CITEES DANS LE COURRIER D'UN CLIENT ***
           EXEC SQL
              DECLARE CDUNI CURSOR
              FOR
              SELECT INV_NO, DUE_DATE, OPEN_AMT,
                 DAYS(DATE(:WS-OI-RUN-ISO)) - DAYS(DATE(DUE_DATE))
              FROM API10.AR_OPEN_ITEMS
              WHERE C_NO = :WS-OI-C-NO
                AND OPEN_AMT > 0
                AND DISPUTE <> 'Y'
                AND DAYS(DATE(:WS-OI-RUN-ISO)) - DAYS(DATE(DUE_DATE))
                    >= :WS-LIST-MIN-DAYS
              ORDER BY INV_NO
           END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           INITIALIZE CUST-TAB
           PERFORM GET-RUN-DATE
           PERFORM LOAD-DUN-REGISTER
           PERFORM LOAD-OVERDUE-CUSTOMERS
           PERFORM LOAD-PROMISES
           PERFORM ADD-BROKEN-PROMISES

           OPEN OUTPUT FDUNLET
           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-CNT

           DISPLAY 'DUNNING LETTERS SENT     : ' CNT-LETTERS
           DISPLAY 'LEVEL ALREADY SENT, HELD : ' CNT-HELD-LEVEL
           DISPLAY 'HELD ON A LIVE PROMISE   : ' CNT-PTP-HELD
           DISPLAY 'ESCALATED, PROMISE BROKEN: ' CNT-PTP-ESCALATED
           IF CNT-CT-OVFL > 0
              DISPLAY 'INVOICES PAST CUSTOMER TABLE : ' CNT-CT-OVFL
           END-IF
      *** PARAGRAPHS ***
       GET-RUN-DATE.
           ACCEPT WS-RUN-DATE FROM DATE
           MOVE SPACES TO WS-RUN-DATE-ISO
           STRING '20'      DELIMITED BY SIZE
                  WS-RUN-AA  DELIMITED BY SIZE
                  WS-RUN-JJ  DELIMITED BY SIZE
             INTO WS-RUN-DATE-ISO
           END-STRING
           MOVE WS-RUN-DATE-ISO TO WS-OI-RUN-ISO
           .

      ** LOAD-DUN-REGISTER - what level each customer last received ; **
                          ADD 1 TO DR-CNT
                          MOVE DUN-C-NO  TO DR-C-NO(DR-CNT)
                          MOVE DUN-LEVEL TO DR-LEVEL(DR-CNT)
                          MOVE DUN-PTP-ESC TO DR-PTP-ESC(DR-CNT)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           .

      ** LOAD-OVERDUE-CUSTOMERS - every customer the open items     **
      ** show with undisputed money past 30 days, with its worst    **
      ** bucket and overdue total ; a customer who formally         **
      ** disputed an invoice is not chased for it while the         **
      ** dispute is open                                            **
       LOAD-OVERDUE-CUSTOMERS.
           EXEC SQL OPEN CDUNC END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE SQLCODE TO ED-SQLCODE
              DISPLAY 'OPEN ITEMS NOT READABLE ' ED-SQLCODE
              EXIT PARAGRAPH
           END-IF
           PERFORM FETCH-CDUNC
           PERFORM UNTIL SQLCODE NOT = ZERO
              PERFORM ADD-OVERDUE-CUSTOMER
              PERFORM FETCH-CDUNC
           END-PERFORM
           EXEC SQL CLOSE CDUNC END-EXEC
           .

       FETCH-CDUNC.
           EXEC SQL
              FETCH CDUNC
              INTO :WS-OI-C-NO, :WS-OI-AGE, :WS-OI-OPEN
           END-EXEC
           .

       ADD-OVERDUE-CUSTOMER.
           MOVE WS-OI-AGE TO WS-AGE-DAYS
           EVALUATE TRUE
              WHEN WS-AGE-DAYS NOT > 60
                 MOVE 2 TO WS-BUCKET
              WHEN WS-AGE-DAYS NOT > 90
              WHEN OTHER
                 MOVE 4 TO WS-BUCKET
           END-EVALUATE
           IF CT-CNT < 500
              ADD 1 TO CT-CNT
              MOVE WS-OI-C-NO TO CT-C-NO(CT-CNT)
              MOVE WS-BUCKET  TO CT-WORST(CT-CNT)
              MOVE WS-OI-OPEN TO CT-OVERDUE(CT-CNT)
           ELSE
              DISPLAY 'CUSTOMER TABLE FULL, RAISE OCCURS'
              ADD 1 TO CNT-CT-OVFL
           END-IF
           .

      ** LOAD-PROMISES - a promise whose date is still ahead holds  **
      ** the customer back ; for broken ones only the latest        **
      ** closing date per customer matters                          **
       LOAD-PROMISES.
           OPEN INPUT FPTP
           IF FS-PTP NOT = 0
              DISPLAY 'NO PROMISE REGISTER, NOTHING PROMISED'
           ELSE
              PERFORM UNTIL FF-PTP
                 READ FPTP
                    AT END
                       SET FF-PTP TO TRUE
                    NOT AT END
                       IF PTP-LIVE AND PTP-DATE NOT < WS-RUN-DATE-ISO
                          AND LPT-CNT < 500
                          ADD 1 TO LPT-CNT
                          MOVE PTP-C-NO TO LPT-C-NO(LPT-CNT)
                       END-IF
                       IF PTP-BROKEN
                          PERFORM ADD-BROKEN-ROW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FPTP
           END-IF
           .

       ADD-BROKEN-ROW.
           MOVE 0 TO WS-BPT-HIT
           PERFORM VARYING BPT-IDX FROM 1 BY 1 UNTIL BPT-IDX > BPT-CNT
              IF PTP-C-NO = BPT-C-NO(BPT-IDX)
                 MOVE BPT-IDX TO WS-BPT-HIT
              END-IF
           END-PERFORM
           IF WS-BPT-HIT > 0
              IF PTP-CLOSED > BPT-CLOSED(WS-BPT-HIT)
                 MOVE PTP-CLOSED TO BPT-CLOSED(WS-BPT-HIT)
              END-IF
           ELSE
              IF BPT-CNT < 500
                 ADD 1 TO BPT-CNT
                 MOVE PTP-C-NO   TO BPT-C-NO(BPT-CNT)
                 MOVE PTP-CLOSED TO BPT-CLOSED(BPT-CNT)
              END-IF
           END-IF
           .

      ** ADD-BROKEN-PROMISES - a promise broken since the last one  **
      ** acted on flags the customer for escalation, bringing it    **
      ** into the run even when nothing is past 30 days yet         **
       ADD-BROKEN-PROMISES.
           PERFORM VARYING BPT-IDX FROM 1 BY 1 UNTIL BPT-IDX > BPT-CNT
              MOVE SPACES TO WS-LAST-PTP-ESC
              PERFORM VARYING DR-IDX FROM 1 BY 1 UNTIL DR-IDX > DR-CNT
                 IF BPT-C-NO(BPT-IDX) = DR-C-NO(DR-IDX)
                    MOVE DR-PTP-ESC(DR-IDX) TO WS-LAST-PTP-ESC
                 END-IF
              END-PERFORM
              IF BPT-CLOSED(BPT-IDX) > WS-LAST-PTP-ESC
                 PERFORM FLAG-BROKEN-CUSTOMER
              END-IF
           END-PERFORM
           .

      ** FLAG-BROKEN-CUSTOMER - a customer who has since cleared    **
      ** everything (nothing open and undisputed) gets no letter    **
       FLAG-BROKEN-CUSTOMER.
           MOVE 0 TO WS-CUST-HIT
           PERFORM VARYING CT-JDX FROM 1 BY 1 UNTIL CT-JDX > CT-CNT
              IF BPT-C-NO(BPT-IDX) = CT-C-NO(CT-JDX)
                 MOVE CT-JDX TO WS-CUST-HIT
              END-IF
           END-PERFORM
           IF WS-CUST-HIT = 0
              MOVE BPT-C-NO(BPT-IDX) TO WS-OI-C-NO
              MOVE 0 TO WS-OI-COUNT
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-OI-COUNT
                 FROM API10.AR_OPEN_ITEMS
                 WHERE C_NO = :WS-OI-C-NO
                   AND OPEN_AMT > 0
                   AND DISPUTE <> 'Y'
              END-EXEC
              IF SQLCODE NOT = ZERO OR WS-OI-COUNT = 0
                 EXIT PARAGRAPH
              END-IF
              IF CT-CNT < 500
                 ADD 1 TO CT-CNT
                 MOVE BPT-C-NO(BPT-IDX) TO CT-C-NO(CT-CNT)
                 MOVE 1                 TO CT-WORST(CT-CNT)
                 MOVE CT-CNT TO WS-CUST-HIT
              ELSE
                 DISPLAY 'CUSTOMER TABLE FULL, RAISE OCCURS'
                 ADD 1 TO CNT-CT-OVFL
              END-IF
           END-IF
           IF WS-CUST-HIT > 0
              MOVE BPT-CLOSED(BPT-IDX) TO CT-ESC-DATE(WS-CUST-HIT)
           END-IF
           .

      ** CHECK-LIVE-PROMISE - does the customer at CT-IDX hold a    **
      ** promise whose date is not yet reached                      **
       CHECK-LIVE-PROMISE.
           MOVE 0 TO WS-PTP-FLAG
           PERFORM VARYING LPT-IDX FROM 1 BY 1 UNTIL LPT-IDX > LPT-CNT
              IF CT-C-NO(CT-IDX) = LPT-C-NO(LPT-IDX)
                 SET CUST-PROMISED TO TRUE
              END-IF
           END-PERFORM
           .

      ** DECIDE-ONE-CUSTOMER - the worst bucket maps to the letter   **
      ** level (31-60 -> 1, 61-90 -> 2, 90+ -> 3) ; the letter only  **
      ** GOES OUT WHEN THE LEVEL IS HIGHER THAN THE LAST ONE SENT.   **
      ** A LIVE PROMISE FREEZES THE CUSTOMER AT ITS LAST LEVEL ; A   **
      ** FRESHLY BROKEN ONE FORCES AT LEAST THE NEXT LEVEL UP        **
       DECIDE-ONE-CUSTOMER.
           COMPUTE WS-CUR-LEVEL = CT-WORST(CT-IDX) - 1
           PERFORM FIND-LAST-LEVEL
           PERFORM CHECK-LIVE-PROMISE
           IF CUST-PROMISED
              MOVE WS-LAST-LEVEL TO CT-LEVEL(CT-IDX)
              ADD 1 TO CNT-PTP-HELD
              EXIT PARAGRAPH
           END-IF
           IF CT-ESC-DATE(CT-IDX) NOT = SPACES AND WS-LAST-LEVEL < 3
              IF WS-CUR-LEVEL NOT > WS-LAST-LEVEL
                 COMPUTE WS-CUR-LEVEL = WS-LAST-LEVEL + 1
              END-IF
              ADD 1 TO CNT-PTP-ESCALATED
           END-IF
           MOVE WS-CUR-LEVEL TO CT-LEVEL(CT-IDX)
           IF WS-CUR-LEVEL > WS-LAST-LEVEL
              PERFORM WRITE-ONE-LETTER
              ADD 1 TO CNT-LETTERS

       FIND-LAST-LEVEL.
           MOVE 0 TO WS-LAST-LEVEL
           MOVE SPACES TO WS-LAST-PTP-ESC
           PERFORM VARYING DR-IDX FROM 1 BY 1 UNTIL DR-IDX > DR-CNT
              IF CT-C-NO(CT-IDX) = DR-C-NO(DR-IDX)
                 MOVE DR-LEVEL(DR-IDX)   TO WS-LAST-LEVEL
                 MOVE DR-PTP-ESC(DR-IDX) TO WS-LAST-PTP-ESC
              END-IF
           END-PERFORM
           .
           WRITE ENR-DUNLET FROM L-VIDE
           EVALUATE WS-CUR-LEVEL
              WHEN 1
                 MOVE '***   PAYMENT REMINDER   ***' TO WS-MSG-TEXT
                 MOVE 'DUN-BANNER1' TO WS-MSG-ID
              WHEN 2
                 MOVE '***   SECOND REMINDER    ***' TO WS-MSG-TEXT
                 MOVE 'DUN-BANNER2' TO WS-MSG-ID
              WHEN OTHER
                 MOVE '***    FINAL DEMAND      ***' TO WS-MSG-TEXT
                 MOVE 'DUN-BANNER3' TO WS-MSG-ID
           END-EVALUATE
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT TO L-BANNER-TXT
           WRITE ENR-DUNLET FROM L-DUN-BANNER
           WRITE ENR-DUNLET FROM L-VIDE

           MOVE 'CUSTOMER NO   :' TO WS-MSG-TEXT
           MOVE 'DUN-CUSTNO'      TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT       TO L-REF-TITLE
           MOVE CT-C-NO(CT-IDX)   TO L-REF-DATA
           WRITE ENR-DUNLET FROM L-DUN-REF
           MOVE 'COMPANY       :' TO WS-MSG-TEXT
           MOVE 'DUN-COMPANY'     TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT       TO L-REF-TITLE
           MOVE CUS-COMPANY-TEXT(1:CUS-COMPANY-LEN) TO L-REF-DATA
           WRITE ENR-DUNLET FROM L-DUN-REF
           MOVE 'DATE          :' TO WS-MSG-TEXT
           MOVE 'DUN-DATE'        TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT       TO L-REF-TITLE
           CALL 'DATELNG' USING CUS-LANG WS-RUN-DATE-ISO WS-LET-DATE
           MOVE WS-LET-DATE       TO L-REF-DATA
           WRITE ENR-DUNLET FROM L-DUN-REF
           WRITE ENR-DUNLET FROM L-VIDE

      ** THE BODY : THE BUILT-IN WORDING FIRST, THEN ANY FURTHER    **
      ** LINES THE LANGUAGE'S MSGTXTK ROWS CARRY, UP TO SIX         **
           MOVE 6 TO WS-BODY-MAX
           MOVE 0 TO WS-BODY-LNO
           EVALUATE WS-CUR-LEVEL
              WHEN 1
                 MOVE 'DUN1' TO WS-BODY-PFX
                 MOVE 'OUR RECORDS SHOW THE INVOICES BELOW ARE PAST'
                    TO WS-MSG-TEXT
                 PERFORM WRITE-LETTER-LINE
                 MOVE 'DUE. IF PAYMENT IS ALREADY ON ITS WAY,'
                    TO WS-MSG-TEXT
                 PERFORM WRITE-LETTER-LINE
                 MOVE 'PLEASE DISREGARD THIS REMINDER.'
                    TO WS-MSG-TEXT
                 PERFORM WRITE-LETTER-LINE
              WHEN 2
                 MOVE 'DUN2' TO WS-BODY-PFX
                 MOVE 'DESPITE OUR EARLIER REMINDER THE INVOICES'
                    TO WS-MSG-TEXT
                 PERFORM WRITE-LETTER-LINE
                 MOVE 'BELOW REMAIN UNPAID. PLEASE SETTLE THEM'
                    TO WS-MSG-TEXT
                 PERFORM WRITE-LETTER-LINE
                 MOVE 'WITHIN TEN DAYS OF THIS NOTICE.'
                    TO WS-MSG-TEXT
                 PERFORM WRITE-LETTER-LINE
              WHEN OTHER
                 MOVE 'DUN3' TO WS-BODY-PFX
                 MOVE 'THE INVOICES BELOW ARE NOW SERIOUSLY'
                    TO WS-MSG-TEXT
                 PERFORM WRITE-LETTER-LINE
                 MOVE 'OVERDUE. UNLESS PAYMENT REACHES US WITHIN'
                    TO WS-MSG-TEXT
                 PERFORM WRITE-LETTER-LINE
                 MOVE 'SEVEN DAYS YOUR ACCOUNT WILL BE PLACED ON'
                    TO WS-MSG-TEXT
                 PERFORM WRITE-LETTER-LINE
                 MOVE 'HOLD AND PASSED TO COLLECTIONS.'
                    TO WS-MSG-TEXT
                 PERFORM WRITE-LETTER-LINE
           END-EVALUATE
           PERFORM UNTIL WS-BODY-LNO NOT < WS-BODY-MAX
              MOVE SPACES TO WS-MSG-TEXT
              PERFORM WRITE-LETTER-LINE
           END-PERFORM
      ** A BROKEN PROMISE SAYS SO, AND CALLS IN EVERYTHING OPEN,   **
      ** NOT JUST WHAT IS PAST 30 DAYS                             **
           IF CT-ESC-DATE(CT-IDX) NOT = SPACES
              MOVE 3 TO WS-BODY-MAX
              MOVE 0 TO WS-BODY-LNO
              MOVE 'DUNPTP' TO WS-BODY-PFX
              MOVE 'THE PAYMENT PROMISED TO OUR COLLECTOR HAS NOT'
                 TO WS-MSG-TEXT
              PERFORM WRITE-LETTER-LINE
              MOVE 'REACHED US BY THE DATE AGREED.'
                 TO WS-MSG-TEXT
              PERFORM WRITE-LETTER-LINE
              PERFORM UNTIL WS-BODY-LNO NOT < WS-BODY-MAX
                 MOVE SPACES TO WS-MSG-TEXT
                 PERFORM WRITE-LETTER-LINE
              END-PERFORM
              MOVE -99999 TO WS-LIST-MIN-DAYS
              MOVE 'TOTAL OPEN          :' TO WS-MSG-TEXT
              MOVE 'DUN-TOT-OPEN' TO WS-MSG-ID
           ELSE
              MOVE 31 TO WS-LIST-MIN-DAYS
              MOVE 'TOTAL OVERDUE       :' TO WS-MSG-TEXT
              MOVE 'DUN-TOT-OVD'  TO WS-MSG-ID
           END-IF
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT TO L-TOT-LABEL
           MOVE DUN-COLS-DEFAULT TO WS-MSG-TEXT
           MOVE 'DUN-COLS'       TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT      TO L-DUN-COLS
           WRITE ENR-DUNLET FROM L-VIDE

           MOVE 0 TO WS-LET-TOTAL
           WRITE ENR-DUNLET FROM L-DUN-ITE-TITLE
           MOVE CT-C-NO(CT-IDX) TO WS-OI-C-NO
           EXEC SQL OPEN CDUNI END-EXEC
           IF SQLCODE = ZERO
              PERFORM FETCH-CDUNI
              PERFORM UNTIL SQLCODE NOT = ZERO
                 MOVE WS-OI-INV-NO   TO L-ITE-INV
                 MOVE WS-OI-DUE-DATE TO L-ITE-DATE
                 MOVE WS-OI-OPEN     TO L-ITE-AMT
                 MOVE WS-OI-AGE      TO L-ITE-AGE
                 WRITE ENR-DUNLET FROM L-DUN-ITE
                 ADD WS-OI-OPEN TO WS-LET-TOTAL
                 PERFORM FETCH-CDUNI
              END-PERFORM
              EXEC SQL CLOSE CDUNI END-EXEC
           ELSE
              MOVE SQLCODE TO ED-SQLCODE
              DISPLAY 'OPEN ITEMS OF ' CT-C-NO(CT-IDX)
                      ' NOT READABLE : ' ED-SQLCODE
           END-IF
           WRITE ENR-DUNLET FROM L-VIDE
           MOVE WS-LET-TOTAL TO L-TOT-AMT
           WRITE ENR-DUNLET FROM L-DUN-TOTAL
           WRITE ENR-DUNLET FROM L-VIDE
           WRITE ENR-DUNLET FROM L-TIRET
           .

       FETCH-CDUNI.
           EXEC SQL
              FETCH CDUNI
              INTO :WS-OI-INV-NO, :WS-OI-DUE-DATE, :WS-OI-OPEN,
                   :WS-OI-AGE
           END-EXEC
           .

      ** READ-CUSTOMER-NAME - the letterhead needs more than a code **
       READ-CUSTOMER-NAME.
           MOVE CT-C-NO(CT-IDX) TO CUS-C-NO
           EXEC SQL
              SELECT COMPANY, LANG
              INTO :CUS-COMPANY, :CUS-LANG
              FROM APIX.CUSTOMERS
              WHERE C_NO = :CUS-C-NO
           END-EXEC
                      ' NOT ON MASTER : ' ED-SQLCODE
              MOVE 18 TO CUS-COMPANY-LEN
              MOVE 'CUSTOMER NOT FOUND' TO CUS-COMPANY-TEXT
              MOVE SPACES TO CUS-LANG
           END-IF
           .

      ** WRITE-LETTER-LINE - body line WS-BODY-LNO + 1 of the block  **
      ** WS-BODY-PFX, in the customer's language ; a line left blank **
      ** for that language is not printed                            **
       WRITE-LETTER-LINE.
           ADD 1 TO WS-BODY-LNO
           MOVE SPACES TO WS-MSG-ID
           STRING WS-BODY-PFX DELIMITED BY SPACE
                  '-'         DELIMITED BY SIZE
                  WS-BODY-LNO DELIMITED BY SIZE
             INTO WS-MSG-ID
           END-STRING
           PERFORM GET-DOC-TEXT
           IF WS-MSG-TEXT NOT = SPACES
              MOVE WS-MSG-TEXT TO L-TEXT-DATA
              WRITE ENR-DUNLET FROM L-DUN-TEXT
           END-IF
           .

      ** GET-DOC-TEXT - WS-MSG-ID in the customer's language, the    **
      ** wording already in WS-MSG-TEXT when MSGTXTK has none        **
       GET-DOC-TEXT.
           MOVE CUS-LANG TO WS-MSG-LANG
           CALL 'MSGPROG' USING WS-MSG-LANG WS-MSG-ID WS-MSG-TEXT
           .

      ** REWRITE-DUN-REGISTER - the register always reflects the     **
      ** level the customer CURRENTLY stands at : an account that    **
      ** paid down drops back, so a relapse is dunned afresh. The    **
      ** last broken promise acted on is carried along even at       **
      ** level zero, or it would escalate the customer again         **
       REWRITE-DUN-REGISTER.
           OPEN OUTPUT FDUNREG
           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-CNT
              PERFORM FIND-LAST-LEVEL
              IF CT-ESC-DATE(CT-IDX) NOT = SPACES
                 MOVE CT-ESC-DATE(CT-IDX) TO WS-LAST-PTP-ESC
              END-IF
              IF CT-LEVEL(CT-IDX) > 0 OR WS-LAST-PTP-ESC NOT = SPACES
                 MOVE SPACES TO ENR-DUNREG
                 MOVE CT-C-NO(CT-IDX)  TO DUN-C-NO
                 MOVE CT-LEVEL(CT-IDX) TO DUN-LEVEL
                 MOVE WS-RUN-DATE-ISO  TO DUN-DATE
                 MOVE WS-LAST-PTP-ESC  TO DUN-PTP-ESC
                 WRITE ENR-DUNREG
              END-IF
           END-PERFORM
           PERFORM VARYING DR-IDX FROM 1 BY 1 UNTIL DR-IDX > DR-CNT
              IF DR-PTP-ESC(DR-IDX) NOT = SPACES
                 MOVE 0 TO WS-CUST-HIT
                 PERFORM VARYING CT-JDX FROM 1 BY 1
                         UNTIL CT-JDX > CT-CNT
                    IF DR-C-NO(DR-IDX) = CT-C-NO(CT-JDX)
                       MOVE CT-JDX TO WS-CUST-HIT
                    END-IF
                 END-PERFORM
                 IF WS-CUST-HIT = 0
                    MOVE SPACES TO ENR-DUNREG
                    MOVE DR-C-NO(DR-IDX)    TO DUN-C-NO
                    MOVE 0                  TO DUN-LEVEL
                    MOVE WS-RUN-DATE-ISO    TO DUN-DATE
                    MOVE DR-PTP-ESC(DR-IDX) TO DUN-PTP-ESC
                    WRITE ENR-DUNREG
                 END-IF
              END-IF
           END-PERFORM
           CLOSE FDUNREG
           .
