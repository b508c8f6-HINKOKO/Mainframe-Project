      *      FICSETTLE LEDGER, IN DATE ORDER WITH A RUNNING BALANCE    *
      *    - CLOSE EACH STATEMENT WITH AN AGED BALANCE LINE            *
      *      (CURRENT / 30 / 60 / 90+) SO THE COLLECTIONS DESK STOPS   *
      *      ASSEMBLING THE POSITION FROM THREE FILES BY HAND ; THE    *
      *      AGED LINE IS TAKEN FROM THE DB2 OPEN ITEMS                *
      *      (API10.AR_OPEN_ITEMS) THE POSTING PROGRAMS KEEP THROUGH   *
      *      ARPOST, WHICH ALSO GIVE EACH PAYMENT ITS CUSTOMER         *
      *    - WORD EACH STATEMENT IN THE CUSTOMER'S LANGUAGE : THE      *
      *      TEXTS COME FROM MSGTXTK THROUGH MSGPROG, THE STATEMENT    *
      *      DATE IS SPELT OUT BY DATELNG                              *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      STMTDATE=YYYY-MM-DD  STATEMENT CUTOFF (DEFAULT TODAY)     *
          05 WS-KEY-B-CNO  PIC X(3).
          05 WS-KEY-B-DATE PIC X(10).

      *** FACTURE ET LIGNE AGEE LUES DANS LES POSTES OUVERTS DB2 ***
       77 WS-OI-INV-NO    PIC S9(9) COMP VALUE 0.
       77 WS-OI-C-NO      PIC X(3)  VALUE SPACES.
       77 WS-OI-CUT-DATE  PIC X(10) VALUE SPACES.
       01 WS-OI-BUCKETS.
          05 WS-OI-BUCKET PIC S9(9)V9(2) COMP-3 OCCURS 4 TIMES.

      *** CALCUL D'AGE ***
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.

      *** RUPTURE CLIENT ***
       77 WS-CUR-C-NO     PIC X(3) VALUE SPACES.
       77 WS-RUN-BAL      PIC S9(8)V9(2) VALUE 0.
       77 CNT-STATEMENTS  PIC 9(4) VALUE 0.

      *** LIBELLES DANS LA LANGUE DU CLIENT (MSGPROG) ***
       77 WS-MSG-LANG     PIC X(2).
       77 WS-MSG-ID       PIC X(12).
       77 WS-MSG-TEXT     PIC X(74).
       77 WS-STMT-DATE-TXT PIC X(30).
       77 STM-TXT-INVOICE PIC X(12).
       77 STM-TXT-CREDIT  PIC X(12).
       77 STM-TXT-CANCEL  PIC X(12).
       77 STM-TXT-PAYMENT PIC X(12).
       01 STM-COLS-DEFAULT.
          05 FILLER  PIC X(12) VALUE 'DATE'.
          05 FILLER  PIC X(12) VALUE 'REFERENCE'.
          05 FILLER  PIC X(14) VALUE 'TYPE'.
          05 FILLER  PIC X(14) VALUE 'AMOUNT'.
          05 FILLER  PIC X(22) VALUE 'BALANCE'.
       01 STM-AGED-DEFAULT.
          05 FILLER  PIC X(14) VALUE 'AGED BALANCE :'.
          05 FILLER  PIC X(13) VALUE '     CURRENT'.
          05 FILLER  PIC X(13) VALUE '  31-60 DAYS'.
          05 FILLER  PIC X(13) VALUE '  61-90 DAYS'.
          05 FILLER  PIC X(13) VALUE 'OVER 90 DAYS'.
          05 FILLER  PIC X(8)  VALUE ALL ' '.

      *** LIGNES EDITION, DANS LE STYLE FACTURES.DATA ***
       01 L-TIRET.
          05 FILLER  PIC X(80) VALUE ALL '-'.
       01 L-STMT-BANNER.
          05 FILLER  PIC X(3)  VALUE     '|  '.
          05 FILLER  PIC X(23) VALUE ALL ' '.
          05 L-STMT-BANNER-TXT PIC X(28).
          05 FILLER  PIC X(23) VALUE ALL ' '.
          05 FILLER  PIC X(3)  VALUE     '  |'.
       01 L-STMT-REF.
          05 FILLER        PIC X(3)  VALUE '  |'.
       01 L-STMT-TITLE.
          05 FILLER  PIC X(3)  VALUE '|  '.
          05 L-STMT-COLS PIC X(74).
          05 FILLER  PIC X(3)  VALUE '  |'.
       01 L-STMT-LINE.
          05 FILLER        PIC X(3)  VALUE '|  '.
          05 FILLER        PIC X(3)  VALUE '  |'.
       01 L-STMT-AGED-TITLE.
          05 FILLER  PIC X(3)  VALUE '|  '.
          05 L-STMT-AGED-TXT PIC X(74).
          05 FILLER  PIC X(3)  VALUE '  |'.
       01 L-STMT-AGED.
          05 FILLER        PIC X(3)  VALUE '|  '.
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              MOVE PARM-VALUE(1)(1:10) TO AC-STMT-DATE
              MOVE AC-STMT-DATE        TO WS-OI-CUT-DATE
           END-IF
           .

      ** LOAD-REGISTER-ACTIVITY - every register record is one      **
      ** statement line                                             **
       LOAD-REGISTER-ACTIVITY.
           OPEN INPUT FINVREG
           IF FS-INVREG NOT = 0
           ELSE
              DISPLAY 'ACTIVITY TABLE FULL, RAISE OCCURS'
           END-IF
           .

      ** LOAD-SETTLEMENT-ACTIVITY - payments come back to their     **
      ** customer through the invoice's open-items row, as negative **
      ** lines                                                      **
       LOAD-SETTLEMENT-ACTIVITY.
           OPEN INPUT FSETTLE
           IF FS-SETTLE NOT = 0
       ADD-SETTLEMENT-ACTIVITY.
      ** A 'B' RECORD IS CASH BANKED TO DEPOSIT - IT NAMES NO     **
      ** INVOICE AND RELIEVES NOTHING, SO IT IS NOT AR ACTIVITY   **
      ** ; AN 'F' RECORD SUMS ITEMS ARCHIVED WITH THEIR INVOICES  **
      ** AT A YEAR END, WHICH NETTED TO ZERO                      **
           IF SET-TYPE = 'B' OR SET-TYPE = 'F'
              EXIT PARAGRAPH
           END-IF
           MOVE SET-INV-NO TO WS-OI-INV-NO
           EXEC SQL
              SELECT C_NO
              INTO :WS-OI-C-NO
              FROM API10.AR_INVOICE
              WHERE INV_NO = :WS-OI-INV-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE SQLCODE TO ED-SQLCODE
              DISPLAY 'SETTLED INVOICE ' SET-INV-NO
                      ' NOT ON THE REGISTER : ' ED-SQLCODE
           ELSE
              IF ACT-CNT < 9000
                 ADD 1 TO ACT-CNT
                 MOVE WS-OI-C-NO      TO ACT-C-NO(ACT-CNT)
                 MOVE SET-PAY-DATE    TO ACT-DATE(ACT-CNT)
                 MOVE 'P'             TO ACT-TYPE(ACT-CNT)
                 MOVE SET-INV-NO      TO ACT-REF(ACT-CNT)
           MOVE ZERO TO WS-RUN-BAL
           ADD 1 TO CNT-STATEMENTS
           PERFORM READ-CUSTOMER-NAME
           PERFORM LOAD-STMT-TEXTS

           WRITE ENR-STMT FROM L-TIRET
           WRITE ENR-STMT FROM L-VIDE
           WRITE ENR-STMT FROM L-STMT-BANNER
           WRITE ENR-STMT FROM L-VIDE
           MOVE 'CUSTOMER NO   :' TO WS-MSG-TEXT
           MOVE 'STM-CUSTNO'      TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT       TO L-REF-TITLE
           MOVE WS-CUR-C-NO       TO L-REF-DATA
           WRITE ENR-STMT FROM L-STMT-REF
           MOVE 'COMPANY       :' TO WS-MSG-TEXT
           MOVE 'STM-COMPANY'     TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT       TO L-REF-TITLE
           MOVE CUS-COMPANY-TEXT(1:CUS-COMPANY-LEN) TO L-REF-DATA
           WRITE ENR-STMT FROM L-STMT-REF
           MOVE 'STATEMENT DATE:' TO WS-MSG-TEXT
           MOVE 'STM-DATE'        TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT       TO L-REF-TITLE
           CALL 'DATELNG' USING CUS-LANG AC-STMT-DATE WS-STMT-DATE-TXT
           MOVE WS-STMT-DATE-TXT  TO L-REF-DATA
           WRITE ENR-STMT FROM L-STMT-REF
           WRITE ENR-STMT FROM L-VIDE
           WRITE ENR-STMT FROM L-STMT-TITLE
           MOVE ACT-REF(ACT-IDX)  TO L-LINE-REF
           EVALUATE TRUE
              WHEN ACT-IS-INVOICE(ACT-IDX)
                 MOVE STM-TXT-INVOICE TO L-LINE-TYPE
              WHEN ACT-IS-CREDIT(ACT-IDX)
                 MOVE STM-TXT-CREDIT  TO L-LINE-TYPE
              WHEN ACT-IS-REVERSAL(ACT-IDX)
                 MOVE STM-TXT-CANCEL  TO L-LINE-TYPE
              WHEN OTHER
                 MOVE STM-TXT-PAYMENT TO L-LINE-TYPE
           END-EVALUATE
           MOVE ACT-AMOUNT(ACT-IDX) TO L-LINE-AMT
           MOVE WS-RUN-BAL          TO L-LINE-BAL
           WRITE ENR-STMT FROM L-STMT-LINE
           .

      ** WRITE-STMT-FOOT - the aged balance of what is still open : **
      ** the customer's open items aged by DB2 from their due date  **
      ** against the statement cutoff                               **
       WRITE-STMT-FOOT.
           MOVE WS-CUR-C-NO TO WS-OI-C-NO
           EXEC SQL
              SELECT
                 COALESCE(SUM(CASE WHEN
                    DAYS(DATE(:WS-OI-CUT-DATE)) - DAYS(DATE(DUE_DATE))
                    <= 30 THEN OPEN_AMT ELSE 0 END), 0),
                 COALESCE(SUM(CASE WHEN
                    DAYS(DATE(:WS-OI-CUT-DATE)) - DAYS(DATE(DUE_DATE))
                    BETWEEN 31 AND 60 THEN OPEN_AMT ELSE 0 END), 0),
                 COALESCE(SUM(CASE WHEN
                    DAYS(DATE(:WS-OI-CUT-DATE)) - DAYS(DATE(DUE_DATE))
                    BETWEEN 61 AND 90 THEN OPEN_AMT ELSE 0 END), 0),
                 COALESCE(SUM(CASE WHEN
                    DAYS(DATE(:WS-OI-CUT-DATE)) - DAYS(DATE(DUE_DATE))
                    > 90 THEN OPEN_AMT ELSE 0 END), 0)
              INTO :WS-OI-BUCKET(1), :WS-OI-BUCKET(2),
                   :WS-OI-BUCKET(3), :WS-OI-BUCKET(4)
              FROM API10.AR_OPEN_ITEMS
              WHERE C_NO = :WS-OI-C-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE SQLCODE TO ED-SQLCODE
              DISPLAY 'OPEN ITEMS OF ' WS-CUR-C-NO
                      ' NOT READABLE : ' ED-SQLCODE
              INITIALIZE WS-OI-BUCKETS
           END-IF
           WRITE ENR-STMT FROM L-VIDE
           WRITE ENR-STMT FROM L-STMT-AGED-TITLE
           MOVE WS-OI-BUCKET(1) TO L-AGE-B1
           MOVE WS-OI-BUCKET(2) TO L-AGE-B2
           MOVE WS-OI-BUCKET(3) TO L-AGE-B3
           MOVE WS-OI-BUCKET(4) TO L-AGE-B4
           WRITE ENR-STMT FROM L-STMT-AGED
           WRITE ENR-STMT FROM L-VIDE
           WRITE ENR-STMT FROM L-TIRET
           .

      ** READ-CUSTOMER-NAME - the letterhead needs more than a code **
       READ-CUSTOMER-NAME.
           MOVE WS-CUR-C-NO TO CUS-C-NO
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

      ** LOAD-STMT-TEXTS - the wording that repeats down the        **
      ** statement, fetched once per customer in their language     **
       LOAD-STMT-TEXTS.
           MOVE '*** STATEMENT OF ACCOUNT ***' TO WS-MSG-TEXT
           MOVE 'STM-BANNER'       TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT        TO L-STMT-BANNER-TXT
           MOVE STM-COLS-DEFAULT   TO WS-MSG-TEXT
           MOVE 'STM-COLS'         TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT        TO L-STMT-COLS
           MOVE 'INVOICE'          TO WS-MSG-TEXT
           MOVE 'STM-INVOICE'      TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT        TO STM-TXT-INVOICE
           MOVE 'CREDIT MEMO'      TO WS-MSG-TEXT
           MOVE 'STM-CREDIT'       TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT        TO STM-TXT-CREDIT
           MOVE 'CANCELLED'        TO WS-MSG-TEXT
           MOVE 'STM-CANCEL'       TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT        TO STM-TXT-CANCEL
           MOVE 'PAYMENT'          TO WS-MSG-TEXT
           MOVE 'STM-PAYMENT'      TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT        TO STM-TXT-PAYMENT
           MOVE STM-AGED-DEFAULT   TO WS-MSG-TEXT
           MOVE 'STM-AGED'         TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT        TO L-STMT-AGED-TXT
           .

      ** GET-DOC-TEXT - WS-MSG-ID in the customer's language, the    **
      ** wording already in WS-MSG-TEXT when MSGTXTK has none        **
       GET-DOC-TEXT.
           MOVE CUS-LANG TO WS-MSG-LANG
           CALL 'MSGPROG' USING WS-MSG-LANG WS-MSG-ID WS-MSG-TEXT
           .
