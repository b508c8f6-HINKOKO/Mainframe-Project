       IDENTIFICATION DIVISION.
       PROGRAM-ID.     POACKP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - TAKE IN THE SUPPLIERS' ACKNOWLEDGMENTS OF THE PURCHASE    *
      *      ORDERS POWRTP SENT, ONE ; DELIMITED LINE EACH :           *
      *         PONO;PNO;A             LINE ACCEPTED AS ORDERED        *
      *         PONO;PNO;Q;QTY[;DATE]  QUANTITY CHANGED                *
      *         PONO;PNO;D;[QTY];DATE  DATE CHANGED                    *
      *         PONO;PNO;R             LINE REJECTED                   *
      *      (PNO LEFT EMPTY : EVERY OPEN LINE OF THE PO, EXCEPT FOR   *
      *      A QUANTITY CHANGE, WHICH NAMES ITS LINE)                  *
      *    - PUT THE CONFIRMED QUANTITY AND DATE ON THE PO REGISTER    *
      *      (FICPOREG, READ WHOLE AND REWRITTEN) AND FLAG THE LINE    *
      *      AGAINST WHAT WE ORDERED : A = AS ORDERED, Q = QUANTITY,   *
      *      D = DATE, B = BOTH DIFFER, R = REJECTED                   *
      *    - PRINT EVERY DIFFERENCE ACKNOWLEDGED THIS RUN, THEN THE    *
      *      CHASE LIST : THE POS WITH A LINE STILL UNACKNOWLEDGED     *
      *      DAYS AFTER IT WENT OUT AND NOTHING RECEIVED ON IT         *
      *      (FICPOACKRPT)                                             *
      *    - LOG EVERY ACKNOWLEDGMENT AND EVERY REJECT IN LOADLOG      *
      *      FORMAT (FICPOACKLOG)                                      *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      DAYS=NNN            CHASE AFTER NNN DAYS (DEFAULT 7)      *
      *      RUNDATE=YYYY-MM-DD  THE ACKNOWLEDGMENT DAY (DEFAULT TODAY)*
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPOACK  ASSIGN TO FICPOACK
               FILE STATUS IS FS-POACK.
           SELECT FPOREG  ASSIGN TO FICPOREG
               FILE STATUS IS FS-POREG.
           SELECT FRCVREG ASSIGN TO FICRCVREG
               FILE STATUS IS FS-RCVREG.
           SELECT FPOACKRPT ASSIGN TO FICPOACKRPT.
           SELECT FPOACKLOG ASSIGN TO FICPOACKLOG.

       DATA DIVISION.
       FILE SECTION.
      ** FPOACK - ONE ; DELIMITED ACKNOWLEDGMENT PER LINE **
       FD FPOACK.
       01 ENR-POACK.
          05 ENR-ACK-CSV   PIC X(80).

      ** FPOREG - THE PO REGISTER, READ WHOLE AND REWRITTEN **
       FD FPOREG.
       01 ENR-POREG.
          05 PR-PO-NO      PIC 9(8).
          05 PR-SNO        PIC X(2).
          05 PR-PNO        PIC X(2).
          05 PR-QTY        PIC 9(4).
          05 PR-EXPECTED   PIC X(10).
          05 PR-ORD-REF    PIC X(7).
      ** 'X' ONCE POCHGP HAS CANCELLED THE LINE **
          05 PR-STATUS     PIC X(1).
          05 PR-UOM        PIC X(2).
      ** THE DAY THE PO WENT OUT (SPACES ON LINES OLDER THAN THE  **
      ** ACKNOWLEDGMENTS)                                         **
          05 PR-ORDER-DATE PIC X(10).
          05 PR-ACK-STATUS PIC X(1).
          05 PR-CONF-QTY   PIC 9(4).
          05 PR-CONF-DATE  PIC X(10).
          05 PR-ACK-DATE   PIC X(10).
          05 FILLER        PIC X(9).

      ** FRCVREG - THE RECEIPTS REGISTER RECVLDP APPENDS **
       FD FRCVREG.
       01 ENR-RCVREG.
          05 RR-PO-NO      PIC 9(8).
          05 RR-SNO        PIC X(2).
          05 RR-PNO        PIC X(2).
          05 RR-QTY        PIC 9(4).
          05 RR-DATE       PIC X(10).
          05 RR-COST       PIC 9(5)V9(2).
          05 RR-REJQTY     PIC 9(4).
      ** SPACE = A DELIVERY ; V = GOODS SENT BACK TO THE SUPPLIER  **
      ** (RTVPOSTP), RR-QTY THEN BEING THE QUANTITY RETURNED       **
          05 RR-KIND       PIC X(1).
             88 RR-RETURN        VALUE 'V'.
          05 FILLER        PIC X(42).

       FD FPOACKRPT.
       01 ENR-POACKRPT    PIC X(100).

       FD FPOACKLOG.
       01 ENR-POACKLOG    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PARMBLK.

       01 PAK-HEAD        PIC X(30) VALUE
             "POACKP PO ACKNOWLEDGMENT LOG".
       01 PAK-FOOT-HEAD   PIC X(28) VALUE "REJECT SUMMARY BY REASON :".
       COPY LOADLOG.

       77 WS-POACK-EOF    PIC 9  VALUE 0.
            88 FF-POACK         VALUE 1.
       77 WS-POREG-EOF    PIC 9  VALUE 0.
            88 FF-POREG         VALUE 1.
       77 WS-RCVREG-EOF   PIC 9  VALUE 0.
            88 FF-RCVREG        VALUE 1.
       77 FS-POACK        PIC 99 VALUE 0.
       77 FS-POREG        PIC 99 VALUE 0.
       77 FS-RCVREG       PIC 99 VALUE 0.
       77 CSV-LINE        PIC 9(7) VALUE 0.

      *** PARAMETRES ***
       77 AC-DAYS         PIC 9(3) VALUE 7.
       77 AC-RUN-DATE     PIC X(10) VALUE SPACES.
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.

      *** CHAMPS PARSES ***
       01 PAK-F-PO        PIC X(10).
       01 PAK-F-PNO       PIC X(10).
       01 PAK-ACTION      PIC X(1).
          88 PAK-IS-ACCEPT      VALUE 'A'.
          88 PAK-IS-QTY         VALUE 'Q'.
          88 PAK-IS-DATE        VALUE 'D'.
          88 PAK-IS-REJECT      VALUE 'R'.
       01 PAK-F-QTY       PIC X(10).
       01 PAK-F-DATE      PIC X(10).
       77 WS-PAK-PO       PIC 9(8) VALUE 0.
       77 WS-PAK-QTY      PIC 9(4) VALUE 0.
       77 WS-LINE-FLAG    PIC 9 VALUE 0.
            88 LINE-OK          VALUE 0.
            88 LINE-KO          VALUE 1.

      *** LE REGISTRE EN TABLE ***
       01 POREG-TAB.
          05 PGT-ENTRY OCCURS 999 TIMES.
             10 PGT-REC.
                15 PGT-PO-NO      PIC 9(8).
                15 FILLER         PIC X(25).
                15 PGT-STATUS     PIC X(1).
                15 FILLER         PIC X(12).
                15 PGT-ACK-STATUS PIC X(1).
                15 FILLER         PIC X(33).
             10 PGT-RECEIVED  PIC X(1).
             10 PGT-ACKED-NOW PIC X(1).
       77 PGT-CNT         PIC 9(3) VALUE 0.
       77 PGT-IDX         PIC 9(3) VALUE 0.
       77 PGT-JDX         PIC 9(3) VALUE 0.
       77 WS-ANY-HIT      PIC 9 VALUE 0.
            88 PO-FOUND        VALUE 1.

      *** DETAIL AVANT/APRES POUR LE JOURNAL ***
      *** (LA QUANTITE COMMANDEE -> CONFIRMEE, PUIS LA DATE CONFIRMEE) ***
       01 AUD-ACK-DETAIL.
          05 AUD-QTY      PIC ZZZ9.
          05 FILLER       PIC X(4) VALUE ' -> '.
          05 AUD-CONF-QTY PIC ZZZ9.
          05 FILLER       PIC X(2) VALUE SPACES.
          05 AUD-CONF-DATE PIC X(10).
          05 FILLER       PIC X(6) VALUE SPACES.

      *** RELANCES ***
       01 WS-DATE-YYYYMMDD PIC 9(8) VALUE 0.
       01 WS-DATE-YYYYMMDD-X REDEFINES WS-DATE-YYYYMMDD.
          05 WS-DATE-YYYY PIC X(4).
          05 WS-DATE-MM   PIC X(2).
          05 WS-DATE-DD   PIC X(2).
       77 WS-RUN-INT      PIC 9(7) VALUE 0.
       77 WS-AGE          PIC S9(5) VALUE 0.
       77 WS-CHASE-PO     PIC 9(8) VALUE 0.
       77 WS-CHASE-FLAG   PIC 9 VALUE 0.
            88 CHASE-PO         VALUE 1.
       77 WS-OPEN-LINES   PIC 9(3) VALUE 0.

      *** COMPTEURS ***
       77 CNT-ACCEPTED    PIC 9(4) VALUE 0.
       77 CNT-QTY-CHG     PIC 9(4) VALUE 0.
       77 CNT-DATE-CHG    PIC 9(4) VALUE 0.
       77 CNT-REJECTED    PIC 9(4) VALUE 0.
       77 CNT-ACKED       PIC 9(4) VALUE 0.
       77 CNT-DIFFERENT   PIC 9(4) VALUE 0.
       77 CNT-NOTFOUND    PIC 9(4) VALUE 0.
       77 CNT-BAD-FORMAT  PIC 9(4) VALUE 0.
       77 CNT-BAD-ACTION  PIC 9(4) VALUE 0.
       77 CNT-TOTAL-REJECTS PIC 9(4) VALUE 0.
       77 CNT-CHASED      PIC 9(4) VALUE 0.

      *** ETAT ***
       01 L-DIF-HEAD.
          05 FILLER        PIC X(45) VALUE
                'PO ACKNOWLEDGMENTS DIFFERING FROM THE ORDER -'.
          05 FILLER        PIC X(1)  VALUE ' '.
          05 L-HEAD-DATE   PIC X(10).
          05 FILLER        PIC X(44) VALUE ALL ' '.
       01 L-DIF-TITLE.
          05 FILLER        PIC X(10) VALUE 'PO NUMBER'.
          05 FILLER        PIC X(5)  VALUE 'SUP'.
          05 FILLER        PIC X(5)  VALUE 'PNO'.
          05 FILLER        PIC X(9)  VALUE 'ORDERED'.
          05 FILLER        PIC X(13) VALUE 'ASKED FOR'.
          05 FILLER        PIC X(10) VALUE 'CONFIRMED'.
          05 FILLER        PIC X(13) VALUE 'CONF DATE'.
          05 FILLER        PIC X(35) VALUE 'DIFFERENCE'.
       01 L-DIF-LINE.
          05 L-DIF-PO      PIC Z(7)9.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-DIF-SNO     PIC X(2).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-DIF-PNO     PIC X(2).
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 L-DIF-QTY     PIC ZZZ9.
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 L-DIF-EXP     PIC X(10).
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 L-DIF-CONF-QTY PIC ZZZ9.
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 L-DIF-CONF-DATE PIC X(10).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-DIF-NOTE    PIC X(20).
          05 FILLER        PIC X(16) VALUE ALL ' '.
       01 L-CHS-HEAD.
          05 FILLER        PIC X(37) VALUE
                'CHASE LIST - POS UNACKNOWLEDGED AFTER'.
          05 FILLER        PIC X(1)  VALUE ' '.
          05 L-CHS-DAYS    PIC ZZ9.
          05 FILLER        PIC X(5)  VALUE ' DAYS'.
          05 FILLER        PIC X(54) VALUE ALL ' '.
       01 L-CHS-TITLE.
          05 FILLER        PIC X(10) VALUE 'PO NUMBER'.
          05 FILLER        PIC X(5)  VALUE 'SUP'.
          05 FILLER        PIC X(13) VALUE 'SENT'.
          05 FILLER        PIC X(7)  VALUE 'DAYS'.
          05 FILLER        PIC X(13) VALUE 'ASKED FOR'.
          05 FILLER        PIC X(52) VALUE 'LINES UNACKNOWLEDGED'.
       01 L-CHS-LINE.
          05 L-CHS-PO      PIC Z(7)9.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-CHS-SNO     PIC X(2).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-CHS-SENT    PIC X(10).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-CHS-AGE     PIC ZZZZ9.
          05 L-CHS-AGE-X REDEFINES L-CHS-AGE PIC X(5).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-CHS-EXP     PIC X(10).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-CHS-LINES   PIC ZZ9.
          05 FILLER        PIC X(50) VALUE ALL ' '.
       01 L-ACK-FOOT.
          05 FILLER        PIC X(22) VALUE 'LINES ACKNOWLEDGED  :'.
          05 L-FOOT-ACKED  PIC ZZZ9.
          05 FILLER        PIC X(22) VALUE '   DIFFERING       :'.
          05 L-FOOT-DIFF   PIC ZZZ9.
          05 FILLER        PIC X(22) VALUE '   POS TO CHASE    :'.
          05 L-FOOT-CHASED PIC ZZZ9.
          05 FILLER        PIC X(22) VALUE ALL ' '.

       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** POACKP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM GET-RUN-DATE

           PERFORM LOAD-PO-REGISTER
           IF PGT-CNT = 0
              DISPLAY 'NO PO REGISTER, NOTHING TO ACKNOWLEDGE'
              GOBACK
           END-IF
           PERFORM MARK-RECEIVED-LINES

           OPEN OUTPUT FPOACKLOG
           MOVE "CSV LINE N. " TO LOGREC-LABEL
           WRITE ENR-POACKLOG FROM PAK-HEAD
           OPEN INPUT FPOACK
           IF FS-POACK NOT = 0
              DISPLAY 'NO ACKNOWLEDGMENT FILE, CHASE LIST ONLY'
           ELSE
              PERFORM LECT-POACK
              PERFORM UNTIL FF-POACK
                 PERFORM TRAIT-ONE-ACK
                 PERFORM LECT-POACK
              END-PERFORM
              CLOSE FPOACK
           END-IF

           PERFORM REWRITE-PO-REGISTER

           OPEN OUTPUT FPOACKRPT
           PERFORM PRINT-DIFFERENCES
           PERFORM PRINT-CHASE-LIST
           COMPUTE CNT-ACKED = CNT-ACCEPTED + CNT-QTY-CHG
                             + CNT-DATE-CHG + CNT-REJECTED
           MOVE CNT-ACKED     TO L-FOOT-ACKED
           MOVE CNT-DIFFERENT TO L-FOOT-DIFF
           MOVE CNT-CHASED    TO L-FOOT-CHASED
           WRITE ENR-POACKRPT FROM L-ACK-FOOT
           CLOSE FPOACKRPT

           PERFORM WRITE-PAK-FOOTER
           CLOSE FPOACKLOG
           DISPLAY 'LINES ACCEPTED    : ' CNT-ACCEPTED
           DISPLAY 'QTY CHANGES       : ' CNT-QTY-CHG
           DISPLAY 'DATE CHANGES      : ' CNT-DATE-CHG
           DISPLAY 'LINES REJECTED    : ' CNT-REJECTED
           DISPLAY 'DIFFERING LINES   : ' CNT-DIFFERENT
           DISPLAY 'POS TO CHASE      : ' CNT-CHASED
           DISPLAY 'REJECTED          : ' CNT-TOTAL-REJECTS
           GOBACK.

      *** PARAGRAPHS ***
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 2 TO PARM-COUNT
           MOVE 'DAYS'     TO PARM-KEYWORD(1)
           MOVE 'N'        TO PARM-TYPE(1)
           MOVE 'N'        TO PARM-REQUIRED(1)
           MOVE '7'        TO PARM-DEFAULT(1)
           MOVE 'RUNDATE'  TO PARM-KEYWORD(2)
           MOVE 'D'        TO PARM-TYPE(2)
           MOVE 'N'        TO PARM-REQUIRED(2)
           MOVE SPACES     TO PARM-DEFAULT(2)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              COMPUTE AC-DAYS = FUNCTION NUMVAL(PARM-VALUE(1))
              MOVE PARM-VALUE(2)(1:10) TO AC-RUN-DATE
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

       LECT-POACK.
           ADD 1 TO CSV-LINE
           READ FPOACK AT END
              SET FF-POACK TO TRUE
              DISPLAY 'FIN FICHIER ACCUSES PO'
           END-READ.

       LOAD-PO-REGISTER.
           OPEN INPUT FPOREG
           IF FS-POREG NOT = 0
              DISPLAY 'NO PO REGISTER'
           ELSE
              PERFORM UNTIL FF-POREG
                 READ FPOREG
                    AT END
                       SET FF-POREG TO TRUE
                    NOT AT END
                       IF PGT-CNT < 999
                          ADD 1 TO PGT-CNT
                          MOVE ENR-POREG TO PGT-REC(PGT-CNT)
                          MOVE 'N' TO PGT-RECEIVED(PGT-CNT)
                          MOVE 'N' TO PGT-ACKED-NOW(PGT-CNT)
                       ELSE
                          DISPLAY 'REGISTER TABLE FULL - RUN'
                                  ' REFUSED, RAISE OCCURS'
                          MOVE 8 TO RETURN-CODE
                          GOBACK
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FPOREG
           END-IF
           .

      ** MARK-RECEIVED-LINES - a line goods arrived on needs no     **
      ** chasing, acknowledged or not                               **
       MARK-RECEIVED-LINES.
           OPEN INPUT FRCVREG
           IF FS-RCVREG NOT = 0
              DISPLAY 'NO RECEIPTS REGISTER, NOTHING ARRIVED'
           ELSE
              PERFORM UNTIL FF-RCVREG
                 READ FRCVREG
                    AT END
                       SET FF-RCVREG TO TRUE
                    NOT AT END
                       IF NOT RR-RETURN
                          PERFORM MARK-ONE-RECEIPT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FRCVREG
           END-IF
           .

       MARK-ONE-RECEIPT.
           PERFORM VARYING PGT-IDX FROM 1 BY 1
                   UNTIL PGT-IDX > PGT-CNT
              MOVE PGT-REC(PGT-IDX) TO ENR-POREG
              IF RR-PO-NO = PR-PO-NO AND RR-PNO = PR-PNO
                 MOVE 'Y' TO PGT-RECEIVED(PGT-IDX)
              END-IF
           END-PERFORM
           .

       TRAIT-ONE-ACK.
           MOVE SPACES TO PAK-F-PO PAK-F-PNO PAK-ACTION
                          PAK-F-QTY PAK-F-DATE
           UNSTRING ENR-ACK-CSV DELIMITED BY ';'
              INTO PAK-F-PO PAK-F-PNO PAK-ACTION PAK-F-QTY PAK-F-DATE
           END-UNSTRING
           SET LINE-OK TO TRUE
           PERFORM CHECK-ACK-LINE
           IF LINE-KO
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ANY-HIT
           PERFORM VARYING PGT-IDX FROM 1 BY 1
                   UNTIL PGT-IDX > PGT-CNT
              MOVE PGT-REC(PGT-IDX) TO ENR-POREG
              IF WS-PAK-PO = PR-PO-NO AND PR-STATUS NOT = 'X' AND
                 (PAK-F-PNO = SPACES OR PAK-F-PNO(1:2) = PR-PNO)
                 SET PO-FOUND TO TRUE
                 PERFORM APPLY-ACK-TO-LINE
                 MOVE ENR-POREG TO PGT-REC(PGT-IDX)
              END-IF
           END-PERFORM
           IF NOT PO-FOUND
              MOVE 'PO/LINE NOT FOUND' TO LOGREC-MSG
              PERFORM WRITE-PAK-LOG
              ADD 1 TO CNT-NOTFOUND
           END-IF
           .

      ** CHECK-ACK-LINE - the PO number, the action, and what that **
      ** action needs : a quantity for Q, a date for D             **
       CHECK-ACK-LINE.
      ** THE PO NUMBER FILLS 8 OF THE 10 PARSE BYTES - ONLY THE **
      ** SIGNIFICANT DIGITS ARE TESTED, THE PADDING IS SPACES    **
           IF PAK-F-PO(1:8) IS NOT NUMERIC OR
              PAK-F-PO(9:2) NOT = SPACES OR
              PAK-F-PNO(3:8) NOT = SPACES
              MOVE 'BAD FORMAT/LENGTH' TO LOGREC-MSG
              PERFORM WRITE-PAK-LOG
              ADD 1 TO CNT-BAD-FORMAT
              SET LINE-KO TO TRUE
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PAK-PO = FUNCTION NUMVAL(PAK-F-PO)
           IF NOT (PAK-IS-ACCEPT OR PAK-IS-QTY OR PAK-IS-DATE OR
                   PAK-IS-REJECT)
              MOVE 'BAD ACTION CODE' TO LOGREC-MSG
              PERFORM WRITE-PAK-LOG
              ADD 1 TO CNT-BAD-ACTION
              SET LINE-KO TO TRUE
              EXIT PARAGRAPH
           END-IF
           IF PAK-IS-QTY AND PAK-F-PNO = SPACES
              SET LINE-KO TO TRUE
           END-IF
           IF PAK-IS-QTY AND PAK-F-QTY = SPACES
              SET LINE-KO TO TRUE
           END-IF
           IF PAK-IS-DATE AND PAK-F-DATE = SPACES
              SET LINE-KO TO TRUE
           END-IF
           IF PAK-F-QTY NOT = SPACES
              IF FUNCTION TEST-NUMVAL(PAK-F-QTY) NOT = 0
                 SET LINE-KO TO TRUE
              ELSE
                 IF FUNCTION NUMVAL(PAK-F-QTY) < 1 OR
                    FUNCTION NUMVAL(PAK-F-QTY) > 9999
                    SET LINE-KO TO TRUE
                 ELSE
                    COMPUTE WS-PAK-QTY = FUNCTION NUMVAL(PAK-F-QTY)
                 END-IF
              END-IF
           END-IF
           IF PAK-F-DATE NOT = SPACES
              IF PAK-F-DATE(1:4) IS NOT NUMERIC OR
                 PAK-F-DATE(5:1) NOT = '-' OR
                 PAK-F-DATE(6:2) IS NOT NUMERIC OR
                 PAK-F-DATE(8:1) NOT = '-' OR
                 PAK-F-DATE(9:2) IS NOT NUMERIC
                 SET LINE-KO TO TRUE
              END-IF
           END-IF
           IF LINE-KO
              MOVE 'BAD FORMAT/LENGTH' TO LOGREC-MSG
              PERFORM WRITE-PAK-LOG
              ADD 1 TO CNT-BAD-FORMAT
           END-IF
           .

      ** APPLY-ACK-TO-LINE - what the supplier confirms, starting   **
      ** from what we asked for (or what it confirmed before), then **
      ** the flag the confirmation earns against the order          **
       APPLY-ACK-TO-LINE.
           MOVE PR-QTY      TO AUD-QTY
           IF PR-ACK-STATUS = SPACE OR PR-ACK-STATUS = 'R' OR
              PR-CONF-QTY IS NOT NUMERIC
              MOVE PR-QTY      TO PR-CONF-QTY
              MOVE PR-EXPECTED TO PR-CONF-DATE
           END-IF
           EVALUATE TRUE
              WHEN PAK-IS-ACCEPT
                 MOVE PR-QTY      TO PR-CONF-QTY
                 MOVE PR-EXPECTED TO PR-CONF-DATE
                 MOVE 'PO LINE ACCEPTED'  TO LOGREC-MSG
                 ADD 1 TO CNT-ACCEPTED
              WHEN PAK-IS-REJECT
                 MOVE ZERO        TO PR-CONF-QTY
                 MOVE SPACES      TO PR-CONF-DATE
                 MOVE 'PO LINE REJECTED'  TO LOGREC-MSG
                 ADD 1 TO CNT-REJECTED
              WHEN OTHER
                 IF PAK-F-QTY NOT = SPACES
                    MOVE WS-PAK-QTY TO PR-CONF-QTY
                 END-IF
                 IF PAK-F-DATE NOT = SPACES
                    MOVE PAK-F-DATE TO PR-CONF-DATE
                 END-IF
                 IF PAK-IS-QTY
                    MOVE 'PO QTY CONFIRMED'  TO LOGREC-MSG
                    ADD 1 TO CNT-QTY-CHG
                 ELSE
                    MOVE 'PO DATE CONFIRMED' TO LOGREC-MSG
                    ADD 1 TO CNT-DATE-CHG
                 END-IF
           END-EVALUATE

           EVALUATE TRUE
              WHEN PAK-IS-REJECT
                 MOVE 'R' TO PR-ACK-STATUS
              WHEN PR-CONF-QTY NOT = PR-QTY AND
                   PR-CONF-DATE NOT = PR-EXPECTED
                 MOVE 'B' TO PR-ACK-STATUS
              WHEN PR-CONF-QTY NOT = PR-QTY
                 MOVE 'Q' TO PR-ACK-STATUS
              WHEN PR-CONF-DATE NOT = PR-EXPECTED
                 MOVE 'D' TO PR-ACK-STATUS
              WHEN OTHER
                 MOVE 'A' TO PR-ACK-STATUS
           END-EVALUATE
           MOVE AC-RUN-DATE TO PR-ACK-DATE
           MOVE 'Y' TO PGT-ACKED-NOW(PGT-IDX)

           MOVE PR-CONF-QTY  TO AUD-CONF-QTY
           MOVE PR-CONF-DATE TO AUD-CONF-DATE
           MOVE PR-PNO TO LOGREC-PNO
           COMPUTE LOGREC-REF = CSV-LINE
           MOVE AUD-ACK-DETAIL TO LOGREC-DETAIL
           WRITE ENR-POACKLOG FROM ST-LOADLOG
           INITIALIZE ST-LOADLOG
           MOVE "CSV LINE N. " TO LOGREC-LABEL
           .

       REWRITE-PO-REGISTER.
           OPEN OUTPUT FPOREG
           PERFORM VARYING PGT-IDX FROM 1 BY 1
                   UNTIL PGT-IDX > PGT-CNT
              MOVE PGT-REC(PGT-IDX) TO ENR-POREG
              WRITE ENR-POREG
           END-PERFORM
           CLOSE FPOREG
           .

      ** PRINT-DIFFERENCES - every line acknowledged this run that  **
      ** no longer stands as we ordered it                          **
       PRINT-DIFFERENCES.
           MOVE AC-RUN-DATE TO L-HEAD-DATE
           WRITE ENR-POACKRPT FROM L-DIF-HEAD
           WRITE ENR-POACKRPT FROM L-DIF-TITLE
           PERFORM VARYING PGT-IDX FROM 1 BY 1
                   UNTIL PGT-IDX > PGT-CNT
              MOVE PGT-REC(PGT-IDX) TO ENR-POREG
              IF PGT-ACKED-NOW(PGT-IDX) = 'Y' AND
                 PR-ACK-STATUS NOT = 'A'
                 PERFORM PRINT-ONE-DIFFERENCE
              END-IF
           END-PERFORM
           .

       PRINT-ONE-DIFFERENCE.
           ADD 1 TO CNT-DIFFERENT
           MOVE PR-PO-NO      TO L-DIF-PO
           MOVE PR-SNO        TO L-DIF-SNO
           MOVE PR-PNO        TO L-DIF-PNO
           MOVE PR-QTY        TO L-DIF-QTY
           MOVE PR-EXPECTED   TO L-DIF-EXP
           MOVE PR-CONF-QTY   TO L-DIF-CONF-QTY
           MOVE PR-CONF-DATE  TO L-DIF-CONF-DATE
           EVALUATE PR-ACK-STATUS
              WHEN 'Q' MOVE 'QUANTITY CHANGED'    TO L-DIF-NOTE
              WHEN 'D' MOVE 'DATE CHANGED'        TO L-DIF-NOTE
              WHEN 'B' MOVE 'QTY AND DATE CHANGED' TO L-DIF-NOTE
              WHEN 'R' MOVE 'LINE REJECTED'       TO L-DIF-NOTE
           END-EVALUATE
           WRITE ENR-POACKRPT FROM L-DIF-LINE
           .

      ** PRINT-CHASE-LIST - one line per PO : its open lines still  **
      ** unacknowledged and not received, once the PO is DAYS old ; **
      ** a line from before the order date was kept is always old   **
      ** enough                                                     **
       PRINT-CHASE-LIST.
           MOVE AC-DAYS TO L-CHS-DAYS
           WRITE ENR-POACKRPT FROM L-CHS-HEAD
           WRITE ENR-POACKRPT FROM L-CHS-TITLE
           PERFORM VARYING PGT-IDX FROM 1 BY 1
                   UNTIL PGT-IDX > PGT-CNT
              MOVE PGT-REC(PGT-IDX) TO ENR-POREG
              IF PGT-IDX = 1 OR PR-PO-NO NOT = WS-CHASE-PO
                 MOVE PR-PO-NO TO WS-CHASE-PO
                 PERFORM CHECK-PO-TO-CHASE
                 IF CHASE-PO
                    PERFORM PRINT-ONE-CHASE
                 END-IF
              END-IF
           END-PERFORM
           .

       CHECK-PO-TO-CHASE.
           MOVE 0 TO WS-CHASE-FLAG
           MOVE 0 TO WS-OPEN-LINES
           MOVE SPACES TO L-CHS-AGE-X
           IF PR-ORDER-DATE(1:4) IS NUMERIC AND
              PR-ORDER-DATE(6:2) IS NUMERIC AND
              PR-ORDER-DATE(9:2) IS NUMERIC
              MOVE PR-ORDER-DATE(1:4) TO WS-DATE-YYYY
              MOVE PR-ORDER-DATE(6:2) TO WS-DATE-MM
              MOVE PR-ORDER-DATE(9:2) TO WS-DATE-DD
              COMPUTE WS-AGE = WS-RUN-INT
                 - FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
              IF WS-AGE < AC-DAYS
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-AGE TO L-CHS-AGE
           ELSE
              MOVE '    ?' TO L-CHS-AGE-X
           END-IF
           PERFORM VARYING PGT-JDX FROM PGT-IDX BY 1
                   UNTIL PGT-JDX > PGT-CNT OR
                         PGT-PO-NO(PGT-JDX) NOT = PR-PO-NO
              IF PGT-STATUS(PGT-JDX) NOT = 'X' AND
                 PGT-ACK-STATUS(PGT-JDX) = SPACE AND
                 PGT-RECEIVED(PGT-JDX) = 'N'
                 ADD 1 TO WS-OPEN-LINES
              END-IF
           END-PERFORM
           IF WS-OPEN-LINES > 0
              SET CHASE-PO TO TRUE
           END-IF
           .

       PRINT-ONE-CHASE.
           ADD 1 TO CNT-CHASED
           MOVE PR-PO-NO      TO L-CHS-PO
           MOVE PR-SNO        TO L-CHS-SNO
           MOVE PR-ORDER-DATE TO L-CHS-SENT
           MOVE PR-EXPECTED   TO L-CHS-EXP
           MOVE WS-OPEN-LINES TO L-CHS-LINES
           WRITE ENR-POACKRPT FROM L-CHS-LINE
           .

       WRITE-PAK-LOG.
           COMPUTE LOGREC-REF = CSV-LINE
           MOVE ENR-ACK-CSV(1:30) TO LOGREC-DETAIL
           WRITE ENR-POACKLOG FROM ST-LOADLOG
           ADD 1 TO CNT-TOTAL-REJECTS
           INITIALIZE ST-LOADLOG
           MOVE "CSV LINE N. " TO LOGREC-LABEL
           .

       WRITE-PAK-FOOTER.
           WRITE ENR-POACKLOG FROM PAK-FOOT-HEAD

           MOVE 'BAD FORMAT/LENGTH'  TO LOGREC-FLABEL
           MOVE CNT-BAD-FORMAT       TO LOGREC-FCOUNT
           WRITE ENR-POACKLOG FROM ST-LOADLOG-FOOT

           MOVE 'BAD ACTION CODE'    TO LOGREC-FLABEL
           MOVE CNT-BAD-ACTION       TO LOGREC-FCOUNT
           WRITE ENR-POACKLOG FROM ST-LOADLOG-FOOT

           MOVE 'PO/LINE NOT FOUND'  TO LOGREC-FLABEL
           MOVE CNT-NOTFOUND         TO LOGREC-FCOUNT
           WRITE ENR-POACKLOG FROM ST-LOADLOG-FOOT

           MOVE 'PO LINE ACCEPTED'   TO LOGREC-FLABEL
           MOVE CNT-ACCEPTED         TO LOGREC-FCOUNT
           WRITE ENR-POACKLOG FROM ST-LOADLOG-FOOT

           MOVE 'PO QTY CONFIRMED'   TO LOGREC-FLABEL
           MOVE CNT-QTY-CHG          TO LOGREC-FCOUNT
           WRITE ENR-POACKLOG FROM ST-LOADLOG-FOOT

           MOVE 'PO DATE CONFIRMED'  TO LOGREC-FLABEL
           MOVE CNT-DATE-CHG         TO LOGREC-FCOUNT
           WRITE ENR-POACKLOG FROM ST-LOADLOG-FOOT

           MOVE 'PO LINE REJECTED'   TO LOGREC-FLABEL
           MOVE CNT-REJECTED         TO LOGREC-FCOUNT
           WRITE ENR-POACKLOG FROM ST-LOADLOG-FOOT

           MOVE 'TOTAL REJECTED'     TO LOGREC-FLABEL
           MOVE CNT-TOTAL-REJECTS    TO LOGREC-FCOUNT
           WRITE ENR-POACKLOG FROM ST-LOADLOG-FOOT
           .
