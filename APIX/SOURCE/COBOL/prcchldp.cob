       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PRCCHLDP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - SCHEDULE CATALOG PRICE CHANGES FROM ; DELIMITED LINES :   *
      *         P_NO;EFFECTIVE DATE (YYYY-MM-DD);NEW PRICE             *
      *    - CHECK THE PRODUCT AGAINST DB2, THE DATE THROUGH CONVDATE  *
      *      (NOT BEFORE TODAY) AND THE PRICE ; A GOOD LINE IS         *
      *      RECORDED ON THE PRICE HISTORY KSDS PRCHISK THROUGH        *
      *      PRCHPROG, SCHEDULED - A SECOND LINE FOR THE SAME PRODUCT  *
      *      AND DATE REPLACES THE FIRST                               *
      *    - THEN PUT ON APIX.PRODUCTS EVERY SCHEDULED PRICE WHOSE     *
      *      DATE HAS COME (ONE UNIT OF WORK PER PRODUCT) AND MARK IT  *
      *      APPLIED ; RUN NIGHTLY, WITH AN EMPTY INTAKE IF NEED BE,   *
      *      SO THAT CHANGES TAKE EFFECT ON THEIR DAY                  *
      *    - PRCWKRP LISTS THE CHANGES DUE IN THE COMING WEEK FOR      *
      *      SALES ; PART2P, QUOTLDP AND PART3BP PRICE AN ORDER AT     *
      *      THE CATALOG PRICE IN EFFECT ON ITS DATE                   *
      *    - LOG REJECTS IN LOADLOG FORMAT                             *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPRCCHG ASSIGN TO FICPRCCHG
               FILE STATUS IS FS-PRCCHG.
           SELECT PRCHISK ASSIGN TO PRCHISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PHS-KEY
               FILE STATUS IS FS-PRCHIS.
           SELECT FPRCLOG ASSIGN TO FICPRCLOG.

       DATA DIVISION.
       FILE SECTION.
      ** FPRCCHG - THE ; DELIMITED PRICE CHANGE INTAKE **
       FD FPRCCHG.
       01 ENR-PRCCHG.
          05 ENR-PCG-CSV   PIC X(80).

      ** PRCHISK - CATALOG PRICE HISTORY KSDS, READ HERE FOR THE **
      ** APPLY PASS ONLY ; THE INTAKE WRITES THROUGH PRCHPROG    **
       FD PRCHISK.
       COPY PRCHIS.

       FD FPRCLOG.
       01 ENR-PRCLOG      PIC X(80).

       WORKING-STORAGE SECTION.
      ** BATCH-WINDOW INTERLOCK - WHILE RUNCHAIN HOLDS 'CHAINWIN' **
      ** THE BOOKS ARE MID-FLIGHT AND THIS PROGRAM MUST NOT RUN   **
       77 WS-WIN-PGM      PIC X(8) VALUE 'CHAINWIN'.
       77 WS-WIN-ACTION   PIC X(1) VALUE 'Q'.
       77 WS-WIN-RESULT   PIC X(4) VALUE SPACES.

       01 PCG-HEAD        PIC X(30) VALUE
             "PRCCHLDP PRICE CHANGE LOG".
       01 PCG-FOOT-HEAD   PIC X(28) VALUE "REJECT SUMMARY BY REASON :".
       COPY LOADLOG.

       77 WS-PRCCHG-EOF   PIC 9  VALUE 0.
            88 FF-PRCCHG        VALUE 1.
       77 WS-PRCHIS-EOF   PIC 9  VALUE 0.
            88 FF-PRCHIS        VALUE 1.
       77 FS-PRCCHG       PIC 99 VALUE 0.
       77 FS-PRCHIS       PIC 99 VALUE 0.
       77 CSV-LINE        PIC 9(5) VALUE 0.
       77 VALID-DATA      PIC 9.
          88 DATA-OK          VALUE 1.
          88 DATA-KO          VALUE 0.
       01 ED-SQLCODE      PIC +Z(8)9.

      *** CHAMPS PARSES ***
       01 PIN-P-NO        PIC X(3).
       01 PIN-EFF-DATE    PIC X(10).
       01 PIN-PRICE-CSV   PIC X(10).
       77 PIN-PRICE       PIC S9(3)V9(2) VALUE 0.
       77 WS-OLD-PRICE    PIC S9(3)V9(2) VALUE 0.

      *** CONTROLE CALENDAIRE VIA CONVDATE ***
       77 WS-CK-DATE      PIC X(10) VALUE SPACES.
       77 WS-SLASH-CNT    PIC 9(2) VALUE 0.
       77 WS-DATEPROG     PIC X(8) VALUE 'CONVDATE'.
       77 WS-US-FORMAT    PIC X(2) VALUE 'US'.

      *** DATE DU JOUR ***
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.
       77 WS-RUN-DATE-ISO PIC X(10).

      *** FOR CALLING & HANDLING ROUTINE RESPONSE ***
       COPY PRCHBLK.

      *** COMPTEURS ***
       77 CNT-SCHEDULED   PIC 9(4) VALUE 0.
       77 CNT-APPLIED     PIC 9(4) VALUE 0.
       77 CNT-BAD-FORMAT  PIC 9(4) VALUE 0.
       77 CNT-BAD-PRODUCT PIC 9(4) VALUE 0.
       77 CNT-BAD-DATE    PIC 9(4) VALUE 0.
       77 CNT-PAST-DATE   PIC 9(4) VALUE 0.
       77 CNT-BAD-PRICE   PIC 9(4) VALUE 0.
       77 CNT-APPLY-KO    PIC 9(4) VALUE 0.
       77 CNT-TOTAL-REJECTS PIC 9(4) VALUE 0.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE PRO      END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           MOVE 'Q' TO WS-WIN-ACTION
           CALL 'RUNLOCK' USING WS-WIN-PGM WS-WIN-ACTION
                                WS-WIN-RESULT
           IF WS-WIN-RESULT = 'HELD'
              DISPLAY '*** BATCH WINDOW OPEN - MAINTENANCE'
                      ' REFUSED, RERUN AFTER THE CHAIN ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT FPRCLOG
           MOVE "CSV LINE N. " TO LOGREC-LABEL
           WRITE ENR-PRCLOG FROM PCG-HEAD
           PERFORM GET-RUN-DATE

           OPEN INPUT FPRCCHG
           IF FS-PRCCHG NOT = 0
              DISPLAY 'NO PRICE CHANGE FILE, DUE CHANGES ONLY'
           ELSE
              PERFORM LECT-PRCCHG
              PERFORM UNTIL FF-PRCCHG
                 SET DATA-OK TO TRUE
                 PERFORM TRAIT-ONE-LINE
                 PERFORM LECT-PRCCHG
              END-PERFORM
              CLOSE FPRCCHG
           END-IF
      ** PRCHPROG HANDS THE KSDS BACK BEFORE THE APPLY PASS **
           CALL 'PRCHRST'

           PERFORM APPLY-DUE-CHANGES

           PERFORM WRITE-PCG-FOOTER
           CLOSE FPRCLOG
           DISPLAY 'PRICE CHANGES SCHEDULED  : ' CNT-SCHEDULED
           DISPLAY 'PRICE CHANGES APPLIED    : ' CNT-APPLIED
           DISPLAY 'LINES REJECTED           : ' CNT-TOTAL-REJECTS
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

       LECT-PRCCHG.
           ADD 1 TO CSV-LINE
           READ FPRCCHG AT END
              SET FF-PRCCHG TO TRUE
              DISPLAY 'FIN FICHIER CHANGEMENTS DE PRIX'
           END-READ.

       TRAIT-ONE-LINE.
           MOVE SPACES TO PIN-P-NO PIN-EFF-DATE PIN-PRICE-CSV
           UNSTRING ENR-PCG-CSV DELIMITED BY ';'
              INTO PIN-P-NO PIN-EFF-DATE PIN-PRICE-CSV
           END-UNSTRING

           IF PIN-P-NO = SPACES OR PIN-EFF-DATE = SPACES OR
              PIN-PRICE-CSV = SPACES
              MOVE 'BAD FORMAT/LENGTH' TO LOGREC-MSG
              PERFORM WRITE-PCG-LOG
              ADD 1 TO CNT-BAD-FORMAT
              SET DATA-KO TO TRUE
           END-IF
           IF DATA-OK
              PERFORM CHECK-PRODUCT
           END-IF
           IF DATA-OK
              PERFORM CHECK-EFF-DATE
           END-IF
           IF DATA-OK
              PERFORM CHECK-NEW-PRICE
           END-IF
           IF DATA-OK
              PERFORM SCHEDULE-CHANGE
           END-IF
           .

      ** CHECK-PRODUCT - the price the product carries tonight is   **
      ** what it carried until the change, should it be its first   **
       CHECK-PRODUCT.
           MOVE PIN-P-NO TO PRO-P-NO
           EXEC SQL
              SELECT PRICE
              INTO :PRO-PRICE
              FROM APIX.PRODUCTS
              WHERE P_NO = :PRO-P-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE 'UNKNOWN PRODUCT' TO LOGREC-MSG
              PERFORM WRITE-PCG-LOG
              ADD 1 TO CNT-BAD-PRODUCT
              SET DATA-KO TO TRUE
           ELSE
              MOVE PRO-PRICE TO WS-OLD-PRICE
           END-IF
           .

      ** CHECK-EFF-DATE - THE ISO DATE IS REBUILT AS DD/MM/YYYY AND **
      ** PUSHED THROUGH CONVDATE : AN INVALID CALENDAR DATE COMES   **
      ** BACK WITH ITS '/' UNTOUCHED. A PRICE CANNOT CHANGE IN THE  **
      ** PAST : ORDERS ALREADY TAKEN WERE PRICED WITHOUT IT         **
       CHECK-EFF-DATE.
           IF PIN-EFF-DATE(5:1) NOT = '-' OR
              PIN-EFF-DATE(8:1) NOT = '-'
              MOVE 'BAD DATE' TO LOGREC-MSG
              PERFORM WRITE-PCG-LOG
              ADD 1 TO CNT-BAD-DATE
              SET DATA-KO TO TRUE
           ELSE
              MOVE SPACES TO WS-CK-DATE
              STRING PIN-EFF-DATE(9:2) DELIMITED BY SIZE
                     '/'               DELIMITED BY SIZE
                     PIN-EFF-DATE(6:2) DELIMITED BY SIZE
                     '/'               DELIMITED BY SIZE
                     PIN-EFF-DATE(1:4) DELIMITED BY SIZE
                INTO WS-CK-DATE
              END-STRING
              CALL WS-DATEPROG USING WS-CK-DATE WS-US-FORMAT
              MOVE ZERO TO WS-SLASH-CNT
              INSPECT WS-CK-DATE TALLYING WS-SLASH-CNT FOR ALL '/'
              IF WS-SLASH-CNT > 0
                 MOVE 'BAD DATE' TO LOGREC-MSG
                 PERFORM WRITE-PCG-LOG
                 ADD 1 TO CNT-BAD-DATE
                 SET DATA-KO TO TRUE
              ELSE
                 IF PIN-EFF-DATE < WS-RUN-DATE-ISO
                    MOVE 'DATE IN THE PAST' TO LOGREC-MSG
                    PERFORM WRITE-PCG-LOG
                    ADD 1 TO CNT-PAST-DATE
                    SET DATA-KO TO TRUE
                 END-IF
              END-IF
           END-IF
           .

       CHECK-NEW-PRICE.
           COMPUTE PIN-PRICE = FUNCTION NUMVAL(PIN-PRICE-CSV)
           IF PIN-PRICE NOT > 0
              MOVE 'BAD PRICE' TO LOGREC-MSG
              PERFORM WRITE-PCG-LOG
              ADD 1 TO CNT-BAD-PRICE
              SET DATA-KO TO TRUE
           END-IF
           .

       SCHEDULE-CHANGE.
           INITIALIZE PRCH-BLOCK
           MOVE 'W'          TO PH-ACTION
           MOVE PIN-P-NO     TO PH-P-NO
           MOVE PIN-EFF-DATE TO PH-DATE
           MOVE PIN-PRICE    TO PH-PRICE
           MOVE WS-OLD-PRICE TO PH-OLD-PRICE
           MOVE 'S'          TO PH-STATUS
           MOVE 'PRCCHLDP'   TO PH-SOURCE
           CALL 'PRCHPROG' USING PRCH-BLOCK
           ADD 1 TO CNT-SCHEDULED
           .

      ** APPLY-DUE-CHANGES - every scheduled row whose day has come, **
      ** in key order : a product with several changes overdue ends  **
      ** on the latest of them                                       **
       APPLY-DUE-CHANGES.
           OPEN I-O PRCHISK
           IF FS-PRCHIS NOT = 0
              DISPLAY 'NO PRCHISK (' FS-PRCHIS
                      '), NO PRICE CHANGE TO APPLY'
           ELSE
              PERFORM READ-PRCHIS
              PERFORM UNTIL FF-PRCHIS
                 IF PHS-SCHEDULED AND
                    PHS-EFF-DATE NOT > WS-RUN-DATE-ISO
                    PERFORM APPLY-ONE-CHANGE
                 END-IF
                 PERFORM READ-PRCHIS
              END-PERFORM
              CLOSE PRCHISK
           END-IF
           .

       READ-PRCHIS.
           READ PRCHISK NEXT RECORD
              AT END SET FF-PRCHIS TO TRUE
           END-READ
           .

      ** APPLY-ONE-CHANGE - the row keeps the price it replaced, so  **
      ** the history reads old to new even if the catalog moved      **
      ** since the change was scheduled                              **
       APPLY-ONE-CHANGE.
           MOVE PHS-P-NO TO PRO-P-NO
           EXEC SQL
              SELECT PRICE
              INTO :PRO-PRICE
              FROM APIX.PRODUCTS
              WHERE P_NO = :PRO-P-NO
           END-EXEC
           IF SQLCODE = ZERO
              MOVE PRO-PRICE TO PHS-OLD-PRICE
              MOVE PHS-PRICE TO PRO-PRICE
              EXEC SQL
                 UPDATE APIX.PRODUCTS
                 SET PRICE = :PRO-PRICE
                 WHERE P_NO = :PRO-P-NO
              END-EXEC
           END-IF
           IF SQLCODE NOT = ZERO
              MOVE SQLCODE TO ED-SQLCODE
              DISPLAY 'PRICE NOT APPLIED ' PHS-KEY ' ' ED-SQLCODE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 'APPLY FAILED' TO LOGREC-MSG
              MOVE PHS-P-NO       TO PIN-P-NO
              MOVE PHS-EFF-DATE   TO PIN-EFF-DATE
              MOVE ED-SQLCODE     TO PIN-PRICE-CSV
              MOVE ZERO           TO CSV-LINE
              PERFORM WRITE-PCG-LOG
              ADD 1 TO CNT-APPLY-KO
           ELSE
              SET PHS-APPLIED TO TRUE
              REWRITE ST-PRCHIS
              IF FS-PRCHIS NOT = 0
                 DISPLAY 'PRCHISK REWRITE FAILED : ' FS-PRCHIS
                 EXEC SQL ROLLBACK END-EXEC
                 ADD 1 TO CNT-APPLY-KO
              ELSE
                 EXEC SQL COMMIT END-EXEC
                 ADD 1 TO CNT-APPLIED
              END-IF
           END-IF
           .

       WRITE-PCG-LOG.
           COMPUTE LOGREC-REF = CSV-LINE
           MOVE PIN-P-NO TO LOGREC-PNO
           MOVE SPACES   TO LOGREC-DETAIL
           STRING PIN-EFF-DATE  DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  PIN-PRICE-CSV DELIMITED BY SIZE
             INTO LOGREC-DETAIL
           END-STRING
           WRITE ENR-PRCLOG FROM ST-LOADLOG
           ADD 1 TO CNT-TOTAL-REJECTS
           INITIALIZE ST-LOADLOG
           MOVE "CSV LINE N. " TO LOGREC-LABEL
           .

       WRITE-PCG-FOOTER.
           WRITE ENR-PRCLOG FROM PCG-FOOT-HEAD

           MOVE 'BAD FORMAT/LENGTH'  TO LOGREC-FLABEL
           MOVE CNT-BAD-FORMAT       TO LOGREC-FCOUNT
           WRITE ENR-PRCLOG FROM ST-LOADLOG-FOOT

           MOVE 'UNKNOWN PRODUCT'    TO LOGREC-FLABEL
           MOVE CNT-BAD-PRODUCT      TO LOGREC-FCOUNT
           WRITE ENR-PRCLOG FROM ST-LOADLOG-FOOT

           MOVE 'BAD DATE'           TO LOGREC-FLABEL
           MOVE CNT-BAD-DATE         TO LOGREC-FCOUNT
           WRITE ENR-PRCLOG FROM ST-LOADLOG-FOOT

           MOVE 'DATE IN THE PAST'   TO LOGREC-FLABEL
           MOVE CNT-PAST-DATE        TO LOGREC-FCOUNT
           WRITE ENR-PRCLOG FROM ST-LOADLOG-FOOT

           MOVE 'BAD PRICE'          TO LOGREC-FLABEL
           MOVE CNT-BAD-PRICE        TO LOGREC-FCOUNT
           WRITE ENR-PRCLOG FROM ST-LOADLOG-FOOT

           MOVE 'APPLY FAILED'       TO LOGREC-FLABEL
           MOVE CNT-APPLY-KO         TO LOGREC-FCOUNT
           WRITE ENR-PRCLOG FROM ST-LOADLOG-FOOT

           MOVE 'CHANGES SCHEDULED'  TO LOGREC-FLABEL
           MOVE CNT-SCHEDULED        TO LOGREC-FCOUNT
           WRITE ENR-PRCLOG FROM ST-LOADLOG-FOOT

           MOVE 'PRICES APPLIED'     TO LOGREC-FLABEL
           MOVE CNT-APPLIED          TO LOGREC-FCOUNT
           WRITE ENR-PRCLOG FROM ST-LOADLOG-FOOT

           MOVE 'TOTAL REJECTED'     TO LOGREC-FLABEL
           MOVE CNT-TOTAL-REJECTS    TO LOGREC-FCOUNT
           WRITE ENR-PRCLOG FROM ST-LOADLOG-FOOT
           .
