       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PRCWKRP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - WARN SALES OF THE CATALOG PRICE CHANGES DUE IN THE COMING *
      *      WEEK (TODAY AND THE SEVEN DAYS AFTER), BEFORE PRCCHLDP    *
      *      PUTS THEM ON APIX.PRODUCTS                                *
      *    - ONE LINE PER SCHEDULED CHANGE OF THE PRICE HISTORY KSDS   *
      *      PRCHISK, BY PRODUCT THEN DATE : THE PRICE IT REPLACES     *
      *      (THE CATALOG PRICE TONIGHT, OR THE CHANGE BEFORE IT IN    *
      *      THE WEEK), THE NEW PRICE AND THE MOVE IN PERCENT          *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRCHISK ASSIGN TO PRCHISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PHS-KEY
               FILE STATUS IS FS-PRCHIS.
           SELECT FPRCWRPT ASSIGN TO FICPRCWRPT.

       DATA DIVISION.
       FILE SECTION.
      ** PRCHISK - CATALOG PRICE HISTORY KSDS **
       FD PRCHISK.
       COPY PRCHIS.

       FD FPRCWRPT.
       01 ENR-PRCWRPT     PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-PRCHIS-EOF   PIC 9  VALUE 0.
            88 FF-PRCHIS        VALUE 1.
       77 FS-PRCHIS       PIC 99 VALUE 0.
       77 CNT-CHANGES     PIC 9(4) VALUE 0.
       77 CNT-RISES       PIC 9(4) VALUE 0.
       77 CNT-CUTS        PIC 9(4) VALUE 0.

      *** PRIX REMPLACE : CATALOGUE OU CHANGEMENT PRECEDENT ***
       77 WS-PREV-P-NO    PIC X(3) VALUE SPACES.
       77 WS-FROM-PRICE   PIC S9(3)V9(2) VALUE 0.
       77 WS-MOVE-PCT     PIC S9(3)V9(1) VALUE 0.
       01 WS-DES          PIC X(30) VALUE SPACES.

      *** DATE DU JOUR ET FIN DE LA SEMAINE ***
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.
       77 WS-RUN-DATE-ISO PIC X(10).
       77 WS-RUN-YYYYMMDD PIC 9(8) VALUE 0.
       77 WS-WEEK-DAYS    PIC 9(2) VALUE 7.
       77 WS-END-INT      PIC 9(8) VALUE 0.
       01 WS-END-YYYYMMDD PIC 9(8) VALUE 0.
       01 WS-END-RED REDEFINES WS-END-YYYYMMDD.
          05 WS-END-AAAA  PIC X(4).
          05 WS-END-MM    PIC X(2).
          05 WS-END-JJ    PIC X(2).
       77 WS-END-DATE-ISO PIC X(10).

      *** LIGNES EDITION ***
       01 L-PCW-HEAD.
          05 FILLER        PIC X(36) VALUE
                'CATALOG PRICE CHANGES DUE FROM '.
          05 L-HEAD-FROM   PIC X(10).
          05 FILLER        PIC X(4)  VALUE ' TO '.
          05 L-HEAD-TO     PIC X(10).
          05 FILLER        PIC X(40) VALUE ALL ' '.
       01 L-PCW-TITLE.
          05 FILLER        PIC X(6)  VALUE 'P_NO'.
          05 FILLER        PIC X(32) VALUE 'DESCRIPTION'.
          05 FILLER        PIC X(12) VALUE 'EFFECTIVE'.
          05 FILLER        PIC X(10) VALUE 'OLD PRICE'.
          05 FILLER        PIC X(10) VALUE 'NEW PRICE'.
          05 FILLER        PIC X(10) VALUE 'MOVE %'.
          05 FILLER        PIC X(20) VALUE ALL ' '.
       01 L-PCW-LINE.
          05 L-PCW-PNO     PIC X(3).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-PCW-DES     PIC X(30).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-PCW-DATE    PIC X(10).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-PCW-OLD     PIC ZZ9,99.
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 L-PCW-NEW     PIC ZZ9,99.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-PCW-PCT     PIC -ZZ9,9.
          05 FILLER        PIC X(24) VALUE ALL ' '.
       01 L-PCW-FOOT.
          05 FILLER        PIC X(20) VALUE 'CHANGES DUE      :'.
          05 L-FOOT-CNT    PIC ZZZ9.
          05 FILLER        PIC X(12) VALUE '   RISES : '.
          05 L-FOOT-RISES  PIC ZZZ9.
          05 FILLER        PIC X(12) VALUE '   CUTS : '.
          05 L-FOOT-CUTS   PIC ZZZ9.
          05 FILLER        PIC X(44) VALUE ALL ' '.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE PRO      END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           PERFORM GET-RUN-DATE

           OPEN OUTPUT FPRCWRPT
           MOVE WS-RUN-DATE-ISO TO L-HEAD-FROM
           MOVE WS-END-DATE-ISO TO L-HEAD-TO
           WRITE ENR-PRCWRPT FROM L-PCW-HEAD
           WRITE ENR-PRCWRPT FROM L-PCW-TITLE

           OPEN INPUT PRCHISK
           IF FS-PRCHIS NOT = 0
              DISPLAY 'NO PRCHISK, NO PRICE CHANGE TO REPORT'
           ELSE
              PERFORM UNTIL FF-PRCHIS
                 READ PRCHISK NEXT RECORD
                    AT END
                       SET FF-PRCHIS TO TRUE
                    NOT AT END
                       IF PHS-SCHEDULED AND
                          PHS-EFF-DATE NOT < WS-RUN-DATE-ISO AND
                          PHS-EFF-DATE NOT > WS-END-DATE-ISO
                          PERFORM WRITE-ONE-CHANGE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRCHISK
           END-IF

           MOVE CNT-CHANGES TO L-FOOT-CNT
           MOVE CNT-RISES   TO L-FOOT-RISES
           MOVE CNT-CUTS    TO L-FOOT-CUTS
           WRITE ENR-PRCWRPT FROM L-PCW-FOOT
           CLOSE FPRCWRPT
           DISPLAY 'PRICE CHANGES DUE  : ' CNT-CHANGES
           GOBACK.

      *** PARAGRAPHS ***
      ** GET-RUN-DATE - the week runs from today to seven days on **
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
           COMPUTE WS-RUN-YYYYMMDD =
              20000000
              + (FUNCTION NUMVAL(WS-RUN-AA) * 10000)
              + (FUNCTION NUMVAL(WS-RUN-MM) * 100)
              +  FUNCTION NUMVAL(WS-RUN-JJ)
           COMPUTE WS-END-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-YYYYMMDD)
              + WS-WEEK-DAYS
           COMPUTE WS-END-YYYYMMDD =
              FUNCTION DATE-OF-INTEGER(WS-END-INT)
           MOVE SPACES TO WS-END-DATE-ISO
           STRING WS-END-AAAA DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  WS-END-MM   DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  WS-END-JJ   DELIMITED BY SIZE
             INTO WS-END-DATE-ISO
           END-STRING
           .

      ** WRITE-ONE-CHANGE - the first change of a product replaces  **
      ** tonight's catalog price, a later one the change before it  **
       WRITE-ONE-CHANGE.
           IF PHS-P-NO NOT = WS-PREV-P-NO
              MOVE PHS-P-NO TO PRO-P-NO WS-PREV-P-NO
              EXEC SQL
                 SELECT DESCRIPTION, PRICE
                 INTO :PRO-DESCRIPTION, :PRO-PRICE
                 FROM APIX.PRODUCTS
                 WHERE P_NO = :PRO-P-NO
              END-EXEC
              IF SQLCODE = ZERO
                 MOVE PRO-DESCRIPTION-TEXT TO WS-DES
                 MOVE PRO-PRICE            TO WS-FROM-PRICE
              ELSE
                 MOVE '*** NOT IN CATALOG ***' TO WS-DES
                 MOVE PHS-OLD-PRICE        TO WS-FROM-PRICE
              END-IF
           END-IF

           ADD 1 TO CNT-CHANGES
           IF WS-FROM-PRICE > 0
              COMPUTE WS-MOVE-PCT ROUNDED =
                 (PHS-PRICE - WS-FROM-PRICE) * 100 / WS-FROM-PRICE
           ELSE
              MOVE ZERO TO WS-MOVE-PCT
           END-IF
           EVALUATE TRUE
              WHEN PHS-PRICE > WS-FROM-PRICE
                 ADD 1 TO CNT-RISES
              WHEN PHS-PRICE < WS-FROM-PRICE
                 ADD 1 TO CNT-CUTS
           END-EVALUATE
           MOVE PHS-P-NO       TO L-PCW-PNO
           MOVE WS-DES         TO L-PCW-DES
           MOVE PHS-EFF-DATE   TO L-PCW-DATE
           MOVE WS-FROM-PRICE  TO L-PCW-OLD
           MOVE PHS-PRICE      TO L-PCW-NEW
           MOVE WS-MOVE-PCT    TO L-PCW-PCT
           WRITE ENR-PRCWRPT FROM L-PCW-LINE
           MOVE PHS-PRICE      TO WS-FROM-PRICE
           .
