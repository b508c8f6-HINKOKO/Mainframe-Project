      *    - ROLL THE OPEN AMOUNTS UP PER CUSTOMER, WORST FIRST,      *
      *      WITH CUSTOMER TOTALS AND A GRAND TOTAL                   *
      *    SO COLLECTIONS KNOWS WHO TO CALL                           *
      *    - SHOW BESIDE IT WHAT IS STILL OWED UNDER A LIVE PROMISE   *
      *      TO PAY (FICPTP), SO THE CALL LIST SKIPS WHAT A CUSTOMER  *
      *      HAS ALREADY PROMISED                                     *
      *    - TAKE THE OPEN AMOUNTS AND DISPUTE FLAGS FROM THE DB2     *
      *      OPEN ITEMS (API10.AR_OPEN_ITEMS) THE POSTING PROGRAMS    *
      *      KEEP THROUGH ARPOST, AGED AND TOTALLED PER CUSTOMER BY   *
      *      DB2 ITSELF - NO REGISTER SCAN, NO TABLE TO OUTGROW       *
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPTP    ASSIGN TO FICPTP
               FILE STATUS IS FS-PTP.
           SELECT FAGERPT ASSIGN TO FICAGERPT.

       DATA DIVISION.
       FILE SECTION.
      ** FPTP - THE PROMISE-TO-PAY REGISTER PTPREGP MAINTAINS ;   **
      ** ONLY LIVE PROMISES COUNT HERE                            **
       FD FPTP.
           COPY PTPREG.

       FD FAGERPT.
       01 ENR-AGERPT PIC X(120).

       WORKING-STORAGE SECTION.
      *** LIGNE CLIENT AGEE PAR DB2 ***
       77 WS-AG-C-NO      PIC X(3)  VALUE SPACES.
       01 WS-AG-BUCKETS.
          05 WS-AG-BUCKET PIC S9(9)V9(2) COMP-3 OCCURS 4 TIMES.
       77 WS-AG-DISPUTED  PIC S9(9)V9(2) COMP-3 VALUE 0.
       77 WS-AG-TOTAL     PIC S9(9)V9(2) COMP-3 VALUE 0.
       77 WS-AG-PROMISED  PIC S9(9)V9(2) VALUE 0.
       77 CNT-CUSTOMERS   PIC 9(5)  VALUE 0.
       01 ED-SQLCODE      PIC +Z(8)9.

      *** PROMESSES DE PAIEMENT EN COURS ***
       77 WS-PTP-EOF      PIC 9  VALUE 0.
            88 FF-PTP           VALUE 1.
       77 FS-PTP          PIC 99 VALUE 0.
       01 PROMISE-TAB.
          05 PT-ENTRY OCCURS 500 TIMES.
             10 PT-C-NO    PIC X(3).
             10 PT-AMOUNT  PIC S9(7)V9(2).
       77 PT-CNT          PIC 9(3) VALUE 0.
       77 PT-IDX          PIC 9(3) VALUE 0.
       77 WS-PT-HIT       PIC 9(3) VALUE 0.
       77 CNT-PT-OVFL     PIC 9(4) VALUE 0.

      *** CALCUL D'AGE ***
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.
      ** DATE DU JOUR AU FORMAT DB2, POUR L'AGE CALCULE PAR DB2 **
       01 WS-RUN-ISO.
          05 FILLER       PIC XX VALUE '20'.
          05 WS-ISO-AA    PIC XX.
          05 FILLER       PIC X  VALUE '-'.
          05 WS-ISO-MM    PIC XX.
          05 FILLER       PIC X  VALUE '-'.
          05 WS-ISO-JJ    PIC XX.

      *** TOTAUX GENERAUX ***
       01 GRAND-BUCKETS.
          05 GRAND-BUCKET PIC S9(8)V9(2) OCCURS 4 TIMES.
       77 GRAND-DISPUTED  PIC S9(8)V9(2) VALUE 0.
       77 GRAND-TOTAL     PIC S9(8)V9(2) VALUE 0.
       77 GRAND-PROMISED  PIC S9(8)V9(2) VALUE 0.

      *** LIGNES EDITION ***
       01 L-AGE-HEAD.
          05 FILLER       PIC X(15) VALUE 'OVER 90 DAYS'.
          05 FILLER       PIC X(15) VALUE 'TOTAL OPEN'.
          05 FILLER       PIC X(15) VALUE 'DISPUTED'.
          05 FILLER       PIC X(15) VALUE 'PROMISED'.
          05 FILLER       PIC X(9)  VALUE ALL ' '.
       01 L-AGE-LINE.
          05 L-AGE-CNO    PIC X(3).
          05 FILLER       PIC X(3)  VALUE ALL ' '.
          05 L-AGE-TOT    PIC -ZZZZZZ9,99.
          05 FILLER       PIC X(4)  VALUE ALL ' '.
          05 L-AGE-DIS    PIC -ZZZZZZ9,99.
          05 FILLER       PIC X(4)  VALUE ALL ' '.
          05 L-AGE-PRM    PIC -ZZZZZZ9,99.
          05 FILLER       PIC X(14) VALUE ALL ' '.
       01 L-AGE-GRAND.
          05 FILLER       PIC X(4)  VALUE 'ALL '.
          05 L-GRD-B1     PIC -ZZZZZZZ9,99.
          05 L-GRD-TOT    PIC -ZZZZZZZ9,99.
          05 FILLER       PIC X(2)  VALUE ALL ' '.
          05 L-GRD-DIS    PIC -ZZZZZZZ9,99.
          05 FILLER       PIC X(2)  VALUE ALL ' '.
          05 L-GRD-PRM    PIC -ZZZZZZZ9,99.
          05 FILLER       PIC X(19) VALUE ALL ' '.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC

      *** CURSEUR DES POSTES OUVERTS AGES ET CUMULES PAR CLIENT,    ***
      *** LE PLUS EN RETARD D'ABORD (90+ JOURS, PUIS TOTAL OUVERT) ; ***
      *** LE LITIGE OUVERT A SA COLONNE ET NE VIEILLIT PAS          ***
           EXEC SQL
              DECLARE CAGE CURSOR
              FOR
              SELECT C_NO,
                 SUM(CASE WHEN DISPUTE <> 'Y' AND
                      DAYS(DATE(:WS-RUN-ISO)) - DAYS(DATE(DUE_DATE))
                      <= 30 THEN OPEN_AMT ELSE 0 END),
                 SUM(CASE WHEN DISPUTE <> 'Y' AND
                      DAYS(DATE(:WS-RUN-ISO)) - DAYS(DATE(DUE_DATE))
                      BETWEEN 31 AND 60 THEN OPEN_AMT ELSE 0 END),
                 SUM(CASE WHEN DISPUTE <> 'Y' AND
                      DAYS(DATE(:WS-RUN-ISO)) - DAYS(DATE(DUE_DATE))
                      BETWEEN 61 AND 90 THEN OPEN_AMT ELSE 0 END),
                 SUM(CASE WHEN DISPUTE <> 'Y' AND
                      DAYS(DATE(:WS-RUN-ISO)) - DAYS(DATE(DUE_DATE))
                      > 90 THEN OPEN_AMT ELSE 0 END),
                 SUM(CASE WHEN DISPUTE = 'Y'
                      THEN OPEN_AMT ELSE 0 END),
                 SUM(OPEN_AMT)
              FROM API10.AR_OPEN_ITEMS
              GROUP BY C_NO
              ORDER BY 5 DESC, 7 DESC, 1
           END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           INITIALIZE GRAND-BUCKETS
           PERFORM GET-RUN-DATE
           PERFORM LOAD-LIVE-PROMISES

           OPEN OUTPUT FAGERPT
           WRITE ENR-AGERPT FROM L-AGE-HEAD
           WRITE ENR-AGERPT FROM L-AGE-TITLE
           EXEC SQL OPEN CAGE END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE SQLCODE TO ED-SQLCODE
              DISPLAY 'OPEN ITEMS NOT READABLE ' ED-SQLCODE
           ELSE
              PERFORM FETCH-CAGE
              PERFORM UNTIL SQLCODE NOT = ZERO
                 PERFORM WRITE-CUSTOMER-LINE
                 PERFORM FETCH-CAGE
              END-PERFORM
              IF SQLCODE NOT = 100
                 MOVE SQLCODE TO ED-SQLCODE
                 DISPLAY 'OPEN ITEMS READ STOPPED ' ED-SQLCODE
              END-IF
              EXEC SQL CLOSE CAGE END-EXEC
           END-IF
           MOVE GRAND-BUCKET(1) TO L-GRD-B1
           MOVE GRAND-BUCKET(2) TO L-GRD-B2
           MOVE GRAND-BUCKET(3) TO L-GRD-B3
           MOVE GRAND-BUCKET(4) TO L-GRD-B4
           MOVE GRAND-TOTAL     TO L-GRD-TOT
           MOVE GRAND-DISPUTED  TO L-GRD-DIS
           MOVE GRAND-PROMISED  TO L-GRD-PRM
           WRITE ENR-AGERPT FROM L-AGE-GRAND
           CLOSE FAGERPT

           DISPLAY 'CUSTOMERS WITH OPEN BALANCES : ' CNT-CUSTOMERS
           IF CNT-PT-OVFL > 0
              DISPLAY 'PROMISES PAST PROMISE TABLE  : ' CNT-PT-OVFL
           END-IF
           GOBACK.

      *** PARAGRAPHS ***
       GET-RUN-DATE.
           ACCEPT WS-RUN-DATE FROM DATE
           MOVE WS-RUN-AA TO WS-ISO-AA
           MOVE WS-RUN-MM TO WS-ISO-MM
           MOVE WS-RUN-JJ TO WS-ISO-JJ
           .

       FETCH-CAGE.
           EXEC SQL
              FETCH CAGE
              INTO :WS-AG-C-NO, :WS-AG-BUCKET(1), :WS-AG-BUCKET(2),
                   :WS-AG-BUCKET(3), :WS-AG-BUCKET(4),
                   :WS-AG-DISPUTED, :WS-AG-TOTAL
           END-EXEC
           .

      ** WRITE-CUSTOMER-LINE - one customer as DB2 aged it, with    **
      ** what its live promises still have to bring in              **
       WRITE-CUSTOMER-LINE.
           ADD 1 TO CNT-CUSTOMERS
           MOVE ZERO TO WS-AG-PROMISED
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-CNT
              IF PT-C-NO(PT-IDX) = WS-AG-C-NO
                 MOVE PT-AMOUNT(PT-IDX) TO WS-AG-PROMISED
              END-IF
           END-PERFORM
           MOVE WS-AG-C-NO      TO L-AGE-CNO
           MOVE WS-AG-BUCKET(1) TO L-AGE-B1
           MOVE WS-AG-BUCKET(2) TO L-AGE-B2
           MOVE WS-AG-BUCKET(3) TO L-AGE-B3
           MOVE WS-AG-BUCKET(4) TO L-AGE-B4
           MOVE WS-AG-TOTAL     TO L-AGE-TOT
           MOVE WS-AG-DISPUTED  TO L-AGE-DIS
           MOVE WS-AG-PROMISED  TO L-AGE-PRM
           WRITE ENR-AGERPT FROM L-AGE-LINE
           ADD WS-AG-BUCKET(1)  TO GRAND-BUCKET(1)
           ADD WS-AG-BUCKET(2)  TO GRAND-BUCKET(2)
           ADD WS-AG-BUCKET(3)  TO GRAND-BUCKET(3)
           ADD WS-AG-BUCKET(4)  TO GRAND-BUCKET(4)
           ADD WS-AG-DISPUTED   TO GRAND-DISPUTED
           ADD WS-AG-TOTAL      TO GRAND-TOTAL
           ADD WS-AG-PROMISED   TO GRAND-PROMISED
           .

      ** LOAD-LIVE-PROMISES - what is still to come under each live  **
      ** promise (promised less cash already matched) ; a memo      **
      ** column only, the money keeps aging in its bucket until it  **
      ** is actually paid. A customer with nothing open any more    **
      ** has no line to carry it, so it stays out of the total      **
       LOAD-LIVE-PROMISES.
           OPEN INPUT FPTP
           IF FS-PTP NOT = 0
              DISPLAY 'NO PROMISE REGISTER, NOTHING PROMISED'
           ELSE
              PERFORM UNTIL FF-PTP
                 READ FPTP
                    AT END
                       SET FF-PTP TO TRUE
                    NOT AT END
                       IF PTP-LIVE AND PTP-AMOUNT > PTP-PAID
                          PERFORM ADD-ONE-PROMISE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FPTP
           END-IF
           .

       ADD-ONE-PROMISE.
           MOVE 0 TO WS-PT-HIT
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-CNT
              IF PTP-C-NO = PT-C-NO(PT-IDX)
                 MOVE PT-IDX TO WS-PT-HIT
              END-IF
           END-PERFORM
           IF WS-PT-HIT = 0
              IF PT-CNT < 500
                 ADD 1 TO PT-CNT
                 MOVE PTP-C-NO TO PT-C-NO(PT-CNT)
                 MOVE ZERO     TO PT-AMOUNT(PT-CNT)
                 MOVE PT-CNT   TO WS-PT-HIT
              ELSE
                 DISPLAY 'PROMISE TABLE FULL, RAISE OCCURS'
                 ADD 1 TO CNT-PT-OVFL
              END-IF
           END-IF
           IF WS-PT-HIT > 0
              COMPUTE PT-AMOUNT(WS-PT-HIT) = PT-AMOUNT(WS-PT-HIT)
                                           + PTP-AMOUNT - PTP-PAID
           END-IF
           .
