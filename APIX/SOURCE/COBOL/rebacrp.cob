       IDENTIFICATION DIVISION.
       PROGRAM-ID.     REBACRP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - RUN EVERY MONTH END FOR FINANCE AND PROJECT EACH VOLUME   *
      *      REBATE AGREEMENT OF THE YEAR (FICREBAGR) FROM THE YEAR-   *
      *      TO-DATE NET REVENUE OF THE CUSTOMER ON FICINVREG :        *
      *      INVOICES, LESS CREDIT MEMOS AND VOIDS, FINANCE CHARGES    *
      *      AND EARLIER REBATES LEFT OUT                              *
      *    - STRAIGHT-LINE THE YEAR : PROJECTED REVENUE = YEAR TO      *
      *      DATE X 12 / MONTHS ELAPSED, THE RATE IS THE HIGHEST       *
      *      THRESHOLD THE PROJECTION REACHES                          *
      *    - PRINT THE REBATE EARNED SO FAR AT THAT RATE (THE AMOUNT   *
      *      TO ACCRUE), THE REBATE PROJECTED FOR THE YEAR AND HOW     *
      *      MUCH MORE THE CUSTOMER MUST BUY TO REACH THE NEXT TIER    *
      *    - NOTHING IS WRITTEN : REBSETP SETTLES THE YEAR             *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      RUNDATE=YYYY-MM-DD  ACCRUAL DATE (REQUIRED) ; ITS YEAR    *
      *                          NAMES THE AGREEMENTS REPORTED         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREBAGR ASSIGN TO FICREBAGR
               FILE STATUS IS FS-REBAGR.
           SELECT FINVREG ASSIGN TO FICINVREG
               FILE STATUS IS FS-INVREG.
           SELECT FRBARPT ASSIGN TO FICRBARPT.

       DATA DIVISION.
       FILE SECTION.
      ** FREBAGR - THE REBATE AGREEMENTS **
       FD FREBAGR.
           COPY REBAGR.

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

      ** FRBARPT - THE ACCRUAL REPORT **
       FD FRBARPT.
       01 ENR-RBARPT      PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-REBAGR-EOF   PIC 9  VALUE 0.
            88 FF-REBAGR        VALUE 1.
       77 WS-INVREG-EOF   PIC 9  VALUE 0.
            88 FF-INVREG        VALUE 1.
       77 FS-REBAGR       PIC 99 VALUE 0.
       77 FS-INVREG       PIC 99 VALUE 0.

      *** BLOC D'ECHANGE AVEC LE PARSEUR DE CARTES PARAMETRES ***
       COPY PARMBLK.
       77 AC-RUN-DATE     PIC X(10) VALUE SPACES.
       77 WS-MONTHS       PIC 9(2) VALUE 0.

      *** ACCORDS DE L'ANNEE ET CHIFFRE CUMULE ***
       01 AGR-TAB.
          05 AG-ENTRY OCCURS 300 TIMES.
             10 AG-C-NO      PIC X(3).
             10 AG-TIER OCCURS 3 TIMES.
                15 AG-THRESH PIC 9(7)V9(2).
                15 AG-PCT    PIC 9V9(4).
             10 AG-YTD       PIC S9(9)V9(2).
       77 AG-CNT          PIC 9(3) VALUE 0.
       77 AG-IDX          PIC 9(3) VALUE 0.
       77 AG-TIDX         PIC 9    VALUE 0.

      *** PROJECTION ***
       77 WS-PROJECTED    PIC S9(9)V9(2) VALUE 0.
       77 WS-PCT-YTD      PIC 9V9(4) VALUE 0.
       77 WS-PCT-PROJ     PIC 9V9(4) VALUE 0.
       77 WS-ACCRUED      PIC S9(9)V9(2) VALUE 0.
       77 WS-PROJ-REBATE  PIC S9(9)V9(2) VALUE 0.
       77 WS-NEXT-THRESH  PIC 9(7)V9(2) VALUE 0.
       77 WS-TO-NEXT      PIC S9(9)V9(2) VALUE 0.
       77 WS-PCT-SHOW     PIC 9(3)V9(2) VALUE 0.

      *** TOTAUX ***
       77 TOT-YTD         PIC S9(11)V9(2) VALUE 0.
       77 TOT-ACCRUED     PIC S9(11)V9(2) VALUE 0.
       77 TOT-PROJ-REBATE PIC S9(11)V9(2) VALUE 0.

      *** LIGNES EDITION ***
       01 L-RBA-HEAD.
          05 FILLER       PIC X(36) VALUE
                'VOLUME REBATE ACCRUAL - RUN '.
          05 L-HEAD-DATE  PIC X(10).
          05 FILLER       PIC X(19) VALUE '   MONTHS ELAPSED '.
          05 L-HEAD-MONTHS PIC Z9.
          05 FILLER       PIC X(65) VALUE ALL ' '.
       01 L-RBA-TITLE.
          05 FILLER       PIC X(6)  VALUE 'C_NO'.
          05 FILLER       PIC X(16) VALUE '     YTD REVENUE'.
          05 FILLER       PIC X(16) VALUE '  PROJECTED YEAR'.
          05 FILLER       PIC X(10) VALUE '  RATE YTD'.
          05 FILLER       PIC X(11) VALUE '  RATE PROJ'.
          05 FILLER       PIC X(16) VALUE '  ACCRUE TO DATE'.
          05 FILLER       PIC X(16) VALUE '  PROJ. REBATE'.
          05 FILLER       PIC X(16) VALUE '    TO NEXT TIER'.
          05 FILLER       PIC X(25) VALUE ALL ' '.
       01 L-RBA-LINE.
          05 L-CNO        PIC X(3).
          05 FILLER       PIC X(3)  VALUE ALL ' '.
          05 L-YTD        PIC -ZZZZZZZZ9,99.
          05 FILLER       PIC X(3)  VALUE ALL ' '.
          05 L-PROJ       PIC -ZZZZZZZZ9,99.
          05 FILLER       PIC X(4)  VALUE ALL ' '.
          05 L-PCT-YTD    PIC ZZ9,99.
          05 FILLER       PIC X(5)  VALUE ALL ' '.
          05 L-PCT-PROJ   PIC ZZ9,99.
          05 FILLER       PIC X(3)  VALUE ALL ' '.
          05 L-ACCRUED    PIC -ZZZZZZZZ9,99.
          05 FILLER       PIC X(3)  VALUE ALL ' '.
          05 L-PROJ-REB   PIC -ZZZZZZZZ9,99.
          05 FILLER       PIC X(3)  VALUE ALL ' '.
          05 L-TO-NEXT    PIC -ZZZZZZZZ9,99.
          05 L-TO-NEXT-X REDEFINES L-TO-NEXT PIC X(13).
          05 FILLER       PIC X(28) VALUE ALL ' '.
       01 L-RBA-TOTAL.
          05 FILLER       PIC X(6)  VALUE 'TOTAL'.
          05 L-TOT-YTD    PIC -ZZZZZZZZ9,99.
          05 FILLER       PIC X(40) VALUE ALL ' '.
          05 L-TOT-ACCR   PIC -ZZZZZZZZ9,99.
          05 FILLER       PIC X(3)  VALUE ALL ' '.
          05 L-TOT-PROJ   PIC -ZZZZZZZZ9,99.
          05 FILLER       PIC X(44) VALUE ALL ' '.
       01 L-RBA-NONE.
          05 FILLER       PIC X(40) VALUE
                'NO REBATE AGREEMENT FOR THE YEAR'.
          05 FILLER       PIC X(92) VALUE ALL ' '.
       01 L-VIDE          PIC X(132) VALUE ALL ' '.

       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** REBACRP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE AC-RUN-DATE(6:2) TO WS-MONTHS

           PERFORM LOAD-AGREEMENTS
           PERFORM ADD-YEAR-REVENUE

           OPEN OUTPUT FRBARPT
           MOVE AC-RUN-DATE TO L-HEAD-DATE
           MOVE WS-MONTHS   TO L-HEAD-MONTHS
           WRITE ENR-RBARPT FROM L-RBA-HEAD
           WRITE ENR-RBARPT FROM L-VIDE
           IF AG-CNT = 0
              WRITE ENR-RBARPT FROM L-RBA-NONE
           ELSE
              WRITE ENR-RBARPT FROM L-RBA-TITLE
              PERFORM VARYING AG-IDX FROM 1 BY 1 UNTIL AG-IDX > AG-CNT
                 PERFORM PROJECT-ONE-AGREEMENT
              END-PERFORM
              WRITE ENR-RBARPT FROM L-VIDE
              MOVE TOT-YTD         TO L-TOT-YTD
              MOVE TOT-ACCRUED     TO L-TOT-ACCR
              MOVE TOT-PROJ-REBATE TO L-TOT-PROJ
              WRITE ENR-RBARPT FROM L-RBA-TOTAL
           END-IF
           CLOSE FRBARPT

           DISPLAY 'AGREEMENTS REPORTED : ' AG-CNT
           DISPLAY 'REBATE TO ACCRUE    : ' TOT-ACCRUED
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

      ** LOAD-AGREEMENTS - the agreements of the run date's year **
       LOAD-AGREEMENTS.
           OPEN INPUT FREBAGR
           IF FS-REBAGR NOT = 0
              DISPLAY 'NO REBATE AGREEMENT FILE, NOTHING TO ACCRUE'
           ELSE
              PERFORM UNTIL FF-REBAGR
                 READ FREBAGR
                    AT END
                       SET FF-REBAGR TO TRUE
                    NOT AT END
                       IF RBA-YEAR = AC-RUN-DATE(1:4)
                          PERFORM ADD-ONE-AGREEMENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FREBAGR
           END-IF
           .

       ADD-ONE-AGREEMENT.
           IF AG-CNT < 300
              ADD 1 TO AG-CNT
              MOVE RBA-C-NO TO AG-C-NO(AG-CNT)
              PERFORM VARYING AG-TIDX FROM 1 BY 1 UNTIL AG-TIDX > 3
                 MOVE RBA-THRESH(AG-TIDX) TO AG-THRESH(AG-CNT, AG-TIDX)
                 MOVE RBA-PCT(AG-TIDX)    TO AG-PCT(AG-CNT, AG-TIDX)
              END-PERFORM
              MOVE ZERO TO AG-YTD(AG-CNT)
           ELSE
              DISPLAY 'AGREEMENT TABLE FULL - RUN REFUSED,'
                      ' RAISE OCCURS'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           .

      ** ADD-YEAR-REVENUE - net revenue before tax from January 1st **
      ** to the run date ; finance charges (FC-) and rebates (RB-)   **
      ** are not sales                                               **
       ADD-YEAR-REVENUE.
           IF AG-CNT = 0
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT FINVREG
           IF FS-INVREG NOT = 0
              DISPLAY 'NO INVOICE REGISTER, NO REVENUE'
           ELSE
              PERFORM UNTIL FF-INVREG
                 READ FINVREG
                    AT END
                       SET FF-INVREG TO TRUE
                    NOT AT END
                       IF IR-INV-DATE(1:4) = AC-RUN-DATE(1:4) AND
                          IR-INV-DATE NOT > AC-RUN-DATE AND
                          IR-O-NO(1:3) NOT = 'FC-' AND
                          IR-O-NO(1:3) NOT = 'RB-'
                          PERFORM VARYING AG-IDX FROM 1 BY 1
                                  UNTIL AG-IDX > AG-CNT
                             IF AG-C-NO(AG-IDX) = IR-C-NO
                                ADD IR-TOTAL-HT TO AG-YTD(AG-IDX)
                             END-IF
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FINVREG
           END-IF
           .

      ** PROJECT-ONE-AGREEMENT - the rate the straight-line year      **
      ** reaches is the rate finance accrues on the revenue so far    **
       PROJECT-ONE-AGREEMENT.
           COMPUTE WS-PROJECTED ROUNDED =
              AG-YTD(AG-IDX) * 12 / WS-MONTHS
           MOVE ZERO TO WS-PCT-YTD WS-PCT-PROJ WS-NEXT-THRESH
           PERFORM VARYING AG-TIDX FROM 1 BY 1 UNTIL AG-TIDX > 3
              IF AG-THRESH(AG-IDX, AG-TIDX) > 0
                 IF AG-YTD(AG-IDX) NOT < AG-THRESH(AG-IDX, AG-TIDX)
                    MOVE AG-PCT(AG-IDX, AG-TIDX) TO WS-PCT-YTD
                 ELSE
                    IF WS-NEXT-THRESH = ZERO
                       MOVE AG-THRESH(AG-IDX, AG-TIDX)
                         TO WS-NEXT-THRESH
                    END-IF
                 END-IF
                 IF WS-PROJECTED NOT < AG-THRESH(AG-IDX, AG-TIDX)
                    MOVE AG-PCT(AG-IDX, AG-TIDX) TO WS-PCT-PROJ
                 END-IF
              END-IF
           END-PERFORM
           COMPUTE WS-ACCRUED ROUNDED = AG-YTD(AG-IDX) * WS-PCT-PROJ
           COMPUTE WS-PROJ-REBATE ROUNDED = WS-PROJECTED * WS-PCT-PROJ
           IF WS-ACCRUED < ZERO
              MOVE ZERO TO WS-ACCRUED WS-PROJ-REBATE
           END-IF

           MOVE AG-C-NO(AG-IDX) TO L-CNO
           MOVE AG-YTD(AG-IDX)  TO L-YTD
           MOVE WS-PROJECTED    TO L-PROJ
           COMPUTE WS-PCT-SHOW = WS-PCT-YTD * 100
           MOVE WS-PCT-SHOW     TO L-PCT-YTD
           COMPUTE WS-PCT-SHOW = WS-PCT-PROJ * 100
           MOVE WS-PCT-SHOW     TO L-PCT-PROJ
           MOVE WS-ACCRUED      TO L-ACCRUED
           MOVE WS-PROJ-REBATE  TO L-PROJ-REB
           IF WS-NEXT-THRESH = ZERO
              MOVE '     TOP TIER' TO L-TO-NEXT-X
           ELSE
              COMPUTE WS-TO-NEXT = WS-NEXT-THRESH - AG-YTD(AG-IDX)
              MOVE WS-TO-NEXT   TO L-TO-NEXT
           END-IF
           WRITE ENR-RBARPT FROM L-RBA-LINE

           ADD AG-YTD(AG-IDX) TO TOT-YTD
           ADD WS-ACCRUED     TO TOT-ACCRUED
           ADD WS-PROJ-REBATE TO TOT-PROJ-REBATE
           .
