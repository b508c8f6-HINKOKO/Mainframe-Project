       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ARLOADP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - BUILD THE DB2 OPEN ITEMS (API10.AR_INVOICE, API10.        *
      *      AR_SETTLE, VIEW API10.AR_OPEN_ITEMS) FROM THE INVOICE     *
      *      REGISTER (FICINVREG), THE SETTLEMENT LEDGER (FICSETTLE)   *
      *      AND THE DISPUTE REGISTER (FICDISP) : MODE=LOAD EMPTIES    *
      *      THE TABLES AND POSTS EVERY RECORD THROUGH ARPOST, AS THE  *
      *      WRITERS DO DAY BY DAY - FOR THE CUT-OVER, AND AFTER A     *
      *      YEAR-END ROLL-OVER OR ANY POSTING FAILURE                 *
      *    - CHECK THAT THE TABLES STILL AGREE WITH THE FILES, WHICH   *
      *      REMAIN THE BOOK OF RECORD : MODE=CHECK (ALSO RUN AT THE   *
      *      END OF A LOAD) RECOMPUTES EACH INVOICE'S OPEN AMOUNT AND  *
      *      DISPUTE FLAG FROM THE FILES AND COMPARES THEM WITH THE    *
      *      OPEN-ITEMS VIEW, BOTH WAYS, WITH CONTROL TOTALS           *
      *    - REPORT THE COUNTS AND EVERY DIFFERENCE (FICARCHK) ;       *
      *      RC 4 WHEN THE TABLES AND THE FILES DISAGREE, RC 8 WHEN A  *
      *      LOAD COULD NOT POST EVERYTHING OR THE RUN WAS REFUSED     *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      MODE=CHECK          CHECK (DEFAULT) OR LOAD               *
      *      COMMIT=NNNN         ROWS POSTED BETWEEN COMMITS DURING A  *
      *                          LOAD (DEFAULT 500)                    *
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
           SELECT FDISP    ASSIGN TO FICDISP
               FILE STATUS IS FS-DISP.
           SELECT FARCHK   ASSIGN TO FICARCHK.

       DATA DIVISION.
       FILE SECTION.
      ** FINVREG - THE INVOICE REGISTER PART3BP APPENDS **
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

      ** FSETTLE - THE SETTLEMENT LEDGER ; DEPOSITS ('B') AND       **
      ** BROUGHT-FORWARD SUMMARIES ('F') SETTLE NO INVOICE          **
       FD FSETTLE.
       01 ENR-SETTLE.
          05 SET-INV-NO    PIC 9(8).
          05 SET-PAY-DATE  PIC X(10).
          05 SET-AMOUNT    PIC S9(7)V9(2).
          05 SET-RELIEF    PIC S9(7)V9(2).
          05 SET-TYPE      PIC X(1).
          05 SET-C-NO      PIC X(3).
          05 FILLER        PIC X(40).

      ** FDISP - THE DISPUTE REGISTER DISPREGP MAINTAINS ; A BLANK  **
      ** RESOLVED DATE IS A DISPUTE STILL OPEN                      **
       FD FDISP.
       01 ENR-DISP.
          05 DSP-INV-NO    PIC 9(8).
          05 DSP-REASON    PIC X(20).
          05 DSP-RAISED    PIC X(10).
          05 DSP-RESOLVED  PIC X(10).
          05 FILLER        PIC X(32).

       FD FARCHK.
       01 ENR-ARCHK       PIC X(100).

       WORKING-STORAGE SECTION.
      *** STATUTS ET FINS DE FICHIERS ***
       77 FS-INVREG       PIC 99 VALUE 0.
       77 FS-SETTLE       PIC 99 VALUE 0.
       77 FS-DISP         PIC 99 VALUE 0.
       77 WS-EOF          PIC 9  VALUE 0.
            88 FF-INPUT         VALUE 1.

      *** VARIABLES FONCTION ABEND-PROG ***
       77 WS-ANO PIC 9 VALUE ZERO.
       77 WS-VAR PIC 9 VALUE ZERO.
       77 WS-ABEND-CODE PIC 9(02) VALUE 0.

      *** SYSIN PARAMETERS, THROUGH THE PARMPRS CARD PARSER ***
       COPY PARMBLK.
       77 AC-MODE         PIC X(5)  VALUE 'CHECK'.
            88 MODE-LOAD        VALUE 'LOAD'.
            88 MODE-CHECK       VALUE 'CHECK'.
       77 AC-COMMIT       PIC 9(4)  VALUE 500.

      *** VERROUS ET HISTORIQUE D'EXECUTION ***
       77 WS-WIN-PGM      PIC X(8) VALUE 'CHAINWIN'.
       77 WS-OWN-PGM      PIC X(8) VALUE 'ARLOADP '.
       77 WS-LK-ACTION    PIC X(1) VALUE 'Q'.
       77 WS-LK-RESULT    PIC X(4) VALUE SPACES.
       77 WS-RH-PHASE     PIC X(1) VALUE 'S'.
       77 WS-RH-INPUTS    PIC X(30) VALUE
             'FICINVREG FICSETTLE FICDISP'.
       77 WS-RH-RC        PIC 9(4) VALUE 0.

      *** POSTES OUVERTS DB2 TENUS PAR ARPOST ***
       COPY ARPOST.
       77 WS-SINCE-COMMIT PIC 9(4)  VALUE 0.
       77 CNT-INV-POSTED  PIC 9(7)  VALUE 0.
       77 CNT-SET-POSTED  PIC 9(7)  VALUE 0.
       77 CNT-SET-NO-INV  PIC 9(7)  VALUE 0.
       77 CNT-DSP-POSTED  PIC 9(7)  VALUE 0.
       77 CNT-AR-FAILED   PIC 9(7)  VALUE 0.
       77 WS-LOAD-KO      PIC X(1)  VALUE 'N'.
            88 LOAD-FAILED      VALUE 'Y'.

      *** POSTES OUVERTS RECALCULES DEPUIS LES FICHIERS ***
       77 IVT-CNT         PIC S9(4) COMP VALUE 0.
       77 IVT-IDX         PIC S9(4) COMP VALUE 0.
       77 WS-IVT-HIT      PIC S9(4) COMP VALUE 0.
       01 INVOICE-TAB.
          05 IVT-ENTRY OCCURS 9000 TIMES.
             10 IVT-INV-NO    PIC 9(8).
             10 IVT-OPEN      PIC S9(9)V9(2).
             10 IVT-DISPUTE   PIC X(1).
             10 IVT-SEEN      PIC X(1).
       77 WS-TABLE-FULL   PIC X(1)  VALUE 'N'.
            88 TABLE-OVERFLOWED VALUE 'Y'.

      *** LIGNE DE LA VUE API10.AR_OPEN_ITEMS ***
       77 WS-OI-INV-NO    PIC S9(9) COMP VALUE 0.
       77 WS-OI-C-NO      PIC X(3)  VALUE SPACES.
       77 WS-OI-OPEN      PIC S9(9)V9(2) COMP-3 VALUE 0.
       77 WS-OI-DISPUTE   PIC X(1)  VALUE SPACE.
       77 WS-OI-INV-9     PIC 9(8)  VALUE 0.
       77 WS-FILE-DISPUTE PIC X(1)  VALUE SPACE.
       01 ED-SQLCODE      PIC +Z(8)9.

      *** TOTAUX DE CONTROLE ***
       77 CNT-FILE-OPEN   PIC 9(7)  VALUE 0.
       77 CNT-DB2-OPEN    PIC 9(7)  VALUE 0.
       77 WS-FILE-TOTAL   PIC S9(11)V9(2) VALUE 0.
       77 WS-DB2-TOTAL    PIC S9(11)V9(2) VALUE 0.
       77 CNT-DIFF        PIC 9(7)  VALUE 0.
       77 CNT-DB2-ONLY    PIC 9(7)  VALUE 0.
       77 CNT-FILE-ONLY   PIC 9(7)  VALUE 0.
       77 CNT-DSP-DIFF    PIC 9(7)  VALUE 0.

      *** ETAT DE CONTROLE ***
       01 L-ARC-HEAD.
          05 FILLER        PIC X(42) VALUE
                'OPEN ITEMS AGAINST THE REGISTERS - MODE '.
          05 L-HEAD-MODE   PIC X(5).
          05 FILLER        PIC X(53) VALUE ALL ' '.

       01 L-ARC-TITLE.
          05 FILLER        PIC X(10) VALUE 'INVOICE'.
          05 FILLER        PIC X(16) VALUE '  OPEN PER FILES'.
          05 FILLER        PIC X(16) VALUE '   OPEN PER DB2'.
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 FILLER        PIC X(9)  VALUE 'DISPUTE'.
          05 FILLER        PIC X(45) VALUE 'DIFFERENCE'.

       01 L-ARC-LINE.
          05 L-INV-NO      PIC Z(7)9.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-FILE-OPEN   PIC -ZZZZZZZZ9,99.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-DB2-OPEN    PIC -ZZZZZZZZ9,99.
          05 FILLER        PIC X(7)  VALUE ALL ' '.
          05 L-FILE-DSP    PIC X(1).
          05 FILLER        PIC X(1)  VALUE '/'.
          05 L-DB2-DSP     PIC X(1).
          05 FILLER        PIC X(5)  VALUE ALL ' '.
          05 L-DIFF-TEXT   PIC X(46).

       01 L-ARC-NOTE.
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 L-NOTE        PIC X(80).
          05 FILLER        PIC X(16) VALUE ALL ' '.

       01 L-ARC-FOOT.
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 L-FOOT-LABEL  PIC X(36).
          05 L-FOOT-COUNT  PIC ZZZZZZ9.
          05 FILLER        PIC X(53) VALUE ALL ' '.

       01 L-ARC-TOTAL.
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 L-TOT-LABEL   PIC X(36).
          05 L-TOT-AMOUNT  PIC -ZZZZZZZZZZ9,99.
          05 FILLER        PIC X(45) VALUE ALL ' '.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC

      *** CURSEUR DES POSTES OUVERTS, PAR NUMERO DE FACTURE ***
           EXEC SQL
              DECLARE COPEN CURSOR
              FOR
              SELECT INV_NO, C_NO, OPEN_AMT, DISPUTE
              FROM API10.AR_OPEN_ITEMS
              ORDER BY INV_NO
           END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** ARLOADP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

      ** THE TABLES ARE BUILT FROM WHAT THE CHAIN APPENDS : NOT  **
      ** WHILE IT RUNS                                           **
           MOVE 'Q' TO WS-LK-ACTION
           CALL 'RUNLOCK' USING WS-WIN-PGM WS-LK-ACTION WS-LK-RESULT
           IF WS-LK-RESULT = 'HELD'
              DISPLAY '*** BATCH WINDOW OPEN - ARLOADP REFUSED,'
                      ' RERUN AFTER THE CHAIN ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'L' TO WS-LK-ACTION
           MOVE SPACES TO WS-LK-RESULT
           CALL 'RUNLOCK' USING WS-OWN-PGM WS-LK-ACTION WS-LK-RESULT
           IF WS-LK-RESULT = 'HELD'
              DISPLAY '*** ARLOADP ALREADY RUNNING - REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'S' TO WS-RH-PHASE
           MOVE 0   TO WS-RH-RC
           CALL 'RUNHIST' USING WS-OWN-PGM WS-RH-PHASE
                                WS-RH-INPUTS WS-RH-RC

           IF MODE-LOAD
              PERFORM LOAD-OPEN-ITEMS
           END-IF

           PERFORM BUILD-FILE-OPEN-ITEMS
           IF NOT TABLE-OVERFLOWED
              PERFORM COMPARE-OPEN-ITEMS
           END-IF
           PERFORM WRITE-CHECK-REPORT

           EVALUATE TRUE
              WHEN LOAD-FAILED OR TABLE-OVERFLOWED
                 MOVE 8 TO WS-RH-RC
              WHEN CNT-DIFF > 0 OR CNT-DB2-ONLY > 0 OR
                   CNT-FILE-ONLY > 0 OR CNT-DSP-DIFF > 0
                 MOVE 4 TO WS-RH-RC
              WHEN OTHER
                 MOVE 0 TO WS-RH-RC
           END-EVALUATE
           IF MODE-LOAD
              DISPLAY 'INVOICE RECORDS POSTED    : ' CNT-INV-POSTED
              DISPLAY 'LEDGER RECORDS POSTED     : ' CNT-SET-POSTED
              DISPLAY 'OPEN DISPUTES POSTED      : ' CNT-DSP-POSTED
              DISPLAY 'POSTINGS FAILED           : ' CNT-AR-FAILED
           END-IF
           DISPLAY 'OPEN ITEMS PER FILES      : ' CNT-FILE-OPEN
           DISPLAY 'OPEN ITEMS PER DB2        : ' CNT-DB2-OPEN
           DISPLAY 'DIFFERENCES               : ' CNT-DIFF
           DISPLAY 'IN DB2 ONLY               : ' CNT-DB2-ONLY
           DISPLAY 'IN THE FILES ONLY         : ' CNT-FILE-ONLY
           DISPLAY 'DISPUTE FLAGS DIFFERING   : ' CNT-DSP-DIFF

           MOVE 'E' TO WS-RH-PHASE
           CALL 'RUNHIST' USING WS-OWN-PGM WS-RH-PHASE
                                WS-RH-INPUTS WS-RH-RC
           MOVE 'R' TO WS-LK-ACTION
           CALL 'RUNLOCK' USING WS-OWN-PGM WS-LK-ACTION WS-LK-RESULT
           MOVE WS-RH-RC TO RETURN-CODE
           GOBACK.

      ********************************************
      * PARAGRAPHES                              *
      ********************************************
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 2 TO PARM-COUNT
           MOVE 'MODE'     TO PARM-KEYWORD(1)
           MOVE 'X'        TO PARM-TYPE(1)
           MOVE 'N'        TO PARM-REQUIRED(1)
           MOVE 'CHECK'    TO PARM-DEFAULT(1)
           MOVE 'COMMIT'   TO PARM-KEYWORD(2)
           MOVE 'N'        TO PARM-TYPE(2)
           MOVE 'N'        TO PARM-REQUIRED(2)
           MOVE '0500'     TO PARM-DEFAULT(2)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              MOVE PARM-VALUE(1)(1:5) TO AC-MODE
              COMPUTE AC-COMMIT = FUNCTION NUMVAL(PARM-VALUE(2))
              IF NOT MODE-LOAD AND NOT MODE-CHECK
                 DISPLAY 'MODE MUST BE LOAD OR CHECK : ' AC-MODE
                 SET PARMS-BAD TO TRUE
              END-IF
              IF AC-COMMIT = 0
                 MOVE 500 TO AC-COMMIT
              END-IF
           END-IF
           .

      ** LOAD-OPEN-ITEMS - empty tables, then every register,       **
      ** ledger and open dispute record through ARPOST, committed   **
      ** every AC-COMMIT rows ; the invoices go first so that each  **
      ** settlement finds its invoice row                           **
       LOAD-OPEN-ITEMS.
           SET AP-DO-CLEAR    TO TRUE
           SET AP-COMMIT-EACH TO TRUE
           CALL 'ARPOST' USING AR-POST-BLOCK
           IF AP-FAILED
              DISPLAY '*** OPEN ITEMS NOT EMPTIED - NOTHING LOADED ***'
              SET LOAD-FAILED TO TRUE
              EXIT PARAGRAPH
           END-IF
           SET AP-CALLER-COMMITS TO TRUE
           MOVE 0 TO WS-SINCE-COMMIT

           OPEN INPUT FINVREG
           IF FS-INVREG NOT = 0 AND FS-INVREG NOT = 35
              DISPLAY 'ERROR: FILE STATUS -> ' FS-INVREG
              MOVE 10 TO WS-ABEND-CODE
              PERFORM ABEND-PROG
           END-IF
           IF FS-INVREG = 0
              MOVE 0 TO WS-EOF
              PERFORM UNTIL FF-INPUT
                 READ FINVREG
                    AT END
                       SET FF-INPUT TO TRUE
                    NOT AT END
                       MOVE ENR-INVREG TO AP-RECORD
                       SET AP-DO-INVOICE TO TRUE
                       PERFORM POST-ONE-ROW
                       IF NOT AP-FAILED
                          ADD 1 TO CNT-INV-POSTED
                       END-IF
                 END-READ
                 IF FS-INVREG NOT = 0 AND FS-INVREG NOT = 10
                    DISPLAY 'ERROR: FILE STATUS -> ' FS-INVREG
                    MOVE 20 TO WS-ABEND-CODE
                    PERFORM ABEND-PROG
                 END-IF
              END-PERFORM
              CLOSE FINVREG
           ELSE
              DISPLAY 'NO INVOICE REGISTER, NO INVOICE LOADED'
           END-IF

           OPEN INPUT FSETTLE
           IF FS-SETTLE NOT = 0 AND FS-SETTLE NOT = 35
              DISPLAY 'ERROR: FILE STATUS -> ' FS-SETTLE
              MOVE 10 TO WS-ABEND-CODE
              PERFORM ABEND-PROG
           END-IF
           IF FS-SETTLE = 0
              MOVE 0 TO WS-EOF
              PERFORM UNTIL FF-INPUT
                 READ FSETTLE
                    AT END
                       SET FF-INPUT TO TRUE
                    NOT AT END
                       MOVE ENR-SETTLE TO AP-RECORD
                       SET AP-DO-SETTLE TO TRUE
                       PERFORM POST-ONE-ROW
                       IF NOT AP-FAILED
                          ADD 1 TO CNT-SET-POSTED
                       END-IF
                       IF AP-NONE
                          ADD 1 TO CNT-SET-NO-INV
                       END-IF
                 END-READ
                 IF FS-SETTLE NOT = 0 AND FS-SETTLE NOT = 10
                    DISPLAY 'ERROR: FILE STATUS -> ' FS-SETTLE
                    MOVE 20 TO WS-ABEND-CODE
                    PERFORM ABEND-PROG
                 END-IF
              END-PERFORM
              CLOSE FSETTLE
           ELSE
              DISPLAY 'NO SETTLEMENT LEDGER, NO SETTLEMENT LOADED'
           END-IF

           OPEN INPUT FDISP
           IF FS-DISP NOT = 0 AND FS-DISP NOT = 35
              DISPLAY 'ERROR: FILE STATUS -> ' FS-DISP
              MOVE 10 TO WS-ABEND-CODE
              PERFORM ABEND-PROG
           END-IF
           IF FS-DISP = 0
              MOVE 0 TO WS-EOF
              PERFORM UNTIL FF-INPUT
                 READ FDISP
                    AT END
                       SET FF-INPUT TO TRUE
                    NOT AT END
                       IF DSP-RESOLVED = SPACES
                          SET AP-DO-DISPUTE TO TRUE
                          MOVE DSP-INV-NO TO AP-INV-NO
                          MOVE 'Y'        TO AP-DISPUTE
                          PERFORM POST-ONE-ROW
                          IF AP-OK
                             ADD 1 TO CNT-DSP-POSTED
                          END-IF
                       END-IF
                 END-READ
                 IF FS-DISP NOT = 0 AND FS-DISP NOT = 10
                    DISPLAY 'ERROR: FILE STATUS -> ' FS-DISP
                    MOVE 20 TO WS-ABEND-CODE
                    PERFORM ABEND-PROG
                 END-IF
              END-PERFORM
              CLOSE FDISP
           END-IF

           EXEC SQL COMMIT END-EXEC
           IF CNT-AR-FAILED > 0
              SET LOAD-FAILED TO TRUE
           END-IF
           .

      ** POST-ONE-ROW - one ARPOST call, a commit every AC-COMMIT   **
      ** rows ; a failed statement leaves nothing behind, so the    **
      ** rows already posted since the last commit are kept        **
       POST-ONE-ROW.
           CALL 'ARPOST' USING AR-POST-BLOCK
           IF AP-FAILED
              ADD 1 TO CNT-AR-FAILED
           ELSE
              ADD 1 TO WS-SINCE-COMMIT
              IF WS-SINCE-COMMIT NOT < AC-COMMIT
                 EXEC SQL COMMIT END-EXEC
                 MOVE 0 TO WS-SINCE-COMMIT
              END-IF
           END-IF
           .

      ** BUILD-FILE-OPEN-ITEMS - each invoice's open amount the way  **
      ** the register readers have always worked it out : its TTC   **
      ** records cumulated (a void nets them), less every ledger    **
      ** record against it, flagged when a dispute is still open    **
       BUILD-FILE-OPEN-ITEMS.
           OPEN INPUT FINVREG
           IF FS-INVREG NOT = 0 AND FS-INVREG NOT = 35
              DISPLAY 'ERROR: FILE STATUS -> ' FS-INVREG
              MOVE 10 TO WS-ABEND-CODE
              PERFORM ABEND-PROG
           END-IF
           IF FS-INVREG = 0
              MOVE 0 TO WS-EOF
              PERFORM UNTIL FF-INPUT OR TABLE-OVERFLOWED
                 READ FINVREG
                    AT END
                       SET FF-INPUT TO TRUE
                    NOT AT END
                       MOVE IR-INV-NO TO WS-OI-INV-9
                       PERFORM FIND-INVOICE
                       IF WS-IVT-HIT = 0
                          PERFORM ADD-INVOICE
                       END-IF
                       IF WS-IVT-HIT > 0
                          ADD IR-TOTAL-TTC TO IVT-OPEN(WS-IVT-HIT)
                       END-IF
                 END-READ
                 IF FS-INVREG NOT = 0 AND FS-INVREG NOT = 10
                    DISPLAY 'ERROR: FILE STATUS -> ' FS-INVREG
                    MOVE 20 TO WS-ABEND-CODE
                    PERFORM ABEND-PROG
                 END-IF
              END-PERFORM
              CLOSE FINVREG
           END-IF
           IF TABLE-OVERFLOWED
              EXIT PARAGRAPH
           END-IF

           OPEN INPUT FSETTLE
           IF FS-SETTLE NOT = 0 AND FS-SETTLE NOT = 35
              DISPLAY 'ERROR: FILE STATUS -> ' FS-SETTLE
              MOVE 10 TO WS-ABEND-CODE
              PERFORM ABEND-PROG
           END-IF
           IF FS-SETTLE = 0
              MOVE 0 TO WS-EOF
              PERFORM UNTIL FF-INPUT
                 READ FSETTLE
                    AT END
                       SET FF-INPUT TO TRUE
                    NOT AT END
                       IF SET-INV-NO NOT = ZERO AND
                          SET-TYPE NOT = 'B' AND SET-TYPE NOT = 'F'
                          MOVE SET-INV-NO TO WS-OI-INV-9
                          PERFORM FIND-INVOICE
                          IF WS-IVT-HIT > 0
                             SUBTRACT SET-AMOUNT
                                 FROM IVT-OPEN(WS-IVT-HIT)
                          END-IF
                       END-IF
                 END-READ
                 IF FS-SETTLE NOT = 0 AND FS-SETTLE NOT = 10
                    DISPLAY 'ERROR: FILE STATUS -> ' FS-SETTLE
                    MOVE 20 TO WS-ABEND-CODE
                    PERFORM ABEND-PROG
                 END-IF
              END-PERFORM
              CLOSE FSETTLE
           END-IF

           OPEN INPUT FDISP
           IF FS-DISP NOT = 0 AND FS-DISP NOT = 35
              DISPLAY 'ERROR: FILE STATUS -> ' FS-DISP
              MOVE 10 TO WS-ABEND-CODE
              PERFORM ABEND-PROG
           END-IF
           IF FS-DISP = 0
              MOVE 0 TO WS-EOF
              PERFORM UNTIL FF-INPUT
                 READ FDISP
                    AT END
                       SET FF-INPUT TO TRUE
                    NOT AT END
                       IF DSP-RESOLVED = SPACES
                          MOVE DSP-INV-NO TO WS-OI-INV-9
                          PERFORM FIND-INVOICE
                          IF WS-IVT-HIT > 0
                             MOVE 'Y' TO IVT-DISPUTE(WS-IVT-HIT)
                          END-IF
                       END-IF
                 END-READ
                 IF FS-DISP NOT = 0 AND FS-DISP NOT = 10
                    DISPLAY 'ERROR: FILE STATUS -> ' FS-DISP
                    MOVE 20 TO WS-ABEND-CODE
                    PERFORM ABEND-PROG
                 END-IF
              END-PERFORM
              CLOSE FDISP
           END-IF

           PERFORM VARYING IVT-IDX FROM 1 BY 1 UNTIL IVT-IDX > IVT-CNT
              IF IVT-OPEN(IVT-IDX) NOT = ZERO
                 ADD 1 TO CNT-FILE-OPEN
                 ADD IVT-OPEN(IVT-IDX) TO WS-FILE-TOTAL
              END-IF
           END-PERFORM
           .

       FIND-INVOICE.
           MOVE 0 TO WS-IVT-HIT
           PERFORM VARYING IVT-IDX FROM 1 BY 1
                   UNTIL IVT-IDX > IVT-CNT OR WS-IVT-HIT > 0
              IF IVT-INV-NO(IVT-IDX) = WS-OI-INV-9
                 MOVE IVT-IDX TO WS-IVT-HIT
              END-IF
           END-PERFORM
           .

       ADD-INVOICE.
           IF IVT-CNT < 9000
              ADD 1 TO IVT-CNT
              MOVE IVT-CNT     TO WS-IVT-HIT
              MOVE WS-OI-INV-9 TO IVT-INV-NO(IVT-CNT)
              MOVE ZERO        TO IVT-OPEN(IVT-CNT)
              MOVE SPACE       TO IVT-DISPUTE(IVT-CNT)
              MOVE 'N'         TO IVT-SEEN(IVT-CNT)
           ELSE
              DISPLAY 'INVOICE TABLE FULL - CHECK REFUSED, RAISE OCCURS'
              SET TABLE-OVERFLOWED TO TRUE
           END-IF
           .

      ** COMPARE-OPEN-ITEMS - every row of the view against the     **
      ** files, then every invoice the files leave open that the    **
      ** view did not show                                          **
       COMPARE-OPEN-ITEMS.
           OPEN OUTPUT FARCHK
           MOVE AC-MODE TO L-HEAD-MODE
           WRITE ENR-ARCHK FROM L-ARC-HEAD
           MOVE SPACES TO ENR-ARCHK
           WRITE ENR-ARCHK
           WRITE ENR-ARCHK FROM L-ARC-TITLE

           EXEC SQL OPEN COPEN END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE SQLCODE TO ED-SQLCODE
              DISPLAY 'OPEN ITEMS NOT READABLE ' ED-SQLCODE
              SET LOAD-FAILED TO TRUE
              EXIT PARAGRAPH
           END-IF
           PERFORM FETCH-COPEN
           PERFORM UNTIL SQLCODE NOT = ZERO
              PERFORM CHECK-ONE-OPEN-ITEM
              PERFORM FETCH-COPEN
           END-PERFORM
           EXEC SQL CLOSE COPEN END-EXEC

           PERFORM VARYING IVT-IDX FROM 1 BY 1 UNTIL IVT-IDX > IVT-CNT
              IF IVT-OPEN(IVT-IDX) NOT = ZERO AND
                 IVT-SEEN(IVT-IDX) = 'N'
                 ADD 1 TO CNT-FILE-ONLY
                 MOVE IVT-INV-NO(IVT-IDX)  TO L-INV-NO
                 MOVE IVT-OPEN(IVT-IDX)    TO L-FILE-OPEN
                 MOVE ZERO                 TO L-DB2-OPEN
                 MOVE IVT-DISPUTE(IVT-IDX) TO L-FILE-DSP
                 MOVE SPACE                TO L-DB2-DSP
                 MOVE 'OPEN ON THE FILES, NOT IN THE OPEN ITEMS'
                   TO L-DIFF-TEXT
                 WRITE ENR-ARCHK FROM L-ARC-LINE
              END-IF
           END-PERFORM
           .

       FETCH-COPEN.
           EXEC SQL
              FETCH COPEN
              INTO :WS-OI-INV-NO, :WS-OI-C-NO, :WS-OI-OPEN,
                   :WS-OI-DISPUTE
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              MOVE SQLCODE TO ED-SQLCODE
              DISPLAY 'ANOMALIE GRAVE : ' ED-SQLCODE
              MOVE 30 TO WS-ABEND-CODE
              PERFORM ABEND-PROG
           END-IF
           .

       CHECK-ONE-OPEN-ITEM.
           ADD 1 TO CNT-DB2-OPEN
           ADD WS-OI-OPEN TO WS-DB2-TOTAL
           MOVE WS-OI-INV-NO TO WS-OI-INV-9
           PERFORM FIND-INVOICE
           MOVE WS-OI-INV-9   TO L-INV-NO
           MOVE WS-OI-OPEN    TO L-DB2-OPEN
           MOVE WS-OI-DISPUTE TO L-DB2-DSP
           IF WS-IVT-HIT = 0
              ADD 1 TO CNT-DB2-ONLY
              MOVE ZERO  TO L-FILE-OPEN
              MOVE SPACE TO L-FILE-DSP
              MOVE 'IN THE OPEN ITEMS, NOT ON THE FILES'
                TO L-DIFF-TEXT
              WRITE ENR-ARCHK FROM L-ARC-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO IVT-SEEN(WS-IVT-HIT)
           MOVE IVT-OPEN(WS-IVT-HIT)    TO L-FILE-OPEN
           MOVE IVT-DISPUTE(WS-IVT-HIT) TO L-FILE-DSP
           MOVE IVT-DISPUTE(WS-IVT-HIT) TO WS-FILE-DISPUTE
           IF IVT-OPEN(WS-IVT-HIT) NOT = WS-OI-OPEN
              ADD 1 TO CNT-DIFF
              MOVE 'OPEN AMOUNTS DIFFER' TO L-DIFF-TEXT
              WRITE ENR-ARCHK FROM L-ARC-LINE
           ELSE
              IF WS-FILE-DISPUTE NOT = WS-OI-DISPUTE
                 ADD 1 TO CNT-DSP-DIFF
                 MOVE 'DISPUTE FLAGS DIFFER' TO L-DIFF-TEXT
                 WRITE ENR-ARCHK FROM L-ARC-LINE
              END-IF
           END-IF
           .

       WRITE-CHECK-REPORT.
           IF TABLE-OVERFLOWED
              OPEN OUTPUT FARCHK
              MOVE AC-MODE TO L-HEAD-MODE
              WRITE ENR-ARCHK FROM L-ARC-HEAD
              MOVE 'MORE INVOICES THAN THE TABLE HOLDS - NOT CHECKED'
                TO L-NOTE
              WRITE ENR-ARCHK FROM L-ARC-NOTE
              CLOSE FARCHK
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ENR-ARCHK
           WRITE ENR-ARCHK
           IF MODE-LOAD
              MOVE 'INVOICE RECORDS POSTED'    TO L-FOOT-LABEL
              MOVE CNT-INV-POSTED              TO L-FOOT-COUNT
              WRITE ENR-ARCHK FROM L-ARC-FOOT
              MOVE 'LEDGER RECORDS POSTED'     TO L-FOOT-LABEL
              MOVE CNT-SET-POSTED              TO L-FOOT-COUNT
              WRITE ENR-ARCHK FROM L-ARC-FOOT
              MOVE 'LEDGER RECORDS OF NO INVOICE' TO L-FOOT-LABEL
              MOVE CNT-SET-NO-INV              TO L-FOOT-COUNT
              WRITE ENR-ARCHK FROM L-ARC-FOOT
              MOVE 'OPEN DISPUTES POSTED'      TO L-FOOT-LABEL
              MOVE CNT-DSP-POSTED              TO L-FOOT-COUNT
              WRITE ENR-ARCHK FROM L-ARC-FOOT
              MOVE 'POSTINGS FAILED'           TO L-FOOT-LABEL
              MOVE CNT-AR-FAILED               TO L-FOOT-COUNT
              WRITE ENR-ARCHK FROM L-ARC-FOOT
           END-IF
           MOVE 'OPEN ITEMS PER FILES'      TO L-FOOT-LABEL
           MOVE CNT-FILE-OPEN               TO L-FOOT-COUNT
           WRITE ENR-ARCHK FROM L-ARC-FOOT
           MOVE 'OPEN ITEMS PER DB2'        TO L-FOOT-LABEL
           MOVE CNT-DB2-OPEN                TO L-FOOT-COUNT
           WRITE ENR-ARCHK FROM L-ARC-FOOT
           MOVE 'TOTAL OPEN PER FILES'      TO L-TOT-LABEL
           MOVE WS-FILE-TOTAL               TO L-TOT-AMOUNT
           WRITE ENR-ARCHK FROM L-ARC-TOTAL
           MOVE 'TOTAL OPEN PER DB2'        TO L-TOT-LABEL
           MOVE WS-DB2-TOTAL                TO L-TOT-AMOUNT
           WRITE ENR-ARCHK FROM L-ARC-TOTAL
           MOVE 'OPEN AMOUNTS DIFFERING'    TO L-FOOT-LABEL
           MOVE CNT-DIFF                    TO L-FOOT-COUNT
           WRITE ENR-ARCHK FROM L-ARC-FOOT
           MOVE 'IN DB2 ONLY'               TO L-FOOT-LABEL
           MOVE CNT-DB2-ONLY                TO L-FOOT-COUNT
           WRITE ENR-ARCHK FROM L-ARC-FOOT
           MOVE 'IN THE FILES ONLY'         TO L-FOOT-LABEL
           MOVE CNT-FILE-ONLY               TO L-FOOT-COUNT
           WRITE ENR-ARCHK FROM L-ARC-FOOT
           MOVE 'DISPUTE FLAGS DIFFERING'   TO L-FOOT-LABEL
           MOVE CNT-DSP-DIFF                TO L-FOOT-COUNT
           WRITE ENR-ARCHK FROM L-ARC-FOOT
           IF CNT-DIFF > 0 OR CNT-DB2-ONLY > 0 OR CNT-FILE-ONLY > 0
              OR CNT-DSP-DIFF > 0
              MOVE 'THE OPEN ITEMS DISAGREE WITH THE FILES - RERUN'
                TO L-NOTE
              WRITE ENR-ARCHK FROM L-ARC-NOTE
              MOVE 'ARLOADP WITH MODE=LOAD TO REBUILD THEM' TO L-NOTE
              WRITE ENR-ARCHK FROM L-ARC-NOTE
           END-IF
           CLOSE FARCHK
           .

      ** ABEND-PROG - a missing register is an empty one, but any   **
      ** other file status, on the open or on a read, or a failed   **
      ** fetch, stops the run : a half-read book would load or      **
      ** check the open items against the wrong figures             **
       ABEND-PROG.
           DISPLAY 'ABEND CODE : ' WS-ABEND-CODE
           MOVE 16 TO RETURN-CODE
           COMPUTE WS-ANO = WS-ANO / WS-VAR.
