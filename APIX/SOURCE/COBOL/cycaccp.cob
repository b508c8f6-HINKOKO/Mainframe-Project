       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CYCACCP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - READ THE COUNT HISTORY PHYSCNTP KEEPS (FICCNTHIST,        *
      *      CNTHIST LAYOUT) AND MEASURE COUNT ACCURACY BY ABC CLASS,  *
      *      MONTH BY MONTH : COUNTS, COUNTS THAT AGREED WITH THE      *
      *      BOOK, THE ACCURACY PERCENTAGE AND THE VARIANCE VALUE      *
      *      FOUND (ABSOLUTE, AT COST)                                 *
      *    - CLOSE WITH THE SAME FIGURES FOR THE WHOLE PERIOD, SO THE  *
      *      TREND OF EACH CLASS READS DOWN THE PAGE                   *
      *    - WALL-TO-WALL COUNTS (NO CLASS ON THE LINE) ARE SHOWN ON   *
      *      THEIR OWN, UNDER '-'                                      *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      MONTHS=NN   MONTHS SHOWN, THE CURRENT ONE INCLUDED,       *
      *                  1 TO 60 (DEFAULT 12)                          *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FCNTHIST ASSIGN TO FICCNTHIST
               FILE STATUS IS FS-CNTHIST.
           SELECT FACCRPT  ASSIGN TO FICACCRPT.

       DATA DIVISION.
       FILE SECTION.
      ** FCNTHIST - THE COUNT HISTORY PHYSCNTP APPENDS **
       FD FCNTHIST.
       COPY CNTHIST.

       FD FACCRPT.
       01 ENR-ACCRPT      PIC X(100).

       WORKING-STORAGE SECTION.
       COPY PARMBLK.

       77 WS-CNTHIST-EOF  PIC 9  VALUE 0.
            88 FF-CNTHIST       VALUE 1.
       77 FS-CNTHIST      PIC 99 VALUE 0.

      *** PARAMETRES ***
       77 AC-MONTHS       PIC 9(2) VALUE 12.

      *** DATE DU JOUR, PREMIER MOIS AFFICHE (MOIS = AAAA*12+MM-1) ***
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.
       77 WS-RUN-DATE-ISO PIC X(10) VALUE SPACES.
       77 WS-START-KEY    PIC 9(6) VALUE 0.
       01 WS-FROM-MONTH.
          05 WS-FROM-YEAR PIC 9(4).
          05 FILLER       PIC X(1) VALUE '-'.
          05 WS-FROM-MM   PIC 9(2).

      *** CUMULS PAR MOIS ET PAR CLASSE (A, B, C, SANS CLASSE) ***
       01 ACM-TAB.
          05 ACM-ENTRY OCCURS 61 TIMES.
             10 ACM-MONTH     PIC X(7).
             10 ACM-CLASS OCCURS 4 TIMES.
                15 ACM-COUNTS    PIC 9(6).
                15 ACM-HITS      PIC 9(6).
                15 ACM-VAR-VALUE PIC 9(11)V9(2).
       77 ACM-CNT         PIC 9(2) VALUE 0.
       77 ACM-IDX         PIC 9(2) VALUE 0.
       77 ACM-MOVE        PIC 9(2) VALUE 0.
       77 WS-CLS          PIC 9 VALUE 0.
       01 CLS-CODES       PIC X(4) VALUE 'ABC-'.
       77 WS-ABS-VALUE    PIC 9(11)V9(2) VALUE 0.
       77 WS-PCT          PIC 9(3)V9(2) VALUE 0.

      *** COMPTEURS ***
       77 CNT-READ        PIC 9(7) VALUE 0.
       77 CNT-OUT-WINDOW  PIC 9(7) VALUE 0.

      *** LISTE DE PRECISION ***
       01 L-ACC-HEAD.
          05 FILLER        PIC X(40) VALUE
             'COUNT ACCURACY BY ABC CLASS          - '.
          05 L-HEAD-DATE   PIC X(10).
          05 FILLER        PIC X(8)  VALUE '  FROM '.
          05 L-HEAD-FROM   PIC X(7).
          05 FILLER        PIC X(35) VALUE ALL ' '.
       01 L-ACC-TITLE.
          05 FILLER        PIC X(10) VALUE 'MONTH'.
          05 FILLER        PIC X(8)  VALUE 'CLASS'.
          05 FILLER        PIC X(10) VALUE 'COUNTS'.
          05 FILLER        PIC X(10) VALUE 'ACCURATE'.
          05 FILLER        PIC X(12) VALUE 'ACCURACY %'.
          05 FILLER        PIC X(50) VALUE 'VARIANCE VALUE FOUND'.
       01 L-ACC-LINE.
          05 L-ACC-MONTH   PIC X(7).
          05 FILLER        PIC X(5)  VALUE ALL ' '.
          05 L-ACC-CLASS   PIC X(1).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-ACC-COUNTS  PIC ZZZZZ9.
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 L-ACC-HITS    PIC ZZZZZ9.
          05 FILLER        PIC X(5)  VALUE ALL ' '.
          05 L-ACC-PCT     PIC ZZ9,99.
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 L-ACC-VALUE   PIC ZZZZZZZZZZ9,99.
          05 FILLER        PIC X(39) VALUE ALL ' '.
       01 L-ACC-TOTAL-HEAD PIC X(100) VALUE
             'WHOLE PERIOD'.

      ***********************************************
       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** CYCACCP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM GET-RUN-DATE
           INITIALIZE ACM-TAB

           OPEN INPUT FCNTHIST
           IF FS-CNTHIST NOT = 0
              DISPLAY 'NO COUNT HISTORY YET'
           ELSE
              PERFORM UNTIL FF-CNTHIST
                 READ FCNTHIST
                    AT END
                       SET FF-CNTHIST TO TRUE
                    NOT AT END
                       ADD 1 TO CNT-READ
                       PERFORM ADD-ONE-COUNT
                 END-READ
              END-PERFORM
              CLOSE FCNTHIST
           END-IF

           OPEN OUTPUT FACCRPT
           MOVE WS-RUN-DATE-ISO TO L-HEAD-DATE
           MOVE WS-FROM-MONTH   TO L-HEAD-FROM
           WRITE ENR-ACCRPT FROM L-ACC-HEAD
           WRITE ENR-ACCRPT FROM L-ACC-TITLE
           PERFORM VARYING ACM-IDX FROM 1 BY 1 UNTIL ACM-IDX > ACM-CNT
              PERFORM PRINT-ONE-MONTH
           END-PERFORM
           PERFORM PRINT-PERIOD-TOTAL
           CLOSE FACCRPT

           DISPLAY 'COUNTS READ             : ' CNT-READ
           DISPLAY 'BEFORE THE PERIOD       : ' CNT-OUT-WINDOW
           DISPLAY 'MONTHS REPORTED         : ' ACM-CNT
           GOBACK.

      *** PARAGRAPHS ***
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 1 TO PARM-COUNT
           MOVE 'MONTHS'   TO PARM-KEYWORD(1)
           MOVE 'N'        TO PARM-TYPE(1)
           MOVE 'N'        TO PARM-REQUIRED(1)
           MOVE '12'       TO PARM-DEFAULT(1)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              COMPUTE AC-MONTHS = FUNCTION NUMVAL(PARM-VALUE(1))
              IF AC-MONTHS < 1 OR AC-MONTHS > 60
                 DISPLAY 'MONTHS MUST BE 1 TO 60 : ' AC-MONTHS
                 SET PARMS-BAD TO TRUE
              END-IF
           END-IF
           .

      ** GET-RUN-DATE - the period ends with this month and starts  **
      ** MONTHS - 1 months before it                                **
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
           COMPUTE WS-START-KEY =
              (FUNCTION NUMVAL(WS-RUN-DATE-ISO(1:4)) * 12)
              + FUNCTION NUMVAL(WS-RUN-MM) - AC-MONTHS
           DIVIDE WS-START-KEY BY 12 GIVING WS-FROM-YEAR
                  REMAINDER WS-FROM-MM
           ADD 1 TO WS-FROM-MM
           .

      ** ADD-ONE-COUNT - the month's row is found or slotted in at  **
      ** its place, so the history need not come in date order      **
       ADD-ONE-COUNT.
           IF CNH-DATE(1:7) < WS-FROM-MONTH
              ADD 1 TO CNT-OUT-WINDOW
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING ACM-IDX FROM 1 BY 1
                   UNTIL ACM-IDX > ACM-CNT
                      OR ACM-MONTH(ACM-IDX) NOT < CNH-DATE(1:7)
              CONTINUE
           END-PERFORM
           IF ACM-IDX > ACM-CNT OR
              ACM-MONTH(ACM-IDX) NOT = CNH-DATE(1:7)
              IF ACM-CNT NOT < 60
                 DISPLAY 'MONTH TABLE FULL, SKIPPED : ' CNH-DATE
                 EXIT PARAGRAPH
              END-IF
              PERFORM VARYING ACM-MOVE FROM ACM-CNT BY -1
                      UNTIL ACM-MOVE < ACM-IDX
                 MOVE ACM-ENTRY(ACM-MOVE) TO ACM-ENTRY(ACM-MOVE + 1)
              END-PERFORM
              INITIALIZE ACM-ENTRY(ACM-IDX)
              MOVE CNH-DATE(1:7) TO ACM-MONTH(ACM-IDX)
              ADD 1 TO ACM-CNT
           END-IF

           EVALUATE CNH-CLASS
              WHEN 'A'   MOVE 1 TO WS-CLS
              WHEN 'B'   MOVE 2 TO WS-CLS
              WHEN 'C'   MOVE 3 TO WS-CLS
              WHEN OTHER MOVE 4 TO WS-CLS
           END-EVALUATE
           ADD 1 TO ACM-COUNTS(ACM-IDX, WS-CLS)
           IF CNH-ACCURATE
              ADD 1 TO ACM-HITS(ACM-IDX, WS-CLS)
           END-IF
           IF CNH-VAR-VALUE < 0
              COMPUTE WS-ABS-VALUE = 0 - CNH-VAR-VALUE
           ELSE
              MOVE CNH-VAR-VALUE TO WS-ABS-VALUE
           END-IF
           ADD WS-ABS-VALUE TO ACM-VAR-VALUE(ACM-IDX, WS-CLS)
      ** THE LAST ROW (61) CARRIES THE WHOLE PERIOD **
           ADD 1 TO ACM-COUNTS(61, WS-CLS)
           IF CNH-ACCURATE
              ADD 1 TO ACM-HITS(61, WS-CLS)
           END-IF
           ADD WS-ABS-VALUE TO ACM-VAR-VALUE(61, WS-CLS)
           .

      ** PRINT-ONE-MONTH - a line per class counted that month **
       PRINT-ONE-MONTH.
           PERFORM VARYING WS-CLS FROM 1 BY 1 UNTIL WS-CLS > 4
              IF ACM-COUNTS(ACM-IDX, WS-CLS) > 0
                 MOVE ACM-MONTH(ACM-IDX) TO L-ACC-MONTH
                 PERFORM PRINT-ONE-CLASS
              END-IF
           END-PERFORM
           .

       PRINT-PERIOD-TOTAL.
           MOVE SPACES TO ENR-ACCRPT
           WRITE ENR-ACCRPT
           WRITE ENR-ACCRPT FROM L-ACC-TOTAL-HEAD
           MOVE 61 TO ACM-IDX
           PERFORM VARYING WS-CLS FROM 1 BY 1 UNTIL WS-CLS > 4
              IF ACM-COUNTS(ACM-IDX, WS-CLS) > 0
                 MOVE 'ALL' TO L-ACC-MONTH
                 PERFORM PRINT-ONE-CLASS
              END-IF
           END-PERFORM
           .

       PRINT-ONE-CLASS.
           MOVE CLS-CODES(WS-CLS:1)           TO L-ACC-CLASS
           MOVE ACM-COUNTS(ACM-IDX, WS-CLS)   TO L-ACC-COUNTS
           MOVE ACM-HITS(ACM-IDX, WS-CLS)     TO L-ACC-HITS
           COMPUTE WS-PCT ROUNDED =
              ACM-HITS(ACM-IDX, WS-CLS) * 100
              / ACM-COUNTS(ACM-IDX, WS-CLS)
           MOVE WS-PCT                        TO L-ACC-PCT
           MOVE ACM-VAR-VALUE(ACM-IDX, WS-CLS) TO L-ACC-VALUE
           WRITE ENR-ACCRPT FROM L-ACC-LINE
           .
