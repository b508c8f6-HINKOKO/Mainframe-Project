       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SPAEXPP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - LIST THE SUPPLIER PRICE AGREEMENTS (SUPAGRK) RUNNING OUT  *
      *      WITHIN THE NEXT DAYS DAYS, SO THAT PURCHASING CAN         *
      *      RENEGOTIATE BEFORE POWRTP FALLS BACK TO THE PARTSUPP COST *
      *    - SHOW FOR EACH ONE THE AGREEMENT ALREADY LOADED TO TAKE    *
      *      OVER FROM IT, IF ANY : A LATER AGREEMENT OF THE SAME      *
      *      SUPPLIER AND PART RUNNING BEYOND IT                       *
      *    - RETURN 4 WHEN AN AGREEMENT RUNS OUT WITH NOTHING TO       *
      *      FOLLOW IT                                                 *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      DAYS=NNN            LOOK-AHEAD IN DAYS (DEFAULT 30)       *
      *      RUNDATE=YYYY-MM-DD  THE DAY TO COUNT FROM (DEFAULT TODAY) *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPAGRK ASSIGN TO SUPAGRK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SPA-KEY
               FILE STATUS IS FS-SUPAGR.
           SELECT FSPAEXP ASSIGN TO FICSPAEXP.

       DATA DIVISION.
       FILE SECTION.
       FD SUPAGRK.
       COPY SUPAGR.

       FD FSPAEXP.
       01 ENR-SPAEXP      PIC X(100).

       WORKING-STORAGE SECTION.
       COPY PARMBLK.

       77 FS-SUPAGR       PIC 99 VALUE 0.
       77 WS-SUPAGR-EOF   PIC 9  VALUE 0.
            88 FF-SUPAGR        VALUE 1.

      *** PARAMETRES ***
       77 AC-DAYS         PIC 9(3) VALUE 30.
       77 AC-RUN-DATE     PIC X(10) VALUE SPACES.
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.

      *** CALCUL DES ECHEANCES ***
       01 WS-DATE-YYYYMMDD PIC 9(8) VALUE 0.
       01 WS-DATE-YYYYMMDD-X REDEFINES WS-DATE-YYYYMMDD.
          05 WS-DATE-YYYY PIC X(4).
          05 WS-DATE-MM   PIC X(2).
          05 WS-DATE-DD   PIC X(2).
       77 WS-RUN-INT      PIC 9(7) VALUE 0.
       77 WS-TO-INT       PIC 9(7) VALUE 0.
       77 WS-DAYS-LEFT    PIC S9(7) VALUE 0.

      *** LES ACCORDS D'UN COUPLE PIECE / FOURNISSEUR ***
       01 PAIR-TAB.
          05 PRT-ENTRY OCCURS 50 TIMES.
             10 PRT-FROM   PIC X(10).
             10 PRT-TO     PIC X(10).
       77 PRT-CNT         PIC 9(2) VALUE 0.
       77 PRT-IDX         PIC 9(2) VALUE 0.
       77 PRT-JDX         PIC 9(2) VALUE 0.
       77 WS-PAIR-PNO     PIC X(2) VALUE SPACES.
       77 WS-PAIR-SNO     PIC X(2) VALUE SPACES.
       77 WS-FOLLOW-FROM  PIC X(10) VALUE SPACES.

      *** COMPTEURS ***
       77 CNT-AGREEMENTS  PIC 9(5) VALUE 0.
       77 CNT-EXPIRING    PIC 9(5) VALUE 0.
       77 CNT-UNCOVERED   PIC 9(5) VALUE 0.

      *** LIGNES EDITION ***
       01 L-EXP-HEAD.
          05 FILLER        PIC X(41) VALUE
                'SUPPLIER PRICE AGREEMENTS RUNNING OUT BY'.
          05 L-HEAD-LIMIT  PIC X(10).
          05 FILLER        PIC X(49) VALUE ALL ' '.
       01 L-EXP-TITLE.
          05 FILLER        PIC X(6)  VALUE 'PART'.
          05 FILLER        PIC X(5)  VALUE 'SUP'.
          05 FILLER        PIC X(22) VALUE 'SUPPLIER NAME'.
          05 FILLER        PIC X(12) VALUE 'FROM'.
          05 FILLER        PIC X(12) VALUE 'TO'.
          05 FILLER        PIC X(11) VALUE 'DAYS LEFT'.
          05 FILLER        PIC X(14) VALUE 'FOLLOWED BY'.
          05 FILLER        PIC X(18) VALUE ALL ' '.
       01 L-EXP-LINE.
          05 L-EXP-PNO     PIC X(2).
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 L-EXP-SNO     PIC X(2).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-EXP-SNAME   PIC X(20).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-EXP-FROM    PIC X(10).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-EXP-TO      PIC X(10).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-EXP-DAYS    PIC ZZZ9.
          05 FILLER        PIC X(7)  VALUE ALL ' '.
          05 L-EXP-FOLLOW  PIC X(14).
          05 FILLER        PIC X(18) VALUE ALL ' '.
       01 L-EXP-FOOT.
          05 L-FOOT-LABEL  PIC X(40).
          05 L-FOOT-COUNT  PIC ZZZZ9.
          05 FILLER        PIC X(55) VALUE ALL ' '.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE SUP      END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** SPAEXPP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM GET-RUN-DATE

           OPEN INPUT SUPAGRK
           IF FS-SUPAGR NOT = 0
              DISPLAY 'NO SUPAGRK (' FS-SUPAGR
                      '), NO AGREEMENT TO WATCH'
              GOBACK
           END-IF

           OPEN OUTPUT FSPAEXP
           WRITE ENR-SPAEXP FROM L-EXP-HEAD
           WRITE ENR-SPAEXP FROM L-EXP-TITLE

           PERFORM READ-SUPAGR
           PERFORM UNTIL FF-SUPAGR
              IF SPA-PNO NOT = WS-PAIR-PNO OR
                 SPA-SNO NOT = WS-PAIR-SNO
                 PERFORM CHECK-PAIR-EXPIRY
                 MOVE SPA-PNO TO WS-PAIR-PNO
                 MOVE SPA-SNO TO WS-PAIR-SNO
                 MOVE ZERO    TO PRT-CNT
              END-IF
              IF PRT-CNT < 50
                 ADD 1 TO PRT-CNT
                 MOVE SPA-FROM TO PRT-FROM(PRT-CNT)
                 MOVE SPA-TO   TO PRT-TO(PRT-CNT)
              ELSE
                 DISPLAY 'TOO MANY AGREEMENTS FOR ' SPA-PNO '/'
                         SPA-SNO ', RAISE OCCURS'
              END-IF
              PERFORM READ-SUPAGR
           END-PERFORM
           PERFORM CHECK-PAIR-EXPIRY
           CLOSE SUPAGRK

           PERFORM WRITE-EXP-FOOTER
           CLOSE FSPAEXP

           DISPLAY 'AGREEMENTS READ          : ' CNT-AGREEMENTS
           DISPLAY 'RUNNING OUT              : ' CNT-EXPIRING
           DISPLAY 'WITH NOTHING TO FOLLOW   : ' CNT-UNCOVERED
           IF CNT-UNCOVERED > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *** PARAGRAPHS ***
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 2 TO PARM-COUNT
           MOVE 'DAYS'     TO PARM-KEYWORD(1)
           MOVE 'N'        TO PARM-TYPE(1)
           MOVE 'N'        TO PARM-REQUIRED(1)
           MOVE '30'       TO PARM-DEFAULT(1)
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

      ** GET-RUN-DATE - the look-ahead limit is printed on the head **
      ** of the report                                              **
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
           COMPUTE WS-DATE-YYYYMMDD =
              FUNCTION DATE-OF-INTEGER(WS-RUN-INT + AC-DAYS)
           MOVE SPACES TO L-HEAD-LIMIT
           STRING WS-DATE-YYYY DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-DATE-MM   DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-DATE-DD   DELIMITED BY SIZE
             INTO L-HEAD-LIMIT
           END-STRING
           .

       READ-SUPAGR.
           READ SUPAGRK
              AT END
                 SET FF-SUPAGR TO TRUE
              NOT AT END
                 ADD 1 TO CNT-AGREEMENTS
           END-READ
           .

      ** CHECK-PAIR-EXPIRY - every agreement of the pair ending from **
      ** the run date to the look-ahead limit ; a later one running  **
      ** past its end takes over from it                             **
       CHECK-PAIR-EXPIRY.
           PERFORM VARYING PRT-IDX FROM 1 BY 1
                   UNTIL PRT-IDX > PRT-CNT
              IF PRT-TO(PRT-IDX) NOT < AC-RUN-DATE AND
                 PRT-TO(PRT-IDX) NOT > L-HEAD-LIMIT
                 MOVE SPACES TO WS-FOLLOW-FROM
                 PERFORM VARYING PRT-JDX FROM PRT-IDX BY 1
                         UNTIL PRT-JDX > PRT-CNT
                    IF PRT-JDX > PRT-IDX AND
                       PRT-TO(PRT-JDX) > PRT-TO(PRT-IDX) AND
                       WS-FOLLOW-FROM = SPACES
                       MOVE PRT-FROM(PRT-JDX) TO WS-FOLLOW-FROM
                    END-IF
                 END-PERFORM
                 PERFORM WRITE-EXPIRY-LINE
              END-IF
           END-PERFORM
           .

       WRITE-EXPIRY-LINE.
           ADD 1 TO CNT-EXPIRING
           MOVE PRT-TO(PRT-IDX)(1:4) TO WS-DATE-YYYY
           MOVE PRT-TO(PRT-IDX)(6:2) TO WS-DATE-MM
           MOVE PRT-TO(PRT-IDX)(9:2) TO WS-DATE-DD
           COMPUTE WS-TO-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           COMPUTE WS-DAYS-LEFT = WS-TO-INT - WS-RUN-INT

           MOVE WS-PAIR-SNO TO SUP-SNO
           EXEC SQL
              SELECT SNAME
              INTO :SUP-SNAME
              FROM API10.SUPPLIER
              WHERE SNO = :SUP-SNO
           END-EXEC
           MOVE SPACES TO L-EXP-SNAME
           IF SQLCODE = ZERO
              MOVE SUP-SNAME-TEXT(1:SUP-SNAME-LEN) TO L-EXP-SNAME
           ELSE
              MOVE 'UNKNOWN' TO L-EXP-SNAME
           END-IF

           MOVE WS-PAIR-PNO       TO L-EXP-PNO
           MOVE WS-PAIR-SNO       TO L-EXP-SNO
           MOVE PRT-FROM(PRT-IDX) TO L-EXP-FROM
           MOVE PRT-TO(PRT-IDX)   TO L-EXP-TO
           MOVE WS-DAYS-LEFT      TO L-EXP-DAYS
           IF WS-FOLLOW-FROM = SPACES
              MOVE '*** NONE ***' TO L-EXP-FOLLOW
              ADD 1 TO CNT-UNCOVERED
           ELSE
              MOVE WS-FOLLOW-FROM TO L-EXP-FOLLOW
           END-IF
           WRITE ENR-SPAEXP FROM L-EXP-LINE
           .

       WRITE-EXP-FOOTER.
           MOVE SPACES TO ENR-SPAEXP
           WRITE ENR-SPAEXP
           MOVE 'AGREEMENTS RUNNING OUT :' TO L-FOOT-LABEL
           MOVE CNT-EXPIRING TO L-FOOT-COUNT
           WRITE ENR-SPAEXP FROM L-EXP-FOOT
           MOVE 'OF WHICH WITH NOTHING TO FOLLOW :' TO L-FOOT-LABEL
           MOVE CNT-UNCOVERED TO L-FOOT-COUNT
           WRITE ENR-SPAEXP FROM L-EXP-FOOT
           .
