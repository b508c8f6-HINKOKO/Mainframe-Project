       IDENTIFICATION DIVISION.
       PROGRAM-ID.     XFRPRPP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - PROPOSE INTER-SITE TRANSFERS : A SITE WHOSE POSITION      *
      *      (ON HAND PLUS TRANSFERS ALREADY ON THE ROAD TO IT) IS     *
      *      BELOW ITS OWN REORDER POINT (APIX.WHSTOCK.REORDER_POINT)  *
      *      IS TOPPED UP TO ITS TARGET FROM THE SITES HOLDING MORE    *
      *      THAN THEIRS, THE LARGEST SURPLUS FIRST                    *
      *    - THE TARGET OF A SITE IS TARGET PERCENT OF ITS REORDER     *
      *      POINT ; A SITE WITH NO REORDER POINT IS NOT PLANNED AND   *
      *      NEITHER RECEIVES NOR GIVES                                *
      *    - WRITE THE PROPOSALS AS XFRPOSTP SHIPMENT LINES            *
      *      (FICXFRPRP, S;P_NO;FROM;TO;QTY) FOR THE PLANNER TO KEEP,  *
      *      AMEND OR DROP BEFORE THEY ARE POSTED - NOTHING MOVES HERE *
      *    - LIST THE PROPOSALS AND THE SHORTAGES NO SITE COULD COVER  *
      *      (FICPRPRPT)                                               *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      TARGET=NNN    TARGET AS PERCENT OF THE REORDER POINT,     *
      *                    100 AT LEAST (DEFAULT 150)                  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXFRREG ASSIGN TO FICXFRREG
               FILE STATUS IS FS-XFRREG.
           SELECT FXFRPRP ASSIGN TO FICXFRPRP.
           SELECT FPRPRPT ASSIGN TO FICPRPRPT.

       DATA DIVISION.
       FILE SECTION.
      ** FXFRREG - XFRPOSTP'S TRANSFER REGISTER (READ ONLY) **
       FD FXFRREG.
       COPY XFRREG.

      ** FXFRPRP - PROPOSED SHIPMENTS, XFRPOSTP INPUT FORMAT **
       FD FXFRPRP.
       01 ENR-XFRPRP.
          05 ENR-PRP-CSV   PIC X(80).

       FD FPRPRPT.
       01 ENR-PRPRPT      PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-XFRREG-EOF   PIC 9  VALUE 0.
            88 FF-XFRREG        VALUE 1.
       77 FS-XFRREG       PIC 99 VALUE 0.
       01 ED-SQLCODE      PIC +Z(8)9.
       77 WS-ANO          PIC 9 VALUE 0.
       77 WS-VAR          PIC 9 VALUE 0.
       77 WS-ABEND-CODE   PIC 9(02) VALUE 0.
       COPY PARMBLK.

      *** PARAMETRES ***
       77 AC-TARGET       PIC 9(3) VALUE 150.

      *** LES TRANSFERTS EN COURS (REGISTRE XFRPOSTP) ***
       01 XRT-TAB.
          05 XRT-REC       PIC X(80) OCCURS 2000 TIMES.
       77 XRT-CNT         PIC 9(4) VALUE 0.
       77 XRT-IDX         PIC 9(4) VALUE 0.

      *** LES SITES DU PRODUIT EN COURS ***
       01 WS-CUR-PNO      PIC X(3) VALUE SPACES.
       01 SIT-TAB.
          05 SIT-ENTRY     OCCURS 20 TIMES.
             10 SIT-WH       PIC X(2).
             10 SIT-ONHAND   PIC S9(7).
             10 SIT-ROP      PIC 9(7).
             10 SIT-INBOUND  PIC 9(7).
             10 SIT-TARGET   PIC 9(7).
             10 SIT-NEED     PIC 9(7).
             10 SIT-SURPLUS  PIC 9(7).
       77 SIT-CNT         PIC 9(2) VALUE 0.
       77 SIT-IDX         PIC 9(2) VALUE 0.
       77 SIT-DON         PIC 9(2) VALUE 0.
       77 SIT-SCAN        PIC 9(2) VALUE 0.
       77 WS-BEST-SURPLUS PIC 9(7) VALUE 0.
       77 WS-POSITION     PIC S9(8) VALUE 0.
       77 WS-PRP-QTY      PIC 9(5) VALUE 0.
       77 WS-SITES-FULL   PIC 9 VALUE 0.
            88 SITES-OVERFLOW   VALUE 1.

      *** COMPTEURS ***
       77 CNT-SITES       PIC 9(5) VALUE 0.
       77 CNT-SHORT-SITES PIC 9(5) VALUE 0.
       77 CNT-PROPOSALS   PIC 9(5) VALUE 0.
       77 CNT-PRP-QTY     PIC 9(8) VALUE 0.
       77 CNT-UNCOVERED   PIC 9(5) VALUE 0.

      *** LIGNES EDITION ***
       01 L-PRP-HEAD.
          05 FILLER        PIC X(40) VALUE
             'INTER-SITE TRANSFER PROPOSALS  TARGET '.
          05 L-HEAD-TARGET PIC ZZ9.
          05 FILLER        PIC X(57) VALUE ' PCT OF REORDER POINT'.
       01 L-PRP-TITLE.
          05 FILLER        PIC X(6)  VALUE 'P_NO'.
          05 FILLER        PIC X(6)  VALUE 'FROM'.
          05 FILLER        PIC X(5)  VALUE 'TO'.
          05 FILLER        PIC X(10) VALUE 'ROP'.
          05 FILLER        PIC X(10) VALUE 'POSITION'.
          05 FILLER        PIC X(10) VALUE 'NEED'.
          05 FILLER        PIC X(10) VALUE 'PROPOSED'.
          05 FILLER        PIC X(43) VALUE 'REMARK'.
       01 L-PRP-LINE.
          05 L-PRP-PNO     PIC X(3).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-PRP-FROM    PIC X(2).
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 L-PRP-TO      PIC X(2).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-PRP-ROP     PIC ZZZZZZ9.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-PRP-POS     PIC -ZZZZZZ9.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-PRP-NEED    PIC ZZZZZZ9.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-PRP-QTY     PIC ZZZZZZ9.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-PRP-REMARK  PIC X(45).
       01 L-PRP-FOOT1.
          05 FILLER        PIC X(26) VALUE
                'SITES PLANNED           : '.
          05 L-FOOT-SITES  PIC ZZZZ9.
          05 FILLER        PIC X(26) VALUE
                '   BELOW REORDER POINT : '.
          05 L-FOOT-SHORT  PIC ZZZZ9.
          05 FILLER        PIC X(38) VALUE ALL ' '.
       01 L-PRP-FOOT2.
          05 FILLER        PIC X(26) VALUE
                'TRANSFERS PROPOSED      : '.
          05 L-FOOT-PRP    PIC ZZZZ9.
          05 FILLER        PIC X(26) VALUE
                '   QUANTITY            : '.
          05 L-FOOT-QTY    PIC ZZZZZZZ9.
          05 FILLER        PIC X(35) VALUE ALL ' '.
       01 L-PRP-FOOT3.
          05 FILLER        PIC X(26) VALUE
                'SHORTAGES NOT COVERED   : '.
          05 L-FOOT-UNCOV  PIC ZZZZ9.
          05 FILLER        PIC X(69) VALUE ALL ' '.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC

       77 WS-HV-PNO       PIC X(3).
       77 WS-HV-WH        PIC X(2).
       77 WS-HV-ONHAND    PIC S9(9) COMP VALUE 0.
       77 WS-HV-ROP       PIC S9(9) COMP VALUE 0.

      *** CHAQUE SITE TENU D'UN PRODUIT ACTIF, HORS SITE DE TRANSIT ***
           EXEC SQL
              DECLARE CSITES CURSOR
              FOR
              SELECT W.P_NO, W.WH, W.ON_HAND,
                     COALESCE(W.REORDER_POINT, 0)
              FROM APIX.WHSTOCK W
              JOIN APIX.PRODUCTS P
                ON P.P_NO = W.P_NO
              WHERE W.WH <> 'IT'
                AND P.STATUS <> 'D'
              ORDER BY W.P_NO, W.WH
           END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** XFRPRPP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM LOAD-REGISTER
           OPEN OUTPUT FXFRPRP
           OPEN OUTPUT FPRPRPT
           MOVE AC-TARGET TO L-HEAD-TARGET
           WRITE ENR-PRPRPT FROM L-PRP-HEAD
           WRITE ENR-PRPRPT FROM L-PRP-TITLE

           EXEC SQL
              OPEN CSITES
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CSITES
           PERFORM UNTIL SQLCODE NOT = ZERO
              IF WS-HV-PNO NOT = WS-CUR-PNO
                 IF WS-CUR-PNO NOT = SPACES
                    PERFORM PROPOSE-FOR-PRODUCT
                 END-IF
                 MOVE WS-HV-PNO TO WS-CUR-PNO
                 MOVE 0 TO SIT-CNT
                 MOVE 0 TO WS-SITES-FULL
              END-IF
              PERFORM ADD-SITE
              PERFORM FETCH-CSITES
           END-PERFORM
           IF WS-CUR-PNO NOT = SPACES
              PERFORM PROPOSE-FOR-PRODUCT
           END-IF
           EXEC SQL
              CLOSE CSITES
           END-EXEC
           PERFORM TEST-SQLCODE

           MOVE CNT-SITES       TO L-FOOT-SITES
           MOVE CNT-SHORT-SITES TO L-FOOT-SHORT
           MOVE CNT-PROPOSALS   TO L-FOOT-PRP
           MOVE CNT-PRP-QTY     TO L-FOOT-QTY
           MOVE CNT-UNCOVERED   TO L-FOOT-UNCOV
           MOVE SPACES TO ENR-PRPRPT
           WRITE ENR-PRPRPT
           WRITE ENR-PRPRPT FROM L-PRP-FOOT1
           WRITE ENR-PRPRPT FROM L-PRP-FOOT2
           WRITE ENR-PRPRPT FROM L-PRP-FOOT3
           CLOSE FPRPRPT
           CLOSE FXFRPRP

           DISPLAY 'SITES PLANNED           : ' CNT-SITES
           DISPLAY 'SITES BELOW REORDER PT  : ' CNT-SHORT-SITES
           DISPLAY 'TRANSFERS PROPOSED      : ' CNT-PROPOSALS
           DISPLAY 'SHORTAGES NOT COVERED   : ' CNT-UNCOVERED
           GOBACK.

      *** PARAGRAPHS ***
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 1 TO PARM-COUNT
           MOVE 'TARGET'   TO PARM-KEYWORD(1)
           MOVE 'N'        TO PARM-TYPE(1)
           MOVE 'N'        TO PARM-REQUIRED(1)
           MOVE '150'      TO PARM-DEFAULT(1)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              COMPUTE AC-TARGET = FUNCTION NUMVAL(PARM-VALUE(1))
      ** BELOW 100 A SITE WOULD BE TOPPED UP SHORT OF ITS OWN ROP **
              IF AC-TARGET < 100
                 DISPLAY 'TARGET MUST BE 100 OR MORE : ' AC-TARGET
                 SET PARMS-BAD TO TRUE
              END-IF
           END-IF
           .

       LOAD-REGISTER.
           OPEN INPUT FXFRREG
           IF FS-XFRREG NOT = 0
              DISPLAY 'NO TRANSFER REGISTER, NOTHING IN TRANSIT'
           ELSE
              PERFORM UNTIL FF-XFRREG
                 READ FXFRREG
                    AT END
                       SET FF-XFRREG TO TRUE
                    NOT AT END
                       IF XFR-IN-TRANSIT
                          PERFORM ADD-TRANSIT-ENTRY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FXFRREG
           END-IF
           .

       ADD-TRANSIT-ENTRY.
           IF XRT-CNT < 2000
              ADD 1 TO XRT-CNT
              MOVE ST-XFRREG TO XRT-REC(XRT-CNT)
           ELSE
      ** MISSING INBOUND STOCK WOULD PROPOSE IT A SECOND TIME **
              DISPLAY 'TRANSIT TABLE FULL - RUN REFUSED, '
                      'RAISE OCCURS'
              CLOSE FXFRREG
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           .

       FETCH-CSITES.
           EXEC SQL
              FETCH CSITES
              INTO :WS-HV-PNO, :WS-HV-WH, :WS-HV-ONHAND, :WS-HV-ROP
           END-EXEC
           PERFORM TEST-SQLCODE
           .

      ** ADD-SITE - a site of the current product, with what is on   **
      ** the road to it and its target and need or surplus           **
       ADD-SITE.
           IF SIT-CNT NOT < 20
              IF NOT SITES-OVERFLOW
                 DISPLAY 'MORE THAN 20 SITES FOR ' WS-HV-PNO
                         ', EXTRA SITES IGNORED'
                 SET SITES-OVERFLOW TO TRUE
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF WS-HV-ROP NOT > 0
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO SIT-CNT
           ADD 1 TO CNT-SITES
           INITIALIZE SIT-ENTRY(SIT-CNT)
           MOVE WS-HV-WH     TO SIT-WH(SIT-CNT)
           MOVE WS-HV-ONHAND TO SIT-ONHAND(SIT-CNT)
           MOVE WS-HV-ROP    TO SIT-ROP(SIT-CNT)
           PERFORM VARYING XRT-IDX FROM 1 BY 1 UNTIL XRT-IDX > XRT-CNT
              MOVE XRT-REC(XRT-IDX) TO ST-XFRREG
              IF XFR-P-NO = WS-HV-PNO AND XFR-TO-WH = WS-HV-WH
                 ADD XFR-QTY TO SIT-INBOUND(SIT-CNT)
              END-IF
           END-PERFORM
           COMPUTE SIT-TARGET(SIT-CNT) ROUNDED =
              SIT-ROP(SIT-CNT) * AC-TARGET / 100
           COMPUTE WS-POSITION =
              SIT-ONHAND(SIT-CNT) + SIT-INBOUND(SIT-CNT)
           IF WS-POSITION < SIT-ROP(SIT-CNT)
              COMPUTE SIT-NEED(SIT-CNT) =
                 SIT-TARGET(SIT-CNT) - WS-POSITION
              ADD 1 TO CNT-SHORT-SITES
           ELSE
      ** ONLY STOCK ON THE SHELF CAN LEAVE, NOT STOCK STILL INBOUND **
              IF SIT-ONHAND(SIT-CNT) > SIT-TARGET(SIT-CNT)
                 COMPUTE SIT-SURPLUS(SIT-CNT) =
                    SIT-ONHAND(SIT-CNT) - SIT-TARGET(SIT-CNT)
              END-IF
           END-IF
           .

      ** PROPOSE-FOR-PRODUCT - each short site in turn takes from the **
      ** site with the largest surplus left until covered            **
       PROPOSE-FOR-PRODUCT.
           PERFORM VARYING SIT-IDX FROM 1 BY 1 UNTIL SIT-IDX > SIT-CNT
              IF SIT-NEED(SIT-IDX) > 0
                 COMPUTE WS-POSITION =
                    SIT-ONHAND(SIT-IDX) + SIT-INBOUND(SIT-IDX)
                 PERFORM FIND-DONOR
                 PERFORM UNTIL SIT-NEED(SIT-IDX) = 0 OR SIT-DON = 0
                    PERFORM PROPOSE-ONE-TRANSFER
                    PERFORM FIND-DONOR
                 END-PERFORM
                 IF SIT-NEED(SIT-IDX) > 0
                    ADD 1 TO CNT-UNCOVERED
                    MOVE WS-CUR-PNO         TO L-PRP-PNO
                    MOVE SPACES             TO L-PRP-FROM
                    MOVE SIT-WH(SIT-IDX)    TO L-PRP-TO
                    MOVE SIT-ROP(SIT-IDX)   TO L-PRP-ROP
                    MOVE WS-POSITION        TO L-PRP-POS
                    MOVE SIT-NEED(SIT-IDX)  TO L-PRP-NEED
                    MOVE 0                  TO L-PRP-QTY
                    MOVE 'NO SITE WITH SURPLUS - PURCHASE'
                                            TO L-PRP-REMARK
                    WRITE ENR-PRPRPT FROM L-PRP-LINE
                 END-IF
              END-IF
           END-PERFORM
           .

       FIND-DONOR.
           MOVE 0 TO SIT-DON
           MOVE 0 TO WS-BEST-SURPLUS
           PERFORM VARYING SIT-SCAN FROM 1 BY 1
                   UNTIL SIT-SCAN > SIT-CNT
              IF SIT-SURPLUS(SIT-SCAN) > WS-BEST-SURPLUS
                 MOVE SIT-SURPLUS(SIT-SCAN) TO WS-BEST-SURPLUS
                 MOVE SIT-SCAN TO SIT-DON
              END-IF
           END-PERFORM
           .

       PROPOSE-ONE-TRANSFER.
           IF SIT-SURPLUS(SIT-DON) < SIT-NEED(SIT-IDX)
              MOVE SIT-SURPLUS(SIT-DON) TO WS-PRP-QTY
           ELSE
              MOVE SIT-NEED(SIT-IDX) TO WS-PRP-QTY
           END-IF
      ** A SHIPMENT LINE CARRIES 5 DIGITS - A BIGGER NEED TAKES MORE **
      ** THAN ONE LINE                                               **
           IF SIT-SURPLUS(SIT-DON) > 99999 AND
              SIT-NEED(SIT-IDX) > 99999
              MOVE 99999 TO WS-PRP-QTY
           END-IF
           MOVE WS-CUR-PNO         TO L-PRP-PNO
           MOVE SIT-WH(SIT-DON)    TO L-PRP-FROM
           MOVE SIT-WH(SIT-IDX)    TO L-PRP-TO
           MOVE SIT-ROP(SIT-IDX)   TO L-PRP-ROP
           MOVE WS-POSITION        TO L-PRP-POS
           MOVE SIT-NEED(SIT-IDX)  TO L-PRP-NEED
           MOVE WS-PRP-QTY         TO L-PRP-QTY
           MOVE SPACES             TO L-PRP-REMARK
           WRITE ENR-PRPRPT FROM L-PRP-LINE

           MOVE SPACES TO ENR-PRP-CSV
           STRING 'S;'            DELIMITED BY SIZE
                  WS-CUR-PNO      DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  SIT-WH(SIT-DON) DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  SIT-WH(SIT-IDX) DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  WS-PRP-QTY      DELIMITED BY SIZE
             INTO ENR-PRP-CSV
           END-STRING
           WRITE ENR-XFRPRP

           SUBTRACT WS-PRP-QTY FROM SIT-SURPLUS(SIT-DON)
           SUBTRACT WS-PRP-QTY FROM SIT-NEED(SIT-IDX)
           ADD 1 TO CNT-PROPOSALS
           ADD WS-PRP-QTY TO CNT-PRP-QTY
           .

       TEST-SQLCODE.
           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                    CONTINUE
               WHEN SQLCODE = +100
                    CONTINUE
               WHEN SQLCODE > ZERO
                    DISPLAY 'WARNING : ' SQLCODE
               WHEN OTHER
                    MOVE SQLCODE TO ED-SQLCODE
                    DISPLAY 'ANOMALIE GRAVE : ' ED-SQLCODE
                    MOVE 10 TO WS-ABEND-CODE
                    PERFORM ABEND-PROG
           END-EVALUATE.

       ABEND-PROG.
           DISPLAY 'ABEND CODE : ' WS-ABEND-CODE
           MOVE 16 TO RETURN-CODE
           COMPUTE WS-ANO = WS-ANO / WS-VAR
           .
