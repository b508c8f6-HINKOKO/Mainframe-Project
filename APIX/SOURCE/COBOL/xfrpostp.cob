       IDENTIFICATION DIVISION.
       PROGRAM-ID.     XFRPOSTP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - POST INTER-SITE STOCK TRANSFERS FROM A ; DELIMITED FILE : *
      *         S;P_NO;FROM;TO;QTY   SHIP QTY FROM SITE FROM TO SITE   *
      *                              TO (A NEW TRANSFER NUMBER, RANGE  *
      *                              XFER)                             *
      *         R;XFR_NO;QTY         RECEIVE THE TRANSFER AT ITS SITE  *
      *                              (QTY BLANK : ALL THAT WAS SHIPPED)*
      *    - SHIPPING TAKES THE STOCK OFF THE SENDING SITE AND PUTS IT *
      *      ON THE IN-TRANSIT SITE 'IT' OF APIX.WHSTOCK ; RECEIVING   *
      *      MOVES IT ON TO THE RECEIVING SITE. THE SITES KEEP SUMMING *
      *      TO THE GLOBAL ON_HAND, WHICH ONLY DROPS WHEN A TRANSFER   *
      *      ARRIVES SHORT (THE TRANSIT LOSS). EVERY STEP IS JOURNALED *
      *      TO THE STOCK MOVEMENT LEDGER (FICSTKMOV), ONE RECORD PER  *
      *      SITE TOUCHED                                              *
      *    - KEEP THE TRANSFER REGISTER (FICXFRREG, XFRREG LAYOUT)     *
      *    - PRINT A TRANSFER NOTE PER SHIPMENT (FICXFRDOC), A PAGE    *
      *      EACH, TO TRAVEL WITH THE GOODS                            *
      *    - LIST THE TRANSFERS IN TRANSIT LONGER THAN DAYS DAYS       *
      *      (FICXFRRPT) - RUN WITHOUT A TRANSACTION FILE FOR THE      *
      *      REPORT ALONE                                              *
      *    - REJECT BAD LINES TO A LOADLOG-FORMAT LOG (FICXFRLOG)      *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      DAYS=NNN           IN-TRANSIT AGE REPORTED (DEFAULT 5)    *
      *      RUNDATE=YYYY-MM-DD SHIP/RECEIPT DATE (DEFAULT TODAY)      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXFRIN  ASSIGN TO FICXFRIN
               FILE STATUS IS FS-XFRIN.
           SELECT FXFRREG ASSIGN TO FICXFRREG
               FILE STATUS IS FS-XFRREG.
           SELECT FSTKMOV ASSIGN TO FICSTKMOV.
           SELECT FXFRDOC ASSIGN TO FICXFRDOC.
           SELECT FXFRRPT ASSIGN TO FICXFRRPT.
           SELECT FXFRLOG ASSIGN TO FICXFRLOG.

       DATA DIVISION.
       FILE SECTION.
      ** FXFRIN - ONE SHIPMENT OR RECEIPT PER LINE **
       FD FXFRIN.
       01 ENR-XFRIN.
          05 ENR-XFR-CSV   PIC X(80).

      ** FXFRREG - THE TRANSFER REGISTER, REWRITTEN EACH RUN **
       FD FXFRREG.
       COPY XFRREG.

      ** FSTKMOV - THE STOCK MOVEMENT JOURNAL **
       FD FSTKMOV.
       COPY STKMOV.

       FD FXFRDOC.
       01 ENR-XFRDOC      PIC X(100).

       FD FXFRRPT.
       01 ENR-XFRRPT      PIC X(100).

       FD FXFRLOG.
       01 ENR-XFRLOG      PIC X(80).

       WORKING-STORAGE SECTION.
      *** FENETRE BATCH : PAS DE MOUVEMENT DE SITE PENDANT LA CHAINE ***
       77 WS-WIN-PGM      PIC X(8) VALUE 'CHAINWIN'.
       77 WS-WIN-ACTION   PIC X(1) VALUE 'Q'.
       77 WS-WIN-RESULT   PIC X(4) VALUE SPACES.

       01 XFL-HEAD        PIC X(30) VALUE
             "XFRPOSTP TRANSFER REJECT LOG".
       01 XFL-FOOT-HEAD   PIC X(28) VALUE "REJECT SUMMARY BY REASON :".
       COPY LOADLOG.
       COPY PARMBLK.
       COPY NUMRNG.

       77 WS-XFRIN-EOF    PIC 9  VALUE 0.
            88 FF-XFRIN         VALUE 1.
       77 WS-XFRREG-EOF   PIC 9  VALUE 0.
            88 FF-XFRREG        VALUE 1.
       77 FS-XFRIN        PIC 99 VALUE 0.
       77 FS-XFRREG       PIC 99 VALUE 0.
       01 ED-SQLCODE      PIC +Z(8)9.
       77 WS-POST-KO      PIC 9 VALUE 0.
            88 POST-FAILED      VALUE 1.

      *** PARAMETRES ***
       77 AC-DAYS         PIC 9(3) VALUE 5.
       77 AC-RUN-DATE     PIC X(10) VALUE SPACES.
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.

      *** LE SITE DE TRANSIT ***
       77 WS-TRANSIT-WH   PIC X(2) VALUE 'IT'.

      *** LE REGISTRE EN TABLE ***
       01 XRT-TAB.
          05 XRT-REC       PIC X(80) OCCURS 2000 TIMES.
       77 XRT-CNT         PIC 9(4) VALUE 0.
       77 XRT-IDX         PIC 9(4) VALUE 0.
       77 WS-XRT-HIT      PIC 9(4) VALUE 0.

      *** CHAMPS PARSES ***
       01 DCS-CODE        PIC X(1).
       01 DCS-PNO         PIC X(3).
       01 DCS-FROM        PIC X(2).
       01 DCS-TO          PIC X(2).
       01 DCS-XFR-CSV     PIC X(8).
       01 DCS-QTY-CSV     PIC X(6).
       77 WS-QTY          PIC 9(5) VALUE 0.
       77 WS-XFR-NO       PIC 9(8) VALUE 0.
       77 WS-SHORT        PIC 9(5) VALUE 0.
       77 WS-DIGITS       PIC 9(2) VALUE 0.
       77 WS-CSV-OK       PIC 9 VALUE 0.
            88 CSV-VALUES-OK    VALUE 1.

      *** AGE EN TRANSIT ***
       01 WS-DATE-YYYYMMDD PIC 9(8) VALUE 0.
       01 WS-DATE-YYYYMMDD-X REDEFINES WS-DATE-YYYYMMDD.
          05 WS-DATE-YYYY PIC X(4).
          05 WS-DATE-MM   PIC X(2).
          05 WS-DATE-DD   PIC X(2).
       77 WS-RUN-INT      PIC 9(7) VALUE 0.
       77 WS-AGE          PIC S9(5) VALUE 0.

      *** COMPTEURS ***
       77 CNT-LINES       PIC 9(5) VALUE 0.
       77 CNT-SHIPPED     PIC 9(4) VALUE 0.
       77 CNT-RECEIVED    PIC 9(4) VALUE 0.
       77 CNT-SHORT       PIC 9(4) VALUE 0.
       77 CNT-LATE        PIC 9(4) VALUE 0.
       77 CNT-LATE-QTY    PIC 9(7) VALUE 0.
       77 CNT-BAD-FORMAT  PIC 9(4) VALUE 0.
       77 CNT-UNKNOWN     PIC 9(4) VALUE 0.
       77 CNT-BAD-SITE    PIC 9(4) VALUE 0.
       77 CNT-NO-STOCK    PIC 9(4) VALUE 0.
       77 CNT-BAD-XFR     PIC 9(4) VALUE 0.
       77 CNT-OVER        PIC 9(4) VALUE 0.
       77 CNT-POST-KO     PIC 9(4) VALUE 0.
       77 CNT-TOTAL-REJECTS PIC 9(4) VALUE 0.

      *** BON DE TRANSFERT ***
       01 L-DOC-HEAD.
          05 FILLER        PIC X(30) VALUE
             'STOCK TRANSFER NOTE      NO. '.
          05 L-DOC-NO      PIC 9(8).
          05 FILLER        PIC X(10) VALUE '    DATE '.
          05 L-DOC-DATE    PIC X(10).
          05 FILLER        PIC X(42) VALUE ALL ' '.
       01 L-DOC-SITES.
          05 FILLER        PIC X(13) VALUE 'FROM SITE :'.
          05 L-DOC-FROM    PIC X(2).
          05 FILLER        PIC X(15) VALUE ALL ' '.
          05 FILLER        PIC X(11) VALUE 'TO SITE :'.
          05 L-DOC-TO      PIC X(2).
          05 FILLER        PIC X(57) VALUE ALL ' '.
       01 L-DOC-ITEM.
          05 FILLER        PIC X(13) VALUE 'PRODUCT :'.
          05 L-DOC-PNO     PIC X(3).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-DOC-DESC    PIC X(30).
          05 FILLER        PIC X(5)  VALUE ALL ' '.
          05 FILLER        PIC X(19) VALUE 'QUANTITY SHIPPED :'.
          05 L-DOC-QTY     PIC ZZZZ9.
          05 FILLER        PIC X(22) VALUE ALL ' '.
       01 L-DOC-SIGN.
          05 FILLER        PIC X(34) VALUE
             'SHIPPED BY : ______________'.
          05 FILLER        PIC X(34) VALUE
             'RECEIVED BY : ______________'.
          05 FILLER        PIC X(32) VALUE
             'QTY RECEIVED : ________'.

      *** LISTE DES TRANSFERTS EN TRANSIT TROP LONGTEMPS ***
       01 L-TRN-HEAD.
          05 FILLER        PIC X(40) VALUE
             'TRANSFERS IN TRANSIT OVER DAYS :'.
          05 L-HEAD-DAYS   PIC ZZ9.
          05 FILLER        PIC X(10) VALUE '  AS OF '.
          05 L-HEAD-DATE   PIC X(10).
          05 FILLER        PIC X(37) VALUE ALL ' '.
       01 L-TRN-TITLE.
          05 FILLER        PIC X(11) VALUE 'TRANSFER'.
          05 FILLER        PIC X(6)  VALUE 'P_NO'.
          05 FILLER        PIC X(6)  VALUE 'FROM'.
          05 FILLER        PIC X(5)  VALUE 'TO'.
          05 FILLER        PIC X(9)  VALUE 'QTY'.
          05 FILLER        PIC X(13) VALUE 'SHIPPED'.
          05 FILLER        PIC X(50) VALUE 'DAYS'.
       01 L-TRN-LINE.
          05 L-TRN-NO      PIC 9(8).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-TRN-PNO     PIC X(3).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-TRN-FROM    PIC X(2).
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 L-TRN-TO      PIC X(2).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-TRN-QTY     PIC ZZZZ9.
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 L-TRN-SHIPPED PIC X(10).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-TRN-AGE     PIC ZZZZ9.
          05 FILLER        PIC X(46) VALUE ALL ' '.
       01 L-TRN-FOOT.
          05 FILLER        PIC X(26) VALUE
                'TRANSFERS OVERDUE       : '.
          05 L-FOOT-CNT    PIC ZZZ9.
          05 FILLER        PIC X(20) VALUE
                '   QUANTITY       : '.
          05 L-FOOT-QTY    PIC ZZZZZZ9.
          05 FILLER        PIC X(43) VALUE ALL ' '.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE PRO      END-EXEC

       77 WS-HV-WH        PIC X(2).
       77 WS-HV-QTY       PIC S9(9) COMP VALUE 0.
      ***********************************************
       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** XFRPOSTP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'Q' TO WS-WIN-ACTION
           CALL 'RUNLOCK' USING WS-WIN-PGM WS-WIN-ACTION
                                WS-WIN-RESULT
           IF WS-WIN-RESULT = 'HELD'
              DISPLAY '*** BATCH WINDOW OPEN - TRANSFERS'
                      ' REFUSED, RERUN AFTER THE CHAIN ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM GET-RUN-DATE
           OPEN OUTPUT FXFRLOG
           MOVE "XFR LINE    " TO LOGREC-LABEL
           WRITE ENR-XFRLOG FROM XFL-HEAD

           PERFORM LOAD-REGISTER

           OPEN INPUT FXFRIN
           IF FS-XFRIN NOT = 0
              DISPLAY 'NO TRANSFER FILE, IN-TRANSIT REPORT ONLY'
           ELSE
              OPEN OUTPUT FXFRDOC
              OPEN EXTEND FSTKMOV
              PERFORM UNTIL FF-XFRIN
                 READ FXFRIN
                    AT END
                       SET FF-XFRIN TO TRUE
                    NOT AT END
                       ADD 1 TO CNT-LINES
                       PERFORM TRAIT-ONE-LINE
                 END-READ
              END-PERFORM
              CLOSE FSTKMOV
              CLOSE FXFRDOC
              CLOSE FXFRIN
              PERFORM REWRITE-REGISTER
           END-IF

           PERFORM PRINT-IN-TRANSIT
           PERFORM WRITE-XFR-FOOTER
           CLOSE FXFRLOG

           DISPLAY 'TRANSFER LINES READ     : ' CNT-LINES
           DISPLAY 'TRANSFERS SHIPPED       : ' CNT-SHIPPED
           DISPLAY 'TRANSFERS RECEIVED      : ' CNT-RECEIVED
           DISPLAY '  OF WHICH SHORT        : ' CNT-SHORT
           DISPLAY 'LINES REJECTED          : ' CNT-TOTAL-REJECTS
           DISPLAY 'IN TRANSIT OVER DAYS    : ' CNT-LATE
           GOBACK.

      *** PARAGRAPHS ***
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 2 TO PARM-COUNT
           MOVE 'DAYS'     TO PARM-KEYWORD(1)
           MOVE 'N'        TO PARM-TYPE(1)
           MOVE 'N'        TO PARM-REQUIRED(1)
           MOVE '5'        TO PARM-DEFAULT(1)
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

       LOAD-REGISTER.
           OPEN INPUT FXFRREG
           IF FS-XFRREG NOT = 0
              DISPLAY 'NO TRANSFER REGISTER YET, STARTING ONE'
           ELSE
              PERFORM UNTIL FF-XFRREG
                 READ FXFRREG
                    AT END
                       SET FF-XFRREG TO TRUE
                    NOT AT END
                       PERFORM ADD-REGISTER-ENTRY
                 END-READ
              END-PERFORM
              CLOSE FXFRREG
           END-IF
           .

       ADD-REGISTER-ENTRY.
           IF XRT-CNT < 2000
              ADD 1 TO XRT-CNT
              MOVE ST-XFRREG TO XRT-REC(XRT-CNT)
           ELSE
      ** THE REGISTER IS REWRITTEN IN FULL AT THE END - A TRUNCATED **
      ** TABLE WOULD LOSE THE OVERFLOWED TRANSFERS                  **
              DISPLAY 'TRANSFER TABLE FULL - RUN REFUSED, '
                      'RAISE OCCURS'
              CLOSE FXFRREG
              CLOSE FXFRLOG
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           .

       TRAIT-ONE-LINE.
           MOVE CNT-LINES TO LOGREC-REF
           MOVE SPACES TO DCS-CODE DCS-PNO DCS-FROM DCS-TO
                          DCS-XFR-CSV DCS-QTY-CSV
           EVALUATE ENR-XFR-CSV(1:2)
              WHEN 'S;'
                 UNSTRING ENR-XFR-CSV DELIMITED BY ';'
                    INTO DCS-CODE DCS-PNO DCS-FROM DCS-TO DCS-QTY-CSV
                 END-UNSTRING
                 PERFORM SHIP-ONE-TRANSFER
              WHEN 'R;'
                 UNSTRING ENR-XFR-CSV DELIMITED BY ';'
                    INTO DCS-CODE DCS-XFR-CSV DCS-QTY-CSV
                 END-UNSTRING
                 PERFORM RECEIVE-ONE-TRANSFER
              WHEN OTHER
                 MOVE 'BAD FORMAT/LENGTH' TO LOGREC-MSG
                 MOVE ENR-XFR-CSV TO LOGREC-DETAIL
                 ADD 1 TO CNT-BAD-FORMAT
                 PERFORM WRITE-XFR-LOG
           END-EVALUATE
           .

      ** SHIP-ONE-TRANSFER - sending site down, in-transit site up, **
      ** one unit of work ; the site must hold the quantity         **
       SHIP-ONE-TRANSFER.
           MOVE DCS-PNO TO LOGREC-PNO
           MOVE 0 TO WS-QTY
           PERFORM CHECK-QTY-CSV
           IF DCS-PNO = SPACES OR DCS-FROM = SPACES OR
              DCS-TO = SPACES OR DCS-QTY-CSV = SPACES OR
              NOT CSV-VALUES-OK OR WS-QTY = 0
              MOVE 'BAD FORMAT/LENGTH' TO LOGREC-MSG
              MOVE ENR-XFR-CSV TO LOGREC-DETAIL
              ADD 1 TO CNT-BAD-FORMAT
              PERFORM WRITE-XFR-LOG
              EXIT PARAGRAPH
           END-IF
           IF DCS-FROM = DCS-TO OR
              DCS-FROM = WS-TRANSIT-WH OR DCS-TO = WS-TRANSIT-WH
              MOVE 'BAD SITE PAIR' TO LOGREC-MSG
              MOVE ENR-XFR-CSV TO LOGREC-DETAIL
              ADD 1 TO CNT-BAD-SITE
              PERFORM WRITE-XFR-LOG
              EXIT PARAGRAPH
           END-IF

           MOVE DCS-PNO TO PRO-P-NO
           EXEC SQL
              SELECT DESCRIPTION, ON_HAND
              INTO :PRO-DESCRIPTION, :PRO-ON-HAND
              FROM APIX.PRODUCTS
              WHERE P_NO = :PRO-P-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              IF SQLCODE NOT = +100
                 MOVE SQLCODE TO ED-SQLCODE
                 DISPLAY 'READ PRODUCT KO ' ED-SQLCODE
              END-IF
              MOVE 'UNKNOWN PRODUCT' TO LOGREC-MSG
              ADD 1 TO CNT-UNKNOWN
              PERFORM WRITE-XFR-LOG
              EXIT PARAGRAPH
           END-IF

      ** THE SENDING SITE ONLY GOES DOWN IF IT HOLDS THE QUANTITY **
           MOVE 0 TO WS-POST-KO
           MOVE WS-QTY   TO WS-HV-QTY
           MOVE DCS-FROM TO WS-HV-WH
           EXEC SQL
              UPDATE APIX.WHSTOCK
              SET ON_HAND = ON_HAND - :WS-HV-QTY
              WHERE P_NO = :PRO-P-NO AND WH = :WS-HV-WH
                AND ON_HAND >= :WS-HV-QTY
           END-EXEC
           IF SQLCODE = +100
              EXEC SQL ROLLBACK END-EXEC
              MOVE 'NOT ENOUGH AT SITE' TO LOGREC-MSG
              MOVE DCS-FROM TO LOGREC-DETAIL
              ADD 1 TO CNT-NO-STOCK
              PERFORM WRITE-XFR-LOG
              EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT = ZERO
              MOVE SQLCODE TO ED-SQLCODE
              DISPLAY 'SHIP SITE KO ' ED-SQLCODE
              SET POST-FAILED TO TRUE
           ELSE
              MOVE WS-TRANSIT-WH TO WS-HV-WH
              PERFORM ADD-TO-SITE
           END-IF
           IF POST-FAILED
              EXEC SQL ROLLBACK END-EXEC
              MOVE 'SHIPMENT KO' TO LOGREC-MSG
              ADD 1 TO CNT-POST-KO
              PERFORM WRITE-XFR-LOG
              EXIT PARAGRAPH
           END-IF

           PERFORM DRAW-XFR-NO
           EXEC SQL COMMIT END-EXEC

           INITIALIZE ST-XFRREG
           MOVE WS-XFR-NO   TO XFR-NO
           MOVE DCS-PNO     TO XFR-P-NO
           MOVE DCS-FROM    TO XFR-FROM-WH
           MOVE DCS-TO      TO XFR-TO-WH
           MOVE WS-QTY      TO XFR-QTY
           SET XFR-IN-TRANSIT TO TRUE
           MOVE AC-RUN-DATE TO XFR-SHIP-DATE
           MOVE SPACES      TO XFR-RECV-DATE
           IF XRT-CNT < 2000
              ADD 1 TO XRT-CNT
              MOVE ST-XFRREG TO XRT-REC(XRT-CNT)
           ELSE
              DISPLAY 'TRANSFER TABLE FULL, NOT REGISTERED : '
                      WS-XFR-NO
           END-IF
           ADD 1 TO CNT-SHIPPED

           MOVE DCS-FROM TO MOV-WH
           COMPUTE MOV-DELTA = 0 - WS-QTY
           PERFORM WRITE-XFR-MOVEMENT
           MOVE WS-TRANSIT-WH TO MOV-WH
           MOVE WS-QTY   TO MOV-DELTA
           PERFORM WRITE-XFR-MOVEMENT

           PERFORM PRINT-TRANSFER-NOTE
           .

      ** RECEIVE-ONE-TRANSFER - all that was shipped leaves the     **
      ** in-transit site ; what arrived goes on the receiving site, **
      ** what did not comes off the global ON_HAND                  **
       RECEIVE-ONE-TRANSFER.
           MOVE 0 TO WS-QTY
           PERFORM CHECK-QTY-CSV
           MOVE 0 TO WS-DIGITS
           INSPECT DCS-XFR-CSV TALLYING WS-DIGITS
              FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-DIGITS = 0 OR
              DCS-XFR-CSV(1:WS-DIGITS) IS NOT NUMERIC OR
              NOT CSV-VALUES-OK
              MOVE 'BAD FORMAT/LENGTH' TO LOGREC-MSG
              MOVE ENR-XFR-CSV TO LOGREC-DETAIL
              ADD 1 TO CNT-BAD-FORMAT
              PERFORM WRITE-XFR-LOG
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-XFR-NO = FUNCTION NUMVAL(DCS-XFR-CSV)

           MOVE 0 TO WS-XRT-HIT
           PERFORM VARYING XRT-IDX FROM 1 BY 1
                   UNTIL XRT-IDX > XRT-CNT OR WS-XRT-HIT > 0
              IF XRT-REC(XRT-IDX)(1:8) = WS-XFR-NO
                 MOVE XRT-IDX TO WS-XRT-HIT
              END-IF
           END-PERFORM
           IF WS-XRT-HIT = 0
              MOVE 'UNKNOWN TRANSFER' TO LOGREC-MSG
              MOVE DCS-XFR-CSV TO LOGREC-DETAIL
              ADD 1 TO CNT-BAD-XFR
              PERFORM WRITE-XFR-LOG
              EXIT PARAGRAPH
           END-IF
           MOVE XRT-REC(WS-XRT-HIT) TO ST-XFRREG
           MOVE XFR-P-NO TO LOGREC-PNO
           IF NOT XFR-IN-TRANSIT
              MOVE 'ALREADY RECEIVED' TO LOGREC-MSG
              MOVE XFR-RECV-DATE TO LOGREC-DETAIL
              ADD 1 TO CNT-BAD-XFR
              PERFORM WRITE-XFR-LOG
              EXIT PARAGRAPH
           END-IF
           IF DCS-QTY-CSV = SPACES
              MOVE XFR-QTY TO WS-QTY
           END-IF
           IF WS-QTY > XFR-QTY
              MOVE 'OVER RECEIPT' TO LOGREC-MSG
              MOVE ENR-XFR-CSV TO LOGREC-DETAIL
              ADD 1 TO CNT-OVER
              PERFORM WRITE-XFR-LOG
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SHORT = XFR-QTY - WS-QTY

           MOVE 0 TO WS-POST-KO
           MOVE XFR-P-NO TO PRO-P-NO
           MOVE XFR-QTY  TO WS-HV-QTY
           MOVE WS-TRANSIT-WH TO WS-HV-WH
           EXEC SQL
              UPDATE APIX.WHSTOCK
              SET ON_HAND = ON_HAND - :WS-HV-QTY
              WHERE P_NO = :PRO-P-NO AND WH = :WS-HV-WH
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE SQLCODE TO ED-SQLCODE
              DISPLAY 'TRANSIT SITE KO ' ED-SQLCODE
              SET POST-FAILED TO TRUE
           END-IF
           IF NOT POST-FAILED AND WS-QTY > 0
              MOVE WS-QTY    TO WS-HV-QTY
              MOVE XFR-TO-WH TO WS-HV-WH
              PERFORM ADD-TO-SITE
           END-IF
           IF NOT POST-FAILED AND WS-SHORT > 0
              MOVE WS-SHORT TO WS-HV-QTY
              EXEC SQL
                 UPDATE APIX.PRODUCTS
                 SET ON_HAND = ON_HAND - :WS-HV-QTY
                 WHERE P_NO = :PRO-P-NO
              END-EXEC
              IF SQLCODE NOT = ZERO
                 MOVE SQLCODE TO ED-SQLCODE
                 DISPLAY 'TRANSIT LOSS KO ' ED-SQLCODE
                 SET POST-FAILED TO TRUE
              END-IF
           END-IF
           IF NOT POST-FAILED
              EXEC SQL
                 SELECT ON_HAND
                 INTO :PRO-ON-HAND
                 FROM APIX.PRODUCTS
                 WHERE P_NO = :PRO-P-NO
              END-EXEC
              IF SQLCODE NOT = ZERO
                 SET POST-FAILED TO TRUE
              END-IF
           END-IF
           IF POST-FAILED
              EXEC SQL ROLLBACK END-EXEC
              MOVE 'RECEIPT KO' TO LOGREC-MSG
              ADD 1 TO CNT-POST-KO
              PERFORM WRITE-XFR-LOG
              EXIT PARAGRAPH
           END-IF
           EXEC SQL COMMIT END-EXEC

           SET XFR-RECEIVED TO TRUE
           MOVE AC-RUN-DATE TO XFR-RECV-DATE
           MOVE WS-QTY      TO XFR-RECV-QTY
           MOVE ST-XFRREG   TO XRT-REC(WS-XRT-HIT)
           MOVE XFR-NO      TO WS-XFR-NO
           ADD 1 TO CNT-RECEIVED

           IF WS-QTY > 0
              MOVE WS-TRANSIT-WH TO MOV-WH
              COMPUTE MOV-DELTA = 0 - WS-QTY
              PERFORM WRITE-XFR-MOVEMENT
              MOVE XFR-TO-WH TO MOV-WH
              MOVE WS-QTY    TO MOV-DELTA
              PERFORM WRITE-XFR-MOVEMENT
           END-IF
           IF WS-SHORT > 0
      ** THE LOSS : OFF THE TRANSIT SITE WITH NO SITE TO RECEIVE IT **
              MOVE WS-TRANSIT-WH TO MOV-WH
              COMPUTE MOV-DELTA = 0 - WS-SHORT
              PERFORM WRITE-XFR-MOVEMENT
              ADD 1 TO CNT-SHORT
              MOVE 'SHORT RECEIPT' TO LOGREC-MSG
              MOVE WS-SHORT TO LOGREC-DETAIL
      ** LOGGED FOR THE AUDIT, NOT A REJECT - THE RECEIPT IS POSTED **
              WRITE ENR-XFRLOG FROM ST-LOADLOG
              INITIALIZE ST-LOADLOG
              MOVE "XFR LINE    " TO LOGREC-LABEL
           END-IF
           .

      ** ADD-TO-SITE - WS-HV-QTY onto site WS-HV-WH ; a site never  **
      ** stocked before gets its row created                        **
       ADD-TO-SITE.
           EXEC SQL
              UPDATE APIX.WHSTOCK
              SET ON_HAND = ON_HAND + :WS-HV-QTY
              WHERE P_NO = :PRO-P-NO AND WH = :WS-HV-WH
           END-EXEC
           IF SQLCODE = +100
              EXEC SQL
                 INSERT INTO APIX.WHSTOCK(P_NO, WH, ON_HAND)
                 VALUES (:PRO-P-NO, :WS-HV-WH, :WS-HV-QTY)
              END-EXEC
           END-IF
           IF SQLCODE NOT = ZERO
              MOVE SQLCODE TO ED-SQLCODE
              DISPLAY 'SITE ' WS-HV-WH ' POST KO ' ED-SQLCODE
              SET POST-FAILED TO TRUE
           END-IF
           .

      ** CHECK-QTY-CSV - a quantity, when given, is up to 5 digits **
       CHECK-QTY-CSV.
           SET CSV-VALUES-OK TO TRUE
           IF DCS-QTY-CSV NOT = SPACES
              MOVE 0 TO WS-DIGITS
              INSPECT DCS-QTY-CSV TALLYING WS-DIGITS
                 FOR CHARACTERS BEFORE INITIAL SPACE
              IF WS-DIGITS > 5 OR
                 DCS-QTY-CSV(1:WS-DIGITS) IS NOT NUMERIC
                 MOVE 0 TO WS-CSV-OK
              ELSE
                 COMPUTE WS-QTY = FUNCTION NUMVAL(DCS-QTY-CSV)
              END-IF
           END-IF
           .

       DRAW-XFR-NO.
           INITIALIZE NUMRNG-BLOCK
           MOVE 'XFER'    TO NR-RANGE-ID
           MOVE 'N'       TO NR-ACTION
           CALL 'NUMRANGE' USING NUMRNG-BLOCK
           IF NOT NR-OK
              DISPLAY '*** XFER RANGE EXHAUSTED OR UNDEFINED ('
                      NR-RESULT ') - RUN STOPPED ***'
              EXEC SQL ROLLBACK END-EXEC
              CLOSE FSTKMOV
              CLOSE FXFRDOC
              CLOSE FXFRIN
              PERFORM REWRITE-REGISTER
              CLOSE FXFRLOG
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE NR-NUMBER TO WS-XFR-NO
           .

      ** WRITE-XFR-MOVEMENT - the balance is the global ON_HAND, as **
      ** on every other movement                                    **
       WRITE-XFR-MOVEMENT.
           MOVE AC-RUN-DATE TO MOV-DATE
           MOVE 'XFRPOSTP'  TO MOV-PGM
           MOVE WS-XFR-NO   TO MOV-REF
           MOVE PRO-P-NO    TO MOV-P-NO
           MOVE PRO-ON-HAND TO MOV-BALANCE
           WRITE ST-STKMOV
           .

       PRINT-TRANSFER-NOTE.
           MOVE WS-XFR-NO   TO L-DOC-NO
           MOVE AC-RUN-DATE TO L-DOC-DATE
           MOVE DCS-FROM    TO L-DOC-FROM
           MOVE DCS-TO      TO L-DOC-TO
           MOVE DCS-PNO     TO L-DOC-PNO
           MOVE SPACES      TO L-DOC-DESC
           MOVE PRO-DESCRIPTION-TEXT(1:PRO-DESCRIPTION-LEN)
                            TO L-DOC-DESC
           MOVE WS-QTY      TO L-DOC-QTY
           WRITE ENR-XFRDOC FROM L-DOC-HEAD
           MOVE SPACES TO ENR-XFRDOC
           WRITE ENR-XFRDOC
           WRITE ENR-XFRDOC FROM L-DOC-SITES
           WRITE ENR-XFRDOC FROM L-DOC-ITEM
           MOVE SPACES TO ENR-XFRDOC
           WRITE ENR-XFRDOC
           WRITE ENR-XFRDOC FROM L-DOC-SIGN BEFORE ADVANCING PAGE
           .

       REWRITE-REGISTER.
           OPEN OUTPUT FXFRREG
           PERFORM VARYING XRT-IDX FROM 1 BY 1 UNTIL XRT-IDX > XRT-CNT
              WRITE ST-XFRREG FROM XRT-REC(XRT-IDX)
           END-PERFORM
           CLOSE FXFRREG
           .

      ** PRINT-IN-TRANSIT - every transfer still on the road past   **
      ** DAYS days since it shipped                                 **
       PRINT-IN-TRANSIT.
           OPEN OUTPUT FXFRRPT
           MOVE AC-DAYS     TO L-HEAD-DAYS
           MOVE AC-RUN-DATE TO L-HEAD-DATE
           WRITE ENR-XFRRPT FROM L-TRN-HEAD
           WRITE ENR-XFRRPT FROM L-TRN-TITLE
           PERFORM VARYING XRT-IDX FROM 1 BY 1 UNTIL XRT-IDX > XRT-CNT
              MOVE XRT-REC(XRT-IDX) TO ST-XFRREG
              IF XFR-IN-TRANSIT
                 MOVE XFR-SHIP-DATE(1:4) TO WS-DATE-YYYY
                 MOVE XFR-SHIP-DATE(6:2) TO WS-DATE-MM
                 MOVE XFR-SHIP-DATE(9:2) TO WS-DATE-DD
                 COMPUTE WS-AGE = WS-RUN-INT
                    - FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
                 IF WS-AGE > AC-DAYS
                    ADD 1 TO CNT-LATE
                    ADD XFR-QTY TO CNT-LATE-QTY
                    MOVE XFR-NO        TO L-TRN-NO
                    MOVE XFR-P-NO      TO L-TRN-PNO
                    MOVE XFR-FROM-WH   TO L-TRN-FROM
                    MOVE XFR-TO-WH     TO L-TRN-TO
                    MOVE XFR-QTY       TO L-TRN-QTY
                    MOVE XFR-SHIP-DATE TO L-TRN-SHIPPED
                    MOVE WS-AGE        TO L-TRN-AGE
                    WRITE ENR-XFRRPT FROM L-TRN-LINE
                 END-IF
              END-IF
           END-PERFORM
           MOVE CNT-LATE     TO L-FOOT-CNT
           MOVE CNT-LATE-QTY TO L-FOOT-QTY
           WRITE ENR-XFRRPT FROM L-TRN-FOOT
           CLOSE FXFRRPT
           .

       WRITE-XFR-LOG.
           WRITE ENR-XFRLOG FROM ST-LOADLOG
           ADD 1 TO CNT-TOTAL-REJECTS
           INITIALIZE ST-LOADLOG
           MOVE "XFR LINE    " TO LOGREC-LABEL
           .

       WRITE-XFR-FOOTER.
           WRITE ENR-XFRLOG FROM XFL-FOOT-HEAD

           MOVE 'BAD FORMAT/LENGTH'  TO LOGREC-FLABEL
           MOVE CNT-BAD-FORMAT       TO LOGREC-FCOUNT
           WRITE ENR-XFRLOG FROM ST-LOADLOG-FOOT

           MOVE 'UNKNOWN PRODUCT'    TO LOGREC-FLABEL
           MOVE CNT-UNKNOWN          TO LOGREC-FCOUNT
           WRITE ENR-XFRLOG FROM ST-LOADLOG-FOOT

           MOVE 'BAD SITE PAIR'      TO LOGREC-FLABEL
           MOVE CNT-BAD-SITE         TO LOGREC-FCOUNT
           WRITE ENR-XFRLOG FROM ST-LOADLOG-FOOT

           MOVE 'NOT ENOUGH AT SITE' TO LOGREC-FLABEL
           MOVE CNT-NO-STOCK         TO LOGREC-FCOUNT
           WRITE ENR-XFRLOG FROM ST-LOADLOG-FOOT

           MOVE 'UNKNOWN/RECEIVED'   TO LOGREC-FLABEL
           MOVE CNT-BAD-XFR          TO LOGREC-FCOUNT
           WRITE ENR-XFRLOG FROM ST-LOADLOG-FOOT

           MOVE 'OVER RECEIPT'       TO LOGREC-FLABEL
           MOVE CNT-OVER             TO LOGREC-FCOUNT
           WRITE ENR-XFRLOG FROM ST-LOADLOG-FOOT

           MOVE 'POSTING FAILED'     TO LOGREC-FLABEL
           MOVE CNT-POST-KO          TO LOGREC-FCOUNT
           WRITE ENR-XFRLOG FROM ST-LOADLOG-FOOT

           MOVE 'TOTAL REJECTED'     TO LOGREC-FLABEL
           MOVE CNT-TOTAL-REJECTS    TO LOGREC-FCOUNT
           WRITE ENR-XFRLOG FROM ST-LOADLOG-FOOT

           MOVE 'SHORT RECEIPTS'     TO LOGREC-FLABEL
           MOVE CNT-SHORT            TO LOGREC-FCOUNT
           WRITE ENR-XFRLOG FROM ST-LOADLOG-FOOT
           .
