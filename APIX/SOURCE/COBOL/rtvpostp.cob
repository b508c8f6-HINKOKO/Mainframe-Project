       IDENTIFICATION DIVISION.
       PROGRAM-ID.     RTVPOSTP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - POST RETURNS TO VENDOR - GOODS RECVLDP ALREADY POSTED     *
      *      THAT GO BACK TO THE SUPPLIER - FROM A ; DELIMITED FILE :  *
      *         PO_NO;PNO;QTY;REASON[;SITE]                            *
      *      THE PO LINE MUST HAVE BEEN RECEIVED (FICRCVREG) AND STILL *
      *      HOLD THE QUANTITY NET OF EARLIER RETURNS ; SITE DEFAULTS  *
      *      TO D1 AS ON THE RECEIPT                                   *
      *    - TAKE THE QUANTITY OFF THE API10.PARTSUPP PAIR RECVLDP     *
      *      ADDED IT TO, JOURNALED TO THE STOCK MOVEMENT LEDGER       *
      *      (FICSTKMOV)                                               *
      *    - APPEND A RETURN RECORD (KIND V) TO THE RECEIPTS REGISTER  *
      *      SO THE SCORECARD (SUPSCORP) SEES THE LINE CAME IN SHORT   *
      *    - RAISE THE SUPPLIER DEBIT NOTE AS A CREDIT VOUCHER (STATUS *
      *      C, RANGE VOUCHER) ON FICVOUCH, AT THE COST THE GOODS CAME *
      *      IN AT : APPAYP NETS IT OFF THE NEXT PAYMENT RUN           *
      *    - PRINT A RETURN DOCUMENT PER RETURN (FICRTVDOC), A PAGE    *
      *      EACH, TO TRAVEL WITH THE CARRIER                          *
      *    - REJECT BAD LINES TO A LOADLOG-FORMAT LOG (FICRTVLOG)      *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      RUNDATE=YYYY-MM-DD RETURN DATE (DEFAULT TODAY)            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRTVIN  ASSIGN TO FICRTVIN
               FILE STATUS IS FS-RTVIN.
           SELECT FRCVREG ASSIGN TO FICRCVREG
               FILE STATUS IS FS-RCVREG.
           SELECT FVOUCH  ASSIGN TO FICVOUCH.
           SELECT FSTKMOV ASSIGN TO FICSTKMOV.
           SELECT FRTVDOC ASSIGN TO FICRTVDOC.
           SELECT FRTVLOG ASSIGN TO FICRTVLOG.

       DATA DIVISION.
       FILE SECTION.
      ** FRTVIN - ONE RETURN PER LINE **
       FD FRTVIN.
       01 ENR-RTVIN.
          05 ENR-RTV-CSV   PIC X(80).

      ** FRCVREG - THE RECEIPTS REGISTER RECVLDP APPENDS ; READ    **
      ** FOR WHAT CAME IN, THEN APPENDED WITH THE RETURNS          **
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

      ** FVOUCH - THE PAYABLE VOUCHERS ; A DEBIT NOTE IS A CREDIT  **
      ** (STATUS C, NEGATIVE) KEEPING ITS PO, BOOKED TO INVENTRY   **
       FD FVOUCH.
       01 ENR-VOUCH.
          05 VCH-NO        PIC 9(6).
          05 VCH-SNO       PIC X(2).
          05 VCH-INV-REF   PIC X(10).
          05 VCH-PO-NO     PIC 9(8).
          05 VCH-AMOUNT    PIC S9(7)V9(2).
          05 VCH-DUE-DATE  PIC X(10).
          05 VCH-STATUS    PIC X(1).
          05 VCH-EXP-ROLE  PIC X(8).
          05 VCH-APPROVER  PIC X(8).
          05 VCH-PNO       PIC X(2).
          05 VCH-QTY       PIC 9(4).
          05 VCH-ENTRY-DATE PIC X(10).
          05 FILLER        PIC X(2).

      ** FSTKMOV - THE STOCK MOVEMENT JOURNAL : THE PAIR QUANTITY  **
      ** AFTER THE RETURN AS THE BALANCE, AS RECVLDP DOES          **
       FD FSTKMOV.
       COPY STKMOV.

       FD FRTVDOC.
       01 ENR-RTVDOC      PIC X(100).

       FD FRTVLOG.
       01 ENR-RTVLOG      PIC X(80).

       WORKING-STORAGE SECTION.
      *** FENETRE BATCH : PAS DE RETOUR PENDANT LA CHAINE ***
       77 WS-WIN-PGM      PIC X(8) VALUE 'CHAINWIN'.
       77 WS-WIN-ACTION   PIC X(1) VALUE 'Q'.
       77 WS-WIN-RESULT   PIC X(4) VALUE SPACES.

       01 RTL-HEAD        PIC X(30) VALUE
             "RTVPOSTP RETURN REJECT LOG".
       01 RTL-FOOT-HEAD   PIC X(28) VALUE "REJECT SUMMARY BY REASON :".
       COPY LOADLOG.
       COPY PARMBLK.
       COPY NUMRNG.

       77 WS-RTVIN-EOF    PIC 9  VALUE 0.
            88 FF-RTVIN         VALUE 1.
       77 WS-RCVREG-EOF   PIC 9  VALUE 0.
            88 FF-RCVREG        VALUE 1.
       77 FS-RTVIN        PIC 99 VALUE 0.
       77 FS-RCVREG       PIC 99 VALUE 0.
       01 ED-SQLCODE      PIC +Z(8)9.
       77 WS-POST-KO      PIC 9 VALUE 0.
            88 POST-FAILED      VALUE 1.

      *** PARAMETRES ***
       77 AC-RUN-DATE     PIC X(10) VALUE SPACES.
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.

      *** LE SITE DE RECEPTION PAR DEFAUT ***
       77 WS-DEFAULT-WH   PIC X(2) VALUE 'D1'.
      *** LE ROLE COMPTABLE DE LA NOTE DE DEBIT ***
       77 WS-RTV-ROLE     PIC X(8) VALUE 'INVENTRY'.

      *** LES LIGNES RECUES, NETTES DES RETOURS ***
       01 RCT-TAB.
          05 RCT-ENTRY OCCURS 999 TIMES.
             10 RCT-PO-NO  PIC 9(8).
             10 RCT-SNO    PIC X(2).
             10 RCT-PNO    PIC X(2).
             10 RCT-QTY    PIC S9(7).
             10 RCT-COST   PIC 9(5)V9(2).
       77 RCT-CNT         PIC 9(3) VALUE 0.
       77 RCT-IDX         PIC 9(3) VALUE 0.
       77 WS-RCV-HIT      PIC 9(3) VALUE 0.

      *** CHAMPS PARSES ***
       01 DCS-PO-CSV      PIC X(8).
       01 DCS-PNO         PIC X(2).
       01 DCS-QTY-CSV     PIC X(6).
       01 DCS-REASON      PIC X(30).
       01 DCS-WH          PIC X(2).
       77 WS-PO-NO        PIC 9(8) VALUE 0.
       77 WS-QTY          PIC 9(4) VALUE 0.
       77 WS-DIGITS       PIC 9(2) VALUE 0.
       77 WS-UNIT-COST    PIC 9(5)V9(2) VALUE 0.
       77 WS-NOTE-VALUE   PIC S9(7)V9(2) VALUE 0.
       77 WS-CUR-VCH-NO   PIC 9(6) VALUE 0.
       77 WS-PAIR-QTY     PIC S9(7) USAGE COMP-3 VALUE 0.
       77 ED-PO-REF       PIC 9(8) VALUE 0.

      *** COMPTEURS ***
       77 CNT-LINES       PIC 9(5) VALUE 0.
       77 CNT-RETURNED    PIC 9(4) VALUE 0.
       77 CNT-RET-QTY     PIC 9(7) VALUE 0.
       77 CNT-NOTE-VALUE  PIC 9(9)V9(2) VALUE 0.
       77 CNT-BAD-FORMAT  PIC 9(4) VALUE 0.
       77 CNT-NO-RECEIPT  PIC 9(4) VALUE 0.
       77 CNT-OVER        PIC 9(4) VALUE 0.
       77 CNT-NO-STOCK    PIC 9(4) VALUE 0.
       77 CNT-POST-KO     PIC 9(4) VALUE 0.
       77 CNT-TOTAL-REJECTS PIC 9(4) VALUE 0.
       01 ED-NOTE-TOTAL   PIC Z(8)9,99.

      *** DOCUMENT DE RETOUR FOURNISSEUR ***
       01 L-DOC-HEAD.
          05 FILLER        PIC X(30) VALUE
             'RETURN TO VENDOR         NO. '.
          05 L-DOC-NO      PIC 9(6).
          05 FILLER        PIC X(12) VALUE '      DATE '.
          05 L-DOC-DATE    PIC X(10).
          05 FILLER        PIC X(42) VALUE ALL ' '.
       01 L-DOC-SUP.
          05 FILLER        PIC X(13) VALUE 'SUPPLIER :'.
          05 L-DOC-SNO     PIC X(2).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-DOC-SNAME   PIC X(30).
          05 FILLER        PIC X(5)  VALUE ALL ' '.
          05 FILLER        PIC X(12) VALUE 'OUR PO :'.
          05 L-DOC-PO      PIC 9(8).
          05 FILLER        PIC X(27) VALUE ALL ' '.
       01 L-DOC-ITEM.
          05 FILLER        PIC X(13) VALUE 'PART :'.
          05 L-DOC-PNO     PIC X(2).
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 L-DOC-PNAME   PIC X(30).
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 FILLER        PIC X(20) VALUE 'QUANTITY RETURNED :'.
          05 L-DOC-QTY     PIC ZZZ9.
          05 FILLER        PIC X(23) VALUE ALL ' '.
       01 L-DOC-REASON.
          05 FILLER        PIC X(13) VALUE 'REASON :'.
          05 L-DOC-REASON-TXT PIC X(30).
          05 FILLER        PIC X(6)  VALUE ALL ' '.
          05 FILLER        PIC X(9)  VALUE 'FROM :'.
          05 L-DOC-WH      PIC X(2).
          05 FILLER        PIC X(40) VALUE ALL ' '.
       01 L-DOC-NOTE.
          05 FILLER        PIC X(30) VALUE
             'DEBIT NOTE RAISED     REF. '.
          05 L-DOC-REF     PIC X(10).
          05 FILLER        PIC X(9)  VALUE ALL ' '.
          05 FILLER        PIC X(13) VALUE 'UNIT COST :'.
          05 L-DOC-COST    PIC ZZZZ9,99.
          05 FILLER        PIC X(9)  VALUE '  VALUE :'.
          05 L-DOC-VALUE   PIC ZZZZZZ9,99.
          05 FILLER        PIC X(11) VALUE ALL ' '.
       01 L-DOC-SIGN.
          05 FILLER        PIC X(34) VALUE
             'RELEASED BY : ______________'.
          05 FILLER        PIC X(34) VALUE
             'CARRIER : ______________'.
          05 FILLER        PIC X(32) VALUE
             'PACKAGES : ________'.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE SUP      END-EXEC
           EXEC SQL INCLUDE PARTS    END-EXEC
           EXEC SQL INCLUDE PARTSUPP END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** RTVPOSTP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'Q' TO WS-WIN-ACTION
           CALL 'RUNLOCK' USING WS-WIN-PGM WS-WIN-ACTION
                                WS-WIN-RESULT
           IF WS-WIN-RESULT = 'HELD'
              DISPLAY '*** BATCH WINDOW OPEN - RETURNS'
                      ' REFUSED, RERUN AFTER THE CHAIN ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM GET-RUN-DATE
           OPEN OUTPUT FRTVLOG
           INITIALIZE ST-LOADLOG
           MOVE "RTV LINE    " TO LOGREC-LABEL
           WRITE ENR-RTVLOG FROM RTL-HEAD

           PERFORM LOAD-RECEIPTS

           OPEN INPUT FRTVIN
           IF FS-RTVIN NOT = 0
              DISPLAY 'NO RETURN FILE, NOTHING TO SEND BACK'
           ELSE
              OPEN EXTEND FRCVREG
              OPEN EXTEND FVOUCH
              OPEN EXTEND FSTKMOV
              OPEN OUTPUT FRTVDOC
              PERFORM UNTIL FF-RTVIN
                 READ FRTVIN
                    AT END
                       SET FF-RTVIN TO TRUE
                    NOT AT END
                       ADD 1 TO CNT-LINES
                       PERFORM TRAIT-ONE-RETURN
                 END-READ
              END-PERFORM
              CLOSE FRTVDOC
              CLOSE FSTKMOV
              CLOSE FVOUCH
              CLOSE FRCVREG
              CLOSE FRTVIN
           END-IF

           PERFORM WRITE-RTV-FOOTER
           CLOSE FRTVLOG

           MOVE CNT-NOTE-VALUE TO ED-NOTE-TOTAL
           DISPLAY 'RETURN LINES READ       : ' CNT-LINES
           DISPLAY 'RETURNS TO VENDOR       : ' CNT-RETURNED
           DISPLAY 'QUANTITY SENT BACK      : ' CNT-RET-QTY
           DISPLAY 'DEBIT NOTES RAISED      : ' ED-NOTE-TOTAL
           DISPLAY 'LINES REJECTED          : ' CNT-TOTAL-REJECTS
           GOBACK.

      *** PARAGRAPHS ***
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 1 TO PARM-COUNT
           MOVE 'RUNDATE'  TO PARM-KEYWORD(1)
           MOVE 'D'        TO PARM-TYPE(1)
           MOVE 'N'        TO PARM-REQUIRED(1)
           MOVE SPACES     TO PARM-DEFAULT(1)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              MOVE PARM-VALUE(1)(1:10) TO AC-RUN-DATE
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
           .

      ** LOAD-RECEIPTS - every PO line received, net of what went  **
      ** back already, with the last cost a delivery carried       **
       LOAD-RECEIPTS.
           OPEN INPUT FRCVREG
           IF FS-RCVREG NOT = 0
              DISPLAY 'NO RECEIPTS REGISTER, NOTHING CAN GO BACK'
           ELSE
              PERFORM UNTIL FF-RCVREG
                 READ FRCVREG
                    AT END
                       SET FF-RCVREG TO TRUE
                    NOT AT END
                       PERFORM NOTE-ONE-RECEIPT
                 END-READ
              END-PERFORM
              CLOSE FRCVREG
           END-IF
           .

       NOTE-ONE-RECEIPT.
           MOVE 0 TO WS-RCV-HIT
           PERFORM VARYING RCT-IDX FROM 1 BY 1
                   UNTIL RCT-IDX > RCT-CNT
              IF RR-PO-NO = RCT-PO-NO(RCT-IDX) AND
                 RR-SNO = RCT-SNO(RCT-IDX) AND
                 RR-PNO = RCT-PNO(RCT-IDX)
                 MOVE RCT-IDX TO WS-RCV-HIT
              END-IF
           END-PERFORM
           IF WS-RCV-HIT = 0
              IF RCT-CNT < 999
                 ADD 1 TO RCT-CNT
                 MOVE RR-PO-NO TO RCT-PO-NO(RCT-CNT)
                 MOVE RR-SNO   TO RCT-SNO(RCT-CNT)
                 MOVE RR-PNO   TO RCT-PNO(RCT-CNT)
                 MOVE ZERO     TO RCT-QTY(RCT-CNT)
                 MOVE ZERO     TO RCT-COST(RCT-CNT)
                 MOVE RCT-CNT  TO WS-RCV-HIT
              ELSE
                 DISPLAY 'RECEIPT TABLE FULL, RAISE OCCURS'
              END-IF
           END-IF
           IF WS-RCV-HIT > 0
              IF RR-RETURN
                 SUBTRACT RR-QTY FROM RCT-QTY(WS-RCV-HIT)
              ELSE
                 ADD RR-QTY TO RCT-QTY(WS-RCV-HIT)
                 IF RR-COST IS NUMERIC AND RR-COST > 0
                    MOVE RR-COST TO RCT-COST(WS-RCV-HIT)
                 END-IF
              END-IF
           END-IF
           .

       TRAIT-ONE-RETURN.
           MOVE CNT-LINES TO LOGREC-REF
           MOVE SPACES TO DCS-PO-CSV DCS-PNO DCS-QTY-CSV DCS-REASON
                          DCS-WH
           UNSTRING ENR-RTV-CSV DELIMITED BY ';'
              INTO DCS-PO-CSV DCS-PNO DCS-QTY-CSV DCS-REASON DCS-WH
           END-UNSTRING
           MOVE DCS-PNO TO LOGREC-PNO
           PERFORM CHECK-RETURN-LINE
           IF LOGREC-MSG NOT = SPACES
              PERFORM WRITE-RTV-LOG
              EXIT PARAGRAPH
           END-IF
           IF DCS-WH = SPACES
              MOVE WS-DEFAULT-WH TO DCS-WH
           END-IF

      ** THE DEBIT NOTE IS AT THE COST THE GOODS CAME IN AT, THE   **
      ** PAIR'S LAST KNOWN COST WHEN NO DELIVERY CARRIED ONE       **
           MOVE RCT-SNO(WS-RCV-HIT) TO PARTSUPP-SNO
           MOVE DCS-PNO             TO PARTSUPP-PNO
           MOVE RCT-COST(WS-RCV-HIT) TO WS-UNIT-COST
           IF WS-UNIT-COST = ZERO
              EXEC SQL
                 SELECT COST
                 INTO :PARTSUPP-COST
                 FROM API10.PARTSUPP
                 WHERE SNO = :PARTSUPP-SNO
                   AND PNO = :PARTSUPP-PNO
              END-EXEC
              IF SQLCODE = ZERO
                 MOVE PARTSUPP-COST TO WS-UNIT-COST
              END-IF
           END-IF
           COMPUTE WS-NOTE-VALUE = WS-QTY * WS-UNIT-COST
              ON SIZE ERROR
                 MOVE 'NOTE TOO LARGE' TO LOGREC-MSG
                 MOVE ENR-RTV-CSV TO LOGREC-DETAIL
                 ADD 1 TO CNT-BAD-FORMAT
                 PERFORM WRITE-RTV-LOG
                 EXIT PARAGRAPH
           END-COMPUTE

      ** THE PAIR ONLY GOES DOWN IF IT STILL HOLDS THE QUANTITY **
           MOVE 0 TO WS-POST-KO
           MOVE WS-QTY TO PARTSUPP-QTY
           EXEC SQL
              UPDATE API10.PARTSUPP
              SET QTY = QTY - :PARTSUPP-QTY
              WHERE SNO = :PARTSUPP-SNO
                AND PNO = :PARTSUPP-PNO
                AND QTY >= :PARTSUPP-QTY
           END-EXEC
           IF SQLCODE = +100
              EXEC SQL ROLLBACK END-EXEC
              MOVE 'NOT ENOUGH STOCK' TO LOGREC-MSG
              MOVE PARTSUPP-SNO TO LOGREC-DETAIL
              ADD 1 TO CNT-NO-STOCK
              PERFORM WRITE-RTV-LOG
              EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT = ZERO
              MOVE SQLCODE TO ED-SQLCODE
              DISPLAY 'RETURN PAIR KO ' ED-SQLCODE
              SET POST-FAILED TO TRUE
           ELSE
              EXEC SQL
                 SELECT QTY
                 INTO :WS-PAIR-QTY
                 FROM API10.PARTSUPP
                 WHERE SNO = :PARTSUPP-SNO
                   AND PNO = :PARTSUPP-PNO
              END-EXEC
              IF SQLCODE NOT = ZERO
                 SET POST-FAILED TO TRUE
              END-IF
           END-IF
           IF POST-FAILED
              EXEC SQL ROLLBACK END-EXEC
              MOVE 'POSTING FAILED' TO LOGREC-MSG
              ADD 1 TO CNT-POST-KO
              PERFORM WRITE-RTV-LOG
              EXIT PARAGRAPH
           END-IF

           PERFORM DRAW-VCH-NO
           EXEC SQL COMMIT END-EXEC

           SUBTRACT WS-QTY FROM RCT-QTY(WS-RCV-HIT)
           ADD 1 TO CNT-RETURNED
           ADD WS-QTY TO CNT-RET-QTY
           ADD WS-NOTE-VALUE TO CNT-NOTE-VALUE

           PERFORM WRITE-RETURN-RECORD
           PERFORM WRITE-DEBIT-NOTE
           PERFORM WRITE-RTV-MOVEMENT
           PERFORM PRINT-RETURN-DOCUMENT
           .

      ** CHECK-RETURN-LINE - LOGREC-MSG comes back spaces when the **
      ** line can go back, WS-RCV-HIT on its received PO line      **
       CHECK-RETURN-LINE.
           MOVE 0 TO WS-QTY
           MOVE 0 TO WS-DIGITS
           INSPECT DCS-QTY-CSV TALLYING WS-DIGITS
              FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-DIGITS > 0 AND WS-DIGITS < 5
              IF DCS-QTY-CSV(1:WS-DIGITS) IS NUMERIC
                 COMPUTE WS-QTY = FUNCTION NUMVAL(DCS-QTY-CSV)
              END-IF
           END-IF
           MOVE 0 TO WS-PO-NO
           MOVE 0 TO WS-DIGITS
           INSPECT DCS-PO-CSV TALLYING WS-DIGITS
              FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-DIGITS > 0
              IF DCS-PO-CSV(1:WS-DIGITS) IS NUMERIC
                 COMPUTE WS-PO-NO = FUNCTION NUMVAL(DCS-PO-CSV)
              END-IF
           END-IF
           IF WS-PO-NO = 0 OR DCS-PNO = SPACES OR WS-QTY = 0 OR
              DCS-REASON = SPACES
              MOVE 'BAD FORMAT/LENGTH' TO LOGREC-MSG
              MOVE ENR-RTV-CSV TO LOGREC-DETAIL
              ADD 1 TO CNT-BAD-FORMAT
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-RCV-HIT
           PERFORM VARYING RCT-IDX FROM 1 BY 1
                   UNTIL RCT-IDX > RCT-CNT OR WS-RCV-HIT > 0
              IF WS-PO-NO = RCT-PO-NO(RCT-IDX) AND
                 DCS-PNO = RCT-PNO(RCT-IDX)
                 MOVE RCT-IDX TO WS-RCV-HIT
              END-IF
           END-PERFORM
           IF WS-RCV-HIT = 0
              MOVE 'UNKNOWN RECEIPT' TO LOGREC-MSG
              MOVE DCS-PO-CSV TO LOGREC-DETAIL
              ADD 1 TO CNT-NO-RECEIPT
              EXIT PARAGRAPH
           END-IF
           IF WS-QTY > RCT-QTY(WS-RCV-HIT)
              MOVE 'OVER RETURN' TO LOGREC-MSG
              MOVE ENR-RTV-CSV TO LOGREC-DETAIL
              ADD 1 TO CNT-OVER
           END-IF
           .

       DRAW-VCH-NO.
           INITIALIZE NUMRNG-BLOCK
           MOVE 'VOUCHER' TO NR-RANGE-ID
           MOVE 'N'       TO NR-ACTION
           CALL 'NUMRANGE' USING NUMRNG-BLOCK
           IF NOT NR-OK
              DISPLAY '*** VOUCHER RANGE EXHAUSTED OR UNDEFINED ('
                      NR-RESULT ') - RUN STOPPED ***'
              EXEC SQL ROLLBACK END-EXEC
              CLOSE FRTVDOC
              CLOSE FSTKMOV
              CLOSE FVOUCH
              CLOSE FRCVREG
              CLOSE FRTVIN
              CLOSE FRTVLOG
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE NR-NUMBER TO WS-CUR-VCH-NO
           .

      ** WRITE-RETURN-RECORD - the return on the receipts register, **
      ** dated the day it left                                      **
       WRITE-RETURN-RECORD.
           MOVE SPACES        TO ENR-RCVREG
           MOVE WS-PO-NO      TO RR-PO-NO
           MOVE PARTSUPP-SNO  TO RR-SNO
           MOVE DCS-PNO       TO RR-PNO
           MOVE WS-QTY        TO RR-QTY
           MOVE AC-RUN-DATE   TO RR-DATE
           MOVE WS-UNIT-COST  TO RR-COST
           MOVE ZERO          TO RR-REJQTY
           SET RR-RETURN TO TRUE
           WRITE ENR-RCVREG
           .

      ** WRITE-DEBIT-NOTE - a credit voucher, due at once : APPAYP **
      ** nets every open credit of a supplier it pays              **
       WRITE-DEBIT-NOTE.
           MOVE SPACES          TO ENR-VOUCH
           MOVE WS-CUR-VCH-NO   TO VCH-NO
           MOVE PARTSUPP-SNO    TO VCH-SNO
           STRING 'RTV'         DELIMITED BY SIZE
                  WS-CUR-VCH-NO DELIMITED BY SIZE
             INTO VCH-INV-REF
           END-STRING
           MOVE WS-PO-NO        TO VCH-PO-NO
           COMPUTE VCH-AMOUNT = 0 - WS-NOTE-VALUE
           MOVE AC-RUN-DATE     TO VCH-DUE-DATE
           MOVE 'C'             TO VCH-STATUS
           MOVE WS-RTV-ROLE     TO VCH-EXP-ROLE
           MOVE DCS-PNO         TO VCH-PNO
           MOVE WS-QTY          TO VCH-QTY
           MOVE AC-RUN-DATE     TO VCH-ENTRY-DATE
           WRITE ENR-VOUCH
           .

       WRITE-RTV-MOVEMENT.
           MOVE AC-RUN-DATE TO MOV-DATE
           MOVE 'RTVPOSTP'  TO MOV-PGM
           MOVE WS-PO-NO    TO ED-PO-REF
           MOVE ED-PO-REF   TO MOV-REF
           MOVE DCS-PNO     TO MOV-P-NO
           MOVE DCS-WH      TO MOV-WH
           COMPUTE MOV-DELTA = 0 - WS-QTY
           MOVE WS-PAIR-QTY TO MOV-BALANCE
           WRITE ST-STKMOV
           .

       PRINT-RETURN-DOCUMENT.
           MOVE PARTSUPP-SNO TO SUP-SNO
           MOVE SPACES TO L-DOC-SNAME
           EXEC SQL
              SELECT SNAME
              INTO :SUP-SNAME
              FROM API10.SUPPLIER
              WHERE SNO = :SUP-SNO
           END-EXEC
           IF SQLCODE = ZERO
              MOVE SUP-SNAME-TEXT(1:SUP-SNAME-LEN) TO L-DOC-SNAME
           END-IF
           MOVE DCS-PNO TO PARTS-PNO
           MOVE SPACES TO L-DOC-PNAME
           EXEC SQL
              SELECT PNAME
              INTO :PARTS-PNAME
              FROM API10.PARTS
              WHERE PNO = :PARTS-PNO
           END-EXEC
           IF SQLCODE = ZERO
              MOVE PARTS-PNAME-TEXT(1:PARTS-PNAME-LEN) TO L-DOC-PNAME
           END-IF
           MOVE WS-CUR-VCH-NO TO L-DOC-NO
           MOVE AC-RUN-DATE   TO L-DOC-DATE
           MOVE PARTSUPP-SNO  TO L-DOC-SNO
           MOVE WS-PO-NO      TO L-DOC-PO
           MOVE DCS-PNO       TO L-DOC-PNO
           MOVE WS-QTY        TO L-DOC-QTY
           MOVE DCS-REASON    TO L-DOC-REASON-TXT
           MOVE DCS-WH        TO L-DOC-WH
           MOVE VCH-INV-REF   TO L-DOC-REF
           MOVE WS-UNIT-COST  TO L-DOC-COST
           MOVE WS-NOTE-VALUE TO L-DOC-VALUE
           WRITE ENR-RTVDOC FROM L-DOC-HEAD
           MOVE SPACES TO ENR-RTVDOC
           WRITE ENR-RTVDOC
           WRITE ENR-RTVDOC FROM L-DOC-SUP
           WRITE ENR-RTVDOC FROM L-DOC-ITEM
           WRITE ENR-RTVDOC FROM L-DOC-REASON
           MOVE SPACES TO ENR-RTVDOC
           WRITE ENR-RTVDOC
           WRITE ENR-RTVDOC FROM L-DOC-NOTE
           MOVE SPACES TO ENR-RTVDOC
           WRITE ENR-RTVDOC
           WRITE ENR-RTVDOC FROM L-DOC-SIGN BEFORE ADVANCING PAGE
           .

       WRITE-RTV-LOG.
           WRITE ENR-RTVLOG FROM ST-LOADLOG
           ADD 1 TO CNT-TOTAL-REJECTS
           INITIALIZE ST-LOADLOG
           MOVE "RTV LINE    " TO LOGREC-LABEL
           .

       WRITE-RTV-FOOTER.
           WRITE ENR-RTVLOG FROM RTL-FOOT-HEAD

           MOVE 'BAD FORMAT/LENGTH'  TO LOGREC-FLABEL
           MOVE CNT-BAD-FORMAT       TO LOGREC-FCOUNT
           WRITE ENR-RTVLOG FROM ST-LOADLOG-FOOT

           MOVE 'UNKNOWN RECEIPT'    TO LOGREC-FLABEL
           MOVE CNT-NO-RECEIPT       TO LOGREC-FCOUNT
           WRITE ENR-RTVLOG FROM ST-LOADLOG-FOOT

           MOVE 'OVER RETURN'        TO LOGREC-FLABEL
           MOVE CNT-OVER             TO LOGREC-FCOUNT
           WRITE ENR-RTVLOG FROM ST-LOADLOG-FOOT

           MOVE 'NOT ENOUGH STOCK'   TO LOGREC-FLABEL
           MOVE CNT-NO-STOCK         TO LOGREC-FCOUNT
           WRITE ENR-RTVLOG FROM ST-LOADLOG-FOOT

           MOVE 'POSTING FAILED'     TO LOGREC-FLABEL
           MOVE CNT-POST-KO          TO LOGREC-FCOUNT
           WRITE ENR-RTVLOG FROM ST-LOADLOG-FOOT

           MOVE 'TOTAL REJECTED'     TO LOGREC-FLABEL
           MOVE CNT-TOTAL-REJECTS    TO LOGREC-FCOUNT
           WRITE ENR-RTVLOG FROM ST-LOADLOG-FOOT

           MOVE 'RETURNS TO VENDOR'  TO LOGREC-FLABEL
           MOVE CNT-RETURNED         TO LOGREC-FCOUNT
           WRITE ENR-RTVLOG FROM ST-LOADLOG-FOOT
           .
