       IDENTIFICATION DIVISION.
       PROGRAM-ID.     WARCLMP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - TAKE IN WARRANTY CLAIMS FROM A ; DELIMITED FILE :         *
      *         O_NO;P_NO;LOT;QTY;REASON;RETURN;COST                   *
      *      LOT BLANK = ANY LOT OF THE LINE, RETURN Y = THE GOODS     *
      *      COME BACK, COST BLANK = QTY AT THE PRODUCT'S COST         *
      *    - NUMBER EVERY CLAIM FROM THE 'WCL' RANGE OF THE NUMBER-    *
      *      RANGE REGISTRY (NUMRANGE)                                 *
      *    - VALIDATE IT AGAINST THE WARRANTY REGISTRATION (WARREGK) : *
      *      DECLINED WHEN THE LINE WAS NEVER REGISTERED (NREG), WHEN  *
      *      ITS COVER HAS RUN OUT (EXPD) OR WHEN IT CLAIMS MORE THAN  *
      *      SHIPPED AND NOT YET CLAIMED (OQTY) ; APPROVED OTHERWISE,  *
      *      THE QUANTITY ADDED TO WHAT THE REGISTRATION HAS CLAIMED   *
      *    - ISSUE AN RMA FOR AN APPROVED RETURN, NUMBERED FROM THE    *
      *      'RMA' RANGE AND ADDED TO THE RMA MASTER AS RMALDP DOES    *
      *    - APPEND EVERY CLAIM TO THE CLAIM HISTORY (FICWARCLM) WITH  *
      *      THE LOT AND SUPPLIER OFF THE REGISTRATION AND ITS COST    *
      *    - PRINT THE DECISION (AND THE RMA) ON FICWARDOC, LOG        *
      *      DECLINES IN LOADLOG FORMAT                                *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      RUNDATE=YYYY-MM-DD  THE CLAIM DATE (DEFAULT TODAY)        *
      *      RMADAYS=NNN         DAYS AN RMA STAYS VALID (DEFAULT 30)  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FWARCIN ASSIGN TO FICWARCIN.
           SELECT WARREGK ASSIGN TO WARREGK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WR-KEY
               FILE STATUS IS FS-WARREG.
           SELECT FWARCLM ASSIGN TO FICWARCLM.
           SELECT FRMA ASSIGN TO FICRMA.
           SELECT FWARDOC ASSIGN TO FICWARDOC.
           SELECT FWARCLOG ASSIGN TO FICWARCLOG.

       DATA DIVISION.
       FILE SECTION.
      ** FWARCIN - THE ; DELIMITED CLAIMS **
       FD FWARCIN.
       01 ENR-WARCIN.
          05 ENR-WARC-CSV  PIC X(80).

       FD WARREGK.
       COPY WARREG.

      ** FWARCLM - THE CLAIM HISTORY, APPENDED RUN AFTER RUN **
       FD FWARCLM.
       COPY WARCLM.

      ** FRMA - THE RMA MASTER RMALDP KEEPS, APPENDED WITH THE      **
      ** RETURNS AUTHORIZED HERE ; STATUS O=OPEN                    **
       FD FRMA.
       01 ENR-RMA.
          05 RMA-NO        PIC 9(6).
          05 RMA-C-NO      PIC X(3).
          05 RMA-P-NO      PIC X(3).
          05 RMA-QTY-AUTH  PIC 9(5).
          05 RMA-QTY-USED  PIC 9(5).
          05 RMA-REASON    PIC X(3).
          05 RMA-EXPIRY    PIC X(10).
          05 RMA-STATUS    PIC X(1).
          05 FILLER        PIC X(44).

      ** FWARDOC - THE PRINTED DECISIONS AND AUTHORIZATIONS **
       FD FWARDOC.
       01 ENR-WARDOC      PIC X(80).

       FD FWARCLOG.
       01 ENR-WARCLOG     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WCL-HEAD        PIC X(30) VALUE
             "WARCLMP WARRANTY CLAIMS LOG".
       01 WCL-FOOT-HEAD   PIC X(28) VALUE "REJECT SUMMARY BY REASON :".
       COPY LOADLOG.
       COPY PARMBLK.

       77 WS-WARCIN-EOF   PIC 9  VALUE 0.
            88 FF-WARCIN        VALUE 1.
       77 FS-WARREG       PIC 99 VALUE 0.
       77 CSV-LINE        PIC 9(3) VALUE 0.
       01 ED-SQLCODE      PIC +Z(8)9.

      *** PARAMETRES ***
       77 AC-RUN-DATE     PIC X(10) VALUE SPACES.
       77 AC-RMA-DAYS     PIC 9(3) VALUE 30.
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.
       77 WS-RMA-EXPIRY   PIC X(10) VALUE SPACES.
       01 WS-DATE-YYYYMMDD PIC 9(8) VALUE 0.
       01 WS-DATE-YYYYMMDD-X REDEFINES WS-DATE-YYYYMMDD.
          05 WS-DATE-YYYY PIC X(4).
          05 WS-DATE-MM   PIC X(2).
          05 WS-DATE-DD   PIC X(2).
       77 WS-RUN-INT      PIC 9(7) VALUE 0.

      *** CHAMPS PARSES ***
       01 WCT-O-NO        PIC X(10).
       01 WCT-P-NO        PIC X(10).
       01 WCT-LOT-NO      PIC X(10).
       01 WCT-QTY         PIC X(10).
       01 WCT-REASON      PIC X(10).
       01 WCT-RETURN      PIC X(10).
       01 WCT-COST        PIC X(12).
       77 WS-CLM-QTY      PIC 9(5) VALUE 0.

      *** RECHERCHE DE L'ENREGISTREMENT DE GARANTIE ***
       77 WS-SCAN-END     PIC X(1) VALUE 'N'.
          88 END-OF-LINE        VALUE 'Y'.
       77 WS-SEEN-LINE    PIC X(1) VALUE 'N'.
          88 LINE-REGISTERED    VALUE 'Y'.
       77 WS-SEEN-COVER   PIC X(1) VALUE 'N'.
          88 LINE-IN-COVER      VALUE 'Y'.
       77 WS-FOUND        PIC X(1) VALUE 'N'.
          88 CLAIM-FITS         VALUE 'Y'.
       01 WS-HIT-KEY      PIC X(30).

      *** NUMEROTATION (REGISTRE DES PLAGES) ***
       COPY NUMRNG.
       77 WS-CUR-CLM-NO   PIC 9(6) VALUE 0.
       77 WS-CUR-RMA-NO   PIC 9(6) VALUE 0.
       77 ED-NO           PIC Z(5)9.
       77 ED-QTY          PIC Z(4)9.
       77 ED-COST         PIC Z(6)9,99.

      *** COMPTEURS ***
       77 CNT-CLAIMS      PIC 9(4) VALUE 0.
       77 CNT-APPROVED    PIC 9(4) VALUE 0.
       77 CNT-RMAS        PIC 9(4) VALUE 0.
       77 CNT-BAD-FORMAT  PIC 9(4) VALUE 0.
       77 CNT-NOT-REG     PIC 9(4) VALUE 0.
       77 CNT-EXPIRED     PIC 9(4) VALUE 0.
       77 CNT-OVER-QTY    PIC 9(4) VALUE 0.
       77 CNT-TOTAL-REJECTS PIC 9(4) VALUE 0.

      *** DOCUMENTS, DANS LE STYLE FACTURES.DATA ***
       01 L-TIRET.
          05 FILLER  PIC X(80) VALUE ALL '-'.
       01 L-VIDE.
          05 FILLER  PIC X(3)  VALUE     '|  '.
          05 FILLER  PIC X(74) VALUE ALL ' '.
          05 FILLER  PIC X(3)  VALUE     '  |'.
       01 L-CLM-BANNER.
          05 FILLER  PIC X(3)  VALUE     '|  '.
          05 FILLER  PIC X(20) VALUE ALL ' '.
          05 FILLER  PIC X(34) VALUE
                '***  WARRANTY CLAIM DECISION   ***'.
          05 FILLER  PIC X(20) VALUE ALL ' '.
          05 FILLER  PIC X(3)  VALUE     '  |'.
       01 L-RMA-BANNER.
          05 FILLER  PIC X(3)  VALUE     '|  '.
          05 FILLER  PIC X(20) VALUE ALL ' '.
          05 FILLER  PIC X(34) VALUE
                '*** RETURN AUTHORIZATION (RMA) ***'.
          05 FILLER  PIC X(20) VALUE ALL ' '.
          05 FILLER  PIC X(3)  VALUE     '  |'.
       01 L-RMA-REF.
          05 FILLER        PIC X(3)  VALUE '|  '.
          05 L-REF-TITLE   PIC X(16).
          05 L-REF-DATA    PIC X(36).
          05 FILLER        PIC X(22) VALUE ALL ' '.
          05 FILLER        PIC X(3)  VALUE '  |'.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE PRO      END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** WARCLMP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM GET-RUN-DATE

           OPEN I-O WARREGK
           IF FS-WARREG NOT = 0
              DISPLAY 'NO WARREGK (' FS-WARREG
                      '), NO CLAIM CAN BE VALIDATED - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT FWARCLOG
           MOVE "CSV LINE N. " TO LOGREC-LABEL
           WRITE ENR-WARCLOG FROM WCL-HEAD

           OPEN EXTEND FWARCLM
           OPEN EXTEND FRMA
           OPEN OUTPUT FWARDOC
           OPEN INPUT FWARCIN
           PERFORM LECT-WARCIN
           PERFORM UNTIL FF-WARCIN
              PERFORM TRAIT-ONE-CLAIM
              PERFORM LECT-WARCIN
           END-PERFORM
           CLOSE FWARCIN
           CLOSE FWARDOC
           CLOSE FRMA
           CLOSE FWARCLM
           CLOSE WARREGK

           PERFORM WRITE-WCL-FOOTER
           CLOSE FWARCLOG
           DISPLAY 'CLAIMS TAKEN IN : ' CNT-CLAIMS
           DISPLAY 'APPROVED        : ' CNT-APPROVED
           DISPLAY 'RMAS ISSUED     : ' CNT-RMAS
           DISPLAY 'REJECTED        : ' CNT-TOTAL-REJECTS
           GOBACK.

      *** PARAGRAPHS ***
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 2 TO PARM-COUNT
           MOVE 'RUNDATE'  TO PARM-KEYWORD(1)
           MOVE 'D'        TO PARM-TYPE(1)
           MOVE 'N'        TO PARM-REQUIRED(1)
           MOVE SPACES     TO PARM-DEFAULT(1)
           MOVE 'RMADAYS'  TO PARM-KEYWORD(2)
           MOVE 'N'        TO PARM-TYPE(2)
           MOVE 'N'        TO PARM-REQUIRED(2)
           MOVE '30'       TO PARM-DEFAULT(2)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              MOVE PARM-VALUE(1)(1:10) TO AC-RUN-DATE
              COMPUTE AC-RMA-DAYS = FUNCTION NUMVAL(PARM-VALUE(2))
           END-IF
           .

      ** GET-RUN-DATE - the claim date, and the last day an RMA   **
      ** issued today can be shipped against                      **
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
              FUNCTION DATE-OF-INTEGER(WS-RUN-INT + AC-RMA-DAYS)
           MOVE SPACES TO WS-RMA-EXPIRY
           STRING WS-DATE-YYYY DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-DATE-MM   DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-DATE-DD   DELIMITED BY SIZE
             INTO WS-RMA-EXPIRY
           END-STRING
           .

       LECT-WARCIN.
           ADD 1 TO CSV-LINE
           READ FWARCIN AT END
              SET FF-WARCIN TO TRUE
              DISPLAY 'FIN FICHIER RECLAMATIONS'
           END-READ.

      ** DRAW-NUMBER - the next number of NR-RANGE-ID ; a range   **
      ** used up or never defined stops the run                   **
       DRAW-NUMBER.
           MOVE 'N' TO NR-ACTION
           CALL 'NUMRANGE' USING NUMRNG-BLOCK
           IF NOT NR-OK
              DISPLAY '*** ' NR-RANGE-ID ' RANGE EXHAUSTED OR'
                      ' UNDEFINED (' NR-RESULT ') - RUN REFUSED ***'
              CLOSE FWARCIN FWARDOC FRMA FWARCLM WARREGK FWARCLOG
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           .

       TRAIT-ONE-CLAIM.
           MOVE SPACES TO WCT-O-NO WCT-P-NO WCT-LOT-NO WCT-QTY
           MOVE SPACES TO WCT-REASON WCT-RETURN WCT-COST
           UNSTRING ENR-WARC-CSV DELIMITED BY ';'
              INTO WCT-O-NO WCT-P-NO WCT-LOT-NO WCT-QTY
                   WCT-REASON WCT-RETURN WCT-COST
           END-UNSTRING
           IF WCT-O-NO = SPACES OR WCT-P-NO = SPACES OR
              WCT-QTY = SPACES OR WCT-REASON = SPACES OR
              FUNCTION TEST-NUMVAL(WCT-QTY) NOT = 0
              MOVE 'BAD FORMAT/LENGTH' TO LOGREC-MSG
              PERFORM WRITE-WCL-LOG
              ADD 1 TO CNT-BAD-FORMAT
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CLM-QTY = FUNCTION NUMVAL(WCT-QTY)
           IF WS-CLM-QTY = 0
              MOVE 'BAD FORMAT/LENGTH' TO LOGREC-MSG
              PERFORM WRITE-WCL-LOG
              ADD 1 TO CNT-BAD-FORMAT
              EXIT PARAGRAPH
           END-IF

           INITIALIZE NUMRNG-BLOCK
           MOVE 'WCL' TO NR-RANGE-ID
           PERFORM DRAW-NUMBER
           MOVE NR-NUMBER TO WS-CUR-CLM-NO
           ADD 1 TO CNT-CLAIMS

           MOVE SPACES        TO ST-WARCLM
           MOVE WS-CUR-CLM-NO TO CLM-NO
           MOVE AC-RUN-DATE   TO CLM-DATE
           MOVE WCT-O-NO(1:7) TO CLM-O-NO
           MOVE WCT-P-NO(1:3) TO CLM-P-NO
           MOVE WCT-LOT-NO    TO CLM-LOT-NO
           MOVE WS-CLM-QTY    TO CLM-QTY
           MOVE WCT-REASON(1:3) TO CLM-REASON
           MOVE ZERO          TO CLM-RMA-NO CLM-COST

           PERFORM FIND-REGISTRATION
           EVALUATE TRUE
              WHEN CLAIM-FITS
                 PERFORM APPROVE-CLAIM
              WHEN NOT LINE-REGISTERED
                 MOVE 'NREG' TO CLM-DECLINE
                 MOVE 'NOT REGISTERED' TO LOGREC-MSG
                 ADD 1 TO CNT-NOT-REG
              WHEN NOT LINE-IN-COVER
                 MOVE 'EXPD' TO CLM-DECLINE
                 MOVE 'COVER RUN OUT' TO LOGREC-MSG
                 ADD 1 TO CNT-EXPIRED
              WHEN OTHER
                 MOVE 'OQTY' TO CLM-DECLINE
                 MOVE 'QTY OVER SHIPPED' TO LOGREC-MSG
                 ADD 1 TO CNT-OVER-QTY
           END-EVALUATE
           IF NOT CLAIM-FITS
              SET CLM-DECLINED TO TRUE
              PERFORM WRITE-WCL-LOG
           END-IF
           WRITE ST-WARCLM
           PERFORM PRINT-DECISION
           IF CLM-RMA-NO > 0
              PERFORM PRINT-RMA-DOC
           END-IF
           .

      ** FIND-REGISTRATION - the line's registrations follow one   **
      ** another on the KSDS (order, product, ship date, lot) ;    **
      ** the first one of the lot asked for, still in cover and    **
      ** with enough left unclaimed takes the claim                **
       FIND-REGISTRATION.
           MOVE 'N' TO WS-SCAN-END WS-SEEN-LINE WS-SEEN-COVER
           MOVE 'N' TO WS-FOUND
           MOVE LOW-VALUES    TO WR-KEY
           MOVE WCT-O-NO(1:7) TO WR-O-NO
           MOVE WCT-P-NO(1:3) TO WR-P-NO
           START WARREGK KEY IS NOT LESS THAN WR-KEY
           IF FS-WARREG NOT = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-REGISTRATION
           PERFORM UNTIL END-OF-LINE OR CLAIM-FITS
              IF WCT-LOT-NO = SPACES OR WCT-LOT-NO = WR-LOT-NO
                 SET LINE-REGISTERED TO TRUE
                 IF WR-EXPIRY NOT < AC-RUN-DATE
                    SET LINE-IN-COVER TO TRUE
                    IF WR-QTY - WR-QTY-CLAIMED NOT < WS-CLM-QTY
                       SET CLAIM-FITS TO TRUE
                       MOVE WR-KEY TO WS-HIT-KEY
                    END-IF
                 END-IF
              END-IF
              IF NOT CLAIM-FITS
                 PERFORM READ-NEXT-REGISTRATION
              END-IF
           END-PERFORM
           .

       READ-NEXT-REGISTRATION.
           READ WARREGK NEXT RECORD
           EVALUATE FS-WARREG
              WHEN ZERO
                 IF WR-O-NO NOT = WCT-O-NO(1:7) OR
                    WR-P-NO NOT = WCT-P-NO(1:3)
                    SET END-OF-LINE TO TRUE
                 END-IF
              WHEN OTHER
                 SET END-OF-LINE TO TRUE
           END-EVALUATE
           .

      ** APPROVE-CLAIM - the registration takes the quantity ; the **
      ** claim carries its lot, supplier and customer, and costs   **
      ** the amount given or the quantity at the product's cost    **
       APPROVE-CLAIM.
           ADD WS-CLM-QTY TO WR-QTY-CLAIMED
           REWRITE ST-WARREG
           IF FS-WARREG NOT = 0
              DISPLAY 'WARREGK REWRITE FAILED : ' FS-WARREG
                      ' FOR ' WS-HIT-KEY
           END-IF
           SET CLM-APPROVED TO TRUE
           ADD 1 TO CNT-APPROVED
           MOVE WR-LOT-NO TO CLM-LOT-NO
           MOVE WR-SNO    TO CLM-SNO
           MOVE WR-C-NO   TO CLM-C-NO

           IF WCT-COST NOT = SPACES AND
              FUNCTION TEST-NUMVAL(WCT-COST) = 0
              COMPUTE CLM-COST = FUNCTION NUMVAL(WCT-COST)
           ELSE
              MOVE CLM-P-NO TO PRO-P-NO
              EXEC SQL
                 SELECT COST
                 INTO :PRO-COST
                 FROM APIX.PRODUCTS
                 WHERE P_NO = :PRO-P-NO
              END-EXEC
              IF SQLCODE = ZERO
                 COMPUTE CLM-COST = WS-CLM-QTY * PRO-COST
              ELSE
                 MOVE SQLCODE TO ED-SQLCODE
                 DISPLAY 'NO COST FOR ' CLM-P-NO ' : ' ED-SQLCODE
              END-IF
           END-IF

           IF WCT-RETURN(1:1) = 'Y'
              PERFORM ISSUE-CLAIM-RMA
           END-IF
           .

      ** ISSUE-CLAIM-RMA - an open RMA for the claimed quantity, as **
      ** RMALDP would have issued it : PART2P takes the return in   **
      ** against it                                                 **
       ISSUE-CLAIM-RMA.
           INITIALIZE NUMRNG-BLOCK
           MOVE 'RMA' TO NR-RANGE-ID
           PERFORM DRAW-NUMBER
           MOVE NR-NUMBER TO WS-CUR-RMA-NO
           MOVE SPACES        TO ENR-RMA
           MOVE WS-CUR-RMA-NO TO RMA-NO
           MOVE CLM-C-NO      TO RMA-C-NO
           MOVE CLM-P-NO      TO RMA-P-NO
           MOVE WS-CLM-QTY    TO RMA-QTY-AUTH
           MOVE ZERO          TO RMA-QTY-USED
           MOVE CLM-REASON    TO RMA-REASON
           MOVE WS-RMA-EXPIRY TO RMA-EXPIRY
           MOVE 'O'           TO RMA-STATUS
           WRITE ENR-RMA
           MOVE WS-CUR-RMA-NO TO CLM-RMA-NO
           ADD 1 TO CNT-RMAS
           .

       PRINT-DECISION.
           WRITE ENR-WARDOC FROM L-TIRET
           WRITE ENR-WARDOC FROM L-VIDE
           WRITE ENR-WARDOC FROM L-CLM-BANNER
           WRITE ENR-WARDOC FROM L-VIDE
           MOVE 'CLAIM NUMBER  :' TO L-REF-TITLE
           MOVE CLM-NO TO ED-NO
           MOVE ED-NO TO L-REF-DATA
           WRITE ENR-WARDOC FROM L-RMA-REF
           MOVE 'CLAIM DATE    :' TO L-REF-TITLE
           MOVE CLM-DATE TO L-REF-DATA
           WRITE ENR-WARDOC FROM L-RMA-REF
           MOVE 'ORDER         :' TO L-REF-TITLE
           MOVE CLM-O-NO TO L-REF-DATA
           WRITE ENR-WARDOC FROM L-RMA-REF
           MOVE 'PRODUCT       :' TO L-REF-TITLE
           MOVE CLM-P-NO TO L-REF-DATA
           WRITE ENR-WARDOC FROM L-RMA-REF
           MOVE 'LOT           :' TO L-REF-TITLE
           MOVE CLM-LOT-NO TO L-REF-DATA
           WRITE ENR-WARDOC FROM L-RMA-REF
           MOVE 'QTY CLAIMED   :' TO L-REF-TITLE
           MOVE CLM-QTY TO ED-QTY
           MOVE ED-QTY TO L-REF-DATA
           WRITE ENR-WARDOC FROM L-RMA-REF
           MOVE 'DECISION      :' TO L-REF-TITLE
           EVALUATE TRUE
              WHEN CLM-APPROVED
                 MOVE 'APPROVED' TO L-REF-DATA
              WHEN CLM-DECLINE = 'NREG'
                 MOVE 'DECLINED - NOT A REGISTERED SHIPMENT'
                   TO L-REF-DATA
              WHEN CLM-DECLINE = 'EXPD'
                 MOVE 'DECLINED - WARRANTY HAS RUN OUT'
                   TO L-REF-DATA
              WHEN OTHER
                 MOVE 'DECLINED - MORE THAN SHIPPED'
                   TO L-REF-DATA
           END-EVALUATE
           WRITE ENR-WARDOC FROM L-RMA-REF
           IF CLM-APPROVED
              MOVE 'CLAIM COST    :' TO L-REF-TITLE
              MOVE CLM-COST TO ED-COST
              MOVE ED-COST TO L-REF-DATA
              WRITE ENR-WARDOC FROM L-RMA-REF
           END-IF
           WRITE ENR-WARDOC FROM L-VIDE
           WRITE ENR-WARDOC FROM L-TIRET
           .

       PRINT-RMA-DOC.
           WRITE ENR-WARDOC FROM L-TIRET
           WRITE ENR-WARDOC FROM L-VIDE
           WRITE ENR-WARDOC FROM L-RMA-BANNER
           WRITE ENR-WARDOC FROM L-VIDE
           MOVE 'RMA NUMBER    :' TO L-REF-TITLE
           MOVE WS-CUR-RMA-NO TO ED-NO
           MOVE ED-NO TO L-REF-DATA
           WRITE ENR-WARDOC FROM L-RMA-REF
           MOVE 'CUSTOMER NO   :' TO L-REF-TITLE
           MOVE CLM-C-NO TO L-REF-DATA
           WRITE ENR-WARDOC FROM L-RMA-REF
           MOVE 'PRODUCT       :' TO L-REF-TITLE
           MOVE CLM-P-NO TO L-REF-DATA
           WRITE ENR-WARDOC FROM L-RMA-REF
           MOVE 'QTY AUTHORIZED:' TO L-REF-TITLE
           MOVE CLM-QTY TO ED-QTY
           MOVE ED-QTY TO L-REF-DATA
           WRITE ENR-WARDOC FROM L-RMA-REF
           MOVE 'REASON        :' TO L-REF-TITLE
           MOVE CLM-REASON TO L-REF-DATA
           WRITE ENR-WARDOC FROM L-RMA-REF
           MOVE 'VALID UNTIL   :' TO L-REF-TITLE
           MOVE WS-RMA-EXPIRY TO L-REF-DATA
           WRITE ENR-WARDOC FROM L-RMA-REF
           WRITE ENR-WARDOC FROM L-VIDE
           WRITE ENR-WARDOC FROM L-TIRET
           .

       WRITE-WCL-LOG.
           COMPUTE LOGREC-REF = CSV-LINE
           MOVE WCT-P-NO(1:3) TO LOGREC-PNO
           MOVE WCT-O-NO      TO LOGREC-DETAIL
           WRITE ENR-WARCLOG FROM ST-LOADLOG
           ADD 1 TO CNT-TOTAL-REJECTS
           INITIALIZE ST-LOADLOG
           MOVE "CSV LINE N. " TO LOGREC-LABEL
           .

       WRITE-WCL-FOOTER.
           WRITE ENR-WARCLOG FROM WCL-FOOT-HEAD

           MOVE 'BAD FORMAT/LENGTH'  TO LOGREC-FLABEL
           MOVE CNT-BAD-FORMAT       TO LOGREC-FCOUNT
           WRITE ENR-WARCLOG FROM ST-LOADLOG-FOOT

           MOVE 'NOT REGISTERED'     TO LOGREC-FLABEL
           MOVE CNT-NOT-REG          TO LOGREC-FCOUNT
           WRITE ENR-WARCLOG FROM ST-LOADLOG-FOOT

           MOVE 'COVER RUN OUT'      TO LOGREC-FLABEL
           MOVE CNT-EXPIRED          TO LOGREC-FCOUNT
           WRITE ENR-WARCLOG FROM ST-LOADLOG-FOOT

           MOVE 'QTY OVER SHIPPED'   TO LOGREC-FLABEL
           MOVE CNT-OVER-QTY         TO LOGREC-FCOUNT
           WRITE ENR-WARCLOG FROM ST-LOADLOG-FOOT

           MOVE 'CLAIMS APPROVED'    TO LOGREC-FLABEL
           MOVE CNT-APPROVED         TO LOGREC-FCOUNT
           WRITE ENR-WARCLOG FROM ST-LOADLOG-FOOT

           MOVE 'RMAS ISSUED'        TO LOGREC-FLABEL
           MOVE CNT-RMAS             TO LOGREC-FCOUNT
           WRITE ENR-WARCLOG FROM ST-LOADLOG-FOOT

           MOVE 'TOTAL REJECTED'     TO LOGREC-FLABEL
           MOVE CNT-TOTAL-REJECTS    TO LOGREC-FCOUNT
           WRITE ENR-WARCLOG FROM ST-LOADLOG-FOOT
           .
