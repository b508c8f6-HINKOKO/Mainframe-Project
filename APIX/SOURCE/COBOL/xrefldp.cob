       IDENTIFICATION DIVISION.
       PROGRAM-ID.     XREFLDP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - LOAD THE ITEM CROSS-REFERENCE KSDS ITMXREFK FROM ;        *
      *      DELIMITED LINES :                                         *
      *         C;C_NO;CUSTOMER ITEM CODE;P_NO   A CUSTOMER'S OWN CODE *
      *         G;;GTIN;P_NO                     A BARCODE (GTIN-8,    *
      *                                          -12, -13 OR -14)      *
      *    - CHECK THE CUSTOMER AND THE PRODUCT AGAINST DB2, AND THE   *
      *      GTIN'S LENGTH AND CHECK DIGIT ; GTINS ARE KEPT ZERO-      *
      *      FILLED ON THE LEFT TO 14 DIGITS                           *
      *    - WRITE WITH EVERY CUSTOMER CODE THE REVERSE ROW THE        *
      *      INVOICE PRINTS THE CUSTOMER'S CODE FROM                   *
      *    - A SECOND LOAD OF THE SAME KEY REFRESHES THE ROW           *
      *    - WEBADPP, QUOTLDP AND EDIADPP RESOLVE CODES THROUGH        *
      *      XREFPROG ; PART3BP PRINTS THE CUSTOMER'S CODE             *
      *    - LOG REJECTS IN LOADLOG FORMAT                             *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXRFIN ASSIGN TO FICXRFIN.
           SELECT ITMXREFK ASSIGN TO ITMXREFK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IXR-KEY
               FILE STATUS IS FS-ITMXREF.
           SELECT FXRFLOG ASSIGN TO FICXRFLOG.

       DATA DIVISION.
       FILE SECTION.
      ** FXRFIN - THE ; DELIMITED CROSS-REFERENCE INTAKE **
       FD FXRFIN.
       01 ENR-XRFIN.
          05 ENR-XRF-CSV   PIC X(80).

      ** ITMXREFK - ITEM CROSS-REFERENCE KSDS **
       FD ITMXREFK.
       COPY ITMXREF.

       FD FXRFLOG.
       01 ENR-XRFLOG      PIC X(80).

       WORKING-STORAGE SECTION.
       01 XRF-HEAD        PIC X(30) VALUE
             "XREFLDP ITEM CROSS-REF LOG".
       01 XRF-FOOT-HEAD   PIC X(28) VALUE "REJECT SUMMARY BY REASON :".
       COPY LOADLOG.

       77 WS-XRFIN-EOF    PIC 9  VALUE 0.
            88 FF-XRFIN         VALUE 1.
       77 FS-ITMXREF      PIC 99 VALUE 0.
       77 CSV-LINE        PIC 9(5) VALUE 0.
       77 VALID-DATA      PIC 9.
          88 DATA-OK          VALUE 1.
          88 DATA-KO          VALUE 0.

      *** CHAMPS PARSES ***
       01 XIN-TYPE        PIC X(1).
          88 XIN-IS-CUSTCODE    VALUE 'C'.
          88 XIN-IS-GTIN        VALUE 'G'.
       01 XIN-C-NO        PIC X(3).
       01 XIN-CODE        PIC X(20).
       01 XIN-P-NO        PIC X(3).

      *** CONTROLE DU GTIN : LONGUEUR, CADRAGE SUR 14, CLE ***
       77 WS-CODE-LEN     PIC 99 VALUE 0.
       77 WS-GTIN-POS     PIC 99 VALUE 0.
       01 WS-GTIN14       PIC X(14) VALUE ZEROS.
       01 WS-GTIN14-RED REDEFINES WS-GTIN14.
          05 WS-GTIN-DIGIT PIC 9 OCCURS 14 TIMES.
       77 WS-GTIN-IDX     PIC 99 VALUE 0.
       77 WS-GTIN-SUM     PIC 9(4) VALUE 0.
       77 WS-GTIN-QUOT    PIC 9(4) VALUE 0.
       77 WS-GTIN-REM     PIC 9 VALUE 0.
       77 WS-GTIN-KEY     PIC 9 VALUE 0.

      *** COMPTEURS ***
       77 CNT-LOADED      PIC 9(4) VALUE 0.
       77 CNT-BAD-FORMAT  PIC 9(4) VALUE 0.
       77 CNT-BAD-CUST    PIC 9(4) VALUE 0.
       77 CNT-BAD-PRODUCT PIC 9(4) VALUE 0.
       77 CNT-BAD-GTIN    PIC 9(4) VALUE 0.
       77 CNT-TOTAL-REJECTS PIC 9(4) VALUE 0.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE PRO      END-EXEC
           EXEC SQL INCLUDE CUS      END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           OPEN OUTPUT FXRFLOG
           MOVE "CSV LINE N. " TO LOGREC-LABEL
           WRITE ENR-XRFLOG FROM XRF-HEAD

           OPEN I-O ITMXREFK
           IF FS-ITMXREF = 35
      ** FIRST EVER LOAD : THE KSDS DOES NOT EXIST YET **
              OPEN OUTPUT ITMXREFK
              CLOSE ITMXREFK
              OPEN I-O ITMXREFK
           END-IF
           IF FS-ITMXREF NOT = 0
              DISPLAY 'ITMXREFK OPEN FAILED : ' FS-ITMXREF
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT FXRFIN
           PERFORM LECT-XRFIN
           PERFORM UNTIL FF-XRFIN
              SET DATA-OK TO TRUE
              PERFORM TRAIT-ONE-LINE
              PERFORM LECT-XRFIN
           END-PERFORM
           CLOSE FXRFIN
           CLOSE ITMXREFK

           PERFORM WRITE-XRF-FOOTER
           CLOSE FXRFLOG
           DISPLAY 'CROSS-REFERENCES LOADED  : ' CNT-LOADED
           DISPLAY 'LINES REJECTED           : ' CNT-TOTAL-REJECTS
           IF CNT-TOTAL-REJECTS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *** PARAGRAPHS ***
       LECT-XRFIN.
           ADD 1 TO CSV-LINE
           READ FXRFIN AT END
              SET FF-XRFIN TO TRUE
              DISPLAY 'FIN FICHIER REFERENCES CROISEES'
           END-READ.

       TRAIT-ONE-LINE.
           MOVE SPACES TO XIN-TYPE XIN-C-NO XIN-CODE XIN-P-NO
           UNSTRING ENR-XRF-CSV DELIMITED BY ';'
              INTO XIN-TYPE XIN-C-NO XIN-CODE XIN-P-NO
           END-UNSTRING

           IF XIN-CODE = SPACES OR XIN-P-NO = SPACES OR
              (XIN-IS-CUSTCODE AND XIN-C-NO = SPACES) OR
              NOT (XIN-IS-CUSTCODE OR XIN-IS-GTIN)
              MOVE 'BAD FORMAT/LENGTH' TO LOGREC-MSG
              PERFORM WRITE-XRF-LOG
              ADD 1 TO CNT-BAD-FORMAT
              SET DATA-KO TO TRUE
           END-IF
           IF DATA-OK
              PERFORM CHECK-PRODUCT
           END-IF
           IF DATA-OK AND XIN-IS-CUSTCODE
              PERFORM CHECK-CUSTOMER
           END-IF
           IF DATA-OK AND XIN-IS-GTIN
              PERFORM CHECK-GTIN
           END-IF
           IF DATA-OK
              IF XIN-IS-CUSTCODE
                 PERFORM LOAD-CUSTCODE-ROWS
              ELSE
                 PERFORM LOAD-GTIN-ROW
              END-IF
           END-IF
           .

       CHECK-PRODUCT.
           MOVE XIN-P-NO TO PRO-P-NO
           EXEC SQL
              SELECT PRICE
              INTO :PRO-PRICE
              FROM APIX.PRODUCTS
              WHERE P_NO = :PRO-P-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE 'UNKNOWN PRODUCT' TO LOGREC-MSG
              PERFORM WRITE-XRF-LOG
              ADD 1 TO CNT-BAD-PRODUCT
              SET DATA-KO TO TRUE
           END-IF
           .

       CHECK-CUSTOMER.
           MOVE XIN-C-NO TO CUS-C-NO
           EXEC SQL
              SELECT COMPANY
              INTO :CUS-COMPANY
              FROM APIX.CUSTOMERS
              WHERE C_NO = :CUS-C-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE 'UNKNOWN CUSTOMER' TO LOGREC-MSG
              PERFORM WRITE-XRF-LOG
              ADD 1 TO CNT-BAD-CUST
              SET DATA-KO TO TRUE
           END-IF
           .

      ** CHECK-GTIN - 8, 12, 13 or 14 digits, zero-filled on the    **
      ** left to 14 ; the odd positions of the first 13 weigh 3,    **
      ** the even ones 1, and the last digit brings the sum to the  **
      ** next multiple of ten                                       **
       CHECK-GTIN.
           PERFORM VARYING WS-CODE-LEN FROM 20 BY -1
                   UNTIL XIN-CODE(WS-CODE-LEN:1) NOT = SPACE
              CONTINUE
           END-PERFORM
           IF XIN-CODE(1:WS-CODE-LEN) IS NOT NUMERIC OR
              NOT (WS-CODE-LEN = 8 OR 12 OR 13 OR 14)
              MOVE 'BAD GTIN' TO LOGREC-MSG
              PERFORM WRITE-XRF-LOG
              ADD 1 TO CNT-BAD-GTIN
              SET DATA-KO TO TRUE
           ELSE
              MOVE ZEROS TO WS-GTIN14
              COMPUTE WS-GTIN-POS = 15 - WS-CODE-LEN
              MOVE XIN-CODE(1:WS-CODE-LEN)
                TO WS-GTIN14(WS-GTIN-POS:WS-CODE-LEN)
              MOVE ZERO TO WS-GTIN-SUM
              PERFORM VARYING WS-GTIN-IDX FROM 1 BY 2
                      UNTIL WS-GTIN-IDX > 13
                 COMPUTE WS-GTIN-SUM = WS-GTIN-SUM
                                     + 3 * WS-GTIN-DIGIT(WS-GTIN-IDX)
              END-PERFORM
              PERFORM VARYING WS-GTIN-IDX FROM 2 BY 2
                      UNTIL WS-GTIN-IDX > 12
                 ADD WS-GTIN-DIGIT(WS-GTIN-IDX) TO WS-GTIN-SUM
              END-PERFORM
              DIVIDE WS-GTIN-SUM BY 10 GIVING WS-GTIN-QUOT
                     REMAINDER WS-GTIN-REM
              IF WS-GTIN-REM = 0
                 MOVE 0 TO WS-GTIN-KEY
              ELSE
                 COMPUTE WS-GTIN-KEY = 10 - WS-GTIN-REM
              END-IF
              IF WS-GTIN-KEY NOT = WS-GTIN-DIGIT(14)
                 MOVE 'BAD GTIN' TO LOGREC-MSG
                 PERFORM WRITE-XRF-LOG
                 ADD 1 TO CNT-BAD-GTIN
                 SET DATA-KO TO TRUE
              END-IF
           END-IF
           .

      ** LOAD-CUSTCODE-ROWS - the code to P_NO row the intake       **
      ** reads, and the P_NO to code row the invoice prints from    **
       LOAD-CUSTCODE-ROWS.
           MOVE SPACES   TO ST-ITMXREF
           MOVE 'C'      TO IXR-TYPE
           MOVE XIN-C-NO TO IXR-C-NO
           MOVE XIN-CODE TO IXR-CODE
           MOVE XIN-P-NO TO IXR-P-NO
           MOVE XIN-CODE TO IXR-CUST-CODE
           PERFORM WRITE-ITMXREF

           MOVE SPACES   TO ST-ITMXREF
           MOVE 'P'      TO IXR-TYPE
           MOVE XIN-C-NO TO IXR-C-NO
           MOVE XIN-P-NO TO IXR-CODE
           MOVE XIN-P-NO TO IXR-P-NO
           MOVE XIN-CODE TO IXR-CUST-CODE
           PERFORM WRITE-ITMXREF
           ADD 1 TO CNT-LOADED
           .

       LOAD-GTIN-ROW.
           MOVE SPACES    TO ST-ITMXREF
           MOVE 'G'       TO IXR-TYPE
           MOVE WS-GTIN14 TO IXR-CODE
           MOVE XIN-P-NO  TO IXR-P-NO
           PERFORM WRITE-ITMXREF
           ADD 1 TO CNT-LOADED
           .

       WRITE-ITMXREF.
           WRITE ST-ITMXREF
           IF FS-ITMXREF = 22
              REWRITE ST-ITMXREF
           END-IF
           IF FS-ITMXREF NOT = 0
              DISPLAY 'ITMXREFK WRITE FAILED : ' FS-ITMXREF
           END-IF
           .

       WRITE-XRF-LOG.
           COMPUTE LOGREC-REF = CSV-LINE
           MOVE XIN-P-NO TO LOGREC-PNO
           MOVE SPACES   TO LOGREC-DETAIL
           STRING XIN-TYPE  DELIMITED BY SIZE
                  ' '       DELIMITED BY SIZE
                  XIN-C-NO  DELIMITED BY SIZE
                  ' '       DELIMITED BY SIZE
                  XIN-CODE  DELIMITED BY SIZE
             INTO LOGREC-DETAIL
           END-STRING
           WRITE ENR-XRFLOG FROM ST-LOADLOG
           ADD 1 TO CNT-TOTAL-REJECTS
           INITIALIZE ST-LOADLOG
           MOVE "CSV LINE N. " TO LOGREC-LABEL
           .

       WRITE-XRF-FOOTER.
           WRITE ENR-XRFLOG FROM XRF-FOOT-HEAD

           MOVE 'BAD FORMAT/LENGTH'  TO LOGREC-FLABEL
           MOVE CNT-BAD-FORMAT       TO LOGREC-FCOUNT
           WRITE ENR-XRFLOG FROM ST-LOADLOG-FOOT

           MOVE 'UNKNOWN PRODUCT'    TO LOGREC-FLABEL
           MOVE CNT-BAD-PRODUCT      TO LOGREC-FCOUNT
           WRITE ENR-XRFLOG FROM ST-LOADLOG-FOOT

           MOVE 'UNKNOWN CUSTOMER'   TO LOGREC-FLABEL
           MOVE CNT-BAD-CUST         TO LOGREC-FCOUNT
           WRITE ENR-XRFLOG FROM ST-LOADLOG-FOOT

           MOVE 'BAD GTIN'           TO LOGREC-FLABEL
           MOVE CNT-BAD-GTIN         TO LOGREC-FCOUNT
           WRITE ENR-XRFLOG FROM ST-LOADLOG-FOOT

           MOVE 'ROWS LOADED'        TO LOGREC-FLABEL
           MOVE CNT-LOADED           TO LOGREC-FCOUNT
           WRITE ENR-XRFLOG FROM ST-LOADLOG-FOOT

           MOVE 'TOTAL REJECTED'     TO LOGREC-FLABEL
           MOVE CNT-TOTAL-REJECTS    TO LOGREC-FCOUNT
           WRITE ENR-XRFLOG FROM ST-LOADLOG-FOOT
           .
