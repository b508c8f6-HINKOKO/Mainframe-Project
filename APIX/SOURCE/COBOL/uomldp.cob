       IDENTIFICATION DIVISION.
       PROGRAM-ID.     UOMLDP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - LOAD THE UNITS OF MEASURE KSDS UOMK FROM ; DELIMITED      *
      *      LINES :                                                   *
      *         P;P_NO;UNIT;FACTOR;DESCRIPTION      A PRODUCT WE SELL  *
      *         A;PNO;UNIT;FACTOR;DESCRIPTION[;B]   A PART WE BUY, B   *
      *                                             MAKING THE UNIT    *
      *                                             THE ONE POWRTP     *
      *                                             ORDERS IN          *
      *      FACTOR IS THE NUMBER OF EACHES (THE BASE UNIT) IN ONE    *
      *      UNIT : CS;12 FOR A CASE OF TWELVE                        *
      *    - CHECK THE PRODUCT AGAINST APIX.PRODUCTS AND THE PART      *
      *      AGAINST API10.PARTS ; EA IS THE BASE UNIT AND IS NEVER    *
      *      LOADED                                                    *
      *    - A SECOND LOAD OF THE SAME UNIT REFRESHES THE ROW ; A NEW  *
      *      PURCHASE UNIT TAKES THE FLAG OFF THE PART'S OLD ONE       *
      *    - PART2P, POWRTP, RECVLDP, PHYSCNTP AND THE DOCUMENTS       *
      *      CONVERT THROUGH UOMPROG                                   *
      *    - LOG REJECTS IN LOADLOG FORMAT                             *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUOMIN ASSIGN TO FICUOMIN.
           SELECT UOMK ASSIGN TO UOMK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UOM-KEY
               FILE STATUS IS FS-UOM.
           SELECT FUOMLOG ASSIGN TO FICUOMLOG.

       DATA DIVISION.
       FILE SECTION.
      ** FUOMIN - THE ; DELIMITED UNITS OF MEASURE INTAKE **
       FD FUOMIN.
       01 ENR-UOMIN.
          05 ENR-UOM-CSV   PIC X(80).

      ** UOMK - UNITS OF MEASURE KSDS **
       FD UOMK.
       COPY UOMCNV.

       FD FUOMLOG.
       01 ENR-UOMLOG      PIC X(80).

       WORKING-STORAGE SECTION.
       01 UOM-HEAD        PIC X(30) VALUE
             "UOMLDP UNITS OF MEASURE LOG".
       01 UOM-FOOT-HEAD   PIC X(28) VALUE "REJECT SUMMARY BY REASON :".
       COPY LOADLOG.

       77 WS-UOMIN-EOF    PIC 9  VALUE 0.
            88 FF-UOMIN         VALUE 1.
       77 FS-UOM          PIC 99 VALUE 0.
       77 CSV-LINE        PIC 9(5) VALUE 0.
       77 VALID-DATA      PIC 9.
          88 DATA-OK          VALUE 1.
          88 DATA-KO          VALUE 0.
       77 WS-SCAN-END     PIC X(1) VALUE 'N'.
          88 END-OF-ITEM      VALUE 'Y'.

      *** CHAMPS PARSES ***
       01 UIN-TYPE        PIC X(1).
          88 UIN-IS-PRODUCT     VALUE 'P'.
          88 UIN-IS-PART        VALUE 'A'.
       01 UIN-ITEM        PIC X(3).
       01 UIN-CODE        PIC X(2).
       01 UIN-FACTOR-CSV  PIC X(7).
       01 UIN-DESC        PIC X(20).
       01 UIN-BUY         PIC X(1).
          88 UIN-BUY-UNIT       VALUE 'B'.
       77 WS-FACTOR       PIC S9(7) VALUE 0.

      *** DATE DU CHARGEMENT AAAA-MM-JJ ***
       01 WS-TODAY        PIC 9(8).
       01 WS-TODAY-R REDEFINES WS-TODAY.
          05 WS-TODAY-YYYY PIC X(4).
          05 WS-TODAY-MM   PIC X(2).
          05 WS-TODAY-DD   PIC X(2).
       01 WS-TODAY-ISO    PIC X(10).

      *** COMPTEURS ***
       77 CNT-LOADED      PIC 9(4) VALUE 0.
       77 CNT-BAD-FORMAT  PIC 9(4) VALUE 0.
       77 CNT-BAD-PRODUCT PIC 9(4) VALUE 0.
       77 CNT-BAD-PART    PIC 9(4) VALUE 0.
       77 CNT-BAD-FACTOR  PIC 9(4) VALUE 0.
       77 CNT-TOTAL-REJECTS PIC 9(4) VALUE 0.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE PRO      END-EXEC
           EXEC SQL INCLUDE PARTS    END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           OPEN OUTPUT FUOMLOG
           MOVE "CSV LINE N. " TO LOGREC-LABEL
           WRITE ENR-UOMLOG FROM UOM-HEAD

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD
                  DELIMITED BY SIZE INTO WS-TODAY-ISO
           END-STRING

           OPEN I-O UOMK
           IF FS-UOM = 35
      ** FIRST EVER LOAD : THE KSDS DOES NOT EXIST YET **
              OPEN OUTPUT UOMK
              CLOSE UOMK
              OPEN I-O UOMK
           END-IF
           IF FS-UOM NOT = 0
              DISPLAY 'UOMK OPEN FAILED : ' FS-UOM
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT FUOMIN
           PERFORM LECT-UOMIN
           PERFORM UNTIL FF-UOMIN
              SET DATA-OK TO TRUE
              PERFORM TRAIT-ONE-LINE
              PERFORM LECT-UOMIN
           END-PERFORM
           CLOSE FUOMIN
           CLOSE UOMK

           PERFORM WRITE-UOM-FOOTER
           CLOSE FUOMLOG
           DISPLAY 'UNITS LOADED             : ' CNT-LOADED
           DISPLAY 'LINES REJECTED           : ' CNT-TOTAL-REJECTS
           IF CNT-TOTAL-REJECTS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *** PARAGRAPHS ***
       LECT-UOMIN.
           ADD 1 TO CSV-LINE
           READ FUOMIN AT END
              SET FF-UOMIN TO TRUE
              DISPLAY 'FIN FICHIER UNITES DE MESURE'
           END-READ.

       TRAIT-ONE-LINE.
           MOVE SPACES TO UIN-TYPE UIN-ITEM UIN-CODE UIN-FACTOR-CSV
           MOVE SPACES TO UIN-DESC UIN-BUY
           UNSTRING ENR-UOM-CSV DELIMITED BY ';'
              INTO UIN-TYPE UIN-ITEM UIN-CODE UIN-FACTOR-CSV
                   UIN-DESC UIN-BUY
           END-UNSTRING

           IF UIN-ITEM = SPACES OR UIN-CODE = SPACES OR
              UIN-CODE = 'EA' OR UIN-FACTOR-CSV = SPACES OR
              NOT (UIN-IS-PRODUCT OR UIN-IS-PART) OR
              (UIN-BUY NOT = SPACE AND NOT UIN-BUY-UNIT) OR
              (UIN-BUY-UNIT AND UIN-IS-PRODUCT)
              MOVE 'BAD FORMAT/LENGTH' TO LOGREC-MSG
              PERFORM WRITE-UOM-LOG
              ADD 1 TO CNT-BAD-FORMAT
              SET DATA-KO TO TRUE
           END-IF
           IF DATA-OK
              COMPUTE WS-FACTOR = FUNCTION NUMVAL(UIN-FACTOR-CSV)
              IF WS-FACTOR < 2 OR WS-FACTOR > 99999
                 MOVE 'BAD FACTOR' TO LOGREC-MSG
                 PERFORM WRITE-UOM-LOG
                 ADD 1 TO CNT-BAD-FACTOR
                 SET DATA-KO TO TRUE
              END-IF
           END-IF
           IF DATA-OK
              IF UIN-IS-PRODUCT
                 PERFORM CHECK-PRODUCT
              ELSE
                 PERFORM CHECK-PART
              END-IF
           END-IF
           IF DATA-OK
              IF UIN-BUY-UNIT
                 PERFORM CLEAR-OLD-BUY-UNIT
              END-IF
              PERFORM LOAD-UNIT-ROW
           END-IF
           .

       CHECK-PRODUCT.
           MOVE UIN-ITEM TO PRO-P-NO
           EXEC SQL
              SELECT PRICE
              INTO :PRO-PRICE
              FROM APIX.PRODUCTS
              WHERE P_NO = :PRO-P-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE 'UNKNOWN PRODUCT' TO LOGREC-MSG
              PERFORM WRITE-UOM-LOG
              ADD 1 TO CNT-BAD-PRODUCT
              SET DATA-KO TO TRUE
           END-IF
           .

      ** CHECK-PART - a part number is two characters : the third    **
      ** byte of the key stays blank                                 **
       CHECK-PART.
           MOVE UIN-ITEM(1:2) TO PARTS-PNO
           EXEC SQL
              SELECT PNAME
              INTO :PARTS-PNAME
              FROM API10.PARTS
              WHERE PNO = :PARTS-PNO
           END-EXEC
           IF SQLCODE NOT = ZERO OR UIN-ITEM(3:1) NOT = SPACE
              MOVE 'UNKNOWN PART' TO LOGREC-MSG
              PERFORM WRITE-UOM-LOG
              ADD 1 TO CNT-BAD-PART
              SET DATA-KO TO TRUE
           END-IF
           .

      ** CLEAR-OLD-BUY-UNIT - a part is bought in one unit only : the **
      ** flag comes off whichever of its rows carried it before       **
       CLEAR-OLD-BUY-UNIT.
           MOVE 'N'        TO WS-SCAN-END
           MOVE UIN-ITEM   TO UOM-ITEM
           MOVE LOW-VALUES TO UOM-CODE
           START UOMK KEY IS NOT LESS THAN UOM-KEY
           IF FS-UOM NOT = 0
              SET END-OF-ITEM TO TRUE
           ELSE
              PERFORM READ-NEXT-UNIT
           END-IF
           PERFORM UNTIL END-OF-ITEM
              IF UOM-IS-BUY-UNIT AND UOM-CODE NOT = UIN-CODE
                 MOVE SPACE TO UOM-BUY-FLAG
                 REWRITE ST-UOMCNV
                 IF FS-UOM NOT = 0
                    DISPLAY 'UOMK REWRITE FAILED : ' FS-UOM
                 END-IF
              END-IF
              PERFORM READ-NEXT-UNIT
           END-PERFORM
           .

       READ-NEXT-UNIT.
           READ UOMK NEXT RECORD
           IF FS-UOM NOT = 0 OR UOM-ITEM NOT = UIN-ITEM
              SET END-OF-ITEM TO TRUE
           END-IF
           .

       LOAD-UNIT-ROW.
           MOVE SPACES       TO ST-UOMCNV
           MOVE UIN-ITEM     TO UOM-ITEM
           MOVE UIN-CODE     TO UOM-CODE
           MOVE WS-FACTOR    TO UOM-FACTOR
           MOVE UIN-DESC     TO UOM-DESC
           MOVE UIN-BUY      TO UOM-BUY-FLAG
           MOVE WS-TODAY-ISO TO UOM-LOADED
           WRITE ST-UOMCNV
           IF FS-UOM = 22
              REWRITE ST-UOMCNV
           END-IF
           IF FS-UOM NOT = 0
              DISPLAY 'UOMK WRITE FAILED : ' FS-UOM
           ELSE
              ADD 1 TO CNT-LOADED
           END-IF
           .

       WRITE-UOM-LOG.
           COMPUTE LOGREC-REF = CSV-LINE
           MOVE UIN-ITEM TO LOGREC-PNO
           MOVE SPACES   TO LOGREC-DETAIL
           STRING UIN-TYPE       DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  UIN-CODE       DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  UIN-FACTOR-CSV DELIMITED BY SIZE
             INTO LOGREC-DETAIL
           END-STRING
           WRITE ENR-UOMLOG FROM ST-LOADLOG
           ADD 1 TO CNT-TOTAL-REJECTS
           INITIALIZE ST-LOADLOG
           MOVE "CSV LINE N. " TO LOGREC-LABEL
           .

       WRITE-UOM-FOOTER.
           WRITE ENR-UOMLOG FROM UOM-FOOT-HEAD

           MOVE 'BAD FORMAT/LENGTH'  TO LOGREC-FLABEL
           MOVE CNT-BAD-FORMAT       TO LOGREC-FCOUNT
           WRITE ENR-UOMLOG FROM ST-LOADLOG-FOOT

           MOVE 'BAD FACTOR'         TO LOGREC-FLABEL
           MOVE CNT-BAD-FACTOR       TO LOGREC-FCOUNT
           WRITE ENR-UOMLOG FROM ST-LOADLOG-FOOT

           MOVE 'UNKNOWN PRODUCT'    TO LOGREC-FLABEL
           MOVE CNT-BAD-PRODUCT      TO LOGREC-FCOUNT
           WRITE ENR-UOMLOG FROM ST-LOADLOG-FOOT

           MOVE 'UNKNOWN PART'       TO LOGREC-FLABEL
           MOVE CNT-BAD-PART         TO LOGREC-FCOUNT
           WRITE ENR-UOMLOG FROM ST-LOADLOG-FOOT

           MOVE 'ROWS LOADED'        TO LOGREC-FLABEL
           MOVE CNT-LOADED           TO LOGREC-FCOUNT
           WRITE ENR-UOMLOG FROM ST-LOADLOG-FOOT

           MOVE 'TOTAL REJECTED'     TO LOGREC-FLABEL
           MOVE CNT-TOTAL-REJECTS    TO LOGREC-FCOUNT
           WRITE ENR-UOMLOG FROM ST-LOADLOG-FOOT
           .
