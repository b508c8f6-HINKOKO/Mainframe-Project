       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCHPROG.
       AUTHOR.     HINKOKO.
      *******************************************************
      *   THIS PROGRAM IS INTENDED TO KEEP THE CATALOG      *
      *   PRICE HISTORY OF EVERY PRODUCT ON THE PRCHISK     *
      *   KSDS (PRCHIS COPY) AND TO TELL WHICH CATALOG      *
      *   PRICE WAS IN EFFECT ON A GIVEN DAY                *
      *                                                     *
      *   CALL 'PRCHPROG' USING PRCH-BLOCK (PRCHBLK COPY)   *
      *     L = PRICE IN EFFECT ON PH-DATE : THE LAST ROW   *
      *         OF THE PRODUCT DATED ON OR BEFORE IT,       *
      *         SCHEDULED OR APPLIED - NONE IF THERE IS NO  *
      *         SUCH ROW (THE CALLER KEEPS APIX.PRODUCTS)   *
      *     W = RECORD PH-PRICE FROM PH-DATE ON ; THE       *
      *         FIRST ROW OF A PRODUCT IS PRECEDED BY A     *
      *         BASE ROW CARRYING PH-OLD-PRICE, SO THAT     *
      *         EARLIER DATES STILL FIND THE OLD PRICE      *
      *                                                     *
      *   THE KSDS STAYS OPEN ACROSS CALLS (INPUT, OR I-O   *
      *   ONCE A WRITE HAS BEEN ASKED FOR) - THE PRCHRST    *
      *   ENTRY POINT CLOSES IT FOR LONG-RUNNING CALLERS    *
      *******************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PRCHISK ASSIGN TO PRCHISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHS-KEY
               FILE STATUS IS FS-PRCHIS.
      ******************************************
       DATA DIVISION.
       FILE SECTION.
       FD PRCHISK.
       COPY PRCHIS.

       WORKING-STORAGE SECTION.
       77 FS-PRCHIS        PIC 99.

      *** LE FICHIER RESTE OUVERT D'UN APPEL A L'AUTRE ***
       77 WS-PRCHIS-OPEN   PIC X(1) VALUE 'N'.
          88 PRCHIS-IS-CLOSED   VALUE 'N'.
          88 PRCHIS-IS-INPUT    VALUE 'I'.
          88 PRCHIS-IS-UPDATE   VALUE 'U'.
          88 PRCHIS-MISSING     VALUE 'X'.
       77 WS-ANO           PIC 9.
       77 WS-VAR           PIC 9 VALUE 0.
       77 WS-ABEND-CODE    PIC 9(02) VALUE 0.

      *** PARCOURS DES LIGNES D'UN PRODUIT ***
       77 WS-SCAN-END      PIC X(1) VALUE 'N'.
          88 END-OF-PRODUCT     VALUE 'Y'.
       77 WS-HAS-HISTORY   PIC X(1) VALUE 'N'.
          88 PRODUCT-HAS-HISTORY VALUE 'Y'.
       77 WS-BASE-DATE     PIC X(10) VALUE '0001-01-01'.

      *** DATE DU JOUR AAAA-MM-JJ ***
       01 WS-TODAY         PIC 9(8).
       01 WS-TODAY-R REDEFINES WS-TODAY.
          05 WS-TODAY-YYYY PIC X(4).
          05 WS-TODAY-MM   PIC X(2).
          05 WS-TODAY-DD   PIC X(2).
       01 WS-TODAY-ISO     PIC X(10).

       LINKAGE SECTION.
       COPY PRCHBLK.

       PROCEDURE DIVISION USING PRCH-BLOCK.
           SET PH-NONE TO TRUE
           EVALUATE TRUE
              WHEN PH-DO-LOOKUP
                 IF PRCHIS-IS-CLOSED
                    OPEN INPUT PRCHISK
                    IF FS-PRCHIS NOT = 0
                       DISPLAY 'NO PRCHISK (' FS-PRCHIS
                               '), CATALOG PRICES AS THEY STAND'
                       SET PRCHIS-MISSING TO TRUE
                    ELSE
                       SET PRCHIS-IS-INPUT TO TRUE
                    END-IF
                 END-IF
                 IF NOT PRCHIS-MISSING
                    PERFORM LOOKUP-PRICE
                 END-IF
              WHEN PH-DO-WRITE
                 IF NOT PRCHIS-IS-UPDATE
                    PERFORM OPEN-FOR-UPDATE
                 END-IF
                 PERFORM WRITE-PRICE
           END-EVALUATE

           GOBACK.

      ** PRCHRST - reset entry point : a long-running caller hands   **
      ** the KSDS back before it terminates, or before it reads the  **
      ** KSDS on its own                                             **
       ENTRY 'PRCHRST'.
           IF PRCHIS-IS-INPUT OR PRCHIS-IS-UPDATE
              CLOSE PRCHISK
           END-IF
           SET PRCHIS-IS-CLOSED TO TRUE
           GOBACK.

      * PARAGRAPHS
      ** OPEN-FOR-UPDATE - a missing KSDS (35) is created empty, as  **
      ** the KSDS loaders do                                         **
       OPEN-FOR-UPDATE.
           IF PRCHIS-IS-INPUT
              CLOSE PRCHISK
           END-IF
           OPEN I-O PRCHISK
           IF FS-PRCHIS = 35
              OPEN OUTPUT PRCHISK
              CLOSE PRCHISK
              OPEN I-O PRCHISK
           END-IF
           IF FS-PRCHIS NOT = 0
              DISPLAY 'ERROR OPENING PRCHISK: ' FS-PRCHIS
              MOVE 10 TO WS-ABEND-CODE
              PERFORM ABEND-PROG
           END-IF
           SET PRCHIS-IS-UPDATE TO TRUE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD
                  DELIMITED BY SIZE INTO WS-TODAY-ISO
           END-STRING
           .

      ** LOOKUP-PRICE - rows come in date order within the product : **
      ** the last one not after PH-DATE is the price in effect       **
       LOOKUP-PRICE.
           MOVE ZERO TO PH-PRICE
           PERFORM START-PRODUCT
           PERFORM UNTIL END-OF-PRODUCT
              IF PHS-EFF-DATE > PH-DATE
                 SET END-OF-PRODUCT TO TRUE
              ELSE
                 MOVE PHS-PRICE TO PH-PRICE
                 SET PH-OK TO TRUE
                 PERFORM READ-NEXT-ROW
              END-IF
           END-PERFORM
           .

       WRITE-PRICE.
           PERFORM START-PRODUCT
           IF NOT PRODUCT-HAS-HISTORY AND PH-OLD-PRICE > 0
              INITIALIZE ST-PRCHIS
              MOVE PH-P-NO      TO PHS-P-NO
              MOVE WS-BASE-DATE TO PHS-EFF-DATE
              MOVE PH-OLD-PRICE TO PHS-PRICE PHS-OLD-PRICE
              SET PHS-APPLIED   TO TRUE
              MOVE 'BASE'       TO PHS-SOURCE
              MOVE WS-TODAY-ISO TO PHS-ENTERED
              PERFORM PUT-ROW
           END-IF

           INITIALIZE ST-PRCHIS
           MOVE PH-P-NO      TO PHS-P-NO
           MOVE PH-DATE      TO PHS-EFF-DATE
           MOVE PH-PRICE     TO PHS-PRICE
           MOVE PH-OLD-PRICE TO PHS-OLD-PRICE
           MOVE PH-STATUS    TO PHS-STATUS
           MOVE PH-SOURCE    TO PHS-SOURCE
           MOVE WS-TODAY-ISO TO PHS-ENTERED
           PERFORM PUT-ROW
           SET PH-OK TO TRUE
           .

      ** PUT-ROW - a second change on the same day replaces the      **
      ** first (22)                                                  **
       PUT-ROW.
           WRITE ST-PRCHIS
           IF FS-PRCHIS = 22
              REWRITE ST-PRCHIS
           END-IF
           IF FS-PRCHIS NOT = 0
              DISPLAY 'ERROR WRITING PRCHISK: ' FS-PRCHIS
                      ' ' PHS-KEY
              SET PH-FAILED TO TRUE
              MOVE 12 TO WS-ABEND-CODE
              PERFORM ABEND-PROG
           END-IF
           .

      ** START-PRODUCT - positions on the first row of PH-P-NO and   **
      ** reads it ; END-OF-PRODUCT when the product has none         **
       START-PRODUCT.
           MOVE 'N'         TO WS-SCAN-END WS-HAS-HISTORY
           MOVE PH-P-NO     TO PHS-P-NO
           MOVE LOW-VALUES  TO PHS-EFF-DATE
           START PRCHISK KEY IS NOT LESS THAN PHS-KEY
           EVALUATE FS-PRCHIS
               WHEN ZERO
                  PERFORM READ-NEXT-ROW
                  IF NOT END-OF-PRODUCT
                     SET PRODUCT-HAS-HISTORY TO TRUE
                  END-IF
               WHEN 23
                  SET END-OF-PRODUCT TO TRUE
               WHEN OTHER
                  DISPLAY 'ERROR: FILE STATUS -> ' FS-PRCHIS
                  MOVE 10 TO WS-ABEND-CODE
                  PERFORM ABEND-PROG
           END-EVALUATE
           .

       READ-NEXT-ROW.
           READ PRCHISK NEXT RECORD
           EVALUATE FS-PRCHIS
               WHEN ZERO
                  IF PHS-P-NO NOT = PH-P-NO
                     SET END-OF-PRODUCT TO TRUE
                  END-IF
               WHEN 10
                  SET END-OF-PRODUCT TO TRUE
               WHEN OTHER
                  DISPLAY 'ERROR: FILE STATUS -> ' FS-PRCHIS
                  MOVE 10 TO WS-ABEND-CODE
                  PERFORM ABEND-PROG
           END-EVALUATE
           .

       ABEND-PROG.
           DISPLAY 'ABEND CODE : ' WS-ABEND-CODE
           COMPUTE WS-ANO = WS-ANO / WS-VAR.
