       IDENTIFICATION DIVISION.
       PROGRAM-ID. UOMPROG.
       AUTHOR.     HINKOKO.
      *******************************************************
      *   THIS PROGRAM IS INTENDED TO CONVERT A QUANTITY    *
      *   BETWEEN THE UNIT A CUSTOMER OR A SUPPLIER USES    *
      *   (A CASE, A BOX OF 12) AND THE BASE UNIT 'EA' THE  *
      *   STOCK, ITEMS AND PARTSUPP ARE KEPT IN, READ OFF   *
      *   THE UOMK KSDS (UOMCNV COPY)                       *
      *                                                     *
      *   CALL 'UOMPROG' USING UOM-BLOCK (UOMBLK COPY)      *
      *     C = UNIT TO BASE                                *
      *     F = BASE TO UNIT, FRAC WHEN NOT A WHOLE NUMBER  *
      *         OF THE UNIT                                 *
      *     P = THE PART'S PURCHASE UNIT, NONE IF NOT SET   *
      *                                                     *
      *   A BLANK UNIT OR EA NEEDS NO ROW (FACTOR 1) ;      *
      *   WITHOUT UOMK EVERY OTHER UNIT IS UNKN             *
      *   THE KSDS STAYS OPEN ACROSS CALLS - THE UOMRST     *
      *   ENTRY POINT CLOSES IT FOR LONG-RUNNING CALLERS    *
      *******************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT UOMK ASSIGN TO UOMK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UOM-KEY
               FILE STATUS IS FS-UOM.
      ******************************************
       DATA DIVISION.
       FILE SECTION.
       FD UOMK.
       COPY UOMCNV.

       WORKING-STORAGE SECTION.
       77 FS-UOM           PIC 99.

      *** LE FICHIER RESTE OUVERT D'UN APPEL A L'AUTRE ***
       77 WS-UOM-OPEN      PIC X(1) VALUE 'N'.
          88 UOM-IS-OPEN        VALUE 'Y'.
          88 UOM-MISSING        VALUE 'X'.
       77 WS-ANO           PIC 9.
       77 WS-VAR           PIC 9 VALUE 0.
       77 WS-ABEND-CODE    PIC 9(02) VALUE 0.

      *** PARCOURS DES UNITES D'UN ARTICLE ***
       77 WS-SCAN-END      PIC X(1) VALUE 'N'.
          88 END-OF-ITEM        VALUE 'Y'.
       77 WS-UOM-REM       PIC S9(5) VALUE 0.

       LINKAGE SECTION.
       COPY UOMBLK.

       PROCEDURE DIVISION USING UOM-BLOCK.
           SET UM-UNKNOWN TO TRUE
           MOVE 1 TO UM-FACTOR
           IF NOT UOM-IS-OPEN AND NOT UOM-MISSING
              OPEN INPUT UOMK
              IF FS-UOM NOT = 0
                 DISPLAY 'NO UOMK (' FS-UOM
                         '), BASE UNIT ONLY'
                 SET UOM-MISSING TO TRUE
              ELSE
                 SET UOM-IS-OPEN TO TRUE
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN UM-DO-BUY-UNIT
                 PERFORM FIND-BUY-UNIT
              WHEN UM-CODE = SPACES OR UM-CODE = 'EA'
                 IF UM-DO-TO-BASE
                    MOVE UM-QTY TO UM-BASE-QTY
                 ELSE
                    MOVE UM-BASE-QTY TO UM-QTY
                 END-IF
                 SET UM-OK TO TRUE
              WHEN OTHER
                 PERFORM READ-UNIT
                 IF UM-OK
                    PERFORM CONVERT-QTY
                 END-IF
           END-EVALUATE

           GOBACK.

      ** UOMRST - reset entry point : a long-running caller hands    **
      ** the KSDS back before it terminates                          **
       ENTRY 'UOMRST'.
           IF UOM-IS-OPEN
              CLOSE UOMK
              MOVE 'N' TO WS-UOM-OPEN
           END-IF
           GOBACK.

      * PARAGRAPHS
      ** READ-UNIT - one keyed read of the item's unit ; a miss (23)  **
      ** leaves the result UNKN                                       **
       READ-UNIT.
           IF UOM-IS-OPEN
              MOVE UM-ITEM TO UOM-ITEM
              MOVE UM-CODE TO UOM-CODE
              READ UOMK
              EVALUATE FS-UOM
                  WHEN ZERO
                     IF UOM-FACTOR > 0
                        MOVE UOM-FACTOR TO UM-FACTOR
                        SET UM-OK TO TRUE
                     END-IF
                  WHEN 23
                     CONTINUE
                  WHEN OTHER
                     DISPLAY 'ERROR: FILE STATUS -> ' FS-UOM
                     MOVE 10 TO WS-ABEND-CODE
                     PERFORM ABEND-PROG
              END-EVALUATE
           END-IF
           .

      ** CONVERT-QTY - a case of 12 : 3 CS is 36 EA ; 40 EA is 3 CS   **
      ** and 4 EA over, which the caller is told about (FRAC)         **
       CONVERT-QTY.
           IF UM-DO-TO-BASE
              COMPUTE UM-BASE-QTY = UM-QTY * UM-FACTOR
                 ON SIZE ERROR
                    SET UM-UNKNOWN TO TRUE
              END-COMPUTE
           ELSE
              DIVIDE UM-BASE-QTY BY UM-FACTOR GIVING UM-QTY
                     REMAINDER WS-UOM-REM
              IF WS-UOM-REM NOT = 0
                 SET UM-FRAC TO TRUE
              END-IF
           END-IF
           .

      ** FIND-BUY-UNIT - the item's rows come in unit order : the one **
      ** flagged as the purchase unit answers ; none is the each      **
       FIND-BUY-UNIT.
           MOVE 'EA' TO UM-CODE
           SET UM-NONE TO TRUE
           IF UOM-IS-OPEN
              MOVE 'N'        TO WS-SCAN-END
              MOVE UM-ITEM    TO UOM-ITEM
              MOVE LOW-VALUES TO UOM-CODE
              START UOMK KEY IS NOT LESS THAN UOM-KEY
              EVALUATE FS-UOM
                  WHEN ZERO
                     PERFORM READ-NEXT-UNIT
                  WHEN 23
                     SET END-OF-ITEM TO TRUE
                  WHEN OTHER
                     DISPLAY 'ERROR: FILE STATUS -> ' FS-UOM
                     MOVE 10 TO WS-ABEND-CODE
                     PERFORM ABEND-PROG
              END-EVALUATE
              PERFORM UNTIL END-OF-ITEM
                 IF UOM-IS-BUY-UNIT AND UOM-FACTOR > 0
                    MOVE UOM-CODE   TO UM-CODE
                    MOVE UOM-FACTOR TO UM-FACTOR
                    SET UM-OK TO TRUE
                    SET END-OF-ITEM TO TRUE
                 ELSE
                    PERFORM READ-NEXT-UNIT
                 END-IF
              END-PERFORM
           END-IF
           .

       READ-NEXT-UNIT.
           READ UOMK NEXT RECORD
           EVALUATE FS-UOM
               WHEN ZERO
                  IF UOM-ITEM NOT = UM-ITEM
                     SET END-OF-ITEM TO TRUE
                  END-IF
               WHEN 10
                  SET END-OF-ITEM TO TRUE
               WHEN OTHER
                  DISPLAY 'ERROR: FILE STATUS -> ' FS-UOM
                  MOVE 10 TO WS-ABEND-CODE
                  PERFORM ABEND-PROG
           END-EVALUATE
           .

       ABEND-PROG.
           DISPLAY 'ABEND CODE : ' WS-ABEND-CODE
           COMPUTE WS-ANO = WS-ANO / WS-VAR.
