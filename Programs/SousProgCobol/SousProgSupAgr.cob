       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPAPROG.
       AUTHOR.     HINKOKO.
      *******************************************************
      *   THIS PROGRAM IS INTENDED TO TELL WHAT A SUPPLIER  *
      *   CHARGES FOR A PART AT A GIVEN QUANTITY ON A GIVEN *
      *   DAY, OFF THE PRICE AGREEMENTS WITH QUANTITY       *
      *   BREAKS KEPT ON THE SUPAGRK KSDS (SUPAGR COPY)     *
      *                                                     *
      *   CALL 'SPAPROG' USING SPA-BLOCK (SPABLK COPY)      *
      *     P = THE AGREEMENT OF SA-SNO FOR SA-PNO IN FORCE *
      *         ON SA-DATE, AND THE UNIT COST OF THE        *
      *         HIGHEST BREAK SA-QTY REACHES - LOWQ BELOW   *
      *         THE FIRST BREAK, NONE WITHOUT AN AGREEMENT  *
      *         (THE CALLER KEEPS API10.PARTSUPP'S COST)    *
      *                                                     *
      *   WITHOUT SUPAGRK EVERY ANSWER IS NONE              *
      *   THE KSDS STAYS OPEN ACROSS CALLS - THE SPARST     *
      *   ENTRY POINT CLOSES IT FOR LONG-RUNNING CALLERS    *
      *******************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT SUPAGRK ASSIGN TO SUPAGRK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPA-KEY
               FILE STATUS IS FS-SUPAGR.
      ******************************************
       DATA DIVISION.
       FILE SECTION.
       FD SUPAGRK.
       COPY SUPAGR.

       WORKING-STORAGE SECTION.
       77 FS-SUPAGR        PIC 99.

      *** LE FICHIER RESTE OUVERT D'UN APPEL A L'AUTRE ***
       77 WS-SPA-OPEN      PIC X(1) VALUE 'N'.
          88 SPA-IS-OPEN        VALUE 'Y'.
          88 SPA-MISSING        VALUE 'X'.
       77 WS-ANO           PIC 9.
       77 WS-VAR           PIC 9 VALUE 0.
       77 WS-ABEND-CODE    PIC 9(02) VALUE 0.

      *** PARCOURS DES ACCORDS D'UN COUPLE PIECE / FOURNISSEUR ***
       77 WS-SCAN-END      PIC X(1) VALUE 'N'.
          88 END-OF-PAIR        VALUE 'Y'.
       77 WS-BRK-IDX       PIC 9(1) VALUE 0.

       LINKAGE SECTION.
       COPY SPABLK.

       PROCEDURE DIVISION USING SPA-BLOCK.
           SET SA-NONE TO TRUE
           MOVE ZERO   TO SA-COST SA-APPLIED-MIN
           MOVE SPACES TO SA-FROM SA-TO
           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                   UNTIL WS-BRK-IDX > 4
              MOVE ZERO TO SA-MIN-QTY(WS-BRK-IDX)
                           SA-BRK-COST(WS-BRK-IDX)
           END-PERFORM
           IF NOT SPA-IS-OPEN AND NOT SPA-MISSING
              OPEN INPUT SUPAGRK
              IF FS-SUPAGR NOT = 0
                 DISPLAY 'NO SUPAGRK (' FS-SUPAGR
                         '), PARTSUPP COSTS ONLY'
                 SET SPA-MISSING TO TRUE
              ELSE
                 SET SPA-IS-OPEN TO TRUE
              END-IF
           END-IF

           IF SA-DO-PRICE AND SPA-IS-OPEN
              PERFORM FIND-AGREEMENT
              IF NOT SA-NONE
                 PERFORM APPLY-BREAKS
              END-IF
           END-IF

           GOBACK.

      ** SPARST - reset entry point : a long-running caller hands    **
      ** the KSDS back before it terminates                          **
       ENTRY 'SPARST'.
           IF SPA-IS-OPEN
              CLOSE SUPAGRK
              MOVE 'N' TO WS-SPA-OPEN
           END-IF
           GOBACK.

      * PARAGRAPHS
      ** FIND-AGREEMENT - the pair's rows come in start-date order : **
      ** the last one started by SA-DATE and still running then is   **
      ** the one in force (a later agreement supersedes an earlier   **
      ** one it overlaps)                                            **
       FIND-AGREEMENT.
           MOVE 'N'        TO WS-SCAN-END
           MOVE SA-PNO     TO SPA-PNO
           MOVE SA-SNO     TO SPA-SNO
           MOVE LOW-VALUES TO SPA-FROM
           START SUPAGRK KEY IS NOT LESS THAN SPA-KEY
           EVALUATE FS-SUPAGR
               WHEN ZERO
                  PERFORM READ-NEXT-AGREEMENT
               WHEN 23
                  SET END-OF-PAIR TO TRUE
               WHEN OTHER
                  DISPLAY 'ERROR: FILE STATUS -> ' FS-SUPAGR
                  MOVE 10 TO WS-ABEND-CODE
                  PERFORM ABEND-PROG
           END-EVALUATE
           PERFORM UNTIL END-OF-PAIR
              IF SPA-FROM > SA-DATE
                 SET END-OF-PAIR TO TRUE
              ELSE
                 IF SPA-TO NOT < SA-DATE
                    MOVE SPA-FROM TO SA-FROM
                    MOVE SPA-TO   TO SA-TO
                    PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                            UNTIL WS-BRK-IDX > 4
                       MOVE SPA-MIN-QTY(WS-BRK-IDX)
                         TO SA-MIN-QTY(WS-BRK-IDX)
                       MOVE SPA-COST(WS-BRK-IDX)
                         TO SA-BRK-COST(WS-BRK-IDX)
                    END-PERFORM
                    SET SA-LOW-QTY TO TRUE
                 END-IF
                 PERFORM READ-NEXT-AGREEMENT
              END-IF
           END-PERFORM
           .

      ** APPLY-BREAKS - breaks ascend : 100 at 3,50 and 500 at 3,10 **
      ** price 120 units at 3,50 and 800 at 3,10                    **
       APPLY-BREAKS.
           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                   UNTIL WS-BRK-IDX > 4
              IF SA-MIN-QTY(WS-BRK-IDX) > 0 AND
                 SA-BRK-COST(WS-BRK-IDX) > 0 AND
                 SA-QTY NOT < SA-MIN-QTY(WS-BRK-IDX)
                 MOVE SA-BRK-COST(WS-BRK-IDX) TO SA-COST
                 MOVE SA-MIN-QTY(WS-BRK-IDX)  TO SA-APPLIED-MIN
                 SET SA-OK TO TRUE
              END-IF
           END-PERFORM
           .

       READ-NEXT-AGREEMENT.
           READ SUPAGRK NEXT RECORD
           EVALUATE FS-SUPAGR
               WHEN ZERO
                  IF SPA-PNO NOT = SA-PNO OR SPA-SNO NOT = SA-SNO
                     SET END-OF-PAIR TO TRUE
                  END-IF
               WHEN 10
                  SET END-OF-PAIR TO TRUE
               WHEN OTHER
                  DISPLAY 'ERROR: FILE STATUS -> ' FS-SUPAGR
                  MOVE 10 TO WS-ABEND-CODE
                  PERFORM ABEND-PROG
           END-EVALUATE
           .

       ABEND-PROG.
           DISPLAY 'ABEND CODE : ' WS-ABEND-CODE
           COMPUTE WS-ANO = WS-ANO / WS-VAR.
