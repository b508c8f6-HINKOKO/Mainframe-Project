       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREFPROG.
       AUTHOR.     HINKOKO.
      *******************************************************
      *   THIS PROGRAM IS INTENDED TO TRANSLATE THE ITEM    *
      *   CODES BIG CUSTOMERS ORDER WITH - THEIR OWN ITEM   *
      *   CODES OR A GTIN BARCODE - INTO OUR P_NO, AND TO   *
      *   HAND THE INVOICE THE CUSTOMER'S CODE BACK, READ   *
      *   OFF THE ITMXREFK KSDS (ITMXREF COPY)              *
      *                                                     *
      *   CALL 'XREFPROG' USING XREF-BLOCK (XREFBLK COPY)   *
      *     R = RESOLVE : CUSTOMER CODE, THEN GTIN, THEN    *
      *         A CODE OF 3 CHARACTERS OR LESS IS OUR OWN   *
      *         P_NO (OWN) - ANYTHING ELSE IS UNKN          *
      *     C = CUSTOMER CODE FOR OUR P_NO, SPACES IF NONE  *
      *                                                     *
      *   WITHOUT ITMXREFK ONLY OUR OWN P_NO RESOLVES       *
      *   THE KSDS STAYS OPEN ACROSS CALLS - THE XREFRST    *
      *   ENTRY POINT CLOSES IT FOR LONG-RUNNING CALLERS    *
      *******************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ITMXREFK ASSIGN TO ITMXREFK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IXR-KEY
               FILE STATUS IS FS-ITMXREF.
      ******************************************
       DATA DIVISION.
       FILE SECTION.
       FD ITMXREFK.
       COPY ITMXREF.

       WORKING-STORAGE SECTION.
       77 FS-ITMXREF       PIC 99.

      *** LE FICHIER RESTE OUVERT D'UN APPEL A L'AUTRE ***
       77 WS-ITMXREF-OPEN  PIC X(1) VALUE 'N'.
          88 ITMXREF-IS-OPEN    VALUE 'Y'.
          88 ITMXREF-MISSING    VALUE 'X'.
       77 WS-ANO           PIC 9.
       77 WS-VAR           PIC 9 VALUE 0.
       77 WS-ABEND-CODE    PIC 9(02) VALUE 0.

      *** LONGUEUR UTILE DU CODE ET GTIN CADRE SUR 14 ***
       77 WS-CODE-LEN      PIC 99 VALUE 0.
       77 WS-GTIN-POS      PIC 99 VALUE 0.
       77 WS-GTIN14        PIC X(14) VALUE ZEROS.

       LINKAGE SECTION.
       COPY XREFBLK.

       PROCEDURE DIVISION USING XREF-BLOCK.
           MOVE SPACES TO XR-SOURCE
           SET XR-UNKNOWN TO TRUE
           IF NOT ITMXREF-IS-OPEN AND NOT ITMXREF-MISSING
              OPEN INPUT ITMXREFK
              IF FS-ITMXREF NOT = 0
                 DISPLAY 'NO ITMXREFK (' FS-ITMXREF
                         '), OUR OWN ITEM CODES ONLY'
                 SET ITMXREF-MISSING TO TRUE
              ELSE
                 SET ITMXREF-IS-OPEN TO TRUE
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN XR-DO-RESOLVE
                 PERFORM RESOLVE-CODE
              WHEN XR-DO-CUSTCODE
                 PERFORM FIND-CUST-CODE
           END-EVALUATE

           GOBACK.

      ** XREFRST - reset entry point : a long-running caller hands   **
      ** the KSDS back before it terminates                          **
       ENTRY 'XREFRST'.
           IF ITMXREF-IS-OPEN
              CLOSE ITMXREFK
              MOVE 'N' TO WS-ITMXREF-OPEN
           END-IF
           GOBACK.

      * PARAGRAPHS
      ** RESOLVE-CODE - the customer's own code wins : a customer    **
      ** may well use digits that also read as somebody's GTIN       **
       RESOLVE-CODE.
           MOVE SPACES TO XR-P-NO
           IF XR-CODE = SPACES
              GOBACK
           END-IF
           PERFORM VARYING WS-CODE-LEN FROM 20 BY -1
                   UNTIL XR-CODE(WS-CODE-LEN:1) NOT = SPACE
              CONTINUE
           END-PERFORM

           IF ITMXREF-IS-OPEN AND XR-C-NO NOT = SPACES
              MOVE 'C'     TO IXR-TYPE
              MOVE XR-C-NO TO IXR-C-NO
              MOVE XR-CODE TO IXR-CODE
              PERFORM READ-ITMXREF
              IF FS-ITMXREF = 0
                 MOVE IXR-P-NO TO XR-P-NO
                 MOVE 'C'      TO XR-SOURCE
                 SET XR-OK TO TRUE
                 GOBACK
              END-IF
           END-IF

           IF ITMXREF-IS-OPEN AND
              XR-CODE(1:WS-CODE-LEN) IS NUMERIC AND
              (WS-CODE-LEN = 8 OR 12 OR 13 OR 14)
              MOVE ZEROS TO WS-GTIN14
              COMPUTE WS-GTIN-POS = 15 - WS-CODE-LEN
              MOVE XR-CODE(1:WS-CODE-LEN)
                TO WS-GTIN14(WS-GTIN-POS:WS-CODE-LEN)
              MOVE 'G'       TO IXR-TYPE
              MOVE SPACES    TO IXR-C-NO
              MOVE SPACES    TO IXR-CODE
              MOVE WS-GTIN14 TO IXR-CODE(1:14)
              PERFORM READ-ITMXREF
              IF FS-ITMXREF = 0
                 MOVE IXR-P-NO TO XR-P-NO
                 MOVE 'G'      TO XR-SOURCE
                 SET XR-OK TO TRUE
                 GOBACK
              END-IF
           END-IF

           IF WS-CODE-LEN NOT > 3
              MOVE XR-CODE(1:3) TO XR-P-NO
              SET XR-OWN TO TRUE
           END-IF
           .

       FIND-CUST-CODE.
           MOVE SPACES TO XR-CODE
           IF ITMXREF-IS-OPEN
              MOVE 'P'     TO IXR-TYPE
              MOVE XR-C-NO TO IXR-C-NO
              MOVE SPACES  TO IXR-CODE
              MOVE XR-P-NO TO IXR-CODE(1:3)
              PERFORM READ-ITMXREF
              IF FS-ITMXREF = 0
                 MOVE IXR-CUST-CODE TO XR-CODE
                 SET XR-OK TO TRUE
              END-IF
           END-IF
           .

      ** READ-ITMXREF - one keyed read ; a miss (23) is left to the  **
      ** caller's next fallback                                      **
       READ-ITMXREF.
           READ ITMXREFK
           EVALUATE FS-ITMXREF
               WHEN ZERO
                  CONTINUE
               WHEN 23
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'ERROR: FILE STATUS -> ' FS-ITMXREF
                  MOVE 10 TO WS-ABEND-CODE
                  PERFORM ABEND-PROG
           END-EVALUATE
           .

       ABEND-PROG.
           DISPLAY 'ABEND CODE : ' WS-ABEND-CODE
           COMPUTE WS-ANO = WS-ANO / WS-VAR.
