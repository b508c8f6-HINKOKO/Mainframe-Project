       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTSPA.
       AUTHOR.     HINKOKO.
      ***************************************************
      *  THIS PROGRAM IS INTENDED TO :                  *
      *     - TEST THE SUPPLIER PRICE AGREEMENT LOOKUP  *
      *       SPAPROG                                   *
      *     - THE FIXTURE IS DRIVEN LIVE OFF SUPAGRK    *
      *       ITSELF (ONE TEST PER BREAK FOUND : ON THE *
      *       AGREEMENT'S FIRST DAY, AT THE BREAK'S     *
      *       OWN QUANTITY, THE PART MUST BE PRICED AT  *
      *       THAT BREAK'S COST)                        *
      *     - ONE MORE TEST CHECKS A PAIR WITH NO       *
      *       AGREEMENT IS LEFT TO PARTSUPP             *
      ***************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT SUPAGRK ASSIGN TO SUPAGRK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SPA-KEY
              FILE STATUS IS FS-SUPAGR.

       DATA DIVISION.
       FILE SECTION.
       FD SUPAGRK.
       COPY SUPAGR.

       WORKING-STORAGE SECTION.
       77 FS-SUPAGR          PIC 99    VALUE 0.
       77 EOF-FLAG           PIC X(01) VALUE 'N'.
          88 END-OF-AGREEMENTS        VALUE 'Y'.
       77 WS-ANO             PIC 9     VALUE 0.
       77 WS-VAR             PIC 9     VALUE 0.
       77 WS-ABEND-CODE      PIC 9(02) VALUE 0.
       77 BRK-IDX            PIC 9(01) VALUE 0.

       01 LIB                 PIC X(30).
       01 L-SEP               PIC X(30) VALUE ALL '*'.
       01 EXPECTED-VAL        PIC X(20).
       01 ACTUAL-VAL          PIC X(20).
       01 ED-COST             PIC ZZZZ9.99.
       01 ED-MIN              PIC 9(5).

      *** A SUPPLIER / PART PAIR NO AGREEMENT CARRIES ***
       77 UNKNOWN-PNO         PIC X(2)  VALUE '~~'.
       77 UNKNOWN-SNO         PIC X(2)  VALUE '~~'.

      *** FOR CALLING & HANDLING ROUTINE RESPONSE ***
       COPY SPABLK.

       01 RATIO               PIC 9(3)V9(2).
       01 ED-RATIO            PIC ZZ9,99.
      ************************
        LINKAGE SECTION.
        COPY TESTCONT.
      ***********************************

       PROCEDURE DIVISION USING TEST-CONTEXT.

            PERFORM ALL-BREAKS
            PERFORM NO-AGREEMENT-TEST
            CALL 'SPARST'

            PERFORM SUMMARY

            GOBACK.
      * PARAGRAPHS *
      ***************************************************************
      *  ALL-BREAKS READS EVERY AGREEMENT LIVE OFF SUPAGRK AND       *
      *  CHECKS SPAPROG PRICES EACH OF ITS BREAKS ON ITS FIRST DAY   *
      ***************************************************************
       ALL-BREAKS.
           DISPLAY L-SEP
           DISPLAY '---- ALL AGREEMENT BREAKS TEST -----'

           OPEN INPUT SUPAGRK
           PERFORM CHECK-FILE-STATUS

           PERFORM READ-SUPAGR
           PERFORM UNTIL END-OF-AGREEMENTS
              PERFORM VARYING BRK-IDX FROM 1 BY 1 UNTIL BRK-IDX > 4
                 IF SPA-MIN-QTY(BRK-IDX) > 0
                    PERFORM RUN-ONE-BREAK-TEST
                 END-IF
              END-PERFORM
              PERFORM READ-SUPAGR
           END-PERFORM

           CLOSE SUPAGRK
           .

      ** READ-SUPAGR - reads the next agreement off SUPAGRK in key **
      ** order                                                     **
       READ-SUPAGR.
           READ SUPAGRK
              AT END SET END-OF-AGREEMENTS TO TRUE
           END-READ
           .

       RUN-ONE-BREAK-TEST.
           MOVE SPA-MIN-QTY(BRK-IDX) TO ED-MIN
           MOVE SPACES        TO LIB
           STRING 'TEST-'      DELIMITED BY SIZE
                  SPA-PNO      DELIMITED BY SIZE
                  SPA-SNO      DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  SPA-FROM     DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  ED-MIN       DELIMITED BY SIZE
             INTO LIB
           END-STRING
           INITIALIZE SPA-BLOCK
           MOVE 'P'                  TO SA-ACTION
           MOVE SPA-PNO              TO SA-PNO
           MOVE SPA-SNO              TO SA-SNO
           MOVE SPA-MIN-QTY(BRK-IDX) TO SA-QTY
           MOVE SPA-FROM             TO SA-DATE

           CALL 'SPAPROG' USING SPA-BLOCK

           MOVE SPA-COST(BRK-IDX) TO ED-COST
           MOVE ED-COST       TO EXPECTED-VAL
           MOVE SA-COST       TO ED-COST
           MOVE ED-COST       TO ACTUAL-VAL

           CALL 'MSGASSER'
                 USING TEST-CONTEXT, LIB, EXPECTED-VAL, ACTUAL-VAL

           DISPLAY 'LIB :' LIB
           DISPLAY 'RUN ', TESTS-RUN, ',OK ', PASSES,
                                      ',KO ', FAILURES
           DISPLAY L-SEP
           .

       CHECK-FILE-STATUS.
           IF FS-SUPAGR NOT = 0 THEN
              DISPLAY 'ERROR: FILE STATUS: ' FS-SUPAGR
              MOVE 10 TO WS-ABEND-CODE
              PERFORM ABEND-PROG
           END-IF.

       ABEND-PROG.
           DISPLAY 'ABEND CODE : ' WS-ABEND-CODE
           COMPUTE WS-ANO = WS-ANO / WS-VAR.

      ***************************************************************
      *  NO-AGREEMENT-TEST ASKS FOR A PAIR NO AGREEMENT CARRIES AND  *
      *  CHECKS SPAPROG LEAVES THE COST TO PARTSUPP                  *
      ***************************************************************
       NO-AGREEMENT-TEST.
           DISPLAY L-SEP
           DISPLAY '---- NO AGREEMENT TEST -----'
           MOVE 'TEST-NO-PRICE-AGREEMENT' TO LIB
           INITIALIZE SPA-BLOCK
           MOVE 'P'             TO SA-ACTION
           MOVE UNKNOWN-PNO     TO SA-PNO
           MOVE UNKNOWN-SNO     TO SA-SNO
           MOVE 1               TO SA-QTY
           MOVE '9999-12-31'    TO SA-DATE

           CALL 'SPAPROG' USING SPA-BLOCK

           MOVE 'NONE'          TO EXPECTED-VAL
           MOVE SA-RESULT       TO ACTUAL-VAL
           CALL 'MSGASSER'
                 USING TEST-CONTEXT, LIB, EXPECTED-VAL, ACTUAL-VAL
           DISPLAY 'RUN ', TESTS-RUN, ',OK ', PASSES,
                                      ',KO ', FAILURES
           DISPLAY L-SEP
           .

       SUMMARY.
           DISPLAY L-SEP
           DISPLAY 'TOTAL SUCCESS - ' PASSES
           DISPLAY 'TOTAL FAILURES - ' FAILURES
           COMPUTE RATIO = (PASSES / (FAILURES + PASSES)) * 100
           MOVE RATIO TO ED-RATIO
           DISPLAY ED-RATIO '% OF SUCCESS TEST COVERAGE'
           .
