       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTPRCH.
       AUTHOR.     HINKOKO.
      ***************************************************
      *  THIS PROGRAM IS INTENDED TO :                  *
      *     - TEST THE CATALOG PRICE HISTORY LOOKUP     *
      *       PRCHPROG                                  *
      *     - THE FIXTURE IS DRIVEN LIVE OFF PRCHISK    *
      *       ITSELF (ONE TEST PER ROW FOUND : ON ITS   *
      *       OWN EFFECTIVE DATE A PRODUCT MUST BE      *
      *       PRICED AT THAT ROW'S PRICE)               *
      *     - ONE MORE TEST CHECKS A PRODUCT WITH NO    *
      *       HISTORY IS LEFT TO ITS CATALOG ROW        *
      ***************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PRCHISK ASSIGN TO PRCHISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PHS-KEY
              FILE STATUS IS FS-PRCHIS.

       DATA DIVISION.
       FILE SECTION.
       FD PRCHISK.
       COPY PRCHIS.

       WORKING-STORAGE SECTION.
       77 FS-PRCHIS          PIC 99    VALUE 0.
       77 EOF-FLAG           PIC X(01) VALUE 'N'.
          88 END-OF-HISTORY           VALUE 'Y'.
       77 WS-ANO             PIC 9     VALUE 0.
       77 WS-VAR             PIC 9     VALUE 0.
       77 WS-ABEND-CODE      PIC 9(02) VALUE 0.

       01 LIB                 PIC X(30).
       01 L-SEP               PIC X(30) VALUE ALL '*'.
       01 EXPECTED-VAL        PIC X(20).
       01 ACTUAL-VAL          PIC X(20).
       01 ED-PRICE            PIC -ZZ9.99.

      *** A P_NO NO PRODUCT CARRIES ***
       77 UNKNOWN-PNO         PIC X(3)  VALUE '~~~'.

      *** FOR CALLING & HANDLING ROUTINE RESPONSE ***
       COPY PRCHBLK.

       01 RATIO               PIC 9(3)V9(2).
       01 ED-RATIO            PIC ZZ9,99.
      ************************
        LINKAGE SECTION.
        COPY TESTCONT.
      ***********************************

       PROCEDURE DIVISION USING TEST-CONTEXT.

            PERFORM ALL-PRICES
            PERFORM NO-HISTORY-TEST
            CALL 'PRCHRST'

            PERFORM SUMMARY

            GOBACK.
      * PARAGRAPHS *
      ***************************************************************
      *  ALL-PRICES READS EVERY ROW LIVE OFF PRCHISK AND CHECKS      *
      *  PRCHPROG PRICES THE PRODUCT AT THAT ROW ON ITS OWN DATE     *
      ***************************************************************
       ALL-PRICES.
           DISPLAY L-SEP
           DISPLAY '---- ALL PRICE HISTORY ROWS TEST -----'

           OPEN INPUT PRCHISK
           PERFORM CHECK-FILE-STATUS

           PERFORM READ-PRCHIS
           PERFORM UNTIL END-OF-HISTORY
              PERFORM RUN-ONE-PRICE-TEST
              PERFORM READ-PRCHIS
           END-PERFORM

           CLOSE PRCHISK
           .

      ** READ-PRCHIS - reads the next row off PRCHISK in key order **
       READ-PRCHIS.
           READ PRCHISK
              AT END SET END-OF-HISTORY TO TRUE
           END-READ
           .

       RUN-ONE-PRICE-TEST.
           MOVE SPACES        TO LIB
           STRING 'TEST-'      DELIMITED BY SIZE
                  PHS-P-NO     DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  PHS-EFF-DATE DELIMITED BY SIZE
             INTO LIB
           END-STRING
           INITIALIZE PRCH-BLOCK
           MOVE 'L'           TO PH-ACTION
           MOVE PHS-P-NO      TO PH-P-NO
           MOVE PHS-EFF-DATE  TO PH-DATE

           CALL 'PRCHPROG' USING PRCH-BLOCK

           MOVE PHS-PRICE     TO ED-PRICE
           MOVE ED-PRICE      TO EXPECTED-VAL
           MOVE PH-PRICE      TO ED-PRICE
           MOVE ED-PRICE      TO ACTUAL-VAL

           CALL 'MSGASSER'
                 USING TEST-CONTEXT, LIB, EXPECTED-VAL, ACTUAL-VAL

           DISPLAY 'LIB :' LIB
           DISPLAY 'RUN ', TESTS-RUN, ',OK ', PASSES,
                                      ',KO ', FAILURES
           DISPLAY L-SEP
           .

       CHECK-FILE-STATUS.
           IF FS-PRCHIS NOT = 0 THEN
              DISPLAY 'ERROR: FILE STATUS: ' FS-PRCHIS
              MOVE 10 TO WS-ABEND-CODE
              PERFORM ABEND-PROG
           END-IF.

       ABEND-PROG.
           DISPLAY 'ABEND CODE : ' WS-ABEND-CODE
           COMPUTE WS-ANO = WS-ANO / WS-VAR.

      ***************************************************************
      *  NO-HISTORY-TEST ASKS FOR A PRODUCT NO ROW CARRIES AND       *
      *  CHECKS PRCHPROG LEAVES THE PRICE TO THE CATALOG ROW         *
      ***************************************************************
       NO-HISTORY-TEST.
           DISPLAY L-SEP
           DISPLAY '---- NO HISTORY TEST -----'
           MOVE 'TEST-NO-PRICE-HISTORY' TO LIB
           INITIALIZE PRCH-BLOCK
           MOVE 'L'             TO PH-ACTION
           MOVE UNKNOWN-PNO     TO PH-P-NO
           MOVE '9999-12-31'    TO PH-DATE

           CALL 'PRCHPROG' USING PRCH-BLOCK

           MOVE 'NONE'          TO EXPECTED-VAL
           MOVE PH-RESULT       TO ACTUAL-VAL
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
