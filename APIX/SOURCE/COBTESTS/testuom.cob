       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTUOM.
       AUTHOR.     HINKOKO.
      ***************************************************
      *  THIS PROGRAM IS INTENDED TO :                  *
      *     - TEST THE UNIT OF MEASURE CONVERSION       *
      *       UOMPROG                                   *
      *     - THE FIXTURE IS DRIVEN LIVE OFF UOMK       *
      *       ITSELF (TWO TESTS PER ROW FOUND : ONE     *
      *       UNIT MUST GIVE THE ROW'S FACTOR IN        *
      *       EACHES, AND THE FACTOR IN EACHES MUST     *
      *       GIVE ONE UNIT BACK)                       *
      *     - TWO MORE TESTS CHECK EACHES CONVERT TO    *
      *       THEMSELVES AND A UNIT NOBODY DEFINED IS   *
      *       REFUSED                                   *
      ***************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT UOMK ASSIGN TO UOMK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS UOM-KEY
              FILE STATUS IS FS-UOM.

       DATA DIVISION.
       FILE SECTION.
       FD UOMK.
       COPY UOMCNV.

       WORKING-STORAGE SECTION.
       77 FS-UOM             PIC 99    VALUE 0.
       77 EOF-FLAG           PIC X(01) VALUE 'N'.
          88 END-OF-UNITS             VALUE 'Y'.
       77 WS-ANO             PIC 9     VALUE 0.
       77 WS-VAR             PIC 9     VALUE 0.
       77 WS-ABEND-CODE      PIC 9(02) VALUE 0.

       01 LIB                 PIC X(30).
       01 L-SEP               PIC X(30) VALUE ALL '*'.
       01 EXPECTED-VAL        PIC X(20).
       01 ACTUAL-VAL          PIC X(20).
       01 ED-QTY              PIC 9(7).

      *** AN ITEM AND A UNIT NO ROW WILL EVER CARRY ***
       77 UNKNOWN-ITEM        PIC X(3)  VALUE 'ZZ9'.
       77 UNKNOWN-UNIT        PIC X(2)  VALUE 'QQ'.

      *** FOR CALLING & HANDLING ROUTINE RESPONSE ***
       COPY UOMBLK.

       01 RATIO               PIC 9(3)V9(2).
       01 ED-RATIO            PIC ZZ9,99.
      ************************
        LINKAGE SECTION.
        COPY TESTCONT.
      ***********************************

       PROCEDURE DIVISION USING TEST-CONTEXT.

            PERFORM ALL-UNITS
            PERFORM EACH-UNIT-TEST
            PERFORM UNKNOWN-UNIT-TEST

            PERFORM SUMMARY

            GOBACK.
      * PARAGRAPHS *
      ***************************************************************
      *  ALL-UNITS READS EVERY ROW LIVE OFF UOMK AND CHECKS UOMPROG  *
      *  CONVERTS THAT SAME ROW'S UNIT BOTH WAYS                     *
      ***************************************************************
       ALL-UNITS.
           DISPLAY L-SEP
           DISPLAY '---- ALL UNITS OF MEASURE TEST -----'

           OPEN INPUT UOMK
           PERFORM CHECK-FILE-STATUS

           PERFORM READ-UNIT
           PERFORM UNTIL END-OF-UNITS
              PERFORM RUN-TO-BASE-TEST
              PERFORM RUN-FROM-BASE-TEST
              PERFORM READ-UNIT
           END-PERFORM

           CLOSE UOMK
           .

      ** READ-UNIT - reads the next row off UOMK in key order **
       READ-UNIT.
           READ UOMK
              AT END SET END-OF-UNITS TO TRUE
           END-READ
           .

      ** RUN-TO-BASE-TEST - one unit of the row is its factor in EA **
       RUN-TO-BASE-TEST.
           MOVE SPACES        TO LIB
           STRING 'TEST-C-'   DELIMITED BY SIZE
                  UOM-ITEM    DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  UOM-CODE    DELIMITED BY SIZE
             INTO LIB
           END-STRING
           INITIALIZE UOM-BLOCK
           SET UM-DO-TO-BASE  TO TRUE
           MOVE UOM-ITEM      TO UM-ITEM
           MOVE UOM-CODE      TO UM-CODE
           MOVE 1             TO UM-QTY

           CALL 'UOMPROG' USING UOM-BLOCK

           MOVE UOM-FACTOR    TO ED-QTY
           MOVE SPACES        TO EXPECTED-VAL ACTUAL-VAL
           STRING 'OK  '      DELIMITED BY SIZE
                  ED-QTY      DELIMITED BY SIZE
             INTO EXPECTED-VAL
           END-STRING
           MOVE UM-BASE-QTY   TO ED-QTY
           STRING UM-RESULT   DELIMITED BY SIZE
                  ED-QTY      DELIMITED BY SIZE
             INTO ACTUAL-VAL
           END-STRING

           CALL 'MSGASSER'
                 USING TEST-CONTEXT, LIB, EXPECTED-VAL, ACTUAL-VAL

           DISPLAY 'LIB :' LIB
           DISPLAY 'RUN ', TESTS-RUN, ',OK ', PASSES,
                                      ',KO ', FAILURES
           DISPLAY L-SEP
           .

      ** RUN-FROM-BASE-TEST - the factor in EA is one unit again  **
       RUN-FROM-BASE-TEST.
           MOVE SPACES        TO LIB
           STRING 'TEST-F-'   DELIMITED BY SIZE
                  UOM-ITEM    DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  UOM-CODE    DELIMITED BY SIZE
             INTO LIB
           END-STRING
           INITIALIZE UOM-BLOCK
           SET UM-DO-FROM-BASE TO TRUE
           MOVE UOM-ITEM      TO UM-ITEM
           MOVE UOM-CODE      TO UM-CODE
           MOVE UOM-FACTOR    TO UM-BASE-QTY

           CALL 'UOMPROG' USING UOM-BLOCK

           MOVE 'OK  0000001' TO EXPECTED-VAL
           MOVE UM-QTY        TO ED-QTY
           MOVE SPACES        TO ACTUAL-VAL
           STRING UM-RESULT   DELIMITED BY SIZE
                  ED-QTY      DELIMITED BY SIZE
             INTO ACTUAL-VAL
           END-STRING

           CALL 'MSGASSER'
                 USING TEST-CONTEXT, LIB, EXPECTED-VAL, ACTUAL-VAL

           DISPLAY 'LIB :' LIB
           DISPLAY 'RUN ', TESTS-RUN, ',OK ', PASSES,
                                      ',KO ', FAILURES
           DISPLAY L-SEP
           .

       CHECK-FILE-STATUS.
           IF FS-UOM NOT = 0 THEN
              DISPLAY 'ERROR: FILE STATUS: ' FS-UOM
              MOVE 10 TO WS-ABEND-CODE
              PERFORM ABEND-PROG
           END-IF.

       ABEND-PROG.
           DISPLAY 'ABEND CODE : ' WS-ABEND-CODE
           COMPUTE WS-ANO = WS-ANO / WS-VAR.

      ***************************************************************
      *  EACH-UNIT-TEST FEEDS A QUANTITY IN EA, WHICH NEEDS NO ROW,  *
      *  AND CHECKS UOMPROG HANDS THE SAME QUANTITY BACK             *
      ***************************************************************
       EACH-UNIT-TEST.
           DISPLAY L-SEP
           DISPLAY '---- EACH UNIT TEST -----'
           MOVE 'TEST-EACH-UNIT' TO LIB
           INITIALIZE UOM-BLOCK
           SET UM-DO-TO-BASE    TO TRUE
           MOVE UNKNOWN-ITEM    TO UM-ITEM
           MOVE 'EA'            TO UM-CODE
           MOVE 7               TO UM-QTY

           CALL 'UOMPROG' USING UOM-BLOCK

           MOVE 'OK  0000007'   TO EXPECTED-VAL
           MOVE UM-BASE-QTY     TO ED-QTY
           MOVE SPACES          TO ACTUAL-VAL
           STRING UM-RESULT DELIMITED BY SIZE
                  ED-QTY    DELIMITED BY SIZE
             INTO ACTUAL-VAL
           END-STRING
           CALL 'MSGASSER'
                 USING TEST-CONTEXT, LIB, EXPECTED-VAL, ACTUAL-VAL
           DISPLAY 'RUN ', TESTS-RUN, ',OK ', PASSES,
                                      ',KO ', FAILURES
           DISPLAY L-SEP
           .

      ***************************************************************
      *  UNKNOWN-UNIT-TEST FEEDS A UNIT NO ROW CARRIES AND CHECKS    *
      *  UOMPROG REFUSES IT RATHER THAN TAKE IT AS EACHES            *
      ***************************************************************
       UNKNOWN-UNIT-TEST.
           DISPLAY L-SEP
           DISPLAY '---- UNKNOWN UNIT TEST -----'
           MOVE 'TEST-UNKNOWN-UNIT' TO LIB
           INITIALIZE UOM-BLOCK
           SET UM-DO-TO-BASE    TO TRUE
           MOVE UNKNOWN-ITEM    TO UM-ITEM
           MOVE UNKNOWN-UNIT    TO UM-CODE
           MOVE 1               TO UM-QTY

           CALL 'UOMPROG' USING UOM-BLOCK

           MOVE 'UNKN'          TO EXPECTED-VAL
           MOVE UM-RESULT       TO ACTUAL-VAL
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
