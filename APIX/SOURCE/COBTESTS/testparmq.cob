       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTPARMQ.
       AUTHOR.     HINKOKO.
      ***************************************************
      *  THIS PROGRAM IS INTENDED TO :                  *
      *     - TEST THE PARMQUE ENTRY OF PARMPRS, WHICH  *
      *       QUEUES THE CARD DECK A CALLING DRIVER     *
      *       HANDS A PROGRAM IN PLACE OF SYSIN         *
      *     - THE FIXTURE QUEUES A GOOD DECK (DATE,     *
      *       TEXT, DEFAULTED KEYWORD), A DECK WITH A   *
      *       BAD DATE, AND A DECK DISCARDED BY A BLANK *
      *       CARD THEN REPLACED BY A NEW ONE           *
      ***************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 LIB                 PIC X(30).
       01 L-SEP               PIC X(30) VALUE ALL '*'.
       01 EXPECTED-VAL        PIC X(20).
       01 ACTUAL-VAL          PIC X(20).

      *** FOR CALLING & HANDLING ROUTINE RESPONSE ***
       COPY PARMBLK.
       01 QUE-CARD            PIC X(80).

       01 RATIO               PIC 9(3)V9(2).
       01 ED-RATIO            PIC ZZ9,99.
      ************************
        LINKAGE SECTION.
        COPY TESTCONT.
      ***********************************

       PROCEDURE DIVISION USING TEST-CONTEXT.

            PERFORM GOOD-DECK-TEST
            PERFORM BAD-DATE-TEST
            PERFORM DISCARDED-DECK-TEST

            PERFORM SUMMARY

            GOBACK.
      * PARAGRAPHS *
      ***************************************************************
      *  SET-UP-BLOCK ASKS FOR A REQUIRED DATE, A REQUIRED TEXT AND  *
      *  AN OPTIONAL TEXT DEFAULTED TO 'RUN'                         *
      ***************************************************************
       SET-UP-BLOCK.
           INITIALIZE PARM-BLOCK
           MOVE 3 TO PARM-COUNT
           MOVE 'ASOF'     TO PARM-KEYWORD(1)
           MOVE 'D'        TO PARM-TYPE(1)
           MOVE 'Y'        TO PARM-REQUIRED(1)
           MOVE 'PERIOD'   TO PARM-KEYWORD(2)
           MOVE 'X'        TO PARM-TYPE(2)
           MOVE 'Y'        TO PARM-REQUIRED(2)
           MOVE 'RUNMODE'  TO PARM-KEYWORD(3)
           MOVE 'X'        TO PARM-TYPE(3)
           MOVE 'N'        TO PARM-REQUIRED(3)
           MOVE 'RUN'      TO PARM-DEFAULT(3)
           .

       GOOD-DECK-TEST.
           DISPLAY L-SEP
           DISPLAY '---- QUEUED DECK TEST -----'
           PERFORM SET-UP-BLOCK
           MOVE 'ASOF=2026-10-30' TO QUE-CARD
           CALL 'PARMQUE' USING QUE-CARD
           MOVE 'PERIOD=2026-09'  TO QUE-CARD
           CALL 'PARMQUE' USING QUE-CARD
           MOVE 'END-PARMS'       TO QUE-CARD
           CALL 'PARMQUE' USING QUE-CARD
           CALL 'PARMPRS' USING PARM-BLOCK

           MOVE 'TEST-PARMQUE-STATUS' TO LIB
           MOVE '0'                   TO EXPECTED-VAL
           MOVE PARM-STATUS           TO ACTUAL-VAL
           PERFORM ASSERT-ONE
           MOVE 'TEST-PARMQUE-DATE'   TO LIB
           MOVE '2026-10-30'          TO EXPECTED-VAL
           MOVE PARM-VALUE(1)         TO ACTUAL-VAL
           PERFORM ASSERT-ONE
           MOVE 'TEST-PARMQUE-TEXT'   TO LIB
           MOVE '2026-09'             TO EXPECTED-VAL
           MOVE PARM-VALUE(2)         TO ACTUAL-VAL
           PERFORM ASSERT-ONE
           MOVE 'TEST-PARMQUE-DEFAULT' TO LIB
           MOVE 'RUN'                 TO EXPECTED-VAL
           MOVE PARM-VALUE(3)         TO ACTUAL-VAL
           PERFORM ASSERT-ONE
           .

       BAD-DATE-TEST.
           DISPLAY L-SEP
           DISPLAY '---- QUEUED BAD DATE TEST -----'
           PERFORM SET-UP-BLOCK
           MOVE 'ASOF=2026-02-30' TO QUE-CARD
           CALL 'PARMQUE' USING QUE-CARD
           MOVE 'PERIOD=2026-09'  TO QUE-CARD
           CALL 'PARMQUE' USING QUE-CARD
           MOVE 'END-PARMS'       TO QUE-CARD
           CALL 'PARMQUE' USING QUE-CARD
           CALL 'PARMPRS' USING PARM-BLOCK

           MOVE 'TEST-PARMQUE-BAD-DATE' TO LIB
           MOVE '8'                   TO EXPECTED-VAL
           MOVE PARM-STATUS           TO ACTUAL-VAL
           PERFORM ASSERT-ONE
           .

      ** DISCARDED-DECK-TEST - a blank card throws away the deck    **
      ** queued so far ; only the deck queued after it is read      **
       DISCARDED-DECK-TEST.
           DISPLAY L-SEP
           DISPLAY '---- DISCARDED DECK TEST -----'
           PERFORM SET-UP-BLOCK
           MOVE 'ASOF=2026-01-01' TO QUE-CARD
           CALL 'PARMQUE' USING QUE-CARD
           MOVE SPACES            TO QUE-CARD
           CALL 'PARMQUE' USING QUE-CARD
           MOVE 'ASOF=2026-12-31' TO QUE-CARD
           CALL 'PARMQUE' USING QUE-CARD
           MOVE 'PERIOD=2026-12'  TO QUE-CARD
           CALL 'PARMQUE' USING QUE-CARD
           MOVE 'RUNMODE=LIST'    TO QUE-CARD
           CALL 'PARMQUE' USING QUE-CARD
           MOVE 'END-PARMS'       TO QUE-CARD
           CALL 'PARMQUE' USING QUE-CARD
           CALL 'PARMPRS' USING PARM-BLOCK

           MOVE 'TEST-PARMQUE-RESET-DATE' TO LIB
           MOVE '2026-12-31'          TO EXPECTED-VAL
           MOVE PARM-VALUE(1)         TO ACTUAL-VAL
           PERFORM ASSERT-ONE
           MOVE 'TEST-PARMQUE-RESET-MODE' TO LIB
           MOVE 'LIST'                TO EXPECTED-VAL
           MOVE PARM-VALUE(3)         TO ACTUAL-VAL
           PERFORM ASSERT-ONE
           .

       ASSERT-ONE.
           CALL 'MSGASSER' USING TEST-CONTEXT, LIB,
                 EXPECTED-VAL, ACTUAL-VAL
           DISPLAY 'LIB :' LIB
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
