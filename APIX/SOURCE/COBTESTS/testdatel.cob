       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTDATEL.
       AUTHOR.     HINKOKO.
      ***************************************************
      *  THIS PROGRAM IS INTENDED TO :                  *
      *     - TEST THE DATELNG ENTRY OF DATEPROG, WHICH *
      *       SPELLS OUT A DOCUMENT DATE IN THE         *
      *       CUSTOMER'S LANGUAGE                       *
      *     - THE FIXTURE IS A FIXED TABLE OF LANGUAGE, *
      *       ISO DATE AND EXPECTED TEXT (FRENCH,       *
      *       ENGLISH, BLANK LANGUAGE FALLING BACK TO   *
      *       ENGLISH, SINGLE-DIGIT DAY, BAD DATE)      *
      ***************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 LIB                 PIC X(30).
       01 L-SEP               PIC X(30) VALUE ALL '*'.

      *** ONE ROW PER CASE : LANG, ISO DATE, EXPECTED TEXT ***
       01 DATEL-CASES-LIST.
          05 FILLER PIC X(32) VALUE 'FR2026-10-1515 OCTOBRE 2026     '.
          05 FILLER PIC X(32) VALUE 'EN2026-10-15OCTOBER 15, 2026    '.
          05 FILLER PIC X(32) VALUE '  2026-10-15OCTOBER 15, 2026    '.
          05 FILLER PIC X(32) VALUE 'FR2026-03-055 MARS 2026         '.
          05 FILLER PIC X(32) VALUE 'EN2026-03-05MARCH 5, 2026       '.
          05 FILLER PIC X(32) VALUE 'FR2026-13-012026-13-01          '.
       01 DATEL-CASES REDEFINES DATEL-CASES-LIST.
          05 DATEL-CASE OCCURS 6 TIMES.
             10 DC-LANG        PIC X(2).
             10 DC-ISO         PIC X(10).
             10 DC-EXPECTED    PIC X(20).
       77 WS-IDX              PIC 9(2)  VALUE 0.
       77 ED-IDX              PIC 9(2).

      *** FOR CALLING & HANDLING ROUTINE RESPONSE ***
       01 LK-LANG             PIC X(2).
       01 LK-ISO              PIC X(10).
       01 LK-DATE             PIC X(30).
       01 LK-DATE-20          PIC X(20).

       01 RATIO               PIC 9(3)V9(2).
       01 ED-RATIO            PIC ZZ9,99.
      ************************
        LINKAGE SECTION.
        COPY TESTCONT.
      ***********************************

       PROCEDURE DIVISION USING TEST-CONTEXT.

            PERFORM ALL-DATE-CASES

            PERFORM SUMMARY

            GOBACK.
      * PARAGRAPHS *
      ***************************************************************
      *  ALL-DATE-CASES RUNS EVERY ROW OF THE FIXED CASE TABLE       *
      *  THROUGH DATELNG AND COMPARES THE TEXT RETURNED              *
      ***************************************************************
       ALL-DATE-CASES.
           DISPLAY L-SEP
           DISPLAY '---- DOCUMENT DATE LANGUAGE TEST -----'

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
              PERFORM RUN-ONE-DATE-TEST
           END-PERFORM
           .

      ** RUN-ONE-DATE-TEST - spells out one case's date and checks  **
      ** the text against the expected value                        **
       RUN-ONE-DATE-TEST.
           MOVE WS-IDX           TO ED-IDX
           MOVE SPACES           TO LIB
           STRING 'TEST-DATELNG-' DELIMITED BY SIZE
                  ED-IDX          DELIMITED BY SIZE
             INTO LIB
           END-STRING
           MOVE DC-LANG(WS-IDX)  TO LK-LANG
           MOVE DC-ISO(WS-IDX)   TO LK-ISO
           MOVE SPACES           TO LK-DATE

           CALL 'DATELNG' USING LK-LANG, LK-ISO, LK-DATE

           MOVE LK-DATE(1:20) TO LK-DATE-20
           CALL 'MSGASSER' USING TEST-CONTEXT, LIB,
                 DC-EXPECTED(WS-IDX), LK-DATE-20

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
