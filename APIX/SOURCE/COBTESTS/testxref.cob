       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTXREF.
       AUTHOR.     HINKOKO.
      ***************************************************
      *  THIS PROGRAM IS INTENDED TO :                  *
      *     - TEST THE ITEM CROSS-REFERENCE LOOKUP      *
      *       XREFPROG                                  *
      *     - THE FIXTURE IS DRIVEN LIVE OFF ITMXREFK   *
      *       ITSELF (ONE TEST PER ROW FOUND : A        *
      *       CUSTOMER CODE OR A GTIN MUST RESOLVE TO   *
      *       THE ROW'S P_NO, A P_NO MUST GIVE THE      *
      *       CUSTOMER'S CODE BACK)                     *
      *     - TWO MORE TESTS CHECK A SHORT CODE IS      *
      *       TAKEN AS OUR OWN P_NO AND A LONG CODE     *
      *       NOBODY KNOWS IS REFUSED                   *
      ***************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ITMXREFK ASSIGN TO ITMXREFK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS IXR-KEY
              FILE STATUS IS FS-ITMXREF.

       DATA DIVISION.
       FILE SECTION.
       FD ITMXREFK.
       COPY ITMXREF.

       WORKING-STORAGE SECTION.
       77 FS-ITMXREF         PIC 99    VALUE 0.
       77 EOF-FLAG           PIC X(01) VALUE 'N'.
          88 END-OF-XREFS             VALUE 'Y'.
       77 WS-ANO             PIC 9     VALUE 0.
       77 WS-VAR             PIC 9     VALUE 0.
       77 WS-ABEND-CODE      PIC 9(02) VALUE 0.

       01 LIB                 PIC X(30).
       01 L-SEP               PIC X(30) VALUE ALL '*'.
       01 EXPECTED-VAL        PIC X(20).
       01 ACTUAL-VAL          PIC X(20).

      *** A CODE OF 3 CHARACTERS AND ONE NO CUSTOMER EVER SENT ***
       77 OWN-CODE            PIC X(3)  VALUE 'ZZ9'.
       77 UNKNOWN-CODE        PIC X(20)
                              VALUE 'NO-SUCH-ITEM-CODE-99'.

      *** FOR CALLING & HANDLING ROUTINE RESPONSE ***
       COPY XREFBLK.

       01 RATIO               PIC 9(3)V9(2).
       01 ED-RATIO            PIC ZZ9,99.
      ************************
        LINKAGE SECTION.
        COPY TESTCONT.
      ***********************************

       PROCEDURE DIVISION USING TEST-CONTEXT.

            PERFORM ALL-XREFS
            PERFORM OWN-CODE-TEST
            PERFORM UNKNOWN-CODE-TEST

            PERFORM SUMMARY

            GOBACK.
      * PARAGRAPHS *
      ***************************************************************
      *  ALL-XREFS READS EVERY ROW LIVE OFF ITMXREFK AND CHECKS     *
      *  XREFPROG ANSWERS WITH THAT SAME ROW'S OWN MAPPING          *
      ***************************************************************
       ALL-XREFS.
           DISPLAY L-SEP
           DISPLAY '---- ALL CROSS-REFERENCES TEST -----'

           OPEN INPUT ITMXREFK
           PERFORM CHECK-FILE-STATUS

           PERFORM READ-XREF
           PERFORM UNTIL END-OF-XREFS
              PERFORM RUN-ONE-XREF-TEST
              PERFORM READ-XREF
           END-PERFORM

           CLOSE ITMXREFK
           .

      ** READ-XREF - reads the next row off ITMXREFK in key order **
       READ-XREF.
           READ ITMXREFK
              AT END SET END-OF-XREFS TO TRUE
           END-READ
           .

      ** RUN-ONE-XREF-TEST - a C or G row is resolved back to its   **
      ** P_NO, a P row is asked for the customer's code             **
       RUN-ONE-XREF-TEST.
           MOVE SPACES        TO LIB
           STRING 'TEST-'     DELIMITED BY SIZE
                  IXR-TYPE    DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  IXR-C-NO    DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  IXR-CODE    DELIMITED BY SIZE
             INTO LIB
           END-STRING
           INITIALIZE XREF-BLOCK
           MOVE IXR-C-NO      TO XR-C-NO
           IF IXR-IS-OURS
              MOVE 'C'           TO XR-ACTION
              MOVE IXR-P-NO      TO XR-P-NO
              MOVE IXR-CUST-CODE TO EXPECTED-VAL
           ELSE
              MOVE 'R'           TO XR-ACTION
              MOVE IXR-CODE      TO XR-CODE
              MOVE IXR-P-NO      TO EXPECTED-VAL
           END-IF

           CALL 'XREFPROG' USING XREF-BLOCK

           IF IXR-IS-OURS
              MOVE XR-CODE TO ACTUAL-VAL
           ELSE
              MOVE XR-P-NO TO ACTUAL-VAL
           END-IF

           CALL 'MSGASSER'
                 USING TEST-CONTEXT, LIB, EXPECTED-VAL, ACTUAL-VAL

           DISPLAY 'LIB :' LIB
           DISPLAY 'RUN ', TESTS-RUN, ',OK ', PASSES,
                                      ',KO ', FAILURES
           DISPLAY L-SEP
           .

       CHECK-FILE-STATUS.
           IF FS-ITMXREF NOT = 0 THEN
              DISPLAY 'ERROR: FILE STATUS: ' FS-ITMXREF
              MOVE 10 TO WS-ABEND-CODE
              PERFORM ABEND-PROG
           END-IF.

       ABEND-PROG.
           DISPLAY 'ABEND CODE : ' WS-ABEND-CODE
           COMPUTE WS-ANO = WS-ANO / WS-VAR.

      ***************************************************************
      *  OWN-CODE-TEST FEEDS A 3-CHARACTER CODE WITH NO ROW AND      *
      *  CHECKS XREFPROG HANDS IT BACK AS OUR OWN P_NO               *
      ***************************************************************
       OWN-CODE-TEST.
           DISPLAY L-SEP
           DISPLAY '---- OWN CODE TEST -----'
           MOVE 'TEST-OWN-CODE' TO LIB
           INITIALIZE XREF-BLOCK
           MOVE 'R'             TO XR-ACTION
           MOVE OWN-CODE        TO XR-CODE

           CALL 'XREFPROG' USING XREF-BLOCK

           MOVE SPACES          TO EXPECTED-VAL ACTUAL-VAL
           STRING 'OWN '   DELIMITED BY SIZE
                  OWN-CODE DELIMITED BY SIZE
             INTO EXPECTED-VAL
           END-STRING
           STRING XR-RESULT DELIMITED BY SIZE
                  XR-P-NO   DELIMITED BY SIZE
             INTO ACTUAL-VAL
           END-STRING
           CALL 'MSGASSER'
                 USING TEST-CONTEXT, LIB, EXPECTED-VAL, ACTUAL-VAL
           DISPLAY 'RUN ', TESTS-RUN, ',OK ', PASSES,
                                      ',KO ', FAILURES
           DISPLAY L-SEP
           .

      ***************************************************************
      *  UNKNOWN-CODE-TEST FEEDS A LONG CODE NO ROW CARRIES AND      *
      *  CHECKS XREFPROG REFUSES IT RATHER THAN GUESS A P_NO         *
      ***************************************************************
       UNKNOWN-CODE-TEST.
           DISPLAY L-SEP
           DISPLAY '---- UNKNOWN CODE TEST -----'
           MOVE 'TEST-UNKNOWN-ITEM-CODE' TO LIB
           INITIALIZE XREF-BLOCK
           MOVE 'R'             TO XR-ACTION
           MOVE UNKNOWN-CODE    TO XR-CODE

           CALL 'XREFPROG' USING XREF-BLOCK

           MOVE 'UNKN'          TO EXPECTED-VAL
           MOVE XR-RESULT       TO ACTUAL-VAL
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
