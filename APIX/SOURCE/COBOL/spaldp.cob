       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SPALDP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - LOAD THE SUPPLIER PRICE AGREEMENTS KSDS SUPAGRK FROM ;    *
      *      DELIMITED LINES :                                         *
      *         SNO;PNO;FROM;[TO];QTY1;COST1[;QTY2;COST2[;...]]        *
      *      UP TO FOUR QUANTITY BREAKS, SMALLEST QUANTITY FIRST :     *
      *      FROM QTY1 UNITS ON THE PART COSTS COST1, FROM QTY2 ON     *
      *      COST2, ETC. ; DATES YYYY-MM-DD, AN EMPTY TO BEING AN      *
      *      OPEN-ENDED AGREEMENT                                      *
      *    - CHECK THE SUPPLIER/PART PAIR AGAINST API10.PARTSUPP, THE  *
      *      DATES THROUGH CONVDATE AND THE BREAKS (ASCENDING, EACH    *
      *      WITH A COST)                                              *
      *    - A SECOND LOAD FOR THE SAME PAIR AND START DATE REPLACES   *
      *      THE AGREEMENT ; A NEW START DATE ADDS ONE, WHICH TAKES    *
      *      OVER FROM THAT DAY                                        *
      *    - POWRTP, COSTCMPP AND SUPINVP PRICE THROUGH SPAPROG ;      *
      *      SPAEXPP LISTS THE AGREEMENTS ABOUT TO RUN OUT             *
      *    - LOG REJECTS IN LOADLOG FORMAT                             *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSPAIN ASSIGN TO FICSPAIN.
           SELECT SUPAGRK ASSIGN TO SUPAGRK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPA-KEY
               FILE STATUS IS FS-SUPAGR.
           SELECT FSPALOG ASSIGN TO FICSPALOG.

       DATA DIVISION.
       FILE SECTION.
      ** FSPAIN - THE ; DELIMITED PRICE AGREEMENT INTAKE **
       FD FSPAIN.
       01 ENR-SPAIN.
          05 ENR-SPA-CSV   PIC X(80).

      ** SUPAGRK - SUPPLIER PRICE AGREEMENTS KSDS **
       FD SUPAGRK.
       COPY SUPAGR.

       FD FSPALOG.
       01 ENR-SPALOG      PIC X(80).

       WORKING-STORAGE SECTION.
       01 SPA-HEAD        PIC X(30) VALUE
             "SPALDP PRICE AGREEMENTS LOG".
       01 SPA-FOOT-HEAD   PIC X(28) VALUE "REJECT SUMMARY BY REASON :".
       COPY LOADLOG.

       77 WS-SPAIN-EOF    PIC 9  VALUE 0.
            88 FF-SPAIN         VALUE 1.
       77 FS-SUPAGR       PIC 99 VALUE 0.
       77 CSV-LINE        PIC 9(5) VALUE 0.
       77 VALID-DATA      PIC 9.
          88 DATA-OK          VALUE 1.
          88 DATA-KO          VALUE 0.

      *** CHAMPS PARSES ***
       01 SIN-SNO         PIC X(2).
       01 SIN-PNO         PIC X(3).
       01 SIN-FROM        PIC X(10).
       01 SIN-TO          PIC X(10).
       01 SIN-BREAKS.
          05 SIN-BRK OCCURS 4 TIMES.
             10 SIN-MIN-CSV  PIC X(7).
             10 SIN-COST-CSV PIC X(10).
       77 SIN-IDX         PIC 9(1) VALUE 0.
       77 WS-MIN-QTY      PIC S9(7) VALUE 0.
       77 WS-PREV-MIN     PIC S9(7) VALUE 0.
       77 WS-BRK-COST     PIC S9(5)V9(2) VALUE 0.

      *** CONTROLE CALENDAIRE VIA CONVDATE ***
       77 WS-CK-ISO       PIC X(10) VALUE SPACES.
       77 WS-CK-DATE      PIC X(10) VALUE SPACES.
       77 WS-SLASH-CNT    PIC 9(2) VALUE 0.
       77 WS-DATEPROG     PIC X(8) VALUE 'CONVDATE'.
       77 WS-US-FORMAT    PIC X(2) VALUE 'US'.
       77 WS-DATE-VALID   PIC X(1) VALUE 'Y'.
          88 DATE-IS-VALID    VALUE 'Y'.
       77 WS-OPEN-END     PIC X(10) VALUE '9999-12-31'.

      *** COMPTEURS ***
       77 CNT-LOADED      PIC 9(4) VALUE 0.
       77 CNT-BAD-FORMAT  PIC 9(4) VALUE 0.
       77 CNT-BAD-PAIR    PIC 9(4) VALUE 0.
       77 CNT-BAD-DATE    PIC 9(4) VALUE 0.
       77 CNT-BAD-BREAK   PIC 9(4) VALUE 0.
       77 CNT-TOTAL-REJECTS PIC 9(4) VALUE 0.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE PARTSUPP END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           OPEN OUTPUT FSPALOG
           MOVE "CSV LINE N. " TO LOGREC-LABEL
           WRITE ENR-SPALOG FROM SPA-HEAD

           OPEN I-O SUPAGRK
           IF FS-SUPAGR = 35
      ** FIRST EVER LOAD : THE KSDS DOES NOT EXIST YET **
              OPEN OUTPUT SUPAGRK
              CLOSE SUPAGRK
              OPEN I-O SUPAGRK
           END-IF
           IF FS-SUPAGR NOT = 0
              DISPLAY 'SUPAGRK OPEN FAILED : ' FS-SUPAGR
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT FSPAIN
           PERFORM LECT-SPAIN
           PERFORM UNTIL FF-SPAIN
              SET DATA-OK TO TRUE
              PERFORM TRAIT-ONE-LINE
              PERFORM LECT-SPAIN
           END-PERFORM
           CLOSE FSPAIN
           CLOSE SUPAGRK

           PERFORM WRITE-SPA-FOOTER
           CLOSE FSPALOG
           DISPLAY 'AGREEMENTS LOADED        : ' CNT-LOADED
           DISPLAY 'LINES REJECTED           : ' CNT-TOTAL-REJECTS
           IF CNT-TOTAL-REJECTS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *** PARAGRAPHS ***
       LECT-SPAIN.
           ADD 1 TO CSV-LINE
           READ FSPAIN AT END
              SET FF-SPAIN TO TRUE
              DISPLAY 'FIN FICHIER ACCORDS FOURNISSEURS'
           END-READ.

       TRAIT-ONE-LINE.
           MOVE SPACES TO SIN-SNO SIN-PNO SIN-FROM SIN-TO SIN-BREAKS
           UNSTRING ENR-SPA-CSV DELIMITED BY ';'
              INTO SIN-SNO SIN-PNO SIN-FROM SIN-TO
                   SIN-MIN-CSV(1) SIN-COST-CSV(1)
                   SIN-MIN-CSV(2) SIN-COST-CSV(2)
                   SIN-MIN-CSV(3) SIN-COST-CSV(3)
                   SIN-MIN-CSV(4) SIN-COST-CSV(4)
           END-UNSTRING

           IF SIN-SNO = SPACES OR SIN-PNO = SPACES OR
              SIN-PNO(3:1) NOT = SPACE OR SIN-FROM = SPACES OR
              SIN-MIN-CSV(1) = SPACES OR SIN-COST-CSV(1) = SPACES
              MOVE 'BAD FORMAT/LENGTH' TO LOGREC-MSG
              PERFORM WRITE-SPA-LOG
              ADD 1 TO CNT-BAD-FORMAT
              SET DATA-KO TO TRUE
           END-IF
           IF DATA-OK
              PERFORM CHECK-PAIR
           END-IF
           IF DATA-OK
              PERFORM CHECK-DATES
           END-IF
           IF DATA-OK
              PERFORM CHECK-BREAKS
           END-IF
           IF DATA-OK
              PERFORM LOAD-AGREEMENT-ROW
           END-IF
           .

      ** CHECK-PAIR - an agreement only prices a part the supplier  **
      ** is already known to carry                                  **
       CHECK-PAIR.
           MOVE SIN-SNO      TO PARTSUPP-SNO
           MOVE SIN-PNO(1:2) TO PARTSUPP-PNO
           EXEC SQL
              SELECT COST
              INTO :PARTSUPP-COST
              FROM API10.PARTSUPP
              WHERE SNO = :PARTSUPP-SNO
                AND PNO = :PARTSUPP-PNO
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE 'UNKNOWN SUPP/PART' TO LOGREC-MSG
              PERFORM WRITE-SPA-LOG
              ADD 1 TO CNT-BAD-PAIR
              SET DATA-KO TO TRUE
           END-IF
           .

      ** CHECK-DATES - both real calendar days, the end not before  **
      ** the start ; no end date runs the agreement until further   **
      ** notice                                                     **
       CHECK-DATES.
           MOVE SIN-FROM TO WS-CK-ISO
           PERFORM CHECK-ONE-DATE
           IF DATE-IS-VALID
              IF SIN-TO = SPACES
                 MOVE WS-OPEN-END TO SIN-TO
              ELSE
                 MOVE SIN-TO TO WS-CK-ISO
                 PERFORM CHECK-ONE-DATE
              END-IF
           END-IF
           IF NOT DATE-IS-VALID OR SIN-TO < SIN-FROM
              MOVE 'BAD DATE' TO LOGREC-MSG
              PERFORM WRITE-SPA-LOG
              ADD 1 TO CNT-BAD-DATE
              SET DATA-KO TO TRUE
           END-IF
           .

      ** CHECK-ONE-DATE - THE ISO DATE IS REBUILT AS DD/MM/YYYY AND **
      ** PUSHED THROUGH CONVDATE : AN INVALID CALENDAR DATE COMES   **
      ** BACK WITH ITS '/' UNTOUCHED                                **
       CHECK-ONE-DATE.
           MOVE 'Y' TO WS-DATE-VALID
           IF WS-CK-ISO(5:1) NOT = '-' OR WS-CK-ISO(8:1) NOT = '-'
              MOVE 'N' TO WS-DATE-VALID
           ELSE
              MOVE SPACES TO WS-CK-DATE
              STRING WS-CK-ISO(9:2) DELIMITED BY SIZE
                     '/'            DELIMITED BY SIZE
                     WS-CK-ISO(6:2) DELIMITED BY SIZE
                     '/'            DELIMITED BY SIZE
                     WS-CK-ISO(1:4) DELIMITED BY SIZE
                INTO WS-CK-DATE
              END-STRING
              CALL WS-DATEPROG USING WS-CK-DATE WS-US-FORMAT
              MOVE ZERO TO WS-SLASH-CNT
              INSPECT WS-CK-DATE TALLYING WS-SLASH-CNT FOR ALL '/'
              IF WS-SLASH-CNT > 0
                 MOVE 'N' TO WS-DATE-VALID
              END-IF
           END-IF
           .

      ** CHECK-BREAKS - every break given has a quantity above the  **
      ** one before it and a cost ; a quantity without a cost, or   **
      ** a cost without a quantity, is refused                      **
       CHECK-BREAKS.
           MOVE ZERO TO WS-PREV-MIN
           PERFORM VARYING SIN-IDX FROM 1 BY 1
                   UNTIL SIN-IDX > 4 OR DATA-KO
              IF SIN-MIN-CSV(SIN-IDX) NOT = SPACES OR
                 SIN-COST-CSV(SIN-IDX) NOT = SPACES
                 COMPUTE WS-MIN-QTY =
                    FUNCTION NUMVAL(SIN-MIN-CSV(SIN-IDX))
                 COMPUTE WS-BRK-COST =
                    FUNCTION NUMVAL(SIN-COST-CSV(SIN-IDX))
                 IF WS-MIN-QTY NOT > WS-PREV-MIN OR
                    WS-MIN-QTY > 99999 OR
                    WS-BRK-COST NOT > 0
                    MOVE 'BAD BREAK' TO LOGREC-MSG
                    PERFORM WRITE-SPA-LOG
                    ADD 1 TO CNT-BAD-BREAK
                    SET DATA-KO TO TRUE
                 ELSE
                    MOVE WS-MIN-QTY TO WS-PREV-MIN
                 END-IF
              END-IF
           END-PERFORM
           .

       LOAD-AGREEMENT-ROW.
           MOVE SPACES       TO ST-SUPAGR
           MOVE SIN-PNO(1:2) TO SPA-PNO
           MOVE SIN-SNO      TO SPA-SNO
           MOVE SIN-FROM     TO SPA-FROM
           MOVE SIN-TO       TO SPA-TO
           PERFORM VARYING SIN-IDX FROM 1 BY 1 UNTIL SIN-IDX > 4
              MOVE ZERO TO SPA-MIN-QTY(SIN-IDX) SPA-COST(SIN-IDX)
              IF SIN-MIN-CSV(SIN-IDX) NOT = SPACES
                 COMPUTE SPA-MIN-QTY(SIN-IDX) =
                    FUNCTION NUMVAL(SIN-MIN-CSV(SIN-IDX))
                 COMPUTE SPA-COST(SIN-IDX) =
                    FUNCTION NUMVAL(SIN-COST-CSV(SIN-IDX))
              END-IF
           END-PERFORM
           WRITE ST-SUPAGR
           IF FS-SUPAGR = 22
              REWRITE ST-SUPAGR
           END-IF
           IF FS-SUPAGR NOT = 0
              DISPLAY 'SUPAGRK WRITE FAILED : ' FS-SUPAGR
           ELSE
              ADD 1 TO CNT-LOADED
           END-IF
           .

       WRITE-SPA-LOG.
           COMPUTE LOGREC-REF = CSV-LINE
           MOVE SIN-PNO  TO LOGREC-PNO
           MOVE SPACES   TO LOGREC-DETAIL
           STRING SIN-SNO        DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  SIN-FROM       DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  SIN-TO         DELIMITED BY SIZE
             INTO LOGREC-DETAIL
           END-STRING
           WRITE ENR-SPALOG FROM ST-LOADLOG
           ADD 1 TO CNT-TOTAL-REJECTS
           INITIALIZE ST-LOADLOG
           MOVE "CSV LINE N. " TO LOGREC-LABEL
           .

       WRITE-SPA-FOOTER.
           WRITE ENR-SPALOG FROM SPA-FOOT-HEAD

           MOVE 'BAD FORMAT/LENGTH'  TO LOGREC-FLABEL
           MOVE CNT-BAD-FORMAT       TO LOGREC-FCOUNT
           WRITE ENR-SPALOG FROM ST-LOADLOG-FOOT

           MOVE 'UNKNOWN SUPP/PART'  TO LOGREC-FLABEL
           MOVE CNT-BAD-PAIR         TO LOGREC-FCOUNT
           WRITE ENR-SPALOG FROM ST-LOADLOG-FOOT

           MOVE 'BAD DATE'           TO LOGREC-FLABEL
           MOVE CNT-BAD-DATE         TO LOGREC-FCOUNT
           WRITE ENR-SPALOG FROM ST-LOADLOG-FOOT

           MOVE 'BAD BREAK'          TO LOGREC-FLABEL
           MOVE CNT-BAD-BREAK        TO LOGREC-FCOUNT
           WRITE ENR-SPALOG FROM ST-LOADLOG-FOOT

           MOVE 'ROWS LOADED'        TO LOGREC-FLABEL
           MOVE CNT-LOADED           TO LOGREC-FCOUNT
           WRITE ENR-SPALOG FROM ST-LOADLOG-FOOT

           MOVE 'TOTAL REJECTED'     TO LOGREC-FLABEL
           MOVE CNT-TOTAL-REJECTS    TO LOGREC-FCOUNT
           WRITE ENR-SPALOG FROM ST-LOADLOG-FOOT
           .
