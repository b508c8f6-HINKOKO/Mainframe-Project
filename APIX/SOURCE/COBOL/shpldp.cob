       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SHPLDP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - LOAD CUSTOMER SHIP-TO ADDRESSES INTO THE SHIPTOK KSDS     *
      *      (KEYED C_NO + SHIP-TO CODE) FROM ; DELIMITED LINES :      *
      *         C_NO;CODE;NAME;ADDRESS;CITY;ZIP;STATE                  *
      *      STATE IS A US STATE OR A COUNTRY CODE, AS ON CUSTOMERS    *
      *    - A SECOND LOAD OF THE SAME PAIR REFRESHES THE ROW          *
      *    - THE FEEDS NAME THE CODE ; PICKPKP PRINTS THE ADDRESS AND  *
      *      PART3AP/PART3BP TAX THE INVOICE AT ITS STATE OR COUNTRY   *
      *    - LOG REJECTS IN LOADLOG FORMAT                             *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSHPIN ASSIGN TO FICSHPIN.
           SELECT SHIPTOK ASSIGN TO SHIPTOK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SHP-KEY
               FILE STATUS IS FS-SHIPTOK.
           SELECT FSHPLOG ASSIGN TO FICSHPLOG.

       DATA DIVISION.
       FILE SECTION.
      ** FSHPIN - THE ; DELIMITED SHIP-TO INTAKE **
       FD FSHPIN.
       01 ENR-SHPIN.
          05 ENR-SHP-CSV   PIC X(160).

      ** SHIPTOK - SHIP-TO KSDS KEYED BY CUSTOMER + SHIP-TO CODE **
       FD SHIPTOK.
       COPY SHIPTO.

       FD FSHPLOG.
       01 ENR-SHPLOG      PIC X(80).

       WORKING-STORAGE SECTION.
       01 SHP-HEAD        PIC X(30) VALUE
             "SHPLDP SHIP-TO ADDRESS LOG".
       01 SHP-FOOT-HEAD   PIC X(28) VALUE "REJECT SUMMARY BY REASON :".
       COPY LOADLOG.

       77 WS-SHPIN-EOF    PIC 9  VALUE 0.
            88 FF-SHPIN         VALUE 1.
       77 FS-SHIPTOK      PIC 99 VALUE 0.
       77 CSV-LINE        PIC 9(3) VALUE 0.

      *** CHAMPS PARSES ***
       01 SIN-C-NO        PIC X(3).
       01 SIN-CODE        PIC X(4).
       01 SIN-NAME        PIC X(30).
       01 SIN-ADDRESS     PIC X(50).
       01 SIN-CITY        PIC X(20).
       01 SIN-ZIP         PIC X(10).
       01 SIN-STATE       PIC X(2).

      *** VARIABLES SOUS PROGRAMMES ***
       77 LS-ST-CODE      PIC X(2).
       77 LS-ST-NAME      PIC X(30).

      *** COMPTEURS ***
       77 CNT-LOADED      PIC 9(4) VALUE 0.
       77 CNT-BAD-FORMAT  PIC 9(4) VALUE 0.
       77 CNT-BAD-STATE   PIC 9(4) VALUE 0.
       77 CNT-TOTAL-REJECTS PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           OPEN OUTPUT FSHPLOG
           MOVE "CSV LINE N. " TO LOGREC-LABEL
           WRITE ENR-SHPLOG FROM SHP-HEAD

           OPEN I-O SHIPTOK
           IF FS-SHIPTOK = 35
      ** FIRST EVER LOAD : THE KSDS DOES NOT EXIST YET **
              OPEN OUTPUT SHIPTOK
              CLOSE SHIPTOK
              OPEN I-O SHIPTOK
           END-IF
           IF FS-SHIPTOK NOT = 0
              DISPLAY 'SHIPTOK OPEN FAILED : ' FS-SHIPTOK
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT FSHPIN
           PERFORM LECT-SHPIN
           PERFORM UNTIL FF-SHPIN
              PERFORM TRAIT-ONE-LINE
              PERFORM LECT-SHPIN
           END-PERFORM
           CLOSE FSHPIN
           CLOSE SHIPTOK

           PERFORM WRITE-SHP-FOOTER
           CLOSE FSHPLOG
           DISPLAY 'SHIP-TO ADDRESSES LOADED : ' CNT-LOADED
           DISPLAY 'LINES REJECTED           : ' CNT-TOTAL-REJECTS
           IF CNT-TOTAL-REJECTS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *** PARAGRAPHS ***
       LECT-SHPIN.
           ADD 1 TO CSV-LINE
           READ FSHPIN AT END
              SET FF-SHPIN TO TRUE
              DISPLAY 'FIN FICHIER ADRESSES DE LIVRAISON'
           END-READ.

       TRAIT-ONE-LINE.
           MOVE SPACES TO SIN-C-NO SIN-CODE SIN-NAME SIN-ADDRESS
           MOVE SPACES TO SIN-CITY SIN-ZIP SIN-STATE
           UNSTRING ENR-SHP-CSV DELIMITED BY ';'
              INTO SIN-C-NO SIN-CODE SIN-NAME SIN-ADDRESS
                   SIN-CITY SIN-ZIP SIN-STATE
           END-UNSTRING

           IF SIN-C-NO = SPACES OR SIN-CODE = SPACES OR
              SIN-NAME = SPACES OR SIN-ADDRESS = SPACES OR
              SIN-CITY = SPACES OR SIN-STATE = SPACES
              MOVE 'BAD FORMAT/LENGTH' TO LOGREC-MSG
              PERFORM WRITE-SHP-LOG
              ADD 1 TO CNT-BAD-FORMAT
           ELSE
              PERFORM CHECK-LOCATION
           END-IF
           .

      ** CHECK-LOCATION - the code is what TAXRATE/CTRYTAX will be  **
      ** read with : STPROG must know it as a state or a country    **
       CHECK-LOCATION.
           MOVE SIN-STATE TO LS-ST-CODE
           MOVE SPACES    TO LS-ST-NAME
           CALL 'STPROG' USING LS-ST-CODE LS-ST-NAME
           IF LS-ST-NAME = 'UNKNOWN LOCATION'
              MOVE 'UNKNOWN STATE/CTRY' TO LOGREC-MSG
              PERFORM WRITE-SHP-LOG
              ADD 1 TO CNT-BAD-STATE
           ELSE
              PERFORM LOAD-ONE-ROW
           END-IF
           .

       LOAD-ONE-ROW.
           MOVE SPACES      TO ST-SHIPTO
           MOVE SIN-C-NO    TO SHP-C-NO
           MOVE SIN-CODE    TO SHP-CODE
           MOVE SIN-NAME    TO SHP-NAME
           MOVE SIN-ADDRESS TO SHP-ADDRESS
           MOVE SIN-CITY    TO SHP-CITY
           MOVE SIN-ZIP     TO SHP-ZIP
           MOVE SIN-STATE   TO SHP-STATE
           WRITE ST-SHIPTO
           IF FS-SHIPTOK = 22
              REWRITE ST-SHIPTO
           END-IF
           IF FS-SHIPTOK = 0
              ADD 1 TO CNT-LOADED
           ELSE
              DISPLAY 'SHIPTOK WRITE FAILED : ' FS-SHIPTOK
           END-IF
           .

       WRITE-SHP-LOG.
           COMPUTE LOGREC-REF = CSV-LINE
           MOVE SIN-C-NO TO LOGREC-PNO
           MOVE SPACES   TO LOGREC-DETAIL
           STRING SIN-CODE  DELIMITED BY SIZE
                  ' '       DELIMITED BY SIZE
                  SIN-STATE DELIMITED BY SIZE
             INTO LOGREC-DETAIL
           END-STRING
           WRITE ENR-SHPLOG FROM ST-LOADLOG
           ADD 1 TO CNT-TOTAL-REJECTS
           INITIALIZE ST-LOADLOG
           MOVE "CSV LINE N. " TO LOGREC-LABEL
           .

       WRITE-SHP-FOOTER.
           WRITE ENR-SHPLOG FROM SHP-FOOT-HEAD

           MOVE 'BAD FORMAT/LENGTH'  TO LOGREC-FLABEL
           MOVE CNT-BAD-FORMAT       TO LOGREC-FCOUNT
           WRITE ENR-SHPLOG FROM ST-LOADLOG-FOOT

           MOVE 'UNKNOWN STATE/CTRY' TO LOGREC-FLABEL
           MOVE CNT-BAD-STATE        TO LOGREC-FCOUNT
           WRITE ENR-SHPLOG FROM ST-LOADLOG-FOOT

           MOVE 'ROWS LOADED'        TO LOGREC-FLABEL
           MOVE CNT-LOADED           TO LOGREC-FCOUNT
           WRITE ENR-SHPLOG FROM ST-LOADLOG-FOOT

           MOVE 'TOTAL REJECTED'     TO LOGREC-FLABEL
           MOVE CNT-TOTAL-REJECTS    TO LOGREC-FCOUNT
           WRITE ENR-SHPLOG FROM ST-LOADLOG-FOOT
           .
