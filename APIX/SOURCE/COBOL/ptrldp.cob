       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PTRLDP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - LOAD THE PRODUCT FOREIGN TRADE ATTRIBUTES INTO THE        *
      *      PRDTRDK KSDS : ONE ; DELIMITED LINE PER PRODUCT,          *
      *         P_NO;CN8;ORIGIN;NETKG   (E.G.  P01;84713000;CN;2,350)  *
      *    - CHECK THE PRODUCT EXISTS, THE COMMODITY CODE IS 8 DIGITS, *
      *      THE ORIGIN IS A COUNTRY STPROG KNOWS AND THE NET MASS OF  *
      *      ONE UNIT IS A POSITIVE NUMBER                             *
      *    - LOG REJECTS IN LOADLOG FORMAT                             *
      *    A SECOND LOAD OF THE SAME PRODUCT REPLACES ITS ATTRIBUTES   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPTR ASSIGN TO FICPTR.
           SELECT PRDTRDK ASSIGN TO PRDTRDK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PTR-P-NO
               FILE STATUS IS FS-PRDTRDK.
           SELECT FPTRLOG ASSIGN TO FICPTRLOG.

       DATA DIVISION.
       FILE SECTION.
      ** FPTR - THE ; DELIMITED TRADE ATTRIBUTE INTAKE **
       FD FPTR.
       01 ENR-PTR.
          05 ENR-PTR-CSV   PIC X(80).

      ** PRDTRDK - PRODUCT TRADE ATTRIBUTES INTRASTP READS **
       FD PRDTRDK.
       COPY PRDTRD.

       FD FPTRLOG.
       01 ENR-PTRLOG      PIC X(80).

       WORKING-STORAGE SECTION.
       01 PTR-HEAD        PIC X(34) VALUE
             "PTRLDP PRODUCT TRADE DATA LOAD LOG".
       01 PTR-FOOT-HEAD   PIC X(28) VALUE "REJECT SUMMARY BY REASON :".
       COPY LOADLOG.

       77 WS-PTR-EOF      PIC 9  VALUE 0.
            88 FF-PTR           VALUE 1.
       77 FS-PRDTRDK      PIC 99 VALUE 0.
       77 CSV-LINE        PIC 9(3) VALUE 0.

      *** CHAMPS PARSES ***
       01 PTR-IN-P-NO     PIC X(3).
       01 PTR-IN-CN8      PIC X(8).
       01 PTR-IN-ORIGIN   PIC X(2).
       01 PTR-IN-NETKG    PIC X(12).
       01 PTR-IN-KG       PIC 9(5)V9(3).

      *** VALIDATION DU CODE PAYS VIA STPROG/COUNTRYK ***
       77 WS-STPROG       PIC X(8) VALUE 'STPROG'.
       77 LS-ST-CODE      PIC X(2).
       77 LS-ST-NAME      PIC X(30).

      *** COMPTEURS ***
       77 CNT-LOADED      PIC 9(4) VALUE 0.
       77 CNT-BAD-FORMAT  PIC 9(4) VALUE 0.
       77 CNT-BAD-PRODUCT PIC 9(4) VALUE 0.
       77 CNT-BAD-CN8     PIC 9(4) VALUE 0.
       77 CNT-BAD-ORIGIN  PIC 9(4) VALUE 0.
       77 CNT-BAD-MASS    PIC 9(4) VALUE 0.
       77 CNT-TOTAL-REJECTS PIC 9(4) VALUE 0.
       77 ED-SQLCODE      PIC -ZZ9.

      ***********************************************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE PRO      END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           OPEN OUTPUT FPTRLOG
           MOVE "CSV LINE N. " TO LOGREC-LABEL
           WRITE ENR-PTRLOG FROM PTR-HEAD

           OPEN I-O PRDTRDK
           IF FS-PRDTRDK = 35
      ** FIRST EVER LOAD : THE KSDS DOES NOT EXIST YET **
              OPEN OUTPUT PRDTRDK
              CLOSE PRDTRDK
              OPEN I-O PRDTRDK
           END-IF
           IF FS-PRDTRDK NOT = 0
              DISPLAY 'PRDTRDK OPEN FAILED : ' FS-PRDTRDK
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT FPTR
           PERFORM LECT-PTR
           PERFORM UNTIL FF-PTR
              PERFORM TRAIT-ONE-LINE
              PERFORM LECT-PTR
           END-PERFORM
           CLOSE FPTR
           CLOSE PRDTRDK

           PERFORM WRITE-PTR-FOOTER
           CLOSE FPTRLOG
           DISPLAY 'TRADE ROWS LOADED : ' CNT-LOADED
           DISPLAY 'LINES REJECTED    : ' CNT-TOTAL-REJECTS
           IF CNT-TOTAL-REJECTS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *** PARAGRAPHS ***
       LECT-PTR.
           ADD 1 TO CSV-LINE
           READ FPTR AT END
              SET FF-PTR TO TRUE
              DISPLAY 'FIN FICHIER ATTRIBUTS COMMERCE'
           END-READ.

       TRAIT-ONE-LINE.
           MOVE SPACES TO PTR-IN-P-NO PTR-IN-CN8 PTR-IN-ORIGIN
                          PTR-IN-NETKG
           UNSTRING ENR-PTR-CSV DELIMITED BY ';'
              INTO PTR-IN-P-NO PTR-IN-CN8 PTR-IN-ORIGIN PTR-IN-NETKG
           END-UNSTRING

           IF PTR-IN-P-NO = SPACES OR PTR-IN-CN8 = SPACES
              OR PTR-IN-ORIGIN = SPACES OR PTR-IN-NETKG = SPACES
              MOVE 'BAD FORMAT/LENGTH' TO LOGREC-MSG
              PERFORM WRITE-PTR-LOG
              ADD 1 TO CNT-BAD-FORMAT
              EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-PRODUCT
           IF SQLCODE NOT = ZERO
              MOVE 'UNKNOWN PRODUCT' TO LOGREC-MSG
              PERFORM WRITE-PTR-LOG
              ADD 1 TO CNT-BAD-PRODUCT
              EXIT PARAGRAPH
           END-IF

           IF PTR-IN-CN8 IS NOT NUMERIC
              MOVE 'BAD COMMODITY CODE' TO LOGREC-MSG
              PERFORM WRITE-PTR-LOG
              ADD 1 TO CNT-BAD-CN8
              EXIT PARAGRAPH
           END-IF

           MOVE PTR-IN-ORIGIN TO LS-ST-CODE
           MOVE SPACES        TO LS-ST-NAME
           CALL WS-STPROG USING LS-ST-CODE LS-ST-NAME
           IF LS-ST-NAME = 'UNKNOWN LOCATION'
              MOVE 'UNKNOWN ORIGIN' TO LOGREC-MSG
              PERFORM WRITE-PTR-LOG
              ADD 1 TO CNT-BAD-ORIGIN
              EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO PTR-IN-KG
           IF FUNCTION TEST-NUMVAL(PTR-IN-NETKG) = 0
              COMPUTE PTR-IN-KG = FUNCTION NUMVAL(PTR-IN-NETKG)
           END-IF
           IF PTR-IN-KG = ZERO
              MOVE 'BAD NET MASS' TO LOGREC-MSG
              PERFORM WRITE-PTR-LOG
              ADD 1 TO CNT-BAD-MASS
              EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-ROW
           .

      ** CHECK-PRODUCT - THE PRODUCT MUST BE ON THE CATALOGUE **
       CHECK-PRODUCT.
           MOVE PTR-IN-P-NO TO PRO-P-NO
           EXEC SQL
              SELECT P_NO
              INTO :PRO-P-NO
              FROM APIX.PRODUCTS
              WHERE P_NO = :PRO-P-NO
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              MOVE SQLCODE TO ED-SQLCODE
              DISPLAY 'PRODUCTS READ FAILED : ' ED-SQLCODE
           END-IF
           .

      ** LOAD-ONE-ROW - a second load of the same product simply    **
      ** refreshes its attributes                                   **
       LOAD-ONE-ROW.
           MOVE SPACES        TO ST-PRDTRD
           MOVE PTR-IN-P-NO   TO PTR-P-NO
           MOVE PTR-IN-CN8    TO PTR-CN8
           MOVE PTR-IN-ORIGIN TO PTR-ORIGIN
           MOVE PTR-IN-KG     TO PTR-NET-KG
           WRITE ST-PRDTRD
           IF FS-PRDTRDK = 22
              REWRITE ST-PRDTRD
           END-IF
           IF FS-PRDTRDK = 0
              ADD 1 TO CNT-LOADED
           ELSE
              DISPLAY 'PRDTRDK WRITE FAILED : ' FS-PRDTRDK
           END-IF
           .

       WRITE-PTR-LOG.
           COMPUTE LOGREC-REF = CSV-LINE
           MOVE PTR-IN-P-NO  TO LOGREC-PNO
           MOVE ENR-PTR-CSV  TO LOGREC-DETAIL
           WRITE ENR-PTRLOG FROM ST-LOADLOG
           ADD 1 TO CNT-TOTAL-REJECTS
           INITIALIZE ST-LOADLOG
           MOVE "CSV LINE N. " TO LOGREC-LABEL
           .

       WRITE-PTR-FOOTER.
           WRITE ENR-PTRLOG FROM PTR-FOOT-HEAD

           MOVE 'BAD FORMAT/LENGTH'  TO LOGREC-FLABEL
           MOVE CNT-BAD-FORMAT       TO LOGREC-FCOUNT
           WRITE ENR-PTRLOG FROM ST-LOADLOG-FOOT

           MOVE 'UNKNOWN PRODUCT'    TO LOGREC-FLABEL
           MOVE CNT-BAD-PRODUCT      TO LOGREC-FCOUNT
           WRITE ENR-PTRLOG FROM ST-LOADLOG-FOOT

           MOVE 'BAD COMMODITY CODE' TO LOGREC-FLABEL
           MOVE CNT-BAD-CN8          TO LOGREC-FCOUNT
           WRITE ENR-PTRLOG FROM ST-LOADLOG-FOOT

           MOVE 'UNKNOWN ORIGIN'     TO LOGREC-FLABEL
           MOVE CNT-BAD-ORIGIN       TO LOGREC-FCOUNT
           WRITE ENR-PTRLOG FROM ST-LOADLOG-FOOT

           MOVE 'BAD NET MASS'       TO LOGREC-FLABEL
           MOVE CNT-BAD-MASS         TO LOGREC-FCOUNT
           WRITE ENR-PTRLOG FROM ST-LOADLOG-FOOT

           MOVE 'ROWS LOADED'        TO LOGREC-FLABEL
           MOVE CNT-LOADED           TO LOGREC-FCOUNT
           WRITE ENR-PTRLOG FROM ST-LOADLOG-FOOT

           MOVE 'TOTAL REJECTED'     TO LOGREC-FLABEL
           MOVE CNT-TOTAL-REJECTS    TO LOGREC-FCOUNT
           WRITE ENR-PTRLOG FROM ST-LOADLOG-FOOT
           .
