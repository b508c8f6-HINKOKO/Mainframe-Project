      *      LOADED ORDER NOT YET FULLY SHIP-CONFIRMED : THE ORDER,    *
      *      THE DELIVERY ADDRESS, AND EACH LINE WITH THE QUANTITY     *
      *      STILL TO PICK (ORDERED LESS ALREADY CONFIRMED)            *
      *    - THE DELIVERY ADDRESS IS THE ORDER'S SHIP-TO (SHIPTOK)     *
      *      WHEN IT NAMES ONE, THE CUSTOMER'S OWN ADDRESS OTHERWISE   *
      *    - ORDERS COME OUT EARLIEST REQUESTED DELIVERY DATE FIRST,   *
      *      AND THE LINES OF AN ORDER IN REQUESTED-DATE ORDER, SO     *
      *      THE FLOOR PICKS WHAT IS DUE SOONEST                       *
      *    - THE WAREHOUSE CONFIRMS SHIPMENTS BACK THROUGH SHIPCFP,    *
      *      AND PART3AP ONLY EXTRACTS WHAT WAS CONFIRMED              *
      ******************************************************************
           SELECT FSHIPREG ASSIGN TO FICSHIPREG
               FILE STATUS IS FS-SHIPREG.
           SELECT FPICK ASSIGN TO FICPICK.
           SELECT SHIPTOK ASSIGN TO SHIPTOK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SHP-KEY
               FILE STATUS IS FS-SHIPTOK.

       DATA DIVISION.
       FILE SECTION.
       FD FPICK.
       01 ENR-PICK        PIC X(80).

      ** SHIPTOK - CUSTOMER SHIP-TO ADDRESSES (SHPLDP) **
       FD SHIPTOK.
       COPY SHIPTO.

       WORKING-STORAGE SECTION.
      *** VARIABLES FONCTION ABEND-PROG ***
       77 WS-ANO PIC 9 VALUE ZERO.
       77 WS-SH-HIT       PIC 9(4) VALUE 0.
       77 WS-TO-PICK      PIC S9(7) VALUE 0.

      *** ADRESSE DE LIVRAISON ***
       77 FS-SHIPTOK      PIC 99 VALUE 0.
       77 SHIPTOK-FLAG    PIC 9  VALUE 0.
            88 SHIPTOK-OPEN     VALUE 1.
       77 WS-SHIP-FOUND   PIC 9  VALUE 0.
            88 SHIP-TO-FOUND    VALUE 1.
       77 LS-ST-CODE      PIC X(2).
       77 LS-ST-NAME      PIC X(30).

      *** RUPTURE DE CONTROLE COMMANDE ***
       77 WS-PREV-O-NO    PIC X(7) VALUE SPACES.
       77 WS-FIRST-REQ    PIC X(10) VALUE SPACES.
       77 WS-ORD-OPEN     PIC 9 VALUE 0.
            88 DOC-OPEN        VALUE 1.
       77 CNT-PICKDOCS    PIC 9(4) VALUE 0.
          05 FILLER        PIC X(3)  VALUE '  |'.
       01 L-PICK-TITLE.
          05 FILLER  PIC X(5)  VALUE '|    '.
          05 FILLER  PIC X(5)  VALUE 'P_NO'.
          05 FILLER  PIC X(26) VALUE 'DESCRIPTION'.
          05 FILLER  PIC X(9)  VALUE 'ORDERED'.
          05 FILLER  PIC X(9)  VALUE 'CONFIRMD'.
          05 FILLER  PIC X(9)  VALUE 'TO PICK'.
          05 FILLER  PIC X(14) VALUE 'DELIVER BY'.
          05 FILLER  PIC X(3)  VALUE '  |'.
       01 L-PICK-ITE.
          05 FILLER        PIC X(5)  VALUE '|    '.
          05 L-ITE-PNO     PIC X(3).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-ITE-DESC    PIC X(24).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-ITE-ORD     PIC -ZZZZ9.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-ITE-CONF    PIC ZZZZZ9.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-ITE-PICK    PIC -ZZZZ9.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-ITE-REQ     PIC X(10).
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 FILLER        PIC X(3)  VALUE '  |'.

      *****************       DB2      ***************
           EXEC SQL
              DECLARE CPICK CURSOR
              FOR
              SELECT I.O_NO, I.P_NO, I.QUANTITY, I.REQ_DATE,
                     P.DESCRIPTION,
                     O.C_NO, C.COMPANY, C.ADDRESS, C.CITY,
                     O.SHIP_TO, F.FIRST_REQ
              FROM APIX.ITEMS I
              JOIN APIX.PRODUCTS P ON P.P_NO = I.P_NO
              JOIN APIX.ORDERS O ON O.O_NO = I.O_NO
              JOIN APIX.CUSTOMERS C ON C.C_NO = O.C_NO
              JOIN (SELECT O_NO, MIN(REQ_DATE) AS FIRST_REQ
                    FROM APIX.ITEMS
                    WHERE QUANTITY > 0
                    GROUP BY O_NO) F ON F.O_NO = I.O_NO
              WHERE I.QUANTITY > 0
              ORDER BY F.FIRST_REQ ASC, I.O_NO ASC,
                       I.REQ_DATE ASC, I.P_NO ASC
           END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           PERFORM LOAD-SHIP-REGISTER
           OPEN INPUT SHIPTOK
           IF FS-SHIPTOK = 0
              SET SHIPTOK-OPEN TO TRUE
           ELSE
              DISPLAY 'NO SHIP-TO FILE, CUSTOMER ADDRESSES ONLY'
           END-IF

           OPEN OUTPUT FPICK
           EXEC SQL OPEN CPICK END-EXEC
              PERFORM CLOSE-PICK-DOC
           END-IF
           CLOSE FPICK
           IF SHIPTOK-OPEN
              CLOSE SHIPTOK
           END-IF

           DISPLAY 'PICK DOCUMENTS PRINTED : ' CNT-PICKDOCS
           DISPLAY 'LINES TO PICK          : ' CNT-PICKLINES
           EXEC SQL
              FETCH CPICK
              INTO :ITE-O-NO, :ITE-P-NO, :ITE-QUANTITY,
                   :ITE-REQ-DATE,
                   :PRO-DESCRIPTION,
                   :ORD-C-NO, :CUS-COMPANY, :CUS-ADDRESS, :CUS-CITY,
                   :ORD-SHIP-TO, :WS-FIRST-REQ
           END-EXEC
           .

           MOVE 'COMPANY       :' TO L-REF-TITLE
           MOVE CUS-COMPANY-TEXT(1:CUS-COMPANY-LEN) TO L-REF-DATA
           WRITE ENR-PICK FROM L-PICK-REF
           MOVE 'DELIVER BY    :' TO L-REF-TITLE
           MOVE WS-FIRST-REQ TO L-REF-DATA
           WRITE ENR-PICK FROM L-PICK-REF
           PERFORM READ-SHIPTO
           IF SHIP-TO-FOUND
              PERFORM WRITE-SHIPTO-ADDRESS
           ELSE
              MOVE 'SHIP TO       :' TO L-REF-TITLE
              MOVE CUS-ADDRESS-TEXT(1:36) TO L-REF-DATA
              WRITE ENR-PICK FROM L-PICK-REF
              MOVE '               ' TO L-REF-TITLE
              MOVE CUS-CITY-TEXT(1:CUS-CITY-LEN) TO L-REF-DATA
              WRITE ENR-PICK FROM L-PICK-REF
           END-IF
           WRITE ENR-PICK FROM L-VIDE
           WRITE ENR-PICK FROM L-PICK-TITLE
           .

      ** READ-SHIPTO - the order's ship-to row ; an unknown code    **
      ** (or no file) ships to the customer's own address           **
       READ-SHIPTO.
           MOVE 0 TO WS-SHIP-FOUND
           IF ORD-SHIP-TO NOT = SPACES AND SHIPTOK-OPEN
              MOVE ORD-C-NO    TO SHP-C-NO
              MOVE ORD-SHIP-TO TO SHP-CODE
              READ SHIPTOK
              IF FS-SHIPTOK = 0
                 SET SHIP-TO-FOUND TO TRUE
              ELSE
                 DISPLAY 'SHIP-TO ' ORD-SHIP-TO ' NOT FOUND FOR ORDER '
                         ITE-O-NO ' - CUSTOMER ADDRESS USED'
              END-IF
           END-IF
           .

      ** WRITE-SHIPTO-ADDRESS - the branch the goods go to : name,  **
      ** street, city and zip, state or country                     **
       WRITE-SHIPTO-ADDRESS.
           MOVE 'SHIP-TO CODE  :' TO L-REF-TITLE
           MOVE ORD-SHIP-TO TO L-REF-DATA
           WRITE ENR-PICK FROM L-PICK-REF
           MOVE 'SHIP TO       :' TO L-REF-TITLE
           MOVE SHP-NAME TO L-REF-DATA
           WRITE ENR-PICK FROM L-PICK-REF
           MOVE '               ' TO L-REF-TITLE
           MOVE SHP-ADDRESS(1:36) TO L-REF-DATA
           WRITE ENR-PICK FROM L-PICK-REF
           MOVE SPACES TO L-REF-DATA
           STRING SHP-CITY DELIMITED BY '  '
                  ', '     DELIMITED BY SIZE
                  SHP-ZIP  DELIMITED BY SIZE
             INTO L-REF-DATA
           END-STRING
           WRITE ENR-PICK FROM L-PICK-REF
           MOVE SHP-STATE TO LS-ST-CODE
           MOVE SPACES    TO LS-ST-NAME
           CALL 'STPROG' USING LS-ST-CODE LS-ST-NAME
           MOVE LS-ST-NAME TO L-REF-DATA
           WRITE ENR-PICK FROM L-PICK-REF
           .

       WRITE-PICK-LINE.
              MOVE ZERO TO L-ITE-CONF
           END-IF
           MOVE WS-TO-PICK TO L-ITE-PICK
           MOVE ITE-REQ-DATE TO L-ITE-REQ
           WRITE ENR-PICK FROM L-PICK-ITE
           .

