      *      PRODUCT, QUANTITY, FREQUENCY W/M, NEXT-RUN DATE)          *
      *    - EMIT THE ORDERS THAT ARE DUE AS A VT*-LAYOUT FEED FOR     *
      *      THE PART2P MERGE, ORDER NUMBERS OFF THE RESERVED          *
      *      STANDING-ORDER RANGE ('STORDER', 8500000-8999989) OF THE  *
      *      NUMBER-RANGE REGISTRY                                     *
      *    - CARRY THE STANDING ORDER'S SHIP-TO CODE, WHEN IT HAS      *
      *      ONE, ONTO THE GENERATED FEED LINE                         *
      *    - REQUEST DELIVERY THE STANDING ORDER'S LEAD DAYS AFTER     *
      *      THE DAY THE ORDER IS GENERATED                            *
      *    - ADVANCE EACH GENERATED STANDING ORDER'S NEXT-RUN DATE     *
      *      ON THE REWRITTEN FILE                                     *
      *    - SKIP (AND REPORT) DISCONTINUED PRODUCTS AND CUSTOMERS     *
           SELECT FSTANDNEW ASSIGN TO FICSTANDNEW.
           SELECT FVENTSO   ASSIGN TO FVENTSO.
           SELECT FSORPT    ASSIGN TO FICSORPT.

       DATA DIVISION.
       FILE SECTION.
             88 SO-IS-WEEKLY       VALUE 'W'.
             88 SO-IS-MONTHLY      VALUE 'M'.
          05 SO-NEXT-RUN   PIC X(10).
      ** OPTIONAL SHIP-TO CODE (SHIPTOK) - SPACES FOR THE BILL-TO **
          05 SO-SHIPTO     PIC X(4).
      ** DAYS AFTER GENERATION THE CUSTOMER WANTS DELIVERY - ZERO  **
      ** OR BLANK FOR AS SOON AS POSSIBLE                          **
          05 SO-LEAD-DAYS  PIC 9(3).
          05 FILLER        PIC X(51).

      ** FSTANDNEW - THE SAME FILE, NEXT-RUN DATES ADVANCED **
       FD FSTANDNEW.
       FD FSORPT.
       01 ENR-SORPT       PIC X(80).

       WORKING-STORAGE SECTION.
       COPY VTSTRUCT.

       77 STAND-FLAG      PIC 9  VALUE 0.
          88 FF-STAND         VALUE 1.
       77 WS-ANO          PIC 9  VALUE 0.
       77 WS-ABEND-CODE   PIC 9(02) VALUE 0.

      *** NUMEROTATION RESERVEE AUX COMMANDES PERMANENTES ***
       COPY NUMRNG.
       77 WS-CUR-O-NO     PIC 9(7) VALUE 0.

      *** SCELLE HDR/TRL DU FEED EMIS ***
       77 WS-WORK-MM      PIC 9(2).
       77 WS-WORK-JJ      PIC 9(2).

      *** DATE DE LIVRAISON DEMANDEE ***
       77 WS-REQ-INT      PIC 9(8).
       01 WS-REQ-YYYYMMDD PIC 9(8).
       01 WS-REQ-RED REDEFINES WS-REQ-YYYYMMDD.
          05 WS-REQ-AAAA  PIC X(4).
          05 WS-REQ-MM    PIC X(2).
          05 WS-REQ-JJ    PIC X(2).

      *** RAPPORT GENERE / SAUTE ***
       01 L-SO-LINE.
          05 L-SO-CNO     PIC X(3).
       77 CNT-SKIP-LIMIT  PIC 9(4) VALUE 0.

      ** RUN-CONTROL LOCK - A SECOND CONCURRENT EXECUTION WOULD      **
      ** PICK UP THE SAME INPUT AND EMIT EVERY DOCUMENT TWICE         **
       77 WS-LOCK-PGM     PIC X(8) VALUE 'STORDP'.
       77 WS-LOCK-ACTION  PIC X(1) VALUE 'L'.
       77 WS-LOCK-RESULT  PIC X(4) VALUE SPACES.
       PROCEDURE DIVISION.
           PERFORM TAKE-RUN-LOCK
           PERFORM GET-RUN-DATE

           OPEN OUTPUT FSORPT
           WRITE ENR-SORPT FROM L-SO-HEAD
           PERFORM WRITE-FEED-TRAILER
           CLOSE FVENTSO

           CLOSE FSORPT

           DISPLAY 'STANDING ORDERS GENERATED : ' CNT-GENERATED
      ** PRICE LEFT AT ZERO : PART2P BACKFILLS THE CURRENT CATALOG  **
      ** (OR PROMO) PRICE EXACTLY AS IT DOES FOR ANY FEED LINE      **
           MOVE ZERO          TO ENR-PRICE
           MOVE SO-SHIPTO     TO ENR-SHIPTO
           PERFORM SET-REQ-DATE
           WRITE ENR-VENTSO FROM ENR-VENTE-ST
           ADD 1 TO CNT-FEED-LINES
           ADD 1 TO CNT-GENERATED
           PERFORM ADVANCE-NEXT-RUN
           .

      ** SET-REQ-DATE - generation day plus the lead days ; with no **
      ** lead time the line goes out as soon as possible            **
       SET-REQ-DATE.
           IF SO-LEAD-DAYS IS NUMERIC AND SO-LEAD-DAYS > 0
              COMPUTE WS-REQ-YYYYMMDD =
                 (FUNCTION NUMVAL(WS-TODAY-ISO(1:4)) * 10000)
                 + (FUNCTION NUMVAL(WS-TODAY-ISO(6:2)) * 100)
                 +  FUNCTION NUMVAL(WS-TODAY-ISO(9:2))
              COMPUTE WS-REQ-INT =
                 FUNCTION INTEGER-OF-DATE(WS-REQ-YYYYMMDD)
                 + SO-LEAD-DAYS
              COMPUTE WS-REQ-YYYYMMDD =
                 FUNCTION DATE-OF-INTEGER(WS-REQ-INT)
              STRING WS-REQ-AAAA DELIMITED BY SIZE
                     '-'         DELIMITED BY SIZE
                     WS-REQ-MM   DELIMITED BY SIZE
                     '-'         DELIMITED BY SIZE
                     WS-REQ-JJ   DELIMITED BY SIZE
                INTO ENR-REQ-DATE
              END-STRING
           END-IF
           .

      ** ASSIGN-SO-O-NO - the next number of the standing-order  **
      ** range, off the registry : the converted-quote range next  **
      ** door can never hand out the same O_NO                     **
       ASSIGN-SO-O-NO.
           INITIALIZE NUMRNG-BLOCK
           MOVE 'STORDER' TO NR-RANGE-ID
           MOVE 'N'       TO NR-ACTION
           CALL 'NUMRANGE' USING NUMRNG-BLOCK
           IF NOT NR-OK
              DISPLAY '*** STANDING ORDER RANGE EXHAUSTED OR'
                      ' UNDEFINED (' NR-RESULT ') ***'
              MOVE 20 TO WS-ABEND-CODE
              DISPLAY 'ABEND CODE : ' WS-ABEND-CODE
              COMPUTE WS-ANO = 1 / WS-ANO
           END-IF
           MOVE NR-NUMBER TO WS-CUR-O-NO
           .

      ** ADVANCE-NEXT-RUN - WEEKLY MOVES SEVEN DAYS, MONTHLY MOVES  **
           MOVE CNT-FEED-LINES TO FT-COUNT
           WRITE ENR-VENTSO FROM ST-FEED-TRL
           .
