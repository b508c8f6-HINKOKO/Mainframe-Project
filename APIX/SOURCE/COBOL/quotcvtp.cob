      *      VT*-LAYOUT FEED THAT GATEP AND PART2P LOAD LIKE ANY       *
      *      OTHER REGION, CARRYING THE PRICES FROZEN AT QUOTE TIME    *
      *    - ASSIGN ORDER NUMBERS FROM THE RESERVED QUOTE RANGE        *
      *      ('QCVORDER', 8000000-8499999) OF THE NUMBER-RANGE         *
      *      REGISTRY, LIKE THE WEB RANGE                              *
      *    - STAMP THE HDR/TRL SEAL GATEP EXPECTS ON EVERY FEED        *
      *    - PASS ON THE REQUESTED DELIVERY DATE GIVEN WITH THE        *
      *      ACCEPTANCE                                                *
      *    - MARK CONVERTED QUOTES ACCEPTED, AND EXPIRED ONES          *
      *      EXPIRED, ON THE QUOTE MASTER                              *
      ******************************************************************
           SELECT FQUOTES ASSIGN TO FICQUOTES
               FILE STATUS IS FS-QUOTES.
           SELECT FVENTQT ASSIGN TO FVENTQT.
           SELECT FQCVLOG ASSIGN TO FICQCVLOG.

       DATA DIVISION.
       FILE SECTION.
      ** FQUOACC - ONE ACCEPTED QUOTE NUMBER PER LINE, OPTIONALLY   **
      ** FOLLOWED BY THE DELIVERY DATE (YYYY-MM-DD) THE CUSTOMER     **
      ** ASKED FOR ON ACCEPTING IT ; EVERY LINE OF THE QUOTE GETS IT **
       FD FQUOACC.
       01 ENR-QUOACC.
          05 QAC-QUO-NO    PIC 9(6).
          05 FILLER        PIC X(1).
          05 QAC-REQ-DATE  PIC X(10).
          05 FILLER        PIC X(63).

      ** FQUOTES - THE QUOTE MASTER QUOTLDP APPENDS, REWRITTEN IN   **
      ** FULL SO ACCEPTED/EXPIRED STATUSES STICK                    **
          05 QUO-PRICE     PIC 9(3)V9(2).
          05 QUO-EXPIRY    PIC X(10).
          05 QUO-STATUS    PIC X(1).
      ** SHIP-TO CODE THE CONVERTED ORDER DELIVERS TO (SHIPTOK) **
          05 QUO-SHIPTO    PIC X(4).
          05 FILLER        PIC X(38).

      ** FVENTQT - THE CLEAN FEED HANDED TO THE MERGE **
       FD FVENTQT.
       01 ENR-VENTQT      PIC X(80).

       FD FQCVLOG.
       01 ENR-QCVLOG      PIC X(80).

       COPY VTSTRUCT.

      ** RUN-CONTROL LOCK - A SECOND CONCURRENT EXECUTION WOULD      **
      ** PICK UP THE SAME INPUT AND EMIT EVERY DOCUMENT TWICE         **
       77 WS-LOCK-PGM     PIC X(8) VALUE 'QUOTCVTP'.
       77 WS-LOCK-ACTION  PIC X(1) VALUE 'L'.
       77 WS-LOCK-RESULT  PIC X(4) VALUE SPACES.
       77 WS-QUOTES-EOF   PIC 9  VALUE 0.
            88 FF-QUOTES        VALUE 1.
       77 FS-QUOTES       PIC 99 VALUE 0.
       77 WS-ANO          PIC 9  VALUE 0.
       77 WS-ABEND-CODE   PIC 9(02) VALUE 0.

             10 QT-PRICE   PIC 9(3)V9(2).
             10 QT-EXPIRY  PIC X(10).
             10 QT-STATUS  PIC X(1).
             10 QT-SHIPTO  PIC X(4).
       77 QT-CNT          PIC 9(4) VALUE 0.
       77 QT-IDX          PIC 9(4) VALUE 0.
       77 WS-FOUND        PIC 9 VALUE 0.
            88 QUOTE-LIVE      VALUE 1.

      *** NUMEROTATION RESERVEE AUX COMMANDES ISSUES DE DEVIS ***
       COPY NUMRNG.
       77 WS-CUR-O-NO     PIC 9(7) VALUE 0.

      *** SCELLE HDR/TRL DU FEED EMIS ***

           PERFORM GET-RUN-DATE
           PERFORM LOAD-QUOTE-MASTER

           OPEN OUTPUT FVENTQT
           PERFORM WRITE-FEED-HEADER
           CLOSE FVENTQT

           PERFORM REWRITE-QUOTE-MASTER
           PERFORM WRITE-QCV-FOOTER
           CLOSE FQCVLOG
           DISPLAY 'QUOTES CONVERTED  : ' CNT-CONVERTED
                          MOVE QUO-PRICE  TO QT-PRICE(QT-CNT)
                          MOVE QUO-EXPIRY TO QT-EXPIRY(QT-CNT)
                          MOVE QUO-STATUS TO QT-STATUS(QT-CNT)
                          MOVE QUO-SHIPTO TO QT-SHIPTO(QT-CNT)
                       ELSE
                          DISPLAY 'QUOTE TABLE FULL - RUN'
                                  ' REFUSED, RAISE OCCURS'
                 MOVE QT-P-NO(QT-IDX)   TO ENR-P-NO
                 MOVE QT-QTY(QT-IDX)    TO ENR-QUANTITY
                 MOVE QT-PRICE(QT-IDX)  TO ENR-PRICE
                 MOVE QT-SHIPTO(QT-IDX) TO ENR-SHIPTO
                 MOVE QAC-REQ-DATE      TO ENR-REQ-DATE
                 WRITE ENR-VENTQT FROM ENR-VENTE-ST
                 ADD 1 TO CNT-FEED-LINES
                 MOVE 'A' TO QT-STATUS(QT-IDX)
           END-PERFORM
           .

      ** ASSIGN-QUOTE-O-NO - the next number of the converted-    **
      ** quote range, off the registry                            **
       ASSIGN-QUOTE-O-NO.
           INITIALIZE NUMRNG-BLOCK
           MOVE 'QCVORDER' TO NR-RANGE-ID
           MOVE 'N'        TO NR-ACTION
           CALL 'NUMRANGE' USING NUMRNG-BLOCK
           IF NOT NR-OK
              DISPLAY '*** QUOTE ORDER RANGE EXHAUSTED OR UNDEFINED ('
                      NR-RESULT ') ***'
              MOVE 20 TO WS-ABEND-CODE
              DISPLAY 'ABEND CODE : ' WS-ABEND-CODE
              COMPUTE WS-ANO = 1 / WS-ANO
           END-IF
           MOVE NR-NUMBER TO WS-CUR-O-NO
           .

       WRITE-FEED-HEADER.
              MOVE QT-PRICE(QT-IDX)  TO QUO-PRICE
              MOVE QT-EXPIRY(QT-IDX) TO QUO-EXPIRY
              MOVE QT-STATUS(QT-IDX) TO QUO-STATUS
              MOVE QT-SHIPTO(QT-IDX) TO QUO-SHIPTO
              WRITE ENR-QUOTES
           END-PERFORM
           CLOSE FQUOTES
           .


       WRITE-QCV-LOG.
           MOVE QAC-QUO-NO TO LOGREC-REF
