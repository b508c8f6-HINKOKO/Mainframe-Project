       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ERASEP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - ERASE THE PERSONAL DATA OF ONE CLOSED CUSTOMER (A SOLE    *
      *      TRADER'S ERASURE REQUEST) : THE NAME, ADDRESS AND TAX     *
      *      CERTIFICATE ON APIX.CUSTOMERS AND EVERY DELIVERY ADDRESS  *
      *      ON SHIPTOK ARE REPLACED BY A PSEUDONYM, AND THE CUSTOMER  *
      *      IS RETIRED (STATUS 'E')                                   *
      *    - KEEP THE ACCOUNTS WHOLE : AMOUNTS, DATES, INVOICE AND     *
      *      ORDER NUMBERS, AND THE CUSTOMER NUMBER THEY HANG ON, ARE  *
      *      NEVER TOUCHED. THE ORDERS, THE ARCHIVED ORDERS, THE       *
      *      INVOICES AND THE QUOTE MASTER HOLD THE CUSTOMER NUMBER    *
      *      AND SHIP-TO CODE ONLY : THEY ARE CHECKED AND COUNTED, AND *
      *      FROM NOW ON RESOLVE TO THE PSEUDONYM                      *
      *    - REFUSE THE ERASURE (RC 8) WHILE THE CUSTOMER HAS A        *
      *      BALANCE, AN OPEN ITEM, AN OPEN DISPUTE OR UNAPPLIED CASH, *
      *      OR ANY ACTIVITY (ORDER, INVOICE, PAYMENT, QUOTE) INSIDE   *
      *      THE LEGAL RETENTION PERIOD                                *
      *    - LIST THE OUTPUT GENERATIONS STILL CATALOGUED (FICGENCAT)  *
      *      FROM THE CUSTOMER'S ACTIVE YEARS : A REGISTER ARCHIVE     *
      *      HOLDS THE CUSTOMER NUMBER ONLY, ANY OTHER PRINT KEEPS THE *
      *      NAME AS PRINTED AND IS FLAGGED FOR THE DESK TO REVIEW     *
      *    - PRINT THE ERASURE CERTIFICATE (FICERACERT) - OR THE       *
      *      REFUSAL WITH ITS REASONS - AND JOURNAL THE ERASURE        *
      *      THROUGH CTLJRNW                                           *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      CUSTNO=C_NO         THE CUSTOMER TO ERASE (REQUIRED)      *
      *      OPERID=XXXXXXXX     OPERATOR, RIGHT D ON FICAUTH (REQ.)   *
      *      RETYEARS=99         LEGAL RETENTION IN YEARS (DEFAULT 10) *
      *      RUNDATE=YYYY-MM-DD  DEFAULT DATEPROG'S BUSINESS DATE      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIPTOK ASSIGN TO SHIPTOK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHP-KEY
               FILE STATUS IS FS-SHIPTOK.
           SELECT FDISP    ASSIGN TO FICDISP
               FILE STATUS IS FS-DISP.
           SELECT FUNAPP   ASSIGN TO FICUNAPP
               FILE STATUS IS FS-UNAPP.
           SELECT FQUOTES  ASSIGN TO FICQUOTES
               FILE STATUS IS FS-QUOTES.
           SELECT FGENCAT  ASSIGN TO FICGENCAT
               FILE STATUS IS FS-GENCAT.
           SELECT FERACERT ASSIGN TO FICERACERT.

       DATA DIVISION.
       FILE SECTION.
      ** SHIPTOK - SHIP-TO KSDS KEYED BY CUSTOMER + SHIP-TO CODE **
       FD SHIPTOK.
       COPY SHIPTO.

      ** FDISP - THE DISPUTE REGISTER DISPREGP KEEPS ; A ROW WITH NO **
      ** RESOLVED DATE IS A DISPUTE STILL OPEN                       **
       FD FDISP.
       01 ENR-DISP.
          05 DSP-INV-NO    PIC 9(8).
          05 DSP-REASON    PIC X(20).
          05 DSP-RAISED    PIC X(10).
          05 DSP-RESOLVED  PIC X(10).
          05 FILLER        PIC X(32).

      ** FUNAPP - THE UNAPPLIED-CASH LEDGER **
       FD FUNAPP.
       01 ENR-UNAPP.
          05 UNA-C-NO      PIC X(3).
          05 UNA-DATE      PIC X(10).
          05 UNA-AMOUNT    PIC S9(7)V9(2).
          05 FILLER        PIC X(58).

      ** FQUOTES - THE QUOTE MASTER QUOTLDP APPENDS **
       FD FQUOTES.
       01 ENR-QUOTES.
          05 QUO-NO        PIC 9(6).
          05 QUO-LINE      PIC 9(2).
          05 QUO-C-NO      PIC X(3).
          05 QUO-E-NO      PIC X(3).
          05 QUO-P-NO      PIC X(3).
          05 QUO-QTY       PIC S9(5).
          05 QUO-PRICE     PIC 9(3)V9(2).
          05 QUO-EXPIRY    PIC X(10).
          05 QUO-STATUS    PIC X(1).
          05 QUO-SHIPTO    PIC X(4).
          05 FILLER        PIC X(38).

      ** FGENCAT - THE OUTPUT GENERATION CATALOG OUTGENP APPENDS **
       FD FGENCAT.
       01 ENR-GENCAT.
          05 GEN-CLASS     PIC X(8).
          05 GEN-RUNDATE   PIC X(10).
          05 GEN-DSNAME    PIC X(44).
          05 GEN-RETDAYS   PIC 9(3).
          05 GEN-STATUS    PIC X(1).
          05 FILLER        PIC X(14).

      ** FERACERT - THE ERASURE CERTIFICATE **
       FD FERACERT.
       01 ENR-ERACERT     PIC X(100).

       WORKING-STORAGE SECTION.

      ** BATCH-WINDOW INTERLOCK - WHILE RUNCHAIN HOLDS 'CHAINWIN' **
      ** THE BOOKS ARE MID-FLIGHT AND THIS PROGRAM MUST NOT RUN   **
       77 WS-WIN-PGM      PIC X(8) VALUE 'CHAINWIN'.
       77 WS-WIN-ACTION   PIC X(1) VALUE 'Q'.
       77 WS-WIN-RESULT   PIC X(4) VALUE SPACES.
       COPY PARMBLK.

      ** OPERATOR CONTROL - THE OPERID= CARD IS VALIDATED THROUGH **
      ** CTLAUTH AGAINST FICAUTH, AND THE ERASURE LANDS ON THE    **
      ** CENTRAL CONTROL JOURNAL WITH BEFORE/AFTER VALUES         **
       77 AC-OPERID       PIC X(8) VALUE SPACES.
       77 WS-CA-ACTION    PIC X(1) VALUE SPACE.
       77 WS-CA-RESULT    PIC X(4) VALUE SPACES.
       77 WS-JR-PGM       PIC X(8) VALUE 'ERASEP'.
       77 WS-JR-ACTION    PIC X(20) VALUE SPACES.
       77 WS-JR-KEY       PIC X(10) VALUE SPACES.
       77 WS-JR-BEFORE    PIC X(14) VALUE SPACES.
       77 WS-JR-AFTER     PIC X(14) VALUE SPACES.

      *** PARAMETRES ***
       77 AC-C-NO         PIC X(3)  VALUE SPACES.
       77 AC-RET-YEARS    PIC 9(2)  VALUE 10.
       77 AC-RUN-DATE     PIC X(10) VALUE SPACES.

      *** STATUTS ET FINS DE FICHIERS ***
       77 FS-SHIPTOK      PIC 99 VALUE 0.
       77 FS-DISP         PIC 99 VALUE 0.
       77 FS-UNAPP        PIC 99 VALUE 0.
       77 FS-QUOTES       PIC 99 VALUE 0.
       77 FS-GENCAT       PIC 99 VALUE 0.
       77 WS-EOF          PIC 9  VALUE 0.
            88 FF-INPUT         VALUE 1.
       77 WS-SHP-END      PIC 9  VALUE 0.
            88 END-OF-CUSTOMER  VALUE 1.
       01 ED-SQLCODE      PIC +Z(8)9.
       77 WS-ANO          PIC 9 VALUE 0.
       77 WS-ABEND-CODE   PIC 9(02) VALUE 0.

      *** LA PERIODE DE CONSERVATION LEGALE ***
      ** ANY ACTIVITY ON OR AFTER WS-RET-LIMIT IS STILL INSIDE THE  **
      ** RETENTION PERIOD AND BLOCKS THE ERASURE                    **
       01 WS-RET-LIMIT.
          05 WS-RET-YYYY  PIC 9(4).
          05 WS-RET-REST  PIC X(6).
       77 WS-LAST-ACTIVITY  PIC X(10) VALUE SPACES.
       77 WS-FIRST-ACTIVITY PIC X(10) VALUE SPACES.
       77 WS-LAST-SOURCE  PIC X(16) VALUE SPACES.
       77 WS-ACT-MAX      PIC X(10) VALUE SPACES.
       77 WS-ACT-MIN      PIC X(10) VALUE SPACES.
       77 WS-ACT-SOURCE   PIC X(16) VALUE SPACES.

      *** LE CLIENT ***
       77 WS-OLD-STATUS   PIC X(1) VALUE SPACE.
       77 WS-PSEUDONYM    PIC X(30) VALUE SPACES.
       77 WS-PSEUDO-LEN   PIC S9(4) COMP VALUE 0.

      *** LES CONDITIONS DE L'EFFACEMENT ***
       77 WS-REFUSED      PIC X(1) VALUE 'N'.
            88 ERASURE-REFUSED  VALUE 'Y'.
       77 CNT-OPEN-ITEMS  PIC S9(9) COMP VALUE 0.
       77 CNT-DISP-DB2    PIC S9(9) COMP VALUE 0.
       77 CNT-DISP-OPEN   PIC 9(5) VALUE 0.
       77 CNT-UNAPP       PIC 9(5) VALUE 0.
       77 WS-DSP-INV-NO   PIC S9(9) COMP VALUE 0.
       77 WS-DSP-C-NO     PIC X(3) VALUE SPACES.

      *** CE QUI EST CONSERVE OU EFFACE ***
       77 CNT-ORDERS      PIC S9(9) COMP VALUE 0.
       77 CNT-ORD-ARCH    PIC S9(9) COMP VALUE 0.
       77 CNT-INVOICES    PIC S9(9) COMP VALUE 0.
       77 CNT-PAYMENTS    PIC S9(9) COMP VALUE 0.
       77 CNT-QUOTE-LINES PIC 9(7) VALUE 0.
       77 CNT-SHIPTO      PIC 9(5) VALUE 0.
       77 CNT-SHIPTO-KO   PIC 9(5) VALUE 0.
       77 CNT-GEN-REGISTER PIC 9(5) VALUE 0.
       77 CNT-GEN-PRINT   PIC 9(5) VALUE 0.

      ** THE REGISTER ARCHIVE CLASSES REGROLLP CATALOGUES : THEY    **
      ** CARRY THE CUSTOMER NUMBER, NEVER A NAME                    **
       01 REGISTER-CLASSES PIC X(40) VALUE
             'INVREG  SETTLE  STKMOV  COMMREG RCVREG  '.
       01 REGISTER-CLASSES-R REDEFINES REGISTER-CLASSES.
          05 RCL-CLASS     PIC X(8) OCCURS 5 TIMES.
       77 RCL-IDX         PIC S9(4) COMP VALUE 0.
       77 WS-GEN-KIND     PIC X(1) VALUE SPACE.
            88 GEN-IS-REGISTER  VALUE 'R'.

      *** CERTIFICAT D'EFFACEMENT ***
       01 L-CERT-HEAD.
          05 FILLER        PIC X(50) VALUE
                'PERSONAL DATA ERASURE CERTIFICATE'.
          05 L-HEAD-DATE   PIC X(10).
          05 FILLER        PIC X(40) VALUE ALL ' '.
       01 L-CERT-CUST.
          05 FILLER        PIC X(12) VALUE 'CUSTOMER   '.
          05 L-CUST-NO     PIC X(3).
          05 FILLER        PIC X(16) VALUE '     PSEUDONYM  '.
          05 L-CUST-PSEUDO PIC X(30).
          05 FILLER        PIC X(13) VALUE '   OPERATOR  '.
          05 L-CUST-OPER   PIC X(8).
          05 FILLER        PIC X(18) VALUE ALL ' '.
       01 L-CERT-RET.
          05 FILLER        PIC X(12) VALUE 'RETENTION  '.
          05 L-RET-YEARS   PIC Z9.
          05 FILLER        PIC X(34) VALUE
                ' YEARS - ACTIVITY ON OR AFTER '.
          05 L-RET-LIMIT   PIC X(10).
          05 FILLER        PIC X(42) VALUE
                ' KEEPS THE DATA'.
       01 L-CERT-ACT.
          05 FILLER        PIC X(16) VALUE 'FIRST ACTIVITY '.
          05 L-ACT-FIRST   PIC X(10).
          05 FILLER        PIC X(19) VALUE '   LAST ACTIVITY '.
          05 L-ACT-LAST    PIC X(10).
          05 FILLER        PIC X(2)  VALUE ' ('.
          05 L-ACT-SOURCE  PIC X(16).
          05 FILLER        PIC X(1)  VALUE ')'.
          05 FILLER        PIC X(26) VALUE ALL ' '.
       01 L-CERT-SECTION.
          05 L-SECTION     PIC X(60).
          05 FILLER        PIC X(40) VALUE ALL ' '.
       01 L-CERT-COND.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-COND-LABEL  PIC X(40).
          05 L-COND-RESULT PIC X(10).
          05 L-COND-DETAIL PIC X(48).
       01 L-CERT-STORE.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-STORE-NAME  PIC X(18).
          05 L-STORE-ACTION PIC X(16).
          05 L-STORE-COUNT PIC ZZZZZZ9.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-STORE-DETAIL PIC X(55).
       01 L-CERT-GEN.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-GEN-CLASS   PIC X(8).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-GEN-DATE    PIC X(10).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-GEN-DSNAME  PIC X(44).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-GEN-NOTE    PIC X(30).
       01 L-CERT-NOTE.
          05 L-NOTE        PIC X(100).
       01 ED-AMOUNT       PIC -ZZZZZZ9,99.
       01 ED-COUNT        PIC ZZZZZZ9.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE CUS      END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           MOVE 'Q' TO WS-WIN-ACTION
           CALL 'RUNLOCK' USING WS-WIN-PGM WS-WIN-ACTION
                                WS-WIN-RESULT
           IF WS-WIN-RESULT = 'HELD'
              DISPLAY '*** BATCH WINDOW OPEN - MAINTENANCE'
                      ' REFUSED, RERUN AFTER THE CHAIN ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** ERASEP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE 'D' TO WS-CA-ACTION
           CALL 'CTLAUTH' USING AC-OPERID WS-CA-ACTION
                                WS-CA-RESULT
           IF WS-CA-RESULT NOT = 'OK  '
              DISPLAY '*** ERASEP : OPERATOR NOT AUTHORIZED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM READ-CUSTOMER
           IF ERASURE-REFUSED
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT FERACERT
           PERFORM WRITE-CERT-HEADER
           PERFORM CHECK-CONDITIONS
           IF ERASURE-REFUSED
              MOVE SPACES TO ENR-ERACERT
              WRITE ENR-ERACERT
              MOVE SPACES TO L-NOTE
              STRING 'ERASURE REFUSED - NOTHING WAS CHANGED. '
                     'RESUBMIT ONCE EVERY CONDITION ABOVE IS MET'
                     DELIMITED BY SIZE
                INTO L-NOTE
              END-STRING
              WRITE ENR-ERACERT FROM L-CERT-NOTE
              CLOSE FERACERT
              DISPLAY '*** ERASEP : ERASURE OF ' AC-C-NO
                      ' REFUSED - SEE THE CERTIFICATE ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

      ** THE DELIVERY ADDRESSES GO FIRST : A SHIP-TO THAT CANNOT BE  **
      ** REWRITTEN STOPS THE ERASURE WITH THE MASTER UNTOUCHED, SO   **
      ** THE RERUN FINDS THE CUSTOMER STILL OPEN AND REDOES THEM ALL **
           PERFORM ERASE-SHIP-TO-ADDRESSES
           IF CNT-SHIPTO-KO > 0
              EXEC SQL ROLLBACK END-EXEC
              MOVE SPACES TO ENR-ERACERT
              WRITE ENR-ERACERT
              MOVE CNT-SHIPTO-KO TO ED-COUNT
              MOVE SPACES TO L-NOTE
              STRING 'ERASURE STOPPED - ' ED-COUNT
                     ' DELIVERY ADDRESS(ES) NOT REWRITTEN, THE '
                     'CUSTOMER MASTER WAS NOT CHANGED.'
                     DELIMITED BY SIZE
                INTO L-NOTE
              END-STRING
              WRITE ENR-ERACERT FROM L-CERT-NOTE
              MOVE 'SEE THE JOB LOG - RESUBMIT ONCE SHIPTOK IS FREE'
                TO L-NOTE
              WRITE ENR-ERACERT FROM L-CERT-NOTE
              CLOSE FERACERT
              DISPLAY '*** ERASEP : ERASURE OF ' AC-C-NO
                      ' STOPPED - SHIPTOK NOT REWRITTEN ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM ERASE-CUSTOMER-MASTER
           EXEC SQL COMMIT END-EXEC

           MOVE 'PERSONAL DATA ERASED' TO WS-JR-ACTION
           MOVE AC-C-NO           TO WS-JR-KEY
           MOVE WS-LAST-ACTIVITY  TO WS-JR-BEFORE
           MOVE 'STATUS E'        TO WS-JR-AFTER
           PERFORM WRITE-CONTROL-JOURNAL

           PERFORM WRITE-CERT-STORES
           PERFORM LIST-OUTPUT-GENERATIONS
           PERFORM WRITE-CERT-FOOTER
           CLOSE FERACERT

           DISPLAY 'CUSTOMER ERASED       : ' AC-C-NO
           DISPLAY 'SHIP-TO ADDRESSES     : ' CNT-SHIPTO
           DISPLAY 'PRINTS TO REVIEW      : ' CNT-GEN-PRINT
           IF CNT-GEN-PRINT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *** PARAGRAPHS ***
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 4 TO PARM-COUNT
           MOVE 'CUSTNO'   TO PARM-KEYWORD(1)
           MOVE 'X'        TO PARM-TYPE(1)
           MOVE 'Y'        TO PARM-REQUIRED(1)
           MOVE 'OPERID'   TO PARM-KEYWORD(2)
           MOVE 'X'        TO PARM-TYPE(2)
           MOVE 'Y'        TO PARM-REQUIRED(2)
           MOVE 'RETYEARS' TO PARM-KEYWORD(3)
           MOVE 'N'        TO PARM-TYPE(3)
           MOVE 'N'        TO PARM-REQUIRED(3)
           MOVE '10'       TO PARM-DEFAULT(3)
           MOVE 'RUNDATE'  TO PARM-KEYWORD(4)
           MOVE 'D'        TO PARM-TYPE(4)
           MOVE 'N'        TO PARM-REQUIRED(4)
           MOVE SPACES     TO PARM-DEFAULT(4)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              MOVE PARM-VALUE(1)(1:3)  TO AC-C-NO
              MOVE PARM-VALUE(2)(1:8)  TO AC-OPERID
              COMPUTE AC-RET-YEARS = FUNCTION NUMVAL(PARM-VALUE(3))
              MOVE PARM-VALUE(4)(1:10) TO AC-RUN-DATE
              IF AC-RUN-DATE = SPACES
                 CALL 'DATEBISO' USING AC-RUN-DATE
              END-IF
      ** A RETENTION OF NOTHING WOULD ERASE LAST WEEK'S CUSTOMER **
              IF AC-RET-YEARS = 0
                 DISPLAY 'RETYEARS MUST BE AT LEAST 1'
                 SET PARMS-BAD TO TRUE
              END-IF
           END-IF
           .

      ** READ-CUSTOMER - the customer must be on the master and not  **
      ** erased already ; the pseudonym follows from its number      **
       READ-CUSTOMER.
           MOVE AC-C-NO TO CUS-C-NO
           EXEC SQL
              SELECT BALANCE, STATUS
              INTO :CUS-BALANCE, :CUS-STATUS
              FROM APIX.CUSTOMERS
              WHERE C_NO = :CUS-C-NO
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = +100
                 DISPLAY '*** ERASEP : CUSTOMER ' AC-C-NO
                         ' NOT ON THE MASTER ***'
                 SET ERASURE-REFUSED TO TRUE
              WHEN SQLCODE NOT = ZERO
                 PERFORM TEST-SQLCODE
              WHEN CUS-STATUS = 'E'
                 DISPLAY '*** ERASEP : CUSTOMER ' AC-C-NO
                         ' ALREADY ERASED ***'
                 SET ERASURE-REFUSED TO TRUE
           END-EVALUATE
           MOVE CUS-STATUS TO WS-OLD-STATUS
           MOVE SPACES TO WS-PSEUDONYM
           STRING 'ERASED CUSTOMER ' DELIMITED BY SIZE
                  AC-C-NO            DELIMITED BY SIZE
             INTO WS-PSEUDONYM
           END-STRING
           MOVE 19 TO WS-PSEUDO-LEN

           MOVE AC-RUN-DATE       TO WS-RET-LIMIT
           SUBTRACT AC-RET-YEARS FROM WS-RET-YYYY
           .

       WRITE-CERT-HEADER.
           MOVE AC-RUN-DATE TO L-HEAD-DATE
           WRITE ENR-ERACERT FROM L-CERT-HEAD
           MOVE AC-C-NO      TO L-CUST-NO
           MOVE WS-PSEUDONYM TO L-CUST-PSEUDO
           MOVE AC-OPERID    TO L-CUST-OPER
           WRITE ENR-ERACERT FROM L-CERT-CUST
           MOVE AC-RET-YEARS TO L-RET-YEARS
           MOVE WS-RET-LIMIT TO L-RET-LIMIT
           WRITE ENR-ERACERT FROM L-CERT-RET
           .

      ** CHECK-CONDITIONS - every condition is checked and printed,  **
      ** so a refusal lists all that stand in the way at once        **
       CHECK-CONDITIONS.
           PERFORM FIND-ACTIVITY-DATES
           MOVE WS-FIRST-ACTIVITY TO L-ACT-FIRST
           MOVE WS-LAST-ACTIVITY  TO L-ACT-LAST
           MOVE WS-LAST-SOURCE    TO L-ACT-SOURCE
           WRITE ENR-ERACERT FROM L-CERT-ACT
           MOVE SPACES TO ENR-ERACERT
           WRITE ENR-ERACERT
           MOVE 'CONDITIONS FOR ERASURE' TO L-SECTION
           WRITE ENR-ERACERT FROM L-CERT-SECTION

           MOVE 'CUSTOMER BALANCE IS ZERO' TO L-COND-LABEL
           MOVE CUS-BALANCE TO ED-AMOUNT
           MOVE SPACES TO L-COND-DETAIL
           STRING 'BALANCE ' ED-AMOUNT DELIMITED BY SIZE
             INTO L-COND-DETAIL
           END-STRING
           IF CUS-BALANCE = 0
              PERFORM CONDITION-MET
           ELSE
              PERFORM CONDITION-NOT-MET
           END-IF

           MOVE AC-C-NO TO CUS-C-NO
           EXEC SQL
              SELECT COUNT(*)
              INTO :CNT-OPEN-ITEMS
              FROM API10.AR_OPEN_ITEMS
              WHERE C_NO = :CUS-C-NO
                AND OPEN_AMT <> 0
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE 'NO OPEN ITEM' TO L-COND-LABEL
           MOVE CNT-OPEN-ITEMS TO ED-COUNT
           MOVE SPACES TO L-COND-DETAIL
           STRING 'OPEN ITEMS ' ED-COUNT DELIMITED BY SIZE
             INTO L-COND-DETAIL
           END-STRING
           IF CNT-OPEN-ITEMS = 0
              PERFORM CONDITION-MET
           ELSE
              PERFORM CONDITION-NOT-MET
           END-IF

           PERFORM COUNT-OPEN-DISPUTES
           MOVE 'NO OPEN DISPUTE' TO L-COND-LABEL
           MOVE CNT-DISP-OPEN TO ED-COUNT
           MOVE SPACES TO L-COND-DETAIL
           STRING 'DISPUTES STILL OPEN ' ED-COUNT DELIMITED BY SIZE
             INTO L-COND-DETAIL
           END-STRING
           IF CNT-DISP-OPEN = 0
              PERFORM CONDITION-MET
           ELSE
              PERFORM CONDITION-NOT-MET
           END-IF

           PERFORM COUNT-UNAPPLIED-CASH
           MOVE 'NO UNAPPLIED CASH HELD' TO L-COND-LABEL
           MOVE CNT-UNAPP TO ED-COUNT
           MOVE SPACES TO L-COND-DETAIL
           STRING 'UNAPPLIED RECEIPTS ' ED-COUNT DELIMITED BY SIZE
             INTO L-COND-DETAIL
           END-STRING
           IF CNT-UNAPP = 0
              PERFORM CONDITION-MET
           ELSE
              PERFORM CONDITION-NOT-MET
           END-IF

           MOVE 'NO ACTIVITY INSIDE THE RETENTION PERIOD'
             TO L-COND-LABEL
           MOVE SPACES TO L-COND-DETAIL
           STRING 'LAST ' WS-LAST-ACTIVITY ' - LIMIT '
                  WS-RET-LIMIT DELIMITED BY SIZE
             INTO L-COND-DETAIL
           END-STRING
           IF WS-LAST-ACTIVITY < WS-RET-LIMIT
              PERFORM CONDITION-MET
           ELSE
              PERFORM CONDITION-NOT-MET
           END-IF
           .

       CONDITION-MET.
           MOVE 'MET' TO L-COND-RESULT
           WRITE ENR-ERACERT FROM L-CERT-COND
           .

       CONDITION-NOT-MET.
           MOVE 'NOT MET' TO L-COND-RESULT
           WRITE ENR-ERACERT FROM L-CERT-COND
           SET ERASURE-REFUSED TO TRUE
           .

      ** FIND-ACTIVITY-DATES - the first and last date the customer  **
      ** shows up on : live and archived orders, invoices (their     **
      ** last settlement or change), payments and quotes             **
       FIND-ACTIVITY-DATES.
           MOVE SPACES TO WS-LAST-ACTIVITY
           MOVE SPACES TO WS-FIRST-ACTIVITY
           MOVE SPACES TO WS-LAST-SOURCE
           MOVE AC-C-NO TO CUS-C-NO

           EXEC SQL
              SELECT COUNT(*), COALESCE(CHAR(MAX(O_DATE)), ' '),
                     COALESCE(CHAR(MIN(O_DATE)), ' ')
              INTO :CNT-ORDERS, :WS-ACT-MAX, :WS-ACT-MIN
              FROM APIX.ORDERS
              WHERE C_NO = :CUS-C-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE 'ORDER' TO WS-ACT-SOURCE
           PERFORM KEEP-ACTIVITY-DATES

           EXEC SQL
              SELECT COUNT(*), COALESCE(CHAR(MAX(O_DATE)), ' '),
                     COALESCE(CHAR(MIN(O_DATE)), ' ')
              INTO :CNT-ORD-ARCH, :WS-ACT-MAX, :WS-ACT-MIN
              FROM APIX.ORDERS_ARCH
              WHERE C_NO = :CUS-C-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE 'ARCHIVED ORDER' TO WS-ACT-SOURCE
           PERFORM KEEP-ACTIVITY-DATES

           EXEC SQL
              SELECT COUNT(*), COALESCE(CHAR(MAX(LAST_DATE)), ' '),
                     COALESCE(CHAR(MIN(INV_DATE)), ' ')
              INTO :CNT-INVOICES, :WS-ACT-MAX, :WS-ACT-MIN
              FROM API10.AR_INVOICE
              WHERE C_NO = :CUS-C-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE 'INVOICE' TO WS-ACT-SOURCE
           PERFORM KEEP-ACTIVITY-DATES

           EXEC SQL
              SELECT COUNT(*), COALESCE(CHAR(MAX(PAY_DATE)), ' '),
                     COALESCE(CHAR(MIN(PAY_DATE)), ' ')
              INTO :CNT-PAYMENTS, :WS-ACT-MAX, :WS-ACT-MIN
              FROM API10.AR_SETTLE
              WHERE C_NO = :CUS-C-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE 'PAYMENT' TO WS-ACT-SOURCE
           PERFORM KEEP-ACTIVITY-DATES

           PERFORM SCAN-QUOTE-MASTER
           IF WS-LAST-ACTIVITY = SPACES
              MOVE 'NONE ON FILE' TO WS-LAST-SOURCE
           END-IF
           .

      ** KEEP-ACTIVITY-DATES - folds one source's dates into the   **
      ** customer's first and last activity                         **
       KEEP-ACTIVITY-DATES.
           IF WS-ACT-MIN NOT = SPACES AND
              (WS-FIRST-ACTIVITY = SPACES OR
               WS-ACT-MIN < WS-FIRST-ACTIVITY)
              MOVE WS-ACT-MIN TO WS-FIRST-ACTIVITY
           END-IF
           IF WS-ACT-MAX NOT = SPACES AND
              WS-ACT-MAX > WS-LAST-ACTIVITY
              MOVE WS-ACT-MAX TO WS-LAST-ACTIVITY
              MOVE WS-ACT-SOURCE TO WS-LAST-SOURCE
           END-IF
           .

      ** SCAN-QUOTE-MASTER - a quote is activity up to its expiry ;  **
      ** the lines are counted for the certificate                   **
       SCAN-QUOTE-MASTER.
           MOVE 0 TO CNT-QUOTE-LINES
           OPEN INPUT FQUOTES
           IF FS-QUOTES NOT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL FF-INPUT
              READ FQUOTES
                 AT END
                    SET FF-INPUT TO TRUE
                 NOT AT END
                    IF QUO-C-NO = AC-C-NO
                       ADD 1 TO CNT-QUOTE-LINES
                       MOVE QUO-EXPIRY TO WS-ACT-MAX
                       MOVE QUO-EXPIRY TO WS-ACT-MIN
                       MOVE 'QUOTE' TO WS-ACT-SOURCE
                       PERFORM KEEP-ACTIVITY-DATES
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FQUOTES
           .

      ** COUNT-OPEN-DISPUTES - the flag on the open items, and the  **
      ** register's unresolved rows (a disputed invoice may be      **
      ** settled and still argued over)                             **
       COUNT-OPEN-DISPUTES.
           MOVE AC-C-NO TO CUS-C-NO
           EXEC SQL
              SELECT COUNT(*)
              INTO :CNT-DISP-DB2
              FROM API10.AR_OPEN_ITEMS
              WHERE C_NO = :CUS-C-NO
                AND DISPUTE = 'Y'
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE CNT-DISP-DB2 TO CNT-DISP-OPEN

           OPEN INPUT FDISP
           IF FS-DISP NOT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL FF-INPUT
              READ FDISP
                 AT END
                    SET FF-INPUT TO TRUE
                 NOT AT END
                    IF DSP-RESOLVED = SPACES
                       PERFORM CHECK-DISPUTED-INVOICE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FDISP
           .

      ** CHECK-DISPUTED-INVOICE - an open dispute counts when its    **
      ** invoice is the customer's and is no longer an open item     **
      ** (an open item was counted through its flag already)         **
       CHECK-DISPUTED-INVOICE.
           MOVE DSP-INV-NO TO WS-DSP-INV-NO
           EXEC SQL
              SELECT C_NO
              INTO :WS-DSP-C-NO
              FROM API10.AR_INVOICE
              WHERE INV_NO = :WS-DSP-INV-NO
                AND INV_NO NOT IN
                    (SELECT INV_NO FROM API10.AR_OPEN_ITEMS
                     WHERE DISPUTE = 'Y')
           END-EXEC
           IF SQLCODE = ZERO AND WS-DSP-C-NO = AC-C-NO
              ADD 1 TO CNT-DISP-OPEN
           END-IF
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
              PERFORM TEST-SQLCODE
           END-IF
           .

       COUNT-UNAPPLIED-CASH.
           MOVE 0 TO CNT-UNAPP
           OPEN INPUT FUNAPP
           IF FS-UNAPP NOT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL FF-INPUT
              READ FUNAPP
                 AT END
                    SET FF-INPUT TO TRUE
                 NOT AT END
                    IF UNA-C-NO = AC-C-NO AND UNA-AMOUNT NOT = 0
                       ADD 1 TO CNT-UNAPP
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FUNAPP
           .

      ** ERASE-CUSTOMER-MASTER - the personal fields go, the state  **
      ** (the invoices' tax jurisdiction), currency, terms and       **
      ** balance stay ; status 'E' retires the number                **
       ERASE-CUSTOMER-MASTER.
           MOVE AC-C-NO       TO CUS-C-NO
           MOVE WS-PSEUDONYM  TO CUS-COMPANY-TEXT
           MOVE WS-PSEUDO-LEN TO CUS-COMPANY-LEN
           MOVE SPACES        TO CUS-ADDRESS-TEXT
           MOVE 0             TO CUS-ADDRESS-LEN
           MOVE SPACES        TO CUS-CITY-TEXT
           MOVE 0             TO CUS-CITY-LEN
           EXEC SQL
              UPDATE APIX.CUSTOMERS
              SET COMPANY = :CUS-COMPANY,
                  ADDRESS = :CUS-ADDRESS,
                  CITY    = :CUS-CITY,
                  ZIP     = ' ',
                  CERT_NO = ' ',
                  STATUS  = 'E'
              WHERE C_NO = :CUS-C-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           .

      ** ERASE-SHIP-TO-ADDRESSES - every delivery address of the    **
      ** customer ; the code stays (the orders and quotes name it)   **
      ** and so does SHP-STATE, the tax jurisdiction. Only a file    **
      ** never defined (35) means no address is held : one held by   **
      ** the online region, or damaged, stops the run before the     **
      ** master is touched                                           **
       ERASE-SHIP-TO-ADDRESSES.
           MOVE 0 TO CNT-SHIPTO
           OPEN I-O SHIPTOK
           IF FS-SHIPTOK = 35
              DISPLAY 'NO SHIP-TO FILE, NO DELIVERY ADDRESS HELD'
              EXIT PARAGRAPH
           END-IF
           IF FS-SHIPTOK NOT = 0
              DISPLAY 'ERROR: SHIPTOK OPEN, FILE STATUS -> ' FS-SHIPTOK
              EXEC SQL ROLLBACK END-EXEC
              MOVE 20 TO WS-ABEND-CODE
              PERFORM ABEND-PROG
           END-IF
           MOVE 0 TO WS-SHP-END
           MOVE AC-C-NO    TO SHP-C-NO
           MOVE LOW-VALUES TO SHP-CODE
           START SHIPTOK KEY IS NOT LESS THAN SHP-KEY
           EVALUATE FS-SHIPTOK
              WHEN 0
                 PERFORM READ-NEXT-SHIP-TO
              WHEN 23
                 SET END-OF-CUSTOMER TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR: SHIPTOK START, FILE STATUS -> '
                         FS-SHIPTOK
                 EXEC SQL ROLLBACK END-EXEC
                 MOVE 20 TO WS-ABEND-CODE
                 PERFORM ABEND-PROG
           END-EVALUATE
           PERFORM UNTIL END-OF-CUSTOMER
              MOVE WS-PSEUDONYM TO SHP-NAME
              MOVE SPACES       TO SHP-ADDRESS
              MOVE SPACES       TO SHP-CITY
              MOVE SPACES       TO SHP-ZIP
              REWRITE ST-SHIPTO
              IF FS-SHIPTOK = 0
                 ADD 1 TO CNT-SHIPTO
              ELSE
                 DISPLAY 'SHIPTOK REWRITE FAILED : ' SHP-KEY
                         ' ' FS-SHIPTOK
                 ADD 1 TO CNT-SHIPTO-KO
              END-IF
              PERFORM READ-NEXT-SHIP-TO
           END-PERFORM
           CLOSE SHIPTOK
           .

       READ-NEXT-SHIP-TO.
           READ SHIPTOK NEXT RECORD
           IF FS-SHIPTOK NOT = 0 AND FS-SHIPTOK NOT = 10
              DISPLAY 'ERROR: SHIPTOK READ, FILE STATUS -> ' FS-SHIPTOK
              EXEC SQL ROLLBACK END-EXEC
              MOVE 20 TO WS-ABEND-CODE
              PERFORM ABEND-PROG
           END-IF
           IF FS-SHIPTOK NOT = 0 OR SHP-C-NO NOT = AC-C-NO
              SET END-OF-CUSTOMER TO TRUE
           END-IF
           .

       WRITE-CERT-STORES.
           MOVE SPACES TO ENR-ERACERT
           WRITE ENR-ERACERT
           MOVE 'WHERE THE CUSTOMER IS HELD' TO L-SECTION
           WRITE ENR-ERACERT FROM L-CERT-SECTION

           MOVE 'APIX.CUSTOMERS'   TO L-STORE-NAME
           MOVE 'PSEUDONYMISED'    TO L-STORE-ACTION
           MOVE 1                  TO L-STORE-COUNT
           MOVE 'NAME, ADDRESS, CITY, ZIP, TAX CERTIFICATE - STATUS E'
             TO L-STORE-DETAIL
           WRITE ENR-ERACERT FROM L-CERT-STORE

           MOVE 'SHIPTOK'          TO L-STORE-NAME
           MOVE 'PSEUDONYMISED'    TO L-STORE-ACTION
           MOVE CNT-SHIPTO         TO L-STORE-COUNT
           MOVE 'DELIVERY NAME, ADDRESS, CITY, ZIP - CODE KEPT'
             TO L-STORE-DETAIL
           WRITE ENR-ERACERT FROM L-CERT-STORE

           MOVE 'APIX.ORDERS'      TO L-STORE-NAME
           MOVE 'KEPT'             TO L-STORE-ACTION
           MOVE CNT-ORDERS         TO L-STORE-COUNT
           MOVE 'CUSTOMER NUMBER AND SHIP-TO CODE ONLY'
             TO L-STORE-DETAIL
           WRITE ENR-ERACERT FROM L-CERT-STORE

           MOVE 'APIX.ORDERS_ARCH' TO L-STORE-NAME
           MOVE 'KEPT'             TO L-STORE-ACTION
           MOVE CNT-ORD-ARCH       TO L-STORE-COUNT
           MOVE 'CUSTOMER NUMBER AND SHIP-TO CODE ONLY'
             TO L-STORE-DETAIL
           WRITE ENR-ERACERT FROM L-CERT-STORE

           MOVE 'API10.AR_INVOICE' TO L-STORE-NAME
           MOVE 'KEPT'             TO L-STORE-ACTION
           MOVE CNT-INVOICES       TO L-STORE-COUNT
           MOVE 'INVOICE NUMBERS, DATES AND AMOUNTS FOR THE ACCOUNTS'
             TO L-STORE-DETAIL
           WRITE ENR-ERACERT FROM L-CERT-STORE

           MOVE 'API10.AR_SETTLE'  TO L-STORE-NAME
           MOVE 'KEPT'             TO L-STORE-ACTION
           MOVE CNT-PAYMENTS       TO L-STORE-COUNT
           MOVE 'PAYMENT DATES AND AMOUNTS FOR THE ACCOUNTS'
             TO L-STORE-DETAIL
           WRITE ENR-ERACERT FROM L-CERT-STORE

           MOVE 'FICQUOTES'        TO L-STORE-NAME
           MOVE 'KEPT'             TO L-STORE-ACTION
           MOVE CNT-QUOTE-LINES    TO L-STORE-COUNT
           MOVE 'CUSTOMER NUMBER AND SHIP-TO CODE ONLY'
             TO L-STORE-DETAIL
           WRITE ENR-ERACERT FROM L-CERT-STORE
           .

      ** LIST-OUTPUT-GENERATIONS - the catalogued outputs still on  **
      ** file from the customer's first activity on : a register    **
      ** archive is key-only, another print keeps the name printed  **
       LIST-OUTPUT-GENERATIONS.
           MOVE SPACES TO ENR-ERACERT
           WRITE ENR-ERACERT
           MOVE 'CATALOGUED OUTPUTS FROM THE ACTIVE YEARS' TO L-SECTION
           WRITE ENR-ERACERT FROM L-CERT-SECTION
           OPEN INPUT FGENCAT
           IF FS-GENCAT NOT = 0 OR WS-FIRST-ACTIVITY = SPACES
              MOVE '  NONE' TO L-NOTE
              WRITE ENR-ERACERT FROM L-CERT-NOTE
              IF FS-GENCAT = 0
                 CLOSE FGENCAT
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL FF-INPUT
              READ FGENCAT
                 AT END
                    SET FF-INPUT TO TRUE
                 NOT AT END
                    IF GEN-STATUS = 'A' AND
                       GEN-RUNDATE NOT < WS-FIRST-ACTIVITY
                       PERFORM LIST-ONE-GENERATION
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FGENCAT
           IF CNT-GEN-REGISTER + CNT-GEN-PRINT = 0
              MOVE '  NONE' TO L-NOTE
              WRITE ENR-ERACERT FROM L-CERT-NOTE
           END-IF
           .

       LIST-ONE-GENERATION.
           MOVE SPACE TO WS-GEN-KIND
           PERFORM VARYING RCL-IDX FROM 1 BY 1 UNTIL RCL-IDX > 5
              IF RCL-CLASS(RCL-IDX) = GEN-CLASS
                 SET GEN-IS-REGISTER TO TRUE
              END-IF
           END-PERFORM
           MOVE GEN-CLASS   TO L-GEN-CLASS
           MOVE GEN-RUNDATE TO L-GEN-DATE
           MOVE GEN-DSNAME  TO L-GEN-DSNAME
           IF GEN-IS-REGISTER
              MOVE 'KEPT - CUSTOMER NUMBER ONLY' TO L-GEN-NOTE
              ADD 1 TO CNT-GEN-REGISTER
           ELSE
              MOVE 'PRINT - REVIEW FOR THE NAME' TO L-GEN-NOTE
              ADD 1 TO CNT-GEN-PRINT
           END-IF
           WRITE ENR-ERACERT FROM L-CERT-GEN
           .

       WRITE-CERT-FOOTER.
           MOVE SPACES TO ENR-ERACERT
           WRITE ENR-ERACERT
           MOVE SPACES TO L-NOTE
           STRING 'AMOUNTS, DATES, INVOICE AND ORDER NUMBERS ARE '
                  'UNCHANGED. THE CUSTOMER NUMBER NOW RESOLVES TO '
                  'THE PSEUDONYM.'
                  DELIMITED BY SIZE
             INTO L-NOTE
           END-STRING
           WRITE ENR-ERACERT FROM L-CERT-NOTE
           MOVE SPACES TO L-NOTE
           STRING 'ERASED BY ' AC-OPERID ' ON ' AC-RUN-DATE
                  ' - RECORDED ON THE CONTROL JOURNAL'
                  DELIMITED BY SIZE
             INTO L-NOTE
           END-STRING
           WRITE ENR-ERACERT FROM L-CERT-NOTE
           .

      ** WRITE-CONTROL-JOURNAL - one central journal record per    **
      ** action taken, stamped by the CTLAUTH subprogram            **
       WRITE-CONTROL-JOURNAL.
           CALL 'CTLJRNW' USING WS-JR-PGM AC-OPERID WS-JR-ACTION
                                WS-JR-KEY WS-JR-BEFORE WS-JR-AFTER
           MOVE SPACES TO WS-JR-ACTION
           MOVE SPACES TO WS-JR-KEY
           MOVE SPACES TO WS-JR-BEFORE
           MOVE SPACES TO WS-JR-AFTER
           .

       TEST-SQLCODE.
           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                    CONTINUE
               WHEN SQLCODE = +100
                    CONTINUE
               WHEN SQLCODE > ZERO
                    DISPLAY 'WARNING : ' SQLCODE
               WHEN OTHER
                    MOVE SQLCODE TO ED-SQLCODE
                    DISPLAY 'ANOMALIE GRAVE : ' ED-SQLCODE
                    EXEC SQL ROLLBACK END-EXEC
                    MOVE 10 TO WS-ABEND-CODE
                    PERFORM ABEND-PROG
           END-EVALUATE.

       ABEND-PROG.
           DISPLAY 'ABEND CODE : ' WS-ABEND-CODE
           MOVE 16 TO RETURN-CODE
           COMPUTE WS-ANO = 1 / WS-ANO.
