       IDENTIFICATION DIVISION.
       PROGRAM-ID.     FINCHGP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - RUN ONCE A MONTH OVER THE AGERPTP MATCHING (FINVREG       *
      *      CUMULATED PER INVOICE, FICSETTLE TAKEN OFF) AND CHARGE    *
      *      INTEREST ON EVERY INVOICE STILL OPEN PAST ITS DUE DATE :  *
      *      OPEN AMOUNT X THE MONTHLY RATE OF THE CUSTOMER'S TERMS    *
      *      CODE (FICTERMS) X DAYS OVERDUE / 30, THE DAYS CAPPED AT   *
      *      30 SO EACH MONTH IS CHARGED ONCE                          *
      *    - LEAVE OUT INVOICES UNDER OPEN DISPUTE (FICDISP), EARLIER  *
      *      FINANCE CHARGES (NO INTEREST ON INTEREST), TAX-EXEMPT     *
      *      CUSTOMERS AND CUSTOMERS FLAGGED ON FICNOFCHG              *
      *    - CUT ONE FINANCE-CHARGE INVOICE PER CUSTOMER, NUMBERED     *
      *      OFF THE 'INVOICE' RANGE OF THE NUMBER-RANGE REGISTRY,     *
      *      WITH ITS OWN FINVREG RECORD (ORDER REF 'FC-YYMM') SO IT   *
      *      AGES, DUNS, PRINTS ON STATEMENTS AND EXPORTS TO THE GL    *
      *      LIKE ANY OTHER INVOICE ; A CUSTOMER ALREADY CHARGED FOR   *
      *      THE MONTH IS NOT CHARGED AGAIN ON A RERUN                 *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      RUNDATE=YYYY-MM-DD  DATE OF THE CHARGE (REQUIRED)         *
      *      NOUPDATE=Y          PRINT ONLY : NO NUMBER DRAWN, NO      *
      *                          REGISTER RECORD (DEFAULT N)           *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINVREG ASSIGN TO FICINVREG
               FILE STATUS IS FS-INVREG.
           SELECT FSETTLE ASSIGN TO FICSETTLE
               FILE STATUS IS FS-SETTLE.
           SELECT FDISP   ASSIGN TO FICDISP
               FILE STATUS IS FS-DISP.
           SELECT FTERMS  ASSIGN TO FICTERMS
               FILE STATUS IS FS-TERMS.
           SELECT FNOFCHG ASSIGN TO FICNOFCHG
               FILE STATUS IS FS-NOFCHG.
           SELECT FFCFACT ASSIGN TO FICFCFACT.

       DATA DIVISION.
       FILE SECTION.
      ** FINVREG - THE INVOICE REGISTER ; READ WHOLE FIRST, THEN    **
      ** EXTENDED WITH THE FINANCE-CHARGE INVOICES                  **
       FD FINVREG.
       01 ENR-INVREG.
          05 IR-INV-NO      PIC 9(8).
          05 IR-O-NO        PIC X(7).
          05 IR-C-NO        PIC X(3).
          05 IR-INV-DATE    PIC X(10).
          05 IR-TOTAL-HT    PIC S9(7)V9(2).
          05 IR-TOTAL-TAX   PIC S9(7)V9(2).
          05 IR-TOTAL-TTC   PIC S9(7)V9(2).
          05 IR-CREDIT-MEMO PIC X(1).
          05 IR-TOTAL-GROSS PIC S9(7)V9(2).
          05 IR-DUE-DATE    PIC X(10).
          05 IR-CURRENCY    PIC X(3).
          05 FILLER         PIC X(2).

      ** FSETTLE - SETTLEMENT LEDGER APPENDED BY PAYAPPP **
       FD FSETTLE.
       01 ENR-SETTLE.
          05 SET-INV-NO    PIC 9(8).
          05 SET-PAY-DATE  PIC X(10).
          05 SET-AMOUNT    PIC S9(7)V9(2).
          05 SET-RELIEF    PIC S9(7)V9(2).
          05 SET-TYPE      PIC X(1).
          05 SET-C-NO      PIC X(3).
          05 FILLER        PIC X(40).

      ** FDISP - THE DISPUTE REGISTER DISPREGP MAINTAINS **
       FD FDISP.
       01 ENR-DISP.
          05 DSP-INV-NO    PIC 9(8).
          05 DSP-REASON    PIC X(20).
          05 DSP-RAISED    PIC X(10).
          05 DSP-RESOLVED  PIC X(10).
          05 FILLER        PIC X(32).

      ** FTERMS - PAYMENT TERMS SCHEDULE SHARED WITH PART3BP ;       **
      ** TRM-FC-PCT IS THE MONTHLY FINANCE-CHARGE RATE OF THE CODE   **
      ** (ZERO = NO INTEREST ON THOSE TERMS)                          **
       FD FTERMS.
       01 ENR-TERMS.
          05 TRM-CODE      PIC X(3).
          05 TRM-NET-DAYS  PIC 9(3).
          05 TRM-DISC-DAYS PIC 9(3).
          05 TRM-DISC-PCT  PIC 9V9(4).
          05 TRM-FC-PCT    PIC 9V9(4).
          05 FILLER        PIC X(61).

      ** FNOFCHG - CUSTOMERS FLAGGED NEVER TO BE CHARGED INTEREST, **
      ** WHATEVER THEIR TERMS                                       **
       FD FNOFCHG.
       01 ENR-NOFCHG.
          05 NOFC-C-NO     PIC X(3).
          05 FILLER        PIC X(77).

      ** FFCFACT - THE FINANCE-CHARGE INVOICE DOCUMENTS **
       FD FFCFACT.
       01 ENR-FCFACT      PIC X(80).

       WORKING-STORAGE SECTION.
      ** RUN-CONTROL LOCK - TWO CONCURRENT RUNS WOULD EACH CHARGE   **
      ** THE SAME MONTH                                             **
       77 WS-LOCK-PGM     PIC X(8) VALUE 'FINCHGP'.
       77 WS-LOCK-ACTION  PIC X(1) VALUE 'L'.
       77 WS-LOCK-RESULT  PIC X(4) VALUE SPACES.

      *** BLOC D'ECHANGE AVEC LE PARSEUR DE CARTES PARAMETRES ***
       COPY PARMBLK.
       77 AC-RUN-DATE     PIC X(10) VALUE SPACES.
       77 WS-NOUPDATE     PIC X(1) VALUE 'N'.
          88 DRY-RUN           VALUE 'Y'.
          88 LIVE-RUN          VALUE 'N'.

       77 WS-INVREG-EOF   PIC 9  VALUE 0.
            88 FF-INVREG         VALUE 1.
       77 WS-SETTLE-EOF   PIC 9  VALUE 0.
            88 FF-SETTLE         VALUE 1.
       77 WS-DISP-EOF     PIC 9  VALUE 0.
            88 FF-DISP           VALUE 1.
       77 WS-TERMS-EOF    PIC 9  VALUE 0.
            88 FF-TERMS          VALUE 1.
       77 WS-NOFCHG-EOF   PIC 9  VALUE 0.
            88 FF-NOFCHG         VALUE 1.
       77 FS-INVREG       PIC 99 VALUE 0.
       77 FS-SETTLE       PIC 99 VALUE 0.
       77 FS-DISP         PIC 99 VALUE 0.
       77 FS-TERMS        PIC 99 VALUE 0.
       77 FS-NOFCHG       PIC 99 VALUE 0.

      *** VARIABLES FONCTION ABEND-PROG ***
       77 WS-ANO PIC 9 VALUE ZERO.
       77 WS-VAR PIC 9 VALUE ZERO.
       77 WS-ABEND-CODE PIC 9(02) VALUE 0.

      *** FACTURES DU REGISTRE, CUMULEES PAR NUMERO ***
       01 INV-TAB.
          05 IT-ENTRY OCCURS 5000 TIMES.
             10 IT-INV-NO   PIC 9(8).
             10 IT-C-NO     PIC X(3).
             10 IT-DUE-DATE PIC X(10).
             10 IT-DAYS     PIC 9(7).
             10 IT-AMOUNT   PIC S9(7)V9(2).
             10 IT-CURRENCY PIC X(3).
             10 IT-FC-FLAG  PIC X(1).
       77 IT-CNT          PIC 9(4) VALUE 0.
       77 IT-IDX          PIC 9(4) VALUE 0.
       77 WS-HIT          PIC 9(4) VALUE 0.

      *** FACTURES EN LITIGE OUVERT ***
       01 DISPUTE-TAB.
          05 DSP-ENTRY OCCURS 500 TIMES PIC 9(8).
       77 DSP-CNT         PIC 9(3) VALUE 0.
       77 DSP-IDX         PIC 9(3) VALUE 0.
       77 WS-DISP-FLAG    PIC 9  VALUE 0.
            88 INV-DISPUTED     VALUE 1.

      *** BAREME DES CONDITIONS DE PAIEMENT ***
       01 TERMS-TAB.
          05 TRT-ENTRY OCCURS 20 TIMES.
             10 TRT-CODE     PIC X(3).
             10 TRT-NET-DAYS PIC 9(3).
             10 TRT-FC-PCT   PIC 9V9(4).
       77 TRT-CNT         PIC 99 VALUE 0.
       77 TRT-IDX         PIC 99 VALUE 0.

      *** CLIENTS EXCLUS DES FRAIS DE RETARD ***
       01 NOFC-TAB.
          05 NFC-ENTRY OCCURS 200 TIMES PIC X(3).
       77 NFC-CNT         PIC 9(3) VALUE 0.
       77 NFC-IDX         PIC 9(3) VALUE 0.

      *** CLIENTS EN RETARD ET CLIENTS DEJA FACTURES CE MOIS ***
       01 CUST-TAB.
          05 CT-ENTRY OCCURS 500 TIMES.
             10 CT-C-NO     PIC X(3).
             10 CT-DONE     PIC X(1).
       77 CT-CNT          PIC 9(3) VALUE 0.
       77 CT-IDX          PIC 9(3) VALUE 0.
       77 WS-CUST-HIT     PIC 9(3) VALUE 0.
       01 CHARGED-TAB.
          05 CHG-ENTRY OCCURS 500 TIMES PIC X(3).
       77 CHG-CNT         PIC 9(3) VALUE 0.
       77 CHG-IDX         PIC 9(3) VALUE 0.
       77 WS-SKIP-FLAG    PIC X(1) VALUE SPACE.
            88 SKIP-NONE        VALUE SPACE.
            88 SKIP-FLAGGED     VALUE 'F'.
            88 SKIP-EXEMPT      VALUE 'E'.
            88 SKIP-CHARGED     VALUE 'C'.
            88 SKIP-NO-RATE     VALUE 'R'.

      *** CLIENT DB2 ***
       77 WS-CUS-C-NO     PIC X(3) VALUE SPACES.
       77 WS-CUS-EXEMPT   PIC X(1) VALUE SPACE.
       77 WS-CUS-TERMS    PIC X(3) VALUE SPACES.
       01 ED-SQLCODE      PIC -ZZZZZZZZ9.

      *** NUMEROTATION PARTAGEE DES FACTURES (PLAGE 'INVOICE') ***
       COPY NUMRNG.
       77 WS-CUR-INV-NO   PIC 9(8) VALUE 0.
       77 ED-INV-NO       PIC Z(7)9.

      *** CALCUL DES FRAIS ***
       77 WS-FC-TAG       PIC X(7) VALUE SPACES.
       77 WS-FC-RATE      PIC 9V9(4) VALUE 0.
       77 WS-NET-DAYS     PIC 9(3) VALUE 0.
       77 WS-LATE-DAYS    PIC S9(7) VALUE 0.
       77 WS-LINE-CHARGE  PIC S9(7)V9(2) VALUE 0.
       77 WS-CUST-CHARGE  PIC S9(7)V9(2) VALUE 0.
       77 WS-CUST-CURR    PIC X(3) VALUE SPACES.
       77 WS-TOT-CHARGED  PIC S9(9)V9(2) VALUE 0.

      *** DATES ***
       77 WS-ISO-DATE     PIC X(10) VALUE SPACES.
       77 WS-DAYS         PIC 9(7) VALUE 0.
       77 WS-ISO-YYYYMMDD PIC 9(8) VALUE 0.
       77 WS-RUN-DAYS     PIC 9(7) VALUE 0.
       77 WS-DUE-INT      PIC 9(7) VALUE 0.
       01 WS-DUE-YYYYMMDD PIC 9(8) VALUE 0.
       01 WS-DUE-RED REDEFINES WS-DUE-YYYYMMDD.
          05 WS-DUE-AAAA  PIC X(4).
          05 WS-DUE-MM    PIC X(2).
          05 WS-DUE-JJ    PIC X(2).
       77 WS-DUE-DATE-ISO PIC X(10) VALUE SPACES.

      *** COMPTEURS ***
       77 CNT-CHARGED     PIC 9(4) VALUE 0.
       77 CNT-SKIP-FLAG   PIC 9(4) VALUE 0.
       77 CNT-SKIP-EXEMPT PIC 9(4) VALUE 0.
       77 CNT-SKIP-DONE   PIC 9(4) VALUE 0.
       77 CNT-SKIP-RATE   PIC 9(4) VALUE 0.
       77 CNT-DISPUTED    PIC 9(4) VALUE 0.
       77 CNT-AR-FAILED   PIC 9(4) VALUE 0.

      *** POSTES OUVERTS DB2 TENUS AU FIL DES ECRITURES (ARPOST) ***
       COPY ARPOST.

      *** LIGNES EDITION, DANS LE STYLE FACTURES.DATA ***
       01 L-TIRET.
          05 FILLER  PIC X(80) VALUE ALL '-'.
       01 L-VIDE.
          05 FILLER  PIC X(3)  VALUE     '|  '.
          05 FILLER  PIC X(74) VALUE ALL ' '.
          05 FILLER  PIC X(3)  VALUE     '  |'.
       01 L-FC-BANNER.
          05 FILLER  PIC X(3)  VALUE     '|  '.
          05 FILLER  PIC X(23) VALUE ALL ' '.
          05 FILLER  PIC X(28) VALUE '** FINANCE CHARGE INVOICE **'.
          05 FILLER  PIC X(23) VALUE ALL ' '.
          05 FILLER  PIC X(3)  VALUE     '  |'.
       01 L-FC-REF.
          05 FILLER        PIC X(3)  VALUE '|  '.
          05 L-REF-TITLE   PIC X(16).
          05 L-REF-DATA    PIC X(36).
          05 FILLER        PIC X(22) VALUE ALL ' '.
          05 FILLER        PIC X(3)  VALUE '  |'.
       01 L-FC-TITLE.
          05 FILLER        PIC X(3)  VALUE '|  '.
          05 FILLER        PIC X(10) VALUE 'INVOICE'.
          05 FILLER        PIC X(12) VALUE 'DUE DATE'.
          05 FILLER        PIC X(6)  VALUE ' DAYS'.
          05 FILLER        PIC X(16) VALUE '   OPEN AMOUNT'.
          05 FILLER        PIC X(14) VALUE '      CHARGE'.
          05 FILLER        PIC X(16) VALUE ALL ' '.
          05 FILLER        PIC X(3)  VALUE '  |'.
       01 L-FC-LINE.
          05 FILLER        PIC X(3)  VALUE '|  '.
          05 L-LIN-INV     PIC Z(7)9.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-LIN-DUE     PIC X(10).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-LIN-DAYS    PIC ZZZ9.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-LIN-OPEN    PIC -ZZZZZZZ9,99.
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 L-LIN-CHARGE  PIC -ZZZZZZ9,99.
          05 FILLER        PIC X(19) VALUE ALL ' '.
          05 FILLER        PIC X(3)  VALUE '  |'.
       01 L-FC-TOTAL.
          05 FILLER        PIC X(3)  VALUE '|  '.
          05 L-TOT-TITLE   PIC X(25).
          05 L-TOT-AMT     PIC -ZZZZZZ9,99.
          05 FILLER        PIC X(38) VALUE ALL ' '.
          05 FILLER        PIC X(3)  VALUE '  |'.
       01 ED-RATE         PIC 9,9999.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** FINCHGP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM TAKE-RUN-LOCK
           MOVE AC-RUN-DATE TO WS-ISO-DATE
           PERFORM DATE-TO-DAYS
           MOVE WS-DAYS TO WS-RUN-DAYS
           MOVE SPACES TO WS-FC-TAG
           STRING 'FC-'              DELIMITED BY SIZE
                  AC-RUN-DATE(3:2)   DELIMITED BY SIZE
                  AC-RUN-DATE(6:2)   DELIMITED BY SIZE
             INTO WS-FC-TAG
           END-STRING

           PERFORM READ-TERMS-SCHEDULE
           PERFORM LOAD-FLAGGED-CUSTOMERS
           PERFORM LOAD-INVOICE-REGISTER
           PERFORM APPLY-SETTLEMENTS
           PERFORM LOAD-OPEN-DISPUTES
           PERFORM FIND-OVERDUE-CUSTOMERS
           IF CT-CNT = 0
              DISPLAY 'NOTHING OVERDUE, NO FINANCE CHARGE TO CUT'
              PERFORM FREE-RUN-LOCK
              GOBACK
           END-IF

           PERFORM PEEK-INVOICE-RANGE
           IF LIVE-RUN
              OPEN EXTEND FINVREG
           END-IF
           OPEN OUTPUT FFCFACT
           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-CNT
              PERFORM CHARGE-ONE-CUSTOMER
           END-PERFORM
           CLOSE FFCFACT
           IF LIVE-RUN
              CLOSE FINVREG
           END-IF

           IF DRY-RUN
              DISPLAY '*** NOUPDATE=Y : NOTHING WRITTEN TO THE'
                      ' REGISTER ***'
           END-IF
           DISPLAY 'CUSTOMERS CHARGED        : ' CNT-CHARGED
           DISPLAY 'TOTAL CHARGED            : ' WS-TOT-CHARGED
           DISPLAY 'DISPUTED INVOICES LEFT   : ' CNT-DISPUTED
           DISPLAY 'SKIPPED, FLAGGED         : ' CNT-SKIP-FLAG
           DISPLAY 'SKIPPED, TAX-EXEMPT      : ' CNT-SKIP-EXEMPT
           DISPLAY 'SKIPPED, ALREADY CHARGED : ' CNT-SKIP-DONE
           DISPLAY 'SKIPPED, NO RATE ON TERMS: ' CNT-SKIP-RATE
           IF CNT-AR-FAILED > 0
              DISPLAY 'OPEN-ITEM POSTINGS FAILED: ' CNT-AR-FAILED
                      ' - RUN ARLOADP MODE=CHECK'
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM FREE-RUN-LOCK
           GOBACK.

      *** PARAGRAPHS ***
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 2 TO PARM-COUNT
           MOVE 'RUNDATE'  TO PARM-KEYWORD(1)
           MOVE 'D'        TO PARM-TYPE(1)
           MOVE 'Y'        TO PARM-REQUIRED(1)
           MOVE 'NOUPDATE' TO PARM-KEYWORD(2)
           MOVE 'X'        TO PARM-TYPE(2)
           MOVE 'N'        TO PARM-REQUIRED(2)
           MOVE 'N'        TO PARM-DEFAULT(2)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              MOVE PARM-VALUE(1)(1:10) TO AC-RUN-DATE
              MOVE PARM-VALUE(2)(1:1)  TO WS-NOUPDATE
           END-IF
           .

       TAKE-RUN-LOCK.
           MOVE 'L' TO WS-LOCK-ACTION
           CALL 'RUNLOCK' USING WS-LOCK-PGM WS-LOCK-ACTION
                                WS-LOCK-RESULT
           IF WS-LOCK-RESULT = 'HELD'
              DISPLAY '*** ' WS-LOCK-PGM ' IS ALREADY RUNNING ***'
              DISPLAY '*** CHECK THE LIVE RUN, OR FREE THE LOCK'
                      ' WITH LOCKRELP AFTER AN ABEND ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           .

       FREE-RUN-LOCK.
           MOVE 'R' TO WS-LOCK-ACTION
           CALL 'RUNLOCK' USING WS-LOCK-PGM WS-LOCK-ACTION
                                WS-LOCK-RESULT
           .

      ** DATE-TO-DAYS - WS-ISO-DATE (YYYY-MM-DD) in, its day number  **
      ** out in WS-DAYS (zero when the date is not a date)           **
       DATE-TO-DAYS.
           MOVE 0 TO WS-DAYS
           IF WS-ISO-DATE(1:4) IS NUMERIC AND
              WS-ISO-DATE(6:2) IS NUMERIC AND
              WS-ISO-DATE(9:2) IS NUMERIC
              COMPUTE WS-ISO-YYYYMMDD =
                 (FUNCTION NUMVAL(WS-ISO-DATE(1:4)) * 10000)
                 + (FUNCTION NUMVAL(WS-ISO-DATE(6:2)) * 100)
                 +  FUNCTION NUMVAL(WS-ISO-DATE(9:2))
              COMPUTE WS-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-ISO-YYYYMMDD)
           END-IF
           .

       READ-TERMS-SCHEDULE.
           OPEN INPUT FTERMS
           IF FS-TERMS = 0
              PERFORM UNTIL FF-TERMS
                 READ FTERMS
                    AT END
                       SET FF-TERMS TO TRUE
                    NOT AT END
                       IF TRT-CNT < 20
                          ADD 1 TO TRT-CNT
                          MOVE TRM-CODE     TO TRT-CODE(TRT-CNT)
                          MOVE TRM-NET-DAYS TO TRT-NET-DAYS(TRT-CNT)
                          IF TRM-FC-PCT IS NUMERIC
                             MOVE TRM-FC-PCT TO TRT-FC-PCT(TRT-CNT)
                          ELSE
                             MOVE ZERO TO TRT-FC-PCT(TRT-CNT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FTERMS
           ELSE
              DISPLAY 'NO TERMS SCHEDULE, NO RATE TO CHARGE'
           END-IF
           .

       LOAD-FLAGGED-CUSTOMERS.
           OPEN INPUT FNOFCHG
           IF FS-NOFCHG = 0
              PERFORM UNTIL FF-NOFCHG
                 READ FNOFCHG
                    AT END
                       SET FF-NOFCHG TO TRUE
                    NOT AT END
                       IF NFC-CNT < 200
                          ADD 1 TO NFC-CNT
                          MOVE NOFC-C-NO TO NFC-ENTRY(NFC-CNT)
                       ELSE
                          DISPLAY 'FLAG TABLE FULL, RAISE OCCURS'
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FNOFCHG
           END-IF
           .

      ** LOAD-INVOICE-REGISTER - amounts cumulate per invoice number ; **
      ** a finance charge already cut for this month marks its        **
      ** customer done                                                **
       LOAD-INVOICE-REGISTER.
           OPEN INPUT FINVREG
           IF FS-INVREG NOT = 0
              DISPLAY 'NO INVOICE REGISTER, NOTHING OVERDUE'
           ELSE
              PERFORM UNTIL FF-INVREG
                 READ FINVREG
                    AT END
                       SET FF-INVREG TO TRUE
                    NOT AT END
                       PERFORM ADD-REGISTER-ROW
                       IF IR-O-NO = WS-FC-TAG AND CHG-CNT < 500
                          ADD 1 TO CHG-CNT
                          MOVE IR-C-NO TO CHG-ENTRY(CHG-CNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FINVREG
           END-IF
           .

       ADD-REGISTER-ROW.
           MOVE 0 TO WS-HIT
           PERFORM VARYING IT-IDX FROM 1 BY 1 UNTIL IT-IDX > IT-CNT
              IF IR-INV-NO = IT-INV-NO(IT-IDX)
                 MOVE IT-IDX TO WS-HIT
              END-IF
           END-PERFORM
           IF WS-HIT > 0
              ADD IR-TOTAL-TTC TO IT-AMOUNT(WS-HIT)
           ELSE
              IF IT-CNT < 5000
                 ADD 1 TO IT-CNT
                 MOVE IR-INV-NO    TO IT-INV-NO(IT-CNT)
                 MOVE IR-C-NO      TO IT-C-NO(IT-CNT)
      ** MONEY IS NOT LATE BEFORE IT IS DUE ; OLD RECORDS WITH NO  **
      ** DUE DATE RUN LATE FROM THE INVOICE DATE, AS IN AGERPTP    **
                 IF IR-DUE-DATE(1:4) IS NUMERIC
                    MOVE IR-DUE-DATE TO IT-DUE-DATE(IT-CNT)
                 ELSE
                    MOVE IR-INV-DATE TO IT-DUE-DATE(IT-CNT)
                 END-IF
                 MOVE IT-DUE-DATE(IT-CNT) TO WS-ISO-DATE
                 PERFORM DATE-TO-DAYS
                 MOVE WS-DAYS      TO IT-DAYS(IT-CNT)
                 MOVE IR-TOTAL-TTC TO IT-AMOUNT(IT-CNT)
                 MOVE IR-CURRENCY  TO IT-CURRENCY(IT-CNT)
                 IF IR-O-NO(1:3) = 'FC-'
                    MOVE 'Y' TO IT-FC-FLAG(IT-CNT)
                 ELSE
                    MOVE 'N' TO IT-FC-FLAG(IT-CNT)
                 END-IF
              ELSE
                 DISPLAY 'REGISTER TABLE FULL, RAISE OCCURS'
              END-IF
           END-IF
           .

       APPLY-SETTLEMENTS.
           OPEN INPUT FSETTLE
           IF FS-SETTLE NOT = 0
              DISPLAY 'NO SETTLEMENT LEDGER, EVERYTHING IS OPEN'
           ELSE
              PERFORM UNTIL FF-SETTLE
                 READ FSETTLE
                    AT END
                       SET FF-SETTLE TO TRUE
                    NOT AT END
                       PERFORM VARYING IT-IDX FROM 1 BY 1
                               UNTIL IT-IDX > IT-CNT
                          IF SET-INV-NO = IT-INV-NO(IT-IDX)
                             SUBTRACT SET-AMOUNT
                                 FROM IT-AMOUNT(IT-IDX)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE FSETTLE
           END-IF
           .

       LOAD-OPEN-DISPUTES.
           OPEN INPUT FDISP
           IF FS-DISP NOT = 0
              DISPLAY 'NO DISPUTE REGISTER, NOTHING DISPUTED'
           ELSE
              PERFORM UNTIL FF-DISP
                 READ FDISP
                    AT END
                       SET FF-DISP TO TRUE
                    NOT AT END
                       IF DSP-RESOLVED = SPACES AND DSP-CNT < 500
                          ADD 1 TO DSP-CNT
                          MOVE DSP-INV-NO TO DSP-ENTRY(DSP-CNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FDISP
           END-IF
           .

       CHECK-DISPUTED.
           MOVE 0 TO WS-DISP-FLAG
           PERFORM VARYING DSP-IDX FROM 1 BY 1 UNTIL DSP-IDX > DSP-CNT
              IF IT-INV-NO(IT-IDX) = DSP-ENTRY(DSP-IDX)
                 SET INV-DISPUTED TO TRUE
              END-IF
           END-PERFORM
           .

      ** FIND-OVERDUE-CUSTOMERS - every customer with at least one   **
      ** chargeable invoice : open, past due, not itself a finance   **
      ** charge, not disputed                                        **
       FIND-OVERDUE-CUSTOMERS.
           PERFORM VARYING IT-IDX FROM 1 BY 1 UNTIL IT-IDX > IT-CNT
              PERFORM CHECK-CHARGEABLE
              IF WS-LATE-DAYS > 0
                 PERFORM FIND-CUSTOMER-ENTRY
              END-IF
              IF INV-DISPUTED
                 ADD 1 TO CNT-DISPUTED
              END-IF
           END-PERFORM
           .

      ** CHECK-CHARGEABLE - the invoice at IT-IDX in, its days late  **
      ** out in WS-LATE-DAYS (zero when it is not to be charged)     **
       CHECK-CHARGEABLE.
           MOVE 0 TO WS-LATE-DAYS
           MOVE 0 TO WS-DISP-FLAG
           IF IT-AMOUNT(IT-IDX) > ZERO AND IT-FC-FLAG(IT-IDX) = 'N'
              AND IT-DAYS(IT-IDX) > 0
              AND IT-DAYS(IT-IDX) < WS-RUN-DAYS
              PERFORM CHECK-DISPUTED
              IF NOT INV-DISPUTED
                 COMPUTE WS-LATE-DAYS = WS-RUN-DAYS - IT-DAYS(IT-IDX)
              END-IF
           END-IF
           .

       FIND-CUSTOMER-ENTRY.
           MOVE 0 TO WS-CUST-HIT
           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-CNT
              IF IT-C-NO(IT-IDX) = CT-C-NO(CT-IDX)
                 MOVE CT-IDX TO WS-CUST-HIT
              END-IF
           END-PERFORM
           IF WS-CUST-HIT = 0
              IF CT-CNT < 500
                 ADD 1 TO CT-CNT
                 MOVE IT-C-NO(IT-IDX) TO CT-C-NO(CT-CNT)
                 MOVE 'N' TO CT-DONE(CT-CNT)
              ELSE
                 DISPLAY 'CUSTOMER TABLE FULL, RAISE OCCURS'
              END-IF
           END-IF
           .

      ** PEEK-INVOICE-RANGE - refuse the run up front when the      **
      ** 'INVOICE' range PART3BP shares is undefined or used up       **
       PEEK-INVOICE-RANGE.
           INITIALIZE NUMRNG-BLOCK
           MOVE 'INVOICE' TO NR-RANGE-ID
           MOVE 'Q'       TO NR-ACTION
           CALL 'NUMRANGE' USING NUMRNG-BLOCK
           IF NR-OK AND NR-NUMBER NOT < NR-HIGH
              MOVE 'EXHS' TO NR-RESULT
           END-IF
           IF NOT NR-OK
              DISPLAY '*** INVOICE RANGE EXHAUSTED OR UNDEFINED ('
                      NR-RESULT ') - RUN REFUSED ***'
              PERFORM FREE-RUN-LOCK
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF NR-NUMBER < NR-LOW
              MOVE NR-LOW TO WS-CUR-INV-NO
           ELSE
              MOVE NR-NUMBER TO WS-CUR-INV-NO
           END-IF
           .

      ** DRAW-INV-NO - next invoice number from the registry ; a dry  **
      ** run only counts on from the last number issued               **
       DRAW-INV-NO.
           IF DRY-RUN
              ADD 1 TO WS-CUR-INV-NO
              EXIT PARAGRAPH
           END-IF
           INITIALIZE NUMRNG-BLOCK
           MOVE 'INVOICE' TO NR-RANGE-ID
           MOVE 'N'       TO NR-ACTION
           CALL 'NUMRANGE' USING NUMRNG-BLOCK
           IF NOT NR-OK
              DISPLAY '*** INVOICE RANGE EXHAUSTED OR UNDEFINED ('
                      NR-RESULT ') - RUN ABANDONED ***'
              MOVE 41 TO WS-ABEND-CODE
              PERFORM ABEND-PROG
           END-IF
           MOVE NR-NUMBER TO WS-CUR-INV-NO
           .

      ** CHARGE-ONE-CUSTOMER - the customer at CT-IDX is checked      **
      ** against the flag file, this month's charges and the master,  **
      ** then charged on each of its chargeable invoices              **
       CHARGE-ONE-CUSTOMER.
           PERFORM CHECK-CUSTOMER-SKIP
           EVALUATE TRUE
              WHEN SKIP-FLAGGED
                 ADD 1 TO CNT-SKIP-FLAG
              WHEN SKIP-CHARGED
                 ADD 1 TO CNT-SKIP-DONE
              WHEN SKIP-EXEMPT
                 ADD 1 TO CNT-SKIP-EXEMPT
              WHEN SKIP-NO-RATE
                 ADD 1 TO CNT-SKIP-RATE
              WHEN OTHER
                 PERFORM COMPUTE-CUSTOMER-CHARGE
                 IF WS-CUST-CHARGE > ZERO
                    PERFORM CUT-CHARGE-INVOICE
                 END-IF
           END-EVALUATE
           .

       CHECK-CUSTOMER-SKIP.
           MOVE SPACE TO WS-SKIP-FLAG
           PERFORM VARYING NFC-IDX FROM 1 BY 1 UNTIL NFC-IDX > NFC-CNT
              IF CT-C-NO(CT-IDX) = NFC-ENTRY(NFC-IDX)
                 SET SKIP-FLAGGED TO TRUE
              END-IF
           END-PERFORM
           IF SKIP-NONE
              PERFORM VARYING CHG-IDX FROM 1 BY 1
                      UNTIL CHG-IDX > CHG-CNT
                 IF CT-C-NO(CT-IDX) = CHG-ENTRY(CHG-IDX)
                    SET SKIP-CHARGED TO TRUE
                 END-IF
              END-PERFORM
           END-IF
           IF SKIP-NONE
              PERFORM READ-CUSTOMER-MASTER
              IF WS-CUS-EXEMPT = 'Y'
                 SET SKIP-EXEMPT TO TRUE
              END-IF
           END-IF
           IF SKIP-NONE
              MOVE ZERO TO WS-FC-RATE
              MOVE 0    TO WS-NET-DAYS
              PERFORM VARYING TRT-IDX FROM 1 BY 1
                      UNTIL TRT-IDX > TRT-CNT
                 IF WS-CUS-TERMS = TRT-CODE(TRT-IDX)
                    MOVE TRT-FC-PCT(TRT-IDX)   TO WS-FC-RATE
                    MOVE TRT-NET-DAYS(TRT-IDX) TO WS-NET-DAYS
                 END-IF
              END-PERFORM
              IF WS-FC-RATE = ZERO
                 SET SKIP-NO-RATE TO TRUE
              END-IF
           END-IF
           .

      ** READ-CUSTOMER-MASTER - the terms code and the tax-exempt   **
      ** flag off CUSTOMERS ; a customer gone from the master is    **
      ** not charged                                                **
       READ-CUSTOMER-MASTER.
           MOVE CT-C-NO(CT-IDX) TO WS-CUS-C-NO
           MOVE SPACE  TO WS-CUS-EXEMPT
           MOVE SPACES TO WS-CUS-TERMS
           EXEC SQL
              SELECT TAX_EXEMPT, TERMS
              INTO :WS-CUS-EXEMPT, :WS-CUS-TERMS
              FROM API10.CUSTOMERS
              WHERE C_NO = :WS-CUS-C-NO
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 CONTINUE
              WHEN SQLCODE = +100
                 DISPLAY 'CUSTOMER ' WS-CUS-C-NO
                         ' NOT ON THE MASTER, NOT CHARGED'
                 MOVE SPACES TO WS-CUS-TERMS
              WHEN OTHER
                 MOVE SQLCODE TO ED-SQLCODE
                 DISPLAY 'ANOMALIE GRAVE : ' ED-SQLCODE
                 MOVE 10 TO WS-ABEND-CODE
                 PERFORM ABEND-PROG
           END-EVALUATE
           .

       COMPUTE-CUSTOMER-CHARGE.
           MOVE ZERO TO WS-CUST-CHARGE
           MOVE SPACES TO WS-CUST-CURR
           PERFORM VARYING IT-IDX FROM 1 BY 1 UNTIL IT-IDX > IT-CNT
              IF IT-C-NO(IT-IDX) = CT-C-NO(CT-IDX)
                 PERFORM CHECK-CHARGEABLE
                 IF WS-LATE-DAYS > 0
                    PERFORM COMPUTE-LINE-CHARGE
                    ADD WS-LINE-CHARGE TO WS-CUST-CHARGE
                    MOVE IT-CURRENCY(IT-IDX) TO WS-CUST-CURR
                 END-IF
              END-IF
           END-PERFORM
           .

       COMPUTE-LINE-CHARGE.
           IF WS-LATE-DAYS > 30
              MOVE 30 TO WS-LATE-DAYS
           END-IF
           COMPUTE WS-LINE-CHARGE ROUNDED =
              IT-AMOUNT(IT-IDX) * WS-FC-RATE * WS-LATE-DAYS / 30
           .

      ** CUT-CHARGE-INVOICE - one document and one register record **
      ** for the customer at CT-IDX                                 **
       CUT-CHARGE-INVOICE.
           PERFORM DRAW-INV-NO
           ADD 1 TO CNT-CHARGED
           ADD WS-CUST-CHARGE TO WS-TOT-CHARGED
           PERFORM COMPUTE-DUE-DATE

           WRITE ENR-FCFACT FROM L-TIRET
           WRITE ENR-FCFACT FROM L-VIDE
           WRITE ENR-FCFACT FROM L-FC-BANNER
           WRITE ENR-FCFACT FROM L-VIDE
           MOVE 'INVOICE NUM   :' TO L-REF-TITLE
           MOVE WS-CUR-INV-NO TO ED-INV-NO
           MOVE ED-INV-NO TO L-REF-DATA
           WRITE ENR-FCFACT FROM L-FC-REF
           MOVE 'INVOICE DATE  :' TO L-REF-TITLE
           MOVE AC-RUN-DATE TO L-REF-DATA
           WRITE ENR-FCFACT FROM L-FC-REF
           MOVE 'CUSTOMER NO   :' TO L-REF-TITLE
           MOVE CT-C-NO(CT-IDX) TO L-REF-DATA
           WRITE ENR-FCFACT FROM L-FC-REF
           MOVE 'MONTHLY RATE  :' TO L-REF-TITLE
           MOVE WS-FC-RATE TO ED-RATE
           MOVE ED-RATE TO L-REF-DATA
           WRITE ENR-FCFACT FROM L-FC-REF
           MOVE 'DUE DATE      :' TO L-REF-TITLE
           MOVE WS-DUE-DATE-ISO TO L-REF-DATA
           WRITE ENR-FCFACT FROM L-FC-REF
           WRITE ENR-FCFACT FROM L-VIDE
           WRITE ENR-FCFACT FROM L-FC-TITLE

           PERFORM VARYING IT-IDX FROM 1 BY 1 UNTIL IT-IDX > IT-CNT
              IF IT-C-NO(IT-IDX) = CT-C-NO(CT-IDX)
                 PERFORM CHECK-CHARGEABLE
                 IF WS-LATE-DAYS > 0
                    MOVE IT-INV-NO(IT-IDX)   TO L-LIN-INV
                    MOVE IT-DUE-DATE(IT-IDX) TO L-LIN-DUE
                    MOVE WS-LATE-DAYS        TO L-LIN-DAYS
                    MOVE IT-AMOUNT(IT-IDX)   TO L-LIN-OPEN
                    PERFORM COMPUTE-LINE-CHARGE
                    MOVE WS-LINE-CHARGE      TO L-LIN-CHARGE
                    WRITE ENR-FCFACT FROM L-FC-LINE
                 END-IF
              END-IF
           END-PERFORM

           WRITE ENR-FCFACT FROM L-VIDE
           MOVE 'FINANCE CHARGE         :' TO L-TOT-TITLE
           MOVE WS-CUST-CHARGE TO L-TOT-AMT
           WRITE ENR-FCFACT FROM L-FC-TOTAL
           WRITE ENR-FCFACT FROM L-VIDE
           WRITE ENR-FCFACT FROM L-TIRET

           IF LIVE-RUN
              PERFORM WRITE-CHARGE-REGISTER
           END-IF
           .

      ** WRITE-CHARGE-REGISTER - interest carries no tax ; the      **
      ** order ref 'FC-YYMM' marks the record as this month's charge**
       WRITE-CHARGE-REGISTER.
           MOVE WS-CUR-INV-NO   TO IR-INV-NO
           MOVE WS-FC-TAG       TO IR-O-NO
           MOVE CT-C-NO(CT-IDX) TO IR-C-NO
           MOVE AC-RUN-DATE     TO IR-INV-DATE
           MOVE WS-CUST-CHARGE  TO IR-TOTAL-HT
           MOVE ZERO            TO IR-TOTAL-TAX
           MOVE WS-CUST-CHARGE  TO IR-TOTAL-TTC
           MOVE ' '             TO IR-CREDIT-MEMO
           MOVE WS-CUST-CHARGE  TO IR-TOTAL-GROSS
           MOVE WS-DUE-DATE-ISO TO IR-DUE-DATE
           MOVE WS-CUST-CURR    TO IR-CURRENCY
           WRITE ENR-INVREG
           MOVE ENR-INVREG TO AP-RECORD
           SET AP-DO-INVOICE  TO TRUE
           SET AP-COMMIT-EACH TO TRUE
           CALL 'ARPOST' USING AR-POST-BLOCK
           IF AP-FAILED
              ADD 1 TO CNT-AR-FAILED
           END-IF
           .

       COMPUTE-DUE-DATE.
           COMPUTE WS-DUE-INT = WS-RUN-DAYS + WS-NET-DAYS
           COMPUTE WS-DUE-YYYYMMDD =
              FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
           MOVE SPACES TO WS-DUE-DATE-ISO
           STRING WS-DUE-AAAA DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  WS-DUE-MM   DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  WS-DUE-JJ   DELIMITED BY SIZE
             INTO WS-DUE-DATE-ISO
           END-STRING
           .

       ABEND-PROG.
           DISPLAY 'ABEND CODE : ' WS-ABEND-CODE
           MOVE 16 TO RETURN-CODE
           COMPUTE WS-ANO = WS-ANO / WS-VAR.
