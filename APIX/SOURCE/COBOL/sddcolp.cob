       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SDDCOLP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - COLLECT BY SEPA DIRECT DEBIT THE INVOICES OF CUSTOMERS    *
      *      HOLDING AN ACTIVE MANDATE (FICMANDATE) INSTEAD OF WAITING *
      *      FOR THEIR REMITTANCE : EVERY EURO INVOICE STILL OPEN      *
      *      (FINVREG LESS FICSETTLE), NOT DISPUTED AND DUE BY THE     *
      *      COLLECTION DATE GOES ON THE BANK'S DIRECT-DEBIT FILE      *
      *      (FICSDDOUT) AND ON THE COLLECTION REGISTER (FICSDDREG)    *
      *    - ON THE BANK'S SETTLEMENT DATE, POST EACH COLLECTION TO    *
      *      FICSETTLE AS A PAYMENT AND RELIEVE CUSTOMERS.BALANCE BY   *
      *      ITS GROSS SHARE, EXACTLY AS PAYAPPP DOES FOR A REMITTANCE *
      *      LINE ; AN INVOICE PAID MEANWHILE BY OTHER MEANS HAS THE   *
      *      EXCESS BANKED TO THE CUSTOMER'S DEPOSIT (FICUNAPP)        *
      *    - TAKE THE BANK'S RETURN FILE (FICSDDRET) : A RETURNED      *
      *      DEBIT REVERSES ITS SETTLEMENT AND ITS RELIEF, SO THE      *
      *      INVOICE IS OPEN AGAIN FOR AGERPTP AND DUNLETP ; IT IS NOT *
      *      PRESENTED AGAIN BY A LATER RUN                            *
      *    - LOG EVERY REJECT AND RETURN TO FICSDDLOG (LOADLOG FORMAT) *
      *                                                                *
      *    A RUN THAT DIED IS SIMPLY RESUBMITTED : COLLECTIONS FOUND   *
      *    POSTED OR REVERSED ON FICSETTLE ARE TAKEN AS DONE           *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      RUNDATE=YYYY-MM-DD   PROCESSING DATE : COLLECTIONS DUE    *
      *                           FOR SETTLEMENT BY THAT DATE POST     *
      *                           (REQUIRED)                           *
      *      COLLDATE=YYYY-MM-DD  CUT A NEW COLLECTION, SETTLED BY     *
      *                           THE BANK ON THAT DATE (OPTIONAL ;    *
      *                           WITHOUT IT THE RUN ONLY POSTS)       *
      *      CREDITOR=ID          SEPA CREDITOR IDENTIFIER CARRIED ON  *
      *                           THE DIRECT-DEBIT FILE HEADER         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FMANDATE ASSIGN TO FICMANDATE
               FILE STATUS IS FS-MANDATE.
           SELECT FINVREG  ASSIGN TO FICINVREG
               FILE STATUS IS FS-INVREG.
           SELECT FSETTLE  ASSIGN TO FICSETTLE
               FILE STATUS IS FS-SETTLE.
           SELECT FUNAPP   ASSIGN TO FICUNAPP
               FILE STATUS IS FS-UNAPP.
           SELECT FDISP    ASSIGN TO FICDISP
               FILE STATUS IS FS-DISP.
           SELECT FSDDREG  ASSIGN TO FICSDDREG
               FILE STATUS IS FS-SDDREG.
           SELECT FSDDRET  ASSIGN TO FICSDDRET
               FILE STATUS IS FS-SDDRET.
           SELECT FSDDOUT  ASSIGN TO FICSDDOUT.
           SELECT FSDDLOG  ASSIGN TO FICSDDLOG.

       DATA DIVISION.
       FILE SECTION.
      ** FMANDATE - ONE DIRECT-DEBIT MANDATE PER CUSTOMER ;          **
      ** MND-STATUS : A=ACTIVE, S=SUSPENDED, R=REVOKED (ONLY ACTIVE  **
      ** MANDATES SIGNED BY THE COLLECTION DATE ARE DEBITED)         **
       FD FMANDATE.
       01 ENR-MANDATE.
          05 MND-C-NO      PIC X(3).
          05 MND-ID        PIC X(35).
          05 MND-IBAN      PIC X(34).
          05 MND-BIC       PIC X(11).
          05 MND-SIGNED    PIC X(10).
          05 MND-STATUS    PIC X(1).
          05 FILLER        PIC X(6).

      ** FINVREG - THE INVOICE REGISTER APPENDED BY PART3BP **
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

      ** FSETTLE - SETTLEMENT LEDGER, SHARED WITH PAYAPPP ; A        **
      ** COLLECTION POSTS AS A PAYMENT ('P') TAGGED WITH ITS INVOICE  **
      ** AND AMOUNT IN SET-REM-INV-NO/SET-REM-AMOUNT ; A RETURN POSTS **
      ** THE SAME RECORD NEGATED                                      **
       FD FSETTLE.
       01 ENR-SETTLE.
          05 SET-INV-NO    PIC 9(8).
          05 SET-PAY-DATE  PIC X(10).
          05 SET-AMOUNT    PIC S9(7)V9(2).
          05 SET-RELIEF    PIC S9(7)V9(2).
          05 SET-TYPE      PIC X(1).
          05 SET-C-NO      PIC X(3).
          05 SET-REM-INV-NO PIC 9(8).
          05 SET-REM-AMOUNT PIC 9(7)V9(2).
          05 FILLER        PIC X(23).

      ** FUNAPP - UNAPPLIED-CASH LEDGER ; PAYAPPP CUMULATES SEVERAL   **
      ** RECORDS OF ONE CUSTOMER, SO A BANKED EXCESS IS APPENDED      **
       FD FUNAPP.
       01 ENR-UNAPP.
          05 UNA-C-NO      PIC X(3).
          05 UNA-DATE      PIC X(10).
          05 UNA-AMOUNT    PIC S9(7)V9(2).
          05 FILLER        PIC X(58).

      ** FDISP - THE DISPUTE REGISTER DISPREGP MAINTAINS **
       FD FDISP.
       01 ENR-DISP.
          05 DSP-INV-NO    PIC 9(8).
          05 DSP-REASON    PIC X(20).
          05 DSP-RAISED    PIC X(10).
          05 DSP-RESOLVED  PIC X(10).
          05 FILLER        PIC X(32).

      ** FSDDREG - COLLECTION REGISTER, ONE RECORD PER INVOICE SENT   **
      ** TO THE BANK, REWRITTEN IN FULL AT THE END OF EVERY RUN ;     **
      ** SDR-STATUS : P=PRESENTED, S=SETTLED AND POSTED, R=RETURNED   **
       FD FSDDREG.
       01 ENR-SDDREG.
          05 SDR-INV-NO     PIC 9(8).
          05 SDR-C-NO       PIC X(3).
          05 SDR-MANDATE-ID PIC X(35).
          05 SDR-SEQ-TYPE   PIC X(4).
          05 SDR-AMOUNT     PIC 9(7)V9(2).
          05 SDR-COLL-DATE  PIC X(10).
          05 SDR-STATUS     PIC X(1).
          05 SDR-APPLIED    PIC S9(7)V9(2).
          05 SDR-RELIEF     PIC S9(7)V9(2).
          05 SDR-BANKED     PIC S9(7)V9(2).
          05 SDR-RET-REASON PIC X(4).
          05 FILLER         PIC X(19).

      ** FSDDRET - THE BANK'S RETURN FILE : ONE LINE PER DEBIT THAT  **
      ** CAME BACK, IDENTIFIED BY ITS END-TO-END ID (THE INVOICE) AND **
      ** ITS COLLECTION DATE, WITH THE SEPA REASON CODE              **
       FD FSDDRET.
       01 ENR-SDDRET.
          05 RET-INV-NO    PIC 9(8).
          05 RET-AMOUNT    PIC 9(7)V9(2).
          05 RET-COLL-DATE PIC X(10).
          05 RET-REASON    PIC X(4).
          05 RET-DATE      PIC X(10).
          05 FILLER        PIC X(39).

      ** FSDDOUT - THE DIRECT-DEBIT FILE FOR THE BANK : HEADER 'H',  **
      ** ONE 'D' PER INVOICE, TRAILER 'T' WITH COUNT AND TOTAL       **
       FD FSDDOUT.
       01 ENR-SDDOUT      PIC X(150).

       FD FSDDLOG.
       01 ENR-SDDLOG      PIC X(80).

       WORKING-STORAGE SECTION.
      ** RUN-CONTROL LOCK - TWO CONCURRENT RUNS WOULD POST THE SAME  **
      ** COLLECTION TWICE                                            **
       77 WS-LOCK-PGM     PIC X(8) VALUE 'SDDCOLP'.
       77 WS-LOCK-ACTION  PIC X(1) VALUE 'L'.
       77 WS-LOCK-RESULT  PIC X(4) VALUE SPACES.

      *** BLOC D'ECHANGE AVEC LE PARSEUR DE CARTES PARAMETRES ***
       COPY PARMBLK.
       77 AC-RUN-DATE     PIC X(10) VALUE SPACES.
       77 AC-COLL-DATE    PIC X(10) VALUE SPACES.
       77 AC-CREDITOR     PIC X(20) VALUE SPACES.

       01 SDD-HEAD        PIC X(30) VALUE
             "SDDCOLP DIRECT DEBIT LOG".
       01 SDD-FOOT-HEAD   PIC X(28) VALUE "SUMMARY BY REASON :".
       COPY LOADLOG.

      *** VARS CLASSIQUES ***
       77 WS-MANDATE-EOF  PIC 9  VALUE 0.
            88 FF-MANDATE        VALUE 1.
       77 WS-INVREG-EOF   PIC 9  VALUE 0.
            88 FF-INVREG         VALUE 1.
       77 WS-SETTLE-EOF   PIC 9  VALUE 0.
            88 FF-SETTLE         VALUE 1.
       77 WS-DISP-EOF     PIC 9  VALUE 0.
            88 FF-DISP           VALUE 1.
       77 WS-SDDREG-EOF   PIC 9  VALUE 0.
            88 FF-SDDREG         VALUE 1.
       77 WS-SDDRET-EOF   PIC 9  VALUE 0.
            88 FF-SDDRET         VALUE 1.
       77 FS-MANDATE      PIC 99 VALUE 0.
       77 FS-INVREG       PIC 99 VALUE 0.
       77 FS-SETTLE       PIC 99 VALUE 0.
       77 FS-UNAPP        PIC 99 VALUE 0.
       77 FS-DISP         PIC 99 VALUE 0.
       77 FS-SDDREG       PIC 99 VALUE 0.
       77 FS-SDDRET       PIC 99 VALUE 0.

      *** MANDATS ACTIFS PAR CLIENT ***
       01 MANDATE-TAB.
          05 MNT-ENTRY OCCURS 500 TIMES.
             10 MNT-C-NO     PIC X(3).
             10 MNT-ID       PIC X(35).
             10 MNT-IBAN     PIC X(34).
             10 MNT-BIC      PIC X(11).
             10 MNT-SIGNED   PIC X(10).
       77 MNT-CNT         PIC 9(3) VALUE 0.
       77 MNT-IDX         PIC 9(3) VALUE 0.
       77 WS-MNT-HIT      PIC 9(3) VALUE 0.

      *** REGISTRE DES FACTURES CHARGE EN TABLE, AVEC LE SOLDE      ***
      *** OUVERT (TTC) ET LE SOULAGEMENT DE SOLDE RESTANT (BRUT)    ***
       01 INVREG-TAB.
          05 IRT-ENTRY OCCURS 5000 TIMES.
             10 IRT-INV-NO     PIC 9(8).
             10 IRT-C-NO       PIC X(3).
             10 IRT-DUE-DATE   PIC X(10).
             10 IRT-CURRENCY   PIC X(3).
             10 IRT-TOTAL-TTC  PIC S9(7)V9(2).
             10 IRT-GROSS      PIC S9(7)V9(2).
             10 IRT-OPEN       PIC S9(7)V9(2).
             10 IRT-GROSS-LEFT PIC S9(7)V9(2).
       77 IRT-CNT         PIC 9(4) VALUE 0.
       77 IRT-IDX         PIC 9(4) VALUE 0.
       77 WS-REG-HIT      PIC 9(4) VALUE 0.
       77 WS-RELIEF       PIC S9(7)V9(2) VALUE 0.
       77 WS-APPLY-AMT    PIC S9(7)V9(2) VALUE 0.
       77 WS-EXCESS       PIC S9(7)V9(2) VALUE 0.

      *** REGISTRE DES PRELEVEMENTS CHARGE EN TABLE ***
       01 SDDREG-TAB.
          05 SDT-ENTRY OCCURS 3000 TIMES.
             10 SDT-INV-NO     PIC 9(8).
             10 SDT-C-NO       PIC X(3).
             10 SDT-MANDATE-ID PIC X(35).
             10 SDT-SEQ-TYPE   PIC X(4).
             10 SDT-AMOUNT     PIC 9(7)V9(2).
             10 SDT-COLL-DATE  PIC X(10).
             10 SDT-STATUS     PIC X(1).
                88 SDT-PRESENTED     VALUE 'P'.
                88 SDT-SETTLED       VALUE 'S'.
                88 SDT-RETURNED      VALUE 'R'.
             10 SDT-APPLIED    PIC S9(7)V9(2).
             10 SDT-RELIEF     PIC S9(7)V9(2).
             10 SDT-BANKED     PIC S9(7)V9(2).
             10 SDT-RET-REASON PIC X(4).
             10 SDT-RECOVERED  PIC X(1).
       77 SDT-CNT         PIC 9(4) VALUE 0.
       77 SDT-IDX         PIC 9(4) VALUE 0.
       77 WS-SDT-HIT      PIC 9(4) VALUE 0.
       77 WS-SDT-OVFL     PIC 9 VALUE 0.
            88 SDT-OVERFLOWED   VALUE 1.

      *** FACTURES EN LITIGE OUVERT ***
       01 DISPUTE-TAB.
          05 DSP-ENTRY OCCURS 500 TIMES PIC 9(8).
       77 DSP-CNT         PIC 9(3) VALUE 0.
       77 DSP-IDX         PIC 9(3) VALUE 0.
       77 WS-DISP-FLAG    PIC 9  VALUE 0.
            88 INV-DISPUTED     VALUE 1.

      *** UNE COLLECTE EST UNE UNITE DE TRAVAIL : SES ECRITURES SONT ***
      *** TENUES ICI JUSQU'AU COMMIT                                 ***
       01 SETTLE-BUF.
          05 SBF-REC OCCURS 2 TIMES PIC X(80).
       77 SBF-CNT         PIC 9 VALUE 0.
       77 SBF-IDX         PIC 9 VALUE 0.
       77 WS-COLL-KO      PIC 9 VALUE 0.
            88 COLL-FAILED      VALUE 1.
      *** LES POSTES OUVERTS DB2 (ARPOST) SONT MIS A JOUR DANS LA ***
      *** MEME UNITE DE TRAVAIL QUE LES SOLDES CLIENTS            ***
       COPY ARPOST.
       77 WS-BAL-DELTA    PIC S9(7)V9(2) VALUE 0.
       77 WS-CUS-C-NO     PIC X(3) VALUE SPACES.
       01 ED-SQLCODE      PIC -ZZZZZZZZ9.

      *** FICHIER DE PRELEVEMENT POUR LA BANQUE ***
       01 ST-DD-HEAD.
          05 DDH-TYPE      PIC X(1)  VALUE 'H'.
          05 DDH-CREATED   PIC X(10).
          05 DDH-COLL-DATE PIC X(10).
          05 DDH-CREDITOR  PIC X(20).
          05 DDH-SCHEME    PIC X(4)  VALUE 'CORE'.
          05 FILLER        PIC X(105) VALUE SPACES.
       01 ST-DD-DETAIL.
          05 DDD-TYPE      PIC X(1)  VALUE 'D'.
          05 DDD-E2E-ID    PIC 9(8).
          05 DDD-MANDATE-ID PIC X(35).
          05 DDD-SIGNED    PIC X(10).
          05 DDD-SEQ-TYPE  PIC X(4).
          05 DDD-IBAN      PIC X(34).
          05 DDD-BIC       PIC X(11).
          05 DDD-AMOUNT    PIC 9(7)V9(2).
          05 DDD-CURRENCY  PIC X(3).
          05 DDD-C-NO      PIC X(3).
          05 DDD-DUE-DATE  PIC X(10).
          05 FILLER        PIC X(22) VALUE SPACES.
       01 ST-DD-TRAIL.
          05 DDT-TYPE      PIC X(1)  VALUE 'T'.
          05 DDT-COUNT     PIC 9(7).
          05 DDT-TOTAL     PIC 9(11)V9(2).
          05 FILLER        PIC X(129) VALUE SPACES.
       77 WS-DD-TOTAL     PIC 9(11)V9(2) VALUE 0.
       77 WS-SEQ-TYPE     PIC X(4) VALUE SPACES.

      *** COMPTEURS ***
       77 CNT-COLLECTED   PIC 9(4) VALUE 0.
       77 CNT-POSTED      PIC 9(4) VALUE 0.
       77 CNT-BANKED      PIC 9(4) VALUE 0.
       77 CNT-RETURNED    PIC 9(4) VALUE 0.
       77 CNT-REJ-PRESET  PIC 9(4) VALUE 0.
       77 CNT-RECOVERED   PIC 9(4) VALUE 0.
       77 CNT-DISPUTED    PIC 9(4) VALUE 0.
       77 CNT-RET-UNKNOWN PIC 9(4) VALUE 0.
       77 CNT-RET-AGAIN   PIC 9(4) VALUE 0.
       77 CNT-RET-AMOUNT  PIC 9(4) VALUE 0.
       77 CNT-POST-KO     PIC 9(4) VALUE 0.
       77 CNT-TOTAL-REJECTS PIC 9(4) VALUE 0.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** SDDCOLP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF AC-COLL-DATE NOT = SPACES AND AC-COLL-DATE < AC-RUN-DATE
              DISPLAY '*** SDDCOLP : COLLDATE BEFORE RUNDATE - A DEBIT'
                      ' CANNOT SETTLE IN THE PAST ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM TAKE-RUN-LOCK

           PERFORM LOAD-INVOICE-REGISTER
           PERFORM LOAD-COLLECTION-REGISTER
           PERFORM LOAD-PRIOR-SETTLEMENTS
      ** A REGISTER PAST THE TABLE WOULD BE REWRITTEN SHORT AT THE  **
      ** END, LOSING COLLECTIONS IN FLIGHT - REFUSE BEFORE POSTING   **
           IF SDT-OVERFLOWED
              DISPLAY '*** SDDCOLP : COLLECTION REGISTER PAST THE'
                      ' TABLE - RUN REFUSED, RAISE OCCURS ***'
              PERFORM FREE-RUN-LOCK
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT FSDDLOG
           MOVE "COLLECTION  " TO LOGREC-LABEL
           WRITE ENR-SDDLOG FROM SDD-HEAD
           MOVE ZERO TO LOGREC-REF

           OPEN EXTEND FSETTLE
           OPEN EXTEND FUNAPP
           PERFORM PROCESS-RETURNS
           PERFORM VARYING SDT-IDX FROM 1 BY 1 UNTIL SDT-IDX > SDT-CNT
              IF SDT-PRESENTED(SDT-IDX) AND
                 SDT-COLL-DATE(SDT-IDX) NOT > AC-RUN-DATE
                 PERFORM SETTLE-ONE-COLLECTION
              END-IF
           END-PERFORM
           CLOSE FUNAPP
           CLOSE FSETTLE

           IF AC-COLL-DATE NOT = SPACES
              PERFORM LOAD-MANDATES
              PERFORM LOAD-OPEN-DISPUTES
              PERFORM CUT-COLLECTION
           END-IF

           PERFORM REWRITE-COLLECTION-REGISTER
           PERFORM WRITE-SDD-FOOTER
           CLOSE FSDDLOG
           DISPLAY 'DEBITS PRESENTED      : ' CNT-COLLECTED
           DISPLAY 'AMOUNT PRESENTED      : ' WS-DD-TOTAL
           DISPLAY 'SETTLEMENTS POSTED    : ' CNT-POSTED
           DISPLAY 'EXCESS TO DEPOSIT     : ' CNT-BANKED
           DISPLAY 'RETURNS REVERSED      : ' CNT-RETURNED
           DISPLAY 'REJECTED BEFORE SETTL.: ' CNT-REJ-PRESET
           DISPLAY 'DISPUTED, NOT DEBITED : ' CNT-DISPUTED
           DISPLAY 'REJECTED              : ' CNT-TOTAL-REJECTS
           IF CNT-RECOVERED > 0
              DISPLAY 'FOUND POSTED BY AN EARLIER RUN : ' CNT-RECOVERED
           END-IF
           IF CNT-TOTAL-REJECTS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM FREE-RUN-LOCK
           GOBACK.

      *** PARAGRAPHS ***
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 3 TO PARM-COUNT
           MOVE 'RUNDATE'  TO PARM-KEYWORD(1)
           MOVE 'D'        TO PARM-TYPE(1)
           MOVE 'Y'        TO PARM-REQUIRED(1)
           MOVE 'COLLDATE' TO PARM-KEYWORD(2)
           MOVE 'D'        TO PARM-TYPE(2)
           MOVE 'N'        TO PARM-REQUIRED(2)
           MOVE SPACES     TO PARM-DEFAULT(2)
           MOVE 'CREDITOR' TO PARM-KEYWORD(3)
           MOVE 'X'        TO PARM-TYPE(3)
           MOVE 'N'        TO PARM-REQUIRED(3)
           MOVE SPACES     TO PARM-DEFAULT(3)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              MOVE PARM-VALUE(1)(1:10) TO AC-RUN-DATE
              MOVE PARM-VALUE(2)(1:10) TO AC-COLL-DATE
              MOVE PARM-VALUE(3)       TO AC-CREDITOR
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

      ** LOAD-INVOICE-REGISTER - amounts cumulate per invoice number, **
      ** with the TTC still open and the gross still to relieve, as   **
      ** PAYAPPP carries them                                         **
       LOAD-INVOICE-REGISTER.
           OPEN INPUT FINVREG
           IF FS-INVREG NOT = 0
              DISPLAY 'NO INVOICE REGISTER, NOTHING TO COLLECT'
           ELSE
              PERFORM UNTIL FF-INVREG
                 READ FINVREG
                    AT END
                       SET FF-INVREG TO TRUE
                    NOT AT END
                       PERFORM ADD-REGISTER-ROW
                 END-READ
              END-PERFORM
              CLOSE FINVREG
           END-IF
           .

       ADD-REGISTER-ROW.
           MOVE 0 TO WS-REG-HIT
           PERFORM VARYING IRT-IDX FROM 1 BY 1
                   UNTIL IRT-IDX > IRT-CNT
              IF IR-INV-NO = IRT-INV-NO(IRT-IDX)
                 MOVE IRT-IDX TO WS-REG-HIT
              END-IF
           END-PERFORM
           IF WS-REG-HIT > 0
              ADD IR-TOTAL-TTC TO IRT-TOTAL-TTC(WS-REG-HIT)
              ADD IR-TOTAL-TTC TO IRT-OPEN(WS-REG-HIT)
              IF IR-TOTAL-GROSS IS NUMERIC
                 ADD IR-TOTAL-GROSS TO IRT-GROSS(WS-REG-HIT)
                 ADD IR-TOTAL-GROSS TO IRT-GROSS-LEFT(WS-REG-HIT)
              END-IF
           ELSE
              IF IRT-CNT < 5000
                 ADD 1 TO IRT-CNT
                 MOVE IR-INV-NO    TO IRT-INV-NO(IRT-CNT)
                 MOVE IR-C-NO      TO IRT-C-NO(IRT-CNT)
      ** OLD RECORDS WITH NO DUE DATE FALL DUE ON THE INVOICE DATE, **
      ** AS IN AGERPTP                                              **
                 IF IR-DUE-DATE(1:4) IS NUMERIC
                    MOVE IR-DUE-DATE TO IRT-DUE-DATE(IRT-CNT)
                 ELSE
                    MOVE IR-INV-DATE TO IRT-DUE-DATE(IRT-CNT)
                 END-IF
                 MOVE IR-CURRENCY  TO IRT-CURRENCY(IRT-CNT)
                 MOVE IR-TOTAL-TTC TO IRT-TOTAL-TTC(IRT-CNT)
                 MOVE IR-TOTAL-TTC TO IRT-OPEN(IRT-CNT)
                 IF IR-TOTAL-GROSS IS NUMERIC
                    MOVE IR-TOTAL-GROSS TO IRT-GROSS(IRT-CNT)
                    MOVE IR-TOTAL-GROSS TO IRT-GROSS-LEFT(IRT-CNT)
                 ELSE
                    MOVE IR-TOTAL-HT TO IRT-GROSS(IRT-CNT)
                    MOVE IR-TOTAL-HT TO IRT-GROSS-LEFT(IRT-CNT)
                 END-IF
              ELSE
                 DISPLAY 'REGISTER TABLE FULL - RUN'
                         ' REFUSED, RAISE OCCURS'
                 PERFORM FREE-RUN-LOCK
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           .

       LOAD-COLLECTION-REGISTER.
           OPEN INPUT FSDDREG
           IF FS-SDDREG NOT = 0
              DISPLAY 'NO COLLECTION REGISTER YET'
           ELSE
              PERFORM UNTIL FF-SDDREG
                 READ FSDDREG
                    AT END
                       SET FF-SDDREG TO TRUE
                    NOT AT END
                       IF SDT-CNT < 3000
                          ADD 1 TO SDT-CNT
                          MOVE SDR-INV-NO     TO SDT-INV-NO(SDT-CNT)
                          MOVE SDR-C-NO       TO SDT-C-NO(SDT-CNT)
                          MOVE SDR-MANDATE-ID TO SDT-MANDATE-ID(SDT-CNT)
                          MOVE SDR-SEQ-TYPE   TO SDT-SEQ-TYPE(SDT-CNT)
                          MOVE SDR-AMOUNT     TO SDT-AMOUNT(SDT-CNT)
                          MOVE SDR-COLL-DATE  TO SDT-COLL-DATE(SDT-CNT)
                          MOVE SDR-STATUS     TO SDT-STATUS(SDT-CNT)
                          MOVE SDR-APPLIED    TO SDT-APPLIED(SDT-CNT)
                          MOVE SDR-RELIEF     TO SDT-RELIEF(SDT-CNT)
                          MOVE SDR-BANKED     TO SDT-BANKED(SDT-CNT)
                          MOVE SDR-RET-REASON TO SDT-RET-REASON(SDT-CNT)
                          MOVE 'N'            TO SDT-RECOVERED(SDT-CNT)
                       ELSE
                          DISPLAY 'COLLECTION TABLE FULL, RAISE OCCURS'
                          SET SDT-OVERFLOWED TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FSDDREG
           END-IF
           .

      ** LOAD-PRIOR-SETTLEMENTS - every application already on the   **
      ** ledger comes off the invoice ; a collection still marked     **
      ** presented whose posting is on the ledger was posted by a run **
      ** that died before rewriting the register                      **
       LOAD-PRIOR-SETTLEMENTS.
           OPEN INPUT FSETTLE
           IF FS-SETTLE NOT = 0
              DISPLAY 'NO SETTLEMENT LEDGER YET'
           ELSE
              PERFORM UNTIL FF-SETTLE
                 READ FSETTLE
                    AT END
                       SET FF-SETTLE TO TRUE
                    NOT AT END
                       PERFORM APPLY-PRIOR-SETTLEMENT
                       IF SET-TYPE = 'P' OR SET-TYPE = 'B'
                          PERFORM RECOVER-COLLECTION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FSETTLE
           END-IF
           .

       APPLY-PRIOR-SETTLEMENT.
           PERFORM VARYING IRT-IDX FROM 1 BY 1
                   UNTIL IRT-IDX > IRT-CNT
              IF SET-INV-NO = IRT-INV-NO(IRT-IDX)
                 SUBTRACT SET-AMOUNT FROM IRT-OPEN(IRT-IDX)
                 IF SET-RELIEF IS NUMERIC
                    SUBTRACT SET-RELIEF
                        FROM IRT-GROSS-LEFT(IRT-IDX)
                 END-IF
              END-IF
           END-PERFORM
           .

      ** RECOVER-COLLECTION - a ledger record tagged with the        **
      ** invoice, amount and settlement date of a collection : a     **
      ** positive one settled it, a negative one returned it         **
       RECOVER-COLLECTION.
           IF SET-REM-INV-NO IS NOT NUMERIC OR
              SET-REM-AMOUNT IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SDT-IDX FROM 1 BY 1 UNTIL SDT-IDX > SDT-CNT
              IF SDT-INV-NO(SDT-IDX)    = SET-REM-INV-NO AND
                 SDT-AMOUNT(SDT-IDX)    = SET-REM-AMOUNT AND
                 SDT-COLL-DATE(SDT-IDX) = SET-PAY-DATE
                 IF SDT-PRESENTED(SDT-IDX) AND SET-AMOUNT > ZERO
                    SET SDT-SETTLED(SDT-IDX) TO TRUE
                    MOVE 'Y'  TO SDT-RECOVERED(SDT-IDX)
                    MOVE ZERO TO SDT-APPLIED(SDT-IDX)
                    MOVE ZERO TO SDT-RELIEF(SDT-IDX)
                    MOVE ZERO TO SDT-BANKED(SDT-IDX)
                    ADD 1 TO CNT-RECOVERED
                 END-IF
                 IF SDT-SETTLED(SDT-IDX) AND SET-AMOUNT < ZERO
                    SET SDT-RETURNED(SDT-IDX) TO TRUE
                 END-IF
                 IF SDT-RECOVERED(SDT-IDX) = 'Y' AND
                    SDT-SETTLED(SDT-IDX)
                    IF SET-TYPE = 'B'
                       ADD SET-AMOUNT TO SDT-BANKED(SDT-IDX)
                    ELSE
                       ADD SET-AMOUNT TO SDT-APPLIED(SDT-IDX)
                       ADD SET-RELIEF TO SDT-RELIEF(SDT-IDX)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .

       LOAD-MANDATES.
           OPEN INPUT FMANDATE
           IF FS-MANDATE NOT = 0
              DISPLAY 'NO MANDATE FILE, NOBODY TO DEBIT'
           ELSE
              PERFORM UNTIL FF-MANDATE
                 READ FMANDATE
                    AT END
                       SET FF-MANDATE TO TRUE
                    NOT AT END
                       IF MND-STATUS = 'A' AND
                          MND-SIGNED NOT > AC-COLL-DATE AND
                          MND-IBAN NOT = SPACES
                          IF MNT-CNT < 500
                             ADD 1 TO MNT-CNT
                             MOVE MND-C-NO   TO MNT-C-NO(MNT-CNT)
                             MOVE MND-ID     TO MNT-ID(MNT-CNT)
                             MOVE MND-IBAN   TO MNT-IBAN(MNT-CNT)
                             MOVE MND-BIC    TO MNT-BIC(MNT-CNT)
                             MOVE MND-SIGNED TO MNT-SIGNED(MNT-CNT)
                          ELSE
                             DISPLAY 'MANDATE TABLE FULL, RAISE OCCURS'
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FMANDATE
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

      ** PROCESS-RETURNS - each debit the bank sent back : one still  **
      ** presented simply never settles, one already posted is        **
      ** reversed                                                     **
       PROCESS-RETURNS.
           OPEN INPUT FSDDRET
           IF FS-SDDRET NOT = 0
              DISPLAY 'NO RETURN FILE FROM THE BANK'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FF-SDDRET
              READ FSDDRET
                 AT END
                    SET FF-SDDRET TO TRUE
                 NOT AT END
                    ADD 1 TO LOGREC-REF
                    PERFORM TAKE-ONE-RETURN
              END-READ
           END-PERFORM
           CLOSE FSDDRET
           .

       TAKE-ONE-RETURN.
           MOVE 0 TO WS-SDT-HIT
           PERFORM VARYING SDT-IDX FROM 1 BY 1 UNTIL SDT-IDX > SDT-CNT
              IF SDT-INV-NO(SDT-IDX)    = RET-INV-NO AND
                 SDT-COLL-DATE(SDT-IDX) = RET-COLL-DATE
                 MOVE SDT-IDX TO WS-SDT-HIT
              END-IF
           END-PERFORM
           MOVE RET-INV-NO TO LOGREC-DETAIL
           EVALUATE TRUE
              WHEN WS-SDT-HIT = 0
                 MOVE 'COLLECTION NOT FOUND' TO LOGREC-MSG
                 PERFORM WRITE-SDD-LOG
                 ADD 1 TO CNT-RET-UNKNOWN
              WHEN RET-AMOUNT NOT = SDT-AMOUNT(WS-SDT-HIT)
                 MOVE 'RETURN AMOUNT DIFFERS' TO LOGREC-MSG
                 PERFORM WRITE-SDD-LOG
                 ADD 1 TO CNT-RET-AMOUNT
              WHEN SDT-RETURNED(WS-SDT-HIT)
                 MOVE RET-REASON TO SDT-RET-REASON(WS-SDT-HIT)
                 MOVE 'ALREADY RETURNED' TO LOGREC-MSG
                 PERFORM WRITE-SDD-NOTE
                 ADD 1 TO CNT-RET-AGAIN
              WHEN SDT-PRESENTED(WS-SDT-HIT)
                 SET SDT-RETURNED(WS-SDT-HIT) TO TRUE
                 MOVE RET-REASON TO SDT-RET-REASON(WS-SDT-HIT)
                 MOVE 'REJECTED, NOT POSTED' TO LOGREC-MSG
                 PERFORM WRITE-SDD-NOTE
                 ADD 1 TO CNT-REJ-PRESET
              WHEN OTHER
                 PERFORM REVERSE-COLLECTION
           END-EVALUATE
           .

      ** REVERSE-COLLECTION - the settled collection at WS-SDT-HIT  **
      ** comes back : the ledger takes its records negated, the     **
      ** balance gets its relief back, the deposit loses any excess **
      ** banked ; all of it commits together or not at all          **
       REVERSE-COLLECTION.
           MOVE 0 TO WS-COLL-KO
           MOVE 0 TO SBF-CNT
           MOVE SDT-C-NO(WS-SDT-HIT) TO WS-CUS-C-NO
           COMPUTE WS-BAL-DELTA = ZERO - SDT-RELIEF(WS-SDT-HIT)
           PERFORM UPDATE-CUSTOMER-BALANCE
           IF COLL-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE SDT-INV-NO(WS-SDT-HIT) TO SET-INV-NO
           MOVE SDT-COLL-DATE(WS-SDT-HIT) TO SET-PAY-DATE
           COMPUTE SET-AMOUNT = ZERO - SDT-APPLIED(WS-SDT-HIT)
           COMPUTE SET-RELIEF = ZERO - SDT-RELIEF(WS-SDT-HIT)
           MOVE 'P' TO SET-TYPE
           IF SDT-APPLIED(WS-SDT-HIT) NOT = ZERO
              PERFORM HOLD-SETTLE-RECORD
           END-IF
           IF SDT-BANKED(WS-SDT-HIT) NOT = ZERO
              MOVE ZERO TO SET-INV-NO
              COMPUTE SET-AMOUNT = ZERO - SDT-BANKED(WS-SDT-HIT)
              MOVE ZERO TO SET-RELIEF
              MOVE 'B'  TO SET-TYPE
              PERFORM HOLD-SETTLE-RECORD
           END-IF
           PERFORM COMMIT-COLLECTION
           IF COLL-FAILED
              EXIT PARAGRAPH
           END-IF
           IF SDT-BANKED(WS-SDT-HIT) NOT = ZERO
              COMPUTE WS-EXCESS = ZERO - SDT-BANKED(WS-SDT-HIT)
              PERFORM WRITE-DEPOSIT-RECORD
           END-IF
      ** THE INVOICE IS OPEN AGAIN FOR AGEING AND DUNNING **
           PERFORM FIND-INVOICE-ENTRY
           IF WS-REG-HIT > 0
              ADD SDT-APPLIED(WS-SDT-HIT) TO IRT-OPEN(WS-REG-HIT)
              ADD SDT-RELIEF(WS-SDT-HIT)
                  TO IRT-GROSS-LEFT(WS-REG-HIT)
           END-IF
           SET SDT-RETURNED(WS-SDT-HIT) TO TRUE
           MOVE RET-REASON TO SDT-RET-REASON(WS-SDT-HIT)
           ADD 1 TO CNT-RETURNED
           MOVE 'DEBIT RETURNED' TO LOGREC-MSG
           MOVE RET-INV-NO TO LOGREC-DETAIL
           PERFORM WRITE-SDD-NOTE
           .

      ** SETTLE-ONE-COLLECTION - the collection at SDT-IDX reached   **
      ** its settlement date : it applies up to what the invoice     **
      ** still owes, the rest is the customer's money on deposit     **
       SETTLE-ONE-COLLECTION.
           MOVE SDT-IDX TO WS-SDT-HIT
           ADD 1 TO LOGREC-REF
           MOVE SDT-INV-NO(WS-SDT-HIT) TO LOGREC-DETAIL
           PERFORM FIND-INVOICE-ENTRY
           IF WS-REG-HIT = 0
              MOVE 'INVOICE NOT FOUND' TO LOGREC-MSG
              PERFORM WRITE-SDD-LOG
              ADD 1 TO CNT-POST-KO
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-COLL-KO
           MOVE 0 TO SBF-CNT
           IF SDT-AMOUNT(WS-SDT-HIT) > IRT-OPEN(WS-REG-HIT)
              IF IRT-OPEN(WS-REG-HIT) > ZERO
                 MOVE IRT-OPEN(WS-REG-HIT) TO WS-APPLY-AMT
              ELSE
                 MOVE ZERO TO WS-APPLY-AMT
              END-IF
              COMPUTE WS-EXCESS = SDT-AMOUNT(WS-SDT-HIT) - WS-APPLY-AMT
           ELSE
              MOVE SDT-AMOUNT(WS-SDT-HIT) TO WS-APPLY-AMT
              MOVE ZERO TO WS-EXCESS
           END-IF
           PERFORM COMPUTE-RELIEF

           MOVE IRT-C-NO(WS-REG-HIT) TO WS-CUS-C-NO
           MOVE WS-RELIEF TO WS-BAL-DELTA
           PERFORM UPDATE-CUSTOMER-BALANCE
           IF COLL-FAILED
              EXIT PARAGRAPH
           END-IF
           IF WS-APPLY-AMT > ZERO
              MOVE SDT-INV-NO(WS-SDT-HIT)    TO SET-INV-NO
              MOVE SDT-COLL-DATE(WS-SDT-HIT) TO SET-PAY-DATE
              MOVE WS-APPLY-AMT TO SET-AMOUNT
              MOVE WS-RELIEF    TO SET-RELIEF
              MOVE 'P'          TO SET-TYPE
              PERFORM HOLD-SETTLE-RECORD
           END-IF
      ** THE BANK HAS THE CASH EITHER WAY : A 'B' RECORD AGAINST NO  **
      ** INVOICE, AS PAYAPPP BANKS AN OVERPAYMENT                    **
           IF WS-EXCESS > ZERO
              MOVE ZERO         TO SET-INV-NO
              MOVE SDT-COLL-DATE(WS-SDT-HIT) TO SET-PAY-DATE
              MOVE WS-EXCESS    TO SET-AMOUNT
              MOVE ZERO         TO SET-RELIEF
              MOVE 'B'          TO SET-TYPE
              PERFORM HOLD-SETTLE-RECORD
           END-IF
           PERFORM COMMIT-COLLECTION
           IF COLL-FAILED
              EXIT PARAGRAPH
           END-IF
           IF WS-EXCESS > ZERO
              PERFORM WRITE-DEPOSIT-RECORD
              ADD 1 TO CNT-BANKED
              MOVE 'EXCESS TO DEPOSIT' TO LOGREC-MSG
              PERFORM WRITE-SDD-NOTE
           END-IF
           SUBTRACT WS-APPLY-AMT FROM IRT-OPEN(WS-REG-HIT)
           SUBTRACT WS-RELIEF FROM IRT-GROSS-LEFT(WS-REG-HIT)
           SET SDT-SETTLED(WS-SDT-HIT) TO TRUE
           MOVE WS-APPLY-AMT TO SDT-APPLIED(WS-SDT-HIT)
           MOVE WS-RELIEF    TO SDT-RELIEF(WS-SDT-HIT)
           MOVE WS-EXCESS    TO SDT-BANKED(WS-SDT-HIT)
           ADD 1 TO CNT-POSTED
           .

      ** COMPUTE-RELIEF - PAYAPPP'S RULE : THE PAYMENT MATCHES THE   **
      ** TTC BUT BALANCE CARRIES THE GROSS, SO THE RELIEF IS THE     **
      ** GROSS SHARE OF WHAT IS APPLIED, AND THE APPLICATION THAT    **
      ** CLOSES THE INVOICE SWEEPS WHATEVER GROSS REMAINS            **
       COMPUTE-RELIEF.
           IF WS-APPLY-AMT = ZERO
              MOVE ZERO TO WS-RELIEF
           ELSE
              IF WS-APPLY-AMT = IRT-OPEN(WS-REG-HIT) OR
                 IRT-TOTAL-TTC(WS-REG-HIT) = ZERO
                 MOVE IRT-GROSS-LEFT(WS-REG-HIT) TO WS-RELIEF
              ELSE
                 COMPUTE WS-RELIEF ROUNDED =
                    WS-APPLY-AMT * IRT-GROSS(WS-REG-HIT)
                    / IRT-TOTAL-TTC(WS-REG-HIT)
                 IF WS-RELIEF > IRT-GROSS-LEFT(WS-REG-HIT)
                    MOVE IRT-GROSS-LEFT(WS-REG-HIT) TO WS-RELIEF
                 END-IF
              END-IF
           END-IF
           .

       FIND-INVOICE-ENTRY.
           MOVE 0 TO WS-REG-HIT
           PERFORM VARYING IRT-IDX FROM 1 BY 1
                   UNTIL IRT-IDX > IRT-CNT
              IF SDT-INV-NO(WS-SDT-HIT) = IRT-INV-NO(IRT-IDX)
                 MOVE IRT-IDX TO WS-REG-HIT
              END-IF
           END-PERFORM
           .

      ** UPDATE-CUSTOMER-BALANCE - BALANCE comes down by WS-BAL-DELTA **
      ** (a negative delta puts a reversed relief back)               **
       UPDATE-CUSTOMER-BALANCE.
           IF WS-BAL-DELTA = ZERO
              EXIT PARAGRAPH
           END-IF
           EXEC SQL
              UPDATE APIX.CUSTOMERS
              SET BALANCE = BALANCE - :WS-BAL-DELTA
              WHERE C_NO = :WS-CUS-C-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE SQLCODE TO ED-SQLCODE
              DISPLAY 'ANOMALIE ' ED-SQLCODE
              EXEC SQL ROLLBACK END-EXEC
              SET COLL-FAILED TO TRUE
              MOVE 'BALANCE UPDATE KO' TO LOGREC-MSG
              PERFORM WRITE-SDD-LOG
              ADD 1 TO CNT-POST-KO
           END-IF
           .

      ** HOLD-SETTLE-RECORD - the ledger record waits for the commit **
      ** of the collection, tagged with the invoice and amount the   **
      ** bank debited                                                **
       HOLD-SETTLE-RECORD.
           MOVE SDT-C-NO(WS-SDT-HIT)   TO SET-C-NO
           MOVE SDT-INV-NO(WS-SDT-HIT) TO SET-REM-INV-NO
           MOVE SDT-AMOUNT(WS-SDT-HIT) TO SET-REM-AMOUNT
           ADD 1 TO SBF-CNT
           MOVE ENR-SETTLE TO SBF-REC(SBF-CNT)
           .

      ** COMMIT-COLLECTION - the held ledger records go to the DB2  **
      ** open items, then to the ledger, and everything commits ; a **
      ** failed open-item posting rolls the collection back whole   **
      ** like a failed balance update                               **
       COMMIT-COLLECTION.
           PERFORM VARYING SBF-IDX FROM 1 BY 1
                   UNTIL SBF-IDX > SBF-CNT OR COLL-FAILED
              MOVE SBF-REC(SBF-IDX) TO AP-RECORD
              SET AP-DO-SETTLE      TO TRUE
              SET AP-CALLER-COMMITS TO TRUE
              CALL 'ARPOST' USING AR-POST-BLOCK
              IF AP-FAILED
                 EXEC SQL ROLLBACK END-EXEC
                 SET COLL-FAILED TO TRUE
                 MOVE 'OPEN ITEMS UPDATE KO' TO LOGREC-MSG
                 PERFORM WRITE-SDD-LOG
                 ADD 1 TO CNT-POST-KO
              END-IF
           END-PERFORM
           IF COLL-FAILED
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SBF-IDX FROM 1 BY 1 UNTIL SBF-IDX > SBF-CNT
              WRITE ENR-SETTLE FROM SBF-REC(SBF-IDX)
           END-PERFORM
           EXEC SQL COMMIT END-EXEC
           .

      ** WRITE-DEPOSIT-RECORD - WS-EXCESS onto the customer's        **
      ** unapplied cash, where PAYAPPP will draw it down             **
       WRITE-DEPOSIT-RECORD.
           MOVE SPACES TO ENR-UNAPP
           MOVE SDT-C-NO(WS-SDT-HIT)      TO UNA-C-NO
           MOVE SDT-COLL-DATE(WS-SDT-HIT) TO UNA-DATE
           MOVE WS-EXCESS                 TO UNA-AMOUNT
           WRITE ENR-UNAPP
           .

      ** CUT-COLLECTION - every open euro invoice of a mandated     **
      ** customer, due by the collection date, never presented      **
      ** before and not under dispute                               **
       CUT-COLLECTION.
           OPEN OUTPUT FSDDOUT
           MOVE AC-RUN-DATE  TO DDH-CREATED
           MOVE AC-COLL-DATE TO DDH-COLL-DATE
           MOVE AC-CREDITOR  TO DDH-CREDITOR
           WRITE ENR-SDDOUT FROM ST-DD-HEAD
           PERFORM VARYING IRT-IDX FROM 1 BY 1 UNTIL IRT-IDX > IRT-CNT
              IF IRT-OPEN(IRT-IDX) > ZERO AND
                 IRT-CURRENCY(IRT-IDX) = 'EUR' AND
                 IRT-DUE-DATE(IRT-IDX) NOT > AC-COLL-DATE
                 PERFORM COLLECT-ONE-INVOICE
              END-IF
           END-PERFORM
           MOVE CNT-COLLECTED TO DDT-COUNT
           MOVE WS-DD-TOTAL   TO DDT-TOTAL
           WRITE ENR-SDDOUT FROM ST-DD-TRAIL
           CLOSE FSDDOUT
           .

       COLLECT-ONE-INVOICE.
           MOVE 0 TO WS-MNT-HIT
           PERFORM VARYING MNT-IDX FROM 1 BY 1 UNTIL MNT-IDX > MNT-CNT
              IF IRT-C-NO(IRT-IDX) = MNT-C-NO(MNT-IDX)
                 MOVE MNT-IDX TO WS-MNT-HIT
              END-IF
           END-PERFORM
           IF WS-MNT-HIT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE WS-MNT-HIT TO MNT-IDX
      ** PRESENTED ONCE ONLY : A RETURNED DEBIT GOES TO DUNNING **
           PERFORM VARYING SDT-IDX FROM 1 BY 1 UNTIL SDT-IDX > SDT-CNT
              IF SDT-INV-NO(SDT-IDX) = IRT-INV-NO(IRT-IDX)
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           MOVE 0 TO WS-DISP-FLAG
           PERFORM VARYING DSP-IDX FROM 1 BY 1 UNTIL DSP-IDX > DSP-CNT
              IF IRT-INV-NO(IRT-IDX) = DSP-ENTRY(DSP-IDX)
                 SET INV-DISPUTED TO TRUE
              END-IF
           END-PERFORM
           IF INV-DISPUTED
              ADD 1 TO CNT-DISPUTED
              EXIT PARAGRAPH
           END-IF
           IF SDT-CNT NOT < 3000
              DISPLAY 'COLLECTION TABLE FULL, RAISE OCCURS'
              ADD 1 TO LOGREC-REF
              MOVE IRT-INV-NO(IRT-IDX) TO LOGREC-DETAIL
              MOVE 'REGISTER FULL' TO LOGREC-MSG
              PERFORM WRITE-SDD-LOG
              EXIT PARAGRAPH
           END-IF
      ** THE FIRST DEBIT ON A MANDATE GOES AS FRST, LATER ONES RCUR **
           MOVE 'FRST' TO WS-SEQ-TYPE
           PERFORM VARYING SDT-IDX FROM 1 BY 1 UNTIL SDT-IDX > SDT-CNT
              IF SDT-MANDATE-ID(SDT-IDX) = MNT-ID(MNT-IDX) AND
                 NOT SDT-RETURNED(SDT-IDX)
                 MOVE 'RCUR' TO WS-SEQ-TYPE
              END-IF
           END-PERFORM

           MOVE IRT-INV-NO(IRT-IDX)   TO DDD-E2E-ID
           MOVE MNT-ID(MNT-IDX)       TO DDD-MANDATE-ID
           MOVE MNT-SIGNED(MNT-IDX)   TO DDD-SIGNED
           MOVE WS-SEQ-TYPE           TO DDD-SEQ-TYPE
           MOVE MNT-IBAN(MNT-IDX)     TO DDD-IBAN
           MOVE MNT-BIC(MNT-IDX)      TO DDD-BIC
           MOVE IRT-OPEN(IRT-IDX)     TO DDD-AMOUNT
           MOVE IRT-CURRENCY(IRT-IDX) TO DDD-CURRENCY
           MOVE IRT-C-NO(IRT-IDX)     TO DDD-C-NO
           MOVE IRT-DUE-DATE(IRT-IDX) TO DDD-DUE-DATE
           WRITE ENR-SDDOUT FROM ST-DD-DETAIL

           ADD 1 TO SDT-CNT
           MOVE IRT-INV-NO(IRT-IDX) TO SDT-INV-NO(SDT-CNT)
           MOVE IRT-C-NO(IRT-IDX)   TO SDT-C-NO(SDT-CNT)
           MOVE MNT-ID(MNT-IDX)     TO SDT-MANDATE-ID(SDT-CNT)
           MOVE WS-SEQ-TYPE         TO SDT-SEQ-TYPE(SDT-CNT)
           MOVE IRT-OPEN(IRT-IDX)   TO SDT-AMOUNT(SDT-CNT)
           MOVE AC-COLL-DATE        TO SDT-COLL-DATE(SDT-CNT)
           SET SDT-PRESENTED(SDT-CNT) TO TRUE
           MOVE ZERO   TO SDT-APPLIED(SDT-CNT)
           MOVE ZERO   TO SDT-RELIEF(SDT-CNT)
           MOVE ZERO   TO SDT-BANKED(SDT-CNT)
           MOVE SPACES TO SDT-RET-REASON(SDT-CNT)
           MOVE 'N'    TO SDT-RECOVERED(SDT-CNT)
           ADD 1 TO CNT-COLLECTED
           ADD IRT-OPEN(IRT-IDX) TO WS-DD-TOTAL
           .

      ** REWRITE-COLLECTION-REGISTER - the register always reflects  **
      ** what this run presented, posted and took back               **
       REWRITE-COLLECTION-REGISTER.
           OPEN OUTPUT FSDDREG
           PERFORM VARYING SDT-IDX FROM 1 BY 1 UNTIL SDT-IDX > SDT-CNT
              MOVE SPACES TO ENR-SDDREG
              MOVE SDT-INV-NO(SDT-IDX)     TO SDR-INV-NO
              MOVE SDT-C-NO(SDT-IDX)       TO SDR-C-NO
              MOVE SDT-MANDATE-ID(SDT-IDX) TO SDR-MANDATE-ID
              MOVE SDT-SEQ-TYPE(SDT-IDX)   TO SDR-SEQ-TYPE
              MOVE SDT-AMOUNT(SDT-IDX)     TO SDR-AMOUNT
              MOVE SDT-COLL-DATE(SDT-IDX)  TO SDR-COLL-DATE
              MOVE SDT-STATUS(SDT-IDX)     TO SDR-STATUS
              MOVE SDT-APPLIED(SDT-IDX)    TO SDR-APPLIED
              MOVE SDT-RELIEF(SDT-IDX)     TO SDR-RELIEF
              MOVE SDT-BANKED(SDT-IDX)     TO SDR-BANKED
              MOVE SDT-RET-REASON(SDT-IDX) TO SDR-RET-REASON
              WRITE ENR-SDDREG
           END-PERFORM
           CLOSE FSDDREG
           .

      *** WRITE-SDD-LOG - ONE LINE PER REJECT ***
       WRITE-SDD-LOG.
           WRITE ENR-SDDLOG FROM ST-LOADLOG
           ADD 1 TO CNT-TOTAL-REJECTS
           MOVE SPACES TO LOGREC-MSG
           MOVE SPACES TO LOGREC-DETAIL
           MOVE "COLLECTION  " TO LOGREC-LABEL
           .

      *** WRITE-SDD-NOTE - SAME LINE, BUT NOT A REJECT : THE CASH   ***
      *** DESK SEES EVERY RETURN AND EVERY EXCESS BANKED            ***
       WRITE-SDD-NOTE.
           WRITE ENR-SDDLOG FROM ST-LOADLOG
           MOVE SPACES TO LOGREC-MSG
           MOVE SPACES TO LOGREC-DETAIL
           MOVE "COLLECTION  " TO LOGREC-LABEL
           .

       WRITE-SDD-FOOTER.
           WRITE ENR-SDDLOG FROM SDD-FOOT-HEAD

           MOVE 'DEBITS PRESENTED'   TO LOGREC-FLABEL
           MOVE CNT-COLLECTED        TO LOGREC-FCOUNT
           WRITE ENR-SDDLOG FROM ST-LOADLOG-FOOT

           MOVE 'SETTLEMENTS POSTED' TO LOGREC-FLABEL
           MOVE CNT-POSTED           TO LOGREC-FCOUNT
           WRITE ENR-SDDLOG FROM ST-LOADLOG-FOOT

           MOVE 'EXCESS TO DEPOSIT'  TO LOGREC-FLABEL
           MOVE CNT-BANKED           TO LOGREC-FCOUNT
           WRITE ENR-SDDLOG FROM ST-LOADLOG-FOOT

           MOVE 'DEBIT RETURNED'     TO LOGREC-FLABEL
           MOVE CNT-RETURNED         TO LOGREC-FCOUNT
           WRITE ENR-SDDLOG FROM ST-LOADLOG-FOOT

           MOVE 'REJECTED, NOT POSTED' TO LOGREC-FLABEL
           MOVE CNT-REJ-PRESET       TO LOGREC-FCOUNT
           WRITE ENR-SDDLOG FROM ST-LOADLOG-FOOT

           MOVE 'ALREADY RETURNED'   TO LOGREC-FLABEL
           MOVE CNT-RET-AGAIN        TO LOGREC-FCOUNT
           WRITE ENR-SDDLOG FROM ST-LOADLOG-FOOT

           MOVE 'COLLECTION NOT FOUND' TO LOGREC-FLABEL
           MOVE CNT-RET-UNKNOWN      TO LOGREC-FCOUNT
           WRITE ENR-SDDLOG FROM ST-LOADLOG-FOOT

           MOVE 'RETURN AMOUNT DIFFERS' TO LOGREC-FLABEL
           MOVE CNT-RET-AMOUNT       TO LOGREC-FCOUNT
           WRITE ENR-SDDLOG FROM ST-LOADLOG-FOOT

           MOVE 'POSTING FAILED'     TO LOGREC-FLABEL
           MOVE CNT-POST-KO          TO LOGREC-FCOUNT
           WRITE ENR-SDDLOG FROM ST-LOADLOG-FOOT

           MOVE 'TOTAL REJECTED'     TO LOGREC-FLABEL
           MOVE CNT-TOTAL-REJECTS    TO LOGREC-FCOUNT
           WRITE ENR-SDDLOG FROM ST-LOADLOG-FOOT
           .
