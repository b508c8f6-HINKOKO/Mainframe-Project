       IDENTIFICATION DIVISION.
       PROGRAM-ID.     REGROLLP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - ROLL THE FIVE REGISTERS THAT ARE APPENDED FOREVER OVER AT *
      *      YEAR END : THE INVOICE REGISTER (FICINVREG), THE          *
      *      SETTLEMENT LEDGER (FICSETTLE), THE STOCK MOVEMENT JOURNAL *
      *      (FICSTKMOV), THE COMMISSION REGISTER (FICCOMMREG) AND THE *
      *      RECEIPTS REGISTER (FICRCVREG)                             *
      *    - WHAT THE YEAR END CLOSED GOES TO A DATED ARCHIVE          *
      *      GENERATION (FICxxxARC), CATALOGUED THROUGH OUTGENP ; WHAT *
      *      IS STILL OPEN, AND ALL THAT IS DATED AFTER, GOES TO THE   *
      *      NEW REGISTER (FICxxxNEW) THE COPY STEPS AFTER THIS ONE    *
      *      PUT IN PLACE OF THE LIVE FILE WHEN IT ENDS RC 0 OR 4 -    *
      *      THE LIVE FILES THEMSELVES ARE ONLY READ HERE              *
      *    - INVOICES : AN INVOICE SETTLED TO ZERO WITH NOTHING DATED  *
      *      AFTER THE YEAR END IS ARCHIVED WITH ITS SETTLEMENTS AND   *
      *      COMMISSIONS ; AN OPEN ONE STAYS WHOLE ON THE NEW FILES,   *
      *      SO ITS REMAINING BALANCE, DISCOUNT AND VOID STILL WORK    *
      *      FROM ITS OWN RECORDS. WHAT THE ARCHIVED ITEMS STILL MEAN  *
      *      TO THE LIFETIME READERS (BALANCE RELIEF FOR CUSBALP AND   *
      *      ARROLLP, LAST PAYMENT FOR CUSTINQC, DAYS LATE FOR         *
      *      CASHFCP) IS BROUGHT FORWARD ON ONE 'F' LEDGER RECORD PER  *
      *      CUSTOMER                                                  *
      *    - STOCK : ONE BROUGHT-FORWARD ROW PER PRODUCT AND SITE      *
      *      WITH THE YEAR-END BALANCE AND THE LAST INBOUND AND        *
      *      OUTBOUND DAYS INVAGEP AGES FROM                           *
      *    - RECEIPTS : ONE BROUGHT-FORWARD DELIVERY ROW (AND ONE      *
      *      RETURN ROW) PER PO LINE, WITH THE QUANTITIES, FIRST       *
      *      DELIVERY DAY, LAST COST AND REJECTS THE MATCHING, THE     *
      *      ACCRUAL AND THE SCORECARD WORK FROM                       *
      *    - REFUSE THE ROLL (RC 8) WHILE THE BATCH WINDOW IS OPEN OR  *
      *      A PAYMENT (PAYAPPP) OR INVOICING (PART3BP) RUN IS IN      *
      *      FLIGHT, WHEN THE YEAR END IS NOT A CLOSED MONTH END ON    *
      *      PERIODK, WHEN IT IS INSIDE THE LOOK-BACK OF THE HISTORY   *
      *      READERS, OR WHEN THAT YEAR (OR A LATER ONE) WAS ROLLED    *
      *    - REPORT WHAT WAS READ, ARCHIVED, CARRIED AND BROUGHT       *
      *      FORWARD PER REGISTER (FICROLLRPT)                         *
      *    REGRTVP BRINGS THE ARCHIVED YEARS BACK FOR AUDIT QUERIES    *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      YEAREND=YYYY-MM-DD  LAST DAY OF THE YEAR TO ROLL (REQ.)   *
      *      RUNDATE=YYYY-MM-DD  DEFAULT DATEPROG'S BUSINESS DATE      *
      *      KEEPMON=NN          MONTHS THAT MUST SEPARATE THE YEAR    *
      *                          END FROM THE RUN MONTH (DEFAULT 24,   *
      *                          THE LONGEST LOOK-BACK OF CRLREVP AND  *
      *                          FCSTP)                                *
      *      RETDAYS=999         ARCHIVE RETENTION IN DAYS (DEFAULT    *
      *                          999 : KEPT, GENPURGP NEVER PURGES)    *
      *      DSNPFX=XXXXXXXX     ARCHIVE DATASET NAME PREFIX (DEFAULT  *
      *                          APIX.ARCHIVE) ; THE GENERATION IS     *
      *                          PREFIX.CLASS.DYYYYMMDD                *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINVREG  ASSIGN TO FICINVREG
               FILE STATUS IS FS-INVREG.
           SELECT FINVARC  ASSIGN TO FICINVARC
               FILE STATUS IS FS-OUT.
           SELECT FINVNEW  ASSIGN TO FICINVNEW
               FILE STATUS IS FS-OUT.
           SELECT FSETTLE  ASSIGN TO FICSETTLE
               FILE STATUS IS FS-SETTLE.
           SELECT FSETARC  ASSIGN TO FICSETARC
               FILE STATUS IS FS-OUT.
           SELECT FSETNEW  ASSIGN TO FICSETNEW
               FILE STATUS IS FS-OUT.
           SELECT FSTKMOV  ASSIGN TO FICSTKMOV
               FILE STATUS IS FS-STKMOV.
           SELECT FSTKARC  ASSIGN TO FICSTKARC
               FILE STATUS IS FS-OUT.
           SELECT FSTKNEW  ASSIGN TO FICSTKNEW
               FILE STATUS IS FS-OUT.
           SELECT FCOMMREG ASSIGN TO FICCOMMREG
               FILE STATUS IS FS-COMMREG.
           SELECT FCOMARC  ASSIGN TO FICCOMARC
               FILE STATUS IS FS-OUT.
           SELECT FCOMNEW  ASSIGN TO FICCOMNEW
               FILE STATUS IS FS-OUT.
           SELECT FRCVREG  ASSIGN TO FICRCVREG
               FILE STATUS IS FS-RCVREG.
           SELECT FRCVARC  ASSIGN TO FICRCVARC
               FILE STATUS IS FS-OUT.
           SELECT FRCVNEW  ASSIGN TO FICRCVNEW
               FILE STATUS IS FS-OUT.
           SELECT PERIODK  ASSIGN TO PERIODK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERK-PERIOD
               FILE STATUS IS FS-PERIOD.
           SELECT FPAYCKP  ASSIGN TO FICPAYCKP
               FILE STATUS IS FS-CHKPT.
           SELECT FINVCKP  ASSIGN TO FICINVCKP
               FILE STATUS IS FS-CHKPT.
           SELECT FGENCAT  ASSIGN TO FICGENCAT
               FILE STATUS IS FS-GENCAT.
           SELECT FDSNOUT  ASSIGN TO FICDSNIN
               FILE STATUS IS FS-OUT.
           SELECT FROLLRPT ASSIGN TO FICROLLRPT.

       DATA DIVISION.
       FILE SECTION.
      ** FINVREG - THE INVOICE REGISTER PART3BP APPENDS **
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
       FD FINVARC.
       01 ENR-INVARC      PIC X(80).
       FD FINVNEW.
       01 ENR-INVNEW      PIC X(80).

      ** FSETTLE - THE SETTLEMENT LEDGER ; SET-TYPE P=PAYMENT,     **
      ** D=DISCOUNT, U=DEPOSIT DRAW, B=DEPOSIT BANKED, W=WRITE-OFF, **
      ** F=BROUGHT FORWARD BY THIS PROGRAM                         **
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
      ** THE 'F' RECORD : NO INVOICE, THE CUSTOMER'S ARCHIVED ITEMS **
      ** SUMMED - AMOUNT AND RELIEF, LAST PAYMENT, DAYS LATE OVER   **
      ** HOW MANY PAYMENTS                                          **
       01 ENR-SETTLE-BF.
          05 FILLER        PIC X(40).
          05 SET-BF-LAST-PAY PIC X(10).
          05 SET-BF-LAST-AMT PIC S9(7)V9(2).
          05 SET-BF-LATE-SUM PIC S9(9).
          05 SET-BF-LATE-CNT PIC 9(5).
          05 FILLER        PIC X(7).
       FD FSETARC.
       01 ENR-SETARC      PIC X(80).
       FD FSETNEW.
       01 ENR-SETNEW      PIC X(80).

      ** FSTKMOV - THE STOCK MOVEMENT JOURNAL **
       FD FSTKMOV.
       COPY STKMOV.
       FD FSTKARC.
       01 ENR-STKARC      PIC X(80).
       FD FSTKNEW.
       01 ENR-STKNEW      PIC X(80).

      ** FCOMMREG - THE COMMISSION REGISTER PART3BP APPENDS **
       FD FCOMMREG.
       01 ENR-COMMREG.
          05 CR-INV-NO     PIC 9(8).
          05 CR-O-NO       PIC X(7).
          05 CR-E-NO       PIC X(3).
          05 CR-LNAME      PIC X(20).
          05 CR-DNAME      PIC X(20).
          05 CR-DATE       PIC X(10).
          05 CR-BASE       PIC S9(7)V9(2).
          05 CR-RATE       PIC 9V9(4).
          05 CR-AMOUNT     PIC S9(7)V9(2).
          05 FILLER        PIC X(9).
       FD FCOMARC.
       01 ENR-COMARC      PIC X(100).
       FD FCOMNEW.
       01 ENR-COMNEW      PIC X(100).

      ** FRCVREG - THE RECEIPTS REGISTER RECVLDP AND RTVPOSTP      **
      ** APPEND ; RR-BF-FLAG 'B' MARKS THE ROWS THIS PROGRAM       **
      ** BROUGHT FORWARD                                           **
       FD FRCVREG.
       01 ENR-RCVREG.
          05 RR-PO-NO      PIC 9(8).
          05 RR-SNO        PIC X(2).
          05 RR-PNO        PIC X(2).
          05 RR-QTY        PIC 9(4).
          05 RR-DATE       PIC X(10).
          05 RR-COST       PIC 9(5)V9(2).
          05 RR-REJQTY     PIC 9(4).
          05 RR-KIND       PIC X(1).
             88 RR-RETURN        VALUE 'V'.
          05 RR-BF-FLAG    PIC X(1).
             88 RR-BROUGHT-FWD   VALUE 'B'.
          05 FILLER        PIC X(41).
       FD FRCVARC.
       01 ENR-RCVARC      PIC X(80).
       FD FRCVNEW.
       01 ENR-RCVNEW      PIC X(80).

      ** PERIODK - THE PERIOD CONTROL KSDS PERCLOSP MAINTAINS **
       FD PERIODK.
       01 ST-PERIODK.
          05 PERK-PERIOD   PIC X(7).
          05 PERK-STATUS   PIC X(1).
             88 PERK-IS-CLOSED     VALUE 'C'.
          05 PERK-STATUS-DATE PIC X(10).
          05 FILLER        PIC X(62).

      ** THE RESTART CHECKPOINTS : FIRST BYTE 'R' WHILE A RUN IS  **
      ** IN FLIGHT                                                 **
       FD FPAYCKP.
       01 ENR-PAYCKP      PIC X(6100).
       FD FINVCKP.
       01 ENR-INVCKP      PIC X(5400).

      ** FGENCAT - THE OUTPUT GENERATION CATALOG OUTGENP APPENDS **
       FD FGENCAT.
       01 ENR-GENCAT.
          05 GEN-CLASS     PIC X(8).
          05 GEN-RUNDATE   PIC X(10).
          05 GEN-DSNAME    PIC X(44).
          05 GEN-RETDAYS   PIC 9(3).
          05 GEN-STATUS    PIC X(1).
          05 FILLER        PIC X(14).

      ** FDSNOUT - OUTGENP'S FICDSNIN, ONE DATASET NAME IN 1-44 **
       FD FDSNOUT.
       01 ENR-DSNOUT.
          05 DSO-NAME      PIC X(44).
          05 FILLER        PIC X(36).

       FD FROLLRPT.
       01 ENR-ROLLRPT     PIC X(100).

       WORKING-STORAGE SECTION.
      *** STATUTS ET FINS DE FICHIERS ***
       77 FS-INVREG       PIC 99 VALUE 0.
       77 FS-SETTLE       PIC 99 VALUE 0.
       77 FS-STKMOV       PIC 99 VALUE 0.
       77 FS-COMMREG      PIC 99 VALUE 0.
       77 FS-RCVREG       PIC 99 VALUE 0.
       77 FS-PERIOD       PIC 99 VALUE 0.
       77 FS-CHKPT        PIC 99 VALUE 0.
       77 FS-GENCAT       PIC 99 VALUE 0.
       77 FS-OUT          PIC 99 VALUE 0.
       77 WS-EOF          PIC 9  VALUE 0.
            88 FF-INPUT         VALUE 1.

      *** VARIABLES FONCTION ABEND-PROG ***
       77 WS-ANO PIC 9 VALUE ZERO.
       77 WS-VAR PIC 9 VALUE ZERO.
       77 WS-ABEND-CODE PIC 9(02) VALUE 0.

      *** SYSIN PARAMETERS, THROUGH THE PARMPRS CARD PARSER ***
       COPY PARMBLK.
       77 AC-YEAR-END     PIC X(10) VALUE SPACES.
       77 AC-RUN-DATE     PIC X(10) VALUE SPACES.
       77 AC-KEEPMON      PIC 9(3)  VALUE 24.
       77 AC-RETDAYS      PIC 9(3)  VALUE 999.
       77 AC-DSNPFX       PIC X(20) VALUE SPACES.

      *** VERROUS ET HISTORIQUE D'EXECUTION ***
       77 WS-WIN-PGM      PIC X(8) VALUE 'CHAINWIN'.
       77 WS-OWN-PGM      PIC X(8) VALUE 'REGROLLP'.
       77 WS-LK-ACTION    PIC X(1) VALUE 'Q'.
       77 WS-LK-RESULT    PIC X(4) VALUE SPACES.
       77 WS-RH-PHASE     PIC X(1) VALUE 'S'.
       77 WS-RH-INPUTS    PIC X(30) VALUE SPACES.
       77 WS-RH-RC        PIC 9(4) VALUE 0.

      *** REFUS DU ROULEMENT ***
       77 WS-REFUSED      PIC X(1)  VALUE 'N'.
            88 ROLL-REFUSED     VALUE 'Y'.
       77 WS-REFUSE-TEXT  PIC X(80) VALUE SPACES.
       77 WS-WARN-FLAG    PIC X(1)  VALUE 'N'.
            88 ROLL-WARNED      VALUE 'Y'.

      *** DATES : FIN D'EXERCICE, DATE DE TRAITEMENT ***
       01 WS-DATE-YYYYMMDD PIC 9(8) VALUE 0.
       01 WS-DATE-YYYYMMDD-X REDEFINES WS-DATE-YYYYMMDD.
          05 WS-DATE-YYYY PIC X(4).
          05 WS-DATE-MM   PIC X(2).
          05 WS-DATE-DD   PIC X(2).
       77 WS-YE-YYYYMMDD  PIC X(8)  VALUE SPACES.
       77 WS-WORK-INT     PIC 9(7)  VALUE 0.
       77 WS-YE-KEY       PIC 9(6)  VALUE 0.
       77 WS-RUN-KEY      PIC 9(6)  VALUE 0.
       77 WS-MONTHS-AWAY  PIC S9(6) VALUE 0.
       77 ED-MONTHS       PIC ZZZZZ9.
       77 WS-ISO-DATE     PIC X(10) VALUE SPACES.
       77 WS-ISO-YYYYMMDD PIC 9(8)  VALUE 0.
       77 WS-DAYS         PIC 9(7)  VALUE 0.

      *** LES CINQ REGISTRES ***
       77 CLS-IDX         PIC S9(4) COMP VALUE 0.
       01 CLASS-TAB.
          05 CLS-ENTRY OCCURS 5 TIMES.
             10 CLS-NAME      PIC X(8).
             10 CLS-LIVE-DD   PIC X(10).
             10 CLS-PRESENT   PIC X(1).
             10 CNT-READ      PIC 9(7).
             10 CNT-ARCHIVED  PIC 9(7).
             10 CNT-CARRIED   PIC 9(7).
             10 CNT-BFWD      PIC 9(7).
             10 CNT-CONSUMED  PIC 9(7).
             10 CLS-DSN       PIC X(44).
             10 CLS-GEN-RC    PIC 9(4).
       77 WS-CLS-INVREG   PIC S9(4) COMP VALUE 1.
       77 WS-CLS-SETTLE   PIC S9(4) COMP VALUE 2.
       77 WS-CLS-STKMOV   PIC S9(4) COMP VALUE 3.
       77 WS-CLS-COMMREG  PIC S9(4) COMP VALUE 4.
       77 WS-CLS-RCVREG   PIC S9(4) COMP VALUE 5.

      *** TABLE DES FACTURES ***
       77 IVT-CNT         PIC S9(4) COMP VALUE 0.
       77 IVT-IDX         PIC S9(4) COMP VALUE 0.
       77 WS-IVT-HIT      PIC S9(4) COMP VALUE 0.
       01 INVOICE-TAB.
          05 IVT-ENTRY OCCURS 9000 TIMES.
             10 IVT-INV-NO    PIC 9(8).
             10 IVT-C-NO      PIC X(3).
             10 IVT-DUE-DAYS  PIC 9(7).
             10 IVT-OPEN      PIC S9(9)V9(2).
             10 IVT-LAST-DATE PIC X(10).
      ** A = ARCHIVED, C = CARRIED FORWARD **
             10 IVT-FATE      PIC X(1).
                88 IVT-ARCHIVE      VALUE 'A'.
       77 CNT-INV-ARCHIVED PIC 9(7) VALUE 0.
       77 CNT-INV-CARRIED  PIC 9(7) VALUE 0.

      *** REPORTS CLIENTS DES ELEMENTS ARCHIVES ***
       77 CBF-CNT         PIC S9(4) COMP VALUE 0.
       77 CBF-IDX         PIC S9(4) COMP VALUE 0.
       77 WS-CBF-HIT      PIC S9(4) COMP VALUE 0.
       77 WS-CBF-C-NO     PIC X(3)  VALUE SPACES.
       01 CUSTBF-TAB.
          05 CBF-ENTRY OCCURS 2000 TIMES.
             10 CBF-C-NO      PIC X(3).
             10 CBF-AMOUNT    PIC S9(11)V9(2).
             10 CBF-RELIEF    PIC S9(11)V9(2).
             10 CBF-LAST-PAY  PIC X(10).
             10 CBF-LAST-AMT  PIC S9(7)V9(2).
             10 CBF-LATE-SUM  PIC S9(9).
             10 CBF-LATE-CNT  PIC 9(5).
       77 WS-SET-FATE     PIC X(1)  VALUE SPACE.
            88 SET-TO-FOLD      VALUE 'F'.
            88 SET-TO-ARCHIVE   VALUE 'A'.
            88 SET-TO-CARRY     VALUE 'C'.
       77 WS-LEFT-AMOUNT  PIC S9(11)V9(2) VALUE 0.
       77 WS-LEFT-RELIEF  PIC S9(11)V9(2) VALUE 0.
       77 WS-PART-AMOUNT  PIC S9(7)V9(2)  VALUE 0.
       77 WS-PART-RELIEF  PIC S9(7)V9(2)  VALUE 0.
       77 WS-CHUNK-MAX    PIC S9(7)V9(2)  VALUE 9000000.
       77 WS-FIRST-ROW    PIC X(1)  VALUE 'Y'.
       77 CNT-SET-UNMATCHED PIC 9(7) VALUE 0.

      *** LIGNE DE REPORT CONSTRUITE (GABARIT FICSETTLE) ***
       01 WS-BF-SETTLE.
          05 BFS-INV-NO      PIC 9(8).
          05 BFS-PAY-DATE    PIC X(10).
          05 BFS-AMOUNT      PIC S9(7)V9(2).
          05 BFS-RELIEF      PIC S9(7)V9(2).
          05 BFS-TYPE        PIC X(1).
          05 BFS-C-NO        PIC X(3).
          05 BFS-LAST-PAY    PIC X(10).
          05 BFS-LAST-AMT    PIC S9(7)V9(2).
          05 BFS-LATE-SUM    PIC S9(9).
          05 BFS-LATE-CNT    PIC 9(5).
          05 FILLER          PIC X(7).

      *** SOLDES DE STOCK PAR ARTICLE ET SITE ***
       77 STT-CNT         PIC S9(4) COMP VALUE 0.
       77 STT-IDX         PIC S9(4) COMP VALUE 0.
       77 WS-STT-HIT      PIC S9(4) COMP VALUE 0.
       77 WS-STT-WH       PIC X(2)  VALUE SPACES.
       01 STOCK-TAB.
          05 STT-ENTRY OCCURS 5000 TIMES.
             10 STT-P-NO      PIC X(3).
             10 STT-WH        PIC X(2).
             10 STT-BALANCE   PIC S9(7).
             10 STT-LAST-IN   PIC X(10).
             10 STT-LAST-OUT  PIC X(10).

      *** LIGNE DE REPORT CONSTRUITE (GABARIT STKMOV) ***
       01 WS-BF-STKMOV.
          05 BFM-DATE        PIC X(10).
          05 BFM-PGM         PIC X(8).
          05 BFM-REF         PIC X(8).
          05 BFM-P-NO        PIC X(3).
          05 BFM-WH          PIC X(2).
          05 BFM-DELTA       PIC S9(8).
          05 BFM-BALANCE     PIC S9(7).
          05 BFM-LAST-IN     PIC X(10).
          05 BFM-LAST-OUT    PIC X(10).
          05 FILLER          PIC X(14).

      *** LIGNES DE COMMANDE FOURNISSEUR RECUES ***
       77 RLT-CNT         PIC S9(4) COMP VALUE 0.
       77 RLT-IDX         PIC S9(4) COMP VALUE 0.
       77 WS-RLT-HIT      PIC S9(4) COMP VALUE 0.
       01 RCVLINE-TAB.
          05 RLT-ENTRY OCCURS 3000 TIMES.
             10 RLT-PO-NO     PIC 9(8).
             10 RLT-SNO       PIC X(2).
             10 RLT-PNO       PIC X(2).
             10 RLT-DLV-QTY   PIC 9(7).
             10 RLT-FIRST     PIC X(10).
             10 RLT-COST      PIC 9(5)V9(2).
             10 RLT-REJQTY    PIC 9(7).
             10 RLT-RET-QTY   PIC 9(7).
             10 RLT-RET-DATE  PIC X(10).
       77 WS-LEFT-QTY     PIC 9(7)  VALUE 0.
       77 WS-LEFT-REJ     PIC 9(7)  VALUE 0.

      *** LIGNE DE REPORT CONSTRUITE (GABARIT FICRCVREG) ***
       01 WS-BF-RCVREG.
          05 BFR-PO-NO       PIC 9(8).
          05 BFR-SNO         PIC X(2).
          05 BFR-PNO         PIC X(2).
          05 BFR-QTY         PIC 9(4).
          05 BFR-DATE        PIC X(10).
          05 BFR-COST        PIC 9(5)V9(2).
          05 BFR-REJQTY      PIC 9(4).
          05 BFR-KIND        PIC X(1).
          05 BFR-BF-FLAG     PIC X(1).
          05 FILLER          PIC X(41).

      *** ENREGISTREMENT DES GENERATIONS (OUTGENP) ***
       77 WS-QUE-CARD     PIC X(80) VALUE SPACES.
       77 WS-GEN-PGM      PIC X(8)  VALUE 'OUTGENP'.
       77 WS-GEN-RC       PIC 9(4)  VALUE 0.
       77 CNT-GEN-FAILED  PIC 9(4)  VALUE 0.

      *** LIGNES EDITION ***
       01 L-RLL-HEAD.
          05 FILLER        PIC X(37) VALUE
                'REGISTER YEAR-END ROLL-OVER - YEAR '.
          05 FILLER        PIC X(5)  VALUE 'END '.
          05 L-HEAD-YE     PIC X(10).
          05 FILLER        PIC X(6)  VALUE ' RUN '.
          05 L-HEAD-RUN    PIC X(10).
          05 FILLER        PIC X(32) VALUE ALL ' '.

       01 L-RLL-TITLE.
          05 FILLER        PIC X(12) VALUE 'REGISTER'.
          05 FILLER        PIC X(9)  VALUE '    READ'.
          05 FILLER        PIC X(10) VALUE '  ARCHIVED'.
          05 FILLER        PIC X(9)  VALUE ' CARRIED'.
          05 FILLER        PIC X(9)  VALUE '  BR.FWD'.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 FILLER        PIC X(48) VALUE 'ARCHIVE GENERATION'.

       01 L-RLL-LINE.
          05 L-LIVE-DD     PIC X(10).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-READ        PIC ZZZZZZ9.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-ARCHIVED    PIC ZZZZZZZ9.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-CARRIED     PIC ZZZZZZ9.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-BFWD        PIC ZZZZZZ9.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-DSN         PIC X(44).
          05 FILLER        PIC X(6)  VALUE ALL ' '.

       01 L-RLL-NOTE.
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 L-NOTE        PIC X(80).
          05 FILLER        PIC X(16) VALUE ALL ' '.

       01 L-RLL-FOOT.
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 L-FOOT-LABEL  PIC X(36).
          05 L-FOOT-COUNT  PIC ZZZZZZ9.
          05 FILLER        PIC X(53) VALUE ALL ' '.

       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** REGROLLP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

      ** THE ROLL READS WHAT THE CHAIN APPENDS : NOT WHILE IT RUNS **
           MOVE 'Q' TO WS-LK-ACTION
           CALL 'RUNLOCK' USING WS-WIN-PGM WS-LK-ACTION WS-LK-RESULT
           IF WS-LK-RESULT = 'HELD'
              DISPLAY '*** BATCH WINDOW OPEN - ROLL-OVER REFUSED,'
                      ' RERUN AFTER THE CHAIN ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'L' TO WS-LK-ACTION
           MOVE SPACES TO WS-LK-RESULT
           CALL 'RUNLOCK' USING WS-OWN-PGM WS-LK-ACTION WS-LK-RESULT
           IF WS-LK-RESULT = 'HELD'
              DISPLAY '*** REGROLLP ALREADY RUNNING - REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'S'          TO WS-RH-PHASE
           MOVE 'FICINVREG AND 4 REGISTERS' TO WS-RH-INPUTS
           MOVE 0            TO WS-RH-RC
           CALL 'RUNHIST' USING WS-OWN-PGM WS-RH-PHASE
                                WS-RH-INPUTS WS-RH-RC

           PERFORM SET-UP-CLASSES
           PERFORM CHECK-YEAR-END
           IF NOT ROLL-REFUSED
              PERFORM CHECK-CHECKPOINTS
           END-IF
           IF NOT ROLL-REFUSED
              PERFORM CHECK-CATALOG
           END-IF

      ** EVERY TABLE IS BUILT BEFORE A RECORD IS WRITTEN : A ROLL  **
      ** THAT CANNOT SEE THE WHOLE YEAR DOES NOT START             **
           IF NOT ROLL-REFUSED
              PERFORM LOAD-INVOICES
              PERFORM LOAD-SETTLEMENT-TOTALS
              PERFORM DECIDE-INVOICES
              PERFORM LOAD-STOCK-BALANCES
              PERFORM LOAD-RECEIPT-LINES
           END-IF

           IF NOT ROLL-REFUSED
              PERFORM ROLL-INVOICE-REGISTER
              PERFORM ROLL-SETTLEMENTS
              PERFORM ROLL-COMMISSIONS
              PERFORM ROLL-STOCK
              PERFORM ROLL-RECEIPTS
              PERFORM REGISTER-ARCHIVES
           END-IF

           PERFORM WRITE-ROLL-REPORT

           EVALUATE TRUE
              WHEN ROLL-REFUSED
                 DISPLAY '*** REGROLLP : ' WS-REFUSE-TEXT
                 MOVE 8 TO WS-RH-RC
              WHEN CNT-GEN-FAILED > 0
                 MOVE 8 TO WS-RH-RC
              WHEN ROLL-WARNED
                 MOVE 4 TO WS-RH-RC
              WHEN OTHER
                 MOVE 0 TO WS-RH-RC
           END-EVALUATE
           PERFORM VARYING CLS-IDX FROM 1 BY 1 UNTIL CLS-IDX > 5
              DISPLAY CLS-LIVE-DD(CLS-IDX)
                      ' READ '     CNT-READ(CLS-IDX)
                      ' ARCHIVED ' CNT-ARCHIVED(CLS-IDX)
                      ' CARRIED '  CNT-CARRIED(CLS-IDX)
                      ' BR.FWD '   CNT-BFWD(CLS-IDX)
           END-PERFORM

           MOVE 'E' TO WS-RH-PHASE
           CALL 'RUNHIST' USING WS-OWN-PGM WS-RH-PHASE
                                WS-RH-INPUTS WS-RH-RC
           MOVE 'R' TO WS-LK-ACTION
           CALL 'RUNLOCK' USING WS-OWN-PGM WS-LK-ACTION WS-LK-RESULT
           MOVE WS-RH-RC TO RETURN-CODE
           GOBACK.

      ********************************************
      * PARAGRAPHES                              *
      ********************************************
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 5 TO PARM-COUNT
           MOVE 'YEAREND'  TO PARM-KEYWORD(1)
           MOVE 'D'        TO PARM-TYPE(1)
           MOVE 'Y'        TO PARM-REQUIRED(1)
           MOVE 'RUNDATE'  TO PARM-KEYWORD(2)
           MOVE 'D'        TO PARM-TYPE(2)
           MOVE 'N'        TO PARM-REQUIRED(2)
           MOVE SPACES     TO PARM-DEFAULT(2)
           MOVE 'KEEPMON'  TO PARM-KEYWORD(3)
           MOVE 'N'        TO PARM-TYPE(3)
           MOVE 'N'        TO PARM-REQUIRED(3)
           MOVE '024'      TO PARM-DEFAULT(3)
           MOVE 'RETDAYS'  TO PARM-KEYWORD(4)
           MOVE 'N'        TO PARM-TYPE(4)
           MOVE 'N'        TO PARM-REQUIRED(4)
           MOVE '999'      TO PARM-DEFAULT(4)
           MOVE 'DSNPFX'   TO PARM-KEYWORD(5)
           MOVE 'X'        TO PARM-TYPE(5)
           MOVE 'N'        TO PARM-REQUIRED(5)
           MOVE 'APIX.ARCHIVE' TO PARM-DEFAULT(5)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              MOVE PARM-VALUE(1)(1:10) TO AC-YEAR-END
              MOVE PARM-VALUE(2)(1:10) TO AC-RUN-DATE
              COMPUTE AC-KEEPMON = FUNCTION NUMVAL(PARM-VALUE(3))
              COMPUTE AC-RETDAYS = FUNCTION NUMVAL(PARM-VALUE(4))
              MOVE PARM-VALUE(5)       TO AC-DSNPFX
           END-IF
           IF AC-RUN-DATE = SPACES
              CALL 'DATEBISO' USING AC-RUN-DATE
           END-IF
           .

      ** SET-UP-CLASSES - the catalog class, the live DD and the    **
      ** generation dataset name of each register                 **
       SET-UP-CLASSES.
           INITIALIZE CLASS-TAB
           MOVE 'INVREG'     TO CLS-NAME(1)
           MOVE 'FICINVREG'  TO CLS-LIVE-DD(1)
           MOVE 'SETTLE'     TO CLS-NAME(2)
           MOVE 'FICSETTLE'  TO CLS-LIVE-DD(2)
           MOVE 'STKMOV'     TO CLS-NAME(3)
           MOVE 'FICSTKMOV'  TO CLS-LIVE-DD(3)
           MOVE 'COMMREG'    TO CLS-NAME(4)
           MOVE 'FICCOMMREG' TO CLS-LIVE-DD(4)
           MOVE 'RCVREG'     TO CLS-NAME(5)
           MOVE 'FICRCVREG'  TO CLS-LIVE-DD(5)
           MOVE AC-YEAR-END(1:4) TO WS-YE-YYYYMMDD(1:4)
           MOVE AC-YEAR-END(6:2) TO WS-YE-YYYYMMDD(5:2)
           MOVE AC-YEAR-END(9:2) TO WS-YE-YYYYMMDD(7:2)
           PERFORM VARYING CLS-IDX FROM 1 BY 1 UNTIL CLS-IDX > 5
              MOVE 'Y' TO CLS-PRESENT(CLS-IDX)
              STRING AC-DSNPFX       DELIMITED BY SPACE
                     '.'             DELIMITED BY SIZE
                     CLS-NAME(CLS-IDX) DELIMITED BY SPACE
                     '.D'            DELIMITED BY SIZE
                     WS-YE-YYYYMMDD  DELIMITED BY SIZE
                INTO CLS-DSN(CLS-IDX)
              END-STRING
           END-PERFORM
           .

      ** CHECK-YEAR-END - a month end, before the run date, closed  **
      ** on PERIODK, and far enough back that no history reader    **
      ** looks past it                                              **
       CHECK-YEAR-END.
           MOVE AC-YEAR-END(1:4) TO WS-DATE-YYYY
           MOVE AC-YEAR-END(6:2) TO WS-DATE-MM
           MOVE AC-YEAR-END(9:2) TO WS-DATE-DD
           COMPUTE WS-WORK-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD) + 1
           COMPUTE WS-DATE-YYYYMMDD =
              FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           IF WS-DATE-MM = AC-YEAR-END(6:2)
              MOVE 'Y' TO WS-REFUSED
              MOVE 'YEAR END IS NOT THE LAST DAY OF ITS MONTH'
                TO WS-REFUSE-TEXT
              EXIT PARAGRAPH
           END-IF
           IF AC-YEAR-END NOT < AC-RUN-DATE
              MOVE 'Y' TO WS-REFUSED
              MOVE 'YEAR END IS NOT BEFORE THE RUN DATE'
                TO WS-REFUSE-TEXT
              EXIT PARAGRAPH
           END-IF

           OPEN INPUT PERIODK
           IF FS-PERIOD NOT = 0
              MOVE 'Y' TO WS-REFUSED
              MOVE 'NO PERIOD CONTROL FILE - YEAR END NOT PROVED CLOSED'
                TO WS-REFUSE-TEXT
              EXIT PARAGRAPH
           END-IF
           MOVE AC-YEAR-END(1:7) TO PERK-PERIOD
           READ PERIODK
           IF FS-PERIOD NOT = 0 OR NOT PERK-IS-CLOSED
              MOVE 'Y' TO WS-REFUSED
              STRING 'PERIOD '          DELIMITED BY SIZE
                     AC-YEAR-END(1:7)   DELIMITED BY SIZE
                     ' IS NOT CLOSED ON PERIODK' DELIMITED BY SIZE
                INTO WS-REFUSE-TEXT
              END-STRING
           END-IF
           CLOSE PERIODK
           IF ROLL-REFUSED
              EXIT PARAGRAPH
           END-IF

      ** CRLREVP AND FCSTP LOOK UP TO 24 MONTHS BACK, THE RUN MONTH **
      ** INCLUDED : ALL THEY READ MUST STILL BE LIVE                **
           COMPUTE WS-YE-KEY =
              (FUNCTION NUMVAL(AC-YEAR-END(1:4)) * 12)
              + FUNCTION NUMVAL(AC-YEAR-END(6:2)) - 1
           COMPUTE WS-RUN-KEY =
              (FUNCTION NUMVAL(AC-RUN-DATE(1:4)) * 12)
              + FUNCTION NUMVAL(AC-RUN-DATE(6:2)) - 1
           COMPUTE WS-MONTHS-AWAY = WS-RUN-KEY - WS-YE-KEY
           IF WS-MONTHS-AWAY < AC-KEEPMON
              MOVE 'Y' TO WS-REFUSED
              MOVE WS-MONTHS-AWAY TO ED-MONTHS
              STRING 'YEAR END ONLY'    DELIMITED BY SIZE
                     ED-MONTHS          DELIMITED BY SIZE
                     ' MONTHS BACK - THE HISTORY READERS STILL NEED IT'
                                        DELIMITED BY SIZE
                INTO WS-REFUSE-TEXT
              END-STRING
           END-IF
           .

      ** CHECK-CHECKPOINTS - a payment or invoicing run stopped     **
      ** half way restarts by counting records on these files       **
       CHECK-CHECKPOINTS.
           OPEN INPUT FPAYCKP
           IF FS-CHKPT = 0
              READ FPAYCKP
                 NOT AT END
                    IF ENR-PAYCKP(1:1) = 'R'
                       MOVE 'Y' TO WS-REFUSED
                       MOVE 'PAYAPPP RUN IN FLIGHT - RESTART IT FIRST'
                         TO WS-REFUSE-TEXT
                    END-IF
              END-READ
              CLOSE FPAYCKP
           END-IF
           OPEN INPUT FINVCKP
           IF FS-CHKPT = 0
              READ FINVCKP
                 NOT AT END
                    IF ENR-INVCKP(1:1) = 'R'
                       MOVE 'Y' TO WS-REFUSED
                       MOVE 'PART3BP RUN IN FLIGHT - RESTART IT FIRST'
                         TO WS-REFUSE-TEXT
                    END-IF
              END-READ
              CLOSE FINVCKP
           END-IF
           .

      ** CHECK-CATALOG - a year rolls once, and never behind a later **
      ** one already rolled                                          **
       CHECK-CATALOG.
           OPEN INPUT FGENCAT
           IF FS-GENCAT NOT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL FF-INPUT
              READ FGENCAT
                 AT END
                    SET FF-INPUT TO TRUE
                 NOT AT END
                    PERFORM VARYING CLS-IDX FROM 1 BY 1
                            UNTIL CLS-IDX > 5
                       IF GEN-CLASS = CLS-NAME(CLS-IDX) AND
                          GEN-RUNDATE NOT < AC-YEAR-END
                          MOVE 'Y' TO WS-REFUSED
                          MOVE SPACES TO WS-REFUSE-TEXT
                          STRING GEN-CLASS  DELIMITED BY SPACE
                                 ' ALREADY ROLLED AT ' DELIMITED BY SIZE
                                 GEN-RUNDATE DELIMITED BY SIZE
                            INTO WS-REFUSE-TEXT
                          END-STRING
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM
           CLOSE FGENCAT
           .

      ** LOAD-INVOICES - one entry per invoice number : customer,   **
      ** due day (cashfcp's reckoning), TTC, latest record date    **
       LOAD-INVOICES.
           OPEN INPUT FINVREG
           IF FS-INVREG NOT = 0
              MOVE 'N' TO CLS-PRESENT(WS-CLS-INVREG)
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL FF-INPUT OR ROLL-REFUSED
              READ FINVREG
                 AT END
                    SET FF-INPUT TO TRUE
                 NOT AT END
                    PERFORM NOTE-ONE-INVOICE
              END-READ
           END-PERFORM
           CLOSE FINVREG
           .

       NOTE-ONE-INVOICE.
           MOVE IR-INV-NO TO SET-INV-NO
           PERFORM FIND-INVOICE
           IF WS-IVT-HIT = 0
              IF IVT-CNT = 9000
                 MOVE 'Y' TO WS-REFUSED
                 MOVE 'INVOICE TABLE FULL, RAISE OCCURS - NOT ROLLED'
                   TO WS-REFUSE-TEXT
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO IVT-CNT
              MOVE IVT-CNT     TO WS-IVT-HIT
              MOVE IR-INV-NO   TO IVT-INV-NO(IVT-CNT)
              MOVE IR-C-NO     TO IVT-C-NO(IVT-CNT)
              MOVE ZERO        TO IVT-OPEN(IVT-CNT)
              MOVE IR-INV-DATE TO IVT-LAST-DATE(IVT-CNT)
              IF IR-DUE-DATE(1:4) IS NUMERIC
                 MOVE IR-DUE-DATE TO WS-ISO-DATE
              ELSE
                 MOVE IR-INV-DATE TO WS-ISO-DATE
              END-IF
              PERFORM DATE-TO-DAYS
              MOVE WS-DAYS     TO IVT-DUE-DAYS(IVT-CNT)
           END-IF
           ADD IR-TOTAL-TTC TO IVT-OPEN(WS-IVT-HIT)
           IF IR-INV-DATE > IVT-LAST-DATE(WS-IVT-HIT)
              MOVE IR-INV-DATE TO IVT-LAST-DATE(WS-IVT-HIT)
           END-IF
           .

      ** FIND-INVOICE - SET-INV-NO carries the number in **
       FIND-INVOICE.
           MOVE 0 TO WS-IVT-HIT
           PERFORM VARYING IVT-IDX FROM 1 BY 1
                   UNTIL IVT-IDX > IVT-CNT OR WS-IVT-HIT > 0
              IF IVT-INV-NO(IVT-IDX) = SET-INV-NO
                 MOVE IVT-IDX TO WS-IVT-HIT
              END-IF
           END-PERFORM
           .

      ** LOAD-SETTLEMENT-TOTALS - what was paid on each invoice and **
      ** the latest day anything happened to it                     **
       LOAD-SETTLEMENT-TOTALS.
           OPEN INPUT FSETTLE
           IF FS-SETTLE NOT = 0
              MOVE 'N' TO CLS-PRESENT(WS-CLS-SETTLE)
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL FF-INPUT
              READ FSETTLE
                 AT END
                    SET FF-INPUT TO TRUE
                 NOT AT END
                    IF SET-TYPE NOT = 'B' AND SET-TYPE NOT = 'F'
                       PERFORM FIND-INVOICE
                       IF WS-IVT-HIT > 0
                          SUBTRACT SET-AMOUNT
                              FROM IVT-OPEN(WS-IVT-HIT)
                          IF SET-PAY-DATE > IVT-LAST-DATE(WS-IVT-HIT)
                             MOVE SET-PAY-DATE
                               TO IVT-LAST-DATE(WS-IVT-HIT)
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FSETTLE
           .

      ** DECIDE-INVOICES - settled to zero and untouched since the  **
      ** year end goes ; anything else stays whole                  **
       DECIDE-INVOICES.
           PERFORM VARYING IVT-IDX FROM 1 BY 1 UNTIL IVT-IDX > IVT-CNT
              IF IVT-OPEN(IVT-IDX) = ZERO AND
                 IVT-LAST-DATE(IVT-IDX) NOT > AC-YEAR-END
                 MOVE 'A' TO IVT-FATE(IVT-IDX)
                 ADD 1 TO CNT-INV-ARCHIVED
              ELSE
                 MOVE 'C' TO IVT-FATE(IVT-IDX)
                 ADD 1 TO CNT-INV-CARRIED
              END-IF
           END-PERFORM
           .

      ** LOAD-STOCK-BALANCES - per product and site, the balance of **
      ** the last movement up to the year end and its last inbound  **
      ** and outbound day ; an earlier brought-forward row counts   **
      ** with the days it carries. A row without a site is a D1 one **
       LOAD-STOCK-BALANCES.
           OPEN INPUT FSTKMOV
           IF FS-STKMOV NOT = 0
              MOVE 'N' TO CLS-PRESENT(WS-CLS-STKMOV)
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL FF-INPUT OR ROLL-REFUSED
              READ FSTKMOV
                 AT END
                    SET FF-INPUT TO TRUE
                 NOT AT END
                    IF MOV-PGM = 'REGROLLP' OR
                       MOV-DATE NOT > AC-YEAR-END
                       PERFORM NOTE-ONE-STOCK-ROW
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FSTKMOV
           .

       NOTE-ONE-STOCK-ROW.
           IF MOV-WH = SPACES
              MOVE 'D1' TO WS-STT-WH
           ELSE
              MOVE MOV-WH TO WS-STT-WH
           END-IF
           MOVE 0 TO WS-STT-HIT
           PERFORM VARYING STT-IDX FROM 1 BY 1
                   UNTIL STT-IDX > STT-CNT OR WS-STT-HIT > 0
              IF STT-P-NO(STT-IDX) = MOV-P-NO AND
                 STT-WH(STT-IDX) = WS-STT-WH
                 MOVE STT-IDX TO WS-STT-HIT
              END-IF
           END-PERFORM
           IF WS-STT-HIT = 0
              IF STT-CNT = 5000
                 MOVE 'Y' TO WS-REFUSED
                 MOVE 'STOCK TABLE FULL, RAISE OCCURS - NOT ROLLED'
                   TO WS-REFUSE-TEXT
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO STT-CNT
              MOVE STT-CNT   TO WS-STT-HIT
              MOVE MOV-P-NO  TO STT-P-NO(STT-CNT)
              MOVE WS-STT-WH TO STT-WH(STT-CNT)
              MOVE ZERO      TO STT-BALANCE(STT-CNT)
              MOVE SPACES    TO STT-LAST-IN(STT-CNT)
              MOVE SPACES    TO STT-LAST-OUT(STT-CNT)
           END-IF
           IF MOV-BALANCE IS NUMERIC
              MOVE MOV-BALANCE TO STT-BALANCE(WS-STT-HIT)
           END-IF
           IF MOV-PGM = 'REGROLLP'
              IF MOV-BF-LAST-IN > STT-LAST-IN(WS-STT-HIT)
                 MOVE MOV-BF-LAST-IN TO STT-LAST-IN(WS-STT-HIT)
              END-IF
              IF MOV-BF-LAST-OUT > STT-LAST-OUT(WS-STT-HIT)
                 MOVE MOV-BF-LAST-OUT TO STT-LAST-OUT(WS-STT-HIT)
              END-IF
              EXIT PARAGRAPH
           END-IF
      ** THE SAME RECKONING AS INVAGEP : A RISE IS AN INBOUND DAY, **
      ** ANY OTHER NON-ZERO MOVEMENT AN OUTBOUND ONE                **
           IF MOV-DELTA IS NUMERIC AND MOV-DELTA NOT = 0
              IF MOV-DELTA > 0
                 IF MOV-DATE > STT-LAST-IN(WS-STT-HIT)
                    MOVE MOV-DATE TO STT-LAST-IN(WS-STT-HIT)
                 END-IF
              ELSE
                 IF MOV-DATE > STT-LAST-OUT(WS-STT-HIT)
                    MOVE MOV-DATE TO STT-LAST-OUT(WS-STT-HIT)
                 END-IF
              END-IF
           END-IF
           .

      ** LOAD-RECEIPT-LINES - per PO line, what came in and went    **
      ** back up to the year end, earlier brought-forward rows      **
      ** included                                                   **
       LOAD-RECEIPT-LINES.
           OPEN INPUT FRCVREG
           IF FS-RCVREG NOT = 0
              MOVE 'N' TO CLS-PRESENT(WS-CLS-RCVREG)
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL FF-INPUT OR ROLL-REFUSED
              READ FRCVREG
                 AT END
                    SET FF-INPUT TO TRUE
                 NOT AT END
                    IF RR-BROUGHT-FWD OR RR-DATE NOT > AC-YEAR-END
                       PERFORM NOTE-ONE-RECEIPT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FRCVREG
           .

       NOTE-ONE-RECEIPT.
           MOVE 0 TO WS-RLT-HIT
           PERFORM VARYING RLT-IDX FROM 1 BY 1
                   UNTIL RLT-IDX > RLT-CNT OR WS-RLT-HIT > 0
              IF RLT-PO-NO(RLT-IDX) = RR-PO-NO AND
                 RLT-SNO(RLT-IDX) = RR-SNO AND
                 RLT-PNO(RLT-IDX) = RR-PNO
                 MOVE RLT-IDX TO WS-RLT-HIT
              END-IF
           END-PERFORM
           IF WS-RLT-HIT = 0
              IF RLT-CNT = 3000
                 MOVE 'Y' TO WS-REFUSED
                 MOVE 'RECEIPT TABLE FULL, RAISE OCCURS - NOT ROLLED'
                   TO WS-REFUSE-TEXT
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO RLT-CNT
              MOVE RLT-CNT  TO WS-RLT-HIT
              INITIALIZE RLT-ENTRY(RLT-CNT)
              MOVE RR-PO-NO TO RLT-PO-NO(RLT-CNT)
              MOVE RR-SNO   TO RLT-SNO(RLT-CNT)
              MOVE RR-PNO   TO RLT-PNO(RLT-CNT)
           END-IF
           IF RR-RETURN
              ADD RR-QTY TO RLT-RET-QTY(WS-RLT-HIT)
              IF RR-DATE > RLT-RET-DATE(WS-RLT-HIT)
                 MOVE RR-DATE TO RLT-RET-DATE(WS-RLT-HIT)
              END-IF
              EXIT PARAGRAPH
           END-IF
           ADD RR-QTY TO RLT-DLV-QTY(WS-RLT-HIT)
           IF RLT-FIRST(WS-RLT-HIT) = SPACES OR
              RR-DATE < RLT-FIRST(WS-RLT-HIT)
              MOVE RR-DATE TO RLT-FIRST(WS-RLT-HIT)
           END-IF
           IF RR-COST > 0
              MOVE RR-COST TO RLT-COST(WS-RLT-HIT)
           END-IF
           IF RR-REJQTY IS NUMERIC
              ADD RR-REJQTY TO RLT-REJQTY(WS-RLT-HIT)
           END-IF
           .

      ** ROLL-INVOICE-REGISTER - each record follows its invoice **
       ROLL-INVOICE-REGISTER.
           OPEN OUTPUT FINVARC
           PERFORM CHECK-OUTPUT-OPEN
           OPEN OUTPUT FINVNEW
           PERFORM CHECK-OUTPUT-OPEN
           IF CLS-PRESENT(WS-CLS-INVREG) = 'Y'
              OPEN INPUT FINVREG
              MOVE 0 TO WS-EOF
              PERFORM UNTIL FF-INPUT
                 READ FINVREG
                    AT END
                       SET FF-INPUT TO TRUE
                    NOT AT END
                       ADD 1 TO CNT-READ(WS-CLS-INVREG)
                       MOVE IR-INV-NO TO SET-INV-NO
                       PERFORM FIND-INVOICE
                       IF IVT-ARCHIVE(WS-IVT-HIT)
                          WRITE ENR-INVARC FROM ENR-INVREG
                          ADD 1 TO CNT-ARCHIVED(WS-CLS-INVREG)
                       ELSE
                          WRITE ENR-INVNEW FROM ENR-INVREG
                          ADD 1 TO CNT-CARRIED(WS-CLS-INVREG)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FINVREG
           END-IF
           CLOSE FINVARC
           CLOSE FINVNEW
           .

      ** ROLL-SETTLEMENTS - first pass archives and sums per       **
      ** customer, the 'F' records open the new ledger, a second   **
      ** pass carries the rest in their order                      **
       ROLL-SETTLEMENTS.
           OPEN OUTPUT FSETARC
           PERFORM CHECK-OUTPUT-OPEN
           OPEN OUTPUT FSETNEW
           PERFORM CHECK-OUTPUT-OPEN
           IF CLS-PRESENT(WS-CLS-SETTLE) = 'Y'
              OPEN INPUT FSETTLE
              MOVE 0 TO WS-EOF
              PERFORM UNTIL FF-INPUT
                 READ FSETTLE
                    AT END
                       SET FF-INPUT TO TRUE
                    NOT AT END
                       ADD 1 TO CNT-READ(WS-CLS-SETTLE)
                       PERFORM JUDGE-SETTLEMENT
                       EVALUATE TRUE
                          WHEN SET-TO-FOLD
                             ADD 1 TO CNT-CONSUMED(WS-CLS-SETTLE)
                             PERFORM FOLD-PRIOR-BF
                          WHEN SET-TO-ARCHIVE
                             WRITE ENR-SETARC FROM ENR-SETTLE
                             ADD 1 TO CNT-ARCHIVED(WS-CLS-SETTLE)
                             IF SET-TYPE NOT = 'B'
                                PERFORM FOLD-ARCHIVED-SETTLEMENT
                             END-IF
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE FSETTLE
           END-IF

           PERFORM VARYING CBF-IDX FROM 1 BY 1 UNTIL CBF-IDX > CBF-CNT
              PERFORM WRITE-CUSTOMER-BF
           END-PERFORM

           IF CLS-PRESENT(WS-CLS-SETTLE) = 'Y'
              OPEN INPUT FSETTLE
              MOVE 0 TO WS-EOF
              PERFORM UNTIL FF-INPUT
                 READ FSETTLE
                    AT END
                       SET FF-INPUT TO TRUE
                    NOT AT END
                       PERFORM JUDGE-SETTLEMENT
                       IF SET-TO-CARRY
                          WRITE ENR-SETNEW FROM ENR-SETTLE
                          ADD 1 TO CNT-CARRIED(WS-CLS-SETTLE)
                          IF WS-IVT-HIT = 0
                             ADD 1 TO CNT-SET-UNMATCHED
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FSETTLE
           END-IF
           CLOSE FSETARC
           CLOSE FSETNEW
           .

      ** JUDGE-SETTLEMENT - an earlier 'F' record folds into the new **
      ** one ; a deposit banked by the year end goes ; a record of  **
      ** an archived invoice goes with it ; all else is carried     **
       JUDGE-SETTLEMENT.
           MOVE 'C' TO WS-SET-FATE
           MOVE 1   TO WS-IVT-HIT
           EVALUATE TRUE
              WHEN SET-TYPE = 'F'
                 MOVE 'F' TO WS-SET-FATE
              WHEN SET-TYPE = 'B'
                 IF SET-PAY-DATE NOT > AC-YEAR-END
                    MOVE 'A' TO WS-SET-FATE
                 END-IF
              WHEN OTHER
                 PERFORM FIND-INVOICE
                 IF WS-IVT-HIT > 0
                    IF IVT-ARCHIVE(WS-IVT-HIT)
                       MOVE 'A' TO WS-SET-FATE
                    END-IF
                 END-IF
           END-EVALUATE
           .

      ** FIND-CUSTOMER-BF - WS-CBF-C-NO carries the customer in **
       FIND-CUSTOMER-BF.
           MOVE 0 TO WS-CBF-HIT
           PERFORM VARYING CBF-IDX FROM 1 BY 1
                   UNTIL CBF-IDX > CBF-CNT OR WS-CBF-HIT > 0
              IF CBF-C-NO(CBF-IDX) = WS-CBF-C-NO
                 MOVE CBF-IDX TO WS-CBF-HIT
              END-IF
           END-PERFORM
           IF WS-CBF-HIT = 0
              IF CBF-CNT < 2000
                 ADD 1 TO CBF-CNT
                 MOVE CBF-CNT TO WS-CBF-HIT
                 INITIALIZE CBF-ENTRY(CBF-CNT)
                 MOVE WS-CBF-C-NO TO CBF-C-NO(CBF-CNT)
              ELSE
                 DISPLAY 'CUSTOMER TABLE FULL, RAISE OCCURS'
                 MOVE 'Y' TO WS-WARN-FLAG
              END-IF
           END-IF
           .

      ** FOLD-PRIOR-BF - last year's 'F' record of the customer **
       FOLD-PRIOR-BF.
           MOVE SET-C-NO TO WS-CBF-C-NO
           PERFORM FIND-CUSTOMER-BF
           IF WS-CBF-HIT = 0
              EXIT PARAGRAPH
           END-IF
           ADD SET-AMOUNT TO CBF-AMOUNT(WS-CBF-HIT)
           IF SET-RELIEF IS NUMERIC
              ADD SET-RELIEF TO CBF-RELIEF(WS-CBF-HIT)
           END-IF
           IF SET-BF-LAST-PAY > CBF-LAST-PAY(WS-CBF-HIT)
              MOVE SET-BF-LAST-PAY TO CBF-LAST-PAY(WS-CBF-HIT)
              MOVE SET-BF-LAST-AMT TO CBF-LAST-AMT(WS-CBF-HIT)
           END-IF
           IF SET-BF-LATE-SUM IS NUMERIC AND SET-BF-LATE-CNT IS NUMERIC
              ADD SET-BF-LATE-SUM TO CBF-LATE-SUM(WS-CBF-HIT)
              ADD SET-BF-LATE-CNT TO CBF-LATE-CNT(WS-CBF-HIT)
           END-IF
           .

      ** FOLD-ARCHIVED-SETTLEMENT - what the record meant to the   **
      ** lifetime readers : its relief (the payment on old records **
      ** without one), and for a payment its day and how late it   **
      ** came against the invoice's due day                        **
       FOLD-ARCHIVED-SETTLEMENT.
           MOVE IVT-C-NO(WS-IVT-HIT) TO WS-CBF-C-NO
           PERFORM FIND-CUSTOMER-BF
           IF WS-CBF-HIT = 0
              EXIT PARAGRAPH
           END-IF
           ADD SET-AMOUNT TO CBF-AMOUNT(WS-CBF-HIT)
           IF SET-RELIEF IS NUMERIC
              ADD SET-RELIEF TO CBF-RELIEF(WS-CBF-HIT)
           ELSE
              ADD SET-AMOUNT TO CBF-RELIEF(WS-CBF-HIT)
           END-IF
           IF SET-TYPE NOT = 'P' AND SET-TYPE NOT = SPACE
              EXIT PARAGRAPH
           END-IF
           IF SET-PAY-DATE > CBF-LAST-PAY(WS-CBF-HIT)
              MOVE SET-PAY-DATE TO CBF-LAST-PAY(WS-CBF-HIT)
              MOVE SET-AMOUNT   TO CBF-LAST-AMT(WS-CBF-HIT)
           END-IF
           MOVE SET-PAY-DATE TO WS-ISO-DATE
           PERFORM DATE-TO-DAYS
           IF WS-DAYS > 0 AND IVT-DUE-DAYS(WS-IVT-HIT) > 0
              COMPUTE CBF-LATE-SUM(WS-CBF-HIT) =
                 CBF-LATE-SUM(WS-CBF-HIT) + WS-DAYS
                 - IVT-DUE-DAYS(WS-IVT-HIT)
              ADD 1 TO CBF-LATE-CNT(WS-CBF-HIT)
           END-IF
           .

      ** WRITE-CUSTOMER-BF - one 'F' record, or as many as the     **
      ** ledger's amount picture needs ; the payment history rides **
      ** on the first                                              **
       WRITE-CUSTOMER-BF.
           MOVE CBF-AMOUNT(CBF-IDX) TO WS-LEFT-AMOUNT
           MOVE CBF-RELIEF(CBF-IDX) TO WS-LEFT-RELIEF
           MOVE 'Y' TO WS-FIRST-ROW
           PERFORM WITH TEST AFTER
                   UNTIL WS-LEFT-AMOUNT = ZERO AND
                         WS-LEFT-RELIEF = ZERO
              PERFORM CLIP-CHUNKS
              MOVE SPACES         TO WS-BF-SETTLE
              MOVE ZERO           TO BFS-INV-NO
              MOVE AC-YEAR-END    TO BFS-PAY-DATE
              MOVE WS-PART-AMOUNT TO BFS-AMOUNT
              MOVE WS-PART-RELIEF TO BFS-RELIEF
              MOVE 'F'            TO BFS-TYPE
              MOVE CBF-C-NO(CBF-IDX) TO BFS-C-NO
              IF WS-FIRST-ROW = 'Y'
                 MOVE CBF-LAST-PAY(CBF-IDX) TO BFS-LAST-PAY
                 MOVE CBF-LAST-AMT(CBF-IDX) TO BFS-LAST-AMT
                 MOVE CBF-LATE-SUM(CBF-IDX) TO BFS-LATE-SUM
                 MOVE CBF-LATE-CNT(CBF-IDX) TO BFS-LATE-CNT
              ELSE
                 MOVE ZERO TO BFS-LAST-AMT
                 MOVE ZERO TO BFS-LATE-SUM
                 MOVE ZERO TO BFS-LATE-CNT
              END-IF
              WRITE ENR-SETNEW FROM WS-BF-SETTLE
              ADD 1 TO CNT-BFWD(WS-CLS-SETTLE)
              MOVE 'N' TO WS-FIRST-ROW
           END-PERFORM
           .

       CLIP-CHUNKS.
           EVALUATE TRUE
              WHEN WS-LEFT-AMOUNT > WS-CHUNK-MAX
                 MOVE WS-CHUNK-MAX TO WS-PART-AMOUNT
              WHEN WS-LEFT-AMOUNT < 0 - WS-CHUNK-MAX
                 COMPUTE WS-PART-AMOUNT = 0 - WS-CHUNK-MAX
              WHEN OTHER
                 MOVE WS-LEFT-AMOUNT TO WS-PART-AMOUNT
           END-EVALUATE
           EVALUATE TRUE
              WHEN WS-LEFT-RELIEF > WS-CHUNK-MAX
                 MOVE WS-CHUNK-MAX TO WS-PART-RELIEF
              WHEN WS-LEFT-RELIEF < 0 - WS-CHUNK-MAX
                 COMPUTE WS-PART-RELIEF = 0 - WS-CHUNK-MAX
              WHEN OTHER
                 MOVE WS-LEFT-RELIEF TO WS-PART-RELIEF
           END-EVALUATE
           SUBTRACT WS-PART-AMOUNT FROM WS-LEFT-AMOUNT
           SUBTRACT WS-PART-RELIEF FROM WS-LEFT-RELIEF
           .

      ** ROLL-COMMISSIONS - a commission follows its invoice ; one   **
      ** whose invoice is not on the register goes by its own date  **
       ROLL-COMMISSIONS.
           OPEN OUTPUT FCOMARC
           PERFORM CHECK-OUTPUT-OPEN
           OPEN OUTPUT FCOMNEW
           PERFORM CHECK-OUTPUT-OPEN
           OPEN INPUT FCOMMREG
           IF FS-COMMREG NOT = 0
              MOVE 'N' TO CLS-PRESENT(WS-CLS-COMMREG)
           ELSE
              MOVE 0 TO WS-EOF
              PERFORM UNTIL FF-INPUT
                 READ FCOMMREG
                    AT END
                       SET FF-INPUT TO TRUE
                    NOT AT END
                       ADD 1 TO CNT-READ(WS-CLS-COMMREG)
                       MOVE CR-INV-NO TO SET-INV-NO
                       PERFORM FIND-INVOICE
                       MOVE 'C' TO WS-SET-FATE
                       IF WS-IVT-HIT > 0
                          IF IVT-ARCHIVE(WS-IVT-HIT)
                             MOVE 'A' TO WS-SET-FATE
                          END-IF
                       ELSE
                          IF CR-DATE NOT > AC-YEAR-END
                             MOVE 'A' TO WS-SET-FATE
                          END-IF
                       END-IF
                       IF SET-TO-ARCHIVE
                          WRITE ENR-COMARC FROM ENR-COMMREG
                          ADD 1 TO CNT-ARCHIVED(WS-CLS-COMMREG)
                       ELSE
                          WRITE ENR-COMNEW FROM ENR-COMMREG
                          ADD 1 TO CNT-CARRIED(WS-CLS-COMMREG)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FCOMMREG
           END-IF
           CLOSE FCOMARC
           CLOSE FCOMNEW
           .

      ** ROLL-STOCK - movements up to the year end go, one         **
      ** brought-forward row per product and site opens the new    **
      ** journal, later movements follow in their order             **
       ROLL-STOCK.
           OPEN OUTPUT FSTKARC
           PERFORM CHECK-OUTPUT-OPEN
           OPEN OUTPUT FSTKNEW
           PERFORM CHECK-OUTPUT-OPEN
           IF CLS-PRESENT(WS-CLS-STKMOV) = 'Y'
              OPEN INPUT FSTKMOV
              MOVE 0 TO WS-EOF
              PERFORM UNTIL FF-INPUT
                 READ FSTKMOV
                    AT END
                       SET FF-INPUT TO TRUE
                    NOT AT END
                       ADD 1 TO CNT-READ(WS-CLS-STKMOV)
                       EVALUATE TRUE
                          WHEN MOV-PGM = 'REGROLLP'
                             ADD 1 TO CNT-CONSUMED(WS-CLS-STKMOV)
                          WHEN MOV-DATE NOT > AC-YEAR-END
                             WRITE ENR-STKARC FROM ST-STKMOV
                             ADD 1 TO CNT-ARCHIVED(WS-CLS-STKMOV)
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE FSTKMOV
           END-IF

           PERFORM VARYING STT-IDX FROM 1 BY 1 UNTIL STT-IDX > STT-CNT
              MOVE SPACES              TO WS-BF-STKMOV
              MOVE AC-YEAR-END         TO BFM-DATE
              MOVE 'REGROLLP'          TO BFM-PGM
              MOVE 'BFWD'              TO BFM-REF
              MOVE STT-P-NO(STT-IDX)   TO BFM-P-NO
              MOVE STT-WH(STT-IDX)     TO BFM-WH
              MOVE STT-BALANCE(STT-IDX) TO BFM-DELTA
              MOVE STT-BALANCE(STT-IDX) TO BFM-BALANCE
              MOVE STT-LAST-IN(STT-IDX)  TO BFM-LAST-IN
              MOVE STT-LAST-OUT(STT-IDX) TO BFM-LAST-OUT
              WRITE ENR-STKNEW FROM WS-BF-STKMOV
              ADD 1 TO CNT-BFWD(WS-CLS-STKMOV)
           END-PERFORM

           IF CLS-PRESENT(WS-CLS-STKMOV) = 'Y'
              OPEN INPUT FSTKMOV
              MOVE 0 TO WS-EOF
              PERFORM UNTIL FF-INPUT
                 READ FSTKMOV
                    AT END
                       SET FF-INPUT TO TRUE
                    NOT AT END
                       IF MOV-PGM NOT = 'REGROLLP' AND
                          MOV-DATE > AC-YEAR-END
                          WRITE ENR-STKNEW FROM ST-STKMOV
                          ADD 1 TO CNT-CARRIED(WS-CLS-STKMOV)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FSTKMOV
           END-IF
           CLOSE FSTKARC
           CLOSE FSTKNEW
           .

      ** ROLL-RECEIPTS - receipts up to the year end go, each PO    **
      ** line comes forward as one delivery row and, when goods    **
      ** went back, one return row ; later receipts follow          **
       ROLL-RECEIPTS.
           OPEN OUTPUT FRCVARC
           PERFORM CHECK-OUTPUT-OPEN
           OPEN OUTPUT FRCVNEW
           PERFORM CHECK-OUTPUT-OPEN
           IF CLS-PRESENT(WS-CLS-RCVREG) = 'Y'
              OPEN INPUT FRCVREG
              MOVE 0 TO WS-EOF
              PERFORM UNTIL FF-INPUT
                 READ FRCVREG
                    AT END
                       SET FF-INPUT TO TRUE
                    NOT AT END
                       ADD 1 TO CNT-READ(WS-CLS-RCVREG)
                       EVALUATE TRUE
                          WHEN RR-BROUGHT-FWD
                             ADD 1 TO CNT-CONSUMED(WS-CLS-RCVREG)
                          WHEN RR-DATE NOT > AC-YEAR-END
                             WRITE ENR-RCVARC FROM ENR-RCVREG
                             ADD 1 TO CNT-ARCHIVED(WS-CLS-RCVREG)
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE FRCVREG
           END-IF

           PERFORM VARYING RLT-IDX FROM 1 BY 1 UNTIL RLT-IDX > RLT-CNT
              PERFORM WRITE-RECEIPT-BF
           END-PERFORM

           IF CLS-PRESENT(WS-CLS-RCVREG) = 'Y'
              OPEN INPUT FRCVREG
              MOVE 0 TO WS-EOF
              PERFORM UNTIL FF-INPUT
                 READ FRCVREG
                    AT END
                       SET FF-INPUT TO TRUE
                    NOT AT END
                       IF NOT RR-BROUGHT-FWD AND
                          RR-DATE > AC-YEAR-END
                          WRITE ENR-RCVNEW FROM ENR-RCVREG
                          ADD 1 TO CNT-CARRIED(WS-CLS-RCVREG)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FRCVREG
           END-IF
           CLOSE FRCVARC
           CLOSE FRCVNEW
           .

      ** WRITE-RECEIPT-BF - the register's quantity holds 9999 : a  **
      ** line that received more comes forward on several rows      **
       WRITE-RECEIPT-BF.
           MOVE RLT-DLV-QTY(RLT-IDX) TO WS-LEFT-QTY
           MOVE RLT-REJQTY(RLT-IDX)  TO WS-LEFT-REJ
           PERFORM UNTIL WS-LEFT-QTY = 0 AND WS-LEFT-REJ = 0
              MOVE SPACES               TO WS-BF-RCVREG
              MOVE RLT-PO-NO(RLT-IDX)   TO BFR-PO-NO
              MOVE RLT-SNO(RLT-IDX)     TO BFR-SNO
              MOVE RLT-PNO(RLT-IDX)     TO BFR-PNO
              MOVE RLT-FIRST(RLT-IDX)   TO BFR-DATE
              MOVE RLT-COST(RLT-IDX)    TO BFR-COST
              MOVE 'B'                  TO BFR-BF-FLAG
              IF WS-LEFT-QTY > 9999
                 MOVE 9999 TO BFR-QTY
              ELSE
                 MOVE WS-LEFT-QTY TO BFR-QTY
              END-IF
              IF WS-LEFT-REJ > 9999
                 MOVE 9999 TO BFR-REJQTY
              ELSE
                 MOVE WS-LEFT-REJ TO BFR-REJQTY
              END-IF
              SUBTRACT BFR-QTY    FROM WS-LEFT-QTY
              SUBTRACT BFR-REJQTY FROM WS-LEFT-REJ
              WRITE ENR-RCVNEW FROM WS-BF-RCVREG
              ADD 1 TO CNT-BFWD(WS-CLS-RCVREG)
           END-PERFORM
           MOVE RLT-RET-QTY(RLT-IDX) TO WS-LEFT-QTY
           PERFORM UNTIL WS-LEFT-QTY = 0
              MOVE SPACES               TO WS-BF-RCVREG
              MOVE RLT-PO-NO(RLT-IDX)   TO BFR-PO-NO
              MOVE RLT-SNO(RLT-IDX)     TO BFR-SNO
              MOVE RLT-PNO(RLT-IDX)     TO BFR-PNO
              MOVE RLT-RET-DATE(RLT-IDX) TO BFR-DATE
              MOVE RLT-COST(RLT-IDX)    TO BFR-COST
              MOVE ZERO                 TO BFR-REJQTY
              MOVE 'V'                  TO BFR-KIND
              MOVE 'B'                  TO BFR-BF-FLAG
              IF WS-LEFT-QTY > 9999
                 MOVE 9999 TO BFR-QTY
              ELSE
                 MOVE WS-LEFT-QTY TO BFR-QTY
              END-IF
              SUBTRACT BFR-QTY FROM WS-LEFT-QTY
              WRITE ENR-RCVNEW FROM WS-BF-RCVREG
              ADD 1 TO CNT-BFWD(WS-CLS-RCVREG)
           END-PERFORM
           .

      ** REGISTER-ARCHIVES - each archive that received records is  **
      ** catalogued through OUTGENP, handed its cards by PARMQUE    **
      ** and its dataset name on FICDSNIN                           **
       REGISTER-ARCHIVES.
           PERFORM VARYING CLS-IDX FROM 1 BY 1 UNTIL CLS-IDX > 5
              IF CNT-ARCHIVED(CLS-IDX) > 0
                 PERFORM REGISTER-ONE-ARCHIVE
              END-IF
           END-PERFORM
           .

       REGISTER-ONE-ARCHIVE.
           OPEN OUTPUT FDSNOUT
           PERFORM CHECK-OUTPUT-OPEN
           MOVE SPACES           TO ENR-DSNOUT
           MOVE CLS-DSN(CLS-IDX) TO DSO-NAME
           WRITE ENR-DSNOUT
           CLOSE FDSNOUT

           MOVE SPACES TO WS-QUE-CARD
           CALL 'PARMQUE' USING WS-QUE-CARD
           STRING 'CLASS='          DELIMITED BY SIZE
                  CLS-NAME(CLS-IDX) DELIMITED BY SPACE
             INTO WS-QUE-CARD
           END-STRING
           CALL 'PARMQUE' USING WS-QUE-CARD
           MOVE SPACES TO WS-QUE-CARD
           STRING 'RUNDATE='  DELIMITED BY SIZE
                  AC-YEAR-END DELIMITED BY SIZE
             INTO WS-QUE-CARD
           END-STRING
           CALL 'PARMQUE' USING WS-QUE-CARD
           MOVE SPACES TO WS-QUE-CARD
           STRING 'RETDAYS='  DELIMITED BY SIZE
                  AC-RETDAYS  DELIMITED BY SIZE
             INTO WS-QUE-CARD
           END-STRING
           CALL 'PARMQUE' USING WS-QUE-CARD
           MOVE 'END-PARMS' TO WS-QUE-CARD
           CALL 'PARMQUE' USING WS-QUE-CARD

           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-GEN-RC
           CALL WS-GEN-PGM
              ON EXCEPTION
                 MOVE 16 TO WS-GEN-RC
           END-CALL
           IF WS-GEN-RC = 0
              MOVE RETURN-CODE TO WS-GEN-RC
              CANCEL WS-GEN-PGM
           END-IF
           MOVE 0 TO RETURN-CODE
      ** A DECK OUTGENP DID NOT READ MUST NOT REACH ANYONE ELSE **
           MOVE SPACES TO WS-QUE-CARD
           CALL 'PARMQUE' USING WS-QUE-CARD

           MOVE WS-GEN-RC TO CLS-GEN-RC(CLS-IDX)
           IF WS-GEN-RC > 4
              ADD 1 TO CNT-GEN-FAILED
              DISPLAY '*** REGROLLP : ' CLS-DSN(CLS-IDX)
                      ' NOT CATALOGUED, OUTGENP RC ' WS-GEN-RC
           END-IF
           .

      ** CHECK-OUTPUT-OPEN - an output that cannot be opened stops   **
      ** the roll : the live registers are untouched at this point   **
       CHECK-OUTPUT-OPEN.
           IF FS-OUT NOT = 0
              DISPLAY '*** REGROLLP : OUTPUT FILE CANNOT BE OPENED ('
                      FS-OUT ') ***'
              MOVE 12 TO WS-ABEND-CODE
              PERFORM ABEND-PROG
           END-IF
           .

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

       WRITE-ROLL-REPORT.
           OPEN OUTPUT FROLLRPT
           MOVE AC-YEAR-END TO L-HEAD-YE
           MOVE AC-RUN-DATE TO L-HEAD-RUN
           WRITE ENR-ROLLRPT FROM L-RLL-HEAD
           MOVE SPACES TO ENR-ROLLRPT
           WRITE ENR-ROLLRPT
           IF ROLL-REFUSED
              MOVE 'ROLL-OVER REFUSED, NO REGISTER TOUCHED :' TO L-NOTE
              WRITE ENR-ROLLRPT FROM L-RLL-NOTE
              MOVE WS-REFUSE-TEXT TO L-NOTE
              WRITE ENR-ROLLRPT FROM L-RLL-NOTE
              CLOSE FROLLRPT
              EXIT PARAGRAPH
           END-IF

           WRITE ENR-ROLLRPT FROM L-RLL-TITLE
           PERFORM VARYING CLS-IDX FROM 1 BY 1 UNTIL CLS-IDX > 5
              MOVE CLS-LIVE-DD(CLS-IDX)  TO L-LIVE-DD
              MOVE CNT-READ(CLS-IDX)     TO L-READ
              MOVE CNT-ARCHIVED(CLS-IDX) TO L-ARCHIVED
              MOVE CNT-CARRIED(CLS-IDX)  TO L-CARRIED
              MOVE CNT-BFWD(CLS-IDX)     TO L-BFWD
              IF CNT-ARCHIVED(CLS-IDX) > 0
                 MOVE CLS-DSN(CLS-IDX)   TO L-DSN
              ELSE
                 MOVE '(NOTHING TO ARCHIVE)' TO L-DSN
              END-IF
              WRITE ENR-ROLLRPT FROM L-RLL-LINE
              IF CLS-PRESENT(CLS-IDX) = 'N'
                 MOVE SPACES TO L-NOTE
                 STRING CLS-LIVE-DD(CLS-IDX) DELIMITED BY SPACE
                        ' NOT FOUND - NOTHING ROLLED' DELIMITED BY SIZE
                   INTO L-NOTE
                 END-STRING
                 WRITE ENR-ROLLRPT FROM L-RLL-NOTE
                 MOVE 'Y' TO WS-WARN-FLAG
              END-IF
              IF CLS-GEN-RC(CLS-IDX) > 4
                 MOVE 'ARCHIVE NOT CATALOGUED - RUN OUTGENP FOR IT'
                   TO L-NOTE
                 WRITE ENR-ROLLRPT FROM L-RLL-NOTE
              END-IF
           END-PERFORM

           MOVE SPACES TO ENR-ROLLRPT
           WRITE ENR-ROLLRPT
           MOVE 'INVOICES ARCHIVED'         TO L-FOOT-LABEL
           MOVE CNT-INV-ARCHIVED            TO L-FOOT-COUNT
           WRITE ENR-ROLLRPT FROM L-RLL-FOOT
           MOVE 'INVOICES CARRIED FORWARD'  TO L-FOOT-LABEL
           MOVE CNT-INV-CARRIED             TO L-FOOT-COUNT
           WRITE ENR-ROLLRPT FROM L-RLL-FOOT
           MOVE 'CUSTOMERS BROUGHT FORWARD' TO L-FOOT-LABEL
           MOVE CBF-CNT                     TO L-FOOT-COUNT
           WRITE ENR-ROLLRPT FROM L-RLL-FOOT
           MOVE 'PRODUCT/SITE OPENING ROWS' TO L-FOOT-LABEL
           MOVE STT-CNT                     TO L-FOOT-COUNT
           WRITE ENR-ROLLRPT FROM L-RLL-FOOT
           MOVE 'PO LINES BROUGHT FORWARD'  TO L-FOOT-LABEL
           MOVE RLT-CNT                     TO L-FOOT-COUNT
           WRITE ENR-ROLLRPT FROM L-RLL-FOOT
           MOVE 'SETTLEMENTS OF NO INVOICE KEPT' TO L-FOOT-LABEL
           MOVE CNT-SET-UNMATCHED           TO L-FOOT-COUNT
           WRITE ENR-ROLLRPT FROM L-RLL-FOOT
           MOVE 'EARLIER BROUGHT-FORWARD ROWS FOLDED' TO L-FOOT-LABEL
           COMPUTE L-FOOT-COUNT = CNT-CONSUMED(WS-CLS-SETTLE)
                                + CNT-CONSUMED(WS-CLS-STKMOV)
                                + CNT-CONSUMED(WS-CLS-RCVREG)
           WRITE ENR-ROLLRPT FROM L-RLL-FOOT
           MOVE SPACES TO ENR-ROLLRPT
           WRITE ENR-ROLLRPT
           MOVE 'COPY EACH FICxxxNEW OVER ITS LIVE REGISTER ONLY IF'
             TO L-NOTE
           WRITE ENR-ROLLRPT FROM L-RLL-NOTE
           MOVE 'THIS STEP ENDED RC 0 OR 4' TO L-NOTE
           WRITE ENR-ROLLRPT FROM L-RLL-NOTE
           CLOSE FROLLRPT
           .

       ABEND-PROG.
           DISPLAY 'ABEND CODE : ' WS-ABEND-CODE
           MOVE 16 TO RETURN-CODE
           COMPUTE WS-ANO = WS-ANO / WS-VAR.
