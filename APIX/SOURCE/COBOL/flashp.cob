       IDENTIFICATION DIVISION.
       PROGRAM-ID.     FLASHP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - PRINT, ONCE THE NIGHTLY CHAIN IS OVER, A ONE-PAGE DAILY   *
      *      OPERATIONS FLASH (FICFLASH) FOR THE MORNING MEETING :     *
      *        . ORDERS AND ORDER LINES POSTED AND REVENUE LOADED PER  *
      *          REGION (ORDER LOAD REGISTER ORDLDK + APIX.ITEMS)      *
      *        . PART2P REJECTS BY REASON, AND THE ORDERS NEWLY PUT ON *
      *          CREDIT HOLD OR PARKED FOR DUPLICATE REVIEW (FICAUDIT) *
      *        . BACKORDERS PARKED (FICBACKORD) AND RELEASED           *
      *          (BORDRELP REPORT FICBORELRPT)                         *
      *        . FEEDS HELD IN QUARANTINE BY GATEP (FICQUARXX)         *
      *        . INVOICES ISSUED (FICINVREG) AND CASH APPLIED          *
      *          (SETTLEMENT LEDGER FICSETTLE, BY PAYMENT DATE)        *
      *    - SET EVERY FIGURE AGAINST THE SAME WEEKDAY LAST WEEK,      *
      *      KEPT IN THE FIGURE HISTORY FICFLASHHIST (LAYOUT FLSHIST)  *
      *      WHICH THE RUN REWRITES WITH TONIGHT'S FIGURES             *
      *    - CHECK EACH CHAIN STEP'S ELAPSED TIME FROM API10.RUNHIST   *
      *      AGAINST ITS AVERAGE OVER THE LOOKBACK WINDOW : A STEP     *
      *      OVER ITS WINDOW, STARTED WITHOUT AN END, OR ENDED ABOVE   *
      *      RC 4 IS FLAGGED AND THE RUN ENDS RC 4                     *
      *  Dependencies -> copybooks 'flshist', 'ordldr', 'loadlog'      *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      RUNDATE=YYYY-MM-DD  (THE NIGHT REPORTED, DEFAULT TODAY)   *
      *      TOLPCT=999          (PERCENT A STEP MAY RUN OVER ITS      *
      *                           AVERAGE, DEFAULT 050)                *
      *      LOOKBACK=999        (DAYS OF HISTORY KEPT AND AVERAGED,   *
      *                           AT LEAST 7, DEFAULT 028)             *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FFLASH    ASSIGN TO FICFLASH.
           SELECT FFLHIST   ASSIGN TO FICFLASHHIST
               FILE STATUS IS FS-FLHIST.
           SELECT ORDLDK    ASSIGN TO ORDLDK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLR-O-NO
               FILE STATUS IS FS-ORDLDK.
           SELECT FAUDIT    ASSIGN TO FICAUDIT
               FILE STATUS IS FS-AUDIT.
           SELECT FBACKORD  ASSIGN TO FICBACKORD
               FILE STATUS IS FS-BACKORD.
           SELECT FBORELRPT ASSIGN TO FICBORELRPT
               FILE STATUS IS FS-BOREL.
           SELECT FQUAREU   ASSIGN TO FICQUAREU
               FILE STATUS IS FS-QUAR-EU.
           SELECT FQUARAS   ASSIGN TO FICQUARAS
               FILE STATUS IS FS-QUAR-AS.
           SELECT FQUARAM   ASSIGN TO FICQUARAM
               FILE STATUS IS FS-QUAR-AM.
           SELECT FINVREG   ASSIGN TO FICINVREG
               FILE STATUS IS FS-INVREG.
           SELECT FSETTLE   ASSIGN TO FICSETTLE
               FILE STATUS IS FS-SETTLE.

       DATA DIVISION.
       FILE SECTION.
       FD FFLASH.
       01 ENR-FLASH PIC X(100).

      ** FFLHIST - FIGURE HISTORY, READ IN FULL THEN REWRITTEN **
       FD FFLHIST.
       COPY FLSHIST.

      ** ORDLDK - ORDER LOAD REGISTER WRITTEN BY PART2P, READ FRONT **
      ** TO BACK FOR THE ORDERS LOADED ON THE NIGHT REPORTED        **
       FD ORDLDK.
       COPY ORDLDR.

      ** FAUDIT - PART2P SALES AUDIT/REJECT LOG OF THE LAST RUN **
       FD FAUDIT.
       01 ENR-AUDIT       PIC X(80).

       FD FBACKORD.
       01 ENR-BACKORD.
          05 BO-VT-LINE    PIC X(80).
          05 BO-QTY-SHORT  PIC 9(5).
          05 BO-DATE       PIC X(10).
          05 FILLER        PIC X(5).

      ** FBORELRPT - BORDRELP RELEASE REPORT, DISPOSITION AT COL 34 **
       FD FBORELRPT.
       01 ENR-BORELRPT.
          05 FILLER        PIC X(33).
          05 BR-DISP       PIC X(12).
          05 FILLER        PIC X(35).

       FD FQUAREU.
       01 ENR-QUAR-EU     PIC X(80).

       FD FQUARAS.
       01 ENR-QUAR-AS     PIC X(80).

       FD FQUARAM.
       01 ENR-QUAR-AM     PIC X(80).

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

      ** FSETTLE - SETTLEMENT LEDGER APPENDED BY PAYAPPP **
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

       WORKING-STORAGE SECTION.
      *** STATUTS ET FINS DE FICHIERS ***
       77 FS-FLHIST       PIC 99 VALUE 0.
       77 FS-ORDLDK       PIC 99 VALUE 0.
       77 FS-AUDIT        PIC 99 VALUE 0.
       77 FS-BACKORD      PIC 99 VALUE 0.
       77 FS-BOREL        PIC 99 VALUE 0.
       77 FS-QUAR-EU      PIC 99 VALUE 0.
       77 FS-QUAR-AS      PIC 99 VALUE 0.
       77 FS-QUAR-AM      PIC 99 VALUE 0.
       77 FS-INVREG       PIC 99 VALUE 0.
       77 FS-SETTLE       PIC 99 VALUE 0.
       77 WS-EOF          PIC 9  VALUE 0.
            88 FF-INPUT         VALUE 1.
       77 WS-QUAR-RECS    PIC 9(7) VALUE 0.

      *** INSERT DES DECLARATIONS SQL ***
           EXEC SQL INCLUDE SQLCA  END-EXEC.

      *** CURSEUR HISTORIQUE D'EXECUTION, PAR PROGRAMME ***
           EXEC SQL
               DECLARE CSTEPS CURSOR
               FOR
               SELECT RUN_DATE, RUN_TIME, PGM, PHASE, RC
               FROM API10.RUNHIST
               WHERE RUN_DATE BETWEEN :WS-LOOK-FROM AND :WS-NEXT-DAY
               ORDER BY PGM, RUN_DATE, RUN_TIME
           END-EXEC.

      *** VARIABLES FONCTION ABEND-PROG ***
       77 WS-ANO PIC 9 VALUE ZERO.
       77 WS-VAR PIC 9 VALUE ZERO.
       77 WS-ABEND-CODE PIC 9(02) VALUE 0.

      *** SYSIN PARAMETERS, THROUGH THE PARMPRS CARD PARSER ***
       COPY PARMBLK.
       77 AC-RUN-DATE    PIC X(10) VALUE SPACES.
       77 AC-TOL-PCT     PIC 9(3)  VALUE 50.
       77 AC-LOOKBACK    PIC 9(3)  VALUE 28.

       COPY LOADLOG.

      *** DATES DU FLASH ***
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.
       01 WS-DATE-YYYYMMDD PIC 9(8) VALUE 0.
       01 WS-DATE-YYYYMMDD-X REDEFINES WS-DATE-YYYYMMDD.
          05 WS-DATE-YYYY PIC X(4).
          05 WS-DATE-MM   PIC X(2).
          05 WS-DATE-DD   PIC X(2).
       77 WS-RUN-INT      PIC 9(7) VALUE 0.
       77 WS-ROW-INT      PIC 9(7) VALUE 0.
       77 WS-DATE-ISO     PIC X(10) VALUE SPACES.
       77 WS-WEEK-AGO     PIC X(10) VALUE SPACES.
       77 WS-LOOK-FROM    PIC X(10) VALUE SPACES.
       77 WS-NEXT-DAY     PIC X(10) VALUE SPACES.

      *** HISTORIQUE DES CHIFFRES (FENETRE LOOKBACK) ***
       77 HT-CNT          PIC S9(4) COMP VALUE 0.
       77 HT-MAX          PIC S9(4) COMP VALUE 3000.
       77 HT-IDX          PIC S9(4) COMP VALUE 0.
       77 CNT-HIST-DROPPED PIC 9(5) VALUE 0.
       77 WS-WEEK-FLAG    PIC X(1) VALUE 'N'.
            88 WEEK-AGO-ON-FILE VALUE 'Y'.
       01 HIST-TAB.
          05 HT-ENTRY OCCURS 3000 TIMES.
             10 HT-DATE    PIC X(10).
             10 HT-KEY     PIC X(20).
             10 HT-KIND    PIC X(1).
             10 HT-VALUE   PIC S9(11)V99.

      *** CHIFFRES DE LA NUIT ***
       77 TF-CNT          PIC S9(4) COMP VALUE 0.
       77 TF-IDX          PIC S9(4) COMP VALUE 0.
       01 TODAY-TAB.
          05 TF-ENTRY OCCURS 100 TIMES.
             10 TF-KEY     PIC X(20).
             10 TF-KIND    PIC X(1).
             10 TF-VALUE   PIC S9(11)V99.

      *** COMMANDES PAR REGION (EU, AS, AM, SU = SUSPENSE) ***
       01 REGION-CODES    PIC X(8) VALUE 'EUASAMSU'.
       01 REGION-CODES-R REDEFINES REGION-CODES.
          05 RC-CODE      PIC XX OCCURS 4 TIMES.
       77 RG-IDX          PIC S9(4) COMP VALUE 0.
       01 REGION-TAB.
          05 RG-ENTRY OCCURS 4 TIMES.
             10 RG-ORDERS  PIC S9(9) COMP.
             10 RG-LINES   PIC S9(9) COMP.
             10 RG-REVENUE PIC S9(11)V99.
       77 TOT-ORDERS      PIC S9(9) COMP VALUE 0.
       77 TOT-LINES       PIC S9(9) COMP VALUE 0.
       77 TOT-REVENUE     PIC S9(11)V99 VALUE 0.

      *** RESUME DU JOURNAL D'AUDIT PART2P ***
       77 AR-CNT          PIC S9(4) COMP VALUE 0.
       77 AR-IDX          PIC S9(4) COMP VALUE 0.
       77 WS-AUDIT-FOOT   PIC X(1) VALUE 'N'.
            88 IN-AUDIT-FOOT    VALUE 'Y'.
       01 AUDIT-TAB.
          05 AR-ENTRY OCCURS 40 TIMES.
             10 AR-LABEL   PIC X(20).
             10 AR-COUNT   PIC 9(5).
       77 WS-CREDIT-HOLDS PIC 9(5) VALUE 0.
       77 WS-DUP-HOLDS    PIC 9(5) VALUE 0.
       77 WS-AUDIT-TOTAL  PIC 9(5) VALUE 0.

      *** BACKORDERS, FACTURATION, ENCAISSEMENTS ***
       77 WS-BO-PARKED    PIC 9(7) VALUE 0.
       77 WS-BO-RELEASED  PIC 9(7) VALUE 0.
       77 WS-FEEDS-HELD   PIC 9(1) VALUE 0.
       77 WS-INV-COUNT    PIC 9(7) VALUE 0.
       77 WS-INV-AMOUNT   PIC S9(11)V99 VALUE 0.
       77 WS-PAY-COUNT    PIC 9(7) VALUE 0.
       77 WS-PAY-AMOUNT   PIC S9(11)V99 VALUE 0.

      *** CHIFFRE COURANT ET COMPARAISON ***
       77 WS-FIG-KEY      PIC X(20).
       77 WS-FIG-KIND     PIC X(1).
       77 WS-FIG-VALUE    PIC S9(11)V99.
       77 WS-FIG-LASTWK   PIC S9(11)V99.
       77 WS-FIG-DIFF     PIC S9(11)V99.
       77 WS-PCT-WORK     PIC S9(13)V9(4).
       77 WS-FIG-PCT      PIC S9(5)V9.
       77 WS-FIG-SHOW     PIC X(1).
       77 ED-CNT          PIC -(15)9.
       77 ED-AMT          PIC -(12)9,99.
       77 ED-PCT          PIC -(4)9,9.

      *** ETAPES DE LA CHAINE (API10.RUNHIST) ***
       77 RH-DATE         PIC X(10).
       77 RH-TIME         PIC X(8).
       77 RH-PGM          PIC X(8).
       77 RH-PHASE        PIC X(1).
       77 RH-RC           PIC S9(4) USAGE COMP-5.
       01 WS-HMS.
          05 WS-HMS-HH    PIC 99.
          05 WS-HMS-MM    PIC 99.
          05 WS-HMS-SS    PIC 99.
          05 WS-HMS-CC    PIC 99.
       77 WS-ROW-SECS     PIC 9(5) VALUE 0.
       77 WS-ELAPSED      PIC S9(9) COMP VALUE 0.
       77 SP-CNT          PIC S9(4) COMP VALUE 0.
       77 SP-IDX          PIC S9(4) COMP VALUE 0.
       01 STEP-TAB.
          05 SP-ENTRY OCCURS 30 TIMES.
             10 SP-PGM       PIC X(8).
             10 SP-PEND      PIC X(1).
             10 SP-PEND-INT  PIC 9(7).
             10 SP-PEND-SECS PIC 9(5).
      ** N = NOT STARTED TONIGHT, S = STARTED ONLY, E = ENDED **
             10 SP-TN-FLAG   PIC X(1).
             10 SP-TN-START  PIC X(8).
             10 SP-TN-END    PIC X(8).
             10 SP-TN-SECS   PIC 9(7).
             10 SP-TN-RC     PIC S9(4).
             10 SP-HIST-RUNS PIC 9(3).
             10 SP-HIST-SECS PIC 9(9).
       77 WS-USUAL-SECS   PIC 9(7) VALUE 0.
       77 WS-LIMIT-WORK   PIC 9(12)V9(4) VALUE 0.
       77 WS-LIMIT-SECS   PIC 9(9) VALUE 0.
       77 WS-FMT-SECS     PIC 9(7) VALUE 0.
       77 WS-FMT-REST     PIC 9(7) VALUE 0.
       01 WS-FMT-HMS.
          05 WS-FMT-HH    PIC 99.
          05 FILLER       PIC X VALUE ':'.
          05 WS-FMT-MM    PIC 99.
          05 FILLER       PIC X VALUE ':'.
          05 WS-FMT-SS    PIC 99.
       77 CNT-STEP-ALERTS PIC 9(3) VALUE 0.

      *** HOST VARIABLES ***
       77 FL-O-NO         PIC S9(9) COMP.
       77 FL-LINES        PIC S9(9) COMP.
       77 FL-REVENUE      PIC S9(9)V99 COMP-3.

      *** LIGNES EDITION ***
       01 L-FL-HEAD.
          05 FILLER        PIC X(34) VALUE
                'DAILY OPERATIONS FLASH - NIGHT OF '.
          05 L-HEAD-DATE   PIC X(10).
          05 FILLER        PIC X(18) VALUE '   COMPARED WITH '.
          05 L-HEAD-WEEK   PIC X(10).
          05 FILLER        PIC X(28) VALUE ALL ' '.

       01 L-FL-SECTION.
          05 FILLER        PIC X(4)  VALUE '*** '.
          05 L-SECT-TITLE  PIC X(40).
          05 FILLER        PIC X(56) VALUE ALL ' '.

       01 L-FL-TITLE.
          05 FILLER        PIC X(26) VALUE 'FIGURE'.
          05 FILLER        PIC X(18) VALUE '         TONIGHT'.
          05 FILLER        PIC X(18) VALUE '       LAST WEEK'.
          05 FILLER        PIC X(18) VALUE '          CHANGE'.
          05 FILLER        PIC X(10) VALUE '   CHG %'.
          05 FILLER        PIC X(10) VALUE 'NOTE'.

       01 L-FIG-LINE.
          05 L-FIG-LABEL   PIC X(24).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-FIG-TODAY   PIC X(16).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-FIG-LASTWK  PIC X(16).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-FIG-DIFF    PIC X(16).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-FIG-PCT     PIC X(8).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-FIG-NOTE    PIC X(10).

       01 L-STP-TITLE.
          05 FILLER        PIC X(10) VALUE 'STEP'.
          05 FILLER        PIC X(10) VALUE 'STARTED'.
          05 FILLER        PIC X(10) VALUE 'ENDED'.
          05 FILLER        PIC X(10) VALUE 'ELAPSED'.
          05 FILLER        PIC X(10) VALUE 'USUAL'.
          05 FILLER        PIC X(5)  VALUE 'RUNS'.
          05 FILLER        PIC X(6)  VALUE '   RC'.
          05 FILLER        PIC X(39) VALUE 'STATUS'.

       01 L-STP-LINE.
          05 L-STP-PGM     PIC X(8).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-STP-START   PIC X(8).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-STP-END     PIC X(8).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-STP-ELAPSED PIC X(8).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-STP-USUAL   PIC X(8).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-STP-RUNS    PIC ZZ9.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-STP-RC      PIC ----9.
          05 FILLER        PIC X(1)  VALUE ' '.
          05 L-STP-STATUS  PIC X(12).
          05 FILLER        PIC X(27) VALUE ALL ' '.

       01 L-FL-FOOT.
          05 FILLER        PIC X(30) VALUE
                'STEPS OUTSIDE THEIR WINDOW : '.
          05 L-FOOT-ALERTS PIC ZZ9.
          05 FILLER        PIC X(67) VALUE ALL ' '.

       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** FLASHP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
      ** THE WEEK-AGO COMPARISON NEEDS AT LEAST SEVEN DAYS KEPT **
           IF AC-LOOKBACK < 7
              DISPLAY '*** FLASHP : LOOKBACK UNDER 7 DAYS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM GET-RUN-DATES
           PERFORM LOAD-FLASH-HISTORY

           OPEN OUTPUT FFLASH
           MOVE AC-RUN-DATE TO L-HEAD-DATE
           MOVE WS-WEEK-AGO TO L-HEAD-WEEK
           WRITE ENR-FLASH FROM L-FL-HEAD
           WRITE ENR-FLASH FROM L-FL-TITLE

           PERFORM REPORT-ORDERS-POSTED
           PERFORM REPORT-AUDIT-REASONS
           PERFORM REPORT-BACKORDERS
           PERFORM REPORT-QUARANTINE
           PERFORM REPORT-BILLING
           PERFORM REPORT-STEP-TIMES

           MOVE CNT-STEP-ALERTS TO L-FOOT-ALERTS
           WRITE ENR-FLASH FROM L-FL-FOOT
           CLOSE FFLASH

           PERFORM SAVE-FLASH-HISTORY

           DISPLAY 'FLASH FIGURES REPORTED   : ' TF-CNT
           DISPLAY 'STEPS OUTSIDE THE WINDOW : ' CNT-STEP-ALERTS
           IF CNT-HIST-DROPPED > 0
              DISPLAY 'HISTORY ROWS NOT KEPT    : ' CNT-HIST-DROPPED
           END-IF
           IF CNT-STEP-ALERTS > 0 OR CNT-HIST-DROPPED > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      ********************************************
      * PARAGRAPHES                              *
      ********************************************
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 3 TO PARM-COUNT
           MOVE 'RUNDATE'  TO PARM-KEYWORD(1)
           MOVE 'D'        TO PARM-TYPE(1)
           MOVE 'N'        TO PARM-REQUIRED(1)
           MOVE SPACES     TO PARM-DEFAULT(1)
           MOVE 'TOLPCT'   TO PARM-KEYWORD(2)
           MOVE 'N'        TO PARM-TYPE(2)
           MOVE 'N'        TO PARM-REQUIRED(2)
           MOVE '050'      TO PARM-DEFAULT(2)
           MOVE 'LOOKBACK' TO PARM-KEYWORD(3)
           MOVE 'N'        TO PARM-TYPE(3)
           MOVE 'N'        TO PARM-REQUIRED(3)
           MOVE '028'      TO PARM-DEFAULT(3)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              MOVE PARM-VALUE(1)(1:10) TO AC-RUN-DATE
              COMPUTE AC-TOL-PCT  = FUNCTION NUMVAL(PARM-VALUE(2))
              COMPUTE AC-LOOKBACK = FUNCTION NUMVAL(PARM-VALUE(3))
           END-IF
           .

      ** GET-RUN-DATES - the night reported, the same weekday last  **
      ** week, the first day of the lookback window and the day     **
      ** after (a step started before midnight ends on it)          **
       GET-RUN-DATES.
           IF AC-RUN-DATE = SPACES
              ACCEPT WS-RUN-DATE FROM DATE
              STRING '20'      DELIMITED BY SIZE
                     WS-RUN-AA  DELIMITED BY SIZE
                     '-'        DELIMITED BY SIZE
                     WS-RUN-MM  DELIMITED BY SIZE
                     '-'        DELIMITED BY SIZE
                     WS-RUN-JJ  DELIMITED BY SIZE
                INTO AC-RUN-DATE
              END-STRING
           END-IF
           MOVE AC-RUN-DATE(1:4) TO WS-DATE-YYYY
           MOVE AC-RUN-DATE(6:2) TO WS-DATE-MM
           MOVE AC-RUN-DATE(9:2) TO WS-DATE-DD
           COMPUTE WS-RUN-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)

           COMPUTE WS-DATE-YYYYMMDD =
              FUNCTION DATE-OF-INTEGER(WS-RUN-INT - 7)
           PERFORM FORMAT-ISO-DATE
           MOVE WS-DATE-ISO TO WS-WEEK-AGO

           COMPUTE WS-DATE-YYYYMMDD =
              FUNCTION DATE-OF-INTEGER(WS-RUN-INT - AC-LOOKBACK)
           PERFORM FORMAT-ISO-DATE
           MOVE WS-DATE-ISO TO WS-LOOK-FROM

           COMPUTE WS-DATE-YYYYMMDD =
              FUNCTION DATE-OF-INTEGER(WS-RUN-INT + 1)
           PERFORM FORMAT-ISO-DATE
           MOVE WS-DATE-ISO TO WS-NEXT-DAY
           .

       FORMAT-ISO-DATE.
           MOVE SPACES TO WS-DATE-ISO
           STRING WS-DATE-YYYY DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-DATE-MM   DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-DATE-DD   DELIMITED BY SIZE
             INTO WS-DATE-ISO
           END-STRING
           .

      ** LOAD-FLASH-HISTORY - keeps the rows still inside the       **
      ** lookback window ; tonight's own rows (a rerun) are dropped **
      ** here and written again from this run                       **
       LOAD-FLASH-HISTORY.
           OPEN INPUT FFLHIST
           IF FS-FLHIST NOT = 0
              DISPLAY 'NO FLASH HISTORY YET, NOTHING TO COMPARE'
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL FF-INPUT
              READ FFLHIST
                 AT END
                    SET FF-INPUT TO TRUE
                 NOT AT END
                    IF FH-RUN-DATE NOT < WS-LOOK-FROM
                       AND FH-RUN-DATE NOT = AC-RUN-DATE
                       IF HT-CNT < HT-MAX
                          ADD 1 TO HT-CNT
                          MOVE FH-RUN-DATE TO HT-DATE(HT-CNT)
                          MOVE FH-KEY      TO HT-KEY(HT-CNT)
                          MOVE FH-KIND     TO HT-KIND(HT-CNT)
                          MOVE FH-VALUE    TO HT-VALUE(HT-CNT)
                          IF FH-RUN-DATE = WS-WEEK-AGO
                             SET WEEK-AGO-ON-FILE TO TRUE
                          END-IF
                       ELSE
                          ADD 1 TO CNT-HIST-DROPPED
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FFLHIST
           .

      ** REPORT-ORDERS-POSTED - every order PART2P loaded tonight,  **
      ** with its lines and value from APIX.ITEMS (return lines     **
      ** net against the revenue)                                    **
       REPORT-ORDERS-POSTED.
           INITIALIZE REGION-TAB
           OPEN INPUT ORDLDK
           IF FS-ORDLDK NOT = 0
              DISPLAY 'NO ORDER LOAD REGISTER, NO ORDERS COUNTED'
           ELSE
              MOVE 0 TO WS-EOF
              PERFORM UNTIL FF-INPUT
                 READ ORDLDK NEXT
                    AT END
                       SET FF-INPUT TO TRUE
                    NOT AT END
                       IF OLR-LOAD-DATE = AC-RUN-DATE
                          PERFORM ADD-POSTED-ORDER
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ORDLDK
           END-IF

           MOVE 'ORDERS POSTED' TO L-SECT-TITLE
           WRITE ENR-FLASH FROM L-FL-SECTION
           PERFORM VARYING RG-IDX FROM 1 BY 1 UNTIL RG-IDX > 4
              MOVE SPACES TO WS-FIG-KEY
              STRING 'ORDERS POSTED '  DELIMITED BY SIZE
                     RC-CODE(RG-IDX)   DELIMITED BY SIZE
                INTO WS-FIG-KEY
              END-STRING
              MOVE 'C' TO WS-FIG-KIND
              MOVE RG-ORDERS(RG-IDX) TO WS-FIG-VALUE
              PERFORM REPORT-FIGURE
              MOVE SPACES TO WS-FIG-KEY
              STRING 'ORDER LINES '    DELIMITED BY SIZE
                     RC-CODE(RG-IDX)   DELIMITED BY SIZE
                INTO WS-FIG-KEY
              END-STRING
              MOVE 'C' TO WS-FIG-KIND
              MOVE RG-LINES(RG-IDX) TO WS-FIG-VALUE
              PERFORM REPORT-FIGURE
              MOVE SPACES TO WS-FIG-KEY
              STRING 'REVENUE LOADED '  DELIMITED BY SIZE
                     RC-CODE(RG-IDX)    DELIMITED BY SIZE
                INTO WS-FIG-KEY
              END-STRING
              MOVE 'A' TO WS-FIG-KIND
              MOVE RG-REVENUE(RG-IDX) TO WS-FIG-VALUE
              PERFORM REPORT-FIGURE
           END-PERFORM
           MOVE 'ORDERS POSTED TOTAL'  TO WS-FIG-KEY
           MOVE 'C'                    TO WS-FIG-KIND
           MOVE TOT-ORDERS             TO WS-FIG-VALUE
           PERFORM REPORT-FIGURE
           MOVE 'ORDER LINES TOTAL'    TO WS-FIG-KEY
           MOVE 'C'                    TO WS-FIG-KIND
           MOVE TOT-LINES              TO WS-FIG-VALUE
           PERFORM REPORT-FIGURE
           MOVE 'REVENUE LOADED TOTAL' TO WS-FIG-KEY
           MOVE 'A'                    TO WS-FIG-KIND
           MOVE TOT-REVENUE            TO WS-FIG-VALUE
           PERFORM REPORT-FIGURE
           .

       ADD-POSTED-ORDER.
           MOVE OLR-O-NO TO FL-O-NO
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(QUANTITY * PRICE), 0)
               INTO :FL-LINES, :FL-REVENUE
               FROM APIX.ITEMS
               WHERE O_NO = :FL-O-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           ADD 1          TO TOT-ORDERS
           ADD FL-LINES   TO TOT-LINES
           ADD FL-REVENUE TO TOT-REVENUE
           PERFORM VARYING RG-IDX FROM 1 BY 1 UNTIL RG-IDX > 4
              IF RC-CODE(RG-IDX) = OLR-REGION
                 ADD 1          TO RG-ORDERS(RG-IDX)
                 ADD FL-LINES   TO RG-LINES(RG-IDX)
                 ADD FL-REVENUE TO RG-REVENUE(RG-IDX)
              END-IF
           END-PERFORM
           .

      ** REPORT-AUDIT-REASONS - the reason summary at the foot of   **
      ** the PART2P audit log : the hold reasons make the new-hold  **
      ** figures, every other reason that fired tonight or a week   **
      ** ago is listed as a reject                                   **
       REPORT-AUDIT-REASONS.
           OPEN INPUT FAUDIT
           IF FS-AUDIT NOT = 0
              DISPLAY 'NO PART2P AUDIT LOG, NO REJECTS COUNTED'
           ELSE
              MOVE 0 TO WS-EOF
              PERFORM UNTIL FF-INPUT
                 READ FAUDIT
                    AT END
                       SET FF-INPUT TO TRUE
                    NOT AT END
                       PERFORM ADD-AUDIT-LINE
                 END-READ
              END-PERFORM
              CLOSE FAUDIT
           END-IF

           MOVE 'PART2P REJECTS BY REASON' TO L-SECT-TITLE
           WRITE ENR-FLASH FROM L-FL-SECTION
           PERFORM VARYING AR-IDX FROM 1 BY 1 UNTIL AR-IDX > AR-CNT
              EVALUATE AR-LABEL(AR-IDX)
                 WHEN 'CREDIT LIMIT HOLD'
                 WHEN 'PREPAYMENT HOLD'
                 WHEN 'GROUP LIMIT HOLD'
                    ADD AR-COUNT(AR-IDX) TO WS-CREDIT-HOLDS
                 WHEN 'DUPLICATE SUSPECT'
                    ADD AR-COUNT(AR-IDX) TO WS-DUP-HOLDS
                 WHEN 'TOTAL AUDIT LINES'
                    MOVE AR-COUNT(AR-IDX) TO WS-AUDIT-TOTAL
                 WHEN OTHER
                    MOVE AR-LABEL(AR-IDX) TO WS-FIG-KEY
                    MOVE 'C'              TO WS-FIG-KIND
                    MOVE AR-COUNT(AR-IDX) TO WS-FIG-VALUE
                    PERFORM FIND-WEEK-AGO
                    IF WS-FIG-VALUE NOT = 0 OR WS-FIG-LASTWK NOT = 0
                       PERFORM REPORT-FIGURE
                    END-IF
              END-EVALUATE
           END-PERFORM
           MOVE 'TOTAL AUDIT LINES' TO WS-FIG-KEY
           MOVE 'C'                 TO WS-FIG-KIND
           MOVE WS-AUDIT-TOTAL      TO WS-FIG-VALUE
           PERFORM REPORT-FIGURE

           MOVE 'ORDERS NEWLY HELD' TO L-SECT-TITLE
           WRITE ENR-FLASH FROM L-FL-SECTION
           MOVE 'NEW CREDIT HOLDS'    TO WS-FIG-KEY
           MOVE 'C'                   TO WS-FIG-KIND
           MOVE WS-CREDIT-HOLDS       TO WS-FIG-VALUE
           PERFORM REPORT-FIGURE
           MOVE 'NEW DUPLICATE HOLDS' TO WS-FIG-KEY
           MOVE 'C'                   TO WS-FIG-KIND
           MOVE WS-DUP-HOLDS          TO WS-FIG-VALUE
           PERFORM REPORT-FIGURE
           .

       ADD-AUDIT-LINE.
           IF NOT IN-AUDIT-FOOT
              IF ENR-AUDIT(1:26) = 'REJECT SUMMARY BY REASON :'
                 SET IN-AUDIT-FOOT TO TRUE
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF AR-CNT < 40
              MOVE ENR-AUDIT TO ST-LOADLOG-FOOT
              ADD 1 TO AR-CNT
              MOVE LOGREC-FLABEL TO AR-LABEL(AR-CNT)
              COMPUTE AR-COUNT(AR-CNT) =
                 FUNCTION NUMVAL(LOGREC-FCOUNT)
           END-IF
           .

      ** REPORT-BACKORDERS - lines parked tonight by PART2P, and    **
      ** lines the last BORDRELP run released                        **
       REPORT-BACKORDERS.
           OPEN INPUT FBACKORD
           IF FS-BACKORD = 0
              MOVE 0 TO WS-EOF
              PERFORM UNTIL FF-INPUT
                 READ FBACKORD
                    AT END
                       SET FF-INPUT TO TRUE
                    NOT AT END
                       IF BO-DATE = AC-RUN-DATE
                          ADD 1 TO WS-BO-PARKED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FBACKORD
           END-IF
           OPEN INPUT FBORELRPT
           IF FS-BOREL = 0
              MOVE 0 TO WS-EOF
              PERFORM UNTIL FF-INPUT
                 READ FBORELRPT
                    AT END
                       SET FF-INPUT TO TRUE
                    NOT AT END
                       IF BR-DISP = 'RELEASED'
                          ADD 1 TO WS-BO-RELEASED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FBORELRPT
           END-IF

           MOVE 'BACKORDERS' TO L-SECT-TITLE
           WRITE ENR-FLASH FROM L-FL-SECTION
           MOVE 'BACKORDERS PARKED'   TO WS-FIG-KEY
           MOVE 'C'                   TO WS-FIG-KIND
           MOVE WS-BO-PARKED          TO WS-FIG-VALUE
           PERFORM REPORT-FIGURE
           MOVE 'BACKORDERS RELEASED' TO WS-FIG-KEY
           MOVE 'C'                   TO WS-FIG-KIND
           MOVE WS-BO-RELEASED        TO WS-FIG-VALUE
           PERFORM REPORT-FIGURE
           .

      ** REPORT-QUARANTINE - a feed is in quarantine while GATEP    **
      ** holds records in its quarantine file                        **
       REPORT-QUARANTINE.
           MOVE 'FEEDS IN QUARANTINE' TO L-SECT-TITLE
           WRITE ENR-FLASH FROM L-FL-SECTION

           MOVE 0 TO WS-QUAR-RECS
           OPEN INPUT FQUAREU
           IF FS-QUAR-EU = 0
              MOVE 0 TO WS-EOF
              PERFORM UNTIL FF-INPUT
                 READ FQUAREU
                    AT END SET FF-INPUT TO TRUE
                    NOT AT END ADD 1 TO WS-QUAR-RECS
                 END-READ
              END-PERFORM
              CLOSE FQUAREU
           END-IF
           MOVE 'QUARANTINED EU' TO WS-FIG-KEY
           PERFORM REPORT-QUARANTINE-FEED

           MOVE 0 TO WS-QUAR-RECS
           OPEN INPUT FQUARAS
           IF FS-QUAR-AS = 0
              MOVE 0 TO WS-EOF
              PERFORM UNTIL FF-INPUT
                 READ FQUARAS
                    AT END SET FF-INPUT TO TRUE
                    NOT AT END ADD 1 TO WS-QUAR-RECS
                 END-READ
              END-PERFORM
              CLOSE FQUARAS
           END-IF
           MOVE 'QUARANTINED AS' TO WS-FIG-KEY
           PERFORM REPORT-QUARANTINE-FEED

           MOVE 0 TO WS-QUAR-RECS
           OPEN INPUT FQUARAM
           IF FS-QUAR-AM = 0
              MOVE 0 TO WS-EOF
              PERFORM UNTIL FF-INPUT
                 READ FQUARAM
                    AT END SET FF-INPUT TO TRUE
                    NOT AT END ADD 1 TO WS-QUAR-RECS
                 END-READ
              END-PERFORM
              CLOSE FQUARAM
           END-IF
           MOVE 'QUARANTINED AM' TO WS-FIG-KEY
           PERFORM REPORT-QUARANTINE-FEED

           MOVE 'FEEDS IN QUARANTINE' TO WS-FIG-KEY
           MOVE 'C'                   TO WS-FIG-KIND
           MOVE WS-FEEDS-HELD         TO WS-FIG-VALUE
           PERFORM REPORT-FIGURE
           .

       REPORT-QUARANTINE-FEED.
           IF WS-QUAR-RECS > 0
              ADD 1 TO WS-FEEDS-HELD
           END-IF
           MOVE 'C'          TO WS-FIG-KIND
           MOVE WS-QUAR-RECS TO WS-FIG-VALUE
           PERFORM REPORT-FIGURE
           .

      ** REPORT-BILLING - invoices PART3BP issued for the night     **
      ** (credit memos and voids left out) and the payments the     **
      ** cash desk applied with that payment date                   **
       REPORT-BILLING.
           OPEN INPUT FINVREG
           IF FS-INVREG = 0
              MOVE 0 TO WS-EOF
              PERFORM UNTIL FF-INPUT
                 READ FINVREG
                    AT END
                       SET FF-INPUT TO TRUE
                    NOT AT END
                       IF IR-INV-DATE = AC-RUN-DATE
                          AND IR-CREDIT-MEMO = SPACE
                          ADD 1            TO WS-INV-COUNT
                          ADD IR-TOTAL-TTC TO WS-INV-AMOUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FINVREG
           END-IF
           OPEN INPUT FSETTLE
           IF FS-SETTLE = 0
              MOVE 0 TO WS-EOF
              PERFORM UNTIL FF-INPUT
                 READ FSETTLE
                    AT END
                       SET FF-INPUT TO TRUE
                    NOT AT END
                       IF SET-PAY-DATE = AC-RUN-DATE
                          AND (SET-TYPE = 'P' OR SET-TYPE = SPACE)
                          ADD 1          TO WS-PAY-COUNT
                          ADD SET-AMOUNT TO WS-PAY-AMOUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FSETTLE
           END-IF

           MOVE 'INVOICING AND CASH' TO L-SECT-TITLE
           WRITE ENR-FLASH FROM L-FL-SECTION
           MOVE 'INVOICES ISSUED'  TO WS-FIG-KEY
           MOVE 'C'                TO WS-FIG-KIND
           MOVE WS-INV-COUNT       TO WS-FIG-VALUE
           PERFORM REPORT-FIGURE
           MOVE 'INVOICED AMOUNT'  TO WS-FIG-KEY
           MOVE 'A'                TO WS-FIG-KIND
           MOVE WS-INV-AMOUNT      TO WS-FIG-VALUE
           PERFORM REPORT-FIGURE
           MOVE 'PAYMENTS APPLIED' TO WS-FIG-KEY
           MOVE 'C'                TO WS-FIG-KIND
           MOVE WS-PAY-COUNT       TO WS-FIG-VALUE
           PERFORM REPORT-FIGURE
           MOVE 'CASH APPLIED'     TO WS-FIG-KEY
           MOVE 'A'                TO WS-FIG-KIND
           MOVE WS-PAY-AMOUNT      TO WS-FIG-VALUE
           PERFORM REPORT-FIGURE
           .

      ** FIND-WEEK-AGO - the figure's value on the same weekday     **
      ** last week ; a figure absent that night counted zero        **
       FIND-WEEK-AGO.
           MOVE 0 TO WS-FIG-LASTWK
           PERFORM VARYING HT-IDX FROM 1 BY 1 UNTIL HT-IDX > HT-CNT
              IF HT-DATE(HT-IDX) = WS-WEEK-AGO
                 AND HT-KEY(HT-IDX) = WS-FIG-KEY
                 MOVE HT-VALUE(HT-IDX) TO WS-FIG-LASTWK
              END-IF
           END-PERFORM
           .

      ** REPORT-FIGURE - prints one figure against last week and    **
      ** keeps it for the history rewrite                            **
       REPORT-FIGURE.
           PERFORM FIND-WEEK-AGO
           MOVE SPACES     TO L-FIG-LINE
           MOVE WS-FIG-KEY TO L-FIG-LABEL
           IF WS-FIG-KIND = 'A'
              MOVE WS-FIG-VALUE TO ED-AMT
              MOVE ED-AMT       TO L-FIG-TODAY
           ELSE
              MOVE WS-FIG-VALUE TO ED-CNT
              MOVE ED-CNT       TO L-FIG-TODAY
           END-IF
           IF WEEK-AGO-ON-FILE
              COMPUTE WS-FIG-DIFF = WS-FIG-VALUE - WS-FIG-LASTWK
              IF WS-FIG-KIND = 'A'
                 MOVE WS-FIG-LASTWK TO ED-AMT
                 MOVE ED-AMT        TO L-FIG-LASTWK
                 MOVE WS-FIG-DIFF   TO ED-AMT
                 MOVE ED-AMT        TO L-FIG-DIFF
              ELSE
                 MOVE WS-FIG-LASTWK TO ED-CNT
                 MOVE ED-CNT        TO L-FIG-LASTWK
                 MOVE WS-FIG-DIFF   TO ED-CNT
                 MOVE ED-CNT        TO L-FIG-DIFF
              END-IF
              IF WS-FIG-LASTWK NOT = 0
                 COMPUTE WS-PCT-WORK = WS-FIG-DIFF * 100
                 COMPUTE WS-FIG-PCT ROUNDED =
                    WS-PCT-WORK / WS-FIG-LASTWK
                    ON SIZE ERROR
                       MOVE 99999,9 TO WS-FIG-PCT
                 END-COMPUTE
                 MOVE WS-FIG-PCT TO ED-PCT
                 STRING ED-PCT DELIMITED BY SIZE
                        '%'    DELIMITED BY SIZE
                   INTO L-FIG-PCT
                 END-STRING
              ELSE
                 IF WS-FIG-VALUE NOT = 0
                    MOVE 'NEW' TO L-FIG-NOTE
                 END-IF
              END-IF
           ELSE
              MOVE 'NO HISTORY' TO L-FIG-NOTE
           END-IF
           WRITE ENR-FLASH FROM L-FIG-LINE

           IF TF-CNT < 100
              ADD 1 TO TF-CNT
              MOVE WS-FIG-KEY   TO TF-KEY(TF-CNT)
              MOVE WS-FIG-KIND  TO TF-KIND(TF-CNT)
              MOVE WS-FIG-VALUE TO TF-VALUE(TF-CNT)
           END-IF
           .

      ** REPORT-STEP-TIMES - pairs each program's start and end     **
      ** rows of API10.RUNHIST : tonight's pair is the run checked,  **
      ** the earlier pairs of the window make its usual elapsed     **
       REPORT-STEP-TIMES.
           INITIALIZE STEP-TAB
           EXEC SQL OPEN CSTEPS END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CSTEPS
           PERFORM TEST-SQLCODE
           PERFORM UNTIL SQLCODE NOT EQUAL ZERO
              PERFORM ADD-STEP-ROW
              PERFORM FETCH-CSTEPS
              PERFORM TEST-SQLCODE
           END-PERFORM
           EXEC SQL CLOSE CSTEPS END-EXEC

           MOVE 'CHAIN STEP TIMES' TO L-SECT-TITLE
           WRITE ENR-FLASH FROM L-FL-SECTION
           WRITE ENR-FLASH FROM L-STP-TITLE
           PERFORM VARYING SP-IDX FROM 1 BY 1 UNTIL SP-IDX > SP-CNT
              PERFORM WRITE-STEP-LINE
           END-PERFORM
           .

       FETCH-CSTEPS.
           EXEC SQL
               FETCH CSTEPS
               INTO :RH-DATE, :RH-TIME, :RH-PGM, :RH-PHASE, :RH-RC
           END-EXEC.

       ADD-STEP-ROW.
           IF SP-CNT = 0 OR SP-PGM(SP-CNT) NOT = RH-PGM
              IF SP-CNT = 30
                 DISPLAY 'STEP TABLE FULL, ' RH-PGM ' NOT CHECKED'
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO SP-CNT
              MOVE RH-PGM TO SP-PGM(SP-CNT)
              MOVE 'N'    TO SP-PEND(SP-CNT)
              MOVE 'N'    TO SP-TN-FLAG(SP-CNT)
           END-IF
           MOVE RH-DATE(1:4) TO WS-DATE-YYYY
           MOVE RH-DATE(6:2) TO WS-DATE-MM
           MOVE RH-DATE(9:2) TO WS-DATE-DD
           COMPUTE WS-ROW-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           MOVE RH-TIME TO WS-HMS
           COMPUTE WS-ROW-SECS =
              WS-HMS-HH * 3600 + WS-HMS-MM * 60 + WS-HMS-SS

           EVALUATE RH-PHASE
              WHEN 'S'
      ** A START AFTER THE NIGHT REPORTED BELONGS TO THE NEXT ONE **
                 IF WS-ROW-INT > WS-RUN-INT
                    EXIT PARAGRAPH
                 END-IF
                 MOVE 'Y'         TO SP-PEND(SP-CNT)
                 MOVE WS-ROW-INT  TO SP-PEND-INT(SP-CNT)
                 MOVE WS-ROW-SECS TO SP-PEND-SECS(SP-CNT)
                 IF WS-ROW-INT = WS-RUN-INT
                    MOVE 'S'     TO SP-TN-FLAG(SP-CNT)
                    MOVE RH-TIME TO WS-HMS
                    PERFORM FORMAT-ROW-TIME
                    MOVE WS-FMT-HMS TO SP-TN-START(SP-CNT)
                    MOVE SPACES     TO SP-TN-END(SP-CNT)
                 END-IF
              WHEN 'E'
                 IF SP-PEND(SP-CNT) NOT = 'Y'
                    EXIT PARAGRAPH
                 END-IF
                 COMPUTE WS-ELAPSED =
                    (WS-ROW-INT - SP-PEND-INT(SP-CNT)) * 86400
                    + WS-ROW-SECS - SP-PEND-SECS(SP-CNT)
                 IF WS-ELAPSED < 0
                    MOVE 0 TO WS-ELAPSED
                 END-IF
                 IF SP-PEND-INT(SP-CNT) = WS-RUN-INT
                    MOVE 'E'        TO SP-TN-FLAG(SP-CNT)
                    MOVE WS-ELAPSED TO SP-TN-SECS(SP-CNT)
                    MOVE RH-RC      TO SP-TN-RC(SP-CNT)
                    PERFORM FORMAT-ROW-TIME
                    MOVE WS-FMT-HMS TO SP-TN-END(SP-CNT)
                 ELSE
                    ADD 1          TO SP-HIST-RUNS(SP-CNT)
                    ADD WS-ELAPSED TO SP-HIST-SECS(SP-CNT)
                 END-IF
                 MOVE 'N' TO SP-PEND(SP-CNT)
           END-EVALUATE
           .

       FORMAT-ROW-TIME.
           MOVE WS-HMS-HH TO WS-FMT-HH
           MOVE WS-HMS-MM TO WS-FMT-MM
           MOVE WS-HMS-SS TO WS-FMT-SS
           .

      ** WRITE-STEP-LINE - a step may run TOLPCT percent over its   **
      ** average, and never less than a minute over, before it is   **
      ** flagged                                                     **
       WRITE-STEP-LINE.
           MOVE SPACES TO L-STP-LINE
           MOVE SP-PGM(SP-IDX)       TO L-STP-PGM
           MOVE SP-TN-START(SP-IDX)  TO L-STP-START
           MOVE SP-TN-END(SP-IDX)    TO L-STP-END
           MOVE SP-HIST-RUNS(SP-IDX) TO L-STP-RUNS
           MOVE 0                    TO WS-USUAL-SECS
           IF SP-HIST-RUNS(SP-IDX) > 0
              COMPUTE WS-USUAL-SECS =
                 SP-HIST-SECS(SP-IDX) / SP-HIST-RUNS(SP-IDX)
              MOVE WS-USUAL-SECS TO WS-FMT-SECS
              PERFORM FORMAT-ELAPSED
              MOVE WS-FMT-HMS TO L-STP-USUAL
           END-IF
           COMPUTE WS-LIMIT-WORK = WS-USUAL-SECS * (100 + AC-TOL-PCT)
           COMPUTE WS-LIMIT-SECS = WS-LIMIT-WORK / 100
           IF WS-LIMIT-SECS < WS-USUAL-SECS + 60
              COMPUTE WS-LIMIT-SECS = WS-USUAL-SECS + 60
           END-IF

           EVALUATE SP-TN-FLAG(SP-IDX)
              WHEN 'N'
                 MOVE 'NOT RUN' TO L-STP-STATUS
              WHEN 'S'
                 MOVE 'NO END' TO L-STP-STATUS
                 ADD 1 TO CNT-STEP-ALERTS
              WHEN 'E'
                 MOVE SP-TN-SECS(SP-IDX) TO WS-FMT-SECS
                 PERFORM FORMAT-ELAPSED
                 MOVE WS-FMT-HMS       TO L-STP-ELAPSED
                 MOVE SP-TN-RC(SP-IDX) TO L-STP-RC
                 EVALUATE TRUE
                    WHEN SP-TN-RC(SP-IDX) > 4
                       MOVE 'FAILED' TO L-STP-STATUS
                       ADD 1 TO CNT-STEP-ALERTS
                    WHEN SP-HIST-RUNS(SP-IDX) = 0
                       MOVE 'NO HISTORY' TO L-STP-STATUS
                    WHEN SP-TN-SECS(SP-IDX) > WS-LIMIT-SECS
                       MOVE 'OVER WINDOW' TO L-STP-STATUS
                       ADD 1 TO CNT-STEP-ALERTS
                    WHEN OTHER
                       MOVE 'OK' TO L-STP-STATUS
                 END-EVALUATE
           END-EVALUATE
           WRITE ENR-FLASH FROM L-STP-LINE
           .

       FORMAT-ELAPSED.
           DIVIDE WS-FMT-SECS BY 3600 GIVING WS-FMT-REST
              REMAINDER WS-FMT-SECS
           IF WS-FMT-REST > 99
              MOVE 99 TO WS-FMT-REST
           END-IF
           MOVE WS-FMT-REST TO WS-FMT-HH
           DIVIDE WS-FMT-SECS BY 60 GIVING WS-FMT-REST
              REMAINDER WS-FMT-SECS
           MOVE WS-FMT-REST TO WS-FMT-MM
           MOVE WS-FMT-SECS TO WS-FMT-SS
           .

      ** SAVE-FLASH-HISTORY - the window kept, then tonight's rows **
       SAVE-FLASH-HISTORY.
           OPEN OUTPUT FFLHIST
           PERFORM VARYING HT-IDX FROM 1 BY 1 UNTIL HT-IDX > HT-CNT
              MOVE SPACES           TO ST-FLSHIST
              MOVE HT-DATE(HT-IDX)  TO FH-RUN-DATE
              MOVE HT-KEY(HT-IDX)   TO FH-KEY
              MOVE HT-KIND(HT-IDX)  TO FH-KIND
              MOVE HT-VALUE(HT-IDX) TO FH-VALUE
              WRITE ST-FLSHIST
           END-PERFORM
           PERFORM VARYING TF-IDX FROM 1 BY 1 UNTIL TF-IDX > TF-CNT
              MOVE SPACES           TO ST-FLSHIST
              MOVE AC-RUN-DATE      TO FH-RUN-DATE
              MOVE TF-KEY(TF-IDX)   TO FH-KEY
              MOVE TF-KIND(TF-IDX)  TO FH-KIND
              MOVE TF-VALUE(TF-IDX) TO FH-VALUE
              WRITE ST-FLSHIST
           END-PERFORM
           CLOSE FFLHIST
           .

       TEST-SQLCODE.
           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                    CONTINUE
               WHEN SQLCODE > ZERO
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ANOMALIE GRAVE : ' SQLCODE
                    MOVE 10 TO WS-ABEND-CODE
                    PERFORM ABEND-PROG
           END-EVALUATE.

       ABEND-PROG.
           DISPLAY 'ABEND CODE : ' WS-ABEND-CODE
           MOVE 16 TO RETURN-CODE
           COMPUTE WS-ANO = WS-ANO / WS-VAR.
