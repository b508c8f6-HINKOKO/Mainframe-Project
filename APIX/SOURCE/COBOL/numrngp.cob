       IDENTIFICATION DIVISION.
       PROGRAM-ID.     NUMRNGP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - MAINTAIN THE NUMBER-RANGE REGISTRY (NUMRNGK) THROUGH THE  *
      *      NUMRANGE SUBPROGRAM FROM A ; DELIMITED TRANSACTION FILE : *
      *         RANGEID;SPACE;LOW;HIGH;LAST;KIND;OWNER                 *
      *      KIND I = NUMBERS DRAWN THROUGH NUMRANGE, E = ASSIGNED     *
      *      OUTSIDE (THE REGIONAL FEEDS), ONLY POLICED FOR OVERLAP ;  *
      *      LAST IS THE LAST NUMBER ALREADY ISSUED WHEN A RANGE IS    *
      *      TAKEN OVER - AN EXISTING RANGE IS NEVER WOUND BACK        *
      *    - REFUSE A RANGE THAT OVERLAPS ANOTHER ONE OF THE SAME      *
      *      NUMBER SPACE, AND LOG REJECTS IN LOADLOG FORMAT           *
      *    - PRINT THE NIGHTLY USAGE REPORT OF EVERY RANGE, WARNING    *
      *      ONCE A RANGE IS PAST WARNPCT PERCENT USED - LONG BEFORE   *
      *      ITS OWNER DIES ON 'RANGE EXHAUSTED' (RETURN-CODE 4)       *
      *                                                                *
      *    THE STANDARD DECK :                                         *
      *      INVOICE;INV;0;99999999;;I;PART3BP                         *
      *      PO;PO;0;99999999;;I;POWRTP                                *
      *      RMA;RMA;0;999999;;I;RMALDP                                *
      *      QUOTE;QUO;0;999999;;I;QUOTLDP                             *
      *      BLANKET;BLK;0;999999;;I;BLKLDP                            *
      *      VOUCHER;VCH;0;999999;;I;SUPINVP                           *
      *      XFER;XFR;0;999999;;I;XFRPOSTP                             *
      *      WCL;WCL;0;999999;;I;WARCLMP                               *
      *      FEEDEU;ORD;1;2999999;;E;EUROPE                            *
      *      FEEDAS;ORD;3000000;5999999;;E;ASIA                        *
      *      FEEDAM;ORD;6000000;7999999;;E;AMERICAS                    *
      *      QCVORDER;ORD;8000000;8499999;;I;QUOTCVTP                  *
      *      STORDER;ORD;8500000;8999989;;I;STORDP                     *
      *      WEBORD;ORD;9000000;9499989;;I;WEBADPP                     *
      *      EDIORD;ORD;9500000;9749989;;I;EDIADPP                     *
      *      ONLORD;ORD;9750000;9999989;;I;ORDENTC                     *
      *    (LAST TAKEN FROM THE RETIRED FIC...SEQ FILE OF EACH RANGE)  *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      WARNPCT=999   USAGE WARNING THRESHOLD (DEFAULT 080)       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRNGTRN ASSIGN TO FICRNGTRN
               FILE STATUS IS FS-RNGTRN.
           SELECT FNUMRNGK ASSIGN TO NUMRNGK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RNG-ID
               FILE STATUS IS FS-NUMRNGK.
           SELECT FRNGLOG ASSIGN TO FICRNGLOG.
           SELECT FRNGRPT ASSIGN TO FICRNGRPT.

       DATA DIVISION.
       FILE SECTION.
      ** FRNGTRN - THE ; DELIMITED RANGE DEFINITIONS **
       FD FRNGTRN.
       01 ENR-RNGTRN.
          05 ENR-RNG-CSV   PIC X(80).

      ** FNUMRNGK - THE REGISTRY, READ IN KEY ORDER FOR THE REPORT  **
      ** (ONLY NUMRANGE WRITES IT)                                 **
       FD FNUMRNGK.
       01 ST-NUMRNGK.
          05 RNG-ID        PIC X(8).
          05 RNG-LOW       PIC 9(9).
          05 RNG-HIGH      PIC 9(9).
          05 RNG-LAST      PIC 9(9).
          05 RNG-KIND      PIC X(1).
          05 RNG-OWNER     PIC X(8).
          05 RNG-DATE      PIC X(6).
          05 RNG-TIME      PIC X(8).
          05 RNG-SPACE     PIC X(3).
          05 FILLER        PIC X(19).

       FD FRNGLOG.
       01 ENR-RNGLOG      PIC X(80).

       FD FRNGRPT.
       01 ENR-RNGRPT      PIC X(120).

       WORKING-STORAGE SECTION.
       01 RNG-HEAD        PIC X(30) VALUE
             "NUMRNGP NUMBER RANGE LOG".
       01 RNG-FOOT-HEAD   PIC X(28) VALUE "REJECT SUMMARY BY REASON :".
       COPY LOADLOG.

      *** BLOC D'ECHANGE AVEC LE REGISTRE DES PLAGES ***
       COPY NUMRNG.

      *** BLOC D'ECHANGE AVEC LE PARSEUR DE CARTES PARAMETRES ***
       COPY PARMBLK.
       77 AC-WARNPCT      PIC 9(3) VALUE 80.

       77 WS-RNGTRN-EOF   PIC 9  VALUE 0.
            88 FF-RNGTRN        VALUE 1.
       77 WS-NUMRNGK-EOF  PIC 9  VALUE 0.
            88 FF-NUMRNGK       VALUE 1.
       77 FS-RNGTRN       PIC 99 VALUE 0.
       77 FS-NUMRNGK      PIC 99 VALUE 0.
       77 CSV-LINE        PIC 9(3) VALUE 0.

      *** CHAMPS PARSES ***
       01 RGT-ID          PIC X(10).
       01 RGT-SPACE       PIC X(10).
       01 RGT-LOW         PIC X(10).
       01 RGT-HIGH        PIC X(10).
       01 RGT-LAST        PIC X(10).
       01 RGT-KIND        PIC X(10).
       01 RGT-OWNER       PIC X(10).

      *** CONTROLE NUMERIQUE D'UN CHAMP ***
       77 WS-NUM-FIELD    PIC X(10) VALUE SPACES.
       77 WS-BAD-NUM      PIC 9 VALUE 0.
       77 WS-J            PIC 99 VALUE 0.

      *** TAUX D'UTILISATION ***
       77 WS-USED         PIC 9(9) VALUE 0.
       77 WS-SIZE         PIC 9(9) VALUE 0.
       77 WS-LEFT         PIC S9(9) VALUE 0.
       77 WS-PCT          PIC 9(3) VALUE 0.

      *** COMPTEURS ***
       77 CNT-DEFINED     PIC 9(4) VALUE 0.
       77 CNT-BAD-FORMAT  PIC 9(4) VALUE 0.
       77 CNT-OVERLAP     PIC 9(4) VALUE 0.
       77 CNT-REFUSED     PIC 9(4) VALUE 0.
       77 CNT-TOTAL-REJECTS PIC 9(4) VALUE 0.
       77 CNT-RANGES      PIC 9(4) VALUE 0.
       77 CNT-WARNED      PIC 9(4) VALUE 0.

      *** DATE DU JOUR ***
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.
       77 WS-RUN-DATE-ISO PIC X(10).

      *** LIGNES EDITION ***
       01 L-RNG-HEAD.
          05 FILLER        PIC X(40) VALUE
                'NUMBER RANGE USAGE'.
          05 L-HEAD-DATE   PIC X(10).
          05 FILLER        PIC X(14) VALUE '   WARN ABOVE '.
          05 L-HEAD-PCT    PIC ZZ9.
          05 FILLER        PIC X(53) VALUE ' PCT'.
       01 L-RNG-TITLE.
          05 FILLER        PIC X(10) VALUE 'RANGE'.
          05 FILLER        PIC X(6)  VALUE 'SPACE'.
          05 FILLER        PIC X(5)  VALUE 'KIND'.
          05 FILLER        PIC X(10) VALUE 'OWNER'.
          05 FILLER        PIC X(11) VALUE 'LOW'.
          05 FILLER        PIC X(11) VALUE 'HIGH'.
          05 FILLER        PIC X(11) VALUE 'LAST'.
          05 FILLER        PIC X(11) VALUE 'LEFT'.
          05 FILLER        PIC X(6)  VALUE 'PCT'.
          05 FILLER        PIC X(39) VALUE 'NOTE'.
       01 L-RNG-LINE.
          05 L-RNG-ID      PIC X(8).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-RNG-SPACE   PIC X(3).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-RNG-KIND    PIC X(1).
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 L-RNG-OWNER   PIC X(8).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-RNG-LOW     PIC Z(8)9.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-RNG-HIGH    PIC Z(8)9.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-RNG-LAST    PIC Z(8)9.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-RNG-LEFT    PIC -Z(7)9.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-RNG-PCT     PIC ZZ9.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-RNG-NOTE    PIC X(30).
          05 FILLER        PIC X(9)  VALUE ALL ' '.

       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** NUMRNGP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE
           MOVE SPACES TO WS-RUN-DATE-ISO
           STRING '20'      DELIMITED BY SIZE
                  WS-RUN-AA  DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  WS-RUN-MM  DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  WS-RUN-JJ  DELIMITED BY SIZE
             INTO WS-RUN-DATE-ISO
           END-STRING

           OPEN OUTPUT FRNGLOG
           MOVE "CSV LINE N. " TO LOGREC-LABEL
           WRITE ENR-RNGLOG FROM RNG-HEAD

      ** NO DEFINITIONS TONIGHT IS THE NORMAL CASE - THE REPORT **
      ** STILL RUNS                                             **
           OPEN INPUT FRNGTRN
           IF FS-RNGTRN NOT = 0
              DISPLAY 'NO RANGE DEFINITIONS TONIGHT'
           ELSE
              PERFORM LECT-RNGTRN
              PERFORM UNTIL FF-RNGTRN
                 PERFORM TRAIT-ONE-TRN
                 PERFORM LECT-RNGTRN
              END-PERFORM
              CLOSE FRNGTRN
           END-IF

           PERFORM WRITE-RNG-FOOTER
           CLOSE FRNGLOG

           PERFORM PRINT-USAGE-REPORT

           DISPLAY 'RANGES DEFINED  : ' CNT-DEFINED
           DISPLAY 'REJECTED        : ' CNT-TOTAL-REJECTS
           DISPLAY 'RANGES REPORTED : ' CNT-RANGES
           DISPLAY 'RANGES PAST ' AC-WARNPCT ' PCT : ' CNT-WARNED
           IF CNT-WARNED > 0
              DISPLAY '*** NUMRNGP : RANGE(S) NEARLY USED UP,'
                      ' WIDEN OR REPLACE THEM ***'
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *** PARAGRAPHS ***
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 1 TO PARM-COUNT
           MOVE 'WARNPCT' TO PARM-KEYWORD(1)
           MOVE 'N'       TO PARM-TYPE(1)
           MOVE 'N'       TO PARM-REQUIRED(1)
           MOVE '080'     TO PARM-DEFAULT(1)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              COMPUTE AC-WARNPCT = FUNCTION NUMVAL(PARM-VALUE(1))
           END-IF
           .

       LECT-RNGTRN.
           ADD 1 TO CSV-LINE
           READ FRNGTRN AT END
              SET FF-RNGTRN TO TRUE
              DISPLAY 'FIN FICHIER DEFINITIONS DE PLAGES'
           END-READ.

       TRAIT-ONE-TRN.
           MOVE SPACES TO RGT-ID RGT-SPACE RGT-LOW RGT-HIGH
           MOVE SPACES TO RGT-LAST RGT-KIND RGT-OWNER
           UNSTRING ENR-RNG-CSV DELIMITED BY ';'
              INTO RGT-ID RGT-SPACE RGT-LOW RGT-HIGH
                   RGT-LAST RGT-KIND RGT-OWNER
           END-UNSTRING
           IF RGT-LAST = SPACES
              MOVE '0' TO RGT-LAST
           END-IF

           MOVE 0 TO WS-BAD-NUM
           MOVE RGT-LOW TO WS-NUM-FIELD
           PERFORM CHECK-NUM-FIELD
           MOVE RGT-HIGH TO WS-NUM-FIELD
           PERFORM CHECK-NUM-FIELD
           MOVE RGT-LAST TO WS-NUM-FIELD
           PERFORM CHECK-NUM-FIELD

           IF RGT-ID = SPACES OR RGT-SPACE = SPACES OR
              WS-BAD-NUM = 1
              MOVE 'BAD FORMAT/LENGTH' TO LOGREC-MSG
              PERFORM WRITE-RNG-LOG
              ADD 1 TO CNT-BAD-FORMAT
           ELSE
              PERFORM DEFINE-ONE-RANGE
           END-IF
           .

      ** CHECK-NUM-FIELD - digits only, trailing spaces allowed,   **
      ** at most nine of them                                      **
       CHECK-NUM-FIELD.
           IF WS-NUM-FIELD = SPACES OR WS-NUM-FIELD(10:1) NOT = SPACE
              MOVE 1 TO WS-BAD-NUM
           END-IF
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 10
              IF WS-NUM-FIELD(WS-J:1) NOT = SPACE AND
                 WS-NUM-FIELD(WS-J:1) NOT NUMERIC
                 MOVE 1 TO WS-BAD-NUM
              END-IF
           END-PERFORM
           .

       DEFINE-ONE-RANGE.
           INITIALIZE NUMRNG-BLOCK
           MOVE RGT-ID(1:8)    TO NR-RANGE-ID
           MOVE RGT-SPACE(1:3) TO NR-SPACE
           COMPUTE NR-LOW    = FUNCTION NUMVAL(RGT-LOW)
           COMPUTE NR-HIGH   = FUNCTION NUMVAL(RGT-HIGH)
           COMPUTE NR-NUMBER = FUNCTION NUMVAL(RGT-LAST)
           MOVE RGT-KIND(1:1)  TO NR-KIND
           MOVE RGT-OWNER(1:8) TO NR-OWNER
           MOVE 'D' TO NR-ACTION
           CALL 'NUMRANGE' USING NUMRNG-BLOCK
           EVALUATE TRUE
              WHEN NR-OK
                 ADD 1 TO CNT-DEFINED
              WHEN NR-OVERLAP
                 MOVE 'OVERLAPS RANGE' TO LOGREC-MSG
                 MOVE NR-CLASH-ID TO LOGREC-DETAIL(12:8)
                 PERFORM WRITE-RNG-LOG
                 ADD 1 TO CNT-OVERLAP
              WHEN OTHER
                 MOVE 'RANGE REFUSED' TO LOGREC-MSG
                 PERFORM WRITE-RNG-LOG
                 ADD 1 TO CNT-REFUSED
           END-EVALUATE
           .

      ** PRINT-USAGE-REPORT - every range in key order, with what  **
      ** is left of it                                             **
       PRINT-USAGE-REPORT.
           OPEN OUTPUT FRNGRPT
           MOVE WS-RUN-DATE-ISO TO L-HEAD-DATE
           MOVE AC-WARNPCT      TO L-HEAD-PCT
           WRITE ENR-RNGRPT FROM L-RNG-HEAD
           WRITE ENR-RNGRPT FROM L-RNG-TITLE

           OPEN INPUT FNUMRNGK
           IF FS-NUMRNGK NOT = 0
              DISPLAY 'NO NUMBER RANGE REGISTRY YET, NOTHING TO REPORT'
           ELSE
              PERFORM UNTIL FF-NUMRNGK
                 READ FNUMRNGK
                    AT END
                       SET FF-NUMRNGK TO TRUE
                    NOT AT END
                       PERFORM WRITE-ONE-RANGE
                 END-READ
              END-PERFORM
              CLOSE FNUMRNGK
           END-IF
           CLOSE FRNGRPT
           .

       WRITE-ONE-RANGE.
           ADD 1 TO CNT-RANGES
           COMPUTE WS-SIZE = RNG-HIGH - RNG-LOW
           IF RNG-LAST > RNG-LOW
              COMPUTE WS-USED = RNG-LAST - RNG-LOW
           ELSE
              MOVE 0 TO WS-USED
           END-IF
           COMPUTE WS-LEFT = WS-SIZE - WS-USED
           IF WS-USED NOT < WS-SIZE
              MOVE 100 TO WS-PCT
           ELSE
              COMPUTE WS-PCT = (WS-USED * 100) / WS-SIZE
           END-IF

           MOVE RNG-ID    TO L-RNG-ID
           MOVE RNG-SPACE TO L-RNG-SPACE
           MOVE RNG-KIND  TO L-RNG-KIND
           MOVE RNG-OWNER TO L-RNG-OWNER
           MOVE RNG-LOW   TO L-RNG-LOW
           MOVE RNG-HIGH  TO L-RNG-HIGH
           MOVE RNG-LAST  TO L-RNG-LAST
           MOVE WS-LEFT   TO L-RNG-LEFT
           MOVE WS-PCT    TO L-RNG-PCT
           EVALUATE TRUE
              WHEN RNG-LAST > RNG-HIGH
                 MOVE '*** SPILLED PAST ITS RANGE ***' TO L-RNG-NOTE
                 ADD 1 TO CNT-WARNED
              WHEN WS-LEFT NOT > 0
                 MOVE '*** EXHAUSTED ***'    TO L-RNG-NOTE
                 ADD 1 TO CNT-WARNED
              WHEN WS-PCT > AC-WARNPCT
                 MOVE '*** NEARLY USED UP ***' TO L-RNG-NOTE
                 ADD 1 TO CNT-WARNED
              WHEN OTHER
                 MOVE SPACES TO L-RNG-NOTE
           END-EVALUATE
           WRITE ENR-RNGRPT FROM L-RNG-LINE
           .

       WRITE-RNG-LOG.
           COMPUTE LOGREC-REF = CSV-LINE
           MOVE RGT-ID(1:8) TO LOGREC-DETAIL(1:8)
           WRITE ENR-RNGLOG FROM ST-LOADLOG
           ADD 1 TO CNT-TOTAL-REJECTS
           INITIALIZE ST-LOADLOG
           MOVE "CSV LINE N. " TO LOGREC-LABEL
           .

       WRITE-RNG-FOOTER.
           WRITE ENR-RNGLOG FROM RNG-FOOT-HEAD

           MOVE 'BAD FORMAT/LENGTH'  TO LOGREC-FLABEL
           MOVE CNT-BAD-FORMAT       TO LOGREC-FCOUNT
           WRITE ENR-RNGLOG FROM ST-LOADLOG-FOOT

           MOVE 'OVERLAPS RANGE'     TO LOGREC-FLABEL
           MOVE CNT-OVERLAP          TO LOGREC-FCOUNT
           WRITE ENR-RNGLOG FROM ST-LOADLOG-FOOT

           MOVE 'RANGE REFUSED'      TO LOGREC-FLABEL
           MOVE CNT-REFUSED          TO LOGREC-FCOUNT
           WRITE ENR-RNGLOG FROM ST-LOADLOG-FOOT

           MOVE 'RANGES DEFINED'     TO LOGREC-FLABEL
           MOVE CNT-DEFINED          TO LOGREC-FCOUNT
           WRITE ENR-RNGLOG FROM ST-LOADLOG-FOOT

           MOVE 'TOTAL REJECTED'     TO LOGREC-FLABEL
           MOVE CNT-TOTAL-REJECTS    TO LOGREC-FCOUNT
           WRITE ENR-RNGLOG FROM ST-LOADLOG-FOOT
           .
