       IDENTIFICATION DIVISION.
       PROGRAM-ID.     REGRTVP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - BRING BACK THE RECORDS OF ONE ROLLED REGISTER BETWEEN     *
      *      TWO DAYS, FROM THE YEAR-END ARCHIVE GENERATIONS REGROLLP  *
      *      WROTE (FICARCIN, THE GENERATIONS CONCATENATED) AND THE    *
      *      LIVE REGISTER (FICRTVLIV), FOR AN AUDIT QUERY OR THE      *
      *      RERUN OF A REPORT OVER AN ARCHIVED YEAR                   *
      *    - THE OUTPUT (FICRTVOUT) IS IN THE REGISTER'S OWN LAYOUT :  *
      *      INVAUDP, STMTP AND THE OTHER READERS TAKE IT IN PLACE OF  *
      *      THE LIVE FILE. THE BROUGHT-FORWARD RECORDS REGROLLP       *
      *      OPENS A ROLLED REGISTER WITH ARE LEFT OUT : THE ARCHIVED  *
      *      RECORDS THEY SUM ARE THERE INSTEAD                        *
      *    - LIST THE CATALOGUED ARCHIVE GENERATIONS OF THE REGISTER   *
      *      (FICRTVRPT) AND WARN (RC 4) WHEN ONE THE PERIOD NEEDS     *
      *      HAS BEEN PURGED                                           *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      CLASS=XXXXXXXX      INVREG, SETTLE, STKMOV, COMMREG OR    *
      *                          RCVREG (REQUIRED)                     *
      *      FROM=YYYY-MM-DD     FIRST DAY WANTED (REQUIRED)           *
      *      TO=YYYY-MM-DD       LAST DAY WANTED (REQUIRED)            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** THE COMMISSION REGISTER IS 100 BYTES, THE OTHERS 80 **
           SELECT FARC80   ASSIGN TO FICARCIN
               FILE STATUS IS FS-ARC.
           SELECT FARC100  ASSIGN TO FICARCIN
               FILE STATUS IS FS-ARC.
           SELECT FLIV80   ASSIGN TO FICRTVLIV
               FILE STATUS IS FS-LIV.
           SELECT FLIV100  ASSIGN TO FICRTVLIV
               FILE STATUS IS FS-LIV.
           SELECT FOUT80   ASSIGN TO FICRTVOUT
               FILE STATUS IS FS-OUT.
           SELECT FOUT100  ASSIGN TO FICRTVOUT
               FILE STATUS IS FS-OUT.
           SELECT FGENCAT  ASSIGN TO FICGENCAT
               FILE STATUS IS FS-GENCAT.
           SELECT FRTVRPT  ASSIGN TO FICRTVRPT.

       DATA DIVISION.
       FILE SECTION.
      ** THE RECORDS ARE READ WHOLE : SET-UP-CLASS SAYS WHERE EACH  **
      ** REGISTER KEEPS ITS DATE AND ITS BROUGHT-FORWARD MARK       **
       FD FARC80.
       01 ENR-ARC80       PIC X(80).
       FD FARC100.
       01 ENR-ARC100      PIC X(100).
       FD FLIV80.
       01 ENR-LIV80       PIC X(80).
       FD FLIV100.
       01 ENR-LIV100      PIC X(100).
       FD FOUT80.
       01 ENR-OUT80       PIC X(80).
       FD FOUT100.
       01 ENR-OUT100      PIC X(100).

      ** FGENCAT - THE OUTPUT GENERATION CATALOG OUTGENP APPENDS **
       FD FGENCAT.
       01 ENR-GENCAT.
          05 GEN-CLASS     PIC X(8).
          05 GEN-RUNDATE   PIC X(10).
          05 GEN-DSNAME    PIC X(44).
          05 GEN-RETDAYS   PIC 9(3).
          05 GEN-STATUS    PIC X(1).
          05 FILLER        PIC X(14).

       FD FRTVRPT.
       01 ENR-RTVRPT      PIC X(100).

       WORKING-STORAGE SECTION.
      *** STATUTS ET FINS DE FICHIERS ***
       77 FS-ARC          PIC 99 VALUE 0.
       77 FS-LIV          PIC 99 VALUE 0.
       77 FS-OUT          PIC 99 VALUE 0.
       77 FS-GENCAT       PIC 99 VALUE 0.
       77 WS-EOF          PIC 9  VALUE 0.
            88 FF-INPUT         VALUE 1.

      *** VARIABLES FONCTION ABEND-PROG ***
       77 WS-ANO PIC 9 VALUE ZERO.
       77 WS-VAR PIC 9 VALUE ZERO.
       77 WS-ABEND-CODE PIC 9(02) VALUE 0.

      *** SYSIN PARAMETERS, THROUGH THE PARMPRS CARD PARSER ***
       COPY PARMBLK.
       77 AC-CLASS        PIC X(8)  VALUE SPACES.
       77 AC-FROM         PIC X(10) VALUE SPACES.
       77 AC-TO           PIC X(10) VALUE SPACES.

      *** LE REGISTRE DEMANDE ***
       77 WS-WIDE         PIC X(1)  VALUE 'N'.
            88 WIDE-REGISTER    VALUE 'Y'.
       77 WS-DATE-POS     PIC 9(3)  VALUE 0.
       77 WS-MARK-POS     PIC 9(3)  VALUE 0.
       77 WS-MARK-LEN     PIC 9(3)  VALUE 0.
       77 WS-MARK-VALUE   PIC X(8)  VALUE SPACES.

      *** L'ENREGISTREMENT LU ***
       01 WS-REC          PIC X(100) VALUE SPACES.
       77 WS-REC-DATE     PIC X(10) VALUE SPACES.
       77 WS-SOURCE       PIC X(1)  VALUE SPACE.
            88 FROM-ARCHIVE     VALUE 'A'.
            88 FROM-LIVE        VALUE 'L'.

      *** COMPTEURS ***
       77 CNT-ARC-READ    PIC 9(7)  VALUE 0.
       77 CNT-ARC-KEPT    PIC 9(7)  VALUE 0.
       77 CNT-LIV-READ    PIC 9(7)  VALUE 0.
       77 CNT-LIV-KEPT    PIC 9(7)  VALUE 0.
       77 CNT-BF-SKIPPED  PIC 9(7)  VALUE 0.
       77 CNT-GEN-LISTED  PIC 9(4)  VALUE 0.
       77 CNT-GEN-PURGED  PIC 9(4)  VALUE 0.
       77 WS-GEN-NEEDED   PIC X(1)  VALUE 'N'.

      *** LIGNES EDITION ***
       01 L-RTV-HEAD.
          05 FILLER        PIC X(20) VALUE 'REGISTER RETRIEVAL '.
          05 L-HEAD-CLASS  PIC X(8).
          05 FILLER        PIC X(7)  VALUE '  FROM '.
          05 L-HEAD-FROM   PIC X(10).
          05 FILLER        PIC X(5)  VALUE '  TO '.
          05 L-HEAD-TO     PIC X(10).
          05 FILLER        PIC X(40) VALUE ALL ' '.

       01 L-RTV-GEN.
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 L-GEN-RUNDATE PIC X(10).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-GEN-DSNAME  PIC X(44).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-GEN-STATE   PIC X(38).

       01 L-RTV-FOOT.
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 L-FOOT-LABEL  PIC X(36).
          05 L-FOOT-COUNT  PIC ZZZZZZ9.
          05 FILLER        PIC X(53) VALUE ALL ' '.

       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** REGRTVP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM SET-UP-CLASS
           IF WS-DATE-POS = 0
              DISPLAY '*** REGRTVP : UNKNOWN CLASS ' AC-CLASS ' ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF AC-FROM > AC-TO
              DISPLAY '*** REGRTVP : FROM IS AFTER TO ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT FRTVRPT
           MOVE AC-CLASS TO L-HEAD-CLASS
           MOVE AC-FROM  TO L-HEAD-FROM
           MOVE AC-TO    TO L-HEAD-TO
           WRITE ENR-RTVRPT FROM L-RTV-HEAD
           MOVE SPACES TO ENR-RTVRPT
           WRITE ENR-RTVRPT

           PERFORM LIST-GENERATIONS

           IF WIDE-REGISTER
              OPEN OUTPUT FOUT100
           ELSE
              OPEN OUTPUT FOUT80
           END-IF
           IF FS-OUT NOT = 0
              DISPLAY '*** REGRTVP : FICRTVOUT CANNOT BE OPENED ('
                      FS-OUT ') ***'
              MOVE 12 TO WS-ABEND-CODE
              PERFORM ABEND-PROG
           END-IF
           MOVE 'A' TO WS-SOURCE
           PERFORM COPY-ARCHIVES
           MOVE 'L' TO WS-SOURCE
           PERFORM COPY-LIVE-REGISTER
           IF WIDE-REGISTER
              CLOSE FOUT100
           ELSE
              CLOSE FOUT80
           END-IF

           MOVE SPACES TO ENR-RTVRPT
           WRITE ENR-RTVRPT
           MOVE 'ARCHIVED RECORDS READ'        TO L-FOOT-LABEL
           MOVE CNT-ARC-READ                   TO L-FOOT-COUNT
           WRITE ENR-RTVRPT FROM L-RTV-FOOT
           MOVE 'ARCHIVED RECORDS RETRIEVED'   TO L-FOOT-LABEL
           MOVE CNT-ARC-KEPT                   TO L-FOOT-COUNT
           WRITE ENR-RTVRPT FROM L-RTV-FOOT
           MOVE 'LIVE RECORDS READ'            TO L-FOOT-LABEL
           MOVE CNT-LIV-READ                   TO L-FOOT-COUNT
           WRITE ENR-RTVRPT FROM L-RTV-FOOT
           MOVE 'LIVE RECORDS RETRIEVED'       TO L-FOOT-LABEL
           MOVE CNT-LIV-KEPT                   TO L-FOOT-COUNT
           WRITE ENR-RTVRPT FROM L-RTV-FOOT
           MOVE 'BROUGHT-FORWARD RECORDS LEFT OUT' TO L-FOOT-LABEL
           MOVE CNT-BF-SKIPPED                 TO L-FOOT-COUNT
           WRITE ENR-RTVRPT FROM L-RTV-FOOT
           CLOSE FRTVRPT

           DISPLAY 'REGRTVP : ' AC-CLASS ' RETRIEVED '
                   CNT-ARC-KEPT ' ARCHIVED AND ' CNT-LIV-KEPT ' LIVE'
           IF CNT-GEN-PURGED > 0
              DISPLAY 'REGRTVP : ' CNT-GEN-PURGED ' GENERATION(S) THE'
                      ' PERIOD NEEDS WERE PURGED - INCOMPLETE'
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      ********************************************
      * PARAGRAPHES                              *
      ********************************************
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 3 TO PARM-COUNT
           MOVE 'CLASS'    TO PARM-KEYWORD(1)
           MOVE 'X'        TO PARM-TYPE(1)
           MOVE 'Y'        TO PARM-REQUIRED(1)
           MOVE 'FROM'     TO PARM-KEYWORD(2)
           MOVE 'D'        TO PARM-TYPE(2)
           MOVE 'Y'        TO PARM-REQUIRED(2)
           MOVE 'TO'       TO PARM-KEYWORD(3)
           MOVE 'D'        TO PARM-TYPE(3)
           MOVE 'Y'        TO PARM-REQUIRED(3)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              MOVE PARM-VALUE(1)(1:8)  TO AC-CLASS
              MOVE PARM-VALUE(2)(1:10) TO AC-FROM
              MOVE PARM-VALUE(3)(1:10) TO AC-TO
           END-IF
           .

      ** SET-UP-CLASS - where each register keeps its date and the  **
      ** mark of the records REGROLLP brought forward               **
       SET-UP-CLASS.
           MOVE 0   TO WS-DATE-POS
           MOVE 'N' TO WS-WIDE
           EVALUATE AC-CLASS
              WHEN 'INVREG'
                 MOVE 19 TO WS-DATE-POS
                 MOVE 0  TO WS-MARK-POS
              WHEN 'SETTLE'
      ** SET-PAY-DATE ; SET-TYPE 'F' **
                 MOVE 9  TO WS-DATE-POS
                 MOVE 37 TO WS-MARK-POS
                 MOVE 1  TO WS-MARK-LEN
                 MOVE 'F' TO WS-MARK-VALUE
              WHEN 'STKMOV'
      ** MOV-DATE ; MOV-PGM 'REGROLLP' **
                 MOVE 1  TO WS-DATE-POS
                 MOVE 11 TO WS-MARK-POS
                 MOVE 8  TO WS-MARK-LEN
                 MOVE 'REGROLLP' TO WS-MARK-VALUE
              WHEN 'COMMREG'
      ** CR-DATE **
                 MOVE 59 TO WS-DATE-POS
                 MOVE 0  TO WS-MARK-POS
                 MOVE 'Y' TO WS-WIDE
              WHEN 'RCVREG'
      ** RR-DATE ; RR-BF-FLAG 'B' **
                 MOVE 17 TO WS-DATE-POS
                 MOVE 39 TO WS-MARK-POS
                 MOVE 1  TO WS-MARK-LEN
                 MOVE 'B' TO WS-MARK-VALUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

      ** LIST-GENERATIONS - a generation holds what its year end    **
      ** closed, and an invoice open at one year end is archived    **
      ** at a later one with all its records : every generation     **
      ** from FROM on may hold records of the period                **
       LIST-GENERATIONS.
           OPEN INPUT FGENCAT
           IF FS-GENCAT NOT = 0
              MOVE SPACES TO L-RTV-GEN
              MOVE 'NO GENERATION CATALOG' TO L-GEN-STATE
              WRITE ENR-RTVRPT FROM L-RTV-GEN
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL FF-INPUT
              READ FGENCAT
                 AT END
                    SET FF-INPUT TO TRUE
                 NOT AT END
                    IF GEN-CLASS = AC-CLASS
                       PERFORM LIST-ONE-GENERATION
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FGENCAT
           IF CNT-GEN-LISTED = 0
              MOVE SPACES TO L-RTV-GEN
              MOVE 'NO ARCHIVE GENERATION CATALOGUED' TO L-GEN-STATE
              WRITE ENR-RTVRPT FROM L-RTV-GEN
           END-IF
           .

       LIST-ONE-GENERATION.
           ADD 1 TO CNT-GEN-LISTED
           MOVE 'N' TO WS-GEN-NEEDED
           IF GEN-RUNDATE NOT < AC-FROM
              MOVE 'Y' TO WS-GEN-NEEDED
           END-IF
           MOVE SPACES      TO L-RTV-GEN
           MOVE GEN-RUNDATE TO L-GEN-RUNDATE
           MOVE GEN-DSNAME  TO L-GEN-DSNAME
           EVALUATE TRUE
              WHEN WS-GEN-NEEDED = 'Y' AND GEN-STATUS = 'P'
                 MOVE 'NEEDED - PURGED, NOT RETRIEVABLE'
                   TO L-GEN-STATE
                 ADD 1 TO CNT-GEN-PURGED
              WHEN WS-GEN-NEEDED = 'Y'
                 MOVE 'NEEDED - CONCATENATE ON FICARCIN'
                   TO L-GEN-STATE
              WHEN GEN-STATUS = 'P'
                 MOVE 'PURGED' TO L-GEN-STATE
              WHEN OTHER
                 MOVE 'NOT NEEDED' TO L-GEN-STATE
           END-EVALUATE
           WRITE ENR-RTVRPT FROM L-RTV-GEN
           .

       COPY-ARCHIVES.
           IF WIDE-REGISTER
              OPEN INPUT FARC100
           ELSE
              OPEN INPUT FARC80
           END-IF
           IF FS-ARC NOT = 0
              DISPLAY 'REGRTVP : NO ARCHIVE ON FICARCIN'
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL FF-INPUT
              IF WIDE-REGISTER
                 READ FARC100 INTO WS-REC
                    AT END
                       SET FF-INPUT TO TRUE
                 END-READ
              ELSE
                 READ FARC80 INTO WS-REC
                    AT END
                       SET FF-INPUT TO TRUE
                 END-READ
              END-IF
              IF NOT FF-INPUT
                 ADD 1 TO CNT-ARC-READ
                 PERFORM TAKE-ONE-RECORD
              END-IF
           END-PERFORM
           IF WIDE-REGISTER
              CLOSE FARC100
           ELSE
              CLOSE FARC80
           END-IF
           .

       COPY-LIVE-REGISTER.
           IF WIDE-REGISTER
              OPEN INPUT FLIV100
           ELSE
              OPEN INPUT FLIV80
           END-IF
           IF FS-LIV NOT = 0
              DISPLAY 'REGRTVP : NO LIVE REGISTER ON FICRTVLIV'
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL FF-INPUT
              IF WIDE-REGISTER
                 READ FLIV100 INTO WS-REC
                    AT END
                       SET FF-INPUT TO TRUE
                 END-READ
              ELSE
                 READ FLIV80 INTO WS-REC
                    AT END
                       SET FF-INPUT TO TRUE
                 END-READ
              END-IF
              IF NOT FF-INPUT
                 ADD 1 TO CNT-LIV-READ
                 PERFORM TAKE-ONE-RECORD
              END-IF
           END-PERFORM
           IF WIDE-REGISTER
              CLOSE FLIV100
           ELSE
              CLOSE FLIV80
           END-IF
           .

      ** TAKE-ONE-RECORD - a brought-forward record stands for     **
      ** archived ones : it is never retrieved                      **
       TAKE-ONE-RECORD.
           IF WS-MARK-POS > 0
              IF WS-REC(WS-MARK-POS:WS-MARK-LEN) =
                 WS-MARK-VALUE(1:WS-MARK-LEN)
                 ADD 1 TO CNT-BF-SKIPPED
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE WS-REC(WS-DATE-POS:10) TO WS-REC-DATE
           IF WS-REC-DATE < AC-FROM OR WS-REC-DATE > AC-TO
              EXIT PARAGRAPH
           END-IF
           IF WIDE-REGISTER
              WRITE ENR-OUT100 FROM WS-REC
           ELSE
              WRITE ENR-OUT80 FROM WS-REC(1:80)
           END-IF
           IF FROM-ARCHIVE
              ADD 1 TO CNT-ARC-KEPT
           ELSE
              ADD 1 TO CNT-LIV-KEPT
           END-IF
           .

       ABEND-PROG.
           DISPLAY 'ABEND CODE : ' WS-ABEND-CODE
           MOVE 16 TO RETURN-CODE
           COMPUTE WS-ANO = WS-ANO / WS-VAR.
