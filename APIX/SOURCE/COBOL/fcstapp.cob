       IDENTIFICATION DIVISION.
       PROGRAM-ID.     FCSTAPP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - APPLY THE PLANNER'S DECISIONS ON FCSTP'S REORDER          *
      *      RECOMMENDATIONS (FICFCSTREC) FROM A ; DELIMITED FILE :    *
      *         PNO;A;AUTHORIZER            (APPLY AS RECOMMENDED)     *
      *         PNO;A;AUTHORIZER;ROP;EOQ    (APPLY WITH AMENDED        *
      *                                      REORDER POINT AND EOQ)    *
      *         PNO;R;AUTHORIZER            (REJECT - KEEP THE VALUES  *
      *                                      IN FORCE)                 *
      *    - AN APPLIED RECOMMENDATION SETS API10.PARTS REORDER_POINT, *
      *      SAFETY_STOCK, EOQ AND LEAD_TIME - THE VALUES PART5P       *
      *      REQUISITIONS AND POWRTP DATES ITS ORDERS FROM             *
      *    - EVERY AUTHORIZER IS CHECKED THROUGH CTLAUTH (SUPPLIER/    *
      *      PART MASTER RIGHT) AND EVERY DECISION LANDS ON THE        *
      *      CONTROL JOURNAL (CTLJRNW) WITH THE VALUES BEFORE/AFTER    *
      *    - A PART WHOSE MASTER VALUES MOVED SINCE FCSTP RAN (SUPMNTP *
      *      MAINTENANCE) IS LEFT PENDING : THE RECOMMENDATION WAS     *
      *      MADE AGAINST FIGURES THAT NO LONGER HOLD                  *
      *    - FICFCSTREC IS REWRITTEN WITH EACH RECOMMENDATION'S        *
      *      OUTCOME ; UNDECIDED ONES STAY PENDING                     *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FFCSTREC ASSIGN TO FICFCSTREC
               FILE STATUS IS FS-FCSTREC.
           SELECT FFCSTDEC ASSIGN TO FICFCSTDEC
               FILE STATUS IS FS-FCSTDEC.
           SELECT FFCSTLOG ASSIGN TO FICFCSTLOG.

       DATA DIVISION.
       FILE SECTION.
      ** FFCSTREC - FCSTP'S RECOMMENDATIONS, REWRITTEN WITH OUTCOMES **
       FD FFCSTREC.
       COPY FCSTREC.

      ** FFCSTDEC - ONE DECISION PER LINE **
       FD FFCSTDEC.
       01 ENR-FCSTDEC.
          05 ENR-FCD-CSV   PIC X(80).

       FD FFCSTLOG.
       01 ENR-FCSTLOG     PIC X(80).

       WORKING-STORAGE SECTION.
      *** FENETRE BATCH : PAS DE MAJ DU MAITRE PENDANT LA CHAINE ***
       77 WS-WIN-PGM      PIC X(8) VALUE 'CHAINWIN'.
       77 WS-WIN-ACTION   PIC X(1) VALUE 'Q'.
       77 WS-WIN-RESULT   PIC X(4) VALUE SPACES.
      *** CONTROLE DES DECISIONS : CTLAUTH/CTLJRNW ***
       77 WS-CA-ACTION    PIC X(1) VALUE 'S'.
       77 WS-CA-RESULT    PIC X(4) VALUE SPACES.
       77 WS-JR-PGM       PIC X(8) VALUE 'FCSTAPP '.
       77 WS-JR-ACTION    PIC X(20) VALUE SPACES.
       77 WS-JR-KEY       PIC X(10) VALUE SPACES.
       01 WS-JR-BEFORE.
          05 FILLER        PIC X(1) VALUE 'R'.
          05 JRB-ROP       PIC 9(4).
          05 FILLER        PIC X(1) VALUE 'E'.
          05 JRB-EOQ       PIC 9(4).
          05 FILLER        PIC X(1) VALUE 'L'.
          05 JRB-LEAD      PIC 9(3).
       01 WS-JR-AFTER.
          05 FILLER        PIC X(1) VALUE 'R'.
          05 JRA-ROP       PIC 9(4).
          05 FILLER        PIC X(1) VALUE 'E'.
          05 JRA-EOQ       PIC 9(4).
          05 FILLER        PIC X(1) VALUE 'L'.
          05 JRA-LEAD      PIC 9(3).

       01 FCD-HEAD        PIC X(30) VALUE
             "FCSTAPP REORDER DECISION LOG".
       01 FCD-FOOT-HEAD   PIC X(28) VALUE "DECISION SUMMARY :".
       COPY LOADLOG.

       77 WS-FCSTREC-EOF  PIC 9  VALUE 0.
            88 FF-FCSTREC       VALUE 1.
       77 WS-FCSTDEC-EOF  PIC 9  VALUE 0.
            88 FF-FCSTDEC       VALUE 1.
       77 FS-FCSTREC      PIC 99 VALUE 0.
       77 FS-FCSTDEC      PIC 99 VALUE 0.
       01 ED-SQLCODE      PIC +Z(8)9.

      *** LES RECOMMANDATIONS EN TABLE ***
       01 FCR-TAB.
          05 FRT-REC       PIC X(80) OCCURS 500 TIMES.
       77 FRT-CNT         PIC 9(3) VALUE 0.
       77 FRT-IDX         PIC 9(3) VALUE 0.

      *** LES DECISIONS EN TABLE ***
       01 DEC-TAB.
          05 DEC-ENTRY OCCURS 500 TIMES.
             10 DEC-PNO    PIC X(2).
             10 DEC-ACTION PIC X(1).
             10 DEC-AUTH   PIC X(8).
             10 DEC-ROP    PIC 9(4).
             10 DEC-EOQ    PIC 9(4).
             10 DEC-AMEND  PIC X(1).
       77 DEC-CNT         PIC 9(3) VALUE 0.
       77 DEC-IDX         PIC 9(3) VALUE 0.
       77 DEC-LINE-NO     PIC 9(5) VALUE 0.

      *** CHAMPS PARSES ***
       01 DCS-PNO         PIC X(2).
       01 DCS-ACTION      PIC X(1).
       01 DCS-AUTH        PIC X(8).
       01 DCS-ROP-CSV     PIC X(6).
       01 DCS-EOQ-CSV     PIC X(6).
       77 WS-DIGITS       PIC 9(2) VALUE 0.
       77 WS-CSV-OK       PIC 9 VALUE 0.
            88 CSV-VALUES-OK    VALUE 1.

      *** DATE DU JOUR ***
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.
       77 WS-RUN-DATE-ISO PIC X(10).

      *** COMPTEURS ***
       77 CNT-RECOMMENDED PIC 9(4) VALUE 0.
       77 CNT-APPLIED     PIC 9(4) VALUE 0.
       77 CNT-AMENDED     PIC 9(4) VALUE 0.
       77 CNT-REJECTED    PIC 9(4) VALUE 0.
       77 CNT-PENDING     PIC 9(4) VALUE 0.
       77 CNT-NOT-AUTH    PIC 9(4) VALUE 0.
       77 CNT-STALE       PIC 9(4) VALUE 0.
       77 CNT-UPDATE-KO   PIC 9(4) VALUE 0.
       77 CNT-BAD-DEC     PIC 9(4) VALUE 0.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE PARTS    END-EXEC

      ** SAFETY_STOCK AND EOQ ARE NULL UNTIL THIS PROGRAM FIRST SETS **
       77 WS-HV-SAFETY    PIC S9(9) COMP VALUE 0.
       77 WS-HV-EOQ       PIC S9(9) COMP VALUE 0.
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
           OPEN OUTPUT FFCSTLOG
           MOVE "PART NO.    " TO LOGREC-LABEL
           WRITE ENR-FCSTLOG FROM FCD-HEAD

           PERFORM LOAD-RECOMMENDATIONS
           IF FRT-CNT = 0
              DISPLAY 'NO REORDER RECOMMENDATION TO DECIDE'
              CLOSE FFCSTLOG
              GOBACK
           END-IF
           PERFORM LOAD-DECISIONS
           PERFORM GET-RUN-DATE

           PERFORM VARYING FRT-IDX FROM 1 BY 1 UNTIL FRT-IDX > FRT-CNT
              MOVE FRT-REC(FRT-IDX) TO ST-FCSTREC
              IF FCR-PENDING
                 PERFORM DECIDE-ONE-PART
                 MOVE ST-FCSTREC TO FRT-REC(FRT-IDX)
              END-IF
           END-PERFORM

           PERFORM REWRITE-RECOMMENDATIONS
           PERFORM WRITE-FCD-FOOTER
           CLOSE FFCSTLOG
           DISPLAY 'RECOMMENDATIONS PENDING IN : ' CNT-RECOMMENDED
           DISPLAY 'APPLIED                    : ' CNT-APPLIED
           DISPLAY '  OF WHICH AMENDED         : ' CNT-AMENDED
           DISPLAY 'REJECTED                   : ' CNT-REJECTED
           DISPLAY 'STILL PENDING              : ' CNT-PENDING
           DISPLAY '  AUTHORIZER REFUSED       : ' CNT-NOT-AUTH
           DISPLAY '  MASTER CHANGED SINCE     : ' CNT-STALE
           DISPLAY '  UPDATES FAILED           : ' CNT-UPDATE-KO
           GOBACK.

      *** PARAGRAPHS ***
       LOAD-RECOMMENDATIONS.
           OPEN INPUT FFCSTREC
           IF FS-FCSTREC NOT = 0
              DISPLAY 'NO RECOMMENDATION FILE, RUN FCSTP FIRST'
           ELSE
              PERFORM UNTIL FF-FCSTREC
                 READ FFCSTREC
                    AT END
                       SET FF-FCSTREC TO TRUE
                    NOT AT END
                       PERFORM ADD-RECOMMENDATION
                 END-READ
              END-PERFORM
              CLOSE FFCSTREC
           END-IF
           .

       ADD-RECOMMENDATION.
           IF FRT-CNT < 500
              ADD 1 TO FRT-CNT
              MOVE ST-FCSTREC TO FRT-REC(FRT-CNT)
              IF FCR-PENDING
                 ADD 1 TO CNT-RECOMMENDED
              END-IF
           ELSE
      ** THE FILE IS REWRITTEN IN FULL AT THE END - A TRUNCATED    **
      ** TABLE WOULD LOSE THE OVERFLOWED RECOMMENDATIONS           **
              DISPLAY 'RECOMMENDATION TABLE FULL - RUN REFUSED, '
                      'RAISE OCCURS'
              CLOSE FFCSTREC
              CLOSE FFCSTLOG
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           .

       LOAD-DECISIONS.
           OPEN INPUT FFCSTDEC
           IF FS-FCSTDEC NOT = 0
              DISPLAY 'NO DECISION FILE, NOTHING APPLIED'
           ELSE
              PERFORM UNTIL FF-FCSTDEC
                 READ FFCSTDEC
                    AT END
                       SET FF-FCSTDEC TO TRUE
                    NOT AT END
                       ADD 1 TO DEC-LINE-NO
                       PERFORM ADD-ONE-DECISION
                 END-READ
              END-PERFORM
              CLOSE FFCSTDEC
           END-IF
           .

      ** ADD-ONE-DECISION - an amended reorder point and EOQ come  **
      ** as a pair, up to 4 digits each                            **
       ADD-ONE-DECISION.
           MOVE SPACES TO DCS-PNO DCS-ACTION DCS-AUTH
                          DCS-ROP-CSV DCS-EOQ-CSV
           UNSTRING ENR-FCD-CSV DELIMITED BY ';'
              INTO DCS-PNO DCS-ACTION DCS-AUTH
                   DCS-ROP-CSV DCS-EOQ-CSV
           END-UNSTRING
           SET CSV-VALUES-OK TO TRUE
           IF DCS-ROP-CSV NOT = SPACES OR DCS-EOQ-CSV NOT = SPACES
              PERFORM CHECK-AMENDED-VALUES
           END-IF
           IF DCS-PNO = SPACES OR DCS-AUTH = SPACES OR
              (DCS-ACTION NOT = 'A' AND DCS-ACTION NOT = 'R') OR
              NOT CSV-VALUES-OK
              MOVE DEC-LINE-NO TO LOGREC-REF
              MOVE DCS-PNO TO LOGREC-PNO
              MOVE 'BAD DECISION LINE' TO LOGREC-MSG
              MOVE ENR-FCD-CSV TO LOGREC-DETAIL
              PERFORM WRITE-FCD-LOG
              ADD 1 TO CNT-BAD-DEC
           ELSE
              IF DEC-CNT < 500
                 ADD 1 TO DEC-CNT
                 MOVE DCS-PNO    TO DEC-PNO(DEC-CNT)
                 MOVE DCS-ACTION TO DEC-ACTION(DEC-CNT)
                 MOVE DCS-AUTH   TO DEC-AUTH(DEC-CNT)
                 MOVE 'N'        TO DEC-AMEND(DEC-CNT)
                 IF DCS-ROP-CSV NOT = SPACES
                    MOVE 'Y' TO DEC-AMEND(DEC-CNT)
                    COMPUTE DEC-ROP(DEC-CNT) =
                       FUNCTION NUMVAL(DCS-ROP-CSV)
                    COMPUTE DEC-EOQ(DEC-CNT) =
                       FUNCTION NUMVAL(DCS-EOQ-CSV)
                 END-IF
              ELSE
                 DISPLAY 'DECISION TABLE FULL, RAISE OCCURS'
              END-IF
           END-IF
           .

       CHECK-AMENDED-VALUES.
           IF DCS-ROP-CSV = SPACES OR DCS-EOQ-CSV = SPACES
              MOVE 0 TO WS-CSV-OK
           ELSE
              MOVE 0 TO WS-DIGITS
              INSPECT DCS-ROP-CSV TALLYING WS-DIGITS
                 FOR CHARACTERS BEFORE INITIAL SPACE
              IF WS-DIGITS > 4 OR
                 DCS-ROP-CSV(1:WS-DIGITS) IS NOT NUMERIC
                 MOVE 0 TO WS-CSV-OK
              END-IF
              MOVE 0 TO WS-DIGITS
              INSPECT DCS-EOQ-CSV TALLYING WS-DIGITS
                 FOR CHARACTERS BEFORE INITIAL SPACE
              IF WS-DIGITS > 4 OR
                 DCS-EOQ-CSV(1:WS-DIGITS) IS NOT NUMERIC
                 MOVE 0 TO WS-CSV-OK
              END-IF
           END-IF
           .

      ** DECIDE-ONE-PART - find the part's decision, check who took **
      ** it and apply it ; no decision leaves it pending             **
       DECIDE-ONE-PART.
           MOVE FCR-PNO TO LOGREC-PNO
           PERFORM VARYING DEC-IDX FROM 1 BY 1
                   UNTIL DEC-IDX > DEC-CNT
              IF FCR-PNO = DEC-PNO(DEC-IDX)
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF DEC-IDX > DEC-CNT
              ADD 1 TO CNT-PENDING
              EXIT PARAGRAPH
           END-IF

           CALL 'CTLAUTH' USING DEC-AUTH(DEC-IDX) WS-CA-ACTION
                                WS-CA-RESULT
           IF WS-CA-RESULT NOT = 'OK  '
              ADD 1 TO CNT-NOT-AUTH
              ADD 1 TO CNT-PENDING
              MOVE DEC-AUTH(DEC-IDX) TO LOGREC-DETAIL
              MOVE 'AUTHORIZER NOT AUTH' TO LOGREC-MSG
              PERFORM WRITE-FCD-LOG
              EXIT PARAGRAPH
           END-IF

           MOVE FCR-CUR-ROP  TO JRB-ROP
           MOVE FCR-CUR-EOQ  TO JRB-EOQ
           MOVE FCR-CUR-LEAD TO JRB-LEAD
           IF DEC-ACTION(DEC-IDX) = 'A'
              PERFORM APPLY-RECOMMENDATION
           ELSE
              PERFORM REJECT-RECOMMENDATION
           END-IF
           .

      ** APPLY-RECOMMENDATION - one unit of work per part, and only **
      ** if the master still holds the values the figures were      **
      ** worked from                                                **
       APPLY-RECOMMENDATION.
           MOVE FCR-PNO TO PARTS-PNO
           EXEC SQL
              SELECT REORDER_POINT, LEAD_TIME, COALESCE(EOQ,0)
                INTO :PARTS-REORDER-POINT, :PARTS-LEAD-TIME,
                     :WS-HV-EOQ
                FROM API10.PARTS
               WHERE PNO = :PARTS-PNO
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE SQLCODE TO ED-SQLCODE
              DISPLAY 'READ PART ' FCR-PNO ' KO ' ED-SQLCODE
              ADD 1 TO CNT-UPDATE-KO
              ADD 1 TO CNT-PENDING
              MOVE 'PART NOT READ' TO LOGREC-MSG
              PERFORM WRITE-FCD-LOG
              EXIT PARAGRAPH
           END-IF
           IF PARTS-REORDER-POINT NOT = FCR-CUR-ROP OR
              PARTS-LEAD-TIME NOT = FCR-CUR-LEAD OR
              WS-HV-EOQ NOT = FCR-CUR-EOQ
              ADD 1 TO CNT-STALE
              ADD 1 TO CNT-PENDING
              MOVE 'MASTER CHANGED SINCE' TO LOGREC-MSG
              MOVE 'RERUN FCSTP' TO LOGREC-DETAIL
              PERFORM WRITE-FCD-LOG
              EXIT PARAGRAPH
           END-IF

           IF DEC-AMEND(DEC-IDX) = 'Y'
              MOVE DEC-ROP(DEC-IDX) TO FCR-ROP
              MOVE DEC-EOQ(DEC-IDX) TO FCR-EOQ
      ** AN AMENDED REORDER POINT CANNOT SIT BELOW ITS OWN SAFETY   **
      ** STOCK - THE BUFFER SHRINKS TO WHAT THE PLANNER ALLOWS      **
              IF FCR-SAFETY > FCR-ROP
                 MOVE FCR-ROP TO FCR-SAFETY
              END-IF
           END-IF
           MOVE FCR-ROP      TO PARTS-REORDER-POINT
           MOVE FCR-LEADTIME TO PARTS-LEAD-TIME
           MOVE FCR-SAFETY   TO WS-HV-SAFETY
           MOVE FCR-EOQ      TO WS-HV-EOQ
           EXEC SQL
              UPDATE API10.PARTS
                 SET REORDER_POINT = :PARTS-REORDER-POINT,
                     LEAD_TIME     = :PARTS-LEAD-TIME,
                     SAFETY_STOCK  = :WS-HV-SAFETY,
                     EOQ           = :WS-HV-EOQ
               WHERE PNO = :PARTS-PNO
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE SQLCODE TO ED-SQLCODE
              DISPLAY 'UPDATE PART ' FCR-PNO ' KO ' ED-SQLCODE
              EXEC SQL ROLLBACK END-EXEC
              ADD 1 TO CNT-UPDATE-KO
              ADD 1 TO CNT-PENDING
              MOVE 'UPDATE FAILED' TO LOGREC-MSG
              PERFORM WRITE-FCD-LOG
              EXIT PARAGRAPH
           END-IF
           EXEC SQL COMMIT END-EXEC

           SET FCR-APPLIED TO TRUE
           ADD 1 TO CNT-APPLIED
           IF DEC-AMEND(DEC-IDX) = 'Y'
              ADD 1 TO CNT-AMENDED
              MOVE 'REORDER AMENDED' TO WS-JR-ACTION
           ELSE
              MOVE 'REORDER APPLIED' TO WS-JR-ACTION
           END-IF
           MOVE FCR-ROP      TO JRA-ROP
           MOVE FCR-EOQ      TO JRA-EOQ
           MOVE FCR-LEADTIME TO JRA-LEAD
           MOVE WS-JR-ACTION TO LOGREC-MSG
           MOVE WS-JR-AFTER  TO LOGREC-DETAIL
           PERFORM RECORD-DECISION
           .

      ** REJECT-RECOMMENDATION - the master keeps its values        **
       REJECT-RECOMMENDATION.
           SET FCR-REJECTED TO TRUE
           ADD 1 TO CNT-REJECTED
           MOVE 'REORDER REJECTED' TO WS-JR-ACTION
           MOVE FCR-ROP      TO JRA-ROP
           MOVE FCR-EOQ      TO JRA-EOQ
           MOVE FCR-LEADTIME TO JRA-LEAD
           MOVE WS-JR-ACTION TO LOGREC-MSG
           MOVE WS-JR-AFTER  TO LOGREC-DETAIL
           PERFORM RECORD-DECISION
           .

      ** RECORD-DECISION - who decided, when ; the journal holds    **
      ** the values in force before and the ones decided after      **
       RECORD-DECISION.
           MOVE DEC-AUTH(DEC-IDX) TO FCR-AUTH
           MOVE WS-RUN-DATE-ISO   TO FCR-DEC-DATE
           PERFORM WRITE-FCD-LOG
           MOVE SPACES  TO WS-JR-KEY
           MOVE FCR-PNO TO WS-JR-KEY
           CALL 'CTLJRNW' USING WS-JR-PGM DEC-AUTH(DEC-IDX)
                                WS-JR-ACTION WS-JR-KEY
                                WS-JR-BEFORE WS-JR-AFTER
           .

       GET-RUN-DATE.
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
           .

      ** REWRITE-RECOMMENDATIONS - every recommendation stays, with **
      ** its outcome ; FCSTP'S NEXT RUN STARTS THE FILE AFRESH      **
       REWRITE-RECOMMENDATIONS.
           OPEN OUTPUT FFCSTREC
           PERFORM VARYING FRT-IDX FROM 1 BY 1 UNTIL FRT-IDX > FRT-CNT
              WRITE ST-FCSTREC FROM FRT-REC(FRT-IDX)
           END-PERFORM
           CLOSE FFCSTREC
           .

       WRITE-FCD-LOG.
           WRITE ENR-FCSTLOG FROM ST-LOADLOG
           INITIALIZE ST-LOADLOG
           MOVE "PART NO.    " TO LOGREC-LABEL
           .

       WRITE-FCD-FOOTER.
           WRITE ENR-FCSTLOG FROM FCD-FOOT-HEAD

           MOVE 'REORDER APPLIED'    TO LOGREC-FLABEL
           MOVE CNT-APPLIED          TO LOGREC-FCOUNT
           WRITE ENR-FCSTLOG FROM ST-LOADLOG-FOOT

           MOVE 'OF WHICH AMENDED'   TO LOGREC-FLABEL
           MOVE CNT-AMENDED          TO LOGREC-FCOUNT
           WRITE ENR-FCSTLOG FROM ST-LOADLOG-FOOT

           MOVE 'REORDER REJECTED'   TO LOGREC-FLABEL
           MOVE CNT-REJECTED         TO LOGREC-FCOUNT
           WRITE ENR-FCSTLOG FROM ST-LOADLOG-FOOT

           MOVE 'STILL PENDING'      TO LOGREC-FLABEL
           MOVE CNT-PENDING          TO LOGREC-FCOUNT
           WRITE ENR-FCSTLOG FROM ST-LOADLOG-FOOT

           MOVE 'AUTHORIZER REFUSED' TO LOGREC-FLABEL
           MOVE CNT-NOT-AUTH         TO LOGREC-FCOUNT
           WRITE ENR-FCSTLOG FROM ST-LOADLOG-FOOT

           MOVE 'MASTER CHANGED'     TO LOGREC-FLABEL
           MOVE CNT-STALE            TO LOGREC-FCOUNT
           WRITE ENR-FCSTLOG FROM ST-LOADLOG-FOOT

           MOVE 'UPDATES FAILED'     TO LOGREC-FLABEL
           MOVE CNT-UPDATE-KO        TO LOGREC-FCOUNT
           WRITE ENR-FCSTLOG FROM ST-LOADLOG-FOOT

           MOVE 'BAD DECISION LINE'  TO LOGREC-FLABEL
           MOVE CNT-BAD-DEC          TO LOGREC-FCOUNT
           WRITE ENR-FCSTLOG FROM ST-LOADLOG-FOOT
           .
