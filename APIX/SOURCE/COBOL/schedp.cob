       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SCHEDP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - RUN THE NIGHTLY, WEEKLY AND MONTH-END JOBS OUTSIDE THE    *
      *      LOAD CHAIN FROM A SCHEDULE FILE (FICSCHED, LAYOUT         *
      *      SCHDREC) INSTEAD OF THE OPERATORS' PAPER CHECKLIST :      *
      *      EACH JOB RUNS EVERY NIGHT, ON THE WEEKDAYS FLAGGED, ON    *
      *      THE LAST BUSINESS DAY OF THE MONTH, OR ON THE FIRST       *
      *      BUSINESS DAY AFTER A PERIOD IS CLOSED ON PERIODK          *
      *    - WORK OUT TONIGHT'S JOBS FROM DATEPROG'S BUSINESS DATE     *
      *      (ENTRY DATEBISO) AND CALL THEM IN PREDECESSOR ORDER,      *
      *      HANDING EACH ITS PARAMETER CARDS THROUGH PARMPRS'S        *
      *      PARMQUE ENTRY ; A JOB WHOSE PREDECESSOR FAILED IS         *
      *      SKIPPED                                                   *
      *    - REFUSE TO START WHILE THE CHAIN'S BATCH WINDOW IS OPEN    *
      *      (RUNLOCK CHAINWIN) OR ANOTHER SCHEDULER RUN IS ALIVE,     *
      *      SKIP A JOB WHOSE PROGRAM HOLDS ITS OWN RUNLOCK, AND       *
      *      RECORD EVERY JOB RUN IN API10.RUNHIST                     *
      *    - KEEP WHAT EACH JOB LAST DID (FICSCHDST, REWRITTEN AFTER   *
      *      EVERY JOB) SO A RERUN OF THE SAME NIGHT DOES NOT RUN A    *
      *      JOB TWICE AND AN AFTER-CLOSE JOB RUNS ONCE PER PERIOD     *
      *    - REPORT WHAT WAS DUE, RUN, SKIPPED OR FAILED (FICSCHRPT)   *
      *      AND END RC 8 IF A JOB FAILED, RC 4 IF ONE WAS SKIPPED     *
      *  Dependencies -> copybooks 'schdrec', 'parmblk'                *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      RUNDATE=YYYY-MM-DD  (BUSINESS DATE TO SCHEDULE FOR,       *
      *                           DEFAULT DATEPROG'S BUSINESS DATE)    *
      *      RUNMODE=XXXX        (RUN, OR LIST : REPORT TONIGHT'S      *
      *                           JOBS WITHOUT RUNNING ANY ; DEFAULT   *
      *                           RUN)                                 *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSCHED   ASSIGN TO FICSCHED
               FILE STATUS IS FS-SCHED.
           SELECT FSCHDST  ASSIGN TO FICSCHDST
               FILE STATUS IS FS-SCHDST.
           SELECT PERIODK  ASSIGN TO PERIODK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PERK-PERIOD
               FILE STATUS IS FS-PERIOD.
           SELECT FSCHRPT  ASSIGN TO FICSCHRPT.

       DATA DIVISION.
       FILE SECTION.
       FD FSCHED.
       COPY SCHDREC.

      ** FSCHDST - WHAT EACH JOB LAST DID, ONE ROW PER JOB **
       FD FSCHDST.
       01 ENR-SCHDST.
          05 SST-JOB          PIC X(8).
          05 SST-LAST-DATE    PIC X(10).
      ** LAST CLOSED PERIOD AN AFTER-CLOSE JOB RAN FOR **
          05 SST-LAST-PERIOD  PIC X(7).
          05 SST-LAST-RC      PIC 9(4).
          05 SST-LAST-STATUS  PIC X(12).
          05 FILLER           PIC X(39).

       FD PERIODK.
       01 ST-PERIODK.
          05 PERK-PERIOD   PIC X(7).
          05 PERK-STATUS   PIC X(1).
             88 PERK-IS-CLOSED     VALUE 'C'.
          05 PERK-STATUS-DATE PIC X(10).
          05 FILLER        PIC X(62).

       FD FSCHRPT.
       01 ENR-SCHRPT PIC X(100).

       WORKING-STORAGE SECTION.
      *** STATUTS ET FINS DE FICHIERS ***
       77 FS-SCHED        PIC 99 VALUE 0.
       77 FS-SCHDST       PIC 99 VALUE 0.
       77 FS-PERIOD       PIC 99 VALUE 0.
       77 WS-EOF          PIC 9  VALUE 0.
            88 FF-INPUT         VALUE 1.

      *** VARIABLES FONCTION ABEND-PROG ***
       77 WS-ANO PIC 9 VALUE ZERO.
       77 WS-VAR PIC 9 VALUE ZERO.
       77 WS-ABEND-CODE PIC 9(02) VALUE 0.

      *** SYSIN PARAMETERS, THROUGH THE PARMPRS CARD PARSER ***
       COPY PARMBLK.
       77 AC-RUN-DATE     PIC X(10) VALUE SPACES.
       77 AC-RUN-MODE     PIC X(4)  VALUE 'RUN'.
            88 MODE-LIST        VALUE 'LIST'.
            88 MODE-RUN         VALUE 'RUN'.

      *** VERROUS : FENETRE BATCH DE LA CHAINE, ORDONNANCEUR, JOBS ***
       77 WS-WIN-PGM      PIC X(8) VALUE 'CHAINWIN'.
       77 WS-SCH-PGM      PIC X(8) VALUE 'SCHEDP'.
       77 WS-LK-PGM       PIC X(8) VALUE SPACES.
       77 WS-LK-ACTION    PIC X(1) VALUE 'Q'.
       77 WS-LK-RESULT    PIC X(4) VALUE SPACES.

      *** HISTORIQUE D'EXECUTION (RUNHIST) ***
       77 WS-RH-PGM       PIC X(8) VALUE SPACES.
       77 WS-RH-PHASE     PIC X(1) VALUE 'S'.
       77 WS-RH-INPUTS    PIC X(30) VALUE SPACES.
       77 WS-RH-RC        PIC 9(4) VALUE 0.

      *** DATE METIER ET CALENDRIER ***
       01 WS-DATE-YYYYMMDD PIC 9(8) VALUE 0.
       01 WS-DATE-YYYYMMDD-X REDEFINES WS-DATE-YYYYMMDD.
          05 WS-DATE-YYYY PIC X(4).
          05 WS-DATE-MM   PIC X(2).
          05 WS-DATE-DD   PIC X(2).
       77 WS-RUN-INT      PIC 9(7) VALUE 0.
       77 WS-WORK-INT     PIC 9(7) VALUE 0.
       77 WS-WEEKDAY      PIC 9    VALUE 0.
       77 WS-WORK-DAY     PIC 9    VALUE 0.
       77 WS-DATE-ISO     PIC X(10) VALUE SPACES.
       77 WS-NEXT-BUS-DAY PIC X(10) VALUE SPACES.
       77 WS-RUN-PERIOD   PIC X(7)  VALUE SPACES.
       77 WS-LAST-BUS-FLAG PIC X(1) VALUE 'N'.
            88 LAST-BUSINESS-DAY VALUE 'Y'.
       01 DAY-NAMES-LIST.
          05 FILLER       PIC X(9) VALUE 'MONDAY'.
          05 FILLER       PIC X(9) VALUE 'TUESDAY'.
          05 FILLER       PIC X(9) VALUE 'WEDNESDAY'.
          05 FILLER       PIC X(9) VALUE 'THURSDAY'.
          05 FILLER       PIC X(9) VALUE 'FRIDAY'.
          05 FILLER       PIC X(9) VALUE 'SATURDAY'.
          05 FILLER       PIC X(9) VALUE 'SUNDAY'.
       01 DAY-NAMES REDEFINES DAY-NAMES-LIST.
          05 DAY-NAME     PIC X(9) OCCURS 7 TIMES.

      *** DERNIERE PERIODE CLOTUREE (PERIODK) ***
       77 WS-CLOSED-PERIOD PIC X(7)  VALUE SPACES.
       77 WS-CLOSED-DATE   PIC X(10) VALUE SPACES.
       77 WS-CLOSE-RUN-DATE PIC X(10) VALUE SPACES.

      *** TABLE DES JOBS DU PLANNING ***
       77 JB-CNT          PIC S9(4) COMP VALUE 0.
       77 JB-IDX          PIC S9(4) COMP VALUE 0.
       77 JB-HIT          PIC S9(4) COMP VALUE 0.
       77 PR-IDX          PIC S9(4) COMP VALUE 0.
       01 JOB-TAB.
          05 JB-ENTRY OCCURS 50 TIMES.
             10 JB-JOB        PIC X(8).
             10 JB-PGM        PIC X(8).
             10 JB-FREQ       PIC X(1).
             10 JB-WEEKDAYS   PIC X(7).
             10 JB-PRED       PIC X(8) OCCURS 3 TIMES.
             10 JB-CARD-FIRST PIC S9(4) COMP.
             10 JB-CARD-CNT   PIC S9(4) COMP.
             10 JB-BAD        PIC X(1).
             10 JB-DUE        PIC X(1).
      ** ' ' = WAITING, D = DONE, F = FAILED, S = SKIPPED, X = NOT DUE **
             10 JB-STATE      PIC X(1).
             10 JB-STATUS     PIC X(12).
             10 JB-NOTE       PIC X(40).
             10 JB-RC         PIC 9(4).
             10 JB-LAST-DATE  PIC X(10).
             10 JB-LAST-PERIOD PIC X(7).
             10 JB-LAST-RC    PIC 9(4).
             10 JB-LAST-STATUS PIC X(12).

      *** CARTES PARAMETRES DES JOBS ***
       77 CD-CNT          PIC S9(4) COMP VALUE 0.
       77 CD-IDX          PIC S9(4) COMP VALUE 0.
       01 CARD-TAB.
          05 CD-CARD      PIC X(60) OCCURS 300 TIMES.
       77 WS-QUE-CARD     PIC X(80) VALUE SPACES.
       77 WS-CARD-KEY     PIC X(20) VALUE SPACES.
       77 WS-CARD-VALUE   PIC X(40) VALUE SPACES.
       77 WS-SUBST        PIC X(10) VALUE SPACES.

      *** ORDONNANCEMENT ***
       77 WS-CALL-PGM     PIC X(8) VALUE SPACES.
       77 WS-JOB-RC       PIC 9(4) VALUE 0.
       77 WS-CALL-FLAG    PIC X(1) VALUE 'Y'.
            88 CALL-FOUND       VALUE 'Y'.
       77 WS-PROGRESS     PIC X(1) VALUE 'N'.
            88 MADE-PROGRESS    VALUE 'Y'.
       77 WS-READY        PIC X(1) VALUE 'N'.
            88 PREDS-READY      VALUE 'Y'.
       77 WS-BLOCKED      PIC X(8) VALUE SPACES.
       77 WS-SCHED-ROW    PIC 9(5) VALUE 0.
       77 ED-SCHED-ROW    PIC ZZZZ9.
       77 CNT-BAD-ROWS    PIC 9(4) VALUE 0.
       77 CNT-DUE         PIC 9(4) VALUE 0.
       77 CNT-RUN-OK      PIC 9(4) VALUE 0.
       77 CNT-FAILED      PIC 9(4) VALUE 0.
       77 CNT-SKIPPED     PIC 9(4) VALUE 0.
       77 CNT-NOT-DUE     PIC 9(4) VALUE 0.

      *** LIGNES EDITION ***
       01 L-SCH-HEAD.
          05 FILLER        PIC X(33) VALUE
                'JOB SCHEDULE RUN - BUSINESS DATE '.
          05 L-HEAD-DATE   PIC X(10).
          05 FILLER        PIC X     VALUE ' '.
          05 L-HEAD-DAY    PIC X(9).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-HEAD-MODE   PIC X(20).
          05 FILLER        PIC X(24) VALUE ALL ' '.

       01 L-SCH-CLOSE.
          05 FILLER        PIC X(20) VALUE 'LAST CLOSED PERIOD '.
          05 L-CLOSE-PER   PIC X(7).
          05 FILLER        PIC X(11) VALUE ' CLOSED ON '.
          05 L-CLOSE-DATE  PIC X(10).
          05 FILLER        PIC X(24) VALUE
                ' - AFTER-CLOSE JOBS ON '.
          05 L-CLOSE-RUN   PIC X(10).
          05 FILLER        PIC X(18) VALUE ALL ' '.

       01 L-SCH-TITLE.
          05 FILLER        PIC X(10) VALUE 'JOB'.
          05 FILLER        PIC X(10) VALUE 'PROGRAM'.
          05 FILLER        PIC X(5)  VALUE 'FREQ'.
          05 FILLER        PIC X(5)  VALUE 'DUE'.
          05 FILLER        PIC X(14) VALUE 'STATUS'.
          05 FILLER        PIC X(6)  VALUE '  RC'.
          05 FILLER        PIC X(50) VALUE 'NOTE'.

       01 L-SCH-LINE.
          05 L-JOB         PIC X(8).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-PGM         PIC X(8).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-FREQ        PIC X(1).
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 L-DUE         PIC X(3).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-STATUS      PIC X(12).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-RC          PIC ZZZ9.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-NOTE        PIC X(40).
          05 FILLER        PIC X(10) VALUE ALL ' '.

       01 L-SCH-FOOT.
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 L-FOOT-LABEL  PIC X(20).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-FOOT-COUNT  PIC ZZZ9.
          05 FILLER        PIC X(70) VALUE ALL ' '.

       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** SCHEDP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF NOT MODE-RUN AND NOT MODE-LIST
              DISPLAY 'SCHEDP : BAD RUNMODE -> ' AC-RUN-MODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           IF MODE-RUN
      ** THE SCHEDULED JOBS READ WHAT THE CHAIN WRITES : NOT BEFORE **
      ** IT IS OVER                                                  **
              MOVE 'Q' TO WS-LK-ACTION
              CALL 'RUNLOCK' USING WS-WIN-PGM WS-LK-ACTION
                                   WS-LK-RESULT
              IF WS-LK-RESULT = 'HELD'
                 DISPLAY '*** BATCH WINDOW OPEN - SCHEDULE REFUSED,'
                         ' RERUN AFTER THE CHAIN ***'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE 'L' TO WS-LK-ACTION
              MOVE SPACES TO WS-LK-RESULT
              CALL 'RUNLOCK' USING WS-SCH-PGM WS-LK-ACTION
                                   WS-LK-RESULT
              IF WS-LK-RESULT = 'HELD'
                 DISPLAY '*** SCHEDP ALREADY RUNNING - REFUSED ***'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-SCH-PGM TO WS-RH-PGM
              MOVE 'S'        TO WS-RH-PHASE
              MOVE 'FICSCHED' TO WS-RH-INPUTS
              MOVE 0          TO WS-RH-RC
              CALL 'RUNHIST' USING WS-RH-PGM WS-RH-PHASE
                                   WS-RH-INPUTS WS-RH-RC
           END-IF

           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-SCHEDULE
           IF JB-CNT = 0
              DISPLAY 'SCHEDP : NO JOB ON THE SCHEDULE'
           END-IF
           PERFORM CHECK-SCHEDULE
           PERFORM LOAD-JOB-STATE
           PERFORM FIND-CLOSED-PERIOD

           PERFORM VARYING JB-IDX FROM 1 BY 1 UNTIL JB-IDX > JB-CNT
              PERFORM DECIDE-JOB-DUE
           END-PERFORM

           IF MODE-RUN
              PERFORM RUN-DUE-JOBS
           ELSE
              PERFORM VARYING JB-IDX FROM 1 BY 1 UNTIL JB-IDX > JB-CNT
                 IF JB-STATE(JB-IDX) = SPACE
                    MOVE 'DUE' TO JB-STATUS(JB-IDX)
                 END-IF
              END-PERFORM
           END-IF

           PERFORM WRITE-SCHEDULE-REPORT

           DISPLAY 'SCHEDULED JOBS DUE  : ' CNT-DUE
           DISPLAY 'JOBS RUN OK         : ' CNT-RUN-OK
           DISPLAY 'JOBS FAILED         : ' CNT-FAILED
           DISPLAY 'JOBS SKIPPED        : ' CNT-SKIPPED
           EVALUATE TRUE
              WHEN CNT-FAILED > 0
                 MOVE 8 TO WS-RH-RC
              WHEN CNT-SKIPPED > 0 OR CNT-BAD-ROWS > 0
                 MOVE 4 TO WS-RH-RC
              WHEN OTHER
                 MOVE 0 TO WS-RH-RC
           END-EVALUATE

           IF MODE-RUN
              MOVE WS-SCH-PGM TO WS-RH-PGM
              MOVE 'E'        TO WS-RH-PHASE
              MOVE 'FICSCHED' TO WS-RH-INPUTS
              CALL 'RUNHIST' USING WS-RH-PGM WS-RH-PHASE
                                   WS-RH-INPUTS WS-RH-RC
              MOVE 'R' TO WS-LK-ACTION
              CALL 'RUNLOCK' USING WS-SCH-PGM WS-LK-ACTION
                                   WS-LK-RESULT
           END-IF
           MOVE WS-RH-RC TO RETURN-CODE
           GOBACK.

      ********************************************
      * PARAGRAPHES                              *
      ********************************************
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 2 TO PARM-COUNT
           MOVE 'RUNDATE'  TO PARM-KEYWORD(1)
           MOVE 'D'        TO PARM-TYPE(1)
           MOVE 'N'        TO PARM-REQUIRED(1)
           MOVE SPACES     TO PARM-DEFAULT(1)
           MOVE 'RUNMODE'  TO PARM-KEYWORD(2)
           MOVE 'X'        TO PARM-TYPE(2)
           MOVE 'N'        TO PARM-REQUIRED(2)
           MOVE 'RUN'      TO PARM-DEFAULT(2)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              MOVE PARM-VALUE(1)(1:10) TO AC-RUN-DATE
              MOVE PARM-VALUE(2)(1:4)  TO AC-RUN-MODE
           END-IF
           .

      ** GET-BUSINESS-DATE - the date scheduled for, its weekday     **
      ** (INTEGER-OF-DATE day 1 was a Monday), and whether it is     **
      ** the last business day of its month                          **
       GET-BUSINESS-DATE.
           IF AC-RUN-DATE = SPACES
              CALL 'DATEBISO' USING AC-RUN-DATE
           END-IF
           MOVE AC-RUN-DATE(1:7) TO WS-RUN-PERIOD
           MOVE AC-RUN-DATE(1:4) TO WS-DATE-YYYY
           MOVE AC-RUN-DATE(6:2) TO WS-DATE-MM
           MOVE AC-RUN-DATE(9:2) TO WS-DATE-DD
           COMPUTE WS-RUN-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-RUN-INT - 1, 7) + 1

           MOVE WS-RUN-INT TO WS-WORK-INT
           PERFORM NEXT-BUSINESS-DAY
           MOVE WS-DATE-ISO TO WS-NEXT-BUS-DAY
           IF WS-NEXT-BUS-DAY(1:7) NOT = WS-RUN-PERIOD
              AND WS-WEEKDAY < 6
              SET LAST-BUSINESS-DAY TO TRUE
           END-IF
           .

      ** NEXT-BUSINESS-DAY - the weekday after WS-WORK-INT, as ISO **
       NEXT-BUSINESS-DAY.
           ADD 1 TO WS-WORK-INT
           COMPUTE WS-WORK-DAY = FUNCTION MOD(WS-WORK-INT - 1, 7) + 1
           PERFORM UNTIL WS-WORK-DAY < 6
              ADD 1 TO WS-WORK-INT
              COMPUTE WS-WORK-DAY =
                 FUNCTION MOD(WS-WORK-INT - 1, 7) + 1
           END-PERFORM
           COMPUTE WS-DATE-YYYYMMDD =
              FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           MOVE SPACES TO WS-DATE-ISO
           STRING WS-DATE-YYYY DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-DATE-MM   DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-DATE-DD   DELIMITED BY SIZE
             INTO WS-DATE-ISO
           END-STRING
           .

      ** LOAD-SCHEDULE - the job rows and, under each, its cards **
       LOAD-SCHEDULE.
           OPEN INPUT FSCHED
           IF FS-SCHED NOT = 0
              DISPLAY '*** SCHEDP : NO SCHEDULE FILE, STATUS '
                      FS-SCHED ' ***'
              MOVE 12 TO WS-ABEND-CODE
              PERFORM ABEND-PROG
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL FF-INPUT
              READ FSCHED
                 AT END
                    SET FF-INPUT TO TRUE
                 NOT AT END
                    ADD 1 TO WS-SCHED-ROW
                    PERFORM ADD-SCHEDULE-ROW
              END-READ
           END-PERFORM
           CLOSE FSCHED
           .

       ADD-SCHEDULE-ROW.
           MOVE WS-SCHED-ROW TO ED-SCHED-ROW
           EVALUATE TRUE
              WHEN SCH-IS-COMMENT
                 CONTINUE
              WHEN SCH-IS-JOB
      ** AN INCOMPLETE SCHEDULE MUST NOT RUN AS IF IT WERE WHOLE **
                 IF JB-CNT = 50
                    DISPLAY '*** SCHEDP : JOB TABLE FULL, RAISE'
                            ' OCCURS ***'
                    MOVE 14 TO WS-ABEND-CODE
                    PERFORM ABEND-PROG
                 END-IF
                 ADD 1 TO JB-CNT
                 INITIALIZE JB-ENTRY(JB-CNT)
                 MOVE SCH-JOB      TO JB-JOB(JB-CNT)
                 MOVE SCH-PGM      TO JB-PGM(JB-CNT)
                 MOVE SCH-FREQ     TO JB-FREQ(JB-CNT)
                 MOVE SCH-WEEKDAYS TO JB-WEEKDAYS(JB-CNT)
                 MOVE SCH-PRED(1)  TO JB-PRED(JB-CNT, 1)
                 MOVE SCH-PRED(2)  TO JB-PRED(JB-CNT, 2)
                 MOVE SCH-PRED(3)  TO JB-PRED(JB-CNT, 3)
                 COMPUTE JB-CARD-FIRST(JB-CNT) = CD-CNT + 1
                 MOVE 0            TO JB-CARD-CNT(JB-CNT)
                 MOVE 'N'          TO JB-BAD(JB-CNT)
                 MOVE 'N'          TO JB-DUE(JB-CNT)
                 MOVE SPACE        TO JB-STATE(JB-CNT)
              WHEN SCH-IS-CARD
                 IF JB-CNT = 0 OR SCH-JOB NOT = JB-JOB(JB-CNT)
                    DISPLAY 'SCHEDULE ROW ' ED-SCHED-ROW
                            ' : CARD NOT UNDER ITS JOB, IGNORED'
                    ADD 1 TO CNT-BAD-ROWS
                 ELSE
                    IF JB-CARD-CNT(JB-CNT) = 10 OR CD-CNT = 300
                       MOVE 'Y' TO JB-BAD(JB-CNT)
                       MOVE 'MORE CARDS THAN PARMPRS TAKES'
                         TO JB-NOTE(JB-CNT)
                    ELSE
                       ADD 1 TO CD-CNT
                       MOVE SCH-CARD TO CD-CARD(CD-CNT)
                       ADD 1 TO JB-CARD-CNT(JB-CNT)
                    END-IF
                 END-IF
              WHEN OTHER
                 DISPLAY 'SCHEDULE ROW ' ED-SCHED-ROW
                         ' : UNKNOWN ROW TYPE, IGNORED'
                 ADD 1 TO CNT-BAD-ROWS
           END-EVALUATE
           .

      ** CHECK-SCHEDULE - a job with a bad frequency, no weekday, a  **
      ** twin name or a predecessor not on the schedule never runs   **
       CHECK-SCHEDULE.
           PERFORM VARYING JB-IDX FROM 1 BY 1 UNTIL JB-IDX > JB-CNT
              IF JB-FREQ(JB-IDX) NOT = 'D' AND NOT = 'W'
                 AND NOT = 'L' AND NOT = 'C'
                 MOVE 'Y' TO JB-BAD(JB-IDX)
                 MOVE 'UNKNOWN FREQUENCY' TO JB-NOTE(JB-IDX)
              END-IF
              IF JB-FREQ(JB-IDX) = 'W'
                 AND JB-WEEKDAYS(JB-IDX) NOT = SPACES
                 AND JB-WEEKDAYS(JB-IDX) NOT = 'NNNNNNN'
                 CONTINUE
              ELSE
                 IF JB-FREQ(JB-IDX) = 'W'
                    MOVE 'Y' TO JB-BAD(JB-IDX)
                    MOVE 'WEEKLY JOB WITHOUT A WEEKDAY'
                      TO JB-NOTE(JB-IDX)
                 END-IF
              END-IF
              IF JB-PGM(JB-IDX) = SPACES
                 MOVE 'Y' TO JB-BAD(JB-IDX)
                 MOVE 'NO PROGRAM NAMED' TO JB-NOTE(JB-IDX)
              END-IF
              PERFORM VARYING JB-HIT FROM 1 BY 1
                      UNTIL JB-HIT >= JB-IDX
                 IF JB-JOB(JB-HIT) = JB-JOB(JB-IDX)
                    MOVE 'Y' TO JB-BAD(JB-IDX)
                    MOVE 'JOB NAME ALREADY ON THE SCHEDULE'
                      TO JB-NOTE(JB-IDX)
                 END-IF
              END-PERFORM
              PERFORM VARYING PR-IDX FROM 1 BY 1 UNTIL PR-IDX > 3
                 IF JB-PRED(JB-IDX, PR-IDX) NOT = SPACES
                    MOVE JB-PRED(JB-IDX, PR-IDX) TO WS-BLOCKED
                    PERFORM FIND-JOB
                    IF JB-HIT = 0
                       MOVE 'Y' TO JB-BAD(JB-IDX)
                       MOVE SPACES TO JB-NOTE(JB-IDX)
                       STRING 'UNKNOWN PREDECESSOR ' DELIMITED BY SIZE
                              WS-BLOCKED          DELIMITED BY SIZE
                         INTO JB-NOTE(JB-IDX)
                       END-STRING
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM
           .

      ** FIND-JOB - the table entry of job WS-BLOCKED, 0 if none **
       FIND-JOB.
           MOVE 0 TO JB-HIT
           PERFORM VARYING CD-IDX FROM 1 BY 1 UNTIL CD-IDX > JB-CNT
              IF JB-JOB(CD-IDX) = WS-BLOCKED AND JB-HIT = 0
                 MOVE CD-IDX TO JB-HIT
              END-IF
           END-PERFORM
           .

      ** LOAD-JOB-STATE - what each job last did ; a job that has   **
      ** left the schedule drops out at the next rewrite            **
       LOAD-JOB-STATE.
           OPEN INPUT FSCHDST
           IF FS-SCHDST NOT = 0
              DISPLAY 'NO SCHEDULER STATE YET, EVERY JOB IS NEW'
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL FF-INPUT
              READ FSCHDST
                 AT END
                    SET FF-INPUT TO TRUE
                 NOT AT END
                    MOVE SST-JOB TO WS-BLOCKED
                    PERFORM FIND-JOB
                    IF JB-HIT > 0
                       MOVE SST-LAST-DATE   TO JB-LAST-DATE(JB-HIT)
                       MOVE SST-LAST-PERIOD TO JB-LAST-PERIOD(JB-HIT)
                       MOVE SST-LAST-RC     TO JB-LAST-RC(JB-HIT)
                       MOVE SST-LAST-STATUS TO JB-LAST-STATUS(JB-HIT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FSCHDST
           .

      ** FIND-CLOSED-PERIOD - the latest period closed on PERIODK,  **
      ** the day it was closed and the first business day after it  **
       FIND-CLOSED-PERIOD.
           OPEN INPUT PERIODK
           IF FS-PERIOD NOT = 0
              DISPLAY 'NO PERIOD CONTROL FILE, NO AFTER-CLOSE JOB'
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL FF-INPUT
              READ PERIODK NEXT
                 AT END
                    SET FF-INPUT TO TRUE
                 NOT AT END
                    IF PERK-IS-CLOSED
                       MOVE PERK-PERIOD      TO WS-CLOSED-PERIOD
                       MOVE PERK-STATUS-DATE TO WS-CLOSED-DATE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PERIODK
      ** A PERIOD CLOSED BEFORE THE CLOSE WAS DATED HAS NO RUN DAY **
           IF WS-CLOSED-DATE NOT = SPACES
              MOVE WS-CLOSED-DATE(1:4) TO WS-DATE-YYYY
              MOVE WS-CLOSED-DATE(6:2) TO WS-DATE-MM
              MOVE WS-CLOSED-DATE(9:2) TO WS-DATE-DD
              COMPUTE WS-WORK-INT =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
              PERFORM NEXT-BUSINESS-DAY
              MOVE WS-DATE-ISO TO WS-CLOSE-RUN-DATE
           END-IF
           .

      ** DECIDE-JOB-DUE - an after-close job missed on its day runs  **
      ** the next night, still once for the period ; a job already   **
      ** run clean for tonight's date is not run again               **
       DECIDE-JOB-DUE.
           MOVE 'N' TO JB-DUE(JB-IDX)
           IF JB-BAD(JB-IDX) = 'Y'
              MOVE 'S'         TO JB-STATE(JB-IDX)
              MOVE 'BAD ENTRY' TO JB-STATUS(JB-IDX)
              ADD 1 TO CNT-SKIPPED
              EXIT PARAGRAPH
           END-IF
           EVALUATE JB-FREQ(JB-IDX)
              WHEN 'D'
                 MOVE 'Y' TO JB-DUE(JB-IDX)
              WHEN 'W'
                 IF JB-WEEKDAYS(JB-IDX)(WS-WEEKDAY:1) = 'Y'
                    MOVE 'Y' TO JB-DUE(JB-IDX)
                 END-IF
              WHEN 'L'
                 IF LAST-BUSINESS-DAY
                    MOVE 'Y' TO JB-DUE(JB-IDX)
                 END-IF
              WHEN 'C'
                 IF WS-CLOSE-RUN-DATE NOT = SPACES
                    AND AC-RUN-DATE NOT < WS-CLOSE-RUN-DATE
                    AND JB-LAST-PERIOD(JB-IDX) < WS-CLOSED-PERIOD
                    MOVE 'Y' TO JB-DUE(JB-IDX)
                 END-IF
           END-EVALUATE

           IF JB-DUE(JB-IDX) = 'N'
              MOVE 'X'       TO JB-STATE(JB-IDX)
              MOVE 'NOT DUE' TO JB-STATUS(JB-IDX)
              ADD 1 TO CNT-NOT-DUE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO CNT-DUE
           IF JB-LAST-DATE(JB-IDX) = AC-RUN-DATE
              AND JB-LAST-STATUS(JB-IDX) = 'RUN OK'
              MOVE 'D'           TO JB-STATE(JB-IDX)
              MOVE 'ALREADY RUN' TO JB-STATUS(JB-IDX)
              MOVE JB-LAST-RC(JB-IDX) TO JB-RC(JB-IDX)
              MOVE 'COMPLETED BY AN EARLIER RUN TONIGHT'
                TO JB-NOTE(JB-IDX)
           END-IF
           .

      ** RUN-DUE-JOBS - passes over the table until no job can      **
      ** start : a job starts once every predecessor due tonight is **
      ** done ; a predecessor not due tonight does not hold it back **
       RUN-DUE-JOBS.
           SET MADE-PROGRESS TO TRUE
           PERFORM UNTIL NOT MADE-PROGRESS
              MOVE 'N' TO WS-PROGRESS
              PERFORM VARYING JB-IDX FROM 1 BY 1 UNTIL JB-IDX > JB-CNT
                 IF JB-STATE(JB-IDX) = SPACE
                    PERFORM CHECK-PREDECESSORS
                    EVALUATE TRUE
                       WHEN WS-BLOCKED NOT = SPACES
                          MOVE 'S'       TO JB-STATE(JB-IDX)
                          MOVE 'SKIPPED' TO JB-STATUS(JB-IDX)
                          STRING 'PREDECESSOR ' DELIMITED BY SIZE
                                 WS-BLOCKED     DELIMITED BY SPACE
                                 ' DID NOT RUN' DELIMITED BY SIZE
                            INTO JB-NOTE(JB-IDX)
                          END-STRING
                          ADD 1 TO CNT-SKIPPED
                          SET MADE-PROGRESS TO TRUE
                       WHEN PREDS-READY
                          PERFORM RUN-ONE-JOB
                          PERFORM SAVE-JOB-STATE
                          SET MADE-PROGRESS TO TRUE
                    END-EVALUATE
                 END-IF
              END-PERFORM
           END-PERFORM
      ** WHAT IS STILL WAITING WAITS ON ITSELF THROUGH ITS CHAIN **
           PERFORM VARYING JB-IDX FROM 1 BY 1 UNTIL JB-IDX > JB-CNT
              IF JB-STATE(JB-IDX) = SPACE
                 MOVE 'S'       TO JB-STATE(JB-IDX)
                 MOVE 'SKIPPED' TO JB-STATUS(JB-IDX)
                 MOVE 'PREDECESSOR LOOP' TO JB-NOTE(JB-IDX)
                 ADD 1 TO CNT-SKIPPED
              END-IF
           END-PERFORM
           .

       CHECK-PREDECESSORS.
           SET PREDS-READY TO TRUE
           MOVE SPACES TO WS-BLOCKED
           PERFORM VARYING PR-IDX FROM 1 BY 1 UNTIL PR-IDX > 3
              IF JB-PRED(JB-IDX, PR-IDX) NOT = SPACES
                 AND WS-BLOCKED = SPACES
                 MOVE JB-PRED(JB-IDX, PR-IDX) TO WS-BLOCKED
                 PERFORM FIND-JOB
                 EVALUATE JB-STATE(JB-HIT)
                    WHEN 'D'
                    WHEN 'X'
                       MOVE SPACES TO WS-BLOCKED
                    WHEN 'F'
                    WHEN 'S'
                       CONTINUE
                    WHEN OTHER
                       MOVE 'N' TO WS-READY
                       MOVE SPACES TO WS-BLOCKED
                 END-EVALUATE
              END-IF
           END-PERFORM
           .

      ** RUN-ONE-JOB - hands the job its cards, then calls it under  **
      ** a RUNHIST start/end pair ; RC up to 4 counts as run        **
       RUN-ONE-JOB.
           MOVE JB-PGM(JB-IDX) TO WS-LK-PGM
           MOVE 'Q'    TO WS-LK-ACTION
           MOVE SPACES TO WS-LK-RESULT
           CALL 'RUNLOCK' USING WS-LK-PGM WS-LK-ACTION WS-LK-RESULT
           IF WS-LK-RESULT = 'HELD'
              MOVE 'S'       TO JB-STATE(JB-IDX)
              MOVE 'SKIPPED' TO JB-STATUS(JB-IDX)
              MOVE 'PROGRAM RUNLOCK HELD - LOCKRELP IF DEAD'
                TO JB-NOTE(JB-IDX)
              ADD 1 TO CNT-SKIPPED
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-QUE-CARD
           CALL 'PARMQUE' USING WS-QUE-CARD
           PERFORM VARYING CD-IDX FROM JB-CARD-FIRST(JB-IDX) BY 1
                   UNTIL CD-IDX >
                         JB-CARD-FIRST(JB-IDX) + JB-CARD-CNT(JB-IDX) - 1
              PERFORM BUILD-JOB-CARD
              CALL 'PARMQUE' USING WS-QUE-CARD
           END-PERFORM
           MOVE 'END-PARMS' TO WS-QUE-CARD
           CALL 'PARMQUE' USING WS-QUE-CARD

           DISPLAY 'SCHEDP : STARTING ' JB-JOB(JB-IDX)
                   ' (' JB-PGM(JB-IDX) ')'
           MOVE JB-PGM(JB-IDX) TO WS-RH-PGM
           MOVE 'S'            TO WS-RH-PHASE
           MOVE SPACES         TO WS-RH-INPUTS
           STRING 'SCHEDP JOB '   DELIMITED BY SIZE
                  JB-JOB(JB-IDX)  DELIMITED BY SIZE
             INTO WS-RH-INPUTS
           END-STRING
           MOVE 0 TO WS-RH-RC
           CALL 'RUNHIST' USING WS-RH-PGM WS-RH-PHASE
                                WS-RH-INPUTS WS-RH-RC

           MOVE JB-PGM(JB-IDX) TO WS-CALL-PGM
           SET CALL-FOUND TO TRUE
           MOVE 0 TO RETURN-CODE
           CALL WS-CALL-PGM
              ON EXCEPTION
                 MOVE 'N' TO WS-CALL-FLAG
           END-CALL
           IF CALL-FOUND
              MOVE RETURN-CODE TO WS-JOB-RC
              CANCEL WS-CALL-PGM
           ELSE
              MOVE 16 TO WS-JOB-RC
           END-IF
           MOVE 0 TO RETURN-CODE
      ** A DECK THE PROGRAM DID NOT READ MUST NOT REACH THE NEXT ONE **
           MOVE SPACES TO WS-QUE-CARD
           CALL 'PARMQUE' USING WS-QUE-CARD

           MOVE 'E'       TO WS-RH-PHASE
           MOVE WS-JOB-RC TO WS-RH-RC
           CALL 'RUNHIST' USING WS-RH-PGM WS-RH-PHASE
                                WS-RH-INPUTS WS-RH-RC

           MOVE WS-JOB-RC   TO JB-RC(JB-IDX)
           MOVE AC-RUN-DATE TO JB-LAST-DATE(JB-IDX)
           MOVE WS-JOB-RC   TO JB-LAST-RC(JB-IDX)
           EVALUATE TRUE
              WHEN NOT CALL-FOUND
                 MOVE 'F'      TO JB-STATE(JB-IDX)
                 MOVE 'FAILED' TO JB-STATUS(JB-IDX)
                 MOVE 'PROGRAM NOT FOUND' TO JB-NOTE(JB-IDX)
                 ADD 1 TO CNT-FAILED
              WHEN WS-JOB-RC > 4
                 MOVE 'F'      TO JB-STATE(JB-IDX)
                 MOVE 'FAILED' TO JB-STATUS(JB-IDX)
                 ADD 1 TO CNT-FAILED
              WHEN OTHER
                 MOVE 'D'      TO JB-STATE(JB-IDX)
                 MOVE 'RUN OK' TO JB-STATUS(JB-IDX)
                 ADD 1 TO CNT-RUN-OK
                 IF JB-FREQ(JB-IDX) = 'C'
                    MOVE WS-CLOSED-PERIOD TO JB-LAST-PERIOD(JB-IDX)
                 END-IF
           END-EVALUATE
           MOVE JB-STATUS(JB-IDX) TO JB-LAST-STATUS(JB-IDX)
           .

      ** BUILD-JOB-CARD - one card, its symbolic value resolved **
       BUILD-JOB-CARD.
           MOVE SPACES TO WS-QUE-CARD
           MOVE CD-CARD(CD-IDX) TO WS-QUE-CARD
           MOVE SPACES TO WS-CARD-KEY
           MOVE SPACES TO WS-CARD-VALUE
           UNSTRING CD-CARD(CD-IDX) DELIMITED BY '='
              INTO WS-CARD-KEY WS-CARD-VALUE
           END-UNSTRING
           MOVE SPACES TO WS-SUBST
           EVALUATE WS-CARD-VALUE
              WHEN '&BUSDATE'
                 MOVE AC-RUN-DATE      TO WS-SUBST
              WHEN '&PERIOD'
                 MOVE WS-RUN-PERIOD    TO WS-SUBST
              WHEN '&CLOSED'
                 MOVE WS-CLOSED-PERIOD TO WS-SUBST
           END-EVALUATE
           IF WS-SUBST NOT = SPACES
              MOVE SPACES TO WS-QUE-CARD
              STRING WS-CARD-KEY DELIMITED BY SPACE
                     '='         DELIMITED BY SIZE
                     WS-SUBST    DELIMITED BY SPACE
                INTO WS-QUE-CARD
              END-STRING
           END-IF
           .

      ** SAVE-JOB-STATE - rewritten after every job, so a run that  **
      ** dies half-way is resumed without running a job twice       **
       SAVE-JOB-STATE.
           OPEN OUTPUT FSCHDST
           PERFORM VARYING JB-HIT FROM 1 BY 1 UNTIL JB-HIT > JB-CNT
              IF JB-LAST-DATE(JB-HIT) NOT = SPACES
                 MOVE SPACES                 TO ENR-SCHDST
                 MOVE JB-JOB(JB-HIT)         TO SST-JOB
                 MOVE JB-LAST-DATE(JB-HIT)   TO SST-LAST-DATE
                 MOVE JB-LAST-PERIOD(JB-HIT) TO SST-LAST-PERIOD
                 MOVE JB-LAST-RC(JB-HIT)     TO SST-LAST-RC
                 MOVE JB-LAST-STATUS(JB-HIT) TO SST-LAST-STATUS
                 WRITE ENR-SCHDST
              END-IF
           END-PERFORM
           CLOSE FSCHDST
           .

       WRITE-SCHEDULE-REPORT.
           OPEN OUTPUT FSCHRPT
           MOVE AC-RUN-DATE          TO L-HEAD-DATE
           MOVE DAY-NAME(WS-WEEKDAY) TO L-HEAD-DAY
           IF MODE-LIST
              MOVE '(LIST ONLY, NOT RUN)' TO L-HEAD-MODE
           ELSE
              MOVE SPACES TO L-HEAD-MODE
           END-IF
           WRITE ENR-SCHRPT FROM L-SCH-HEAD
           MOVE WS-CLOSED-PERIOD  TO L-CLOSE-PER
           MOVE WS-CLOSED-DATE    TO L-CLOSE-DATE
           MOVE WS-CLOSE-RUN-DATE TO L-CLOSE-RUN
           WRITE ENR-SCHRPT FROM L-SCH-CLOSE
           WRITE ENR-SCHRPT FROM L-SCH-TITLE
           PERFORM VARYING JB-IDX FROM 1 BY 1 UNTIL JB-IDX > JB-CNT
              MOVE SPACES            TO L-SCH-LINE
              MOVE JB-JOB(JB-IDX)    TO L-JOB
              MOVE JB-PGM(JB-IDX)    TO L-PGM
              MOVE JB-FREQ(JB-IDX)   TO L-FREQ
              IF JB-DUE(JB-IDX) = 'Y'
                 MOVE 'YES' TO L-DUE
              ELSE
                 MOVE 'NO'  TO L-DUE
              END-IF
              MOVE JB-STATUS(JB-IDX) TO L-STATUS
              IF JB-STATE(JB-IDX) = 'D' OR JB-STATE(JB-IDX) = 'F'
                 MOVE JB-RC(JB-IDX)  TO L-RC
              END-IF
              MOVE JB-NOTE(JB-IDX)   TO L-NOTE
              WRITE ENR-SCHRPT FROM L-SCH-LINE
           END-PERFORM
           MOVE 'JOBS DUE'     TO L-FOOT-LABEL
           MOVE CNT-DUE        TO L-FOOT-COUNT
           WRITE ENR-SCHRPT FROM L-SCH-FOOT
           MOVE 'JOBS RUN OK'  TO L-FOOT-LABEL
           MOVE CNT-RUN-OK     TO L-FOOT-COUNT
           WRITE ENR-SCHRPT FROM L-SCH-FOOT
           MOVE 'JOBS FAILED'  TO L-FOOT-LABEL
           MOVE CNT-FAILED     TO L-FOOT-COUNT
           WRITE ENR-SCHRPT FROM L-SCH-FOOT
           MOVE 'JOBS SKIPPED' TO L-FOOT-LABEL
           MOVE CNT-SKIPPED    TO L-FOOT-COUNT
           WRITE ENR-SCHRPT FROM L-SCH-FOOT
           MOVE 'JOBS NOT DUE' TO L-FOOT-LABEL
           MOVE CNT-NOT-DUE    TO L-FOOT-COUNT
           WRITE ENR-SCHRPT FROM L-SCH-FOOT
           IF CNT-BAD-ROWS > 0
              MOVE 'ROWS IGNORED' TO L-FOOT-LABEL
              MOVE CNT-BAD-ROWS   TO L-FOOT-COUNT
              WRITE ENR-SCHRPT FROM L-SCH-FOOT
           END-IF
           CLOSE FSCHRPT
           .

       ABEND-PROG.
           DISPLAY 'ABEND CODE : ' WS-ABEND-CODE
           MOVE 16 TO RETURN-CODE
           COMPUTE WS-ANO = WS-ANO / WS-VAR.
