       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ONLFEEDP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - TURN THE TELEPHONE ORDERS COMMITTED DURING THE DAY AT THE *
      *      OENT ORDER-ENTRY SCREEN (ORDENTC, KSDS ONLORDK) INTO A    *
      *      CLEAN VT*-LAYOUT FEED, FVENTOL, THAT DROPS INTO THE       *
      *      PART2P MERGE LIKE THE WEB AND EDI FEEDS                   *
      *    - STAMP THE HDR/TRL SEAL GATEP EXPECTS ON EVERY FEED ; A    *
      *      DAY WITHOUT ONLINE ORDERS STILL GIVES AN EMPTY SEALED     *
      *      FEED, SO THE CHAIN RUNS THE SAME EVERY NIGHT              *
      *    - MARK EVERY LINE FED WITH TODAY'S DATE : A LINE GOES OUT   *
      *      ONCE, AND A RERUN THE SAME NIGHT REBUILDS THE SAME FEED   *
      *      FROM THE LINES ALREADY MARKED                             *
      *    THE LINES ARE STORED READY-MADE (NUMBERED OFF THE 'ONLORD'  *
      *    RANGE, PRICED, O_DATE DD/MM/YYYY), SO NOTHING IS CHECKED    *
      *    AGAIN HERE - PART2P DOES THAT TONIGHT. THE JOB RUNS IT ONCE *
      *    ONLORDK IS CLOSED TO CICS, AHEAD OF GATEP                   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONLORDK ASSIGN TO ONLORDK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLO-KEY
               FILE STATUS IS FS-ONLORD.
           SELECT FVENTOL ASSIGN TO FVENTOL.

       DATA DIVISION.
       FILE SECTION.
      ** ONLORDK - THE COMMITTED ONLINE ORDER LINES, IN ORDER NUMBER **
      ** AND LINE NUMBER SEQUENCE                                    **
       FD ONLORDK.
       COPY ONLORD.

      ** FVENTOL - THE CLEAN FEED HANDED TO THE MERGE **
       FD FVENTOL.
       01 ENR-VENTOL      PIC X(80).

       WORKING-STORAGE SECTION.
      *** VARS CLASSIQUES ***
       77 FS-ONLORD       PIC 99 VALUE 0.
       77 ONL-FLAG        PIC 9  VALUE 0.
          88 FF-ONL           VALUE 1.
       77 WS-PREV-O-NO    PIC 9(7) VALUE 0.

      *** VARIABLES FONCTION ABEND-PROG ***
       77 WS-ANO          PIC 9 VALUE ZERO.
       77 WS-VAR          PIC 9 VALUE ZERO.
       77 WS-ABEND-CODE   PIC 9(02) VALUE 0.

      *** SCELLE HDR/TRL DU FEED EMIS ***
       01 ST-FEED-HDR.
          05 FILLER       PIC X(3)  VALUE 'HDR'.
          05 FH-DATE      PIC X(10).
          05 FILLER       PIC X(67) VALUE SPACES.
       01 ST-FEED-TRL.
          05 FILLER       PIC X(3)  VALUE 'TRL'.
          05 FT-COUNT     PIC 9(7).
          05 FILLER       PIC X(70) VALUE SPACES.
       77 CNT-FEED-LINES  PIC 9(7) VALUE 0.

      *** DATE DU JOUR POUR LE HDR ET LA MARQUE DES LIGNES ***
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.
       77 WS-RUN-DATE-ISO PIC X(10) VALUE SPACES.

      *** COMPTEURS ***
       77 CNT-ORDERS      PIC 9(5) VALUE 0.
       77 CNT-NEW-LINES   PIC 9(5) VALUE 0.
       77 CNT-REFED-LINES PIC 9(5) VALUE 0.

      ** RUN-CONTROL LOCK - A SECOND CONCURRENT EXECUTION WOULD      **
      ** MARK THE SAME LINES AND EMIT EVERY ORDER TWICE               **
       77 WS-LOCK-PGM     PIC X(8) VALUE 'ONLFEEDP'.
       77 WS-LOCK-ACTION  PIC X(1) VALUE 'L'.
       77 WS-LOCK-RESULT  PIC X(4) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM TAKE-RUN-LOCK
           ACCEPT WS-RUN-DATE FROM DATE
           STRING '20' WS-RUN-AA '-' WS-RUN-MM '-' WS-RUN-JJ
              DELIMITED BY SIZE INTO WS-RUN-DATE-ISO
           END-STRING

           OPEN OUTPUT FVENTOL
           PERFORM WRITE-FEED-HEADER

           OPEN I-O ONLORDK
      ** ONLY A FILE NEVER DEFINED GIVES THE EMPTY FEED ; ONE STILL **
      ** HELD BY CICS OR DAMAGED STOPS THE RUN                      **
           IF FS-ONLORD NOT = 0 AND FS-ONLORD NOT = 35
              DISPLAY 'ERROR: FILE STATUS -> ' FS-ONLORD
              MOVE 30 TO WS-ABEND-CODE
              PERFORM ABEND-PROG
           END-IF
           IF FS-ONLORD = 0
              PERFORM LECT-ONL
              PERFORM UNTIL FF-ONL
                 PERFORM TRAIT-ONL-LINE
                 PERFORM LECT-ONL
              END-PERFORM
              CLOSE ONLORDK
           ELSE
              DISPLAY 'NO ONLINE ORDER FILE (STATUS ' FS-ONLORD
                      '), EMPTY FEED'
           END-IF

           PERFORM WRITE-FEED-TRAILER
           CLOSE FVENTOL

           DISPLAY 'ONLINE ORDERS FED     : ' CNT-ORDERS
           DISPLAY 'NEW LINES FED         : ' CNT-NEW-LINES
           DISPLAY 'LINES FED AGAIN TODAY : ' CNT-REFED-LINES
           DISPLAY 'FEED LINES EMITTED    : ' CNT-FEED-LINES
           PERFORM FREE-RUN-LOCK
           GOBACK.

      *** PARAGRAPHS ***
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

       LECT-ONL.
           READ ONLORDK NEXT AT END
              SET FF-ONL TO TRUE
              DISPLAY 'FIN FICHIER ONLORDK'
           END-READ
           IF FS-ONLORD NOT = 0 AND FS-ONLORD NOT = 10
              DISPLAY 'ERROR: FILE STATUS -> ' FS-ONLORD
              MOVE 10 TO WS-ABEND-CODE
              PERFORM ABEND-PROG
           END-IF.

      ** TRAIT-ONL-LINE - a committed line is marked, then goes   **
      ** out ; a line marked tonight goes out again on a rerun ; a **
      ** line fed on an earlier night is history. A line that     **
      ** cannot be marked stops the run before it goes out, and   **
      ** with no trailer the feed is refused whole - the rerun    **
      ** rebuilds it from the lines already marked                **
       TRAIT-ONL-LINE.
           EVALUATE TRUE
              WHEN OLO-COMMITTED
                 SET OLO-FED TO TRUE
                 MOVE WS-RUN-DATE-ISO TO OLO-FED-DATE
                 REWRITE ST-ONLORD
                 IF FS-ONLORD NOT = 0
                    DISPLAY '*** ONLORDK REWRITE FAILED, STATUS '
                            FS-ONLORD ' ORDER ' OLO-O-NO ' ***'
                    MOVE 20 TO WS-ABEND-CODE
                    PERFORM ABEND-PROG
                 END-IF
                 PERFORM EMIT-FEED-LINE
                 ADD 1 TO CNT-NEW-LINES
              WHEN OLO-FED AND OLO-FED-DATE = WS-RUN-DATE-ISO
                 PERFORM EMIT-FEED-LINE
                 ADD 1 TO CNT-REFED-LINES
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       EMIT-FEED-LINE.
           IF OLO-O-NO NOT = WS-PREV-O-NO
              ADD 1 TO CNT-ORDERS
              MOVE OLO-O-NO TO WS-PREV-O-NO
           END-IF
           WRITE ENR-VENTOL FROM OLO-VT-LINE
           ADD 1 TO CNT-FEED-LINES
           .

       WRITE-FEED-HEADER.
           MOVE SPACES TO FH-DATE
           STRING WS-RUN-JJ '/' WS-RUN-MM '/20' WS-RUN-AA
              DELIMITED BY SIZE INTO FH-DATE
           END-STRING
           WRITE ENR-VENTOL FROM ST-FEED-HDR
           .

       WRITE-FEED-TRAILER.
           MOVE CNT-FEED-LINES TO FT-COUNT
           WRITE ENR-VENTOL FROM ST-FEED-TRL
           .

       ABEND-PROG.
           DISPLAY 'ABEND CODE : ' WS-ABEND-CODE
           MOVE 16 TO RETURN-CODE
           COMPUTE WS-ANO = WS-ANO / WS-VAR.
