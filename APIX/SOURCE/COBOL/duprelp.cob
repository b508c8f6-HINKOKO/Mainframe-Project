       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DUPRELP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - LIST THE ORDERS PART2P PARKED AS SUSPECTED DUPLICATES     *
      *      (FICDUPHLD, ONE VT-LAYOUT LINE PER ITEM LINE, WITH THE    *
      *      EARLIER ORDER EACH ONE REPEATS AND WHETHER THAT ORDER     *
      *      IS STILL ON FILE)                                         *
      *    - APPLY THE DESK'S DECISIONS FROM A ; DELIMITED FILE :      *
      *         O_NO;R;AUTHORIZER   (RELEASE - NOT A DUPLICATE)        *
      *         O_NO;D;AUTHORIZER   (DROP    - A SECOND KEYING)        *
      *    - A RELEASED ORDER GOES OUT IN ITS ORIGINAL VT LAYOUT ON    *
      *      THE SUSPENSE FILE, WHICH THE NEXT PART2P RUN RECYCLES     *
      *      AHEAD OF THE FRESH FEEDS, AS BORDRELP DOES FOR            *
      *      BACKORDERS - THE RECYCLE IS NOT DUPLICATE-CHECKED AGAIN   *
      *    - TELL THE ORIGINATING REGION THE OUTCOME IN AN ACK FILE    *
      *    - LOG EVERY DECISION, AND EVERY DECISION LINE THAT COULD    *
      *      NOT BE APPLIED, IN THE LOADLOG FORMAT                     *
      *    - ORDERS WITHOUT A DECISION STAY PARKED FOR THE NEXT REVIEW *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FDUPHLD ASSIGN TO FICDUPHLD
               FILE STATUS IS FS-DUPHLD.
           SELECT FDUPDEC ASSIGN TO FICDUPDEC
               FILE STATUS IS FS-DUPDEC.
           SELECT FDUPRPT ASSIGN TO FICDUPRPT.
      ** FICSUSPOUT CYCLES INTO THE NEXT RUN'S FICSUSPIN - THIS    **
      ** STEP RUNS AFTER PART2P HAS FINISHED                       **
           SELECT FSUSP ASSIGN TO FICSUSPOUT.
           SELECT FDUPACK ASSIGN TO FICDUPACK.
           SELECT FDUPLOG ASSIGN TO FICDUPLOG.

       DATA DIVISION.
       FILE SECTION.
      ** FDUPHLD - THE DUPLICATE-HOLD FILE PART2P WRITES, REWRITTEN **
      ** AT END OF RUN WITH ONLY THE STILL-UNDECIDED ORDERS         **
       FD FDUPHLD.
       COPY DUPHLD.

      ** FDUPDEC - ONE DECISION PER LINE **
       FD FDUPDEC.
       01 ENR-DUPDEC.
          05 ENR-DEC-CSV   PIC X(80).

      ** FDUPRPT - THE REVIEW LISTING **
       FD FDUPRPT.
       01 ENR-DUPRPT      PIC X(100).

       FD FSUSP.
       01 ENR-SUSP        PIC X(80).

      ** FDUPACK - ORDER NO PLUS DISPOSITION, SAME SHAPE AS THE     **
      ** REGIONAL ACK LINES PART2P WRITES                           **
       FD FDUPACK.
       01 ENR-DUPACK      PIC X(80).

       FD FDUPLOG.
       01 ENR-DUPLOG      PIC X(80).

       WORKING-STORAGE SECTION.
      ** BATCH-WINDOW INTERLOCK - WHILE RUNCHAIN HOLDS 'CHAINWIN' **
      ** THE BOOKS ARE MID-FLIGHT AND THIS PROGRAM MUST NOT RUN   **
       77 WS-WIN-PGM      PIC X(8) VALUE 'CHAINWIN'.
       77 WS-WIN-ACTION   PIC X(1) VALUE 'Q'.
       77 WS-WIN-RESULT   PIC X(4) VALUE SPACES.

       01 DH-HEAD         PIC X(30) VALUE
             "DUPRELP DUPLICATE HOLD REVIEW".
       01 DH-FOOT-HEAD    PIC X(28) VALUE "DECISION SUMMARY :".
       COPY LOADLOG.

      ** THE HELD LINE, SEEN THROUGH THE COMMON FEED LAYOUT **
       COPY VTSTRUCT.

       77 WS-DUPHLD-EOF   PIC 9  VALUE 0.
            88 FF-DUPHLD        VALUE 1.
       77 WS-DUPDEC-EOF   PIC 9  VALUE 0.
            88 FF-DUPDEC        VALUE 1.
       77 FS-DUPHLD       PIC 99 VALUE 0.
       77 FS-DUPDEC       PIC 99 VALUE 0.
       01 ED-SQLCODE      PIC +Z(8)9.

      *** LES LIGNES RETENUES EN TABLE ***
       01 HOLD-TAB.
          05 HT-ENTRY OCCURS 500 TIMES.
             10 HT-REC     PIC X(100).
             10 HT-O-NO    PIC 9(7).
             10 HT-DISP    PIC X(1).
       77 HT-CNT          PIC 9(3) VALUE 0.
       77 HT-IDX          PIC 9(3) VALUE 0.
       77 HT-JDX          PIC 9(3) VALUE 0.

      *** LES DECISIONS EN TABLE ***
       01 DEC-TAB.
          05 DEC-ENTRY OCCURS 200 TIMES.
             10 DEC-O-NO   PIC 9(7).
             10 DEC-ACTION PIC X(1).
             10 DEC-AUTH   PIC X(8).
             10 DEC-USED   PIC X(1).
       77 DEC-CNT         PIC 9(3) VALUE 0.
       77 DEC-IDX         PIC 9(3) VALUE 0.

      *** CHAMPS PARSES ***
       01 DCS-ONO-CSV     PIC X(7).
       01 DCS-ACTION      PIC X(1).
       01 DCS-AUTH        PIC X(8).

      *** COMMANDE EN COURS ***
       77 WS-CUR-O-NO     PIC 9(7) VALUE 0.
       77 WS-ORD-TOTAL    PIC S9(8)V9(2) VALUE 0.

      *** LIGNE D'ACCUSE, MEME GABARIT QUE PART2P ***
       01 ST-ACK.
          05 ACK-O-NO     PIC 9(7).
          05 FILLER       PIC X(2)  VALUE SPACES.
          05 ACK-DISP     PIC X(20).
          05 FILLER       PIC X(2)  VALUE SPACES.
          05 ACK-AUTH     PIC X(8).
          05 FILLER       PIC X(41) VALUE SPACES.

      *** COMPTEURS ***
       77 CNT-HELD-IN     PIC 9(4) VALUE 0.
       77 CNT-RELEASED    PIC 9(4) VALUE 0.
       77 CNT-LINES-OUT   PIC 9(4) VALUE 0.
       77 CNT-DROPPED     PIC 9(4) VALUE 0.
       77 CNT-STILL-HELD  PIC 9(4) VALUE 0.
       77 CNT-BAD-DEC     PIC 9(4) VALUE 0.
       77 CNT-NOT-HELD    PIC 9(4) VALUE 0.

      *** LIGNES EDITION ***
       01 L-DHR-HEAD      PIC X(40) VALUE
             'DUPLICATE HOLD REVIEW - PARKED ORDERS'.
       01 L-DHR-TITLE.
          05 FILLER        PIC X(9)  VALUE 'ORDER'.
          05 FILLER        PIC X(6)  VALUE 'C_NO'.
          05 FILLER        PIC X(12) VALUE 'ORDER DATE'.
          05 FILLER        PIC X(16) VALUE 'ORDER VALUE'.
          05 FILLER        PIC X(10) VALUE 'REPEATS'.
          05 FILLER        PIC X(10) VALUE 'ORIGINAL'.
          05 FILLER        PIC X(12) VALUE 'HELD ON'.
          05 FILLER        PIC X(14) VALUE 'DISPOSITION'.
          05 FILLER        PIC X(11) VALUE ALL ' '.
       01 L-DHR-LINE.
          05 L-DHR-ONO     PIC 9(7).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-DHR-CNO     PIC X(3).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-DHR-DATE    PIC X(10).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-DHR-VALUE   PIC -ZZZZZZZ9,99.
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 L-DHR-DUPOF   PIC 9(7).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-DHR-ORIG    PIC X(8).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-DHR-HELD    PIC X(10).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-DHR-DISP    PIC X(12).
          05 FILLER        PIC X(13) VALUE ALL ' '.
      ** ONE LINE PER ITEM UNDER ITS ORDER, SO THE DESK CAN SET THE **
      ** TWO ORDERS SIDE BY SIDE                                    **
       01 L-DHR-ITEM.
          05 FILLER        PIC X(9)  VALUE ALL ' '.
          05 L-DHI-PNO     PIC X(3).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-DHI-QTY     PIC -ZZZZ9.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-DHI-PRICE   PIC -ZZ9,99.
          05 FILLER        PIC X(69) VALUE ALL ' '.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE ORD      END-EXEC
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
           OPEN OUTPUT FDUPLOG
           MOVE "ORDER NO.  " TO LOGREC-LABEL
           WRITE ENR-DUPLOG FROM DH-HEAD

           PERFORM LOAD-HELD-ORDERS
           IF HT-CNT = 0
              DISPLAY 'NO ORDER ON DUPLICATE HOLD'
              CLOSE FDUPLOG
              GOBACK
           END-IF
           PERFORM LOAD-DECISIONS

           OPEN OUTPUT FDUPRPT
           OPEN OUTPUT FDUPACK
           OPEN EXTEND FSUSP
           WRITE ENR-DUPRPT FROM L-DHR-HEAD
           WRITE ENR-DUPRPT FROM L-DHR-TITLE

           PERFORM VARYING HT-JDX FROM 1 BY 1 UNTIL HT-JDX > HT-CNT
              IF HT-DISP(HT-JDX) = ' ' AND
                 (HT-JDX = 1 OR
                  HT-O-NO(HT-JDX) NOT = HT-O-NO(HT-JDX - 1))
                 MOVE HT-O-NO(HT-JDX) TO WS-CUR-O-NO
                 PERFORM DECIDE-ONE-ORDER
              END-IF
           END-PERFORM
           PERFORM LOG-UNUSED-DECISIONS

           CLOSE FSUSP
           CLOSE FDUPACK
           CLOSE FDUPRPT
           PERFORM REWRITE-HOLD-FILE
           PERFORM WRITE-DH-FOOTER
           CLOSE FDUPLOG
           DISPLAY 'ORDERS ON DUP HOLD      : ' CNT-HELD-IN
           DISPLAY 'ORDERS RELEASED         : ' CNT-RELEASED
           DISPLAY '  LINES TO SUSPENSE     : ' CNT-LINES-OUT
           DISPLAY 'ORDERS DROPPED          : ' CNT-DROPPED
           DISPLAY 'ORDERS STILL HELD       : ' CNT-STILL-HELD
           DISPLAY 'DECISIONS NOT APPLIED   : ' CNT-BAD-DEC
           IF CNT-BAD-DEC > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *** PARAGRAPHS ***
       LOAD-HELD-ORDERS.
           OPEN INPUT FDUPHLD
           IF FS-DUPHLD NOT = 0
              DISPLAY 'NO DUPLICATE HOLD FILE'
           ELSE
              PERFORM UNTIL FF-DUPHLD
                 READ FDUPHLD
                    AT END
                       SET FF-DUPHLD TO TRUE
                    NOT AT END
                       PERFORM ADD-HELD-LINE
                 END-READ
              END-PERFORM
              CLOSE FDUPHLD
           END-IF
           .

       ADD-HELD-LINE.
           IF HT-CNT < 500
              ADD 1 TO HT-CNT
              MOVE ST-DUPHLD TO HT-REC(HT-CNT)
              MOVE DH-VT-LINE TO ENR-VENTE-ST
              MOVE ENR-O-NO TO HT-O-NO(HT-CNT)
              MOVE ' '      TO HT-DISP(HT-CNT)
              IF HT-CNT = 1 OR
                 HT-O-NO(HT-CNT) NOT = HT-O-NO(HT-CNT - 1)
                 ADD 1 TO CNT-HELD-IN
              END-IF
           ELSE
      ** THE HOLD FILE IS REWRITTEN IN FULL AT THE END - A        **
      ** TRUNCATED TABLE WOULD DESTROY THE OVERFLOWED HELD ORDERS **
              DISPLAY 'HOLD TABLE FULL - RUN REFUSED, RAISE OCCURS'
              CLOSE FDUPLOG
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           .

       LOAD-DECISIONS.
           OPEN INPUT FDUPDEC
           IF FS-DUPDEC NOT = 0
              DISPLAY 'NO DECISION FILE, LISTING ONLY'
           ELSE
              PERFORM UNTIL FF-DUPDEC
                 READ FDUPDEC
                    AT END
                       SET FF-DUPDEC TO TRUE
                    NOT AT END
                       PERFORM ADD-ONE-DECISION
                 END-READ
              END-PERFORM
              CLOSE FDUPDEC
           END-IF
           .

       ADD-ONE-DECISION.
           MOVE SPACES TO DCS-ONO-CSV DCS-ACTION DCS-AUTH
           UNSTRING ENR-DEC-CSV DELIMITED BY ';'
              INTO DCS-ONO-CSV DCS-ACTION DCS-AUTH
           END-UNSTRING
           IF DCS-ONO-CSV IS NOT NUMERIC OR DCS-AUTH = SPACES OR
              (DCS-ACTION NOT = 'R' AND DCS-ACTION NOT = 'D')
              MOVE 'BAD DECISION LINE' TO LOGREC-MSG
              MOVE DCS-ONO-CSV TO LOGREC-DETAIL
              PERFORM WRITE-DH-LOG
              ADD 1 TO CNT-BAD-DEC
           ELSE
              IF DEC-CNT < 200
                 ADD 1 TO DEC-CNT
                 COMPUTE DEC-O-NO(DEC-CNT) =
                    FUNCTION NUMVAL(DCS-ONO-CSV)
                 MOVE DCS-ACTION TO DEC-ACTION(DEC-CNT)
                 MOVE DCS-AUTH   TO DEC-AUTH(DEC-CNT)
                 MOVE 'N'        TO DEC-USED(DEC-CNT)
              ELSE
                 DISPLAY 'DECISION TABLE FULL, RAISE OCCURS'
              END-IF
           END-IF
           .

      ** DECIDE-ONE-ORDER - find the order's decision, apply it to  **
      ** every line of the order, list it, acknowledge it           **
       DECIDE-ONE-ORDER.
           PERFORM LIST-ORDER-HEAD
           MOVE 0 TO DEC-IDX
           PERFORM VARYING DEC-IDX FROM 1 BY 1
                   UNTIL DEC-IDX > DEC-CNT
              IF WS-CUR-O-NO = DEC-O-NO(DEC-IDX)
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF DEC-IDX > DEC-CNT
              ADD 1 TO CNT-STILL-HELD
              MOVE 'STILL HELD' TO L-DHR-DISP
              WRITE ENR-DUPRPT FROM L-DHR-LINE
              PERFORM LIST-ORDER-ITEMS
           ELSE
              MOVE 'Y' TO DEC-USED(DEC-IDX)
              IF DEC-ACTION(DEC-IDX) = 'R'
                 PERFORM RELEASE-ORDER
              ELSE
                 PERFORM DROP-ORDER
              END-IF
           END-IF
           .

      ** LIST-ORDER-HEAD - the order's listing line, its value      **
      ** totalled off its lines, and whether the order it repeats   **
      ** is still on the books                                      **
       LIST-ORDER-HEAD.
           MOVE ZERO TO WS-ORD-TOTAL
           PERFORM VARYING HT-IDX FROM 1 BY 1 UNTIL HT-IDX > HT-CNT
              IF HT-O-NO(HT-IDX) = WS-CUR-O-NO
                 MOVE HT-REC(HT-IDX) TO ST-DUPHLD
                 MOVE DH-VT-LINE TO ENR-VENTE-ST
                 COMPUTE WS-ORD-TOTAL =
                    WS-ORD-TOTAL + (ENR-PRICE * ENR-QUANTITY)
              END-IF
           END-PERFORM
           MOVE WS-CUR-O-NO  TO L-DHR-ONO
           MOVE ENR-C-NO     TO L-DHR-CNO
           MOVE ENR-O-DATE   TO L-DHR-DATE
           MOVE WS-ORD-TOTAL TO L-DHR-VALUE
           MOVE DH-DUP-OF    TO L-DHR-DUPOF
           MOVE DH-HELD-DATE TO L-DHR-HELD

           MOVE DH-DUP-OF TO ORD-O-NO
           EXEC SQL
              SELECT C_NO
              INTO :ORD-C-NO
              FROM APIX.ORDERS
              WHERE O_NO = :ORD-O-NO
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 MOVE 'ON FILE' TO L-DHR-ORIG
              WHEN SQLCODE = +100
                 MOVE 'GONE' TO L-DHR-ORIG
              WHEN OTHER
                 MOVE SQLCODE TO ED-SQLCODE
                 DISPLAY 'ORIGINAL ORDER READ KO ' ED-SQLCODE
                 MOVE '?' TO L-DHR-ORIG
           END-EVALUATE
           .

       LIST-ORDER-ITEMS.
           PERFORM VARYING HT-IDX FROM 1 BY 1 UNTIL HT-IDX > HT-CNT
              IF HT-O-NO(HT-IDX) = WS-CUR-O-NO
                 MOVE HT-REC(HT-IDX) TO ST-DUPHLD
                 MOVE DH-VT-LINE TO ENR-VENTE-ST
                 MOVE ENR-P-NO     TO L-DHI-PNO
                 MOVE ENR-QUANTITY TO L-DHI-QTY
                 MOVE ENR-PRICE    TO L-DHI-PRICE
                 WRITE ENR-DUPRPT FROM L-DHR-ITEM
              END-IF
           END-PERFORM
           .

      ** RELEASE-ORDER - the desk says it is a genuine new order :  **
      ** its lines go to suspense and post on the next PART2P run   **
       RELEASE-ORDER.
           ADD 1 TO CNT-RELEASED
           PERFORM VARYING HT-IDX FROM 1 BY 1 UNTIL HT-IDX > HT-CNT
              IF HT-O-NO(HT-IDX) = WS-CUR-O-NO
                 MOVE HT-REC(HT-IDX) TO ST-DUPHLD
                 WRITE ENR-SUSP FROM DH-VT-LINE
                 ADD 1 TO CNT-LINES-OUT
                 MOVE 'D' TO HT-DISP(HT-IDX)
              END-IF
           END-PERFORM
           MOVE 'RELEASED' TO L-DHR-DISP
           WRITE ENR-DUPRPT FROM L-DHR-LINE
           PERFORM LIST-ORDER-ITEMS
           MOVE WS-CUR-O-NO TO ACK-O-NO
           MOVE 'RELEASED - NOT DUP' TO ACK-DISP
           MOVE DEC-AUTH(DEC-IDX) TO ACK-AUTH
           WRITE ENR-DUPACK FROM ST-ACK
           MOVE WS-CUR-O-NO TO LOGREC-REF
           MOVE DEC-AUTH(DEC-IDX) TO LOGREC-DETAIL
           MOVE 'DUP HOLD RELEASED' TO LOGREC-MSG
           PERFORM WRITE-DH-LOG
           .

      ** DROP-ORDER - the desk confirms the second keying : the     **
      ** order never posts                                          **
       DROP-ORDER.
           ADD 1 TO CNT-DROPPED
           PERFORM VARYING HT-IDX FROM 1 BY 1 UNTIL HT-IDX > HT-CNT
              IF HT-O-NO(HT-IDX) = WS-CUR-O-NO
                 MOVE 'D' TO HT-DISP(HT-IDX)
              END-IF
           END-PERFORM
           MOVE 'DROPPED' TO L-DHR-DISP
           WRITE ENR-DUPRPT FROM L-DHR-LINE
           PERFORM LIST-ORDER-ITEMS
           MOVE WS-CUR-O-NO TO ACK-O-NO
           MOVE 'DROPPED - DUPLICATE' TO ACK-DISP
           MOVE DEC-AUTH(DEC-IDX) TO ACK-AUTH
           WRITE ENR-DUPACK FROM ST-ACK
           MOVE WS-CUR-O-NO TO LOGREC-REF
           MOVE DEC-AUTH(DEC-IDX) TO LOGREC-DETAIL
           MOVE 'DUP HOLD DROPPED' TO LOGREC-MSG
           PERFORM WRITE-DH-LOG
           .

      ** LOG-UNUSED-DECISIONS - a decision for an order that is not **
      ** (or no longer) parked changes nothing, but the desk must   **
      ** hear of it                                                 **
       LOG-UNUSED-DECISIONS.
           PERFORM VARYING DEC-IDX FROM 1 BY 1 UNTIL DEC-IDX > DEC-CNT
              IF DEC-USED(DEC-IDX) = 'N'
                 MOVE DEC-O-NO(DEC-IDX) TO LOGREC-REF
                 MOVE DEC-AUTH(DEC-IDX) TO LOGREC-DETAIL
                 MOVE 'ORDER NOT HELD' TO LOGREC-MSG
                 PERFORM WRITE-DH-LOG
                 ADD 1 TO CNT-NOT-HELD
                 ADD 1 TO CNT-BAD-DEC
              END-IF
           END-PERFORM
           .

      ** REWRITE-HOLD-FILE - only the still-undecided lines stay    **
       REWRITE-HOLD-FILE.
           OPEN OUTPUT FDUPHLD
           PERFORM VARYING HT-IDX FROM 1 BY 1 UNTIL HT-IDX > HT-CNT
              IF HT-DISP(HT-IDX) = ' '
                 WRITE ST-DUPHLD FROM HT-REC(HT-IDX)
              END-IF
           END-PERFORM
           CLOSE FDUPHLD
           .

       WRITE-DH-LOG.
           WRITE ENR-DUPLOG FROM ST-LOADLOG
           INITIALIZE ST-LOADLOG
           MOVE "ORDER NO.  " TO LOGREC-LABEL
           .

       WRITE-DH-FOOTER.
           WRITE ENR-DUPLOG FROM DH-FOOT-HEAD

           MOVE 'ORDERS RELEASED'    TO LOGREC-FLABEL
           MOVE CNT-RELEASED         TO LOGREC-FCOUNT
           WRITE ENR-DUPLOG FROM ST-LOADLOG-FOOT

           MOVE 'ORDERS DROPPED'     TO LOGREC-FLABEL
           MOVE CNT-DROPPED          TO LOGREC-FCOUNT
           WRITE ENR-DUPLOG FROM ST-LOADLOG-FOOT

           MOVE 'ORDERS STILL HELD'  TO LOGREC-FLABEL
           MOVE CNT-STILL-HELD       TO LOGREC-FCOUNT
           WRITE ENR-DUPLOG FROM ST-LOADLOG-FOOT

           MOVE 'ORDER NOT HELD'     TO LOGREC-FLABEL
           MOVE CNT-NOT-HELD         TO LOGREC-FCOUNT
           WRITE ENR-DUPLOG FROM ST-LOADLOG-FOOT

           MOVE 'BAD DECISION LINE'  TO LOGREC-FLABEL
           COMPUTE LOGREC-FCOUNT = CNT-BAD-DEC - CNT-NOT-HELD
           WRITE ENR-DUPLOG FROM ST-LOADLOG-FOOT
           .
