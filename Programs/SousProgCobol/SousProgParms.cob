      *     - THE CARD DECK ENDS WITH AN 'END-PARMS' CARD   *
      *   CALLABLE LIKE CONVERT/STPROG, CONTRACT IN THE     *
      *   PARMBLK COPYBOOK                                  *
      *   A SECOND ENTRY POINT, PARMQUE, LETS A DRIVER      *
      *   PROGRAM (THE JOB SCHEDULER) HAND OVER A CARD DECK *
      *   FOR THE PROGRAM IT IS ABOUT TO CALL : ONE CARD    *
      *   PER CALL, AND THE NEXT PARMPRS CALL READS THAT    *
      *   DECK INSTEAD OF SYSIN, THEN FORGETS IT ; A BLANK  *
      *   CARD DISCARDS A DECK NOBODY READ                  *
      *******************************************************

       ENVIRONMENT DIVISION.
       77 WS-SLASH-CNT     PIC 9(2) VALUE 0.
       77 WS-DATEPROG      PIC X(8) VALUE 'CONVDATE'.

      *** PAQUET DE CARTES CONFIE PAR PARMQUE ***
       77 WS-QUE-MODE      PIC X(1) VALUE 'N'.
          88 DECK-QUEUED       VALUE 'Y'.
       77 WS-QUE-CNT       PIC 99 VALUE 0.
       77 WS-QUE-NEXT      PIC 99 VALUE 0.
       01 WS-QUE-TAB.
          05 WS-QUE-CARD   PIC X(80) OCCURS 20 TIMES.

       LINKAGE SECTION.
       COPY PARMBLK.
       01 LK-QUE-CARD      PIC X(80).

       PROCEDURE DIVISION USING PARM-BLOCK.
           MOVE '0' TO PARM-STATUS

           PERFORM UNTIL CARDS-DONE OR PARMS-BAD
              MOVE SPACES TO WS-CARD
              IF DECK-QUEUED
                 PERFORM TAKE-QUEUED-CARD
              ELSE
                 ACCEPT WS-CARD FROM SYSIN
              END-IF
              IF WS-CARD = 'END-PARMS' OR WS-CARD = SPACES
                 SET CARDS-DONE TO TRUE
              ELSE
              PERFORM CHECK-REQUIRED
           END-IF

      *** UN PAQUET CONFIE NE SERT QU'A UN SEUL APPEL ***
           MOVE 'N' TO WS-QUE-MODE
           MOVE 0   TO WS-QUE-CNT

           IF PARMS-BAD
              DISPLAY 'PARMPRS : BAD PARAMETER CARD -> '
                      PARM-BAD-CARD
           END-IF
           GOBACK.

      *** PARMQUE - POINT D'ENTREE : UNE CARTE DE PLUS DANS LE      ***
      *** PAQUET QUE LIRA LE PROCHAIN APPEL DE PARMPRS             ***
       ENTRY 'PARMQUE' USING LK-QUE-CARD.

      *** UNE CARTE A BLANC JETTE LE PAQUET ENCORE EN ATTENTE ***
           IF LK-QUE-CARD = SPACES
              MOVE 'N' TO WS-QUE-MODE
              MOVE 0   TO WS-QUE-CNT
              GOBACK
           END-IF
           IF NOT DECK-QUEUED
              MOVE 0   TO WS-QUE-CNT
              MOVE 1   TO WS-QUE-NEXT
              MOVE 'Y' TO WS-QUE-MODE
           END-IF
           IF WS-QUE-CNT < 20
              ADD 1 TO WS-QUE-CNT
              MOVE LK-QUE-CARD TO WS-QUE-CARD(WS-QUE-CNT)
           ELSE
              DISPLAY 'PARMPRS : CARD DECK FULL, CARD IGNORED -> '
                      LK-QUE-CARD
           END-IF
           GOBACK.

      * PARAGRAPHS
      ** TAKE-QUEUED-CARD - the next card of the deck ; past its     **
      ** last card the deck ends as if on an 'END-PARMS' card        **
       TAKE-QUEUED-CARD.
           IF WS-QUE-NEXT > WS-QUE-CNT
              MOVE 'END-PARMS' TO WS-CARD
           ELSE
              MOVE WS-QUE-CARD(WS-QUE-NEXT) TO WS-CARD
              ADD 1 TO WS-QUE-NEXT
           END-IF
           .

       PARSE-ONE-CARD.
           MOVE SPACES TO WS-KEYWORD
           MOVE SPACES TO WS-VALUE
