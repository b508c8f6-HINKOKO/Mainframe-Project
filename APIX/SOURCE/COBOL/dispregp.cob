      *    - A DISPUTED INVOICE IS REPORTED SEPARATELY BY AGERPTP,     *
      *      SKIPPED BY THE DUNNING RUN, AND BLOCKED FROM WRITE-OFF    *
      *      UNTIL THE DISPUTE IS RESOLVED                             *
      *    - CARRY EVERY DISPUTE RAISED OR RESOLVED ONTO THE DB2 OPEN  *
      *      ITEMS (ARPOST), WHERE THOSE RUNS READ THE FLAG            *
      *    - LOG REJECTED TRANSACTIONS IN LOADLOG FORMAT               *
      ******************************************************************

             10 DT-REASON   PIC X(20).
             10 DT-RAISED   PIC X(10).
             10 DT-RESOLVED PIC X(10).
             10 DT-CHANGED  PIC X(1).
       77 DT-CNT          PIC 9(3) VALUE 0.
       77 DT-IDX          PIC 9(3) VALUE 0.
       77 WS-HIT          PIC 9(3) VALUE 0.
       77 CNT-BAD-FORMAT  PIC 9(4) VALUE 0.
       77 CNT-BAD-ACTION  PIC 9(4) VALUE 0.
       77 CNT-TOTAL-REJECTS PIC 9(4) VALUE 0.
       77 CNT-AR-FAILED   PIC 9(4) VALUE 0.

      *** LE DRAPEAU LITIGE DES POSTES OUVERTS DB2 (ARPOST) ***
       COPY ARPOST.
       77 CSV-LINE        PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
           CLOSE FDISPTRN

           PERFORM REWRITE-DISPUTE-REGISTER
           PERFORM POST-DISPUTE-FLAGS
           PERFORM WRITE-DISP-FOOTER
           CLOSE FDISPLOG
           DISPLAY 'DISPUTES RAISED   : ' CNT-RAISED
           DISPLAY 'DISPUTES RESOLVED : ' CNT-RESOLVED
           DISPLAY 'REJECTED          : ' CNT-TOTAL-REJECTS
           IF CNT-AR-FAILED > 0
              DISPLAY 'OPEN-ITEM POSTINGS FAILED : ' CNT-AR-FAILED
                      ' - RUN ARLOADP MODE=CHECK'
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *** PARAGRAPHS ***
                          MOVE DSP-REASON   TO DT-REASON(DT-CNT)
                          MOVE DSP-RAISED   TO DT-RAISED(DT-CNT)
                          MOVE DSP-RESOLVED TO DT-RESOLVED(DT-CNT)
                          MOVE SPACE        TO DT-CHANGED(DT-CNT)
                       ELSE
                          DISPLAY 'DISPUTE TABLE FULL - RUN'
                                  ' REFUSED, RAISE OCCURS'
                 MOVE TRN-REASON      TO DT-REASON(DT-CNT)
                 MOVE WS-RUN-DATE-ISO TO DT-RAISED(DT-CNT)
                 MOVE SPACES          TO DT-RESOLVED(DT-CNT)
                 MOVE 'Y'             TO DT-CHANGED(DT-CNT)
                 ADD 1 TO CNT-RAISED
              ELSE
                 DISPLAY 'DISPUTE TABLE FULL - RUN'
              ADD 1 TO CNT-NOT-OPEN
           ELSE
              MOVE WS-RUN-DATE-ISO TO DT-RESOLVED(WS-HIT)
              MOVE 'Y'             TO DT-CHANGED(WS-HIT)
              ADD 1 TO CNT-RESOLVED
           END-IF
           .
           CLOSE FDISP
           .

      ** POST-DISPUTE-FLAGS - once the register is rewritten, each  **
      ** dispute raised or resolved this run flags or clears its    **
      ** invoice on the open items (an invoice not yet there simply **
      ** has nothing to flag)                                        **
       POST-DISPUTE-FLAGS.
           PERFORM VARYING DT-IDX FROM 1 BY 1 UNTIL DT-IDX > DT-CNT
              IF DT-CHANGED(DT-IDX) = 'Y'
                 SET AP-DO-DISPUTE  TO TRUE
                 SET AP-COMMIT-EACH TO TRUE
                 MOVE DT-INV-NO(DT-IDX) TO AP-INV-NO
                 IF DT-RESOLVED(DT-IDX) = SPACES
                    MOVE 'Y'   TO AP-DISPUTE
                 ELSE
                    MOVE SPACE TO AP-DISPUTE
                 END-IF
                 CALL 'ARPOST' USING AR-POST-BLOCK
                 IF AP-FAILED
                    ADD 1 TO CNT-AR-FAILED
                 END-IF
              END-IF
           END-PERFORM
           .

       WRITE-DISP-LOG.
           COMPUTE LOGREC-REF = CSV-LINE
           MOVE TRN-INV-NO TO LOGREC-DETAIL
