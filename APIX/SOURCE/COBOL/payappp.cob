      *      - REDUCE CUSTOMERS.BALANCE BY EACH APPLICATION    *
      *      - REJECT UNMATCHED OR ALREADY-CLOSED PAYMENTS     *
      *        TO A LOADLOG-FORMAT LOG                         *
      *      - COMMIT AND CHECKPOINT (FICPAYCKP) AFTER EACH    *
      *        REMITTANCE LINE : A RUN THAT DIED IS SIMPLY     *
      *        RESUBMITTED WITH THE SAME REMITTANCE FILE, IT   *
      *        SKIPS THE LINES ALREADY POSTED AND FINISHES     *
      *        THE FUNAPP REWRITE FROM THE CHECKPOINTED STATE  *
      **********************************************************

       ENVIRONMENT DIVISION.
              SELECT FTERMS  ASSIGN TO FICTERMS
              FILE STATUS IS FS-TERMS.
              SELECT FPAYLOG ASSIGN TO FICPAYLOG.
              SELECT FCHKPT  ASSIGN TO FICPAYCKP
              FILE STATUS IS FS-CHKPT.
      ******************************************
       DATA DIVISION.
       FILE SECTION.
          05 SET-TYPE      PIC X(1).
      ** CUSTOMER THE CASH BELONGS TO (SPACES ON OLD RECORDS) **
          05 SET-C-NO      PIC X(3).
      ** THE REMITTANCE LINE THE RECORD CAME FROM - HOW A RESTART **
      ** RECOGNISES A LINE ALREADY POSTED (SPACES ON OLD RECORDS) **
          05 SET-REM-INV-NO PIC 9(8).
          05 SET-REM-AMOUNT PIC 9(7)V9(2).
          05 FILLER        PIC X(23).

      ** FUNAPP - UNAPPLIED-CASH LEDGER, ONE RECORD PER CUSTOMER    **
      ** HOLDING CASH, REWRITTEN IN FULL AT THE END OF EVERY RUN    **
       FD FPAYLOG.
       01 ENR-PAYLOG      PIC X(80).

      ** FCHKPT - RESTART POINT, REWRITTEN AFTER EVERY REMITTANCE    **
      ** LINE : STATUS 'R' WHILE THE RUN IS ALIVE (OR DIED), 'C'     **
      ** ONCE THE FUNAPP REWRITE IS DONE                             **
       FD FCHKPT.
       01 ENR-CHKPT       PIC X(6100).

       WORKING-STORAGE SECTION.
       01 PAY-HEAD        PIC X(30) VALUE
             "PAYAPPP PAYMENT REJECT LOG".
       77 CNT-BAD-FORMAT  PIC 9(4) VALUE 0.
       77 CNT-TOTAL-REJECTS PIC 9(4) VALUE 0.

       77 CNT-REPOSTED    PIC 9(4) VALUE 0.

      *** POINT DE REPRISE - ECRIT APRES CHAQUE LIGNE DE REMISE ***
       77 FS-CHKPT        PIC 99    VALUE 0.
       77 WS-RESTART      PIC X(1)  VALUE 'N'.
          88 RESTART-RUN            VALUE 'Y'.
       77 WS-REMIT-DONE   PIC 9(7)  VALUE 0.
       77 CNT-SETTLE-RECS PIC 9(9)  VALUE 0.
       77 WS-FIRST-REMIT  PIC X(27) VALUE SPACES.
       01 ST-CHKPT.
          05 CHK-STATUS       PIC X(1).
             88 CHK-IN-FLIGHT     VALUE 'R'.
             88 CHK-COMPLETE      VALUE 'C'.
          05 CHK-FIRST-REMIT  PIC X(27).
          05 CHK-REMIT-DONE   PIC 9(7).
          05 CHK-SETTLE-RECS  PIC 9(9).
          05 CHK-COUNTERS.
             10 CHK-APPLIED   PIC 9(4).
             10 CHK-PARTIAL   PIC 9(4).
             10 CHK-OVERPAY   PIC 9(4).
             10 CHK-DRAWS     PIC 9(4).
             10 CHK-DISCOUNTS PIC 9(4).
             10 CHK-UNMATCHED PIC 9(4).
             10 CHK-CLOSED    PIC 9(4).
             10 CHK-BAD-FORMAT PIC 9(4).
             10 CHK-REJECTS   PIC 9(4).
             10 CHK-REPOSTED  PIC 9(4).
          05 CHK-UNT-CNT      PIC 9(3).
          05 CHK-UNAPP-TAB    PIC X(6000).
          05 FILLER           PIC X(13).

      *** LIGNES DE REMISE TROUVEES AU GRAND LIVRE APRES LE POINT ***
      *** DE REPRISE : DEJA PASSEES, A NE PAS REPASSER             ***
       01 POSTED-TAB.
          05 PST-ENTRY OCCURS 50 TIMES.
             10 PST-INV-NO    PIC 9(8).
             10 PST-AMOUNT    PIC 9(7)V9(2).
             10 PST-PAY-DATE  PIC X(10).
             10 PST-USED      PIC X(1).
       77 PST-CNT         PIC 99 VALUE 0.
       77 PST-IDX         PIC 99 VALUE 0.
       77 WS-PST-HIT      PIC 99 VALUE 0.
       77 WS-POSTED-FLAG  PIC 9  VALUE 0.
          88 REMIT-POSTED       VALUE 1.

      *** UNE REMISE EST UNE UNITE DE TRAVAIL : SES ECRITURES SONT ***
      *** TENUES ICI JUSQU'AU COMMIT, ET L'ETAT D'AVANT EST GARDE  ***
      *** POUR LE CAS OU UNE MISE A JOUR DU SOLDE ECHOUE           ***
       01 SETTLE-BUF.
          05 SBF-REC OCCURS 4 TIMES PIC X(80).
       77 SBF-CNT         PIC 9 VALUE 0.
       77 SBF-IDX         PIC 9 VALUE 0.
       77 WS-REMIT-KO     PIC 9 VALUE 0.
          88 REMIT-FAILED       VALUE 1.
      *** LES POSTES OUVERTS DB2 (ARPOST) SONT MIS A JOUR DANS LA ***
      *** MEME UNITE DE TRAVAIL QUE LES SOLDES CLIENTS            ***
       COPY ARPOST.
       01 WS-SAVE-IRT     PIC X(57).
       01 WS-SAVE-UNAPP   PIC X(6000).
       77 WS-SAVE-UNT-CNT PIC 9(3) VALUE 0.

       77 WS-ANO          PIC 9 VALUE 0.
       77 WS-ABEND-CODE   PIC 9(02) VALUE 0.

           WRITE ENR-PAYLOG FROM PAY-HEAD

           MOVE ZERO TO LOGREC-REF
      ** A RUN THAT DIED LEFT ITS CHECKPOINT IN FLIGHT : THIS RUN  **
      ** RESUMES IT, FROM THE DEPOSIT TABLE IT HAD REACHED         **
           PERFORM READ-CHECKPOINT
           PERFORM LOAD-INVOICE-REGISTER
           IF RESTART-RUN
              MOVE CHK-UNT-CNT   TO UNT-CNT
              MOVE CHK-UNAPP-TAB TO UNAPP-TAB
           ELSE
              PERFORM LOAD-UNAPPLIED-CASH
           END-IF
           PERFORM LOAD-PRIOR-SETTLEMENTS
      ** A DEPOSIT LEDGER PAST THE TABLE WOULD BE REWRITTEN SHORT **
      ** AT THE END, DESTROYING CUSTOMER DEPOSITS - REFUSE NOW,   **
      ** BEFORE ANYTHING POSTS                                    **
           OPEN EXTEND FSETTLE
           OPEN INPUT FREMIT
           PERFORM LECT-REMIT
           IF RESTART-RUN
              PERFORM SKIP-TO-CHECKPOINT
           ELSE
              MOVE ENR-REMIT(1:27) TO WS-FIRST-REMIT
              SET CHK-IN-FLIGHT TO TRUE
              PERFORM WRITE-CHECKPOINT
           END-IF
           PERFORM UNTIL FF-REMIT
              PERFORM CHECK-ALREADY-POSTED
              IF REMIT-POSTED
                 ADD 1 TO CNT-REPOSTED
                 MOVE 'ALREADY POSTED' TO LOGREC-MSG
                 PERFORM WRITE-PAY-NOTE
              ELSE
                 MOVE 0 TO SBF-CNT
                 MOVE 0 TO WS-REMIT-KO
                 MOVE 0 TO WS-REG-HIT
                 MOVE UNAPP-TAB TO WS-SAVE-UNAPP
                 MOVE UNT-CNT   TO WS-SAVE-UNT-CNT
                 PERFORM APPLY-ONE-PAYMENT
                 PERFORM COMMIT-REMITTANCE
              END-IF
              ADD 1 TO WS-REMIT-DONE
              PERFORM WRITE-CHECKPOINT
              PERFORM LECT-REMIT
           END-PERFORM
           CLOSE FREMIT
           CLOSE FSETTLE

           PERFORM REWRITE-UNAPPLIED-CASH
           SET CHK-COMPLETE TO TRUE
           PERFORM WRITE-CHECKPOINT
           PERFORM WRITE-PAY-FOOTER
           CLOSE FPAYLOG
           DISPLAY 'PAYMENTS APPLIED  : ' CNT-APPLIED
           DISPLAY 'UNAPPLIED DRAWS   : ' CNT-DRAWS
           DISPLAY 'EARLY DISCOUNTS   : ' CNT-DISCOUNTS
           DISPLAY 'PAYMENTS REJECTED : ' CNT-TOTAL-REJECTS
           IF CNT-REPOSTED > 0
              DISPLAY 'POSTED BEFORE RESTART : ' CNT-REPOSTED
           END-IF
           GOBACK.

      *** PARAGRAPHS ***
                    AT END
                       SET FF-SETTLE TO TRUE
                    NOT AT END
                       ADD 1 TO CNT-SETTLE-RECS
                       PERFORM APPLY-PRIOR-SETTLEMENT
                       IF RESTART-RUN AND
                          CNT-SETTLE-RECS > CHK-SETTLE-RECS
                          PERFORM APPLY-TAIL-SETTLEMENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FSETTLE
      ** the excess of an overpayment goes on deposit for the        **
      ** customer instead of being rejected                          **
       SETTLE-PAYMENT.
           MOVE IRT-ENTRY(WS-REG-HIT) TO WS-SAVE-IRT
           IF REM-AMOUNT > IRT-OPEN(WS-REG-HIT)
              MOVE IRT-OPEN(WS-REG-HIT) TO WS-APPLY-AMT
              COMPUTE WS-EXCESS = REM-AMOUNT - WS-APPLY-AMT
      ** THAT CLOSES THE INVOICE SWEEPS WHATEVER GROSS REMAINS, OR  **
      ** PAID-UP CUSTOMERS DRIFT                                    **
       POST-ONE-APPLICATION.
           IF REMIT-FAILED
              EXIT PARAGRAPH
           END-IF
           IF WS-APPLY-AMT = IRT-OPEN(WS-REG-HIT) OR
              IRT-TOTAL-TTC(WS-REG-HIT) = ZERO
              MOVE IRT-GROSS-LEFT(WS-REG-HIT) TO WS-RELIEF
              WHERE C_NO = :CUS-C-NO
           END-EXEC
           IF SQLCODE = ZERO
              MOVE REM-INV-NO   TO SET-INV-NO
              MOVE REM-PAY-DATE TO SET-PAY-DATE
              MOVE WS-APPLY-AMT TO SET-AMOUNT
              MOVE WS-RELIEF    TO SET-RELIEF
              MOVE IRT-C-NO(WS-REG-HIT) TO SET-C-NO
              PERFORM HOLD-SETTLE-RECORD
              SUBTRACT WS-APPLY-AMT
                  FROM IRT-OPEN(WS-REG-HIT)
              SUBTRACT WS-RELIEF
           ELSE
              MOVE SQLCODE TO ED-SQLCODE
              DISPLAY 'ANOMALIE ' ED-SQLCODE
              SET REMIT-FAILED TO TRUE
              MOVE 'BALANCE UPDATE KO' TO LOGREC-MSG
              PERFORM WRITE-PAY-LOG
           END-IF
           .

      ** HOLD-SETTLE-RECORD - the ledger record waits for the       **
      ** commit of the whole remittance, tagged with the line it    **
      ** came from                                                  **
       HOLD-SETTLE-RECORD.
           MOVE REM-INV-NO TO SET-REM-INV-NO
           MOVE REM-AMOUNT TO SET-REM-AMOUNT
           ADD 1 TO SBF-CNT
           MOVE ENR-SETTLE TO SBF-REC(SBF-CNT)
           .

      ** COMMIT-REMITTANCE - the ledger records of the line are     **
      ** posted to the open items and written, then the balance     **
      ** reliefs commit together ; a line whose relief or open-item **
      ** posting failed is rolled back whole and its invoice and    **
      ** deposit figures put back as they were                      **
       COMMIT-REMITTANCE.
           IF NOT REMIT-FAILED
              PERFORM VARYING SBF-IDX FROM 1 BY 1
                      UNTIL SBF-IDX > SBF-CNT OR REMIT-FAILED
                 MOVE SBF-REC(SBF-IDX) TO AP-RECORD
                 SET AP-DO-SETTLE      TO TRUE
                 SET AP-CALLER-COMMITS TO TRUE
                 CALL 'ARPOST' USING AR-POST-BLOCK
                 IF AP-FAILED
                    SET REMIT-FAILED TO TRUE
                    MOVE 'OPEN ITEMS UPDATE KO' TO LOGREC-MSG
                    PERFORM WRITE-PAY-LOG
                 END-IF
              END-PERFORM
           END-IF
           IF REMIT-FAILED
              EXEC SQL ROLLBACK END-EXEC
              MOVE WS-SAVE-UNAPP   TO UNAPP-TAB
              MOVE WS-SAVE-UNT-CNT TO UNT-CNT
              IF WS-REG-HIT > 0
                 MOVE WS-SAVE-IRT TO IRT-ENTRY(WS-REG-HIT)
              END-IF
           ELSE
              IF SBF-CNT > 0
                 PERFORM VARYING SBF-IDX FROM 1 BY 1
                         UNTIL SBF-IDX > SBF-CNT
                    WRITE ENR-SETTLE FROM SBF-REC(SBF-IDX)
                    ADD 1 TO CNT-SETTLE-RECS
                 END-PERFORM
                 EXEC SQL COMMIT END-EXEC
              END-IF
           END-IF
           .

      ** POST-BANKED-EXCESS - THE CASH ARRIVED AND SITS ON DEPOSIT, **
      ** SO THE LEDGER MUST SAY SO : A 'B' RECORD AGAINST NO INVOICE **
      ** AND NO BALANCE RELIEF - GLEXPP BOOKS IT DR CASH, CR DEPOSIT **
       POST-BANKED-EXCESS.
           IF REMIT-FAILED
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO         TO SET-INV-NO
           MOVE REM-PAY-DATE TO SET-PAY-DATE
           MOVE WS-EXCESS    TO SET-AMOUNT
           MOVE ZERO         TO SET-RELIEF
           MOVE 'B'          TO SET-TYPE
           MOVE IRT-C-NO(WS-REG-HIT) TO SET-C-NO
           PERFORM HOLD-SETTLE-RECORD
           .

      ** DRAW-UNAPPLIED-CASH - an invoice left open by a short      **
           CLOSE FUNAPP
           .

      ** READ-CHECKPOINT - an in-flight checkpoint means the last    **
      ** run died : this one resumes it instead of starting over     **
       READ-CHECKPOINT.
           MOVE SPACES TO ST-CHKPT
           OPEN INPUT FCHKPT
           IF FS-CHKPT = 0
              READ FCHKPT INTO ST-CHKPT
                 AT END
                    MOVE SPACES TO ST-CHKPT
              END-READ
              CLOSE FCHKPT
           END-IF
           IF CHK-IN-FLIGHT
              SET RESTART-RUN TO TRUE
              MOVE CHK-FIRST-REMIT TO WS-FIRST-REMIT
              MOVE CHK-APPLIED     TO CNT-APPLIED
              MOVE CHK-PARTIAL     TO CNT-PARTIAL
              MOVE CHK-OVERPAY     TO CNT-OVERPAY
              MOVE CHK-DRAWS       TO CNT-DRAWS
              MOVE CHK-DISCOUNTS   TO CNT-DISCOUNTS
              MOVE CHK-UNMATCHED   TO CNT-UNMATCHED
              MOVE CHK-CLOSED      TO CNT-CLOSED
              MOVE CHK-BAD-FORMAT  TO CNT-BAD-FORMAT
              MOVE CHK-REJECTS     TO CNT-TOTAL-REJECTS
              MOVE CHK-REPOSTED    TO CNT-REPOSTED
              DISPLAY 'PREVIOUS RUN STOPPED AFTER REMITTANCE LINE '
                      CHK-REMIT-DONE ' - RESUMING IT'
           END-IF
           .

      ** APPLY-TAIL-SETTLEMENT - a ledger record written past the   **
      ** checkpoint : its remittance line is already posted, and   **
      ** its deposit banking or drawing is not yet in the table     **
       APPLY-TAIL-SETTLEMENT.
      ** A PREPAYMENT DEPOSIT (DEPRCVP) OR ITS DRAW (PART3BP) HAS NO **
      ** REMITTANCE TAG AND NEVER TOUCHES THE UNAPPLIED CASH         **
           IF (SET-TYPE = 'B' OR SET-TYPE = 'U') AND
              SET-REM-INV-NO IS NUMERIC
              MOVE SET-C-NO TO CUS-C-NO
              IF SET-TYPE = 'B'
                 MOVE SET-AMOUNT TO WS-EXCESS
              ELSE
                 COMPUTE WS-EXCESS = ZERO - SET-AMOUNT
              END-IF
              PERFORM ADD-UNAPPLIED-CASH
           END-IF
           MOVE 0 TO WS-PST-HIT
           PERFORM VARYING PST-IDX FROM 1 BY 1
                   UNTIL PST-IDX > PST-CNT
              IF PST-INV-NO(PST-IDX)   = SET-REM-INV-NO AND
                 PST-AMOUNT(PST-IDX)   = SET-REM-AMOUNT AND
                 PST-PAY-DATE(PST-IDX) = SET-PAY-DATE
                 MOVE PST-IDX TO WS-PST-HIT
              END-IF
           END-PERFORM
           IF WS-PST-HIT = 0 AND SET-REM-INV-NO IS NUMERIC
              IF PST-CNT < 50
                 ADD 1 TO PST-CNT
                 MOVE SET-REM-INV-NO TO PST-INV-NO(PST-CNT)
                 MOVE SET-REM-AMOUNT TO PST-AMOUNT(PST-CNT)
                 MOVE SET-PAY-DATE   TO PST-PAY-DATE(PST-CNT)
                 MOVE 'N'            TO PST-USED(PST-CNT)
              ELSE
                 DISPLAY '*** PAYAPPP : SETTLEMENT LEDGER TOO FAR'
                         ' PAST THE CHECKPOINT - RUN REFUSED ***'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           .

      ** SKIP-TO-CHECKPOINT - the remittance file must be the one   **
      ** the dead run worked on ; its lines up to the checkpoint    **
      ** are passed over                                            **
       SKIP-TO-CHECKPOINT.
           IF FF-REMIT OR ENR-REMIT(1:27) NOT = CHK-FIRST-REMIT
              DISPLAY '*** PAYAPPP : FICREMIT IS NOT THE REMITTANCE'
                      ' FILE OF THE INTERRUPTED RUN ***'
              DISPLAY '*** RESUBMIT THAT FILE FIRST - RUN REFUSED ***'
              CLOSE FREMIT
              CLOSE FSETTLE
              CLOSE FPAYLOG
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL FF-REMIT OR WS-REMIT-DONE = CHK-REMIT-DONE
              ADD 1 TO WS-REMIT-DONE
              PERFORM LECT-REMIT
           END-PERFORM
           IF WS-REMIT-DONE NOT = CHK-REMIT-DONE
              DISPLAY '*** PAYAPPP : FICREMIT IS SHORTER THAN THE'
                      ' CHECKPOINT - RUN REFUSED ***'
              CLOSE FREMIT
              CLOSE FSETTLE
              CLOSE FPAYLOG
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           .

      ** CHECK-ALREADY-POSTED - on a restart, a line found on the   **
      ** ledger past the checkpoint (same invoice, amount and pay   **
      ** date) was posted by the dead run ; each ledger hit covers  **
      ** one line only                                              **
       CHECK-ALREADY-POSTED.
           MOVE 0 TO WS-POSTED-FLAG
           IF PST-CNT = 0 OR REM-INV-NO IS NOT NUMERIC OR
              REM-AMOUNT IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PST-IDX FROM 1 BY 1
                   UNTIL PST-IDX > PST-CNT OR REMIT-POSTED
              IF PST-USED(PST-IDX)     = 'N'        AND
                 PST-INV-NO(PST-IDX)   = REM-INV-NO AND
                 PST-AMOUNT(PST-IDX)   = REM-AMOUNT AND
                 PST-PAY-DATE(PST-IDX) = REM-PAY-DATE
                 MOVE 'Y' TO PST-USED(PST-IDX)
                 SET REMIT-POSTED TO TRUE
              END-IF
           END-PERFORM
           .

      ** WRITE-CHECKPOINT - the whole restart point, rewritten in    **
      ** place after every remittance line                          **
       WRITE-CHECKPOINT.
           MOVE WS-FIRST-REMIT    TO CHK-FIRST-REMIT
           MOVE WS-REMIT-DONE     TO CHK-REMIT-DONE
           MOVE CNT-SETTLE-RECS   TO CHK-SETTLE-RECS
           MOVE CNT-APPLIED       TO CHK-APPLIED
           MOVE CNT-PARTIAL       TO CHK-PARTIAL
           MOVE CNT-OVERPAY       TO CHK-OVERPAY
           MOVE CNT-DRAWS         TO CHK-DRAWS
           MOVE CNT-DISCOUNTS     TO CHK-DISCOUNTS
           MOVE CNT-UNMATCHED     TO CHK-UNMATCHED
           MOVE CNT-CLOSED        TO CHK-CLOSED
           MOVE CNT-BAD-FORMAT    TO CHK-BAD-FORMAT
           MOVE CNT-TOTAL-REJECTS TO CHK-REJECTS
           MOVE CNT-REPOSTED      TO CHK-REPOSTED
           MOVE UNT-CNT           TO CHK-UNT-CNT
           MOVE UNAPP-TAB         TO CHK-UNAPP-TAB
           OPEN OUTPUT FCHKPT
           IF FS-CHKPT NOT = 0
              DISPLAY '*** PAYAPPP : FICPAYCKP CANNOT BE WRITTEN ('
                      FS-CHKPT ') ***'
              DISPLAY 'ABEND CODE : 20'
              COMPUTE WS-ANO = 1 / WS-ANO
           END-IF
           WRITE ENR-CHKPT FROM ST-CHKPT
           CLOSE FCHKPT
           .

      *** WRITE-PAY-LOG - ONE LINE PER REJECTED PAYMENT ***
       WRITE-PAY-LOG.
           MOVE REM-INV-NO   TO LOGREC-DETAIL
           MOVE CNT-DISCOUNTS        TO LOGREC-FCOUNT
           WRITE ENR-PAYLOG FROM ST-LOADLOG-FOOT

           MOVE 'ALREADY POSTED'     TO LOGREC-FLABEL
           MOVE CNT-REPOSTED         TO LOGREC-FCOUNT
           WRITE ENR-PAYLOG FROM ST-LOADLOG-FOOT

           MOVE 'TOTAL REJECTED'     TO LOGREC-FLABEL
           MOVE CNT-TOTAL-REJECTS    TO LOGREC-FCOUNT
           WRITE ENR-PAYLOG FROM ST-LOADLOG-FOOT
