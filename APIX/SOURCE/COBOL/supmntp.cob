       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPMNTP.
       AUTHOR.     HINKOKO.
      ********************************************************************
      *    THIS PROGRAM IS INTENDED TO :                                 *
      *       - PROCESS THE SUPPLIER AND PART MASTER MAINTENANCE         *
      *         TRANSACTION FILE :                                       *
      *         S;A;SNO;SNAME                     (ADD SUPPLIER)         *
      *         S;C;SNO;SNAME                     (CHANGE SUPPLIER)      *
      *         S;D;SNO                           (DEACTIVATE SUPPLIER)  *
      *         S;B;SNO;IBAN;BIC                  (BANK DETAIL CHANGE)   *
      *         S;V;SNO                           (APPROVE BANK CHANGE)  *
      *         S;J;SNO                           (REJECT BANK CHANGE)   *
      *         P;A;PNO;PNAME;REORDER;LEADTIME    (ADD PART)             *
      *         P;C;PNO;PNAME;REORDER;LEADTIME    (CHANGE PART)          *
      *         P;R;PNO                           (RETIRE PART)          *
      *       - A BANK DETAIL CHANGE NEVER TAKES EFFECT ON ITS OWN : IT  *
      *         WAITS IN SUPBANKK UNTIL A SECOND OPERATOR, HOLDING THE   *
      *         BANK APPROVAL PRIVILEGE IN FICAUTH, APPROVES IT ; APPAYP *
      *         HOLDS EVERY PAYMENT TO A SUPPLIER WITH A CHANGE PENDING  *
      *       - GENERETE AN ERROR LOG FILE (LOADLOG FORMAT)              *
      *                                                                  *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :             *
      *      OPERID=XXXXXXXX   THE OPERATOR RUNNING THE INTAKE (REQ.)    *
      ********************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSUPMNT ASSIGN TO FICSUPMNT.
           SELECT FLOG    ASSIGN TO FICSUPLOG.
           SELECT FSUPBANK ASSIGN TO SUPBANKK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SBK-KEY
               FILE STATUS IS FS-SUPBANK.
      *****************************************
       DATA DIVISION.
       FILE SECTION.
       FD FSUPMNT.
       01 ENR-SUPMNT.
       05 ENR-SUPMNT-CSV  PIC X(80).

       FD FLOG.
       01 ENR-LOG         PIC X(80).

      ** FSUPBANK - SUPPLIER BANK DETAILS, APPROVED AND PENDING **
       FD FSUPBANK.
       COPY SUPBANK.

       WORKING-STORAGE SECTION.
      *** variables for holding csv parsing ***
       01 SMT-ENTITY      PIC X(1).
          88 SMT-IS-SUPPLIER    VALUE 'S'.
          88 SMT-IS-PART        VALUE 'P'.
       01 SMT-ACTION      PIC X(1).
          88 SMT-IS-ADD         VALUE 'A'.
          88 SMT-IS-CHANGE      VALUE 'C'.
          88 SMT-IS-DEACT       VALUE 'D'.
          88 SMT-IS-BANK        VALUE 'B'.
          88 SMT-IS-APPROVE     VALUE 'V'.
          88 SMT-IS-REJECT      VALUE 'J'.
          88 SMT-IS-RETIRE      VALUE 'R'.
       01 SMT-KEY         PIC X(2).
       01 SMT-NAME        PIC X(30).
       01 SMT-IBAN        PIC X(34).
       01 SMT-BIC         PIC X(11).
       01 SMT-REORDER-CSV PIC X(6).
       01 SMT-LEAD-CSV    PIC X(6).
       01 SMT-REORDER     PIC 9(4).
       01 SMT-LEAD        PIC 9(3).
       77 WS-DIGITS       PIC 99 VALUE 0.

      *** SUPPLIER / PART STATUS COLUMNS ***
      *** A = ACTIVE, I = INACTIVE SUPPLIER, R = RETIRED PART ***
       77 WS-SUP-STATUS   PIC X(1) VALUE SPACE.
       77 WS-PART-STATUS  PIC X(1) VALUE SPACE.

      *** DETAILS BANCAIRES FOURNISSEUR ***
       77 FS-SUPBANK      PIC 99 VALUE 0.
       77 WS-BANK-IBAN    PIC X(34) VALUE SPACES.
       77 WS-BANK-BIC     PIC X(11) VALUE SPACES.
       77 WS-BANK-OPER    PIC X(8)  VALUE SPACES.
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.
       77 WS-RUN-DATE-ISO PIC X(10) VALUE SPACES.

      ** OPERATOR CONTROL - THE OPERID= CARD IS VALIDATED THROUGH **
      ** CTLAUTH AGAINST FICAUTH FOR MASTER MAINTENANCE (S) AND   **
      ** FOR BANK-CHANGE APPROVAL (B) ; EVERY ACTION TAKEN LANDS  **
      ** ON THE CENTRAL CONTROL JOURNAL                           **
       COPY PARMBLK.
       77 AC-OPERID       PIC X(8) VALUE SPACES.
       77 WS-CA-ACTION    PIC X(1) VALUE SPACE.
       77 WS-CA-RESULT    PIC X(4) VALUE SPACES.
       77 WS-MAINT-AUTH   PIC X(1) VALUE 'N'.
          88 CAN-MAINTAIN       VALUE 'Y'.
       77 WS-APPR-AUTH    PIC X(1) VALUE 'N'.
          88 CAN-APPROVE        VALUE 'Y'.
       77 WS-JR-PGM       PIC X(8) VALUE 'SUPMNTP '.
       77 WS-JR-ACTION    PIC X(20) VALUE SPACES.
       77 WS-JR-KEY       PIC X(10) VALUE SPACES.
       77 WS-JR-BEFORE    PIC X(14) VALUE SPACES.
       77 WS-JR-AFTER     PIC X(14) VALUE SPACES.

      *** VARS CLASSIQUES ***
       77 SMT-FLAG      PIC 9  VALUE 0.
          88 FF-SUPMNT       VALUE 1.
       77 VALID-DATA    PIC 9.
          88 DATA-OK         VALUE 1.
          88 DATA-KO         VALUE 0.
       77 CSV-LINE      PIC 9(3) VALUE 0.
       77 WS-ANO        PIC 9 VALUE 0.
       77 WS-ABEND-CODE PIC 9(02) VALUE 0.
       01 ED-SQLCODE    PIC +Z(8)9.

      * LOG FILE ***
       01 LOG-HEAD        PIC X(30) VALUE
             "LOG REPORT FOR SUPPLIER/PART".
       01 LOG-FOOT-HEAD   PIC X(28) VALUE "REJECT SUMMARY BY REASON :".
       COPY LOADLOG.

       77 CNT-BAD-FORMAT    PIC 9(4) VALUE 0.
       77 CNT-BAD-ACTION    PIC 9(4) VALUE 0.
       77 CNT-NOT-AUTH      PIC 9(4) VALUE 0.
       77 CNT-DUPLICATE     PIC 9(4) VALUE 0.
       77 CNT-NOTFOUND      PIC 9(4) VALUE 0.
       77 CNT-BAD-VALUE     PIC 9(4) VALUE 0.
       77 CNT-INACTIVE      PIC 9(4) VALUE 0.
       77 CNT-BANK-STATE    PIC 9(4) VALUE 0.
       77 CNT-SAME-OPER     PIC 9(4) VALUE 0.
       77 CNT-TOTAL-REJECTS PIC 9(4) VALUE 0.
       77 CNT-APPLIED       PIC 9(4) VALUE 0.
       77 CNT-BANK-PENDING  PIC 9(4) VALUE 0.
       77 CNT-BANK-APPROVED PIC 9(4) VALUE 0.

      *************** DB2 *******
           EXEC SQL INCLUDE SQLCA END-EXEC
           EXEC SQL INCLUDE SUP END-EXEC
           EXEC SQL INCLUDE PARTS END-EXEC

       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** SUPMNTP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'S' TO WS-CA-ACTION
           CALL 'CTLAUTH' USING AC-OPERID WS-CA-ACTION
                                WS-CA-RESULT
           IF WS-CA-RESULT = 'OK  '
              SET CAN-MAINTAIN TO TRUE
           END-IF
           MOVE 'B' TO WS-CA-ACTION
           CALL 'CTLAUTH' USING AC-OPERID WS-CA-ACTION
                                WS-CA-RESULT
           IF WS-CA-RESULT = 'OK  '
              SET CAN-APPROVE TO TRUE
           END-IF
           IF NOT CAN-MAINTAIN AND NOT CAN-APPROVE
              DISPLAY '*** SUPMNTP : OPERATOR NOT AUTHORIZED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM GET-RUN-DATE
           PERFORM OPEN-SUPBANK
           OPEN OUTPUT FLOG
           MOVE "CSV LINE N. " TO LOGREC-LABEL
           WRITE ENR-LOG FROM LOG-HEAD

           OPEN INPUT FSUPMNT
           PERFORM LECT-SUPMNT

           PERFORM UNTIL FF-SUPMNT
              SET DATA-OK TO TRUE
              PERFORM PARSE-SUPMNT-LINE
              PERFORM LECT-SUPMNT
           END-PERFORM

           CLOSE FSUPMNT
           CLOSE FSUPBANK
           EXEC SQL COMMIT END-EXEC
           PERFORM WRITE-LOG-FOOTER
           CLOSE FLOG
           DISPLAY 'MASTER TRANSACTIONS APPLIED   : ' CNT-APPLIED
           DISPLAY 'BANK CHANGES LEFT PENDING     : ' CNT-BANK-PENDING
           DISPLAY 'BANK CHANGES APPROVED         : ' CNT-BANK-APPROVED
           GOBACK.

      *** PARAGRAPHS ***
       LECT-SUPMNT.
           ADD 1 TO CSV-LINE
           READ FSUPMNT AT END
           SET FF-SUPMNT TO TRUE
           DISPLAY 'FIN FICHIER MAINTENANCE FOURNISSEURS/PIECES'
           END-READ
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

      ** OPEN-SUPBANK - a shop without bank details on file yet gets **
      ** the KSDS created on the fly                                 **
       OPEN-SUPBANK.
           OPEN I-O FSUPBANK
           IF FS-SUPBANK = 35
              OPEN OUTPUT FSUPBANK
              CLOSE FSUPBANK
              OPEN I-O FSUPBANK
           END-IF
           IF FS-SUPBANK NOT = 0
              DISPLAY '*** SUPMNTP : SUPBANKK OPEN FAILED ' FS-SUPBANK
                      ' ***'
              MOVE 20 TO WS-ABEND-CODE
              DISPLAY 'ABEND CODE : ' WS-ABEND-CODE
              COMPUTE WS-ANO = 1 / WS-ANO
           END-IF
           .

      **** PARSE-SUPMNT-LINE - SPLITS THE ; DELIMITED LINE AND      ***
      **** ROUTES IT BY ENTITY AND ACTION CODE                      ***
       PARSE-SUPMNT-LINE.
           MOVE SPACES TO SMT-ENTITY SMT-ACTION SMT-KEY SMT-NAME
           MOVE SPACES TO SMT-IBAN SMT-BIC
           MOVE SPACES TO SMT-REORDER-CSV SMT-LEAD-CSV
           EVALUATE ENR-SUPMNT-CSV(1:4)
              WHEN 'S;A;'
              WHEN 'S;C;'
                 UNSTRING ENR-SUPMNT-CSV DELIMITED BY ';'
                 INTO SMT-ENTITY SMT-ACTION SMT-KEY SMT-NAME
                 END-UNSTRING
              WHEN 'S;B;'
                 UNSTRING ENR-SUPMNT-CSV DELIMITED BY ';'
                 INTO SMT-ENTITY SMT-ACTION SMT-KEY SMT-IBAN SMT-BIC
                 END-UNSTRING
              WHEN 'P;A;'
              WHEN 'P;C;'
                 UNSTRING ENR-SUPMNT-CSV DELIMITED BY ';'
                 INTO SMT-ENTITY SMT-ACTION SMT-KEY SMT-NAME
                      SMT-REORDER-CSV SMT-LEAD-CSV
                 END-UNSTRING
              WHEN OTHER
                 UNSTRING ENR-SUPMNT-CSV DELIMITED BY ';'
                 INTO SMT-ENTITY SMT-ACTION SMT-KEY
                 END-UNSTRING
           END-EVALUATE

           IF SMT-KEY = SPACES
              MOVE 'BAD FORMAT/LENGTH' TO LOGREC-MSG
              PERFORM WRITE-LOG
              ADD 1 TO CNT-BAD-FORMAT
              SET DATA-KO TO TRUE
           END-IF

           IF DATA-OK
              PERFORM CHECK-OPERATOR-RIGHT
           END-IF

           IF DATA-OK
              EVALUATE TRUE
                 WHEN SMT-IS-SUPPLIER AND SMT-IS-ADD
                    PERFORM CHECK-NAME
                    IF DATA-OK
                       PERFORM ADD-SUPPLIER-DB
                    END-IF
                 WHEN SMT-IS-SUPPLIER AND SMT-IS-CHANGE
                    PERFORM CHECK-NAME
                    IF DATA-OK
                       PERFORM CHANGE-SUPPLIER-DB
                    END-IF
                 WHEN SMT-IS-SUPPLIER AND SMT-IS-DEACT
                    PERFORM DEACTIVATE-SUPPLIER-DB
                 WHEN SMT-IS-SUPPLIER AND SMT-IS-BANK
                    PERFORM CHECK-BANK-DETAILS
                    IF DATA-OK
                       PERFORM CHECK-SUPPLIER-ACTIVE
                    END-IF
                    IF DATA-OK
                       PERFORM REQUEST-BANK-CHANGE
                    END-IF
                 WHEN SMT-IS-SUPPLIER AND SMT-IS-APPROVE
                    PERFORM APPROVE-BANK-CHANGE
                 WHEN SMT-IS-SUPPLIER AND SMT-IS-REJECT
                    PERFORM REJECT-BANK-CHANGE
                 WHEN SMT-IS-PART AND SMT-IS-ADD
                    PERFORM CHECK-PART-VALUES
                    IF DATA-OK
                       PERFORM ADD-PART-DB
                    END-IF
                 WHEN SMT-IS-PART AND SMT-IS-CHANGE
                    PERFORM CHECK-PART-VALUES
                    IF DATA-OK
                       PERFORM CHANGE-PART-DB
                    END-IF
                 WHEN SMT-IS-PART AND SMT-IS-RETIRE
                    PERFORM RETIRE-PART-DB
                 WHEN OTHER
                    MOVE 'BAD ACTION CODE' TO LOGREC-MSG
                    PERFORM WRITE-LOG
                    ADD 1 TO CNT-BAD-ACTION
                    SET DATA-KO TO TRUE
              END-EVALUATE
           END-IF
           .

      *** CHECK-OPERATOR-RIGHT - APPROVING OR REJECTING A BANK     ***
      *** CHANGE TAKES THE APPROVAL PRIVILEGE, EVERYTHING ELSE THE ***
      *** MAINTENANCE PRIVILEGE                                    ***
       CHECK-OPERATOR-RIGHT.
           IF SMT-IS-SUPPLIER AND (SMT-IS-APPROVE OR SMT-IS-REJECT)
              IF NOT CAN-APPROVE
                 SET DATA-KO TO TRUE
              END-IF
           ELSE
              IF NOT CAN-MAINTAIN
                 SET DATA-KO TO TRUE
              END-IF
           END-IF
           IF DATA-KO
              MOVE 'NOT AUTHORIZED' TO LOGREC-MSG
              PERFORM WRITE-LOG
              ADD 1 TO CNT-NOT-AUTH
           END-IF
           .

       CHECK-NAME.
           IF SMT-NAME = SPACES
              MOVE 'BAD FORMAT/LENGTH' TO LOGREC-MSG
              PERFORM WRITE-LOG
              ADD 1 TO CNT-BAD-FORMAT
              SET DATA-KO TO TRUE
           END-IF
           .

      *** CHECK-PART-VALUES - NAME, REORDER POINT (UP TO 4 DIGITS) ***
      *** AND LEAD TIME IN DAYS (UP TO 3 DIGITS) ARE ALL REQUIRED  ***
       CHECK-PART-VALUES.
           PERFORM CHECK-NAME
           IF DATA-OK
              MOVE 0 TO WS-DIGITS
              INSPECT SMT-REORDER-CSV TALLYING WS-DIGITS
                      FOR CHARACTERS BEFORE INITIAL SPACE
              IF WS-DIGITS = 0 OR WS-DIGITS > 4
                 SET DATA-KO TO TRUE
              ELSE
                 IF SMT-REORDER-CSV(1:WS-DIGITS) IS NOT NUMERIC
                    SET DATA-KO TO TRUE
                 END-IF
              END-IF
              MOVE 0 TO WS-DIGITS
              INSPECT SMT-LEAD-CSV TALLYING WS-DIGITS
                      FOR CHARACTERS BEFORE INITIAL SPACE
              IF WS-DIGITS = 0 OR WS-DIGITS > 3
                 SET DATA-KO TO TRUE
              ELSE
                 IF SMT-LEAD-CSV(1:WS-DIGITS) IS NOT NUMERIC
                    SET DATA-KO TO TRUE
                 END-IF
              END-IF
              IF DATA-KO
                 MOVE 'BAD REORDER/LEAD' TO LOGREC-MSG
                 PERFORM WRITE-LOG
                 ADD 1 TO CNT-BAD-VALUE
              ELSE
                 COMPUTE SMT-REORDER = FUNCTION NUMVAL(SMT-REORDER-CSV)
                 COMPUTE SMT-LEAD    = FUNCTION NUMVAL(SMT-LEAD-CSV)
              END-IF
           END-IF
           .

      *** CHECK-BANK-DETAILS - AN IBAN OPENS ON ITS COUNTRY CODE   ***
      *** AND TWO CHECK DIGITS ; A BIC IS 8 OR 11 CHARACTERS       ***
       CHECK-BANK-DETAILS.
           IF SMT-IBAN(1:2) IS NOT ALPHABETIC OR
              SMT-IBAN(1:2) = SPACES OR
              SMT-IBAN(3:2) IS NOT NUMERIC OR
              SMT-IBAN(15:1) = SPACE
              SET DATA-KO TO TRUE
           END-IF
           MOVE 0 TO WS-DIGITS
           INSPECT SMT-BIC TALLYING WS-DIGITS
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-DIGITS NOT = 8 AND WS-DIGITS NOT = 11
              SET DATA-KO TO TRUE
           END-IF
           IF DATA-KO
              MOVE 'BAD BANK DETAILS' TO LOGREC-MSG
              PERFORM WRITE-LOG
              ADD 1 TO CNT-BAD-VALUE
           END-IF
           .

      *** CHECK-SUPPLIER-ACTIVE - BANK DETAILS ONLY FOR A KNOWN,   ***
      *** ACTIVE SUPPLIER                                          ***
       CHECK-SUPPLIER-ACTIVE.
           MOVE SMT-KEY TO SUP-SNO
           EXEC SQL
              SELECT STATUS
              INTO :WS-SUP-STATUS
              FROM API10.SUPPLIER
              WHERE SNO = :SUP-SNO
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = +100
                 MOVE 'SNO NOT FOUND' TO LOGREC-MSG
                 PERFORM WRITE-LOG
                 ADD 1 TO CNT-NOTFOUND
                 SET DATA-KO TO TRUE
              WHEN SQLCODE NOT = ZERO
                 PERFORM EVAL-ANOMALIE
              WHEN WS-SUP-STATUS = 'I'
                 MOVE 'SUPPLIER INACTIVE' TO LOGREC-MSG
                 PERFORM WRITE-LOG
                 ADD 1 TO CNT-INACTIVE
                 SET DATA-KO TO TRUE
           END-EVALUATE
           .

      *** ADD-SUPPLIER-DB - NEW SUPPLIER, ACTIVE, NO BANK DETAILS   ***
      *** UNTIL A BANK CHANGE IS REQUESTED AND APPROVED             ***
       ADD-SUPPLIER-DB.
           MOVE SMT-KEY TO SUP-SNO
           MOVE LENGTH OF SMT-NAME TO SUP-SNAME-LEN
           MOVE SMT-NAME           TO SUP-SNAME-TEXT
           EXEC SQL
              INSERT INTO API10.SUPPLIER
                 (SNO, SNAME, STATUS)
              VALUES (:SUP-SNO, :SUP-SNAME, 'A')
           END-EXEC
           PERFORM EVAL-SQL
           .

       CHANGE-SUPPLIER-DB.
           MOVE SMT-KEY TO SUP-SNO
           MOVE LENGTH OF SMT-NAME TO SUP-SNAME-LEN
           MOVE SMT-NAME           TO SUP-SNAME-TEXT
           EXEC SQL
              UPDATE API10.SUPPLIER
              SET SNAME = :SUP-SNAME
              WHERE SNO = :SUP-SNO
           END-EXEC
           PERFORM EVAL-SQL
           .

      *** DEACTIVATE-SUPPLIER-DB - THE ROW STAYS (VOUCHERS, PARTSUPP ***
      *** AND HISTORY POINT AT IT), FLAGGED INACTIVE                 ***
       DEACTIVATE-SUPPLIER-DB.
           MOVE SMT-KEY TO SUP-SNO
           EXEC SQL
              UPDATE API10.SUPPLIER
              SET STATUS = 'I'
              WHERE SNO = :SUP-SNO
           END-EXEC
           PERFORM EVAL-SQL
           .

      *** REQUEST-BANK-CHANGE - THE NEW DETAILS ARE PARKED AS THE  ***
      *** PENDING RECORD ; ONE CHANGE AT A TIME PER SUPPLIER       ***
       REQUEST-BANK-CHANGE.
           MOVE SMT-KEY TO SBK-SNO
           MOVE 'P'     TO SBK-KIND
           READ FSUPBANK
           IF FS-SUPBANK = 0
              MOVE 'CHANGE ALREADY PENDING' TO LOGREC-MSG
              PERFORM WRITE-LOG
              ADD 1 TO CNT-BANK-STATE
              SET DATA-KO TO TRUE
           ELSE
              MOVE SPACES          TO ST-SUPBANK
              MOVE SMT-KEY         TO SBK-SNO
              MOVE 'P'             TO SBK-KIND
              MOVE SMT-IBAN        TO SBK-IBAN
              MOVE SMT-BIC         TO SBK-BIC
              MOVE AC-OPERID       TO SBK-OPER
              MOVE WS-RUN-DATE-ISO TO SBK-DATE
              WRITE ST-SUPBANK
              IF FS-SUPBANK NOT = 0
                 PERFORM EVAL-SUPBANK
              ELSE
                 ADD 1 TO CNT-APPLIED
                 ADD 1 TO CNT-BANK-PENDING
                 MOVE 'BANK CHANGE REQUEST' TO WS-JR-ACTION
                 MOVE SMT-BIC               TO WS-JR-AFTER
                 PERFORM JOURNAL-SUP-ACTION
              END-IF
           END-IF
           .

      *** APPROVE-BANK-CHANGE - THE SECOND PAIR OF EYES : NEVER    ***
      *** THE OPERATOR WHO ASKED FOR THE CHANGE. THE PENDING       ***
      *** DETAILS BECOME THE CURRENT ONES                          ***
       APPROVE-BANK-CHANGE.
           PERFORM READ-PENDING-CHANGE
           IF DATA-OK AND SBK-OPER = AC-OPERID
              MOVE 'SAME OPERATOR' TO LOGREC-MSG
              PERFORM WRITE-LOG
              ADD 1 TO CNT-SAME-OPER
              SET DATA-KO TO TRUE
           END-IF
           IF DATA-OK
              MOVE SBK-IBAN TO WS-BANK-IBAN
              MOVE SBK-BIC  TO WS-BANK-BIC
              MOVE SBK-OPER TO WS-BANK-OPER
              DELETE FSUPBANK
              IF FS-SUPBANK NOT = 0
                 PERFORM EVAL-SUPBANK
              END-IF
           END-IF
           IF DATA-OK
              MOVE SMT-KEY TO SBK-SNO
              MOVE 'C'     TO SBK-KIND
              READ FSUPBANK
              MOVE SMT-KEY         TO SBK-SNO
              MOVE 'C'             TO SBK-KIND
              MOVE WS-BANK-IBAN    TO SBK-IBAN
              MOVE WS-BANK-BIC     TO SBK-BIC
              MOVE AC-OPERID       TO SBK-OPER
              MOVE WS-RUN-DATE-ISO TO SBK-DATE
              IF FS-SUPBANK = 0
                 REWRITE ST-SUPBANK
              ELSE
                 WRITE ST-SUPBANK
              END-IF
              IF FS-SUPBANK NOT = 0
                 PERFORM EVAL-SUPBANK
              ELSE
                 ADD 1 TO CNT-APPLIED
                 ADD 1 TO CNT-BANK-APPROVED
                 MOVE 'BANK CHANGE APPROVED' TO WS-JR-ACTION
                 MOVE WS-BANK-OPER          TO WS-JR-BEFORE
                 MOVE WS-BANK-BIC           TO WS-JR-AFTER
                 PERFORM JOURNAL-SUP-ACTION
              END-IF
           END-IF
           .

      *** REJECT-BANK-CHANGE - THE PENDING DETAILS ARE DROPPED, THE ***
      *** CURRENT ONES STAND                                        ***
       REJECT-BANK-CHANGE.
           PERFORM READ-PENDING-CHANGE
           IF DATA-OK
              MOVE SBK-OPER TO WS-BANK-OPER
              DELETE FSUPBANK
              IF FS-SUPBANK NOT = 0
                 PERFORM EVAL-SUPBANK
              ELSE
                 ADD 1 TO CNT-APPLIED
                 MOVE 'BANK CHANGE REJECTED' TO WS-JR-ACTION
                 MOVE WS-BANK-OPER          TO WS-JR-BEFORE
                 PERFORM JOURNAL-SUP-ACTION
              END-IF
           END-IF
           .

       READ-PENDING-CHANGE.
           MOVE SMT-KEY TO SBK-SNO
           MOVE 'P'     TO SBK-KIND
           READ FSUPBANK
           IF FS-SUPBANK NOT = 0
              MOVE 'NO CHANGE PENDING' TO LOGREC-MSG
              PERFORM WRITE-LOG
              ADD 1 TO CNT-BANK-STATE
              SET DATA-KO TO TRUE
           END-IF
           .

      *** ADD-PART-DB - NEW PART, ACTIVE, WITH THE REORDER POINT   ***
      *** AND LEAD TIME PART5P PLANS FROM                          ***
       ADD-PART-DB.
           MOVE SMT-KEY TO PARTS-PNO
           MOVE LENGTH OF SMT-NAME TO PARTS-PNAME-LEN
           MOVE SMT-NAME           TO PARTS-PNAME-TEXT
           MOVE SMT-REORDER        TO PARTS-REORDER-POINT
           MOVE SMT-LEAD           TO PARTS-LEAD-TIME
           EXEC SQL
              INSERT INTO API10.PARTS
                 (PNO, PNAME, REORDER_POINT, LEAD_TIME, STATUS)
              VALUES (:PARTS-PNO, :PARTS-PNAME, :PARTS-REORDER-POINT,
                      :PARTS-LEAD-TIME, 'A')
           END-EXEC
           PERFORM EVAL-SQL
           .

       CHANGE-PART-DB.
           MOVE SMT-KEY TO PARTS-PNO
           MOVE LENGTH OF SMT-NAME TO PARTS-PNAME-LEN
           MOVE SMT-NAME           TO PARTS-PNAME-TEXT
           MOVE SMT-REORDER        TO PARTS-REORDER-POINT
           MOVE SMT-LEAD           TO PARTS-LEAD-TIME
           EXEC SQL
              UPDATE API10.PARTS
              SET PNAME         = :PARTS-PNAME,
                  REORDER_POINT = :PARTS-REORDER-POINT,
                  LEAD_TIME     = :PARTS-LEAD-TIME
              WHERE PNO = :PARTS-PNO
           END-EXEC
           PERFORM EVAL-SQL
           .

      *** RETIRE-PART-DB - THE ROW STAYS FOR HISTORY ; PART5P NO    ***
      *** LONGER PLANS REORDERS FOR IT                              ***
       RETIRE-PART-DB.
           MOVE SMT-KEY TO PARTS-PNO
           EXEC SQL
              UPDATE API10.PARTS
              SET STATUS = 'R'
              WHERE PNO = :PARTS-PNO
           END-EXEC
           PERFORM EVAL-SQL
           .

      *** EVAL-SQL - EVAL SQLCODE RETURNED BY DB2 ; AN APPLIED   ***
      *** TRANSACTION LANDS ON THE CENTRAL CONTROL JOURNAL       ***
       EVAL-SQL.
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
              ADD 1 TO CNT-APPLIED
              PERFORM JOURNAL-MASTER-ACTION
              WHEN SQLCODE = -803
              DISPLAY 'ERREUR INSERT : DOUBLON SUR-> ' SMT-KEY
              MOVE '  DOUBLON ! -> ' TO LOGREC-MSG
              PERFORM WRITE-LOG
              ADD 1 TO CNT-DUPLICATE
              WHEN SQLCODE = +100
              DISPLAY 'CLE INTROUVABLE -> ' SMT-ENTITY ' ' SMT-KEY
              IF SMT-IS-SUPPLIER
                 MOVE 'SNO NOT FOUND' TO LOGREC-MSG
              ELSE
                 MOVE 'PNO NOT FOUND' TO LOGREC-MSG
              END-IF
              PERFORM WRITE-LOG
              ADD 1 TO CNT-NOTFOUND
              WHEN SQLCODE > ZERO
              DISPLAY 'WARNING : ' SQLCODE
              WHEN OTHER
              PERFORM EVAL-ANOMALIE
           END-EVALUATE
           .

       EVAL-ANOMALIE.
           MOVE SQLCODE TO ED-SQLCODE
           DISPLAY 'ANOMALIE ' ED-SQLCODE
           EXEC SQL ROLLBACK END-EXEC
           DISPLAY 'ROLLING BACK TO PREV TABLE STATE'
           MOVE 10 TO WS-ABEND-CODE
           DISPLAY 'ABEND CODE : ' WS-ABEND-CODE
           COMPUTE WS-ANO = 1 / WS-ANO
           .

      *** EVAL-SUPBANK - A BANK-DETAIL FILE THAT CANNOT BE WRITTEN  ***
      *** STOPS THE RUN : NO CHANGE MAY GO HALF-RECORDED            ***
       EVAL-SUPBANK.
           DISPLAY 'SUPBANKK I/O ERROR ' FS-SUPBANK ' ON ' SMT-KEY
           EXEC SQL ROLLBACK END-EXEC
           MOVE 20 TO WS-ABEND-CODE
           DISPLAY 'ABEND CODE : ' WS-ABEND-CODE
           COMPUTE WS-ANO = 1 / WS-ANO
           .

      ** READ-PARM-CARDS - the operator card every control program **
      ** now demands                                                **
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 1 TO PARM-COUNT
           MOVE 'OPERID' TO PARM-KEYWORD(1)
           MOVE 'X'      TO PARM-TYPE(1)
           MOVE 'Y'      TO PARM-REQUIRED(1)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              MOVE PARM-VALUE(1)(1:8) TO AC-OPERID
           END-IF
           .

      ** WRITE-CONTROL-JOURNAL - one central journal record per    **
      ** action taken, stamped by the CTLAUTH subprogram            **
       WRITE-CONTROL-JOURNAL.
           CALL 'CTLJRNW' USING WS-JR-PGM AC-OPERID WS-JR-ACTION
                                WS-JR-KEY WS-JR-BEFORE WS-JR-AFTER
           MOVE SPACES TO WS-JR-ACTION
           MOVE SPACES TO WS-JR-KEY
           MOVE SPACES TO WS-JR-BEFORE
           MOVE SPACES TO WS-JR-AFTER
           .

      ** JOURNAL-MASTER-ACTION - what was done to which supplier or **
      ** part ; the new value rides in AFTER                        **
       JOURNAL-MASTER-ACTION.
           EVALUATE TRUE
              WHEN SMT-IS-SUPPLIER AND SMT-IS-ADD
                 MOVE 'SUPPLIER ADDED' TO WS-JR-ACTION
                 MOVE SMT-NAME TO WS-JR-AFTER
              WHEN SMT-IS-SUPPLIER AND SMT-IS-CHANGE
                 MOVE 'SUPPLIER CHANGED' TO WS-JR-ACTION
                 MOVE SMT-NAME TO WS-JR-AFTER
              WHEN SMT-IS-SUPPLIER AND SMT-IS-DEACT
                 MOVE 'SUPPLIER DEACTIVATED' TO WS-JR-ACTION
                 MOVE 'INACTIVE' TO WS-JR-AFTER
              WHEN SMT-IS-PART AND SMT-IS-ADD
                 MOVE 'PART ADDED' TO WS-JR-ACTION
                 MOVE SMT-NAME TO WS-JR-AFTER
              WHEN SMT-IS-PART AND SMT-IS-CHANGE
                 MOVE 'PART CHANGED' TO WS-JR-ACTION
                 STRING SMT-REORDER     DELIMITED BY SIZE
                        '/'             DELIMITED BY SIZE
                        SMT-LEAD        DELIMITED BY SIZE
                   INTO WS-JR-AFTER
                 END-STRING
              WHEN SMT-IS-PART AND SMT-IS-RETIRE
                 MOVE 'PART RETIRED' TO WS-JR-ACTION
                 MOVE 'RETIRED' TO WS-JR-AFTER
           END-EVALUATE
           PERFORM JOURNAL-SUP-ACTION
           .

       JOURNAL-SUP-ACTION.
           MOVE SMT-ENTITY TO WS-JR-KEY(1:1)
           MOVE SMT-KEY    TO WS-JR-KEY(3:2)
           PERFORM WRITE-CONTROL-JOURNAL
           .

      *** WRITE-LOG - WRITES A LOG REPORT FOR REJECTED TRANSACTIONS ***
       WRITE-LOG.
           COMPUTE LOGREC-REF = CSV-LINE
           MOVE    SMT-KEY        TO LOGREC-PNO
           MOVE    ENR-SUPMNT-CSV TO LOGREC-DETAIL
           WRITE   ENR-LOG        FROM ST-LOADLOG
           INITIALIZE ST-LOADLOG
           MOVE    "CSV LINE N. "  TO LOGREC-LABEL
           ADD 1 TO CNT-TOTAL-REJECTS
           .

      *** WRITE-LOG-FOOTER - TOTALS REJECTS BY REASON AT GOBACK TIME ***
       WRITE-LOG-FOOTER.
           WRITE ENR-LOG FROM LOG-FOOT-HEAD

           MOVE 'BAD FORMAT/LENGTH' TO LOGREC-FLABEL
           MOVE CNT-BAD-FORMAT      TO LOGREC-FCOUNT
           WRITE ENR-LOG FROM ST-LOADLOG-FOOT

           MOVE 'BAD ACTION CODE'   TO LOGREC-FLABEL
           MOVE CNT-BAD-ACTION      TO LOGREC-FCOUNT
           WRITE ENR-LOG FROM ST-LOADLOG-FOOT

           MOVE 'NOT AUTHORIZED'    TO LOGREC-FLABEL
           MOVE CNT-NOT-AUTH        TO LOGREC-FCOUNT
           WRITE ENR-LOG FROM ST-LOADLOG-FOOT

           MOVE 'DUPLICATE KEY'     TO LOGREC-FLABEL
           MOVE CNT-DUPLICATE       TO LOGREC-FCOUNT
           WRITE ENR-LOG FROM ST-LOADLOG-FOOT

           MOVE 'SNO/PNO NOT FOUND' TO LOGREC-FLABEL
           MOVE CNT-NOTFOUND        TO LOGREC-FCOUNT
           WRITE ENR-LOG FROM ST-LOADLOG-FOOT

           MOVE 'BAD VALUE'         TO LOGREC-FLABEL
           MOVE CNT-BAD-VALUE       TO LOGREC-FCOUNT
           WRITE ENR-LOG FROM ST-LOADLOG-FOOT

           MOVE 'SUPPLIER INACTIVE' TO LOGREC-FLABEL
           MOVE CNT-INACTIVE        TO LOGREC-FCOUNT
           WRITE ENR-LOG FROM ST-LOADLOG-FOOT

           MOVE 'BANK CHANGE STATE' TO LOGREC-FLABEL
           MOVE CNT-BANK-STATE      TO LOGREC-FCOUNT
           WRITE ENR-LOG FROM ST-LOADLOG-FOOT

           MOVE 'SAME OPERATOR'     TO LOGREC-FLABEL
           MOVE CNT-SAME-OPER       TO LOGREC-FCOUNT
           WRITE ENR-LOG FROM ST-LOADLOG-FOOT

           MOVE 'TOTAL REJECTED'    TO LOGREC-FLABEL
           MOVE CNT-TOTAL-REJECTS   TO LOGREC-FCOUNT
           WRITE ENR-LOG FROM ST-LOADLOG-FOOT
           .
