       IDENTIFICATION DIVISION.
       PROGRAM-ID. NPOINVP.
       AUTHOR.     HINKOKO.
      ********************************************************************
      *    THIS PROGRAM IS INTENDED TO :                                 *
      *       - TURN SUPPLIER INVOICES THAT NEVER HAD A PURCHASE ORDER   *
      *         (RENT, UTILITIES, CARRIERS, SERVICES) INTO PAYABLE       *
      *         VOUCHERS ON FICVOUCH, NUMBERED OFF THE 'VOUCHER' RANGE   *
      *         LIKE SUPINVP'S, SO APPAYP PAYS THEM AND PRINTS THEIR     *
      *         REMITTANCE ADVICES LIKE ANY OTHER                        *
      *       - EVERY SUCH VOUCHER CARRIES THE EXPENSE ACCOUNT ROLE      *
      *         (MUST BE ON FICCOA) AND ITS APPROVER, WHO MUST HOLD THE  *
      *         NON-PO APPROVAL PRIVILEGE IN FICAUTH AND MAY NOT BE THE  *
      *         OPERATOR KEYING THE INVOICE                              *
      *       - MAINTAIN THE RECURRING TEMPLATES (FICNPOTPL) AND RAISE   *
      *         EACH ACTIVE TEMPLATE'S VOUCHER ONCE A MONTH, ON OR AFTER *
      *         ITS DAY OF THE MONTH                                     *
      *       - TRANSACTION FILE (; DELIMITED) :                         *
      *         I;SNO;INVREF;AMOUNT;INVDATE;ROLE;APPROVER  (INVOICE)     *
      *         T;A;TPLID;SNO;AMOUNT;DAY;ROLE;APPROVER;DESC (ADD TPL)    *
      *         T;C;TPLID;SNO;AMOUNT;DAY;ROLE;APPROVER;DESC (CHANGE TPL) *
      *         T;X;TPLID                                  (END TPL)     *
      *         A NEGATIVE AMOUNT ON AN INVOICE LINE IS A CREDIT NOTE    *
      *       - GENERETE AN ERROR LOG FILE (LOADLOG FORMAT)              *
      *                                                                  *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :             *
      *      OPERID=XXXXXXXX     THE OPERATOR KEYING THE INVOICES (REQ.) *
      *      RUNDATE=YYYY-MM-DD  THE PROCESSING DATE TEMPLATES RAISE     *
      *                          THEIR MONTHLY VOUCHER AGAINST (REQ.)    *
      ********************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FNPOINV ASSIGN TO FICNPOINV
               FILE STATUS IS FS-NPOINV.
           SELECT FNPOTPL ASSIGN TO FICNPOTPL
               FILE STATUS IS FS-NPOTPL.
           SELECT FCOA    ASSIGN TO FICCOA
               FILE STATUS IS FS-COA.
           SELECT FVOUCH  ASSIGN TO FICVOUCH
               FILE STATUS IS FS-VOUCH.
           SELECT FLOG    ASSIGN TO FICNPOLOG.
      *****************************************
       DATA DIVISION.
       FILE SECTION.
       FD FNPOINV.
       01 ENR-NPOINV.
       05 ENR-NPOINV-CSV  PIC X(80).

      ** FNPOTPL - THE RECURRING INVOICE TEMPLATES, REWRITTEN IN   **
      ** FULL AT THE END OF EVERY RUN. LAST-PERIOD (YYYY-MM) IS    **
      ** THE LAST MONTH A VOUCHER WAS RAISED ; STATUS A OR X       **
       FD FNPOTPL.
       01 ENR-NPOTPL.
          05 TPL-ID          PIC X(6).
          05 TPL-SNO         PIC X(2).
          05 TPL-AMOUNT      PIC S9(7)V9(2).
          05 TPL-DAY         PIC 9(2).
          05 TPL-ROLE        PIC X(8).
          05 TPL-APPROVER    PIC X(8).
          05 TPL-DESC        PIC X(20).
          05 TPL-LAST-PERIOD PIC X(7).
          05 TPL-STATUS      PIC X(1).
          05 TPL-OPER        PIC X(8).
          05 FILLER          PIC X(9).

      ** FCOA - CHART OF ACCOUNTS : ONE ROLE KEYWORD MAPPED TO THE  **
      ** LEDGER ACCOUNT NUMBER THE GL SYSTEM KNOWS                  **
       FD FCOA.
       01 ENR-COA.
          05 COA-ROLE      PIC X(8).
          05 COA-ACCOUNT   PIC X(8).
          05 FILLER        PIC X(64).

      ** FVOUCH - THE PAYABLE VOUCHERS ; A NON-PO VOUCHER HAS PO    **
      ** NUMBER ZERO AND CARRIES ITS EXPENSE ROLE AND APPROVER      **
       FD FVOUCH.
       01 ENR-VOUCH.
          05 VCH-NO        PIC 9(6).
          05 VCH-SNO       PIC X(2).
          05 VCH-INV-REF   PIC X(10).
          05 VCH-PO-NO     PIC 9(8).
          05 VCH-AMOUNT    PIC S9(7)V9(2).
          05 VCH-DUE-DATE  PIC X(10).
          05 VCH-STATUS    PIC X(1).
          05 VCH-EXP-ROLE  PIC X(8).
          05 VCH-APPROVER  PIC X(8).
      ** PART, QUANTITY AND ENTRY DATE OF THE VOUCHER : APGLEXP    **
      ** CLEARS THE RECEIPT ACCRUAL OFF THEM (SPACES/ZERO ON A     **
      ** NON-PO VOUCHER AND ON VOUCHERS OLDER THAN THE GL EXPORT)  **
          05 VCH-PNO       PIC X(2).
          05 VCH-QTY       PIC 9(4).
          05 VCH-ENTRY-DATE PIC X(10).
          05 FILLER        PIC X(2).

       FD FLOG.
       01 ENR-LOG         PIC X(80).

       WORKING-STORAGE SECTION.
      *** variables for holding csv parsing ***
       01 NPI-TYPE        PIC X(1).
          88 NPI-IS-INVOICE     VALUE 'I'.
          88 NPI-IS-TEMPLATE    VALUE 'T'.
       01 NPI-ACTION      PIC X(1).
          88 NPI-IS-ADD         VALUE 'A'.
          88 NPI-IS-CHANGE      VALUE 'C'.
          88 NPI-IS-END         VALUE 'X'.
       01 NPI-SNO         PIC X(2).
       01 NPI-INV-REF     PIC X(10).
       01 NPI-TPL-ID      PIC X(6).
       01 NPI-AMOUNT-CSV  PIC X(12).
       01 NPI-DATE        PIC X(10).
       01 NPI-DAY-CSV     PIC X(3).
       01 NPI-ROLE        PIC X(8).
       01 NPI-APPROVER    PIC X(8).
       01 NPI-DESC        PIC X(20).
       77 NPI-AMOUNT      PIC S9(7)V9(2) VALUE 0.
       77 NPI-DAY         PIC 9(2) VALUE 0.
       77 WS-LOG-LABEL    PIC X(12) VALUE SPACES.
       77 WS-LOG-DETAIL   PIC X(80) VALUE SPACES.

      *** STATUT DES FICHIERS ***
       77 FS-NPOINV       PIC 99 VALUE 0.
       77 FS-NPOTPL       PIC 99 VALUE 0.
       77 FS-COA          PIC 99 VALUE 0.
       77 FS-VOUCH        PIC 99 VALUE 0.
       77 WS-NPOTPL-EOF   PIC 9  VALUE 0.
            88 FF-NPOTPL        VALUE 1.
       77 WS-COA-EOF      PIC 9  VALUE 0.
            88 FF-COA           VALUE 1.
       77 WS-VOUCH-EOF    PIC 9  VALUE 0.
            88 FF-VOUCH         VALUE 1.

      *** LES MODELES RECURRENTS EN TABLE, DESSIN DU FICHIER ***
       01 TPL-TAB.
          05 TT-ENTRY OCCURS 200 TIMES.
             10 TT-ID          PIC X(6).
             10 TT-SNO         PIC X(2).
             10 TT-AMOUNT      PIC S9(7)V9(2).
             10 TT-DAY         PIC 9(2).
             10 TT-ROLE        PIC X(8).
             10 TT-APPROVER    PIC X(8).
             10 TT-DESC        PIC X(20).
             10 TT-LAST-PERIOD PIC X(7).
             10 TT-STATUS      PIC X(1).
             10 TT-OPER        PIC X(8).
             10 FILLER         PIC X(9).
       77 TT-CNT          PIC 9(3) VALUE 0.
       77 TT-IDX          PIC 9(3) VALUE 0.
       77 WS-TPL-HIT      PIC 9(3) VALUE 0.

      *** PLAN COMPTABLE CHARGE EN TABLE ***
       01 COA-TAB.
          05 COA-ENTRY OCCURS 50 TIMES.
             10 CAT-ROLE    PIC X(8).
       77 COA-CNT         PIC 99 VALUE 0.
       77 COA-IDX         PIC 99 VALUE 0.
       77 WS-ROLE-FLAG    PIC 9 VALUE 0.
            88 ROLE-ON-CHART    VALUE 1.

      *** FACTURES DEJA EN BON A PAYER (FOURNISSEUR + REFERENCE) ***
       01 VKEY-TAB.
          05 VK-ENTRY OCCURS 999 TIMES.
             10 VK-SNO      PIC X(2).
             10 VK-INV-REF  PIC X(10).
       77 VK-CNT          PIC 9(3) VALUE 0.
       77 VK-IDX          PIC 9(3) VALUE 0.
       77 WS-DUP-FLAG     PIC 9 VALUE 0.
            88 INVOICE-ON-FILE  VALUE 1.

      *** NUMEROTATION DES BONS A PAYER (REGISTRE DES PLAGES) ***
       COPY NUMRNG.
       77 WS-CUR-VCH-NO   PIC 9(6) VALUE 0.

      *** CALCUL DE L'ECHEANCE (FACTURE + 30 JOURS) ***
       77 WS-INV-DATE     PIC X(10) VALUE SPACES.
       77 WS-DUE-INT      PIC 9(8) VALUE 0.
       01 WS-DUE-YYYYMMDD PIC 9(8) VALUE 0.
       01 WS-DUE-RED REDEFINES WS-DUE-YYYYMMDD.
          05 WS-DUE-AAAA  PIC X(4).
          05 WS-DUE-MM    PIC X(2).
          05 WS-DUE-JJ    PIC X(2).
       77 WS-DUE-DATE-ISO PIC X(10) VALUE SPACES.
       77 WS-INV-YYYYMMDD PIC 9(8) VALUE 0.

      *** CONTROLE DE DATE PAR CONVDATE ***
       77 WS-DATEPROG     PIC X(8) VALUE 'CONVDATE'.
       77 WS-US-FORMAT    PIC X(2) VALUE 'US'.
       77 WS-CK-DATE      PIC X(10).
       77 WS-SLASH-CNT    PIC 99 VALUE 0.

      *** CONTROLE FOURNISSEUR ***
       77 WS-SUP-STATUS   PIC X(1) VALUE SPACE.

      ** OPERATOR CONTROL - THE OPERID= CARD NAMES WHO KEYS THE   **
      ** INVOICES ; EACH APPROVER IS VALIDATED THROUGH CTLAUTH    **
      ** AGAINST FICAUTH, AND EVERY VOUCHER RAISED AND TEMPLATE   **
      ** CHANGED LANDS ON THE CENTRAL CONTROL JOURNAL             **
       COPY PARMBLK.
       77 AC-OPERID       PIC X(8) VALUE SPACES.
       77 AC-RUN-DATE     PIC X(10) VALUE SPACES.
       77 WS-RUN-PERIOD   PIC X(7) VALUE SPACES.
       77 WS-RUN-DAY      PIC 9(2) VALUE 0.
       77 WS-CA-ACTION    PIC X(1) VALUE 'N'.
       77 WS-CA-RESULT    PIC X(4) VALUE SPACES.
       77 WS-JR-PGM       PIC X(8) VALUE 'NPOINVP '.
       77 WS-JR-ACTION    PIC X(20) VALUE SPACES.
       77 WS-JR-KEY       PIC X(10) VALUE SPACES.
       77 WS-JR-BEFORE    PIC X(14) VALUE SPACES.
       77 WS-JR-AFTER     PIC X(14) VALUE SPACES.
       01 ED-JR-AMOUNT    PIC -ZZZZZZ9.99.

      *** VARS CLASSIQUES ***
       77 NPI-FLAG      PIC 9  VALUE 0.
          88 FF-NPOINV       VALUE 1.
       77 VALID-DATA    PIC 9.
          88 DATA-OK         VALUE 1.
          88 DATA-KO         VALUE 0.
       77 CSV-LINE      PIC 9(3) VALUE 0.
       77 WS-ANO        PIC 9 VALUE 0.
       77 WS-ABEND-CODE PIC 9(02) VALUE 0.
       01 ED-SQLCODE    PIC +Z(8)9.

      * LOG FILE ***
       01 LOG-HEAD        PIC X(30) VALUE
             "LOG REPORT - NON-PO INVOICES".
       01 LOG-FOOT-HEAD   PIC X(28) VALUE "REJECT SUMMARY BY REASON :".
       COPY LOADLOG.

       77 CNT-BAD-FORMAT    PIC 9(4) VALUE 0.
       77 CNT-BAD-ACTION    PIC 9(4) VALUE 0.
       77 CNT-BAD-AMOUNT    PIC 9(4) VALUE 0.
       77 CNT-BAD-DATE      PIC 9(4) VALUE 0.
       77 CNT-BAD-ROLE      PIC 9(4) VALUE 0.
       77 CNT-BAD-SUPPLIER  PIC 9(4) VALUE 0.
       77 CNT-NOT-AUTH      PIC 9(4) VALUE 0.
       77 CNT-SAME-OPER     PIC 9(4) VALUE 0.
       77 CNT-DUPLICATE     PIC 9(4) VALUE 0.
       77 CNT-TPL-STATE     PIC 9(4) VALUE 0.
       77 CNT-TOTAL-REJECTS PIC 9(4) VALUE 0.
       77 CNT-VOUCHERED     PIC 9(4) VALUE 0.
       77 CNT-RECURRING     PIC 9(4) VALUE 0.
       77 CNT-TPL-CHANGES   PIC 9(4) VALUE 0.

      *************** DB2 *******
           EXEC SQL INCLUDE SQLCA END-EXEC
           EXEC SQL INCLUDE SUP END-EXEC

       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** NPOINVP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE AC-RUN-DATE(1:7) TO WS-RUN-PERIOD
           COMPUTE WS-RUN-DAY = FUNCTION NUMVAL(AC-RUN-DATE(9:2))

           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM LOAD-TEMPLATES
           PERFORM LOAD-VOUCHER-KEYS

           OPEN OUTPUT FLOG
           MOVE "CSV LINE N. " TO WS-LOG-LABEL
           MOVE WS-LOG-LABEL   TO LOGREC-LABEL
           WRITE ENR-LOG FROM LOG-HEAD
           OPEN EXTEND FVOUCH

           OPEN INPUT FNPOINV
           IF FS-NPOINV = 0
              PERFORM LECT-NPOINV
              PERFORM UNTIL FF-NPOINV
                 SET DATA-OK TO TRUE
                 PERFORM PARSE-NPOINV-LINE
                 PERFORM LECT-NPOINV
              END-PERFORM
              CLOSE FNPOINV
           ELSE
              DISPLAY 'NO NON-PO INVOICE FILE TODAY'
           END-IF

      *** PUIS LES MODELES ARRIVES A ECHEANCE CE MOIS-CI ***
           MOVE "TEMPLATE    " TO WS-LOG-LABEL
           MOVE WS-LOG-LABEL   TO LOGREC-LABEL
           PERFORM VARYING TT-IDX FROM 1 BY 1 UNTIL TT-IDX > TT-CNT
              IF TT-STATUS(TT-IDX) = 'A' AND
                 TT-LAST-PERIOD(TT-IDX) < WS-RUN-PERIOD AND
                 TT-DAY(TT-IDX) NOT > WS-RUN-DAY
                 SET DATA-OK TO TRUE
                 PERFORM RAISE-RECURRING-VOUCHER
              END-IF
           END-PERFORM

           CLOSE FVOUCH
           PERFORM REWRITE-TEMPLATES
           PERFORM WRITE-LOG-FOOTER
           CLOSE FLOG
           DISPLAY 'NON-PO VOUCHERS CREATED : ' CNT-VOUCHERED
           DISPLAY 'RECURRING VOUCHERS      : ' CNT-RECURRING
           DISPLAY 'TEMPLATE CHANGES        : ' CNT-TPL-CHANGES
           DISPLAY 'LINES REJECTED          : ' CNT-TOTAL-REJECTS
           GOBACK.

      *** PARAGRAPHS ***
       LECT-NPOINV.
           ADD 1 TO CSV-LINE
           READ FNPOINV AT END
           SET FF-NPOINV TO TRUE
           DISPLAY 'FIN FICHIER FACTURES HORS COMMANDE'
           END-READ
           .

      ** READ-PARM-CARDS - the operator card every control program **
      ** now demands, and the processing date                      **
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 2 TO PARM-COUNT
           MOVE 'OPERID'  TO PARM-KEYWORD(1)
           MOVE 'X'       TO PARM-TYPE(1)
           MOVE 'Y'       TO PARM-REQUIRED(1)
           MOVE 'RUNDATE' TO PARM-KEYWORD(2)
           MOVE 'D'       TO PARM-TYPE(2)
           MOVE 'Y'       TO PARM-REQUIRED(2)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              MOVE PARM-VALUE(1)(1:8)  TO AC-OPERID
              MOVE PARM-VALUE(2)(1:10) TO AC-RUN-DATE
           END-IF
           .

       LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT FCOA
           IF FS-COA NOT = 0
              DISPLAY 'NO CHART-OF-ACCOUNTS FILE'
           ELSE
              PERFORM UNTIL FF-COA
                 READ FCOA
                    AT END
                       SET FF-COA TO TRUE
                    NOT AT END
                       IF COA-CNT < 50
                          ADD 1 TO COA-CNT
                          MOVE COA-ROLE TO CAT-ROLE(COA-CNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FCOA
           END-IF
           .

      ** LOAD-TEMPLATES - the file is rewritten in full at the end ; **
      ** a truncated table would lose the overflowed templates       **
       LOAD-TEMPLATES.
           OPEN INPUT FNPOTPL
           IF FS-NPOTPL NOT = 0
              DISPLAY 'NO TEMPLATE FILE YET'
           ELSE
              PERFORM UNTIL FF-NPOTPL
                 READ FNPOTPL
                    AT END
                       SET FF-NPOTPL TO TRUE
                    NOT AT END
                       IF TT-CNT < 200
                          ADD 1 TO TT-CNT
                          MOVE ENR-NPOTPL TO TT-ENTRY(TT-CNT)
                       ELSE
                          DISPLAY 'TEMPLATE TABLE FULL - RUN'
                                  ' REFUSED, RAISE OCCURS'
                          MOVE 8 TO RETURN-CODE
                          GOBACK
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FNPOTPL
           END-IF
           .

      ** LOAD-VOUCHER-KEYS - supplier and invoice reference of every **
      ** voucher already raised, so one invoice is never paid twice  **
       LOAD-VOUCHER-KEYS.
           OPEN INPUT FVOUCH
           IF FS-VOUCH NOT = 0
              DISPLAY 'NO VOUCHER FILE YET'
           ELSE
              PERFORM UNTIL FF-VOUCH
                 READ FVOUCH
                    AT END
                       SET FF-VOUCH TO TRUE
                    NOT AT END
                       PERFORM NOTE-VOUCHER-KEY
                 END-READ
              END-PERFORM
              CLOSE FVOUCH
           END-IF
           .

       NOTE-VOUCHER-KEY.
           IF VK-CNT < 999
              ADD 1 TO VK-CNT
              MOVE VCH-SNO     TO VK-SNO(VK-CNT)
              MOVE VCH-INV-REF TO VK-INV-REF(VK-CNT)
           ELSE
              DISPLAY 'VOUCHER KEY TABLE FULL, RAISE OCCURS'
           END-IF
           .

      **** PARSE-NPOINV-LINE - SPLITS THE ; DELIMITED LINE AND      ***
      **** ROUTES IT BY TYPE AND ACTION CODE                        ***
       PARSE-NPOINV-LINE.
           MOVE ENR-NPOINV-CSV TO WS-LOG-DETAIL
           MOVE SPACES TO NPI-TYPE NPI-ACTION NPI-SNO NPI-INV-REF
           MOVE SPACES TO NPI-TPL-ID NPI-AMOUNT-CSV NPI-DATE
           MOVE SPACES TO NPI-DAY-CSV NPI-ROLE NPI-APPROVER NPI-DESC
           EVALUATE ENR-NPOINV-CSV(1:2)
              WHEN 'I;'
                 UNSTRING ENR-NPOINV-CSV DELIMITED BY ';'
                 INTO NPI-TYPE NPI-SNO NPI-INV-REF NPI-AMOUNT-CSV
                      NPI-DATE NPI-ROLE NPI-APPROVER
                 END-UNSTRING
              WHEN 'T;'
                 UNSTRING ENR-NPOINV-CSV DELIMITED BY ';'
                 INTO NPI-TYPE NPI-ACTION NPI-TPL-ID NPI-SNO
                      NPI-AMOUNT-CSV NPI-DAY-CSV NPI-ROLE
                      NPI-APPROVER NPI-DESC
                 END-UNSTRING
              WHEN OTHER
                 MOVE 'BAD ACTION CODE' TO LOGREC-MSG
                 PERFORM WRITE-LOG
                 ADD 1 TO CNT-BAD-ACTION
                 SET DATA-KO TO TRUE
           END-EVALUATE

           IF DATA-OK
              EVALUATE TRUE
                 WHEN NPI-IS-INVOICE
                    PERFORM CHECK-INVOICE-LINE
                    IF DATA-OK
                       PERFORM CREATE-NPO-VOUCHER
                    END-IF
                 WHEN NPI-IS-TEMPLATE AND NPI-IS-ADD
                    PERFORM FIND-TEMPLATE
                    IF WS-TPL-HIT > 0
                       MOVE 'TEMPLATE EXISTS' TO LOGREC-MSG
                       PERFORM WRITE-LOG
                       ADD 1 TO CNT-TPL-STATE
                       SET DATA-KO TO TRUE
                    END-IF
                    IF DATA-OK
                       PERFORM CHECK-TEMPLATE-LINE
                    END-IF
                    IF DATA-OK
                       PERFORM ADD-TEMPLATE
                    END-IF
                 WHEN NPI-IS-TEMPLATE AND NPI-IS-CHANGE
                    PERFORM FIND-ACTIVE-TEMPLATE
                    IF DATA-OK
                       PERFORM CHECK-TEMPLATE-LINE
                    END-IF
                    IF DATA-OK
                       PERFORM CHANGE-TEMPLATE
                    END-IF
                 WHEN NPI-IS-TEMPLATE AND NPI-IS-END
                    PERFORM FIND-ACTIVE-TEMPLATE
                    IF DATA-OK
                       PERFORM END-TEMPLATE
                    END-IF
                 WHEN OTHER
                    MOVE 'BAD ACTION CODE' TO LOGREC-MSG
                    PERFORM WRITE-LOG
                    ADD 1 TO CNT-BAD-ACTION
                    SET DATA-KO TO TRUE
              END-EVALUATE
           END-IF
           .

      *** CHECK-INVOICE-LINE - EVERY FIELD PRESENT, A REAL AMOUNT  ***
      *** AND DATE, A KNOWN EXPENSE ROLE, A LIVE SUPPLIER, AN      ***
      *** ENTITLED SECOND OPERATOR AS APPROVER, NOT PAID BEFORE    ***
       CHECK-INVOICE-LINE.
           IF NPI-SNO = SPACES OR NPI-INV-REF = SPACES OR
              NPI-AMOUNT-CSV = SPACES OR NPI-DATE = SPACES OR
              NPI-ROLE = SPACES OR NPI-APPROVER = SPACES
              MOVE 'BAD FORMAT/LENGTH' TO LOGREC-MSG
              PERFORM WRITE-LOG
              ADD 1 TO CNT-BAD-FORMAT
              SET DATA-KO TO TRUE
           END-IF
           IF DATA-OK
              PERFORM CHECK-AMOUNT
           END-IF
           IF DATA-OK
              PERFORM CHECK-INVOICE-DATE
           END-IF
           IF DATA-OK
              PERFORM CHECK-ROLE
           END-IF
           IF DATA-OK
              PERFORM CHECK-SUPPLIER
           END-IF
           IF DATA-OK
              PERFORM CHECK-APPROVER
           END-IF
           IF DATA-OK
              PERFORM CHECK-DUPLICATE-INVOICE
           END-IF
           .

      *** CHECK-TEMPLATE-LINE - AS AN INVOICE, PLUS A DAY OF THE   ***
      *** MONTH EVERY MONTH HAS (01-28) ; A TEMPLATE NEVER RAISES  ***
      *** A CREDIT NOTE                                            ***
       CHECK-TEMPLATE-LINE.
           IF NPI-TPL-ID = SPACES OR NPI-SNO = SPACES OR
              NPI-AMOUNT-CSV = SPACES OR NPI-DAY-CSV = SPACES OR
              NPI-ROLE = SPACES OR NPI-APPROVER = SPACES
              MOVE 'BAD FORMAT/LENGTH' TO LOGREC-MSG
              PERFORM WRITE-LOG
              ADD 1 TO CNT-BAD-FORMAT
              SET DATA-KO TO TRUE
           END-IF
           IF DATA-OK
              PERFORM CHECK-AMOUNT
           END-IF
           IF DATA-OK AND NPI-AMOUNT NOT > ZERO
              MOVE 'BAD AMOUNT' TO LOGREC-MSG
              PERFORM WRITE-LOG
              ADD 1 TO CNT-BAD-AMOUNT
              SET DATA-KO TO TRUE
           END-IF
           IF DATA-OK
              IF FUNCTION TEST-NUMVAL(NPI-DAY-CSV) NOT = 0
                 MOVE 0 TO NPI-DAY
              ELSE
                 COMPUTE NPI-DAY = FUNCTION NUMVAL(NPI-DAY-CSV)
              END-IF
              IF NPI-DAY < 1 OR NPI-DAY > 28
                 MOVE 'BAD DAY OF MONTH' TO LOGREC-MSG
                 PERFORM WRITE-LOG
                 ADD 1 TO CNT-BAD-DATE
                 SET DATA-KO TO TRUE
              END-IF
           END-IF
           IF DATA-OK
              PERFORM CHECK-ROLE
           END-IF
           IF DATA-OK
              PERFORM CHECK-SUPPLIER
           END-IF
           IF DATA-OK
              PERFORM CHECK-APPROVER
           END-IF
           .

       CHECK-AMOUNT.
           IF FUNCTION TEST-NUMVAL(NPI-AMOUNT-CSV) NOT = 0
              MOVE 'BAD AMOUNT' TO LOGREC-MSG
              PERFORM WRITE-LOG
              ADD 1 TO CNT-BAD-AMOUNT
              SET DATA-KO TO TRUE
           ELSE
              COMPUTE NPI-AMOUNT = FUNCTION NUMVAL(NPI-AMOUNT-CSV)
              IF NPI-AMOUNT = ZERO
                 MOVE 'BAD AMOUNT' TO LOGREC-MSG
                 PERFORM WRITE-LOG
                 ADD 1 TO CNT-BAD-AMOUNT
                 SET DATA-KO TO TRUE
              END-IF
           END-IF
           .

      *** CHECK-INVOICE-DATE - THE ISO DATE IS REBUILT AS          ***
      *** DD/MM/YYYY AND PUSHED THROUGH CONVDATE : AN INVALID DATE ***
      *** COMES BACK WITH ITS '/' INTACT                           ***
       CHECK-INVOICE-DATE.
           MOVE SPACES TO WS-CK-DATE
           STRING NPI-DATE(9:2)  DELIMITED BY SIZE
                  '/'            DELIMITED BY SIZE
                  NPI-DATE(6:2)  DELIMITED BY SIZE
                  '/'            DELIMITED BY SIZE
                  NPI-DATE(1:4)  DELIMITED BY SIZE
             INTO WS-CK-DATE
           END-STRING
           CALL WS-DATEPROG USING WS-CK-DATE WS-US-FORMAT
           MOVE ZERO TO WS-SLASH-CNT
           INSPECT WS-CK-DATE TALLYING WS-SLASH-CNT FOR ALL '/'
           IF WS-SLASH-CNT > 0 OR NPI-DATE(1:4) IS NOT NUMERIC
              MOVE 'BAD INVOICE DATE' TO LOGREC-MSG
              PERFORM WRITE-LOG
              ADD 1 TO CNT-BAD-DATE
              SET DATA-KO TO TRUE
           END-IF
           .

       CHECK-ROLE.
           MOVE 0 TO WS-ROLE-FLAG
           PERFORM VARYING COA-IDX FROM 1 BY 1
                   UNTIL COA-IDX > COA-CNT
              IF NPI-ROLE = CAT-ROLE(COA-IDX)
                 SET ROLE-ON-CHART TO TRUE
              END-IF
           END-PERFORM
           IF NOT ROLE-ON-CHART
              MOVE 'ROLE NOT ON FICCOA' TO LOGREC-MSG
              PERFORM WRITE-LOG
              ADD 1 TO CNT-BAD-ROLE
              SET DATA-KO TO TRUE
           END-IF
           .

      *** CHECK-SUPPLIER - KNOWN AND NOT DEACTIVATED ON SUPPLIER   ***
       CHECK-SUPPLIER.
           MOVE NPI-SNO TO SUP-SNO
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
                 ADD 1 TO CNT-BAD-SUPPLIER
                 SET DATA-KO TO TRUE
              WHEN SQLCODE NOT = ZERO
                 PERFORM EVAL-ANOMALIE
              WHEN WS-SUP-STATUS = 'I'
                 MOVE 'SUPPLIER INACTIVE' TO LOGREC-MSG
                 PERFORM WRITE-LOG
                 ADD 1 TO CNT-BAD-SUPPLIER
                 SET DATA-KO TO TRUE
           END-EVALUATE
           .

      *** CHECK-APPROVER - A SECOND PAIR OF EYES WHO HOLDS THE     ***
      *** NON-PO APPROVAL PRIVILEGE                                ***
       CHECK-APPROVER.
           IF NPI-APPROVER = AC-OPERID
              MOVE 'SAME OPERATOR' TO LOGREC-MSG
              PERFORM WRITE-LOG
              ADD 1 TO CNT-SAME-OPER
              SET DATA-KO TO TRUE
           ELSE
              CALL 'CTLAUTH' USING NPI-APPROVER WS-CA-ACTION
                                   WS-CA-RESULT
              IF WS-CA-RESULT NOT = 'OK  '
                 MOVE 'APPROVER NOT AUTH' TO LOGREC-MSG
                 PERFORM WRITE-LOG
                 ADD 1 TO CNT-NOT-AUTH
                 SET DATA-KO TO TRUE
              END-IF
           END-IF
           .

       CHECK-DUPLICATE-INVOICE.
           MOVE 0 TO WS-DUP-FLAG
           PERFORM VARYING VK-IDX FROM 1 BY 1 UNTIL VK-IDX > VK-CNT
              IF NPI-SNO = VK-SNO(VK-IDX) AND
                 NPI-INV-REF = VK-INV-REF(VK-IDX)
                 SET INVOICE-ON-FILE TO TRUE
              END-IF
           END-PERFORM
           IF INVOICE-ON-FILE
              MOVE 'INVOICE ON FILE' TO LOGREC-MSG
              PERFORM WRITE-LOG
              ADD 1 TO CNT-DUPLICATE
              SET DATA-KO TO TRUE
           END-IF
           .

      *** CREATE-NPO-VOUCHER - PO NUMBER ZERO ; A NEGATIVE AMOUNT  ***
      *** IS AN OPEN CREDIT NOTE APPAYP NETS INTO THE NEXT RUN     ***
       CREATE-NPO-VOUCHER.
           MOVE NPI-DATE TO WS-INV-DATE
           PERFORM WRITE-NPO-VOUCHER
           ADD 1 TO CNT-VOUCHERED
           MOVE 'NON-PO VOUCHER' TO WS-JR-ACTION
           PERFORM JOURNAL-VOUCHER
           .

      *** RAISE-RECURRING-VOUCHER - THE TEMPLATE'S MONTHLY INVOICE, ***
      *** REFERENCED TEMPLATE + YYMM ; THE APPROVER AND SUPPLIER    ***
      *** ARE CHECKED AGAIN, A TEMPLATE REFUSED TODAY RETRIES AT    ***
      *** THE NEXT RUN                                              ***
       RAISE-RECURRING-VOUCHER.
           MOVE TT-IDX               TO CSV-LINE
           MOVE TT-ENTRY(TT-IDX)     TO WS-LOG-DETAIL
           MOVE TT-SNO(TT-IDX)       TO NPI-SNO
           MOVE TT-AMOUNT(TT-IDX)    TO NPI-AMOUNT
           MOVE TT-ROLE(TT-IDX)      TO NPI-ROLE
           MOVE TT-APPROVER(TT-IDX)  TO NPI-APPROVER
           MOVE SPACES               TO NPI-INV-REF
           STRING TT-ID(TT-IDX)         DELIMITED BY SIZE
                  AC-RUN-DATE(3:2)      DELIMITED BY SIZE
                  AC-RUN-DATE(6:2)      DELIMITED BY SIZE
             INTO NPI-INV-REF
           END-STRING
           MOVE SPACES TO WS-INV-DATE
           STRING WS-RUN-PERIOD         DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  TT-DAY(TT-IDX)        DELIMITED BY SIZE
             INTO WS-INV-DATE
           END-STRING
           PERFORM CHECK-SUPPLIER
           IF DATA-OK
              CALL 'CTLAUTH' USING NPI-APPROVER WS-CA-ACTION
                                   WS-CA-RESULT
              IF WS-CA-RESULT NOT = 'OK  '
                 MOVE 'APPROVER NOT AUTH' TO LOGREC-MSG
                 PERFORM WRITE-LOG
                 ADD 1 TO CNT-NOT-AUTH
                 SET DATA-KO TO TRUE
              END-IF
           END-IF
           IF DATA-OK
              PERFORM CHECK-DUPLICATE-INVOICE
           END-IF
           IF DATA-OK
              PERFORM WRITE-NPO-VOUCHER
              MOVE WS-RUN-PERIOD TO TT-LAST-PERIOD(TT-IDX)
              ADD 1 TO CNT-RECURRING
              MOVE 'RECURRING VOUCHER' TO WS-JR-ACTION
              PERFORM JOURNAL-VOUCHER
           END-IF
           .

       WRITE-NPO-VOUCHER.
           PERFORM DRAW-VCH-NO
           PERFORM COMPUTE-DUE-DATE
           MOVE SPACES          TO ENR-VOUCH
           MOVE WS-CUR-VCH-NO   TO VCH-NO
           MOVE NPI-SNO         TO VCH-SNO
           MOVE NPI-INV-REF     TO VCH-INV-REF
           MOVE ZERO            TO VCH-PO-NO
           MOVE NPI-AMOUNT      TO VCH-AMOUNT
           MOVE WS-DUE-DATE-ISO TO VCH-DUE-DATE
           IF NPI-AMOUNT < ZERO
              MOVE 'C'          TO VCH-STATUS
           ELSE
              MOVE 'O'          TO VCH-STATUS
           END-IF
           MOVE NPI-ROLE        TO VCH-EXP-ROLE
           MOVE NPI-APPROVER    TO VCH-APPROVER
           MOVE ZERO            TO VCH-QTY
           MOVE AC-RUN-DATE     TO VCH-ENTRY-DATE
           WRITE ENR-VOUCH
           PERFORM NOTE-VOUCHER-KEY
           .

       DRAW-VCH-NO.
           INITIALIZE NUMRNG-BLOCK
           MOVE 'VOUCHER' TO NR-RANGE-ID
           MOVE 'N'       TO NR-ACTION
           CALL 'NUMRANGE' USING NUMRNG-BLOCK
           IF NOT NR-OK
              DISPLAY '*** VOUCHER RANGE EXHAUSTED OR UNDEFINED ('
                      NR-RESULT ') - RUN STOPPED ***'
              CLOSE FVOUCH
              PERFORM REWRITE-TEMPLATES
              CLOSE FLOG
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE NR-NUMBER TO WS-CUR-VCH-NO
           .

      ** COMPUTE-DUE-DATE - invoice date plus thirty days, the     **
      ** house terms with every supplier                            **
       COMPUTE-DUE-DATE.
           COMPUTE WS-INV-YYYYMMDD =
              (FUNCTION NUMVAL(WS-INV-DATE(1:4)) * 10000)
              + (FUNCTION NUMVAL(WS-INV-DATE(6:2)) * 100)
              +  FUNCTION NUMVAL(WS-INV-DATE(9:2))
           COMPUTE WS-DUE-INT =
              FUNCTION INTEGER-OF-DATE(WS-INV-YYYYMMDD) + 30
           COMPUTE WS-DUE-YYYYMMDD =
              FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
           MOVE SPACES TO WS-DUE-DATE-ISO
           STRING WS-DUE-AAAA DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  WS-DUE-MM   DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  WS-DUE-JJ   DELIMITED BY SIZE
             INTO WS-DUE-DATE-ISO
           END-STRING
           .

       FIND-TEMPLATE.
           MOVE 0 TO WS-TPL-HIT
           PERFORM VARYING TT-IDX FROM 1 BY 1 UNTIL TT-IDX > TT-CNT
              IF NPI-TPL-ID = TT-ID(TT-IDX)
                 MOVE TT-IDX TO WS-TPL-HIT
              END-IF
           END-PERFORM
           .

       FIND-ACTIVE-TEMPLATE.
           PERFORM FIND-TEMPLATE
           IF WS-TPL-HIT = 0
              MOVE 'TEMPLATE NOT FOUND' TO LOGREC-MSG
              PERFORM WRITE-LOG
              ADD 1 TO CNT-TPL-STATE
              SET DATA-KO TO TRUE
           ELSE
              IF TT-STATUS(WS-TPL-HIT) NOT = 'A'
                 MOVE 'TEMPLATE ENDED' TO LOGREC-MSG
                 PERFORM WRITE-LOG
                 ADD 1 TO CNT-TPL-STATE
                 SET DATA-KO TO TRUE
              END-IF
           END-IF
           .

      *** ADD-TEMPLATE - A NEW TEMPLATE FIRST RAISES ITS VOUCHER   ***
      *** FOR THE MONTH IT IS SET UP IN, ONCE ITS DAY HAS COME     ***
       ADD-TEMPLATE.
           IF TT-CNT NOT < 200
              MOVE 'TEMPLATE TABLE FULL' TO LOGREC-MSG
              PERFORM WRITE-LOG
              ADD 1 TO CNT-TPL-STATE
           ELSE
              ADD 1 TO TT-CNT
              MOVE SPACES    TO TT-ENTRY(TT-CNT)
              MOVE NPI-TPL-ID TO TT-ID(TT-CNT)
              MOVE 'A'       TO TT-STATUS(TT-CNT)
              MOVE AC-OPERID TO TT-OPER(TT-CNT)
              MOVE TT-CNT    TO WS-TPL-HIT
              PERFORM SET-TEMPLATE-FIELDS
              MOVE 'TEMPLATE ADDED' TO WS-JR-ACTION
              PERFORM JOURNAL-TEMPLATE
           END-IF
           .

       CHANGE-TEMPLATE.
           PERFORM SET-TEMPLATE-FIELDS
           MOVE AC-OPERID TO TT-OPER(WS-TPL-HIT)
           MOVE 'TEMPLATE CHANGED' TO WS-JR-ACTION
           PERFORM JOURNAL-TEMPLATE
           .

       END-TEMPLATE.
           MOVE 'X' TO TT-STATUS(WS-TPL-HIT)
           MOVE AC-OPERID TO TT-OPER(WS-TPL-HIT)
           MOVE 'TEMPLATE ENDED' TO WS-JR-ACTION
           PERFORM JOURNAL-TEMPLATE
           .

       SET-TEMPLATE-FIELDS.
           MOVE NPI-SNO      TO TT-SNO(WS-TPL-HIT)
           MOVE NPI-AMOUNT   TO TT-AMOUNT(WS-TPL-HIT)
           MOVE NPI-DAY      TO TT-DAY(WS-TPL-HIT)
           MOVE NPI-ROLE     TO TT-ROLE(WS-TPL-HIT)
           MOVE NPI-APPROVER TO TT-APPROVER(WS-TPL-HIT)
           MOVE NPI-DESC     TO TT-DESC(WS-TPL-HIT)
           .

       REWRITE-TEMPLATES.
           OPEN OUTPUT FNPOTPL
           PERFORM VARYING TT-IDX FROM 1 BY 1 UNTIL TT-IDX > TT-CNT
              WRITE ENR-NPOTPL FROM TT-ENTRY(TT-IDX)
           END-PERFORM
           CLOSE FNPOTPL
           .

       EVAL-ANOMALIE.
           MOVE SQLCODE TO ED-SQLCODE
           DISPLAY 'ANOMALIE ' ED-SQLCODE
           MOVE 10 TO WS-ABEND-CODE
           DISPLAY 'ABEND CODE : ' WS-ABEND-CODE
           COMPUTE WS-ANO = 1 / WS-ANO
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

      ** JOURNAL-VOUCHER - the voucher number, its approver in    **
      ** BEFORE and the amount in AFTER                           **
       JOURNAL-VOUCHER.
           MOVE WS-CUR-VCH-NO TO WS-JR-KEY
           MOVE NPI-APPROVER  TO WS-JR-BEFORE
           MOVE NPI-AMOUNT    TO ED-JR-AMOUNT
           MOVE ED-JR-AMOUNT  TO WS-JR-AFTER
           PERFORM WRITE-CONTROL-JOURNAL
           .

       JOURNAL-TEMPLATE.
           ADD 1 TO CNT-TPL-CHANGES
           MOVE NPI-TPL-ID    TO WS-JR-KEY
           MOVE NPI-APPROVER  TO WS-JR-BEFORE
           IF NPI-IS-END
              MOVE 'ENDED'    TO WS-JR-AFTER
           ELSE
              MOVE NPI-AMOUNT   TO ED-JR-AMOUNT
              MOVE ED-JR-AMOUNT TO WS-JR-AFTER
           END-IF
           PERFORM WRITE-CONTROL-JOURNAL
           .

      *** WRITE-LOG - WRITES A LOG REPORT FOR REJECTED TRANSACTIONS ***
       WRITE-LOG.
           COMPUTE LOGREC-REF = CSV-LINE
           MOVE    NPI-SNO        TO LOGREC-PNO
           MOVE    WS-LOG-DETAIL  TO LOGREC-DETAIL
           WRITE   ENR-LOG        FROM ST-LOADLOG
           INITIALIZE ST-LOADLOG
           MOVE    WS-LOG-LABEL   TO LOGREC-LABEL
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

           MOVE 'BAD AMOUNT'        TO LOGREC-FLABEL
           MOVE CNT-BAD-AMOUNT      TO LOGREC-FCOUNT
           WRITE ENR-LOG FROM ST-LOADLOG-FOOT

           MOVE 'BAD DATE/DAY'      TO LOGREC-FLABEL
           MOVE CNT-BAD-DATE        TO LOGREC-FCOUNT
           WRITE ENR-LOG FROM ST-LOADLOG-FOOT

           MOVE 'ROLE NOT ON FICCOA' TO LOGREC-FLABEL
           MOVE CNT-BAD-ROLE        TO LOGREC-FCOUNT
           WRITE ENR-LOG FROM ST-LOADLOG-FOOT

           MOVE 'SUPPLIER REFUSED'  TO LOGREC-FLABEL
           MOVE CNT-BAD-SUPPLIER    TO LOGREC-FCOUNT
           WRITE ENR-LOG FROM ST-LOADLOG-FOOT

           MOVE 'APPROVER NOT AUTH' TO LOGREC-FLABEL
           MOVE CNT-NOT-AUTH        TO LOGREC-FCOUNT
           WRITE ENR-LOG FROM ST-LOADLOG-FOOT

           MOVE 'SAME OPERATOR'     TO LOGREC-FLABEL
           MOVE CNT-SAME-OPER       TO LOGREC-FCOUNT
           WRITE ENR-LOG FROM ST-LOADLOG-FOOT

           MOVE 'INVOICE ON FILE'   TO LOGREC-FLABEL
           MOVE CNT-DUPLICATE       TO LOGREC-FCOUNT
           WRITE ENR-LOG FROM ST-LOADLOG-FOOT

           MOVE 'TEMPLATE STATE'    TO LOGREC-FLABEL
           MOVE CNT-TPL-STATE       TO LOGREC-FCOUNT
           WRITE ENR-LOG FROM ST-LOADLOG-FOOT

           MOVE 'TOTAL REJECTED'    TO LOGREC-FLABEL
           MOVE CNT-TOTAL-REJECTS   TO LOGREC-FCOUNT
           WRITE ENR-LOG FROM ST-LOADLOG-FOOT
           .
