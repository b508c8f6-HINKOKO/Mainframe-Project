       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GRPSTMP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - BUILD ONE STATEMENT OF ACCOUNT PER CORPORATE GROUP FOR    *
      *      THE GROUP'S CENTRAL ACCOUNTS PAYABLE : EVERY INVOICE OR   *
      *      CREDIT MEMO STILL OPEN ON FINVREG (NET OF THE FICSETTLE   *
      *      LEDGER) FOR THE HEAD AND FOR EACH MEMBER, MEMBER BY       *
      *      MEMBER WITH A SUBTOTAL                                    *
      *    - CLOSE EACH STATEMENT WITH THE GROUP TOTAL, THE AGED       *
      *      BALANCE LINE OF STMTP, THE GROUP CREDIT LIMIT AND WHAT    *
      *      IS STILL AVAILABLE UNDER IT                               *
      *    - A GROUP IS A HEAD CUSTOMER AND EVERY CUSTOMER WHOSE       *
      *      PARENT_C_NO NAMES IT (SET BY CUSTLDP G CARDS)             *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      STMTDATE=YYYY-MM-DD  STATEMENT CUTOFF (DEFAULT TODAY)     *
      *      GROUP=C_NO           ONE GROUP ONLY (DEFAULT ALL GROUPS)  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINVREG ASSIGN TO FICINVREG
               FILE STATUS IS FS-INVREG.
           SELECT FSETTLE ASSIGN TO FICSETTLE
               FILE STATUS IS FS-SETTLE.
           SELECT FGRPSTM ASSIGN TO FICGRPSTM.

       DATA DIVISION.
       FILE SECTION.
      ** FINVREG - THE INVOICE REGISTER APPENDED BY PART3BP **
       FD FINVREG.
       01 ENR-INVREG.
          05 IR-INV-NO      PIC 9(8).
          05 IR-O-NO        PIC X(7).
          05 IR-C-NO        PIC X(3).
          05 IR-INV-DATE    PIC X(10).
          05 IR-TOTAL-HT    PIC S9(7)V9(2).
          05 IR-TOTAL-TAX   PIC S9(7)V9(2).
          05 IR-TOTAL-TTC   PIC S9(7)V9(2).
          05 IR-CREDIT-MEMO PIC X(1).
          05 IR-TOTAL-GROSS PIC S9(7)V9(2).
          05 IR-DUE-DATE    PIC X(10).
          05 IR-CURRENCY    PIC X(3).
          05 FILLER         PIC X(2).

      ** FSETTLE - SETTLEMENT LEDGER APPENDED BY PAYAPPP **
       FD FSETTLE.
       01 ENR-SETTLE.
          05 SET-INV-NO    PIC 9(8).
          05 SET-PAY-DATE  PIC X(10).
          05 SET-AMOUNT    PIC S9(7)V9(2).
          05 SET-RELIEF    PIC S9(7)V9(2).
          05 SET-TYPE      PIC X(1).
          05 SET-C-NO      PIC X(3).
          05 FILLER        PIC X(40).

      ** FGRPSTM - THE FORMATTED GROUP STATEMENTS, ONE PER GROUP **
       FD FGRPSTM.
       01 ENR-GRPSTM      PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-INVREG-EOF   PIC 9  VALUE 0.
            88 FF-INVREG         VALUE 1.
       77 WS-SETTLE-EOF   PIC 9  VALUE 0.
            88 FF-SETTLE         VALUE 1.
       77 FS-INVREG       PIC 99 VALUE 0.
       77 FS-SETTLE       PIC 99 VALUE 0.
       01 ED-SQLCODE      PIC +Z(8)9.

      *** BLOC D'ECHANGE AVEC LE PARSEUR DE CARTES PARAMETRES ***
       COPY PARMBLK.
       77 AC-STMT-DATE    PIC X(10) VALUE SPACES.
       77 AC-GROUP        PIC X(3)  VALUE SPACES.

      *** MEMBRES DES GROUPES : LA TETE ET SES FILIALES ***
       01 MEM-TAB.
          05 MEM-ENTRY OCCURS 500 TIMES.
             10 MEM-C-NO    PIC X(3).
             10 MEM-HEAD    PIC X(3).
       77 MEM-CNT         PIC 9(3) VALUE 0.
       77 MEM-IDX         PIC 9(3) VALUE 0.
       77 WS-MEM-HIT      PIC 9(3) VALUE 0.
       77 WS-GRP-HEAD     PIC X(3) VALUE SPACES.
       77 WS-GRP-MEMBER   PIC X(3) VALUE SPACES.

      *** SOLDE OUVERT PAR FACTURE ***
       01 INV-TAB.
          05 IT-ENTRY OCCURS 5000 TIMES.
             10 IT-INV-NO  PIC 9(8).
             10 IT-C-NO    PIC X(3).
             10 IT-DATE    PIC X(10).
             10 IT-DUE     PIC X(10).
             10 IT-AMOUNT  PIC S9(7)V9(2).
       77 IT-CNT          PIC 9(4) VALUE 0.
       77 IT-IDX          PIC 9(4) VALUE 0.
       77 WS-HIT          PIC 9(4) VALUE 0.

      *** POSTES OUVERTS DES GROUPES, TRIES TETE/MEMBRE/DATE ***
       01 OI-TAB.
          05 OI-ENTRY OCCURS 5000 TIMES.
             10 OI-HEAD    PIC X(3).
             10 OI-C-NO    PIC X(3).
             10 OI-DATE    PIC X(10).
             10 OI-DUE     PIC X(10).
             10 OI-INV-NO  PIC 9(8).
             10 OI-AMOUNT  PIC S9(7)V9(2).
       77 OI-CNT          PIC 9(4) VALUE 0.
       77 OI-IDX          PIC 9(4) VALUE 0.
       77 OI-JDX          PIC 9(4) VALUE 0.
       01 OI-SWAP.
          05 FILLER       PIC X(3).
          05 FILLER       PIC X(3).
          05 FILLER       PIC X(10).
          05 FILLER       PIC X(10).
          05 FILLER       PIC 9(8).
          05 FILLER       PIC S9(7)V9(2).
       77 WS-SORT-AGAIN   PIC 9 VALUE 0.
       01 WS-KEY-A.
          05 WS-KEY-A-HEAD PIC X(3).
          05 WS-KEY-A-CNO  PIC X(3).
          05 WS-KEY-A-DATE PIC X(10).
       01 WS-KEY-B.
          05 WS-KEY-B-HEAD PIC X(3).
          05 WS-KEY-B-CNO  PIC X(3).
          05 WS-KEY-B-DATE PIC X(10).

      *** CALCUL D'AGE ***
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.
       77 WS-CUT-YYYYMMDD PIC 9(8).
       77 WS-INV-YYYYMMDD PIC 9(8).
       77 WS-AGE-DAYS     PIC S9(5).
       01 AGE-BUCKETS.
          05 AGE-BUCKET   PIC S9(7)V9(2) OCCURS 4 TIMES.

      *** RUPTURES TETE DE GROUPE / MEMBRE ***
       77 WS-CUR-HEAD     PIC X(3) VALUE SPACES.
       77 WS-CUR-MEMBER   PIC X(3) VALUE SPACES.
       77 WS-MEMBER-TOT   PIC S9(8)V9(2) VALUE 0.
       77 WS-GROUP-TOT    PIC S9(8)V9(2) VALUE 0.
       77 WS-GROUP-LIMIT  PIC S9(7)V9(2) VALUE 0.
       77 WS-GROUP-ROOM   PIC S9(8)V9(2) VALUE 0.
       77 CNT-STATEMENTS  PIC 9(4) VALUE 0.
       77 CNT-OPEN-ITEMS  PIC 9(5) VALUE 0.

      *** LIGNES EDITION, DANS LE STYLE DE STMTP ***
       01 L-TIRET.
          05 FILLER  PIC X(80) VALUE ALL '-'.
       01 L-VIDE.
          05 FILLER  PIC X(3)  VALUE     '|  '.
          05 FILLER  PIC X(74) VALUE ALL ' '.
          05 FILLER  PIC X(3)  VALUE     '  |'.
       01 L-GRP-BANNER.
          05 FILLER  PIC X(3)  VALUE     '|  '.
          05 FILLER  PIC X(19) VALUE ALL ' '.
          05 FILLER  PIC X(34) VALUE
                '*** GROUP STATEMENT OF ACCOUNT ***'.
          05 FILLER  PIC X(21) VALUE ALL ' '.
          05 FILLER  PIC X(3)  VALUE     '  |'.
       01 L-GRP-REF.
          05 FILLER        PIC X(3)  VALUE '|  '.
          05 L-REF-TITLE   PIC X(16).
          05 L-REF-DATA    PIC X(36).
          05 FILLER        PIC X(22) VALUE ALL ' '.
          05 FILLER        PIC X(3)  VALUE '  |'.
       01 L-GRP-TITLE.
          05 FILLER  PIC X(3)  VALUE '|  '.
          05 FILLER  PIC X(5)  VALUE 'MBR'.
          05 FILLER  PIC X(10) VALUE 'INVOICE'.
          05 FILLER  PIC X(12) VALUE 'INV DATE'.
          05 FILLER  PIC X(12) VALUE 'DUE DATE'.
          05 FILLER  PIC X(13) VALUE 'OPEN AMOUNT'.
          05 FILLER  PIC X(22) VALUE 'DAYS PAST DUE'.
          05 FILLER  PIC X(3)  VALUE '  |'.
       01 L-GRP-LINE.
          05 FILLER        PIC X(3)  VALUE '|  '.
          05 L-LINE-CNO    PIC X(3).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-LINE-INV    PIC 9(8).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-LINE-DATE   PIC X(10).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-LINE-DUE    PIC X(10).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-LINE-AMT    PIC -ZZZZZZ9,99.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-LINE-DAYS   PIC -ZZZ9.
          05 FILLER        PIC X(17) VALUE ALL ' '.
          05 FILLER        PIC X(3)  VALUE '  |'.
       01 L-GRP-SUB.
          05 FILLER        PIC X(3)  VALUE '|  '.
          05 FILLER        PIC X(5)  VALUE ALL ' '.
          05 L-SUB-TITLE   PIC X(33).
          05 L-SUB-AMT     PIC -ZZZZZZZ9,99.
          05 FILLER        PIC X(24) VALUE ALL ' '.
          05 FILLER        PIC X(3)  VALUE '  |'.
       01 L-GRP-AGED-TITLE.
          05 FILLER  PIC X(3)  VALUE '|  '.
          05 FILLER  PIC X(14) VALUE 'AGED BALANCE :'.
          05 FILLER  PIC X(13) VALUE '     CURRENT'.
          05 FILLER  PIC X(13) VALUE '  31-60 DAYS'.
          05 FILLER  PIC X(13) VALUE '  61-90 DAYS'.
          05 FILLER  PIC X(13) VALUE 'OVER 90 DAYS'.
          05 FILLER  PIC X(8)  VALUE ALL ' '.
          05 FILLER  PIC X(3)  VALUE '  |'.
       01 L-GRP-AGED.
          05 FILLER        PIC X(3)  VALUE '|  '.
          05 FILLER        PIC X(14) VALUE ALL ' '.
          05 L-AGE-B1      PIC -ZZZZZZ9,99.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-AGE-B2      PIC -ZZZZZZ9,99.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-AGE-B3      PIC -ZZZZZZ9,99.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-AGE-B4      PIC -ZZZZZZ9,99.
          05 FILLER        PIC X(8)  VALUE ALL ' '.
          05 FILLER        PIC X(3)  VALUE '  |'.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE CUS      END-EXEC

      ** EVERY CUSTOMER ATTACHED TO A GROUP, WITH ITS HEAD **
           EXEC SQL
               DECLARE CGRP CURSOR
               FOR
               SELECT C_NO, PARENT_C_NO
               FROM APIX.CUSTOMERS
               WHERE PARENT_C_NO <> ' '
               ORDER BY PARENT_C_NO, C_NO
           END-EXEC.
      ***********************************************
       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** GRPSTMP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM LOAD-GROUP-MEMBERS
           IF MEM-CNT = 0
              DISPLAY 'NO CORPORATE GROUP ON THE CUSTOMER MASTER'
              GOBACK
           END-IF
           PERFORM LOAD-REGISTER
           PERFORM LOAD-SETTLEMENTS
           PERFORM BUILD-OPEN-ITEMS
           PERFORM SORT-OPEN-ITEMS

           OPEN OUTPUT FGRPSTM
           MOVE SPACES TO WS-CUR-HEAD WS-CUR-MEMBER
           PERFORM VARYING OI-IDX FROM 1 BY 1
                   UNTIL OI-IDX > OI-CNT
              IF OI-HEAD(OI-IDX) NOT = WS-CUR-HEAD
                 PERFORM GROUP-BREAK
              END-IF
              IF OI-C-NO(OI-IDX) NOT = WS-CUR-MEMBER
                 PERFORM MEMBER-BREAK
              END-IF
              PERFORM WRITE-OPEN-ITEM
           END-PERFORM
           IF WS-CUR-HEAD NOT = SPACES
              PERFORM WRITE-MEMBER-FOOT
              PERFORM WRITE-GROUP-FOOT
           END-IF
           CLOSE FGRPSTM

           DISPLAY 'GROUP STATEMENTS PRODUCED : ' CNT-STATEMENTS
           DISPLAY 'OPEN ITEMS LISTED         : ' CNT-OPEN-ITEMS
           GOBACK.

      *** PARAGRAPHS ***
      ** READ-PARM-CARDS - the statement cutoff, defaulting to the  **
      ** run date, and an optional single group                     **
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 2 TO PARM-COUNT
           MOVE 'STMTDATE' TO PARM-KEYWORD(1)
           MOVE 'D'        TO PARM-TYPE(1)
           MOVE 'N'        TO PARM-REQUIRED(1)
           MOVE 'GROUP'    TO PARM-KEYWORD(2)
           MOVE 'X'        TO PARM-TYPE(2)
           MOVE 'N'        TO PARM-REQUIRED(2)
           MOVE SPACES     TO PARM-DEFAULT(2)
           ACCEPT WS-RUN-DATE FROM DATE
           MOVE SPACES TO PARM-DEFAULT(1)
           STRING '20'      DELIMITED BY SIZE
                  WS-RUN-AA  DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  WS-RUN-MM  DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  WS-RUN-JJ  DELIMITED BY SIZE
             INTO PARM-DEFAULT(1)
           END-STRING
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              MOVE PARM-VALUE(1)(1:10) TO AC-STMT-DATE
              MOVE PARM-VALUE(2)(1:3)  TO AC-GROUP
              COMPUTE WS-CUT-YYYYMMDD =
                 (FUNCTION NUMVAL(AC-STMT-DATE(1:4)) * 10000)
                 + (FUNCTION NUMVAL(AC-STMT-DATE(6:2)) * 100)
                 +  FUNCTION NUMVAL(AC-STMT-DATE(9:2))
           END-IF
           .

      ** LOAD-GROUP-MEMBERS - each member, and each head as a      **
      ** member of its own group the first time it is named        **
       LOAD-GROUP-MEMBERS.
           EXEC SQL OPEN CGRP END-EXEC
           PERFORM FETCH-CGRP
           PERFORM UNTIL SQLCODE NOT = ZERO
              IF AC-GROUP = SPACES OR AC-GROUP = WS-GRP-HEAD
                 MOVE WS-GRP-HEAD TO WS-GRP-MEMBER
                 PERFORM ADD-GROUP-MEMBER
                 MOVE CUS-C-NO    TO WS-GRP-MEMBER
                 PERFORM ADD-GROUP-MEMBER
              END-IF
              PERFORM FETCH-CGRP
           END-PERFORM
           IF SQLCODE NOT = +100
              MOVE SQLCODE TO ED-SQLCODE
              DISPLAY 'GROUP CURSOR KO ' ED-SQLCODE
           END-IF
           EXEC SQL CLOSE CGRP END-EXEC
           .

       FETCH-CGRP.
           EXEC SQL
              FETCH CGRP
              INTO :CUS-C-NO, :CUS-PARENT-C-NO
           END-EXEC
           MOVE CUS-PARENT-C-NO TO WS-GRP-HEAD
           .

       ADD-GROUP-MEMBER.
           MOVE 0 TO WS-MEM-HIT
           PERFORM VARYING MEM-IDX FROM 1 BY 1 UNTIL MEM-IDX > MEM-CNT
              IF MEM-C-NO(MEM-IDX) = WS-GRP-MEMBER
                 MOVE MEM-IDX TO WS-MEM-HIT
              END-IF
           END-PERFORM
           IF WS-MEM-HIT = 0
              IF MEM-CNT < 500
                 ADD 1 TO MEM-CNT
                 MOVE WS-GRP-MEMBER TO MEM-C-NO(MEM-CNT)
                 MOVE WS-GRP-HEAD   TO MEM-HEAD(MEM-CNT)
              ELSE
                 DISPLAY 'MEMBER TABLE FULL, RAISE OCCURS'
              END-IF
           END-IF
           .

      ** LOAD-REGISTER - one open-balance slot per invoice number, **
      ** a void or reissue netting into the same slot as in STMTP  **
       LOAD-REGISTER.
           OPEN INPUT FINVREG
           IF FS-INVREG NOT = 0
              DISPLAY 'NO INVOICE REGISTER, NO STATEMENTS'
           ELSE
              PERFORM UNTIL FF-INVREG
                 READ FINVREG
                    AT END
                       SET FF-INVREG TO TRUE
                    NOT AT END
                       PERFORM ADD-REGISTER-RECORD
                 END-READ
              END-PERFORM
              CLOSE FINVREG
           END-IF
           .

       ADD-REGISTER-RECORD.
           MOVE 0 TO WS-HIT
           PERFORM VARYING IT-IDX FROM 1 BY 1 UNTIL IT-IDX > IT-CNT
              IF IR-INV-NO = IT-INV-NO(IT-IDX)
                 MOVE IT-IDX TO WS-HIT
              END-IF
           END-PERFORM
           IF WS-HIT > 0
              ADD IR-TOTAL-TTC TO IT-AMOUNT(WS-HIT)
           ELSE
              IF IT-CNT < 5000
                 ADD 1 TO IT-CNT
                 MOVE IR-INV-NO    TO IT-INV-NO(IT-CNT)
                 MOVE IR-C-NO      TO IT-C-NO(IT-CNT)
                 MOVE IR-INV-DATE  TO IT-DATE(IT-CNT)
                 IF IR-DUE-DATE(1:4) IS NUMERIC
                    MOVE IR-DUE-DATE TO IT-DUE(IT-CNT)
                 ELSE
                    MOVE IR-INV-DATE TO IT-DUE(IT-CNT)
                 END-IF
                 MOVE IR-TOTAL-TTC TO IT-AMOUNT(IT-CNT)
              ELSE
                 DISPLAY 'REGISTER TABLE FULL, RAISE OCCURS'
              END-IF
           END-IF
           .

      ** LOAD-SETTLEMENTS - what was paid against each invoice ; a **
      ** 'B' record is banked deposit, not AR, as in STMTP          **
       LOAD-SETTLEMENTS.
           OPEN INPUT FSETTLE
           IF FS-SETTLE NOT = 0
              DISPLAY 'NO SETTLEMENT LEDGER, NOTHING PAID YET'
           ELSE
              PERFORM UNTIL FF-SETTLE
                 READ FSETTLE
                    AT END
                       SET FF-SETTLE TO TRUE
                    NOT AT END
                       PERFORM ADD-SETTLEMENT
                 END-READ
              END-PERFORM
              CLOSE FSETTLE
           END-IF
           .

       ADD-SETTLEMENT.
           IF SET-TYPE = 'B'
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IT-IDX FROM 1 BY 1 UNTIL IT-IDX > IT-CNT
              IF SET-INV-NO = IT-INV-NO(IT-IDX)
                 SUBTRACT SET-AMOUNT FROM IT-AMOUNT(IT-IDX)
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .

      ** BUILD-OPEN-ITEMS - keep what is still open and belongs to  **
      ** a group member, tagged with the member's head              **
       BUILD-OPEN-ITEMS.
           PERFORM VARYING IT-IDX FROM 1 BY 1 UNTIL IT-IDX > IT-CNT
              IF IT-AMOUNT(IT-IDX) NOT = ZERO
                 PERFORM VARYING MEM-IDX FROM 1 BY 1
                         UNTIL MEM-IDX > MEM-CNT
                    IF MEM-C-NO(MEM-IDX) = IT-C-NO(IT-IDX)
                       PERFORM ADD-OPEN-ITEM
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           .

       ADD-OPEN-ITEM.
           IF OI-CNT < 5000
              ADD 1 TO OI-CNT
              MOVE MEM-HEAD(MEM-IDX)  TO OI-HEAD(OI-CNT)
              MOVE IT-C-NO(IT-IDX)    TO OI-C-NO(OI-CNT)
              MOVE IT-DATE(IT-IDX)    TO OI-DATE(OI-CNT)
              MOVE IT-DUE(IT-IDX)     TO OI-DUE(OI-CNT)
              MOVE IT-INV-NO(IT-IDX)  TO OI-INV-NO(OI-CNT)
              MOVE IT-AMOUNT(IT-IDX)  TO OI-AMOUNT(OI-CNT)
           ELSE
              DISPLAY 'OPEN ITEM TABLE FULL, RAISE OCCURS'
           END-IF
           .

      ** SORT-OPEN-ITEMS - head first, member, then invoice date    **
       SORT-OPEN-ITEMS.
           MOVE 1 TO WS-SORT-AGAIN
           PERFORM UNTIL WS-SORT-AGAIN = 0
              MOVE 0 TO WS-SORT-AGAIN
              PERFORM VARYING OI-JDX FROM 1 BY 1
                      UNTIL OI-JDX NOT < OI-CNT
                 MOVE OI-HEAD(OI-JDX)     TO WS-KEY-A-HEAD
                 MOVE OI-C-NO(OI-JDX)     TO WS-KEY-A-CNO
                 MOVE OI-DATE(OI-JDX)     TO WS-KEY-A-DATE
                 MOVE OI-HEAD(OI-JDX + 1) TO WS-KEY-B-HEAD
                 MOVE OI-C-NO(OI-JDX + 1) TO WS-KEY-B-CNO
                 MOVE OI-DATE(OI-JDX + 1) TO WS-KEY-B-DATE
                 IF WS-KEY-A > WS-KEY-B
                    MOVE OI-ENTRY(OI-JDX)     TO OI-SWAP
                    MOVE OI-ENTRY(OI-JDX + 1) TO OI-ENTRY(OI-JDX)
                    MOVE OI-SWAP  TO OI-ENTRY(OI-JDX + 1)
                    MOVE 1 TO WS-SORT-AGAIN
                 END-IF
              END-PERFORM
           END-PERFORM
           .

      ** GROUP-BREAK - close the previous statement and open the    **
      ** next one under the head's name and group limit            **
       GROUP-BREAK.
           IF WS-CUR-HEAD NOT = SPACES
              PERFORM WRITE-MEMBER-FOOT
              PERFORM WRITE-GROUP-FOOT
           END-IF
           MOVE OI-HEAD(OI-IDX) TO WS-CUR-HEAD
           MOVE SPACES TO WS-CUR-MEMBER
           MOVE ZERO TO WS-GROUP-TOT
           INITIALIZE AGE-BUCKETS
           ADD 1 TO CNT-STATEMENTS
           MOVE WS-CUR-HEAD TO CUS-C-NO
           PERFORM READ-CUSTOMER-NAME
           MOVE ZERO TO WS-GROUP-LIMIT
           IF SQLCODE = ZERO
              MOVE CUS-GROUP-LIMIT TO WS-GROUP-LIMIT
           END-IF

           WRITE ENR-GRPSTM FROM L-TIRET
           WRITE ENR-GRPSTM FROM L-VIDE
           WRITE ENR-GRPSTM FROM L-GRP-BANNER
           WRITE ENR-GRPSTM FROM L-VIDE
           MOVE 'GROUP HEAD    :' TO L-REF-TITLE
           MOVE WS-CUR-HEAD       TO L-REF-DATA
           WRITE ENR-GRPSTM FROM L-GRP-REF
           MOVE 'COMPANY       :' TO L-REF-TITLE
           MOVE CUS-COMPANY-TEXT(1:CUS-COMPANY-LEN) TO L-REF-DATA
           WRITE ENR-GRPSTM FROM L-GRP-REF
           MOVE 'STATEMENT DATE:' TO L-REF-TITLE
           MOVE AC-STMT-DATE      TO L-REF-DATA
           WRITE ENR-GRPSTM FROM L-GRP-REF
           .

      ** MEMBER-BREAK - each member opens with its own name, so     **
      ** central AP can route the items to the right subsidiary     **
       MEMBER-BREAK.
           IF WS-CUR-MEMBER NOT = SPACES
              PERFORM WRITE-MEMBER-FOOT
           END-IF
           MOVE OI-C-NO(OI-IDX) TO WS-CUR-MEMBER
           MOVE ZERO TO WS-MEMBER-TOT
           MOVE WS-CUR-MEMBER TO CUS-C-NO
           PERFORM READ-CUSTOMER-NAME
           WRITE ENR-GRPSTM FROM L-VIDE
           MOVE 'MEMBER        :' TO L-REF-TITLE
           MOVE SPACES TO L-REF-DATA
           STRING WS-CUR-MEMBER DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  CUS-COMPANY-TEXT(1:CUS-COMPANY-LEN)
                                DELIMITED BY SIZE
             INTO L-REF-DATA
           END-STRING
           WRITE ENR-GRPSTM FROM L-GRP-REF
           WRITE ENR-GRPSTM FROM L-GRP-TITLE
           .

       WRITE-OPEN-ITEM.
           ADD OI-AMOUNT(OI-IDX) TO WS-MEMBER-TOT WS-GROUP-TOT
           ADD 1 TO CNT-OPEN-ITEMS
           PERFORM AGE-ONE-ITEM
           MOVE OI-C-NO(OI-IDX)   TO L-LINE-CNO
           MOVE OI-INV-NO(OI-IDX) TO L-LINE-INV
           MOVE OI-DATE(OI-IDX)   TO L-LINE-DATE
           MOVE OI-DUE(OI-IDX)    TO L-LINE-DUE
           MOVE OI-AMOUNT(OI-IDX) TO L-LINE-AMT
           MOVE WS-AGE-DAYS       TO L-LINE-DAYS
           WRITE ENR-GRPSTM FROM L-GRP-LINE
           .

      ** AGE-ONE-ITEM - days past the due date at the cutoff ; a   **
      ** negative count is simply not due yet                      **
       AGE-ONE-ITEM.
           COMPUTE WS-INV-YYYYMMDD =
              (FUNCTION NUMVAL(OI-DUE(OI-IDX)(1:4)) * 10000)
              + (FUNCTION NUMVAL(OI-DUE(OI-IDX)(6:2)) * 100)
              +  FUNCTION NUMVAL(OI-DUE(OI-IDX)(9:2))
           COMPUTE WS-AGE-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-CUT-YYYYMMDD)
              - FUNCTION INTEGER-OF-DATE(WS-INV-YYYYMMDD)
           EVALUATE TRUE
              WHEN WS-AGE-DAYS NOT > 30
                 ADD OI-AMOUNT(OI-IDX) TO AGE-BUCKET(1)
              WHEN WS-AGE-DAYS NOT > 60
                 ADD OI-AMOUNT(OI-IDX) TO AGE-BUCKET(2)
              WHEN WS-AGE-DAYS NOT > 90
                 ADD OI-AMOUNT(OI-IDX) TO AGE-BUCKET(3)
              WHEN OTHER
                 ADD OI-AMOUNT(OI-IDX) TO AGE-BUCKET(4)
           END-EVALUATE
           .

       WRITE-MEMBER-FOOT.
           MOVE SPACES TO L-SUB-TITLE
           STRING 'TOTAL OPEN FOR MEMBER ' DELIMITED BY SIZE
                  WS-CUR-MEMBER             DELIMITED BY SIZE
             INTO L-SUB-TITLE
           END-STRING
           MOVE WS-MEMBER-TOT TO L-SUB-AMT
           WRITE ENR-GRPSTM FROM L-GRP-SUB
           .

      ** WRITE-GROUP-FOOT - the group position as the credit desk  **
      ** tests it : total open, aged, against the group limit      **
       WRITE-GROUP-FOOT.
           WRITE ENR-GRPSTM FROM L-VIDE
           MOVE 'TOTAL OPEN FOR THE GROUP' TO L-SUB-TITLE
           MOVE WS-GROUP-TOT TO L-SUB-AMT
           WRITE ENR-GRPSTM FROM L-GRP-SUB
           WRITE ENR-GRPSTM FROM L-VIDE
           WRITE ENR-GRPSTM FROM L-GRP-AGED-TITLE
           MOVE AGE-BUCKET(1) TO L-AGE-B1
           MOVE AGE-BUCKET(2) TO L-AGE-B2
           MOVE AGE-BUCKET(3) TO L-AGE-B3
           MOVE AGE-BUCKET(4) TO L-AGE-B4
           WRITE ENR-GRPSTM FROM L-GRP-AGED
           IF WS-GROUP-LIMIT > 0
              WRITE ENR-GRPSTM FROM L-VIDE
              MOVE 'GROUP CREDIT LIMIT' TO L-SUB-TITLE
              MOVE WS-GROUP-LIMIT TO L-SUB-AMT
              WRITE ENR-GRPSTM FROM L-GRP-SUB
              COMPUTE WS-GROUP-ROOM = WS-GROUP-LIMIT - WS-GROUP-TOT
              MOVE 'AVAILABLE UNDER THE LIMIT' TO L-SUB-TITLE
              MOVE WS-GROUP-ROOM TO L-SUB-AMT
              WRITE ENR-GRPSTM FROM L-GRP-SUB
           END-IF
           WRITE ENR-GRPSTM FROM L-VIDE
           WRITE ENR-GRPSTM FROM L-TIRET
           .

      ** READ-CUSTOMER-NAME - name (and group limit) off the master **
       READ-CUSTOMER-NAME.
           EXEC SQL
              SELECT COMPANY, GROUP_LIMIT
              INTO :CUS-COMPANY, :CUS-GROUP-LIMIT
              FROM APIX.CUSTOMERS
              WHERE C_NO = :CUS-C-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE SQLCODE TO ED-SQLCODE
              DISPLAY 'CUSTOMER ' CUS-C-NO
                      ' NOT ON MASTER : ' ED-SQLCODE
              MOVE 18 TO CUS-COMPANY-LEN
              MOVE 'CUSTOMER NOT FOUND' TO CUS-COMPANY-TEXT
           END-IF
           .
