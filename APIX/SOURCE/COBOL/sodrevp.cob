       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SODREVP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - REVIEW THE OPERATOR AUTHORIZATION FILE (FICAUTH) THAT     *
      *      CTLAUTH GUARDS THE CONTROL PROGRAMS WITH, AGAINST THE     *
      *      SEGREGATION-OF-DUTIES RULES OF FICSODRUL (SEE SODRUL) :   *
      *      EVERY OPERATOR HOLDING TWO RIGHTS A RULE SAYS MAY NOT GO  *
      *      TOGETHER IS LISTED, WITH HOW OFTEN EACH OF THE TWO WAS    *
      *      USED IN THE REVIEW PERIOD                                 *
      *    - SCAN THE CONTROL JOURNAL (FICCTLJRN) FOR THE CONFLICTS    *
      *      ACTUALLY EXERCISED IN THE PERIOD : ONE OPERATOR TAKING    *
      *      BOTH ACTIONS OF A RULE ON THE SAME KEY (RAISED, THEN      *
      *      APPROVED), OR AN ACTION WHOSE RECORDED APPROVER IS THE    *
      *      OPERATOR WHO JOURNALED IT                                 *
      *    - PRINT THE QUARTERLY ACCESS RECERTIFICATION (FICSODRPT) :  *
      *      THE CONFLICTS, THE INCIDENTS, THEN EVERY OPERATOR ON      *
      *      FICAUTH WITH A KEEP/CHANGE/REVOKE BOX, AND THE REVIEWER'S *
      *      SIGN-OFF BLOCK                                            *
      *    - RC 4 WHEN A CONFLICT OR INCIDENT IS FOUND (OR A RULE, THE *
      *      JOURNAL OR A TABLE FALLS SHORT), RC 8 WHEN THE REVIEW     *
      *      CANNOT BE MADE (PARAMETERS, NO FICAUTH, NO RULE)          *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      FROM=YYYY-MM-DD     FIRST DAY OF THE REVIEW PERIOD (REQ.) *
      *      TO=YYYY-MM-DD       LAST DAY (DEFAULT DATEPROG'S BUSINESS *
      *                          DATE)                                 *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAUTH   ASSIGN TO FICAUTH
               FILE STATUS IS FS-AUTH.
           SELECT FCTLJRN ASSIGN TO FICCTLJRN
               FILE STATUS IS FS-CTLJRN.
           SELECT FSODRUL ASSIGN TO FICSODRUL
               FILE STATUS IS FS-SODRUL.
           SELECT FSODRPT ASSIGN TO FICSODRPT.

       DATA DIVISION.
       FILE SECTION.
      ** FAUTH - THE OPERATOR AUTHORIZATION FILE CTLAUTH READS ; THE  **
      ** THIRTEEN RIGHTS ALSO SEEN AS ONE TABLE, IN CTLAUTH'S ORDER   **
       FD FAUTH.
       01 ENR-AUTH.
          05 AUT-OPER      PIC X(8).
          05 AUT-CLOSE     PIC X(1).
          05 AUT-VOID      PIC X(1).
          05 AUT-RATE      PIC X(1).
          05 AUT-ORDCHG    PIC X(1).
          05 AUT-EMP       PIC X(1).
          05 AUT-WO        PIC X(1).
          05 AUT-MERGE     PIC X(1).
          05 AUT-POCHG     PIC X(1).
          05 AUT-SUPMNT    PIC X(1).
          05 AUT-BANKAPP   PIC X(1).
          05 AUT-NPOAPP    PIC X(1).
          05 AUT-CRLIM     PIC X(1).
          05 AUT-PRCEXC    PIC X(1).
          05 AUT-ERASE     PIC X(1).
          05 FILLER        PIC X(58).
       01 ENR-AUTH-R REDEFINES ENR-AUTH.
          05 FILLER        PIC X(8).
          05 AUT-RIGHT     PIC X(1) OCCURS 14 TIMES.
          05 FILLER        PIC X(58).

      ** FCTLJRN - THE CENTRAL CONTROL-ACTION JOURNAL CTLJRNW WRITES **
       FD FCTLJRN.
       01 ENR-CTLJRN.
          05 JRN-DATE      PIC X(10).
          05 JRN-TIME      PIC X(8).
          05 JRN-PGM       PIC X(8).
          05 JRN-OPER      PIC X(8).
          05 JRN-ACTION    PIC X(20).
          05 JRN-KEY       PIC X(10).
          05 JRN-BEFORE    PIC X(14).
          05 JRN-AFTER     PIC X(14).
          05 FILLER        PIC X(8).

      ** FSODRUL - THE SEGREGATION-OF-DUTIES RULES **
       FD FSODRUL.
       COPY SODRUL.

       FD FSODRPT.
       01 ENR-SODRPT      PIC X(100).

       WORKING-STORAGE SECTION.
      *** STATUTS ET FINS DE FICHIERS ***
       77 FS-AUTH         PIC 99 VALUE 0.
       77 FS-CTLJRN       PIC 99 VALUE 0.
       77 FS-SODRUL       PIC 99 VALUE 0.
       77 WS-EOF          PIC 9  VALUE 0.
            88 FF-INPUT         VALUE 1.

      *** SYSIN PARAMETERS, THROUGH THE PARMPRS CARD PARSER ***
       COPY PARMBLK.
       77 AC-FROM-DATE    PIC X(10) VALUE SPACES.
       77 AC-TO-DATE      PIC X(10) VALUE SPACES.
       77 WS-REFUSED      PIC X(1)  VALUE 'N'.
            88 REVIEW-REFUSED   VALUE 'Y'.
       77 WS-WARNED       PIC X(1)  VALUE 'N'.
            88 REVIEW-WARNED    VALUE 'Y'.

      *** LES DROITS CTLAUTH, DANS L'ORDRE DE FICAUTH ***
       77 WS-RIGHT-LETTERS PIC X(14) VALUE 'CVROEWMPSBNLXD'.
       77 WS-RIGHT-POS    PIC S9(4) COMP VALUE 0.
       77 WS-RIGHT-LETTER PIC X(1) VALUE SPACE.
       77 RGT-IDX         PIC S9(4) COMP VALUE 0.

      *** LE DROIT EXERCE PAR CHAQUE PROGRAMME QUI JOURNALISE ***
       01 PGM-RIGHT-VALUES.
          05 FILLER       PIC X(9) VALUE 'PERCLOSPC'.
          05 FILLER       PIC X(9) VALUE 'INVVOIDPV'.
          05 FILLER       PIC X(9) VALUE 'RATELDP R'.
          05 FILLER       PIC X(9) VALUE 'ORDCHGP O'.
          05 FILLER       PIC X(9) VALUE 'EMPMNTP E'.
          05 FILLER       PIC X(9) VALUE 'WRTOFFP W'.
          05 FILLER       PIC X(9) VALUE 'CUSTMRGPM'.
          05 FILLER       PIC X(9) VALUE 'POCHGP  P'.
          05 FILLER       PIC X(9) VALUE 'SUPMNTP S'.
          05 FILLER       PIC X(9) VALUE 'NPOINVP N'.
          05 FILLER       PIC X(9) VALUE 'CUSTLDP L'.
          05 FILLER       PIC X(9) VALUE 'PRCRELP X'.
          05 FILLER       PIC X(9) VALUE 'FCSTAPP S'.
          05 FILLER       PIC X(9) VALUE 'ERASEP  D'.
       01 PGM-RIGHT-TAB REDEFINES PGM-RIGHT-VALUES.
          05 PRT-ENTRY OCCURS 14 TIMES.
             10 PRT-PGM      PIC X(8).
             10 PRT-RIGHT    PIC X(1).
       77 PRT-IDX         PIC S9(4) COMP VALUE 0.

      *** LES REGLES ***
       77 RUL-CNT         PIC S9(4) COMP VALUE 0.
       77 RUL-IDX         PIC S9(4) COMP VALUE 0.
       01 RULE-TAB.
          05 RUL-ENTRY OCCURS 100 TIMES.
             10 RUL-KIND      PIC X(1).
             10 RUL-ID        PIC X(6).
             10 RUL-POS-1     PIC S9(4) COMP.
             10 RUL-POS-2     PIC S9(4) COMP.
             10 RUL-ACTION-1  PIC X(20).
             10 RUL-ACTION-2  PIC X(20).
             10 RUL-TEXT      PIC X(30).
       77 CNT-RULES-READ  PIC 9(4) VALUE 0.
       77 CNT-RULES-BAD   PIC 9(4) VALUE 0.
       77 CNT-PAIR-RULES  PIC 9(4) VALUE 0.

      *** LES OPERATEURS DE FICAUTH, LEURS DROITS ET LEUR USAGE ***
       77 OPT-CNT         PIC S9(4) COMP VALUE 0.
       77 OPT-IDX         PIC S9(4) COMP VALUE 0.
       77 WS-OPT-HIT      PIC S9(4) COMP VALUE 0.
       77 WS-FIND-OPER    PIC X(8) VALUE SPACES.
       01 OPERATOR-TAB.
          05 OPT-ENTRY OCCURS 500 TIMES.
             10 OPT-OPER      PIC X(8).
             10 OPT-RIGHTS    PIC X(14).
             10 OPT-USED      PIC 9(5) OCCURS 14 TIMES.
             10 OPT-CONFLICTS PIC 9(3).
             10 OPT-INCIDENTS PIC 9(3).

      *** LES ACTIONS DU JOURNAL QU'UNE REGLE J APPARIE ***
       77 JT-CNT          PIC S9(4) COMP VALUE 0.
       77 JT-IDX          PIC S9(4) COMP VALUE 0.
       77 JT-JDX          PIC S9(4) COMP VALUE 0.
       77 WS-JT-HIT       PIC S9(4) COMP VALUE 0.
       01 JOURNAL-TAB.
          05 JT-ENTRY OCCURS 5000 TIMES.
             10 JT-DATE       PIC X(10).
             10 JT-OPER       PIC X(8).
             10 JT-ACTION     PIC X(20).
             10 JT-KEY        PIC X(10).
       77 WS-PAIRED       PIC X(1) VALUE 'N'.
            88 ACTION-PAIRED    VALUE 'Y'.

      *** LES INCIDENTS RELEVES ***
       77 INC-CNT         PIC S9(4) COMP VALUE 0.
       77 INC-IDX         PIC S9(4) COMP VALUE 0.
       01 INCIDENT-TAB.
          05 INC-ENTRY OCCURS 1000 TIMES.
             10 INC-DATE      PIC X(10).
             10 INC-OPER      PIC X(8).
             10 INC-RULE      PIC X(6).
             10 INC-KEY       PIC X(10).
             10 INC-ACTION    PIC X(20).
             10 INC-DETAIL    PIC X(36).
       77 WS-TABLE-FULL   PIC X(1) VALUE 'N'.
            88 TABLE-OVERFLOWED VALUE 'Y'.
       77 WS-NO-JOURNAL   PIC X(1) VALUE 'N'.
            88 JOURNAL-MISSING  VALUE 'Y'.

      *** TOTAUX ***
       77 CNT-JRN-READ    PIC 9(7) VALUE 0.
       77 CNT-JRN-PERIOD  PIC 9(7) VALUE 0.
       77 CNT-CONFLICTS   PIC 9(5) VALUE 0.
       77 CNT-OPER-CONF   PIC 9(5) VALUE 0.

      *** ETAT DE RECERTIFICATION ***
       01 L-SOD-HEAD.
          05 FILLER        PIC X(31) VALUE
                'SEGREGATION OF DUTIES REVIEW - '.
          05 FILLER        PIC X(33) VALUE
                'QUARTERLY ACCESS RECERTIFICATION'.
          05 FILLER        PIC X(36) VALUE ALL ' '.

       01 L-SOD-LEGEND-1.
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 FILLER        PIC X(45) VALUE
                'RIGHTS : C=PERIOD CLOSE  V=INVOICE VOID  '.
          05 FILLER        PIC X(51) VALUE
                'R=RATE LOAD  O=ORDER CHANGE  E=EMPLOYEE'.
       01 L-SOD-LEGEND-2.
          05 FILLER        PIC X(13) VALUE ALL ' '.
          05 FILLER        PIC X(36) VALUE
                'W=WRITE-OFF  M=CUSTOMER MERGE  '.
          05 FILLER        PIC X(51) VALUE
                'P=PO CHANGE  S=SUPPLIER/PART MASTER  D=DATA ERASURE'.
       01 L-SOD-LEGEND-3.
          05 FILLER        PIC X(13) VALUE ALL ' '.
          05 FILLER        PIC X(24) VALUE
                'B=BANK CHANGE APPROVAL  '.
          05 FILLER        PIC X(63) VALUE
                'N=NON-PO APPROVAL  L=CREDIT LIMIT  X=PRICE EXCEPTION'.
       01 L-SOD-LEGEND-4.
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 FILLER        PIC X(45) VALUE
                'USE 1 / USE 2 : TIMES EACH RIGHT WAS USED IN '.
          05 FILLER        PIC X(51) VALUE
                'THE PERIOD PER THE CONTROL JOURNAL'.

       01 L-SOD-PERIOD.
          05 FILLER        PIC X(22) VALUE 'JOURNAL REVIEWED FROM '.
          05 L-PER-FROM    PIC X(10).
          05 FILLER        PIC X(4)  VALUE ' TO '.
          05 L-PER-TO      PIC X(10).
          05 FILLER        PIC X(54) VALUE ALL ' '.

       01 L-SOD-SECTION.
          05 L-SECTION     PIC X(60).
          05 FILLER        PIC X(40) VALUE ALL ' '.

       01 L-SOD-CONF-TITLE.
          05 FILLER        PIC X(10) VALUE 'OPERATOR'.
          05 FILLER        PIC X(15) VALUE 'RIGHTS HELD'.
          05 FILLER        PIC X(8)  VALUE 'RULE'.
          05 FILLER        PIC X(31) VALUE 'CONFLICT'.
          05 FILLER        PIC X(6)  VALUE 'USE 1'.
          05 FILLER        PIC X(7)  VALUE 'USE 2'.
          05 FILLER        PIC X(23) VALUE 'DECISION'.

       01 L-SOD-CONF-LINE.
          05 L-CONF-OPER   PIC X(8).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-CONF-RIGHTS PIC X(14).
          05 FILLER        PIC X(1)  VALUE ALL ' '.
          05 L-CONF-RULE   PIC X(6).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-CONF-TEXT   PIC X(30).
          05 FILLER        PIC X(1)  VALUE ' '.
          05 L-CONF-USED-1 PIC ZZZZ9.
          05 FILLER        PIC X(1)  VALUE ' '.
          05 L-CONF-USED-2 PIC ZZZZ9.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 FILLER        PIC X(20) VALUE 'KEEP [ ]  REVOKE [ ]'.
          05 FILLER        PIC X(3)  VALUE ALL ' '.

       01 L-SOD-INC-TITLE.
          05 FILLER        PIC X(12) VALUE 'DATE'.
          05 FILLER        PIC X(10) VALUE 'OPERATOR'.
          05 FILLER        PIC X(8)  VALUE 'RULE'.
          05 FILLER        PIC X(12) VALUE 'KEY'.
          05 FILLER        PIC X(22) VALUE 'ACTION'.
          05 FILLER        PIC X(36) VALUE 'DETAIL'.

       01 L-SOD-INC-LINE.
          05 L-INC-DATE    PIC X(10).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-INC-OPER    PIC X(8).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-INC-RULE    PIC X(6).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-INC-KEY     PIC X(10).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-INC-ACTION  PIC X(20).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-INC-DETAIL  PIC X(36).

       01 L-SOD-OPR-TITLE.
          05 FILLER        PIC X(10) VALUE 'OPERATOR'.
          05 FILLER        PIC X(15) VALUE 'RIGHTS HELD'.
          05 FILLER        PIC X(6)  VALUE 'CONF'.
          05 FILLER        PIC X(6)  VALUE 'INC'.
          05 FILLER        PIC X(63) VALUE 'DECISION'.

       01 L-SOD-OPR-LINE.
          05 L-OPR-OPER    PIC X(8).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-OPR-RIGHTS  PIC X(14).
          05 FILLER        PIC X(1)  VALUE ALL ' '.
          05 L-OPR-CONF    PIC ZZ9.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-OPR-INC     PIC ZZ9.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 FILLER        PIC X(32) VALUE
                'KEEP [ ]  CHANGE [ ]  REVOKE [ ]'.
          05 FILLER        PIC X(31) VALUE ALL ' '.

       01 L-SOD-NOTE.
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 L-NOTE        PIC X(90).
          05 FILLER        PIC X(6)  VALUE ALL ' '.

       01 L-SOD-FOOT.
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 L-FOOT-LABEL  PIC X(36).
          05 L-FOOT-COUNT  PIC ZZZZZZ9.
          05 FILLER        PIC X(53) VALUE ALL ' '.

       01 L-SOD-SIGN-1.
          05 FILLER        PIC X(48) VALUE
                'REVIEWED BY : ______________________________   '.
          05 FILLER        PIC X(17) VALUE 'DATE : __________'.
          05 FILLER        PIC X(35) VALUE ALL ' '.
       01 L-SOD-SIGN-2.
          05 FILLER        PIC X(48) VALUE
                'SIGNATURE   : ______________________________   '.
          05 FILLER        PIC X(17) VALUE 'ROLE : __________'.
          05 FILLER        PIC X(35) VALUE ALL ' '.

       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** SODREVP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM LOAD-RULES
           IF NOT REVIEW-REFUSED
              PERFORM LOAD-OPERATORS
           END-IF
           IF REVIEW-REFUSED
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM SCAN-CONTROL-JOURNAL
           PERFORM FIND-PAIRED-ACTIONS
           PERFORM FIND-RIGHT-CONFLICTS
           PERFORM WRITE-REVIEW-REPORT

           DISPLAY 'RULES READ                : ' CNT-RULES-READ
           DISPLAY 'RULES REFUSED             : ' CNT-RULES-BAD
           DISPLAY 'OPERATORS ON FICAUTH      : ' OPT-CNT
           DISPLAY 'OPERATORS WITH CONFLICTS  : ' CNT-OPER-CONF
           DISPLAY 'CONFLICTING RIGHT PAIRS   : ' CNT-CONFLICTS
           DISPLAY 'JOURNAL RECORDS IN PERIOD : ' CNT-JRN-PERIOD
           DISPLAY 'INCIDENTS                 : ' INC-CNT
           IF CNT-CONFLICTS > 0 OR INC-CNT > 0
              SET REVIEW-WARNED TO TRUE
           END-IF
           IF REVIEW-WARNED
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      ********************************************
      * PARAGRAPHES                              *
      ********************************************
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 2 TO PARM-COUNT
           MOVE 'FROM'     TO PARM-KEYWORD(1)
           MOVE 'D'        TO PARM-TYPE(1)
           MOVE 'Y'        TO PARM-REQUIRED(1)
           MOVE 'TO'       TO PARM-KEYWORD(2)
           MOVE 'D'        TO PARM-TYPE(2)
           MOVE 'N'        TO PARM-REQUIRED(2)
           MOVE SPACES     TO PARM-DEFAULT(2)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              MOVE PARM-VALUE(1)(1:10) TO AC-FROM-DATE
              MOVE PARM-VALUE(2)(1:10) TO AC-TO-DATE
              IF AC-TO-DATE = SPACES
                 CALL 'DATEBISO' USING AC-TO-DATE
              END-IF
              IF AC-FROM-DATE > AC-TO-DATE
                 DISPLAY 'FROM IS AFTER TO : ' AC-FROM-DATE ' '
                         AC-TO-DATE
                 SET PARMS-BAD TO TRUE
              END-IF
           END-IF
           .

      ** LOAD-RULES - every rule of FICSODRUL ; a rule naming an    **
      ** unknown right or no action is refused and reported         **
       LOAD-RULES.
           OPEN INPUT FSODRUL
           IF FS-SODRUL NOT = 0
              DISPLAY '*** SODREVP : NO RULES FILE (FICSODRUL) ***'
              SET REVIEW-REFUSED TO TRUE
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL FF-INPUT
              READ FSODRUL
                 AT END
                    SET FF-INPUT TO TRUE
                 NOT AT END
                    ADD 1 TO CNT-RULES-READ
                    PERFORM TAKE-ONE-RULE
              END-READ
           END-PERFORM
           CLOSE FSODRUL
           IF RUL-CNT = 0
              DISPLAY '*** SODREVP : NO VALID RULE ON FICSODRUL ***'
              SET REVIEW-REFUSED TO TRUE
           END-IF
           .

       TAKE-ONE-RULE.
           IF RUL-CNT NOT < 100
              DISPLAY 'RULE TABLE FULL, RULE IGNORED : ' SOD-RULE-ID
              ADD 1 TO CNT-RULES-BAD
              SET REVIEW-WARNED TO TRUE
              EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
              WHEN SOD-RIGHTS
                 MOVE SOD-RIGHT-1 TO WS-RIGHT-LETTER
                 PERFORM FIND-RIGHT-POS
                 MOVE WS-RIGHT-POS TO RUL-POS-1(RUL-CNT + 1)
                 MOVE SOD-RIGHT-2 TO WS-RIGHT-LETTER
                 PERFORM FIND-RIGHT-POS
                 MOVE WS-RIGHT-POS TO RUL-POS-2(RUL-CNT + 1)
                 IF RUL-POS-1(RUL-CNT + 1) = 0 OR
                    RUL-POS-2(RUL-CNT + 1) = 0 OR
                    SOD-RIGHT-1 = SOD-RIGHT-2
                    PERFORM REFUSE-RULE
                    EXIT PARAGRAPH
                 END-IF
              WHEN SOD-JOURNAL-PAIR
                 IF SOD-ACTION-1 = SPACES OR SOD-ACTION-2 = SPACES
                    PERFORM REFUSE-RULE
                    EXIT PARAGRAPH
                 END-IF
                 ADD 1 TO CNT-PAIR-RULES
              WHEN SOD-SELF-APPROVE
                 IF SOD-ACTION-1 = SPACES
                    PERFORM REFUSE-RULE
                    EXIT PARAGRAPH
                 END-IF
              WHEN OTHER
                 PERFORM REFUSE-RULE
                 EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO RUL-CNT
           MOVE SOD-KIND     TO RUL-KIND(RUL-CNT)
           MOVE SOD-RULE-ID  TO RUL-ID(RUL-CNT)
           MOVE SOD-ACTION-1 TO RUL-ACTION-1(RUL-CNT)
           MOVE SOD-ACTION-2 TO RUL-ACTION-2(RUL-CNT)
           MOVE SOD-TEXT     TO RUL-TEXT(RUL-CNT)
           .

       REFUSE-RULE.
           DISPLAY 'RULE REFUSED : ' ST-SODRUL
           ADD 1 TO CNT-RULES-BAD
           SET REVIEW-WARNED TO TRUE
           .

       FIND-RIGHT-POS.
           MOVE 0 TO WS-RIGHT-POS
           PERFORM VARYING RGT-IDX FROM 1 BY 1
                   UNTIL RGT-IDX > 14 OR WS-RIGHT-POS > 0
              IF WS-RIGHT-LETTERS(RGT-IDX:1) = WS-RIGHT-LETTER
                 MOVE RGT-IDX TO WS-RIGHT-POS
              END-IF
           END-PERFORM
           .

      ** LOAD-OPERATORS - one entry per operator ; like CTLAUTH, a  **
      ** right granted on any of an operator's records is held      **
       LOAD-OPERATORS.
           OPEN INPUT FAUTH
           IF FS-AUTH NOT = 0
              DISPLAY '*** SODREVP : NO AUTHORIZATION FILE'
                      ' (FICAUTH) ***'
              SET REVIEW-REFUSED TO TRUE
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL FF-INPUT
              READ FAUTH
                 AT END
                    SET FF-INPUT TO TRUE
                 NOT AT END
                    IF AUT-OPER NOT = SPACES
                       PERFORM TAKE-ONE-OPERATOR
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FAUTH
           .

       TAKE-ONE-OPERATOR.
           MOVE AUT-OPER TO WS-FIND-OPER
           PERFORM FIND-OPERATOR
           IF WS-OPT-HIT = 0
              IF OPT-CNT NOT < 500
                 DISPLAY 'OPERATOR TABLE FULL, RAISE OCCURS : '
                         AUT-OPER
                 SET TABLE-OVERFLOWED TO TRUE
                 SET REVIEW-WARNED TO TRUE
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO OPT-CNT
              MOVE OPT-CNT TO WS-OPT-HIT
              INITIALIZE OPT-ENTRY(OPT-CNT)
              MOVE AUT-OPER TO OPT-OPER(OPT-CNT)
              MOVE ALL '.'  TO OPT-RIGHTS(OPT-CNT)
           END-IF
           PERFORM VARYING RGT-IDX FROM 1 BY 1 UNTIL RGT-IDX > 14
              IF AUT-RIGHT(RGT-IDX) = 'Y'
                 MOVE WS-RIGHT-LETTERS(RGT-IDX:1)
                   TO OPT-RIGHTS(WS-OPT-HIT)(RGT-IDX:1)
              END-IF
           END-PERFORM
           .

       FIND-OPERATOR.
           MOVE 0 TO WS-OPT-HIT
           PERFORM VARYING OPT-IDX FROM 1 BY 1
                   UNTIL OPT-IDX > OPT-CNT OR WS-OPT-HIT > 0
              IF OPT-OPER(OPT-IDX) = WS-FIND-OPER
                 MOVE OPT-IDX TO WS-OPT-HIT
              END-IF
           END-PERFORM
           .

      ** SCAN-CONTROL-JOURNAL - in the period : each right used is  **
      ** counted against its operator and every self-approval is    **
      ** an incident. Up to the period end : the actions a J rule   **
      ** pairs are kept, a request raised before the period still   **
      ** counting against an approval inside it                     **
       SCAN-CONTROL-JOURNAL.
           OPEN INPUT FCTLJRN
           IF FS-CTLJRN NOT = 0
              DISPLAY '*** NO CONTROL JOURNAL (FICCTLJRN) - RIGHTS'
                      ' REVIEWED, NO USE OR INCIDENT ***'
              SET JOURNAL-MISSING TO TRUE
              SET REVIEW-WARNED TO TRUE
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL FF-INPUT
              READ FCTLJRN
                 AT END
                    SET FF-INPUT TO TRUE
                 NOT AT END
                    ADD 1 TO CNT-JRN-READ
                    IF JRN-DATE NOT > AC-TO-DATE
                       PERFORM TAKE-JOURNAL-RECORD
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FCTLJRN
           .

       TAKE-JOURNAL-RECORD.
           IF CNT-PAIR-RULES > 0
              PERFORM KEEP-PAIRED-ACTION
           END-IF
           IF JRN-DATE < AC-FROM-DATE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO CNT-JRN-PERIOD

           MOVE JRN-OPER TO WS-FIND-OPER
           PERFORM FIND-OPERATOR
           IF WS-OPT-HIT > 0
              MOVE SPACE TO WS-RIGHT-LETTER
              PERFORM VARYING PRT-IDX FROM 1 BY 1 UNTIL PRT-IDX > 14
                 IF PRT-PGM(PRT-IDX) = JRN-PGM
                    MOVE PRT-RIGHT(PRT-IDX) TO WS-RIGHT-LETTER
                 END-IF
              END-PERFORM
      ** SUPMNTP ALSO DECIDES BANK CHANGES, UNDER ITS OWN RIGHT    **
              IF JRN-PGM = 'SUPMNTP' AND
                 (JRN-ACTION = 'BANK CHANGE APPROVED' OR
                  JRN-ACTION = 'BANK CHANGE REJECTED')
                 MOVE 'B' TO WS-RIGHT-LETTER
              END-IF
              IF WS-RIGHT-LETTER NOT = SPACE
                 PERFORM FIND-RIGHT-POS
                 IF WS-RIGHT-POS > 0
                    ADD 1 TO OPT-USED(WS-OPT-HIT WS-RIGHT-POS)
                 END-IF
              END-IF
           END-IF

           PERFORM VARYING RUL-IDX FROM 1 BY 1 UNTIL RUL-IDX > RUL-CNT
              IF RUL-KIND(RUL-IDX) = 'S' AND
                 JRN-ACTION = RUL-ACTION-1(RUL-IDX) AND
                 JRN-OPER NOT = SPACES AND
                 JRN-BEFORE(1:8) = JRN-OPER
                 PERFORM ADD-INCIDENT
                 IF INC-CNT > 0 AND NOT TABLE-OVERFLOWED
                    MOVE JRN-DATE   TO INC-DATE(INC-CNT)
                    MOVE JRN-OPER   TO INC-OPER(INC-CNT)
                    MOVE RUL-ID(RUL-IDX) TO INC-RULE(INC-CNT)
                    MOVE JRN-KEY    TO INC-KEY(INC-CNT)
                    MOVE JRN-ACTION TO INC-ACTION(INC-CNT)
                    MOVE 'RECORDED APPROVER IS THE OPERATOR'
                      TO INC-DETAIL(INC-CNT)
                 END-IF
              END-IF
           END-PERFORM
           .

       KEEP-PAIRED-ACTION.
           MOVE 'N' TO WS-PAIRED
           PERFORM VARYING RUL-IDX FROM 1 BY 1 UNTIL RUL-IDX > RUL-CNT
              IF RUL-KIND(RUL-IDX) = 'J' AND
                 (JRN-ACTION = RUL-ACTION-1(RUL-IDX) OR
                  JRN-ACTION = RUL-ACTION-2(RUL-IDX))
                 SET ACTION-PAIRED TO TRUE
              END-IF
           END-PERFORM
           IF NOT ACTION-PAIRED
              EXIT PARAGRAPH
           END-IF
           IF JT-CNT NOT < 5000
              IF NOT TABLE-OVERFLOWED
                 DISPLAY 'JOURNAL TABLE FULL, RAISE OCCURS - PAIRS'
                         ' AFTER ' JRN-DATE ' NOT CHECKED'
              END-IF
              SET TABLE-OVERFLOWED TO TRUE
              SET REVIEW-WARNED TO TRUE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO JT-CNT
           MOVE JRN-DATE   TO JT-DATE(JT-CNT)
           MOVE JRN-OPER   TO JT-OPER(JT-CNT)
           MOVE JRN-ACTION TO JT-ACTION(JT-CNT)
           MOVE JRN-KEY    TO JT-KEY(JT-CNT)
           .

      ** FIND-PAIRED-ACTIONS - each second action of a J rule taken  **
      ** in the period, against a first action taken before it by   **
      ** the same operator on the same key                          **
       FIND-PAIRED-ACTIONS.
           PERFORM VARYING JT-IDX FROM 1 BY 1 UNTIL JT-IDX > JT-CNT
              IF JT-DATE(JT-IDX) NOT < AC-FROM-DATE
                 PERFORM VARYING RUL-IDX FROM 1 BY 1
                         UNTIL RUL-IDX > RUL-CNT
                    IF RUL-KIND(RUL-IDX) = 'J' AND
                       JT-ACTION(JT-IDX) = RUL-ACTION-2(RUL-IDX)
                       PERFORM FIND-FIRST-ACTION
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           .

       FIND-FIRST-ACTION.
           MOVE 0 TO WS-JT-HIT
           PERFORM VARYING JT-JDX FROM 1 BY 1
                   UNTIL JT-JDX NOT < JT-IDX OR WS-JT-HIT > 0
              IF JT-ACTION(JT-JDX) = RUL-ACTION-1(RUL-IDX) AND
                 JT-OPER(JT-JDX) = JT-OPER(JT-IDX) AND
                 JT-KEY(JT-JDX) = JT-KEY(JT-IDX)
                 MOVE JT-JDX TO WS-JT-HIT
              END-IF
           END-PERFORM
           IF WS-JT-HIT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE JT-OPER(JT-IDX) TO WS-FIND-OPER
           PERFORM ADD-INCIDENT
           IF INC-CNT > 0 AND NOT TABLE-OVERFLOWED
              MOVE JT-DATE(JT-IDX)   TO INC-DATE(INC-CNT)
              MOVE JT-OPER(JT-IDX)   TO INC-OPER(INC-CNT)
              MOVE RUL-ID(RUL-IDX)   TO INC-RULE(INC-CNT)
              MOVE JT-KEY(JT-IDX)    TO INC-KEY(INC-CNT)
              MOVE JT-ACTION(JT-IDX) TO INC-ACTION(INC-CNT)
              MOVE SPACES TO INC-DETAIL(INC-CNT)
              STRING 'ALSO '               DELIMITED BY SIZE
                     JT-DATE(WS-JT-HIT)    DELIMITED BY SIZE
                     ' '                   DELIMITED BY SIZE
                     JT-ACTION(WS-JT-HIT)  DELIMITED BY SIZE
                INTO INC-DETAIL(INC-CNT)
              END-STRING
           END-IF
           .

      ** ADD-INCIDENT - a new incident line, counted against the    **
      ** operator when FICAUTH lists them ; the caller fills it     **
       ADD-INCIDENT.
           IF INC-CNT NOT < 1000
              IF NOT TABLE-OVERFLOWED
                 DISPLAY 'INCIDENT TABLE FULL, RAISE OCCURS'
              END-IF
              SET TABLE-OVERFLOWED TO TRUE
              SET REVIEW-WARNED TO TRUE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO INC-CNT
           PERFORM FIND-OPERATOR
           IF WS-OPT-HIT > 0
              ADD 1 TO OPT-INCIDENTS(WS-OPT-HIT)
           END-IF
           .

      ** FIND-RIGHT-CONFLICTS - the R rules against every operator  **
       FIND-RIGHT-CONFLICTS.
           PERFORM VARYING OPT-IDX FROM 1 BY 1 UNTIL OPT-IDX > OPT-CNT
              PERFORM VARYING RUL-IDX FROM 1 BY 1
                      UNTIL RUL-IDX > RUL-CNT
                 IF RUL-KIND(RUL-IDX) = 'R' AND
                    OPT-RIGHTS(OPT-IDX)(RUL-POS-1(RUL-IDX):1)
                       NOT = '.' AND
                    OPT-RIGHTS(OPT-IDX)(RUL-POS-2(RUL-IDX):1)
                       NOT = '.'
                    ADD 1 TO OPT-CONFLICTS(OPT-IDX)
                    ADD 1 TO CNT-CONFLICTS
                 END-IF
              END-PERFORM
              IF OPT-CONFLICTS(OPT-IDX) > 0
                 ADD 1 TO CNT-OPER-CONF
              END-IF
           END-PERFORM
           .

       WRITE-REVIEW-REPORT.
           OPEN OUTPUT FSODRPT
           WRITE ENR-SODRPT FROM L-SOD-HEAD
           MOVE AC-FROM-DATE TO L-PER-FROM
           MOVE AC-TO-DATE   TO L-PER-TO
           WRITE ENR-SODRPT FROM L-SOD-PERIOD
           WRITE ENR-SODRPT FROM L-SOD-LEGEND-1
           WRITE ENR-SODRPT FROM L-SOD-LEGEND-2
           WRITE ENR-SODRPT FROM L-SOD-LEGEND-3
           WRITE ENR-SODRPT FROM L-SOD-LEGEND-4

           MOVE SPACES TO ENR-SODRPT
           WRITE ENR-SODRPT
           MOVE 'A. OPERATORS HOLDING CONFLICTING RIGHTS' TO L-SECTION
           WRITE ENR-SODRPT FROM L-SOD-SECTION
           WRITE ENR-SODRPT FROM L-SOD-CONF-TITLE
           PERFORM VARYING OPT-IDX FROM 1 BY 1 UNTIL OPT-IDX > OPT-CNT
              IF OPT-CONFLICTS(OPT-IDX) > 0
                 PERFORM WRITE-OPERATOR-CONFLICTS
              END-IF
           END-PERFORM
           IF CNT-CONFLICTS = 0
              MOVE 'NO OPERATOR HOLDS A CONFLICTING PAIR OF RIGHTS'
                TO L-NOTE
              WRITE ENR-SODRPT FROM L-SOD-NOTE
           END-IF

           MOVE SPACES TO ENR-SODRPT
           WRITE ENR-SODRPT
           MOVE 'B. CONFLICTS EXERCISED IN THE PERIOD (CONTROL JOURNAL)'
             TO L-SECTION
           WRITE ENR-SODRPT FROM L-SOD-SECTION
           WRITE ENR-SODRPT FROM L-SOD-INC-TITLE
           PERFORM VARYING INC-IDX FROM 1 BY 1 UNTIL INC-IDX > INC-CNT
              MOVE INC-DATE(INC-IDX)   TO L-INC-DATE
              MOVE INC-OPER(INC-IDX)   TO L-INC-OPER
              MOVE INC-RULE(INC-IDX)   TO L-INC-RULE
              MOVE INC-KEY(INC-IDX)    TO L-INC-KEY
              MOVE INC-ACTION(INC-IDX) TO L-INC-ACTION
              MOVE INC-DETAIL(INC-IDX) TO L-INC-DETAIL
              WRITE ENR-SODRPT FROM L-SOD-INC-LINE
           END-PERFORM
           EVALUATE TRUE
              WHEN JOURNAL-MISSING
                 MOVE 'NO CONTROL JOURNAL - NOTHING COULD BE CHECKED'
                   TO L-NOTE
                 WRITE ENR-SODRPT FROM L-SOD-NOTE
              WHEN INC-CNT = 0
                 MOVE 'NO INCIDENT IN THE PERIOD' TO L-NOTE
                 WRITE ENR-SODRPT FROM L-SOD-NOTE
           END-EVALUATE
           IF TABLE-OVERFLOWED
              MOVE 'A WORK TABLE FILLED UP - THE REVIEW IS INCOMPLETE'
                TO L-NOTE
              WRITE ENR-SODRPT FROM L-SOD-NOTE
           END-IF

           MOVE SPACES TO ENR-SODRPT
           WRITE ENR-SODRPT
           MOVE 'C. ACCESS RECERTIFICATION - EVERY OPERATOR ON FICAUTH'
             TO L-SECTION
           WRITE ENR-SODRPT FROM L-SOD-SECTION
           WRITE ENR-SODRPT FROM L-SOD-OPR-TITLE
           PERFORM VARYING OPT-IDX FROM 1 BY 1 UNTIL OPT-IDX > OPT-CNT
              MOVE OPT-OPER(OPT-IDX)      TO L-OPR-OPER
              MOVE OPT-RIGHTS(OPT-IDX)    TO L-OPR-RIGHTS
              MOVE OPT-CONFLICTS(OPT-IDX) TO L-OPR-CONF
              MOVE OPT-INCIDENTS(OPT-IDX) TO L-OPR-INC
              WRITE ENR-SODRPT FROM L-SOD-OPR-LINE
           END-PERFORM

           MOVE SPACES TO ENR-SODRPT
           WRITE ENR-SODRPT
           MOVE 'RULES APPLIED'             TO L-FOOT-LABEL
           MOVE RUL-CNT                     TO L-FOOT-COUNT
           WRITE ENR-SODRPT FROM L-SOD-FOOT
           MOVE 'RULES REFUSED'             TO L-FOOT-LABEL
           MOVE CNT-RULES-BAD               TO L-FOOT-COUNT
           WRITE ENR-SODRPT FROM L-SOD-FOOT
           MOVE 'OPERATORS REVIEWED'        TO L-FOOT-LABEL
           MOVE OPT-CNT                     TO L-FOOT-COUNT
           WRITE ENR-SODRPT FROM L-SOD-FOOT
           MOVE 'OPERATORS WITH CONFLICTS'  TO L-FOOT-LABEL
           MOVE CNT-OPER-CONF               TO L-FOOT-COUNT
           WRITE ENR-SODRPT FROM L-SOD-FOOT
           MOVE 'JOURNAL RECORDS IN PERIOD' TO L-FOOT-LABEL
           MOVE CNT-JRN-PERIOD              TO L-FOOT-COUNT
           WRITE ENR-SODRPT FROM L-SOD-FOOT
           MOVE 'INCIDENTS'                 TO L-FOOT-LABEL
           MOVE INC-CNT                     TO L-FOOT-COUNT
           WRITE ENR-SODRPT FROM L-SOD-FOOT

           MOVE SPACES TO ENR-SODRPT
           WRITE ENR-SODRPT
           WRITE ENR-SODRPT FROM L-SOD-SIGN-1
           MOVE SPACES TO ENR-SODRPT
           WRITE ENR-SODRPT
           WRITE ENR-SODRPT FROM L-SOD-SIGN-2
           CLOSE FSODRPT
           .

       WRITE-OPERATOR-CONFLICTS.
           PERFORM VARYING RUL-IDX FROM 1 BY 1 UNTIL RUL-IDX > RUL-CNT
              IF RUL-KIND(RUL-IDX) = 'R' AND
                 OPT-RIGHTS(OPT-IDX)(RUL-POS-1(RUL-IDX):1) NOT = '.'
                 AND
                 OPT-RIGHTS(OPT-IDX)(RUL-POS-2(RUL-IDX):1) NOT = '.'
                 MOVE OPT-OPER(OPT-IDX)   TO L-CONF-OPER
                 MOVE OPT-RIGHTS(OPT-IDX) TO L-CONF-RIGHTS
                 MOVE RUL-ID(RUL-IDX)     TO L-CONF-RULE
                 MOVE RUL-TEXT(RUL-IDX)   TO L-CONF-TEXT
                 MOVE OPT-USED(OPT-IDX RUL-POS-1(RUL-IDX))
                   TO L-CONF-USED-1
                 MOVE OPT-USED(OPT-IDX RUL-POS-2(RUL-IDX))
                   TO L-CONF-USED-2
                 WRITE ENR-SODRPT FROM L-SOD-CONF-LINE
              END-IF
           END-PERFORM
           .
