       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CRLAPPP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - TAKE THE CREDIT MANAGER'S DECISIONS ON THE LIMITS THE     *
      *      QUARTERLY REVIEW (CRLREVP) PROPOSED, FROM A ; DELIMITED   *
      *      FILE :                                                    *
      *         C_NO;A;APPROVER          (APPROVE THE PROPOSED LIMIT)  *
      *         C_NO;A;APPROVER;LIMIT    (APPROVE WITH ANOTHER LIMIT,  *
      *                                   WHOLE UNITS, 0 = NO LIMIT)   *
      *         C_NO;R;APPROVER          (REJECT - LIMIT UNCHANGED)    *
      *    - WRITE EVERY APPROVED LIMIT AS A CUSTLDP L CARD            *
      *      (L;C_NO;LIMIT;APPROVER) ; CUSTLDP CHECKS THE APPROVER'S   *
      *      CREDIT-LIMIT PRIVILEGE, UPDATES CUSTOMERS AND JOURNALS    *
      *      THE BEFORE/AFTER VALUES                                   *
      *    - A PROPOSAL WITHOUT A DECISION IS DROPPED : THE NEXT       *
      *      REVIEW PROPOSES AGAIN FROM FRESH FIGURES                  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FCRLPROP ASSIGN TO FICCRLPROP
               FILE STATUS IS FS-CRLPROP.
           SELECT FCRLDEC  ASSIGN TO FICCRLDEC
               FILE STATUS IS FS-CRLDEC.
           SELECT FCRLCUS  ASSIGN TO FICCRLCUS.
           SELECT FCRLLOG  ASSIGN TO FICCRLLOG.

       DATA DIVISION.
       FILE SECTION.
      ** FCRLPROP - THE LIMITS CRLREVP PROPOSED **
       FD FCRLPROP.
           COPY CRLPROP.

      ** FCRLDEC - ONE DECISION PER LINE **
       FD FCRLDEC.
       01 ENR-CRLDEC.
          05 ENR-DEC-CSV   PIC X(80).

      ** FCRLCUS - THE CUSTLDP INPUT, SAME SHAPE AS FICCUST **
       FD FCRLCUS.
       01 ENR-CRLCUS.
          05 ENR-CUS-CSV   PIC X(186).

       FD FCRLLOG.
       01 ENR-CRLLOG      PIC X(80).

       WORKING-STORAGE SECTION.
       01 CL-HEAD         PIC X(30) VALUE
             "CRLAPPP CREDIT LIMIT DECISIONS".
       01 CL-FOOT-HEAD    PIC X(28) VALUE "REJECT SUMMARY BY REASON :".
       COPY LOADLOG.

       77 WS-CRLPROP-EOF  PIC 9  VALUE 0.
            88 FF-CRLPROP       VALUE 1.
       77 WS-CRLDEC-EOF   PIC 9  VALUE 0.
            88 FF-CRLDEC        VALUE 1.
       77 FS-CRLPROP      PIC 99 VALUE 0.
       77 FS-CRLDEC       PIC 99 VALUE 0.

      *** PROPOSITIONS EN TABLE ***
       01 PR-TAB.
          05 PR-ENTRY OCCURS 500 TIMES.
             10 PR-C-NO      PIC X(3).
             10 PR-NEW-LIMIT PIC 9(7)V99.
             10 PR-DECIDED   PIC X(1).
       77 PR-CNT          PIC 9(3) VALUE 0.
       77 PR-IDX          PIC 9(3) VALUE 0.
       77 WS-PR-HIT       PIC 9(3) VALUE 0.

      *** DECISION EN COURS ***
       01 DCS-FIELDS.
          05 DCS-C-NO      PIC X(3).
          05 DCS-ACTION    PIC X(1).
          05 DCS-APPROVER  PIC X(8).
          05 DCS-LIMIT-CSV PIC X(12).
       77 DEC-LINE        PIC 9(5) VALUE 0.
       77 WS-LIM-CHECK    PIC S9(9)V99 VALUE 0.
       77 WS-LIM-UNITS    PIC 9(7) VALUE 0.
       77 ED-LIMIT        PIC Z(6)9.
       77 WS-LEAD         PIC 9(2) VALUE 0.

      *** COMPTEURS ***
       77 CNT-APPROVED    PIC 9(4) VALUE 0.
       77 CNT-REJECTED    PIC 9(4) VALUE 0.
       77 CNT-UNDECIDED   PIC 9(4) VALUE 0.
       77 CNT-BAD-DEC     PIC 9(4) VALUE 0.
       77 CNT-NO-PROP     PIC 9(4) VALUE 0.
       77 CNT-TWICE       PIC 9(4) VALUE 0.
       77 CNT-BAD-LIMIT   PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           OPEN OUTPUT FCRLLOG
           MOVE "DECISION N. " TO LOGREC-LABEL
           WRITE ENR-CRLLOG FROM CL-HEAD

           PERFORM LOAD-PROPOSALS
           IF PR-CNT = 0
              DISPLAY 'NO LIMIT PROPOSED, NOTHING TO DECIDE'
              CLOSE FCRLLOG
              GOBACK
           END-IF

           OPEN OUTPUT FCRLCUS
           PERFORM APPLY-DECISIONS
           CLOSE FCRLCUS

           PERFORM VARYING PR-IDX FROM 1 BY 1 UNTIL PR-IDX > PR-CNT
              IF PR-DECIDED(PR-IDX) = SPACE
                 ADD 1 TO CNT-UNDECIDED
              END-IF
           END-PERFORM
           PERFORM WRITE-CL-FOOTER
           CLOSE FCRLLOG

           DISPLAY 'LIMITS APPROVED     : ' CNT-APPROVED
           DISPLAY 'LIMITS REJECTED     : ' CNT-REJECTED
           DISPLAY 'NOT DECIDED         : ' CNT-UNDECIDED
           IF CNT-BAD-DEC + CNT-NO-PROP + CNT-TWICE + CNT-BAD-LIMIT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *** PARAGRAPHS ***
       LOAD-PROPOSALS.
           OPEN INPUT FCRLPROP
           IF FS-CRLPROP NOT = 0
              DISPLAY 'NO PROPOSAL FILE'
           ELSE
              PERFORM UNTIL FF-CRLPROP
                 READ FCRLPROP
                    AT END
                       SET FF-CRLPROP TO TRUE
                    NOT AT END
                       IF PR-CNT < 500
                          ADD 1 TO PR-CNT
                          MOVE CRP-C-NO      TO PR-C-NO(PR-CNT)
                          MOVE CRP-NEW-LIMIT TO PR-NEW-LIMIT(PR-CNT)
                          MOVE SPACE         TO PR-DECIDED(PR-CNT)
                       ELSE
                          DISPLAY 'PROPOSAL TABLE FULL - RUN'
                                  ' REFUSED, RAISE OCCURS'
                          MOVE 8 TO RETURN-CODE
                          CLOSE FCRLLOG
                          GOBACK
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FCRLPROP
           END-IF
           .

       APPLY-DECISIONS.
           OPEN INPUT FCRLDEC
           IF FS-CRLDEC NOT = 0
              DISPLAY 'NO DECISION FILE, NOTHING APPLIED'
           ELSE
              PERFORM UNTIL FF-CRLDEC
                 READ FCRLDEC
                    AT END
                       SET FF-CRLDEC TO TRUE
                    NOT AT END
                       ADD 1 TO DEC-LINE
                       PERFORM APPLY-ONE-DECISION
                 END-READ
              END-PERFORM
              CLOSE FCRLDEC
           END-IF
           .

      ** APPLY-ONE-DECISION - the customer must have a proposal and **
      ** only one decision ; an approval writes the L card with the **
      ** manager's own limit when one is given                      **
       APPLY-ONE-DECISION.
           MOVE SPACES TO DCS-FIELDS
           UNSTRING ENR-DEC-CSV DELIMITED BY ';'
              INTO DCS-C-NO DCS-ACTION DCS-APPROVER DCS-LIMIT-CSV
           END-UNSTRING
           IF DCS-C-NO = SPACES OR DCS-APPROVER = SPACES OR
              (DCS-ACTION NOT = 'A' AND DCS-ACTION NOT = 'R')
              MOVE 'BAD DECISION LINE' TO LOGREC-MSG
              PERFORM WRITE-CL-LOG
              ADD 1 TO CNT-BAD-DEC
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PR-HIT
           PERFORM VARYING PR-IDX FROM 1 BY 1
                   UNTIL PR-IDX > PR-CNT OR WS-PR-HIT > 0
              IF PR-C-NO(PR-IDX) = DCS-C-NO
                 MOVE PR-IDX TO WS-PR-HIT
              END-IF
           END-PERFORM
           IF WS-PR-HIT = 0
              MOVE 'NO PROPOSAL'       TO LOGREC-MSG
              PERFORM WRITE-CL-LOG
              ADD 1 TO CNT-NO-PROP
              EXIT PARAGRAPH
           END-IF
           IF PR-DECIDED(WS-PR-HIT) NOT = SPACE
              MOVE 'ALREADY DECIDED'   TO LOGREC-MSG
              PERFORM WRITE-CL-LOG
              ADD 1 TO CNT-TWICE
              EXIT PARAGRAPH
           END-IF

           IF DCS-ACTION = 'R'
              MOVE 'R' TO PR-DECIDED(WS-PR-HIT)
              ADD 1 TO CNT-REJECTED
              EXIT PARAGRAPH
           END-IF

           IF DCS-LIMIT-CSV = SPACES
              MOVE PR-NEW-LIMIT(WS-PR-HIT) TO WS-LIM-UNITS
           ELSE
              IF FUNCTION TEST-NUMVAL(DCS-LIMIT-CSV) = 0
                 COMPUTE WS-LIM-CHECK = FUNCTION NUMVAL(DCS-LIMIT-CSV)
              ELSE
                 MOVE -1 TO WS-LIM-CHECK
              END-IF
              IF WS-LIM-CHECK < 0
                 MOVE 'BAD CREDIT LIMIT' TO LOGREC-MSG
                 PERFORM WRITE-CL-LOG
                 ADD 1 TO CNT-BAD-LIMIT
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-LIM-CHECK TO WS-LIM-UNITS
           END-IF
           MOVE 'A' TO PR-DECIDED(WS-PR-HIT)
           PERFORM WRITE-LIMIT-CARD
           ADD 1 TO CNT-APPROVED
           .

      ** WRITE-LIMIT-CARD - the limit in whole units, left-justified **
       WRITE-LIMIT-CARD.
           MOVE WS-LIM-UNITS TO ED-LIMIT
           MOVE 0 TO WS-LEAD
           INSPECT ED-LIMIT TALLYING WS-LEAD FOR LEADING SPACES
           MOVE SPACES TO ENR-CUS-CSV
           STRING 'L;'                  DELIMITED BY SIZE
                  DCS-C-NO              DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  ED-LIMIT(WS-LEAD + 1:) DELIMITED BY SIZE
                  ';'                   DELIMITED BY SIZE
                  DCS-APPROVER          DELIMITED BY SPACE
             INTO ENR-CUS-CSV
           END-STRING
           WRITE ENR-CRLCUS
           .

       WRITE-CL-LOG.
           MOVE DEC-LINE     TO LOGREC-REF
           MOVE DCS-C-NO     TO LOGREC-PNO
           MOVE ENR-DEC-CSV  TO LOGREC-DETAIL
           WRITE ENR-CRLLOG FROM ST-LOADLOG
           INITIALIZE ST-LOADLOG
           MOVE "DECISION N. " TO LOGREC-LABEL
           .

       WRITE-CL-FOOTER.
           WRITE ENR-CRLLOG FROM CL-FOOT-HEAD

           MOVE 'LIMITS APPROVED'    TO LOGREC-FLABEL
           MOVE CNT-APPROVED         TO LOGREC-FCOUNT
           WRITE ENR-CRLLOG FROM ST-LOADLOG-FOOT

           MOVE 'LIMITS REJECTED'    TO LOGREC-FLABEL
           MOVE CNT-REJECTED         TO LOGREC-FCOUNT
           WRITE ENR-CRLLOG FROM ST-LOADLOG-FOOT

           MOVE 'NOT DECIDED'        TO LOGREC-FLABEL
           MOVE CNT-UNDECIDED        TO LOGREC-FCOUNT
           WRITE ENR-CRLLOG FROM ST-LOADLOG-FOOT

           MOVE 'BAD DECISION LINE'  TO LOGREC-FLABEL
           MOVE CNT-BAD-DEC          TO LOGREC-FCOUNT
           WRITE ENR-CRLLOG FROM ST-LOADLOG-FOOT

           MOVE 'NO PROPOSAL'        TO LOGREC-FLABEL
           MOVE CNT-NO-PROP          TO LOGREC-FCOUNT
           WRITE ENR-CRLLOG FROM ST-LOADLOG-FOOT

           MOVE 'ALREADY DECIDED'    TO LOGREC-FLABEL
           MOVE CNT-TWICE            TO LOGREC-FCOUNT
           WRITE ENR-CRLLOG FROM ST-LOADLOG-FOOT

           MOVE 'BAD CREDIT LIMIT'   TO LOGREC-FLABEL
           MOVE CNT-BAD-LIMIT        TO LOGREC-FCOUNT
           WRITE ENR-CRLLOG FROM ST-LOADLOG-FOOT
           .
