      * 		- VALIDATE STATE/COUNTRY CODE THROUGH STPROG                 *
      * 		- VALIDATE THE ZIP CODE FORMAT                               *
      * 		- INSERT NEW CUSTOMERS / UPDATE ADDRESS CHANGES IN DB2       *
      *              - APPLY APPROVED CREDIT-LIMIT CHANGES (L CARDS),     *
      *                THE APPROVER CHECKED THROUGH CTLAUTH AND THE      *
      *                OLD AND NEW LIMIT LOGGED ON THE CONTROL JOURNAL   *
      *              - LINK A SUBSIDIARY TO ITS CORPORATE GROUP HEAD     *
      *                (G CARDS) AND SET THE GROUP CREDIT LIMIT ON THE   *
      *                HEAD (L CARDS WITH THE G SCOPE), SAME CONTROLS    *
      *              - GENERETE AN ERROR LOG FILE (LOADLOG FORMAT)       *
      ********************************************************************

       DATA DIVISION.
       FILE SECTION.
      ** FCUST - ACTION;C_NO;COMPANY;ADDRESS;CITY;ZIP;STATE          ***
      ** ;EXEMPT;CERT;CURRENCY;TERMS;LANG (THE LAST FIVE OPTIONAL)  ***
      ** WITH ACTION A=ADD, U=UPDATE (ADDRESS CHANGE) ; TERMS IS    ***
      ** THE NEGOTIATED PAYMENT TERMS CODE (N30, N60, D10...) THAT  ***
      ** DRIVES THE INVOICE DUE DATE DOWNSTREAM ; LANG IS THE       ***
      ** LANGUAGE (EN, FR...) THE CUSTOMER'S INVOICES, STATEMENTS,  ***
      ** QUOTES AND DUNNING LETTERS PRINT IN - EN WHEN LEFT EMPTY   ***
      ** A CREDIT-LIMIT CHANGE IS ITS OWN SHORT CARD :              ***
      ** L;C_NO;NEWLIMIT;APPROVER  (WHOLE UNITS, 0 = NO LIMIT)      ***
      ** L;C_NO;NEWLIMIT;APPROVER;G SETS THE GROUP LIMIT OF THE     ***
      ** GROUP C_NO HEADS (THE WHOLE GROUP'S BALANCES AGAINST IT)   ***
      ** G;C_NO;PARENT;APPROVER MAKES C_NO A MEMBER OF PARENT'S     ***
      ** GROUP ; AN EMPTY PARENT TAKES IT BACK OUT. ONE LEVEL ONLY :***
      ** A HEAD IS NEVER ITSELF A MEMBER                            ***
       FD FCUST.
       01 ENR-CUST.
       05 ENR-CUST-CSV    PIC X(186).
       01 CUST-ACTION     PIC X(1).
          88 CUST-IS-ADD        VALUE 'A'.
          88 CUST-IS-UPDATE     VALUE 'U'.
          88 CUST-IS-LIMIT      VALUE 'L'.
          88 CUST-IS-GROUP      VALUE 'G'.
       01 CUST-NO         PIC X(3).
       01 CUST-COMPANY    PIC X(30).
       01 CUST-ADDRESS    PIC X(100).
       01 CUST-CERT       PIC X(10).
       01 CUST-CURRENCY   PIC X(3).
       01 CUST-TERMS      PIC X(3).
       01 CUST-LANG       PIC X(2).
       01 LIM-AMOUNT-CSV  PIC X(12).
       01 LIM-APPROVER    PIC X(8).
       01 LIM-SCOPE       PIC X(1).
          88 LIM-FOR-GROUP      VALUE 'G'.
       01 GRP-PARENT      PIC X(3).
       01 GRP-OLD-PARENT  PIC X(3).
       77 GRP-MEMBERS     PIC S9(9) COMP VALUE 0.
       77 LIM-OLD         PIC S9(7)V9(2) VALUE 0.
       77 LIM-NEW         PIC S9(7)V9(2) VALUE 0.

      *** VARS CLASSIQUES ***
       77 CUST-FLAG     PIC 9  VALUE 0.
      *** SOUS PROG ***
       77 WS-STPROG      PIC X(8) VALUE 'STPROG'.

      *** CONTROLE DES CHANGEMENTS DE PLAFOND : CTLAUTH/CTLJRNW ***
       77 WS-CA-ACTION    PIC X(1) VALUE 'L'.
       77 WS-CA-RESULT    PIC X(4) VALUE SPACES.
       77 WS-JR-PGM       PIC X(8) VALUE 'CUSTLDP '.
       77 WS-JR-ACTION    PIC X(20) VALUE SPACES.
       77 WS-JR-KEY       PIC X(10) VALUE SPACES.
       77 WS-JR-BEFORE    PIC X(14) VALUE SPACES.
       77 WS-JR-AFTER     PIC X(14) VALUE SPACES.
       01 ED-JR-AMT       PIC -ZZZZZZZ9.99.

      * LOG FILE ***
       01 LOG-HEAD        PIC X(30) VALUE "LOG REPORT FOR CUSTOMER FILE".
       01 LOG-FOOT-HEAD   PIC X(28) VALUE "REJECT SUMMARY BY REASON :".
       77 CNT-BAD-ACTION    PIC 9(4) VALUE 0.
       77 CNT-DUPLICATE     PIC 9(4) VALUE 0.
       77 CNT-CNO-NOTFOUND  PIC 9(4) VALUE 0.
       77 CNT-BAD-LIMIT     PIC 9(4) VALUE 0.
       77 CNT-NOT-AUTH      PIC 9(4) VALUE 0.
       77 CNT-LIMIT-CHANGED PIC 9(4) VALUE 0.
       77 CNT-BAD-GROUP     PIC 9(4) VALUE 0.
       77 CNT-GROUP-CHANGED PIC 9(4) VALUE 0.
       77 CNT-TOTAL-REJECTS PIC 9(4) VALUE 0.

      *************** DB2 *******
           MOVE SPACES TO CUST-ACTION CUST-NO CUST-COMPANY
           MOVE SPACES TO CUST-ADDRESS CUST-CITY CUST-ZIP
           MOVE SPACES TO CUST-STATE CUST-EXEMPT CUST-CERT
           MOVE SPACES TO CUST-CURRENCY CUST-TERMS CUST-LANG
           UNSTRING ENR-CUST-CSV DELIMITED BY ';'
           INTO CUST-ACTION
                 CUST-NO
                 CUST-CERT
                 CUST-CURRENCY
                 CUST-TERMS
                 CUST-LANG
           END-UNSTRING

           IF CUST-IS-LIMIT
              PERFORM CHANGE-CREDIT-LIMIT
              EXIT PARAGRAPH
           END-IF
           IF CUST-IS-GROUP
              PERFORM CHANGE-GROUP-LINK
              EXIT PARAGRAPH
           END-IF

           IF CUST-EXEMPT = SPACE
              MOVE 'N' TO CUST-EXEMPT
           END-IF
              MOVE 'USD' TO CUST-CURRENCY
           END-IF
           PERFORM MAP-CURRENCY
           IF CUST-LANG = SPACES
              MOVE 'EN' TO CUST-LANG
           END-IF

           PERFORM CHECK-CUST-FIELDS
           IF DATA-OK
       CHECK-CUST-FIELDS.
           IF CUST-NO = SPACES OR CUST-COMPANY = SPACES
              OR NOT EXEMPT-VALID
              OR CUST-LANG NOT ALPHABETIC OR CUST-LANG(2:1) = SPACE
              MOVE 'BAD FORMAT/LENGTH'  TO LOGREC-MSG
              PERFORM WRITE-LOG
              ADD 1 TO CNT-BAD-FORMAT
           MOVE CUST-CERT                  TO CUS-CERT-NO
           MOVE CUST-CURRENCY              TO CUS-CURRENCY
           MOVE CUST-TERMS                 TO CUS-TERMS
           MOVE CUST-LANG                  TO CUS-LANG
           .

      *** CHANGE-CREDIT-LIMIT - AN L CARD ONLY TOUCHES THE LIMIT : ***
      *** THE APPROVER MUST HOLD THE CREDIT-LIMIT PRIVILEGE, AND   ***
      *** THE BEFORE/AFTER VALUES GO TO THE CONTROL JOURNAL        ***
       CHANGE-CREDIT-LIMIT.
           MOVE SPACES TO CUST-NO CUST-COMPANY LIM-AMOUNT-CSV
                          LIM-APPROVER LIM-SCOPE
           UNSTRING ENR-CUST-CSV DELIMITED BY ';'
           INTO CUST-ACTION
                 CUST-NO
                 LIM-AMOUNT-CSV
                 LIM-APPROVER
                 LIM-SCOPE
           END-UNSTRING

           IF CUST-NO = SPACES OR LIM-APPROVER = SPACES
              OR (LIM-SCOPE NOT = SPACE AND NOT LIM-FOR-GROUP)
              MOVE 'BAD FORMAT/LENGTH'  TO LOGREC-MSG
              PERFORM WRITE-LOG
              ADD 1 TO CNT-BAD-FORMAT
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(LIM-AMOUNT-CSV) NOT = 0
              MOVE 'BAD CREDIT LIMIT'   TO LOGREC-MSG
              PERFORM WRITE-LOG
              ADD 1 TO CNT-BAD-LIMIT
              EXIT PARAGRAPH
           END-IF
           COMPUTE LIM-NEW = FUNCTION NUMVAL(LIM-AMOUNT-CSV)
           IF LIM-NEW < ZERO
              MOVE 'BAD CREDIT LIMIT'   TO LOGREC-MSG
              PERFORM WRITE-LOG
              ADD 1 TO CNT-BAD-LIMIT
              EXIT PARAGRAPH
           END-IF
           CALL 'CTLAUTH' USING LIM-APPROVER WS-CA-ACTION
                                WS-CA-RESULT
           IF WS-CA-RESULT NOT = 'OK  '
              MOVE 'APPROVER NOT AUTH'  TO LOGREC-MSG
              PERFORM WRITE-LOG
              ADD 1 TO CNT-NOT-AUTH
              EXIT PARAGRAPH
           END-IF

           MOVE CUST-NO TO CUS-C-NO
           IF LIM-FOR-GROUP
              PERFORM CHANGE-GROUP-LIMIT
              EXIT PARAGRAPH
           END-IF
           EXEC SQL
              SELECT CREDIT_LIMIT
              INTO :CUS-CREDIT-LIMIT
              FROM APIX.CUSTOMERS
              WHERE C_NO = :CUS-C-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              PERFORM EVAL-SQL
              EXIT PARAGRAPH
           END-IF
           MOVE CUS-CREDIT-LIMIT TO LIM-OLD
           MOVE LIM-NEW          TO CUS-CREDIT-LIMIT
           EXEC SQL
           UPDATE APIX.CUSTOMERS
              SET CREDIT_LIMIT = :CUS-CREDIT-LIMIT
              WHERE C_NO = :CUS-C-NO
           END-EXEC
           PERFORM EVAL-SQL
           IF SQLCODE = ZERO
              ADD 1 TO CNT-LIMIT-CHANGED
              MOVE 'CREDIT LIMIT CHANGE' TO WS-JR-ACTION
              MOVE CUST-NO               TO WS-JR-KEY
              MOVE LIM-OLD               TO ED-JR-AMT
              MOVE ED-JR-AMT             TO WS-JR-BEFORE
              MOVE LIM-NEW               TO ED-JR-AMT
              MOVE ED-JR-AMT             TO WS-JR-AFTER
              CALL 'CTLJRNW' USING WS-JR-PGM LIM-APPROVER
                                   WS-JR-ACTION WS-JR-KEY
                                   WS-JR-BEFORE WS-JR-AFTER
           END-IF
           .

      *** CHANGE-GROUP-LIMIT - THE GROUP LIMIT LIVES ON THE HEAD'S ***
      *** ROW ; A MEMBER OF SOMEONE ELSE'S GROUP CANNOT CARRY ONE  ***
       CHANGE-GROUP-LIMIT.
           EXEC SQL
              SELECT GROUP_LIMIT, PARENT_C_NO
              INTO :CUS-GROUP-LIMIT, :CUS-PARENT-C-NO
              FROM APIX.CUSTOMERS
              WHERE C_NO = :CUS-C-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              PERFORM EVAL-SQL
              EXIT PARAGRAPH
           END-IF
           IF CUS-PARENT-C-NO NOT = SPACES
              MOVE 'NOT A GROUP HEAD'   TO LOGREC-MSG
              PERFORM WRITE-LOG
              ADD 1 TO CNT-BAD-GROUP
              EXIT PARAGRAPH
           END-IF
           MOVE CUS-GROUP-LIMIT TO LIM-OLD
           MOVE LIM-NEW         TO CUS-GROUP-LIMIT
           EXEC SQL
           UPDATE APIX.CUSTOMERS
              SET GROUP_LIMIT = :CUS-GROUP-LIMIT
              WHERE C_NO = :CUS-C-NO
           END-EXEC
           PERFORM EVAL-SQL
           IF SQLCODE = ZERO
              ADD 1 TO CNT-LIMIT-CHANGED
              MOVE 'GROUP LIMIT CHANGE'  TO WS-JR-ACTION
              MOVE CUST-NO               TO WS-JR-KEY
              MOVE LIM-OLD               TO ED-JR-AMT
              MOVE ED-JR-AMT             TO WS-JR-BEFORE
              MOVE LIM-NEW               TO ED-JR-AMT
              MOVE ED-JR-AMT             TO WS-JR-AFTER
              CALL 'CTLJRNW' USING WS-JR-PGM LIM-APPROVER
                                   WS-JR-ACTION WS-JR-KEY
                                   WS-JR-BEFORE WS-JR-AFTER
           END-IF
           .

      *** CHANGE-GROUP-LINK - A G CARD MOVES C_NO INTO (OR OUT OF) ***
      *** A CORPORATE GROUP. IT SHIFTS CREDIT EXPOSURE, SO IT TAKES ***
      *** THE SAME PRIVILEGE AND JOURNAL AS A LIMIT CHANGE. THE    ***
      *** PARENT MUST BE A HEAD AND C_NO MUST HEAD NOBODY          ***
       CHANGE-GROUP-LINK.
           MOVE SPACES TO CUST-NO CUST-COMPANY GRP-PARENT
                          LIM-APPROVER
           UNSTRING ENR-CUST-CSV DELIMITED BY ';'
           INTO CUST-ACTION
                 CUST-NO
                 GRP-PARENT
                 LIM-APPROVER
           END-UNSTRING

           IF CUST-NO = SPACES OR LIM-APPROVER = SPACES
              MOVE 'BAD FORMAT/LENGTH'  TO LOGREC-MSG
              PERFORM WRITE-LOG
              ADD 1 TO CNT-BAD-FORMAT
              EXIT PARAGRAPH
           END-IF
           MOVE GRP-PARENT TO CUST-COMPANY
           IF GRP-PARENT = CUST-NO
              MOVE 'BAD GROUP PARENT'   TO LOGREC-MSG
              PERFORM WRITE-LOG
              ADD 1 TO CNT-BAD-GROUP
              EXIT PARAGRAPH
           END-IF
           CALL 'CTLAUTH' USING LIM-APPROVER WS-CA-ACTION
                                WS-CA-RESULT
           IF WS-CA-RESULT NOT = 'OK  '
              MOVE 'APPROVER NOT AUTH'  TO LOGREC-MSG
              PERFORM WRITE-LOG
              ADD 1 TO CNT-NOT-AUTH
              EXIT PARAGRAPH
           END-IF

           IF GRP-PARENT NOT = SPACES
              MOVE GRP-PARENT TO CUS-C-NO
              EXEC SQL
                 SELECT PARENT_C_NO
                 INTO :CUS-PARENT-C-NO
                 FROM APIX.CUSTOMERS
                 WHERE C_NO = :CUS-C-NO
              END-EXEC
              IF SQLCODE NOT = ZERO OR CUS-PARENT-C-NO NOT = SPACES
                 MOVE 'BAD GROUP PARENT'   TO LOGREC-MSG
                 PERFORM WRITE-LOG
                 ADD 1 TO CNT-BAD-GROUP
                 EXIT PARAGRAPH
              END-IF
              MOVE CUST-NO TO CUS-C-NO
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :GRP-MEMBERS
                 FROM APIX.CUSTOMERS
                 WHERE PARENT_C_NO = :CUS-C-NO
              END-EXEC
              IF GRP-MEMBERS > 0
                 MOVE 'BAD GROUP PARENT'   TO LOGREC-MSG
                 PERFORM WRITE-LOG
                 ADD 1 TO CNT-BAD-GROUP
                 EXIT PARAGRAPH
              END-IF
           END-IF

           MOVE CUST-NO TO CUS-C-NO
           EXEC SQL
              SELECT PARENT_C_NO
              INTO :CUS-PARENT-C-NO
              FROM APIX.CUSTOMERS
              WHERE C_NO = :CUS-C-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              PERFORM EVAL-SQL
              EXIT PARAGRAPH
           END-IF
           MOVE CUS-PARENT-C-NO TO GRP-OLD-PARENT
           MOVE GRP-PARENT      TO CUS-PARENT-C-NO
           EXEC SQL
           UPDATE APIX.CUSTOMERS
              SET PARENT_C_NO = :CUS-PARENT-C-NO
              WHERE C_NO = :CUS-C-NO
           END-EXEC
           PERFORM EVAL-SQL
           IF SQLCODE = ZERO
              ADD 1 TO CNT-GROUP-CHANGED
              MOVE 'GROUP LINK CHANGE'   TO WS-JR-ACTION
              MOVE CUST-NO               TO WS-JR-KEY
              MOVE GRP-OLD-PARENT        TO WS-JR-BEFORE
              MOVE GRP-PARENT            TO WS-JR-AFTER
              CALL 'CTLJRNW' USING WS-JR-PGM LIM-APPROVER
                                   WS-JR-ACTION WS-JR-KEY
                                   WS-JR-BEFORE WS-JR-AFTER
           END-IF
           .

      *** INSERT-DB - NEW CUSTOMERS START WITH A ZERO BALANCE ***
           EXEC SQL
           INSERT INTO APIX.CUSTOMERS
              (C_NO,COMPANY,ADDRESS,CITY,ZIP,STATE,BALANCE,
               TAX_EXEMPT,CERT_NO,CURRENCY,TERMS,LANG)
              VALUES (:CUS-C-NO,
                    :CUS-COMPANY,
                    :CUS-ADDRESS,
                    :CUS-TAX-EXEMPT,
                    :CUS-CERT-NO,
                    :CUS-CURRENCY,
                    :CUS-TERMS,
                    :CUS-LANG)
           END-EXEC
           PERFORM EVAL-SQL.

                  TAX_EXEMPT = :CUS-TAX-EXEMPT,
                  CERT_NO = :CUS-CERT-NO,
                  CURRENCY = :CUS-CURRENCY,
                  TERMS   = :CUS-TERMS,
                  LANG    = :CUS-LANG
              WHERE C_NO = :CUS-C-NO
           END-EXEC
           IF SQLCODE = ZERO
           MOVE CNT-CNO-NOTFOUND    TO LOGREC-FCOUNT
           WRITE ENR-LOG FROM ST-LOADLOG-FOOT

           MOVE 'BAD CREDIT LIMIT'  TO LOGREC-FLABEL
           MOVE CNT-BAD-LIMIT       TO LOGREC-FCOUNT
           WRITE ENR-LOG FROM ST-LOADLOG-FOOT

           MOVE 'APPROVER NOT AUTH' TO LOGREC-FLABEL
           MOVE CNT-NOT-AUTH        TO LOGREC-FCOUNT
           WRITE ENR-LOG FROM ST-LOADLOG-FOOT

           MOVE 'LIMITS CHANGED'    TO LOGREC-FLABEL
           MOVE CNT-LIMIT-CHANGED   TO LOGREC-FCOUNT
           WRITE ENR-LOG FROM ST-LOADLOG-FOOT

           MOVE 'BAD GROUP PARENT'  TO LOGREC-FLABEL
           MOVE CNT-BAD-GROUP       TO LOGREC-FCOUNT
           WRITE ENR-LOG FROM ST-LOADLOG-FOOT

           MOVE 'GROUP LINKS CHANGED' TO LOGREC-FLABEL
           MOVE CNT-GROUP-CHANGED   TO LOGREC-FCOUNT
           WRITE ENR-LOG FROM ST-LOADLOG-FOOT

           MOVE 'TOTAL REJECTED'    TO LOGREC-FLABEL
           MOVE CNT-TOTAL-REJECTS   TO LOGREC-FCOUNT
           WRITE ENR-LOG FROM ST-LOADLOG-FOOT
