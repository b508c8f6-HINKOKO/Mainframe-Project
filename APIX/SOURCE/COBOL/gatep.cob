      *       TONIGHT'S FEED AND THE QUARANTINE CLEARS         *
      *     - TELL EACH OFFICE WHAT HAPPENED IN ITS OWN GATE   *
      *       ACK FILE                                         *
      *     - RECORD EACH PASSED FEED'S HIGHEST O_NO AGAINST   *
      *       ITS RANGE IN THE NUMBER-RANGE REGISTRY (FEEDEU,  *
      *       FEEDAS, FEEDAM) AND WARN WHEN A REGION NUMBERS   *
      *       OUTSIDE THE BLOCK IT WAS GIVEN                   *
      *     - REFUSE A COMPANY NAME THAT RUNS PAST 27 BYTES    *
      *       INTO THE UNIT OF MEASURE AND ITS MARK, WHICH     *
      *       PART2P WOULD OTHERWISE READ AS THE LINE'S UNIT   *
      *     - CHECK EACH FEED'S VOLUME AGAINST THE LAST FOUR   *
      *       SAME-WEEKDAY NIGHTS : A SWING PAST TOLPCT        *
      *       PERCENT QUARANTINES THE FILE UNLESS AN OVERRIDE  *
       77 WS-VOL-HI       PIC 9(7) VALUE 0.
       77 WS-ORD-COUNT    PIC 9(7) VALUE 0.
       77 WS-PREV-ONO     PIC 9(7) VALUE 0.

      ** O_NO SPAN OF THE FILE, REPORTED TO THE REGIONAL RANGE OF  **
      ** THE NUMBER-RANGE REGISTRY ONCE THE FILE PASSES            **
       COPY NUMRNG.
       77 WS-MIN-ONO      PIC 9(7) VALUE 0.
       77 WS-MAX-ONO      PIC 9(7) VALUE 0.
       77 CNT-RANGE-WARN  PIC 9(1) VALUE 0.
       77 WS-VOL-FLAG     PIC 9 VALUE 0.
            88 VOLUME-IMPLAUSIBLE VALUE 1.
       77 CNT-IMPLAUSIBLE PIC 9(1) VALUE 0.
       77 CNT-BAD-QTY     PIC 9(4) VALUE 0.
       77 CNT-BAD-DATE    PIC 9(4) VALUE 0.
       77 CNT-BAD-SEAL    PIC 9(4) VALUE 0.
       77 CNT-BAD-UOM     PIC 9(4) VALUE 0.
       77 CNT-ERRORS      PIC 9(4) VALUE 0.
       77 CNT-QUARANTINED PIC 9(1) VALUE 0.
       77 CNT-RELEASED    PIC 9(1) VALUE 0.
      ***  SS PROG  ***
       77 WS-DATEPROG     PIC X(8) VALUE 'CONVDATE'.
       77 WS-FORMAT       PIC X(2) VALUE 'US'.
      ** UNIT LOOKUP (UOMPROG) FOR THE BYTES AFTER A COMPANY NAME **
       COPY UOMBLK.

       PROCEDURE DIVISION.
           MOVE 'S' TO WS-RH-PHASE

           PERFORM WRITE-GATE-FOOTER
           CLOSE FGATLOG
           CALL 'UOMRST'

           DISPLAY 'GATE : TOTAL PROBLEMS FOUND : ' CNT-ERRORS
           DISPLAY 'GATE : FEEDS QUARANTINED    : ' CNT-QUARANTINED
           DISPLAY 'GATE : RETRANSMISSIONS      : ' CNT-RETRANS
           DISPLAY 'GATE : VOLUME QUARANTINES   : ' CNT-IMPLAUSIBLE
           DISPLAY 'GATE : FEEDS PAST THE BUFFER: ' CNT-BUF-OVFL
           DISPLAY 'GATE : FEEDS OUTSIDE RANGE  : ' CNT-RANGE-WARN
           IF CNT-QUARANTINED > 0 OR CNT-BUF-OVFL > 0
      ** A WARNING, NOT A HALT : THE CLEAN REGIONS STILL LOAD **
              MOVE 4 TO WS-RH-RC
              MOVE 0 TO WS-RH-RC
              DISPLAY 'GATE : ALL FEEDS CLEAN'
           END-IF
           IF CNT-RANGE-WARN > 0
              MOVE 4 TO WS-RH-RC
           END-IF
           MOVE 'E' TO WS-RH-PHASE
           CALL 'RUNHIST' USING WS-RH-PGM WS-RH-PHASE
                                WS-RH-INPUTS WS-RH-RC
           MOVE 0 TO WS-SIG-HASH
           MOVE 0 TO WS-ORD-COUNT
           MOVE 0 TO WS-PREV-ONO
           MOVE 9999999 TO WS-MIN-ONO
           MOVE 0 TO WS-MAX-ONO
           MOVE 'SEE GATE LOG' TO WS-FAIL-REASON
           PERFORM VARYING BUF-IDX FROM 1 BY 1
                   UNTIL BUF-IDX > BUF-CNT
                 ADD 1 TO CNT-GOUT-LINES
              END-IF
           END-PERFORM
           PERFORM RAISE-FEED-HIGHWATER
           .

       COPY-BUFFER-AS.
                 ADD 1 TO CNT-GOUT-LINES
              END-IF
           END-PERFORM
           PERFORM RAISE-FEED-HIGHWATER
           .

       COPY-BUFFER-AM.
                 ADD 1 TO CNT-GOUT-LINES
              END-IF
           END-PERFORM
           PERFORM RAISE-FEED-HIGHWATER
           .

      ** RAISE-FEED-HIGHWATER - the regions number their own orders  **
      ** inside the block the registry gives them ; the highest O_NO **
      ** passed is recorded so the range report sees the block fill  **
      ** up, and a number outside the block is flagged before it can **
      ** collide with another region or an in-house range            **
       RAISE-FEED-HIGHWATER.
           IF WS-MAX-ONO = 0
              EXIT PARAGRAPH
           END-IF
           INITIALIZE NUMRNG-BLOCK
           STRING 'FEED' WS-FEED-ID DELIMITED BY SIZE
             INTO NR-RANGE-ID
           END-STRING
           MOVE 'H'        TO NR-ACTION
           MOVE WS-MAX-ONO TO NR-NUMBER
           CALL 'NUMRANGE' USING NUMRNG-BLOCK
           IF NR-OK AND WS-MIN-ONO < NR-LOW
              MOVE 'BAD ' TO NR-RESULT
           END-IF
           IF NOT NR-OK
              ADD 1 TO CNT-RANGE-WARN
              DISPLAY 'GATE : ' WS-FEED-NAME ' O_NO ' WS-MIN-ONO '-'
                      WS-MAX-ONO ' OUTSIDE RANGE ' NR-RANGE-ID
                      ' (' NR-RESULT ')'
              MOVE 'WARNING - O_NO OUTSIDE THE REGION RANGE'
                 TO GACK-TEXT
              EVALUATE WS-FEED-ID
                 WHEN 'EU'
                    PERFORM WRITE-GACK-EU
                 WHEN 'AS'
                    PERFORM WRITE-GACK-AS
                 WHEN OTHER
                    PERFORM WRITE-GACK-AM
              END-EVALUATE
           END-IF
           .

       WRITE-GACK-EU.
           IF ENR-O-NO IS NUMERIC AND ENR-O-NO NOT = WS-PREV-ONO
              ADD 1 TO WS-ORD-COUNT
              MOVE ENR-O-NO TO WS-PREV-ONO
              IF ENR-O-NO > WS-MAX-ONO
                 MOVE ENR-O-NO TO WS-MAX-ONO
              END-IF
              IF ENR-O-NO < WS-MIN-ONO
                 MOVE ENR-O-NO TO WS-MIN-ONO
              END-IF
           END-IF

           IF ENR-O-NO IS NOT NUMERIC
              PERFORM WRITE-GATE-LOG
              ADD 1 TO CNT-BAD-DATE
           END-IF

           IF ENR-COMPANY NOT = SPACES AND
              (ENR-UOM NOT = SPACES OR ENR-UOM-STATE NOT = SPACE)
              PERFORM CHECK-COMPANY-TAIL
           END-IF
           .

      ** CHECK-COMPANY-TAIL - THE COMPANY NAME WAS 30 BYTES BEFORE  **
      ** THE UNIT OF MEASURE TOOK ITS LAST THREE. ON A LINE NAMING  **
      ** A NEW CUSTOMER THOSE BYTES MUST BE A UNIT THE PRODUCT IS   **
      ** SOLD IN, WITH THE CONVERTED MARK BLANK ; ANYTHING ELSE IS  **
      ** A LONG NAME SPILLING OVER, NOT A UNIT                      **
       CHECK-COMPANY-TAIL.
           INITIALIZE UOM-BLOCK
           IF ENR-UOM-STATE = SPACE
              MOVE 'C'      TO UM-ACTION
              MOVE ENR-P-NO TO UM-ITEM
              MOVE ENR-UOM  TO UM-CODE
              MOVE 1        TO UM-QTY
              CALL 'UOMPROG' USING UOM-BLOCK
           END-IF
           IF NOT UM-OK
              MOVE 'COMPANY PAST 27 CHAR' TO LOGREC-MSG
              PERFORM WRITE-GATE-LOG
              ADD 1 TO CNT-BAD-UOM
           END-IF
           .

      ** CHECK-FEED-SEAL - AN INCOMPLETE TRANSMISSION (NO HEADER **
           MOVE CNT-BAD-SEAL        TO LOGREC-FCOUNT
           WRITE ENR-GATLOG FROM ST-LOADLOG-FOOT

           MOVE 'COMPANY PAST 27 CHAR' TO LOGREC-FLABEL
           MOVE CNT-BAD-UOM         TO LOGREC-FCOUNT
           WRITE ENR-GATLOG FROM ST-LOADLOG-FOOT

           MOVE 'TOTAL PROBLEMS'    TO LOGREC-FLABEL
           MOVE CNT-ERRORS          TO LOGREC-FCOUNT
           WRITE ENR-GATLOG FROM ST-LOADLOG-FOOT
