       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMRANGE.
       AUTHOR.     HINKOKO.
      *******************************************************
      *   THIS PROGRAM IS INTENDED TO OWN EVERY NUMBER      *
      *   RANGE AND COUNTER OF THE SYSTEM IN ONE CONTROL    *
      *   FILE (NUMRNGK) : INVOICES, POS, RMAS, QUOTES,     *
      *   BLANKETS, WEB / STANDING / CONVERTED-QUOTE ORDER  *
      *   NUMBERS, VOUCHERS, AND THE REGIONAL FEED RANGES   *
      *   ASSIGNED OUTSIDE. TWO PROGRAMS CAN NO LONGER      *
      *   CLAIM THE SAME RANGE OFF THEIR OWN SEQUENCE FILES *
      *                                                     *
      *   CALL 'NUMRANGE' USING NUMRNG-BLOCK (NUMRNG COPY)  *
      *     N = NEXT NUMBER, STORED AT ONCE SO NO OTHER     *
      *         CALLER CAN BE HANDED IT                     *
      *     Q = QUERY, NO STATE CHANGE                      *
      *     D = DEFINE / WIDEN A RANGE - AN OVERLAP WITH    *
      *         ANY OTHER RANGE OF THE SAME NUMBER SPACE    *
      *         IS REFUSED                                  *
      *     H = RECORD THE HIGHEST NUMBER SEEN ON AN        *
      *         EXTERNAL RANGE                              *
      *                                                     *
      *   THE FIRST NUMBER ISSUED IS LOW + 1, THE LAST ONE  *
      *   IS HIGH - AS THE OLD PER-PROGRAM SEQUENCE FILES   *
      *   DID - THEN THE RANGE ANSWERS EXHS                 *
      *******************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT NUMRNGK ASSIGN TO NUMRNGK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RNG-ID
               FILE STATUS IS FS-RNG.
      ******************************************
       DATA DIVISION.
       FILE SECTION.
       FD NUMRNGK.
       01 ST-NUMRNGK.
          05 RNG-ID        PIC X(8).
          05 RNG-LOW       PIC 9(9).
          05 RNG-HIGH      PIC 9(9).
          05 RNG-LAST      PIC 9(9).
          05 RNG-KIND      PIC X(1).
          05 RNG-OWNER     PIC X(8).
          05 RNG-DATE      PIC X(6).
          05 RNG-TIME      PIC X(8).
      ** THE NUMBER SPACE : RANGES ONLY CLASH INSIDE ONE SPACE (ALL  **
      ** ORDER-NUMBER RANGES ARE 'ORD', INVOICES 'INV', ...)         **
          05 RNG-SPACE     PIC X(3).
          05 FILLER        PIC X(19).

       WORKING-STORAGE SECTION.
       77 FS-RNG           PIC 99.
       77 WS-ANO           PIC 9.
       77 WS-VAR           PIC 9 VALUE 0.
       77 WS-ABEND-CODE    PIC 9(02) VALUE 0.
       77 WS-RNG-EOF       PIC 9 VALUE 0.
          88 FF-RNG             VALUE 1.
       77 WS-KEEP-LAST     PIC 9(9) VALUE 0.
       01 WS-NOW-DATE      PIC X(6).
       01 WS-NOW-TIME      PIC X(8).

       LINKAGE SECTION.
       COPY NUMRNG.

       PROCEDURE DIVISION USING NUMRNG-BLOCK.
           MOVE 'OK  ' TO NR-RESULT
           MOVE SPACES TO NR-CLASH-ID

           OPEN I-O NUMRNGK
           IF FS-RNG = 35
      ** FIRST EVER DEFINITION : THE CONTROL FILE DOES NOT EXIST YET **
              OPEN OUTPUT NUMRNGK
              PERFORM CHECK-FILE-STATUS
              CLOSE NUMRNGK
              OPEN I-O NUMRNGK
           END-IF
           PERFORM CHECK-FILE-STATUS

           EVALUATE TRUE
              WHEN NR-DO-NEXT
                 PERFORM NEXT-NUMBER
              WHEN NR-DO-QUERY
                 PERFORM QUERY-RANGE
              WHEN NR-DO-DEFINE
                 PERFORM DEFINE-RANGE
              WHEN NR-DO-HIGHWATER
                 PERFORM RAISE-HIGHWATER
              WHEN OTHER
                 DISPLAY 'NUMRANGE : BAD ACTION -> ' NR-ACTION
                 MOVE 'BAD ' TO NR-RESULT
           END-EVALUATE

           CLOSE NUMRNGK
           GOBACK.

      * PARAGRAPHS
      ** NEXT-NUMBER - the number is written back before it is     **
      ** handed out, so an abend later in the caller leaves a gap, **
      ** never a number issued twice                              **
       NEXT-NUMBER.
           MOVE NR-RANGE-ID TO RNG-ID
           READ NUMRNGK
           EVALUATE FS-RNG
              WHEN ZERO
                 PERFORM RETURN-RANGE
                 IF RNG-KIND = 'E'
                    DISPLAY 'NUMRANGE : ' NR-RANGE-ID
                            ' IS ASSIGNED OUTSIDE, NOT DRAWN HERE'
                    MOVE 'BAD ' TO NR-RESULT
                 ELSE
                    IF RNG-LAST < RNG-LOW
                       MOVE RNG-LOW TO RNG-LAST
                    END-IF
                    IF RNG-LAST NOT < RNG-HIGH
                       MOVE 'EXHS' TO NR-RESULT
                       MOVE RNG-LAST TO NR-NUMBER
                    ELSE
                       ADD 1 TO RNG-LAST
                       PERFORM STAMP-RANGE
                       REWRITE ST-NUMRNGK
                       PERFORM CHECK-FILE-STATUS
                       MOVE RNG-LAST TO NR-NUMBER
                    END-IF
                 END-IF
              WHEN 23
                 DISPLAY 'NUMRANGE : RANGE NOT DEFINED -> '
                         NR-RANGE-ID
                 MOVE 'UNKN' TO NR-RESULT
              WHEN OTHER
                 PERFORM CHECK-FILE-STATUS
           END-EVALUATE
           .

       QUERY-RANGE.
           MOVE NR-RANGE-ID TO RNG-ID
           READ NUMRNGK
           EVALUATE FS-RNG
              WHEN ZERO
                 PERFORM RETURN-RANGE
                 MOVE RNG-LAST TO NR-NUMBER
              WHEN 23
                 MOVE 'UNKN' TO NR-RESULT
              WHEN OTHER
                 PERFORM CHECK-FILE-STATUS
           END-EVALUATE
           .

      ** DEFINE-RANGE - NR-LOW / NR-HIGH / NR-KIND / NR-OWNER, AND  **
      ** NR-NUMBER AS THE LAST NUMBER ALREADY ISSUED (TAKEN OVER     **
      ** FROM THE OLD SEQUENCE FILE). AN EXISTING RANGE MAY BE       **
      ** WIDENED OR HANDED TO ANOTHER OWNER, NEVER WOUND BACK        **
       DEFINE-RANGE.
           IF NR-KIND = SPACE
              MOVE 'I' TO NR-KIND
           END-IF
           IF NR-RANGE-ID = SPACES OR NR-SPACE = SPACES OR
              NR-HIGH NOT > NR-LOW OR
              NR-NUMBER > NR-HIGH OR
              (NR-KIND NOT = 'I' AND NR-KIND NOT = 'E')
              MOVE 'BAD ' TO NR-RESULT
           ELSE
              PERFORM CHECK-OVERLAP
           END-IF
           IF NR-OK
              MOVE NR-RANGE-ID TO RNG-ID
              READ NUMRNGK
              EVALUATE FS-RNG
                 WHEN ZERO
                    IF RNG-LAST > NR-HIGH
                       DISPLAY 'NUMRANGE : ' NR-RANGE-ID
                               ' ALREADY ISSUED ' RNG-LAST
                       MOVE 'BAD ' TO NR-RESULT
                    ELSE
                       MOVE RNG-LAST TO WS-KEEP-LAST
                       PERFORM FILL-RANGE
                       IF WS-KEEP-LAST > RNG-LAST
                          MOVE WS-KEEP-LAST TO RNG-LAST
                       END-IF
                       REWRITE ST-NUMRNGK
                       PERFORM CHECK-FILE-STATUS
                    END-IF
                 WHEN 23
                    MOVE SPACES TO ST-NUMRNGK
                    MOVE NR-RANGE-ID TO RNG-ID
                    PERFORM FILL-RANGE
                    WRITE ST-NUMRNGK
                    PERFORM CHECK-FILE-STATUS
                 WHEN OTHER
                    PERFORM CHECK-FILE-STATUS
              END-EVALUATE
           END-IF
           IF NR-OK
              PERFORM RETURN-RANGE
              MOVE RNG-LAST TO NR-NUMBER
           END-IF
           .

       FILL-RANGE.
           MOVE NR-LOW    TO RNG-LOW
           MOVE NR-HIGH   TO RNG-HIGH
           MOVE NR-NUMBER TO RNG-LAST
           MOVE NR-KIND   TO RNG-KIND
           MOVE NR-OWNER  TO RNG-OWNER
           MOVE NR-SPACE  TO RNG-SPACE
           PERFORM STAMP-RANGE
           .

      ** CHECK-OVERLAP - every other range, in key order : any      **
      ** shared number refuses the definition                      **
       CHECK-OVERLAP.
           MOVE 0 TO WS-RNG-EOF
           MOVE LOW-VALUES TO RNG-ID
           START NUMRNGK KEY IS NOT LESS THAN RNG-ID
           IF FS-RNG = 23
              SET FF-RNG TO TRUE
           ELSE
              PERFORM CHECK-FILE-STATUS
           END-IF
           PERFORM UNTIL FF-RNG OR NOT NR-OK
              READ NUMRNGK NEXT RECORD
                 AT END
                    SET FF-RNG TO TRUE
                 NOT AT END
                    IF RNG-ID NOT = NR-RANGE-ID AND
                       RNG-SPACE = NR-SPACE AND
                       NR-LOW NOT > RNG-HIGH AND
                       NR-HIGH NOT < RNG-LOW
                       MOVE 'OVLP' TO NR-RESULT
                       MOVE RNG-ID TO NR-CLASH-ID
                    END-IF
              END-READ
           END-PERFORM
           .

      ** RAISE-HIGHWATER - the highest number an outside system has **
      ** used ; a number past the range still lands, flagged EXHS,  **
      ** so the report shows the spill                             **
       RAISE-HIGHWATER.
           MOVE NR-RANGE-ID TO RNG-ID
           READ NUMRNGK
           EVALUATE FS-RNG
              WHEN ZERO
                 IF NR-NUMBER > RNG-LAST
                    MOVE NR-NUMBER TO RNG-LAST
                    PERFORM STAMP-RANGE
                    REWRITE ST-NUMRNGK
                    PERFORM CHECK-FILE-STATUS
                 END-IF
                 PERFORM RETURN-RANGE
                 IF NR-NUMBER > RNG-HIGH
                    MOVE 'EXHS' TO NR-RESULT
                 END-IF
                 IF NR-NUMBER < RNG-LOW
                    MOVE 'BAD ' TO NR-RESULT
                 END-IF
              WHEN 23
                 MOVE 'UNKN' TO NR-RESULT
              WHEN OTHER
                 PERFORM CHECK-FILE-STATUS
           END-EVALUATE
           .

       RETURN-RANGE.
           MOVE RNG-LOW   TO NR-LOW
           MOVE RNG-HIGH  TO NR-HIGH
           MOVE RNG-KIND  TO NR-KIND
           MOVE RNG-OWNER TO NR-OWNER
           MOVE RNG-SPACE TO NR-SPACE
           .

       STAMP-RANGE.
           ACCEPT WS-NOW-DATE FROM DATE
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-DATE TO RNG-DATE
           MOVE WS-NOW-TIME TO RNG-TIME
           .

       CHECK-FILE-STATUS.
           IF FS-RNG NOT = 0 THEN
              DISPLAY 'ERROR: FILE STATUS: ' FS-RNG
              MOVE 30 TO WS-ABEND-CODE
              PERFORM ABEND-PROG
           END-IF.

       ABEND-PROG.
           DISPLAY 'ABEND CODE : ' WS-ABEND-CODE
           COMPUTE WS-ANO = WS-ANO / WS-VAR.
