               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RS-LOCK-KEY
               FILE STATUS IS FS-KSDS.
           SELECT FNUMRNGK ASSIGN TO NUMRNGK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RS-RNG-KEY
               FILE STATUS IS FS-KSDS.
           SELECT FSUPBANKK ASSIGN TO SUPBANKK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RS-SBK-KEY
               FILE STATUS IS FS-KSDS.
           SELECT FKSDSBK ASSIGN TO FICKSDSBK
               FILE STATUS IS FS-KSDSBK.

          05 RS-LOCK-KEY   PIC X(8).
          05 FILLER        PIC X(72).

       FD FNUMRNGK.
       01 RS-RNG-REC.
          05 RS-RNG-KEY    PIC X(8).
          05 FILLER        PIC X(72).

       FD FSUPBANKK.
       01 RS-SBK-REC.
          05 RS-SBK-KEY    PIC X(3).
          05 FILLER        PIC X(77).

       FD FKSDSBK.
       01 ENR-KSDSBK.
          05 BK-TYPE-3     PIC X(3).
                 PERFORM RELOAD-FINVMAP
              WHEN 'RUNLOCKK'
                 PERFORM RELOAD-RUNLOCKK
              WHEN 'NUMRNGK'
                 PERFORM RELOAD-NUMRNGK
              WHEN 'SUPBANKK'
                 PERFORM RELOAD-SUPBANKK
              WHEN OTHER
                 DISPLAY 'KSDSRSP : UNKNOWN FILE -> ' AC-FILE
                 MOVE 8 TO RETURN-CODE
           CLOSE FRUNLOCKK
           .

       RELOAD-NUMRNGK.
           OPEN OUTPUT FNUMRNGK
           PERFORM CHECK-OPEN
           PERFORM VARYING BKT-IDX FROM 1 BY 1
                   UNTIL BKT-IDX > BKT-CNT
              WRITE RS-RNG-REC FROM BKT-ENTRY(BKT-IDX)
              PERFORM CHECK-WRITE
           END-PERFORM
           CLOSE FNUMRNGK
           .

       RELOAD-SUPBANKK.
           OPEN OUTPUT FSUPBANKK
           PERFORM CHECK-OPEN
           PERFORM VARYING BKT-IDX FROM 1 BY 1
                   UNTIL BKT-IDX > BKT-CNT
              WRITE RS-SBK-REC FROM BKT-ENTRY(BKT-IDX)
              PERFORM CHECK-WRITE
           END-PERFORM
           CLOSE FSUPBANKK
           .

       CHECK-OPEN.
           IF FS-KSDS NOT = 0
              DISPLAY 'KSDSRSP : OPEN OF ' AC-FILE
