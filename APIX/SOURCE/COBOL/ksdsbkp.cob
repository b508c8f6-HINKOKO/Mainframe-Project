      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - UNLOAD ONE OF THE CONTROL KSDS FILES THE BUSINESS NOW     *
      *      LIVES IN (CHANGEK, PERIODK, PROMOK, DISCK, STATEK,        *
      *      COUNTRYK, CATEGK, FINVMAP, RUNLOCKK, NUMRNGK, SUPBANKK)   *
      *      TO A STAMPED FLAT BACKUP WITH A RECORD COUNT, IN KEY      *
      *      ORDER                                                     *
      *    - THE NIGHTLY JCL RUNS IT ONCE PER FILE INTO A DATED        *
      *      GENERATION ; KSDSRSP REBUILDS A FILE FROM A CHOSEN ONE    *
      *                                                                *
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BK-LOCK-KEY
               FILE STATUS IS FS-KSDS.
           SELECT FNUMRNGK ASSIGN TO NUMRNGK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BK-RNG-KEY
               FILE STATUS IS FS-KSDS.
           SELECT FSUPBANKK ASSIGN TO SUPBANKK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BK-SBK-KEY
               FILE STATUS IS FS-KSDS.
           SELECT FKSDSBK ASSIGN TO FICKSDSBK.

       DATA DIVISION.
          05 BK-LOCK-KEY   PIC X(8).
          05 FILLER        PIC X(72).

       FD FNUMRNGK.
       01 BK-RNG-REC.
          05 BK-RNG-KEY    PIC X(8).
          05 FILLER        PIC X(72).

       FD FSUPBANKK.
       01 BK-SBK-REC.
          05 BK-SBK-KEY    PIC X(3).
          05 FILLER        PIC X(77).

       WORKING-STORAGE SECTION.
       COPY PARMBLK.
       77 AC-FILE         PIC X(8) VALUE SPACES.
                 PERFORM UNLOAD-FINVMAP
              WHEN 'RUNLOCKK'
                 PERFORM UNLOAD-RUNLOCKK
              WHEN 'NUMRNGK'
                 PERFORM UNLOAD-NUMRNGK
              WHEN 'SUPBANKK'
                 PERFORM UNLOAD-SUPBANKK
              WHEN OTHER
                 DISPLAY 'KSDSBKP : UNKNOWN FILE -> ' AC-FILE
                 CLOSE FKSDSBK
           CLOSE FRUNLOCKK
           .

       UNLOAD-NUMRNGK.
           OPEN INPUT FNUMRNGK
           PERFORM CHECK-OPEN
           PERFORM UNTIL FF-KSDS
              READ FNUMRNGK
                 AT END
                    SET FF-KSDS TO TRUE
                 NOT AT END
                    WRITE ENR-KSDSBK FROM BK-RNG-REC
                    ADD 1 TO CNT-UNLOADED
              END-READ
           END-PERFORM
           CLOSE FNUMRNGK
           .

       UNLOAD-SUPBANKK.
           OPEN INPUT FSUPBANKK
           PERFORM CHECK-OPEN
           PERFORM UNTIL FF-KSDS
              READ FSUPBANKK
                 AT END
                    SET FF-KSDS TO TRUE
                 NOT AT END
                    WRITE ENR-KSDSBK FROM BK-SBK-REC
                    ADD 1 TO CNT-UNLOADED
              END-READ
           END-PERFORM
           CLOSE FSUPBANKK
           .

       CHECK-OPEN.
           IF FS-KSDS NOT = 0
              DISPLAY 'KSDSBKP : OPEN OF ' AC-FILE
