       01 ST-PERIODK.
          05 PERK-PERIOD   PIC X(7).
          05 PERK-STATUS   PIC X(1).
      ** DAY OF THE LAST CLOSE OR REOPEN (SPACES ON OLDER ROWS) - **
      ** THE JOB SCHEDULER RUNS THE AFTER-CLOSE JOBS FROM IT      **
          05 PERK-STATUS-DATE PIC X(10).
          05 FILLER        PIC X(62).

      ** FSUSP - THE SUSPENSE FILE STILL RECYCLING (VT LAYOUT) **
       FD FSUSP.
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

      ** FCLOSECHK - THE PRE-CLOSE CHECKLIST REPORT **
       FD FCLOSECHK.
       77 WS-JR-BEFORE    PIC X(14) VALUE SPACES.
       77 WS-JR-AFTER     PIC X(14) VALUE SPACES.
       77 WS-OLD-STATUS   PIC X(1) VALUE SPACE.
       01 WS-STAMP-DATE.
          05 WS-STAMP-AA  PIC XX.
          05 WS-STAMP-MM  PIC XX.
          05 WS-STAMP-JJ  PIC XX.
       77 WS-STAMP-ISO    PIC X(10) VALUE SPACES.
       77 AC-PERIOD        PIC X(7).
       77 AC-ACTION        PIC X(1).
          88 ACTION-CLOSE       VALUE 'C'.

      ** APPLY-PERIOD-STATUS - the historical flip, unchanged **
       APPLY-PERIOD-STATUS.
           ACCEPT WS-STAMP-DATE FROM DATE
           MOVE SPACES TO WS-STAMP-ISO
           STRING '20'         DELIMITED BY SIZE
                  WS-STAMP-AA  DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-STAMP-MM  DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-STAMP-JJ  DELIMITED BY SIZE
             INTO WS-STAMP-ISO
           END-STRING
           OPEN I-O PERIODK
           IF FS-PERIOD = 35
      ** FIRST EVER CLOSE : THE CONTROL FILE DOES NOT EXIST YET **
                 WHEN ZERO
                    MOVE PERK-STATUS TO WS-OLD-STATUS
                    MOVE AC-ACTION TO PERK-STATUS
                    MOVE WS-STAMP-ISO TO PERK-STATUS-DATE
                    REWRITE ST-PERIODK
                    PERFORM CHECK-FILE-STATUS
                 WHEN 23
           MOVE SPACES    TO ST-PERIODK
           MOVE AC-PERIOD TO PERK-PERIOD
           MOVE AC-ACTION TO PERK-STATUS
           MOVE WS-STAMP-ISO TO PERK-STATUS-DATE
           WRITE ST-PERIODK
           PERFORM CHECK-FILE-STATUS
           .
