      ** CNTHIST - COUNT HISTORY (FICCNTHIST), ONE RECORD PER COUNT  **
      ** PHYSCNTP POSTS, HITS AND MISSES ALIKE ; CYCACCP MEASURES    **
      ** COUNT ACCURACY BY ABC CLASS FROM IT. THE CLASS IS THE ONE   **
      ** THE COUNT SHEET CARRIED (BLANK : A WALL-TO-WALL COUNT)      **
       01 ST-CNTHIST.
          05 CNH-DATE         PIC X(10).
          05 CNH-WH           PIC X(2).
          05 CNH-P-NO         PIC X(3).
          05 CNH-CLASS        PIC X(1).
          05 CNH-BOOK         PIC S9(7).
          05 CNH-COUNTED      PIC 9(5).
          05 CNH-VARIANCE     PIC S9(6).
          05 CNH-VAR-VALUE    PIC S9(9)V9(2).
      ** 'Y' : THE COUNT AGREED WITH THE BOOK **
          05 CNH-HIT          PIC X(1).
             88 CNH-ACCURATE      VALUE 'Y'.
          05 FILLER           PIC X(14).
