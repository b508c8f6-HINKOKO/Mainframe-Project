      *      ON THE PURGE LIST THE OPS IDCAMS STEP DELETES FROM        *
      *    - THE CATALOG IS REWRITTEN WITH THE NEW STATUSES, SO        *
      *      GENLOCP STOPS OFFERING DATASETS THAT ARE GONE             *
      *    - A RETENTION OF 999 DAYS MEANS KEPT : THE YEAR-END         *
      *      REGISTER ARCHIVES REGROLLP CATALOGUES ARE NEVER PURGED    *
      ******************************************************************

       ENVIRONMENT DIVISION.
           .

      ** JUDGE-ONE-GENERATION - older than its own retention and   **
      ** still active means it goes ; retention 999 is for good     **
       JUDGE-ONE-GENERATION.
           IF GEN-STATUS NOT = 'A' OR GEN-RETDAYS = 999
              IF GEN-STATUS = 'A'
                 ADD 1 TO CNT-ACTIVE
              END-IF
           ELSE
              IF GEN-RUNDATE(1:4) IS NUMERIC
                 COMPUTE WS-GEN-YYYYMMDD =
