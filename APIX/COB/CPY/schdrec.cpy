      ** SCHDREC - JOB SCHEDULE (FICSCHED) READ BY SCHEDP. A 'J'     **
      ** ROW DEFINES A JOB, THE 'P' ROWS UNDER IT ARE ITS PARAMETER  **
      ** CARDS IN ORDER ('END-PARMS' IS ADDED BY THE DRIVER), '*'    **
      ** ROWS ARE COMMENTS. A CARD VALUE OF &BUSDATE IS REPLACED BY  **
      ** THE BUSINESS DATE RUN, &PERIOD BY ITS PERIOD (YYYY-MM) AND  **
      ** &CLOSED BY THE LAST PERIOD CLOSED ON PERIODK                **
       01 ST-SCHDREC.
          05 SCH-TYPE         PIC X(1).
             88 SCH-IS-JOB        VALUE 'J'.
             88 SCH-IS-CARD       VALUE 'P'.
             88 SCH-IS-COMMENT    VALUE '*'.
      ** JOB NAME - THE SAME PROGRAM MAY BE SCHEDULED UNDER TWO NAMES **
          05 SCH-JOB          PIC X(8).
          05 SCH-BODY         PIC X(71).
          05 SCH-JOB-DEF REDEFINES SCH-BODY.
             10 SCH-PGM       PIC X(8).
      ** D = EVERY NIGHT, W = THE WEEKDAYS FLAGGED, L = LAST BUSINESS **
      ** DAY OF THE MONTH, C = FIRST BUSINESS DAY AFTER A PERIODK     **
      ** CLOSE (ONCE PER CLOSED PERIOD)                               **
             10 SCH-FREQ      PIC X(1).
                88 SCH-DAILY      VALUE 'D'.
                88 SCH-WEEKLY     VALUE 'W'.
                88 SCH-MONTH-END  VALUE 'L'.
                88 SCH-AFTER-CLOSE VALUE 'C'.
      ** MONDAY TO SUNDAY, 'Y' ON THE DAYS A W JOB RUNS **
             10 SCH-WEEKDAYS  PIC X(7).
             10 SCH-PRED      PIC X(8) OCCURS 3 TIMES.
             10 FILLER        PIC X(31).
          05 SCH-CARD-DEF REDEFINES SCH-BODY.
             10 SCH-CARD      PIC X(60).
             10 FILLER        PIC X(11).
