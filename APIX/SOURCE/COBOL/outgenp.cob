      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      CLASS=XXXXXXXX     FILE CLASS, E.G. FICAUDIT (REQUIRED)   *
      *      RUNDATE=YYYY-MM-DD THE RUN THE OUTPUT BELONGS TO (REQ.)   *
      *      RETDAYS=999        RETENTION IN DAYS (DEFAULT 030) ;      *
      *                         999 KEEPS THE GENERATION FOR GOOD      *
      *                                                                *
      *    THE GENERATION DATASET NAME COMES ON ITS OWN FICDSNIN DD    *
      *    (COLUMNS 1-44), NOT ON A CARD : A FULL MVS DSN RUNS TO 44   *
