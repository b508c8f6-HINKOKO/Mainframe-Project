      * A THIRD ENTRY POINT, DATEPROGEN, RETURNS  *
      * TODAY'S DATE WITH ENGLISH WEEKDAY/MONTH   *
      * NAMES INSTEAD OF FRENCH ONES              *
      * A FOURTH ENTRY POINT, DATELNG, SPELLS OUT *
      * A GIVEN ISO DATE (YYYY-MM-DD) IN THE      *
      * CUSTOMER'S LANGUAGE FOR THE DOCUMENTS :   *
      *   FR -> 15 OCTOBRE 2026                   *
      *   ANY OTHER CODE -> OCTOBER 15, 2026      *
      * A FIFTH ENTRY POINT, DATEBISO, RETURNS    *
      * THE BUSINESS DATE OF DATEBUS AS AN ISO    *
      * YYYY-MM-DD FOR THE PROGRAMS THAT COMPUTE  *
      * WITH IT (THE JOB SCHEDULER)               *
      *********************************************

       ENVIRONMENT DIVISION.
       77 WS-INT-DATE      PIC 9(07)  VALUE 0.
       01 WS-DATE-YYYYMMDD PIC 9(08)  VALUE 0.

      *** UTILISE PAR DATELNG ***
       01 WS-ISO-DATE.
          05 WS-ISO-YYYY   PIC X(4).
          05 FILLER        PIC X(1).
          05 WS-ISO-MM     PIC X(2).
          05 FILLER        PIC X(1).
          05 WS-ISO-DD     PIC X(2).
       77 WS-DD-TXT        PIC X(2).

       LINKAGE SECTION.
       01 LS-DATE      PIC X(30).
       01 LS-LANG      PIC X(2).
       01 LS-ISO       PIC X(10).

       PROCEDURE DIVISION USING LS-DATE.


              GOBACK.

      *** DATELNG - ENTRY POINT FOR A GIVEN ISO DATE SPELT OUT IN   ***
      *** THE LANGUAGE PASSED (CUSTOMERS.LANG) - A DATE THAT IS NOT ***
      *** A VALID YYYY-MM-DD COMES BACK UNCHANGED                   ***
       ENTRY 'DATELNG' USING LS-LANG LS-ISO LS-DATE.

              MOVE LS-ISO TO WS-ISO-DATE
              MOVE SPACES TO WS-DATE
              IF WS-ISO-YYYY NOT NUMERIC OR WS-ISO-MM NOT NUMERIC
                 OR WS-ISO-DD NOT NUMERIC
                 MOVE LS-ISO TO LS-DATE
                 GOBACK
              END-IF
              MOVE WS-ISO-MM TO MONTH-NUM
              IF MONTH-NUM < 1 OR MONTH-NUM > 12
                 MOVE LS-ISO TO LS-DATE
                 GOBACK
              END-IF

              IF WS-ISO-DD(1:1) = '0'
                 MOVE WS-ISO-DD(2:1) TO WS-DD-TXT
              ELSE
                 MOVE WS-ISO-DD      TO WS-DD-TXT
              END-IF

              IF LS-LANG = 'FR'
                 MOVE NAME-OF-MONTH(MONTH-NUM)    TO TMP-MONTH
                 STRING  WS-DD-TXT   DELIMITED BY SPACE
                         ' '         DELIMITED BY SIZE
                         TMP-MONTH   DELIMITED BY SPACE
                         ' '         DELIMITED BY SIZE
                         WS-ISO-YYYY DELIMITED BY SIZE
                    INTO WS-DATE
                 END-STRING
              ELSE
                 MOVE NAME-OF-MONTH-EN(MONTH-NUM) TO TMP-MONTH
                 STRING  TMP-MONTH   DELIMITED BY SPACE
                         ' '         DELIMITED BY SIZE
                         WS-DD-TXT   DELIMITED BY SPACE
                         ', '        DELIMITED BY SIZE
                         WS-ISO-YYYY DELIMITED BY SIZE
                    INTO WS-DATE
                 END-STRING
              END-IF
              MOVE WS-DATE TO LS-DATE

              GOBACK.

      *** DATEBISO - POINT D'ENTREE POUR LA DATE METIER EN ISO      ***
       ENTRY 'DATEBISO' USING LS-ISO.

              ACCEPT WS-DATEJOUR FROM DATE
              MOVE WS-MM TO MONTH-NUM
              ACCEPT DAY-NUM     FROM DAY-OF-WEEK
              PERFORM ROLL-TO-BUSINESS-DAY
              MOVE SPACES TO LS-ISO
              STRING '20'  DELIMITED BY SIZE
                     WS-AA DELIMITED BY SIZE
                     '-'   DELIMITED BY SIZE
                     WS-MM DELIMITED BY SIZE
                     '-'   DELIMITED BY SIZE
                     WS-JJ DELIMITED BY SIZE
                INTO LS-ISO
              END-STRING

              GOBACK.

      *** ROLL-TO-BUSINESS-DAY - WHEN TODAY IS A SATURDAY OR SUNDAY, ***
      *** ROLLS WS-AA/WS-MM/WS-JJ AND DAY-NUM/MONTH-NUM FORWARD TO   ***
      *** THE FOLLOWING MONDAY                                      ***
