       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CYCCNTP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - PICK FROM THE CYCLE-COUNT SCHEDULE (FICCYCSCH, BUILT BY   *
      *      ABCCLSP) THE PRODUCT/SITE LINES DUE ON THE COUNT DAY      *
      *    - PRINT ONE COUNT SHEET PER SITE, A PAGE EACH : LINE NO,    *
      *      PRODUCT, DESCRIPTION, CLASS AND A BOX FOR THE QUANTITY -  *
      *      NEVER THE BOOK QUANTITY, SO THE COUNT IS BLIND            *
      *    - WRITE THE MATCHING COUNT FILE SKELETON (FICCOUNT, THE     *
      *      LAYOUT PHYSCNTP READS) : PRODUCT, DATE, SITE AND CLASS    *
      *      FILLED IN, THE QUANTITY LEFT BLANK FOR THE COUNTERS. A    *
      *      LINE LEFT BLANK IS REFUSED BY PHYSCNTP AS NOT COUNTED,    *
      *      NEVER POSTED AS ZERO                                      *
      *    - SATURDAYS AND SUNDAYS ARE NOT COUNT DAYS : NOTHING IS DUE *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      DATE=YYYY-MM-DD  COUNT DAY (DEFAULT TODAY) - TO REPRINT   *
      *                       A DAY'S SHEETS OR PREPARE THE NEXT ONE   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FCYCSCH ASSIGN TO FICCYCSCH
               FILE STATUS IS FS-CYCSCH.
           SELECT FCNTSHT ASSIGN TO FICCNTSHT.
           SELECT FCOUNT  ASSIGN TO FICCOUNT.

       DATA DIVISION.
       FILE SECTION.
      ** FCYCSCH - THE CYCLE-COUNT SCHEDULE, SITE/PRODUCT ORDER **
       FD FCYCSCH.
       COPY CYCSCH.

       FD FCNTSHT.
       01 ENR-CNTSHT      PIC X(100).

      ** FCOUNT - THE COUNT FILE SKELETON, PHYSCNTP'S INPUT LAYOUT **
       FD FCOUNT.
       01 ENR-COUNT.
          05 CNT-P-NO      PIC X(3).
          05 CNT-QTY       PIC 9(5).
          05 CNT-DATE      PIC X(10).
          05 CNT-WH        PIC X(2).
          05 CNT-UOM       PIC X(2).
          05 CNT-ABC       PIC X(1).
          05 FILLER        PIC X(57).

       WORKING-STORAGE SECTION.
       COPY PARMBLK.

       77 WS-CYCSCH-EOF   PIC 9  VALUE 0.
            88 FF-CYCSCH        VALUE 1.
       77 FS-CYCSCH       PIC 99 VALUE 0.
       01 ED-SQLCODE      PIC +Z(8)9.

      *** JOUR DE COMPTAGE ***
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.
       77 WS-CNT-DATE-ISO PIC X(10) VALUE SPACES.
       01 WS-CNT-YYYYMMDD PIC 9(8) VALUE 0.
       01 WS-CNT-YYYYMMDD-X REDEFINES WS-CNT-YYYYMMDD.
          05 WS-CNT-YYYY  PIC X(4).
          05 WS-CNT-MM    PIC X(2).
          05 WS-CNT-DD    PIC X(2).

      *** RANG DU JOUR OUVRE : LE 1601-01-01 ETAIT UN LUNDI ***
       77 WS-INT-DATE     PIC 9(7) VALUE 0.
       77 WS-WEEKS        PIC 9(7) VALUE 0.
       77 WS-DOW          PIC 9(1) VALUE 0.
       77 WS-WORKDAY      PIC 9(7) VALUE 0.
       77 WS-QUOT         PIC 9(7) VALUE 0.
       77 WS-DAY-SLOT     PIC 9(3) VALUE 0.

      *** RUPTURE PAR SITE ***
       77 WS-CUR-WH       PIC X(2) VALUE SPACES.
       77 WS-SITE-LINES   PIC 9(4) VALUE 0.
       77 WS-SITE-OPEN    PIC 9 VALUE 0.
            88 SITE-SHEET-OPEN  VALUE 1.

      *** COMPTEURS ***
       77 CNT-SCHEDULED   PIC 9(5) VALUE 0.
       77 CNT-DUE         PIC 9(5) VALUE 0.
       77 CNT-SHEETS      PIC 9(3) VALUE 0.
       77 CNT-DROPPED     PIC 9(4) VALUE 0.
       01 CNT-CLASS-TAB.
          05 CNT-CLASS-DUE PIC 9(4) OCCURS 3 TIMES.

      *** FEUILLE DE COMPTAGE ***
       01 L-SHT-HEAD.
          05 FILLER        PIC X(26) VALUE
             'CYCLE COUNT SHEET - SITE '.
          05 L-SHT-WH      PIC X(2).
          05 FILLER        PIC X(10) VALUE '  - DATE '.
          05 L-SHT-DATE    PIC X(10).
          05 FILLER        PIC X(52) VALUE
             '  - BLIND COUNT : ENTER THE QUANTITY FOUND'.
       01 L-SHT-TITLE.
          05 FILLER        PIC X(7)  VALUE 'LINE'.
          05 FILLER        PIC X(6)  VALUE 'P_NO'.
          05 FILLER        PIC X(31) VALUE 'DESCRIPTION'.
          05 FILLER        PIC X(7)  VALUE 'CLASS'.
          05 FILLER        PIC X(17) VALUE 'UNIT COUNTED'.
          05 FILLER        PIC X(14) VALUE 'QUANTITY'.
          05 FILLER        PIC X(18) VALUE 'REMARKS'.
       01 L-SHT-LINE.
          05 L-SHT-NO      PIC ZZZ9.
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-SHT-PNO     PIC X(3).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-SHT-DESC    PIC X(30).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-SHT-CLASS   PIC X(1).
          05 FILLER        PIC X(5)  VALUE ALL ' '.
          05 FILLER        PIC X(15) VALUE '[    ]'.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 FILLER        PIC X(12) VALUE '[          ]'.
          05 FILLER        PIC X(19) VALUE ' ________________'.
       01 L-SHT-FOOT.
          05 FILLER        PIC X(8)  VALUE 'LINES : '.
          05 L-SHT-CNT     PIC ZZZ9.
          05 FILLER        PIC X(36) VALUE
             '     COUNTED BY : ______________'.
          05 FILLER        PIC X(52) VALUE
             '     CHECKED BY : ______________     TIME : _______'.
       01 L-SHT-NONE.
          05 FILLER        PIC X(26) VALUE
             'NO COUNT DUE ON THE DAY - '.
          05 L-NONE-DATE   PIC X(10).
          05 FILLER        PIC X(64) VALUE ALL ' '.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE PRO      END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** CYCCNTP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           INITIALIZE CNT-CLASS-TAB
           PERFORM GET-WORKING-DAY
           OPEN OUTPUT FCNTSHT
           OPEN OUTPUT FCOUNT

           IF WS-DOW > 4
              DISPLAY 'NOT A WORKING DAY, NO COUNT : ' WS-CNT-DATE-ISO
           ELSE
              OPEN INPUT FCYCSCH
              IF FS-CYCSCH NOT = 0
                 DISPLAY 'NO COUNT SCHEDULE, RUN ABCCLSP FIRST'
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM READ-SCHEDULE
                 PERFORM UNTIL FF-CYCSCH
                    PERFORM TRAIT-ONE-LINE
                    PERFORM READ-SCHEDULE
                 END-PERFORM
                 CLOSE FCYCSCH
                 IF SITE-SHEET-OPEN
                    PERFORM CLOSE-SITE-SHEET
                 END-IF
              END-IF
           END-IF

           IF CNT-DUE = 0
              MOVE WS-CNT-DATE-ISO TO L-NONE-DATE
              WRITE ENR-CNTSHT FROM L-SHT-NONE
           END-IF
           CLOSE FCOUNT
           CLOSE FCNTSHT

           DISPLAY 'COUNT DAY               : ' WS-CNT-DATE-ISO
           DISPLAY 'SCHEDULE LINES READ     : ' CNT-SCHEDULED
           DISPLAY 'LINES DUE TODAY         : ' CNT-DUE
           DISPLAY '  CLASS A               : ' CNT-CLASS-DUE(1)
           DISPLAY '  CLASS B               : ' CNT-CLASS-DUE(2)
           DISPLAY '  CLASS C               : ' CNT-CLASS-DUE(3)
           DISPLAY 'SITE SHEETS PRINTED     : ' CNT-SHEETS
           DISPLAY 'DUE BUT NOW DISCONTINUED: ' CNT-DROPPED
           GOBACK.

      *** PARAGRAPHS ***
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 1 TO PARM-COUNT
           MOVE 'DATE'     TO PARM-KEYWORD(1)
           MOVE 'D'        TO PARM-TYPE(1)
           MOVE 'N'        TO PARM-REQUIRED(1)
           MOVE SPACES     TO PARM-DEFAULT(1)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              MOVE PARM-VALUE(1)(1:10) TO WS-CNT-DATE-ISO
           END-IF
           .

      ** GET-WORKING-DAY - the count day's weekday (0 = Monday) and **
      ** its rank among all working days : the schedule's slots    **
      ** turn on that rank, so a cycle runs on across month and     **
      ** year ends without restarting                               **
       GET-WORKING-DAY.
           IF WS-CNT-DATE-ISO = SPACES
              ACCEPT WS-RUN-DATE FROM DATE
              STRING '20'      DELIMITED BY SIZE
                     WS-RUN-AA  DELIMITED BY SIZE
                     '-'        DELIMITED BY SIZE
                     WS-RUN-MM  DELIMITED BY SIZE
                     '-'        DELIMITED BY SIZE
                     WS-RUN-JJ  DELIMITED BY SIZE
                INTO WS-CNT-DATE-ISO
              END-STRING
           END-IF
           MOVE WS-CNT-DATE-ISO(1:4) TO WS-CNT-YYYY
           MOVE WS-CNT-DATE-ISO(6:2) TO WS-CNT-MM
           MOVE WS-CNT-DATE-ISO(9:2) TO WS-CNT-DD
           COMPUTE WS-INT-DATE =
              FUNCTION INTEGER-OF-DATE(WS-CNT-YYYYMMDD) - 1
           DIVIDE WS-INT-DATE BY 7 GIVING WS-WEEKS REMAINDER WS-DOW
           COMPUTE WS-WORKDAY = WS-WEEKS * 5 + WS-DOW
           .

       READ-SCHEDULE.
           READ FCYCSCH
              AT END
                 SET FF-CYCSCH TO TRUE
              NOT AT END
                 ADD 1 TO CNT-SCHEDULED
           END-READ
           .

      ** TRAIT-ONE-LINE - the line is due when the day's rank falls **
      ** on its slot of its cycle                                   **
       TRAIT-ONE-LINE.
           IF CYS-CYCLE = 0
              EXIT PARAGRAPH
           END-IF
           DIVIDE WS-WORKDAY BY CYS-CYCLE
                  GIVING WS-QUOT REMAINDER WS-DAY-SLOT
           IF WS-DAY-SLOT NOT = CYS-SLOT
              EXIT PARAGRAPH
           END-IF

           MOVE CYS-P-NO TO PRO-P-NO
           EXEC SQL
              SELECT DESCRIPTION, STATUS
              INTO :PRO-DESCRIPTION, :PRO-STATUS
              FROM APIX.PRODUCTS
              WHERE P_NO = :PRO-P-NO
           END-EXEC
           IF SQLCODE NOT = ZERO OR PRO-STATUS = 'D'
      ** DISCONTINUED (OR GONE) SINCE THE SCHEDULE WAS BUILT **
              IF SQLCODE < ZERO
                 MOVE SQLCODE TO ED-SQLCODE
                 DISPLAY 'READ PRODUCT ' CYS-P-NO ' KO ' ED-SQLCODE
              END-IF
              ADD 1 TO CNT-DROPPED
              EXIT PARAGRAPH
           END-IF

           IF NOT SITE-SHEET-OPEN OR CYS-WH NOT = WS-CUR-WH
              IF SITE-SHEET-OPEN
                 PERFORM CLOSE-SITE-SHEET
              END-IF
              PERFORM OPEN-SITE-SHEET
           END-IF

           ADD 1 TO CNT-DUE
           ADD 1 TO WS-SITE-LINES
           EVALUATE TRUE
              WHEN CYS-CLASS-A ADD 1 TO CNT-CLASS-DUE(1)
              WHEN CYS-CLASS-B ADD 1 TO CNT-CLASS-DUE(2)
              WHEN OTHER       ADD 1 TO CNT-CLASS-DUE(3)
           END-EVALUATE

           MOVE CNT-DUE   TO L-SHT-NO
           MOVE CYS-P-NO  TO L-SHT-PNO
           MOVE SPACES    TO L-SHT-DESC
           MOVE PRO-DESCRIPTION-TEXT(1:PRO-DESCRIPTION-LEN)
                          TO L-SHT-DESC
           MOVE CYS-CLASS TO L-SHT-CLASS
           WRITE ENR-CNTSHT FROM L-SHT-LINE

      ** THE SKELETON LINE : QUANTITY AND UNIT LEFT BLANK ; A SITE   **
      ** WITHOUT ITS WHSTOCK ROW STAYS A GLOBAL (NO-SITE) COUNT      **
           MOVE SPACES          TO ENR-COUNT
           MOVE CYS-P-NO        TO CNT-P-NO
           MOVE WS-CNT-DATE-ISO TO CNT-DATE
           IF CYS-LEGACY NOT = 'Y'
              MOVE CYS-WH       TO CNT-WH
           END-IF
           MOVE CYS-CLASS       TO CNT-ABC
           WRITE ENR-COUNT
           .

       OPEN-SITE-SHEET.
           MOVE CYS-WH          TO WS-CUR-WH
           MOVE 0               TO WS-SITE-LINES
           SET SITE-SHEET-OPEN  TO TRUE
           ADD 1 TO CNT-SHEETS
           MOVE CYS-WH          TO L-SHT-WH
           MOVE WS-CNT-DATE-ISO TO L-SHT-DATE
           WRITE ENR-CNTSHT FROM L-SHT-HEAD
           WRITE ENR-CNTSHT FROM L-SHT-TITLE
           .

      ** CLOSE-SITE-SHEET - the signatures, then a new page for the **
      ** next site                                                  **
       CLOSE-SITE-SHEET.
           MOVE SPACES TO ENR-CNTSHT
           WRITE ENR-CNTSHT
           MOVE WS-SITE-LINES TO L-SHT-CNT
           WRITE ENR-CNTSHT FROM L-SHT-FOOT BEFORE ADVANCING PAGE
           MOVE 0 TO WS-SITE-OPEN
           .
