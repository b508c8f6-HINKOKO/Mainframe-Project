       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MSGLDP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - LOAD THE CUSTOMER DOCUMENT WORDING INTO THE MSGTXTK KSDS  *
      *      (KEYED LANGUAGE + TEXT ID) FROM ; DELIMITED LINES :       *
      *         LANG;TEXT ID;TEXT                                      *
      *      THE TEXT IS THE REST OF THE LINE AND MAY ITSELF HOLD ;    *
      *      AN EMPTY TEXT BLANKS THAT LINE OUT FOR THE LANGUAGE       *
      *    - A SECOND LOAD OF THE SAME PAIR REFRESHES THE ROW          *
      *    - THE TEXT IDS EACH DOCUMENT ASKS FOR ARE LISTED IN THE     *
      *      MSGTXT COPYBOOK ; MSGPROG SERVES THEM AT PRINT TIME       *
      *    - LOG REJECTS IN LOADLOG FORMAT                             *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FMSGIN ASSIGN TO FICMSGIN.
           SELECT MSGTXTK ASSIGN TO MSGTXTK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MSG-KEY
               FILE STATUS IS FS-MSGTXT.
           SELECT FMSGLOG ASSIGN TO FICMSGLOG.

       DATA DIVISION.
       FILE SECTION.
      ** FMSGIN - THE ; DELIMITED WORDING INTAKE **
       FD FMSGIN.
       01 ENR-MSGIN.
          05 ENR-MSG-CSV   PIC X(100).

      ** MSGTXTK - DOCUMENT WORDING KSDS KEYED BY LANGUAGE + TEXT ID **
       FD MSGTXTK.
       COPY MSGTXT.

       FD FMSGLOG.
       01 ENR-MSGLOG      PIC X(80).

       WORKING-STORAGE SECTION.
       01 MSG-HEAD        PIC X(30) VALUE
             "MSGLDP DOCUMENT WORDING LOG".
       01 MSG-FOOT-HEAD   PIC X(28) VALUE "REJECT SUMMARY BY REASON :".
       COPY LOADLOG.

       77 WS-MSGIN-EOF    PIC 9  VALUE 0.
            88 FF-MSGIN         VALUE 1.
       77 FS-MSGTXT       PIC 99 VALUE 0.
       77 CSV-LINE        PIC 9(3) VALUE 0.
       77 WS-PTR          PIC 9(3) VALUE 0.
       77 WS-DELIMS       PIC 9(2) VALUE 0.

      *** CHAMPS PARSES ***
       01 MIN-LANG        PIC X(2).
       01 MIN-ID          PIC X(12).
       01 MIN-TEXT        PIC X(74).

      *** COMPTEURS ***
       77 CNT-LOADED      PIC 9(4) VALUE 0.
       77 CNT-BAD-FORMAT  PIC 9(4) VALUE 0.
       77 CNT-TOTAL-REJECTS PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           OPEN OUTPUT FMSGLOG
           MOVE "CSV LINE N. " TO LOGREC-LABEL
           WRITE ENR-MSGLOG FROM MSG-HEAD

           OPEN I-O MSGTXTK
           IF FS-MSGTXT = 35
      ** FIRST EVER LOAD : THE KSDS DOES NOT EXIST YET **
              OPEN OUTPUT MSGTXTK
              CLOSE MSGTXTK
              OPEN I-O MSGTXTK
           END-IF
           IF FS-MSGTXT NOT = 0
              DISPLAY 'MSGTXTK OPEN FAILED : ' FS-MSGTXT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT FMSGIN
           PERFORM LECT-MSGIN
           PERFORM UNTIL FF-MSGIN
              PERFORM TRAIT-ONE-LINE
              PERFORM LECT-MSGIN
           END-PERFORM
           CLOSE FMSGIN
           CLOSE MSGTXTK

           PERFORM WRITE-MSG-FOOTER
           CLOSE FMSGLOG
           DISPLAY 'DOCUMENT TEXTS LOADED : ' CNT-LOADED
           DISPLAY 'LINES REJECTED        : ' CNT-TOTAL-REJECTS
           IF CNT-TOTAL-REJECTS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *** PARAGRAPHS ***
       LECT-MSGIN.
           ADD 1 TO CSV-LINE
           READ FMSGIN AT END
              SET FF-MSGIN TO TRUE
              DISPLAY 'FIN FICHIER TEXTES DOCUMENTS'
           END-READ.

      ** TRAIT-ONE-LINE - language and id are the first two fields ; **
      ** the text is everything after the second ;                   **
       TRAIT-ONE-LINE.
           MOVE SPACES TO MIN-LANG MIN-ID MIN-TEXT
           MOVE 1 TO WS-PTR
           MOVE 0 TO WS-DELIMS
           UNSTRING ENR-MSG-CSV DELIMITED BY ';'
              INTO MIN-LANG MIN-ID
              WITH POINTER WS-PTR
              TALLYING IN WS-DELIMS
           END-UNSTRING
           IF WS-PTR NOT > 100
              MOVE ENR-MSG-CSV(WS-PTR:) TO MIN-TEXT
           END-IF

           IF WS-DELIMS < 2 OR MIN-LANG NOT ALPHABETIC OR
              MIN-LANG(2:1) = SPACE OR MIN-ID = SPACES
              MOVE 'BAD FORMAT/LENGTH' TO LOGREC-MSG
              PERFORM WRITE-MSG-LOG
              ADD 1 TO CNT-BAD-FORMAT
           ELSE
              PERFORM LOAD-ONE-ROW
           END-IF
           .

       LOAD-ONE-ROW.
           MOVE SPACES      TO ST-MSGTXT
           MOVE MIN-LANG    TO MSG-LANG
           MOVE MIN-ID      TO MSG-ID
           MOVE MIN-TEXT    TO MSG-TEXT
           WRITE ST-MSGTXT
           IF FS-MSGTXT = 22
              REWRITE ST-MSGTXT
           END-IF
           IF FS-MSGTXT = 0
              ADD 1 TO CNT-LOADED
           ELSE
              DISPLAY 'MSGTXTK WRITE FAILED : ' FS-MSGTXT
           END-IF
           .

       WRITE-MSG-LOG.
           COMPUTE LOGREC-REF = CSV-LINE
           MOVE MIN-LANG TO LOGREC-PNO
           MOVE MIN-ID   TO LOGREC-DETAIL
           WRITE ENR-MSGLOG FROM ST-LOADLOG
           ADD 1 TO CNT-TOTAL-REJECTS
           INITIALIZE ST-LOADLOG
           MOVE "CSV LINE N. " TO LOGREC-LABEL
           .

       WRITE-MSG-FOOTER.
           WRITE ENR-MSGLOG FROM MSG-FOOT-HEAD

           MOVE 'BAD FORMAT/LENGTH'  TO LOGREC-FLABEL
           MOVE CNT-BAD-FORMAT       TO LOGREC-FCOUNT
           WRITE ENR-MSGLOG FROM ST-LOADLOG-FOOT

           MOVE 'ROWS LOADED'        TO LOGREC-FLABEL
           MOVE CNT-LOADED           TO LOGREC-FCOUNT
           WRITE ENR-MSGLOG FROM ST-LOADLOG-FOOT

           MOVE 'TOTAL REJECTED'     TO LOGREC-FLABEL
           MOVE CNT-TOTAL-REJECTS    TO LOGREC-FCOUNT
           WRITE ENR-MSGLOG FROM ST-LOADLOG-FOOT
           .
