       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGPROG.
       AUTHOR.     HINKOKO.
      *******************************************************
      *   THIS PROGRAM IS INTENDED TO HAND THE CUSTOMER     *
      *   DOCUMENT PROGRAMS (INVOICE, STATEMENT, DUNNING    *
      *   LETTER, QUOTE) THEIR WORDING IN THE CUSTOMER'S    *
      *   LANGUAGE, READ OFF THE MSGTXTK KSDS               *
      *                                                     *
      *   CALL 'MSGPROG' USING LK-MSG-LANG (X(2), CUSTOMERS *
      *                          .LANG - SPACES MEAN EN)    *
      *                        LK-MSG-ID   (X(12))          *
      *                        LK-MSG-TEXT (X(74))          *
      *                                                     *
      *   THE CALLER MOVES ITS OWN WORDING INTO LK-MSG-TEXT *
      *   BEFORE THE CALL : WHEN NEITHER THE LANGUAGE ROW   *
      *   NOR THE EN ROW EXISTS (OR THERE IS NO MSGTXTK AT  *
      *   ALL) THAT WORDING COMES BACK UNCHANGED            *
      *   THE KSDS STAYS OPEN ACROSS CALLS - THE MSGRST     *
      *   ENTRY POINT CLOSES IT FOR LONG-RUNNING CALLERS    *
      *******************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT MSGTXTK ASSIGN TO MSGTXTK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MSG-KEY
               FILE STATUS IS FS-MSGTXT.
      ******************************************
       DATA DIVISION.
       FILE SECTION.
       FD MSGTXTK.
       COPY MSGTXT.

       WORKING-STORAGE SECTION.
       77 FS-MSGTXT        PIC 99.

      *** LE FICHIER RESTE OUVERT D'UN APPEL A L'AUTRE ***
       77 WS-MSGTXTK-OPEN  PIC X(1) VALUE 'N'.
          88 MSGTXTK-IS-OPEN    VALUE 'Y'.
          88 MSGTXTK-MISSING    VALUE 'X'.
       77 WS-ANO           PIC 9.
       77 WS-VAR           PIC 9 VALUE 0.
       77 WS-ABEND-CODE    PIC 9(02) VALUE 0.

       LINKAGE SECTION.
       01 LK-MSG-LANG      PIC X(2).
       01 LK-MSG-ID        PIC X(12).
       01 LK-MSG-TEXT      PIC X(74).

       PROCEDURE DIVISION USING LK-MSG-LANG LK-MSG-ID LK-MSG-TEXT.
           IF MSGTXTK-MISSING
              GOBACK
           END-IF
           IF NOT MSGTXTK-IS-OPEN
              OPEN INPUT MSGTXTK
              IF FS-MSGTXT NOT = 0
                 DISPLAY 'NO MSGTXTK (' FS-MSGTXT
                         '), DOCUMENTS KEEP THEIR OWN WORDING'
                 SET MSGTXTK-MISSING TO TRUE
                 GOBACK
              END-IF
              SET MSGTXTK-IS-OPEN TO TRUE
           END-IF

           MOVE LK-MSG-LANG TO MSG-LANG
           IF MSG-LANG = SPACES
              MOVE 'EN' TO MSG-LANG
           END-IF
           MOVE LK-MSG-ID TO MSG-ID
           PERFORM READ-MSGTXT
           IF FS-MSGTXT = 23 AND MSG-LANG NOT = 'EN'
              MOVE 'EN'      TO MSG-LANG
              MOVE LK-MSG-ID TO MSG-ID
              PERFORM READ-MSGTXT
           END-IF

           GOBACK.

      ** MSGRST - reset entry point : a long-running caller hands    **
      ** the KSDS back before it terminates                          **
       ENTRY 'MSGRST'.
           IF MSGTXTK-IS-OPEN
              CLOSE MSGTXTK
              MOVE 'N' TO WS-MSGTXTK-OPEN
           END-IF
           GOBACK.

      * PARAGRAPHS
      ** READ-MSGTXT - one keyed read ; a hit replaces the caller's  **
      ** wording, a miss (23) leaves it for the next fallback        **
       READ-MSGTXT.
           READ MSGTXTK
           EVALUATE FS-MSGTXT
               WHEN ZERO
                  MOVE MSG-TEXT TO LK-MSG-TEXT
               WHEN 23
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'ERROR: FILE STATUS -> ' FS-MSGTXT
                  MOVE 10 TO WS-ABEND-CODE
                  PERFORM ABEND-PROG
           END-EVALUATE
           .

       ABEND-PROG.
           DISPLAY 'ABEND CODE : ' WS-ABEND-CODE
           COMPUTE WS-ANO = WS-ANO / WS-VAR.
