       IDENTIFICATION DIVISION.
       PROGRAM-ID.     APAGERP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - AGE EVERY OPEN SUPPLIER VOUCHER (FICVOUCH, STATUS O)      *
      *      BY DAYS PAST ITS DUE DATE AGAINST THE RUN DATE (NOT YET   *
      *      DUE / 1-30 / 31-60 / 61-90 / OVER 90)                     *
      *    - NET EACH SUPPLIER'S OPEN CREDIT NOTES (STATUS C) AGAINST  *
      *      WHAT WE OWE HIM, WORST FIRST, WITH A GRAND TOTAL          *
      *    - LIST SEPARATELY THE INVOICES AGING ON THE SUPINVP         *
      *      HOLDING FILE (FICSIHOLD) : OWED, BUT NOT YET PAYABLE      *
      *    SO TREASURY KNOWS WHAT IS OWED, TO WHOM, AND HOW LATE       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FVOUCH  ASSIGN TO FICVOUCH
               FILE STATUS IS FS-VOUCH.
           SELECT FSIHOLD ASSIGN TO FICSIHOLD
               FILE STATUS IS FS-SIHOLD.
           SELECT FAPAGE  ASSIGN TO FICAPAGE.

       DATA DIVISION.
       FILE SECTION.
      ** FVOUCH - THE PAYABLE VOUCHERS SUPINVP APPENDS AND APPAYP  **
      ** MARKS PAID ; CREDIT NOTES CARRY A NEGATIVE AMOUNT         **
       FD FVOUCH.
       01 ENR-VOUCH.
          05 VCH-NO        PIC 9(6).
          05 VCH-SNO       PIC X(2).
          05 VCH-INV-REF   PIC X(10).
          05 VCH-PO-NO     PIC 9(8).
          05 VCH-AMOUNT    PIC S9(7)V9(2).
          05 VCH-DUE-DATE  PIC X(10).
          05 VCH-STATUS    PIC X(1).
          05 FILLER        PIC X(16).
      ** PART, QUANTITY AND ENTRY DATE OF THE VOUCHER : APGLEXP    **
      ** CLEARS THE RECEIPT ACCRUAL OFF THEM (SPACES/ZERO ON A     **
      ** NON-PO VOUCHER AND ON VOUCHERS OLDER THAN THE GL EXPORT)  **
          05 VCH-PNO       PIC X(2).
          05 VCH-QTY       PIC 9(4).
          05 VCH-ENTRY-DATE PIC X(10).
          05 FILLER        PIC X(2).

      ** FSIHOLD - SUPPLIER INVOICE LINES SUPINVP COULD NOT MATCH  **
      ** YET (NO PO OR NO RECEIPT ON FILE), SUPPLIER INVOICE LAYOUT **
       FD FSIHOLD.
       01 ENR-SIHOLD.
          05 SIH-INV-REF   PIC X(10).
          05 SIH-SNO       PIC X(2).
          05 SIH-PNO       PIC X(2).
          05 SIH-PO-NO     PIC 9(8).
          05 SIH-QTY       PIC 9(4).
          05 SIH-COST      PIC 9(5)V9(2).
          05 SIH-DATE      PIC X(10).
          05 FILLER        PIC X(37).

       FD FAPAGE.
       01 ENR-APAGE PIC X(120).

       WORKING-STORAGE SECTION.
       77 WS-VOUCH-EOF    PIC 9  VALUE 0.
            88 FF-VOUCH          VALUE 1.
       77 WS-SIHOLD-EOF   PIC 9  VALUE 0.
            88 FF-SIHOLD         VALUE 1.
       77 FS-VOUCH        PIC 99 VALUE 0.
       77 FS-SIHOLD       PIC 99 VALUE 0.

      *** CUMUL PAR FOURNISSEUR - LES AVOIRS OUVERTS SORTENT DANS ***
      *** LEUR PROPRE COLONNE ET VIENNENT EN DEDUCTION DU NET      ***
       01 SUP-TAB.
          05 ST-ENTRY OCCURS 500 TIMES.
             10 ST-SNO     PIC X(2).
             10 ST-BUCKET  PIC S9(7)V9(2) OCCURS 5 TIMES.
             10 ST-CREDITS PIC S9(7)V9(2).
             10 ST-NET     PIC S9(7)V9(2).
       77 ST-CNT          PIC 9(3) VALUE 0.
       77 ST-IDX          PIC 9(3) VALUE 0.
       77 ST-JDX          PIC 9(3) VALUE 0.
       77 WS-SUP-HIT      PIC 9(3) VALUE 0.
       77 CNT-ST-OVFL     PIC 9(4) VALUE 0.
       01 ST-SWAP-ENTRY.
          05 FILLER       PIC X(2).
          05 FILLER       PIC S9(7)V9(2) OCCURS 5 TIMES.
          05 FILLER       PIC S9(7)V9(2).
          05 FILLER       PIC S9(7)V9(2).
       77 WS-SORT-AGAIN   PIC 9 VALUE 0.

      *** CALCUL D'AGE ***
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.
       77 WS-RUN-YYYYMMDD PIC 9(8).
       77 WS-DUE-YYYYMMDD PIC 9(8).
       77 WS-AGE-DAYS     PIC S9(5).
       77 WS-BUCKET       PIC 9.
       77 WS-HOLD-AMOUNT  PIC S9(7)V9(2).

      *** COMPTEURS ET TOTAUX GENERAUX ***
       77 CNT-OPEN        PIC 9(5) VALUE 0.
       77 CNT-CREDITS     PIC 9(5) VALUE 0.
       77 CNT-HELD        PIC 9(5) VALUE 0.
       01 GRAND-BUCKETS.
          05 GRAND-BUCKET PIC S9(8)V9(2) OCCURS 5 TIMES.
       77 GRAND-CREDITS   PIC S9(8)V9(2) VALUE 0.
       77 GRAND-NET       PIC S9(8)V9(2) VALUE 0.
       77 GRAND-HELD      PIC S9(8)V9(2) VALUE 0.

      *** LIGNES EDITION ***
       01 L-AGE-HEAD.
          05 FILLER       PIC X(42) VALUE
                'AGED ACCOUNTS PAYABLE - WORST FIRST'.
          05 FILLER       PIC X(78) VALUE ALL ' '.
       01 L-AGE-TITLE.
          05 FILLER       PIC X(5)  VALUE 'SNO'.
          05 FILLER       PIC X(15) VALUE 'NOT YET DUE'.
          05 FILLER       PIC X(15) VALUE '1-30 DAYS'.
          05 FILLER       PIC X(15) VALUE '31-60 DAYS'.
          05 FILLER       PIC X(15) VALUE '61-90 DAYS'.
          05 FILLER       PIC X(15) VALUE 'OVER 90 DAYS'.
          05 FILLER       PIC X(15) VALUE 'OPEN CREDITS'.
          05 FILLER       PIC X(15) VALUE 'NET OWED'.
          05 FILLER       PIC X(10) VALUE ALL ' '.
       01 L-AGE-LINE.
          05 L-AGE-SNO    PIC X(2).
          05 FILLER       PIC X(3)  VALUE ALL ' '.
          05 L-AGE-B1     PIC -ZZZZZZ9,99.
          05 FILLER       PIC X(4)  VALUE ALL ' '.
          05 L-AGE-B2     PIC -ZZZZZZ9,99.
          05 FILLER       PIC X(4)  VALUE ALL ' '.
          05 L-AGE-B3     PIC -ZZZZZZ9,99.
          05 FILLER       PIC X(4)  VALUE ALL ' '.
          05 L-AGE-B4     PIC -ZZZZZZ9,99.
          05 FILLER       PIC X(4)  VALUE ALL ' '.
          05 L-AGE-B5     PIC -ZZZZZZ9,99.
          05 FILLER       PIC X(4)  VALUE ALL ' '.
          05 L-AGE-CRE    PIC -ZZZZZZ9,99.
          05 FILLER       PIC X(4)  VALUE ALL ' '.
          05 L-AGE-NET    PIC -ZZZZZZ9,99.
          05 FILLER       PIC X(14) VALUE ALL ' '.
       01 L-AGE-GRAND.
          05 FILLER       PIC X(4)  VALUE 'ALL '.
          05 L-GRD-B1     PIC -ZZZZZZZ9,99.
          05 FILLER       PIC X(2)  VALUE ALL ' '.
          05 L-GRD-B2     PIC -ZZZZZZZ9,99.
          05 FILLER       PIC X(2)  VALUE ALL ' '.
          05 L-GRD-B3     PIC -ZZZZZZZ9,99.
          05 FILLER       PIC X(2)  VALUE ALL ' '.
          05 L-GRD-B4     PIC -ZZZZZZZ9,99.
          05 FILLER       PIC X(2)  VALUE ALL ' '.
          05 L-GRD-B5     PIC -ZZZZZZZ9,99.
          05 FILLER       PIC X(2)  VALUE ALL ' '.
          05 L-GRD-CRE    PIC -ZZZZZZZ9,99.
          05 FILLER       PIC X(2)  VALUE ALL ' '.
          05 L-GRD-NET    PIC -ZZZZZZZ9,99.
          05 FILLER       PIC X(20) VALUE ALL ' '.
       01 L-VIDE          PIC X(120) VALUE ALL ' '.
       01 L-HLD-HEAD.
          05 FILLER       PIC X(60) VALUE
                'INVOICES ON HOLD - OWED, NOT YET PAYABLE (UNMATCHED)'.
          05 FILLER       PIC X(60) VALUE ALL ' '.
       01 L-HLD-TITLE.
          05 FILLER       PIC X(5)  VALUE 'SNO'.
          05 FILLER       PIC X(12) VALUE 'INVOICE REF'.
          05 FILLER       PIC X(10) VALUE 'PO NO'.
          05 FILLER       PIC X(6)  VALUE 'PART'.
          05 FILLER       PIC X(12) VALUE 'INV DATE'.
          05 FILLER       PIC X(8)  VALUE 'DAYS'.
          05 FILLER       PIC X(15) VALUE 'AMOUNT'.
          05 FILLER       PIC X(52) VALUE ALL ' '.
       01 L-HLD-LINE.
          05 L-HLD-SNO    PIC X(2).
          05 FILLER       PIC X(3)  VALUE ALL ' '.
          05 L-HLD-REF    PIC X(10).
          05 FILLER       PIC X(2)  VALUE ALL ' '.
          05 L-HLD-PO     PIC 9(8).
          05 FILLER       PIC X(2)  VALUE ALL ' '.
          05 L-HLD-PNO    PIC X(2).
          05 FILLER       PIC X(4)  VALUE ALL ' '.
          05 L-HLD-DATE   PIC X(10).
          05 FILLER       PIC X(2)  VALUE ALL ' '.
          05 L-HLD-DAYS   PIC -ZZZ9.
          05 FILLER       PIC X(3)  VALUE ALL ' '.
          05 L-HLD-AMT    PIC -ZZZZZZ9,99.
          05 FILLER       PIC X(56) VALUE ALL ' '.
       01 L-HLD-TOTAL.
          05 FILLER       PIC X(45) VALUE
                'TOTAL ON HOLD'.
          05 FILLER       PIC X(5)  VALUE ALL ' '.
          05 L-HLD-TOT    PIC -ZZZZZZZ9,99.
          05 FILLER       PIC X(58) VALUE ALL ' '.

       PROCEDURE DIVISION.
           INITIALIZE SUP-TAB
           INITIALIZE GRAND-BUCKETS
           PERFORM GET-RUN-DATE
           PERFORM AGE-OPEN-VOUCHERS
           PERFORM SORT-WORST-FIRST

           OPEN OUTPUT FAPAGE
           WRITE ENR-APAGE FROM L-AGE-HEAD
           WRITE ENR-APAGE FROM L-AGE-TITLE
           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-CNT
              MOVE ST-SNO(ST-IDX)       TO L-AGE-SNO
              MOVE ST-BUCKET(ST-IDX, 1) TO L-AGE-B1
              MOVE ST-BUCKET(ST-IDX, 2) TO L-AGE-B2
              MOVE ST-BUCKET(ST-IDX, 3) TO L-AGE-B3
              MOVE ST-BUCKET(ST-IDX, 4) TO L-AGE-B4
              MOVE ST-BUCKET(ST-IDX, 5) TO L-AGE-B5
              MOVE ST-CREDITS(ST-IDX)   TO L-AGE-CRE
              MOVE ST-NET(ST-IDX)       TO L-AGE-NET
              WRITE ENR-APAGE FROM L-AGE-LINE
           END-PERFORM
           MOVE GRAND-BUCKET(1) TO L-GRD-B1
           MOVE GRAND-BUCKET(2) TO L-GRD-B2
           MOVE GRAND-BUCKET(3) TO L-GRD-B3
           MOVE GRAND-BUCKET(4) TO L-GRD-B4
           MOVE GRAND-BUCKET(5) TO L-GRD-B5
           MOVE GRAND-CREDITS   TO L-GRD-CRE
           MOVE GRAND-NET       TO L-GRD-NET
           WRITE ENR-APAGE FROM L-AGE-GRAND

           WRITE ENR-APAGE FROM L-VIDE
           WRITE ENR-APAGE FROM L-HLD-HEAD
           WRITE ENR-APAGE FROM L-HLD-TITLE
           PERFORM LIST-HELD-INVOICES
           MOVE GRAND-HELD TO L-HLD-TOT
           WRITE ENR-APAGE FROM L-HLD-TOTAL
           CLOSE FAPAGE

           DISPLAY 'OPEN VOUCHERS AGED       : ' CNT-OPEN
           DISPLAY 'OPEN CREDIT NOTES NETTED : ' CNT-CREDITS
           DISPLAY 'SUPPLIERS WITH BALANCES  : ' ST-CNT
           DISPLAY 'INVOICE LINES ON HOLD    : ' CNT-HELD
           IF CNT-ST-OVFL > 0
              DISPLAY 'VOUCHERS PAST SUPPLIER TABLE : ' CNT-ST-OVFL
           END-IF
           GOBACK.

      *** PARAGRAPHS ***
       GET-RUN-DATE.
           ACCEPT WS-RUN-DATE FROM DATE
           COMPUTE WS-RUN-YYYYMMDD =
              20000000
              + (FUNCTION NUMVAL(WS-RUN-AA) * 10000)
              + (FUNCTION NUMVAL(WS-RUN-MM) * 100)
              +  FUNCTION NUMVAL(WS-RUN-JJ)
           .

      ** AGE-OPEN-VOUCHERS - open vouchers age in the buckets, open **
      ** credit notes net in their own column ; paid ones drop out  **
       AGE-OPEN-VOUCHERS.
           OPEN INPUT FVOUCH
           IF FS-VOUCH NOT = 0
              DISPLAY 'NO VOUCHER FILE, NOTHING OWED'
           ELSE
              PERFORM UNTIL FF-VOUCH
                 READ FVOUCH
                    AT END
                       SET FF-VOUCH TO TRUE
                    NOT AT END
                       EVALUATE VCH-STATUS
                          WHEN 'O'
                             ADD 1 TO CNT-OPEN
                             PERFORM AGE-ONE-VOUCHER
                          WHEN 'C'
                             ADD 1 TO CNT-CREDITS
                             PERFORM NET-ONE-CREDIT
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE FVOUCH
           END-IF
           .

      ** AGE-ONE-VOUCHER - days past the due date ; a voucher not   **
      ** yet due (or with no due date) sits in the first column     **
       AGE-ONE-VOUCHER.
           MOVE 1 TO WS-BUCKET
           IF VCH-DUE-DATE(1:4) IS NUMERIC
              COMPUTE WS-DUE-YYYYMMDD =
                 (FUNCTION NUMVAL(VCH-DUE-DATE(1:4)) * 10000)
                 + (FUNCTION NUMVAL(VCH-DUE-DATE(6:2)) * 100)
                 +  FUNCTION NUMVAL(VCH-DUE-DATE(9:2))
              COMPUTE WS-AGE-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-RUN-YYYYMMDD)
                 - FUNCTION INTEGER-OF-DATE(WS-DUE-YYYYMMDD)
              EVALUATE TRUE
                 WHEN WS-AGE-DAYS NOT > 0
                    MOVE 1 TO WS-BUCKET
                 WHEN WS-AGE-DAYS NOT > 30
                    MOVE 2 TO WS-BUCKET
                 WHEN WS-AGE-DAYS NOT > 60
                    MOVE 3 TO WS-BUCKET
                 WHEN WS-AGE-DAYS NOT > 90
                    MOVE 4 TO WS-BUCKET
                 WHEN OTHER
                    MOVE 5 TO WS-BUCKET
              END-EVALUATE
           END-IF

           PERFORM FIND-SUPPLIER-ENTRY
      ** AN OVERFLOWED SUPPLIER STILL COUNTS IN THE GRAND TOTALS, **
      ** IT JUST HAS NO PER-SUPPLIER LINE OF ITS OWN              **
           IF WS-SUP-HIT > 0
              ADD VCH-AMOUNT TO ST-BUCKET(WS-SUP-HIT, WS-BUCKET)
              ADD VCH-AMOUNT TO ST-NET(WS-SUP-HIT)
           END-IF
           ADD VCH-AMOUNT TO GRAND-BUCKET(WS-BUCKET)
           ADD VCH-AMOUNT TO GRAND-NET
           .

       NET-ONE-CREDIT.
           PERFORM FIND-SUPPLIER-ENTRY
           IF WS-SUP-HIT > 0
              ADD VCH-AMOUNT TO ST-CREDITS(WS-SUP-HIT)
              ADD VCH-AMOUNT TO ST-NET(WS-SUP-HIT)
           END-IF
           ADD VCH-AMOUNT TO GRAND-CREDITS
           ADD VCH-AMOUNT TO GRAND-NET
           .

       FIND-SUPPLIER-ENTRY.
           MOVE 0 TO WS-SUP-HIT
           PERFORM VARYING ST-JDX FROM 1 BY 1 UNTIL ST-JDX > ST-CNT
              IF VCH-SNO = ST-SNO(ST-JDX)
                 MOVE ST-JDX TO WS-SUP-HIT
              END-IF
           END-PERFORM
           IF WS-SUP-HIT = 0
              IF ST-CNT < 500
                 ADD 1 TO ST-CNT
                 MOVE VCH-SNO TO ST-SNO(ST-CNT)
                 MOVE ST-CNT TO WS-SUP-HIT
              ELSE
                 DISPLAY 'SUPPLIER TABLE FULL, RAISE OCCURS'
                 ADD 1 TO CNT-ST-OVFL
              END-IF
           END-IF
           .

      ** SORT-WORST-FIRST - oldest debt on top : 90+ bucket first,   **
      ** net owed as the tie-breaker                                 **
       SORT-WORST-FIRST.
           MOVE 1 TO WS-SORT-AGAIN
           PERFORM UNTIL WS-SORT-AGAIN = 0
              MOVE 0 TO WS-SORT-AGAIN
              PERFORM VARYING ST-JDX FROM 1 BY 1
                      UNTIL ST-JDX NOT < ST-CNT
                 IF ST-BUCKET(ST-JDX, 5) < ST-BUCKET(ST-JDX + 1, 5)
                    OR (ST-BUCKET(ST-JDX, 5) = ST-BUCKET(ST-JDX + 1, 5)
                        AND ST-NET(ST-JDX) < ST-NET(ST-JDX + 1))
                    MOVE ST-ENTRY(ST-JDX)     TO ST-SWAP-ENTRY
                    MOVE ST-ENTRY(ST-JDX + 1) TO ST-ENTRY(ST-JDX)
                    MOVE ST-SWAP-ENTRY        TO ST-ENTRY(ST-JDX + 1)
                    MOVE 1 TO WS-SORT-AGAIN
                 END-IF
              END-PERFORM
           END-PERFORM
           .

      ** LIST-HELD-INVOICES - every line on the holding file, with  **
      ** its age since the supplier's invoice date ; no voucher     **
      ** exists yet, so none of it is in the buckets above          **
       LIST-HELD-INVOICES.
           OPEN INPUT FSIHOLD
           IF FS-SIHOLD NOT = 0
              DISPLAY 'NO HOLDING FILE, NOTHING ON HOLD'
           ELSE
              PERFORM UNTIL FF-SIHOLD
                 READ FSIHOLD
                    AT END
                       SET FF-SIHOLD TO TRUE
                    NOT AT END
                       PERFORM LIST-ONE-HELD
                 END-READ
              END-PERFORM
              CLOSE FSIHOLD
           END-IF
           .

       LIST-ONE-HELD.
           ADD 1 TO CNT-HELD
           COMPUTE WS-HOLD-AMOUNT = SIH-QTY * SIH-COST
           MOVE 0 TO WS-AGE-DAYS
           IF SIH-DATE(1:4) IS NUMERIC
              COMPUTE WS-DUE-YYYYMMDD =
                 (FUNCTION NUMVAL(SIH-DATE(1:4)) * 10000)
                 + (FUNCTION NUMVAL(SIH-DATE(6:2)) * 100)
                 +  FUNCTION NUMVAL(SIH-DATE(9:2))
              COMPUTE WS-AGE-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-RUN-YYYYMMDD)
                 - FUNCTION INTEGER-OF-DATE(WS-DUE-YYYYMMDD)
           END-IF
           MOVE SIH-SNO        TO L-HLD-SNO
           MOVE SIH-INV-REF    TO L-HLD-REF
           MOVE SIH-PO-NO      TO L-HLD-PO
           MOVE SIH-PNO        TO L-HLD-PNO
           MOVE SIH-DATE       TO L-HLD-DATE
           MOVE WS-AGE-DAYS    TO L-HLD-DAYS
           MOVE WS-HOLD-AMOUNT TO L-HLD-AMT
           WRITE ENR-APAGE FROM L-HLD-LINE
           ADD WS-HOLD-AMOUNT TO GRAND-HELD
           .
