      ** CDCWM - THE REGISTER WATERMARKS OF THE LAST SUCCESSFUL     **
      ** CDCEXTP RUN (FICCDCWM), ONE ROW PER APPENDED REGISTER :    **
      ** HOW MANY RECORDS IT HELD AND ITS LAST RECORD, SO THAT THE  **
      ** NEXT RUN TAKES WHAT WAS APPENDED SINCE AND CAN TELL THAT    **
      ** REGROLLP HAS ROLLED THE FILE OVER IN BETWEEN                **
       01 ST-CDCWM.
          05 WM-REGISTER    PIC X(9).
          05 WM-RUN-DATE    PIC X(10).
          05 WM-RUN-SEQ     PIC 9(7).
          05 WM-REC-COUNT   PIC 9(9).
          05 WM-LAST-REC    PIC X(80).
          05 FILLER         PIC X(5).
