              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CUS-C-NO
      ** AN 'F' RECORD NAMES ITS CUSTOMER : THE RELIEF OF THE ITEMS **
      ** THE YEAR-END ROLL-OVER ARCHIVED WITH THEIR INVOICES        **
           IF SET-TYPE = 'F'
              MOVE SET-C-NO TO CUS-C-NO
           ELSE
              PERFORM VARYING IRT-IDX FROM 1 BY 1
                      UNTIL IRT-IDX > IRT-CNT
                 IF SET-INV-NO = IRT-INV-NO(IRT-IDX)
                    MOVE IRT-C-NO(IRT-IDX) TO CUS-C-NO
                 END-IF
              END-PERFORM
           END-IF
           IF CUS-C-NO = SPACES
              DISPLAY 'SETTLED INVOICE ' SET-INV-NO
                      ' NOT ON THE REGISTER'
