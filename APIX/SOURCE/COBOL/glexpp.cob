                    AT END
                       SET FF-SETTLE TO TRUE
                    NOT AT END
      ** AN 'F' RECORD ONLY BRINGS ARCHIVED ITEMS FORWARD : THEY  **
      ** WERE EXPORTED ON THEIR OWN DAYS                          **
                       IF SET-PAY-DATE = AC-RUN-DATE AND
                          SET-TYPE NOT = 'F'
                          PERFORM EXPORT-ONE-PAYMENT
                       END-IF
                 END-READ
