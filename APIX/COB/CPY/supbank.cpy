      ** SUPBANK - SUPPLIER REMITTANCE BANK DETAILS (KSDS SUPBANKK), **
      ** KEYED BY SUPPLIER AND KIND : 'C' THE APPROVED DETAILS APPAYP **
      ** PAYS TO, 'P' A CHANGE REQUESTED THROUGH SUPMNTP AND WAITING  **
      ** FOR A SECOND AUTHORIZED OPERATOR. SBK-OPER/SBK-DATE : WHO    **
      ** REQUESTED THE PENDING CHANGE, OR WHO APPROVED THE CURRENT    **
      ** DETAILS, AND WHEN                                            **
       01 ST-SUPBANK.
          05 SBK-KEY.
             10 SBK-SNO       PIC X(2).
             10 SBK-KIND      PIC X(1).
                88 SBK-CURRENT     VALUE 'C'.
                88 SBK-PENDING     VALUE 'P'.
          05 SBK-IBAN         PIC X(34).
          05 SBK-BIC          PIC X(11).
          05 SBK-OPER         PIC X(8).
          05 SBK-DATE         PIC X(10).
          05 FILLER           PIC X(14).
