            MOVE WS-REFERENCE-INPUT TO RC-REFERENCE.
            MOVE WS-AMOUNT-INPUT TO RC-PAYMENT-AMOUNT.
            MOVE WS-APPLY-AMOUNT TO RC-APPLIED-AMOUNT.
            MOVE "P" TO RC-APPLY-TYPE.
            MOVE SPACES TO RC-WRITE-OFF-REASON.
            WRITE AR-RECEIPT-RECORD.
            ADD 1 TO WS-RECEIPTS-WRITTEN.

                  COMPUTE AB-OPEN-BALANCE =
                     ZERO - WS-AMOUNT-INPUT
                  MOVE WS-RECEIPT-DATE TO AB-LAST-TRAN-DATE
                  MOVE ZERO TO AB-AGED-DATE AB-AGE-CURRENT
                     AB-AGE-30 AB-AGE-60 AB-AGE-90
                  WRITE AR-BALANCE-RECORD
               NOT INVALID KEY
                  SUBTRACT WS-AMOUNT-INPUT FROM AB-OPEN-BALANCE
