           END-IF.

       2200-EMIT-TRANSACTION.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE SORD-ACCT-ID TO TRAN-ACCT-ID
           MOVE SORD-TYPE TO TRAN-TYPE
           MOVE SORD-AMOUNT TO TRAN-AMOUNT
