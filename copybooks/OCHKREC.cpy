      *-------------------------------------------------------------*
      * OCHKREC.cpy                                                  *
      * Record layout for OFFICIAL-CHECK-FILE, the official checks   *
      * payable the closure settlement run issues for closing        *
      * balances, for the check printer and the GL extract. The      *
      * check number OCHK-ITEM-ID is the business date issued and a  *
      * sequence within the night. The proceeds are debited from     *
      * the closing account and carried as official checks payable   *
      * until the check is presented.                                *
      *-------------------------------------------------------------*
       01 OFFICIAL-CHECK-RECORD.
           05 OCHK-ITEM-ID.
               10 OCHK-ISSUE-DATE      PIC 9(08).
               10 OCHK-SEQ             PIC 9(04).
           05 OCHK-ACCT-ID             PIC X(10).
           05 OCHK-CUSTOMER-ID         PIC X(10).
           05 OCHK-PAYEE-NAME          PIC X(30).
           05 OCHK-AMOUNT              PIC S9(9)V99
                                        SIGN IS TRAILING SEPARATE.
           05 OCHK-USER-ID             PIC X(08).
