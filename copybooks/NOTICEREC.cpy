      * confirmation), "DORM" (account marked dormant), "STOP"       *
      * (stop-payment order honored), "COL1"/"COL2"/"COL3"           *
      * (escalating overdraft collections letters; "COL3" also       *
      * tells the customer the account has been placed on hold),     *
      * "TDPM" (time deposit maturing soon), "TDRN" (time deposit    *
      * renewed), "TDPD" (time deposit paid out at maturity),        *
      * "TDMH" (time deposit matured and held), "SWP " (funds swept  *
      * from savings for overdraft protection), "CLST" (closing      *
      * statement) and "CLSD" (closing letter for an account closed  *
      * by the closure settlement run). The fulfillment run          *
      * formats a letter for each notice not yet dispatched and sets *
      * NOTICE-STATUS to "D" so a rerun does not mail duplicates;    *
      * records written before the status byte existed read back as  *
      * spaces and are treated as still pending.                     *
      * On a closing statement the message carries the statement     *
      * period (NOTICE-STMT-FROM / NOTICE-STMT-TO) in its fixed      *
      * text, so the fulfillment run can list the period's journal   *
      * entries.                                                     *
      *-------------------------------------------------------------*
       01 NOTICE-RECORD.
           05 NOTICE-ACCT-ID           PIC X(10).
                                        SIGN IS TRAILING SEPARATE.
           05 NOTICE-TIMESTAMP         PIC 9(14).
           05 NOTICE-MESSAGE           PIC X(60).
           05 NOTICE-STMT-PERIOD REDEFINES NOTICE-MESSAGE.
               10 FILLER               PIC X(23).
               10 NOTICE-STMT-FROM     PIC 9(08).
               10 FILLER               PIC X(04).
               10 NOTICE-STMT-TO       PIC 9(08).
               10 FILLER               PIC X(17).
           05 NOTICE-STATUS            PIC X(01).
               88 NOTICE-PENDING                 VALUE "P".
               88 NOTICE-DISPATCHED              VALUE "D".
