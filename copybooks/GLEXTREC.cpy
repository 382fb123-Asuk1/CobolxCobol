      * trailer carrying the record count and the net amount (total  *
      * debits less total credits - zero when the extract balances). *
      * The trailer fields overlay the detail fields.                *
      * Suspense lines carry GLX-SOURCE-TYPE "U" (cash rejected      *
      * into suspense) or "V" (cash cleared out of suspense), which  *
      * are not journal types.                                       *
      * GLX-COST-CENTRE is the branch cost centre a line is booked   *
      * to. The daily extract leaves it blank, which the GL load     *
      * books to the unallocated centre; the month-end branch        *
      * allocation extract moves interest expense and fee income     *
      * from there to the domicile branch of the accounts they       *
      * arose on.                                                    *
      *-------------------------------------------------------------*
       01 GL-EXTRACT-RECORD.
           05 GLX-RECORD-TYPE          PIC X(01).
               10 GLX-AMOUNT           PIC 9(11)V99.
               10 GLX-SOURCE-TYPE      PIC X(01).
               10 GLX-DESCRIPTION      PIC X(20).
               10 GLX-COST-CENTRE      PIC X(04).
           05 GLX-TRAILER REDEFINES GLX-DETAIL.
               10 GLX-RECORD-COUNT     PIC 9(06).
               10 GLX-NET-AMOUNT       PIC S9(11)V99
                                        SIGN IS TRAILING SEPARATE.
               10 FILLER               PIC X(26).
