      * journal and posts the exact opposite entry, cross-linked     *
      * both ways. The reference fields are spaces on C, D, and T    *
      * records.                                                     *
      * An early withdrawal (E) draws on a time deposit before its   *
      * maturity date; the posting run charges the early-withdrawal  *
      * penalty as a separate fee entry. An ordinary debit against   *
      * an unmatured time deposit is refused.                        *
      * TRAN-OVERRIDE-ID is set only on an item force-posted out of  *
      * suspense: it names the supervisor who authorized posting it  *
      * to an account that is dormant or on hold, which the edit and *
      * posting runs otherwise refuse. It is spaces on all other     *
      * items.                                                       *
      *-------------------------------------------------------------*
       01 TRANSACTION-RECORD.
           05 TRAN-ACCT-ID             PIC X(10).
               88 TRAN-IS-DEBIT                  VALUE "D".
               88 TRAN-IS-TRANSFER               VALUE "T".
               88 TRAN-IS-REVERSAL               VALUE "R".
               88 TRAN-IS-EARLY-WITHDRAWAL       VALUE "E".
           05 TRAN-AMOUNT              PIC S9(9)V99
                                        SIGN IS TRAILING SEPARATE.
           05 TRAN-DATE                PIC 9(08).
           05 TRAN-REV-SEQ             PIC 9(04).
           05 TRAN-BRANCH-ID           PIC X(04).
           05 TRAN-TELLER-ID           PIC X(08).
           05 TRAN-OVERRIDE-ID         PIC X(08).
               88 TRAN-NO-OVERRIDE               VALUE SPACES.
