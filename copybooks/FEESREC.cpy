      * type carries no monthly charge. The schedule is maintained   *
      * by operations like the run control file; the charge run      *
      * refuses to start without it rather than guess at prices.     *
      * FEE-SWEEP-AMOUNT is the charge to an account of the type     *
      * each time the posting run sweeps funds into it for overdraft *
      * protection; zero (or spaces on a record cut before the field *
      * existed) means sweeps are free.                              *
      * FEE-CLOSE-AMOUNT is the early-closure fee the closure        *
      * settlement run charges an account of the type closed fewer   *
      * than FEE-CLOSE-WINDOW-DAYS days after it was opened; zero    *
      * (or spaces on a record cut before the fields existed)        *
      * charges nothing.                                             *
      *-------------------------------------------------------------*
       01 FEE-SCHEDULE-RECORD.
           05 FEE-ACCT-TYPE            PIC X(02).
                                        SIGN IS TRAILING SEPARATE.
           05 FEE-WAIVER-MIN-BAL       PIC S9(9)V99
                                        SIGN IS TRAILING SEPARATE.
           05 FEE-SWEEP-AMOUNT         PIC S9(4)V99
                                        SIGN IS TRAILING SEPARATE.
           05 FEE-CLOSE-AMOUNT         PIC S9(4)V99
                                        SIGN IS TRAILING SEPARATE.
           05 FEE-CLOSE-WINDOW-DAYS    PIC 9(03).
