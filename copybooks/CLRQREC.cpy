      *-------------------------------------------------------------*
      * CLRQREC.cpy                                                  *
      * Record layout for CLOSURE-REQUEST-FILE, the account closure  *
      * requests branches key during the day for the closure         *
      * settlement run. CLR-PAYOUT-METHOD says where the remaining   *
      * balance goes: "A" credit to CLR-DEST-ACCT-ID, an open        *
      * account other than the one closing; "C" an official check    *
      * payable to CLR-PAYEE-NAME (the account owner when blank).    *
      * An account with uncollected-funds holds still on file is     *
      * refused unless CLR-HOLD-ACTION is "R" and the request names  *
      * a CLR-SUPERVISOR-ID other than the keying user CLR-USER-ID,  *
      * in which case the holds are released before settlement.      *
      *-------------------------------------------------------------*
       01 CLOSURE-REQUEST-RECORD.
           05 CLR-ACCT-ID              PIC X(10).
           05 CLR-PAYOUT-METHOD        PIC X(01).
               88 CLR-PAY-TO-ACCOUNT             VALUE "A".
               88 CLR-PAY-BY-CHECK               VALUE "C".
           05 CLR-DEST-ACCT-ID         PIC X(10).
           05 CLR-PAYEE-NAME           PIC X(30).
           05 CLR-HOLD-ACTION          PIC X(01).
               88 CLR-RELEASE-HOLDS              VALUE "R".
           05 CLR-USER-ID              PIC X(08).
           05 CLR-SUPERVISOR-ID        PIC X(08).
