      *-------------------------------------------------------------*
      * SRPREC.cpy                                                   *
      * Record layout for SUSPENSE-REPAIR-FILE, the repair           *
      * transactions operations key against open suspense items      *
      * during the day. SRP-ITEM-ID names the item (its reject date  *
      * and sequence from the edit report or the aged suspense       *
      * report). SRP-ACTION: "A" correct the account number to       *
      * SRP-NEW-ACCT-ID and resubmit; "F" force-post the item as     *
      * keyed past the account-status edit, which needs a            *
      * SRP-SUPERVISOR-ID other than the keying user; "B" return     *
      * the item to its branch and take it out of suspense. The      *
      * keying user is SRP-USER-ID.                                  *
      *-------------------------------------------------------------*
       01 SUSPENSE-REPAIR-RECORD.
           05 SRP-ITEM-ID.
               10 SRP-REJECT-DATE      PIC 9(08).
               10 SRP-SEQ              PIC 9(04).
           05 SRP-ACTION               PIC X(01).
               88 SRP-CORRECT-ACCOUNT            VALUE "A".
               88 SRP-FORCE-POST                 VALUE "F".
               88 SRP-RETURN-TO-BRANCH           VALUE "B".
           05 SRP-NEW-ACCT-ID          PIC X(10).
           05 SRP-USER-ID              PIC X(08).
           05 SRP-SUPERVISOR-ID        PIC X(08).
