      * is "Y" (zero is a legitimate new value). MNT-CUSTOMER-ID     *
      * links the account to its owner on CUSTOMER-MASTER; when      *
      * supplied it must name a customer on file.                    *
      * The MNT-TD- fields carry a time deposit's terms: the term    *
      * in months (required numeric on a "TD" open, applied on an    *
      * amend when numeric), the maturity instruction (R/P/H), the   *
      * linked account for proceeds or interest, and the interest    *
      * option (C/P, blank meaning capitalize on an open). Blank     *
      * leaves the field unchanged on an amend.                      *
      * MNT-OD-SWEEP-ACCT-ID enrols a checking account for overdraft *
      * protection from the named savings account of the same        *
      * customer; blank leaves the enrolment unchanged on an amend   *
      * and all "*" withdraws it.                                    *
      * MNT-BRANCH-ID is the domicile branch that will own the       *
      * account, required on an open. A "T" action transfers an      *
      * account to the branch named in MNT-BRANCH-ID; it is not      *
      * changed by an amend.                                         *
      *-------------------------------------------------------------*
       01 MAINT-RECORD.
           05 MNT-ACTION               PIC X(01).
               88 MNT-IS-HOLD                    VALUE "H".
               88 MNT-IS-RELEASE                 VALUE "R".
               88 MNT-IS-AMEND                   VALUE "A".
               88 MNT-IS-BRANCH-TRANSFER         VALUE "T".
           05 MNT-ACCT-ID              PIC X(10).
           05 MNT-OWNER-NAME           PIC X(30).
           05 MNT-ACCT-TYPE            PIC X(02).
                                        SIGN IS TRAILING SEPARATE.
           05 MNT-USER-ID              PIC X(08).
           05 MNT-CUSTOMER-ID          PIC X(10).
           05 MNT-TD-TERM-MONTHS       PIC 9(03).
           05 MNT-TD-MATURITY-INSTR    PIC X(01).
           05 MNT-TD-LINKED-ACCT-ID    PIC X(10).
           05 MNT-TD-INT-OPTION        PIC X(01).
           05 MNT-OD-SWEEP-ACCT-ID     PIC X(10).
           05 MNT-BRANCH-ID            PIC X(04).
