      *-------------------------------------------------------------*
      * SUSPREC.cpy                                                  *
      * Record layout for SUSPENSE-FILE, the standing file of        *
      * transaction details the pre-posting edit rejected, indexed   *
      * by the business date rejected and a tie-break sequence       *
      * (SUSP-ITEM-ID, the number operations quote on a repair).     *
      * An item stays on file once worked so its history can be      *
      * traced. SUSP-STATUS: "O" open in suspense, "R" repaired and  *
      * resubmitted into the next raw upload, "B" returned to the    *
      * branch. SUSP-GL-AMOUNT is the cash the item put into         *
      * suspense - the amount of a teller credit, less the amount    *
      * of a teller debit or early withdrawal, zero for a transfer,  *
      * a reversal, a clearing-house item, or an amount that could   *
      * not be read - booked to the suspense GL account on the       *
      * night the item is rejected and backed out on the night it    *
      * is resubmitted or returned (SUSP-CLEARED-DATE). The          *
      * repair fields record what was done and by whom: the          *
      * corrected account on an "A" repair, and the supervisor who   *
      * authorized an "F" force-post. SUSP-AGE-DAYS is refreshed     *
      * by the nightly aged suspense report while the item is open.  *
      *-------------------------------------------------------------*
       01 SUSPENSE-RECORD.
           05 SUSP-ITEM-ID.
               10 SUSP-REJECT-DATE     PIC 9(08).
               10 SUSP-SEQ             PIC 9(04).
           05 SUSP-STATUS              PIC X(01).
               88 SUSP-OPEN                      VALUE "O".
               88 SUSP-RESUBMITTED               VALUE "R".
               88 SUSP-RETURNED-TO-BRANCH        VALUE "B".
           05 SUSP-REASON-CODE         PIC X(04).
           05 SUSP-BRANCH-ID           PIC X(04).
           05 SUSP-TELLER-ID           PIC X(08).
           05 SUSP-ACCT-ID             PIC X(10).
           05 SUSP-TRAN-TYPE           PIC X(01).
           05 SUSP-AMOUNT              PIC S9(9)V99
                                        SIGN IS TRAILING SEPARATE.
           05 SUSP-GL-AMOUNT           PIC S9(9)V99
                                        SIGN IS TRAILING SEPARATE.
           05 SUSP-AGE-DAYS            PIC 9(05).
           05 SUSP-REPAIR-ACTION       PIC X(01).
               88 SUSP-ACCOUNT-CORRECTED         VALUE "A".
               88 SUSP-FORCE-POSTED              VALUE "F".
               88 SUSP-BRANCH-RETURN             VALUE "B".
           05 SUSP-REPAIR-ACCT-ID      PIC X(10).
           05 SUSP-REPAIR-USER-ID      PIC X(08).
           05 SUSP-SUPERVISOR-ID       PIC X(08).
           05 SUSP-CLEARED-DATE        PIC 9(08).
           05 SUSP-TRAN-IMAGE          PIC X(80).
