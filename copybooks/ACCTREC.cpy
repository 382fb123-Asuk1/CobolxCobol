      * letters each account once per threshold and an account that  *
      * returns to a positive balance drops out of aging             *
      * automatically.                                               *
      * The ACCT-TD- fields carry the terms of a time deposit        *
      * (type "TD", a certificate): the term in months, the date     *
      * the current term began and the date it matures, the          *
      * instruction for maturity ("R" roll over for another term at  *
      * the same rate, "P" pay the proceeds to the linked account,   *
      * "H" hold the matured funds), where interest goes ("C"        *
      * capitalize into the certificate, "P" pay to the linked       *
      * account), the date interest has been accrued through, and    *
      * the maturity stage ("T" in term, "N" pre-maturity notice     *
      * sent, "M" matured and held). ACCT-INTEREST-RATE is the rate  *
      * locked for the term. Zero and spaces on every other type.    *
      * ACCT-OD-SWEEP-ACCT-ID enrols a checking account for          *
      * overdraft protection: the savings account of the same        *
      * customer the posting run sweeps a shortfall from before it   *
      * overdraws or declines a debit. Spaces when not enrolled.     *
      * ACCT-OPEN-DATE is the business date the account was opened,  *
      * which the closure settlement run measures its early-closure  *
      * window from; zero on accounts opened before the field was    *
      * added, which are never charged the early-closure fee.        *
      * ACCT-BRANCH-ID is the domicile branch that owns the account, *
      * assigned when it is opened and changed only by a branch      *
      * transfer under dual control; the branch on a transaction     *
      * only says where the item was keyed. Blank on accounts        *
      * opened before the field was added, which branch reporting    *
      * shows under branch NONE. ACCT-CLOSE-DATE is the business     *
      * date the account was closed, zero while it is open.          *
      *-------------------------------------------------------------*
       01 ACCOUNT-RECORD.
           05 ACCT-ID                  PIC X(10).
           05 ACCT-TYPE-CODE           PIC X(02).
               88 ACCT-TYPE-SAVINGS              VALUE "SV".
               88 ACCT-TYPE-CHECKING             VALUE "CK".
               88 ACCT-TYPE-TIME-DEPOSIT         VALUE "TD".
           05 ACCT-INTEREST-RATE       PIC S9(1)V9(4)
                                        SIGN IS TRAILING SEPARATE.
           05 ACCT-LAST-ACTIVITY-DATE  PIC 9(08).
           05 ACCT-CUSTOMER-ID         PIC X(10).
           05 ACCT-OD-SINCE-DATE       PIC 9(08).
           05 ACCT-COLLECT-STAGE       PIC 9(01).
           05 ACCT-TD-TERM-MONTHS      PIC 9(03).
           05 ACCT-TD-ISSUE-DATE       PIC 9(08).
           05 ACCT-TD-MATURITY-DATE    PIC 9(08).
           05 ACCT-TD-MATURITY-INSTR   PIC X(01).
               88 ACCT-TD-ROLL-OVER              VALUE "R".
               88 ACCT-TD-PAY-TO-LINKED          VALUE "P".
               88 ACCT-TD-HOLD-AT-MATURITY       VALUE "H".
           05 ACCT-TD-LINKED-ACCT-ID   PIC X(10).
           05 ACCT-TD-INT-OPTION       PIC X(01).
               88 ACCT-TD-INT-CAPITALIZE         VALUE "C".
               88 ACCT-TD-INT-TO-LINKED          VALUE "P".
           05 ACCT-TD-INT-PAID-TO-DATE PIC 9(08).
           05 ACCT-TD-STAGE            PIC X(01).
               88 ACCT-TD-IN-TERM                VALUE "T".
               88 ACCT-TD-NOTICE-SENT            VALUE "N".
               88 ACCT-TD-MATURED-HELD           VALUE "M".
           05 ACCT-OD-SWEEP-ACCT-ID    PIC X(10).
           05 ACCT-OPEN-DATE           PIC 9(08).
           05 ACCT-BRANCH-ID           PIC X(04).
           05 ACCT-CLOSE-DATE          PIC 9(08).
