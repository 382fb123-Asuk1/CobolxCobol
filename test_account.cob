       IDENTIFICATION DIVISION.
      * This file contains the batch driver for account balance operations.
      * It applies the day's transaction batch against the account master.
      * Time deposits refuse ordinary debits until maturity; an early
      * withdrawal draws on one with its penalty journaled separately.
      * A checking debit the available balance cannot cover first
      * sweeps funds in from the account's overdraft-protection
      * savings account, if it has one, before the overdraft or
      * decline paths are considered.
      * An item force-posted out of suspense under a supervisor's
      * override posts to a dormant or held account; a closed
      * account is skipped whatever the override.
       PROGRAM-ID. TEST-ACCOUNT.

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
       FD  CHECKPOINT-FILE.
           COPY CKPTREC.

       FD  FEE-SCHEDULE-FILE.
           COPY FEESREC.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTLREC.

       01 WS-EOF-TRAN             PIC X(01) VALUE "N".
           88 NO-MORE-TRANSACTIONS            VALUE "Y".
       01 WS-TRAN-COUNT           PIC 9(06) VALUE ZERO.
       01 WS-FORCE-POST-SW        PIC X(01).
           88 FORCE-POST-AUTHORIZED           VALUE "Y".
       01 WS-BALANCE-BEFORE       PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE.
       01 WS-CURRENT-TIMESTAMP.
       01 WS-HOLD-CANCEL-SW       PIC X(01).
           88 MATCHING-HOLD-CANCELLED         VALUE "Y".

      *-------------------------------------------------------------*
      * Time-deposit support: an ordinary debit or transfer out of a *
      * time deposit before its maturity date is refused without a   *
      * fee. An early withdrawal ("E") may draw on it; before        *
      * maturity it forfeits the stated number of days' interest on  *
      * the amount withdrawn at the certificate's rate (actual/365), *
      * charged as its own fee entry, and the withdrawal and penalty *
      * together must be covered by the available balance.           *
      *-------------------------------------------------------------*
       01 WS-TD-PENALTY-DAYS      PIC 9(03) VALUE 90.
       01 WS-TD-DAY-BASIS         PIC 9(03) VALUE 365.
       01 WS-TD-PENALTY           PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE.
       01 WS-TD-DRAW-TOTAL        PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE.

      *-------------------------------------------------------------*
      * Overdraft-protection sweep: when a checking debit would take *
      * the available balance below zero and the account names a     *
      * savings account to sweep from, the shortfall plus the sweep  *
      * fee is moved across first - rounded up to the run-control    *
      * increment when one is set, or the exact shortfall when the   *
      * savings account cannot cover the rounded amount. The two     *
      * legs journal as a transfer pair and, with the fee, under the *
      * system branch and teller - nobody keyed the sweep at a       *
      * teller's drawer.                                             *
      * The fee is the checking type's FEE-SWEEP-AMOUNT on the fee   *
      * schedule; a missing schedule means sweeps are free.          *
      *-------------------------------------------------------------*
       01 WS-FEE-FILE-STATUS      PIC X(02).
       01 WS-EOF-FEE              PIC X(01) VALUE "N".
           88 NO-MORE-FEE-RECORDS             VALUE "Y".
       01 WS-MAX-SWEEP-FEE-TYPES  PIC 9(02) VALUE 20.
       01 WS-SWEEP-FEE-COUNT      PIC 9(02) VALUE ZERO.
       01 WS-SWEEP-FEE-IDX        PIC 9(02) VALUE ZERO.
       01 WS-SWEEP-FEE-TABLE.
           05 WS-SWEEP-FEE-ENTRY OCCURS 20 TIMES.
               10 WS-SF-ACCT-TYPE       PIC X(02).
               10 WS-SF-AMOUNT          PIC S9(4)V99
                                        SIGN IS TRAILING SEPARATE.
       01 WS-OD-SWEEP-INCREMENT   PIC S9(9)V99 VALUE ZERO
                                  SIGN IS TRAILING SEPARATE.
       01 WS-SWEEP-FEE-AMOUNT     PIC S9(4)V99
                                  SIGN IS TRAILING SEPARATE.
       01 WS-SWEEP-NEED           PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE.
       01 WS-SWEEP-AMOUNT         PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE.
       01 WS-SWEEP-UNITS          PIC 9(09).
       01 WS-SWEEP-DONE-SW        PIC X(01).
           88 SWEEP-POSTED                    VALUE "Y".
       01 WS-JRNL-SOURCE-SW       PIC X(01) VALUE "T".
           88 JOURNAL-FROM-SYSTEM             VALUE "S".
           88 JOURNAL-FROM-TRANSACTION        VALUE "T".
       01 WS-SWEEP-BRANCH-ID      PIC X(04) VALUE "SYS ".
       01 WS-SWEEP-TELLER-ID      PIC X(08) VALUE "SYSSWEEP".
           COPY ACCTREC REPLACING ==ACCOUNT-RECORD==
               BY ==WS-SWEEP-CHK-REC==
               LEADING ==ACCT== BY ==SWCHK==.
       01 WS-SWEEP-CHK-RECON-IDX  PIC 9(03) VALUE ZERO.

      *-------------------------------------------------------------*
      * Run control: business date, run id, and operational amounts  *
      * read at startup; the WS defaults survive a missing run       *
           PERFORM 1050-READ-RUN-CONTROL
           PERFORM 1070-CHECK-RUN-LOG
           PERFORM 1080-WRITE-RUN-LOG-START
           PERFORM 1100-LOAD-SWEEP-FEES
           PERFORM 1000-OPEN-FILES
           PERFORM 1150-RESTART-FROM-CHECKPOINT
           PERFORM 2000-READ-TRANSACTION
                               "PRESENT - KEEPING DEFAULT "
                               WS-HOLD-DAYS
                       END-IF
                       IF RUN-TD-PENALTY-DAYS IS NUMERIC
                           MOVE RUN-TD-PENALTY-DAYS
                               TO WS-TD-PENALTY-DAYS
                       ELSE
                           DISPLAY "RUN CONTROL EARLY-WITHDRAWAL "
                               "PENALTY NOT PRESENT - KEEPING DEFAULT "
                               WS-TD-PENALTY-DAYS
                       END-IF
                       IF RUN-OD-SWEEP-INCREMENT IS NUMERIC
                           MOVE RUN-OD-SWEEP-INCREMENT
                               TO WS-OD-SWEEP-INCREMENT
                       ELSE
                           DISPLAY "RUN CONTROL SWEEP INCREMENT NOT "
                               "PRESENT - KEEPING DEFAULT"
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           ELSE
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.

      * Only the sweep fee is wanted from the fee schedule; the
      * monthly charge and waiver columns belong to the service-
      * charge run.
       1100-LOAD-SWEEP-FEES.
           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-FEE-FILE-STATUS NOT = "00"
               DISPLAY "FEE SCHEDULE NOT AVAILABLE - OVERDRAFT "
                   "SWEEPS WILL NOT BE CHARGED"
               SET NO-MORE-FEE-RECORDS TO TRUE
           END-IF
           PERFORM UNTIL NO-MORE-FEE-RECORDS
               READ FEE-SCHEDULE-FILE
                   AT END
                       SET NO-MORE-FEE-RECORDS TO TRUE
                   NOT AT END
                       PERFORM 1110-LOAD-ONE-SWEEP-FEE
               END-READ
           END-PERFORM
           IF WS-FEE-FILE-STATUS NOT = "35"
               CLOSE FEE-SCHEDULE-FILE
           END-IF.

       1110-LOAD-ONE-SWEEP-FEE.
           IF WS-SWEEP-FEE-COUNT < WS-MAX-SWEEP-FEE-TYPES
               ADD 1 TO WS-SWEEP-FEE-COUNT
               MOVE WS-SWEEP-FEE-COUNT TO WS-SWEEP-FEE-IDX
               MOVE FEE-ACCT-TYPE TO WS-SF-ACCT-TYPE(WS-SWEEP-FEE-IDX)
               IF FEE-SWEEP-AMOUNT IS NUMERIC
                   MOVE FEE-SWEEP-AMOUNT
                       TO WS-SF-AMOUNT(WS-SWEEP-FEE-IDX)
               ELSE
                   MOVE ZERO TO WS-SF-AMOUNT(WS-SWEEP-FEE-IDX)
               END-IF
           ELSE
               DISPLAY "FEE SCHEDULE TABLE FULL - ENTRY FOR "
                   FEE-ACCT-TYPE " IGNORED"
           END-IF.

       1000-OPEN-FILES.
           OPEN I-O ACCOUNT-MASTER
           IF WS-ACCT-FILE-STATUS = "35"
                   DISPLAY "UNKNOWN ACCOUNT " TRAN-ACCT-ID
                       " - TRANSACTION SKIPPED"
               NOT INVALID KEY
                   PERFORM 2110-CHECK-FORCE-POST
                   IF ACCT-CLOSED
                       OR (NOT ACCT-ACTIVE
                           AND NOT FORCE-POST-AUTHORIZED)
                       DISPLAY "ACCOUNT " ACCT-ID
                           " NOT ACTIVE - TRANSACTION SKIPPED"
                   ELSE
                               PERFORM 2330-POST-TRANSFER
                           WHEN TRAN-IS-REVERSAL
                               PERFORM 2600-POST-REVERSAL
                           WHEN TRAN-IS-EARLY-WITHDRAWAL
                               PERFORM 2700-POST-EARLY-WITHDRAWAL
                           WHEN OTHER
                               DISPLAY "INVALID TRANSACTION TYPE FOR "
                                   TRAN-ACCT-ID
                   END-IF
           END-READ.

      * A force-post override is honored only on an item resubmitted
      * out of suspense (system branch, suspense teller), as the edit
      * run applies it; the same bytes on any other item - standing
      * orders, restart input - are ignored.
       2110-CHECK-FORCE-POST.
           MOVE "N" TO WS-FORCE-POST-SW
           IF NOT TRAN-NO-OVERRIDE
               AND TRAN-BRANCH-ID = "SYS "
               AND TRAN-TELLER-ID = "SYSSUSP "
               SET FORCE-POST-AUTHORIZED TO TRUE
           END-IF.

      * Locate this account's reconciliation entry, adding one seeded
      * with the account's opening balance the first time it is seen
      * in this run.

      * Stop orders are honored ahead of the funds check - a stopped
      * debit is declined whether or not the money was there, and
      * without the NSF fee the funds path would assess. A time
      * deposit still in its term takes no ordinary debits at all.
       2300-POST-DEBIT.
           IF ACCT-TYPE-TIME-DEPOSIT
               AND ACCT-TD-MATURITY-DATE > WS-BUSINESS-DATE
               PERFORM 2395-DECLINE-TIME-DEPOSIT-DEBIT
           ELSE
               PERFORM 2380-CHECK-STOP-ORDERS
               IF STOP-ORDER-MATCHED
                   PERFORM 2390-DECLINE-STOPPED-DEBIT
               ELSE
                   PERFORM 2310-POST-UNSTOPPED-DEBIT
               END-IF
           END-IF.

      * The funds check runs against the available balance, not the
      * ledger - money still under a deposit hold cannot be drawn,
      * even though it already shows in the ledger balance. A
      * protected checking account tries its savings sweep before
      * falling to the overdraft line or the decline.
       2310-POST-UNSTOPPED-DEBIT.
           COMPUTE WS-POST-DEBIT-BAL = ACCT-BALANCE - AMOUNT
           COMPUTE WS-AVAIL-AFTER = ACCT-AVAILABLE-BALANCE - AMOUNT
           IF WS-AVAIL-AFTER < ZERO
               AND ACCT-TYPE-CHECKING
               AND ACCT-OD-SWEEP-ACCT-ID NOT = SPACES
               PERFORM 2800-OD-PROTECTION-SWEEP
               COMPUTE WS-POST-DEBIT-BAL = ACCT-BALANCE - AMOUNT
               COMPUTE WS-AVAIL-AFTER = ACCT-AVAILABLE-BALANCE - AMOUNT
           END-IF
           IF WS-AVAIL-AFTER >= ZERO
               MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
               MOVE WS-POST-DEBIT-BAL TO ACCT-BALANCE
                   DISPLAY "TRANSFER TO SAME ACCOUNT " TRAN-ACCT-ID
                       " - DECLINED"
                   PERFORM 2340-JOURNAL-TRANSFER-DECLINE
               WHEN ACCT-TYPE-TIME-DEPOSIT
                   AND ACCT-TD-MATURITY-DATE > WS-BUSINESS-DATE
                   PERFORM 2395-DECLINE-TIME-DEPOSIT-DEBIT
               WHEN WS-AVAIL-AFTER < (ZERO - ACCT-OVERDRAFT-LIMIT)
                   PERFORM 2350-DECLINE-DEBIT
               WHEN OTHER
           SET NOTICE-PENDING TO TRUE
           WRITE NOTICE-RECORD.

      * An ordinary debit or transfer out of a time deposit before
      * its maturity date: journal the refusal with no fee and no
      * notice - the money is locked for the term and only an early
      * withdrawal, with its penalty, may draw on it.
       2395-DECLINE-TIME-DEPOSIT-DEBIT.
           DISPLAY "DEBIT REFUSED - TIME DEPOSIT " ACCT-ID
               " MATURES " ACCT-TD-MATURITY-DATE
           MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
           MOVE "X" TO WS-JRNL-TYPE
           MOVE AMOUNT TO WS-JRNL-AMOUNT
           MOVE "TD NOT MATURED" TO WS-JRNL-DESC
           PERFORM 2400-WRITE-JOURNAL.

      * Back out a mis-posted entry: the reversal names the original
      * posting's journal key under the same account; the original
      * must exist, be a posted customer credit or debit for the
           MOVE "REVERSAL DECLINE" TO WS-JRNL-DESC
           PERFORM 2400-WRITE-JOURNAL.

      * Early withdrawal from a time deposit. Before maturity the
      * penalty is the stated days' interest on the amount drawn at
      * the locked rate; on or after maturity there is none. The
      * withdrawal and the penalty must both be covered by the
      * available balance - a certificate has no overdraft line - or
      * the item is refused with no fee. The withdrawal journals as a
      * debit and the penalty as its own fee entry.
       2700-POST-EARLY-WITHDRAWAL.
           IF NOT ACCT-TYPE-TIME-DEPOSIT
               DISPLAY "EARLY WITHDRAWAL AGAINST " ACCT-ID
                   " WHICH IS NOT A TIME DEPOSIT - DECLINED"
               PERFORM 2750-DECLINE-EARLY-WITHDRAWAL
           ELSE
               MOVE ZERO TO WS-TD-PENALTY
               IF ACCT-TD-MATURITY-DATE > WS-BUSINESS-DATE
                   COMPUTE WS-TD-PENALTY ROUNDED =
                       AMOUNT * ACCT-INTEREST-RATE
                       * WS-TD-PENALTY-DAYS / WS-TD-DAY-BASIS
               END-IF
               COMPUTE WS-TD-DRAW-TOTAL = AMOUNT + WS-TD-PENALTY
               IF WS-TD-DRAW-TOTAL > ACCT-AVAILABLE-BALANCE
                   DISPLAY "EARLY WITHDRAWAL EXCEEDS AVAILABLE "
                       "BALANCE " ACCT-ID " - DECLINED"
                   PERFORM 2750-DECLINE-EARLY-WITHDRAWAL
               ELSE
                   PERFORM 2710-POST-WITHDRAWAL-AND-PENALTY
               END-IF
           END-IF.

       2710-POST-WITHDRAWAL-AND-PENALTY.
           MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
           SUBTRACT AMOUNT FROM ACCT-BALANCE
           SUBTRACT AMOUNT FROM ACCT-AVAILABLE-BALANCE
           PERFORM 2210-UPDATE-OVERDRAWN-FLAG
           PERFORM 2220-SET-LAST-ACTIVITY
           REWRITE ACCOUNT-RECORD
           IF WS-RECON-IDX > 0
               ADD AMOUNT TO WS-RT-TOTAL-DEBITS(WS-RECON-IDX)
               MOVE ACCT-BALANCE TO WS-RT-CLOSING-BAL(WS-RECON-IDX)
           END-IF
           MOVE "D" TO WS-JRNL-TYPE
           MOVE AMOUNT TO WS-JRNL-AMOUNT
           MOVE "EARLY WITHDRAWAL" TO WS-JRNL-DESC
           PERFORM 2400-WRITE-JOURNAL
           PERFORM 2370-CHECK-LARGE-TRANSACTION
           MOVE AMOUNT TO WS-DISP-AMOUNT
           MOVE ACCT-BALANCE TO WS-DISP-BALANCE
           DISPLAY "EARLY-WD " ACCT-ID " AMOUNT " WS-DISP-AMOUNT
               " NEW BALANCE " WS-DISP-BALANCE
           IF WS-TD-PENALTY > ZERO
               MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
               SUBTRACT WS-TD-PENALTY FROM ACCT-BALANCE
               SUBTRACT WS-TD-PENALTY FROM ACCT-AVAILABLE-BALANCE
               PERFORM 2210-UPDATE-OVERDRAWN-FLAG
               REWRITE ACCOUNT-RECORD
               IF WS-RECON-IDX > 0
                   ADD WS-TD-PENALTY
                       TO WS-RT-TOTAL-DEBITS(WS-RECON-IDX)
                   MOVE ACCT-BALANCE TO WS-RT-CLOSING-BAL(WS-RECON-IDX)
               END-IF
               MOVE "F" TO WS-JRNL-TYPE
               MOVE WS-TD-PENALTY TO WS-JRNL-AMOUNT
               MOVE "EARLY WDL PENALTY" TO WS-JRNL-DESC
               PERFORM 2400-WRITE-JOURNAL
               MOVE WS-TD-PENALTY TO WS-DISP-AMOUNT
               DISPLAY "PENALTY  " ACCT-ID " AMOUNT " WS-DISP-AMOUNT
           END-IF.

      * An early withdrawal that cannot be paid: journal the decline
      * with no fee - nothing posted.
       2750-DECLINE-EARLY-WITHDRAWAL.
           MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
           MOVE "X" TO WS-JRNL-TYPE
           MOVE AMOUNT TO WS-JRNL-AMOUNT
           MOVE "EARLY WDL DECLINE" TO WS-JRNL-DESC
           PERFORM 2400-WRITE-JOURNAL.

      * Overdraft-protection sweep for the checking debit in AMOUNT.
      * The amount is worked out first, then the savings account is
      * read into the FD record area with the checking image saved,
      * and proved: open, savings, the same customer, and able to
      * cover the sweep from its own available balance. Anything
      * short of that leaves both accounts untouched and the debit
      * goes on to the overdraft or decline path as before.
       2800-OD-PROTECTION-SWEEP.
           MOVE "N" TO WS-SWEEP-DONE-SW
           PERFORM 2810-FIND-SWEEP-FEE
           COMPUTE WS-SWEEP-NEED = AMOUNT + WS-SWEEP-FEE-AMOUNT
               - ACCT-AVAILABLE-BALANCE
           MOVE WS-SWEEP-NEED TO WS-SWEEP-AMOUNT
           IF WS-OD-SWEEP-INCREMENT > ZERO
               COMPUTE WS-SWEEP-UNITS =
                   WS-SWEEP-NEED / WS-OD-SWEEP-INCREMENT
               IF WS-SWEEP-UNITS * WS-OD-SWEEP-INCREMENT
                   < WS-SWEEP-NEED
                   ADD 1 TO WS-SWEEP-UNITS
               END-IF
               COMPUTE WS-SWEEP-AMOUNT =
                   WS-SWEEP-UNITS * WS-OD-SWEEP-INCREMENT
           END-IF
           MOVE ACCOUNT-RECORD TO WS-SWEEP-CHK-REC
           MOVE WS-RECON-IDX TO WS-SWEEP-CHK-RECON-IDX
           MOVE SWCHK-OD-SWEEP-ACCT-ID TO ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "SWEEP ACCOUNT " SWCHK-OD-SWEEP-ACCT-ID
                       " NOT ON FILE - NO SWEEP FOR " SWCHK-ID
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT ACCT-ACTIVE
                           DISPLAY "SWEEP ACCOUNT " ACCT-ID
                               " NOT ACTIVE - NO SWEEP FOR " SWCHK-ID
                       WHEN NOT ACCT-TYPE-SAVINGS
                           OR ACCT-CUSTOMER-ID NOT = SWCHK-CUSTOMER-ID
                           DISPLAY "SWEEP ACCOUNT " ACCT-ID
                               " NOT THE CUSTOMER'S SAVINGS - NO "
                               "SWEEP FOR " SWCHK-ID
                       WHEN ACCT-AVAILABLE-BALANCE < WS-SWEEP-NEED
                           DISPLAY "SWEEP ACCOUNT " ACCT-ID
                               " CANNOT COVER SHORTFALL - NO SWEEP "
                               "FOR " SWCHK-ID
                       WHEN OTHER
                           IF ACCT-AVAILABLE-BALANCE < WS-SWEEP-AMOUNT
                               MOVE WS-SWEEP-NEED TO WS-SWEEP-AMOUNT
                           END-IF
                           PERFORM 2820-POST-SWEEP-LEGS
                   END-EVALUATE
           END-READ
           IF NOT SWEEP-POSTED
               MOVE WS-SWEEP-CHK-REC TO ACCOUNT-RECORD
               MOVE WS-SWEEP-CHK-RECON-IDX TO WS-RECON-IDX
           END-IF.

       2810-FIND-SWEEP-FEE.
           MOVE ZERO TO WS-SWEEP-FEE-AMOUNT
           PERFORM VARYING WS-SWEEP-FEE-IDX FROM 1 BY 1
                   UNTIL WS-SWEEP-FEE-IDX > WS-SWEEP-FEE-COUNT
               IF WS-SF-ACCT-TYPE(WS-SWEEP-FEE-IDX) = ACCT-TYPE-CODE
                   MOVE WS-SF-AMOUNT(WS-SWEEP-FEE-IDX)
                       TO WS-SWEEP-FEE-AMOUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Post the sweep the way a transfer posts: the savings leg
      * out, then the checking leg in (straight to available - the
      * bank's own funds carry no deposit hold), each journaled and
      * rolled into its reconciliation entry; then the sweep fee
      * against checking and the customer's notice. The checking
      * record is left in the FD record area for the debit itself.
       2820-POST-SWEEP-LEGS.
           SET JOURNAL-FROM-SYSTEM TO TRUE
           PERFORM 2150-FIND-OR-ADD-RECON-ENTRY
           MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
           SUBTRACT WS-SWEEP-AMOUNT FROM ACCT-BALANCE
           SUBTRACT WS-SWEEP-AMOUNT FROM ACCT-AVAILABLE-BALANCE
           PERFORM 2210-UPDATE-OVERDRAWN-FLAG
           REWRITE ACCOUNT-RECORD
           IF WS-RECON-IDX > 0
               ADD WS-SWEEP-AMOUNT TO WS-RT-TOTAL-DEBITS(WS-RECON-IDX)
               MOVE ACCT-BALANCE TO WS-RT-CLOSING-BAL(WS-RECON-IDX)
           END-IF
           MOVE "D" TO WS-JRNL-TYPE
           MOVE WS-SWEEP-AMOUNT TO WS-JRNL-AMOUNT
           MOVE "OD SWEEP OUT" TO WS-JRNL-DESC
           PERFORM 2400-WRITE-JOURNAL
           MOVE WS-SWEEP-AMOUNT TO WS-DISP-AMOUNT
           MOVE ACCT-BALANCE TO WS-DISP-BALANCE
           DISPLAY "SWP-OUT " ACCT-ID " AMOUNT " WS-DISP-AMOUNT
               " NEW BALANCE " WS-DISP-BALANCE

           MOVE WS-SWEEP-CHK-REC TO ACCOUNT-RECORD
           MOVE WS-SWEEP-CHK-RECON-IDX TO WS-RECON-IDX
           MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
           ADD WS-SWEEP-AMOUNT TO ACCT-BALANCE
           ADD WS-SWEEP-AMOUNT TO ACCT-AVAILABLE-BALANCE
           PERFORM 2210-UPDATE-OVERDRAWN-FLAG
           REWRITE ACCOUNT-RECORD
           IF WS-RECON-IDX > 0
               ADD WS-SWEEP-AMOUNT
                   TO WS-RT-TOTAL-CREDITS(WS-RECON-IDX)
               MOVE ACCT-BALANCE TO WS-RT-CLOSING-BAL(WS-RECON-IDX)
           END-IF
           MOVE "C" TO WS-JRNL-TYPE
           MOVE WS-SWEEP-AMOUNT TO WS-JRNL-AMOUNT
           MOVE "OD SWEEP IN" TO WS-JRNL-DESC
           PERFORM 2400-WRITE-JOURNAL
           MOVE WS-SWEEP-AMOUNT TO WS-DISP-AMOUNT
           MOVE ACCT-BALANCE TO WS-DISP-BALANCE
           DISPLAY "SWP-IN  " ACCT-ID " AMOUNT " WS-DISP-AMOUNT
               " NEW BALANCE " WS-DISP-BALANCE

           IF WS-SWEEP-FEE-AMOUNT > ZERO
               MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
               SUBTRACT WS-SWEEP-FEE-AMOUNT FROM ACCT-BALANCE
               SUBTRACT WS-SWEEP-FEE-AMOUNT FROM ACCT-AVAILABLE-BALANCE
               PERFORM 2210-UPDATE-OVERDRAWN-FLAG
               REWRITE ACCOUNT-RECORD
               IF WS-RECON-IDX > 0
                   ADD WS-SWEEP-FEE-AMOUNT
                       TO WS-RT-TOTAL-DEBITS(WS-RECON-IDX)
                   MOVE ACCT-BALANCE TO WS-RT-CLOSING-BAL(WS-RECON-IDX)
               END-IF
               MOVE "F" TO WS-JRNL-TYPE
               MOVE WS-SWEEP-FEE-AMOUNT TO WS-JRNL-AMOUNT
               MOVE "OD SWEEP FEE" TO WS-JRNL-DESC
               PERFORM 2400-WRITE-JOURNAL
           END-IF
           SET JOURNAL-FROM-TRANSACTION TO TRUE
           PERFORM 2830-WRITE-SWEEP-NOTICE
           SET SWEEP-POSTED TO TRUE.

       2830-WRITE-SWEEP-NOTICE.
           MOVE ACCT-ID TO NOTICE-ACCT-ID
           MOVE "SWP " TO NOTICE-TYPE
           MOVE WS-SWEEP-AMOUNT TO NOTICE-AMOUNT
           PERFORM 2420-BUILD-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP-NUM TO NOTICE-TIMESTAMP
           MOVE WS-SWEEP-FEE-AMOUNT TO WS-DISP-FEE
           MOVE SPACES TO NOTICE-MESSAGE
           STRING "SWEPT FROM SAVINGS " DELIMITED BY SIZE
               ACCT-OD-SWEEP-ACCT-ID DELIMITED BY SIZE
               " - SWEEP FEE " DELIMITED BY SIZE
               WS-DISP-FEE DELIMITED BY SIZE
               INTO NOTICE-MESSAGE
           SET NOTICE-PENDING TO TRUE
           WRITE NOTICE-RECORD.

      * Write an audit journal record for a transaction just posted to
      * ACCT-ID; relies on the caller having set WS-BALANCE-BEFORE,
      * WS-JRNL-TYPE, WS-JRNL-AMOUNT, WS-JRNL-DESC, and the account
           MOVE WS-JRNL-DESC TO JRNLK-DESCRIPTION
           MOVE WS-JRNL-REV-TIMESTAMP TO JRNLK-REV-TIMESTAMP
           MOVE WS-JRNL-REV-SEQ TO JRNLK-REV-SEQ
           IF JOURNAL-FROM-SYSTEM
               MOVE WS-SWEEP-BRANCH-ID TO JRNLK-BRANCH-ID
               MOVE WS-SWEEP-TELLER-ID TO JRNLK-TELLER-ID
           ELSE
               MOVE TRAN-BRANCH-ID TO JRNLK-BRANCH-ID
               MOVE TRAN-TELLER-ID TO JRNLK-TELLER-ID
           END-IF
           PERFORM 2430-WRITE-KEYED-JOURNAL.

      * Land the journal entry under the next free tie-break
