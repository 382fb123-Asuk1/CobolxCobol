      * on the closing balance of every savings-type account from its
      * stored rate and posts it as a credit, journaled as an interest
      * transaction rather than a customer-initiated one.
      * Time deposits earn on their own terms instead: simple interest
      * at the locked rate on an actual/365 day count from the date
      * last accrued through to the business date (never past the
      * maturity date), capitalized into the certificate or paid to
      * its linked account as the certificate's interest option
      * says. A payout whose linked account is missing or not active
      * is capitalized instead and reported.
       PROGRAM-ID. ACCT-INTEREST.

       ENVIRONMENT DIVISION.
       01 WS-DISP-INTEREST        PIC -(10)9.99.
       01 WS-DISP-BALANCE         PIC -(10)9.99.

      *-------------------------------------------------------------*
      * Certificate interest work areas: the accrual period, the     *
      * certificate's image held while its linked account is read    *
      * and credited through the one FD record area, and the key     *
      * the account pass resumes after.                              *
      *-------------------------------------------------------------*
       01 WS-TD-DAY-BASIS         PIC 9(03) VALUE 365.
       01 WS-TD-ACCRUE-TO-DATE    PIC 9(08).
       01 WS-TD-ACCRUAL-DAYS      PIC S9(05).
       01 WS-TD-PAID-COUNT        PIC 9(06) VALUE ZERO.
       01 WS-TD-CAPITALIZED-COUNT PIC 9(06) VALUE ZERO.
       01 WS-TD-LINK-OK-SW        PIC X(01).
           88 LINKED-ACCOUNT-CREDITED         VALUE "Y".
       01 WS-JRNL-DESC            PIC X(20).
       01 WS-RESUME-ACCT-ID       PIC X(10).
           COPY ACCTREC REPLACING ==ACCOUNT-RECORD==
               BY ==WS-TD-CERT-REC==
               LEADING ==ACCT== BY ==TDC==.

      *-------------------------------------------------------------*
      * Run-log support: a start record is appended as the run       *
           PERFORM 2000-PROCESS-ACCOUNTS
           DISPLAY "Interest posted to " WS-ACCOUNTS-CREDITED
               " account(s)."
           DISPLAY "Certificate interest capitalized: "
               WS-TD-CAPITALIZED-COUNT " paid to linked: "
               WS-TD-PAID-COUNT
           PERFORM 1900-CLOSE-FILES
           PERFORM 8000-WRITE-RUN-LOG-END
           STOP RUN.
      * Closed/on-hold accounts are skipped, same as TEST-ACCOUNT's
      * 2100-APPLY-TRANSACTION does for posted transactions.
       2100-ACCRUE-AND-POST-INTEREST.
           IF ACCT-ACTIVE AND ACCT-TYPE-TIME-DEPOSIT
               PERFORM 2150-ACCRUE-CERTIFICATE-INTEREST
           END-IF
           IF ACCT-ACTIVE AND ACCT-TYPE-SAVINGS
               COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                   ACCT-BALANCE * ACCT-INTEREST-RATE
                   ADD WS-INTEREST-AMOUNT TO ACCT-AVAILABLE-BALANCE
                   REWRITE ACCOUNT-RECORD
                   ADD 1 TO WS-ACCOUNTS-CREDITED
                   MOVE "INTEREST" TO WS-JRNL-DESC
                   PERFORM 2200-WRITE-INTEREST-JOURNAL
                   MOVE WS-INTEREST-AMOUNT TO WS-DISP-INTEREST
                   MOVE ACCT-BALANCE TO WS-DISP-BALANCE
               END-IF
           END-IF.

      * Certificate interest runs from the date last accrued through
      * to today, stopping at maturity - the maturity run settles the
      * final period and the next term. The accrued-through date
      * moves on even when the amount rounds to nothing, so the same
      * days are never counted twice.
       2150-ACCRUE-CERTIFICATE-INTEREST.
           IF ACCT-TD-MATURITY-DATE < WS-BUSINESS-DATE
               MOVE ACCT-TD-MATURITY-DATE TO WS-TD-ACCRUE-TO-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-TD-ACCRUE-TO-DATE
           END-IF
           MOVE ZERO TO WS-TD-ACCRUAL-DAYS
           IF ACCT-TD-INT-PAID-TO-DATE > ZERO
               AND ACCT-TD-INT-PAID-TO-DATE < WS-TD-ACCRUE-TO-DATE
               COMPUTE WS-TD-ACCRUAL-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TD-ACCRUE-TO-DATE)
                   - FUNCTION INTEGER-OF-DATE(ACCT-TD-INT-PAID-TO-DATE)
           END-IF
           IF WS-TD-ACCRUAL-DAYS > ZERO
               COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                   ACCT-BALANCE * ACCT-INTEREST-RATE
                   * WS-TD-ACCRUAL-DAYS / WS-TD-DAY-BASIS
               MOVE WS-TD-ACCRUE-TO-DATE TO ACCT-TD-INT-PAID-TO-DATE
               IF WS-INTEREST-AMOUNT NOT > ZERO
                   REWRITE ACCOUNT-RECORD
               ELSE
                   MOVE "N" TO WS-TD-LINK-OK-SW
                   IF ACCT-TD-INT-TO-LINKED
                       PERFORM 2160-PAY-INTEREST-TO-LINKED
                   END-IF
                   IF NOT LINKED-ACCOUNT-CREDITED
                       PERFORM 2170-CAPITALIZE-INTEREST
                   END-IF
               END-IF
           END-IF.

      * Pay the period's interest to the linked account. The
      * certificate is rewritten with its new accrued-through date
      * first; the linked account is then read and credited through
      * the same record area, the certificate image is put back, and
      * the account pass is repositioned just after the certificate
      * so the sequential read carries on where it left off.
       2160-PAY-INTEREST-TO-LINKED.
           REWRITE ACCOUNT-RECORD
           MOVE ACCOUNT-RECORD TO WS-TD-CERT-REC
           MOVE ACCT-ID TO WS-RESUME-ACCT-ID
           MOVE ACCT-TD-LINKED-ACCT-ID TO ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "CERTIFICATE " WS-RESUME-ACCT-ID
                       " LINKED ACCOUNT " TDC-TD-LINKED-ACCT-ID
                       " NOT ON FILE - INTEREST CAPITALIZED"
               NOT INVALID KEY
                   IF NOT ACCT-ACTIVE
                       DISPLAY "CERTIFICATE " WS-RESUME-ACCT-ID
                           " LINKED ACCOUNT " ACCT-ID
                           " NOT ACTIVE - INTEREST CAPITALIZED"
                   ELSE
                       MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
                       ADD WS-INTEREST-AMOUNT TO ACCT-BALANCE
                       ADD WS-INTEREST-AMOUNT
                           TO ACCT-AVAILABLE-BALANCE
                       IF ACCT-BALANCE < ZERO
                           SET ACCT-IS-OVERDRAWN TO TRUE
                       ELSE
                           SET ACCT-NOT-OVERDRAWN TO TRUE
                       END-IF
                       REWRITE ACCOUNT-RECORD
                       SET LINKED-ACCOUNT-CREDITED TO TRUE
                       ADD 1 TO WS-ACCOUNTS-CREDITED
                       ADD 1 TO WS-TD-PAID-COUNT
                       MOVE "CD INTEREST PAID" TO WS-JRNL-DESC
                       PERFORM 2200-WRITE-INTEREST-JOURNAL
                       MOVE WS-INTEREST-AMOUNT TO WS-DISP-INTEREST
                       MOVE ACCT-BALANCE TO WS-DISP-BALANCE
                       DISPLAY "CD-INT   " WS-RESUME-ACCT-ID " PAID TO "
                           ACCT-ID " AMOUNT " WS-DISP-INTEREST
                           " NEW BALANCE " WS-DISP-BALANCE
                   END-IF
           END-READ
           MOVE WS-TD-CERT-REC TO ACCOUNT-RECORD
           START ACCOUNT-MASTER KEY IS > ACCT-ID
               INVALID KEY
                   SET NO-MORE-ACCOUNTS TO TRUE
           END-START.

       2170-CAPITALIZE-INTEREST.
           MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
           ADD WS-INTEREST-AMOUNT TO ACCT-BALANCE
           ADD WS-INTEREST-AMOUNT TO ACCT-AVAILABLE-BALANCE
           REWRITE ACCOUNT-RECORD
           ADD 1 TO WS-ACCOUNTS-CREDITED
           ADD 1 TO WS-TD-CAPITALIZED-COUNT
           MOVE "CD INTEREST" TO WS-JRNL-DESC
           PERFORM 2200-WRITE-INTEREST-JOURNAL
           MOVE WS-INTEREST-AMOUNT TO WS-DISP-INTEREST
           MOVE ACCT-BALANCE TO WS-DISP-BALANCE
           DISPLAY "CD-INT   " ACCT-ID " AMOUNT "
               WS-DISP-INTEREST " NEW BALANCE " WS-DISP-BALANCE.

       2200-WRITE-INTEREST-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-BUSINESS-DATE TO WS-RUN-TS-DATE
           MOVE WS-BALANCE-BEFORE TO JRNLK-BALANCE-BEFORE
           MOVE ACCT-BALANCE TO JRNLK-BALANCE-AFTER
           MOVE WS-RUN-TIMESTAMP-NUM TO JRNLK-TIMESTAMP
           MOVE WS-JRNL-DESC TO JRNLK-DESCRIPTION
           MOVE ZERO TO JRNLK-REV-TIMESTAMP
           MOVE ZERO TO JRNLK-REV-SEQ
           MOVE "SYS " TO JRNLK-BRANCH-ID
