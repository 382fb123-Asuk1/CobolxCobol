      * escheatment - both the accounts flagged this run and those
      * already dormant from earlier runs. Accounts with no activity
      * date on record (opened before activity tracking) are counted
      * and reported but never flagged automatically. A time deposit
      * still inside its term is left alone - a certificate sees no
      * customer activity by design until it matures.
       PROGRAM-ID. ACCT-DORMANCY.

       ENVIRONMENT DIVISION.
                   ADD 1 TO WS-PRIOR-DORMANT-COUNT
                   ADD ACCT-BALANCE TO WS-PRIOR-DORMANT-BAL
                   PERFORM 2300-PRINT-ACCOUNT-LINE
               WHEN ACCT-ACTIVE AND ACCT-TYPE-TIME-DEPOSIT
                   AND ACCT-TD-MATURITY-DATE >= WS-CUTOFF-DATE
                   CONTINUE
               WHEN ACCT-ACTIVE AND ACCT-LAST-ACTIVITY-DATE = ZERO
                   ADD 1 TO WS-NO-DATE-COUNT
               WHEN ACCT-ACTIVE
