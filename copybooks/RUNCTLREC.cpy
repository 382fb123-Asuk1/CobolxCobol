      * off once the rerun lands. A program that cannot read the     *
      * file falls back to the wall clock and its compiled defaults  *
      * and says so on the console.                                  *
      * The cash-monitoring fields drive the currency-report and     *
      * structuring watch: a customer whose teller cash in or out    *
      * for the day reaches RUN-CTR-THRESHOLD-AMT is reported, and   *
      * one whose daily cash in landed at or over the watch floor    *
      * but under the threshold on RUN-CTR-WATCH-DAYS or more days   *
      * of the RUN-CTR-LOOKBACK-DAYS window goes to compliance       *
      * review. RUN-TD-NOTICE-DAYS is how far ahead of maturity the  *
      * time-deposit maturity run sends the pre-maturity notice, and *
      * RUN-TD-PENALTY-DAYS how many days of interest an early       *
      * withdrawal from a time deposit forfeits as its penalty.      *
      * RUN-DUAL-OPEN-BAL-LIMIT is the opening balance above which   *
      * a new account needs a second user's approval, and            *
      * RUN-DUAL-EXPIRY-DAYS how many days a dual-control item may   *
      * wait for approval before it expires.                         *
      * RUN-OD-SWEEP-INCREMENT rounds an overdraft-protection sweep  *
      * up to a whole multiple of the amount (zero sweeps the exact  *
      * shortfall).                                                  *
      * RUN-SUSP-ESCALATE-DAYS is how many days a rejected item may  *
      * sit open in suspense before the aged suspense report         *
      * escalates it.                                                *
      * Records cut before a field existed read back as              *
      * spaces and the reading program keeps its compiled default.   *
      *-------------------------------------------------------------*
       01 RUN-CONTROL-RECORD.
           05 RUN-ID                   PIC X(08).
           05 RUN-HOLD-DAYS            PIC 9(03).
           05 RUN-RERUN-OVERRIDE       PIC X(01).
               88 RUN-RERUN-IS-ON                VALUE "Y".
           05 RUN-CTR-THRESHOLD-AMT    PIC S9(9)V99
                                        SIGN IS TRAILING SEPARATE.
           05 RUN-CTR-WATCH-FLOOR-AMT  PIC S9(9)V99
                                        SIGN IS TRAILING SEPARATE.
           05 RUN-CTR-LOOKBACK-DAYS    PIC 9(03).
           05 RUN-CTR-WATCH-DAYS       PIC 9(02).
           05 RUN-TD-NOTICE-DAYS       PIC 9(03).
           05 RUN-TD-PENALTY-DAYS      PIC 9(03).
           05 RUN-DUAL-OPEN-BAL-LIMIT  PIC S9(9)V99
                                        SIGN IS TRAILING SEPARATE.
           05 RUN-DUAL-EXPIRY-DAYS     PIC 9(03).
           05 RUN-OD-SWEEP-INCREMENT   PIC S9(9)V99
                                        SIGN IS TRAILING SEPARATE.
           05 RUN-SUSP-ESCALATE-DAYS   PIC 9(03).
