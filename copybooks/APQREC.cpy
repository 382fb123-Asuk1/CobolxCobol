      *-------------------------------------------------------------*
      * APQREC.cpy                                                   *
      * Record layout for APPROVAL-QUEUE, the dual-control file of   *
      * sensitive maintenance held for a second user's approval,     *
      * indexed by the business date queued and a tie-break          *
      * sequence (APQ-ITEM-ID, the number the checker quotes). The   *
      * maintenance batches queue instead of applying an overdraft   *
      * limit increase, an interest-rate change, the release of an   *
      * "H" hold, an opening over the run-control opening-balance    *
      * limit, a customer address change, a stop-payment order       *
      * cancellation, a standing-order cancellation, or the          *
      * transfer of an account to another domicile branch. The whole *
      * maintenance record as keyed is kept in APQ-MAINT-IMAGE so    *
      * the owning batch (APQ-SOURCE) can put it through its normal  *
      * edits and apply it once a different user approves it in a    *
      * later run. APQ-STATUS: "P" pending, "A" approved and         *
      * applied, "F" approved but refused by the edits when applied, *
      * "R" rejected by the checker, "E" expired unapproved after    *
      * the run-control number of days.                              *
      *-------------------------------------------------------------*
       01 APPROVAL-QUEUE-RECORD.
           05 APQ-ITEM-ID.
               10 APQ-QUEUE-DATE       PIC 9(08).
               10 APQ-SEQ              PIC 9(04).
           05 APQ-SOURCE               PIC X(01).
               88 APQ-FROM-ACCT-MAINT            VALUE "A".
               88 APQ-FROM-CUST-MAINT            VALUE "C".
               88 APQ-FROM-STOP-MAINT            VALUE "S".
               88 APQ-FROM-SORD-MAINT            VALUE "O".
           05 APQ-CHANGE-TYPE          PIC X(04).
               88 APQ-OD-LIMIT-INCREASE          VALUE "ODLM".
               88 APQ-RATE-CHANGE                VALUE "RATE".
               88 APQ-HOLD-RELEASE               VALUE "RLSE".
               88 APQ-LARGE-OPENING              VALUE "LGOP".
               88 APQ-ADDRESS-CHANGE             VALUE "ADDR".
               88 APQ-STOP-CANCEL                VALUE "STPC".
               88 APQ-STANDING-ORDER-CANCEL      VALUE "SORC".
               88 APQ-BRANCH-TRANSFER            VALUE "BRXF".
           05 APQ-SUBJECT-ID           PIC X(10).
           05 APQ-MAKER-ID             PIC X(08).
           05 APQ-STATUS               PIC X(01).
               88 APQ-PENDING                    VALUE "P".
               88 APQ-APPLIED                    VALUE "A".
               88 APQ-APPLY-FAILED               VALUE "F".
               88 APQ-REJECTED                   VALUE "R".
               88 APQ-EXPIRED                    VALUE "E".
           05 APQ-CHECKER-ID           PIC X(08).
           05 APQ-DECISION-DATE        PIC 9(08).
           05 APQ-REASON               PIC X(30).
           05 APQ-MAINT-IMAGE          PIC X(200).
