      * A new order's account (and, for a transfer order, its
      * to-account) must exist and be active on ACCOUNT-MASTER, the
      * same edits the posting run will apply to what the order
      * generates. Cancelling an active order is under dual control:
      * the cancel is queued on APPROVAL-QUEUE and the order keeps
      * paying until a user other than the one who keyed it approves
      * it (APPROVAL-DECISION-FILE) in a later run; an item left
      * unapproved past the run-control number of days expires.
       PROGRAM-ID. SORD-MAINT.

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOM-FILE-STATUS.

           SELECT APPROVAL-QUEUE ASSIGN TO "APPRQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APQ-ITEM-ID
               FILE STATUS IS WS-APQ-FILE-STATUS.

           SELECT APPROVAL-DECISION-FILE ASSIGN TO "APPRIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APD-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
       FD  SORD-MAINT-FILE.
           COPY SOMREC.

       FD  APPROVAL-QUEUE.
           COPY APQREC.

       FD  APPROVAL-DECISION-FILE.
           COPY APDREC.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTLREC.

       01 WS-AMEND-TYPE           PIC X(01).
       01 WS-AMEND-TO-ACCT        PIC X(10).

      *-------------------------------------------------------------*
      * Dual control: the queue and decision files, the days an      *
      * item may wait for approval (run control overrides it), and   *
      * the switch that lets an approved item through the edits      *
      * without being queued again.                                  *
      *-------------------------------------------------------------*
       01 WS-APQ-FILE-STATUS      PIC X(02).
       01 WS-APD-FILE-STATUS      PIC X(02).
       01 WS-EOF-APD              PIC X(01) VALUE "N".
           88 NO-MORE-DECISIONS               VALUE "Y".
       01 WS-DUAL-EXPIRY-DAYS     PIC 9(03) VALUE 5.
       01 WS-APPROVED-SW          PIC X(01) VALUE "N".
           88 APPLYING-APPROVED-CHANGE        VALUE "Y".
       01 WS-CHECKER-ID           PIC X(08) VALUE SPACES.
       01 WS-APPLIED-BEFORE       PIC 9(06).
       01 WS-ITEM-AGE-DAYS        PIC S9(05).
       01 WS-APQ-WRITTEN-SW       PIC X(01).
           88 QUEUE-ITEM-WRITTEN              VALUE "Y".
       01 WS-QUEUED-COUNT         PIC 9(06) VALUE ZERO.
       01 WS-APPROVED-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-APPROVAL-FAILED-COUNT PIC 9(06) VALUE ZERO.
       01 WS-DECLINED-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-EXPIRED-COUNT        PIC 9(06) VALUE ZERO.

      *-------------------------------------------------------------*
      * Run control: business date and run id read at startup for    *
           PERFORM 1070-CHECK-RUN-LOG
           PERFORM 1080-WRITE-RUN-LOG-START
           PERFORM 1000-OPEN-FILES
           PERFORM 1500-WORK-APPROVAL-DECISIONS
           PERFORM 2000-READ-SOM
           PERFORM UNTIL NO-MORE-SOM-RECORDS
               PERFORM 2100-APPLY-SOM
           DISPLAY "Order maintenance read:     " WS-SOM-COUNT
           DISPLAY "Order maintenance applied:  " WS-APPLIED-COUNT
           DISPLAY "Order maintenance rejected: " WS-REJECT-COUNT
           DISPLAY "Queued for second approval:    " WS-QUEUED-COUNT
           DISPLAY "Approvals applied: " WS-APPROVED-COUNT
               " refused by edits: " WS-APPROVAL-FAILED-COUNT
               " rejected: " WS-DECLINED-COUNT
               " expired: " WS-EXPIRED-COUNT
           DISPLAY "Standing-order maintenance finished."
           PERFORM 1900-CLOSE-FILES
           PERFORM 8000-WRITE-RUN-LOG-END
                           MOVE "Y" TO WS-RERUN-OVERRIDE-SW
                           DISPLAY "OPERATOR RERUN OVERRIDE IS ON"
                       END-IF
                       IF RUN-DUAL-EXPIRY-DAYS IS NUMERIC
                           MOVE RUN-DUAL-EXPIRY-DAYS
                               TO WS-DUAL-EXPIRY-DAYS
                       ELSE
                           DISPLAY "RUN CONTROL DUAL-CONTROL EXPIRY "
                               "DAYS NOT PRESENT - KEEPING DEFAULT "
                               WS-DUAL-EXPIRY-DAYS
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           ELSE
               OPEN I-O STANDING-ORDER-MASTER
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT SORD-MAINT-FILE
           OPEN I-O APPROVAL-QUEUE
           IF WS-APQ-FILE-STATUS = "35"
               OPEN OUTPUT APPROVAL-QUEUE
               CLOSE APPROVAL-QUEUE
               OPEN I-O APPROVAL-QUEUE
           END-IF.

      * Work the checkers' decisions before tonight's maintenance, so
      * nothing queued in this run can be approved in it. Only items
      * this batch queued are acted on; the other maintenance
      * batches read the same decisions for theirs.
       1500-WORK-APPROVAL-DECISIONS.
           OPEN INPUT APPROVAL-DECISION-FILE
           IF WS-APD-FILE-STATUS NOT = "00"
               SET NO-MORE-DECISIONS TO TRUE
           END-IF
           PERFORM UNTIL NO-MORE-DECISIONS
               READ APPROVAL-DECISION-FILE
                   AT END
                       SET NO-MORE-DECISIONS TO TRUE
                   NOT AT END
                       MOVE APD-ITEM-ID TO APQ-ITEM-ID
                       READ APPROVAL-QUEUE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF APQ-FROM-SORD-MAINT
                                   PERFORM 1510-WORK-ONE-DECISION
                               END-IF
                       END-READ
               END-READ
           END-PERFORM
           IF WS-APD-FILE-STATUS NOT = "35"
               CLOSE APPROVAL-DECISION-FILE
           END-IF.

      * The checker must be a named user other than the maker; a
      * decision that fails this is refused and the item stays
      * pending for a proper checker. An item older than the
      * expiry window expires whatever the decision.
       1510-WORK-ONE-DECISION.
           EVALUATE TRUE
               WHEN NOT APQ-PENDING
                   DISPLAY "APPROVAL ITEM " APQ-ITEM-ID
                       " ALREADY DECIDED - DECISION IGNORED"
               WHEN APD-CHECKER-ID = SPACES
               WHEN APD-CHECKER-ID = APQ-MAKER-ID
                   DISPLAY "APPROVAL ITEM " APQ-ITEM-ID " CHECKER "
                       APD-CHECKER-ID " IS NOT A SECOND USER"
                       " - DECISION REFUSED"
               WHEN NOT APD-IS-APPROVE AND NOT APD-IS-REJECT
                   DISPLAY "APPROVAL ITEM " APQ-ITEM-ID
                       " INVALID DECISION " APD-DECISION
                       " - DECISION REFUSED"
               WHEN OTHER
                   COMPUTE WS-ITEM-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                       - FUNCTION INTEGER-OF-DATE(APQ-QUEUE-DATE)
                   MOVE WS-BUSINESS-DATE TO APQ-DECISION-DATE
                   EVALUATE TRUE
                       WHEN WS-ITEM-AGE-DAYS > WS-DUAL-EXPIRY-DAYS
                           SET APQ-EXPIRED TO TRUE
                           MOVE "NOT APPROVED IN TIME" TO APQ-REASON
                           ADD 1 TO WS-EXPIRED-COUNT
                           DISPLAY "APPROVAL ITEM " APQ-ITEM-ID
                               " EXPIRED - NOT APPLIED"
                       WHEN APD-IS-REJECT
                           SET APQ-REJECTED TO TRUE
                           MOVE APD-CHECKER-ID TO APQ-CHECKER-ID
                           MOVE APD-REASON TO APQ-REASON
                           ADD 1 TO WS-DECLINED-COUNT
                           DISPLAY "APPROVAL ITEM " APQ-ITEM-ID
                               " REJECTED BY " APD-CHECKER-ID
                       WHEN OTHER
                           PERFORM 1520-APPLY-APPROVED-ITEM
                   END-EVALUATE
                   REWRITE APPROVAL-QUEUE-RECORD
           END-EVALUATE.

      * The approved maintenance goes through exactly the edits it
      * would have faced when keyed - the order may have moved on
      * since - and the item records whether it took.
       1520-APPLY-APPROVED-ITEM.
           MOVE APQ-MAINT-IMAGE TO SORD-MAINT-RECORD
           MOVE APD-CHECKER-ID TO WS-CHECKER-ID
           SET APPLYING-APPROVED-CHANGE TO TRUE
           MOVE WS-APPLIED-COUNT TO WS-APPLIED-BEFORE
           DISPLAY "APPROVAL ITEM " APQ-ITEM-ID " APPROVED BY "
               APD-CHECKER-ID
           PERFORM 2100-APPLY-SOM
           MOVE "N" TO WS-APPROVED-SW
           MOVE SPACES TO WS-CHECKER-ID
           MOVE APD-CHECKER-ID TO APQ-CHECKER-ID
           MOVE APD-REASON TO APQ-REASON
           IF WS-APPLIED-COUNT > WS-APPLIED-BEFORE
               SET APQ-APPLIED TO TRUE
               ADD 1 TO WS-APPROVED-COUNT
           ELSE
               SET APQ-APPLY-FAILED TO TRUE
               MOVE "REFUSED BY EDITS WHEN APPLIED" TO APQ-REASON
               ADD 1 TO WS-APPROVAL-FAILED-COUNT
           END-IF.

       2000-READ-SOM.
           READ SORD-MAINT-FILE
                   END-EVALUATE
           END-READ.

      * Cancelling an active order waits for a second user.
       2310-CANCEL-ORDER.
           EVALUATE TRUE
               WHEN NOT SORD-ACTIVE
                   DISPLAY "ORDER " SORD-ID
                       " NOT ACTIVE - CANCEL REJECTED"
                   ADD 1 TO WS-REJECT-COUNT
               WHEN NOT APPLYING-APPROVED-CHANGE
                   PERFORM 2700-QUEUE-FOR-APPROVAL
               WHEN OTHER
                   SET SORD-CANCELLED TO TRUE
                   REWRITE STANDING-ORDER-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
                   DISPLAY "ORDER CANCELLED " SORD-ID " BY "
                       SOM-USER-ID " APPROVED BY " WS-CHECKER-ID
           END-EVALUATE.

      * Amend only the fields the branch supplied: blank type,
      * frequency, or to-account and zero dates mean "leave
               END-READ
           END-IF.

      * Hold the cancel for a second user: the maintenance record as
      * keyed goes on the approval queue under today's date and the
      * next free sequence. A cancel with no keying user id cannot
      * be dual-controlled and is rejected.
       2700-QUEUE-FOR-APPROVAL.
           IF SOM-USER-ID = SPACES
               DISPLAY "ORDER " SOM-ORDER-ID
                   " CANCEL WITH NO USER ID - REJECTED"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE WS-BUSINESS-DATE TO APQ-QUEUE-DATE
               MOVE 1 TO APQ-SEQ
               SET APQ-FROM-SORD-MAINT TO TRUE
               SET APQ-STANDING-ORDER-CANCEL TO TRUE
               MOVE SOM-ORDER-ID TO APQ-SUBJECT-ID
               MOVE SOM-USER-ID TO APQ-MAKER-ID
               SET APQ-PENDING TO TRUE
               MOVE SPACES TO APQ-CHECKER-ID
               MOVE ZERO TO APQ-DECISION-DATE
               MOVE SPACES TO APQ-REASON
               MOVE SORD-MAINT-RECORD TO APQ-MAINT-IMAGE
               MOVE "N" TO WS-APQ-WRITTEN-SW
               PERFORM UNTIL QUEUE-ITEM-WRITTEN OR APQ-SEQ > 9998
                   WRITE APPROVAL-QUEUE-RECORD
                       INVALID KEY
                           ADD 1 TO APQ-SEQ
                       NOT INVALID KEY
                           SET QUEUE-ITEM-WRITTEN TO TRUE
                   END-WRITE
               END-PERFORM
               IF QUEUE-ITEM-WRITTEN
                   ADD 1 TO WS-QUEUED-COUNT
                   DISPLAY "QUEUED  ORDER " SOM-ORDER-ID
                       " CANCEL FOR APPROVAL - ITEM " APQ-ITEM-ID
                       " BY " SOM-USER-ID
               ELSE
                   DISPLAY "APPROVAL QUEUE WRITE FAILED FOR "
                       SOM-ORDER-ID " STATUS " WS-APQ-FILE-STATUS
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
           END-IF.

       1900-CLOSE-FILES.
           CLOSE STANDING-ORDER-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE SORD-MAINT-FILE
           CLOSE APPROVAL-QUEUE.
