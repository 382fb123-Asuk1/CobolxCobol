      * close is refused while any account on ACCOUNT-MASTER still
      * points at the customer, so no open account is left without
      * an owner of record.
      * A change of mailing address is under dual control: it is
      * edited and queued on APPROVAL-QUEUE rather than applied, and
      * takes effect only when a user other than the one who keyed
      * it approves it (APPROVAL-DECISION-FILE) in a later run. An
      * item left unapproved past the run-control number of days
      * expires.
      * The branch also keeps the returned-mail flag here: a piece
      * the post office sends back is marked on the customer, and
      * the mail-house extract holds the customer's mail until the
      * flag is cleared or a new address is applied. Marking or
      * clearing the flag is not an address change and applies at
      * once.
      * Runs after the night's master snapshot (ACCT-SNAP), which
      * must have completed first so a forward recovery has a
      * starting point that precedes every update of the night.
       PROGRAM-ID. CUST-MAINT.

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMT-FILE-STATUS.

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
       FD  CUST-MAINT-FILE.
           COPY CMTREC.

       FD  APPROVAL-QUEUE.
           COPY APQREC.

       FD  APPROVAL-DECISION-FILE.
           COPY APDREC.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTLREC.

       01 WS-LINKED-ACCT-SW       PIC X(01).
           88 CUSTOMER-HAS-ACCOUNTS           VALUE "Y".

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
       01 WS-EOF-RLOG             PIC X(01).
           88 NO-MORE-RLOG-RECORDS            VALUE "Y".
       01 WS-RLOG-PROGRAM         PIC X(16) VALUE "CUST-MAINT".
       01 WS-RLOG-PREDECESSOR     PIC X(16) VALUE "ACCT-SNAP".
       01 WS-RLOG-END-STATUS      PIC X(04) VALUE "OK".
       01 WS-PRED-DONE-SW         PIC X(01).
           88 PREDECESSOR-COMPLETED           VALUE "Y".
           PERFORM 1070-CHECK-RUN-LOG
           PERFORM 1080-WRITE-RUN-LOG-START
           PERFORM 1000-OPEN-FILES
           PERFORM 1500-WORK-APPROVAL-DECISIONS
           PERFORM 2000-READ-CMT
           PERFORM UNTIL NO-MORE-CMT-RECORDS
               PERFORM 2100-APPLY-CMT
           DISPLAY "Customer maintenance read:     " WS-CMT-COUNT
           DISPLAY "Customer maintenance applied:  " WS-APPLIED-COUNT
           DISPLAY "Customer maintenance rejected: " WS-REJECT-COUNT
           DISPLAY "Queued for second approval:    " WS-QUEUED-COUNT
           DISPLAY "Approvals applied: " WS-APPROVED-COUNT
               " refused by edits: " WS-APPROVAL-FAILED-COUNT
               " rejected: " WS-DECLINED-COUNT
               " expired: " WS-EXPIRED-COUNT
           DISPLAY "Customer maintenance finished."
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
               OPEN I-O CUSTOMER-MASTER
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT CUST-MAINT-FILE
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
                               IF APQ-FROM-CUST-MAINT
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
      * would have faced when keyed - the customer may have moved on
      * since - and the item records whether it took.
       1520-APPLY-APPROVED-ITEM.
           MOVE APQ-MAINT-IMAGE TO CUST-MAINT-RECORD
           MOVE APD-CHECKER-ID TO WS-CHECKER-ID
           SET APPLYING-APPROVED-CHANGE TO TRUE
           MOVE WS-APPLIED-COUNT TO WS-APPLIED-BEFORE
           DISPLAY "APPROVAL ITEM " APQ-ITEM-ID " APPROVED BY "
               APD-CHECKER-ID
           PERFORM 2100-APPLY-CMT
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

       2000-READ-CMT.
           READ CUST-MAINT-FILE
       2100-APPLY-CMT.
           ADD 1 TO WS-CMT-COUNT
           EVALUATE TRUE
               WHEN CMT-RETURNED-MAIL NOT = SPACE
                   AND NOT CMT-MARK-RETURNED
                   AND NOT CMT-CLEAR-RETURNED
                   DISPLAY "INVALID RETURNED-MAIL FLAG "
                       CMT-RETURNED-MAIL " FOR " CMT-CUST-ID
                       " - REJECTED"
                   ADD 1 TO WS-REJECT-COUNT
               WHEN CMT-IS-OPEN
                   PERFORM 2200-OPEN-CUSTOMER
               WHEN CMT-IS-CLOSE

      * A new customer needs at least a name and a first address
      * line - the letter and statement runs have nothing to print
      * without them. A new customer's mail is not returned unless
      * the branch marks it so when opening.
       2200-OPEN-CUSTOMER.
           IF CMT-NAME = SPACES OR CMT-ADDR-LINE-1 = SPACES
               DISPLAY "CUSTOMER " CMT-CUST-ID
                       MOVE CMT-POSTAL-CODE TO CUST-POSTAL-CODE
                       MOVE CMT-PHONE TO CUST-PHONE
                       SET CUST-ACTIVE TO TRUE
                       MOVE "N" TO CUST-RETURNED-MAIL
                       MOVE ZERO TO CUST-RETURNED-MAIL-DATE
                       IF CMT-MARK-RETURNED
                           PERFORM 2350-MARK-RETURNED-MAIL
                       END-IF
                       WRITE CUSTOMER-RECORD
                       ADD 1 TO WS-APPLIED-COUNT
                       DISPLAY "OPENED  CUSTOMER " CUST-ID " "
      * Amend only the fields the branch supplied: blank means
      * "leave unchanged", and a field of all "*" clears the stored
      * value to spaces (an address line that no longer applies).
      * An amend touching any part of the mailing address waits for
      * a second user - the whole amend is queued, so a name or phone
      * keyed with it waits too. The returned-mail flag on its own
      * is not an address change and applies at once.
       2320-AMEND-CUSTOMER.
           IF CUST-CLOSED
               DISPLAY "CUSTOMER " CUST-ID
                   " IS CLOSED - AMEND REJECTED"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF (CMT-ADDR-LINE-1 NOT = SPACES
                   OR CMT-ADDR-LINE-2 NOT = SPACES
                   OR CMT-CITY NOT = SPACES
                   OR CMT-STATE NOT = SPACES
                   OR CMT-POSTAL-CODE NOT = SPACES)
                   AND NOT APPLYING-APPROVED-CHANGE
                   PERFORM 2700-QUEUE-FOR-APPROVAL
               ELSE
                   PERFORM 2325-APPLY-CUSTOMER-AMEND
               END-IF
           END-IF.

       2325-APPLY-CUSTOMER-AMEND.
           IF CMT-NAME NOT = SPACES
               MOVE CMT-NAME TO CUST-NAME
           END-IF
           IF CMT-ADDR-LINE-1 NOT = SPACES
               MOVE CMT-ADDR-LINE-1 TO CUST-ADDR-LINE-1
           END-IF
           IF CMT-ADDR-LINE-2 NOT = SPACES
               IF CMT-ADDR-LINE-2 = ALL "*"
                   MOVE SPACES TO CUST-ADDR-LINE-2
               ELSE
                   MOVE CMT-ADDR-LINE-2 TO CUST-ADDR-LINE-2
               END-IF
           END-IF
           IF CMT-CITY NOT = SPACES
               MOVE CMT-CITY TO CUST-CITY
           END-IF
           IF CMT-STATE NOT = SPACES
               MOVE CMT-STATE TO CUST-STATE
           END-IF
           IF CMT-POSTAL-CODE NOT = SPACES
               MOVE CMT-POSTAL-CODE TO CUST-POSTAL-CODE
           END-IF
           IF CMT-PHONE NOT = SPACES
               IF CMT-PHONE = ALL "*"
                   MOVE SPACES TO CUST-PHONE
               ELSE
                   MOVE CMT-PHONE TO CUST-PHONE
               END-IF
           END-IF
           PERFORM 2340-APPLY-RETURNED-MAIL
           REWRITE CUSTOMER-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           DISPLAY "AMENDED CUSTOMER " CUST-ID " BY " CMT-USER-ID.

      * A new mailing address is presumed good, so applying one
      * clears the returned-mail flag; the branch can still mark it
      * in the same amend. Otherwise the flag changes only when the
      * amend marks or clears it.
       2340-APPLY-RETURNED-MAIL.
           IF CMT-ADDR-LINE-1 NOT = SPACES
               OR CMT-ADDR-LINE-2 NOT = SPACES
               OR CMT-CITY NOT = SPACES
               OR CMT-STATE NOT = SPACES
               OR CMT-POSTAL-CODE NOT = SPACES
               IF CUST-MAIL-RETURNED AND NOT CMT-MARK-RETURNED
                   DISPLAY "CUSTOMER " CUST-ID
                       " NEW ADDRESS - RETURNED-MAIL FLAG CLEARED"
               END-IF
               MOVE "N" TO CUST-RETURNED-MAIL
               MOVE ZERO TO CUST-RETURNED-MAIL-DATE
           END-IF
           EVALUATE TRUE
               WHEN CMT-MARK-RETURNED
                   PERFORM 2350-MARK-RETURNED-MAIL
               WHEN CMT-CLEAR-RETURNED
                   MOVE "N" TO CUST-RETURNED-MAIL
                   MOVE ZERO TO CUST-RETURNED-MAIL-DATE
                   DISPLAY "CUSTOMER " CUST-ID
                       " RETURNED-MAIL FLAG CLEARED BY " CMT-USER-ID
           END-EVALUATE.

       2350-MARK-RETURNED-MAIL.
           SET CUST-MAIL-RETURNED TO TRUE
           MOVE WS-BUSINESS-DATE TO CUST-RETURNED-MAIL-DATE
           DISPLAY "CUSTOMER " CUST-ID
               " MARKED RETURNED MAIL BY " CMT-USER-ID.

      * Walk the account master looking for any account - whatever
      * its status - still pointing at this customer.
               END-READ
           END-PERFORM.

      * Hold an address change for a second user: the maintenance
      * record as keyed goes on the approval queue under today's date
      * and the next free sequence. An address change with no keying
      * user id cannot be dual-controlled and is rejected.
       2700-QUEUE-FOR-APPROVAL.
           IF CMT-USER-ID = SPACES
               DISPLAY "CUSTOMER " CMT-CUST-ID
                   " ADDRESS CHANGE WITH NO USER ID - REJECTED"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE WS-BUSINESS-DATE TO APQ-QUEUE-DATE
               MOVE 1 TO APQ-SEQ
               SET APQ-FROM-CUST-MAINT TO TRUE
               SET APQ-ADDRESS-CHANGE TO TRUE
               MOVE CMT-CUST-ID TO APQ-SUBJECT-ID
               MOVE CMT-USER-ID TO APQ-MAKER-ID
               SET APQ-PENDING TO TRUE
               MOVE SPACES TO APQ-CHECKER-ID
               MOVE ZERO TO APQ-DECISION-DATE
               MOVE SPACES TO APQ-REASON
               MOVE CUST-MAINT-RECORD TO APQ-MAINT-IMAGE
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
                   DISPLAY "QUEUED  CUSTOMER " CMT-CUST-ID
                       " ADDRESS CHANGE FOR APPROVAL - ITEM "
                       APQ-ITEM-ID " BY " CMT-USER-ID
               ELSE
                   DISPLAY "APPROVAL QUEUE WRITE FAILED FOR "
                       CMT-CUST-ID " STATUS " WS-APQ-FILE-STATUS
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
           END-IF.

       1900-CLOSE-FILES.
           CLOSE CUSTOMER-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE CUST-MAINT-FILE
           CLOSE APPROVAL-QUEUE.
