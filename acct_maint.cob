      * interest rate. Every accepted change is journaled to
      * JOURNAL-FILE with the keying operator's user id so audit can
      * see who changed what.
      * A time deposit (type "TD") opens with its term, locked rate,
      * maturity instruction, interest option, and any linked
      * account edited up front; the maturity date is the opening
      * date advanced by the term. Its rate cannot be amended before
      * maturity, it carries no overdraft limit, and an account
      * cannot be amended into or out of the time-deposit type.
      * A checking account may be enrolled for overdraft protection
      * from a savings account, at open or by amend; the savings
      * account must be on file, open, and belong to the same
      * customer as the checking account.
      * Sensitive changes are under dual control: an overdraft limit
      * increase, an interest-rate change, the release of an "H"
      * hold, and an opening over the run-control opening-balance
      * limit are edited and then queued on APPROVAL-QUEUE instead of
      * applied. At the start of a later run the checkers' decisions
      * (APPROVAL-DECISION-FILE) are worked: an item approved by a
      * user other than its maker is put through the normal edits
      * and applied, journaled under the approving user; a rejected
      * item is closed off; an item left unapproved past the
      * run-control number of days expires.
      * Every account opened carries its opening date. Only an
      * account already at a zero balance can be closed here; one
      * with funds or holds still on it is closed by the closure
      * settlement run, which pays the balance away first.
      * Every account opens with the domicile branch that owns it,
      * and is moved to another branch only by a branch transfer
      * ("T"), which is under dual control like the changes above.
       PROGRAM-ID. ACCT-MAINT.

       ENVIRONMENT DIVISION.
               RECORD KEY IS JRNLK-KEY
               FILE STATUS IS WS-JRNL-FILE-STATUS.

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
       FD  JOURNAL-KEYED-FILE.
           COPY JRNLKREC.

       FD  APPROVAL-QUEUE.
           COPY APQREC.

       FD  APPROVAL-DECISION-FILE.
           COPY APDREC.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTLREC.

           88 CUSTOMER-MASTER-OPEN            VALUE "Y".
       01 WS-CUST-OK-SW           PIC X(01).
           88 CUSTOMER-LINK-OK                VALUE "Y".
       01 WS-BRANCH-OK-SW         PIC X(01).
           88 DOMICILE-BRANCH-OK              VALUE "Y".
       01 WS-EOF-MAINT            PIC X(01) VALUE "N".
           88 NO-MORE-MAINT-RECORDS           VALUE "Y".
       01 WS-MAINT-COUNT          PIC 9(06) VALUE ZERO.
                                  SIGN IS TRAILING SEPARATE.
       01 WS-JRNL-DESC            PIC X(20).
       01 WS-ACTION-WORD          PIC X(08).
       01 WS-BRANCH-ID            PIC X(04).
       01 WS-JRNL-WRITTEN-SW      PIC X(01).
           88 JOURNAL-ENTRY-WRITTEN           VALUE "Y".

      *-------------------------------------------------------------*
      * Time-deposit edit work areas: the terms in force after the   *
      * maintenance is applied (supplied value, else the value on    *
      * file), the account image saved while the linked account is   *
      * read through the one FD record area, and the date parts the  *
      * maturity date is worked out in.                              *
      *-------------------------------------------------------------*
       01 WS-TD-OK-SW             PIC X(01).
           88 TIME-DEPOSIT-TERMS-OK           VALUE "Y".
       01 WS-TD-MAX-TERM          PIC 9(03) VALUE 120.
       01 WS-TD-REJECT-MSG        PIC X(40).
       01 WS-TD-EFF-TERM          PIC 9(03).
       01 WS-TD-EFF-INSTR         PIC X(01).
       01 WS-TD-EFF-OPTION        PIC X(01).
       01 WS-TD-EFF-LINK          PIC X(10).
       01 WS-TD-EFF-CUSTOMER      PIC X(10).

      *-------------------------------------------------------------*
      * Overdraft-protection edit work areas: the savings account a  *
      * checking account will sweep from once the maintenance is     *
      * applied, and the account type and customer in force that it  *
      * is proved against (supplied value, else the value on file).  *
      * The savings account is read through the FD record area with  *
      * the account being maintained saved in WS-TD-SAVE-REC, as for *
      * a time deposit's linked account.                             *
      *-------------------------------------------------------------*
       01 WS-SWEEP-OK-SW          PIC X(01).
           88 SWEEP-ENROLMENT-OK              VALUE "Y".
       01 WS-SWEEP-REJECT-MSG     PIC X(40).
       01 WS-SWEEP-EFF-ACCT       PIC X(10).
       01 WS-SWEEP-EFF-TYPE       PIC X(02).
       01 WS-SWEEP-EFF-CUSTOMER   PIC X(10).
           COPY ACCTREC REPLACING ==ACCOUNT-RECORD==
               BY ==WS-TD-SAVE-REC==
               LEADING ==ACCT== BY ==TDSV==.
       01 WS-TD-BASE-DATE         PIC 9(08).
       01 WS-TD-BASE-PARTS REDEFINES WS-TD-BASE-DATE.
           05 WS-TD-BASE-YEAR         PIC 9(04).
           05 WS-TD-BASE-MONTH        PIC 9(02).
           05 WS-TD-BASE-DAY          PIC 9(02).
       01 WS-TD-MATURITY-DATE     PIC 9(08).
       01 WS-TD-MATURITY-PARTS REDEFINES WS-TD-MATURITY-DATE.
           05 WS-TD-MAT-YEAR          PIC 9(04).
           05 WS-TD-MAT-MONTH         PIC 9(02).
           05 WS-TD-MAT-DAY           PIC 9(02).
       01 WS-TD-NEXT-MONTH-DATE   PIC 9(08).
       01 WS-TD-NEXT-MONTH-PARTS REDEFINES WS-TD-NEXT-MONTH-DATE.
           05 WS-TD-NEXT-YEAR         PIC 9(04).
           05 WS-TD-NEXT-MONTH        PIC 9(02).
           05 WS-TD-NEXT-DAY          PIC 9(02).
       01 WS-TD-MONTH-END-DATE    PIC 9(08).
       01 WS-TD-MONTH-END-PARTS REDEFINES WS-TD-MONTH-END-DATE.
           05 FILLER                  PIC 9(06).
           05 WS-TD-MONTH-END-DAY     PIC 9(02).
       01 WS-TD-MONTH-COUNT       PIC 9(06).

      *-------------------------------------------------------------*
      * Dual control: the queue and decision files, the opening      *
      * balance above which an opening waits for approval and the    *
      * days an item may wait (run control overrides both), the      *
      * change being queued, and the switch that lets an approved    *
      * item through the edits without being queued again.           *
      *-------------------------------------------------------------*
       01 WS-APQ-FILE-STATUS      PIC X(02).
       01 WS-APD-FILE-STATUS      PIC X(02).
       01 WS-EOF-APD              PIC X(01) VALUE "N".
           88 NO-MORE-DECISIONS               VALUE "Y".
       01 WS-DUAL-OPEN-BAL-LIMIT  PIC S9(9)V99 VALUE 10000.00
                                  SIGN IS TRAILING SEPARATE.
       01 WS-DUAL-EXPIRY-DAYS     PIC 9(03) VALUE 5.
       01 WS-DUAL-CHANGE-TYPE     PIC X(04).
       01 WS-DUAL-SUBJECT-ID      PIC X(10).
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
      * Run control: business date and run id read at startup; the   *
      * WS defaults survive a missing run control file. Maintenance  *
           PERFORM 1070-CHECK-RUN-LOG
           PERFORM 1080-WRITE-RUN-LOG-START
           PERFORM 1000-OPEN-FILES
           PERFORM 1500-WORK-APPROVAL-DECISIONS
           PERFORM 2000-READ-MAINT
           PERFORM UNTIL NO-MORE-MAINT-RECORDS
               PERFORM 2100-APPLY-MAINT
           DISPLAY "Maintenance transactions read:    " WS-MAINT-COUNT
           DISPLAY "Maintenance transactions applied: " WS-APPLIED-COUNT
           DISPLAY "Maintenance transactions rejected:" WS-REJECT-COUNT
           DISPLAY "Queued for second approval:       " WS-QUEUED-COUNT
           DISPLAY "Approvals applied: " WS-APPROVED-COUNT
               " refused by edits: " WS-APPROVAL-FAILED-COUNT
               " rejected: " WS-DECLINED-COUNT
               " expired: " WS-EXPIRED-COUNT
           DISPLAY "Maintenance run finished."
           PERFORM 1900-CLOSE-FILES
           PERFORM 8000-WRITE-RUN-LOG-END
                           MOVE "Y" TO WS-RERUN-OVERRIDE-SW
                           DISPLAY "OPERATOR RERUN OVERRIDE IS ON"
                       END-IF
                       IF RUN-DUAL-OPEN-BAL-LIMIT IS NUMERIC
                           MOVE RUN-DUAL-OPEN-BAL-LIMIT
                               TO WS-DUAL-OPEN-BAL-LIMIT
                       ELSE
                           DISPLAY "RUN CONTROL DUAL-CONTROL OPENING "
                               "LIMIT NOT PRESENT - KEEPING DEFAULT"
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
               OPEN OUTPUT JOURNAL-KEYED-FILE
               CLOSE JOURNAL-KEYED-FILE
               OPEN I-O JOURNAL-KEYED-FILE
           END-IF
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
                               IF APQ-FROM-ACCT-MAINT
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
      * would have faced when keyed - the account may have moved on
      * since - and the item records whether it took.
       1520-APPLY-APPROVED-ITEM.
           MOVE APQ-MAINT-IMAGE TO MAINT-RECORD
           MOVE APD-CHECKER-ID TO WS-CHECKER-ID
           SET APPLYING-APPROVED-CHANGE TO TRUE
           MOVE WS-APPLIED-COUNT TO WS-APPLIED-BEFORE
           DISPLAY "APPROVAL ITEM " APQ-ITEM-ID " APPROVED BY "
               APD-CHECKER-ID
           PERFORM 2100-APPLY-MAINT
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

       2000-READ-MAINT.
               WHEN MNT-IS-HOLD
               WHEN MNT-IS-RELEASE
               WHEN MNT-IS-AMEND
               WHEN MNT-IS-BRANCH-TRANSFER
                   PERFORM 2300-CHANGE-ACCOUNT
               WHEN OTHER
                   DISPLAY "INVALID MAINTENANCE ACTION " MNT-ACTION
           END-EVALUATE.

       2200-OPEN-ACCOUNT.
           PERFORM 2255-EDIT-DOMICILE-BRANCH
           PERFORM 2250-EDIT-CUSTOMER-LINK
           MOVE "Y" TO WS-TD-OK-SW
           MOVE "Y" TO WS-SWEEP-OK-SW
           IF CUSTOMER-LINK-OK
               PERFORM 2270-EDIT-TIME-DEPOSIT-OPEN
           END-IF
           IF CUSTOMER-LINK-OK AND TIME-DEPOSIT-TERMS-OK
               PERFORM 2296-EDIT-SWEEP-ENROLMENT
           END-IF
           IF NOT DOMICILE-BRANCH-OK
               OR NOT CUSTOMER-LINK-OK OR NOT TIME-DEPOSIT-TERMS-OK
               OR NOT SWEEP-ENROLMENT-OK
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF MNT-OPENING-BALANCE > WS-DUAL-OPEN-BAL-LIMIT
                   AND NOT APPLYING-APPROVED-CHANGE
                   MOVE "LGOP" TO WS-DUAL-CHANGE-TYPE
                   MOVE MNT-ACCT-ID TO WS-DUAL-SUBJECT-ID
                   PERFORM 2700-QUEUE-FOR-APPROVAL
               ELSE
                   PERFORM 2260-OPEN-EDITED-ACCOUNT
               END-IF
           END-IF.

       2260-OPEN-EDITED-ACCOUNT.
                   END-IF
                   MOVE WS-BUSINESS-DATE
                       TO ACCT-LAST-ACTIVITY-DATE
                   MOVE WS-BUSINESS-DATE TO ACCT-OPEN-DATE
                   MOVE ZERO TO ACCT-CLOSE-DATE
                   MOVE MNT-BRANCH-ID TO ACCT-BRANCH-ID
                   MOVE ZERO TO ACCT-OD-SINCE-DATE
                   MOVE ZERO TO ACCT-COLLECT-STAGE
                   IF ACCT-TYPE-TIME-DEPOSIT
                       PERFORM 2265-SET-TIME-DEPOSIT-TERMS
                   ELSE
                       PERFORM 2266-CLEAR-TIME-DEPOSIT-TERMS
                   END-IF
                   MOVE WS-SWEEP-EFF-ACCT TO ACCT-OD-SWEEP-ACCT-ID
                   WRITE ACCOUNT-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE ZERO TO WS-BALANCE-BEFORE
                   MOVE "OPEN" TO WS-ACTION-WORD
                   PERFORM 2400-WRITE-MAINT-JOURNAL
                   DISPLAY "OPENED  " ACCT-ID " OWNER " ACCT-OWNER-NAME
                       " BRANCH " ACCT-BRANCH-ID
                   IF ACCT-OD-SWEEP-ACCT-ID NOT = SPACES
                       DISPLAY "OD PROTECTION " ACCT-ID " FROM "
                           ACCT-OD-SWEEP-ACCT-ID
                   END-IF
               NOT INVALID KEY
                   DISPLAY "ACCOUNT " MNT-ACCT-ID
                       " ALREADY EXISTS - OPEN REJECTED"
                   ADD 1 TO WS-REJECT-COUNT
           END-READ.

      * A new time deposit starts its first term today: it matures
      * the term's months ahead and has accrued interest through
      * today.
       2265-SET-TIME-DEPOSIT-TERMS.
           MOVE ZERO TO ACCT-OVERDRAFT-LIMIT
           MOVE WS-TD-EFF-TERM TO ACCT-TD-TERM-MONTHS
           MOVE WS-BUSINESS-DATE TO ACCT-TD-ISSUE-DATE
           MOVE WS-BUSINESS-DATE TO WS-TD-BASE-DATE
           PERFORM 2500-COMPUTE-MATURITY-DATE
           MOVE WS-TD-MATURITY-DATE TO ACCT-TD-MATURITY-DATE
           MOVE WS-TD-EFF-INSTR TO ACCT-TD-MATURITY-INSTR
           MOVE WS-TD-EFF-LINK TO ACCT-TD-LINKED-ACCT-ID
           MOVE WS-TD-EFF-OPTION TO ACCT-TD-INT-OPTION
           MOVE WS-BUSINESS-DATE TO ACCT-TD-INT-PAID-TO-DATE
           SET ACCT-TD-IN-TERM TO TRUE
           DISPLAY "TIME DEPOSIT " ACCT-ID " TERM "
               ACCT-TD-TERM-MONTHS " MONTHS MATURES "
               ACCT-TD-MATURITY-DATE.

       2266-CLEAR-TIME-DEPOSIT-TERMS.
           MOVE ZERO TO ACCT-TD-TERM-MONTHS
           MOVE ZERO TO ACCT-TD-ISSUE-DATE
           MOVE ZERO TO ACCT-TD-MATURITY-DATE
           MOVE SPACE TO ACCT-TD-MATURITY-INSTR
           MOVE SPACES TO ACCT-TD-LINKED-ACCT-ID
           MOVE SPACE TO ACCT-TD-INT-OPTION
           MOVE ZERO TO ACCT-TD-INT-PAID-TO-DATE
           MOVE SPACE TO ACCT-TD-STAGE.

      * A time deposit must open with a term, a locked rate, money
      * to lock up, and no overdraft line, and with terms the
      * maturity run can carry out. Time-deposit terms on any other
      * type are a keying error.
       2270-EDIT-TIME-DEPOSIT-OPEN.
           MOVE "Y" TO WS-TD-OK-SW
           MOVE SPACES TO WS-TD-REJECT-MSG
           IF MNT-ACCT-TYPE NOT = "TD"
               IF MNT-TD-TERM-MONTHS IS NUMERIC
                   OR MNT-TD-MATURITY-INSTR NOT = SPACE
                   OR MNT-TD-LINKED-ACCT-ID NOT = SPACES
                   OR MNT-TD-INT-OPTION NOT = SPACE
                   MOVE "TIME-DEPOSIT TERMS ON ANOTHER TYPE"
                       TO WS-TD-REJECT-MSG
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN MNT-TD-TERM-MONTHS IS NOT NUMERIC
                   WHEN MNT-TD-TERM-MONTHS = ZERO
                   WHEN MNT-TD-TERM-MONTHS > WS-TD-MAX-TERM
                       MOVE "TERM MISSING OR INVALID"
                           TO WS-TD-REJECT-MSG
                   WHEN NOT MNT-RATE-SUPPLIED
                       MOVE "LOCKED RATE NOT SUPPLIED"
                           TO WS-TD-REJECT-MSG
                   WHEN MNT-OPENING-BALANCE NOT > ZERO
                       MOVE "NO OPENING DEPOSIT"
                           TO WS-TD-REJECT-MSG
                   WHEN MNT-LIMIT-SUPPLIED
                       AND MNT-OVERDRAFT-LIMIT NOT = ZERO
                       MOVE "NO OVERDRAFT ON A TIME DEPOSIT"
                           TO WS-TD-REJECT-MSG
                   WHEN OTHER
                       MOVE MNT-TD-TERM-MONTHS TO WS-TD-EFF-TERM
                       MOVE MNT-TD-MATURITY-INSTR TO WS-TD-EFF-INSTR
                       MOVE MNT-TD-LINKED-ACCT-ID TO WS-TD-EFF-LINK
                       MOVE MNT-TD-INT-OPTION TO WS-TD-EFF-OPTION
                       IF WS-TD-EFF-OPTION = SPACE
                           MOVE "C" TO WS-TD-EFF-OPTION
                       END-IF
                       MOVE MNT-CUSTOMER-ID TO WS-TD-EFF-CUSTOMER
                       PERFORM 2280-EDIT-TD-INSTRUCTIONS
               END-EVALUATE
           END-IF
           IF WS-TD-REJECT-MSG NOT = SPACES
               DISPLAY "ACCOUNT " MNT-ACCT-ID " " WS-TD-REJECT-MSG
                   " - REJECTED"
               MOVE "N" TO WS-TD-OK-SW
           END-IF.

      * The maturity instruction and interest option in force must
      * be ones the maturity and interest runs know, and either one
      * paying out needs a linked account to pay to.
       2280-EDIT-TD-INSTRUCTIONS.
           EVALUATE TRUE
               WHEN WS-TD-EFF-INSTR NOT = "R"
                   AND WS-TD-EFF-INSTR NOT = "P"
                   AND WS-TD-EFF-INSTR NOT = "H"
                   MOVE "MATURITY INSTRUCTION INVALID"
                       TO WS-TD-REJECT-MSG
               WHEN WS-TD-EFF-OPTION NOT = "C"
                   AND WS-TD-EFF-OPTION NOT = "P"
                   MOVE "INTEREST OPTION INVALID"
                       TO WS-TD-REJECT-MSG
               WHEN (WS-TD-EFF-INSTR = "P" OR WS-TD-EFF-OPTION = "P")
                   AND WS-TD-EFF-LINK = SPACES
                   MOVE "LINKED ACCOUNT NOT SUPPLIED"
                       TO WS-TD-REJECT-MSG
               WHEN WS-TD-EFF-LINK NOT = SPACES
                   PERFORM 2290-EDIT-TD-LINKED-ACCOUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * The linked account receives the certificate's money, so it
      * must be a different, open, non-certificate account on file
      * belonging to the same customer. The record being maintained
      * is saved around the read and put back afterwards.
       2290-EDIT-TD-LINKED-ACCOUNT.
           IF WS-TD-EFF-LINK = MNT-ACCT-ID
               MOVE "LINKED TO ITSELF" TO WS-TD-REJECT-MSG
           ELSE
               MOVE ACCOUNT-RECORD TO WS-TD-SAVE-REC
               MOVE WS-TD-EFF-LINK TO ACCT-ID
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE "LINKED ACCOUNT NOT ON FILE"
                           TO WS-TD-REJECT-MSG
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN ACCT-CLOSED
                               MOVE "LINKED ACCOUNT IS CLOSED"
                                   TO WS-TD-REJECT-MSG
                           WHEN ACCT-TYPE-TIME-DEPOSIT
                               MOVE "LINKED ACCOUNT IS A TIME DEPOSIT"
                                   TO WS-TD-REJECT-MSG
                           WHEN ACCT-CUSTOMER-ID NOT = SPACES
                               AND WS-TD-EFF-CUSTOMER NOT = SPACES
                               AND ACCT-CUSTOMER-ID
                                   NOT = WS-TD-EFF-CUSTOMER
                               MOVE "LINKED ACCOUNT HAS ANOTHER OWNER"
                                   TO WS-TD-REJECT-MSG
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
               MOVE WS-TD-SAVE-REC TO ACCOUNT-RECORD
           END-IF.

      * Work out the overdraft-protection enrolment in force after
      * this maintenance - on an open only what was keyed, on an
      * amend the keyed value or else the one on file, all "*"
      * withdrawing it - and prove it whenever the enrolment, the
      * account type, or the customer is being changed.
       2296-EDIT-SWEEP-ENROLMENT.
           MOVE "Y" TO WS-SWEEP-OK-SW
           MOVE SPACES TO WS-SWEEP-REJECT-MSG
           IF MNT-IS-OPEN
               MOVE SPACES TO WS-SWEEP-EFF-ACCT
               MOVE MNT-ACCT-TYPE TO WS-SWEEP-EFF-TYPE
               MOVE MNT-CUSTOMER-ID TO WS-SWEEP-EFF-CUSTOMER
           ELSE
               MOVE ACCT-OD-SWEEP-ACCT-ID TO WS-SWEEP-EFF-ACCT
               MOVE ACCT-TYPE-CODE TO WS-SWEEP-EFF-TYPE
               MOVE ACCT-CUSTOMER-ID TO WS-SWEEP-EFF-CUSTOMER
               IF MNT-ACCT-TYPE NOT = SPACES
                   MOVE MNT-ACCT-TYPE TO WS-SWEEP-EFF-TYPE
               END-IF
               IF MNT-CUSTOMER-ID NOT = SPACES
                   MOVE MNT-CUSTOMER-ID TO WS-SWEEP-EFF-CUSTOMER
               END-IF
           END-IF
           IF MNT-OD-SWEEP-ACCT-ID = ALL "*"
               MOVE SPACES TO WS-SWEEP-EFF-ACCT
           ELSE
               IF MNT-OD-SWEEP-ACCT-ID NOT = SPACES
                   MOVE MNT-OD-SWEEP-ACCT-ID TO WS-SWEEP-EFF-ACCT
               END-IF
           END-IF
           IF WS-SWEEP-EFF-ACCT NOT = SPACES
               AND (MNT-OD-SWEEP-ACCT-ID NOT = SPACES
                   OR MNT-ACCT-TYPE NOT = SPACES
                   OR MNT-CUSTOMER-ID NOT = SPACES)
               PERFORM 2297-EDIT-SWEEP-ACCOUNT
           END-IF
           IF WS-SWEEP-REJECT-MSG NOT = SPACES
               DISPLAY "ACCOUNT " MNT-ACCT-ID " " WS-SWEEP-REJECT-MSG
                   " - REJECTED"
               MOVE "N" TO WS-SWEEP-OK-SW
           END-IF.

      * Only a checking account is protected, only from an open
      * savings account, and only when both belong to the same
      * customer - the sweep moves the customer's own money and
      * nobody else's.
       2297-EDIT-SWEEP-ACCOUNT.
           EVALUATE TRUE
               WHEN WS-SWEEP-EFF-TYPE NOT = "CK"
                   MOVE "OD PROTECTION ONLY ON CHECKING"
                       TO WS-SWEEP-REJECT-MSG
               WHEN WS-SWEEP-EFF-ACCT = MNT-ACCT-ID
                   MOVE "OD PROTECTION FROM ITSELF"
                       TO WS-SWEEP-REJECT-MSG
               WHEN WS-SWEEP-EFF-CUSTOMER = SPACES
                   MOVE "OD PROTECTION NEEDS A CUSTOMER ID"
                       TO WS-SWEEP-REJECT-MSG
               WHEN OTHER
                   MOVE ACCOUNT-RECORD TO WS-TD-SAVE-REC
                   MOVE WS-SWEEP-EFF-ACCT TO ACCT-ID
                   READ ACCOUNT-MASTER
                       INVALID KEY
                           MOVE "SWEEP ACCOUNT NOT ON FILE"
                               TO WS-SWEEP-REJECT-MSG
                       NOT INVALID KEY
                           EVALUATE TRUE
                               WHEN ACCT-CLOSED
                                   MOVE "SWEEP ACCOUNT IS CLOSED"
                                       TO WS-SWEEP-REJECT-MSG
                               WHEN NOT ACCT-TYPE-SAVINGS
                                   MOVE "SWEEP ACCOUNT IS NOT SAVINGS"
                                       TO WS-SWEEP-REJECT-MSG
                               WHEN ACCT-CUSTOMER-ID
                                   NOT = WS-SWEEP-EFF-CUSTOMER
                                   MOVE
                                       "SWEEP ACCOUNT HAS ANOTHER OWNER"
                                       TO WS-SWEEP-REJECT-MSG
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
                   MOVE WS-TD-SAVE-REC TO ACCOUNT-RECORD
           END-EVALUATE.

      * A supplied customer number must name an open customer on the
      * customer master - the link feeds every mailing, so a typo
      * here would misdirect letters and statements. Blank is
               END-IF
           END-IF.

      * The domicile branch owns the account for profitability
      * reporting and cost-centre allocation, so an open must name
      * one. "SYS " is the branch the system's own postings carry
      * and cannot own an account.
       2255-EDIT-DOMICILE-BRANCH.
           MOVE "Y" TO WS-BRANCH-OK-SW
           IF MNT-BRANCH-ID = SPACES OR MNT-BRANCH-ID = "SYS "
               DISPLAY "ACCOUNT " MNT-ACCT-ID
                   " DOMICILE BRANCH MISSING OR INVALID - REJECTED"
               MOVE "N" TO WS-BRANCH-OK-SW
           END-IF.

       2300-CHANGE-ACCOUNT.
           MOVE MNT-ACCT-ID TO ACCT-ID
           READ ACCOUNT-MASTER
                           PERFORM 2330-RELEASE-ACCOUNT
                       WHEN MNT-IS-AMEND
                           PERFORM 2340-AMEND-ACCOUNT
                       WHEN MNT-IS-BRANCH-TRANSFER
                           PERFORM 2360-TRANSFER-BRANCH
                   END-EVALUATE
           END-READ.

      * A close is only accepted once the balance has been cleared to
      * zero; a non-zero balance means funds would be stranded (or a
      * customer debt written off) without a posting to account for it.
      * Funds are settled and paid away by the closure settlement run.
       2310-CLOSE-ACCOUNT.
           IF ACCT-CLOSED
               DISPLAY "ACCOUNT " ACCT-ID
           ELSE
               IF ACCT-BALANCE NOT = ZERO
                   DISPLAY "ACCOUNT " ACCT-ID
                       " BALANCE NOT ZERO - CLOSE REJECTED (KEY A "
                       "CLOSURE REQUEST TO SETTLE IT)"
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   SET ACCT-CLOSED TO TRUE
                   MOVE WS-BUSINESS-DATE TO ACCT-CLOSE-DATE
                   REWRITE ACCOUNT-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "CLOSE" TO WS-ACTION-WORD
                   " NOT ON HOLD OR DORMANT - RELEASE REJECTED"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF ACCT-ON-HOLD AND NOT APPLYING-APPROVED-CHANGE
                   MOVE "RLSE" TO WS-DUAL-CHANGE-TYPE
                   MOVE ACCT-ID TO WS-DUAL-SUBJECT-ID
                   PERFORM 2700-QUEUE-FOR-APPROVAL
               ELSE
                   IF ACCT-DORMANT
                       MOVE WS-BUSINESS-DATE
                           TO ACCT-LAST-ACTIVITY-DATE
                   END-IF
                   SET ACCT-ACTIVE TO TRUE
                   REWRITE ACCOUNT-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "RELEASE" TO WS-ACTION-WORD
                   PERFORM 2400-WRITE-MAINT-JOURNAL
                   DISPLAY "RELEASED " ACCT-ID
               END-IF
           END-IF.

      * Amend only the fields the branch supplied: blank owner name or
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM 2250-EDIT-CUSTOMER-LINK
               MOVE "Y" TO WS-TD-OK-SW
               MOVE "Y" TO WS-SWEEP-OK-SW
               IF CUSTOMER-LINK-OK
                   PERFORM 2345-EDIT-TIME-DEPOSIT-AMEND
               END-IF
               IF CUSTOMER-LINK-OK AND TIME-DEPOSIT-TERMS-OK
                   PERFORM 2296-EDIT-SWEEP-ENROLMENT
               END-IF
               IF NOT CUSTOMER-LINK-OK OR NOT TIME-DEPOSIT-TERMS-OK
                   OR NOT SWEEP-ENROLMENT-OK
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   PERFORM 2348-CHECK-AMEND-DUAL-CONTROL
                   IF WS-DUAL-CHANGE-TYPE NOT = SPACES
                       MOVE ACCT-ID TO WS-DUAL-SUBJECT-ID
                       PERFORM 2700-QUEUE-FOR-APPROVAL
                   ELSE
                       PERFORM 2350-AMEND-EDITED-ACCOUNT
                   END-IF
               END-IF
           END-IF.

      * A time deposit keeps its product type and its locked rate for
      * the term - the rate may be changed only once the certificate
      * has matured, ready for its next term - and never carries an
      * overdraft line. The term, instruction, interest option, and
      * linked account may be changed at any time; a new term takes
      * effect from the next renewal.
       2345-EDIT-TIME-DEPOSIT-AMEND.
           MOVE SPACES TO WS-TD-REJECT-MSG
           IF MNT-ACCT-TYPE NOT = SPACES
               AND MNT-ACCT-TYPE NOT = ACCT-TYPE-CODE
               AND (MNT-ACCT-TYPE = "TD" OR ACCT-TYPE-TIME-DEPOSIT)
               MOVE "TIME-DEPOSIT TYPE CANNOT CHANGE"
                   TO WS-TD-REJECT-MSG
           ELSE
               IF ACCT-TYPE-TIME-DEPOSIT
                   PERFORM 2346-EDIT-TD-AMEND-TERMS
               ELSE
                   IF MNT-TD-TERM-MONTHS IS NUMERIC
                       OR MNT-TD-MATURITY-INSTR NOT = SPACE
                       OR MNT-TD-LINKED-ACCT-ID NOT = SPACES
                       OR MNT-TD-INT-OPTION NOT = SPACE
                       MOVE "TIME-DEPOSIT TERMS ON ANOTHER TYPE"
                           TO WS-TD-REJECT-MSG
                   END-IF
               END-IF
           END-IF
           IF WS-TD-REJECT-MSG NOT = SPACES
               DISPLAY "ACCOUNT " MNT-ACCT-ID " " WS-TD-REJECT-MSG
                   " - REJECTED"
               MOVE "N" TO WS-TD-OK-SW
           END-IF.

       2346-EDIT-TD-AMEND-TERMS.
           MOVE ACCT-TD-TERM-MONTHS TO WS-TD-EFF-TERM
           MOVE ACCT-TD-MATURITY-INSTR TO WS-TD-EFF-INSTR
           MOVE ACCT-TD-LINKED-ACCT-ID TO WS-TD-EFF-LINK
           MOVE ACCT-TD-INT-OPTION TO WS-TD-EFF-OPTION
           MOVE ACCT-CUSTOMER-ID TO WS-TD-EFF-CUSTOMER
           IF MNT-TD-TERM-MONTHS IS NUMERIC
               MOVE MNT-TD-TERM-MONTHS TO WS-TD-EFF-TERM
           END-IF
           IF MNT-TD-MATURITY-INSTR NOT = SPACE
               MOVE MNT-TD-MATURITY-INSTR TO WS-TD-EFF-INSTR
           END-IF
           IF MNT-TD-LINKED-ACCT-ID NOT = SPACES
               MOVE MNT-TD-LINKED-ACCT-ID TO WS-TD-EFF-LINK
           END-IF
           IF MNT-TD-INT-OPTION NOT = SPACE
               MOVE MNT-TD-INT-OPTION TO WS-TD-EFF-OPTION
           END-IF
           IF MNT-CUSTOMER-ID NOT = SPACES
               MOVE MNT-CUSTOMER-ID TO WS-TD-EFF-CUSTOMER
           END-IF
           EVALUATE TRUE
               WHEN MNT-RATE-SUPPLIED
                   AND ACCT-TD-MATURITY-DATE > WS-BUSINESS-DATE
                   MOVE "RATE LOCKED UNTIL MATURITY"
                       TO WS-TD-REJECT-MSG
               WHEN MNT-LIMIT-SUPPLIED
                   AND MNT-OVERDRAFT-LIMIT NOT = ZERO
                   MOVE "NO OVERDRAFT ON A TIME DEPOSIT"
                       TO WS-TD-REJECT-MSG
               WHEN WS-TD-EFF-TERM = ZERO
               WHEN WS-TD-EFF-TERM > WS-TD-MAX-TERM
                   MOVE "TERM MISSING OR INVALID"
                       TO WS-TD-REJECT-MSG
               WHEN OTHER
                   PERFORM 2280-EDIT-TD-INSTRUCTIONS
           END-EVALUATE.

      * An amend raising the overdraft limit or changing the
      * interest rate waits for a second user; the whole amend is
      * queued, so any other field keyed with it waits too.
       2348-CHECK-AMEND-DUAL-CONTROL.
           MOVE SPACES TO WS-DUAL-CHANGE-TYPE
           IF NOT APPLYING-APPROVED-CHANGE
               EVALUATE TRUE
                   WHEN MNT-LIMIT-SUPPLIED
                       AND MNT-OVERDRAFT-LIMIT > ACCT-OVERDRAFT-LIMIT
                       MOVE "ODLM" TO WS-DUAL-CHANGE-TYPE
                   WHEN MNT-RATE-SUPPLIED
                       AND MNT-INTEREST-RATE NOT = ACCT-INTEREST-RATE
                       MOVE "RATE" TO WS-DUAL-CHANGE-TYPE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2350-AMEND-EDITED-ACCOUNT.
           IF MNT-RATE-SUPPLIED
               MOVE MNT-INTEREST-RATE TO ACCT-INTEREST-RATE
           END-IF
           IF ACCT-TYPE-TIME-DEPOSIT
               MOVE WS-TD-EFF-TERM TO ACCT-TD-TERM-MONTHS
               MOVE WS-TD-EFF-INSTR TO ACCT-TD-MATURITY-INSTR
               MOVE WS-TD-EFF-LINK TO ACCT-TD-LINKED-ACCT-ID
               MOVE WS-TD-EFF-OPTION TO ACCT-TD-INT-OPTION
           END-IF
           IF WS-SWEEP-EFF-ACCT NOT = ACCT-OD-SWEEP-ACCT-ID
               IF WS-SWEEP-EFF-ACCT = SPACES
                   DISPLAY "OD PROTECTION WITHDRAWN " ACCT-ID
               ELSE
                   DISPLAY "OD PROTECTION " ACCT-ID " FROM "
                       WS-SWEEP-EFF-ACCT
               END-IF
               MOVE WS-SWEEP-EFF-ACCT TO ACCT-OD-SWEEP-ACCT-ID
           END-IF
           REWRITE ACCOUNT-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           MOVE "AMEND" TO WS-ACTION-WORD
           PERFORM 2400-WRITE-MAINT-JOURNAL
           DISPLAY "AMENDED " ACCT-ID.

      * A branch transfer moves the account's balances, income, and
      * expense to another branch's books from tonight, so it is
      * edited and then queued for a second user's approval; the
      * approved transfer is re-edited, applied, and journaled.
       2360-TRANSFER-BRANCH.
           MOVE MNT-BRANCH-ID TO WS-BRANCH-ID
           PERFORM 2255-EDIT-DOMICILE-BRANCH
           EVALUATE TRUE
               WHEN ACCT-CLOSED
                   DISPLAY "ACCOUNT " ACCT-ID
                       " IS CLOSED - BRANCH TRANSFER REJECTED"
                   ADD 1 TO WS-REJECT-COUNT
               WHEN NOT DOMICILE-BRANCH-OK
                   ADD 1 TO WS-REJECT-COUNT
               WHEN WS-BRANCH-ID = ACCT-BRANCH-ID
                   DISPLAY "ACCOUNT " ACCT-ID " ALREADY AT BRANCH "
                       WS-BRANCH-ID " - BRANCH TRANSFER REJECTED"
                   ADD 1 TO WS-REJECT-COUNT
               WHEN NOT APPLYING-APPROVED-CHANGE
                   MOVE "BRXF" TO WS-DUAL-CHANGE-TYPE
                   MOVE ACCT-ID TO WS-DUAL-SUBJECT-ID
                   PERFORM 2700-QUEUE-FOR-APPROVAL
               WHEN OTHER
                   DISPLAY "BRANCH  " ACCT-ID " FROM " ACCT-BRANCH-ID
                       " TO " WS-BRANCH-ID
                   MOVE WS-BRANCH-ID TO ACCT-BRANCH-ID
                   REWRITE ACCOUNT-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "TRANSFER" TO WS-ACTION-WORD
                   PERFORM 2400-WRITE-MAINT-JOURNAL
           END-EVALUATE.

      * Journal an accepted maintenance change as type "M" with the
      * action and the keying operator's user id in the description,
      * so audit can see who changed what and when. The before/after
      * balances bracket the change (they differ only on an open with
      * an opening balance). A change applied on approval carries the
      * approving user as the entry's operator, the maker staying in
      * the description.
       2400-WRITE-MAINT-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-BUSINESS-DATE TO WS-RUN-TS-DATE
           MOVE ZERO TO JRNLK-REV-TIMESTAMP
           MOVE ZERO TO JRNLK-REV-SEQ
           MOVE SPACES TO JRNLK-BRANCH-ID
           IF APPLYING-APPROVED-CHANGE
               MOVE WS-CHECKER-ID TO JRNLK-TELLER-ID
           ELSE
               MOVE MNT-USER-ID TO JRNLK-TELLER-ID
           END-IF
           PERFORM 2410-WRITE-KEYED-JOURNAL.

      * Land the journal entry under the next free tie-break
                   " STATUS " WS-JRNL-FILE-STATUS
           END-IF.

      * Advance WS-TD-BASE-DATE by WS-TD-EFF-TERM calendar months. A
      * day that does not exist in the maturity month (the 31st into
      * a 30-day month, the 29th-31st into February) falls back to
      * that month's last day.
       2500-COMPUTE-MATURITY-DATE.
           COMPUTE WS-TD-MONTH-COUNT =
               WS-TD-BASE-YEAR * 12 + WS-TD-BASE-MONTH - 1
               + WS-TD-EFF-TERM
           COMPUTE WS-TD-MAT-YEAR = WS-TD-MONTH-COUNT / 12
           COMPUTE WS-TD-MAT-MONTH =
               WS-TD-MONTH-COUNT - (WS-TD-MAT-YEAR * 12) + 1
           MOVE 01 TO WS-TD-MAT-DAY
           IF WS-TD-MAT-MONTH = 12
               COMPUTE WS-TD-NEXT-YEAR = WS-TD-MAT-YEAR + 1
               MOVE 01 TO WS-TD-NEXT-MONTH
           ELSE
               MOVE WS-TD-MAT-YEAR TO WS-TD-NEXT-YEAR
               COMPUTE WS-TD-NEXT-MONTH = WS-TD-MAT-MONTH + 1
           END-IF
           MOVE 01 TO WS-TD-NEXT-DAY
           COMPUTE WS-TD-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TD-NEXT-MONTH-DATE) - 1)
           IF WS-TD-BASE-DAY > WS-TD-MONTH-END-DAY
               MOVE WS-TD-MONTH-END-DAY TO WS-TD-MAT-DAY
           ELSE
               MOVE WS-TD-BASE-DAY TO WS-TD-MAT-DAY
           END-IF.

      * Hold a sensitive change for a second user: the maintenance
      * record as keyed goes on the approval queue under today's date
      * and the next free sequence. A sensitive change with no
      * keying user id cannot be dual-controlled and is rejected.
       2700-QUEUE-FOR-APPROVAL.
           IF MNT-USER-ID = SPACES
               DISPLAY "ACCOUNT " MNT-ACCT-ID " " WS-DUAL-CHANGE-TYPE
                   " CHANGE WITH NO USER ID - REJECTED"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE WS-BUSINESS-DATE TO APQ-QUEUE-DATE
               MOVE 1 TO APQ-SEQ
               SET APQ-FROM-ACCT-MAINT TO TRUE
               MOVE WS-DUAL-CHANGE-TYPE TO APQ-CHANGE-TYPE
               MOVE WS-DUAL-SUBJECT-ID TO APQ-SUBJECT-ID
               MOVE MNT-USER-ID TO APQ-MAKER-ID
               SET APQ-PENDING TO TRUE
               MOVE SPACES TO APQ-CHECKER-ID
               MOVE ZERO TO APQ-DECISION-DATE
               MOVE SPACES TO APQ-REASON
               MOVE MAINT-RECORD TO APQ-MAINT-IMAGE
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
                   DISPLAY "QUEUED  " WS-DUAL-SUBJECT-ID " "
                       WS-DUAL-CHANGE-TYPE " FOR APPROVAL - ITEM "
                       APQ-ITEM-ID " BY " MNT-USER-ID
               ELSE
                   DISPLAY "APPROVAL QUEUE WRITE FAILED FOR "
                       WS-DUAL-SUBJECT-ID " STATUS " WS-APQ-FILE-STATUS
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
           END-IF.

       1900-CLOSE-FILES.
           CLOSE ACCOUNT-MASTER
           CLOSE MAINT-FILE
           CLOSE JOURNAL-KEYED-FILE
           CLOSE APPROVAL-QUEUE.
