      * Pre-posting edit run: validates and balances the raw
      * transaction upload before the batch driver posts it. Every
      * detail field is edited (numeric amount, valid date, known
      * type, account present and active on ACCOUNT-MASTER, an early
      * withdrawal only against a time deposit), the details are
      * proved against the upload's header/trailer control totals,
      * and the input is split into an accepted file for posting
      * and a rejected file with reason codes plus a printed edit
      * report. If the batch does not balance the accepted file is
      * emptied and the run ends with return code 8 so the posting
      * run cannot start on a short upload.
      * Every rejected detail is also carried onto the standing
      * suspense file (SUSPENSE-FILE) as an open item under the
      * business date and a sequence number, which the edit report
      * prints beside it, so the cash a teller took in stays on the
      * books until operations repair it (SUSP-MAINT) or return it
      * to the branch. A batch that does not balance sends nothing
      * to suspense - the whole upload is held - and a rerun for the
      * same business date replaces the items its earlier run left
      * open rather than adding them again. A detail resubmitted out
      * of suspense under a supervisor's force-post override may
      * post to a dormant or held account; a closed account is
      * refused whatever the override.
       PROGRAM-ID. ACCT-EDIT.

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-ITEM-ID
               FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT EDIT-REPORT ASSIGN TO "EDITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           05 FILLER                  PIC X(01).
           05 REJ-TRAN-IMAGE          PIC X(80).

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  EDIT-REPORT.
       01  REPORT-LINE                PIC X(132).

       01 WS-ACCEPT-FILE-STATUS   PIC X(02).
       01 WS-REJECT-FILE-STATUS   PIC X(02).
       01 WS-REPORT-FILE-STATUS   PIC X(02).
       01 WS-SUSP-FILE-STATUS     PIC X(02).
       01 WS-EOF-RAW              PIC X(01) VALUE "N".
           88 NO-MORE-RAW-RECORDS             VALUE "Y".
       01 WS-EOF-SUSP             PIC X(01).
           88 NO-MORE-SUSPENSE-ITEMS          VALUE "Y".

      *-------------------------------------------------------------*
      * Working copy of the upload's control record, and switches    *
           05 WS-TI-REV-SEQ           PIC X(04).
           05 WS-TI-BRANCH-ID         PIC X(04).
           05 WS-TI-TELLER-ID         PIC X(08).
           05 WS-TI-OVERRIDE-ID       PIC X(08).
       01 WS-TI-AMOUNT-PARTS REDEFINES WS-TRAN-IMAGE.
           05 FILLER                  PIC X(11).
           05 WS-TI-AMOUNT-NUM        PIC 9(9)V99.
           88 REASON-SELF-TRANSFER            VALUE "SAME".
           88 REASON-BAD-SEQUENCE             VALUE "SEQ ".
           88 REASON-BAD-REVERSAL             VALUE "REV ".
           88 REASON-NOT-TIME-DEPOSIT         VALUE "NOTD".
       01 WS-FORCE-POST-SW        PIC X(01).
           88 FORCE-POST-AUTHORIZED           VALUE "Y".

      *-------------------------------------------------------------*
      * Suspense: each reject becomes an open item under the         *
      * business date and the next free sequence. Items an earlier   *
      * run for the same date left open are removed before the run   *
      * starts, and tonight's are withdrawn again if the batch does  *
      * not balance.                                                 *
      *-------------------------------------------------------------*
       01 WS-SUSP-WRITTEN-SW      PIC X(01).
           88 SUSPENSE-ITEM-WRITTEN           VALUE "Y".
       01 WS-SUSPENSE-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-SUSP-REMOVED-COUNT   PIC 9(06) VALUE ZERO.

      *-------------------------------------------------------------*
      * Edit run totals proved against the trailer at end of file.   *
           05 WS-RD-REASON            PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RD-IMAGE             PIC X(80).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RD-SUSP-ITEM         PIC X(13).
           05 FILLER                  PIC X(33) VALUE SPACES.


      *-------------------------------------------------------------*
               PERFORM 2000-READ-RAW-RECORD
           END-PERFORM
           PERFORM 2500-PROVE-BATCH-BALANCE
           IF NOT BATCH-IN-BALANCE
               PERFORM 2650-REMOVE-TONIGHTS-SUSPENSE
               MOVE ZERO TO WS-SUSPENSE-COUNT
               DISPLAY "REJECTS WITHDRAWN FROM SUSPENSE - BATCH HELD"
           END-IF
           PERFORM 3100-PRINT-REPORT-TOTALS
           PERFORM 1900-CLOSE-FILES
           IF NOT BATCH-IN-BALANCE
           OPEN INPUT RAW-TRAN-FILE
           OPEN OUTPUT ACCEPTED-FILE
           OPEN OUTPUT REJECT-FILE
           OPEN I-O SUSPENSE-FILE
           IF WS-SUSP-FILE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF
           PERFORM 2650-REMOVE-TONIGHTS-SUSPENSE
           IF WS-SUSP-REMOVED-COUNT > ZERO
               DISPLAY WS-SUSP-REMOVED-COUNT " OPEN SUSPENSE ITEMS "
                   "FROM AN EARLIER RUN FOR " WS-BUSINESS-DATE
                   " REPLACED"
           END-IF
           OPEN OUTPUT EDIT-REPORT.

       2000-READ-RAW-RECORD.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE RAW-RECORD TO WS-TRAN-IMAGE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE "N" TO WS-FORCE-POST-SW
           IF NOT HEADER-SEEN OR TRAILER-SEEN
               SET REASON-BAD-SEQUENCE TO TRUE
           ELSE
       2230-EDIT-DETAIL-TYPE.
           IF WS-TI-TYPE NOT = "C" AND WS-TI-TYPE NOT = "D"
               AND WS-TI-TYPE NOT = "T" AND WS-TI-TYPE NOT = "R"
               AND WS-TI-TYPE NOT = "E"
               SET REASON-BAD-TYPE TO TRUE
           ELSE
               MOVE WS-TI-ACCT-ID TO ACCT-ID
                   INVALID KEY
                       SET REASON-NO-ACCOUNT TO TRUE
                   NOT INVALID KEY
                       PERFORM 2232-CHECK-FORCE-POST
                       IF ACCT-CLOSED
                           OR (NOT ACCT-ACTIVE
                               AND NOT FORCE-POST-AUTHORIZED)
                           SET REASON-NOT-ACTIVE TO TRUE
                       ELSE
                           IF WS-TI-TYPE = "T"
                           IF WS-TI-TYPE = "R"
                               PERFORM 2236-EDIT-REVERSAL-REFERENCE
                           END-IF
                           IF WS-TI-TYPE = "E"
                               AND NOT ACCT-TYPE-TIME-DEPOSIT
                               SET REASON-NOT-TIME-DEPOSIT TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-IF.

      * A force-post override is honored only on an item resubmitted
      * out of suspense (system branch, suspense teller); the same
      * bytes on a teller's own upload are ignored.
       2232-CHECK-FORCE-POST.
           MOVE "N" TO WS-FORCE-POST-SW
           IF WS-TI-OVERRIDE-ID NOT = SPACES
               AND WS-TI-BRANCH-ID = "SYS "
               AND WS-TI-TELLER-ID = "SYSSUSP "
               SET FORCE-POST-AUTHORIZED TO TRUE
           END-IF.

      * A transfer must name a to-account that is a different account,
      * present on the master, and active - the same edits the posting
      * run applies before releasing either leg.
           END-IF.

       2240-ACCEPT-DETAIL.
           IF NOT FORCE-POST-AUTHORIZED
               MOVE SPACES TO WS-TI-OVERRIDE-ID
           END-IF
           MOVE WS-TRAN-IMAGE TO TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD
           ADD 1 TO WS-ACCEPT-COUNT.
           MOVE RAW-RECORD TO REJ-TRAN-IMAGE
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT
           PERFORM 2260-WRITE-SUSPENSE-ITEM
           MOVE WS-REJECT-REASON TO WS-RD-REASON
           MOVE RAW-RECORD TO WS-RD-IMAGE
           MOVE SPACES TO WS-RD-SUSP-ITEM
           IF SUSPENSE-ITEM-WRITTEN
               STRING SUSP-REJECT-DATE "-" SUSP-SEQ
                   DELIMITED BY SIZE INTO WS-RD-SUSP-ITEM
           END-IF
           MOVE WS-REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

      * The reject goes into suspense as an open item. Its cash
      * effect is what the teller took in on a credit or paid out on
      * a debit or early withdrawal; a transfer or reversal moved no
      * cash, nor did a clearing-house item, and an amount that
      * cannot be read is carried at zero for the branch to settle.
       2260-WRITE-SUSPENSE-ITEM.
           MOVE SPACES TO SUSPENSE-RECORD
           MOVE WS-BUSINESS-DATE TO SUSP-REJECT-DATE
           MOVE 1 TO SUSP-SEQ
           SET SUSP-OPEN TO TRUE
           MOVE WS-REJECT-REASON TO SUSP-REASON-CODE
           MOVE WS-TI-BRANCH-ID TO SUSP-BRANCH-ID
           MOVE WS-TI-TELLER-ID TO SUSP-TELLER-ID
           MOVE WS-TI-ACCT-ID TO SUSP-ACCT-ID
           MOVE WS-TI-TYPE TO SUSP-TRAN-TYPE
           MOVE ZERO TO SUSP-AMOUNT
           MOVE ZERO TO SUSP-GL-AMOUNT
           IF WS-TI-AMOUNT-DIGITS IS NUMERIC
               AND (WS-TI-AMOUNT-SIGN = "+" OR WS-TI-AMOUNT-SIGN = "-")
               MOVE WS-TI-AMOUNT-NUM TO SUSP-AMOUNT
               IF WS-TI-AMOUNT-SIGN = "-"
                   COMPUTE SUSP-AMOUNT = ZERO - SUSP-AMOUNT
               END-IF
               IF WS-TI-BRANCH-ID NOT = "SYS "
                   OR WS-TI-TELLER-ID = "SYSSUSP "
                   EVALUATE WS-TI-TYPE
                       WHEN "C"
                           MOVE SUSP-AMOUNT TO SUSP-GL-AMOUNT
                       WHEN "D"
                       WHEN "E"
                           COMPUTE SUSP-GL-AMOUNT = ZERO - SUSP-AMOUNT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF
           MOVE ZERO TO SUSP-AGE-DAYS
           MOVE ZERO TO SUSP-CLEARED-DATE
           MOVE RAW-RECORD TO SUSP-TRAN-IMAGE
           MOVE "N" TO WS-SUSP-WRITTEN-SW
           PERFORM UNTIL SUSPENSE-ITEM-WRITTEN OR SUSP-SEQ > 9998
               WRITE SUSPENSE-RECORD
                   INVALID KEY
                       ADD 1 TO SUSP-SEQ
                   NOT INVALID KEY
                       SET SUSPENSE-ITEM-WRITTEN TO TRUE
               END-WRITE
           END-PERFORM
           IF SUSPENSE-ITEM-WRITTEN
               ADD 1 TO WS-SUSPENSE-COUNT
           ELSE
               DISPLAY "SUSPENSE WRITE FAILED FOR " WS-TI-ACCT-ID
                   " STATUS " WS-SUSP-FILE-STATUS
           END-IF.

      * Prove the details received against the trailer: the trailer's
      * expected count and hash total must match what was read, and
      * both control records must have been present. Rejected details
               END-IF
           END-IF.

      * Remove the items still open in suspense under tonight's
      * business date: before the run, those an earlier run for the
      * same date left behind; after an out-of-balance proof, the
      * ones this run just wrote. Items already worked are kept.
       2650-REMOVE-TONIGHTS-SUSPENSE.
           MOVE ZERO TO WS-SUSP-REMOVED-COUNT
           MOVE "N" TO WS-EOF-SUSP
           MOVE WS-BUSINESS-DATE TO SUSP-REJECT-DATE
           MOVE ZERO TO SUSP-SEQ
           START SUSPENSE-FILE KEY IS >= SUSP-ITEM-ID
               INVALID KEY
                   SET NO-MORE-SUSPENSE-ITEMS TO TRUE
           END-START
           PERFORM UNTIL NO-MORE-SUSPENSE-ITEMS
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       SET NO-MORE-SUSPENSE-ITEMS TO TRUE
                   NOT AT END
                       IF SUSP-REJECT-DATE NOT = WS-BUSINESS-DATE
                           SET NO-MORE-SUSPENSE-ITEMS TO TRUE
                       ELSE
                           IF SUSP-OPEN
                               DELETE SUSPENSE-FILE
                               ADD 1 TO WS-SUSP-REMOVED-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * An out-of-balance batch must not reach the posting run even
      * if the scheduler ignores the return code: rewrite the
      * accepted file empty so there is nothing to post.
       3000-PRINT-REPORT-HEADING.
           MOVE "TRANSACTION EDIT REPORT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "REJECTED TRANSACTIONS (REASON, RECORD IMAGE, "
               "SUSPENSE ITEM):"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       3100-PRINT-REPORT-TOTALS.
           STRING "DETAILS REJECTED: " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SUSPENSE-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "SENT TO SUSPENSE: " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SUBTOTAL-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "TELLER SUBTOTALS: " WS-DISP-COUNT
           CLOSE RAW-TRAN-FILE
           CLOSE ACCEPTED-FILE
           CLOSE REJECT-FILE
           CLOSE SUSPENSE-FILE
           CLOSE EDIT-REPORT.
