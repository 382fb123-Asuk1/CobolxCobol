       IDENTIFICATION DIVISION.
      * Suspense repair batch: applies the repair transactions
      * operations keyed during the day (SUSPENSE-REPAIR-FILE)
      * against open items on the suspense file the pre-posting
      * edit fills with its rejects. A repair corrects the account
      * number - the to-account on a transfer rejected for its
      * to-account - or force-posts the item as keyed past the
      * account-status edit under a supervisor other than the
      * keying user, or returns the item to its branch. A corrected
      * or force-posted item is resubmitted: it is re-dated to the
      * business date and merged into tonight's raw upload ahead of
      * its trailer under the reserved system branch "SYS" and
      * teller "SYSSUSP", with the trailer's detail count and hash
      * total raised by exactly what was added, so the edit and
      * posting runs take it with the rest of the night's work and
      * the edit proves it again. An item whose amount or type could
      * not be read can only be returned to its branch, and only an
      * item rejected for account status, date, or sequence can be
      * force-posted. Every repair refused is printed on the repair
      * report with its reason and the item stays open; any refusal
      * ends the run with return code 4. The run must land before
      * the edit takes the upload, and an upload that already
      * carries resubmitted items, or has no trailer, is refused
      * whole with nothing repaired (return code 8). With no repair
      * file there is nothing to do and the upload is not touched.
       PROGRAM-ID. SUSP-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-ITEM-ID
               FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT SUSPENSE-REPAIR-FILE ASSIGN TO "SUSPRPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRP-FILE-STATUS.

           SELECT RAW-TRAN-FILE ASSIGN TO "TRANRAW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAW-FILE-STATUS.

           SELECT RAW-WORK-FILE ASSIGN TO "SUSPWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT REPAIR-REPORT ASSIGN TO "SUSPMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  SUSPENSE-REPAIR-FILE.
           COPY SRPREC.

       FD  RAW-TRAN-FILE.
       01  RAW-RECORD                 PIC X(80).

       FD  RAW-WORK-FILE.
       01  WORK-RECORD                PIC X(80).

       FD  REPAIR-REPORT.
       01  REPORT-LINE                PIC X(132).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTLREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       WORKING-STORAGE SECTION.
       01 WS-SUSP-FILE-STATUS     PIC X(02).
       01 WS-ACCT-FILE-STATUS     PIC X(02).
       01 WS-SRP-FILE-STATUS      PIC X(02).
       01 WS-RAW-FILE-STATUS      PIC X(02).
       01 WS-WORK-FILE-STATUS     PIC X(02).
       01 WS-REPORT-FILE-STATUS   PIC X(02).
       01 WS-EOF-SRP              PIC X(01) VALUE "N".
           88 NO-MORE-REPAIRS                 VALUE "Y".
       01 WS-EOF-RAW              PIC X(01) VALUE "N".
           88 NO-MORE-RAW-RECORDS             VALUE "Y".
       01 WS-EOF-WORK             PIC X(01) VALUE "N".
           88 NO-MORE-WORK-RECORDS            VALUE "Y".
       01 WS-REPAIRS-SW           PIC X(01) VALUE "N".
           88 REPAIRS-PRESENT                 VALUE "Y".

      *-------------------------------------------------------------*
      * Raw upload merge: the upload's trailer is held back while    *
      * everything ahead of it is copied to the work file, then the  *
      * upload is rewritten from the work file with the resubmitted  *
      * items added and the trailer raised to cover them.            *
      *-------------------------------------------------------------*
           COPY BATCHCTL.
           COPY TRANREC.
       01 WS-UPLOAD-OK-SW         PIC X(01) VALUE "Y".
           88 UPLOAD-CAN-TAKE-ITEMS           VALUE "Y".
       01 WS-UPLOAD-PRESENT-SW    PIC X(01) VALUE "N".
           88 TELLER-UPLOAD-PRESENT           VALUE "Y".
       01 WS-UPLOAD-TRAILER-SW    PIC X(01) VALUE "N".
           88 UPLOAD-TRAILER-SEEN             VALUE "Y".
       01 WS-ALREADY-MERGED-SW    PIC X(01) VALUE "N".
           88 SUSPENSE-ALREADY-MERGED         VALUE "Y".
       01 WS-TRAILER-IMAGE        PIC X(80) VALUE SPACES.
       01 WS-MERGE-COUNT          PIC 9(06) VALUE ZERO.
       01 WS-MERGE-HASH           PIC 9(11)V99 VALUE ZERO.
       01 WS-ITEM-HASH            PIC 9(9)V99.
       01 WS-SUSP-BRANCH-ID       PIC X(04) VALUE "SYS ".
       01 WS-SUSP-TELLER-ID       PIC X(08) VALUE "SYSSUSP ".

      *-------------------------------------------------------------*
      * Repair disposition: the reason a repair is refused, spaces   *
      * for one applied, and the run's counts.                       *
      *-------------------------------------------------------------*
       01 WS-REFUSAL-REASON       PIC X(40).
           88 REPAIR-IS-ACCEPTABLE            VALUE SPACES.
       01 WS-RESULT-TEXT          PIC X(40).
       01 WS-REPAIR-COUNT         PIC 9(06) VALUE ZERO.
       01 WS-RESUBMIT-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-RESUBMIT-AMOUNT      PIC S9(11)V99 VALUE ZERO
                                  SIGN IS TRAILING SEPARATE.
       01 WS-RETURNED-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-RETURNED-AMOUNT      PIC S9(11)V99 VALUE ZERO
                                  SIGN IS TRAILING SEPARATE.
       01 WS-REFUSED-COUNT        PIC 9(06) VALUE ZERO.

      *-------------------------------------------------------------*
      * Run control: business date and run id read at startup for    *
      * the run log and sequence check; the WS defaults survive a    *
      * missing run control file.                                    *
      *-------------------------------------------------------------*
       01 WS-RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-RUN-ID               PIC X(08) VALUE "DEFAULT ".
       01 WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
       01 WS-RUNCTL-DATE-TIME     PIC X(21).

      *-------------------------------------------------------------*
      * Run-log support: a start record is appended as the run       *
      * begins and an end record with the outcome as it finishes.    *
      * Before touching data the run proves the night's sequence     *
      * off the log: the predecessor step must have ended "OK" for   *
      * the business date and this step must not have already done   *
      * so, unless the operator set the rerun override on run        *
      * control for a deliberate rerun. The repairs must also land   *
      * before the edit run takes the upload, so a completed edit    *
      * for the business date refuses the run as well.               *
      *-------------------------------------------------------------*
       01 WS-RLOG-FILE-STATUS     PIC X(02).
       01 WS-EOF-RLOG             PIC X(01).
           88 NO-MORE-RLOG-RECORDS            VALUE "Y".
       01 WS-RLOG-PROGRAM         PIC X(16) VALUE "SUSP-MAINT".
       01 WS-RLOG-PREDECESSOR     PIC X(16) VALUE "ACCT-MAINT".
       01 WS-RLOG-SUCCESSOR       PIC X(16) VALUE "ACCT-EDIT".
       01 WS-RLOG-END-STATUS      PIC X(04) VALUE "OK".
       01 WS-PRED-DONE-SW         PIC X(01).
           88 PREDECESSOR-COMPLETED           VALUE "Y".
       01 WS-SELF-DONE-SW         PIC X(01).
           88 STEP-ALREADY-COMPLETED          VALUE "Y".
       01 WS-SUCC-DONE-SW         PIC X(01).
           88 SUCCESSOR-COMPLETED             VALUE "Y".
       01 WS-RERUN-OVERRIDE-SW    PIC X(01) VALUE "N".
           88 RERUN-OVERRIDE-ON               VALUE "Y".
       01 WS-RLOG-DATE-TIME       PIC X(21).
       01 WS-RLOG-TIMESTAMP.
           05 WS-RLOG-TS-DATE         PIC 9(08).
           05 WS-RLOG-TS-TIME         PIC 9(06).
       01 WS-RLOG-TIMESTAMP-NUM REDEFINES WS-RLOG-TIMESTAMP
                                  PIC 9(14).

      *-------------------------------------------------------------*
      * Edited (human-readable) copies of monetary fields for the    *
      * printed report.                                              *
      *-------------------------------------------------------------*
       01 WS-DISP-AMOUNT          PIC -(10)9.99.
       01 WS-DISP-COUNT           PIC ZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1050-READ-RUN-CONTROL
           PERFORM 1070-CHECK-RUN-LOG
           PERFORM 1080-WRITE-RUN-LOG-START
           PERFORM 2000-CHECK-REPAIR-FILE
           IF REPAIRS-PRESENT
               PERFORM 2100-COPY-UPLOAD-TO-WORK
               IF UPLOAD-CAN-TAKE-ITEMS
                   PERFORM 1000-OPEN-FILES
                   PERFORM 3000-PRINT-REPORT-HEADING
                   PERFORM 2300-REWRITE-UPLOAD-HEAD
                   PERFORM 2400-WORK-REPAIRS
                   PERFORM 2700-WRITE-UPLOAD-TRAILER
                   PERFORM 3100-PRINT-REPORT-TOTALS
                   PERFORM 1900-CLOSE-FILES
                   DISPLAY "Items resubmitted:   " WS-RESUBMIT-COUNT
                   DISPLAY "Items returned:      " WS-RETURNED-COUNT
                   IF WS-REFUSED-COUNT > ZERO
                       DISPLAY "SUSPENSE REPAIRS REFUSED: "
                           WS-REFUSED-COUNT " - SEE REPAIR REPORT"
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       DISPLAY "Suspense repair run finished."
                   END-IF
               ELSE
                   DISPLAY "RAW UPLOAD CANNOT TAKE RESUBMITTED ITEMS "
                       "- NOTHING REPAIRED"
                   MOVE "FAIL" TO WS-RLOG-END-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "NO SUSPENSE REPAIRS ON FILE - UPLOAD NOT "
                   "TOUCHED"
           END-IF
           PERFORM 8000-WRITE-RUN-LOG-END
           STOP RUN.

      * The business date comes from the run control file; without
      * one the run uses the wall-clock date and says so for the
      * operations log.
       1050-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END
                       PERFORM 1060-DEFAULT-RUN-CONTROL
                   NOT AT END
                       MOVE RUN-ID TO WS-RUN-ID
                       MOVE RUN-BUSINESS-DATE TO WS-BUSINESS-DATE
                       IF RUN-RERUN-IS-ON
                           MOVE "Y" TO WS-RERUN-OVERRIDE-SW
                           DISPLAY "OPERATOR RERUN OVERRIDE IS ON"
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           ELSE
               PERFORM 1060-DEFAULT-RUN-CONTROL
           END-IF
           DISPLAY "RUN " WS-RUN-ID " BUSINESS DATE "
               WS-BUSINESS-DATE.

       1060-DEFAULT-RUN-CONTROL.
           DISPLAY "RUN CONTROL FILE NOT AVAILABLE - USING "
               "WALL-CLOCK DATE AND COMPILED DEFAULTS"
           MOVE FUNCTION CURRENT-DATE TO WS-RUNCTL-DATE-TIME
           MOVE WS-RUNCTL-DATE-TIME(1:8) TO WS-BUSINESS-DATE.

      * Prove the night's sequence off the run log before touching
      * data: the predecessor must have completed for this business
      * date and this step must not have already completed. The
      * operator's rerun override on run control waives both checks
      * for a deliberate rerun. The edit having already taken the
      * upload is never waived - resubmitted items would miss the
      * batch. A refusal ends with return code 8 before any file is
      * updated.
       1070-CHECK-RUN-LOG.
           MOVE "N" TO WS-EOF-RLOG
           MOVE "N" TO WS-PRED-DONE-SW
           MOVE "N" TO WS-SELF-DONE-SW
           MOVE "N" TO WS-SUCC-DONE-SW
           OPEN INPUT RUN-LOG-FILE
           IF WS-RLOG-FILE-STATUS NOT = "00"
               SET NO-MORE-RLOG-RECORDS TO TRUE
           END-IF
           PERFORM UNTIL NO-MORE-RLOG-RECORDS
               READ RUN-LOG-FILE
                   AT END
                       SET NO-MORE-RLOG-RECORDS TO TRUE
                   NOT AT END
                       PERFORM 1075-EXAMINE-RLOG-RECORD
               END-READ
           END-PERFORM
           IF WS-RLOG-FILE-STATUS NOT = "35"
               CLOSE RUN-LOG-FILE
           END-IF
           IF STEP-ALREADY-COMPLETED AND NOT RERUN-OVERRIDE-ON
               DISPLAY WS-RLOG-PROGRAM " ALREADY COMPLETED FOR "
                   WS-BUSINESS-DATE " - RUN REFUSED (SET THE RERUN "
                   "OVERRIDE TO RUN AGAIN)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RLOG-PREDECESSOR NOT = SPACES
               AND NOT PREDECESSOR-COMPLETED
               AND NOT RERUN-OVERRIDE-ON
               DISPLAY WS-RLOG-PREDECESSOR " HAS NOT COMPLETED FOR "
                   WS-BUSINESS-DATE " - " WS-RLOG-PROGRAM
                   " REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SUCCESSOR-COMPLETED
               DISPLAY WS-RLOG-SUCCESSOR " ALREADY COMPLETED FOR "
                   WS-BUSINESS-DATE " - " WS-RLOG-PROGRAM
                   " REFUSED (ITEMS WOULD MISS THE BATCH)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1075-EXAMINE-RLOG-RECORD.
           IF RLOG-BUSINESS-DATE = WS-BUSINESS-DATE
               AND RLOG-IS-END AND RLOG-ENDED-OK
               IF RLOG-PROGRAM-ID = WS-RLOG-PREDECESSOR
                   SET PREDECESSOR-COMPLETED TO TRUE
               END-IF
               IF RLOG-PROGRAM-ID = WS-RLOG-PROGRAM
                   SET STEP-ALREADY-COMPLETED TO TRUE
               END-IF
               IF RLOG-PROGRAM-ID = WS-RLOG-SUCCESSOR
                   SET SUCCESSOR-COMPLETED TO TRUE
               END-IF
           END-IF.

       1080-WRITE-RUN-LOG-START.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RLOG-FILE-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           PERFORM 1085-BUILD-RLOG-RECORD
           SET RLOG-IS-START TO TRUE
           MOVE SPACES TO RLOG-STATUS
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.

       1085-BUILD-RLOG-RECORD.
           MOVE WS-RUN-ID TO RLOG-RUN-ID
           MOVE WS-BUSINESS-DATE TO RLOG-BUSINESS-DATE
           MOVE WS-RLOG-PROGRAM TO RLOG-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO WS-RLOG-DATE-TIME
           MOVE WS-BUSINESS-DATE TO WS-RLOG-TS-DATE
           MOVE WS-RLOG-DATE-TIME(9:6) TO WS-RLOG-TS-TIME
           MOVE WS-RLOG-TIMESTAMP-NUM TO RLOG-TIMESTAMP.

      * The end record carries the outcome - "OK" unless a failure
      * path set WS-RLOG-END-STATUS to "FAIL" - so the sequence
      * check and the end-of-night report can tell a clean
      * completion from a failed or abandoned one.
       8000-WRITE-RUN-LOG-END.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RLOG-FILE-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           PERFORM 1085-BUILD-RLOG-RECORD
           SET RLOG-IS-END TO TRUE
           MOVE WS-RLOG-END-STATUS TO RLOG-STATUS
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.

       1000-OPEN-FILES.
           OPEN I-O SUSPENSE-FILE
           IF WS-SUSP-FILE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT SUSPENSE-REPAIR-FILE
           OPEN OUTPUT RAW-TRAN-FILE
           OPEN INPUT RAW-WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = "00"
               SET NO-MORE-WORK-RECORDS TO TRUE
           END-IF
           OPEN OUTPUT REPAIR-REPORT.

      * Nothing is touched on a night with no repair file.
       2000-CHECK-REPAIR-FILE.
           OPEN INPUT SUSPENSE-REPAIR-FILE
           IF WS-SRP-FILE-STATUS = "00"
               SET REPAIRS-PRESENT TO TRUE
               CLOSE SUSPENSE-REPAIR-FILE
           END-IF.

      * Hold the raw upload's trailer back and copy everything ahead
      * of it to the work file. An upload that already carries
      * resubmitted items has been merged once and is refused; so is
      * one with no trailer, which the edit could never prove. With
      * no upload at all the run starts a batch of its own.
       2100-COPY-UPLOAD-TO-WORK.
           OPEN INPUT RAW-TRAN-FILE
           IF WS-RAW-FILE-STATUS = "00"
               SET TELLER-UPLOAD-PRESENT TO TRUE
               OPEN OUTPUT RAW-WORK-FILE
               PERFORM UNTIL NO-MORE-RAW-RECORDS
                   READ RAW-TRAN-FILE
                       AT END
                           SET NO-MORE-RAW-RECORDS TO TRUE
                       NOT AT END
                           PERFORM 2110-COPY-ONE-RAW-RECORD
                   END-READ
               END-PERFORM
               CLOSE RAW-TRAN-FILE
               CLOSE RAW-WORK-FILE
               IF SUSPENSE-ALREADY-MERGED
                   DISPLAY "RAW UPLOAD ALREADY CARRIES RESUBMITTED "
                       "SUSPENSE ITEMS"
                   MOVE "N" TO WS-UPLOAD-OK-SW
               END-IF
               IF NOT UPLOAD-TRAILER-SEEN
                   DISPLAY "RAW UPLOAD HAS NO TRAILER - CANNOT MERGE"
                   MOVE "N" TO WS-UPLOAD-OK-SW
               END-IF
           ELSE
               DISPLAY "NO RAW UPLOAD ON FILE - WRITING A "
                   "RESUBMISSION BATCH OF ITS OWN"
           END-IF.

       2110-COPY-ONE-RAW-RECORD.
           IF RAW-RECORD(1:1) = "T"
               MOVE RAW-RECORD TO WS-TRAILER-IMAGE
               SET UPLOAD-TRAILER-SEEN TO TRUE
           ELSE
               MOVE RAW-RECORD TO TRANSACTION-RECORD
               IF RAW-RECORD(1:1) NOT = "H"
                   AND RAW-RECORD(1:1) NOT = "S"
                   AND TRAN-BRANCH-ID = WS-SUSP-BRANCH-ID
                   AND TRAN-TELLER-ID = WS-SUSP-TELLER-ID
                   SET SUSPENSE-ALREADY-MERGED TO TRUE
               END-IF
               MOVE RAW-RECORD TO WORK-RECORD
               WRITE WORK-RECORD
           END-IF.

      * Second pass begins: the upload is rewritten from the work
      * file (header, teller details, and subtotals as they were),
      * or started with a header of its own when there was none.
       2300-REWRITE-UPLOAD-HEAD.
           IF TELLER-UPLOAD-PRESENT
               PERFORM UNTIL NO-MORE-WORK-RECORDS
                   READ RAW-WORK-FILE
                       AT END
                           SET NO-MORE-WORK-RECORDS TO TRUE
                       NOT AT END
                           MOVE WORK-RECORD TO RAW-RECORD
                           WRITE RAW-RECORD
                   END-READ
               END-PERFORM
           ELSE
               MOVE SPACES TO BATCH-CONTROL-RECORD
               SET BCTL-IS-HEADER TO TRUE
               MOVE WS-BUSINESS-DATE TO BCTL-BATCH-DATE
               MOVE ZERO TO BCTL-RECORD-COUNT
               MOVE ZERO TO BCTL-HASH-TOTAL
               MOVE SPACES TO RAW-RECORD
               MOVE BATCH-CONTROL-RECORD TO RAW-RECORD
               WRITE RAW-RECORD
           END-IF.

       2400-WORK-REPAIRS.
           PERFORM UNTIL NO-MORE-REPAIRS
               READ SUSPENSE-REPAIR-FILE
                   AT END
                       SET NO-MORE-REPAIRS TO TRUE
                   NOT AT END
                       PERFORM 2410-WORK-ONE-REPAIR
               END-READ
           END-PERFORM.

       2410-WORK-ONE-REPAIR.
           ADD 1 TO WS-REPAIR-COUNT
           MOVE SPACES TO WS-REFUSAL-REASON
           MOVE SRP-ITEM-ID TO SUSP-ITEM-ID
           READ SUSPENSE-FILE
               INVALID KEY
                   MOVE "NO SUCH SUSPENSE ITEM" TO WS-REFUSAL-REASON
               NOT INVALID KEY
                   PERFORM 2420-EDIT-REPAIR
           END-READ
           IF REPAIR-IS-ACCEPTABLE
               PERFORM 2450-APPLY-REPAIR
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE WS-REFUSAL-REASON TO WS-RESULT-TEXT
               PERFORM 2600-REPORT-REPAIR
           END-IF.

      * Repair edits, first failure wins. Returning an item to its
      * branch needs only an open item and a keying user; an item
      * that is resubmitted must be readable, and a force-post needs
      * a second user as supervisor and suits only an item rejected
      * for its account's status, its date, or its place in the
      * upload - anything else would only be rejected again.
       2420-EDIT-REPAIR.
           EVALUATE TRUE
               WHEN NOT SUSP-OPEN
                   MOVE "ITEM ALREADY WORKED" TO WS-REFUSAL-REASON
               WHEN SRP-USER-ID = SPACES
                   MOVE "NO USER ID ON REPAIR" TO WS-REFUSAL-REASON
               WHEN NOT SRP-CORRECT-ACCOUNT
                   AND NOT SRP-FORCE-POST
                   AND NOT SRP-RETURN-TO-BRANCH
                   MOVE "INVALID REPAIR ACTION" TO WS-REFUSAL-REASON
               WHEN SRP-RETURN-TO-BRANCH
                   CONTINUE
               WHEN SUSP-REASON-CODE = "AMNT"
               WHEN SUSP-REASON-CODE = "TYPE"
                   MOVE "ITEM UNREADABLE - RETURN IT TO BRANCH"
                       TO WS-REFUSAL-REASON
               WHEN SRP-CORRECT-ACCOUNT
                   PERFORM 2430-EDIT-CORRECTED-ACCOUNT
               WHEN SRP-SUPERVISOR-ID = SPACES
               WHEN SRP-SUPERVISOR-ID = SRP-USER-ID
                   MOVE "FORCE-POST NEEDS A SECOND USER AS SUPV"
                       TO WS-REFUSAL-REASON
               WHEN SUSP-REASON-CODE NOT = "STAT"
                   AND SUSP-REASON-CODE NOT = "DATE"
                   AND SUSP-REASON-CODE NOT = "SEQ "
                   STRING "A " SUSP-REASON-CODE
                       " REJECT CANNOT BE FORCE-POSTED"
                       DELIMITED BY SIZE INTO WS-REFUSAL-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * The corrected account - the to-account when the transfer was
      * rejected for its to-account - must be a different account,
      * on file and not closed. The edit checks the rest again when
      * the item comes through tonight.
       2430-EDIT-CORRECTED-ACCOUNT.
           IF SRP-NEW-ACCT-ID = SPACES
               OR SRP-NEW-ACCT-ID = SUSP-ACCT-ID
               MOVE "NO CORRECTED ACCOUNT GIVEN" TO WS-REFUSAL-REASON
           ELSE
               MOVE SRP-NEW-ACCT-ID TO ACCT-ID
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE "CORRECTED ACCOUNT NOT ON FILE"
                           TO WS-REFUSAL-REASON
                   NOT INVALID KEY
                       IF ACCT-CLOSED
                           MOVE "CORRECTED ACCOUNT IS CLOSED"
                               TO WS-REFUSAL-REASON
                       END-IF
               END-READ
           END-IF.

      * The repair is recorded on the item with who keyed it and the
      * date it left suspense; the GL extract backs its cash out of
      * suspense that night.
       2450-APPLY-REPAIR.
           MOVE SRP-ACTION TO SUSP-REPAIR-ACTION
           MOVE SRP-USER-ID TO SUSP-REPAIR-USER-ID
           MOVE WS-BUSINESS-DATE TO SUSP-CLEARED-DATE
           EVALUATE TRUE
               WHEN SRP-RETURN-TO-BRANCH
                   SET SUSP-RETURNED-TO-BRANCH TO TRUE
                   ADD 1 TO WS-RETURNED-COUNT
                   ADD SUSP-AMOUNT TO WS-RETURNED-AMOUNT
                   MOVE "RETURNED TO BRANCH" TO WS-RESULT-TEXT
               WHEN SRP-CORRECT-ACCOUNT
                   MOVE SRP-NEW-ACCT-ID TO SUSP-REPAIR-ACCT-ID
                   PERFORM 2500-RESUBMIT-ITEM
                   MOVE "ACCOUNT CORRECTED - RESUBMITTED"
                       TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE SRP-SUPERVISOR-ID TO SUSP-SUPERVISOR-ID
                   PERFORM 2500-RESUBMIT-ITEM
                   MOVE SPACES TO WS-RESULT-TEXT
                   STRING "FORCE-POSTED UNDER " SRP-SUPERVISOR-ID
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
           END-EVALUATE
           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "SUSPENSE REWRITE FAILED FOR ITEM "
                       SUSP-ITEM-ID " STATUS " WS-SUSP-FILE-STATUS
           END-REWRITE
           PERFORM 2600-REPORT-REPAIR.

      * A resubmitted item is the detail as the teller keyed it, with
      * the account corrected or the supervisor's override set,
      * dated for the business date and carried under the system
      * branch, and is counted into the trailer the merge writes.
       2500-RESUBMIT-ITEM.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE SUSP-TRAN-IMAGE TO TRANSACTION-RECORD
           IF SRP-CORRECT-ACCOUNT
               IF SUSP-REASON-CODE = "TOAC"
                   OR SUSP-REASON-CODE = "SAME"
                   MOVE SRP-NEW-ACCT-ID TO TRAN-TO-ACCT-ID
               ELSE
                   MOVE SRP-NEW-ACCT-ID TO TRAN-ACCT-ID
               END-IF
               MOVE SPACES TO TRAN-OVERRIDE-ID
           ELSE
               MOVE SRP-SUPERVISOR-ID TO TRAN-OVERRIDE-ID
           END-IF
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           MOVE WS-SUSP-BRANCH-ID TO TRAN-BRANCH-ID
           MOVE WS-SUSP-TELLER-ID TO TRAN-TELLER-ID
           MOVE SPACES TO RAW-RECORD
           MOVE TRANSACTION-RECORD TO RAW-RECORD
           WRITE RAW-RECORD
           SET SUSP-RESUBMITTED TO TRUE
           MOVE TRAN-AMOUNT TO WS-ITEM-HASH
           ADD 1 TO WS-MERGE-COUNT
           ADD WS-ITEM-HASH TO WS-MERGE-HASH
           ADD 1 TO WS-RESUBMIT-COUNT
           ADD SUSP-AMOUNT TO WS-RESUBMIT-AMOUNT.

       2600-REPORT-REPAIR.
           MOVE SUSP-AMOUNT TO WS-DISP-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING SRP-REJECT-DATE "-" SRP-SEQ " " SRP-ACTION " "
               SUSP-ACCT-ID " " WS-DISP-AMOUNT " "
               SRP-NEW-ACCT-ID " " SRP-USER-ID " " WS-RESULT-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * The trailer goes out last, raised by exactly the details
      * resubmitted: the upload's own count and hash plus the
      * resubmitted items, or those items alone for a batch of its
      * own.
       2700-WRITE-UPLOAD-TRAILER.
           IF TELLER-UPLOAD-PRESENT
               MOVE WS-TRAILER-IMAGE TO BATCH-CONTROL-RECORD
               ADD WS-MERGE-COUNT TO BCTL-RECORD-COUNT
               ADD WS-MERGE-HASH TO BCTL-HASH-TOTAL
           ELSE
               MOVE SPACES TO BATCH-CONTROL-RECORD
               SET BCTL-IS-TRAILER TO TRUE
               MOVE WS-BUSINESS-DATE TO BCTL-BATCH-DATE
               MOVE WS-MERGE-COUNT TO BCTL-RECORD-COUNT
               MOVE WS-MERGE-HASH TO BCTL-HASH-TOTAL
           END-IF
           MOVE SPACES TO RAW-RECORD
           MOVE BATCH-CONTROL-RECORD TO RAW-RECORD
           WRITE RAW-RECORD.

       3000-PRINT-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING "SUSPENSE REPAIR REPORT - BUSINESS DATE "
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ITEM          ACTION, ACCOUNT, AMOUNT, CORRECTED "
               "ACCOUNT, USER, RESULT:"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       3100-PRINT-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REPAIR-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "REPAIRS READ:       " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RESUBMIT-COUNT TO WS-DISP-COUNT
           MOVE WS-RESUBMIT-AMOUNT TO WS-DISP-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "RESUBMITTED:        " WS-DISP-COUNT
               " AMOUNT " WS-DISP-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RETURNED-COUNT TO WS-DISP-COUNT
           MOVE WS-RETURNED-AMOUNT TO WS-DISP-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "RETURNED TO BRANCH: " WS-DISP-COUNT
               " AMOUNT " WS-DISP-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REFUSED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "REFUSED:            " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-MERGE-COUNT TO WS-DISP-COUNT
           MOVE WS-MERGE-HASH TO WS-DISP-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ADDED TO UPLOAD:    " WS-DISP-COUNT
               " HASH   " WS-DISP-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       1900-CLOSE-FILES.
           CLOSE SUSPENSE-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE SUSPENSE-REPAIR-FILE
           CLOSE RAW-TRAN-FILE
           IF WS-WORK-FILE-STATUS NOT = "35"
               CLOSE RAW-WORK-FILE
           END-IF
           CLOSE REPAIR-REPORT.
