       IDENTIFICATION DIVISION.
      * Dual-control approval report: executed nightly after the
      * posting batch, walks the approval queue (APPROVAL-QUEUE) the
      * maintenance batches fill with sensitive changes awaiting a
      * second user. A pending item older than the run-control
      * expiry days is expired here, so an item nobody decides on
      * still lapses even on a night its batch has no decisions to
      * work. The report lists every item still awaiting approval
      * with its age, every item approved, refused, rejected or
      * expired tonight, and any checker decision on tonight's
      * decision file that could not be acted on - an unknown item,
      * an item already decided, or a decision keyed by the item's
      * own maker. It closes with tonight's counts by maker and by
      * checker, so supervisors can see who is keying what and who
      * is approving it.
       PROGRAM-ID. ACCT-APPRRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-QUEUE ASSIGN TO "APPRQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APQ-ITEM-ID
               FILE STATUS IS WS-APQ-FILE-STATUS.

           SELECT APPROVAL-DECISION-FILE ASSIGN TO "APPRIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APD-FILE-STATUS.

           SELECT APPROVAL-REPORT ASSIGN TO "APPRRPT"
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
       FD  APPROVAL-QUEUE.
           COPY APQREC.

       FD  APPROVAL-DECISION-FILE.
           COPY APDREC.

       FD  APPROVAL-REPORT.
       01  REPORT-LINE                PIC X(132).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTLREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       WORKING-STORAGE SECTION.
       01 WS-APQ-FILE-STATUS      PIC X(02).
       01 WS-APD-FILE-STATUS      PIC X(02).
       01 WS-REPORT-FILE-STATUS   PIC X(02).
       01 WS-EOF-APQ              PIC X(01) VALUE "N".
           88 NO-MORE-QUEUE-ITEMS             VALUE "Y".
       01 WS-EOF-APD              PIC X(01) VALUE "N".
           88 NO-MORE-DECISIONS               VALUE "Y".
       01 WS-CURRENT-TIMESTAMP.
           05 WS-CURRENT-DATE-TIME PIC X(21).

      *-------------------------------------------------------------*
      * Run control: business date, run id, and the number of days   *
      * a queued item may wait for approval; the WS defaults         *
      * survive a missing run control file.                          *
      *-------------------------------------------------------------*
       01 WS-RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-RUN-ID               PIC X(08) VALUE "DEFAULT ".
       01 WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
       01 WS-DUAL-EXPIRY-DAYS     PIC 9(03) VALUE 5.

      *-------------------------------------------------------------*
      * Work areas for one queue item: its age, the days it has      *
      * left, and the wording of its status for the report.          *
      *-------------------------------------------------------------*
       01 WS-ITEM-AGE-DAYS        PIC S9(05).
       01 WS-DAYS-LEFT            PIC S9(05).
       01 WS-STATUS-TEXT          PIC X(16).
       01 WS-SOURCE-TEXT          PIC X(10).
       01 WS-EXCEPTION-TEXT       PIC X(34).
       01 WS-SECTION-SW           PIC X(01).
           88 SECTION-HAS-LINES               VALUE "Y".

      *-------------------------------------------------------------*
      * Tonight's counts, overall and by user: one table for the     *
      * makers (every item pending or settled tonight counts to the  *
      * user who keyed it) and one for the checkers (every item      *
      * approved or rejected tonight counts to the user who decided  *
      * it). A user beyond the table size is counted in the totals   *
      * only and the overflow is reported.                           *
      *-------------------------------------------------------------*
       01 WS-PENDING-COUNT        PIC 9(06) VALUE ZERO.
       01 WS-APPLIED-COUNT        PIC 9(06) VALUE ZERO.
       01 WS-FAILED-COUNT         PIC 9(06) VALUE ZERO.
       01 WS-REJECTED-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-EXPIRED-COUNT        PIC 9(06) VALUE ZERO.
       01 WS-EXPIRED-HERE-COUNT   PIC 9(06) VALUE ZERO.
       01 WS-EXCEPTION-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-MAX-USERS            PIC 9(03) VALUE 100.
       01 WS-MAKER-COUNT          PIC 9(03) VALUE ZERO.
       01 WS-MAKER-IDX            PIC 9(03) VALUE ZERO.
       01 WS-MAKER-TABLE.
           05 WS-MAKER-ENTRY OCCURS 100 TIMES.
               10 WS-MK-USER-ID         PIC X(08).
               10 WS-MK-PENDING         PIC 9(06).
               10 WS-MK-APPLIED         PIC 9(06).
               10 WS-MK-FAILED          PIC 9(06).
               10 WS-MK-REJECTED        PIC 9(06).
               10 WS-MK-EXPIRED         PIC 9(06).
       01 WS-CHECKER-COUNT        PIC 9(03) VALUE ZERO.
       01 WS-CHECKER-IDX          PIC 9(03) VALUE ZERO.
       01 WS-CHECKER-TABLE.
           05 WS-CHECKER-ENTRY OCCURS 100 TIMES.
               10 WS-CK-USER-ID         PIC X(08).
               10 WS-CK-APPLIED         PIC 9(06).
               10 WS-CK-FAILED          PIC 9(06).
               10 WS-CK-REJECTED        PIC 9(06).
       01 WS-USER-FOUND-SW        PIC X(01).
           88 USER-ENTRY-FOUND                VALUE "Y".
       01 WS-WORK-USER-ID         PIC X(08).
       01 WS-OVERFLOW-SW          PIC X(01) VALUE "N".
           88 USER-TABLE-OVERFLOW             VALUE "Y".

      *-------------------------------------------------------------*
      * Run-log support: a start record is appended as the run       *
      * begins and an end record with the outcome as it finishes.    *
      * Before touching data the run proves the night's sequence     *
      * off the log: the predecessor step must have ended "OK" for   *
      * the business date and this step must not have already done   *
      * so, unless the operator set the rerun override on run        *
      * control for a deliberate rerun.                              *
      *-------------------------------------------------------------*
       01 WS-RLOG-FILE-STATUS     PIC X(02).
       01 WS-EOF-RLOG             PIC X(01).
           88 NO-MORE-RLOG-RECORDS            VALUE "Y".
       01 WS-RLOG-PROGRAM         PIC X(16) VALUE "ACCT-APPRRPT".
       01 WS-RLOG-PREDECESSOR     PIC X(16) VALUE "TEST-ACCOUNT".
       01 WS-RLOG-END-STATUS      PIC X(04) VALUE "OK".
       01 WS-PRED-DONE-SW         PIC X(01).
           88 PREDECESSOR-COMPLETED           VALUE "Y".
       01 WS-SELF-DONE-SW         PIC X(01).
           88 STEP-ALREADY-COMPLETED          VALUE "Y".
       01 WS-RERUN-OVERRIDE-SW    PIC X(01) VALUE "N".
           88 RERUN-OVERRIDE-ON               VALUE "Y".
       01 WS-RLOG-DATE-TIME       PIC X(21).
       01 WS-RLOG-TIMESTAMP.
           05 WS-RLOG-TS-DATE         PIC 9(08).
           05 WS-RLOG-TS-TIME         PIC 9(06).
       01 WS-RLOG-TIMESTAMP-NUM REDEFINES WS-RLOG-TIMESTAMP
                                  PIC 9(14).

      *-------------------------------------------------------------*
      * Edited (human-readable) copies of counts and days for the    *
      * printed report.                                              *
      *-------------------------------------------------------------*
       01 WS-DISP-DAYS            PIC -(4)9.
       01 WS-DISP-LEFT            PIC -(4)9.
       01 WS-DISP-COUNT           PIC ZZZZZ9.
       01 WS-DISP-COUNT-2         PIC ZZZZZ9.
       01 WS-DISP-COUNT-3         PIC ZZZZZ9.
       01 WS-DISP-COUNT-4         PIC ZZZZZ9.
       01 WS-DISP-COUNT-5         PIC ZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1050-READ-RUN-CONTROL
           PERFORM 1070-CHECK-RUN-LOG
           PERFORM 1080-WRITE-RUN-LOG-START
           PERFORM 1000-OPEN-FILES
           PERFORM 3000-PRINT-REPORT-HEADING
           PERFORM 2000-EXPIRE-AND-COUNT-ITEMS
           PERFORM 2200-LIST-PENDING-ITEMS
           PERFORM 2300-LIST-SETTLED-ITEMS
           PERFORM 2400-CHECK-DECISIONS
           PERFORM 3100-PRINT-USER-SUMMARY
           PERFORM 3200-PRINT-REPORT-TOTALS
           PERFORM 1900-CLOSE-FILES
           DISPLAY "Awaiting approval:  " WS-PENDING-COUNT
           DISPLAY "Applied: " WS-APPLIED-COUNT
               " refused by edits: " WS-FAILED-COUNT
               " rejected: " WS-REJECTED-COUNT
               " expired: " WS-EXPIRED-COUNT
           IF WS-EXCEPTION-COUNT > ZERO OR USER-TABLE-OVERFLOW
               DISPLAY "APPROVAL DECISIONS NOT ACTED ON: "
                   WS-EXCEPTION-COUNT " - SEE REPORT"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "Dual-control approval report finished."
           END-IF
           PERFORM 8000-WRITE-RUN-LOG-END
           STOP RUN.

      * The business date and expiry days come from the run control
      * file; without one the run uses the wall-clock date and says
      * so for the operations log.
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
               PERFORM 1060-DEFAULT-RUN-CONTROL
           END-IF
           DISPLAY "RUN " WS-RUN-ID " BUSINESS DATE "
               WS-BUSINESS-DATE.

       1060-DEFAULT-RUN-CONTROL.
           DISPLAY "RUN CONTROL FILE NOT AVAILABLE - USING "
               "WALL-CLOCK DATE AND COMPILED DEFAULTS"
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-BUSINESS-DATE.

      * Prove the night's sequence off the run log before touching
      * data: the predecessor must have completed for this business
      * date and this step must not have already completed. The
      * operator's rerun override on run control waives both checks
      * for a deliberate rerun. A refusal ends with return code 8
      * before any file is updated.
       1070-CHECK-RUN-LOG.
           MOVE "N" TO WS-EOF-RLOG
           MOVE "N" TO WS-PRED-DONE-SW
           MOVE "N" TO WS-SELF-DONE-SW
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
           OPEN I-O APPROVAL-QUEUE
           IF WS-APQ-FILE-STATUS = "35"
               OPEN OUTPUT APPROVAL-QUEUE
               CLOSE APPROVAL-QUEUE
               OPEN I-O APPROVAL-QUEUE
           END-IF
           OPEN OUTPUT APPROVAL-REPORT.

      * First pass over the queue: expire what has waited too long,
      * then count every item still pending or settled tonight to
      * its maker and (for a decided item) its checker.
       2000-EXPIRE-AND-COUNT-ITEMS.
           PERFORM 2050-START-QUEUE
           PERFORM UNTIL NO-MORE-QUEUE-ITEMS
               READ APPROVAL-QUEUE NEXT RECORD
                   AT END
                       SET NO-MORE-QUEUE-ITEMS TO TRUE
                   NOT AT END
                       IF APQ-PENDING
                           PERFORM 2110-EXPIRE-IF-TOO-OLD
                       END-IF
                       PERFORM 2120-COUNT-ITEM
               END-READ
           END-PERFORM.

       2050-START-QUEUE.
           MOVE "N" TO WS-EOF-APQ
           MOVE LOW-VALUES TO APQ-ITEM-ID
           START APPROVAL-QUEUE KEY IS >= APQ-ITEM-ID
               INVALID KEY
                   SET NO-MORE-QUEUE-ITEMS TO TRUE
           END-START.

      * The same rule the maintenance batches apply when a decision
      * arrives: an item queued more than the expiry days before the
      * business date can no longer be approved.
       2110-EXPIRE-IF-TOO-OLD.
           PERFORM 2130-COMPUTE-ITEM-AGE
           IF WS-ITEM-AGE-DAYS > WS-DUAL-EXPIRY-DAYS
               SET APQ-EXPIRED TO TRUE
               MOVE WS-BUSINESS-DATE TO APQ-DECISION-DATE
               MOVE SPACES TO APQ-CHECKER-ID
               MOVE "NOT APPROVED IN TIME" TO APQ-REASON
               REWRITE APPROVAL-QUEUE-RECORD
               ADD 1 TO WS-EXPIRED-HERE-COUNT
               DISPLAY "APPROVAL ITEM " APQ-ITEM-ID " EXPIRED"
           END-IF.

       2120-COUNT-ITEM.
           IF APQ-PENDING OR APQ-DECISION-DATE = WS-BUSINESS-DATE
               MOVE APQ-MAKER-ID TO WS-WORK-USER-ID
               PERFORM 2500-FIND-OR-ADD-MAKER
               IF APQ-APPLIED OR APQ-APPLY-FAILED OR APQ-REJECTED
                   MOVE APQ-CHECKER-ID TO WS-WORK-USER-ID
                   PERFORM 2600-FIND-OR-ADD-CHECKER
               ELSE
                   MOVE ZERO TO WS-CHECKER-IDX
               END-IF
               EVALUATE TRUE
                   WHEN APQ-PENDING
                       ADD 1 TO WS-PENDING-COUNT
                       IF WS-MAKER-IDX > 0
                           ADD 1 TO WS-MK-PENDING(WS-MAKER-IDX)
                       END-IF
                   WHEN APQ-APPLIED
                       ADD 1 TO WS-APPLIED-COUNT
                       IF WS-MAKER-IDX > 0
                           ADD 1 TO WS-MK-APPLIED(WS-MAKER-IDX)
                       END-IF
                       IF WS-CHECKER-IDX > 0
                           ADD 1 TO WS-CK-APPLIED(WS-CHECKER-IDX)
                       END-IF
                   WHEN APQ-APPLY-FAILED
                       ADD 1 TO WS-FAILED-COUNT
                       IF WS-MAKER-IDX > 0
                           ADD 1 TO WS-MK-FAILED(WS-MAKER-IDX)
                       END-IF
                       IF WS-CHECKER-IDX > 0
                           ADD 1 TO WS-CK-FAILED(WS-CHECKER-IDX)
                       END-IF
                   WHEN APQ-REJECTED
                       ADD 1 TO WS-REJECTED-COUNT
                       IF WS-MAKER-IDX > 0
                           ADD 1 TO WS-MK-REJECTED(WS-MAKER-IDX)
                       END-IF
                       IF WS-CHECKER-IDX > 0
                           ADD 1 TO WS-CK-REJECTED(WS-CHECKER-IDX)
                       END-IF
                   WHEN APQ-EXPIRED
                       ADD 1 TO WS-EXPIRED-COUNT
                       IF WS-MAKER-IDX > 0
                           ADD 1 TO WS-MK-EXPIRED(WS-MAKER-IDX)
                       END-IF
               END-EVALUATE
           END-IF.

       2130-COMPUTE-ITEM-AGE.
           COMPUTE WS-ITEM-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               - FUNCTION INTEGER-OF-DATE(APQ-QUEUE-DATE)
           COMPUTE WS-DAYS-LEFT = WS-DUAL-EXPIRY-DAYS
               - WS-ITEM-AGE-DAYS.

      * Second pass: every item still awaiting a checker, oldest
      * first (the queue is keyed by the date queued).
       2200-LIST-PENDING-ITEMS.
           MOVE SPACES TO REPORT-LINE
           STRING "ITEMS AWAITING APPROVAL (EXPIRE AFTER "
               WS-DUAL-EXPIRY-DAYS " DAYS)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ITEM         SOURCE     TYPE SUBJECT    MAKER   "
               "   AGE  LEFT"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "N" TO WS-SECTION-SW
           PERFORM 2050-START-QUEUE
           PERFORM UNTIL NO-MORE-QUEUE-ITEMS
               READ APPROVAL-QUEUE NEXT RECORD
                   AT END
                       SET NO-MORE-QUEUE-ITEMS TO TRUE
                   NOT AT END
                       IF APQ-PENDING
                           PERFORM 2210-PRINT-PENDING-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF NOT SECTION-HAS-LINES
               MOVE SPACES TO REPORT-LINE
               STRING "  NONE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       2210-PRINT-PENDING-LINE.
           SET SECTION-HAS-LINES TO TRUE
           PERFORM 2130-COMPUTE-ITEM-AGE
           PERFORM 2700-SET-SOURCE-TEXT
           MOVE WS-ITEM-AGE-DAYS TO WS-DISP-DAYS
           MOVE WS-DAYS-LEFT TO WS-DISP-LEFT
           MOVE SPACES TO REPORT-LINE
           STRING APQ-ITEM-ID " " WS-SOURCE-TEXT " "
               APQ-CHANGE-TYPE " " APQ-SUBJECT-ID " "
               APQ-MAKER-ID " " WS-DISP-DAYS " " WS-DISP-LEFT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * Third pass: everything settled tonight, whether by a
      * checker in a maintenance batch or by expiry.
       2300-LIST-SETTLED-ITEMS.
           MOVE SPACES TO REPORT-LINE
           STRING "ITEMS SETTLED ON " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ITEM         SOURCE     TYPE SUBJECT    MAKER    "
               "CHECKER  OUTCOME          REASON"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "N" TO WS-SECTION-SW
           PERFORM 2050-START-QUEUE
           PERFORM UNTIL NO-MORE-QUEUE-ITEMS
               READ APPROVAL-QUEUE NEXT RECORD
                   AT END
                       SET NO-MORE-QUEUE-ITEMS TO TRUE
                   NOT AT END
                       IF NOT APQ-PENDING
                           AND APQ-DECISION-DATE = WS-BUSINESS-DATE
                           PERFORM 2310-PRINT-SETTLED-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF NOT SECTION-HAS-LINES
               MOVE SPACES TO REPORT-LINE
               STRING "  NONE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       2310-PRINT-SETTLED-LINE.
           SET SECTION-HAS-LINES TO TRUE
           PERFORM 2700-SET-SOURCE-TEXT
           EVALUATE TRUE
               WHEN APQ-APPLIED
                   MOVE "APPROVED/APPLIED" TO WS-STATUS-TEXT
               WHEN APQ-APPLY-FAILED
                   MOVE "APPROVED/REFUSED" TO WS-STATUS-TEXT
               WHEN APQ-REJECTED
                   MOVE "REJECTED" TO WS-STATUS-TEXT
               WHEN APQ-EXPIRED
                   MOVE "EXPIRED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE APQ-STATUS TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           STRING APQ-ITEM-ID " " WS-SOURCE-TEXT " "
               APQ-CHANGE-TYPE " " APQ-SUBJECT-ID " "
               APQ-MAKER-ID " " APQ-CHECKER-ID " "
               WS-STATUS-TEXT " " APQ-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * Tonight's decisions that found nothing to act on. The
      * maintenance batches refuse these on the console; the report
      * puts them in front of a supervisor. A decision on an item
      * decided tonight is its own, not an exception.
       2400-CHECK-DECISIONS.
           MOVE SPACES TO REPORT-LINE
           STRING "DECISIONS NOT ACTED ON"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "N" TO WS-SECTION-SW
           OPEN INPUT APPROVAL-DECISION-FILE
           IF WS-APD-FILE-STATUS NOT = "00"
               SET NO-MORE-DECISIONS TO TRUE
           END-IF
           PERFORM UNTIL NO-MORE-DECISIONS
               READ APPROVAL-DECISION-FILE
                   AT END
                       SET NO-MORE-DECISIONS TO TRUE
                   NOT AT END
                       PERFORM 2410-CHECK-ONE-DECISION
               END-READ
           END-PERFORM
           IF WS-APD-FILE-STATUS NOT = "35"
               CLOSE APPROVAL-DECISION-FILE
           END-IF
           IF NOT SECTION-HAS-LINES
               MOVE SPACES TO REPORT-LINE
               STRING "  NONE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       2410-CHECK-ONE-DECISION.
           MOVE SPACES TO WS-EXCEPTION-TEXT
           MOVE APD-ITEM-ID TO APQ-ITEM-ID
           READ APPROVAL-QUEUE
               INVALID KEY
                   MOVE "NO SUCH ITEM" TO WS-EXCEPTION-TEXT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT APD-IS-APPROVE AND NOT APD-IS-REJECT
                           MOVE "INVALID DECISION CODE"
                               TO WS-EXCEPTION-TEXT
                       WHEN APD-CHECKER-ID = SPACES
                       WHEN APD-CHECKER-ID = APQ-MAKER-ID
                           MOVE "REFUSED - MAKER CANNOT APPROVE"
                               TO WS-EXCEPTION-TEXT
                       WHEN APQ-PENDING
                           AND APQ-QUEUE-DATE = WS-BUSINESS-DATE
                           MOVE "QUEUED TONIGHT - DECIDE NEXT RUN"
                               TO WS-EXCEPTION-TEXT
                       WHEN APQ-PENDING
                           MOVE "STILL PENDING - NOT WORKED"
                               TO WS-EXCEPTION-TEXT
                       WHEN APQ-DECISION-DATE NOT = WS-BUSINESS-DATE
                           MOVE "ALREADY DECIDED" TO WS-EXCEPTION-TEXT
                       WHEN APQ-EXPIRED
                           MOVE "ITEM HAD EXPIRED" TO WS-EXCEPTION-TEXT
                       WHEN APD-CHECKER-ID NOT = APQ-CHECKER-ID
                           MOVE "ALREADY DECIDED BY ANOTHER CHECKER"
                               TO WS-EXCEPTION-TEXT
                   END-EVALUATE
           END-READ
           IF WS-EXCEPTION-TEXT NOT = SPACES
               SET SECTION-HAS-LINES TO TRUE
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING APD-ITEM-ID " " APD-DECISION " "
                   APD-CHECKER-ID " " WS-EXCEPTION-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       2500-FIND-OR-ADD-MAKER.
           MOVE "N" TO WS-USER-FOUND-SW
           PERFORM VARYING WS-MAKER-IDX FROM 1 BY 1
                   UNTIL WS-MAKER-IDX > WS-MAKER-COUNT
               IF WS-MK-USER-ID(WS-MAKER-IDX) = WS-WORK-USER-ID
                   SET USER-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT USER-ENTRY-FOUND
               IF WS-MAKER-COUNT < WS-MAX-USERS
                   ADD 1 TO WS-MAKER-COUNT
                   MOVE WS-MAKER-COUNT TO WS-MAKER-IDX
                   MOVE WS-WORK-USER-ID TO WS-MK-USER-ID(WS-MAKER-IDX)
                   MOVE ZERO TO WS-MK-PENDING(WS-MAKER-IDX)
                   MOVE ZERO TO WS-MK-APPLIED(WS-MAKER-IDX)
                   MOVE ZERO TO WS-MK-FAILED(WS-MAKER-IDX)
                   MOVE ZERO TO WS-MK-REJECTED(WS-MAKER-IDX)
                   MOVE ZERO TO WS-MK-EXPIRED(WS-MAKER-IDX)
               ELSE
                   SET USER-TABLE-OVERFLOW TO TRUE
                   DISPLAY "MAKER TABLE FULL - " WS-WORK-USER-ID
                       " NOT SUMMARIZED"
                   MOVE ZERO TO WS-MAKER-IDX
               END-IF
           END-IF.

       2600-FIND-OR-ADD-CHECKER.
           MOVE "N" TO WS-USER-FOUND-SW
           PERFORM VARYING WS-CHECKER-IDX FROM 1 BY 1
                   UNTIL WS-CHECKER-IDX > WS-CHECKER-COUNT
               IF WS-CK-USER-ID(WS-CHECKER-IDX) = WS-WORK-USER-ID
                   SET USER-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT USER-ENTRY-FOUND
               IF WS-CHECKER-COUNT < WS-MAX-USERS
                   ADD 1 TO WS-CHECKER-COUNT
                   MOVE WS-CHECKER-COUNT TO WS-CHECKER-IDX
                   MOVE WS-WORK-USER-ID
                       TO WS-CK-USER-ID(WS-CHECKER-IDX)
                   MOVE ZERO TO WS-CK-APPLIED(WS-CHECKER-IDX)
                   MOVE ZERO TO WS-CK-FAILED(WS-CHECKER-IDX)
                   MOVE ZERO TO WS-CK-REJECTED(WS-CHECKER-IDX)
               ELSE
                   SET USER-TABLE-OVERFLOW TO TRUE
                   DISPLAY "CHECKER TABLE FULL - " WS-WORK-USER-ID
                       " NOT SUMMARIZED"
                   MOVE ZERO TO WS-CHECKER-IDX
               END-IF
           END-IF.

       2700-SET-SOURCE-TEXT.
           EVALUATE TRUE
               WHEN APQ-FROM-ACCT-MAINT
                   MOVE "ACCT-MAINT" TO WS-SOURCE-TEXT
               WHEN APQ-FROM-CUST-MAINT
                   MOVE "CUST-MAINT" TO WS-SOURCE-TEXT
               WHEN APQ-FROM-STOP-MAINT
                   MOVE "STOP-MAINT" TO WS-SOURCE-TEXT
               WHEN APQ-FROM-SORD-MAINT
                   MOVE "SORD-MAINT" TO WS-SOURCE-TEXT
               WHEN OTHER
                   MOVE APQ-SOURCE TO WS-SOURCE-TEXT
           END-EVALUATE.

       3000-PRINT-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING "DUAL-CONTROL APPROVAL REPORT - BUSINESS DATE "
               WS-BUSINESS-DATE "  RUN " WS-RUN-ID
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       3100-PRINT-USER-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           STRING "BY MAKER   PENDING APPLIED REFUSED REJECTD EXPIRED"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-MAKER-IDX FROM 1 BY 1
                   UNTIL WS-MAKER-IDX > WS-MAKER-COUNT
               MOVE WS-MK-PENDING(WS-MAKER-IDX) TO WS-DISP-COUNT
               MOVE WS-MK-APPLIED(WS-MAKER-IDX) TO WS-DISP-COUNT-2
               MOVE WS-MK-FAILED(WS-MAKER-IDX) TO WS-DISP-COUNT-3
               MOVE WS-MK-REJECTED(WS-MAKER-IDX) TO WS-DISP-COUNT-4
               MOVE WS-MK-EXPIRED(WS-MAKER-IDX) TO WS-DISP-COUNT-5
               MOVE SPACES TO REPORT-LINE
               STRING WS-MK-USER-ID(WS-MAKER-IDX) "  "
                   WS-DISP-COUNT "  " WS-DISP-COUNT-2 "  "
                   WS-DISP-COUNT-3 "  " WS-DISP-COUNT-4 "  "
                   WS-DISP-COUNT-5
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BY CHECKER         APPLIED REFUSED REJECTD"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-CHECKER-IDX FROM 1 BY 1
                   UNTIL WS-CHECKER-IDX > WS-CHECKER-COUNT
               MOVE WS-CK-APPLIED(WS-CHECKER-IDX) TO WS-DISP-COUNT-2
               MOVE WS-CK-FAILED(WS-CHECKER-IDX) TO WS-DISP-COUNT-3
               MOVE WS-CK-REJECTED(WS-CHECKER-IDX) TO WS-DISP-COUNT-4
               MOVE SPACES TO REPORT-LINE
               STRING WS-CK-USER-ID(WS-CHECKER-IDX) "          "
                   WS-DISP-COUNT-2 "  " WS-DISP-COUNT-3 "  "
                   WS-DISP-COUNT-4
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       3200-PRINT-REPORT-TOTALS.
           MOVE WS-PENDING-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "AWAITING APPROVAL:        " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-APPLIED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "APPROVED AND APPLIED:     " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FAILED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "APPROVED, REFUSED BY EDIT:" WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REJECTED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "REJECTED BY CHECKER:      " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-EXPIRED-COUNT TO WS-DISP-COUNT
           MOVE WS-EXPIRED-HERE-COUNT TO WS-DISP-COUNT-2
           MOVE SPACES TO REPORT-LINE
           STRING "EXPIRED:                  " WS-DISP-COUNT
               "  (EXPIRED BY THIS RUN " WS-DISP-COUNT-2 ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE WS-EXCEPTION-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "DECISIONS NOT ACTED ON:   " WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF USER-TABLE-OVERFLOW
               MOVE SPACES TO REPORT-LINE
               STRING "USER TABLE FULL - SUMMARY BY USER INCOMPLETE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       1900-CLOSE-FILES.
           CLOSE APPROVAL-QUEUE
           CLOSE APPROVAL-REPORT.
