       IDENTIFICATION DIVISION.
      * Aged suspense report: executed nightly after the pre-posting
      * edit, walks the suspense file (SUSPENSE-FILE) of rejected
      * transaction details and refreshes the age in days of every
      * item still open against the business date. Open items are
      * listed oldest first with where they were keyed, the account,
      * type, amount, reject reason and age; an item open longer
      * than the run-control escalation days is flagged ESCALATE so
      * operations can chase the branch. A summary by branch and
      * teller follows - items open, their net amount, how many are
      * escalated, and the oldest - then every item repaired or
      * returned to its branch tonight. Any escalated item ends the
      * run with return code 4.
       PROGRAM-ID. ACCT-SUSPRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-ITEM-ID
               FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT SUSPENSE-REPORT ASSIGN TO "SUSPRPT"
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

       FD  SUSPENSE-REPORT.
       01  REPORT-LINE                PIC X(132).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTLREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       WORKING-STORAGE SECTION.
       01 WS-SUSP-FILE-STATUS     PIC X(02).
       01 WS-REPORT-FILE-STATUS   PIC X(02).
       01 WS-EOF-SUSP             PIC X(01) VALUE "N".
           88 NO-MORE-SUSPENSE-ITEMS          VALUE "Y".
       01 WS-CURRENT-TIMESTAMP.
           05 WS-CURRENT-DATE-TIME PIC X(21).

      *-------------------------------------------------------------*
      * Run control: business date, run id, and the number of days   *
      * an item may sit open before it is escalated; the WS          *
      * defaults survive a missing run control file.                 *
      *-------------------------------------------------------------*
       01 WS-RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-RUN-ID               PIC X(08) VALUE "DEFAULT ".
       01 WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
       01 WS-ESCALATE-DAYS        PIC 9(03) VALUE 5.

      *-------------------------------------------------------------*
      * Work areas for one suspense item: its age, whether it is     *
      * escalated, and the wording of its outcome for the report.    *
      *-------------------------------------------------------------*
       01 WS-ITEM-AGE-DAYS        PIC S9(05).
       01 WS-ESCALATE-TEXT        PIC X(08).
       01 WS-OUTCOME-TEXT         PIC X(20).
       01 WS-SECTION-SW           PIC X(01).
           88 SECTION-HAS-LINES               VALUE "Y".

      *-------------------------------------------------------------*
      * Open items overall and by the branch and teller that keyed   *
      * them. A branch and teller beyond the table size is counted   *
      * in the totals only and the overflow is reported.             *
      *-------------------------------------------------------------*
       01 WS-OPEN-COUNT           PIC 9(06) VALUE ZERO.
       01 WS-OPEN-AMOUNT          PIC S9(11)V99 VALUE ZERO
                                  SIGN IS TRAILING SEPARATE.
       01 WS-ESCALATED-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-CLEARED-COUNT        PIC 9(06) VALUE ZERO.
       01 WS-MAX-KEYERS           PIC 9(03) VALUE 100.
       01 WS-KEYER-COUNT          PIC 9(03) VALUE ZERO.
       01 WS-KEYER-IDX            PIC 9(03) VALUE ZERO.
       01 WS-KEYER-TABLE.
           05 WS-KEYER-ENTRY OCCURS 100 TIMES.
               10 WS-KY-BRANCH-ID       PIC X(04).
               10 WS-KY-TELLER-ID       PIC X(08).
               10 WS-KY-OPEN            PIC 9(06).
               10 WS-KY-AMOUNT          PIC S9(11)V99
                                        SIGN IS TRAILING SEPARATE.
               10 WS-KY-ESCALATED       PIC 9(06).
               10 WS-KY-OLDEST          PIC 9(05).
       01 WS-KEYER-FOUND-SW       PIC X(01).
           88 KEYER-ENTRY-FOUND               VALUE "Y".
       01 WS-OVERFLOW-SW          PIC X(01) VALUE "N".
           88 KEYER-TABLE-OVERFLOW            VALUE "Y".

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
       01 WS-RLOG-PROGRAM         PIC X(16) VALUE "ACCT-SUSPRPT".
       01 WS-RLOG-PREDECESSOR     PIC X(16) VALUE "ACCT-EDIT".
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
      * Edited (human-readable) copies of amounts, counts and days   *
      * for the printed report.                                      *
      *-------------------------------------------------------------*
       01 WS-DISP-AMOUNT          PIC -(10)9.99.
       01 WS-DISP-DAYS            PIC -(4)9.
       01 WS-DISP-COUNT           PIC ZZZZZ9.
       01 WS-DISP-COUNT-2         PIC ZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1050-READ-RUN-CONTROL
           PERFORM 1070-CHECK-RUN-LOG
           PERFORM 1080-WRITE-RUN-LOG-START
           PERFORM 1000-OPEN-FILES
           PERFORM 3000-PRINT-REPORT-HEADING
           PERFORM 2000-LIST-OPEN-ITEMS
           PERFORM 2300-LIST-CLEARED-ITEMS
           PERFORM 3100-PRINT-KEYER-SUMMARY
           PERFORM 3200-PRINT-REPORT-TOTALS
           PERFORM 1900-CLOSE-FILES
           DISPLAY "Items open in suspense: " WS-OPEN-COUNT
           DISPLAY "Items cleared tonight:  " WS-CLEARED-COUNT
           IF WS-ESCALATED-COUNT > ZERO OR KEYER-TABLE-OVERFLOW
               DISPLAY "SUSPENSE ITEMS ESCALATED: "
                   WS-ESCALATED-COUNT " - SEE REPORT"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "Aged suspense report finished."
           END-IF
           PERFORM 8000-WRITE-RUN-LOG-END
           STOP RUN.

      * The business date and escalation days come from the run
      * control file; without one the run uses the wall-clock date
      * and says so for the operations log.
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
                       IF RUN-SUSP-ESCALATE-DAYS IS NUMERIC
                           MOVE RUN-SUSP-ESCALATE-DAYS
                               TO WS-ESCALATE-DAYS
                       ELSE
                           DISPLAY "RUN CONTROL SUSPENSE ESCALATION "
                               "DAYS NOT PRESENT - KEEPING DEFAULT "
                               WS-ESCALATE-DAYS
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
           OPEN I-O SUSPENSE-FILE
           IF WS-SUSP-FILE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF
           OPEN OUTPUT SUSPENSE-REPORT.

       2050-START-SUSPENSE.
           MOVE "N" TO WS-EOF-SUSP
           MOVE LOW-VALUES TO SUSP-ITEM-ID
           START SUSPENSE-FILE KEY IS >= SUSP-ITEM-ID
               INVALID KEY
                   SET NO-MORE-SUSPENSE-ITEMS TO TRUE
           END-START.

      * First pass: every item still open, oldest first (the file is
      * keyed by the date rejected), with its age refreshed on file
      * and counted to the branch and teller that keyed it.
       2000-LIST-OPEN-ITEMS.
           MOVE SPACES TO REPORT-LINE
           STRING "ITEMS OPEN IN SUSPENSE (ESCALATE AFTER "
               WS-ESCALATE-DAYS " DAYS)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ITEM          BRCH TELLER   ACCOUNT    T        "
               "  AMOUNT RSN    AGE"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "N" TO WS-SECTION-SW
           PERFORM 2050-START-SUSPENSE
           PERFORM UNTIL NO-MORE-SUSPENSE-ITEMS
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       SET NO-MORE-SUSPENSE-ITEMS TO TRUE
                   NOT AT END
                       IF SUSP-OPEN
                           PERFORM 2100-AGE-OPEN-ITEM
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

       2100-AGE-OPEN-ITEM.
           SET SECTION-HAS-LINES TO TRUE
           COMPUTE WS-ITEM-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               - FUNCTION INTEGER-OF-DATE(SUSP-REJECT-DATE)
           IF WS-ITEM-AGE-DAYS < ZERO
               MOVE ZERO TO WS-ITEM-AGE-DAYS
           END-IF
           IF SUSP-AGE-DAYS NOT = WS-ITEM-AGE-DAYS
               MOVE WS-ITEM-AGE-DAYS TO SUSP-AGE-DAYS
               REWRITE SUSPENSE-RECORD
                   INVALID KEY
                       DISPLAY "SUSPENSE REWRITE FAILED FOR ITEM "
                           SUSP-ITEM-ID " STATUS "
                           WS-SUSP-FILE-STATUS
               END-REWRITE
           END-IF
           ADD 1 TO WS-OPEN-COUNT
           ADD SUSP-AMOUNT TO WS-OPEN-AMOUNT
           PERFORM 2500-FIND-OR-ADD-KEYER
           IF WS-KEYER-IDX > 0
               ADD 1 TO WS-KY-OPEN(WS-KEYER-IDX)
               ADD SUSP-AMOUNT TO WS-KY-AMOUNT(WS-KEYER-IDX)
               IF SUSP-AGE-DAYS > WS-KY-OLDEST(WS-KEYER-IDX)
                   MOVE SUSP-AGE-DAYS TO WS-KY-OLDEST(WS-KEYER-IDX)
               END-IF
           END-IF
           MOVE SPACES TO WS-ESCALATE-TEXT
           IF WS-ITEM-AGE-DAYS > WS-ESCALATE-DAYS
               MOVE "ESCALATE" TO WS-ESCALATE-TEXT
               ADD 1 TO WS-ESCALATED-COUNT
               IF WS-KEYER-IDX > 0
                   ADD 1 TO WS-KY-ESCALATED(WS-KEYER-IDX)
               END-IF
           END-IF
           MOVE SUSP-AMOUNT TO WS-DISP-AMOUNT
           MOVE WS-ITEM-AGE-DAYS TO WS-DISP-DAYS
           MOVE SPACES TO REPORT-LINE
           STRING SUSP-REJECT-DATE "-" SUSP-SEQ " " SUSP-BRANCH-ID " "
               SUSP-TELLER-ID " " SUSP-ACCT-ID " " SUSP-TRAN-TYPE " "
               WS-DISP-AMOUNT " " SUSP-REASON-CODE " " WS-DISP-DAYS
               " " WS-ESCALATE-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * Second pass: everything that left suspense tonight, by
      * resubmission or by return to its branch.
       2300-LIST-CLEARED-ITEMS.
           MOVE SPACES TO REPORT-LINE
           STRING "ITEMS CLEARED ON " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ITEM          BRCH TELLER   ACCOUNT    T        "
               "  AMOUNT RSN  OUTCOME              USER     SUPV"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "N" TO WS-SECTION-SW
           PERFORM 2050-START-SUSPENSE
           PERFORM UNTIL NO-MORE-SUSPENSE-ITEMS
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       SET NO-MORE-SUSPENSE-ITEMS TO TRUE
                   NOT AT END
                       IF NOT SUSP-OPEN
                           AND SUSP-CLEARED-DATE = WS-BUSINESS-DATE
                           PERFORM 2310-PRINT-CLEARED-LINE
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

       2310-PRINT-CLEARED-LINE.
           SET SECTION-HAS-LINES TO TRUE
           ADD 1 TO WS-CLEARED-COUNT
           EVALUATE TRUE
               WHEN SUSP-ACCOUNT-CORRECTED
                   MOVE SPACES TO WS-OUTCOME-TEXT
                   STRING "TO " SUSP-REPAIR-ACCT-ID
                       DELIMITED BY SIZE INTO WS-OUTCOME-TEXT
               WHEN SUSP-FORCE-POSTED
                   MOVE "FORCE-POSTED" TO WS-OUTCOME-TEXT
               WHEN SUSP-BRANCH-RETURN
                   MOVE "RETURNED TO BRANCH" TO WS-OUTCOME-TEXT
               WHEN OTHER
                   MOVE SUSP-STATUS TO WS-OUTCOME-TEXT
           END-EVALUATE
           MOVE SUSP-AMOUNT TO WS-DISP-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING SUSP-REJECT-DATE "-" SUSP-SEQ " " SUSP-BRANCH-ID " "
               SUSP-TELLER-ID " " SUSP-ACCT-ID " " SUSP-TRAN-TYPE " "
               WS-DISP-AMOUNT " " SUSP-REASON-CODE " "
               WS-OUTCOME-TEXT " " SUSP-REPAIR-USER-ID " "
               SUSP-SUPERVISOR-ID
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       2500-FIND-OR-ADD-KEYER.
           MOVE "N" TO WS-KEYER-FOUND-SW
           PERFORM VARYING WS-KEYER-IDX FROM 1 BY 1
                   UNTIL WS-KEYER-IDX > WS-KEYER-COUNT
               IF WS-KY-BRANCH-ID(WS-KEYER-IDX) = SUSP-BRANCH-ID
                   AND WS-KY-TELLER-ID(WS-KEYER-IDX) = SUSP-TELLER-ID
                   SET KEYER-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT KEYER-ENTRY-FOUND
               IF WS-KEYER-COUNT < WS-MAX-KEYERS
                   ADD 1 TO WS-KEYER-COUNT
                   MOVE WS-KEYER-COUNT TO WS-KEYER-IDX
                   MOVE SUSP-BRANCH-ID
                       TO WS-KY-BRANCH-ID(WS-KEYER-IDX)
                   MOVE SUSP-TELLER-ID
                       TO WS-KY-TELLER-ID(WS-KEYER-IDX)
                   MOVE ZERO TO WS-KY-OPEN(WS-KEYER-IDX)
                   MOVE ZERO TO WS-KY-AMOUNT(WS-KEYER-IDX)
                   MOVE ZERO TO WS-KY-ESCALATED(WS-KEYER-IDX)
                   MOVE ZERO TO WS-KY-OLDEST(WS-KEYER-IDX)
               ELSE
                   SET KEYER-TABLE-OVERFLOW TO TRUE
                   DISPLAY "BRANCH/TELLER TABLE FULL - "
                       SUSP-BRANCH-ID " " SUSP-TELLER-ID
                       " NOT SUMMARIZED"
                   MOVE ZERO TO WS-KEYER-IDX
               END-IF
           END-IF.

       3000-PRINT-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING "AGED SUSPENSE REPORT - BUSINESS DATE "
               WS-BUSINESS-DATE "  RUN " WS-RUN-ID
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       3100-PRINT-KEYER-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           STRING "BY BRANCH/TELLER  OPEN        NET AMOUNT ESCALTD "
               "OLDEST"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-KEYER-IDX FROM 1 BY 1
                   UNTIL WS-KEYER-IDX > WS-KEYER-COUNT
               MOVE WS-KY-OPEN(WS-KEYER-IDX) TO WS-DISP-COUNT
               MOVE WS-KY-AMOUNT(WS-KEYER-IDX) TO WS-DISP-AMOUNT
               MOVE WS-KY-ESCALATED(WS-KEYER-IDX) TO WS-DISP-COUNT-2
               MOVE WS-KY-OLDEST(WS-KEYER-IDX) TO WS-DISP-DAYS
               MOVE SPACES TO REPORT-LINE
               STRING WS-KY-BRANCH-ID(WS-KEYER-IDX) " "
                   WS-KY-TELLER-ID(WS-KEYER-IDX) " " WS-DISP-COUNT
                   " " WS-DISP-AMOUNT " " WS-DISP-COUNT-2 "  "
                   WS-DISP-DAYS
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           IF KEYER-TABLE-OVERFLOW
               MOVE SPACES TO REPORT-LINE
               STRING "  BRANCH/TELLER TABLE FULL - SOME ITEMS IN "
                   "TOTALS ONLY"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       3200-PRINT-REPORT-TOTALS.
           MOVE WS-OPEN-COUNT TO WS-DISP-COUNT
           MOVE WS-OPEN-AMOUNT TO WS-DISP-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ITEMS OPEN:        " WS-DISP-COUNT
               " NET AMOUNT " WS-DISP-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ESCALATED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ITEMS ESCALATED:   " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CLEARED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "CLEARED TONIGHT:   " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       1900-CLOSE-FILES.
           CLOSE SUSPENSE-FILE
           CLOSE SUSPENSE-REPORT.
