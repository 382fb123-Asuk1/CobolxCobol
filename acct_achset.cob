       IDENTIFICATION DIVISION.
      * Clearing-house settlement and return run: executed after the
      * posting batch, works the intake run's pending file entry by
      * entry. An entry returned at intake goes straight to the
      * return file. An entry passed to posting is matched to its
      * outcome on the current keyed journal - the business date's
      * entry under the same account, the "SYSACH" system teller,
      * and the same amount, each journal entry matched once: a
      * posted credit or debit settles it; a debit declined for
      * insufficient funds returns "R01"; a debit stopped by a
      * stop-payment order returns "R08". The return file goes out
      * in the clearing house's own layout (ACHREC.cpy) with header,
      * one entry per return naming the original trace number and
      * reason, and a file control record. The settlement report
      * proves the inbound file's control totals equal what posted
      * plus what was returned. A passed entry with no outcome on
      * the journal (refused by the edit or skipped by posting)
      * cannot be proved; it is listed for operations to work
      * before the return deadline and the run ends with return
      * code 4. A pending file that disagrees with the inbound
      * file's own control totals ends the run with return code 8.
       PROGRAM-ID. ACCT-ACHSET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-KEYED-FILE ASSIGN TO "JRNLCUR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNLK-KEY
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT ACH-INBOUND-FILE ASSIGN TO "ACHIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-FILE-STATUS.

           SELECT ACH-PENDING-FILE ASSIGN TO "ACHPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT ACH-RETURN-FILE ASSIGN TO "ACHRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-FILE-STATUS.

           SELECT SETTLEMENT-REPORT ASSIGN TO "ACHSETRPT"
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
       FD  JOURNAL-KEYED-FILE.
           COPY JRNLKREC.

       FD  ACH-INBOUND-FILE.
           COPY ACHREC.

       FD  ACH-PENDING-FILE.
           COPY ACHPREC.

       FD  ACH-RETURN-FILE.
           COPY ACHREC REPLACING LEADING ==ACH-== BY ==ACHR-==.

       FD  SETTLEMENT-REPORT.
       01  REPORT-LINE                PIC X(132).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTLREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       WORKING-STORAGE SECTION.
       01 WS-JRNL-FILE-STATUS     PIC X(02).
       01 WS-ACH-FILE-STATUS      PIC X(02).
       01 WS-PEND-FILE-STATUS     PIC X(02).
       01 WS-RET-FILE-STATUS      PIC X(02).
       01 WS-REPORT-FILE-STATUS   PIC X(02).
       01 WS-EOF-ACH              PIC X(01) VALUE "N".
           88 NO-MORE-ACH-RECORDS             VALUE "Y".
       01 WS-EOF-PEND             PIC X(01) VALUE "N".
           88 NO-MORE-PENDING-ENTRIES         VALUE "Y".
       01 WS-EOF-JRNL             PIC X(01).
           88 NO-MORE-JOURNAL-RECORDS         VALUE "Y".
       01 WS-JRNL-OPEN-SW         PIC X(01) VALUE "N".
           88 JOURNAL-FILE-OPEN               VALUE "Y".

      *-------------------------------------------------------------*
      * The inbound file's own header and control totals, re-read    *
      * so the settlement proves against what the clearing house     *
      * sent rather than against the bank's copy of it.              *
      *-------------------------------------------------------------*
       01 WS-ACH-FILE-ID          PIC X(10) VALUE SPACES.
       01 WS-ACH-FILE-DATE        PIC 9(08) VALUE ZERO.
       01 WS-CTL-ENTRY-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-CTL-TOTAL-DEBITS     PIC 9(10)V99 VALUE ZERO.
       01 WS-CTL-TOTAL-CREDITS    PIC 9(10)V99 VALUE ZERO.

      *-------------------------------------------------------------*
      * Outcome of one passed entry as found on the journal, and     *
      * the journal keys already matched, so two identical entries   *
      * to one account each settle against their own posting.        *
      *-------------------------------------------------------------*
       01 WS-OUTCOME-SW           PIC X(01).
           88 OUTCOME-NOT-FOUND               VALUE " ".
           88 OUTCOME-POSTED                  VALUE "P".
           88 OUTCOME-RETURNED                VALUE "R".
       01 WS-RETURN-REASON        PIC X(03).
       01 WS-SEARCH-START-TS      PIC 9(14).
       01 WS-MAX-MATCHED          PIC 9(04) VALUE 1000.
       01 WS-MATCHED-COUNT        PIC 9(04) VALUE ZERO.
       01 WS-MATCHED-IDX          PIC 9(04) VALUE ZERO.
       01 WS-MATCHED-TABLE.
           05 WS-MATCHED-KEY OCCURS 1000 TIMES PIC X(28).
       01 WS-ALREADY-MATCHED-SW   PIC X(01).
           88 ENTRY-ALREADY-MATCHED           VALUE "Y".

      *-------------------------------------------------------------*
      * Settlement totals by disposition and side for the proof.     *
      *-------------------------------------------------------------*
       01 WS-PEND-COUNT           PIC 9(06) VALUE ZERO.
       01 WS-PEND-DEBITS          PIC 9(10)V99 VALUE ZERO.
       01 WS-PEND-CREDITS         PIC 9(10)V99 VALUE ZERO.
       01 WS-POSTED-COUNT         PIC 9(06) VALUE ZERO.
       01 WS-POSTED-DEBITS        PIC 9(10)V99 VALUE ZERO.
       01 WS-POSTED-CREDITS       PIC 9(10)V99 VALUE ZERO.
       01 WS-RETURNED-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-RETURNED-DEBITS      PIC 9(10)V99 VALUE ZERO.
       01 WS-RETURNED-CREDITS     PIC 9(10)V99 VALUE ZERO.
       01 WS-UNRESOLVED-COUNT     PIC 9(06) VALUE ZERO.
       01 WS-UNRESOLVED-DEBITS    PIC 9(10)V99 VALUE ZERO.
       01 WS-UNRESOLVED-CREDITS   PIC 9(10)V99 VALUE ZERO.
       01 WS-SETTLED-DEBITS       PIC 9(10)V99 VALUE ZERO.
       01 WS-SETTLED-CREDITS      PIC 9(10)V99 VALUE ZERO.
       01 WS-SETTLED-COUNT        PIC 9(06) VALUE ZERO.
       01 WS-PROOF-SW             PIC X(01) VALUE "Y".
           88 PENDING-AGREES-WITH-FILE        VALUE "Y".

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
      * control for a deliberate rerun.                              *
      *-------------------------------------------------------------*
       01 WS-RLOG-FILE-STATUS     PIC X(02).
       01 WS-EOF-RLOG             PIC X(01).
           88 NO-MORE-RLOG-RECORDS            VALUE "Y".
       01 WS-RLOG-PROGRAM         PIC X(16) VALUE "ACCT-ACHSET".
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
      * Edited (human-readable) copies of monetary fields for the    *
      * printed report.                                              *
      *-------------------------------------------------------------*
       01 WS-DISP-AMOUNT          PIC -(10)9.99.
       01 WS-DISP-DEBITS          PIC -(10)9.99.
       01 WS-DISP-CREDITS         PIC -(10)9.99.
       01 WS-DISP-COUNT           PIC ZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1050-READ-RUN-CONTROL
           PERFORM 1070-CHECK-RUN-LOG
           PERFORM 1080-WRITE-RUN-LOG-START
           PERFORM 2000-LOAD-FILE-CONTROL
           PERFORM 1000-OPEN-FILES
           PERFORM 3000-PRINT-REPORT-HEADING
           PERFORM 2100-WRITE-RETURN-HEADER
           PERFORM UNTIL NO-MORE-PENDING-ENTRIES
               READ ACH-PENDING-FILE
                   AT END
                       SET NO-MORE-PENDING-ENTRIES TO TRUE
                   NOT AT END
                       PERFORM 2200-SETTLE-ONE-ENTRY
               END-READ
           END-PERFORM
           PERFORM 2800-WRITE-RETURN-CONTROL
           PERFORM 2900-PROVE-SETTLEMENT
           PERFORM 3100-PRINT-REPORT-TOTALS
           PERFORM 1900-CLOSE-FILES
           DISPLAY "Entries posted:     " WS-POSTED-COUNT
           DISPLAY "Entries returned:   " WS-RETURNED-COUNT
           DISPLAY "Entries unresolved: " WS-UNRESOLVED-COUNT
           EVALUATE TRUE
               WHEN NOT PENDING-AGREES-WITH-FILE
                   DISPLAY "PENDING FILE DOES NOT AGREE WITH THE "
                       "CLEARING FILE CONTROL - SEE REPORT"
                   MOVE "FAIL" TO WS-RLOG-END-STATUS
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNRESOLVED-COUNT > ZERO
                   DISPLAY "UNRESOLVED CLEARING ENTRIES - WORK "
                       "BEFORE THE RETURN DEADLINE"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Clearing-house settlement finished - "
                       "in balance."
           END-EVALUATE
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

      * With no pending file there was no clearing-house file
      * tonight: the run still writes an empty return file (header
      * and zero control) so the transmission schedule is kept.
       1000-OPEN-FILES.
           OPEN INPUT JOURNAL-KEYED-FILE
           IF WS-JRNL-FILE-STATUS = "00"
               SET JOURNAL-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "CURRENT JOURNAL NOT AVAILABLE - STATUS "
                   WS-JRNL-FILE-STATUS
                   " - NO POSTING OUTCOME CAN BE FOUND"
           END-IF
           OPEN INPUT ACH-PENDING-FILE
           IF WS-PEND-FILE-STATUS NOT = "00"
               DISPLAY "NO CLEARING-HOUSE PENDING FILE - STATUS "
                   WS-PEND-FILE-STATUS
               SET NO-MORE-PENDING-ENTRIES TO TRUE
           END-IF
           OPEN OUTPUT ACH-RETURN-FILE
           OPEN OUTPUT SETTLEMENT-REPORT.

      * The inbound file is read only for its header (the file id
      * the returns refer to) and its control totals.
       2000-LOAD-FILE-CONTROL.
           OPEN INPUT ACH-INBOUND-FILE
           IF WS-ACH-FILE-STATUS NOT = "00"
               DISPLAY "CLEARING-HOUSE FILE NOT AVAILABLE - STATUS "
                   WS-ACH-FILE-STATUS
               SET NO-MORE-ACH-RECORDS TO TRUE
           END-IF
           PERFORM UNTIL NO-MORE-ACH-RECORDS
               READ ACH-INBOUND-FILE
                   AT END
                       SET NO-MORE-ACH-RECORDS TO TRUE
                   NOT AT END
                       IF ACH-IS-FILE-HEADER
                           MOVE ACH-FILE-ID TO WS-ACH-FILE-ID
                           MOVE ACH-FILE-DATE TO WS-ACH-FILE-DATE
                       END-IF
                       IF ACH-IS-FILE-CONTROL
                           MOVE ACH-ENTRY-COUNT TO WS-CTL-ENTRY-COUNT
                           MOVE ACH-TOTAL-DEBITS
                               TO WS-CTL-TOTAL-DEBITS
                           MOVE ACH-TOTAL-CREDITS
                               TO WS-CTL-TOTAL-CREDITS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ACH-FILE-STATUS NOT = "35"
               CLOSE ACH-INBOUND-FILE
           END-IF.

       2100-WRITE-RETURN-HEADER.
           MOVE SPACES TO ACHR-RECORD
           SET ACHR-IS-FILE-HEADER TO TRUE
           MOVE WS-BUSINESS-DATE TO ACHR-FILE-DATE
           MOVE WS-ACH-FILE-ID TO ACHR-FILE-ID
           MOVE "R" TO ACHR-FILE-ID-MODIFIER
           MOVE "RETURN ENTRIES" TO ACHR-ORIGIN-NAME
           WRITE ACHR-RECORD.

      * One pending entry: returned at intake, or passed and now
      * matched to its posting outcome on the journal.
       2200-SETTLE-ONE-ENTRY.
           ADD 1 TO WS-PEND-COUNT
           IF ACHP-IS-DEBIT
               ADD ACHP-AMOUNT TO WS-PEND-DEBITS
           ELSE
               ADD ACHP-AMOUNT TO WS-PEND-CREDITS
           END-IF
           IF ACHP-RETURNED-AT-INTAKE
               MOVE ACHP-RETURN-REASON TO WS-RETURN-REASON
               PERFORM 2500-RETURN-ENTRY
           ELSE
               PERFORM 2300-FIND-POSTING-OUTCOME
               EVALUATE TRUE
                   WHEN OUTCOME-POSTED
                       PERFORM 2600-SETTLE-POSTED-ENTRY
                   WHEN OUTCOME-RETURNED
                       PERFORM 2500-RETURN-ENTRY
                   WHEN OTHER
                       PERFORM 2700-LIST-UNRESOLVED-ENTRY
               END-EVALUATE
           END-IF.

      * The journal is keyed by account and timestamp, so the search
      * starts at the business date's first entry for the account
      * and stops at the first entry past the date or the account.
       2300-FIND-POSTING-OUTCOME.
           MOVE SPACE TO WS-OUTCOME-SW
           MOVE SPACES TO WS-RETURN-REASON
           MOVE "N" TO WS-EOF-JRNL
           IF NOT JOURNAL-FILE-OPEN
               SET NO-MORE-JOURNAL-RECORDS TO TRUE
           ELSE
               COMPUTE WS-SEARCH-START-TS = WS-BUSINESS-DATE * 1000000
               MOVE ACHP-ACCT-ID TO JRNLK-ACCT-ID
               MOVE WS-SEARCH-START-TS TO JRNLK-TIMESTAMP
               MOVE ZEROES TO JRNLK-SEQ
               START JOURNAL-KEYED-FILE KEY IS >= JRNLK-KEY
                   INVALID KEY
                       SET NO-MORE-JOURNAL-RECORDS TO TRUE
               END-START
           END-IF
           PERFORM UNTIL NO-MORE-JOURNAL-RECORDS
               READ JOURNAL-KEYED-FILE NEXT RECORD
                   AT END
                       SET NO-MORE-JOURNAL-RECORDS TO TRUE
                   NOT AT END
                       IF JRNLK-ACCT-ID NOT = ACHP-ACCT-ID
                           OR JRNLK-TIMESTAMP(1:8)
                               NOT = WS-BUSINESS-DATE
                           SET NO-MORE-JOURNAL-RECORDS TO TRUE
                       ELSE
                           PERFORM 2310-TEST-JOURNAL-ENTRY
                           IF NOT OUTCOME-NOT-FOUND
                               SET NO-MORE-JOURNAL-RECORDS TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * A journal entry is this item's outcome when it was posted
      * from the clearing-house batch for the item's amount and has
      * not already settled another item: a credit or debit posted,
      * an NSF decline, or a stopped debit.
       2310-TEST-JOURNAL-ENTRY.
           IF JRNLK-BRANCH-ID = "SYS "
               AND JRNLK-TELLER-ID = "SYSACH  "
               AND JRNLK-AMOUNT = ACHP-AMOUNT
               PERFORM 2320-CHECK-ALREADY-MATCHED
               IF NOT ENTRY-ALREADY-MATCHED
                   EVALUATE TRUE
                       WHEN ACHP-IS-CREDIT AND JRNLK-TXN-TYPE = "C"
                           SET OUTCOME-POSTED TO TRUE
                       WHEN ACHP-IS-DEBIT AND JRNLK-TXN-TYPE = "D"
                           SET OUTCOME-POSTED TO TRUE
                       WHEN ACHP-IS-DEBIT AND JRNLK-TXN-TYPE = "X"
                           AND JRNLK-DESCRIPTION = "NSF DECLINE"
                           SET OUTCOME-RETURNED TO TRUE
                           MOVE "R01" TO WS-RETURN-REASON
                       WHEN ACHP-IS-DEBIT AND JRNLK-TXN-TYPE = "S"
                           SET OUTCOME-RETURNED TO TRUE
                           MOVE "R08" TO WS-RETURN-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF NOT OUTCOME-NOT-FOUND
                       PERFORM 2330-REMEMBER-MATCH
                   END-IF
               END-IF
           END-IF.

       2320-CHECK-ALREADY-MATCHED.
           MOVE "N" TO WS-ALREADY-MATCHED-SW
           PERFORM VARYING WS-MATCHED-IDX FROM 1 BY 1
                   UNTIL WS-MATCHED-IDX > WS-MATCHED-COUNT
               IF WS-MATCHED-KEY(WS-MATCHED-IDX) = JRNLK-KEY
                   SET ENTRY-ALREADY-MATCHED TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2330-REMEMBER-MATCH.
           IF WS-MATCHED-COUNT < WS-MAX-MATCHED
               ADD 1 TO WS-MATCHED-COUNT
               MOVE JRNLK-KEY TO WS-MATCHED-KEY(WS-MATCHED-COUNT)
           ELSE
               DISPLAY "MATCHED-ENTRY TABLE FULL - DUPLICATE ITEMS "
                   "MAY SETTLE AGAINST ONE POSTING"
           END-IF.

      * A return goes out in the clearing house's layout naming the
      * original trace number and the reason.
       2500-RETURN-ENTRY.
           MOVE SPACES TO ACHR-RECORD
           SET ACHR-IS-ENTRY TO TRUE
           MOVE ACHP-TRAN-CODE TO ACHR-TRAN-CODE
           MOVE ACHP-ACCT-ID TO ACHR-ACCT-ID
           MOVE ACHP-AMOUNT TO ACHR-AMOUNT
           MOVE ACHP-INDIVIDUAL-NAME TO ACHR-INDIVIDUAL-NAME
           MOVE ACHP-TRACE-NUMBER TO ACHR-TRACE-NUMBER
           MOVE WS-RETURN-REASON TO ACHR-RETURN-REASON
           MOVE WS-BUSINESS-DATE TO ACHR-EFFECTIVE-DATE
           WRITE ACHR-RECORD
           ADD 1 TO WS-RETURNED-COUNT
           IF ACHP-IS-DEBIT
               ADD ACHP-AMOUNT TO WS-RETURNED-DEBITS
           ELSE
               ADD ACHP-AMOUNT TO WS-RETURNED-CREDITS
           END-IF
           MOVE ACHP-AMOUNT TO WS-DISP-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING ACHP-TRACE-NUMBER " " ACHP-ACCT-ID " "
               ACHP-TRAN-CODE " " WS-DISP-AMOUNT " "
               ACHP-INDIVIDUAL-NAME " RETURNED " WS-RETURN-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       2600-SETTLE-POSTED-ENTRY.
           ADD 1 TO WS-POSTED-COUNT
           IF ACHP-IS-DEBIT
               ADD ACHP-AMOUNT TO WS-POSTED-DEBITS
           ELSE
               ADD ACHP-AMOUNT TO WS-POSTED-CREDITS
           END-IF.

       2700-LIST-UNRESOLVED-ENTRY.
           ADD 1 TO WS-UNRESOLVED-COUNT
           IF ACHP-IS-DEBIT
               ADD ACHP-AMOUNT TO WS-UNRESOLVED-DEBITS
           ELSE
               ADD ACHP-AMOUNT TO WS-UNRESOLVED-CREDITS
           END-IF
           MOVE ACHP-AMOUNT TO WS-DISP-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING ACHP-TRACE-NUMBER " " ACHP-ACCT-ID " "
               ACHP-TRAN-CODE " " WS-DISP-AMOUNT " "
               ACHP-INDIVIDUAL-NAME " *** NO POSTING OUTCOME"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       2800-WRITE-RETURN-CONTROL.
           MOVE SPACES TO ACHR-RECORD
           SET ACHR-IS-FILE-CONTROL TO TRUE
           MOVE WS-RETURNED-COUNT TO ACHR-ENTRY-COUNT
           MOVE WS-RETURNED-DEBITS TO ACHR-TOTAL-DEBITS
           MOVE WS-RETURNED-CREDITS TO ACHR-TOTAL-CREDITS
           WRITE ACHR-RECORD.

      * The bank's pending copy must agree with the clearing house's
      * own control totals; the file is then settled when every
      * entry is accounted for as posted or returned.
       2900-PROVE-SETTLEMENT.
           IF WS-PEND-COUNT NOT = WS-CTL-ENTRY-COUNT
               OR WS-PEND-DEBITS NOT = WS-CTL-TOTAL-DEBITS
               OR WS-PEND-CREDITS NOT = WS-CTL-TOTAL-CREDITS
               MOVE "N" TO WS-PROOF-SW
           END-IF
           COMPUTE WS-SETTLED-COUNT =
               WS-POSTED-COUNT + WS-RETURNED-COUNT
           COMPUTE WS-SETTLED-DEBITS =
               WS-POSTED-DEBITS + WS-RETURNED-DEBITS
           COMPUTE WS-SETTLED-CREDITS =
               WS-POSTED-CREDITS + WS-RETURNED-CREDITS.

       3000-PRINT-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING "CLEARING-HOUSE SETTLEMENT REPORT - BUSINESS DATE "
               WS-BUSINESS-DATE " FILE " WS-ACH-FILE-ID
               " DATED " WS-ACH-FILE-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RETURNS AND UNRESOLVED ENTRIES (TRACE, ACCOUNT, "
               "CODE, AMOUNT, NAME, OUTCOME):"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       3100-PRINT-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CTL-ENTRY-COUNT TO WS-DISP-COUNT
           MOVE WS-CTL-TOTAL-DEBITS TO WS-DISP-DEBITS
           MOVE WS-CTL-TOTAL-CREDITS TO WS-DISP-CREDITS
           MOVE SPACES TO REPORT-LINE
           STRING "FILE CONTROL TOTALS: " WS-DISP-COUNT
               " DEBITS " WS-DISP-DEBITS " CREDITS " WS-DISP-CREDITS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-POSTED-COUNT TO WS-DISP-COUNT
           MOVE WS-POSTED-DEBITS TO WS-DISP-DEBITS
           MOVE WS-POSTED-CREDITS TO WS-DISP-CREDITS
           MOVE SPACES TO REPORT-LINE
           STRING "POSTED:              " WS-DISP-COUNT
               " DEBITS " WS-DISP-DEBITS " CREDITS " WS-DISP-CREDITS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RETURNED-COUNT TO WS-DISP-COUNT
           MOVE WS-RETURNED-DEBITS TO WS-DISP-DEBITS
           MOVE WS-RETURNED-CREDITS TO WS-DISP-CREDITS
           MOVE SPACES TO REPORT-LINE
           STRING "RETURNED:            " WS-DISP-COUNT
               " DEBITS " WS-DISP-DEBITS " CREDITS " WS-DISP-CREDITS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SETTLED-COUNT TO WS-DISP-COUNT
           MOVE WS-SETTLED-DEBITS TO WS-DISP-DEBITS
           MOVE WS-SETTLED-CREDITS TO WS-DISP-CREDITS
           MOVE SPACES TO REPORT-LINE
           STRING "POSTED PLUS RETURNED:" WS-DISP-COUNT
               " DEBITS " WS-DISP-DEBITS " CREDITS " WS-DISP-CREDITS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-UNRESOLVED-COUNT TO WS-DISP-COUNT
           MOVE WS-UNRESOLVED-DEBITS TO WS-DISP-DEBITS
           MOVE WS-UNRESOLVED-CREDITS TO WS-DISP-CREDITS
           MOVE SPACES TO REPORT-LINE
           STRING "UNRESOLVED:          " WS-DISP-COUNT
               " DEBITS " WS-DISP-DEBITS " CREDITS " WS-DISP-CREDITS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN NOT PENDING-AGREES-WITH-FILE
                   STRING "SETTLEMENT STATUS:   *** PENDING FILE DOES "
                       "NOT AGREE WITH FILE CONTROL ***"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN WS-SETTLED-COUNT = WS-CTL-ENTRY-COUNT
                   AND WS-SETTLED-DEBITS = WS-CTL-TOTAL-DEBITS
                   AND WS-SETTLED-CREDITS = WS-CTL-TOTAL-CREDITS
                   STRING "SETTLEMENT STATUS:   FILE = POSTED + "
                       "RETURNED - IN BALANCE"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   STRING "SETTLEMENT STATUS:   *** UNRESOLVED "
                       "ENTRIES - NOT SETTLED ***"
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE.

       1900-CLOSE-FILES.
           IF JOURNAL-FILE-OPEN
               CLOSE JOURNAL-KEYED-FILE
           END-IF
           IF WS-PEND-FILE-STATUS NOT = "35"
               CLOSE ACH-PENDING-FILE
           END-IF
           CLOSE ACH-RETURN-FILE
           CLOSE SETTLEMENT-REPORT.
