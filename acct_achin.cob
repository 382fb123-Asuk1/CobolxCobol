       IDENTIFICATION DIVISION.
      * Inbound clearing-house (ACH) intake run: reads the morning's
      * entry file from the clearing house, proves it against its own
      * file control record, and sorts every entry. An entry that
      * can be paid - a credit or debit to an account on
      * ACCOUNT-MASTER that is open for business - is converted to a
      * normal transaction detail and merged into the night's raw
      * upload ahead of its trailer, with the trailer's detail count
      * and hash total raised by exactly what was added, so the edit
      * and posting runs take the clearing-house work unchanged
      * alongside the teller work. Merged items carry the reserved
      * system branch "SYS" and teller "SYSACH", keeping them out of
      * teller settlement and cash monitoring. With no teller upload
      * on file the run writes a batch of its own, header and
      * trailer included. An entry that cannot be paid - unknown
      * account, closed account, dormant or held account, a time
      * deposit (not a transaction account), or one that fails the
      * file edits - is not posted and is marked for return with
      * the clearing house's standard reason. Every entry, passed
      * or returned, goes to the pending file the settlement run
      * works from after posting. A file that does not prove to its
      * control record is refused whole, with nothing merged, and
      * the run ends with return code 8; so is a run after the edit
      * has already taken the batch, or against an upload that
      * already carries clearing-house items.
       PROGRAM-ID. ACCT-ACHIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT ACH-INBOUND-FILE ASSIGN TO "ACHIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-FILE-STATUS.

           SELECT ACH-PENDING-FILE ASSIGN TO "ACHPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT RAW-TRAN-FILE ASSIGN TO "TRANRAW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAW-FILE-STATUS.

           SELECT RAW-WORK-FILE ASSIGN TO "ACHWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT INTAKE-REPORT ASSIGN TO "ACHINRPT"
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
       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  ACH-INBOUND-FILE.
           COPY ACHREC.

       FD  ACH-PENDING-FILE.
           COPY ACHPREC.

       FD  RAW-TRAN-FILE.
       01  RAW-RECORD                 PIC X(80).

       FD  RAW-WORK-FILE.
       01  WORK-RECORD                PIC X(80).

       FD  INTAKE-REPORT.
       01  REPORT-LINE                PIC X(132).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTLREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-FILE-STATUS     PIC X(02).
       01 WS-ACH-FILE-STATUS      PIC X(02).
       01 WS-PEND-FILE-STATUS     PIC X(02).
       01 WS-RAW-FILE-STATUS      PIC X(02).
       01 WS-WORK-FILE-STATUS     PIC X(02).
       01 WS-REPORT-FILE-STATUS   PIC X(02).
       01 WS-EOF-ACH              PIC X(01) VALUE "N".
           88 NO-MORE-ACH-RECORDS             VALUE "Y".
       01 WS-EOF-RAW              PIC X(01) VALUE "N".
           88 NO-MORE-RAW-RECORDS             VALUE "Y".
       01 WS-EOF-WORK             PIC X(01) VALUE "N".
           88 NO-MORE-WORK-RECORDS            VALUE "Y".

      *-------------------------------------------------------------*
      * File proof: the header must come first and the control       *
      * record last, and the entries read must agree with the        *
      * control record's count and debit and credit totals before    *
      * a single entry is acted on.                                  *
      *-------------------------------------------------------------*
       01 WS-ACH-HEADER-SW        PIC X(01) VALUE "N".
           88 ACH-HEADER-SEEN                 VALUE "Y".
       01 WS-ACH-CONTROL-SW       PIC X(01) VALUE "N".
           88 ACH-CONTROL-SEEN                VALUE "Y".
       01 WS-ACH-FILE-OK-SW       PIC X(01) VALUE "Y".
           88 ACH-FILE-IN-BALANCE             VALUE "Y".
       01 WS-ACH-FILE-ID          PIC X(10) VALUE SPACES.
       01 WS-ACH-FILE-DATE        PIC 9(08) VALUE ZERO.
       01 WS-CTL-ENTRY-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-CTL-TOTAL-DEBITS     PIC 9(10)V99 VALUE ZERO.
       01 WS-CTL-TOTAL-CREDITS    PIC 9(10)V99 VALUE ZERO.
       01 WS-FILE-ENTRY-COUNT     PIC 9(06) VALUE ZERO.
       01 WS-FILE-TOTAL-DEBITS    PIC 9(10)V99 VALUE ZERO.
       01 WS-FILE-TOTAL-CREDITS   PIC 9(10)V99 VALUE ZERO.

      *-------------------------------------------------------------*
      * Raw upload merge: the upload's trailer is held back while    *
      * everything ahead of it is copied to the work file, then the  *
      * upload is rewritten from the work file with the passed       *
      * entries added and the trailer raised to cover them.          *
      *-------------------------------------------------------------*
           COPY BATCHCTL.
           COPY TRANREC.
       01 WS-UPLOAD-PRESENT-SW    PIC X(01) VALUE "N".
           88 TELLER-UPLOAD-PRESENT           VALUE "Y".
       01 WS-UPLOAD-TRAILER-SW    PIC X(01) VALUE "N".
           88 UPLOAD-TRAILER-SEEN             VALUE "Y".
       01 WS-ALREADY-MERGED-SW    PIC X(01) VALUE "N".
           88 ACH-ALREADY-MERGED              VALUE "Y".
       01 WS-TRAILER-IMAGE        PIC X(80) VALUE SPACES.
       01 WS-MERGE-COUNT          PIC 9(06) VALUE ZERO.
       01 WS-MERGE-HASH           PIC 9(11)V99 VALUE ZERO.

      *-------------------------------------------------------------*
      * Entry disposition: the return reason for an entry that       *
      * cannot be paid, spaces for one passed to posting.            *
      *-------------------------------------------------------------*
       01 WS-RETURN-REASON        PIC X(03).
           88 ENTRY-IS-PAYABLE                VALUE SPACES.
           88 RETURN-NO-ACCOUNT               VALUE "R03".
           88 RETURN-ACCOUNT-CLOSED           VALUE "R02".
           88 RETURN-ACCOUNT-FROZEN           VALUE "R16".
           88 RETURN-FAILS-EDITS              VALUE "R17".
           88 RETURN-NON-TRANSACTION          VALUE "R20".
       01 WS-PASSED-COUNT         PIC 9(06) VALUE ZERO.
       01 WS-PASSED-AMOUNT        PIC 9(11)V99 VALUE ZERO.
       01 WS-RETURNED-COUNT       PIC 9(06) VALUE ZERO.
       01 WS-RETURNED-AMOUNT      PIC 9(11)V99 VALUE ZERO.

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
      * control for a deliberate rerun. The intake must also land    *
      * before the edit run takes the upload, so a completed edit    *
      * for the business date refuses the run as well.               *
      *-------------------------------------------------------------*
       01 WS-RLOG-FILE-STATUS     PIC X(02).
       01 WS-EOF-RLOG             PIC X(01).
           88 NO-MORE-RLOG-RECORDS            VALUE "Y".
       01 WS-RLOG-PROGRAM         PIC X(16) VALUE "ACCT-ACHIN".
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
       01 WS-DISP-AMOUNT-2        PIC -(10)9.99.
       01 WS-DISP-COUNT           PIC ZZZZZ9.
       01 WS-DISP-COUNT-2         PIC ZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1050-READ-RUN-CONTROL
           PERFORM 1070-CHECK-RUN-LOG
           PERFORM 1080-WRITE-RUN-LOG-START
           PERFORM 2000-PROVE-ACH-FILE
           IF ACH-FILE-IN-BALANCE
               PERFORM 2100-COPY-UPLOAD-TO-WORK
           END-IF
           IF ACH-FILE-IN-BALANCE
               PERFORM 1000-OPEN-FILES
               PERFORM 3000-PRINT-REPORT-HEADING
               PERFORM 2300-REWRITE-UPLOAD-HEAD
               PERFORM 2400-SORT-ENTRIES
               PERFORM 2700-WRITE-UPLOAD-TRAILER
               PERFORM 3100-PRINT-REPORT-TOTALS
               PERFORM 1900-CLOSE-FILES
               DISPLAY "Entries passed to posting: " WS-PASSED-COUNT
               DISPLAY "Entries returned at intake: "
                   WS-RETURNED-COUNT
               DISPLAY "Clearing-house intake finished."
           ELSE
               DISPLAY "CLEARING-HOUSE FILE REFUSED - NOTHING MERGED"
               MOVE "FAIL" TO WS-RLOG-END-STATUS
               MOVE 8 TO RETURN-CODE
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
      * upload is never waived - merged items would miss the batch.
      * A refusal ends with return code 8 before any file is updated.
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
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT ACH-INBOUND-FILE
           MOVE "N" TO WS-EOF-ACH
           OPEN OUTPUT ACH-PENDING-FILE
           OPEN OUTPUT RAW-TRAN-FILE
           OPEN INPUT RAW-WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = "00"
               SET NO-MORE-WORK-RECORDS TO TRUE
           END-IF
           OPEN OUTPUT INTAKE-REPORT.

      * First pass: prove the clearing-house file against its own
      * control record before anything is acted on - the header
      * first, the control record last, and the entry count and
      * debit and credit totals in agreement.
       2000-PROVE-ACH-FILE.
           OPEN INPUT ACH-INBOUND-FILE
           IF WS-ACH-FILE-STATUS NOT = "00"
               DISPLAY "CLEARING-HOUSE FILE NOT AVAILABLE - STATUS "
                   WS-ACH-FILE-STATUS
               MOVE "N" TO WS-ACH-FILE-OK-SW
           ELSE
               PERFORM UNTIL NO-MORE-ACH-RECORDS
                   READ ACH-INBOUND-FILE
                       AT END
                           SET NO-MORE-ACH-RECORDS TO TRUE
                       NOT AT END
                           PERFORM 2010-PROVE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE ACH-INBOUND-FILE
               PERFORM 2050-CHECK-FILE-CONTROL
           END-IF.

       2010-PROVE-ONE-RECORD.
           EVALUATE TRUE
               WHEN ACH-IS-FILE-HEADER
                   IF ACH-HEADER-SEEN
                       DISPLAY "SECOND FILE HEADER ON CLEARING FILE"
                       MOVE "N" TO WS-ACH-FILE-OK-SW
                   END-IF
                   SET ACH-HEADER-SEEN TO TRUE
                   MOVE ACH-FILE-ID TO WS-ACH-FILE-ID
                   MOVE ACH-FILE-DATE TO WS-ACH-FILE-DATE
               WHEN ACH-IS-FILE-CONTROL
                   SET ACH-CONTROL-SEEN TO TRUE
                   MOVE ACH-ENTRY-COUNT TO WS-CTL-ENTRY-COUNT
                   MOVE ACH-TOTAL-DEBITS TO WS-CTL-TOTAL-DEBITS
                   MOVE ACH-TOTAL-CREDITS TO WS-CTL-TOTAL-CREDITS
               WHEN ACH-IS-ENTRY
                   IF NOT ACH-HEADER-SEEN OR ACH-CONTROL-SEEN
                       DISPLAY "ENTRY OUTSIDE HEADER/CONTROL - TRACE "
                           ACH-TRACE-NUMBER
                       MOVE "N" TO WS-ACH-FILE-OK-SW
                   END-IF
                   ADD 1 TO WS-FILE-ENTRY-COUNT
                   IF ACH-AMOUNT IS NUMERIC
                       IF ACH-IS-DEBIT
                           ADD ACH-AMOUNT TO WS-FILE-TOTAL-DEBITS
                       ELSE
                           ADD ACH-AMOUNT TO WS-FILE-TOTAL-CREDITS
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "UNKNOWN RECORD TYPE ON CLEARING FILE: "
                       ACH-RECORD-TYPE
                   MOVE "N" TO WS-ACH-FILE-OK-SW
           END-EVALUATE.

       2050-CHECK-FILE-CONTROL.
           IF NOT ACH-HEADER-SEEN
               DISPLAY "CLEARING FILE HEADER MISSING"
               MOVE "N" TO WS-ACH-FILE-OK-SW
           END-IF
           IF NOT ACH-CONTROL-SEEN
               DISPLAY "CLEARING FILE CONTROL RECORD MISSING"
               MOVE "N" TO WS-ACH-FILE-OK-SW
           ELSE
               IF WS-FILE-ENTRY-COUNT NOT = WS-CTL-ENTRY-COUNT
                   DISPLAY "CLEARING FILE COUNT MISMATCH - CONTROL "
                       WS-CTL-ENTRY-COUNT " READ " WS-FILE-ENTRY-COUNT
                   MOVE "N" TO WS-ACH-FILE-OK-SW
               END-IF
               IF WS-FILE-TOTAL-DEBITS NOT = WS-CTL-TOTAL-DEBITS
                   OR WS-FILE-TOTAL-CREDITS NOT = WS-CTL-TOTAL-CREDITS
                   DISPLAY "CLEARING FILE DOLLAR TOTALS MISMATCH"
                   MOVE "N" TO WS-ACH-FILE-OK-SW
               END-IF
           END-IF.

      * Hold the raw upload's trailer back and copy everything ahead
      * of it to the work file. An upload that already carries
      * clearing-house items has been merged once and is refused;
      * so is one with no trailer, which the edit could never prove.
      * With no upload at all the run starts a batch of its own.
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
               IF ACH-ALREADY-MERGED
                   DISPLAY "RAW UPLOAD ALREADY CARRIES CLEARING-HOUSE "
                       "ITEMS"
                   MOVE "N" TO WS-ACH-FILE-OK-SW
               END-IF
               IF NOT UPLOAD-TRAILER-SEEN
                   DISPLAY "RAW UPLOAD HAS NO TRAILER - CANNOT MERGE"
                   MOVE "N" TO WS-ACH-FILE-OK-SW
               END-IF
           ELSE
               DISPLAY "NO RAW UPLOAD ON FILE - WRITING A "
                   "CLEARING-HOUSE BATCH OF ITS OWN"
           END-IF.

       2110-COPY-ONE-RAW-RECORD.
           IF RAW-RECORD(1:1) = "T"
               MOVE RAW-RECORD TO WS-TRAILER-IMAGE
               SET UPLOAD-TRAILER-SEEN TO TRUE
           ELSE
               MOVE RAW-RECORD TO TRANSACTION-RECORD
               IF RAW-RECORD(1:1) NOT = "H"
                   AND RAW-RECORD(1:1) NOT = "S"
                   AND TRAN-BRANCH-ID = "SYS "
                   AND TRAN-TELLER-ID = "SYSACH  "
                   SET ACH-ALREADY-MERGED TO TRUE
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

      * Every entry is sorted into passed or returned and recorded
      * on the pending file; passed entries are added to the upload.
       2400-SORT-ENTRIES.
           PERFORM UNTIL NO-MORE-ACH-RECORDS
               READ ACH-INBOUND-FILE
                   AT END
                       SET NO-MORE-ACH-RECORDS TO TRUE
                   NOT AT END
                       IF ACH-IS-ENTRY
                           PERFORM 2410-SORT-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       2410-SORT-ONE-ENTRY.
           PERFORM 2420-EDIT-ENTRY
           MOVE SPACES TO ACH-PENDING-RECORD
           MOVE ACH-TRACE-NUMBER TO ACHP-TRACE-NUMBER
           MOVE ACH-ACCT-ID TO ACHP-ACCT-ID
           MOVE ACH-TRAN-CODE TO ACHP-TRAN-CODE
           IF ACH-AMOUNT IS NUMERIC
               MOVE ACH-AMOUNT TO ACHP-AMOUNT
           ELSE
               MOVE ZERO TO ACHP-AMOUNT
           END-IF
           MOVE ACH-INDIVIDUAL-NAME TO ACHP-INDIVIDUAL-NAME
           IF ACH-EFFECTIVE-DATE IS NUMERIC
               MOVE ACH-EFFECTIVE-DATE TO ACHP-EFFECTIVE-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO ACHP-EFFECTIVE-DATE
           END-IF
           IF ENTRY-IS-PAYABLE
               SET ACHP-PASSED-TO-POSTING TO TRUE
               PERFORM 2500-MERGE-ENTRY
           ELSE
               SET ACHP-RETURNED-AT-INTAKE TO TRUE
               MOVE WS-RETURN-REASON TO ACHP-RETURN-REASON
               ADD 1 TO WS-RETURNED-COUNT
               ADD ACHP-AMOUNT TO WS-RETURNED-AMOUNT
               PERFORM 2600-REPORT-RETURN
           END-IF
           WRITE ACH-PENDING-RECORD.

      * Intake edits, first failure wins: an entry the file edits
      * cannot read, then the receiving account - unknown, closed,
      * or frozen (dormant or on hold) cannot take the entry.
       2420-EDIT-ENTRY.
           MOVE SPACES TO WS-RETURN-REASON
           IF (NOT ACH-IS-CREDIT AND NOT ACH-IS-DEBIT)
               OR ACH-AMOUNT IS NOT NUMERIC
               OR ACH-AMOUNT = ZERO
               SET RETURN-FAILS-EDITS TO TRUE
           ELSE
               MOVE ACH-ACCT-ID TO ACCT-ID
               READ ACCOUNT-MASTER
                   INVALID KEY
                       SET RETURN-NO-ACCOUNT TO TRUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN ACCT-CLOSED
                               SET RETURN-ACCOUNT-CLOSED TO TRUE
                           WHEN ACCT-DORMANT
                               SET RETURN-ACCOUNT-FROZEN TO TRUE
                           WHEN ACCT-ON-HOLD
                               SET RETURN-ACCOUNT-FROZEN TO TRUE
                           WHEN ACCT-TYPE-TIME-DEPOSIT
                               SET RETURN-NON-TRANSACTION TO TRUE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF.

      * A passed entry becomes an ordinary credit or debit detail
      * under the system branch, dated for the business date, and
      * is counted into the trailer the merge will write.
       2500-MERGE-ENTRY.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE ACH-ACCT-ID TO TRAN-ACCT-ID
           IF ACH-IS-CREDIT
               MOVE "C" TO TRAN-TYPE
           ELSE
               MOVE "D" TO TRAN-TYPE
           END-IF
           MOVE ACH-AMOUNT TO TRAN-AMOUNT
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           MOVE "SYS " TO TRAN-BRANCH-ID
           MOVE "SYSACH  " TO TRAN-TELLER-ID
           MOVE SPACES TO RAW-RECORD
           MOVE TRANSACTION-RECORD TO RAW-RECORD
           WRITE RAW-RECORD
           ADD 1 TO WS-MERGE-COUNT
           ADD ACH-AMOUNT TO WS-MERGE-HASH
           ADD 1 TO WS-PASSED-COUNT
           ADD ACH-AMOUNT TO WS-PASSED-AMOUNT.

       2600-REPORT-RETURN.
           MOVE ACHP-AMOUNT TO WS-DISP-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING ACH-TRACE-NUMBER " " ACH-ACCT-ID " "
               ACH-TRAN-CODE " " WS-DISP-AMOUNT " "
               ACH-INDIVIDUAL-NAME " RETURN " WS-RETURN-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * The trailer goes out last, raised by exactly the details
      * merged: the upload's own count and hash plus the passed
      * entries, or the passed entries alone for a batch of its own.
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
           STRING "CLEARING-HOUSE INTAKE REPORT - BUSINESS DATE "
               WS-BUSINESS-DATE " FILE " WS-ACH-FILE-ID
               " DATED " WS-ACH-FILE-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ENTRIES RETURNED AT INTAKE (TRACE, ACCOUNT, CODE, "
               "AMOUNT, NAME, REASON):"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       3100-PRINT-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CTL-ENTRY-COUNT TO WS-DISP-COUNT
           MOVE WS-CTL-TOTAL-DEBITS TO WS-DISP-AMOUNT
           MOVE WS-CTL-TOTAL-CREDITS TO WS-DISP-AMOUNT-2
           MOVE SPACES TO REPORT-LINE
           STRING "FILE CONTROL:       " WS-DISP-COUNT
               " DEBITS " WS-DISP-AMOUNT " CREDITS " WS-DISP-AMOUNT-2
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PASSED-COUNT TO WS-DISP-COUNT
           MOVE WS-PASSED-AMOUNT TO WS-DISP-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "PASSED TO POSTING:  " WS-DISP-COUNT
               " AMOUNT " WS-DISP-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RETURNED-COUNT TO WS-DISP-COUNT
           MOVE WS-RETURNED-AMOUNT TO WS-DISP-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "RETURNED AT INTAKE: " WS-DISP-COUNT
               " AMOUNT " WS-DISP-AMOUNT
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
           CLOSE ACCOUNT-MASTER
           CLOSE ACH-INBOUND-FILE
           CLOSE ACH-PENDING-FILE
           CLOSE RAW-TRAN-FILE
           IF WS-WORK-FILE-STATUS NOT = "35"
               CLOSE RAW-WORK-FILE
           END-IF
           CLOSE INTAKE-REPORT.
