       IDENTIFICATION DIVISION.
      * Forward-recovery rebuild: restores ACCOUNT-MASTER, HOLD-FILE,
      * and STOP-ORDER-FILE from a nightly snapshot taken by
      * ACCT-SNAP and rolls the account master forward by
      * reapplying every current-journal entry posted after the
      * snapshot, up to a cutoff timestamp. The command line names
      * the snapshot's business date (YYYYMMDD), which must match
      * the snapshot mounted as ACCTSNAP, and optionally the cutoff
      * (YYYYMMDDHHMMSS; omitted means roll forward through the end
      * of the journal). Entries stamped after the cutoff - a bad
      * batch being backed out - are cut from the current journal
      * to the backout file in the flat JRNLREC layout, so the
      * journal again agrees with the rebuilt master and the
      * entries are kept for re-keying. The snapshot is proved
      * against its trailer's control totals before any master is
      * touched. Each rebuilt account's ledger balance is proved
      * against its last reapplied JRNLK-BALANCE-AFTER, its first
      * reapplied entry must chain from the snapshot balance, and
      * every break is printed on the recovery report with return
      * code 8. The journal carries balances, not holds: a rebuilt
      * account's available balance is its ledger balance less the
      * restored holds, and each reapplied deposit at or over the
      * hold threshold is listed for the branch to review. Accounts
      * opened after the snapshot are not on it and are reported
      * for their maintenance to be re-run (return code 4). Run off
      * the nightly schedule; the steps after the cutoff are rerun
      * under the operator's rerun override.
       PROGRAM-ID. ACCT-RECOVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE ASSIGN TO "ACCTSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT STOP-ORDER-FILE ASSIGN TO "STOPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STOP-KEY
               FILE STATUS IS WS-STOP-FILE-STATUS.

           SELECT JOURNAL-KEYED-FILE ASSIGN TO "JRNLCUR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNLK-KEY
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT BACKOUT-FILE ASSIGN TO "JRNLBKO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKO-FILE-STATUS.

           SELECT RECOVERY-REPORT ASSIGN TO "RCVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE.
           COPY SNAPREC.

       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  STOP-ORDER-FILE.
           COPY STOPREC.

       FD  JOURNAL-KEYED-FILE.
           COPY JRNLKREC.

       FD  BACKOUT-FILE.
       01  BACKOUT-RECORD             PIC X(111).

       FD  RECOVERY-REPORT.
       01  REPORT-LINE                PIC X(132).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
       01 WS-SNAP-FILE-STATUS     PIC X(02).
       01 WS-ACCT-FILE-STATUS     PIC X(02).
       01 WS-HOLD-FILE-STATUS     PIC X(02).
       01 WS-STOP-FILE-STATUS     PIC X(02).
       01 WS-JRNL-FILE-STATUS     PIC X(02).
       01 WS-BKO-FILE-STATUS      PIC X(02).
       01 WS-REPORT-FILE-STATUS   PIC X(02).
       01 WS-RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-EOF-SNAP             PIC X(01) VALUE "N".
           88 NO-MORE-SNAPSHOT-RECORDS        VALUE "Y".
       01 WS-EOF-JRNL             PIC X(01) VALUE "N".
           88 NO-MORE-JOURNAL-RECORDS         VALUE "Y".
       01 WS-EOF-HOLD             PIC X(01).
           88 NO-MORE-HOLD-RECORDS            VALUE "Y".
       01 WS-JRNL-OPEN-SW         PIC X(01) VALUE "N".
           88 JOURNAL-FILE-OPEN               VALUE "Y".

      *-------------------------------------------------------------*
      * Command-line parameters: the snapshot's business date and    *
      * the roll-forward cutoff. No cutoff rolls through everything  *
      * on the journal.                                              *
      *-------------------------------------------------------------*
       01 WS-COMMAND-LINE         PIC X(80).
       01 WS-PARM-SNAP-DATE       PIC X(08).
       01 WS-PARM-CUTOFF          PIC X(14).
       01 WS-SNAP-DATE            PIC 9(08).
       01 WS-CUTOFF-TS            PIC 9(14).

      *-------------------------------------------------------------*
      * Snapshot proof: the header is kept for the roll-forward and  *
      * the records are counted and totalled against the trailer     *
      * before anything is restored.                                 *
      *-------------------------------------------------------------*
       01 WS-SNAP-OK-SW           PIC X(01) VALUE "Y".
           88 SNAPSHOT-IN-PROOF               VALUE "Y".
       01 WS-HEADER-SEEN-SW       PIC X(01) VALUE "N".
           88 SNAPSHOT-HEADER-SEEN            VALUE "Y".
       01 WS-TRAILER-SEEN-SW      PIC X(01) VALUE "N".
           88 SNAPSHOT-TRAILER-SEEN           VALUE "Y".
       01 WS-SNAP-RUN-ID          PIC X(08).
       01 WS-SNAP-TAKEN-TS        PIC 9(14) VALUE ZERO.
       01 WS-SNAP-HIGH-TS         PIC 9(14) VALUE ZERO.
       01 WS-CHK-ACCT-COUNT       PIC 9(07) VALUE ZERO.
       01 WS-CHK-LEDGER-TOTAL     PIC S9(13)V99 VALUE ZERO
                                  SIGN IS TRAILING SEPARATE.
       01 WS-CHK-AVAIL-TOTAL      PIC S9(13)V99 VALUE ZERO
                                  SIGN IS TRAILING SEPARATE.
       01 WS-CHK-HOLD-COUNT       PIC 9(07) VALUE ZERO.
       01 WS-CHK-HOLD-TOTAL       PIC S9(13)V99 VALUE ZERO
                                  SIGN IS TRAILING SEPARATE.
       01 WS-CHK-STOP-COUNT       PIC 9(07) VALUE ZERO.
           COPY ACCTREC REPLACING ==ACCOUNT-RECORD==
               BY ==WS-CHK-ACCT-REC==
               LEADING ==ACCT== BY ==CHKA==.
           COPY HOLDREC REPLACING ==HOLD-RECORD==
               BY ==WS-CHK-HOLD-REC==
               LEADING ==HOLD== BY ==CHKH==.

      *-------------------------------------------------------------*
      * Per-account roll-forward state. The journal is keyed by      *
      * account and time, so each account's entries arrive together  *
      * and in posting order; the account is read from the restored  *
      * master on its first reapplied entry and rewritten, proved,   *
      * and reported when the next account's entries begin.          *
      *-------------------------------------------------------------*
       01 WS-RCV-ACCT-ID          PIC X(10) VALUE SPACES.
       01 WS-RCV-LOOKED-UP-SW     PIC X(01).
           88 RCV-ACCOUNT-LOOKED-UP           VALUE "Y".
       01 WS-RCV-FOUND-SW         PIC X(01).
           88 RCV-ACCOUNT-ON-SNAPSHOT         VALUE "Y".
       01 WS-RCV-CHAIN-SW         PIC X(01).
           88 RCV-CHAIN-BROKEN                VALUE "Y".
       01 WS-RCV-ENTRY-COUNT      PIC 9(07) VALUE ZERO.
       01 WS-RCV-SNAP-BAL         PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE.
       01 WS-RCV-LAST-AFTER       PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE.
       01 WS-RCV-BREAK-BEFORE     PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE.
       01 WS-RCV-MOVEMENT         PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE.
       01 WS-RCV-HELD-TOTAL       PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE.
       01 WS-HOLD-THRESHOLD       PIC S9(9)V99 VALUE 1500.00
                                  SIGN IS TRAILING SEPARATE.

      *-------------------------------------------------------------*
      * Backout entries are built in the flat JRNLREC layout, as the *
      * journal archive's are.                                       *
      *-------------------------------------------------------------*
           COPY JRNLREC REPLACING ==JOURNAL-RECORD==
               BY ==WS-BACKOUT-ENTRY==
               LEADING ==JRNL-== BY ==BKO-==.

      *-------------------------------------------------------------*
      * Recovery totals for the report trailer and return code.      *
      *-------------------------------------------------------------*
       01 WS-ACCTS-RESTORED       PIC 9(07) VALUE ZERO.
       01 WS-HOLDS-RESTORED       PIC 9(07) VALUE ZERO.
       01 WS-STOPS-RESTORED       PIC 9(07) VALUE ZERO.
       01 WS-ACCTS-REBUILT        PIC 9(07) VALUE ZERO.
       01 WS-ACCTS-MISMATCHED     PIC 9(07) VALUE ZERO.
       01 WS-ACCTS-NOT-ON-SNAP    PIC 9(07) VALUE ZERO.
       01 WS-ENTRIES-APPLIED      PIC 9(07) VALUE ZERO.
       01 WS-ENTRIES-IN-SNAPSHOT  PIC 9(07) VALUE ZERO.
       01 WS-ENTRIES-BACKED-OUT   PIC 9(07) VALUE ZERO.
       01 WS-ENTRIES-UNAPPLIED    PIC 9(07) VALUE ZERO.
       01 WS-HOLD-REVIEW-COUNT    PIC 9(07) VALUE ZERO.

      *-------------------------------------------------------------*
      * Edited (human-readable) copies of monetary fields and counts *
      * for the printed report.                                      *
      *-------------------------------------------------------------*
       01 WS-DISP-SNAP-BAL        PIC -(10)9.99.
       01 WS-DISP-REBUILT         PIC -(10)9.99.
       01 WS-DISP-JOURNAL         PIC -(10)9.99.
       01 WS-DISP-AMOUNT          PIC -(10)9.99.
       01 WS-DISP-COUNT           PIC ZZZZZZ9.
       01 WS-DISP-RESULT          PIC X(10).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1010-EDIT-COMMAND-LINE
           PERFORM 1050-READ-RUN-CONTROL
           PERFORM 2000-PROVE-SNAPSHOT
           IF NOT SNAPSHOT-IN-PROOF
               DISPLAY "SNAPSHOT NOT IN PROOF - NOTHING RESTORED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-OPEN-FILES
           PERFORM 3000-PRINT-REPORT-HEADING
           PERFORM 2100-RESTORE-SNAPSHOT
           PERFORM 2300-ROLL-FORWARD
           PERFORM 3100-PRINT-REPORT-TOTALS
           PERFORM 1900-CLOSE-FILES
           DISPLAY "Accounts restored:  " WS-ACCTS-RESTORED
           DISPLAY "Accounts rebuilt:   " WS-ACCTS-REBUILT
           DISPLAY "Entries applied:    " WS-ENTRIES-APPLIED
           DISPLAY "Entries backed out: " WS-ENTRIES-BACKED-OUT
           EVALUATE TRUE
               WHEN WS-ACCTS-MISMATCHED > ZERO
                   DISPLAY "RECOVERY OUT OF PROOF - SEE RECOVERY "
                       "REPORT"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ACCTS-NOT-ON-SNAP > ZERO
                   DISPLAY "ACCOUNTS OPENED SINCE THE SNAPSHOT - "
                       "SEE RECOVERY REPORT"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Forward recovery finished - in proof."
           END-EVALUATE
           STOP RUN.

       1010-EDIT-COMMAND-LINE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-SNAP-DATE
           MOVE SPACES TO WS-PARM-CUTOFF
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-PARM-SNAP-DATE WS-PARM-CUTOFF
           END-UNSTRING
           IF WS-PARM-CUTOFF = SPACES
               MOVE ALL "9" TO WS-PARM-CUTOFF
           END-IF
           IF WS-PARM-SNAP-DATE IS NOT NUMERIC
               OR WS-PARM-CUTOFF IS NOT NUMERIC
               DISPLAY "USAGE: acct_recover <snapshot-YYYYMMDD> "
                   "[<cutoff-YYYYMMDDHHMMSS>]"
               DISPLAY "JOURNAL ENTRIES AFTER THE SNAPSHOT AND UP TO "
                   "THE CUTOFF ARE REAPPLIED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PARM-SNAP-DATE TO WS-SNAP-DATE
           MOVE WS-PARM-CUTOFF TO WS-CUTOFF-TS
           DISPLAY "RECOVER FROM SNAPSHOT " WS-SNAP-DATE
               " CUTOFF " WS-CUTOFF-TS.

      * Only the hold threshold is wanted from run control, for the
      * deposit review list; without the file the compiled default
      * stands.
       1050-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = "00"
               READ RUN-CONTROL-FILE
                   NOT AT END
                       IF RUN-HOLD-THRESHOLD-AMT IS NUMERIC
                           MOVE RUN-HOLD-THRESHOLD-AMT
                               TO WS-HOLD-THRESHOLD
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY "RUN CONTROL FILE NOT AVAILABLE - USING "
                   "COMPILED HOLD THRESHOLD"
           END-IF.

      * Read the whole snapshot once, restoring nothing: it must open
      * with a header for the requested business date, close with a
      * trailer, and its records must count and total to the
      * trailer. A cutoff at or before the snapshot would have
      * nothing to roll and is refused too.
       2000-PROVE-SNAPSHOT.
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAP-FILE-STATUS NOT = "00"
               DISPLAY "SNAPSHOT FILE NOT AVAILABLE - STATUS "
                   WS-SNAP-FILE-STATUS
               MOVE "N" TO WS-SNAP-OK-SW
           ELSE
               PERFORM UNTIL NO-MORE-SNAPSHOT-RECORDS
                   READ SNAPSHOT-FILE
                       AT END
                           SET NO-MORE-SNAPSHOT-RECORDS TO TRUE
                       NOT AT END
                           PERFORM 2010-CHECK-SNAPSHOT-RECORD
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOT-FILE
           END-IF
           IF SNAPSHOT-IN-PROOF
               EVALUATE TRUE
                   WHEN NOT SNAPSHOT-HEADER-SEEN
                       DISPLAY "SNAPSHOT HAS NO HEADER"
                       MOVE "N" TO WS-SNAP-OK-SW
                   WHEN NOT SNAPSHOT-TRAILER-SEEN
                       DISPLAY "SNAPSHOT HAS NO TRAILER - INCOMPLETE"
                       MOVE "N" TO WS-SNAP-OK-SW
                   WHEN WS-CUTOFF-TS NOT > WS-SNAP-HIGH-TS
                       DISPLAY "CUTOFF " WS-CUTOFF-TS
                           " IS NOT AFTER THE SNAPSHOT HIGH-WATER "
                           WS-SNAP-HIGH-TS
                       MOVE "N" TO WS-SNAP-OK-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2010-CHECK-SNAPSHOT-RECORD.
           EVALUATE TRUE
               WHEN SNAPSHOT-TRAILER-SEEN
                   DISPLAY "SNAPSHOT HAS RECORDS AFTER ITS TRAILER"
                   MOVE "N" TO WS-SNAP-OK-SW
               WHEN SNAP-IS-HEADER
                   IF SNAPSHOT-HEADER-SEEN
                       DISPLAY "SNAPSHOT HAS A SECOND HEADER"
                       MOVE "N" TO WS-SNAP-OK-SW
                   END-IF
                   SET SNAPSHOT-HEADER-SEEN TO TRUE
                   MOVE SNAPH-RUN-ID TO WS-SNAP-RUN-ID
                   MOVE SNAPH-TAKEN-TS TO WS-SNAP-TAKEN-TS
                   MOVE SNAPH-JRNL-HIGH-TS TO WS-SNAP-HIGH-TS
                   IF SNAPH-BUSINESS-DATE NOT = WS-SNAP-DATE
                       DISPLAY "SNAPSHOT MOUNTED IS FOR "
                           SNAPH-BUSINESS-DATE " NOT " WS-SNAP-DATE
                       MOVE "N" TO WS-SNAP-OK-SW
                   END-IF
               WHEN NOT SNAPSHOT-HEADER-SEEN
                   DISPLAY "SNAPSHOT DOES NOT START WITH A HEADER"
                   MOVE "N" TO WS-SNAP-OK-SW
                   SET SNAPSHOT-HEADER-SEEN TO TRUE
               WHEN SNAP-IS-ACCOUNT
                   MOVE SNAP-DATA TO WS-CHK-ACCT-REC
                   ADD 1 TO WS-CHK-ACCT-COUNT
                   ADD CHKA-BALANCE TO WS-CHK-LEDGER-TOTAL
                   ADD CHKA-AVAILABLE-BALANCE TO WS-CHK-AVAIL-TOTAL
               WHEN SNAP-IS-HOLD
                   MOVE SNAP-DATA TO WS-CHK-HOLD-REC
                   ADD 1 TO WS-CHK-HOLD-COUNT
                   ADD CHKH-AMOUNT TO WS-CHK-HOLD-TOTAL
               WHEN SNAP-IS-STOP
                   ADD 1 TO WS-CHK-STOP-COUNT
               WHEN SNAP-IS-TRAILER
                   SET SNAPSHOT-TRAILER-SEEN TO TRUE
                   PERFORM 2020-CHECK-SNAPSHOT-TRAILER
               WHEN OTHER
                   DISPLAY "SNAPSHOT RECORD TYPE " SNAP-REC-TYPE
                       " NOT RECOGNISED"
                   MOVE "N" TO WS-SNAP-OK-SW
           END-EVALUATE.

       2020-CHECK-SNAPSHOT-TRAILER.
           IF SNAPT-ACCT-COUNT NOT = WS-CHK-ACCT-COUNT
               OR SNAPT-LEDGER-TOTAL NOT = WS-CHK-LEDGER-TOTAL
               OR SNAPT-AVAIL-TOTAL NOT = WS-CHK-AVAIL-TOTAL
               DISPLAY "SNAPSHOT ACCOUNT TOTALS DO NOT AGREE WITH "
                   "ITS TRAILER"
               MOVE "N" TO WS-SNAP-OK-SW
           END-IF
           IF SNAPT-HOLD-COUNT NOT = WS-CHK-HOLD-COUNT
               OR SNAPT-HOLD-TOTAL NOT = WS-CHK-HOLD-TOTAL
               DISPLAY "SNAPSHOT HOLD TOTALS DO NOT AGREE WITH "
                   "ITS TRAILER"
               MOVE "N" TO WS-SNAP-OK-SW
           END-IF
           IF SNAPT-STOP-COUNT NOT = WS-CHK-STOP-COUNT
               DISPLAY "SNAPSHOT STOP-ORDER COUNT DOES NOT AGREE "
                   "WITH ITS TRAILER"
               MOVE "N" TO WS-SNAP-OK-SW
           END-IF.

      * The masters are recreated empty and reloaded from the
      * snapshot; the journal is opened for update so the backed-out
      * entries can come off it.
       1000-OPEN-FILES.
           OPEN OUTPUT ACCOUNT-MASTER
           OPEN OUTPUT HOLD-FILE
           OPEN OUTPUT STOP-ORDER-FILE
           OPEN I-O JOURNAL-KEYED-FILE
           IF WS-JRNL-FILE-STATUS = "00"
               SET JOURNAL-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "CURRENT JOURNAL NOT AVAILABLE - STATUS "
                   WS-JRNL-FILE-STATUS " - SNAPSHOT RESTORED ONLY"
               SET NO-MORE-JOURNAL-RECORDS TO TRUE
           END-IF
           OPEN EXTEND BACKOUT-FILE
           IF WS-BKO-FILE-STATUS = "35"
               OPEN OUTPUT BACKOUT-FILE
           END-IF
           OPEN OUTPUT RECOVERY-REPORT.

      * Second pass over the proved snapshot: every record goes back
      * to its master. The account master is then reopened for the
      * roll-forward and the hold file for reading the holds back.
       2100-RESTORE-SNAPSHOT.
           MOVE "N" TO WS-EOF-SNAP
           OPEN INPUT SNAPSHOT-FILE
           PERFORM UNTIL NO-MORE-SNAPSHOT-RECORDS
               READ SNAPSHOT-FILE
                   AT END
                       SET NO-MORE-SNAPSHOT-RECORDS TO TRUE
                   NOT AT END
                       PERFORM 2110-RESTORE-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE SNAPSHOT-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE HOLD-FILE
           CLOSE STOP-ORDER-FILE
           OPEN I-O ACCOUNT-MASTER
           OPEN INPUT HOLD-FILE.

       2110-RESTORE-ONE-RECORD.
           EVALUATE TRUE
               WHEN SNAP-IS-ACCOUNT
                   MOVE SNAP-DATA TO ACCOUNT-RECORD
                   WRITE ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY "ACCOUNT RESTORE FAILED FOR "
                               ACCT-ID " STATUS " WS-ACCT-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-ACCTS-RESTORED
                   END-WRITE
               WHEN SNAP-IS-HOLD
                   MOVE SNAP-DATA TO HOLD-RECORD
                   WRITE HOLD-RECORD
                       INVALID KEY
                           DISPLAY "HOLD RESTORE FAILED FOR "
                               HOLD-ACCT-ID " STATUS "
                               WS-HOLD-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-HOLDS-RESTORED
                   END-WRITE
               WHEN SNAP-IS-STOP
                   MOVE SNAP-DATA TO STOP-ORDER-RECORD
                   WRITE STOP-ORDER-RECORD
                       INVALID KEY
                           DISPLAY "STOP RESTORE FAILED FOR "
                               STOP-ACCT-ID " STATUS "
                               WS-STOP-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-STOPS-RESTORED
                   END-WRITE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Walk the whole current journal in key order. Entries at or
      * before the snapshot's high-water mark are already in the
      * restored balances; entries after the cutoff are backed out;
      * everything between is reapplied to its account.
       2300-ROLL-FORWARD.
           IF JOURNAL-FILE-OPEN
               MOVE LOW-VALUES TO JRNLK-KEY
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
                       IF JRNLK-ACCT-ID NOT = WS-RCV-ACCT-ID
                           PERFORM 2390-FINISH-ACCOUNT
                           PERFORM 2310-START-ACCOUNT
                       END-IF
                       EVALUATE TRUE
                           WHEN JRNLK-TIMESTAMP NOT > WS-SNAP-HIGH-TS
                               ADD 1 TO WS-ENTRIES-IN-SNAPSHOT
                           WHEN JRNLK-TIMESTAMP > WS-CUTOFF-TS
                               PERFORM 2360-BACK-OUT-ENTRY
                           WHEN OTHER
                               PERFORM 2320-REAPPLY-ENTRY
                       END-EVALUATE
               END-READ
           END-PERFORM
           PERFORM 2390-FINISH-ACCOUNT.

       2310-START-ACCOUNT.
           MOVE JRNLK-ACCT-ID TO WS-RCV-ACCT-ID
           MOVE "N" TO WS-RCV-LOOKED-UP-SW
           MOVE "N" TO WS-RCV-FOUND-SW
           MOVE "N" TO WS-RCV-CHAIN-SW
           MOVE ZERO TO WS-RCV-ENTRY-COUNT
           MOVE ZERO TO WS-RCV-SNAP-BAL
           MOVE ZERO TO WS-RCV-LAST-AFTER.

      * The account is read from the restored master on its first
      * reapplied entry, and that entry must pick up from the
      * snapshot balance. The balance moves by the entry's own
      * type and amount - not by copying its after-balance - so
      * the proof against the journal at the end means something.
      * Maintenance entries carry their movement in the before and
      * after balances; declines and honoured stops move nothing.
       2320-REAPPLY-ENTRY.
           IF NOT RCV-ACCOUNT-LOOKED-UP
               SET RCV-ACCOUNT-LOOKED-UP TO TRUE
               MOVE WS-RCV-ACCT-ID TO ACCT-ID
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RCV-ACCOUNT-ON-SNAPSHOT TO TRUE
                       MOVE ACCT-BALANCE TO WS-RCV-SNAP-BAL
                       IF JRNLK-BALANCE-BEFORE NOT = ACCT-BALANCE
                           SET RCV-CHAIN-BROKEN TO TRUE
                           MOVE JRNLK-BALANCE-BEFORE
                               TO WS-RCV-BREAK-BEFORE
                       END-IF
               END-READ
           END-IF
           IF RCV-ACCOUNT-ON-SNAPSHOT
               EVALUATE JRNLK-TXN-TYPE
                   WHEN "C"
                   WHEN "I"
                   WHEN "R"
                       MOVE JRNLK-AMOUNT TO WS-RCV-MOVEMENT
                   WHEN "D"
                   WHEN "F"
                       COMPUTE WS-RCV-MOVEMENT = ZERO - JRNLK-AMOUNT
                   WHEN "X"
                   WHEN "S"
                       MOVE ZERO TO WS-RCV-MOVEMENT
                   WHEN OTHER
                       COMPUTE WS-RCV-MOVEMENT =
                           JRNLK-BALANCE-AFTER - JRNLK-BALANCE-BEFORE
               END-EVALUATE
               ADD WS-RCV-MOVEMENT TO ACCT-BALANCE
               PERFORM 2330-REAPPLY-STATUS
               MOVE JRNLK-BALANCE-AFTER TO WS-RCV-LAST-AFTER
               ADD 1 TO WS-RCV-ENTRY-COUNT
               ADD 1 TO WS-ENTRIES-APPLIED
               IF JRNLK-TXN-TYPE = "C"
                   AND JRNLK-DESCRIPTION = "CREDIT"
                   AND WS-HOLD-THRESHOLD > ZERO
                   AND JRNLK-AMOUNT >= WS-HOLD-THRESHOLD
                   PERFORM 2340-REPORT-HOLD-REVIEW
               END-IF
           ELSE
               ADD 1 TO WS-ENTRIES-UNAPPLIED
           END-IF.

      * Status changes that were journaled come forward with the
      * balances: maintenance closes, holds, and releases, and a
      * certificate closed at maturity. A close takes the date it
      * was journaled as the account's close date.
       2330-REAPPLY-STATUS.
           EVALUATE TRUE
               WHEN JRNLK-TXN-TYPE = "M"
                   AND JRNLK-DESCRIPTION(1:9) = "CLOSE BY "
                   SET ACCT-CLOSED TO TRUE
                   MOVE JRNLK-TIMESTAMP(1:8) TO ACCT-CLOSE-DATE
               WHEN JRNLK-TXN-TYPE = "M"
                   AND JRNLK-DESCRIPTION(1:8) = "HOLD BY "
                   SET ACCT-ON-HOLD TO TRUE
               WHEN JRNLK-TXN-TYPE = "M"
                   AND JRNLK-DESCRIPTION(1:11) = "RELEASE BY "
                   SET ACCT-ACTIVE TO TRUE
               WHEN JRNLK-DESCRIPTION = "TD MATURED - CLOSED"
               WHEN JRNLK-DESCRIPTION = "TD MATURITY PAYOUT"
                   SET ACCT-CLOSED TO TRUE
                   MOVE JRNLK-TIMESTAMP(1:8) TO ACCT-CLOSE-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2340-REPORT-HOLD-REVIEW.
           ADD 1 TO WS-HOLD-REVIEW-COUNT
           MOVE JRNLK-AMOUNT TO WS-DISP-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING WS-RCV-ACCT-ID
               " DEPOSIT " WS-DISP-AMOUNT
               " ON " JRNLK-TIMESTAMP(1:8)
               " AT OR OVER HOLD THRESHOLD - REVIEW HOLD"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * An entry after the cutoff comes off the current journal to
      * the backout file, where it is kept for re-keying.
       2360-BACK-OUT-ENTRY.
           MOVE JRNLK-ACCT-ID TO BKO-ACCT-ID
           MOVE JRNLK-TXN-TYPE TO BKO-TXN-TYPE
           MOVE JRNLK-AMOUNT TO BKO-AMOUNT
           MOVE JRNLK-BALANCE-BEFORE TO BKO-BALANCE-BEFORE
           MOVE JRNLK-BALANCE-AFTER TO BKO-BALANCE-AFTER
           MOVE JRNLK-TIMESTAMP TO BKO-TIMESTAMP
           MOVE JRNLK-DESCRIPTION TO BKO-DESCRIPTION
           MOVE JRNLK-REV-TIMESTAMP TO BKO-REV-TIMESTAMP
           MOVE JRNLK-REV-SEQ TO BKO-REV-SEQ
           MOVE JRNLK-BRANCH-ID TO BKO-BRANCH-ID
           MOVE JRNLK-TELLER-ID TO BKO-TELLER-ID
           MOVE WS-BACKOUT-ENTRY TO BACKOUT-RECORD
           WRITE BACKOUT-RECORD
           DELETE JOURNAL-KEYED-FILE
           ADD 1 TO WS-ENTRIES-BACKED-OUT.

      * Close off the account whose entries just ended: rewrite it
      * with its available balance recomputed from the restored
      * holds, prove it, and report it.
       2390-FINISH-ACCOUNT.
           EVALUATE TRUE
               WHEN WS-RCV-ACCT-ID = SPACES
                   CONTINUE
               WHEN NOT RCV-ACCOUNT-LOOKED-UP
                   CONTINUE
               WHEN NOT RCV-ACCOUNT-ON-SNAPSHOT
                   ADD 1 TO WS-ACCTS-NOT-ON-SNAP
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-RCV-ACCT-ID
                       " NOT ON SNAPSHOT - OPENED SINCE; RE-RUN ITS "
                       "MAINTENANCE AND POSTINGS"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN OTHER
                   PERFORM 2395-SUM-ACCOUNT-HOLDS
                   COMPUTE ACCT-AVAILABLE-BALANCE =
                       ACCT-BALANCE - WS-RCV-HELD-TOTAL
                   IF ACCT-BALANCE < ZERO
                       SET ACCT-IS-OVERDRAWN TO TRUE
                   ELSE
                       SET ACCT-NOT-OVERDRAWN TO TRUE
                   END-IF
                   REWRITE ACCOUNT-RECORD
                   ADD 1 TO WS-ACCTS-REBUILT
                   PERFORM 2398-REPORT-REBUILT-ACCOUNT
           END-EVALUATE.

       2395-SUM-ACCOUNT-HOLDS.
           MOVE ZERO TO WS-RCV-HELD-TOTAL
           MOVE "N" TO WS-EOF-HOLD
           MOVE WS-RCV-ACCT-ID TO HOLD-ACCT-ID
           MOVE ZEROES TO HOLD-RELEASE-DATE
           MOVE ZEROES TO HOLD-SEQ
           START HOLD-FILE KEY IS >= HOLD-KEY
               INVALID KEY
                   SET NO-MORE-HOLD-RECORDS TO TRUE
           END-START
           PERFORM UNTIL NO-MORE-HOLD-RECORDS
               READ HOLD-FILE NEXT RECORD
                   AT END
                       SET NO-MORE-HOLD-RECORDS TO TRUE
                   NOT AT END
                       IF HOLD-ACCT-ID = WS-RCV-ACCT-ID
                           ADD HOLD-AMOUNT TO WS-RCV-HELD-TOTAL
                       ELSE
                           SET NO-MORE-HOLD-RECORDS TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       2398-REPORT-REBUILT-ACCOUNT.
           IF RCV-CHAIN-BROKEN
               OR ACCT-BALANCE NOT = WS-RCV-LAST-AFTER
               ADD 1 TO WS-ACCTS-MISMATCHED
               MOVE "MISMATCH" TO WS-DISP-RESULT
           ELSE
               MOVE "IN PROOF" TO WS-DISP-RESULT
           END-IF
           MOVE WS-RCV-SNAP-BAL TO WS-DISP-SNAP-BAL
           MOVE ACCT-BALANCE TO WS-DISP-REBUILT
           MOVE WS-RCV-LAST-AFTER TO WS-DISP-JOURNAL
           MOVE WS-RCV-ENTRY-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING WS-RCV-ACCT-ID
               "  " WS-DISP-SNAP-BAL
               "  " WS-DISP-COUNT
               "  " WS-DISP-REBUILT
               "  " WS-DISP-JOURNAL
               "  " WS-DISP-RESULT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF RCV-CHAIN-BROKEN
               MOVE WS-RCV-BREAK-BEFORE TO WS-DISP-JOURNAL
               MOVE SPACES TO REPORT-LINE
               STRING WS-RCV-ACCT-ID
                   " FIRST ENTRY AFTER SNAPSHOT STARTS FROM "
                   WS-DISP-JOURNAL " NOT THE SNAPSHOT BALANCE "
                   WS-DISP-SNAP-BAL
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3000-PRINT-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING "FORWARD RECOVERY FROM SNAPSHOT " WS-SNAP-DATE
               " RUN " WS-SNAP-RUN-ID
               " - JOURNAL HIGH-WATER " WS-SNAP-HIGH-TS
               " CUTOFF " WS-CUTOFF-TS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNT        SNAPSHOT BAL  ENTRIES"
               "     REBUILT BAL     JOURNAL BAL  RESULT"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       3100-PRINT-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ACCTS-RESTORED TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNTS RESTORED:          " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HOLDS-RESTORED TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "HOLDS RESTORED:             " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-STOPS-RESTORED TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "STOP ORDERS RESTORED:       " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ACCTS-REBUILT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNTS REBUILT:           " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ACCTS-MISMATCHED TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNTS OUT OF PROOF:      " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ACCTS-NOT-ON-SNAP TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNTS NOT ON SNAPSHOT:   " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ENTRIES-APPLIED TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ENTRIES REAPPLIED:          " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ENTRIES-IN-SNAPSHOT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ENTRIES ALREADY IN SNAPSHOT:" WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ENTRIES-BACKED-OUT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ENTRIES BACKED OUT:         " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ENTRIES-UNAPPLIED TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ENTRIES NOT APPLIED:        " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HOLD-REVIEW-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "DEPOSITS FOR HOLD REVIEW:   " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       1900-CLOSE-FILES.
           CLOSE ACCOUNT-MASTER
           CLOSE HOLD-FILE
           IF JOURNAL-FILE-OPEN
               CLOSE JOURNAL-KEYED-FILE
           END-IF
           CLOSE BACKOUT-FILE
           CLOSE RECOVERY-REPORT.
