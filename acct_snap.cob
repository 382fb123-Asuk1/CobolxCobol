       IDENTIFICATION DIVISION.
      * Nightly master snapshot run: the first step of the night,
      * ahead of any maintenance or posting. Copies every record on
      * ACCOUNT-MASTER, HOLD-FILE, and STOP-ORDER-FILE to the
      * night's snapshot file under a header stamped with the
      * business date and the current journal's high-water
      * timestamp, and closes it with a trailer of control totals -
      * record counts, ledger and available balance totals, and the
      * total held. ACCT-RECOVER restores a chosen snapshot and rolls
      * it forward from the journal if a master is damaged or a bad
      * batch has to be backed out. Nothing is updated here; a
      * master that cannot be read fails the step with return code
      * 8 so the night does not start without its fallback.
       PROGRAM-ID. ACCT-SNAP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT SNAPSHOT-FILE ASSIGN TO "ACCTSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.

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

       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  STOP-ORDER-FILE.
           COPY STOPREC.

       FD  JOURNAL-KEYED-FILE.
           COPY JRNLKREC.

       FD  SNAPSHOT-FILE.
           COPY SNAPREC.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTLREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-FILE-STATUS     PIC X(02).
       01 WS-HOLD-FILE-STATUS     PIC X(02).
       01 WS-STOP-FILE-STATUS     PIC X(02).
       01 WS-JRNL-FILE-STATUS     PIC X(02).
       01 WS-SNAP-FILE-STATUS     PIC X(02).
       01 WS-EOF-ACCT             PIC X(01) VALUE "N".
           88 NO-MORE-ACCOUNTS                VALUE "Y".
       01 WS-EOF-HOLD             PIC X(01) VALUE "N".
           88 NO-MORE-HOLD-RECORDS            VALUE "Y".
       01 WS-EOF-STOP             PIC X(01) VALUE "N".
           88 NO-MORE-STOP-ORDERS             VALUE "Y".
       01 WS-EOF-JRNL             PIC X(01) VALUE "N".
           88 NO-MORE-JOURNAL-RECORDS         VALUE "Y".
       01 WS-HOLD-OPEN-SW         PIC X(01) VALUE "N".
           88 HOLD-FILE-OPEN                  VALUE "Y".
       01 WS-STOP-OPEN-SW         PIC X(01) VALUE "N".
           88 STOP-FILE-OPEN                  VALUE "Y".
       01 WS-JRNL-OPEN-SW         PIC X(01) VALUE "N".
           88 JOURNAL-FILE-OPEN               VALUE "Y".

      *-------------------------------------------------------------*
      * Snapshot control totals, written to the trailer and shown on *
      * the console for the operations log. The journal high-water   *
      * mark is the latest entry timestamp on the current journal.   *
      *-------------------------------------------------------------*
       01 WS-JRNL-HIGH-TS         PIC 9(14) VALUE ZERO.
       01 WS-SNAP-ACCT-COUNT      PIC 9(07) VALUE ZERO.
       01 WS-SNAP-LEDGER-TOTAL    PIC S9(13)V99 VALUE ZERO
                                  SIGN IS TRAILING SEPARATE.
       01 WS-SNAP-AVAIL-TOTAL     PIC S9(13)V99 VALUE ZERO
                                  SIGN IS TRAILING SEPARATE.
       01 WS-SNAP-HOLD-COUNT      PIC 9(07) VALUE ZERO.
       01 WS-SNAP-HOLD-TOTAL      PIC S9(13)V99 VALUE ZERO
                                  SIGN IS TRAILING SEPARATE.
       01 WS-SNAP-STOP-COUNT      PIC 9(07) VALUE ZERO.

      *-------------------------------------------------------------*
      * Run control: business date and run id read at startup; the   *
      * WS defaults survive a missing run control file.              *
      *-------------------------------------------------------------*
       01 WS-RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-RUN-ID               PIC X(08) VALUE "DEFAULT ".
       01 WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
       01 WS-CURRENT-TIMESTAMP.
           05 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-RUN-TIMESTAMP.
           05 WS-RUN-TS-DATE          PIC 9(08).
           05 WS-RUN-TS-TIME          PIC 9(06).
       01 WS-RUN-TIMESTAMP-NUM REDEFINES WS-RUN-TIMESTAMP
                                  PIC 9(14).

      *-------------------------------------------------------------*
      * Run-log support: a start record is appended as the run       *
      * begins and an end record with the outcome as it finishes.    *
      * The snapshot opens the night, so it has no predecessor; it   *
      * must not already have completed for the business date        *
      * unless the operator set the rerun override on run control    *
      * for a deliberate rerun.                                      *
      *-------------------------------------------------------------*
       01 WS-RLOG-FILE-STATUS     PIC X(02).
       01 WS-EOF-RLOG             PIC X(01).
           88 NO-MORE-RLOG-RECORDS            VALUE "Y".
       01 WS-RLOG-PROGRAM         PIC X(16) VALUE "ACCT-SNAP".
       01 WS-RLOG-PREDECESSOR     PIC X(16) VALUE SPACES.
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
      * Edited (human-readable) copies of the control totals.        *
      *-------------------------------------------------------------*
       01 WS-DISP-TOTAL           PIC -(14)9.99.
       01 WS-DISP-COUNT           PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1050-READ-RUN-CONTROL
           PERFORM 1070-CHECK-RUN-LOG
           PERFORM 1080-WRITE-RUN-LOG-START
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-FIND-JOURNAL-HIGH-WATER
           PERFORM 2100-WRITE-SNAPSHOT-HEADER
           PERFORM 2200-COPY-ACCOUNTS
           PERFORM 2300-COPY-HOLDS
           PERFORM 2400-COPY-STOP-ORDERS
           PERFORM 2500-WRITE-SNAPSHOT-TRAILER
           PERFORM 1900-CLOSE-FILES
           PERFORM 3000-DISPLAY-CONTROL-TOTALS
           DISPLAY "Master snapshot finished."
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

      * The account master must be readable - a snapshot without it
      * is no fallback at all. A hold or stop file that does not
      * exist yet simply has nothing to copy, and a missing journal
      * leaves the high-water mark at zero.
       1000-OPEN-FILES.
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER NOT AVAILABLE - STATUS "
                   WS-ACCT-FILE-STATUS " - SNAPSHOT NOT TAKEN"
               MOVE "FAIL" TO WS-RLOG-END-STATUS
               PERFORM 8000-WRITE-RUN-LOG-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               SET HOLD-FILE-OPEN TO TRUE
           ELSE
               SET NO-MORE-HOLD-RECORDS TO TRUE
           END-IF
           OPEN INPUT STOP-ORDER-FILE
           IF WS-STOP-FILE-STATUS = "00"
               SET STOP-FILE-OPEN TO TRUE
           ELSE
               SET NO-MORE-STOP-ORDERS TO TRUE
           END-IF
           OPEN INPUT JOURNAL-KEYED-FILE
           IF WS-JRNL-FILE-STATUS = "00"
               SET JOURNAL-FILE-OPEN TO TRUE
           ELSE
               SET NO-MORE-JOURNAL-RECORDS TO TRUE
           END-IF
           OPEN OUTPUT SNAPSHOT-FILE.

      * The journal is keyed by account first, so the latest entry
      * can be anywhere in it; the whole file is read once for the
      * highest timestamp.
       2000-FIND-JOURNAL-HIGH-WATER.
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
                       IF JRNLK-TIMESTAMP > WS-JRNL-HIGH-TS
                           MOVE JRNLK-TIMESTAMP TO WS-JRNL-HIGH-TS
                       END-IF
               END-READ
           END-PERFORM.

       2100-WRITE-SNAPSHOT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-BUSINESS-DATE TO WS-RUN-TS-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-RUN-TS-TIME
           MOVE SPACES TO SNAPSHOT-RECORD
           SET SNAP-IS-HEADER TO TRUE
           MOVE WS-BUSINESS-DATE TO SNAPH-BUSINESS-DATE
           MOVE WS-RUN-ID TO SNAPH-RUN-ID
           MOVE WS-RUN-TIMESTAMP-NUM TO SNAPH-TAKEN-TS
           MOVE WS-JRNL-HIGH-TS TO SNAPH-JRNL-HIGH-TS
           WRITE SNAPSHOT-RECORD.

       2200-COPY-ACCOUNTS.
           MOVE LOW-VALUES TO ACCT-ID
           START ACCOUNT-MASTER KEY IS >= ACCT-ID
               INVALID KEY
                   SET NO-MORE-ACCOUNTS TO TRUE
           END-START
           PERFORM UNTIL NO-MORE-ACCOUNTS
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       SET NO-MORE-ACCOUNTS TO TRUE
                   NOT AT END
                       MOVE SPACES TO SNAPSHOT-RECORD
                       SET SNAP-IS-ACCOUNT TO TRUE
                       MOVE ACCOUNT-RECORD TO SNAP-DATA
                       WRITE SNAPSHOT-RECORD
                       ADD 1 TO WS-SNAP-ACCT-COUNT
                       ADD ACCT-BALANCE TO WS-SNAP-LEDGER-TOTAL
                       ADD ACCT-AVAILABLE-BALANCE
                           TO WS-SNAP-AVAIL-TOTAL
               END-READ
           END-PERFORM.

       2300-COPY-HOLDS.
           IF HOLD-FILE-OPEN
               MOVE LOW-VALUES TO HOLD-KEY
               START HOLD-FILE KEY IS >= HOLD-KEY
                   INVALID KEY
                       SET NO-MORE-HOLD-RECORDS TO TRUE
               END-START
           END-IF
           PERFORM UNTIL NO-MORE-HOLD-RECORDS
               READ HOLD-FILE NEXT RECORD
                   AT END
                       SET NO-MORE-HOLD-RECORDS TO TRUE
                   NOT AT END
                       MOVE SPACES TO SNAPSHOT-RECORD
                       SET SNAP-IS-HOLD TO TRUE
                       MOVE HOLD-RECORD TO SNAP-DATA
                       WRITE SNAPSHOT-RECORD
                       ADD 1 TO WS-SNAP-HOLD-COUNT
                       ADD HOLD-AMOUNT TO WS-SNAP-HOLD-TOTAL
               END-READ
           END-PERFORM.

       2400-COPY-STOP-ORDERS.
           IF STOP-FILE-OPEN
               MOVE LOW-VALUES TO STOP-KEY
               START STOP-ORDER-FILE KEY IS >= STOP-KEY
                   INVALID KEY
                       SET NO-MORE-STOP-ORDERS TO TRUE
               END-START
           END-IF
           PERFORM UNTIL NO-MORE-STOP-ORDERS
               READ STOP-ORDER-FILE NEXT RECORD
                   AT END
                       SET NO-MORE-STOP-ORDERS TO TRUE
                   NOT AT END
                       MOVE SPACES TO SNAPSHOT-RECORD
                       SET SNAP-IS-STOP TO TRUE
                       MOVE STOP-ORDER-RECORD TO SNAP-DATA
                       WRITE SNAPSHOT-RECORD
                       ADD 1 TO WS-SNAP-STOP-COUNT
               END-READ
           END-PERFORM.

       2500-WRITE-SNAPSHOT-TRAILER.
           MOVE SPACES TO SNAPSHOT-RECORD
           SET SNAP-IS-TRAILER TO TRUE
           MOVE WS-SNAP-ACCT-COUNT TO SNAPT-ACCT-COUNT
           MOVE WS-SNAP-LEDGER-TOTAL TO SNAPT-LEDGER-TOTAL
           MOVE WS-SNAP-AVAIL-TOTAL TO SNAPT-AVAIL-TOTAL
           MOVE WS-SNAP-HOLD-COUNT TO SNAPT-HOLD-COUNT
           MOVE WS-SNAP-HOLD-TOTAL TO SNAPT-HOLD-TOTAL
           MOVE WS-SNAP-STOP-COUNT TO SNAPT-STOP-COUNT
           WRITE SNAPSHOT-RECORD.

       3000-DISPLAY-CONTROL-TOTALS.
           DISPLAY "SNAPSHOT FOR " WS-BUSINESS-DATE
               " JOURNAL HIGH-WATER " WS-JRNL-HIGH-TS
           MOVE WS-SNAP-ACCT-COUNT TO WS-DISP-COUNT
           DISPLAY "Accounts copied:     " WS-DISP-COUNT
           MOVE WS-SNAP-LEDGER-TOTAL TO WS-DISP-TOTAL
           DISPLAY "Ledger total:        " WS-DISP-TOTAL
           MOVE WS-SNAP-AVAIL-TOTAL TO WS-DISP-TOTAL
           DISPLAY "Available total:     " WS-DISP-TOTAL
           MOVE WS-SNAP-HOLD-COUNT TO WS-DISP-COUNT
           DISPLAY "Holds copied:        " WS-DISP-COUNT
           MOVE WS-SNAP-HOLD-TOTAL TO WS-DISP-TOTAL
           DISPLAY "Held total:          " WS-DISP-TOTAL
           MOVE WS-SNAP-STOP-COUNT TO WS-DISP-COUNT
           DISPLAY "Stop orders copied:  " WS-DISP-COUNT.

       1900-CLOSE-FILES.
           CLOSE ACCOUNT-MASTER
           IF HOLD-FILE-OPEN
               CLOSE HOLD-FILE
           END-IF
           IF STOP-FILE-OPEN
               CLOSE STOP-ORDER-FILE
           END-IF
           IF JOURNAL-FILE-OPEN
               CLOSE JOURNAL-KEYED-FILE
           END-IF
           CLOSE SNAPSHOT-FILE.
