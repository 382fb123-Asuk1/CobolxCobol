       IDENTIFICATION DIVISION.
      * Account closure settlement run: executed nightly after the
      * posting batch, works the closure requests the branches keyed
      * during the day (CLOSURE-REQUEST-FILE) and settles each
      * account out to a zero balance before closing it. A request
      * is edited in full before anything is touched: the account
      * must be on file and not already closed, not on hold, not a
      * certificate still in term, and not overdrawn; the balance
      * must have somewhere to go - an open account other than the
      * one closing, or an official check; and uncollected-funds
      * holds still on HOLD-FILE refuse the closure unless the
      * request asks for them to be released under a supervisor
      * other than the keying user. An accepted request is then
      * settled in order: holds released, savings interest accrued
      * to date (actual/365 from the first of the month, or the
      * opening date if later, unless the month-end interest run has
      * already paid the month tonight), the fee schedule's
      * early-closure fee charged when the account is closed inside
      * its type's window, the remaining balance paid to the
      * destination account or issued as an official check payable
      * (OFFICIAL-CHECK-FILE), the account closed, and its standing
      * orders and stop-payment orders cancelled. Every posting is
      * journaled, and a closing statement and closing letter are
      * raised through the notice pipeline. The settlement report
      * lists every request with its outcome.
       PROGRAM-ID. ACCT-CLOSE.

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

           SELECT STANDING-ORDER-MASTER ASSIGN TO "SORDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SORD-ID
               FILE STATUS IS WS-SORD-FILE-STATUS.

           SELECT JOURNAL-KEYED-FILE ASSIGN TO "JRNLCUR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNLK-KEY
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-FILE-STATUS.

           SELECT CLOSURE-REQUEST-FILE ASSIGN TO "CLOSEREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLR-FILE-STATUS.

           SELECT OFFICIAL-CHECK-FILE ASSIGN TO "OFFCHECK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCHK-FILE-STATUS.

           SELECT NOTICE-FILE ASSIGN TO "NOTICEOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-FILE-STATUS.

           SELECT CLOSURE-REPORT ASSIGN TO "CLOSERPT"
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

       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  STOP-ORDER-FILE.
           COPY STOPREC.

       FD  STANDING-ORDER-MASTER.
           COPY SORDREC.

       FD  JOURNAL-KEYED-FILE.
           COPY JRNLKREC.

       FD  FEE-SCHEDULE-FILE.
           COPY FEESREC.

       FD  CLOSURE-REQUEST-FILE.
           COPY CLRQREC.

       FD  OFFICIAL-CHECK-FILE.
           COPY OCHKREC.

       FD  NOTICE-FILE.
           COPY NOTICEREC.

       FD  CLOSURE-REPORT.
       01  REPORT-LINE                PIC X(132).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTLREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-FILE-STATUS     PIC X(02).
       01 WS-HOLD-FILE-STATUS     PIC X(02).
       01 WS-STOP-FILE-STATUS     PIC X(02).
       01 WS-SORD-FILE-STATUS     PIC X(02).
       01 WS-JRNL-FILE-STATUS     PIC X(02).
       01 WS-CLR-FILE-STATUS      PIC X(02).
       01 WS-OCHK-FILE-STATUS     PIC X(02).
       01 WS-NOTICE-FILE-STATUS   PIC X(02).
       01 WS-REPORT-FILE-STATUS   PIC X(02).
       01 WS-EOF-CLR              PIC X(01) VALUE "N".
           88 NO-MORE-REQUESTS                VALUE "Y".
       01 WS-CLR-OPEN-SW          PIC X(01) VALUE "N".
           88 REQUEST-FILE-OPEN               VALUE "Y".
       01 WS-EOF-HOLD             PIC X(01).
           88 NO-MORE-HOLDS                   VALUE "Y".
       01 WS-EOF-STOP             PIC X(01).
           88 NO-MORE-STOPS                   VALUE "Y".
       01 WS-EOF-SORD             PIC X(01).
           88 NO-MORE-SORDS                   VALUE "Y".
       01 WS-EOF-OCHK             PIC X(01).
           88 NO-MORE-OCHKS                   VALUE "Y".
       01 WS-CURRENT-TIMESTAMP.
           05 WS-CURRENT-DATE-TIME PIC X(21).

      *-------------------------------------------------------------*
      * Run control: business date and run id; the WS defaults       *
      * survive a missing run control file. Journal, notice and      *
      * check entries are stamped with the business date.            *
      *-------------------------------------------------------------*
       01 WS-RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-RUN-ID               PIC X(08) VALUE "DEFAULT ".
       01 WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
       01 WS-JRNL-WRITTEN-SW      PIC X(01).
           88 JOURNAL-ENTRY-WRITTEN           VALUE "Y".
       01 WS-RUN-TIMESTAMP.
           05 WS-RUN-TS-DATE          PIC 9(08).
           05 WS-RUN-TS-TIME          PIC 9(06).
       01 WS-RUN-TIMESTAMP-NUM REDEFINES WS-RUN-TIMESTAMP
                                  PIC 9(14).

      *-------------------------------------------------------------*
      * Fee schedule table, loaded at startup: the early-closure fee *
      * and window for each account type on the schedule file. A     *
      * missing schedule, or a type without the closure columns,     *
      * charges no early-closure fee.                                *
      *-------------------------------------------------------------*
       01 WS-FEE-FILE-STATUS      PIC X(02).
       01 WS-EOF-FEE              PIC X(01) VALUE "N".
           88 NO-MORE-FEE-RECORDS             VALUE "Y".
       01 WS-MAX-FEE-TYPES        PIC 9(02) VALUE 20.
       01 WS-FEE-TYPE-COUNT       PIC 9(02) VALUE ZERO.
       01 WS-FEE-IDX              PIC 9(02) VALUE ZERO.
       01 WS-FEE-TABLE.
           05 WS-FEE-ENTRY OCCURS 20 TIMES.
               10 WS-FT-ACCT-TYPE       PIC X(02).
               10 WS-FT-CLOSE-AMOUNT    PIC S9(4)V99
                                        SIGN IS TRAILING SEPARATE.
               10 WS-FT-CLOSE-WINDOW    PIC 9(03).
       01 WS-FEE-FOUND-SW         PIC X(01).
           88 FEE-ENTRY-FOUND                 VALUE "Y".

      *-------------------------------------------------------------*
      * Edit results for one request: the reason it was refused      *
      * (spaces when accepted), the holds still on file against the  *
      * account, and whether the destination account can take the    *
      * proceeds.                                                    *
      *-------------------------------------------------------------*
       01 WS-REFUSE-REASON        PIC X(30).
       01 WS-HOLD-COUNT           PIC 9(04).
       01 WS-HOLD-TOTAL           PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE.
       01 WS-DEST-CREDITED-SW     PIC X(01).
           88 DESTINATION-CREDITED            VALUE "Y".

      *-------------------------------------------------------------*
      * Settlement work areas for one account: the interest accrual  *
      * period, the early-closure fee, the proceeds paid away, the   *
      * journal entry and notice being built, and the payout text    *
      * for the report line and the closing letter.                  *
      *-------------------------------------------------------------*
       01 WS-DAY-BASIS            PIC 9(03) VALUE 365.
       01 WS-ACCRUAL-FROM-DATE    PIC 9(08).
       01 WS-ACCRUAL-FROM-PARTS REDEFINES WS-ACCRUAL-FROM-DATE.
           05 WS-ACCRUAL-FROM-YM      PIC 9(06).
           05 WS-ACCRUAL-FROM-DAY     PIC 9(02).
       01 WS-ACCRUAL-DAYS         PIC S9(05).
       01 WS-DAYS-OPEN            PIC S9(07).
       01 WS-INTEREST-AMOUNT      PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE.
       01 WS-FEE-AMOUNT           PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE.
       01 WS-PAYOUT-AMOUNT        PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE.
       01 WS-BALANCE-BEFORE       PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE.
       01 WS-JRNL-TYPE            PIC X(01).
       01 WS-JRNL-AMOUNT          PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE.
       01 WS-JRNL-DESC            PIC X(20).
       01 WS-JRNL-BRANCH          PIC X(04).
       01 WS-JRNL-TELLER          PIC X(08).
       01 WS-NOTICE-TYPE          PIC X(04).
       01 WS-NOTICE-AMOUNT        PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE.
       01 WS-NOTICE-MESSAGE       PIC X(60).
       01 WS-PAYOUT-TEXT          PIC X(30).
       01 WS-OCHK-SEQ             PIC 9(04) VALUE ZERO.
       01 WS-OCHK-NUMBER.
           05 WS-OCHK-NUM-DATE        PIC 9(08).
           05 WS-OCHK-NUM-SEQ         PIC 9(04).
       01 WS-SORD-CANCEL-COUNT    PIC 9(04).
       01 WS-STOP-CANCEL-COUNT    PIC 9(04).

      *-------------------------------------------------------------*
      * Destination-account credit: the closing account's image held *
      * while the destination is read and credited through the one   *
      * FD record area.                                              *
      *-------------------------------------------------------------*
           COPY ACCTREC REPLACING ==ACCOUNT-RECORD==
               BY ==WS-CLOSING-ACCT-REC==
               LEADING ==ACCT== BY ==CLA==.

      *-------------------------------------------------------------*
      * Report totals.                                               *
      *-------------------------------------------------------------*
       01 WS-REQUEST-COUNT        PIC 9(06) VALUE ZERO.
       01 WS-CLOSED-COUNT         PIC 9(06) VALUE ZERO.
       01 WS-REFUSED-COUNT        PIC 9(06) VALUE ZERO.
       01 WS-INTEREST-TOTAL       PIC S9(11)V99 VALUE ZERO
                                  SIGN IS TRAILING SEPARATE.
       01 WS-FEE-COUNT            PIC 9(06) VALUE ZERO.
       01 WS-FEE-TOTAL            PIC S9(11)V99 VALUE ZERO
                                  SIGN IS TRAILING SEPARATE.
       01 WS-TO-ACCT-COUNT        PIC 9(06) VALUE ZERO.
       01 WS-TO-ACCT-TOTAL        PIC S9(11)V99 VALUE ZERO
                                  SIGN IS TRAILING SEPARATE.
       01 WS-CHECK-COUNT          PIC 9(06) VALUE ZERO.
       01 WS-CHECK-TOTAL          PIC S9(11)V99 VALUE ZERO
                                  SIGN IS TRAILING SEPARATE.
       01 WS-HOLDS-RELEASED       PIC 9(06) VALUE ZERO.
       01 WS-HOLDS-RELEASED-AMT   PIC S9(11)V99 VALUE ZERO
                                  SIGN IS TRAILING SEPARATE.
       01 WS-SORDS-CANCELLED      PIC 9(06) VALUE ZERO.
       01 WS-STOPS-CANCELLED      PIC 9(06) VALUE ZERO.

      *-------------------------------------------------------------*
      * Run-log support: a start record is appended as the run       *
      * begins and an end record with the outcome as it finishes.    *
      * Before touching data the run proves the night's sequence     *
      * off the log: the predecessor step must have ended "OK" for   *
      * the business date and this step must not have already done   *
      * so, unless the operator set the rerun override on run        *
      * control for a deliberate rerun. The run is also refused once *
      * the notice run or the GL extract has completed for the date, *
      * since the closing letters and official checks would then     *
      * miss them; the rerun override does not waive that. The       *
      * month-end interest run completing first means savings have   *
      * already been paid interest for the month.                    *
      *-------------------------------------------------------------*
       01 WS-RLOG-FILE-STATUS     PIC X(02).
       01 WS-EOF-RLOG             PIC X(01).
           88 NO-MORE-RLOG-RECORDS            VALUE "Y".
       01 WS-RLOG-PROGRAM         PIC X(16) VALUE "ACCT-CLOSE".
       01 WS-RLOG-PREDECESSOR     PIC X(16) VALUE "TEST-ACCOUNT".
       01 WS-RLOG-SUCCESSOR       PIC X(16) VALUE "ACCT-NOTICE".
       01 WS-RLOG-GL-SUCCESSOR    PIC X(16) VALUE "ACCT-GLEXT".
       01 WS-RLOG-INTEREST-STEP   PIC X(16) VALUE "ACCT-INTEREST".
       01 WS-RLOG-END-STATUS      PIC X(04) VALUE "OK".
       01 WS-PRED-DONE-SW         PIC X(01).
           88 PREDECESSOR-COMPLETED           VALUE "Y".
       01 WS-SELF-DONE-SW         PIC X(01).
           88 STEP-ALREADY-COMPLETED          VALUE "Y".
       01 WS-SUCC-DONE-SW         PIC X(01).
           88 SUCCESSOR-COMPLETED             VALUE "Y".
       01 WS-SUCC-DONE-NAME       PIC X(16).
       01 WS-INT-DONE-SW          PIC X(01).
           88 INTEREST-RUN-COMPLETED          VALUE "Y".
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
       01 WS-DISP-BALANCE         PIC -(10)9.99.
       01 WS-DISP-INTEREST        PIC -(6)9.99.
       01 WS-DISP-FEE             PIC -(6)9.99.
       01 WS-DISP-TOTAL           PIC -(12)9.99.
       01 WS-DISP-COUNT           PIC ZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1050-READ-RUN-CONTROL
           PERFORM 1070-CHECK-RUN-LOG
           PERFORM 1080-WRITE-RUN-LOG-START
           PERFORM 1100-LOAD-FEE-SCHEDULE
           PERFORM 1000-OPEN-FILES
           PERFORM 3000-PRINT-REPORT-HEADING
           PERFORM 2000-PROCESS-REQUESTS
           PERFORM 3100-PRINT-REPORT-TOTALS
           PERFORM 1900-CLOSE-FILES
           DISPLAY "Closure requests read: " WS-REQUEST-COUNT
           DISPLAY "Accounts closed:       " WS-CLOSED-COUNT
           DISPLAY "Official checks:       " WS-CHECK-COUNT
           IF WS-REFUSED-COUNT > ZERO
               DISPLAY "CLOSURE REQUESTS REFUSED: " WS-REFUSED-COUNT
                   " - SEE SETTLEMENT REPORT"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "Closure settlement run finished."
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
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-BUSINESS-DATE.

      * Prove the night's sequence off the run log before touching
      * data: the predecessor must have completed for this business
      * date and this step must not have already completed. The
      * operator's rerun override on run control waives both checks
      * for a deliberate rerun, but never lets the run go after the
      * notice run or the GL extract. A refusal ends with return
      * code 8 before any file is updated.
       1070-CHECK-RUN-LOG.
           MOVE "N" TO WS-EOF-RLOG
           MOVE "N" TO WS-PRED-DONE-SW
           MOVE "N" TO WS-SELF-DONE-SW
           MOVE "N" TO WS-SUCC-DONE-SW
           MOVE "N" TO WS-INT-DONE-SW
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
               DISPLAY WS-SUCC-DONE-NAME " ALREADY COMPLETED FOR "
                   WS-BUSINESS-DATE " - " WS-RLOG-PROGRAM
                   " REFUSED (CLOSURES WOULD MISS IT)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF INTEREST-RUN-COMPLETED
               DISPLAY WS-RLOG-INTEREST-STEP " COMPLETED FOR "
                   WS-BUSINESS-DATE " - NO CLOSING INTEREST ACCRUED"
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
                   OR RLOG-PROGRAM-ID = WS-RLOG-GL-SUCCESSOR
                   SET SUCCESSOR-COMPLETED TO TRUE
                   MOVE RLOG-PROGRAM-ID TO WS-SUCC-DONE-NAME
               END-IF
               IF RLOG-PROGRAM-ID = WS-RLOG-INTEREST-STEP
                   SET INTEREST-RUN-COMPLETED TO TRUE
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

       1100-LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-FEE-FILE-STATUS NOT = "00"
               DISPLAY "FEE SCHEDULE NOT AVAILABLE - NO EARLY-CLOSURE "
                   "FEES CHARGED"
               SET NO-MORE-FEE-RECORDS TO TRUE
           END-IF
           PERFORM UNTIL NO-MORE-FEE-RECORDS
               READ FEE-SCHEDULE-FILE
                   AT END
                       SET NO-MORE-FEE-RECORDS TO TRUE
                   NOT AT END
                       PERFORM 1110-LOAD-ONE-FEE-ENTRY
               END-READ
           END-PERFORM
           IF WS-FEE-FILE-STATUS NOT = "35"
               CLOSE FEE-SCHEDULE-FILE
           END-IF.

       1110-LOAD-ONE-FEE-ENTRY.
           IF WS-FEE-TYPE-COUNT < WS-MAX-FEE-TYPES
               ADD 1 TO WS-FEE-TYPE-COUNT
               MOVE WS-FEE-TYPE-COUNT TO WS-FEE-IDX
               MOVE FEE-ACCT-TYPE TO WS-FT-ACCT-TYPE(WS-FEE-IDX)
               IF FEE-CLOSE-AMOUNT IS NUMERIC
                   AND FEE-CLOSE-WINDOW-DAYS IS NUMERIC
                   MOVE FEE-CLOSE-AMOUNT
                       TO WS-FT-CLOSE-AMOUNT(WS-FEE-IDX)
                   MOVE FEE-CLOSE-WINDOW-DAYS
                       TO WS-FT-CLOSE-WINDOW(WS-FEE-IDX)
               ELSE
                   MOVE ZERO TO WS-FT-CLOSE-AMOUNT(WS-FEE-IDX)
                   MOVE ZERO TO WS-FT-CLOSE-WINDOW(WS-FEE-IDX)
               END-IF
           ELSE
               DISPLAY "FEE SCHEDULE TABLE FULL - ENTRY FOR "
                   FEE-ACCT-TYPE " IGNORED"
           END-IF.

      * The masters are opened for update, each created empty if it
      * does not yet exist. The official-check file is extended so a
      * deliberate rerun adds to the night's checks; the highest
      * check number already issued for the business date is found
      * first so the numbers run on without a duplicate. No request
      * file simply means no closures tonight.
       1000-OPEN-FILES.
           OPEN I-O ACCOUNT-MASTER
           OPEN I-O HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           OPEN I-O STOP-ORDER-FILE
           IF WS-STOP-FILE-STATUS = "35"
               OPEN OUTPUT STOP-ORDER-FILE
               CLOSE STOP-ORDER-FILE
               OPEN I-O STOP-ORDER-FILE
           END-IF
           OPEN I-O STANDING-ORDER-MASTER
           IF WS-SORD-FILE-STATUS = "35"
               OPEN OUTPUT STANDING-ORDER-MASTER
               CLOSE STANDING-ORDER-MASTER
               OPEN I-O STANDING-ORDER-MASTER
           END-IF
           OPEN I-O JOURNAL-KEYED-FILE
           IF WS-JRNL-FILE-STATUS = "35"
               OPEN OUTPUT JOURNAL-KEYED-FILE
               CLOSE JOURNAL-KEYED-FILE
               OPEN I-O JOURNAL-KEYED-FILE
           END-IF
           PERFORM 1200-FIND-LAST-CHECK-NUMBER
           OPEN EXTEND OFFICIAL-CHECK-FILE
           IF WS-OCHK-FILE-STATUS = "35"
               OPEN OUTPUT OFFICIAL-CHECK-FILE
           END-IF
           OPEN EXTEND NOTICE-FILE
           IF WS-NOTICE-FILE-STATUS = "35"
               OPEN OUTPUT NOTICE-FILE
           END-IF
           OPEN INPUT CLOSURE-REQUEST-FILE
           IF WS-CLR-FILE-STATUS = "00"
               SET REQUEST-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "NO CLOSURE REQUEST FILE - NO CLOSURES TONIGHT"
               SET NO-MORE-REQUESTS TO TRUE
           END-IF
           OPEN OUTPUT CLOSURE-REPORT.

       1200-FIND-LAST-CHECK-NUMBER.
           MOVE "N" TO WS-EOF-OCHK
           OPEN INPUT OFFICIAL-CHECK-FILE
           IF WS-OCHK-FILE-STATUS NOT = "00"
               SET NO-MORE-OCHKS TO TRUE
           END-IF
           PERFORM UNTIL NO-MORE-OCHKS
               READ OFFICIAL-CHECK-FILE
                   AT END
                       SET NO-MORE-OCHKS TO TRUE
                   NOT AT END
                       IF OCHK-ISSUE-DATE = WS-BUSINESS-DATE
                           AND OCHK-SEQ > WS-OCHK-SEQ
                           MOVE OCHK-SEQ TO WS-OCHK-SEQ
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OCHK-FILE-STATUS NOT = "35"
               CLOSE OFFICIAL-CHECK-FILE
           END-IF.

       2000-PROCESS-REQUESTS.
           PERFORM UNTIL NO-MORE-REQUESTS
               READ CLOSURE-REQUEST-FILE
                   AT END
                       SET NO-MORE-REQUESTS TO TRUE
                   NOT AT END
                       PERFORM 2100-PROCESS-ONE-REQUEST
               END-READ
           END-PERFORM.

      * Edit the request in full, then settle and close the account
      * only if every edit passed - a refused request changes
      * nothing.
       2100-PROCESS-ONE-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE SPACES TO WS-PAYOUT-TEXT
           MOVE ZERO TO WS-INTEREST-AMOUNT
           MOVE ZERO TO WS-FEE-AMOUNT
           MOVE ZERO TO WS-PAYOUT-AMOUNT
           MOVE ZERO TO WS-HOLD-COUNT
           MOVE ZERO TO WS-HOLD-TOTAL
           PERFORM 2200-EDIT-REQUEST
           IF WS-REFUSE-REASON = SPACES
               PERFORM 2300-SETTLE-ACCOUNT
               ADD 1 TO WS-CLOSED-COUNT
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "CLOSURE OF " CLR-ACCT-ID " REFUSED - "
                   WS-REFUSE-REASON
           END-IF
           PERFORM 2900-PRINT-REQUEST-LINE.

       2200-EDIT-REQUEST.
           IF CLR-USER-ID = SPACES
               MOVE "NO USER ID ON REQUEST" TO WS-REFUSE-REASON
           ELSE
               MOVE CLR-ACCT-ID TO ACCT-ID
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE "ACCOUNT NOT ON FILE" TO WS-REFUSE-REASON
                   NOT INVALID KEY
                       PERFORM 2210-EDIT-ACCOUNT-STATE
               END-READ
           END-IF.

      * The account itself must be closable: open, not under a hold
      * status the branch has to clear first, not a certificate
      * still in its term, and not owing the bank money - an
      * overdrawn account is for collections, not closure.
       2210-EDIT-ACCOUNT-STATE.
           EVALUATE TRUE
               WHEN ACCT-CLOSED
                   MOVE "ACCOUNT ALREADY CLOSED" TO WS-REFUSE-REASON
               WHEN ACCT-ON-HOLD
                   MOVE "ACCOUNT ON HOLD" TO WS-REFUSE-REASON
               WHEN ACCT-TYPE-TIME-DEPOSIT
                   AND NOT ACCT-TD-MATURED-HELD
                   MOVE "CERTIFICATE NOT MATURED" TO WS-REFUSE-REASON
               WHEN ACCT-BALANCE < ZERO
                   MOVE "ACCOUNT OVERDRAWN" TO WS-REFUSE-REASON
               WHEN OTHER
                   PERFORM 2220-EDIT-HOLDS
                   IF WS-REFUSE-REASON = SPACES
                       PERFORM 2230-EDIT-PAYOUT
                   END-IF
           END-EVALUATE.

      * Uncollected-funds holds still in force stop the closure -
      * the funds may yet come back unpaid - unless the request asks
      * for them to be released and a supervisor other than the
      * keying user has authorized it.
       2220-EDIT-HOLDS.
           MOVE "N" TO WS-EOF-HOLD
           MOVE ACCT-ID TO HOLD-ACCT-ID
           MOVE ZERO TO HOLD-RELEASE-DATE
           MOVE ZERO TO HOLD-SEQ
           START HOLD-FILE KEY IS >= HOLD-KEY
               INVALID KEY
                   SET NO-MORE-HOLDS TO TRUE
           END-START
           PERFORM UNTIL NO-MORE-HOLDS
               READ HOLD-FILE NEXT RECORD
                   AT END
                       SET NO-MORE-HOLDS TO TRUE
                   NOT AT END
                       IF HOLD-ACCT-ID = ACCT-ID
                           ADD 1 TO WS-HOLD-COUNT
                           ADD HOLD-AMOUNT TO WS-HOLD-TOTAL
                       ELSE
                           SET NO-MORE-HOLDS TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOLD-COUNT > ZERO
               EVALUATE TRUE
                   WHEN NOT CLR-RELEASE-HOLDS
                       MOVE "DEPOSIT HOLDS ON FILE"
                           TO WS-REFUSE-REASON
                   WHEN CLR-SUPERVISOR-ID = SPACES
                       OR CLR-SUPERVISOR-ID = CLR-USER-ID
                       MOVE "HOLD RELEASE NEEDS SUPERVISOR"
                           TO WS-REFUSE-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * Whatever is left once the account is settled has to be paid
      * somewhere. An account at zero needs no payout; otherwise the
      * request must name an official check or an open, non-
      * certificate destination account other than the one closing.
       2230-EDIT-PAYOUT.
           EVALUATE TRUE
               WHEN ACCT-BALANCE = ZERO
                   CONTINUE
               WHEN CLR-PAY-BY-CHECK
                   CONTINUE
               WHEN NOT CLR-PAY-TO-ACCOUNT
                   MOVE "INVALID PAYOUT METHOD" TO WS-REFUSE-REASON
               WHEN CLR-DEST-ACCT-ID = SPACES
                   OR CLR-DEST-ACCT-ID = ACCT-ID
                   MOVE "INVALID DESTINATION ACCOUNT"
                       TO WS-REFUSE-REASON
               WHEN OTHER
                   PERFORM 2240-EDIT-DESTINATION
           END-EVALUATE.

       2240-EDIT-DESTINATION.
           MOVE ACCOUNT-RECORD TO WS-CLOSING-ACCT-REC
           MOVE CLR-DEST-ACCT-ID TO ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "DESTINATION NOT ON FILE" TO WS-REFUSE-REASON
               NOT INVALID KEY
                   IF NOT ACCT-ACTIVE OR ACCT-TYPE-TIME-DEPOSIT
                       MOVE "DESTINATION NOT USABLE"
                           TO WS-REFUSE-REASON
                   END-IF
           END-READ
           MOVE WS-CLOSING-ACCT-REC TO ACCOUNT-RECORD.

      * Settle an accepted request down to a zero balance and close
      * the account, then take down everything still scheduled
      * against it and tell the customer.
       2300-SETTLE-ACCOUNT.
           IF WS-HOLD-COUNT > ZERO
               PERFORM 2310-RELEASE-HOLDS
           END-IF
           PERFORM 2320-ACCRUE-CLOSING-INTEREST
           PERFORM 2330-CHARGE-EARLY-CLOSE-FEE
           MOVE ACCT-BALANCE TO WS-PAYOUT-AMOUNT
           IF WS-PAYOUT-AMOUNT > ZERO
               IF CLR-PAY-TO-ACCOUNT
                   PERFORM 2340-PAY-TO-ACCOUNT
               ELSE
                   PERFORM 2350-ISSUE-OFFICIAL-CHECK
               END-IF
           ELSE
               MOVE "NO BALANCE TO PAY" TO WS-PAYOUT-TEXT
           END-IF
           PERFORM 2360-CLOSE-ACCOUNT
           PERFORM 2400-CANCEL-STANDING-ORDERS
           PERFORM 2450-CANCEL-STOP-ORDERS
           PERFORM 2500-SEND-CLOSING-NOTICES.

      * Release every hold on the account as the hold-release run
      * would on the release date: the hold comes off file and the
      * held amount is added back to the available balance.
       2310-RELEASE-HOLDS.
           MOVE "N" TO WS-EOF-HOLD
           MOVE ACCT-ID TO HOLD-ACCT-ID
           MOVE ZERO TO HOLD-RELEASE-DATE
           MOVE ZERO TO HOLD-SEQ
           START HOLD-FILE KEY IS >= HOLD-KEY
               INVALID KEY
                   SET NO-MORE-HOLDS TO TRUE
           END-START
           PERFORM UNTIL NO-MORE-HOLDS
               READ HOLD-FILE NEXT RECORD
                   AT END
                       SET NO-MORE-HOLDS TO TRUE
                   NOT AT END
                       IF HOLD-ACCT-ID = ACCT-ID
                           ADD HOLD-AMOUNT TO ACCT-AVAILABLE-BALANCE
                           ADD 1 TO WS-HOLDS-RELEASED
                           ADD HOLD-AMOUNT TO WS-HOLDS-RELEASED-AMT
                           DELETE HOLD-FILE RECORD
                       ELSE
                           SET NO-MORE-HOLDS TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "ACCOUNT " ACCT-ID " HOLDS RELEASED BY "
               CLR-SUPERVISOR-ID " FOR CLOSURE".

      * Savings interest for the part of the month the account was
      * open, actual/365 at its rate, from the first of the month (or
      * the opening date if later) to the business date. The month-
      * end interest run pays the whole month on the closing balance,
      * so nothing is accrued if it has already run tonight.
       2320-ACCRUE-CLOSING-INTEREST.
           MOVE ZERO TO WS-ACCRUAL-DAYS
           IF ACCT-ACTIVE AND ACCT-TYPE-SAVINGS
               AND ACCT-INTEREST-RATE > ZERO
               AND ACCT-BALANCE > ZERO
               AND NOT INTEREST-RUN-COMPLETED
               PERFORM 2325-SET-ACCRUAL-FROM-DATE
               COMPUTE WS-ACCRUAL-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-ACCRUAL-FROM-DATE)
           END-IF
           IF WS-ACCRUAL-DAYS > ZERO
               COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                   ACCT-BALANCE * ACCT-INTEREST-RATE
                   * WS-ACCRUAL-DAYS / WS-DAY-BASIS
           END-IF
           IF WS-INTEREST-AMOUNT > ZERO
               MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
               ADD WS-INTEREST-AMOUNT TO ACCT-BALANCE
               ADD WS-INTEREST-AMOUNT TO ACCT-AVAILABLE-BALANCE
               MOVE "I" TO WS-JRNL-TYPE
               MOVE WS-INTEREST-AMOUNT TO WS-JRNL-AMOUNT
               MOVE "CLOSING INTEREST" TO WS-JRNL-DESC
               PERFORM 2940-SET-SYSTEM-POSTER
               PERFORM 2950-WRITE-JOURNAL
               ADD WS-INTEREST-AMOUNT TO WS-INTEREST-TOTAL
           END-IF.

      * The first of the business month, or the opening date when the
      * account was opened later in the month. Also the start of the
      * closing statement period.
       2325-SET-ACCRUAL-FROM-DATE.
           MOVE WS-BUSINESS-DATE TO WS-ACCRUAL-FROM-DATE
           MOVE 01 TO WS-ACCRUAL-FROM-DAY
           IF ACCT-OPEN-DATE IS NUMERIC
               AND ACCT-OPEN-DATE > WS-ACCRUAL-FROM-DATE
               AND ACCT-OPEN-DATE NOT > WS-BUSINESS-DATE
               MOVE ACCT-OPEN-DATE TO WS-ACCRUAL-FROM-DATE
           END-IF.

      * An account closed fewer days after opening than its type's
      * early-closure window pays the scheduled fee, never more than
      * the balance left. An account with no opening date on file
      * predates the field and is not charged.
       2330-CHARGE-EARLY-CLOSE-FEE.
           PERFORM 2335-FIND-FEE-ENTRY
           IF FEE-ENTRY-FOUND
               AND ACCT-OPEN-DATE IS NUMERIC
               AND ACCT-OPEN-DATE > ZERO
               AND ACCT-OPEN-DATE NOT > WS-BUSINESS-DATE
               AND WS-FT-CLOSE-AMOUNT(WS-FEE-IDX) > ZERO
               AND WS-FT-CLOSE-WINDOW(WS-FEE-IDX) > ZERO
               COMPUTE WS-DAYS-OPEN =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                   - FUNCTION INTEGER-OF-DATE(ACCT-OPEN-DATE)
               IF WS-DAYS-OPEN < WS-FT-CLOSE-WINDOW(WS-FEE-IDX)
                   MOVE WS-FT-CLOSE-AMOUNT(WS-FEE-IDX)
                       TO WS-FEE-AMOUNT
                   IF WS-FEE-AMOUNT > ACCT-BALANCE
                       MOVE ACCT-BALANCE TO WS-FEE-AMOUNT
                   END-IF
               END-IF
           END-IF
           IF WS-FEE-AMOUNT > ZERO
               MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
               SUBTRACT WS-FEE-AMOUNT FROM ACCT-BALANCE
               SUBTRACT WS-FEE-AMOUNT FROM ACCT-AVAILABLE-BALANCE
               MOVE "F" TO WS-JRNL-TYPE
               MOVE WS-FEE-AMOUNT TO WS-JRNL-AMOUNT
               MOVE "EARLY CLOSING FEE" TO WS-JRNL-DESC
               PERFORM 2940-SET-SYSTEM-POSTER
               PERFORM 2950-WRITE-JOURNAL
               ADD 1 TO WS-FEE-COUNT
               ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL
           END-IF.

       2335-FIND-FEE-ENTRY.
           MOVE "N" TO WS-FEE-FOUND-SW
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
                   UNTIL WS-FEE-IDX > WS-FEE-TYPE-COUNT
               IF WS-FT-ACCT-TYPE(WS-FEE-IDX) = ACCT-TYPE-CODE
                   SET FEE-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Pay the proceeds to the destination account: the credit is
      * made first and the closing account debited only once it has
      * landed, journaled like a transfer. The destination was edited
      * moments ago, but should it no longer take the funds the
      * proceeds go out by official check instead.
       2340-PAY-TO-ACCOUNT.
           PERFORM 2600-CREDIT-DESTINATION
           IF DESTINATION-CREDITED
               MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
               SUBTRACT WS-PAYOUT-AMOUNT FROM ACCT-BALANCE
               SUBTRACT WS-PAYOUT-AMOUNT FROM ACCT-AVAILABLE-BALANCE
               MOVE "D" TO WS-JRNL-TYPE
               MOVE WS-PAYOUT-AMOUNT TO WS-JRNL-AMOUNT
               MOVE "CLOSURE PAYOUT" TO WS-JRNL-DESC
               PERFORM 2940-SET-SYSTEM-POSTER
               PERFORM 2950-WRITE-JOURNAL
               ADD 1 TO WS-TO-ACCT-COUNT
               ADD WS-PAYOUT-AMOUNT TO WS-TO-ACCT-TOTAL
               MOVE SPACES TO WS-PAYOUT-TEXT
               STRING "PAID TO " CLR-DEST-ACCT-ID
                   DELIMITED BY SIZE INTO WS-PAYOUT-TEXT
           ELSE
               DISPLAY "CLOSURE OF " ACCT-ID " DESTINATION "
                   CLR-DEST-ACCT-ID " NOT USABLE - PAID BY CHECK"
               PERFORM 2350-ISSUE-OFFICIAL-CHECK
           END-IF.

      * Issue an official check for the proceeds, payable to the
      * payee named on the request or else the account owner, and
      * debit the closing account for it.
       2350-ISSUE-OFFICIAL-CHECK.
           ADD 1 TO WS-OCHK-SEQ
           MOVE WS-BUSINESS-DATE TO OCHK-ISSUE-DATE
           MOVE WS-OCHK-SEQ TO OCHK-SEQ
           MOVE ACCT-ID TO OCHK-ACCT-ID
           MOVE ACCT-CUSTOMER-ID TO OCHK-CUSTOMER-ID
           IF CLR-PAYEE-NAME = SPACES
               MOVE ACCT-OWNER-NAME TO OCHK-PAYEE-NAME
           ELSE
               MOVE CLR-PAYEE-NAME TO OCHK-PAYEE-NAME
           END-IF
           MOVE WS-PAYOUT-AMOUNT TO OCHK-AMOUNT
           MOVE CLR-USER-ID TO OCHK-USER-ID
           WRITE OFFICIAL-CHECK-RECORD
           MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
           SUBTRACT WS-PAYOUT-AMOUNT FROM ACCT-BALANCE
           SUBTRACT WS-PAYOUT-AMOUNT FROM ACCT-AVAILABLE-BALANCE
           MOVE "D" TO WS-JRNL-TYPE
           MOVE WS-PAYOUT-AMOUNT TO WS-JRNL-AMOUNT
           MOVE "OFFICIAL CHECK" TO WS-JRNL-DESC
           PERFORM 2940-SET-SYSTEM-POSTER
           PERFORM 2950-WRITE-JOURNAL
           ADD 1 TO WS-CHECK-COUNT
           ADD WS-PAYOUT-AMOUNT TO WS-CHECK-TOTAL
           MOVE WS-BUSINESS-DATE TO WS-OCHK-NUM-DATE
           MOVE WS-OCHK-SEQ TO WS-OCHK-NUM-SEQ
           MOVE SPACES TO WS-PAYOUT-TEXT
           STRING "OFFICIAL CHECK " WS-OCHK-NUMBER
               DELIMITED BY SIZE INTO WS-PAYOUT-TEXT.

      * The account is now at zero: mark it closed and journal the
      * closure under the user who keyed the request, as maintenance
      * closes are journaled.
       2360-CLOSE-ACCOUNT.
           MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
           SET ACCT-CLOSED TO TRUE
           MOVE WS-BUSINESS-DATE TO ACCT-CLOSE-DATE
           MOVE ZERO TO ACCT-AVAILABLE-BALANCE
           SET ACCT-NOT-OVERDRAWN TO TRUE
           REWRITE ACCOUNT-RECORD
           MOVE "M" TO WS-JRNL-TYPE
           MOVE ZERO TO WS-JRNL-AMOUNT
           MOVE SPACES TO WS-JRNL-DESC
           STRING "CLOSE BY " CLR-USER-ID
               DELIMITED BY SIZE INTO WS-JRNL-DESC
           MOVE SPACES TO WS-JRNL-BRANCH
           MOVE CLR-USER-ID TO WS-JRNL-TELLER
           PERFORM 2950-WRITE-JOURNAL.

      * Cancel every active standing order drawn on the account or
      * paying into it, so the generation run raises nothing further
      * against a closed account.
       2400-CANCEL-STANDING-ORDERS.
           MOVE ZERO TO WS-SORD-CANCEL-COUNT
           MOVE "N" TO WS-EOF-SORD
           MOVE LOW-VALUES TO SORD-ID
           START STANDING-ORDER-MASTER KEY IS >= SORD-ID
               INVALID KEY
                   SET NO-MORE-SORDS TO TRUE
           END-START
           PERFORM UNTIL NO-MORE-SORDS
               READ STANDING-ORDER-MASTER NEXT RECORD
                   AT END
                       SET NO-MORE-SORDS TO TRUE
                   NOT AT END
                       IF SORD-ACTIVE
                           AND (SORD-ACCT-ID = ACCT-ID
                           OR (SORD-IS-TRANSFER
                           AND SORD-TO-ACCT-ID = ACCT-ID))
                           SET SORD-CANCELLED TO TRUE
                           REWRITE STANDING-ORDER-RECORD
                           ADD 1 TO WS-SORD-CANCEL-COUNT
                       END-IF
               END-READ
           END-PERFORM
           ADD WS-SORD-CANCEL-COUNT TO WS-SORDS-CANCELLED.

      * Cancel the account's stop-payment orders still in force.
       2450-CANCEL-STOP-ORDERS.
           MOVE ZERO TO WS-STOP-CANCEL-COUNT
           MOVE "N" TO WS-EOF-STOP
           MOVE ACCT-ID TO STOP-ACCT-ID
           MOVE ZERO TO STOP-SEQ
           START STOP-ORDER-FILE KEY IS >= STOP-KEY
               INVALID KEY
                   SET NO-MORE-STOPS TO TRUE
           END-START
           PERFORM UNTIL NO-MORE-STOPS
               READ STOP-ORDER-FILE NEXT RECORD
                   AT END
                       SET NO-MORE-STOPS TO TRUE
                   NOT AT END
                       IF STOP-ACCT-ID = ACCT-ID
                           IF STOP-ACTIVE
                               SET STOP-CANCELLED TO TRUE
                               REWRITE STOP-ORDER-RECORD
                               ADD 1 TO WS-STOP-CANCEL-COUNT
                           END-IF
                       ELSE
                           SET NO-MORE-STOPS TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           ADD WS-STOP-CANCEL-COUNT TO WS-STOPS-CANCELLED.

      * The closing statement covers the current month up to the
      * closure (the notice run lists the period's journal entries
      * from the dates carried in the message); the closing letter
      * confirms the closure and where the proceeds went.
       2500-SEND-CLOSING-NOTICES.
           PERFORM 2325-SET-ACCRUAL-FROM-DATE
           MOVE SPACES TO WS-NOTICE-MESSAGE
           STRING "CLOSING STATEMENT FROM " WS-ACCRUAL-FROM-DATE
               " TO " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-NOTICE-MESSAGE
           MOVE "CLST" TO WS-NOTICE-TYPE
           MOVE WS-PAYOUT-AMOUNT TO WS-NOTICE-AMOUNT
           PERFORM 2970-WRITE-NOTICE
           MOVE SPACES TO WS-NOTICE-MESSAGE
           STRING "ACCOUNT CLOSED " WS-BUSINESS-DATE " - "
               WS-PAYOUT-TEXT
               DELIMITED BY SIZE INTO WS-NOTICE-MESSAGE
           MOVE "CLSD" TO WS-NOTICE-TYPE
           PERFORM 2970-WRITE-NOTICE.

      * Credit the proceeds to the destination account. The closing
      * account is rewritten first; the destination is then read and
      * credited through the same record area and the closing
      * account's image put back. A destination that is missing or
      * no longer open is not credited.
       2600-CREDIT-DESTINATION.
           MOVE "N" TO WS-DEST-CREDITED-SW
           REWRITE ACCOUNT-RECORD
           MOVE ACCOUNT-RECORD TO WS-CLOSING-ACCT-REC
           MOVE CLR-DEST-ACCT-ID TO ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCT-ACTIVE AND NOT ACCT-TYPE-TIME-DEPOSIT
                       MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
                       ADD WS-PAYOUT-AMOUNT TO ACCT-BALANCE
                       ADD WS-PAYOUT-AMOUNT TO ACCT-AVAILABLE-BALANCE
                       IF ACCT-BALANCE < ZERO
                           SET ACCT-IS-OVERDRAWN TO TRUE
                       ELSE
                           SET ACCT-NOT-OVERDRAWN TO TRUE
                       END-IF
                       REWRITE ACCOUNT-RECORD
                       SET DESTINATION-CREDITED TO TRUE
                       MOVE "C" TO WS-JRNL-TYPE
                       MOVE WS-PAYOUT-AMOUNT TO WS-JRNL-AMOUNT
                       MOVE "CLOSURE PROCEEDS" TO WS-JRNL-DESC
                       PERFORM 2940-SET-SYSTEM-POSTER
                       PERFORM 2950-WRITE-JOURNAL
                   END-IF
           END-READ
           MOVE WS-CLOSING-ACCT-REC TO ACCOUNT-RECORD.

       2900-PRINT-REQUEST-LINE.
           MOVE WS-INTEREST-AMOUNT TO WS-DISP-INTEREST
           MOVE WS-FEE-AMOUNT TO WS-DISP-FEE
           MOVE WS-PAYOUT-AMOUNT TO WS-DISP-BALANCE
           MOVE SPACES TO REPORT-LINE
           IF WS-REFUSE-REASON = SPACES
               STRING CLR-ACCT-ID " " CLR-USER-ID " CLOSED   "
                   WS-DISP-INTEREST " " WS-DISP-FEE
                   " " WS-DISP-BALANCE
                   "  " WS-PAYOUT-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING CLR-ACCT-ID " " CLR-USER-ID " REFUSED  "
                   "                               "
                   "  " WS-REFUSE-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

      * System postings (interest, fee, payout legs) are journaled
      * under the reserved closure-run id, apart from any teller's
      * work; the closure itself goes under the keying user.
       2940-SET-SYSTEM-POSTER.
           MOVE "SYS " TO WS-JRNL-BRANCH
           MOVE "SYSCLOSE" TO WS-JRNL-TELLER.

      * Journal one posting against the account in the record area:
      * the entry type, amount, description and poster are set by
      * the caller, the balances bracket the change.
       2950-WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-BUSINESS-DATE TO WS-RUN-TS-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-RUN-TS-TIME
           MOVE ACCT-ID TO JRNLK-ACCT-ID
           MOVE WS-JRNL-TYPE TO JRNLK-TXN-TYPE
           MOVE WS-JRNL-AMOUNT TO JRNLK-AMOUNT
           MOVE WS-BALANCE-BEFORE TO JRNLK-BALANCE-BEFORE
           MOVE ACCT-BALANCE TO JRNLK-BALANCE-AFTER
           MOVE WS-RUN-TIMESTAMP-NUM TO JRNLK-TIMESTAMP
           MOVE WS-JRNL-DESC TO JRNLK-DESCRIPTION
           MOVE ZERO TO JRNLK-REV-TIMESTAMP
           MOVE ZERO TO JRNLK-REV-SEQ
           MOVE WS-JRNL-BRANCH TO JRNLK-BRANCH-ID
           MOVE WS-JRNL-TELLER TO JRNLK-TELLER-ID
           PERFORM 2960-WRITE-KEYED-JOURNAL.

      * Land the journal entry under the next free tie-break
      * sequence for its account and timestamp - postings to one
      * account inside the same second otherwise collide on the key.
       2960-WRITE-KEYED-JOURNAL.
           MOVE ZERO TO JRNLK-SEQ
           MOVE "N" TO WS-JRNL-WRITTEN-SW
           PERFORM UNTIL JOURNAL-ENTRY-WRITTEN OR JRNLK-SEQ > 9998
               WRITE JOURNAL-KEYED-RECORD
                   INVALID KEY
                       ADD 1 TO JRNLK-SEQ
                   NOT INVALID KEY
                       SET JOURNAL-ENTRY-WRITTEN TO TRUE
               END-WRITE
           END-PERFORM
           IF NOT JOURNAL-ENTRY-WRITTEN
               DISPLAY "JOURNAL WRITE FAILED FOR " JRNLK-ACCT-ID
                   " STATUS " WS-JRNL-FILE-STATUS
           END-IF.

       2970-WRITE-NOTICE.
           MOVE ACCT-ID TO NOTICE-ACCT-ID
           MOVE WS-NOTICE-TYPE TO NOTICE-TYPE
           MOVE WS-NOTICE-AMOUNT TO NOTICE-AMOUNT
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-BUSINESS-DATE TO WS-RUN-TS-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-RUN-TS-TIME
           MOVE WS-RUN-TIMESTAMP-NUM TO NOTICE-TIMESTAMP
           MOVE WS-NOTICE-MESSAGE TO NOTICE-MESSAGE
           SET NOTICE-PENDING TO TRUE
           WRITE NOTICE-RECORD.

       3000-PRINT-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNT CLOSURE SETTLEMENT - BUSINESS DATE "
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNT    USER     RESULT     INTEREST"
               "        FEE        PROCEEDS  PAYOUT / REASON"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       3100-PRINT-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REQUEST-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "CLOSURE REQUESTS:       " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CLOSED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNTS CLOSED:        " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REFUSED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "REQUESTS REFUSED:       " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-INTEREST-TOTAL TO WS-DISP-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "CLOSING INTEREST PAID:          "
               WS-DISP-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FEE-COUNT TO WS-DISP-COUNT
           MOVE WS-FEE-TOTAL TO WS-DISP-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "EARLY-CLOSURE FEES:     " WS-DISP-COUNT
               "  AMOUNT  " WS-DISP-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TO-ACCT-COUNT TO WS-DISP-COUNT
           MOVE WS-TO-ACCT-TOTAL TO WS-DISP-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "PAID TO ACCOUNTS:       " WS-DISP-COUNT
               "  AMOUNT  " WS-DISP-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CHECK-COUNT TO WS-DISP-COUNT
           MOVE WS-CHECK-TOTAL TO WS-DISP-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "OFFICIAL CHECKS ISSUED: " WS-DISP-COUNT
               "  AMOUNT  " WS-DISP-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HOLDS-RELEASED TO WS-DISP-COUNT
           MOVE WS-HOLDS-RELEASED-AMT TO WS-DISP-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "HOLDS RELEASED:         " WS-DISP-COUNT
               "  AMOUNT  " WS-DISP-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SORDS-CANCELLED TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "STANDING ORDERS CANCELLED: " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-STOPS-CANCELLED TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "STOP ORDERS CANCELLED:     " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       1900-CLOSE-FILES.
           CLOSE ACCOUNT-MASTER
           CLOSE HOLD-FILE
           CLOSE STOP-ORDER-FILE
           CLOSE STANDING-ORDER-MASTER
           CLOSE JOURNAL-KEYED-FILE
           CLOSE OFFICIAL-CHECK-FILE
           CLOSE NOTICE-FILE
           IF REQUEST-FILE-OPEN
               CLOSE CLOSURE-REQUEST-FILE
           END-IF
           CLOSE CLOSURE-REPORT.
