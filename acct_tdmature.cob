       IDENTIFICATION DIVISION.
      * Time-deposit maturity run: executed daily after the posting
      * batch, walks ACCOUNT-MASTER for certificates (type "TD").
      * A certificate coming due within the run-control notice
      * window gets a pre-maturity notice once, so the customer can
      * change the maturity instruction before the date. A
      * certificate whose maturity date has arrived is settled: the
      * final period's interest is accrued to the maturity date on
      * the certificate's own terms, then the maturity instruction
      * is carried out - "R" renews for another term of the same
      * length at the locked rate, "P" pays the proceeds to the
      * linked account and closes the certificate (debit and credit
      * journaled like a transfer), "H" holds the matured funds
      * until the branch acts. A payout whose linked account is
      * missing or not active is held instead and reported, and a
      * certificate already drawn to zero is simply closed. A held
      * certificate whose instruction has since been changed by
      * maintenance is settled on the next run. Each action is
      * journaled and the customer notified through the notice
      * pipeline. The maturity schedule lists every open
      * certificate with its maturity date, instruction, days to
      * maturity and tonight's action.
       PROGRAM-ID. ACCT-TDMATURE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT JOURNAL-KEYED-FILE ASSIGN TO "JRNLCUR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNLK-KEY
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT NOTICE-FILE ASSIGN TO "NOTICEOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-FILE-STATUS.

           SELECT MATURITY-REPORT ASSIGN TO "TDMATRPT"
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

       FD  JOURNAL-KEYED-FILE.
           COPY JRNLKREC.

       FD  NOTICE-FILE.
           COPY NOTICEREC.

       FD  MATURITY-REPORT.
       01  REPORT-LINE                PIC X(132).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTLREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-FILE-STATUS     PIC X(02).
       01 WS-JRNL-FILE-STATUS     PIC X(02).
       01 WS-NOTICE-FILE-STATUS   PIC X(02).
       01 WS-REPORT-FILE-STATUS   PIC X(02).
       01 WS-EOF-ACCT             PIC X(01) VALUE "N".
           88 NO-MORE-ACCOUNTS                VALUE "Y".
       01 WS-CURRENT-TIMESTAMP.
           05 WS-CURRENT-DATE-TIME PIC X(21).

      *-------------------------------------------------------------*
      * Run control: business date, run id, and the number of days   *
      * ahead of maturity the pre-maturity notice goes out; the WS   *
      * defaults survive a missing run control file. Journal and     *
      * notice entries are stamped with the business date.           *
      *-------------------------------------------------------------*
       01 WS-RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-RUN-ID               PIC X(08) VALUE "DEFAULT ".
       01 WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
       01 WS-TD-NOTICE-DAYS       PIC 9(03) VALUE 30.
       01 WS-NOTICE-WINDOW-DATE   PIC 9(08) VALUE ZERO.
       01 WS-JRNL-WRITTEN-SW      PIC X(01).
           88 JOURNAL-ENTRY-WRITTEN           VALUE "Y".
       01 WS-RUN-TIMESTAMP.
           05 WS-RUN-TS-DATE          PIC 9(08).
           05 WS-RUN-TS-TIME          PIC 9(06).
       01 WS-RUN-TIMESTAMP-NUM REDEFINES WS-RUN-TIMESTAMP
                                  PIC 9(14).

      *-------------------------------------------------------------*
      * Settlement work areas for one certificate: the final         *
      * period's interest, the journal entry being built, the notice *
      * being raised, and tonight's action for the schedule line.    *
      *-------------------------------------------------------------*
       01 WS-TD-DAY-BASIS         PIC 9(03) VALUE 365.
       01 WS-TD-ACCRUAL-DAYS      PIC S9(05).
       01 WS-INTEREST-AMOUNT      PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE.
       01 WS-BALANCE-BEFORE       PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE.
       01 WS-JRNL-TYPE            PIC X(01).
       01 WS-JRNL-AMOUNT          PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE.
       01 WS-JRNL-DESC            PIC X(20).
       01 WS-NOTICE-TYPE          PIC X(04).
       01 WS-NOTICE-AMOUNT        PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE.
       01 WS-NOTICE-MESSAGE       PIC X(60).
       01 WS-INSTR-WORD           PIC X(20).
       01 WS-ACTION-TEXT          PIC X(30).
       01 WS-DAYS-TO-MATURITY     PIC S9(05).

      *-------------------------------------------------------------*
      * Linked-account credit: the amount and journal entry for the  *
      * linked account, the certificate's image held while the       *
      * linked account is read and credited through the one FD       *
      * record area, and the key the account pass resumes after.     *
      *-------------------------------------------------------------*
       01 WS-LINK-AMOUNT          PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE.
       01 WS-LINK-TXN-TYPE        PIC X(01).
       01 WS-LINK-DESC            PIC X(20).
       01 WS-LINK-OK-SW           PIC X(01).
           88 LINKED-ACCOUNT-CREDITED         VALUE "Y".
       01 WS-RESUME-ACCT-ID       PIC X(10).
           COPY ACCTREC REPLACING ==ACCOUNT-RECORD==
               BY ==WS-TD-CERT-REC==
               LEADING ==ACCT== BY ==TDC==.

      *-------------------------------------------------------------*
      * Renewal date arithmetic: the new term starts at the old      *
      * maturity date (or today, for a certificate renewed out of    *
      * the held state) and runs the same number of calendar months, *
      * the day clamped to the target month's length.                *
      *-------------------------------------------------------------*
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
      * Schedule totals by action.                                   *
      *-------------------------------------------------------------*
       01 WS-CERT-COUNT           PIC 9(06) VALUE ZERO.
       01 WS-CERT-BALANCE         PIC S9(11)V99 VALUE ZERO
                                  SIGN IS TRAILING SEPARATE.
       01 WS-NOTICED-COUNT        PIC 9(06) VALUE ZERO.
       01 WS-RENEWED-COUNT        PIC 9(06) VALUE ZERO.
       01 WS-RENEWED-AMOUNT       PIC S9(11)V99 VALUE ZERO
                                  SIGN IS TRAILING SEPARATE.
       01 WS-PAID-COUNT           PIC 9(06) VALUE ZERO.
       01 WS-PAID-AMOUNT          PIC S9(11)V99 VALUE ZERO
                                  SIGN IS TRAILING SEPARATE.
       01 WS-HELD-COUNT           PIC 9(06) VALUE ZERO.
       01 WS-HELD-AMOUNT          PIC S9(11)V99 VALUE ZERO
                                  SIGN IS TRAILING SEPARATE.
       01 WS-CLOSED-COUNT         PIC 9(06) VALUE ZERO.
       01 WS-EXCEPTION-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-FINAL-INTEREST       PIC S9(11)V99 VALUE ZERO
                                  SIGN IS TRAILING SEPARATE.

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
       01 WS-RLOG-PROGRAM         PIC X(16) VALUE "ACCT-TDMATURE".
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
      * printed schedule.                                            *
      *-------------------------------------------------------------*
       01 WS-DISP-BALANCE         PIC -(10)9.99.
       01 WS-DISP-AMOUNT          PIC -(10)9.99.
       01 WS-DISP-TOTAL           PIC -(12)9.99.
       01 WS-DISP-RATE            PIC 9.9999.
       01 WS-DISP-DAYS            PIC -(4)9.
       01 WS-DISP-TERM            PIC ZZ9.
       01 WS-DISP-COUNT           PIC ZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1050-READ-RUN-CONTROL
           PERFORM 1070-CHECK-RUN-LOG
           PERFORM 1080-WRITE-RUN-LOG-START
           COMPUTE WS-NOTICE-WINDOW-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               + WS-TD-NOTICE-DAYS)
           PERFORM 1000-OPEN-FILES
           PERFORM 3000-PRINT-REPORT-HEADING
           PERFORM 2000-PROCESS-CERTIFICATES
           PERFORM 3100-PRINT-REPORT-TOTALS
           PERFORM 1900-CLOSE-FILES
           DISPLAY "Certificates on file:  " WS-CERT-COUNT
           DISPLAY "Maturity notices sent: " WS-NOTICED-COUNT
           DISPLAY "Renewed: " WS-RENEWED-COUNT
               " paid out: " WS-PAID-COUNT
               " held: " WS-HELD-COUNT
               " closed: " WS-CLOSED-COUNT
           IF WS-EXCEPTION-COUNT > ZERO
               DISPLAY "MATURITY PAYOUTS HELD FOR AN UNUSABLE LINKED "
                   "ACCOUNT: " WS-EXCEPTION-COUNT " - SEE SCHEDULE"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "Time-deposit maturity run finished."
           END-IF
           PERFORM 8000-WRITE-RUN-LOG-END
           STOP RUN.

      * The business date and notice window come from the run
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
                       IF RUN-TD-NOTICE-DAYS IS NUMERIC
                           MOVE RUN-TD-NOTICE-DAYS
                               TO WS-TD-NOTICE-DAYS
                       ELSE
                           DISPLAY "RUN CONTROL MATURITY NOTICE DAYS "
                               "NOT PRESENT - KEEPING DEFAULT "
                               WS-TD-NOTICE-DAYS
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
           OPEN I-O ACCOUNT-MASTER
           OPEN I-O JOURNAL-KEYED-FILE
           IF WS-JRNL-FILE-STATUS = "35"
               OPEN OUTPUT JOURNAL-KEYED-FILE
               CLOSE JOURNAL-KEYED-FILE
               OPEN I-O JOURNAL-KEYED-FILE
           END-IF
           OPEN EXTEND NOTICE-FILE
           IF WS-NOTICE-FILE-STATUS = "35"
               OPEN OUTPUT NOTICE-FILE
           END-IF
           OPEN OUTPUT MATURITY-REPORT.

       2000-PROCESS-CERTIFICATES.
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
                       IF ACCT-TYPE-TIME-DEPOSIT
                           AND NOT ACCT-CLOSED
                           PERFORM 2100-CHECK-ONE-CERTIFICATE
                       END-IF
               END-READ
           END-PERFORM.

      * A certificate on hold or dormant is listed but not touched -
      * the branch must clear the status first. A matured certificate
      * already held stays held until maintenance changes its
      * instruction; a certificate at or past its maturity date is
      * settled; one inside the notice window that has not yet been
      * told gets its pre-maturity notice.
       2100-CHECK-ONE-CERTIFICATE.
           ADD 1 TO WS-CERT-COUNT
           EVALUATE TRUE
               WHEN NOT ACCT-ACTIVE
                   MOVE "NOT ACTIVE - NO ACTION" TO WS-ACTION-TEXT
               WHEN ACCT-TD-MATURED-HELD
                   AND ACCT-TD-HOLD-AT-MATURITY
                   MOVE "MATURED - HELD" TO WS-ACTION-TEXT
               WHEN ACCT-TD-MATURED-HELD
                   PERFORM 2300-SETTLE-MATURITY
               WHEN ACCT-TD-MATURITY-DATE NOT > WS-BUSINESS-DATE
                   PERFORM 2300-SETTLE-MATURITY
               WHEN ACCT-TD-IN-TERM
                   AND ACCT-TD-MATURITY-DATE NOT > WS-NOTICE-WINDOW-DATE
                   PERFORM 2200-SEND-MATURITY-NOTICE
               WHEN ACCT-TD-NOTICE-SENT
                   MOVE "NOTICE ALREADY SENT" TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE "IN TERM" TO WS-ACTION-TEXT
           END-EVALUATE
           IF NOT ACCT-CLOSED
               ADD ACCT-BALANCE TO WS-CERT-BALANCE
           END-IF
           PERFORM 2900-PRINT-SCHEDULE-LINE.

       2200-SEND-MATURITY-NOTICE.
           PERFORM 2210-SET-INSTRUCTION-WORD
           MOVE SPACES TO WS-NOTICE-MESSAGE
           STRING "MATURES " ACCT-TD-MATURITY-DATE
               " - AT MATURITY: " WS-INSTR-WORD
               DELIMITED BY SIZE INTO WS-NOTICE-MESSAGE
           MOVE "TDPM" TO WS-NOTICE-TYPE
           MOVE ACCT-BALANCE TO WS-NOTICE-AMOUNT
           PERFORM 2970-WRITE-NOTICE
           SET ACCT-TD-NOTICE-SENT TO TRUE
           REWRITE ACCOUNT-RECORD
           ADD 1 TO WS-NOTICED-COUNT
           MOVE "PRE-MATURITY NOTICE SENT" TO WS-ACTION-TEXT.

       2210-SET-INSTRUCTION-WORD.
           EVALUATE TRUE
               WHEN ACCT-TD-ROLL-OVER
                   MOVE "RENEW" TO WS-INSTR-WORD
               WHEN ACCT-TD-PAY-TO-LINKED
                   MOVE "PAY TO LINKED ACCT" TO WS-INSTR-WORD
               WHEN OTHER
                   MOVE "HOLD FUNDS" TO WS-INSTR-WORD
           END-EVALUATE.

      * Settle a certificate at maturity. The final period's interest
      * is brought up to the maturity date first (a certificate
      * coming out of the held state was settled to maturity when it
      * matured, and earns nothing while held), then the maturity
      * instruction decides what happens to the proceeds.
       2300-SETTLE-MATURITY.
           IF NOT ACCT-TD-MATURED-HELD
               PERFORM 2310-ACCRUE-FINAL-INTEREST
           END-IF
           EVALUATE TRUE
               WHEN ACCT-BALANCE = ZERO
                   PERFORM 2350-CLOSE-EMPTY-CERTIFICATE
               WHEN ACCT-TD-ROLL-OVER
                   PERFORM 2400-RENEW-CERTIFICATE
               WHEN ACCT-TD-PAY-TO-LINKED
                   PERFORM 2500-PAY-OUT-CERTIFICATE
               WHEN OTHER
                   MOVE "MATURED - HELD" TO WS-ACTION-TEXT
                   PERFORM 2700-HOLD-CERTIFICATE
           END-EVALUATE.

      * Interest from the date last accrued to the maturity date on
      * the certificate's own terms - the locked rate, actual/365 -
      * paid to the linked account or capitalized as the interest
      * option says, exactly as the interest run would have done.
       2310-ACCRUE-FINAL-INTEREST.
           MOVE ZERO TO WS-TD-ACCRUAL-DAYS
           IF ACCT-TD-INT-PAID-TO-DATE > ZERO
               AND ACCT-TD-INT-PAID-TO-DATE < ACCT-TD-MATURITY-DATE
               COMPUTE WS-TD-ACCRUAL-DAYS =
                   FUNCTION INTEGER-OF-DATE(ACCT-TD-MATURITY-DATE)
                   - FUNCTION INTEGER-OF-DATE(ACCT-TD-INT-PAID-TO-DATE)
           END-IF
           MOVE ACCT-TD-MATURITY-DATE TO ACCT-TD-INT-PAID-TO-DATE
           MOVE ZERO TO WS-INTEREST-AMOUNT
           IF WS-TD-ACCRUAL-DAYS > ZERO
               COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                   ACCT-BALANCE * ACCT-INTEREST-RATE
                   * WS-TD-ACCRUAL-DAYS / WS-TD-DAY-BASIS
           END-IF
           MOVE "N" TO WS-LINK-OK-SW
           IF WS-INTEREST-AMOUNT > ZERO
               ADD WS-INTEREST-AMOUNT TO WS-FINAL-INTEREST
               IF ACCT-TD-INT-TO-LINKED
                   MOVE WS-INTEREST-AMOUNT TO WS-LINK-AMOUNT
                   MOVE "I" TO WS-LINK-TXN-TYPE
                   MOVE "CD INTEREST PAID" TO WS-LINK-DESC
                   PERFORM 2600-CREDIT-LINKED-ACCOUNT
               END-IF
               IF NOT LINKED-ACCOUNT-CREDITED
                   MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
                   ADD WS-INTEREST-AMOUNT TO ACCT-BALANCE
                   ADD WS-INTEREST-AMOUNT TO ACCT-AVAILABLE-BALANCE
                   MOVE "I" TO WS-JRNL-TYPE
                   MOVE WS-INTEREST-AMOUNT TO WS-JRNL-AMOUNT
                   MOVE "CD INTEREST" TO WS-JRNL-DESC
                   PERFORM 2950-WRITE-JOURNAL
               END-IF
           END-IF
           REWRITE ACCOUNT-RECORD.

      * A certificate already drawn to nothing by early withdrawals
      * has no proceeds to settle; it is closed.
       2350-CLOSE-EMPTY-CERTIFICATE.
           SET ACCT-CLOSED TO TRUE
           MOVE WS-BUSINESS-DATE TO ACCT-CLOSE-DATE
           REWRITE ACCOUNT-RECORD
           MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
           MOVE "M" TO WS-JRNL-TYPE
           MOVE ZERO TO WS-JRNL-AMOUNT
           MOVE "TD MATURED - CLOSED" TO WS-JRNL-DESC
           PERFORM 2950-WRITE-JOURNAL
           ADD 1 TO WS-CLOSED-COUNT
           MOVE "ZERO BALANCE - CLOSED" TO WS-ACTION-TEXT.

      * Renew for another term of the same length at the locked rate.
      * A certificate renewed on its maturity date starts the new
      * term there; one renewed out of the held state starts today.
       2400-RENEW-CERTIFICATE.
           IF ACCT-TD-MATURED-HELD
               MOVE WS-BUSINESS-DATE TO WS-TD-BASE-DATE
           ELSE
               MOVE ACCT-TD-MATURITY-DATE TO WS-TD-BASE-DATE
           END-IF
           PERFORM 2800-COMPUTE-MATURITY-DATE
           MOVE WS-TD-BASE-DATE TO ACCT-TD-ISSUE-DATE
           MOVE WS-TD-MATURITY-DATE TO ACCT-TD-MATURITY-DATE
           MOVE WS-TD-BASE-DATE TO ACCT-TD-INT-PAID-TO-DATE
           SET ACCT-TD-IN-TERM TO TRUE
           REWRITE ACCOUNT-RECORD
           MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
           MOVE "M" TO WS-JRNL-TYPE
           MOVE ZERO TO WS-JRNL-AMOUNT
           MOVE "TD RENEWED" TO WS-JRNL-DESC
           PERFORM 2950-WRITE-JOURNAL
           MOVE ACCT-TD-TERM-MONTHS TO WS-DISP-TERM
           MOVE SPACES TO WS-NOTICE-MESSAGE
           STRING "RENEWED FOR " WS-DISP-TERM
               " MONTHS - NEW MATURITY " ACCT-TD-MATURITY-DATE
               DELIMITED BY SIZE INTO WS-NOTICE-MESSAGE
           MOVE "TDRN" TO WS-NOTICE-TYPE
           MOVE ACCT-BALANCE TO WS-NOTICE-AMOUNT
           PERFORM 2970-WRITE-NOTICE
           ADD 1 TO WS-RENEWED-COUNT
           ADD ACCT-BALANCE TO WS-RENEWED-AMOUNT
           MOVE SPACES TO WS-ACTION-TEXT
           STRING "RENEWED TO " ACCT-TD-MATURITY-DATE
               DELIMITED BY SIZE INTO WS-ACTION-TEXT.

      * Pay the whole balance to the linked account and close the
      * certificate: a credit on the linked account and a debit on
      * the certificate, journaled like a transfer. If the linked
      * account cannot take the funds the certificate is held and
      * the payout reported for the branch to arrange.
       2500-PAY-OUT-CERTIFICATE.
           MOVE ACCT-BALANCE TO WS-LINK-AMOUNT
           MOVE "C" TO WS-LINK-TXN-TYPE
           MOVE "TD MATURITY PROCEEDS" TO WS-LINK-DESC
           MOVE "N" TO WS-LINK-OK-SW
           PERFORM 2600-CREDIT-LINKED-ACCOUNT
           IF LINKED-ACCOUNT-CREDITED
               MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
               MOVE ACCT-BALANCE TO WS-NOTICE-AMOUNT
               SUBTRACT WS-LINK-AMOUNT FROM ACCT-BALANCE
               SUBTRACT WS-LINK-AMOUNT FROM ACCT-AVAILABLE-BALANCE
               SET ACCT-CLOSED TO TRUE
               MOVE WS-BUSINESS-DATE TO ACCT-CLOSE-DATE
               REWRITE ACCOUNT-RECORD
               MOVE "D" TO WS-JRNL-TYPE
               MOVE WS-LINK-AMOUNT TO WS-JRNL-AMOUNT
               MOVE "TD MATURITY PAYOUT" TO WS-JRNL-DESC
               PERFORM 2950-WRITE-JOURNAL
               MOVE SPACES TO WS-NOTICE-MESSAGE
               STRING "PROCEEDS PAID TO ACCOUNT "
                   ACCT-TD-LINKED-ACCT-ID
                   " - CERTIFICATE CLOSED"
                   DELIMITED BY SIZE INTO WS-NOTICE-MESSAGE
               MOVE "TDPD" TO WS-NOTICE-TYPE
               PERFORM 2970-WRITE-NOTICE
               ADD 1 TO WS-PAID-COUNT
               ADD WS-LINK-AMOUNT TO WS-PAID-AMOUNT
               MOVE SPACES TO WS-ACTION-TEXT
               STRING "PAID TO " ACCT-TD-LINKED-ACCT-ID
                   DELIMITED BY SIZE INTO WS-ACTION-TEXT
           ELSE
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "CERTIFICATE " ACCT-ID " LINKED ACCOUNT "
                   ACCT-TD-LINKED-ACCT-ID
                   " NOT USABLE - PAYOUT HELD"
               MOVE "LINK NOT USABLE - HELD" TO WS-ACTION-TEXT
               PERFORM 2700-HOLD-CERTIFICATE
           END-IF.

      * Credit WS-LINK-AMOUNT to the certificate's linked account.
      * The certificate is rewritten first; the linked account is
      * then read and credited through the same record area, the
      * certificate image is put back, and the account pass is
      * repositioned just after the certificate so the sequential
      * read carries on where it left off. A linked account that is
      * missing or not active is not credited.
       2600-CREDIT-LINKED-ACCOUNT.
           REWRITE ACCOUNT-RECORD
           MOVE ACCOUNT-RECORD TO WS-TD-CERT-REC
           MOVE ACCT-ID TO WS-RESUME-ACCT-ID
           MOVE ACCT-TD-LINKED-ACCT-ID TO ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "CERTIFICATE " WS-RESUME-ACCT-ID
                       " LINKED ACCOUNT " TDC-TD-LINKED-ACCT-ID
                       " NOT ON FILE"
               NOT INVALID KEY
                   IF NOT ACCT-ACTIVE OR ACCT-TYPE-TIME-DEPOSIT
                       DISPLAY "CERTIFICATE " WS-RESUME-ACCT-ID
                           " LINKED ACCOUNT " ACCT-ID
                           " NOT ACTIVE"
                   ELSE
                       MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
                       ADD WS-LINK-AMOUNT TO ACCT-BALANCE
                       ADD WS-LINK-AMOUNT TO ACCT-AVAILABLE-BALANCE
                       IF ACCT-BALANCE < ZERO
                           SET ACCT-IS-OVERDRAWN TO TRUE
                       ELSE
                           SET ACCT-NOT-OVERDRAWN TO TRUE
                       END-IF
                       REWRITE ACCOUNT-RECORD
                       SET LINKED-ACCOUNT-CREDITED TO TRUE
                       MOVE WS-LINK-TXN-TYPE TO WS-JRNL-TYPE
                       MOVE WS-LINK-AMOUNT TO WS-JRNL-AMOUNT
                       MOVE WS-LINK-DESC TO WS-JRNL-DESC
                       PERFORM 2950-WRITE-JOURNAL
                   END-IF
           END-READ
           MOVE WS-TD-CERT-REC TO ACCOUNT-RECORD
           START ACCOUNT-MASTER KEY IS > ACCT-ID
               INVALID KEY
                   SET NO-MORE-ACCOUNTS TO TRUE
           END-START.

       2700-HOLD-CERTIFICATE.
           SET ACCT-TD-MATURED-HELD TO TRUE
           REWRITE ACCOUNT-RECORD
           MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
           MOVE "M" TO WS-JRNL-TYPE
           MOVE ZERO TO WS-JRNL-AMOUNT
           MOVE "TD MATURED - HELD" TO WS-JRNL-DESC
           PERFORM 2950-WRITE-JOURNAL
           MOVE SPACES TO WS-NOTICE-MESSAGE
           STRING "MATURED " ACCT-TD-MATURITY-DATE
               " - FUNDS HELD, CONTACT YOUR BRANCH"
               DELIMITED BY SIZE INTO WS-NOTICE-MESSAGE
           MOVE "TDMH" TO WS-NOTICE-TYPE
           MOVE ACCT-BALANCE TO WS-NOTICE-AMOUNT
           PERFORM 2970-WRITE-NOTICE
           ADD 1 TO WS-HELD-COUNT
           ADD ACCT-BALANCE TO WS-HELD-AMOUNT.

      * Advance WS-TD-BASE-DATE by the certificate's term in calendar
      * months. A start day past the end of the target month (the
      * 31st into a 30-day month, or into February) falls back to
      * that month's last day.
       2800-COMPUTE-MATURITY-DATE.
           COMPUTE WS-TD-MONTH-COUNT =
               WS-TD-BASE-YEAR * 12 + WS-TD-BASE-MONTH - 1
               + ACCT-TD-TERM-MONTHS
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

       2900-PRINT-SCHEDULE-LINE.
           MOVE ZERO TO WS-DAYS-TO-MATURITY
           IF ACCT-TD-MATURITY-DATE > ZERO
               COMPUTE WS-DAYS-TO-MATURITY =
                   FUNCTION INTEGER-OF-DATE(ACCT-TD-MATURITY-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           END-IF
           MOVE WS-DAYS-TO-MATURITY TO WS-DISP-DAYS
           MOVE ACCT-BALANCE TO WS-DISP-BALANCE
           MOVE ACCT-INTEREST-RATE TO WS-DISP-RATE
           MOVE SPACES TO REPORT-LINE
           STRING ACCT-ID " " ACCT-OWNER-NAME
               " " WS-DISP-BALANCE
               " " WS-DISP-RATE
               " " ACCT-TD-MATURITY-DATE
               " " ACCT-TD-MATURITY-INSTR
               " " WS-DISP-DAYS
               "  " WS-ACTION-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * Journal one system posting against the account in the record
      * area: the entry type, amount and description are set by the
      * caller, the balances bracket the change.
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
           MOVE "SYS " TO JRNLK-BRANCH-ID
           MOVE "SYSTEM  " TO JRNLK-TELLER-ID
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
           STRING "TIME DEPOSIT MATURITY SCHEDULE - BUSINESS DATE "
               WS-BUSINESS-DATE "  NOTICE WINDOW TO "
               WS-NOTICE-WINDOW-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNT    OWNER                         "
               "       BALANCE   RATE   MATURES  I  DAYS  ACTION"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       3100-PRINT-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CERT-COUNT TO WS-DISP-COUNT
           MOVE WS-CERT-BALANCE TO WS-DISP-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "CERTIFICATES OPEN:      " WS-DISP-COUNT
               "  BALANCE " WS-DISP-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NOTICED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "PRE-MATURITY NOTICES:   " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FINAL-INTEREST TO WS-DISP-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "FINAL INTEREST ACCRUED:         "
               WS-DISP-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RENEWED-COUNT TO WS-DISP-COUNT
           MOVE WS-RENEWED-AMOUNT TO WS-DISP-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "RENEWED:                " WS-DISP-COUNT
               "  AMOUNT  " WS-DISP-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PAID-COUNT TO WS-DISP-COUNT
           MOVE WS-PAID-AMOUNT TO WS-DISP-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "PAID TO LINKED ACCOUNT: " WS-DISP-COUNT
               "  AMOUNT  " WS-DISP-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HELD-COUNT TO WS-DISP-COUNT
           MOVE WS-HELD-AMOUNT TO WS-DISP-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "MATURED AND HELD:       " WS-DISP-COUNT
               "  AMOUNT  " WS-DISP-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CLOSED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "CLOSED AT ZERO BALANCE: " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE WS-EXCEPTION-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "PAYOUTS HELD - LINKED ACCOUNT NOT USABLE: "
                   WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       1900-CLOSE-FILES.
           CLOSE ACCOUNT-MASTER
           CLOSE JOURNAL-KEYED-FILE
           CLOSE NOTICE-FILE
           CLOSE MATURITY-REPORT.
