       IDENTIFICATION DIVISION.
      * Month-end branch and product profitability run: walks
      * ACCOUNT-MASTER and measures every account that was open at
      * any time in the business month against its domicile branch
      * (ACCT-BRANCH-ID) and account type, reading the account's
      * entries for the month off the current keyed journal. For
      * each branch and type the report shows the accounts opened
      * and closed in the month, the accounts open at month end and
      * the net change on the prior month end, the average daily
      * and ending ledger balances, interest paid (journal type
      * "I"), fee income from NSF and service charges (type "F"),
      * the overdrawn accounts and their exposure at month end, and
      * the balance growth on the prior month end. Each branch is
      * subtotalled, and the bank is summarized by type and in
      * total. Accounts with no domicile branch (opened before the
      * branch was carried) report under branch NONE.
      * The run also writes the month's cost-centre allocation
      * extract in the GL interface layout: the interest expense and
      * fee income the daily extract booked to the unallocated
      * centre are moved to each branch's cost centre, as balanced
      * debit/credit pairs with a control trailer. Branch NONE is
      * left unallocated.
      * The period is the first of the business date's month to the
      * business date, so the run belongs on the month's last
      * business day after the service-charge and interest runs and
      * before the journal is archived; run on any other day it
      * reports the month to date and says so.
       PROGRAM-ID. ACCT-BRMIS.

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

           SELECT MIS-REPORT ASSIGN TO "BRMISRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "BRGLOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXT-FILE-STATUS.

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

       FD  MIS-REPORT.
       01  REPORT-LINE                PIC X(132).

       FD  GL-EXTRACT-FILE.
           COPY GLEXTREC.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTLREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-FILE-STATUS     PIC X(02).
       01 WS-JRNL-FILE-STATUS     PIC X(02).
       01 WS-REPORT-FILE-STATUS   PIC X(02).
       01 WS-GLEXT-FILE-STATUS    PIC X(02).
       01 WS-JRNL-OPEN-SW         PIC X(01) VALUE "N".
           88 JOURNAL-IS-OPEN                 VALUE "Y".
       01 WS-EOF-ACCT             PIC X(01) VALUE "N".
           88 NO-MORE-ACCOUNTS                VALUE "Y".
       01 WS-EOF-JRNL             PIC X(01) VALUE "N".
           88 NO-MORE-JOURNAL-ENTRIES         VALUE "Y".
       01 WS-CURRENT-TIMESTAMP.
           05 WS-CURRENT-DATE-TIME PIC X(21).

      *-------------------------------------------------------------*
      * Run control: business date and run id read at startup; the   *
      * WS defaults survive a missing run control file.              *
      *-------------------------------------------------------------*
       01 WS-RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-RUN-ID               PIC X(08) VALUE "DEFAULT ".
       01 WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.

      *-------------------------------------------------------------*
      * Reporting period: the first of the business month through    *
      * the business date, as dates, day numbers, and the journal    *
      * key timestamp the month's first entry can carry.             *
      *-------------------------------------------------------------*
       01 WS-PERIOD-START-DATE    PIC 9(08).
       01 WS-PERIOD-START-PARTS REDEFINES WS-PERIOD-START-DATE.
           05 WS-PERIOD-START-CCYYMM  PIC 9(06).
           05 WS-PERIOD-START-DD      PIC 9(02).
       01 WS-PERIOD-END-DATE      PIC 9(08).
       01 WS-PERIOD-START-INT     PIC 9(07).
       01 WS-PERIOD-END-INT       PIC 9(07).
       01 WS-PERIOD-DAYS          PIC 9(03).
       01 WS-PERIOD-START-TS.
           05 WS-PERIOD-START-TS-DATE PIC 9(08).
           05 WS-PERIOD-START-TS-TIME PIC 9(06) VALUE ZERO.
       01 WS-PERIOD-START-TS-NUM REDEFINES WS-PERIOD-START-TS
                                  PIC 9(14).
       01 WS-NEXT-DATE            PIC 9(08).
       01 WS-NEXT-DATE-PARTS REDEFINES WS-NEXT-DATE.
           05 WS-NEXT-CCYYMM          PIC 9(06).
           05 WS-NEXT-DD              PIC 9(02).
       01 WS-MONTH-TO-DATE-SW     PIC X(01) VALUE "N".
           88 PERIOD-IS-MONTH-TO-DATE         VALUE "Y".

      *-------------------------------------------------------------*
      * One account's measures for the period. The opening balance   *
      * is the balance before its first entry of the month, the      *
      * ending balance the balance before its first entry after the  *
      * period (the master balance when there is none), and the      *
      * balance-days the end-of-day ledger balance summed over every *
      * day of the period, which the average daily balance is taken  *
      * from.                                                        *
      *-------------------------------------------------------------*
       01 WS-AC-KEY.
           05 WS-AC-BRANCH-ID         PIC X(04).
           05 WS-AC-ACCT-TYPE         PIC X(02).
       01 WS-AC-OPEN-DATE         PIC 9(08).
       01 WS-AC-CLOSE-DATE        PIC 9(08).
       01 WS-AC-OPENING-BAL       PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE.
       01 WS-AC-ENDING-BAL        PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE.
       01 WS-AC-RUNNING-BAL       PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE.
       01 WS-AC-BAL-DAYS          PIC S9(13)V99
                                  SIGN IS TRAILING SEPARATE.
       01 WS-AC-INTEREST          PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE.
       01 WS-AC-FEES              PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE.
       01 WS-AC-LAST-DAY-INT      PIC 9(07).
       01 WS-AC-ENTRY-DAY-INT     PIC 9(07).
       01 WS-ENTRY-DATE           PIC 9(08).
       01 WS-FIRST-ENTRY-SW       PIC X(01).
           88 FIRST-ENTRY-SEEN                VALUE "Y".

      *-------------------------------------------------------------*
      * The figures reported for a branch and type, a branch         *
      * subtotal, a type across the bank, and the bank total, all    *
      * in one shape: accounts opened and closed in the period and   *
      * open at its start and end, balance-days, opening and ending  *
      * balances, interest paid, fee income, and the accounts        *
      * overdrawn at the end with their exposure. WS-ZERO-FIGURES    *
      * clears any of them.                                          *
      *-------------------------------------------------------------*
       01 WS-ZERO-FIGURES.
           05 WS-ZF-OPENED            PIC 9(06) VALUE ZERO.
           05 WS-ZF-CLOSED            PIC 9(06) VALUE ZERO.
           05 WS-ZF-START-COUNT       PIC 9(06) VALUE ZERO.
           05 WS-ZF-END-COUNT         PIC 9(06) VALUE ZERO.
           05 WS-ZF-BAL-DAYS          PIC S9(15)V99 VALUE ZERO
                                      SIGN IS TRAILING SEPARATE.
           05 WS-ZF-OPENING-BAL       PIC S9(13)V99 VALUE ZERO
                                      SIGN IS TRAILING SEPARATE.
           05 WS-ZF-ENDING-BAL        PIC S9(13)V99 VALUE ZERO
                                      SIGN IS TRAILING SEPARATE.
           05 WS-ZF-INTEREST          PIC S9(11)V99 VALUE ZERO
                                      SIGN IS TRAILING SEPARATE.
           05 WS-ZF-FEES              PIC S9(11)V99 VALUE ZERO
                                      SIGN IS TRAILING SEPARATE.
           05 WS-ZF-OD-COUNT          PIC 9(06) VALUE ZERO.
           05 WS-ZF-OD-EXPOSURE       PIC S9(13)V99 VALUE ZERO
                                      SIGN IS TRAILING SEPARATE.

       01 WS-MAX-ROWS             PIC 9(04) VALUE 500.
       01 WS-ROW-COUNT            PIC 9(04) VALUE ZERO.
       01 WS-ROW-IDX              PIC 9(04) VALUE ZERO.
       01 WS-SHIFT-IDX            PIC 9(04) VALUE ZERO.
       01 WS-ROW-FOUND-SW         PIC X(01).
           88 ROW-FOUND                       VALUE "Y".
       01 WS-ROW-TABLE.
           05 WS-ROW-ENTRY OCCURS 500 TIMES.
               10 WS-RW-KEY.
                   15 WS-RW-BRANCH-ID     PIC X(04).
                   15 WS-RW-ACCT-TYPE     PIC X(02).
               10 WS-RW-FIGURES.
                   15 WS-RW-OPENED        PIC 9(06).
                   15 WS-RW-CLOSED        PIC 9(06).
                   15 WS-RW-START-COUNT   PIC 9(06).
                   15 WS-RW-END-COUNT     PIC 9(06).
                   15 WS-RW-BAL-DAYS      PIC S9(15)V99
                                          SIGN IS TRAILING SEPARATE.
                   15 WS-RW-OPENING-BAL   PIC S9(13)V99
                                          SIGN IS TRAILING SEPARATE.
                   15 WS-RW-ENDING-BAL    PIC S9(13)V99
                                          SIGN IS TRAILING SEPARATE.
                   15 WS-RW-INTEREST      PIC S9(11)V99
                                          SIGN IS TRAILING SEPARATE.
                   15 WS-RW-FEES          PIC S9(11)V99
                                          SIGN IS TRAILING SEPARATE.
                   15 WS-RW-OD-COUNT      PIC 9(06).
                   15 WS-RW-OD-EXPOSURE   PIC S9(13)V99
                                          SIGN IS TRAILING SEPARATE.

       01 WS-MAX-PRODUCTS         PIC 9(02) VALUE 20.
       01 WS-PRODUCT-COUNT        PIC 9(02) VALUE ZERO.
       01 WS-PRODUCT-IDX          PIC 9(02) VALUE ZERO.
       01 WS-PRODUCT-FOUND-SW     PIC X(01).
           88 PRODUCT-FOUND                   VALUE "Y".
       01 WS-PRODUCT-TABLE.
           05 WS-PRODUCT-ENTRY OCCURS 20 TIMES.
               10 WS-PD-ACCT-TYPE         PIC X(02).
               10 WS-PD-FIGURES.
                   15 WS-PD-OPENED        PIC 9(06).
                   15 WS-PD-CLOSED        PIC 9(06).
                   15 WS-PD-START-COUNT   PIC 9(06).
                   15 WS-PD-END-COUNT     PIC 9(06).
                   15 WS-PD-BAL-DAYS      PIC S9(15)V99
                                          SIGN IS TRAILING SEPARATE.
                   15 WS-PD-OPENING-BAL   PIC S9(13)V99
                                          SIGN IS TRAILING SEPARATE.
                   15 WS-PD-ENDING-BAL    PIC S9(13)V99
                                          SIGN IS TRAILING SEPARATE.
                   15 WS-PD-INTEREST      PIC S9(11)V99
                                          SIGN IS TRAILING SEPARATE.
                   15 WS-PD-FEES          PIC S9(11)V99
                                          SIGN IS TRAILING SEPARATE.
                   15 WS-PD-OD-COUNT      PIC 9(06).
                   15 WS-PD-OD-EXPOSURE   PIC S9(13)V99
                                          SIGN IS TRAILING SEPARATE.

       01 WS-PRINT-FIGURES.
           05 WS-PF-OPENED            PIC 9(06).
           05 WS-PF-CLOSED            PIC 9(06).
           05 WS-PF-START-COUNT       PIC 9(06).
           05 WS-PF-END-COUNT         PIC 9(06).
           05 WS-PF-BAL-DAYS          PIC S9(15)V99
                                      SIGN IS TRAILING SEPARATE.
           05 WS-PF-OPENING-BAL       PIC S9(13)V99
                                      SIGN IS TRAILING SEPARATE.
           05 WS-PF-ENDING-BAL        PIC S9(13)V99
                                      SIGN IS TRAILING SEPARATE.
           05 WS-PF-INTEREST          PIC S9(11)V99
                                      SIGN IS TRAILING SEPARATE.
           05 WS-PF-FEES              PIC S9(11)V99
                                      SIGN IS TRAILING SEPARATE.
           05 WS-PF-OD-COUNT          PIC 9(06).
           05 WS-PF-OD-EXPOSURE       PIC S9(13)V99
                                      SIGN IS TRAILING SEPARATE.

       01 WS-BRANCH-FIGURES.
           05 WS-BF-OPENED            PIC 9(06).
           05 WS-BF-CLOSED            PIC 9(06).
           05 WS-BF-START-COUNT       PIC 9(06).
           05 WS-BF-END-COUNT         PIC 9(06).
           05 WS-BF-BAL-DAYS          PIC S9(15)V99
                                      SIGN IS TRAILING SEPARATE.
           05 WS-BF-OPENING-BAL       PIC S9(13)V99
                                      SIGN IS TRAILING SEPARATE.
           05 WS-BF-ENDING-BAL        PIC S9(13)V99
                                      SIGN IS TRAILING SEPARATE.
           05 WS-BF-INTEREST          PIC S9(11)V99
                                      SIGN IS TRAILING SEPARATE.
           05 WS-BF-FEES              PIC S9(11)V99
                                      SIGN IS TRAILING SEPARATE.
           05 WS-BF-OD-COUNT          PIC 9(06).
           05 WS-BF-OD-EXPOSURE       PIC S9(13)V99
                                      SIGN IS TRAILING SEPARATE.

       01 WS-BANK-FIGURES.
           05 WS-GT-OPENED            PIC 9(06).
           05 WS-GT-CLOSED            PIC 9(06).
           05 WS-GT-START-COUNT       PIC 9(06).
           05 WS-GT-END-COUNT         PIC 9(06).
           05 WS-GT-BAL-DAYS          PIC S9(15)V99
                                      SIGN IS TRAILING SEPARATE.
           05 WS-GT-OPENING-BAL       PIC S9(13)V99
                                      SIGN IS TRAILING SEPARATE.
           05 WS-GT-ENDING-BAL        PIC S9(13)V99
                                      SIGN IS TRAILING SEPARATE.
           05 WS-GT-INTEREST          PIC S9(11)V99
                                      SIGN IS TRAILING SEPARATE.
           05 WS-GT-FEES              PIC S9(11)V99
                                      SIGN IS TRAILING SEPARATE.
           05 WS-GT-OD-COUNT          PIC 9(06).
           05 WS-GT-OD-EXPOSURE       PIC S9(13)V99
                                      SIGN IS TRAILING SEPARATE.

       01 WS-PRINT-LABEL          PIC X(07).
       01 WS-CURRENT-BRANCH-ID    PIC X(04).
       01 WS-AVERAGE-BAL          PIC S9(13)V99
                                  SIGN IS TRAILING SEPARATE.
       01 WS-BAL-GROWTH           PIC S9(13)V99
                                  SIGN IS TRAILING SEPARATE.
       01 WS-NET-ACCOUNTS         PIC S9(06)
                                  SIGN IS TRAILING SEPARATE.

      *-------------------------------------------------------------*
      * Run counts.                                                  *
      *-------------------------------------------------------------*
       01 WS-MEASURED-COUNT       PIC 9(07) VALUE ZERO.
       01 WS-OUT-OF-PERIOD-COUNT  PIC 9(07) VALUE ZERO.
       01 WS-UNREPORTED-COUNT     PIC 9(07) VALUE ZERO.

      *-------------------------------------------------------------*
      * Cost-centre allocation extract. Interest paid is expense on  *
      * GL 500100 and fees are income on GL 400100 (the accounts the *
      * daily extract books them to); each branch's share is moved   *
      * from the unallocated (blank) centre to the branch's own.     *
      *-------------------------------------------------------------*
       01 WS-INTEREST-GL-ACCOUNT  PIC 9(06) VALUE 500100.
       01 WS-FEE-GL-ACCOUNT       PIC 9(06) VALUE 400100.
       01 WS-UNALLOCATED-CC       PIC X(04) VALUE SPACES.
       01 WS-ALLOC-GL-ACCOUNT     PIC 9(06).
       01 WS-ALLOC-AMOUNT         PIC S9(11)V99
                                  SIGN IS TRAILING SEPARATE.
       01 WS-ALLOC-DR-CC          PIC X(04).
       01 WS-ALLOC-CR-CC          PIC X(04).
       01 WS-ALLOC-SWAP-CC        PIC X(04).
       01 WS-ALLOC-TYPE           PIC X(01).
       01 WS-ALLOC-DESC           PIC X(20).
       01 WS-PAIR-AMOUNT          PIC 9(11)V99 VALUE ZERO.
       01 WS-EXTRACT-COUNT        PIC 9(06) VALUE ZERO.
       01 WS-TOTAL-DEBITS         PIC 9(13)V99 VALUE ZERO.
       01 WS-TOTAL-CREDITS        PIC 9(13)V99 VALUE ZERO.
       01 WS-NET-AMOUNT           PIC S9(11)V99 VALUE ZERO
                                  SIGN IS TRAILING SEPARATE.
       01 WS-UNALLOC-INTEREST     PIC S9(11)V99 VALUE ZERO
                                  SIGN IS TRAILING SEPARATE.
       01 WS-UNALLOC-FEES         PIC S9(11)V99 VALUE ZERO
                                  SIGN IS TRAILING SEPARATE.

      *-------------------------------------------------------------*
      * Edited (human-readable) copies of monetary fields for the    *
      * printed report.                                              *
      *-------------------------------------------------------------*
       01 WS-DISP-COUNT           PIC ZZZZZ9.
       01 WS-DISP-CLOSED          PIC ZZZZZ9.
       01 WS-DISP-ACCOUNTS        PIC ZZZZZ9.
       01 WS-DISP-NET-COUNT       PIC -(5)9.
       01 WS-DISP-BALANCE         PIC -(10)9.99.
       01 WS-DISP-ENDING          PIC -(10)9.99.
       01 WS-DISP-EXPOSURE        PIC -(10)9.99.
       01 WS-DISP-GROWTH          PIC -(10)9.99.
       01 WS-DISP-INTEREST        PIC -(8)9.99.
       01 WS-DISP-FEES            PIC -(8)9.99.
       01 WS-DISP-OD-COUNT        PIC ZZZZZ9.


      *-------------------------------------------------------------*
      * Run-log support: a start record is appended as the run       *
      * begins and an end record with the outcome as it finishes.    *
      * Before touching data the run proves the night's sequence     *
      * off the log: the predecessor step must have ended "OK" for   *
      * the business date and this step must not have already done   *
      * so, unless the operator set the rerun override on run        *
      * control for a deliberate rerun. The month's interest run     *
      * not having completed for the date is only a warning, since   *
      * interest may not be paid every month; the report then says   *
      * so and the run ends with return code 4.                      *
      *-------------------------------------------------------------*
       01 WS-RLOG-FILE-STATUS     PIC X(02).
       01 WS-EOF-RLOG             PIC X(01).
           88 NO-MORE-RLOG-RECORDS            VALUE "Y".
       01 WS-RLOG-PROGRAM         PIC X(16) VALUE "ACCT-BRMIS".
       01 WS-RLOG-PREDECESSOR     PIC X(16) VALUE "ACCT-SVCCHG".
       01 WS-RLOG-INTEREST-STEP   PIC X(16) VALUE "ACCT-INTEREST".
       01 WS-RLOG-END-STATUS      PIC X(04) VALUE "OK".
       01 WS-PRED-DONE-SW         PIC X(01).
           88 PREDECESSOR-COMPLETED           VALUE "Y".
       01 WS-SELF-DONE-SW         PIC X(01).
           88 STEP-ALREADY-COMPLETED          VALUE "Y".
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

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1050-READ-RUN-CONTROL
           PERFORM 1070-CHECK-RUN-LOG
           PERFORM 1080-WRITE-RUN-LOG-START
           PERFORM 1100-SET-PERIOD
           PERFORM 1000-OPEN-FILES
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER NOT AVAILABLE (STATUS "
                   WS-ACCT-FILE-STATUS ") - BRANCH MIS RUN FAILED"
               MOVE "FAIL" TO WS-RLOG-END-STATUS
               PERFORM 8000-WRITE-RUN-LOG-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-MEASURE-ACCOUNTS
           PERFORM 3000-PRINT-REPORT
           PERFORM 4000-WRITE-ALLOCATION-EXTRACT
           PERFORM 1900-CLOSE-FILES
           DISPLAY "Accounts measured:       " WS-MEASURED-COUNT
           DISPLAY "Accounts outside period: " WS-OUT-OF-PERIOD-COUNT
           DISPLAY "Allocation lines:        " WS-EXTRACT-COUNT
           DISPLAY "Branch MIS run finished."
           PERFORM 8000-WRITE-RUN-LOG-END
           IF NOT INTEREST-RUN-COMPLETED OR WS-UNREPORTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
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
      * before any file is written.
       1070-CHECK-RUN-LOG.
           MOVE "N" TO WS-EOF-RLOG
           MOVE "N" TO WS-PRED-DONE-SW
           MOVE "N" TO WS-SELF-DONE-SW
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
           IF NOT INTEREST-RUN-COMPLETED
               DISPLAY WS-RLOG-INTEREST-STEP " HAS NOT COMPLETED FOR "
                   WS-BUSINESS-DATE " - MONTH'S INTEREST MAY BE "
                   "MISSING FROM THE REPORT"
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

      * The period runs from the first of the business month to the
      * business date. When the next calendar day is still in the
      * same month the figures are month to date.
       1100-SET-PERIOD.
           MOVE WS-BUSINESS-DATE TO WS-PERIOD-END-DATE
           MOVE WS-BUSINESS-DATE TO WS-PERIOD-START-DATE
           MOVE 01 TO WS-PERIOD-START-DD
           COMPUTE WS-PERIOD-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-START-DATE)
           COMPUTE WS-PERIOD-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-END-DATE)
           COMPUTE WS-PERIOD-DAYS =
               WS-PERIOD-END-INT - WS-PERIOD-START-INT + 1
           MOVE WS-PERIOD-START-DATE TO WS-PERIOD-START-TS-DATE
           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-PERIOD-END-INT + 1)
           IF WS-NEXT-DD NOT = 01
               SET PERIOD-IS-MONTH-TO-DATE TO TRUE
               DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
                   " IS NOT MONTH END - REPORTING MONTH TO DATE"
           END-IF
           DISPLAY "PERIOD " WS-PERIOD-START-DATE " TO "
               WS-PERIOD-END-DATE.

      * The journal is read for each account's month; without it
      * every account is measured on its master balance alone.
       1000-OPEN-FILES.
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT JOURNAL-KEYED-FILE
           IF WS-JRNL-FILE-STATUS = "00"
               SET JOURNAL-IS-OPEN TO TRUE
           ELSE
               DISPLAY "JOURNAL NOT AVAILABLE (STATUS "
                   WS-JRNL-FILE-STATUS ") - BALANCES FROM MASTER ONLY,"
                   " NO INTEREST OR FEES"
           END-IF
           OPEN OUTPUT MIS-REPORT
           OPEN OUTPUT GL-EXTRACT-FILE.

       2000-MEASURE-ACCOUNTS.
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
                       PERFORM 2100-MEASURE-ONE-ACCOUNT
               END-READ
           END-PERFORM.

      * An account opened after the period (a rerun for an earlier
      * date) or closed before it began is outside the period. A
      * closed account with no close date was closed before the date
      * was carried and counts as closed before the period. Dates
      * not yet carried on older records read as zero.
       2100-MEASURE-ONE-ACCOUNT.
           MOVE ACCT-BRANCH-ID TO WS-AC-BRANCH-ID
           IF WS-AC-BRANCH-ID = SPACES OR WS-AC-BRANCH-ID = LOW-VALUES
               MOVE "NONE" TO WS-AC-BRANCH-ID
           END-IF
           MOVE ACCT-TYPE-CODE TO WS-AC-ACCT-TYPE
           MOVE ZERO TO WS-AC-OPEN-DATE
           IF ACCT-OPEN-DATE IS NUMERIC
               MOVE ACCT-OPEN-DATE TO WS-AC-OPEN-DATE
           END-IF
           MOVE ZERO TO WS-AC-CLOSE-DATE
           IF ACCT-CLOSE-DATE IS NUMERIC
               MOVE ACCT-CLOSE-DATE TO WS-AC-CLOSE-DATE
           END-IF
           EVALUATE TRUE
               WHEN WS-AC-OPEN-DATE > WS-PERIOD-END-DATE
                   ADD 1 TO WS-OUT-OF-PERIOD-COUNT
               WHEN ACCT-CLOSED
                   AND WS-AC-CLOSE-DATE < WS-PERIOD-START-DATE
                   ADD 1 TO WS-OUT-OF-PERIOD-COUNT
               WHEN OTHER
                   PERFORM 2200-WALK-ACCOUNT-JOURNAL
                   PERFORM 2300-FIND-ROW
                   IF ROW-FOUND
                       PERFORM 2400-ADD-ACCOUNT-TO-ROW
                   END-IF
                   ADD 1 TO WS-MEASURED-COUNT
           END-EVALUATE.

      * Read the account's entries from the start of the period in
      * key order. Each day of the period counts the balance the
      * account ended that day with: the balance carried into an
      * entry's day covers the days since the last entry, and the
      * entry's balance-after carries on from its day. The first
      * entry past the period ends the walk and gives the balance
      * the account ended the period with.
       2200-WALK-ACCOUNT-JOURNAL.
           MOVE ZERO TO WS-AC-BAL-DAYS
           MOVE ZERO TO WS-AC-INTEREST
           MOVE ZERO TO WS-AC-FEES
           MOVE "N" TO WS-FIRST-ENTRY-SW
           MOVE ACCT-BALANCE TO WS-AC-ENDING-BAL
           MOVE ACCT-BALANCE TO WS-AC-RUNNING-BAL
           MOVE WS-PERIOD-START-INT TO WS-AC-LAST-DAY-INT
           MOVE "N" TO WS-EOF-JRNL
           IF NOT JOURNAL-IS-OPEN
               SET NO-MORE-JOURNAL-ENTRIES TO TRUE
           ELSE
               MOVE ACCT-ID TO JRNLK-ACCT-ID
               MOVE WS-PERIOD-START-TS-NUM TO JRNLK-TIMESTAMP
               MOVE ZERO TO JRNLK-SEQ
               START JOURNAL-KEYED-FILE KEY IS >= JRNLK-KEY
                   INVALID KEY
                       SET NO-MORE-JOURNAL-ENTRIES TO TRUE
               END-START
           END-IF
           PERFORM UNTIL NO-MORE-JOURNAL-ENTRIES
               READ JOURNAL-KEYED-FILE NEXT RECORD
                   AT END
                       SET NO-MORE-JOURNAL-ENTRIES TO TRUE
                   NOT AT END
                       MOVE JRNLK-TIMESTAMP(1:8) TO WS-ENTRY-DATE
                       EVALUATE TRUE
                           WHEN JRNLK-ACCT-ID NOT = ACCT-ID
                               SET NO-MORE-JOURNAL-ENTRIES TO TRUE
                           WHEN WS-ENTRY-DATE > WS-PERIOD-END-DATE
                               MOVE JRNLK-BALANCE-BEFORE
                                   TO WS-AC-ENDING-BAL
                               SET NO-MORE-JOURNAL-ENTRIES TO TRUE
                           WHEN OTHER
                               PERFORM 2210-TAKE-JOURNAL-ENTRY
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF NOT FIRST-ENTRY-SEEN
               MOVE WS-AC-ENDING-BAL TO WS-AC-OPENING-BAL
               MOVE WS-AC-ENDING-BAL TO WS-AC-RUNNING-BAL
           END-IF
           COMPUTE WS-AC-BAL-DAYS = WS-AC-BAL-DAYS
               + WS-AC-RUNNING-BAL
               * (WS-PERIOD-END-INT + 1 - WS-AC-LAST-DAY-INT).

       2210-TAKE-JOURNAL-ENTRY.
           IF NOT FIRST-ENTRY-SEEN
               SET FIRST-ENTRY-SEEN TO TRUE
               MOVE JRNLK-BALANCE-BEFORE TO WS-AC-OPENING-BAL
               MOVE JRNLK-BALANCE-BEFORE TO WS-AC-RUNNING-BAL
           END-IF
           COMPUTE WS-AC-ENTRY-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE)
           IF WS-AC-ENTRY-DAY-INT > WS-AC-LAST-DAY-INT
               COMPUTE WS-AC-BAL-DAYS = WS-AC-BAL-DAYS
                   + WS-AC-RUNNING-BAL
                   * (WS-AC-ENTRY-DAY-INT - WS-AC-LAST-DAY-INT)
               MOVE WS-AC-ENTRY-DAY-INT TO WS-AC-LAST-DAY-INT
           END-IF
           MOVE JRNLK-BALANCE-AFTER TO WS-AC-RUNNING-BAL
           EVALUATE JRNLK-TXN-TYPE
               WHEN "I"
                   ADD JRNLK-AMOUNT TO WS-AC-INTEREST
               WHEN "F"
                   ADD JRNLK-AMOUNT TO WS-AC-FEES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * The table is kept in branch and type order as rows are
      * added, so the report prints straight down it: the search
      * stops at the row for the key or at the first row past it,
      * where a new row is opened up.
       2300-FIND-ROW.
           MOVE "N" TO WS-ROW-FOUND-SW
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF WS-RW-KEY(WS-ROW-IDX) = WS-AC-KEY
                   SET ROW-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
               IF WS-RW-KEY(WS-ROW-IDX) > WS-AC-KEY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT ROW-FOUND
               IF WS-ROW-COUNT < WS-MAX-ROWS
                   PERFORM 2310-INSERT-ROW
               ELSE
                   DISPLAY "BRANCH/TYPE TABLE FULL - ACCOUNT " ACCT-ID
                       " BRANCH " WS-AC-BRANCH-ID " TYPE "
                       WS-AC-ACCT-TYPE " NOT REPORTED"
                   ADD 1 TO WS-UNREPORTED-COUNT
               END-IF
           END-IF.

       2310-INSERT-ROW.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-ROW-COUNT BY -1
                   UNTIL WS-SHIFT-IDX < WS-ROW-IDX
               MOVE WS-ROW-ENTRY(WS-SHIFT-IDX)
                   TO WS-ROW-ENTRY(WS-SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-ROW-COUNT
           MOVE WS-AC-KEY TO WS-RW-KEY(WS-ROW-IDX)
           MOVE WS-ZERO-FIGURES TO WS-RW-FIGURES(WS-ROW-IDX)
           SET ROW-FOUND TO TRUE.

      * Opened and closed count by the dates on the master; an
      * account is open at the start of the period if it was opened
      * before it, and open at the end unless it closed in it. Only
      * an open account's negative ending balance is exposure.
       2400-ADD-ACCOUNT-TO-ROW.
           IF WS-AC-OPEN-DATE NOT < WS-PERIOD-START-DATE
               ADD 1 TO WS-RW-OPENED(WS-ROW-IDX)
           ELSE
               ADD 1 TO WS-RW-START-COUNT(WS-ROW-IDX)
           END-IF
           IF ACCT-CLOSED
               AND WS-AC-CLOSE-DATE NOT > WS-PERIOD-END-DATE
               ADD 1 TO WS-RW-CLOSED(WS-ROW-IDX)
           ELSE
               ADD 1 TO WS-RW-END-COUNT(WS-ROW-IDX)
               IF WS-AC-ENDING-BAL < ZERO
                   ADD 1 TO WS-RW-OD-COUNT(WS-ROW-IDX)
                   SUBTRACT WS-AC-ENDING-BAL
                       FROM WS-RW-OD-EXPOSURE(WS-ROW-IDX)
               END-IF
           END-IF
           ADD WS-AC-BAL-DAYS TO WS-RW-BAL-DAYS(WS-ROW-IDX)
           ADD WS-AC-OPENING-BAL TO WS-RW-OPENING-BAL(WS-ROW-IDX)
           ADD WS-AC-ENDING-BAL TO WS-RW-ENDING-BAL(WS-ROW-IDX)
           ADD WS-AC-INTEREST TO WS-RW-INTEREST(WS-ROW-IDX)
           ADD WS-AC-FEES TO WS-RW-FEES(WS-ROW-IDX).

      * One line per branch and type with a subtotal as each branch
      * ends, then the bank by type and in total.
       3000-PRINT-REPORT.
           PERFORM 3100-PRINT-HEADING
           MOVE WS-ZERO-FIGURES TO WS-BRANCH-FIGURES
           MOVE WS-ZERO-FIGURES TO WS-BANK-FIGURES
           MOVE SPACES TO WS-CURRENT-BRANCH-ID
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF WS-RW-BRANCH-ID(WS-ROW-IDX) NOT = WS-CURRENT-BRANCH-ID
                   IF WS-CURRENT-BRANCH-ID NOT = SPACES
                       PERFORM 3200-PRINT-BRANCH-TOTAL
                   END-IF
                   MOVE WS-RW-BRANCH-ID(WS-ROW-IDX)
                       TO WS-CURRENT-BRANCH-ID
               END-IF
               MOVE WS-RW-FIGURES(WS-ROW-IDX) TO WS-PRINT-FIGURES
               MOVE SPACES TO WS-PRINT-LABEL
               STRING WS-RW-BRANCH-ID(WS-ROW-IDX) " "
                   WS-RW-ACCT-TYPE(WS-ROW-IDX)
                   DELIMITED BY SIZE INTO WS-PRINT-LABEL
               PERFORM 3400-PRINT-FIGURES-LINE
               PERFORM 3250-ADD-TO-TOTALS
           END-PERFORM
           IF WS-CURRENT-BRANCH-ID NOT = SPACES
               PERFORM 3200-PRINT-BRANCH-TOTAL
           END-IF
           PERFORM 3300-PRINT-BANK-SUMMARY.

       3100-PRINT-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING "BRANCH AND PRODUCT PROFITABILITY - PERIOD "
               WS-PERIOD-START-DATE " TO " WS-PERIOD-END-DATE
               "  RUN " WS-RUN-ID
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF PERIOD-IS-MONTH-TO-DATE
               MOVE SPACES TO REPORT-LINE
               STRING "*** BUSINESS DATE IS NOT MONTH END - FIGURES "
                   "ARE MONTH TO DATE ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF NOT INTEREST-RUN-COMPLETED
               MOVE SPACES TO REPORT-LINE
               STRING "*** " WS-RLOG-INTEREST-STEP
                   " HAS NOT COMPLETED FOR " WS-BUSINESS-DATE
                   " - INTEREST MAY BE MISSING ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BRCH TY OPENED CLOSED  ACCTS    NET"
               "    AVERAGE BAL     ENDING BAL     INT PAID"
               "   FEE INCOME  OVRDN    OD EXPOSURE     BAL GROWTH"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       3200-PRINT-BRANCH-TOTAL.
           MOVE WS-BRANCH-FIGURES TO WS-PRINT-FIGURES
           MOVE SPACES TO WS-PRINT-LABEL
           STRING WS-CURRENT-BRANCH-ID " **"
               DELIMITED BY SIZE INTO WS-PRINT-LABEL
           PERFORM 3400-PRINT-FIGURES-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ZERO-FIGURES TO WS-BRANCH-FIGURES.

      * A printed row adds into its branch subtotal, its type across
      * the bank, and the bank total.
       3250-ADD-TO-TOTALS.
           MOVE "N" TO WS-PRODUCT-FOUND-SW
           PERFORM VARYING WS-PRODUCT-IDX FROM 1 BY 1
                   UNTIL WS-PRODUCT-IDX > WS-PRODUCT-COUNT
               IF WS-PD-ACCT-TYPE(WS-PRODUCT-IDX)
                   = WS-RW-ACCT-TYPE(WS-ROW-IDX)
                   SET PRODUCT-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT PRODUCT-FOUND AND WS-PRODUCT-COUNT < WS-MAX-PRODUCTS
               ADD 1 TO WS-PRODUCT-COUNT
               MOVE WS-PRODUCT-COUNT TO WS-PRODUCT-IDX
               MOVE WS-RW-ACCT-TYPE(WS-ROW-IDX)
                   TO WS-PD-ACCT-TYPE(WS-PRODUCT-IDX)
               MOVE WS-ZERO-FIGURES TO WS-PD-FIGURES(WS-PRODUCT-IDX)
               SET PRODUCT-FOUND TO TRUE
           END-IF
           ADD WS-PF-OPENED TO WS-BF-OPENED WS-GT-OPENED
           ADD WS-PF-CLOSED TO WS-BF-CLOSED WS-GT-CLOSED
           ADD WS-PF-START-COUNT TO WS-BF-START-COUNT WS-GT-START-COUNT
           ADD WS-PF-END-COUNT TO WS-BF-END-COUNT WS-GT-END-COUNT
           ADD WS-PF-BAL-DAYS TO WS-BF-BAL-DAYS WS-GT-BAL-DAYS
           ADD WS-PF-OPENING-BAL TO WS-BF-OPENING-BAL WS-GT-OPENING-BAL
           ADD WS-PF-ENDING-BAL TO WS-BF-ENDING-BAL WS-GT-ENDING-BAL
           ADD WS-PF-INTEREST TO WS-BF-INTEREST WS-GT-INTEREST
           ADD WS-PF-FEES TO WS-BF-FEES WS-GT-FEES
           ADD WS-PF-OD-COUNT TO WS-BF-OD-COUNT WS-GT-OD-COUNT
           ADD WS-PF-OD-EXPOSURE TO WS-BF-OD-EXPOSURE WS-GT-OD-EXPOSURE
           IF PRODUCT-FOUND
               ADD WS-PF-OPENED TO WS-PD-OPENED(WS-PRODUCT-IDX)
               ADD WS-PF-CLOSED TO WS-PD-CLOSED(WS-PRODUCT-IDX)
               ADD WS-PF-START-COUNT
                   TO WS-PD-START-COUNT(WS-PRODUCT-IDX)
               ADD WS-PF-END-COUNT TO WS-PD-END-COUNT(WS-PRODUCT-IDX)
               ADD WS-PF-BAL-DAYS TO WS-PD-BAL-DAYS(WS-PRODUCT-IDX)
               ADD WS-PF-OPENING-BAL
                   TO WS-PD-OPENING-BAL(WS-PRODUCT-IDX)
               ADD WS-PF-ENDING-BAL
                   TO WS-PD-ENDING-BAL(WS-PRODUCT-IDX)
               ADD WS-PF-INTEREST TO WS-PD-INTEREST(WS-PRODUCT-IDX)
               ADD WS-PF-FEES TO WS-PD-FEES(WS-PRODUCT-IDX)
               ADD WS-PF-OD-COUNT TO WS-PD-OD-COUNT(WS-PRODUCT-IDX)
               ADD WS-PF-OD-EXPOSURE
                   TO WS-PD-OD-EXPOSURE(WS-PRODUCT-IDX)
           END-IF.

       3300-PRINT-BANK-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           STRING "BANK BY ACCOUNT TYPE"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-PRODUCT-IDX FROM 1 BY 1
                   UNTIL WS-PRODUCT-IDX > WS-PRODUCT-COUNT
               MOVE WS-PD-FIGURES(WS-PRODUCT-IDX) TO WS-PRINT-FIGURES
               MOVE SPACES TO WS-PRINT-LABEL
               STRING "ALL  " WS-PD-ACCT-TYPE(WS-PRODUCT-IDX)
                   DELIMITED BY SIZE INTO WS-PRINT-LABEL
               PERFORM 3400-PRINT-FIGURES-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BANK-FIGURES TO WS-PRINT-FIGURES
           MOVE "TOTAL  " TO WS-PRINT-LABEL
           PERFORM 3400-PRINT-FIGURES-LINE
           IF WS-UNREPORTED-COUNT > ZERO
               MOVE WS-UNREPORTED-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "*** " WS-DISP-COUNT
                   " ACCOUNTS NOT REPORTED - BRANCH/TYPE TABLE FULL ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * The average balance is the balance-days over the days in the
      * period; the net account change and the balance growth are
      * measured on the prior month end (the start of the period).
       3400-PRINT-FIGURES-LINE.
           COMPUTE WS-AVERAGE-BAL ROUNDED =
               WS-PF-BAL-DAYS / WS-PERIOD-DAYS
           COMPUTE WS-BAL-GROWTH =
               WS-PF-ENDING-BAL - WS-PF-OPENING-BAL
           COMPUTE WS-NET-ACCOUNTS =
               WS-PF-END-COUNT - WS-PF-START-COUNT
           MOVE WS-PF-OPENED TO WS-DISP-COUNT
           MOVE WS-PF-CLOSED TO WS-DISP-CLOSED
           MOVE WS-PF-END-COUNT TO WS-DISP-ACCOUNTS
           MOVE WS-NET-ACCOUNTS TO WS-DISP-NET-COUNT
           MOVE WS-AVERAGE-BAL TO WS-DISP-BALANCE
           MOVE WS-PF-ENDING-BAL TO WS-DISP-ENDING
           MOVE WS-PF-INTEREST TO WS-DISP-INTEREST
           MOVE WS-PF-FEES TO WS-DISP-FEES
           MOVE WS-PF-OD-COUNT TO WS-DISP-OD-COUNT
           MOVE WS-PF-OD-EXPOSURE TO WS-DISP-EXPOSURE
           MOVE WS-BAL-GROWTH TO WS-DISP-GROWTH
           MOVE SPACES TO REPORT-LINE
           STRING WS-PRINT-LABEL " " WS-DISP-COUNT
               " " WS-DISP-CLOSED " " WS-DISP-ACCOUNTS
               " " WS-DISP-NET-COUNT " " WS-DISP-BALANCE
               " " WS-DISP-ENDING " " WS-DISP-INTEREST
               " " WS-DISP-FEES " " WS-DISP-OD-COUNT
               " " WS-DISP-EXPOSURE " " WS-DISP-GROWTH
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * Each branch's interest and fees are moved from the
      * unallocated centre to the branch: interest expense debited
      * to the branch and credited off the unallocated centre, fee
      * income the other way about. Branch NONE stays unallocated.
       4000-WRITE-ALLOCATION-EXTRACT.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF WS-RW-BRANCH-ID(WS-ROW-IDX) = "NONE"
                   ADD WS-RW-INTEREST(WS-ROW-IDX) TO WS-UNALLOC-INTEREST
                   ADD WS-RW-FEES(WS-ROW-IDX) TO WS-UNALLOC-FEES
               ELSE
                   IF WS-RW-INTEREST(WS-ROW-IDX) NOT = ZERO
                       MOVE WS-INTEREST-GL-ACCOUNT
                           TO WS-ALLOC-GL-ACCOUNT
                       MOVE WS-RW-INTEREST(WS-ROW-IDX)
                           TO WS-ALLOC-AMOUNT
                       MOVE WS-RW-BRANCH-ID(WS-ROW-IDX)
                           TO WS-ALLOC-DR-CC
                       MOVE WS-UNALLOCATED-CC TO WS-ALLOC-CR-CC
                       MOVE "I" TO WS-ALLOC-TYPE
                       MOVE SPACES TO WS-ALLOC-DESC
                       STRING "INT ALLOC "
                           WS-RW-BRANCH-ID(WS-ROW-IDX) " "
                           WS-RW-ACCT-TYPE(WS-ROW-IDX)
                           DELIMITED BY SIZE INTO WS-ALLOC-DESC
                       PERFORM 4100-WRITE-ALLOCATION-PAIR
                   END-IF
                   IF WS-RW-FEES(WS-ROW-IDX) NOT = ZERO
                       MOVE WS-FEE-GL-ACCOUNT TO WS-ALLOC-GL-ACCOUNT
                       MOVE WS-RW-FEES(WS-ROW-IDX) TO WS-ALLOC-AMOUNT
                       MOVE WS-UNALLOCATED-CC TO WS-ALLOC-DR-CC
                       MOVE WS-RW-BRANCH-ID(WS-ROW-IDX)
                           TO WS-ALLOC-CR-CC
                       MOVE "F" TO WS-ALLOC-TYPE
                       MOVE SPACES TO WS-ALLOC-DESC
                       STRING "FEE ALLOC "
                           WS-RW-BRANCH-ID(WS-ROW-IDX) " "
                           WS-RW-ACCT-TYPE(WS-ROW-IDX)
                           DELIMITED BY SIZE INTO WS-ALLOC-DESC
                       PERFORM 4100-WRITE-ALLOCATION-PAIR
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO GL-EXTRACT-RECORD
           SET GLX-IS-TRAILER TO TRUE
           MOVE WS-BUSINESS-DATE TO GLX-EXTRACT-DATE
           MOVE WS-EXTRACT-COUNT TO GLX-RECORD-COUNT
           COMPUTE WS-NET-AMOUNT = WS-TOTAL-DEBITS - WS-TOTAL-CREDITS
           MOVE WS-NET-AMOUNT TO GLX-NET-AMOUNT
           WRITE GL-EXTRACT-RECORD
           IF WS-UNALLOC-INTEREST NOT = ZERO
               OR WS-UNALLOC-FEES NOT = ZERO
               MOVE WS-UNALLOC-INTEREST TO WS-DISP-INTEREST
               MOVE WS-UNALLOC-FEES TO WS-DISP-FEES
               DISPLAY "LEFT UNALLOCATED (NO DOMICILE BRANCH): "
                   "INTEREST " WS-DISP-INTEREST " FEES " WS-DISP-FEES
           END-IF.

      * An amount that netted negative (a month of refunds over
      * charges) posts from its absolute value with the cost
      * centres swapped, so the interface only carries positive
      * posting lines.
       4100-WRITE-ALLOCATION-PAIR.
           IF WS-ALLOC-AMOUNT < ZERO
               COMPUTE WS-PAIR-AMOUNT = ZERO - WS-ALLOC-AMOUNT
               MOVE WS-ALLOC-DR-CC TO WS-ALLOC-SWAP-CC
               MOVE WS-ALLOC-CR-CC TO WS-ALLOC-DR-CC
               MOVE WS-ALLOC-SWAP-CC TO WS-ALLOC-CR-CC
           ELSE
               MOVE WS-ALLOC-AMOUNT TO WS-PAIR-AMOUNT
           END-IF
           MOVE SPACES TO GL-EXTRACT-RECORD
           SET GLX-IS-DETAIL TO TRUE
           MOVE WS-BUSINESS-DATE TO GLX-EXTRACT-DATE
           MOVE WS-ALLOC-GL-ACCOUNT TO GLX-GL-ACCOUNT
           MOVE "DR" TO GLX-DRCR
           MOVE WS-PAIR-AMOUNT TO GLX-AMOUNT
           MOVE WS-ALLOC-TYPE TO GLX-SOURCE-TYPE
           MOVE WS-ALLOC-DESC TO GLX-DESCRIPTION
           MOVE WS-ALLOC-DR-CC TO GLX-COST-CENTRE
           WRITE GL-EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-COUNT
           ADD WS-PAIR-AMOUNT TO WS-TOTAL-DEBITS
           MOVE SPACES TO GL-EXTRACT-RECORD
           SET GLX-IS-DETAIL TO TRUE
           MOVE WS-BUSINESS-DATE TO GLX-EXTRACT-DATE
           MOVE WS-ALLOC-GL-ACCOUNT TO GLX-GL-ACCOUNT
           MOVE "CR" TO GLX-DRCR
           MOVE WS-PAIR-AMOUNT TO GLX-AMOUNT
           MOVE WS-ALLOC-TYPE TO GLX-SOURCE-TYPE
           MOVE WS-ALLOC-DESC TO GLX-DESCRIPTION
           MOVE WS-ALLOC-CR-CC TO GLX-COST-CENTRE
           WRITE GL-EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-COUNT
           ADD WS-PAIR-AMOUNT TO WS-TOTAL-CREDITS.

       1900-CLOSE-FILES.
           CLOSE ACCOUNT-MASTER
           IF JOURNAL-IS-OPEN
               CLOSE JOURNAL-KEYED-FILE
           END-IF
           CLOSE MIS-REPORT
           CLOSE GL-EXTRACT-FILE.
