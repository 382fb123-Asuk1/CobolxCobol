       IDENTIFICATION DIVISION.
      * Daily cash-transaction monitoring run for regulatory
      * reporting. Totals each customer's teller cash in (credits)
      * and cash out (debits) for the business date across all of
      * the customer's accounts, from the current keyed journal,
      * tying each account to its owner through ACCT-CUSTOMER-ID on
      * ACCOUNT-MASTER. Only work keyed at a teller counts: entries
      * with no teller id, postings under the reserved system branch
      * "SYS" (standing orders, interest, charges), and transfer
      * legs (a book movement, not currency) are passed over.
      * Every customer whose cash in or cash out reached the
      * run-control reporting threshold goes on the fixed-layout
      * currency-report extract (CTRREC.cpy) with the name and
      * address from CUSTOMER-MASTER. A rolling look-back over the
      * same journal counts the days on which the customer's cash
      * in landed at or over the watch floor but under the
      * threshold; a customer with that pattern on the configured
      * number of days or more is referred to compliance on the
      * review report. Any referral ends the run with return code 4
      * so the run sheet shows compliance has work waiting.
      * The business date comes from the command line (YYYYMMDD) or,
      * failing that, the run control file; the thresholds always
      * come from run control, with compiled defaults.
       PROGRAM-ID. ACCT-CTRWATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-KEYED-FILE ASSIGN TO "JRNLCUR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNLK-KEY
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT CTR-EXTRACT-FILE ASSIGN TO "CTREXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-FILE-STATUS.

           SELECT REVIEW-REPORT ASSIGN TO "CTRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-KEYED-FILE.
           COPY JRNLKREC.

       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  CTR-EXTRACT-FILE.
           COPY CTRREC.

       FD  REVIEW-REPORT.
       01  REPORT-LINE                PIC X(132).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
       01 WS-JRNL-FILE-STATUS     PIC X(02).
       01 WS-ACCT-FILE-STATUS     PIC X(02).
       01 WS-CUST-FILE-STATUS     PIC X(02).
       01 WS-CTR-FILE-STATUS      PIC X(02).
       01 WS-REPORT-FILE-STATUS   PIC X(02).
       01 WS-RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-EOF-JRNL             PIC X(01) VALUE "N".
           88 NO-MORE-JOURNAL-RECORDS         VALUE "Y".
       01 WS-CUST-OPEN-SW         PIC X(01) VALUE "N".
           88 CUSTOMER-FILE-OPEN              VALUE "Y".
       01 WS-REPORT-DATE          PIC X(08).
       01 WS-REPORT-DATE-NUM      PIC 9(08).
       01 WS-RUN-ID               PIC X(08) VALUE "DEFAULT ".

      *-------------------------------------------------------------*
      * Monitoring thresholds, from run control when present: the    *
      * daily reporting threshold, the floor of the just-under band  *
      * the structuring watch looks for, the look-back window in     *
      * days (today included), and how many days in the window a     *
      * customer must land in the band to be referred.               *
      *-------------------------------------------------------------*
       01 WS-CTR-THRESHOLD        PIC S9(9)V99 VALUE 10000.00
                                  SIGN IS TRAILING SEPARATE.
       01 WS-WATCH-FLOOR          PIC S9(9)V99 VALUE 8000.00
                                  SIGN IS TRAILING SEPARATE.
       01 WS-LOOKBACK-DAYS        PIC 9(03) VALUE 10.
       01 WS-MAX-LOOKBACK-DAYS    PIC 9(03) VALUE 31.
       01 WS-WATCH-DAYS           PIC 9(02) VALUE 3.

      *-------------------------------------------------------------*
      * Look-back window arithmetic: day numbers of the business     *
      * date and of the entry in hand; the entry's offset places it  *
      * in the per-subject day slots (slot 1 is the business date).  *
      *-------------------------------------------------------------*
       01 WS-BUSINESS-DAY-NUMBER  PIC S9(09) VALUE ZERO.
       01 WS-ENTRY-DATE-NUM       PIC 9(08).
       01 WS-DAY-OFFSET           PIC S9(09) VALUE ZERO.
       01 WS-DAY-IDX              PIC 9(03) VALUE ZERO.
       01 WS-SLOT-IDX             PIC 9(03) VALUE ZERO.
       01 WS-SLOT-DAY-NUMBER      PIC S9(09) VALUE ZERO.
       01 WS-SLOT-DATE            PIC 9(08).

      *-------------------------------------------------------------*
      * The journal is in account order, so the master record for    *
      * the account in hand is read once and kept until the account  *
      * changes. An account with no customer link is monitored on    *
      * its own as an account subject.                               *
      *-------------------------------------------------------------*
       01 WS-CACHED-ACCT-ID       PIC X(10) VALUE SPACES.
       01 WS-CACHED-SUBJECT-TYPE  PIC X(01).
       01 WS-CACHED-SUBJECT-ID    PIC X(10).
       01 WS-CACHED-OWNER-NAME    PIC X(30).

      *-------------------------------------------------------------*
      * Subject table, one entry per customer (or unlinked account)  *
      * with teller cash in the window: today's cash in and out, the *
      * items and accounts behind them, and the cash in for each day *
      * of the look-back window.                                     *
      *-------------------------------------------------------------*
       01 WS-MAX-SUBJECTS         PIC 9(03) VALUE 500.
       01 WS-SUBJECT-COUNT        PIC 9(03) VALUE ZERO.
       01 WS-SUBJECT-IDX          PIC 9(03) VALUE ZERO.
       01 WS-SUBJECT-TABLE.
           05 WS-SUBJECT-ENTRY OCCURS 500 TIMES.
               10 WS-SB-TYPE            PIC X(01).
               10 WS-SB-ID              PIC X(10).
               10 WS-SB-OWNER-NAME      PIC X(30).
               10 WS-SB-CASH-IN         PIC S9(11)V99 VALUE ZERO
                                        SIGN IS TRAILING SEPARATE.
               10 WS-SB-CASH-OUT        PIC S9(11)V99 VALUE ZERO
                                        SIGN IS TRAILING SEPARATE.
               10 WS-SB-ITEM-COUNT      PIC 9(05) VALUE ZERO.
               10 WS-SB-ACCOUNT-COUNT   PIC 9(03) VALUE ZERO.
               10 WS-SB-LAST-ACCT-ID    PIC X(10).
               10 WS-SB-DAY-CASH-IN     PIC S9(11)V99
                                        SIGN IS TRAILING SEPARATE
                                        OCCURS 31 TIMES.
       01 WS-SUBJECT-FOUND-SW     PIC X(01).
           88 SUBJECT-ENTRY-FOUND             VALUE "Y".
       01 WS-OVERFLOW-SW          PIC X(01) VALUE "N".
           88 SUBJECT-TABLE-OVERFLOW          VALUE "Y".

      *-------------------------------------------------------------*
      * Structuring test for one subject: the days in the window     *
      * that landed in the band and the cash in on those days.       *
      *-------------------------------------------------------------*
       01 WS-BAND-DAY-COUNT       PIC 9(03) VALUE ZERO.
       01 WS-BAND-TOTAL           PIC S9(11)V99 VALUE ZERO
                                  SIGN IS TRAILING SEPARATE.

      *-------------------------------------------------------------*
      * Run totals for the report trailer, the extract trailer, and  *
      * the return code.                                             *
      *-------------------------------------------------------------*
       01 WS-ENTRIES-COUNTED      PIC 9(07) VALUE ZERO.
       01 WS-CTR-COUNT            PIC 9(06) VALUE ZERO.
       01 WS-CTR-TOTAL-IN         PIC S9(13)V99 VALUE ZERO
                                  SIGN IS TRAILING SEPARATE.
       01 WS-CTR-TOTAL-OUT        PIC S9(13)V99 VALUE ZERO
                                  SIGN IS TRAILING SEPARATE.
       01 WS-REFERRAL-COUNT       PIC 9(06) VALUE ZERO.

      *-------------------------------------------------------------*
      * Edited (human-readable) copies of monetary fields for the    *
      * printed report.                                              *
      *-------------------------------------------------------------*
       01 WS-DISP-IN              PIC -(12)9.99.
       01 WS-DISP-OUT             PIC -(12)9.99.
       01 WS-DISP-AMOUNT          PIC -(12)9.99.
       01 WS-DISP-COUNT           PIC ZZZZZ9.
       01 WS-DISP-DAYS            PIC ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-REPORT-DATE FROM COMMAND-LINE
           PERFORM 1050-READ-RUN-CONTROL
           IF WS-REPORT-DATE = SPACES
               OR WS-REPORT-DATE IS NOT NUMERIC
               DISPLAY "USAGE: acct_ctrwatch <business-date-YYYYMMDD>"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-REPORT-DATE TO WS-REPORT-DATE-NUM
           COMPUTE WS-BUSINESS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE-NUM)
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-SCAN-JOURNAL
           PERFORM 3000-PRINT-REPORT-HEADING
           PERFORM 2500-REPORT-CURRENCY-TRANSACTIONS
           PERFORM 2700-REVIEW-STRUCTURING
           PERFORM 2900-WRITE-CTR-TRAILER
           PERFORM 3100-PRINT-REPORT-TOTALS
           PERFORM 1900-CLOSE-FILES
           DISPLAY "Currency reports:   " WS-CTR-COUNT
           DISPLAY "Review referrals:   " WS-REFERRAL-COUNT
           IF WS-REFERRAL-COUNT > ZERO OR SUBJECT-TABLE-OVERFLOW
               DISPLAY "CASH MONITORING REFERRALS FOR COMPLIANCE - "
                   "SEE REVIEW REPORT"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "Cash monitoring run finished - no referrals."
           END-IF
           STOP RUN.

      * The thresholds come from the run control file whenever it
      * is there; its business date is used only when none was
      * given on the command line. Fields missing from an older
      * run control record keep their compiled defaults.
       1050-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = "00"
               READ RUN-CONTROL-FILE
                   NOT AT END
                       MOVE RUN-ID TO WS-RUN-ID
                       IF WS-REPORT-DATE = SPACES
                           MOVE RUN-BUSINESS-DATE TO WS-REPORT-DATE
                       END-IF
                       PERFORM 1060-LOAD-MONITOR-LIMITS
               END-READ
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY "RUN CONTROL FILE NOT AVAILABLE - USING "
                   "COMPILED MONITORING THRESHOLDS"
           END-IF.

       1060-LOAD-MONITOR-LIMITS.
           IF RUN-CTR-THRESHOLD-AMT IS NUMERIC
               AND RUN-CTR-THRESHOLD-AMT > ZERO
               MOVE RUN-CTR-THRESHOLD-AMT TO WS-CTR-THRESHOLD
           ELSE
               DISPLAY "RUN CONTROL CTR THRESHOLD NOT PRESENT - "
                   "KEEPING DEFAULT"
           END-IF
           IF RUN-CTR-WATCH-FLOOR-AMT IS NUMERIC
               AND RUN-CTR-WATCH-FLOOR-AMT > ZERO
               MOVE RUN-CTR-WATCH-FLOOR-AMT TO WS-WATCH-FLOOR
           ELSE
               DISPLAY "RUN CONTROL WATCH FLOOR NOT PRESENT - "
                   "KEEPING DEFAULT"
           END-IF
           IF RUN-CTR-LOOKBACK-DAYS IS NUMERIC
               AND RUN-CTR-LOOKBACK-DAYS > ZERO
               MOVE RUN-CTR-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
           ELSE
               DISPLAY "RUN CONTROL LOOK-BACK NOT PRESENT - "
                   "KEEPING DEFAULT " WS-LOOKBACK-DAYS
           END-IF
           IF WS-LOOKBACK-DAYS > WS-MAX-LOOKBACK-DAYS
               DISPLAY "LOOK-BACK OF " WS-LOOKBACK-DAYS
                   " DAYS LIMITED TO " WS-MAX-LOOKBACK-DAYS
               MOVE WS-MAX-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
           END-IF
           IF RUN-CTR-WATCH-DAYS IS NUMERIC
               AND RUN-CTR-WATCH-DAYS > ZERO
               MOVE RUN-CTR-WATCH-DAYS TO WS-WATCH-DAYS
           ELSE
               DISPLAY "RUN CONTROL WATCH DAYS NOT PRESENT - "
                   "KEEPING DEFAULT " WS-WATCH-DAYS
           END-IF
           IF WS-WATCH-FLOOR NOT < WS-CTR-THRESHOLD
               DISPLAY "WATCH FLOOR NOT UNDER THE CTR THRESHOLD - "
                   "STRUCTURING WATCH HAS AN EMPTY BAND"
           END-IF.

      * A missing customer master does not stop the currency
      * report - the extract still goes out on owner names with the
      * address left blank, and the console says why.
       1000-OPEN-FILES.
           OPEN INPUT JOURNAL-KEYED-FILE
           IF WS-JRNL-FILE-STATUS NOT = "00"
               DISPLAY "CURRENT JOURNAL NOT AVAILABLE - STATUS "
                   WS-JRNL-FILE-STATUS
               SET NO-MORE-JOURNAL-RECORDS TO TRUE
           ELSE
               MOVE LOW-VALUES TO JRNLK-KEY
               START JOURNAL-KEYED-FILE KEY IS >= JRNLK-KEY
                   INVALID KEY
                       SET NO-MORE-JOURNAL-RECORDS TO TRUE
               END-START
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-FILE-STATUS = "00"
               SET CUSTOMER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                   WS-CUST-FILE-STATUS
                   " - EXTRACT WILL CARRY NO ADDRESSES"
           END-IF
           OPEN OUTPUT CTR-EXTRACT-FILE
           OPEN OUTPUT REVIEW-REPORT.

      * Teller cash in the window: credits and debits dated from
      * the start of the look-back through the business date,
      * keyed at a teller, not under the system branch, and not a
      * transfer leg. Entries dated after the business date (a
      * rerun of an earlier day) are outside the window.
       2000-SCAN-JOURNAL.
           PERFORM UNTIL NO-MORE-JOURNAL-RECORDS
               READ JOURNAL-KEYED-FILE NEXT RECORD
                   AT END
                       SET NO-MORE-JOURNAL-RECORDS TO TRUE
                   NOT AT END
                       IF (JRNLK-TXN-TYPE = "C"
                               OR JRNLK-TXN-TYPE = "D")
                           AND JRNLK-TELLER-ID NOT = SPACES
                           AND JRNLK-BRANCH-ID NOT = "SYS "
                           AND JRNLK-DESCRIPTION NOT = "TRANSFER IN"
                           AND JRNLK-DESCRIPTION NOT = "TRANSFER OUT"
                           PERFORM 2050-PLACE-IN-WINDOW
                       END-IF
               END-READ
           END-PERFORM.

       2050-PLACE-IN-WINDOW.
           MOVE JRNLK-TIMESTAMP(1:8) TO WS-ENTRY-DATE-NUM
           COMPUTE WS-DAY-OFFSET = WS-BUSINESS-DAY-NUMBER
               - FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE-NUM)
           IF WS-DAY-OFFSET >= ZERO
               AND WS-DAY-OFFSET < WS-LOOKBACK-DAYS
               COMPUTE WS-DAY-IDX = WS-DAY-OFFSET + 1
               PERFORM 2100-ROLL-CASH-ENTRY
           END-IF.

       2100-ROLL-CASH-ENTRY.
           IF JRNLK-ACCT-ID NOT = WS-CACHED-ACCT-ID
               PERFORM 2150-LOAD-ACCOUNT-OWNER
           END-IF
           PERFORM 2200-FIND-OR-ADD-SUBJECT
           IF WS-SUBJECT-IDX > 0
               ADD 1 TO WS-ENTRIES-COUNTED
               IF JRNLK-TXN-TYPE = "C"
                   ADD JRNLK-AMOUNT TO
                       WS-SB-DAY-CASH-IN(WS-SUBJECT-IDX, WS-DAY-IDX)
               END-IF
               IF WS-DAY-IDX = 1
                   PERFORM 2120-ROLL-TODAYS-CASH
               END-IF
           END-IF.

       2120-ROLL-TODAYS-CASH.
           IF JRNLK-TXN-TYPE = "C"
               ADD JRNLK-AMOUNT TO WS-SB-CASH-IN(WS-SUBJECT-IDX)
           ELSE
               ADD JRNLK-AMOUNT TO WS-SB-CASH-OUT(WS-SUBJECT-IDX)
           END-IF
           ADD 1 TO WS-SB-ITEM-COUNT(WS-SUBJECT-IDX)
           IF WS-SB-LAST-ACCT-ID(WS-SUBJECT-IDX) NOT = JRNLK-ACCT-ID
               ADD 1 TO WS-SB-ACCOUNT-COUNT(WS-SUBJECT-IDX)
               MOVE JRNLK-ACCT-ID TO WS-SB-LAST-ACCT-ID(WS-SUBJECT-IDX)
           END-IF.

      * Owner of the account in hand: the linked customer when the
      * account carries one, otherwise the account itself. An
      * account no longer on the master (closed and purged) is
      * still monitored on its own number.
       2150-LOAD-ACCOUNT-OWNER.
           MOVE JRNLK-ACCT-ID TO WS-CACHED-ACCT-ID
           MOVE JRNLK-ACCT-ID TO ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "A" TO WS-CACHED-SUBJECT-TYPE
                   MOVE JRNLK-ACCT-ID TO WS-CACHED-SUBJECT-ID
                   MOVE "ACCOUNT NOT ON MASTER"
                       TO WS-CACHED-OWNER-NAME
               NOT INVALID KEY
                   IF ACCT-CUSTOMER-ID = SPACES
                       MOVE "A" TO WS-CACHED-SUBJECT-TYPE
                       MOVE ACCT-ID TO WS-CACHED-SUBJECT-ID
                   ELSE
                       MOVE "C" TO WS-CACHED-SUBJECT-TYPE
                       MOVE ACCT-CUSTOMER-ID TO WS-CACHED-SUBJECT-ID
                   END-IF
                   MOVE ACCT-OWNER-NAME TO WS-CACHED-OWNER-NAME
           END-READ.

       2200-FIND-OR-ADD-SUBJECT.
           MOVE "N" TO WS-SUBJECT-FOUND-SW
           PERFORM VARYING WS-SUBJECT-IDX FROM 1 BY 1
                   UNTIL WS-SUBJECT-IDX > WS-SUBJECT-COUNT
               IF WS-SB-TYPE(WS-SUBJECT-IDX) = WS-CACHED-SUBJECT-TYPE
                   AND WS-SB-ID(WS-SUBJECT-IDX)
                       = WS-CACHED-SUBJECT-ID
                   SET SUBJECT-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT SUBJECT-ENTRY-FOUND
               IF WS-SUBJECT-COUNT < WS-MAX-SUBJECTS
                   ADD 1 TO WS-SUBJECT-COUNT
                   MOVE WS-SUBJECT-COUNT TO WS-SUBJECT-IDX
                   PERFORM 2250-INIT-SUBJECT-ENTRY
               ELSE
                   SET SUBJECT-TABLE-OVERFLOW TO TRUE
                   DISPLAY "SUBJECT TABLE FULL - "
                       WS-CACHED-SUBJECT-ID " NOT MONITORED"
                   MOVE ZERO TO WS-SUBJECT-IDX
               END-IF
           END-IF.

       2250-INIT-SUBJECT-ENTRY.
           MOVE WS-CACHED-SUBJECT-TYPE TO WS-SB-TYPE(WS-SUBJECT-IDX)
           MOVE WS-CACHED-SUBJECT-ID TO WS-SB-ID(WS-SUBJECT-IDX)
           MOVE WS-CACHED-OWNER-NAME
               TO WS-SB-OWNER-NAME(WS-SUBJECT-IDX)
           MOVE ZERO TO WS-SB-CASH-IN(WS-SUBJECT-IDX)
           MOVE ZERO TO WS-SB-CASH-OUT(WS-SUBJECT-IDX)
           MOVE ZERO TO WS-SB-ITEM-COUNT(WS-SUBJECT-IDX)
           MOVE ZERO TO WS-SB-ACCOUNT-COUNT(WS-SUBJECT-IDX)
           MOVE SPACES TO WS-SB-LAST-ACCT-ID(WS-SUBJECT-IDX)
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > WS-MAX-LOOKBACK-DAYS
               MOVE ZERO
                   TO WS-SB-DAY-CASH-IN(WS-SUBJECT-IDX, WS-SLOT-IDX)
           END-PERFORM.

      * Currency reporting: every subject whose cash in or cash out
      * for the business date reached the threshold gets one
      * extract record and one line on the report.
       2500-REPORT-CURRENCY-TRANSACTIONS.
           MOVE SPACES TO REPORT-LINE
           MOVE "CURRENCY TRANSACTIONS AT OR OVER THRESHOLD"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SUBJECT-IDX FROM 1 BY 1
                   UNTIL WS-SUBJECT-IDX > WS-SUBJECT-COUNT
               IF WS-SB-CASH-IN(WS-SUBJECT-IDX) >= WS-CTR-THRESHOLD
                   OR WS-SB-CASH-OUT(WS-SUBJECT-IDX)
                       >= WS-CTR-THRESHOLD
                   PERFORM 2550-WRITE-CTR-RECORD
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       2550-WRITE-CTR-RECORD.
           MOVE SPACES TO CTR-EXTRACT-RECORD
           SET CTR-IS-DETAIL TO TRUE
           MOVE WS-REPORT-DATE-NUM TO CTR-BUSINESS-DATE
           MOVE WS-SB-TYPE(WS-SUBJECT-IDX) TO CTR-SUBJECT-TYPE
           MOVE WS-SB-ID(WS-SUBJECT-IDX) TO CTR-SUBJECT-ID
           MOVE WS-SB-OWNER-NAME(WS-SUBJECT-IDX) TO CTR-NAME
           IF CTR-SUBJECT-CUSTOMER
               PERFORM 2560-MOVE-CUSTOMER-ADDRESS
           END-IF
           MOVE WS-SB-CASH-IN(WS-SUBJECT-IDX) TO CTR-CASH-IN
           MOVE WS-SB-CASH-OUT(WS-SUBJECT-IDX) TO CTR-CASH-OUT
           MOVE WS-SB-ITEM-COUNT(WS-SUBJECT-IDX) TO CTR-ITEM-COUNT
           MOVE WS-SB-ACCOUNT-COUNT(WS-SUBJECT-IDX)
               TO CTR-ACCOUNT-COUNT
           EVALUATE TRUE
               WHEN WS-SB-CASH-IN(WS-SUBJECT-IDX) >= WS-CTR-THRESHOLD
                   AND WS-SB-CASH-OUT(WS-SUBJECT-IDX)
                       >= WS-CTR-THRESHOLD
                   SET CTR-TRIGGER-BOTH TO TRUE
               WHEN WS-SB-CASH-IN(WS-SUBJECT-IDX) >= WS-CTR-THRESHOLD
                   SET CTR-TRIGGER-CASH-IN TO TRUE
               WHEN OTHER
                   SET CTR-TRIGGER-CASH-OUT TO TRUE
           END-EVALUATE
           WRITE CTR-EXTRACT-RECORD
           ADD 1 TO WS-CTR-COUNT
           ADD WS-SB-CASH-IN(WS-SUBJECT-IDX) TO WS-CTR-TOTAL-IN
           ADD WS-SB-CASH-OUT(WS-SUBJECT-IDX) TO WS-CTR-TOTAL-OUT
           MOVE WS-SB-CASH-IN(WS-SUBJECT-IDX) TO WS-DISP-IN
           MOVE WS-SB-CASH-OUT(WS-SUBJECT-IDX) TO WS-DISP-OUT
           MOVE SPACES TO REPORT-LINE
           STRING CTR-SUBJECT-TYPE " " CTR-SUBJECT-ID " "
               CTR-NAME " IN " WS-DISP-IN " OUT " WS-DISP-OUT
               " TRIGGER " CTR-TRIGGER
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF CTR-SUBJECT-ACCOUNT
               MOVE SPACES TO REPORT-LINE
               STRING "             *** NO CUSTOMER LINK - "
                   "ADDRESS TO BE COMPLETED BY COMPLIANCE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * Name and address come from the customer master; the owner
      * name on the account stands in when the customer record
      * cannot be read.
       2560-MOVE-CUSTOMER-ADDRESS.
           IF CUSTOMER-FILE-OPEN
               MOVE CTR-SUBJECT-ID TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       DISPLAY "CUSTOMER " CTR-SUBJECT-ID
                           " NOT ON CUSTOMER MASTER - NO ADDRESS"
                   NOT INVALID KEY
                       MOVE CUST-NAME TO CTR-NAME
                       MOVE CUST-ADDR-LINE-1 TO CTR-ADDR-LINE-1
                       MOVE CUST-ADDR-LINE-2 TO CTR-ADDR-LINE-2
                       MOVE CUST-CITY TO CTR-CITY
                       MOVE CUST-STATE TO CTR-STATE
                       MOVE CUST-POSTAL-CODE TO CTR-POSTAL-CODE
               END-READ
           END-IF.

      * Structuring watch: a subject whose daily cash in sat at or
      * over the floor but under the threshold on the watch number
      * of days or more within the look-back is referred, with
      * each of those days listed for the reviewer.
       2700-REVIEW-STRUCTURING.
           MOVE WS-LOOKBACK-DAYS TO WS-DISP-DAYS
           MOVE SPACES TO REPORT-LINE
           STRING "STRUCTURING WATCH - DEPOSITS JUST UNDER THRESHOLD"
               " OVER" WS-DISP-DAYS " DAYS - FOR COMPLIANCE REVIEW"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SUBJECT-IDX FROM 1 BY 1
                   UNTIL WS-SUBJECT-IDX > WS-SUBJECT-COUNT
               PERFORM 2710-COUNT-BAND-DAYS
               IF WS-BAND-DAY-COUNT >= WS-WATCH-DAYS
                   PERFORM 2750-REFER-SUBJECT
               END-IF
           END-PERFORM.

       2710-COUNT-BAND-DAYS.
           MOVE ZERO TO WS-BAND-DAY-COUNT
           MOVE ZERO TO WS-BAND-TOTAL
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-LOOKBACK-DAYS
               IF WS-SB-DAY-CASH-IN(WS-SUBJECT-IDX, WS-DAY-IDX)
                       >= WS-WATCH-FLOOR
                   AND WS-SB-DAY-CASH-IN(WS-SUBJECT-IDX, WS-DAY-IDX)
                       < WS-CTR-THRESHOLD
                   ADD 1 TO WS-BAND-DAY-COUNT
                   ADD WS-SB-DAY-CASH-IN(WS-SUBJECT-IDX, WS-DAY-IDX)
                       TO WS-BAND-TOTAL
               END-IF
           END-PERFORM.

       2750-REFER-SUBJECT.
           ADD 1 TO WS-REFERRAL-COUNT
           MOVE WS-BAND-DAY-COUNT TO WS-DISP-DAYS
           MOVE WS-BAND-TOTAL TO WS-DISP-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING WS-SB-TYPE(WS-SUBJECT-IDX) " "
               WS-SB-ID(WS-SUBJECT-IDX) " "
               WS-SB-OWNER-NAME(WS-SUBJECT-IDX)
               " DAYS IN BAND" WS-DISP-DAYS
               " CASH IN " WS-DISP-AMOUNT
               "  *** REFER"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-LOOKBACK-DAYS
               IF WS-SB-DAY-CASH-IN(WS-SUBJECT-IDX, WS-DAY-IDX)
                       >= WS-WATCH-FLOOR
                   AND WS-SB-DAY-CASH-IN(WS-SUBJECT-IDX, WS-DAY-IDX)
                       < WS-CTR-THRESHOLD
                   PERFORM 2760-PRINT-BAND-DAY
               END-IF
           END-PERFORM.

       2760-PRINT-BAND-DAY.
           COMPUTE WS-SLOT-DAY-NUMBER =
               WS-BUSINESS-DAY-NUMBER - WS-DAY-IDX + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-SLOT-DAY-NUMBER)
               TO WS-SLOT-DATE
           MOVE WS-SB-DAY-CASH-IN(WS-SUBJECT-IDX, WS-DAY-IDX)
               TO WS-DISP-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "             " WS-SLOT-DATE
               " TELLER CASH IN " WS-DISP-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * The extract closes with its control trailer so the filing
      * side can prove it received every record.
       2900-WRITE-CTR-TRAILER.
           MOVE SPACES TO CTR-EXTRACT-RECORD
           SET CTR-IS-TRAILER TO TRUE
           MOVE WS-REPORT-DATE-NUM TO CTR-BUSINESS-DATE
           MOVE WS-CTR-COUNT TO CTR-RECORD-COUNT
           MOVE WS-CTR-TOTAL-IN TO CTR-TOTAL-CASH-IN
           MOVE WS-CTR-TOTAL-OUT TO CTR-TOTAL-CASH-OUT
           WRITE CTR-EXTRACT-RECORD.

       3000-PRINT-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING "CASH TRANSACTION MONITORING - BUSINESS DATE "
               WS-REPORT-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CTR-THRESHOLD TO WS-DISP-AMOUNT
           MOVE WS-WATCH-FLOOR TO WS-DISP-IN
           MOVE SPACES TO REPORT-LINE
           STRING "REPORTING THRESHOLD " WS-DISP-AMOUNT
               "  WATCH FLOOR " WS-DISP-IN
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       3100-PRINT-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SUBJECT-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "CUSTOMERS WITH TELLER CASH: " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CTR-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "CURRENCY REPORTS EXTRACTED: " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REFERRAL-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "REFERRED FOR REVIEW:        " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF SUBJECT-TABLE-OVERFLOW
               MOVE SPACES TO REPORT-LINE
               STRING "*** SUBJECT TABLE OVERFLOWED - RUN IS "
                   "INCOMPLETE, SEE CONSOLE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       1900-CLOSE-FILES.
           CLOSE JOURNAL-KEYED-FILE
           CLOSE ACCOUNT-MASTER
           IF CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF
           CLOSE CTR-EXTRACT-FILE
           CLOSE REVIEW-REPORT.
