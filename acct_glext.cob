      * net balance movement on the journal itself. A failed proof
      * empties the extract and ends with return code 8 so the GL
      * load cannot pick it up.
      * Rejected teller cash is booked to the suspense GL account
      * from the suspense file (SUSPENSE-FILE): the cash effect of
      * every item the edit put into suspense on the extract date
      * posts against cash, and the cash effect of every item
      * resubmitted or returned to its branch on the extract date is
      * backed out, so cash taken in at a counter is on the ledger
      * whether or not it has posted to an account yet.
      * Official checks the closure settlement run issued on the
      * extract date (OFFICIAL-CHECK-FILE) are moved out of cash into
      * official checks payable: the closing account's payout was
      * journaled as an ordinary debit, but the cash stays with the
      * bank until the check is presented.
       PROGRAM-ID. ACCT-GLEXT.

       ENVIRONMENT DIVISION.
               RECORD KEY IS JRNLK-KEY
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-ITEM-ID
               FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT OFFICIAL-CHECK-FILE ASSIGN TO "OFFCHECK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCHK-FILE-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXT-FILE-STATUS.
       FD  JOURNAL-KEYED-FILE.
           COPY JRNLKREC.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  OFFICIAL-CHECK-FILE.
           COPY OCHKREC.

       FD  GL-EXTRACT-FILE.
           COPY GLEXTREC.

       01 WS-GLEXT-FILE-STATUS    PIC X(02).
       01 WS-EOF-JRNL             PIC X(01) VALUE "N".
           88 NO-MORE-JOURNAL-RECORDS         VALUE "Y".
       01 WS-SUSP-FILE-STATUS     PIC X(02).
       01 WS-EOF-SUSP             PIC X(01) VALUE "N".
           88 NO-MORE-SUSPENSE-ITEMS          VALUE "Y".
       01 WS-OCHK-FILE-STATUS     PIC X(02).
       01 WS-EOF-OCHK             PIC X(01) VALUE "N".
           88 NO-MORE-OFFICIAL-CHECKS         VALUE "Y".
       01 WS-EXTRACT-DATE         PIC X(08).
       01 WS-RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-RUN-ID               PIC X(08) VALUE "DEFAULT ".
      * balance movement, so their type total can net negative; the  *
      * posting pair is written from the absolute value with the     *
      * debit and credit sides swapped when the net is negative.     *
      * The last two rows are not journal types: "U" is the cash     *
      * rejected items put into suspense on the extract date and     *
      * "V" the cash of items cleared from suspense that date, both  *
      * taken from the suspense file. Each nets teller credits       *
      * against teller debits, so either can come out negative too.  *
      * "W" is the official checks issued on the extract date, taken *
      * from the official-check file and moved from cash to          *
      * official checks payable; it does not touch deposits.         *
      *-------------------------------------------------------------*
       01 WS-TYPE-DEFS.
           05 FILLER PIC X(33) VALUE
               "S900100900100STOPPED ITEMS MEMO  ".
           05 FILLER PIC X(33) VALUE
               "R100100200100REVERSALS           ".
           05 FILLER PIC X(33) VALUE
               "U100100250100SUSPENSE ITEMS IN   ".
           05 FILLER PIC X(33) VALUE
               "V250100100100SUSPENSE CLEARED    ".
           05 FILLER PIC X(33) VALUE
               "W100100260100OFFICIAL CHECKS     ".
       01 WS-TYPE-TABLE REDEFINES WS-TYPE-DEFS.
           05 WS-TYPE-ENTRY OCCURS 11 TIMES.
               10 WS-TT-TYPE            PIC X(01).
               10 WS-TT-DR-ACCOUNT      PIC 9(06).
               10 WS-TT-CR-ACCOUNT      PIC 9(06).
               10 WS-TT-DESCRIPTION     PIC X(20).
       01 WS-TYPE-TOTALS.
           05 WS-TYPE-TOTAL-ENTRY OCCURS 11 TIMES.
               10 WS-TT-COUNT           PIC 9(07) VALUE ZERO.
               10 WS-TT-AMOUNT          PIC S9(11)V99 VALUE ZERO
                                        SIGN IS TRAILING SEPARATE.
       01 WS-TYPE-IDX             PIC 9(02) VALUE ZERO.
       01 WS-TYPE-MAX             PIC 9(02) VALUE 11.
       01 WS-SUSP-IN-IDX          PIC 9(02) VALUE 9.
       01 WS-SUSP-OUT-IDX         PIC 9(02) VALUE 10.
       01 WS-OCHK-IDX             PIC 9(02) VALUE 11.
       01 WS-TYPE-FOUND-SW        PIC X(01).
           88 TYPE-ENTRY-FOUND                VALUE "Y".

               PERFORM 2100-SUMMARIZE-JOURNAL-RECORD
               PERFORM 2000-READ-JOURNAL
           END-PERFORM
           PERFORM 2200-SUMMARIZE-SUSPENSE
           PERFORM 2300-SUMMARIZE-OFFICIAL-CHECKS
           PERFORM 2500-WRITE-EXTRACT
           PERFORM 2600-PROVE-EXTRACT-BALANCE
           PERFORM 3000-DISPLAY-RUN-SUMMARY
               END-IF
           END-IF.

      * Suspense is read whole: an item rejected on the extract date
      * counts into the suspense-in row, and one resubmitted or
      * returned on the extract date into the suspense-cleared row.
      * Items that moved no cash are passed over. With no suspense
      * file there is nothing to book.
       2200-SUMMARIZE-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-FILE-STATUS NOT = "00"
               SET NO-MORE-SUSPENSE-ITEMS TO TRUE
           END-IF
           PERFORM UNTIL NO-MORE-SUSPENSE-ITEMS
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       SET NO-MORE-SUSPENSE-ITEMS TO TRUE
                   NOT AT END
                       IF SUSP-GL-AMOUNT NOT = ZERO
                           PERFORM 2210-SUMMARIZE-SUSPENSE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SUSP-FILE-STATUS NOT = "35"
               CLOSE SUSPENSE-FILE
           END-IF.

       2210-SUMMARIZE-SUSPENSE-ITEM.
           IF WS-EXTRACT-DATE = SPACES
               OR SUSP-REJECT-DATE = WS-EXTRACT-DATE
               ADD 1 TO WS-TT-COUNT(WS-SUSP-IN-IDX)
               ADD SUSP-GL-AMOUNT TO WS-TT-AMOUNT(WS-SUSP-IN-IDX)
           END-IF
           IF NOT SUSP-OPEN
               AND (WS-EXTRACT-DATE = SPACES
                   OR SUSP-CLEARED-DATE = WS-EXTRACT-DATE)
               ADD 1 TO WS-TT-COUNT(WS-SUSP-OUT-IDX)
               ADD SUSP-GL-AMOUNT TO WS-TT-AMOUNT(WS-SUSP-OUT-IDX)
           END-IF.

      * Official checks issued on the extract date count into the
      * official-checks row. With no official-check file no checks
      * were issued.
       2300-SUMMARIZE-OFFICIAL-CHECKS.
           OPEN INPUT OFFICIAL-CHECK-FILE
           IF WS-OCHK-FILE-STATUS NOT = "00"
               SET NO-MORE-OFFICIAL-CHECKS TO TRUE
           END-IF
           PERFORM UNTIL NO-MORE-OFFICIAL-CHECKS
               READ OFFICIAL-CHECK-FILE
                   AT END
                       SET NO-MORE-OFFICIAL-CHECKS TO TRUE
                   NOT AT END
                       IF WS-EXTRACT-DATE = SPACES
                           OR OCHK-ISSUE-DATE = WS-EXTRACT-DATE
                           ADD 1 TO WS-TT-COUNT(WS-OCHK-IDX)
                           ADD OCHK-AMOUNT TO WS-TT-AMOUNT(WS-OCHK-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OCHK-FILE-STATUS NOT = "35"
               CLOSE OFFICIAL-CHECK-FILE
           END-IF.

      * One debit and one credit posting line per type with activity,
      * then the control trailer. Declines post to the memo account
      * on both sides, so they wash to zero by construction.
           WRITE GL-EXTRACT-RECORD.

      * A type total that netted negative (possible only for the
      * signed reversal and suspense types) posts from its absolute
      * value with the debit and credit accounts swapped, so the
      * interface only ever carries positive posting lines.
       2510-WRITE-POSTING-PAIR.
           IF WS-TT-AMOUNT(WS-TYPE-IDX) < ZERO
               COMPUTE WS-PAIR-AMOUNT =
      * must equal the net balance movement on the journal - the
      * same reconciliation the accounting team keys by hand today.
      * Declines and stopped items cancel within the memo account
      * and do not enter the deposit proof, nor do suspense and
      * official checks, which move cash rather than deposits.
       2600-PROVE-EXTRACT-BALANCE.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               DISPLAY "GL DEBITS DO NOT EQUAL GL CREDITS"
