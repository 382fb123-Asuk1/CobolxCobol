      * marked dispatched and the notice file rewritten, so a rerun
      * does not mail duplicates; a notice whose account cannot be
      * found is left pending and reported for investigation.
      * Time-deposit notices from the maturity run (maturing soon,
      * renewed, paid out, matured and held) carry the dates in the
      * notice message and get their own letter wording, as does the
      * posting run's overdraft-protection sweep notice.
      * An account closed by the closure settlement run gets a
      * closing letter and a closing statement; the statement lists
      * the account's journal entries for the period carried on the
      * notice, with the opening balance and the running balance,
      * from the current journal.
      * Each letter is indexed on the letter piece file by its first
      * line and line count in the letter file and the customer it
      * is addressed to, for the mail-house extract to envelope it
      * with the customer's other mail.
       PROGRAM-ID. ACCT-NOTICE.

       ENVIRONMENT DIVISION.
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT JOURNAL-KEYED-FILE ASSIGN TO "JRNLCUR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNLK-KEY
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT NOTICE-FILE ASSIGN TO "NOTICEOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-FILE-STATUS.

           SELECT LETTER-PIECE-FILE ASSIGN TO "LETTPCS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIECE-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  JOURNAL-KEYED-FILE.
           COPY JRNLKREC.

       FD  NOTICE-FILE.
           COPY NOTICEREC.

       FD  LETTER-FILE.
       01  LETTER-LINE                PIC X(132).

       FD  LETTER-PIECE-FILE.
           COPY MAILPCREC.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-FILE-STATUS     PIC X(02).
       01 WS-CUST-FILE-STATUS     PIC X(02).
       01 WS-JRNL-FILE-STATUS     PIC X(02).
       01 WS-NOTICE-FILE-STATUS   PIC X(02).
       01 WS-LETTER-FILE-STATUS   PIC X(02).
       01 WS-PIECE-FILE-STATUS    PIC X(02).
       01 WS-CUST-OPEN-SW         PIC X(01) VALUE "N".
           88 CUSTOMER-MASTER-OPEN            VALUE "Y".
       01 WS-CUST-FOUND-SW        PIC X(01).
           88 NOTICE-CUST-FOUND               VALUE "Y".
       01 WS-EOF-NOTICE           PIC X(01) VALUE "N".
           88 NO-MORE-NOTICES                 VALUE "Y".
       01 WS-EOF-JRNL             PIC X(01).
           88 NO-MORE-JOURNAL-RECORDS         VALUE "Y".
       01 WS-JRNL-OPEN-SW         PIC X(01) VALUE "N".
           88 JOURNAL-FILE-OPEN               VALUE "Y".
       01 WS-STMT-ENTRY-COUNT     PIC 9(05).
       01 WS-TYPE-WORD            PIC X(08).

      *-------------------------------------------------------------*
      * The notice file is loaded to this table, lettered, and then  *
       01 WS-ACCT-FOUND-SW        PIC X(01).
           88 NOTICE-ACCT-FOUND               VALUE "Y".

      *-------------------------------------------------------------*
      * Mail-piece index: lines written to the letter file so far,   *
      * and where the letter being printed began.                    *
      *-------------------------------------------------------------*
       01 WS-LINES-WRITTEN        PIC 9(07) VALUE ZERO.
       01 WS-PIECE-FIRST-LINE     PIC 9(07).

      *-------------------------------------------------------------*
      * Edited (human-readable) copies of monetary fields for the    *
      * printed letters.                                             *
      *-------------------------------------------------------------*
       01 WS-DISP-AMOUNT          PIC -(8)9.99.
       01 WS-DISP-BALANCE         PIC -(8)9.99.
       01 WS-DISP-JRNL-AMOUNT     PIC -(8)9.99.


      *-------------------------------------------------------------*
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - LETTERS "
                   "PRINT WITHOUT MAILING ADDRESSES"
           END-IF
           OPEN INPUT JOURNAL-KEYED-FILE
           IF WS-JRNL-FILE-STATUS = "00"
               SET JOURNAL-FILE-OPEN TO TRUE
           END-IF
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT LETTER-PIECE-FILE
           PERFORM 2000-FULFILL-NOTICES
           CLOSE ACCOUNT-MASTER
           IF CUSTOMER-MASTER-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF
           IF JOURNAL-FILE-OPEN
               CLOSE JOURNAL-KEYED-FILE
           END-IF
           CLOSE LETTER-FILE
           CLOSE LETTER-PIECE-FILE
           PERFORM 3000-REWRITE-NOTICE-FILE
           DISPLAY "Notices on file:     " WS-NOTICE-COUNT
           DISPLAY "Letters dispatched:  " WS-DISPATCH-COUNT
           IF NOTICE-ACCT-FOUND
               MOVE ACCT-OWNER-NAME TO WS-OWNER-NAME
               PERFORM 2150-LOOKUP-CUSTOMER
               COMPUTE WS-PIECE-FIRST-LINE = WS-LINES-WRITTEN + 1
               PERFORM 2200-PRINT-LETTER
               PERFORM 2290-WRITE-LETTER-PIECE
               SET NOTICE-DISPATCHED TO TRUE
               MOVE NOTICE-RECORD TO WS-NT-RECORD(WS-NOTICE-IDX)
               ADD 1 TO WS-DISPATCH-COUNT

       2200-PRINT-LETTER.
           MOVE ALL "-" TO LETTER-LINE
           PERFORM 2900-WRITE-LETTER-LINE
           IF NOTICE-CUST-FOUND
               PERFORM 2210-PRINT-ADDRESS-BLOCK
           ELSE
               MOVE SPACES TO LETTER-LINE
               STRING "TO: " WS-OWNER-NAME
                   DELIMITED BY SIZE INTO LETTER-LINE
               PERFORM 2900-WRITE-LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           STRING "ACCOUNT: " NOTICE-ACCT-ID
               "  DATE: " NOTICE-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM 2900-WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM 2900-WRITE-LETTER-LINE
           MOVE NOTICE-AMOUNT TO WS-DISP-AMOUNT
           EVALUATE NOTICE-TYPE
               WHEN "NSF "
                   MOVE "NOTICE OF DECLINED TRANSACTION AND FEE"
                       TO LETTER-LINE
                   PERFORM 2900-WRITE-LETTER-LINE
                   MOVE SPACES TO LETTER-LINE
                   STRING "A DEBIT OF " WS-DISP-AMOUNT
                       " WAS DECLINED FOR INSUFFICIENT FUNDS."
                       DELIMITED BY SIZE INTO LETTER-LINE
                   PERFORM 2900-WRITE-LETTER-LINE
               WHEN "OD  "
                   MOVE "NOTICE OF OVERDRAWN ACCOUNT"
                       TO LETTER-LINE
                   PERFORM 2900-WRITE-LETTER-LINE
                   MOVE SPACES TO LETTER-LINE
                   STRING "YOUR ACCOUNT IS OVERDRAWN BY "
                       WS-DISP-AMOUNT
                       ". PLEASE DEPOSIT FUNDS PROMPTLY."
                       DELIMITED BY SIZE INTO LETTER-LINE
                   PERFORM 2900-WRITE-LETTER-LINE
               WHEN "STOP"
                   MOVE "CONFIRMATION OF STOP PAYMENT HONORED"
                       TO LETTER-LINE
                   PERFORM 2900-WRITE-LETTER-LINE
                   MOVE SPACES TO LETTER-LINE
                   STRING "A DEBIT OF " WS-DISP-AMOUNT
                       " WAS DECLINED PER YOUR STOP-PAYMENT ORDER."
                       DELIMITED BY SIZE INTO LETTER-LINE
                   PERFORM 2900-WRITE-LETTER-LINE
               WHEN "LRG "
                   MOVE "CONFIRMATION OF LARGE TRANSACTION"
                       TO LETTER-LINE
                   PERFORM 2900-WRITE-LETTER-LINE
                   MOVE SPACES TO LETTER-LINE
                   STRING "A TRANSACTION OF " WS-DISP-AMOUNT
                       " WAS POSTED TO YOUR ACCOUNT."
                       DELIMITED BY SIZE INTO LETTER-LINE
                   PERFORM 2900-WRITE-LETTER-LINE
               WHEN "COL1"
                   MOVE "OVERDRAWN ACCOUNT - FIRST REMINDER"
                       TO LETTER-LINE
                   PERFORM 2900-WRITE-LETTER-LINE
                   MOVE SPACES TO LETTER-LINE
                   STRING "YOUR ACCOUNT HAS BEEN OVERDRAWN BY "
                       WS-DISP-AMOUNT
                       " FOR OVER A WEEK. PLEASE DEPOSIT FUNDS."
                       DELIMITED BY SIZE INTO LETTER-LINE
                   PERFORM 2900-WRITE-LETTER-LINE
               WHEN "COL2"
                   MOVE "OVERDRAWN ACCOUNT - SECOND NOTICE"
                       TO LETTER-LINE
                   PERFORM 2900-WRITE-LETTER-LINE
                   MOVE SPACES TO LETTER-LINE
                   STRING "YOUR ACCOUNT REMAINS OVERDRAWN BY "
                       WS-DISP-AMOUNT
                       ". CONTACT YOUR BRANCH AT ONCE."
                       DELIMITED BY SIZE INTO LETTER-LINE
                   PERFORM 2900-WRITE-LETTER-LINE
               WHEN "COL3"
                   MOVE "OVERDRAWN ACCOUNT - FINAL NOTICE"
                       TO LETTER-LINE
                   PERFORM 2900-WRITE-LETTER-LINE
                   MOVE SPACES TO LETTER-LINE
                   STRING "YOUR ACCOUNT, OVERDRAWN BY "
                       WS-DISP-AMOUNT
                       ", HAS BEEN PLACED ON HOLD AND REFERRED"
                       " TO COLLECTIONS."
                       DELIMITED BY SIZE INTO LETTER-LINE
                   PERFORM 2900-WRITE-LETTER-LINE
               WHEN "TDPM"
                   MOVE "NOTICE OF UPCOMING CERTIFICATE MATURITY"
                       TO LETTER-LINE
                   PERFORM 2900-WRITE-LETTER-LINE
                   MOVE SPACES TO LETTER-LINE
                   STRING "YOUR TIME DEPOSIT OF " WS-DISP-AMOUNT
                       " IS APPROACHING MATURITY."
                       DELIMITED BY SIZE INTO LETTER-LINE
                   PERFORM 2900-WRITE-LETTER-LINE
               WHEN "TDRN"
                   MOVE "CONFIRMATION OF CERTIFICATE RENEWAL"
                       TO LETTER-LINE
                   PERFORM 2900-WRITE-LETTER-LINE
                   MOVE SPACES TO LETTER-LINE
                   STRING "YOUR TIME DEPOSIT OF " WS-DISP-AMOUNT
                       " HAS MATURED AND BEEN RENEWED."
                       DELIMITED BY SIZE INTO LETTER-LINE
                   PERFORM 2900-WRITE-LETTER-LINE
               WHEN "TDPD"
                   MOVE "CONFIRMATION OF CERTIFICATE PAYOUT"
                       TO LETTER-LINE
                   PERFORM 2900-WRITE-LETTER-LINE
                   MOVE SPACES TO LETTER-LINE
                   STRING "YOUR MATURED TIME DEPOSIT OF "
                       WS-DISP-AMOUNT
                       " HAS BEEN PAID TO YOUR LINKED ACCOUNT."
                       DELIMITED BY SIZE INTO LETTER-LINE
                   PERFORM 2900-WRITE-LETTER-LINE
               WHEN "TDMH"
                   MOVE "NOTICE OF CERTIFICATE MATURITY"
                       TO LETTER-LINE
                   PERFORM 2900-WRITE-LETTER-LINE
                   MOVE SPACES TO LETTER-LINE
                   STRING "YOUR TIME DEPOSIT OF " WS-DISP-AMOUNT
                       " HAS MATURED AND IS HELD PENDING YOUR"
                       " INSTRUCTIONS."
                       DELIMITED BY SIZE INTO LETTER-LINE
                   PERFORM 2900-WRITE-LETTER-LINE
               WHEN "SWP "
                   MOVE "NOTICE OF OVERDRAFT PROTECTION TRANSFER"
                       TO LETTER-LINE
                   PERFORM 2900-WRITE-LETTER-LINE
                   MOVE SPACES TO LETTER-LINE
                   STRING "WE MOVED " WS-DISP-AMOUNT
                       " FROM YOUR SAVINGS TO COVER A DEBIT."
                       DELIMITED BY SIZE INTO LETTER-LINE
                   PERFORM 2900-WRITE-LETTER-LINE
               WHEN "CLSD"
                   MOVE "CONFIRMATION OF ACCOUNT CLOSURE"
                       TO LETTER-LINE
                   PERFORM 2900-WRITE-LETTER-LINE
                   MOVE SPACES TO LETTER-LINE
                   STRING "YOUR ACCOUNT HAS BEEN CLOSED AND THE "
                       "BALANCE OF " WS-DISP-AMOUNT
                       " PAID OUT AS SHOWN."
                       DELIMITED BY SIZE INTO LETTER-LINE
                   PERFORM 2900-WRITE-LETTER-LINE
               WHEN "CLST"
                   MOVE "CLOSING STATEMENT" TO LETTER-LINE
                   PERFORM 2900-WRITE-LETTER-LINE
                   PERFORM 2250-PRINT-CLOSING-STATEMENT
               WHEN OTHER
                   MOVE "NOTICE REGARDING YOUR ACCOUNT"
                       TO LETTER-LINE
                   PERFORM 2900-WRITE-LETTER-LINE
           END-EVALUATE
           MOVE NOTICE-MESSAGE TO LETTER-LINE
           PERFORM 2900-WRITE-LETTER-LINE
           MOVE ACCT-BALANCE TO WS-DISP-BALANCE
           MOVE SPACES TO LETTER-LINE
           STRING "CURRENT BALANCE: " WS-DISP-BALANCE
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM 2900-WRITE-LETTER-LINE.

      * The mailing address block, formatted for a window envelope:
      * name, street line(s), then city, state, and postal code. A
           MOVE SPACES TO LETTER-LINE
           STRING "TO: " CUST-NAME
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM 2900-WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "    " CUST-ADDR-LINE-1
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM 2900-WRITE-LETTER-LINE
           IF CUST-ADDR-LINE-2 NOT = SPACES
               MOVE SPACES TO LETTER-LINE
               STRING "    " CUST-ADDR-LINE-2
                   DELIMITED BY SIZE INTO LETTER-LINE
               PERFORM 2900-WRITE-LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           STRING "    " CUST-CITY " " CUST-STATE " "
               CUST-POSTAL-CODE
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM 2900-WRITE-LETTER-LINE.

      * Index the letter just printed under the customer it is
      * addressed to - blank when it went out on the account's owner
      * name alone, with no mailing address.
       2290-WRITE-LETTER-PIECE.
           SET MPC-FROM-LETTERS TO TRUE
           IF NOTICE-CUST-FOUND
               MOVE CUST-ID TO MPC-CUST-ID
           ELSE
               MOVE SPACES TO MPC-CUST-ID
           END-IF
           MOVE NOTICE-ACCT-ID TO MPC-ACCT-ID
           MOVE NOTICE-TYPE TO MPC-PIECE-TYPE
           MOVE 1 TO MPC-ACCT-COUNT
           MOVE WS-PIECE-FIRST-LINE TO MPC-FIRST-LINE
           COMPUTE MPC-LINE-COUNT =
               WS-LINES-WRITTEN - WS-PIECE-FIRST-LINE + 1
           WRITE MAIL-PIECE-RECORD.

      * Every letter line goes through here so the piece index can
      * locate each letter by line number.
       2900-WRITE-LETTER-LINE.
           WRITE LETTER-LINE
           ADD 1 TO WS-LINES-WRITTEN.

      * The closing statement: the account's entries on the current
      * journal for the period carried on the notice, read by key
      * from the account's first entry in the period to the first
      * entry past it. The first entry fixes the opening balance;
      * each line shows the running balance after it. Without the
      * journal the letter says the entries cannot be listed.
       2250-PRINT-CLOSING-STATEMENT.
           MOVE ZERO TO WS-STMT-ENTRY-COUNT
           MOVE "N" TO WS-EOF-JRNL
           IF NOT JOURNAL-FILE-OPEN
               OR NOTICE-STMT-FROM IS NOT NUMERIC
               OR NOTICE-STMT-TO IS NOT NUMERIC
               SET NO-MORE-JOURNAL-RECORDS TO TRUE
               MOVE SPACES TO LETTER-LINE
               STRING "STATEMENT ENTRIES NOT AVAILABLE - "
                   "CONTACT YOUR BRANCH"
                   DELIMITED BY SIZE INTO LETTER-LINE
               PERFORM 2900-WRITE-LETTER-LINE
           ELSE
               MOVE NOTICE-ACCT-ID TO JRNLK-ACCT-ID
               MOVE ZEROES TO JRNLK-TIMESTAMP
               MOVE NOTICE-STMT-FROM TO JRNLK-TIMESTAMP(1:8)
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
                       IF JRNLK-ACCT-ID = NOTICE-ACCT-ID
                           AND JRNLK-TIMESTAMP(1:8) <= NOTICE-STMT-TO
                           PERFORM 2260-PRINT-STATEMENT-ENTRY
                       ELSE
                           SET NO-MORE-JOURNAL-RECORDS TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF JOURNAL-FILE-OPEN AND WS-STMT-ENTRY-COUNT = ZERO
               MOVE "NO ACTIVITY IN THE STATEMENT PERIOD"
                   TO LETTER-LINE
               PERFORM 2900-WRITE-LETTER-LINE
           END-IF.

       2260-PRINT-STATEMENT-ENTRY.
           IF WS-STMT-ENTRY-COUNT = ZERO
               MOVE JRNLK-BALANCE-BEFORE TO WS-DISP-BALANCE
               MOVE SPACES TO LETTER-LINE
               STRING "OPENING BALANCE                        "
                   "   " WS-DISP-BALANCE
                   DELIMITED BY SIZE INTO LETTER-LINE
               PERFORM 2900-WRITE-LETTER-LINE
           END-IF
           ADD 1 TO WS-STMT-ENTRY-COUNT
           EVALUATE JRNLK-TXN-TYPE
               WHEN "C"
                   MOVE "CREDIT" TO WS-TYPE-WORD
               WHEN "D"
                   MOVE "DEBIT" TO WS-TYPE-WORD
               WHEN "F"
                   MOVE "FEE" TO WS-TYPE-WORD
               WHEN "I"
                   MOVE "INTEREST" TO WS-TYPE-WORD
               WHEN "X"
                   MOVE "DECLINE" TO WS-TYPE-WORD
               WHEN "S"
                   MOVE "STOPPED" TO WS-TYPE-WORD
               WHEN "R"
                   MOVE "REVERSAL" TO WS-TYPE-WORD
               WHEN "M"
                   MOVE "MAINT" TO WS-TYPE-WORD
               WHEN OTHER
                   MOVE JRNLK-TXN-TYPE TO WS-TYPE-WORD
           END-EVALUATE
           MOVE JRNLK-AMOUNT TO WS-DISP-JRNL-AMOUNT
           MOVE JRNLK-BALANCE-AFTER TO WS-DISP-BALANCE
           MOVE SPACES TO LETTER-LINE
           STRING JRNLK-TIMESTAMP(1:8) " " WS-TYPE-WORD " "
               WS-DISP-JRNL-AMOUNT "  BALANCE " WS-DISP-BALANCE
               "  " JRNLK-DESCRIPTION
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM 2900-WRITE-LETTER-LINE.

      * Rewrite the notice file from the table so the dispatched
      * marks persist; the record order is preserved.
