      * customer no longer on file) follow individually in account
      * order, as every account printed before the customer master
      * existed.
      * Every mail piece - a customer's statement group, or one
      * unlinked account's statement - is indexed on the statement
      * piece file by its first line and line count in the print
      * file, for the mail-house extract to envelope and presort.
       PROGRAM-ID. ACCT-STMT.

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.

           SELECT STMT-PIECE-FILE ASSIGN TO "STMTPCS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIECE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       FD  STATEMENT-FILE.
       01  STATEMENT-LINE             PIC X(132).

       FD  STMT-PIECE-FILE.
           COPY MAILPCREC.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-FILE-STATUS     PIC X(02).
       01 WS-CUST-FILE-STATUS     PIC X(02).
       01 WS-JRNL-FILE-STATUS     PIC X(02).
       01 WS-STMT-FILE-STATUS     PIC X(02).
       01 WS-PIECE-FILE-STATUS    PIC X(02).
       01 WS-EOF-ACCT             PIC X(01) VALUE "N".
           88 NO-MORE-ACCOUNTS                VALUE "Y".
       01 WS-EOF-CUST             PIC X(01) VALUE "N".
       01 WS-CLOSING-BALANCE      PIC S9(9)V99
                                  SIGN IS TRAILING SEPARATE.
       01 WS-STMT-COUNT           PIC 9(06) VALUE ZERO.

      *-------------------------------------------------------------*
      * Mail-piece index: lines written to the print file so far,    *
      * and where the piece being printed began.                     *
      *-------------------------------------------------------------*
       01 WS-LINES-WRITTEN        PIC 9(07) VALUE ZERO.
       01 WS-PIECE-FIRST-LINE     PIC 9(07).
       01 WS-PIECE-ACCT-ID        PIC X(10).
       01 WS-PIECE-COUNT          PIC 9(06) VALUE ZERO.
       01 WS-TYPE-WORD            PIC X(08).

      *-------------------------------------------------------------*
           PERFORM 3000-PRINT-RUN-SUMMARY
           PERFORM 1900-CLOSE-FILES
           DISPLAY "Statements produced: " WS-STMT-COUNT
           DISPLAY "Mail pieces indexed: " WS-PIECE-COUNT
           STOP RUN.

       1000-OPEN-FILES.
           IF WS-JRNL-FILE-STATUS = "00"
               SET JOURNAL-FILE-OPEN TO TRUE
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT STMT-PIECE-FILE.

       2000-PROCESS-ACCOUNTS.
           IF CUSTOMER-MASTER-OPEN
                   NOT AT END
                       IF ACCT-CUSTOMER-ID = WS-STMT-CUST-ID
                           IF WS-CUST-ACCT-COUNT = ZERO
                               COMPUTE WS-PIECE-FIRST-LINE =
                                   WS-LINES-WRITTEN + 1
                               MOVE ACCT-ID TO WS-PIECE-ACCT-ID
                               PERFORM 2420-PRINT-CUSTOMER-ADDRESS
                           END-IF
                           ADD 1 TO WS-CUST-ACCT-COUNT
                           PERFORM 2100-STATEMENT-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CUST-ACCT-COUNT > ZERO
               MOVE WS-STMT-CUST-ID TO MPC-CUST-ID
               MOVE WS-CUST-ACCT-COUNT TO MPC-ACCT-COUNT
               PERFORM 2600-WRITE-STATEMENT-PIECE
           END-IF.

      * The one-envelope mailing address block ahead of a customer's
      * statements: name, street line(s), then city, state, and
      * postal code. A blank second street line is not printed.
       2420-PRINT-CUSTOMER-ADDRESS.
           MOVE ALL "#" TO STATEMENT-LINE
           PERFORM 2900-WRITE-STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "MAIL TO: " CUST-NAME "  (CUSTOMER " CUST-ID ")"
               DELIMITED BY SIZE INTO STATEMENT-LINE
           PERFORM 2900-WRITE-STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "         " CUST-ADDR-LINE-1
               DELIMITED BY SIZE INTO STATEMENT-LINE
           PERFORM 2900-WRITE-STATEMENT-LINE
           IF CUST-ADDR-LINE-2 NOT = SPACES
               MOVE SPACES TO STATEMENT-LINE
               STRING "         " CUST-ADDR-LINE-2
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               PERFORM 2900-WRITE-STATEMENT-LINE
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           STRING "         " CUST-CITY " " CUST-STATE " "
               CUST-POSTAL-CODE
               DELIMITED BY SIZE INTO STATEMENT-LINE
           PERFORM 2900-WRITE-STATEMENT-LINE.

      * Accounts the customer pass did not cover - no customer link,
      * or a link to a customer no longer on file - statement
                   NOT AT END
                       PERFORM 2510-CHECK-ACCOUNT-LINK
                       IF NOT ACCOUNT-IS-LINKED
                           COMPUTE WS-PIECE-FIRST-LINE =
                               WS-LINES-WRITTEN + 1
                           MOVE ACCT-ID TO WS-PIECE-ACCT-ID
                           PERFORM 2100-STATEMENT-ONE-ACCOUNT
                           MOVE SPACES TO MPC-CUST-ID
                           MOVE 1 TO MPC-ACCT-COUNT
                           PERFORM 2600-WRITE-STATEMENT-PIECE
                       END-IF
               END-READ
           END-PERFORM.

       2110-PRINT-STATEMENT-HEADER.
           MOVE ALL "=" TO STATEMENT-LINE
           PERFORM 2900-WRITE-STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "ACCOUNT STATEMENT  " WS-STMT-ACCT-ID
               "  PERIOD " WS-PERIOD-FROM " - " WS-PERIOD-TO
               DELIMITED BY SIZE INTO STATEMENT-LINE
           PERFORM 2900-WRITE-STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "OWNER: " ACCT-OWNER-NAME
               DELIMITED BY SIZE INTO STATEMENT-LINE
           PERFORM 2900-WRITE-STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           PERFORM 2900-WRITE-STATEMENT-LINE.

      * The keyed read has already limited the entries to this
      * account and period. The first selected entry fixes the
               DELIMITED BY SIZE
               WS-DISP-BALANCE DELIMITED BY SIZE
               INTO STATEMENT-LINE
           PERFORM 2900-WRITE-STATEMENT-LINE.

       2220-PRINT-STATEMENT-DETAIL.
           EVALUATE JRNLK-TXN-TYPE
               "  BALANCE " WS-DISP-BALANCE
               "  " JRNLK-DESCRIPTION
               DELIMITED BY SIZE INTO STATEMENT-LINE
           PERFORM 2900-WRITE-STATEMENT-LINE
           PERFORM 2230-PRINT-REVERSAL-LINK.

      * A reversal and the entry it backed out carry each other's
                       JRNLK-REV-TIMESTAMP(9:6)
                       DELIMITED BY SIZE INTO STATEMENT-LINE
               END-IF
               PERFORM 2900-WRITE-STATEMENT-LINE
           END-IF.

       2300-PRINT-STATEMENT-FOOTER.
           IF WS-ENTRY-COUNT = ZERO
               MOVE "NO ACTIVITY IN PERIOD" TO STATEMENT-LINE
               PERFORM 2900-WRITE-STATEMENT-LINE
               MOVE WS-OPENING-BALANCE TO WS-DISP-BALANCE
               MOVE SPACES TO STATEMENT-LINE
               STRING "OPENING BALANCE" DELIMITED BY SIZE
                   DELIMITED BY SIZE
                   WS-DISP-BALANCE DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               PERFORM 2900-WRITE-STATEMENT-LINE
           END-IF
           MOVE WS-CLOSING-BALANCE TO WS-DISP-BALANCE
           MOVE SPACES TO STATEMENT-LINE
               DELIMITED BY SIZE
               WS-DISP-BALANCE DELIMITED BY SIZE
               INTO STATEMENT-LINE
           PERFORM 2900-WRITE-STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           PERFORM 2900-WRITE-STATEMENT-LINE.

      * Index the piece just printed: the customer (blank for an
      * unlinked account) and account count are set by the caller.
       2600-WRITE-STATEMENT-PIECE.
           SET MPC-FROM-STATEMENTS TO TRUE
           MOVE WS-PIECE-ACCT-ID TO MPC-ACCT-ID
           MOVE "STMT" TO MPC-PIECE-TYPE
           MOVE WS-PIECE-FIRST-LINE TO MPC-FIRST-LINE
           COMPUTE MPC-LINE-COUNT =
               WS-LINES-WRITTEN - WS-PIECE-FIRST-LINE + 1
           WRITE MAIL-PIECE-RECORD
           ADD 1 TO WS-PIECE-COUNT.

      * Every print line goes through here so the piece index can
      * locate each piece by line number.
       2900-WRITE-STATEMENT-LINE.
           WRITE STATEMENT-LINE
           ADD 1 TO WS-LINES-WRITTEN.

       3000-PRINT-RUN-SUMMARY.
           MOVE ALL "=" TO STATEMENT-LINE
           PERFORM 2900-WRITE-STATEMENT-LINE
           MOVE WS-STMT-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "STATEMENTS PRODUCED THIS RUN: " WS-DISP-COUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           PERFORM 2900-WRITE-STATEMENT-LINE.

       1900-CLOSE-FILES.
           CLOSE ACCOUNT-MASTER
               CLOSE CUSTOMER-MASTER
           END-IF
           CLOSE JOURNAL-KEYED-FILE
           CLOSE STATEMENT-FILE
           CLOSE STMT-PIECE-FILE.
