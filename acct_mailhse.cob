       IDENTIFICATION DIVISION.
      * Mail-house extract run: builds the night's one consolidated
      * file for the print and mail vendor from the statement and
      * letter print files, using the mail-piece index each run
      * writes beside its print file. Every piece bound for the same
      * customer - a statement group, any number of letters - goes
      * in one envelope, with the envelope's page and insert counts,
      * and the envelopes are presorted by postal code for the
      * postal discount. Each envelope's mailing address is taken
      * from CUSTOMER-MASTER and checked before it is released: the
      * customer must be on file and not flagged for returned mail,
      * and the address must have a name, a first street line, a
      * city, a recognised state code, and a five- or nine-digit
      * postal code. An envelope that fails, and any piece with no
      * customer of record, is held from the extract and listed on
      * the hold-mail report under the domicile branch of its
      * account for the branch to follow up; the run then ends with
      * return code 4.
      * The piece indexes are emptied once the extract is written,
      * so a piece is mailed (or held) once only - a statement run
      * made earlier in the month is picked up by the first extract
      * after it and not again. A run that fails leaves them for the
      * rerun.
       PROGRAM-ID. ACCT-MAILHSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "STMTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.

           SELECT STMT-PIECE-FILE ASSIGN TO "STMTPCS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPC-FILE-STATUS.

           SELECT LETTER-FILE ASSIGN TO "LETTROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-FILE-STATUS.

           SELECT LETTER-PIECE-FILE ASSIGN TO "LETTPCS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LPC-FILE-STATUS.

           SELECT PRINT-WORK-FILE ASSIGN TO "MAILWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PWK-KEY
               FILE STATUS IS WS-PWK-FILE-STATUS.

           SELECT MAIL-HOUSE-FILE ASSIGN TO "MAILHSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MHX-FILE-STATUS.

           SELECT HOLD-MAIL-REPORT ASSIGN TO "MAILHOLD"
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
       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE             PIC X(132).

       FD  STMT-PIECE-FILE.
       01  STMT-PIECE-LINE            PIC X(41).

       FD  LETTER-FILE.
       01  LETTER-LINE                PIC X(132).

       FD  LETTER-PIECE-FILE.
       01  LETTER-PIECE-LINE          PIC X(41).

      * Work file of the night's print lines keyed by source ("S"
      * statements, "L" letters) and line number in the print file,
      * so each piece's lines can be read back in envelope order.
       FD  PRINT-WORK-FILE.
       01  PRINT-WORK-RECORD.
           05 PWK-KEY.
               10 PWK-SOURCE          PIC X(01).
               10 PWK-LINE-NO         PIC 9(07).
           05 PWK-LINE                PIC X(132).

       FD  MAIL-HOUSE-FILE.
           COPY MAILXREC.

       FD  HOLD-MAIL-REPORT.
       01  REPORT-LINE                PIC X(132).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTLREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       WORKING-STORAGE SECTION.
       01 WS-CUST-FILE-STATUS     PIC X(02).
       01 WS-ACCT-FILE-STATUS     PIC X(02).
       01 WS-STMT-FILE-STATUS     PIC X(02).
       01 WS-SPC-FILE-STATUS      PIC X(02).
       01 WS-LETTER-FILE-STATUS   PIC X(02).
       01 WS-LPC-FILE-STATUS      PIC X(02).
       01 WS-PWK-FILE-STATUS      PIC X(02).
       01 WS-MHX-FILE-STATUS      PIC X(02).
       01 WS-REPORT-FILE-STATUS   PIC X(02).
       01 WS-EOF-PIECES           PIC X(01).
           88 NO-MORE-PIECES                  VALUE "Y".
       01 WS-EOF-PRINT            PIC X(01).
           88 NO-MORE-PRINT-LINES             VALUE "Y".
       01 WS-CUST-FOUND-SW        PIC X(01).
           88 ENVELOPE-CUST-FOUND             VALUE "Y".

      *-------------------------------------------------------------*
      * The mail-piece index record, read from either index file.    *
      *-------------------------------------------------------------*
           COPY MAILPCREC.

      *-------------------------------------------------------------*
      * Every piece on the two indexes, statements first. A piece    *
      * spans whole pages of WS-LINES-PER-PAGE lines; one whose      *
      * print lines are not all on the work file (print file         *
      * missing or cut short) holds its envelope. More pieces than   *
      * the table holds fail the run before anything is written, and *
      * the indexes are left for the rerun.                          *
      *-------------------------------------------------------------*
       01 WS-LINES-PER-PAGE       PIC 9(03) VALUE 60.
       01 WS-MAX-PIECES           PIC 9(04) VALUE 2000.
       01 WS-PIECE-COUNT          PIC 9(04) VALUE ZERO.
       01 WS-PIECE-IDX            PIC 9(04) VALUE ZERO.
       01 WS-STMT-PIECE-COUNT     PIC 9(04) VALUE ZERO.
       01 WS-LETTER-PIECE-COUNT   PIC 9(04) VALUE ZERO.
       01 WS-PIECE-OVERFLOW-SW    PIC X(01) VALUE "N".
           88 PIECE-TABLE-OVERFLOW            VALUE "Y".
       01 WS-PIECE-TABLE.
           05 WS-PC-ENTRY OCCURS 2000 TIMES.
               10 WS-PC-SOURCE          PIC X(01).
               10 WS-PC-CUST-ID         PIC X(10).
               10 WS-PC-ACCT-ID         PIC X(10).
               10 WS-PC-PIECE-TYPE      PIC X(04).
               10 WS-PC-FIRST-LINE      PIC 9(07).
               10 WS-PC-LINE-COUNT      PIC 9(05).
               10 WS-PC-PAGES           PIC 9(05).
               10 WS-PC-LINES-SW        PIC X(01).
                   88 PIECE-LINES-MISSING          VALUE "Y".
       01 WS-STMT-LINE-NO         PIC 9(07) VALUE ZERO.
       01 WS-LETTER-LINE-NO       PIC 9(07) VALUE ZERO.
       01 WS-LINE-OFFSET          PIC 9(05).

      *-------------------------------------------------------------*
      * One entry per envelope: a customer of record, or - for a     *
      * piece with no customer - the account it was printed for.     *
      * The sort key puts mailable envelopes ("M") in postal-code    *
      * order and held ones ("H") in domicile-branch order, each     *
      * then by customer; the table is built in arrival order and    *
      * sorted once every piece is enveloped.                        *
      *-------------------------------------------------------------*
       01 WS-MAX-ENVELOPES        PIC 9(04) VALUE 1000.
       01 WS-ENVELOPE-COUNT       PIC 9(04) VALUE ZERO.
       01 WS-ENV-IDX              PIC 9(04) VALUE ZERO.
       01 WS-SORT-IDX             PIC 9(04) VALUE ZERO.
       01 WS-SHIFT-IDX            PIC 9(04) VALUE ZERO.
       01 WS-ENV-FOUND-SW         PIC X(01).
           88 ENVELOPE-FOUND                  VALUE "Y".
       01 WS-ENV-OVERFLOW-SW      PIC X(01) VALUE "N".
           88 ENVELOPE-TABLE-OVERFLOW         VALUE "Y".
       01 WS-ENVELOPE-TABLE.
           05 WS-EV-ENTRY OCCURS 1000 TIMES.
               10 WS-EV-SORT-KEY.
                   15 WS-EV-HOLD-SW     PIC X(01).
                       88 ENVELOPE-HELD            VALUE "H".
                   15 WS-EV-SORT-FIELD  PIC X(10).
                   15 WS-EV-CUST-ID     PIC X(10).
                   15 WS-EV-ACCT-ID     PIC X(10).
               10 WS-EV-BRANCH-ID       PIC X(04).
               10 WS-EV-REASON          PIC X(30).
               10 WS-EV-INSERTS         PIC 9(03).
               10 WS-EV-PAGES           PIC 9(05).
       01 WS-EV-SWAP.
           05 WS-SWAP-SORT-KEY        PIC X(31).
           05 FILLER                  PIC X(42).
       01 WS-ID-CUST-ID           PIC X(10).
       01 WS-ID-ACCT-ID           PIC X(10).
       01 WS-HOLD-REASON          PIC X(30).
       01 WS-BRANCH-ID            PIC X(04).
       01 WS-HOLD-NAME            PIC X(30).
       01 WS-PIECE-LABEL          PIC X(30).
       01 WS-PIECE-NOTE           PIC X(17).

      *-------------------------------------------------------------*
      * Address validation: the state and territory codes the postal *
      * service delivers to, including the military mail codes.      *
      *-------------------------------------------------------------*
       01 WS-STATE-CODE-VALUES.
           05 FILLER                  PIC X(20)
               VALUE "ALAKAZARCACOCTDEFLGA".
           05 FILLER                  PIC X(20)
               VALUE "HIIDILINIAKSKYLAMEMD".
           05 FILLER                  PIC X(20)
               VALUE "MAMIMNMSMOMTNENVNHNJ".
           05 FILLER                  PIC X(20)
               VALUE "NMNYNCNDOHOKORPARISC".
           05 FILLER                  PIC X(20)
               VALUE "SDTNTXUTVTVAWAWVWIWY".
           05 FILLER                  PIC X(18)
               VALUE "DCPRGUVIASMPAAAEAP".
       01 WS-STATE-CODE-TABLE REDEFINES WS-STATE-CODE-VALUES.
           05 WS-STATE-CODE OCCURS 59 TIMES PIC X(02).
       01 WS-STATE-COUNT          PIC 9(02) VALUE 59.
       01 WS-STATE-IDX            PIC 9(02).
       01 WS-STATE-OK-SW          PIC X(01).
           88 STATE-CODE-VALID                VALUE "Y".
       01 WS-POSTAL-OK-SW         PIC X(01).
           88 POSTAL-CODE-VALID               VALUE "Y".

      *-------------------------------------------------------------*
      * Extract and report counts.                                   *
      *-------------------------------------------------------------*
       01 WS-ENVELOPE-SEQ         PIC 9(06) VALUE ZERO.
       01 WS-INSERT-SEQ           PIC 9(03) VALUE ZERO.
       01 WS-MHX-RECORD-COUNT     PIC 9(08) VALUE ZERO.
       01 WS-MAIL-INSERTS         PIC 9(07) VALUE ZERO.
       01 WS-MAIL-PAGES           PIC 9(07) VALUE ZERO.
       01 WS-HELD-ENVELOPES       PIC 9(06) VALUE ZERO.
       01 WS-HELD-INSERTS         PIC 9(07) VALUE ZERO.
       01 WS-HELD-PAGES           PIC 9(07) VALUE ZERO.
       01 WS-DISP-COUNT           PIC ZZZZZZ9.
       01 WS-DISP-INSERTS         PIC ZZ9.
       01 WS-DISP-PAGES           PIC ZZZZ9.
       01 WS-DISP-LINES           PIC ZZZZ9.
       01 WS-DISP-TOTAL-INSERTS   PIC ZZZZZZ9.
       01 WS-DISP-TOTAL-PAGES     PIC ZZZZZZ9.
       01 WS-CREATED-DATE-TIME    PIC X(21).

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
      * control for a deliberate rerun.                              *
      *-------------------------------------------------------------*
       01 WS-RLOG-FILE-STATUS     PIC X(02).
       01 WS-EOF-RLOG             PIC X(01).
           88 NO-MORE-RLOG-RECORDS            VALUE "Y".
       01 WS-RLOG-PROGRAM         PIC X(16) VALUE "ACCT-MAILHSE".
       01 WS-RLOG-PREDECESSOR     PIC X(16) VALUE "ACCT-NOTICE".
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

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1050-READ-RUN-CONTROL
           PERFORM 1070-CHECK-RUN-LOG
           PERFORM 1080-WRITE-RUN-LOG-START
           PERFORM 1100-LOAD-PIECE-INDEXES
           IF PIECE-TABLE-OVERFLOW
               DISPLAY "MAIL-PIECE INDEXES EXCEED " WS-MAX-PIECES
                   " PIECES - RUN HELD, NOTHING EXTRACTED"
               MOVE "FAIL" TO WS-RLOG-END-STATUS
               PERFORM 8000-WRITE-RUN-LOG-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-OPEN-FILES
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE (STATUS "
                   WS-CUST-FILE-STATUS ") - MAIL-HOUSE RUN FAILED"
               MOVE "FAIL" TO WS-RLOG-END-STATUS
               PERFORM 8000-WRITE-RUN-LOG-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-PRINT-LINES
           PERFORM 2000-BUILD-ENVELOPES
           IF ENVELOPE-TABLE-OVERFLOW
               DISPLAY "MORE THAN " WS-MAX-ENVELOPES
                   " ENVELOPES - RUN HELD, NOTHING EXTRACTED"
               CLOSE CUSTOMER-MASTER
               CLOSE ACCOUNT-MASTER
               CLOSE PRINT-WORK-FILE
               MOVE "FAIL" TO WS-RLOG-END-STATUS
               PERFORM 8000-WRITE-RUN-LOG-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-SORT-ENVELOPES
           OPEN OUTPUT MAIL-HOUSE-FILE
           OPEN OUTPUT HOLD-MAIL-REPORT
           PERFORM 4000-WRITE-EXTRACT
           PERFORM 5000-PRINT-HOLD-REPORT
           PERFORM 1900-CLOSE-FILES
           PERFORM 6000-CLEAR-PIECE-INDEXES
           DISPLAY "Mail pieces on index:  " WS-PIECE-COUNT
               " (statements " WS-STMT-PIECE-COUNT
               ", letters " WS-LETTER-PIECE-COUNT ")"
           DISPLAY "Envelopes extracted:   " WS-ENVELOPE-SEQ
               " inserts " WS-MAIL-INSERTS " pages " WS-MAIL-PAGES
           DISPLAY "Envelopes held:        " WS-HELD-ENVELOPES
               " inserts " WS-HELD-INSERTS " pages " WS-HELD-PAGES
           DISPLAY "Extract records:       " WS-MHX-RECORD-COUNT
           DISPLAY "Mail-house run finished."
           PERFORM 8000-WRITE-RUN-LOG-END
           IF WS-HELD-ENVELOPES > ZERO
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
           MOVE FUNCTION CURRENT-DATE TO WS-RUNCTL-DATE-TIME
           MOVE WS-RUNCTL-DATE-TIME(1:8) TO WS-BUSINESS-DATE.

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

      * Load both piece indexes to the table, statements first. A
      * missing index means that run produced nothing to mail.
       1100-LOAD-PIECE-INDEXES.
           MOVE "N" TO WS-EOF-PIECES
           OPEN INPUT STMT-PIECE-FILE
           IF WS-SPC-FILE-STATUS NOT = "00"
               DISPLAY "NO STATEMENT PIECE INDEX - NO STATEMENTS "
                   "IN THIS EXTRACT"
               SET NO-MORE-PIECES TO TRUE
           END-IF
           PERFORM UNTIL NO-MORE-PIECES
               READ STMT-PIECE-FILE INTO MAIL-PIECE-RECORD
                   AT END
                       SET NO-MORE-PIECES TO TRUE
                   NOT AT END
                       PERFORM 1110-ADD-PIECE
               END-READ
           END-PERFORM
           IF WS-SPC-FILE-STATUS NOT = "35"
               CLOSE STMT-PIECE-FILE
           END-IF
           MOVE "N" TO WS-EOF-PIECES
           IF PIECE-TABLE-OVERFLOW
               SET NO-MORE-PIECES TO TRUE
           END-IF
           OPEN INPUT LETTER-PIECE-FILE
           IF WS-LPC-FILE-STATUS NOT = "00"
               DISPLAY "NO LETTER PIECE INDEX - NO LETTERS "
                   "IN THIS EXTRACT"
               SET NO-MORE-PIECES TO TRUE
           END-IF
           PERFORM UNTIL NO-MORE-PIECES
               READ LETTER-PIECE-FILE INTO MAIL-PIECE-RECORD
                   AT END
                       SET NO-MORE-PIECES TO TRUE
                   NOT AT END
                       PERFORM 1110-ADD-PIECE
               END-READ
           END-PERFORM
           IF WS-LPC-FILE-STATUS NOT = "35"
               CLOSE LETTER-PIECE-FILE
           END-IF.

      * Each piece starts a fresh page, so its page count is its
      * line count rounded up to whole pages.
       1110-ADD-PIECE.
           IF WS-PIECE-COUNT < WS-MAX-PIECES
               ADD 1 TO WS-PIECE-COUNT
               MOVE MPC-SOURCE TO WS-PC-SOURCE(WS-PIECE-COUNT)
               MOVE MPC-CUST-ID TO WS-PC-CUST-ID(WS-PIECE-COUNT)
               MOVE MPC-ACCT-ID TO WS-PC-ACCT-ID(WS-PIECE-COUNT)
               MOVE MPC-PIECE-TYPE TO WS-PC-PIECE-TYPE(WS-PIECE-COUNT)
               MOVE MPC-FIRST-LINE TO WS-PC-FIRST-LINE(WS-PIECE-COUNT)
               MOVE MPC-LINE-COUNT TO WS-PC-LINE-COUNT(WS-PIECE-COUNT)
               COMPUTE WS-PC-PAGES(WS-PIECE-COUNT) =
                   (MPC-LINE-COUNT + WS-LINES-PER-PAGE - 1)
                   / WS-LINES-PER-PAGE
               MOVE "N" TO WS-PC-LINES-SW(WS-PIECE-COUNT)
               IF MPC-FROM-STATEMENTS
                   ADD 1 TO WS-STMT-PIECE-COUNT
               ELSE
                   ADD 1 TO WS-LETTER-PIECE-COUNT
               END-IF
           ELSE
               SET PIECE-TABLE-OVERFLOW TO TRUE
               SET NO-MORE-PIECES TO TRUE
           END-IF.

       1000-OPEN-FILES.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-FILE-STATUS = "00"
               OPEN INPUT ACCOUNT-MASTER
           END-IF.

      * Copy the print lines of each file that has pieces on the
      * index to the keyed work file, numbered as the piece index
      * numbers them (the first line written is line 1).
       1200-LOAD-PRINT-LINES.
           OPEN OUTPUT PRINT-WORK-FILE
           IF WS-STMT-PIECE-COUNT > ZERO
               PERFORM 1210-LOAD-STATEMENT-LINES
           END-IF
           IF WS-LETTER-PIECE-COUNT > ZERO
               PERFORM 1220-LOAD-LETTER-LINES
           END-IF
           CLOSE PRINT-WORK-FILE
           OPEN INPUT PRINT-WORK-FILE.

       1210-LOAD-STATEMENT-LINES.
           MOVE "N" TO WS-EOF-PRINT
           OPEN INPUT STATEMENT-FILE
           IF WS-STMT-FILE-STATUS NOT = "00"
               DISPLAY "STATEMENT PRINT FILE NOT AVAILABLE - "
                   "STATEMENTS HELD"
               SET NO-MORE-PRINT-LINES TO TRUE
           END-IF
           PERFORM UNTIL NO-MORE-PRINT-LINES
               READ STATEMENT-FILE
                   AT END
                       SET NO-MORE-PRINT-LINES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-STMT-LINE-NO
                       MOVE "S" TO PWK-SOURCE
                       MOVE WS-STMT-LINE-NO TO PWK-LINE-NO
                       MOVE STATEMENT-LINE TO PWK-LINE
                       WRITE PRINT-WORK-RECORD
               END-READ
           END-PERFORM
           IF WS-STMT-FILE-STATUS NOT = "35"
               CLOSE STATEMENT-FILE
           END-IF.

       1220-LOAD-LETTER-LINES.
           MOVE "N" TO WS-EOF-PRINT
           OPEN INPUT LETTER-FILE
           IF WS-LETTER-FILE-STATUS NOT = "00"
               DISPLAY "LETTER PRINT FILE NOT AVAILABLE - "
                   "LETTERS HELD"
               SET NO-MORE-PRINT-LINES TO TRUE
           END-IF
           PERFORM UNTIL NO-MORE-PRINT-LINES
               READ LETTER-FILE
                   AT END
                       SET NO-MORE-PRINT-LINES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LETTER-LINE-NO
                       MOVE "L" TO PWK-SOURCE
                       MOVE WS-LETTER-LINE-NO TO PWK-LINE-NO
                       MOVE LETTER-LINE TO PWK-LINE
                       WRITE PRINT-WORK-RECORD
               END-READ
           END-PERFORM
           IF WS-LETTER-FILE-STATUS NOT = "35"
               CLOSE LETTER-FILE
           END-IF.

      * Householding: each piece joins the envelope for its customer,
      * or opens one - a piece with no customer of record gets an
      * envelope of its own account, which is always held.
       2000-BUILD-ENVELOPES.
           PERFORM VARYING WS-PIECE-IDX FROM 1 BY 1
                   UNTIL WS-PIECE-IDX > WS-PIECE-COUNT
                   OR ENVELOPE-TABLE-OVERFLOW
               PERFORM 2100-ENVELOPE-ONE-PIECE
           END-PERFORM.

       2100-ENVELOPE-ONE-PIECE.
           PERFORM 2110-CHECK-PRINT-LINES
           MOVE WS-PC-CUST-ID(WS-PIECE-IDX) TO WS-ID-CUST-ID
           IF WS-ID-CUST-ID = SPACES
               MOVE WS-PC-ACCT-ID(WS-PIECE-IDX) TO WS-ID-ACCT-ID
           ELSE
               MOVE SPACES TO WS-ID-ACCT-ID
           END-IF
           PERFORM 2200-FIND-ENVELOPE
           IF NOT ENVELOPE-FOUND
               IF WS-ENVELOPE-COUNT < WS-MAX-ENVELOPES
                   PERFORM 2300-NEW-ENVELOPE
               ELSE
                   SET ENVELOPE-TABLE-OVERFLOW TO TRUE
               END-IF
           END-IF
           IF ENVELOPE-FOUND
               ADD 1 TO WS-EV-INSERTS(WS-ENV-IDX)
               ADD WS-PC-PAGES(WS-PIECE-IDX) TO WS-EV-PAGES(WS-ENV-IDX)
               IF PIECE-LINES-MISSING(WS-PIECE-IDX)
                   AND NOT ENVELOPE-HELD(WS-ENV-IDX)
                   MOVE "PRINT LINES MISSING" TO WS-HOLD-REASON
                   PERFORM 2400-HOLD-ENVELOPE
               END-IF
           END-IF.

      * The piece's first and last lines must both be on the work
      * file; otherwise its print file is missing or was cut short.
       2110-CHECK-PRINT-LINES.
           IF WS-PC-LINE-COUNT(WS-PIECE-IDX) = ZERO
               SET PIECE-LINES-MISSING(WS-PIECE-IDX) TO TRUE
           ELSE
               MOVE WS-PC-SOURCE(WS-PIECE-IDX) TO PWK-SOURCE
               MOVE WS-PC-FIRST-LINE(WS-PIECE-IDX) TO PWK-LINE-NO
               READ PRINT-WORK-FILE
                   INVALID KEY
                       SET PIECE-LINES-MISSING(WS-PIECE-IDX) TO TRUE
               END-READ
               COMPUTE PWK-LINE-NO = WS-PC-FIRST-LINE(WS-PIECE-IDX)
                   + WS-PC-LINE-COUNT(WS-PIECE-IDX) - 1
               READ PRINT-WORK-FILE
                   INVALID KEY
                       SET PIECE-LINES-MISSING(WS-PIECE-IDX) TO TRUE
               END-READ
           END-IF.

       2200-FIND-ENVELOPE.
           MOVE "N" TO WS-ENV-FOUND-SW
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-ENVELOPE-COUNT
               IF WS-EV-CUST-ID(WS-ENV-IDX) = WS-ID-CUST-ID
                   AND WS-EV-ACCT-ID(WS-ENV-IDX) = WS-ID-ACCT-ID
                   SET ENVELOPE-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * A new envelope is addressed and validated once, as its first
      * piece arrives; the domicile branch of that piece's account
      * is the branch that follows up if the envelope is held.
       2300-NEW-ENVELOPE.
           ADD 1 TO WS-ENVELOPE-COUNT
           MOVE WS-ENVELOPE-COUNT TO WS-ENV-IDX
           MOVE "M" TO WS-EV-HOLD-SW(WS-ENV-IDX)
           MOVE SPACES TO WS-EV-SORT-FIELD(WS-ENV-IDX)
           MOVE WS-ID-CUST-ID TO WS-EV-CUST-ID(WS-ENV-IDX)
           MOVE WS-ID-ACCT-ID TO WS-EV-ACCT-ID(WS-ENV-IDX)
           MOVE SPACES TO WS-EV-REASON(WS-ENV-IDX)
           MOVE ZERO TO WS-EV-INSERTS(WS-ENV-IDX)
           MOVE ZERO TO WS-EV-PAGES(WS-ENV-IDX)
           MOVE "NONE" TO WS-BRANCH-ID
           MOVE WS-PC-ACCT-ID(WS-PIECE-IDX) TO ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCT-BRANCH-ID NOT = SPACES
                       MOVE ACCT-BRANCH-ID TO WS-BRANCH-ID
                   END-IF
           END-READ
           MOVE WS-BRANCH-ID TO WS-EV-BRANCH-ID(WS-ENV-IDX)
           PERFORM 2500-VALIDATE-ADDRESS
           IF WS-HOLD-REASON NOT = SPACES
               PERFORM 2400-HOLD-ENVELOPE
           ELSE
               MOVE CUST-POSTAL-CODE TO WS-EV-SORT-FIELD(WS-ENV-IDX)
           END-IF
           SET ENVELOPE-FOUND TO TRUE.

       2400-HOLD-ENVELOPE.
           MOVE "H" TO WS-EV-HOLD-SW(WS-ENV-IDX)
           MOVE WS-EV-BRANCH-ID(WS-ENV-IDX)
               TO WS-EV-SORT-FIELD(WS-ENV-IDX)
           MOVE WS-HOLD-REASON TO WS-EV-REASON(WS-ENV-IDX).

      * The first failing check names the hold reason; blank means
      * the address is fit to mail.
       2500-VALIDATE-ADDRESS.
           MOVE SPACES TO WS-HOLD-REASON
           IF WS-ID-CUST-ID = SPACES
               MOVE "NO CUSTOMER OF RECORD" TO WS-HOLD-REASON
           ELSE
               MOVE WS-ID-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "CUSTOMER NOT ON FILE" TO WS-HOLD-REASON
                   NOT INVALID KEY
                       PERFORM 2510-CHECK-CUSTOMER-ADDRESS
               END-READ
           END-IF.

       2510-CHECK-CUSTOMER-ADDRESS.
           PERFORM 2520-CHECK-STATE
           PERFORM 2530-CHECK-POSTAL-CODE
           EVALUATE TRUE
               WHEN CUST-MAIL-RETURNED
                   STRING "RETURNED MAIL " CUST-RETURNED-MAIL-DATE
                       DELIMITED BY SIZE INTO WS-HOLD-REASON
               WHEN CUST-NAME = SPACES
                   MOVE "MISSING NAME" TO WS-HOLD-REASON
               WHEN CUST-ADDR-LINE-1 = SPACES
                   MOVE "MISSING ADDRESS LINE" TO WS-HOLD-REASON
               WHEN CUST-CITY = SPACES
                   MOVE "MISSING CITY" TO WS-HOLD-REASON
               WHEN CUST-STATE = SPACES
                   MOVE "MISSING STATE" TO WS-HOLD-REASON
               WHEN NOT STATE-CODE-VALID
                   STRING "INVALID STATE " CUST-STATE
                       DELIMITED BY SIZE INTO WS-HOLD-REASON
               WHEN CUST-POSTAL-CODE = SPACES
                   MOVE "MISSING POSTAL CODE" TO WS-HOLD-REASON
               WHEN NOT POSTAL-CODE-VALID
                   MOVE "INVALID POSTAL CODE" TO WS-HOLD-REASON
           END-EVALUATE.

       2520-CHECK-STATE.
           MOVE "N" TO WS-STATE-OK-SW
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-COUNT
               IF WS-STATE-CODE(WS-STATE-IDX) = CUST-STATE
                   SET STATE-CODE-VALID TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Five digits, five and four digits with a hyphen, or nine
      * digits run together, left-justified.
       2530-CHECK-POSTAL-CODE.
           MOVE "N" TO WS-POSTAL-OK-SW
           EVALUATE TRUE
               WHEN CUST-POSTAL-CODE(1:5) IS NUMERIC
                   AND CUST-POSTAL-CODE(6:5) = SPACES
               WHEN CUST-POSTAL-CODE(1:5) IS NUMERIC
                   AND CUST-POSTAL-CODE(6:1) = "-"
                   AND CUST-POSTAL-CODE(7:4) IS NUMERIC
               WHEN CUST-POSTAL-CODE(1:9) IS NUMERIC
                   AND CUST-POSTAL-CODE(10:1) = SPACE
                   SET POSTAL-CODE-VALID TO TRUE
           END-EVALUATE.

      * Presort: an insertion sort of the envelope table on its sort
      * key, so mailable envelopes come out in postal-code order and
      * held ones in branch order.
       3000-SORT-ENVELOPES.
           PERFORM VARYING WS-SORT-IDX FROM 2 BY 1
                   UNTIL WS-SORT-IDX > WS-ENVELOPE-COUNT
               MOVE WS-EV-ENTRY(WS-SORT-IDX) TO WS-EV-SWAP
               MOVE WS-SORT-IDX TO WS-SHIFT-IDX
               PERFORM UNTIL WS-SHIFT-IDX = 1
                   IF WS-EV-SORT-KEY(WS-SHIFT-IDX - 1)
                       > WS-SWAP-SORT-KEY
                       MOVE WS-EV-ENTRY(WS-SHIFT-IDX - 1)
                           TO WS-EV-ENTRY(WS-SHIFT-IDX)
                       SUBTRACT 1 FROM WS-SHIFT-IDX
                   ELSE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               MOVE WS-EV-SWAP TO WS-EV-ENTRY(WS-SHIFT-IDX)
           END-PERFORM.

       4000-WRITE-EXTRACT.
           MOVE SPACES TO MAIL-HOUSE-RECORD
           SET MHX-IS-HEADER TO TRUE
           MOVE ZERO TO MHX-ENVELOPE-SEQ
           MOVE WS-RUN-ID TO MHX-RUN-ID
           MOVE WS-BUSINESS-DATE TO MHX-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CREATED-DATE-TIME
           MOVE WS-CREATED-DATE-TIME(1:14) TO MHX-CREATED-TIMESTAMP
           PERFORM 4900-WRITE-EXTRACT-RECORD
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-ENVELOPE-COUNT
               IF NOT ENVELOPE-HELD(WS-ENV-IDX)
                   PERFORM 4100-WRITE-ENVELOPE
               END-IF
           END-PERFORM
           MOVE SPACES TO MAIL-HOUSE-RECORD
           SET MHX-IS-TRAILER TO TRUE
           MOVE ZERO TO MHX-ENVELOPE-SEQ
           MOVE WS-ENVELOPE-SEQ TO MHX-ENVELOPE-COUNT
           MOVE WS-MAIL-INSERTS TO MHX-TOTAL-INSERTS
           MOVE WS-MAIL-PAGES TO MHX-TOTAL-PAGES
           COMPUTE MHX-RECORD-COUNT = WS-MHX-RECORD-COUNT + 1
           PERFORM 4900-WRITE-EXTRACT-RECORD.

      * The envelope record carries the address exactly as validated
      * from the customer master; its inserts follow in the order
      * they were indexed - statements ahead of letters.
       4100-WRITE-ENVELOPE.
           ADD 1 TO WS-ENVELOPE-SEQ
           MOVE WS-EV-CUST-ID(WS-ENV-IDX) TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE SPACES TO MAIL-HOUSE-RECORD
           SET MHX-IS-ENVELOPE TO TRUE
           MOVE WS-ENVELOPE-SEQ TO MHX-ENVELOPE-SEQ
           MOVE CUST-ID TO MHX-CUST-ID
           MOVE CUST-NAME TO MHX-NAME
           MOVE CUST-ADDR-LINE-1 TO MHX-ADDR-LINE-1
           MOVE CUST-ADDR-LINE-2 TO MHX-ADDR-LINE-2
           MOVE CUST-CITY TO MHX-CITY
           MOVE CUST-STATE TO MHX-STATE
           MOVE CUST-POSTAL-CODE TO MHX-POSTAL-CODE
           MOVE WS-EV-PAGES(WS-ENV-IDX) TO MHX-PAGE-COUNT
           MOVE WS-EV-INSERTS(WS-ENV-IDX) TO MHX-INSERT-COUNT
           PERFORM 4900-WRITE-EXTRACT-RECORD
           ADD WS-EV-INSERTS(WS-ENV-IDX) TO WS-MAIL-INSERTS
           ADD WS-EV-PAGES(WS-ENV-IDX) TO WS-MAIL-PAGES
           MOVE ZERO TO WS-INSERT-SEQ
           PERFORM VARYING WS-PIECE-IDX FROM 1 BY 1
                   UNTIL WS-PIECE-IDX > WS-PIECE-COUNT
               IF WS-PC-CUST-ID(WS-PIECE-IDX)
                   = WS-EV-CUST-ID(WS-ENV-IDX)
                   PERFORM 4200-WRITE-INSERT
               END-IF
           END-PERFORM.

       4200-WRITE-INSERT.
           ADD 1 TO WS-INSERT-SEQ
           MOVE SPACES TO MAIL-HOUSE-RECORD
           SET MHX-IS-INSERT TO TRUE
           MOVE WS-ENVELOPE-SEQ TO MHX-ENVELOPE-SEQ
           MOVE WS-INSERT-SEQ TO MHX-INSERT-SEQ
           MOVE WS-PC-SOURCE(WS-PIECE-IDX) TO MHX-SOURCE
           MOVE WS-PC-ACCT-ID(WS-PIECE-IDX) TO MHX-ACCT-ID
           MOVE WS-PC-PIECE-TYPE(WS-PIECE-IDX) TO MHX-PIECE-TYPE
           MOVE WS-PC-PAGES(WS-PIECE-IDX) TO MHX-INSERT-PAGES
           PERFORM 4900-WRITE-EXTRACT-RECORD
           PERFORM VARYING WS-LINE-OFFSET FROM 0 BY 1
                   UNTIL WS-LINE-OFFSET
                   >= WS-PC-LINE-COUNT(WS-PIECE-IDX)
               PERFORM 4300-WRITE-PRINT-LINE
           END-PERFORM.

       4300-WRITE-PRINT-LINE.
           MOVE WS-PC-SOURCE(WS-PIECE-IDX) TO PWK-SOURCE
           COMPUTE PWK-LINE-NO =
               WS-PC-FIRST-LINE(WS-PIECE-IDX) + WS-LINE-OFFSET
           READ PRINT-WORK-FILE
               INVALID KEY
                   MOVE SPACES TO PWK-LINE
           END-READ
           MOVE SPACES TO MAIL-HOUSE-RECORD
           SET MHX-IS-PRINT-LINE TO TRUE
           MOVE WS-ENVELOPE-SEQ TO MHX-ENVELOPE-SEQ
           MOVE WS-INSERT-SEQ TO MHX-LINE-INSERT-SEQ
           COMPUTE MHX-LINE-PAGE =
               WS-LINE-OFFSET / WS-LINES-PER-PAGE + 1
           MOVE PWK-LINE TO MHX-PRINT-LINE
           PERFORM 4900-WRITE-EXTRACT-RECORD.

       4900-WRITE-EXTRACT-RECORD.
           WRITE MAIL-HOUSE-RECORD
           ADD 1 TO WS-MHX-RECORD-COUNT.

      * The hold-mail report, in domicile-branch order: each held
      * envelope with its reason and the address on file, then the
      * pieces held in it, then the night's mailing totals.
       5000-PRINT-HOLD-REPORT.
           MOVE SPACES TO REPORT-LINE
           STRING "HOLD-MAIL REPORT - MAIL-HOUSE EXTRACT FOR "
               WS-BUSINESS-DATE "  RUN " WS-RUN-ID
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BRCH CUSTOMER   NAME                          "
               "  REASON HELD                    INSERTS  PAGES"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-ENVELOPE-COUNT
               IF ENVELOPE-HELD(WS-ENV-IDX)
                   PERFORM 5100-PRINT-HELD-ENVELOPE
               END-IF
           END-PERFORM
           IF WS-HELD-ENVELOPES = ZERO
               MOVE "NO MAIL HELD" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM 5300-PRINT-TOTALS.

       5100-PRINT-HELD-ENVELOPE.
           ADD 1 TO WS-HELD-ENVELOPES
           ADD WS-EV-INSERTS(WS-ENV-IDX) TO WS-HELD-INSERTS
           ADD WS-EV-PAGES(WS-ENV-IDX) TO WS-HELD-PAGES
           MOVE "N" TO WS-CUST-FOUND-SW
           MOVE SPACES TO WS-HOLD-NAME
           IF WS-EV-CUST-ID(WS-ENV-IDX) NOT = SPACES
               MOVE WS-EV-CUST-ID(WS-ENV-IDX) TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "(NOT ON CUSTOMER MASTER)" TO WS-HOLD-NAME
                   NOT INVALID KEY
                       SET ENVELOPE-CUST-FOUND TO TRUE
                       MOVE CUST-NAME TO WS-HOLD-NAME
               END-READ
           ELSE
               MOVE WS-EV-ACCT-ID(WS-ENV-IDX) TO ACCT-ID
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE "(NOT ON ACCOUNT MASTER)" TO WS-HOLD-NAME
                   NOT INVALID KEY
                       MOVE ACCT-OWNER-NAME TO WS-HOLD-NAME
               END-READ
           END-IF
           MOVE WS-EV-INSERTS(WS-ENV-IDX) TO WS-DISP-INSERTS
           MOVE WS-EV-PAGES(WS-ENV-IDX) TO WS-DISP-PAGES
           MOVE SPACES TO REPORT-LINE
           STRING WS-EV-BRANCH-ID(WS-ENV-IDX) " "
               WS-EV-CUST-ID(WS-ENV-IDX) " " WS-HOLD-NAME "  "
               WS-EV-REASON(WS-ENV-IDX) "    " WS-DISP-INSERTS
               "  " WS-DISP-PAGES
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF ENVELOPE-CUST-FOUND
               MOVE SPACES TO REPORT-LINE
               STRING "                ON FILE: " CUST-ADDR-LINE-1
                   " " CUST-CITY " " CUST-STATE " " CUST-POSTAL-CODE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               IF CUST-ADDR-LINE-2 NOT = SPACES
                   MOVE SPACES TO REPORT-LINE
                   STRING "                         " CUST-ADDR-LINE-2
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF
           PERFORM VARYING WS-PIECE-IDX FROM 1 BY 1
                   UNTIL WS-PIECE-IDX > WS-PIECE-COUNT
               IF WS-PC-CUST-ID(WS-PIECE-IDX)
                   = WS-EV-CUST-ID(WS-ENV-IDX)
                   AND (WS-PC-CUST-ID(WS-PIECE-IDX) NOT = SPACES
                   OR WS-PC-ACCT-ID(WS-PIECE-IDX)
                   = WS-EV-ACCT-ID(WS-ENV-IDX))
                   PERFORM 5200-PRINT-HELD-PIECE
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       5200-PRINT-HELD-PIECE.
           MOVE WS-PC-LINE-COUNT(WS-PIECE-IDX) TO WS-DISP-LINES
           MOVE WS-PC-PAGES(WS-PIECE-IDX) TO WS-DISP-PAGES
           MOVE SPACES TO WS-PIECE-LABEL
           IF WS-PC-SOURCE(WS-PIECE-IDX) = "S"
               STRING "STATEMENT   ACCOUNT "
                   WS-PC-ACCT-ID(WS-PIECE-IDX)
                   DELIMITED BY SIZE INTO WS-PIECE-LABEL
           ELSE
               STRING "LETTER " WS-PC-PIECE-TYPE(WS-PIECE-IDX)
                   " ACCOUNT " WS-PC-ACCT-ID(WS-PIECE-IDX)
                   DELIMITED BY SIZE INTO WS-PIECE-LABEL
           END-IF
           MOVE SPACES TO WS-PIECE-NOTE
           IF PIECE-LINES-MISSING(WS-PIECE-IDX)
               MOVE "NOT ON PRINT FILE" TO WS-PIECE-NOTE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "                " WS-PIECE-LABEL
               "  LINES " WS-DISP-LINES "  PAGES " WS-DISP-PAGES
               "  " WS-PIECE-NOTE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       5300-PRINT-TOTALS.
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ENVELOPE-SEQ TO WS-DISP-COUNT
           MOVE WS-MAIL-INSERTS TO WS-DISP-TOTAL-INSERTS
           MOVE WS-MAIL-PAGES TO WS-DISP-TOTAL-PAGES
           MOVE SPACES TO REPORT-LINE
           STRING "ENVELOPES TO MAIL HOUSE: " WS-DISP-COUNT
               "   INSERTS " WS-DISP-TOTAL-INSERTS
               "   PAGES " WS-DISP-TOTAL-PAGES
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HELD-ENVELOPES TO WS-DISP-COUNT
           MOVE WS-HELD-INSERTS TO WS-DISP-TOTAL-INSERTS
           MOVE WS-HELD-PAGES TO WS-DISP-TOTAL-PAGES
           MOVE SPACES TO REPORT-LINE
           STRING "ENVELOPES HELD:          " WS-DISP-COUNT
               "   INSERTS " WS-DISP-TOTAL-INSERTS
               "   PAGES " WS-DISP-TOTAL-PAGES
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * Every piece on the indexes has now been extracted or held,
      * so the indexes are emptied and the next extract sees only
      * what the statement and notice runs index after this one.
       6000-CLEAR-PIECE-INDEXES.
           OPEN OUTPUT STMT-PIECE-FILE
           CLOSE STMT-PIECE-FILE
           OPEN OUTPUT LETTER-PIECE-FILE
           CLOSE LETTER-PIECE-FILE.

       1900-CLOSE-FILES.
           CLOSE CUSTOMER-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE PRINT-WORK-FILE
           CLOSE MAIL-HOUSE-FILE
           CLOSE HOLD-MAIL-REPORT.
