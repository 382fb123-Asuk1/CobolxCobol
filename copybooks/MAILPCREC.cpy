      *-------------------------------------------------------------*
      * MAILPCREC.cpy                                                *
      * Record layout for the mail-piece index files written beside  *
      * the statement and letter print files (STMTPCS from the       *
      * statement run, LETTPCS from the notice run): one record per  *
      * mail piece - a customer's statement group or one letter -    *
      * locating it in its print file by first line number and line  *
      * count, so the mail-house extract can envelope every piece    *
      * bound for the same customer together. MPC-CUST-ID is blank   *
      * for a piece with no customer of record (no mailing address). *
      * MPC-PIECE-TYPE is "STMT" for statements and the notice type  *
      * for letters; MPC-ACCT-COUNT is the number of account         *
      * statements in a statement group (one for a letter).          *
      *-------------------------------------------------------------*
       01 MAIL-PIECE-RECORD.
           05 MPC-SOURCE               PIC X(01).
               88 MPC-FROM-STATEMENTS            VALUE "S".
               88 MPC-FROM-LETTERS               VALUE "L".
           05 MPC-CUST-ID              PIC X(10).
           05 MPC-ACCT-ID              PIC X(10).
           05 MPC-PIECE-TYPE           PIC X(04).
           05 MPC-ACCT-COUNT           PIC 9(04).
           05 MPC-FIRST-LINE           PIC 9(07).
           05 MPC-LINE-COUNT           PIC 9(05).
