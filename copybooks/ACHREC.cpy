      *-------------------------------------------------------------*
      * ACHREC.cpy                                                   *
      * Record layout for the clearing-house exchange files: the     *
      * inbound entry file the clearing house delivers each morning  *
      * and the outbound return file the bank sends back. One "1"    *
      * file header first (file date and originating file id), "6"   *
      * entry details, and one "9" file control last carrying the    *
      * entry count and the debit and credit dollar totals the       *
      * receiver proves the file against. ACH-TRAN-CODE follows the  *
      * clearing-house codes: "22"/"32" credit checking/savings,     *
      * "27"/"37" debit checking/savings. ACH-RETURN-REASON is       *
      * spaces on inbound entries; on a return it carries the        *
      * standard reason - "R01" insufficient funds, "R02" account    *
      * closed, "R03" no account, "R08" payment stopped, "R16"       *
      * account frozen (dormant or on hold), "R17" entry fails the   *
      * file edits, "R20" non-transaction account (time deposit) -   *
      * and ACH-TRACE-NUMBER names the original entry.               *
      * The header and control fields overlay the entry fields.      *
      *-------------------------------------------------------------*
       01 ACH-RECORD.
           05 ACH-RECORD-TYPE          PIC X(01).
               88 ACH-IS-FILE-HEADER             VALUE "1".
               88 ACH-IS-ENTRY                   VALUE "6".
               88 ACH-IS-FILE-CONTROL            VALUE "9".
           05 ACH-ENTRY-DATA.
               10 ACH-TRAN-CODE        PIC X(02).
                   88 ACH-IS-CREDIT              VALUE "22" "32".
                   88 ACH-IS-DEBIT               VALUE "27" "37".
               10 ACH-ACCT-ID          PIC X(10).
               10 ACH-AMOUNT           PIC 9(8)V99.
               10 ACH-INDIVIDUAL-NAME  PIC X(22).
               10 ACH-TRACE-NUMBER     PIC X(15).
               10 ACH-RETURN-REASON    PIC X(03).
               10 ACH-EFFECTIVE-DATE   PIC 9(08).
               10 FILLER               PIC X(08).
           05 ACH-HEADER-DATA REDEFINES ACH-ENTRY-DATA.
               10 ACH-FILE-DATE        PIC 9(08).
               10 ACH-FILE-ID          PIC X(10).
               10 ACH-FILE-ID-MODIFIER PIC X(01).
               10 ACH-ORIGIN-NAME      PIC X(23).
               10 FILLER               PIC X(36).
           05 ACH-CONTROL-DATA REDEFINES ACH-ENTRY-DATA.
               10 ACH-ENTRY-COUNT      PIC 9(06).
               10 ACH-TOTAL-DEBITS     PIC 9(10)V99.
               10 ACH-TOTAL-CREDITS    PIC 9(10)V99.
               10 FILLER               PIC X(48).
