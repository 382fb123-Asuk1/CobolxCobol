      *-------------------------------------------------------------*
      * ACHPREC.cpy                                                  *
      * Record layout for ACH-PENDING-FILE, the bank's own copy of   *
      * every entry on the night's inbound clearing-house file and   *
      * what the intake run did with it: ACHP-DISPOSITION "P" when   *
      * the entry was passed into the posting batch, "R" when it was *
      * returned at intake with ACHP-RETURN-REASON set. After the    *
      * posting run the settlement run matches each passed entry to  *
      * its journal outcome, returns the ones declined NSF or        *
      * stopped, and proves the file's totals against what posted    *
      * plus what went back.                                         *
      *-------------------------------------------------------------*
       01 ACH-PENDING-RECORD.
           05 ACHP-TRACE-NUMBER        PIC X(15).
           05 ACHP-ACCT-ID             PIC X(10).
           05 ACHP-TRAN-CODE           PIC X(02).
               88 ACHP-IS-CREDIT                 VALUE "22" "32".
               88 ACHP-IS-DEBIT                  VALUE "27" "37".
           05 ACHP-AMOUNT              PIC 9(8)V99.
           05 ACHP-INDIVIDUAL-NAME     PIC X(22).
           05 ACHP-EFFECTIVE-DATE      PIC 9(08).
           05 ACHP-DISPOSITION         PIC X(01).
               88 ACHP-PASSED-TO-POSTING         VALUE "P".
               88 ACHP-RETURNED-AT-INTAKE        VALUE "R".
           05 ACHP-RETURN-REASON       PIC X(03).
