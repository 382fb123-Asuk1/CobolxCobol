      *-------------------------------------------------------------*
      * MAILXREC.cpy                                                 *
      * Record layout for MAIL-HOUSE-FILE, the nightly extract sent  *
      * to the print and mail vendor in their fixed 160-byte layout. *
      * One "H" header, then for each envelope in postal-code        *
      * presort order an "E" envelope record (mailing address, page  *
      * count, insert count), and for each insert in the envelope a  *
      * "D" insert record followed by its "P" print lines, each      *
      * line carrying the page of the insert it falls on. One "T"    *
      * trailer closes the file with the envelope, insert, page, and *
      * record counts (header and trailer included) for the vendor   *
      * to prove the file. Every record carries the envelope         *
      * sequence (zero on the header and trailer); the record bodies *
      * overlay one another.                                         *
      *-------------------------------------------------------------*
       01 MAIL-HOUSE-RECORD.
           05 MHX-RECORD-TYPE          PIC X(01).
               88 MHX-IS-HEADER                  VALUE "H".
               88 MHX-IS-ENVELOPE                VALUE "E".
               88 MHX-IS-INSERT                  VALUE "D".
               88 MHX-IS-PRINT-LINE              VALUE "P".
               88 MHX-IS-TRAILER                 VALUE "T".
           05 MHX-ENVELOPE-SEQ         PIC 9(06).
           05 MHX-BODY                 PIC X(153).
           05 MHX-HEADER REDEFINES MHX-BODY.
               10 MHX-RUN-ID           PIC X(08).
               10 MHX-BUSINESS-DATE    PIC 9(08).
               10 MHX-CREATED-TIMESTAMP PIC 9(14).
               10 FILLER               PIC X(123).
           05 MHX-ENVELOPE REDEFINES MHX-BODY.
               10 MHX-CUST-ID          PIC X(10).
               10 MHX-NAME             PIC X(30).
               10 MHX-ADDR-LINE-1      PIC X(30).
               10 MHX-ADDR-LINE-2      PIC X(30).
               10 MHX-CITY             PIC X(20).
               10 MHX-STATE            PIC X(02).
               10 MHX-POSTAL-CODE      PIC X(10).
               10 MHX-PAGE-COUNT       PIC 9(05).
               10 MHX-INSERT-COUNT     PIC 9(03).
               10 FILLER               PIC X(13).
           05 MHX-INSERT REDEFINES MHX-BODY.
               10 MHX-INSERT-SEQ       PIC 9(03).
               10 MHX-SOURCE           PIC X(01).
                   88 MHX-STATEMENT-INSERT        VALUE "S".
                   88 MHX-LETTER-INSERT           VALUE "L".
               10 MHX-ACCT-ID          PIC X(10).
               10 MHX-PIECE-TYPE       PIC X(04).
               10 MHX-INSERT-PAGES     PIC 9(05).
               10 FILLER               PIC X(130).
           05 MHX-PRINT REDEFINES MHX-BODY.
               10 MHX-LINE-INSERT-SEQ  PIC 9(03).
               10 MHX-LINE-PAGE        PIC 9(03).
               10 MHX-PRINT-LINE       PIC X(132).
               10 FILLER               PIC X(15).
           05 MHX-TRAILER REDEFINES MHX-BODY.
               10 MHX-ENVELOPE-COUNT   PIC 9(06).
               10 MHX-TOTAL-INSERTS    PIC 9(07).
               10 MHX-TOTAL-PAGES      PIC 9(07).
               10 MHX-RECORD-COUNT     PIC 9(08).
               10 FILLER               PIC X(125).
