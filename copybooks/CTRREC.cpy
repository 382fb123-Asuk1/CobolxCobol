      *-------------------------------------------------------------*
      * CTRREC.cpy                                                   *
      * Record layout for CTR-EXTRACT-FILE, the daily currency       *
      * transaction report interface: one "D" record per customer    *
      * whose teller cash in or cash out for the business date,      *
      * totalled across all of the customer's accounts, reached the  *
      * reporting threshold, carrying the name and mailing address   *
      * from CUSTOMER-MASTER, followed by one "T" control trailer    *
      * with the record count and the cash totals reported. An       *
      * account with no customer link reports on its own under the   *
      * account number and owner name with the address left blank    *
      * (CTR-SUBJECT-TYPE "A") so the filing side can chase it.      *
      * CTR-TRIGGER says which side crossed the threshold: "I" cash  *
      * in, "O" cash out, "B" both. The trailer fields overlay the   *
      * detail fields.                                               *
      *-------------------------------------------------------------*
       01 CTR-EXTRACT-RECORD.
           05 CTR-RECORD-TYPE          PIC X(01).
               88 CTR-IS-DETAIL                  VALUE "D".
               88 CTR-IS-TRAILER                 VALUE "T".
           05 CTR-BUSINESS-DATE        PIC 9(08).
           05 CTR-DETAIL.
               10 CTR-SUBJECT-TYPE     PIC X(01).
                   88 CTR-SUBJECT-CUSTOMER       VALUE "C".
                   88 CTR-SUBJECT-ACCOUNT        VALUE "A".
               10 CTR-SUBJECT-ID       PIC X(10).
               10 CTR-NAME             PIC X(30).
               10 CTR-ADDR-LINE-1      PIC X(30).
               10 CTR-ADDR-LINE-2      PIC X(30).
               10 CTR-CITY             PIC X(20).
               10 CTR-STATE            PIC X(02).
               10 CTR-POSTAL-CODE      PIC X(10).
               10 CTR-CASH-IN          PIC 9(11)V99.
               10 CTR-CASH-OUT         PIC 9(11)V99.
               10 CTR-ITEM-COUNT       PIC 9(05).
               10 CTR-ACCOUNT-COUNT    PIC 9(03).
               10 CTR-TRIGGER          PIC X(01).
                   88 CTR-TRIGGER-CASH-IN        VALUE "I".
                   88 CTR-TRIGGER-CASH-OUT       VALUE "O".
                   88 CTR-TRIGGER-BOTH           VALUE "B".
           05 CTR-TRAILER REDEFINES CTR-DETAIL.
               10 CTR-RECORD-COUNT     PIC 9(06).
               10 CTR-TOTAL-CASH-IN    PIC 9(13)V99.
               10 CTR-TOTAL-CASH-OUT   PIC 9(13)V99.
               10 FILLER               PIC X(132).
