      *-------------------------------------------------------------*
      * SNAPREC.cpy                                                  *
      * Record layout for SNAPSHOT-FILE, the nightly point-in-time   *
      * copy of the account master, the deposit-hold master, and the *
      * stop-payment master taken before the night's first update.   *
      * One header ("H"), then every account ("A"), every deposit    *
      * hold ("D"), and every stop order ("S") as its master record  *
      * image, then one trailer ("T") carrying the control totals    *
      * the recovery run proves the file against before it restores  *
      * anything. SNAPH-JRNL-HIGH-TS is the latest timestamp on the  *
      * current journal when the copy was taken: every journal entry *
      * stamped after it was posted after the snapshot and is        *
      * reapplied on a forward recovery. Operations catalogs each    *
      * night's file by its business date, as for the journal        *
      * archive.                                                     *
      *-------------------------------------------------------------*
       01 SNAPSHOT-RECORD.
           05 SNAP-REC-TYPE            PIC X(01).
               88 SNAP-IS-HEADER                 VALUE "H".
               88 SNAP-IS-ACCOUNT                VALUE "A".
               88 SNAP-IS-HOLD                   VALUE "D".
               88 SNAP-IS-STOP                   VALUE "S".
               88 SNAP-IS-TRAILER                VALUE "T".
           05 SNAP-DATA                PIC X(300).
           05 SNAP-HEADER-DATA REDEFINES SNAP-DATA.
               10 SNAPH-BUSINESS-DATE  PIC 9(08).
               10 SNAPH-RUN-ID         PIC X(08).
               10 SNAPH-TAKEN-TS       PIC 9(14).
               10 SNAPH-JRNL-HIGH-TS   PIC 9(14).
               10 FILLER               PIC X(256).
           05 SNAP-TRAILER-DATA REDEFINES SNAP-DATA.
               10 SNAPT-ACCT-COUNT     PIC 9(07).
               10 SNAPT-LEDGER-TOTAL   PIC S9(13)V99
                                        SIGN IS TRAILING SEPARATE.
               10 SNAPT-AVAIL-TOTAL    PIC S9(13)V99
                                        SIGN IS TRAILING SEPARATE.
               10 SNAPT-HOLD-COUNT     PIC 9(07).
               10 SNAPT-HOLD-TOTAL     PIC S9(13)V99
                                        SIGN IS TRAILING SEPARATE.
               10 SNAPT-STOP-COUNT     PIC 9(07).
               10 FILLER               PIC X(231).
