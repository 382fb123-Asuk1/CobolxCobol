      * mailed in one envelope; an account with a blank or unknown   *
      * customer number (opened before the customer master existed)  *
      * still letters and statements on its own owner name.          *
      * CUST-RETURNED-MAIL is set by the branch through customer     *
      * maintenance when the post office returns a piece as          *
      * undeliverable ("Y", with the date marked); the mail-house    *
      * extract holds every piece for a flagged customer until the   *
      * address is corrected. A record written before the flag       *
      * existed reads as spaces - not returned.                      *
      *-------------------------------------------------------------*
       01 CUSTOMER-RECORD.
           05 CUST-ID                  PIC X(10).
           05 CUST-STATUS              PIC X(01).
               88 CUST-ACTIVE                    VALUE "A".
               88 CUST-CLOSED                    VALUE "C".
           05 CUST-RETURNED-MAIL       PIC X(01).
               88 CUST-MAIL-RETURNED             VALUE "Y".
           05 CUST-RETURNED-MAIL-DATE  PIC 9(08).
