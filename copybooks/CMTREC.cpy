      * all "*" clears the stored value to spaces (an address line   *
      * that no longer applies), following the account maintenance   *
      * convention of never treating blank as a value.               *
      * CMT-RETURNED-MAIL marks ("Y") or clears ("N") the customer's *
      * returned-mail flag; blank leaves it as it is. It is not an   *
      * address field, so a flag change alone applies at once. An    *
      * applied change of address clears the flag unless the same    *
      * amend marks it again.                                        *
      *-------------------------------------------------------------*
       01 CUST-MAINT-RECORD.
           05 CMT-ACTION               PIC X(01).
           05 CMT-POSTAL-CODE          PIC X(10).
           05 CMT-PHONE                PIC X(12).
           05 CMT-USER-ID              PIC X(08).
           05 CMT-RETURNED-MAIL        PIC X(01).
               88 CMT-MARK-RETURNED              VALUE "Y".
               88 CMT-CLEAR-RETURNED             VALUE "N".
