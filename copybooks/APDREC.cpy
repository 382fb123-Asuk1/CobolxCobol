      *-------------------------------------------------------------*
      * APDREC.cpy                                                   *
      * Record layout for APPROVAL-DECISION-FILE, the checkers'      *
      * decisions on queued dual-control items (APQREC.cpy): "A"     *
      * approve or "R" reject the item named by APD-ITEM-ID, keyed   *
      * under the checker's own user id with an optional reason.     *
      * Every maintenance batch reads the whole file and acts on the *
      * items it queued; a decision by the item's own maker is       *
      * refused and the item stays pending.                          *
      *-------------------------------------------------------------*
       01 APPROVAL-DECISION-RECORD.
           05 APD-DECISION             PIC X(01).
               88 APD-IS-APPROVE                 VALUE "A".
               88 APD-IS-REJECT                  VALUE "R".
           05 APD-ITEM-ID              PIC X(12).
           05 APD-CHECKER-ID           PIC X(08).
           05 APD-REASON               PIC X(30).
