      * master, keyed on OP-Operator-ID.  Carries each console
      * operator's authority level: I may only inquire, U may also
      * update the candy master through PG3MAINT, and V may
      * additionally maintain the vendor, warehouse, adjustment
      * reason, and operator masters.  PG3MAINT and PG3VMNT (and
      * PG3OMNT, which maintains this file) prompt for a sign-on
      * against it, and the signed-on ID is stamped on every audit
      * image and session listing.
       01  Operator-Record.
           05 OP-Operator-ID               PIC X(8).
           05 OP-Operator-Name             PIC X(18).
