      * Vendor-Master-Record layout for the VENDMAST indexed vendor
      * master, keyed on VM-Vendor-Code.  Gives every vendor code a
      * display name for the PG3 headings and the purchase orders,
      * and the vendor's promised lead time in days from order to
      * delivery, which PG3EXPD and PG3VSCR add to a PO line's order
      * date for its due date.  Shared by PG3, PG3PORD, PG3PRCH,
      * PG3EXPD, PG3VSCR and PG3ASN; maintained by PG3VMNT.  A
      * 22-byte master from before the lead time is brought up to
      * this layout once by PG3VCNV.
       01  Vendor-Master-Record.
           05 VM-Vendor-Code                PIC X(4).
           05 VM-Vendor-Name                PIC X(18).
           05 VM-Lead-Days                  PIC 9(3).
