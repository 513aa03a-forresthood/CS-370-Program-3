      * Receipt-History-Record layout for the RCVHIST.TXT receipt
      * history PG3RECV appends to each night, one record for every
      * receipt posted, dated the night it was received.  A receipt
      * matched to an open CANDYPO line carries that line's PO
      * number, order date, ordered quantity, and the line's total
      * received once this receipt went on; a receipt with no open
      * line is kept as a NO PO receipt with those fields zero.
      * RH-Unit-Cost is the vendor's unit cost keyed on the receipt
      * (zero when keyed without one).  Read by PG3VSCR for the
      * vendor scorecard, and by PG3ACCT to value each receipt at
      * what was paid for it.  Records written before the unit cost
      * was carried read back with spaces there.
       01  Receipt-History-Record.
           05 RH-Receipt-Date              PIC 9(6).
           05 RH-Warehouse                 PIC X(4).
           05 RH-Vendor                    PIC X(4).
           05 RH-CandyID                   PIC X(3).
           05 RH-Sub                       PIC 99.
           05 RH-Quantity                  PIC 9(5).
           05 RH-Match-Flag                PIC X.
               88 RH-PO-Matched                 VALUE 'M'.
               88 RH-No-PO                      VALUE 'N'.
           05 RH-PO-Number                 PIC 9(4).
           05 RH-Order-Date                PIC 9(6).
           05 RH-Ordered-Qty               PIC 9(5).
           05 RH-Line-Received             PIC 9(5).
           05 RH-Unit-Cost                 PIC 9(3)V99.
