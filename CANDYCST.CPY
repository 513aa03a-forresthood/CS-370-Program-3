      * Cost-Record layout for the CANDYCST indexed cost master,
      * keyed on Warehouse/Vendor/CandyID/Sub.  PG3RECV keeps a
      * running weighted-average unit cost for each key from the
      * vendor unit cost on every receipt it posts, and PG3XFER
      * blends the sending warehouse's cost into the receiving
      * warehouse's as stock moves between them.  PG3MRGN costs the
      * sales history against it for gross margin and PG3ACCT values
      * the ACCTMOVE.TXT movements at it.  CS-Last-Cost and
      * CS-Last-Date are the unit cost and date of the last receipt.
       01  Cost-Record.
           05 CS-Key.
               10 CS-Warehouse             PIC X(4).
               10 CS-Vendor                PIC X(4).
               10 CS-CandyID               PIC X(3).
               10 CS-Sub                   PIC 99.
           05 CS-Avg-Cost                  PIC 9(3)V9(4).
           05 CS-Last-Cost                 PIC 9(3)V99.
           05 CS-Last-Date                 PIC 9(6).
