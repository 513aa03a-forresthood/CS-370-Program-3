      * Count-History-Record layout for the CNTHIST.TXT count history
      * PG3CNT appends to each run, one record for every count
      * posted to the master, dated the night it was posted, with
      * the counted figure and the book figure it replaced.  Read by
      * PG3CYCL for each item's last-counted date.
       01  Count-History-Record.
           05 CH-Count-Date                PIC 9(6).
           05 CH-Warehouse                 PIC X(4).
           05 CH-Vendor                    PIC X(4).
           05 CH-CandyID                   PIC X(3).
           05 CH-Sub                       PIC 99.
           05 CH-Counted-Qty               PIC 9(5).
           05 CH-Book-Stock                PIC S9(4).
