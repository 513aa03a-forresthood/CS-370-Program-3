      * Lot-Record layout for CANDYLOT.TXT, the stock lot file.
      * PG3RECV appends a lot for every receipt it posts, carrying
      * the night it was received and the best-by date off the
      * receipt.  PG3SALE, PG3XFER and PG3RECV's backorder fills draw
      * a key's lots down oldest-received first (PG3XFER re-creates
      * what it moves as lots at the receiving warehouse under the
      * original dates), PG3CNT trims a key's lots back to the stock
      * counted, and PG3EXPR reports the lots nearing their best-by
      * date.  Each program loads the file whole and rewrites it with
      * only the lots that still hold stock.
       01  Lot-Record.
           05 LT-Warehouse                 PIC X(4).
           05 LT-Vendor                    PIC X(4).
           05 LT-CandyID                   PIC X(3).
           05 LT-Sub                       PIC 99.
           05 LT-Received-Date             PIC 9(6).
           05 LT-Best-By-Date              PIC 9(6).
           05 LT-Quantity                  PIC 9(5).
