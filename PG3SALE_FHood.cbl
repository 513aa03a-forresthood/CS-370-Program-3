      *  already posted is refused, so the same sales file can't be
      *  applied two nights running.  A completed run appends its
      *  own run-control record.
      *
      *  The stock each sale takes is drawn off the key's lots on the
      *  CANDYLOT.TXT lot file PG3RECV builds, oldest-received first,
      *  so the lots left on file are the freshest stock on hand.
      *
       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-Control-Status.

           SELECT OPTIONAL Lot-File
               ASSIGN TO "CANDYLOT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Lot-Status.

       DATA DIVISION.
       FILE SECTION.


           COPY "RUNCTL.CPY".

       FD  Lot-File
           RECORD CONTAINS 30 CHARACTERS.

           COPY "CANDYLOT.CPY".

       WORKING-STORAGE SECTION.

       01  Flags-N-Switches.
           05 AH-Old-Stock                  PIC S9(4).
           05 AH-Old-Price                  PIC S999v99.

      * Stock lots loaded from CANDYLOT.TXT, drawn down for each sale
      * filled, and rewritten at end of run.  A file that overruns the
      * table stands the lot step down so it is never rewritten short.
       01  Lot-Fields.
           05 WS-Lot-Status                 PIC XX.
           05 Lot-EOF-Flag                  PIC X  VALUE 'N'.
               88 No-More-Lots                    VALUE 'Y'.
           05 Lot-Count                     PIC 9(4)  VALUE ZERO.
           05 Lot-Overflow-Count            PIC 9(5)  VALUE ZERO.
               88 Lot-Table-Fits                  VALUE ZERO.
           05 Lot-Found-Flag                PIC X.
               88 Lot-Found                       VALUE 'Y'.
           05 Lot-Empty-Flag                PIC X.
               88 Lots-Exhausted                  VALUE 'Y'.
           05 Lot-Draw-Qty                  PIC 9(5)  VALUE ZERO.
           05 Lot-Take-Qty                  PIC 9(5)  VALUE ZERO.
           05 Lots-Written                  PIC 9(5)  VALUE ZERO.

      * Key of the lots being drawn down
       01  Lot-Key-Hold.
           05 LH-Warehouse                  PIC X(4).
           05 LH-Vendor                     PIC X(4).
           05 LH-CandyID                    PIC X(3).
           05 LH-Sub                        PIC 99.

       01  Lot-Table.
           05 Lot-Entry OCCURS 2000 TIMES INDEXED BY LX, LPX.
               10 LE-Warehouse              PIC X(4).
               10 LE-Vendor                 PIC X(4).
               10 LE-CandyID                PIC X(3).
               10 LE-Sub                    PIC 99.
               10 LE-Received-Date          PIC 9(6).
               10 LE-Best-By-Date           PIC 9(6).
               10 LE-Quantity               PIC 9(5).

       01  WS-Current-Date.
           05  WS-Year                     PIC 99.
           05  WS-Month                    PIC 99.
           IF NOT Control-Failed THEN
               PERFORM 195-Write-Sales-History
               PERFORM 200-Update-Master
               PERFORM 450-Rewrite-Lot-File
               PERFORM 850-Write-Run-Control
           END-IF
           PERFORM 900-End-Function
           ACCEPT WS-Current-Date FROM DATE
           PERFORM 175-Load-Transactions
           CLOSE Sales-Transactions
           PERFORM 185-Load-Lots
           .
      * Reads the sales transaction file into Sales-Table, noting the
      * header and trailer control records and accumulating the count
               MOVE ST-Quantity TO SE-Quantity(TX)
           END-IF
           .
      * Reads the lot file into Lot-Table in file order.  Any record
      * past the table is counted, not dropped, so the lot step can
      * stand down rather than rewrite the file short.
       185-Load-Lots.
           OPEN INPUT Lot-File
           IF WS-Lot-Status = '00' THEN
               PERFORM UNTIL No-More-Lots
                   READ Lot-File
                       AT END
                           MOVE 'Y' TO Lot-EOF-Flag
                       NOT AT END
                           IF Lot-Count < 2000 THEN
                               ADD 1 TO Lot-Count
                               SET LX TO Lot-Count
                               MOVE LT-Warehouse TO LE-Warehouse(LX)
                               MOVE LT-Vendor TO LE-Vendor(LX)
                               MOVE LT-CandyID TO LE-CandyID(LX)
                               MOVE LT-Sub TO LE-Sub(LX)
                               MOVE LT-Received-Date
                                   TO LE-Received-Date(LX)
                               MOVE LT-Best-By-Date
                                   TO LE-Best-By-Date(LX)
                               MOVE LT-Quantity TO LE-Quantity(LX)
                           ELSE
                               ADD 1 TO Lot-Overflow-Count
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Lot-File
           .
      * Verifies the trailer controls against what was actually read,
      * refusing to apply anything on a missing or mismatched control
       190-Verify-Controls.
               SUBTRACT Fill-Qty FROM CRD-Stock(Sub)
               PERFORM 800-Write-Audit
               REWRITE Candy-Record
               MOVE SE-Warehouse(TX) TO LH-Warehouse
               MOVE SE-Vendor(TX) TO LH-Vendor
               MOVE SE-CandyID(TX) TO LH-CandyID
               MOVE SE-Sub(TX) TO LH-Sub
               MOVE Fill-Qty TO Lot-Draw-Qty
               PERFORM 380-Draw-Down-Lots
           END-IF
           IF Short-Qty > ZERO THEN
               ADD 1 TO Short-Count
           MOVE Short-Qty TO BO-Quantity
           WRITE Backorder-Record
           .
      * Draws Lot-Draw-Qty units off the lots for the key in
      * Lot-Key-Hold, oldest-received first, until the quantity is
      * covered or the key has no lot stock left.  Stock on hand from
      * before lots were kept has no lot and is simply not drawn.
       380-Draw-Down-Lots.
           MOVE 'N' TO Lot-Empty-Flag
           PERFORM 382-Draw-Oldest-Lot
               UNTIL Lot-Draw-Qty = ZERO OR Lots-Exhausted
           .
      * Takes as much as it can of the draw off the key's oldest lot
       382-Draw-Oldest-Lot.
           MOVE 'N' TO Lot-Found-Flag
           PERFORM 384-Check-One-Lot
               VARYING LX FROM 1 BY 1
               UNTIL LX > Lot-Count
           IF Lot-Found THEN
               IF LE-Quantity(LPX) > Lot-Draw-Qty THEN
                   MOVE Lot-Draw-Qty TO Lot-Take-Qty
               ELSE
                   MOVE LE-Quantity(LPX) TO Lot-Take-Qty
               END-IF
               SUBTRACT Lot-Take-Qty FROM LE-Quantity(LPX)
               SUBTRACT Lot-Take-Qty FROM Lot-Draw-Qty
           ELSE
               MOVE 'Y' TO Lot-Empty-Flag
           END-IF
           .
      * Notes a lot of the key in hand that still holds stock and
      * was received before the oldest found so far
       384-Check-One-Lot.
           IF LE-Quantity(LX) > ZERO
               AND LE-Warehouse(LX) = LH-Warehouse
               AND LE-Vendor(LX) = LH-Vendor
               AND LE-CandyID(LX) = LH-CandyID
               AND LE-Sub(LX) = LH-Sub THEN
               IF NOT Lot-Found THEN
                   MOVE 'Y' TO Lot-Found-Flag
                   SET LPX TO LX
               ELSE
                   IF LE-Received-Date(LX) < LE-Received-Date(LPX)
                       THEN
                       SET LPX TO LX
                   END-IF
               END-IF
           END-IF
           .
      * Rewrites the lot file fresh with every lot still holding
      * stock.  When the file overran the table the step stands
      * down and the file is left as it was.
       450-Rewrite-Lot-File.
           IF Lot-Table-Fits THEN
               OPEN OUTPUT Lot-File
               IF Lot-Count > ZERO THEN
                   PERFORM 452-Write-One-Lot
                       VARYING LX FROM 1 BY 1
                       UNTIL LX > Lot-Count
               END-IF
               CLOSE Lot-File
           ELSE
               DISPLAY 'CONTROL FAILURE - LOT TABLE FULL, '
                   Lot-Overflow-Count ' LOTS PAST TABLE'
               DISPLAY 'NO LOTS UPDATED - CANDYLOT.TXT UNTOUCHED'
           END-IF
           .
      * Writes a single lot still holding stock back to the file
       452-Write-One-Lot.
           IF LE-Quantity(LX) > ZERO THEN
               ADD 1 TO Lots-Written
               MOVE LE-Warehouse(LX) TO LT-Warehouse
               MOVE LE-Vendor(LX) TO LT-Vendor
               MOVE LE-CandyID(LX) TO LT-CandyID
               MOVE LE-Sub(LX) TO LT-Sub
               MOVE LE-Received-Date(LX) TO LT-Received-Date
               MOVE LE-Best-By-Date(LX) TO LT-Best-By-Date
               MOVE LE-Quantity(LX) TO LT-Quantity
               WRITE Lot-Record
           END-IF
           .
      * Writes the before/after image of the Sub entry just changed
      * to the shared change audit trail.  The caller loads the old
      * values into Audit-Hold-Fields before applying the change.
           DISPLAY 'PG3SALE SERVICE LEVEL - FILLED: ' Filled-Count
               ' SHORT-SHIPPED: ' Short-Count
               ' UNITS BACKORDERED: ' Backordered-Units
           IF NOT Control-Failed AND Lot-Table-Fits THEN
               DISPLAY 'PG3SALE LOTS ON FILE: ' Lots-Written
           END-IF
           CLOSE Candy-Inventory
           CLOSE Audit-File
           STOP RUN
