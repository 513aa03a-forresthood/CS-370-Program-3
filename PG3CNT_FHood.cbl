      *  anything posts: a CANDYCNT.TXT file date this program
      *  already posted is refused.  A completed run appends its own
      *  run-control record.
      *
      *  Each count also squares the key's lots on the CANDYLOT.TXT
      *  lot file with the floor: when the lots hold more than was
      *  counted, the difference comes off them oldest-received
      *  first, the same order PG3SALE sells them in.
      *
      *  Every count posted is appended to the CNTHIST.TXT count
      *  history with the night's date, which is where PG3CYCL gets
      *  each item's last-counted date for the cycle-count schedule.
      *
       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-Control-Status.

           SELECT OPTIONAL Lot-File
               ASSIGN TO "CANDYLOT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Lot-Status.

           SELECT OPTIONAL Count-History
               ASSIGN TO "CNTHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.


           COPY "RUNCTL.CPY".

       FD  Lot-File
           RECORD CONTAINS 30 CHARACTERS.

           COPY "CANDYLOT.CPY".

       FD  Count-History
           RECORD CONTAINS 28 CHARACTERS.

           COPY "CNTHIST.CPY".

       WORKING-STORAGE SECTION.

       01  Flags-N-Switches.
           05 AH-Old-Stock                  PIC S9(4).
           05 AH-Old-Price                  PIC S999v99.

      * Stock lots loaded from CANDYLOT.TXT, trimmed back to the stock
      * counted for each count posted, and rewritten at end of run.
      * A file that overruns the table stands the lot step down so it
      * is never rewritten short.
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
           05 Lots-Trimmed                  PIC 9(5)  VALUE ZERO.
           05 Lot-Key-Total                 PIC 9(7)  VALUE ZERO.

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
           05 UN-Message         PIC X(28)
               VALUE 'ALL COUNTS POSTED TO MASTER'.

       01  Lot-Balance-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 LB-Title           PIC X(14) VALUE 'KEYS TRIMMED: '.
           05 LB-Trimmed         PIC ZZZZ9.
           05                    PIC X(3)  VALUE SPACES.
           05 LB-Title2          PIC X(14) VALUE 'LOTS ON FILE: '.
           05 LB-On-File         PIC ZZZZ9.

       01  Lot-Skipped-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 LS-Message         PIC X(47)
               VALUE '** LOT TABLE FULL - CANDYLOT.TXT NOT UPDATED **'.

       01  Control-Failure-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 CF-Message         PIC X(42)
                   AFTER ADVANCING 2
           ELSE
               PERFORM 200-Update-Master
               PERFORM 460-Rewrite-Lot-File
               PERFORM 500-Print-Shrinkage-Totals
               PERFORM 600-Print-Unmatched
               PERFORM 850-Write-Run-Control
           OPEN INPUT Count-Transactions
           OPEN OUTPUT Shrinkage-Register-File
           OPEN EXTEND Audit-File
           OPEN EXTEND Count-History
           ACCEPT WS-Current-Date FROM DATE
           MOVE WS-Month TO H2-Month
           MOVE WS-Day TO H2-Day
               AFTER ADVANCING 2
           PERFORM 175-Load-Transactions
           CLOSE Count-Transactions
           PERFORM 185-Load-Lots
           .
      * Reads the count transaction file into Count-Table, noting
      * the header and trailer control records and accumulating the
               MOVE 'N' TO CE-Applied-Flag(TX)
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
      * refusing to post anything on a missing or mismatched control
       190-Verify-Controls.
           PERFORM 800-Write-Audit
           REWRITE Candy-Record
           MOVE 'Y' TO CE-Applied-Flag(TX)
           PERFORM 378-Write-Count-History
           PERFORM 380-Trim-Lots
           PERFORM 400-Add-To-Warehouse-Total
           ADD Variance-Units TO GT-Units
           ADD Variance-Dollars TO GT-Dollars
           WRITE Register-Line FROM Register-Detail-Line
               AFTER ADVANCING 1
           .
      * Appends the count just posted to the count history, with the
      * book figure it replaced
       378-Write-Count-History.
           MOVE Hold-Date TO CH-Count-Date
           MOVE CE-Warehouse(TX) TO CH-Warehouse
           MOVE CE-Vendor(TX) TO CH-Vendor
           MOVE CE-CandyID(TX) TO CH-CandyID
           MOVE CE-Sub(TX) TO CH-Sub
           MOVE CE-Quantity(TX) TO CH-Counted-Qty
           MOVE AH-Old-Stock TO CH-Book-Stock
           WRITE Count-History-Record
           .
      * Totals the lots held for the key just counted and, when they
      * come to more than the floor count, draws the excess off them
      * oldest-received first
       380-Trim-Lots.
           MOVE CE-Warehouse(TX) TO LH-Warehouse
           MOVE CE-Vendor(TX) TO LH-Vendor
           MOVE CE-CandyID(TX) TO LH-CandyID
           MOVE CE-Sub(TX) TO LH-Sub
           MOVE ZERO TO Lot-Key-Total
           PERFORM 385-Add-One-Lot
               VARYING LX FROM 1 BY 1
               UNTIL LX > Lot-Count
           IF Lot-Key-Total > CE-Quantity(TX) THEN
               ADD 1 TO Lots-Trimmed
               COMPUTE Lot-Draw-Qty =
                   Lot-Key-Total - CE-Quantity(TX)
               PERFORM 450-Draw-Down-Lots
           END-IF
           .
      * Adds a single lot's quantity to the key total when it
      * belongs to the key just counted
       385-Add-One-Lot.
           IF LE-Warehouse(LX) = LH-Warehouse
               AND LE-Vendor(LX) = LH-Vendor
               AND LE-CandyID(LX) = LH-CandyID
               AND LE-Sub(LX) = LH-Sub THEN
               ADD LE-Quantity(LX) TO Lot-Key-Total
           END-IF
           .
      * Rolls the variance just computed into its warehouse's totals,
      * starting a new table entry for a warehouse not seen before
       400-Add-To-Warehouse-Total.
               ADD Variance-Dollars TO WT-Dollars(WX)
           END-IF
           .
      * Draws Lot-Draw-Qty units off the lots for the key in
      * Lot-Key-Hold, oldest-received first, until the quantity is
      * covered or the key has no lot stock left.  Stock on hand from
      * before lots were kept has no lot and is simply not drawn.
       450-Draw-Down-Lots.
           MOVE 'N' TO Lot-Empty-Flag
           PERFORM 452-Draw-Oldest-Lot
               UNTIL Lot-Draw-Qty = ZERO OR Lots-Exhausted
           .
      * Takes as much as it can of the draw off the key's oldest lot
       452-Draw-Oldest-Lot.
           MOVE 'N' TO Lot-Found-Flag
           PERFORM 454-Check-One-Lot
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
       454-Check-One-Lot.
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
       460-Rewrite-Lot-File.
           IF Lot-Table-Fits THEN
               OPEN OUTPUT Lot-File
               IF Lot-Count > ZERO THEN
                   PERFORM 462-Write-One-Lot
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
       462-Write-One-Lot.
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
      * Prints the shrinkage totals by warehouse and the grand total
       500-Print-Shrinkage-Totals.
           WRITE Register-Line FROM Warehouse-Total-Heading
           MOVE Balance-Rejected TO RB-Rejected
           WRITE Register-Line FROM Run-Balance-Line
               AFTER ADVANCING 2
           IF NOT Control-Failed THEN
               IF Lot-Table-Fits THEN
                   MOVE Lots-Trimmed TO LB-Trimmed
                   MOVE Lots-Written TO LB-On-File
                   WRITE Register-Line FROM Lot-Balance-Line
                       AFTER ADVANCING 1
               ELSE
                   WRITE Register-Line FROM Lot-Skipped-Line
                       AFTER ADVANCING 1
               END-IF
           END-IF
           .
      * Writes the before/after image of the Sub entry just changed
      * to the shared change audit trail.  The caller loads the old
           CLOSE Candy-Inventory
           CLOSE Shrinkage-Register-File
           CLOSE Audit-File
           CLOSE Count-History
           STOP RUN
           .
