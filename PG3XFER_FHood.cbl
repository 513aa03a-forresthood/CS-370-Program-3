      *  anything posts: a CANDYXFR.TXT file date this program
      *  already posted is refused.  A completed run appends its own
      *  run-control record.
      *
      *  Stock moved also moves on the CANDYLOT.TXT lot file: the
      *  quantity comes off the sending key's lots oldest-received
      *  first, and each portion taken starts a lot at the receiving
      *  warehouse under the same received and best-by dates, so
      *  transferred stock keeps its age.
      *
      *  The stock moved carries its cost as well: the sending
      *  key's weighted-average unit cost on the CANDYCST cost master
      *  is blended into the receiving key's, so the receiving
      *  warehouse's average reflects what was actually paid.
      *
       ENVIRONMENT DIVISION.

               RECORD KEY IS WM-Warehouse-Code
               FILE STATUS IS WS-Warehouse-Status.

           SELECT OPTIONAL Cost-Master
               ASSIGN TO "CANDYCST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-Key
               FILE STATUS IS WS-Cost-Status.

           SELECT OPTIONAL Lot-File
               ASSIGN TO "CANDYLOT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Lot-Status.

       DATA DIVISION.
       FILE SECTION.


           COPY "WHSEMAST.CPY".

       FD  Cost-Master
           RECORD CONTAINS 31 CHARACTERS.

           COPY "CANDYCST.CPY".

       FD  Lot-File
           RECORD CONTAINS 30 CHARACTERS.

           COPY "CANDYLOT.CPY".

       WORKING-STORAGE SECTION.

       01  Flags-N-Switches.
           05 Accepted-Count                PIC 9(4)  VALUE ZERO.
           05 Rejected-Count                PIC 9(4)  VALUE ZERO.

      * Cost carried from the sending key to the receiving key
       01  Cost-Fields.
           05 WS-Cost-Status                PIC XX.
           05 Cost-Found-Flag               PIC X.
               88 Cost-Found                      VALUE 'Y'.
           05 Cost-Stock-Before             PIC 9(5)  VALUE ZERO.
           05 Carry-Cost-Hold               PIC 9(3)V9(4).

      * Stock lots loaded from CANDYLOT.TXT, moved between warehouses
      * for each transfer applied, and rewritten at end of run.  A file
      * that overruns the table stands the lot step down so it is
      * never rewritten short.
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
           05 Lots-Moved                    PIC 9(5)  VALUE ZERO.
           05 Lot-To-Warehouse              PIC X(4).

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
           05                    PIC X(2)  VALUE SPACES.
           05 BL3-Message        PIC X(30).

       01  Lot-Balance-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 LB-Title           PIC X(12) VALUE 'LOTS MOVED: '.
           05 LB-Moved           PIC ZZZZ9.
           05                    PIC X(3)  VALUE SPACES.
           05 LB-Title2          PIC X(14) VALUE 'LOTS ON FILE: '.
           05 LB-On-File         PIC ZZZZ9.

       01  Lot-Skipped-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 LS-Message         PIC X(47)
               VALUE '** LOT TABLE FULL - CANDYLOT.TXT NOT UPDATED **'.

       01  Control-Failure-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 CF-Message         PIC X(45)
                   AFTER ADVANCING 2
           ELSE
               PERFORM 200-Apply-Transfers
               PERFORM 450-Rewrite-Lot-File
               PERFORM 850-Write-Run-Control
           END-IF
           PERFORM 600-Print-Balance
           OPEN INPUT Transfer-Transactions
           OPEN OUTPUT Transfer-Register-File
           OPEN EXTEND Audit-File
           OPEN I-O Cost-Master
           ACCEPT WS-Current-Date FROM DATE
           MOVE WS-Month TO H2-Month
           MOVE WS-Day TO H2-Day
           PERFORM 175-Load-Transactions
           CLOSE Transfer-Transactions
           PERFORM 183-Load-Warehouses
           PERFORM 189-Load-Lots
           .
      * Reads the transfer transaction file into Transfer-Table,
      * noting the header and trailer control records and
               MOVE 'Y' TO Whse-Valid-Flag
           END-IF
           .
      * Reads the lot file into Lot-Table in file order.  Any record
      * past the table is counted, not dropped, so the lot step can
      * stand down rather than rewrite the file short.
       189-Load-Lots.
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
           MOVE CRD-Name(Sub) TO AH-Old-Name
           MOVE CRD-Stock(Sub) TO AH-Old-Stock
           MOVE CRD-Price(Sub) TO AH-Old-Price
           IF CRD-Stock(Sub) > ZERO THEN
               MOVE CRD-Stock(Sub) TO Cost-Stock-Before
           ELSE
               MOVE ZERO TO Cost-Stock-Before
           END-IF
           ADD TE-Quantity(TX) TO CRD-Stock(Sub)
           PERFORM 800-Write-Audit
           REWRITE Candy-Record
           REWRITE Candy-Record
           ADD TE-Quantity(TX) TO Total-Out
           ADD 1 TO Accepted-Count
           MOVE TE-From-Warehouse(TX) TO LH-Warehouse
           MOVE TE-Vendor(TX) TO LH-Vendor
           MOVE TE-CandyID(TX) TO LH-CandyID
           MOVE TE-Sub(TX) TO LH-Sub
           MOVE TE-To-Warehouse(TX) TO Lot-To-Warehouse
           MOVE TE-Quantity(TX) TO Lot-Draw-Qty
           PERFORM 400-Draw-Down-Lots
           PERFORM 430-Carry-Cost
           .
      * Prints one register line showing the transfer and whether it
      * was applied or why it was rejected
           WRITE Register-Line FROM Register-Detail-Line
               AFTER ADVANCING 1
           .
      * Draws Lot-Draw-Qty units off the lots for the key in
      * Lot-Key-Hold, oldest-received first, until the quantity is
      * covered or the key has no lot stock left.  Stock on hand from
      * before lots were kept has no lot and is simply not drawn.
       400-Draw-Down-Lots.
           MOVE 'N' TO Lot-Empty-Flag
           PERFORM 405-Draw-Oldest-Lot
               UNTIL Lot-Draw-Qty = ZERO OR Lots-Exhausted
           .
      * Takes as much as it can of the draw off the key's oldest lot
       405-Draw-Oldest-Lot.
           MOVE 'N' TO Lot-Found-Flag
           PERFORM 410-Check-One-Lot
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
               PERFORM 415-Move-Lot-Portion
           ELSE
               MOVE 'Y' TO Lot-Empty-Flag
           END-IF
           .
      * Notes a lot of the key in hand that still holds stock and
      * was received before the oldest found so far
       410-Check-One-Lot.
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
      * Starts a lot at the receiving warehouse for the portion just
      * taken off the sending lot, keeping its received and best-by
      * dates
       415-Move-Lot-Portion.
           IF Lot-Count < 2000 THEN
               ADD 1 TO Lot-Count
               ADD 1 TO Lots-Moved
               SET LX TO Lot-Count
               MOVE Lot-To-Warehouse TO LE-Warehouse(LX)
               MOVE LE-Vendor(LPX) TO LE-Vendor(LX)
               MOVE LE-CandyID(LPX) TO LE-CandyID(LX)
               MOVE LE-Sub(LPX) TO LE-Sub(LX)
               MOVE LE-Received-Date(LPX) TO LE-Received-Date(LX)
               MOVE LE-Best-By-Date(LPX) TO LE-Best-By-Date(LX)
               MOVE Lot-Take-Qty TO LE-Quantity(LX)
           ELSE
               ADD 1 TO Lot-Overflow-Count
           END-IF
           .
      * Blends the sending key's average unit cost into the
      * receiving key's for the quantity moved.  A sending key with
      * no cost on file leaves the receiving key's cost alone; a
      * receiving key with none takes the sending key's outright.
       430-Carry-Cost.
           MOVE TE-From-Warehouse(TX) TO CS-Warehouse
           MOVE TE-Vendor(TX) TO CS-Vendor
           MOVE TE-CandyID(TX) TO CS-CandyID
           MOVE TE-Sub(TX) TO CS-Sub
           MOVE 'N' TO Cost-Found-Flag
           READ Cost-Master
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO Cost-Found-Flag
                   MOVE CS-Avg-Cost TO Carry-Cost-Hold
           END-READ
           IF Cost-Found THEN
               MOVE TE-To-Warehouse(TX) TO CS-Warehouse
               READ Cost-Master
                   INVALID KEY
                       MOVE Carry-Cost-Hold TO CS-Avg-Cost
                       MOVE Carry-Cost-Hold TO CS-Last-Cost
                       MOVE Hold-Date TO CS-Last-Date
                       WRITE Cost-Record
                   NOT INVALID KEY
                       IF Cost-Stock-Before = ZERO THEN
                           MOVE Carry-Cost-Hold TO CS-Avg-Cost
                       ELSE
                           COMPUTE CS-Avg-Cost ROUNDED =
                               (Cost-Stock-Before * CS-Avg-Cost
                                + TE-Quantity(TX) * Carry-Cost-Hold)
                               / (Cost-Stock-Before + TE-Quantity(TX))
                       END-IF
                       REWRITE Cost-Record
               END-READ
           END-IF
           .
      * Rewrites the lot file fresh with every lot still holding
      * stock.  When the file overran the table the step stands
      * down and the file is left as it was.
       450-Rewrite-Lot-File.
           IF Lot-Table-Fits THEN
               OPEN OUTPUT Lot-File
               IF Lot-Count > ZERO THEN
                   PERFORM 455-Write-One-Lot
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
       455-Write-One-Lot.
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
      * Prints the balancing section proving total units out equals
      * total units in
       600-Print-Balance.
           MOVE Balance-Rejected TO RB-Rejected
           WRITE Register-Line FROM Run-Balance-Line
               AFTER ADVANCING 2
           IF NOT Control-Failed THEN
               IF Lot-Table-Fits THEN
                   MOVE Lots-Moved TO LB-Moved
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
           CLOSE Candy-Inventory
           CLOSE Transfer-Register-File
           CLOSE Audit-File
           CLOSE Cost-Master
           STOP RUN
           .
