      *  CandyID, the register's PO MATCH column flags over-shipments
      *  and short-shipments, and the line is closed once it fills.
      *  A receipt with no open line prints NO PO so the buyers see
      *  what arrived unordered.  Every receipt posted is also
      *  appended to the RCVHIST.TXT receipt history with the night
      *  it arrived, its unit cost, and the PO line it matched (or
      *  as a NO PO receipt), for PG3VSCR's vendor scorecard and
      *  PG3ACCT's receipt valuation.
      *
      *  After the receipts post, the CANDYBO.TXT open backorder
      *  file PG3SALE writes is worked oldest-first: each waiting
      *  with what is still owed.  A balancing line reports the
      *  backorders filled and the units still on backorder.
      *
      *  CANDYRCV.TXT is keyed off the packing slips or, for the
      *  vendors that send ship notices, built by PG3ASN.  It
      *  carries HDR0/TRL9 control records (file date; record count
      *  and quantity hash total).  The trailer is
      *  verified against what was actually read before anything is
      *  posted: on a missing or mismatched control the run stops
      *  with a control-failure message and the master is untouched.
      *  anything posts: a CANDYRCV.TXT file date this program
      *  already posted is refused.  A completed run appends its own
      *  run-control record.
      *
      *  Every receipt posted also starts a stock lot on the
      *  CANDYLOT.TXT lot file, dated the night it was received and
      *  carrying the best-by date off the receipt.  A receipt keyed
      *  without a best-by date gets the received date plus the
      *  default shelf life from the SHELFLIF.TXT parameter file (180
      *  days when the file is missing).  Backorders filled out of
      *  the new stock draw the key's lots down oldest-received
      *  first, the same way PG3SALE does.
      *
      *  Each receipt also carries the vendor's unit cost.  A
      *  costed receipt folds into the running weighted-average unit
      *  cost kept per Warehouse/Vendor/CandyID/Sub on the CANDYCST
      *  cost master - the stock already on hand at the old average
      *  plus the quantity received at the new cost - and the
      *  register closes with the night's receipts extended at cost.
      *  A receipt keyed with no cost leaves the average alone.
      *
       ENVIRONMENT DIVISION.

               RECORD KEY IS PO-Line-Key
               FILE STATUS IS WS-PO-Status.

           SELECT OPTIONAL Receipt-History
               ASSIGN TO "RCVHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL Backorder-File
               ASSIGN TO "CANDYBO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
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

           SELECT OPTIONAL Shelf-Life-File
               ASSIGN TO "SHELFLIF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Shelf-Life-Status.

       DATA DIVISION.
       FILE SECTION.

           COPY "CANDYREC.CPY".

       FD  Receipt-Transactions
           RECORD CONTAINS 29 CHARACTERS.

       01  Receipt-Record.
           05 RC-Warehouse                  PIC X(4).
           05 RC-CandyID                    PIC X(3).
           05 RC-Sub                        PIC 99.
           05 RC-Quantity                   PIC 9(5).
           05 RC-Best-By                    PIC 9(6).
           05 RC-Unit-Cost                  PIC 9(3)V99.

      * Control-record view of the same area: a header carries the
      * file date, a trailer the record count and quantity hash total
               88 Control-Trailer                 VALUE 'TRL9'.
           05 CT-Header-Data.
               10 CT-File-Date              PIC 9(6).
               10 FILLER                    PIC X(19).
           05 CT-Trailer-Data REDEFINES CT-Header-Data.
               10 CT-Count                  PIC 9(5).
               10 CT-Hash                   PIC 9(8).

           COPY "CANDYPO.CPY".

       FD  Receipt-History
           RECORD CONTAINS 50 CHARACTERS.

           COPY "RCVHIST.CPY".

       FD  Backorder-File
           RECORD CONTAINS 24 CHARACTERS.


           COPY "WHSEMAST.CPY".

       FD  Cost-Master
           RECORD CONTAINS 31 CHARACTERS.

           COPY "CANDYCST.CPY".

       FD  Lot-File
           RECORD CONTAINS 30 CHARACTERS.

           COPY "CANDYLOT.CPY".

       FD  Shelf-Life-File
           RECORD CONTAINS 3 CHARACTERS.

       01  Shelf-Life-Record.
           05 SF-Days                       PIC 9(3).

       WORKING-STORAGE SECTION.

       01  Flags-N-Switches.
               10 RE-CandyID                PIC X(3).
               10 RE-Sub                    PIC 99.
               10 RE-Quantity               PIC 9(5).
               10 RE-Best-By                PIC 9(6).
               10 RE-Unit-Cost              PIC 9(3)V99.
               10 RE-Applied-Flag           PIC X.
                   88 RE-Applied                  VALUE 'Y'.
           05 Receipt-Count                 PIC 9(4)  VALUE ZERO.
               10 BE-Sub                    PIC 99.
               10 BE-Quantity               PIC 9(5).

      * Weighted-average costing: the stock on hand before the
      * receipt in hand, and the night's receipts extended at cost
       01  Cost-Fields.
           05 WS-Cost-Status                PIC XX.
           05 Cost-Stock-Before             PIC 9(5)  VALUE ZERO.
           05 Received-Cost-Total           PIC 9(9)V99 VALUE ZERO.
           05 Uncosted-Count                PIC 9(5)  VALUE ZERO.

      * Stock lots loaded from CANDYLOT.TXT, added to for each
      * receipt posted, drawn down for each backorder filled, and
      * rewritten at end of run.  A file that overruns the table
      * stands the lot step down so it is never rewritten short.
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
           05 Lots-Created                  PIC 9(5)  VALUE ZERO.
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

      * Default shelf life for a receipt keyed with no best-by date
       01  Shelf-Life-Fields.
           05 WS-Shelf-Life-Status          PIC XX.
           05 Shelf-Life-EOF-Flag           PIC X  VALUE 'N'.
               88 No-More-Shelf-Life              VALUE 'Y'.
           05 Shelf-Life-Days               PIC 9(3)  VALUE 180.
           05 Best-By-Full                  PIC 9(8).

       01  WS-Current-Date.
           05  WS-Year                     PIC 99.
           05  WS-Month                    PIC 99.
           05 BS-Message2        PIC X(27)
               VALUE 'BACKORDERS NOT PROCESSED **'.

       01  Lot-Balance-Line.
           05                    PIC X(3)  VALUE SPACES.
           05 LB-Title           PIC X(14) VALUE 'LOTS CREATED: '.
           05 LB-Created         PIC ZZZZ9.
           05                    PIC X(3)  VALUE SPACES.
           05 LB-Title2          PIC X(14) VALUE 'LOTS ON FILE: '.
           05 LB-On-File         PIC ZZZZ9.

       01  Cost-Balance-Line.
           05                    PIC X(3)  VALUE SPACES.
           05 CB-Title           PIC X(18) VALUE 'RECEIVED AT COST: '.
           05 CB-Value           PIC ZZZ,ZZZ,ZZ9.99.
           05                    PIC X(3)  VALUE SPACES.
           05 CB-Title2          PIC X(17) VALUE 'RECEIPTS NO COST:'.
           05 CB-Uncosted        PIC ZZZZ9.

       01  Lot-Skipped-Line.
           05                    PIC X(3)  VALUE SPACES.
           05 LS-Message         PIC X(47)
               VALUE '** LOT TABLE FULL - CANDYLOT.TXT NOT UPDATED **'.

       PROCEDURE DIVISION.

       100-Main-Function.
           ELSE
               PERFORM 200-Update-Master
               PERFORM 430-Fill-Backorders
               PERFORM 470-Rewrite-Lot-File
               PERFORM 600-Print-Unmatched
               PERFORM 850-Write-Run-Control
           END-IF
           OPEN OUTPUT Receipt-Register-File
           OPEN EXTEND Audit-File
           OPEN I-O Open-PO-Master
           OPEN EXTEND Receipt-History
           OPEN I-O Cost-Master
           ACCEPT WS-Current-Date FROM DATE
           MOVE WS-Month TO H2-Month
           MOVE WS-Day TO H2-Day
               AFTER ADVANCING 2
           PERFORM 175-Load-Transactions
           CLOSE Receipt-Transactions
           PERFORM 160-Load-Shelf-Life
           PERFORM 185-Load-Backorders
           PERFORM 186-Load-Warehouses
           PERFORM 189-Load-Lots
           .
      * Reads the default shelf life in days from the SHELFLIF.TXT
      * parameter file, keeping the 180-day default when the file is
      * missing or holds no usable value
       160-Load-Shelf-Life.
           OPEN INPUT Shelf-Life-File
           IF WS-Shelf-Life-Status = '00' THEN
               PERFORM UNTIL No-More-Shelf-Life
                   READ Shelf-Life-File
                       AT END
                           MOVE 'Y' TO Shelf-Life-EOF-Flag
                       NOT AT END
                           IF SF-Days IS NUMERIC THEN
                               MOVE SF-Days TO Shelf-Life-Days
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Shelf-Life-File
           .
      * Reads the receipt transaction file into Receipt-Table, noting
      * the header and trailer control records and accumulating the
               MOVE RC-CandyID TO RE-CandyID(TX)
               MOVE RC-Sub TO RE-Sub(TX)
               MOVE RC-Quantity TO RE-Quantity(TX)
               MOVE RC-Best-By TO RE-Best-By(TX)
               MOVE RC-Unit-Cost TO RE-Unit-Cost(TX)
               MOVE 'N' TO RE-Applied-Flag(TX)
           END-IF
           .
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
      * refusing to post anything on a missing or mismatched control
       190-Verify-Controls.
           MOVE CRD-Name(Sub) TO AH-Old-Name
           MOVE CRD-Stock(Sub) TO AH-Old-Stock
           MOVE CRD-Price(Sub) TO AH-Old-Price
           IF CRD-Stock(Sub) > ZERO THEN
               MOVE CRD-Stock(Sub) TO Cost-Stock-Before
           ELSE
               MOVE ZERO TO Cost-Stock-Before
           END-IF
           ADD RE-Quantity(TX) TO CRD-Stock(Sub)
           PERFORM 800-Write-Audit
           REWRITE Candy-Record
           MOVE 'Y' TO RE-Applied-Flag(TX)
           PERFORM 380-Create-Lot
           PERFORM 390-Update-Average-Cost
           PERFORM 400-Match-Open-PO
           MOVE RE-Warehouse(TX) TO GL-Warehouse
           MOVE RE-Vendor(TX) TO GL-Vendor
           WRITE Register-Line FROM Register-Detail-Line
               AFTER ADVANCING 1
           .
      * Starts a lot for the receipt just posted, received tonight
      * and best-by the receipt's date, or tonight plus the default
      * shelf life when the receipt carries none
       380-Create-Lot.
           IF Lot-Count < 2000 THEN
               ADD 1 TO Lot-Count
               ADD 1 TO Lots-Created
               SET LX TO Lot-Count
               MOVE RE-Warehouse(TX) TO LE-Warehouse(LX)
               MOVE RE-Vendor(TX) TO LE-Vendor(LX)
               MOVE RE-CandyID(TX) TO LE-CandyID(LX)
               MOVE RE-Sub(TX) TO LE-Sub(LX)
               MOVE Hold-Date TO LE-Received-Date(LX)
               IF RE-Best-By(TX) IS NUMERIC
                   AND RE-Best-By(TX) > ZERO THEN
                   MOVE RE-Best-By(TX) TO LE-Best-By-Date(LX)
               ELSE
                   COMPUTE Best-By-Full = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (20000000 + Hold-Date)
                        + Shelf-Life-Days)
                   COMPUTE LE-Best-By-Date(LX) =
                       Best-By-Full - 20000000
               END-IF
               MOVE RE-Quantity(TX) TO LE-Quantity(LX)
           ELSE
               ADD 1 TO Lot-Overflow-Count
           END-IF
           .
      * Folds the receipt just posted into its key's weighted-average
      * unit cost: the stock on hand before the receipt at the old
      * average plus the quantity received at the receipt's cost.  A
      * key with no cost on file, or no stock before the receipt,
      * takes the receipt's cost outright.
       390-Update-Average-Cost.
           IF RE-Unit-Cost(TX) IS NUMERIC
               AND RE-Unit-Cost(TX) > ZERO THEN
               COMPUTE Received-Cost-Total = Received-Cost-Total
                   + RE-Quantity(TX) * RE-Unit-Cost(TX)
               MOVE RE-Warehouse(TX) TO CS-Warehouse
               MOVE RE-Vendor(TX) TO CS-Vendor
               MOVE RE-CandyID(TX) TO CS-CandyID
               MOVE RE-Sub(TX) TO CS-Sub
               READ Cost-Master
                   INVALID KEY
                       MOVE RE-Unit-Cost(TX) TO CS-Avg-Cost
                       MOVE RE-Unit-Cost(TX) TO CS-Last-Cost
                       MOVE Hold-Date TO CS-Last-Date
                       WRITE Cost-Record
                   NOT INVALID KEY
                       IF Cost-Stock-Before = ZERO THEN
                           MOVE RE-Unit-Cost(TX) TO CS-Avg-Cost
                       ELSE
                           COMPUTE CS-Avg-Cost ROUNDED =
                               (Cost-Stock-Before * CS-Avg-Cost
                                + RE-Quantity(TX) * RE-Unit-Cost(TX))
                               / (Cost-Stock-Before + RE-Quantity(TX))
                       END-IF
                       MOVE RE-Unit-Cost(TX) TO CS-Last-Cost
                       MOVE Hold-Date TO CS-Last-Date
                       REWRITE Cost-Record
               END-READ
           ELSE
               ADD 1 TO Uncosted-Count
           END-IF
           .
      * Matches the receipt just posted against the open-PO line for
      * its Warehouse/Vendor/CandyID: the received quantity goes onto
      * the line, a short-shipment leaves it open, and a line that
      * fills (or over-fills) is closed.  The note set here prints in
      * the register's PO MATCH column.  The receipt then goes on
      * the receipt history either way.
       400-Match-Open-PO.
           MOVE SPACES TO PO-Note-Hold
           MOVE 'N' TO RH-Match-Flag
           MOVE RE-Warehouse(TX) TO PO-Warehouse
           MOVE RE-Vendor(TX) TO PO-Vendor
           MOVE RE-CandyID(TX) TO PO-CandyID
               NOT INVALID KEY
                   IF PO-Line-Open THEN
                       PERFORM 425-Fill-PO-Line
                       MOVE 'M' TO RH-Match-Flag
                   ELSE
                       MOVE 'NO PO' TO PO-Note-Hold
                   END-IF
           END-READ
           PERFORM 427-Write-Receipt-History
           .
      * Adds the received quantity to the open line, flags an over-
      * or short-shipment, and closes the line once it has filled
           END-EVALUATE
           REWRITE Open-PO-Record
           .
      * Appends the receipt just posted to the receipt history,
      * carrying its unit cost and the PO line it filled, or zeros
      * for a NO PO receipt
       427-Write-Receipt-History.
           MOVE Hold-Date TO RH-Receipt-Date
           MOVE RE-Warehouse(TX) TO RH-Warehouse
           MOVE RE-Vendor(TX) TO RH-Vendor
           MOVE RE-CandyID(TX) TO RH-CandyID
           MOVE RE-Sub(TX) TO RH-Sub
           MOVE RE-Quantity(TX) TO RH-Quantity
           IF RE-Unit-Cost(TX) IS NUMERIC THEN
               MOVE RE-Unit-Cost(TX) TO RH-Unit-Cost
           ELSE
               MOVE ZEROS TO RH-Unit-Cost
           END-IF
           IF RH-PO-Matched THEN
               MOVE PO-Number TO RH-PO-Number
               MOVE PO-Order-Date TO RH-Order-Date
               MOVE PO-Ordered-Qty TO RH-Ordered-Qty
               MOVE PO-Received-Qty TO RH-Line-Received
           ELSE
               MOVE ZEROS TO RH-PO-Number
               MOVE ZEROS TO RH-Order-Date
               MOVE ZEROS TO RH-Ordered-Qty
               MOVE ZEROS TO RH-Line-Received
           END-IF
           WRITE Receipt-History-Record
           .
      * Works the open backorders oldest-first against the stock now
      * on the master, then rewrites the backorder file with what is
      * still owed.  When the file overran the table, the whole step
           SUBTRACT BO-Fill-Qty FROM CRD-Stock(Sub)
           PERFORM 800-Write-Audit
           REWRITE Candy-Record
           MOVE BE-Warehouse(BX) TO LH-Warehouse
           MOVE BE-Vendor(BX) TO LH-Vendor
           MOVE BE-CandyID(BX) TO LH-CandyID
           MOVE BE-Sub(BX) TO LH-Sub
           MOVE BO-Fill-Qty TO Lot-Draw-Qty
           PERFORM 460-Draw-Down-Lots
           SUBTRACT BO-Fill-Qty FROM BE-Quantity(BX)
           ADD BO-Fill-Qty TO BO-Filled-Units
           IF BE-Quantity(BX) = ZERO THEN
               WRITE Backorder-Record
           END-IF
           .
      * Draws Lot-Draw-Qty units off the lots for the key in
      * Lot-Key-Hold, oldest-received first, until the quantity is
      * covered or the key has no lot stock left.  Stock on hand from
      * before lots were kept has no lot and is simply not drawn.
       460-Draw-Down-Lots.
           MOVE 'N' TO Lot-Empty-Flag
           PERFORM 462-Draw-Oldest-Lot
               UNTIL Lot-Draw-Qty = ZERO OR Lots-Exhausted
           .
      * Takes as much as it can of the draw off the key's oldest lot
       462-Draw-Oldest-Lot.
           MOVE 'N' TO Lot-Found-Flag
           PERFORM 464-Check-One-Lot
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
       464-Check-One-Lot.
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
       470-Rewrite-Lot-File.
           IF Lot-Table-Fits THEN
               OPEN OUTPUT Lot-File
               IF Lot-Count > ZERO THEN
                   PERFORM 472-Write-One-Lot
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
       472-Write-One-Lot.
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
      * Prints the section listing every receipt that matched no
      * master record, so the clerk can chase down the keying error
       600-Print-Unmatched.
               WRITE Register-Line FROM Backorder-Skipped-Line
                   AFTER ADVANCING 1
           END-IF
           IF NOT Control-Failed THEN
               MOVE Received-Cost-Total TO CB-Value
               MOVE Uncosted-Count TO CB-Uncosted
               WRITE Register-Line FROM Cost-Balance-Line
                   AFTER ADVANCING 1
               IF Lot-Table-Fits THEN
                   MOVE Lots-Created TO LB-Created
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
           CLOSE Receipt-Register-File
           CLOSE Audit-File
           CLOSE Open-PO-Master
           CLOSE Receipt-History
           CLOSE Cost-Master
           STOP RUN
           .
