       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PG3SEAS.
       AUTHOR.         Forrest Hood.
      *
      *  Monthly seasonal demand report, run in the first days of
      *  the month.  PG3VELO's flat 30-day average misses the swings
      *  around Halloween, Christmas, Valentine's and Easter, so this
      *  report works from the SALEHIST.TXT sales history month by
      *  month instead.  The first part totals the units sold in
      *  each of the last twelve complete months for every warehouse
      *  and candy type (named from the SIZETYPE type table), beside
      *  the same month a year earlier and the percent change.  Sales
      *  for a key no longer on the CANDYMST candy master are shown
      *  under NOT ON MST.
      *
      *  The second part is the pre-season buy list.  For every
      *  Warehouse/Vendor/CandyID/Sub on the master it projects this
      *  month's and the next two months' demand from the same three
      *  months last year, scaled by the item's trend - its units
      *  over the last twelve months against the twelve before that
      *  (no trend when there are no sales a year back).  Current
      *  CRD-Stock plus the quantity still open on the CANDYPO
      *  open-PO master covers the projection; since a PO line is
      *  kept per Warehouse/Vendor/CandyID, its open quantity goes
      *  to the candy's Subs in order until it runs out.  Any item
      *  whose projection is more than its cover is listed with the
      *  units short, to buy ahead of the season.
      *
      *  Two years of history are needed for the comparison; PG3ARCH
      *  never archives SALEHIST.TXT past the first of the run month
      *  two years back, so every month compared is whole.
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL Sales-History
               ASSIGN TO "SALEHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-History-Status.

           SELECT Candy-Inventory
               ASSIGN TO "CANDYMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-Key.

           SELECT OPTIONAL Open-PO-Master
               ASSIGN TO "CANDYPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-Line-Key
               FILE STATUS IS WS-PO-Status.

           SELECT Seasonal-Report-File
               ASSIGN TO PRINTER "Seasonal Sales Report".

       DATA DIVISION.
       FILE SECTION.

       FD  Sales-History
           RECORD CONTAINS 24 CHARACTERS.

       01  Sales-History-Record.
           05 HS-Date                       PIC 9(6).
           05 HS-Warehouse                  PIC X(4).
           05 HS-Vendor                     PIC X(4).
           05 HS-CandyID                    PIC X(3).
           05 HS-Sub                        PIC 99.
           05 HS-Quantity                   PIC 9(5).

       FD  Candy-Inventory
           RECORD CONTAINS 416 CHARACTERS.

           COPY "CANDYREC.CPY".

       FD  Open-PO-Master
           RECORD CONTAINS 32 CHARACTERS.

           COPY "CANDYPO.CPY".

       FD  Seasonal-Report-File
           RECORD CONTAINS 80 CHARACTERS.

       01  Report-Line                      PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "SIZETYPE.CPY".

       01  Flags-N-Switches.
           05 History-EOF-Flag              PIC X  VALUE 'N'.
               88 No-More-History                 VALUE 'Y'.
           05 Master-EOF-Flag               PIC X  VALUE 'N'.
               88 No-More-Master                  VALUE 'Y'.
           05 PO-EOF-Flag                   PIC X  VALUE 'N'.
               88 No-More-PO-Lines                VALUE 'Y'.
           05 WS-History-Status             PIC XX.
           05 WS-PO-Status                  PIC XX.
           05 Sub                           PIC 99.
           05 Key-Found-Flag                PIC X.
               88 Key-On-File                     VALUE 'Y'.

      * Months are numbered year times twelve plus month, so a
      * record's age in months is the run month's number less its
      * own: 1 to 12 is the last twelve complete months, 13 to 24
      * the twelve before that
       01  Month-Controls.
           05 Run-Month-No                  PIC S9(5).
           05 Sale-Month-No                 PIC S9(5).
           05 Sale-Age                      PIC S9(5).
           05 Age-Sub                       PIC 99.
           05 Prior-Age-Sub                 PIC 99.
           05 Label-Month-No                PIC S9(5).
           05 Label-Year                    PIC 9(3).
           05 Label-Month-Rem               PIC 99.
           05 History-Read-Count            PIC 9(7)  VALUE ZERO.
           05 History-Used-Count            PIC 9(7)  VALUE ZERO.
           05 Not-On-Master-Count           PIC 9(7)  VALUE ZERO.
           05 Item-Overflow-Count           PIC 9(7)  VALUE ZERO.

       01  Date-Split-Hold                 PIC 9(6).
       01  Date-Split REDEFINES Date-Split-Hold.
           05  DS-Year                     PIC 99.
           05  DS-Month                    PIC 99.
           05  DS-Day                      PIC 99.

      * Every Sub in use on the master, in key order, followed by any
      * key sold in the last two years that is no longer on it, with
      * units sold by month of age
       01  Item-Controls.
           05 Item-Count                    PIC 9(4)  VALUE ZERO.
           05 Master-Item-Count             PIC 9(4)  VALUE ZERO.

       01  Item-Table.
           05 Item-Entry OCCURS 2000 TIMES INDEXED BY ITX.
               10 IT-Warehouse              PIC X(4).
               10 IT-Vendor                 PIC X(4).
               10 IT-CandyID                PIC X(3).
               10 IT-Sub                    PIC 99.
               10 IT-Name                   PIC X(15).
               10 IT-Type                   PIC XX.
               10 IT-Stock                  PIC S9(4).
               10 IT-On-Master-Flag         PIC X.
                   88 IT-On-Master                VALUE 'Y'.
               10 IT-Month-Qty              PIC 9(6)
                                            OCCURS 24 TIMES.

      * Units by warehouse and candy type, by month of age
       01  Month-Total-Controls.
           05 Month-Total-Count             PIC 9(3)  VALUE ZERO.
           05 Month-Total-Overflow          PIC 9(5)  VALUE ZERO.
           05 Group-Type-Hold               PIC XX.

       01  Month-Total-Table.
           05 Month-Total-Entry OCCURS 150 TIMES INDEXED BY MTX, MTY.
               10 MT-Sort-Key.
                   15 MT-Warehouse          PIC X(4).
                   15 MT-Type               PIC XX.
               10 MT-Month-Qty              PIC 9(7)
                                            OCCURS 24 TIMES.

       01  Month-Total-Swap-Hold            PIC X(174).

      * Open quantity on the open-PO master by Warehouse/Vendor/
      * CandyID
       01  Open-PO-Controls.
           05 Open-PO-Count                 PIC 9(4)  VALUE ZERO.
           05 Open-PO-Overflow              PIC 9(5)  VALUE ZERO.

       01  Open-PO-Table.
           05 Open-PO-Entry OCCURS 1000 TIMES INDEXED BY OPX.
               10 OP-Warehouse              PIC X(4).
               10 OP-Vendor                 PIC X(4).
               10 OP-CandyID                PIC X(3).
               10 OP-Open-Qty               PIC 9(5).

      * Projection and buy-list working fields
       01  Projection-Fields.
           05 PO-Key-Hold.
               10 PK-Warehouse              PIC X(4).
               10 PK-Vendor                 PIC X(4).
               10 PK-CandyID                PIC X(3).
           05 On-Order-Left                 PIC 9(7).
           05 On-Order-Used                 PIC 9(7).
           05 This-Year-Units               PIC 9(8).
           05 Last-Year-Units               PIC 9(8).
           05 Trend-Factor                  PIC 9(3)V9(4).
           05 Projected-Qty                 PIC 9(7)
                                            OCCURS 3 TIMES.
           05 Projected-Total               PIC 9(8).
           05 Shortfall-Qty                 PIC S9(8).
           05 Buy-Qty                       PIC 9(8).
           05 Buy-Item-Count                PIC 9(5)  VALUE ZERO.
           05 Buy-Unit-Total                PIC 9(9)  VALUE ZERO.
           05 Project-Sub                   PIC 9.
           05 Change-Percent                PIC S9(7)V9.
           05 Change-Edit                   PIC Z,ZZZ,ZZ9.9-.
           05 Group-This-Total              PIC 9(8).
           05 Group-Last-Total              PIC 9(8).
           05 Warehouse-Break-Hold          PIC X(4).

       01  WS-Current-Date.
           05  WS-Year                     PIC 99.
           05  WS-Month                    PIC 99.
           05  WS-Day                      PIC 99.

      **************        OUTPUT AREA        ********************

       01  Heading-One.
           05                    PIC X(31)  VALUE SPACES.
           05 H1-Title           PIC X(18)  VALUE 'GLENCOE CANDY, LTD'.
           05                    PIC X(16)  VALUE SPACES.

       01  Heading-Two.
           05                    PIC X(7)  VALUE SPACES.
           05  H2-Date.
               10  H2-Month                PIC Z9.
               10                          PIC X    VALUE '/'.
               10  H2-Day                  PIC 99.
               10                          PIC X    VALUE '/'.
               10                          PIC XX   VALUE'20'.
               10  H2-Year                 PIC 99.
           05                    PIC X(15) VALUE SPACES.
           05 H2-Title           PIC X(29)
               VALUE 'SEASONAL SALES - YEAR ON YEAR'.

       01  Warehouse-Title-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 WT-Title           PIC X(11) VALUE 'WAREHOUSE: '.
           05 WT-Warehouse       PIC X(4).

       01  Type-Title-Line.
           05                    PIC X(4)  VALUE SPACES.
           05 TT-Title           PIC X(6)  VALUE 'TYPE: '.
           05 TT-Type            PIC XX.
           05                    PIC X(2)  VALUE SPACES.
           05 TT-Description     PIC X(10).

       01  Month-Heading.
           05                    PIC X(6)  VALUE SPACES.
           05 MH-Month           PIC X(5)  VALUE 'MONTH'.
           05                    PIC X(5)  VALUE SPACES.
           05 MH-This            PIC X(9)  VALUE 'THIS YEAR'.
           05                    PIC X(4)  VALUE SPACES.
           05 MH-Last            PIC X(9)  VALUE 'LAST YEAR'.
           05                    PIC X(6)  VALUE SPACES.
           05 MH-Change          PIC X(8)  VALUE 'CHANGE %'.

       01  Month-Detail-Line.
           05                    PIC X(6)  VALUE SPACES.
           05 MD-Month           PIC X(5).
           05                    PIC X(5)  VALUE SPACES.
           05 MD-This            PIC Z,ZZZ,ZZ9.
           05                    PIC X(4)  VALUE SPACES.
           05 MD-Last            PIC Z,ZZZ,ZZ9.
           05                    PIC X(3)  VALUE SPACES.
           05 MD-Change          PIC X(12).

       01  Month-Total-Line.
           05                    PIC X(6)  VALUE SPACES.
           05 MS-Title           PIC X(5)  VALUE 'TOTAL'.
           05                    PIC X(4)  VALUE SPACES.
           05 MS-This            PIC ZZ,ZZZ,ZZ9.
           05                    PIC X(3)  VALUE SPACES.
           05 MS-Last            PIC ZZ,ZZZ,ZZ9.
           05                    PIC X(3)  VALUE SPACES.
           05 MS-Change          PIC X(12).

       01  Month-Label.
           05 ML-Month           PIC 99.
           05                    PIC X     VALUE '/'.
           05 ML-Year            PIC 99.

       01  History-None-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 HN-Message         PIC X(38)
               VALUE 'NO SALES HISTORY IN THE LAST 24 MONTHS'.

       01  History-Balance-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 HB-Title           PIC X(19) VALUE 'HISTORY RECORDS:   '.
           05 HB-Read            PIC Z,ZZZ,ZZ9.
           05                    PIC X(3)  VALUE SPACES.
           05 HB-Title2          PIC X(11) VALUE 'IN WINDOW: '.
           05 HB-Used            PIC Z,ZZZ,ZZ9.
           05                    PIC X(3)  VALUE SPACES.
           05 HB-Title3          PIC X(11) VALUE 'NOT ON MST:'.
           05 HB-Not-On-Master   PIC Z,ZZZ,ZZ9.

       01  Overflow-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 OV-Message         PIC X(40).
           05 OV-Count           PIC Z,ZZZ,ZZ9.

       01  Buy-Title-Line.
           05                    PIC X(7)  VALUE SPACES.
           05 BT-Title           PIC X(37)
               VALUE 'PRE-SEASON BUY LIST - PROJECTED FOR '.
           05 BT-Month-1         PIC X(5).
           05 BT-Title2          PIC X(3)  VALUE ' - '.
           05 BT-Month-3         PIC X(5).

       01  Buy-Heading.
           05                    PIC X(1)  VALUE SPACES.
           05 BH-WH              PIC X(4)  VALUE 'WHSE'.
           05                    PIC X(1)  VALUE SPACES.
           05 BH-Vendor          PIC X(4)  VALUE 'VEND'.
           05                    PIC X(1)  VALUE SPACES.
           05 BH-Candy           PIC X(3)  VALUE 'CDY'.
           05                    PIC X(1)  VALUE SPACES.
           05 BH-Sub             PIC X(2)  VALUE 'SB'.
           05                    PIC X(1)  VALUE SPACES.
           05 BH-Name            PIC X(15) VALUE 'NAME'.
           05                    PIC X(2)  VALUE SPACES.
           05 BH-Month-1         PIC X(5).
           05                    PIC X(2)  VALUE SPACES.
           05 BH-Month-2         PIC X(5).
           05                    PIC X(2)  VALUE SPACES.
           05 BH-Month-3         PIC X(5).
           05                    PIC X(1)  VALUE SPACES.
           05 BH-Stock           PIC X(5)  VALUE 'STOCK'.
           05                    PIC X(2)  VALUE SPACES.
           05 BH-On-Order        PIC X(5)  VALUE 'ON PO'.
           05                    PIC X(4)  VALUE SPACES.
           05 BH-Buy             PIC X(3)  VALUE 'BUY'.

       01  Buy-Detail-Line.
           05                    PIC X(1)  VALUE SPACES.
           05 BD-Warehouse       PIC X(4).
           05                    PIC X(1)  VALUE SPACES.
           05 BD-Vendor          PIC X(4).
           05                    PIC X(1)  VALUE SPACES.
           05 BD-Candy           PIC X(3).
           05                    PIC X(1)  VALUE SPACES.
           05 BD-Sub             PIC 99.
           05                    PIC X(1)  VALUE SPACES.
           05 BD-Name            PIC X(15).
           05                    PIC X(1)  VALUE SPACES.
           05 BD-Month-1         PIC ZZ,ZZ9.
           05                    PIC X(1)  VALUE SPACES.
           05 BD-Month-2         PIC ZZ,ZZ9.
           05                    PIC X(1)  VALUE SPACES.
           05 BD-Month-3         PIC ZZ,ZZ9.
           05                    PIC X(1)  VALUE SPACES.
           05 BD-Stock           PIC ZZZ9-.
           05                    PIC X(1)  VALUE SPACES.
           05 BD-On-Order        PIC ZZ,ZZ9.
           05                    PIC X(1)  VALUE SPACES.
           05 BD-Buy             PIC ZZ,ZZ9.

       01  Buy-None-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 BN-Message         PIC X(42)
               VALUE 'PROJECTED DEMAND IS COVERED FOR EVERY ITEM'.

       01  Buy-Total-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 BL-Title           PIC X(14) VALUE 'ITEMS TO BUY: '.
           05 BL-Items           PIC ZZ,ZZ9.
           05                    PIC X(3)  VALUE SPACES.
           05 BL-Title2          PIC X(13) VALUE 'UNITS TO BUY:'.
           05 BL-Units           PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       100-Main-Function.
           PERFORM 150-Housekeeping
           PERFORM 200-Load-Master-Items
           PERFORM 250-Load-Sales-History
           PERFORM 300-Load-Open-POs
           PERFORM 400-Build-Month-Totals
           PERFORM 500-Order-Month-Totals
           PERFORM 700-Print-Month-Totals
           PERFORM 800-Print-Buy-List
           PERFORM 900-End-Function
           .
      * Opens the report and numbers the run month
       150-Housekeeping.
           OPEN OUTPUT Seasonal-Report-File
           ACCEPT WS-Current-Date FROM DATE
           MOVE WS-Month TO H2-Month
           MOVE WS-Day TO H2-Day
           MOVE WS-Year TO H2-Year
           COMPUTE Run-Month-No = (WS-Year * 12) + WS-Month - 1
           .
      * Reads the master in key order, building an item entry for
      * every Sub in use
       200-Load-Master-Items.
           OPEN INPUT Candy-Inventory
           PERFORM UNTIL No-More-Master
               READ Candy-Inventory
                   AT END
                      MOVE 'Y' TO Master-EOF-Flag
                   NOT AT END
                      MOVE 1 TO Sub
                      PERFORM 225-Load-One-Sub UNTIL Sub > 15
               END-READ
           END-PERFORM
           CLOSE Candy-Inventory
           MOVE Item-Count TO Master-Item-Count
           .
      * Builds the item entry for one Sub of the master record in
      * hand
       225-Load-One-Sub.
           IF CRD-Size(Sub) NOT = SPACES THEN
               IF Item-Count < 2000 THEN
                   ADD 1 TO Item-Count
                   SET ITX TO Item-Count
                   MOVE CR-Warehouse TO IT-Warehouse(ITX)
                   MOVE CR-Vendor TO IT-Vendor(ITX)
                   MOVE CR-CandyID TO IT-CandyID(ITX)
                   MOVE Sub TO IT-Sub(ITX)
                   MOVE CRD-Name(Sub) TO IT-Name(ITX)
                   MOVE CRD-Type(Sub) TO IT-Type(ITX)
                   IF CRD-Stock(Sub) IS NUMERIC THEN
                       MOVE CRD-Stock(Sub) TO IT-Stock(ITX)
                   ELSE
                       MOVE ZERO TO IT-Stock(ITX)
                   END-IF
                   MOVE 'Y' TO IT-On-Master-Flag(ITX)
                   PERFORM 230-Clear-Item-Months
                       VARYING Age-Sub FROM 1 BY 1
                       UNTIL Age-Sub > 24
               ELSE
                   ADD 1 TO Item-Overflow-Count
               END-IF
           END-IF
           ADD 1 TO Sub
           .
      * Zeroes one month of the item entry at ITX
       230-Clear-Item-Months.
           MOVE ZERO TO IT-Month-Qty(ITX, Age-Sub)
           .
      * Reads the sales history, adding each record from the last
      * 24 complete months to its item's month
       250-Load-Sales-History.
           OPEN INPUT Sales-History
           IF WS-History-Status = '00' THEN
               PERFORM UNTIL No-More-History
                   READ Sales-History
                       AT END
                           MOVE 'Y' TO History-EOF-Flag
                       NOT AT END
                           ADD 1 TO History-Read-Count
                           PERFORM 260-Age-One-Sale
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Sales-History
           .
      * Works out the record's age in months and, inside the window,
      * adds it to its item, starting an entry for a key no longer
      * on the master
       260-Age-One-Sale.
           MOVE HS-Date TO Date-Split-Hold
           COMPUTE Sale-Month-No = (DS-Year * 12) + DS-Month - 1
           COMPUTE Sale-Age = Run-Month-No - Sale-Month-No
           IF Sale-Age NOT < 1 AND Sale-Age NOT > 24 THEN
               ADD 1 TO History-Used-Count
               MOVE Sale-Age TO Age-Sub
               MOVE 'N' TO Key-Found-Flag
               PERFORM 270-Add-To-Item
                   VARYING ITX FROM 1 BY 1
                   UNTIL ITX > Item-Count
               IF NOT Key-On-File THEN
                   ADD 1 TO Not-On-Master-Count
                   PERFORM 280-Add-Sold-Key
               END-IF
           END-IF
           .
      * Adds the record in hand to a single item entry if the keys
      * match
       270-Add-To-Item.
           IF NOT Key-On-File
               AND IT-Warehouse(ITX) = HS-Warehouse
               AND IT-Vendor(ITX) = HS-Vendor
               AND IT-CandyID(ITX) = HS-CandyID
               AND IT-Sub(ITX) = HS-Sub THEN
               MOVE 'Y' TO Key-Found-Flag
               ADD HS-Quantity TO IT-Month-Qty(ITX, Age-Sub)
           END-IF
           .
      * Starts an item entry for a key sold but not on the master,
      * so its units still reach the warehouse and type totals
       280-Add-Sold-Key.
           IF Item-Count < 2000 THEN
               ADD 1 TO Item-Count
               SET ITX TO Item-Count
               MOVE HS-Warehouse TO IT-Warehouse(ITX)
               MOVE HS-Vendor TO IT-Vendor(ITX)
               MOVE HS-CandyID TO IT-CandyID(ITX)
               MOVE HS-Sub TO IT-Sub(ITX)
               MOVE SPACES TO IT-Name(ITX)
               MOVE SPACES TO IT-Type(ITX)
               MOVE ZERO TO IT-Stock(ITX)
               MOVE 'N' TO IT-On-Master-Flag(ITX)
               PERFORM 230-Clear-Item-Months
                   VARYING Age-Sub FROM 1 BY 1
                   UNTIL Age-Sub > 24
               MOVE Sale-Age TO Age-Sub
               ADD HS-Quantity TO IT-Month-Qty(ITX, Age-Sub)
           ELSE
               ADD 1 TO Item-Overflow-Count
           END-IF
           .
      * Reads the open-PO master, keeping the quantity still open on
      * each open line
       300-Load-Open-POs.
           OPEN INPUT Open-PO-Master
           IF WS-PO-Status = '00' THEN
               PERFORM UNTIL No-More-PO-Lines
                   READ Open-PO-Master
                       AT END
                           MOVE 'Y' TO PO-EOF-Flag
                       NOT AT END
                           IF PO-Line-Open
                               AND PO-Ordered-Qty > PO-Received-Qty
                               THEN
                               PERFORM 325-Load-One-PO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Open-PO-Master
           .
      * Loads a single open line's quantity still to come
       325-Load-One-PO.
           IF Open-PO-Count < 1000 THEN
               ADD 1 TO Open-PO-Count
               SET OPX TO Open-PO-Count
               MOVE PO-Warehouse TO OP-Warehouse(OPX)
               MOVE PO-Vendor TO OP-Vendor(OPX)
               MOVE PO-CandyID TO OP-CandyID(OPX)
               COMPUTE OP-Open-Qty(OPX) =
                   PO-Ordered-Qty - PO-Received-Qty
           ELSE
               ADD 1 TO Open-PO-Overflow
           END-IF
           .
      * Rolls every item's months up into its warehouse and type
       400-Build-Month-Totals.
           IF Item-Count > ZERO THEN
               PERFORM 425-Add-Item-To-Totals
                   VARYING ITX FROM 1 BY 1
                   UNTIL ITX > Item-Count
           END-IF
           .
      * Finds or starts the warehouse-and-type entry for the item at
      * ITX and adds its months in.  A key not on the master has no
      * type and totals under the blank type.
       425-Add-Item-To-Totals.
           IF IT-On-Master(ITX) THEN
               MOVE IT-Type(ITX) TO Group-Type-Hold
           ELSE
               MOVE SPACES TO Group-Type-Hold
           END-IF
           MOVE 'N' TO Key-Found-Flag
           PERFORM 430-Check-One-Total
               VARYING MTX FROM 1 BY 1
               UNTIL MTX > Month-Total-Count OR Key-On-File
           IF Key-On-File THEN
               SET MTX DOWN BY 1
           ELSE
               IF Month-Total-Count < 150 THEN
                   ADD 1 TO Month-Total-Count
                   SET MTX TO Month-Total-Count
                   MOVE IT-Warehouse(ITX) TO MT-Warehouse(MTX)
                   MOVE Group-Type-Hold TO MT-Type(MTX)
                   PERFORM 435-Clear-Total-Month
                       VARYING Age-Sub FROM 1 BY 1
                       UNTIL Age-Sub > 24
                   MOVE 'Y' TO Key-Found-Flag
               ELSE
                   ADD 1 TO Month-Total-Overflow
               END-IF
           END-IF
           IF Key-On-File THEN
               PERFORM 440-Add-One-Month
                   VARYING Age-Sub FROM 1 BY 1
                   UNTIL Age-Sub > 24
           END-IF
           .
      * Notes when the entry at MTX is the item's warehouse and type
       430-Check-One-Total.
           IF MT-Warehouse(MTX) = IT-Warehouse(ITX)
               AND MT-Type(MTX) = Group-Type-Hold THEN
               MOVE 'Y' TO Key-Found-Flag
           END-IF
           .
      * Zeroes one month of the total entry at MTX
       435-Clear-Total-Month.
           MOVE ZERO TO MT-Month-Qty(MTX, Age-Sub)
           .
      * Adds one month of the item at ITX to the total entry at MTX
       440-Add-One-Month.
           ADD IT-Month-Qty(ITX, Age-Sub) TO MT-Month-Qty(MTX, Age-Sub)
           .
      * Orders the warehouse-and-type totals by warehouse, then type
       500-Order-Month-Totals.
           IF Month-Total-Count > 1 THEN
               PERFORM 525-Select-Lowest
                   VARYING MTX FROM 1 BY 1
                   UNTIL MTX NOT < Month-Total-Count
           END-IF
           .
      * Swaps the lowest warehouse and type remaining into position
      * MTX
       525-Select-Lowest.
           SET MTY TO MTX
           SET MTY UP BY 1
           PERFORM 550-Compare-One-Entry
               UNTIL MTY > Month-Total-Count
           .
      * Compares one later entry against position MTX, swapping when
      * the later entry sorts ahead of it
       550-Compare-One-Entry.
           IF MT-Sort-Key(MTY) < MT-Sort-Key(MTX) THEN
               MOVE Month-Total-Entry(MTX) TO Month-Total-Swap-Hold
               MOVE Month-Total-Entry(MTY) TO Month-Total-Entry(MTX)
               MOVE Month-Total-Swap-Hold TO Month-Total-Entry(MTY)
           END-IF
           SET MTY UP BY 1
           .
      * Prints the monthly units for each warehouse and type against
      * the same month a year earlier, a new page per warehouse
       700-Print-Month-Totals.
           MOVE SPACES TO Warehouse-Break-Hold
           IF Month-Total-Count = ZERO THEN
               PERFORM 760-Print-Page-Headings
               WRITE Report-Line FROM History-None-Line
                   AFTER ADVANCING 2
           ELSE
               PERFORM 725-Print-One-Group
                   VARYING MTX FROM 1 BY 1
                   UNTIL MTX > Month-Total-Count
           END-IF
           MOVE History-Read-Count TO HB-Read
           MOVE History-Used-Count TO HB-Used
           MOVE Not-On-Master-Count TO HB-Not-On-Master
           WRITE Report-Line FROM History-Balance-Line
               AFTER ADVANCING 3
           IF Item-Overflow-Count > ZERO THEN
               MOVE '** ITEM TABLE FULL - RECORDS LEFT OUT: '
                   TO OV-Message
               MOVE Item-Overflow-Count TO OV-Count
               WRITE Report-Line FROM Overflow-Line
                   AFTER ADVANCING 1
           END-IF
           IF Month-Total-Overflow > ZERO THEN
               MOVE '** TYPE TABLE FULL - ITEMS LEFT OUT:    '
                   TO OV-Message
               MOVE Month-Total-Overflow TO OV-Count
               WRITE Report-Line FROM Overflow-Line
                   AFTER ADVANCING 1
           END-IF
           .
      * Prints one warehouse-and-type block: twelve months oldest
      * first, then the twelve-month totals
       725-Print-One-Group.
           IF MT-Warehouse(MTX) NOT = Warehouse-Break-Hold THEN
               MOVE MT-Warehouse(MTX) TO Warehouse-Break-Hold
               PERFORM 760-Print-Page-Headings
               MOVE Warehouse-Break-Hold TO WT-Warehouse
               WRITE Report-Line FROM Warehouse-Title-Line
                   AFTER ADVANCING 2
           END-IF
           MOVE MT-Type(MTX) TO TT-Type
           IF MT-Type(MTX) = SPACES THEN
               MOVE 'NOT ON MST' TO TT-Description
           ELSE
               SET TYX TO 1
               SEARCH TY-Entry
                   AT END
                       MOVE 'OTHER' TO TT-Description
                   WHEN TY-Code(TYX) = MT-Type(MTX)
                       MOVE TY-Description(TYX) TO TT-Description
               END-SEARCH
           END-IF
           WRITE Report-Line FROM Type-Title-Line
               AFTER ADVANCING 2
           WRITE Report-Line FROM Month-Heading
               AFTER ADVANCING 1
           MOVE ZERO TO Group-This-Total
           MOVE ZERO TO Group-Last-Total
           PERFORM 750-Print-One-Month
               VARYING Age-Sub FROM 12 BY -1
               UNTIL Age-Sub < 1
           MOVE Group-This-Total TO MS-This
           MOVE Group-Last-Total TO MS-Last
           MOVE Group-This-Total TO This-Year-Units
           MOVE Group-Last-Total TO Last-Year-Units
           PERFORM 775-Format-Change
           MOVE MD-Change TO MS-Change
           WRITE Report-Line FROM Month-Total-Line
               AFTER ADVANCING 1
           .
      * Prints one month of the block against the same month a year
      * earlier
       750-Print-One-Month.
           COMPUTE Prior-Age-Sub = Age-Sub + 12
           PERFORM 780-Label-Month
           MOVE Month-Label TO MD-Month
           MOVE MT-Month-Qty(MTX, Age-Sub) TO This-Year-Units
           MOVE MT-Month-Qty(MTX, Prior-Age-Sub) TO Last-Year-Units
           ADD This-Year-Units TO Group-This-Total
           ADD Last-Year-Units TO Group-Last-Total
           MOVE This-Year-Units TO MD-This
           MOVE Last-Year-Units TO MD-Last
           PERFORM 775-Format-Change
           WRITE Report-Line FROM Month-Detail-Line
               AFTER ADVANCING 1
           .
      * Starts a new report page
       760-Print-Page-Headings.
           WRITE Report-Line FROM Heading-One
               AFTER ADVANCING PAGE
           WRITE Report-Line FROM Heading-Two
               AFTER ADVANCING 1
           .
      * Puts the percent change from last year's units to this
      * year's into MD-Change: NEW when nothing sold a year earlier,
      * blank when nothing sold either year
       775-Format-Change.
           EVALUATE TRUE
               WHEN Last-Year-Units = ZERO AND This-Year-Units = ZERO
                   MOVE SPACES TO MD-Change
               WHEN Last-Year-Units = ZERO
                   MOVE '         NEW' TO MD-Change
               WHEN OTHER
                   COMPUTE Change-Percent ROUNDED =
                       (This-Year-Units - Last-Year-Units) * 100
                       / Last-Year-Units
                   MOVE Change-Percent TO Change-Edit
                   MOVE Change-Edit TO MD-Change
           END-EVALUATE
           .
      * Puts the month Age-Sub months before the run month into
      * Month-Label as MM/YY
       780-Label-Month.
           COMPUTE Label-Month-No = Run-Month-No - Age-Sub
           DIVIDE Label-Month-No BY 12
               GIVING Label-Year REMAINDER Label-Month-Rem
           COMPUTE ML-Month = Label-Month-Rem + 1
           MOVE Label-Year TO ML-Year
           .
      * Prints the pre-season buy list: every item on the master
      * whose projected demand for this month and the next two is
      * more than its stock and open PO quantity
       800-Print-Buy-List.
           PERFORM 760-Print-Page-Headings
           MOVE ZERO TO Age-Sub
           PERFORM 780-Label-Month
           MOVE Month-Label TO BT-Month-1
           MOVE Month-Label TO BH-Month-1
           COMPUTE Label-Month-No = Run-Month-No + 1
           DIVIDE Label-Month-No BY 12
               GIVING Label-Year REMAINDER Label-Month-Rem
           COMPUTE ML-Month = Label-Month-Rem + 1
           MOVE Label-Year TO ML-Year
           MOVE Month-Label TO BH-Month-2
           COMPUTE Label-Month-No = Run-Month-No + 2
           DIVIDE Label-Month-No BY 12
               GIVING Label-Year REMAINDER Label-Month-Rem
           COMPUTE ML-Month = Label-Month-Rem + 1
           MOVE Label-Year TO ML-Year
           MOVE Month-Label TO BT-Month-3
           MOVE Month-Label TO BH-Month-3
           WRITE Report-Line FROM Buy-Title-Line
               AFTER ADVANCING 2
           WRITE Report-Line FROM Buy-Heading
               AFTER ADVANCING 2
           MOVE SPACES TO PO-Key-Hold
           MOVE ZERO TO On-Order-Left
           IF Master-Item-Count > ZERO THEN
               PERFORM 825-Project-One-Item
                   VARYING ITX FROM 1 BY 1
                   UNTIL ITX > Master-Item-Count
           END-IF
           IF Buy-Item-Count = ZERO THEN
               WRITE Report-Line FROM Buy-None-Line
                   AFTER ADVANCING 2
           END-IF
           MOVE Buy-Item-Count TO BL-Items
           MOVE Buy-Unit-Total TO BL-Units
           WRITE Report-Line FROM Buy-Total-Line
               AFTER ADVANCING 2
           IF Open-PO-Overflow > ZERO THEN
               MOVE '** PO TABLE FULL - OPEN LINES LEFT OUT: '
                   TO OV-Message
               MOVE Open-PO-Overflow TO OV-Count
               WRITE Report-Line FROM Overflow-Line
                   AFTER ADVANCING 1
           END-IF
           .
      * Projects one item's next three months from the same months
      * last year times its trend, covers it from stock and the
      * candy's open PO quantity, and lists it when it comes up short
       825-Project-One-Item.
           IF IT-Warehouse(ITX) NOT = PK-Warehouse
               OR IT-Vendor(ITX) NOT = PK-Vendor
               OR IT-CandyID(ITX) NOT = PK-CandyID THEN
               MOVE IT-Warehouse(ITX) TO PK-Warehouse
               MOVE IT-Vendor(ITX) TO PK-Vendor
               MOVE IT-CandyID(ITX) TO PK-CandyID
               PERFORM 850-Find-Open-PO
           END-IF
           MOVE ZERO TO This-Year-Units
           MOVE ZERO TO Last-Year-Units
           PERFORM 830-Add-Trend-Month
               VARYING Age-Sub FROM 1 BY 1
               UNTIL Age-Sub > 12
           IF Last-Year-Units > ZERO THEN
               COMPUTE Trend-Factor ROUNDED =
                   This-Year-Units / Last-Year-Units
                   ON SIZE ERROR
                       MOVE 999.9999 TO Trend-Factor
               END-COMPUTE
           ELSE
               MOVE 1 TO Trend-Factor
           END-IF
           MOVE ZERO TO Projected-Total
           PERFORM 835-Project-One-Month
               VARYING Project-Sub FROM 1 BY 1
               UNTIL Project-Sub > 3
           COMPUTE Shortfall-Qty = Projected-Total - IT-Stock(ITX)
           MOVE ZERO TO On-Order-Used
           IF Shortfall-Qty > ZERO THEN
               IF On-Order-Left > Shortfall-Qty THEN
                   MOVE Shortfall-Qty TO On-Order-Used
               ELSE
                   MOVE On-Order-Left TO On-Order-Used
               END-IF
               SUBTRACT On-Order-Used FROM On-Order-Left
               SUBTRACT On-Order-Used FROM Shortfall-Qty
           END-IF
           IF Shortfall-Qty > ZERO THEN
               MOVE Shortfall-Qty TO Buy-Qty
               PERFORM 875-Print-One-Buy
           END-IF
           .
      * Adds one month of the last twelve, and the same month a year
      * before it, to the item's trend totals
       830-Add-Trend-Month.
           COMPUTE Prior-Age-Sub = Age-Sub + 12
           ADD IT-Month-Qty(ITX, Age-Sub) TO This-Year-Units
           ADD IT-Month-Qty(ITX, Prior-Age-Sub) TO Last-Year-Units
           .
      * Projects one of the next three months: the run month is 12
      * months on from last year's, the next 11, the one after 10
       835-Project-One-Month.
           COMPUTE Age-Sub = 13 - Project-Sub
           COMPUTE Projected-Qty(Project-Sub) ROUNDED =
               IT-Month-Qty(ITX, Age-Sub) * Trend-Factor
           ADD Projected-Qty(Project-Sub) TO Projected-Total
           .
      * Finds the open PO quantity for the candy in PO-Key-Hold
       850-Find-Open-PO.
           MOVE ZERO TO On-Order-Left
           IF Open-PO-Count > ZERO THEN
               PERFORM 855-Check-One-PO
                   VARYING OPX FROM 1 BY 1
                   UNTIL OPX > Open-PO-Count
           END-IF
           .
      * Adds a single open line's quantity when it is the candy's
       855-Check-One-PO.
           IF OP-Warehouse(OPX) = PK-Warehouse
               AND OP-Vendor(OPX) = PK-Vendor
               AND OP-CandyID(OPX) = PK-CandyID THEN
               ADD OP-Open-Qty(OPX) TO On-Order-Left
           END-IF
           .
      * Prints one buy-list line
       875-Print-One-Buy.
           ADD 1 TO Buy-Item-Count
           ADD Buy-Qty TO Buy-Unit-Total
           MOVE IT-Warehouse(ITX) TO BD-Warehouse
           MOVE IT-Vendor(ITX) TO BD-Vendor
           MOVE IT-CandyID(ITX) TO BD-Candy
           MOVE IT-Sub(ITX) TO BD-Sub
           MOVE IT-Name(ITX) TO BD-Name
           MOVE Projected-Qty(1) TO BD-Month-1
           MOVE Projected-Qty(2) TO BD-Month-2
           MOVE Projected-Qty(3) TO BD-Month-3
           MOVE IT-Stock(ITX) TO BD-Stock
           MOVE On-Order-Used TO BD-On-Order
           MOVE Buy-Qty TO BD-Buy
           WRITE Report-Line FROM Buy-Detail-Line
               AFTER ADVANCING 1
           .

       900-End-Function.
           CLOSE Seasonal-Report-File
           STOP RUN
           .
