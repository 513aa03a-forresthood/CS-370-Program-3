       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PG3MRGN.
       AUTHOR.         Forrest Hood.
      *
      *  Gross-margin report.  Reads the SALEHIST.TXT rolling sales
      *  history PG3SALE appends to each night and, for every sale
      *  inside the trailing 30 days (the same window PG3VELO uses),
      *  values the units at the Sub's CRD-Price off the CANDYMST
      *  candy master for sales dollars and at the key's
      *  weighted-average unit cost off the CANDYCST cost master
      *  PG3RECV keeps for cost of goods.  Prints sales, cost, gross
      *  margin and margin percent by vendor and by warehouse, with
      *  a grand total.
      *
      *  A sale whose key has no cost on file can't be margined: its
      *  units and sales dollars are left out of the figures and
      *  shown on a line of their own, so an uncosted item never
      *  shows up as pure profit.  A sale whose master record is
      *  gone is counted and passed over.
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-Key.

           SELECT OPTIONAL Cost-Master
               ASSIGN TO "CANDYCST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-Key
               FILE STATUS IS WS-Cost-Status.

           SELECT Margin-Report-File
               ASSIGN TO PRINTER "Gross Margin Report".

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

       FD  Cost-Master
           RECORD CONTAINS 31 CHARACTERS.

           COPY "CANDYCST.CPY".

       FD  Margin-Report-File
           RECORD CONTAINS 80 CHARACTERS.

       01  Report-Line                      PIC X(80).

       WORKING-STORAGE SECTION.

       01  Flags-N-Switches.
           05 History-EOF-Flag              PIC X  VALUE 'N'.
               88 No-More-History                  VALUE 'Y'.
           05 WS-History-Status             PIC XX.
           05 WS-Cost-Status                PIC XX.
           05 Sub                           PIC 99.
           05 Key-Found-Flag                PIC X.
               88 Key-On-File                      VALUE 'Y'.

       01  Margin-Controls.
           05 History-Window                PIC 9(2)   VALUE 30.
           05 Cutoff-Integer                PIC 9(7).
           05 History-Integer               PIC 9(7).
           05 History-Date-Full             PIC 9(8).
           05 Sales-Hold                    PIC 9(9)V99.
           05 Cost-Hold                     PIC 9(9)V99.
           05 Uncosted-Units                PIC 9(7)   VALUE ZERO.
           05 Uncosted-Sales                PIC 9(9)V99 VALUE ZERO.
           05 No-Master-Count               PIC 9(5)   VALUE ZERO.

      * Margin totals by vendor
       01  Vendor-Total-Controls.
           05 Vendor-Total-Count            PIC 9(2)  VALUE ZERO.

       01  Vendor-Total-Table.
           05 Vendor-Total-Entry OCCURS 50 TIMES INDEXED BY VTX.
               10 VT-Vendor                 PIC X(4).
               10 VT-Units                  PIC 9(7).
               10 VT-Sales                  PIC 9(9)V99.
               10 VT-Cost                   PIC 9(9)V99.

      * Margin totals by warehouse
       01  Warehouse-Total-Controls.
           05 Warehouse-Total-Count         PIC 9(2)  VALUE ZERO.

       01  Warehouse-Total-Table.
           05 Warehouse-Total-Entry OCCURS 20 TIMES INDEXED BY WTX.
               10 WT-Warehouse              PIC X(4).
               10 WT-Units                  PIC 9(7).
               10 WT-Sales                  PIC 9(9)V99.
               10 WT-Cost                   PIC 9(9)V99.

       01  Grand-Totals.
           05 GT-Units                      PIC 9(7)    VALUE ZERO.
           05 GT-Sales                      PIC 9(9)V99 VALUE ZERO.
           05 GT-Cost                       PIC 9(9)V99 VALUE ZERO.

      * One line's figures, loaded by the caller before printing
       01  Margin-Print-Hold.
           05 MP-Code                       PIC X(4).
           05 MP-Units                      PIC 9(7).
           05 MP-Sales                      PIC 9(9)V99.
           05 MP-Cost                       PIC 9(9)V99.
           05 MP-Margin                     PIC S9(9)V99.
           05 MP-Percent                    PIC S9(4)V9.

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
           05 H2-Title           PIC X(19) VALUE 'GROSS MARGIN REPORT'.

       01  Window-Note-Line.
           05                    PIC X(7)  VALUE SPACES.
           05 WN-Title           PIC X(24)
               VALUE 'SALES FOR THE TRAILING  '.
           05 WN-Days            PIC Z9.
           05 WN-Title2          PIC X(5)  VALUE ' DAYS'.

       01  Section-Heading-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 SH-Title           PIC X(20).

       01  Heading-Three.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Code            PIC X(4)  VALUE 'CODE'.
           05                    PIC X(9)  VALUE SPACES.
           05 H3-Units           PIC X(5)  VALUE 'UNITS'.
           05                    PIC X(10) VALUE SPACES.
           05 H3-Sales           PIC X(5)  VALUE 'SALES'.
           05                    PIC X(11) VALUE SPACES.
           05 H3-Cost            PIC X(4)  VALUE 'COST'.
           05                    PIC X(10) VALUE SPACES.
           05 H3-Margin          PIC X(6)  VALUE 'MARGIN'.
           05                    PIC X(3)  VALUE SPACES.
           05 H3-Percent         PIC X(7)  VALUE 'MARGIN%'.

       01  Margin-Detail-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 ML-Code            PIC X(4).
           05                    PIC X(4)  VALUE SPACES.
           05 ML-Units           PIC Z,ZZZ,ZZ9.
           05                    PIC X(2)  VALUE SPACES.
           05 ML-Sales           PIC ZZ,ZZZ,ZZ9.99.
           05                    PIC X(2)  VALUE SPACES.
           05 ML-Cost            PIC ZZ,ZZZ,ZZ9.99.
           05                    PIC X(2)  VALUE SPACES.
           05 ML-Margin          PIC ZZ,ZZZ,ZZ9.99-.
           05                    PIC X(2)  VALUE SPACES.
           05 ML-Percent         PIC ZZZ9.9-.

       01  Margin-None-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 MN-Message         PIC X(36)
               VALUE 'NO COSTED SALES IN TRAILING WINDOW'.

       01  Uncosted-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 UC-Title           PIC X(23)
               VALUE 'SALES WITH NO COST:    '.
           05 UC-Units           PIC Z,ZZZ,ZZ9.
           05 UC-Title2          PIC X(8)  VALUE ' UNITS  '.
           05 UC-Sales           PIC ZZ,ZZZ,ZZ9.99.
           05 UC-Title3          PIC X(14) VALUE ' NOT IN MARGIN'.

       01  No-Master-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 NM-Title           PIC X(29)
               VALUE 'SALES WITH NO MASTER RECORD: '.
           05 NM-Count           PIC ZZZZ9.

       PROCEDURE DIVISION.

       100-Main-Function.
           PERFORM 150-Housekeeping
           PERFORM 200-Load-Sales-History
           PERFORM 600-Print-Report
           PERFORM 900-End-Function
           .
      * Opens the files, gets the current date, fixes the start of
      * the trailing sales window, and prints the page headings
       150-Housekeeping.
           OPEN INPUT Candy-Inventory
           OPEN INPUT Cost-Master
           OPEN OUTPUT Margin-Report-File
           ACCEPT WS-Current-Date FROM DATE
           MOVE WS-Month TO H2-Month
           MOVE WS-Day TO H2-Day
           MOVE WS-Year TO H2-Year
           COMPUTE History-Date-Full =
               20000000 + (WS-Year * 10000)
               + (WS-Month * 100) + WS-Day
           COMPUTE Cutoff-Integer =
               FUNCTION INTEGER-OF-DATE (History-Date-Full)
               - History-Window + 1
           MOVE History-Window TO WN-Days
           WRITE Report-Line FROM Heading-One
               AFTER ADVANCING PAGE
           WRITE Report-Line FROM Heading-Two
               AFTER ADVANCING 1
           WRITE Report-Line FROM Window-Note-Line
               AFTER ADVANCING 1
           .
      * Reads the sales history, margining each sale inside the
      * trailing window
       200-Load-Sales-History.
           OPEN INPUT Sales-History
           IF WS-History-Status = '00' THEN
               PERFORM UNTIL No-More-History
                   READ Sales-History
                       AT END
                           MOVE 'Y' TO History-EOF-Flag
                       NOT AT END
                           PERFORM 225-Check-One-Sale
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Sales-History
           .
      * Passes over a sale outside the window or with a bad Sub,
      * then prices the rest off the master
       225-Check-One-Sale.
           COMPUTE History-Date-Full = 20000000 + HS-Date
           COMPUTE History-Integer =
               FUNCTION INTEGER-OF-DATE (History-Date-Full)
           IF History-Integer NOT < Cutoff-Integer
               AND HS-Sub NOT < 1 AND HS-Sub NOT > 15 THEN
               MOVE HS-Warehouse TO CR-Warehouse
               MOVE HS-Vendor TO CR-Vendor
               MOVE HS-CandyID TO CR-CandyID
               READ Candy-Inventory
                   INVALID KEY
                       ADD 1 TO No-Master-Count
                   NOT INVALID KEY
                       PERFORM 250-Cost-One-Sale
               END-READ
           END-IF
           .
      * Extends the sale at the Sub's selling price and at its key's
      * average cost, setting an uncosted sale aside
       250-Cost-One-Sale.
           MOVE HS-Sub TO Sub
           MOVE ZERO TO Sales-Hold
           IF CRD-Price(Sub) IS NUMERIC THEN
               COMPUTE Sales-Hold = HS-Quantity * CRD-Price(Sub)
           END-IF
           MOVE HS-Warehouse TO CS-Warehouse
           MOVE HS-Vendor TO CS-Vendor
           MOVE HS-CandyID TO CS-CandyID
           MOVE HS-Sub TO CS-Sub
           READ Cost-Master
               INVALID KEY
                   ADD HS-Quantity TO Uncosted-Units
                   ADD Sales-Hold TO Uncosted-Sales
               NOT INVALID KEY
                   COMPUTE Cost-Hold ROUNDED =
                       HS-Quantity * CS-Avg-Cost
                   PERFORM 300-Add-To-Vendor
                   PERFORM 350-Add-To-Warehouse
                   ADD HS-Quantity TO GT-Units
                   ADD Sales-Hold TO GT-Sales
                   ADD Cost-Hold TO GT-Cost
           END-READ
           .
      * Rolls the costed sale into its vendor's totals, starting a
      * new entry for a vendor not seen before
       300-Add-To-Vendor.
           MOVE 'N' TO Key-Found-Flag
           PERFORM 325-Check-One-Vendor
               VARYING VTX FROM 1 BY 1
               UNTIL VTX > Vendor-Total-Count
           IF NOT Key-On-File
               AND Vendor-Total-Count < 50 THEN
               ADD 1 TO Vendor-Total-Count
               SET VTX TO Vendor-Total-Count
               MOVE HS-Vendor TO VT-Vendor(VTX)
               MOVE HS-Quantity TO VT-Units(VTX)
               MOVE Sales-Hold TO VT-Sales(VTX)
               MOVE Cost-Hold TO VT-Cost(VTX)
           END-IF
           .
      * Adds the sale to a single vendor entry if the vendors match
       325-Check-One-Vendor.
           IF NOT Key-On-File
               AND VT-Vendor(VTX) = HS-Vendor THEN
               MOVE 'Y' TO Key-Found-Flag
               ADD HS-Quantity TO VT-Units(VTX)
               ADD Sales-Hold TO VT-Sales(VTX)
               ADD Cost-Hold TO VT-Cost(VTX)
           END-IF
           .
      * Rolls the costed sale into its warehouse's totals, starting
      * a new entry for a warehouse not seen before
       350-Add-To-Warehouse.
           MOVE 'N' TO Key-Found-Flag
           PERFORM 375-Check-One-Warehouse
               VARYING WTX FROM 1 BY 1
               UNTIL WTX > Warehouse-Total-Count
           IF NOT Key-On-File
               AND Warehouse-Total-Count < 20 THEN
               ADD 1 TO Warehouse-Total-Count
               SET WTX TO Warehouse-Total-Count
               MOVE HS-Warehouse TO WT-Warehouse(WTX)
               MOVE HS-Quantity TO WT-Units(WTX)
               MOVE Sales-Hold TO WT-Sales(WTX)
               MOVE Cost-Hold TO WT-Cost(WTX)
           END-IF
           .
      * Adds the sale to a single warehouse entry if the warehouses
      * match
       375-Check-One-Warehouse.
           IF NOT Key-On-File
               AND WT-Warehouse(WTX) = HS-Warehouse THEN
               MOVE 'Y' TO Key-Found-Flag
               ADD HS-Quantity TO WT-Units(WTX)
               ADD Sales-Hold TO WT-Sales(WTX)
               ADD Cost-Hold TO WT-Cost(WTX)
           END-IF
           .
      * Prints the vendor section, the warehouse section, the grand
      * total, and the sales that couldn't be margined
       600-Print-Report.
           IF GT-Units = ZERO AND GT-Sales = ZERO THEN
               WRITE Report-Line FROM Margin-None-Line
                   AFTER ADVANCING 2
           ELSE
               MOVE 'MARGIN BY VENDOR' TO SH-Title
               WRITE Report-Line FROM Section-Heading-Line
                   AFTER ADVANCING 2
               WRITE Report-Line FROM Heading-Three
                   AFTER ADVANCING 2
               PERFORM 625-Print-One-Vendor
                   VARYING VTX FROM 1 BY 1
                   UNTIL VTX > Vendor-Total-Count
               MOVE 'MARGIN BY WAREHOUSE' TO SH-Title
               WRITE Report-Line FROM Section-Heading-Line
                   AFTER ADVANCING 3
               WRITE Report-Line FROM Heading-Three
                   AFTER ADVANCING 2
               PERFORM 650-Print-One-Warehouse
                   VARYING WTX FROM 1 BY 1
                   UNTIL WTX > Warehouse-Total-Count
               MOVE 'ALL ' TO MP-Code
               MOVE GT-Units TO MP-Units
               MOVE GT-Sales TO MP-Sales
               MOVE GT-Cost TO MP-Cost
               MOVE 'GRAND TOTAL' TO SH-Title
               WRITE Report-Line FROM Section-Heading-Line
                   AFTER ADVANCING 2
               PERFORM 675-Print-Margin-Line
           END-IF
           IF Uncosted-Units > ZERO THEN
               MOVE Uncosted-Units TO UC-Units
               MOVE Uncosted-Sales TO UC-Sales
               WRITE Report-Line FROM Uncosted-Line
                   AFTER ADVANCING 2
           END-IF
           IF No-Master-Count > ZERO THEN
               MOVE No-Master-Count TO NM-Count
               WRITE Report-Line FROM No-Master-Line
                   AFTER ADVANCING 1
           END-IF
           .
      * Prints a single vendor's margin line
       625-Print-One-Vendor.
           MOVE VT-Vendor(VTX) TO MP-Code
           MOVE VT-Units(VTX) TO MP-Units
           MOVE VT-Sales(VTX) TO MP-Sales
           MOVE VT-Cost(VTX) TO MP-Cost
           PERFORM 675-Print-Margin-Line
           .
      * Prints a single warehouse's margin line
       650-Print-One-Warehouse.
           MOVE WT-Warehouse(WTX) TO MP-Code
           MOVE WT-Units(WTX) TO MP-Units
           MOVE WT-Sales(WTX) TO MP-Sales
           MOVE WT-Cost(WTX) TO MP-Cost
           PERFORM 675-Print-Margin-Line
           .
      * Works out the margin and margin percent for the figures in
      * Margin-Print-Hold and prints the line
       675-Print-Margin-Line.
           COMPUTE MP-Margin = MP-Sales - MP-Cost
           IF MP-Sales > ZERO THEN
               COMPUTE MP-Percent ROUNDED =
                   MP-Margin * 100 / MP-Sales
           ELSE
               MOVE ZERO TO MP-Percent
           END-IF
           MOVE MP-Code TO ML-Code
           MOVE MP-Units TO ML-Units
           MOVE MP-Sales TO ML-Sales
           MOVE MP-Cost TO ML-Cost
           MOVE MP-Margin TO ML-Margin
           MOVE MP-Percent TO ML-Percent
           WRITE Report-Line FROM Margin-Detail-Line
               AFTER ADVANCING 1
           .

       900-End-Function.
           CLOSE Candy-Inventory
           CLOSE Cost-Master
           CLOSE Margin-Report-File
           STOP RUN
           .
