       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PG3EXPR.
       AUTHOR.         Forrest Hood.
      *
      *  Weekly expiring-stock report.  Reads the CANDYLOT.TXT stock
      *  lot file PG3RECV builds and lists, by warehouse, every lot
      *  still holding stock whose best-by date falls within the
      *  look-ahead window - lots already past their best-by date
      *  included, with their days left shown negative.  Each lot
      *  is valued at CRD-Price off the CANDYMST candy master, read
      *  directly by key, so the warehouse managers can see what to
      *  mark down or transfer before it has to be written off.
      *  Lots print oldest best-by first within each warehouse, with
      *  warehouse and grand totals in units and dollars.
      *
      *  The look-ahead window in days comes from the EXPDAYS.TXT
      *  parameter file (like the PRCTOL.TXT tolerance PG3PRCH
      *  reads); when the file is missing it defaults to 30 days.
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL Lot-File
               ASSIGN TO "CANDYLOT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Lot-Status.

           SELECT Candy-Inventory
               ASSIGN TO "CANDYMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-Key.

           SELECT OPTIONAL Expiry-Days-File
               ASSIGN TO "EXPDAYS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Expiry-Days-Status.

           SELECT Expiry-Report-File
               ASSIGN TO PRINTER "Expiring Stock Report".

       DATA DIVISION.
       FILE SECTION.

       FD  Lot-File
           RECORD CONTAINS 30 CHARACTERS.

           COPY "CANDYLOT.CPY".

       FD  Candy-Inventory
           RECORD CONTAINS 416 CHARACTERS.

           COPY "CANDYREC.CPY".

       FD  Expiry-Days-File
           RECORD CONTAINS 3 CHARACTERS.

       01  Expiry-Days-Record.
           05 ED-Days                       PIC 9(3).

       FD  Expiry-Report-File
           RECORD CONTAINS 80 CHARACTERS.

       01  Report-Line                      PIC X(80).

       WORKING-STORAGE SECTION.

       01  Flags-N-Switches.
           05 Lot-EOF-Flag                  PIC X  VALUE 'N'.
               88 No-More-Lots                    VALUE 'Y'.
           05 Expiry-Days-EOF-Flag          PIC X  VALUE 'N'.
               88 No-More-Expiry-Days             VALUE 'Y'.
           05 WS-Lot-Status                 PIC XX.
           05 WS-Expiry-Days-Status         PIC XX.
           05 Sub                           PIC 99.

      * Look-ahead window and the date arithmetic behind it
       01  Expiry-Controls.
           05 Expiry-Days                   PIC 9(3)  VALUE 30.
           05 Today-Integer                 PIC 9(7).
           05 Cutoff-Integer                PIC 9(7).
           05 Best-By-Integer               PIC 9(7).
           05 Date-Full-Hold                PIC 9(8).
           05 Days-Left-Hold                PIC S9(5).
           05 Expiring-Count                PIC 9(4)  VALUE ZERO.
           05 Expiring-Overflow-Count       PIC 9(5)  VALUE ZERO.
           05 Warehouse-Break-Hold          PIC X(4).

      * Lots inside the window, ordered by warehouse and then by
      * best-by date for printing
       01  Expiring-Table.
           05 Expiring-Entry OCCURS 1000 TIMES INDEXED BY EXX, EXY.
               10 EX-Sort-Key.
                   15 EX-Warehouse          PIC X(4).
                   15 EX-Best-By-Date       PIC 9(6).
               10 EX-Vendor                 PIC X(4).
               10 EX-CandyID                PIC X(3).
               10 EX-Sub                    PIC 99.
               10 EX-Name                   PIC X(15).
               10 EX-Received-Date          PIC 9(6).
               10 EX-Days-Left              PIC S9(5).
               10 EX-Quantity               PIC 9(5).
               10 EX-Value                  PIC S9(7)V99.

       01  Expiring-Swap-Hold               PIC X(59).

       01  Warehouse-Totals.
           05 WT-Units                      PIC 9(7)     VALUE ZERO.
           05 WT-Value                      PIC S9(9)V99 VALUE ZERO.

       01  Grand-Totals.
           05 GT-Units                      PIC 9(7)     VALUE ZERO.
           05 GT-Value                      PIC S9(9)V99 VALUE ZERO.

      * A YYMMDD date split for printing as MM/DD/YY
       01  Date-Split-Hold                  PIC 9(6).
       01  Date-Split REDEFINES Date-Split-Hold.
           05 DS-Year                       PIC 99.
           05 DS-Month                      PIC 99.
           05 DS-Day                        PIC 99.

       01  WS-Current-Date.
           05  WS-Year                     PIC 99.
           05  WS-Month                    PIC 99.
           05  WS-Day                      PIC 99.

       01  Hold-Date REDEFINES WS-Current-Date PIC 9(6).

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
           05 H2-Title           PIC X(21)
               VALUE 'EXPIRING STOCK REPORT'.

       01  Window-Note-Line.
           05                    PIC X(7)  VALUE SPACES.
           05 WN-Title           PIC X(32)
               VALUE 'LOTS WITH BEST-BY DATE WITHIN   '.
           05 WN-Days            PIC ZZ9.
           05 WN-Title2          PIC X(5)  VALUE ' DAYS'.

       01  Heading-Three.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Vendor          PIC X(4)  VALUE 'VEND'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Candy           PIC X(3)  VALUE 'CDY'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Sub             PIC X(3)  VALUE 'SUB'.
           05                    PIC X(1)  VALUE SPACES.
           05 H3-Name            PIC X(15) VALUE 'NAME'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Received        PIC X(8)  VALUE 'RECEIVED'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Best-By         PIC X(8)  VALUE 'BEST-BY'.
           05                    PIC X(1)  VALUE SPACES.
           05 H3-Days            PIC X(4)  VALUE 'DAYS'.
           05                    PIC X(4)  VALUE SPACES.
           05 H3-Units           PIC X(5)  VALUE 'UNITS'.
           05                    PIC X(8)  VALUE SPACES.
           05 H3-Value           PIC X(5)  VALUE 'VALUE'.

       01  Warehouse-Heading-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 WH-Title           PIC X(11) VALUE 'WAREHOUSE: '.
           05 WH-Warehouse       PIC X(4).

       01  Expiry-Detail-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 XL-Vendor          PIC X(4).
           05                    PIC X(2)  VALUE SPACES.
           05 XL-Candy           PIC X(3).
           05                    PIC X(2)  VALUE SPACES.
           05 XL-Sub             PIC 99.
           05                    PIC X(2)  VALUE SPACES.
           05 XL-Name            PIC X(15).
           05                    PIC X(2)  VALUE SPACES.
           05 XL-Received.
               10 XL-Recv-Month            PIC 99.
               10                          PIC X    VALUE '/'.
               10 XL-Recv-Day              PIC 99.
               10                          PIC X    VALUE '/'.
               10 XL-Recv-Year             PIC 99.
           05                    PIC X(2)  VALUE SPACES.
           05 XL-Best-By.
               10 XL-Best-Month            PIC 99.
               10                          PIC X    VALUE '/'.
               10 XL-Best-Day              PIC 99.
               10                          PIC X    VALUE '/'.
               10 XL-Best-Year             PIC 99.
           05                    PIC X(1)  VALUE SPACES.
           05 XL-Days            PIC ZZZ9-.
           05                    PIC X(2)  VALUE SPACES.
           05 XL-Units           PIC ZZ,ZZ9.
           05                    PIC X(1)  VALUE SPACES.
           05 XL-Value           PIC Z,ZZZ,ZZ9.99-.

       01  Warehouse-Total-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 WL-Title           PIC X(16) VALUE 'WAREHOUSE TOTAL '.
           05 WL-Warehouse       PIC X(4).
           05                    PIC X(35) VALUE SPACES.
           05 WL-Units           PIC Z,ZZZ,ZZ9.
           05                    PIC X(1)  VALUE SPACES.
           05 WL-Value           PIC Z,ZZZ,ZZ9.99-.

       01  Grand-Total-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 GL-Title           PIC X(12) VALUE 'GRAND TOTAL:'.
           05                    PIC X(43) VALUE SPACES.
           05 GL-Units           PIC Z,ZZZ,ZZ9.
           05                    PIC X(1)  VALUE SPACES.
           05 GL-Value           PIC Z,ZZZ,ZZ9.99-.

       01  Expiry-None-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 EN-Message         PIC X(34)
               VALUE 'NO LOTS EXPIRING INSIDE THE WINDOW'.

       01  Expiry-Overflow-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 EO-Message         PIC X(34)
               VALUE '** REPORT TABLE FULL - LOTS LEFT: '.
           05 EO-Count           PIC ZZZZ9.
           05 EO-Message2        PIC X(3)  VALUE ' **'.

       PROCEDURE DIVISION.

       100-Main-Function.
           PERFORM 150-Housekeeping
           PERFORM 200-Load-Expiring-Lots
           PERFORM 500-Order-By-Warehouse
           PERFORM 600-Print-Report
           PERFORM 900-End-Function
           .
      * Opens the files, reads the look-ahead window, fixes today's
      * date and the last best-by date inside the window, and prints
      * the headings
       150-Housekeeping.
           OPEN INPUT Candy-Inventory
           OPEN OUTPUT Expiry-Report-File
           PERFORM 160-Load-Expiry-Days
           ACCEPT WS-Current-Date FROM DATE
           MOVE WS-Month TO H2-Month
           MOVE WS-Day TO H2-Day
           MOVE WS-Year TO H2-Year
           COMPUTE Date-Full-Hold = 20000000 + Hold-Date
           COMPUTE Today-Integer =
               FUNCTION INTEGER-OF-DATE (Date-Full-Hold)
           COMPUTE Cutoff-Integer = Today-Integer + Expiry-Days
           MOVE Expiry-Days TO WN-Days
           WRITE Report-Line FROM Heading-One
               AFTER ADVANCING PAGE
           WRITE Report-Line FROM Heading-Two
               AFTER ADVANCING 1
           WRITE Report-Line FROM Window-Note-Line
               AFTER ADVANCING 1
           WRITE Report-Line FROM Heading-Three
               AFTER ADVANCING 2
           .
      * Reads the look-ahead window in days from the EXPDAYS.TXT
      * parameter file, keeping the 30-day default when the file is
      * missing or holds no usable value
       160-Load-Expiry-Days.
           OPEN INPUT Expiry-Days-File
           IF WS-Expiry-Days-Status = '00' THEN
               PERFORM UNTIL No-More-Expiry-Days
                   READ Expiry-Days-File
                       AT END
                           MOVE 'Y' TO Expiry-Days-EOF-Flag
                       NOT AT END
                           IF ED-Days IS NUMERIC THEN
                               MOVE ED-Days TO Expiry-Days
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Expiry-Days-File
           .
      * Reads the lot file, keeping every lot with stock whose
      * best-by date falls on or before the end of the window
       200-Load-Expiring-Lots.
           OPEN INPUT Lot-File
           IF WS-Lot-Status = '00' THEN
               PERFORM UNTIL No-More-Lots
                   READ Lot-File
                       AT END
                           MOVE 'Y' TO Lot-EOF-Flag
                       NOT AT END
                           IF LT-Quantity > ZERO
                               AND LT-Best-By-Date IS NUMERIC
                               AND LT-Best-By-Date > ZERO THEN
                               PERFORM 225-Check-One-Lot
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Lot-File
           .
      * Works out the days left on the lot in hand and, when it is
      * inside the window, adds it to the report table
       225-Check-One-Lot.
           COMPUTE Date-Full-Hold = 20000000 + LT-Best-By-Date
           COMPUTE Best-By-Integer =
               FUNCTION INTEGER-OF-DATE (Date-Full-Hold)
           IF Best-By-Integer NOT > Cutoff-Integer THEN
               IF Expiring-Count < 1000 THEN
                   COMPUTE Days-Left-Hold =
                       Best-By-Integer - Today-Integer
                   PERFORM 250-Build-Expiring-Entry
               ELSE
                   ADD 1 TO Expiring-Overflow-Count
               END-IF
           END-IF
           .
      * Values the lot at the Sub's CRD-Price off the master and
      * stores it for printing.  A lot whose master record is gone
      * still prints, unvalued, so the stock isn't lost sight of.
       250-Build-Expiring-Entry.
           ADD 1 TO Expiring-Count
           SET EXX TO Expiring-Count
           MOVE LT-Warehouse TO EX-Warehouse(EXX)
           MOVE LT-Best-By-Date TO EX-Best-By-Date(EXX)
           MOVE LT-Vendor TO EX-Vendor(EXX)
           MOVE LT-CandyID TO EX-CandyID(EXX)
           MOVE LT-Sub TO EX-Sub(EXX)
           MOVE LT-Received-Date TO EX-Received-Date(EXX)
           MOVE Days-Left-Hold TO EX-Days-Left(EXX)
           MOVE LT-Quantity TO EX-Quantity(EXX)
           MOVE SPACES TO EX-Name(EXX)
           MOVE ZERO TO EX-Value(EXX)
           MOVE LT-Warehouse TO CR-Warehouse
           MOVE LT-Vendor TO CR-Vendor
           MOVE LT-CandyID TO CR-CandyID
           READ Candy-Inventory
               INVALID KEY
                   MOVE 'NOT ON MASTER' TO EX-Name(EXX)
               NOT INVALID KEY
                   IF LT-Sub NOT < 1 AND LT-Sub NOT > 15 THEN
                       MOVE LT-Sub TO Sub
                       MOVE CRD-Name(Sub) TO EX-Name(EXX)
                       IF CRD-Price(Sub) IS NUMERIC THEN
                           COMPUTE EX-Value(EXX) =
                               LT-Quantity * CRD-Price(Sub)
                       END-IF
                   END-IF
           END-READ
           .
      * Orders the report table by warehouse and best-by date, a
      * selection pass per entry
       500-Order-By-Warehouse.
           IF Expiring-Count > 1 THEN
               PERFORM 525-Select-Lowest
                   VARYING EXX FROM 1 BY 1
                   UNTIL EXX NOT < Expiring-Count
           END-IF
           .
      * Swaps the lowest warehouse/best-by remaining into position
      * EXX
       525-Select-Lowest.
           SET EXY TO EXX
           SET EXY UP BY 1
           PERFORM 550-Compare-One-Entry
               UNTIL EXY > Expiring-Count
           .
      * Compares one later entry against position EXX, swapping when
      * the later entry sorts first
       550-Compare-One-Entry.
           IF EX-Sort-Key(EXY) < EX-Sort-Key(EXX) THEN
               MOVE Expiring-Entry(EXX) TO Expiring-Swap-Hold
               MOVE Expiring-Entry(EXY) TO Expiring-Entry(EXX)
               MOVE Expiring-Swap-Hold TO Expiring-Entry(EXY)
           END-IF
           SET EXY UP BY 1
           .
      * Prints the lots by warehouse with a total at each change of
      * warehouse and a grand total at the end
       600-Print-Report.
           IF Expiring-Count = ZERO THEN
               WRITE Report-Line FROM Expiry-None-Line
                   AFTER ADVANCING 2
           ELSE
               MOVE EX-Warehouse(1) TO Warehouse-Break-Hold
               PERFORM 620-Print-Warehouse-Heading
               PERFORM 625-Print-One-Entry
                   VARYING EXX FROM 1 BY 1
                   UNTIL EXX > Expiring-Count
               PERFORM 650-Print-Warehouse-Total
               MOVE GT-Units TO GL-Units
               MOVE GT-Value TO GL-Value
               WRITE Report-Line FROM Grand-Total-Line
                   AFTER ADVANCING 2
           END-IF
           IF Expiring-Overflow-Count > ZERO THEN
               MOVE Expiring-Overflow-Count TO EO-Count
               WRITE Report-Line FROM Expiry-Overflow-Line
                   AFTER ADVANCING 2
           END-IF
           .
      * Prints the heading for the warehouse now starting
       620-Print-Warehouse-Heading.
           MOVE Warehouse-Break-Hold TO WH-Warehouse
           WRITE Report-Line FROM Warehouse-Heading-Line
               AFTER ADVANCING 2
           .
      * Prints a single lot, first closing off the previous
      * warehouse when this lot starts a new one
       625-Print-One-Entry.
           IF EX-Warehouse(EXX) NOT = Warehouse-Break-Hold THEN
               PERFORM 650-Print-Warehouse-Total
               MOVE EX-Warehouse(EXX) TO Warehouse-Break-Hold
               PERFORM 620-Print-Warehouse-Heading
           END-IF
           MOVE EX-Vendor(EXX) TO XL-Vendor
           MOVE EX-CandyID(EXX) TO XL-Candy
           MOVE EX-Sub(EXX) TO XL-Sub
           MOVE EX-Name(EXX) TO XL-Name
           MOVE EX-Received-Date(EXX) TO Date-Split-Hold
           MOVE DS-Month TO XL-Recv-Month
           MOVE DS-Day TO XL-Recv-Day
           MOVE DS-Year TO XL-Recv-Year
           MOVE EX-Best-By-Date(EXX) TO Date-Split-Hold
           MOVE DS-Month TO XL-Best-Month
           MOVE DS-Day TO XL-Best-Day
           MOVE DS-Year TO XL-Best-Year
           MOVE EX-Days-Left(EXX) TO XL-Days
           MOVE EX-Quantity(EXX) TO XL-Units
           MOVE EX-Value(EXX) TO XL-Value
           WRITE Report-Line FROM Expiry-Detail-Line
               AFTER ADVANCING 1
           ADD EX-Quantity(EXX) TO WT-Units
           ADD EX-Value(EXX) TO WT-Value
           ADD EX-Quantity(EXX) TO GT-Units
           ADD EX-Value(EXX) TO GT-Value
           .
      * Prints the totals for the warehouse just finished and clears
      * them for the next
       650-Print-Warehouse-Total.
           MOVE Warehouse-Break-Hold TO WL-Warehouse
           MOVE WT-Units TO WL-Units
           MOVE WT-Value TO WL-Value
           WRITE Report-Line FROM Warehouse-Total-Line
               AFTER ADVANCING 2
           MOVE ZERO TO WT-Units
           MOVE ZERO TO WT-Value
           .

       900-End-Function.
           CLOSE Candy-Inventory
           CLOSE Expiry-Report-File
           STOP RUN
           .
