       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PG3CYCL.
       AUTHOR.         Forrest Hood.
      *
      *  Weekly ABC classification and cycle-count schedule.  Ranks
      *  every Warehouse/Vendor/CandyID/Sub on the CANDYMST candy
      *  master by its sales value over the trailing year - the
      *  SALEHIST.TXT quantity sold times CRD-Price - and classes
      *  the items making up the first 80 percent of the value A,
      *  the next 15 percent B, and the rest (and anything that
      *  hasn't sold) C.  Each item's last-counted date comes from
      *  the CNTHIST.TXT count history PG3CNT appends to.  An item
      *  is due when its class's count interval (A every 30 days, B
      *  every 91, C every 365) runs out before next week's run, or
      *  when it has never been counted.  The class cut-offs and
      *  intervals come from the CYCLPARM.TXT parameter file (A
      *  percent, B percent, A days, B days, C days) when it is
      *  there.  Warehouses WHSEMAST marks inactive are left out.
      *
      *  Prints a summary of the classes, then a blind count
      *  worksheet for each warehouse listing the items due - the
      *  item, size, type, class and when it was last counted, with
      *  a blank for the floor count but no book stock - and writes
      *  a matching CANDYCNT.TXT skeleton for PG3CNT: an HDR0 with
      *  the run date, one record per item due with a zero quantity,
      *  and a TRL9 carrying the record count.  The counts are keyed
      *  over the zeros and the trailer hash total keyed as the
      *  total counted, as for any count file; an item not counted
      *  comes off the file, and the trailer count with it, so its
      *  book stock isn't replaced with zero.
      *
      *  The skeleton never goes over a count file PG3CNT hasn't
      *  posted: when the CANDYCNT.TXT on disk carries an HDR0 file
      *  date with no PG3CNT run for it on RUNCTL.TXT, it is left as
      *  it was, no skeleton is written, and the worksheet report
      *  says why.  Post or clear that file and rerun.
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL Sales-History
               ASSIGN TO "SALEHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-History-Status.

           SELECT OPTIONAL Count-History
               ASSIGN TO "CNTHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Count-History-Status.

           SELECT Candy-Inventory
               ASSIGN TO "CANDYMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-Key.

           SELECT Warehouse-Master
               ASSIGN TO "WHSEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WM-Warehouse-Code
               FILE STATUS IS WS-Warehouse-Status.

           SELECT OPTIONAL Cycle-Parm-File
               ASSIGN TO "CYCLPARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Cycle-Parm-Status.

           SELECT OPTIONAL Count-Transactions
               ASSIGN TO "CANDYCNT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Count-Status.

           SELECT OPTIONAL Run-Control-File
               ASSIGN TO "RUNCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-Control-Status.

           SELECT Worksheet-Report-File
               ASSIGN TO PRINTER "Cycle Count Worksheets".

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

       FD  Count-History
           RECORD CONTAINS 28 CHARACTERS.

           COPY "CNTHIST.CPY".

       FD  Candy-Inventory
           RECORD CONTAINS 416 CHARACTERS.

           COPY "CANDYREC.CPY".

       FD  Warehouse-Master
           RECORD CONTAINS 23 CHARACTERS.

           COPY "WHSEMAST.CPY".

       FD  Cycle-Parm-File
           RECORD CONTAINS 15 CHARACTERS.

       01  Cycle-Parm-Record.
           05 CP-A-Percent                  PIC 9(3).
           05 CP-B-Percent                  PIC 9(3).
           05 CP-A-Days                     PIC 9(3).
           05 CP-B-Days                     PIC 9(3).
           05 CP-C-Days                     PIC 9(3).

       FD  Count-Transactions
           RECORD CONTAINS 18 CHARACTERS.

       01  Count-Record.
           05 CN-Warehouse                  PIC X(4).
           05 CN-Vendor                     PIC X(4).
           05 CN-CandyID                    PIC X(3).
           05 CN-Sub                        PIC 99.
           05 CN-Quantity                   PIC 9(5).

      * Control-record view of the same area: a header carries the
      * file date, a trailer the record count and quantity hash total
       01  Count-Control-Record.
           05 CT-Record-ID                  PIC X(4).
               88 Control-Header                  VALUE 'HDR0'.
               88 Control-Trailer                 VALUE 'TRL9'.
           05 CT-Header-Data.
               10 CT-File-Date              PIC 9(6).
               10 FILLER                    PIC X(8).
           05 CT-Trailer-Data REDEFINES CT-Header-Data.
               10 CT-Count                  PIC 9(5).
               10 CT-Hash                   PIC 9(8).
               10 FILLER                    PIC X(1).

       FD  Run-Control-File
           RECORD CONTAINS 28 CHARACTERS.

           COPY "RUNCTL.CPY".

       FD  Worksheet-Report-File
           RECORD CONTAINS 80 CHARACTERS.

       01  Report-Line                      PIC X(80).

       WORKING-STORAGE SECTION.

       01  Flags-N-Switches.
           05 History-EOF-Flag              PIC X  VALUE 'N'.
               88 No-More-History                 VALUE 'Y'.
           05 Count-History-EOF-Flag        PIC X  VALUE 'N'.
               88 No-More-Count-History           VALUE 'Y'.
           05 Master-EOF-Flag               PIC X  VALUE 'N'.
               88 No-More-Master                  VALUE 'Y'.
           05 Cycle-Parm-EOF-Flag           PIC X  VALUE 'N'.
               88 No-More-Cycle-Parms             VALUE 'Y'.
           05 WS-History-Status             PIC XX.
           05 WS-Count-History-Status       PIC XX.
           05 WS-Cycle-Parm-Status          PIC XX.
           05 WS-Count-Status               PIC XX.
           05 WS-Run-Control-Status         PIC XX.
           05 Old-Count-EOF-Flag            PIC X  VALUE 'N'.
               88 No-More-Old-Counts              VALUE 'Y'.
           05 RunCtl-EOF-Flag               PIC X  VALUE 'N'.
               88 No-More-Run-Control             VALUE 'Y'.
           05 Old-Count-Flag                PIC X  VALUE 'N'.
               88 Old-Count-File-Present          VALUE 'Y'.
           05 Old-Posted-Flag               PIC X  VALUE 'N'.
               88 Old-Count-File-Posted           VALUE 'Y'.
           05 Skeleton-Held-Flag            PIC X  VALUE 'N'.
               88 Skeleton-Held                   VALUE 'Y'.
           05 Old-Count-Date                PIC 9(6)  VALUE ZERO.
           05 Posting-Program-Name          PIC X(8)  VALUE 'PG3CNT'.
           05 Sub                           PIC 99.
           05 Key-Found-Flag                PIC X.
               88 Key-On-File                     VALUE 'Y'.

      * Sales window, class cut-offs and count intervals
       01  Cycle-Controls.
           05 History-Window                PIC 9(3)   VALUE 365.
           05 A-Percent                     PIC 9(3)   VALUE 80.
           05 B-Percent                     PIC 9(3)   VALUE 95.
           05 A-Interval-Days               PIC 9(3)   VALUE 30.
           05 B-Interval-Days               PIC 9(3)   VALUE 91.
           05 C-Interval-Days               PIC 9(3)   VALUE 365.
           05 Schedule-Ahead-Days           PIC 9(1)   VALUE 7.
           05 Today-Integer                 PIC 9(7).
           05 Cutoff-Integer                PIC 9(7).
           05 History-Integer               PIC 9(7).
           05 History-Date-Full             PIC 9(8).
           05 Interval-Hold                 PIC 9(3).
           05 Days-Since-Count              PIC 9(7).
           05 Total-Value                   PIC 9(11)V99 VALUE ZERO.
           05 Running-Value                 PIC 9(11)V99 VALUE ZERO.
           05 Item-Overflow-Count           PIC 9(5)   VALUE ZERO.
           05 Warehouse-Break-Hold          PIC X(4).
           05 Line-No                       PIC 9(3).

      * Active warehouse codes loaded from the WHSEMAST reference
      * file.  When the file isn't available the table stays empty
      * and every warehouse is scheduled.
       01  Warehouse-Ref-Fields.
           05 WS-Warehouse-Status           PIC XX.
           05 Whse-EOF-Flag                 PIC X  VALUE 'N'.
               88 No-More-Warehouses              VALUE 'Y'.
           05 Whse-Ref-Count                PIC 9(2)  VALUE ZERO.
           05 Whse-Valid-Flag               PIC X.
               88 Whse-Valid                      VALUE 'Y'.
           05 Whse-Check-Hold               PIC X(4).

       01  Warehouse-Ref-Table.
           05 Warehouse-Ref-Entry OCCURS 20 TIMES INDEXED BY WRX.
               10 WR-Code                   PIC X(4).
               10 WR-Active-Flag            PIC X.

      * Trailing-year sales quantities keyed Warehouse/Vendor/
      * CandyID/Sub
       01  Sales-Key-Controls.
           05 Sales-Key-Count               PIC 9(4)  VALUE ZERO.

       01  Sales-Key-Table.
           05 Sales-Key-Entry OCCURS 2000 TIMES INDEXED BY SKX.
               10 SL-Warehouse              PIC X(4).
               10 SL-Vendor                 PIC X(4).
               10 SL-CandyID                PIC X(3).
               10 SL-Sub                    PIC 99.
               10 SL-Qty-Total              PIC 9(7).

      * Latest count date on the count history, by the same key
       01  Last-Count-Controls.
           05 Last-Count-Count              PIC 9(4)  VALUE ZERO.

       01  Last-Count-Table.
           05 Last-Count-Entry OCCURS 2000 TIMES INDEXED BY LCX.
               10 LC-Warehouse              PIC X(4).
               10 LC-Vendor                 PIC X(4).
               10 LC-CandyID                PIC X(3).
               10 LC-Sub                    PIC 99.
               10 LC-Count-Date             PIC 9(6).

      * Every Sub in use at an active warehouse, in master key order
       01  Item-Controls.
           05 Item-Count                    PIC 9(4)  VALUE ZERO.
           05 Due-Count                     PIC 9(4)  VALUE ZERO.
           05 Due-Hash                      PIC 9(8)  VALUE ZERO.

       01  Item-Table.
           05 Item-Entry OCCURS 2000 TIMES INDEXED BY ITX.
               10 IT-Warehouse              PIC X(4).
               10 IT-Vendor                 PIC X(4).
               10 IT-CandyID                PIC X(3).
               10 IT-Sub                    PIC 99.
               10 IT-Name                   PIC X(15).
               10 IT-Size                   PIC X.
               10 IT-Type                   PIC XX.
               10 IT-Value                  PIC 9(9)V99.
               10 IT-Last-Count             PIC 9(6).
               10 IT-Class                  PIC X.
                   88 IT-Class-A                  VALUE 'A'.
                   88 IT-Class-B                  VALUE 'B'.
                   88 IT-Class-C                  VALUE 'C'.
               10 IT-Due-Flag               PIC X.
                   88 IT-Due                      VALUE 'Y'.

      * The items in descending order of sales value, for ranking
       01  Rank-Table.
           05 Rank-Entry OCCURS 2000 TIMES INDEXED BY RKX, RKY.
               10 RK-Value                  PIC 9(9)V99.
               10 RK-Item                   PIC 9(4).

       01  Rank-Swap-Hold                   PIC X(15).

      * Items, value and counts due by class
       01  Class-Summary-Table.
           05 Class-Summary-Entry OCCURS 3 TIMES INDEXED BY CSX.
               10 CS-Class                  PIC X.
               10 CS-Items                  PIC 9(5).
               10 CS-Value                  PIC 9(11)V99.
               10 CS-Interval               PIC 9(3).
               10 CS-Due                    PIC 9(5).

       01  WS-Current-Date.
           05  WS-Year                     PIC 99.
           05  WS-Month                    PIC 99.
           05  WS-Day                      PIC 99.

       01  Hold-Date REDEFINES WS-Current-Date PIC 9(6).

       01  Date-Split-Hold                 PIC 9(6).
       01  Date-Split REDEFINES Date-Split-Hold.
           05  DS-Year                     PIC 99.
           05  DS-Month                    PIC 99.
           05  DS-Day                      PIC 99.

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
           05 H2-Title           PIC X(30)
               VALUE 'ABC CLASSES AND COUNT SCHEDULE'.

       01  Summary-Heading.
           05                    PIC X(2)  VALUE SPACES.
           05 SH-Class           PIC X(5)  VALUE 'CLASS'.
           05                    PIC X(3)  VALUE SPACES.
           05 SH-Items           PIC X(5)  VALUE 'ITEMS'.
           05                    PIC X(4)  VALUE SPACES.
           05 SH-Value           PIC X(14) VALUE '   SALES VALUE'.
           05                    PIC X(3)  VALUE SPACES.
           05 SH-Percent         PIC X(7)  VALUE '% VALUE'.
           05                    PIC X(3)  VALUE SPACES.
           05 SH-Interval        PIC X(10) VALUE 'COUNT DAYS'.
           05                    PIC X(3)  VALUE SPACES.
           05 SH-Due             PIC X(7)  VALUE 'DUE NOW'.

       01  Summary-Line.
           05                    PIC X(4)  VALUE SPACES.
           05 SL-Class-Out       PIC X.
           05                    PIC X(4)  VALUE SPACES.
           05 SL-Items-Out       PIC ZZ,ZZ9.
           05                    PIC X(3)  VALUE SPACES.
           05 SL-Value-Out       PIC ZZZ,ZZZ,ZZ9.99.
           05                    PIC X(4)  VALUE SPACES.
           05 SL-Percent-Out     PIC ZZ9.9.
           05                    PIC X(8)  VALUE SPACES.
           05 SL-Interval-Out    PIC ZZ9.
           05                    PIC X(6)  VALUE SPACES.
           05 SL-Due-Out         PIC ZZ,ZZ9.

       01  Summary-Total-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 ST-Title           PIC X(5)  VALUE 'TOTAL'.
           05                    PIC X(2)  VALUE SPACES.
           05 ST-Items-Out       PIC ZZ,ZZ9.
           05                    PIC X(3)  VALUE SPACES.
           05 ST-Value-Out       PIC ZZZ,ZZZ,ZZ9.99.
           05                    PIC X(24) VALUE SPACES.
           05 ST-Due-Out         PIC ZZ,ZZ9.

       01  Summary-Note-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 SN-Title1          PIC X(19) VALUE 'SALES VALUE OVER   '.
           05 SN-Window          PIC ZZ9.
           05 SN-Title2          PIC X(35)
               VALUE ' DAYS  -  DUE WITHIN THE NEXT WEEK'.

       01  Item-Overflow-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 IO-Message         PIC X(38)
               VALUE '** ITEM TABLE FULL - NOT SCHEDULED:  '.
           05 IO-Count           PIC ZZZZ9.
           05 IO-Message2        PIC X(3)  VALUE ' **'.

       01  Worksheet-Title-Line.
           05                    PIC X(7)  VALUE SPACES.
           05 WT-Title           PIC X(32)
               VALUE 'BLIND CYCLE COUNT WORKSHEET -   '.
           05 WT-Title2          PIC X(11) VALUE 'WAREHOUSE: '.
           05 WT-Warehouse       PIC X(4).

       01  Worksheet-Sign-Line.
           05                    PIC X(7)  VALUE SPACES.
           05 SG-Title      PIC X(46)
               VALUE 'COUNTED BY: ______________   DATE: __________'.

       01  Worksheet-Heading.
           05                    PIC X(2)  VALUE SPACES.
           05 WH-Line            PIC X(3)  VALUE 'NO.'.
           05                    PIC X(2)  VALUE SPACES.
           05 WH-Vendor          PIC X(4)  VALUE 'VEND'.
           05                    PIC X(2)  VALUE SPACES.
           05 WH-Candy           PIC X(3)  VALUE 'CDY'.
           05                    PIC X(1)  VALUE SPACES.
           05 WH-Sub             PIC X(3)  VALUE 'SUB'.
           05                    PIC X(2)  VALUE SPACES.
           05 WH-Name            PIC X(15) VALUE 'NAME'.
           05                    PIC X(2)  VALUE SPACES.
           05 WH-Size            PIC X(2)  VALUE 'SZ'.
           05                    PIC X(1)  VALUE SPACES.
           05 WH-Type            PIC X(2)  VALUE 'TY'.
           05                    PIC X(2)  VALUE SPACES.
           05 WH-Class           PIC X(2)  VALUE 'CL'.
           05                    PIC X(1)  VALUE SPACES.
           05 WH-Last            PIC X(8)  VALUE 'LAST CNT'.
           05                    PIC X(2)  VALUE SPACES.
           05 WH-Counted         PIC X(10) VALUE 'COUNTED'.

       01  Worksheet-Detail-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 WD-Line            PIC ZZ9.
           05                    PIC X(2)  VALUE SPACES.
           05 WD-Vendor          PIC X(4).
           05                    PIC X(2)  VALUE SPACES.
           05 WD-Candy           PIC X(3).
           05                    PIC X(2)  VALUE SPACES.
           05 WD-Sub             PIC Z9.
           05                    PIC X(2)  VALUE SPACES.
           05 WD-Name            PIC X(15).
           05                    PIC X(2)  VALUE SPACES.
           05 WD-Size            PIC X.
           05                    PIC X(2)  VALUE SPACES.
           05 WD-Type            PIC XX.
           05                    PIC X(2)  VALUE SPACES.
           05 WD-Class           PIC X.
           05                    PIC X(2)  VALUE SPACES.
           05 WD-Last            PIC X(8).
           05                    PIC X(2)  VALUE SPACES.
           05 WD-Counted         PIC X(10) VALUE '__________'.

       01  Worksheet-Last-Date.
           05  WL-Month                    PIC Z9.
           05                              PIC X    VALUE '/'.
           05  WL-Day                      PIC 99.
           05                              PIC X    VALUE '/'.
           05  WL-Year                     PIC 99.

       01  Skeleton-Held-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 SK-Title           PIC X(19) VALUE 'CANDYCNT.TXT DATED '.
           05 SK-File-Date       PIC 9(6).
           05 SK-Title2          PIC X(37)
               VALUE ' NOT YET POSTED - NO SKELETON WRITTEN'.

       01  Worksheet-None-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 WN-Message         PIC X(30)
               VALUE 'NO ITEMS DUE FOR COUNT'.

       PROCEDURE DIVISION.

       100-Main-Function.
           PERFORM 150-Housekeeping
           PERFORM 200-Load-Sales-History
           PERFORM 250-Load-Count-History
           PERFORM 300-Read-Master
           PERFORM 400-Rank-Items
           PERFORM 450-Schedule-Counts
           PERFORM 600-Print-Summary
           PERFORM 700-Print-Worksheets
           PERFORM 775-Check-Existing-Counts
           IF Skeleton-Held THEN
               MOVE Old-Count-Date TO SK-File-Date
               WRITE Report-Line FROM Skeleton-Held-Line
                   AFTER ADVANCING 3
               DISPLAY 'CANDYCNT.TXT DATED ' Old-Count-Date
                   ' NOT YET POSTED - NO SKELETON WRITTEN'
           ELSE
               PERFORM 800-Write-Count-Skeleton
           END-IF
           PERFORM 900-End-Function
           .
      * Opens the report, gets the current date, fixes the start of
      * the trailing sales window, and loads the parameters and the
      * active warehouses
       150-Housekeeping.
           OPEN OUTPUT Worksheet-Report-File
           ACCEPT WS-Current-Date FROM DATE
           MOVE WS-Month TO H2-Month
           MOVE WS-Day TO H2-Day
           MOVE WS-Year TO H2-Year
           COMPUTE History-Date-Full = 20000000 + Hold-Date
           COMPUTE Today-Integer =
               FUNCTION INTEGER-OF-DATE (History-Date-Full)
           COMPUTE Cutoff-Integer =
               Today-Integer - History-Window + 1
           PERFORM 160-Load-Cycle-Parms
           PERFORM 183-Load-Warehouses
           INITIALIZE Class-Summary-Table
           MOVE 'A' TO CS-Class(1)
           MOVE 'B' TO CS-Class(2)
           MOVE 'C' TO CS-Class(3)
           MOVE A-Interval-Days TO CS-Interval(1)
           MOVE B-Interval-Days TO CS-Interval(2)
           MOVE C-Interval-Days TO CS-Interval(3)
           .
      * Reads the class cut-offs and count intervals from the
      * CYCLPARM.TXT parameter file, keeping each default when the
      * file is missing or the value isn't usable
       160-Load-Cycle-Parms.
           OPEN INPUT Cycle-Parm-File
           IF WS-Cycle-Parm-Status = '00' THEN
               PERFORM UNTIL No-More-Cycle-Parms
                   READ Cycle-Parm-File
                       AT END
                           MOVE 'Y' TO Cycle-Parm-EOF-Flag
                       NOT AT END
                           IF CP-A-Percent IS NUMERIC THEN
                               MOVE CP-A-Percent TO A-Percent
                           END-IF
                           IF CP-B-Percent IS NUMERIC THEN
                               MOVE CP-B-Percent TO B-Percent
                           END-IF
                           IF CP-A-Days IS NUMERIC THEN
                               MOVE CP-A-Days TO A-Interval-Days
                           END-IF
                           IF CP-B-Days IS NUMERIC THEN
                               MOVE CP-B-Days TO B-Interval-Days
                           END-IF
                           IF CP-C-Days IS NUMERIC THEN
                               MOVE CP-C-Days TO C-Interval-Days
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Cycle-Parm-File
           .
      * Loads the active warehouse codes from the WHSEMAST
      * reference file, noting when the file isn't there so every
      * warehouse is scheduled
       183-Load-Warehouses.
           OPEN INPUT Warehouse-Master
           IF WS-Warehouse-Status = '00' THEN
               PERFORM UNTIL No-More-Warehouses
                   READ Warehouse-Master
                       AT END
                           MOVE 'Y' TO Whse-EOF-Flag
                       NOT AT END
                           IF Whse-Ref-Count < 20 THEN
                               ADD 1 TO Whse-Ref-Count
                               SET WRX TO Whse-Ref-Count
                               MOVE WM-Warehouse-Code TO WR-Code(WRX)
                               MOVE WM-Active-Flag
                                   TO WR-Active-Flag(WRX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Warehouse-Master
           ELSE
               DISPLAY 'WHSEMAST NOT AVAILABLE - WAREHOUSE'
                   ' VALIDATION SKIPPED'
           END-IF
           .
      * Checks the warehouse code in Whse-Check-Hold against the
      * reference table.  An empty table (no WHSEMAST) validates
      * everything.
       185-Validate-Warehouse.
           IF Whse-Ref-Count = ZERO THEN
               MOVE 'Y' TO Whse-Valid-Flag
           ELSE
               MOVE 'N' TO Whse-Valid-Flag
               PERFORM 187-Check-One-Warehouse
                   VARYING WRX FROM 1 BY 1
                   UNTIL WRX > Whse-Ref-Count
           END-IF
           .
      * Checks a single reference-table entry against the code in
      * hand; only an active warehouse validates
       187-Check-One-Warehouse.
           IF WR-Code(WRX) = Whse-Check-Hold
               AND WR-Active-Flag(WRX) = 'A' THEN
               MOVE 'Y' TO Whse-Valid-Flag
           END-IF
           .
      * Reads the sales history, accumulating each record inside the
      * trailing year into the key table
       200-Load-Sales-History.
           OPEN INPUT Sales-History
           IF WS-History-Status = '00' THEN
               PERFORM UNTIL No-More-History
                   READ Sales-History
                       AT END
                           MOVE 'Y' TO History-EOF-Flag
                       NOT AT END
                           PERFORM 225-Accumulate-One-Sale
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Sales-History
           .
      * Adds one history record's quantity to its key's total, when
      * the record falls inside the trailing year
       225-Accumulate-One-Sale.
           COMPUTE History-Date-Full = 20000000 + HS-Date
           COMPUTE History-Integer =
               FUNCTION INTEGER-OF-DATE (History-Date-Full)
           IF History-Integer NOT < Cutoff-Integer THEN
               MOVE 'N' TO Key-Found-Flag
               PERFORM 230-Add-To-Sales-Key
                   VARYING SKX FROM 1 BY 1
                   UNTIL SKX > Sales-Key-Count
               IF NOT Key-On-File
                   AND Sales-Key-Count < 2000 THEN
                   ADD 1 TO Sales-Key-Count
                   SET SKX TO Sales-Key-Count
                   MOVE HS-Warehouse TO SL-Warehouse(SKX)
                   MOVE HS-Vendor TO SL-Vendor(SKX)
                   MOVE HS-CandyID TO SL-CandyID(SKX)
                   MOVE HS-Sub TO SL-Sub(SKX)
                   MOVE HS-Quantity TO SL-Qty-Total(SKX)
               END-IF
           END-IF
           .
      * Adds the record in hand to a single key-table entry if the
      * keys match
       230-Add-To-Sales-Key.
           IF NOT Key-On-File
               AND SL-Warehouse(SKX) = HS-Warehouse
               AND SL-Vendor(SKX) = HS-Vendor
               AND SL-CandyID(SKX) = HS-CandyID
               AND SL-Sub(SKX) = HS-Sub THEN
               MOVE 'Y' TO Key-Found-Flag
               ADD HS-Quantity TO SL-Qty-Total(SKX)
           END-IF
           .
      * Reads the count history, keeping the latest count date for
      * each key
       250-Load-Count-History.
           OPEN INPUT Count-History
           IF WS-Count-History-Status = '00' THEN
               PERFORM UNTIL No-More-Count-History
                   READ Count-History
                       AT END
                           MOVE 'Y' TO Count-History-EOF-Flag
                       NOT AT END
                           PERFORM 275-Note-One-Count
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Count-History
           .
      * Notes one count against its key, starting a new entry for a
      * key not seen before
       275-Note-One-Count.
           MOVE 'N' TO Key-Found-Flag
           PERFORM 280-Check-One-Last-Count
               VARYING LCX FROM 1 BY 1
               UNTIL LCX > Last-Count-Count
           IF NOT Key-On-File
               AND Last-Count-Count < 2000 THEN
               ADD 1 TO Last-Count-Count
               SET LCX TO Last-Count-Count
               MOVE CH-Warehouse TO LC-Warehouse(LCX)
               MOVE CH-Vendor TO LC-Vendor(LCX)
               MOVE CH-CandyID TO LC-CandyID(LCX)
               MOVE CH-Sub TO LC-Sub(LCX)
               MOVE CH-Count-Date TO LC-Count-Date(LCX)
           END-IF
           .
      * Keeps the later of the entry's date and the count in hand
      * when the keys match
       280-Check-One-Last-Count.
           IF NOT Key-On-File
               AND LC-Warehouse(LCX) = CH-Warehouse
               AND LC-Vendor(LCX) = CH-Vendor
               AND LC-CandyID(LCX) = CH-CandyID
               AND LC-Sub(LCX) = CH-Sub THEN
               MOVE 'Y' TO Key-Found-Flag
               IF CH-Count-Date > LC-Count-Date(LCX) THEN
                   MOVE CH-Count-Date TO LC-Count-Date(LCX)
               END-IF
           END-IF
           .
      * Reads the master in key order, building an item entry for
      * every Sub in use at an active warehouse
       300-Read-Master.
           OPEN INPUT Candy-Inventory
           PERFORM UNTIL No-More-Master
               READ Candy-Inventory
                   AT END
                      MOVE 'Y' TO Master-EOF-Flag
                   NOT AT END
                      MOVE CR-Warehouse TO Whse-Check-Hold
                      PERFORM 185-Validate-Warehouse
                      IF Whse-Valid THEN
                          MOVE 1 TO Sub
                          PERFORM 325-Check-One-Sub UNTIL Sub > 15
                      END-IF
               END-READ
           END-PERFORM
           CLOSE Candy-Inventory
           .
      * Builds the item entry for one Sub of the master record in
      * hand
       325-Check-One-Sub.
           IF CRD-Size(Sub) NOT = SPACES THEN
               IF Item-Count < 2000 THEN
                   PERFORM 350-Build-Item-Entry
               ELSE
                   ADD 1 TO Item-Overflow-Count
               END-IF
           END-IF
           ADD 1 TO Sub
           .
      * Values the Sub's trailing-year sales at CRD-Price and picks
      * up its last count date
       350-Build-Item-Entry.
           ADD 1 TO Item-Count
           SET ITX TO Item-Count
           MOVE CR-Warehouse TO IT-Warehouse(ITX)
           MOVE CR-Vendor TO IT-Vendor(ITX)
           MOVE CR-CandyID TO IT-CandyID(ITX)
           MOVE Sub TO IT-Sub(ITX)
           MOVE CRD-Name(Sub) TO IT-Name(ITX)
           MOVE CRD-Size(Sub) TO IT-Size(ITX)
           MOVE CRD-Type(Sub) TO IT-Type(ITX)
           MOVE ZERO TO IT-Value(ITX)
           MOVE ZERO TO IT-Last-Count(ITX)
           MOVE 'C' TO IT-Class(ITX)
           MOVE 'N' TO IT-Due-Flag(ITX)
           MOVE 'N' TO Key-Found-Flag
           PERFORM 360-Match-Sales-Key
               VARYING SKX FROM 1 BY 1
               UNTIL SKX > Sales-Key-Count
           MOVE 'N' TO Key-Found-Flag
           PERFORM 370-Match-Last-Count
               VARYING LCX FROM 1 BY 1
               UNTIL LCX > Last-Count-Count
           ADD IT-Value(ITX) TO Total-Value
           SET RKX TO Item-Count
           MOVE IT-Value(ITX) TO RK-Value(RKX)
           MOVE Item-Count TO RK-Item(RKX)
           .
      * Values the Sub's trailing-year sales at its current price
       360-Match-Sales-Key.
           IF NOT Key-On-File
               AND SL-Warehouse(SKX) = CR-Warehouse
               AND SL-Vendor(SKX) = CR-Vendor
               AND SL-CandyID(SKX) = CR-CandyID
               AND SL-Sub(SKX) = Sub THEN
               MOVE 'Y' TO Key-Found-Flag
               IF CRD-Price(Sub) IS NUMERIC
                   AND CRD-Price(Sub) > ZERO THEN
                   COMPUTE IT-Value(ITX) =
                       SL-Qty-Total(SKX) * CRD-Price(Sub)
               END-IF
           END-IF
           .
      * Picks up the Sub's last count date
       370-Match-Last-Count.
           IF NOT Key-On-File
               AND LC-Warehouse(LCX) = CR-Warehouse
               AND LC-Vendor(LCX) = CR-Vendor
               AND LC-CandyID(LCX) = CR-CandyID
               AND LC-Sub(LCX) = Sub THEN
               MOVE 'Y' TO Key-Found-Flag
               MOVE LC-Count-Date(LCX) TO IT-Last-Count(ITX)
           END-IF
           .
      * Orders the rank table by sales value, highest first, and
      * classes each item by the share of the total value ranked
      * ahead of it
       400-Rank-Items.
           IF Item-Count > 1 THEN
               PERFORM 525-Select-Highest
                   VARYING RKX FROM 1 BY 1
                   UNTIL RKX NOT < Item-Count
           END-IF
           IF Item-Count > ZERO THEN
               PERFORM 425-Class-One-Item
                   VARYING RKX FROM 1 BY 1
                   UNTIL RKX > Item-Count
           END-IF
           .
      * Classes the item at rank RKX: A while the value ranked ahead
      * of it is under the A cut-off, B under the B cut-off, and C
      * after that or when it has no sales value
       425-Class-One-Item.
           SET ITX TO RK-Item(RKX)
           EVALUATE TRUE
               WHEN RK-Value(RKX) = ZERO
                   MOVE 'C' TO IT-Class(ITX)
               WHEN Running-Value * 100 < Total-Value * A-Percent
                   MOVE 'A' TO IT-Class(ITX)
               WHEN Running-Value * 100 < Total-Value * B-Percent
                   MOVE 'B' TO IT-Class(ITX)
               WHEN OTHER
                   MOVE 'C' TO IT-Class(ITX)
           END-EVALUATE
           ADD RK-Value(RKX) TO Running-Value
           .
      * Marks each item due when its class's count interval runs
      * out before next week's run, or when it has never been
      * counted, and totals the classes
       450-Schedule-Counts.
           IF Item-Count > ZERO THEN
               PERFORM 475-Schedule-One-Item
                   VARYING ITX FROM 1 BY 1
                   UNTIL ITX > Item-Count
           END-IF
           .
      * Schedules one item and adds it to its class's totals
       475-Schedule-One-Item.
           EVALUATE TRUE
               WHEN IT-Class-A(ITX)
                   SET CSX TO 1
               WHEN IT-Class-B(ITX)
                   SET CSX TO 2
               WHEN OTHER
                   SET CSX TO 3
           END-EVALUATE
           MOVE CS-Interval(CSX) TO Interval-Hold
           IF IT-Last-Count(ITX) = ZERO THEN
               MOVE 'Y' TO IT-Due-Flag(ITX)
           ELSE
               COMPUTE History-Date-Full =
                   20000000 + IT-Last-Count(ITX)
               COMPUTE Days-Since-Count = Today-Integer
                   - FUNCTION INTEGER-OF-DATE (History-Date-Full)
               IF Days-Since-Count + Schedule-Ahead-Days
                   NOT < Interval-Hold THEN
                   MOVE 'Y' TO IT-Due-Flag(ITX)
               END-IF
           END-IF
           ADD 1 TO CS-Items(CSX)
           ADD IT-Value(ITX) TO CS-Value(CSX)
           IF IT-Due(ITX) THEN
               ADD 1 TO CS-Due(CSX)
               ADD 1 TO Due-Count
           END-IF
           .
      * Swaps the highest value remaining into rank position RKX
       525-Select-Highest.
           SET RKY TO RKX
           SET RKY UP BY 1
           PERFORM 550-Compare-One-Entry
               UNTIL RKY > Item-Count
           .
      * Compares one later entry against position RKX, swapping when
      * the later entry holds the higher value
       550-Compare-One-Entry.
           IF RK-Value(RKY) > RK-Value(RKX) THEN
               MOVE Rank-Entry(RKX) TO Rank-Swap-Hold
               MOVE Rank-Entry(RKY) TO Rank-Entry(RKX)
               MOVE Rank-Swap-Hold TO Rank-Entry(RKY)
           END-IF
           SET RKY UP BY 1
           .
      * Prints the class summary page
       600-Print-Summary.
           WRITE Report-Line FROM Heading-One
               AFTER ADVANCING PAGE
           WRITE Report-Line FROM Heading-Two
               AFTER ADVANCING 1
           MOVE History-Window TO SN-Window
           WRITE Report-Line FROM Summary-Note-Line
               AFTER ADVANCING 2
           WRITE Report-Line FROM Summary-Heading
               AFTER ADVANCING 2
           PERFORM 625-Print-One-Class
               VARYING CSX FROM 1 BY 1
               UNTIL CSX > 3
           MOVE Item-Count TO ST-Items-Out
           MOVE Total-Value TO ST-Value-Out
           MOVE Due-Count TO ST-Due-Out
           WRITE Report-Line FROM Summary-Total-Line
               AFTER ADVANCING 2
           IF Item-Overflow-Count > ZERO THEN
               MOVE Item-Overflow-Count TO IO-Count
               WRITE Report-Line FROM Item-Overflow-Line
                   AFTER ADVANCING 1
           END-IF
           .
      * Prints a single class's summary line
       625-Print-One-Class.
           MOVE CS-Class(CSX) TO SL-Class-Out
           MOVE CS-Items(CSX) TO SL-Items-Out
           MOVE CS-Value(CSX) TO SL-Value-Out
           IF Total-Value > ZERO THEN
               COMPUTE SL-Percent-Out ROUNDED =
                   CS-Value(CSX) * 100 / Total-Value
           ELSE
               MOVE ZERO TO SL-Percent-Out
           END-IF
           MOVE CS-Interval(CSX) TO SL-Interval-Out
           MOVE CS-Due(CSX) TO SL-Due-Out
           WRITE Report-Line FROM Summary-Line
               AFTER ADVANCING 1
           .
      * Prints a blind worksheet for each warehouse with items due,
      * in master key order, starting a new page at each change of
      * warehouse
       700-Print-Worksheets.
           MOVE SPACES TO Warehouse-Break-Hold
           IF Due-Count = ZERO THEN
               WRITE Report-Line FROM Worksheet-None-Line
                   AFTER ADVANCING 3
           ELSE
               PERFORM 725-Print-One-Due-Item
                   VARYING ITX FROM 1 BY 1
                   UNTIL ITX > Item-Count
           END-IF
           .
      * Prints one item due, with the worksheet headings first when
      * the warehouse changes.  No book stock is shown.
       725-Print-One-Due-Item.
           IF IT-Due(ITX) THEN
               IF IT-Warehouse(ITX) NOT = Warehouse-Break-Hold THEN
                   MOVE IT-Warehouse(ITX) TO Warehouse-Break-Hold
                   PERFORM 750-Print-Worksheet-Headings
               END-IF
               ADD 1 TO Line-No
               MOVE Line-No TO WD-Line
               MOVE IT-Vendor(ITX) TO WD-Vendor
               MOVE IT-CandyID(ITX) TO WD-Candy
               MOVE IT-Sub(ITX) TO WD-Sub
               MOVE IT-Name(ITX) TO WD-Name
               MOVE IT-Size(ITX) TO WD-Size
               MOVE IT-Type(ITX) TO WD-Type
               MOVE IT-Class(ITX) TO WD-Class
               IF IT-Last-Count(ITX) = ZERO THEN
                   MOVE 'NEVER' TO WD-Last
               ELSE
                   MOVE IT-Last-Count(ITX) TO Date-Split-Hold
                   MOVE DS-Month TO WL-Month
                   MOVE DS-Day TO WL-Day
                   MOVE DS-Year TO WL-Year
                   MOVE Worksheet-Last-Date TO WD-Last
               END-IF
               WRITE Report-Line FROM Worksheet-Detail-Line
                   AFTER ADVANCING 2
           END-IF
           .
      * Starts a new worksheet page for the warehouse in hand
       750-Print-Worksheet-Headings.
           MOVE ZERO TO Line-No
           MOVE Warehouse-Break-Hold TO WT-Warehouse
           WRITE Report-Line FROM Heading-One
               AFTER ADVANCING PAGE
           WRITE Report-Line FROM Heading-Two
               AFTER ADVANCING 1
           WRITE Report-Line FROM Worksheet-Title-Line
               AFTER ADVANCING 2
           WRITE Report-Line FROM Worksheet-Sign-Line
               AFTER ADVANCING 2
           WRITE Report-Line FROM Worksheet-Heading
               AFTER ADVANCING 2
           .
      * Reads the CANDYCNT.TXT already on disk, if any, for its
      * header date and holds the skeleton back unless PG3CNT has
      * posted that date
       775-Check-Existing-Counts.
           OPEN INPUT Count-Transactions
           IF WS-Count-Status = '00' THEN
               PERFORM UNTIL No-More-Old-Counts
                   READ Count-Transactions
                       AT END
                           MOVE 'Y' TO Old-Count-EOF-Flag
                       NOT AT END
                           MOVE 'Y' TO Old-Count-Flag
                           IF Control-Header THEN
                               MOVE CT-File-Date TO Old-Count-Date
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Count-Transactions
           IF Old-Count-File-Present THEN
               PERFORM 785-Check-Posted
               IF NOT Old-Count-File-Posted THEN
                   MOVE 'Y' TO Skeleton-Held-Flag
               END-IF
           END-IF
           .
      * Scans the shared run-control file for a PG3CNT run that
      * posted the old file's date
       785-Check-Posted.
           OPEN INPUT Run-Control-File
           IF WS-Run-Control-Status = '00' THEN
               PERFORM UNTIL No-More-Run-Control
                   READ Run-Control-File
                       AT END
                           MOVE 'Y' TO RunCtl-EOF-Flag
                       NOT AT END
                           IF RC-Program = Posting-Program-Name
                               AND RC-File-Date = Old-Count-Date THEN
                               MOVE 'Y' TO Old-Posted-Flag
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Run-Control-File
           .
      * Writes the CANDYCNT.TXT skeleton: a header with the run date,
      * a zero-quantity count for every item due, and a trailer with
      * the record count
       800-Write-Count-Skeleton.
           OPEN OUTPUT Count-Transactions
           MOVE SPACES TO Count-Control-Record
           MOVE 'HDR0' TO CT-Record-ID
           MOVE Hold-Date TO CT-File-Date
           WRITE Count-Control-Record
           IF Item-Count > ZERO THEN
               PERFORM 825-Write-One-Skeleton
                   VARYING ITX FROM 1 BY 1
                   UNTIL ITX > Item-Count
           END-IF
           MOVE SPACES TO Count-Control-Record
           MOVE 'TRL9' TO CT-Record-ID
           MOVE Due-Count TO CT-Count
           MOVE Due-Hash TO CT-Hash
           WRITE Count-Control-Record
           CLOSE Count-Transactions
           .
      * Writes a single item due onto the skeleton
       825-Write-One-Skeleton.
           IF IT-Due(ITX) THEN
               MOVE IT-Warehouse(ITX) TO CN-Warehouse
               MOVE IT-Vendor(ITX) TO CN-Vendor
               MOVE IT-CandyID(ITX) TO CN-CandyID
               MOVE IT-Sub(ITX) TO CN-Sub
               MOVE ZERO TO CN-Quantity
               WRITE Count-Record
           END-IF
           .

       900-End-Function.
           CLOSE Worksheet-Report-File
           STOP RUN
           .
