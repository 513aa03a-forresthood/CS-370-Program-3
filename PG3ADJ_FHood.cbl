       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PG3ADJ.
       AUTHOR.         Forrest Hood.
      *
      *  Batch stock adjustment program in the style of PG3RECV.
      *  Applies the CANDYADJ.TXT returns and adjustments against the
      *  CANDYMST indexed candy master, each carrying a reason code
      *  from the ADJRSN reason master PG3RMNT maintains: a reason
      *  that moves stock in (a customer return put back to stock)
      *  adds the quantity to CRD-Stock(Sub), one that moves it out
      *  (damaged, expired, samples, donation) takes it off.  Reads
      *  each master record directly by key and rewrites it in place
      *  (OPEN I-O / REWRITE), writing a before/after image to the
      *  CANDYAUD.TXT change audit trail with the reason code in
      *  AU-Operator, so PG3ACCT can extract each reason as its own
      *  movement type and the write-offs reach the books.
      *
      *  An adjustment is refused - and listed with why - when its
      *  warehouse fails the WHSEMAST check, its reason isn't on
      *  ADJRSN and active, its key isn't on the master, its Sub is
      *  out of range or not in use, or it would take out more than
      *  the book stock (the floor needs counting first).  Stock
      *  taken out draws the key's lots on CANDYLOT.TXT down
      *  oldest-received first, the same as PG3SALE; a return goes
      *  back without a lot, like stock from before lots were kept.
      *
      *  The register shows each posting with the stock before and
      *  after and its value at the key's weighted-average unit cost
      *  on the CANDYCST cost master, followed by totals in units and
      *  dollars by warehouse and by reason code, and the refused
      *  adjustments.  A key with no cost on file is valued at zero
      *  and counted on the balancing lines.
      *
      *  CANDYADJ.TXT carries HDR0/TRL9 control records (file date;
      *  record count and quantity hash total), verified before
      *  anything is posted, and the RUNCTL.TXT shared run-control
      *  file is checked so a file date already posted is refused.
      *  A completed run appends its own run-control record.
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT Candy-Inventory
               ASSIGN TO "CANDYMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-Key.

           SELECT Adjust-Transactions
               ASSIGN TO "CANDYADJ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Adjust-Register-File
               ASSIGN TO PRINTER "Adjustments Register".

           SELECT OPTIONAL Audit-File
               ASSIGN TO "CANDYAUD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Reason-Master
               ASSIGN TO "ADJRSN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RN-Reason-Code
               FILE STATUS IS WS-Reason-Status.

           SELECT OPTIONAL Run-Control-File
               ASSIGN TO "RUNCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-Control-Status.

           SELECT Warehouse-Master
               ASSIGN TO "WHSEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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

       FD  Candy-Inventory
           RECORD CONTAINS 416 CHARACTERS.

           COPY "CANDYREC.CPY".

       FD  Adjust-Transactions
           RECORD CONTAINS 20 CHARACTERS.

       01  Adjust-Record.
           05 AJ-Warehouse                  PIC X(4).
           05 AJ-Vendor                     PIC X(4).
           05 AJ-CandyID                    PIC X(3).
           05 AJ-Sub                        PIC 99.
           05 AJ-Reason                     PIC X(2).
           05 AJ-Quantity                   PIC 9(5).

      * Control-record view of the same area: a header carries the
      * file date, a trailer the record count and quantity hash total
       01  Adjust-Control-Record.
           05 CT-Record-ID                  PIC X(4).
               88 Control-Header                  VALUE 'HDR0'.
               88 Control-Trailer                 VALUE 'TRL9'.
           05 CT-Header-Data.
               10 CT-File-Date              PIC 9(6).
               10 FILLER                    PIC X(10).
           05 CT-Trailer-Data REDEFINES CT-Header-Data.
               10 CT-Count                  PIC 9(5).
               10 CT-Hash                   PIC 9(8).
               10 FILLER                    PIC X(3).

       FD  Adjust-Register-File
           RECORD CONTAINS 80 CHARACTERS.

       01  Register-Line                    PIC X(80).

       FD  Audit-File
           RECORD CONTAINS 91 CHARACTERS.

           COPY "CANDYAUD.CPY".

       FD  Reason-Master
           RECORD CONTAINS 32 CHARACTERS.

           COPY "ADJRSN.CPY".

       FD  Run-Control-File
           RECORD CONTAINS 28 CHARACTERS.

           COPY "RUNCTL.CPY".

       FD  Warehouse-Master
           RECORD CONTAINS 23 CHARACTERS.

           COPY "WHSEMAST.CPY".

       FD  Cost-Master
           RECORD CONTAINS 31 CHARACTERS.

           COPY "CANDYCST.CPY".

       FD  Lot-File
           RECORD CONTAINS 30 CHARACTERS.

           COPY "CANDYLOT.CPY".

       WORKING-STORAGE SECTION.

       01  Flags-N-Switches.
           05 Tran-EOF-Flag                 PIC X  VALUE 'N'.
               88 No-More-Transactions            VALUE 'Y'.
           05 Sub                           PIC 99.
           05 Unmatched-Count               PIC 9(4)  VALUE ZERO.

      * File control verification and end-of-run balancing counters
       01  Control-Fields.
           05 Header-Seen-Flag              PIC X  VALUE 'N'.
               88 Header-Seen                     VALUE 'Y'.
           05 Trailer-Seen-Flag             PIC X  VALUE 'N'.
               88 Trailer-Seen                    VALUE 'Y'.
           05 Control-Fail-Flag             PIC X  VALUE 'N'.
               88 Control-Failed                  VALUE 'Y'.
           05 Detail-Read-Count             PIC 9(5)  VALUE ZERO.
           05 Qty-Hash                      PIC 9(8)  VALUE ZERO.
           05 Trailer-Count-Hold            PIC 9(5)  VALUE ZERO.
           05 Trailer-Hash-Hold             PIC 9(8)  VALUE ZERO.
           05 Applied-Count                 PIC 9(5)  VALUE ZERO.
           05 Balance-Rejected              PIC 9(5)  VALUE ZERO.

       01  Adjust-Table.
           05 Adjust-Entry OCCURS 1000 TIMES INDEXED BY TX.
               10 AE-Warehouse              PIC X(4).
               10 AE-Vendor                 PIC X(4).
               10 AE-CandyID                PIC X(3).
               10 AE-Sub                    PIC 99.
               10 AE-Reason                 PIC X(2).
               10 AE-Quantity               PIC 9(5).
               10 AE-Applied-Flag           PIC X.
                   88 AE-Applied                  VALUE 'Y'.
               10 AE-Reject-Note            PIC X(16).
           05 Adjust-Count                  PIC 9(4)  VALUE ZERO.

       01  Audit-Hold-Fields.
           05 AH-Program                    PIC X(8) VALUE 'PG3ADJ'.
           05 AH-Old-Name                   PIC X(15).
           05 AH-Old-Stock                  PIC S9(4).
           05 AH-Old-Price                  PIC S999v99.

      * Reason codes loaded from the ADJRSN reason master, with the
      * night's units and value posted under each.  When the file
      * isn't available the table stays empty and every adjustment
      * is refused, since none can be typed for the books.
       01  Reason-Ref-Fields.
           05 WS-Reason-Status              PIC XX.
           05 Reason-EOF-Flag               PIC X  VALUE 'N'.
               88 No-More-Reasons                 VALUE 'Y'.
           05 Reason-Ref-Count              PIC 9(2)  VALUE ZERO.
           05 Reason-Found-Flag             PIC X.
               88 Reason-Found                    VALUE 'Y'.
           05 Reason-Check-Hold             PIC X(2).

       01  Reason-Ref-Table.
           05 Reason-Ref-Entry OCCURS 20 TIMES INDEXED BY RNX, RPX.
               10 RS-Code                   PIC X(2).
               10 RS-Description            PIC X(20).
               10 RS-Direction              PIC X.
                   88 RS-Into-Stock               VALUE 'I'.
                   88 RS-Out-Of-Stock             VALUE 'O'.
               10 RS-Active-Flag            PIC X.
               10 RS-Units                  PIC 9(7).
               10 RS-Value                  PIC 9(9)V99.

      * Active warehouse codes loaded from the WHSEMAST reference
      * file.  When the file isn't available the table stays empty
      * and validation is skipped.
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

      * Run-control checking: the HDR0 file date in hand and whether
      * this program already posted it
       01  Run-Control-Fields.
           05 WS-Run-Control-Status         PIC XX.
           05 RunCtl-EOF-Flag               PIC X  VALUE 'N'.
               88 No-More-Run-Control             VALUE 'Y'.
           05 File-Date-Hold                PIC 9(6)  VALUE ZERO.
           05 Own-Program-Name              PIC X(8)
                                                 VALUE 'PG3ADJ'.

      * Valuing at the weighted-average unit cost
       01  Cost-Fields.
           05 WS-Cost-Status                PIC XX.
           05 Adjust-Value                  PIC 9(8)V99 VALUE ZERO.
           05 Uncosted-Count                PIC 9(5)  VALUE ZERO.
           05 Direction-Text                PIC X(3).

      * Adjustment totals by warehouse, and the grand totals
       01  Warehouse-Total-Controls.
           05 Warehouse-Total-Count         PIC 9(2)  VALUE ZERO.
           05 Warehouse-Found-Flag          PIC X.
               88 Warehouse-On-Table              VALUE 'Y'.

       01  Warehouse-Total-Table.
           05 Warehouse-Total-Entry OCCURS 20 TIMES INDEXED BY WX.
               10 WT-Warehouse              PIC X(4).
               10 WT-Units-In               PIC 9(7).
               10 WT-Units-Out              PIC 9(7).
               10 WT-Value-In               PIC 9(9)V99.
               10 WT-Value-Out              PIC 9(9)V99.

       01  Grand-Totals.
           05 GT-Units-In                   PIC 9(7)    VALUE ZERO.
           05 GT-Units-Out                  PIC 9(7)    VALUE ZERO.
           05 GT-Value-In                   PIC 9(9)V99 VALUE ZERO.
           05 GT-Value-Out                  PIC 9(9)V99 VALUE ZERO.

      * Stock lots loaded from CANDYLOT.TXT, drawn down for each
      * adjustment out of stock, and rewritten at end of run.  A
      * file that overruns the table stands the lot step down so it
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
           05 H2-Title           PIC X(20)
               VALUE 'ADJUSTMENTS REGISTER'.

       01  Heading-Three.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-WH              PIC X(4)  VALUE 'WHSE'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Vendor          PIC X(4)  VALUE 'VEND'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Candy           PIC X(3)  VALUE 'CDY'.
           05                    PIC X(1)  VALUE SPACES.
           05 H3-Sub             PIC X(3)  VALUE 'SUB'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Reason          PIC X(3)  VALUE 'RSN'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Dir             PIC X(3)  VALUE 'DIR'.
           05                    PIC X(5)  VALUE SPACES.
           05 H3-Qty             PIC X(3)  VALUE 'QTY'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Old             PIC X(7)  VALUE 'OLD STK'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-New             PIC X(7)  VALUE 'NEW STK'.
           05                    PIC X(8)  VALUE SPACES.
           05 H3-Value           PIC X(5)  VALUE 'VALUE'.

       01  Register-Detail-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 GL-Warehouse       PIC X(4).
           05                    PIC X(2)  VALUE SPACES.
           05 GL-Vendor          PIC X(4).
           05                    PIC X(2)  VALUE SPACES.
           05 GL-Candy           PIC X(3).
           05                    PIC X(2)  VALUE SPACES.
           05 GL-Sub             PIC 99.
           05                    PIC X(3)  VALUE SPACES.
           05 GL-Reason          PIC X(2).
           05                    PIC X(2)  VALUE SPACES.
           05 GL-Direction       PIC X(3).
           05                    PIC X(2)  VALUE SPACES.
           05 GL-Qty             PIC ZZ,ZZ9.
           05                    PIC X(3)  VALUE SPACES.
           05 GL-Old-Stock       PIC ZZZ9-.
           05                    PIC X(3)  VALUE SPACES.
           05 GL-New-Stock       PIC ZZZ9-.
           05                    PIC X(2)  VALUE SPACES.
           05 GL-Value           PIC ZZ,ZZZ,ZZ9.99.

       01  Warehouse-Total-Heading.
           05                    PIC X(2)  VALUE SPACES.
           05 WH-Title           PIC X(30)
               VALUE 'ADJUSTMENT TOTALS BY WAREHOUSE'.

       01  Warehouse-Column-Heading.
           05                    PIC X(2)  VALUE SPACES.
           05 WC-WH              PIC X(4)  VALUE 'WHSE'.
           05                    PIC X(5)  VALUE SPACES.
           05 WC-Units-In        PIC X(8)  VALUE 'UNITS IN'.
           05                    PIC X(3)  VALUE SPACES.
           05 WC-Units-Out       PIC X(9)  VALUE 'UNITS OUT'.
           05                    PIC X(8)  VALUE SPACES.
           05 WC-Value-In        PIC X(8)  VALUE 'VALUE IN'.
           05                    PIC X(6)  VALUE SPACES.
           05 WC-Value-Out       PIC X(9)  VALUE 'VALUE OUT'.

       01  Warehouse-Total-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 WL-Warehouse       PIC X(4).
           05                    PIC X(4)  VALUE SPACES.
           05 WL-Units-In        PIC Z,ZZZ,ZZ9.
           05                    PIC X(3)  VALUE SPACES.
           05 WL-Units-Out       PIC Z,ZZZ,ZZ9.
           05                    PIC X(2)  VALUE SPACES.
           05 WL-Value-In        PIC ZZZ,ZZZ,ZZ9.99.
           05                    PIC X(1)  VALUE SPACES.
           05 WL-Value-Out       PIC ZZZ,ZZZ,ZZ9.99.

       01  Grand-Total-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 GT-Title           PIC X(8)  VALUE 'TOTAL'.
           05 GT-Units-In-Out    PIC Z,ZZZ,ZZ9.
           05                    PIC X(3)  VALUE SPACES.
           05 GT-Units-Out-Out   PIC Z,ZZZ,ZZ9.
           05                    PIC X(2)  VALUE SPACES.
           05 GT-Value-In-Out    PIC ZZZ,ZZZ,ZZ9.99.
           05                    PIC X(1)  VALUE SPACES.
           05 GT-Value-Out-Out   PIC ZZZ,ZZZ,ZZ9.99.

       01  Reason-Total-Heading.
           05                    PIC X(2)  VALUE SPACES.
           05 RH-Title           PIC X(27)
               VALUE 'ADJUSTMENT TOTALS BY REASON'.

       01  Reason-Column-Heading.
           05                    PIC X(2)  VALUE SPACES.
           05 RX-Code-Head       PIC X(2)  VALUE 'CD'.
           05                    PIC X(2)  VALUE SPACES.
           05 RX-Desc-Head       PIC X(11) VALUE 'DESCRIPTION'.
           05                    PIC X(11) VALUE SPACES.
           05 RX-Dir-Head        PIC X(3)  VALUE 'DIR'.
           05                    PIC X(6)  VALUE SPACES.
           05 RX-Units-Head      PIC X(5)  VALUE 'UNITS'.
           05                    PIC X(11) VALUE SPACES.
           05 RX-Value-Head      PIC X(5)  VALUE 'VALUE'.

       01  Reason-Total-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 RL-Code            PIC X(2).
           05                    PIC X(2)  VALUE SPACES.
           05 RL-Description     PIC X(20).
           05                    PIC X(2)  VALUE SPACES.
           05 RL-Direction       PIC X(3).
           05                    PIC X(2)  VALUE SPACES.
           05 RL-Units           PIC Z,ZZZ,ZZ9.
           05                    PIC X(2)  VALUE SPACES.
           05 RL-Value           PIC ZZZ,ZZZ,ZZ9.99.

       01  Totals-None-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 TN-Message         PIC X(24)
               VALUE 'NO ADJUSTMENTS POSTED'.

       01  Unmatched-Heading.
           05                    PIC X(2)  VALUE SPACES.
           05 UH-Title           PIC X(23)
               VALUE 'ADJUSTMENTS NOT POSTED'.

       01  Unmatched-Detail-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 UL-Warehouse       PIC X(4).
           05                    PIC X(2)  VALUE SPACES.
           05 UL-Vendor          PIC X(4).
           05                    PIC X(2)  VALUE SPACES.
           05 UL-Candy           PIC X(3).
           05                    PIC X(2)  VALUE SPACES.
           05 UL-Sub             PIC 99.
           05                    PIC X(3)  VALUE SPACES.
           05 UL-Reason          PIC X(2).
           05                    PIC X(7)  VALUE SPACES.
           05 UL-Qty             PIC ZZ,ZZ9.
           05                    PIC X(3)  VALUE SPACES.
           05 UL-Note            PIC X(16).

       01  Unmatched-None-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 UN-Message         PIC X(33)
               VALUE 'ALL ADJUSTMENTS POSTED TO MASTER'.

       01  Control-Failure-Line.
           05                    PIC X(3)  VALUE SPACES.
           05 CF-Message         PIC X(47)
               VALUE '** CONTROL FAILURE - NO ADJUSTMENTS POSTED **'.

       01  Run-Balance-Line.
           05                    PIC X(3)  VALUE SPACES.
           05 RB-Title           PIC X(15) VALUE 'RECORDS READ: '.
           05 RB-Read            PIC ZZZZ9.
           05                    PIC X(3)  VALUE SPACES.
           05 RB-Title2          PIC X(9)  VALUE 'APPLIED: '.
           05 RB-Applied         PIC ZZZZ9.
           05                    PIC X(3)  VALUE SPACES.
           05 RB-Title3          PIC X(10) VALUE 'REJECTED: '.
           05 RB-Rejected        PIC ZZZZ9.

       01  Cost-Balance-Line.
           05                    PIC X(3)  VALUE SPACES.
           05 CB-Title           PIC X(28)
               VALUE 'ADJUSTMENTS WITH NO COST:   '.
           05 CB-Uncosted        PIC ZZZZ9.

       01  Lot-Balance-Line.
           05                    PIC X(3)  VALUE SPACES.
           05 LB-Title           PIC X(14) VALUE 'LOTS ON FILE: '.
           05 LB-On-File         PIC ZZZZ9.

       01  Lot-Skipped-Line.
           05                    PIC X(3)  VALUE SPACES.
           05 LS-Message         PIC X(47)
               VALUE '** LOT TABLE FULL - CANDYLOT.TXT NOT UPDATED **'.

       PROCEDURE DIVISION.

       100-Main-Function.
           PERFORM 150-Housekeeping
           PERFORM 190-Verify-Controls
           IF NOT Control-Failed THEN
               PERFORM 193-Check-Run-Control
           END-IF
           IF Control-Failed THEN
               WRITE Register-Line FROM Control-Failure-Line
                   AFTER ADVANCING 2
           ELSE
               PERFORM 200-Update-Master
               PERFORM 470-Rewrite-Lot-File
               PERFORM 500-Print-Adjustment-Totals
               PERFORM 600-Print-Unmatched
               PERFORM 850-Write-Run-Control
           END-IF
           PERFORM 700-Print-Run-Balance
           PERFORM 900-End-Function
           .
      * Opens the files, prints the register headings, and loads the
      * adjustments, the reason codes, the warehouses and the lots
       150-Housekeeping.
           OPEN I-O Candy-Inventory
           OPEN INPUT Adjust-Transactions
           OPEN OUTPUT Adjust-Register-File
           OPEN EXTEND Audit-File
           OPEN INPUT Cost-Master
           ACCEPT WS-Current-Date FROM DATE
           MOVE WS-Month TO H2-Month
           MOVE WS-Day TO H2-Day
           MOVE WS-Year TO H2-Year
           WRITE Register-Line FROM Heading-One
               AFTER ADVANCING PAGE
           WRITE Register-Line FROM Heading-Two
               AFTER ADVANCING 1
           WRITE Register-Line FROM Heading-Three
               AFTER ADVANCING 2
           PERFORM 175-Load-Transactions
           CLOSE Adjust-Transactions
           PERFORM 182-Load-Reasons
           PERFORM 186-Load-Warehouses
           PERFORM 189-Load-Lots
           .
      * Reads the adjustment file into Adjust-Table, noting the
      * header and trailer control records and accumulating the
      * count and quantity hash total the trailer must match
       175-Load-Transactions.
           PERFORM UNTIL No-More-Transactions
               READ Adjust-Transactions
                   AT END
                      MOVE 'Y' TO Tran-EOF-Flag
                   NOT AT END
                      EVALUATE TRUE
                          WHEN Control-Header
                              MOVE 'Y' TO Header-Seen-Flag
                              MOVE CT-File-Date TO File-Date-Hold
                          WHEN Control-Trailer
                              MOVE 'Y' TO Trailer-Seen-Flag
                              MOVE CT-Count TO Trailer-Count-Hold
                              MOVE CT-Hash TO Trailer-Hash-Hold
                          WHEN OTHER
                              ADD 1 TO Detail-Read-Count
                              ADD AJ-Quantity TO Qty-Hash
                              PERFORM 180-Load-One-Transaction
                      END-EVALUATE
               END-READ
           END-PERFORM
           .
      * Loads a single detail adjustment into Adjust-Table
       180-Load-One-Transaction.
           IF Adjust-Count < 1000 THEN
               ADD 1 TO Adjust-Count
               SET TX TO Adjust-Count
               MOVE AJ-Warehouse TO AE-Warehouse(TX)
               MOVE AJ-Vendor TO AE-Vendor(TX)
               MOVE AJ-CandyID TO AE-CandyID(TX)
               MOVE AJ-Sub TO AE-Sub(TX)
               MOVE AJ-Reason TO AE-Reason(TX)
               MOVE AJ-Quantity TO AE-Quantity(TX)
               MOVE 'N' TO AE-Applied-Flag(TX)
               MOVE SPACES TO AE-Reject-Note(TX)
           END-IF
           .
      * Loads the reason codes from the ADJRSN reason master
       182-Load-Reasons.
           OPEN INPUT Reason-Master
           IF WS-Reason-Status = '00' THEN
               PERFORM UNTIL No-More-Reasons
                   READ Reason-Master
                       AT END
                           MOVE 'Y' TO Reason-EOF-Flag
                       NOT AT END
                           IF Reason-Ref-Count < 20 THEN
                               ADD 1 TO Reason-Ref-Count
                               SET RNX TO Reason-Ref-Count
                               MOVE RN-Reason-Code TO RS-Code(RNX)
                               MOVE RN-Description
                                   TO RS-Description(RNX)
                               MOVE RN-Direction TO RS-Direction(RNX)
                               MOVE RN-Active-Flag
                                   TO RS-Active-Flag(RNX)
                               MOVE ZERO TO RS-Units(RNX)
                               MOVE ZERO TO RS-Value(RNX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Reason-Master
           ELSE
               DISPLAY 'ADJRSN NOT AVAILABLE - EVERY ADJUSTMENT'
                   ' WILL BE REFUSED'
           END-IF
           .
      * Looks up the reason code in Reason-Check-Hold, leaving RPX on
      * its entry when it is on file and active
       183-Find-Reason.
           MOVE 'N' TO Reason-Found-Flag
           IF Reason-Ref-Count > ZERO THEN
               PERFORM 184-Check-One-Reason
                   VARYING RNX FROM 1 BY 1
                   UNTIL RNX > Reason-Ref-Count
           END-IF
           .
      * Checks a single reason-table entry against the code in hand;
      * only an active reason is found
       184-Check-One-Reason.
           IF NOT Reason-Found
               AND RS-Code(RNX) = Reason-Check-Hold
               AND RS-Active-Flag(RNX) = 'A' THEN
               MOVE 'Y' TO Reason-Found-Flag
               SET RPX TO RNX
           END-IF
           .
      * Loads the active warehouse codes from the WHSEMAST
      * reference file, noting when the file isn't there so
      * validation is skipped instead of failing the run
       186-Load-Warehouses.
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
       187-Validate-Warehouse.
           IF Whse-Ref-Count = ZERO THEN
               MOVE 'Y' TO Whse-Valid-Flag
           ELSE
               MOVE 'N' TO Whse-Valid-Flag
               PERFORM 188-Check-One-Warehouse
                   VARYING WRX FROM 1 BY 1
                   UNTIL WRX > Whse-Ref-Count
           END-IF
           .
      * Checks a single reference-table entry against the code in
      * hand; only an active warehouse validates
       188-Check-One-Warehouse.
           IF WR-Code(WRX) = Whse-Check-Hold
               AND WR-Active-Flag(WRX) = 'A' THEN
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
           IF NOT Header-Seen THEN
               MOVE 'Y' TO Control-Fail-Flag
               DISPLAY 'CONTROL FAILURE - NO HEADER RECORD'
           END-IF
           IF NOT Trailer-Seen THEN
               MOVE 'Y' TO Control-Fail-Flag
               DISPLAY 'CONTROL FAILURE - NO TRAILER RECORD'
           ELSE
               IF Trailer-Count-Hold NOT = Detail-Read-Count THEN
                   MOVE 'Y' TO Control-Fail-Flag
                   DISPLAY 'CONTROL FAILURE - RECORD COUNT: TRAILER '
                       Trailer-Count-Hold ' READ ' Detail-Read-Count
               END-IF
               IF Trailer-Hash-Hold NOT = Qty-Hash THEN
                   MOVE 'Y' TO Control-Fail-Flag
                   DISPLAY 'CONTROL FAILURE - HASH TOTAL: TRAILER '
                       Trailer-Hash-Hold ' COMPUTED ' Qty-Hash
               END-IF
           END-IF
           IF Control-Failed THEN
               DISPLAY 'NO ADJUSTMENTS POSTED - MASTER UNTOUCHED'
           END-IF
           .
      * Scans the shared run-control file for a record showing this
      * program already posted the file date in hand, refusing the
      * run when one is found
       193-Check-Run-Control.
           OPEN INPUT Run-Control-File
           IF WS-Run-Control-Status = '00' THEN
               PERFORM UNTIL No-More-Run-Control
                   READ Run-Control-File
                       AT END
                           MOVE 'Y' TO RunCtl-EOF-Flag
                       NOT AT END
                           IF RC-Program = Own-Program-Name
                               AND RC-File-Date = File-Date-Hold THEN
                               MOVE 'Y' TO Control-Fail-Flag
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Run-Control-File
           IF Control-Failed THEN
               DISPLAY 'CONTROL FAILURE - FILE DATE ' File-Date-Hold
                   ' ALREADY POSTED BY ' Own-Program-Name
               DISPLAY 'NO ADJUSTMENTS POSTED - MASTER UNTOUCHED'
           END-IF
           .
      * Posts each adjustment in the table against the master
       200-Update-Master.
           IF Adjust-Count > ZERO THEN
               PERFORM 350-Apply-Sub-Transactions
                   VARYING TX FROM 1 BY 1
                   UNTIL TX > Adjust-Count
           END-IF
           .
      * Checks one adjustment's warehouse, reason and Sub, then
      * reads its master record directly by key.  Anything that
      * fails is left unapplied with the reason it was refused, for
      * the not-posted section of the register.
       350-Apply-Sub-Transactions.
           MOVE AE-Warehouse(TX) TO Whse-Check-Hold
           PERFORM 187-Validate-Warehouse
           MOVE AE-Reason(TX) TO Reason-Check-Hold
           PERFORM 183-Find-Reason
           EVALUATE TRUE
               WHEN NOT Whse-Valid
                   MOVE 'BAD WAREHOUSE' TO AE-Reject-Note(TX)
               WHEN NOT Reason-Found
                   MOVE 'BAD REASON CODE' TO AE-Reject-Note(TX)
               WHEN AE-Sub(TX) < 1 OR AE-Sub(TX) > 15
                   MOVE 'SUB OUT OF RANGE' TO AE-Reject-Note(TX)
               WHEN OTHER
                   MOVE AE-Warehouse(TX) TO CR-Warehouse
                   MOVE AE-Vendor(TX) TO CR-Vendor
                   MOVE AE-CandyID(TX) TO CR-CandyID
                   READ Candy-Inventory
                       INVALID KEY
                           MOVE 'NO MASTER RECORD'
                               TO AE-Reject-Note(TX)
                       NOT INVALID KEY
                           PERFORM 360-Check-One-Adjustment
                   END-READ
           END-EVALUATE
           .
      * Refuses an adjustment to a Sub not in use, or one that would
      * take out more than the book stock, and posts the rest
       360-Check-One-Adjustment.
           MOVE AE-Sub(TX) TO Sub
           EVALUATE TRUE
               WHEN CRD-Size(Sub) = SPACES
                   MOVE 'SUB NOT IN USE' TO AE-Reject-Note(TX)
               WHEN RS-Out-Of-Stock(RPX)
                   AND AE-Quantity(TX) > CRD-Stock(Sub)
                   MOVE 'SHORT STOCK' TO AE-Reject-Note(TX)
               WHEN OTHER
                   PERFORM 375-Apply-One-Adjustment
           END-EVALUATE
           .
      * Posts a single adjustment to the master record just read in
      * the reason's direction, marks it applied, values it, and
      * prints its register line
       375-Apply-One-Adjustment.
           ADD 1 TO Applied-Count
           MOVE CRD-Stock(Sub) TO GL-Old-Stock
           MOVE CRD-Name(Sub) TO AH-Old-Name
           MOVE CRD-Stock(Sub) TO AH-Old-Stock
           MOVE CRD-Price(Sub) TO AH-Old-Price
           IF RS-Into-Stock(RPX) THEN
               ADD AE-Quantity(TX) TO CRD-Stock(Sub)
               MOVE 'IN' TO Direction-Text
           ELSE
               SUBTRACT AE-Quantity(TX) FROM CRD-Stock(Sub)
               MOVE 'OUT' TO Direction-Text
           END-IF
           PERFORM 800-Write-Audit
           REWRITE Candy-Record
           MOVE 'Y' TO AE-Applied-Flag(TX)
           IF RS-Out-Of-Stock(RPX) THEN
               MOVE AE-Warehouse(TX) TO LH-Warehouse
               MOVE AE-Vendor(TX) TO LH-Vendor
               MOVE AE-CandyID(TX) TO LH-CandyID
               MOVE AE-Sub(TX) TO LH-Sub
               MOVE AE-Quantity(TX) TO Lot-Draw-Qty
               PERFORM 380-Draw-Down-Lots
           END-IF
           PERFORM 390-Value-At-Cost
           PERFORM 400-Add-To-Warehouse-Total
           ADD AE-Quantity(TX) TO RS-Units(RPX)
           ADD Adjust-Value TO RS-Value(RPX)
           MOVE AE-Warehouse(TX) TO GL-Warehouse
           MOVE AE-Vendor(TX) TO GL-Vendor
           MOVE AE-CandyID(TX) TO GL-Candy
           MOVE AE-Sub(TX) TO GL-Sub
           MOVE AE-Reason(TX) TO GL-Reason
           MOVE Direction-Text TO GL-Direction
           MOVE AE-Quantity(TX) TO GL-Qty
           MOVE CRD-Stock(Sub) TO GL-New-Stock
           MOVE Adjust-Value TO GL-Value
           WRITE Register-Line FROM Register-Detail-Line
               AFTER ADVANCING 1
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
      * Extends the adjustment in hand at its key's weighted-average
      * unit cost, counting any key the cost master doesn't carry
       390-Value-At-Cost.
           MOVE ZEROS TO Adjust-Value
           MOVE AE-Warehouse(TX) TO CS-Warehouse
           MOVE AE-Vendor(TX) TO CS-Vendor
           MOVE AE-CandyID(TX) TO CS-CandyID
           MOVE AE-Sub(TX) TO CS-Sub
           READ Cost-Master
               INVALID KEY
                   ADD 1 TO Uncosted-Count
               NOT INVALID KEY
                   COMPUTE Adjust-Value ROUNDED =
                       AE-Quantity(TX) * CS-Avg-Cost
           END-READ
           .
      * Adds the adjustment just posted to its warehouse's totals,
      * in or out, starting a new entry for a warehouse not yet seen,
      * and to the grand totals
       400-Add-To-Warehouse-Total.
           MOVE 'N' TO Warehouse-Found-Flag
           PERFORM 425-Check-One-Warehouse-Total
               VARYING WX FROM 1 BY 1
               UNTIL WX > Warehouse-Total-Count
           IF NOT Warehouse-On-Table
               AND Warehouse-Total-Count < 20 THEN
               ADD 1 TO Warehouse-Total-Count
               SET WX TO Warehouse-Total-Count
               MOVE AE-Warehouse(TX) TO WT-Warehouse(WX)
               MOVE ZERO TO WT-Units-In(WX)
               MOVE ZERO TO WT-Units-Out(WX)
               MOVE ZERO TO WT-Value-In(WX)
               MOVE ZERO TO WT-Value-Out(WX)
               PERFORM 450-Add-To-Entry
           END-IF
           IF RS-Into-Stock(RPX) THEN
               ADD AE-Quantity(TX) TO GT-Units-In
               ADD Adjust-Value TO GT-Value-In
           ELSE
               ADD AE-Quantity(TX) TO GT-Units-Out
               ADD Adjust-Value TO GT-Value-Out
           END-IF
           .
      * Adds the adjustment to a single warehouse entry if the
      * warehouse matches
       425-Check-One-Warehouse-Total.
           IF NOT Warehouse-On-Table
               AND WT-Warehouse(WX) = AE-Warehouse(TX) THEN
               MOVE 'Y' TO Warehouse-Found-Flag
               PERFORM 450-Add-To-Entry
           END-IF
           .
      * Adds the adjustment in hand to warehouse entry WX, in or out
       450-Add-To-Entry.
           IF RS-Into-Stock(RPX) THEN
               ADD AE-Quantity(TX) TO WT-Units-In(WX)
               ADD Adjust-Value TO WT-Value-In(WX)
           ELSE
               ADD AE-Quantity(TX) TO WT-Units-Out(WX)
               ADD Adjust-Value TO WT-Value-Out(WX)
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
      * Prints the totals in units and dollars by warehouse, the
      * grand totals, and the totals by reason code
       500-Print-Adjustment-Totals.
           WRITE Register-Line FROM Warehouse-Total-Heading
               AFTER ADVANCING 3
           IF Warehouse-Total-Count = ZERO THEN
               WRITE Register-Line FROM Totals-None-Line
                   AFTER ADVANCING 2
           ELSE
               WRITE Register-Line FROM Warehouse-Column-Heading
                   AFTER ADVANCING 2
               PERFORM 525-Print-One-Warehouse
                   VARYING WX FROM 1 BY 1
                   UNTIL WX > Warehouse-Total-Count
               MOVE GT-Units-In TO GT-Units-In-Out
               MOVE GT-Units-Out TO GT-Units-Out-Out
               MOVE GT-Value-In TO GT-Value-In-Out
               MOVE GT-Value-Out TO GT-Value-Out-Out
               WRITE Register-Line FROM Grand-Total-Line
                   AFTER ADVANCING 2
               WRITE Register-Line FROM Reason-Total-Heading
                   AFTER ADVANCING 3
               WRITE Register-Line FROM Reason-Column-Heading
                   AFTER ADVANCING 2
               PERFORM 550-Print-One-Reason
                   VARYING RNX FROM 1 BY 1
                   UNTIL RNX > Reason-Ref-Count
           END-IF
           .
      * Prints a single warehouse's adjustment totals
       525-Print-One-Warehouse.
           MOVE WT-Warehouse(WX) TO WL-Warehouse
           MOVE WT-Units-In(WX) TO WL-Units-In
           MOVE WT-Units-Out(WX) TO WL-Units-Out
           MOVE WT-Value-In(WX) TO WL-Value-In
           MOVE WT-Value-Out(WX) TO WL-Value-Out
           WRITE Register-Line FROM Warehouse-Total-Line
               AFTER ADVANCING 1
           .
      * Prints a single reason code's totals, when anything posted
      * under it
       550-Print-One-Reason.
           IF RS-Units(RNX) > ZERO THEN
               MOVE RS-Code(RNX) TO RL-Code
               MOVE RS-Description(RNX) TO RL-Description
               IF RS-Into-Stock(RNX) THEN
                   MOVE 'IN' TO RL-Direction
               ELSE
                   MOVE 'OUT' TO RL-Direction
               END-IF
               MOVE RS-Units(RNX) TO RL-Units
               MOVE RS-Value(RNX) TO RL-Value
               WRITE Register-Line FROM Reason-Total-Line
                   AFTER ADVANCING 1
           END-IF
           .
      * Prints the section listing every adjustment not posted and
      * why, so the clerk can chase it down
       600-Print-Unmatched.
           WRITE Register-Line FROM Unmatched-Heading
               AFTER ADVANCING 3
           IF Adjust-Count > ZERO THEN
               PERFORM 625-Print-One-Unmatched
                   VARYING TX FROM 1 BY 1
                   UNTIL TX > Adjust-Count
           END-IF
           IF Unmatched-Count = ZERO THEN
               WRITE Register-Line FROM Unmatched-None-Line
                   AFTER ADVANCING 2
           END-IF
           .
      * Prints a single unposted adjustment
       625-Print-One-Unmatched.
           IF NOT AE-Applied(TX) THEN
               ADD 1 TO Unmatched-Count
               MOVE AE-Warehouse(TX) TO UL-Warehouse
               MOVE AE-Vendor(TX) TO UL-Vendor
               MOVE AE-CandyID(TX) TO UL-Candy
               MOVE AE-Sub(TX) TO UL-Sub
               MOVE AE-Reason(TX) TO UL-Reason
               MOVE AE-Quantity(TX) TO UL-Qty
               MOVE AE-Reject-Note(TX) TO UL-Note
               WRITE Register-Line FROM Unmatched-Detail-Line
                   AFTER ADVANCING 1
           END-IF
           .
      * Prints the end-of-run balancing lines
       700-Print-Run-Balance.
           COMPUTE Balance-Rejected =
               Detail-Read-Count - Applied-Count
           MOVE Detail-Read-Count TO RB-Read
           MOVE Applied-Count TO RB-Applied
           MOVE Balance-Rejected TO RB-Rejected
           WRITE Register-Line FROM Run-Balance-Line
               AFTER ADVANCING 2
           IF NOT Control-Failed THEN
               MOVE Uncosted-Count TO CB-Uncosted
               WRITE Register-Line FROM Cost-Balance-Line
                   AFTER ADVANCING 1
               IF Lot-Table-Fits THEN
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
      * to the shared change audit trail, with the adjustment's
      * reason code in AU-Operator.  The caller loads the old values
      * into Audit-Hold-Fields before applying the change.
       800-Write-Audit.
           MOVE AH-Program TO AU-Program
           MOVE Hold-Date TO AU-Date
           ACCEPT AU-Time FROM TIME
           MOVE CR-Warehouse TO AU-Warehouse
           MOVE CR-Vendor TO AU-Vendor
           MOVE CR-CandyID TO AU-CandyID
           MOVE Sub TO AU-Sub
           MOVE AH-Old-Name TO AU-Old-Name
           MOVE AH-Old-Stock TO AU-Old-Stock
           MOVE AH-Old-Price TO AU-Old-Price
           MOVE CRD-Name(Sub) TO AU-New-Name
           MOVE CRD-Stock(Sub) TO AU-New-Stock
           MOVE CRD-Price(Sub) TO AU-New-Price
           MOVE AE-Reason(TX) TO AU-Operator
           WRITE Audit-Record
           .
      * Records the completed run - program, run date and time, and
      * the file date just posted - on the shared run-control file
       850-Write-Run-Control.
           OPEN EXTEND Run-Control-File
           MOVE Own-Program-Name TO RC-Program
           MOVE Hold-Date TO RC-Run-Date
           ACCEPT RC-Run-Time FROM TIME
           MOVE File-Date-Hold TO RC-File-Date
           WRITE Run-Control-Record
           CLOSE Run-Control-File
           .

       900-End-Function.
           CLOSE Candy-Inventory
           CLOSE Adjust-Register-File
           CLOSE Audit-File
           CLOSE Cost-Master
           STOP RUN
           .
