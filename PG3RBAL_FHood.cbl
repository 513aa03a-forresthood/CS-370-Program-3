       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PG3RBAL.
       AUTHOR.         Forrest Hood.
      *
      *  Inter-warehouse rebalancing planner.  Compares every
      *  Warehouse/Vendor/CandyID/Sub on the CANDYMST candy master
      *  with the same Vendor/CandyID/Sub at the other warehouses
      *  and proposes transfers from the sites sitting on more than
      *  they need to the sites running short, so nobody has to
      *  eyeball the PG3 report to find them.
      *
      *  Each site's daily sales rate is its SALEHIST.TXT sales over
      *  the trailing 30 days, the way PG3VELO figures it, and what
      *  the site still owes on the CANDYBO.TXT open backorder file
      *  counts against its stock.  A site is short when its stock
      *  less backorders covers fewer than the short-cover days of
      *  sales; it needs enough to clear its backorders and get back
      *  to that cover.  A site can send whatever it holds beyond
      *  its backorders and the minimum cover it must keep.  Both
      *  day counts come from the REBALDAY.TXT parameter file (short
      *  cover, then minimum cover; 14 and 30 days when the file is
      *  missing).  A warehouse WHSEMAST marks inactive neither
      *  sends nor receives.
      *
      *  Prints the suggestion list for the warehouse managers and
      *  writes the moves they approved as CANDYXFR.TXT, with the
      *  HDR0/TRL9 controls PG3XFER verifies, ready for that night's
      *  run.  The managers' decisions are keyed against the printed
      *  list, each with the date it was made (from-warehouse,
      *  to-warehouse, Vendor, CandyID, Sub, decision date): a move
      *  they approve onto the RBALAPPR.TXT approved-moves file, a
      *  move they turn down onto the RBALDECL.TXT declined-moves
      *  file.  The planner is then run again: an approved move
      *  prints as APPROVED and goes onto CANDYXFR.TXT; a declined
      *  one prints as DECLINED and stays off it, and the short site
      *  is filled from another sender where one has stock to spare;
      *  anything else prints as PENDING and is not written.  Only
      *  decisions dated the day of the run count, so each day's
      *  plan starts clean and nothing is moved that a manager has
      *  not approved that day.  PG3XFER tables 500 transfers, so
      *  carried and approved moves together stop at 500; an
      *  approved move past that prints as HELD - FULL and waits for
      *  the next file.
      *
      *  When more keys turn up in the sales history or the open
      *  backorders than their tables hold, the Subs left out would
      *  look idle and their stock spare, so nothing is planned or
      *  written; the balance page shows the keys over.
      *
      *  CANDYXFR.TXT is written fresh each run, but never over
      *  transfers that haven't posted.  When RUNCTL.TXT shows no
      *  PG3XFER run that posted the HDR0 file date of the
      *  CANDYXFR.TXT on disk, its detail records - hand-keyed
      *  transfers - are carried to the front of the new file and
      *  counted into the new trailer.  The old file must balance to
      *  its own trailer first; if it doesn't, or there are more
      *  than the carry table holds, nothing is planned or written
      *  and the file is left as it was.  PG3RBAL marks its header
      *  with its name and the number of transfers it carried, and
      *  its trailer with the number of its own moves, so a rerun
      *  before PG3XFER carries only the keyed transfers again.  A
      *  file of its own whose details no longer add up to those two
      *  counts - transfers keyed onto it since - is left as it was.
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL Sales-History
               ASSIGN TO "SALEHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-History-Status.

           SELECT OPTIONAL Backorder-File
               ASSIGN TO "CANDYBO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Backorder-Status.

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

           SELECT OPTIONAL Cover-Days-File
               ASSIGN TO "REBALDAY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Cover-Days-Status.

           SELECT OPTIONAL Declined-Move-File
               ASSIGN TO "RBALDECL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Declined-Status.

           SELECT OPTIONAL Approved-Move-File
               ASSIGN TO "RBALAPPR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Approved-Status.

           SELECT OPTIONAL Transfer-Transactions
               ASSIGN TO "CANDYXFR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Transfer-Status.

           SELECT OPTIONAL Run-Control-File
               ASSIGN TO "RUNCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-Control-Status.

           SELECT Rebalance-Report-File
               ASSIGN TO PRINTER "Rebalancing Suggestions".

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

       FD  Backorder-File
           RECORD CONTAINS 24 CHARACTERS.

           COPY "CANDYBO.CPY".

       FD  Candy-Inventory
           RECORD CONTAINS 416 CHARACTERS.

           COPY "CANDYREC.CPY".

       FD  Warehouse-Master
           RECORD CONTAINS 23 CHARACTERS.

           COPY "WHSEMAST.CPY".

       FD  Cover-Days-File
           RECORD CONTAINS 6 CHARACTERS.

       01  Cover-Days-Record.
           05 CD-Short-Days                 PIC 9(3).
           05 CD-Min-Cover-Days             PIC 9(3).

       FD  Declined-Move-File
           RECORD CONTAINS 23 CHARACTERS.

       01  Declined-Move-Record.
           05 DM-Move-Key.
               10 DM-From-Warehouse         PIC X(4).
               10 DM-To-Warehouse           PIC X(4).
               10 DM-Vendor                 PIC X(4).
               10 DM-CandyID                PIC X(3).
               10 DM-Sub                    PIC 99.
           05 DM-Decision-Date              PIC 9(6).

       FD  Approved-Move-File
           RECORD CONTAINS 23 CHARACTERS.

       01  Approved-Move-Record.
           05 AM-Move-Key.
               10 AM-From-Warehouse         PIC X(4).
               10 AM-To-Warehouse           PIC X(4).
               10 AM-Vendor                 PIC X(4).
               10 AM-CandyID                PIC X(3).
               10 AM-Sub                    PIC 99.
           05 AM-Decision-Date              PIC 9(6).

       FD  Transfer-Transactions
           RECORD CONTAINS 22 CHARACTERS.

       01  Transfer-Record.
           05 XF-From-Warehouse             PIC X(4).
           05 XF-To-Warehouse               PIC X(4).
           05 XF-Vendor                     PIC X(4).
           05 XF-CandyID                    PIC X(3).
           05 XF-Sub                        PIC 99.
           05 XF-Quantity                   PIC 9(5).

      * Control-record view of the same area: a header carries the
      * file date, a trailer the record count and quantity hash total.
      * PG3RBAL also marks its header with its name and how many
      * hand-keyed transfers it carried in ahead of its own moves,
      * and its trailer with how many of its own moves follow.
       01  Transfer-Control-Record.
           05 CT-Record-ID                  PIC X(4).
               88 Control-Header                  VALUE 'HDR0'.
               88 Control-Trailer                 VALUE 'TRL9'.
           05 CT-Header-Data.
               10 CT-File-Date              PIC 9(6).
               10 CT-Built-By               PIC X(7).
               10 CT-Carried-Count          PIC 9(5).
           05 CT-Trailer-Data REDEFINES CT-Header-Data.
               10 CT-Count                  PIC 9(5).
               10 CT-Hash                   PIC 9(8).
               10 CT-Own-Count              PIC 9(5).

       FD  Run-Control-File
           RECORD CONTAINS 28 CHARACTERS.

           COPY "RUNCTL.CPY".

       FD  Rebalance-Report-File
           RECORD CONTAINS 80 CHARACTERS.

       01  Report-Line                      PIC X(80).

       WORKING-STORAGE SECTION.

       01  Flags-N-Switches.
           05 History-EOF-Flag              PIC X  VALUE 'N'.
               88 No-More-History                 VALUE 'Y'.
           05 Backorder-EOF-Flag            PIC X  VALUE 'N'.
               88 No-More-Backorders              VALUE 'Y'.
           05 Master-EOF-Flag               PIC X  VALUE 'N'.
               88 No-More-Master                  VALUE 'Y'.
           05 Cover-Days-EOF-Flag           PIC X  VALUE 'N'.
               88 No-More-Cover-Days              VALUE 'Y'.
           05 Declined-EOF-Flag             PIC X  VALUE 'N'.
               88 No-More-Declined                VALUE 'Y'.
           05 Approved-EOF-Flag             PIC X  VALUE 'N'.
               88 No-More-Approved                VALUE 'Y'.
           05 WS-History-Status             PIC XX.
           05 WS-Backorder-Status           PIC XX.
           05 WS-Cover-Days-Status          PIC XX.
           05 WS-Declined-Status            PIC XX.
           05 WS-Approved-Status            PIC XX.
           05 Sub                           PIC 99.
           05 Key-Found-Flag                PIC X.
               88 Key-On-File                     VALUE 'Y'.
           05 Declined-Flag                 PIC X.
               88 Move-Declined                   VALUE 'Y'.
           05 Approved-Flag                 PIC X.
               88 Move-Approved                   VALUE 'Y'.

      * Sales window and cover days
       01  Rebalance-Controls.
           05 History-Window                PIC 9(2)   VALUE 30.
           05 Short-Cover-Days              PIC 9(3)   VALUE 14.
           05 Min-Cover-Days                PIC 9(3)   VALUE 30.
           05 Cutoff-Integer                PIC 9(7).
           05 History-Integer               PIC 9(7).
           05 History-Date-Full             PIC 9(8).
           05 Need-Hold                     PIC S9(7).
           05 Move-Qty                      PIC 9(5).
           05 Days-Hold                     PIC 9(4)V9.
           05 Plan-Overflow-Count           PIC 9(5)   VALUE ZERO.
           05 Suggest-Overflow-Count        PIC 9(5)   VALUE ZERO.
           05 Sales-Overflow-Count          PIC 9(5)   VALUE ZERO.
           05 Backorder-Overflow-Count      PIC 9(5)   VALUE ZERO.
           05 Transfer-File-Limit           PIC 9(3)   VALUE 500.
           05 Plan-Stood-Down-Flag          PIC X      VALUE 'N'.
               88 Plan-Stood-Down                 VALUE 'Y'.

      * Active warehouse codes loaded from the WHSEMAST reference
      * file.  When the file isn't available the table stays empty
      * and every warehouse takes part.
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

      * Trailing-window sales totals keyed Warehouse/Vendor/CandyID/
      * Sub, accumulated from the history file
       01  Sales-Key-Controls.
           05 Sales-Key-Count               PIC 9(4)  VALUE ZERO.

       01  Sales-Key-Table.
           05 Sales-Key-Entry OCCURS 2000 TIMES INDEXED BY SKX.
               10 SL-Warehouse              PIC X(4).
               10 SL-Vendor                 PIC X(4).
               10 SL-CandyID                PIC X(3).
               10 SL-Sub                    PIC 99.
               10 SL-Qty-Total              PIC 9(7).

      * Units still owed on open backorders, by the same key
       01  Backorder-Key-Controls.
           05 Backorder-Key-Count           PIC 9(4)  VALUE ZERO.

       01  Backorder-Key-Table.
           05 Backorder-Key-Entry OCCURS 500 TIMES INDEXED BY BKX.
               10 BK-Warehouse              PIC X(4).
               10 BK-Vendor                 PIC X(4).
               10 BK-CandyID                PIC X(3).
               10 BK-Sub                    PIC 99.
               10 BK-Qty-Owed               PIC 9(7).

      * Moves the warehouse managers have turned down today
       01  Declined-Controls.
           05 Declined-Count                PIC 9(3)  VALUE ZERO.

       01  Declined-Table.
           05 Declined-Entry OCCURS 200 TIMES INDEXED BY DCX.
               10 DC-Move-Key               PIC X(17).

      * Moves the warehouse managers have approved today
       01  Approved-Controls.
           05 Approved-Key-Count            PIC 9(3)  VALUE ZERO.

       01  Approved-Table.
           05 Approved-Entry OCCURS 200 TIMES INDEXED BY APX.
               10 AP-Move-Key               PIC X(17).

      * The CANDYXFR.TXT already on disk: its controls, whether
      * PG3XFER has posted it, and the hand-keyed transfers carried
      * into the new file when it hasn't
       01  Carry-Fields.
           05 WS-Transfer-Status            PIC XX.
           05 WS-Run-Control-Status         PIC XX.
           05 Old-EOF-Flag                  PIC X  VALUE 'N'.
               88 No-More-Old-Transfers           VALUE 'Y'.
           05 RunCtl-EOF-Flag               PIC X  VALUE 'N'.
               88 No-More-Run-Control             VALUE 'Y'.
           05 Old-Header-Flag               PIC X  VALUE 'N'.
               88 Old-Header-Seen                 VALUE 'Y'.
           05 Old-Trailer-Flag              PIC X  VALUE 'N'.
               88 Old-Trailer-Seen                VALUE 'Y'.
           05 Old-Posted-Flag               PIC X  VALUE 'N'.
               88 Old-File-Posted                 VALUE 'Y'.
           05 Carry-Fail-Flag               PIC X  VALUE 'N'.
               88 Carry-Failed                    VALUE 'Y'.
           05 Old-File-Date                 PIC 9(6)  VALUE ZERO.
           05 Old-Built-By                  PIC X(7)  VALUE SPACES.
           05 Old-Carried-Count             PIC 9(5)  VALUE ZERO.
           05 Old-Own-Count                 PIC 9(5)  VALUE ZERO.
           05 Old-Trailer-Count             PIC 9(5)  VALUE ZERO.
           05 Old-Trailer-Hash              PIC 9(8)  VALUE ZERO.
           05 Old-Detail-Count              PIC 9(5)  VALUE ZERO.
           05 Old-Qty-Hash                  PIC 9(8)  VALUE ZERO.
           05 Carry-Count                   PIC 9(3)  VALUE ZERO.
           05 Carry-Overflow-Count          PIC 9(5)  VALUE ZERO.
           05 Own-Program-Name              PIC X(7)  VALUE 'PG3RBAL'.
           05 Posting-Program-Name          PIC X(8)  VALUE 'PG3XFER'.

       01  Carry-Table.
           05 Carry-Entry OCCURS 500 TIMES INDEXED BY CYX.
               10 CY-Record                 PIC X(22).

      * Every active Sub on the master with its stock, sales rate,
      * backorders, and what it needs or can spare
       01  Plan-Controls.
           05 Plan-Count                    PIC 9(4)  VALUE ZERO.

       01  Plan-Table.
           05 Plan-Entry OCCURS 2000 TIMES INDEXED BY PNX, PNY.
               10 PN-Warehouse              PIC X(4).
               10 PN-Vendor                 PIC X(4).
               10 PN-CandyID                PIC X(3).
               10 PN-Sub                    PIC 99.
               10 PN-Stock                  PIC S9(5).
               10 PN-Avg-Daily              PIC 9(5)V99.
               10 PN-Backorder              PIC 9(7).
               10 PN-Need                   PIC 9(6).
               10 PN-Surplus                PIC 9(6).

      * Moves proposed, in the order they were planned
       01  Suggest-Controls.
           05 Suggest-Count                 PIC 9(3)  VALUE ZERO.
           05 Approved-Count                PIC 9(5)  VALUE ZERO.
           05 Declined-Move-Count           PIC 9(5)  VALUE ZERO.
           05 Pending-Move-Count            PIC 9(5)  VALUE ZERO.
           05 Held-Full-Count               PIC 9(5)  VALUE ZERO.
           05 Approved-Planned-Count        PIC 9(5)  VALUE ZERO.
           05 Qty-Hash                      PIC 9(8)  VALUE ZERO.
           05 Approved-Units                PIC 9(8)  VALUE ZERO.
           05 Suggest-No                    PIC 9(3).

       01  Suggest-Table.
           05 Suggest-Entry OCCURS 500 TIMES INDEXED BY SGX.
               10 SG-Move-Key.
                   15 SG-From-Warehouse     PIC X(4).
                   15 SG-To-Warehouse       PIC X(4).
                   15 SG-Vendor             PIC X(4).
                   15 SG-CandyID            PIC X(3).
                   15 SG-Sub                PIC 99.
               10 SG-Quantity               PIC 9(5).
               10 SG-From-Days              PIC 9(4)V9.
               10 SG-To-Days                PIC 9(4)V9.
               10 SG-To-Backorder           PIC 9(7).
               10 SG-Declined-Flag          PIC X.
                   88 SG-Declined                 VALUE 'Y'.
               10 SG-Approved-Flag          PIC X.
                   88 SG-Approved                 VALUE 'Y'.
                   88 SG-Held-Full                VALUE 'H'.

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
           05 H2-Title           PIC X(23)
               VALUE 'REBALANCING SUGGESTIONS'.

       01  Cover-Note-Line.
           05                    PIC X(7)  VALUE SPACES.
           05 CN-Title           PIC X(13) VALUE 'SHORT BELOW  '.
           05 CN-Short           PIC ZZ9.
           05 CN-Title2          PIC X(28)
               VALUE ' DAYS   SENDER KEEPS        '.
           05 CN-Min-Cover       PIC ZZ9.
           05 CN-Title3          PIC X(5)  VALUE ' DAYS'.

       01  Heading-Three.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-No              PIC X(3)  VALUE 'NO.'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-From            PIC X(4)  VALUE 'FROM'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-To              PIC X(4)  VALUE 'TO'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Vendor          PIC X(4)  VALUE 'VEND'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Candy           PIC X(3)  VALUE 'CDY'.
           05                    PIC X(1)  VALUE SPACES.
           05 H3-Sub             PIC X(3)  VALUE 'SUB'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Qty             PIC X(6)  VALUE '   QTY'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-From-Days       PIC X(7)  VALUE 'FR DAYS'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-To-Days         PIC X(7)  VALUE 'TO DAYS'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-To-Backorder    PIC X(7)  VALUE 'TO B/O'.

       01  Suggest-Detail-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 SD-No              PIC ZZ9.
           05                    PIC X(2)  VALUE SPACES.
           05 SD-From            PIC X(4).
           05                    PIC X(2)  VALUE SPACES.
           05 SD-To              PIC X(4).
           05                    PIC X(2)  VALUE SPACES.
           05 SD-Vendor          PIC X(4).
           05                    PIC X(2)  VALUE SPACES.
           05 SD-Candy           PIC X(3).
           05                    PIC X(2)  VALUE SPACES.
           05 SD-Sub             PIC Z9.
           05                    PIC X(2)  VALUE SPACES.
           05 SD-Qty             PIC ZZ,ZZ9.
           05                    PIC X(3)  VALUE SPACES.
           05 SD-From-Days       PIC ZZZ9.9.
           05                    PIC X(3)  VALUE SPACES.
           05 SD-To-Days         PIC ZZZ9.9.
           05                    PIC X(2)  VALUE SPACES.
           05 SD-To-Backorder    PIC ZZ,ZZ9.
           05                    PIC X(2)  VALUE SPACES.
           05 SD-Status          PIC X(12).

       01  Suggest-None-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 SN-Message         PIC X(30)
               VALUE 'NO REBALANCING MOVES SUGGESTED'.

       01  Suggest-Balance-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 SB-Title1          PIC X(13) VALUE 'SUGGESTIONS: '.
           05 SB-Suggested       PIC ZZ9.
           05 SB-Title2          PIC X(23)
               VALUE '  WRITTEN TO CANDYXFR: '.
           05 SB-Written         PIC ZZZZ9.
           05 SB-Title3          PIC X(12) VALUE '  DECLINED: '.
           05 SB-Declined        PIC ZZZZ9.
           05 SB-Title4          PIC X(11) VALUE '  PENDING: '.
           05 SB-Pending         PIC ZZZZ9.

       01  Suggest-Carried-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 SC-Title           PIC X(36)
               VALUE 'KEYED TRANSFERS CARRIED FORWARD:    '.
           05 SC-Carried         PIC ZZZZ9.
           05 SC-Title2          PIC X(13) VALUE '  FILE DATE: '.
           05 SC-File-Date       PIC 9(6).

       01  Suggest-Held-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 SH-Title           PIC X(36)
               VALUE 'APPROVED BUT HELD - FILE FULL:      '.
           05 SH-Held            PIC ZZZZ9.

       01  Suggest-Units-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 SU-Title           PIC X(21)
               VALUE 'UNITS TO BE MOVED:   '.
           05 SU-Units           PIC ZZ,ZZZ,ZZ9.

       01  Key-Overflow-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 KO-Message         PIC X(36).
           05 KO-Count           PIC ZZZZ9.
           05 KO-Message2        PIC X(3)  VALUE ' **'.

       01  Stood-Down-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 SS-Message         PIC X(50)
               VALUE 'NO MOVES PLANNED - CANDYXFR.TXT NOT WRITTEN'.

       01  Rebalance-Overflow-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 RO-Message         PIC X(36)
               VALUE '** TABLE FULL - ENTRIES NOT PLANNED:'.
           05 RO-Count           PIC ZZZZ9.
           05 RO-Message2        PIC X(3)  VALUE ' **'.

       PROCEDURE DIVISION.

       100-Main-Function.
           PERFORM 120-Check-Existing-Transfers
           IF Carry-Failed THEN
               DISPLAY 'NO MOVES PLANNED - CANDYXFR.TXT LEFT AS IT WAS'
           ELSE
               PERFORM 150-Housekeeping
               PERFORM 200-Load-Sales-History
               PERFORM 275-Load-Backorders
               PERFORM 300-Read-Master
               IF Sales-Overflow-Count > ZERO
                   OR Backorder-Overflow-Count > ZERO THEN
                   MOVE 'Y' TO Plan-Stood-Down-Flag
                   DISPLAY 'KEY TABLE FULL - NO MOVES PLANNED,'
                       ' CANDYXFR.TXT NOT WRITTEN'
               ELSE
                   PERFORM 400-Plan-Moves
               END-IF
               PERFORM 600-Print-Suggestions
               IF NOT Plan-Stood-Down THEN
                   PERFORM 700-Write-Transfer-File
               END-IF
               PERFORM 750-Print-Balance
           END-IF
           PERFORM 900-End-Function
           .
      * Reads the CANDYXFR.TXT already on disk, if any, holding its
      * detail records and totalling them against its trailer, then
      * decides whether they must be carried into the new file
       120-Check-Existing-Transfers.
           OPEN INPUT Transfer-Transactions
           IF WS-Transfer-Status = '00' THEN
               PERFORM UNTIL No-More-Old-Transfers
                   READ Transfer-Transactions
                       AT END
                           MOVE 'Y' TO Old-EOF-Flag
                       NOT AT END
                           EVALUATE TRUE
                               WHEN Control-Header
                                   PERFORM 122-Note-Old-Header
                               WHEN Control-Trailer
                                   MOVE 'Y' TO Old-Trailer-Flag
                                   MOVE CT-Count TO Old-Trailer-Count
                                   MOVE CT-Hash TO Old-Trailer-Hash
                                   IF CT-Own-Count IS NUMERIC THEN
                                       MOVE CT-Own-Count
                                           TO Old-Own-Count
                                   END-IF
                               WHEN OTHER
                                   PERFORM 125-Hold-One-Old-Transfer
                           END-EVALUATE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Transfer-Transactions
           IF Old-Header-Seen OR Old-Detail-Count > ZERO THEN
               PERFORM 130-Decide-Carry
           END-IF
           .
      * Notes the old file's date, who built it, and how many
      * hand-keyed transfers it had carried
       122-Note-Old-Header.
           MOVE 'Y' TO Old-Header-Flag
           MOVE CT-File-Date TO Old-File-Date
           MOVE CT-Built-By TO Old-Built-By
           IF CT-Carried-Count IS NUMERIC THEN
               MOVE CT-Carried-Count TO Old-Carried-Count
           ELSE
               MOVE ZERO TO Old-Carried-Count
           END-IF
           .
      * Totals a single old detail record and holds it for carrying
       125-Hold-One-Old-Transfer.
           ADD 1 TO Old-Detail-Count
           IF XF-Quantity IS NUMERIC THEN
               ADD XF-Quantity TO Old-Qty-Hash
           END-IF
           IF Carry-Count < 500 THEN
               ADD 1 TO Carry-Count
               SET CYX TO Carry-Count
               MOVE Transfer-Record TO CY-Record(CYX)
           ELSE
               ADD 1 TO Carry-Overflow-Count
           END-IF
           .
      * A file PG3XFER already posted is simply replaced.  One not
      * posted must balance to its own trailer before its transfers
      * are carried; a file this program built carries only the
      * hand-keyed transfers it had carried itself, since its own
      * moves are about to be planned again, and only when nothing
      * has been keyed onto it since it was built.
       130-Decide-Carry.
           PERFORM 135-Check-Posted
           IF Old-File-Posted THEN
               MOVE ZERO TO Carry-Count
           ELSE
               PERFORM 140-Verify-Old-Controls
               IF NOT Carry-Failed
                   AND Old-Built-By = Own-Program-Name THEN
                   IF Old-Detail-Count NOT =
                       Old-Carried-Count + Old-Own-Count THEN
                       MOVE 'Y' TO Carry-Fail-Flag
                       DISPLAY 'UNPOSTED FILE CHANGED SINCE IT WAS'
                           ' BUILT - ' Old-Detail-Count ' DETAILS, '
                           Old-Carried-Count ' CARRIED + '
                           Old-Own-Count ' OWN'
                   ELSE
                       MOVE Old-Carried-Count TO Carry-Count
                   END-IF
               END-IF
               IF NOT Carry-Failed THEN
                   DISPLAY 'CANDYXFR.TXT DATED ' Old-File-Date
                       ' NOT YET POSTED - ' Carry-Count
                       ' KEYED TRANSFERS CARRIED FORWARD'
               END-IF
           END-IF
           .
      * Scans the shared run-control file for a PG3XFER run that
      * posted the old file's date
       135-Check-Posted.
           MOVE 'N' TO Old-Posted-Flag
           OPEN INPUT Run-Control-File
           IF WS-Run-Control-Status = '00' THEN
               PERFORM UNTIL No-More-Run-Control
                   READ Run-Control-File
                       AT END
                           MOVE 'Y' TO RunCtl-EOF-Flag
                       NOT AT END
                           IF RC-Program = Posting-Program-Name
                               AND RC-File-Date = Old-File-Date THEN
                               MOVE 'Y' TO Old-Posted-Flag
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Run-Control-File
           .
      * Checks the unposted file's header and trailer against what
      * was read, and that every detail fit the carry table
       140-Verify-Old-Controls.
           IF NOT Old-Header-Seen THEN
               MOVE 'Y' TO Carry-Fail-Flag
               DISPLAY 'UNPOSTED CANDYXFR.TXT HAS NO HEADER RECORD'
           END-IF
           IF NOT Old-Trailer-Seen THEN
               MOVE 'Y' TO Carry-Fail-Flag
               DISPLAY 'UNPOSTED CANDYXFR.TXT HAS NO TRAILER RECORD'
           ELSE
               IF Old-Trailer-Count NOT = Old-Detail-Count THEN
                   MOVE 'Y' TO Carry-Fail-Flag
                   DISPLAY 'UNPOSTED CANDYXFR.TXT RECORD COUNT: '
                       'TRAILER ' Old-Trailer-Count
                       ' READ ' Old-Detail-Count
               END-IF
               IF Old-Trailer-Hash NOT = Old-Qty-Hash THEN
                   MOVE 'Y' TO Carry-Fail-Flag
                   DISPLAY 'UNPOSTED CANDYXFR.TXT HASH TOTAL: '
                       'TRAILER ' Old-Trailer-Hash
                       ' COMPUTED ' Old-Qty-Hash
               END-IF
           END-IF
           IF Carry-Overflow-Count > ZERO THEN
               MOVE 'Y' TO Carry-Fail-Flag
               DISPLAY 'UNPOSTED CANDYXFR.TXT TOO LARGE TO CARRY - '
                   Carry-Overflow-Count ' RECORDS OVER'
           END-IF
           .
      * Opens the report, gets the current date, fixes the start of
      * the trailing sales window, loads the parameters and
      * reference tables, and prints the headings
       150-Housekeeping.
           OPEN OUTPUT Rebalance-Report-File
           ACCEPT WS-Current-Date FROM DATE
           MOVE WS-Month TO H2-Month
           MOVE WS-Day TO H2-Day
           MOVE WS-Year TO H2-Year
           COMPUTE History-Date-Full = 20000000 + Hold-Date
           COMPUTE Cutoff-Integer =
               FUNCTION INTEGER-OF-DATE (History-Date-Full)
               - History-Window + 1
           PERFORM 160-Load-Cover-Days
           PERFORM 170-Load-Declined-Moves
           PERFORM 175-Load-Approved-Moves
           PERFORM 183-Load-Warehouses
           MOVE Short-Cover-Days TO CN-Short
           MOVE Min-Cover-Days TO CN-Min-Cover
           WRITE Report-Line FROM Heading-One
               AFTER ADVANCING PAGE
           WRITE Report-Line FROM Heading-Two
               AFTER ADVANCING 1
           WRITE Report-Line FROM Cover-Note-Line
               AFTER ADVANCING 1
           WRITE Report-Line FROM Heading-Three
               AFTER ADVANCING 2
           .
      * Reads the short-cover and minimum-cover days from the
      * REBALDAY.TXT parameter file, keeping each default when the
      * file is missing or the value isn't usable
       160-Load-Cover-Days.
           OPEN INPUT Cover-Days-File
           IF WS-Cover-Days-Status = '00' THEN
               PERFORM UNTIL No-More-Cover-Days
                   READ Cover-Days-File
                       AT END
                           MOVE 'Y' TO Cover-Days-EOF-Flag
                       NOT AT END
                           IF CD-Short-Days IS NUMERIC THEN
                               MOVE CD-Short-Days TO Short-Cover-Days
                           END-IF
                           IF CD-Min-Cover-Days IS NUMERIC THEN
                               MOVE CD-Min-Cover-Days
                                   TO Min-Cover-Days
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Cover-Days-File
           .
      * Reads the moves the warehouse managers turned down today
      * into Declined-Table; a decline dated any other day is
      * passed over
       170-Load-Declined-Moves.
           OPEN INPUT Declined-Move-File
           IF WS-Declined-Status = '00' THEN
               PERFORM UNTIL No-More-Declined
                   READ Declined-Move-File
                       AT END
                           MOVE 'Y' TO Declined-EOF-Flag
                       NOT AT END
                           IF DM-Decision-Date = Hold-Date
                               AND Declined-Count < 200 THEN
                               ADD 1 TO Declined-Count
                               SET DCX TO Declined-Count
                               MOVE DM-Move-Key TO DC-Move-Key(DCX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Declined-Move-File
           .
      * Reads the moves the warehouse managers approved today into
      * Approved-Table; an approval dated any other day is passed
      * over
       175-Load-Approved-Moves.
           OPEN INPUT Approved-Move-File
           IF WS-Approved-Status = '00' THEN
               PERFORM UNTIL No-More-Approved
                   READ Approved-Move-File
                       AT END
                           MOVE 'Y' TO Approved-EOF-Flag
                       NOT AT END
                           IF AM-Decision-Date = Hold-Date
                               AND Approved-Key-Count < 200 THEN
                               ADD 1 TO Approved-Key-Count
                               SET APX TO Approved-Key-Count
                               MOVE AM-Move-Key TO AP-Move-Key(APX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Approved-Move-File
           .
      * Loads the active warehouse codes from the WHSEMAST
      * reference file, noting when the file isn't there so every
      * warehouse takes part
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
      * trailing window into the key table
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
      * the record falls inside the trailing window
       225-Accumulate-One-Sale.
           COMPUTE History-Date-Full = 20000000 + HS-Date
           COMPUTE History-Integer =
               FUNCTION INTEGER-OF-DATE (History-Date-Full)
           IF History-Integer NOT < Cutoff-Integer THEN
               MOVE 'N' TO Key-Found-Flag
               PERFORM 250-Add-To-Key
                   VARYING SKX FROM 1 BY 1
                   UNTIL SKX > Sales-Key-Count
               IF NOT Key-On-File THEN
                   IF Sales-Key-Count < 2000 THEN
                       ADD 1 TO Sales-Key-Count
                       SET SKX TO Sales-Key-Count
                       MOVE HS-Warehouse TO SL-Warehouse(SKX)
                       MOVE HS-Vendor TO SL-Vendor(SKX)
                       MOVE HS-CandyID TO SL-CandyID(SKX)
                       MOVE HS-Sub TO SL-Sub(SKX)
                       MOVE HS-Quantity TO SL-Qty-Total(SKX)
                   ELSE
                       ADD 1 TO Sales-Overflow-Count
                   END-IF
               END-IF
           END-IF
           .
      * Adds the record in hand to a single key-table entry if the
      * keys match
       250-Add-To-Key.
           IF NOT Key-On-File
               AND SL-Warehouse(SKX) = HS-Warehouse
               AND SL-Vendor(SKX) = HS-Vendor
               AND SL-CandyID(SKX) = HS-CandyID
               AND SL-Sub(SKX) = HS-Sub THEN
               MOVE 'Y' TO Key-Found-Flag
               ADD HS-Quantity TO SL-Qty-Total(SKX)
           END-IF
           .
      * Reads the open backorders, totalling what is still owed by
      * key
       275-Load-Backorders.
           OPEN INPUT Backorder-File
           IF WS-Backorder-Status = '00' THEN
               PERFORM UNTIL No-More-Backorders
                   READ Backorder-File
                       AT END
                           MOVE 'Y' TO Backorder-EOF-Flag
                       NOT AT END
                           PERFORM 280-Accumulate-One-Backorder
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Backorder-File
           .
      * Adds one backorder's quantity to its key's total owed
       280-Accumulate-One-Backorder.
           MOVE 'N' TO Key-Found-Flag
           PERFORM 285-Add-To-Backorder-Key
               VARYING BKX FROM 1 BY 1
               UNTIL BKX > Backorder-Key-Count
           IF NOT Key-On-File THEN
               IF Backorder-Key-Count < 500 THEN
                   ADD 1 TO Backorder-Key-Count
                   SET BKX TO Backorder-Key-Count
                   MOVE BO-Warehouse TO BK-Warehouse(BKX)
                   MOVE BO-Vendor TO BK-Vendor(BKX)
                   MOVE BO-CandyID TO BK-CandyID(BKX)
                   MOVE BO-Sub TO BK-Sub(BKX)
                   MOVE BO-Quantity TO BK-Qty-Owed(BKX)
               ELSE
                   ADD 1 TO Backorder-Overflow-Count
               END-IF
           END-IF
           .
      * Adds the backorder in hand to a single key entry if the keys
      * match
       285-Add-To-Backorder-Key.
           IF NOT Key-On-File
               AND BK-Warehouse(BKX) = BO-Warehouse
               AND BK-Vendor(BKX) = BO-Vendor
               AND BK-CandyID(BKX) = BO-CandyID
               AND BK-Sub(BKX) = BO-Sub THEN
               MOVE 'Y' TO Key-Found-Flag
               ADD BO-Quantity TO BK-Qty-Owed(BKX)
           END-IF
           .
      * Reads the master in key order, building a plan entry for
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
      * Builds the plan entry for one Sub of the master record in
      * hand
       325-Check-One-Sub.
           IF CRD-Size(Sub) NOT = SPACES
               AND CRD-Stock(Sub) IS NUMERIC THEN
               IF Plan-Count < 2000 THEN
                   PERFORM 350-Build-Plan-Entry
               ELSE
                   ADD 1 TO Plan-Overflow-Count
               END-IF
           END-IF
           ADD 1 TO Sub
           .
      * Works out the Sub's sales rate, backorders, and what it needs
      * to reach the short cover or can spare beyond the minimum
      * cover
       350-Build-Plan-Entry.
           ADD 1 TO Plan-Count
           SET PNX TO Plan-Count
           MOVE CR-Warehouse TO PN-Warehouse(PNX)
           MOVE CR-Vendor TO PN-Vendor(PNX)
           MOVE CR-CandyID TO PN-CandyID(PNX)
           MOVE Sub TO PN-Sub(PNX)
           MOVE CRD-Stock(Sub) TO PN-Stock(PNX)
           MOVE ZERO TO PN-Avg-Daily(PNX)
           MOVE ZERO TO PN-Backorder(PNX)
           MOVE ZERO TO PN-Need(PNX)
           MOVE ZERO TO PN-Surplus(PNX)
           MOVE 'N' TO Key-Found-Flag
           PERFORM 360-Match-Sales-Key
               VARYING SKX FROM 1 BY 1
               UNTIL SKX > Sales-Key-Count
           MOVE 'N' TO Key-Found-Flag
           PERFORM 370-Match-Backorder-Key
               VARYING BKX FROM 1 BY 1
               UNTIL BKX > Backorder-Key-Count
           COMPUTE Need-Hold ROUNDED =
               Short-Cover-Days * PN-Avg-Daily(PNX)
               + PN-Backorder(PNX) - PN-Stock(PNX)
           IF Need-Hold > ZERO THEN
               MOVE Need-Hold TO PN-Need(PNX)
           ELSE
               COMPUTE Need-Hold =
                   PN-Stock(PNX) - PN-Backorder(PNX)
                   - Min-Cover-Days * PN-Avg-Daily(PNX)
               IF Need-Hold > ZERO THEN
                   MOVE Need-Hold TO PN-Surplus(PNX)
               END-IF
           END-IF
           .
      * Picks up the Sub's trailing-window sales rate
       360-Match-Sales-Key.
           IF NOT Key-On-File
               AND SL-Warehouse(SKX) = CR-Warehouse
               AND SL-Vendor(SKX) = CR-Vendor
               AND SL-CandyID(SKX) = CR-CandyID
               AND SL-Sub(SKX) = Sub THEN
               MOVE 'Y' TO Key-Found-Flag
               COMPUTE PN-Avg-Daily(PNX) ROUNDED =
                   SL-Qty-Total(SKX) / History-Window
           END-IF
           .
      * Picks up the units the Sub still owes on backorder
       370-Match-Backorder-Key.
           IF NOT Key-On-File
               AND BK-Warehouse(BKX) = CR-Warehouse
               AND BK-Vendor(BKX) = CR-Vendor
               AND BK-CandyID(BKX) = CR-CandyID
               AND BK-Sub(BKX) = Sub THEN
               MOVE 'Y' TO Key-Found-Flag
               MOVE BK-Qty-Owed(BKX) TO PN-Backorder(PNX)
           END-IF
           .
      * Works through the short sites in master key order, filling
      * each from the senders of the same Vendor/CandyID/Sub
       400-Plan-Moves.
           PERFORM 425-Fill-One-Short
               VARYING PNX FROM 1 BY 1
               UNTIL PNX > Plan-Count
           .
      * Draws a short site's need from each sender in turn until the
      * need is met or the senders run out
       425-Fill-One-Short.
           IF PN-Need(PNX) > ZERO THEN
               PERFORM 450-Draw-From-One-Sender
                   VARYING PNY FROM 1 BY 1
                   UNTIL PNY > Plan-Count
                       OR PN-Need(PNX) = ZERO
           END-IF
           .
      * Proposes a move from the sender at PNY to the short site at
      * PNX when the sender holds the same Vendor/CandyID/Sub at
      * another warehouse with stock to spare.  A move the managers
      * declined is listed but leaves both sides as they were.
       450-Draw-From-One-Sender.
           IF PN-Surplus(PNY) > ZERO
               AND PN-Warehouse(PNY) NOT = PN-Warehouse(PNX)
               AND PN-Vendor(PNY) = PN-Vendor(PNX)
               AND PN-CandyID(PNY) = PN-CandyID(PNX)
               AND PN-Sub(PNY) = PN-Sub(PNX) THEN
               IF PN-Surplus(PNY) < PN-Need(PNX) THEN
                   MOVE PN-Surplus(PNY) TO Move-Qty
               ELSE
                   MOVE PN-Need(PNX) TO Move-Qty
               END-IF
               IF Suggest-Count < 500 THEN
                   PERFORM 475-Record-Suggestion
                   IF NOT Move-Declined THEN
                       SUBTRACT Move-Qty FROM PN-Need(PNX)
                       SUBTRACT Move-Qty FROM PN-Surplus(PNY)
                   END-IF
               ELSE
                   ADD 1 TO Suggest-Overflow-Count
               END-IF
           END-IF
           .
      * Stores one proposed move with both sites' days of supply
      * before the move, checking it against the day's declined and
      * approved moves.  A decline outranks an approval, and an
      * approval past what PG3XFER can table is held.
       475-Record-Suggestion.
           ADD 1 TO Suggest-Count
           SET SGX TO Suggest-Count
           MOVE PN-Warehouse(PNY) TO SG-From-Warehouse(SGX)
           MOVE PN-Warehouse(PNX) TO SG-To-Warehouse(SGX)
           MOVE PN-Vendor(PNX) TO SG-Vendor(SGX)
           MOVE PN-CandyID(PNX) TO SG-CandyID(SGX)
           MOVE PN-Sub(PNX) TO SG-Sub(SGX)
           MOVE Move-Qty TO SG-Quantity(SGX)
           MOVE PN-Backorder(PNX) TO SG-To-Backorder(SGX)
           PERFORM 480-Days-Of-Supply-From
           MOVE Days-Hold TO SG-From-Days(SGX)
           PERFORM 485-Days-Of-Supply-To
           MOVE Days-Hold TO SG-To-Days(SGX)
           MOVE 'N' TO Declined-Flag
           PERFORM 490-Check-One-Declined
               VARYING DCX FROM 1 BY 1
               UNTIL DCX > Declined-Count
           MOVE Declined-Flag TO SG-Declined-Flag(SGX)
           MOVE 'N' TO Approved-Flag
           IF NOT Move-Declined THEN
               PERFORM 495-Check-One-Approved
                   VARYING APX FROM 1 BY 1
                   UNTIL APX > Approved-Key-Count
           END-IF
           MOVE Approved-Flag TO SG-Approved-Flag(SGX)
           IF Move-Approved THEN
               IF Carry-Count + Approved-Planned-Count
                   < Transfer-File-Limit THEN
                   ADD 1 TO Approved-Planned-Count
               ELSE
                   MOVE 'H' TO SG-Approved-Flag(SGX)
               END-IF
           END-IF
           .
      * Days of supply at the sending site; a site with no sales in
      * the window shows the most the column holds
       480-Days-Of-Supply-From.
           IF PN-Avg-Daily(PNY) > ZERO THEN
               COMPUTE Days-Hold ROUNDED =
                   (PN-Stock(PNY) - PN-Backorder(PNY))
                   / PN-Avg-Daily(PNY)
                   ON SIZE ERROR
                       MOVE 9999.9 TO Days-Hold
               END-COMPUTE
           ELSE
               MOVE 9999.9 TO Days-Hold
           END-IF
           .
      * Days of supply at the short site, net of its backorders
       485-Days-Of-Supply-To.
           IF PN-Avg-Daily(PNX) > ZERO
               AND PN-Stock(PNX) > PN-Backorder(PNX) THEN
               COMPUTE Days-Hold ROUNDED =
                   (PN-Stock(PNX) - PN-Backorder(PNX))
                   / PN-Avg-Daily(PNX)
                   ON SIZE ERROR
                       MOVE 9999.9 TO Days-Hold
               END-COMPUTE
           ELSE
               MOVE ZERO TO Days-Hold
           END-IF
           .
      * Checks a single declined move against the move in hand
       490-Check-One-Declined.
           IF DC-Move-Key(DCX) = SG-Move-Key(SGX) THEN
               MOVE 'Y' TO Declined-Flag
           END-IF
           .
      * Checks a single approved move against the move in hand
       495-Check-One-Approved.
           IF AP-Move-Key(APX) = SG-Move-Key(SGX) THEN
               MOVE 'Y' TO Approved-Flag
           END-IF
           .
      * Prints the suggestion list
       600-Print-Suggestions.
           IF Suggest-Count = ZERO THEN
               WRITE Report-Line FROM Suggest-None-Line
                   AFTER ADVANCING 2
           ELSE
               PERFORM 625-Print-One-Suggestion
                   VARYING SGX FROM 1 BY 1
                   UNTIL SGX > Suggest-Count
           END-IF
           .
      * Prints a single suggested move
       625-Print-One-Suggestion.
           SET Suggest-No TO SGX
           MOVE Suggest-No TO SD-No
           MOVE SG-From-Warehouse(SGX) TO SD-From
           MOVE SG-To-Warehouse(SGX) TO SD-To
           MOVE SG-Vendor(SGX) TO SD-Vendor
           MOVE SG-CandyID(SGX) TO SD-Candy
           MOVE SG-Sub(SGX) TO SD-Sub
           MOVE SG-Quantity(SGX) TO SD-Qty
           MOVE SG-From-Days(SGX) TO SD-From-Days
           MOVE SG-To-Days(SGX) TO SD-To-Days
           MOVE SG-To-Backorder(SGX) TO SD-To-Backorder
           EVALUATE TRUE
               WHEN SG-Declined(SGX)
                   MOVE 'DECLINED' TO SD-Status
               WHEN SG-Approved(SGX)
                   MOVE 'APPROVED' TO SD-Status
               WHEN SG-Held-Full(SGX)
                   MOVE 'HELD - FULL' TO SD-Status
               WHEN OTHER
                   MOVE 'PENDING' TO SD-Status
           END-EVALUATE
           WRITE Report-Line FROM Suggest-Detail-Line
               AFTER ADVANCING 1
           .
      * Writes CANDYXFR.TXT: the header, any hand-keyed transfers
      * carried forward, then every approved move, and the trailer
      * controls over the lot
       700-Write-Transfer-File.
           OPEN OUTPUT Transfer-Transactions
           MOVE SPACES TO Transfer-Control-Record
           MOVE 'HDR0' TO CT-Record-ID
           MOVE Hold-Date TO CT-File-Date
           MOVE Own-Program-Name TO CT-Built-By
           MOVE Carry-Count TO CT-Carried-Count
           WRITE Transfer-Control-Record
           IF Carry-Count > ZERO THEN
               PERFORM 710-Write-One-Carried
                   VARYING CYX FROM 1 BY 1
                   UNTIL CYX > Carry-Count
           END-IF
           PERFORM 725-Write-One-Transfer
               VARYING SGX FROM 1 BY 1
               UNTIL SGX > Suggest-Count
           MOVE SPACES TO Transfer-Control-Record
           MOVE 'TRL9' TO CT-Record-ID
           COMPUTE CT-Count = Approved-Count + Carry-Count
           MOVE Qty-Hash TO CT-Hash
           MOVE Approved-Count TO CT-Own-Count
           WRITE Transfer-Control-Record
           CLOSE Transfer-Transactions
           .
      * Writes a single carried hand-keyed transfer and adds it to
      * the trailer hash total
       710-Write-One-Carried.
           MOVE CY-Record(CYX) TO Transfer-Record
           WRITE Transfer-Record
           IF XF-Quantity IS NUMERIC THEN
               ADD XF-Quantity TO Qty-Hash
           END-IF
           .
      * Writes a single approved move, or counts it declined or
      * still pending
       725-Write-One-Transfer.
           EVALUATE TRUE
               WHEN SG-Declined(SGX)
                   ADD 1 TO Declined-Move-Count
               WHEN SG-Approved(SGX)
                   MOVE SG-From-Warehouse(SGX) TO XF-From-Warehouse
                   MOVE SG-To-Warehouse(SGX) TO XF-To-Warehouse
                   MOVE SG-Vendor(SGX) TO XF-Vendor
                   MOVE SG-CandyID(SGX) TO XF-CandyID
                   MOVE SG-Sub(SGX) TO XF-Sub
                   MOVE SG-Quantity(SGX) TO XF-Quantity
                   WRITE Transfer-Record
                   ADD 1 TO Approved-Count
                   ADD SG-Quantity(SGX) TO Qty-Hash
                   ADD SG-Quantity(SGX) TO Approved-Units
               WHEN SG-Held-Full(SGX)
                   ADD 1 TO Held-Full-Count
               WHEN OTHER
                   ADD 1 TO Pending-Move-Count
           END-EVALUATE
           .
      * Prints the closing balance: suggestions against moves
      * written, declined and pending, the approved units to be
      * moved, and any hand-keyed transfers carried forward
       750-Print-Balance.
           MOVE Suggest-Count TO SB-Suggested
           MOVE Approved-Count TO SB-Written
           MOVE Declined-Move-Count TO SB-Declined
           MOVE Pending-Move-Count TO SB-Pending
           WRITE Report-Line FROM Suggest-Balance-Line
               AFTER ADVANCING 2
           IF Carry-Count > ZERO THEN
               MOVE Carry-Count TO SC-Carried
               MOVE Old-File-Date TO SC-File-Date
               WRITE Report-Line FROM Suggest-Carried-Line
                   AFTER ADVANCING 1
           END-IF
           IF Held-Full-Count > ZERO THEN
               MOVE Held-Full-Count TO SH-Held
               WRITE Report-Line FROM Suggest-Held-Line
                   AFTER ADVANCING 1
           END-IF
           MOVE Approved-Units TO SU-Units
           WRITE Report-Line FROM Suggest-Units-Line
               AFTER ADVANCING 1
           IF Sales-Overflow-Count > ZERO THEN
               MOVE '** SALES KEY TABLE FULL - KEYS OVER:'
                   TO KO-Message
               MOVE Sales-Overflow-Count TO KO-Count
               WRITE Report-Line FROM Key-Overflow-Line
                   AFTER ADVANCING 1
           END-IF
           IF Backorder-Overflow-Count > ZERO THEN
               MOVE '** B/O KEY TABLE FULL - KEYS OVER:  '
                   TO KO-Message
               MOVE Backorder-Overflow-Count TO KO-Count
               WRITE Report-Line FROM Key-Overflow-Line
                   AFTER ADVANCING 1
           END-IF
           IF Plan-Stood-Down THEN
               WRITE Report-Line FROM Stood-Down-Line
                   AFTER ADVANCING 1
           END-IF
           IF Plan-Overflow-Count > ZERO
               OR Suggest-Overflow-Count > ZERO THEN
               COMPUTE RO-Count =
                   Plan-Overflow-Count + Suggest-Overflow-Count
               WRITE Report-Line FROM Rebalance-Overflow-Line
                   AFTER ADVANCING 1
           END-IF
           .

       900-End-Function.
           IF NOT Carry-Failed THEN
               CLOSE Rebalance-Report-File
           END-IF
           STOP RUN
           .
