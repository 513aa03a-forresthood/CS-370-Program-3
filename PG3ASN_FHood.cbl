       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PG3ASN.
       AUTHOR.         Forrest Hood.
      *
      *  Vendor advance-ship-notice intake.  Reads the electronic
      *  ship notices our larger vendors send, gathered on
      *  CANDYASN.TXT, and builds the night's CANDYRCV.TXT for
      *  PG3RECV from them, so the receipts no longer have to be
      *  keyed off the packing slips.
      *
      *  Each notice opens with a header record naming the vendor,
      *  their PO number, the ship-to warehouse, and the ship date,
      *  followed by one detail record per line shipped: the
      *  vendor's own item number, the quantity, and the best-by
      *  date and unit cost when the vendor sends them.  The vendor
      *  must be on VENDMAST.  Each vendor item number is mapped to
      *  our CandyID/Sub through the ASNXREF.TXT cross-reference
      *  file purchasing maintains (like the CANDYXRF.TXT file
      *  PG3CNVT reads), and each line is checked against the
      *  CANDYPO open-PO line for the warehouse, vendor, and candy:
      *  the line must be open under the notice's PO number, and
      *  what the notice ships onto it - added to what the line has
      *  already received and to what earlier notice lines shipped
      *  onto it - may not come to more than was ordered.
      *
      *  A line that passes goes out on CANDYRCV.TXT with the
      *  HDR0/TRL9 controls PG3RECV verifies (tonight's file date;
      *  record count and quantity hash total), the trailer counted
      *  by this program rather than keyed.  A line that fails - an
      *  unknown vendor, an unknown item, an unknown PO number, a
      *  quantity over what was ordered, a new PO line past the
      *  run's shipped table (TABLE FULL), or a line past the 1000
      *  receipts PG3RECV tables, carried ones included (FILE FULL)
      *  - is held back and printed
      *  on the discrepancy listing to be worked before the receipts
      *  post.  A balancing line (read = written + held) closes the
      *  listing.
      *
      *  CANDYRCV.TXT is written fresh each run, but never over
      *  receipts that haven't posted.  Before anything is written
      *  the CANDYRCV.TXT on disk is read: when RUNCTL.TXT shows no
      *  PG3RECV run that posted its HDR0 file date, its detail
      *  records - receipts keyed off packing slips from the
      *  vendors that send no notices - are carried to the front of
      *  the new file and counted into the new trailer.  The old
      *  file's own controls must balance first; if they don't, or
      *  there are more than the carry table holds, nothing is
      *  written and the file is left as it was.  PG3ASN marks its
      *  header with its name and the number of receipts it carried,
      *  and its trailer with the number of notice lines it wrote,
      *  so a rerun before PG3RECV carries only those receipts again
      *  and rebuilds the notice lines fresh.  A file of its own
      *  whose details no longer add up to those two counts -
      *  receipts keyed onto it since - is left as it was.
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL Ship-Notice-File
               ASSIGN TO "CANDYASN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Notice-Status.

           SELECT OPTIONAL Item-Xref-File
               ASSIGN TO "ASNXREF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Xref-Status.

           SELECT Vendor-Master
               ASSIGN TO "VENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-Vendor-Code
               FILE STATUS IS WS-Vendor-Status.

           SELECT OPTIONAL Open-PO-Master
               ASSIGN TO "CANDYPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-Line-Key
               FILE STATUS IS WS-PO-Status.

           SELECT OPTIONAL Receipt-Transactions
               ASSIGN TO "CANDYRCV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Receipt-Status.

           SELECT OPTIONAL Run-Control-File
               ASSIGN TO "RUNCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-Control-Status.

           SELECT Discrepancy-Report-File
               ASSIGN TO PRINTER "ASN Discrepancy Listing".

       DATA DIVISION.
       FILE SECTION.

       FD  Ship-Notice-File
           RECORD CONTAINS 40 CHARACTERS.

      * Notice header: one per ship notice
       01  Notice-Header-Record.
           05 AN-Record-Type                PIC X.
               88 AN-Notice-Header                VALUE 'H'.
               88 AN-Notice-Detail                VALUE 'D'.
           05 AN-Vendor                     PIC X(4).
           05 AN-PO-Number                  PIC 9(4).
           05 AN-Warehouse                  PIC X(4).
           05 AN-Ship-Date                  PIC 9(6).
           05 FILLER                        PIC X(21).

      * Notice detail: one per line shipped
       01  Notice-Detail-Record.
           05 AD-Record-Type                PIC X.
           05 AD-Vendor-Item                PIC X(12).
           05 AD-Quantity                   PIC 9(5).
           05 AD-Best-By                    PIC 9(6).
           05 AD-Unit-Cost                  PIC 9(3)V99.
           05 FILLER                        PIC X(11).

       FD  Item-Xref-File
           RECORD CONTAINS 21 CHARACTERS.

       01  Item-Xref-Record.
           05 XF-Vendor                     PIC X(4).
           05 XF-Vendor-Item                PIC X(12).
           05 XF-CandyID                    PIC X(3).
           05 XF-Sub                        PIC 99.

       FD  Vendor-Master
           RECORD CONTAINS 25 CHARACTERS.

           COPY "VENDMAST.CPY".

       FD  Open-PO-Master
           RECORD CONTAINS 32 CHARACTERS.

           COPY "CANDYPO.CPY".

       FD  Receipt-Transactions
           RECORD CONTAINS 29 CHARACTERS.

       01  Receipt-Record.
           05 RC-Warehouse                  PIC X(4).
           05 RC-Vendor                     PIC X(4).
           05 RC-CandyID                    PIC X(3).
           05 RC-Sub                        PIC 99.
           05 RC-Quantity                   PIC 9(5).
           05 RC-Best-By                    PIC 9(6).
           05 RC-Unit-Cost                  PIC 9(3)V99.

      * Control-record view of the same area: a header carries the
      * file date, a trailer the record count and quantity hash total.
      * PG3ASN also marks its header with its name and how many
      * keyed receipts it carried in ahead of the notice lines, and
      * its trailer with how many notice lines follow.
       01  Receipt-Control-Record.
           05 CT-Record-ID                  PIC X(4).
               88 Control-Header                  VALUE 'HDR0'.
               88 Control-Trailer                 VALUE 'TRL9'.
           05 CT-Header-Data.
               10 CT-File-Date              PIC 9(6).
               10 CT-Built-By               PIC X(8).
               10 CT-Carried-Count          PIC 9(5).
               10 FILLER                    PIC X(6).
           05 CT-Trailer-Data REDEFINES CT-Header-Data.
               10 CT-Count                  PIC 9(5).
               10 CT-Hash                   PIC 9(8).
               10 CT-Own-Count              PIC 9(5).
               10 FILLER                    PIC X(7).

       FD  Run-Control-File
           RECORD CONTAINS 28 CHARACTERS.

           COPY "RUNCTL.CPY".

       FD  Discrepancy-Report-File
           RECORD CONTAINS 80 CHARACTERS.

       01  Report-Line                      PIC X(80).

       WORKING-STORAGE SECTION.

       01  Flags-N-Switches.
           05 Notice-EOF-Flag               PIC X  VALUE 'N'.
               88 No-More-Notices                 VALUE 'Y'.
           05 Xref-EOF-Flag                 PIC X  VALUE 'N'.
               88 No-More-Xref                    VALUE 'Y'.
           05 WS-Notice-Status              PIC XX.
           05 WS-Xref-Status                PIC XX.
           05 WS-Vendor-Status              PIC XX.
           05 WS-PO-Status                  PIC XX.
           05 Vendor-Valid-Flag             PIC X  VALUE 'N'.
               88 Vendor-Valid                    VALUE 'Y'.
           05 Key-Found-Flag                PIC X.
               88 Key-On-File                     VALUE 'Y'.

      * The CANDYRCV.TXT already on disk: its controls, whether
      * PG3RECV has posted it, and the keyed receipts carried into
      * the new file when it hasn't
       01  Carry-Fields.
           05 WS-Receipt-Status             PIC XX.
           05 WS-Run-Control-Status         PIC XX.
           05 Old-EOF-Flag                  PIC X  VALUE 'N'.
               88 No-More-Old-Receipts            VALUE 'Y'.
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
           05 Old-Built-By                  PIC X(8)  VALUE SPACES.
           05 Old-Carried-Count             PIC 9(5)  VALUE ZERO.
           05 Old-Own-Count                 PIC 9(5)  VALUE ZERO.
           05 Receipt-File-Limit            PIC 9(4)  VALUE 1000.
           05 Old-Trailer-Count             PIC 9(5)  VALUE ZERO.
           05 Old-Trailer-Hash              PIC 9(8)  VALUE ZERO.
           05 Old-Detail-Count              PIC 9(5)  VALUE ZERO.
           05 Old-Qty-Hash                  PIC 9(8)  VALUE ZERO.
           05 Carry-Count                   PIC 9(4)  VALUE ZERO.
           05 Carry-Overflow-Count          PIC 9(5)  VALUE ZERO.
           05 Own-Program-Name              PIC X(8)  VALUE 'PG3ASN'.
           05 Posting-Program-Name          PIC X(8)  VALUE 'PG3RECV'.

       01  Carry-Table.
           05 Carry-Entry OCCURS 1000 TIMES INDEXED BY CYX.
               10 CY-Record                 PIC X(29).

      * The notice header in hand, applied to each of its lines
       01  Notice-Hold.
           05 NH-Vendor                     PIC X(4)  VALUE SPACES.
           05 NH-PO-Number                  PIC 9(4)  VALUE ZERO.
           05 NH-Warehouse                  PIC X(4)  VALUE SPACES.

      * The line in hand, once mapped, and why it was held back
       01  Line-Hold.
           05 LN-CandyID                    PIC X(3).
           05 LN-Sub                        PIC 99.
           05 LN-Open-Qty                   PIC S9(6).
           05 LN-Reason                     PIC X(14).

      * Intake counts for the closing balance, and the CANDYRCV.TXT
      * trailer totals
       01  Intake-Controls.
           05 Notices-Read                  PIC 9(5)  VALUE ZERO.
           05 Lines-Read                    PIC 9(5)  VALUE ZERO.
           05 Lines-Written                 PIC 9(5)  VALUE ZERO.
           05 Lines-Held                    PIC 9(5)  VALUE ZERO.
           05 Qty-Hash                      PIC 9(8)  VALUE ZERO.
           05 Xref-Overflow-Count           PIC 9(5)  VALUE ZERO.
           05 Shipped-Overflow-Count        PIC 9(5)  VALUE ZERO.

      * Vendor item numbers mapped to our CandyID/Sub, loaded from
      * ASNXREF.TXT
       01  Xref-Controls.
           05 Xref-Count                    PIC 9(3)  VALUE ZERO.

       01  Xref-Table.
           05 Xref-Entry OCCURS 500 TIMES INDEXED BY XRX.
               10 XR-Vendor                 PIC X(4).
               10 XR-Vendor-Item            PIC X(12).
               10 XR-CandyID                PIC X(3).
               10 XR-Sub                    PIC 99.

      * Quantity this run has already shipped onto each PO line, so
      * two notice lines for the same candy can't overrun the order
       01  Shipped-Controls.
           05 Shipped-Count                 PIC 9(4)  VALUE ZERO.

       01  Shipped-Table.
           05 Shipped-Entry OCCURS 1000 TIMES INDEXED BY SHX.
               10 SH-Line-Key               PIC X(11).
               10 SH-Quantity               PIC 9(6).

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
               VALUE 'ASN DISCREPANCY LISTING'.

       01  Heading-Three.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Vendor          PIC X(4)  VALUE 'VEND'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-PO              PIC X(4)  VALUE 'PO  '.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Warehouse       PIC X(4)  VALUE 'WHSE'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Item            PIC X(12) VALUE 'VENDOR ITEM'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Candy           PIC X(3)  VALUE 'CDY'.
           05                    PIC X(1)  VALUE SPACES.
           05 H3-Sub             PIC X(3)  VALUE 'SUB'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Qty             PIC X(6)  VALUE '   QTY'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Open            PIC X(6)  VALUE '  OPEN'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Reason          PIC X(6)  VALUE 'REASON'.

       01  Discrepancy-Detail-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 DL-Vendor          PIC X(4).
           05                    PIC X(2)  VALUE SPACES.
           05 DL-PO              PIC 9(4).
           05                    PIC X(2)  VALUE SPACES.
           05 DL-Warehouse       PIC X(4).
           05                    PIC X(2)  VALUE SPACES.
           05 DL-Item            PIC X(12).
           05                    PIC X(2)  VALUE SPACES.
           05 DL-Candy           PIC X(3).
           05                    PIC X(2)  VALUE SPACES.
           05 DL-Sub             PIC Z9.
           05                    PIC X(2)  VALUE SPACES.
           05 DL-Qty             PIC ZZ,ZZ9.
           05                    PIC X(2)  VALUE SPACES.
           05 DL-Open            PIC ZZ,ZZ9-.
           05                    PIC X(1)  VALUE SPACES.
           05 DL-Reason          PIC X(14).

       01  Discrepancy-None-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 DN-Message         PIC X(33)
               VALUE 'NO DISCREPANCIES - ALL LINES PASS'.

       01  Intake-Balance-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 IB-Title1          PIC X(9)  VALUE 'NOTICES: '.
           05 IB-Notices         PIC ZZZZ9.
           05 IB-Title2          PIC X(14) VALUE '  LINES READ: '.
           05 IB-Read            PIC ZZZZ9.
           05 IB-Title3          PIC X(11) VALUE '  WRITTEN: '.
           05 IB-Written         PIC ZZZZ9.
           05 IB-Title4          PIC X(8)  VALUE '  HELD: '.
           05 IB-Held            PIC ZZZZ9.

       01  Intake-Carried-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 IC-Title           PIC X(36)
               VALUE 'KEYED RECEIPTS CARRIED FORWARD:     '.
           05 IC-Carried         PIC ZZZZ9.
           05 IC-Title2          PIC X(13) VALUE '  FILE DATE: '.
           05 IC-File-Date       PIC 9(6).

       01  Intake-Empty-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 IE-Message         PIC X(40)
               VALUE 'NO SHIP NOTICES ON FILE'.

       01  Intake-Overflow-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 IO-Message         PIC X(36)
               VALUE '** TABLE FULL - ENTRIES NOT LOADED: '.
           05 IO-Count           PIC ZZZZ9.
           05 IO-Message2        PIC X(3)  VALUE ' **'.

       PROCEDURE DIVISION.

       100-Main-Function.
           PERFORM 120-Check-Existing-Receipts
           IF Carry-Failed THEN
               DISPLAY 'NO SHIP NOTICES PROCESSED - CANDYRCV.TXT'
                   ' LEFT AS IT WAS'
           ELSE
               PERFORM 150-Housekeeping
               PERFORM 200-Process-Notices
               PERFORM 700-Print-Intake-Balance
           END-IF
           PERFORM 900-End-Function
           .
      * Reads the CANDYRCV.TXT already on disk, if any, holding its
      * detail records and totalling them against its trailer, then
      * decides whether they must be carried into the new file
       120-Check-Existing-Receipts.
           OPEN INPUT Receipt-Transactions
           IF WS-Receipt-Status = '00' THEN
               PERFORM UNTIL No-More-Old-Receipts
                   READ Receipt-Transactions
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
                                   PERFORM 125-Hold-One-Old-Receipt
                           END-EVALUATE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Receipt-Transactions
           IF Old-Header-Seen OR Old-Detail-Count > ZERO THEN
               PERFORM 130-Decide-Carry
           END-IF
           .
      * Notes the old file's date, who built it, and how many keyed
      * receipts it had carried
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
       125-Hold-One-Old-Receipt.
           ADD 1 TO Old-Detail-Count
           IF RC-Quantity IS NUMERIC THEN
               ADD RC-Quantity TO Old-Qty-Hash
           END-IF
           IF Carry-Count < 1000 THEN
               ADD 1 TO Carry-Count
               SET CYX TO Carry-Count
               MOVE Receipt-Record TO CY-Record(CYX)
           ELSE
               ADD 1 TO Carry-Overflow-Count
           END-IF
           .
      * A file PG3RECV already posted is simply replaced.  One not
      * posted must balance to its own trailer before its keyed
      * receipts are carried; a file this program built carries
      * only the keyed receipts it had carried itself, since its
      * notice lines are about to be rebuilt, and only when nothing
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
                   DISPLAY 'CANDYRCV.TXT DATED ' Old-File-Date
                       ' NOT YET POSTED - ' Carry-Count
                       ' KEYED RECEIPTS CARRIED FORWARD'
               END-IF
           END-IF
           .
      * Scans the shared run-control file for a PG3RECV run that
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
               DISPLAY 'UNPOSTED CANDYRCV.TXT HAS NO HEADER RECORD'
           END-IF
           IF NOT Old-Trailer-Seen THEN
               MOVE 'Y' TO Carry-Fail-Flag
               DISPLAY 'UNPOSTED CANDYRCV.TXT HAS NO TRAILER RECORD'
           ELSE
               IF Old-Trailer-Count NOT = Old-Detail-Count THEN
                   MOVE 'Y' TO Carry-Fail-Flag
                   DISPLAY 'UNPOSTED CANDYRCV.TXT RECORD COUNT: '
                       'TRAILER ' Old-Trailer-Count
                       ' READ ' Old-Detail-Count
               END-IF
               IF Old-Trailer-Hash NOT = Old-Qty-Hash THEN
                   MOVE 'Y' TO Carry-Fail-Flag
                   DISPLAY 'UNPOSTED CANDYRCV.TXT HASH TOTAL: '
                       'TRAILER ' Old-Trailer-Hash
                       ' COMPUTED ' Old-Qty-Hash
               END-IF
           END-IF
           IF Carry-Overflow-Count > ZERO THEN
               MOVE 'Y' TO Carry-Fail-Flag
               DISPLAY 'UNPOSTED CANDYRCV.TXT TOO LARGE TO CARRY - '
                   Carry-Overflow-Count ' RECORDS OVER'
           END-IF
           .
      * Opens the files, prints the listing headings, loads the
      * item cross-reference, and starts CANDYRCV.TXT with its
      * header control and any keyed receipts carried forward
       150-Housekeeping.
           OPEN INPUT Vendor-Master
           OPEN INPUT Open-PO-Master
           OPEN OUTPUT Receipt-Transactions
           OPEN OUTPUT Discrepancy-Report-File
           ACCEPT WS-Current-Date FROM DATE
           MOVE WS-Month TO H2-Month
           MOVE WS-Day TO H2-Day
           MOVE WS-Year TO H2-Year
           WRITE Report-Line FROM Heading-One
               AFTER ADVANCING PAGE
           WRITE Report-Line FROM Heading-Two
               AFTER ADVANCING 1
           WRITE Report-Line FROM Heading-Three
               AFTER ADVANCING 2
           PERFORM 175-Load-Xref
           MOVE SPACES TO Receipt-Control-Record
           MOVE 'HDR0' TO CT-Record-ID
           MOVE Hold-Date TO CT-File-Date
           MOVE Own-Program-Name TO CT-Built-By
           MOVE Carry-Count TO CT-Carried-Count
           WRITE Receipt-Control-Record
           IF Carry-Count > ZERO THEN
               PERFORM 160-Write-One-Carried
                   VARYING CYX FROM 1 BY 1
                   UNTIL CYX > Carry-Count
           END-IF
           .
      * Writes a single carried keyed receipt and adds it to the
      * trailer hash total
       160-Write-One-Carried.
           MOVE CY-Record(CYX) TO Receipt-Record
           WRITE Receipt-Record
           IF RC-Quantity IS NUMERIC THEN
               ADD RC-Quantity TO Qty-Hash
           END-IF
           .
      * Reads the vendor-item cross-reference into Xref-Table; with
      * no ASNXREF.TXT every item comes out unknown
       175-Load-Xref.
           OPEN INPUT Item-Xref-File
           IF WS-Xref-Status = '00' THEN
               PERFORM UNTIL No-More-Xref
                   READ Item-Xref-File
                       AT END
                           MOVE 'Y' TO Xref-EOF-Flag
                       NOT AT END
                           IF Xref-Count < 500 THEN
                               ADD 1 TO Xref-Count
                               SET XRX TO Xref-Count
                               MOVE XF-Vendor TO XR-Vendor(XRX)
                               MOVE XF-Vendor-Item
                                   TO XR-Vendor-Item(XRX)
                               MOVE XF-CandyID TO XR-CandyID(XRX)
                               MOVE XF-Sub TO XR-Sub(XRX)
                           ELSE
                               ADD 1 TO Xref-Overflow-Count
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY 'NO ASNXREF.TXT - EVERY ITEM WILL BE UNKNOWN'
           END-IF
           CLOSE Item-Xref-File
           .
      * Reads the ship notices start to finish, taking each header
      * and detail record in turn, and closes CANDYRCV.TXT with its
      * trailer control
       200-Process-Notices.
           OPEN INPUT Ship-Notice-File
           IF WS-Notice-Status = '00' THEN
               PERFORM UNTIL No-More-Notices
                   READ Ship-Notice-File
                       AT END
                           MOVE 'Y' TO Notice-EOF-Flag
                       NOT AT END
                           IF AN-Notice-Header THEN
                               PERFORM 225-Start-Notice
                           ELSE
                               PERFORM 250-Check-One-Line
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Ship-Notice-File
           MOVE SPACES TO Receipt-Control-Record
           MOVE 'TRL9' TO CT-Record-ID
           COMPUTE CT-Count = Lines-Written + Carry-Count
           MOVE Qty-Hash TO CT-Hash
           MOVE Lines-Written TO CT-Own-Count
           WRITE Receipt-Control-Record
           .
      * Holds a new notice's header and checks its vendor against
      * the vendor master
       225-Start-Notice.
           ADD 1 TO Notices-Read
           MOVE AN-Vendor TO NH-Vendor
           MOVE AN-Warehouse TO NH-Warehouse
           IF AN-PO-Number IS NUMERIC THEN
               MOVE AN-PO-Number TO NH-PO-Number
           ELSE
               MOVE ZERO TO NH-PO-Number
           END-IF
           MOVE AN-Vendor TO VM-Vendor-Code
           READ Vendor-Master
               INVALID KEY
                   MOVE 'N' TO Vendor-Valid-Flag
               NOT INVALID KEY
                   MOVE 'Y' TO Vendor-Valid-Flag
           END-READ
           .
      * Runs one notice line through the file-size, vendor, item,
      * PO, and quantity checks, writing it to CANDYRCV.TXT when it
      * passes and to the listing when it doesn't
       250-Check-One-Line.
           ADD 1 TO Lines-Read
           MOVE SPACES TO LN-Reason
           MOVE SPACES TO LN-CandyID
           MOVE ZERO TO LN-Sub
           MOVE ZERO TO LN-Open-Qty
           IF AD-Quantity NOT NUMERIC THEN
               MOVE ZERO TO AD-Quantity
           END-IF
           EVALUATE TRUE
               WHEN Carry-Count + Lines-Written
                   NOT < Receipt-File-Limit
                   MOVE 'FILE FULL' TO LN-Reason
               WHEN NOT Vendor-Valid
                   MOVE 'UNKNOWN VENDOR' TO LN-Reason
               WHEN OTHER
                   PERFORM 275-Map-Vendor-Item
                   IF NOT Key-On-File THEN
                       MOVE 'UNKNOWN ITEM' TO LN-Reason
                   ELSE
                       PERFORM 300-Check-PO-Line
                   END-IF
           END-EVALUATE
           IF LN-Reason = SPACES THEN
               PERFORM 400-Write-Receipt
           ELSE
               PERFORM 450-Print-Discrepancy
           END-IF
           .
      * Looks the vendor's item number up on the cross-reference
       275-Map-Vendor-Item.
           MOVE 'N' TO Key-Found-Flag
           PERFORM 280-Check-One-Xref
               VARYING XRX FROM 1 BY 1
               UNTIL XRX > Xref-Count
           .
      * Checks a single cross-reference entry against the notice
      * line's vendor and item number
       280-Check-One-Xref.
           IF NOT Key-On-File
               AND XR-Vendor(XRX) = NH-Vendor
               AND XR-Vendor-Item(XRX) = AD-Vendor-Item THEN
               MOVE 'Y' TO Key-Found-Flag
               MOVE XR-CandyID(XRX) TO LN-CandyID
               MOVE XR-Sub(XRX) TO LN-Sub
           END-IF
           .
      * Reads the open-PO line for the notice's warehouse, vendor,
      * and the mapped candy: it must be open under the notice's PO
      * number, and the line's received quantity plus everything
      * shipped onto it this run must stay within what was ordered
       300-Check-PO-Line.
           MOVE NH-Warehouse TO PO-Warehouse
           MOVE NH-Vendor TO PO-Vendor
           MOVE LN-CandyID TO PO-CandyID
           READ Open-PO-Master
               INVALID KEY
                   MOVE 'UNKNOWN PO' TO LN-Reason
               NOT INVALID KEY
                   IF NOT PO-Line-Open
                       OR PO-Number NOT = NH-PO-Number THEN
                       MOVE 'UNKNOWN PO' TO LN-Reason
                   ELSE
                       PERFORM 325-Check-Ordered-Qty
                   END-IF
           END-READ
           .
      * Compares the line's quantity with what is still open on the
      * PO line after this run's earlier shipments onto it, and
      * books the quantity against the line when it fits.  A line
      * that can't be booked because the shipped table is full is
      * held, since later lines for its PO line could no longer be
      * checked against it.
       325-Check-Ordered-Qty.
           PERFORM 350-Find-Shipped-Entry
           COMPUTE LN-Open-Qty = PO-Ordered-Qty - PO-Received-Qty
           IF Key-On-File THEN
               SUBTRACT SH-Quantity(SHX) FROM LN-Open-Qty
           END-IF
           IF AD-Quantity > LN-Open-Qty THEN
               MOVE 'OVER ORDERED' TO LN-Reason
           ELSE
               IF Key-On-File THEN
                   ADD AD-Quantity TO SH-Quantity(SHX)
               ELSE
                   IF Shipped-Count < 1000 THEN
                       ADD 1 TO Shipped-Count
                       SET SHX TO Shipped-Count
                       MOVE PO-Line-Key TO SH-Line-Key(SHX)
                       MOVE AD-Quantity TO SH-Quantity(SHX)
                   ELSE
                       ADD 1 TO Shipped-Overflow-Count
                       MOVE 'TABLE FULL' TO LN-Reason
                   END-IF
               END-IF
           END-IF
           .
      * Points SHX at this run's shipped entry for the PO line in
      * hand, if there is one
       350-Find-Shipped-Entry.
           MOVE 'N' TO Key-Found-Flag
           SET SHX TO 1
           SEARCH Shipped-Entry
               AT END
                   CONTINUE
               WHEN SHX > Shipped-Count
                   CONTINUE
               WHEN SH-Line-Key(SHX) = PO-Line-Key
                   MOVE 'Y' TO Key-Found-Flag
           END-SEARCH
           .
      * Writes a line that passed every check as a receipt detail
      * record and adds it to the trailer totals
       400-Write-Receipt.
           MOVE NH-Warehouse TO RC-Warehouse
           MOVE NH-Vendor TO RC-Vendor
           MOVE LN-CandyID TO RC-CandyID
           MOVE LN-Sub TO RC-Sub
           MOVE AD-Quantity TO RC-Quantity
           IF AD-Best-By IS NUMERIC THEN
               MOVE AD-Best-By TO RC-Best-By
           ELSE
               MOVE ZERO TO RC-Best-By
           END-IF
           IF AD-Unit-Cost IS NUMERIC THEN
               MOVE AD-Unit-Cost TO RC-Unit-Cost
           ELSE
               MOVE ZERO TO RC-Unit-Cost
           END-IF
           WRITE Receipt-Record
           ADD 1 TO Lines-Written
           ADD AD-Quantity TO Qty-Hash
           .
      * Prints a held-back line on the discrepancy listing
       450-Print-Discrepancy.
           ADD 1 TO Lines-Held
           MOVE NH-Vendor TO DL-Vendor
           MOVE NH-PO-Number TO DL-PO
           MOVE NH-Warehouse TO DL-Warehouse
           MOVE AD-Vendor-Item TO DL-Item
           MOVE LN-CandyID TO DL-Candy
           MOVE LN-Sub TO DL-Sub
           MOVE AD-Quantity TO DL-Qty
           MOVE LN-Open-Qty TO DL-Open
           MOVE LN-Reason TO DL-Reason
           WRITE Report-Line FROM Discrepancy-Detail-Line
               AFTER ADVANCING 1
           .
      * Prints the closing balance: lines read against lines
      * written and held, and any table that ran out of room
       700-Print-Intake-Balance.
           IF Lines-Read = ZERO THEN
               WRITE Report-Line FROM Intake-Empty-Line
                   AFTER ADVANCING 2
           ELSE
               IF Lines-Held = ZERO THEN
                   WRITE Report-Line FROM Discrepancy-None-Line
                       AFTER ADVANCING 2
               END-IF
           END-IF
           MOVE Notices-Read TO IB-Notices
           MOVE Lines-Read TO IB-Read
           MOVE Lines-Written TO IB-Written
           MOVE Lines-Held TO IB-Held
           WRITE Report-Line FROM Intake-Balance-Line
               AFTER ADVANCING 2
           IF Carry-Count > ZERO THEN
               MOVE Carry-Count TO IC-Carried
               MOVE Old-File-Date TO IC-File-Date
               WRITE Report-Line FROM Intake-Carried-Line
                   AFTER ADVANCING 1
           END-IF
           IF Xref-Overflow-Count > ZERO
               OR Shipped-Overflow-Count > ZERO THEN
               COMPUTE IO-Count =
                   Xref-Overflow-Count + Shipped-Overflow-Count
               WRITE Report-Line FROM Intake-Overflow-Line
                   AFTER ADVANCING 1
           END-IF
           .

       900-End-Function.
           IF NOT Carry-Failed THEN
               CLOSE Vendor-Master
               CLOSE Open-PO-Master
               CLOSE Receipt-Transactions
               CLOSE Discrepancy-Report-File
           END-IF
           STOP RUN
           .
