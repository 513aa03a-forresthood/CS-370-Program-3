      *  latest audit date on file (the day just posted) and writes
      *  one ACCTMOVE.TXT record per stock movement: date, warehouse,
      *  vendor, candy, Sub, movement type, units, and the extended
      *  value at cost, so inventory on the books matches what was
      *  paid for it.  A receipt is valued at its own unit cost off
      *  the RCVHIST.TXT receipt history PG3RECV appends for the
      *  same night; every other movement, and a receipt keyed with
      *  no cost, at the key's weighted-average unit cost on the
      *  CANDYCST cost master PG3RECV keeps.  A movement for a key
      *  with no cost on file goes out at zero value and is counted
      *  on the summary so it can be costed.  Movement types are
      *  SALE (PG3SALE, and a PG3RECV backorder fill, which takes
      *  stock down), RCPT (PG3RECV stock up), and XFER-IN/XFER-OUT
      *  (the two sides PG3XFER posts).  Maintenance, count, and
      *  price-change images are not movements and are left off.
      *  A PG3ADJ return or adjustment goes out under its reason's
      *  own movement type off the ADJRSN reason master (RETURN,
      *  DAMAGED, EXPIRED and so on), found from the reason code
      *  PG3ADJ leaves in AU-Operator, so the write-offs reach the
      *  books apart from the sales; a reason no longer on file goes
      *  out as ADJ- and the code.
      *
      *  ACCTMOVE.TXT carries the same HDR0/TRL9 controls our
      *  inbound files do - file date; record count and units hash
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.

           SELECT OPTIONAL Receipt-History
               ASSIGN TO "RCVHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-History-Status.

           SELECT Movement-Extract-File
               ASSIGN TO "ACCTMOVE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL Cost-Master
               ASSIGN TO "CANDYCST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-Key
               FILE STATUS IS WS-Cost-Status.

           SELECT Reason-Master
               ASSIGN TO "ADJRSN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RN-Reason-Code
               FILE STATUS IS WS-Reason-Status.

           SELECT Movement-Report-File
               ASSIGN TO PRINTER "Inventory Movement Summary".


           COPY "CANDYAUD.CPY".

       FD  Receipt-History
           RECORD CONTAINS 50 CHARACTERS.

           COPY "RCVHIST.CPY".

       FD  Movement-Extract-File
           RECORD CONTAINS 42 CHARACTERS.

               10 CT-Hash                   PIC 9(8).
               10 FILLER                    PIC X(25).

       FD  Cost-Master
           RECORD CONTAINS 31 CHARACTERS.

           COPY "CANDYCST.CPY".

       FD  Reason-Master
           RECORD CONTAINS 32 CHARACTERS.

           COPY "ADJRSN.CPY".

       FD  Movement-Report-File
           RECORD CONTAINS 80 CHARACTERS.

           05 Movement-Type-Hold            PIC X(8).
           05 Detail-Written-Count          PIC 9(5)  VALUE ZERO.
           05 Units-Hash                    PIC 9(8)  VALUE ZERO.
           05 WS-Cost-Status                PIC XX.
           05 Uncosted-Count                PIC 9(5)  VALUE ZERO.

      * The night's receipts and the unit cost each was keyed at,
      * loaded from the receipt history for the day being extracted
       01  Receipt-Cost-Fields.
           05 WS-History-Status             PIC XX.
           05 History-EOF-Flag              PIC X  VALUE 'N'.
               88 No-More-History                 VALUE 'Y'.
           05 Receipt-Cost-Count            PIC 9(4)  VALUE ZERO.
           05 Receipt-Cost-Overflow         PIC 9(5)  VALUE ZERO.
           05 Receipt-Match-Flag            PIC X.
               88 Receipt-Matched                 VALUE 'Y'.
           05 Receipt-Cost-Hold             PIC 9(3)V99.

       01  Receipt-Cost-Table.
           05 Receipt-Cost-Entry OCCURS 1000 TIMES INDEXED BY RTX.
               10 RT-Warehouse              PIC X(4).
               10 RT-Vendor                 PIC X(4).
               10 RT-CandyID                PIC X(3).
               10 RT-Sub                    PIC 99.
               10 RT-Quantity               PIC 9(5).
               10 RT-Unit-Cost              PIC 9(3)V99.
               10 RT-Used-Flag              PIC X.
                   88 RT-Used                     VALUE 'Y'.

      * Adjustment reason codes and their movement types, loaded
      * from the ADJRSN reason master
       01  Reason-Ref-Fields.
           05 WS-Reason-Status              PIC XX.
           05 Reason-EOF-Flag               PIC X  VALUE 'N'.
               88 No-More-Reasons                 VALUE 'Y'.
           05 Reason-Ref-Count              PIC 9(2)  VALUE ZERO.
           05 Reason-Check-Hold             PIC X(2).

       01  Reason-Ref-Table.
           05 Reason-Ref-Entry OCCURS 20 TIMES INDEXED BY RNX.
               10 RS-Code                   PIC X(2).
               10 RS-Movement-Type          PIC X(8).

      * Movement type for a reason code not on the reason master
       01  Unknown-Reason-Type.
           05 UR-Prefix                     PIC X(4)  VALUE 'ADJ-'.
           05 UR-Code                       PIC X(2).
           05 FILLER                        PIC X(2)  VALUE SPACES.

      * Summary totals by warehouse and movement type
       01  Summary-Controls.
           05 Summary-Count                 PIC 9(2)  VALUE ZERO.

       01  Summary-Table.
           05 Summary-Entry OCCURS 90 TIMES INDEXED BY SX.
               10 SM-Warehouse              PIC X(4).
               10 SM-Type                   PIC X(8).
               10 SM-Units                  PIC 9(7).
           05 EB-Title2          PIC X(12) VALUE 'UNITS HASH: '.
           05 EB-Hash            PIC ZZZZZZZ9.

       01  Receipt-Overflow-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 RO-Title           PIC X(32)
               VALUE 'RECEIPTS AT AVERAGE - TABLE FULL'.
           05 RO-Count           PIC ZZZZ9.

       01  Uncosted-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 UC-Title           PIC X(32)
               VALUE 'MOVEMENTS WITH NO COST ON FILE: '.
           05 UC-Count           PIC ZZZZ9.

       PROCEDURE DIVISION.

       100-Main-Function.
           PERFORM 150-Housekeeping
           PERFORM 200-Find-Latest-Audit-Date
           PERFORM 250-Load-Receipt-Costs
           PERFORM 300-Write-Extract
           PERFORM 600-Print-Summary
           PERFORM 900-End-Function
      * Opens the report and prints the page headings
       150-Housekeeping.
           OPEN OUTPUT Movement-Report-File
           OPEN INPUT Cost-Master
           ACCEPT WS-Current-Date FROM DATE
           MOVE WS-Month TO H2-Month
           MOVE WS-Day TO H2-Day
           MOVE WS-Year TO H2-Year
           PERFORM 175-Load-Reasons
           WRITE Report-Line FROM Heading-One
               AFTER ADVANCING PAGE
           WRITE Report-Line FROM Heading-Two
           WRITE Report-Line FROM Heading-Three
               AFTER ADVANCING 2
           .
      * Loads the reason codes and their movement types from the
      * ADJRSN reason master; without it every adjustment goes out
      * as ADJ- and its code
       175-Load-Reasons.
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
                               MOVE RN-Movement-Type
                                   TO RS-Movement-Type(RNX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Reason-Master
           END-IF
           .
      * First pass over the audit trail: finds the latest audit date
      * on file, which is the day being extracted
       200-Find-Latest-Audit-Date.
           END-IF
           CLOSE Audit-File
           .
      * Loads the receipts posted on the day being extracted, with
      * the unit cost each was keyed at, so each receipt image can
      * be valued at what was paid
       250-Load-Receipt-Costs.
           OPEN INPUT Receipt-History
           IF WS-History-Status = '00'
               AND Latest-Audit-Date > ZERO THEN
               PERFORM UNTIL No-More-History
                   READ Receipt-History
                       AT END
                           MOVE 'Y' TO History-EOF-Flag
                       NOT AT END
                           IF RH-Receipt-Date = Latest-Audit-Date THEN
                               PERFORM 275-Load-One-Receipt
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Receipt-History
           .
      * Loads a single receipt's key, quantity, and unit cost
       275-Load-One-Receipt.
           IF Receipt-Cost-Count < 1000 THEN
               ADD 1 TO Receipt-Cost-Count
               SET RTX TO Receipt-Cost-Count
               MOVE RH-Warehouse TO RT-Warehouse(RTX)
               MOVE RH-Vendor TO RT-Vendor(RTX)
               MOVE RH-CandyID TO RT-CandyID(RTX)
               MOVE RH-Sub TO RT-Sub(RTX)
               MOVE RH-Quantity TO RT-Quantity(RTX)
               IF RH-Unit-Cost IS NUMERIC THEN
                   MOVE RH-Unit-Cost TO RT-Unit-Cost(RTX)
               ELSE
                   MOVE ZEROS TO RT-Unit-Cost(RTX)
               END-IF
               MOVE 'N' TO RT-Used-Flag(RTX)
           ELSE
               ADD 1 TO Receipt-Cost-Overflow
           END-IF
           .
      * Second pass: writes the extract between its header and
      * trailer controls, one record per movement image stamped
      * with the day being extracted
                   MOVE 'XFER-IN' TO Movement-Type-Hold
               WHEN AU-Program = 'PG3XFER' AND Audit-Delta < ZERO
                   MOVE 'XFER-OUT' TO Movement-Type-Hold
               WHEN AU-Program = 'PG3ADJ'
                   PERFORM 330-Type-Adjustment
           END-EVALUATE
           IF Movement-Type-Hold NOT = SPACES
               AND Audit-Delta NOT = ZERO THEN
               PERFORM 350-Write-One-Movement
           END-IF
           .
      * Types a PG3ADJ image by its reason code's movement type,
      * falling back to ADJ- and the code for a reason not on file
       330-Type-Adjustment.
           MOVE AU-Operator TO Reason-Check-Hold
           MOVE Reason-Check-Hold TO UR-Code
           MOVE Unknown-Reason-Type TO Movement-Type-Hold
           IF Reason-Ref-Count > ZERO THEN
               PERFORM 335-Check-One-Reason
                   VARYING RNX FROM 1 BY 1
                   UNTIL RNX > Reason-Ref-Count
           END-IF
           .
      * Takes a single reason-table entry's movement type when the
      * code matches
       335-Check-One-Reason.
           IF RS-Code(RNX) = Reason-Check-Hold
               AND RS-Movement-Type(RNX) NOT = SPACES THEN
               MOVE RS-Movement-Type(RNX) TO Movement-Type-Hold
           END-IF
           .
      * Writes a single valued movement record and rolls it into
      * the warehouse/type summary
       350-Write-One-Movement.
           ELSE
               MOVE Audit-Delta TO Movement-Units
           END-IF
           PERFORM 375-Value-At-Cost
           MOVE AU-Date TO MV-Date
           MOVE AU-Warehouse TO MV-Warehouse
           MOVE AU-Vendor TO MV-Vendor
           ADD Movement-Units TO Units-Hash
           PERFORM 400-Add-To-Summary
           .
      * Extends the movement in hand at cost: a receipt at the unit
      * cost it was keyed at, anything else (or a receipt keyed with
      * no cost) at its key's weighted-average unit cost, counting
      * any key the cost master doesn't carry
       375-Value-At-Cost.
           MOVE ZEROS TO Movement-Value
           MOVE ZEROS TO Receipt-Cost-Hold
           IF Movement-Type-Hold = 'RCPT' THEN
               PERFORM 380-Find-Receipt-Cost
           END-IF
           IF Receipt-Cost-Hold > ZERO THEN
               COMPUTE Movement-Value ROUNDED =
                   Movement-Units * Receipt-Cost-Hold
           ELSE
               MOVE AU-Warehouse TO CS-Warehouse
               MOVE AU-Vendor TO CS-Vendor
               MOVE AU-CandyID TO CS-CandyID
               MOVE AU-Sub TO CS-Sub
               READ Cost-Master
                   INVALID KEY
                       ADD 1 TO Uncosted-Count
                   NOT INVALID KEY
                       COMPUTE Movement-Value ROUNDED =
                           Movement-Units * CS-Avg-Cost
               END-READ
           END-IF
           .
      * Finds the night's first receipt not yet used for the same
      * key and quantity as the receipt image in hand, taking its
      * unit cost
       380-Find-Receipt-Cost.
           MOVE 'N' TO Receipt-Match-Flag
           IF Receipt-Cost-Count > ZERO THEN
               PERFORM 385-Check-One-Receipt
                   VARYING RTX FROM 1 BY 1
                   UNTIL RTX > Receipt-Cost-Count OR Receipt-Matched
           END-IF
           .
      * Takes a single receipt-table entry when it is unused and
      * matches the image's key and quantity
       385-Check-One-Receipt.
           IF NOT RT-Used(RTX)
               AND RT-Warehouse(RTX) = AU-Warehouse
               AND RT-Vendor(RTX) = AU-Vendor
               AND RT-CandyID(RTX) = AU-CandyID
               AND RT-Sub(RTX) = AU-Sub
               AND RT-Quantity(RTX) = Movement-Units THEN
               MOVE 'Y' TO Receipt-Match-Flag
               MOVE 'Y' TO RT-Used-Flag(RTX)
               MOVE RT-Unit-Cost(RTX) TO Receipt-Cost-Hold
           END-IF
           .
      * Rolls the movement just written into its warehouse-and-type
      * summary entry, starting a new entry when none matches
       400-Add-To-Summary.
               VARYING SX FROM 1 BY 1
               UNTIL SX > Summary-Count
           IF NOT Summary-On-Table
               AND Summary-Count < 90 THEN
               ADD 1 TO Summary-Count
               SET SX TO Summary-Count
               MOVE AU-Warehouse TO SM-Warehouse(SX)
           MOVE Units-Hash TO EB-Hash
           WRITE Report-Line FROM Extract-Balance-Line
               AFTER ADVANCING 2
           IF Receipt-Cost-Overflow > ZERO THEN
               MOVE Receipt-Cost-Overflow TO RO-Count
               WRITE Report-Line FROM Receipt-Overflow-Line
                   AFTER ADVANCING 1
           END-IF
           IF Uncosted-Count > ZERO THEN
               MOVE Uncosted-Count TO UC-Count
               WRITE Report-Line FROM Uncosted-Line
                   AFTER ADVANCING 1
           END-IF
           .
      * Prints a single warehouse-and-type summary line
       625-Print-One-Summary.

       900-End-Function.
           CLOSE Movement-Report-File
           CLOSE Cost-Master
           STOP RUN
           .
