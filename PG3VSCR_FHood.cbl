       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PG3VSCR.
       AUTHOR.         Forrest Hood.
      *
      *  Monthly vendor scorecard.  Reads the RCVHIST.TXT receipt
      *  history PG3RECV appends to each night and scores every
      *  vendor over the trailing 30 days (the same window PG3VELO
      *  uses) on four measures:
      *
      *    ON-TIME %  - the PO-matched receipts that arrived on or
      *                 before the line's due date, its order date
      *                 plus the vendor's promised lead time off the
      *                 VENDMAST vendor master (the 14-day default
      *                 for a vendor not on file or carried with no
      *                 lead time, as PG3EXPD uses);
      *    FILL %     - units received against units ordered on the
      *                 PO lines the vendor shipped against in the
      *                 window, plus the lines still open on the
      *                 CANDYPO open-PO master that fell due in the
      *                 window, so a vendor that ships nothing is
      *                 not scored as if it had shipped in full;
      *    AVG LATE   - the average days late across the late
      *                 receipts;
      *    NO PO      - the receipts that matched no open PO line.
      *
      *  A closing line scores all vendors together.
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL Receipt-History
               ASSIGN TO "RCVHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-History-Status.

           SELECT OPTIONAL Open-PO-Master
               ASSIGN TO "CANDYPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-Line-Key
               FILE STATUS IS WS-PO-Status.

           SELECT Vendor-Master
               ASSIGN TO "VENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-Vendor-Code
               FILE STATUS IS WS-Vendor-Status.

           SELECT Scorecard-Report-File
               ASSIGN TO PRINTER "Vendor Scorecard".

       DATA DIVISION.
       FILE SECTION.

       FD  Receipt-History
           RECORD CONTAINS 50 CHARACTERS.

           COPY "RCVHIST.CPY".

       FD  Open-PO-Master
           RECORD CONTAINS 32 CHARACTERS.

           COPY "CANDYPO.CPY".

       FD  Vendor-Master
           RECORD CONTAINS 25 CHARACTERS.

           COPY "VENDMAST.CPY".

       FD  Scorecard-Report-File
           RECORD CONTAINS 80 CHARACTERS.

       01  Report-Line                      PIC X(80).

       WORKING-STORAGE SECTION.

       01  Flags-N-Switches.
           05 History-EOF-Flag              PIC X  VALUE 'N'.
               88 No-More-History                 VALUE 'Y'.
           05 PO-EOF-Flag                   PIC X  VALUE 'N'.
               88 No-More-PO-Lines                VALUE 'Y'.
           05 WS-History-Status             PIC XX.
           05 WS-PO-Status                  PIC XX.
           05 Invalid-String                PIC X(7) VALUE 'INVALID'.
           05 Key-Found-Flag                PIC X.
               88 Key-On-File                     VALUE 'Y'.

       01  Vendor-Master-Fields.
           05 WS-Vendor-Status              PIC XX.
           05 WS-Vendor-Name                PIC X(18).
           05 Vendor-Hold                   PIC X(4).
           05 Default-Lead-Days             PIC 9(3)  VALUE 14.
           05 Lead-Days-Hold                PIC 9(3).

      * Trailing window and due-date arithmetic
       01  Scorecard-Controls.
           05 History-Window                PIC 9(2)  VALUE 30.
           05 Today-Integer                 PIC 9(7).
           05 Cutoff-Integer                PIC 9(7).
           05 Receipt-Integer               PIC 9(7).
           05 Due-Integer                   PIC 9(7).
           05 Date-Full-Hold                PIC 9(8).
           05 Vendor-Overflow-Count         PIC 9(5)  VALUE ZERO.
           05 Line-Overflow-Count           PIC 9(5)  VALUE ZERO.

      * Scoring totals by vendor
       01  Vendor-Score-Controls.
           05 Vendor-Score-Count            PIC 9(2)  VALUE ZERO.

       01  Vendor-Score-Table.
           05 Vendor-Score-Entry OCCURS 50 TIMES INDEXED BY VSX.
               10 VS-Vendor                 PIC X(4).
               10 VS-Receipts               PIC 9(4).
               10 VS-On-Time                PIC 9(4).
               10 VS-Late                   PIC 9(4).
               10 VS-Days-Late              PIC 9(6).
               10 VS-No-PO                  PIC 9(4).
               10 VS-Ordered-Units          PIC 9(7).
               10 VS-Received-Units         PIC 9(7).

      * PO lines scored for fill rate, each carrying the latest
      * ordered and received quantities seen for it
       01  PO-Line-Controls.
           05 PO-Line-Count                 PIC 9(4)  VALUE ZERO.

       01  PO-Line-Table.
           05 PO-Line-Entry OCCURS 1000 TIMES INDEXED BY PLX.
               10 PL-Key.
                   15 PL-PO-Number          PIC 9(4).
                   15 PL-Warehouse          PIC X(4).
                   15 PL-Vendor             PIC X(4).
                   15 PL-CandyID            PIC X(3).
               10 PL-Ordered-Qty            PIC 9(5).
               10 PL-Received-Qty           PIC 9(5).

      * The PO line in hand, built from either input for the
      * PO-line table lookup
       01  PO-Line-Hold.
           05 LH-Key.
               10 LH-PO-Number              PIC 9(4).
               10 LH-Warehouse              PIC X(4).
               10 LH-Vendor                 PIC X(4).
               10 LH-CandyID                PIC X(3).
           05 LH-Ordered-Qty                PIC 9(5).
           05 LH-Received-Qty               PIC 9(5).

       01  Grand-Totals.
           05 GT-Receipts                   PIC 9(5)  VALUE ZERO.
           05 GT-On-Time                    PIC 9(5)  VALUE ZERO.
           05 GT-Late                       PIC 9(5)  VALUE ZERO.
           05 GT-Days-Late                  PIC 9(7)  VALUE ZERO.
           05 GT-No-PO                      PIC 9(5)  VALUE ZERO.
           05 GT-Ordered-Units              PIC 9(8)  VALUE ZERO.
           05 GT-Received-Units             PIC 9(8)  VALUE ZERO.

      * One line's figures, loaded by the caller before printing
       01  Score-Print-Hold.
           05 SP-Receipts                   PIC 9(5).
           05 SP-On-Time                    PIC 9(5).
           05 SP-Late                       PIC 9(5).
           05 SP-Days-Late                  PIC 9(7).
           05 SP-No-PO                      PIC 9(5).
           05 SP-Ordered-Units              PIC 9(8).
           05 SP-Received-Units             PIC 9(8).
           05 SP-On-Time-Pct                PIC 9(3)V9.
           05 SP-Fill-Pct                   PIC 9(3)V9.
           05 SP-Avg-Late                   PIC 9(3)V9.

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
           05 H2-Title           PIC X(16) VALUE 'VENDOR SCORECARD'.

       01  Window-Note-Line.
           05                    PIC X(7)  VALUE SPACES.
           05 WN-Title           PIC X(27)
               VALUE 'RECEIPTS FOR THE TRAILING  '.
           05 WN-Days            PIC Z9.
           05 WN-Title2          PIC X(5)  VALUE ' DAYS'.

       01  Heading-Three.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Vendor          PIC X(4)  VALUE 'VEND'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Name            PIC X(18) VALUE 'NAME'.
           05                    PIC X(1)  VALUE SPACES.
           05 H3-Receipts        PIC X(5)  VALUE 'RCPTS'.
           05                    PIC X(1)  VALUE SPACES.
           05 H3-On-Time         PIC X(8)  VALUE 'ON-TIME%'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Fill            PIC X(6)  VALUE 'FILL %'.
           05                    PIC X(1)  VALUE SPACES.
           05 H3-Avg-Late        PIC X(8)  VALUE 'AVG LATE'.
           05                    PIC X(1)  VALUE SPACES.
           05 H3-No-PO           PIC X(5)  VALUE 'NO PO'.

       01  Score-Detail-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 SL-Vendor          PIC X(4).
           05                    PIC X(2)  VALUE SPACES.
           05 SL-Name            PIC X(18).
           05                    PIC X(2)  VALUE SPACES.
           05 SL-Receipts        PIC ZZZ9.
           05                    PIC X(3)  VALUE SPACES.
           05 SL-On-Time         PIC ZZ9.9.
           05                    PIC X(3)  VALUE SPACES.
           05 SL-Fill            PIC ZZ9.9.
           05                    PIC X(4)  VALUE SPACES.
           05 SL-Avg-Late        PIC ZZ9.9.
           05                    PIC X(3)  VALUE SPACES.
           05 SL-No-PO           PIC ZZZ9.

       01  Score-None-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 SN-Message         PIC X(33)
               VALUE 'NO RECEIPTS OR PO LINES IN WINDOW'.

       01  Score-Overflow-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 SO-Message         PIC X(38)
               VALUE '** SCORECARD TABLE FULL - ITEMS LEFT: '.
           05 SO-Count           PIC ZZZZ9.
           05 SO-Message2        PIC X(3)  VALUE ' **'.

       PROCEDURE DIVISION.

       100-Main-Function.
           PERFORM 150-Housekeeping
           PERFORM 200-Load-Receipt-History
           PERFORM 300-Load-Open-PO-Lines
           PERFORM 400-Total-Fill-By-Vendor
           PERFORM 600-Print-Report
           PERFORM 900-End-Function
           .
      * Opens the files, fixes today's date and the start of the
      * trailing window, and prints the headings
       150-Housekeeping.
           OPEN INPUT Vendor-Master
           OPEN OUTPUT Scorecard-Report-File
           ACCEPT WS-Current-Date FROM DATE
           MOVE WS-Month TO H2-Month
           MOVE WS-Day TO H2-Day
           MOVE WS-Year TO H2-Year
           COMPUTE Date-Full-Hold = 20000000 + Hold-Date
           COMPUTE Today-Integer =
               FUNCTION INTEGER-OF-DATE (Date-Full-Hold)
           COMPUTE Cutoff-Integer =
               Today-Integer - History-Window + 1
           MOVE History-Window TO WN-Days
           WRITE Report-Line FROM Heading-One
               AFTER ADVANCING PAGE
           WRITE Report-Line FROM Heading-Two
               AFTER ADVANCING 1
           WRITE Report-Line FROM Window-Note-Line
               AFTER ADVANCING 1
           WRITE Report-Line FROM Heading-Three
               AFTER ADVANCING 2
           .
      * Reads the receipt history, scoring each receipt inside the
      * trailing window
       200-Load-Receipt-History.
           OPEN INPUT Receipt-History
           IF WS-History-Status = '00' THEN
               PERFORM UNTIL No-More-History
                   READ Receipt-History
                       AT END
                           MOVE 'Y' TO History-EOF-Flag
                       NOT AT END
                           PERFORM 225-Check-One-Receipt
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Receipt-History
           .
      * Passes over a receipt outside the window; counts a NO PO
      * receipt against its vendor, and scores a matched one
       225-Check-One-Receipt.
           COMPUTE Date-Full-Hold = 20000000 + RH-Receipt-Date
           COMPUTE Receipt-Integer =
               FUNCTION INTEGER-OF-DATE (Date-Full-Hold)
           IF Receipt-Integer NOT < Cutoff-Integer THEN
               MOVE RH-Vendor TO Vendor-Hold
               PERFORM 500-Find-Vendor-Entry
               IF Key-On-File THEN
                   IF RH-PO-Matched THEN
                       PERFORM 250-Score-Matched-Receipt
                   ELSE
                       ADD 1 TO VS-No-PO(VSX)
                   END-IF
               END-IF
           END-IF
           .
      * Scores a PO-matched receipt on time or late against its
      * line's due date, and records the line for the fill rate
       250-Score-Matched-Receipt.
           ADD 1 TO VS-Receipts(VSX)
           PERFORM 260-Lookup-Vendor
           COMPUTE Date-Full-Hold = 20000000 + RH-Order-Date
           COMPUTE Due-Integer =
               FUNCTION INTEGER-OF-DATE (Date-Full-Hold)
               + Lead-Days-Hold
           IF Receipt-Integer > Due-Integer THEN
               ADD 1 TO VS-Late(VSX)
               COMPUTE VS-Days-Late(VSX) = VS-Days-Late(VSX)
                   + Receipt-Integer - Due-Integer
           ELSE
               ADD 1 TO VS-On-Time(VSX)
           END-IF
           MOVE RH-PO-Number TO LH-PO-Number
           MOVE RH-Warehouse TO LH-Warehouse
           MOVE RH-Vendor TO LH-Vendor
           MOVE RH-CandyID TO LH-CandyID
           MOVE RH-Ordered-Qty TO LH-Ordered-Qty
           MOVE RH-Line-Received TO LH-Received-Qty
           PERFORM 550-Record-PO-Line
           .
      * Reads the Vendor-Master file for the vendor code in
      * Vendor-Hold for its display name and lead time, flagging the
      * name invalid and using the default lead time when the code
      * isn't on file
       260-Lookup-Vendor.
            MOVE Vendor-Hold TO VM-Vendor-Code
            READ Vendor-Master
                INVALID KEY
                    STRING Invalid-String DELIMITED BY ' '
                               ' ' DELIMITED BY SIZE
                           Vendor-Hold DELIMITED BY SIZE
                           INTO WS-Vendor-Name
                    MOVE Default-Lead-Days TO Lead-Days-Hold
                NOT INVALID KEY
                    MOVE VM-Vendor-Name TO WS-Vendor-Name
                    IF VM-Lead-Days IS NUMERIC
                        AND VM-Lead-Days > ZERO THEN
                        MOVE VM-Lead-Days TO Lead-Days-Hold
                    ELSE
                        MOVE Default-Lead-Days TO Lead-Days-Hold
                    END-IF
            END-READ
            .
      * Reads the open-PO master for the lines still open that fell
      * due inside the window, so an unshipped line counts against
      * its vendor's fill rate
       300-Load-Open-PO-Lines.
           OPEN INPUT Open-PO-Master
           IF WS-PO-Status = '00' THEN
               PERFORM UNTIL No-More-PO-Lines
                   READ Open-PO-Master
                       AT END
                           MOVE 'Y' TO PO-EOF-Flag
                       NOT AT END
                           IF PO-Line-Open
                               AND PO-Order-Date IS NUMERIC
                               AND PO-Order-Date > ZERO THEN
                               PERFORM 325-Check-One-PO-Line
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Open-PO-Master
           .
      * Records an open line whose due date falls inside the window
      * and before today
       325-Check-One-PO-Line.
           MOVE PO-Vendor TO Vendor-Hold
           PERFORM 260-Lookup-Vendor
           COMPUTE Date-Full-Hold = 20000000 + PO-Order-Date
           COMPUTE Due-Integer =
               FUNCTION INTEGER-OF-DATE (Date-Full-Hold)
               + Lead-Days-Hold
           IF Due-Integer NOT < Cutoff-Integer
               AND Due-Integer < Today-Integer THEN
               PERFORM 500-Find-Vendor-Entry
               IF Key-On-File THEN
                   MOVE PO-Number TO LH-PO-Number
                   MOVE PO-Warehouse TO LH-Warehouse
                   MOVE PO-Vendor TO LH-Vendor
                   MOVE PO-CandyID TO LH-CandyID
                   MOVE PO-Ordered-Qty TO LH-Ordered-Qty
                   MOVE PO-Received-Qty TO LH-Received-Qty
                   PERFORM 550-Record-PO-Line
               END-IF
           END-IF
           .
      * Adds each scored PO line's ordered and received units to its
      * vendor's totals
       400-Total-Fill-By-Vendor.
           PERFORM 425-Total-One-Line
               VARYING PLX FROM 1 BY 1
               UNTIL PLX > PO-Line-Count
           .
      * Adds a single PO line to its vendor's fill totals
       425-Total-One-Line.
           MOVE PL-Vendor(PLX) TO Vendor-Hold
           PERFORM 500-Find-Vendor-Entry
           IF Key-On-File THEN
               ADD PL-Ordered-Qty(PLX) TO VS-Ordered-Units(VSX)
               ADD PL-Received-Qty(PLX) TO VS-Received-Units(VSX)
           END-IF
           .
      * Points VSX at the scoring entry for the vendor in
      * Vendor-Hold, starting a new entry for a vendor not seen
      * before.  Key-Found-Flag stays off only when the table is
      * full.
       500-Find-Vendor-Entry.
           MOVE 'N' TO Key-Found-Flag
           SET VSX TO 1
           SEARCH Vendor-Score-Entry
               AT END
                   CONTINUE
               WHEN VSX > Vendor-Score-Count
                   CONTINUE
               WHEN VS-Vendor(VSX) = Vendor-Hold
                   MOVE 'Y' TO Key-Found-Flag
           END-SEARCH
           IF NOT Key-On-File THEN
               IF Vendor-Score-Count < 50 THEN
                   ADD 1 TO Vendor-Score-Count
                   SET VSX TO Vendor-Score-Count
                   MOVE Vendor-Hold TO VS-Vendor(VSX)
                   MOVE ZEROS TO VS-Receipts(VSX)
                   MOVE ZEROS TO VS-On-Time(VSX)
                   MOVE ZEROS TO VS-Late(VSX)
                   MOVE ZEROS TO VS-Days-Late(VSX)
                   MOVE ZEROS TO VS-No-PO(VSX)
                   MOVE ZEROS TO VS-Ordered-Units(VSX)
                   MOVE ZEROS TO VS-Received-Units(VSX)
                   MOVE 'Y' TO Key-Found-Flag
               ELSE
                   ADD 1 TO Vendor-Overflow-Count
               END-IF
           END-IF
           .
      * Records the PO line in PO-Line-Hold, replacing the figures of
      * a line already recorded with the later ones
       550-Record-PO-Line.
           MOVE 'N' TO Key-Found-Flag
           SET PLX TO 1
           SEARCH PO-Line-Entry
               AT END
                   CONTINUE
               WHEN PLX > PO-Line-Count
                   CONTINUE
               WHEN PL-Key(PLX) = LH-Key
                   MOVE 'Y' TO Key-Found-Flag
           END-SEARCH
           IF Key-On-File THEN
               MOVE LH-Ordered-Qty TO PL-Ordered-Qty(PLX)
               MOVE LH-Received-Qty TO PL-Received-Qty(PLX)
           ELSE
               IF PO-Line-Count < 1000 THEN
                   ADD 1 TO PO-Line-Count
                   SET PLX TO PO-Line-Count
                   MOVE LH-Key TO PL-Key(PLX)
                   MOVE LH-Ordered-Qty TO PL-Ordered-Qty(PLX)
                   MOVE LH-Received-Qty TO PL-Received-Qty(PLX)
               ELSE
                   ADD 1 TO Line-Overflow-Count
               END-IF
           END-IF
           .
      * Prints one scorecard line per vendor and the all-vendor line
       600-Print-Report.
           IF Vendor-Score-Count = ZERO THEN
               WRITE Report-Line FROM Score-None-Line
                   AFTER ADVANCING 2
           ELSE
               PERFORM 625-Print-One-Vendor
                   VARYING VSX FROM 1 BY 1
                   UNTIL VSX > Vendor-Score-Count
               MOVE GT-Receipts TO SP-Receipts
               MOVE GT-On-Time TO SP-On-Time
               MOVE GT-Late TO SP-Late
               MOVE GT-Days-Late TO SP-Days-Late
               MOVE GT-No-PO TO SP-No-PO
               MOVE GT-Ordered-Units TO SP-Ordered-Units
               MOVE GT-Received-Units TO SP-Received-Units
               MOVE 'ALL ' TO SL-Vendor
               MOVE 'ALL VENDORS' TO SL-Name
               PERFORM 650-Print-Score-Line
           END-IF
           IF Vendor-Overflow-Count > ZERO
               OR Line-Overflow-Count > ZERO THEN
               COMPUTE SO-Count =
                   Vendor-Overflow-Count + Line-Overflow-Count
               WRITE Report-Line FROM Score-Overflow-Line
                   AFTER ADVANCING 2
           END-IF
           .
      * Prints a single vendor's scorecard line and adds the vendor
      * into the all-vendor totals
       625-Print-One-Vendor.
           MOVE VS-Vendor(VSX) TO Vendor-Hold
           PERFORM 260-Lookup-Vendor
           MOVE VS-Vendor(VSX) TO SL-Vendor
           MOVE WS-Vendor-Name TO SL-Name
           MOVE VS-Receipts(VSX) TO SP-Receipts
           MOVE VS-On-Time(VSX) TO SP-On-Time
           MOVE VS-Late(VSX) TO SP-Late
           MOVE VS-Days-Late(VSX) TO SP-Days-Late
           MOVE VS-No-PO(VSX) TO SP-No-PO
           MOVE VS-Ordered-Units(VSX) TO SP-Ordered-Units
           MOVE VS-Received-Units(VSX) TO SP-Received-Units
           PERFORM 650-Print-Score-Line
           ADD VS-Receipts(VSX) TO GT-Receipts
           ADD VS-On-Time(VSX) TO GT-On-Time
           ADD VS-Late(VSX) TO GT-Late
           ADD VS-Days-Late(VSX) TO GT-Days-Late
           ADD VS-No-PO(VSX) TO GT-No-PO
           ADD VS-Ordered-Units(VSX) TO GT-Ordered-Units
           ADD VS-Received-Units(VSX) TO GT-Received-Units
           .
      * Works out the percentages and average for the figures in
      * Score-Print-Hold and prints the line
       650-Print-Score-Line.
           MOVE ZERO TO SP-On-Time-Pct
           MOVE ZERO TO SP-Fill-Pct
           MOVE ZERO TO SP-Avg-Late
           IF SP-Receipts > ZERO THEN
               COMPUTE SP-On-Time-Pct ROUNDED =
                   SP-On-Time * 100 / SP-Receipts
           END-IF
           IF SP-Ordered-Units > ZERO THEN
               COMPUTE SP-Fill-Pct ROUNDED =
                   SP-Received-Units * 100 / SP-Ordered-Units
                   ON SIZE ERROR
                       MOVE 999.9 TO SP-Fill-Pct
               END-COMPUTE
           END-IF
           IF SP-Late > ZERO THEN
               COMPUTE SP-Avg-Late ROUNDED =
                   SP-Days-Late / SP-Late
                   ON SIZE ERROR
                       MOVE 999.9 TO SP-Avg-Late
               END-COMPUTE
           END-IF
           MOVE SP-Receipts TO SL-Receipts
           MOVE SP-On-Time-Pct TO SL-On-Time
           MOVE SP-Fill-Pct TO SL-Fill
           MOVE SP-Avg-Late TO SL-Avg-Late
           MOVE SP-No-PO TO SL-No-PO
           WRITE Report-Line FROM Score-Detail-Line
               AFTER ADVANCING 1
           .

       900-End-Function.
           CLOSE Vendor-Master
           CLOSE Scorecard-Report-File
           STOP RUN
           .
