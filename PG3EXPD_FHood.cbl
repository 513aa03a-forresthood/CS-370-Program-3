       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PG3EXPD.
       AUTHOR.         Forrest Hood.
      *
      *  Weekly PO expediting report.  Reads the CANDYPO open-PO
      *  master PG3PORD writes and PG3RECV fills, and lists every
      *  line still open past its due date, grouped by vendor, so
      *  the buyers know whom to call.  A line's due date is its
      *  order date plus the vendor's promised lead time off the
      *  VENDMAST vendor master; a vendor not on file, or carried
      *  with no lead time, is given the 14-day default.  Each line
      *  shows the PO number, warehouse, candy, order and due dates,
      *  days late, and the quantity ordered, received so far, and
      *  still open, with the line count and open units totalled by
      *  vendor and for the report.  Lines print most overdue first
      *  within each vendor.
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
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

           SELECT Expedite-Report-File
               ASSIGN TO PRINTER "PO Expediting Report".

       DATA DIVISION.
       FILE SECTION.

       FD  Open-PO-Master
           RECORD CONTAINS 32 CHARACTERS.

           COPY "CANDYPO.CPY".

       FD  Vendor-Master
           RECORD CONTAINS 25 CHARACTERS.

           COPY "VENDMAST.CPY".

       FD  Expedite-Report-File
           RECORD CONTAINS 80 CHARACTERS.

       01  Report-Line                      PIC X(80).

       WORKING-STORAGE SECTION.

       01  Flags-N-Switches.
           05 PO-EOF-Flag                   PIC X  VALUE 'N'.
               88 No-More-PO-Lines                VALUE 'Y'.
           05 WS-PO-Status                  PIC XX.
           05 Invalid-String                PIC X(7) VALUE 'INVALID'.

       01  Vendor-Master-Fields.
           05 WS-Vendor-Status              PIC XX.
           05 WS-Vendor-Name                PIC X(18).
           05 Vendor-Hold                   PIC X(4).
           05 Default-Lead-Days             PIC 9(3)  VALUE 14.
           05 Lead-Days-Hold                PIC 9(3).

      * Due-date arithmetic
       01  Expedite-Controls.
           05 Today-Integer                 PIC 9(7).
           05 Due-Integer                   PIC 9(7).
           05 Date-Full-Hold                PIC 9(8).
           05 Overdue-Count                 PIC 9(4)  VALUE ZERO.
           05 Overdue-Overflow-Count        PIC 9(5)  VALUE ZERO.
           05 Vendor-Break-Hold             PIC X(4).

      * Past-due lines, ordered by vendor and then by due date for
      * printing
       01  Overdue-Table.
           05 Overdue-Entry OCCURS 500 TIMES INDEXED BY ODX, ODY.
               10 OD-Sort-Key.
                   15 OD-Vendor             PIC X(4).
                   15 OD-Due-Date           PIC 9(6).
               10 OD-Warehouse              PIC X(4).
               10 OD-CandyID                PIC X(3).
               10 OD-PO-Number              PIC 9(4).
               10 OD-Order-Date             PIC 9(6).
               10 OD-Days-Late              PIC 9(4).
               10 OD-Ordered-Qty            PIC 9(5).
               10 OD-Received-Qty           PIC 9(5).
               10 OD-Open-Qty               PIC 9(5).

       01  Overdue-Swap-Hold                PIC X(46).

       01  Vendor-Totals.
           05 VT-Lines                      PIC 9(4)  VALUE ZERO.
           05 VT-Open-Units                 PIC 9(7)  VALUE ZERO.

       01  Grand-Totals.
           05 GT-Lines                      PIC 9(4)  VALUE ZERO.
           05 GT-Open-Units                 PIC 9(7)  VALUE ZERO.

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
           05 H2-Title           PIC X(20)
               VALUE 'PO EXPEDITING REPORT'.

       01  Heading-Note-Line.
           05                    PIC X(7)  VALUE SPACES.
           05 HN-Title           PIC X(33)
               VALUE 'OPEN PO LINES PAST THEIR DUE DATE'.

       01  Heading-Three.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-PO              PIC X(4)  VALUE 'PO  '.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Warehouse       PIC X(4)  VALUE 'WHSE'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Candy           PIC X(3)  VALUE 'CDY'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Ordered         PIC X(8)  VALUE 'ORDERED'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Due             PIC X(8)  VALUE 'DUE'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Late            PIC X(4)  VALUE 'LATE'.
           05                    PIC X(3)  VALUE SPACES.
           05 H3-Order-Qty       PIC X(6)  VALUE ' ORDER'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Received        PIC X(6)  VALUE ' RECVD'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Open            PIC X(6)  VALUE '  OPEN'.

       01  Vendor-Heading-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 VH-Title           PIC X(8)  VALUE 'VENDOR: '.
           05 VH-Vendor          PIC X(4).
           05                    PIC X(2)  VALUE SPACES.
           05 VH-Name            PIC X(18).
           05                    PIC X(2)  VALUE SPACES.
           05 VH-Title2          PIC X(11) VALUE 'LEAD TIME: '.
           05 VH-Lead-Days       PIC ZZ9.
           05 VH-Title3          PIC X(5)  VALUE ' DAYS'.

       01  Expedite-Detail-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 XL-PO              PIC 9(4).
           05                    PIC X(2)  VALUE SPACES.
           05 XL-Warehouse       PIC X(4).
           05                    PIC X(2)  VALUE SPACES.
           05 XL-Candy           PIC X(3).
           05                    PIC X(2)  VALUE SPACES.
           05 XL-Ordered.
               10 XL-Ord-Month             PIC 99.
               10                          PIC X    VALUE '/'.
               10 XL-Ord-Day               PIC 99.
               10                          PIC X    VALUE '/'.
               10 XL-Ord-Year              PIC 99.
           05                    PIC X(2)  VALUE SPACES.
           05 XL-Due.
               10 XL-Due-Month             PIC 99.
               10                          PIC X    VALUE '/'.
               10 XL-Due-Day               PIC 99.
               10                          PIC X    VALUE '/'.
               10 XL-Due-Year              PIC 99.
           05                    PIC X(2)  VALUE SPACES.
           05 XL-Late            PIC ZZZ9.
           05                    PIC X(3)  VALUE SPACES.
           05 XL-Order-Qty       PIC ZZ,ZZ9.
           05                    PIC X(2)  VALUE SPACES.
           05 XL-Received        PIC ZZ,ZZ9.
           05                    PIC X(2)  VALUE SPACES.
           05 XL-Open            PIC ZZ,ZZ9.

       01  Vendor-Total-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 VL-Title           PIC X(13) VALUE 'VENDOR TOTAL '.
           05 VL-Vendor          PIC X(4).
           05                    PIC X(2)  VALUE SPACES.
           05 VL-Lines           PIC ZZZ9.
           05 VL-Title2          PIC X(6)  VALUE ' LINES'.
           05                    PIC X(28) VALUE SPACES.
           05 VL-Open            PIC Z,ZZZ,ZZ9.

       01  Grand-Total-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 GL-Title           PIC X(12) VALUE 'GRAND TOTAL:'.
           05                    PIC X(7)  VALUE SPACES.
           05 GL-Lines           PIC ZZZ9.
           05 GL-Title2          PIC X(6)  VALUE ' LINES'.
           05                    PIC X(28) VALUE SPACES.
           05 GL-Open            PIC Z,ZZZ,ZZ9.

       01  Expedite-None-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 EN-Message         PIC X(25)
               VALUE 'NO OPEN PO LINES PAST DUE'.

       01  Expedite-Overflow-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 EO-Message         PIC X(35)
               VALUE '** REPORT TABLE FULL - LINES LEFT: '.
           05 EO-Count           PIC ZZZZ9.
           05 EO-Message2        PIC X(3)  VALUE ' **'.

       PROCEDURE DIVISION.

       100-Main-Function.
           PERFORM 150-Housekeeping
           PERFORM 200-Load-Overdue-Lines
           PERFORM 500-Order-By-Vendor
           PERFORM 600-Print-Report
           PERFORM 900-End-Function
           .
      * Opens the files, fixes today's date, and prints the headings
       150-Housekeeping.
           OPEN INPUT Vendor-Master
           OPEN OUTPUT Expedite-Report-File
           ACCEPT WS-Current-Date FROM DATE
           MOVE WS-Month TO H2-Month
           MOVE WS-Day TO H2-Day
           MOVE WS-Year TO H2-Year
           COMPUTE Date-Full-Hold = 20000000 + Hold-Date
           COMPUTE Today-Integer =
               FUNCTION INTEGER-OF-DATE (Date-Full-Hold)
           WRITE Report-Line FROM Heading-One
               AFTER ADVANCING PAGE
           WRITE Report-Line FROM Heading-Two
               AFTER ADVANCING 1
           WRITE Report-Line FROM Heading-Note-Line
               AFTER ADVANCING 1
           WRITE Report-Line FROM Heading-Three
               AFTER ADVANCING 2
           .
      * Reads the open-PO master start to finish, checking every
      * line still open
       200-Load-Overdue-Lines.
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
                               PERFORM 225-Check-One-Line
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Open-PO-Master
           .
      * Works out the line's due date from the vendor's lead time
      * and, when today is past it, adds the line to the report
      * table
       225-Check-One-Line.
           MOVE PO-Vendor TO Vendor-Hold
           PERFORM 260-Lookup-Vendor
           COMPUTE Date-Full-Hold = 20000000 + PO-Order-Date
           COMPUTE Due-Integer =
               FUNCTION INTEGER-OF-DATE (Date-Full-Hold)
               + Lead-Days-Hold
           IF Today-Integer > Due-Integer THEN
               IF Overdue-Count < 500 THEN
                   PERFORM 250-Build-Overdue-Entry
               ELSE
                   ADD 1 TO Overdue-Overflow-Count
               END-IF
           END-IF
           .
      * Stores a single past-due line for printing
       250-Build-Overdue-Entry.
           ADD 1 TO Overdue-Count
           SET ODX TO Overdue-Count
           MOVE PO-Vendor TO OD-Vendor(ODX)
           COMPUTE Date-Full-Hold =
               FUNCTION DATE-OF-INTEGER (Due-Integer)
           COMPUTE OD-Due-Date(ODX) = Date-Full-Hold - 20000000
           MOVE PO-Warehouse TO OD-Warehouse(ODX)
           MOVE PO-CandyID TO OD-CandyID(ODX)
           MOVE PO-Number TO OD-PO-Number(ODX)
           MOVE PO-Order-Date TO OD-Order-Date(ODX)
           COMPUTE OD-Days-Late(ODX) = Today-Integer - Due-Integer
           MOVE PO-Ordered-Qty TO OD-Ordered-Qty(ODX)
           MOVE PO-Received-Qty TO OD-Received-Qty(ODX)
           IF PO-Ordered-Qty > PO-Received-Qty THEN
               COMPUTE OD-Open-Qty(ODX) =
                   PO-Ordered-Qty - PO-Received-Qty
           ELSE
               MOVE ZERO TO OD-Open-Qty(ODX)
           END-IF
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
      * Orders the report table by vendor and due date, a selection
      * pass per entry
       500-Order-By-Vendor.
           IF Overdue-Count > 1 THEN
               PERFORM 525-Select-Lowest
                   VARYING ODX FROM 1 BY 1
                   UNTIL ODX NOT < Overdue-Count
           END-IF
           .
      * Swaps the lowest vendor/due date remaining into position ODX
       525-Select-Lowest.
           SET ODY TO ODX
           SET ODY UP BY 1
           PERFORM 550-Compare-One-Entry
               UNTIL ODY > Overdue-Count
           .
      * Compares one later entry against position ODX, swapping when
      * the later entry sorts first
       550-Compare-One-Entry.
           IF OD-Sort-Key(ODY) < OD-Sort-Key(ODX) THEN
               MOVE Overdue-Entry(ODX) TO Overdue-Swap-Hold
               MOVE Overdue-Entry(ODY) TO Overdue-Entry(ODX)
               MOVE Overdue-Swap-Hold TO Overdue-Entry(ODY)
           END-IF
           SET ODY UP BY 1
           .
      * Prints the past-due lines by vendor with a total at each
      * change of vendor and a grand total at the end
       600-Print-Report.
           IF Overdue-Count = ZERO THEN
               WRITE Report-Line FROM Expedite-None-Line
                   AFTER ADVANCING 2
           ELSE
               MOVE OD-Vendor(1) TO Vendor-Break-Hold
               PERFORM 620-Print-Vendor-Heading
               PERFORM 625-Print-One-Entry
                   VARYING ODX FROM 1 BY 1
                   UNTIL ODX > Overdue-Count
               PERFORM 650-Print-Vendor-Total
               MOVE GT-Lines TO GL-Lines
               MOVE GT-Open-Units TO GL-Open
               WRITE Report-Line FROM Grand-Total-Line
                   AFTER ADVANCING 2
           END-IF
           IF Overdue-Overflow-Count > ZERO THEN
               MOVE Overdue-Overflow-Count TO EO-Count
               WRITE Report-Line FROM Expedite-Overflow-Line
                   AFTER ADVANCING 2
           END-IF
           .
      * Prints the heading for the vendor now starting, with its
      * name and lead time
       620-Print-Vendor-Heading.
           MOVE Vendor-Break-Hold TO Vendor-Hold
           PERFORM 260-Lookup-Vendor
           MOVE Vendor-Break-Hold TO VH-Vendor
           MOVE WS-Vendor-Name TO VH-Name
           MOVE Lead-Days-Hold TO VH-Lead-Days
           WRITE Report-Line FROM Vendor-Heading-Line
               AFTER ADVANCING 2
           .
      * Prints a single past-due line, first closing off the
      * previous vendor when this line starts a new one
       625-Print-One-Entry.
           IF OD-Vendor(ODX) NOT = Vendor-Break-Hold THEN
               PERFORM 650-Print-Vendor-Total
               MOVE OD-Vendor(ODX) TO Vendor-Break-Hold
               PERFORM 620-Print-Vendor-Heading
           END-IF
           MOVE OD-PO-Number(ODX) TO XL-PO
           MOVE OD-Warehouse(ODX) TO XL-Warehouse
           MOVE OD-CandyID(ODX) TO XL-Candy
           MOVE OD-Order-Date(ODX) TO Date-Split-Hold
           MOVE DS-Month TO XL-Ord-Month
           MOVE DS-Day TO XL-Ord-Day
           MOVE DS-Year TO XL-Ord-Year
           MOVE OD-Due-Date(ODX) TO Date-Split-Hold
           MOVE DS-Month TO XL-Due-Month
           MOVE DS-Day TO XL-Due-Day
           MOVE DS-Year TO XL-Due-Year
           MOVE OD-Days-Late(ODX) TO XL-Late
           MOVE OD-Ordered-Qty(ODX) TO XL-Order-Qty
           MOVE OD-Received-Qty(ODX) TO XL-Received
           MOVE OD-Open-Qty(ODX) TO XL-Open
           WRITE Report-Line FROM Expedite-Detail-Line
               AFTER ADVANCING 1
           ADD 1 TO VT-Lines
           ADD OD-Open-Qty(ODX) TO VT-Open-Units
           ADD 1 TO GT-Lines
           ADD OD-Open-Qty(ODX) TO GT-Open-Units
           .
      * Prints the totals for the vendor just finished and clears
      * them for the next
       650-Print-Vendor-Total.
           MOVE Vendor-Break-Hold TO VL-Vendor
           MOVE VT-Lines TO VL-Lines
           MOVE VT-Open-Units TO VL-Open
           WRITE Report-Line FROM Vendor-Total-Line
               AFTER ADVANCING 2
           MOVE ZERO TO VT-Lines
           MOVE ZERO TO VT-Open-Units
           .

       900-End-Function.
           CLOSE Vendor-Master
           CLOSE Expedite-Report-File
           STOP RUN
           .
