      *
      *  Vendor master maintenance program in the style of PG3MAINT.
      *  Lets an operator add, change, and deactivate VENDMAST
      *  entries (name and promised lead time in days) by vendor
      *  code, so a new vendor no longer waits on
      *  IT rebuilding the file (and no longer prints as INVALID on
      *  the Candy Report headings).  Deactivation is refused while
      *  the code still appears in CR-Vendor on the candy master.
       FILE SECTION.

       FD  Vendor-Master
           RECORD CONTAINS 25 CHARACTERS.

           COPY "VENDMAST.CPY".

       FD  Candy-Inventory
           RECORD CONTAINS 416 CHARACTERS.
           05 EN-Vendor-Code                PIC X(4).
           05 EN-Vendor-Name                PIC X(18).
           05 EN-Before-Name                PIC X(18).
           05 EN-Lead-Days                  PIC 9(3).
           05 Lead-Valid-Flag               PIC X.
               88 EN-Lead-Valid                   VALUE 'Y'.
           05 EN-Before-Lead                PIC 9(3).

       01  Change-Controls.
           05 Change-Count                  PIC 9(3)  VALUE ZERO.
               10 CH-Vendor-Code            PIC X(4).
               10 CH-Before-Name            PIC X(18).
               10 CH-After-Name             PIC X(18).
               10 CH-Before-Lead            PIC 9(3).
               10 CH-After-Lead             PIC 9(3).

       01  WS-Current-Date.
           05  WS-Year                     PIC 99.
           05 H3-Before          PIC X(11) VALUE 'NAME BEFORE'.
           05                    PIC X(9)  VALUE SPACES.
           05 H3-After           PIC X(10) VALUE 'NAME AFTER'.
           05                    PIC X(9)  VALUE SPACES.
           05 H3-Lead            PIC X(9)  VALUE 'LEAD DAYS'.

       01  Log-Detail-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 LL-Before          PIC X(18).
           05                    PIC X(2)  VALUE SPACES.
           05 LL-After           PIC X(18).
           05                    PIC X(2)  VALUE SPACES.
           05 LL-Before-Lead     PIC ZZ9.
           05                    PIC X(2)  VALUE SPACES.
           05 LL-After-Lead      PIC ZZ9.

       01  Log-None-Line.
           05                    PIC X(2)  VALUE SPACES.
                   DISPLAY 'INVALID ACTION'
           END-EVALUATE
           .
      * Adds a new vendor with its promised lead time, refusing a
      * code already on file or a lead time that isn't a number
       300-Add-Vendor.
           DISPLAY 'ENTER VENDOR CODE: '
           ACCEPT EN-Vendor-Code
           DISPLAY 'ENTER VENDOR NAME: '
           ACCEPT EN-Vendor-Name
           DISPLAY 'ENTER LEAD TIME IN DAYS: '
           PERFORM 350-Accept-Lead-Days
           IF EN-Lead-Valid THEN
               MOVE EN-Vendor-Code TO VM-Vendor-Code
               MOVE EN-Vendor-Name TO VM-Vendor-Name
               MOVE EN-Lead-Days TO VM-Lead-Days
               WRITE Vendor-Master-Record
                   INVALID KEY
                       DISPLAY 'VENDOR ALREADY ON FILE'
                   NOT INVALID KEY
                       DISPLAY 'VENDOR ADDED'
                       MOVE SPACES TO EN-Before-Name
                       MOVE ZERO TO EN-Before-Lead
                       PERFORM 550-Log-Change
               END-WRITE
           END-IF
           .
      * Takes the lead time in days, refusing anything that isn't a
      * number - PG3EXPD and PG3VSCR add it to PO order dates
       350-Accept-Lead-Days.
           ACCEPT EN-Lead-Days
           IF EN-Lead-Days IS NUMERIC THEN
               MOVE 'Y' TO Lead-Valid-Flag
           ELSE
               MOVE 'N' TO Lead-Valid-Flag
               DISPLAY 'INVALID LEAD DAYS - NOTHING CHANGED'
           END-IF
           .
      * Changes an existing vendor's name and lead time, showing the
      * values on file before asking for the new ones; a lead time
      * that isn't a number leaves the vendor as it was
       400-Change-Vendor.
           DISPLAY 'ENTER VENDOR CODE: '
           ACCEPT EN-Vendor-Code
                   DISPLAY 'NAME ON FILE: ' VM-Vendor-Name
                   DISPLAY 'ENTER NEW NAME: '
                   ACCEPT EN-Vendor-Name
                   MOVE VM-Lead-Days TO EN-Before-Lead
                   DISPLAY 'LEAD DAYS ON FILE: ' VM-Lead-Days
                   DISPLAY 'ENTER NEW LEAD DAYS: '
                   PERFORM 350-Accept-Lead-Days
                   IF EN-Lead-Valid THEN
                       MOVE EN-Vendor-Name TO VM-Vendor-Name
                       MOVE EN-Lead-Days TO VM-Lead-Days
                       REWRITE Vendor-Master-Record
                       DISPLAY 'VENDOR CHANGED'
                       PERFORM 550-Log-Change
                   END-IF
           END-READ
           .
      * Deactivates (removes) a vendor, refusing while the code still
                           ' - NOT DEACTIVATED'
                   ELSE
                       MOVE VM-Vendor-Name TO EN-Before-Name
                       MOVE VM-Lead-Days TO EN-Before-Lead
                       DELETE Vendor-Master
                       DISPLAY 'VENDOR DEACTIVATED'
                       MOVE SPACES TO EN-Vendor-Name
                       MOVE ZERO TO EN-Lead-Days
                       PERFORM 550-Log-Change
                   END-IF
           END-READ
               MOVE EN-Vendor-Code TO CH-Vendor-Code(CX)
               MOVE EN-Before-Name TO CH-Before-Name(CX)
               MOVE EN-Vendor-Name TO CH-After-Name(CX)
               MOVE EN-Before-Lead TO CH-Before-Lead(CX)
               MOVE EN-Lead-Days TO CH-After-Lead(CX)
           END-IF
           .
      * Prints the before/after listing of the session's changes
           MOVE CH-Vendor-Code(CX) TO LL-Code
           MOVE CH-Before-Name(CX) TO LL-Before
           MOVE CH-After-Name(CX) TO LL-After
           MOVE CH-Before-Lead(CX) TO LL-Before-Lead
           MOVE CH-After-Lead(CX) TO LL-After-Lead
           WRITE Log-Line FROM Log-Detail-Line
               AFTER ADVANCING 1
           .
