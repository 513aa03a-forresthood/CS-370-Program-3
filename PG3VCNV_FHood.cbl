       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PG3VCNV.
       AUTHOR.         Forrest Hood.
      *
      *  One-time conversion utility for the vendor lead time.  The
      *  Vendor-Master-Record grew from 22 to 25 bytes when
      *  VM-Lead-Days was added behind the vendor name, so the
      *  22-byte VENDMAST every site has on file can't be opened by
      *  the programs compiled against the new layout.  Reads the
      *  old master in vendor-code order and writes each vendor to
      *  the new 25-byte VENDMAST unchanged, with VM-Lead-Days zero,
      *  so PG3EXPD and PG3VSCR fall back to their 14-day default
      *  until the buyers key each vendor's promised lead time
      *  through PG3VMNT.
      *
      *  Run order: with the old programs, make sure nothing has
      *  VENDMAST open; rename VENDMAST to VENDMAST.OLD; run
      *  PG3VCNV; then put the new PG3, PG3PORD, PG3PRCH, PG3VMNT,
      *  PG3EXPD, PG3VSCR and PG3ASN into service and key the lead
      *  times through PG3VMNT.  Keep VENDMAST.OLD until the counts
      *  below agree.
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT Old-Vendor-Master
               ASSIGN TO "VENDMAST.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OV-Vendor-Code
               FILE STATUS IS WS-Old-Vendor-Status.

           SELECT Vendor-Master
               ASSIGN TO "VENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-Vendor-Code
               FILE STATUS IS WS-Vendor-Status.

       DATA DIVISION.
       FILE SECTION.

       FD  Old-Vendor-Master
           RECORD CONTAINS 22 CHARACTERS.

       01  Old-Vendor-Record.
           05 OV-Vendor-Code                PIC X(4).
           05 OV-Vendor-Name                PIC X(18).

       FD  Vendor-Master
           RECORD CONTAINS 25 CHARACTERS.

           COPY "VENDMAST.CPY".

       WORKING-STORAGE SECTION.

       01  Flags-N-Switches.
           05 Old-EOF-Flag                 PIC X  VALUE 'N'.
               88 No-More-Old-Vendors             VALUE 'Y'.
           05 WS-Old-Vendor-Status          PIC XX.
           05 WS-Vendor-Status              PIC XX.

       01  Conversion-Counts.
           05 Read-Count                    PIC 9(5)  VALUE ZERO.
           05 Written-Count                 PIC 9(5)  VALUE ZERO.
           05 Rejected-Count                PIC 9(5)  VALUE ZERO.

       PROCEDURE DIVISION.

       100-Main-Function.
           PERFORM 150-Housekeeping
           IF WS-Old-Vendor-Status = '00' THEN
               PERFORM 300-Convert-Vendors
           END-IF
           PERFORM 900-End-Function
           .
      * Opens the old vendor master and announces the run.  The new
      * master is opened only once the old one is known to be
      * there, so a missing VENDMAST.OLD leaves VENDMAST untouched.
       150-Housekeeping.
           DISPLAY 'PG3VCNV - CONVERT VENDMAST.OLD TO THE 25-BYTE'
               ' VENDMAST'
           OPEN INPUT Old-Vendor-Master
           IF WS-Old-Vendor-Status NOT = '00' THEN
               DISPLAY 'VENDMAST.OLD OPEN FAILED, STATUS '
                   WS-Old-Vendor-Status
               DISPLAY 'NOTHING CONVERTED - RENAME VENDMAST TO'
                   ' VENDMAST.OLD AND RERUN'
           END-IF
           .
      * Reads every old vendor in code order and writes it to the
      * new master
       300-Convert-Vendors.
           OPEN OUTPUT Vendor-Master
           PERFORM UNTIL No-More-Old-Vendors
               READ Old-Vendor-Master
                   AT END
                       MOVE 'Y' TO Old-EOF-Flag
                   NOT AT END
                       ADD 1 TO Read-Count
                       PERFORM 325-Convert-One-Vendor
               END-READ
           END-PERFORM
           CLOSE Vendor-Master
           CLOSE Old-Vendor-Master
           .
      * Carries a single vendor's code and name across, with no lead
      * time on file yet
       325-Convert-One-Vendor.
           MOVE OV-Vendor-Code TO VM-Vendor-Code
           MOVE OV-Vendor-Name TO VM-Vendor-Name
           MOVE ZERO TO VM-Lead-Days
           WRITE Vendor-Master-Record
               INVALID KEY
                   ADD 1 TO Rejected-Count
                   DISPLAY 'VENDOR ' OV-Vendor-Code
                       ' NOT WRITTEN, STATUS ' WS-Vendor-Status
               NOT INVALID KEY
                   ADD 1 TO Written-Count
           END-WRITE
           .

       900-End-Function.
           DISPLAY 'VENDORS READ:        ' Read-Count
           DISPLAY 'VENDORS WRITTEN:     ' Written-Count
           DISPLAY 'VENDORS NOT WRITTEN: ' Rejected-Count
           STOP RUN
           .
