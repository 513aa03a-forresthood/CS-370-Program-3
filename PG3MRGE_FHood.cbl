      *  keyed WRITE/DELETE, and the finished master is read back in
      *  key order as a final sequence check.  Prints an add/purge
      *  register showing the disposition of every transaction.
      *  Each completed merge is recorded on the RUNCTL.TXT run
      *  control file.  The adds and purges write no CANDYAUD.TXT
      *  images - an added record carries far more than the Name/
      *  Stock/Price an image holds - so PG3RCOV refuses to recover
      *  through a merge; take a fresh PG3UNLD image after each
      *  merge.
      *
       ENVIRONMENT DIVISION.

               RECORD KEY IS WM-Warehouse-Code
               FILE STATUS IS WS-Warehouse-Status.

           SELECT OPTIONAL Run-Control-File
               ASSIGN TO "RUNCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-Control-Status.

       DATA DIVISION.
       FILE SECTION.


           COPY "WHSEMAST.CPY".

       FD  Run-Control-File
           RECORD CONTAINS 28 CHARACTERS.

           COPY "RUNCTL.CPY".

       WORKING-STORAGE SECTION.

       01  Flags-N-Switches.
               88 No-More-Check                   VALUE 'Y'.
           05 WS-Additions-Status           PIC XX.
           05 WS-Deletions-Status           PIC XX.
           05 WS-Run-Control-Status         PIC XX.
           05 Sub                           PIC 99.
           05 Reject-Reason                 PIC X(12).
               88 Transaction-Clean               VALUE SPACES.
           05  WS-Month                    PIC 99.
           05  WS-Day                      PIC 99.

       01  Hold-Date REDEFINES WS-Current-Date PIC 9(6).

      * Candy size and type reference tables
           COPY "SIZETYPE.CPY".

           PERFORM 300-Apply-Additions
           PERFORM 600-Print-Totals
           PERFORM 700-Sequence-Check-Master
           PERFORM 850-Write-Run-Control
           PERFORM 900-End-Function
           .
      * Opens the files and prints the register headings
                   AFTER ADVANCING 2
           END-IF
           .
      * Records the completed merge - program, run date and time -
      * on the shared run-control file, so PG3RCOV knows the master
      * changed outside the audit trail
       850-Write-Run-Control.
           ACCEPT WS-Current-Date FROM DATE
           OPEN EXTEND Run-Control-File
           MOVE 'PG3MRGE' TO RC-Program
           MOVE Hold-Date TO RC-Run-Date
           ACCEPT RC-Run-Time FROM TIME
           MOVE ZERO TO RC-File-Date
           WRITE Run-Control-Record
           CLOSE Run-Control-File
           .

       900-End-Function.
           CLOSE Merge-Register-File
