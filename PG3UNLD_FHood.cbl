      *  CANDYMST indexed candy master back to the PR3FA19.TXT
      *  sequential image in key order, so the shop can drop back to
      *  the sequential master if the indexed file gives trouble.
      *  Each completed unload is recorded on the RUNCTL.TXT run
      *  control file, so the image carries the date and time it was
      *  taken and PG3RCOV knows which CANDYAUD.TXT images to replay
      *  on top of it.
      *
       ENVIRONMENT DIVISION.

               ASSIGN TO "PR3FA19.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL Run-Control-File
               ASSIGN TO "RUNCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-Control-Status.

       DATA DIVISION.
       FILE SECTION.


       01  Candy-Sequential-Record          PIC X(416).

       FD  Run-Control-File
           RECORD CONTAINS 28 CHARACTERS.

           COPY "RUNCTL.CPY".

       WORKING-STORAGE SECTION.

       01  Flags-N-Switches.
           05 EOF-Flag                     PIC X  VALUE 'N'.
               88 No-More-Data                    VALUE 'Y'.
           05 WS-Master-Status              PIC XX.
           05 WS-Run-Control-Status         PIC XX.

       01  Unload-Counts.
           05 Unloaded-Count                PIC 9(5)  VALUE ZERO.

       01  WS-Current-Date.
           05  WS-Year                     PIC 99.
           05  WS-Month                    PIC 99.
           05  WS-Day                      PIC 99.

       01  Hold-Date REDEFINES WS-Current-Date PIC 9(6).

       PROCEDURE DIVISION.

       100-Main-Function.
           PERFORM 150-Housekeeping
           PERFORM 200-Unload-Master
           IF WS-Master-Status = '00' OR '10' THEN
               PERFORM 850-Write-Run-Control
           END-IF
           PERFORM 900-End-Function
           .
      * Opens the indexed master for input and builds the sequential
               END-READ
           END-PERFORM
           .
      * Records the completed unload - program, run date and time -
      * on the shared run-control file, dating the image just taken
       850-Write-Run-Control.
           ACCEPT WS-Current-Date FROM DATE
           OPEN EXTEND Run-Control-File
           MOVE 'PG3UNLD' TO RC-Program
           MOVE Hold-Date TO RC-Run-Date
           ACCEPT RC-Run-Time FROM TIME
           MOVE ZERO TO RC-File-Date
           WRITE Run-Control-Record
           CLOSE Run-Control-File
           .

       900-End-Function.
           CLOSE Candy-Master
