       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PG3ARCH.
       AUTHOR.         Forrest Hood.
      *
      *  Monthly history archive.  CANDYAUD.TXT and SALEHIST.TXT are
      *  appended every night and read start to finish by PG3RCON,
      *  PG3ACCT, PG3AUDR and PG3VELO, so this program trims them:
      *  every record older than its file's retention period moves
      *  to the archive and the live file is rewritten with only the
      *  recent records.
      *
      *  The retention periods come from the ARCHDAYS.TXT parameter
      *  file (audit days, then sales-history days; 90 and 730 days
      *  when the file is missing - SALEHIST.TXT keeps two years for
      *  the year-over-year report).  The audit cutoff is also held
      *  at the date of the last PG3UNLD image on RUNCTL.TXT, so the
      *  images PG3RCOV needs to bring that image forward always
      *  stay on the live trail.  The sales cutoff is rounded down to
      *  the first of its month and held no later than the first of
      *  the run month two years back, so PG3SEAS always has every
      *  day of its oldest prior-year month whatever the day of the
      *  run or the retention keyed.
      *
      *  Each run appends a dated section to AUDARCH.TXT and
      *  SALEARCH.TXT: an HDR0 record carrying the archive date and
      *  the cutoff, the archived records, and a TRL9 record with
      *  the record count and hash total (units moved for audit
      *  images, quantity for sales).  The records kept go to a work
      *  file (AUDKEEP.TXT, SALEKEEP.TXT) that is copied back over
      *  the live file.  The balance report proves records before =
      *  records kept + records archived, and that the live file was
      *  rewritten with every record kept.  PG3AUDR searches
      *  AUDARCH.TXT when asked.
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL Audit-File
               ASSIGN TO "CANDYAUD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.

           SELECT Audit-Keep-File
               ASSIGN TO "AUDKEEP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL Audit-Archive-File
               ASSIGN TO "AUDARCH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL Sales-History
               ASSIGN TO "SALEHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-History-Status.

           SELECT Sales-Keep-File
               ASSIGN TO "SALEKEEP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL Sales-Archive-File
               ASSIGN TO "SALEARCH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL Retention-File
               ASSIGN TO "ARCHDAYS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Retention-Status.

           SELECT OPTIONAL Run-Control-File
               ASSIGN TO "RUNCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-Control-Status.

           SELECT Archive-Report-File
               ASSIGN TO PRINTER "History Archive Balance".

       DATA DIVISION.
       FILE SECTION.

       FD  Audit-File
           RECORD CONTAINS 91 CHARACTERS.

           COPY "CANDYAUD.CPY".

       FD  Audit-Keep-File
           RECORD CONTAINS 91 CHARACTERS.

       01  Audit-Keep-Record                PIC X(91).

       FD  Audit-Archive-File
           RECORD CONTAINS 91 CHARACTERS.

       01  Audit-Archive-Record             PIC X(91).

      * Control-record view of the same area: a header carries the
      * archive date and cutoff, a trailer the record count and hash
      * total of the section
       01  Audit-Archive-Control.
           05 AC-Record-ID                  PIC X(4).
               88 AC-Header                       VALUE 'HDR0'.
               88 AC-Trailer                      VALUE 'TRL9'.
           05 AC-Header-Data.
               10 AC-Archive-Date           PIC 9(6).
               10 AC-Cutoff-Date            PIC 9(6).
               10 FILLER                    PIC X(75).
           05 AC-Trailer-Data REDEFINES AC-Header-Data.
               10 AC-Count                  PIC 9(7).
               10 AC-Hash                   PIC 9(10).
               10 FILLER                    PIC X(70).

       FD  Sales-History
           RECORD CONTAINS 24 CHARACTERS.

       01  Sales-History-Record.
           05 HS-Date                       PIC 9(6).
           05 HS-Warehouse                  PIC X(4).
           05 HS-Vendor                     PIC X(4).
           05 HS-CandyID                    PIC X(3).
           05 HS-Sub                        PIC 99.
           05 HS-Quantity                   PIC 9(5).

       FD  Sales-Keep-File
           RECORD CONTAINS 24 CHARACTERS.

       01  Sales-Keep-Record                PIC X(24).

       FD  Sales-Archive-File
           RECORD CONTAINS 24 CHARACTERS.

       01  Sales-Archive-Record             PIC X(24).

       01  Sales-Archive-Control.
           05 SC-Record-ID                  PIC X(4).
               88 SC-Header                       VALUE 'HDR0'.
               88 SC-Trailer                      VALUE 'TRL9'.
           05 SC-Header-Data.
               10 SC-Archive-Date           PIC 9(6).
               10 SC-Cutoff-Date            PIC 9(6).
               10 FILLER                    PIC X(8).
           05 SC-Trailer-Data REDEFINES SC-Header-Data.
               10 SC-Count                  PIC 9(7).
               10 SC-Hash                   PIC 9(10).
               10 FILLER                    PIC X(3).

       FD  Retention-File
           RECORD CONTAINS 6 CHARACTERS.

       01  Retention-Record.
           05 RT-Audit-Days                 PIC 9(3).
           05 RT-Sales-Days                 PIC 9(3).

       FD  Run-Control-File
           RECORD CONTAINS 28 CHARACTERS.

           COPY "RUNCTL.CPY".

       FD  Archive-Report-File
           RECORD CONTAINS 80 CHARACTERS.

       01  Report-Line                      PIC X(80).

       WORKING-STORAGE SECTION.

       01  Flags-N-Switches.
           05 Audit-EOF-Flag                PIC X  VALUE 'N'.
               88 No-More-Audit                   VALUE 'Y'.
           05 History-EOF-Flag              PIC X  VALUE 'N'.
               88 No-More-History                 VALUE 'Y'.
           05 Keep-EOF-Flag                 PIC X  VALUE 'N'.
               88 No-More-Kept                    VALUE 'Y'.
           05 Retention-EOF-Flag            PIC X  VALUE 'N'.
               88 No-More-Retention               VALUE 'Y'.
           05 RunCtl-EOF-Flag               PIC X  VALUE 'N'.
               88 No-More-Run-Control             VALUE 'Y'.
           05 WS-Audit-Status               PIC XX.
           05 WS-History-Status             PIC XX.
           05 WS-Retention-Status           PIC XX.
           05 WS-Run-Control-Status         PIC XX.
           05 Audit-Held-Flag               PIC X  VALUE 'N'.
               88 Audit-Cutoff-Held               VALUE 'Y'.
           05 Sales-Held-Flag               PIC X  VALUE 'N'.
               88 Sales-Cutoff-Held               VALUE 'Y'.
           05 Audit-Present-Flag            PIC X  VALUE 'N'.
               88 Audit-Present                   VALUE 'Y'.
           05 History-Present-Flag          PIC X  VALUE 'N'.
               88 History-Present                 VALUE 'Y'.

      * Retention periods and the cutoff dates they give
       01  Retention-Controls.
           05 Audit-Retain-Days             PIC 9(3)   VALUE 90.
           05 Sales-Retain-Days             PIC 9(3)   VALUE 730.
           05 Today-Integer                 PIC 9(7).
           05 Date-Full-Hold                PIC 9(8).
           05 Audit-Cutoff-Date             PIC 9(6)   VALUE ZERO.
           05 Sales-Cutoff-Date             PIC 9(6)   VALUE ZERO.
           05 Latest-Unload-Date            PIC 9(6)   VALUE ZERO.
           05 Sales-Floor-Date              PIC 9(6)   VALUE ZERO.
           05 Units-Moved                   PIC S9(5).

      * Record counts and hash totals for each file
       01  Archive-Counts.
           05 Audit-Before-Count            PIC 9(7)   VALUE ZERO.
           05 Audit-Kept-Count              PIC 9(7)   VALUE ZERO.
           05 Audit-Archived-Count          PIC 9(7)   VALUE ZERO.
           05 Audit-Rewritten-Count         PIC 9(7)   VALUE ZERO.
           05 Audit-Archive-Hash            PIC 9(10)  VALUE ZERO.
           05 Sales-Before-Count            PIC 9(7)   VALUE ZERO.
           05 Sales-Kept-Count              PIC 9(7)   VALUE ZERO.
           05 Sales-Archived-Count          PIC 9(7)   VALUE ZERO.
           05 Sales-Rewritten-Count         PIC 9(7)   VALUE ZERO.
           05 Sales-Archive-Hash            PIC 9(10)  VALUE ZERO.

       01  WS-Current-Date.
           05  WS-Year                     PIC 99.
           05  WS-Month                    PIC 99.
           05  WS-Day                      PIC 99.

       01  Hold-Date REDEFINES WS-Current-Date PIC 9(6).

       01  Date-Split-Hold                 PIC 9(6).
       01  Date-Split REDEFINES Date-Split-Hold.
           05  DS-Year                     PIC 99.
           05  DS-Month                    PIC 99.
           05  DS-Day                      PIC 99.

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
               VALUE 'HISTORY ARCHIVE BALANCE'.

       01  Heading-Three.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-File            PIC X(12) VALUE 'FILE'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Cutoff          PIC X(8)  VALUE ' CUTOFF'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Before          PIC X(9)  VALUE '   BEFORE'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Kept            PIC X(9)  VALUE '     KEPT'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Archived        PIC X(9)  VALUE ' ARCHIVED'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Status          PIC X(14) VALUE 'STATUS'.

       01  Balance-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 BL-File            PIC X(12).
           05                    PIC X(2)  VALUE SPACES.
           05  BL-Cutoff.
               10  BL-Month                PIC Z9.
               10                          PIC X    VALUE '/'.
               10  BL-Day                  PIC 99.
               10                          PIC X    VALUE '/'.
               10  BL-Year                 PIC 99.
           05                    PIC X(2)  VALUE SPACES.
           05 BL-Before          PIC Z,ZZZ,ZZ9.
           05                    PIC X(2)  VALUE SPACES.
           05 BL-Kept            PIC Z,ZZZ,ZZ9.
           05                    PIC X(2)  VALUE SPACES.
           05 BL-Archived        PIC Z,ZZZ,ZZ9.
           05                    PIC X(2)  VALUE SPACES.
           05 BL-Status          PIC X(14).

       01  Balance-Detail-Line.
           05                    PIC X(16) VALUE SPACES.
           05 BD-Title1          PIC X(11) VALUE 'REWRITTEN: '.
           05 BD-Rewritten       PIC Z,ZZZ,ZZ9.
           05 BD-Title2          PIC X(23)
               VALUE '   ARCHIVE HASH TOTAL: '.
           05 BD-Hash            PIC Z,ZZZ,ZZZ,ZZ9.

       01  Balance-Missing-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 BM-File            PIC X(12).
           05                    PIC X(2)  VALUE SPACES.
           05 BM-Message         PIC X(28)
               VALUE 'NOT ON FILE - NOTHING TO DO'.

       01  Retention-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 RL-Title1          PIC X(16) VALUE 'RETENTION DAYS: '.
           05 RL-Title2          PIC X(7)  VALUE 'AUDIT  '.
           05 RL-Audit-Days      PIC ZZ9.
           05 RL-Title3          PIC X(10) VALUE '   SALES  '.
           05 RL-Sales-Days      PIC ZZ9.

       01  Held-Note-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 HN-Message         PIC X(44)
               VALUE 'AUDIT CUTOFF HELD AT THE LAST PG3UNLD IMAGE'.

       01  Sales-Held-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 SH-Message         PIC X(44)
               VALUE 'SALES CUTOFF HELD FOR 24 MONTHS OF HISTORY'.

       PROCEDURE DIVISION.

       100-Main-Function.
           PERFORM 150-Housekeeping
           PERFORM 200-Archive-Audit-Trail
           IF Audit-Present THEN
               PERFORM 300-Restore-Audit-Trail
           END-IF
           PERFORM 400-Archive-Sales-History
           IF History-Present THEN
               PERFORM 500-Restore-Sales-History
           END-IF
           PERFORM 700-Print-Balance
           PERFORM 900-End-Function
           .
      * Opens the report, gets the current date, loads the retention
      * periods and fixes each file's cutoff date
       150-Housekeeping.
           OPEN OUTPUT Archive-Report-File
           ACCEPT WS-Current-Date FROM DATE
           MOVE WS-Month TO H2-Month
           MOVE WS-Day TO H2-Day
           MOVE WS-Year TO H2-Year
           PERFORM 160-Load-Retention
           PERFORM 170-Find-Latest-Unload
           COMPUTE Date-Full-Hold = 20000000 + Hold-Date
           COMPUTE Today-Integer =
               FUNCTION INTEGER-OF-DATE (Date-Full-Hold)
           COMPUTE Audit-Cutoff-Date =
               FUNCTION DATE-OF-INTEGER
                   (Today-Integer - Audit-Retain-Days) - 20000000
           COMPUTE Sales-Cutoff-Date =
               FUNCTION DATE-OF-INTEGER
                   (Today-Integer - Sales-Retain-Days) - 20000000
           IF Latest-Unload-Date > ZERO
               AND Latest-Unload-Date < Audit-Cutoff-Date THEN
               MOVE Latest-Unload-Date TO Audit-Cutoff-Date
               MOVE 'Y' TO Audit-Held-Flag
           END-IF
           PERFORM 180-Fix-Sales-Cutoff
           WRITE Report-Line FROM Heading-One
               AFTER ADVANCING PAGE
           WRITE Report-Line FROM Heading-Two
               AFTER ADVANCING 1
           MOVE Audit-Retain-Days TO RL-Audit-Days
           MOVE Sales-Retain-Days TO RL-Sales-Days
           WRITE Report-Line FROM Retention-Line
               AFTER ADVANCING 2
           IF Audit-Cutoff-Held THEN
               WRITE Report-Line FROM Held-Note-Line
                   AFTER ADVANCING 1
           END-IF
           IF Sales-Cutoff-Held THEN
               WRITE Report-Line FROM Sales-Held-Line
                   AFTER ADVANCING 1
           END-IF
           WRITE Report-Line FROM Heading-Three
               AFTER ADVANCING 2
           .
      * Reads the audit and sales retention days from the
      * ARCHDAYS.TXT parameter file, keeping each default when the
      * file is missing or the value isn't usable
       160-Load-Retention.
           OPEN INPUT Retention-File
           IF WS-Retention-Status = '00' THEN
               PERFORM UNTIL No-More-Retention
                   READ Retention-File
                       AT END
                           MOVE 'Y' TO Retention-EOF-Flag
                       NOT AT END
                           IF RT-Audit-Days IS NUMERIC THEN
                               MOVE RT-Audit-Days TO Audit-Retain-Days
                           END-IF
                           IF RT-Sales-Days IS NUMERIC THEN
                               MOVE RT-Sales-Days TO Sales-Retain-Days
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Retention-File
           .
      * Finds the date of the latest PG3UNLD image on the shared
      * run-control file
       170-Find-Latest-Unload.
           OPEN INPUT Run-Control-File
           IF WS-Run-Control-Status = '00' THEN
               PERFORM UNTIL No-More-Run-Control
                   READ Run-Control-File
                       AT END
                           MOVE 'Y' TO RunCtl-EOF-Flag
                       NOT AT END
                           IF RC-Program = 'PG3UNLD'
                               AND RC-Run-Date > Latest-Unload-Date
                               THEN
                               MOVE RC-Run-Date TO Latest-Unload-Date
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Run-Control-File
           .
      * Rounds the sales cutoff down to the first of its month and
      * holds it no later than the first of the run month two years
      * back, the oldest month PG3SEAS compares
       180-Fix-Sales-Cutoff.
           MOVE Sales-Cutoff-Date TO Date-Split-Hold
           MOVE 1 TO DS-Day
           MOVE Date-Split-Hold TO Sales-Cutoff-Date
           MOVE Hold-Date TO Date-Split-Hold
           SUBTRACT 2 FROM DS-Year
           MOVE 1 TO DS-Day
           MOVE Date-Split-Hold TO Sales-Floor-Date
           IF Sales-Floor-Date < Sales-Cutoff-Date THEN
               MOVE Sales-Floor-Date TO Sales-Cutoff-Date
               MOVE 'Y' TO Sales-Held-Flag
           END-IF
           .
      * First pass over the audit trail: images dated before the
      * cutoff go to a new dated section of the archive, the rest to
      * the keep file
       200-Archive-Audit-Trail.
           OPEN INPUT Audit-File
           IF WS-Audit-Status = '00' THEN
               MOVE 'Y' TO Audit-Present-Flag
               OPEN OUTPUT Audit-Keep-File
               OPEN EXTEND Audit-Archive-File
               MOVE SPACES TO Audit-Archive-Control
               MOVE 'HDR0' TO AC-Record-ID
               MOVE Hold-Date TO AC-Archive-Date
               MOVE Audit-Cutoff-Date TO AC-Cutoff-Date
               WRITE Audit-Archive-Control
               PERFORM UNTIL No-More-Audit
                   READ Audit-File
                       AT END
                           MOVE 'Y' TO Audit-EOF-Flag
                       NOT AT END
                           PERFORM 225-File-One-Image
                   END-READ
               END-PERFORM
               MOVE SPACES TO Audit-Archive-Control
               MOVE 'TRL9' TO AC-Record-ID
               MOVE Audit-Archived-Count TO AC-Count
               MOVE Audit-Archive-Hash TO AC-Hash
               WRITE Audit-Archive-Control
               CLOSE Audit-Keep-File
               CLOSE Audit-Archive-File
           END-IF
           CLOSE Audit-File
           .
      * Sends one audit image to the archive or the keep file by its
      * date; an archived image adds its units moved to the hash
       225-File-One-Image.
           ADD 1 TO Audit-Before-Count
           IF AU-Date < Audit-Cutoff-Date THEN
               MOVE Audit-Record TO Audit-Archive-Record
               WRITE Audit-Archive-Record
               ADD 1 TO Audit-Archived-Count
               COMPUTE Units-Moved = AU-New-Stock - AU-Old-Stock
               IF Units-Moved < ZERO THEN
                   SUBTRACT Units-Moved FROM Audit-Archive-Hash
               ELSE
                   ADD Units-Moved TO Audit-Archive-Hash
               END-IF
           ELSE
               MOVE Audit-Record TO Audit-Keep-Record
               WRITE Audit-Keep-Record
               ADD 1 TO Audit-Kept-Count
           END-IF
           .
      * Second pass: rewrites the live audit trail from the keep
      * file
       300-Restore-Audit-Trail.
           MOVE 'N' TO Keep-EOF-Flag
           OPEN INPUT Audit-Keep-File
           OPEN OUTPUT Audit-File
           PERFORM UNTIL No-More-Kept
               READ Audit-Keep-File
                   AT END
                       MOVE 'Y' TO Keep-EOF-Flag
                   NOT AT END
                       MOVE Audit-Keep-Record TO Audit-Record
                       WRITE Audit-Record
                       ADD 1 TO Audit-Rewritten-Count
               END-READ
           END-PERFORM
           CLOSE Audit-Keep-File
           CLOSE Audit-File
           .
      * First pass over the sales history: sales dated before the
      * cutoff go to a new dated section of the archive, the rest to
      * the keep file
       400-Archive-Sales-History.
           OPEN INPUT Sales-History
           IF WS-History-Status = '00' THEN
               MOVE 'Y' TO History-Present-Flag
               OPEN OUTPUT Sales-Keep-File
               OPEN EXTEND Sales-Archive-File
               MOVE SPACES TO Sales-Archive-Control
               MOVE 'HDR0' TO SC-Record-ID
               MOVE Hold-Date TO SC-Archive-Date
               MOVE Sales-Cutoff-Date TO SC-Cutoff-Date
               WRITE Sales-Archive-Control
               PERFORM UNTIL No-More-History
                   READ Sales-History
                       AT END
                           MOVE 'Y' TO History-EOF-Flag
                       NOT AT END
                           PERFORM 425-File-One-Sale
                   END-READ
               END-PERFORM
               MOVE SPACES TO Sales-Archive-Control
               MOVE 'TRL9' TO SC-Record-ID
               MOVE Sales-Archived-Count TO SC-Count
               MOVE Sales-Archive-Hash TO SC-Hash
               WRITE Sales-Archive-Control
               CLOSE Sales-Keep-File
               CLOSE Sales-Archive-File
           END-IF
           CLOSE Sales-History
           .
      * Sends one sales record to the archive or the keep file by
      * its date; an archived sale adds its quantity to the hash
       425-File-One-Sale.
           ADD 1 TO Sales-Before-Count
           IF HS-Date < Sales-Cutoff-Date THEN
               MOVE Sales-History-Record TO Sales-Archive-Record
               WRITE Sales-Archive-Record
               ADD 1 TO Sales-Archived-Count
               ADD HS-Quantity TO Sales-Archive-Hash
           ELSE
               MOVE Sales-History-Record TO Sales-Keep-Record
               WRITE Sales-Keep-Record
               ADD 1 TO Sales-Kept-Count
           END-IF
           .
      * Second pass: rewrites the live sales history from the keep
      * file
       500-Restore-Sales-History.
           MOVE 'N' TO Keep-EOF-Flag
           OPEN INPUT Sales-Keep-File
           OPEN OUTPUT Sales-History
           PERFORM UNTIL No-More-Kept
               READ Sales-Keep-File
                   AT END
                       MOVE 'Y' TO Keep-EOF-Flag
                   NOT AT END
                       MOVE Sales-Keep-Record TO Sales-History-Record
                       WRITE Sales-History-Record
                       ADD 1 TO Sales-Rewritten-Count
               END-READ
           END-PERFORM
           CLOSE Sales-Keep-File
           CLOSE Sales-History
           .
      * Prints each file's balance: records before against records
      * kept plus records archived, and the kept records against the
      * records rewritten to the live file
       700-Print-Balance.
           IF Audit-Present THEN
               MOVE 'CANDYAUD.TXT' TO BL-File
               MOVE Audit-Cutoff-Date TO Date-Split-Hold
               MOVE Audit-Before-Count TO BL-Before
               MOVE Audit-Kept-Count TO BL-Kept
               MOVE Audit-Archived-Count TO BL-Archived
               IF Audit-Before-Count =
                   Audit-Kept-Count + Audit-Archived-Count
                   AND Audit-Rewritten-Count = Audit-Kept-Count THEN
                   MOVE 'BALANCED' TO BL-Status
               ELSE
                   MOVE 'OUT OF BALANCE' TO BL-Status
               END-IF
               MOVE Audit-Rewritten-Count TO BD-Rewritten
               MOVE Audit-Archive-Hash TO BD-Hash
               PERFORM 725-Print-One-Balance
           ELSE
               MOVE 'CANDYAUD.TXT' TO BM-File
               WRITE Report-Line FROM Balance-Missing-Line
                   AFTER ADVANCING 2
           END-IF
           IF History-Present THEN
               MOVE 'SALEHIST.TXT' TO BL-File
               MOVE Sales-Cutoff-Date TO Date-Split-Hold
               MOVE Sales-Before-Count TO BL-Before
               MOVE Sales-Kept-Count TO BL-Kept
               MOVE Sales-Archived-Count TO BL-Archived
               IF Sales-Before-Count =
                   Sales-Kept-Count + Sales-Archived-Count
                   AND Sales-Rewritten-Count = Sales-Kept-Count THEN
                   MOVE 'BALANCED' TO BL-Status
               ELSE
                   MOVE 'OUT OF BALANCE' TO BL-Status
               END-IF
               MOVE Sales-Rewritten-Count TO BD-Rewritten
               MOVE Sales-Archive-Hash TO BD-Hash
               PERFORM 725-Print-One-Balance
           ELSE
               MOVE 'SALEHIST.TXT' TO BM-File
               WRITE Report-Line FROM Balance-Missing-Line
                   AFTER ADVANCING 2
           END-IF
           .
      * Prints the balance lines set up for one file
       725-Print-One-Balance.
           MOVE DS-Month TO BL-Month
           MOVE DS-Day TO BL-Day
           MOVE DS-Year TO BL-Year
           WRITE Report-Line FROM Balance-Line
               AFTER ADVANCING 2
           WRITE Report-Line FROM Balance-Detail-Line
               AFTER ADVANCING 1
           .

       900-End-Function.
           CLOSE Archive-Report-File
           STOP RUN
           .
