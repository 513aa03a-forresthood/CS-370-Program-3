       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PG3RCOV.
       AUTHOR.         Forrest Hood.
      *
      *  Forward-recovery utility for the CANDYMST candy master.
      *  When the master is damaged partway through a night, this
      *  program rebuilds it from the last PG3UNLD image on
      *  PR3FA19.TXT and brings it forward by replaying, in the order
      *  they were written, the CANDYAUD.TXT after-images logged
      *  since that image was taken - so the day's transaction files
      *  never have to be rerun past the RUNCTL.TXT duplicate checks.
      *  The image and the master are both checked before anything
      *  is touched: when PR3FA19.TXT can't be read or CANDYMST
      *  can't be rebuilt, the recovery is refused and the audit
      *  trail is left alone.
      *
      *  The image is dated by the latest PG3UNLD run on RUNCTL.TXT.
      *  The operator keys the recovery point as a date and time, or
      *  zero to recover through the last completed program on
      *  RUNCTL.TXT (a run that died part way leaves no run-control
      *  record, so its images are not replayed).  Each image's
      *  before-values (Name, Stock, Price) must match the Sub being
      *  rebuilt; the replay stops at the first one that doesn't, or
      *  whose key isn't on the image, and the master is left as of
      *  the image before it.
      *
      *  PG3MRGE adds and purges master records without audit
      *  images, so a recovery point past the first PG3MRGE run
      *  since the image is refused - the replay could not rebuild
      *  what the merge did.  Take a fresh PG3UNLD image after each
      *  merge; until then the master can be recovered only to a
      *  point before it.  PG3MAINT's images carry no size or type
      *  either, so a PG3MAINT image for a Sub with no size on the
      *  record being rebuilt, or with no name before it - a Sub set
      *  up at the console since the image - stops the replay the
      *  same way; a size or type change to a Sub already set up is
      *  not replayed and must be keyed again through PG3MAINT.
      *
      *  Once the replay is done, every image taken after the image
      *  that was not replayed - past the recovery point, or from
      *  the stop on - is moved off the live trail to a dated
      *  section of AUDVOID.TXT, and CANDYAUD.TXT is rewritten
      *  through the AUDKEEP.TXT work file the way PG3ARCH does.  The
      *  trail then matches the rebuilt master, so PG3ACCT and
      *  PG3RCON don't count a voided night's movements again when
      *  it is rerun, and a later recovery from the same image
      *  doesn't replay them.
      *
      *  A completed run stamped after the recovery point, or after
      *  the image the replay stopped on, has its changes undone but
      *  its RUNCTL.TXT record left in place, so PG3SALE, PG3RECV,
      *  PG3XFER, PG3CNT, PG3PRCH and PG3ADJ would refuse its file
      *  date as already posted.  Each such run is listed under RUNS
      *  UNDONE BY THIS RECOVERY with its file date; those records
      *  must be cleared from RUNCTL.TXT before the files are rerun.
      *
      *  Finishes with a PG3RCON-style proof - for every key touched,
      *  the opening stock plus the replayed changes must equal the
      *  rebuilt CRD-Stock - listing every key on the recovery
      *  report, with the units replayed by program and the image
      *  counts, and records the recovery on RUNCTL.TXT.
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT Candy-Sequential
               ASSIGN TO "PR3FA19.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Image-Status.

           SELECT Candy-Inventory
               ASSIGN TO "CANDYMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-Key
               FILE STATUS IS WS-Master-Status.

           SELECT OPTIONAL Audit-File
               ASSIGN TO "CANDYAUD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.

           SELECT Audit-Keep-File
               ASSIGN TO "AUDKEEP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL Audit-Void-File
               ASSIGN TO "AUDVOID.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL Run-Control-File
               ASSIGN TO "RUNCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-Control-Status.

           SELECT Recovery-Report-File
               ASSIGN TO PRINTER "Master Recovery Report".

       DATA DIVISION.
       FILE SECTION.

       FD  Candy-Sequential
           RECORD CONTAINS 416 CHARACTERS.

       01  Candy-Sequential-Record          PIC X(416).

       FD  Candy-Inventory
           RECORD CONTAINS 416 CHARACTERS.

           COPY "CANDYREC.CPY".

       FD  Audit-File
           RECORD CONTAINS 91 CHARACTERS.

           COPY "CANDYAUD.CPY".

       FD  Audit-Keep-File
           RECORD CONTAINS 91 CHARACTERS.

       01  Audit-Keep-Record                PIC X(91).

       FD  Audit-Void-File
           RECORD CONTAINS 91 CHARACTERS.

       01  Audit-Void-Record                PIC X(91).

      * Control-record view of the same area: a header carries the
      * recovery date and the recovery point, a trailer the record
      * count and hash total of the section
       01  Audit-Void-Control.
           05 VC-Record-ID                  PIC X(4).
           05 VC-Header-Data.
               10 VC-Void-Date              PIC 9(6).
               10 VC-Point-Stamp            PIC 9(14).
               10 FILLER                    PIC X(67).
           05 VC-Trailer-Data REDEFINES VC-Header-Data.
               10 VC-Count                  PIC 9(7).
               10 VC-Hash                   PIC 9(10).
               10 FILLER                    PIC X(70).

       FD  Run-Control-File
           RECORD CONTAINS 28 CHARACTERS.

           COPY "RUNCTL.CPY".

       FD  Recovery-Report-File
           RECORD CONTAINS 80 CHARACTERS.

       01  Report-Line                      PIC X(80).

       WORKING-STORAGE SECTION.

       01  Flags-N-Switches.
           05 Image-EOF-Flag                PIC X  VALUE 'N'.
               88 No-More-Image                   VALUE 'Y'.
           05 Audit-EOF-Flag                PIC X  VALUE 'N'.
               88 No-More-Audit                   VALUE 'Y'.
           05 WS-Image-Status               PIC XX.
           05 WS-Master-Status              PIC XX.
           05 WS-Audit-Status               PIC XX.
           05 Sub                           PIC 99.
           05 Key-Found-Flag                PIC X.
               88 Key-On-Table                    VALUE 'Y'.
           05 Program-Found-Flag            PIC X.
               88 Program-On-Table                VALUE 'Y'.
           05 Recovery-Fail-Flag            PIC X  VALUE 'N'.
               88 Recovery-Failed                 VALUE 'Y'.
           05 Replay-Stop-Flag              PIC X  VALUE 'N'.
               88 Replay-Stopped                  VALUE 'Y'.
           05 Master-Missing-Flag           PIC X.
               88 Master-Missing                  VALUE 'Y'.
           05 Keep-EOF-Flag                 PIC X  VALUE 'N'.
               88 No-More-Kept                    VALUE 'Y'.
           05 Audit-Present-Flag            PIC X  VALUE 'N'.
               88 Audit-Present                   VALUE 'Y'.
           05 Image-Disposition             PIC X.
               88 Image-Kept                      VALUE 'K'.
               88 Image-Voided                    VALUE 'V'.

      * Run-control scanning: when the image was taken and when the
      * last program completed
       01  Run-Control-Fields.
           05 WS-Run-Control-Status         PIC XX.
           05 RunCtl-EOF-Flag               PIC X  VALUE 'N'.
               88 No-More-Run-Control             VALUE 'Y'.
           05 Run-Stamp                     PIC 9(14).
           05 Image-Stamp                   PIC 9(14) VALUE ZERO.
           05 Last-Run-Stamp                PIC 9(14) VALUE ZERO.
           05 Merge-Stamp                   PIC 9(14) VALUE ZERO.
           05 Stop-Stamp                    PIC 9(14) VALUE ZERO.
           05 Undone-Limit-Stamp            PIC 9(14) VALUE ZERO.
           05 Run-Count                     PIC 9(3)  VALUE ZERO.
           05 Run-Overflow-Count            PIC 9(5)  VALUE ZERO.
           05 Undone-Count                  PIC 9(3)  VALUE ZERO.
           05 Own-Program-Name              PIC X(8)
                                                 VALUE 'PG3RCOV'.

      * Every completed run of a program other than PG3UNLD and
      * PG3RCOV, for listing the runs the recovery undoes
       01  Run-Table.
           05 Run-Entry OCCURS 200 TIMES INDEXED BY RNX.
               10 RN-Program                PIC X(8).
               10 RN-Stamp                  PIC 9(14).
               10 RN-File-Date              PIC 9(6).

      * The recovery point as keyed, and as a date-and-time stamp
       01  Recovery-Point-Fields.
           05 Point-Date-Entry              PIC 9(6).
           05 Point-Time-Entry              PIC 9(6).
           05 Point-Stamp                   PIC 9(14) VALUE ZERO.

      * Replay counts and the proof
       01  Recovery-Controls.
           05 Audit-Stamp                   PIC 9(14).
           05 Audit-Delta                   PIC S9(5) VALUE ZERO.
           05 Loaded-Count                  PIC 9(5)  VALUE ZERO.
           05 Dropped-Count                 PIC 9(5)  VALUE ZERO.
           05 Before-Image-Count            PIC 9(7)  VALUE ZERO.
           05 Replayed-Count                PIC 9(7)  VALUE ZERO.
           05 After-Point-Count             PIC 9(7)  VALUE ZERO.
           05 After-Stop-Count              PIC 9(7)  VALUE ZERO.
           05 Voided-Count                  PIC 9(7)  VALUE ZERO.
           05 Void-Hash                     PIC 9(10) VALUE ZERO.
           05 Rewritten-Count               PIC 9(7)  VALUE ZERO.
           05 Key-Count                     PIC 9(3)  VALUE ZERO.
           05 Key-Overflow-Count            PIC 9(5)  VALUE ZERO.
           05 Program-Count                 PIC 9(2)  VALUE ZERO.
           05 Exception-Count               PIC 9(3)  VALUE ZERO.
           05 Closing-Stock-Hold            PIC S9(5) VALUE ZERO.
           05 Closing-Stock-Edit            PIC ZZZZZZ9-.
           05 Expected-Stock-Hold           PIC S9(7) VALUE ZERO.
           05 Stop-Reason                   PIC X(30) VALUE SPACES.

      * One entry per Warehouse/Vendor/CandyID/Sub touched by the
      * replay: its stock on the image, the netted replayed change,
      * and how many images were applied
       01  Recovery-Key-Table.
           05 Recovery-Key-Entry OCCURS 500 TIMES INDEXED BY KX.
               10 RK-Warehouse              PIC X(4).
               10 RK-Vendor                 PIC X(4).
               10 RK-CandyID                PIC X(3).
               10 RK-Sub                    PIC 99.
               10 RK-Images                 PIC 9(4).
               10 RK-Opening                PIC S9(5).
               10 RK-Net-Change             PIC S9(7).

      * Units replayed in (stock up) and out (stock down) by program
       01  Program-Total-Table.
           05 Program-Total-Entry OCCURS 10 TIMES INDEXED BY PX.
               10 PGT-Program               PIC X(8).
               10 PGT-Units-In              PIC 9(7).
               10 PGT-Units-Out             PIC 9(7).

       01  WS-Current-Date.
           05  WS-Year                     PIC 99.
           05  WS-Month                    PIC 99.
           05  WS-Day                      PIC 99.

       01  Hold-Date REDEFINES WS-Current-Date PIC 9(6).

      * Date-and-time stamp split for printing
       01  Stamp-Fields.
           05  ST-Split.
               10 ST-Year                  PIC 99.
               10 ST-Month                 PIC 99.
               10 ST-Day                   PIC 99.
               10 ST-Hour                  PIC 99.
               10 ST-Minute                PIC 99.
               10 ST-Second                PIC 99.
               10 ST-Hundredths            PIC 99.
           05 ST-Whole REDEFINES ST-Split  PIC 9(14).

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
           05 H2-Title           PIC X(22)
               VALUE 'MASTER RECOVERY REPORT'.

       01  Stamp-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 SL-Title           PIC X(20).
           05  SL-Date.
               10  SL-Month                PIC Z9.
               10                          PIC X    VALUE '/'.
               10  SL-Day                  PIC 99.
               10                          PIC X    VALUE '/'.
               10  SL-Year                 PIC 99.
           05                    PIC X(2)  VALUE SPACES.
           05  SL-Time.
               10  SL-Hour                 PIC 99.
               10                          PIC X    VALUE ':'.
               10  SL-Minute               PIC 99.
               10                          PIC X    VALUE ':'.
               10  SL-Second               PIC 99.

       01  Refused-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 RF-Title           PIC X(21)
               VALUE '** RECOVERY REFUSED: '.
           05 RF-Reason          PIC X(40).
           05 RF-Title2          PIC X(3)  VALUE ' **'.

       01  Stop-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 SP-Title           PIC X(20) VALUE '** REPLAY STOPPED - '.
           05 SP-Reason          PIC X(30).
           05 SP-Title2          PIC X(3)  VALUE ' **'.

       01  Stop-Detail-Line.
           05                    PIC X(4)  VALUE SPACES.
           05 SPD-Program        PIC X(8).
           05                    PIC X(2)  VALUE SPACES.
           05  SPD-Date.
               10  SPD-Month               PIC Z9.
               10                          PIC X    VALUE '/'.
               10  SPD-Day                 PIC 99.
               10                          PIC X    VALUE '/'.
               10  SPD-Year                PIC 99.
           05                    PIC X(2)  VALUE SPACES.
           05  SPD-Time.
               10  SPD-Hour                PIC 99.
               10                          PIC X    VALUE ':'.
               10  SPD-Minute              PIC 99.
               10                          PIC X    VALUE ':'.
               10  SPD-Second              PIC 99.
           05                    PIC X(2)  VALUE SPACES.
           05 SPD-Warehouse      PIC X(4).
           05                    PIC X     VALUE SPACE.
           05 SPD-Vendor         PIC X(4).
           05                    PIC X     VALUE SPACE.
           05 SPD-Candy          PIC X(3).
           05                    PIC X(5)  VALUE ' SUB '.
           05 SPD-Sub            PIC 99.

       01  Stop-Values-Line.
           05                    PIC X(4)  VALUE SPACES.
           05 SV-Title1          PIC X(13) VALUE 'IMAGE BEFORE '.
           05 SV-Image-Name      PIC X(15).
           05                    PIC X     VALUE SPACE.
           05 SV-Image-Stock     PIC ZZZ9-.
           05                    PIC X     VALUE SPACE.
           05 SV-Image-Price     PIC ZZ9.99.
           05                    PIC X(3)  VALUE SPACES.
           05 SV-Title2          PIC X(9)  VALUE 'REBUILT  '.
           05 SV-Master-Stock    PIC ZZZ9-.
           05                    PIC X     VALUE SPACE.
           05 SV-Master-Price    PIC ZZ9.99.

       01  Stop-Master-Name-Line.
           05                    PIC X(4)  VALUE SPACES.
           05 SN-Title           PIC X(13) VALUE 'REBUILT NAME '.
           05 SN-Master-Name     PIC X(15).

       01  Key-Heading-One.
           05                    PIC X(2)  VALUE SPACES.
           05 KH1-Title          PIC X(32)
               VALUE 'KEYS TOUCHED AND PROOF OF STOCK'.

       01  Key-Heading-Two.
           05                    PIC X(2)  VALUE SPACES.
           05 KH2-WH             PIC X(4)  VALUE 'WHSE'.
           05                    PIC X(2)  VALUE SPACES.
           05 KH2-Vendor         PIC X(4)  VALUE 'VEND'.
           05                    PIC X(2)  VALUE SPACES.
           05 KH2-Candy          PIC X(3)  VALUE 'CDY'.
           05                    PIC X(2)  VALUE SPACES.
           05 KH2-Sub            PIC X(3)  VALUE 'SUB'.
           05                    PIC X(1)  VALUE SPACES.
           05 KH2-Images         PIC X(4)  VALUE 'IMGS'.
           05                    PIC X(2)  VALUE SPACES.
           05 KH2-Opening        PIC X(6)  VALUE 'OPEN'.
           05                    PIC X(2)  VALUE SPACES.
           05 KH2-Net            PIC X(8)  VALUE '     NET'.
           05                    PIC X(2)  VALUE SPACES.
           05 KH2-Expected       PIC X(8)  VALUE 'EXPECTED'.
           05                    PIC X(2)  VALUE SPACES.
           05 KH2-Master         PIC X(8)  VALUE ' REBUILT'.
           05                    PIC X(2)  VALUE SPACES.
           05 KH2-Status         PIC X(6)  VALUE 'STATUS'.

       01  Key-Detail-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 KL-Warehouse       PIC X(4).
           05                    PIC X(2)  VALUE SPACES.
           05 KL-Vendor          PIC X(4).
           05                    PIC X(2)  VALUE SPACES.
           05 KL-Candy           PIC X(3).
           05                    PIC X(3)  VALUE SPACES.
           05 KL-Sub             PIC 99.
           05                    PIC X(1)  VALUE SPACES.
           05 KL-Images          PIC ZZZ9.
           05                    PIC X(2)  VALUE SPACES.
           05 KL-Opening         PIC ZZZZ9-.
           05                    PIC X(2)  VALUE SPACES.
           05 KL-Net             PIC ZZZZZZ9-.
           05                    PIC X(2)  VALUE SPACES.
           05 KL-Expected        PIC ZZZZZZ9-.
           05                    PIC X(2)  VALUE SPACES.
           05 KL-Master          PIC X(8).
           05                    PIC X(2)  VALUE SPACES.
           05 KL-Status          PIC X(10).

       01  Key-None-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 KN-Message         PIC X(30)
               VALUE 'NO AUDIT IMAGES WERE REPLAYED'.

       01  Proof-Result-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 PR-Message         PIC X(26).
           05 PR-Count           PIC ZZZ9.
           05 PR-Message2        PIC X(13).

       01  Key-Overflow-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 KO-Message         PIC X(36)
               VALUE '** KEY TABLE FULL - IMAGES UNPROVED:'.
           05 KO-Count           PIC ZZZZ9.
           05 KO-Message2        PIC X(3)  VALUE ' **'.

       01  Program-Heading-One.
           05                    PIC X(2)  VALUE SPACES.
           05 PH1-Title          PIC X(25)
               VALUE 'UNITS REPLAYED BY PROGRAM'.

       01  Program-Heading-Two.
           05                    PIC X(2)  VALUE SPACES.
           05 PH2-Program        PIC X(8)  VALUE 'PROGRAM'.
           05                    PIC X(4)  VALUE SPACES.
           05 PH2-In             PIC X(8)  VALUE 'UNITS IN'.
           05                    PIC X(4)  VALUE SPACES.
           05 PH2-Out            PIC X(9)  VALUE 'UNITS OUT'.

       01  Program-Detail-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 PL-Program         PIC X(8).
           05                    PIC X(2)  VALUE SPACES.
           05 PL-In              PIC Z,ZZZ,ZZ9.
           05                    PIC X(3)  VALUE SPACES.
           05 PL-Out             PIC Z,ZZZ,ZZ9.

       01  Undone-Heading.
           05                    PIC X(2)  VALUE SPACES.
           05 UH-Title           PIC X(28)
               VALUE 'RUNS UNDONE BY THIS RECOVERY'.

       01  Undone-Detail-Line.
           05                    PIC X(4)  VALUE SPACES.
           05 UD-Program         PIC X(8).
           05                    PIC X(2)  VALUE SPACES.
           05  UD-Date.
               10  UD-Month                PIC Z9.
               10                          PIC X    VALUE '/'.
               10  UD-Day                  PIC 99.
               10                          PIC X    VALUE '/'.
               10  UD-Year                 PIC 99.
           05                    PIC X(2)  VALUE SPACES.
           05  UD-Time.
               10  UD-Hour                 PIC 99.
               10                          PIC X    VALUE ':'.
               10  UD-Minute               PIC 99.
               10                          PIC X    VALUE ':'.
               10  UD-Second               PIC 99.
           05                    PIC X(2)  VALUE SPACES.
           05 UD-Title           PIC X(11) VALUE 'FILE DATE: '.
           05 UD-File-Date       PIC 9(6).

       01  Undone-Note-Line.
           05                    PIC X(4)  VALUE SPACES.
           05 UN-Message         PIC X(50).
           05 UN-Count           PIC ZZZZ9.

       01  Count-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 CL-Title           PIC X(32).
           05 CL-Count           PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       100-Main-Function.
           PERFORM 150-Housekeeping
           PERFORM 200-Scan-Run-Control
           IF NOT Recovery-Failed THEN
               PERFORM 250-Fix-Recovery-Point
           END-IF
           IF NOT Recovery-Failed THEN
               PERFORM 300-Load-Image
           END-IF
           IF NOT Recovery-Failed THEN
               PERFORM 400-Replay-Audit-Trail
               PERFORM 500-Prove-Rebuilt-Master
               IF Audit-Present THEN
                   PERFORM 550-Restore-Audit-Trail
               END-IF
               PERFORM 600-Print-Program-Summary
               PERFORM 700-Print-Counts
               CLOSE Candy-Inventory
               PERFORM 850-Write-Run-Control
           ELSE
               WRITE Report-Line FROM Refused-Line
                   AFTER ADVANCING 2
           END-IF
           PERFORM 900-End-Function
           .
      * Prompts the operator for the recovery point and prints the
      * page headings
       150-Housekeeping.
           DISPLAY 'PG3RCOV - FORWARD RECOVERY OF CANDYMST'
           DISPLAY 'ENTER RECOVERY POINT DATE (YYMMDD),'
               ' OR 0 FOR THE LAST COMPLETED RUN: '
           ACCEPT Point-Date-Entry
           IF Point-Date-Entry IS NUMERIC
               AND Point-Date-Entry NOT = ZERO THEN
               DISPLAY 'ENTER RECOVERY POINT TIME (HHMMSS): '
               ACCEPT Point-Time-Entry
           ELSE
               MOVE ZERO TO Point-Time-Entry
           END-IF
           OPEN OUTPUT Recovery-Report-File
           ACCEPT WS-Current-Date FROM DATE
           MOVE WS-Month TO H2-Month
           MOVE WS-Day TO H2-Day
           MOVE WS-Year TO H2-Year
           WRITE Report-Line FROM Heading-One
               AFTER ADVANCING PAGE
           WRITE Report-Line FROM Heading-Two
               AFTER ADVANCING 1
           .
      * Scans the shared run-control file for the latest unload,
      * which dates the image, and the latest completed run of any
      * other program
       200-Scan-Run-Control.
           OPEN INPUT Run-Control-File
           IF WS-Run-Control-Status = '00' THEN
               PERFORM UNTIL No-More-Run-Control
                   READ Run-Control-File
                       AT END
                           MOVE 'Y' TO RunCtl-EOF-Flag
                       NOT AT END
                           PERFORM 225-Note-One-Run
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Run-Control-File
           IF Image-Stamp = ZERO THEN
               MOVE 'Y' TO Recovery-Fail-Flag
               MOVE 'NO PG3UNLD RUN ON RUNCTL.TXT' TO RF-Reason
               DISPLAY 'RECOVERY REFUSED - NO PG3UNLD RUN ON FILE'
                   ' TO DATE THE IMAGE'
           END-IF
           .
      * Notes one run-control record's date-and-time stamp against
      * the latest unload, the first merge since that unload, and
      * the latest completed run
       225-Note-One-Run.
           COMPUTE Run-Stamp =
               (RC-Run-Date * 100000000) + RC-Run-Time
           EVALUATE RC-Program
               WHEN 'PG3UNLD'
                   IF Run-Stamp > Image-Stamp THEN
                       MOVE Run-Stamp TO Image-Stamp
                       IF Merge-Stamp NOT > Image-Stamp THEN
                           MOVE ZERO TO Merge-Stamp
                       END-IF
                   END-IF
               WHEN 'PG3MRGE'
                   IF Run-Stamp > Image-Stamp
                       AND (Merge-Stamp = ZERO
                           OR Run-Stamp < Merge-Stamp) THEN
                       MOVE Run-Stamp TO Merge-Stamp
                   END-IF
                   IF Run-Stamp > Last-Run-Stamp THEN
                       MOVE Run-Stamp TO Last-Run-Stamp
                   END-IF
               WHEN Own-Program-Name
                   CONTINUE
               WHEN OTHER
                   IF Run-Stamp > Last-Run-Stamp THEN
                       MOVE Run-Stamp TO Last-Run-Stamp
                   END-IF
                   IF Run-Count < 200 THEN
                       ADD 1 TO Run-Count
                       SET RNX TO Run-Count
                       MOVE RC-Program TO RN-Program(RNX)
                       MOVE Run-Stamp TO RN-Stamp(RNX)
                       MOVE RC-File-Date TO RN-File-Date(RNX)
                   ELSE
                       ADD 1 TO Run-Overflow-Count
                   END-IF
           END-EVALUATE
           .
      * Settles the recovery point - the operator's date and time,
      * or the last completed run - and refuses a point earlier
      * than the image or past a merge made since it
       250-Fix-Recovery-Point.
           IF Point-Date-Entry IS NUMERIC
               AND Point-Date-Entry NOT = ZERO THEN
               IF Point-Time-Entry IS NOT NUMERIC THEN
                   MOVE ZERO TO Point-Time-Entry
               END-IF
               COMPUTE Point-Stamp =
                   (Point-Date-Entry * 100000000)
                   + (Point-Time-Entry * 100) + 99
           ELSE
               IF Last-Run-Stamp > Image-Stamp THEN
                   MOVE Last-Run-Stamp TO Point-Stamp
               ELSE
                   MOVE Image-Stamp TO Point-Stamp
               END-IF
           END-IF
           MOVE Image-Stamp TO ST-Whole
           MOVE 'IMAGE TAKEN:        ' TO SL-Title
           PERFORM 275-Print-Stamp
           MOVE Point-Stamp TO ST-Whole
           MOVE 'RECOVERY POINT:     ' TO SL-Title
           PERFORM 275-Print-Stamp
           IF Point-Stamp < Image-Stamp THEN
               MOVE 'Y' TO Recovery-Fail-Flag
               MOVE 'RECOVERY POINT IS BEFORE THE IMAGE'
                   TO RF-Reason
               DISPLAY 'RECOVERY REFUSED - RECOVERY POINT IS BEFORE'
                   ' THE IMAGE'
           END-IF
           IF Merge-Stamp > ZERO THEN
               MOVE Merge-Stamp TO ST-Whole
               MOVE 'PG3MRGE RUN:        ' TO SL-Title
               PERFORM 275-Print-Stamp
               IF Point-Stamp NOT < Merge-Stamp THEN
                   MOVE 'Y' TO Recovery-Fail-Flag
                   MOVE 'RECOVERY POINT IS PAST A PG3MRGE RUN'
                       TO RF-Reason
                   DISPLAY 'RECOVERY REFUSED - PG3MRGE RAN AFTER THE'
                       ' IMAGE; KEY A POINT BEFORE IT'
               END-IF
           END-IF
           .
      * Prints the stamp in ST-Whole under the title in hand
       275-Print-Stamp.
           MOVE ST-Month TO SL-Month
           MOVE ST-Day TO SL-Day
           MOVE ST-Year TO SL-Year
           MOVE ST-Hour TO SL-Hour
           MOVE ST-Minute TO SL-Minute
           MOVE ST-Second TO SL-Second
           WRITE Report-Line FROM Stamp-Line
               AFTER ADVANCING 1
           .
      * Builds the indexed master fresh from the sequential image,
      * dropping any duplicate or out-of-sequence key the way PG3LOAD
      * does, then reopens it for the replay.  The master is not
      * emptied unless the image opened, and the recovery is refused
      * when either file won't open.
       300-Load-Image.
           DISPLAY 'LOADING CANDYMST FROM PR3FA19.TXT'
           OPEN INPUT Candy-Sequential
           IF WS-Image-Status NOT = '00' THEN
               MOVE 'Y' TO Recovery-Fail-Flag
               MOVE 'PR3FA19.TXT NOT AVAILABLE' TO RF-Reason
               DISPLAY 'RECOVERY REFUSED - PR3FA19.TXT OPEN FAILED,'
                   ' STATUS ' WS-Image-Status
           ELSE
               OPEN OUTPUT Candy-Inventory
               IF WS-Master-Status NOT = '00' THEN
                   MOVE 'Y' TO Recovery-Fail-Flag
                   MOVE 'CANDYMST COULD NOT BE OPENED' TO RF-Reason
                   DISPLAY 'RECOVERY REFUSED - CANDYMST OPEN FAILED,'
                       ' STATUS ' WS-Master-Status
                   CLOSE Candy-Sequential
               ELSE
                   PERFORM 310-Copy-Image
               END-IF
           END-IF
           .
      * Copies every image record onto the emptied master and
      * reopens it for the replay
       310-Copy-Image.
           PERFORM UNTIL No-More-Image
               READ Candy-Sequential
                   AT END
                      MOVE 'Y' TO Image-EOF-Flag
                   NOT AT END
                      MOVE Candy-Sequential-Record TO Candy-Record
                      PERFORM 325-Write-Image-Record
               END-READ
           END-PERFORM
           CLOSE Candy-Sequential
           CLOSE Candy-Inventory
           OPEN I-O Candy-Inventory
           .
      * Writes one image record to the rebuilt master
       325-Write-Image-Record.
           WRITE Candy-Record
               INVALID KEY
                   ADD 1 TO Dropped-Count
                   DISPLAY 'DUPLICATE KEY DROPPED: ' CR-Key
                       ' STATUS ' WS-Master-Status
               NOT INVALID KEY
                   ADD 1 TO Loaded-Count
           END-WRITE
           .
      * Reads the audit trail in the order it was written, replaying
      * every image stamped after the image was taken and no later
      * than the recovery point, until an image fails its check.
      * Each image goes to the keep file or, when it was not
      * replayed, to a new dated section of the void file.
       400-Replay-Audit-Trail.
           OPEN INPUT Audit-File
           IF WS-Audit-Status = '00' THEN
               MOVE 'Y' TO Audit-Present-Flag
               OPEN OUTPUT Audit-Keep-File
               OPEN EXTEND Audit-Void-File
               MOVE SPACES TO Audit-Void-Control
               MOVE 'HDR0' TO VC-Record-ID
               MOVE Hold-Date TO VC-Void-Date
               MOVE Point-Stamp TO VC-Point-Stamp
               WRITE Audit-Void-Control
               PERFORM UNTIL No-More-Audit
                   READ Audit-File
                       AT END
                           MOVE 'Y' TO Audit-EOF-Flag
                       NOT AT END
                           PERFORM 410-Sort-Out-One-Image
                           PERFORM 415-File-One-Image
                   END-READ
               END-PERFORM
               MOVE SPACES TO Audit-Void-Control
               MOVE 'TRL9' TO VC-Record-ID
               MOVE Voided-Count TO VC-Count
               MOVE Void-Hash TO VC-Hash
               WRITE Audit-Void-Control
               CLOSE Audit-Keep-File
               CLOSE Audit-Void-File
           END-IF
           CLOSE Audit-File
           .
      * Decides what to do with one audit image: already on the
      * image, past the recovery point, past a stop, or replayed
       410-Sort-Out-One-Image.
           COMPUTE Audit-Stamp =
               (AU-Date * 100000000) + AU-Time
           MOVE 'K' TO Image-Disposition
           EVALUATE TRUE
               WHEN Audit-Stamp NOT > Image-Stamp
                   ADD 1 TO Before-Image-Count
               WHEN Audit-Stamp > Point-Stamp
                   ADD 1 TO After-Point-Count
                   MOVE 'V' TO Image-Disposition
               WHEN Replay-Stopped
                   ADD 1 TO After-Stop-Count
                   MOVE 'V' TO Image-Disposition
               WHEN OTHER
                   PERFORM 425-Replay-One-Image
                   IF Replay-Stopped THEN
                       MOVE 'V' TO Image-Disposition
                   END-IF
           END-EVALUATE
           .
      * Sends one audit image to the keep file, or to the void file
      * with its units moved added to the hash
       415-File-One-Image.
           IF Image-Voided THEN
               MOVE Audit-Record TO Audit-Void-Record
               WRITE Audit-Void-Record
               ADD 1 TO Voided-Count
               COMPUTE Audit-Delta = AU-New-Stock - AU-Old-Stock
               IF Audit-Delta < ZERO THEN
                   SUBTRACT Audit-Delta FROM Void-Hash
               ELSE
                   ADD Audit-Delta TO Void-Hash
               END-IF
           ELSE
               MOVE Audit-Record TO Audit-Keep-Record
               WRITE Audit-Keep-Record
           END-IF
           .
      * Reads the record being rebuilt, checks the image's before-
      * values against its Sub, and applies the after-values
       425-Replay-One-Image.
           MOVE AU-Warehouse TO CR-Warehouse
           MOVE AU-Vendor TO CR-Vendor
           MOVE AU-CandyID TO CR-CandyID
           MOVE 'N' TO Master-Missing-Flag
           READ Candy-Inventory
               INVALID KEY
                   MOVE 'Y' TO Master-Missing-Flag
           END-READ
           EVALUATE TRUE
               WHEN Master-Missing
                   MOVE 'KEY NOT ON IMAGE' TO Stop-Reason
               WHEN AU-Sub < 1 OR AU-Sub > 15
                   MOVE 'SUB OUT OF RANGE' TO Stop-Reason
               WHEN AU-Program = 'PG3MAINT'
                   AND (CRD-Size(AU-Sub) = SPACES
                       OR AU-Old-Name = SPACES)
                   MOVE 'SUB SET UP AT CONSOLE' TO Stop-Reason
               WHEN CRD-Stock(AU-Sub) NOT = AU-Old-Stock
                   MOVE 'STOCK BEFORE-IMAGE MISMATCH' TO Stop-Reason
               WHEN CRD-Price(AU-Sub) NOT = AU-Old-Price
                   MOVE 'PRICE BEFORE-IMAGE MISMATCH' TO Stop-Reason
               WHEN CRD-Name(AU-Sub) NOT = AU-Old-Name
                   MOVE 'NAME BEFORE-IMAGE MISMATCH' TO Stop-Reason
               WHEN OTHER
                   MOVE SPACES TO Stop-Reason
           END-EVALUATE
           IF Stop-Reason NOT = SPACES THEN
               MOVE 'Y' TO Replay-Stop-Flag
               MOVE Audit-Stamp TO Stop-Stamp
               ADD 1 TO After-Stop-Count
               PERFORM 450-Print-Stop
           ELSE
               MOVE AU-Sub TO Sub
               MOVE AU-New-Name TO CRD-Name(Sub)
               MOVE AU-New-Stock TO CRD-Stock(Sub)
               MOVE AU-New-Price TO CRD-Price(Sub)
               REWRITE Candy-Record
               ADD 1 TO Replayed-Count
               PERFORM 475-Net-One-Image
           END-IF
           .
      * Prints the image the replay stopped on, with its before-
      * values and the values on the record being rebuilt
       450-Print-Stop.
           DISPLAY 'REPLAY STOPPED - ' Stop-Reason
           MOVE Stop-Reason TO SP-Reason
           WRITE Report-Line FROM Stop-Line
               AFTER ADVANCING 2
           MOVE Audit-Stamp TO ST-Whole
           MOVE AU-Program TO SPD-Program
           MOVE ST-Month TO SPD-Month
           MOVE ST-Day TO SPD-Day
           MOVE ST-Year TO SPD-Year
           MOVE ST-Hour TO SPD-Hour
           MOVE ST-Minute TO SPD-Minute
           MOVE ST-Second TO SPD-Second
           MOVE AU-Warehouse TO SPD-Warehouse
           MOVE AU-Vendor TO SPD-Vendor
           MOVE AU-CandyID TO SPD-Candy
           MOVE AU-Sub TO SPD-Sub
           WRITE Report-Line FROM Stop-Detail-Line
               AFTER ADVANCING 1
           IF NOT Master-Missing
               AND AU-Sub NOT < 1 AND AU-Sub NOT > 15 THEN
               MOVE AU-Old-Name TO SV-Image-Name
               MOVE AU-Old-Stock TO SV-Image-Stock
               MOVE AU-Old-Price TO SV-Image-Price
               MOVE CRD-Stock(AU-Sub) TO SV-Master-Stock
               MOVE CRD-Price(AU-Sub) TO SV-Master-Price
               WRITE Report-Line FROM Stop-Values-Line
                   AFTER ADVANCING 1
               MOVE CRD-Name(AU-Sub) TO SN-Master-Name
               WRITE Report-Line FROM Stop-Master-Name-Line
                   AFTER ADVANCING 1
           END-IF
           .
      * Nets a replayed image into its key's entry - the first image
      * for a key fixes its opening stock - and into the by-program
      * units
       475-Net-One-Image.
           COMPUTE Audit-Delta = AU-New-Stock - AU-Old-Stock
           MOVE 'N' TO Key-Found-Flag
           PERFORM 480-Add-To-Key
               VARYING KX FROM 1 BY 1
               UNTIL KX > Key-Count
           IF NOT Key-On-Table THEN
               IF Key-Count < 500 THEN
                   ADD 1 TO Key-Count
                   SET KX TO Key-Count
                   MOVE AU-Warehouse TO RK-Warehouse(KX)
                   MOVE AU-Vendor TO RK-Vendor(KX)
                   MOVE AU-CandyID TO RK-CandyID(KX)
                   MOVE AU-Sub TO RK-Sub(KX)
                   MOVE 1 TO RK-Images(KX)
                   MOVE AU-Old-Stock TO RK-Opening(KX)
                   MOVE Audit-Delta TO RK-Net-Change(KX)
               ELSE
                   ADD 1 TO Key-Overflow-Count
               END-IF
           END-IF
           PERFORM 485-Add-To-Program
           .
      * Adds the delta in hand to a single key entry if the keys
      * match
       480-Add-To-Key.
           IF NOT Key-On-Table
               AND RK-Warehouse(KX) = AU-Warehouse
               AND RK-Vendor(KX) = AU-Vendor
               AND RK-CandyID(KX) = AU-CandyID
               AND RK-Sub(KX) = AU-Sub THEN
               MOVE 'Y' TO Key-Found-Flag
               ADD 1 TO RK-Images(KX)
               ADD Audit-Delta TO RK-Net-Change(KX)
           END-IF
           .
      * Rolls the delta in hand into the by-program units, starting
      * a new entry for a program not seen before
       485-Add-To-Program.
           MOVE 'N' TO Program-Found-Flag
           PERFORM 490-Add-To-One-Program
               VARYING PX FROM 1 BY 1
               UNTIL PX > Program-Count
           IF NOT Program-On-Table
               AND Program-Count < 10 THEN
               ADD 1 TO Program-Count
               SET PX TO Program-Count
               MOVE AU-Program TO PGT-Program(PX)
               MOVE ZEROS TO PGT-Units-In(PX)
               MOVE ZEROS TO PGT-Units-Out(PX)
               PERFORM 495-Apply-Program-Units
           END-IF
           .
      * Adds the delta to a single program entry if the programs
      * match
       490-Add-To-One-Program.
           IF NOT Program-On-Table
               AND PGT-Program(PX) = AU-Program THEN
               MOVE 'Y' TO Program-Found-Flag
               PERFORM 495-Apply-Program-Units
           END-IF
           .
      * Applies the delta in hand to the program entry at PX as
      * units in (stock up) or units out (stock down)
       495-Apply-Program-Units.
           IF Audit-Delta > ZERO THEN
               ADD Audit-Delta TO PGT-Units-In(PX)
           ELSE
               SUBTRACT Audit-Delta FROM PGT-Units-Out(PX)
           END-IF
           .
      * Lists every key the replay touched and proves it: opening
      * stock plus the net replayed change must equal the rebuilt
      * CRD-Stock
       500-Prove-Rebuilt-Master.
           WRITE Report-Line FROM Key-Heading-One
               AFTER ADVANCING 3
           WRITE Report-Line FROM Key-Heading-Two
               AFTER ADVANCING 2
           IF Key-Count = ZERO THEN
               WRITE Report-Line FROM Key-None-Line
                   AFTER ADVANCING 1
           ELSE
               PERFORM 525-Prove-One-Key
                   VARYING KX FROM 1 BY 1
                   UNTIL KX > Key-Count
               IF Exception-Count = ZERO THEN
                   MOVE 'ALL KEYS IN BALANCE - ' TO PR-Message
                   MOVE Key-Count TO PR-Count
                   MOVE ' KEYS CHECKED' TO PR-Message2
               ELSE
                   MOVE 'KEYS OUT OF BALANCE: ' TO PR-Message
                   MOVE Exception-Count TO PR-Count
                   MOVE SPACES TO PR-Message2
               END-IF
               WRITE Report-Line FROM Proof-Result-Line
                   AFTER ADVANCING 2
           END-IF
           IF Key-Overflow-Count > ZERO THEN
               MOVE Key-Overflow-Count TO KO-Count
               WRITE Report-Line FROM Key-Overflow-Line
                   AFTER ADVANCING 1
           END-IF
           .
      * Reads the rebuilt record for one key and prints its proof
      * line
       525-Prove-One-Key.
           MOVE 'N' TO Master-Missing-Flag
           MOVE ZERO TO Closing-Stock-Hold
           MOVE RK-Warehouse(KX) TO CR-Warehouse
           MOVE RK-Vendor(KX) TO CR-Vendor
           MOVE RK-CandyID(KX) TO CR-CandyID
           READ Candy-Inventory
               INVALID KEY
                   MOVE 'Y' TO Master-Missing-Flag
               NOT INVALID KEY
                   MOVE RK-Sub(KX) TO Sub
                   MOVE CRD-Stock(Sub) TO Closing-Stock-Hold
           END-READ
           COMPUTE Expected-Stock-Hold =
               RK-Opening(KX) + RK-Net-Change(KX)
           MOVE RK-Warehouse(KX) TO KL-Warehouse
           MOVE RK-Vendor(KX) TO KL-Vendor
           MOVE RK-CandyID(KX) TO KL-Candy
           MOVE RK-Sub(KX) TO KL-Sub
           MOVE RK-Images(KX) TO KL-Images
           MOVE RK-Opening(KX) TO KL-Opening
           MOVE RK-Net-Change(KX) TO KL-Net
           MOVE Expected-Stock-Hold TO KL-Expected
           IF Master-Missing THEN
               MOVE 'MISSING' TO KL-Master
           ELSE
               MOVE Closing-Stock-Hold TO Closing-Stock-Edit
               MOVE Closing-Stock-Edit TO KL-Master
           END-IF
           IF Master-Missing
               OR Expected-Stock-Hold NOT = Closing-Stock-Hold THEN
               ADD 1 TO Exception-Count
               MOVE 'OUT OF BAL' TO KL-Status
           ELSE
               MOVE 'OK' TO KL-Status
           END-IF
           WRITE Report-Line FROM Key-Detail-Line
               AFTER ADVANCING 1
           .
      * Second pass: rewrites the live audit trail from the keep
      * file, leaving off the images voided
       550-Restore-Audit-Trail.
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
                       ADD 1 TO Rewritten-Count
               END-READ
           END-PERFORM
           CLOSE Audit-Keep-File
           CLOSE Audit-File
           .
      * Prints the summary of units replayed in and out by program
       600-Print-Program-Summary.
           WRITE Report-Line FROM Program-Heading-One
               AFTER ADVANCING 3
           WRITE Report-Line FROM Program-Heading-Two
               AFTER ADVANCING 2
           IF Program-Count > ZERO THEN
               PERFORM 625-Print-One-Program
                   VARYING PX FROM 1 BY 1
                   UNTIL PX > Program-Count
           END-IF
           .
      * Prints a single program's units replayed
       625-Print-One-Program.
           MOVE PGT-Program(PX) TO PL-Program
           MOVE PGT-Units-In(PX) TO PL-In
           MOVE PGT-Units-Out(PX) TO PL-Out
           WRITE Report-Line FROM Program-Detail-Line
               AFTER ADVANCING 1
           .
      * Prints the image and audit-trail counts, so every image on
      * the trail is accounted for
       700-Print-Counts.
           MOVE 'IMAGE RECORDS LOADED:' TO CL-Title
           MOVE Loaded-Count TO CL-Count
           WRITE Report-Line FROM Count-Line
               AFTER ADVANCING 3
           MOVE 'IMAGE RECORDS DROPPED:' TO CL-Title
           MOVE Dropped-Count TO CL-Count
           WRITE Report-Line FROM Count-Line
               AFTER ADVANCING 1
           MOVE 'AUDIT IMAGES ALREADY ON IMAGE:' TO CL-Title
           MOVE Before-Image-Count TO CL-Count
           WRITE Report-Line FROM Count-Line
               AFTER ADVANCING 1
           MOVE 'AUDIT IMAGES REPLAYED:' TO CL-Title
           MOVE Replayed-Count TO CL-Count
           WRITE Report-Line FROM Count-Line
               AFTER ADVANCING 1
           MOVE 'AUDIT IMAGES NOT APPLIED - STOP:' TO CL-Title
           MOVE After-Stop-Count TO CL-Count
           WRITE Report-Line FROM Count-Line
               AFTER ADVANCING 1
           MOVE 'AUDIT IMAGES AFTER THE POINT:' TO CL-Title
           MOVE After-Point-Count TO CL-Count
           WRITE Report-Line FROM Count-Line
               AFTER ADVANCING 1
           MOVE 'AUDIT IMAGES VOIDED TO AUDVOID:' TO CL-Title
           MOVE Voided-Count TO CL-Count
           WRITE Report-Line FROM Count-Line
               AFTER ADVANCING 1
           MOVE 'AUDIT IMAGES LEFT ON CANDYAUD:' TO CL-Title
           MOVE Rewritten-Count TO CL-Count
           WRITE Report-Line FROM Count-Line
               AFTER ADVANCING 1
           PERFORM 750-Print-Undone-Runs
           .
      * Lists every completed run stamped after the recovery point,
      * or after the image the replay stopped on, whose RUNCTL.TXT
      * record must be cleared before its file is rerun
       750-Print-Undone-Runs.
           MOVE Point-Stamp TO Undone-Limit-Stamp
           IF Replay-Stopped
               AND Stop-Stamp < Undone-Limit-Stamp THEN
               MOVE Stop-Stamp TO Undone-Limit-Stamp
           END-IF
           WRITE Report-Line FROM Undone-Heading
               AFTER ADVANCING 3
           IF Run-Count > ZERO THEN
               PERFORM 775-Print-One-Undone-Run
                   VARYING RNX FROM 1 BY 1
                   UNTIL RNX > Run-Count
           END-IF
           IF Undone-Count = ZERO THEN
               MOVE 'NONE' TO UN-Message
               MOVE ZERO TO UN-Count
               WRITE Report-Line FROM Undone-Note-Line
                   AFTER ADVANCING 1
           ELSE
               MOVE 'CLEAR THESE FROM RUNCTL.TXT BEFORE RERUN - RUNS:'
                   TO UN-Message
               MOVE Undone-Count TO UN-Count
               WRITE Report-Line FROM Undone-Note-Line
                   AFTER ADVANCING 2
           END-IF
           IF Run-Overflow-Count > ZERO THEN
               MOVE '** RUN TABLE FULL - RUNS NOT CHECKED:'
                   TO UN-Message
               MOVE Run-Overflow-Count TO UN-Count
               WRITE Report-Line FROM Undone-Note-Line
                   AFTER ADVANCING 1
           END-IF
           .
      * Prints a single run if it completed after the image and
      * past the limit in hand
       775-Print-One-Undone-Run.
           IF RN-Stamp(RNX) > Image-Stamp
               AND RN-Stamp(RNX) > Undone-Limit-Stamp THEN
               ADD 1 TO Undone-Count
               MOVE RN-Stamp(RNX) TO ST-Whole
               MOVE RN-Program(RNX) TO UD-Program
               MOVE ST-Month TO UD-Month
               MOVE ST-Day TO UD-Day
               MOVE ST-Year TO UD-Year
               MOVE ST-Hour TO UD-Hour
               MOVE ST-Minute TO UD-Minute
               MOVE ST-Second TO UD-Second
               MOVE RN-File-Date(RNX) TO UD-File-Date
               WRITE Report-Line FROM Undone-Detail-Line
                   AFTER ADVANCING 1
           END-IF
           .
      * Records the recovery - program, run date and time - on the
      * shared run-control file
       850-Write-Run-Control.
           OPEN EXTEND Run-Control-File
           MOVE Own-Program-Name TO RC-Program
           MOVE Hold-Date TO RC-Run-Date
           ACCEPT RC-Run-Time FROM TIME
           MOVE ZERO TO RC-File-Date
           WRITE Run-Control-Record
           CLOSE Run-Control-File
           .

       900-End-Function.
           CLOSE Recovery-Report-File
           STOP RUN
           .
