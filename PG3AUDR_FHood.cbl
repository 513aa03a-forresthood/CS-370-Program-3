      *  before and after - so a wrong-looking stock figure can be
      *  traced to the run that changed it.  A change made at the
      *  console also prints the signed-on operator, so "who changed
      *  it" is answered along with "what changed".  A PG3ADJ
      *  adjustment prints its reason code in the same place.
      *
      *  When the operator asks for it, the AUDARCH.TXT archive
      *  PG3ARCH moves old images to is searched first, so an old
      *  stock question can still be traced after its images have
      *  left the live trail.  The archive's HDR0/TRL9 section
      *  controls are skipped.
      *
       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.

           SELECT OPTIONAL Audit-Archive-File
               ASSIGN TO "AUDARCH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Archive-Status.

           SELECT Audit-Report-File
               ASSIGN TO PRINTER "Audit Inquiry Report".


           COPY "CANDYAUD.CPY".

       FD  Audit-Archive-File
           RECORD CONTAINS 91 CHARACTERS.

       01  Audit-Archive-Record             PIC X(91).

      * Control-record view of the same area: PG3ARCH's section
      * header and trailer
       01  Audit-Archive-Control.
           05 AC-Record-ID                  PIC X(4).
               88 AC-Header                       VALUE 'HDR0'.
               88 AC-Trailer                      VALUE 'TRL9'.
           05 FILLER                        PIC X(87).

       FD  Audit-Report-File
           RECORD CONTAINS 80 CHARACTERS.

               88 No-More-Audit                    VALUE 'Y'.
           05 WS-Audit-Status               PIC XX.
           05 Match-Count                   PIC 9(5)  VALUE ZERO.
           05 Archive-EOF-Flag              PIC X  VALUE 'N'.
               88 No-More-Archive                 VALUE 'Y'.
           05 WS-Archive-Status             PIC XX.
           05 Search-Archive-Flag           PIC X  VALUE 'N'.
               88 Search-Archive                  VALUE 'Y' 'y'.

       01  Search-Key.
           05 SK-Warehouse                 PIC X(4).

       100-Main-Function.
           PERFORM 150-Housekeeping
           IF Search-Archive THEN
               PERFORM 250-Read-Audit-Archive
           END-IF
           PERFORM 300-Read-Audit-Trail
           PERFORM 900-End-Function
           .
           ACCEPT SK-Vendor
           DISPLAY 'ENTER CANDY ID: '
           ACCEPT SK-CandyID
           DISPLAY 'SEARCH THE AUDIT ARCHIVE TOO (Y/N): '
           ACCEPT Search-Archive-Flag
           OPEN INPUT Audit-File
           OPEN OUTPUT Audit-Report-File
           ACCEPT WS-Current-Date FROM DATE
           WRITE Report-Line FROM Heading-Four
               AFTER ADVANCING 2
           .
      * Reads the whole audit archive ahead of the live trail, so the
      * older images print first, skipping the section controls and
      * printing every image whose key matches the inquiry
       250-Read-Audit-Archive.
           OPEN INPUT Audit-Archive-File
           IF WS-Archive-Status = '00' THEN
               PERFORM UNTIL No-More-Archive
                   READ Audit-Archive-File
                       AT END
                           MOVE 'Y' TO Archive-EOF-Flag
                       NOT AT END
                           IF NOT AC-Header AND NOT AC-Trailer THEN
                               MOVE Audit-Archive-Record
                                   TO Audit-Record
                               IF AU-Warehouse = SK-Warehouse
                                   AND AU-Vendor = SK-Vendor
                                   AND AU-CandyID = SK-CandyID THEN
                                   PERFORM 400-Print-Audit-Entry
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE Audit-Archive-File
           .
      * Reads the whole audit trail, printing every record whose key
      * matches the inquiry
       300-Read-Audit-Trail.
                   AFTER ADVANCING 1
           END-IF
           IF AU-Operator NOT = SPACES THEN
               IF AU-Program = 'PG3ADJ' THEN
                   MOVE '  REASON: ' TO AO-Title
               ELSE
                   MOVE 'OPERATOR: ' TO AO-Title
               END-IF
               MOVE AU-Operator TO AO-Operator
               WRITE Report-Line FROM Audit-Operator-Line
                   AFTER ADVANCING 1
