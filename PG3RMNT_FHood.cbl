       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PG3RMNT.
       AUTHOR.         Forrest Hood.
      *
      *  Adjustment reason master maintenance program in the style
      *  of PG3WMNT.  Lets an operator add, change, and deactivate
      *  ADJRSN entries by reason code - description, direction (I
      *  back into stock, O out of it), and the movement type
      *  PG3ACCT extracts the reason's adjustments under - so PG3ADJ
      *  has a reason table to validate CANDYADJ.TXT against.
      *  Deactivation flips the active flag rather than deleting, so
      *  PG3ACCT can still type the adjustments already posted under
      *  the code.  Prints a before/after listing of the session's
      *  changes, stamped with the signed-on operator.
      *
      *  The session opens with a sign-on against the OPERMAST
      *  operator master: only an operator with vendor-maintenance
      *  authority gets past the prompt.  On the first run, when
      *  ADJRSN does not exist yet, the file is created empty so the
      *  standard codes can be keyed in.
      *
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL Reason-Master
               ASSIGN TO "ADJRSN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RN-Reason-Code
               FILE STATUS IS WS-Reason-Status.

           SELECT Reason-Log-File
               ASSIGN TO PRINTER "Reason Maintenance Log".

           SELECT Operator-Master
               ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-Operator-ID
               FILE STATUS IS WS-Operator-Status.

       DATA DIVISION.
       FILE SECTION.

       FD  Reason-Master
           RECORD CONTAINS 32 CHARACTERS.

           COPY "ADJRSN.CPY".

       FD  Reason-Log-File
           RECORD CONTAINS 80 CHARACTERS.

       01  Log-Line                         PIC X(80).

       FD  Operator-Master
           RECORD CONTAINS 27 CHARACTERS.

           COPY "OPERMAST.CPY".

       WORKING-STORAGE SECTION.

       01  Flags-N-Switches.
           05 Done-Flag                    PIC X  VALUE 'N'.
               88 Done-Maintaining                VALUE 'Y'.
           05 Action-Code                  PIC X.

       01  Reason-Master-Fields.
           05 WS-Reason-Status              PIC XX.

      * Operator sign-on: only vendor-maintenance authority gets
      * past the prompt
       01  Sign-On-Fields.
           05 WS-Operator-Status           PIC XX.
           05 Signed-On-Flag               PIC X  VALUE 'N'.
               88 Signed-On                       VALUE 'Y'.
           05 SG-Operator-ID               PIC X(8).

       01  Entry-Fields.
           05 EN-Reason-Code                PIC X(2).
           05 EN-Description                PIC X(20).
           05 EN-Direction                  PIC X.
               88 EN-Direction-Valid              VALUE 'I' 'O'.
           05 EN-Movement-Type              PIC X(8).
           05 EN-Before-Description         PIC X(20).

       01  Change-Controls.
           05 Change-Count                  PIC 9(3)  VALUE ZERO.

       01  Change-Table.
           05 Change-Entry OCCURS 100 TIMES INDEXED BY CX.
               10 CH-Action                 PIC X(10).
               10 CH-Reason-Code            PIC X(2).
               10 CH-Before-Description     PIC X(20).
               10 CH-After-Description      PIC X(20).
               10 CH-Direction              PIC X.
               10 CH-Movement-Type          PIC X(8).

       01  WS-Current-Date.
           05  WS-Year                     PIC 99.
           05  WS-Month                    PIC 99.
           05  WS-Day                      PIC 99.

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
               VALUE 'REASON MAINTENANCE LOG'.

       01  Heading-Operator.
           05 HO-Title           PIC X(12) VALUE '  OPERATOR: '.
           05 HO-Operator        PIC X(8).

       01  Heading-Three.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Action          PIC X(10) VALUE 'ACTION'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Code            PIC X(2)  VALUE 'CD'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Before          PIC X(18) VALUE 'DESCRIPTION BEFORE'.
           05                    PIC X(4)  VALUE SPACES.
           05 H3-After           PIC X(17) VALUE 'DESCRIPTION AFTER'.
           05                    PIC X(3)  VALUE SPACES.
           05 H3-Dir             PIC X(1)  VALUE 'D'.
           05                    PIC X(2)  VALUE SPACES.
           05 H3-Type            PIC X(8)  VALUE 'MOVEMENT'.

       01  Log-Detail-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 LL-Action          PIC X(10).
           05                    PIC X(2)  VALUE SPACES.
           05 LL-Code            PIC X(2).
           05                    PIC X(2)  VALUE SPACES.
           05 LL-Before          PIC X(20).
           05                    PIC X(2)  VALUE SPACES.
           05 LL-After           PIC X(20).
           05                    PIC X(1)  VALUE SPACES.
           05 LL-Direction       PIC X.
           05                    PIC X(2)  VALUE SPACES.
           05 LL-Type            PIC X(8).

       01  Log-None-Line.
           05                    PIC X(2)  VALUE SPACES.
           05 LN-Message         PIC X(25)
               VALUE 'NO CHANGES THIS SESSION'.

       PROCEDURE DIVISION.

       100-Main-Function.
           PERFORM 120-Sign-On
           IF Signed-On THEN
               PERFORM 150-Housekeeping
               PERFORM 200-Maintain-Reasons UNTIL Done-Maintaining
               PERFORM 600-Print-Change-Log
           END-IF
           PERFORM 900-End-Function
           .
      * Signs the operator on against the operator master; only
      * vendor-maintenance authority opens the session
       120-Sign-On.
           DISPLAY 'ADJUSTMENT REASON MAINTENANCE'
           DISPLAY 'ENTER OPERATOR ID: '
           ACCEPT SG-Operator-ID
           OPEN INPUT Operator-Master
           IF WS-Operator-Status NOT = '00' THEN
               DISPLAY 'OPERMAST OPEN FAILED, STATUS '
                   WS-Operator-Status
           ELSE
               MOVE SG-Operator-ID TO OP-Operator-ID
               READ Operator-Master
                   INVALID KEY
                       DISPLAY 'OPERATOR NOT ON FILE - SESSION ENDED'
                   NOT INVALID KEY
                       IF OP-Vendor-Authority THEN
                           MOVE 'Y' TO Signed-On-Flag
                           DISPLAY 'SIGNED ON: ' OP-Operator-Name
                       ELSE
                           DISPLAY 'VENDOR MAINTENANCE AUTHORITY'
                               ' REQUIRED - SESSION ENDED'
                       END-IF
               END-READ
               CLOSE Operator-Master
           END-IF
           .
      * Opens the reason master, creating it empty on the first run,
      * and gets the current date for the log
       150-Housekeeping.
           OPEN I-O Reason-Master
           IF WS-Reason-Status NOT = '00'
               AND WS-Reason-Status NOT = '05' THEN
               DISPLAY 'ADJRSN OPEN FAILED, STATUS '
                   WS-Reason-Status
               MOVE 'Y' TO Done-Flag
           END-IF
           ACCEPT WS-Current-Date FROM DATE
           MOVE WS-Month TO H2-Month
           MOVE WS-Day TO H2-Day
           MOVE WS-Year TO H2-Year
           .
      * Asks the operator which maintenance action to take next and
      * routes to the paragraph that handles it
       200-Maintain-Reasons.
           DISPLAY 'ENTER ACTION (A=ADD, C=CHANGE, D=DEACTIVATE,'
               ' Q=QUIT): '
           ACCEPT Action-Code
           EVALUATE Action-Code
               WHEN 'A'
                   PERFORM 300-Add-Reason
               WHEN 'C'
                   PERFORM 400-Change-Reason
               WHEN 'D'
                   PERFORM 500-Deactivate-Reason
               WHEN 'Q'
                   MOVE 'Y' TO Done-Flag
               WHEN OTHER
                   DISPLAY 'INVALID ACTION'
           END-EVALUATE
           .
      * Adds a new active reason, refusing a code already on file or
      * a direction other than I or O
       300-Add-Reason.
           DISPLAY 'ENTER REASON CODE: '
           ACCEPT EN-Reason-Code
           DISPLAY 'ENTER DESCRIPTION: '
           ACCEPT EN-Description
           PERFORM 350-Accept-Direction-Type
           IF EN-Direction-Valid THEN
               MOVE EN-Reason-Code TO RN-Reason-Code
               MOVE EN-Description TO RN-Description
               MOVE EN-Direction TO RN-Direction
               MOVE EN-Movement-Type TO RN-Movement-Type
               MOVE 'A' TO RN-Active-Flag
               WRITE Reason-Master-Record
                   INVALID KEY
                       DISPLAY 'REASON ALREADY ON FILE'
                   NOT INVALID KEY
                       DISPLAY 'REASON ADDED'
                       MOVE SPACES TO EN-Before-Description
                       PERFORM 550-Log-Change
               END-WRITE
           END-IF
           .
      * Asks for the direction and the movement type, refusing a
      * direction other than I or O
       350-Accept-Direction-Type.
           DISPLAY 'ENTER DIRECTION (I=INTO STOCK, O=OUT OF STOCK): '
           ACCEPT EN-Direction
           IF EN-Direction-Valid THEN
               DISPLAY 'ENTER MOVEMENT TYPE: '
               ACCEPT EN-Movement-Type
           ELSE
               DISPLAY 'INVALID DIRECTION - NOTHING CHANGED'
           END-IF
           .
      * Changes an existing reason's description, direction, and
      * movement type (and reactivates it), showing what is on file
      * before asking for the new values
       400-Change-Reason.
           DISPLAY 'ENTER REASON CODE: '
           ACCEPT EN-Reason-Code
           MOVE EN-Reason-Code TO RN-Reason-Code
           READ Reason-Master
               INVALID KEY
                   DISPLAY 'REASON NOT FOUND'
               NOT INVALID KEY
                   MOVE RN-Description TO EN-Before-Description
                   DISPLAY 'DESCRIPTION ON FILE: ' RN-Description
                   DISPLAY 'DIRECTION ON FILE: ' RN-Direction
                       '   MOVEMENT TYPE: ' RN-Movement-Type
                   DISPLAY 'ENTER NEW DESCRIPTION: '
                   ACCEPT EN-Description
                   PERFORM 350-Accept-Direction-Type
                   IF EN-Direction-Valid THEN
                       MOVE EN-Description TO RN-Description
                       MOVE EN-Direction TO RN-Direction
                       MOVE EN-Movement-Type TO RN-Movement-Type
                       MOVE 'A' TO RN-Active-Flag
                       REWRITE Reason-Master-Record
                       DISPLAY 'REASON CHANGED'
                       PERFORM 550-Log-Change
                   END-IF
           END-READ
           .
      * Deactivates a reason by flipping its active flag, so PG3ADJ
      * stops taking it but PG3ACCT can still type what was posted
      * under it
       500-Deactivate-Reason.
           DISPLAY 'ENTER REASON CODE: '
           ACCEPT EN-Reason-Code
           MOVE EN-Reason-Code TO RN-Reason-Code
           READ Reason-Master
               INVALID KEY
                   DISPLAY 'REASON NOT FOUND'
               NOT INVALID KEY
                   MOVE RN-Description TO EN-Before-Description
                   MOVE RN-Direction TO EN-Direction
                   MOVE RN-Movement-Type TO EN-Movement-Type
                   MOVE 'I' TO RN-Active-Flag
                   REWRITE Reason-Master-Record
                   DISPLAY 'REASON DEACTIVATED'
                   MOVE SPACES TO EN-Description
                   PERFORM 550-Log-Change
           END-READ
           .
      * Records one completed action in the session change table for
      * the before/after listing
       550-Log-Change.
           IF Change-Count < 100 THEN
               ADD 1 TO Change-Count
               SET CX TO Change-Count
               EVALUATE Action-Code
                   WHEN 'A'
                       MOVE 'ADD' TO CH-Action(CX)
                   WHEN 'C'
                       MOVE 'CHANGE' TO CH-Action(CX)
                   WHEN 'D'
                       MOVE 'DEACTIVATE' TO CH-Action(CX)
               END-EVALUATE
               MOVE EN-Reason-Code TO CH-Reason-Code(CX)
               MOVE EN-Before-Description
                   TO CH-Before-Description(CX)
               MOVE EN-Description TO CH-After-Description(CX)
               MOVE EN-Direction TO CH-Direction(CX)
               MOVE EN-Movement-Type TO CH-Movement-Type(CX)
           END-IF
           .
      * Prints the before/after listing of the session's changes
       600-Print-Change-Log.
           OPEN OUTPUT Reason-Log-File
           WRITE Log-Line FROM Heading-One
               AFTER ADVANCING PAGE
           WRITE Log-Line FROM Heading-Two
               AFTER ADVANCING 1
           MOVE SG-Operator-ID TO HO-Operator
           WRITE Log-Line FROM Heading-Operator
               AFTER ADVANCING 1
           WRITE Log-Line FROM Heading-Three
               AFTER ADVANCING 2
           IF Change-Count = ZERO THEN
               WRITE Log-Line FROM Log-None-Line
                   AFTER ADVANCING 2
           ELSE
               PERFORM 625-Print-One-Change
                   VARYING CX FROM 1 BY 1
                   UNTIL CX > Change-Count
           END-IF
           CLOSE Reason-Log-File
           .
      * Prints a single session change
       625-Print-One-Change.
           MOVE CH-Action(CX) TO LL-Action
           MOVE CH-Reason-Code(CX) TO LL-Code
           MOVE CH-Before-Description(CX) TO LL-Before
           MOVE CH-After-Description(CX) TO LL-After
           MOVE CH-Direction(CX) TO LL-Direction
           MOVE CH-Movement-Type(CX) TO LL-Type
           WRITE Log-Line FROM Log-Detail-Line
               AFTER ADVANCING 1
           .

       900-End-Function.
           IF Signed-On THEN
               CLOSE Reason-Master
           END-IF
           STOP RUN
           .
