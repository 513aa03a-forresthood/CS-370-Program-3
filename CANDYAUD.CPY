      * Audit-Record layout for CANDYAUD.TXT, the shared change audit
      * trail written by every program that rewrites Candy-Record on
      * the candy master (PG3SALE, PG3MAINT, PG3RECV, PG3XFER,
      * PG3ADJ).  One record per Sub entry changed: which program
      * changed it, when, the record key and Sub, and the Name/
      * Stock/Price values before and after.  PG3AUDR reports the
      * history for a key.
      * AU-Operator carries the signed-on operator for changes made
      * at the console (PG3MAINT) and spaces for the batch programs,
      * so "who changed it" is answerable when PG3AUDR shows a
      * suspect update - except PG3ADJ, which leaves the adjustment's
      * ADJRSN reason code there for PG3ACCT to type it by.  PG3ARCH
      * moves images past their retention to the AUDARCH.TXT
      * archive, in the same layout, and PG3RCOV moves images it
      * did not replay to AUDVOID.TXT.
       01  Audit-Record.
           05 AU-Program                   PIC X(8).
           05 AU-Date                      PIC 9(6).
