      * when, and the HDR0 file date of the transaction file it
      * processed (zero for a program that processes none).  The
      * transaction programs (PG3SALE, PG3RECV, PG3XFER, PG3CNT,
      * PG3PRCH, PG3ADJ) refuse to reprocess a file date they already
      * posted, and PG3CLOS refuses to close the period unless a
      * PG3 run completed after the last master update, so a stale
      * CANDYCKP.TXT can't be snapshotted.  PG3UNLD records each
      * unload, dating the PR3FA19.TXT image that PG3RCOV rebuilds
      * the master from.  PG3MRGE records each add/purge merge,
      * which PG3RCOV will not recover through.  PG3ASN, PG3RBAL
      * and PG3CYCL look here before replacing a CANDYRCV.TXT,
      * CANDYXFR.TXT or CANDYCNT.TXT not yet posted.
       01  Run-Control-Record.
           05 RC-Program                   PIC X(8).
           05 RC-Run-Date                  PIC 9(6).
