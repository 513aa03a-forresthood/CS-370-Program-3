      *  Before anything is snapshotted the RUNCTL.TXT shared run
      *  control file is checked: the close is refused unless a PG3
      *  run completed after the last master update (PG3SALE,
      *  PG3RECV, PG3XFER, PG3CNT, PG3PRCH, PG3ADJ, a PG3MRGE merge
      *  or a PG3RCOV recovery), so a stale checkpoint
      *  left by last week's PG3 run can't be closed as this
      *  period's totals.  A completed close appends its own
      *  run-control record.
               WHEN 'PG3XFER'
               WHEN 'PG3CNT'
               WHEN 'PG3PRCH'
               WHEN 'PG3RCOV'
               WHEN 'PG3ADJ'
               WHEN 'PG3MRGE'
                   IF Run-Stamp > Latest-Update-Stamp THEN
                       MOVE Run-Stamp TO Latest-Update-Stamp
                   END-IF
