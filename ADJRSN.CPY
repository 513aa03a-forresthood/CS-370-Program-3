      * Reason-Master-Record layout for the ADJRSN indexed adjustment
      * reason master, keyed on RN-Reason-Code, in the style of
      * WHSEMAST.  Each reason code carries a description for the
      * registers, which way it moves stock (I back into stock, O
      * out of it), the movement type PG3ACCT puts on ACCTMOVE.TXT
      * for it, and an active flag.  PG3ADJ refuses an adjustment
      * whose reason isn't on file and active.  Maintained by
      * PG3RMNT; the standard codes are RT customer return to
      * stock, DM damaged, EX expired, SM samples, and DN donation.
       01  Reason-Master-Record.
           05 RN-Reason-Code               PIC X(2).
           05 RN-Description               PIC X(20).
           05 RN-Direction                 PIC X.
               88 RN-Into-Stock                 VALUE 'I'.
               88 RN-Out-Of-Stock               VALUE 'O'.
           05 RN-Movement-Type             PIC X(8).
           05 RN-Active-Flag               PIC X.
               88 RN-Active                     VALUE 'A'.
               88 RN-Inactive                   VALUE 'I'.
