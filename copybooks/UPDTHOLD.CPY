      * One maintenance transaction parked for a second person's
      * approval on the hold file UPDTHOLD.DAT, instead of being
      * applied - written by MSTRUPDT (and by MSTRMNT for a screen
      * entry) and read back by MSTRUPDT's approval run (see
      * MERGE-UPDATE-MODE=APPROVE). Copy it under the owning record
      * with a prefix, e.g.
      *     COPY UPDTHOLD REPLACING ==:PFX:== BY ==HOLD==.
      *
      * Field contents:
      *   ITEM-ID        the parking run's id and a sequence within
      *                  it - the number an approver keys against
      *   PARK-CYCLE-ID  the cycle it was parked in (newest 'S' run
      *                  id on RUNHIST.DAT), from which it is aged
      *   SUBMITTER-ID   who submitted it - MERGE-SUBMITTER-ID for a
      *                  batch file, the signed-on operator for a
      *                  screen entry; never its approver
      *   REASON         why it needs approval (the first that
      *                  applied: AM amount, DL delete, ST status)
      *   FROM-STATUS    the master record's status when parked;
      *                  spaces for an ADD, which has no record yet
      *   TRANSACTION    the MSTRTXN.DAT record exactly as submitted
           05 :PFX:-ITEM-ID.
               10 :PFX:-PARK-RUN-ID      PIC X(16).
               10 :PFX:-PARK-SEQUENCE    PIC 9(05).
           05 :PFX:-PARK-CYCLE-ID        PIC X(16).
           05 :PFX:-SUBMITTER-ID         PIC X(08).
           05 :PFX:-REASON               PIC X(02).
               88 :PFX:-REASON-AMOUNT        VALUE 'AM'.
               88 :PFX:-REASON-DELETE        VALUE 'DL'.
               88 :PFX:-REASON-STATUS        VALUE 'ST'.
           05 :PFX:-FROM-STATUS          PIC X(02).
           05 :PFX:-TRANSACTION          PIC X(136).
