      * Two-byte reason code stamped on every record MERGE3FILES turns
      * away on intake - carried on REJECTS.DAT after the 120-byte
      * rejected record, forward onto REJAGED.DAT by REJREPAIR, and
      * itemised per key on each sender's intake acknowledgement.
      * Copy it under the owning record with a prefix, e.g.
      *     COPY REJREASN REPLACING ==:PFX:== BY ==REJECT==.
      *
      * A record failing several edits carries the first failure in
      * edit order - key, then EFFECTIVE-DATE, AMOUNT, STATUS-CODE.
      * QF is never on REJECTS.DAT: a quarantined file is refused
      * whole, so its keys are itemised on the acknowledgement only.
      * Spaces mean a reject written before reasons were stamped.
           05 :PFX:-REASON               PIC X(02).
               88 :PFX:-REASON-BAD-KEY       VALUE 'KY'.
               88 :PFX:-REASON-BAD-DATE      VALUE 'DT'.
               88 :PFX:-REASON-BAD-AMOUNT    VALUE 'AM'.
               88 :PFX:-REASON-BAD-STATUS    VALUE 'ST'.
               88 :PFX:-REASON-QUARANTINED   VALUE 'QF'.
