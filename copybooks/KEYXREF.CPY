      * One key re-numbering on the key cross-reference KEYXREF.DAT,
      * a control file kept by operations like UPDTRULE.DAT: the key
      * a sender or the master used to carry, the key it carries now
      * and the CCYYMMDD date from which the new key is in force.
      * Copy it under the owning record with a prefix, e.g.
      *     COPY KEYXREF REPLACING ==:PFX:== BY ==XREF-IN==.
      *
      * MERGE3FILES translates OLD-KEY to NEW-KEY on intake and
      * DELTAGEN pairs the disappearance of OLD-KEY with the arrival
      * of NEW-KEY into a single REKEY event. A line dated after the
      * run date is not yet in force and is passed over. A renumbered
      * key may itself be renumbered later (A to B, then B to C); the
      * readers follow the chain to its last key. The same OLD-KEY
      * may appear only once among the lines in force. The COMMENT
      * area is free text for the operator and is never read.
           05 :PFX:-OLD-KEY          PIC X(10).
           05 :PFX:-NEW-KEY          PIC X(10).
           05 :PFX:-EFFECTIVE-DATE   PIC 9(08).
           05 :PFX:-COMMENT          PIC X(32).
