      * Field contents as agreed with the sending systems:
      *   EFFECTIVE-DATE  CCYYMMDD, digits only
      *   AMOUNT          signed zoned decimal, 11.2, no punctuation
      *   STATUS-CODE     a code in force on the status reference file
      *                   STATCODE.DAT (see STATREF) - each program
      *                   that edits it loads that file, so a new
      *                   code needs no recompile
      * The trailing FILLER is reserved; senders are required to ship
      * it as spaces but nothing here depends on that.
               10 :PFX:-EFFECTIVE-DATE.
                   15 :PFX:-EFFECTIVE-DAY       PIC 9(02).
               10 :PFX:-AMOUNT                  PIC S9(11)V9(02).
               10 :PFX:-STATUS-CODE             PIC X(02).
               10 FILLER                        PIC X(47).
