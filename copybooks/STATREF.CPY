      * One status code on the status reference file STATCODE.DAT, a
      * control file operations keep through STATMNT (never by hand
      * - STATMNT writes the who-changed-what trail). Copy it under
      * the owning record with a prefix, e.g.
      *     COPY STATREF REPLACING ==:PFX:== BY ==STATREF==.
      *
      * Field contents:
      *   CODE            the two-byte STATUS-CODE carried in BUSDATA;
      *                   '**' and '??' are not statuses but carry the
      *                   GL intake clearing and suspense accounts
      *                   GLPOST balances and falls back to
      *   DESCRIPTION     what the code means, printed beside it on
      *                   MSTRINQ, KEYTRACE and the control reports
      *   EFFECTIVE-DATE  CCYYMMDD from which the code may be used
      *   EXPIRY-DATE     CCYYMMDD of the last day it may be used;
      *                   99999999 when it has no end
      *   GL-ACCOUNT      the GL account GLPOST posts the status to;
      *                   spaces send it to the '??' suspense account
      *   CHANGED-BY      operator id of the last STATMNT change
      *   CHANGED-DATE    CCYYMMDD of the last STATMNT change
      *
      * A code is in force - acceptable on intake, through MSTRUPDT,
      * MSTRMNT and the REJREPAIR re-edit - from its effective date
      * to its expiry date inclusive, against the run date. A code is
      * never removed: it is retired by expiry, so records still
      * carrying it keep their description, their 'T' ledger slot
      * and their GL account.
           05 :PFX:-CODE             PIC X(02).
               88 :PFX:-IS-GL-ONLY       VALUE '**' '??'.
           05 :PFX:-DESCRIPTION      PIC X(30).
           05 :PFX:-EFFECTIVE-DATE   PIC 9(08).
           05 :PFX:-EXPIRY-DATE      PIC 9(08).
           05 :PFX:-GL-ACCOUNT       PIC X(12).
           05 :PFX:-CHANGED-BY       PIC X(08).
           05 :PFX:-CHANGED-DATE     PIC 9(08).
