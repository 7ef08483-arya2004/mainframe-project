       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGINGRPT.

      * Portfolio aging and concentration report - what the book
      * looks like, for the weekly management pack. RUNHRPT reports
      * run volumes and MSTRINQ answers one selection at a time;
      * this reads the whole master built by MERGE3FILES (or
      * MRGCOMBN) from front to back and breaks it down three ways,
      * each by EFFECTIVE-DATE age bucket:
      *   - the whole book
      *   - per STATUS-CODE, described from the status reference
      *     file STATCODE.DAT (see STATREF) in that file's order, any
      *     code the file does not list after them
      *   - per originating OUTPUT-SOURCE, in the order first met
      * with, for every bucket and in total, the record count and
      * AMOUNT total and each one's share of the whole book.
      *
      * The buckets are whole days from EFFECTIVE-DATE to the as-of
      * date - today unless MERGE-AGING-ASOF gives another CCYYMMDD:
      *   CURRENT    under 30 days, future-dated records included
      *   30 DAYS    30 to 59         60 DAYS    60 to 89
      *   90 DAYS    90 to 179        180 DAYS   180 to 364
      *   365+ DAYS  365 and over
      *   BAD DATE   EFFECTIVE-DATE not a real date - kept in the
      *              book so the totals still tie to the master
      * A record whose AMOUNT is not numeric cannot be totalled; it
      * is counted, named on the sysout, left out of every figure,
      * and the run ends with RETURN-CODE 4.
      *
      * It then lists the largest amounts on the book - the first
      * MERGE-AGING-TOP of them (default 20, 1 to 100), ties in
      * key order - and every negative balance, with its total. The
      * negative list stops at NEGATIVE-LIST-MAXIMUM lines; the count
      * and total below it always cover them all.
      *
      * Week-over-week movement: the same breakdown is taken of a
      * banked generation OUTPUT.Gnnnn (GENVAULT) and shown beside
      * each figure with the change since. The generation is aged as
      * of the date its GENCAT.DAT run id carries, so its figures are
      * what this report showed when that generation was live.
      * MERGE-AGING-COMPARE picks it:
      *   spaces   the newest active generation whose run id is
      *            dated COMPARE-MINIMUM-DAYS (7) or more days before
      *            the as-of date - the master as it stood a week
      *            ago, however often the cycle runs. A generation
      *            whose run id carries no date is passed over.
      *   n        that generation, which must be active; if it is
      *            not there the report goes out without the
      *            comparison and the run ends with RETURN-CODE 4
      *   NONE     no comparison
      *
      * The master is read as MERGE-OUTPUT-ORG says it was built -
      * INDEXED or sequential (the default), as MRGCOMBN writes it.
      * The banked generations are always sequential copies.
      *
      * The report goes to AGINGRPT.DAT (132 columns) and the same
      * figures, one row per printed line, to AGINGRPT.CSV for the
      * finance spreadsheets - a heading row, then comma-separated
      * columns: as-of date, section (BOOK, STATUS, SOURCE, TOP or
      * NEGATIVE), status, description, source, bucket, key,
      * effective date, age in days, records, percent of records,
      * amount, percent of amount, prior records, prior amount,
      * change in records, change in amount. Columns a row has no
      * value for are left empty; text columns are quoted.
      *
      * STATCODE.DAT only supplies descriptions here, so a missing
      * file is warned about and the descriptions left blank.
      *
      * RETURN-CODE 12 when the master cannot be opened or fails on
      * a read; 16 for a bad MERGE-AGING-ASOF, MERGE-AGING-TOP or
      * MERGE-AGING-COMPARE, or a table overflow.
      *
      * As in MERGE3FILES, every ASSIGN TO 'literal' resolves at run
      * time against DD_<literal> in the environment before falling
      * back to the literal itself.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO 'OUTPUT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT MASTER-FILE-INDEXED ASSIGN TO 'OUTPUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-KEY-IDX
               FILE STATUS IS MASTER-INDEXED-STATUS.

           SELECT PRIOR-FILE ASSIGN DYNAMIC PRIOR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIOR-FILE-STATUS.

           SELECT CATALOG-FILE ASSIGN TO 'GENCAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-FILE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-HISTORY-STATUS.

           SELECT STATUS-REF-FILE ASSIGN TO 'STATCODE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-REF-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'AGINGRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CSV-FILE ASSIGN TO 'AGINGRPT.CSV'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD MASTER-FILE.
       01 MASTER-RECORD.
           05 MASTER-KEY       PIC X(10).
           05 MASTER-SOURCE    PIC X(40).
           05 MASTER-DATA      PIC X(70).

       FD MASTER-FILE-INDEXED.
       01 MASTER-RECORD-IDX.
           05 MASTER-KEY-IDX     PIC X(10).
           05 MASTER-SOURCE-IDX  PIC X(40).
           05 MASTER-DATA-IDX    PIC X(70).

      * A banked output generation - key / source / data.
       FD PRIOR-FILE.
       01 PRIOR-RECORD.
           05 PRIOR-KEY        PIC X(10).
           05 PRIOR-SOURCE     PIC X(40).
           05 PRIOR-DATA       PIC X(70).

       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           05 CATALOG-GEN-NUMBER    PIC 9(04).
           05 CATALOG-STATUS        PIC X(01).
           05 CATALOG-RUN-ID        PIC X(16).
           05 CATALOG-MERGED-COUNT  PIC 9(09).
           05 CATALOG-OUTPUT-COUNT  PIC 9(09).

       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-RECORD.
           05 HISTORY-RECORD-TYPE   PIC X(01).
           05 HISTORY-RUN-ID        PIC X(16).
           05 HISTORY-RECORD-BODY   PIC X(75).

       FD STATUS-REF-FILE.
       01 STATUS-REF-RECORD.
           COPY STATREF REPLACING ==:PFX:== BY ==STATREF==.

       FD REPORT-FILE.
       01 REPORT-RECORD       PIC X(132).

       FD CSV-FILE.
       01 CSV-RECORD          PIC X(300).

       WORKING-STORAGE SECTION.
       01 MASTER-EOF-FLAG    PIC X VALUE 'N'.
       01 PRIOR-EOF-FLAG     PIC X VALUE 'N'.
       01 CATALOG-EOF-FLAG   PIC X VALUE 'N'.
       01 HISTORY-EOF-FLAG   PIC X VALUE 'N'.
       01 STATUS-REF-EOF-FLAG PIC X VALUE 'N'.

       01 MASTER-FILE-STATUS PIC X(02) VALUE '00'.
           88 MASTER-FILE-FOUND         VALUE '00'.
           88 MASTER-FILE-NOT-FOUND     VALUE '35'.

       01 MASTER-INDEXED-STATUS PIC X(02) VALUE '00'.
           88 MASTER-IO-GOOD            VALUE '00' '02'.

       01 PRIOR-FILE-STATUS  PIC X(02) VALUE '00'.
           88 PRIOR-FILE-FOUND          VALUE '00'.
           88 PRIOR-FILE-NOT-FOUND      VALUE '35'.

       01 CATALOG-FILE-STATUS PIC X(02) VALUE '00'.
           88 CATALOG-FILE-FOUND        VALUE '00'.
           88 CATALOG-FILE-NOT-FOUND    VALUE '35'.

       01 RUN-HISTORY-STATUS PIC X(02) VALUE '00'.
           88 RUN-HISTORY-FOUND         VALUE '00'.
           88 RUN-HISTORY-NOT-FOUND     VALUE '35'.

       01 STATUS-REF-STATUS  PIC X(02) VALUE '00'.
           88 STATUS-REF-FOUND          VALUE '00'.
           88 STATUS-REF-NOT-FOUND      VALUE '35'.

       01 COMPLETION-CODE    PIC 9(02) VALUE 0.

       01 MASTER-ERROR-SWITCH PIC X(01) VALUE 'N'.
           88 MASTER-ERROR-OCCURRED     VALUE 'Y'.
           88 MASTER-ERROR-NONE         VALUE 'N'.

      * MERGE-OUTPUT-ORG, as MERGE3FILES and MRGCOMBN read it.
       01 OUTPUT-ORG-PARM    PIC X(10) VALUE SPACES.
       01 OUTPUT-ORG-SWITCH  PIC X(01) VALUE 'S'.
           88 OUTPUT-ORG-IS-SEQUENTIAL  VALUE 'S'.
           88 OUTPUT-ORG-IS-INDEXED     VALUE 'I'.

       01 ASOF-PARM          PIC X(08) VALUE SPACES.
       01 TOP-PARM           PIC X(08) VALUE SPACES.
       01 COMPARE-PARM       PIC X(08) VALUE SPACES.

      * Run identifier for the report heading, built the way
      * MSTRINQ builds its own; the cycle run id is the newest 'S'
      * on RUNHIST.DAT, the GENVAULT convention.
       01 RUN-DATE           PIC 9(08) VALUE 0.
       01 RUN-TIME-OF-DAY    PIC 9(08) VALUE 0.
       01 RUN-IDENTIFIER.
           05 RUN-ID-DATE     PIC 9(08).
           05 RUN-ID-TIME     PIC 9(08).
       01 CYCLE-RUN-ID       PIC X(16) VALUE SPACES.

       01 ASOF-DATE          PIC 9(08) VALUE 0.
       01 ASOF-DAYS          PIC 9(09) COMP VALUE 0.
       01 RECORD-AGE         PIC S9(09) COMP VALUE 0.

      * The comparison generation, once chosen.
       01 COMPARE-SWITCH     PIC X(01) VALUE 'D'.
           88 COMPARE-DEFAULT           VALUE 'D'.
           88 COMPARE-NAMED             VALUE 'G'.
           88 COMPARE-NOT-WANTED        VALUE 'N'.

       01 COMPARISON-SWITCH  PIC X(01) VALUE 'N'.
           88 COMPARISON-MADE           VALUE 'Y'.
           88 COMPARISON-NOT-MADE       VALUE 'N'.

       01 COMPARE-NOTE       PIC X(60) VALUE SPACES.
       01 WANTED-GEN-NUMBER  PIC 9(04) VALUE 0.
       01 PRIOR-GEN-NUMBER   PIC 9(04) VALUE 0.
       01 PRIOR-RUN-ID       PIC X(16) VALUE SPACES.
       01 PRIOR-ASOF-DATE    PIC 9(08) VALUE 0.
       01 PRIOR-ASOF-DAYS    PIC 9(09) COMP VALUE 0.
       01 COMPARE-MINIMUM-DAYS PIC 9(04) COMP VALUE 7.
       01 CATALOG-AGE        PIC S9(09) COMP VALUE 0.

       01 PRIOR-NAME         PIC X(12) VALUE SPACES.
       01 PRIOR-NAME-WORK.
           05 PRIOR-NAME-STEM   PIC X(08) VALUE 'OUTPUT.G'.
           05 PRIOR-NAME-DIGITS PIC 9(04) VALUE 0.

      * The record being analysed, whichever file it came from, and
      * which set of figures it goes to - 1 this master, 2 the
      * comparison generation.
       01 AGING-RECORD.
           05 AGING-KEY        PIC X(10).
           05 AGING-SOURCE     PIC X(40).
           05 AGING-DATA.
               COPY BUSDATA REPLACING ==:PFX:== BY ==AGEW==.

       01 PERIOD-SUB         PIC 9(04) COMP VALUE 1.
       01 PERIOD-ASOF-DAYS   PIC 9(09) COMP VALUE 0.
       01 BUCKET-SUB         PIC 9(04) COMP VALUE 0.
       01 LIMIT-SUB          PIC 9(04) COMP VALUE 0.
       01 CLEAR-PERIOD       PIC 9(04) COMP VALUE 0.
       01 CLEAR-BUCKET       PIC 9(04) COMP VALUE 0.

      * The age buckets: lower limits in days of buckets 2 to 6, and
      * every bucket's label. Bucket 7 takes the bad dates.
       01 BUCKET-CONTROLS.
           05 BUCKET-MAXIMUM     PIC 9(04) COMP VALUE 7.
           05 BUCKET-LIMIT-COUNT PIC 9(04) COMP VALUE 5.
           05 BAD-DATE-BUCKET    PIC 9(04) COMP VALUE 7.

       01 BUCKET-LIMIT-TABLE.
           05 FILLER    PIC X(20) VALUE '00300060009001800365'.
       01 BUCKET-LIMIT-REDEF REDEFINES BUCKET-LIMIT-TABLE.
           05 BUCKET-LIMIT     PIC 9(04) OCCURS 5 TIMES.

       01 BUCKET-LABEL-TABLE.
           05 FILLER    PIC X(10) VALUE 'CURRENT'.
           05 FILLER    PIC X(10) VALUE '30 DAYS'.
           05 FILLER    PIC X(10) VALUE '60 DAYS'.
           05 FILLER    PIC X(10) VALUE '90 DAYS'.
           05 FILLER    PIC X(10) VALUE '180 DAYS'.
           05 FILLER    PIC X(10) VALUE '365+ DAYS'.
           05 FILLER    PIC X(10) VALUE 'BAD DATE'.
       01 BUCKET-LABEL-REDEF REDEFINES BUCKET-LABEL-TABLE.
           05 BUCKET-LABEL     PIC X(10) OCCURS 7 TIMES.

      * Descriptions off STATCODE.DAT.
       01 STATUS-REF-LOAD-SWITCH PIC X(01) VALUE 'N'.
           88 STATUS-REF-LOADED         VALUE 'Y'.

      * One row per status: STATCODE.DAT's codes first, up to
      * STATUS-REF-MAXIMUM of them, then the codes met on the master
      * or the comparison generation that the file does not list.
       01 STATUS-ROW-CONTROLS.
           05 STATUS-ROW-COUNT    PIC 9(04) COMP VALUE 0.
           05 STATUS-REF-MAXIMUM  PIC 9(04) COMP VALUE 50.
           05 STATUS-ROW-MAXIMUM  PIC 9(04) COMP VALUE 60.

       01 STATUS-ROW-TABLE.
           05 STATUS-ROW OCCURS 60 TIMES
                   INDEXED BY STAT-IDX.
               10 STAT-CODE            PIC X(02).
               10 STAT-DESCRIPTION     PIC X(30).
               10 STAT-PERIOD OCCURS 2 TIMES.
                   15 STAT-CELL OCCURS 7 TIMES.
                       20 STAT-COUNT   PIC 9(09) COMP.
                       20 STAT-AMOUNT  PIC S9(13)V9(02) COMP.

      * One row per originating source, in the order first met.
       01 SOURCE-ROW-CONTROLS.
           05 SOURCE-ROW-COUNT    PIC 9(04) COMP VALUE 0.
           05 SOURCE-ROW-MAXIMUM  PIC 9(04) COMP VALUE 100.

       01 SOURCE-ROW-TABLE.
           05 SOURCE-ROW OCCURS 100 TIMES
                   INDEXED BY SRC-IDX.
               10 SRC-NAME             PIC X(40).
               10 SRC-PERIOD OCCURS 2 TIMES.
                   15 SRC-CELL OCCURS 7 TIMES.
                       20 SRC-COUNT    PIC 9(09) COMP.
                       20 SRC-AMOUNT   PIC S9(13)V9(02) COMP.

       01 ROW-FOUND-SWITCH   PIC X(01) VALUE 'N'.
           88 ROW-WAS-FOUND             VALUE 'Y'.
           88 ROW-NOT-FOUND             VALUE 'N'.

      * The whole book, per bucket and in total, and the controls,
      * for each period.
       01 BOOK-TABLE.
           05 BOOK-PERIOD OCCURS 2 TIMES.
               10 BOOK-CELL OCCURS 7 TIMES.
                   15 BOOK-COUNT       PIC 9(09) COMP.
                   15 BOOK-AMOUNT      PIC S9(13)V9(02) COMP.
               10 BOOK-TOTAL-COUNT     PIC 9(09) COMP.
               10 BOOK-TOTAL-AMOUNT    PIC S9(13)V9(02) COMP.
               10 BOOK-READ-COUNT      PIC 9(09) COMP.
               10 BOOK-NOT-ANALYSED    PIC 9(09) COMP.
               10 BOOK-NEGATIVE-COUNT  PIC 9(09) COMP.
               10 BOOK-NEGATIVE-AMOUNT PIC S9(13)V9(02) COMP.

      * The largest amounts on this master, largest first.
       01 TOP-CONTROLS.
           05 TOP-COUNT          PIC 9(04) COMP VALUE 0.
           05 TOP-MAXIMUM        PIC 9(04) COMP VALUE 100.
           05 TOP-WANTED         PIC 9(04) COMP VALUE 20.
           05 TOP-SUB            PIC 9(04) COMP VALUE 0.
           05 TOP-PREVIOUS-SUB   PIC 9(04) COMP VALUE 0.
           05 TOP-SHIFT-FLAG     PIC X(01) VALUE 'N'.
           05 TOP-WANTED-EDIT    PIC ZZ9.

       01 TOP-TABLE.
           05 TOP-ENTRY OCCURS 100 TIMES.
               10 TOP-KEY          PIC X(10).
               10 TOP-SOURCE       PIC X(40).
               10 TOP-STATUS       PIC X(02).
               10 TOP-EFF-DATE     PIC X(08).
               10 TOP-BUCKET       PIC 9(04) COMP.
               10 TOP-AGE          PIC S9(09) COMP.
               10 TOP-AMOUNT       PIC S9(11)V9(02) COMP.

      * Every negative balance on this master, in key order.
       01 NEGATIVE-CONTROLS.
           05 NEGATIVE-LIST-COUNT   PIC 9(04) COMP VALUE 0.
           05 NEGATIVE-LIST-MAXIMUM PIC 9(04) COMP VALUE 500.
           05 NEGATIVE-LIST-MAX-EDIT PIC ZZ9.

       01 NEGATIVE-TABLE.
           05 NEGATIVE-ENTRY OCCURS 500 TIMES
                   INDEXED BY NEG-IDX.
               10 NEG-KEY          PIC X(10).
               10 NEG-SOURCE       PIC X(40).
               10 NEG-STATUS       PIC X(02).
               10 NEG-EFF-DATE     PIC X(08).
               10 NEG-BUCKET       PIC 9(04) COMP.
               10 NEG-AGE          PIC S9(09) COMP.
               10 NEG-AMOUNT       PIC S9(11)V9(02) COMP.

      * One figures line's worth, filled by the caller and printed
      * - and copied to the CSV - by PRINT-FIGURES-LINE.
       01 FIGURES-WORK.
           05 ROW-LABEL            PIC X(10).
           05 ROW-COUNT            PIC 9(09) COMP.
           05 ROW-AMOUNT           PIC S9(13)V9(02) COMP.
           05 ROW-PRIOR-COUNT      PIC 9(09) COMP.
           05 ROW-PRIOR-AMOUNT     PIC S9(13)V9(02) COMP.
           05 ROW-TOTAL-COUNT      PIC 9(09) COMP.
           05 ROW-TOTAL-AMOUNT     PIC S9(13)V9(02) COMP.
           05 ROW-TOTAL-PRIOR-COUNT  PIC 9(09) COMP.
           05 ROW-TOTAL-PRIOR-AMOUNT PIC S9(13)V9(02) COMP.
           05 ROW-COUNT-PERCENT    PIC S9(05)V9(02) COMP.
           05 ROW-AMOUNT-PERCENT   PIC S9(05)V9(02) COMP.
           05 ROW-CHANGE-COUNT     PIC S9(09) COMP.
           05 ROW-CHANGE-AMOUNT    PIC S9(13)V9(02) COMP.

      * CSV row building: the section and row the figures belong to,
      * and the field being added.
       01 SECTION-TITLE      PIC X(60) VALUE SPACES.

       01 CSV-CONTEXT.
           05 CSV-SECTION          PIC X(08) VALUE SPACES.
           05 CSV-STATUS           PIC X(02) VALUE SPACES.
           05 CSV-DESCRIPTION      PIC X(30) VALUE SPACES.
           05 CSV-SOURCE           PIC X(40) VALUE SPACES.

       01 CSV-BUILD-AREAS.
           05 CSV-POINTER          PIC 9(04) COMP VALUE 1.
           05 CSV-FIELD-COUNT      PIC 9(04) COMP VALUE 0.
           05 CSV-TEXT             PIC X(40) VALUE SPACES.
           05 CSV-TEXT-LENGTH      PIC 9(04) COMP VALUE 0.
           05 CSV-LEADING          PIC 9(04) COMP VALUE 0.
           05 CSV-AMOUNT           PIC S9(13)V9(02) VALUE 0.
           05 CSV-AMOUNT-EDIT      PIC -(13)9.99.
           05 CSV-NUMBER           PIC S9(09) VALUE 0.
           05 CSV-NUMBER-EDIT      PIC -(09)9.
           05 CSV-PERCENT          PIC S9(05)V9(02) VALUE 0.
           05 CSV-PERCENT-EDIT     PIC -(05)9.99.

      * Date-to-day-serial conversion - MERGE3FILES' arithmetic, so
      * two CCYYMMDD dates can be differenced without calendar
      * walking - and the calendar edit MSTRUPDT applies.
       01 DATE-CONVERSION-AREAS.
           05 DATE-CONV-DATE.
               10 DATE-CONV-YEAR     PIC 9(04).
               10 DATE-CONV-MONTH    PIC 9(02).
               10 DATE-CONV-DAY      PIC 9(02).
           05 DATE-CONV-DAYS         PIC 9(09) COMP VALUE 0.
           05 DATE-CONV-PRIOR-YEAR   PIC 9(04) COMP VALUE 0.
           05 DATE-CONV-LEAPS        PIC 9(09) COMP VALUE 0.
           05 DATE-CONV-WORK         PIC 9(09) COMP VALUE 0.
           05 DATE-CONV-REMAINDER-4    PIC 9(04) COMP VALUE 0.
           05 DATE-CONV-REMAINDER-100  PIC 9(04) COMP VALUE 0.
           05 DATE-CONV-REMAINDER-400  PIC 9(04) COMP VALUE 0.

       01 MONTH-OFFSET-TABLE.
           05 FILLER    PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01 MONTH-OFFSET-REDEF REDEFINES MONTH-OFFSET-TABLE.
           05 MONTH-OFFSET     PIC 9(03) OCCURS 12 TIMES.

       01 DAYS-IN-MONTH-TABLE.
           05 FILLER    PIC X(24) VALUE '312831303130313130313031'.
       01 DAYS-IN-MONTH-REDEF REDEFINES DAYS-IN-MONTH-TABLE.
           05 DAYS-IN-MONTH    PIC 9(02) OCCURS 12 TIMES.

       01 MONTH-DAY-LIMIT    PIC 9(02) VALUE 0.

       01 DATE-EDIT-SWITCH   PIC X(01) VALUE 'Y'.
           88 DATE-IS-VALID             VALUE 'Y'.
           88 DATE-IS-NOT-VALID         VALUE 'N'.

      * Report line shapes.
       01 FIGURES-HEADING-LINE.
           05 FILLER    PIC X(11) VALUE 'AGE BUCKET'.
           05 FILLER    PIC X(12) VALUE '    RECORDS'.
           05 FILLER    PIC X(07) VALUE ' %RECS'.
           05 FILLER    PIC X(22) VALUE '               AMOUNT'.
           05 FILLER    PIC X(10) VALUE '  %AMOUNT'.
           05 FILLER    PIC X(12) VALUE ' PRIOR RECS'.
           05 FILLER    PIC X(22) VALUE '         PRIOR AMOUNT'.
           05 FILLER    PIC X(13) VALUE ' CHANGE RECS'.
           05 FILLER    PIC X(21) VALUE '        CHANGE AMOUNT'.

       01 FIGURES-LINE.
           05 FL-LABEL            PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FL-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FL-COUNT-PERCENT    PIC ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FL-AMOUNT           PIC --,---,---,---,--9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FL-AMOUNT-PERCENT   PIC -----9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FL-COMPARISON.
               10 FL-PRIOR-COUNT      PIC ZZZ,ZZZ,ZZ9.
               10 FILLER              PIC X(01) VALUE SPACE.
               10 FL-PRIOR-AMOUNT     PIC --,---,---,---,--9.99.
               10 FILLER              PIC X(01) VALUE SPACE.
               10 FL-CHANGE-COUNT     PIC ----,---,--9.
               10 FILLER              PIC X(01) VALUE SPACE.
               10 FL-CHANGE-AMOUNT    PIC --,---,---,---,--9.99.
           05 FL-COMPARISON-X REDEFINES FL-COMPARISON PIC X(68).
           05 FILLER              PIC X(02) VALUE SPACES.

       01 ITEM-HEADING-LINE.
           05 FILLER    PIC X(07) VALUE '   NO'.
           05 FILLER    PIC X(12) VALUE 'KEY'.
           05 FILLER    PIC X(04) VALUE 'ST'.
           05 FILLER    PIC X(09) VALUE 'EFF DATE'.
           05 FILLER    PIC X(09) VALUE '    AGE'.
           05 FILLER    PIC X(12) VALUE 'BUCKET'.
           05 FILLER    PIC X(20) VALUE '            AMOUNT'.
           05 FILLER    PIC X(06) VALUE 'SOURCE'.

       01 ITEM-LINE.
           05 IL-NUMBER           PIC ZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 IL-KEY              PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 IL-STATUS           PIC X(02).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 IL-EFF-DATE         PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 IL-AGE              PIC ------9.
           05 IL-AGE-X REDEFINES IL-AGE PIC X(07).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 IL-BUCKET           PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 IL-AMOUNT           PIC ---,---,---,--9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 IL-SOURCE           PIC X(40).
           05 FILLER              PIC X(19) VALUE SPACES.

       01 CONTROL-LINE.
           05 CTL-LABEL           PIC X(40).
           05 CTL-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CTL-AMOUNT          PIC --,---,---,---,--9.99.
           05 CTL-AMOUNT-X REDEFINES CTL-AMOUNT PIC X(21).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CTL-PRIOR-COUNT     PIC ZZZ,ZZZ,ZZ9.
           05 CTL-PRIOR-COUNT-X REDEFINES CTL-PRIOR-COUNT PIC X(11).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CTL-PRIOR-AMOUNT    PIC --,---,---,---,--9.99.
           05 CTL-PRIOR-AMOUNT-X REDEFINES CTL-PRIOR-AMOUNT
                                  PIC X(21).
           05 FILLER              PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-OF-DAY FROM TIME.
           MOVE RUN-DATE TO RUN-ID-DATE.
           MOVE RUN-TIME-OF-DAY TO RUN-ID-TIME.

           PERFORM SELECT-OUTPUT-ORGANIZATION.
           PERFORM SET-ASOF-DATE.
           PERFORM SET-TOP-AND-COMPARE.
           PERFORM LOAD-STATUS-REFERENCE.
           PERFORM FIND-CYCLE-RUN-ID.
           IF NOT COMPARE-NOT-WANTED
               PERFORM FIND-PRIOR-GENERATION
           ELSE
               MOVE 'NO COMPARISON - MERGE-AGING-COMPARE=NONE'
                   TO COMPARE-NOTE
           END-IF.

           PERFORM CLEAR-BOOK-TABLE.
           MOVE 1 TO PERIOD-SUB.
           MOVE ASOF-DAYS TO PERIOD-ASOF-DAYS.
           PERFORM SCAN-CURRENT-MASTER.

           IF COMPARISON-MADE
               MOVE 2 TO PERIOD-SUB
               MOVE PRIOR-ASOF-DAYS TO PERIOD-ASOF-DAYS
               PERFORM SCAN-PRIOR-GENERATION
           END-IF.

           OPEN OUTPUT REPORT-FILE CSV-FILE.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM WRITE-CSV-HEADING.
           PERFORM WRITE-BOOK-SECTION.
           PERFORM WRITE-STATUS-SECTION.
           PERFORM WRITE-SOURCE-SECTION.
           PERFORM WRITE-TOP-SECTION.
           PERFORM WRITE-NEGATIVE-SECTION.
           PERFORM WRITE-CONTROL-SECTION.
           CLOSE REPORT-FILE CSV-FILE.

           PERFORM PRINT-AGING-REPORT.

           IF MASTER-ERROR-OCCURRED
               MOVE 12 TO COMPLETION-CODE
           ELSE
               IF BOOK-NOT-ANALYSED(1) > 0
                       OR (COMPARE-NAMED AND COMPARISON-NOT-MADE)
                   MOVE 4 TO COMPLETION-CODE
               END-IF
           END-IF.

           MOVE COMPLETION-CODE TO RETURN-CODE.
           STOP RUN.

       SELECT-OUTPUT-ORGANIZATION.
           ACCEPT OUTPUT-ORG-PARM FROM ENVIRONMENT 'MERGE-OUTPUT-ORG'.
           IF OUTPUT-ORG-PARM = 'INDEXED' OR OUTPUT-ORG-PARM = 'I'
               SET OUTPUT-ORG-IS-INDEXED TO TRUE
           ELSE
               SET OUTPUT-ORG-IS-SEQUENTIAL TO TRUE
           END-IF.

       SET-ASOF-DATE.
      * An as-of date that is not a real date would age every record
      * wrongly, so it stops the run rather than fall back to today.
           ACCEPT ASOF-PARM FROM ENVIRONMENT 'MERGE-AGING-ASOF'.

           IF ASOF-PARM = SPACES
               MOVE RUN-DATE TO ASOF-DATE
           ELSE
               IF ASOF-PARM IS NOT NUMERIC
                   DISPLAY '*** ERROR - MERGE-AGING-ASOF IS NOT '
                       'A CCYYMMDD DATE ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ASOF-PARM TO ASOF-DATE
           END-IF.

           MOVE ASOF-DATE TO DATE-CONV-DATE.
           PERFORM EDIT-CONV-DATE.
           IF DATE-IS-NOT-VALID
               DISPLAY '*** ERROR - MERGE-AGING-ASOF IS NOT '
                   'A CCYYMMDD DATE ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CONVERT-DATE-TO-DAYS.
           MOVE DATE-CONV-DAYS TO ASOF-DAYS.

           DISPLAY 'BOOK AGED AS OF  . . . . . . . : ' ASOF-DATE.

       SET-TOP-AND-COMPARE.
      * Both parms are 1 to 3 (or 4) digits, left-justified as
      * ACCEPT FROM ENVIRONMENT delivers them - GENVAULT's reading
      * of MERGE-GEN-RETAIN. Unlike a retention count, a wrong
      * number here would quietly report the wrong thing, so it
      * stops the run.
           ACCEPT TOP-PARM FROM ENVIRONMENT 'MERGE-AGING-TOP'.
           IF TOP-PARM NOT = SPACES
               MOVE 0 TO TOP-WANTED
               IF TOP-PARM(1:3) IS NUMERIC
                       AND TOP-PARM(4:1) = SPACE
                   MOVE TOP-PARM(1:3) TO TOP-WANTED
               ELSE
                   IF TOP-PARM(1:2) IS NUMERIC
                           AND TOP-PARM(3:1) = SPACE
                       MOVE TOP-PARM(1:2) TO TOP-WANTED
                   ELSE
                       IF TOP-PARM(1:1) IS NUMERIC
                               AND TOP-PARM(2:1) = SPACE
                           MOVE TOP-PARM(1:1) TO TOP-WANTED
                       END-IF
                   END-IF
               END-IF
               IF TOP-WANTED = 0 OR TOP-WANTED > TOP-MAXIMUM
                   DISPLAY '*** ERROR - MERGE-AGING-TOP MUST BE '
                       'A NUMBER FROM 1 TO ' TOP-MAXIMUM ' ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           ACCEPT COMPARE-PARM FROM ENVIRONMENT 'MERGE-AGING-COMPARE'.
           IF COMPARE-PARM = SPACES
               SET COMPARE-DEFAULT TO TRUE
           ELSE
               IF COMPARE-PARM = 'NONE'
                   SET COMPARE-NOT-WANTED TO TRUE
               ELSE
                   SET COMPARE-NAMED TO TRUE
                   MOVE 0 TO WANTED-GEN-NUMBER
                   IF COMPARE-PARM(1:4) IS NUMERIC
                           AND COMPARE-PARM(5:1) = SPACE
                       MOVE COMPARE-PARM(1:4) TO WANTED-GEN-NUMBER
                   ELSE
                       IF COMPARE-PARM(1:3) IS NUMERIC
                               AND COMPARE-PARM(4:1) = SPACE
                           MOVE COMPARE-PARM(1:3) TO WANTED-GEN-NUMBER
                       ELSE
                           IF COMPARE-PARM(1:2) IS NUMERIC
                                   AND COMPARE-PARM(3:1) = SPACE
                               MOVE COMPARE-PARM(1:2)
                                   TO WANTED-GEN-NUMBER
                           ELSE
                               IF COMPARE-PARM(1:1) IS NUMERIC
                                       AND COMPARE-PARM(2:1) = SPACE
                                   MOVE COMPARE-PARM(1:1)
                                       TO WANTED-GEN-NUMBER
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                   IF WANTED-GEN-NUMBER = 0
                       DISPLAY '*** ERROR - MERGE-AGING-COMPARE MUST '
                           'BE A GENERATION NUMBER OR NONE ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       LOAD-STATUS-REFERENCE.
      * Descriptions only - a missing file leaves them blank. The
      * '**' and '??' lines only carry GL accounts and are passed
      * over. Every code on the file gets its row, in file order,
      * whether or not the book holds any.
           OPEN INPUT STATUS-REF-FILE.
           IF STATUS-REF-NOT-FOUND
               DISPLAY '*** WARNING - STATCODE.DAT NOT FOUND - '
                   'STATUS DESCRIPTIONS WILL BE BLANK ***'
           ELSE
               SET STATUS-REF-LOADED TO TRUE
               PERFORM UNTIL STATUS-REF-EOF-FLAG = 'Y'
                   READ STATUS-REF-FILE
                       AT END MOVE 'Y' TO STATUS-REF-EOF-FLAG
                       NOT AT END
                           IF STATUS-REF-RECORD NOT = SPACES
                                   AND NOT STATREF-IS-GL-ONLY
                               PERFORM ADD-STATUS-REF-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATUS-REF-FILE
           END-IF.

       ADD-STATUS-REF-ENTRY.
           IF STATUS-ROW-COUNT >= STATUS-REF-MAXIMUM
               DISPLAY '*** ERROR - STATCODE.DAT LISTS MORE THAN '
                   STATUS-REF-MAXIMUM ' STATUS CODES - INCREASE '
                   'STATUS-REF-MAXIMUM AND RECOMPILE ***'
               CLOSE STATUS-REF-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO STATUS-ROW-COUNT.
           SET STAT-IDX TO STATUS-ROW-COUNT.
           MOVE STATREF-CODE TO STAT-CODE(STAT-IDX).
           MOVE STATREF-DESCRIPTION TO STAT-DESCRIPTION(STAT-IDX).
           PERFORM CLEAR-STATUS-ROW.

       CLEAR-STATUS-ROW.
           PERFORM VARYING CLEAR-PERIOD FROM 1 BY 1
                   UNTIL CLEAR-PERIOD > 2
                   AFTER CLEAR-BUCKET FROM 1 BY 1
                   UNTIL CLEAR-BUCKET > BUCKET-MAXIMUM
               MOVE 0 TO STAT-COUNT(STAT-IDX CLEAR-PERIOD
                   CLEAR-BUCKET)
               MOVE 0 TO STAT-AMOUNT(STAT-IDX CLEAR-PERIOD
                   CLEAR-BUCKET)
           END-PERFORM.

       CLEAR-BOOK-TABLE.
           PERFORM VARYING CLEAR-PERIOD FROM 1 BY 1
                   UNTIL CLEAR-PERIOD > 2
               PERFORM VARYING CLEAR-BUCKET FROM 1 BY 1
                       UNTIL CLEAR-BUCKET > BUCKET-MAXIMUM
                   MOVE 0 TO BOOK-COUNT(CLEAR-PERIOD CLEAR-BUCKET)
                   MOVE 0 TO BOOK-AMOUNT(CLEAR-PERIOD CLEAR-BUCKET)
               END-PERFORM
               MOVE 0 TO BOOK-TOTAL-COUNT(CLEAR-PERIOD)
               MOVE 0 TO BOOK-TOTAL-AMOUNT(CLEAR-PERIOD)
               MOVE 0 TO BOOK-READ-COUNT(CLEAR-PERIOD)
               MOVE 0 TO BOOK-NOT-ANALYSED(CLEAR-PERIOD)
               MOVE 0 TO BOOK-NEGATIVE-COUNT(CLEAR-PERIOD)
               MOVE 0 TO BOOK-NEGATIVE-AMOUNT(CLEAR-PERIOD)
           END-PERFORM.

       FIND-CYCLE-RUN-ID.
      * The newest 'S' record on the run history names the cycle the
      * master belongs to; with no history it is left blank.
           OPEN INPUT RUN-HISTORY-FILE.

           IF RUN-HISTORY-NOT-FOUND
               MOVE 'Y' TO HISTORY-EOF-FLAG
           END-IF.

           PERFORM UNTIL HISTORY-EOF-FLAG = 'Y'
               READ RUN-HISTORY-FILE
                   AT END MOVE 'Y' TO HISTORY-EOF-FLAG
                   NOT AT END
                       IF HISTORY-RECORD-TYPE = 'S'
                           MOVE HISTORY-RUN-ID TO CYCLE-RUN-ID
                       END-IF
               END-READ
           END-PERFORM.

           IF NOT RUN-HISTORY-NOT-FOUND
               CLOSE RUN-HISTORY-FILE
           END-IF.

       FIND-PRIOR-GENERATION.
      * The named generation, or the newest active one banked at
      * least COMPARE-MINIMUM-DAYS before the as-of date - on a daily
      * cycle the generation one run back would only show a day's
      * movement, and the one GENVAULT banked from this very master
      * none at all.
           MOVE 0 TO PRIOR-GEN-NUMBER.
           OPEN INPUT CATALOG-FILE.
           IF CATALOG-FILE-NOT-FOUND
               MOVE 'Y' TO CATALOG-EOF-FLAG
           END-IF.

           PERFORM UNTIL CATALOG-EOF-FLAG = 'Y'
               READ CATALOG-FILE
                   AT END MOVE 'Y' TO CATALOG-EOF-FLAG
                   NOT AT END
                       IF CATALOG-STATUS = 'A'
                           PERFORM JUDGE-CATALOG-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

           IF NOT CATALOG-FILE-NOT-FOUND
               CLOSE CATALOG-FILE
           END-IF.

           IF PRIOR-GEN-NUMBER = 0
               IF COMPARE-NAMED
                   MOVE SPACES TO COMPARE-NOTE
                   STRING 'NO COMPARISON - GENERATION '
                              DELIMITED BY SIZE
                          WANTED-GEN-NUMBER DELIMITED BY SIZE
                          ' IS NOT ACTIVE ON GENCAT.DAT'
                              DELIMITED BY SIZE
                       INTO COMPARE-NOTE
                   DISPLAY '*** WARNING - ' COMPARE-NOTE
               ELSE
                   MOVE SPACES TO COMPARE-NOTE
                   STRING 'NO COMPARISON - NO GENERATION ON '
                              DELIMITED BY SIZE
                          'GENCAT.DAT IS A WEEK OLD' DELIMITED BY SIZE
                       INTO COMPARE-NOTE
                   DISPLAY 'NOTE - ' COMPARE-NOTE
               END-IF
           ELSE
               MOVE PRIOR-GEN-NUMBER TO PRIOR-NAME-DIGITS
               MOVE SPACES TO PRIOR-NAME
               STRING PRIOR-NAME-STEM DELIMITED BY SPACE
                      PRIOR-NAME-DIGITS DELIMITED BY SIZE
                   INTO PRIOR-NAME
               PERFORM SET-PRIOR-ASOF-DATE
               SET COMPARISON-MADE TO TRUE
           END-IF.

       JUDGE-CATALOG-ENTRY.
           IF COMPARE-NAMED
               IF CATALOG-GEN-NUMBER = WANTED-GEN-NUMBER
                   MOVE CATALOG-GEN-NUMBER TO PRIOR-GEN-NUMBER
                   MOVE CATALOG-RUN-ID TO PRIOR-RUN-ID
               END-IF
           ELSE
               IF CATALOG-GEN-NUMBER > PRIOR-GEN-NUMBER
                       AND CATALOG-RUN-ID(1:8) IS NUMERIC
                   MOVE CATALOG-RUN-ID(1:8) TO DATE-CONV-DATE
                   PERFORM EDIT-CONV-DATE
                   IF DATE-IS-VALID
                       PERFORM CONVERT-DATE-TO-DAYS
                       COMPUTE CATALOG-AGE =
                           ASOF-DAYS - DATE-CONV-DAYS
                       IF CATALOG-AGE >= COMPARE-MINIMUM-DAYS
                           MOVE CATALOG-GEN-NUMBER
                               TO PRIOR-GEN-NUMBER
                           MOVE CATALOG-RUN-ID TO PRIOR-RUN-ID
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SET-PRIOR-ASOF-DATE.
      * Run ids start with the run's CCYYMMDD; one that does not is
      * aged as of this report's date instead, and says so.
           MOVE ASOF-DATE TO PRIOR-ASOF-DATE.
           MOVE ASOF-DAYS TO PRIOR-ASOF-DAYS.
           IF PRIOR-RUN-ID(1:8) IS NUMERIC
               MOVE PRIOR-RUN-ID(1:8) TO DATE-CONV-DATE
               PERFORM EDIT-CONV-DATE
               IF DATE-IS-VALID
                   MOVE PRIOR-RUN-ID(1:8) TO PRIOR-ASOF-DATE
                   PERFORM CONVERT-DATE-TO-DAYS
                   MOVE DATE-CONV-DAYS TO PRIOR-ASOF-DAYS
               END-IF
           END-IF.
           IF PRIOR-ASOF-DATE = ASOF-DATE
                   AND PRIOR-RUN-ID(1:8) NOT = ASOF-DATE
               DISPLAY 'NOTE - RUN ID ' PRIOR-RUN-ID ' CARRIES NO '
                   'DATE - ' PRIOR-NAME ' AGED AS OF ' ASOF-DATE
           END-IF.

       SCAN-CURRENT-MASTER.
           IF OUTPUT-ORG-IS-INDEXED
               OPEN INPUT MASTER-FILE-INDEXED
               IF NOT MASTER-IO-GOOD
                   DISPLAY '*** ERROR OPENING INDEXED MASTER FILE - '
                       'STATUS: ' MASTER-INDEXED-STATUS ' - WAS '
                       'OUTPUT.DAT BUILT WITH MERGE-OUTPUT-ORG='
                       'INDEXED? ***'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               OPEN INPUT MASTER-FILE
               IF MASTER-FILE-NOT-FOUND
                   DISPLAY '*** ERROR - OUTPUT.DAT NOT FOUND - '
                       'NOTHING TO REPORT ON ***'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM UNTIL MASTER-EOF-FLAG = 'Y'
               PERFORM READ-CURRENT-MASTER
               IF MASTER-EOF-FLAG NOT = 'Y'
                   PERFORM ANALYSE-ONE-RECORD
                       THRU ANALYSE-ONE-RECORD-EXIT
               END-IF
           END-PERFORM.

           IF OUTPUT-ORG-IS-INDEXED
               CLOSE MASTER-FILE-INDEXED
           ELSE
               CLOSE MASTER-FILE
           END-IF.

       READ-CURRENT-MASTER.
           IF OUTPUT-ORG-IS-INDEXED
               READ MASTER-FILE-INDEXED NEXT RECORD
                   AT END MOVE 'Y' TO MASTER-EOF-FLAG
                   NOT AT END
                       IF NOT MASTER-IO-GOOD
                           SET MASTER-ERROR-OCCURRED TO TRUE
                           DISPLAY '*** MASTER FILE I/O ERROR - '
                               'STATUS: ' MASTER-INDEXED-STATUS ' ***'
                           MOVE 'Y' TO MASTER-EOF-FLAG
                       ELSE
                           MOVE MASTER-KEY-IDX TO AGING-KEY
                           MOVE MASTER-SOURCE-IDX TO AGING-SOURCE
                           MOVE MASTER-DATA-IDX TO AGING-DATA
                       END-IF
               END-READ
           ELSE
               READ MASTER-FILE
                   AT END MOVE 'Y' TO MASTER-EOF-FLAG
                   NOT AT END
                       MOVE MASTER-KEY TO AGING-KEY
                       MOVE MASTER-SOURCE TO AGING-SOURCE
                       MOVE MASTER-DATA TO AGING-DATA
               END-READ
           END-IF.

       SCAN-PRIOR-GENERATION.
           OPEN INPUT PRIOR-FILE.
           IF PRIOR-FILE-NOT-FOUND
               SET COMPARISON-NOT-MADE TO TRUE
               MOVE SPACES TO COMPARE-NOTE
               STRING 'NO COMPARISON - ' DELIMITED BY SIZE
                      PRIOR-NAME DELIMITED BY SPACE
                      ' NOT FOUND' DELIMITED BY SIZE
                   INTO COMPARE-NOTE
               DISPLAY '*** WARNING - ' COMPARE-NOTE
               MOVE 'Y' TO PRIOR-EOF-FLAG
           END-IF.

           PERFORM UNTIL PRIOR-EOF-FLAG = 'Y'
               READ PRIOR-FILE
                   AT END MOVE 'Y' TO PRIOR-EOF-FLAG
                   NOT AT END
                       MOVE PRIOR-KEY TO AGING-KEY
                       MOVE PRIOR-SOURCE TO AGING-SOURCE
                       MOVE PRIOR-DATA TO AGING-DATA
                       PERFORM ANALYSE-ONE-RECORD
                           THRU ANALYSE-ONE-RECORD-EXIT
               END-READ
           END-PERFORM.

           IF NOT PRIOR-FILE-NOT-FOUND
               CLOSE PRIOR-FILE
           END-IF.

       ANALYSE-ONE-RECORD.
      * AGING-RECORD into the figures for PERIOD-SUB.
           ADD 1 TO BOOK-READ-COUNT(PERIOD-SUB).

           IF AGEW-AMOUNT IS NOT NUMERIC
               ADD 1 TO BOOK-NOT-ANALYSED(PERIOD-SUB)
               IF PERIOD-SUB = 1
                   DISPLAY 'NOTE - KEY ' AGING-KEY ' AMOUNT NOT '
                       'NUMERIC - NOT ANALYSED'
               END-IF
               GO TO ANALYSE-ONE-RECORD-EXIT
           END-IF.

           PERFORM SET-AGE-BUCKET.
           PERFORM LOCATE-STATUS-ROW.
           PERFORM LOCATE-SOURCE-ROW.

           ADD 1 TO STAT-COUNT(STAT-IDX PERIOD-SUB BUCKET-SUB).
           ADD AGEW-AMOUNT
               TO STAT-AMOUNT(STAT-IDX PERIOD-SUB BUCKET-SUB).
           ADD 1 TO SRC-COUNT(SRC-IDX PERIOD-SUB BUCKET-SUB).
           ADD AGEW-AMOUNT
               TO SRC-AMOUNT(SRC-IDX PERIOD-SUB BUCKET-SUB).
           ADD 1 TO BOOK-COUNT(PERIOD-SUB BUCKET-SUB).
           ADD AGEW-AMOUNT TO BOOK-AMOUNT(PERIOD-SUB BUCKET-SUB).
           ADD 1 TO BOOK-TOTAL-COUNT(PERIOD-SUB).
           ADD AGEW-AMOUNT TO BOOK-TOTAL-AMOUNT(PERIOD-SUB).

           IF AGEW-AMOUNT < 0
               ADD 1 TO BOOK-NEGATIVE-COUNT(PERIOD-SUB)
               ADD AGEW-AMOUNT TO BOOK-NEGATIVE-AMOUNT(PERIOD-SUB)
           END-IF.

           IF PERIOD-SUB = 1
               PERFORM CONSIDER-TOP-AMOUNT
                   THRU CONSIDER-TOP-AMOUNT-EXIT
               IF AGEW-AMOUNT < 0
                   PERFORM LIST-NEGATIVE-BALANCE
               END-IF
           END-IF.

       ANALYSE-ONE-RECORD-EXIT.
           EXIT.

       SET-AGE-BUCKET.
      * Bucket 1 unless the age reaches a bucket's lower limit; a
      * future date is a negative age and stays current.
           MOVE 0 TO RECORD-AGE.
           IF AGEW-EFFECTIVE-YEAR IS NOT NUMERIC
                   OR AGEW-EFFECTIVE-MONTH IS NOT NUMERIC
                   OR AGEW-EFFECTIVE-DAY IS NOT NUMERIC
               MOVE BAD-DATE-BUCKET TO BUCKET-SUB
           ELSE
               MOVE AGEW-EFFECTIVE-DATE TO DATE-CONV-DATE
               PERFORM EDIT-CONV-DATE
               IF DATE-IS-NOT-VALID
                   MOVE BAD-DATE-BUCKET TO BUCKET-SUB
               ELSE
                   PERFORM CONVERT-DATE-TO-DAYS
                   COMPUTE RECORD-AGE =
                       PERIOD-ASOF-DAYS - DATE-CONV-DAYS
                   MOVE 1 TO BUCKET-SUB
                   PERFORM VARYING LIMIT-SUB FROM 1 BY 1
                           UNTIL LIMIT-SUB > BUCKET-LIMIT-COUNT
                       IF RECORD-AGE >= BUCKET-LIMIT(LIMIT-SUB)
                           COMPUTE BUCKET-SUB = LIMIT-SUB + 1
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       LOCATE-STATUS-ROW.
      * STAT-IDX left on the record's status row, one added for a
      * code STATCODE.DAT does not list.
           SET ROW-NOT-FOUND TO TRUE.
           SET STAT-IDX TO 1.
           SEARCH STATUS-ROW
               AT END CONTINUE
               WHEN STAT-IDX > STATUS-ROW-COUNT
                   CONTINUE
               WHEN STAT-CODE(STAT-IDX) = AGEW-STATUS-CODE
                   SET ROW-WAS-FOUND TO TRUE
           END-SEARCH.

           IF ROW-NOT-FOUND
               IF STATUS-ROW-COUNT >= STATUS-ROW-MAXIMUM
                   DISPLAY '*** ERROR - MORE THAN '
                       STATUS-ROW-MAXIMUM ' STATUS CODES ON THE '
                       'BOOK - INCREASE STATUS-ROW-MAXIMUM AND '
                       'RECOMPILE ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO STATUS-ROW-COUNT
               SET STAT-IDX TO STATUS-ROW-COUNT
               MOVE AGEW-STATUS-CODE TO STAT-CODE(STAT-IDX)
               IF STATUS-REF-LOADED
                   MOVE 'NOT ON STATCODE.DAT'
                       TO STAT-DESCRIPTION(STAT-IDX)
               ELSE
                   MOVE SPACES TO STAT-DESCRIPTION(STAT-IDX)
               END-IF
               PERFORM CLEAR-STATUS-ROW
           END-IF.

       LOCATE-SOURCE-ROW.
           SET ROW-NOT-FOUND TO TRUE.
           SET SRC-IDX TO 1.
           SEARCH SOURCE-ROW
               AT END CONTINUE
               WHEN SRC-IDX > SOURCE-ROW-COUNT
                   CONTINUE
               WHEN SRC-NAME(SRC-IDX) = AGING-SOURCE
                   SET ROW-WAS-FOUND TO TRUE
           END-SEARCH.

           IF ROW-NOT-FOUND
               IF SOURCE-ROW-COUNT >= SOURCE-ROW-MAXIMUM
                   DISPLAY '*** ERROR - MORE THAN '
                       SOURCE-ROW-MAXIMUM ' SOURCES ON THE BOOK - '
                       'INCREASE SOURCE-ROW-MAXIMUM AND '
                       'RECOMPILE ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO SOURCE-ROW-COUNT
               SET SRC-IDX TO SOURCE-ROW-COUNT
               MOVE AGING-SOURCE TO SRC-NAME(SRC-IDX)
               PERFORM VARYING CLEAR-PERIOD FROM 1 BY 1
                       UNTIL CLEAR-PERIOD > 2
                       AFTER CLEAR-BUCKET FROM 1 BY 1
                       UNTIL CLEAR-BUCKET > BUCKET-MAXIMUM
                   MOVE 0 TO SRC-COUNT(SRC-IDX CLEAR-PERIOD
                       CLEAR-BUCKET)
                   MOVE 0 TO SRC-AMOUNT(SRC-IDX CLEAR-PERIOD
                       CLEAR-BUCKET)
               END-PERFORM
           END-IF.

       CONSIDER-TOP-AMOUNT.
      * Keep the table largest first: a new amount goes in at the
      * foot (or over the smallest when the table is full) and moves
      * up past every smaller one - an equal one stays ahead, so a
      * tie keeps key order.
           IF TOP-COUNT < TOP-WANTED
               ADD 1 TO TOP-COUNT
           ELSE
               IF AGEW-AMOUNT NOT > TOP-AMOUNT(TOP-COUNT)
                   GO TO CONSIDER-TOP-AMOUNT-EXIT
               END-IF
           END-IF.
           MOVE TOP-COUNT TO TOP-SUB.

           MOVE 'N' TO TOP-SHIFT-FLAG.
           PERFORM SHIFT-TOP-ENTRY UNTIL TOP-SHIFT-FLAG = 'Y'.

           MOVE AGING-KEY TO TOP-KEY(TOP-SUB).
           MOVE AGING-SOURCE TO TOP-SOURCE(TOP-SUB).
           MOVE AGEW-STATUS-CODE TO TOP-STATUS(TOP-SUB).
           MOVE AGEW-EFFECTIVE-DATE TO TOP-EFF-DATE(TOP-SUB).
           MOVE BUCKET-SUB TO TOP-BUCKET(TOP-SUB).
           MOVE RECORD-AGE TO TOP-AGE(TOP-SUB).
           MOVE AGEW-AMOUNT TO TOP-AMOUNT(TOP-SUB).

       CONSIDER-TOP-AMOUNT-EXIT.
           EXIT.

       SHIFT-TOP-ENTRY.
           IF TOP-SUB = 1
               MOVE 'Y' TO TOP-SHIFT-FLAG
           ELSE
               COMPUTE TOP-PREVIOUS-SUB = TOP-SUB - 1
               IF TOP-AMOUNT(TOP-PREVIOUS-SUB) NOT < AGEW-AMOUNT
                   MOVE 'Y' TO TOP-SHIFT-FLAG
               ELSE
                   MOVE TOP-ENTRY(TOP-PREVIOUS-SUB)
                       TO TOP-ENTRY(TOP-SUB)
                   MOVE TOP-PREVIOUS-SUB TO TOP-SUB
               END-IF
           END-IF.

       LIST-NEGATIVE-BALANCE.
           IF NEGATIVE-LIST-COUNT < NEGATIVE-LIST-MAXIMUM
               ADD 1 TO NEGATIVE-LIST-COUNT
               SET NEG-IDX TO NEGATIVE-LIST-COUNT
               MOVE AGING-KEY TO NEG-KEY(NEG-IDX)
               MOVE AGING-SOURCE TO NEG-SOURCE(NEG-IDX)
               MOVE AGEW-STATUS-CODE TO NEG-STATUS(NEG-IDX)
               MOVE AGEW-EFFECTIVE-DATE TO NEG-EFF-DATE(NEG-IDX)
               MOVE BUCKET-SUB TO NEG-BUCKET(NEG-IDX)
               MOVE RECORD-AGE TO NEG-AGE(NEG-IDX)
               MOVE AGEW-AMOUNT TO NEG-AMOUNT(NEG-IDX)
           END-IF.

       EDIT-CONV-DATE.
      * DATE-CONV-DATE a real CCYYMMDD date - MSTRUPDT's edit.
           SET DATE-IS-VALID TO TRUE.
           IF DATE-CONV-MONTH < 01 OR DATE-CONV-MONTH > 12
               SET DATE-IS-NOT-VALID TO TRUE
           ELSE
               MOVE DAYS-IN-MONTH(DATE-CONV-MONTH) TO MONTH-DAY-LIMIT
               IF DATE-CONV-MONTH = 02
                   DIVIDE DATE-CONV-YEAR BY 4
                       GIVING DATE-CONV-WORK
                       REMAINDER DATE-CONV-REMAINDER-4
                   DIVIDE DATE-CONV-YEAR BY 100
                       GIVING DATE-CONV-WORK
                       REMAINDER DATE-CONV-REMAINDER-100
                   DIVIDE DATE-CONV-YEAR BY 400
                       GIVING DATE-CONV-WORK
                       REMAINDER DATE-CONV-REMAINDER-400
                   IF DATE-CONV-REMAINDER-400 = 0
                           OR (DATE-CONV-REMAINDER-4 = 0
                           AND DATE-CONV-REMAINDER-100 NOT = 0)
                       MOVE 29 TO MONTH-DAY-LIMIT
                   END-IF
               END-IF
               IF DATE-CONV-DAY < 01
                       OR DATE-CONV-DAY > MONTH-DAY-LIMIT
                   SET DATE-IS-NOT-VALID TO TRUE
               END-IF
           END-IF.

       CONVERT-DATE-TO-DAYS.
      * Day serial of DATE-CONV-DATE: whole years before this one at
      * 365 days plus one per leap year, then the days-before-month
      * offset (plus one more when this year is itself a leap year
      * and the date is past February), then the day of the month.
           SUBTRACT 1 FROM DATE-CONV-YEAR
               GIVING DATE-CONV-PRIOR-YEAR.

           DIVIDE DATE-CONV-PRIOR-YEAR BY 4
               GIVING DATE-CONV-LEAPS.
           DIVIDE DATE-CONV-PRIOR-YEAR BY 100
               GIVING DATE-CONV-WORK.
           SUBTRACT DATE-CONV-WORK FROM DATE-CONV-LEAPS.
           DIVIDE DATE-CONV-PRIOR-YEAR BY 400
               GIVING DATE-CONV-WORK.
           ADD DATE-CONV-WORK TO DATE-CONV-LEAPS.

           COMPUTE DATE-CONV-DAYS =
               DATE-CONV-YEAR * 365 + DATE-CONV-LEAPS
               + MONTH-OFFSET(DATE-CONV-MONTH) + DATE-CONV-DAY.

           IF DATE-CONV-MONTH > 02
               DIVIDE DATE-CONV-YEAR BY 4
                   GIVING DATE-CONV-WORK
                   REMAINDER DATE-CONV-REMAINDER-4
               DIVIDE DATE-CONV-YEAR BY 100
                   GIVING DATE-CONV-WORK
                   REMAINDER DATE-CONV-REMAINDER-100
               DIVIDE DATE-CONV-YEAR BY 400
                   GIVING DATE-CONV-WORK
                   REMAINDER DATE-CONV-REMAINDER-400
               IF DATE-CONV-REMAINDER-400 = 0
                       OR (DATE-CONV-REMAINDER-4 = 0
                       AND DATE-CONV-REMAINDER-100 NOT = 0)
                   ADD 1 TO DATE-CONV-DAYS
               END-IF
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'AGINGRPT PORTFOLIO AGING AND CONCENTRATION  AS OF '
                      DELIMITED BY SIZE
                  ASOF-DATE DELIMITED BY SIZE
                  '  RUN ' DELIMITED BY SIZE
                  RUN-IDENTIFIER DELIMITED BY SIZE
                  '  CYCLE ' DELIMITED BY SIZE
                  CYCLE-RUN-ID DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           IF OUTPUT-ORG-IS-INDEXED
               MOVE 'MASTER OUTPUT.DAT READ AS AN INDEXED FILE'
                   TO REPORT-RECORD
           ELSE
               MOVE 'MASTER OUTPUT.DAT READ AS A SEQUENTIAL FILE'
                   TO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           IF COMPARISON-MADE
               STRING 'COMPARED WITH ' DELIMITED BY SIZE
                      PRIOR-NAME DELIMITED BY SPACE
                      '  RUN ' DELIMITED BY SIZE
                      PRIOR-RUN-ID DELIMITED BY SIZE
                      '  AGED AS OF ' DELIMITED BY SIZE
                      PRIOR-ASOF-DATE DELIMITED BY SIZE
                   INTO REPORT-RECORD
           ELSE
               MOVE COMPARE-NOTE TO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           MOVE ALL '=' TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-SECTION-TITLE.
      * A blank line, SECTION-TITLE, and a rule under it.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SECTION-TITLE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE ALL '-' TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-BOOK-SECTION.
           MOVE 'WHOLE BOOK BY AGE' TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           MOVE FIGURES-HEADING-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'BOOK' TO CSV-SECTION.
           MOVE SPACES TO CSV-STATUS CSV-DESCRIPTION CSV-SOURCE.
           PERFORM CLEAR-ROW-TOTALS.
           PERFORM VARYING BUCKET-SUB FROM 1 BY 1
                   UNTIL BUCKET-SUB > BUCKET-MAXIMUM
               MOVE BOOK-COUNT(1 BUCKET-SUB) TO ROW-COUNT
               MOVE BOOK-AMOUNT(1 BUCKET-SUB) TO ROW-AMOUNT
               MOVE BOOK-COUNT(2 BUCKET-SUB) TO ROW-PRIOR-COUNT
               MOVE BOOK-AMOUNT(2 BUCKET-SUB) TO ROW-PRIOR-AMOUNT
               PERFORM PRINT-BUCKET-FIGURES
           END-PERFORM.
           PERFORM PRINT-TOTAL-FIGURES.

       WRITE-STATUS-SECTION.
      * A status with nothing on either book - a retired code, say -
      * is left off.
           MOVE 'BY STATUS AND AGE' TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           MOVE 'STATUS' TO CSV-SECTION.
           MOVE SPACES TO CSV-SOURCE.

           PERFORM VARYING STAT-IDX FROM 1 BY 1
                   UNTIL STAT-IDX > STATUS-ROW-COUNT
               PERFORM CLEAR-ROW-TOTALS
               PERFORM VARYING BUCKET-SUB FROM 1 BY 1
                       UNTIL BUCKET-SUB > BUCKET-MAXIMUM
                   ADD STAT-COUNT(STAT-IDX 1 BUCKET-SUB)
                       STAT-COUNT(STAT-IDX 2 BUCKET-SUB)
                       TO ROW-TOTAL-COUNT
               END-PERFORM
               IF ROW-TOTAL-COUNT > 0
                   PERFORM WRITE-ONE-STATUS-ROW
               END-IF
           END-PERFORM.

       WRITE-ONE-STATUS-ROW.
           MOVE STAT-CODE(STAT-IDX) TO CSV-STATUS.
           MOVE STAT-DESCRIPTION(STAT-IDX) TO CSV-DESCRIPTION.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           STRING 'STATUS ' DELIMITED BY SIZE
                  STAT-CODE(STAT-IDX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  STAT-DESCRIPTION(STAT-IDX) DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE FIGURES-HEADING-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM CLEAR-ROW-TOTALS.
           PERFORM VARYING BUCKET-SUB FROM 1 BY 1
                   UNTIL BUCKET-SUB > BUCKET-MAXIMUM
               MOVE STAT-COUNT(STAT-IDX 1 BUCKET-SUB) TO ROW-COUNT
               MOVE STAT-AMOUNT(STAT-IDX 1 BUCKET-SUB) TO ROW-AMOUNT
               MOVE STAT-COUNT(STAT-IDX 2 BUCKET-SUB)
                   TO ROW-PRIOR-COUNT
               MOVE STAT-AMOUNT(STAT-IDX 2 BUCKET-SUB)
                   TO ROW-PRIOR-AMOUNT
               PERFORM PRINT-BUCKET-FIGURES
           END-PERFORM.
           PERFORM PRINT-TOTAL-FIGURES.

       WRITE-SOURCE-SECTION.
           MOVE 'BY ORIGINATING SOURCE AND AGE' TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           MOVE 'SOURCE' TO CSV-SECTION.
           MOVE SPACES TO CSV-STATUS CSV-DESCRIPTION.

           PERFORM VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > SOURCE-ROW-COUNT
               PERFORM WRITE-ONE-SOURCE-ROW
           END-PERFORM.

       WRITE-ONE-SOURCE-ROW.
           MOVE SRC-NAME(SRC-IDX) TO CSV-SOURCE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           STRING 'SOURCE ' DELIMITED BY SIZE
                  SRC-NAME(SRC-IDX) DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE FIGURES-HEADING-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM CLEAR-ROW-TOTALS.
           PERFORM VARYING BUCKET-SUB FROM 1 BY 1
                   UNTIL BUCKET-SUB > BUCKET-MAXIMUM
               MOVE SRC-COUNT(SRC-IDX 1 BUCKET-SUB) TO ROW-COUNT
               MOVE SRC-AMOUNT(SRC-IDX 1 BUCKET-SUB) TO ROW-AMOUNT
               MOVE SRC-COUNT(SRC-IDX 2 BUCKET-SUB) TO ROW-PRIOR-COUNT
               MOVE SRC-AMOUNT(SRC-IDX 2 BUCKET-SUB)
                   TO ROW-PRIOR-AMOUNT
               PERFORM PRINT-BUCKET-FIGURES
           END-PERFORM.
           PERFORM PRINT-TOTAL-FIGURES.

       CLEAR-ROW-TOTALS.
           MOVE 0 TO ROW-TOTAL-COUNT ROW-TOTAL-AMOUNT
               ROW-TOTAL-PRIOR-COUNT ROW-TOTAL-PRIOR-AMOUNT.

       PRINT-BUCKET-FIGURES.
           MOVE BUCKET-LABEL(BUCKET-SUB) TO ROW-LABEL.
           ADD ROW-COUNT TO ROW-TOTAL-COUNT.
           ADD ROW-AMOUNT TO ROW-TOTAL-AMOUNT.
           ADD ROW-PRIOR-COUNT TO ROW-TOTAL-PRIOR-COUNT.
           ADD ROW-PRIOR-AMOUNT TO ROW-TOTAL-PRIOR-AMOUNT.
           PERFORM PRINT-FIGURES-LINE.

       PRINT-TOTAL-FIGURES.
           MOVE 'TOTAL' TO ROW-LABEL.
           MOVE ROW-TOTAL-COUNT TO ROW-COUNT.
           MOVE ROW-TOTAL-AMOUNT TO ROW-AMOUNT.
           MOVE ROW-TOTAL-PRIOR-COUNT TO ROW-PRIOR-COUNT.
           MOVE ROW-TOTAL-PRIOR-AMOUNT TO ROW-PRIOR-AMOUNT.
           PERFORM PRINT-FIGURES-LINE.

       PRINT-FIGURES-LINE.
      * Shares are of this master's whole book; the change is this
      * master less the comparison generation.
           MOVE 0 TO ROW-COUNT-PERCENT ROW-AMOUNT-PERCENT.
           IF BOOK-TOTAL-COUNT(1) > 0
               COMPUTE ROW-COUNT-PERCENT ROUNDED =
                   ROW-COUNT * 100 / BOOK-TOTAL-COUNT(1)
           END-IF.
           IF BOOK-TOTAL-AMOUNT(1) NOT = 0
               COMPUTE ROW-AMOUNT-PERCENT ROUNDED =
                   ROW-AMOUNT * 100 / BOOK-TOTAL-AMOUNT(1)
                   ON SIZE ERROR
                       MOVE 0 TO ROW-AMOUNT-PERCENT
               END-COMPUTE
           END-IF.
           COMPUTE ROW-CHANGE-COUNT = ROW-COUNT - ROW-PRIOR-COUNT.
           COMPUTE ROW-CHANGE-AMOUNT = ROW-AMOUNT - ROW-PRIOR-AMOUNT.

           MOVE ROW-LABEL TO FL-LABEL.
           MOVE ROW-COUNT TO FL-COUNT.
           MOVE ROW-COUNT-PERCENT TO FL-COUNT-PERCENT.
           MOVE ROW-AMOUNT TO FL-AMOUNT.
           MOVE ROW-AMOUNT-PERCENT TO FL-AMOUNT-PERCENT.
           IF COMPARISON-MADE
               MOVE ROW-PRIOR-COUNT TO FL-PRIOR-COUNT
               MOVE ROW-PRIOR-AMOUNT TO FL-PRIOR-AMOUNT
               MOVE ROW-CHANGE-COUNT TO FL-CHANGE-COUNT
               MOVE ROW-CHANGE-AMOUNT TO FL-CHANGE-AMOUNT
           ELSE
               MOVE SPACES TO FL-COMPARISON-X
           END-IF.
           MOVE FIGURES-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM CSV-START-ROW.
           MOVE CSV-STATUS TO CSV-TEXT.
           PERFORM CSV-ADD-TEXT.
           MOVE CSV-DESCRIPTION TO CSV-TEXT.
           PERFORM CSV-ADD-TEXT.
           MOVE CSV-SOURCE TO CSV-TEXT.
           PERFORM CSV-ADD-TEXT.
           MOVE ROW-LABEL TO CSV-TEXT.
           PERFORM CSV-ADD-TEXT.
           MOVE SPACES TO CSV-TEXT.
           PERFORM CSV-ADD-TEXT.
           PERFORM CSV-ADD-TEXT.
           PERFORM CSV-ADD-TEXT.
           MOVE ROW-COUNT TO CSV-NUMBER.
           PERFORM CSV-ADD-NUMBER.
           MOVE ROW-COUNT-PERCENT TO CSV-PERCENT.
           PERFORM CSV-ADD-PERCENT.
           MOVE ROW-AMOUNT TO CSV-AMOUNT.
           PERFORM CSV-ADD-AMOUNT.
           MOVE ROW-AMOUNT-PERCENT TO CSV-PERCENT.
           PERFORM CSV-ADD-PERCENT.
           IF COMPARISON-MADE
               MOVE ROW-PRIOR-COUNT TO CSV-NUMBER
               PERFORM CSV-ADD-NUMBER
               MOVE ROW-PRIOR-AMOUNT TO CSV-AMOUNT
               PERFORM CSV-ADD-AMOUNT
               MOVE ROW-CHANGE-COUNT TO CSV-NUMBER
               PERFORM CSV-ADD-NUMBER
               MOVE ROW-CHANGE-AMOUNT TO CSV-AMOUNT
               PERFORM CSV-ADD-AMOUNT
           ELSE
               MOVE SPACES TO CSV-TEXT
               PERFORM CSV-ADD-TEXT
               PERFORM CSV-ADD-TEXT
               PERFORM CSV-ADD-TEXT
               PERFORM CSV-ADD-TEXT
           END-IF.
           WRITE CSV-RECORD.

       WRITE-TOP-SECTION.
           MOVE TOP-WANTED TO TOP-WANTED-EDIT.
           MOVE SPACES TO SECTION-TITLE.
           STRING 'LARGEST AMOUNTS - THE FIRST' DELIMITED BY SIZE
                  TOP-WANTED-EDIT DELIMITED BY SIZE
                  ' ON THE BOOK' DELIMITED BY SIZE
               INTO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           MOVE ITEM-HEADING-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'TOP' TO CSV-SECTION.
           PERFORM VARYING TOP-SUB FROM 1 BY 1
                   UNTIL TOP-SUB > TOP-COUNT
               MOVE TOP-SUB TO IL-NUMBER
               MOVE TOP-KEY(TOP-SUB) TO IL-KEY
               MOVE TOP-STATUS(TOP-SUB) TO IL-STATUS
               MOVE TOP-EFF-DATE(TOP-SUB) TO IL-EFF-DATE
               MOVE TOP-BUCKET(TOP-SUB) TO BUCKET-SUB
               MOVE TOP-AGE(TOP-SUB) TO RECORD-AGE
               MOVE TOP-AMOUNT(TOP-SUB) TO CSV-AMOUNT
               MOVE TOP-SOURCE(TOP-SUB) TO IL-SOURCE
               PERFORM PRINT-ITEM-LINE
           END-PERFORM.

           IF TOP-COUNT = 0
               MOVE '     (NO RECORDS ANALYSED)' TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       WRITE-NEGATIVE-SECTION.
           MOVE 'NEGATIVE BALANCES' TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           MOVE ITEM-HEADING-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'NEGATIVE' TO CSV-SECTION.
           PERFORM VARYING NEG-IDX FROM 1 BY 1
                   UNTIL NEG-IDX > NEGATIVE-LIST-COUNT
               SET TOP-SUB TO NEG-IDX
               MOVE TOP-SUB TO IL-NUMBER
               MOVE NEG-KEY(NEG-IDX) TO IL-KEY
               MOVE NEG-STATUS(NEG-IDX) TO IL-STATUS
               MOVE NEG-EFF-DATE(NEG-IDX) TO IL-EFF-DATE
               MOVE NEG-BUCKET(NEG-IDX) TO BUCKET-SUB
               MOVE NEG-AGE(NEG-IDX) TO RECORD-AGE
               MOVE NEG-AMOUNT(NEG-IDX) TO CSV-AMOUNT
               MOVE NEG-SOURCE(NEG-IDX) TO IL-SOURCE
               PERFORM PRINT-ITEM-LINE
           END-PERFORM.

           IF BOOK-NEGATIVE-COUNT(1) = 0
               MOVE '     (NONE)' TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           IF BOOK-NEGATIVE-COUNT(1) > NEGATIVE-LIST-COUNT
               MOVE NEGATIVE-LIST-MAXIMUM TO NEGATIVE-LIST-MAX-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING '     ONLY THE FIRST' DELIMITED BY SIZE
                      NEGATIVE-LIST-MAX-EDIT DELIMITED BY SIZE
                      ' ARE LISTED - THE TOTAL BELOW COVERS THEM ALL'
                          DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'NEGATIVE BALANCES IN ALL' TO CTL-LABEL.
           MOVE BOOK-NEGATIVE-COUNT(1) TO CTL-COUNT.
           MOVE BOOK-NEGATIVE-AMOUNT(1) TO CTL-AMOUNT.
           MOVE BOOK-NEGATIVE-COUNT(2) TO CTL-PRIOR-COUNT.
           MOVE BOOK-NEGATIVE-AMOUNT(2) TO CTL-PRIOR-AMOUNT.
           PERFORM PRINT-CONTROL-LINE.

       PRINT-ITEM-LINE.
      * The caller has set the number, key, status, date and source,
      * and left the bucket, age and amount in BUCKET-SUB,
      * RECORD-AGE and CSV-AMOUNT.
           MOVE BUCKET-LABEL(BUCKET-SUB) TO IL-BUCKET.
           IF BUCKET-SUB = BAD-DATE-BUCKET
               MOVE SPACES TO IL-AGE-X
           ELSE
               MOVE RECORD-AGE TO IL-AGE
           END-IF.
           MOVE CSV-AMOUNT TO IL-AMOUNT.
           MOVE ITEM-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM CSV-START-ROW.
           MOVE IL-STATUS TO CSV-TEXT.
           PERFORM CSV-ADD-TEXT.
           MOVE SPACES TO CSV-TEXT.
           PERFORM CSV-ADD-TEXT.
           MOVE IL-SOURCE TO CSV-TEXT.
           PERFORM CSV-ADD-TEXT.
           MOVE IL-BUCKET TO CSV-TEXT.
           PERFORM CSV-ADD-TEXT.
           MOVE IL-KEY TO CSV-TEXT.
           PERFORM CSV-ADD-TEXT.
           MOVE IL-EFF-DATE TO CSV-TEXT.
           PERFORM CSV-ADD-TEXT.
           IF BUCKET-SUB = BAD-DATE-BUCKET
               MOVE SPACES TO CSV-TEXT
               PERFORM CSV-ADD-TEXT
           ELSE
               MOVE RECORD-AGE TO CSV-NUMBER
               PERFORM CSV-ADD-NUMBER
           END-IF.
           MOVE SPACES TO CSV-TEXT.
           PERFORM CSV-ADD-TEXT.
           PERFORM CSV-ADD-TEXT.
           PERFORM CSV-ADD-AMOUNT.
           MOVE SPACES TO CSV-TEXT.
           PERFORM CSV-ADD-TEXT.
           PERFORM CSV-ADD-TEXT.
           PERFORM CSV-ADD-TEXT.
           PERFORM CSV-ADD-TEXT.
           PERFORM CSV-ADD-TEXT.
           WRITE CSV-RECORD.

       WRITE-CONTROL-SECTION.
      * What was read against what was analysed, for each book, so
      * the figures above can be tied back to the master.
           MOVE 'CONTROLS' TO SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           MOVE SPACES TO REPORT-RECORD.
           STRING '                                        '
                      DELIMITED BY SIZE
                  '    RECORDS                 AMOUNT  '
                      DELIMITED BY SIZE
                  ' PRIOR RECS           PRIOR AMOUNT'
                      DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'RECORDS READ' TO CTL-LABEL.
           MOVE BOOK-READ-COUNT(1) TO CTL-COUNT.
           MOVE SPACES TO CTL-AMOUNT-X.
           MOVE BOOK-READ-COUNT(2) TO CTL-PRIOR-COUNT.
           MOVE SPACES TO CTL-PRIOR-AMOUNT-X.
           PERFORM PRINT-CONTROL-LINE.

           MOVE 'NOT ANALYSED - AMOUNT NOT NUMERIC' TO CTL-LABEL.
           MOVE BOOK-NOT-ANALYSED(1) TO CTL-COUNT.
           MOVE SPACES TO CTL-AMOUNT-X.
           MOVE BOOK-NOT-ANALYSED(2) TO CTL-PRIOR-COUNT.
           MOVE SPACES TO CTL-PRIOR-AMOUNT-X.
           PERFORM PRINT-CONTROL-LINE.

           MOVE 'ANALYSED - THE WHOLE BOOK ABOVE' TO CTL-LABEL.
           MOVE BOOK-TOTAL-COUNT(1) TO CTL-COUNT.
           MOVE BOOK-TOTAL-AMOUNT(1) TO CTL-AMOUNT.
           MOVE BOOK-TOTAL-COUNT(2) TO CTL-PRIOR-COUNT.
           MOVE BOOK-TOTAL-AMOUNT(2) TO CTL-PRIOR-AMOUNT.
           PERFORM PRINT-CONTROL-LINE.

       PRINT-CONTROL-LINE.
           IF COMPARISON-NOT-MADE
               MOVE SPACES TO CTL-PRIOR-COUNT-X CTL-PRIOR-AMOUNT-X
           END-IF.
           MOVE CONTROL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-CSV-HEADING.
           MOVE SPACES TO CSV-RECORD.
           STRING 'AS_OF,SECTION,STATUS,DESCRIPTION,SOURCE,BUCKET,'
                      DELIMITED BY SIZE
                  'KEY,EFFECTIVE_DATE,AGE_DAYS,RECORDS,PCT_RECORDS,'
                      DELIMITED BY SIZE
                  'AMOUNT,PCT_AMOUNT,PRIOR_RECORDS,PRIOR_AMOUNT,'
                      DELIMITED BY SIZE
                  'CHANGE_RECORDS,CHANGE_AMOUNT' DELIMITED BY SIZE
               INTO CSV-RECORD.
           WRITE CSV-RECORD.

       CSV-START-ROW.
      * Every row opens with the as-of date and the section.
           MOVE SPACES TO CSV-RECORD.
           MOVE 1 TO CSV-POINTER.
           MOVE 0 TO CSV-FIELD-COUNT.
           STRING ASOF-DATE DELIMITED BY SIZE
               INTO CSV-RECORD WITH POINTER CSV-POINTER.
           ADD 1 TO CSV-FIELD-COUNT.
           MOVE CSV-SECTION TO CSV-TEXT.
           PERFORM CSV-ADD-TEXT.

       CSV-ADD-SEPARATOR.
           IF CSV-FIELD-COUNT > 0
               STRING ',' DELIMITED BY SIZE
                   INTO CSV-RECORD WITH POINTER CSV-POINTER
           END-IF.
           ADD 1 TO CSV-FIELD-COUNT.

       CSV-ADD-TEXT.
      * CSV-TEXT quoted, trailing spaces dropped; spaces give an
      * empty column. A double quote inside would end the field
      * early, so it is sent as an apostrophe.
           PERFORM CSV-ADD-SEPARATOR.
           PERFORM VARYING CSV-TEXT-LENGTH FROM 40 BY -1
                   UNTIL CSV-TEXT-LENGTH = 0
                   OR CSV-TEXT(CSV-TEXT-LENGTH:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF CSV-TEXT-LENGTH > 0
               INSPECT CSV-TEXT REPLACING ALL '"' BY ''''
               STRING '"' DELIMITED BY SIZE
                      CSV-TEXT(1:CSV-TEXT-LENGTH) DELIMITED BY SIZE
                      '"' DELIMITED BY SIZE
                   INTO CSV-RECORD WITH POINTER CSV-POINTER
           END-IF.

       CSV-ADD-AMOUNT.
           PERFORM CSV-ADD-SEPARATOR.
           MOVE CSV-AMOUNT TO CSV-AMOUNT-EDIT.
           MOVE 0 TO CSV-LEADING.
           INSPECT CSV-AMOUNT-EDIT
               TALLYING CSV-LEADING FOR LEADING SPACES.
           STRING CSV-AMOUNT-EDIT(CSV-LEADING + 1:) DELIMITED BY SIZE
               INTO CSV-RECORD WITH POINTER CSV-POINTER.

       CSV-ADD-NUMBER.
           PERFORM CSV-ADD-SEPARATOR.
           MOVE CSV-NUMBER TO CSV-NUMBER-EDIT.
           MOVE 0 TO CSV-LEADING.
           INSPECT CSV-NUMBER-EDIT
               TALLYING CSV-LEADING FOR LEADING SPACES.
           STRING CSV-NUMBER-EDIT(CSV-LEADING + 1:) DELIMITED BY SIZE
               INTO CSV-RECORD WITH POINTER CSV-POINTER.

       CSV-ADD-PERCENT.
           PERFORM CSV-ADD-SEPARATOR.
           MOVE CSV-PERCENT TO CSV-PERCENT-EDIT.
           MOVE 0 TO CSV-LEADING.
           INSPECT CSV-PERCENT-EDIT
               TALLYING CSV-LEADING FOR LEADING SPACES.
           STRING CSV-PERCENT-EDIT(CSV-LEADING + 1:) DELIMITED BY SIZE
               INTO CSV-RECORD WITH POINTER CSV-POINTER.

       PRINT-AGING-REPORT.
           DISPLAY '==========================================='.
           DISPLAY 'AGINGRPT PORTFOLIO AGING SUMMARY'.
           DISPLAY '==========================================='.
           DISPLAY 'AGING RUN ID  . . . . . . . . . : '
               RUN-IDENTIFIER.
           DISPLAY 'BOOK AGED AS OF . . . . . . . . : ' ASOF-DATE.
           DISPLAY 'MASTER RECORDS READ . . . . . . : '
               BOOK-READ-COUNT(1).
           DISPLAY 'RECORDS ANALYSED  . . . . . . . : '
               BOOK-TOTAL-COUNT(1).
           DISPLAY 'RECORDS NOT ANALYSED  . . . . . : '
               BOOK-NOT-ANALYSED(1).
           DISPLAY 'NEGATIVE BALANCES . . . . . . . : '
               BOOK-NEGATIVE-COUNT(1).
           IF COMPARISON-MADE
               DISPLAY 'COMPARED WITH . . . . . . . . . : '
                   PRIOR-NAME
               DISPLAY 'PRIOR RECORDS READ  . . . . . . : '
                   BOOK-READ-COUNT(2)
           ELSE
               DISPLAY COMPARE-NOTE
           END-IF.
           IF MASTER-ERROR-OCCURRED
               DISPLAY '*** WARNING - A MASTER I/O ERROR CUT THE '
                   'SCAN SHORT ***'
           END-IF.
           DISPLAY '==========================================='.
