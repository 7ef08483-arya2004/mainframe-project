       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEYTRACE.

      * Key lifecycle trace - answers "what happened to this key, and
      * when" in one chronological report, where MSTRINQ only answers
      * "what does the master hold for it today". Every trail the
      * system keeps is read once and every line for a traced key is
      * put in run-id order (run ids are date and time, so run-id
      * order is the order things happened):
      *
      *   REJECTS.DAT   REJECTED ON INTAKE   this cycle's merge run,
      *                                      with the REJREASN code
      *   DUPKEYS.DAT   DUPLICATE KEY        this cycle's merge run;
      *                                      KEPT for the source the
      *                                      merge-purge chose (per
      *                                      MERGED.DAT), else PURGED
      *   MERGED.DAT    MERGED               this cycle's merge run -
      *                                      the record intake kept,
      *                                      a released pending one
      *                                      included
      *   PENDING.DAT   HELD PENDING         this cycle's merge run -
      *                                      future-dated, carried
      *   REJAGED.DAT   UNREPAIRED REJECT    this cycle's merge run,
      *                                      with its age in cycles
      *   OUTPUT.Gnnnn  BANKED ON MASTER     the run GENCAT.DAT gives
      *                                      each active generation
      *   DELTA.Gnnnn   DELTA ADD / CHANGE / DELETE / REKEY - the run
      *                                      DLTCAT.DAT gives each
      *                                      archived delta
      *   UPDTJRNL.DAT  MAINT <action> BEFORE and AFTER - one line per
      *                                      image present, under the
      *                                      MSTRUPDT / MSTRMNT run
      *   UPDTREG.DAT   MAINT REFUSED        maintenance turned away
      *                 MAINT HELD           parked for approval
      *                 MAINT DROPPED        declined or expired
      *                                      unapproved - none of these
      *                                      reached the master (what
      *                                      was applied is on the
      *                                      journal already); with the
      *                                      submitter or approver
      *   BKOUTREG.DAT  BACKED OUT           shown under the run it
      *                                      reversed, after that
      *                                      run's own lines
      *   INQAUDIT.DAT  INQUIRY              the MSTRINQ run, with
      *                                      the requestor; a range
      *                                      or open inquiry counts
      *                                      when it covered the key
      * The files with no run id of their own (REJECTS, DUPKEYS,
      * MERGED, PENDING, REJAGED) hold this cycle only; they are tied
      * to the newest 'S' record on RUNHIST.DAT, the GENVAULT
      * convention. Within one run the lines follow the lifecycle -
      * intake, merge, banking, delta, maintenance, backout, inquiry.
      * Any trail not on hand is noted and skipped.
      *
      * The selection comes from the environment:
      *   MERGE-TRACE-KEY   one key - and, from KEYXREF.DAT, every
      *                     key that was re-numbered into it, however
      *                     many steps back, so the trace runs across
      *                     a REKEY
      *   MERGE-TRACE-LOW / MERGE-TRACE-HIGH  a key range (either
      *                     end may be left blank for an open end);
      *                     re-numberings are not followed
      * A key wins over a range; neither is refused with
      * RETURN-CODE 16 - a trace of everything is a file dump.
      *
      * The report goes to TRACERPT.DAT, one 132-column line per
      * event, with the business fields decoded per BUSDATA the way
      * MSTRINQ prints them. The line has no room for a status
      * description, so the report closes with a legend of every
      * status it showed, described from the status reference file
      * STATCODE.DAT (see STATREF); a code not on that file is named
      * as such. The trace judges nothing by status, so a missing
      * STATCODE.DAT is warned about and the legend left off.
      * RETURN-CODE 0, or 16 for a bad selection or a table overflow.
      *
      * As in MERGE3FILES, every ASSIGN TO 'literal' resolves at run
      * time against DD_<literal> in the environment before falling
      * back to the literal itself.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-HISTORY-STATUS.

           SELECT KEY-XREF-FILE ASSIGN TO 'KEYXREF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEY-XREF-STATUS.

           SELECT REJECT-FILE ASSIGN TO 'REJECTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.

           SELECT AGED-FILE ASSIGN TO 'REJAGED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGED-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO 'PENDING.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-FILE-STATUS.

           SELECT DUPLICATE-FILE ASSIGN TO 'DUPKEYS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUPLICATE-FILE-STATUS.

           SELECT MERGED-FILE ASSIGN TO 'MERGED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGED-FILE-STATUS.

           SELECT CATALOG-FILE ASSIGN TO 'GENCAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-FILE-STATUS.

           SELECT DELTA-CATALOG-FILE ASSIGN TO 'DLTCAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DELTA-CATALOG-STATUS.

      * OUTPUT.Gnnnn and DELTA.Gnnnn in turn, by name.
           SELECT ARCHIVE-FILE ASSIGN DYNAMIC ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO 'UPDTJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO 'UPDTREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT BACKOUT-REGISTER-FILE ASSIGN TO 'BKOUTREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKOUT-REGISTER-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'INQAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT STATUS-REF-FILE ASSIGN TO 'STATCODE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-REF-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'TRACERPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRACE-SORT-FILE ASSIGN TO 'TRACESRT.TMP'.

       DATA DIVISION.
       FILE SECTION.

       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-RECORD.
           05 HISTORY-RECORD-TYPE   PIC X(01).
           05 HISTORY-RUN-ID        PIC X(16).
           05 HISTORY-RECORD-BODY   PIC X(75).

       FD KEY-XREF-FILE.
       01 KEY-XREF-RECORD.
           COPY KEYXREF REPLACING ==:PFX:== BY ==XREF-IN==.

       FD REJECT-FILE.
       01 REJECT-RECORD.
           05 REJECT-SOURCE   PIC X(40).
           05 REJECT-KEY      PIC X(10).
           05 REJECT-DATA     PIC X(70).
           COPY REJREASN REPLACING ==:PFX:== BY ==REJECT==.

       FD AGED-FILE.
       01 AGED-RECORD.
           05 AGED-CYCLES     PIC 9(03).
           05 AGED-SOURCE     PIC X(40).
           05 AGED-KEY        PIC X(10).
           05 AGED-DATA       PIC X(70).
           COPY REJREASN REPLACING ==:PFX:== BY ==AGED==.

       FD PENDING-FILE.
       01 PENDING-RECORD.
           05 PENDING-SOURCE  PIC X(40).
           05 PENDING-KEY     PIC X(10).
           05 PENDING-DATA    PIC X(70).

       FD DUPLICATE-FILE.
       01 DUPLICATE-RECORD.
           05 DUPLICATE-KEY      PIC X(10).
           05 DUPLICATE-SOURCE   PIC X(40).

       FD MERGED-FILE.
       01 MERGED-RECORD.
           05 MERGED-KEY      PIC X(10).
           05 MERGED-SOURCE   PIC X(40).
           05 MERGED-DATA     PIC X(70).

       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           05 CATALOG-GEN-NUMBER    PIC 9(04).
           05 CATALOG-STATUS        PIC X(01).
           05 CATALOG-RUN-ID        PIC X(16).
           05 CATALOG-MERGED-COUNT  PIC 9(09).
           05 CATALOG-OUTPUT-COUNT  PIC 9(09).

       FD DELTA-CATALOG-FILE.
       01 DELTA-CATALOG-RECORD.
           05 DLTCAT-NUMBER    PIC 9(04).
           05 DLTCAT-STATUS    PIC X(01).
           05 DLTCAT-RUN-ID    PIC X(16).
           05 DLTCAT-COUNT     PIC 9(09).

      * A banked output generation (key / source / data) or an
      * archived delta (action / key / source / data / old key, in
      * its 'HDR' / 'TRL' wrapper).
       FD ARCHIVE-FILE.
       01 ARCHIVE-OUTPUT-RECORD.
           05 ARCHIVE-KEY        PIC X(10).
           05 ARCHIVE-SOURCE     PIC X(40).
           05 ARCHIVE-DATA       PIC X(70).
           05 FILLER             PIC X(16).
       01 ARCHIVE-DELTA-RECORD.
           05 DELTA-ACTION       PIC X(06).
           05 DELTA-KEY          PIC X(10).
           05 DELTA-SOURCE       PIC X(40).
           05 DELTA-DATA         PIC X(70).
           05 DELTA-OLD-KEY      PIC X(10).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 JRNL-RUN-ID        PIC X(16).
           05 JRNL-ACTION        PIC X(06).
           05 JRNL-KEY           PIC X(10).
           05 JRNL-BEFORE-FLAG   PIC X(01).
           05 JRNL-BEFORE-SOURCE PIC X(40).
           05 JRNL-BEFORE-DATA   PIC X(70).
           05 JRNL-AFTER-FLAG    PIC X(01).
           05 JRNL-AFTER-SOURCE  PIC X(40).
           05 JRNL-AFTER-DATA    PIC X(70).
           05 JRNL-OLD-KEY       PIC X(10).

       FD REGISTER-FILE.
       01 REGISTER-RECORD.
           05 REGISTER-RUN-ID      PIC X(16).
           05 FILLER               PIC X(01).
           05 REGISTER-ACTION      PIC X(06).
           05 FILLER               PIC X(01).
           05 REGISTER-KEY         PIC X(10).
           05 FILLER               PIC X(01).
           05 REGISTER-DISPOSITION PIC X(30).
           05 FILLER               PIC X(01).
           05 REGISTER-OPERATOR-ID PIC X(08).

       FD BACKOUT-REGISTER-FILE.
       01 BACKOUT-REGISTER-RECORD.
           05 BKOUT-RUN-ID      PIC X(16).
           05 FILLER            PIC X(01).
           05 BKOUT-ACTION      PIC X(06).
           05 FILLER            PIC X(01).
           05 BKOUT-KEY         PIC X(10).
           05 FILLER            PIC X(01).
           05 BKOUT-DISPOSITION PIC X(30).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AUDIT-RUN-ID     PIC X(16).
           05 FILLER           PIC X(01).
           05 AUDIT-REQUESTOR  PIC X(10).
           05 FILLER           PIC X(01).
           05 AUDIT-EXACT-KEY  PIC X(10).
           05 FILLER           PIC X(01).
           05 AUDIT-KEY-LOW    PIC X(10).
           05 FILLER           PIC X(01).
           05 AUDIT-KEY-HIGH   PIC X(10).
           05 FILLER           PIC X(01).
           05 AUDIT-SOURCE     PIC X(40).
           05 FILLER           PIC X(01).
           05 AUDIT-STATUS     PIC X(02).
           05 FILLER           PIC X(01).
           05 AUDIT-DATE-LOW   PIC X(08).
           05 FILLER           PIC X(01).
           05 AUDIT-DATE-HIGH  PIC X(08).
           05 FILLER           PIC X(01).
           05 AUDIT-HIT-COUNT  PIC 9(09).

       FD STATUS-REF-FILE.
       01 STATUS-REF-RECORD.
           COPY STATREF REPLACING ==:PFX:== BY ==STATREF==.

       FD REPORT-FILE.
       01 REPORT-RECORD       PIC X(132).

      * One event: sorted on run id, then the lifecycle stage within
      * the run, then the order it was found in.
       SD TRACE-SORT-FILE.
       01 TRACE-SORT-RECORD.
           05 TRACE-RUN-ID     PIC X(16).
           05 TRACE-STAGE      PIC 9(02).
           05 TRACE-SEQUENCE   PIC 9(09).
           05 TRACE-KEY        PIC X(10).
           05 TRACE-EVENT      PIC X(20).
           05 TRACE-DATA-FLAG  PIC X(01).
           05 TRACE-DATA       PIC X(70).
           05 TRACE-WHO        PIC X(40).
           05 TRACE-NOTE       PIC X(30).

       WORKING-STORAGE SECTION.
       01 HISTORY-EOF-FLAG   PIC X VALUE 'N'.
       01 XREF-EOF-FLAG      PIC X VALUE 'N'.
       01 TRAIL-EOF-FLAG     PIC X VALUE 'N'.
       01 ARCHIVE-EOF-FLAG   PIC X VALUE 'N'.
       01 SORT-EOF-FLAG      PIC X VALUE 'N'.

       01 RUN-HISTORY-STATUS PIC X(02) VALUE '00'.
           88 RUN-HISTORY-FOUND         VALUE '00'.
           88 RUN-HISTORY-NOT-FOUND     VALUE '35'.

       01 KEY-XREF-STATUS    PIC X(02) VALUE '00'.
           88 KEY-XREF-FOUND            VALUE '00'.
           88 KEY-XREF-NOT-FOUND        VALUE '35'.

       01 REJECT-FILE-STATUS PIC X(02) VALUE '00'.
           88 REJECT-FILE-FOUND         VALUE '00'.
           88 REJECT-FILE-NOT-FOUND     VALUE '35'.

       01 AGED-FILE-STATUS   PIC X(02) VALUE '00'.
           88 AGED-FILE-FOUND           VALUE '00'.
           88 AGED-FILE-NOT-FOUND       VALUE '35'.

       01 PENDING-FILE-STATUS PIC X(02) VALUE '00'.
           88 PENDING-FILE-FOUND        VALUE '00'.
           88 PENDING-FILE-NOT-FOUND    VALUE '35'.

       01 DUPLICATE-FILE-STATUS PIC X(02) VALUE '00'.
           88 DUPLICATE-FILE-FOUND      VALUE '00'.
           88 DUPLICATE-FILE-NOT-FOUND  VALUE '35'.

       01 MERGED-FILE-STATUS PIC X(02) VALUE '00'.
           88 MERGED-FILE-FOUND         VALUE '00'.
           88 MERGED-FILE-NOT-FOUND     VALUE '35'.

       01 CATALOG-FILE-STATUS PIC X(02) VALUE '00'.
           88 CATALOG-FILE-FOUND        VALUE '00'.
           88 CATALOG-FILE-NOT-FOUND    VALUE '35'.

       01 DELTA-CATALOG-STATUS PIC X(02) VALUE '00'.
           88 DELTA-CATALOG-FOUND       VALUE '00'.
           88 DELTA-CATALOG-NOT-FOUND   VALUE '35'.

       01 ARCHIVE-FILE-STATUS PIC X(02) VALUE '00'.
           88 ARCHIVE-FILE-FOUND        VALUE '00'.
           88 ARCHIVE-FILE-NOT-FOUND    VALUE '35'.

       01 JOURNAL-FILE-STATUS PIC X(02) VALUE '00'.
           88 JOURNAL-FILE-FOUND        VALUE '00'.
           88 JOURNAL-FILE-NOT-FOUND    VALUE '35'.

       01 REGISTER-FILE-STATUS PIC X(02) VALUE '00'.
           88 REGISTER-FILE-FOUND       VALUE '00'.
           88 REGISTER-FILE-NOT-FOUND   VALUE '35'.

       01 BACKOUT-REGISTER-STATUS PIC X(02) VALUE '00'.
           88 BACKOUT-REGISTER-FOUND    VALUE '00'.
           88 BACKOUT-REGISTER-NOT-FOUND VALUE '35'.

       01 AUDIT-FILE-STATUS  PIC X(02) VALUE '00'.
           88 AUDIT-FILE-FOUND          VALUE '00'.
           88 AUDIT-FILE-NOT-FOUND      VALUE '35'.

       01 STATUS-REF-STATUS  PIC X(02) VALUE '00'.
           88 STATUS-REF-FOUND          VALUE '00'.
           88 STATUS-REF-NOT-FOUND      VALUE '35'.

       01 CYCLE-RUN-ID       PIC X(16) VALUE SPACES.

       01 ARCHIVE-NAME       PIC X(12) VALUE SPACES.
       01 ARCHIVE-NAME-WORK.
           05 ARCHIVE-NAME-STEM   PIC X(08) VALUE SPACES.
           05 ARCHIVE-NAME-DIGITS PIC 9(04) VALUE 0.

      * The selection.
       01 TRACE-KEY-PARM     PIC X(10) VALUE SPACES.
       01 TRACE-LOW-PARM     PIC X(10) VALUE SPACES.
       01 TRACE-HIGH-PARM    PIC X(10) VALUE SPACES.

       01 TRACE-MODE-SWITCH  PIC X(01) VALUE 'K'.
           88 TRACE-BY-KEY              VALUE 'K'.
           88 TRACE-BY-RANGE            VALUE 'R'.

       01 CANDIDATE-KEY      PIC X(10) VALUE SPACES.
       01 CANDIDATE-LOW      PIC X(10) VALUE SPACES.
       01 CANDIDATE-HIGH     PIC X(10) VALUE SPACES.

       01 TRACED-SWITCH      PIC X(01) VALUE 'N'.
           88 KEY-IS-TRACED             VALUE 'Y'.
           88 KEY-NOT-TRACED            VALUE 'N'.

      * The traced key and every key re-numbered into it. Entry 1 is
      * the key itself.
       01 ALIAS-TABLE-CONTROLS.
           05 ALIAS-COUNT          PIC 9(04) COMP VALUE 0.
           05 ALIAS-TABLE-MAXIMUM  PIC 9(04) COMP VALUE 50.
           05 ALIAS-ADDED-COUNT    PIC 9(04) COMP VALUE 0.

       01 ALIAS-TABLE.
           05 ALIAS-ENTRY OCCURS 50 TIMES
                   INDEXED BY ALIAS-IDX.
               10 ALIAS-KEY            PIC X(10).

       01 XREF-TABLE-CONTROLS.
           05 XREF-COUNT           PIC 9(04) COMP VALUE 0.
           05 XREF-TABLE-MAXIMUM   PIC 9(04) COMP VALUE 2000.

       01 XREF-TABLE.
           05 XREF-ENTRY OCCURS 2000 TIMES
                   INDEXED BY XREF-IDX.
               10 XREF-TAB-OLD-KEY     PIC X(10).
               10 XREF-TAB-NEW-KEY     PIC X(10).

      * This cycle's merge-purge winners for the traced keys, from
      * MERGED.DAT, so each DUPKEYS line can say KEPT or PURGED.
       01 WINNER-TABLE-CONTROLS.
           05 WINNER-COUNT         PIC 9(04) COMP VALUE 0.
           05 WINNER-TABLE-MAXIMUM PIC 9(04) COMP VALUE 5000.

       01 WINNER-TABLE.
           05 WINNER-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WIN-IDX.
               10 WINNER-KEY           PIC X(10).
               10 WINNER-SOURCE        PIC X(40).

      * STATCODE.DAT for the closing legend. Up to STATUS-REF-MAXIMUM
      * codes come off the file; the slots beyond take the codes met
      * on the trails that the file does not list.
       01 STATUS-REF-EOF-FLAG PIC X(01) VALUE 'N'.

       01 STATUS-REF-LOAD-SWITCH PIC X(01) VALUE 'N'.
           88 STATUS-REF-LOADED         VALUE 'Y'.

       01 STATUS-REF-CONTROLS.
           05 STATUS-REF-COUNT    PIC 9(04) COMP VALUE 0.
           05 STATUS-REF-MAXIMUM  PIC 9(04) COMP VALUE 50.
           05 STATUS-REF-SLOTS    PIC 9(04) COMP VALUE 60.
           05 STATUS-SHOWN-COUNT  PIC 9(04) COMP VALUE 0.

       01 STATUS-REF-TABLE.
           05 STATUS-REF-ENTRY OCCURS 60 TIMES
                   INDEXED BY SREF-IDX.
               10 SREF-CODE            PIC X(02).
               10 SREF-DESCRIPTION     PIC X(30).
               10 SREF-SHOWN-FLAG      PIC X(01).
                   88 SREF-SHOWN                VALUE 'Y'.

       01 SREF-LOOKUP-CODE   PIC X(02) VALUE SPACES.

       01 LEGEND-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LEGEND-CODE      PIC X(02).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 LEGEND-DESCRIPTION PIC X(30).

       01 EVENT-SEQUENCE     PIC 9(09) VALUE 0.

      * What each trail contributed, for the closing summary.
       01 TRAIL-TOTALS.
           05 REJECT-EVENT-COUNT   PIC 9(09) COMP VALUE 0.
           05 DUPLICATE-EVENT-COUNT PIC 9(09) COMP VALUE 0.
           05 MERGED-EVENT-COUNT   PIC 9(09) COMP VALUE 0.
           05 PENDING-EVENT-COUNT  PIC 9(09) COMP VALUE 0.
           05 AGED-EVENT-COUNT     PIC 9(09) COMP VALUE 0.
           05 BANKED-EVENT-COUNT   PIC 9(09) COMP VALUE 0.
           05 DELTA-EVENT-COUNT    PIC 9(09) COMP VALUE 0.
           05 JOURNAL-EVENT-COUNT  PIC 9(09) COMP VALUE 0.
           05 REFUSED-EVENT-COUNT  PIC 9(09) COMP VALUE 0.
           05 BACKOUT-EVENT-COUNT  PIC 9(09) COMP VALUE 0.
           05 INQUIRY-EVENT-COUNT  PIC 9(09) COMP VALUE 0.
           05 PRINTED-EVENT-COUNT  PIC 9(09) COMP VALUE 0.
           05 GENERATIONS-READ     PIC 9(04) COMP VALUE 0.
           05 DELTAS-READ          PIC 9(04) COMP VALUE 0.
           05 TRAILS-MISSING       PIC 9(04) COMP VALUE 0.

       01 PREVIOUS-RUN-ID    PIC X(16) VALUE LOW-VALUES.

      * Decoded view of an event's 70-byte business area.
       01 TRACE-WORK-AREA.
           05 TRACEW-DATA.
               COPY BUSDATA REPLACING ==:PFX:== BY ==TRACEW==.

      * Report line shapes.
       01 REPORT-TITLE-LINE.
           05 FILLER           PIC X(24)
                                VALUE 'KEY LIFECYCLE TRACE FOR '.
           05 TITLE-SELECTION  PIC X(60).

       01 REPORT-HEADING-LINE.
           05 FILLER           PIC X(17) VALUE 'RUN ID'.
           05 FILLER           PIC X(21) VALUE 'EVENT'.
           05 FILLER           PIC X(11) VALUE 'KEY'.
           05 FILLER           PIC X(09) VALUE 'EFF DATE'.
           05 FILLER           PIC X(16) VALUE '         AMOUNT'.
           05 FILLER           PIC X(03) VALUE 'ST'.
           05 FILLER           PIC X(25) VALUE 'SOURCE / WHO'.
           05 FILLER           PIC X(30) VALUE 'NOTE'.

       01 REPORT-DETAIL-LINE.
           05 DETAIL-RUN-ID    PIC X(16).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DETAIL-EVENT     PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DETAIL-KEY       PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DETAIL-EFF-DATE  PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DETAIL-AMOUNT    PIC +9(11).9(02).
           05 DETAIL-AMOUNT-X  REDEFINES DETAIL-AMOUNT PIC X(15).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DETAIL-STATUS    PIC X(02).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DETAIL-WHO       PIC X(24).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DETAIL-NOTE      PIC X(30).

       01 REPORT-TRAILER-LINE.
           05 FILLER           PIC X(17) VALUE 'EVENTS TRACED   :'.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 TRAILER-EVENTS   PIC 9(09).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM SET-TRACE-SELECTION.
           PERFORM FIND-CYCLE-RUN-ID.
           IF TRACE-BY-KEY
               PERFORM LOAD-KEY-ALIASES
           END-IF.
           PERFORM LOAD-STATUS-REFERENCE.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           MOVE REPORT-TITLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM VARYING ALIAS-IDX FROM 2 BY 1
                   UNTIL ALIAS-IDX > ALIAS-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING '  FORMERLY KEY ' ALIAS-KEY(ALIAS-IDX)
                   ' (KEYXREF.DAT)' DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE REPORT-HEADING-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           SORT TRACE-SORT-FILE
               ON ASCENDING KEY TRACE-RUN-ID
               ON ASCENDING KEY TRACE-STAGE
               ON ASCENDING KEY TRACE-SEQUENCE
               INPUT PROCEDURE IS GATHER-EVENTS
               OUTPUT PROCEDURE IS PRINT-EVENTS.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE PRINTED-EVENT-COUNT TO TRAILER-EVENTS.
           MOVE REPORT-TRAILER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF STATUS-REF-LOADED AND STATUS-SHOWN-COUNT > 0
               PERFORM PRINT-STATUS-LEGEND
           END-IF.
           CLOSE REPORT-FILE.

           PERFORM PRINT-TRACE-SUMMARY.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       SET-TRACE-SELECTION.
           ACCEPT TRACE-KEY-PARM FROM ENVIRONMENT 'MERGE-TRACE-KEY'.
           ACCEPT TRACE-LOW-PARM FROM ENVIRONMENT 'MERGE-TRACE-LOW'.
           ACCEPT TRACE-HIGH-PARM FROM ENVIRONMENT 'MERGE-TRACE-HIGH'.

           MOVE SPACES TO TITLE-SELECTION.
           IF TRACE-KEY-PARM NOT = SPACES
               SET TRACE-BY-KEY TO TRUE
               MOVE 1 TO ALIAS-COUNT
               MOVE TRACE-KEY-PARM TO ALIAS-KEY(1)
               STRING 'KEY ' TRACE-KEY-PARM DELIMITED BY SIZE
                   INTO TITLE-SELECTION
           ELSE
               IF TRACE-LOW-PARM = SPACES AND TRACE-HIGH-PARM = SPACES
                   DISPLAY '*** ERROR - NOTHING TO TRACE - SET '
                       'MERGE-TRACE-KEY, OR MERGE-TRACE-LOW AND/OR '
                       'MERGE-TRACE-HIGH ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF TRACE-HIGH-PARM NOT = SPACES
                       AND TRACE-LOW-PARM > TRACE-HIGH-PARM
                   DISPLAY '*** ERROR - MERGE-TRACE-LOW '
                       TRACE-LOW-PARM ' IS ABOVE MERGE-TRACE-HIGH '
                       TRACE-HIGH-PARM ' ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET TRACE-BY-RANGE TO TRUE
               MOVE TRACE-LOW-PARM TO CANDIDATE-LOW
               IF CANDIDATE-LOW = SPACES
                   MOVE '(LOWEST)' TO CANDIDATE-LOW
               END-IF
               MOVE TRACE-HIGH-PARM TO CANDIDATE-HIGH
               IF CANDIDATE-HIGH = SPACES
                   MOVE '(HIGHEST)' TO CANDIDATE-HIGH
               END-IF
               STRING 'KEYS ' CANDIDATE-LOW ' TO ' CANDIDATE-HIGH
                   DELIMITED BY SIZE INTO TITLE-SELECTION
           END-IF.
           DISPLAY 'TRACING ' TITLE-SELECTION.

       FIND-CYCLE-RUN-ID.
      * The newest 'S' record on the run history names the cycle -
      * the GENVAULT convention; with no history this cycle's lines
      * carry a blank run id and sort first.
           OPEN INPUT RUN-HISTORY-FILE.

           IF RUN-HISTORY-NOT-FOUND
               MOVE 'Y' TO HISTORY-EOF-FLAG
               DISPLAY 'NOTE - RUNHIST.DAT NOT FOUND - THIS CYCLE''S '
                   'INTAKE LINES CARRY NO RUN ID'
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

       LOAD-KEY-ALIASES.
      * Every line of KEYXREF.DAT counts here, whatever its date - a
      * key's history under an old number happened before the change
      * came into force. The chain is followed backwards until a
      * pass adds nothing.
           OPEN INPUT KEY-XREF-FILE.
           IF KEY-XREF-NOT-FOUND
               MOVE 'Y' TO XREF-EOF-FLAG
           END-IF.

           PERFORM UNTIL XREF-EOF-FLAG = 'Y'
               READ KEY-XREF-FILE
                   AT END MOVE 'Y' TO XREF-EOF-FLAG
                   NOT AT END
                       PERFORM ADD-XREF-ENTRY
               END-READ
           END-PERFORM.

           IF NOT KEY-XREF-NOT-FOUND
               CLOSE KEY-XREF-FILE
           END-IF.

           MOVE 1 TO ALIAS-ADDED-COUNT.
           PERFORM UNTIL ALIAS-ADDED-COUNT = 0
               MOVE 0 TO ALIAS-ADDED-COUNT
               PERFORM VARYING XREF-IDX FROM 1 BY 1
                       UNTIL XREF-IDX > XREF-COUNT
                   PERFORM FOLLOW-ONE-XREF-ENTRY
               END-PERFORM
           END-PERFORM.

       ADD-XREF-ENTRY.
           IF XREF-IN-OLD-KEY = SPACES OR XREF-IN-NEW-KEY = SPACES
               CONTINUE
           ELSE
               IF XREF-COUNT >= XREF-TABLE-MAXIMUM
                   DISPLAY '*** ERROR - KEYXREF.DAT HAS MORE THAN '
                       XREF-TABLE-MAXIMUM ' LINES - INCREASE '
                       'XREF-TABLE-MAXIMUM AND RECOMPILE ***'
                   CLOSE KEY-XREF-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO XREF-COUNT
               SET XREF-IDX TO XREF-COUNT
               MOVE XREF-IN-OLD-KEY TO XREF-TAB-OLD-KEY(XREF-IDX)
               MOVE XREF-IN-NEW-KEY TO XREF-TAB-NEW-KEY(XREF-IDX)
           END-IF.

       FOLLOW-ONE-XREF-ENTRY.
      * An entry leading into a traced key adds its old key, once.
           MOVE XREF-TAB-NEW-KEY(XREF-IDX) TO CANDIDATE-KEY.
           PERFORM TEST-TRACED-KEY.
           IF KEY-IS-TRACED
               MOVE XREF-TAB-OLD-KEY(XREF-IDX) TO CANDIDATE-KEY
               PERFORM TEST-TRACED-KEY
               IF KEY-NOT-TRACED
                   IF ALIAS-COUNT >= ALIAS-TABLE-MAXIMUM
                       DISPLAY '*** ERROR - MORE THAN '
                           ALIAS-TABLE-MAXIMUM ' FORMER KEYS - '
                           'INCREASE ALIAS-TABLE-MAXIMUM AND '
                           'RECOMPILE ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO ALIAS-COUNT
                   MOVE CANDIDATE-KEY TO ALIAS-KEY(ALIAS-COUNT)
                   ADD 1 TO ALIAS-ADDED-COUNT
               END-IF
           END-IF.

       TEST-TRACED-KEY.
      * Is CANDIDATE-KEY one of ours?
           SET KEY-NOT-TRACED TO TRUE.
           IF TRACE-BY-KEY
               SET ALIAS-IDX TO 1
               SEARCH ALIAS-ENTRY
                   AT END CONTINUE
                   WHEN ALIAS-IDX > ALIAS-COUNT
                       CONTINUE
                   WHEN ALIAS-KEY(ALIAS-IDX) = CANDIDATE-KEY
                       SET KEY-IS-TRACED TO TRUE
               END-SEARCH
           ELSE
               IF (TRACE-LOW-PARM = SPACES
                       OR CANDIDATE-KEY NOT < TRACE-LOW-PARM)
                   AND (TRACE-HIGH-PARM = SPACES
                       OR CANDIDATE-KEY NOT > TRACE-HIGH-PARM)
                   SET KEY-IS-TRACED TO TRUE
               END-IF
           END-IF.

       TEST-TRACED-RANGE.
      * Did the range CANDIDATE-LOW to CANDIDATE-HIGH (blank = open)
      * cover any traced key?
           SET KEY-NOT-TRACED TO TRUE.
           IF TRACE-BY-KEY
               PERFORM VARYING ALIAS-IDX FROM 1 BY 1
                       UNTIL ALIAS-IDX > ALIAS-COUNT
                   IF (CANDIDATE-LOW = SPACES
                           OR ALIAS-KEY(ALIAS-IDX) NOT < CANDIDATE-LOW)
                       AND (CANDIDATE-HIGH = SPACES
                           OR ALIAS-KEY(ALIAS-IDX)
                               NOT > CANDIDATE-HIGH)
                       SET KEY-IS-TRACED TO TRUE
                   END-IF
               END-PERFORM
           ELSE
               IF (CANDIDATE-LOW = SPACES
                       OR TRACE-HIGH-PARM = SPACES
                       OR CANDIDATE-LOW NOT > TRACE-HIGH-PARM)
                   AND (CANDIDATE-HIGH = SPACES
                       OR TRACE-LOW-PARM = SPACES
                       OR CANDIDATE-HIGH NOT < TRACE-LOW-PARM)
                   SET KEY-IS-TRACED TO TRUE
               END-IF
           END-IF.

       LOAD-STATUS-REFERENCE.
      * Descriptions only - a missing file leaves the legend off.
      * The '**' and '??' lines only carry GL accounts and are
      * passed over.
           OPEN INPUT STATUS-REF-FILE.
           IF STATUS-REF-NOT-FOUND
               DISPLAY '*** WARNING - STATCODE.DAT NOT FOUND - NO '
                   'STATUS LEGEND ON THE TRACE ***'
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
           IF STATUS-REF-COUNT >= STATUS-REF-MAXIMUM
               DISPLAY '*** ERROR - STATCODE.DAT LISTS MORE THAN '
                   STATUS-REF-MAXIMUM ' STATUS CODES - INCREASE '
                   'STATUS-REF-MAXIMUM AND RECOMPILE ***'
               CLOSE STATUS-REF-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO STATUS-REF-COUNT.
           SET SREF-IDX TO STATUS-REF-COUNT.
           MOVE STATREF-CODE TO SREF-CODE(SREF-IDX).
           MOVE STATREF-DESCRIPTION TO SREF-DESCRIPTION(SREF-IDX).
           MOVE 'N' TO SREF-SHOWN-FLAG(SREF-IDX).

       NOTE-TRAIL-MISSING.
           ADD 1 TO TRAILS-MISSING.
           DISPLAY 'NOTE - ' ARCHIVE-NAME ' NOT FOUND - NOT TRACED'.

       RELEASE-EVENT.
      * The caller has filled in everything but the sequence.
           ADD 1 TO EVENT-SEQUENCE.
           MOVE EVENT-SEQUENCE TO TRACE-SEQUENCE.
           RELEASE TRACE-SORT-RECORD.

       GATHER-REJECTS.
           OPEN INPUT REJECT-FILE.
           IF REJECT-FILE-NOT-FOUND
               MOVE 'REJECTS.DAT' TO ARCHIVE-NAME
               PERFORM NOTE-TRAIL-MISSING
               MOVE 'Y' TO TRAIL-EOF-FLAG
           ELSE
               MOVE 'N' TO TRAIL-EOF-FLAG
           END-IF.

           PERFORM UNTIL TRAIL-EOF-FLAG = 'Y'
               READ REJECT-FILE
                   AT END MOVE 'Y' TO TRAIL-EOF-FLAG
                   NOT AT END
                       MOVE REJECT-KEY TO CANDIDATE-KEY
                       PERFORM TEST-TRACED-KEY
                       IF KEY-IS-TRACED
                           MOVE SPACES TO TRACE-SORT-RECORD
                           MOVE CYCLE-RUN-ID TO TRACE-RUN-ID
                           MOVE 01 TO TRACE-STAGE
                           MOVE REJECT-KEY TO TRACE-KEY
                           MOVE 'REJECTED ON INTAKE' TO TRACE-EVENT
                           MOVE 'Y' TO TRACE-DATA-FLAG
                           MOVE REJECT-DATA TO TRACE-DATA
                           MOVE REJECT-SOURCE TO TRACE-WHO
                           STRING 'REASON ' REJECT-REASON
                               DELIMITED BY SIZE INTO TRACE-NOTE
                           PERFORM RELEASE-EVENT
                           ADD 1 TO REJECT-EVENT-COUNT
                       END-IF
               END-READ
           END-PERFORM.

           IF NOT REJECT-FILE-NOT-FOUND
               CLOSE REJECT-FILE
           END-IF.

       LOAD-MERGE-WINNERS.
      * Read first, so the DUPKEYS lines can be judged; the MERGED
      * events themselves are released here too.
           OPEN INPUT MERGED-FILE.
           IF MERGED-FILE-NOT-FOUND
               MOVE 'MERGED.DAT' TO ARCHIVE-NAME
               PERFORM NOTE-TRAIL-MISSING
               MOVE 'Y' TO TRAIL-EOF-FLAG
           ELSE
               MOVE 'N' TO TRAIL-EOF-FLAG
           END-IF.

           PERFORM UNTIL TRAIL-EOF-FLAG = 'Y'
               READ MERGED-FILE
                   AT END MOVE 'Y' TO TRAIL-EOF-FLAG
                   NOT AT END
                       MOVE MERGED-KEY TO CANDIDATE-KEY
                       PERFORM TEST-TRACED-KEY
                       IF KEY-IS-TRACED
                           PERFORM ADD-MERGE-WINNER
                       END-IF
               END-READ
           END-PERFORM.

           IF NOT MERGED-FILE-NOT-FOUND
               CLOSE MERGED-FILE
           END-IF.

       ADD-MERGE-WINNER.
           IF WINNER-COUNT >= WINNER-TABLE-MAXIMUM
               DISPLAY '*** ERROR - MORE THAN ' WINNER-TABLE-MAXIMUM
                   ' TRACED KEYS ON MERGED.DAT - NARROW THE RANGE OR '
                   'INCREASE WINNER-TABLE-MAXIMUM AND RECOMPILE ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WINNER-COUNT.
           SET WIN-IDX TO WINNER-COUNT.
           MOVE MERGED-KEY TO WINNER-KEY(WIN-IDX).
           MOVE MERGED-SOURCE TO WINNER-SOURCE(WIN-IDX).

           MOVE SPACES TO TRACE-SORT-RECORD.
           MOVE CYCLE-RUN-ID TO TRACE-RUN-ID.
           MOVE 03 TO TRACE-STAGE.
           MOVE MERGED-KEY TO TRACE-KEY.
           MOVE 'MERGED' TO TRACE-EVENT.
           MOVE 'Y' TO TRACE-DATA-FLAG.
           MOVE MERGED-DATA TO TRACE-DATA.
           MOVE MERGED-SOURCE TO TRACE-WHO.
           MOVE 'KEPT BY MERGE-PURGE' TO TRACE-NOTE.
           PERFORM RELEASE-EVENT.
           ADD 1 TO MERGED-EVENT-COUNT.

       GATHER-DUPLICATES.
           OPEN INPUT DUPLICATE-FILE.
           IF DUPLICATE-FILE-NOT-FOUND
               MOVE 'DUPKEYS.DAT' TO ARCHIVE-NAME
               PERFORM NOTE-TRAIL-MISSING
               MOVE 'Y' TO TRAIL-EOF-FLAG
           ELSE
               MOVE 'N' TO TRAIL-EOF-FLAG
           END-IF.

           PERFORM UNTIL TRAIL-EOF-FLAG = 'Y'
               READ DUPLICATE-FILE
                   AT END MOVE 'Y' TO TRAIL-EOF-FLAG
                   NOT AT END
                       MOVE DUPLICATE-KEY TO CANDIDATE-KEY
                       PERFORM TEST-TRACED-KEY
                       IF KEY-IS-TRACED
                           PERFORM JUDGE-DUPLICATE
                       END-IF
               END-READ
           END-PERFORM.

           IF NOT DUPLICATE-FILE-NOT-FOUND
               CLOSE DUPLICATE-FILE
           END-IF.

       JUDGE-DUPLICATE.
           MOVE SPACES TO TRACE-SORT-RECORD.
           MOVE CYCLE-RUN-ID TO TRACE-RUN-ID.
           MOVE 02 TO TRACE-STAGE.
           MOVE DUPLICATE-KEY TO TRACE-KEY.
           MOVE 'DUPLICATE KEY' TO TRACE-EVENT.
           MOVE 'N' TO TRACE-DATA-FLAG.
           MOVE DUPLICATE-SOURCE TO TRACE-WHO.
           MOVE 'PURGED BY MERGE-PURGE' TO TRACE-NOTE.
           SET WIN-IDX TO 1.
           SEARCH WINNER-ENTRY
               AT END CONTINUE
               WHEN WIN-IDX > WINNER-COUNT
                   CONTINUE
               WHEN WINNER-KEY(WIN-IDX) = DUPLICATE-KEY
                   IF WINNER-SOURCE(WIN-IDX) = DUPLICATE-SOURCE
                       MOVE 'KEPT BY MERGE-PURGE' TO TRACE-NOTE
                   END-IF
           END-SEARCH.
           PERFORM RELEASE-EVENT.
           ADD 1 TO DUPLICATE-EVENT-COUNT.

       GATHER-PENDING.
           OPEN INPUT PENDING-FILE.
           IF PENDING-FILE-NOT-FOUND
               MOVE 'PENDING.DAT' TO ARCHIVE-NAME
               PERFORM NOTE-TRAIL-MISSING
               MOVE 'Y' TO TRAIL-EOF-FLAG
           ELSE
               MOVE 'N' TO TRAIL-EOF-FLAG
           END-IF.

           PERFORM UNTIL TRAIL-EOF-FLAG = 'Y'
               READ PENDING-FILE
                   AT END MOVE 'Y' TO TRAIL-EOF-FLAG
                   NOT AT END
                       MOVE PENDING-KEY TO CANDIDATE-KEY
                       PERFORM TEST-TRACED-KEY
                       IF KEY-IS-TRACED
                           MOVE SPACES TO TRACE-SORT-RECORD
                           MOVE CYCLE-RUN-ID TO TRACE-RUN-ID
                           MOVE 04 TO TRACE-STAGE
                           MOVE PENDING-KEY TO TRACE-KEY
                           MOVE 'HELD PENDING' TO TRACE-EVENT
                           MOVE 'Y' TO TRACE-DATA-FLAG
                           MOVE PENDING-DATA TO TRACE-DATA
                           MOVE PENDING-SOURCE TO TRACE-WHO
                           MOVE 'FUTURE-DATED - CARRIED FORWARD'
                               TO TRACE-NOTE
                           PERFORM RELEASE-EVENT
                           ADD 1 TO PENDING-EVENT-COUNT
                       END-IF
               END-READ
           END-PERFORM.

           IF NOT PENDING-FILE-NOT-FOUND
               CLOSE PENDING-FILE
           END-IF.

       GATHER-AGED-REJECTS.
           OPEN INPUT AGED-FILE.
           IF AGED-FILE-NOT-FOUND
               MOVE 'REJAGED.DAT' TO ARCHIVE-NAME
               PERFORM NOTE-TRAIL-MISSING
               MOVE 'Y' TO TRAIL-EOF-FLAG
           ELSE
               MOVE 'N' TO TRAIL-EOF-FLAG
           END-IF.

           PERFORM UNTIL TRAIL-EOF-FLAG = 'Y'
               READ AGED-FILE
                   AT END MOVE 'Y' TO TRAIL-EOF-FLAG
                   NOT AT END
                       MOVE AGED-KEY TO CANDIDATE-KEY
                       PERFORM TEST-TRACED-KEY
                       IF KEY-IS-TRACED
                           MOVE SPACES TO TRACE-SORT-RECORD
                           MOVE CYCLE-RUN-ID TO TRACE-RUN-ID
                           MOVE 05 TO TRACE-STAGE
                           MOVE AGED-KEY TO TRACE-KEY
                           MOVE 'UNREPAIRED REJECT' TO TRACE-EVENT
                           MOVE 'Y' TO TRACE-DATA-FLAG
                           MOVE AGED-DATA TO TRACE-DATA
                           MOVE AGED-SOURCE TO TRACE-WHO
                           STRING 'REASON ' AGED-REASON ' AGED '
                               AGED-CYCLES ' CYCLES'
                               DELIMITED BY SIZE INTO TRACE-NOTE
                           PERFORM RELEASE-EVENT
                           ADD 1 TO AGED-EVENT-COUNT
                       END-IF
               END-READ
           END-PERFORM.

           IF NOT AGED-FILE-NOT-FOUND
               CLOSE AGED-FILE
           END-IF.

       GATHER-GENERATIONS.
      * Every active generation on GENCAT.DAT; a purged one has been
      * emptied and is passed over.
           OPEN INPUT CATALOG-FILE.
           IF CATALOG-FILE-NOT-FOUND
               MOVE 'GENCAT.DAT' TO ARCHIVE-NAME
               PERFORM NOTE-TRAIL-MISSING
               MOVE 'Y' TO TRAIL-EOF-FLAG
           ELSE
               MOVE 'N' TO TRAIL-EOF-FLAG
           END-IF.

           PERFORM UNTIL TRAIL-EOF-FLAG = 'Y'
               READ CATALOG-FILE
                   AT END MOVE 'Y' TO TRAIL-EOF-FLAG
                   NOT AT END
                       IF CATALOG-STATUS = 'A'
                           PERFORM SCAN-ONE-GENERATION
                       END-IF
               END-READ
           END-PERFORM.

           IF NOT CATALOG-FILE-NOT-FOUND
               CLOSE CATALOG-FILE
           END-IF.

       SCAN-ONE-GENERATION.
           MOVE 'OUTPUT.G' TO ARCHIVE-NAME-STEM.
           MOVE CATALOG-GEN-NUMBER TO ARCHIVE-NAME-DIGITS.
           PERFORM BUILD-ARCHIVE-NAME.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-NOT-FOUND
               PERFORM NOTE-TRAIL-MISSING
               MOVE 'Y' TO ARCHIVE-EOF-FLAG
           ELSE
               ADD 1 TO GENERATIONS-READ
               MOVE 'N' TO ARCHIVE-EOF-FLAG
           END-IF.

           PERFORM UNTIL ARCHIVE-EOF-FLAG = 'Y'
               READ ARCHIVE-FILE
                   AT END MOVE 'Y' TO ARCHIVE-EOF-FLAG
                   NOT AT END
                       MOVE ARCHIVE-KEY TO CANDIDATE-KEY
                       PERFORM TEST-TRACED-KEY
                       IF KEY-IS-TRACED
                           MOVE SPACES TO TRACE-SORT-RECORD
                           MOVE CATALOG-RUN-ID TO TRACE-RUN-ID
                           MOVE 06 TO TRACE-STAGE
                           MOVE ARCHIVE-KEY TO TRACE-KEY
                           MOVE 'BANKED ON MASTER' TO TRACE-EVENT
                           MOVE 'Y' TO TRACE-DATA-FLAG
                           MOVE ARCHIVE-DATA TO TRACE-DATA
                           MOVE ARCHIVE-SOURCE TO TRACE-WHO
                           MOVE ARCHIVE-NAME TO TRACE-NOTE
                           PERFORM RELEASE-EVENT
                           ADD 1 TO BANKED-EVENT-COUNT
                       END-IF
               END-READ
           END-PERFORM.

           IF NOT ARCHIVE-FILE-NOT-FOUND
               CLOSE ARCHIVE-FILE
           END-IF.

       BUILD-ARCHIVE-NAME.
      * The stem plus the four-digit number, GENVAULT fashion.
           MOVE SPACES TO ARCHIVE-NAME.
           STRING ARCHIVE-NAME-STEM DELIMITED BY SPACE
                  ARCHIVE-NAME-DIGITS DELIMITED BY SIZE
               INTO ARCHIVE-NAME.

       GATHER-DELTAS.
           OPEN INPUT DELTA-CATALOG-FILE.
           IF DELTA-CATALOG-NOT-FOUND
               MOVE 'DLTCAT.DAT' TO ARCHIVE-NAME
               PERFORM NOTE-TRAIL-MISSING
               MOVE 'Y' TO TRAIL-EOF-FLAG
           ELSE
               MOVE 'N' TO TRAIL-EOF-FLAG
           END-IF.

           PERFORM UNTIL TRAIL-EOF-FLAG = 'Y'
               READ DELTA-CATALOG-FILE
                   AT END MOVE 'Y' TO TRAIL-EOF-FLAG
                   NOT AT END
                       PERFORM SCAN-ONE-DELTA
               END-READ
           END-PERFORM.

           IF NOT DELTA-CATALOG-NOT-FOUND
               CLOSE DELTA-CATALOG-FILE
           END-IF.

       SCAN-ONE-DELTA.
      * The 'HDR' / 'TRL' wrapper lines carry no action and drop out
      * on the action test. A REKEY counts for its old key too.
           MOVE 'DELTA.G' TO ARCHIVE-NAME-STEM.
           MOVE DLTCAT-NUMBER TO ARCHIVE-NAME-DIGITS.
           PERFORM BUILD-ARCHIVE-NAME.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-NOT-FOUND
               PERFORM NOTE-TRAIL-MISSING
               MOVE 'Y' TO ARCHIVE-EOF-FLAG
           ELSE
               ADD 1 TO DELTAS-READ
               MOVE 'N' TO ARCHIVE-EOF-FLAG
           END-IF.

           PERFORM UNTIL ARCHIVE-EOF-FLAG = 'Y'
               READ ARCHIVE-FILE
                   AT END MOVE 'Y' TO ARCHIVE-EOF-FLAG
                   NOT AT END
                       IF DELTA-ACTION = 'ADD'
                               OR DELTA-ACTION = 'CHANGE'
                               OR DELTA-ACTION = 'DELETE'
                               OR DELTA-ACTION = 'REKEY'
                           PERFORM JUDGE-DELTA-EVENT
                       END-IF
               END-READ
           END-PERFORM.

           IF NOT ARCHIVE-FILE-NOT-FOUND
               CLOSE ARCHIVE-FILE
           END-IF.

       JUDGE-DELTA-EVENT.
           MOVE DELTA-KEY TO CANDIDATE-KEY.
           PERFORM TEST-TRACED-KEY.
           IF KEY-NOT-TRACED AND DELTA-ACTION = 'REKEY'
               MOVE DELTA-OLD-KEY TO CANDIDATE-KEY
               PERFORM TEST-TRACED-KEY
           END-IF.

           IF KEY-IS-TRACED
               MOVE SPACES TO TRACE-SORT-RECORD
               MOVE DLTCAT-RUN-ID TO TRACE-RUN-ID
               MOVE 07 TO TRACE-STAGE
               MOVE DELTA-KEY TO TRACE-KEY
               STRING 'DELTA ' DELTA-ACTION DELIMITED BY SIZE
                   INTO TRACE-EVENT
               MOVE 'Y' TO TRACE-DATA-FLAG
               MOVE DELTA-DATA TO TRACE-DATA
               MOVE DELTA-SOURCE TO TRACE-WHO
               IF DELTA-ACTION = 'REKEY'
                   STRING ARCHIVE-NAME DELIMITED BY SPACE
                          ' FROM KEY ' DELTA-OLD-KEY
                          DELIMITED BY SIZE INTO TRACE-NOTE
               ELSE
                   MOVE ARCHIVE-NAME TO TRACE-NOTE
               END-IF
               PERFORM RELEASE-EVENT
               ADD 1 TO DELTA-EVENT-COUNT
           END-IF.

       GATHER-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-FILE-NOT-FOUND
               MOVE 'UPDTJRNL.DAT' TO ARCHIVE-NAME
               PERFORM NOTE-TRAIL-MISSING
               MOVE 'Y' TO TRAIL-EOF-FLAG
           ELSE
               MOVE 'N' TO TRAIL-EOF-FLAG
           END-IF.

           PERFORM UNTIL TRAIL-EOF-FLAG = 'Y'
               READ JOURNAL-FILE
                   AT END MOVE 'Y' TO TRAIL-EOF-FLAG
                   NOT AT END
                       MOVE JRNL-KEY TO CANDIDATE-KEY
                       PERFORM TEST-TRACED-KEY
                       IF KEY-NOT-TRACED AND JRNL-OLD-KEY NOT = SPACES
                           MOVE JRNL-OLD-KEY TO CANDIDATE-KEY
                           PERFORM TEST-TRACED-KEY
                       END-IF
                       IF KEY-IS-TRACED
                           PERFORM RELEASE-JOURNAL-IMAGES
                       END-IF
               END-READ
           END-PERFORM.

           IF NOT JOURNAL-FILE-NOT-FOUND
               CLOSE JOURNAL-FILE
           END-IF.

       RELEASE-JOURNAL-IMAGES.
      * One line per image the journal holds - an ADD has no before,
      * a DELETE no after.
           IF JRNL-BEFORE-FLAG = 'Y'
               MOVE SPACES TO TRACE-SORT-RECORD
               MOVE JRNL-RUN-ID TO TRACE-RUN-ID
               MOVE 08 TO TRACE-STAGE
               MOVE JRNL-KEY TO TRACE-KEY
               STRING 'MAINT ' JRNL-ACTION ' BEFORE'
                   DELIMITED BY SIZE INTO TRACE-EVENT
               MOVE 'Y' TO TRACE-DATA-FLAG
               MOVE JRNL-BEFORE-DATA TO TRACE-DATA
               MOVE JRNL-BEFORE-SOURCE TO TRACE-WHO
               IF JRNL-OLD-KEY NOT = SPACES
                   STRING 'UNDER OLD KEY ' JRNL-OLD-KEY
                       DELIMITED BY SIZE INTO TRACE-NOTE
               END-IF
               PERFORM RELEASE-EVENT
               ADD 1 TO JOURNAL-EVENT-COUNT
           END-IF.

           IF JRNL-AFTER-FLAG = 'Y'
               MOVE SPACES TO TRACE-SORT-RECORD
               MOVE JRNL-RUN-ID TO TRACE-RUN-ID
               MOVE 08 TO TRACE-STAGE
               MOVE JRNL-KEY TO TRACE-KEY
               STRING 'MAINT ' JRNL-ACTION ' AFTER'
                   DELIMITED BY SIZE INTO TRACE-EVENT
               MOVE 'Y' TO TRACE-DATA-FLAG
               MOVE JRNL-AFTER-DATA TO TRACE-DATA
               MOVE JRNL-AFTER-SOURCE TO TRACE-WHO
               MOVE 'APPLIED' TO TRACE-NOTE
               PERFORM RELEASE-EVENT
               ADD 1 TO JOURNAL-EVENT-COUNT
           END-IF.

       GATHER-REFUSED-MAINTENANCE.
           OPEN INPUT REGISTER-FILE.
           IF REGISTER-FILE-NOT-FOUND
               MOVE 'UPDTREG.DAT' TO ARCHIVE-NAME
               PERFORM NOTE-TRAIL-MISSING
               MOVE 'Y' TO TRAIL-EOF-FLAG
           ELSE
               MOVE 'N' TO TRAIL-EOF-FLAG
           END-IF.

           PERFORM UNTIL TRAIL-EOF-FLAG = 'Y'
               READ REGISTER-FILE
                   AT END MOVE 'Y' TO TRAIL-EOF-FLAG
                   NOT AT END
                       MOVE REGISTER-KEY TO CANDIDATE-KEY
                       PERFORM TEST-TRACED-KEY
                       IF KEY-IS-TRACED
                               AND REGISTER-DISPOSITION(1:7)
                                   NOT = 'APPLIED'
                           MOVE SPACES TO TRACE-SORT-RECORD
                           MOVE REGISTER-RUN-ID TO TRACE-RUN-ID
                           MOVE 08 TO TRACE-STAGE
                           MOVE REGISTER-KEY TO TRACE-KEY
                           PERFORM NAME-REGISTER-EVENT
                           MOVE 'N' TO TRACE-DATA-FLAG
                           IF REGISTER-OPERATOR-ID NOT = SPACES
                               STRING 'OPERATOR ' REGISTER-OPERATOR-ID
                                   DELIMITED BY SIZE INTO TRACE-WHO
                           END-IF
                           MOVE REGISTER-DISPOSITION TO TRACE-NOTE
                           PERFORM RELEASE-EVENT
                           ADD 1 TO REFUSED-EVENT-COUNT
                       END-IF
               END-READ
           END-PERFORM.

           IF NOT REGISTER-FILE-NOT-FOUND
               CLOSE REGISTER-FILE
           END-IF.

       NAME-REGISTER-EVENT.
      * Parked, declined and expired items are named apart from the
      * rejects, so a trace does not read a wait for approval as a
      * refusal.
           IF REGISTER-DISPOSITION(1:4) = 'HELD'
               STRING 'MAINT ' REGISTER-ACTION ' HELD'
                   DELIMITED BY SIZE INTO TRACE-EVENT
           ELSE
               IF REGISTER-DISPOSITION(1:8) = 'DECLINED'
                       OR REGISTER-DISPOSITION(1:7) = 'EXPIRED'
                   STRING 'MAINT ' REGISTER-ACTION ' DROPPED'
                       DELIMITED BY SIZE INTO TRACE-EVENT
               ELSE
                   STRING 'MAINT ' REGISTER-ACTION ' REFUSED'
                       DELIMITED BY SIZE INTO TRACE-EVENT
               END-IF
           END-IF.

       GATHER-BACKOUTS.
           OPEN INPUT BACKOUT-REGISTER-FILE.
           IF BACKOUT-REGISTER-NOT-FOUND
               MOVE 'BKOUTREG.DAT' TO ARCHIVE-NAME
               PERFORM NOTE-TRAIL-MISSING
               MOVE 'Y' TO TRAIL-EOF-FLAG
           ELSE
               MOVE 'N' TO TRAIL-EOF-FLAG
           END-IF.

           PERFORM UNTIL TRAIL-EOF-FLAG = 'Y'
               READ BACKOUT-REGISTER-FILE
                   AT END MOVE 'Y' TO TRAIL-EOF-FLAG
                   NOT AT END
                       MOVE BKOUT-KEY TO CANDIDATE-KEY
                       PERFORM TEST-TRACED-KEY
                       IF KEY-IS-TRACED
                           MOVE SPACES TO TRACE-SORT-RECORD
                           MOVE BKOUT-RUN-ID TO TRACE-RUN-ID
                           MOVE 09 TO TRACE-STAGE
                           MOVE BKOUT-KEY TO TRACE-KEY
                           STRING 'BACKED OUT ' BKOUT-ACTION
                               DELIMITED BY SIZE INTO TRACE-EVENT
                           MOVE 'N' TO TRACE-DATA-FLAG
                           MOVE 'MSTRBKOUT' TO TRACE-WHO
                           MOVE BKOUT-DISPOSITION TO TRACE-NOTE
                           PERFORM RELEASE-EVENT
                           ADD 1 TO BACKOUT-EVENT-COUNT
                       END-IF
               END-READ
           END-PERFORM.

           IF NOT BACKOUT-REGISTER-NOT-FOUND
               CLOSE BACKOUT-REGISTER-FILE
           END-IF.

       GATHER-INQUIRIES.
      * An exact-key inquiry counts when the key is ours; a range or
      * an open scan when it covered one of ours.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-NOT-FOUND
               MOVE 'INQAUDIT.DAT' TO ARCHIVE-NAME
               PERFORM NOTE-TRAIL-MISSING
               MOVE 'Y' TO TRAIL-EOF-FLAG
           ELSE
               MOVE 'N' TO TRAIL-EOF-FLAG
           END-IF.

           PERFORM UNTIL TRAIL-EOF-FLAG = 'Y'
               READ AUDIT-FILE
                   AT END MOVE 'Y' TO TRAIL-EOF-FLAG
                   NOT AT END
                       PERFORM JUDGE-INQUIRY
               END-READ
           END-PERFORM.

           IF NOT AUDIT-FILE-NOT-FOUND
               CLOSE AUDIT-FILE
           END-IF.

       JUDGE-INQUIRY.
           IF AUDIT-EXACT-KEY NOT = SPACES
               MOVE AUDIT-EXACT-KEY TO CANDIDATE-KEY
               PERFORM TEST-TRACED-KEY
           ELSE
               MOVE AUDIT-KEY-LOW TO CANDIDATE-LOW
               MOVE AUDIT-KEY-HIGH TO CANDIDATE-HIGH
               PERFORM TEST-TRACED-RANGE
           END-IF.

           IF KEY-IS-TRACED
               MOVE SPACES TO TRACE-SORT-RECORD
               MOVE AUDIT-RUN-ID TO TRACE-RUN-ID
               MOVE 10 TO TRACE-STAGE
               MOVE 'INQUIRY' TO TRACE-EVENT
               MOVE 'N' TO TRACE-DATA-FLAG
               STRING 'REQUESTOR ' AUDIT-REQUESTOR
                   DELIMITED BY SIZE INTO TRACE-WHO
               IF AUDIT-EXACT-KEY NOT = SPACES
                   MOVE AUDIT-EXACT-KEY TO TRACE-KEY
                   STRING AUDIT-HIT-COUNT ' RECORD(S) SHOWN'
                       DELIMITED BY SIZE INTO TRACE-NOTE
               ELSE
                   STRING 'RANGE ' AUDIT-KEY-LOW '-' AUDIT-KEY-HIGH
                       DELIMITED BY SIZE INTO TRACE-NOTE
               END-IF
               PERFORM RELEASE-EVENT
               ADD 1 TO INQUIRY-EVENT-COUNT
           END-IF.

       PRINT-ONE-EVENT.
      * A blank line between runs keeps each run's story together.
           IF TRACE-RUN-ID NOT = PREVIOUS-RUN-ID
                   AND PRINTED-EVENT-COUNT > 0
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE TRACE-RUN-ID TO PREVIOUS-RUN-ID.

           MOVE TRACE-RUN-ID TO DETAIL-RUN-ID.
           MOVE TRACE-EVENT TO DETAIL-EVENT.
           MOVE TRACE-KEY TO DETAIL-KEY.
           MOVE TRACE-WHO TO DETAIL-WHO.
           MOVE TRACE-NOTE TO DETAIL-NOTE.
           MOVE SPACES TO DETAIL-EFF-DATE DETAIL-STATUS.
           MOVE SPACES TO DETAIL-AMOUNT-X.
           IF TRACE-DATA-FLAG = 'Y'
               MOVE TRACE-DATA TO TRACEW-DATA
               MOVE TRACEW-EFFECTIVE-DATE TO DETAIL-EFF-DATE
               MOVE TRACEW-STATUS-CODE TO DETAIL-STATUS
               IF STATUS-REF-LOADED
                       AND TRACEW-STATUS-CODE NOT = SPACES
                   MOVE TRACEW-STATUS-CODE TO SREF-LOOKUP-CODE
                   PERFORM NOTE-STATUS-SHOWN
               END-IF
               IF TRACEW-AMOUNT IS NUMERIC
                   MOVE TRACEW-AMOUNT TO DETAIL-AMOUNT
               ELSE
                   MOVE '*NOT NUMERIC*' TO DETAIL-AMOUNT-X
               END-IF
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           MOVE REPORT-DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO PRINTED-EVENT-COUNT.

       NOTE-STATUS-SHOWN.
      * Mark the code for the legend, taking a spare slot for one the
      * file does not list. With the spare slots gone the code is
      * simply left out of the legend.
           SET SREF-IDX TO 1.
           SEARCH STATUS-REF-ENTRY
               AT END CONTINUE
               WHEN SREF-IDX > STATUS-REF-COUNT
                   IF STATUS-REF-COUNT < STATUS-REF-SLOTS
                       ADD 1 TO STATUS-REF-COUNT
                       SET SREF-IDX TO STATUS-REF-COUNT
                       MOVE SREF-LOOKUP-CODE TO SREF-CODE(SREF-IDX)
                       MOVE 'NOT ON STATCODE.DAT'
                           TO SREF-DESCRIPTION(SREF-IDX)
                       MOVE 'Y' TO SREF-SHOWN-FLAG(SREF-IDX)
                       ADD 1 TO STATUS-SHOWN-COUNT
                   END-IF
               WHEN SREF-CODE(SREF-IDX) = SREF-LOOKUP-CODE
                   IF NOT SREF-SHOWN(SREF-IDX)
                       MOVE 'Y' TO SREF-SHOWN-FLAG(SREF-IDX)
                       ADD 1 TO STATUS-SHOWN-COUNT
                   END-IF
           END-SEARCH.

       PRINT-STATUS-LEGEND.
      * Listed in STATCODE.DAT order, the codes it does not list
      * after them in the order the trace met them.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'STATUS CODES SHOWN:' TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM VARYING SREF-IDX FROM 1 BY 1
                   UNTIL SREF-IDX > STATUS-REF-COUNT
               IF SREF-SHOWN(SREF-IDX)
                   MOVE SREF-CODE(SREF-IDX) TO LEGEND-CODE
                   MOVE SREF-DESCRIPTION(SREF-IDX)
                       TO LEGEND-DESCRIPTION
                   MOVE SPACES TO REPORT-RECORD
                   MOVE LEGEND-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM.

       PRINT-TRACE-SUMMARY.
           DISPLAY '==========================================='.
           DISPLAY 'KEYTRACE KEY LIFECYCLE TRACE SUMMARY'.
           DISPLAY '==========================================='.
           DISPLAY 'SELECTION . . . . . . . . . . : ' TITLE-SELECTION.
           IF ALIAS-COUNT > 1
               COMPUTE ALIAS-ADDED-COUNT = ALIAS-COUNT - 1
               DISPLAY 'FORMER KEYS FOLLOWED  . . . . : '
                   ALIAS-ADDED-COUNT
           END-IF.
           DISPLAY 'THIS CYCLE''S MERGE RUN ID  . . : ' CYCLE-RUN-ID.
           DISPLAY 'REJECTED ON INTAKE  . . . . . : '
               REJECT-EVENT-COUNT.
           DISPLAY 'DUPLICATE KEY DECISIONS . . . : '
               DUPLICATE-EVENT-COUNT.
           DISPLAY 'MERGED THIS CYCLE . . . . . . : '
               MERGED-EVENT-COUNT.
           DISPLAY 'HELD PENDING  . . . . . . . . : '
               PENDING-EVENT-COUNT.
           DISPLAY 'UNREPAIRED REJECTS  . . . . . : '
               AGED-EVENT-COUNT.
           DISPLAY 'BANKED GENERATIONS READ . . . : '
               GENERATIONS-READ.
           DISPLAY 'BANKED ON MASTER  . . . . . . : '
               BANKED-EVENT-COUNT.
           DISPLAY 'ARCHIVED DELTAS READ  . . . . : ' DELTAS-READ.
           DISPLAY 'DELTA EVENTS  . . . . . . . . : '
               DELTA-EVENT-COUNT.
           DISPLAY 'MAINTENANCE IMAGES  . . . . . : '
               JOURNAL-EVENT-COUNT.
           DISPLAY 'MAINTENANCE NOT APPLIED . . . : '
               REFUSED-EVENT-COUNT.
           DISPLAY 'BACKOUTS  . . . . . . . . . . : '
               BACKOUT-EVENT-COUNT.
           DISPLAY 'INQUIRIES . . . . . . . . . . : '
               INQUIRY-EVENT-COUNT.
           DISPLAY 'EVENTS WRITTEN TO TRACERPT.DAT : '
               PRINTED-EVENT-COUNT.
           IF TRAILS-MISSING > 0
               DISPLAY 'TRAILS NOT ON HAND  . . . . . : '
                   TRAILS-MISSING
           END-IF.
           IF PRINTED-EVENT-COUNT = 0
               DISPLAY 'NOTHING ON ANY TRAIL FOR THIS SELECTION'
           END-IF.
           DISPLAY '==========================================='.

       GATHER-EVENTS SECTION.
           PERFORM GATHER-REJECTS.
           PERFORM LOAD-MERGE-WINNERS.
           PERFORM GATHER-DUPLICATES.
           PERFORM GATHER-PENDING.
           PERFORM GATHER-AGED-REJECTS.
           PERFORM GATHER-GENERATIONS.
           PERFORM GATHER-DELTAS.
           PERFORM GATHER-JOURNAL.
           PERFORM GATHER-REFUSED-MAINTENANCE.
           PERFORM GATHER-BACKOUTS.
           PERFORM GATHER-INQUIRIES.

       PRINT-EVENTS SECTION.
           PERFORM UNTIL SORT-EOF-FLAG = 'Y'
               RETURN TRACE-SORT-FILE
                   AT END MOVE 'Y' TO SORT-EOF-FLAG
                   NOT AT END
                       PERFORM PRINT-ONE-EVENT
               END-RETURN
           END-PERFORM.
