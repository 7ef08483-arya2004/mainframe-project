      * before falling back to the literal itself, so operations can
      * redirect any of these datasets without a recompile, e.g.
      * DD_OUTPUT_DAT=/archive/run217/OUTPUT.DAT.
      *
      * Key-range partitions. With MERGE-PARTITION=nn set, this run is
      * one partition of a merge split by key range on PARTCTL.DAT
      * (see PARTCTL): it reads every source and the pending backlog
      * as usual, but keeps only the records whose key (after any
      * KEYXREF translation) falls in partition nn's range - the rest
      * belong to another partition and are only counted, so that
      * MRGCOMBN can prove every record went to exactly one place.
      * Every dataset the run writes gets the partition's own name,
      * so all partitions can run at once and a failed one can be
      * rerun (and restarted from its own checkpoint) on its own:
      *     MERGED.Pnn  OUTPUT.Pnn  REJECTS.Pnn  DUPKEYS.Pnn
      *     PENDING.Pnn (in place of PENDING.NEW)  CHECKPOINT.Pnn
      *     RUNSTAT.Pnn RUNHIST.Pnn <source>.ACK.Pnn
      *     and the sort and pre-sorted work files, .Pnn for .TMP
      * OUTPUT.Pnn is always sequential - MRGCOMBN builds the indexed
      * OUTPUT.DAT when MERGE-OUTPUT-ORG asks for it. RUNHIST.Pnn is
      * rewritten by each run of the partition rather than appended
      * to, and carries two extra records for MRGCOMBN (see the FD);
      * MRGCOMBN folds the partitions into RUNHIST.DAT, RUNSTAT.DAT
      * and CYCSTAT.DAT as one run, so a partition writes nothing to
      * CYCSTAT.DAT itself. Those datasets are named through the
      * *-DDNAME items in WORKING-STORAGE; their values default to
      * the usual names, which resolve against the environment just
      * as the literals do. Without MERGE-PARTITION the run is the
      * single whole merge it always was.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO 'MERGECTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
      * this file exists and matches the current run's configuration
      * (see BUILD-RUN-FINGERPRINT), a restart reads it directly instead
      * of re-reading every input file and re-running the SORT.
           SELECT MERGED-FILE ASSIGN DYNAMIC MERGED-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGED-FILE-STATUS.

           SELECT OUTPUT-FILE ASSIGN DYNAMIC OUTPUT-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL.

      * Indexed alternative to OUTPUT-FILE, selected at run time by
               RECORD KEY IS OUTPUT-KEY-IDX
               FILE STATUS IS OUTPUT-INDEXED-STATUS.

           SELECT REJECT-FILE ASSIGN DYNAMIC REJECT-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL.

      * Intake acknowledgement, one per source listed in MERGECTL.DAT,
      * named after the source with '.ACK' appended (FEED1.DAT gives
      * FEED1.DAT.ACK) and rewritten every run that reads the sources
      * - a machine-readable ACK/NAK the sending system can act on
      * without phoning operations. See WRITE-ACK-HEADER for layout.
           SELECT ACK-FILE ASSIGN DYNAMIC ACK-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DUPLICATE-FILE ASSIGN DYNAMIC DUPLICATE-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL.

      * Future-dated holding pen. A record whose EFFECTIVE-DATE is
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-IN-STATUS.

           SELECT PENDING-OUT-FILE ASSIGN DYNAMIC PENDING-OUT-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL.

      * Key re-numberings kept by operations (see KEYXREF). A sender
      * still shipping a retired key has it translated to the key now
      * in force the moment the record is read, before any edit, so
      * validation, merge-purge and every downstream step only ever
      * see the current key; held records coming back off PENDING.DAT
      * are translated the same way. A reject goes back to the sender
      * on REJECTS.DAT and the acknowledgement under the key they
      * shipped. Optional - without the file no key is translated.
           SELECT KEY-XREF-FILE ASSIGN TO 'KEYXREF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEY-XREF-STATUS.

      * Status reference (see STATREF): the STATUS-CODE edit accepts
      * only a code in force on the run date, and the per-status
      * ledger breakdown has one slot per code listed. Required - a
      * merge that cannot tell a good status from a bad one must not
      * run.
           SELECT STATUS-REF-FILE ASSIGN TO 'STATCODE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-REF-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN DYNAMIC CHECKPOINT-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-FILE-STATUS.

      * before reaching end-of-job leaves a stale (or absent) record;
      * the bridge treats that as a failure, so only clean completion
      * paths write it.
           SELECT RUN-STATUS-FILE ASSIGN DYNAMIC RUN-STATUS-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL.

      * Permanent, append-only audit trail of every run's
      * reconciliation totals - the same numbers PRINT-CONTROL-REPORT
      * displays, which otherwise vanish with the sysout. RUNHRPT
      * reads this file back for the cross-run anomaly report.
           SELECT RUN-HISTORY-FILE ASSIGN DYNAMIC RUN-HISTORY-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-HISTORY-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCLE-STATUS-STATUS.

           SELECT SORT-FILE ASSIGN DYNAMIC SORT-DDNAME.

      * Work files for the pre-sorted feed bypass. Sources flagged
      * pre-sorted in MERGECTL.DAT skip the SORT: their records are
      * SORT). The genuinely unsorted sources are sorted into
      * SORTED-WORK-FILE, and a MERGE then combines all four streams
      * through the same merge-purge output procedure.
           SELECT PRESORT-WORK-FILE-1 ASSIGN DYNAMIC PRESORT-1-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRESORT-WORK-FILE-2 ASSIGN DYNAMIC PRESORT-2-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRESORT-WORK-FILE-3 ASSIGN DYNAMIC PRESORT-3-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTED-WORK-FILE ASSIGN DYNAMIC SORTED-WORK-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL.

      * Key-range partition boundaries - read only when the run is
      * one partition (MERGE-PARTITION set).
           SELECT PARTITION-CONTROL-FILE ASSIGN TO 'PARTCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTITION-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 INPUT-TRAILER-KEY-HASH  PIC 9(15).
           05 FILLER                  PIC X(53).

       FD KEY-XREF-FILE.
       01 KEY-XREF-RECORD.
           COPY KEYXREF REPLACING ==:PFX:== BY ==XREF-IN==.

       FD STATUS-REF-FILE.
       01 STATUS-REF-RECORD.
           COPY STATREF REPLACING ==:PFX:== BY ==STATREF==.

       FD MERGED-FILE.
       01 MERGED-RECORD.
           05 MERGED-KEY       PIC X(10).
           05 OUTPUT-SOURCE-IDX   PIC X(40).
           05 OUTPUT-DATA-IDX     PIC X(70).

      * The reason code rides after the original 120 bytes so readers
      * that only know source / key / data are undisturbed.
       FD REJECT-FILE.
       01 REJECT-RECORD.
           05 REJECT-SOURCE   PIC X(40).
           05 REJECT-KEY      PIC X(10).
           05 REJECT-DATA     PIC X(70).
           COPY REJREASN REPLACING ==:PFX:== BY ==REJECT==.

      * Four record types, told apart by the first byte, in this
      * order: one 'H' header naming the source and run; a 'C'
      * control record only when the file was quarantined, carrying
      * the mismatch that failed it; one 'R' per rejected key with
      * its reason and the data as received; and one closing 'T'
      * with the verdict and the accepted / rejected / held counts
      * and dollars. Amounts are signed zoned 13.2, as on RUNHIST.
       FD ACK-FILE.
       01 ACK-RECORD.
           05 ACK-RECORD-TYPE          PIC X(01).
           05 FILLER                   PIC X(119).
       01 ACK-HEADER-RECORD.
           05 FILLER                   PIC X(01).
           05 ACK-SOURCE-ID            PIC X(40).
           05 ACK-RUN-ID               PIC X(16).
           05 ACK-RUN-DATE             PIC 9(08).
           05 FILLER                   PIC X(55).
       01 ACK-CONTROL-RECORD.
           05 FILLER                   PIC X(01).
           05 ACK-CONTROL-REASON       PIC X(02).
           05 ACK-CONTROL-TEXT         PIC X(30).
           05 ACK-DECLARED-COUNT       PIC 9(09).
           05 ACK-ACTUAL-COUNT         PIC 9(09).
           05 ACK-DECLARED-HASH        PIC 9(15).
           05 ACK-ACTUAL-HASH          PIC 9(15).
           05 ACK-FILE-DATE            PIC 9(08).
           05 FILLER                   PIC X(31).
       01 ACK-REJECT-RECORD.
           05 FILLER                   PIC X(01).
           05 ACK-REJECT-KEY           PIC X(10).
           05 ACK-REJECT-REASON        PIC X(02).
           05 ACK-REJECT-TEXT          PIC X(30).
           05 ACK-REJECT-DATA          PIC X(70).
           05 FILLER                   PIC X(07).
       01 ACK-TRAILER-RECORD.
           05 FILLER                   PIC X(01).
           05 ACK-DISPOSITION          PIC X(03).
           05 ACK-VERDICT              PIC X(12).
           05 ACK-VERDICT-REASON       PIC X(02).
           05 ACK-READ-COUNT           PIC 9(09).
           05 ACK-ACCEPTED-COUNT       PIC 9(09).
           05 ACK-ACCEPTED-AMOUNT      PIC S9(13)V9(02).
           05 ACK-REJECTED-COUNT       PIC 9(09).
           05 ACK-REJECTED-AMOUNT      PIC S9(13)V9(02).
           05 ACK-HELD-COUNT           PIC 9(09).
           05 ACK-HELD-AMOUNT          PIC S9(13)V9(02).
           05 FILLER                   PIC X(21).

       FD DUPLICATE-FILE.
       01 DUPLICATE-RECORD.
           05 CHECKPOINT-AMT-PEND-IN  PIC S9(13)V9(02).
           05 CHECKPOINT-AMT-HELD     PIC S9(13)V9(02).
           05 CHECKPOINT-FINGERPRINT  PIC X(8300).
      * A partition's count of every record read, its own and other
      * partitions' alike - see the 'P' record on RUNHIST.Pnn.
           05 CHECKPOINT-WHOLE-READ   PIC 9(09).
           05 CHECKPOINT-AMT-WHOLE-READ PIC S9(13)V9(02).
           05 CHECKPOINT-WHOLE-PEND   PIC 9(09).
           05 CHECKPOINT-AMT-WHOLE-PEND PIC S9(13)V9(02).

       FD RUN-STATUS-FILE.
       01 RUN-STATUS-RECORD.
           05 STATUS-HIST-CODE         PIC X(02).
           05 STATUS-HIST-AMOUNT       PIC S9(13)V9(02).
           05 FILLER                   PIC X(58).
      * On a partition's RUNHIST.Pnn only, after the 'T' records: a
      * 'P' record naming the partition, its high key as read from
      * PARTCTL.DAT, its completion code and the WHOLE intake and
      * pending backlog it read - every partition reads the same
      * sources, so these must agree across partitions and equal the
      * sum of their own shares - then a 'Q' record with the
      * partition's own pending carried in and the two amounts the
      * 'A' record does not carry.
       01 RUN-PARTITION-RECORD.
           05 FILLER                   PIC X(01).
           05 FILLER                   PIC X(16).
           05 PARTITION-HIST-NUMBER    PIC 9(02).
           05 PARTITION-HIST-HIGH-KEY  PIC X(10).
           05 PARTITION-HIST-CODE      PIC 9(02).
           05 PARTITION-HIST-WHOLE-READ PIC 9(09).
           05 PARTITION-HIST-AMT-WHOLE-READ PIC S9(13)V9(02).
           05 PARTITION-HIST-WHOLE-PEND PIC 9(09).
           05 PARTITION-HIST-AMT-WHOLE-PEND PIC S9(13)V9(02).
           05 FILLER                   PIC X(13).
       01 RUN-PARTITION-PEND-RECORD.
           05 FILLER                   PIC X(01).
           05 FILLER                   PIC X(16).
           05 PARTITION-HIST-CARRIED-IN PIC 9(09).
           05 PARTITION-HIST-AMT-PEND-IN PIC S9(13)V9(02).
           05 PARTITION-HIST-AMT-HELD  PIC S9(13)V9(02).
           05 PARTITION-HIST-AMT-RELEASE PIC S9(13)V9(02).
           05 FILLER                   PIC X(21).

       FD CYCLE-STATUS-FILE.
       01 CYCLE-STATUS-RECORD.
           COPY CYCSTAT REPLACING ==:PFX:== BY ==CYC==.

       FD PARTITION-CONTROL-FILE.
       01 PARTITION-CONTROL-RECORD.
           COPY PARTCTL REPLACING ==:PFX:== BY ==PART-IN==.

       FD PRESORT-WORK-FILE-1.
       01 PRESORT-RECORD-1   PIC X(120).
       FD PRESORT-WORK-FILE-2.

       01 INPUT-DDNAME            PIC X(40) VALUE SPACES.

      * Names of the datasets a partition run writes under its own
      * suffix (see SELECT-PARTITION) - as set here for a whole run.
       01 DATASET-NAMES.
           05 MERGED-DDNAME        PIC X(16) VALUE 'MERGED.DAT'.
           05 OUTPUT-DDNAME        PIC X(16) VALUE 'OUTPUT.DAT'.
           05 REJECT-DDNAME        PIC X(16) VALUE 'REJECTS.DAT'.
           05 DUPLICATE-DDNAME     PIC X(16) VALUE 'DUPKEYS.DAT'.
           05 PENDING-OUT-DDNAME   PIC X(16) VALUE 'PENDING.NEW'.
           05 CHECKPOINT-DDNAME    PIC X(16) VALUE 'CHECKPOINT.DAT'.
           05 RUN-STATUS-DDNAME    PIC X(16) VALUE 'RUNSTAT.DAT'.
           05 RUN-HISTORY-DDNAME   PIC X(16) VALUE 'RUNHIST.DAT'.
           05 SORT-DDNAME          PIC X(16) VALUE 'SORTFILE.TMP'.
           05 PRESORT-1-DDNAME     PIC X(16) VALUE 'PRESORT1.TMP'.
           05 PRESORT-2-DDNAME     PIC X(16) VALUE 'PRESORT2.TMP'.
           05 PRESORT-3-DDNAME     PIC X(16) VALUE 'PRESORT3.TMP'.
           05 SORTED-WORK-DDNAME   PIC X(16) VALUE 'SORTWORK.TMP'.

      * Key-range partitioning (see the note at FILE-CONTROL). The
      * partition's range is every key above PARTITION-AFTER-KEY (not
      * checked for partition 01) up to PARTITION-HIGH-KEY (not
      * checked for the last partition).
       01 PARTITION-PARM          PIC X(10) VALUE SPACES.
       01 PARTITION-NUMBER        PIC 9(02) VALUE 0.
       01 PARTITION-SUFFIX        PIC X(04) VALUE SPACES.

       01 PARTITION-MODE-SWITCH   PIC X(01) VALUE 'N'.
           88 RUN-IS-A-PARTITION        VALUE 'Y'.
           88 RUN-IS-THE-WHOLE-MERGE    VALUE 'N'.

       01 PARTITION-CONTROL-STATUS PIC X(02) VALUE '00'.
           88 PARTITION-CONTROL-FOUND     VALUE '00'.
           88 PARTITION-CONTROL-NOT-FOUND VALUE '35'.

       01 PARTITION-EOF-FLAG      PIC X(01) VALUE 'N'.

       01 PARTITION-TABLE-CONTROLS.
           05 PARTITION-COUNT      PIC 9(04) COMP VALUE 0.
           05 PARTITION-TABLE-MAXIMUM PIC 9(04) COMP VALUE 99.

       01 PARTITION-TABLE.
           05 PARTITION-ENTRY OCCURS 99 TIMES
                   INDEXED BY PART-IDX.
               10 PARTITION-ENTRY-HIGH-KEY PIC X(10).

       01 PARTITION-RANGE.
           05 PARTITION-AFTER-KEY  PIC X(10) VALUE SPACES.
           05 PARTITION-HIGH-KEY   PIC X(10) VALUE SPACES.
           05 PARTITION-FIRST-SWITCH PIC X(01) VALUE 'Y'.
               88 PARTITION-IS-FIRST      VALUE 'Y'.
           05 PARTITION-LAST-SWITCH  PIC X(01) VALUE 'Y'.
               88 PARTITION-IS-LAST       VALUE 'Y'.

       01 PARTITION-RANGE-SWITCH  PIC X(01) VALUE 'Y'.
           88 KEY-IN-THIS-PARTITION     VALUE 'Y'.
           88 KEY-IN-OTHER-PARTITION    VALUE 'N'.

      * Everything read, this partition's and the others', for the
      * 'P' record - a whole run keeps them too, they simply equal
      * its own totals there. Unreadable amounts count nothing, as
      * elsewhere.
       01 WHOLE-INTAKE-TOTALS.
           05 WHOLE-READ-COUNT     PIC 9(09) COMP VALUE 0.
           05 WHOLE-AMOUNT-READ    PIC S9(13)V9(02) COMP VALUE 0.
           05 WHOLE-PENDING-COUNT  PIC 9(09) COMP VALUE 0.
           05 WHOLE-AMOUNT-PENDING PIC S9(13)V9(02) COMP VALUE 0.
           05 OTHER-PARTITION-COUNT PIC 9(09) COMP VALUE 0.

       01 SOURCE-TABLE-CONTROLS.
           05 SOURCE-COUNT         PIC 9(04) COMP VALUE 0.
           05 SOURCE-TABLE-MAXIMUM PIC 9(04) COMP VALUE 200.
      * the intake side of the financial balance can be tied back to
      * the sender that shipped it.
               10 SOURCE-AMOUNT-READ   PIC S9(13)V9(02) COMP VALUE 0.
      * The sender's own side of the intake, for its acknowledgement:
      * what was released to the merge, rejected (reason-stamped, or
      * every record of a quarantined file) and held future-dated,
      * in records and dollars, plus the control check a quarantined
      * file failed (see JUDGE-SOURCE-CONTROLS).
               10 SOURCE-ACCEPTED-COUNT     PIC 9(09) COMP VALUE 0.
               10 SOURCE-REJECTED-COUNT     PIC 9(09) COMP VALUE 0.
               10 SOURCE-PENDED-COUNT       PIC 9(09) COMP VALUE 0.
               10 SOURCE-AMOUNT-ACCEPTED PIC S9(13)V9(02) COMP VALUE 0.
               10 SOURCE-AMOUNT-REJECTED PIC S9(13)V9(02) COMP VALUE 0.
               10 SOURCE-AMOUNT-PENDED   PIC S9(13)V9(02) COMP VALUE 0.
               10 SOURCE-CONTROL-REASON     PIC X(02) VALUE SPACES.
      * Records that arrived under a retired key and were translated
      * through KEYXREF.DAT - a sender still using old keys is named
      * on the control report so it can be chased.
               10 SOURCE-REKEYED-COUNT      PIC 9(09) COMP VALUE 0.

       01 CONTROL-TOTALS.
           05 RELEASE-COUNT       PIC 9(09) COMP VALUE 0.
           88 AMOUNTS-OUT-OF-BALANCE      VALUE 'N'.

      * Output amount broken out by STATUS-CODE for the ledger tie -
      * one slot per status code on STATCODE.DAT, in file order, plus
      * a guard slot for anything else (nothing should ever land
      * there; OUTPUT records have passed the status edit, but an
      * unreadable byte must still be balanced somewhere rather than
      * dropped). The table holds one more slot than STATUS-REF-TABLE
      * can hold codes, for the guard.
       01 STATUS-AMOUNT-CONTROLS.
           05 STATUS-AMOUNT-SLOTS  PIC 9(04) COMP VALUE 0.
           05 STATUS-SLOT          PIC 9(04) COMP VALUE 0.
       01 STATUS-AMOUNT-TABLE.
           05 STATUS-AMOUNT-ENTRY OCCURS 51 TIMES.
               10 STATUS-AMOUNT-CODE   PIC X(02).
               10 STATUS-AMOUNT-DESCRIPTION PIC X(30).
               10 STATUS-AMOUNT-OUT    PIC S9(13)V9(02) COMP.

      * Work copy of the 70-byte business area for the amount
           88 VALID-DATA                  VALUE 'Y'.
           88 INVALID-DATA                VALUE 'N'.

      * Why the record in hand failed intake - the first failing edit
      * wins, set by VALIDATE-KEY and VALIDATE-BUSINESS-DATA and
      * stamped on the reject (see REJREASN).
       01 INTAKE-REASON-AREA.
           COPY REJREASN REPLACING ==:PFX:== BY ==INTAKE==.

      * Reason and control-failure codes with the wording printed
      * beside them on the acknowledgement - reject reasons first
      * (see REJREASN), then the codes JUDGE-SOURCE-CONTROLS records
      * against a quarantined file.
       01 REASON-TEXT-VALUES.
           05 FILLER PIC X(32) VALUE 'KYKEY BLANK OR LOW-VALUES'.
           05 FILLER PIC X(32) VALUE 'DTEFFECTIVE-DATE NOT CCYYMMDD'.
           05 FILLER PIC X(32) VALUE 'AMAMOUNT NOT NUMERIC'.
           05 FILLER PIC X(32) VALUE 'STSTATUS-CODE NOT IN FORCE'.
           05 FILLER PIC X(32) VALUE 'QFFILE QUARANTINED - RESEND'.
           05 FILLER PIC X(32) VALUE 'NTHEADER BUT NO TRAILER'.
           05 FILLER PIC X(32) VALUE 'CTTRAILER COUNT MISMATCH'.
           05 FILLER PIC X(32) VALUE 'KHTRAILER KEY HASH MISMATCH'.
           05 FILLER PIC X(32) VALUE 'HDHEADER FILE DATE UNUSABLE'.
           05 FILLER PIC X(32) VALUE 'SFHEADER FILE DATE TOO OLD'.
       01 REASON-TEXT-TABLE REDEFINES REASON-TEXT-VALUES.
           05 REASON-TEXT-ENTRY OCCURS 10 TIMES
                   INDEXED BY REASON-IDX.
               10 REASON-TEXT-CODE     PIC X(02).
               10 REASON-TEXT-WORDING  PIC X(30).

       01 REASON-LOOKUP-CODE      PIC X(02) VALUE SPACES.
       01 REASON-LOOKUP-TEXT      PIC X(30) VALUE SPACES.

      * Acknowledgement file name for the source in hand - the source
      * id with '.ACK' appended - and how many were written this run.
       01 ACK-DDNAME              PIC X(48) VALUE SPACES.
       01 ACK-FILE-COUNT          PIC 9(04) COMP VALUE 0.

      * Calendar work areas for VALIDATE-BUSINESS-DATA. The month
      * table carries each month's day count; February is checked
      * against 29 separately when the year is a leap year.

       01 CURRENT-KEY             PIC X(10).

      * Key re-numberings in force this run (effective date not after
      * the run date), each with the last key its chain leads to, and
      * the counts of intake and held records translated through them.
       01 KEY-XREF-STATUS         PIC X(02) VALUE '00'.
           88 KEY-XREF-FOUND            VALUE '00'.
           88 KEY-XREF-NOT-FOUND        VALUE '35'.

       01 XREF-EOF-FLAG           PIC X(01) VALUE 'N'.

       01 XREF-TABLE-CONTROLS.
           05 XREF-COUNT          PIC 9(04) COMP VALUE 0.
           05 XREF-TABLE-MAXIMUM  PIC 9(04) COMP VALUE 2000.
           05 XREF-STEP           PIC 9(04) COMP VALUE 0.
           05 XREF-HOP-COUNT      PIC 9(04) COMP VALUE 0.
           05 XREF-NOT-YET-COUNT  PIC 9(04) COMP VALUE 0.

       01 XREF-TABLE.
           05 XREF-ENTRY OCCURS 2000 TIMES
                   INDEXED BY XREF-IDX.
               10 XREF-OLD-KEY         PIC X(10).
               10 XREF-NEW-KEY         PIC X(10).
               10 XREF-FINAL-KEY       PIC X(10).

       01 XREF-CHAIN-KEY          PIC X(10) VALUE SPACES.
       01 XREF-CHAIN-SWITCH       PIC X(01) VALUE 'N'.
           88 XREF-CHAIN-CONTINUES      VALUE 'Y'.
           88 XREF-CHAIN-ENDED          VALUE 'N'.

      * Status codes off STATCODE.DAT, and the answer for the code
      * last looked up - in force on the run date or not, and what
      * it means.
       01 STATUS-REF-STATUS       PIC X(02) VALUE '00'.
           88 STATUS-REF-FOUND          VALUE '00'.
           88 STATUS-REF-NOT-FOUND      VALUE '35'.

       01 STATUS-REF-EOF-FLAG     PIC X(01) VALUE 'N'.

       01 STATUS-REF-CONTROLS.
           05 STATUS-REF-COUNT    PIC 9(04) COMP VALUE 0.
           05 STATUS-REF-MAXIMUM  PIC 9(04) COMP VALUE 50.

       01 STATUS-REF-TABLE.
           05 STATUS-REF-ENTRY OCCURS 50 TIMES
                   INDEXED BY SREF-IDX.
               10 SREF-CODE            PIC X(02).
               10 SREF-DESCRIPTION     PIC X(30).
               10 SREF-EFFECTIVE-DATE  PIC 9(08).
               10 SREF-EXPIRY-DATE     PIC 9(08).

       01 SREF-LOOKUP-CODE        PIC X(02) VALUE SPACES.
       01 SREF-LOOKUP-DESCRIPTION PIC X(30) VALUE SPACES.
       01 SREF-LOOKUP-SWITCH      PIC X(01) VALUE 'N'.
           88 SREF-CODE-IN-FORCE        VALUE 'Y'.
           88 SREF-CODE-NOT-IN-FORCE    VALUE 'N'.

       01 TRANSLATE-KEY           PIC X(10) VALUE SPACES.
       01 RECEIVED-KEY            PIC X(10) VALUE SPACES.
       01 TRANSLATE-SWITCH        PIC X(01) VALUE 'N'.
           88 KEY-WAS-RENUMBERED        VALUE 'Y'.
           88 KEY-NOT-RENUMBERED        VALUE 'N'.

       01 REKEY-TOTALS.
           05 REKEY-INTAKE-COUNT  PIC 9(09) COMP VALUE 0.
           05 REKEY-PENDING-COUNT PIC 9(09) COMP VALUE 0.

      * Work areas for VERIFY-SOURCE-CONTROLS - the pre-merge pass
      * that reads a source once to check its header/trailer controls
      * before any of its records are released to the SORT. The key
       MAIN-PROCEDURE.
           PERFORM SELECT-OUTPUT-ORGANIZATION.
           PERFORM SELECT-SORT-ORDER.
           PERFORM SELECT-PARTITION.
           PERFORM SET-INTAKE-CONTROL-LIMITS.
           PERFORM LOAD-STATUS-REFERENCE.
           PERFORM INITIALIZE-STATUS-AMOUNTS.

      * OUTPUT-FILE-INDEXED is opened WITH ACCESS MODE IS SEQUENTIAL,
           END-IF.

           PERFORM LOAD-SOURCE-TABLE.
           PERFORM LOAD-KEY-XREF.
           PERFORM BUILD-RUN-FINGERPRINT.
           PERFORM LOAD-CHECKPOINT.


           PERFORM WRITE-RUN-STATUS.

           IF RUN-IS-THE-WHOLE-MERGE
               PERFORM WRITE-CYCLE-STATUS
           END-IF.

           MOVE COMPLETION-CODE TO RETURN-CODE.

      * audit file - after PRINT-CONTROL-REPORT, so the balance
      * verdict recorded here is the one the report showed. EXTEND
      * needs the file to exist, so the very first run creates it.
      * A partition's RUNHIST.Pnn describes only the piece now on
      * disk, so it is started afresh each time the partition runs.
           IF RUN-IS-A-PARTITION
               OPEN OUTPUT RUN-HISTORY-FILE
           ELSE
               OPEN EXTEND RUN-HISTORY-FILE
               IF RUN-HISTORY-NOT-FOUND
                   OPEN OUTPUT RUN-HISTORY-FILE
               END-IF
           END-IF.

           MOVE SPACES TO RUN-HISTORY-RECORD.
               END-PERFORM
           END-IF.

           IF RUN-IS-A-PARTITION
               MOVE SPACES TO RUN-HISTORY-RECORD
               MOVE 'P' TO HISTORY-RECORD-TYPE
               MOVE RUN-IDENTIFIER TO HISTORY-RUN-ID
               MOVE PARTITION-NUMBER TO PARTITION-HIST-NUMBER
               IF PARTITION-IS-LAST
                   MOVE SPACES TO PARTITION-HIST-HIGH-KEY
               ELSE
                   MOVE PARTITION-HIGH-KEY TO PARTITION-HIST-HIGH-KEY
               END-IF
               MOVE COMPLETION-CODE TO PARTITION-HIST-CODE
               MOVE WHOLE-READ-COUNT TO PARTITION-HIST-WHOLE-READ
               MOVE WHOLE-AMOUNT-READ
                   TO PARTITION-HIST-AMT-WHOLE-READ
               MOVE WHOLE-PENDING-COUNT TO PARTITION-HIST-WHOLE-PEND
               MOVE WHOLE-AMOUNT-PENDING
                   TO PARTITION-HIST-AMT-WHOLE-PEND
               WRITE RUN-HISTORY-RECORD
               MOVE SPACES TO RUN-HISTORY-RECORD
               MOVE 'Q' TO HISTORY-RECORD-TYPE
               MOVE RUN-IDENTIFIER TO HISTORY-RUN-ID
               MOVE PENDING-CARRIED-IN TO PARTITION-HIST-CARRIED-IN
               MOVE AMOUNT-PENDING-IN TO PARTITION-HIST-AMT-PEND-IN
               MOVE AMOUNT-HELD-OUT TO PARTITION-HIST-AMT-HELD
               MOVE AMOUNT-RELEASE-TOTAL
                   TO PARTITION-HIST-AMT-RELEASE
               WRITE RUN-HISTORY-RECORD
           END-IF.

           CLOSE RUN-HISTORY-FILE.

       RUN-BYPASS-MERGE-PHASE.
           END-IF.

       INITIALIZE-STATUS-AMOUNTS.
      * One slot per code on STATCODE.DAT, expired or not yet in
      * force included - a record may still carry a retired code.
      * The last slot is the guard slot - '??' so it can never match
      * a real status code and only collects what the lookup falls
      * through to.
           MOVE 0 TO STATUS-AMOUNT-SLOTS.
           PERFORM VARYING SREF-IDX FROM 1 BY 1
                   UNTIL SREF-IDX > STATUS-REF-COUNT
               ADD 1 TO STATUS-AMOUNT-SLOTS
               MOVE SREF-CODE(SREF-IDX)
                   TO STATUS-AMOUNT-CODE(STATUS-AMOUNT-SLOTS)
               MOVE SREF-DESCRIPTION(SREF-IDX)
                   TO STATUS-AMOUNT-DESCRIPTION(STATUS-AMOUNT-SLOTS)
           END-PERFORM.
           ADD 1 TO STATUS-AMOUNT-SLOTS.
           MOVE '??' TO STATUS-AMOUNT-CODE(STATUS-AMOUNT-SLOTS).
           MOVE 'NOT ON STATCODE.DAT'
               TO STATUS-AMOUNT-DESCRIPTION(STATUS-AMOUNT-SLOTS).
           PERFORM VARYING STATUS-SLOT FROM 1 BY 1
                   UNTIL STATUS-SLOT > STATUS-AMOUNT-SLOTS
               MOVE 0 TO STATUS-AMOUNT-OUT(STATUS-SLOT)
               SET SORT-ORDER-IS-ASCENDING TO TRUE
           END-IF.

       SELECT-PARTITION.
      * MERGE-PARTITION: the two-digit partition number on PARTCTL.DAT
      * (a single digit is taken as 0n). Unset or blank is a whole
      * run. A number that is not on the file, or a file that breaks
      * the PARTCTL rules, stops the run before anything is touched.
           ACCEPT PARTITION-PARM FROM ENVIRONMENT 'MERGE-PARTITION'.

           IF PARTITION-PARM = SPACES
               SET RUN-IS-THE-WHOLE-MERGE TO TRUE
           ELSE
               IF PARTITION-PARM(1:2) IS NUMERIC
                       AND PARTITION-PARM(3:1) = SPACE
                   MOVE PARTITION-PARM(1:2) TO PARTITION-NUMBER
               ELSE
                   IF PARTITION-PARM(1:1) IS NUMERIC
                           AND PARTITION-PARM(2:1) = SPACE
                       MOVE PARTITION-PARM(1:1) TO PARTITION-NUMBER
                   ELSE
                       DISPLAY '*** ERROR - MERGE-PARTITION='
                           PARTITION-PARM ' IS NOT A PARTITION '
                           'NUMBER ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               SET RUN-IS-A-PARTITION TO TRUE
               PERFORM LOAD-PARTITION-TABLE
               PERFORM SET-PARTITION-RANGE
               PERFORM SET-PARTITION-DATASET-NAMES
               IF OUTPUT-ORG-IS-INDEXED
                   DISPLAY 'NOTE - MERGE-OUTPUT-ORG=INDEXED IS '
                       'APPLIED BY MRGCOMBN - THIS PARTITION WRITES '
                       'A SEQUENTIAL ' OUTPUT-DDNAME
                   SET OUTPUT-ORG-IS-SEQUENTIAL TO TRUE
               END-IF
           END-IF.

       LOAD-PARTITION-TABLE.
           MOVE SPACES TO PARTITION-TABLE.
           OPEN INPUT PARTITION-CONTROL-FILE.
           IF PARTITION-CONTROL-NOT-FOUND
               DISPLAY '*** ERROR - MERGE-PARTITION IS SET BUT '
                   'PARTCTL.DAT IS MISSING ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL PARTITION-EOF-FLAG = 'Y'
               READ PARTITION-CONTROL-FILE
                   AT END MOVE 'Y' TO PARTITION-EOF-FLAG
                   NOT AT END
                       PERFORM EXAMINE-PARTITION-LINE
               END-READ
           END-PERFORM.

           CLOSE PARTITION-CONTROL-FILE.

           IF PARTITION-COUNT = 0
               DISPLAY '*** ERROR - PARTCTL.DAT IS EMPTY ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PARTITION-ENTRY-HIGH-KEY(PARTITION-COUNT) NOT = SPACES
               DISPLAY '*** ERROR - THE LAST PARTITION ON PARTCTL.DAT '
                   'MUST HAVE A BLANK HIGH KEY - KEYS ABOVE '
                   PARTITION-ENTRY-HIGH-KEY(PARTITION-COUNT)
                   ' WOULD BELONG TO NO PARTITION ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       EXAMINE-PARTITION-LINE.
      * Numbered 01 upward in order, high keys ascending, only the
      * last one blank (checked once the file is read).
           IF PARTITION-COUNT >= PARTITION-TABLE-MAXIMUM
               DISPLAY '*** ERROR - PARTCTL.DAT LISTS MORE THAN '
                   PARTITION-TABLE-MAXIMUM ' PARTITIONS ***'
               CLOSE PARTITION-CONTROL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO PARTITION-COUNT.
           SET PART-IDX TO PARTITION-COUNT.

           IF PART-IN-NUMBER IS NOT NUMERIC
                   OR PART-IN-NUMBER NOT = PARTITION-COUNT
               DISPLAY '*** ERROR - PARTCTL.DAT LINE ' PARTITION-COUNT
                   ' IS NOT NUMBERED ' PARTITION-COUNT ' ***'
               CLOSE PARTITION-CONTROL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF PARTITION-COUNT > 1
               IF PARTITION-ENTRY-HIGH-KEY(PART-IDX - 1) = SPACES
                       OR (PART-IN-HIGH-KEY NOT = SPACES
                       AND PART-IN-HIGH-KEY NOT >
                           PARTITION-ENTRY-HIGH-KEY(PART-IDX - 1))
                   DISPLAY '*** ERROR - PARTCTL.DAT PARTITION '
                       PART-IN-NUMBER ' HIGH KEY ' PART-IN-HIGH-KEY
                       ' DOES NOT FOLLOW THE ONE BEFORE IT ***'
                   CLOSE PARTITION-CONTROL-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           MOVE PART-IN-HIGH-KEY TO PARTITION-ENTRY-HIGH-KEY(PART-IDX).

       SET-PARTITION-RANGE.
           IF PARTITION-NUMBER = 0 OR PARTITION-NUMBER > PARTITION-COUNT
               DISPLAY '*** ERROR - MERGE-PARTITION=' PARTITION-NUMBER
                   ' IS NOT ON PARTCTL.DAT, WHICH LISTS '
                   PARTITION-COUNT ' PARTITIONS ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET PART-IDX TO PARTITION-NUMBER.
           MOVE PARTITION-ENTRY-HIGH-KEY(PART-IDX)
               TO PARTITION-HIGH-KEY.
           IF PARTITION-NUMBER = PARTITION-COUNT
               MOVE 'Y' TO PARTITION-LAST-SWITCH
           ELSE
               MOVE 'N' TO PARTITION-LAST-SWITCH
           END-IF.
           IF PARTITION-NUMBER = 1
               MOVE 'Y' TO PARTITION-FIRST-SWITCH
               MOVE SPACES TO PARTITION-AFTER-KEY
           ELSE
               MOVE 'N' TO PARTITION-FIRST-SWITCH
               MOVE PARTITION-ENTRY-HIGH-KEY(PART-IDX - 1)
                   TO PARTITION-AFTER-KEY
           END-IF.

           DISPLAY 'PARTITION ' PARTITION-NUMBER ' OF '
               PARTITION-COUNT ' - KEYS ABOVE ' PARTITION-AFTER-KEY
               ' UP TO ' PARTITION-HIGH-KEY.

       SET-PARTITION-DATASET-NAMES.
           MOVE SPACES TO PARTITION-SUFFIX.
           STRING '.P' PARTITION-NUMBER DELIMITED BY SIZE
               INTO PARTITION-SUFFIX.
           MOVE SPACES TO DATASET-NAMES.
           STRING 'MERGED' PARTITION-SUFFIX DELIMITED BY SIZE
               INTO MERGED-DDNAME.
           STRING 'OUTPUT' PARTITION-SUFFIX DELIMITED BY SIZE
               INTO OUTPUT-DDNAME.
           STRING 'REJECTS' PARTITION-SUFFIX DELIMITED BY SIZE
               INTO REJECT-DDNAME.
           STRING 'DUPKEYS' PARTITION-SUFFIX DELIMITED BY SIZE
               INTO DUPLICATE-DDNAME.
           STRING 'PENDING' PARTITION-SUFFIX DELIMITED BY SIZE
               INTO PENDING-OUT-DDNAME.
           STRING 'CHECKPOINT' PARTITION-SUFFIX DELIMITED BY SIZE
               INTO CHECKPOINT-DDNAME.
           STRING 'RUNSTAT' PARTITION-SUFFIX DELIMITED BY SIZE
               INTO RUN-STATUS-DDNAME.
           STRING 'RUNHIST' PARTITION-SUFFIX DELIMITED BY SIZE
               INTO RUN-HISTORY-DDNAME.
           STRING 'SORTFILE' PARTITION-SUFFIX DELIMITED BY SIZE
               INTO SORT-DDNAME.
           STRING 'PRESORT1' PARTITION-SUFFIX DELIMITED BY SIZE
               INTO PRESORT-1-DDNAME.
           STRING 'PRESORT2' PARTITION-SUFFIX DELIMITED BY SIZE
               INTO PRESORT-2-DDNAME.
           STRING 'PRESORT3' PARTITION-SUFFIX DELIMITED BY SIZE
               INTO PRESORT-3-DDNAME.
           STRING 'SORTWORK' PARTITION-SUFFIX DELIMITED BY SIZE
               INTO SORTED-WORK-DDNAME.

       SET-INTAKE-CONTROL-LIMITS.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-OF-DAY FROM TIME.
               INTO RUN-FINGERPRINT
               WITH POINTER FINGERPRINT-POINTER.

      * A partition's piece is only good for the range it was built
      * for - moving a boundary on PARTCTL.DAT forces a fresh pass.
           IF RUN-IS-A-PARTITION
               STRING PARTITION-NUMBER DELIMITED BY SIZE
                      PARTITION-AFTER-KEY DELIMITED BY SIZE
                      PARTITION-HIGH-KEY DELIMITED BY SIZE
                      PARTITION-LAST-SWITCH DELIMITED BY SIZE
                   INTO RUN-FINGERPRINT
                   WITH POINTER FINGERPRINT-POINTER
           END-IF.

       LOAD-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.

               MOVE CHECKPOINT-PEND-HELD TO PENDING-HELD-OUT
               MOVE CHECKPOINT-AMT-PEND-IN TO AMOUNT-PENDING-IN
               MOVE CHECKPOINT-AMT-HELD TO AMOUNT-HELD-OUT
               MOVE CHECKPOINT-WHOLE-READ TO WHOLE-READ-COUNT
               MOVE CHECKPOINT-AMT-WHOLE-READ TO WHOLE-AMOUNT-READ
               MOVE CHECKPOINT-WHOLE-PEND TO WHOLE-PENDING-COUNT
               MOVE CHECKPOINT-AMT-WHOLE-PEND TO WHOLE-AMOUNT-PENDING
               IF RESTART-COUNT > 0
                   SET THIS-IS-A-RESTART-RUN TO TRUE
               ELSE
           MOVE AMOUNT-PENDING-IN TO CHECKPOINT-AMT-PEND-IN.
           MOVE AMOUNT-HELD-OUT TO CHECKPOINT-AMT-HELD.
           MOVE RUN-FINGERPRINT TO CHECKPOINT-FINGERPRINT.
           MOVE WHOLE-READ-COUNT TO CHECKPOINT-WHOLE-READ.
           MOVE WHOLE-AMOUNT-READ TO CHECKPOINT-AMT-WHOLE-READ.
           MOVE WHOLE-PENDING-COUNT TO CHECKPOINT-WHOLE-PEND.
           MOVE WHOLE-AMOUNT-PENDING TO CHECKPOINT-AMT-WHOLE-PEND.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

           MOVE 0 TO CHECKPOINT-AMT-PEND-IN.
           MOVE 0 TO CHECKPOINT-AMT-HELD.
           MOVE SPACES TO CHECKPOINT-FINGERPRINT.
           MOVE 0 TO CHECKPOINT-WHOLE-READ.
           MOVE 0 TO CHECKPOINT-AMT-WHOLE-READ.
           MOVE 0 TO CHECKPOINT-WHOLE-PEND.
           MOVE 0 TO CHECKPOINT-AMT-WHOLE-PEND.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

                       MOVE 0 TO SOURCE-HELD-COUNT(SRC-IDX)
                       MOVE 0 TO SOURCE-DIVERTED-COUNT(SRC-IDX)
                       MOVE 0 TO SOURCE-AMOUNT-READ(SRC-IDX)
                       MOVE 0 TO SOURCE-ACCEPTED-COUNT(SRC-IDX)
                       MOVE 0 TO SOURCE-REJECTED-COUNT(SRC-IDX)
                       MOVE 0 TO SOURCE-PENDED-COUNT(SRC-IDX)
                       MOVE 0 TO SOURCE-AMOUNT-ACCEPTED(SRC-IDX)
                       MOVE 0 TO SOURCE-AMOUNT-REJECTED(SRC-IDX)
                       MOVE 0 TO SOURCE-AMOUNT-PENDED(SRC-IDX)
                       MOVE SPACES TO SOURCE-CONTROL-REASON(SRC-IDX)
                       MOVE 0 TO SOURCE-REKEYED-COUNT(SRC-IDX)
                       PERFORM ASSIGN-PRESORT-SLOT
               END-READ
           END-PERFORM.
               END-IF
           END-IF.

       LOAD-KEY-XREF.
      * RUN-DATE is already set by SET-INTAKE-CONTROL-LIMITS. The
      * same checks DELTAGEN makes, so the two programs can never
      * read one cross-reference two different ways.
           MOVE SPACES TO XREF-TABLE.
           OPEN INPUT KEY-XREF-FILE.

           IF KEY-XREF-NOT-FOUND
               MOVE 'Y' TO XREF-EOF-FLAG
               DISPLAY 'KEYXREF.DAT NOT FOUND - NO KEYS TRANSLATED '
                   'ON INTAKE THIS RUN'
           END-IF.

           PERFORM UNTIL XREF-EOF-FLAG = 'Y'
               READ KEY-XREF-FILE
                   AT END MOVE 'Y' TO XREF-EOF-FLAG
                   NOT AT END
                       PERFORM EXAMINE-XREF-LINE
               END-READ
           END-PERFORM.

           IF NOT KEY-XREF-NOT-FOUND
               CLOSE KEY-XREF-FILE
           END-IF.

           IF XREF-COUNT > 0
               PERFORM VARYING XREF-STEP FROM 1 BY 1
                       UNTIL XREF-STEP > XREF-COUNT
                   PERFORM RESOLVE-ONE-XREF-CHAIN
               END-PERFORM
               DISPLAY XREF-COUNT ' KEY RE-NUMBERINGS IN FORCE FROM '
                   'KEYXREF.DAT'
           END-IF.
           IF XREF-NOT-YET-COUNT > 0
               DISPLAY XREF-NOT-YET-COUNT ' KEY RE-NUMBERINGS ON '
                   'KEYXREF.DAT NOT YET IN FORCE - PASSED OVER'
           END-IF.

       EXAMINE-XREF-LINE.
      * A line that cannot be read as a re-numbering stops the run -
      * guessing at a key mapping would merge records under the
      * wrong key.
           IF XREF-IN-EFFECTIVE-DATE IS NOT NUMERIC
                   OR XREF-IN-OLD-KEY = SPACES
                   OR XREF-IN-NEW-KEY = SPACES
                   OR XREF-IN-OLD-KEY = XREF-IN-NEW-KEY
               DISPLAY '*** ERROR - KEYXREF.DAT LINE FOR OLD KEY '
                   XREF-IN-OLD-KEY ' IS UNUSABLE - BLANK OR EQUAL '
                   'KEYS OR BAD EFFECTIVE DATE ***'
               CLOSE KEY-XREF-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF XREF-IN-EFFECTIVE-DATE > RUN-DATE
               ADD 1 TO XREF-NOT-YET-COUNT
           ELSE
               PERFORM ADD-XREF-ENTRY
           END-IF.

       ADD-XREF-ENTRY.
           SET XREF-IDX TO 1.
           SEARCH XREF-ENTRY
               AT END CONTINUE
               WHEN XREF-OLD-KEY(XREF-IDX) = XREF-IN-OLD-KEY
                   DISPLAY '*** ERROR - KEYXREF.DAT RE-NUMBERS OLD KEY '
                       XREF-IN-OLD-KEY ' MORE THAN ONCE ***'
                   CLOSE KEY-XREF-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-SEARCH.

           IF XREF-COUNT >= XREF-TABLE-MAXIMUM
               DISPLAY '*** ERROR - KEYXREF.DAT HOLDS MORE THAN '
                   XREF-TABLE-MAXIMUM ' RE-NUMBERINGS IN FORCE - '
                   'INCREASE XREF-TABLE-MAXIMUM AND RECOMPILE ***'
               CLOSE KEY-XREF-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO XREF-COUNT.
           SET XREF-IDX TO XREF-COUNT.
           MOVE XREF-IN-OLD-KEY TO XREF-OLD-KEY(XREF-IDX).
           MOVE XREF-IN-NEW-KEY TO XREF-NEW-KEY(XREF-IDX).

       RESOLVE-ONE-XREF-CHAIN.
      * Follow A to B to C until the key reached is nobody's old key.
      * More hops than there are entries can only mean a loop.
           MOVE XREF-NEW-KEY(XREF-STEP) TO XREF-CHAIN-KEY.
           MOVE 0 TO XREF-HOP-COUNT.
           SET XREF-CHAIN-CONTINUES TO TRUE.

           PERFORM UNTIL XREF-CHAIN-ENDED
               SET XREF-IDX TO 1
               SEARCH XREF-ENTRY
                   AT END SET XREF-CHAIN-ENDED TO TRUE
                   WHEN XREF-OLD-KEY(XREF-IDX) = XREF-CHAIN-KEY
                       MOVE XREF-NEW-KEY(XREF-IDX) TO XREF-CHAIN-KEY
                       ADD 1 TO XREF-HOP-COUNT
               END-SEARCH
               IF XREF-HOP-COUNT > XREF-COUNT
                   DISPLAY '*** ERROR - KEYXREF.DAT RE-NUMBERS KEY '
                       XREF-OLD-KEY(XREF-STEP) ' ROUND A LOOP ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.

           MOVE XREF-CHAIN-KEY TO XREF-FINAL-KEY(XREF-STEP).

       LOAD-STATUS-REFERENCE.
      * RUN-DATE is already set by SET-INTAKE-CONTROL-LIMITS. The
      * '**' and '??' lines only carry GL accounts for GLPOST and
      * are not statuses, so they are passed over.
           OPEN INPUT STATUS-REF-FILE.

           IF STATUS-REF-NOT-FOUND
               DISPLAY '*** ERROR - STATCODE.DAT NOT FOUND - NO '
                   'STATUS CODES TO EDIT AGAINST ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL STATUS-REF-EOF-FLAG = 'Y'
               READ STATUS-REF-FILE
                   AT END MOVE 'Y' TO STATUS-REF-EOF-FLAG
                   NOT AT END
                       IF STATUS-REF-RECORD NOT = SPACES
                               AND NOT STATREF-IS-GL-ONLY
                           PERFORM ADD-STATUS-REF-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE STATUS-REF-FILE.

           DISPLAY STATUS-REF-COUNT ' STATUS CODES LOADED FROM '
               'STATCODE.DAT'.

       ADD-STATUS-REF-ENTRY.
           IF STATREF-EFFECTIVE-DATE IS NOT NUMERIC
                   OR STATREF-EXPIRY-DATE IS NOT NUMERIC
               DISPLAY '*** ERROR - STATCODE.DAT LINE FOR STATUS '
                   STATREF-CODE ' IS UNUSABLE - BAD EFFECTIVE OR '
                   'EXPIRY DATE ***'
               CLOSE STATUS-REF-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

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
           MOVE STATREF-EFFECTIVE-DATE
               TO SREF-EFFECTIVE-DATE(SREF-IDX).
           MOVE STATREF-EXPIRY-DATE TO SREF-EXPIRY-DATE(SREF-IDX).

       GET-INPUT SECTION.
           PERFORM VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > SOURCE-COUNT
      * longer merge cleanly and balance by accident.
           PERFORM VERIFY-SOURCE-CONTROLS.

      * The acknowledgement is built alongside the merge pass - its
      * reject lines are written as the rejects happen - and closed
      * with the verdict once the source has been read. A quarantined
      * file is itemised key by key instead, every key refused.
           PERFORM WRITE-ACK-HEADER.

           IF SOURCE-IS-QUARANTINED(SRC-IDX)
               PERFORM ITEMISE-QUARANTINED-SOURCE
               PERFORM WRITE-ACK-TRAILER
               GO TO PROCESS-ONE-SOURCE-EXIT
           END-IF.


           CLOSE INPUT-FILE.

           PERFORM WRITE-ACK-TRAILER.

       PROCESS-ONE-SOURCE-EXIT.
           EXIT.

           END-IF.

           SET RELEASE-PAST-FIRST-RECORD TO TRUE.
           ADD 1 TO WHOLE-READ-COUNT.
           IF INPUT-AMOUNT IS NUMERIC
               ADD INPUT-AMOUNT TO WHOLE-AMOUNT-READ
           END-IF.

      * A retired key is replaced by the one now in force before the
      * record is edited - from here on the record is the new key's,
      * whether it is released or held. A rejected record goes back
      * under the key the sender shipped (RECEIVED-KEY), so they can
      * match it to their own file. The partition that owns it is
      * decided on the key now in force.
           MOVE INPUT-KEY TO RECEIVED-KEY.
           MOVE INPUT-KEY TO TRANSLATE-KEY.
           PERFORM TRANSLATE-RENUMBERED-KEY.
           PERFORM TEST-PARTITION-RANGE.
           IF KEY-IN-OTHER-PARTITION
               ADD 1 TO OTHER-PARTITION-COUNT
               GO TO PROCESS-ONE-INPUT-RECORD-EXIT
           END-IF.

           ADD 1 TO SOURCE-READ-COUNT(SRC-IDX).
           MOVE SPACES TO INTAKE-REASON.
           IF KEY-WAS-RENUMBERED
               MOVE TRANSLATE-KEY TO INPUT-KEY
               ADD 1 TO REKEY-INTAKE-COUNT
               ADD 1 TO SOURCE-REKEYED-COUNT(SRC-IDX)
           END-IF.

           MOVE INPUT-KEY TO CURRENT-KEY.
           PERFORM VALIDATE-KEY.

                   RELEASE SORT-RECORD
               END-IF
               ADD 1 TO RELEASE-COUNT
               ADD 1 TO SOURCE-ACCEPTED-COUNT(SRC-IDX)
               ADD INPUT-AMOUNT TO SOURCE-AMOUNT-READ(SRC-IDX)
               ADD INPUT-AMOUNT TO SOURCE-AMOUNT-ACCEPTED(SRC-IDX)
               ADD INPUT-AMOUNT TO AMOUNT-READ-TOTAL
               ADD INPUT-AMOUNT TO AMOUNT-RELEASE-TOTAL
           ELSE
               MOVE SOURCE-ID(SRC-IDX) TO REJECT-SOURCE
               MOVE RECEIVED-KEY TO REJECT-KEY
               MOVE INPUT-DATA TO REJECT-DATA
               MOVE INTAKE-REASON TO REJECT-REASON
               WRITE REJECT-RECORD
               ADD 1 TO REJECT-COUNT
               ADD 1 TO SOURCE-REJECTED-COUNT(SRC-IDX)
               IF INPUT-AMOUNT IS NUMERIC
                   ADD INPUT-AMOUNT TO SOURCE-AMOUNT-READ(SRC-IDX)
                   ADD INPUT-AMOUNT TO SOURCE-AMOUNT-REJECTED(SRC-IDX)
                   ADD INPUT-AMOUNT TO AMOUNT-READ-TOTAL
                   ADD INPUT-AMOUNT TO AMOUNT-REJECT-TOTAL
               END-IF
               PERFORM WRITE-ACK-REJECT
           END-IF.

       PROCESS-ONE-INPUT-RECORD-EXIT.
           WRITE PENDING-OUT-RECORD.
           ADD 1 TO PENDING-HELD-NEW.
           ADD 1 TO PENDING-HELD-OUT.
           ADD 1 TO SOURCE-PENDED-COUNT(SRC-IDX).
           ADD INPUT-AMOUNT TO SOURCE-AMOUNT-PENDED(SRC-IDX).
           ADD INPUT-AMOUNT TO SOURCE-AMOUNT-READ(SRC-IDX).
           ADD INPUT-AMOUNT TO AMOUNT-READ-TOTAL.
           ADD INPUT-AMOUNT TO AMOUNT-HELD-OUT.
           END-IF.

       JUDGE-ONE-PENDING-RECORD SECTION.
           ADD 1 TO WHOLE-PENDING-COUNT.
           MOVE PEND-IN-DATA TO BUSW-DATA.
           IF BUSW-AMOUNT IS NUMERIC
               ADD BUSW-AMOUNT TO WHOLE-AMOUNT-PENDING
           END-IF.

      * A key re-numbered while its record sat in the holding pen
      * is translated here, whether the record matures or is held
      * again, so the backlog never carries a retired key forward.
      * Only the partition owning the translated key takes it on.
           MOVE PEND-IN-KEY TO TRANSLATE-KEY.
           PERFORM TRANSLATE-RENUMBERED-KEY.
           PERFORM TEST-PARTITION-RANGE.
           IF KEY-IN-OTHER-PARTITION
               GO TO JUDGE-ONE-PENDING-RECORD-EXIT
           END-IF.

           ADD 1 TO PENDING-CARRIED-IN.
           IF KEY-WAS-RENUMBERED
               MOVE TRANSLATE-KEY TO PEND-IN-KEY
               ADD 1 TO REKEY-PENDING-COUNT
           END-IF.

           MOVE PEND-IN-DATA TO BUSW-DATA.
           IF BUSW-AMOUNT IS NUMERIC
               ADD BUSW-AMOUNT TO AMOUNT-PENDING-IN
               END-IF
           END-IF.

       JUDGE-ONE-PENDING-RECORD-EXIT.
           EXIT.

       TRANSLATE-RENUMBERED-KEY SECTION.
      * TRANSLATE-KEY in, the key it is known by today out. A blank
      * key is left for VALIDATE-KEY to refuse - the unused end of
      * the table is spaces and must never match it.
           SET KEY-NOT-RENUMBERED TO TRUE.
           IF XREF-COUNT > 0 AND TRANSLATE-KEY NOT = SPACES
               SET XREF-IDX TO 1
               SEARCH XREF-ENTRY
                   AT END SET KEY-NOT-RENUMBERED TO TRUE
                   WHEN XREF-OLD-KEY(XREF-IDX) = TRANSLATE-KEY
                       MOVE XREF-FINAL-KEY(XREF-IDX) TO TRANSLATE-KEY
                       SET KEY-WAS-RENUMBERED TO TRUE
               END-SEARCH
           END-IF.

       TEST-PARTITION-RANGE SECTION.
      * Does TRANSLATE-KEY belong to this run? Always, for a whole
      * run; for a partition, when it lies above the previous
      * partition's high key and not above this one's.
           SET KEY-IN-THIS-PARTITION TO TRUE.
           IF RUN-IS-A-PARTITION
               IF NOT PARTITION-IS-FIRST
                       AND TRANSLATE-KEY NOT > PARTITION-AFTER-KEY
                   SET KEY-IN-OTHER-PARTITION TO TRUE
               END-IF
               IF NOT PARTITION-IS-LAST
                       AND TRANSLATE-KEY > PARTITION-HIGH-KEY
                   SET KEY-IN-OTHER-PARTITION TO TRUE
               END-IF
           END-IF.

       COPY-SORTED-TO-WORK SECTION.
      * Output procedure for the SORT in bypass mode: drain the
      * sorted stream of unsorted-source (and diverted) records into
               DISPLAY '*** SOURCE QUARANTINED - ' SOURCE-ID(SRC-IDX)
                   ' HAS A HEADER BUT NO TRAILER - POSSIBLE '
                   'TRUNCATED TRANSMISSION ***'
               MOVE 'NT' TO SOURCE-CONTROL-REASON(SRC-IDX)
               GO TO JUDGE-SOURCE-CONTROLS-RECORD-HELD
           END-IF.

                   ' TRAILER DECLARES ' INTAKE-DECLARED-COUNT
                   ' RECORDS BUT FILE HOLDS ' INTAKE-ACTUAL-COUNT
                   ' ***'
               MOVE 'CT' TO SOURCE-CONTROL-REASON(SRC-IDX)
               GO TO JUDGE-SOURCE-CONTROLS-RECORD-HELD
           END-IF.

               SET SOURCE-IS-QUARANTINED(SRC-IDX) TO TRUE
               DISPLAY '*** SOURCE QUARANTINED - ' SOURCE-ID(SRC-IDX)
                   ' KEY HASH TOTAL DOES NOT MATCH TRAILER ***'
               MOVE 'KH' TO SOURCE-CONTROL-REASON(SRC-IDX)
               GO TO JUDGE-SOURCE-CONTROLS-RECORD-HELD
           END-IF.

               DISPLAY '*** SOURCE QUARANTINED - ' SOURCE-ID(SRC-IDX)
                   ' HEADER FILE DATE IS NOT A USABLE CCYYMMDD '
                   'DATE ***'
               MOVE 'HD' TO SOURCE-CONTROL-REASON(SRC-IDX)
               GO TO JUDGE-SOURCE-CONTROLS-RECORD-HELD
           END-IF.

                       SOURCE-ID(SRC-IDX) ' FILE DATE '
                       INTAKE-FILE-DATE ' IS STALE - OLDER THAN '
                       FEED-AGE-LIMIT ' DAYS ***'
                   MOVE 'SF' TO SOURCE-CONTROL-REASON(SRC-IDX)
               END-IF
           END-IF.

               ADD 1 TO QUARANTINED-SOURCE-COUNT
           END-IF.

       WRITE-ACK-HEADER SECTION.
      * Open the source's acknowledgement and write its header - and,
      * for a quarantined file, the control record naming the check
      * that failed with the declared and actual figures behind it,
      * still in the intake areas from the verify pass just run.
           MOVE SPACES TO ACK-DDNAME.
           STRING SOURCE-ID(SRC-IDX) DELIMITED BY SPACE
                  '.ACK' DELIMITED BY SIZE
                  PARTITION-SUFFIX DELIMITED BY SPACE
               INTO ACK-DDNAME.

           OPEN OUTPUT ACK-FILE.
           ADD 1 TO ACK-FILE-COUNT.

           MOVE SPACES TO ACK-RECORD.
           MOVE 'H' TO ACK-RECORD-TYPE.
           MOVE SOURCE-ID(SRC-IDX) TO ACK-SOURCE-ID.
           MOVE RUN-IDENTIFIER TO ACK-RUN-ID.
           MOVE RUN-DATE TO ACK-RUN-DATE.
           WRITE ACK-RECORD.

           IF SOURCE-IS-QUARANTINED(SRC-IDX)
               MOVE SPACES TO ACK-RECORD
               MOVE 'C' TO ACK-RECORD-TYPE
               MOVE SOURCE-CONTROL-REASON(SRC-IDX)
                   TO ACK-CONTROL-REASON REASON-LOOKUP-CODE
               PERFORM LOOKUP-REASON-TEXT
               MOVE REASON-LOOKUP-TEXT TO ACK-CONTROL-TEXT
               MOVE INTAKE-DECLARED-COUNT TO ACK-DECLARED-COUNT
               MOVE INTAKE-ACTUAL-COUNT TO ACK-ACTUAL-COUNT
               MOVE INTAKE-DECLARED-HASH TO ACK-DECLARED-HASH
               MOVE INTAKE-ACTUAL-HASH TO ACK-ACTUAL-HASH
               MOVE INTAKE-FILE-DATE TO ACK-FILE-DATE
               WRITE ACK-RECORD
           END-IF.

       WRITE-ACK-REJECT SECTION.
      * One line per refused record - the record in hand in
      * INPUT-RECORD, under the key it arrived with in RECEIVED-KEY,
      * refused for INTAKE-REASON.
           MOVE SPACES TO ACK-RECORD.
           MOVE 'R' TO ACK-RECORD-TYPE.
           MOVE RECEIVED-KEY TO ACK-REJECT-KEY.
           MOVE INTAKE-REASON TO ACK-REJECT-REASON REASON-LOOKUP-CODE.
           PERFORM LOOKUP-REASON-TEXT.
           MOVE REASON-LOOKUP-TEXT TO ACK-REJECT-TEXT.
           MOVE INPUT-DATA TO ACK-REJECT-DATA.
           WRITE ACK-RECORD.

       WRITE-ACK-TRAILER SECTION.
      * The verdict: QUARANTINED when the controls failed; otherwise
      * ACCEPTED when anything reached the merge, HELD PENDING when
      * everything usable was future-dated, REJECTED when nothing
      * passed the edits at all. The disposition is NAK whenever the
      * sender has something to put right - a quarantine or any
      * rejected key - and ACK otherwise.
           MOVE SPACES TO ACK-RECORD.
           MOVE 'T' TO ACK-RECORD-TYPE.

           IF SOURCE-IS-QUARANTINED(SRC-IDX)
               MOVE 'QUARANTINED' TO ACK-VERDICT
               MOVE SOURCE-CONTROL-REASON(SRC-IDX)
                   TO ACK-VERDICT-REASON
           ELSE
               IF SOURCE-ACCEPTED-COUNT(SRC-IDX) > 0
                   MOVE 'ACCEPTED' TO ACK-VERDICT
               ELSE
                   IF SOURCE-PENDED-COUNT(SRC-IDX) > 0
                       MOVE 'HELD PENDING' TO ACK-VERDICT
                   ELSE
                       IF SOURCE-REJECTED-COUNT(SRC-IDX) > 0
                           MOVE 'REJECTED' TO ACK-VERDICT
                       ELSE
                           MOVE 'ACCEPTED' TO ACK-VERDICT
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF SOURCE-IS-QUARANTINED(SRC-IDX)
                   OR SOURCE-REJECTED-COUNT(SRC-IDX) > 0
               MOVE 'NAK' TO ACK-DISPOSITION
           ELSE
               MOVE 'ACK' TO ACK-DISPOSITION
           END-IF.

           COMPUTE ACK-READ-COUNT = SOURCE-READ-COUNT(SRC-IDX)
               + SOURCE-HELD-COUNT(SRC-IDX).
           MOVE SOURCE-ACCEPTED-COUNT(SRC-IDX) TO ACK-ACCEPTED-COUNT.
           MOVE SOURCE-AMOUNT-ACCEPTED(SRC-IDX)
               TO ACK-ACCEPTED-AMOUNT.
           MOVE SOURCE-REJECTED-COUNT(SRC-IDX) TO ACK-REJECTED-COUNT.
           MOVE SOURCE-AMOUNT-REJECTED(SRC-IDX)
               TO ACK-REJECTED-AMOUNT.
           MOVE SOURCE-PENDED-COUNT(SRC-IDX) TO ACK-HELD-COUNT.
           MOVE SOURCE-AMOUNT-PENDED(SRC-IDX) TO ACK-HELD-AMOUNT.
           WRITE ACK-RECORD.

           CLOSE ACK-FILE.

       ITEMISE-QUARANTINED-SOURCE SECTION.
      * A quarantined file never reaches the merge pass, so read it
      * once more to refuse every data record by key - the sender
      * gets the full list to retransmit. The wrapper is stripped by
      * the verify pass's rule. Nothing here touches REJECTS.DAT or
      * the run's balancing totals: the file is held out whole.
      * SOURCE-HELD-COUNT is counted again here, so a partition
      * reports (and its acknowledgement itemises) only its own keys.
           SET INTAKE-ON-FIRST-RECORD TO TRUE.
           MOVE 'N' TO INPUT-EOF-FLAG.
           MOVE 0 TO SOURCE-HELD-COUNT(SRC-IDX).

           OPEN INPUT INPUT-FILE.

           PERFORM UNTIL INPUT-EOF-FLAG = 'Y'
               READ INPUT-FILE
                   AT END MOVE 'Y' TO INPUT-EOF-FLAG
                   NOT AT END
                       PERFORM ITEMISE-QUARANTINED-RECORD
               END-READ
           END-PERFORM.

           CLOSE INPUT-FILE.

       ITEMISE-QUARANTINED-RECORD SECTION.
           IF INTAKE-ON-FIRST-RECORD
               SET INTAKE-PAST-FIRST-RECORD TO TRUE
               IF INPUT-IS-HEADER
                   GO TO ITEMISE-QUARANTINED-RECORD-EXIT
               END-IF
           END-IF.

           IF INPUT-IS-TRAILER
               GO TO ITEMISE-QUARANTINED-RECORD-EXIT
           END-IF.

           MOVE INPUT-KEY TO RECEIVED-KEY.
           MOVE INPUT-KEY TO TRANSLATE-KEY.
           PERFORM TRANSLATE-RENUMBERED-KEY.
           PERFORM TEST-PARTITION-RANGE.
           IF KEY-IN-OTHER-PARTITION
               GO TO ITEMISE-QUARANTINED-RECORD-EXIT
           END-IF.

           ADD 1 TO SOURCE-HELD-COUNT(SRC-IDX).
           ADD 1 TO SOURCE-REJECTED-COUNT(SRC-IDX).
           IF INPUT-AMOUNT IS NUMERIC
               ADD INPUT-AMOUNT TO SOURCE-AMOUNT-REJECTED(SRC-IDX)
           END-IF.
           SET INTAKE-REASON-QUARANTINED TO TRUE.
           PERFORM WRITE-ACK-REJECT.

       ITEMISE-QUARANTINED-RECORD-EXIT.
           EXIT.

       LOOKUP-REASON-TEXT SECTION.
           MOVE SPACES TO REASON-LOOKUP-TEXT.
           SET REASON-IDX TO 1.
           SEARCH REASON-TEXT-ENTRY
               AT END MOVE 'REASON NOT RECORDED' TO REASON-LOOKUP-TEXT
               WHEN REASON-TEXT-CODE(REASON-IDX) = REASON-LOOKUP-CODE
                   MOVE REASON-TEXT-WORDING(REASON-IDX)
                       TO REASON-LOOKUP-TEXT
           END-SEARCH.

       LOOKUP-STATUS-REFERENCE SECTION.
      * SREF-LOOKUP-CODE in force on the run date: listed, effective
      * by now and not yet expired.
           MOVE SPACES TO SREF-LOOKUP-DESCRIPTION.
           SET SREF-CODE-NOT-IN-FORCE TO TRUE.
           SET SREF-IDX TO 1.
           SEARCH STATUS-REF-ENTRY
               AT END CONTINUE
               WHEN SREF-IDX > STATUS-REF-COUNT
                   CONTINUE
               WHEN SREF-CODE(SREF-IDX) = SREF-LOOKUP-CODE
                   MOVE SREF-DESCRIPTION(SREF-IDX)
                       TO SREF-LOOKUP-DESCRIPTION
                   IF SREF-EFFECTIVE-DATE(SREF-IDX) NOT > RUN-DATE
                           AND SREF-EXPIRY-DATE(SREF-IDX)
                               NOT < RUN-DATE
                       SET SREF-CODE-IN-FORCE TO TRUE
                   END-IF
           END-SEARCH.

       VALIDATE-KEY SECTION.
           IF CURRENT-KEY = SPACES OR CURRENT-KEY = LOW-VALUES
               SET INVALID-KEY TO TRUE
               SET INTAKE-REASON-BAD-KEY TO TRUE
           ELSE
               SET VALID-KEY TO TRUE
           END-IF.
      * record currently in INPUT-RECORD. Every failing field is
      * tallied against the delivering source - a record with a bad
      * date AND a bad amount bumps both counters - but the record
      * itself is rejected only once, by the caller, off VALID-DATA,
      * and carries the reason of the first field that failed.
           SET VALID-DATA TO TRUE.

           PERFORM VALIDATE-EFFECTIVE-DATE.

           IF INVALID-DATA
               SET INTAKE-REASON-BAD-DATE TO TRUE
           END-IF.

           IF INPUT-AMOUNT IS NOT NUMERIC
               ADD 1 TO SOURCE-AMOUNT-ERROR-COUNT(SRC-IDX)
               SET INVALID-DATA TO TRUE
               IF INTAKE-REASON = SPACES
                   SET INTAKE-REASON-BAD-AMOUNT TO TRUE
               END-IF
           END-IF.

           MOVE INPUT-STATUS-CODE TO SREF-LOOKUP-CODE.
           PERFORM LOOKUP-STATUS-REFERENCE.
           IF SREF-CODE-NOT-IN-FORCE
               ADD 1 TO SOURCE-STATUS-ERROR-COUNT(SRC-IDX)
               SET INVALID-DATA TO TRUE
               IF INTAKE-REASON = SPACES
                   SET INTAKE-REASON-BAD-STATUS TO TRUE
               END-IF
           END-IF.

       VALIDATE-EFFECTIVE-DATE SECTION.

           DISPLAY '==========================================='.
           DISPLAY 'MERGE3FILES CONTROL-TOTAL RECONCILIATION REPORT'.
           IF RUN-IS-A-PARTITION
               DISPLAY 'PARTITION ' PARTITION-NUMBER ' OF '
                   PARTITION-COUNT ' - KEYS ABOVE ' PARTITION-AFTER-KEY
                   ' UP TO ' PARTITION-HIGH-KEY
           END-IF.
           IF THIS-IS-A-RESTART-RUN
               DISPLAY 'RESTARTED AFTER CHECKPOINT AT RECORD : '
                   RESTART-COUNT
                       SOURCE-READ-COUNT(SRC-IDX)
                   MOVE SOURCE-AMOUNT-READ(SRC-IDX) TO AMOUNT-EDITED
                   DISPLAY '  AMOUNT READ : ' AMOUNT-EDITED
                   DISPLAY '  ACCEPTED : '
                       SOURCE-ACCEPTED-COUNT(SRC-IDX)
                       '  REJECTED : ' SOURCE-REJECTED-COUNT(SRC-IDX)
                       '  HELD PENDING : '
                       SOURCE-PENDED-COUNT(SRC-IDX)
                   IF SOURCE-IS-QUARANTINED(SRC-IDX)
                       DISPLAY '  QUARANTINED - CONTROLS FAILED - '
                           SOURCE-HELD-COUNT(SRC-IDX)
                           ' RECORDS HELD OUT OF THE MERGE'
                   END-IF
                   IF SOURCE-REKEYED-COUNT(SRC-IDX) > 0
                       DISPLAY '  RETIRED KEYS TRANSLATED THROUGH '
                           'KEYXREF.DAT : '
                           SOURCE-REKEYED-COUNT(SRC-IDX)
                   END-IF
                   IF SOURCE-IS-PRESORTED(SRC-IDX)
                       DISPLAY '  PRE-SORTED - MERGED WITHOUT '
                           'SORTING - OUT-OF-SEQUENCE DIVERTED '
               PENDING-HELD-NEW.
           DISPLAY 'TOTAL HELD TO PENDING.NEW . . . : '
               PENDING-HELD-OUT.
           IF RUN-IS-A-PARTITION
               DISPLAY 'RECORDS READ, ALL PARTITIONS  . : '
                   WHOLE-READ-COUNT
               DISPLAY 'PENDING READ, ALL PARTITIONS  . : '
                   WHOLE-PENDING-COUNT
               IF PHASE-ONE-WAS-EXECUTED
                   DISPLAY 'LEFT TO OTHER PARTITIONS  . . . : '
                       OTHER-PARTITION-COUNT
               END-IF
           END-IF.
           IF PHASE-ONE-WAS-EXECUTED
               DISPLAY 'INTAKE KEYS RE-NUMBERED . . . . : '
                   REKEY-INTAKE-COUNT
               DISPLAY 'PENDING KEYS RE-NUMBERED  . . . : '
                   REKEY-PENDING-COUNT
           END-IF.
           IF QUARANTINED-SOURCE-COUNT > 0
               DISPLAY 'SOURCES QUARANTINED BY INTAKE CONTROLS : '
                   QUARANTINED-SOURCE-COUNT
           IF PHASE-ONE-WAS-EXECUTED
               DISPLAY 'KEY GROUPS WRITTEN TO MERGED.DAT . . . . . : '
                   GROUP-COUNT
               DISPLAY 'INTAKE ACKNOWLEDGEMENTS WRITTEN  . . . . . : '
                   ACK-FILE-COUNT
           END-IF.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'FINANCIAL RECONCILIATION (AMOUNT)'.
                       TO AMOUNT-EDITED
                   DISPLAY '  OUTPUT AMOUNT FOR STATUS '
                       STATUS-AMOUNT-CODE(STATUS-SLOT) ' : '
                       AMOUNT-EDITED '  '
                       STATUS-AMOUNT-DESCRIPTION(STATUS-SLOT)
               END-IF
           END-PERFORM.
           IF AMOUNTS-OUT-OF-BALANCE
