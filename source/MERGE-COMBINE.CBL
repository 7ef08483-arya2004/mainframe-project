       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRGCOMBN.

      * Combine step for a key-range partitioned merge. Each
      * partition listed on PARTCTL.DAT (see PARTCTL) has been run as
      * MERGE3FILES with MERGE-PARTITION=nn, at the same time as the
      * others, and has left its own pieces - MERGED.Pnn, OUTPUT.Pnn,
      * REJECTS.Pnn, DUPKEYS.Pnn, PENDING.Pnn, <source>.ACK.Pnn and
      * its totals on RUNHIST.Pnn. This step puts them back together
      * into exactly the datasets one whole MERGE3FILES run writes,
      * so nothing downstream can tell the difference:
      *   OUTPUT.DAT  - the OUTPUT pieces end to end in partition
      *                 order (reverse order for MERGE-SORT-ORDER=
      *                 DESCENDING), sequential or, with MERGE-OUTPUT-
      *                 ORG=INDEXED, loaded into the indexed master
      *   MERGED.DAT, REJECTS.DAT, DUPKEYS.DAT, PENDING.NEW - the
      *                 pieces concatenated the same way (PENDING.NEW
      *                 is renamed to PENDING.DAT by the scheduler, as
      *                 after a whole run)
      *   <source>.ACK - one acknowledgement per source in
      *                 MERGECTL.DAT: the header and any control
      *                 record once, every partition's reject lines,
      *                 and a trailer whose counts, dollars and
      *                 verdict are those of the whole file
      *   RUNHIST.DAT - one 'S', 'A', 'T' (and, when every partition
      *                 read its sources this time, 'D') set for the
      *                 whole merge under this step's own run id,
      *                 which every later step of the cycle takes as
      *                 the merge run id
      *   RUNSTAT.DAT and CYCSTAT.DAT - as the merge writes them; a
      *                 partitioned cycle lists MRGCOMBN in place of
      *                 MERGE3FILES on CYCSTEPS.DAT
      *
      * Nothing is written until the partitions are proved, in two
      * passes:
      *   1. Every partition's RUNHIST.Pnn must be there, name the
      *      partition and the high key PARTCTL.DAT gives it now, say
      *      the partition balanced and ended below code 12. Any that
      *      fail are listed for rerun (MERGE3FILES with MERGE-
      *      PARTITION=nn - on its own, restarting from its own
      *      checkpoint where it has one) and the step ends with
      *      RETURN-CODE 16.
      *   2. Every piece is read and must hold exactly the records
      *      and dollars its partition's totals claim, OUTPUT keys in
      *      sequence and inside the partition's range; every
      *      partition must have read the same whole intake and
      *      pending backlog, and the partitions' own shares must add
      *      up to that whole, in records and in dollars. Any failure
      *      ends the step with RETURN-CODE 8 and the previous cycle's
      *      datasets untouched.
      *
      * Completion codes after a combine, highest wins: 12 output I/O
      * failure; 8 a source quarantined (any partition ended 8); 4
      * rejects over MERGE-REJECT-LIMIT for the whole merge; 2 a
      * partition's restart fell back to a fresh run; else 0.
      *
      * As in MERGE3FILES, every ASSIGN TO 'literal' resolves at run
      * time against DD_<literal> in the environment before falling
      * back to the literal itself.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PARTITION-CONTROL-FILE ASSIGN TO 'PARTCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTITION-CONTROL-STATUS.

           SELECT CONTROL-FILE ASSIGN TO 'MERGECTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

      * Every piece a partition left, one at a time, by name.
           SELECT PIECE-FILE ASSIGN DYNAMIC PIECE-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PIECE-FILE-STATUS.

           SELECT OUTPUT-FILE ASSIGN TO 'OUTPUT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OUTPUT-FILE-INDEXED ASSIGN TO 'OUTPUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OUTPUT-KEY-IDX
               FILE STATUS IS OUTPUT-INDEXED-STATUS.

      * MERGED.DAT, REJECTS.DAT, DUPKEYS.DAT and PENDING.NEW in turn.
           SELECT WHOLE-FILE ASSIGN DYNAMIC WHOLE-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACK-FILE ASSIGN DYNAMIC ACK-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-HISTORY-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CYCLE-STATUS-FILE ASSIGN TO 'CYCSTAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCLE-STATUS-STATUS.

      * Status reference (see STATREF) - the codes the partitions
      * kept a 'T' slot for, so the pieces are broken down the same
      * way, and their descriptions for the report.
           SELECT STATUS-REF-FILE ASSIGN TO 'STATCODE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-REF-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PARTITION-CONTROL-FILE.
       01 PARTITION-CONTROL-RECORD.
           COPY PARTCTL REPLACING ==:PFX:== BY ==PART-IN==.

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 CONTROL-SOURCE-ID    PIC X(40).
           05 FILLER               PIC X(40).

      * The piece layouts are MERGE3FILES' own: OUTPUT and MERGED
      * (key, source, data), REJECTS (source, key, data, reason),
      * PENDING (source, key, data), DUPKEYS (key, source), the
      * acknowledgement and the run-history records.
       FD PIECE-FILE.
       01 PIECE-RECORD.
           05 PIECE-KEY            PIC X(10).
           05 PIECE-SOURCE         PIC X(40).
           05 PIECE-DATA.
               COPY BUSDATA REPLACING ==:PFX:== BY ==PIECE==.
           05 FILLER               PIC X(02).
       01 PIECE-REJECT-RECORD.
           05 PIECE-REJ-SOURCE     PIC X(40).
           05 PIECE-REJ-KEY        PIC X(10).
           05 PIECE-REJ-DATA.
               COPY BUSDATA REPLACING ==:PFX:== BY ==PIECE-REJ==.
           05 PIECE-REJ-REASON     PIC X(02).
       01 PIECE-PENDING-RECORD.
           05 PIECE-PEND-SOURCE    PIC X(40).
           05 PIECE-PEND-KEY       PIC X(10).
           05 PIECE-PEND-DATA.
               COPY BUSDATA REPLACING ==:PFX:== BY ==PIECE-PEND==.
           05 FILLER               PIC X(02).
       01 PIECE-ACK-RECORD.
           05 PIECE-ACK-TYPE       PIC X(01).
           05 FILLER               PIC X(121).
       01 PIECE-ACK-HEADER.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(40).
           05 PIECE-ACK-RUN-ID     PIC X(16).
           05 FILLER               PIC X(65).
       01 PIECE-ACK-TRAILER.
           05 FILLER               PIC X(01).
           05 PIECE-ACK-DISPOSITION PIC X(03).
           05 PIECE-ACK-VERDICT    PIC X(12).
           05 PIECE-ACK-VERDICT-REASON PIC X(02).
           05 PIECE-ACK-READ-COUNT PIC 9(09).
           05 PIECE-ACK-ACCEPTED-COUNT PIC 9(09).
           05 PIECE-ACK-ACCEPTED-AMOUNT PIC S9(13)V9(02).
           05 PIECE-ACK-REJECTED-COUNT PIC 9(09).
           05 PIECE-ACK-REJECTED-AMOUNT PIC S9(13)V9(02).
           05 PIECE-ACK-HELD-COUNT PIC 9(09).
           05 PIECE-ACK-HELD-AMOUNT PIC S9(13)V9(02).
           05 FILLER               PIC X(23).
       01 PIECE-HISTORY-RECORD.
           05 PIECE-HIST-TYPE      PIC X(01).
           05 PIECE-HIST-RUN-ID    PIC X(16).
           05 FILLER               PIC X(105).
       01 PIECE-HIST-SUMMARY.
           05 FILLER               PIC X(17).
           05 PIECE-SUM-RESTART-FLAG PIC X(01).
           05 PIECE-SUM-BALANCE-FLAG PIC X(01).
           05 PIECE-SUM-READ       PIC 9(09).
           05 PIECE-SUM-RELEASE    PIC 9(09).
           05 PIECE-SUM-REJECT     PIC 9(09).
           05 PIECE-SUM-DUPLICATE  PIC 9(09).
           05 PIECE-SUM-PURGE      PIC 9(09).
           05 PIECE-SUM-OUTPUT     PIC 9(09).
           05 PIECE-SUM-HELD       PIC 9(09).
           05 PIECE-SUM-MATURED    PIC 9(09).
           05 FILLER               PIC X(31).
       01 PIECE-HIST-DETAIL.
           05 FILLER               PIC X(17).
           05 PIECE-DET-SOURCE-ID  PIC X(40).
           05 PIECE-DET-READ       PIC 9(09).
           05 PIECE-DET-CONTROL-FLAG PIC X(01).
           05 FILLER               PIC X(55).
       01 PIECE-HIST-AMOUNT.
           05 FILLER               PIC X(17).
           05 PIECE-AMT-READ       PIC S9(13)V9(02).
           05 PIECE-AMT-OUTPUT     PIC S9(13)V9(02).
           05 PIECE-AMT-REJECT     PIC S9(13)V9(02).
           05 PIECE-AMT-PURGE      PIC S9(13)V9(02).
           05 FILLER               PIC X(45).
       01 PIECE-HIST-STATUS.
           05 FILLER               PIC X(17).
           05 PIECE-STAT-CODE      PIC X(02).
           05 PIECE-STAT-AMOUNT    PIC S9(13)V9(02).
           05 FILLER               PIC X(88).
       01 PIECE-HIST-PARTITION.
           05 FILLER               PIC X(17).
           05 PIECE-PART-NUMBER    PIC 9(02).
           05 PIECE-PART-HIGH-KEY  PIC X(10).
           05 PIECE-PART-CODE      PIC 9(02).
           05 PIECE-PART-WHOLE-READ PIC 9(09).
           05 PIECE-PART-AMT-WHOLE-READ PIC S9(13)V9(02).
           05 PIECE-PART-WHOLE-PEND PIC 9(09).
           05 PIECE-PART-AMT-WHOLE-PEND PIC S9(13)V9(02).
           05 FILLER               PIC X(43).
       01 PIECE-HIST-PENDING.
           05 FILLER               PIC X(17).
           05 PIECE-PEND-CARRIED-IN PIC 9(09).
           05 PIECE-PEND-AMT-IN    PIC S9(13)V9(02).
           05 PIECE-PEND-AMT-HELD  PIC S9(13)V9(02).
           05 PIECE-PEND-AMT-RELEASE PIC S9(13)V9(02).
           05 FILLER               PIC X(51).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD           PIC X(120).

       FD OUTPUT-FILE-INDEXED.
       01 OUTPUT-RECORD-INDEXED.
           05 OUTPUT-KEY-IDX      PIC X(10).
           05 OUTPUT-SOURCE-IDX   PIC X(40).
           05 OUTPUT-DATA-IDX     PIC X(70).

       FD WHOLE-FILE.
       01 WHOLE-RECORD            PIC X(122).

       FD ACK-FILE.
       01 ACK-RECORD              PIC X(120).
       01 ACK-TRAILER-RECORD.
           05 ACK-RECORD-TYPE          PIC X(01).
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

      * RUNHIST.DAT records exactly as MERGE3FILES writes them.
       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-RECORD.
           05 HISTORY-RECORD-TYPE      PIC X(01).
           05 HISTORY-RUN-ID           PIC X(16).
           05 HISTORY-RECORD-BODY      PIC X(75).
       01 RUN-SUMMARY-RECORD.
           05 FILLER                   PIC X(01).
           05 FILLER                   PIC X(16).
           05 SUMMARY-RESTART-FLAG     PIC X(01).
           05 SUMMARY-BALANCE-FLAG     PIC X(01).
           05 SUMMARY-READ-COUNT       PIC 9(09).
           05 SUMMARY-RELEASE-COUNT    PIC 9(09).
           05 SUMMARY-REJECT-COUNT     PIC 9(09).
           05 SUMMARY-DUPLICATE-COUNT  PIC 9(09).
           05 SUMMARY-PURGE-COUNT      PIC 9(09).
           05 SUMMARY-OUTPUT-COUNT     PIC 9(09).
           05 SUMMARY-HELD-COUNT       PIC 9(09).
           05 SUMMARY-MATURED-COUNT    PIC 9(09).
           05 FILLER                   PIC X(01).
       01 RUN-DETAIL-RECORD.
           05 FILLER                   PIC X(01).
           05 FILLER                   PIC X(16).
           05 DETAIL-SOURCE-ID         PIC X(40).
           05 DETAIL-READ-COUNT        PIC 9(09).
           05 DETAIL-CONTROL-FLAG      PIC X(01).
           05 FILLER                   PIC X(25).
       01 RUN-AMOUNT-RECORD.
           05 FILLER                   PIC X(01).
           05 FILLER                   PIC X(16).
           05 AMOUNT-HIST-READ         PIC S9(13)V9(02).
           05 AMOUNT-HIST-OUTPUT       PIC S9(13)V9(02).
           05 AMOUNT-HIST-REJECT       PIC S9(13)V9(02).
           05 AMOUNT-HIST-PURGE        PIC S9(13)V9(02).
           05 FILLER                   PIC X(15).
       01 RUN-STATUS-AMOUNT-RECORD.
           05 FILLER                   PIC X(01).
           05 FILLER                   PIC X(16).
           05 STATUS-HIST-CODE         PIC X(02).
           05 STATUS-HIST-AMOUNT       PIC S9(13)V9(02).
           05 FILLER                   PIC X(58).

       FD RUN-STATUS-FILE.
       01 RUN-STATUS-RECORD.
           05 STATUS-RUN-ID            PIC X(16).
           05 STATUS-COMPLETION-CODE   PIC 9(02).
           05 STATUS-RESTART-FLAG      PIC X(01).
           05 STATUS-BALANCE-FLAG      PIC X(01).
           05 STATUS-IO-ERROR-FLAG     PIC X(01).
           05 STATUS-READ-COUNT        PIC 9(09).
           05 STATUS-OUTPUT-COUNT      PIC 9(09).
           05 STATUS-REJECT-COUNT      PIC 9(09).
           05 STATUS-REJECT-LIMIT      PIC 9(09).
           05 STATUS-QUARANTINE-COUNT  PIC 9(04).

       FD CYCLE-STATUS-FILE.
       01 CYCLE-STATUS-RECORD.
           COPY CYCSTAT REPLACING ==:PFX:== BY ==CYC==.

       FD STATUS-REF-FILE.
       01 STATUS-REF-RECORD.
           COPY STATREF REPLACING ==:PFX:== BY ==STATREF==.

       WORKING-STORAGE SECTION.
       01 PARTITION-EOF-FLAG PIC X VALUE 'N'.
       01 CONTROL-EOF-FLAG   PIC X VALUE 'N'.
       01 PIECE-EOF-FLAG     PIC X VALUE 'N'.

       01 PARTITION-CONTROL-STATUS PIC X(02) VALUE '00'.
           88 PARTITION-CONTROL-FOUND     VALUE '00'.
           88 PARTITION-CONTROL-NOT-FOUND VALUE '35'.

       01 CONTROL-FILE-STATUS PIC X(02) VALUE '00'.
           88 CONTROL-FILE-FOUND        VALUE '00'.
           88 CONTROL-FILE-NOT-FOUND    VALUE '35'.

       01 PIECE-FILE-STATUS  PIC X(02) VALUE '00'.
           88 PIECE-FILE-FOUND          VALUE '00'.
           88 PIECE-FILE-NOT-FOUND      VALUE '35'.

       01 OUTPUT-INDEXED-STATUS PIC X(02) VALUE '00'.

       01 RUN-HISTORY-STATUS PIC X(02) VALUE '00'.
           88 RUN-HISTORY-FOUND         VALUE '00'.
           88 RUN-HISTORY-NOT-FOUND     VALUE '35'.

       01 CYCLE-STATUS-STATUS PIC X(02) VALUE '00'.
           88 CYCLE-STATUS-FOUND        VALUE '00'.
           88 CYCLE-STATUS-NOT-FOUND    VALUE '35'.

       01 STATUS-REF-STATUS  PIC X(02) VALUE '00'.
           88 STATUS-REF-FOUND          VALUE '00'.
           88 STATUS-REF-NOT-FOUND      VALUE '35'.

       01 PIECE-DDNAME       PIC X(48) VALUE SPACES.
       01 WHOLE-DDNAME       PIC X(16) VALUE SPACES.
       01 ACK-DDNAME         PIC X(48) VALUE SPACES.
       01 PIECE-STEM         PIC X(40) VALUE SPACES.
       01 PARTITION-SUFFIX   PIC X(04) VALUE SPACES.

       01 OUTPUT-ORG-PARM    PIC X(10) VALUE SPACES.
       01 OUTPUT-ORG-SWITCH  PIC X(01) VALUE 'S'.
           88 OUTPUT-ORG-IS-SEQUENTIAL  VALUE 'S'.
           88 OUTPUT-ORG-IS-INDEXED     VALUE 'I'.

       01 SORT-ORDER-PARM    PIC X(10) VALUE SPACES.
       01 SORT-ORDER-SWITCH  PIC X(01) VALUE 'A'.
           88 SORT-ORDER-IS-ASCENDING   VALUE 'A'.
           88 SORT-ORDER-IS-DESCENDING  VALUE 'D'.

       01 REJECT-LIMIT-PARM    PIC X(10) VALUE SPACES.
       01 REJECT-LIMIT         PIC 9(09) VALUE 0.
       01 REJECT-LIMIT-SCAN    PIC 9(04) COMP VALUE 0.
       01 REJECT-LIMIT-DIGITS  PIC 9(04) COMP VALUE 0.
       01 REJECT-LIMIT-OK-FLAG PIC X(01) VALUE 'Y'.

       01 RUN-DATE           PIC 9(08) VALUE 0.
       01 RUN-TIME-OF-DAY    PIC 9(08) VALUE 0.
       01 RUN-IDENTIFIER.
           05 RUN-ID-DATE     PIC 9(08).
           05 RUN-ID-TIME     PIC 9(08).

      * One entry per partition on PARTCTL.DAT: its range, and the
      * totals its RUNHIST.Pnn claims - 'S', 'A', 'P' and 'Q' as
      * MERGE3FILES wrote them - with what its pieces were found to
      * hold beside them.
       01 PARTITION-TABLE-CONTROLS.
           05 PARTITION-COUNT      PIC 9(04) COMP VALUE 0.
           05 PARTITION-TABLE-MAXIMUM PIC 9(04) COMP VALUE 99.
           05 PART-STEP            PIC S9(04) COMP VALUE 0.
           05 PART-FIRST           PIC S9(04) COMP VALUE 0.
           05 PART-LAST            PIC S9(04) COMP VALUE 0.
           05 PART-DIRECTION       PIC S9(04) COMP VALUE 1.

       01 PARTITION-TABLE.
           05 PARTITION-ENTRY OCCURS 99 TIMES
                   INDEXED BY PART-IDX.
               10 PT-HIGH-KEY          PIC X(10).
               10 PT-AFTER-KEY         PIC X(10).
               10 PT-HISTORY-FLAG      PIC X(01).
               10 PT-PARTITION-FLAG    PIC X(01).
               10 PT-DETAIL-COUNT      PIC 9(04) COMP.
               10 PT-RUN-ID            PIC X(16).
               10 PT-RESTART-FLAG      PIC X(01).
               10 PT-BALANCE-FLAG      PIC X(01).
               10 PT-CODE              PIC 9(02).
               10 PT-READ              PIC 9(09) COMP.
               10 PT-RELEASE           PIC 9(09) COMP.
               10 PT-REJECT            PIC 9(09) COMP.
               10 PT-DUPLICATE         PIC 9(09) COMP.
               10 PT-PURGE             PIC 9(09) COMP.
               10 PT-OUTPUT            PIC 9(09) COMP.
               10 PT-HELD              PIC 9(09) COMP.
               10 PT-MATURED           PIC 9(09) COMP.
               10 PT-CARRIED-IN        PIC 9(09) COMP.
               10 PT-AMT-READ          PIC S9(13)V9(02) COMP.
               10 PT-AMT-OUTPUT        PIC S9(13)V9(02) COMP.
               10 PT-AMT-REJECT        PIC S9(13)V9(02) COMP.
               10 PT-AMT-PURGE         PIC S9(13)V9(02) COMP.
               10 PT-AMT-PEND-IN       PIC S9(13)V9(02) COMP.
               10 PT-AMT-HELD          PIC S9(13)V9(02) COMP.
               10 PT-AMT-RELEASE       PIC S9(13)V9(02) COMP.
               10 PT-WHOLE-READ        PIC 9(09) COMP.
               10 PT-AMT-WHOLE-READ    PIC S9(13)V9(02) COMP.
               10 PT-WHOLE-PEND        PIC 9(09) COMP.
               10 PT-AMT-WHOLE-PEND    PIC S9(13)V9(02) COMP.

       01 PARTITION-NUMBER-WORK  PIC 9(02) VALUE 0.

      * Partitions found unfit by the history pass.
       01 RERUN-COUNT            PIC 9(04) COMP VALUE 0.
       01 RERUN-REASON           PIC X(40) VALUE SPACES.

       01 VERIFY-SWITCH          PIC X(01) VALUE 'Y'.
           88 PIECES-VERIFIED           VALUE 'Y'.
           88 PIECES-DO-NOT-TIE         VALUE 'N'.

      * What one piece was found to hold.
       01 PIECE-TOTALS.
           05 PIECE-FOUND-COUNT          PIC 9(09) COMP VALUE 0.
           05 PIECE-FOUND-AMOUNT   PIC S9(13)V9(02) COMP VALUE 0.
           05 PIECE-PREVIOUS-KEY   PIC X(10) VALUE SPACES.
           05 PIECE-RANGE-ERRORS   PIC 9(09) COMP VALUE 0.
           05 PIECE-SEQUENCE-ERRORS PIC 9(09) COMP VALUE 0.

       01 WHOLE-BALANCE-SWITCH   PIC X(01) VALUE 'Y'.
           88 WHOLE-IN-BALANCE          VALUE 'Y'.
           88 WHOLE-NOT-IN-BALANCE      VALUE 'N'.

       01 PIECE-FIRST-SWITCH    PIC X(01) VALUE 'Y'.
           88 PIECE-ON-FIRST-RECORD     VALUE 'Y'.
           88 PIECE-PAST-FIRST-RECORD   VALUE 'N'.

       01 PIECE-KIND             PIC X(08) VALUE SPACES.
       01 PIECE-CLAIMED-COUNT    PIC 9(09) COMP VALUE 0.
       01 PIECE-CLAIMED-AMOUNT   PIC S9(13)V9(02) COMP VALUE 0.

      * The whole merge, as the sum of the partitions.
       01 WHOLE-TOTALS.
           05 TOTAL-READ           PIC 9(09) COMP VALUE 0.
           05 TOTAL-RELEASE        PIC 9(09) COMP VALUE 0.
           05 TOTAL-REJECT         PIC 9(09) COMP VALUE 0.
           05 TOTAL-DUPLICATE      PIC 9(09) COMP VALUE 0.
           05 TOTAL-PURGE          PIC 9(09) COMP VALUE 0.
           05 TOTAL-OUTPUT         PIC 9(09) COMP VALUE 0.
           05 TOTAL-HELD           PIC 9(09) COMP VALUE 0.
           05 TOTAL-MATURED        PIC 9(09) COMP VALUE 0.
           05 TOTAL-CARRIED-IN     PIC 9(09) COMP VALUE 0.
           05 TOTAL-AMT-READ       PIC S9(13)V9(02) COMP VALUE 0.
           05 TOTAL-AMT-OUTPUT     PIC S9(13)V9(02) COMP VALUE 0.
           05 TOTAL-AMT-REJECT     PIC S9(13)V9(02) COMP VALUE 0.
           05 TOTAL-AMT-PURGE      PIC S9(13)V9(02) COMP VALUE 0.
           05 TOTAL-AMT-PEND-IN    PIC S9(13)V9(02) COMP VALUE 0.
           05 TOTAL-AMT-HELD       PIC S9(13)V9(02) COMP VALUE 0.
           05 TOTAL-AMT-RELEASE    PIC S9(13)V9(02) COMP VALUE 0.

      * What was actually written to OUTPUT.DAT by the combine.
       01 COMBINED-TOTALS.
           05 COMBINED-OUTPUT-COUNT PIC 9(09) COMP VALUE 0.
           05 COMBINED-OUTPUT-AMOUNT PIC S9(13)V9(02) COMP VALUE 0.
           05 COMBINED-COPY-COUNT  PIC 9(09) COMP VALUE 0.

      * Output amount by STATUS-CODE: the partitions' 'T' records
      * summed, beside the same breakdown read off the OUTPUT pieces.
      * One slot more than STATUS-REF-TABLE holds codes, for the '??'
      * guard, as in MERGE3FILES.
       01 STATUS-TOTAL-CONTROLS.
           05 STATUS-TOTAL-COUNT   PIC 9(04) COMP VALUE 0.
           05 STATUS-TOTAL-MAXIMUM PIC 9(04) COMP VALUE 51.
           05 STATUS-LOOKUP-CODE   PIC X(02) VALUE SPACES.

       01 STATUS-TOTAL-TABLE.
           05 STATUS-TOTAL-ENTRY OCCURS 51 TIMES
                   INDEXED BY STAT-IDX.
               10 ST-CODE              PIC X(02).
               10 ST-HIST-AMOUNT       PIC S9(13)V9(02) COMP.
               10 ST-PIECE-AMOUNT      PIC S9(13)V9(02) COMP.

      * Status codes off STATCODE.DAT. A piece record whose code is
      * not listed goes to the '??' guard slot, as in MERGE3FILES.
       01 STATUS-REF-EOF-FLAG PIC X(01) VALUE 'N'.

       01 STATUS-REF-CONTROLS.
           05 STATUS-REF-COUNT    PIC 9(04) COMP VALUE 0.
           05 STATUS-REF-MAXIMUM  PIC 9(04) COMP VALUE 50.

       01 STATUS-REF-TABLE.
           05 STATUS-REF-ENTRY OCCURS 50 TIMES
                   INDEXED BY SREF-IDX.
               10 SREF-CODE            PIC X(02).
               10 SREF-DESCRIPTION     PIC X(30).

       01 SREF-LOOKUP-CODE        PIC X(02) VALUE SPACES.
       01 SREF-LOOKUP-DESCRIPTION PIC X(30) VALUE SPACES.
       01 SREF-LOOKUP-SWITCH      PIC X(01) VALUE 'N'.
           88 SREF-CODE-LISTED          VALUE 'Y'.
           88 SREF-CODE-NOT-LISTED      VALUE 'N'.

      * Sources from the partitions' 'D' records, summed.
       01 SOURCE-TABLE-CONTROLS.
           05 SOURCE-COUNT         PIC 9(04) COMP VALUE 0.
           05 SOURCE-TABLE-MAXIMUM PIC 9(04) COMP VALUE 200.
           05 QUARANTINED-COUNT    PIC 9(04) COMP VALUE 0.

       01 SOURCE-TABLE.
           05 SOURCE-ENTRY OCCURS 200 TIMES
                   INDEXED BY SRC-IDX.
               10 SRC-ID               PIC X(40).
               10 SRC-READ-COUNT       PIC 9(09) COMP.
               10 SRC-CONTROL-FLAG     PIC X(01).

       01 DETAIL-SWITCH          PIC X(01) VALUE 'Y'.
           88 DETAIL-FROM-EVERY-PARTITION VALUE 'Y'.
           88 DETAIL-INCOMPLETE           VALUE 'N'.

      * One source's acknowledgement, gathered across the pieces.
       01 ACK-TOTALS.
           05 ACK-PIECES-FOUND     PIC 9(04) COMP VALUE 0.
           05 ACK-SUM-READ         PIC 9(09) COMP VALUE 0.
           05 ACK-SUM-ACCEPTED     PIC 9(09) COMP VALUE 0.
           05 ACK-SUM-REJECTED     PIC 9(09) COMP VALUE 0.
           05 ACK-SUM-HELD         PIC 9(09) COMP VALUE 0.
           05 ACK-SUM-AMT-ACCEPTED PIC S9(13)V9(02) COMP VALUE 0.
           05 ACK-SUM-AMT-REJECTED PIC S9(13)V9(02) COMP VALUE 0.
           05 ACK-SUM-AMT-HELD     PIC S9(13)V9(02) COMP VALUE 0.
           05 ACK-QUARANTINE-REASON PIC X(02) VALUE SPACES.
           05 ACK-FILE-COUNT       PIC 9(04) COMP VALUE 0.
           05 ACK-MISSING-COUNT    PIC 9(04) COMP VALUE 0.

       01 ACK-HEADER-SWITCH      PIC X(01) VALUE 'N'.
           88 ACK-HEADER-WRITTEN        VALUE 'Y'.
           88 ACK-HEADER-NOT-WRITTEN    VALUE 'N'.
       01 ACK-CONTROL-SWITCH     PIC X(01) VALUE 'N'.
           88 ACK-CONTROL-WRITTEN       VALUE 'Y'.
           88 ACK-CONTROL-NOT-WRITTEN   VALUE 'N'.

       01 OUTPUT-IO-ERROR-SWITCH PIC X(01) VALUE 'N'.
           88 OUTPUT-IO-ERROR-OCCURRED  VALUE 'Y'.
           88 OUTPUT-IO-ERROR-NONE      VALUE 'N'.

       01 FALLBACK-SWITCH        PIC X(01) VALUE 'N'.
           88 A-PARTITION-FELL-BACK     VALUE 'Y'.

       01 RESTART-SWITCH         PIC X(01) VALUE 'F'.

       01 COMPLETION-CODE        PIC 9(02) VALUE 0.

       01 AMOUNT-EDITED          PIC +9(13).9(02).
       01 SECOND-AMOUNT-EDITED   PIC +9(13).9(02).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-OF-DAY FROM TIME.
           MOVE RUN-DATE TO RUN-ID-DATE.
           MOVE RUN-TIME-OF-DAY TO RUN-ID-TIME.

           PERFORM SELECT-OUTPUT-ORGANIZATION.
           PERFORM SELECT-SORT-ORDER.
           PERFORM SET-REJECT-LIMIT.

           IF OUTPUT-ORG-IS-INDEXED AND SORT-ORDER-IS-DESCENDING
               DISPLAY '*** ERROR - MERGE-OUTPUT-ORG=INDEXED REQUIRES '
                   'MERGE-SORT-ORDER=ASCENDING - INDEXED OUTPUT IS '
                   'LOADED IN KEY SEQUENCE AND CANNOT BE WRITTEN '
                   'DESCENDING ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-PARTITION-TABLE.
           PERFORM LOAD-STATUS-REFERENCE.

           PERFORM VARYING PART-IDX FROM 1 BY 1
                   UNTIL PART-IDX > PARTITION-COUNT
               PERFORM LOAD-PARTITION-HISTORY
           END-PERFORM.

           IF RERUN-COUNT > 0
               DISPLAY '*** COMBINE REFUSED - ' RERUN-COUNT
                   ' PARTITION(S) TO RERUN BEFORE THE MERGE CAN BE '
                   'COMBINED - NOTHING WRITTEN ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM SUM-PARTITION-TOTALS.
           PERFORM VERIFY-WHOLE-TOTALS.

           PERFORM VARYING PART-IDX FROM 1 BY 1
                   UNTIL PART-IDX > PARTITION-COUNT
               PERFORM VERIFY-PARTITION-PIECES
           END-PERFORM.
           PERFORM VERIFY-STATUS-TOTALS.

           IF PIECES-DO-NOT-TIE
               DISPLAY '*** COMBINE REFUSED - THE PARTITIONS DO NOT '
                   'ADD UP TO THE WHOLE MERGE - NOTHING WRITTEN, '
                   'LAST CYCLE''S DATASETS STAND ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM SET-COMBINE-ORDER.
           PERFORM COMBINE-OUTPUT-PIECES.
           MOVE 'MERGED' TO PIECE-KIND.
           MOVE 'MERGED.DAT' TO WHOLE-DDNAME.
           PERFORM COMBINE-PLAIN-PIECES.
           MOVE 'REJECTS' TO PIECE-KIND.
           MOVE 'REJECTS.DAT' TO WHOLE-DDNAME.
           PERFORM COMBINE-PLAIN-PIECES.
           MOVE 'DUPKEYS' TO PIECE-KIND.
           MOVE 'DUPKEYS.DAT' TO WHOLE-DDNAME.
           PERFORM COMBINE-PLAIN-PIECES.
           MOVE 'PENDING' TO PIECE-KIND.
           MOVE 'PENDING.NEW' TO WHOLE-DDNAME.
           PERFORM COMBINE-PLAIN-PIECES.
           PERFORM COMBINE-ACKNOWLEDGEMENTS.

           IF COMBINED-OUTPUT-COUNT NOT = TOTAL-OUTPUT
                   OR COMBINED-OUTPUT-AMOUNT NOT = TOTAL-AMT-OUTPUT
               SET OUTPUT-IO-ERROR-OCCURRED TO TRUE
           END-IF.

           PERFORM PRINT-COMBINE-REPORT.
           PERFORM SET-COMPLETION-CODE.
           PERFORM WRITE-RUN-HISTORY.
           PERFORM WRITE-RUN-STATUS.
           PERFORM WRITE-CYCLE-STATUS.

           MOVE COMPLETION-CODE TO RETURN-CODE.
           STOP RUN.

       SELECT-OUTPUT-ORGANIZATION.
           ACCEPT OUTPUT-ORG-PARM FROM ENVIRONMENT 'MERGE-OUTPUT-ORG'.
           IF OUTPUT-ORG-PARM = 'INDEXED' OR OUTPUT-ORG-PARM = 'I'
               SET OUTPUT-ORG-IS-INDEXED TO TRUE
           ELSE
               SET OUTPUT-ORG-IS-SEQUENTIAL TO TRUE
           END-IF.

       SELECT-SORT-ORDER.
           ACCEPT SORT-ORDER-PARM FROM ENVIRONMENT 'MERGE-SORT-ORDER'.
           IF SORT-ORDER-PARM = 'DESCENDING' OR SORT-ORDER-PARM = 'D'
               SET SORT-ORDER-IS-DESCENDING TO TRUE
           ELSE
               SET SORT-ORDER-IS-ASCENDING TO TRUE
           END-IF.

       SET-REJECT-LIMIT.
      * MERGE-REJECT-LIMIT, read as MERGE3FILES reads it, but judged
      * here against the whole merge's rejects.
           ACCEPT REJECT-LIMIT-PARM
               FROM ENVIRONMENT 'MERGE-REJECT-LIMIT'.

           MOVE 0 TO REJECT-LIMIT-DIGITS.
           MOVE 'Y' TO REJECT-LIMIT-OK-FLAG.

           PERFORM VARYING REJECT-LIMIT-SCAN FROM 1 BY 1
                   UNTIL REJECT-LIMIT-SCAN > 10
                   OR REJECT-LIMIT-PARM(REJECT-LIMIT-SCAN:1) = SPACE
               IF REJECT-LIMIT-PARM(REJECT-LIMIT-SCAN:1) IS NUMERIC
                   ADD 1 TO REJECT-LIMIT-DIGITS
               ELSE
                   MOVE 'N' TO REJECT-LIMIT-OK-FLAG
                   MOVE 11 TO REJECT-LIMIT-SCAN
               END-IF
           END-PERFORM.

           IF REJECT-LIMIT-OK-FLAG = 'Y'
                   AND REJECT-LIMIT-DIGITS > 0
                   AND REJECT-LIMIT-DIGITS < 10
               MOVE REJECT-LIMIT-PARM(1:REJECT-LIMIT-DIGITS)
                   TO REJECT-LIMIT
           END-IF.

       LOAD-PARTITION-TABLE.
      * The same rules MERGE3FILES applies to PARTCTL.DAT.
           MOVE SPACES TO PARTITION-TABLE.
           OPEN INPUT PARTITION-CONTROL-FILE.
           IF PARTITION-CONTROL-NOT-FOUND
               DISPLAY '*** ERROR - PARTCTL.DAT NOT FOUND - NOTHING '
                   'TO COMBINE ***'
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
           IF PT-HIGH-KEY(PARTITION-COUNT) NOT = SPACES
               DISPLAY '*** ERROR - THE LAST PARTITION ON PARTCTL.DAT '
                   'MUST HAVE A BLANK HIGH KEY - KEYS ABOVE '
                   PT-HIGH-KEY(PARTITION-COUNT)
                   ' WOULD BELONG TO NO PARTITION ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-STATUS-REFERENCE.
      * Required, as it is for the partitions. The '**' and '??'
      * lines only carry GL accounts and are passed over.
           OPEN INPUT STATUS-REF-FILE.
           IF STATUS-REF-NOT-FOUND
               DISPLAY '*** ERROR - STATCODE.DAT NOT FOUND - NO '
                   'STATUS CODES TO BREAK THE PIECES DOWN BY ***'
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

       LOOKUP-STATUS-REFERENCE.
           MOVE SPACES TO SREF-LOOKUP-DESCRIPTION.
           SET SREF-CODE-NOT-LISTED TO TRUE.
           SET SREF-IDX TO 1.
           SEARCH STATUS-REF-ENTRY
               AT END CONTINUE
               WHEN SREF-IDX > STATUS-REF-COUNT
                   CONTINUE
               WHEN SREF-CODE(SREF-IDX) = SREF-LOOKUP-CODE
                   MOVE SREF-DESCRIPTION(SREF-IDX)
                       TO SREF-LOOKUP-DESCRIPTION
                   SET SREF-CODE-LISTED TO TRUE
           END-SEARCH.

       EXAMINE-PARTITION-LINE.
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

           MOVE SPACES TO PT-AFTER-KEY(PART-IDX).
           IF PARTITION-COUNT > 1
               IF PT-HIGH-KEY(PART-IDX - 1) = SPACES
                       OR (PART-IN-HIGH-KEY NOT = SPACES
                       AND PART-IN-HIGH-KEY NOT >
                           PT-HIGH-KEY(PART-IDX - 1))
                   DISPLAY '*** ERROR - PARTCTL.DAT PARTITION '
                       PART-IN-NUMBER ' HIGH KEY ' PART-IN-HIGH-KEY
                       ' DOES NOT FOLLOW THE ONE BEFORE IT ***'
                   CLOSE PARTITION-CONTROL-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PT-HIGH-KEY(PART-IDX - 1) TO PT-AFTER-KEY(PART-IDX)
           END-IF.

           MOVE PART-IN-HIGH-KEY TO PT-HIGH-KEY(PART-IDX).
           MOVE 'N' TO PT-HISTORY-FLAG(PART-IDX).
           MOVE 'N' TO PT-PARTITION-FLAG(PART-IDX).
           MOVE 0 TO PT-DETAIL-COUNT(PART-IDX).

       BUILD-PIECE-NAME.
      * PIECE-STEM plus the suffix for the partition at PART-IDX.
           SET PARTITION-NUMBER-WORK TO PART-IDX.
           MOVE SPACES TO PARTITION-SUFFIX.
           STRING '.P' PARTITION-NUMBER-WORK DELIMITED BY SIZE
               INTO PARTITION-SUFFIX.
           MOVE SPACES TO PIECE-DDNAME.
           STRING PIECE-STEM DELIMITED BY SPACE
                  PARTITION-SUFFIX DELIMITED BY SIZE
               INTO PIECE-DDNAME.

       LOAD-PARTITION-HISTORY.
      * First pass, per partition: what its RUNHIST.Pnn says it did.
           MOVE 'RUNHIST' TO PIECE-STEM.
           PERFORM BUILD-PIECE-NAME.
           MOVE 'N' TO PIECE-EOF-FLAG.
           OPEN INPUT PIECE-FILE.
           IF PIECE-FILE-NOT-FOUND
               MOVE 'Y' TO PIECE-EOF-FLAG
           END-IF.

           PERFORM UNTIL PIECE-EOF-FLAG = 'Y'
               READ PIECE-FILE
                   AT END MOVE 'Y' TO PIECE-EOF-FLAG
                   NOT AT END
                       PERFORM TAKE-HISTORY-RECORD
               END-READ
           END-PERFORM.

           IF NOT PIECE-FILE-NOT-FOUND
               CLOSE PIECE-FILE
           END-IF.

           MOVE SPACES TO RERUN-REASON.
           IF PT-HISTORY-FLAG(PART-IDX) NOT = 'Y'
               MOVE 'HAS NOT RUN - NO RUN HISTORY' TO RERUN-REASON
           ELSE
               IF PT-PARTITION-FLAG(PART-IDX) NOT = 'Y'
                   MOVE 'RUN HISTORY IS NOT A PARTITION''S'
                       TO RERUN-REASON
               ELSE
                   IF PT-BALANCE-FLAG(PART-IDX) NOT = 'Y'
                       MOVE 'ENDED OUT OF BALANCE' TO RERUN-REASON
                   ELSE
                       IF PT-CODE(PART-IDX) NOT < 12
                           MOVE 'ENDED WITH AN OUTPUT I/O FAILURE'
                               TO RERUN-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF RERUN-REASON NOT = SPACES
               ADD 1 TO RERUN-COUNT
               DISPLAY '*** RERUN PARTITION ' PARTITION-NUMBER-WORK
                   ' (MERGE-PARTITION=' PARTITION-NUMBER-WORK ') - '
                   PIECE-DDNAME ' ' RERUN-REASON ' ***'
           END-IF.

       TAKE-HISTORY-RECORD.
      * An 'S' record starts the set; anything before it (there
      * should be nothing - the file is rewritten each run) is
      * ignored with it.
           IF PIECE-HIST-TYPE = 'S'
               MOVE 'Y' TO PT-HISTORY-FLAG(PART-IDX)
               MOVE 'N' TO PT-PARTITION-FLAG(PART-IDX)
               MOVE 0 TO PT-DETAIL-COUNT(PART-IDX)
               MOVE PIECE-HIST-RUN-ID TO PT-RUN-ID(PART-IDX)
               MOVE PIECE-SUM-RESTART-FLAG TO PT-RESTART-FLAG(PART-IDX)
               MOVE PIECE-SUM-BALANCE-FLAG TO PT-BALANCE-FLAG(PART-IDX)
               MOVE PIECE-SUM-READ TO PT-READ(PART-IDX)
               MOVE PIECE-SUM-RELEASE TO PT-RELEASE(PART-IDX)
               MOVE PIECE-SUM-REJECT TO PT-REJECT(PART-IDX)
               MOVE PIECE-SUM-DUPLICATE TO PT-DUPLICATE(PART-IDX)
               MOVE PIECE-SUM-PURGE TO PT-PURGE(PART-IDX)
               MOVE PIECE-SUM-OUTPUT TO PT-OUTPUT(PART-IDX)
               MOVE PIECE-SUM-HELD TO PT-HELD(PART-IDX)
               MOVE PIECE-SUM-MATURED TO PT-MATURED(PART-IDX)
           ELSE
               IF PT-HISTORY-FLAG(PART-IDX) = 'Y'
                       AND PIECE-HIST-RUN-ID = PT-RUN-ID(PART-IDX)
                   PERFORM TAKE-HISTORY-DETAIL
               END-IF
           END-IF.

       TAKE-HISTORY-DETAIL.
           IF PIECE-HIST-TYPE = 'A'
               MOVE PIECE-AMT-READ TO PT-AMT-READ(PART-IDX)
               MOVE PIECE-AMT-OUTPUT TO PT-AMT-OUTPUT(PART-IDX)
               MOVE PIECE-AMT-REJECT TO PT-AMT-REJECT(PART-IDX)
               MOVE PIECE-AMT-PURGE TO PT-AMT-PURGE(PART-IDX)
           END-IF.

           IF PIECE-HIST-TYPE = 'T'
               MOVE PIECE-STAT-CODE TO STATUS-LOOKUP-CODE
               PERFORM FIND-STATUS-TOTAL
               ADD PIECE-STAT-AMOUNT TO ST-HIST-AMOUNT(STAT-IDX)
           END-IF.

           IF PIECE-HIST-TYPE = 'D'
               ADD 1 TO PT-DETAIL-COUNT(PART-IDX)
               PERFORM FIND-SOURCE-TOTAL
               ADD PIECE-DET-READ TO SRC-READ-COUNT(SRC-IDX)
           END-IF.

           IF PIECE-HIST-TYPE = 'P'
               SET PARTITION-NUMBER-WORK TO PART-IDX
               IF PIECE-PART-NUMBER = PARTITION-NUMBER-WORK
                       AND PIECE-PART-HIGH-KEY = PT-HIGH-KEY(PART-IDX)
                   MOVE 'Y' TO PT-PARTITION-FLAG(PART-IDX)
               ELSE
                   DISPLAY '*** WARNING - ' PIECE-DDNAME
                       ' WAS WRITTEN FOR PARTITION ' PIECE-PART-NUMBER
                       ' HIGH KEY ' PIECE-PART-HIGH-KEY
                       ' - PARTCTL.DAT HAS CHANGED SINCE ***'
               END-IF
               MOVE PIECE-PART-CODE TO PT-CODE(PART-IDX)
               MOVE PIECE-PART-WHOLE-READ TO PT-WHOLE-READ(PART-IDX)
               MOVE PIECE-PART-AMT-WHOLE-READ
                   TO PT-AMT-WHOLE-READ(PART-IDX)
               MOVE PIECE-PART-WHOLE-PEND TO PT-WHOLE-PEND(PART-IDX)
               MOVE PIECE-PART-AMT-WHOLE-PEND
                   TO PT-AMT-WHOLE-PEND(PART-IDX)
           END-IF.

           IF PIECE-HIST-TYPE = 'Q'
               MOVE PIECE-PEND-CARRIED-IN TO PT-CARRIED-IN(PART-IDX)
               MOVE PIECE-PEND-AMT-IN TO PT-AMT-PEND-IN(PART-IDX)
               MOVE PIECE-PEND-AMT-HELD TO PT-AMT-HELD(PART-IDX)
               MOVE PIECE-PEND-AMT-RELEASE
                   TO PT-AMT-RELEASE(PART-IDX)
           END-IF.

       FIND-STATUS-TOTAL.
      * STAT-IDX to STATUS-LOOKUP-CODE's entry, adding it if new.
           SET STAT-IDX TO 1.
           SEARCH STATUS-TOTAL-ENTRY
               AT END
                   IF STATUS-TOTAL-COUNT >= STATUS-TOTAL-MAXIMUM
                       DISPLAY '*** ERROR - MORE THAN '
                           STATUS-TOTAL-MAXIMUM ' STATUS CODES ON '
                           'THE PARTITIONS - INCREASE STATUS-TOTAL-'
                           'MAXIMUM AND RECOMPILE ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO STATUS-TOTAL-COUNT
                   SET STAT-IDX TO STATUS-TOTAL-COUNT
                   MOVE STATUS-LOOKUP-CODE TO ST-CODE(STAT-IDX)
                   MOVE 0 TO ST-HIST-AMOUNT(STAT-IDX)
                   MOVE 0 TO ST-PIECE-AMOUNT(STAT-IDX)
               WHEN STAT-IDX > STATUS-TOTAL-COUNT
                   ADD 1 TO STATUS-TOTAL-COUNT
                   MOVE STATUS-LOOKUP-CODE TO ST-CODE(STAT-IDX)
                   MOVE 0 TO ST-HIST-AMOUNT(STAT-IDX)
                   MOVE 0 TO ST-PIECE-AMOUNT(STAT-IDX)
               WHEN ST-CODE(STAT-IDX) = STATUS-LOOKUP-CODE
                   CONTINUE
           END-SEARCH.

       FIND-SOURCE-TOTAL.
      * SRC-IDX to the 'D' record's source, adding it if new; the
      * control flag is the same on every partition's record.
           SET SRC-IDX TO 1.
           SEARCH SOURCE-ENTRY
               AT END
                   DISPLAY '*** ERROR - MORE THAN '
                       SOURCE-TABLE-MAXIMUM ' SOURCES ON THE '
                       'PARTITIONS - INCREASE SOURCE-TABLE-MAXIMUM '
                       'AND RECOMPILE ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN SRC-IDX > SOURCE-COUNT
                   ADD 1 TO SOURCE-COUNT
                   MOVE PIECE-DET-SOURCE-ID TO SRC-ID(SRC-IDX)
                   MOVE 0 TO SRC-READ-COUNT(SRC-IDX)
                   MOVE PIECE-DET-CONTROL-FLAG
                       TO SRC-CONTROL-FLAG(SRC-IDX)
                   IF PIECE-DET-CONTROL-FLAG = 'Q'
                       ADD 1 TO QUARANTINED-COUNT
                   END-IF
               WHEN SRC-ID(SRC-IDX) = PIECE-DET-SOURCE-ID
                   CONTINUE
           END-SEARCH.

       SUM-PARTITION-TOTALS.
           PERFORM VARYING PART-IDX FROM 1 BY 1
                   UNTIL PART-IDX > PARTITION-COUNT
               ADD PT-READ(PART-IDX) TO TOTAL-READ
               ADD PT-RELEASE(PART-IDX) TO TOTAL-RELEASE
               ADD PT-REJECT(PART-IDX) TO TOTAL-REJECT
               ADD PT-DUPLICATE(PART-IDX) TO TOTAL-DUPLICATE
               ADD PT-PURGE(PART-IDX) TO TOTAL-PURGE
               ADD PT-OUTPUT(PART-IDX) TO TOTAL-OUTPUT
               ADD PT-HELD(PART-IDX) TO TOTAL-HELD
               ADD PT-MATURED(PART-IDX) TO TOTAL-MATURED
               ADD PT-CARRIED-IN(PART-IDX) TO TOTAL-CARRIED-IN
               ADD PT-AMT-READ(PART-IDX) TO TOTAL-AMT-READ
               ADD PT-AMT-OUTPUT(PART-IDX) TO TOTAL-AMT-OUTPUT
               ADD PT-AMT-REJECT(PART-IDX) TO TOTAL-AMT-REJECT
               ADD PT-AMT-PURGE(PART-IDX) TO TOTAL-AMT-PURGE
               ADD PT-AMT-PEND-IN(PART-IDX) TO TOTAL-AMT-PEND-IN
               ADD PT-AMT-HELD(PART-IDX) TO TOTAL-AMT-HELD
               ADD PT-AMT-RELEASE(PART-IDX) TO TOTAL-AMT-RELEASE
               IF PT-RESTART-FLAG(PART-IDX) = 'R'
                   MOVE 'R' TO RESTART-SWITCH
               END-IF
               IF PT-CODE(PART-IDX) = 2
                   SET A-PARTITION-FELL-BACK TO TRUE
               END-IF
               IF PT-DETAIL-COUNT(PART-IDX) = 0
                   SET DETAIL-INCOMPLETE TO TRUE
               END-IF
           END-PERFORM.

       VERIFY-WHOLE-TOTALS.
      * Every partition read the same sources and backlog, so each
      * must report the same whole; the partitions' shares must sum
      * to it; and the whole must balance as one run would.
           PERFORM VARYING PART-IDX FROM 2 BY 1
                   UNTIL PART-IDX > PARTITION-COUNT
               IF PT-WHOLE-READ(PART-IDX) NOT = PT-WHOLE-READ(1)
                       OR PT-AMT-WHOLE-READ(PART-IDX)
                           NOT = PT-AMT-WHOLE-READ(1)
                       OR PT-WHOLE-PEND(PART-IDX) NOT = PT-WHOLE-PEND(1)
                       OR PT-AMT-WHOLE-PEND(PART-IDX)
                           NOT = PT-AMT-WHOLE-PEND(1)
                   SET PIECES-DO-NOT-TIE TO TRUE
                   SET PARTITION-NUMBER-WORK TO PART-IDX
                   DISPLAY '*** PARTITION ' PARTITION-NUMBER-WORK
                       ' READ A DIFFERENT INTAKE OR BACKLOG FROM '
                       'PARTITION 01 - RUN ' PT-RUN-ID(PART-IDX)
                       ' AGAINST ' PT-RUN-ID(1) ' ***'
               END-IF
           END-PERFORM.

           IF TOTAL-READ NOT = PT-WHOLE-READ(1)
                   OR TOTAL-AMT-READ NOT = PT-AMT-WHOLE-READ(1)
               SET PIECES-DO-NOT-TIE TO TRUE
               MOVE TOTAL-AMT-READ TO AMOUNT-EDITED
               MOVE PT-AMT-WHOLE-READ(1) TO SECOND-AMOUNT-EDITED
               DISPLAY '*** PARTITIONS READ ' TOTAL-READ ' RECORDS '
                   AMOUNT-EDITED ' BETWEEN THEM BUT THE INTAKE HELD '
                   PT-WHOLE-READ(1) ' RECORDS ' SECOND-AMOUNT-EDITED
                   ' ***'
           END-IF.

           IF TOTAL-CARRIED-IN NOT = PT-WHOLE-PEND(1)
                   OR TOTAL-AMT-PEND-IN NOT = PT-AMT-WHOLE-PEND(1)
               SET PIECES-DO-NOT-TIE TO TRUE
               DISPLAY '*** PARTITIONS TOOK ' TOTAL-CARRIED-IN
                   ' PENDING RECORDS BETWEEN THEM BUT PENDING.DAT '
                   'HELD ' PT-WHOLE-PEND(1) ' ***'
           END-IF.

           MOVE 'Y' TO WHOLE-BALANCE-SWITCH.
           IF TOTAL-READ + TOTAL-CARRIED-IN
                   NOT = TOTAL-RELEASE + TOTAL-REJECT + TOTAL-HELD
               MOVE 'N' TO WHOLE-BALANCE-SWITCH
           END-IF.
           IF TOTAL-RELEASE NOT = TOTAL-OUTPUT + TOTAL-PURGE
               MOVE 'N' TO WHOLE-BALANCE-SWITCH
           END-IF.
           IF TOTAL-AMT-READ + TOTAL-AMT-PEND-IN
                   NOT = TOTAL-AMT-RELEASE + TOTAL-AMT-REJECT
                   + TOTAL-AMT-HELD
               MOVE 'N' TO WHOLE-BALANCE-SWITCH
           END-IF.
           IF TOTAL-AMT-RELEASE
                   NOT = TOTAL-AMT-OUTPUT + TOTAL-AMT-PURGE
               MOVE 'N' TO WHOLE-BALANCE-SWITCH
           END-IF.
           IF WHOLE-NOT-IN-BALANCE
               SET PIECES-DO-NOT-TIE TO TRUE
               DISPLAY '*** THE PARTITIONS'' TOTALS DO NOT BALANCE '
                   'AS ONE MERGE ***'
           END-IF.

       VERIFY-PARTITION-PIECES.
      * Second pass, per partition: each piece must hold what the
      * partition's totals say it wrote.
           SET PARTITION-NUMBER-WORK TO PART-IDX.

           MOVE 'OUTPUT' TO PIECE-STEM PIECE-KIND.
           PERFORM READ-OUTPUT-PIECE.
           MOVE PT-OUTPUT(PART-IDX) TO PIECE-CLAIMED-COUNT.
           MOVE PT-AMT-OUTPUT(PART-IDX) TO PIECE-CLAIMED-AMOUNT.
           PERFORM JUDGE-PIECE.
           IF PIECE-RANGE-ERRORS > 0 OR PIECE-SEQUENCE-ERRORS > 0
               SET PIECES-DO-NOT-TIE TO TRUE
               DISPLAY '*** ' PIECE-DDNAME ' HOLDS '
                   PIECE-RANGE-ERRORS ' KEYS OUTSIDE PARTITION '
                   PARTITION-NUMBER-WORK ' AND ' PIECE-SEQUENCE-ERRORS
                   ' OUT OF SEQUENCE ***'
           END-IF.

           MOVE 'MERGED' TO PIECE-STEM PIECE-KIND.
           PERFORM READ-PLAIN-PIECE.
           MOVE PT-OUTPUT(PART-IDX) TO PIECE-CLAIMED-COUNT.
           MOVE PIECE-FOUND-AMOUNT TO PIECE-CLAIMED-AMOUNT.
           PERFORM JUDGE-PIECE.

           MOVE 'REJECTS' TO PIECE-STEM PIECE-KIND.
           PERFORM READ-PLAIN-PIECE.
           MOVE PT-REJECT(PART-IDX) TO PIECE-CLAIMED-COUNT.
           MOVE PT-AMT-REJECT(PART-IDX) TO PIECE-CLAIMED-AMOUNT.
           PERFORM JUDGE-PIECE.

           MOVE 'DUPKEYS' TO PIECE-STEM PIECE-KIND.
           PERFORM READ-PLAIN-PIECE.
           MOVE PT-DUPLICATE(PART-IDX) TO PIECE-CLAIMED-COUNT.
           MOVE PIECE-FOUND-AMOUNT TO PIECE-CLAIMED-AMOUNT.
           PERFORM JUDGE-PIECE.

           MOVE 'PENDING' TO PIECE-STEM PIECE-KIND.
           PERFORM READ-PLAIN-PIECE.
           MOVE PT-HELD(PART-IDX) TO PIECE-CLAIMED-COUNT.
           MOVE PT-AMT-HELD(PART-IDX) TO PIECE-CLAIMED-AMOUNT.
           PERFORM JUDGE-PIECE.

       JUDGE-PIECE.
           IF PIECE-FILE-NOT-FOUND
               SET PIECES-DO-NOT-TIE TO TRUE
               DISPLAY '*** ' PIECE-DDNAME ' IS MISSING ***'
           ELSE
               IF PIECE-FOUND-COUNT NOT = PIECE-CLAIMED-COUNT
                       OR PIECE-FOUND-AMOUNT NOT = PIECE-CLAIMED-AMOUNT
                   SET PIECES-DO-NOT-TIE TO TRUE
                   MOVE PIECE-FOUND-AMOUNT TO AMOUNT-EDITED
                   MOVE PIECE-CLAIMED-AMOUNT TO SECOND-AMOUNT-EDITED
                   DISPLAY '*** ' PIECE-DDNAME ' HOLDS '
                       PIECE-FOUND-COUNT
                       ' RECORDS ' AMOUNT-EDITED ' BUT PARTITION '
                       PARTITION-NUMBER-WORK ' WROTE '
                       PIECE-CLAIMED-COUNT ' RECORDS '
                       SECOND-AMOUNT-EDITED ' ***'
               END-IF
           END-IF.

       READ-OUTPUT-PIECE.
      * Count and sum the piece, and check every key lies in the
      * partition's range and in the run's sequence. The status
      * breakdown is taken here too, for the 'T' comparison.
           PERFORM BUILD-PIECE-NAME.
           MOVE 0 TO PIECE-FOUND-COUNT PIECE-RANGE-ERRORS
               PIECE-SEQUENCE-ERRORS.
           MOVE 0 TO PIECE-FOUND-AMOUNT.
           SET PIECE-ON-FIRST-RECORD TO TRUE.
           MOVE 'N' TO PIECE-EOF-FLAG.
           OPEN INPUT PIECE-FILE.
           IF PIECE-FILE-NOT-FOUND
               MOVE 'Y' TO PIECE-EOF-FLAG
           END-IF.

           PERFORM UNTIL PIECE-EOF-FLAG = 'Y'
               READ PIECE-FILE
                   AT END MOVE 'Y' TO PIECE-EOF-FLAG
                   NOT AT END
                       PERFORM EXAMINE-OUTPUT-PIECE-RECORD
               END-READ
           END-PERFORM.

           IF NOT PIECE-FILE-NOT-FOUND
               CLOSE PIECE-FILE
           END-IF.

       EXAMINE-OUTPUT-PIECE-RECORD.
           ADD 1 TO PIECE-FOUND-COUNT.
           IF PIECE-AMOUNT IS NUMERIC
               ADD PIECE-AMOUNT TO PIECE-FOUND-AMOUNT
           END-IF.
           MOVE PIECE-STATUS-CODE TO SREF-LOOKUP-CODE.
           PERFORM LOOKUP-STATUS-REFERENCE.
           IF SREF-CODE-LISTED
               MOVE PIECE-STATUS-CODE TO STATUS-LOOKUP-CODE
           ELSE
               MOVE '??' TO STATUS-LOOKUP-CODE
           END-IF.
           PERFORM FIND-STATUS-TOTAL.
           IF PIECE-AMOUNT IS NUMERIC
               ADD PIECE-AMOUNT
                   TO ST-PIECE-AMOUNT(STAT-IDX)
           END-IF.

           IF PART-IDX > 1
                   AND PIECE-KEY NOT > PT-AFTER-KEY(PART-IDX)
               ADD 1 TO PIECE-RANGE-ERRORS
           END-IF.
           IF PART-IDX < PARTITION-COUNT
                   AND PIECE-KEY > PT-HIGH-KEY(PART-IDX)
               ADD 1 TO PIECE-RANGE-ERRORS
           END-IF.

           IF PIECE-PAST-FIRST-RECORD
               IF (SORT-ORDER-IS-ASCENDING
                       AND PIECE-KEY NOT > PIECE-PREVIOUS-KEY)
                   OR (SORT-ORDER-IS-DESCENDING
                       AND PIECE-KEY NOT < PIECE-PREVIOUS-KEY)
                   ADD 1 TO PIECE-SEQUENCE-ERRORS
               END-IF
           END-IF.
           SET PIECE-PAST-FIRST-RECORD TO TRUE.
           MOVE PIECE-KEY TO PIECE-PREVIOUS-KEY.

       READ-PLAIN-PIECE.
      * Count the piece and sum the amount where the layout has one
      * - REJECTS and PENDING carry the data after source and key;
      * MERGED and DUPKEYS are judged on the count alone.
           PERFORM BUILD-PIECE-NAME.
           MOVE 0 TO PIECE-FOUND-COUNT.
           MOVE 0 TO PIECE-FOUND-AMOUNT.
           MOVE 'N' TO PIECE-EOF-FLAG.
           OPEN INPUT PIECE-FILE.
           IF PIECE-FILE-NOT-FOUND
               MOVE 'Y' TO PIECE-EOF-FLAG
           END-IF.

           PERFORM UNTIL PIECE-EOF-FLAG = 'Y'
               READ PIECE-FILE
                   AT END MOVE 'Y' TO PIECE-EOF-FLAG
                   NOT AT END
                       ADD 1 TO PIECE-FOUND-COUNT
                       IF PIECE-KIND = 'REJECTS'
                               AND PIECE-REJ-AMOUNT IS NUMERIC
                           ADD PIECE-REJ-AMOUNT TO PIECE-FOUND-AMOUNT
                       END-IF
                       IF PIECE-KIND = 'PENDING'
                               AND PIECE-PEND-AMOUNT IS NUMERIC
                           ADD PIECE-PEND-AMOUNT TO PIECE-FOUND-AMOUNT
                       END-IF
               END-READ
           END-PERFORM.

           IF NOT PIECE-FILE-NOT-FOUND
               CLOSE PIECE-FILE
           END-IF.

       VERIFY-STATUS-TOTALS.
           PERFORM VARYING STAT-IDX FROM 1 BY 1
                   UNTIL STAT-IDX > STATUS-TOTAL-COUNT
               IF ST-HIST-AMOUNT(STAT-IDX)
                       NOT = ST-PIECE-AMOUNT(STAT-IDX)
                   SET PIECES-DO-NOT-TIE TO TRUE
                   MOVE ST-PIECE-AMOUNT(STAT-IDX) TO AMOUNT-EDITED
                   MOVE ST-HIST-AMOUNT(STAT-IDX)
                       TO SECOND-AMOUNT-EDITED
                   DISPLAY '*** STATUS ' ST-CODE(STAT-IDX)
                       ' - OUTPUT PIECES HOLD ' AMOUNT-EDITED
                       ' BUT THE PARTITIONS POSTED '
                       SECOND-AMOUNT-EDITED ' ***'
               END-IF
           END-PERFORM.

       SET-COMBINE-ORDER.
      * Partitions are key ranges in ascending order, so a descending
      * merge is put together last partition first.
           IF SORT-ORDER-IS-DESCENDING
               MOVE PARTITION-COUNT TO PART-FIRST
               MOVE 1 TO PART-LAST
               MOVE -1 TO PART-DIRECTION
           ELSE
               MOVE 1 TO PART-FIRST
               MOVE PARTITION-COUNT TO PART-LAST
               MOVE 1 TO PART-DIRECTION
           END-IF.

       COMBINE-OUTPUT-PIECES.
           IF OUTPUT-ORG-IS-INDEXED
               OPEN OUTPUT OUTPUT-FILE-INDEXED
               IF OUTPUT-INDEXED-STATUS NOT = '00'
                   DISPLAY '*** ERROR OPENING INDEXED OUTPUT.DAT - '
                       'STATUS: ' OUTPUT-INDEXED-STATUS ' ***'
                   SET OUTPUT-IO-ERROR-OCCURRED TO TRUE
               END-IF
           ELSE
               OPEN OUTPUT OUTPUT-FILE
           END-IF.

           IF OUTPUT-IO-ERROR-NONE
               MOVE 'OUTPUT' TO PIECE-STEM
               PERFORM VARYING PART-STEP FROM PART-FIRST
                       BY PART-DIRECTION
                       UNTIL PART-STEP < 1
                       OR PART-STEP > PARTITION-COUNT
                   SET PART-IDX TO PART-STEP
                   PERFORM COPY-ONE-OUTPUT-PIECE
               END-PERFORM
           END-IF.

           IF OUTPUT-ORG-IS-INDEXED
               IF OUTPUT-INDEXED-STATUS = '00'
                       OR OUTPUT-IO-ERROR-OCCURRED
                   CLOSE OUTPUT-FILE-INDEXED
               END-IF
           ELSE
               CLOSE OUTPUT-FILE
           END-IF.

       COPY-ONE-OUTPUT-PIECE.
           PERFORM BUILD-PIECE-NAME.
           MOVE 'N' TO PIECE-EOF-FLAG.
           OPEN INPUT PIECE-FILE.

           PERFORM UNTIL PIECE-EOF-FLAG = 'Y'
               READ PIECE-FILE
                   AT END MOVE 'Y' TO PIECE-EOF-FLAG
                   NOT AT END
                       PERFORM WRITE-COMBINED-OUTPUT
               END-READ
           END-PERFORM.

           CLOSE PIECE-FILE.

       WRITE-COMBINED-OUTPUT.
           IF OUTPUT-ORG-IS-INDEXED
               MOVE PIECE-RECORD TO OUTPUT-RECORD-INDEXED
               WRITE OUTPUT-RECORD-INDEXED
                   INVALID KEY
                       DISPLAY '*** ERROR WRITING INDEXED OUTPUT '
                           'RECORD - KEY: ' OUTPUT-KEY-IDX
                           ' STATUS: ' OUTPUT-INDEXED-STATUS
                       SET OUTPUT-IO-ERROR-OCCURRED TO TRUE
                   NOT INVALID KEY
                       PERFORM COUNT-COMBINED-OUTPUT
               END-WRITE
           ELSE
               MOVE PIECE-RECORD TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               PERFORM COUNT-COMBINED-OUTPUT
           END-IF.

       COUNT-COMBINED-OUTPUT.
           ADD 1 TO COMBINED-OUTPUT-COUNT.
           IF PIECE-AMOUNT IS NUMERIC
               ADD PIECE-AMOUNT
                   TO COMBINED-OUTPUT-AMOUNT
           END-IF.

       COMBINE-PLAIN-PIECES.
      * PIECE-KIND names the pieces, WHOLE-DDNAME the whole dataset.
           MOVE PIECE-KIND TO PIECE-STEM.
           MOVE 0 TO COMBINED-COPY-COUNT.
           OPEN OUTPUT WHOLE-FILE.
           PERFORM VARYING PART-STEP FROM PART-FIRST
                   BY PART-DIRECTION
                   UNTIL PART-STEP < 1
                   OR PART-STEP > PARTITION-COUNT
               SET PART-IDX TO PART-STEP
               PERFORM BUILD-PIECE-NAME
               MOVE 'N' TO PIECE-EOF-FLAG
               OPEN INPUT PIECE-FILE
               PERFORM UNTIL PIECE-EOF-FLAG = 'Y'
                   READ PIECE-FILE
                       AT END MOVE 'Y' TO PIECE-EOF-FLAG
                       NOT AT END
                           MOVE PIECE-RECORD TO WHOLE-RECORD
                           WRITE WHOLE-RECORD
                           ADD 1 TO COMBINED-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE PIECE-FILE
           END-PERFORM.
           CLOSE WHOLE-FILE.
           DISPLAY WHOLE-DDNAME ' COMBINED - ' COMBINED-COPY-COUNT
               ' RECORDS'.

       COMBINE-ACKNOWLEDGEMENTS.
      * One acknowledgement per source on MERGECTL.DAT. A source
      * with no pieces at all gets none (and is reported); otherwise
      * the header and any control record come from the first piece,
      * reject lines from every piece in order, and the trailer is
      * rebuilt from the pieces' trailers by the verdict rules
      * MERGE3FILES applies.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FILE-NOT-FOUND
               MOVE 'Y' TO CONTROL-EOF-FLAG
               DISPLAY '*** WARNING - MERGECTL.DAT NOT FOUND - NO '
                   'ACKNOWLEDGEMENTS COMBINED ***'
           END-IF.

           PERFORM UNTIL CONTROL-EOF-FLAG = 'Y'
               READ CONTROL-FILE
                   AT END MOVE 'Y' TO CONTROL-EOF-FLAG
                   NOT AT END
                       PERFORM COMBINE-ONE-ACKNOWLEDGEMENT
               END-READ
           END-PERFORM.

           IF NOT CONTROL-FILE-NOT-FOUND
               CLOSE CONTROL-FILE
           END-IF.

       COMBINE-ONE-ACKNOWLEDGEMENT.
           MOVE SPACES TO PIECE-STEM.
           STRING CONTROL-SOURCE-ID DELIMITED BY SPACE
                  '.ACK' DELIMITED BY SIZE
               INTO PIECE-STEM.
           MOVE PIECE-STEM TO ACK-DDNAME.
           MOVE 0 TO ACK-PIECES-FOUND ACK-SUM-READ ACK-SUM-ACCEPTED
               ACK-SUM-REJECTED ACK-SUM-HELD.
           MOVE 0 TO ACK-SUM-AMT-ACCEPTED ACK-SUM-AMT-REJECTED
               ACK-SUM-AMT-HELD.
           MOVE SPACES TO ACK-QUARANTINE-REASON.
           SET ACK-HEADER-NOT-WRITTEN TO TRUE.
           SET ACK-CONTROL-NOT-WRITTEN TO TRUE.

           PERFORM VARYING PART-STEP FROM PART-FIRST
                   BY PART-DIRECTION
                   UNTIL PART-STEP < 1
                   OR PART-STEP > PARTITION-COUNT
               SET PART-IDX TO PART-STEP
               PERFORM BUILD-PIECE-NAME
               MOVE 'N' TO PIECE-EOF-FLAG
               OPEN INPUT PIECE-FILE
               IF PIECE-FILE-NOT-FOUND
                   MOVE 'Y' TO PIECE-EOF-FLAG
               ELSE
                   ADD 1 TO ACK-PIECES-FOUND
               END-IF
               PERFORM UNTIL PIECE-EOF-FLAG = 'Y'
                   READ PIECE-FILE
                       AT END MOVE 'Y' TO PIECE-EOF-FLAG
                       NOT AT END
                           PERFORM TAKE-ACK-PIECE-RECORD
                   END-READ
               END-PERFORM
               IF NOT PIECE-FILE-NOT-FOUND
                   CLOSE PIECE-FILE
               END-IF
           END-PERFORM.

           IF ACK-HEADER-WRITTEN
               PERFORM WRITE-COMBINED-ACK-TRAILER
               CLOSE ACK-FILE
               ADD 1 TO ACK-FILE-COUNT
           ELSE
               ADD 1 TO ACK-MISSING-COUNT
               DISPLAY '*** WARNING - NO ACKNOWLEDGEMENT PIECES FOR '
                   CONTROL-SOURCE-ID ' - ' ACK-DDNAME
                   ' NOT WRITTEN ***'
           END-IF.

       TAKE-ACK-PIECE-RECORD.
           IF PIECE-ACK-TYPE = 'H'
               IF ACK-HEADER-NOT-WRITTEN
                   OPEN OUTPUT ACK-FILE
                   MOVE RUN-IDENTIFIER TO PIECE-ACK-RUN-ID
                   MOVE PIECE-RECORD TO ACK-RECORD
                   WRITE ACK-RECORD
                   SET ACK-HEADER-WRITTEN TO TRUE
               END-IF
           END-IF.

           IF PIECE-ACK-TYPE = 'C' AND ACK-HEADER-WRITTEN
               IF ACK-CONTROL-NOT-WRITTEN
                   MOVE PIECE-RECORD TO ACK-RECORD
                   WRITE ACK-RECORD
                   SET ACK-CONTROL-WRITTEN TO TRUE
               END-IF
           END-IF.

           IF PIECE-ACK-TYPE = 'R' AND ACK-HEADER-WRITTEN
               MOVE PIECE-RECORD TO ACK-RECORD
               WRITE ACK-RECORD
           END-IF.

           IF PIECE-ACK-TYPE = 'T'
               ADD PIECE-ACK-READ-COUNT TO ACK-SUM-READ
               ADD PIECE-ACK-ACCEPTED-COUNT TO ACK-SUM-ACCEPTED
               ADD PIECE-ACK-REJECTED-COUNT TO ACK-SUM-REJECTED
               ADD PIECE-ACK-HELD-COUNT TO ACK-SUM-HELD
               ADD PIECE-ACK-ACCEPTED-AMOUNT TO ACK-SUM-AMT-ACCEPTED
               ADD PIECE-ACK-REJECTED-AMOUNT TO ACK-SUM-AMT-REJECTED
               ADD PIECE-ACK-HELD-AMOUNT TO ACK-SUM-AMT-HELD
               IF PIECE-ACK-VERDICT = 'QUARANTINED'
                   MOVE PIECE-ACK-VERDICT-REASON
                       TO ACK-QUARANTINE-REASON
               END-IF
           END-IF.

       WRITE-COMBINED-ACK-TRAILER.
      * The verdict rules of MERGE3FILES' WRITE-ACK-TRAILER, applied
      * to the whole file's counts.
           MOVE SPACES TO ACK-RECORD.
           MOVE 'T' TO ACK-RECORD-TYPE.

           IF ACK-QUARANTINE-REASON NOT = SPACES
               MOVE 'QUARANTINED' TO ACK-VERDICT
               MOVE ACK-QUARANTINE-REASON TO ACK-VERDICT-REASON
           ELSE
               IF ACK-SUM-ACCEPTED > 0
                   MOVE 'ACCEPTED' TO ACK-VERDICT
               ELSE
                   IF ACK-SUM-HELD > 0
                       MOVE 'HELD PENDING' TO ACK-VERDICT
                   ELSE
                       IF ACK-SUM-REJECTED > 0
                           MOVE 'REJECTED' TO ACK-VERDICT
                       ELSE
                           MOVE 'ACCEPTED' TO ACK-VERDICT
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF ACK-QUARANTINE-REASON NOT = SPACES
                   OR ACK-SUM-REJECTED > 0
               MOVE 'NAK' TO ACK-DISPOSITION
           ELSE
               MOVE 'ACK' TO ACK-DISPOSITION
           END-IF.

           MOVE ACK-SUM-READ TO ACK-READ-COUNT.
           MOVE ACK-SUM-ACCEPTED TO ACK-ACCEPTED-COUNT.
           MOVE ACK-SUM-AMT-ACCEPTED TO ACK-ACCEPTED-AMOUNT.
           MOVE ACK-SUM-REJECTED TO ACK-REJECTED-COUNT.
           MOVE ACK-SUM-AMT-REJECTED TO ACK-REJECTED-AMOUNT.
           MOVE ACK-SUM-HELD TO ACK-HELD-COUNT.
           MOVE ACK-SUM-AMT-HELD TO ACK-HELD-AMOUNT.
           WRITE ACK-TRAILER-RECORD.

       PRINT-COMBINE-REPORT.
           DISPLAY '==========================================='.
           DISPLAY 'MRGCOMBN PARTITIONED MERGE COMBINE REPORT'.
           DISPLAY '==========================================='.
           PERFORM VARYING PART-IDX FROM 1 BY 1
                   UNTIL PART-IDX > PARTITION-COUNT
               SET PARTITION-NUMBER-WORK TO PART-IDX
               DISPLAY 'PARTITION ' PARTITION-NUMBER-WORK ' RUN '
                   PT-RUN-ID(PART-IDX) ' CODE ' PT-CODE(PART-IDX)
                   ' KEYS ABOVE ' PT-AFTER-KEY(PART-IDX) ' UP TO '
                   PT-HIGH-KEY(PART-IDX)
               MOVE PT-AMT-OUTPUT(PART-IDX) TO AMOUNT-EDITED
               DISPLAY '  READ : ' PT-READ(PART-IDX)
                   '  OUTPUT : ' PT-OUTPUT(PART-IDX)
                   '  REJECTED : ' PT-REJECT(PART-IDX)
                   '  AMOUNT OUT : ' AMOUNT-EDITED
           END-PERFORM.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'TOTAL RECORDS READ  . . . . : ' TOTAL-READ.
           DISPLAY 'TOTAL RELEASED TO MERGE . . : ' TOTAL-RELEASE.
           DISPLAY 'TOTAL WRITTEN TO OUTPUT.DAT : '
               COMBINED-OUTPUT-COUNT.
           DISPLAY 'TOTAL REJECTED TO REJECTS.DAT : ' TOTAL-REJECT.
           DISPLAY 'DUPLICATE KEYS LOGGED TO DUPKEYS.DAT : '
               TOTAL-DUPLICATE.
           DISPLAY 'DUPLICATE RECORDS PURGED BY MERGE-PURGE : '
               TOTAL-PURGE.
           DISPLAY 'PENDING RECORDS CARRIED IN  . . : '
               TOTAL-CARRIED-IN.
           DISPLAY 'PENDING RELEASED AS MATURE  . . : '
               TOTAL-MATURED.
           DISPLAY 'TOTAL HELD TO PENDING.NEW . . . : ' TOTAL-HELD.
           DISPLAY 'INTAKE ACKNOWLEDGEMENTS WRITTEN  : '
               ACK-FILE-COUNT.
           IF QUARANTINED-COUNT > 0
               DISPLAY 'SOURCES QUARANTINED BY INTAKE CONTROLS : '
                   QUARANTINED-COUNT
           END-IF.
           DISPLAY '-------------------------------------------'.
           MOVE TOTAL-AMT-READ TO AMOUNT-EDITED.
           DISPLAY 'AMOUNT READ FROM ALL SOURCES  . : ' AMOUNT-EDITED.
           MOVE COMBINED-OUTPUT-AMOUNT TO AMOUNT-EDITED.
           DISPLAY 'AMOUNT WRITTEN TO OUTPUT.DAT  . : ' AMOUNT-EDITED.
           MOVE TOTAL-AMT-REJECT TO AMOUNT-EDITED.
           DISPLAY 'AMOUNT REJECTED TO REJECTS.DAT  : ' AMOUNT-EDITED.
           MOVE TOTAL-AMT-PURGE TO AMOUNT-EDITED.
           DISPLAY 'AMOUNT PURGED BY MERGE-PURGE  . : ' AMOUNT-EDITED.
           PERFORM VARYING STAT-IDX FROM 1 BY 1
                   UNTIL STAT-IDX > STATUS-TOTAL-COUNT
               MOVE ST-PIECE-AMOUNT(STAT-IDX) TO AMOUNT-EDITED
               MOVE ST-CODE(STAT-IDX) TO SREF-LOOKUP-CODE
               PERFORM LOOKUP-STATUS-REFERENCE
               IF SREF-CODE-NOT-LISTED
                   MOVE 'NOT ON STATCODE.DAT' TO SREF-LOOKUP-DESCRIPTION
               END-IF
               DISPLAY '  OUTPUT AMOUNT FOR STATUS '
                   ST-CODE(STAT-IDX) ' : ' AMOUNT-EDITED '  '
                   SREF-LOOKUP-DESCRIPTION
           END-PERFORM.
           IF OUTPUT-IO-ERROR-OCCURRED
               DISPLAY '*** WARNING - OUTPUT.DAT DOES NOT HOLD WHAT '
                   'THE PARTITIONS VERIFIED - OUTPUT I/O FAILURE ***'
           ELSE
               DISPLAY 'PARTITIONS VERIFIED AND COMBINED IN BALANCE'
           END-IF.
           DISPLAY '==========================================='.

       SET-COMPLETION-CODE.
           MOVE 0 TO COMPLETION-CODE.

           IF A-PARTITION-FELL-BACK
               MOVE 2 TO COMPLETION-CODE
               DISPLAY '*** ALERT - A PARTITION''S RESTART FELL BACK '
                   'TO A FRESH RUN - COMPLETION CODE 02 ***'
           END-IF.

           IF REJECT-LIMIT > 0 AND TOTAL-REJECT > REJECT-LIMIT
               MOVE 4 TO COMPLETION-CODE
               DISPLAY '*** ALERT - ' TOTAL-REJECT ' REJECTS EXCEED '
                   'MERGE-REJECT-LIMIT OF ' REJECT-LIMIT
                   ' - COMPLETION CODE 04 ***'
           END-IF.

           PERFORM VARYING PART-IDX FROM 1 BY 1
                   UNTIL PART-IDX > PARTITION-COUNT
               IF PT-CODE(PART-IDX) = 8
                   MOVE 8 TO COMPLETION-CODE
               END-IF
           END-PERFORM.
           IF COMPLETION-CODE = 8
               DISPLAY '*** ALERT - A SOURCE QUARANTINED - '
                   'COMPLETION CODE 08 ***'
           END-IF.

           IF OUTPUT-IO-ERROR-OCCURRED
               MOVE 12 TO COMPLETION-CODE
               DISPLAY '*** ALERT - OUTPUT FILE I/O FAILURE - '
                   'COMPLETION CODE 12 ***'
           END-IF.

           DISPLAY 'RUN ENDED WITH COMPLETION CODE ' COMPLETION-CODE.

       WRITE-RUN-HISTORY.
      * The whole merge's audit trail, as one MERGE3FILES run would
      * append it, under this step's run id.
           OPEN EXTEND RUN-HISTORY-FILE.
           IF RUN-HISTORY-NOT-FOUND
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF.

           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE 'S' TO HISTORY-RECORD-TYPE.
           MOVE RUN-IDENTIFIER TO HISTORY-RUN-ID.
           MOVE RESTART-SWITCH TO SUMMARY-RESTART-FLAG.
           IF OUTPUT-IO-ERROR-OCCURRED
               MOVE 'N' TO SUMMARY-BALANCE-FLAG
           ELSE
               MOVE 'Y' TO SUMMARY-BALANCE-FLAG
           END-IF.
           MOVE TOTAL-READ TO SUMMARY-READ-COUNT.
           MOVE TOTAL-RELEASE TO SUMMARY-RELEASE-COUNT.
           MOVE TOTAL-REJECT TO SUMMARY-REJECT-COUNT.
           MOVE TOTAL-DUPLICATE TO SUMMARY-DUPLICATE-COUNT.
           MOVE TOTAL-PURGE TO SUMMARY-PURGE-COUNT.
           MOVE COMBINED-OUTPUT-COUNT TO SUMMARY-OUTPUT-COUNT.
           MOVE TOTAL-HELD TO SUMMARY-HELD-COUNT.
           MOVE TOTAL-MATURED TO SUMMARY-MATURED-COUNT.
           WRITE RUN-HISTORY-RECORD.

           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE 'A' TO HISTORY-RECORD-TYPE.
           MOVE RUN-IDENTIFIER TO HISTORY-RUN-ID.
           MOVE TOTAL-AMT-READ TO AMOUNT-HIST-READ.
           MOVE COMBINED-OUTPUT-AMOUNT TO AMOUNT-HIST-OUTPUT.
           MOVE TOTAL-AMT-REJECT TO AMOUNT-HIST-REJECT.
           MOVE TOTAL-AMT-PURGE TO AMOUNT-HIST-PURGE.
           WRITE RUN-HISTORY-RECORD.

           PERFORM VARYING STAT-IDX FROM 1 BY 1
                   UNTIL STAT-IDX > STATUS-TOTAL-COUNT
               MOVE SPACES TO RUN-HISTORY-RECORD
               MOVE 'T' TO HISTORY-RECORD-TYPE
               MOVE RUN-IDENTIFIER TO HISTORY-RUN-ID
               MOVE ST-CODE(STAT-IDX) TO STATUS-HIST-CODE
               MOVE ST-PIECE-AMOUNT(STAT-IDX) TO STATUS-HIST-AMOUNT
               WRITE RUN-HISTORY-RECORD
           END-PERFORM.

           IF DETAIL-FROM-EVERY-PARTITION
               PERFORM VARYING SRC-IDX FROM 1 BY 1
                       UNTIL SRC-IDX > SOURCE-COUNT
                   MOVE SPACES TO RUN-HISTORY-RECORD
                   MOVE 'D' TO HISTORY-RECORD-TYPE
                   MOVE RUN-IDENTIFIER TO HISTORY-RUN-ID
                   MOVE SRC-ID(SRC-IDX) TO DETAIL-SOURCE-ID
                   MOVE SRC-READ-COUNT(SRC-IDX) TO DETAIL-READ-COUNT
                   MOVE SRC-CONTROL-FLAG(SRC-IDX)
                       TO DETAIL-CONTROL-FLAG
                   WRITE RUN-HISTORY-RECORD
               END-PERFORM
           END-IF.

           CLOSE RUN-HISTORY-FILE.

       WRITE-RUN-STATUS.
           OPEN OUTPUT RUN-STATUS-FILE.
           MOVE RUN-IDENTIFIER TO STATUS-RUN-ID.
           MOVE COMPLETION-CODE TO STATUS-COMPLETION-CODE.
           IF A-PARTITION-FELL-BACK
               MOVE 'X' TO STATUS-RESTART-FLAG
           ELSE
               MOVE RESTART-SWITCH TO STATUS-RESTART-FLAG
           END-IF.
           IF OUTPUT-IO-ERROR-OCCURRED
               MOVE 'N' TO STATUS-BALANCE-FLAG
               MOVE 'Y' TO STATUS-IO-ERROR-FLAG
           ELSE
               MOVE 'Y' TO STATUS-BALANCE-FLAG
               MOVE 'N' TO STATUS-IO-ERROR-FLAG
           END-IF.
           MOVE TOTAL-READ TO STATUS-READ-COUNT.
           MOVE COMBINED-OUTPUT-COUNT TO STATUS-OUTPUT-COUNT.
           MOVE TOTAL-REJECT TO STATUS-REJECT-COUNT.
           MOVE REJECT-LIMIT TO STATUS-REJECT-LIMIT.
           MOVE QUARANTINED-COUNT TO STATUS-QUARANTINE-COUNT.
           WRITE RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.

       WRITE-CYCLE-STATUS.
           OPEN EXTEND CYCLE-STATUS-FILE.
           IF CYCLE-STATUS-NOT-FOUND
               OPEN OUTPUT CYCLE-STATUS-FILE
           END-IF.

           MOVE SPACES TO CYCLE-STATUS-RECORD.
           MOVE 'MRGCOMBN' TO CYC-PROGRAM.
           MOVE RUN-IDENTIFIER TO CYC-RUN-ID.
           ACCEPT CYC-LOGGED-DATE FROM DATE YYYYMMDD.
           ACCEPT CYC-LOGGED-TIME FROM TIME.
           MOVE COMPLETION-CODE TO CYC-COMPLETION-CODE.
           MOVE TOTAL-READ TO CYC-READ-COUNT.
           MOVE COMBINED-OUTPUT-COUNT TO CYC-WRITTEN-COUNT.
           MOVE TOTAL-REJECT TO CYC-REJECT-COUNT.
           WRITE CYCLE-STATUS-RECORD.

           CLOSE CYCLE-STATUS-FILE.
