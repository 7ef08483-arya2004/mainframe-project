      *            (the record written is this run's version)
      *   DELETE - key present last run, absent now (the record
      *            written is last run's version, for reference)
      *   REKEY  - a key re-numbered on KEYXREF.DAT (see KEYXREF):
      *            the old key present last run and absent now, the
      *            new key absent last run and present now. The pair
      *            is written as this one event on the new key, with
      *            this run's version of the record and the old key
      *            in DELTA-OLD-KEY (cols 127-136), instead of an
      *            unrelated DELETE and ADD - so a subscriber can move
      *            its own copy of the record rather than lose its
      *            history. Chains on the cross-reference are followed
      *            to their last key; when two old keys lead to the
      *            same new key only the first listed is paired, the
      *            other stays a DELETE. DELTA-OLD-KEY is blank on
      *            every other action. A missing KEYXREF.DAT simply
      *            means no REKEY events.
      *
      * Both inputs are expected in the key sequence MERGE3FILES
      * wrote them in; MERGE-SORT-ORDER is honoured here the same way
      * off the catalog.
      *
      * When this run deletes more keys than MERGE-DELTA-DELETE-LIMIT
      * allows (default 1000, 0 disables - the old side of a REKEY is
      * not a delete and is not counted), the run completes but ends
      * with RETURN-CODE 4 so the scheduler can hold downstream loads
      * for a human look - a mass delete is more often a damaged
      * input than a business event.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCLE-STATUS-STATUS.

           SELECT KEY-XREF-FILE ASSIGN TO 'KEYXREF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEY-XREF-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 DELTA-KEY        PIC X(10).
           05 DELTA-SOURCE     PIC X(40).
           05 DELTA-DATA       PIC X(70).
           05 DELTA-OLD-KEY    PIC X(10).

       FD DELTA-CATALOG-FILE.
       01 DELTA-CATALOG-RECORD.
           05 HISTORY-RECORD-BODY   PIC X(75).

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD     PIC X(136).

       FD CYCLE-STATUS-FILE.
       01 CYCLE-STATUS-RECORD.
           COPY CYCSTAT REPLACING ==:PFX:== BY ==CYC==.

       FD KEY-XREF-FILE.
       01 KEY-XREF-RECORD.
           COPY KEYXREF REPLACING ==:PFX:== BY ==XREF-IN==.

       WORKING-STORAGE SECTION.
       01 CURRENT-EOF-FLAG  PIC X VALUE 'N'.
       01 PRIOR-EOF-FLAG    PIC X VALUE 'N'.
           05 CHANGE-COUNT        PIC 9(09) COMP VALUE 0.
           05 DELETE-COUNT        PIC 9(09) COMP VALUE 0.
           05 UNCHANGED-COUNT     PIC 9(09) COMP VALUE 0.
           05 REKEY-COUNT         PIC 9(09) COMP VALUE 0.
           05 REKEY-OLD-COUNT     PIC 9(09) COMP VALUE 0.

       01 DELTA-FILE-STATUS       PIC X(02) VALUE '00'.
           88 DELTA-FILE-FOUND          VALUE '00'.
           05 WRAP-TRAILER-COUNT  PIC 9(09).
           05 WRAP-TRAILER-HASH   PIC 9(15).

      * Key re-numberings in force this run, each with the last key
      * its chain leads to. The survey pass over both inputs flags
      * which old keys really disappeared and which new keys really
      * arrived; an entry with both flags, and no earlier entry
      * already paired to the same new key, is PAIRED and becomes a
      * REKEY event on the writing pass.
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
               10 XREF-OLD-GONE-FLAG   PIC X(01).
               10 XREF-NEW-CAME-FLAG   PIC X(01).
               10 XREF-PAIRED-FLAG     PIC X(01).

       01 XREF-CHAIN-KEY          PIC X(10) VALUE SPACES.
       01 XREF-CHAIN-SWITCH       PIC X(01) VALUE 'N'.
           88 XREF-CHAIN-CONTINUES      VALUE 'Y'.
           88 XREF-CHAIN-ENDED          VALUE 'N'.

       01 REKEY-MATCH-SWITCH      PIC X(01) VALUE 'N'.
           88 REKEY-PAIR-FOUND          VALUE 'Y'.
           88 REKEY-PAIR-NOT-FOUND      VALUE 'N'.
       01 REKEY-FROM-KEY          PIC X(10) VALUE SPACES.

       01 DELETE-LIMIT-PARM       PIC X(10) VALUE SPACES.
       01 DELETE-LIMIT            PIC 9(09) VALUE 1000.
       01 LIMIT-SCAN              PIC 9(04) COMP VALUE 0.
       MAIN-PROCEDURE.
           PERFORM SELECT-SORT-ORDER.
           PERFORM SET-DELETE-LIMIT.
           PERFORM LOAD-KEY-XREF.

           OPEN INPUT CURRENT-FILE.
           IF CURRENT-FILE-NOT-FOUND
               MOVE 'Y' TO PRIOR-EOF-FLAG
           END-IF.

      * Re-numberings need to know, before the first record is
      * written, whether both halves of each pair really happened -
      * the old key can sort after the new one - so with any in
      * force both inputs are read through once first.
           IF XREF-COUNT > 0 AND NOT PRIOR-FILE-NOT-FOUND
               PERFORM SURVEY-REKEY-PAIRS
           END-IF.

           OPEN OUTPUT DELTA-FILE.
           PERFORM WRITE-DELTA-HEADER.

           PERFORM COMPARE-MATCH-KEYS.

           IF CURRENT-KEY-LEADS
               PERFORM FIND-REKEY-OF-NEW-KEY
               MOVE SPACES TO DELTA-RECORD
               IF REKEY-PAIR-FOUND
                   MOVE 'REKEY' TO DELTA-ACTION
                   MOVE REKEY-FROM-KEY TO DELTA-OLD-KEY
                   ADD 1 TO REKEY-COUNT
               ELSE
                   MOVE 'ADD' TO DELTA-ACTION
                   ADD 1 TO ADD-COUNT
               END-IF
               MOVE CURRENT-KEY TO DELTA-KEY
               MOVE CURRENT-SOURCE TO DELTA-SOURCE
               MOVE CURRENT-DATA TO DELTA-DATA
               PERFORM WRITE-DELTA-RECORD
               PERFORM READ-CURRENT-FILE
           ELSE
               IF PRIOR-KEY-LEADS
      * The old side of a paired re-numbering is carried by the
      * REKEY event on its new key - nothing is written for it.
                   PERFORM FIND-REKEY-OF-OLD-KEY
                   IF REKEY-PAIR-FOUND
                       ADD 1 TO REKEY-OLD-COUNT
                   ELSE
                       MOVE SPACES TO DELTA-RECORD
                       MOVE 'DELETE' TO DELTA-ACTION
                       MOVE PRIOR-KEY TO DELTA-KEY
                       MOVE PRIOR-SOURCE TO DELTA-SOURCE
                       MOVE PRIOR-DATA TO DELTA-DATA
                       PERFORM WRITE-DELTA-RECORD
                       ADD 1 TO DELETE-COUNT
                   END-IF
                   PERFORM READ-PRIOR-FILE
               ELSE
                   IF CURRENT-SOURCE = PRIOR-SOURCE
                           AND CURRENT-DATA = PRIOR-DATA
                       ADD 1 TO UNCHANGED-COUNT
                   ELSE
                       MOVE SPACES TO DELTA-RECORD
                       MOVE 'CHANGE' TO DELTA-ACTION
                       MOVE CURRENT-KEY TO DELTA-KEY
                       MOVE CURRENT-SOURCE TO DELTA-SOURCE
               END-IF
           END-IF.

       FIND-REKEY-OF-NEW-KEY.
           SET REKEY-PAIR-NOT-FOUND TO TRUE.
           IF XREF-COUNT > 0
               SET XREF-IDX TO 1
               SEARCH XREF-ENTRY
                   AT END SET REKEY-PAIR-NOT-FOUND TO TRUE
                   WHEN XREF-FINAL-KEY(XREF-IDX) = CURRENT-KEY
                       AND XREF-PAIRED-FLAG(XREF-IDX) = 'Y'
                       SET REKEY-PAIR-FOUND TO TRUE
                       MOVE XREF-OLD-KEY(XREF-IDX) TO REKEY-FROM-KEY
               END-SEARCH
           END-IF.

       FIND-REKEY-OF-OLD-KEY.
           SET REKEY-PAIR-NOT-FOUND TO TRUE.
           IF XREF-COUNT > 0
               SET XREF-IDX TO 1
               SEARCH XREF-ENTRY
                   AT END SET REKEY-PAIR-NOT-FOUND TO TRUE
                   WHEN XREF-OLD-KEY(XREF-IDX) = PRIOR-KEY
                       IF XREF-PAIRED-FLAG(XREF-IDX) = 'Y'
                           SET REKEY-PAIR-FOUND TO TRUE
                       END-IF
               END-SEARCH
           END-IF.

       LOAD-KEY-XREF.
      * The cross-reference is optional equipment: without it every
      * key that disappears is a DELETE, as it always was.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO XREF-TABLE.
           OPEN INPUT KEY-XREF-FILE.

           IF KEY-XREF-NOT-FOUND
               MOVE 'Y' TO XREF-EOF-FLAG
               DISPLAY 'KEYXREF.DAT NOT FOUND - NO KEY RE-NUMBERING '
                   'RECOGNISED THIS RUN'
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
      * guessing at a key mapping would corrupt every subscriber.
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
           MOVE 'N' TO XREF-OLD-GONE-FLAG(XREF-IDX).
           MOVE 'N' TO XREF-NEW-CAME-FLAG(XREF-IDX).
           MOVE 'N' TO XREF-PAIRED-FLAG(XREF-IDX).

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

       SURVEY-REKEY-PAIRS.
      * A dry run of the match: no delta is written, only the flags
      * on the cross-reference are set. Both inputs are then reopened
      * and the read counts and sequence checks start over, so the
      * writing pass reports exactly as it always did.
           PERFORM READ-CURRENT-FILE.
           PERFORM READ-PRIOR-FILE.

           PERFORM SURVEY-ONE-PAIR
               UNTIL CURRENT-EOF-FLAG = 'Y' AND PRIOR-EOF-FLAG = 'Y'.

           CLOSE CURRENT-FILE PRIOR-FILE.
           OPEN INPUT CURRENT-FILE.
           OPEN INPUT PRIOR-FILE.
           MOVE 'N' TO CURRENT-EOF-FLAG.
           MOVE 'N' TO PRIOR-EOF-FLAG.
           MOVE 'N' TO CURRENT-PRIMED-FLAG.
           MOVE 'N' TO PRIOR-PRIMED-FLAG.
           MOVE 0 TO CURRENT-READ-COUNT.
           MOVE 0 TO PRIOR-READ-COUNT.

           PERFORM VARYING XREF-STEP FROM 1 BY 1
                   UNTIL XREF-STEP > XREF-COUNT
               PERFORM PAIR-ONE-XREF-ENTRY
           END-PERFORM.

       SURVEY-ONE-PAIR.
           PERFORM COMPARE-MATCH-KEYS.

           IF CURRENT-KEY-LEADS
               PERFORM VARYING XREF-STEP FROM 1 BY 1
                       UNTIL XREF-STEP > XREF-COUNT
                   IF XREF-FINAL-KEY(XREF-STEP) = CURRENT-KEY
                       MOVE 'Y' TO XREF-NEW-CAME-FLAG(XREF-STEP)
                   END-IF
               END-PERFORM
               PERFORM READ-CURRENT-FILE
           ELSE
               IF PRIOR-KEY-LEADS
                   SET XREF-IDX TO 1
                   SEARCH XREF-ENTRY
                       AT END CONTINUE
                       WHEN XREF-OLD-KEY(XREF-IDX) = PRIOR-KEY
                           MOVE 'Y' TO XREF-OLD-GONE-FLAG(XREF-IDX)
                   END-SEARCH
                   PERFORM READ-PRIOR-FILE
               ELSE
                   PERFORM READ-CURRENT-FILE
                   PERFORM READ-PRIOR-FILE
               END-IF
           END-IF.

       PAIR-ONE-XREF-ENTRY.
      * First entry in file order wins a new key two old keys lead to.
           IF XREF-OLD-GONE-FLAG(XREF-STEP) = 'Y'
                   AND XREF-NEW-CAME-FLAG(XREF-STEP) = 'Y'
               SET XREF-IDX TO 1
               SEARCH XREF-ENTRY
                   AT END MOVE 'Y' TO XREF-PAIRED-FLAG(XREF-STEP)
                   WHEN XREF-FINAL-KEY(XREF-IDX)
                           = XREF-FINAL-KEY(XREF-STEP)
                       AND XREF-PAIRED-FLAG(XREF-IDX) = 'Y'
                       CONTINUE
               END-SEARCH
           END-IF.

       WRITE-DELTA-HEADER.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO WRAP-HEADER-DATE.
               DELETE-COUNT.
           DISPLAY 'KEYS UNCHANGED  . . . . . . . . : '
               UNCHANGED-COUNT.
           DISPLAY 'KEYS RE-NUMBERED  . . . . . . . : '
               REKEY-COUNT.
           IF CURRENT-READ-COUNT = ADD-COUNT + CHANGE-COUNT
                   + UNCHANGED-COUNT + REKEY-COUNT
               AND PRIOR-READ-COUNT = DELETE-COUNT + CHANGE-COUNT
                   + UNCHANGED-COUNT + REKEY-OLD-COUNT
               AND REKEY-COUNT = REKEY-OLD-COUNT
               DISPLAY 'DELTA TOTALS IN BALANCE'
           ELSE
               DISPLAY '*** WARNING - DELTA TOTALS OUT OF '
