      * Every archived delta between the base run and the target run
      * (exclusive / inclusive) is applied in catalog order through
      * alternating work files (REBUILD.WK1 / REBUILD.WK2). ADD
      * inserts, CHANGE replaces, DELETE removes, REKEY inserts on the
      * new key and removes the old key it names (each archived delta
      * is read through once first to collect those old keys, since
      * the old key can sort on either side of the new one); a delta
      * record that does not fit the stream it is applied to (a CHANGE
      * or DELETE for an absent key, an ADD or REKEY for a present
      * one, a REKEY whose old key is not in the stream) is counted
      * and reported - it means the archive chain is damaged.
      *
      * The finished file is verified against the target run's
      * SUMMARY-OUTPUT-COUNT on RUNHIST.DAT; a count mismatch, an
           05 ARCH-KEY         PIC X(10).
           05 ARCH-SOURCE      PIC X(40).
           05 ARCH-DATA        PIC X(70).
           05 ARCH-OLD-KEY     PIC X(10).
       01 ARCH-HEADER-RECORD.
           05 ARCH-HEADER-LITERAL   PIC X(03).
               88 ARCH-IS-HEADER        VALUE 'HDR'.
           05 FILLER                PIC X(133).
       01 ARCH-TRAILER-RECORD.
           05 ARCH-TRAILER-LITERAL  PIC X(03).
               88 ARCH-IS-TRAILER       VALUE 'TRL'.
           05 ARCH-TRAILER-COUNT    PIC 9(09).
           05 FILLER                PIC X(124).

       FD REBUILT-FILE.
       01 REBUILT-RECORD      PIC X(120).
           05 STREAM-WRITE-COUNT PIC 9(09) COMP VALUE 0.
           05 FINAL-RECORD-COUNT PIC 9(09) COMP VALUE 0.
           05 MISMATCH-COUNT     PIC 9(09) COMP VALUE 0.
           05 REKEY-APPLIED-COUNT PIC 9(09) COMP VALUE 0.

      * Old keys the archived delta in hand re-numbers away, and
      * whether the stream actually held each one.
       01 REKEY-TABLE-CONTROLS.
           05 REKEY-COUNT         PIC 9(04) COMP VALUE 0.
           05 REKEY-TABLE-MAXIMUM PIC 9(04) COMP VALUE 2000.
           05 REKEY-STEP          PIC 9(04) COMP VALUE 0.

       01 REKEY-TABLE.
           05 REKEY-ENTRY OCCURS 2000 TIMES
                   INDEXED BY REKEY-IDX.
               10 REKEY-OLD-KEY       PIC X(10).
               10 REKEY-OLD-SEEN-FLAG PIC X(01).

       01 REKEY-OLD-SWITCH    PIC X(01) VALUE 'N'.
           88 BASE-KEY-IS-REKEYED       VALUE 'Y'.
           88 BASE-KEY-NOT-REKEYED      VALUE 'N'.

       01 KEY-RELATION-SWITCH     PIC X(01) VALUE '='.
           88 BASE-KEY-LEADS              VALUE 'B'.
               STOP RUN
           END-IF.

           PERFORM COLLECT-REKEY-OLD-KEYS.
           OPEN INPUT DELTA-ARCH-FILE.

           OPEN OUTPUT STREAM-OUT-FILE.

           MOVE 'N' TO BASE-EOF-FLAG.

           CLOSE STREAM-IN-FILE DELTA-ARCH-FILE STREAM-OUT-FILE.

           PERFORM VARYING REKEY-STEP FROM 1 BY 1
                   UNTIL REKEY-STEP > REKEY-COUNT
               IF REKEY-OLD-SEEN-FLAG(REKEY-STEP) NOT = 'Y'
                   ADD 1 TO MISMATCH-COUNT
                   SET REBUILD-HAD-ERRORS TO TRUE
                   DISPLAY '*** MISMATCH - DELTA REKEY FROM KEY '
                       REKEY-OLD-KEY(REKEY-STEP) ' BUT THAT KEY IS '
                       'NOT IN THE STREAM ***'
               END-IF
           END-PERFORM.

           IF ARCH-DATA-COUNT NOT = CHAIN-DELTA-COUNT(CHAIN-IDX)
               DISPLAY '*** WARNING - ' DELTA-ARCH-NAME ' HOLDS '
                   ARCH-DATA-COUNT ' DATA RECORDS BUT DLTCAT.DAT '
               CHAIN-RUN-ID(CHAIN-IDX) ' - STREAM NOW '
               STREAM-WRITE-COUNT ' RECORDS'.

       COLLECT-REKEY-OLD-KEYS.
      * First read of the archived delta: note every old key a REKEY
      * moves away from, then close it for the applying pass.
           MOVE 0 TO REKEY-COUNT.
           MOVE SPACES TO REKEY-TABLE.
           MOVE 'N' TO DELTA-EOF-FLAG.
           SET ARCH-ON-FIRST-RECORD TO TRUE.
           SET ARCH-IS-UNCONTROLLED TO TRUE.

           PERFORM READ-DELTA-DATA-RECORD.
           PERFORM UNTIL DELTA-EOF-FLAG = 'Y'
               IF ARCH-ACTION = 'REKEY'
                   PERFORM ADD-REKEY-OLD-KEY
               END-IF
               PERFORM READ-DELTA-DATA-RECORD
           END-PERFORM.

           CLOSE DELTA-ARCH-FILE.

       ADD-REKEY-OLD-KEY.
           IF REKEY-COUNT >= REKEY-TABLE-MAXIMUM
               DISPLAY '*** ERROR - ' DELTA-ARCH-NAME ' RE-NUMBERS '
                   'MORE THAN ' REKEY-TABLE-MAXIMUM ' KEYS - '
                   'INCREASE REKEY-TABLE-MAXIMUM AND RECOMPILE ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO REKEY-COUNT.
           SET REKEY-IDX TO REKEY-COUNT.
           MOVE ARCH-OLD-KEY TO REKEY-OLD-KEY(REKEY-IDX).
           MOVE 'N' TO REKEY-OLD-SEEN-FLAG(REKEY-IDX).

       FIND-REKEYED-BASE-KEY.
           SET BASE-KEY-NOT-REKEYED TO TRUE.
           IF REKEY-COUNT > 0
               SET REKEY-IDX TO 1
               SEARCH REKEY-ENTRY
                   AT END SET BASE-KEY-NOT-REKEYED TO TRUE
                   WHEN REKEY-OLD-KEY(REKEY-IDX) = STREAM-IN-KEY
                       SET BASE-KEY-IS-REKEYED TO TRUE
                       MOVE 'Y' TO REKEY-OLD-SEEN-FLAG(REKEY-IDX)
               END-SEARCH
           END-IF.

       READ-BASE-RECORD.
           READ STREAM-IN-FILE
               AT END MOVE 'Y' TO BASE-EOF-FLAG
       MATCH-APPLY-PAIR.
           PERFORM COMPARE-APPLY-KEYS.

      * A base record on a key some REKEY moved away from is dropped -
      * it reappears under its new key when the REKEY is reached.
           IF BASE-KEY-LEADS
               PERFORM FIND-REKEYED-BASE-KEY
               IF BASE-KEY-NOT-REKEYED
                   MOVE STREAM-IN-RECORD TO STREAM-OUT-RECORD
                   WRITE STREAM-OUT-RECORD
                   ADD 1 TO STREAM-WRITE-COUNT
               END-IF
               PERFORM READ-BASE-RECORD
           ELSE
               IF DELTA-KEY-LEADS
                   IF ARCH-ACTION = 'ADD'
                       PERFORM WRITE-DELTA-AS-STREAM
                   ELSE
                       IF ARCH-ACTION = 'REKEY'
                           ADD 1 TO REKEY-APPLIED-COUNT
                           PERFORM WRITE-DELTA-AS-STREAM
                       ELSE
                           PERFORM RECORD-APPLY-MISMATCH
                       END-IF
                   END-IF
                   PERFORM READ-DELTA-DATA-RECORD
               ELSE
               DISPLAY 'RECORDS RECORDED BY THAT RUN  . : '
                   TARGET-OUTPUT-COUNT
           END-IF.
           DISPLAY 'KEY RE-NUMBERINGS APPLIED . . . : '
               REKEY-APPLIED-COUNT.
           DISPLAY 'APPLICATION MISMATCHES  . . . . : '
               MISMATCH-COUNT.
           IF REBUILD-WAS-CLEAN
