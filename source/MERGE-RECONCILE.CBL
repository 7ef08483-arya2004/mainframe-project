      *       when the merged record differs from the journaled
      *       after-image, survived when they match (the sender
      *       picked the maintenance up);
      *   DELETE - resurrected when the key is back on the file;
      *   REKEY  - judged on both keys: the old key as a DELETE
      *       (resurrected when the merge brought it back, i.e. the
      *       sender still ships it and KEYXREF.DAT does not
      *       translate it) and the new key as an ADD.
      * Every loss is reported with its key, action and whether the
      * merged record differs from what maintenance left.
      *
           05 JRNL-AFTER-FLAG    PIC X(01).
           05 JRNL-AFTER-SOURCE  PIC X(40).
           05 JRNL-AFTER-DATA    PIC X(70).
           05 JRNL-OLD-KEY       PIC X(10).

       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-RECORD.
           05 SURVIVED-COUNT      PIC 9(09) COMP VALUE 0.
           05 LOST-COUNT          PIC 9(09) COMP VALUE 0.

      * The key and the state it should be in that POST-KEY-STATE
      * records - a REKEY posts twice, once per key.
       01 POST-KEY-AREAS.
           05 POST-KEY            PIC X(10) VALUE SPACES.
           05 POST-AFTER-FLAG     PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
       POST-JOURNAL-ENTRY.
      * Keep only the newest journaled state per key - the journal is
      * read in the order it was written, so a later entry simply
      * overlays the earlier one. A REKEY leaves its old key absent
      * and its new key holding the after-image.
           IF JRNL-ACTION = 'REKEY'
               MOVE JRNL-OLD-KEY TO POST-KEY
               MOVE 'N' TO POST-AFTER-FLAG
               PERFORM POST-KEY-STATE
           END-IF.
           MOVE JRNL-KEY TO POST-KEY.
           MOVE JRNL-AFTER-FLAG TO POST-AFTER-FLAG.
           PERFORM POST-KEY-STATE.

       POST-KEY-STATE.
           SET RECON-IDX TO 1.
           SEARCH RECON-ENTRY
               AT END PERFORM ADD-RECON-ENTRY
               WHEN RECON-KEY(RECON-IDX) = POST-KEY
                   PERFORM FILL-RECON-ENTRY
           END-SEARCH.

           END-IF.
           ADD 1 TO RECON-COUNT.
           SET RECON-IDX TO RECON-COUNT.
           MOVE POST-KEY TO RECON-KEY(RECON-IDX).
           PERFORM FILL-RECON-ENTRY.

       FILL-RECON-ENTRY.
           MOVE JRNL-ACTION TO RECON-ACTION(RECON-IDX).
           MOVE JRNL-RUN-ID TO RECON-RUN-ID(RECON-IDX).
           MOVE POST-AFTER-FLAG TO RECON-AFTER-FLAG(RECON-IDX).
           MOVE JRNL-AFTER-SOURCE TO RECON-AFTER-SOURCE(RECON-IDX).
           MOVE JRNL-AFTER-DATA TO RECON-AFTER-DATA(RECON-IDX).

           END-READ.

       JUDGE-ABSENT-KEY.
      * Key not on the fresh master: a journaled DELETE (or the old
      * side of a REKEY) wanted it gone - survived; anything else has
      * been erased by the merge.
           IF RECON-AFTER-FLAG(RECON-IDX) = 'N'
               ADD 1 TO SURVIVED-COUNT
           ELSE
               ADD 1 TO LOST-COUNT
           END-IF.

       JUDGE-PRESENT-KEY.
      * Key on the fresh master: a journaled DELETE (or the old side
      * of a REKEY) has been resurrected; an ADD, CHANGE or the new
      * side of a REKEY survived only if the merged record matches
      * the journaled after-image.
           IF RECON-AFTER-FLAG(RECON-IDX) = 'N'
               ADD 1 TO LOST-COUNT
               DISPLAY '*** MAINTENANCE LOST - '
                   RECON-ACTION(RECON-IDX) ' OF KEY '
                   RECON-KEY(RECON-IDX) ' (RUN '
                   RECON-RUN-ID(RECON-IDX) ') - KEY IS BACK ON THE '
                   'MERGED FILE ***'
