      * against the indexed master, newest transaction first -
      *   ADD    is reversed by deleting the key,
      *   CHANGE by restoring the journaled before-image,
      *   DELETE by re-inserting the journaled before-image,
      *   REKEY  by writing the before-image back on the old key and
      *          removing the new one -
      * so a transaction file applied in error can be backed out
      * instead of forcing a full merge rerun to rebuild the master.
      *
           05 JRNL-AFTER-FLAG    PIC X(01).
           05 JRNL-AFTER-SOURCE  PIC X(40).
           05 JRNL-AFTER-DATA    PIC X(70).
           05 JRNL-OLD-KEY       PIC X(10).

       FD BACKOUT-REGISTER-FILE.
       01 BACKOUT-REGISTER-RECORD.
               10 ENTRY-BEFORE-FLAG   PIC X(01).
               10 ENTRY-BEFORE-SOURCE PIC X(40).
               10 ENTRY-BEFORE-DATA   PIC X(70).
               10 ENTRY-OLD-KEY       PIC X(10).

       01 BACKOUT-TOTALS.
           05 ADD-REVERSED-COUNT  PIC 9(09) COMP VALUE 0.
           05 CHG-REVERSED-COUNT  PIC 9(09) COMP VALUE 0.
           05 DEL-REVERSED-COUNT  PIC 9(09) COMP VALUE 0.
           05 REKEY-REVERSED-COUNT PIC 9(09) COMP VALUE 0.
           05 MISFIT-COUNT        PIC 9(09) COMP VALUE 0.

       PROCEDURE DIVISION.
           MOVE JRNL-BEFORE-SOURCE
               TO ENTRY-BEFORE-SOURCE(ENTRY-IDX).
           MOVE JRNL-BEFORE-DATA TO ENTRY-BEFORE-DATA(ENTRY-IDX).
           MOVE JRNL-OLD-KEY TO ENTRY-OLD-KEY(ENTRY-IDX).

       REVERSE-ONE-ENTRY.
           IF ENTRY-ACTION(ENTRY-IDX) = 'ADD'
                   IF ENTRY-ACTION(ENTRY-IDX) = 'DELETE'
                       PERFORM REVERSE-A-DELETE
                   ELSE
                       IF ENTRY-ACTION(ENTRY-IDX) = 'REKEY'
                           PERFORM REVERSE-A-REKEY
                       ELSE
                           ADD 1 TO MISFIT-COUNT
                           MOVE 'MISFIT - UNKNOWN ACTION'
                               TO DISPOSITION-TEXT
                           PERFORM WRITE-BACKOUT-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.
                   PERFORM WRITE-BACKOUT-LINE
           END-WRITE.

       REVERSE-A-REKEY.
      * The new key must still be there before the old one is
      * written back, and the old one must be written back before the
      * new one goes - a misfit on either side leaves the master
      * exactly as it was found.
           MOVE ENTRY-KEY(ENTRY-IDX) TO MASTER-KEY.
           READ MASTER-FILE
               INVALID KEY
                   IF MASTER-KEY-NOT-ON-FILE
                       PERFORM RECORD-MISFIT-KEY-GONE
                   ELSE
                       PERFORM RECORD-MASTER-IO-ERROR
                   END-IF
               NOT INVALID KEY
                   PERFORM RESTORE-REKEYED-OLD-KEY
           END-READ.

       RESTORE-REKEYED-OLD-KEY.
           MOVE ENTRY-OLD-KEY(ENTRY-IDX) TO MASTER-KEY.
           MOVE ENTRY-BEFORE-SOURCE(ENTRY-IDX) TO MASTER-SOURCE.
           MOVE ENTRY-BEFORE-DATA(ENTRY-IDX) TO MASTER-DATA.
           WRITE MASTER-RECORD
               INVALID KEY
                   IF MASTER-KEY-EXISTS-ALREADY
                       ADD 1 TO MISFIT-COUNT
                       MOVE 'MISFIT - OLD KEY BACK ON FILE'
                           TO DISPOSITION-TEXT
                       PERFORM WRITE-BACKOUT-LINE
                   ELSE
                       PERFORM RECORD-MASTER-IO-ERROR
                   END-IF
               NOT INVALID KEY
                   PERFORM REMOVE-REKEYED-NEW-KEY
           END-WRITE.

       REMOVE-REKEYED-NEW-KEY.
           MOVE ENTRY-KEY(ENTRY-IDX) TO MASTER-KEY.
           DELETE MASTER-FILE RECORD
               INVALID KEY
                   PERFORM RECORD-MASTER-IO-ERROR
               NOT INVALID KEY
                   ADD 1 TO REKEY-REVERSED-COUNT
                   MOVE SPACES TO DISPOSITION-TEXT
                   STRING 'REVERSED - BACK TO ' DELIMITED BY SIZE
                          ENTRY-OLD-KEY(ENTRY-IDX) DELIMITED BY SIZE
                       INTO DISPOSITION-TEXT
                   PERFORM WRITE-BACKOUT-LINE
           END-DELETE.

       RECORD-MISFIT-KEY-GONE.
           ADD 1 TO MISFIT-COUNT.
           MOVE 'MISFIT - KEY NOT ON FILE'
               CHG-REVERSED-COUNT.
           DISPLAY 'DELETES REVERSED (RE-INSERTED)  : '
               DEL-REVERSED-COUNT.
           DISPLAY 'REKEYS REVERSED (OLD KEY BACK)  : '
               REKEY-REVERSED-COUNT.
           DISPLAY 'REVERSALS THAT DID NOT FIT  . . : '
               MISFIT-COUNT.
           IF ENTRY-COUNT = ADD-REVERSED-COUNT + CHG-REVERSED-COUNT
                   + DEL-REVERSED-COUNT + REKEY-REVERSED-COUNT
                   + MISFIT-COUNT
               DISPLAY 'BACKOUT TOTALS IN BALANCE'
           ELSE
               DISPLAY '*** WARNING - BACKOUT TOTALS OUT OF '
