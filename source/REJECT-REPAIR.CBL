      *
      * Inputs:
      *   REJECTS.DAT  - this cycle's rejects, as written by
      *                  MERGE3FILES (source / key / data / reason
      *                  code - see REJREASN).
      *   REJAGED.DAT  - rejects carried forward from earlier cycles,
      *                  each with the number of cycles it has aged
      *                  and the reason it was first rejected for.
      *                  Optional - absent on the first cycle.
      *   REJFIXES.DAT - correction transactions keyed by source and
      *                  rejected key. A correction may supply a
      *                  hash), so the resubmission feed enjoys the
      *                  same intake protection as every other feed.
      *   REJAGED.NEW  - everything still unrepaired, aged by one
      *                  cycle, its original reason code kept. The
      *                  scheduler renames REJAGED.NEW to
      *                  REJAGED.DAT after this step ends cleanly, so
      *                  an abend here can never destroy the carry
      *                  file it was still reading.
      * MERGE3FILES applies on intake (see BUSDATA) - a correction
      * that does not actually cure the record sends it to the carry
      * file rather than bouncing it through the merge a second time.
      * The status code must be in force on STATCODE.DAT (see
      * STATREF), which is required equipment here as it is for the
      * merge: without it the step ends with RETURN-CODE 16 before
      * anything is written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCLE-STATUS-STATUS.

           SELECT STATUS-REF-FILE ASSIGN TO 'STATCODE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-REF-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 REJECT-SOURCE   PIC X(40).
           05 REJECT-KEY      PIC X(10).
           05 REJECT-DATA     PIC X(70).
           COPY REJREASN REPLACING ==:PFX:== BY ==REJECT==.

       FD AGED-IN-FILE.
       01 AGED-IN-RECORD.
           05 AGED-IN-SOURCE  PIC X(40).
           05 AGED-IN-KEY     PIC X(10).
           05 AGED-IN-DATA    PIC X(70).
           COPY REJREASN REPLACING ==:PFX:== BY ==AGED-IN==.

       FD FIX-FILE.
       01 FIX-RECORD.
           05 AGED-OUT-SOURCE PIC X(40).
           05 AGED-OUT-KEY    PIC X(10).
           05 AGED-OUT-DATA   PIC X(70).
           COPY REJREASN REPLACING ==:PFX:== BY ==AGED-OUT==.

       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-RECORD.
       01 CYCLE-STATUS-RECORD.
           COPY CYCSTAT REPLACING ==:PFX:== BY ==CYC==.

       FD STATUS-REF-FILE.
       01 STATUS-REF-RECORD.
           COPY STATREF REPLACING ==:PFX:== BY ==STATREF==.

       WORKING-STORAGE SECTION.
       01 REJECT-EOF-FLAG   PIC X VALUE 'N'.
       01 AGED-EOF-FLAG     PIC X VALUE 'N'.
           88 REJECT-FILE-FOUND         VALUE '00'.
           88 REJECT-FILE-NOT-FOUND     VALUE '35'.

      * Status codes off STATCODE.DAT, and the answer for the code
      * last looked up - in force on the run date or not.
       01 STATUS-REF-STATUS  PIC X(02) VALUE '00'.
           88 STATUS-REF-FOUND          VALUE '00'.
           88 STATUS-REF-NOT-FOUND      VALUE '35'.

       01 STATUS-REF-EOF-FLAG PIC X(01) VALUE 'N'.

       01 STATUS-REF-CONTROLS.
           05 STATUS-REF-COUNT    PIC 9(04) COMP VALUE 0.
           05 STATUS-REF-MAXIMUM  PIC 9(04) COMP VALUE 50.

       01 STATUS-REF-TABLE.
           05 STATUS-REF-ENTRY OCCURS 50 TIMES
                   INDEXED BY SREF-IDX.
               10 SREF-CODE            PIC X(02).
               10 SREF-EFFECTIVE-DATE  PIC 9(08).
               10 SREF-EXPIRY-DATE     PIC 9(08).

       01 SREF-LOOKUP-CODE   PIC X(02) VALUE SPACES.
       01 SREF-LOOKUP-SWITCH PIC X(01) VALUE 'N'.
           88 SREF-CODE-IN-FORCE        VALUE 'Y'.
           88 SREF-CODE-NOT-IN-FORCE    VALUE 'N'.

       01 AGED-IN-FILE-STATUS PIC X(02) VALUE '00'.
           88 AGED-IN-FILE-FOUND        VALUE '00'.
           88 AGED-IN-FILE-NOT-FOUND    VALUE '35'.
           05 WORK-SOURCE      PIC X(40).
           05 WORK-KEY         PIC X(10).
           05 WORK-DATA        PIC X(70).
           COPY REJREASN REPLACING ==:PFX:== BY ==WORK==.

       01 FIX-FOUND-SWITCH    PIC X(01) VALUE 'N'.
           88 FIX-FOUND               VALUE 'Y'.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-STATUS-REFERENCE.
           PERFORM LOAD-FIX-TABLE.

           OPEN OUTPUT RESUBMIT-FILE.
               CLOSE RUN-HISTORY-FILE
           END-IF.

       LOAD-STATUS-REFERENCE.
      * Same loader as MSTRUPDT's. The '**' and '??' lines only carry
      * GL accounts and are passed over.
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
           MOVE STATREF-EFFECTIVE-DATE
               TO SREF-EFFECTIVE-DATE(SREF-IDX).
           MOVE STATREF-EXPIRY-DATE TO SREF-EXPIRY-DATE(SREF-IDX).

       LOOKUP-STATUS-REFERENCE.
           SET SREF-CODE-NOT-IN-FORCE TO TRUE.
           SET SREF-IDX TO 1.
           SEARCH STATUS-REF-ENTRY
               AT END CONTINUE
               WHEN SREF-IDX > STATUS-REF-COUNT
                   CONTINUE
               WHEN SREF-CODE(SREF-IDX) = SREF-LOOKUP-CODE
                   IF SREF-EFFECTIVE-DATE(SREF-IDX) NOT > RUN-DATE
                           AND SREF-EXPIRY-DATE(SREF-IDX)
                               NOT < RUN-DATE
                       SET SREF-CODE-IN-FORCE TO TRUE
                   END-IF
           END-SEARCH.

       LOAD-FIX-TABLE.
           OPEN INPUT FIX-FILE.

                       MOVE REJECT-SOURCE TO WORK-SOURCE
                       MOVE REJECT-KEY TO WORK-KEY
                       MOVE REJECT-DATA TO WORK-DATA
                       MOVE REJECT-REASON TO WORK-REASON
                       PERFORM REPAIR-ONE-REJECT
               END-READ
           END-PERFORM.
                       MOVE AGED-IN-SOURCE TO WORK-SOURCE
                       MOVE AGED-IN-KEY TO WORK-KEY
                       MOVE AGED-IN-DATA TO WORK-DATA
                       MOVE AGED-IN-REASON TO WORK-REASON
                       PERFORM REPAIR-ONE-REJECT
               END-READ
           END-PERFORM.

       EDIT-RESUBMIT-RECORD.
      * The same intake edits MERGE3FILES applies: usable key, valid
      * CCYYMMDD effective date, numeric amount, status code in
      * force.
           SET RECORD-IS-CURED TO TRUE.

           IF RESUB-KEY = SPACES OR RESUB-KEY = LOW-VALUES
               SET RECORD-NOT-CURED TO TRUE
           END-IF.

           MOVE RESUB-STATUS-CODE TO SREF-LOOKUP-CODE.
           PERFORM LOOKUP-STATUS-REFERENCE.
           IF SREF-CODE-NOT-IN-FORCE
               SET RECORD-NOT-CURED TO TRUE
           END-IF.

           END-IF.

       WRITE-RESUBMIT-HEADER.
           MOVE RUN-DATE TO WRAP-HEADER-DATE.
           MOVE SPACES TO RESUBMIT-RECORD.
           MOVE WRAP-HEADER-RECORD TO RESUBMIT-RECORD.
           MOVE WORK-SOURCE TO AGED-OUT-SOURCE.
           MOVE WORK-KEY TO AGED-OUT-KEY.
           MOVE WORK-DATA TO AGED-OUT-DATA.
           MOVE WORK-REASON TO AGED-OUT-REASON.
           WRITE AGED-OUT-RECORD.
           ADD 1 TO CARRIED-COUNT.

