      * this run's id, the requestor, the selection as keyed and the
      * hit count, so the auditors can see who looked at what.
      *
      * Beside the status on each hit goes its description from the
      * status reference file STATCODE.DAT (see STATREF). An inquiry
      * only shows the description, it judges nothing, so a missing
      * STATCODE.DAT is warned about and the column left blank rather
      * than the run stopped.
      *
      * RETURN-CODE 12 when the master or the request file cannot be
      * opened, 8 on a master I/O error mid-scan, 16 when STATCODE.DAT
      * lists more codes than the table holds, else 0.
      *
      * As in MERGE3FILES, every ASSIGN TO 'literal' resolves at run
      * time against DD_<literal> in the environment before falling
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT STATUS-REF-FILE ASSIGN TO 'STATCODE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-REF-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 FILLER           PIC X(01).
           05 AUDIT-HIT-COUNT  PIC 9(09).

       FD STATUS-REF-FILE.
       01 STATUS-REF-RECORD.
           COPY STATREF REPLACING ==:PFX:== BY ==STATREF==.

       WORKING-STORAGE SECTION.
       01 REQUEST-EOF-FLAG  PIC X VALUE 'N'.

           88 AUDIT-FILE-FOUND          VALUE '00'.
           88 AUDIT-FILE-NOT-FOUND      VALUE '35'.

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
               10 SREF-DESCRIPTION     PIC X(30).

       01 SREF-LOOKUP-CODE        PIC X(02) VALUE SPACES.
       01 SREF-LOOKUP-DESCRIPTION PIC X(30) VALUE SPACES.

       01 MASTER-ERROR-SWITCH PIC X(01) VALUE 'N'.
           88 MASTER-ERROR-OCCURRED     VALUE 'Y'.
           88 MASTER-ERROR-NONE         VALUE 'N'.
           05 DETAIL-KEY       PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DETAIL-STATUS    PIC X(02).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 DETAIL-STATUS-DESC PIC X(30).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DETAIL-EFF-DATE  PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           MOVE RUN-DATE TO RUN-ID-DATE.
           MOVE RUN-TIME-OF-DAY TO RUN-ID-TIME.

           PERFORM LOAD-STATUS-REFERENCE.

           OPEN INPUT MASTER-FILE.
           IF NOT MASTER-IO-GOOD
               DISPLAY '*** ERROR OPENING INDEXED MASTER FILE - '
           MOVE MASTER-KEY TO DETAIL-KEY.
           MOVE MASTER-SOURCE TO DETAIL-SOURCE.
           MOVE INQW-STATUS-CODE TO DETAIL-STATUS.
           MOVE INQW-STATUS-CODE TO SREF-LOOKUP-CODE.
           PERFORM LOOKUP-STATUS-REFERENCE.
           MOVE SREF-LOOKUP-DESCRIPTION TO DETAIL-STATUS-DESC.
           MOVE INQW-EFFECTIVE-DATE TO DETAIL-EFF-DATE.
           IF INQW-AMOUNT IS NUMERIC
               MOVE INQW-AMOUNT TO DETAIL-AMOUNT
           MOVE HIT-COUNT TO AUDIT-HIT-COUNT.
           WRITE AUDIT-RECORD.

       LOAD-STATUS-REFERENCE.
      * Descriptions only - a missing file leaves the column blank.
      * The '**' and '??' lines only carry GL accounts and are
      * passed over.
           OPEN INPUT STATUS-REF-FILE.
           IF STATUS-REF-NOT-FOUND
               DISPLAY '*** WARNING - STATCODE.DAT NOT FOUND - '
                   'STATUS DESCRIPTIONS WILL BE BLANK ***'
           ELSE
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

       LOOKUP-STATUS-REFERENCE.
           MOVE SPACES TO SREF-LOOKUP-DESCRIPTION.
           SET SREF-IDX TO 1.
           SEARCH STATUS-REF-ENTRY
               AT END CONTINUE
               WHEN SREF-IDX > STATUS-REF-COUNT
                   CONTINUE
               WHEN SREF-CODE(SREF-IDX) = SREF-LOOKUP-CODE
                   MOVE SREF-DESCRIPTION(SREF-IDX)
                       TO SREF-LOOKUP-DESCRIPTION
           END-SEARCH.

       RECORD-MASTER-IO-ERROR.
           SET MASTER-ERROR-OCCURRED TO TRUE.
           DISPLAY '*** MASTER FILE I/O ERROR - STATUS: '
