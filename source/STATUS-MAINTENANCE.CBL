       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATMNT.

      * Maintenance and listing of the status reference file
      * STATCODE.DAT (see STATREF) - the one table every program that
      * edits, totals or describes a STATUS-CODE loads at start-up,
      * so a new code goes live without a recompile. STATCODE.DAT is
      * kept only through this program: each change is stamped with
      * the operator and date on the line itself and written, with
      * its before and after images, to an audit trail the auditors
      * can read back.
      *
      * Changes come from STATTXN.DAT, one per record:
      *   cols  1-6    action - ADD or CHANGE
      *   cols  7-14   operator id (required - whoever keyed it)
      *   cols 15-16   status code
      *   cols 17-46   description
      *   cols 47-54   effective date CCYYMMDD
      *   cols 55-62   expiry date CCYYMMDD (99999999 = no end)
      *   cols 63-74   GL account
      * ADD puts a new code on the table: it needs a description; a
      * blank effective date means today and a blank expiry date
      * means no end. CHANGE alters a code already on the table;
      * a field left blank keeps what the table holds. There is no
      * DELETE - records still carrying a code retired from use must
      * go on finding its description, its 'T' ledger slot and its
      * GL account - so a code is retired by giving it an expiry
      * date. The expiry date may not fall before the effective
      * date. The '**' and '??' lines carrying GLPOST's clearing and
      * suspense accounts are kept the same way. Transactions apply
      * in file order, so a code added early in the file may be
      * changed later in it. A transaction failing an edit is
      * rejected - written to the trail and the listing with the
      * reason, the table left as it was - and the run ends with
      * RETURN-CODE 4.
      *
      * The updated table goes to STATCODE.NEW, in STATCODE.DAT's
      * order with added codes at the end (the order MERGE3FILES
      * gives the per-status 'T' ledger slots). The scheduler
      * renames STATCODE.NEW to STATCODE.DAT only after this step
      * ends below RETURN-CODE 12 - the REJAGED.NEW protocol - and
      * no cycle step may run meanwhile. With no STATCODE.DAT at all
      * the table starts empty, which is how the first run seeds it.
      *
      * Every transaction, applied or rejected, is appended to
      * STATAUD.DAT with this run's id, the operator, the action,
      * the code, the disposition and reason, and the code's line as
      * it stood before and after.
      *
      * The listing STATLIST.DAT shows this run's transactions and
      * then the whole table as it now stands, each code marked as
      * in force today or not. MERGE-STATCODE-MODE=LIST lists
      * STATCODE.DAT as it is - STATTXN.DAT is not read and nothing
      * is written but the listing.
      *
      * RETURN-CODE 12 when STATTXN.DAT is missing on a maintenance
      * run; 16 when STATCODE.DAT holds a line with a bad date, a
      * code twice, or more codes than the table holds - nothing is
      * then written.
      *
      * As in MERGE3FILES, every ASSIGN TO 'literal' resolves at run
      * time against DD_<literal> in the environment before falling
      * back to the literal itself.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT STATUS-REF-FILE ASSIGN TO 'STATCODE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-REF-STATUS.

           SELECT STATUS-TXN-FILE ASSIGN TO 'STATTXN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-TXN-STATUS.

           SELECT STATUS-NEW-FILE ASSIGN TO 'STATCODE.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATUS-AUDIT-FILE ASSIGN TO 'STATAUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-AUDIT-STATUS.

           SELECT LISTING-FILE ASSIGN TO 'STATLIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD STATUS-REF-FILE.
       01 STATUS-REF-RECORD.
           COPY STATREF REPLACING ==:PFX:== BY ==STATREF==.

       FD STATUS-TXN-FILE.
       01 STATUS-TXN-RECORD.
           05 STXN-ACTION          PIC X(06).
               88 STXN-IS-ADD               VALUE 'ADD'.
               88 STXN-IS-CHANGE            VALUE 'CHANGE'.
           05 STXN-OPERATOR        PIC X(08).
           05 STXN-CODE            PIC X(02).
           05 STXN-DESCRIPTION     PIC X(30).
           05 STXN-EFFECTIVE-DATE  PIC X(08).
           05 STXN-EXPIRY-DATE     PIC X(08).
           05 STXN-GL-ACCOUNT      PIC X(12).

       FD STATUS-NEW-FILE.
       01 STATUS-NEW-RECORD.
           COPY STATREF REPLACING ==:PFX:== BY ==STATNEW==.

       FD STATUS-AUDIT-FILE.
       01 STATUS-AUDIT-RECORD.
           05 SAUD-RUN-ID          PIC X(16).
           05 FILLER               PIC X(01).
           05 SAUD-OPERATOR        PIC X(08).
           05 FILLER               PIC X(01).
           05 SAUD-ACTION          PIC X(06).
           05 FILLER               PIC X(01).
           05 SAUD-CODE            PIC X(02).
           05 FILLER               PIC X(01).
           05 SAUD-DISPOSITION     PIC X(08).
           05 FILLER               PIC X(01).
           05 SAUD-REASON          PIC X(40).
           05 FILLER               PIC X(01).
           05 SAUD-BEFORE-IMAGE    PIC X(76).
           05 FILLER               PIC X(01).
           05 SAUD-AFTER-IMAGE     PIC X(76).

       FD LISTING-FILE.
       01 LISTING-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01 STATUS-REF-EOF-FLAG PIC X VALUE 'N'.
       01 STATUS-TXN-EOF-FLAG PIC X VALUE 'N'.

       01 STATUS-REF-STATUS  PIC X(02) VALUE '00'.
           88 STATUS-REF-FOUND          VALUE '00'.
           88 STATUS-REF-NOT-FOUND      VALUE '35'.

       01 STATUS-TXN-STATUS  PIC X(02) VALUE '00'.
           88 STATUS-TXN-FOUND          VALUE '00'.
           88 STATUS-TXN-NOT-FOUND      VALUE '35'.

       01 STATUS-AUDIT-STATUS PIC X(02) VALUE '00'.
           88 STATUS-AUDIT-FOUND        VALUE '00'.
           88 STATUS-AUDIT-NOT-FOUND    VALUE '35'.

       01 COMPLETION-CODE    PIC 9(02) VALUE 0.

      * MERGE-STATCODE-MODE=LIST lists without maintaining.
       01 STATMNT-MODE-PARM  PIC X(08) VALUE SPACES.
           88 LIST-ONLY-REQUESTED       VALUE 'LIST'.

       01 STATMNT-MODE-SWITCH PIC X(01) VALUE 'M'.
           88 THIS-IS-A-MAINTENANCE-RUN VALUE 'M'.
           88 THIS-IS-A-LIST-ONLY-RUN   VALUE 'L'.

      * Run identifier for the audit trail, built the way MSTRINQ
      * builds its own: date plus hundredths-of-a-second time of day.
       01 RUN-DATE           PIC 9(08) VALUE 0.
       01 RUN-TIME-OF-DAY    PIC 9(08) VALUE 0.
       01 RUN-IDENTIFIER.
           05 RUN-ID-DATE     PIC 9(08).
           05 RUN-ID-TIME     PIC 9(08).

      * The whole of STATCODE.DAT, in file order. The consumers hold
      * STATUS-REF-MAXIMUM codes, and GLPOST those codes' accounts
      * plus the two GL-only lines, so no more are let on than they
      * can load. The entry is laid out field for field as STATREF,
      * since whole lines are moved in and out of it.
       01 STATUS-REF-CONTROLS.
           05 STATUS-REF-COUNT    PIC 9(04) COMP VALUE 0.
           05 STATUS-REF-SLOTS    PIC 9(04) COMP VALUE 52.
           05 STATUS-CODE-COUNT   PIC 9(04) COMP VALUE 0.
           05 STATUS-REF-MAXIMUM  PIC 9(04) COMP VALUE 50.

       01 STATUS-REF-TABLE.
           05 STATUS-REF-ENTRY OCCURS 52 TIMES
                   INDEXED BY SREF-IDX.
               10 SREF-CODE            PIC X(02).
                   88 SREF-IS-GL-ONLY       VALUE '**' '??'.
               10 SREF-DESCRIPTION     PIC X(30).
               10 SREF-EFFECTIVE-DATE  PIC 9(08).
               10 SREF-EXPIRY-DATE     PIC 9(08).
               10 SREF-GL-ACCOUNT      PIC X(12).
               10 SREF-CHANGED-BY      PIC X(08).
               10 SREF-CHANGED-DATE    PIC 9(08).

       01 SREF-LOOKUP-CODE   PIC X(02) VALUE SPACES.
       01 SREF-LOOKUP-SWITCH PIC X(01) VALUE 'N'.
           88 SREF-CODE-LISTED          VALUE 'Y'.
           88 SREF-CODE-NOT-LISTED      VALUE 'N'.

      * The code's line as it stands and as the transaction would
      * leave it - both go to the audit trail.
       01 BEFORE-IMAGE.
           COPY STATREF REPLACING ==:PFX:== BY ==BEFORE==.
       01 AFTER-IMAGE.
           COPY STATREF REPLACING ==:PFX:== BY ==AFTER==.

       01 TXN-DISPOSITION    PIC X(08) VALUE SPACES.
       01 TXN-REJECT-REASON  PIC X(40) VALUE SPACES.

       01 STATMNT-TOTALS.
           05 TXN-READ-COUNT       PIC 9(09) COMP VALUE 0.
           05 TXN-ADDED-COUNT      PIC 9(09) COMP VALUE 0.
           05 TXN-CHANGED-COUNT    PIC 9(09) COMP VALUE 0.
           05 TXN-REJECTED-COUNT   PIC 9(09) COMP VALUE 0.
           05 CODES-WRITTEN-COUNT  PIC 9(09) COMP VALUE 0.

      * The calendar edit MSTRUPDT applies to an EFFECTIVE-DATE.
       01 DATE-CONVERSION-AREAS.
           05 DATE-CONV-DATE.
               10 DATE-CONV-YEAR     PIC 9(04).
               10 DATE-CONV-MONTH    PIC 9(02).
               10 DATE-CONV-DAY      PIC 9(02).
           05 DATE-CONV-WORK         PIC 9(09) COMP VALUE 0.
           05 DATE-CONV-REMAINDER-4    PIC 9(04) COMP VALUE 0.
           05 DATE-CONV-REMAINDER-100  PIC 9(04) COMP VALUE 0.
           05 DATE-CONV-REMAINDER-400  PIC 9(04) COMP VALUE 0.

       01 DAYS-IN-MONTH-TABLE.
           05 FILLER    PIC X(24) VALUE '312831303130313130313031'.
       01 DAYS-IN-MONTH-REDEF REDEFINES DAYS-IN-MONTH-TABLE.
           05 DAYS-IN-MONTH    PIC 9(02) OCCURS 12 TIMES.

       01 MONTH-DAY-LIMIT    PIC 9(02) VALUE 0.

       01 DATE-EDIT-SWITCH   PIC X(01) VALUE 'Y'.
           88 DATE-IS-VALID             VALUE 'Y'.
           88 DATE-IS-NOT-VALID         VALUE 'N'.

      * Listing line shapes.
       01 LISTING-TXN-LINE.
           05 LTL-ACTION          PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LTL-CODE            PIC X(02).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LTL-OPERATOR        PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LTL-DISPOSITION     PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LTL-REASON          PIC X(40).
           05 FILLER              PIC X(60) VALUE SPACES.

       01 LISTING-CODE-LINE.
           05 LCL-CODE            PIC X(02).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LCL-DESCRIPTION     PIC X(30).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LCL-EFFECTIVE-DATE  PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LCL-EXPIRY-DATE     PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LCL-GL-ACCOUNT      PIC X(12).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LCL-IN-FORCE        PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LCL-CHANGED-BY      PIC X(08).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 LCL-CHANGED-DATE    PIC X(08).
           05 FILLER              PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-OF-DAY FROM TIME.
           MOVE RUN-DATE TO RUN-ID-DATE.
           MOVE RUN-TIME-OF-DAY TO RUN-ID-TIME.

           PERFORM SET-STATMNT-MODE.
           PERFORM LOAD-STATUS-REFERENCE.

           OPEN OUTPUT LISTING-FILE.
           PERFORM WRITE-LISTING-HEADING.

           IF THIS-IS-A-MAINTENANCE-RUN
               PERFORM APPLY-STATUS-TRANSACTIONS
               PERFORM WRITE-NEW-STATUS-FILE
           END-IF.

           PERFORM WRITE-LISTING-TABLE.
           CLOSE LISTING-FILE.

           PERFORM PRINT-STATMNT-REPORT.

           IF TXN-REJECTED-COUNT > 0
               MOVE 4 TO COMPLETION-CODE
           END-IF.

           MOVE COMPLETION-CODE TO RETURN-CODE.

           STOP RUN.

       SET-STATMNT-MODE.
           ACCEPT STATMNT-MODE-PARM
               FROM ENVIRONMENT 'MERGE-STATCODE-MODE'.
           IF LIST-ONLY-REQUESTED
               SET THIS-IS-A-LIST-ONLY-RUN TO TRUE
               DISPLAY 'LIST-ONLY RUN - STATCODE.DAT NOT MAINTAINED'
           ELSE
               SET THIS-IS-A-MAINTENANCE-RUN TO TRUE
           END-IF.

       LOAD-STATUS-REFERENCE.
      * Every line is kept, the '**' and '??' GL-only lines included,
      * since STATCODE.NEW must carry them all forward. A missing
      * file is an empty table - the first run seeds it.
           OPEN INPUT STATUS-REF-FILE.
           IF STATUS-REF-NOT-FOUND
               DISPLAY 'NOTE - STATCODE.DAT NOT FOUND - STARTING '
                   'FROM AN EMPTY TABLE'
               MOVE 'Y' TO STATUS-REF-EOF-FLAG
           END-IF.

           PERFORM UNTIL STATUS-REF-EOF-FLAG = 'Y'
               READ STATUS-REF-FILE
                   AT END MOVE 'Y' TO STATUS-REF-EOF-FLAG
                   NOT AT END
                       IF STATUS-REF-RECORD NOT = SPACES
                           PERFORM ADD-STATUS-REF-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

           IF NOT STATUS-REF-NOT-FOUND
               CLOSE STATUS-REF-FILE
           END-IF.

       ADD-STATUS-REF-ENTRY.
      * A line no consumer could load stops the run here too, before
      * a STATCODE.NEW is written that carries it forward.
           IF STATREF-EFFECTIVE-DATE IS NOT NUMERIC
                   OR STATREF-EXPIRY-DATE IS NOT NUMERIC
               DISPLAY '*** ERROR - STATCODE.DAT LINE FOR STATUS '
                   STATREF-CODE ' IS UNUSABLE - BAD EFFECTIVE OR '
                   'EXPIRY DATE ***'
               CLOSE STATUS-REF-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE STATREF-CODE TO SREF-LOOKUP-CODE.
           PERFORM LOOKUP-STATUS-REFERENCE.
           IF SREF-CODE-LISTED
               DISPLAY '*** ERROR - STATCODE.DAT LISTS STATUS '
                   STATREF-CODE ' TWICE ***'
               CLOSE STATUS-REF-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT STATREF-IS-GL-ONLY
               IF STATUS-CODE-COUNT >= STATUS-REF-MAXIMUM
                   DISPLAY '*** ERROR - STATCODE.DAT LISTS MORE THAN '
                       STATUS-REF-MAXIMUM ' STATUS CODES - INCREASE '
                       'STATUS-REF-MAXIMUM AND RECOMPILE ***'
                   CLOSE STATUS-REF-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO STATUS-CODE-COUNT
           END-IF.

           IF STATUS-REF-COUNT >= STATUS-REF-SLOTS
               DISPLAY '*** ERROR - STATCODE.DAT HOLDS MORE THAN '
                   STATUS-REF-SLOTS ' LINES - INCREASE '
                   'STATUS-REF-SLOTS AND RECOMPILE ***'
               CLOSE STATUS-REF-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO STATUS-REF-COUNT.
           SET SREF-IDX TO STATUS-REF-COUNT.
           MOVE STATUS-REF-RECORD TO STATUS-REF-ENTRY(SREF-IDX).

       LOOKUP-STATUS-REFERENCE.
      * SREF-LOOKUP-CODE on the table; SREF-IDX is left on it.
           SET SREF-CODE-NOT-LISTED TO TRUE.
           SET SREF-IDX TO 1.
           SEARCH STATUS-REF-ENTRY
               AT END CONTINUE
               WHEN SREF-IDX > STATUS-REF-COUNT
                   CONTINUE
               WHEN SREF-CODE(SREF-IDX) = SREF-LOOKUP-CODE
                   SET SREF-CODE-LISTED TO TRUE
           END-SEARCH.

       APPLY-STATUS-TRANSACTIONS.
           OPEN INPUT STATUS-TXN-FILE.
           IF STATUS-TXN-NOT-FOUND
               DISPLAY '*** ERROR - STATTXN.DAT NOT FOUND - NO '
                   'CHANGES TO APPLY (MERGE-STATCODE-MODE=LIST TO '
                   'LIST ONLY) ***'
               CLOSE LISTING-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * EXTEND needs the trail to exist, so the very first run
      * creates it - the RUNHIST.DAT convention.
           OPEN EXTEND STATUS-AUDIT-FILE.
           IF STATUS-AUDIT-NOT-FOUND
               OPEN OUTPUT STATUS-AUDIT-FILE
           END-IF.

           MOVE SPACES TO LISTING-LINE.
           WRITE LISTING-LINE.
           MOVE 'TRANSACTIONS FROM STATTXN.DAT' TO LISTING-LINE.
           WRITE LISTING-LINE.
           MOVE 'ACTION  CD  OPERATOR  RESULT    REASON'
               TO LISTING-LINE.
           WRITE LISTING-LINE.
           MOVE ALL '-' TO LISTING-LINE.
           WRITE LISTING-LINE.

           PERFORM UNTIL STATUS-TXN-EOF-FLAG = 'Y'
               READ STATUS-TXN-FILE
                   AT END MOVE 'Y' TO STATUS-TXN-EOF-FLAG
                   NOT AT END
                       IF STATUS-TXN-RECORD NOT = SPACES
                           ADD 1 TO TXN-READ-COUNT
                           PERFORM APPLY-ONE-TRANSACTION
                               THRU APPLY-ONE-TRANSACTION-EXIT
                           PERFORM WRITE-AUDIT-RECORD
                           PERFORM WRITE-LISTING-TXN-LINE
                       END-IF
               END-READ
           END-PERFORM.

           IF TXN-READ-COUNT = 0
               MOVE '(NONE)' TO LISTING-LINE
               WRITE LISTING-LINE
           END-IF.

           CLOSE STATUS-TXN-FILE STATUS-AUDIT-FILE.

       APPLY-ONE-TRANSACTION.
      * Edit the transaction, build the line it would leave in
      * AFTER-IMAGE and edit that too; only then touch the table.
           MOVE 'REJECTED' TO TXN-DISPOSITION.
           MOVE SPACES TO TXN-REJECT-REASON.
           MOVE SPACES TO BEFORE-IMAGE AFTER-IMAGE.

           IF NOT STXN-IS-ADD AND NOT STXN-IS-CHANGE
               MOVE 'ACTION MUST BE ADD OR CHANGE'
                   TO TXN-REJECT-REASON
               GO TO APPLY-ONE-TRANSACTION-EXIT
           END-IF.

           IF STXN-OPERATOR = SPACES
               MOVE 'OPERATOR ID IS REQUIRED' TO TXN-REJECT-REASON
               GO TO APPLY-ONE-TRANSACTION-EXIT
           END-IF.

           IF STXN-CODE = SPACES
               MOVE 'STATUS CODE IS REQUIRED' TO TXN-REJECT-REASON
               GO TO APPLY-ONE-TRANSACTION-EXIT
           END-IF.

           MOVE STXN-CODE TO SREF-LOOKUP-CODE.
           PERFORM LOOKUP-STATUS-REFERENCE.

           IF STXN-IS-ADD
               IF SREF-CODE-LISTED
                   MOVE STATUS-REF-ENTRY(SREF-IDX) TO BEFORE-IMAGE
                   MOVE 'CODE ALREADY ON STATCODE.DAT'
                       TO TXN-REJECT-REASON
                   GO TO APPLY-ONE-TRANSACTION-EXIT
               END-IF
               IF STXN-DESCRIPTION = SPACES
                   MOVE 'DESCRIPTION IS REQUIRED ON AN ADD'
                       TO TXN-REJECT-REASON
                   GO TO APPLY-ONE-TRANSACTION-EXIT
               END-IF
               IF STXN-CODE NOT = '**' AND STXN-CODE NOT = '??'
                       AND STATUS-CODE-COUNT >= STATUS-REF-MAXIMUM
                   MOVE 'TABLE FULL - NO ROOM FOR ANOTHER CODE'
                       TO TXN-REJECT-REASON
                   GO TO APPLY-ONE-TRANSACTION-EXIT
               END-IF
               IF STATUS-REF-COUNT >= STATUS-REF-SLOTS
                   MOVE 'TABLE FULL - NO ROOM FOR ANOTHER CODE'
                       TO TXN-REJECT-REASON
                   GO TO APPLY-ONE-TRANSACTION-EXIT
               END-IF
               MOVE STXN-CODE TO AFTER-CODE
               MOVE RUN-DATE TO AFTER-EFFECTIVE-DATE
               MOVE 99999999 TO AFTER-EXPIRY-DATE
           ELSE
               IF SREF-CODE-NOT-LISTED
                   MOVE 'CODE NOT ON STATCODE.DAT'
                       TO TXN-REJECT-REASON
                   GO TO APPLY-ONE-TRANSACTION-EXIT
               END-IF
               MOVE STATUS-REF-ENTRY(SREF-IDX) TO BEFORE-IMAGE
               IF STXN-DESCRIPTION = SPACES
                       AND STXN-EFFECTIVE-DATE = SPACES
                       AND STXN-EXPIRY-DATE = SPACES
                       AND STXN-GL-ACCOUNT = SPACES
                   MOVE 'NOTHING TO CHANGE' TO TXN-REJECT-REASON
                   GO TO APPLY-ONE-TRANSACTION-EXIT
               END-IF
               MOVE BEFORE-IMAGE TO AFTER-IMAGE
           END-IF.

           IF STXN-DESCRIPTION NOT = SPACES
               MOVE STXN-DESCRIPTION TO AFTER-DESCRIPTION
           END-IF.
           IF STXN-GL-ACCOUNT NOT = SPACES
               MOVE STXN-GL-ACCOUNT TO AFTER-GL-ACCOUNT
           END-IF.

           IF STXN-EFFECTIVE-DATE NOT = SPACES
               IF STXN-EFFECTIVE-DATE IS NOT NUMERIC
                   MOVE 'EFFECTIVE DATE IS NOT A CCYYMMDD DATE'
                       TO TXN-REJECT-REASON
                   GO TO APPLY-ONE-TRANSACTION-EXIT
               END-IF
               MOVE STXN-EFFECTIVE-DATE TO DATE-CONV-DATE
               PERFORM EDIT-CONV-DATE
               IF DATE-IS-NOT-VALID
                   MOVE 'EFFECTIVE DATE IS NOT A CCYYMMDD DATE'
                       TO TXN-REJECT-REASON
                   GO TO APPLY-ONE-TRANSACTION-EXIT
               END-IF
               MOVE STXN-EFFECTIVE-DATE TO AFTER-EFFECTIVE-DATE
           END-IF.

           IF STXN-EXPIRY-DATE NOT = SPACES
               IF STXN-EXPIRY-DATE IS NOT NUMERIC
                   MOVE 'EXPIRY DATE IS NOT A CCYYMMDD DATE'
                       TO TXN-REJECT-REASON
                   GO TO APPLY-ONE-TRANSACTION-EXIT
               END-IF
               IF STXN-EXPIRY-DATE NOT = '99999999'
                   MOVE STXN-EXPIRY-DATE TO DATE-CONV-DATE
                   PERFORM EDIT-CONV-DATE
                   IF DATE-IS-NOT-VALID
                       MOVE 'EXPIRY DATE IS NOT A CCYYMMDD DATE'
                           TO TXN-REJECT-REASON
                       GO TO APPLY-ONE-TRANSACTION-EXIT
                   END-IF
               END-IF
               MOVE STXN-EXPIRY-DATE TO AFTER-EXPIRY-DATE
           END-IF.

           IF AFTER-EXPIRY-DATE < AFTER-EFFECTIVE-DATE
               MOVE 'EXPIRY DATE IS BEFORE THE EFFECTIVE DATE'
                   TO TXN-REJECT-REASON
               GO TO APPLY-ONE-TRANSACTION-EXIT
           END-IF.

           MOVE STXN-OPERATOR TO AFTER-CHANGED-BY.
           MOVE RUN-DATE TO AFTER-CHANGED-DATE.

           IF STXN-IS-ADD
               ADD 1 TO STATUS-REF-COUNT
               SET SREF-IDX TO STATUS-REF-COUNT
               IF NOT AFTER-IS-GL-ONLY
                   ADD 1 TO STATUS-CODE-COUNT
               END-IF
               ADD 1 TO TXN-ADDED-COUNT
           ELSE
               ADD 1 TO TXN-CHANGED-COUNT
           END-IF.
           MOVE AFTER-IMAGE TO STATUS-REF-ENTRY(SREF-IDX).
           MOVE 'APPLIED' TO TXN-DISPOSITION.

       APPLY-ONE-TRANSACTION-EXIT.
           EXIT.

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

       WRITE-AUDIT-RECORD.
           IF TXN-DISPOSITION = 'REJECTED'
               ADD 1 TO TXN-REJECTED-COUNT
               MOVE SPACES TO AFTER-IMAGE
           END-IF.
           MOVE SPACES TO STATUS-AUDIT-RECORD.
           MOVE RUN-IDENTIFIER TO SAUD-RUN-ID.
           MOVE STXN-OPERATOR TO SAUD-OPERATOR.
           MOVE STXN-ACTION TO SAUD-ACTION.
           MOVE STXN-CODE TO SAUD-CODE.
           MOVE TXN-DISPOSITION TO SAUD-DISPOSITION.
           MOVE TXN-REJECT-REASON TO SAUD-REASON.
           MOVE BEFORE-IMAGE TO SAUD-BEFORE-IMAGE.
           MOVE AFTER-IMAGE TO SAUD-AFTER-IMAGE.
           WRITE STATUS-AUDIT-RECORD.

       WRITE-LISTING-TXN-LINE.
           MOVE STXN-ACTION TO LTL-ACTION.
           MOVE STXN-CODE TO LTL-CODE.
           MOVE STXN-OPERATOR TO LTL-OPERATOR.
           MOVE TXN-DISPOSITION TO LTL-DISPOSITION.
           MOVE TXN-REJECT-REASON TO LTL-REASON.
           MOVE LISTING-TXN-LINE TO LISTING-LINE.
           WRITE LISTING-LINE.

       WRITE-NEW-STATUS-FILE.
           OPEN OUTPUT STATUS-NEW-FILE.
           PERFORM VARYING SREF-IDX FROM 1 BY 1
                   UNTIL SREF-IDX > STATUS-REF-COUNT
               MOVE STATUS-REF-ENTRY(SREF-IDX) TO STATUS-NEW-RECORD
               WRITE STATUS-NEW-RECORD
               ADD 1 TO CODES-WRITTEN-COUNT
           END-PERFORM.
           CLOSE STATUS-NEW-FILE.

       WRITE-LISTING-HEADING.
           MOVE SPACES TO LISTING-LINE.
           STRING 'STATMNT STATUS CODE REFERENCE  AS AT '
                      DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  '  RUN ' DELIMITED BY SIZE
                  RUN-IDENTIFIER DELIMITED BY SIZE
               INTO LISTING-LINE.
           WRITE LISTING-LINE.
           MOVE SPACES TO LISTING-LINE.
           IF THIS-IS-A-LIST-ONLY-RUN
               MOVE 'LIST ONLY - STATCODE.DAT AS IT STANDS'
                   TO LISTING-LINE
           ELSE
               MOVE 'MAINTENANCE - TABLE WRITTEN TO STATCODE.NEW'
                   TO LISTING-LINE
           END-IF.
           WRITE LISTING-LINE.
           MOVE ALL '=' TO LISTING-LINE.
           WRITE LISTING-LINE.

       WRITE-LISTING-TABLE.
      * In file order - the order the 'T' ledger slots follow.
           MOVE SPACES TO LISTING-LINE.
           WRITE LISTING-LINE.
           MOVE SPACES TO LISTING-LINE.
           STRING 'CD  DESCRIPTION                     '
                      DELIMITED BY SIZE
                  'EFF DATE  EXPIRY    GL ACCOUNT    '
                      DELIMITED BY SIZE
                  'IN FORCE  CHANGED BY  ON' DELIMITED BY SIZE
               INTO LISTING-LINE.
           WRITE LISTING-LINE.
           MOVE ALL '-' TO LISTING-LINE.
           WRITE LISTING-LINE.

           PERFORM VARYING SREF-IDX FROM 1 BY 1
                   UNTIL SREF-IDX > STATUS-REF-COUNT
               PERFORM WRITE-LISTING-CODE-LINE
           END-PERFORM.

           IF STATUS-REF-COUNT = 0
               MOVE '(TABLE IS EMPTY)' TO LISTING-LINE
               WRITE LISTING-LINE
           END-IF.

       WRITE-LISTING-CODE-LINE.
      * In force on the run date, effective and expiry inclusive -
      * the test every editing program applies.
           MOVE SREF-CODE(SREF-IDX) TO LCL-CODE.
           MOVE SREF-DESCRIPTION(SREF-IDX) TO LCL-DESCRIPTION.
           MOVE SREF-EFFECTIVE-DATE(SREF-IDX) TO LCL-EFFECTIVE-DATE.
           MOVE SREF-EXPIRY-DATE(SREF-IDX) TO LCL-EXPIRY-DATE.
           MOVE SREF-GL-ACCOUNT(SREF-IDX) TO LCL-GL-ACCOUNT.
           MOVE SREF-CHANGED-BY(SREF-IDX) TO LCL-CHANGED-BY.
           MOVE SREF-CHANGED-DATE(SREF-IDX) TO LCL-CHANGED-DATE.
           IF SREF-IS-GL-ONLY(SREF-IDX)
               MOVE 'GL ONLY' TO LCL-IN-FORCE
           ELSE
               IF SREF-EFFECTIVE-DATE(SREF-IDX) NOT > RUN-DATE
                       AND SREF-EXPIRY-DATE(SREF-IDX) NOT < RUN-DATE
                   MOVE 'YES' TO LCL-IN-FORCE
               ELSE
                   MOVE 'NO' TO LCL-IN-FORCE
               END-IF
           END-IF.
           MOVE LISTING-CODE-LINE TO LISTING-LINE.
           WRITE LISTING-LINE.

       PRINT-STATMNT-REPORT.
           DISPLAY '==========================================='.
           DISPLAY 'STATMNT STATUS CODE MAINTENANCE SUMMARY'.
           DISPLAY '==========================================='.
           DISPLAY 'STATMNT RUN ID  . . . . . . . . : '
               RUN-IDENTIFIER.
           IF THIS-IS-A-MAINTENANCE-RUN
               DISPLAY 'TRANSACTIONS READ . . . . . . . : '
                   TXN-READ-COUNT
               DISPLAY 'CODES ADDED . . . . . . . . . . : '
                   TXN-ADDED-COUNT
               DISPLAY 'CODES CHANGED . . . . . . . . . : '
                   TXN-CHANGED-COUNT
               DISPLAY 'TRANSACTIONS REJECTED . . . . . : '
                   TXN-REJECTED-COUNT
               DISPLAY 'LINES WRITTEN TO STATCODE.NEW . : '
                   CODES-WRITTEN-COUNT
           ELSE
               DISPLAY 'LIST ONLY - STATCODE.NEW NOT WRITTEN'
           END-IF.
           DISPLAY 'STATUS CODES ON THE TABLE . . . : '
               STATUS-CODE-COUNT.
           IF TXN-REJECTED-COUNT > 0
               DISPLAY '*** WARNING - REJECTED TRANSACTIONS ARE ON '
                   'STATLIST.DAT AND STATAUD.DAT ***'
           END-IF.
           DISPLAY '==========================================='.
