      *   ADD    - key must not exist; record is inserted
      *   CHANGE - key must exist; record is replaced
      *   DELETE - key must exist; record is removed
      *   REKEY  - the record on the old key (TXN-OLD-KEY, cols
      *            127-136) moves to KEY, which must not exist; the
      *            old key is removed. With the business area blank
      *            the record moves exactly as it stands; otherwise
      *            the new source and data replace it on the way,
      *            edited and judged as a CHANGE would be. Operations
      *            record the re-numbering itself on KEYXREF.DAT (see
      *            KEYXREF) so intake and DELTAGEN follow it.
      *
      * A transaction file may be wrapped in the 'HDR'/'TRL' controls
      * our own producers (DELTAGEN among them) now write: when the
      *
      * ADD and CHANGE records must pass the same business-field
      * edits MERGE3FILES applies on intake (see BUSDATA) - the
      * master stays as clean as the merge would have built it. The
      * status code must be in force on STATCODE.DAT (see STATREF),
      * which is required: without it nothing is applied and the run
      * ends with RETURN-CODE 16.
      *
      * CHANGE and DELETE are additionally judged against the
      * status-transition rules in UPDTRULE.DAT, a control file
      * failed. When UPDTRULE.DAT is absent no rules are enforced
      * (the pre-rules behaviour), and that is announced on sysout.
      *
      * Maker-checker. Some maintenance needs a second person: it is
      * parked on the hold file UPDTHOLD.DAT (see UPDTHOLD) instead
      * of being applied, once it has passed the edits and the rules
      * above, and listed on the register as HELD FOR APPROVAL:
      *   - every DELETE;
      *   - an ADD whose AMOUNT, either sign, is over the approval
      *     limit below - with nothing on file to move from, its
      *     whole amount is the movement;
      *   - a CHANGE (or a REKEY that replaces the data) moving the
      *     AMOUNT by more than the approval limit, set by an 'L'
      *     line on UPDTRULE.DAT (col 1 'L', cols 2-14 the limit,
      *     unsigned, two implied decimals - no 'L' line, no limit);
      *   - a CHANGE (or replacing REKEY) making a status transition
      *     operations has marked sensitive with an 'S' line (cols
      *     2-3 from-status, cols 4-5 to-status, '**' as above).
      * 'S' and 'L' lines only mark; they never allow or bar. Each
      * parked item carries its submitter, MERGE-SUBMITTER-ID (the
      * register shows it after the disposition); with none given
      * the transaction is rejected rather than parked, since no
      * one could then be kept from approving their own work.
      *
      * The approval run is this program under
      * MERGE-UPDATE-MODE=APPROVE. It reads no MSTRTXN.DAT; it reads
      * the decisions keyed on UPDTAPRV.DAT, one per line:
      *   cols 1-21   the item id from the aging report
      *   cols 23-32  the key, as a check on the item id
      *   col  34     A - approve, D - decline
      *   cols 36-43  the approver's id
      * An approved item goes through the same edits, rules, master
      * update, register and journal as any transaction (the
      * register carries the approver), so MSTRBKOUT reverses an
      * approval run like any other. A declined item is registered
      * and dropped. A decision keyed by the item's own submitter, by
      * no one, against the wrong key, for an item already decided
      * or for no held item at all is rejected onto the register and
      * changes nothing. An item still undecided after
      * MERGE-APPROVAL-EXPIRY cycles (default 5; cycles are merge
      * runs on RUNHIST.DAT since it was parked) expires and is
      * registered as such; everything else is carried to
      * UPDTHOLD.NEW, which the scheduler renames to UPDTHOLD.DAT
      * after the step ends cleanly - the REJAGED.NEW protocol. No
      * update run or MSTRMNT session may run while the approval run
      * does, or what it parks would be lost in the rename. The
      * aging report UPDTHAGE.DAT lists every item the run saw with
      * its age and what became of it. The approval run writes its
      * cycle-status record as MSTRAPPR.
      *
      * Every transaction is listed on the update register
      * (UPDTREG.DAT) with this run's id and its disposition - the
      * register is appended to across runs, so the maintenance
      * its before-image and after-image, so a transaction file
      * applied in error can be reversed by MSTRBKOUT instead of
      * forcing a full merge rerun. The run ends with RETURN-CODE 4
      * when anything was rejected (or, on an approval run, expired)
      * and RETURN-CODE 12 when the master itself could not be opened
      * or failed on an I/O error, so the scheduler can hold
      * downstream work.
      *
      * As in MERGE3FILES, every ASSIGN TO 'literal' resolves at run
      * time against DD_<literal> in the environment before falling
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RULE-FILE-STATUS.

           SELECT STATUS-REF-FILE ASSIGN TO 'STATCODE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-REF-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-HISTORY-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCLE-STATUS-STATUS.

           SELECT HOLD-FILE ASSIGN TO 'UPDTHOLD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT HOLD-NEW-FILE ASSIGN TO 'UPDTHOLD.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT APPROVAL-FILE ASSIGN TO 'UPDTAPRV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-FILE-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO 'UPDTHAGE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           05 MASTER-SOURCE    PIC X(40).
           05 MASTER-DATA      PIC X(70).

      * Read INTO the TXN-RECORD layouts in working storage, where an
      * approval run also sets out the held transactions it applies.
       FD TXN-FILE.
       01 TXN-FILE-RECORD      PIC X(136).

       FD REGISTER-FILE.
       01 REGISTER-RECORD.
           05 REGISTER-KEY         PIC X(10).
           05 FILLER               PIC X(01).
           05 REGISTER-DISPOSITION PIC X(30).
      * The submitter on an update run, the approver on an approval
      * run - blank when no MERGE-SUBMITTER-ID was given.
           05 FILLER               PIC X(01).
           05 REGISTER-OPERATOR-ID PIC X(08).

      * One journal record per APPLIED transaction: what the master
      * record said before and what it says after, each side flagged
      * present or absent (an ADD has no before, a DELETE no after).
      * MSTRBKOUT reads these back, newest first, to reverse a run.
      * A REKEY is one record: JRNL-KEY is the new key, JRNL-OLD-KEY
      * the key it left, the before-image the record as it stood on
      * the old key and the after-image as written on the new one.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 JRNL-RUN-ID        PIC X(16).
           05 JRNL-AFTER-FLAG    PIC X(01).
           05 JRNL-AFTER-SOURCE  PIC X(40).
           05 JRNL-AFTER-DATA    PIC X(70).
           05 JRNL-OLD-KEY       PIC X(10).

      * Anything after column 5 of a rule record (column 14 of the
      * 'L' approval-limit line) is free for an operations comment.
       FD RULE-FILE.
       01 RULE-RECORD.
           05 RULE-TYPE        PIC X(01).
           05 RULE-FROM-STATUS PIC X(02).
           05 RULE-TO-STATUS   PIC X(02).
           05 FILLER           PIC X(35).
       01 RULE-LIMIT-RECORD.
           05 FILLER             PIC X(01).
           05 RULE-LIMIT-AMOUNT  PIC 9(11)V9(02).
           05 FILLER             PIC X(26).

       FD STATUS-REF-FILE.
       01 STATUS-REF-RECORD.
           COPY STATREF REPLACING ==:PFX:== BY ==STATREF==.

       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-RECORD.
       01 CYCLE-STATUS-RECORD.
           COPY CYCSTAT REPLACING ==:PFX:== BY ==CYC==.

       FD HOLD-FILE.
       01 HOLD-RECORD.
           COPY UPDTHOLD REPLACING ==:PFX:== BY ==HOLD==.

       FD HOLD-NEW-FILE.
       01 HOLD-NEW-RECORD     PIC X(185).

       FD APPROVAL-FILE.
       01 APPROVAL-RECORD.
           05 APPROVAL-ITEM-ID     PIC X(21).
           05 FILLER               PIC X(01).
           05 APPROVAL-KEY         PIC X(10).
           05 FILLER               PIC X(01).
           05 APPROVAL-DECISION    PIC X(01).
           05 FILLER               PIC X(01).
           05 APPROVAL-APPROVER-ID PIC X(08).

       FD AGING-REPORT-FILE.
       01 AGING-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 TXN-EOF-FLAG      PIC X VALUE 'N'.

      * The transaction in hand - read from MSTRTXN.DAT, or set out
      * from the hold file by an approval run.
       01 TXN-RECORD.
           05 TXN-ACTION       PIC X(06).
               88 TXN-IS-ADD           VALUE 'ADD'.
               88 TXN-IS-CHANGE        VALUE 'CHANGE'.
               88 TXN-IS-DELETE        VALUE 'DELETE'.
               88 TXN-IS-REKEY         VALUE 'REKEY'.
           05 TXN-KEY          PIC X(10).
           05 TXN-SOURCE       PIC X(40).
           05 TXN-DATA.
               COPY BUSDATA REPLACING ==:PFX:== BY ==TXN==.
      * The key a REKEY moves the record from - blank on every other
      * action, and on delta files from before re-numbering existed.
           05 TXN-OLD-KEY      PIC X(10).
       01 TXN-HEADER-RECORD REDEFINES TXN-RECORD.
           05 TXN-HEADER-LITERAL    PIC X(03).
               88 TXN-IS-HEADER         VALUE 'HDR'.
           05 TXN-HEADER-FILE-DATE  PIC 9(08).
           05 FILLER                PIC X(125).
       01 TXN-TRAILER-RECORD REDEFINES TXN-RECORD.
           05 TXN-TRAILER-LITERAL   PIC X(03).
               88 TXN-IS-TRAILER        VALUE 'TRL'.
           05 TXN-TRAILER-COUNT     PIC 9(09).
           05 TXN-TRAILER-KEY-HASH  PIC 9(15).
           05 FILLER                PIC X(109).

       01 MASTER-FILE-STATUS PIC X(02) VALUE '00'.
           88 MASTER-IO-GOOD            VALUE '00' '02'.
           88 MASTER-KEY-EXISTS-ALREADY VALUE '22'.
           05 BEFORE-SOURCE-HOLD PIC X(40) VALUE SPACES.
           05 BEFORE-DATA-HOLD   PIC X(70) VALUE SPACES.

      * What a REKEY writes on the new key - the record as it stood
      * on the old key, or the transaction's replacement for it.
       01 AFTER-IMAGE-HOLD.
           05 AFTER-SOURCE-HOLD  PIC X(40) VALUE SPACES.
           05 AFTER-DATA-HOLD    PIC X(70) VALUE SPACES.

       01 MASTER-ERROR-SWITCH PIC X(01) VALUE 'N'.
           88 MASTER-ERROR-OCCURRED     VALUE 'Y'.
           88 MASTER-ERROR-NONE         VALUE 'N'.
           88 RULE-FILE-FOUND           VALUE '00'.
           88 RULE-FILE-NOT-FOUND       VALUE '35'.

      * Status codes off STATCODE.DAT, and the answer for the code
      * last looked up - in force on the run date or not.
       01 STATUS-REF-STATUS   PIC X(02) VALUE '00'.
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

       01 SREF-LOOKUP-CODE    PIC X(02) VALUE SPACES.
       01 SREF-LOOKUP-SWITCH  PIC X(01) VALUE 'N'.
           88 SREF-CODE-IN-FORCE        VALUE 'Y'.
           88 SREF-CODE-NOT-IN-FORCE    VALUE 'N'.

       01 RULE-EOF-FLAG       PIC X(01) VALUE 'N'.

       01 RULES-LOADED-SWITCH PIC X(01) VALUE 'N'.
           05 ADD-APPLIED-COUNT  PIC 9(09) COMP VALUE 0.
           05 CHG-APPLIED-COUNT  PIC 9(09) COMP VALUE 0.
           05 DEL-APPLIED-COUNT  PIC 9(09) COMP VALUE 0.
           05 REKEY-APPLIED-COUNT PIC 9(09) COMP VALUE 0.
           05 TXN-REJECT-COUNT   PIC 9(09) COMP VALUE 0.
           05 RULE-REJECT-COUNT  PIC 9(09) COMP VALUE 0.
           05 TXN-PARKED-COUNT   PIC 9(09) COMP VALUE 0.

      * Maker-checker work areas (see the program header).
       01 UPDATE-MODE-PARM    PIC X(08) VALUE SPACES.
           88 APPROVAL-RUN-REQUESTED    VALUE 'APPROVE'.

       01 UPDATE-MODE-SWITCH  PIC X(01) VALUE 'U'.
           88 THIS-IS-AN-UPDATE-RUN     VALUE 'U'.
           88 THIS-IS-AN-APPROVAL-RUN   VALUE 'A'.

       01 SUBMITTER-ID        PIC X(08) VALUE SPACES.

      * Who the register line names - the submitter on an update
      * run, the approver of the item in hand on an approval run.
       01 REGISTER-OPERATOR-HOLD PIC X(08) VALUE SPACES.

       01 HOLD-FILE-STATUS    PIC X(02) VALUE '00'.
           88 HOLD-FILE-FOUND           VALUE '00'.
           88 HOLD-FILE-NOT-FOUND       VALUE '35'.

       01 APPROVAL-FILE-STATUS PIC X(02) VALUE '00'.
           88 APPROVAL-FILE-FOUND       VALUE '00'.
           88 APPROVAL-FILE-NOT-FOUND   VALUE '35'.

       01 HOLD-EOF-FLAG       PIC X(01) VALUE 'N'.
       01 APPROVAL-EOF-FLAG   PIC X(01) VALUE 'N'.

       01 LIMIT-SWITCH        PIC X(01) VALUE 'N'.
           88 APPROVAL-LIMIT-SET        VALUE 'Y'.
           88 APPROVAL-LIMIT-NOT-SET    VALUE 'N'.

       01 APPROVAL-LIMIT      PIC 9(11)V9(02) VALUE 0.
       01 AMOUNT-MOVEMENT     PIC S9(12)V9(02) VALUE 0.

       01 APPROVAL-SWITCH     PIC X(01) VALUE 'N'.
           88 APPROVAL-NEEDED           VALUE 'Y'.
           88 APPROVAL-NOT-NEEDED       VALUE 'N'.

       01 APPROVAL-REASON     PIC X(02) VALUE SPACES.

       01 TRANSITION-RULE-COUNT PIC 9(04) COMP VALUE 0.

       01 PARK-SEQUENCE       PIC 9(05) VALUE 0.

      * MERGE-APPROVAL-EXPIRY: 1 to 3 digits, the cycles an item may
      * wait; unset, zero or non-numeric keeps the default.
       01 EXPIRY-PARM         PIC X(04) VALUE SPACES.
       01 EXPIRY-CYCLES       PIC 9(03) VALUE 5.
       01 EXPIRY-SCAN         PIC 9(04) COMP VALUE 0.
       01 EXPIRY-DIGITS       PIC 9(04) COMP VALUE 0.
       01 EXPIRY-OK-FLAG      PIC X(01) VALUE 'Y'.

      * Every cycle (merge 'S' run id) on RUNHIST.DAT, oldest first,
      * so an item's age is the count of cycles after its own.
       01 CYCLE-TABLE-CONTROLS.
           05 CYCLE-COUNT          PIC 9(04) COMP VALUE 0.
           05 CYCLE-TABLE-MAXIMUM  PIC 9(04) COMP VALUE 5000.

       01 CYCLE-TABLE.
           05 CYCLE-ENTRY OCCURS 5000 TIMES
                   INDEXED BY CYCLE-IDX.
               10 CYCLE-TAB-RUN-ID     PIC X(16).

       01 ITEM-AGE            PIC 9(04) COMP VALUE 0.

      * The decisions keyed on UPDTAPRV.DAT, each marked off as it
      * is used so what is left over can be rejected at the end.
       01 DECISION-TABLE-CONTROLS.
           05 DECISION-COUNT         PIC 9(04) COMP VALUE 0.
           05 DECISION-TABLE-MAXIMUM PIC 9(04) COMP VALUE 1000.

       01 DECISION-TABLE.
           05 DECISION-ENTRY OCCURS 1000 TIMES
                   INDEXED BY DEC-IDX.
               10 DECISION-ITEM-ID     PIC X(21).
               10 DECISION-KEY         PIC X(10).
               10 DECISION-CODE        PIC X(01).
               10 DECISION-APPROVER    PIC X(08).
               10 DECISION-USED-FLAG   PIC X(01).

       01 ITEM-STATE-SWITCH   PIC X(01) VALUE 'W'.
           88 ITEM-AWAITING             VALUE 'W'.
           88 ITEM-APPROVED             VALUE 'A'.
           88 ITEM-DECLINED             VALUE 'D'.

       01 ITEM-APPROVER       PIC X(08) VALUE SPACES.

       01 APPROVAL-TOTALS.
           05 HELD-READ-COUNT       PIC 9(09) COMP VALUE 0.
           05 HELD-APPROVED-COUNT   PIC 9(09) COMP VALUE 0.
           05 HELD-DECLINED-COUNT   PIC 9(09) COMP VALUE 0.
           05 HELD-EXPIRED-COUNT    PIC 9(09) COMP VALUE 0.
           05 HELD-CARRIED-COUNT    PIC 9(09) COMP VALUE 0.
           05 DECISION-REJECT-COUNT PIC 9(09) COMP VALUE 0.

      * Aging report line shapes.
       01 AGING-TITLE-LINE.
           05 FILLER           PIC X(44)
                   VALUE 'MSTRUPDT MAINTENANCE HELD FOR APPROVAL - RUN'.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AGING-TITLE-RUN  PIC X(16).
           05 FILLER           PIC X(17) VALUE '  EXPIRY CYCLES: '.
           05 AGING-TITLE-EXPIRY PIC ZZ9.

       01 AGING-HEADING-LINE.
           05 FILLER           PIC X(22) VALUE 'ITEM ID'.
           05 FILLER           PIC X(07) VALUE 'ACTION'.
           05 FILLER           PIC X(11) VALUE 'KEY'.
           05 FILLER           PIC X(04) VALUE 'WHY'.
           05 FILLER           PIC X(08) VALUE 'FROM TO'.
           05 FILLER           PIC X(16) VALUE '         AMOUNT'.
           05 FILLER           PIC X(09) VALUE 'SUBMITTR'.
           05 FILLER           PIC X(04) VALUE 'AGE'.
           05 FILLER           PIC X(09) VALUE 'DECIDED'.
           05 FILLER           PIC X(30) VALUE 'OUTCOME'.

       01 AGING-DETAIL-LINE.
           05 AGING-ITEM-ID    PIC X(21).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AGING-ACTION     PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AGING-KEY        PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AGING-REASON     PIC X(02).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 AGING-FROM       PIC X(02).
           05 FILLER           PIC X(03) VALUE SPACES.
           05 AGING-TO         PIC X(02).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AGING-AMOUNT     PIC +9(11).9(02).
           05 AGING-AMOUNT-X   REDEFINES AGING-AMOUNT PIC X(15).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AGING-SUBMITTER  PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AGING-AGE        PIC ZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AGING-DECIDER    PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AGING-OUTCOME    PIC X(30).

       01 AGING-TOTAL-LINE.
           05 AGING-TOTAL-LABEL PIC X(32).
           05 AGING-TOTAL-COUNT PIC ZZZ,ZZZ,ZZ9.

      * Held transaction, decoded for the aging report.
       01 HELD-WORK-AREA.
           05 HELDW-ACTION     PIC X(06).
           05 HELDW-KEY        PIC X(10).
           05 HELDW-SOURCE     PIC X(40).
           05 HELDW-DATA.
               COPY BUSDATA REPLACING ==:PFX:== BY ==HELDW==.
           05 HELDW-OLD-KEY    PIC X(10).

      * Calendar work areas for the business-field edit of ADD and
      * CHANGE transactions - the same rules MERGE3FILES applies in
           MOVE RUN-DATE TO RUN-ID-DATE.
           MOVE RUN-TIME-OF-DAY TO RUN-ID-TIME.

           PERFORM SET-UPDATE-MODE.
           PERFORM FIND-CYCLE-RUN-ID.
           PERFORM LOAD-STATUS-REFERENCE.

           OPEN I-O MASTER-FILE.
           IF NOT MASTER-IO-GOOD
               DISPLAY '*** ERROR OPENING INDEXED MASTER FILE - '
               STOP RUN
           END-IF.

           IF THIS-IS-AN-APPROVAL-RUN
               PERFORM RUN-APPROVALS
               STOP RUN
           END-IF.

           OPEN INPUT TXN-FILE.
           IF TXN-FILE-NOT-FOUND
               DISPLAY '*** ERROR - MSTRTXN.DAT NOT FOUND - NO '

           PERFORM LOAD-RULE-TABLE.

           PERFORM OPEN-REGISTER-AND-JOURNAL.

      * Parked items accumulate like the register until an approval
      * run decides them.
           OPEN EXTEND HOLD-FILE.
           IF HOLD-FILE-NOT-FOUND
               OPEN OUTPUT HOLD-FILE
           END-IF.

           PERFORM UNTIL TXN-EOF-FLAG = 'Y'
               READ TXN-FILE INTO TXN-RECORD
                   AT END MOVE 'Y' TO TXN-EOF-FLAG
                   NOT AT END
                       PERFORM PROCESS-ONE-TXN-RECORD
               END-READ
           END-PERFORM.

           CLOSE TXN-FILE REGISTER-FILE JOURNAL-FILE HOLD-FILE
               MASTER-FILE.

           PERFORM PRINT-UPDATE-REPORT.


           STOP RUN.

       SET-UPDATE-MODE.
      * MERGE-UPDATE-MODE=APPROVE makes this an approval run; anything
      * else is an ordinary update run, parking under the submitter
      * named by MERGE-SUBMITTER-ID.
           ACCEPT UPDATE-MODE-PARM FROM ENVIRONMENT 'MERGE-UPDATE-MODE'.
           IF APPROVAL-RUN-REQUESTED
               SET THIS-IS-AN-APPROVAL-RUN TO TRUE
               DISPLAY 'APPROVAL RUN - DECISIONS FROM UPDTAPRV.DAT '
                   'APPLIED TO UPDTHOLD.DAT'
           ELSE
               SET THIS-IS-AN-UPDATE-RUN TO TRUE
               ACCEPT SUBMITTER-ID
                   FROM ENVIRONMENT 'MERGE-SUBMITTER-ID'
               MOVE SUBMITTER-ID TO REGISTER-OPERATOR-HOLD
               IF SUBMITTER-ID = SPACES
                   DISPLAY 'NO MERGE-SUBMITTER-ID GIVEN - ANYTHING '
                       'NEEDING APPROVAL WILL BE REJECTED'
               END-IF
           END-IF.

       OPEN-REGISTER-AND-JOURNAL.
      * Register and journal both accumulate across runs, keyed by
      * the run id - EXTEND needs each file to exist, so the very
      * first run creates it, the RUNHIST.DAT convention.
           OPEN EXTEND REGISTER-FILE.
           IF REGISTER-FILE-NOT-FOUND
               OPEN OUTPUT REGISTER-FILE
           END-IF.

           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-FILE-NOT-FOUND
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

       WRITE-CYCLE-STATUS.
      * Append this step's record to the shared cycle-status file
      * for CYCDASH - EXTEND needs the file to exist, so whichever
      * step runs first creates it. An approval run is a step of its
      * own on the schedule, so it signs as MSTRAPPR, and counts the
      * held items it read and the decisions it turned away.
           OPEN EXTEND CYCLE-STATUS-FILE.
           IF CYCLE-STATUS-NOT-FOUND
               OPEN OUTPUT CYCLE-STATUS-FILE
           END-IF.

           MOVE SPACES TO CYCLE-STATUS-RECORD.
           MOVE CYCLE-RUN-ID TO CYC-RUN-ID.
           ACCEPT CYC-LOGGED-DATE FROM DATE YYYYMMDD.
           ACCEPT CYC-LOGGED-TIME FROM TIME.
           MOVE COMPLETION-CODE TO CYC-COMPLETION-CODE.
           COMPUTE CYC-WRITTEN-COUNT = ADD-APPLIED-COUNT
               + CHG-APPLIED-COUNT + DEL-APPLIED-COUNT
               + REKEY-APPLIED-COUNT.
           IF THIS-IS-AN-APPROVAL-RUN
               MOVE 'MSTRAPPR' TO CYC-PROGRAM
               MOVE HELD-READ-COUNT TO CYC-READ-COUNT
               COMPUTE CYC-REJECT-COUNT = TXN-REJECT-COUNT
                   + DECISION-REJECT-COUNT
           ELSE
               MOVE 'MSTRUPDT' TO CYC-PROGRAM
               MOVE TXN-READ-COUNT TO CYC-READ-COUNT
               MOVE TXN-REJECT-COUNT TO CYC-REJECT-COUNT
           END-IF.
           WRITE CYCLE-STATUS-RECORD.

           CLOSE CYCLE-STATUS-FILE.
       FIND-CYCLE-RUN-ID.
      * The newest 'S' record on the run history names the cycle
      * this maintenance ran inside - the GENVAULT convention; with
      * no history the record is stamped with spaces. An approval
      * run also keeps every cycle, to age the held items by.
           OPEN INPUT RUN-HISTORY-FILE.

           IF RUN-HISTORY-NOT-FOUND
                   NOT AT END
                       IF HISTORY-RECORD-TYPE = 'S'
                           MOVE HISTORY-RUN-ID TO CYCLE-RUN-ID
                           IF THIS-IS-AN-APPROVAL-RUN
                               PERFORM ADD-CYCLE-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               CLOSE RUN-HISTORY-FILE
           END-IF.

       ADD-CYCLE-ENTRY.
           IF CYCLE-COUNT >= CYCLE-TABLE-MAXIMUM
               DISPLAY '*** ERROR - RUNHIST.DAT HOLDS MORE THAN '
                   CYCLE-TABLE-MAXIMUM ' CYCLES - INCREASE '
                   'CYCLE-TABLE-MAXIMUM AND RECOMPILE ***'
               CLOSE RUN-HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO CYCLE-COUNT.
           SET CYCLE-IDX TO CYCLE-COUNT.
           MOVE HISTORY-RUN-ID TO CYCLE-TAB-RUN-ID(CYCLE-IDX).

       VERIFY-TXN-CONTROLS.
      * Read the file once, counting data records and hashing their
      * numeric keys, exactly as the verify pass in MERGE3FILES does.
           MOVE 'N' TO VERIFY-EOF-FLAG.

           PERFORM UNTIL VERIFY-EOF-FLAG = 'Y'
               READ TXN-FILE INTO TXN-RECORD
                   AT END MOVE 'Y' TO VERIFY-EOF-FLAG
                   NOT AT END
                       PERFORM EXAMINE-TXN-CANDIDATE
               PERFORM APPLY-ONE-TRANSACTION
           END-IF.

       LOAD-STATUS-REFERENCE.
      * Required equipment - without it no status can be judged, so
      * the run stops before the master is opened. The '**' and '??'
      * lines only carry GL accounts and are passed over.
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
      * SREF-LOOKUP-CODE in force on the run date: listed, effective
      * by now and not yet expired.
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

       LOAD-RULE-TABLE.
      * Rules are optional equipment: without the file the program
      * behaves exactly as it always has, but says so, loudly enough
               READ RULE-FILE
                   AT END MOVE 'Y' TO RULE-EOF-FLAG
                   NOT AT END
                       IF RULE-TYPE = 'L'
                           PERFORM TAKE-APPROVAL-LIMIT
                       ELSE
                           PERFORM TAKE-RULE-LINE
                       END-IF
               END-READ
           END-PERFORM.

               CLOSE RULE-FILE
           END-IF.

      * Only 'C' and 'D' rules allow or bar; a file holding nothing
      * but approval markings enforces no transition rules.
           IF TRANSITION-RULE-COUNT > 0
               SET RULES-ARE-LOADED TO TRUE
               DISPLAY TRANSITION-RULE-COUNT ' STATUS TRANSITION '
                   'RULES LOADED FROM UPDTRULE.DAT'
           ELSE
               IF NOT RULE-FILE-NOT-FOUND
                   DISPLAY 'NO C OR D RULES ON UPDTRULE.DAT - STATUS '
                       'TRANSITION RULES NOT ENFORCED THIS RUN'
               END-IF
           END-IF.

           IF APPROVAL-LIMIT-SET
               MOVE APPROVAL-LIMIT TO AGING-AMOUNT
               DISPLAY 'APPROVAL LIMIT ON AN AMOUNT CHANGE . . : '
                   AGING-AMOUNT
           END-IF.

       TAKE-RULE-LINE.
           IF RULE-COUNT >= RULE-TABLE-MAXIMUM
               DISPLAY '*** ERROR - UPDTRULE.DAT LISTS '
                   'MORE THAN ' RULE-TABLE-MAXIMUM
                   ' RULES - INCREASE RULE-TABLE-'
                   'MAXIMUM AND RECOMPILE ***'
               CLOSE RULE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO RULE-COUNT.
           SET RULE-IDX TO RULE-COUNT.
           MOVE RULE-TYPE TO RULE-TAB-TYPE(RULE-IDX).
           MOVE RULE-FROM-STATUS TO RULE-TAB-FROM(RULE-IDX).
           MOVE RULE-TO-STATUS TO RULE-TAB-TO(RULE-IDX).
           IF RULE-TYPE = 'C' OR RULE-TYPE = 'D'
               ADD 1 TO TRANSITION-RULE-COUNT
           END-IF.

       TAKE-APPROVAL-LIMIT.
      * A limit that cannot be read must not quietly become no limit.
           IF RULE-LIMIT-AMOUNT IS NOT NUMERIC
               DISPLAY '*** ERROR - THE APPROVAL LIMIT ON UPDTRULE.DAT '
                   'IS NOT 13 DIGITS ***'
               CLOSE RULE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RULE-LIMIT-AMOUNT TO APPROVAL-LIMIT.
           SET APPROVAL-LIMIT-SET TO TRUE.

       APPLY-ONE-TRANSACTION.
           IF TXN-IS-ADD
               PERFORM APPLY-ADD-TRANSACTION
                   IF TXN-IS-DELETE
                       PERFORM APPLY-DELETE-TRANSACTION
                   ELSE
                       IF TXN-IS-REKEY
                           PERFORM APPLY-REKEY-TRANSACTION
                       ELSE
                           PERFORM WRITE-REGISTER-REJECT-ACTION
                       END-IF
                   END-IF
               END-IF
           END-IF.

       APPLY-ADD-TRANSACTION.
      * There is no record on file, so the work record is cleared -
      * the ADD is judged on its own amount and parks with no
      * from-status.
           PERFORM EDIT-TRANSACTION-FIELDS.
           IF TXN-FAILS-EDITS
               PERFORM WRITE-REGISTER-REJECT-EDITS
           ELSE
               MOVE SPACES TO MSTRW-DATA
               PERFORM JUDGE-APPROVAL-NEED
               IF APPROVAL-NEEDED
                   PERFORM PARK-ADD-TRANSACTION
               ELSE
                   PERFORM WRITE-ADDED-MASTER-RECORD
               END-IF
           END-IF.

       PARK-ADD-TRANSACTION.
      * Only an ADD that could be applied is parked - a key already
      * on file is rejected now, not after someone has approved it.
           MOVE TXN-KEY TO MASTER-KEY.
           READ MASTER-FILE
               INVALID KEY
                   IF MASTER-KEY-NOT-ON-FILE
                       PERFORM PARK-TRANSACTION
                   ELSE
                       PERFORM RECORD-MASTER-IO-ERROR
                   END-IF
               NOT INVALID KEY
                   PERFORM WRITE-REGISTER-REJECT-DUP
           END-READ.

       WRITE-ADDED-MASTER-RECORD.
           MOVE TXN-KEY TO MASTER-KEY.
           MOVE TXN-SOURCE TO MASTER-SOURCE.
           MOVE TXN-DATA TO MASTER-DATA.
           WRITE MASTER-RECORD
               INVALID KEY
                   IF MASTER-KEY-EXISTS-ALREADY
                       PERFORM WRITE-REGISTER-REJECT-DUP
                   ELSE
                       PERFORM RECORD-MASTER-IO-ERROR
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO ADD-APPLIED-COUNT
                   MOVE 'APPLIED' TO DISPOSITION-TEXT
                   PERFORM WRITE-REGISTER-LINE
                   PERFORM JOURNAL-APPLIED-ADD
           END-WRITE.

       APPLY-CHANGE-TRANSACTION.
      * The record is read before it is replaced so its current
      * status can be judged against the transition rules - a CHANGE
                       MOVE MASTER-DATA TO BEFORE-DATA-HOLD
                       PERFORM JUDGE-CHANGE-TRANSITION
                       IF TRANSITION-ALLOWED
                           PERFORM JUDGE-APPROVAL-NEED
                           IF APPROVAL-NEEDED
                               PERFORM PARK-TRANSACTION
                           ELSE
                               PERFORM REWRITE-MASTER-RECORD
                           END-IF
                       ELSE
                           PERFORM WRITE-REGISTER-REJECT-RULE-CHG
                       END-IF
                   MOVE MASTER-DATA TO BEFORE-DATA-HOLD
                   PERFORM JUDGE-DELETE-TRANSITION
                   IF TRANSITION-ALLOWED
                       IF THIS-IS-AN-UPDATE-RUN
                           MOVE 'DL' TO APPROVAL-REASON
                           PERFORM PARK-TRANSACTION
                       ELSE
                           PERFORM DELETE-MASTER-RECORD
                       END-IF
                   ELSE
                       PERFORM WRITE-REGISTER-REJECT-RULE-DEL
                   END-IF
                   PERFORM JOURNAL-APPLIED-DELETE
           END-DELETE.

       APPLY-REKEY-TRANSACTION.
      * Both keys must be usable and different, and a replacement
      * business area must pass the ordinary edits, before the old
      * record is even read.
           SET TXN-PASSES-EDITS TO TRUE.
           IF TXN-OLD-KEY = SPACES OR TXN-OLD-KEY = LOW-VALUES
                   OR TXN-OLD-KEY = TXN-KEY
               SET TXN-FAILS-EDITS TO TRUE
           END-IF.
           IF TXN-PASSES-EDITS
               IF TXN-DATA = SPACES
                   IF TXN-KEY = SPACES OR TXN-KEY = LOW-VALUES
                       SET TXN-FAILS-EDITS TO TRUE
                   END-IF
               ELSE
                   PERFORM EDIT-TRANSACTION-FIELDS
               END-IF
           END-IF.

           IF TXN-FAILS-EDITS
               PERFORM WRITE-REGISTER-REJECT-EDITS
           ELSE
               MOVE TXN-OLD-KEY TO MASTER-KEY
               READ MASTER-FILE
                   INVALID KEY
                       IF MASTER-KEY-NOT-ON-FILE
                           PERFORM WRITE-REGISTER-REJECT-OLD-NOTFND
                       ELSE
                           PERFORM RECORD-MASTER-IO-ERROR
                       END-IF
                   NOT INVALID KEY
                       MOVE MASTER-DATA TO MSTRW-DATA
                       MOVE MASTER-SOURCE TO BEFORE-SOURCE-HOLD
                       MOVE MASTER-DATA TO BEFORE-DATA-HOLD
                       PERFORM JUDGE-REKEY-TRANSITION
                       IF TRANSITION-ALLOWED
                           PERFORM JUDGE-APPROVAL-NEED
                           IF APPROVAL-NEEDED
                               PERFORM PARK-TRANSACTION
                           ELSE
                               PERFORM WRITE-REKEYED-MASTER-RECORD
                           END-IF
                       ELSE
                           PERFORM WRITE-REGISTER-REJECT-RULE-CHG
                       END-IF
               END-READ
           END-IF.

       JUDGE-REKEY-TRANSITION.
      * A bare move keeps the status it had, so there is nothing to
      * judge; a replacement is held to the CHANGE rules.
           IF TXN-DATA = SPACES
               SET TRANSITION-ALLOWED TO TRUE
               MOVE BEFORE-SOURCE-HOLD TO AFTER-SOURCE-HOLD
               MOVE BEFORE-DATA-HOLD TO AFTER-DATA-HOLD
           ELSE
               PERFORM JUDGE-CHANGE-TRANSITION
               MOVE TXN-SOURCE TO AFTER-SOURCE-HOLD
               MOVE TXN-DATA TO AFTER-DATA-HOLD
           END-IF.

       WRITE-REKEYED-MASTER-RECORD.
      * The new key is written before the old one is removed, so an
      * I/O failure between the two can leave the record twice on
      * the master but never on neither.
           MOVE TXN-KEY TO MASTER-KEY.
           MOVE AFTER-SOURCE-HOLD TO MASTER-SOURCE.
           MOVE AFTER-DATA-HOLD TO MASTER-DATA.
           WRITE MASTER-RECORD
               INVALID KEY
                   IF MASTER-KEY-EXISTS-ALREADY
                       PERFORM WRITE-REGISTER-REJECT-DUP
                   ELSE
                       PERFORM RECORD-MASTER-IO-ERROR
                   END-IF
               NOT INVALID KEY
                   PERFORM DELETE-REKEYED-OLD-RECORD
           END-WRITE.

       DELETE-REKEYED-OLD-RECORD.
           MOVE TXN-OLD-KEY TO MASTER-KEY.
           DELETE MASTER-FILE RECORD
               INVALID KEY
                   PERFORM RECORD-MASTER-IO-ERROR
               NOT INVALID KEY
                   ADD 1 TO REKEY-APPLIED-COUNT
                   MOVE SPACES TO DISPOSITION-TEXT
                   STRING 'APPLIED - FROM ' DELIMITED BY SIZE
                          TXN-OLD-KEY DELIMITED BY SIZE
                       INTO DISPOSITION-TEXT
                   PERFORM WRITE-REGISTER-LINE
                   PERFORM JOURNAL-APPLIED-REKEY
           END-DELETE.

       JUDGE-CHANGE-TRANSITION.
      * Allowed when no rules are loaded, or when some 'C' rule
      * matches the master's current status and the transaction's
               END-SEARCH
           END-IF.

       JUDGE-APPROVAL-NEED.
      * Only an update run parks - an approval run is applying what
      * has already been approved. A bare REKEY moves the record as
      * it stands, so neither its amount nor its status changes; an
      * ADD has no status to move from, so only its amount counts.
           SET APPROVAL-NOT-NEEDED TO TRUE.
           MOVE SPACES TO APPROVAL-REASON.
           IF THIS-IS-AN-UPDATE-RUN
               IF TXN-IS-REKEY AND TXN-DATA = SPACES
                   CONTINUE
               ELSE
                   PERFORM JUDGE-AMOUNT-MOVEMENT
                   IF APPROVAL-NOT-NEEDED AND NOT TXN-IS-ADD
                       PERFORM JUDGE-SENSITIVE-TRANSITION
                   END-IF
               END-IF
           END-IF.

       JUDGE-AMOUNT-MOVEMENT.
      * The movement either way against the record on file - for an
      * ADD, with no record on file, the whole amount; one whose
      * amount on file cannot be read cannot be measured, so it is
      * parked.
           IF APPROVAL-LIMIT-SET
               IF TXN-IS-ADD
                   MOVE TXN-AMOUNT TO AMOUNT-MOVEMENT
               ELSE
                   IF MSTRW-AMOUNT IS NUMERIC
                       COMPUTE AMOUNT-MOVEMENT =
                           TXN-AMOUNT - MSTRW-AMOUNT
                   ELSE
                       SET APPROVAL-NEEDED TO TRUE
                       MOVE 'AM' TO APPROVAL-REASON
                   END-IF
               END-IF
               IF APPROVAL-NOT-NEEDED
                   IF AMOUNT-MOVEMENT < 0
                       COMPUTE AMOUNT-MOVEMENT = 0 - AMOUNT-MOVEMENT
                   END-IF
                   IF AMOUNT-MOVEMENT > APPROVAL-LIMIT
                       SET APPROVAL-NEEDED TO TRUE
                       MOVE 'AM' TO APPROVAL-REASON
                   END-IF
               END-IF
           END-IF.

       JUDGE-SENSITIVE-TRANSITION.
      * An 'S' line marks a from/to pair sensitive ('**' matches
      * anything); a CHANGE that leaves the status alone makes no
      * transition.
           IF MSTRW-STATUS-CODE NOT = TXN-STATUS-CODE
               SET RULE-IDX TO 1
               SEARCH RULE-ENTRY
                   AT END CONTINUE
                   WHEN RULE-TAB-TYPE(RULE-IDX) = 'S'
                       AND (RULE-TAB-FROM(RULE-IDX)
                               = MSTRW-STATUS-CODE
                           OR RULE-TAB-FROM(RULE-IDX) = '**')
                       AND (RULE-TAB-TO(RULE-IDX) = TXN-STATUS-CODE
                           OR RULE-TAB-TO(RULE-IDX) = '**')
                       SET APPROVAL-NEEDED TO TRUE
                       MOVE 'ST' TO APPROVAL-REASON
               END-SEARCH
           END-IF.

       PARK-TRANSACTION.
      * The transaction goes to the hold file exactly as submitted,
      * numbered within this run so an approver can name it.
           IF SUBMITTER-ID = SPACES
               ADD 1 TO TXN-REJECT-COUNT
               MOVE 'REJECTED - NO SUBMITTER ID' TO DISPOSITION-TEXT
               PERFORM WRITE-REGISTER-LINE
           ELSE
               ADD 1 TO PARK-SEQUENCE
               ADD 1 TO TXN-PARKED-COUNT
               MOVE SPACES TO HOLD-RECORD
               MOVE RUN-IDENTIFIER TO HOLD-PARK-RUN-ID
               MOVE PARK-SEQUENCE TO HOLD-PARK-SEQUENCE
               MOVE CYCLE-RUN-ID TO HOLD-PARK-CYCLE-ID
               MOVE SUBMITTER-ID TO HOLD-SUBMITTER-ID
               MOVE APPROVAL-REASON TO HOLD-REASON
               MOVE MSTRW-STATUS-CODE TO HOLD-FROM-STATUS
               MOVE TXN-RECORD TO HOLD-TRANSACTION
               WRITE HOLD-RECORD
               MOVE SPACES TO DISPOSITION-TEXT
               STRING 'HELD FOR APPROVAL - ITEM ' DELIMITED BY SIZE
                      PARK-SEQUENCE DELIMITED BY SIZE
                   INTO DISPOSITION-TEXT
               PERFORM WRITE-REGISTER-LINE
           END-IF.

       JUDGE-DELETE-TRANSITION.
           IF RULES-NOT-LOADED
               SET TRANSITION-ALLOWED TO TRUE

       EDIT-TRANSACTION-FIELDS.
      * The same intake edits MERGE3FILES applies: usable key, valid
      * CCYYMMDD effective date, numeric amount, status code in
      * force.
           SET TXN-PASSES-EDITS TO TRUE.

           IF TXN-KEY = SPACES OR TXN-KEY = LOW-VALUES
               SET TXN-FAILS-EDITS TO TRUE
           END-IF.

           MOVE TXN-STATUS-CODE TO SREF-LOOKUP-CODE.
           PERFORM LOOKUP-STATUS-REFERENCE.
           IF SREF-CODE-NOT-IN-FORCE
               SET TXN-FAILS-EDITS TO TRUE
           END-IF.

           MOVE TXN-ACTION TO REGISTER-ACTION.
           MOVE TXN-KEY TO REGISTER-KEY.
           MOVE DISPOSITION-TEXT TO REGISTER-DISPOSITION.
           MOVE REGISTER-OPERATOR-HOLD TO REGISTER-OPERATOR-ID.
           WRITE REGISTER-RECORD.

       JOURNAL-APPLIED-ADD.
           MOVE 'N' TO JRNL-AFTER-FLAG.
           WRITE JOURNAL-RECORD.

       JOURNAL-APPLIED-REKEY.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE RUN-IDENTIFIER TO JRNL-RUN-ID.
           MOVE TXN-ACTION TO JRNL-ACTION.
           MOVE TXN-KEY TO JRNL-KEY.
           MOVE TXN-OLD-KEY TO JRNL-OLD-KEY.
           MOVE 'Y' TO JRNL-BEFORE-FLAG.
           MOVE BEFORE-SOURCE-HOLD TO JRNL-BEFORE-SOURCE.
           MOVE BEFORE-DATA-HOLD TO JRNL-BEFORE-DATA.
           MOVE 'Y' TO JRNL-AFTER-FLAG.
           MOVE AFTER-SOURCE-HOLD TO JRNL-AFTER-SOURCE.
           MOVE AFTER-DATA-HOLD TO JRNL-AFTER-DATA.
           WRITE JOURNAL-RECORD.

       WRITE-REGISTER-REJECT-ACTION.
           ADD 1 TO TXN-REJECT-COUNT.
           MOVE 'REJECTED - UNKNOWN ACTION' TO DISPOSITION-TEXT.
               TO DISPOSITION-TEXT.
           PERFORM WRITE-REGISTER-LINE.

       WRITE-REGISTER-REJECT-OLD-NOTFND.
           ADD 1 TO TXN-REJECT-COUNT.
           MOVE 'REJECTED - OLD KEY NOT ON FILE'
               TO DISPOSITION-TEXT.
           PERFORM WRITE-REGISTER-LINE.

       RECORD-MASTER-IO-ERROR.
           ADD 1 TO TXN-REJECT-COUNT.
           SET MASTER-ERROR-OCCURRED TO TRUE.
               TO DISPOSITION-TEXT.
           PERFORM WRITE-REGISTER-LINE.

       RUN-APPROVALS.
      * Every held item is read once: applied, declined, expired or
      * carried forward to UPDTHOLD.NEW, and listed on the aging
      * report whichever it was.
           PERFORM LOAD-RULE-TABLE.
           PERFORM SET-APPROVAL-EXPIRY.
           PERFORM LOAD-DECISION-TABLE.
           PERFORM OPEN-REGISTER-AND-JOURNAL.

           OPEN INPUT HOLD-FILE.
           IF HOLD-FILE-NOT-FOUND
               MOVE 'Y' TO HOLD-EOF-FLAG
               DISPLAY 'UPDTHOLD.DAT NOT FOUND - NOTHING HELD FOR '
                   'APPROVAL'
           END-IF.

           OPEN OUTPUT HOLD-NEW-FILE AGING-REPORT-FILE.

           MOVE RUN-IDENTIFIER TO AGING-TITLE-RUN.
           MOVE EXPIRY-CYCLES TO AGING-TITLE-EXPIRY.
           WRITE AGING-REPORT-RECORD FROM AGING-TITLE-LINE.
           MOVE SPACES TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD FROM AGING-HEADING-LINE.

           PERFORM UNTIL HOLD-EOF-FLAG = 'Y'
               READ HOLD-FILE
                   AT END MOVE 'Y' TO HOLD-EOF-FLAG
                   NOT AT END
                       ADD 1 TO HELD-READ-COUNT
                       PERFORM DECIDE-ONE-HELD-ITEM
               END-READ
           END-PERFORM.

           PERFORM REJECT-UNUSED-DECISIONS.
           PERFORM WRITE-AGING-TOTALS.

           IF NOT HOLD-FILE-NOT-FOUND
               CLOSE HOLD-FILE
           END-IF.
           CLOSE HOLD-NEW-FILE AGING-REPORT-FILE REGISTER-FILE
               JOURNAL-FILE MASTER-FILE.

           PERFORM PRINT-APPROVAL-REPORT.

           IF MASTER-ERROR-OCCURRED
               MOVE 12 TO COMPLETION-CODE
           ELSE
               IF TXN-REJECT-COUNT > 0 OR DECISION-REJECT-COUNT > 0
                       OR HELD-EXPIRED-COUNT > 0
                   MOVE 4 TO COMPLETION-CODE
               END-IF
           END-IF.

           PERFORM WRITE-CYCLE-STATUS.

           MOVE COMPLETION-CODE TO RETURN-CODE.

       SET-APPROVAL-EXPIRY.
      * Parsed the way MERGE3FILES reads MERGE-REJECT-LIMIT.
           ACCEPT EXPIRY-PARM
               FROM ENVIRONMENT 'MERGE-APPROVAL-EXPIRY'.

           MOVE 0 TO EXPIRY-DIGITS.
           MOVE 'Y' TO EXPIRY-OK-FLAG.

           PERFORM VARYING EXPIRY-SCAN FROM 1 BY 1
                   UNTIL EXPIRY-SCAN > 4
                   OR EXPIRY-PARM(EXPIRY-SCAN:1) = SPACE
               IF EXPIRY-PARM(EXPIRY-SCAN:1) IS NUMERIC
                   ADD 1 TO EXPIRY-DIGITS
               ELSE
                   MOVE 'N' TO EXPIRY-OK-FLAG
                   MOVE 5 TO EXPIRY-SCAN
               END-IF
           END-PERFORM.

           IF EXPIRY-OK-FLAG = 'Y'
                   AND EXPIRY-DIGITS > 0
                   AND EXPIRY-DIGITS < 4
               IF EXPIRY-PARM(1:EXPIRY-DIGITS) NOT = ZEROS
                   MOVE EXPIRY-PARM(1:EXPIRY-DIGITS) TO EXPIRY-CYCLES
               END-IF
           END-IF.

           DISPLAY 'HELD ITEMS EXPIRE AFTER . . . . : '
               EXPIRY-CYCLES ' CYCLES'.

       LOAD-DECISION-TABLE.
      * No decisions file is an ordinary run that only ages what is
      * held; blank lines are skipped.
           OPEN INPUT APPROVAL-FILE.

           IF APPROVAL-FILE-NOT-FOUND
               MOVE 'Y' TO APPROVAL-EOF-FLAG
               DISPLAY 'UPDTAPRV.DAT NOT FOUND - NO DECISIONS THIS '
                   'RUN'
           END-IF.

           PERFORM UNTIL APPROVAL-EOF-FLAG = 'Y'
               READ APPROVAL-FILE
                   AT END MOVE 'Y' TO APPROVAL-EOF-FLAG
                   NOT AT END
                       IF APPROVAL-RECORD NOT = SPACES
                           PERFORM TAKE-DECISION-LINE
                       END-IF
               END-READ
           END-PERFORM.

           IF NOT APPROVAL-FILE-NOT-FOUND
               CLOSE APPROVAL-FILE
           END-IF.

           DISPLAY DECISION-COUNT ' DECISIONS LOADED FROM '
               'UPDTAPRV.DAT'.

       TAKE-DECISION-LINE.
           IF DECISION-COUNT >= DECISION-TABLE-MAXIMUM
               DISPLAY '*** ERROR - UPDTAPRV.DAT LISTS '
                   'MORE THAN ' DECISION-TABLE-MAXIMUM
                   ' DECISIONS - INCREASE DECISION-TABLE-'
                   'MAXIMUM AND RECOMPILE ***'
               CLOSE APPROVAL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO DECISION-COUNT.
           SET DEC-IDX TO DECISION-COUNT.
           MOVE APPROVAL-ITEM-ID TO DECISION-ITEM-ID(DEC-IDX).
           MOVE APPROVAL-KEY TO DECISION-KEY(DEC-IDX).
           MOVE APPROVAL-DECISION TO DECISION-CODE(DEC-IDX).
           MOVE APPROVAL-APPROVER-ID TO DECISION-APPROVER(DEC-IDX).
           MOVE 'N' TO DECISION-USED-FLAG(DEC-IDX).

       DECIDE-ONE-HELD-ITEM.
      * The item's age is the number of cycles run since the one it
      * was parked in. Every decision naming it is judged in file
      * order; the first good one decides it, any later one is
      * rejected as coming too late.
           MOVE HOLD-TRANSACTION TO TXN-RECORD.
           MOVE HOLD-TRANSACTION TO HELD-WORK-AREA.
           SET ITEM-AWAITING TO TRUE.
           MOVE SPACES TO ITEM-APPROVER.

           MOVE 0 TO ITEM-AGE.
           PERFORM VARYING CYCLE-IDX FROM 1 BY 1
                   UNTIL CYCLE-IDX > CYCLE-COUNT
               IF CYCLE-TAB-RUN-ID(CYCLE-IDX) > HOLD-PARK-CYCLE-ID
                   ADD 1 TO ITEM-AGE
               END-IF
           END-PERFORM.

           PERFORM VARYING DEC-IDX FROM 1 BY 1
                   UNTIL DEC-IDX > DECISION-COUNT
               IF DECISION-USED-FLAG(DEC-IDX) = 'N'
                       AND DECISION-ITEM-ID(DEC-IDX) = HOLD-ITEM-ID
                   PERFORM JUDGE-ONE-DECISION
               END-IF
           END-PERFORM.

           IF ITEM-APPROVED
               ADD 1 TO HELD-APPROVED-COUNT
               ADD 1 TO TXN-READ-COUNT
               MOVE HOLD-TRANSACTION TO TXN-RECORD
               MOVE ITEM-APPROVER TO REGISTER-OPERATOR-HOLD
               PERFORM APPLY-ONE-TRANSACTION
               MOVE DISPOSITION-TEXT TO AGING-OUTCOME
           ELSE
               IF ITEM-DECLINED
                   ADD 1 TO HELD-DECLINED-COUNT
                   MOVE ITEM-APPROVER TO REGISTER-OPERATOR-HOLD
                   MOVE 'DECLINED - NOT APPLIED' TO DISPOSITION-TEXT
                   PERFORM WRITE-REGISTER-LINE
                   MOVE DISPOSITION-TEXT TO AGING-OUTCOME
               ELSE
                   IF ITEM-AGE >= EXPIRY-CYCLES
                       ADD 1 TO HELD-EXPIRED-COUNT
                       MOVE HOLD-SUBMITTER-ID
                           TO REGISTER-OPERATOR-HOLD
                       MOVE 'EXPIRED - NOT APPROVED IN TIME'
                           TO DISPOSITION-TEXT
                       PERFORM WRITE-REGISTER-LINE
                       MOVE DISPOSITION-TEXT TO AGING-OUTCOME
                   ELSE
                       ADD 1 TO HELD-CARRIED-COUNT
                       WRITE HOLD-NEW-RECORD FROM HOLD-RECORD
                       IF ITEM-AGE + 1 >= EXPIRY-CYCLES
                           MOVE 'AWAITING - EXPIRES NEXT CYCLE'
                               TO AGING-OUTCOME
                       ELSE
                           MOVE 'AWAITING APPROVAL' TO AGING-OUTCOME
                       END-IF
                   END-IF
               END-IF
           END-IF.

           PERFORM WRITE-AGING-DETAIL.

       JUDGE-ONE-DECISION.
      * A decision is used up whether it is accepted or not. The
      * register line for a refused decision names the approver and
      * the held item's key.
           MOVE 'Y' TO DECISION-USED-FLAG(DEC-IDX).
           MOVE SPACES TO DISPOSITION-TEXT.

           IF DECISION-APPROVER(DEC-IDX) = SPACES
               MOVE 'REJECTED - NO APPROVER ID' TO DISPOSITION-TEXT
           ELSE
               IF DECISION-APPROVER(DEC-IDX) = HOLD-SUBMITTER-ID
                   MOVE 'REJECTED - SUBMITTER APPROVAL'
                       TO DISPOSITION-TEXT
               ELSE
                   IF DECISION-KEY(DEC-IDX) NOT = TXN-KEY
                       MOVE 'REJECTED - APPROVAL KEY WRONG'
                           TO DISPOSITION-TEXT
                   ELSE
                       IF NOT ITEM-AWAITING
                           MOVE 'REJECTED - ALREADY DECIDED'
                               TO DISPOSITION-TEXT
                       ELSE
                           PERFORM TAKE-ONE-DECISION
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF DISPOSITION-TEXT NOT = SPACES
               ADD 1 TO DECISION-REJECT-COUNT
               MOVE DECISION-APPROVER(DEC-IDX)
                   TO REGISTER-OPERATOR-HOLD
               PERFORM WRITE-REGISTER-LINE
           END-IF.

       TAKE-ONE-DECISION.
           IF DECISION-CODE(DEC-IDX) = 'A'
               SET ITEM-APPROVED TO TRUE
               MOVE DECISION-APPROVER(DEC-IDX) TO ITEM-APPROVER
           ELSE
               IF DECISION-CODE(DEC-IDX) = 'D'
                   SET ITEM-DECLINED TO TRUE
                   MOVE DECISION-APPROVER(DEC-IDX) TO ITEM-APPROVER
               ELSE
                   MOVE 'REJECTED - DECISION NOT A OR D'
                       TO DISPOSITION-TEXT
               END-IF
           END-IF.

       REJECT-UNUSED-DECISIONS.
      * Whatever is left named no item on the hold file - mistyped,
      * or for an item already gone.
           PERFORM VARYING DEC-IDX FROM 1 BY 1
                   UNTIL DEC-IDX > DECISION-COUNT
               IF DECISION-USED-FLAG(DEC-IDX) = 'N'
                   ADD 1 TO DECISION-REJECT-COUNT
                   MOVE SPACES TO TXN-RECORD
                   MOVE DECISION-KEY(DEC-IDX) TO TXN-KEY
                   MOVE DECISION-APPROVER(DEC-IDX)
                       TO REGISTER-OPERATOR-HOLD
                   MOVE 'REJECTED - NO SUCH HELD ITEM'
                       TO DISPOSITION-TEXT
                   PERFORM WRITE-REGISTER-LINE
               END-IF
           END-PERFORM.

       WRITE-AGING-DETAIL.
      * AGING-OUTCOME is already set by the caller.
           MOVE HOLD-ITEM-ID TO AGING-ITEM-ID.
           MOVE HELDW-ACTION TO AGING-ACTION.
           MOVE HELDW-KEY TO AGING-KEY.
           MOVE HOLD-REASON TO AGING-REASON.
           MOVE HOLD-FROM-STATUS TO AGING-FROM.
           MOVE HELDW-STATUS-CODE TO AGING-TO.
           IF HELDW-AMOUNT IS NUMERIC
               MOVE HELDW-AMOUNT TO AGING-AMOUNT
           ELSE
               MOVE SPACES TO AGING-AMOUNT-X
           END-IF.
           MOVE HOLD-SUBMITTER-ID TO AGING-SUBMITTER.
           MOVE ITEM-AGE TO AGING-AGE.
           MOVE ITEM-APPROVER TO AGING-DECIDER.
           WRITE AGING-REPORT-RECORD FROM AGING-DETAIL-LINE.

       WRITE-AGING-TOTALS.
           MOVE SPACES TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE 'HELD ITEMS READ' TO AGING-TOTAL-LABEL.
           MOVE HELD-READ-COUNT TO AGING-TOTAL-COUNT.
           WRITE AGING-REPORT-RECORD FROM AGING-TOTAL-LINE.
           MOVE 'APPROVED' TO AGING-TOTAL-LABEL.
           MOVE HELD-APPROVED-COUNT TO AGING-TOTAL-COUNT.
           WRITE AGING-REPORT-RECORD FROM AGING-TOTAL-LINE.
           MOVE 'DECLINED' TO AGING-TOTAL-LABEL.
           MOVE HELD-DECLINED-COUNT TO AGING-TOTAL-COUNT.
           WRITE AGING-REPORT-RECORD FROM AGING-TOTAL-LINE.
           MOVE 'EXPIRED' TO AGING-TOTAL-LABEL.
           MOVE HELD-EXPIRED-COUNT TO AGING-TOTAL-COUNT.
           WRITE AGING-REPORT-RECORD FROM AGING-TOTAL-LINE.
           MOVE 'CARRIED FORWARD' TO AGING-TOTAL-LABEL.
           MOVE HELD-CARRIED-COUNT TO AGING-TOTAL-COUNT.
           WRITE AGING-REPORT-RECORD FROM AGING-TOTAL-LINE.
           MOVE 'DECISIONS REJECTED' TO AGING-TOTAL-LABEL.
           MOVE DECISION-REJECT-COUNT TO AGING-TOTAL-COUNT.
           WRITE AGING-REPORT-RECORD FROM AGING-TOTAL-LINE.

       PRINT-UPDATE-REPORT.
           DISPLAY '==========================================='.
           DISPLAY 'MSTRUPDT MASTER UPDATE REGISTER SUMMARY'.
               CHG-APPLIED-COUNT.
           DISPLAY 'DELETES APPLIED . . . . . . . . : '
               DEL-APPLIED-COUNT.
           DISPLAY 'REKEYS APPLIED  . . . . . . . . : '
               REKEY-APPLIED-COUNT.
           DISPLAY 'TRANSACTIONS REJECTED . . . . . : '
               TXN-REJECT-COUNT.
           DISPLAY 'OF WHICH BARRED BY RULES  . . . : '
               RULE-REJECT-COUNT.
           DISPLAY 'HELD FOR APPROVAL . . . . . . . : '
               TXN-PARKED-COUNT.
           IF TXN-READ-COUNT = ADD-APPLIED-COUNT + CHG-APPLIED-COUNT
                   + DEL-APPLIED-COUNT + REKEY-APPLIED-COUNT
                   + TXN-REJECT-COUNT + TXN-PARKED-COUNT
               DISPLAY 'UPDATE TOTALS IN BALANCE'
           ELSE
               DISPLAY '*** WARNING - UPDATE TOTALS OUT OF '
                   'BALANCE ***'
           END-IF.
           DISPLAY '==========================================='.

       PRINT-APPROVAL-REPORT.
           DISPLAY '==========================================='.
           DISPLAY 'MSTRAPPR MAINTENANCE APPROVAL SUMMARY'.
           DISPLAY '==========================================='.
           DISPLAY 'APPROVAL RUN ID . . . . . . . . : '
               RUN-IDENTIFIER.
           DISPLAY 'HELD ITEMS READ . . . . . . . . : '
               HELD-READ-COUNT.
           DISPLAY 'APPROVED  . . . . . . . . . . . : '
               HELD-APPROVED-COUNT.
           DISPLAY 'DECLINED  . . . . . . . . . . . : '
               HELD-DECLINED-COUNT.
           DISPLAY 'EXPIRED . . . . . . . . . . . . : '
               HELD-EXPIRED-COUNT.
           DISPLAY 'CARRIED TO UPDTHOLD.NEW . . . . : '
               HELD-CARRIED-COUNT.
           DISPLAY 'DECISIONS REJECTED  . . . . . . : '
               DECISION-REJECT-COUNT.
           DISPLAY 'ADDS APPLIED  . . . . . . . . . : '
               ADD-APPLIED-COUNT.
           DISPLAY 'CHANGES APPLIED . . . . . . . . : '
               CHG-APPLIED-COUNT.
           DISPLAY 'DELETES APPLIED . . . . . . . . : '
               DEL-APPLIED-COUNT.
           DISPLAY 'REKEYS APPLIED  . . . . . . . . : '
               REKEY-APPLIED-COUNT.
           DISPLAY 'APPROVED BUT REJECTED . . . . . : '
               TXN-REJECT-COUNT.
           DISPLAY 'OF WHICH BARRED BY RULES  . . . : '
               RULE-REJECT-COUNT.
           IF HELD-READ-COUNT = HELD-APPROVED-COUNT
                   + HELD-DECLINED-COUNT + HELD-EXPIRED-COUNT
                   + HELD-CARRIED-COUNT
                   AND TXN-READ-COUNT = ADD-APPLIED-COUNT
                   + CHG-APPLIED-COUNT + DEL-APPLIED-COUNT
                   + REKEY-APPLIED-COUNT + TXN-REJECT-COUNT
               DISPLAY 'APPROVAL TOTALS IN BALANCE'
           ELSE
               DISPLAY '*** WARNING - APPROVAL TOTALS OUT OF '
                   'BALANCE ***'
           END-IF.
           DISPLAY '==========================================='.
