       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRMNT.

      * Online maintenance of the indexed master built by MERGE3FILES
      * under MERGE-OUTPUT-ORG=INDEXED - the interactive front door to
      * the same changes MSTRUPDT applies in batch, so a single
      * correction no longer means building an MSTRTXN.DAT record by
      * column position and waiting for the next update run.
      *
      * The operator signs on with an operator id, then works one key
      * at a time on a single screen of labelled fields:
      *   L - look up the key and show what the master holds, the
      *       BUSDATA fields decoded (date, signed amount, status)
      *   A - ADD the record keyed    (key must not exist)
      *   C - CHANGE to the record keyed (key must exist)
      *   D - DELETE the key (key must exist; the operator must
      *       confirm with a Y)
      *   X - end the session
      * ADD and CHANGE must pass the business-field edits MSTRUPDT
      * applies (see BUSDATA) - the status code in force on
      * STATCODE.DAT (see STATREF), without which no session starts
      * (RETURN-CODE 16); CHANGE and DELETE are judged against
      * the status-transition rules in UPDTRULE.DAT exactly as
      * MSTRUPDT judges them. A failure is shown on the screen at
      * once, naming the field or the status pair that failed, and
      * nothing is written - the operator corrects and presses ENTER
      * again instead of finding a reject the next morning.
      *
      * An entry MSTRUPDT would park for a second person's approval
      * (every DELETE; an ADD or CHANGE over the UPDTRULE.DAT approval
      * limit - an ADD's whole amount counts, there being nothing on
      * file to move from - or a CHANGE making a transition marked
      * sensitive there) is parked the
      * same way here, on UPDTHOLD.DAT under the operator's id, and
      * the screen gives the item id an approver will key against -
      * the session run id and the item's number within it. Nothing
      * reaches the master until MSTRUPDT's approval run applies it,
      * and the operator who keyed it cannot be its approver.
      *
      * Every applied entry is journaled on UPDTJRNL.DAT with its
      * before-image and after-image in MSTRUPDT's journal layout, and
      * listed on the update register UPDTREG.DAT with the operator
      * id after the disposition. The whole session carries one run
      * id, built at sign-on the way MSTRUPDT builds its own and shown
      * on the screen - MSTRBKOUT reverses a session named through
      * MERGE-BACKOUT-RUN, and MRGRECON checks session maintenance
      * against the next merge, both without change.
      *
      * The session summary is written to sysout at sign-off.
      * RETURN-CODE 12 when the master cannot be opened or failed on
      * an I/O error during the session, else 0.
      *
      * As in MERGE3FILES, every ASSIGN TO 'literal' resolves at run
      * time against DD_<literal> in the environment before falling
      * back to the literal itself.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO 'OUTPUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO 'UPDTREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO 'UPDTJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT RULE-FILE ASSIGN TO 'UPDTRULE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RULE-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO 'UPDTHOLD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-HISTORY-STATUS.

           SELECT STATUS-REF-FILE ASSIGN TO 'STATCODE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-REF-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD MASTER-FILE.
       01 MASTER-RECORD.
           05 MASTER-KEY       PIC X(10).
           05 MASTER-SOURCE    PIC X(40).
           05 MASTER-DATA      PIC X(70).

      * MSTRUPDT's register line with the operator id appended - a
      * batch line simply leaves it blank.
       FD REGISTER-FILE.
       01 REGISTER-RECORD.
           05 REGISTER-RUN-ID      PIC X(16).
           05 FILLER               PIC X(01).
           05 REGISTER-ACTION      PIC X(06).
           05 FILLER               PIC X(01).
           05 REGISTER-KEY         PIC X(10).
           05 FILLER               PIC X(01).
           05 REGISTER-DISPOSITION PIC X(30).
           05 FILLER               PIC X(01).
           05 REGISTER-OPERATOR-ID PIC X(08).

      * MSTRUPDT's journal layout - MSTRBKOUT and MRGRECON cannot
      * tell a screen entry from a batch transaction. The screen
      * offers no REKEY, so JRNL-OLD-KEY is always left blank.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 JRNL-RUN-ID        PIC X(16).
           05 JRNL-ACTION        PIC X(06).
           05 JRNL-KEY           PIC X(10).
           05 JRNL-BEFORE-FLAG   PIC X(01).
           05 JRNL-BEFORE-SOURCE PIC X(40).
           05 JRNL-BEFORE-DATA   PIC X(70).
           05 JRNL-AFTER-FLAG    PIC X(01).
           05 JRNL-AFTER-SOURCE  PIC X(40).
           05 JRNL-AFTER-DATA    PIC X(70).
           05 JRNL-OLD-KEY       PIC X(10).

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

       FD HOLD-FILE.
       01 HOLD-RECORD.
           COPY UPDTHOLD REPLACING ==:PFX:== BY ==HOLD==.

       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-RECORD.
           05 HISTORY-RECORD-TYPE   PIC X(01).
           05 HISTORY-RUN-ID        PIC X(16).
           05 HISTORY-RECORD-BODY   PIC X(75).

       FD STATUS-REF-FILE.
       01 STATUS-REF-RECORD.
           COPY STATREF REPLACING ==:PFX:== BY ==STATREF==.

       WORKING-STORAGE SECTION.
       01 MASTER-FILE-STATUS PIC X(02) VALUE '00'.
           88 MASTER-IO-GOOD            VALUE '00' '02'.
           88 MASTER-KEY-EXISTS-ALREADY VALUE '22'.
           88 MASTER-KEY-NOT-ON-FILE    VALUE '23'.

       01 REGISTER-FILE-STATUS PIC X(02) VALUE '00'.
           88 REGISTER-FILE-FOUND       VALUE '00'.
           88 REGISTER-FILE-NOT-FOUND   VALUE '35'.

       01 JOURNAL-FILE-STATUS PIC X(02) VALUE '00'.
           88 JOURNAL-FILE-FOUND        VALUE '00'.
           88 JOURNAL-FILE-NOT-FOUND    VALUE '35'.

       01 RULE-FILE-STATUS    PIC X(02) VALUE '00'.
           88 RULE-FILE-FOUND           VALUE '00'.
           88 RULE-FILE-NOT-FOUND       VALUE '35'.

       01 RULE-EOF-FLAG       PIC X(01) VALUE 'N'.

       01 HOLD-FILE-STATUS    PIC X(02) VALUE '00'.
           88 HOLD-FILE-FOUND           VALUE '00'.
           88 HOLD-FILE-NOT-FOUND       VALUE '35'.

       01 RUN-HISTORY-STATUS  PIC X(02) VALUE '00'.
           88 RUN-HISTORY-FOUND         VALUE '00'.
           88 RUN-HISTORY-NOT-FOUND     VALUE '35'.

       01 HISTORY-EOF-FLAG    PIC X(01) VALUE 'N'.

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

      * The cycle the session runs inside - newest 'S' on RUNHIST.DAT
      * - from which the approval run ages what is parked here.
       01 CYCLE-RUN-ID        PIC X(16) VALUE SPACES.

       01 COMPLETION-CODE     PIC 9(02) VALUE 0.

      * Session identifier for the register and the journal, built
      * the way MSTRUPDT builds its run id - MSTRBKOUT reverses a
      * whole session by it.
       01 RUN-DATE            PIC 9(08) VALUE 0.
       01 RUN-TIME-OF-DAY     PIC 9(08) VALUE 0.
       01 RUN-IDENTIFIER.
           05 RUN-ID-DATE      PIC 9(08).
           05 RUN-ID-TIME      PIC 9(08).

       01 OPERATOR-ID         PIC X(08) VALUE SPACES.

       01 SESSION-SWITCH      PIC X(01) VALUE 'N'.
           88 SESSION-HAS-ENDED         VALUE 'Y'.
           88 SESSION-IS-OPEN           VALUE 'N'.

       01 MASTER-ERROR-SWITCH PIC X(01) VALUE 'N'.
           88 MASTER-ERROR-OCCURRED     VALUE 'Y'.
           88 MASTER-ERROR-NONE         VALUE 'N'.

      * What the operator keyed. The date is taken as text so a
      * fat-fingered date reaches the edit instead of being refused
      * by the screen handler without a reason.
       01 ENTRY-FIELDS.
           05 ENTRY-FUNCTION      PIC X(01) VALUE SPACES.
               88 ENTRY-IS-LOOKUP         VALUE 'L'.
               88 ENTRY-IS-ADD            VALUE 'A'.
               88 ENTRY-IS-CHANGE         VALUE 'C'.
               88 ENTRY-IS-DELETE         VALUE 'D'.
               88 ENTRY-IS-EXIT           VALUE 'X'.
           05 ENTRY-KEY           PIC X(10) VALUE SPACES.
           05 ENTRY-SOURCE        PIC X(40) VALUE SPACES.
           05 ENTRY-DATE          PIC X(08) VALUE SPACES.
           05 ENTRY-AMOUNT        PIC S9(11)V9(02) VALUE 0.
           05 ENTRY-STATUS        PIC X(02) VALUE SPACES.
           05 ENTRY-CONFIRM       PIC X(01) VALUE SPACES.

      * The transaction built from the entry fields - same shape as
      * an MSTRTXN.DAT record, so the edits below read exactly like
      * MSTRUPDT's.
       01 TXN-RECORD.
           05 TXN-ACTION       PIC X(06).
           05 TXN-KEY          PIC X(10).
           05 TXN-SOURCE       PIC X(40).
           05 TXN-DATA.
               COPY BUSDATA REPLACING ==:PFX:== BY ==TXN==.

      * Decoded view of the master record as it stands - shown under
      * the entry fields after every look-up and every applied entry.
       01 MASTER-WORK-AREA.
           05 MSTRW-DATA.
               COPY BUSDATA REPLACING ==:PFX:== BY ==MSTRW==.

       01 ON-FILE-DISPLAY.
           05 ON-FILE-KEY         PIC X(10) VALUE SPACES.
           05 ON-FILE-SOURCE      PIC X(40) VALUE SPACES.
           05 ON-FILE-DATE        PIC X(10) VALUE SPACES.
           05 ON-FILE-AMOUNT      PIC X(16) VALUE SPACES.
           05 ON-FILE-STATUS      PIC X(02) VALUE SPACES.

       01 ON-FILE-DATE-WORK.
           05 ON-FILE-YEAR        PIC X(04).
           05 FILLER              PIC X(01) VALUE '-'.
           05 ON-FILE-MONTH       PIC X(02).
           05 FILLER              PIC X(01) VALUE '-'.
           05 ON-FILE-DAY         PIC X(02).

       01 AMOUNT-EDITED       PIC -(11)9.99.

       01 BEFORE-IMAGE-HOLD.
           05 BEFORE-SOURCE-HOLD PIC X(40) VALUE SPACES.
           05 BEFORE-DATA-HOLD   PIC X(70) VALUE SPACES.

       01 TXN-EDIT-SWITCH     PIC X(01) VALUE 'Y'.
           88 TXN-PASSES-EDITS          VALUE 'Y'.
           88 TXN-FAILS-EDITS           VALUE 'N'.

       01 DISPOSITION-TEXT    PIC X(30) VALUE SPACES.
       01 SCREEN-MESSAGE      PIC X(78) VALUE SPACES.

       01 RULES-LOADED-SWITCH PIC X(01) VALUE 'N'.
           88 RULES-ARE-LOADED          VALUE 'Y'.
           88 RULES-NOT-LOADED          VALUE 'N'.

       01 TRANSITION-SWITCH   PIC X(01) VALUE 'Y'.
           88 TRANSITION-ALLOWED        VALUE 'Y'.
           88 TRANSITION-BARRED         VALUE 'N'.

      * Maker-checker work areas, as in MSTRUPDT.
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

       01 RULE-TABLE-CONTROLS.
           05 RULE-COUNT         PIC 9(04) COMP VALUE 0.
           05 RULE-TABLE-MAXIMUM PIC 9(04) COMP VALUE 100.

       01 RULE-TABLE.
           05 RULE-ENTRY OCCURS 100 TIMES
                   INDEXED BY RULE-IDX.
               10 RULE-TAB-TYPE    PIC X(01).
               10 RULE-TAB-FROM    PIC X(02).
               10 RULE-TAB-TO      PIC X(02).

       01 SESSION-TOTALS.
           05 LOOKUP-COUNT       PIC 9(09) COMP VALUE 0.
           05 ADD-APPLIED-COUNT  PIC 9(09) COMP VALUE 0.
           05 CHG-APPLIED-COUNT  PIC 9(09) COMP VALUE 0.
           05 DEL-HELD-COUNT     PIC 9(09) COMP VALUE 0.
           05 ENTRY-REFUSED-COUNT PIC 9(09) COMP VALUE 0.
           05 ENTRY-HELD-COUNT   PIC 9(09) COMP VALUE 0.

       01 APPLIED-TOTAL       PIC 9(09) COMP VALUE 0.

      * Calendar work areas for the business-field edit - the same
      * rules MSTRUPDT and MERGE3FILES apply.
       01 DAYS-IN-MONTH-TABLE.
           05 FILLER    PIC X(24) VALUE '312831303130313130313031'.
       01 DAYS-IN-MONTH-REDEF REDEFINES DAYS-IN-MONTH-TABLE.
           05 DAYS-IN-MONTH    PIC 9(02) OCCURS 12 TIMES.

       01 LEAP-YEAR-WORK.
           05 LEAP-QUOTIENT       PIC 9(04) COMP VALUE 0.
           05 LEAP-REMAINDER-4    PIC 9(04) COMP VALUE 0.
           05 LEAP-REMAINDER-100  PIC 9(04) COMP VALUE 0.
           05 LEAP-REMAINDER-400  PIC 9(04) COMP VALUE 0.
           05 MONTH-DAY-LIMIT     PIC 9(02) VALUE 0.

       SCREEN SECTION.
       01 SIGN-ON-SCREEN.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01
               VALUE 'MSTRMNT   MASTER FILE MAINTENANCE - SIGN ON'.
           05 LINE 04 COLUMN 01
               VALUE 'OPERATOR ID . . . . :'.
           05 LINE 04 COLUMN 23 PIC X(08) USING OPERATOR-ID.
           05 LINE 06 COLUMN 01
               VALUE 'KEY YOUR OPERATOR ID AND PRESS ENTER - EVERY '.
           05 LINE 06 COLUMN 47
               VALUE 'ENTRY IS REGISTERED UNDER IT.'.
           05 LINE 22 COLUMN 01 PIC X(78) FROM SCREEN-MESSAGE.

       01 MAINTENANCE-SCREEN.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01
               VALUE 'MSTRMNT   MASTER FILE MAINTENANCE'.
           05 LINE 01 COLUMN 50 VALUE 'OPERATOR'.
           05 LINE 01 COLUMN 59 PIC X(08) FROM OPERATOR-ID.
           05 LINE 02 COLUMN 50 VALUE 'SESSION'.
           05 LINE 02 COLUMN 59 PIC X(16) FROM RUN-IDENTIFIER.
           05 LINE 04 COLUMN 01
               VALUE 'FUNCTION  . . . . . :'.
           05 LINE 04 COLUMN 23 PIC X(01) USING ENTRY-FUNCTION.
           05 LINE 04 COLUMN 26
               VALUE 'L=LOOK UP A=ADD C=CHANGE D=DELETE X=EXIT'.
           05 LINE 06 COLUMN 01
               VALUE 'KEY . . . . . . . . :'.
           05 LINE 06 COLUMN 23 PIC X(10) USING ENTRY-KEY.
           05 LINE 08 COLUMN 01
               VALUE 'SOURCE  . . . . . . :'.
           05 LINE 08 COLUMN 23 PIC X(40) USING ENTRY-SOURCE.
           05 LINE 09 COLUMN 01
               VALUE 'EFFECTIVE DATE  . . :'.
           05 LINE 09 COLUMN 23 PIC X(08) USING ENTRY-DATE.
           05 LINE 09 COLUMN 33 VALUE 'CCYYMMDD'.
           05 LINE 10 COLUMN 01
               VALUE 'AMOUNT  . . . . . . :'.
           05 LINE 10 COLUMN 23 PIC -(11)9.99 USING ENTRY-AMOUNT.
           05 LINE 11 COLUMN 01
               VALUE 'STATUS CODE . . . . :'.
           05 LINE 11 COLUMN 23 PIC X(02) USING ENTRY-STATUS.
           05 LINE 13 COLUMN 01
               VALUE 'CONFIRM DELETE  . . :'.
           05 LINE 13 COLUMN 23 PIC X(01) USING ENTRY-CONFIRM.
           05 LINE 13 COLUMN 26 VALUE 'Y TO CONFIRM A DELETE'.
           05 LINE 15 COLUMN 01
               VALUE '---------- ON FILE NOW ----------'.
           05 LINE 16 COLUMN 01 VALUE 'KEY . . . . . . . . :'.
           05 LINE 16 COLUMN 23 PIC X(10) FROM ON-FILE-KEY.
           05 LINE 17 COLUMN 01 VALUE 'SOURCE  . . . . . . :'.
           05 LINE 17 COLUMN 23 PIC X(40) FROM ON-FILE-SOURCE.
           05 LINE 18 COLUMN 01 VALUE 'EFFECTIVE DATE  . . :'.
           05 LINE 18 COLUMN 23 PIC X(10) FROM ON-FILE-DATE.
           05 LINE 19 COLUMN 01 VALUE 'AMOUNT  . . . . . . :'.
           05 LINE 19 COLUMN 23 PIC X(16) FROM ON-FILE-AMOUNT.
           05 LINE 20 COLUMN 01 VALUE 'STATUS CODE . . . . :'.
           05 LINE 20 COLUMN 23 PIC X(02) FROM ON-FILE-STATUS.
           05 LINE 22 COLUMN 01 PIC X(78) FROM SCREEN-MESSAGE.
           05 LINE 24 COLUMN 01 VALUE 'APPLIED THIS SESSION:'.
           05 LINE 24 COLUMN 23 PIC Z(08)9 FROM APPLIED-TOTAL.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-OF-DAY FROM TIME.
           MOVE RUN-DATE TO RUN-ID-DATE.
           MOVE RUN-TIME-OF-DAY TO RUN-ID-TIME.

           PERFORM LOAD-STATUS-REFERENCE.

           OPEN I-O MASTER-FILE.
           IF NOT MASTER-IO-GOOD
               DISPLAY '*** ERROR OPENING INDEXED MASTER FILE - '
                   'STATUS: ' MASTER-FILE-STATUS ' - WAS OUTPUT.DAT '
                   'BUILT WITH MERGE-OUTPUT-ORG=INDEXED? ***'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM SIGN-ON-OPERATOR.
           IF SESSION-HAS-ENDED
               CLOSE MASTER-FILE
               STOP RUN
           END-IF.

           PERFORM LOAD-RULE-TABLE.
           PERFORM FIND-CYCLE-RUN-ID.

      * Register and journal both accumulate across runs - EXTEND
      * needs each file to exist, so the very first run creates it,
      * the RUNHIST.DAT convention.
           OPEN EXTEND REGISTER-FILE.
           IF REGISTER-FILE-NOT-FOUND
               OPEN OUTPUT REGISTER-FILE
           END-IF.

           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-FILE-NOT-FOUND
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

           OPEN EXTEND HOLD-FILE.
           IF HOLD-FILE-NOT-FOUND
               OPEN OUTPUT HOLD-FILE
           END-IF.

           PERFORM UNTIL SESSION-HAS-ENDED
               DISPLAY MAINTENANCE-SCREEN
               ACCEPT MAINTENANCE-SCREEN
               MOVE SPACES TO SCREEN-MESSAGE
               PERFORM PROCESS-ONE-ENTRY
           END-PERFORM.

           CLOSE REGISTER-FILE JOURNAL-FILE HOLD-FILE MASTER-FILE.

           PERFORM PRINT-SESSION-REPORT.

           IF MASTER-ERROR-OCCURRED
               MOVE 12 TO COMPLETION-CODE
           END-IF.

           MOVE COMPLETION-CODE TO RETURN-CODE.

           STOP RUN.

       SIGN-ON-OPERATOR.
      * No operator id, no session - the register would not be able
      * to say who did what. An id of X ends the program unsigned.
           PERFORM UNTIL OPERATOR-ID NOT = SPACES
               DISPLAY SIGN-ON-SCREEN
               ACCEPT SIGN-ON-SCREEN
               IF OPERATOR-ID = SPACES
                   MOVE 'AN OPERATOR ID IS REQUIRED'
                       TO SCREEN-MESSAGE
               END-IF
           END-PERFORM.
           MOVE SPACES TO SCREEN-MESSAGE.

           IF OPERATOR-ID = 'X'
               SET SESSION-HAS-ENDED TO TRUE
           END-IF.

       LOAD-STATUS-REFERENCE.
      * Same loader as MSTRUPDT's - required, so the session stops
      * before the master is opened when the file is missing.
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

       LOAD-RULE-TABLE.
      * Same loader as MSTRUPDT's - without the file no rules are
      * enforced, and the operator is told so on the first screen.
           MOVE SPACES TO RULE-TABLE.
           OPEN INPUT RULE-FILE.

           IF RULE-FILE-NOT-FOUND
               MOVE 'Y' TO RULE-EOF-FLAG
               MOVE 'UPDTRULE.DAT NOT FOUND - STATUS TRANSITION RULES '
                   TO SCREEN-MESSAGE
               MOVE 'NOT ENFORCED THIS SESSION'
                   TO SCREEN-MESSAGE(51:28)
           END-IF.

           PERFORM UNTIL RULE-EOF-FLAG = 'Y'
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

           IF NOT RULE-FILE-NOT-FOUND
               CLOSE RULE-FILE
           END-IF.

      * Only 'C' and 'D' rules allow or bar; 'S' and 'L' lines mark
      * what needs approval.
           IF TRANSITION-RULE-COUNT > 0
               SET RULES-ARE-LOADED TO TRUE
           END-IF.

       TAKE-RULE-LINE.
           IF RULE-COUNT >= RULE-TABLE-MAXIMUM
               DISPLAY '*** ERROR - UPDTRULE.DAT LISTS '
                   'MORE THAN ' RULE-TABLE-MAXIMUM
                   ' RULES - INCREASE RULE-TABLE-'
                   'MAXIMUM AND RECOMPILE ***'
               CLOSE RULE-FILE MASTER-FILE
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
               CLOSE RULE-FILE MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RULE-LIMIT-AMOUNT TO APPROVAL-LIMIT.
           SET APPROVAL-LIMIT-SET TO TRUE.

       FIND-CYCLE-RUN-ID.
      * The newest 'S' record on the run history, as in MSTRUPDT;
      * with no history a parked entry is stamped with spaces.
           OPEN INPUT RUN-HISTORY-FILE.

           IF RUN-HISTORY-NOT-FOUND
               MOVE 'Y' TO HISTORY-EOF-FLAG
           END-IF.

           PERFORM UNTIL HISTORY-EOF-FLAG = 'Y'
               READ RUN-HISTORY-FILE
                   AT END MOVE 'Y' TO HISTORY-EOF-FLAG
                   NOT AT END
                       IF HISTORY-RECORD-TYPE = 'S'
                           MOVE HISTORY-RUN-ID TO CYCLE-RUN-ID
                       END-IF
               END-READ
           END-PERFORM.

           IF NOT RUN-HISTORY-NOT-FOUND
               CLOSE RUN-HISTORY-FILE
           END-IF.

       PROCESS-ONE-ENTRY.
           IF ENTRY-IS-EXIT
               SET SESSION-HAS-ENDED TO TRUE
           ELSE
               IF ENTRY-KEY = SPACES OR ENTRY-KEY = LOW-VALUES
                   MOVE 'KEY IS REQUIRED' TO SCREEN-MESSAGE
               ELSE
                   PERFORM DISPATCH-ONE-ENTRY
               END-IF
           END-IF.

       DISPATCH-ONE-ENTRY.
           IF ENTRY-IS-LOOKUP
               PERFORM LOOK-UP-MASTER-RECORD
           ELSE
               IF ENTRY-IS-ADD
                   PERFORM APPLY-ADD-ENTRY
               ELSE
                   IF ENTRY-IS-CHANGE
                       PERFORM APPLY-CHANGE-ENTRY
                   ELSE
                       IF ENTRY-IS-DELETE
                           PERFORM APPLY-DELETE-ENTRY
                       ELSE
                           MOVE 'FUNCTION MUST BE L, A, C, D OR X'
                               TO SCREEN-MESSAGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOOK-UP-MASTER-RECORD.
      * A found record is also copied into the entry fields, so a
      * CHANGE starts from what is on file rather than a blank form.
           ADD 1 TO LOOKUP-COUNT.
           MOVE ENTRY-KEY TO MASTER-KEY.
           READ MASTER-FILE
               INVALID KEY
                   PERFORM CLEAR-ON-FILE-DISPLAY
                   IF MASTER-KEY-NOT-ON-FILE
                       MOVE 'KEY NOT ON FILE' TO SCREEN-MESSAGE
                   ELSE
                       PERFORM RECORD-MASTER-IO-ERROR
                   END-IF
               NOT INVALID KEY
                   PERFORM SHOW-ON-FILE-RECORD
                   MOVE MASTER-SOURCE TO ENTRY-SOURCE
                   MOVE MSTRW-EFFECTIVE-DATE TO ENTRY-DATE
                   IF MSTRW-AMOUNT IS NUMERIC
                       MOVE MSTRW-AMOUNT TO ENTRY-AMOUNT
                   ELSE
                       MOVE 0 TO ENTRY-AMOUNT
                   END-IF
                   MOVE MSTRW-STATUS-CODE TO ENTRY-STATUS
                   MOVE 'RECORD FOUND' TO SCREEN-MESSAGE
           END-READ.

       SHOW-ON-FILE-RECORD.
      * Decode the record in MASTER-RECORD for the lower half of the
      * screen - the date punctuated, the amount signed and pointed.
           MOVE MASTER-DATA TO MSTRW-DATA.
           MOVE MASTER-KEY TO ON-FILE-KEY.
           MOVE MASTER-SOURCE TO ON-FILE-SOURCE.
           MOVE MSTRW-EFFECTIVE-YEAR TO ON-FILE-YEAR.
           MOVE MSTRW-EFFECTIVE-MONTH TO ON-FILE-MONTH.
           MOVE MSTRW-EFFECTIVE-DAY TO ON-FILE-DAY.
           MOVE ON-FILE-DATE-WORK TO ON-FILE-DATE.
           IF MSTRW-AMOUNT IS NUMERIC
               MOVE MSTRW-AMOUNT TO AMOUNT-EDITED
               MOVE AMOUNT-EDITED TO ON-FILE-AMOUNT
           ELSE
               MOVE '** NOT NUMERIC *' TO ON-FILE-AMOUNT
           END-IF.
           MOVE MSTRW-STATUS-CODE TO ON-FILE-STATUS.

       CLEAR-ON-FILE-DISPLAY.
           MOVE SPACES TO ON-FILE-DISPLAY.

       BUILD-TRANSACTION.
      * The entry fields laid out as an MSTRTXN.DAT record would be.
           MOVE SPACES TO TXN-RECORD.
           MOVE ENTRY-KEY TO TXN-KEY.
           MOVE ENTRY-SOURCE TO TXN-SOURCE.
           MOVE ENTRY-DATE TO TXN-EFFECTIVE-DATE.
           MOVE ENTRY-AMOUNT TO TXN-AMOUNT.
           MOVE ENTRY-STATUS TO TXN-STATUS-CODE.

       APPLY-ADD-ENTRY.
      * There is no record on file, so the work record is cleared -
      * the ADD is judged on its own amount and parks with no
      * from-status.
           PERFORM BUILD-TRANSACTION.
           MOVE 'ADD' TO TXN-ACTION.
           PERFORM EDIT-TRANSACTION-FIELDS.
           IF TXN-FAILS-EDITS
               ADD 1 TO ENTRY-REFUSED-COUNT
           ELSE
               MOVE SPACES TO MSTRW-DATA
               PERFORM JUDGE-APPROVAL-NEED
               IF APPROVAL-NEEDED
                   PERFORM PARK-ADD-ENTRY
               ELSE
                   PERFORM WRITE-ADDED-MASTER-RECORD
               END-IF
           END-IF.

       PARK-ADD-ENTRY.
      * Only an ADD that could be applied is parked - a key already
      * on file is refused now, not after someone has approved it.
           MOVE TXN-KEY TO MASTER-KEY.
           READ MASTER-FILE
               INVALID KEY
                   IF MASTER-KEY-NOT-ON-FILE
                       PERFORM PARK-ENTRY
                   ELSE
                       PERFORM RECORD-MASTER-IO-ERROR
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO ENTRY-REFUSED-COUNT
                   MOVE 'KEY ALREADY ON FILE - ADD REFUSED'
                       TO SCREEN-MESSAGE
           END-READ.

       WRITE-ADDED-MASTER-RECORD.
           MOVE TXN-KEY TO MASTER-KEY.
           MOVE TXN-SOURCE TO MASTER-SOURCE.
           MOVE TXN-DATA TO MASTER-DATA.
           WRITE MASTER-RECORD
               INVALID KEY
                   IF MASTER-KEY-EXISTS-ALREADY
                       ADD 1 TO ENTRY-REFUSED-COUNT
                       MOVE 'KEY ALREADY ON FILE - ADD REFUSED'
                           TO SCREEN-MESSAGE
                   ELSE
                       PERFORM RECORD-MASTER-IO-ERROR
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO ADD-APPLIED-COUNT
                   PERFORM WRITE-REGISTER-APPLIED
                   PERFORM JOURNAL-APPLIED-ADD
                   PERFORM SHOW-ON-FILE-RECORD
                   MOVE 'ADD APPLIED' TO SCREEN-MESSAGE
           END-WRITE.

       APPLY-CHANGE-ENTRY.
      * Read before replace, as MSTRUPDT does, so the master's current
      * status can be judged against the transition rules.
           PERFORM BUILD-TRANSACTION.
           MOVE 'CHANGE' TO TXN-ACTION.
           PERFORM EDIT-TRANSACTION-FIELDS.
           IF TXN-FAILS-EDITS
               ADD 1 TO ENTRY-REFUSED-COUNT
           ELSE
               MOVE TXN-KEY TO MASTER-KEY
               READ MASTER-FILE
                   INVALID KEY
                       IF MASTER-KEY-NOT-ON-FILE
                           ADD 1 TO ENTRY-REFUSED-COUNT
                           MOVE 'KEY NOT ON FILE - CHANGE REFUSED'
                               TO SCREEN-MESSAGE
                       ELSE
                           PERFORM RECORD-MASTER-IO-ERROR
                       END-IF
                   NOT INVALID KEY
                       MOVE MASTER-DATA TO MSTRW-DATA
                       MOVE MASTER-SOURCE TO BEFORE-SOURCE-HOLD
                       MOVE MASTER-DATA TO BEFORE-DATA-HOLD
                       PERFORM JUDGE-CHANGE-TRANSITION
                       IF TRANSITION-ALLOWED
                           PERFORM JUDGE-APPROVAL-NEED
                           IF APPROVAL-NEEDED
                               PERFORM PARK-ENTRY
                           ELSE
                               PERFORM REWRITE-MASTER-RECORD
                           END-IF
                       ELSE
                           ADD 1 TO ENTRY-REFUSED-COUNT
                           MOVE SPACES TO SCREEN-MESSAGE
                           STRING 'STATUS CHANGE ' DELIMITED BY SIZE
                                  MSTRW-STATUS-CODE DELIMITED BY SIZE
                                  ' TO ' DELIMITED BY SIZE
                                  TXN-STATUS-CODE DELIMITED BY SIZE
                                  ' BARRED BY UPDTRULE.DAT'
                                      DELIMITED BY SIZE
                               INTO SCREEN-MESSAGE
                       END-IF
               END-READ
           END-IF.

       REWRITE-MASTER-RECORD.
           MOVE TXN-KEY TO MASTER-KEY.
           MOVE TXN-SOURCE TO MASTER-SOURCE.
           MOVE TXN-DATA TO MASTER-DATA.
           REWRITE MASTER-RECORD
               INVALID KEY
                   IF MASTER-KEY-NOT-ON-FILE
                       ADD 1 TO ENTRY-REFUSED-COUNT
                       MOVE 'KEY NOT ON FILE - CHANGE REFUSED'
                           TO SCREEN-MESSAGE
                   ELSE
                       PERFORM RECORD-MASTER-IO-ERROR
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO CHG-APPLIED-COUNT
                   PERFORM WRITE-REGISTER-APPLIED
                   PERFORM JOURNAL-APPLIED-CHANGE
                   PERFORM SHOW-ON-FILE-RECORD
                   MOVE 'CHANGE APPLIED' TO SCREEN-MESSAGE
           END-REWRITE.

       APPLY-DELETE-ENTRY.
      * A delete is the one entry that cannot be seen and corrected
      * afterwards on the same screen, so it needs an explicit Y.
      * The transaction carries only the action and key - nothing
      * left over from an earlier entry goes to the hold file.
           MOVE SPACES TO TXN-RECORD.
           MOVE 'DELETE' TO TXN-ACTION.
           MOVE ENTRY-KEY TO TXN-KEY.
           IF ENTRY-CONFIRM NOT = 'Y'
               ADD 1 TO ENTRY-REFUSED-COUNT
               MOVE 'KEY Y IN CONFIRM DELETE TO DELETE THIS KEY'
                   TO SCREEN-MESSAGE
           ELSE
               MOVE TXN-KEY TO MASTER-KEY
               READ MASTER-FILE
                   INVALID KEY
                       IF MASTER-KEY-NOT-ON-FILE
                           ADD 1 TO ENTRY-REFUSED-COUNT
                           MOVE 'KEY NOT ON FILE - DELETE REFUSED'
                               TO SCREEN-MESSAGE
                       ELSE
                           PERFORM RECORD-MASTER-IO-ERROR
                       END-IF
                   NOT INVALID KEY
                       MOVE MASTER-DATA TO MSTRW-DATA
                       MOVE MASTER-SOURCE TO BEFORE-SOURCE-HOLD
                       MOVE MASTER-DATA TO BEFORE-DATA-HOLD
                       PERFORM JUDGE-DELETE-TRANSITION
                       IF TRANSITION-ALLOWED
                           MOVE 'DL' TO APPROVAL-REASON
                           ADD 1 TO DEL-HELD-COUNT
                           PERFORM PARK-ENTRY
                       ELSE
                           ADD 1 TO ENTRY-REFUSED-COUNT
                           MOVE SPACES TO SCREEN-MESSAGE
                           STRING 'DELETE FROM STATUS '
                                      DELIMITED BY SIZE
                                  MSTRW-STATUS-CODE DELIMITED BY SIZE
                                  ' BARRED BY UPDTRULE.DAT'
                                      DELIMITED BY SIZE
                               INTO SCREEN-MESSAGE
                       END-IF
               END-READ
           END-IF.
           MOVE SPACES TO ENTRY-CONFIRM.

       JUDGE-CHANGE-TRANSITION.
      * Allowed when no rules are loaded, or when some 'C' rule
      * matches the master's current status and the entry's new
      * status ('**' on either side of a rule matches anything).
           IF RULES-NOT-LOADED
               SET TRANSITION-ALLOWED TO TRUE
           ELSE
               SET RULE-IDX TO 1
               SEARCH RULE-ENTRY
                   AT END SET TRANSITION-BARRED TO TRUE
                   WHEN RULE-TAB-TYPE(RULE-IDX) = 'C'
                       AND (RULE-TAB-FROM(RULE-IDX)
                               = MSTRW-STATUS-CODE
                           OR RULE-TAB-FROM(RULE-IDX) = '**')
                       AND (RULE-TAB-TO(RULE-IDX) = TXN-STATUS-CODE
                           OR RULE-TAB-TO(RULE-IDX) = '**')
                       SET TRANSITION-ALLOWED TO TRUE
               END-SEARCH
           END-IF.

       JUDGE-APPROVAL-NEED.
      * MSTRUPDT's test: an amount movement either way over the
      * limit (or an amount on file that cannot be measured), else a
      * status transition an 'S' line marks sensitive. An ADD has
      * nothing on file, so its whole amount is the movement and it
      * makes no transition.
           SET APPROVAL-NOT-NEEDED TO TRUE.
           MOVE SPACES TO APPROVAL-REASON.
           IF APPROVAL-LIMIT-SET
               IF ENTRY-IS-ADD
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
           IF APPROVAL-NOT-NEEDED AND NOT ENTRY-IS-ADD
                   AND MSTRW-STATUS-CODE NOT = TXN-STATUS-CODE
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

       PARK-ENTRY.
      * Parked exactly as MSTRUPDT parks a batch transaction, with
      * the operator as submitter - the on-file display is left as
      * it was, since nothing has changed there yet.
           ADD 1 TO PARK-SEQUENCE.
           ADD 1 TO ENTRY-HELD-COUNT.
           MOVE SPACES TO HOLD-RECORD.
           MOVE RUN-IDENTIFIER TO HOLD-PARK-RUN-ID.
           MOVE PARK-SEQUENCE TO HOLD-PARK-SEQUENCE.
           MOVE CYCLE-RUN-ID TO HOLD-PARK-CYCLE-ID.
           MOVE OPERATOR-ID TO HOLD-SUBMITTER-ID.
           MOVE APPROVAL-REASON TO HOLD-REASON.
           MOVE MSTRW-STATUS-CODE TO HOLD-FROM-STATUS.
           MOVE TXN-RECORD TO HOLD-TRANSACTION.
           WRITE HOLD-RECORD.
           MOVE SPACES TO DISPOSITION-TEXT.
           STRING 'HELD FOR APPROVAL - ITEM ' DELIMITED BY SIZE
                  PARK-SEQUENCE DELIMITED BY SIZE
               INTO DISPOSITION-TEXT.
           PERFORM WRITE-REGISTER-LINE.
           MOVE SPACES TO SCREEN-MESSAGE.
           STRING 'HELD FOR APPROVAL AS ITEM ' DELIMITED BY SIZE
                  HOLD-ITEM-ID DELIMITED BY SIZE
                  ' - NOT YET APPLIED' DELIMITED BY SIZE
               INTO SCREEN-MESSAGE.

       JUDGE-DELETE-TRANSITION.
           IF RULES-NOT-LOADED
               SET TRANSITION-ALLOWED TO TRUE
           ELSE
               SET RULE-IDX TO 1
               SEARCH RULE-ENTRY
                   AT END SET TRANSITION-BARRED TO TRUE
                   WHEN RULE-TAB-TYPE(RULE-IDX) = 'D'
                       AND (RULE-TAB-FROM(RULE-IDX)
                               = MSTRW-STATUS-CODE
                           OR RULE-TAB-FROM(RULE-IDX) = '**')
                       SET TRANSITION-ALLOWED TO TRUE
               END-SEARCH
           END-IF.

       EDIT-TRANSACTION-FIELDS.
      * MSTRUPDT's edits - usable key, valid CCYYMMDD effective date,
      * numeric amount, known status code - with the first field that
      * fails named on the screen.
           SET TXN-PASSES-EDITS TO TRUE.

           IF TXN-KEY = SPACES OR TXN-KEY = LOW-VALUES
               SET TXN-FAILS-EDITS TO TRUE
               MOVE 'KEY IS REQUIRED' TO SCREEN-MESSAGE
           END-IF.

           IF TXN-PASSES-EDITS
               PERFORM EDIT-TRANSACTION-DATE
               IF TXN-FAILS-EDITS
                   MOVE 'EFFECTIVE DATE IS NOT A VALID CCYYMMDD DATE'
                       TO SCREEN-MESSAGE
               END-IF
           END-IF.

           IF TXN-PASSES-EDITS AND TXN-AMOUNT IS NOT NUMERIC
               SET TXN-FAILS-EDITS TO TRUE
               MOVE 'AMOUNT IS NOT NUMERIC' TO SCREEN-MESSAGE
           END-IF.

           IF TXN-PASSES-EDITS
               MOVE TXN-STATUS-CODE TO SREF-LOOKUP-CODE
               PERFORM LOOKUP-STATUS-REFERENCE
               IF SREF-CODE-NOT-IN-FORCE
                   SET TXN-FAILS-EDITS TO TRUE
                   MOVE 'STATUS CODE IS NOT IN FORCE ON STATCODE.DAT'
                       TO SCREEN-MESSAGE
               END-IF
           END-IF.

       EDIT-TRANSACTION-DATE.
           IF TXN-EFFECTIVE-YEAR IS NOT NUMERIC
                   OR TXN-EFFECTIVE-MONTH IS NOT NUMERIC
                   OR TXN-EFFECTIVE-DAY IS NOT NUMERIC
               SET TXN-FAILS-EDITS TO TRUE
           ELSE
               IF TXN-EFFECTIVE-MONTH < 01
                       OR TXN-EFFECTIVE-MONTH > 12
                   SET TXN-FAILS-EDITS TO TRUE
               ELSE
                   MOVE DAYS-IN-MONTH(TXN-EFFECTIVE-MONTH)
                       TO MONTH-DAY-LIMIT
                   IF TXN-EFFECTIVE-MONTH = 02
                       DIVIDE TXN-EFFECTIVE-YEAR BY 4
                           GIVING LEAP-QUOTIENT
                           REMAINDER LEAP-REMAINDER-4
                       DIVIDE TXN-EFFECTIVE-YEAR BY 100
                           GIVING LEAP-QUOTIENT
                           REMAINDER LEAP-REMAINDER-100
                       DIVIDE TXN-EFFECTIVE-YEAR BY 400
                           GIVING LEAP-QUOTIENT
                           REMAINDER LEAP-REMAINDER-400
                       IF LEAP-REMAINDER-400 = 0
                               OR (LEAP-REMAINDER-4 = 0
                               AND LEAP-REMAINDER-100 NOT = 0)
                           MOVE 29 TO MONTH-DAY-LIMIT
                       END-IF
                   END-IF
                   IF TXN-EFFECTIVE-DAY < 01
                           OR TXN-EFFECTIVE-DAY > MONTH-DAY-LIMIT
                       SET TXN-FAILS-EDITS TO TRUE
                   END-IF
               END-IF
           END-IF.

       WRITE-REGISTER-APPLIED.
           MOVE 'APPLIED' TO DISPOSITION-TEXT.
           PERFORM WRITE-REGISTER-LINE.
           COMPUTE APPLIED-TOTAL = ADD-APPLIED-COUNT
               + CHG-APPLIED-COUNT.

       WRITE-REGISTER-LINE.
           MOVE SPACES TO REGISTER-RECORD.
           MOVE RUN-IDENTIFIER TO REGISTER-RUN-ID.
           MOVE TXN-ACTION TO REGISTER-ACTION.
           MOVE TXN-KEY TO REGISTER-KEY.
           MOVE DISPOSITION-TEXT TO REGISTER-DISPOSITION.
           MOVE OPERATOR-ID TO REGISTER-OPERATOR-ID.
           WRITE REGISTER-RECORD.

       JOURNAL-APPLIED-ADD.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE RUN-IDENTIFIER TO JRNL-RUN-ID.
           MOVE TXN-ACTION TO JRNL-ACTION.
           MOVE TXN-KEY TO JRNL-KEY.
           MOVE 'N' TO JRNL-BEFORE-FLAG.
           MOVE 'Y' TO JRNL-AFTER-FLAG.
           MOVE TXN-SOURCE TO JRNL-AFTER-SOURCE.
           MOVE TXN-DATA TO JRNL-AFTER-DATA.
           WRITE JOURNAL-RECORD.

       JOURNAL-APPLIED-CHANGE.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE RUN-IDENTIFIER TO JRNL-RUN-ID.
           MOVE TXN-ACTION TO JRNL-ACTION.
           MOVE TXN-KEY TO JRNL-KEY.
           MOVE 'Y' TO JRNL-BEFORE-FLAG.
           MOVE BEFORE-SOURCE-HOLD TO JRNL-BEFORE-SOURCE.
           MOVE BEFORE-DATA-HOLD TO JRNL-BEFORE-DATA.
           MOVE 'Y' TO JRNL-AFTER-FLAG.
           MOVE TXN-SOURCE TO JRNL-AFTER-SOURCE.
           MOVE TXN-DATA TO JRNL-AFTER-DATA.
           WRITE JOURNAL-RECORD.

       RECORD-MASTER-IO-ERROR.
      * The entry is registered as MSTRUPDT registers its I/O errors,
      * and the session carries on - the operator decides whether to
      * keep working or sign off and call for help.
           ADD 1 TO ENTRY-REFUSED-COUNT.
           SET MASTER-ERROR-OCCURRED TO TRUE.
           MOVE SPACES TO SCREEN-MESSAGE.
           STRING '*** MASTER FILE I/O ERROR - STATUS '
                      DELIMITED BY SIZE
                  MASTER-FILE-STATUS DELIMITED BY SIZE
                  ' - NOTHING APPLIED ***' DELIMITED BY SIZE
               INTO SCREEN-MESSAGE.
           IF TXN-ACTION NOT = SPACES AND NOT ENTRY-IS-LOOKUP
               MOVE 'REJECTED - MASTER I/O ERROR'
                   TO DISPOSITION-TEXT
               PERFORM WRITE-REGISTER-LINE
           END-IF.

       PRINT-SESSION-REPORT.
           DISPLAY '==========================================='.
           DISPLAY 'MSTRMNT MASTER MAINTENANCE SESSION SUMMARY'.
           DISPLAY '==========================================='.
           DISPLAY 'SESSION RUN ID  . . . . . . . . : '
               RUN-IDENTIFIER.
           DISPLAY 'OPERATOR ID . . . . . . . . . . : '
               OPERATOR-ID.
           DISPLAY 'LOOK-UPS  . . . . . . . . . . . : '
               LOOKUP-COUNT.
           DISPLAY 'ADDS APPLIED  . . . . . . . . . : '
               ADD-APPLIED-COUNT.
           DISPLAY 'CHANGES APPLIED . . . . . . . . : '
               CHG-APPLIED-COUNT.
           DISPLAY 'DELETES HELD FOR APPROVAL . . . : '
               DEL-HELD-COUNT.
           DISPLAY 'ENTRIES REFUSED AT THE SCREEN . : '
               ENTRY-REFUSED-COUNT.
           DISPLAY 'ENTRIES HELD FOR APPROVAL . . . : '
               ENTRY-HELD-COUNT.
           IF MASTER-ERROR-OCCURRED
               DISPLAY '*** WARNING - MASTER FILE I/O ERROR DURING '
                   'THE SESSION ***'
           END-IF.
           DISPLAY '==========================================='.
