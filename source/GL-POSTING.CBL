       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.

      * General-ledger posting interface: runs after DELTAGEN and
      * turns the cycle's DELTA.DAT into balanced GL journal entries,
      * so finance no longer keys the day's balance movements by hand
      * off the MERGE3FILES control report.
      *
      * Each delta event becomes one journal entry, every line posted
      * to the GL account STATCODE.DAT assigns to the STATUS-CODE
      * involved, and balanced against the intake clearing account:
      *   ADD    - the full AMOUNT, status account against clearing
      *   DELETE - the full AMOUNT reversed, clearing against the
      *            status account
      *   CHANGE - the AMOUNT difference, status account against
      *            clearing; when the status moved, the old balance
      *            is first transferred from the old status account
      *            to the new one, so each account ends up carrying
      *            exactly the records now in its status
      *   REKEY  - posted exactly as a CHANGE, the before-image being
      *            last run's record on the old key the event names
      *            (a bare re-numbering moves no money and posts
      *            nothing); the journal lines carry the new key
      * A positive movement debits the status account, a negative one
      * credits it - amounts on the interface are always unsigned.
      * DELTA.DAT carries only this run's image of a CHANGE, so the
      * before-image (old AMOUNT and STATUS-CODE) is matched out of
      * PRIOROUT.DAT, the copy DELTAGEN compared against, in the key
      * sequence both files share (MERGE-SORT-ORDER is honoured). A
      * REKEY's old key can sit anywhere in that sequence, so its
      * before-image is looked up on a separate pass of PRIOROUT.DAT.
      *
      * The accounts come off the status reference STATCODE.DAT (see
      * STATREF), kept through STATMNT - the GL account on each status
      * code's line, the code's description printed beside it on the
      * register. Two lines there are not statuses: '**' names the
      * intake clearing account every entry balances against, '??'
      * the suspense account for a status with no GL account. A code
      * is posted whatever its effective and expiry dates - a retired
      * status still has balances to move. A missing file, or one
      * without a clearing account, is a configuration error
      * (RETURN-CODE 16) - nothing is posted.
      *
      * Proof: the net movement posted to each status must equal the
      * change in that status's 'T' output amount on RUNHIST.DAT
      * between the newest merge run and the one before it (no
      * earlier run counts as zero - the first cycle posts the whole
      * book as ADDs). When any status fails to tie, when the debits
      * and credits do not balance, when DELTA.DAT's trailer does not
      * verify, or when a CHANGE or REKEY has no before-image on
      * PRIOROUT.DAT,
      * the interface is HELD: the run ends with RETURN-CODE 8 and
      * GLINTF.NEW must not be released. The scheduler renames
      * GLINTF.NEW to GLINTF.DAT only after this step ends cleanly -
      * the REJAGED.NEW protocol - so the ledger never sees a file
      * that does not tie.
      *
      * GLINTF.NEW is wrapped in the 'HDR'/'TRL' controls our other
      * producers write (file date; line count and 15-digit key hash)
      * so the GL loader can detect a truncated transmission.
      *
      * GLREG.DAT is the posting register for finance sign-off,
      * rewritten every run: every journal line, the debit and credit
      * totals per account, the per-status tie against RUNHIST.DAT,
      * the released or held verdict, and signature lines.
      *
      * As in MERGE3FILES, every ASSIGN TO 'literal' resolves at run
      * time against DD_<literal> in the environment before falling
      * back to the literal itself.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT DELTA-FILE ASSIGN TO 'DELTA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DELTA-FILE-STATUS.

           SELECT PRIOR-FILE ASSIGN TO 'PRIOROUT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIOR-FILE-STATUS.

           SELECT OLD-KEY-FILE ASSIGN TO 'PRIOROUT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLD-KEY-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO 'STATCODE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCOUNT-FILE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-HISTORY-STATUS.

           SELECT INTERFACE-FILE ASSIGN TO 'GLINTF.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSTING-REGISTER-FILE ASSIGN TO 'GLREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CYCLE-STATUS-FILE ASSIGN TO 'CYCSTAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCLE-STATUS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD DELTA-FILE.
       01 DELTA-RECORD.
           05 DELTA-ACTION     PIC X(06).
               88 DELTA-IS-ADD         VALUE 'ADD'.
               88 DELTA-IS-CHANGE      VALUE 'CHANGE'.
               88 DELTA-IS-DELETE      VALUE 'DELETE'.
               88 DELTA-IS-REKEY       VALUE 'REKEY'.
           05 DELTA-KEY        PIC X(10).
           05 DELTA-SOURCE     PIC X(40).
           05 DELTA-DATA.
               COPY BUSDATA REPLACING ==:PFX:== BY ==DELTA==.
           05 DELTA-OLD-KEY    PIC X(10).
       01 DELTA-HEADER-RECORD.
           05 DELTA-HEADER-LITERAL  PIC X(03).
               88 DELTA-IS-HEADER       VALUE 'HDR'.
           05 DELTA-HEADER-FILE-DATE PIC 9(08).
           05 FILLER                PIC X(125).
       01 DELTA-TRAILER-RECORD.
           05 DELTA-TRAILER-LITERAL PIC X(03).
               88 DELTA-IS-TRAILER      VALUE 'TRL'.
           05 DELTA-TRAILER-COUNT   PIC 9(09).
           05 DELTA-TRAILER-KEY-HASH PIC 9(15).
           05 FILLER                PIC X(109).

       FD PRIOR-FILE.
       01 PRIOR-RECORD.
           05 PRIOR-KEY        PIC X(10).
           05 PRIOR-SOURCE     PIC X(40).
           05 PRIOR-DATA.
               COPY BUSDATA REPLACING ==:PFX:== BY ==PRIOR==.

      * PRIOROUT.DAT again, read through from the top for each REKEY.
       FD OLD-KEY-FILE.
       01 OLDKEY-RECORD.
           05 OLDKEY-KEY       PIC X(10).
           05 OLDKEY-SOURCE    PIC X(40).
           05 OLDKEY-DATA.
               COPY BUSDATA REPLACING ==:PFX:== BY ==OLDKEY==.

       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY STATREF REPLACING ==:PFX:== BY ==ACCOUNT==.

       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-RECORD.
           05 HISTORY-RECORD-TYPE   PIC X(01).
           05 HISTORY-RUN-ID        PIC X(16).
           05 HISTORY-RECORD-BODY   PIC X(75).
       01 RUN-STATUS-AMOUNT-RECORD.
           05 FILLER                PIC X(01).
           05 FILLER                PIC X(16).
           05 STATUS-HIST-CODE      PIC X(02).
           05 STATUS-HIST-AMOUNT    PIC S9(13)V9(02).
           05 FILLER                PIC X(58).

      * One interface record per journal line. The journal number
      * groups the lines of one delta event; within a journal the
      * debits always equal the credits.
       FD INTERFACE-FILE.
       01 INTERFACE-RECORD.
           05 GLI-RUN-ID           PIC X(16).
           05 GLI-JOURNAL-NUMBER   PIC 9(07).
           05 GLI-LINE-NUMBER      PIC 9(02).
           05 GLI-ACCOUNT          PIC X(12).
           05 GLI-DEBIT-CREDIT     PIC X(02).
           05 GLI-AMOUNT           PIC 9(13)V9(02).
           05 GLI-EVENT            PIC X(06).
           05 GLI-KEY              PIC X(10).
           05 GLI-STATUS-CODE      PIC X(02).
           05 GLI-POSTING-DATE     PIC 9(08).

       FD POSTING-REGISTER-FILE.
       01 REGISTER-LINE            PIC X(132).

       FD CYCLE-STATUS-FILE.
       01 CYCLE-STATUS-RECORD.
           COPY CYCSTAT REPLACING ==:PFX:== BY ==CYC==.

       WORKING-STORAGE SECTION.
       01 DELTA-EOF-FLAG     PIC X VALUE 'N'.
       01 PRIOR-EOF-FLAG     PIC X VALUE 'N'.
       01 ACCOUNT-EOF-FLAG   PIC X VALUE 'N'.
       01 HISTORY-EOF-FLAG   PIC X VALUE 'N'.

       01 DELTA-FILE-STATUS  PIC X(02) VALUE '00'.
           88 DELTA-FILE-FOUND          VALUE '00'.
           88 DELTA-FILE-NOT-FOUND      VALUE '35'.

       01 PRIOR-FILE-STATUS  PIC X(02) VALUE '00'.
           88 PRIOR-FILE-FOUND          VALUE '00'.
           88 PRIOR-FILE-NOT-FOUND      VALUE '35'.

       01 OLD-KEY-FILE-STATUS PIC X(02) VALUE '00'.
           88 OLD-KEY-FILE-FOUND        VALUE '00'.
           88 OLD-KEY-FILE-NOT-FOUND    VALUE '35'.

       01 OLD-KEY-EOF-FLAG   PIC X(01) VALUE 'N'.

       01 ACCOUNT-FILE-STATUS PIC X(02) VALUE '00'.
           88 ACCOUNT-FILE-FOUND        VALUE '00'.
           88 ACCOUNT-FILE-NOT-FOUND    VALUE '35'.

       01 RUN-HISTORY-STATUS PIC X(02) VALUE '00'.
           88 RUN-HISTORY-FOUND         VALUE '00'.
           88 RUN-HISTORY-NOT-FOUND     VALUE '35'.

       01 CYCLE-STATUS-STATUS PIC X(02) VALUE '00'.
           88 CYCLE-STATUS-FOUND        VALUE '00'.
           88 CYCLE-STATUS-NOT-FOUND    VALUE '35'.

       01 COMPLETION-CODE    PIC 9(02) VALUE 0.

       01 SORT-ORDER-PARM    PIC X(10) VALUE SPACES.

       01 SORT-ORDER-SWITCH  PIC X(01) VALUE 'A'.
           88 SORT-ORDER-IS-ASCENDING   VALUE 'A'.
           88 SORT-ORDER-IS-DESCENDING  VALUE 'D'.

      * The two newest merge runs on RUNHIST.DAT - the cycle these
      * postings belong to and the one its 'T' totals are compared
      * against.
       01 LATEST-RUN-ID      PIC X(16) VALUE SPACES.
       01 PREVIOUS-RUN-ID    PIC X(16) VALUE SPACES.
       01 RUN-DATE           PIC 9(08) VALUE 0.

      * Delta-file controls - the same header/trailer discipline
      * MSTRUPDT applies to a delta fed to it as transactions.
       01 DELTA-CONTROL-SWITCH PIC X(01) VALUE 'N'.
           88 DELTA-HAS-NO-CONTROLS     VALUE 'N'.
           88 DELTA-HAS-CONTROLS        VALUE 'C'.

       01 DELTA-FIRST-RECORD-SWITCH PIC X(01) VALUE 'Y'.
           88 DELTA-ON-FIRST-RECORD     VALUE 'Y'.
           88 DELTA-PAST-FIRST-RECORD   VALUE 'N'.

       01 DELTA-TRAILER-SWITCH PIC X(01) VALUE 'N'.
           88 DELTA-TRAILER-SEEN        VALUE 'Y'.
           88 DELTA-TRAILER-NOT-SEEN    VALUE 'N'.

       01 DELTA-INTAKE-AREAS.
           05 DELTA-DECLARED-COUNT PIC 9(09) COMP VALUE 0.
           05 DELTA-ACTUAL-COUNT   PIC 9(09) COMP VALUE 0.
           05 DELTA-DECLARED-HASH  PIC 9(15) COMP VALUE 0.
           05 DELTA-ACTUAL-HASH    PIC 9(15) COMP VALUE 0.
           05 DELTA-KEY-WORK       PIC 9(10) VALUE 0.

      * Why the interface is being held, if it is - the first cause
      * found is the one reported on the register.
       01 HOLD-SWITCH        PIC X(01) VALUE 'N'.
           88 INTERFACE-IS-HELD         VALUE 'Y'.
           88 INTERFACE-IS-RELEASED     VALUE 'N'.
       01 HOLD-REASON        PIC X(40) VALUE SPACES.

      * One entry per STATCODE.DAT line carrying a GL account - up to
      * the 50 status codes STATMNT lets on, plus the '**' clearing
      * and '??' suspense lines.
       01 ACCOUNT-TABLE-CONTROLS.
           05 ACCOUNT-COUNT         PIC 9(04) COMP VALUE 0.
           05 ACCOUNT-TABLE-MAXIMUM PIC 9(04) COMP VALUE 52.

       01 ACCOUNT-TABLE.
           05 ACCOUNT-ENTRY OCCURS 52 TIMES
                   INDEXED BY ACCT-IDX.
               10 ACCT-TAB-STATUS      PIC X(02).
               10 ACCT-TAB-NUMBER      PIC X(12).
               10 ACCT-TAB-DESCRIPTION PIC X(30).
               10 ACCT-TAB-DEBITS      PIC S9(13)V9(02) COMP.
               10 ACCT-TAB-CREDITS     PIC S9(13)V9(02) COMP.

       01 CLEARING-SLOT      PIC 9(04) COMP VALUE 0.
       01 SUSPENSE-SLOT      PIC 9(04) COMP VALUE 0.
       01 POSTING-SLOT       PIC 9(04) COMP VALUE 0.
       01 LOOKUP-STATUS-CODE PIC X(02) VALUE SPACES.

      * One entry per status code seen on either side of the proof:
      * the 'T' amount of the previous and the newest merge run, and
      * the net movement this run posted to that status. MERGE3FILES
      * writes a 'T' record for each of up to 50 codes plus its '??'
      * guard slot, so the table is sized to match.
       01 TIE-TABLE-CONTROLS.
           05 TIE-COUNT             PIC 9(04) COMP VALUE 0.
           05 TIE-TABLE-MAXIMUM     PIC 9(04) COMP VALUE 51.

       01 TIE-TABLE.
           05 TIE-ENTRY OCCURS 51 TIMES
                   INDEXED BY TIE-IDX.
               10 TIE-STATUS-CODE      PIC X(02).
               10 TIE-PREVIOUS-AMOUNT  PIC S9(13)V9(02) COMP.
               10 TIE-LATEST-AMOUNT    PIC S9(13)V9(02) COMP.
               10 TIE-POSTED-AMOUNT    PIC S9(13)V9(02) COMP.

       01 TIE-STATUS-WORK    PIC X(02) VALUE SPACES.
       01 TIE-EXPECTED-WORK  PIC S9(13)V9(02) COMP VALUE 0.
       01 TIE-FAIL-COUNT     PIC 9(04) COMP VALUE 0.

      * The journal being built for the current delta event - at most
      * four lines (a status transfer pair plus a difference pair).
       01 JOURNAL-NUMBER     PIC 9(07) VALUE 0.
       01 JOURNAL-LINE-COUNT PIC 9(02) VALUE 0.
       01 POSTING-AMOUNT     PIC S9(13)V9(02) COMP VALUE 0.
       01 POSTING-STATUS     PIC X(02) VALUE SPACES.
       01 CONTRA-SLOT        PIC 9(04) COMP VALUE 0.
       01 DIFFERENCE-AMOUNT  PIC S9(13)V9(02) COMP VALUE 0.

       01 BEFORE-IMAGE-SWITCH PIC X(01) VALUE 'N'.
           88 BEFORE-IMAGE-FOUND        VALUE 'Y'.
           88 BEFORE-IMAGE-MISSING      VALUE 'N'.

      * The before-image found for a CHANGE or a REKEY, whichever
      * pass of PRIOROUT.DAT it came from.
       01 BEFORE-AMOUNT      PIC S9(11)V9(02) VALUE 0.
       01 BEFORE-STATUS-CODE PIC X(02) VALUE SPACES.

       01 POSTING-TOTALS.
           05 ADD-POSTED-COUNT     PIC 9(09) COMP VALUE 0.
           05 CHANGE-POSTED-COUNT  PIC 9(09) COMP VALUE 0.
           05 DELETE-POSTED-COUNT  PIC 9(09) COMP VALUE 0.
           05 REKEY-POSTED-COUNT   PIC 9(09) COMP VALUE 0.
           05 TRANSFER-COUNT       PIC 9(09) COMP VALUE 0.
           05 NO-MOVEMENT-COUNT    PIC 9(09) COMP VALUE 0.
           05 UNPOSTABLE-COUNT     PIC 9(09) COMP VALUE 0.
           05 NO-BEFORE-IMAGE-COUNT PIC 9(09) COMP VALUE 0.
           05 INTERFACE-LINE-COUNT PIC 9(09) COMP VALUE 0.
           05 TOTAL-DEBITS         PIC S9(13)V9(02) COMP VALUE 0.
           05 TOTAL-CREDITS        PIC S9(13)V9(02) COMP VALUE 0.

      * Outbound header/trailer controls, as DELTAGEN writes them.
       01 CONTROL-WRAP-AREAS.
           05 WRAP-KEY-HASH       PIC 9(15) COMP VALUE 0.
           05 WRAP-KEY-WORK       PIC 9(10) VALUE 0.

       01 WRAP-HEADER-RECORD.
           05 FILLER              PIC X(03) VALUE 'HDR'.
           05 WRAP-HEADER-DATE    PIC 9(08).

       01 WRAP-TRAILER-RECORD.
           05 FILLER              PIC X(03) VALUE 'TRL'.
           05 WRAP-TRAILER-COUNT  PIC 9(09).
           05 WRAP-TRAILER-HASH   PIC 9(15).

       01 AMOUNT-EDITED       PIC +9(13).9(02).
       01 SECOND-AMOUNT-EDITED PIC +9(13).9(02).
       01 COUNT-EDITED        PIC Z(08)9.

      * Register print lines.
       01 REGISTER-DETAIL-LINE.
           05 RDL-JOURNAL-NUMBER  PIC 9(07).
           05 FILLER              PIC X(01) VALUE '-'.
           05 RDL-LINE-NUMBER     PIC 9(02).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RDL-EVENT           PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RDL-KEY             PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RDL-STATUS-CODE     PIC X(02).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RDL-ACCOUNT         PIC X(12).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RDL-DEBIT           PIC Z(12)9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RDL-CREDIT          PIC Z(12)9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RDL-DESCRIPTION     PIC X(30).
           05 FILLER              PIC X(14) VALUE SPACES.

       01 REGISTER-ACCOUNT-LINE.
           05 RAL-ACCOUNT         PIC X(12).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RAL-STATUS-CODE     PIC X(02).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RAL-DESCRIPTION     PIC X(30).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RAL-DEBITS          PIC Z(12)9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RAL-CREDITS         PIC Z(12)9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RAL-NET             PIC +(13)9.99.
           05 FILLER              PIC X(27) VALUE SPACES.

       01 REGISTER-TIE-LINE.
           05 FILLER              PIC X(08) VALUE 'STATUS  '.
           05 RTL-STATUS-CODE     PIC X(02).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RTL-PREVIOUS        PIC +(13)9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RTL-LATEST          PIC +(13)9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RTL-EXPECTED        PIC +(13)9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RTL-POSTED          PIC +(13)9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RTL-VERDICT         PIC X(12).
           05 FILLER              PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM SELECT-SORT-ORDER.
           PERFORM LOAD-ACCOUNT-TABLE.
           PERFORM LOAD-RUN-HISTORY-TOTALS.

           OPEN INPUT DELTA-FILE.
           IF DELTA-FILE-NOT-FOUND
               DISPLAY '*** ERROR - DELTA.DAT NOT FOUND - NOTHING '
                   'TO POST - RUN DELTAGEN FIRST ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PRIOR-FILE.
           IF PRIOR-FILE-NOT-FOUND
               DISPLAY 'PRIOROUT.DAT NOT FOUND - NO BEFORE-IMAGES '
                   'AVAILABLE FOR CHANGE POSTINGS'
               MOVE 'Y' TO PRIOR-EOF-FLAG
           ELSE
               PERFORM READ-PRIOR-FILE
           END-IF.

           OPEN OUTPUT INTERFACE-FILE.
           MOVE RUN-DATE TO WRAP-HEADER-DATE.
           MOVE SPACES TO INTERFACE-RECORD.
           MOVE WRAP-HEADER-RECORD TO INTERFACE-RECORD.
           WRITE INTERFACE-RECORD.

           OPEN OUTPUT POSTING-REGISTER-FILE.
           PERFORM WRITE-REGISTER-HEADING.

           PERFORM UNTIL DELTA-EOF-FLAG = 'Y'
               READ DELTA-FILE
                   AT END MOVE 'Y' TO DELTA-EOF-FLAG
                   NOT AT END
                       PERFORM PROCESS-ONE-DELTA-RECORD
               END-READ
           END-PERFORM.

           MOVE INTERFACE-LINE-COUNT TO WRAP-TRAILER-COUNT.
           MOVE WRAP-KEY-HASH TO WRAP-TRAILER-HASH.
           MOVE SPACES TO INTERFACE-RECORD.
           MOVE WRAP-TRAILER-RECORD TO INTERFACE-RECORD.
           WRITE INTERFACE-RECORD.

           CLOSE DELTA-FILE INTERFACE-FILE.
           IF NOT PRIOR-FILE-NOT-FOUND
               CLOSE PRIOR-FILE
           END-IF.

           PERFORM JUDGE-DELTA-CONTROLS.
           PERFORM PROVE-STATUS-MOVEMENT.

           IF TOTAL-DEBITS NOT = TOTAL-CREDITS
               MOVE 'DEBITS DO NOT EQUAL CREDITS' TO HOLD-REASON
               SET INTERFACE-IS-HELD TO TRUE
           END-IF.

           PERFORM WRITE-REGISTER-SUMMARY.
           CLOSE POSTING-REGISTER-FILE.

           PERFORM PRINT-POSTING-REPORT.

           IF INTERFACE-IS-HELD
               MOVE 8 TO COMPLETION-CODE
           END-IF.

           PERFORM WRITE-CYCLE-STATUS.

           MOVE COMPLETION-CODE TO RETURN-CODE.

           STOP RUN.

       SELECT-SORT-ORDER.
           ACCEPT SORT-ORDER-PARM FROM ENVIRONMENT 'MERGE-SORT-ORDER'.

           IF SORT-ORDER-PARM = 'DESCENDING' OR SORT-ORDER-PARM = 'D'
               SET SORT-ORDER-IS-DESCENDING TO TRUE
           ELSE
               SET SORT-ORDER-IS-ASCENDING TO TRUE
           END-IF.

       LOAD-ACCOUNT-TABLE.
      * The chart is required equipment - posting to an account
      * nobody named would put dollars where finance cannot find them.
           OPEN INPUT ACCOUNT-FILE.
           IF ACCOUNT-FILE-NOT-FOUND
               DISPLAY '*** ERROR - STATCODE.DAT NOT FOUND - NO GL '
                   'ACCOUNTS TO POST TO ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL ACCOUNT-EOF-FLAG = 'Y'
               READ ACCOUNT-FILE
                   AT END MOVE 'Y' TO ACCOUNT-EOF-FLAG
                   NOT AT END
                       IF ACCOUNT-CODE NOT = SPACES
                               AND ACCOUNT-GL-ACCOUNT NOT = SPACES
                           PERFORM ADD-ACCOUNT-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCOUNT-FILE.

           IF CLEARING-SLOT = 0
               DISPLAY '*** ERROR - STATCODE.DAT NAMES NO CLEARING '
                   'ACCOUNT (STATUS **) - ENTRIES CANNOT BALANCE ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY ACCOUNT-COUNT ' GL ACCOUNTS LOADED FROM '
               'STATCODE.DAT'.

       ADD-ACCOUNT-ENTRY.
           IF ACCOUNT-COUNT >= ACCOUNT-TABLE-MAXIMUM
               DISPLAY '*** ERROR - STATCODE.DAT LISTS MORE THAN '
                   ACCOUNT-TABLE-MAXIMUM ' ACCOUNTS - INCREASE '
                   'ACCOUNT-TABLE-MAXIMUM AND RECOMPILE ***'
               CLOSE ACCOUNT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO ACCOUNT-COUNT.
           SET ACCT-IDX TO ACCOUNT-COUNT.
           MOVE ACCOUNT-CODE TO ACCT-TAB-STATUS(ACCT-IDX).
           MOVE ACCOUNT-GL-ACCOUNT TO ACCT-TAB-NUMBER(ACCT-IDX).
           MOVE ACCOUNT-DESCRIPTION TO ACCT-TAB-DESCRIPTION(ACCT-IDX).
           MOVE 0 TO ACCT-TAB-DEBITS(ACCT-IDX).
           MOVE 0 TO ACCT-TAB-CREDITS(ACCT-IDX).

           IF ACCOUNT-CODE = '**'
               MOVE ACCOUNT-COUNT TO CLEARING-SLOT
           END-IF.
           IF ACCOUNT-CODE = '??'
               MOVE ACCOUNT-COUNT TO SUSPENSE-SLOT
           END-IF.

       LOAD-RUN-HISTORY-TOTALS.
      * One pass over the history. Each 'S' record starts a new run:
      * what had been the newest run's 'T' amounts become the
      * previous run's, and the 'T' records that follow under the
      * new run id are accumulated as the newest. At end of file the
      * table holds exactly the last two runs.
           OPEN INPUT RUN-HISTORY-FILE.

           IF RUN-HISTORY-NOT-FOUND
               DISPLAY '*** WARNING - RUNHIST.DAT NOT FOUND - '
                   'STATUS TOTALS TREATED AS ZERO ***'
               MOVE 'Y' TO HISTORY-EOF-FLAG
           END-IF.

           PERFORM UNTIL HISTORY-EOF-FLAG = 'Y'
               READ RUN-HISTORY-FILE
                   AT END MOVE 'Y' TO HISTORY-EOF-FLAG
                   NOT AT END
                       PERFORM APPLY-ONE-HISTORY-RECORD
               END-READ
           END-PERFORM.

           IF NOT RUN-HISTORY-NOT-FOUND
               CLOSE RUN-HISTORY-FILE
           END-IF.

       APPLY-ONE-HISTORY-RECORD.
           IF HISTORY-RECORD-TYPE = 'S'
               MOVE LATEST-RUN-ID TO PREVIOUS-RUN-ID
               MOVE HISTORY-RUN-ID TO LATEST-RUN-ID
               PERFORM VARYING TIE-IDX FROM 1 BY 1
                       UNTIL TIE-IDX > TIE-COUNT
                   MOVE TIE-LATEST-AMOUNT(TIE-IDX)
                       TO TIE-PREVIOUS-AMOUNT(TIE-IDX)
                   MOVE 0 TO TIE-LATEST-AMOUNT(TIE-IDX)
               END-PERFORM
           ELSE
               IF HISTORY-RECORD-TYPE = 'T'
                       AND HISTORY-RUN-ID = LATEST-RUN-ID
                       AND STATUS-HIST-AMOUNT IS NUMERIC
                   MOVE STATUS-HIST-CODE TO TIE-STATUS-WORK
                   PERFORM FIND-TIE-ENTRY
                   ADD STATUS-HIST-AMOUNT
                       TO TIE-LATEST-AMOUNT(TIE-IDX)
               END-IF
           END-IF.

       FIND-TIE-ENTRY.
      * Leaves TIE-IDX on the entry for TIE-STATUS-WORK, adding one
      * when the code has not been seen before.
           SET TIE-IDX TO 1.
           SEARCH TIE-ENTRY
               AT END PERFORM ADD-TIE-ENTRY
               WHEN TIE-IDX > TIE-COUNT
                   PERFORM ADD-TIE-ENTRY
               WHEN TIE-STATUS-CODE(TIE-IDX) = TIE-STATUS-WORK
                   CONTINUE
           END-SEARCH.

       ADD-TIE-ENTRY.
           IF TIE-COUNT >= TIE-TABLE-MAXIMUM
               DISPLAY '*** ERROR - MORE THAN ' TIE-TABLE-MAXIMUM
                   ' STATUS CODES TO PROVE - INCREASE '
                   'TIE-TABLE-MAXIMUM AND RECOMPILE ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO TIE-COUNT.
           SET TIE-IDX TO TIE-COUNT.
           MOVE TIE-STATUS-WORK TO TIE-STATUS-CODE(TIE-IDX).
           MOVE 0 TO TIE-PREVIOUS-AMOUNT(TIE-IDX).
           MOVE 0 TO TIE-LATEST-AMOUNT(TIE-IDX).
           MOVE 0 TO TIE-POSTED-AMOUNT(TIE-IDX).

       PROCESS-ONE-DELTA-RECORD.
      * The wrapper is recognised the way MSTRUPDT recognises it - a
      * header only as the first record, a trailer anywhere after it
      * - and everything else is a delta event to post.
           IF DELTA-ON-FIRST-RECORD AND DELTA-IS-HEADER
               SET DELTA-HAS-CONTROLS TO TRUE
           ELSE
               IF DELTA-HAS-CONTROLS AND DELTA-IS-TRAILER
                   SET DELTA-TRAILER-SEEN TO TRUE
                   IF DELTA-TRAILER-COUNT IS NUMERIC
                       MOVE DELTA-TRAILER-COUNT
                           TO DELTA-DECLARED-COUNT
                   END-IF
                   IF DELTA-TRAILER-KEY-HASH IS NUMERIC
                       MOVE DELTA-TRAILER-KEY-HASH
                           TO DELTA-DECLARED-HASH
                   END-IF
               ELSE
                   ADD 1 TO DELTA-ACTUAL-COUNT
                   IF DELTA-KEY IS NUMERIC
                       MOVE DELTA-KEY TO DELTA-KEY-WORK
                       ADD DELTA-KEY-WORK TO DELTA-ACTUAL-HASH
                   END-IF
                   PERFORM POST-ONE-DELTA-EVENT
               END-IF
           END-IF.
           SET DELTA-PAST-FIRST-RECORD TO TRUE.

       POST-ONE-DELTA-EVENT.
      * A record whose amount is not numeric never reached the 'T'
      * totals either (MERGE3FILES skips it the same way), so leaving
      * it unposted keeps the proof honest; it is counted and named.
           IF DELTA-AMOUNT IS NOT NUMERIC
               ADD 1 TO UNPOSTABLE-COUNT
               DISPLAY '*** WARNING - ' DELTA-ACTION ' KEY '
                   DELTA-KEY ' AMOUNT NOT NUMERIC - NOT POSTED ***'
           ELSE
               IF DELTA-IS-ADD
                   PERFORM POST-ADD-EVENT
               ELSE
                   IF DELTA-IS-DELETE
                       PERFORM POST-DELETE-EVENT
                   ELSE
                       IF DELTA-IS-CHANGE
                           PERFORM POST-CHANGE-EVENT
                       ELSE
                           IF DELTA-IS-REKEY
                               PERFORM POST-REKEY-EVENT
                           ELSE
                               ADD 1 TO UNPOSTABLE-COUNT
                               DISPLAY '*** WARNING - UNKNOWN DELTA '
                                   'ACTION ' DELTA-ACTION ' KEY '
                                   DELTA-KEY ' - NOT POSTED ***'
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       POST-ADD-EVENT.
           IF DELTA-AMOUNT = 0
               ADD 1 TO NO-MOVEMENT-COUNT
           ELSE
               PERFORM START-JOURNAL
               MOVE DELTA-STATUS-CODE TO POSTING-STATUS
               MOVE DELTA-AMOUNT TO POSTING-AMOUNT
               MOVE CLEARING-SLOT TO CONTRA-SLOT
               PERFORM POST-STATUS-MOVEMENT
           END-IF.
           ADD 1 TO ADD-POSTED-COUNT.

       POST-DELETE-EVENT.
      * The DELETE record carries last run's image, so the amount
      * and status being reversed are on the delta record itself.
           IF DELTA-AMOUNT = 0
               ADD 1 TO NO-MOVEMENT-COUNT
           ELSE
               PERFORM START-JOURNAL
               MOVE DELTA-STATUS-CODE TO POSTING-STATUS
               COMPUTE POSTING-AMOUNT = 0 - DELTA-AMOUNT
               MOVE CLEARING-SLOT TO CONTRA-SLOT
               PERFORM POST-STATUS-MOVEMENT
           END-IF.
           ADD 1 TO DELETE-POSTED-COUNT.

       POST-CHANGE-EVENT.
           PERFORM FIND-BEFORE-IMAGE.
           IF BEFORE-IMAGE-MISSING
               ADD 1 TO NO-BEFORE-IMAGE-COUNT
               DISPLAY '*** WARNING - CHANGE KEY ' DELTA-KEY
                   ' HAS NO BEFORE-IMAGE ON PRIOROUT.DAT - NOT '
                   'POSTED ***'
               IF INTERFACE-IS-RELEASED
                   MOVE 'CHANGE WITHOUT A BEFORE-IMAGE'
                       TO HOLD-REASON
                   SET INTERFACE-IS-HELD TO TRUE
               END-IF
           ELSE
               PERFORM POST-CHANGE-WITH-BEFORE-IMAGE
           END-IF.

       POST-REKEY-EVENT.
           PERFORM FIND-REKEY-BEFORE-IMAGE.
           IF BEFORE-IMAGE-MISSING
               ADD 1 TO NO-BEFORE-IMAGE-COUNT
               DISPLAY '*** WARNING - REKEY KEY ' DELTA-KEY
                   ' HAS NO BEFORE-IMAGE FOR OLD KEY ' DELTA-OLD-KEY
                   ' ON PRIOROUT.DAT - NOT POSTED ***'
               IF INTERFACE-IS-RELEASED
                   MOVE 'REKEY WITHOUT A BEFORE-IMAGE'
                       TO HOLD-REASON
                   SET INTERFACE-IS-HELD TO TRUE
               END-IF
           ELSE
               PERFORM POST-CHANGE-WITH-BEFORE-IMAGE
           END-IF.

       POST-CHANGE-WITH-BEFORE-IMAGE.
      * Transfer first, then the difference - so after both the new
      * status account carries the new amount and the old one has
      * given up everything it held for this key.
           COMPUTE DIFFERENCE-AMOUNT = DELTA-AMOUNT - BEFORE-AMOUNT.

           IF BEFORE-STATUS-CODE = DELTA-STATUS-CODE
                   AND DIFFERENCE-AMOUNT = 0
               ADD 1 TO NO-MOVEMENT-COUNT
           ELSE
               PERFORM START-JOURNAL
               IF BEFORE-STATUS-CODE NOT = DELTA-STATUS-CODE
                       AND BEFORE-AMOUNT NOT = 0
                   MOVE BEFORE-STATUS-CODE TO LOOKUP-STATUS-CODE
                   PERFORM FIND-POSTING-ACCOUNT
                   MOVE POSTING-SLOT TO CONTRA-SLOT
                   MOVE DELTA-STATUS-CODE TO POSTING-STATUS
                   MOVE BEFORE-AMOUNT TO POSTING-AMOUNT
                   PERFORM POST-STATUS-MOVEMENT
                   MOVE BEFORE-STATUS-CODE TO TIE-STATUS-WORK
                   PERFORM FIND-TIE-ENTRY
                   SUBTRACT BEFORE-AMOUNT
                       FROM TIE-POSTED-AMOUNT(TIE-IDX)
                   ADD 1 TO TRANSFER-COUNT
               END-IF
               IF DIFFERENCE-AMOUNT NOT = 0
                   MOVE DELTA-STATUS-CODE TO POSTING-STATUS
                   MOVE DIFFERENCE-AMOUNT TO POSTING-AMOUNT
                   MOVE CLEARING-SLOT TO CONTRA-SLOT
                   PERFORM POST-STATUS-MOVEMENT
               END-IF
               IF DELTA-IS-REKEY
                   ADD 1 TO REKEY-POSTED-COUNT
               ELSE
                   ADD 1 TO CHANGE-POSTED-COUNT
               END-IF
           END-IF.

       FIND-BEFORE-IMAGE.
      * Both files are in merge key sequence, so PRIOROUT.DAT only
      * ever moves forward: skip the keys that sort ahead of this
      * CHANGE, then the before-image is the record in hand or it
      * does not exist.
           PERFORM UNTIL PRIOR-EOF-FLAG = 'Y'
                   OR (SORT-ORDER-IS-ASCENDING
                       AND PRIOR-KEY NOT < DELTA-KEY)
                   OR (SORT-ORDER-IS-DESCENDING
                       AND PRIOR-KEY NOT > DELTA-KEY)
               PERFORM READ-PRIOR-FILE
           END-PERFORM.

           IF PRIOR-EOF-FLAG NOT = 'Y' AND PRIOR-KEY = DELTA-KEY
                   AND PRIOR-AMOUNT IS NUMERIC
               SET BEFORE-IMAGE-FOUND TO TRUE
               MOVE PRIOR-AMOUNT TO BEFORE-AMOUNT
               MOVE PRIOR-STATUS-CODE TO BEFORE-STATUS-CODE
           ELSE
               SET BEFORE-IMAGE-MISSING TO TRUE
           END-IF.

       FIND-REKEY-BEFORE-IMAGE.
      * The old key is nowhere near the new one in key sequence, so
      * the sequential pass above cannot reach it - PRIOROUT.DAT is
      * read through on its own for each re-numbering. They are few.
           SET BEFORE-IMAGE-MISSING TO TRUE.
           MOVE 'N' TO OLD-KEY-EOF-FLAG.
           OPEN INPUT OLD-KEY-FILE.
           IF OLD-KEY-FILE-NOT-FOUND
               MOVE 'Y' TO OLD-KEY-EOF-FLAG
           END-IF.

           PERFORM UNTIL OLD-KEY-EOF-FLAG = 'Y'
               READ OLD-KEY-FILE
                   AT END MOVE 'Y' TO OLD-KEY-EOF-FLAG
                   NOT AT END
                       IF OLDKEY-KEY = DELTA-OLD-KEY
                           MOVE 'Y' TO OLD-KEY-EOF-FLAG
                           IF OLDKEY-AMOUNT IS NUMERIC
                               SET BEFORE-IMAGE-FOUND TO TRUE
                               MOVE OLDKEY-AMOUNT TO BEFORE-AMOUNT
                               MOVE OLDKEY-STATUS-CODE
                                   TO BEFORE-STATUS-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF NOT OLD-KEY-FILE-NOT-FOUND
               CLOSE OLD-KEY-FILE
           END-IF.

       READ-PRIOR-FILE.
           READ PRIOR-FILE
               AT END MOVE 'Y' TO PRIOR-EOF-FLAG
           END-READ.

       START-JOURNAL.
           ADD 1 TO JOURNAL-NUMBER.
           MOVE 0 TO JOURNAL-LINE-COUNT.

       POST-STATUS-MOVEMENT.
      * One balanced pair: POSTING-AMOUNT moves into the account for
      * POSTING-STATUS and out of the account in CONTRA-SLOT. The
      * status side's movement is booked for the 'T' proof.
           IF POSTING-AMOUNT NOT = 0
               MOVE POSTING-STATUS TO LOOKUP-STATUS-CODE
               PERFORM FIND-POSTING-ACCOUNT
               IF POSTING-AMOUNT > 0
                   PERFORM WRITE-DEBIT-LINE
                   MOVE CONTRA-SLOT TO POSTING-SLOT
                   PERFORM WRITE-CREDIT-LINE
               ELSE
                   COMPUTE POSTING-AMOUNT = 0 - POSTING-AMOUNT
                   PERFORM WRITE-CREDIT-LINE
                   MOVE CONTRA-SLOT TO POSTING-SLOT
                   PERFORM WRITE-DEBIT-LINE
                   COMPUTE POSTING-AMOUNT = 0 - POSTING-AMOUNT
               END-IF
               MOVE POSTING-STATUS TO TIE-STATUS-WORK
               PERFORM FIND-TIE-ENTRY
               ADD POSTING-AMOUNT TO TIE-POSTED-AMOUNT(TIE-IDX)
           END-IF.

       FIND-POSTING-ACCOUNT.
      * A status finance has not charted goes to suspense; without a
      * suspense account there is nowhere honest to put it.
           SET ACCT-IDX TO 1.
           SEARCH ACCOUNT-ENTRY
               AT END MOVE 0 TO POSTING-SLOT
               WHEN ACCT-IDX > ACCOUNT-COUNT
                   MOVE 0 TO POSTING-SLOT
               WHEN ACCT-TAB-STATUS(ACCT-IDX) = LOOKUP-STATUS-CODE
                   SET POSTING-SLOT TO ACCT-IDX
           END-SEARCH.

           IF POSTING-SLOT = 0
               IF SUSPENSE-SLOT = 0
                   DISPLAY '*** ERROR - STATUS ' LOOKUP-STATUS-CODE
                       ' HAS NO GL ACCOUNT AND STATCODE.DAT NAMES NO '
                       'SUSPENSE ACCOUNT (STATUS ??) ***'
                   CLOSE DELTA-FILE INTERFACE-FILE
                       POSTING-REGISTER-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SUSPENSE-SLOT TO POSTING-SLOT
           END-IF.

       WRITE-DEBIT-LINE.
           SET ACCT-IDX TO POSTING-SLOT.
           ADD POSTING-AMOUNT TO ACCT-TAB-DEBITS(ACCT-IDX).
           ADD POSTING-AMOUNT TO TOTAL-DEBITS.
           MOVE 'DR' TO GLI-DEBIT-CREDIT.
           PERFORM WRITE-INTERFACE-LINE.

       WRITE-CREDIT-LINE.
           SET ACCT-IDX TO POSTING-SLOT.
           ADD POSTING-AMOUNT TO ACCT-TAB-CREDITS(ACCT-IDX).
           ADD POSTING-AMOUNT TO TOTAL-CREDITS.
           MOVE 'CR' TO GLI-DEBIT-CREDIT.
           PERFORM WRITE-INTERFACE-LINE.

       WRITE-INTERFACE-LINE.
      * Every journal line passes through here so the trailer and the
      * register always describe exactly what was written.
           ADD 1 TO JOURNAL-LINE-COUNT.
           ADD 1 TO INTERFACE-LINE-COUNT.
           MOVE LATEST-RUN-ID TO GLI-RUN-ID.
           MOVE JOURNAL-NUMBER TO GLI-JOURNAL-NUMBER.
           MOVE JOURNAL-LINE-COUNT TO GLI-LINE-NUMBER.
           MOVE ACCT-TAB-NUMBER(ACCT-IDX) TO GLI-ACCOUNT.
           MOVE POSTING-AMOUNT TO GLI-AMOUNT.
           MOVE DELTA-ACTION TO GLI-EVENT.
           MOVE DELTA-KEY TO GLI-KEY.
           MOVE ACCT-TAB-STATUS(ACCT-IDX) TO GLI-STATUS-CODE.
           MOVE RUN-DATE TO GLI-POSTING-DATE.
           IF GLI-KEY IS NUMERIC
               MOVE GLI-KEY TO WRAP-KEY-WORK
               ADD WRAP-KEY-WORK TO WRAP-KEY-HASH
           END-IF.
           WRITE INTERFACE-RECORD.

           MOVE JOURNAL-NUMBER TO RDL-JOURNAL-NUMBER.
           MOVE JOURNAL-LINE-COUNT TO RDL-LINE-NUMBER.
           MOVE DELTA-ACTION TO RDL-EVENT.
           MOVE DELTA-KEY TO RDL-KEY.
           MOVE ACCT-TAB-STATUS(ACCT-IDX) TO RDL-STATUS-CODE.
           MOVE ACCT-TAB-NUMBER(ACCT-IDX) TO RDL-ACCOUNT.
           MOVE ACCT-TAB-DESCRIPTION(ACCT-IDX) TO RDL-DESCRIPTION.
           IF GLI-DEBIT-CREDIT = 'DR'
               MOVE POSTING-AMOUNT TO RDL-DEBIT
               MOVE 0 TO RDL-CREDIT
           ELSE
               MOVE 0 TO RDL-DEBIT
               MOVE POSTING-AMOUNT TO RDL-CREDIT
           END-IF.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.

       JUDGE-DELTA-CONTROLS.
      * A delta without a wrapper is posted as it stands; a wrapped
      * one must account for every record it claims to carry.
           IF DELTA-HAS-CONTROLS
               IF DELTA-TRAILER-NOT-SEEN
                       OR DELTA-DECLARED-COUNT NOT = DELTA-ACTUAL-COUNT
                       OR DELTA-DECLARED-HASH NOT = DELTA-ACTUAL-HASH
                   DISPLAY '*** WARNING - DELTA.DAT TRAILER DOES NOT '
                       'VERIFY - POSSIBLE TRUNCATED FILE ***'
                   IF INTERFACE-IS-RELEASED
                       MOVE 'DELTA.DAT TRAILER DOES NOT VERIFY'
                           TO HOLD-REASON
                       SET INTERFACE-IS-HELD TO TRUE
                   END-IF
               END-IF
           END-IF.

       PROVE-STATUS-MOVEMENT.
      * For every status on either side: newest 'T' amount less the
      * previous one must equal what was posted to that status.
           MOVE 0 TO TIE-FAIL-COUNT.
           PERFORM VARYING TIE-IDX FROM 1 BY 1
                   UNTIL TIE-IDX > TIE-COUNT
               COMPUTE TIE-EXPECTED-WORK = TIE-LATEST-AMOUNT(TIE-IDX)
                   - TIE-PREVIOUS-AMOUNT(TIE-IDX)
               IF TIE-EXPECTED-WORK NOT = TIE-POSTED-AMOUNT(TIE-IDX)
                   ADD 1 TO TIE-FAIL-COUNT
               END-IF
           END-PERFORM.

           IF TIE-FAIL-COUNT > 0 AND INTERFACE-IS-RELEASED
               MOVE 'POSTINGS DO NOT TIE TO RUNHIST STATUS TOTALS'
                   TO HOLD-REASON
               SET INTERFACE-IS-HELD TO TRUE
           END-IF.

       WRITE-REGISTER-HEADING.
           MOVE SPACES TO REGISTER-LINE.
           STRING 'GLPOST GENERAL LEDGER POSTING REGISTER  '
                      DELIMITED BY SIZE
                  'POSTING DATE ' DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  '  CYCLE RUN ' DELIMITED BY SIZE
                  LATEST-RUN-ID DELIMITED BY SIZE
                  '  PREVIOUS RUN ' DELIMITED BY SIZE
                  PREVIOUS-RUN-ID DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE ALL '=' TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING 'JOURNAL-LN  EVENT   KEY         ST  ACCOUNT       '
                      DELIMITED BY SIZE
                  '          DEBIT            CREDIT  DESCRIPTION'
                      DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE ALL '-' TO REGISTER-LINE.
           WRITE REGISTER-LINE.

       WRITE-REGISTER-SUMMARY.
           MOVE ALL '-' TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING 'ACCOUNT TOTALS                                    '
                      DELIMITED BY SIZE
                  '          DEBITS           CREDITS               NET'
                      DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > ACCOUNT-COUNT
               MOVE ACCT-TAB-NUMBER(ACCT-IDX) TO RAL-ACCOUNT
               MOVE ACCT-TAB-STATUS(ACCT-IDX) TO RAL-STATUS-CODE
               MOVE ACCT-TAB-DESCRIPTION(ACCT-IDX) TO RAL-DESCRIPTION
               MOVE ACCT-TAB-DEBITS(ACCT-IDX) TO RAL-DEBITS
               MOVE ACCT-TAB-CREDITS(ACCT-IDX) TO RAL-CREDITS
               COMPUTE RAL-NET = ACCT-TAB-DEBITS(ACCT-IDX)
                   - ACCT-TAB-CREDITS(ACCT-IDX)
               MOVE REGISTER-ACCOUNT-LINE TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-PERFORM.
           MOVE SPACES TO REGISTER-ACCOUNT-LINE.
           MOVE 'ALL ACCOUNTS' TO RAL-ACCOUNT.
           MOVE TOTAL-DEBITS TO RAL-DEBITS.
           MOVE TOTAL-CREDITS TO RAL-CREDITS.
           COMPUTE RAL-NET = TOTAL-DEBITS - TOTAL-CREDITS.
           MOVE REGISTER-ACCOUNT-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE ALL '-' TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING 'PROOF AGAINST RUNHIST.DAT   PREVIOUS T AMOUNT '
                      DELIMITED BY SIZE
                  '    LATEST T AMOUNT  EXPECTED MOVEMENT '
                      DELIMITED BY SIZE
                  '   POSTED MOVEMENT' DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           PERFORM VARYING TIE-IDX FROM 1 BY 1
                   UNTIL TIE-IDX > TIE-COUNT
               MOVE TIE-STATUS-CODE(TIE-IDX) TO RTL-STATUS-CODE
               MOVE TIE-PREVIOUS-AMOUNT(TIE-IDX) TO RTL-PREVIOUS
               MOVE TIE-LATEST-AMOUNT(TIE-IDX) TO RTL-LATEST
               COMPUTE TIE-EXPECTED-WORK = TIE-LATEST-AMOUNT(TIE-IDX)
                   - TIE-PREVIOUS-AMOUNT(TIE-IDX)
               MOVE TIE-EXPECTED-WORK TO RTL-EXPECTED
               MOVE TIE-POSTED-AMOUNT(TIE-IDX) TO RTL-POSTED
               IF TIE-EXPECTED-WORK = TIE-POSTED-AMOUNT(TIE-IDX)
                   MOVE 'TIES' TO RTL-VERDICT
               ELSE
                   MOVE '*** NO TIE' TO RTL-VERDICT
               END-IF
               MOVE REGISTER-TIE-LINE TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-PERFORM.

           MOVE ALL '=' TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           MOVE INTERFACE-LINE-COUNT TO COUNT-EDITED.
           IF INTERFACE-IS-HELD
               STRING '*** INTERFACE HELD - ' DELIMITED BY SIZE
                      HOLD-REASON DELIMITED BY SIZE
                      ' - GLINTF.NEW NOT TO BE RELEASED ***'
                          DELIMITED BY SIZE
                   INTO REGISTER-LINE
           ELSE
               STRING 'INTERFACE RELEASED - ' DELIMITED BY SIZE
                      COUNT-EDITED DELIMITED BY SIZE
                      ' JOURNAL LINES IN BALANCE AND TIED TO '
                          DELIMITED BY SIZE
                      'RUNHIST.DAT' DELIMITED BY SIZE
                   INTO REGISTER-LINE
           END-IF.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE 'PREPARED BY  . . . . . . . : ____________________  '
               TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE 'REVIEWED AND APPROVED BY . : ____________________  '
               TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE 'DATE . . . . . . . . . . . : ____________________  '
               TO REGISTER-LINE.
           WRITE REGISTER-LINE.

       WRITE-CYCLE-STATUS.
      * Append this step's record to the shared cycle-status file
      * for CYCDASH - EXTEND needs the file to exist, so whichever
      * step runs first creates it. A held interface still writes its
      * record (code 8) - the absence would read as an abend.
           OPEN EXTEND CYCLE-STATUS-FILE.
           IF CYCLE-STATUS-NOT-FOUND
               OPEN OUTPUT CYCLE-STATUS-FILE
           END-IF.

           MOVE SPACES TO CYCLE-STATUS-RECORD.
           MOVE 'GLPOST' TO CYC-PROGRAM.
           MOVE LATEST-RUN-ID TO CYC-RUN-ID.
           ACCEPT CYC-LOGGED-DATE FROM DATE YYYYMMDD.
           ACCEPT CYC-LOGGED-TIME FROM TIME.
           MOVE COMPLETION-CODE TO CYC-COMPLETION-CODE.
           MOVE DELTA-ACTUAL-COUNT TO CYC-READ-COUNT.
           MOVE INTERFACE-LINE-COUNT TO CYC-WRITTEN-COUNT.
           COMPUTE CYC-REJECT-COUNT = UNPOSTABLE-COUNT
               + NO-BEFORE-IMAGE-COUNT.
           WRITE CYCLE-STATUS-RECORD.

           CLOSE CYCLE-STATUS-FILE.

       PRINT-POSTING-REPORT.
           DISPLAY '==========================================='.
           DISPLAY 'GLPOST GENERAL LEDGER POSTING SUMMARY'.
           DISPLAY '==========================================='.
           DISPLAY 'CYCLE RUN ID  . . . . . . . . . : '
               LATEST-RUN-ID.
           DISPLAY 'COMPARED AGAINST RUN ID . . . . : '
               PREVIOUS-RUN-ID.
           DISPLAY 'DELTA RECORDS READ  . . . . . . : '
               DELTA-ACTUAL-COUNT.
           DISPLAY 'ADDS POSTED . . . . . . . . . . : '
               ADD-POSTED-COUNT.
           DISPLAY 'CHANGES POSTED  . . . . . . . . : '
               CHANGE-POSTED-COUNT.
           DISPLAY 'OF WHICH STATUS TRANSFERS . . . : '
               TRANSFER-COUNT.
           DISPLAY 'DELETES POSTED  . . . . . . . . : '
               DELETE-POSTED-COUNT.
           DISPLAY 'RE-NUMBERINGS POSTED  . . . . . : '
               REKEY-POSTED-COUNT.
           DISPLAY 'EVENTS WITH NO AMOUNT MOVEMENT  : '
               NO-MOVEMENT-COUNT.
           DISPLAY 'CHG/REKEY WITHOUT BEFORE-IMAGE  : '
               NO-BEFORE-IMAGE-COUNT.
           DISPLAY 'DELTA RECORDS NOT POSTABLE  . . : '
               UNPOSTABLE-COUNT.
           DISPLAY 'JOURNAL ENTRIES WRITTEN . . . . : '
               JOURNAL-NUMBER.
           DISPLAY 'JOURNAL LINES WRITTEN . . . . . : '
               INTERFACE-LINE-COUNT.
           MOVE TOTAL-DEBITS TO AMOUNT-EDITED.
           DISPLAY 'TOTAL DEBITS  . . . . . . . . . : '
               AMOUNT-EDITED.
           MOVE TOTAL-CREDITS TO AMOUNT-EDITED.
           DISPLAY 'TOTAL CREDITS . . . . . . . . . : '
               AMOUNT-EDITED.
           PERFORM VARYING TIE-IDX FROM 1 BY 1
                   UNTIL TIE-IDX > TIE-COUNT
               COMPUTE TIE-EXPECTED-WORK = TIE-LATEST-AMOUNT(TIE-IDX)
                   - TIE-PREVIOUS-AMOUNT(TIE-IDX)
               MOVE TIE-EXPECTED-WORK TO AMOUNT-EDITED
               MOVE TIE-POSTED-AMOUNT(TIE-IDX) TO SECOND-AMOUNT-EDITED
               DISPLAY '  STATUS ' TIE-STATUS-CODE(TIE-IDX)
                   ' T MOVEMENT : ' AMOUNT-EDITED
                   '  POSTED : ' SECOND-AMOUNT-EDITED
           END-PERFORM.
           IF INTERFACE-IS-HELD
               DISPLAY '*** WARNING - INTERFACE HELD - ' HOLD-REASON
                   ' - GLINTF.NEW NOT TO BE RELEASED, RETURN-CODE '
                   '8 ***'
           ELSE
               DISPLAY 'POSTINGS IN BALANCE AND TIED TO RUNHIST.DAT'
           END-IF.
           DISPLAY '==========================================='.
