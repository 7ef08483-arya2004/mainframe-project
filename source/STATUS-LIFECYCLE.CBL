       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATLIFE.

      * Scheduled status lifecycle step: moves master records on from
      * a status they should no longer hold - pending over 30 days
      * to suspended, suspended over 180 days to closed, and so on -
      * instead of their sitting in 'PN' or 'SU' until somebody
      * remembers to key a CHANGE.
      *
      * It changes nothing itself. It reads the indexed master built
      * by MERGE3FILES under MERGE-OUTPUT-ORG=INDEXED from front to
      * back and writes one CHANGE transaction per record due to
      * move, in the MSTRTXN.DAT layout, to LIFETXN.DAT. The step
      * after it is an ordinary MSTRUPDT run pointed at that file
      * (DD_MSTRTXN_DAT=LIFETXN.DAT), so every move passes MSTRUPDT's
      * edits and UPDTRULE.DAT transition rules and is registered
      * and journaled like any other maintenance - MSTRBKOUT can
      * reverse it. Run that step with MERGE-SUBMITTER-ID=STATLIFE:
      * a move UPDTRULE.DAT marks sensitive is then parked for a
      * second person's approval instead of being rejected. Each
      * transaction carries the record's key, source, effective date
      * and amount unchanged and only the new status, so nothing but
      * the status can move.
      *
      * The rules are LIFERULE.DAT, a control file operations
      * maintains - one rule per record:
      *   cols 1-2   the status a record must hold
      *   cols 4-5   the status it moves to
      *   cols 7-10  the days its EFFECTIVE-DATE must be older than
      * (anything after column 10 is free for a comment). The age is
      * whole days from EFFECTIVE-DATE to the as-of date, today's
      * date unless MERGE-LIFECYCLE-ASOF gives another CCYYMMDD - to
      * preview month-end ahead of time. Where several rules apply to
      * a status, the one with the most days the record is past wins
      * (the first listed on a tie). A record moves one rule per run:
      * a rule chain (PN to SU to CL) takes one run per link, the age
      * still counted from the unchanged EFFECTIVE-DATE. A record
      * whose EFFECTIVE-DATE is not a valid date, or whose amount is
      * not numeric, would only be rejected by MSTRUPDT; it is listed
      * as skipped instead and the run ends with RETURN-CODE 4. A
      * missing or unreadable rule file - a from-status not listed on
      * the status reference STATCODE.DAT (see STATREF), a to-status
      * not in force there today, a rule moving a status to itself,
      * days that are not 4 digits - is a configuration error:
      * RETURN-CODE 16 and nothing is written. STATCODE.DAT is
      * required, and gives the descriptions printed beside each
      * rule on the report.
      *
      * The proposal report LIFERPT.DAT is rewritten every run: each
      * proposed move with its age and amount, each skipped record,
      * and per rule the records and dollars it moves, with totals.
      * MERGE-LIFECYCLE-MODE=REPORT is a preview - the report is
      * printed but LIFETXN.DAT is left alone and no cycle-status
      * record is written. Otherwise the step writes its cycle-status
      * record as STATLIFE.
      *
      * LIFETXN.DAT is wrapped in the 'HDR'/'TRL' controls DELTAGEN
      * writes (file date; record count and 15-digit key hash), which
      * MSTRUPDT verifies before applying a single transaction.
      *
      * RETURN-CODE 12 when the master cannot be opened or fails on a
      * read.
      *
      * As in MERGE3FILES, every ASSIGN TO 'literal' resolves at run
      * time against DD_<literal> in the environment before falling
      * back to the literal itself.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO 'OUTPUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT LIFE-RULE-FILE ASSIGN TO 'LIFERULE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIFE-RULE-STATUS.

           SELECT LIFE-TXN-FILE ASSIGN TO 'LIFETXN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROPOSAL-FILE ASSIGN TO 'LIFERPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATUS-REF-FILE ASSIGN TO 'STATCODE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-REF-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-HISTORY-STATUS.

           SELECT CYCLE-STATUS-FILE ASSIGN TO 'CYCSTAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCLE-STATUS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD MASTER-FILE.
       01 MASTER-RECORD.
           05 MASTER-KEY       PIC X(10).
           05 MASTER-SOURCE    PIC X(40).
           05 MASTER-DATA      PIC X(70).

       FD LIFE-RULE-FILE.
       01 LIFE-RULE-RECORD.
           05 LIFE-RULE-FROM     PIC X(02).
           05 FILLER             PIC X(01).
           05 LIFE-RULE-TO       PIC X(02).
           05 FILLER             PIC X(01).
           05 LIFE-RULE-DAYS     PIC X(04).
           05 FILLER             PIC X(70).

      * The MSTRTXN.DAT layout MSTRUPDT reads - a CHANGE always, so
      * TXN-OLD-KEY stays blank.
       FD LIFE-TXN-FILE.
       01 LIFE-TXN-RECORD.
           05 LIFE-TXN-ACTION    PIC X(06).
           05 LIFE-TXN-KEY       PIC X(10).
           05 LIFE-TXN-SOURCE    PIC X(40).
           05 LIFE-TXN-DATA      PIC X(70).
           05 LIFE-TXN-OLD-KEY   PIC X(10).

       FD PROPOSAL-FILE.
       01 PROPOSAL-LINE          PIC X(132).

       FD STATUS-REF-FILE.
       01 STATUS-REF-RECORD.
           COPY STATREF REPLACING ==:PFX:== BY ==STATREF==.

       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-RECORD.
           05 HISTORY-RECORD-TYPE   PIC X(01).
           05 HISTORY-RUN-ID        PIC X(16).
           05 HISTORY-RECORD-BODY   PIC X(75).

       FD CYCLE-STATUS-FILE.
       01 CYCLE-STATUS-RECORD.
           COPY CYCSTAT REPLACING ==:PFX:== BY ==CYC==.

       WORKING-STORAGE SECTION.
       01 MASTER-EOF-FLAG    PIC X VALUE 'N'.
       01 LIFE-RULE-EOF-FLAG PIC X VALUE 'N'.
       01 HISTORY-EOF-FLAG   PIC X VALUE 'N'.

       01 MASTER-FILE-STATUS PIC X(02) VALUE '00'.
           88 MASTER-IO-GOOD            VALUE '00' '02'.
           88 MASTER-AT-END             VALUE '10'.

       01 LIFE-RULE-STATUS   PIC X(02) VALUE '00'.
           88 LIFE-RULE-FOUND           VALUE '00'.
           88 LIFE-RULE-NOT-FOUND       VALUE '35'.

       01 STATUS-REF-STATUS  PIC X(02) VALUE '00'.
           88 STATUS-REF-FOUND          VALUE '00'.
           88 STATUS-REF-NOT-FOUND      VALUE '35'.

       01 RUN-HISTORY-STATUS PIC X(02) VALUE '00'.
           88 RUN-HISTORY-FOUND         VALUE '00'.
           88 RUN-HISTORY-NOT-FOUND     VALUE '35'.

       01 CYCLE-STATUS-STATUS PIC X(02) VALUE '00'.
           88 CYCLE-STATUS-FOUND        VALUE '00'.
           88 CYCLE-STATUS-NOT-FOUND    VALUE '35'.

       01 COMPLETION-CODE    PIC 9(02) VALUE 0.

       01 MASTER-ERROR-SWITCH PIC X(01) VALUE 'N'.
           88 MASTER-ERROR-OCCURRED     VALUE 'Y'.
           88 MASTER-ERROR-NONE         VALUE 'N'.

      * MERGE-LIFECYCLE-MODE=REPORT previews without writing.
       01 LIFE-MODE-PARM     PIC X(08) VALUE SPACES.
           88 REPORT-ONLY-REQUESTED     VALUE 'REPORT'.

       01 LIFE-MODE-SWITCH   PIC X(01) VALUE 'W'.
           88 THIS-IS-A-WRITING-RUN     VALUE 'W'.
           88 THIS-IS-A-REPORT-ONLY-RUN VALUE 'R'.

       01 ASOF-PARM          PIC X(08) VALUE SPACES.

      * Run identifier for the report heading, built the way
      * MSTRUPDT builds its own; the cycle run id is the newest 'S'
      * on RUNHIST.DAT, the GENVAULT convention.
       01 RUN-DATE           PIC 9(08) VALUE 0.
       01 RUN-TIME-OF-DAY    PIC 9(08) VALUE 0.
       01 RUN-IDENTIFIER.
           05 RUN-ID-DATE     PIC 9(08).
           05 RUN-ID-TIME     PIC 9(08).
       01 CYCLE-RUN-ID       PIC X(16) VALUE SPACES.

       01 ASOF-DATE          PIC 9(08) VALUE 0.
       01 ASOF-DAYS          PIC 9(09) COMP VALUE 0.
       01 RECORD-AGE         PIC S9(09) COMP VALUE 0.

      * Decoded view of the master record's business area.
       01 LIFE-WORK-AREA.
           05 LIFEW-DATA.
               COPY BUSDATA REPLACING ==:PFX:== BY ==LIFEW==.

      * Status codes off STATCODE.DAT, and the answer for the code
      * last looked up - listed, in force today, what it means.
       01 STATUS-REF-EOF-FLAG PIC X(01) VALUE 'N'.

       01 STATUS-REF-CONTROLS.
           05 STATUS-REF-COUNT    PIC 9(04) COMP VALUE 0.
           05 STATUS-REF-MAXIMUM  PIC 9(04) COMP VALUE 50.

       01 STATUS-REF-TABLE.
           05 STATUS-REF-ENTRY OCCURS 50 TIMES
                   INDEXED BY SREF-IDX.
               10 SREF-CODE            PIC X(02).
               10 SREF-DESCRIPTION     PIC X(30).
               10 SREF-EFFECTIVE-DATE  PIC 9(08).
               10 SREF-EXPIRY-DATE     PIC 9(08).

       01 SREF-LOOKUP-CODE        PIC X(02) VALUE SPACES.
       01 SREF-LOOKUP-DESCRIPTION PIC X(30) VALUE SPACES.
       01 SREF-LISTED-SWITCH      PIC X(01) VALUE 'N'.
           88 SREF-CODE-LISTED          VALUE 'Y'.
           88 SREF-CODE-NOT-LISTED      VALUE 'N'.
       01 SREF-LOOKUP-SWITCH      PIC X(01) VALUE 'N'.
           88 SREF-CODE-IN-FORCE        VALUE 'Y'.
           88 SREF-CODE-NOT-IN-FORCE    VALUE 'N'.

      * One entry per LIFERULE.DAT rule, with what it moved.
       01 LIFE-TABLE-CONTROLS.
           05 LIFE-COUNT          PIC 9(04) COMP VALUE 0.
           05 LIFE-TABLE-MAXIMUM  PIC 9(04) COMP VALUE 100.

       01 LIFE-TABLE.
           05 LIFE-ENTRY OCCURS 100 TIMES
                   INDEXED BY LIFE-IDX.
               10 LIFE-TAB-FROM      PIC X(02).
               10 LIFE-TAB-TO        PIC X(02).
               10 LIFE-TAB-DAYS      PIC 9(04).
               10 LIFE-TAB-COUNT     PIC 9(09) COMP.
               10 LIFE-TAB-AMOUNT    PIC S9(13)V9(02) COMP.

       01 BEST-SLOT          PIC 9(04) COMP VALUE 0.
       01 BEST-DAYS          PIC 9(04) VALUE 0.

       01 LIFE-RULE-ERROR-SWITCH PIC X(01) VALUE 'N'.
           88 LIFE-RULE-IN-ERROR        VALUE 'Y'.
           88 LIFE-RULE-IS-GOOD         VALUE 'N'.

       01 LIFE-TOTALS.
           05 MASTER-READ-COUNT    PIC 9(09) COMP VALUE 0.
           05 PROPOSED-COUNT       PIC 9(09) COMP VALUE 0.
           05 SKIPPED-COUNT        PIC 9(09) COMP VALUE 0.
           05 PROPOSED-AMOUNT      PIC S9(13)V9(02) COMP VALUE 0.

      * Outbound header/trailer controls, as DELTAGEN writes them.
       01 CONTROL-WRAP-AREAS.
           05 WRAP-RECORD-COUNT   PIC 9(09) COMP VALUE 0.
           05 WRAP-KEY-HASH       PIC 9(15) COMP VALUE 0.
           05 WRAP-KEY-WORK       PIC 9(10) VALUE 0.

       01 WRAP-HEADER-RECORD.
           05 FILLER              PIC X(03) VALUE 'HDR'.
           05 WRAP-HEADER-DATE    PIC 9(08).

       01 WRAP-TRAILER-RECORD.
           05 FILLER              PIC X(03) VALUE 'TRL'.
           05 WRAP-TRAILER-COUNT  PIC 9(09).
           05 WRAP-TRAILER-HASH   PIC 9(15).

      * Date-to-day-serial conversion - MERGE3FILES' arithmetic, so
      * two CCYYMMDD dates can be differenced without calendar
      * walking - and the calendar edit MSTRUPDT applies.
       01 DATE-CONVERSION-AREAS.
           05 DATE-CONV-DATE.
               10 DATE-CONV-YEAR     PIC 9(04).
               10 DATE-CONV-MONTH    PIC 9(02).
               10 DATE-CONV-DAY      PIC 9(02).
           05 DATE-CONV-DAYS         PIC 9(09) COMP VALUE 0.
           05 DATE-CONV-PRIOR-YEAR   PIC 9(04) COMP VALUE 0.
           05 DATE-CONV-LEAPS        PIC 9(09) COMP VALUE 0.
           05 DATE-CONV-WORK         PIC 9(09) COMP VALUE 0.
           05 DATE-CONV-REMAINDER-4    PIC 9(04) COMP VALUE 0.
           05 DATE-CONV-REMAINDER-100  PIC 9(04) COMP VALUE 0.
           05 DATE-CONV-REMAINDER-400  PIC 9(04) COMP VALUE 0.

       01 MONTH-OFFSET-TABLE.
           05 FILLER    PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01 MONTH-OFFSET-REDEF REDEFINES MONTH-OFFSET-TABLE.
           05 MONTH-OFFSET     PIC 9(03) OCCURS 12 TIMES.

       01 DAYS-IN-MONTH-TABLE.
           05 FILLER    PIC X(24) VALUE '312831303130313130313031'.
       01 DAYS-IN-MONTH-REDEF REDEFINES DAYS-IN-MONTH-TABLE.
           05 DAYS-IN-MONTH    PIC 9(02) OCCURS 12 TIMES.

       01 MONTH-DAY-LIMIT    PIC 9(02) VALUE 0.

       01 DATE-EDIT-SWITCH   PIC X(01) VALUE 'Y'.
           88 DATE-IS-VALID             VALUE 'Y'.
           88 DATE-IS-NOT-VALID         VALUE 'N'.

      * Proposal report line shapes.
       01 PROPOSAL-DETAIL-LINE.
           05 PDL-KEY             PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 PDL-FROM            PIC X(02).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 PDL-TO              PIC X(02).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 PDL-EFF-DATE        PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 PDL-AGE             PIC Z(05)9 BLANK WHEN ZERO.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 PDL-AMOUNT          PIC +9(11).9(02).
           05 PDL-AMOUNT-X        REDEFINES PDL-AMOUNT PIC X(15).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 PDL-NOTE            PIC X(40).
           05 FILLER              PIC X(37) VALUE SPACES.

       01 PROPOSAL-RULE-LINE.
           05 PRL-FROM            PIC X(02).
           05 FILLER              PIC X(04) VALUE ' TO '.
           05 PRL-TO              PIC X(02).
           05 FILLER              PIC X(07) VALUE '  OVER '.
           05 PRL-DAYS            PIC ZZZ9.
           05 FILLER              PIC X(07) VALUE ' DAYS  '.
           05 PRL-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 PRL-AMOUNT          PIC +9(13).9(02).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 PRL-DESCRIPTION     PIC X(30).
           05 FILLER              PIC X(44) VALUE SPACES.

       01 PROPOSAL-TOTAL-LINE.
           05 PTL-LABEL           PIC X(30).
           05 PTL-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 PTL-AMOUNT          PIC +9(13).9(02).
           05 PTL-AMOUNT-X        REDEFINES PTL-AMOUNT PIC X(17).
           05 FILLER              PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-OF-DAY FROM TIME.
           MOVE RUN-DATE TO RUN-ID-DATE.
           MOVE RUN-TIME-OF-DAY TO RUN-ID-TIME.

           PERFORM SET-LIFECYCLE-MODE.
           PERFORM SET-ASOF-DATE.
           PERFORM LOAD-STATUS-REFERENCE.
           PERFORM LOAD-LIFE-RULE-TABLE.
           PERFORM FIND-CYCLE-RUN-ID.

           OPEN INPUT MASTER-FILE.
           IF NOT MASTER-IO-GOOD
               DISPLAY '*** ERROR OPENING INDEXED MASTER FILE - '
                   'STATUS: ' MASTER-FILE-STATUS ' - WAS OUTPUT.DAT '
                   'BUILT WITH MERGE-OUTPUT-ORG=INDEXED? ***'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT PROPOSAL-FILE.
           PERFORM WRITE-PROPOSAL-HEADING.

           IF THIS-IS-A-WRITING-RUN
               OPEN OUTPUT LIFE-TXN-FILE
               PERFORM WRITE-TXN-HEADER
           END-IF.

           PERFORM UNTIL MASTER-EOF-FLAG = 'Y'
               READ MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO MASTER-EOF-FLAG
                   NOT AT END
                       IF NOT MASTER-IO-GOOD
                           SET MASTER-ERROR-OCCURRED TO TRUE
                           DISPLAY '*** MASTER FILE I/O ERROR - '
                               'STATUS: ' MASTER-FILE-STATUS ' ***'
                           MOVE 'Y' TO MASTER-EOF-FLAG
                       ELSE
                           ADD 1 TO MASTER-READ-COUNT
                           PERFORM JUDGE-ONE-MASTER-RECORD
                               THRU JUDGE-ONE-MASTER-RECORD-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           IF THIS-IS-A-WRITING-RUN
               PERFORM WRITE-TXN-TRAILER
               CLOSE LIFE-TXN-FILE
           END-IF.

           PERFORM WRITE-PROPOSAL-SUMMARY.
           CLOSE PROPOSAL-FILE MASTER-FILE.

           PERFORM PRINT-LIFECYCLE-REPORT.

           IF MASTER-ERROR-OCCURRED
               MOVE 12 TO COMPLETION-CODE
           ELSE
               IF SKIPPED-COUNT > 0
                   MOVE 4 TO COMPLETION-CODE
               END-IF
           END-IF.

           IF THIS-IS-A-WRITING-RUN
               PERFORM WRITE-CYCLE-STATUS
           END-IF.

           MOVE COMPLETION-CODE TO RETURN-CODE.

           STOP RUN.

       SET-LIFECYCLE-MODE.
           ACCEPT LIFE-MODE-PARM
               FROM ENVIRONMENT 'MERGE-LIFECYCLE-MODE'.
           IF REPORT-ONLY-REQUESTED
               SET THIS-IS-A-REPORT-ONLY-RUN TO TRUE
               DISPLAY 'REPORT-ONLY RUN - NO TRANSACTIONS WRITTEN'
           ELSE
               SET THIS-IS-A-WRITING-RUN TO TRUE
           END-IF.

       SET-ASOF-DATE.
      * An as-of date that is not a real date would age every record
      * wrongly, so it stops the run rather than fall back to today.
           ACCEPT ASOF-PARM FROM ENVIRONMENT 'MERGE-LIFECYCLE-ASOF'.

           IF ASOF-PARM = SPACES
               MOVE RUN-DATE TO ASOF-DATE
           ELSE
               IF ASOF-PARM IS NOT NUMERIC
                   DISPLAY '*** ERROR - MERGE-LIFECYCLE-ASOF IS NOT '
                       'A CCYYMMDD DATE ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ASOF-PARM TO ASOF-DATE
           END-IF.

           MOVE ASOF-DATE TO DATE-CONV-DATE.
           PERFORM EDIT-CONV-DATE.
           IF DATE-IS-NOT-VALID
               DISPLAY '*** ERROR - MERGE-LIFECYCLE-ASOF IS NOT '
                   'A CCYYMMDD DATE ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CONVERT-DATE-TO-DAYS.
           MOVE DATE-CONV-DAYS TO ASOF-DAYS.

           DISPLAY 'RECORDS AGED AS OF . . . . . . : ' ASOF-DATE.

       LOAD-LIFE-RULE-TABLE.
      * The rules are required equipment - a lifecycle step with no
      * rules, or with a rule nobody can trust, must not run.
           OPEN INPUT LIFE-RULE-FILE.
           IF LIFE-RULE-NOT-FOUND
               DISPLAY '*** ERROR - LIFERULE.DAT NOT FOUND - NO '
                   'LIFECYCLE RULES TO APPLY ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL LIFE-RULE-EOF-FLAG = 'Y'
               READ LIFE-RULE-FILE
                   AT END MOVE 'Y' TO LIFE-RULE-EOF-FLAG
                   NOT AT END
                       IF LIFE-RULE-RECORD NOT = SPACES
                           PERFORM ADD-LIFE-RULE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LIFE-RULE-FILE.

           IF LIFE-RULE-IN-ERROR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF LIFE-COUNT = 0
               DISPLAY '*** ERROR - LIFERULE.DAT HOLDS NO RULES ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY LIFE-COUNT ' LIFECYCLE RULES LOADED FROM '
               'LIFERULE.DAT'.

       ADD-LIFE-RULE-ENTRY.
      * Every bad rule is reported before the run is stopped, so one
      * correction pass fixes the file.
           IF LIFE-COUNT >= LIFE-TABLE-MAXIMUM
               DISPLAY '*** ERROR - LIFERULE.DAT LISTS MORE THAN '
                   LIFE-TABLE-MAXIMUM ' RULES - INCREASE '
                   'LIFE-TABLE-MAXIMUM AND RECOMPILE ***'
               CLOSE LIFE-RULE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * A retired from-status may still be on the master and still
      * want moving on; the status it moves to must be usable today
      * or MSTRUPDT would reject every transaction.
           MOVE LIFE-RULE-FROM TO SREF-LOOKUP-CODE.
           PERFORM LOOKUP-STATUS-REFERENCE.
           IF SREF-CODE-NOT-LISTED
               DISPLAY '*** ERROR - LIFERULE.DAT RULE ' LIFE-RULE-FROM
                   ' TO ' LIFE-RULE-TO ' - ' LIFE-RULE-FROM
                   ' IS NOT ON STATCODE.DAT ***'
               SET LIFE-RULE-IN-ERROR TO TRUE
           END-IF.

           MOVE LIFE-RULE-TO TO SREF-LOOKUP-CODE.
           PERFORM LOOKUP-STATUS-REFERENCE.
           IF SREF-CODE-NOT-IN-FORCE
               DISPLAY '*** ERROR - LIFERULE.DAT RULE ' LIFE-RULE-FROM
                   ' TO ' LIFE-RULE-TO ' - ' LIFE-RULE-TO
                   ' IS NOT IN FORCE ON STATCODE.DAT ***'
               SET LIFE-RULE-IN-ERROR TO TRUE
           END-IF.

           IF LIFE-RULE-FROM = LIFE-RULE-TO
               DISPLAY '*** ERROR - LIFERULE.DAT RULE ' LIFE-RULE-FROM
                   ' TO ' LIFE-RULE-TO ' MOVES A STATUS TO ITSELF ***'
               SET LIFE-RULE-IN-ERROR TO TRUE
           END-IF.

           IF LIFE-RULE-DAYS IS NOT NUMERIC
               DISPLAY '*** ERROR - LIFERULE.DAT RULE ' LIFE-RULE-FROM
                   ' TO ' LIFE-RULE-TO ' - DAYS ARE NOT 4 DIGITS ***'
               SET LIFE-RULE-IN-ERROR TO TRUE
           END-IF.

           ADD 1 TO LIFE-COUNT.
           SET LIFE-IDX TO LIFE-COUNT.
           MOVE LIFE-RULE-FROM TO LIFE-TAB-FROM(LIFE-IDX).
           MOVE LIFE-RULE-TO TO LIFE-TAB-TO(LIFE-IDX).
           IF LIFE-RULE-DAYS IS NUMERIC
               MOVE LIFE-RULE-DAYS TO LIFE-TAB-DAYS(LIFE-IDX)
           ELSE
               MOVE 0 TO LIFE-TAB-DAYS(LIFE-IDX)
           END-IF.
           MOVE 0 TO LIFE-TAB-COUNT(LIFE-IDX).
           MOVE 0 TO LIFE-TAB-AMOUNT(LIFE-IDX).

       LOAD-STATUS-REFERENCE.
      * Required equipment. The '**' and '??' lines only carry GL
      * accounts and are passed over.
           OPEN INPUT STATUS-REF-FILE.
           IF STATUS-REF-NOT-FOUND
               DISPLAY '*** ERROR - STATCODE.DAT NOT FOUND - NO '
                   'STATUS CODES TO JUDGE THE RULES AGAINST ***'
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
           MOVE STATREF-DESCRIPTION TO SREF-DESCRIPTION(SREF-IDX).
           MOVE STATREF-EFFECTIVE-DATE
               TO SREF-EFFECTIVE-DATE(SREF-IDX).
           MOVE STATREF-EXPIRY-DATE TO SREF-EXPIRY-DATE(SREF-IDX).

       LOOKUP-STATUS-REFERENCE.
      * In force against the run date - the date MSTRUPDT will edit
      * the transactions on - not the as-of date.
           MOVE SPACES TO SREF-LOOKUP-DESCRIPTION.
           SET SREF-CODE-NOT-LISTED TO TRUE.
           SET SREF-CODE-NOT-IN-FORCE TO TRUE.
           SET SREF-IDX TO 1.
           SEARCH STATUS-REF-ENTRY
               AT END CONTINUE
               WHEN SREF-IDX > STATUS-REF-COUNT
                   CONTINUE
               WHEN SREF-CODE(SREF-IDX) = SREF-LOOKUP-CODE
                   SET SREF-CODE-LISTED TO TRUE
                   MOVE SREF-DESCRIPTION(SREF-IDX)
                       TO SREF-LOOKUP-DESCRIPTION
                   IF SREF-EFFECTIVE-DATE(SREF-IDX) NOT > RUN-DATE
                           AND SREF-EXPIRY-DATE(SREF-IDX)
                               NOT < RUN-DATE
                       SET SREF-CODE-IN-FORCE TO TRUE
                   END-IF
           END-SEARCH.

       FIND-CYCLE-RUN-ID.
      * The newest 'S' record on the run history names the cycle
      * this step ran inside; with no history the cycle-status record
      * is stamped with spaces.
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

       JUDGE-ONE-MASTER-RECORD.
      * Find the rule for this record's status with the most days
      * the record is past; none means the record stays as it is.
           MOVE MASTER-DATA TO LIFEW-DATA.
           MOVE 0 TO BEST-SLOT.
           MOVE 0 TO BEST-DAYS.

           SET LIFE-IDX TO 1.
           SEARCH LIFE-ENTRY
               AT END CONTINUE
               WHEN LIFE-IDX > LIFE-COUNT
                   CONTINUE
               WHEN LIFE-TAB-FROM(LIFE-IDX) = LIFEW-STATUS-CODE
                   CONTINUE
           END-SEARCH.
           IF LIFE-IDX > LIFE-COUNT
               GO TO JUDGE-ONE-MASTER-RECORD-EXIT
           END-IF.

           IF LIFEW-EFFECTIVE-YEAR IS NOT NUMERIC
                   OR LIFEW-EFFECTIVE-MONTH IS NOT NUMERIC
                   OR LIFEW-EFFECTIVE-DAY IS NOT NUMERIC
               MOVE 'SKIPPED - EFFECTIVE DATE NOT VALID'
                   TO PDL-NOTE
               PERFORM WRITE-SKIPPED-LINE
               GO TO JUDGE-ONE-MASTER-RECORD-EXIT
           END-IF.

           MOVE LIFEW-EFFECTIVE-DATE TO DATE-CONV-DATE.
           PERFORM EDIT-CONV-DATE.
           IF DATE-IS-NOT-VALID
               MOVE 'SKIPPED - EFFECTIVE DATE NOT VALID'
                   TO PDL-NOTE
               PERFORM WRITE-SKIPPED-LINE
               GO TO JUDGE-ONE-MASTER-RECORD-EXIT
           END-IF.

           PERFORM CONVERT-DATE-TO-DAYS.
           COMPUTE RECORD-AGE = ASOF-DAYS - DATE-CONV-DAYS.

           PERFORM VARYING LIFE-IDX FROM 1 BY 1
                   UNTIL LIFE-IDX > LIFE-COUNT
               IF LIFE-TAB-FROM(LIFE-IDX) = LIFEW-STATUS-CODE
                       AND RECORD-AGE > LIFE-TAB-DAYS(LIFE-IDX)
                   IF BEST-SLOT = 0
                           OR LIFE-TAB-DAYS(LIFE-IDX) > BEST-DAYS
                       SET BEST-SLOT TO LIFE-IDX
                       MOVE LIFE-TAB-DAYS(LIFE-IDX) TO BEST-DAYS
                   END-IF
               END-IF
           END-PERFORM.
           IF BEST-SLOT = 0
               GO TO JUDGE-ONE-MASTER-RECORD-EXIT
           END-IF.

           IF LIFEW-AMOUNT IS NOT NUMERIC
               MOVE 'SKIPPED - AMOUNT NOT NUMERIC' TO PDL-NOTE
               PERFORM WRITE-SKIPPED-LINE
               GO TO JUDGE-ONE-MASTER-RECORD-EXIT
           END-IF.

           PERFORM PROPOSE-ONE-MOVE.

       JUDGE-ONE-MASTER-RECORD-EXIT.
           EXIT.

       PROPOSE-ONE-MOVE.
           SET LIFE-IDX TO BEST-SLOT.
           ADD 1 TO LIFE-TAB-COUNT(LIFE-IDX).
           ADD LIFEW-AMOUNT TO LIFE-TAB-AMOUNT(LIFE-IDX).
           ADD 1 TO PROPOSED-COUNT.
           ADD LIFEW-AMOUNT TO PROPOSED-AMOUNT.

           MOVE MASTER-KEY TO PDL-KEY.
           MOVE LIFEW-STATUS-CODE TO PDL-FROM.
           MOVE LIFE-TAB-TO(LIFE-IDX) TO PDL-TO.
           MOVE LIFEW-EFFECTIVE-DATE TO PDL-EFF-DATE.
           MOVE RECORD-AGE TO PDL-AGE.
           MOVE LIFEW-AMOUNT TO PDL-AMOUNT.
           MOVE MASTER-SOURCE TO PDL-NOTE.
           MOVE PROPOSAL-DETAIL-LINE TO PROPOSAL-LINE.
           WRITE PROPOSAL-LINE.

           IF THIS-IS-A-WRITING-RUN
               MOVE LIFE-TAB-TO(LIFE-IDX) TO LIFEW-STATUS-CODE
               MOVE SPACES TO LIFE-TXN-RECORD
               MOVE 'CHANGE' TO LIFE-TXN-ACTION
               MOVE MASTER-KEY TO LIFE-TXN-KEY
               MOVE MASTER-SOURCE TO LIFE-TXN-SOURCE
               MOVE LIFEW-DATA TO LIFE-TXN-DATA
               PERFORM WRITE-TXN-RECORD
           END-IF.

       WRITE-SKIPPED-LINE.
           ADD 1 TO SKIPPED-COUNT.
           MOVE MASTER-KEY TO PDL-KEY.
           MOVE LIFEW-STATUS-CODE TO PDL-FROM.
           MOVE SPACES TO PDL-TO.
           MOVE LIFEW-EFFECTIVE-DATE TO PDL-EFF-DATE.
           MOVE 0 TO PDL-AGE.
           MOVE SPACES TO PDL-AMOUNT-X.
           MOVE PROPOSAL-DETAIL-LINE TO PROPOSAL-LINE.
           WRITE PROPOSAL-LINE.

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

       CONVERT-DATE-TO-DAYS.
      * Day serial of DATE-CONV-DATE: whole years before this one at
      * 365 days plus one per leap year, then the days-before-month
      * offset (plus one more when this year is itself a leap year
      * and the date is past February), then the day of the month.
           SUBTRACT 1 FROM DATE-CONV-YEAR
               GIVING DATE-CONV-PRIOR-YEAR.

           DIVIDE DATE-CONV-PRIOR-YEAR BY 4
               GIVING DATE-CONV-LEAPS.
           DIVIDE DATE-CONV-PRIOR-YEAR BY 100
               GIVING DATE-CONV-WORK.
           SUBTRACT DATE-CONV-WORK FROM DATE-CONV-LEAPS.
           DIVIDE DATE-CONV-PRIOR-YEAR BY 400
               GIVING DATE-CONV-WORK.
           ADD DATE-CONV-WORK TO DATE-CONV-LEAPS.

           COMPUTE DATE-CONV-DAYS =
               DATE-CONV-YEAR * 365 + DATE-CONV-LEAPS
               + MONTH-OFFSET(DATE-CONV-MONTH) + DATE-CONV-DAY.

           IF DATE-CONV-MONTH > 02
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
                   ADD 1 TO DATE-CONV-DAYS
               END-IF
           END-IF.

       WRITE-TXN-HEADER.
           MOVE RUN-DATE TO WRAP-HEADER-DATE.
           MOVE SPACES TO LIFE-TXN-RECORD.
           MOVE WRAP-HEADER-RECORD TO LIFE-TXN-RECORD.
           WRITE LIFE-TXN-RECORD.

       WRITE-TXN-RECORD.
      * Every data record passes through here so the trailer's count
      * and key hash always describe exactly what was written.
           ADD 1 TO WRAP-RECORD-COUNT.
           IF LIFE-TXN-KEY IS NUMERIC
               MOVE LIFE-TXN-KEY TO WRAP-KEY-WORK
               ADD WRAP-KEY-WORK TO WRAP-KEY-HASH
           END-IF.
           WRITE LIFE-TXN-RECORD.

       WRITE-TXN-TRAILER.
           MOVE WRAP-RECORD-COUNT TO WRAP-TRAILER-COUNT.
           MOVE WRAP-KEY-HASH TO WRAP-TRAILER-HASH.
           MOVE SPACES TO LIFE-TXN-RECORD.
           MOVE WRAP-TRAILER-RECORD TO LIFE-TXN-RECORD.
           WRITE LIFE-TXN-RECORD.

       WRITE-PROPOSAL-HEADING.
           MOVE SPACES TO PROPOSAL-LINE.
           STRING 'STATLIFE STATUS LIFECYCLE PROPOSAL  AS OF '
                      DELIMITED BY SIZE
                  ASOF-DATE DELIMITED BY SIZE
                  '  RUN ' DELIMITED BY SIZE
                  RUN-IDENTIFIER DELIMITED BY SIZE
                  '  CYCLE ' DELIMITED BY SIZE
                  CYCLE-RUN-ID DELIMITED BY SIZE
               INTO PROPOSAL-LINE.
           WRITE PROPOSAL-LINE.
           MOVE SPACES TO PROPOSAL-LINE.
           IF THIS-IS-A-REPORT-ONLY-RUN
               MOVE 'REPORT ONLY - NO TRANSACTIONS WRITTEN'
                   TO PROPOSAL-LINE
           ELSE
               MOVE 'CHANGE TRANSACTIONS WRITTEN TO LIFETXN.DAT'
                   TO PROPOSAL-LINE
           END-IF.
           WRITE PROPOSAL-LINE.
           MOVE ALL '=' TO PROPOSAL-LINE.
           WRITE PROPOSAL-LINE.
           MOVE SPACES TO PROPOSAL-LINE.
           STRING 'KEY         FR  TO  EFF DATE     AGE  '
                      DELIMITED BY SIZE
                  '         AMOUNT  SOURCE / NOTE' DELIMITED BY SIZE
               INTO PROPOSAL-LINE.
           WRITE PROPOSAL-LINE.
           MOVE ALL '-' TO PROPOSAL-LINE.
           WRITE PROPOSAL-LINE.

       WRITE-PROPOSAL-SUMMARY.
      * Per rule, in LIFERULE.DAT order, what it moves - then the
      * totals, which tie back to the detail above.
           MOVE ALL '-' TO PROPOSAL-LINE.
           WRITE PROPOSAL-LINE.
           MOVE SPACES TO PROPOSAL-LINE.
           STRING 'TRANSITION   RULE         RECORDS      '
                      DELIMITED BY SIZE
                  '           DOLLARS  MOVES TO' DELIMITED BY SIZE
               INTO PROPOSAL-LINE.
           WRITE PROPOSAL-LINE.

           PERFORM VARYING LIFE-IDX FROM 1 BY 1
                   UNTIL LIFE-IDX > LIFE-COUNT
               MOVE LIFE-TAB-FROM(LIFE-IDX) TO PRL-FROM
               MOVE LIFE-TAB-TO(LIFE-IDX) TO PRL-TO
               MOVE LIFE-TAB-DAYS(LIFE-IDX) TO PRL-DAYS
               MOVE LIFE-TAB-COUNT(LIFE-IDX) TO PRL-COUNT
               MOVE LIFE-TAB-AMOUNT(LIFE-IDX) TO PRL-AMOUNT
               MOVE LIFE-TAB-TO(LIFE-IDX) TO SREF-LOOKUP-CODE
               PERFORM LOOKUP-STATUS-REFERENCE
               MOVE SREF-LOOKUP-DESCRIPTION TO PRL-DESCRIPTION
               MOVE PROPOSAL-RULE-LINE TO PROPOSAL-LINE
               WRITE PROPOSAL-LINE
           END-PERFORM.

           MOVE ALL '-' TO PROPOSAL-LINE.
           WRITE PROPOSAL-LINE.
           MOVE 'MASTER RECORDS READ' TO PTL-LABEL.
           MOVE MASTER-READ-COUNT TO PTL-COUNT.
           MOVE SPACES TO PTL-AMOUNT-X.
           MOVE PROPOSAL-TOTAL-LINE TO PROPOSAL-LINE.
           WRITE PROPOSAL-LINE.
           MOVE 'MOVES PROPOSED' TO PTL-LABEL.
           MOVE PROPOSED-COUNT TO PTL-COUNT.
           MOVE PROPOSED-AMOUNT TO PTL-AMOUNT.
           MOVE PROPOSAL-TOTAL-LINE TO PROPOSAL-LINE.
           WRITE PROPOSAL-LINE.
           MOVE 'RECORDS SKIPPED' TO PTL-LABEL.
           MOVE SKIPPED-COUNT TO PTL-COUNT.
           MOVE SPACES TO PTL-AMOUNT-X.
           MOVE PROPOSAL-TOTAL-LINE TO PROPOSAL-LINE.
           WRITE PROPOSAL-LINE.

       WRITE-CYCLE-STATUS.
      * Append this step's record to the shared cycle-status file
      * for CYCDASH - EXTEND needs the file to exist, so whichever
      * step runs first creates it.
           OPEN EXTEND CYCLE-STATUS-FILE.
           IF CYCLE-STATUS-NOT-FOUND
               OPEN OUTPUT CYCLE-STATUS-FILE
           END-IF.

           MOVE SPACES TO CYCLE-STATUS-RECORD.
           MOVE 'STATLIFE' TO CYC-PROGRAM.
           MOVE CYCLE-RUN-ID TO CYC-RUN-ID.
           ACCEPT CYC-LOGGED-DATE FROM DATE YYYYMMDD.
           ACCEPT CYC-LOGGED-TIME FROM TIME.
           MOVE COMPLETION-CODE TO CYC-COMPLETION-CODE.
           MOVE MASTER-READ-COUNT TO CYC-READ-COUNT.
           MOVE WRAP-RECORD-COUNT TO CYC-WRITTEN-COUNT.
           MOVE SKIPPED-COUNT TO CYC-REJECT-COUNT.
           WRITE CYCLE-STATUS-RECORD.

           CLOSE CYCLE-STATUS-FILE.

       PRINT-LIFECYCLE-REPORT.
           DISPLAY '==========================================='.
           DISPLAY 'STATLIFE STATUS LIFECYCLE SUMMARY'.
           DISPLAY '==========================================='.
           DISPLAY 'LIFECYCLE RUN ID  . . . . . . . : '
               RUN-IDENTIFIER.
           DISPLAY 'RECORDS AGED AS OF  . . . . . . : ' ASOF-DATE.
           DISPLAY 'MASTER RECORDS READ . . . . . . : '
               MASTER-READ-COUNT.
           DISPLAY 'MOVES PROPOSED  . . . . . . . . : '
               PROPOSED-COUNT.
           DISPLAY 'RECORDS SKIPPED . . . . . . . . : '
               SKIPPED-COUNT.
           IF THIS-IS-A-WRITING-RUN
               DISPLAY 'TRANSACTIONS WRITTEN  . . . . . : '
                   WRAP-RECORD-COUNT
           ELSE
               DISPLAY 'REPORT ONLY - LIFETXN.DAT NOT WRITTEN'
           END-IF.
           IF MASTER-ERROR-OCCURRED
               DISPLAY '*** WARNING - A MASTER I/O ERROR CUT THE '
                   'SCAN SHORT ***'
           END-IF.
           DISPLAY '==========================================='.
