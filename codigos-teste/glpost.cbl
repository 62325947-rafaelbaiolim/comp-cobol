      *      id - invisible to the net-to-zero proof. The posting
      *      record's set now comes from a staging field filled by
      *      either path.
      * Mod: 15/10/2026 - reversal and re-post of a prior run. Every
      *      released posting is now filed: its records go to the
      *      GLPSTHST.DAT history (import layout plus a posting id
      *      in cols 47-52) and one event line per set goes to the
      *      posted-runs register GLPSTREG.DAT (cols 1-6 run, 8-11
      *      set, 13 event P=posted/R=reversed, 15-20 posting id,
      *      22-29 date, 31-36 run that did it, 38-43 records); the
      *      latest event of a run/set is its status. A posting
      *      whose run/set is still registered as posted is not
      *      released (DUPLICATE/RC=16). The one-shot GLREVREQ.DAT
      *      card (cols 1-6 run, 8-11 set, blank = every set of the
      *      run) switches the step to reversal mode: the run's
      *      latest posting is read back from the history and its
      *      exact mirror (D and C swapped, same accounts and
      *      amounts, tonight's run and date stamped in cols 26-31/
      *      38-45) is written to GLREVPST.DAT, proven to net to
      *      zero on GLPSTRPT.DAT and control-totalled as GLPOSTREV
      *      through CTLTOT; the sets are registered as reversed
      *      and the card cleared, so a run reverses only once and
      *      a reversed run/set posts again cleanly off the
      *      corrected POOLALLOC run. A request for a run/set that
      *      was never posted (NOT FOUND) or is already reversed
      *      (DUPLICATE) is refused with RC=16; GLPOST.DAT is not
      *      touched in reversal mode.
      * Mod: 15/10/2026 - maker-checker hold. A balanced posting no
      *      longer goes straight to the GL: it is written to the
      *      pending file GLPSTPND.DAT and the one-line hold record
      *      GLPSTHLD.DAT (layout in GLHOLDWS.CPY) files it as
      *      pending with the run, time, the operator who ran the
      *      step and the one on the latest POOLALLOC audit record.
      *      Only an approval copies it to GLPOST.DAT, the file the
      *      GL picks up, and files it in the history and register.
      *      The approval arrives as the one-shot GLPSTAPR.DAT card
      *      OPMENU writes (col 1 A=approve/R=reject, cols 3-10
      *      checker id): the checker must be the signed-on
      *      operator and neither the maker nor the allocation's
      *      operator, else DENIED/RC=16; the decision, checker and
      *      time land on the audit trail (RELEASED or REJECTED). A
      *      new posting supersedes one still pending (REJECTED on
      *      the trail), and a pending posting older than the
      *      GLAPRCFG.DAT limit (cols 1-3 hours, default 24) raises
      *      one AGED alert.
      * Mod: 15/10/2026 - AUDIT.LOG records widened from X(120) to
      *      X(150) for AUDITLOG's SEQ=/HASH= chain fields.
      * Mod: 15/10/2026 - reversals go through the maker-checker hold
      *      too: the balanced mirror is written to GLREVPND.DAT and
      *      held pending in GLREVHLD.DAT (same layout, kind V, the
      *      run/set it takes back), under the same checker rules
      *      and age limit as a posting; only an approval copies it
      *      to GLREVPST.DAT and registers the sets as reversed. The
      *      GLPSTAPR.DAT card (col 12 V = the reversal hold) is now
      *      only taken when the step runs inside a signed-on OPMENU
      *      session, which only decides and never posts; in the
      *      batch chain (operator context cleared) a card left on
      *      file is discarded with a REJECTED alert and tonight's
      *      POOLOUT.DAT is posted as usual. The checker must also
      *      hold the dedicated checker level 4 on OPERMST.DAT.
      * Mod: 15/10/2026 - with ENTCTL.DAT companies the pending files
      *      and holds are kept per entity (GLPSTPND/GLPSTHLD/
      *      GLREVPND/GLREVHLD.<ent>.DAT, plain names with no
      *      entity context), so one company's chain pass no longer
      *      overwrites or supersedes another's posting held for
      *      the checker. The GLPSTAPR.DAT card carries the company
      *      in cols 14-16 and the decision is taken on that
      *      company's hold.
      * Mod: 15/10/2026 - a posting or reversal is built in the work
      *      file GLPSTWRK.DAT/GLREVWRK.DAT and copied to the pending
      *      file only when it is held, so a refused run leaves an
      *      earlier hold's pending records alone. Before release the
      *      pending file is recounted (records, debit-side total)
      *      against the hold - the hold now files the debit-side
      *      total of the records - and a posting's sets are checked
      *      against the register again; any difference refuses the
      *      release. The register (cols 45-47) and the history
      *      (cols 54-56) carry the entity, matched with the run for
      *      duplicates and reversals, and GLPOST.DAT/GLREVPST.DAT
      *      are released as GLPOST/GLREVPST.<ent>.DAT in a multi-
      *      entity night. GLREVREQ.DAT takes the company in cols
      *      13-15; a card for another company is left on file for
      *      that company's pass.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT GL-POST-FILE ASSIGN TO DYNAMIC WS-POST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT GL-REL-FILE ASSIGN TO DYNAMIC WS-REL-POST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL GL-HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL GL-APR-FILE ASSIGN TO "GLPSTAPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL GL-APR-CFG-FILE ASSIGN TO "GLAPRCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT GL-RPT-FILE ASSIGN TO "GLPSTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL GL-REV-REQ-FILE ASSIGN TO "GLREVREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL GL-REG-FILE ASSIGN TO "GLPSTREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL GL-HIST-FILE ASSIGN TO "GLPSTHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT GL-REV-FILE ASSIGN TO DYNAMIC WS-REV-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT GL-REV-REL-FILE ASSIGN TO DYNAMIC WS-REL-REV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL OPER-MST-FILE ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POOL-OUT-FILE.
       01  GL-MAP-REC PIC X(20).
       FD  GL-POST-FILE.
       01  GL-POST-REC PIC X(50).
       FD  GL-REL-FILE.
       01  GL-REL-REC PIC X(50).
       FD  GL-HOLD-FILE.
       01  GL-HOLD-FILE-REC PIC X(100).
       FD  GL-APR-FILE.
       01  GL-APR-REC PIC X(20).
       FD  GL-APR-CFG-FILE.
       01  GL-APR-CFG-REC PIC X(20).
       FD  AUDIT-FILE.
       01  AUDIT-FILE-REC PIC X(150).
       FD  GL-RPT-FILE.
       01  GL-RPT-REC PIC X(100).
       FD  GL-REV-REQ-FILE.
       01  GL-REV-REQ-REC PIC X(20).
       FD  GL-REG-FILE.
       01  GL-REG-REC PIC X(50).
       FD  GL-HIST-FILE.
       01  GL-HIST-REC PIC X(60).
       FD  GL-REV-FILE.
       01  GL-REV-REC PIC X(50).
       FD  GL-REV-REL-FILE.
       01  GL-REV-REL-REC PIC X(50).
       FD  OPER-MST-FILE.
       01  OPER-MST-REC PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
           88 FILE-STATUS-OK VALUES "00", "05".
       01 WS-IO-NAME PIC X(20).
       01 WS-DET-EOF-SW PIC X VALUE 'N'.
           88 DET-EOF VALUE 'Y'.
       01 WS-MAP-EOF-SW PIC X VALUE 'N'.
           88 MAP-EOF VALUE 'Y'.
       01 WS-REG-EOF-SW PIC X VALUE 'N'.
           88 REG-EOF VALUE 'Y'.
       01 WS-HIST-EOF-SW PIC X VALUE 'N'.
           88 HIST-EOF VALUE 'Y'.
       01 WS-REV-MODE-SW PIC X VALUE 'N'.
           88 REVERSAL-MODE VALUE 'Y'.
       01 WS-REV-REQ-LINE PIC X(20).
       01 WS-REV-RUN PIC 9(6).
       01 WS-REV-SET PIC X(4).
       01 WS-REV-SET-SHOW PIC X(5).
       COPY "GLHOLDWS.CPY".
       01 WS-HOLD-FOUND PIC X VALUE 'N'.
           88 HOLD-FOUND VALUE 'Y'.
      * the posting hold and the reversal hold share the layout and
      * the paragraphs; WS-HOLD-NAME says which one is loaded
       01 WS-HOLD-NAME PIC X(60).
       01 WS-HOLD-POST-NAME PIC X(60) VALUE "GLPSTHLD.DAT".
       01 WS-HOLD-REV-NAME PIC X(60) VALUE "GLREVHLD.DAT".
      * holds and pending files are kept per company when the chain
      * runs by entity (NAME.<ent>.DAT, as BATCHDRV files the entity
      * reports), so one company's posting never displaces another's
       01 WS-PEND-POST-NAME PIC X(60) VALUE "GLPSTPND.DAT".
       01 WS-PEND-REV-NAME PIC X(60) VALUE "GLREVPND.DAT".
       01 WS-REL-POST-NAME PIC X(60) VALUE "GLPOST.DAT".
       01 WS-REL-REV-NAME PIC X(60) VALUE "GLREVPST.DAT".
      * a posting or reversal is built in a work file and copied to
      * the pending file only once it is held, so a refused run never
      * replaces the file an earlier hold is waiting on
       01 WS-WORK-POST-NAME PIC X(60) VALUE "GLPSTWRK.DAT".
       01 WS-WORK-REV-NAME PIC X(60) VALUE "GLREVWRK.DAT".
       01 WS-POST-FILE-NAME PIC X(60).
       01 WS-REV-FILE-NAME PIC X(60).
       01 WS-CPY-SRC PIC X(60).
       01 WS-CPY-DST PIC X(60).
      * debit-side total of the records written, held on the hold
      * record and recounted off the pending file before release
       01 WS-PEND-DEBITS PIC 9(12)V99 VALUE 0.
       01 WS-CHK-RECS PIC 9(6).
       01 WS-CHK-DEBITS PIC 9(12)V99.
       01 WS-CHK-BAD PIC X.
       01 WS-CHK-EOF-SW PIC X VALUE 'N'.
           88 CHK-EOF VALUE 'Y'.
       01 WS-NAME-BASE PIC X(8).
       01 WS-NAME-OUT PIC X(60).
       01 WS-HOLD-KIND PIC X(1).
       01 WS-HOLD-WHAT PIC X(9).
       01 WS-HOLD-TEXTO PIC X(10).
       01 WS-APR-LINE.
           05 WS-APR-DECISION PIC X(1).
               88 APR-APPROVE VALUE 'A'.
               88 APR-REJECT VALUE 'R'.
           05 FILLER PIC X(1).
           05 WS-APR-CHECKER PIC X(8).
           05 FILLER PIC X(1).
           05 WS-APR-KIND PIC X(1).
               88 APR-REVERSAL VALUE 'V'.
           05 FILLER PIC X(1).
           05 WS-APR-ENT PIC X(3).
           05 FILLER PIC X(4).
      * run from a signed-on OPMENU session the step only decides a
      * held posting; the batch chain runs with no operator context
       01 WS-DECIDE-SW PIC X VALUE 'N'.
           88 DECISION-MODE VALUE 'Y'.
       01 WS-CHECKER-LEVEL PIC X(1).
       01 WS-OPER-EOF-SW PIC X VALUE 'N'.
           88 OPER-EOF VALUE 'Y'.
       01 WS-OPER-FUNC PIC X(3) VALUE "GET".
       01 WS-OPER-ID PIC X(8).
       01 WS-ALLOC-OPER PIC X(8).
       01 WS-AUDIT-EOF-SW PIC X VALUE 'N'.
           88 AUDIT-EOF VALUE 'Y'.
       01 WS-AGE-LIMIT PIC 9(3) VALUE 24.
       01 WS-AGE-MIN PIC S9(9).
       01 WS-DATE-NUM PIC 9(8).
       01 WS-NOW-HH PIC 9(2).
       01 WS-NOW-MM PIC 9(2).
       01 WS-DET-IN.
           05 WS-DET-SET PIC X(4).
           05 FILLER PIC X(1).
           05 WS-POST-SET PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-POST-DATE PIC X(8).
      * history record - the import line plus the posting id the
      * register knows it by
       01 WS-HIST-LINE.
           05 WS-HIST-POST PIC X(45).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-HIST-POSTID PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-HIST-ENT PIC X(3).
      * posted-runs register event line
       01 WS-REG-LINE.
           05 WS-REG-RUN PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-REG-SET PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-REG-EVENT PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-REG-POSTID PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-REG-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-REG-BY-RUN PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-REG-RECS PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-REG-ENT PIC X(3).
       01 WS-REGT-TABLE.
           05 WS-REGT-ENTRY OCCURS 5000 TIMES.
               10 WS-REGT-RUN PIC 9(6).
               10 WS-REGT-ENT PIC X(3).
               10 WS-REGT-SET PIC X(4).
               10 WS-REGT-EVENT PIC X(1).
               10 WS-REGT-POSTID PIC 9(6).
       01 WS-REGT-COUNT PIC 9(4) VALUE 0.
       01 WS-REGT-IDX PIC 9(4).
       01 WS-REGT-HIT PIC 9(4).
       01 WS-MAX-POSTID PIC 9(6) VALUE 0.
       01 WS-NEXT-POSTID PIC 9(6).
       01 WS-LOOK-RUN PIC 9(6).
       01 WS-LOOK-SET PIC X(4).
      * the sets this posting (or reversal) covers, with the status
      * the register held for each before tonight
       01 WS-SET-TABLE.
           05 WS-SET-ENTRY OCCURS 50 TIMES.
               10 WS-SET-ID PIC X(4).
               10 WS-SET-EVENT PIC X(1).
               10 WS-SET-POSTID PIC 9(6).
               10 WS-SET-RECS PIC 9(6).
       01 WS-SET-COUNT PIC 9(2) VALUE 0.
       01 WS-SET-IDX PIC 9(2).
       01 WS-SET-HIT PIC 9(2).
       01 WS-SEL-COUNT PIC 9(2) VALUE 0.
       01 WS-DUP-COUNT PIC 9(2) VALUE 0.
       01 WS-HIST-READ PIC 9(6) VALUE 0.
       01 WS-DET-COUNT PIC 9(6) VALUE 0.
       01 WS-POST-COUNT PIC 9(6) VALUE 0.
       01 WS-MISS-COUNT PIC 9(5) VALUE 0.
       01 WS-AUD-DETAIL PIC X(40).
       01 WS-AUD-OUTCOME PIC X(10).
       01 WS-AUD-PROGRAM PIC X(12) VALUE "GLPOST".
       01 WS-CTL-REV-PROGRAM PIC X(12) VALUE "GLPOSTREV".
       01 WS-LOCK-FUNC PIC X(3).
       01 WS-LOCK-HOLDER PIC X(12) VALUE "GLPOST".
       01 WS-LOCK-RUN PIC 9(6) VALUE 0.
           MOVE 0 TO WS-DET-COUNT, WS-POST-COUNT, WS-MISS-COUNT.
           MOVE 0 TO WS-DEBIT-TOT, WS-CREDIT-TOT, WS-CTL-HASH.
           MOVE 0 TO WS-CUR-CREDIT, WS-MAP-COUNT.
           MOVE 0 TO WS-REGT-COUNT, WS-MAX-POSTID, WS-SET-COUNT.
           MOVE 0 TO WS-SEL-COUNT, WS-DUP-COUNT, WS-HIST-READ.
           MOVE 0 TO WS-PEND-DEBITS.
           MOVE 'N' TO WS-DET-EOF-SW, WS-MAP-EOF-SW, WS-ROW-OPEN.
           MOVE 'N' TO WS-REG-EOF-SW, WS-HIST-EOF-SW, WS-REV-MODE-SW.
           MOVE 'N' TO WS-AUDIT-EOF-SW.
           MOVE SPACES TO WS-CUR-SET.
           MOVE FUNCTION CURRENT-DATE TO WS-RPT-DATE-RAW.
           MOVE WS-RPT-DATE-RAW(1:8) TO WS-TODAY.
           MOVE WS-RPT-DATE-RAW(9:2) TO WS-NOW-HH.
           MOVE WS-RPT-DATE-RAW(11:2) TO WS-NOW-MM.
           CALL "RUNCTL" USING WS-RUN-FUNC, WS-RUN-NUMBER.
           CALL "OPERCTX" USING WS-OPER-FUNC, WS-OPER-ID.
           CALL "ENTCTX" USING WS-ENT-FUNC, WS-ENT-CODE.
           PERFORM SET-ENTITY-NAMES.

           PERFORM LOAD-POST-REGISTER.
           MOVE WS-HOLD-POST-NAME TO WS-HOLD-NAME.
           PERFORM LOAD-HOLD.
           PERFORM CHECK-PENDING-AGE.
           MOVE WS-HOLD-REV-NAME TO WS-HOLD-NAME.
           PERFORM LOAD-HOLD.
           PERFORM CHECK-PENDING-AGE.
           PERFORM CHECK-APPROVAL-REQUEST.
           IF DECISION-MODE
               MOVE WS-APR-ENT TO WS-ENT-CODE
               PERFORM SET-ENTITY-NAMES
               PERFORM DECIDE-PENDING-POSTING
               GOBACK
           END-IF.
           PERFORM CHECK-REVERSAL-REQUEST.
           IF REVERSAL-MODE
               PERFORM REVERSE-PRIOR-RUN
           END-IF.

           PERFORM LOAD-GL-MAP.

               MOVE "POOLOUT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           MOVE WS-WORK-POST-NAME TO WS-POST-FILE-NAME.
           OPEN OUTPUT GL-POST-FILE.
           IF NOT FILE-STATUS-OK
               MOVE WS-POST-FILE-NAME TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.

           END-IF.

           COMPUTE WS-NET = WS-DEBIT-TOT - WS-CREDIT-TOT.
           PERFORM CHECK-ALREADY-POSTED.
           PERFORM WRITE-BALANCE-REPORT.

           MOVE WS-DET-COUNT TO WS-CTL-READ.
               " SEMCONTA=" WS-MISS-COUNT DELIMITED BY SIZE
               INTO WS-AUD-DETAIL.
           IF WS-MISS-COUNT > 0 OR WS-NET NOT = 0
               OR WS-DUP-COUNT > 0
               DISPLAY "GLPOST: arquivo nao liberado, ver "
                   "GLPSTRPT.DAT"
               IF WS-DUP-COUNT > 0
                   MOVE "DUPLICATE" TO WS-AUD-OUTCOME
               ELSE
                   MOVE "REJECTED" TO WS-AUD-OUTCOME
               END-IF
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
               MOVE 16 TO RETURN-CODE
               MOVE "OK" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
               MOVE WS-HOLD-POST-NAME TO WS-HOLD-NAME
               PERFORM LOAD-HOLD
               MOVE 'P' TO WS-HOLD-KIND
               PERFORM HOLD-POSTING
               DISPLAY "GLPOST: postagem do run " WS-RUN-NUMBER
                   " retida aguardando aprovacao"
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
                   GOBACK
               END-IF
               ADD 1 TO WS-DET-COUNT
               PERFORM NOTE-POST-SET
               MOVE WS-DET-ROW TO WS-ROW
               MOVE WS-DET-COL TO WS-COL
               MOVE WS-DET-AMT TO WS-AMT
           MOVE WS-TODAY TO WS-POST-DATE.
           WRITE GL-POST-REC FROM WS-POST-LINE.
           IF NOT FILE-STATUS-OK
               MOVE WS-POST-FILE-NAME TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           ADD 1 TO WS-POST-COUNT.
           IF WS-POST-DC = 'D'
               ADD WS-POST-AMT TO WS-PEND-DEBITS
           END-IF.
           PERFORM COUNT-SET-REC.

      * one entry per set id met in POOLOUT.DAT, so the release can
      * be checked against, and filed in, the posted-runs register
       NOTE-POST-SET.
           MOVE WS-DET-SET TO WS-LOOK-SET.
           PERFORM FIND-SET-ENTRY.
           IF WS-SET-HIT = 0
               IF WS-SET-COUNT >= 50
                   DISPLAY "POOLOUT.DAT excede 50 conjuntos!"
                   MOVE "over 50 sets in allocation detail"
                       TO WS-AUD-DETAIL
                   MOVE "REJECTED" TO WS-AUD-OUTCOME
                   CALL "AUDITLOG" USING WS-AUD-PROGRAM,
                       WS-AUD-DETAIL, WS-AUD-OUTCOME
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-SET-COUNT
               MOVE WS-SET-COUNT TO WS-SET-HIT
               MOVE WS-DET-SET TO WS-SET-ID(WS-SET-HIT)
               MOVE SPACE TO WS-SET-EVENT(WS-SET-HIT)
               MOVE 0 TO WS-SET-POSTID(WS-SET-HIT)
               MOVE 0 TO WS-SET-RECS(WS-SET-HIT)
           END-IF.

       FIND-SET-ENTRY.
           MOVE 0 TO WS-SET-HIT.
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > WS-SET-COUNT OR WS-SET-HIT > 0
               IF WS-SET-ID(WS-SET-IDX) = WS-LOOK-SET
                   MOVE WS-SET-IDX TO WS-SET-HIT
               END-IF
           END-PERFORM.

       COUNT-SET-REC.
           MOVE WS-STAMP-SET TO WS-LOOK-SET.
           PERFORM FIND-SET-ENTRY.
           IF WS-SET-HIT > 0
               ADD 1 TO WS-SET-RECS(WS-SET-HIT)
           END-IF.

      * a run/set whose latest register event is still P was posted
      * and never reversed - releasing it again would double it
       CHECK-ALREADY-POSTED.
           MOVE 0 TO WS-DUP-COUNT.
           MOVE WS-RUN-NUMBER TO WS-LOOK-RUN.
           PERFORM CHECK-ONE-POSTED-SET
               VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > WS-SET-COUNT.

       CHECK-ONE-POSTED-SET.
           MOVE WS-SET-ID(WS-SET-IDX) TO WS-LOOK-SET.
           PERFORM FIND-LATEST-EVENT.
           IF WS-REGT-HIT > 0
               IF WS-REGT-EVENT(WS-REGT-HIT) = 'P'
                   ADD 1 TO WS-DUP-COUNT
                   DISPLAY "Run " WS-LOOK-RUN " conjunto "
                       WS-LOOK-SET " ja postado e nao estornado!"
               END-IF
           END-IF.

      * the latest register event for WS-LOOK-RUN/WS-LOOK-SET of
      * the entity - every company of a night shares the run number
       FIND-LATEST-EVENT.
           MOVE 0 TO WS-REGT-HIT.
           PERFORM VARYING WS-REGT-IDX FROM 1 BY 1
               UNTIL WS-REGT-IDX > WS-REGT-COUNT
               IF WS-REGT-RUN(WS-REGT-IDX) = WS-LOOK-RUN
                   AND WS-REGT-ENT(WS-REGT-IDX) = WS-ENT-CODE
                   AND WS-REGT-SET(WS-REGT-IDX) = WS-LOOK-SET
                   MOVE WS-REGT-IDX TO WS-REGT-HIT
               END-IF
           END-PERFORM.

       LOAD-POST-REGISTER.
           OPEN INPUT GL-REG-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "GLPSTREG.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM LOAD-ONE-REG UNTIL REG-EOF.
           CLOSE GL-REG-FILE.

       LOAD-ONE-REG.
           READ GL-REG-FILE INTO WS-REG-LINE
               AT END
                   SET REG-EOF TO TRUE
           END-READ.
           IF NOT REG-EOF AND WS-REG-LINE NOT = SPACES
               IF WS-REG-RUN IS NOT NUMERIC
                   OR WS-REG-POSTID IS NOT NUMERIC
                   OR (WS-REG-EVENT NOT = 'P'
                       AND WS-REG-EVENT NOT = 'R')
                   OR WS-REGT-COUNT >= 5000
                   DISPLAY "GLPSTREG.DAT registro invalido: "
                       WS-REG-LINE
                   CLOSE GL-REG-FILE
                   MOVE "posted-runs register invalid"
                       TO WS-AUD-DETAIL
                   MOVE "REJECTED" TO WS-AUD-OUTCOME
                   CALL "AUDITLOG" USING WS-AUD-PROGRAM,
                       WS-AUD-DETAIL, WS-AUD-OUTCOME
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-REGT-COUNT
               MOVE WS-REG-RUN TO WS-REGT-RUN(WS-REGT-COUNT)
               MOVE WS-REG-ENT TO WS-REGT-ENT(WS-REGT-COUNT)
               MOVE WS-REG-SET TO WS-REGT-SET(WS-REGT-COUNT)
               MOVE WS-REG-EVENT TO WS-REGT-EVENT(WS-REGT-COUNT)
               MOVE WS-REG-POSTID TO WS-REGT-POSTID(WS-REGT-COUNT)
               IF WS-REG-POSTID > WS-MAX-POSTID
                   MOVE WS-REG-POSTID TO WS-MAX-POSTID
               END-IF
           END-IF.

      * an approved posting is copied to GLPOST.DAT for the GL,
      * filed to the history under a new posting id and each of its
      * sets registered as posted
       RELEASE-POSTING.
           PERFORM CHECK-PENDING-POST.
      *    a set of the run posted since the hold was filed (another
      *    approval of the same records) must not go out twice
           MOVE GLH-RUN TO WS-LOOK-RUN.
           MOVE 0 TO WS-DUP-COUNT.
           PERFORM CHECK-ONE-POSTED-SET
               VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > WS-SET-COUNT.
           IF WS-DUP-COUNT > 0
               DISPLAY "GLPOST: postagem do run " GLH-RUN
                   " nao liberada - conjunto ja postado"
               MOVE SPACES TO WS-AUD-DETAIL
               STRING "run " GLH-RUN " set already posted"
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               MOVE "DUPLICATE" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-NEXT-POSTID = WS-MAX-POSTID + 1.
           MOVE 0 TO WS-SET-COUNT.
           OPEN INPUT GL-POST-FILE.
           IF NOT FILE-STATUS-OK
               MOVE WS-POST-FILE-NAME TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           OPEN OUTPUT GL-REL-FILE.
           IF NOT FILE-STATUS-OK
               MOVE WS-REL-POST-NAME TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           OPEN EXTEND GL-HIST-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "GLPSTHST.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           MOVE 'N' TO WS-HIST-EOF-SW.
           PERFORM RELEASE-ONE-REC UNTIL HIST-EOF.
           CLOSE GL-POST-FILE.
           CLOSE GL-REL-FILE.
           CLOSE GL-HIST-FILE.
           MOVE 'P' TO WS-REG-EVENT.
           MOVE WS-NEXT-POSTID TO WS-REG-POSTID.
           MOVE GLH-RUN TO WS-REG-RUN.
           PERFORM WRITE-REG-EVENTS.

       RELEASE-ONE-REC.
           READ GL-POST-FILE
               AT END
                   SET HIST-EOF TO TRUE
           END-READ.
           IF NOT HIST-EOF AND GL-POST-REC NOT = SPACES
               WRITE GL-REL-REC FROM GL-POST-REC
               IF NOT FILE-STATUS-OK
                   MOVE WS-REL-POST-NAME TO WS-IO-NAME
                   PERFORM IO-ABORT
               END-IF
               MOVE GL-POST-REC(1:45) TO WS-HIST-POST
               MOVE WS-NEXT-POSTID TO WS-HIST-POSTID
               MOVE WS-ENT-CODE TO WS-HIST-ENT
               WRITE GL-HIST-REC FROM WS-HIST-LINE
               IF NOT FILE-STATUS-OK
                   MOVE "GLPSTHST.DAT" TO WS-IO-NAME
                   PERFORM IO-ABORT
               END-IF
               MOVE GL-POST-REC(33:4) TO WS-LOOK-SET
               PERFORM FIND-SET-ENTRY
               IF WS-SET-HIT = 0 AND WS-SET-COUNT < 50
                   ADD 1 TO WS-SET-COUNT
                   MOVE WS-SET-COUNT TO WS-SET-HIT
                   MOVE WS-LOOK-SET TO WS-SET-ID(WS-SET-HIT)
                   MOVE 0 TO WS-SET-RECS(WS-SET-HIT)
               END-IF
               IF WS-SET-HIT > 0
                   ADD 1 TO WS-SET-RECS(WS-SET-HIT)
               END-IF
           END-IF.

      * a balanced posting (or reversal, WS-HOLD-KIND V) is filed as
      * pending in the hold WS-HOLD-NAME names, loaded by the caller;
      * one still pending there from earlier is superseded, never
      * released. The hold is the entity's own, so only an earlier
      * posting of the same company can be superseded
       HOLD-POSTING.
           PERFORM STAGE-PENDING-FILE.
           IF HOLD-FOUND AND GLH-PENDING
               PERFORM SET-HOLD-WHAT
               DISPLAY "GLPOST: nova retencao substitui "
                   WS-HOLD-TEXTO " pendente do run " GLH-RUN
               MOVE SPACES TO WS-AUD-DETAIL
               STRING "pending " WS-HOLD-WHAT " run " GLH-RUN
                   " superseded" DELIMITED BY SIZE INTO WS-AUD-DETAIL
               MOVE "REJECTED" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
           END-IF.
           PERFORM FIND-ALLOC-OPER.
           MOVE SPACES TO GLH-HOLD-REC.
           MOVE WS-HOLD-KIND TO GLH-KIND.
           IF WS-HOLD-KIND = 'V'
               MOVE WS-REV-RUN TO GLH-REV-RUN
               MOVE WS-REV-SET TO GLH-REV-SET
           END-IF.
           MOVE WS-RUN-NUMBER TO GLH-RUN.
           MOVE 'P' TO GLH-STATUS.
           MOVE WS-RPT-DATE-RAW(1:12) TO GLH-CREATED.
           MOVE WS-OPER-ID TO GLH-MAKER.
           MOVE WS-ALLOC-OPER TO GLH-ALLOC-OPER.
           MOVE WS-POST-COUNT TO GLH-RECS.
           MOVE WS-PEND-DEBITS TO GLH-DEBITS.
           MOVE SPACES TO GLH-CHECKER, GLH-DECIDED.
           MOVE 'N' TO GLH-AGED-SW.
           PERFORM WRITE-HOLD.

      * the built records go from the work file to the entity's
      * pending file, the one the checker's approval releases
       STAGE-PENDING-FILE.
           IF WS-HOLD-KIND = 'V'
               MOVE WS-WORK-REV-NAME TO WS-CPY-SRC
               MOVE WS-PEND-REV-NAME TO WS-CPY-DST
           ELSE
               MOVE WS-WORK-POST-NAME TO WS-CPY-SRC
               MOVE WS-PEND-POST-NAME TO WS-CPY-DST
           END-IF.
           CALL "FILECOPY" USING WS-CPY-SRC, WS-CPY-DST.
           CANCEL "FILECOPY".
           IF RETURN-CODE NOT = 0
               DISPLAY "GLPOST: falha ao gravar " WS-CPY-DST(1:16)
                   " - nada retido"
               MOVE SPACES TO WS-AUD-DETAIL
               STRING "pending copy failed " WS-CPY-DST(1:16)
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               MOVE "IO ERROR" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

      * the pending file must still hold what was put on hold -
      * record count and debit-side total as the hold filed them;
      * the posting's sets are noted for the register check
       CHECK-PENDING-POST.
           MOVE WS-PEND-POST-NAME TO WS-POST-FILE-NAME.
           PERFORM START-PENDING-CHECK.
           OPEN INPUT GL-POST-FILE.
           IF NOT FILE-STATUS-OK
               MOVE WS-POST-FILE-NAME TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM CHECK-ONE-PENDING-POST UNTIL CHK-EOF.
           CLOSE GL-POST-FILE.
           PERFORM END-PENDING-CHECK.

       CHECK-ONE-PENDING-POST.
           READ GL-POST-FILE INTO WS-POST-LINE
               AT END
                   SET CHK-EOF TO TRUE
           END-READ.
           IF NOT CHK-EOF AND GL-POST-REC NOT = SPACES
               PERFORM TALLY-PENDING-LINE
           END-IF.

       CHECK-PENDING-REV.
           MOVE WS-PEND-REV-NAME TO WS-REV-FILE-NAME.
           PERFORM START-PENDING-CHECK.
           OPEN INPUT GL-REV-FILE.
           IF NOT FILE-STATUS-OK
               MOVE WS-REV-FILE-NAME TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM CHECK-ONE-PENDING-REV UNTIL CHK-EOF.
           CLOSE GL-REV-FILE.
           PERFORM END-PENDING-CHECK.

       CHECK-ONE-PENDING-REV.
           READ GL-REV-FILE INTO WS-POST-LINE
               AT END
                   SET CHK-EOF TO TRUE
           END-READ.
           IF NOT CHK-EOF AND GL-REV-REC NOT = SPACES
               PERFORM TALLY-PENDING-LINE
           END-IF.

       START-PENDING-CHECK.
           MOVE 0 TO WS-CHK-RECS, WS-CHK-DEBITS, WS-SET-COUNT.
           MOVE 'N' TO WS-CHK-BAD, WS-CHK-EOF-SW.

       TALLY-PENDING-LINE.
           ADD 1 TO WS-CHK-RECS.
           IF WS-POST-AMT IS NOT NUMERIC
               OR (WS-POST-DC NOT = 'D' AND WS-POST-DC NOT = 'C')
               MOVE 'Y' TO WS-CHK-BAD
           ELSE
               IF WS-POST-DC = 'D'
                   ADD WS-POST-AMT TO WS-CHK-DEBITS
               END-IF
           END-IF.
           MOVE WS-POST-SET TO WS-LOOK-SET.
           PERFORM FIND-SET-ENTRY.
           IF WS-SET-HIT = 0 AND WS-SET-COUNT < 50
               ADD 1 TO WS-SET-COUNT
               MOVE WS-LOOK-SET TO WS-SET-ID(WS-SET-COUNT)
           END-IF.

      * any difference refuses the release; the hold stays pending
       END-PENDING-CHECK.
           IF WS-CHK-BAD = 'Y' OR WS-CHK-RECS NOT = GLH-RECS
               OR WS-CHK-DEBITS NOT = GLH-DEBITS
               PERFORM SET-HOLD-WHAT
               DISPLAY "GLPOST: " WS-HOLD-TEXTO " do run " GLH-RUN
                   " - arquivo pendente difere da retencao ("
                   WS-CHK-RECS " registros), nada liberado"
               MOVE SPACES TO WS-AUD-DETAIL
               STRING "pending " DELIMITED BY SIZE
                   WS-HOLD-WHAT DELIMITED BY SPACE
                   " run " GLH-RUN " altered" DELIMITED BY SIZE
                   INTO WS-AUD-DETAIL
               MOVE "REJECTED" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      * what the loaded hold holds, for the messages
       SET-HOLD-WHAT.
           IF GLH-REVERSAL
               MOVE "reversal" TO WS-HOLD-WHAT
               MOVE "o estorno" TO WS-HOLD-TEXTO
           ELSE
               MOVE "posting" TO WS-HOLD-WHAT
               MOVE "a postagem" TO WS-HOLD-TEXTO
           END-IF.

      * the operator stamped on the latest POOLALLOC audit record -
      * whoever ran the allocation cannot also check its posting
       FIND-ALLOC-OPER.
           MOVE SPACES TO WS-ALLOC-OPER.
           MOVE 'N' TO WS-AUDIT-EOF-SW.
           OPEN INPUT AUDIT-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "AUDIT.LOG" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM FIND-ONE-ALLOC-OPER UNTIL AUDIT-EOF.
           CLOSE AUDIT-FILE.

       FIND-ONE-ALLOC-OPER.
           READ AUDIT-FILE
               AT END
                   SET AUDIT-EOF TO TRUE
           END-READ.
           IF NOT AUDIT-EOF
               IF AUDIT-FILE-REC(21:12) = "POOLALLOC"
                   MOVE AUDIT-FILE-REC(108:8) TO WS-ALLOC-OPER
               END-IF
           END-IF.

       LOAD-HOLD.
           MOVE 'N' TO WS-HOLD-FOUND.
           OPEN INPUT GL-HOLD-FILE.
           IF NOT FILE-STATUS-OK
               MOVE WS-HOLD-NAME TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           READ GL-HOLD-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF GL-HOLD-FILE-REC NOT = SPACES
                       MOVE GL-HOLD-FILE-REC TO GLH-HOLD-REC
                       SET HOLD-FOUND TO TRUE
                   END-IF
           END-READ.
           CLOSE GL-HOLD-FILE.

       WRITE-HOLD.
           OPEN OUTPUT GL-HOLD-FILE.
           IF NOT FILE-STATUS-OK
               MOVE WS-HOLD-NAME TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           WRITE GL-HOLD-FILE-REC FROM GLH-HOLD-REC.
           IF NOT FILE-STATUS-OK
               MOVE WS-HOLD-NAME TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           CLOSE GL-HOLD-FILE.

      * a posting or reversal left pending past the configured age
      * raises one AGED alert; the hold record remembers it was
      * raised
       CHECK-PENDING-AGE.
           IF HOLD-FOUND AND GLH-PENDING AND NOT GLH-AGED-ALERTED
               AND GLH-CREATED IS NUMERIC
               OPEN INPUT GL-APR-CFG-FILE
               IF NOT FILE-STATUS-OK
                   MOVE "GLAPRCFG.DAT" TO WS-IO-NAME
                   PERFORM IO-ABORT
               END-IF
               READ GL-APR-CFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GL-APR-CFG-REC(1:3) IS NUMERIC
                           MOVE GL-APR-CFG-REC(1:3) TO WS-AGE-LIMIT
                       END-IF
               END-READ
               CLOSE GL-APR-CFG-FILE
               MOVE WS-TODAY TO WS-DATE-NUM
               COMPUTE WS-AGE-MIN =
                   (FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE(GLH-CREATED-DATE))
                   * 1440 + WS-NOW-HH * 60 + WS-NOW-MM
                   - GLH-CREATED-HH * 60 - GLH-CREATED-MM
               IF WS-AGE-MIN > WS-AGE-LIMIT * 60
                   PERFORM SET-HOLD-WHAT
                   DISPLAY "GLPOST: " WS-HOLD-TEXTO " do run " GLH-RUN
                       " pendente de aprovacao ha mais de "
                       WS-AGE-LIMIT " horas!"
                   MOVE SPACES TO WS-AUD-DETAIL
                   STRING WS-HOLD-WHAT DELIMITED BY SPACE
                       " run " GLH-RUN " unapproved >"
                       WS-AGE-LIMIT "h" DELIMITED BY SIZE
                       INTO WS-AUD-DETAIL
                   MOVE "AGED" TO WS-AUD-OUTCOME
                   CALL "AUDITLOG" USING WS-AUD-PROGRAM,
                       WS-AUD-DETAIL, WS-AUD-OUTCOME
                   MOVE 'Y' TO GLH-AGED-SW
                   PERFORM WRITE-HOLD
               END-IF
           END-IF.

      * the one-shot approval card OPMENU option 15 writes before it
      * calls the step. Only a run inside a signed-on session is a
      * decision run; the batch chain has no operator context, so a
      * card it finds was left behind by a session that never got
      * the step to run - it is discarded with an alert and the
      * night's posting goes on
       CHECK-APPROVAL-REQUEST.
           MOVE SPACES TO WS-APR-LINE.
           OPEN INPUT GL-APR-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "GLPSTAPR.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           READ GL-APR-FILE INTO WS-APR-LINE
               AT END
                   MOVE SPACES TO WS-APR-LINE
           END-READ.
           CLOSE GL-APR-FILE.
           IF WS-APR-LINE NOT = SPACES
               OPEN OUTPUT GL-APR-FILE
               CLOSE GL-APR-FILE
           END-IF.
           IF WS-OPER-ID NOT = SPACES
               SET DECISION-MODE TO TRUE
           ELSE
               IF WS-APR-LINE NOT = SPACES
                   DISPLAY "GLPSTAPR.DAT fora de uma sessao de "
                       "aprovacao - descartado: " WS-APR-LINE
                   MOVE "stale approval card discarded"
                       TO WS-AUD-DETAIL
                   MOVE "REJECTED" TO WS-AUD-OUTCOME
                   CALL "AUDITLOG" USING WS-AUD-PROGRAM,
                       WS-AUD-DETAIL, WS-AUD-OUTCOME
               END-IF
           END-IF.

      * the card's kind picks the hold; the checker must be the
      * signed-on operator, hold the checker level on OPERMST.DAT and
      * be neither the maker nor the allocation's operator
       DECIDE-PENDING-POSTING.
           IF NOT APR-APPROVE AND NOT APR-REJECT
               DISPLAY "GLPSTAPR.DAT decisao invalida: " WS-APR-LINE
               MOVE "approval card invalid" TO WS-AUD-DETAIL
               MOVE "REJECTED" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF APR-REVERSAL
               MOVE WS-HOLD-REV-NAME TO WS-HOLD-NAME
           ELSE
               MOVE WS-HOLD-POST-NAME TO WS-HOLD-NAME
           END-IF.
           PERFORM LOAD-HOLD.
           IF NOT HOLD-FOUND OR NOT GLH-PENDING
               DISPLAY "GLPOST: nenhuma postagem pendente de "
                   "aprovacao em " WS-HOLD-NAME(1:16)
               MOVE "no pending posting to decide" TO WS-AUD-DETAIL
               MOVE "NOT FOUND" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SET-HOLD-WHAT.
           PERFORM FIND-CHECKER-LEVEL.
           IF WS-APR-CHECKER = SPACES
               OR WS-APR-CHECKER NOT = WS-OPER-ID
               OR WS-APR-CHECKER = GLH-MAKER
               OR WS-APR-CHECKER = GLH-ALLOC-OPER
               OR WS-CHECKER-LEVEL NOT = '4'
               DISPLAY "GLPOST: aprovador " WS-APR-CHECKER
                   " nao pode decidir " WS-HOLD-TEXTO " do run "
                   GLH-RUN
               MOVE SPACES TO WS-AUD-DETAIL
               STRING "checker " WS-APR-CHECKER " not allowed run "
                   GLH-RUN DELIMITED BY SIZE INTO WS-AUD-DETAIL
               MOVE "DENIED" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-AUD-DETAIL.
           IF APR-APPROVE
               IF GLH-REVERSAL
                   PERFORM RELEASE-REVERSAL
                   STRING "rev run " GLH-RUN " approved by "
                       WS-APR-CHECKER DELIMITED BY SIZE
                       INTO WS-AUD-DETAIL
                   DISPLAY "GLPOST: estorno do run " GLH-REV-RUN
                       " aprovado e liberado em "
                       WS-REL-REV-NAME(1:16)
               ELSE
                   PERFORM RELEASE-POSTING
                   STRING "run " GLH-RUN " approved by "
                       WS-APR-CHECKER DELIMITED BY SIZE
                       INTO WS-AUD-DETAIL
                   DISPLAY "GLPOST: postagem do run " GLH-RUN
                       " aprovada e liberada em "
                       WS-REL-POST-NAME(1:16)
               END-IF
               MOVE 'A' TO GLH-STATUS
               MOVE "RELEASED" TO WS-AUD-OUTCOME
           ELSE
               MOVE 'R' TO GLH-STATUS
               IF GLH-REVERSAL
                   STRING "rev run " GLH-RUN " rejected by "
                       WS-APR-CHECKER DELIMITED BY SIZE
                       INTO WS-AUD-DETAIL
               ELSE
                   STRING "run " GLH-RUN " rejected by "
                       WS-APR-CHECKER DELIMITED BY SIZE
                       INTO WS-AUD-DETAIL
               END-IF
               MOVE "REJECTED" TO WS-AUD-OUTCOME
               DISPLAY "GLPOST: rejeicao registrada para "
                   WS-HOLD-TEXTO " do run " GLH-RUN " - nada liberado"
           END-IF.
           MOVE WS-APR-CHECKER TO GLH-CHECKER.
           MOVE WS-RPT-DATE-RAW(1:12) TO GLH-DECIDED.
           PERFORM WRITE-HOLD.
           CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
               WS-AUD-OUTCOME.
           MOVE 0 TO RETURN-CODE.

      * the pending, hold and release files of the entity in
      * WS-ENT-CODE -
      * the entity context in the chain, the card's company when a
      * held posting is decided; no entity keeps the plain names
       SET-ENTITY-NAMES.
           MOVE "GLPSTPND" TO WS-NAME-BASE.
           PERFORM BUILD-ENTITY-NAME.
           MOVE WS-NAME-OUT TO WS-PEND-POST-NAME.
           MOVE "GLPSTHLD" TO WS-NAME-BASE.
           PERFORM BUILD-ENTITY-NAME.
           MOVE WS-NAME-OUT TO WS-HOLD-POST-NAME.
           MOVE "GLREVPND" TO WS-NAME-BASE.
           PERFORM BUILD-ENTITY-NAME.
           MOVE WS-NAME-OUT TO WS-PEND-REV-NAME.
           MOVE "GLREVHLD" TO WS-NAME-BASE.
           PERFORM BUILD-ENTITY-NAME.
           MOVE WS-NAME-OUT TO WS-HOLD-REV-NAME.
           MOVE "GLPOST" TO WS-NAME-BASE.
           PERFORM BUILD-ENTITY-NAME.
           MOVE WS-NAME-OUT TO WS-REL-POST-NAME.
           MOVE "GLREVPST" TO WS-NAME-BASE.
           PERFORM BUILD-ENTITY-NAME.
           MOVE WS-NAME-OUT TO WS-REL-REV-NAME.

       BUILD-ENTITY-NAME.
           MOVE SPACES TO WS-NAME-OUT.
           IF WS-ENT-CODE = SPACES
               STRING WS-NAME-BASE DELIMITED BY SPACE
                   ".DAT" DELIMITED BY SIZE INTO WS-NAME-OUT
           ELSE
               STRING WS-NAME-BASE DELIMITED BY SPACE
                   "." WS-ENT-CODE ".DAT" DELIMITED BY SIZE
                   INTO WS-NAME-OUT
           END-IF.

      * the checker's authority level on the operator master; level
      * 4 is the dedicated posting-checker level
       FIND-CHECKER-LEVEL.
           MOVE SPACE TO WS-CHECKER-LEVEL.
           MOVE 'N' TO WS-OPER-EOF-SW.
           OPEN INPUT OPER-MST-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "OPERMST.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM FIND-ONE-CHECKER UNTIL OPER-EOF.
           CLOSE OPER-MST-FILE.

       FIND-ONE-CHECKER.
           READ OPER-MST-FILE
               AT END
                   SET OPER-EOF TO TRUE
           END-READ.
           IF NOT OPER-EOF AND WS-APR-CHECKER NOT = SPACES
               AND OPER-MST-REC(1:8) = WS-APR-CHECKER
               MOVE OPER-MST-REC(19:1) TO WS-CHECKER-LEVEL
           END-IF.

      * one register event per selected set; the caller has set the
      * event, the posting id (for P) and the run
       WRITE-REG-EVENTS.
           OPEN EXTEND GL-REG-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "GLPSTREG.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM WRITE-ONE-REG-EVENT
               VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > WS-SET-COUNT.
           CLOSE GL-REG-FILE.

       WRITE-ONE-REG-EVENT.
           IF WS-REG-EVENT = 'P'
               OR WS-SET-EVENT(WS-SET-IDX) = 'P'
               MOVE WS-SET-ID(WS-SET-IDX) TO WS-REG-SET
               IF WS-REG-EVENT = 'R'
                   MOVE WS-SET-POSTID(WS-SET-IDX) TO WS-REG-POSTID
               END-IF
               MOVE WS-TODAY TO WS-REG-DATE
               MOVE WS-RUN-NUMBER TO WS-REG-BY-RUN
               MOVE WS-SET-RECS(WS-SET-IDX) TO WS-REG-RECS
               MOVE WS-ENT-CODE TO WS-REG-ENT
               WRITE GL-REG-REC FROM WS-REG-LINE
               IF NOT FILE-STATUS-OK
                   MOVE "GLPSTREG.DAT" TO WS-IO-NAME
                   PERFORM IO-ABORT
               END-IF
           END-IF.

      * the one-shot reversal card; its presence switches the step
      * to reversal mode for this run only
       CHECK-REVERSAL-REQUEST.
           MOVE SPACES TO WS-REV-REQ-LINE.
           OPEN INPUT GL-REV-REQ-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "GLREVREQ.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           READ GL-REV-REQ-FILE INTO WS-REV-REQ-LINE
               AT END
                   MOVE SPACES TO WS-REV-REQ-LINE
           END-READ.
           CLOSE GL-REV-REQ-FILE.
      *    a card naming another company waits for that company's
      *    pass; a card with no company is taken by the first pass
           IF WS-REV-REQ-LINE(13:3) NOT = SPACES
               AND WS-REV-REQ-LINE(13:3) NOT = WS-ENT-CODE
               MOVE SPACES TO WS-REV-REQ-LINE
           END-IF.
           IF WS-REV-REQ-LINE NOT = SPACES
               SET REVERSAL-MODE TO TRUE
               IF WS-REV-REQ-LINE(1:6) IS NOT NUMERIC
                   DISPLAY "GLREVREQ.DAT pedido invalido: "
                       WS-REV-REQ-LINE
                   MOVE "reversal request invalid" TO WS-AUD-DETAIL
                   MOVE "REJECTED" TO WS-AUD-OUTCOME
                   CALL "AUDITLOG" USING WS-AUD-PROGRAM,
                       WS-AUD-DETAIL, WS-AUD-OUTCOME
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-REV-REQ-LINE(1:6) TO WS-REV-RUN
               MOVE WS-REV-REQ-LINE(8:4) TO WS-REV-SET
               IF WS-REV-SET = SPACES
                   MOVE "TODOS" TO WS-REV-SET-SHOW
               ELSE
                   MOVE WS-REV-SET TO WS-REV-SET-SHOW
               END-IF
           END-IF.

      * reversal mode: mirror the latest released posting of the
      * requested run (one set or all of them) onto GLREVPND.DAT and
      * hold it for the checker like any posting
       REVERSE-PRIOR-RUN.
           PERFORM SELECT-REVERSAL-SET
               VARYING WS-REGT-IDX FROM 1 BY 1
               UNTIL WS-REGT-IDX > WS-REGT-COUNT.
           PERFORM COUNT-REVERSAL-SET
               VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > WS-SET-COUNT.
           IF WS-SEL-COUNT = 0
               MOVE SPACES TO WS-AUD-DETAIL
               IF WS-DUP-COUNT > 0
                   DISPLAY "GLPOST: run " WS-REV-RUN " conjunto "
                       WS-REV-SET-SHOW " ja estornado!"
                   STRING "RUN=" WS-REV-RUN " SET=" WS-REV-SET-SHOW
                       " ALREADY REVERSED" DELIMITED BY SIZE
                       INTO WS-AUD-DETAIL
                   MOVE "DUPLICATE" TO WS-AUD-OUTCOME
               ELSE
                   DISPLAY "GLPOST: run " WS-REV-RUN " conjunto "
                       WS-REV-SET-SHOW " sem postagem registrada!"
                   STRING "RUN=" WS-REV-RUN " SET=" WS-REV-SET-SHOW
                       " NEVER POSTED" DELIMITED BY SIZE
                       INTO WS-AUD-DETAIL
                   MOVE "NOT FOUND" TO WS-AUD-OUTCOME
               END-IF
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT GL-HIST-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "GLPSTHST.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           MOVE WS-WORK-REV-NAME TO WS-REV-FILE-NAME.
           OPEN OUTPUT GL-REV-FILE.
           IF NOT FILE-STATUS-OK
               MOVE WS-REV-FILE-NAME TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM REVERSE-ONE-HIST UNTIL HIST-EOF.
           CLOSE GL-HIST-FILE.
           CLOSE GL-REV-FILE.

           COMPUTE WS-NET = WS-DEBIT-TOT - WS-CREDIT-TOT.
           PERFORM WRITE-REVERSAL-REPORT.

           MOVE WS-HIST-READ TO WS-CTL-READ.
           MOVE WS-POST-COUNT TO WS-CTL-WRITTEN.
           CALL "CTLTOT" USING WS-CTL-REV-PROGRAM, WS-CTL-READ,
               WS-CTL-WRITTEN, WS-CTL-HASH.

           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "REV RUN=" WS-REV-RUN " SET=" WS-REV-SET-SHOW
               " RECS=" WS-POST-COUNT DELIMITED BY SIZE
               INTO WS-AUD-DETAIL.
           IF WS-HIST-READ = 0 OR WS-NET NOT = 0
               DISPLAY "GLPOST: estorno nao liberado, ver "
                   "GLPSTRPT.DAT"
               MOVE "REJECTED" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT GL-REV-REQ-FILE
               CLOSE GL-REV-REQ-FILE
               MOVE "OK" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
               MOVE WS-HOLD-REV-NAME TO WS-HOLD-NAME
               PERFORM LOAD-HOLD
               MOVE 'V' TO WS-HOLD-KIND
               PERFORM HOLD-POSTING
               DISPLAY "GLPOST: estorno do run " WS-REV-RUN
                   " retido aguardando aprovacao"
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * an approved reversal is copied to GLREVPST.DAT for the GL and
      * the sets it took back are registered as reversed - the sets
      * are picked from the register again, as they were when the
      * reversal was built
       RELEASE-REVERSAL.
           PERFORM CHECK-PENDING-REV.
           MOVE GLH-REV-RUN TO WS-REV-RUN.
           MOVE GLH-REV-SET TO WS-REV-SET.
           MOVE 0 TO WS-SET-COUNT.
           PERFORM SELECT-REVERSAL-SET
               VARYING WS-REGT-IDX FROM 1 BY 1
               UNTIL WS-REGT-IDX > WS-REGT-COUNT.
           OPEN INPUT GL-REV-FILE.
           IF NOT FILE-STATUS-OK
               MOVE WS-REV-FILE-NAME TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           OPEN OUTPUT GL-REV-REL-FILE.
           IF NOT FILE-STATUS-OK
               MOVE WS-REL-REV-NAME TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           MOVE 'N' TO WS-HIST-EOF-SW.
           PERFORM RELEASE-ONE-REVERSAL UNTIL HIST-EOF.
           CLOSE GL-REV-FILE.
           CLOSE GL-REV-REL-FILE.
           MOVE 'R' TO WS-REG-EVENT.
           MOVE WS-REV-RUN TO WS-REG-RUN.
           PERFORM WRITE-REG-EVENTS.

       RELEASE-ONE-REVERSAL.
           READ GL-REV-FILE
               AT END
                   SET HIST-EOF TO TRUE
           END-READ.
           IF NOT HIST-EOF AND GL-REV-REC NOT = SPACES
               WRITE GL-REV-REL-REC FROM GL-REV-REC
               IF NOT FILE-STATUS-OK
                   MOVE WS-REL-REV-NAME TO WS-IO-NAME
                   PERFORM IO-ABORT
               END-IF
               MOVE GL-REV-REC(33:4) TO WS-LOOK-SET
               PERFORM FIND-SET-ENTRY
               IF WS-SET-HIT > 0
                   ADD 1 TO WS-SET-RECS(WS-SET-HIT)
               END-IF
           END-IF.

      * each set of the requested run enters the table once, with
      * its latest register event
       SELECT-REVERSAL-SET.
           IF WS-REGT-RUN(WS-REGT-IDX) = WS-REV-RUN
               AND WS-REGT-ENT(WS-REGT-IDX) = WS-ENT-CODE
               AND (WS-REV-SET = SPACES
                   OR WS-REGT-SET(WS-REGT-IDX) = WS-REV-SET)
               MOVE WS-REGT-SET(WS-REGT-IDX) TO WS-LOOK-SET
               PERFORM FIND-SET-ENTRY
               IF WS-SET-HIT = 0 AND WS-SET-COUNT < 50
                   ADD 1 TO WS-SET-COUNT
                   MOVE WS-SET-COUNT TO WS-SET-HIT
                   MOVE WS-LOOK-SET TO WS-SET-ID(WS-SET-HIT)
                   MOVE 0 TO WS-SET-RECS(WS-SET-HIT)
               END-IF
               IF WS-SET-HIT > 0
                   MOVE WS-REGT-EVENT(WS-REGT-IDX)
                       TO WS-SET-EVENT(WS-SET-HIT)
                   MOVE WS-REGT-POSTID(WS-REGT-IDX)
                       TO WS-SET-POSTID(WS-SET-HIT)
               END-IF
           END-IF.

       COUNT-REVERSAL-SET.
           IF WS-SET-EVENT(WS-SET-IDX) = 'P'
               ADD 1 TO WS-SEL-COUNT
           ELSE
               ADD 1 TO WS-DUP-COUNT
           END-IF.

       REVERSE-ONE-HIST.
           READ GL-HIST-FILE INTO WS-HIST-LINE
               AT END
                   SET HIST-EOF TO TRUE
           END-READ.
           IF NOT HIST-EOF AND WS-HIST-LINE NOT = SPACES
               MOVE WS-HIST-POST TO WS-POST-LINE
               MOVE WS-POST-SET TO WS-LOOK-SET
               PERFORM FIND-SET-ENTRY
               IF WS-SET-HIT > 0
                   IF WS-POST-RUN = WS-REV-RUN
                       AND WS-HIST-ENT = WS-ENT-CODE
                       AND WS-SET-EVENT(WS-SET-HIT) = 'P'
                       AND WS-HIST-POSTID = WS-SET-POSTID(WS-SET-HIT)
                       PERFORM WRITE-MIRROR-REC
                   END-IF
               END-IF
           END-IF.

      * the mirror keeps account, amount and set and swaps the side;
      * it carries tonight's run and date like any posting
       WRITE-MIRROR-REC.
           ADD 1 TO WS-HIST-READ.
           IF WS-POST-DC = 'D'
               MOVE 'C' TO WS-POST-DC
               ADD WS-POST-AMT TO WS-CREDIT-TOT
           ELSE
               MOVE 'D' TO WS-POST-DC
               ADD WS-POST-AMT TO WS-DEBIT-TOT
               ADD WS-POST-AMT TO WS-PEND-DEBITS
               ADD WS-POST-AMT TO WS-CTL-HASH
           END-IF.
           MOVE WS-RUN-NUMBER TO WS-POST-RUN.
           MOVE WS-TODAY TO WS-POST-DATE.
           WRITE GL-REV-REC FROM WS-POST-LINE.
           IF NOT FILE-STATUS-OK
               MOVE WS-REV-FILE-NAME TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           ADD 1 TO WS-POST-COUNT.
           ADD 1 TO WS-SET-RECS(WS-SET-HIT).

       WRITE-REVERSAL-REPORT.
           PERFORM OPEN-BALANCE-REPORT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ESTORNO DO RUN " WS-REV-RUN " CONJUNTO "
               WS-REV-SET-SHOW " EM " DELIMITED BY SIZE
               WS-PEND-REV-NAME DELIMITED BY SPACE
               INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           PERFORM RPT-ONE-REVERSAL-SET
               VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > WS-SET-COUNT.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-DEBIT-TOT TO WS-DEB-TXT.
           MOVE WS-CREDIT-TOT TO WS-CRD-TXT.
           MOVE WS-NET TO WS-NET-TXT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DEBITOS=" WS-DEB-TXT " CREDITOS=" WS-CRD-TXT
               " LIQUIDO=" WS-NET-TXT DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-HIST-READ > 0 AND WS-NET = 0
               STRING "ARQUIVO DE ESTORNO BALANCEADO - RETIDO PARA "
                   "APROVACAO (" WS-POST-COUNT " REGISTROS)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "ESTORNO NAO LIBERADO: HISTORICO="
                   WS-HIST-READ " LIQUIDO=" WS-NET-TXT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-RPT-LINE.
           CLOSE GL-RPT-FILE.

       RPT-ONE-REVERSAL-SET.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-SET-EVENT(WS-SET-IDX) = 'P'
               STRING "  CONJUNTO " WS-SET-ID(WS-SET-IDX)
                   " POSTAGEM " WS-SET-POSTID(WS-SET-IDX)
                   " REGISTROS ESTORNADOS=" WS-SET-RECS(WS-SET-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "  CONJUNTO " WS-SET-ID(WS-SET-IDX)
                   " JA ESTORNADO - IGNORADO"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-RPT-LINE.

       OPEN-BALANCE-REPORT.
           OPEN OUTPUT GL-RPT-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "GLPSTRPT.DAT" TO WS-IO-NAME
           END-IF.
           STRING WS-RPT-DATE-RAW(1:4) "-" WS-RPT-DATE-RAW(5:2) "-"
               WS-RPT-DATE-RAW(7:2) DELIMITED BY SIZE INTO WS-RPT-DATE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RELATORIO GLPOST  DATA: " WS-RPT-DATE
               "  RUN: " WS-RUN-NUMBER "  ENT: " WS-ENT-CODE
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.

       WRITE-BALANCE-REPORT.
           PERFORM OPEN-BALANCE-REPORT.
           MOVE WS-DEBIT-TOT TO WS-DEB-TXT.
           MOVE WS-CREDIT-TOT TO WS-CRD-TXT.
           MOVE WS-NET TO WS-NET-TXT.
               INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-MISS-COUNT = 0 AND WS-NET = 0 AND WS-DUP-COUNT = 0
               STRING "ARQUIVO DE POSTAGEM BALANCEADO - RETIDO PARA "
                   "APROVACAO (" WS-POST-COUNT " REGISTROS)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "ARQUIVO NAO LIBERADO: SEM CONTA="
                   WS-MISS-COUNT " LIQUIDO=" WS-NET-TXT
                   " JA POSTADO=" WS-DUP-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-RPT-LINE.
