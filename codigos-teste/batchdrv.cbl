      *      raw figures FEEDFPR's CHK pass filed in FEEDFPRP.DAT
      *      instead of re-hashing feeds CURRCONV or RECYSTAGE may
      *      have rewritten mid-chain.
      * Mod: 15/10/2026 - RECIPALC joined the step dispatch so the
      *      reciprocal service-department allocation can be
      *      scheduled by control card (frequency M) ahead of
      *      POOLALLOC, which then allocates the fully loaded
      *      POOLAMT.DAT amounts it writes.
      * Mod: 15/10/2026 - DRVALLOC joined the step dispatch so the
      *      driver-based MULTIPALC.DAT percentages can be built by
      *      control card in place of MULTIPMATRIZ's, ahead of
      *      POOLALLOC.
      * Mod: 15/10/2026 - CHGSTMT joined the step dispatch so the
      *      per-cost-center chargeback statements can be carded
      *      after POOLALLOC and ahead of RPTDIST, which bundles
      *      each CHGST.<cc>.DAT to its manager.
      * Mod: 15/10/2026 - GLRECON joined the step dispatch so the
      *      ledger's load-result return can be reconciled against
      *      the filed GLPOST posting by control card.
      * Mod: 15/10/2026 - on a multi-entity night CONSOLID runs once
      *      after the entity loop (not by control card - it needs
      *      every company's pass behind it) and adds the filed
      *      per-entity results into the group report with the
      *      intercompany eliminations; it is logged and timed like
      *      a step, max RC 4. An entity pass that ran POOLALLOC now
      *      also files POOLOUT.DAT as POOLOUT.<ent>.DAT for it.
      * Mod: 15/10/2026 - BUDMAINT and BUDVAR joined the step
      *      dispatch: the budget master is maintained from its
      *      delta deck and the MULTIPMATRIZ result reported
      *      against budget, both by control card.
      * Mod: 15/10/2026 - TBRECON joined the dispatch and the
      *      built-in chain right after PREFLIGHT: the matrix feeds'
      *      row totals are reconciled to the GL trial balance and
      *      an unreconciled row stops the chain (RC=16) before
      *      MULTIPMATRIZ or POOLALLOC can consume the feed. On a
      *      control-card night it must be carded ahead of them.
      * Mod: 15/10/2026 - RANKMOV joined the dispatch and the
      *      built-in chain right after BUBBLESORT, reporting each
      *      account's rank movement against the previous run's
      *      ranking; an entity pass files RANKRPT.DAT as
      *      RANKRPT.<ent>.DAT with its other reports.
      * Mod: 15/10/2026 - BUSCASTA joined the dispatch so the
      *      reference master's hit statistics and dormant-entry
      *      deck can be carded as a periodic step; it is not part
      *      of the built-in nightly chain.
      * Mod: 15/10/2026 - AUDVERIFY joined the dispatch so the audit
      *      trail's hash chain can be proved as a carded step (an
      *      RC=16 means a broken chain); it is not part of the
      *      built-in nightly chain.
      * Mod: 15/10/2026 - OPACTIV joined the dispatch so the monthly
      *      operator activity and segregation-of-duties report can
      *      be carded; it is not part of the built-in nightly chain.
      * Mod: 15/10/2026 - ALERTESC joined the dispatch so the alert
      *      escalation pass can be carded or scheduled between
      *      steps; it takes no run lock and may run alongside.
      * Mod: 15/10/2026 - a step failing on its condition code now
      *      gets a second BATCHJOB.LOG line carrying the matching
      *      RUNBOOK.DAT runbook reference (looked up by program,
      *      return code and the step's audit outcome), whether a
      *      restart is safe and the OPMENU option for the
      *      recovery; the instructions also go to the console.
      * Mod: 15/10/2026 - approved ad hoc job requests filed from
      *      OPMENU (JOBREQ.DAT) run after a normally completed
      *      chain, under the same lock, job-log, timing and runbook
      *      rules as a chain step: the request's control card is
      *      written to its card file, the step is dispatched, and
      *      the request is marked run or failed with the run, RC
      *      and time. Free-window requests also run on a date the
      *      chain is refused; an abended night leaves them all
      *      approved for the next pass. A failed request raises a
      *      REQ FAILED alert but does not change the run's RC.
      * Mod: 15/10/2026 - FEEDSCORE joined the dispatch so the monthly
      *      feed supplier scorecard can be carded; it is not part
      *      of the built-in nightly chain.
      * Mod: 15/10/2026 - HOUSEKEEP joined the dispatch so the
      *      retention housekeeping of the append-only files can be
      *      carded; it is not part of the built-in nightly chain.
      * Mod: 15/10/2026 - AUDSAMPLE joined the dispatch so the audit
      *      sampling worksheet can be carded or filed as an ad hoc
      *      request; it is not part of the built-in nightly chain.
      * Mod: 15/10/2026 - an ad hoc request's control card now goes
      *      to the card file the JOBSTPWS.CPY step table gives for
      *      its step, never to a name carried on the queue record; a
      *      step outside the table fails as unknown without a call,
      *      and no card is ever written over a protected suite file.
      * Mod: 15/10/2026 - the step and threshold tables grew to 50
      *      entries (more than every dispatchable step), so the
      *      carded steps can run alongside the full built-in
      *      chain; a scenario name an abended SCNRUN left in
      *      SCNCURR.DAT is cleared once the lock is held, with an
      *      alert, so POOLALLOC posts production that night; the
      *      timing report is written after ad hoc requests run on
      *      a refused date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL FPR-PRM-FILE ASSIGN TO "FEEDFPR.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL JOBREQ-FILE ASSIGN TO "JOBREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT JOBREQ-WRK-FILE ASSIGN TO "JOBREQW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REQ-CARD-FILE ASSIGN TO DYNAMIC WS-REQ-CARD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL SCN-CUR-FILE ASSIGN TO "SCNCURR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-LOG-FILE.
       01  ENTITY-REC PIC X(3).
       FD  FPR-PRM-FILE.
       01  FPR-PRM-REC PIC X(20).
       FD  JOBREQ-FILE.
       01  JOBREQ-FILE-REC PIC X(180).
       FD  JOBREQ-WRK-FILE.
       01  JOBREQ-WRK-REC PIC X(180).
       FD  REQ-CARD-FILE.
       01  REQ-CARD-REC PIC X(60).
       FD  SCN-CUR-FILE.
       01  SCN-CUR-REC PIC X(20).
       WORKING-STORAGE SECTION.
       01 WS-TODAY-RAW PIC X(21).
       01 WS-TODAY PIC X(8).
       01 WS-OPER-FUNC PIC X(3).
       01 WS-OPER-ID PIC X(8).
       01 WS-ENT-RAN PIC X VALUE 'N'.
       01 WS-ALC-RAN PIC X VALUE 'N'.
       01 WS-RST-ENT PIC X(3) VALUE SPACES.
       01 WS-STG-BASE PIC X(12).
       01 WS-STG-SRC PIC X(60).
       01 WS-RUN-FUNC PIC X(3) VALUE "NEW".
       01 WS-RUN-NUMBER PIC 9(6).
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 50 TIMES.
               10 WS-TBL-STEP-NAME PIC X(12).
               10 WS-TBL-MAX-RC PIC 9(3).
               10 WS-TBL-BYPASS PIC X.
       01 WS-TIM-IDX PIC 9(3).
       01 WS-TIM-FULL-SW PIC X VALUE 'N'.
       01 WS-THR-TABLE.
           05 WS-THR-ENTRY OCCURS 50 TIMES.
               10 WS-THR-NAME PIC X(12).
               10 WS-THR-SECS PIC 9(6).
       01 WS-THR-COUNT PIC 9(2) VALUE 0.
       01 WS-TIM-RPT-LINE PIC X(100).
       01 WS-RPT-DATE-RAW PIC X(21).
       01 WS-RPT-DATE PIC X(10).
      * the failed step's runbook entry
       COPY "RUNBKWS.CPY".
       01 WS-RBK-FUNC PIC X(3).
       01 WS-RBK-OUTCOME PIC X(10).
       01 WS-RBK-FOUND PIC X.
      * ad hoc job requests and the steps they may name
       COPY "JOBREQWS.CPY".
       COPY "JOBSTPWS.CPY".
       01 WS-REQ-MODE PIC X.
       01 WS-REQ-ACTIVE PIC X VALUE 'N'.
       01 WS-REQ-UNKNOWN PIC X.
       01 WS-REQ-RAN PIC 9(3).
       01 WS-REQ-EOF-SW PIC X.
           88 REQ-EOF VALUE 'Y'.
       01 WS-REQ-CARD-NAME PIC X(60).
       01 WS-REQ-CARD-OK PIC X.
       01 WS-REQ-TS-RAW PIC X(21).
       01 WS-REQ-SRC PIC X(60) VALUE "JOBREQW.DAT".
       01 WS-REQ-DST PIC X(60) VALUE "JOBREQ.DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "RUNCTL" USING WS-RUN-FUNC, WS-RUN-NUMBER.
           MOVE ZERO TO WS-LOG-RC.
           PERFORM WRITE-JOB-LINE.

      *    with the lock held no SCNRUN can be live, so a scenario
      *    still named in SCNCURR.DAT is left over from one that
      *    abended - POOLALLOC must run for production tonight
           PERFORM CLEAR-STALE-SCENARIO.

           PERFORM CHECK-CALENDAR.
           IF CAL-HOLIDAY OR CAL-DATE-UNLISTED
               PERFORM CHECK-FORCE
                   MOVE SPACES TO WS-LOG-STEP
                   MOVE ZERO TO WS-LOG-RC
                   PERFORM WRITE-JOB-LINE
                   MOVE 'W' TO WS-REQ-MODE
                   PERFORM RUN-JOB-REQUESTS
                   IF WS-REQ-RAN > 0
                       PERFORM WRITE-TIMING-REPORT
                   END-IF
                   PERFORM RELEASE-RUN-LOCK
                   CLOSE JOB-LOG-FILE
                   MOVE 16 TO RETURN-CODE
      *    context ends with the entity loop
           MOVE "CLR" TO WS-ENT-FUNC.
           CALL "ENTCTX" USING WS-ENT-FUNC, WS-ENT-CODE.
           MOVE SPACES TO WS-ENT-CODE.

      *    the group view needs every company's pass behind it
           IF NOT JOB-ABORTED AND NOT SKIPPING-DONE-STEPS
               AND WS-ENT-ENTRY(1) NOT = SPACES
               PERFORM RUN-CONSOLIDATION
           END-IF.

           IF SKIPPING-DONE-STEPS
               MOVE "RESTART step unknown - no step executed"
               MOVE 16 TO WS-ABORT-RC
           END-IF.

      *    the night's own chain comes first; an abended night
      *    leaves the approved requests for the next pass
           IF NOT JOB-ABORTED
               MOVE 'C' TO WS-REQ-MODE
               PERFORM RUN-JOB-REQUESTS
           END-IF.

           IF JOB-ABORTED
               MOVE "Batch run ABENDED - remaining steps skipped"
                   TO WS-LOG-MSG
           END-IF.
           STOP RUN.

       CLEAR-STALE-SCENARIO.
           MOVE SPACES TO SCN-CUR-REC.
           OPEN INPUT SCN-CUR-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "SCNCURR.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           READ SCN-CUR-FILE
               AT END
                   MOVE SPACES TO SCN-CUR-REC
           END-READ.
           CLOSE SCN-CUR-FILE.
           IF SCN-CUR-REC NOT = SPACES
               MOVE SPACES TO WS-LOG-MSG
               STRING "stale scenario " SCN-CUR-REC(1:8)
                   " in SCNCURR.DAT cleared" DELIMITED BY SIZE
                   INTO WS-LOG-MSG
               MOVE SPACES TO WS-LOG-STEP
               MOVE ZERO TO WS-LOG-RC
               PERFORM WRITE-JOB-LINE
               MOVE SPACES TO WS-AUD-DETAIL
               STRING "stale scenario " SCN-CUR-REC(1:8) " cleared"
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               MOVE "REJECTED" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-LOCK-HOLDER, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
               OPEN OUTPUT SCN-CUR-FILE
               IF NOT FILE-STATUS-OK
                   MOVE "SCNCURR.DAT" TO WS-IO-NAME
                   PERFORM IO-ABORT
               END-IF
               CLOSE SCN-CUR-FILE
           END-IF.

       RELEASE-RUN-LOCK.
           MOVE "REL" TO WS-LOCK-FUNC.
           CALL "RUNLOCK" USING WS-LOCK-FUNC, WS-LOCK-HOLDER,
                   OR (STEP-CTL-REC(20:1) NOT = 'D'
                       AND STEP-CTL-REC(20:1) NOT = 'M'
                       AND STEP-CTL-REC(20:1) NOT = SPACE)
                   OR WS-STEP-COUNT >= 50
                   DISPLAY "BATCHCTL.DAT cartao invalido: "
                       STEP-CTL-REC
                   SET CTL-CARD-BAD TO TRUE
           END-IF.

       LOAD-DEFAULT-STEPS.
           MOVE 15 TO WS-STEP-COUNT.
           MOVE "SNAPSHOT" TO WS-TBL-STEP-NAME(1).
           MOVE "FEEDMAN" TO WS-TBL-STEP-NAME(2).
           MOVE "FEEDFPR" TO WS-TBL-STEP-NAME(3).
           MOVE "PREFLIGHT" TO WS-TBL-STEP-NAME(4).
           MOVE "TBRECON" TO WS-TBL-STEP-NAME(5).
           MOVE "MATRIZTRANSP" TO WS-TBL-STEP-NAME(6).
           MOVE "MULTIPMATRIZ" TO WS-TBL-STEP-NAME(7).
           MOVE "BUBBLESORT" TO WS-TBL-STEP-NAME(8).
           MOVE "RANKMOV" TO WS-TBL-STEP-NAME(9).
           MOVE "VETBRIDGE" TO WS-TBL-STEP-NAME(10).
           MOVE "BUSCAMNT" TO WS-TBL-STEP-NAME(11).
           MOVE "BUSCABINARIA" TO WS-TBL-STEP-NAME(12).
           MOVE "FATORIALN" TO WS-TBL-STEP-NAME(13).
           MOVE "BALRUN" TO WS-TBL-STEP-NAME(14).
           MOVE "RPTDIST" TO WS-TBL-STEP-NAME(15).
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               MOVE 4 TO WS-TBL-MAX-RC(WS-STEP-IDX)
                   PERFORM STAGE-ENTITY-FEEDS
               END-IF
               MOVE 'N' TO WS-ENT-RAN
               MOVE 'N' TO WS-ALC-RAN
               IF NOT JOB-ABORTED
                   PERFORM RUN-ONE-STEP
                       VARYING WS-STEP-IDX FROM 1 BY 1
           PERFORM COPY-ONE-REPORT.
           MOVE "BUSCARPT" TO WS-STG-BASE.
           PERFORM COPY-ONE-REPORT.
           MOVE "RANKRPT" TO WS-STG-BASE.
           PERFORM COPY-ONE-REPORT.
           MOVE "BALRPT" TO WS-STG-BASE.
           PERFORM COPY-ONE-REPORT.
           IF WS-ALC-RAN = 'Y'
               MOVE "POOLOUT" TO WS-STG-BASE
               PERFORM COPY-ONE-REPORT
           END-IF.

       RUN-CONSOLIDATION.
           MOVE "CONSOLID" TO WS-STEP-NAME.
           MOVE 4 TO WS-MAX-RC.
           PERFORM GET-TIME-NOW.
           MOVE WS-TIME-NOW TO WS-STEP-INI.
           MOVE WS-SECS-NOW TO WS-STEP-INI-SECS.
           CALL "CONSOLID".
           PERFORM LOG-STEP-RESULT.

      * files the pass's report under its per-entity name; a failed
      * copy is logged but does not abort - the working copy still
                       MOVE WS-TIME-NOW TO WS-STEP-INI
                       MOVE WS-SECS-NOW TO WS-STEP-INI-SECS
                       MOVE 'Y' TO WS-ENT-RAN
                       IF WS-STEP-NAME = "POOLALLOC"
                           MOVE 'Y' TO WS-ALC-RAN
                       END-IF
                       PERFORM CALL-STEP
                       IF NOT JOB-ABORTED
                           PERFORM LOG-STEP-RESULT
           EVALUATE WS-STEP-NAME
               WHEN "PREFLIGHT"
                   CALL "PREFLIGHT"
               WHEN "TBRECON"
                   CALL "TBRECON"
               WHEN "MATRIZTRANSP"
                   CALL "MATRIZTRANSP"
               WHEN "MULTIPMATRIZ"
                   CALL "MULTIPMATRIZ"
               WHEN "BUBBLESORT"
                   CALL "BUBBLESORT"
               WHEN "RANKMOV"
                   CALL "RANKMOV"
               WHEN "VETBRIDGE"
                   CALL "VETBRIDGE"
               WHEN "BUSCAMNT"
                   CALL "BUSCAMNT"
               WHEN "BUSCABINARIA"
                   CALL "BUSCABINARIA"
               WHEN "BUSCASTA"
                   CALL "BUSCASTA"
               WHEN "FATORIALN"
                   CALL "FATORIALN"
               WHEN "MATRIZARIT"
                   CALL "BALRUN"
               WHEN "AUDARCHIVE"
                   CALL "AUDARCHIVE"
               WHEN "AUDVERIFY"
                   CALL "AUDVERIFY"
               WHEN "OPACTIV"
                   CALL "OPACTIV"
               WHEN "ALERTESC"
                   CALL "ALERTESC"
               WHEN "FEEDSCORE"
                   CALL "FEEDSCORE"
               WHEN "HOUSEKEEP"
                   CALL "HOUSEKEEP"
               WHEN "AUDSAMPLE"
                   CALL "AUDSAMPLE"
               WHEN "OPSUMMARY"
                   CALL "OPSUMMARY"
               WHEN "RUNHIST"
                   CALL "RUNHIST"
               WHEN "RECIPALC"
                   CALL "RECIPALC"
               WHEN "DRVALLOC"
                   CALL "DRVALLOC"
               WHEN "POOLALLOC"
                   CALL "POOLALLOC"
               WHEN "GLPOST"
                   CALL "GLPOST"
               WHEN "CHGSTMT"
                   CALL "CHGSTMT"
               WHEN "GLRECON"
                   CALL "GLRECON"
               WHEN "BUDMAINT"
                   CALL "BUDMAINT"
               WHEN "BUDVAR"
                   CALL "BUDVAR"
               WHEN "SNAPSHOT"
                   CALL "SNAPSHOT"
               WHEN "MATMAINT"
               WHEN "RPTDIST"
                   CALL "RPTDIST"
               WHEN OTHER
                   IF WS-REQ-ACTIVE = 'Y'
                       MOVE 'Y' TO WS-REQ-UNKNOWN
                   ELSE
                       MOVE WS-STEP-NAME TO WS-LOG-STEP
                       MOVE ZERO TO WS-LOG-RC
                       MOVE "unknown step name on control card"
                           TO WS-LOG-MSG
                       PERFORM WRITE-JOB-LINE
                       SET JOB-ABORTED TO TRUE
                   END-IF
           END-EVALUATE.

       LOG-STEP-RESULT.
           PERFORM WRITE-JOB-LINE.
           MOVE SPACES TO WS-LOG-INI.
           MOVE SPACES TO WS-LOG-FIM.
           IF WS-STEP-RC > WS-MAX-RC
               PERFORM LOG-RUNBOOK-REF
           END-IF.

      * the recovery procedure for the failure, from the runbook
      * master, under the FAILED line - OPMENU's status board picks
      * the reference up from here
       LOG-RUNBOOK-REF.
           MOVE "FND" TO WS-RBK-FUNC.
           MOVE SPACES TO WS-RBK-OUTCOME.
           CALL "RUNBOOK" USING WS-RBK-FUNC, WS-STEP-NAME,
               WS-STEP-RC, WS-RBK-OUTCOME, RBK-ENTRY, WS-RBK-FOUND.
           MOVE WS-STEP-NAME TO WS-LOG-STEP.
           MOVE WS-STEP-RC TO WS-LOG-RC.
           MOVE SPACES TO WS-LOG-MSG.
           IF WS-RBK-FOUND = 'Y'
               IF RBK-OPTION = SPACES
                   MOVE "--" TO RBK-OPTION
               END-IF
               STRING "runbook " RBK-REF " restart=" RBK-RESTART
                   " option=" RBK-OPTION " " WS-RBK-OUTCOME
                   DELIMITED BY SIZE INTO WS-LOG-MSG
               DISPLAY "RUNBOOK " RBK-REF " - " WS-STEP-NAME
                   " RC=" WS-STEP-RC ": " RBK-TEXT
           ELSE
               STRING "runbook - no entry " WS-RBK-OUTCOME
                   DELIMITED BY SIZE INTO WS-LOG-MSG
               DISPLAY "RUNBOOK: nenhum roteiro para " WS-STEP-NAME
                   " RC=" WS-STEP-RC "!"
           END-IF.
           PERFORM WRITE-JOB-LINE.

      * one timing entry per executed step, tagged with the entity
      * whose pass ran it - the table covers eight entities' worth
               END-IF
           END-IF.

      * approved OPMENU job requests, through a work file so each
      * one's outcome is filed back on the queue: mode C (after the
      * chain) takes every approved request, mode W (a night the
      * chain does not run) only the free-window ones
       RUN-JOB-REQUESTS.
           MOVE 0 TO WS-REQ-RAN.
           MOVE 'N' TO WS-REQ-EOF-SW.
           OPEN INPUT JOBREQ-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "JOBREQ.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           OPEN OUTPUT JOBREQ-WRK-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "JOBREQW.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM CHECK-ONE-REQUEST UNTIL REQ-EOF.
           CLOSE JOBREQ-FILE.
           CLOSE JOBREQ-WRK-FILE.
           IF WS-REQ-RAN > 0
               CALL "FILECOPY" USING WS-REQ-SRC, WS-REQ-DST
               CANCEL "FILECOPY"
               IF RETURN-CODE = 12
                   MOVE "JOBREQ.DAT" TO WS-IO-NAME
                   PERFORM IO-ABORT
               END-IF
           END-IF.

       CHECK-ONE-REQUEST.
           READ JOBREQ-FILE INTO JRQ-REC
               AT END
                   SET REQ-EOF TO TRUE
           END-READ.
           IF NOT REQ-EOF
               IF JRQ-APPROVED
                   AND (WS-REQ-MODE = 'C' OR JRQ-FREE-WINDOW)
                   PERFORM RUN-ONE-REQUEST
               END-IF
               WRITE JOBREQ-WRK-REC FROM JRQ-REC
               IF NOT FILE-STATUS-OK
                   MOVE "JOBREQW.DAT" TO WS-IO-NAME
                   PERFORM IO-ABORT
               END-IF
           END-IF.

      * one request, run the way a chain step is: card, call, timing
      * entry and job-log line, runbook reference on a failure
       RUN-ONE-REQUEST.
           ADD 1 TO WS-REQ-RAN.
           MOVE JRQ-STEP TO WS-STEP-NAME.
           MOVE 4 TO WS-MAX-RC.
           MOVE 'N' TO WS-REQ-UNKNOWN.
           PERFORM WRITE-REQUEST-CARD.
           PERFORM GET-TIME-NOW.
           MOVE WS-TIME-NOW TO WS-STEP-INI.
           MOVE WS-SECS-NOW TO WS-STEP-INI-SECS.
           IF WS-REQ-CARD-OK = 'Y' AND WS-REQ-UNKNOWN = 'N'
               MOVE 'Y' TO WS-REQ-ACTIVE
               PERFORM CALL-STEP
               MOVE RETURN-CODE TO WS-STEP-RC
               MOVE 'N' TO WS-REQ-ACTIVE
           ELSE
               MOVE 16 TO WS-STEP-RC
           END-IF.
           IF WS-REQ-UNKNOWN = 'Y'
               MOVE 16 TO WS-STEP-RC
           END-IF.
           PERFORM GET-TIME-NOW.
           PERFORM STORE-STEP-TIMING.
           MOVE WS-STEP-NAME TO WS-LOG-STEP.
           MOVE WS-STEP-RC TO WS-LOG-RC.
           MOVE WS-STEP-INI TO WS-LOG-INI.
           MOVE WS-TIME-NOW TO WS-LOG-FIM.
           MOVE SPACES TO WS-LOG-MSG.
           EVALUATE TRUE
               WHEN WS-REQ-CARD-OK NOT = 'Y'
                   STRING "request " JRQ-ID " FAILED - card file "
                       "not written" DELIMITED BY SIZE INTO WS-LOG-MSG
               WHEN WS-REQ-UNKNOWN = 'Y'
                   STRING "request " JRQ-ID " FAILED - unknown step"
                       DELIMITED BY SIZE INTO WS-LOG-MSG
               WHEN WS-STEP-RC > WS-MAX-RC
                   STRING "request " JRQ-ID " FAILED - condition "
                       "code too high" DELIMITED BY SIZE
                       INTO WS-LOG-MSG
               WHEN OTHER
                   STRING "request " JRQ-ID " completed"
                       DELIMITED BY SIZE INTO WS-LOG-MSG
           END-EVALUATE.
           PERFORM WRITE-JOB-LINE.
           MOVE SPACES TO WS-LOG-INI.
           MOVE SPACES TO WS-LOG-FIM.
           IF WS-STEP-RC > WS-MAX-RC
               SET JRQ-FAILED TO TRUE
               PERFORM LOG-RUNBOOK-REF
               MOVE "REQ FAILED" TO WS-AUD-OUTCOME
           ELSE
               SET JRQ-RAN TO TRUE
               MOVE "OK" TO WS-AUD-OUTCOME
           END-IF.
           MOVE WS-RUN-NUMBER TO JRQ-RUN.
           MOVE WS-STEP-RC TO JRQ-RC.
           MOVE FUNCTION CURRENT-DATE TO WS-REQ-TS-RAW.
           MOVE SPACES TO JRQ-RAN-AT.
           STRING WS-REQ-TS-RAW(1:4) "-" WS-REQ-TS-RAW(5:2) "-"
               WS-REQ-TS-RAW(7:2) " " WS-REQ-TS-RAW(9:2) ":"
               WS-REQ-TS-RAW(11:2) DELIMITED BY SIZE INTO JRQ-RAN-AT.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "job request " JRQ-ID " " DELIMITED BY SIZE
               JRQ-STEP DELIMITED BY SPACE
               " RC=" WS-STEP-RC DELIMITED BY SIZE
               INTO WS-AUD-DETAIL.
           CALL "AUDITLOG" USING WS-LOCK-HOLDER, WS-AUD-DETAIL,
               WS-AUD-OUTCOME.

      * the request's control card goes to the file its step reads,
      * taken from the step table and never from the queue record,
      * so a request can only ever write its own step's card; a step
      * not in the table fails as unknown, a card that cannot be
      * written (or would land on a suite file) fails the request,
      * not the run
       WRITE-REQUEST-CARD.
           MOVE 'Y' TO WS-REQ-CARD-OK.
           PERFORM FIND-REQUEST-STEP.
           IF JST-FOUND = 'N'
               MOVE 'Y' TO WS-REQ-UNKNOWN
           END-IF.
           IF JST-FOUND = 'Y' AND JST-CARD-FILE NOT = SPACES
               AND JRQ-CARD NOT = SPACES
               PERFORM CHECK-PROTECTED-CARD
               IF JST-PROTECTED = 'Y'
                   MOVE 'N' TO WS-REQ-CARD-OK
               ELSE
                   MOVE JST-CARD-FILE TO WS-REQ-CARD-NAME
                   OPEN OUTPUT REQ-CARD-FILE
                   IF FILE-STATUS-OK
                       WRITE REQ-CARD-REC FROM JRQ-CARD
                       IF NOT FILE-STATUS-OK
                           MOVE 'N' TO WS-REQ-CARD-OK
                       END-IF
                       CLOSE REQ-CARD-FILE
                   ELSE
                       MOVE 'N' TO WS-REQ-CARD-OK
                   END-IF
               END-IF
           END-IF.

       FIND-REQUEST-STEP.
           MOVE 'N' TO JST-FOUND.
           MOVE SPACES TO JST-CARD-FILE.
           PERFORM VARYING JST-IDX FROM 1 BY 1
               UNTIL JST-IDX > 43 OR JST-FOUND = 'Y'
               IF JST-STEP(JST-IDX) = JRQ-STEP
                   MOVE 'Y' TO JST-FOUND
                   MOVE JST-CARD(JST-IDX) TO JST-CARD-FILE
               END-IF
           END-PERFORM.

       CHECK-PROTECTED-CARD.
           MOVE 'N' TO JST-PROTECTED.
           PERFORM VARYING JST-IDX FROM 1 BY 1
               UNTIL JST-IDX > 28 OR JST-PROTECTED = 'Y'
               IF JST-PROT-NAME(JST-IDX) = JST-CARD-FILE
                   MOVE 'Y' TO JST-PROTECTED
               END-IF
           END-PERFORM.

       LOG-STEP-SKIPPED.
           MOVE WS-STEP-NAME TO WS-LOG-STEP.
           MOVE ZERO TO WS-LOG-RC.
                   SET THR-EOF TO TRUE
           END-READ.
           IF NOT THR-EOF AND THRESH-REC NOT = SPACES
               IF THRESH-REC(14:6) IS NUMERIC AND WS-THR-COUNT < 50
                   ADD 1 TO WS-THR-COUNT
                   MOVE THRESH-REC(1:12) TO
                       WS-THR-NAME(WS-THR-COUNT)
