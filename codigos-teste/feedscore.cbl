      ******************************************************************
      * Author: GRUPO-COBOL
      * Date: 15/10/2026
      * Purpose: monthly upstream feed supplier scorecard for the
      *      service review with the extract team. Puts together
      *      the feed-quality signals the chain leaves in separate
      *      files for one month, optionally for one entity, and
      *      writes FEEDSRPT.DAT: per feed and entity the nights
      *      received on time, late or not at all (FEEDARRV.DAT
      *      against the FEEDSCHD.DAT windows and the BATCHCAL.DAT
      *      day types), the average lateness of the late nights,
      *      rejects (FEEDACK.DAT), profile holds (FEEDHOLD.DAT),
      *      duplicate resends (FEEDFPR's DUPLICATE audit records),
      *      dimension mismatches (MULTIPERR.DAT, against
      *      MULTIPIN.DAT) and manifest failures (FEEDMAN's DISCREP
      *      audit records), and the share of nights that met the
      *      SLA - on time or within the grace minutes and free of
      *      any of those defects - against the target; then the
      *      overall SLA, the recycle turnaround of the month's
      *      RECYCLE.DAT rejects (MSET against MULTIPIN.DAT, MTXN
      *      and MRUL against MATDELTA.DAT) and the month's worst
      *      nights.
      *      Files that carry no entity are attributed to the
      *      entity pass the trail shows in progress when the
      *      record was written (the last ENT= change on AUDIT.LOG
      *      and the AUDARCH.CTL archives that can hold the month);
      *      FEEDARRV.DAT takes the entity from the per-entity feed
      *      name (MATRIZIN.<ent>.DAT). RECYCLE.DAT headers carry a
      *      date only, so the recycle section always covers every
      *      entity.
      *      FEEDSPRM.DAT (optional):
      *        cols  1-6  month YYYYMM (default the previous month)
      *        cols  8-10 entity (blank = all entities)
      *        cols 12-14 SLA target, whole percent (default 95)
      *        cols 16-18 grace minutes past the window (default 0)
      *        cols 20-22 recycle turnaround target, days (default
      *                   5) - a reject still pending beyond it at
      *                   month end (today for the current month)
      *                   counts as aging
      *      A full work table ends RC=4 with a partial report.
      *      Control totals go to CTLTOTAL.DAT through CTLTOT
      *      (records read, report lines, defects counted).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDSCORE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "FEEDSPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL SCHED-FILE ASSIGN TO "FEEDSCHD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "BATCHCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL ARCH-CTL-FILE ASSIGN TO "AUDARCH.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
      *    deliberately not OPTIONAL: a missing archive must read
      *    back as status 35 so it is reported and skipped
           SELECT LOG-IN-FILE ASSIGN TO DYNAMIC WS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
      *    FEEDARRV, FEEDHOLD, FEEDACK and MULTIPERR in turn
           SELECT OPTIONAL EVENT-FILE ASSIGN TO DYNAMIC WS-EVT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL RECYCLE-FILE ASSIGN TO "RECYCLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "FEEDSRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC PIC X(30).
       FD  SCHED-FILE.
       01  SCHED-REC PIC X(30).
       FD  CALENDAR-FILE.
       01  CALENDAR-REC PIC X(10).
       FD  ARCH-CTL-FILE.
       01  ARCH-CTL-REC PIC X(50).
       FD  LOG-IN-FILE.
       01  LOG-IN-REC PIC X(150).
       FD  EVENT-FILE.
       01  EVENT-REC PIC X(80).
       FD  RECYCLE-FILE.
       01  RECYCLE-REC PIC X(400).
       FD  RPT-FILE.
       01  RPT-REC PIC X(150).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
           88 FILE-STATUS-OK VALUES "00", "05".
       01 WS-IO-NAME PIC X(14).
       01 WS-LOG-NAME PIC X(60).
       01 WS-EVT-NAME PIC X(60).
      * which file EVENT-FILE is reading: A arrivals, H holds,
      * K acknowledgments, D dimension mismatches
       01 WS-EVT-KIND PIC X.
       01 WS-SCH-EOF-SW PIC X.
           88 SCHED-EOF VALUE 'Y'.
       01 WS-CAL-EOF-SW PIC X.
           88 CAL-EOF VALUE 'Y'.
       01 WS-CTL-EOF-SW PIC X.
           88 CTL-EOF VALUE 'Y'.
       01 WS-LOG-EOF-SW PIC X.
           88 LOG-EOF VALUE 'Y'.
       01 WS-EVT-EOF-SW PIC X.
           88 EVT-EOF VALUE 'Y'.
       01 WS-RCY-EOF-SW PIC X.
           88 RCY-EOF VALUE 'Y'.
       01 WS-AUDIT-IN.
           05 WS-AUDIT-TS PIC X(19).
           05 FILLER PIC X(1).
           05 WS-AUDIT-PROGRAM PIC X(12).
           05 FILLER PIC X(1).
           05 WS-AUDIT-DETAIL PIC X(40).
           05 FILLER PIC X(1).
           05 WS-AUDIT-OUTCOME PIC X(10).
           05 FILLER PIC X(5).
           05 WS-AUDIT-RUN PIC X(6).
           05 FILLER PIC X(5).
           05 WS-AUDIT-ENT PIC X(3).
           05 FILLER PIC X(47).
      * FEEDARRV.DAT observation (FEEDWATCH's layout)
       01 WS-ARRV-IN.
           05 WS-ARRV-TS PIC X(19).
           05 FILLER PIC X(1).
           05 WS-ARRV-FEED PIC X(20).
           05 FILLER PIC X(1).
           05 WS-ARRV-STATUS PIC X(8).
           05 FILLER PIC X(31).
      * FEEDHOLD.DAT, FEEDACK.DAT and MULTIPERR.DAT all start with
      * the timestamp; holds and acknowledgments carry the feed
      * name in cols 21-32, acknowledgments the status in 46-53
       01 WS-EVT-IN.
           05 WS-EVT-TS PIC X(19).
           05 FILLER PIC X(1).
           05 WS-EVT-FEED PIC X(12).
           05 FILLER PIC X(13).
           05 WS-EVT-ACK-STATUS PIC X(8).
           05 FILLER PIC X(27).
      * RECYCLE.DAT header (RECYSTAGE's layout)
       01 WS-RCY-IN.
           05 WS-RIN-STATUS PIC X(1).
           05 FILLER PIC X(1).
           05 WS-RIN-TYPE PIC X(4).
           05 FILLER PIC X(1).
           05 WS-RIN-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 WS-RIN-ID PIC X(13).
           05 FILLER PIC X(1).
           05 WS-RIN-REASON PIC X(26).
           05 FILLER PIC X(1).
           05 WS-RIN-BACK PIC X(8).
      * the month under review, as YYYYMM and as the YYYY-MM the
      * timestamps start with
       01 WS-MONTH PIC X(6).
       01 WS-MONTH-NUM REDEFINES WS-MONTH.
           05 WS-MONTH-YYYY PIC 9(4).
           05 WS-MONTH-MM PIC 9(2).
       01 WS-MONTH-TS PIC X(7).
       01 WS-ARCH-MONTH PIC X(6).
       01 WS-SCR-ENT PIC X(3).
       01 WS-SLA-TARGET PIC 9(3) VALUE 95.
       01 WS-GRACE-MIN PIC 9(3) VALUE 0.
       01 WS-RCY-TARGET PIC 9(3) VALUE 5.
      * the expected-arrival windows
       01 WS-SCH-TABLE.
           05 WS-SCH-ENTRY OCCURS 50 TIMES.
               10 WS-SCH-FEED PIC X(20).
               10 WS-SCH-DAY PIC X(1).
               10 WS-SCH-MIN PIC 9(4).
       01 WS-SCH-COUNT PIC 9(2) VALUE 0.
       01 WS-SCH-IDX PIC 9(2).
      * the month's day types, by day of the month
       01 WS-CAL-TABLE.
           05 WS-CAL-TYPE PIC X(1) OCCURS 31 TIMES.
      * entity changes on the trail through the month, oldest
      * first; WS-PRE-ENT is the entity in progress as it began
       01 WS-SW-TABLE.
           05 WS-SW-ENTRY OCCURS 3000 TIMES.
               10 WS-SW-TS PIC X(19).
               10 WS-SW-ENT PIC X(3).
       01 WS-SW-COUNT PIC 9(4) VALUE 0.
       01 WS-SW-IDX PIC 9(4).
       01 WS-PRE-ENT PIC X(3).
       01 WS-CUR-ENT PIC X(3).
      * one row per feed and entity, kept in key order, with the
      * month's nights by day of the month:
      *   arrival - blank no observation, P pending only, O on
      *   time, A late and never seen to arrive, L arrived late
       01 WS-ROW-TABLE.
           05 WS-ROW-ENTRY OCCURS 60 TIMES.
               10 WS-ROW-KEY.
                   15 WS-ROW-FEED PIC X(12).
                   15 WS-ROW-ENT PIC X(3).
               10 WS-ROW-REJ PIC 9(4).
               10 WS-ROW-HOLD PIC 9(4).
               10 WS-ROW-DUP PIC 9(4).
               10 WS-ROW-DIM PIC 9(4).
               10 WS-ROW-MAN PIC 9(4).
               10 WS-ROW-NIGHT OCCURS 31 TIMES.
                   15 WS-RN-ARRV PIC X(1).
                   15 WS-RN-LATE PIC 9(4).
                   15 WS-RN-DEFECT PIC X(1).
       01 WS-ROW-COUNT PIC 9(2) VALUE 0.
       01 WS-ROW-IDX PIC 9(2).
       01 WS-ROW-POS PIC 9(2).
       01 WS-ROW-FOUND PIC X.
       01 WS-TBL-FULL PIC X VALUE 'N'.
      * the key an event is counted under
       01 WS-K-KEY.
           05 WS-K-FEED PIC X(12).
           05 WS-K-ENT PIC X(3).
       01 WS-K-DAY PIC 9(2).
       01 WS-K-KIND PIC X.
      * feed name split into base name and entity qualifier
       01 WS-NAME-IN PIC X(20).
       01 WS-TOK-1 PIC X(20).
       01 WS-TOK-2 PIC X(20).
       01 WS-TOK-3 PIC X(20).
       01 WS-NAME-QUAL PIC X(3).
       01 WS-DAY-IDX PIC 9(2).
       01 WS-DAY-X PIC X(2).
       01 WS-DAY-NUM REDEFINES WS-DAY-X PIC 9(2).
       01 WS-DAY-OK PIC X(1).
       01 WS-TS-HH PIC 9(2).
       01 WS-TS-MI PIC 9(2).
       01 WS-OBS-MIN PIC 9(4).
       01 WS-EXP-MIN PIC 9(4).
       01 WS-EXP-FOUND PIC X.
       01 WS-LATE-MIN PIC S9(5).
      * the month's nights, by day of the month
       01 WS-NGT-TABLE.
           05 WS-NGT-ENTRY OCCURS 31 TIMES.
               10 WS-NGT-EVENTS PIC 9(4).
               10 WS-NGT-LATE PIC 9(3).
               10 WS-NGT-MIN PIC 9(6).
               10 WS-NGT-LISTED PIC X(1).
       01 WS-NGT-BEST PIC 9(2).
       01 WS-NGT-RANK PIC 9(1).
       01 WS-NGT-ANY PIC X.
      * recycle turnaround per feed
       01 WS-RCY-TABLE.
           05 WS-RCY-ENTRY OCCURS 10 TIMES.
               10 WS-RCY-FEED PIC X(12).
               10 WS-RCY-REJ PIC 9(4).
               10 WS-RCY-BACK PIC 9(4).
               10 WS-RCY-DAYS PIC 9(6).
               10 WS-RCY-OVER PIC 9(4).
               10 WS-RCY-OPEN PIC 9(4).
               10 WS-RCY-AGED PIC 9(4).
       01 WS-RCY-COUNT PIC 9(2) VALUE 0.
       01 WS-RCY-IDX PIC 9(2).
       01 WS-RCY-FEED-K PIC X(12).
       01 WS-DATE-NUM PIC 9(8).
       01 WS-REJ-INT PIC 9(8).
       01 WS-BACK-INT PIC 9(8).
       01 WS-REF-INT PIC 9(8).
       01 WS-TODAY-INT PIC 9(8).
       01 WS-AGE-DAYS PIC S9(5).
      * per-row figures worked out for the report
       01 WS-F-NIGHTS PIC 9(3).
       01 WS-F-ONTIME PIC 9(3).
       01 WS-F-LATE PIC 9(3).
       01 WS-F-MISSING PIC 9(3).
       01 WS-F-LATE-SUM PIC 9(7).
       01 WS-F-MET PIC 9(3).
       01 WS-T-NIGHTS PIC 9(5) VALUE 0.
       01 WS-T-ONTIME PIC 9(5) VALUE 0.
       01 WS-T-LATE PIC 9(5) VALUE 0.
       01 WS-T-MISSING PIC 9(5) VALUE 0.
       01 WS-T-LATE-SUM PIC 9(8) VALUE 0.
       01 WS-T-MET PIC 9(5) VALUE 0.
       01 WS-T-REJ PIC 9(5) VALUE 0.
       01 WS-T-HOLD PIC 9(5) VALUE 0.
       01 WS-T-DUP PIC 9(5) VALUE 0.
       01 WS-T-DIM PIC 9(5) VALUE 0.
       01 WS-T-MAN PIC 9(5) VALUE 0.
       01 WS-AVG-LATE PIC 9(4)V9.
       01 WS-SLA-PCT PIC 9(3)V9.
       01 WS-SLA-TXT PIC ZZ9.9.
       01 WS-AVG-DAYS-TXT PIC ZZ9.9.
       01 WS-HDR-LINE.
           05 FILLER PIC X(18) VALUE "FEED         ENT  ".
           05 FILLER PIC X(8) VALUE "NOITES  ".
           05 FILLER PIC X(6) VALUE "PRAZO ".
           05 FILLER PIC X(7) VALUE "ATRASO ".
           05 FILLER PIC X(7) VALUE "NCHEG  ".
           05 FILLER PIC X(9) VALUE "MED.ATR  ".
           05 FILLER PIC X(25) VALUE
               " REJ  RET  DUP  DIM  MAN ".
           05 FILLER PIC X(17) VALUE "   SLA%  SITUACAO".
       01 WS-ROW-LINE.
           05 WS-RL-FEED PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RL-ENT PIC X(3).
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-RL-NIGHTS PIC ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-RL-ONTIME PIC ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-RL-LATE PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-RL-MISSING PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-RL-AVG PIC ZZZ9.9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RL-REJ PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RL-HOLD PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RL-DUP PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RL-DIM PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RL-MAN PIC ZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-RL-SLA PIC ZZ9.9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RL-RESULT PIC X(10).
       01 WS-NIGHT-DATE PIC X(10).
       01 WS-SCAN-COUNT PIC 9(6) VALUE 0.
       01 WS-FILE-COUNT PIC 9(3) VALUE 0.
       01 WS-DEFECT-COUNT PIC 9(6) VALUE 0.
       01 WS-LINES-OUT PIC 9(6) VALUE 0.
       01 WS-RPT-LINE PIC X(150).
       01 WS-RPT-DATE-RAW PIC X(21).
       01 WS-RPT-DATE PIC X(10).
       01 WS-RUN-FUNC PIC X(3) VALUE "GET".
       01 WS-RUN-NUMBER PIC 9(6).
       01 WS-ENT-FUNC PIC X(3) VALUE "GET".
       01 WS-ENT-CODE PIC X(3).
       01 WS-CTL-READ PIC 9(6).
       01 WS-CTL-WRITTEN PIC 9(6).
       01 WS-CTL-HASH PIC S9(9)V99.
       01 WS-AUD-DETAIL PIC X(40).
       01 WS-AUD-OUTCOME PIC X(10).
       01 WS-AUD-PROGRAM PIC X(12) VALUE "FEEDSCORE".
       01 WS-LOCK-FUNC PIC X(3).
       01 WS-LOCK-HOLDER PIC X(12) VALUE "FEEDSCORE".
       01 WS-LOCK-RUN PIC 9(6) VALUE 0.
       01 WS-LOCK-RESULT PIC X.
       01 WS-LOCK-INFO PIC X(45).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    read-only work over the logs - the shared-mode check
      *    refuses only an exclusive holder
           MOVE "CHS" TO WS-LOCK-FUNC.
           CALL "RUNLOCK" USING WS-LOCK-FUNC, WS-LOCK-HOLDER,
               WS-LOCK-RUN, WS-LOCK-RESULT, WS-LOCK-INFO.
           IF WS-LOCK-RESULT = 'N'
               DISPLAY "Trava de execucao em uso: " WS-LOCK-INFO
               MOVE "run lock held by another session"
                   TO WS-AUD-DETAIL
               MOVE "REJECTED" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *    OPMENU and the driver can CALL this program more than
      *    once in a run unit, so the counters and tables are
      *    reset here rather than trusted to VALUE clauses
           MOVE 0 TO WS-SCH-COUNT, WS-SW-COUNT, WS-ROW-COUNT.
           MOVE 0 TO WS-RCY-COUNT, WS-SCAN-COUNT, WS-FILE-COUNT.
           MOVE 0 TO WS-DEFECT-COUNT, WS-LINES-OUT.
           MOVE 0 TO WS-T-NIGHTS, WS-T-ONTIME, WS-T-LATE.
           MOVE 0 TO WS-T-MISSING, WS-T-LATE-SUM, WS-T-MET.
           MOVE 0 TO WS-T-REJ, WS-T-HOLD, WS-T-DUP, WS-T-DIM.
           MOVE 0 TO WS-T-MAN.
           MOVE 'N' TO WS-TBL-FULL, WS-CTL-EOF-SW.
           MOVE SPACES TO WS-PRE-ENT, WS-CUR-ENT.
           INITIALIZE WS-NGT-TABLE.
           MOVE ALL "B" TO WS-CAL-TABLE.
           MOVE FUNCTION CURRENT-DATE TO WS-RPT-DATE-RAW.
           STRING WS-RPT-DATE-RAW(1:4) "-" WS-RPT-DATE-RAW(5:2) "-"
               WS-RPT-DATE-RAW(7:2) DELIMITED BY SIZE INTO WS-RPT-DATE.
           CALL "RUNCTL" USING WS-RUN-FUNC, WS-RUN-NUMBER.
           CALL "ENTCTX" USING WS-ENT-FUNC, WS-ENT-CODE.

           PERFORM LOAD-PARM-CARD.
           PERFORM LOAD-SCHEDULE.
           PERFORM LOAD-CALENDAR.

      *    the trail first - the archives in AUDARCH.CTL order, then
      *    the live log - since the entity changes it yields are
      *    what the entity-less files are attributed by
           OPEN INPUT ARCH-CTL-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "AUDARCH.CTL" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM SCAN-ONE-ARCHIVE UNTIL CTL-EOF.
           CLOSE ARCH-CTL-FILE.
           MOVE "AUDIT.LOG" TO WS-LOG-NAME.
           PERFORM SCAN-ONE-LOG.

           MOVE "FEEDARRV.DAT" TO WS-EVT-NAME.
           MOVE 'A' TO WS-EVT-KIND.
           PERFORM SCAN-EVENT-FILE.
           MOVE "FEEDHOLD.DAT" TO WS-EVT-NAME.
           MOVE 'H' TO WS-EVT-KIND.
           PERFORM SCAN-EVENT-FILE.
           MOVE "FEEDACK.DAT" TO WS-EVT-NAME.
           MOVE 'K' TO WS-EVT-KIND.
           PERFORM SCAN-EVENT-FILE.
           MOVE "MULTIPERR.DAT" TO WS-EVT-NAME.
           MOVE 'D' TO WS-EVT-KIND.
           PERFORM SCAN-EVENT-FILE.
           PERFORM SCAN-RECYCLE.

           OPEN OUTPUT RPT-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "FEEDSRPT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM RPT-HEADER.
           PERFORM REPORT-FEEDS.
           PERFORM REPORT-RECYCLE.
           PERFORM REPORT-WORST-NIGHTS.

           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           IF WS-TBL-FULL = 'Y'
               MOVE "TABELA DE TRABALHO CHEIA - RELATORIO PARCIAL"
                   TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ARQUIVOS DE AUDITORIA LIDOS: " WS-FILE-COUNT
               "  REGISTROS: " WS-SCAN-COUNT
               "  FEED/ENTIDADE: " WS-ROW-COUNT
               "  OCORRENCIAS: " WS-DEFECT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           CLOSE RPT-FILE.

           MOVE WS-SCAN-COUNT TO WS-CTL-READ.
           MOVE WS-LINES-OUT TO WS-CTL-WRITTEN.
           MOVE WS-DEFECT-COUNT TO WS-CTL-HASH.
           CALL "CTLTOT" USING WS-AUD-PROGRAM, WS-CTL-READ,
               WS-CTL-WRITTEN, WS-CTL-HASH.

           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "MON=" WS-MONTH " ROWS=" WS-ROW-COUNT
               " SLA=" WS-SLA-TXT "% TGT=" WS-SLA-TARGET
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           MOVE "OK" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
               WS-AUD-OUTCOME.
           DISPLAY "FEEDSCORE: SLA GERAL " WS-SLA-TXT "% (META "
               WS-SLA-TARGET "%), VER FEEDSRPT.DAT".
           IF WS-TBL-FULL = 'Y'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * the month defaults to the previous calendar month, the one
      * a service review looks back on
       LOAD-PARM-CARD.
           MOVE WS-RPT-DATE-RAW(1:6) TO WS-MONTH.
           IF WS-MONTH-MM = 1
               SUBTRACT 1 FROM WS-MONTH-YYYY
               MOVE 12 TO WS-MONTH-MM
           ELSE
               SUBTRACT 1 FROM WS-MONTH-MM
           END-IF.
           MOVE SPACES TO WS-SCR-ENT.
           MOVE 95 TO WS-SLA-TARGET.
           MOVE 0 TO WS-GRACE-MIN.
           MOVE 5 TO WS-RCY-TARGET.
           OPEN INPUT PARM-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "FEEDSPRM.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           READ PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-REC(1:6) IS NUMERIC
                       AND PARM-REC(5:2) >= "01"
                       AND PARM-REC(5:2) <= "12"
                       MOVE PARM-REC(1:6) TO WS-MONTH
                   END-IF
                   MOVE PARM-REC(8:3) TO WS-SCR-ENT
                   IF PARM-REC(12:3) IS NUMERIC
                       MOVE PARM-REC(12:3) TO WS-SLA-TARGET
                   END-IF
                   IF PARM-REC(16:3) IS NUMERIC
                       MOVE PARM-REC(16:3) TO WS-GRACE-MIN
                   END-IF
                   IF PARM-REC(20:3) IS NUMERIC
                       MOVE PARM-REC(20:3) TO WS-RCY-TARGET
                   END-IF
           END-READ.
           CLOSE PARM-FILE.
           MOVE SPACES TO WS-MONTH-TS.
           STRING WS-MONTH(1:4) "-" WS-MONTH(5:2)
               DELIMITED BY SIZE INTO WS-MONTH-TS.

      * FEEDWATCH's schedule: cols 1-20 feed, 22 day type, 24-27
      * expected-by HHMM
       LOAD-SCHEDULE.
           MOVE 'N' TO WS-SCH-EOF-SW.
           OPEN INPUT SCHED-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "FEEDSCHD.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM LOAD-ONE-WINDOW UNTIL SCHED-EOF.
           CLOSE SCHED-FILE.

       LOAD-ONE-WINDOW.
           READ SCHED-FILE
               AT END
                   SET SCHED-EOF TO TRUE
           END-READ.
           IF NOT SCHED-EOF AND SCHED-REC NOT = SPACES
               AND SCHED-REC(24:4) IS NUMERIC
               IF WS-SCH-COUNT >= 50
                   MOVE 'Y' TO WS-TBL-FULL
               ELSE
                   ADD 1 TO WS-SCH-COUNT
                   MOVE SCHED-REC(1:20) TO WS-SCH-FEED(WS-SCH-COUNT)
                   MOVE SCHED-REC(22:1) TO WS-SCH-DAY(WS-SCH-COUNT)
                   MOVE SCHED-REC(24:2) TO WS-TS-HH
                   MOVE SCHED-REC(26:2) TO WS-TS-MI
                   COMPUTE WS-SCH-MIN(WS-SCH-COUNT) =
                       WS-TS-HH * 60 + WS-TS-MI
               END-IF
           END-IF.

      * the month's day types; an unlisted date reads as an
      * ordinary business day, as in FEEDWATCH
       LOAD-CALENDAR.
           MOVE 'N' TO WS-CAL-EOF-SW.
           OPEN INPUT CALENDAR-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "BATCHCAL.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM LOAD-ONE-DAY UNTIL CAL-EOF.
           CLOSE CALENDAR-FILE.

       LOAD-ONE-DAY.
           READ CALENDAR-FILE
               AT END
                   SET CAL-EOF TO TRUE
           END-READ.
           IF NOT CAL-EOF AND CALENDAR-REC(1:6) = WS-MONTH
               MOVE CALENDAR-REC(7:2) TO WS-DAY-X
               IF WS-DAY-X IS NUMERIC
                   IF WS-DAY-NUM >= 1 AND WS-DAY-NUM <= 31
                       MOVE CALENDAR-REC(10:1)
                           TO WS-CAL-TYPE(WS-DAY-NUM)
                   END-IF
               END-IF
           END-IF.

      * an archive labelled before the month cannot hold any of it
       SCAN-ONE-ARCHIVE.
           READ ARCH-CTL-FILE
               AT END
                   SET CTL-EOF TO TRUE
           END-READ.
           IF NOT CTL-EOF AND ARCH-CTL-REC(1:6) NOT = SPACES
               MOVE ARCH-CTL-REC(1:6) TO WS-ARCH-MONTH
               IF WS-ARCH-MONTH >= WS-MONTH
                   MOVE SPACES TO WS-LOG-NAME
                   STRING "AUDIT." WS-ARCH-MONTH ".LOG"
                       DELIMITED BY SIZE INTO WS-LOG-NAME
                   PERFORM SCAN-ONE-LOG
               END-IF
           END-IF.

       SCAN-ONE-LOG.
           MOVE 'N' TO WS-LOG-EOF-SW.
           OPEN INPUT LOG-IN-FILE.
           IF WS-FILE-STATUS = "35"
               DISPLAY "FEEDSCORE: arquivo ausente, ignorado: "
                   WS-LOG-NAME
           ELSE
               IF NOT FILE-STATUS-OK
                   MOVE WS-LOG-NAME(1:14) TO WS-IO-NAME
                   PERFORM IO-ABORT
               END-IF
               ADD 1 TO WS-FILE-COUNT
               PERFORM SCAN-ONE-AUDIT UNTIL LOG-EOF
               CLOSE LOG-IN-FILE
           END-IF.

      * records before the month only tell which entity was in
      * progress when it began; inside the month every change of
      * entity is kept, and the resend and manifest findings are
      * counted straight off the trail under their own ENT=
       SCAN-ONE-AUDIT.
           READ LOG-IN-FILE
               AT END
                   SET LOG-EOF TO TRUE
           END-READ.
           IF NOT LOG-EOF AND LOG-IN-REC NOT = SPACES
               ADD 1 TO WS-SCAN-COUNT
               MOVE LOG-IN-REC TO WS-AUDIT-IN
               IF WS-AUDIT-TS(1:7) < WS-MONTH-TS
                   MOVE WS-AUDIT-ENT TO WS-PRE-ENT, WS-CUR-ENT
               END-IF
               IF WS-AUDIT-TS(1:7) = WS-MONTH-TS
                   PERFORM KEEP-ENTITY-CHANGE
                   MOVE WS-AUDIT-TS(9:2) TO WS-DAY-X
                   MOVE WS-AUDIT-ENT TO WS-K-ENT
                   IF WS-AUDIT-PROGRAM = "FEEDFPR"
                       AND WS-AUDIT-OUTCOME = "DUPLICATE"
                       MOVE WS-AUDIT-DETAIL(1:12) TO WS-NAME-IN
                       MOVE 'U' TO WS-K-KIND
                       PERFORM COUNT-DEFECT
                   END-IF
                   IF WS-AUDIT-PROGRAM = "FEEDMAN"
                       AND WS-AUDIT-OUTCOME = "DISCREP"
                       MOVE WS-AUDIT-DETAIL(1:12) TO WS-NAME-IN
                       MOVE 'M' TO WS-K-KIND
                       PERFORM COUNT-DEFECT
                   END-IF
               END-IF
           END-IF.

       KEEP-ENTITY-CHANGE.
           IF WS-AUDIT-ENT NOT = WS-CUR-ENT
               IF WS-SW-COUNT >= 3000
                   MOVE 'Y' TO WS-TBL-FULL
               ELSE
                   ADD 1 TO WS-SW-COUNT
                   MOVE WS-AUDIT-TS TO WS-SW-TS(WS-SW-COUNT)
                   MOVE WS-AUDIT-ENT TO WS-SW-ENT(WS-SW-COUNT)
                   MOVE WS-AUDIT-ENT TO WS-CUR-ENT
               END-IF
           END-IF.

       SCAN-EVENT-FILE.
           MOVE 'N' TO WS-EVT-EOF-SW.
           OPEN INPUT EVENT-FILE.
           IF NOT FILE-STATUS-OK
               MOVE WS-EVT-NAME(1:14) TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM SCAN-ONE-EVENT UNTIL EVT-EOF.
           CLOSE EVENT-FILE.

       SCAN-ONE-EVENT.
           READ EVENT-FILE
               AT END
                   SET EVT-EOF TO TRUE
           END-READ.
           IF NOT EVT-EOF AND EVENT-REC NOT = SPACES
               ADD 1 TO WS-SCAN-COUNT
               IF EVENT-REC(1:7) = WS-MONTH-TS
                   MOVE EVENT-REC(9:2) TO WS-DAY-X
                   EVALUATE WS-EVT-KIND
                       WHEN 'A'
                           PERFORM COUNT-ARRIVAL
                       WHEN 'H'
                           MOVE EVENT-REC TO WS-EVT-IN
                           PERFORM FIND-EVENT-ENT
                           MOVE WS-EVT-FEED TO WS-NAME-IN
                           MOVE 'H' TO WS-K-KIND
                           PERFORM COUNT-DEFECT
                       WHEN 'K'
                           MOVE EVENT-REC TO WS-EVT-IN
                           IF WS-EVT-ACK-STATUS = "REJECTED"
                               PERFORM FIND-EVENT-ENT
                               MOVE WS-EVT-FEED TO WS-NAME-IN
                               MOVE 'R' TO WS-K-KIND
                               PERFORM COUNT-DEFECT
                           END-IF
                       WHEN 'D'
                           MOVE EVENT-REC TO WS-EVT-IN
                           PERFORM FIND-EVENT-ENT
                           MOVE "MULTIPIN.DAT" TO WS-NAME-IN
                           MOVE 'D' TO WS-K-KIND
                           PERFORM COUNT-DEFECT
                   END-EVALUATE
               END-IF
           END-IF.

      * the entity pass in progress when the record was written:
      * the last change on the trail at or before its timestamp
       FIND-EVENT-ENT.
           MOVE WS-PRE-ENT TO WS-K-ENT.
           PERFORM VARYING WS-SW-IDX FROM 1 BY 1
               UNTIL WS-SW-IDX > WS-SW-COUNT
                   OR WS-SW-TS(WS-SW-IDX) > WS-EVT-TS
               MOVE WS-SW-ENT(WS-SW-IDX) TO WS-K-ENT
           END-PERFORM.

      * a per-entity deck name (MATRIZIN.<ent>.DAT) splits into the
      * base name the other files use and its entity qualifier
       SPLIT-FEED-NAME.
           MOVE SPACES TO WS-TOK-1, WS-TOK-2, WS-TOK-3.
           UNSTRING WS-NAME-IN DELIMITED BY "."
               INTO WS-TOK-1, WS-TOK-2, WS-TOK-3.
           MOVE SPACES TO WS-K-FEED, WS-NAME-QUAL.
           IF WS-TOK-3 NOT = SPACES
               STRING WS-TOK-1 DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   WS-TOK-3 DELIMITED BY SPACE INTO WS-K-FEED
               MOVE WS-TOK-2 TO WS-NAME-QUAL
           ELSE
               MOVE WS-NAME-IN TO WS-K-FEED
           END-IF.

      * one reject, hold, resend (U), mismatch (D) or manifest
      * failure (M) against WS-NAME-IN under WS-K-ENT on day
      * WS-DAY-X
       COUNT-DEFECT.
           PERFORM CHECK-DAY.
           IF WS-DAY-OK = 'Y'
               PERFORM SPLIT-FEED-NAME
               IF WS-SCR-ENT = SPACES OR WS-K-ENT = WS-SCR-ENT
                   PERFORM FIND-ROW
                   IF WS-ROW-FOUND = 'Y'
                       PERFORM TALLY-DEFECT
                   END-IF
               END-IF
           END-IF.

       TALLY-DEFECT.
           EVALUATE WS-K-KIND
               WHEN 'R'
                   ADD 1 TO WS-ROW-REJ(WS-ROW-POS)
               WHEN 'H'
                   ADD 1 TO WS-ROW-HOLD(WS-ROW-POS)
               WHEN 'U'
                   ADD 1 TO WS-ROW-DUP(WS-ROW-POS)
               WHEN 'D'
                   ADD 1 TO WS-ROW-DIM(WS-ROW-POS)
               WHEN 'M'
                   ADD 1 TO WS-ROW-MAN(WS-ROW-POS)
           END-EVALUATE.
           MOVE 'Y' TO WS-RN-DEFECT(WS-ROW-POS, WS-DAY-NUM).
           ADD 1 TO WS-NGT-EVENTS(WS-DAY-NUM).
           ADD 1 TO WS-DEFECT-COUNT.

      * WS-DAY-X is a day of the month being scored
       CHECK-DAY.
           MOVE 'N' TO WS-DAY-OK.
           IF WS-DAY-X IS NUMERIC
               IF WS-DAY-NUM >= 1 AND WS-DAY-NUM <= 31
                   MOVE 'Y' TO WS-DAY-OK
               END-IF
           END-IF.

      * one FEEDWATCH observation moves the feed's night along:
      * arrival before any late flag is on time, arrival after one
      * is late by the minutes past the window, a late flag never
      * followed by arrival is a night the feed did not come
       COUNT-ARRIVAL.
           MOVE EVENT-REC TO WS-ARRV-IN.
           PERFORM CHECK-DAY.
           IF WS-DAY-OK = 'Y'
               MOVE WS-ARRV-FEED TO WS-NAME-IN
               PERFORM SPLIT-FEED-NAME
               MOVE WS-NAME-QUAL TO WS-K-ENT
               IF WS-SCR-ENT = SPACES OR WS-K-ENT = WS-SCR-ENT
                   PERFORM FIND-ROW
                   IF WS-ROW-FOUND = 'Y'
                       PERFORM TALLY-ARRIVAL
                   END-IF
               END-IF
           END-IF.

       TALLY-ARRIVAL.
           MOVE WS-DAY-NUM TO WS-DAY-IDX.
           EVALUATE WS-ARRV-STATUS
               WHEN "CHEGOU"
                   IF WS-RN-ARRV(WS-ROW-POS, WS-DAY-IDX) = 'A'
                       MOVE 'L' TO WS-RN-ARRV(WS-ROW-POS, WS-DAY-IDX)
                       PERFORM MEASURE-LATENESS
                   END-IF
                   IF WS-RN-ARRV(WS-ROW-POS, WS-DAY-IDX) = SPACE
                       OR WS-RN-ARRV(WS-ROW-POS, WS-DAY-IDX) = 'P'
                       MOVE 'O' TO WS-RN-ARRV(WS-ROW-POS, WS-DAY-IDX)
                   END-IF
               WHEN "ATRASADO"
                   IF WS-RN-ARRV(WS-ROW-POS, WS-DAY-IDX) = SPACE
                       OR WS-RN-ARRV(WS-ROW-POS, WS-DAY-IDX) = 'P'
                       MOVE 'A' TO WS-RN-ARRV(WS-ROW-POS, WS-DAY-IDX)
                   END-IF
               WHEN "PENDENTE"
                   IF WS-RN-ARRV(WS-ROW-POS, WS-DAY-IDX) = SPACE
                       MOVE 'P' TO WS-RN-ARRV(WS-ROW-POS, WS-DAY-IDX)
                   END-IF
           END-EVALUATE.

      * minutes from the feed's window for that day type to the
      * observation that first saw it arrived; a window the
      * schedule no longer holds measures as zero
       MEASURE-LATENESS.
           MOVE 0 TO WS-RN-LATE(WS-ROW-POS, WS-DAY-IDX).
           MOVE 'N' TO WS-EXP-FOUND.
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
               UNTIL WS-SCH-IDX > WS-SCH-COUNT
                   OR WS-EXP-FOUND = 'Y'
               IF WS-SCH-FEED(WS-SCH-IDX) = WS-ARRV-FEED
                   AND (WS-SCH-DAY(WS-SCH-IDX) = '*'
                   OR WS-SCH-DAY(WS-SCH-IDX)
                       = WS-CAL-TYPE(WS-DAY-IDX))
                   MOVE 'Y' TO WS-EXP-FOUND
                   MOVE WS-SCH-MIN(WS-SCH-IDX) TO WS-EXP-MIN
               END-IF
           END-PERFORM.
           IF WS-EXP-FOUND = 'Y'
               AND WS-ARRV-TS(12:2) IS NUMERIC
               AND WS-ARRV-TS(15:2) IS NUMERIC
               MOVE WS-ARRV-TS(12:2) TO WS-TS-HH
               MOVE WS-ARRV-TS(15:2) TO WS-TS-MI
               COMPUTE WS-OBS-MIN = WS-TS-HH * 60 + WS-TS-MI
               COMPUTE WS-LATE-MIN = WS-OBS-MIN - WS-EXP-MIN
               IF WS-LATE-MIN < 0
                   ADD 1440 TO WS-LATE-MIN
               END-IF
               MOVE WS-LATE-MIN TO WS-RN-LATE(WS-ROW-POS, WS-DAY-IDX)
           END-IF.

      * finds or files the WS-K-KEY row (kept in key order);
      * WS-ROW-FOUND 'N' only when the table is full
       FIND-ROW.
           MOVE 'N' TO WS-ROW-FOUND.
           PERFORM VARYING WS-ROW-POS FROM 1 BY 1
               UNTIL WS-ROW-POS > WS-ROW-COUNT
                   OR WS-ROW-KEY(WS-ROW-POS) >= WS-K-KEY
               CONTINUE
           END-PERFORM.
           IF WS-ROW-POS <= WS-ROW-COUNT
               IF WS-ROW-KEY(WS-ROW-POS) = WS-K-KEY
                   MOVE 'Y' TO WS-ROW-FOUND
               END-IF
           END-IF.
           IF WS-ROW-FOUND = 'N'
               IF WS-ROW-COUNT >= 60
                   MOVE 'Y' TO WS-TBL-FULL
               ELSE
                   PERFORM FILE-NEW-ROW
               END-IF
           END-IF.

       FILE-NEW-ROW.
           PERFORM VARYING WS-ROW-IDX FROM WS-ROW-COUNT BY -1
               UNTIL WS-ROW-IDX < WS-ROW-POS
               MOVE WS-ROW-ENTRY(WS-ROW-IDX)
                   TO WS-ROW-ENTRY(WS-ROW-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-ROW-COUNT.
           INITIALIZE WS-ROW-ENTRY(WS-ROW-POS).
           MOVE WS-K-KEY TO WS-ROW-KEY(WS-ROW-POS).
           MOVE 'Y' TO WS-ROW-FOUND.

      * the month's rejects by the feed they belong to; the
      * reference date for aging is the month's last day, or
      * today while the month is still running
       SCAN-RECYCLE.
           MOVE WS-RPT-DATE-RAW(1:8) TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           IF WS-MONTH-MM = 12
               COMPUTE WS-DATE-NUM = (WS-MONTH-YYYY + 1) * 10000
                   + 101
           ELSE
               COMPUTE WS-DATE-NUM = WS-MONTH-YYYY * 10000
                   + (WS-MONTH-MM + 1) * 100 + 1
           END-IF.
           COMPUTE WS-REF-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1.
           IF WS-TODAY-INT < WS-REF-INT
               MOVE WS-TODAY-INT TO WS-REF-INT
           END-IF.
           MOVE 'N' TO WS-RCY-EOF-SW.
           OPEN INPUT RECYCLE-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "RECYCLE.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM SCAN-ONE-RECYCLE UNTIL RCY-EOF.
           CLOSE RECYCLE-FILE.

       SCAN-ONE-RECYCLE.
           READ RECYCLE-FILE
               AT END
                   SET RCY-EOF TO TRUE
           END-READ.
           IF NOT RCY-EOF AND RECYCLE-REC(1:1) NOT = 'R'
               AND RECYCLE-REC NOT = SPACES
               ADD 1 TO WS-SCAN-COUNT
               MOVE RECYCLE-REC TO WS-RCY-IN
               IF WS-RIN-DATE(1:6) = WS-MONTH
                   AND WS-RIN-DATE IS NUMERIC
                   PERFORM COUNT-ONE-RECYCLE
               END-IF
           END-IF.

       COUNT-ONE-RECYCLE.
           IF WS-RIN-TYPE = "MSET"
               MOVE "MULTIPIN.DAT" TO WS-RCY-FEED-K
           ELSE
               MOVE "MATDELTA.DAT" TO WS-RCY-FEED-K
           END-IF.
           PERFORM VARYING WS-RCY-IDX FROM 1 BY 1
               UNTIL WS-RCY-IDX > WS-RCY-COUNT
                   OR WS-RCY-FEED(WS-RCY-IDX) = WS-RCY-FEED-K
               CONTINUE
           END-PERFORM.
           IF WS-RCY-IDX > WS-RCY-COUNT
               ADD 1 TO WS-RCY-COUNT
               INITIALIZE WS-RCY-ENTRY(WS-RCY-IDX)
               MOVE WS-RCY-FEED-K TO WS-RCY-FEED(WS-RCY-IDX)
           END-IF.
           ADD 1 TO WS-RCY-REJ(WS-RCY-IDX).
           MOVE WS-RIN-DATE TO WS-DATE-NUM.
           COMPUTE WS-REJ-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           IF WS-RIN-STATUS = 'D' AND WS-RIN-BACK IS NUMERIC
               ADD 1 TO WS-RCY-BACK(WS-RCY-IDX)
               MOVE WS-RIN-BACK TO WS-DATE-NUM
               COMPUTE WS-BACK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               COMPUTE WS-AGE-DAYS = WS-BACK-INT - WS-REJ-INT
               IF WS-AGE-DAYS > 0
                   ADD WS-AGE-DAYS TO WS-RCY-DAYS(WS-RCY-IDX)
               END-IF
               IF WS-AGE-DAYS > WS-RCY-TARGET
                   ADD 1 TO WS-RCY-OVER(WS-RCY-IDX)
               END-IF
           END-IF.
           IF WS-RIN-STATUS = 'P' OR WS-RIN-STATUS = 'C'
               ADD 1 TO WS-RCY-OPEN(WS-RCY-IDX)
               COMPUTE WS-AGE-DAYS = WS-REF-INT - WS-REJ-INT
               IF WS-AGE-DAYS > WS-RCY-TARGET
                   ADD 1 TO WS-RCY-AGED(WS-RCY-IDX)
               END-IF
           END-IF.

       RPT-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RELATORIO FEEDSCORE  DATA: " WS-RPT-DATE
               "  RUN: " WS-RUN-NUMBER "  ENT: " WS-ENT-CODE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-SCR-ENT = SPACES
               STRING "SCORECARD DE FEEDS - MES: " WS-MONTH-TS
                   "  ENTIDADE: TODAS  META SLA: " WS-SLA-TARGET
                   "%  TOLERANCIA: " WS-GRACE-MIN " MIN"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "SCORECARD DE FEEDS - MES: " WS-MONTH-TS
                   "  ENTIDADE: " WS-SCR-ENT
                   "  META SLA: " WS-SLA-TARGET
                   "%  TOLERANCIA: " WS-GRACE-MIN " MIN"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.

      * one line per feed and entity, a total line, and the
      * month's SLA against the target
       REPORT-FEEDS.
           MOVE WS-HDR-LINE TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           PERFORM REPORT-ONE-FEED
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT.
           IF WS-ROW-COUNT = 0
               MOVE "NENHUM REGISTRO DE FEED NO MES" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
           MOVE "TOTAL" TO WS-RL-FEED.
           MOVE SPACES TO WS-RL-ENT.
           MOVE WS-T-NIGHTS TO WS-F-NIGHTS.
           MOVE WS-T-ONTIME TO WS-F-ONTIME.
           MOVE WS-T-LATE TO WS-F-LATE.
           MOVE WS-T-MISSING TO WS-F-MISSING.
           MOVE WS-T-LATE-SUM TO WS-F-LATE-SUM.
           MOVE WS-T-MET TO WS-F-MET.
           MOVE WS-T-REJ TO WS-RL-REJ.
           MOVE WS-T-HOLD TO WS-RL-HOLD.
           MOVE WS-T-DUP TO WS-RL-DUP.
           MOVE WS-T-DIM TO WS-RL-DIM.
           MOVE WS-T-MAN TO WS-RL-MAN.
           PERFORM FORMAT-ROW-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-ROW-LINE TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-T-NIGHTS = 0
               MOVE "SLA GERAL: SEM DADOS NO MES" TO WS-RPT-LINE
           ELSE
               IF WS-SLA-PCT >= WS-SLA-TARGET
                   STRING "SLA GERAL: " WS-SLA-TXT "%  META: "
                       WS-SLA-TARGET "%  - ATENDIDO"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING "SLA GERAL: " WS-SLA-TXT "%  META: "
                       WS-SLA-TARGET "%  - NAO ATENDIDO"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
           END-IF.
           PERFORM WRITE-RPT-LINE.

      * a night counts when anything was observed for the feed;
      * it meets the SLA on time (or late within the grace) and
      * free of any defect
       REPORT-ONE-FEED.
           MOVE 0 TO WS-F-NIGHTS, WS-F-ONTIME, WS-F-LATE.
           MOVE 0 TO WS-F-MISSING, WS-F-LATE-SUM, WS-F-MET.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 31
               IF WS-RN-ARRV(WS-ROW-IDX, WS-DAY-IDX) NOT = SPACE
                   OR WS-RN-DEFECT(WS-ROW-IDX, WS-DAY-IDX) = 'Y'
                   ADD 1 TO WS-F-NIGHTS
                   PERFORM SCORE-ONE-NIGHT
               END-IF
           END-PERFORM.
           ADD WS-F-NIGHTS TO WS-T-NIGHTS.
           ADD WS-F-ONTIME TO WS-T-ONTIME.
           ADD WS-F-LATE TO WS-T-LATE.
           ADD WS-F-MISSING TO WS-T-MISSING.
           ADD WS-F-LATE-SUM TO WS-T-LATE-SUM.
           ADD WS-F-MET TO WS-T-MET.
           ADD WS-ROW-REJ(WS-ROW-IDX) TO WS-T-REJ.
           ADD WS-ROW-HOLD(WS-ROW-IDX) TO WS-T-HOLD.
           ADD WS-ROW-DUP(WS-ROW-IDX) TO WS-T-DUP.
           ADD WS-ROW-DIM(WS-ROW-IDX) TO WS-T-DIM.
           ADD WS-ROW-MAN(WS-ROW-IDX) TO WS-T-MAN.
           MOVE WS-ROW-FEED(WS-ROW-IDX) TO WS-RL-FEED.
           MOVE WS-ROW-ENT(WS-ROW-IDX) TO WS-RL-ENT.
           MOVE WS-ROW-REJ(WS-ROW-IDX) TO WS-RL-REJ.
           MOVE WS-ROW-HOLD(WS-ROW-IDX) TO WS-RL-HOLD.
           MOVE WS-ROW-DUP(WS-ROW-IDX) TO WS-RL-DUP.
           MOVE WS-ROW-DIM(WS-ROW-IDX) TO WS-RL-DIM.
           MOVE WS-ROW-MAN(WS-ROW-IDX) TO WS-RL-MAN.
           PERFORM FORMAT-ROW-LINE.
           MOVE WS-ROW-LINE TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.

      * a late or missing arrival also marks the night for the
      * worst-nights list
       SCORE-ONE-NIGHT.
           EVALUATE WS-RN-ARRV(WS-ROW-IDX, WS-DAY-IDX)
               WHEN 'L'
                   ADD 1 TO WS-F-LATE
                   ADD WS-RN-LATE(WS-ROW-IDX, WS-DAY-IDX)
                       TO WS-F-LATE-SUM
                   ADD 1 TO WS-NGT-EVENTS(WS-DAY-IDX)
                   ADD 1 TO WS-NGT-LATE(WS-DAY-IDX)
                   ADD WS-RN-LATE(WS-ROW-IDX, WS-DAY-IDX)
                       TO WS-NGT-MIN(WS-DAY-IDX)
                   IF WS-RN-DEFECT(WS-ROW-IDX, WS-DAY-IDX) NOT = 'Y'
                       AND WS-RN-LATE(WS-ROW-IDX, WS-DAY-IDX)
                           <= WS-GRACE-MIN
                       ADD 1 TO WS-F-MET
                   END-IF
               WHEN 'A'
                   ADD 1 TO WS-F-MISSING
                   ADD 1 TO WS-NGT-EVENTS(WS-DAY-IDX)
                   ADD 1 TO WS-NGT-LATE(WS-DAY-IDX)
               WHEN OTHER
                   IF WS-RN-ARRV(WS-ROW-IDX, WS-DAY-IDX) NOT = SPACE
                       ADD 1 TO WS-F-ONTIME
                   END-IF
                   IF WS-RN-DEFECT(WS-ROW-IDX, WS-DAY-IDX) NOT = 'Y'
                       ADD 1 TO WS-F-MET
                   END-IF
           END-EVALUATE.

      * the figures in WS-F- to the edited line; leaves the SLA
      * in WS-SLA-PCT / WS-SLA-TXT for the overall line
       FORMAT-ROW-LINE.
           MOVE WS-F-NIGHTS TO WS-RL-NIGHTS.
           MOVE WS-F-ONTIME TO WS-RL-ONTIME.
           MOVE WS-F-LATE TO WS-RL-LATE.
           MOVE WS-F-MISSING TO WS-RL-MISSING.
           MOVE 0 TO WS-AVG-LATE.
           IF WS-F-LATE > 0
               COMPUTE WS-AVG-LATE ROUNDED =
                   WS-F-LATE-SUM / WS-F-LATE
           END-IF.
           MOVE WS-AVG-LATE TO WS-RL-AVG.
           MOVE 0 TO WS-SLA-PCT.
           IF WS-F-NIGHTS > 0
               COMPUTE WS-SLA-PCT ROUNDED =
                   WS-F-MET * 100 / WS-F-NIGHTS
           END-IF.
           MOVE WS-SLA-PCT TO WS-SLA-TXT.
           MOVE WS-SLA-PCT TO WS-RL-SLA.
           IF WS-F-NIGHTS = 0
               MOVE "SEM DADOS" TO WS-RL-RESULT
           ELSE
               IF WS-SLA-PCT >= WS-SLA-TARGET
                   MOVE "ATENDE" TO WS-RL-RESULT
               ELSE
                   MOVE "ABAIXO" TO WS-RL-RESULT
               END-IF
           END-IF.

       REPORT-RECYCLE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RECICLAGEM DE REJEITOS (TODAS AS ENTIDADES) - "
               "META DE RETORNO: " WS-RCY-TARGET " DIAS"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           IF WS-RCY-COUNT = 0
               MOVE "  NENHUM REJEITO NO MES" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
           PERFORM VARYING WS-RCY-IDX FROM 1 BY 1
               UNTIL WS-RCY-IDX > WS-RCY-COUNT
               MOVE 0 TO WS-AVG-LATE
               IF WS-RCY-BACK(WS-RCY-IDX) > 0
                   COMPUTE WS-AVG-LATE ROUNDED =
                       WS-RCY-DAYS(WS-RCY-IDX)
                       / WS-RCY-BACK(WS-RCY-IDX)
               END-IF
               MOVE WS-AVG-LATE TO WS-AVG-DAYS-TXT
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " WS-RCY-FEED(WS-RCY-IDX)
                   " REJEITOS: " WS-RCY-REJ(WS-RCY-IDX)
                   "  RETORNADOS: " WS-RCY-BACK(WS-RCY-IDX)
                   "  MEDIA: " WS-AVG-DAYS-TXT " DIAS"
                   "  FORA DA META: " WS-RCY-OVER(WS-RCY-IDX)
                   "  PENDENTES: " WS-RCY-OPEN(WS-RCY-IDX)
                   "  ENVELHECIDOS: " WS-RCY-AGED(WS-RCY-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-PERFORM.

      * up to five nights with the most occurrences, the longer
      * total lateness first between equals, the earlier night
      * first after that
       REPORT-WORST-NIGHTS.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE "PIORES NOITES DO MES" TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE 'N' TO WS-NGT-ANY.
           PERFORM LIST-ONE-WORST-NIGHT
               VARYING WS-NGT-RANK FROM 1 BY 1
               UNTIL WS-NGT-RANK > 5.
           IF WS-NGT-ANY = 'N'
               MOVE "  NENHUMA OCORRENCIA NO MES" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.

       LIST-ONE-WORST-NIGHT.
           MOVE 0 TO WS-NGT-BEST.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 31
               IF WS-NGT-LISTED(WS-DAY-IDX) NOT = 'Y'
                   AND WS-NGT-EVENTS(WS-DAY-IDX) > 0
                   IF WS-NGT-BEST = 0
                       MOVE WS-DAY-IDX TO WS-NGT-BEST
                   ELSE
                       IF WS-NGT-EVENTS(WS-DAY-IDX)
                           > WS-NGT-EVENTS(WS-NGT-BEST)
                           OR (WS-NGT-EVENTS(WS-DAY-IDX)
                               = WS-NGT-EVENTS(WS-NGT-BEST)
                           AND WS-NGT-MIN(WS-DAY-IDX)
                               > WS-NGT-MIN(WS-NGT-BEST))
                           MOVE WS-DAY-IDX TO WS-NGT-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-NGT-BEST > 0
               MOVE 'Y' TO WS-NGT-LISTED(WS-NGT-BEST)
               MOVE 'Y' TO WS-NGT-ANY
               MOVE WS-NGT-BEST TO WS-DAY-NUM
               MOVE SPACES TO WS-NIGHT-DATE
               STRING WS-MONTH-TS "-" WS-DAY-X
                   DELIMITED BY SIZE INTO WS-NIGHT-DATE
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " WS-NIGHT-DATE
                   "  OCORRENCIAS: " WS-NGT-EVENTS(WS-NGT-BEST)
                   "  FEEDS ATRASADOS: " WS-NGT-LATE(WS-NGT-BEST)
                   "  MINUTOS DE ATRASO: " WS-NGT-MIN(WS-NGT-BEST)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.

       WRITE-RPT-LINE.
           WRITE RPT-REC FROM WS-RPT-LINE.
           IF NOT FILE-STATUS-OK
               MOVE "FEEDSRPT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           ADD 1 TO WS-LINES-OUT.

      * common I/O failure path - the status code still holds the
      * failing operation's result
       IO-ABORT.
           DISPLAY "ERRO DE E/S EM " WS-IO-NAME " STATUS "
               WS-FILE-STATUS "!".
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "file error " WS-IO-NAME " ST=" WS-FILE-STATUS
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           MOVE "IO ERROR" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
               WS-AUD-OUTCOME.
           MOVE 12 TO RETURN-CODE.
           GOBACK.

       END PROGRAM FEEDSCORE.
