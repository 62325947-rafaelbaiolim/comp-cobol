      ******************************************************************
      * Author: GRUPO-COBOL
      * Date: 15/10/2026
      * Purpose: retention housekeeping for the suite's append-only
      *      files. AUDIT.LOG has had its month-end archive since
      *      AUDARCHIVE, but the feed logs, BUSCAMNT.LOG, MATHIST.DAT,
      *      BATCHJOB.LOG, OPALERT.DAT, CTLTOTAL.DAT and RECYCLE.DAT
      *      only ever grew. This step trims each file named in the
      *      RETENTION.DAT policy (a "*" in col 1 is a comment line):
      *        cols  1-14 file name
      *        cols 16-19 days to keep (0 = nothing before today)
      *        col  21    A = archive what leaves, P = purge it
      *        col  23    how a record is dated: T a YYYY-MM-DD
      *                   timestamp, D a YYYYMMDD date, R a run
      *                   number (dated by the audit trail)
      *        cols 25-27 the column the date/run starts in
      *        col  29    continuation marker: a record with this
      *                   in col 1 belongs to the record before it
      *                   and keeps or leaves with it (blank = none)
      *        cols 31-33 / col 35 protection: only a record with
      *                   this value at this column may leave - a
      *                   pending recycle or an unacknowledged alert
      *                   is kept whatever its age (blank = none)
      *      A record older than the cut-off that is not protected
      *      leaves the file; one with no usable date is always
      *      kept. Run numbers are dated by their first record on
      *      the audit trail (AUDARCH.CTL archives, then AUDIT.LOG);
      *      a run older than the whole trail takes its oldest date,
      *      run zero and runs the trail does not know are kept.
      *      Each file is trimmed through work files: HOUSEKW.DAT
      *      takes what stays and HOUSEKA.DAT what is archived. Both
      *      are counted back before anything is touched; the file
      *      is recounted to catch a writer that appended during
      *      the pass; archived records are appended to the monthly
      *      archive <name>.YYYYMM.<ext> (verified by record count,
      *      as AUDARCHIVE appends); only then is HOUSEKW.DAT copied
      *      over the file with FILECOPY and verified with FILECMP.
      *      A check that fails leaves the file untouched and the
      *      step goes on with the next one (RC=16); a failed copy
      *      back stops the step with the kept records still in
      *      HOUSEKW.DAT (RC=16). AUDIT.LOG itself is AUDARCHIVE's
      *      and is refused here, as are this step's own files.
      *      ALERTESC's open call-outs (ALRTESC.DAT) and OPMENU's
      *      acknowledgments (ALRTACK.DAT) are keyed by an alert's
      *      position in OPALERT.DAT, so trimming OPALERT.DAT
      *      renumbers both (a key whose alert left becomes zero,
      *      which no alert matches).
      *      HOUSEKP.DAT (optional): cols 1-8 YYYYMMDD to run as of
      *        (cut-offs and the archive month), for a catch-up pass
      *        after an outage.
      *      Keep the feed logs and RECYCLE.DAT at least two months
      *      if FEEDSCORE is to score the previous month.
      *      HOUSERPT.DAT reports per file the records read, kept,
      *      archived and purged, those kept only for protection
      *      or for want of a date, and the outcome. An invalid
      *      policy line or a full work table ends RC=4. Control
      *      totals go to CTLTOTAL.DAT through CTLTOT (records read,
      *      records kept, records removed).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEKEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL POLICY-FILE ASSIGN TO "RETENTION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL PRM-FILE ASSIGN TO "HOUSEKP.DAT"
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
      *    the file being trimmed, or a key file being renumbered
           SELECT OPTIONAL DATA-FILE ASSIGN TO DYNAMIC WS-DATA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT KEEP-FILE ASSIGN TO DYNAMIC WS-KEEP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MOVE-FILE ASSIGN TO DYNAMIC WS-MOVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "HOUSERPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE.
       01  POLICY-REC PIC X(80).
       FD  PRM-FILE.
       01  PRM-REC PIC X(20).
       FD  ARCH-CTL-FILE.
       01  ARCH-CTL-REC PIC X(50).
       FD  LOG-IN-FILE.
       01  LOG-IN-REC PIC X(150).
       FD  DATA-FILE.
       01  DATA-REC PIC X(400).
       FD  KEEP-FILE.
       01  KEEP-REC PIC X(400).
       FD  MOVE-FILE.
       01  MOVE-REC PIC X(400).
       FD  ARCH-FILE.
       01  ARCH-REC PIC X(400).
       FD  RPT-FILE.
       01  RPT-REC PIC X(150).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
           88 FILE-STATUS-OK VALUES "00", "05".
       01 WS-IO-NAME PIC X(14).
       01 WS-LOG-NAME PIC X(60).
       01 WS-DATA-NAME PIC X(60).
       01 WS-KEEP-NAME PIC X(60) VALUE "HOUSEKW.DAT".
       01 WS-MOVE-NAME PIC X(60) VALUE "HOUSEKA.DAT".
       01 WS-ARCH-NAME PIC X(60).
       01 WS-POL-EOF-SW PIC X.
           88 POL-EOF VALUE 'Y'.
       01 WS-CTL-EOF-SW PIC X.
           88 CTL-EOF VALUE 'Y'.
       01 WS-LOG-EOF-SW PIC X.
           88 LOG-EOF VALUE 'Y'.
       01 WS-DAT-EOF-SW PIC X.
           88 DAT-EOF VALUE 'Y'.
       01 WS-CNT-EOF-SW PIC X.
           88 CNT-EOF VALUE 'Y'.
      * one RETENTION.DAT policy line
       01 WS-POL-IN.
           05 WS-POL-FILE PIC X(14).
           05 FILLER PIC X(1).
           05 WS-POL-DAYS-X PIC X(4).
           05 WS-POL-DAYS REDEFINES WS-POL-DAYS-X PIC 9(4).
           05 FILLER PIC X(1).
           05 WS-POL-ACTION PIC X(1).
               88 POL-ARCHIVE VALUE 'A'.
               88 POL-PURGE VALUE 'P'.
           05 FILLER PIC X(1).
           05 WS-POL-KIND PIC X(1).
               88 POL-BY-TS VALUE 'T'.
               88 POL-BY-DATE VALUE 'D'.
               88 POL-BY-RUN VALUE 'R'.
           05 FILLER PIC X(1).
           05 WS-POL-COL-X PIC X(3).
           05 WS-POL-COL REDEFINES WS-POL-COL-X PIC 9(3).
           05 FILLER PIC X(1).
           05 WS-POL-CONT PIC X(1).
           05 FILLER PIC X(1).
           05 WS-POL-PCOL-X PIC X(3).
           05 WS-POL-PCOL REDEFINES WS-POL-PCOL-X PIC 9(3).
           05 FILLER PIC X(1).
           05 WS-POL-PVAL PIC X(1).
           05 FILLER PIC X(45).
       01 WS-POL-BAD PIC X(30).
      * audit trail record, only the date and run are needed
       01 WS-AUDIT-IN.
           05 WS-AUDIT-TS PIC X(19).
           05 FILLER PIC X(70).
           05 WS-AUDIT-RUN PIC X(6).
           05 FILLER PIC X(55).
      * the date of each run on the trail, oldest first; a run
      * below the lowest number on it takes the oldest date
       01 WS-RD-TABLE.
           05 WS-RD-ENTRY OCCURS 3000 TIMES.
               10 WS-RD-RUN PIC 9(6).
               10 WS-RD-DATE PIC 9(8).
       01 WS-RD-COUNT PIC 9(4) VALUE 0.
       01 WS-RD-IDX PIC 9(4).
       01 WS-RD-HIT PIC 9(4).
       01 WS-RD-LAST PIC 9(6).
       01 WS-RD-MIN-RUN PIC 9(6).
       01 WS-RD-MIN-DATE PIC 9(8).
       01 WS-RUN-IN PIC 9(6).
      * the positions OPALERT.DAT loses, in file order
       01 WS-GONE-TABLE.
           05 WS-GONE-POS PIC 9(6) OCCURS 9999 TIMES.
       01 WS-GONE-COUNT PIC 9(4) VALUE 0.
       01 WS-GONE-IDX PIC 9(4).
       01 WS-ALERT-FILE PIC X VALUE 'N'.
       01 WS-REC-PROT PIC X VALUE 'N'.
       01 WS-KEY-OLD PIC 9(6).
       01 WS-KEY-NEW PIC 9(6).
       01 WS-KEY-DONE PIC X.
      * date handling: a candidate YYYYMMDD, checked before it is
      * turned into a day number (0 = no usable date)
       01 WS-DT-X PIC X(8).
       01 WS-DT-PARTS REDEFINES WS-DT-X.
           05 WS-DT-YYYY PIC 9(4).
           05 WS-DT-MM PIC 9(2).
           05 WS-DT-DD PIC 9(2).
       01 WS-DT-NUM REDEFINES WS-DT-X PIC 9(8).
       01 WS-DT-INT PIC 9(8).
       01 WS-TODAY PIC X(8).
       01 WS-TODAY-NUM REDEFINES WS-TODAY PIC 9(8).
       01 WS-TODAY-INT PIC 9(8).
       01 WS-CUT-INT PIC S9(8).
       01 WS-CUT-NUM PIC 9(8).
       01 WS-CUT-X REDEFINES WS-CUT-NUM PIC X(8).
       01 WS-CUT-TXT PIC X(10).
      * the fate of the record in hand and of the record a
      * continuation belongs to: K kept, A archived, P purged
       01 WS-FATE PIC X.
       01 WS-LEAD-FATE PIC X.
       01 WS-REC-POS PIC 9(6).
       01 WS-NEW-POS PIC 9(6).
      * per-file counts
       01 WS-F-READ PIC 9(6).
       01 WS-F-KEPT PIC 9(6).
       01 WS-F-ARCH PIC 9(6).
       01 WS-F-PURG PIC 9(6).
       01 WS-F-PROT PIC 9(6).
       01 WS-F-UNDATED PIC 9(6).
       01 WS-F-COUNT PIC 9(6).
       01 WS-F-ARCH-BEFORE PIC 9(6).
      * the key file being renumbered and the records read off it
       01 WS-KEY-FILE-NAME PIC X(60).
       01 WS-KEY-READ PIC 9(6).
       01 WS-F-STATUS PIC X(12).
       01 WS-F-REASON PIC X(60).
       01 WS-TOK-1 PIC X(14).
       01 WS-TOK-2 PIC X(14).
       01 WS-SKIP-LINES PIC 9(2) VALUE 0.
       01 WS-CMP-RESULT PIC X.
           88 CMP-MATCH VALUE 'Y'.
           88 CMP-DIFFER VALUE 'N'.
      * run totals
       01 WS-T-READ PIC 9(7) VALUE 0.
       01 WS-T-KEPT PIC 9(7) VALUE 0.
       01 WS-T-ARCH PIC 9(7) VALUE 0.
       01 WS-T-PURG PIC 9(7) VALUE 0.
       01 WS-T-PROT PIC 9(7) VALUE 0.
       01 WS-T-UNDATED PIC 9(7) VALUE 0.
       01 WS-POL-COUNT PIC 9(3) VALUE 0.
       01 WS-DONE-COUNT PIC 9(3) VALUE 0.
       01 WS-REFUSED-COUNT PIC 9(3) VALUE 0.
       01 WS-INVALID-COUNT PIC 9(3) VALUE 0.
       01 WS-TBL-FULL PIC X VALUE 'N'.
       01 WS-STOP PIC X VALUE 'N'.
       01 WS-HDR-LINE.
           05 FILLER PIC X(15) VALUE "ARQUIVO        ".
           05 FILLER PIC X(10) VALUE "DIAS ACAO ".
           05 FILLER PIC X(11) VALUE "CORTE      ".
           05 FILLER PIC X(18) VALUE "   LIDOS MANTIDOS ".
           05 FILLER PIC X(18) VALUE "  ARQUIV   EXPURG ".
           05 FILLER PIC X(28) VALUE
               "  PROTEG SEM DATA  SITUACAO".
       01 WS-ROW-LINE.
           05 WS-RL-FILE PIC X(14).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RL-DAYS PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RL-ACTION PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RL-CUT PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RL-READ PIC ZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RL-KEPT PIC ZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RL-ARCH PIC ZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RL-PURG PIC ZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RL-PROT PIC ZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RL-UNDATED PIC ZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RL-STATUS PIC X(12).
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
       01 WS-AUD-PROGRAM PIC X(12) VALUE "HOUSEKEEP".
       01 WS-LOCK-FUNC PIC X(3).
       01 WS-LOCK-HOLDER PIC X(12) VALUE "HOUSEKEEP".
       01 WS-LOCK-RUN PIC 9(6) VALUE 0.
       01 WS-LOCK-RESULT PIC X.
       01 WS-LOCK-INFO PIC X(45).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "CHK" TO WS-LOCK-FUNC.
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
      *    once in a run unit, so the counters are reset here
      *    rather than trusted to VALUE clauses
           MOVE 0 TO WS-RD-COUNT, WS-T-READ, WS-T-KEPT, WS-T-ARCH.
           MOVE 0 TO WS-T-PURG, WS-T-PROT, WS-T-UNDATED.
           MOVE 0 TO WS-POL-COUNT, WS-DONE-COUNT, WS-REFUSED-COUNT.
           MOVE 0 TO WS-INVALID-COUNT, WS-LINES-OUT.
           MOVE 0 TO WS-RD-LAST, WS-RD-MIN-RUN, WS-RD-MIN-DATE.
           MOVE 'N' TO WS-TBL-FULL, WS-STOP, WS-CTL-EOF-SW.
           MOVE FUNCTION CURRENT-DATE TO WS-RPT-DATE-RAW.
           STRING WS-RPT-DATE-RAW(1:4) "-" WS-RPT-DATE-RAW(5:2) "-"
               WS-RPT-DATE-RAW(7:2) DELIMITED BY SIZE INTO WS-RPT-DATE.
           PERFORM SET-AS-OF-DATE.
           CALL "RUNCTL" USING WS-RUN-FUNC, WS-RUN-NUMBER.
           CALL "ENTCTX" USING WS-ENT-FUNC, WS-ENT-CODE.

      *    the runs' dates off the trail - the archives in
      *    AUDARCH.CTL order, then the live log
           OPEN INPUT ARCH-CTL-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "AUDARCH.CTL" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM SCAN-ONE-ARCHIVE UNTIL CTL-EOF.
           CLOSE ARCH-CTL-FILE.
           MOVE "AUDIT.LOG" TO WS-LOG-NAME.
           PERFORM SCAN-ONE-LOG.

           OPEN OUTPUT RPT-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "HOUSERPT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM RPT-HEADER.

           MOVE 'N' TO WS-POL-EOF-SW.
           OPEN INPUT POLICY-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "RETENTION.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM DO-ONE-POLICY UNTIL POL-EOF OR WS-STOP = 'Y'.
           CLOSE POLICY-FILE.

           PERFORM RPT-TOTALS.
           CLOSE RPT-FILE.
      *    the work files are emptied once every file is in place;
      *    after a failed copy HOUSEKW.DAT is all that is left of
      *    the kept records and stays as it is
           IF WS-STOP NOT = 'Y'
               OPEN OUTPUT KEEP-FILE
               CLOSE KEEP-FILE
               OPEN OUTPUT MOVE-FILE
               CLOSE MOVE-FILE
           END-IF.

           MOVE WS-T-READ TO WS-CTL-READ.
           MOVE WS-T-KEPT TO WS-CTL-WRITTEN.
           COMPUTE WS-CTL-HASH = WS-T-ARCH + WS-T-PURG.
           CALL "CTLTOT" USING WS-AUD-PROGRAM, WS-CTL-READ,
               WS-CTL-WRITTEN, WS-CTL-HASH.

           COMPUTE WS-CTL-WRITTEN = WS-T-ARCH + WS-T-PURG.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "FILES=" WS-DONE-COUNT " REFUSED=" WS-REFUSED-COUNT
               " REMOVED=" WS-CTL-WRITTEN
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           IF WS-REFUSED-COUNT > 0
               MOVE "REJECTED" TO WS-AUD-OUTCOME
           ELSE
               MOVE "OK" TO WS-AUD-OUTCOME
           END-IF.
           CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
               WS-AUD-OUTCOME.
           DISPLAY "HOUSEKEEP: " WS-DONE-COUNT " ARQUIVO(S), "
               WS-REFUSED-COUNT " RECUSADO(S), VER HOUSERPT.DAT".
           IF WS-REFUSED-COUNT > 0
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-INVALID-COUNT > 0 OR WS-TBL-FULL = 'Y'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

      * today, unless HOUSEKP.DAT carries a usable date
       SET-AS-OF-DATE.
           MOVE WS-RPT-DATE-RAW(1:8) TO WS-TODAY.
           OPEN INPUT PRM-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "HOUSEKP.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           READ PRM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PRM-REC(1:8) TO WS-DT-X
                   PERFORM CHECK-DATE
                   IF WS-DT-INT > 0
                       MOVE WS-DT-X TO WS-TODAY
                   END-IF
           END-READ.
           CLOSE PRM-FILE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).

       SCAN-ONE-ARCHIVE.
           READ ARCH-CTL-FILE
               AT END
                   SET CTL-EOF TO TRUE
           END-READ.
           IF NOT CTL-EOF AND ARCH-CTL-REC(1:6) NOT = SPACES
               MOVE SPACES TO WS-LOG-NAME
               STRING "AUDIT." ARCH-CTL-REC(1:6) ".LOG"
                   DELIMITED BY SIZE INTO WS-LOG-NAME
               PERFORM SCAN-ONE-LOG
           END-IF.

       SCAN-ONE-LOG.
           MOVE 'N' TO WS-LOG-EOF-SW.
           OPEN INPUT LOG-IN-FILE.
           IF WS-FILE-STATUS = "35"
               DISPLAY "HOUSEKEEP: arquivo ausente, ignorado: "
                   WS-LOG-NAME
           ELSE
               IF NOT FILE-STATUS-OK
                   MOVE WS-LOG-NAME(1:14) TO WS-IO-NAME
                   PERFORM IO-ABORT
               END-IF
               PERFORM SCAN-ONE-AUDIT UNTIL LOG-EOF
               CLOSE LOG-IN-FILE
           END-IF.

      * a run is dated by its first record on the trail; run zero
      * (a stand-alone test run) is never dated
       SCAN-ONE-AUDIT.
           READ LOG-IN-FILE
               AT END
                   SET LOG-EOF TO TRUE
           END-READ.
           IF NOT LOG-EOF AND LOG-IN-REC NOT = SPACES
               MOVE LOG-IN-REC TO WS-AUDIT-IN
               IF WS-AUDIT-RUN IS NUMERIC
                   MOVE WS-AUDIT-RUN TO WS-RUN-IN
                   IF WS-RUN-IN > 0 AND WS-RUN-IN NOT = WS-RD-LAST
                       MOVE WS-RUN-IN TO WS-RD-LAST
                       PERFORM KEEP-RUN-DATE
                   END-IF
               END-IF
           END-IF.

       KEEP-RUN-DATE.
           PERFORM FIND-RUN-DATE.
           IF WS-RD-HIT = 0
               STRING WS-AUDIT-TS(1:4) WS-AUDIT-TS(6:2)
                   WS-AUDIT-TS(9:2) DELIMITED BY SIZE INTO WS-DT-X
               PERFORM CHECK-DATE
               IF WS-DT-INT > 0
                   IF WS-RD-COUNT >= 3000
                       MOVE 'Y' TO WS-TBL-FULL
                   ELSE
                       ADD 1 TO WS-RD-COUNT
                       MOVE WS-RUN-IN TO WS-RD-RUN(WS-RD-COUNT)
                       MOVE WS-DT-NUM TO WS-RD-DATE(WS-RD-COUNT)
                       IF WS-RD-MIN-RUN = 0
                           OR WS-RUN-IN < WS-RD-MIN-RUN
                           MOVE WS-RUN-IN TO WS-RD-MIN-RUN
                       END-IF
                       IF WS-RD-MIN-DATE = 0
                           OR WS-DT-NUM < WS-RD-MIN-DATE
                           MOVE WS-DT-NUM TO WS-RD-MIN-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-RUN-DATE.
           MOVE 0 TO WS-RD-HIT.
           PERFORM VARYING WS-RD-IDX FROM 1 BY 1
               UNTIL WS-RD-IDX > WS-RD-COUNT OR WS-RD-HIT > 0
               IF WS-RD-RUN(WS-RD-IDX) = WS-RUN-IN
                   MOVE WS-RD-IDX TO WS-RD-HIT
               END-IF
           END-PERFORM.

      * WS-DT-X in, WS-DT-INT out: the day number of a plausible
      * YYYYMMDD, else zero
       CHECK-DATE.
           MOVE 0 TO WS-DT-INT.
           IF WS-DT-X IS NUMERIC
               IF WS-DT-YYYY >= 1601 AND WS-DT-MM >= 1
                   AND WS-DT-MM <= 12 AND WS-DT-DD >= 1
                   AND WS-DT-DD <= 31
                   COMPUTE WS-DT-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DT-NUM)
               END-IF
           END-IF.

      * one policy line: check it, trim the file, verify and put
      * the result in place
       DO-ONE-POLICY.
           READ POLICY-FILE
               AT END
                   SET POL-EOF TO TRUE
           END-READ.
           IF NOT POL-EOF
               IF POLICY-REC NOT = SPACES AND POLICY-REC(1:1) NOT = "*"
                   PERFORM RUN-ONE-POLICY
               END-IF
           END-IF.

       RUN-ONE-POLICY.
           ADD 1 TO WS-POL-COUNT.
           MOVE POLICY-REC TO WS-POL-IN.
           PERFORM CHECK-POLICY.
           IF WS-POL-BAD NOT = SPACES
               ADD 1 TO WS-INVALID-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-POL-FILE " POLITICA INVALIDA: " WS-POL-BAD
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           ELSE
               PERFORM TRIM-ONE-FILE
           END-IF.

       TRIM-ONE-FILE.
           MOVE 0 TO WS-F-READ, WS-F-KEPT, WS-F-ARCH, WS-F-PURG.
           MOVE 0 TO WS-F-PROT, WS-F-UNDATED, WS-GONE-COUNT.
           MOVE "OK" TO WS-F-STATUS.
           MOVE SPACES TO WS-F-REASON.
           MOVE WS-POL-FILE TO WS-DATA-NAME.
           IF WS-POL-FILE = "OPALERT.DAT"
               MOVE 'Y' TO WS-ALERT-FILE
           ELSE
               MOVE 'N' TO WS-ALERT-FILE
           END-IF.
           COMPUTE WS-CUT-INT = WS-TODAY-INT - WS-POL-DAYS.
           IF WS-CUT-INT < 1
               MOVE 1 TO WS-CUT-INT
           END-IF.
           COMPUTE WS-CUT-NUM = FUNCTION DATE-OF-INTEGER(WS-CUT-INT).
           STRING WS-CUT-X(1:4) "-" WS-CUT-X(5:2) "-" WS-CUT-X(7:2)
               DELIMITED BY SIZE INTO WS-CUT-TXT.
           MOVE SPACES TO WS-TOK-1, WS-TOK-2, WS-ARCH-NAME.
           UNSTRING WS-POL-FILE DELIMITED BY "." INTO WS-TOK-1
               WS-TOK-2.
           IF WS-TOK-2 = SPACES
               STRING WS-TOK-1 DELIMITED BY SPACE "."
                   WS-TODAY(1:6) DELIMITED BY SIZE INTO WS-ARCH-NAME
           ELSE
               STRING WS-TOK-1 DELIMITED BY SPACE "."
                   WS-TODAY(1:6) "." DELIMITED BY SIZE
                   WS-TOK-2 DELIMITED BY SPACE INTO WS-ARCH-NAME
           END-IF.

           PERFORM TRIM-PASS.
           ADD 1 TO WS-DONE-COUNT.
           IF WS-F-ARCH + WS-F-PURG = 0
               MOVE "SEM CORTE" TO WS-F-STATUS
           ELSE
               PERFORM VERIFY-AND-REPLACE
               IF WS-F-STATUS = "OK" AND WS-ALERT-FILE = 'Y'
                   PERFORM RENUMBER-ALERT-KEYS
               END-IF
           END-IF.
           PERFORM REPORT-ONE-FILE.
           PERFORM AUDIT-ONE-FILE.

      * WS-POL-BAD stays blank for a usable line
       CHECK-POLICY.
           MOVE SPACES TO WS-POL-BAD.
           EVALUATE TRUE
               WHEN WS-POL-FILE = SPACES
                   MOVE "NOME DO ARQUIVO EM BRANCO" TO WS-POL-BAD
               WHEN WS-POL-FILE = "AUDIT.LOG"
                   MOVE "AUDIT.LOG E DO AUDARCHIVE" TO WS-POL-BAD
               WHEN WS-POL-FILE = "RETENTION.DAT"
                   OR WS-POL-FILE = "HOUSERPT.DAT"
                   OR WS-POL-FILE = "HOUSEKW.DAT"
                   OR WS-POL-FILE = "HOUSEKA.DAT"
                   MOVE "ARQUIVO DO PROPRIO HOUSEKEEP" TO WS-POL-BAD
               WHEN WS-POL-DAYS-X IS NOT NUMERIC
                   MOVE "DIAS NAO NUMERICO" TO WS-POL-BAD
               WHEN NOT POL-ARCHIVE AND NOT POL-PURGE
                   MOVE "ACAO DEVE SER A OU P" TO WS-POL-BAD
               WHEN NOT POL-BY-TS AND NOT POL-BY-DATE
                   AND NOT POL-BY-RUN
                   MOVE "DATACAO DEVE SER T, D OU R" TO WS-POL-BAD
               WHEN WS-POL-COL-X IS NOT NUMERIC
                   MOVE "COLUNA DA DATA NAO NUMERICA" TO WS-POL-BAD
               WHEN WS-POL-COL < 1 OR WS-POL-COL > 390
                   MOVE "COLUNA DA DATA FORA DE 1-390" TO WS-POL-BAD
               WHEN WS-POL-PCOL-X NOT = SPACES
                   AND WS-POL-PCOL-X IS NOT NUMERIC
                   MOVE "COLUNA DE PROTECAO INVALIDA" TO WS-POL-BAD
               WHEN WS-POL-PCOL-X NOT = SPACES
                   AND (WS-POL-PCOL < 1 OR WS-POL-PCOL > 400)
                   MOVE "COLUNA DE PROTECAO INVALIDA" TO WS-POL-BAD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * the file read once: what stays to HOUSEKW.DAT, what is to
      * be archived to HOUSEKA.DAT, what is purged nowhere
       TRIM-PASS.
           MOVE 'N' TO WS-DAT-EOF-SW.
           MOVE 'K' TO WS-LEAD-FATE.
           MOVE 0 TO WS-REC-POS.
           OPEN INPUT DATA-FILE.
           IF NOT FILE-STATUS-OK
               MOVE WS-POL-FILE TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           OPEN OUTPUT KEEP-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "HOUSEKW.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           OPEN OUTPUT MOVE-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "HOUSEKA.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM TRIM-ONE-REC UNTIL DAT-EOF.
           CLOSE DATA-FILE.
           CLOSE KEEP-FILE.
           CLOSE MOVE-FILE.

       TRIM-ONE-REC.
           READ DATA-FILE
               AT END
                   SET DAT-EOF TO TRUE
           END-READ.
           IF NOT DAT-EOF
               ADD 1 TO WS-F-READ, WS-REC-POS
               IF WS-POL-CONT NOT = SPACE
                   AND DATA-REC(1:1) = WS-POL-CONT
                   MOVE WS-LEAD-FATE TO WS-FATE
               ELSE
                   PERFORM DECIDE-FATE
                   MOVE WS-FATE TO WS-LEAD-FATE
               END-IF
               EVALUATE WS-FATE
                   WHEN 'A'
                       WRITE MOVE-REC FROM DATA-REC
                       IF NOT FILE-STATUS-OK
                           MOVE "HOUSEKA.DAT" TO WS-IO-NAME
                           PERFORM IO-ABORT
                       END-IF
                       ADD 1 TO WS-F-ARCH
                   WHEN 'P'
                       ADD 1 TO WS-F-PURG
                   WHEN OTHER
                       WRITE KEEP-REC FROM DATA-REC
                       IF NOT FILE-STATUS-OK
                           MOVE "HOUSEKW.DAT" TO WS-IO-NAME
                           PERFORM IO-ABORT
                       END-IF
                       ADD 1 TO WS-F-KEPT
               END-EVALUATE
               IF WS-FATE NOT = 'K' AND WS-ALERT-FILE = 'Y'
                   ADD 1 TO WS-GONE-COUNT
                   MOVE WS-REC-POS TO WS-GONE-POS(WS-GONE-COUNT)
               END-IF
           END-IF.

      * kept when it has no usable date, is recent enough or is
      * protected; an OPALERT.DAT alert also stays once the table
      * of positions that left is full
       DECIDE-FATE.
           MOVE 'K' TO WS-FATE.
           PERFORM GET-REC-DATE.
           MOVE 'N' TO WS-REC-PROT.
           IF WS-POL-PCOL-X NOT = SPACES
               IF DATA-REC(WS-POL-PCOL:1) NOT = WS-POL-PVAL
                   MOVE 'Y' TO WS-REC-PROT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-DT-INT = 0
                   ADD 1 TO WS-F-UNDATED
               WHEN WS-DT-INT NOT < WS-CUT-INT
                   CONTINUE
               WHEN WS-REC-PROT = 'Y'
                   ADD 1 TO WS-F-PROT
               WHEN WS-ALERT-FILE = 'Y' AND WS-GONE-COUNT >= 9999
                   MOVE 'Y' TO WS-TBL-FULL
               WHEN OTHER
                   MOVE WS-POL-ACTION TO WS-FATE
           END-EVALUATE.

       GET-REC-DATE.
           MOVE SPACES TO WS-DT-X.
           EVALUATE TRUE
               WHEN POL-BY-TS
                   STRING DATA-REC(WS-POL-COL:4)
                       DATA-REC(WS-POL-COL + 5:2)
                       DATA-REC(WS-POL-COL + 8:2)
                       DELIMITED BY SIZE INTO WS-DT-X
               WHEN POL-BY-DATE
                   MOVE DATA-REC(WS-POL-COL:8) TO WS-DT-X
               WHEN POL-BY-RUN
                   IF DATA-REC(WS-POL-COL:6) IS NUMERIC
                       MOVE DATA-REC(WS-POL-COL:6) TO WS-RUN-IN
                       IF WS-RUN-IN > 0
                           PERFORM FIND-RUN-DATE
                           IF WS-RD-HIT > 0
                               MOVE WS-RD-DATE(WS-RD-HIT) TO WS-DT-NUM
                           ELSE
                               IF WS-RUN-IN < WS-RD-MIN-RUN
                                   MOVE WS-RD-MIN-DATE TO WS-DT-NUM
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.
           PERFORM CHECK-DATE.

      * nothing is touched until every count agrees; the archive
      * is appended before the file is replaced, so a failure in
      * between leaves records in both places rather than in none
       VERIFY-AND-REPLACE.
           MOVE WS-KEEP-NAME TO WS-DATA-NAME.
           PERFORM COUNT-DATA-FILE.
           IF WS-F-COUNT NOT = WS-F-KEPT
               MOVE "RECUSADO" TO WS-F-STATUS
               MOVE "CONTAGEM DE HOUSEKW.DAT NAO CONFERE"
                   TO WS-F-REASON
           END-IF.
           IF WS-F-STATUS = "OK"
               MOVE WS-MOVE-NAME TO WS-DATA-NAME
               PERFORM COUNT-DATA-FILE
               IF WS-F-COUNT NOT = WS-F-ARCH
                   MOVE "RECUSADO" TO WS-F-STATUS
                   MOVE "CONTAGEM DE HOUSEKA.DAT NAO CONFERE"
                       TO WS-F-REASON
               END-IF
           END-IF.
           IF WS-F-STATUS = "OK"
               MOVE WS-POL-FILE TO WS-DATA-NAME
               PERFORM COUNT-DATA-FILE
               IF WS-F-COUNT NOT = WS-F-READ
                   MOVE "RECUSADO" TO WS-F-STATUS
                   MOVE "ARQUIVO ALTERADO DURANTE A LIMPEZA"
                       TO WS-F-REASON
               END-IF
           END-IF.
           IF WS-F-STATUS = "OK" AND WS-F-ARCH > 0
               PERFORM APPEND-ARCHIVE
               IF WS-F-COUNT NOT = WS-F-ARCH-BEFORE + WS-F-ARCH
                   MOVE "RECUSADO" TO WS-F-STATUS
                   MOVE "CONTAGEM DO ARQUIVO MORTO NAO CONFERE"
                       TO WS-F-REASON
               END-IF
           END-IF.
           IF WS-F-STATUS = "OK"
               PERFORM REPLACE-DATA-FILE
           END-IF.

      * the kept records over the file, compared back afterwards
       REPLACE-DATA-FILE.
           MOVE WS-POL-FILE TO WS-DATA-NAME.
           CALL "FILECOPY" USING WS-KEEP-NAME, WS-DATA-NAME.
           CANCEL "FILECOPY".
           IF RETURN-CODE = 12
               MOVE WS-POL-FILE TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           MOVE 0 TO WS-SKIP-LINES.
           CALL "FILECMP" USING WS-KEEP-NAME, WS-DATA-NAME,
               WS-SKIP-LINES, WS-CMP-RESULT.
           CANCEL "FILECMP".
           IF CMP-DIFFER
               DISPLAY "HOUSEKEEP: copia de " WS-POL-FILE
                   " nao confere - registros mantidos em HOUSEKW.DAT!"
               MOVE "FALHOU" TO WS-F-STATUS
               MOVE "COPIA NAO CONFERE - MANTIDOS EM HOUSEKW.DAT"
                   TO WS-F-REASON
               MOVE 'Y' TO WS-STOP
           END-IF.

      * WS-DATA-NAME in, its record count in WS-F-COUNT
       COUNT-DATA-FILE.
           MOVE 0 TO WS-F-COUNT.
           MOVE 'N' TO WS-CNT-EOF-SW.
           OPEN INPUT DATA-FILE.
           IF NOT FILE-STATUS-OK
               MOVE WS-DATA-NAME(1:14) TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM COUNT-ONE-REC UNTIL CNT-EOF.
           CLOSE DATA-FILE.

       COUNT-ONE-REC.
           READ DATA-FILE
               AT END
                   SET CNT-EOF TO TRUE
           END-READ.
           IF NOT CNT-EOF
               IF FILE-STATUS-OK
                   ADD 1 TO WS-F-COUNT
               ELSE
                   SET CNT-EOF TO TRUE
               END-IF
           END-IF.

      * HOUSEKA.DAT onto the end of the month's archive, which is
      * counted before and after (WS-F-COUNT holds the after)
       APPEND-ARCHIVE.
           MOVE WS-ARCH-NAME TO WS-DATA-NAME.
           PERFORM COUNT-DATA-FILE.
           MOVE WS-F-COUNT TO WS-F-ARCH-BEFORE.
           MOVE 'N' TO WS-DAT-EOF-SW.
           OPEN INPUT MOVE-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "HOUSEKA.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           OPEN EXTEND ARCH-FILE.
           IF NOT FILE-STATUS-OK
               MOVE WS-ARCH-NAME(1:14) TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM APPEND-ONE-REC UNTIL DAT-EOF.
           CLOSE MOVE-FILE.
           CLOSE ARCH-FILE.
           MOVE WS-ARCH-NAME TO WS-DATA-NAME.
           PERFORM COUNT-DATA-FILE.

       APPEND-ONE-REC.
           READ MOVE-FILE
               AT END
                   SET DAT-EOF TO TRUE
           END-READ.
           IF NOT DAT-EOF
               WRITE ARCH-REC FROM MOVE-REC
               IF NOT FILE-STATUS-OK
                   MOVE WS-ARCH-NAME(1:14) TO WS-IO-NAME
                   PERFORM IO-ABORT
               END-IF
           END-IF.

      * ALERTESC's open call-outs and OPMENU's acknowledgments name
      * an alert by its position in OPALERT.DAT (cols 1-6 of both)
       RENUMBER-ALERT-KEYS.
           MOVE "ALRTESC.DAT" TO WS-DATA-NAME.
           PERFORM RENUMBER-KEY-FILE.
           IF WS-STOP NOT = 'Y'
               MOVE "ALRTACK.DAT" TO WS-DATA-NAME
               PERFORM RENUMBER-KEY-FILE
           END-IF.

      * the renumbered file is counted and compared back exactly as
      * a trimmed file is; a failure leaves the renumbered records
      * in HOUSEKW.DAT and stops the run
       RENUMBER-KEY-FILE.
           MOVE WS-DATA-NAME TO WS-KEY-FILE-NAME.
           MOVE 0 TO WS-KEY-READ.
           MOVE 'N' TO WS-DAT-EOF-SW.
           OPEN INPUT DATA-FILE.
           IF NOT FILE-STATUS-OK
               MOVE WS-DATA-NAME(1:14) TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           OPEN OUTPUT KEEP-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "HOUSEKW.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM RENUMBER-ONE-KEY UNTIL DAT-EOF.
           CLOSE DATA-FILE.
           CLOSE KEEP-FILE.
           MOVE WS-KEEP-NAME TO WS-DATA-NAME.
           PERFORM COUNT-DATA-FILE.
           MOVE WS-KEY-FILE-NAME TO WS-DATA-NAME.
           IF WS-F-COUNT NOT = WS-KEY-READ
               DISPLAY "HOUSEKEEP: contagem de HOUSEKW.DAT nao confere "
                   "para " WS-KEY-FILE-NAME(1:14)
                   " - arquivo nao renumerado!"
               MOVE "FALHOU" TO WS-F-STATUS
               MOVE SPACES TO WS-F-REASON
               STRING "CHAVES NAO RENUMERADAS EM "
                   WS-KEY-FILE-NAME DELIMITED BY SPACE
                   " - CONTAGEM NAO CONFERE" DELIMITED BY SIZE
                   INTO WS-F-REASON
               MOVE 'Y' TO WS-STOP
           ELSE
               PERFORM REPLACE-KEY-FILE
           END-IF.

       REPLACE-KEY-FILE.
           CALL "FILECOPY" USING WS-KEEP-NAME, WS-DATA-NAME.
           CANCEL "FILECOPY".
           IF RETURN-CODE = 12
               MOVE WS-DATA-NAME(1:14) TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           MOVE 0 TO WS-SKIP-LINES.
           CALL "FILECMP" USING WS-KEEP-NAME, WS-DATA-NAME,
               WS-SKIP-LINES, WS-CMP-RESULT.
           CANCEL "FILECMP".
           IF CMP-DIFFER
               DISPLAY "HOUSEKEEP: copia de " WS-KEY-FILE-NAME(1:14)
                   " nao confere - chaves mantidas em HOUSEKW.DAT!"
               MOVE "FALHOU" TO WS-F-STATUS
               MOVE SPACES TO WS-F-REASON
               STRING "COPIA DE " WS-KEY-FILE-NAME DELIMITED BY SPACE
                   " NAO CONFERE - CHAVES EM HOUSEKW.DAT"
                   DELIMITED BY SIZE INTO WS-F-REASON
               MOVE 'Y' TO WS-STOP
           END-IF.

       RENUMBER-ONE-KEY.
           READ DATA-FILE
               AT END
                   SET DAT-EOF TO TRUE
           END-READ.
           IF NOT DAT-EOF
               ADD 1 TO WS-KEY-READ
               IF DATA-REC(1:6) IS NUMERIC
                   MOVE DATA-REC(1:6) TO WS-KEY-OLD
                   PERFORM NEW-ALERT-POSITION
                   MOVE WS-KEY-NEW TO DATA-REC(1:6)
               END-IF
               WRITE KEEP-REC FROM DATA-REC
               IF NOT FILE-STATUS-OK
                   MOVE "HOUSEKW.DAT" TO WS-IO-NAME
                   PERFORM IO-ABORT
               END-IF
           END-IF.

      * the old position less the positions before it that left;
      * zero when the alert itself left
       NEW-ALERT-POSITION.
           MOVE WS-KEY-OLD TO WS-KEY-NEW.
           MOVE 'N' TO WS-KEY-DONE.
           PERFORM VARYING WS-GONE-IDX FROM 1 BY 1
               UNTIL WS-GONE-IDX > WS-GONE-COUNT OR WS-KEY-DONE = 'Y'
               IF WS-GONE-POS(WS-GONE-IDX) < WS-KEY-OLD
                   SUBTRACT 1 FROM WS-KEY-NEW
               ELSE
                   IF WS-GONE-POS(WS-GONE-IDX) = WS-KEY-OLD
                       MOVE 0 TO WS-KEY-NEW
                   END-IF
                   MOVE 'Y' TO WS-KEY-DONE
               END-IF
           END-PERFORM.

       RPT-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RELATORIO HOUSEKEEP  DATA: " WS-RPT-DATE
               "  RUN: " WS-RUN-NUMBER "  ENT: " WS-ENT-CODE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RETENCAO DE ARQUIVOS - POLITICA: RETENTION.DAT"
               "  EXECUCOES DATADAS PELA TRILHA: " WS-RD-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-HDR-LINE TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.

       REPORT-ONE-FILE.
           MOVE WS-POL-FILE TO WS-RL-FILE.
           MOVE WS-POL-DAYS TO WS-RL-DAYS.
           IF POL-ARCHIVE
               MOVE "ARQ" TO WS-RL-ACTION
           ELSE
               MOVE "EXP" TO WS-RL-ACTION
           END-IF.
           MOVE WS-CUT-TXT TO WS-RL-CUT.
           MOVE WS-F-READ TO WS-RL-READ.
           MOVE WS-F-KEPT TO WS-RL-KEPT.
           MOVE WS-F-ARCH TO WS-RL-ARCH.
           MOVE WS-F-PURG TO WS-RL-PURG.
           MOVE WS-F-PROT TO WS-RL-PROT.
           MOVE WS-F-UNDATED TO WS-RL-UNDATED.
           MOVE WS-F-STATUS TO WS-RL-STATUS.
           MOVE WS-ROW-LINE TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           IF WS-F-STATUS = "OK" OR WS-F-STATUS = "SEM CORTE"
               ADD WS-F-READ TO WS-T-READ
               ADD WS-F-KEPT TO WS-T-KEPT
               ADD WS-F-ARCH TO WS-T-ARCH
               ADD WS-F-PURG TO WS-T-PURG
               ADD WS-F-PROT TO WS-T-PROT
               ADD WS-F-UNDATED TO WS-T-UNDATED
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               ADD WS-F-READ TO WS-T-READ, WS-T-KEPT
               MOVE SPACES TO WS-RPT-LINE
               STRING "    " WS-F-REASON DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
           IF WS-F-STATUS = "OK" AND WS-F-ARCH > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "    ARQUIVO MORTO: " WS-ARCH-NAME
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.

      * a refused file is counted as read and kept - it was left
      * exactly as it was
       RPT-TOTALS.
           MOVE "TOTAL" TO WS-RL-FILE.
           MOVE 0 TO WS-RL-DAYS.
           MOVE SPACES TO WS-RL-ACTION, WS-RL-CUT, WS-RL-STATUS.
           MOVE WS-T-READ TO WS-RL-READ.
           MOVE WS-T-KEPT TO WS-RL-KEPT.
           MOVE WS-T-ARCH TO WS-RL-ARCH.
           MOVE WS-T-PURG TO WS-RL-PURG.
           MOVE WS-T-PROT TO WS-RL-PROT.
           MOVE WS-T-UNDATED TO WS-RL-UNDATED.
           MOVE WS-ROW-LINE TO WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE(16:4).
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           IF WS-STOP = 'Y'
               MOVE "LIMPEZA INTERROMPIDA - DEMAIS POLITICAS NAO LIDAS"
                   TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
           IF WS-TBL-FULL = 'Y'
               MOVE "TABELA DE TRABALHO CHEIA - REGISTROS MANTIDOS"
                   TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "POLITICAS: " WS-POL-COUNT
               "  ARQUIVOS TRATADOS: " WS-DONE-COUNT
               "  RECUSADOS: " WS-REFUSED-COUNT
               "  INVALIDAS: " WS-INVALID-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.

      * one audit record per file handled
       AUDIT-ONE-FILE.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING WS-POL-FILE DELIMITED BY SPACE
               " K=" WS-F-KEPT " A=" WS-F-ARCH " P=" WS-F-PURG
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           IF WS-F-STATUS = "OK" OR WS-F-STATUS = "SEM CORTE"
               MOVE "OK" TO WS-AUD-OUTCOME
           ELSE
               MOVE "REJECTED" TO WS-AUD-OUTCOME
           END-IF.
           CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
               WS-AUD-OUTCOME.

       WRITE-RPT-LINE.
           WRITE RPT-REC FROM WS-RPT-LINE.
           IF NOT FILE-STATUS-OK
               MOVE "HOUSERPT.DAT" TO WS-IO-NAME
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

       END PROGRAM HOUSEKEEP.
