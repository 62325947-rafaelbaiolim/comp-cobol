      ******************************************************************
      * Author: GRUPO-COBOL
      * Date: 15/10/2026
      * Purpose: monthly operator activity and segregation-of-duties
      *      report for the access-recertification review. Reads
      *      AUDIT.LOG and the AUDARCH.CTL archives that can still
      *      hold the month, keeps every record stamped with a
      *      signed-on operator (OP=) dated in the month, and
      *      writes OPACTRPT.DAT: per operator, each action taken
      *      in time order, the count of OPMENU options run and of
      *      options denied; then a conflicts section driven by the
      *      SODRULE.DAT pairs of incompatible actions, flagging
      *      any operator who performed both halves of a pair
      *      within the rule's window. Denied and rejected attempts
      *      are listed but never count as having performed an
      *      action.
      *      OPACTPRM.DAT (optional): cols 1-6 month YYYYMM (default
      *      the previous calendar month), cols 8-11 default window
      *      in hours (default 24).
      *      SODRULE.DAT (optional), one pair per line:
      *        cols  1-8  rule id
      *        cols 10-21 program of action A (blank = any)
      *        cols 23-42 start of action A's audit detail (blank =
      *                   any record of that program)
      *        cols 44-55 program of action B
      *        cols 57-76 start of action B's audit detail
      *        cols 78-81 window in hours (blank = the default)
      *      e.g. OPMENU "resend release" against OPMENU "recycle",
      *      or OPMENU "run lock force-taken" against SNAPSHOT
      *      "REST FILES=". A conflict, an unusable rule line or a
      *      full action table ends RC=4; a conflict also writes a
      *      SOD CONFL audit record, which raises the operator
      *      alert. Control totals go to CTLTOTAL.DAT through
      *      CTLTOT (records read, report lines, actions in the
      *      month).
      * Mod: 15/10/2026 - option counts cover OPMENU's new job
      *      request options 16 and 17.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPACTIV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "OPACTPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL RULE-FILE ASSIGN TO "SODRULE.DAT"
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
           SELECT RPT-FILE ASSIGN TO "OPACTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC PIC X(20).
       FD  RULE-FILE.
       01  RULE-REC PIC X(100).
       FD  ARCH-CTL-FILE.
       01  ARCH-CTL-REC PIC X(50).
       FD  LOG-IN-FILE.
       01  LOG-IN-REC PIC X(150).
       FD  RPT-FILE.
       01  RPT-REC PIC X(150).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
           88 FILE-STATUS-OK VALUES "00", "05".
       01 WS-IO-NAME PIC X(14).
       01 WS-LOG-NAME PIC X(60).
       01 WS-CTL-EOF-SW PIC X VALUE 'N'.
           88 CTL-EOF VALUE 'Y'.
       01 WS-LOG-EOF-SW PIC X.
           88 LOG-EOF VALUE 'Y'.
       01 WS-RULE-EOF-SW PIC X VALUE 'N'.
           88 RULE-EOF VALUE 'Y'.
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
           05 FILLER PIC X(4).
           05 WS-AUDIT-OPER PIC X(8).
           05 FILLER PIC X(35).
      * the month under review, as YYYYMM and as the YYYY-MM the
      * audit timestamps start with
       01 WS-MONTH PIC X(6).
       01 WS-MONTH-NUM REDEFINES WS-MONTH.
           05 WS-MONTH-YYYY PIC 9(4).
           05 WS-MONTH-MM PIC 9(2).
       01 WS-MONTH-TS PIC X(7).
       01 WS-DEF-WINDOW PIC 9(4) VALUE 24.
       01 WS-ARCH-MONTH PIC X(6).
      * every operator action in the month, in trail order
       01 WS-ACT-TABLE.
           05 WS-ACT-ENTRY OCCURS 5000 TIMES.
               10 WS-ACT-OPER PIC X(8).
               10 WS-ACT-TS PIC X(19).
               10 WS-ACT-PROGRAM PIC X(12).
               10 WS-ACT-DETAIL PIC X(40).
               10 WS-ACT-OUTCOME PIC X(10).
               10 WS-ACT-MIN PIC 9(10).
               10 WS-ACT-DONE PIC X.
       01 WS-ACT-COUNT PIC 9(5) VALUE 0.
       01 WS-ACT-FULL PIC X VALUE 'N'.
       01 WS-ACT-IDX PIC 9(5).
       01 WS-ACT-IDX2 PIC 9(5).
      * the operators seen, kept in id order
       01 WS-OPR-TABLE.
           05 WS-OPR-ENTRY OCCURS 200 TIMES.
               10 WS-OPR-ID PIC X(8).
               10 WS-OPR-ACTS PIC 9(5).
               10 WS-OPR-DENIED PIC 9(5).
               10 WS-OPR-OPT PIC 9(5) OCCURS 17 TIMES.
       01 WS-OPR-COUNT PIC 9(3) VALUE 0.
       01 WS-OPR-IDX PIC 9(3).
       01 WS-OPR-POS PIC 9(3).
       01 WS-OPR-FOUND PIC X.
       01 WS-OPT-IDX PIC 9(2).
       01 WS-OPT-NUM PIC 9(2).
       01 WS-OPT-ANY PIC X.
      * the incompatible pairs
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 50 TIMES.
               10 WS-RULE-ID PIC X(8).
               10 WS-RULE-PROG-A PIC X(12).
               10 WS-RULE-PFX-A PIC X(20).
               10 WS-RULE-LEN-A PIC 9(2).
               10 WS-RULE-PROG-B PIC X(12).
               10 WS-RULE-PFX-B PIC X(20).
               10 WS-RULE-LEN-B PIC 9(2).
               10 WS-RULE-WINDOW PIC 9(4).
       01 WS-RULE-COUNT PIC 9(2) VALUE 0.
       01 WS-RULE-BAD PIC 9(3) VALUE 0.
       01 WS-RULE-IDX PIC 9(2).
       01 WS-RULE-WIN-MIN PIC 9(7).
      * MATCH-ACTION's arguments and answer
       01 WS-M-PROG PIC X(12).
       01 WS-M-PFX PIC X(20).
       01 WS-M-LEN PIC 9(2).
       01 WS-M-HIT PIC X.
       01 WS-PFX-WORK PIC X(20).
       01 WS-PFX-LEN PIC 9(2).
       01 WS-PAIR-FOUND PIC X.
       01 WS-DIFF-MIN PIC S9(10).
       01 WS-TS-DATE-X PIC X(8).
       01 WS-TS-DATE REDEFINES WS-TS-DATE-X PIC 9(8).
       01 WS-TS-HH PIC 9(2).
       01 WS-TS-MI PIC 9(2).
       01 WS-SCAN-COUNT PIC 9(6) VALUE 0.
       01 WS-FILE-COUNT PIC 9(3) VALUE 0.
       01 WS-CONFL-COUNT PIC 9(5) VALUE 0.
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
       01 WS-AUD-PROGRAM PIC X(12) VALUE "OPACTIV".
       01 WS-LOCK-FUNC PIC X(3).
       01 WS-LOCK-HOLDER PIC X(12) VALUE "OPACTIV".
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
      *    once in a run unit, so the counters and switches are
      *    reset here rather than trusted to VALUE clauses
           MOVE 0 TO WS-ACT-COUNT, WS-OPR-COUNT, WS-RULE-COUNT.
           MOVE 0 TO WS-RULE-BAD, WS-SCAN-COUNT, WS-FILE-COUNT.
           MOVE 0 TO WS-CONFL-COUNT, WS-LINES-OUT.
           MOVE 'N' TO WS-ACT-FULL, WS-CTL-EOF-SW, WS-RULE-EOF-SW.
           MOVE FUNCTION CURRENT-DATE TO WS-RPT-DATE-RAW.
           STRING WS-RPT-DATE-RAW(1:4) "-" WS-RPT-DATE-RAW(5:2) "-"
               WS-RPT-DATE-RAW(7:2) DELIMITED BY SIZE INTO WS-RPT-DATE.
           CALL "RUNCTL" USING WS-RUN-FUNC, WS-RUN-NUMBER.
           CALL "ENTCTX" USING WS-ENT-FUNC, WS-ENT-CODE.

           PERFORM LOAD-PARM-CARD.
           PERFORM LOAD-RULES.

      *    the archives first, in AUDARCH.CTL order, then the live
      *    log, so the table holds the trail oldest first
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
               MOVE "OPACTRPT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM RPT-HEADER.
           PERFORM REPORT-ONE-OPERATOR
               VARYING WS-OPR-IDX FROM 1 BY 1
               UNTIL WS-OPR-IDX > WS-OPR-COUNT.
           IF WS-OPR-COUNT = 0
               MOVE "NENHUMA ACAO DE OPERADOR NO MES" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
           PERFORM REPORT-CONFLICTS.

           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           IF WS-ACT-FULL = 'Y'
               MOVE "TABELA DE ACOES CHEIA (5000) - RELATORIO PARCIAL"
                   TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ARQUIVOS LIDOS: " WS-FILE-COUNT
               "  REGISTROS: " WS-SCAN-COUNT
               "  ACOES NO MES: " WS-ACT-COUNT
               "  OPERADORES: " WS-OPR-COUNT
               "  CONFLITOS: " WS-CONFL-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           CLOSE RPT-FILE.

           MOVE WS-SCAN-COUNT TO WS-CTL-READ.
           MOVE WS-LINES-OUT TO WS-CTL-WRITTEN.
           MOVE WS-ACT-COUNT TO WS-CTL-HASH.
           CALL "CTLTOT" USING WS-AUD-PROGRAM, WS-CTL-READ,
               WS-CTL-WRITTEN, WS-CTL-HASH.

           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "MON=" WS-MONTH " OPERS=" WS-OPR-COUNT
               " ACTS=" WS-ACT-COUNT " CONFL=" WS-CONFL-COUNT
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           IF WS-CONFL-COUNT > 0
               MOVE "SOD CONFL" TO WS-AUD-OUTCOME
           ELSE
               MOVE "OK" TO WS-AUD-OUTCOME
           END-IF.
           CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
               WS-AUD-OUTCOME.
           DISPLAY "OPACTIV: " WS-OPR-COUNT " OPERADOR(ES), "
               WS-CONFL-COUNT " CONFLITO(S), VER OPACTRPT.DAT".
           IF WS-CONFL-COUNT > 0 OR WS-RULE-BAD > 0
               OR WS-ACT-FULL = 'Y'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * the month defaults to the previous calendar month, the one
      * a recertification review looks back on
       LOAD-PARM-CARD.
           MOVE WS-RPT-DATE-RAW(1:6) TO WS-MONTH.
           IF WS-MONTH-MM = 1
               SUBTRACT 1 FROM WS-MONTH-YYYY
               MOVE 12 TO WS-MONTH-MM
           ELSE
               SUBTRACT 1 FROM WS-MONTH-MM
           END-IF.
           MOVE 24 TO WS-DEF-WINDOW.
           OPEN INPUT PARM-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "OPACTPRM.DAT" TO WS-IO-NAME
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
                   IF PARM-REC(8:4) IS NUMERIC
                       MOVE PARM-REC(8:4) TO WS-DEF-WINDOW
                   END-IF
           END-READ.
           CLOSE PARM-FILE.
           MOVE SPACES TO WS-MONTH-TS.
           STRING WS-MONTH(1:4) "-" WS-MONTH(5:2)
               DELIMITED BY SIZE INTO WS-MONTH-TS.

       LOAD-RULES.
           OPEN INPUT RULE-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "SODRULE.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM LOAD-ONE-RULE UNTIL RULE-EOF.
           CLOSE RULE-FILE.

      * a pair needs something to recognize on each side and a
      * usable window; anything else is shown and skipped
       LOAD-ONE-RULE.
           READ RULE-FILE
               AT END
                   SET RULE-EOF TO TRUE
           END-READ.
           IF NOT RULE-EOF AND RULE-REC NOT = SPACES
               AND RULE-REC(1:1) NOT = "*"
               IF (RULE-REC(10:12) = SPACES
                       AND RULE-REC(23:20) = SPACES)
                   OR (RULE-REC(44:12) = SPACES
                       AND RULE-REC(57:20) = SPACES)
                   OR (RULE-REC(78:4) NOT = SPACES
                       AND RULE-REC(78:4) IS NOT NUMERIC)
                   OR WS-RULE-COUNT >= 50
                   DISPLAY "SODRULE.DAT regra ignorada: "
                       RULE-REC(1:81)
                   ADD 1 TO WS-RULE-BAD
               ELSE
                   ADD 1 TO WS-RULE-COUNT
                   MOVE RULE-REC(1:8) TO WS-RULE-ID(WS-RULE-COUNT)
                   MOVE RULE-REC(10:12)
                       TO WS-RULE-PROG-A(WS-RULE-COUNT)
                   MOVE RULE-REC(23:20) TO WS-PFX-WORK
                   PERFORM FIND-PFX-LEN
                   MOVE WS-PFX-WORK TO WS-RULE-PFX-A(WS-RULE-COUNT)
                   MOVE WS-PFX-LEN TO WS-RULE-LEN-A(WS-RULE-COUNT)
                   MOVE RULE-REC(44:12)
                       TO WS-RULE-PROG-B(WS-RULE-COUNT)
                   MOVE RULE-REC(57:20) TO WS-PFX-WORK
                   PERFORM FIND-PFX-LEN
                   MOVE WS-PFX-WORK TO WS-RULE-PFX-B(WS-RULE-COUNT)
                   MOVE WS-PFX-LEN TO WS-RULE-LEN-B(WS-RULE-COUNT)
                   IF RULE-REC(78:4) = SPACES
                       MOVE WS-DEF-WINDOW
                           TO WS-RULE-WINDOW(WS-RULE-COUNT)
                   ELSE
                       MOVE RULE-REC(78:4)
                           TO WS-RULE-WINDOW(WS-RULE-COUNT)
                   END-IF
               END-IF
           END-IF.

      * significant length of a detail prefix - trailing blanks
      * do not have to match
       FIND-PFX-LEN.
           PERFORM VARYING WS-PFX-LEN FROM 20 BY -1
               UNTIL WS-PFX-LEN = 0
                   OR WS-PFX-WORK(WS-PFX-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.

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
               DISPLAY "OPACTIV: arquivo ausente, ignorado: "
                   WS-LOG-NAME
           ELSE
               IF NOT FILE-STATUS-OK
                   MOVE WS-LOG-NAME(1:14) TO WS-IO-NAME
                   PERFORM IO-ABORT
               END-IF
               ADD 1 TO WS-FILE-COUNT
               PERFORM SCAN-ONE-REC UNTIL LOG-EOF
               CLOSE LOG-IN-FILE
           END-IF.

       SCAN-ONE-REC.
           READ LOG-IN-FILE
               AT END
                   SET LOG-EOF TO TRUE
           END-READ.
           IF NOT LOG-EOF AND LOG-IN-REC NOT = SPACES
               ADD 1 TO WS-SCAN-COUNT
               MOVE LOG-IN-REC TO WS-AUDIT-IN
               IF WS-AUDIT-OPER NOT = SPACES
                   AND WS-AUDIT-TS(1:7) = WS-MONTH-TS
                   PERFORM KEEP-ACTION
               END-IF
           END-IF.

       KEEP-ACTION.
           IF WS-ACT-COUNT >= 5000
               MOVE 'Y' TO WS-ACT-FULL
           ELSE
               ADD 1 TO WS-ACT-COUNT
               MOVE WS-AUDIT-OPER TO WS-ACT-OPER(WS-ACT-COUNT)
               MOVE WS-AUDIT-TS TO WS-ACT-TS(WS-ACT-COUNT)
               MOVE WS-AUDIT-PROGRAM TO WS-ACT-PROGRAM(WS-ACT-COUNT)
               MOVE WS-AUDIT-DETAIL TO WS-ACT-DETAIL(WS-ACT-COUNT)
               MOVE WS-AUDIT-OUTCOME TO WS-ACT-OUTCOME(WS-ACT-COUNT)
               IF WS-AUDIT-OUTCOME = "DENIED"
                   OR WS-AUDIT-OUTCOME = "REJECTED"
                   MOVE 'N' TO WS-ACT-DONE(WS-ACT-COUNT)
               ELSE
                   MOVE 'Y' TO WS-ACT-DONE(WS-ACT-COUNT)
               END-IF
      *        minutes on one running scale, so a window can span
      *        midnight or a month end
               MOVE 0 TO WS-ACT-MIN(WS-ACT-COUNT)
               STRING WS-AUDIT-TS(1:4) WS-AUDIT-TS(6:2)
                   WS-AUDIT-TS(9:2) DELIMITED BY SIZE
                   INTO WS-TS-DATE-X
               IF WS-TS-DATE-X IS NUMERIC
                   AND WS-AUDIT-TS(12:2) IS NUMERIC
                   AND WS-AUDIT-TS(15:2) IS NUMERIC
                   MOVE WS-AUDIT-TS(12:2) TO WS-TS-HH
                   MOVE WS-AUDIT-TS(15:2) TO WS-TS-MI
                   COMPUTE WS-ACT-MIN(WS-ACT-COUNT) =
                       FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 1440
                       + WS-TS-HH * 60 + WS-TS-MI
               END-IF
               PERFORM COUNT-FOR-OPERATOR
           END-IF.

      * finds or files the operator (kept in id order) and counts
      * the action against it
       COUNT-FOR-OPERATOR.
           MOVE 'N' TO WS-OPR-FOUND.
           PERFORM VARYING WS-OPR-POS FROM 1 BY 1
               UNTIL WS-OPR-POS > WS-OPR-COUNT
                   OR WS-OPR-ID(WS-OPR-POS) >= WS-AUDIT-OPER
               CONTINUE
           END-PERFORM.
           IF WS-OPR-POS <= WS-OPR-COUNT
               IF WS-OPR-ID(WS-OPR-POS) = WS-AUDIT-OPER
                   MOVE 'Y' TO WS-OPR-FOUND
               END-IF
           END-IF.
           IF WS-OPR-FOUND = 'N' AND WS-OPR-COUNT >= 200
               MOVE 'Y' TO WS-ACT-FULL
               SUBTRACT 1 FROM WS-ACT-COUNT
           ELSE
               IF WS-OPR-FOUND = 'N'
                   PERFORM VARYING WS-OPR-IDX FROM WS-OPR-COUNT BY -1
                       UNTIL WS-OPR-IDX < WS-OPR-POS
                       MOVE WS-OPR-ENTRY(WS-OPR-IDX)
                           TO WS-OPR-ENTRY(WS-OPR-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-OPR-COUNT
                   INITIALIZE WS-OPR-ENTRY(WS-OPR-POS)
                   MOVE WS-AUDIT-OPER TO WS-OPR-ID(WS-OPR-POS)
               END-IF
               PERFORM COUNT-OPERATOR-ACTION
           END-IF.

       COUNT-OPERATOR-ACTION.
           ADD 1 TO WS-OPR-ACTS(WS-OPR-POS).
           IF WS-AUDIT-PROGRAM = "OPMENU"
               AND WS-AUDIT-DETAIL(1:7) = "option "
               AND WS-AUDIT-DETAIL(8:2) IS NUMERIC
               MOVE WS-AUDIT-DETAIL(8:2) TO WS-OPT-NUM
               IF WS-OPT-NUM >= 1 AND WS-OPT-NUM <= 17
                   IF WS-AUDIT-DETAIL(10:9) = " selected"
                       ADD 1 TO WS-OPR-OPT(WS-OPR-POS, WS-OPT-NUM)
                   END-IF
               END-IF
           END-IF.
           IF WS-AUDIT-OUTCOME = "DENIED"
               ADD 1 TO WS-OPR-DENIED(WS-OPR-POS)
           END-IF.

       RPT-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RELATORIO OPACTIV  DATA: " WS-RPT-DATE
               "  RUN: " WS-RUN-NUMBER "  ENT: " WS-ENT-CODE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ATIVIDADE DE OPERADORES - MES: " WS-MONTH-TS
               "  JANELA PADRAO: " WS-DEF-WINDOW " H"
               "  REGRAS SOD: " WS-RULE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.

       REPORT-ONE-OPERATOR.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "OPERADOR: " WS-OPR-ID(WS-OPR-IDX)
               "  ACOES: " WS-OPR-ACTS(WS-OPR-IDX)
               "  NEGADAS: " WS-OPR-DENIED(WS-OPR-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACT-COUNT
               IF WS-ACT-OPER(WS-ACT-IDX) = WS-OPR-ID(WS-OPR-IDX)
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  " WS-ACT-TS(WS-ACT-IDX) " "
                       WS-ACT-PROGRAM(WS-ACT-IDX) " "
                       WS-ACT-DETAIL(WS-ACT-IDX) " "
                       WS-ACT-OUTCOME(WS-ACT-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-RPT-LINE
               END-IF
           END-PERFORM.
           MOVE "  OPCOES DO MENU EXECUTADAS:" TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE 'N' TO WS-OPT-ANY.
           PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
               UNTIL WS-OPT-IDX > 17
               IF WS-OPR-OPT(WS-OPR-IDX, WS-OPT-IDX) > 0
                   MOVE 'Y' TO WS-OPT-ANY
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "    OPCAO " WS-OPT-IDX ": "
                       WS-OPR-OPT(WS-OPR-IDX, WS-OPT-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-RPT-LINE
               END-IF
           END-PERFORM.
           IF WS-OPT-ANY = 'N'
               MOVE "    NENHUMA" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.

       REPORT-CONFLICTS.
           MOVE "CONFLITOS DE SEGREGACAO DE FUNCOES" TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           IF WS-RULE-COUNT = 0
               MOVE "  SODRULE.DAT AUSENTE OU SEM REGRAS"
                   TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           ELSE
               PERFORM CHECK-ONE-RULE
                   VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF WS-CONFL-COUNT = 0
                   MOVE "  NENHUM CONFLITO" TO WS-RPT-LINE
                   PERFORM WRITE-RPT-LINE
               END-IF
           END-IF.
           IF WS-RULE-BAD > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "  REGRAS IGNORADAS EM SODRULE.DAT: "
                   WS-RULE-BAD DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.

      * each performed A action is paired with the first performed
      * B action by the same operator inside the window, either
      * side of it; one conflict line pair per A action
       CHECK-ONE-RULE.
           COMPUTE WS-RULE-WIN-MIN = WS-RULE-WINDOW(WS-RULE-IDX) * 60.
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACT-COUNT
               IF WS-ACT-DONE(WS-ACT-IDX) = 'Y'
                   MOVE WS-RULE-PROG-A(WS-RULE-IDX) TO WS-M-PROG
                   MOVE WS-RULE-PFX-A(WS-RULE-IDX) TO WS-M-PFX
                   MOVE WS-RULE-LEN-A(WS-RULE-IDX) TO WS-M-LEN
                   MOVE WS-ACT-IDX TO WS-ACT-IDX2
                   PERFORM MATCH-ACTION
                   IF WS-M-HIT = 'Y'
                       PERFORM FIND-B-HALF
                   END-IF
               END-IF
           END-PERFORM.

       FIND-B-HALF.
           MOVE 'N' TO WS-PAIR-FOUND.
           MOVE WS-RULE-PROG-B(WS-RULE-IDX) TO WS-M-PROG.
           MOVE WS-RULE-PFX-B(WS-RULE-IDX) TO WS-M-PFX.
           MOVE WS-RULE-LEN-B(WS-RULE-IDX) TO WS-M-LEN.
           PERFORM VARYING WS-ACT-IDX2 FROM 1 BY 1
               UNTIL WS-ACT-IDX2 > WS-ACT-COUNT
                   OR WS-PAIR-FOUND = 'Y'
               IF WS-ACT-IDX2 NOT = WS-ACT-IDX
                   AND WS-ACT-DONE(WS-ACT-IDX2) = 'Y'
                   AND WS-ACT-OPER(WS-ACT-IDX2)
                       = WS-ACT-OPER(WS-ACT-IDX)
                   COMPUTE WS-DIFF-MIN = WS-ACT-MIN(WS-ACT-IDX2)
                       - WS-ACT-MIN(WS-ACT-IDX)
                   IF WS-DIFF-MIN < 0
                       COMPUTE WS-DIFF-MIN = 0 - WS-DIFF-MIN
                   END-IF
                   IF WS-DIFF-MIN <= WS-RULE-WIN-MIN
                       PERFORM MATCH-ACTION
                       IF WS-M-HIT = 'Y'
                           MOVE 'Y' TO WS-PAIR-FOUND
                           PERFORM REPORT-ONE-CONFLICT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * does table entry WS-ACT-IDX2 fit WS-M-PROG / WS-M-PFX?
       MATCH-ACTION.
           MOVE 'Y' TO WS-M-HIT.
           IF WS-M-PROG NOT = SPACES
               AND WS-ACT-PROGRAM(WS-ACT-IDX2) NOT = WS-M-PROG
               MOVE 'N' TO WS-M-HIT
           END-IF.
           IF WS-M-LEN > 0
               IF WS-ACT-DETAIL(WS-ACT-IDX2)(1:WS-M-LEN)
                   NOT = WS-M-PFX(1:WS-M-LEN)
                   MOVE 'N' TO WS-M-HIT
               END-IF
           END-IF.

      * the second half was found at WS-ACT-IDX2 - the loop index
      * moves past it on the way out, so it is printed here
       REPORT-ONE-CONFLICT.
           ADD 1 TO WS-CONFL-COUNT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  REGRA " WS-RULE-ID(WS-RULE-IDX)
               "  OPERADOR " WS-ACT-OPER(WS-ACT-IDX)
               "  JANELA " WS-RULE-WINDOW(WS-RULE-IDX) " H"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "    A: " WS-ACT-TS(WS-ACT-IDX) " "
               WS-ACT-PROGRAM(WS-ACT-IDX) " "
               WS-ACT-DETAIL(WS-ACT-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "    B: " WS-ACT-TS(WS-ACT-IDX2) " "
               WS-ACT-PROGRAM(WS-ACT-IDX2) " "
               WS-ACT-DETAIL(WS-ACT-IDX2)
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.

       WRITE-RPT-LINE.
           WRITE RPT-REC FROM WS-RPT-LINE.
           IF NOT FILE-STATUS-OK
               MOVE "OPACTRPT.DAT" TO WS-IO-NAME
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

       END PROGRAM OPACTIV.
