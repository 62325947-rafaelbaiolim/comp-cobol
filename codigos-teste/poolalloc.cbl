      *      failed. Control totals go to CTLTOTAL.DAT through
      *      CTLTOT (rows in, details out, allocated-amount hash)
      *      for BALRUN.
      * Mod: 15/10/2026 - contract caps and floors: the optional
      *      POOLRULE.DAT allocation-rules file (cols 1-4 pool id,
      *      6-7 receiving column, 9 basis A=amount/P=percent of
      *      the pool amount, 11-21 cap, 23-33 floor, both with two
      *      implied decimals, a blank field meaning no limit) is
      *      enforced on each row after the percentage carve: a
      *      column over its cap or under its floor is pinned to
      *      the limit and the excess or shortfall is spread over
      *      the still-unconstrained receivers in proportion to
      *      their percentages, pass after pass until no further
      *      column is pinned. The last unconstrained receiver
      *      takes the rounding residual, so the row still foots
      *      to the pool amount to the cent. POOLRPT.DAT shows each
      *      adjusted column - percentage, original amount,
      *      adjustment, final amount and the limit that applied -
      *      under its pool. A row whose limits cannot all be met
      *      (no unconstrained receiver left to absorb the
      *      difference) keeps the foot on its last column, is
      *      flagged in the report and ends the step with RC=4
      *      (INFEASIBLE); a malformed rules card refuses the run
      *      (AUDITLOG/RC=16). Negative (credit) pools are carved
      *      unconstrained.
      * Mod: 15/10/2026 - scenario mode for what-if runs: when
      *      SCNCURR.DAT names a scenario (set by SCNRUN for the
      *      length of its run) the percentage sets and pool
      *      amounts are read from MULTIPALC.<scn>.DAT and
      *      POOLAMT.<scn>.DAT where present (the production file
      *      otherwise), the detail and report go to
      *      POOLOUT.<scn>.DAT and POOLRPT.<scn>.DAT, and no control
      *      totals are written - production POOLOUT.DAT, POOLRPT.DAT
      *      and CTLTOTAL.DAT are left as the last real run left
      *      them. The audit detail carries SCN=<scn>.
      * Mod: 15/10/2026 - an I/O error names the file actually open
      *      (the scenario name in scenario mode), not the
      *      production name.
      * Mod: 15/10/2026 - the MULTIPALC.DAT record is read as X(720),
      *      the width of DRVALLOC's wider quantity-total lines.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALC-IN-FILE ASSIGN TO DYNAMIC WS-ALC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT POOL-AMT-FILE ASSIGN TO DYNAMIC WS-AMT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT POOL-OUT-FILE ASSIGN TO DYNAMIC WS-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT POOL-RPT-FILE ASSIGN TO DYNAMIC WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL SCN-CUR-FILE ASSIGN TO "SCNCURR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL SCN-PROBE-FILE ASSIGN TO DYNAMIC
               WS-PROBE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL POOL-RULE-FILE ASSIGN TO "POOLRULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALC-IN-FILE.
       01  ALC-IN-REC PIC X(720).
       FD  POOL-AMT-FILE.
       01  POOL-AMT-REC PIC X(20).
       FD  POOL-OUT-FILE.
       01  POOL-OUT-REC PIC X(30).
       FD  POOL-RPT-FILE.
       01  POOL-RPT-REC PIC X(120).
       FD  POOL-RULE-FILE.
       01  POOL-RULE-REC PIC X(40).
       FD  SCN-CUR-FILE.
       01  SCN-CUR-REC PIC X(20).
       FD  SCN-PROBE-FILE.
       01  SCN-PROBE-REC PIC X(20).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
           88 FILE-STATUS-OK VALUES "00", "05".
       01 WS-IO-NAME PIC X(20).
      * production names unless SCNCURR.DAT names a scenario
       01 WS-ALC-NAME PIC X(60) VALUE "MULTIPALC.DAT".
       01 WS-AMT-NAME PIC X(60) VALUE "POOLAMT.DAT".
       01 WS-OUT-NAME PIC X(60) VALUE "POOLOUT.DAT".
       01 WS-RPT-NAME PIC X(60) VALUE "POOLRPT.DAT".
       01 WS-PROBE-NAME PIC X(60).
       01 WS-PROBE-BASE PIC X(60).
       01 WS-SCN-NAME PIC X(8) VALUE SPACES.
       01 WS-SCN-SW PIC X VALUE 'N'.
           88 SCENARIO-MODE VALUE 'Y'.
       01 WS-SCN-FOUND PIC X.
       01 WS-SCN-DETAIL PIC X(40).
       01 WS-ALC-EOF-SW PIC X VALUE 'N'.
           88 ALC-EOF VALUE 'Y'.
       01 WS-AMT-EOF-SW PIC X VALUE 'N'.
       01 WS-UNUSED-POOLS PIC 9(5) VALUE 0.
       01 WS-OVERFLOW PIC X VALUE 'N'.
           88 ANY-OVERFLOW-DETECTED VALUE 'Y'.
      * contract caps/floors from POOLRULE.DAT, and the current row's
      * limits, pins and pre-limit amounts
       01 WS-RULE-CARD REDEFINES POOL-RULE-REC.
           05 WS-RULE-IN-POOL PIC X(4).
           05 FILLER PIC X(1).
           05 WS-RULE-IN-COL PIC X(2).
           05 FILLER PIC X(1).
           05 WS-RULE-IN-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 WS-RULE-IN-CAP PIC X(11).
           05 WS-RULE-IN-CAP-N REDEFINES WS-RULE-IN-CAP
               PIC 9(9)V99.
           05 FILLER PIC X(1).
           05 WS-RULE-IN-FLOOR PIC X(11).
           05 WS-RULE-IN-FLOOR-N REDEFINES WS-RULE-IN-FLOOR
               PIC 9(9)V99.
           05 FILLER PIC X(7).
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 200 TIMES.
               10 WS-RULE-POOL PIC X(4).
               10 WS-RULE-COL PIC 9(2).
               10 WS-RULE-TYPE PIC X(1).
               10 WS-RULE-CAP-SW PIC X(1).
               10 WS-RULE-CAP PIC 9(9)V99.
               10 WS-RULE-FLOOR-SW PIC X(1).
               10 WS-RULE-FLOOR PIC 9(9)V99.
       01 WS-RULE-COUNT PIC 9(3) VALUE 0.
       01 WS-RULE-IDX PIC 9(3).
       01 WS-RULE-EOF-SW PIC X VALUE 'N'.
           88 RULE-EOF VALUE 'Y'.
       01 WS-RULE-BAD-SW PIC X VALUE 'N'.
           88 RULE-CARD-BAD VALUE 'Y'.
       01 WS-LIMIT-TABLE.
           05 WS-LIMIT-ENTRY OCCURS 50 TIMES.
               10 WS-LIM-CAP-SW PIC X(1).
               10 WS-LIM-CAP PIC S9(9)V99.
               10 WS-LIM-FLOOR-SW PIC X(1).
               10 WS-LIM-FLOOR PIC S9(9)V99.
               10 WS-LIM-PINNED PIC X(1).
               10 WS-LIM-HIT PIC X(1).
               10 WS-LIM-ORIG PIC S9(9)V99.
       01 WS-ROW-LIMITED PIC X VALUE 'N'.
           88 ROW-HAS-LIMITS VALUE 'Y'.
       01 WS-LIM-CHANGED PIC X VALUE 'N'.
           88 LIMIT-PINNED-THIS-PASS VALUE 'Y'.
       01 WS-LIM-STABLE PIC X VALUE 'N'.
           88 LIMITS-STABLE VALUE 'Y'.
       01 WS-LIM-INFEASIBLE PIC X VALUE 'N'.
           88 ROW-LIMITS-INFEASIBLE VALUE 'Y'.
       01 WS-LIM-PASSES PIC 9(2).
       01 WS-LIM-DIFF PIC S9(9)V99.
       01 WS-LIM-SHARE PIC S9(9)V99.
       01 WS-LIM-SPREAD PIC S9(9)V99.
       01 WS-LIM-BASE PIC S9(5)V99.
       01 WS-LIM-LAST-FREE PIC 9(2).
       01 WS-LIM-ADJ PIC S9(9)V99.
       01 WS-LIMIT-ERRS PIC 9(5) VALUE 0.
       01 WS-LIMIT-ROWS PIC 9(5) VALUE 0.
       01 WS-ORIG-TXT PIC -(8)9.99.
       01 WS-ADJ-TXT PIC -(8)9.99.
       01 WS-FINAL-TXT PIC -(8)9.99.
       01 WS-LIM-TXT PIC -(8)9.99.
       01 WS-LIM-SHOW PIC X(12).
       01 WS-PCT-TXT PIC -(3)9.99.
       01 WS-LIM-LABEL PIC X(6).
       01 WS-OUT-LINE.
           05 WS-OUT-SET PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           MOVE 'N' TO WS-ALC-EOF-SW.
           MOVE 'N' TO WS-AMT-EOF-SW.
           MOVE 'N' TO WS-OVERFLOW.
           MOVE 0 TO WS-LIMIT-ERRS, WS-LIMIT-ROWS.

           PERFORM LOAD-SCENARIO.
           PERFORM LOAD-RULES.
           IF RULE-CARD-BAD
               MOVE "bad allocation rules card" TO WS-AUD-DETAIL
               MOVE "REJECTED" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ALC-IN-FILE.
           IF NOT FILE-STATUS-OK
               MOVE WS-ALC-NAME TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           OPEN INPUT POOL-AMT-FILE.
           IF NOT FILE-STATUS-OK
               MOVE WS-AMT-NAME TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           OPEN OUTPUT POOL-OUT-FILE.
           IF NOT FILE-STATUS-OK
               MOVE WS-OUT-NAME TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           OPEN OUTPUT POOL-RPT-FILE.
           IF NOT FILE-STATUS-OK
               MOVE WS-RPT-NAME TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM RPT-HEADER.
           PERFORM RPT-TRAILER.
           PERFORM CLOSE-ALL-FILES.

           IF NOT SCENARIO-MODE
               MOVE WS-ROWS-READ TO WS-CTL-READ
               MOVE WS-DET-COUNT TO WS-CTL-WRITTEN
               CALL "CTLTOT" USING WS-AUD-PROGRAM, WS-CTL-READ,
                   WS-CTL-WRITTEN, WS-CTL-HASH
           END-IF.

           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "SETS=" WS-SET-COUNT " ROWS=" WS-ROWS-READ
               " FOOTERR=" WS-FOOT-ERRS DELIMITED BY SIZE
               INTO WS-AUD-DETAIL.
           IF WS-FOOT-ERRS > 0 OR ANY-OVERFLOW-DETECTED
               PERFORM TAG-SCENARIO-DETAIL
               MOVE "OVERFLOW" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-LIMIT-ERRS > 0
                   MOVE SPACES TO WS-AUD-DETAIL
                   STRING "ROWS=" WS-ROWS-READ " LIMITS INFEASIBLE="
                       WS-LIMIT-ERRS DELIMITED BY SIZE
                       INTO WS-AUD-DETAIL
                   PERFORM TAG-SCENARIO-DETAIL
                   MOVE "INFEASIBLE" TO WS-AUD-OUTCOME
                   CALL "AUDITLOG" USING WS-AUD-PROGRAM,
                       WS-AUD-DETAIL, WS-AUD-OUTCOME
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM TAG-SCENARIO-DETAIL
                   MOVE "OK" TO WS-AUD-OUTCOME
                   CALL "AUDITLOG" USING WS-AUD-PROGRAM,
                       WS-AUD-DETAIL, WS-AUD-OUTCOME
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

      * a what-if run reads the scenario's own percentage sets and
      * pool amounts where it has them and writes only scenario-
      * qualified output
       LOAD-SCENARIO.
           MOVE SPACES TO WS-SCN-NAME.
           OPEN INPUT SCN-CUR-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "SCNCURR.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           READ SCN-CUR-FILE
               AT END
                   MOVE SPACES TO SCN-CUR-REC
           END-READ.
           MOVE SCN-CUR-REC(1:8) TO WS-SCN-NAME.
           CLOSE SCN-CUR-FILE.
           IF WS-SCN-NAME NOT = SPACES
               SET SCENARIO-MODE TO TRUE
               MOVE "MULTIPALC" TO WS-PROBE-NAME
               PERFORM PROBE-SCENARIO-FILE
               IF WS-SCN-FOUND = 'Y'
                   MOVE WS-PROBE-NAME TO WS-ALC-NAME
               END-IF
               MOVE "POOLAMT" TO WS-PROBE-NAME
               PERFORM PROBE-SCENARIO-FILE
               IF WS-SCN-FOUND = 'Y'
                   MOVE WS-PROBE-NAME TO WS-AMT-NAME
               END-IF
               MOVE SPACES TO WS-OUT-NAME
               STRING "POOLOUT." WS-SCN-NAME DELIMITED BY SPACE
                   ".DAT" DELIMITED BY SIZE INTO WS-OUT-NAME
               MOVE SPACES TO WS-RPT-NAME
               STRING "POOLRPT." WS-SCN-NAME DELIMITED BY SPACE
                   ".DAT" DELIMITED BY SIZE INTO WS-RPT-NAME
           END-IF.

      * WS-PROBE-NAME holds the base name on entry and the
      * <base>.<scn>.DAT name on exit; WS-SCN-FOUND says whether
      * the scenario carries that file
       PROBE-SCENARIO-FILE.
           MOVE SPACES TO WS-PROBE-BASE.
           STRING WS-PROBE-NAME DELIMITED BY SPACE
               "." WS-SCN-NAME DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE INTO WS-PROBE-BASE.
           MOVE WS-PROBE-BASE TO WS-PROBE-NAME.
           MOVE 'N' TO WS-SCN-FOUND.
           OPEN INPUT SCN-PROBE-FILE.
           IF FILE-STATUS-OK
               READ SCN-PROBE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-SCN-FOUND
               END-READ
               CLOSE SCN-PROBE-FILE
           END-IF.

       TAG-SCENARIO-DETAIL.
           IF SCENARIO-MODE
               MOVE WS-AUD-DETAIL TO WS-SCN-DETAIL
               MOVE SPACES TO WS-AUD-DETAIL
               STRING "SCN=" WS-SCN-NAME " " WS-SCN-DETAIL
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-IF.

       CLOSE-ALL-FILES.
           CLOSE ALC-IN-FILE.
           CLOSE POOL-AMT-FILE.
           PERFORM READ-NEXT-POOL.
           PERFORM PARSE-ROW-PCTS.
           PERFORM CARVE-ALLOCATIONS.
           PERFORM APPLY-ROW-LIMITS.
           PERFORM WRITE-ROW-DETAILS.
           PERFORM RPT-ROW-FOOTING.
           IF ROW-HAS-LIMITS
               PERFORM RPT-ROW-LIMITS
           END-IF.

       READ-NEXT-POOL.
           READ POOL-AMT-FILE
                   SET ANY-OVERFLOW-DETECTED TO TRUE
           END-ADD.

      * POOLRULE.DAT is optional - with no file every row is carved
      * unconstrained, same as before; a bad card refuses the run
      * rather than silently dropping a contract limit
       LOAD-RULES.
           MOVE 0 TO WS-RULE-COUNT.
           MOVE 'N' TO WS-RULE-EOF-SW.
           MOVE 'N' TO WS-RULE-BAD-SW.
           OPEN INPUT POOL-RULE-FILE.
           PERFORM LOAD-ONE-RULE UNTIL RULE-EOF OR RULE-CARD-BAD.
           CLOSE POOL-RULE-FILE.

       LOAD-ONE-RULE.
           READ POOL-RULE-FILE
               AT END
                   SET RULE-EOF TO TRUE
           END-READ.
           IF NOT RULE-EOF AND POOL-RULE-REC NOT = SPACES
               IF WS-RULE-IN-COL IS NOT NUMERIC
                   OR WS-RULE-IN-COL < "01" OR WS-RULE-IN-COL > "50"
                   OR (WS-RULE-IN-TYPE NOT = 'A'
                       AND WS-RULE-IN-TYPE NOT = 'P')
                   OR (WS-RULE-IN-CAP NOT = SPACES
                       AND WS-RULE-IN-CAP IS NOT NUMERIC)
                   OR (WS-RULE-IN-FLOOR NOT = SPACES
                       AND WS-RULE-IN-FLOOR IS NOT NUMERIC)
                   OR (WS-RULE-IN-CAP = SPACES
                       AND WS-RULE-IN-FLOOR = SPACES)
                   OR WS-RULE-COUNT >= 200
                   DISPLAY "POOLRULE.DAT cartao invalido: "
                       POOL-RULE-REC
                   SET RULE-CARD-BAD TO TRUE
               ELSE
                   ADD 1 TO WS-RULE-COUNT
                   MOVE WS-RULE-IN-POOL TO WS-RULE-POOL(WS-RULE-COUNT)
                   MOVE WS-RULE-IN-COL TO WS-RULE-COL(WS-RULE-COUNT)
                   MOVE WS-RULE-IN-TYPE TO WS-RULE-TYPE(WS-RULE-COUNT)
                   MOVE 'N' TO WS-RULE-CAP-SW(WS-RULE-COUNT)
                   MOVE 0 TO WS-RULE-CAP(WS-RULE-COUNT)
                   IF WS-RULE-IN-CAP NOT = SPACES
                       MOVE 'Y' TO WS-RULE-CAP-SW(WS-RULE-COUNT)
                       MOVE WS-RULE-IN-CAP-N
                           TO WS-RULE-CAP(WS-RULE-COUNT)
                   END-IF
                   MOVE 'N' TO WS-RULE-FLOOR-SW(WS-RULE-COUNT)
                   MOVE 0 TO WS-RULE-FLOOR(WS-RULE-COUNT)
                   IF WS-RULE-IN-FLOOR NOT = SPACES
                       MOVE 'Y' TO WS-RULE-FLOOR-SW(WS-RULE-COUNT)
                       MOVE WS-RULE-IN-FLOOR-N
                           TO WS-RULE-FLOOR(WS-RULE-COUNT)
                   END-IF
                   IF WS-RULE-CAP-SW(WS-RULE-COUNT) = 'Y'
                       AND WS-RULE-FLOOR-SW(WS-RULE-COUNT) = 'Y'
                       AND WS-RULE-FLOOR(WS-RULE-COUNT)
                           > WS-RULE-CAP(WS-RULE-COUNT)
                       DISPLAY "POOLRULE.DAT piso acima do teto: "
                           POOL-RULE-REC
                       SET RULE-CARD-BAD TO TRUE
                   END-IF
               END-IF
           END-IF.

      * the row's caps and floors are turned into amounts (a percent
      * rule is a share of this pool's amount), then enforced pass by
      * pass: each pass pins the columns outside their limits and
      * spreads the difference over the unpinned receivers in
      * proportion to their percentages, until a pass pins nothing
       APPLY-ROW-LIMITS.
           MOVE 'N' TO WS-ROW-LIMITED.
           MOVE 'N' TO WS-LIM-INFEASIBLE.
           IF WS-POOL-AMT > 0
               PERFORM SET-ROW-LIMITS
           END-IF.
           IF ROW-HAS-LIMITS
               ADD 1 TO WS-LIMIT-ROWS
               MOVE 'N' TO WS-LIM-STABLE
               MOVE 0 TO WS-LIM-PASSES
               PERFORM LIMIT-ONE-PASS
                   UNTIL LIMITS-STABLE OR ROW-LIMITS-INFEASIBLE
                       OR WS-LIM-PASSES >= 50
               IF NOT LIMITS-STABLE
                   SET ROW-LIMITS-INFEASIBLE TO TRUE
               END-IF
               IF ROW-LIMITS-INFEASIBLE
                   ADD 1 TO WS-LIMIT-ERRS
               END-IF
               MOVE 0 TO WS-ALLOC-SUM
               PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL > WS-MBC
                   ADD WS-ALLOC-VAL(WS-COL) TO WS-ALLOC-SUM
               END-PERFORM
           END-IF.

       SET-ROW-LIMITS.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > WS-MBC
               MOVE 'N' TO WS-LIM-CAP-SW(WS-COL)
               MOVE 'N' TO WS-LIM-FLOOR-SW(WS-COL)
               MOVE 'N' TO WS-LIM-PINNED(WS-COL)
               MOVE SPACE TO WS-LIM-HIT(WS-COL)
               MOVE WS-ALLOC-VAL(WS-COL) TO WS-LIM-ORIG(WS-COL)
           END-PERFORM.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF WS-RULE-POOL(WS-RULE-IDX) = WS-POOL-ID
                   AND WS-RULE-COL(WS-RULE-IDX) <= WS-MBC
                   SET ROW-HAS-LIMITS TO TRUE
                   MOVE WS-RULE-COL(WS-RULE-IDX) TO WS-COL
                   IF WS-RULE-CAP-SW(WS-RULE-IDX) = 'Y'
                       MOVE 'Y' TO WS-LIM-CAP-SW(WS-COL)
                       IF WS-RULE-TYPE(WS-RULE-IDX) = 'P'
                           COMPUTE WS-LIM-CAP(WS-COL) ROUNDED =
                               WS-POOL-AMT * WS-RULE-CAP(WS-RULE-IDX)
                               / 100
                       ELSE
                           MOVE WS-RULE-CAP(WS-RULE-IDX)
                               TO WS-LIM-CAP(WS-COL)
                       END-IF
                   END-IF
                   IF WS-RULE-FLOOR-SW(WS-RULE-IDX) = 'Y'
                       MOVE 'Y' TO WS-LIM-FLOOR-SW(WS-COL)
                       IF WS-RULE-TYPE(WS-RULE-IDX) = 'P'
                           COMPUTE WS-LIM-FLOOR(WS-COL) ROUNDED =
                               WS-POOL-AMT * WS-RULE-FLOOR(WS-RULE-IDX)
                               / 100
                       ELSE
                           MOVE WS-RULE-FLOOR(WS-RULE-IDX)
                               TO WS-LIM-FLOOR(WS-COL)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       LIMIT-ONE-PASS.
           ADD 1 TO WS-LIM-PASSES.
           MOVE 'N' TO WS-LIM-CHANGED.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > WS-MBC
               IF WS-LIM-PINNED(WS-COL) = 'N'
                   IF WS-LIM-CAP-SW(WS-COL) = 'Y'
                       AND WS-ALLOC-VAL(WS-COL) > WS-LIM-CAP(WS-COL)
                       MOVE WS-LIM-CAP(WS-COL) TO WS-ALLOC-VAL(WS-COL)
                       MOVE 'Y' TO WS-LIM-PINNED(WS-COL)
                       MOVE 'C' TO WS-LIM-HIT(WS-COL)
                       SET LIMIT-PINNED-THIS-PASS TO TRUE
                   END-IF
                   IF WS-LIM-FLOOR-SW(WS-COL) = 'Y'
                       AND WS-ALLOC-VAL(WS-COL) < WS-LIM-FLOOR(WS-COL)
                       MOVE WS-LIM-FLOOR(WS-COL)
                           TO WS-ALLOC-VAL(WS-COL)
                       MOVE 'Y' TO WS-LIM-PINNED(WS-COL)
                       MOVE 'F' TO WS-LIM-HIT(WS-COL)
                       SET LIMIT-PINNED-THIS-PASS TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-ALLOC-SUM.
           MOVE 0 TO WS-LIM-BASE.
           MOVE 0 TO WS-LIM-LAST-FREE.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > WS-MBC
               ADD WS-ALLOC-VAL(WS-COL) TO WS-ALLOC-SUM
               IF WS-LIM-PINNED(WS-COL) = 'N'
                   AND WS-PCT-VAL(WS-COL) > 0
                   ADD WS-PCT-VAL(WS-COL) TO WS-LIM-BASE
                   MOVE WS-COL TO WS-LIM-LAST-FREE
               END-IF
           END-PERFORM.
           COMPUTE WS-LIM-DIFF = WS-POOL-AMT - WS-ALLOC-SUM.
           IF WS-LIM-DIFF = 0
               IF NOT LIMIT-PINNED-THIS-PASS
                   SET LIMITS-STABLE TO TRUE
               END-IF
           ELSE
               IF WS-LIM-LAST-FREE = 0
      *            nobody left to absorb it - the foot wins and the
      *            row is reported as infeasible
                   ADD WS-LIM-DIFF TO WS-ALLOC-VAL(WS-MBC)
                   SET ROW-LIMITS-INFEASIBLE TO TRUE
               ELSE
                   PERFORM SPREAD-LIMIT-DIFF
               END-IF
           END-IF.

       SPREAD-LIMIT-DIFF.
           MOVE 0 TO WS-LIM-SPREAD.
           PERFORM VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL >= WS-LIM-LAST-FREE
               IF WS-LIM-PINNED(WS-COL) = 'N'
                   AND WS-PCT-VAL(WS-COL) > 0
                   COMPUTE WS-LIM-SHARE ROUNDED =
                       WS-LIM-DIFF * WS-PCT-VAL(WS-COL) / WS-LIM-BASE
                   ADD WS-LIM-SHARE TO WS-ALLOC-VAL(WS-COL)
                   ADD WS-LIM-SHARE TO WS-LIM-SPREAD
               END-IF
           END-PERFORM.
           COMPUTE WS-ALLOC-VAL(WS-LIM-LAST-FREE) =
               WS-ALLOC-VAL(WS-LIM-LAST-FREE)
               + WS-LIM-DIFF - WS-LIM-SPREAD.

       WRITE-ROW-DETAILS.
           PERFORM WRITE-ONE-DETAIL
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > WS-MBC.
           MOVE WS-ALLOC-VAL(WS-COL) TO WS-OUT-AMT.
           WRITE POOL-OUT-REC FROM WS-OUT-LINE.
           IF NOT FILE-STATUS-OK
               MOVE WS-OUT-NAME TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           ADD 1 TO WS-DET-COUNT.
           END-IF.
           PERFORM WRITE-RPT-LINE.

      * one line per column the limits moved, under the pool's
      * footing line, next to its original percentage allocation
       RPT-ROW-LIMITS.
           PERFORM RPT-ONE-LIMIT
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > WS-MBC.
           IF ROW-LIMITS-INFEASIBLE
               MOVE SPACES TO WS-RPT-LINE
               STRING "    *** LIMITES INVIAVEIS PARA O POOL "
                   WS-POOL-ID " - DIFERENCA NA COLUNA " WS-MBC
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.

       RPT-ONE-LIMIT.
           IF WS-ALLOC-VAL(WS-COL) NOT = WS-LIM-ORIG(WS-COL)
               OR WS-LIM-HIT(WS-COL) NOT = SPACE
               COMPUTE WS-LIM-ADJ =
                   WS-ALLOC-VAL(WS-COL) - WS-LIM-ORIG(WS-COL)
               MOVE WS-PCT-VAL(WS-COL) TO WS-PCT-TXT
               MOVE WS-LIM-ORIG(WS-COL) TO WS-ORIG-TXT
               MOVE WS-LIM-ADJ TO WS-ADJ-TXT
               MOVE WS-ALLOC-VAL(WS-COL) TO WS-FINAL-TXT
               EVALUATE WS-LIM-HIT(WS-COL)
                   WHEN 'C'
                       MOVE "TETO" TO WS-LIM-LABEL
                       MOVE WS-LIM-CAP(WS-COL) TO WS-LIM-TXT
                       MOVE WS-LIM-TXT TO WS-LIM-SHOW
                   WHEN 'F'
                       MOVE "PISO" TO WS-LIM-LABEL
                       MOVE WS-LIM-FLOOR(WS-COL) TO WS-LIM-TXT
                       MOVE WS-LIM-TXT TO WS-LIM-SHOW
                   WHEN OTHER
                       MOVE "RATEIO" TO WS-LIM-LABEL
                       MOVE SPACES TO WS-LIM-SHOW
               END-EVALUATE
               MOVE SPACES TO WS-RPT-LINE
               STRING "    COL " WS-COL " PCT=" WS-PCT-TXT
                   " ORIGINAL=" WS-ORIG-TXT " AJUSTE=" WS-ADJ-TXT
                   " FINAL=" WS-FINAL-TXT " " WS-LIM-LABEL
                   " " WS-LIM-SHOW
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.

       COUNT-UNUSED-POOLS.
           PERFORM COUNT-ONE-UNUSED UNTIL AMT-EOF.

               "  RUN: " WS-RUN-NUMBER "  ENT: " WS-ENT-CODE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           IF SCENARIO-MODE
               MOVE SPACES TO WS-RPT-LINE
               STRING "CENARIO: " WS-SCN-NAME "  PERCENTUAIS: "
                   WS-ALC-NAME(1:22) "  POOLS: " WS-AMT-NAME(1:20)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.

                   INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
           IF WS-LIMIT-ROWS > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "POOLS COM TETO/PISO: " WS-LIMIT-ROWS
                   "  INVIAVEIS: " WS-LIMIT-ERRS
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.

       WRITE-RPT-LINE.
           WRITE POOL-RPT-REC FROM WS-RPT-LINE.
           IF NOT FILE-STATUS-OK
               MOVE WS-RPT-NAME TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.

