      ******************************************************************
      * Author: GRUPO-COBOL
      * Date: 15/10/2026
      * Purpose: budget versus actual variance on the MULTIPMATRIZ
      *      result - GENDELTA says how tonight differs from the last
      *      run, this says how it differs from plan. Every result
      *      cell of every set in MULTIPRPT.DAT is set against the
      *      period's budget on BUDMASTR.DAT (maintained by
      *      BUDMAINT): the company's own budget when the master
      *      holds any line for it in the period, otherwise the
      *      group-wide budget (company spaces). BUDVRPT.DAT shows
      *      per cell, per row total, per column total and per set
      *      the actual, the budget, the variance (actual - budget)
      *      and the variance percent of budget; the amounts are
      *      costs, so an actual over budget is unfavorable. Cells
      *      outside the BUDTOL.DAT tolerance card (cols 1-3 the
      *      favorable percent, cols 5-7 the unfavorable percent,
      *      whole percents, default 10 and 5) are flagged, and so
      *      is an actual with no budget. The year-to-date section
      *      totals each set's rows from January to the period:
      *      tonight's actuals are filed in BUDACT.DAT (budget
      *      master layout, one set of cells per period and
      *      company - a later run in the same period replaces it)
      *      and the earlier periods are read back from it. The
      *      period is this month unless the one-shot BUDVPRM.DAT
      *      card names another YYYYMM in cols 1-6. An empty or
      *      malformed MULTIPRPT.DAT refuses the run (AUDITLOG/
      *      RC=16); any flagged cell ends the step with RC=4.
      *      Control totals go to CTLTOTAL.DAT through CTLTOT
      *      (cells read, report lines written, actual total).
      * Mod: 15/10/2026 - CONJUNTO ESPARSO sections of MULTIPRPT are
      *      compared too: the set is opened as zero cells and the
      *      listed cells filled in; a sparse set wider than 50x50
      *      is listed on the report and ends the step with RC=4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDVAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO "MULTIPRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL MASTER-FILE ASSIGN TO "BUDMASTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL TOL-FILE ASSIGN TO "BUDTOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL PRM-FILE ASSIGN TO "BUDVPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL ACT-FILE ASSIGN TO "BUDACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACT-WRK-FILE ASSIGN TO "BUDACTW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT VAR-RPT-FILE ASSIGN TO "BUDVRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE.
       01  RESULT-REC PIC X(300).
       FD  MASTER-FILE.
       01  MASTER-REC PIC X(30).
       FD  TOL-FILE.
       01  TOL-REC PIC X(20).
       FD  PRM-FILE.
       01  PRM-REC PIC X(20).
       FD  ACT-FILE.
       01  ACT-REC PIC X(30).
       FD  ACT-WRK-FILE.
       01  ACT-WRK-REC PIC X(30).
       FD  VAR-RPT-FILE.
       01  VAR-RPT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       COPY "BUDMSTWS.CPY".
       01 WS-FILE-STATUS PIC XX.
           88 FILE-STATUS-OK VALUES "00", "05".
       01 WS-IO-NAME PIC X(14).
       01 WS-RES-EOF-SW PIC X VALUE 'N'.
           88 RES-EOF VALUE 'Y'.
       01 WS-MST-EOF-SW PIC X VALUE 'N'.
           88 MST-EOF VALUE 'Y'.
       01 WS-ACT-EOF-SW PIC X VALUE 'N'.
           88 ACT-EOF VALUE 'Y'.
      * tonight's result cells with their budget
       01 WS-CELL-TABLE.
           05 WS-CELL-ENTRY OCCURS 5000 TIMES.
               10 WS-CELL-SET PIC X(4).
               10 WS-CELL-ROW PIC 9(2).
               10 WS-CELL-COL PIC 9(2).
               10 WS-CELL-ACT PIC S9(3)V99.
               10 WS-CELL-BUD PIC S9(3)V99.
               10 WS-CELL-HAS-BUD PIC X(1).
       01 WS-CELL-COUNT PIC 9(4) VALUE 0.
       01 WS-CELL-IDX PIC 9(4).
       01 WS-CELL-HIT PIC 9(4).
      * year-to-date row totals per set
       01 WS-YTD-TABLE.
           05 WS-YTD-ENTRY OCCURS 500 TIMES.
               10 WS-YTD-SET PIC X(4).
               10 WS-YTD-ROW PIC 9(2).
               10 WS-YTD-ACT PIC S9(9)V99.
               10 WS-YTD-BUD PIC S9(9)V99.
       01 WS-YTD-COUNT PIC 9(3) VALUE 0.
       01 WS-YTD-IDX PIC 9(3).
       01 WS-YTD-HIT PIC 9(3).
      * per-set row and column totals while a set is reported
       01 WS-ROW-TOTALS.
           05 WS-ROWT OCCURS 50 TIMES.
               10 WS-ROWT-ACT PIC S9(9)V99.
               10 WS-ROWT-BUD PIC S9(9)V99.
               10 WS-ROWT-USED PIC X(1).
       01 WS-COL-TOTALS.
           05 WS-COLT OCCURS 50 TIMES.
               10 WS-COLT-ACT PIC S9(9)V99.
               10 WS-COLT-BUD PIC S9(9)V99.
               10 WS-COLT-USED PIC X(1).
       01 WS-SET-ACT PIC S9(9)V99.
       01 WS-SET-BUD PIC S9(9)V99.
       01 WS-CUR-SET PIC X(4).
       01 WS-TOT-IDX PIC 9(2).
      * months of the year that carry the company's own budget
       01 WS-OWN-TABLE.
           05 WS-OWN-MONTH PIC X(1) OCCURS 12 TIMES.
       01 WS-USE-ENT PIC X(3).
       01 WS-OWN-CUR PIC X(1).
      * MULTIPRPT.DAT set section being read
       01 WS-SEC-SET PIC X(4).
       01 WS-SEC-MAL PIC 9(2).
       01 WS-SEC-MBC PIC 9(2).
       01 WS-SEC-ROWS-LEFT PIC 9(2) VALUE 0.
       01 WS-SEC-ROW PIC 9(2).
       01 WS-SEC-COL PIC 9(2).
       01 WS-OFFSET PIC 9(3).
       01 WS-RPT-CELL-TXT PIC -(4)9.99.
      * CONJUNTO ESPARSO section being read - one line per non-zero
      * cell; the set is opened as zero cells and the listed ones
      * are filled in, a set wider than the 50x50 totals is left
      * out and listed on the report
       01 WS-SPR-MODE PIC X(1) VALUE 'N'.
           88 SPR-LOADING VALUE 'L'.
           88 SPR-SKIPPING VALUE 'S'.
       01 WS-SPR-MAL PIC 9(3).
       01 WS-SPR-MBC PIC 9(3).
       01 WS-SPR-ROW PIC 9(3).
       01 WS-SPR-COL PIC 9(3).
       01 WS-SPR-BASE PIC 9(4).
       01 WS-SPR-SKIPPED PIC 9(2) VALUE 0.
       01 WS-SPR-SKIP-LIST PIC X(50).
      * the figures of one report line
       01 WS-LINE-ACT PIC S9(9)V99.
       01 WS-LINE-BUD PIC S9(9)V99.
       01 WS-LINE-VAR PIC S9(9)V99.
       01 WS-LINE-PCT PIC S9(5)V9.
       01 WS-LINE-HAS-BUD PIC X(1).
       01 WS-LINE-LABEL PIC X(12).
       01 WS-LINE-FLAG PIC X(16).
       01 WS-ACT-TXT PIC -(8)9.99.
       01 WS-BUD-TXT PIC -(8)9.99.
       01 WS-VAR-TXT PIC -(8)9.99.
       01 WS-PCT-TXT PIC -(4)9.9.
      * variance card and period
       01 WS-TOL-FAV PIC 9(3) VALUE 10.
       01 WS-TOL-UNF PIC 9(3) VALUE 5.
       01 WS-PERIOD.
           05 WS-PER-YEAR PIC 9(4).
           05 WS-PER-MONTH PIC 9(2).
       01 WS-PRM-LINE PIC X(20).
       01 WS-FLAG-COUNT PIC 9(6) VALUE 0.
       01 WS-NOBUD-ROWS PIC 9(6) VALUE 0.
       01 WS-LINES-OUT PIC 9(6) VALUE 0.
       01 WS-ACT-TOT PIC S9(9)V99 VALUE 0.
       01 WS-ACT-SRC PIC X(60) VALUE "BUDACTW.DAT".
       01 WS-ACT-DST PIC X(60) VALUE "BUDACT.DAT".
       01 WS-RPT-LINE PIC X(132).
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
       01 WS-AUD-PROGRAM PIC X(12) VALUE "BUDVAR".
       01 WS-LOCK-FUNC PIC X(3).
       01 WS-LOCK-HOLDER PIC X(12) VALUE "BUDVAR".
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
           MOVE 0 TO WS-CELL-COUNT, WS-YTD-COUNT, WS-FLAG-COUNT.
           MOVE 0 TO WS-NOBUD-ROWS, WS-LINES-OUT, WS-ACT-TOT.
           MOVE 'N' TO WS-RES-EOF-SW, WS-MST-EOF-SW, WS-ACT-EOF-SW.
           MOVE 'N' TO WS-SPR-MODE.
           MOVE 0 TO WS-SPR-SKIPPED.
           MOVE SPACES TO WS-SPR-SKIP-LIST.
           MOVE ALL 'N' TO WS-OWN-TABLE.
           MOVE FUNCTION CURRENT-DATE TO WS-RPT-DATE-RAW.
           STRING WS-RPT-DATE-RAW(1:4) "-" WS-RPT-DATE-RAW(5:2) "-"
               WS-RPT-DATE-RAW(7:2) DELIMITED BY SIZE INTO WS-RPT-DATE.
           MOVE WS-RPT-DATE-RAW(1:6) TO WS-PERIOD.
           CALL "RUNCTL" USING WS-RUN-FUNC, WS-RUN-NUMBER.
           CALL "ENTCTX" USING WS-ENT-FUNC, WS-ENT-CODE.

           PERFORM READ-PERIOD-CARD.
           PERFORM READ-TOLERANCE-CARD.

           PERFORM LOAD-RESULT.
           IF WS-CELL-COUNT = 0
               DISPLAY "MULTIPRPT.DAT sem secao de conjunto!"
               MOVE "no result set to compare" TO WS-AUD-DETAIL
               PERFORM REJECT-INPUT
           END-IF.

           PERFORM LOAD-BUDGET.
           PERFORM FILE-ACTUALS.

           OPEN OUTPUT VAR-RPT-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "BUDVRPT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RELATORIO BUDVAR  DATA: " WS-RPT-DATE
               "  RUN: " WS-RUN-NUMBER "  ENT: " WS-ENT-CODE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-OWN-MONTH(WS-PER-MONTH) = 'Y'
               STRING "ORCADO X REALIZADO - PERIODO: " WS-PER-YEAR
                   "/" WS-PER-MONTH "  ORCAMENTO DA ENTIDADE "
                   WS-ENT-CODE DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "ORCADO X REALIZADO - PERIODO: " WS-PER-YEAR
                   "/" WS-PER-MONTH "  ORCAMENTO DO GRUPO"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOLERANCIA: FAVORAVEL " WS-TOL-FAV
               "%  DESFAVORAVEL " WS-TOL-UNF "%"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.

           MOVE SPACES TO WS-CUR-SET.
           PERFORM REPORT-ONE-CELL
               VARYING WS-CELL-IDX FROM 1 BY 1
               UNTIL WS-CELL-IDX > WS-CELL-COUNT.
           PERFORM REPORT-SET-TOTALS.

           PERFORM REPORT-YEAR-TO-DATE.

           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CELULAS: " WS-CELL-COUNT
               "  FORA DA TOLERANCIA: " WS-FLAG-COUNT
               "  ORCADAS SEM RESULTADO: " WS-NOBUD-ROWS
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           IF WS-SPR-SKIPPED > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "CONJUNTOS ESPARSOS NAO COMPARADOS: "
                   WS-SPR-SKIPPED " -" WS-SPR-SKIP-LIST
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
           CLOSE VAR-RPT-FILE.

           MOVE WS-CELL-COUNT TO WS-CTL-READ.
           MOVE WS-LINES-OUT TO WS-CTL-WRITTEN.
           MOVE WS-ACT-TOT TO WS-CTL-HASH.
           CALL "CTLTOT" USING WS-AUD-PROGRAM, WS-CTL-READ,
               WS-CTL-WRITTEN, WS-CTL-HASH.

           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "PER=" WS-PERIOD " CELLS=" WS-CELL-COUNT
               " FLAG=" WS-FLAG-COUNT
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           MOVE "OK" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
               WS-AUD-OUTCOME.
           MOVE 0 TO RETURN-CODE.
           IF WS-FLAG-COUNT > 0
               DISPLAY "BUDVAR: " WS-FLAG-COUNT " valor(es) fora da "
                   "tolerancia, ver BUDVRPT.DAT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-SPR-SKIPPED > 0
               DISPLAY "BUDVAR: " WS-SPR-SKIPPED " conjunto(s) "
                   "esparso(s) nao comparado(s), ver BUDVRPT.DAT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * a one-shot card reruns a past period; it is cleared once
      * read so the next night is back on the current month
       READ-PERIOD-CARD.
           MOVE SPACES TO WS-PRM-LINE.
           OPEN INPUT PRM-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "BUDVPRM.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           READ PRM-FILE INTO WS-PRM-LINE
               AT END
                   MOVE SPACES TO WS-PRM-LINE
           END-READ.
           CLOSE PRM-FILE.
           IF WS-PRM-LINE NOT = SPACES
               OPEN OUTPUT PRM-FILE
               CLOSE PRM-FILE
               IF WS-PRM-LINE(1:6) IS NOT NUMERIC
                   OR WS-PRM-LINE(5:2) < "01"
                   OR WS-PRM-LINE(5:2) > "12"
                   DISPLAY "BUDVPRM.DAT periodo invalido: "
                       WS-PRM-LINE
                   MOVE "period card invalid" TO WS-AUD-DETAIL
                   PERFORM REJECT-INPUT
               END-IF
               MOVE WS-PRM-LINE(1:6) TO WS-PERIOD
           END-IF.

       READ-TOLERANCE-CARD.
           OPEN INPUT TOL-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "BUDTOL.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           READ TOL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF TOL-REC(1:3) IS NUMERIC
                       MOVE TOL-REC(1:3) TO WS-TOL-FAV
                   END-IF
                   IF TOL-REC(5:3) IS NUMERIC
                       MOVE TOL-REC(5:3) TO WS-TOL-UNF
                   END-IF
           END-READ.
           CLOSE TOL-FILE.

      * MULTIPRPT.DAT - one CONJUNTO section per set, the result
      * rows right behind it, eight print positions a cell
       LOAD-RESULT.
           OPEN INPUT RESULT-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "MULTIPRPT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM LOAD-ONE-RESULT-LINE UNTIL RES-EOF.
           CLOSE RESULT-FILE.

       LOAD-ONE-RESULT-LINE.
           READ RESULT-FILE
               AT END
                   SET RES-EOF TO TRUE
           END-READ.
           IF NOT RES-EOF AND RESULT-REC NOT = SPACES
               EVALUATE TRUE
                   WHEN RESULT-REC(1:10) = "CONJUNTO: "
                       IF RESULT-REC(32:2) IS NOT NUMERIC
                           OR RESULT-REC(53:2) IS NOT NUMERIC
                           PERFORM REJECT-SET-LINE
                       END-IF
                       MOVE RESULT-REC(11:4) TO WS-SEC-SET
                       MOVE RESULT-REC(32:2) TO WS-SEC-MAL
                       MOVE RESULT-REC(53:2) TO WS-SEC-MBC
                       MOVE WS-SEC-MAL TO WS-SEC-ROWS-LEFT
                       MOVE 0 TO WS-SEC-ROW
                       MOVE 'N' TO WS-SPR-MODE
                   WHEN RESULT-REC(1:18) = "CONJUNTO ESPARSO: "
                       PERFORM LOAD-SPARSE-HEADER
                   WHEN SPR-LOADING OR SPR-SKIPPING
                       PERFORM LOAD-SPARSE-CELL
                   WHEN WS-SEC-ROWS-LEFT > 0
                       ADD 1 TO WS-SEC-ROW
                       SUBTRACT 1 FROM WS-SEC-ROWS-LEFT
                       PERFORM LOAD-ONE-RESULT-CELL
                           VARYING WS-SEC-COL FROM 1 BY 1
                           UNTIL WS-SEC-COL > WS-SEC-MBC
               END-EVALUATE
           END-IF.

       REJECT-SET-LINE.
           DISPLAY "Linha de conjunto invalida no relatorio!".
           CLOSE RESULT-FILE.
           MOVE "bad set section line in report" TO WS-AUD-DETAIL.
           PERFORM REJECT-INPUT.

      * "CONJUNTO ESPARSO: " + set, then MAL at 40 and MBC at 64
      * (three digits); the whole set is opened as zero cells, row
      * by row like a dense section, so the unlisted cells still
      * meet their budget
       LOAD-SPARSE-HEADER.
           IF RESULT-REC(40:3) IS NOT NUMERIC
               OR RESULT-REC(64:3) IS NOT NUMERIC
               PERFORM REJECT-SET-LINE
           END-IF.
           MOVE RESULT-REC(19:4) TO WS-SEC-SET.
           MOVE RESULT-REC(40:3) TO WS-SPR-MAL.
           MOVE RESULT-REC(64:3) TO WS-SPR-MBC.
           MOVE 0 TO WS-SEC-ROWS-LEFT.
           IF WS-SPR-MAL > 50 OR WS-SPR-MBC > 50
               MOVE 'S' TO WS-SPR-MODE
               ADD 1 TO WS-SPR-SKIPPED
               IF WS-SPR-SKIPPED < 11
                   STRING " " WS-SEC-SET DELIMITED BY SIZE INTO
                       WS-SPR-SKIP-LIST(WS-SPR-SKIPPED * 5 - 4:5)
               END-IF
               DISPLAY "Conjunto esparso " WS-SEC-SET " maior que "
                   "50x50, nao comparado."
           ELSE
               MOVE 'L' TO WS-SPR-MODE
               MOVE WS-CELL-COUNT TO WS-SPR-BASE
               MOVE WS-SPR-MAL TO WS-SEC-MAL
               MOVE WS-SPR-MBC TO WS-SEC-MBC
               MOVE 0 TO WS-RPT-CELL-TXT
               PERFORM VARYING WS-SEC-ROW FROM 1 BY 1
                   UNTIL WS-SEC-ROW > WS-SEC-MAL
                   PERFORM ADD-RESULT-CELL
                       VARYING WS-SEC-COL FROM 1 BY 1
                       UNTIL WS-SEC-COL > WS-SEC-MBC
               END-PERFORM
           END-IF.

      * "L" row " C" col " " amount, filled into the cell the header
      * opened for it
       LOAD-SPARSE-CELL.
           IF RESULT-REC(1:1) NOT = "L" OR RESULT-REC(5:2) NOT = " C"
               MOVE 'N' TO WS-SPR-MODE
           ELSE
               IF RESULT-REC(2:3) IS NOT NUMERIC
                   OR RESULT-REC(7:3) IS NOT NUMERIC
                   PERFORM REJECT-SET-LINE
               END-IF
               MOVE RESULT-REC(2:3) TO WS-SPR-ROW
               MOVE RESULT-REC(7:3) TO WS-SPR-COL
               IF WS-SPR-ROW < 1 OR WS-SPR-ROW > WS-SPR-MAL
                   OR WS-SPR-COL < 1 OR WS-SPR-COL > WS-SPR-MBC
                   PERFORM REJECT-SET-LINE
               END-IF
               IF SPR-LOADING
                   COMPUTE WS-CELL-IDX = WS-SPR-BASE
                       + (WS-SPR-ROW - 1) * WS-SPR-MBC + WS-SPR-COL
                   MOVE RESULT-REC(11:8) TO WS-RPT-CELL-TXT
                   MOVE WS-RPT-CELL-TXT TO WS-CELL-ACT(WS-CELL-IDX)
                   ADD WS-CELL-ACT(WS-CELL-IDX) TO WS-ACT-TOT
                   MOVE WS-SEC-SET TO WS-CUR-SET
                   MOVE WS-SPR-ROW TO WS-TOT-IDX
                   PERFORM FIND-YTD-ROW
                   ADD WS-CELL-ACT(WS-CELL-IDX)
                       TO WS-YTD-ACT(WS-YTD-HIT)
               END-IF
           END-IF.

       LOAD-ONE-RESULT-CELL.
           COMPUTE WS-OFFSET = (WS-SEC-COL - 1) * 8 + 1.
           MOVE RESULT-REC(WS-OFFSET:8) TO WS-RPT-CELL-TXT.
           PERFORM ADD-RESULT-CELL.

       ADD-RESULT-CELL.
           IF WS-CELL-COUNT >= 5000
               DISPLAY "MULTIPRPT.DAT excede 5000 celulas!"
               CLOSE RESULT-FILE
               MOVE "result over 5000 cells" TO WS-AUD-DETAIL
               PERFORM REJECT-INPUT
           END-IF.
           ADD 1 TO WS-CELL-COUNT.
           MOVE WS-RPT-CELL-TXT TO WS-CELL-ACT(WS-CELL-COUNT).
           MOVE WS-SEC-SET TO WS-CELL-SET(WS-CELL-COUNT).
           MOVE WS-SEC-ROW TO WS-CELL-ROW(WS-CELL-COUNT).
           MOVE WS-SEC-COL TO WS-CELL-COL(WS-CELL-COUNT).
           MOVE 0 TO WS-CELL-BUD(WS-CELL-COUNT).
           MOVE 'N' TO WS-CELL-HAS-BUD(WS-CELL-COUNT).
           ADD WS-CELL-ACT(WS-CELL-COUNT) TO WS-ACT-TOT.
           MOVE WS-SEC-SET TO WS-CUR-SET.
           MOVE WS-SEC-ROW TO WS-TOT-IDX.
           PERFORM FIND-YTD-ROW.
           ADD WS-CELL-ACT(WS-CELL-COUNT) TO WS-YTD-ACT(WS-YTD-HIT).

      * two passes: the first finds the months of the year where
      * the company has a budget of its own, the second takes the
      * period's cells and the year-to-date row budgets from the
      * company's lines in those months and the group's otherwise
       LOAD-BUDGET.
           OPEN INPUT MASTER-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "BUDMASTR.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM MARK-OWN-MONTH UNTIL MST-EOF.
           CLOSE MASTER-FILE.
           MOVE 'N' TO WS-MST-EOF-SW.
           OPEN INPUT MASTER-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "BUDMASTR.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM TAKE-ONE-BUDGET UNTIL MST-EOF.
           CLOSE MASTER-FILE.

       MARK-OWN-MONTH.
           READ MASTER-FILE INTO BUD-MST-REC
               AT END
                   SET MST-EOF TO TRUE
           END-READ.
           IF NOT MST-EOF AND MASTER-REC NOT = SPACES
               IF BUD-YEAR = WS-PER-YEAR AND WS-ENT-CODE NOT = SPACES
                   AND BUD-ENT = WS-ENT-CODE
                   AND BUD-MONTH >= 1 AND BUD-MONTH <= 12
                   MOVE 'Y' TO WS-OWN-MONTH(BUD-MONTH)
               END-IF
           END-IF.

       TAKE-ONE-BUDGET.
           READ MASTER-FILE INTO BUD-MST-REC
               AT END
                   SET MST-EOF TO TRUE
           END-READ.
           IF NOT MST-EOF AND MASTER-REC NOT = SPACES
               IF BUD-YEAR = WS-PER-YEAR
                   AND BUD-MONTH >= 1 AND BUD-MONTH <= WS-PER-MONTH
                   IF WS-OWN-MONTH(BUD-MONTH) = 'Y'
                       MOVE WS-ENT-CODE TO WS-USE-ENT
                   ELSE
                       MOVE SPACES TO WS-USE-ENT
                   END-IF
                   IF BUD-ENT = WS-USE-ENT
                       PERFORM TAKE-BUDGET-CELL
                   END-IF
               END-IF
           END-IF.

       TAKE-BUDGET-CELL.
           MOVE BUD-SET TO WS-CUR-SET.
           MOVE BUD-ROW TO WS-TOT-IDX.
           PERFORM FIND-YTD-ROW.
           ADD BUD-VAL TO WS-YTD-BUD(WS-YTD-HIT).
           IF BUD-MONTH = WS-PER-MONTH
               MOVE 0 TO WS-CELL-HIT
               PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
                       OR WS-CELL-HIT > 0
                   IF WS-CELL-SET(WS-CELL-IDX) = BUD-SET
                       AND WS-CELL-ROW(WS-CELL-IDX) = BUD-ROW
                       AND WS-CELL-COL(WS-CELL-IDX) = BUD-COL
                       MOVE WS-CELL-IDX TO WS-CELL-HIT
                   END-IF
               END-PERFORM
               IF WS-CELL-HIT = 0
                   ADD 1 TO WS-NOBUD-ROWS
               ELSE
                   MOVE BUD-VAL TO WS-CELL-BUD(WS-CELL-HIT)
                   MOVE 'Y' TO WS-CELL-HAS-BUD(WS-CELL-HIT)
               END-IF
           END-IF.

      * the year-to-date entry for WS-CUR-SET / row WS-TOT-IDX,
      * opened the first time it is needed
       FIND-YTD-ROW.
           MOVE 0 TO WS-YTD-HIT.
           PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
               UNTIL WS-YTD-IDX > WS-YTD-COUNT OR WS-YTD-HIT > 0
               IF WS-YTD-SET(WS-YTD-IDX) = WS-CUR-SET
                   AND WS-YTD-ROW(WS-YTD-IDX) = WS-TOT-IDX
                   MOVE WS-YTD-IDX TO WS-YTD-HIT
               END-IF
           END-PERFORM.
           IF WS-YTD-HIT = 0
               IF WS-YTD-COUNT >= 500
                   DISPLAY "Acumulado excede 500 linhas de conjunto!"
                   MOVE "year to date over 500 set rows"
                       TO WS-AUD-DETAIL
                   PERFORM REJECT-INPUT
               END-IF
               ADD 1 TO WS-YTD-COUNT
               MOVE WS-YTD-COUNT TO WS-YTD-HIT
               MOVE WS-CUR-SET TO WS-YTD-SET(WS-YTD-HIT)
               MOVE WS-TOT-IDX TO WS-YTD-ROW(WS-YTD-HIT)
               MOVE 0 TO WS-YTD-ACT(WS-YTD-HIT)
               MOVE 0 TO WS-YTD-BUD(WS-YTD-HIT)
           END-IF.

      * BUDACT.DAT keeps one set of actual cells per period and
      * company: tonight's replaces any earlier run of the same
      * period, and the earlier months of the year feed the
      * year-to-date rows
       FILE-ACTUALS.
           OPEN INPUT ACT-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "BUDACT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           OPEN OUTPUT ACT-WRK-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "BUDACTW.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM COPY-ONE-ACTUAL UNTIL ACT-EOF.
           CLOSE ACT-FILE.
           PERFORM FILE-ONE-ACTUAL
               VARYING WS-CELL-IDX FROM 1 BY 1
               UNTIL WS-CELL-IDX > WS-CELL-COUNT.
           CLOSE ACT-WRK-FILE.
           CALL "FILECOPY" USING WS-ACT-SRC, WS-ACT-DST.
           CANCEL "FILECOPY".
           IF RETURN-CODE = 12
               MOVE "BUDACT.DAT" TO WS-IO-NAME
               MOVE "30" TO WS-FILE-STATUS
               PERFORM IO-ABORT
           END-IF.

       COPY-ONE-ACTUAL.
           READ ACT-FILE INTO BUD-MST-REC
               AT END
                   SET ACT-EOF TO TRUE
           END-READ.
           IF NOT ACT-EOF AND ACT-REC NOT = SPACES
               IF BUD-PERIOD NOT = WS-PERIOD
                   OR BUD-ENT NOT = WS-ENT-CODE
                   WRITE ACT-WRK-REC FROM BUD-MST-REC
                   IF NOT FILE-STATUS-OK
                       MOVE "BUDACTW.DAT" TO WS-IO-NAME
                       PERFORM IO-ABORT
                   END-IF
                   IF BUD-YEAR = WS-PER-YEAR
                       AND BUD-MONTH < WS-PER-MONTH
                       AND BUD-ENT = WS-ENT-CODE
                       MOVE BUD-SET TO WS-CUR-SET
                       MOVE BUD-ROW TO WS-TOT-IDX
                       PERFORM FIND-YTD-ROW
                       ADD BUD-VAL TO WS-YTD-ACT(WS-YTD-HIT)
                   END-IF
               END-IF
           END-IF.

       FILE-ONE-ACTUAL.
           MOVE SPACES TO BUD-MST-REC.
           MOVE WS-PERIOD TO BUD-PERIOD.
           MOVE WS-ENT-CODE TO BUD-ENT.
           MOVE WS-CELL-SET(WS-CELL-IDX) TO BUD-SET.
           MOVE WS-CELL-ROW(WS-CELL-IDX) TO BUD-ROW.
           MOVE WS-CELL-COL(WS-CELL-IDX) TO BUD-COL.
           MOVE WS-CELL-ACT(WS-CELL-IDX) TO BUD-VAL.
           WRITE ACT-WRK-REC FROM BUD-MST-REC.
           IF NOT FILE-STATUS-OK
               MOVE "BUDACTW.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.

      * cells arrive set by set, row by row; a change of set closes
      * the previous set's totals and opens the next section
       REPORT-ONE-CELL.
           IF WS-CELL-SET(WS-CELL-IDX) NOT = WS-CUR-SET
               IF WS-CUR-SET NOT = SPACES
                   PERFORM REPORT-SET-TOTALS
               END-IF
               PERFORM OPEN-SET-SECTION
           END-IF.
           MOVE WS-CELL-ACT(WS-CELL-IDX) TO WS-LINE-ACT.
           MOVE WS-CELL-BUD(WS-CELL-IDX) TO WS-LINE-BUD.
           MOVE WS-CELL-HAS-BUD(WS-CELL-IDX) TO WS-LINE-HAS-BUD.
           MOVE SPACES TO WS-LINE-LABEL.
           STRING WS-CELL-ROW(WS-CELL-IDX) " "
               WS-CELL-COL(WS-CELL-IDX)
               DELIMITED BY SIZE INTO WS-LINE-LABEL.
           PERFORM WRITE-VARIANCE-LINE.
           MOVE WS-CELL-ROW(WS-CELL-IDX) TO WS-TOT-IDX.
           ADD WS-LINE-ACT TO WS-ROWT-ACT(WS-TOT-IDX).
           ADD WS-LINE-BUD TO WS-ROWT-BUD(WS-TOT-IDX).
           MOVE 'Y' TO WS-ROWT-USED(WS-TOT-IDX).
           MOVE WS-CELL-COL(WS-CELL-IDX) TO WS-TOT-IDX.
           ADD WS-LINE-ACT TO WS-COLT-ACT(WS-TOT-IDX).
           ADD WS-LINE-BUD TO WS-COLT-BUD(WS-TOT-IDX).
           MOVE 'Y' TO WS-COLT-USED(WS-TOT-IDX).
           ADD WS-LINE-ACT TO WS-SET-ACT.
           ADD WS-LINE-BUD TO WS-SET-BUD.

       OPEN-SET-SECTION.
           MOVE WS-CELL-SET(WS-CELL-IDX) TO WS-CUR-SET.
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1 UNTIL WS-TOT-IDX > 50
               MOVE 0 TO WS-ROWT-ACT(WS-TOT-IDX)
               MOVE 0 TO WS-ROWT-BUD(WS-TOT-IDX)
               MOVE 0 TO WS-COLT-ACT(WS-TOT-IDX)
               MOVE 0 TO WS-COLT-BUD(WS-TOT-IDX)
               MOVE 'N' TO WS-ROWT-USED(WS-TOT-IDX)
               MOVE 'N' TO WS-COLT-USED(WS-TOT-IDX)
           END-PERFORM.
           MOVE 0 TO WS-SET-ACT, WS-SET-BUD.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CONJUNTO: " WS-CUR-SET DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           PERFORM WRITE-COLUMN-HEADINGS.

       WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "LN CL/TOTAL      REALIZADO        ORCADO"
               "      VARIACAO    VAR%  SITUACAO"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.

      * row totals, column totals and the set total; the cells
      * carry no budget flag of their own, so a total is compared
      * whenever any budget stood behind it
       REPORT-SET-TOTALS.
           PERFORM REPORT-ROW-TOTAL
               VARYING WS-TOT-IDX FROM 1 BY 1 UNTIL WS-TOT-IDX > 50.
           PERFORM REPORT-COL-TOTAL
               VARYING WS-TOT-IDX FROM 1 BY 1 UNTIL WS-TOT-IDX > 50.
           MOVE WS-SET-ACT TO WS-LINE-ACT.
           MOVE WS-SET-BUD TO WS-LINE-BUD.
           MOVE 'Y' TO WS-LINE-HAS-BUD.
           MOVE "CONJUNTO" TO WS-LINE-LABEL.
           PERFORM WRITE-VARIANCE-LINE.

       REPORT-ROW-TOTAL.
           IF WS-ROWT-USED(WS-TOT-IDX) = 'Y'
               MOVE WS-ROWT-ACT(WS-TOT-IDX) TO WS-LINE-ACT
               MOVE WS-ROWT-BUD(WS-TOT-IDX) TO WS-LINE-BUD
               MOVE 'Y' TO WS-LINE-HAS-BUD
               MOVE SPACES TO WS-LINE-LABEL
               STRING "LN " WS-TOT-IDX " TOT" DELIMITED BY SIZE
                   INTO WS-LINE-LABEL
               PERFORM WRITE-VARIANCE-LINE
           END-IF.

       REPORT-COL-TOTAL.
           IF WS-COLT-USED(WS-TOT-IDX) = 'Y'
               MOVE WS-COLT-ACT(WS-TOT-IDX) TO WS-LINE-ACT
               MOVE WS-COLT-BUD(WS-TOT-IDX) TO WS-LINE-BUD
               MOVE 'Y' TO WS-LINE-HAS-BUD
               MOVE SPACES TO WS-LINE-LABEL
               STRING "CL " WS-TOT-IDX " TOT" DELIMITED BY SIZE
                   INTO WS-LINE-LABEL
               PERFORM WRITE-VARIANCE-LINE
           END-IF.

      * January to the period, row by row within each set
       REPORT-YEAR-TO-DATE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ACUMULADO NO ANO ATE " WS-PER-YEAR "/"
               WS-PER-MONTH DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-CUR-SET.
           PERFORM REPORT-ONE-YTD-ROW
               VARYING WS-YTD-IDX FROM 1 BY 1
               UNTIL WS-YTD-IDX > WS-YTD-COUNT.
           IF WS-CUR-SET NOT = SPACES
               MOVE WS-SET-ACT TO WS-LINE-ACT
               MOVE WS-SET-BUD TO WS-LINE-BUD
               MOVE 'Y' TO WS-LINE-HAS-BUD
               MOVE "CONJUNTO" TO WS-LINE-LABEL
               PERFORM WRITE-VARIANCE-LINE
           END-IF.

       REPORT-ONE-YTD-ROW.
           IF WS-YTD-SET(WS-YTD-IDX) NOT = WS-CUR-SET
               IF WS-CUR-SET NOT = SPACES
                   MOVE WS-SET-ACT TO WS-LINE-ACT
                   MOVE WS-SET-BUD TO WS-LINE-BUD
                   MOVE 'Y' TO WS-LINE-HAS-BUD
                   MOVE "CONJUNTO" TO WS-LINE-LABEL
                   PERFORM WRITE-VARIANCE-LINE
               END-IF
               MOVE WS-YTD-SET(WS-YTD-IDX) TO WS-CUR-SET
               MOVE 0 TO WS-SET-ACT, WS-SET-BUD
               MOVE SPACES TO WS-RPT-LINE
               STRING "CONJUNTO: " WS-CUR-SET DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               PERFORM WRITE-COLUMN-HEADINGS
           END-IF.
           MOVE WS-YTD-ACT(WS-YTD-IDX) TO WS-LINE-ACT.
           MOVE WS-YTD-BUD(WS-YTD-IDX) TO WS-LINE-BUD.
           MOVE 'Y' TO WS-LINE-HAS-BUD.
           MOVE SPACES TO WS-LINE-LABEL.
           STRING "LN " WS-YTD-ROW(WS-YTD-IDX) " ANO"
               DELIMITED BY SIZE INTO WS-LINE-LABEL.
           PERFORM WRITE-VARIANCE-LINE.
           ADD WS-LINE-ACT TO WS-SET-ACT.
           ADD WS-LINE-BUD TO WS-SET-BUD.

      * one line of actual/budget/variance; costs, so actual over
      * budget is unfavorable. A zero budget has no percentage and
      * any actual against it is flagged as unbudgeted.
       WRITE-VARIANCE-LINE.
           COMPUTE WS-LINE-VAR = WS-LINE-ACT - WS-LINE-BUD.
           MOVE SPACES TO WS-LINE-FLAG.
           MOVE 0 TO WS-LINE-PCT.
           IF WS-LINE-BUD = 0
               IF WS-LINE-ACT NOT = 0
                   MOVE "** SEM ORCAMENTO" TO WS-LINE-FLAG
               END-IF
           ELSE
               COMPUTE WS-LINE-PCT ROUNDED =
                   WS-LINE-VAR * 100 / WS-LINE-BUD
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-LINE-PCT
               END-COMPUTE
               IF WS-LINE-BUD < 0
                   COMPUTE WS-LINE-PCT = 0 - WS-LINE-PCT
               END-IF
               IF WS-LINE-PCT > WS-TOL-UNF
                   MOVE "** DESFAVORAVEL" TO WS-LINE-FLAG
               END-IF
               IF WS-LINE-PCT < 0 AND 0 - WS-LINE-PCT > WS-TOL-FAV
                   MOVE "** FAVORAVEL" TO WS-LINE-FLAG
               END-IF
           END-IF.
           IF WS-LINE-FLAG NOT = SPACES
               ADD 1 TO WS-FLAG-COUNT
           END-IF.
           MOVE WS-LINE-ACT TO WS-ACT-TXT.
           MOVE WS-LINE-BUD TO WS-BUD-TXT.
           MOVE WS-LINE-VAR TO WS-VAR-TXT.
           MOVE WS-LINE-PCT TO WS-PCT-TXT.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-LINE-BUD = 0
               STRING WS-LINE-LABEL WS-ACT-TXT " " WS-BUD-TXT " "
                   WS-VAR-TXT "     N/D  " WS-LINE-FLAG
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING WS-LINE-LABEL WS-ACT-TXT " " WS-BUD-TXT " "
                   WS-VAR-TXT " " WS-PCT-TXT "  " WS-LINE-FLAG
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-RPT-LINE.
           ADD 1 TO WS-LINES-OUT.

       WRITE-RPT-LINE.
           WRITE VAR-RPT-REC FROM WS-RPT-LINE.
           IF NOT FILE-STATUS-OK
               MOVE "BUDVRPT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.

       REJECT-INPUT.
           MOVE "REJECTED" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
               WS-AUD-OUTCOME.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

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

       END PROGRAM BUDVAR.
