      ******************************************************************
      * Author: GRUPO-COBOL
      * Date: 15/10/2026
      * Purpose: group consolidation with intercompany eliminations -
      *      the driver runs the chain once per company code in
      *      ENTCTL.DAT and files each company's MULTIPRPT and
      *      POOLOUT under per-entity names, but nothing added the
      *      companies up: the controllers summed them in a
      *      spreadsheet and struck the intercompany charges out by
      *      hand. Run by BATCHDRV once after the entity loop, this
      *      step adds every entity's result matrix
      *      (MULTIPRPT.<ent>.DAT, cell by set/row/column) and
      *      allocation detail (POOLOUT.<ent>.DAT, by set/pool/
      *      row/column) into a group table, then applies the
      *      elimination rules in CONSELIM.DAT:
      *        cols 1-3   entity that booked the amount
      *        cols 5-7   counterparty entity
      *        col  9     R = result matrix, A = allocation
      *        cols 11-14 set id (spaces = every set)
      *        cols 16-17 row (00 = every row)
      *        cols 19-20 column (00 = every column)
      *      Every matching cell of the booking entity is moved to
      *      the eliminations column; a cell is eliminated once even
      *      when two rules cover it, and a rule whose counterparty
      *      (or booking entity) is not in tonight's group is listed
      *      but not applied - the charge is then external to the
      *      group. CONSRPT.DAT shows, per cell, each entity's
      *      column, the eliminations column and the group total,
      *      with section totals and the rule list. A missing
      *      MULTIPRPT.<ent>.DAT, a malformed report section or rule
      *      line, or more than 5000 cells refuses the run
      *      (AUDITLOG/RC=16); an entity with no POOLOUT.<ent>.DAT
      *      while others have one is consolidated without it and
      *      ends the step with RC=4. Control totals go to
      *      CTLTOTAL.DAT through CTLTOT (cells read, report lines
      *      written, group total).
      * Mod: 15/10/2026 - CONJUNTO ESPARSO sections of MULTIPRPT are
      *      consolidated from their cell lines (zero cells are not
      *      listed and add nothing); a sparse set wider than 99x99
      *      does not fit the cell key and is listed in the footer,
      *      ending the step with RC=4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSOLID.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ENTITY-FILE ASSIGN TO "ENTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL ENT-IN-FILE ASSIGN TO DYNAMIC WS-ENT-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL ELIM-FILE ASSIGN TO "CONSELIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CONS-RPT-FILE ASSIGN TO "CONSRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTITY-FILE.
       01  ENTITY-REC PIC X(3).
       FD  ENT-IN-FILE.
       01  ENT-IN-REC PIC X(300).
       FD  ELIM-FILE.
       01  ELIM-REC PIC X(40).
       FD  CONS-RPT-FILE.
       01  CONS-RPT-REC PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
           88 FILE-STATUS-OK VALUES "00", "05".
           88 FILE-NOT-PRESENT VALUE "05".
       01 WS-IO-NAME PIC X(20).
       01 WS-ENT-IN-NAME PIC X(60).
       01 WS-ENT-EOF-SW PIC X VALUE 'N'.
           88 ENT-EOF VALUE 'Y'.
       01 WS-IN-EOF-SW PIC X VALUE 'N'.
           88 IN-EOF VALUE 'Y'.
       01 WS-ELIM-EOF-SW PIC X VALUE 'N'.
           88 ELIM-EOF VALUE 'Y'.
       01 WS-GRP-TABLE.
           05 WS-GRP-ENT PIC X(3) OCCURS 8 TIMES.
       01 WS-GRP-COUNT PIC 9(1) VALUE 0.
       01 WS-GRP-IDX PIC 9(1).
       01 WS-GRP-HIT PIC 9(1).
       01 WS-PART-HIT PIC 9(1).
      * one consolidated cell - R result matrix or A allocation
       01 WS-CON-TABLE.
           05 WS-CON-ENTRY OCCURS 5000 TIMES.
               10 WS-CON-TYPE PIC X(1).
               10 WS-CON-SET PIC X(4).
               10 WS-CON-POOL PIC X(4).
               10 WS-CON-ROW PIC 9(2).
               10 WS-CON-COL PIC 9(2).
               10 WS-CON-ENT-AMT PIC S9(11)V99 OCCURS 8 TIMES.
               10 WS-CON-ENT-ELIM PIC X(1) OCCURS 8 TIMES.
               10 WS-CON-ELIM PIC S9(11)V99.
       01 WS-CON-COUNT PIC 9(4) VALUE 0.
       01 WS-CON-IDX PIC 9(4).
       01 WS-CON-HIT PIC 9(4).
       01 WS-LOOK-TYPE PIC X(1).
       01 WS-LOOK-SET PIC X(4).
       01 WS-LOOK-POOL PIC X(4).
       01 WS-LOOK-ROW PIC 9(2).
       01 WS-LOOK-COL PIC 9(2).
       01 WS-LOOK-AMT PIC S9(11)V99.
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
      * cell; a set wider than the two-digit cell key is left out
      * and listed in the report footer
       01 WS-SPR-MODE PIC X(1) VALUE 'N'.
           88 SPR-LOADING VALUE 'L'.
           88 SPR-SKIPPING VALUE 'S'.
       01 WS-SPR-MAL PIC 9(3).
       01 WS-SPR-MBC PIC 9(3).
       01 WS-SPR-ROW PIC 9(3).
       01 WS-SPR-COL PIC 9(3).
       01 WS-SPR-SKIPPED PIC 9(2) VALUE 0.
       01 WS-SPR-SKIP-LIST PIC X(72).
      * POOLALLOC's allocation detail record
       01 WS-DET-IN.
           05 WS-DET-SET PIC X(4).
           05 FILLER PIC X(1).
           05 WS-DET-POOL PIC X(4).
           05 FILLER PIC X(1).
           05 WS-DET-ROW PIC X(2).
           05 FILLER PIC X(1).
           05 WS-DET-COL PIC X(2).
           05 FILLER PIC X(1).
           05 WS-DET-AMT PIC S9(9)V99 SIGN LEADING SEPARATE.
      * elimination rule card
       01 WS-ELIM-IN.
           05 WS-ELIM-ENT PIC X(3).
           05 FILLER PIC X(1).
           05 WS-ELIM-PART PIC X(3).
           05 FILLER PIC X(1).
           05 WS-ELIM-TYPE PIC X(1).
               88 ELIM-RESULT VALUE 'R'.
               88 ELIM-ALLOC VALUE 'A'.
           05 FILLER PIC X(1).
           05 WS-ELIM-SET PIC X(4).
           05 FILLER PIC X(1).
           05 WS-ELIM-ROW PIC X(2).
           05 FILLER PIC X(1).
           05 WS-ELIM-COL PIC X(2).
           05 FILLER PIC X(20).
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 200 TIMES.
               10 WS-RULE-LINE PIC X(20).
               10 WS-RULE-CELLS PIC 9(4).
               10 WS-RULE-AMT PIC S9(11)V99.
               10 WS-RULE-STATE PIC X(1).
                   88 RULE-APPLIED VALUE 'A'.
                   88 RULE-OUT-OF-GROUP VALUE 'F'.
       01 WS-RULE-COUNT PIC 9(3) VALUE 0.
       01 WS-RULE-IDX PIC 9(3).
       01 WS-ALC-FOUND PIC 9(1) VALUE 0.
       01 WS-ALC-MISSING PIC 9(1) VALUE 0.
       01 WS-ALC-MISS-LIST PIC X(32).
       01 WS-CELLS-READ PIC 9(6) VALUE 0.
       01 WS-ELIM-CELLS PIC 9(6) VALUE 0.
       01 WS-LINES-OUT PIC 9(6) VALUE 0.
       01 WS-SEC-ENT-TABLE.
           05 WS-SEC-ENT-TOT PIC S9(11)V99 OCCURS 8 TIMES.
       01 WS-SEC-ELIM-TOT PIC S9(11)V99.
       01 WS-SEC-GRP-TOT PIC S9(11)V99.
       01 WS-CELL-GRP PIC S9(11)V99.
       01 WS-GRAND-TOT PIC S9(11)V99 VALUE 0.
       01 WS-SEC-TYPE PIC X(1).
       01 WS-SEC-ANY PIC X(1).
       01 WS-AMT-TXT PIC -(10)9.99.
       01 WS-RPT-PTR PIC 9(3).
       01 WS-RPT-LINE PIC X(200).
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
       01 WS-AUD-PROGRAM PIC X(12) VALUE "CONSOLID".
       01 WS-LOCK-FUNC PIC X(3).
       01 WS-LOCK-HOLDER PIC X(12) VALUE "CONSOLID".
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
           MOVE 0 TO WS-GRP-COUNT, WS-CON-COUNT, WS-RULE-COUNT.
           MOVE 0 TO WS-ALC-FOUND, WS-ALC-MISSING, WS-CELLS-READ.
           MOVE 0 TO WS-ELIM-CELLS, WS-LINES-OUT, WS-GRAND-TOT.
           MOVE SPACES TO WS-ALC-MISS-LIST, WS-SPR-SKIP-LIST.
           MOVE 0 TO WS-SPR-SKIPPED.
           MOVE 'N' TO WS-ENT-EOF-SW, WS-ELIM-EOF-SW.
           MOVE FUNCTION CURRENT-DATE TO WS-RPT-DATE-RAW.
           STRING WS-RPT-DATE-RAW(1:4) "-" WS-RPT-DATE-RAW(5:2) "-"
               WS-RPT-DATE-RAW(7:2) DELIMITED BY SIZE INTO WS-RPT-DATE.
           CALL "RUNCTL" USING WS-RUN-FUNC, WS-RUN-NUMBER.
           CALL "ENTCTX" USING WS-ENT-FUNC, WS-ENT-CODE.

           PERFORM LOAD-GROUP.
           IF WS-GRP-COUNT = 0
               DISPLAY "ENTCTL.DAT sem entidades a consolidar!"
               MOVE "no entities to consolidate" TO WS-AUD-DETAIL
               PERFORM REJECT-INPUT
           END-IF.

           PERFORM LOAD-ENTITY-RESULT
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT.
           PERFORM LOAD-ENTITY-ALLOC
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT.

           PERFORM LOAD-ELIM-RULES.
           PERFORM APPLY-ONE-RULE
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT.

           OPEN OUTPUT CONS-RPT-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "CONSRPT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RELATORIO CONSOLID  DATA: " WS-RPT-DATE
               "  RUN: " WS-RUN-NUMBER "  ENT: " WS-ENT-CODE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE 1 TO WS-RPT-PTR.
           STRING "CONSOLIDACAO DO GRUPO - ENTIDADES:"
               DELIMITED BY SIZE INTO WS-RPT-LINE
               WITH POINTER WS-RPT-PTR.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT
               STRING " " WS-GRP-ENT(WS-GRP-IDX) DELIMITED BY SIZE
                   INTO WS-RPT-LINE WITH POINTER WS-RPT-PTR
           END-PERFORM.
           PERFORM WRITE-RPT-LINE.

           MOVE 'R' TO WS-SEC-TYPE.
           PERFORM WRITE-SECTION.
           MOVE 'A' TO WS-SEC-TYPE.
           PERFORM WRITE-SECTION.
           PERFORM WRITE-RULE-LIST.

           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-GRAND-TOT TO WS-AMT-TXT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CELULAS LIDAS: " WS-CELLS-READ
               "  ELIMINADAS: " WS-ELIM-CELLS
               "  TOTAL DO GRUPO: " WS-AMT-TXT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           IF WS-ALC-MISSING > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "RATEIO AUSENTE PARA:" WS-ALC-MISS-LIST
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
           IF WS-SPR-SKIPPED > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "CONJUNTOS ESPARSOS NAO CONSOLIDADOS: "
                   WS-SPR-SKIPPED " -" WS-SPR-SKIP-LIST
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
           CLOSE CONS-RPT-FILE.

           MOVE WS-CELLS-READ TO WS-CTL-READ.
           MOVE WS-LINES-OUT TO WS-CTL-WRITTEN.
           MOVE WS-GRAND-TOT TO WS-CTL-HASH.
           CALL "CTLTOT" USING WS-AUD-PROGRAM, WS-CTL-READ,
               WS-CTL-WRITTEN, WS-CTL-HASH.

           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "ENT=" WS-GRP-COUNT " CELLS=" WS-CELLS-READ
               " ELIM=" WS-ELIM-CELLS
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           MOVE "OK" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
               WS-AUD-OUTCOME.
           MOVE 0 TO RETURN-CODE.
           IF WS-ALC-MISSING > 0 AND WS-ALC-FOUND > 0
               DISPLAY "CONSOLID: rateio ausente para"
                   WS-ALC-MISS-LIST(1:WS-ALC-MISSING * 4)
                   ", ver CONSRPT.DAT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-SPR-SKIPPED > 0
               DISPLAY "CONSOLID: " WS-SPR-SKIPPED " conjunto(s) "
                   "esparso(s) nao consolidado(s), ver CONSRPT.DAT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * the group is the same company list the driver looped over
       LOAD-GROUP.
           OPEN INPUT ENTITY-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "ENTCTL.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM LOAD-ONE-ENTITY UNTIL ENT-EOF.
           CLOSE ENTITY-FILE.

       LOAD-ONE-ENTITY.
           READ ENTITY-FILE
               AT END
                   SET ENT-EOF TO TRUE
           END-READ.
           IF NOT ENT-EOF AND ENTITY-REC NOT = SPACES
               IF WS-GRP-COUNT < 8
                   ADD 1 TO WS-GRP-COUNT
                   MOVE ENTITY-REC TO WS-GRP-ENT(WS-GRP-COUNT)
               ELSE
                   DISPLAY "ENTCTL.DAT excede 8 entidades, "
                       "ignorada: " ENTITY-REC
               END-IF
           END-IF.

      * MULTIPRPT.<ent>.DAT - one CONJUNTO section per set, the
      * result rows right behind it, eight print positions a cell
       LOAD-ENTITY-RESULT.
           MOVE SPACES TO WS-ENT-IN-NAME.
           STRING "MULTIPRPT." WS-GRP-ENT(WS-GRP-IDX) ".DAT"
               DELIMITED BY SIZE INTO WS-ENT-IN-NAME.
           OPEN INPUT ENT-IN-FILE.
           IF NOT FILE-STATUS-OK
               MOVE WS-ENT-IN-NAME TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           IF FILE-NOT-PRESENT
               CLOSE ENT-IN-FILE
               DISPLAY WS-ENT-IN-NAME(1:17) " nao encontrado!"
               MOVE SPACES TO WS-AUD-DETAIL
               STRING "result missing ENT=" WS-GRP-ENT(WS-GRP-IDX)
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               PERFORM REJECT-INPUT
           END-IF.
           MOVE 'N' TO WS-IN-EOF-SW.
           MOVE 0 TO WS-SEC-ROWS-LEFT.
           MOVE 'N' TO WS-SPR-MODE.
           PERFORM LOAD-ONE-RESULT-LINE UNTIL IN-EOF.
           CLOSE ENT-IN-FILE.

       LOAD-ONE-RESULT-LINE.
           READ ENT-IN-FILE
               AT END
                   SET IN-EOF TO TRUE
           END-READ.
           IF NOT IN-EOF AND ENT-IN-REC NOT = SPACES
               EVALUATE TRUE
                   WHEN ENT-IN-REC(1:10) = "CONJUNTO: "
                       IF ENT-IN-REC(32:2) IS NOT NUMERIC
                           OR ENT-IN-REC(53:2) IS NOT NUMERIC
                           PERFORM REJECT-SET-LINE
                       END-IF
                       MOVE ENT-IN-REC(11:4) TO WS-SEC-SET
                       MOVE ENT-IN-REC(32:2) TO WS-SEC-MAL
                       MOVE ENT-IN-REC(53:2) TO WS-SEC-MBC
                       MOVE WS-SEC-MAL TO WS-SEC-ROWS-LEFT
                       MOVE 0 TO WS-SEC-ROW
                       MOVE 'N' TO WS-SPR-MODE
                   WHEN ENT-IN-REC(1:18) = "CONJUNTO ESPARSO: "
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
           DISPLAY "Linha de conjunto invalida em "
               WS-ENT-IN-NAME(1:17).
           CLOSE ENT-IN-FILE.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "bad set line ENT=" WS-GRP-ENT(WS-GRP-IDX)
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           PERFORM REJECT-INPUT.

      * "CONJUNTO ESPARSO: " + set, then MAL at 40 and MBC at 64
      * (three digits); a set that does not fit the cell key is
      * passed over and named in the footer
       LOAD-SPARSE-HEADER.
           IF ENT-IN-REC(40:3) IS NOT NUMERIC
               OR ENT-IN-REC(64:3) IS NOT NUMERIC
               PERFORM REJECT-SET-LINE
           END-IF.
           MOVE ENT-IN-REC(19:4) TO WS-SEC-SET.
           MOVE ENT-IN-REC(40:3) TO WS-SPR-MAL.
           MOVE ENT-IN-REC(64:3) TO WS-SPR-MBC.
           MOVE 0 TO WS-SEC-ROWS-LEFT.
           IF WS-SPR-MAL > 99 OR WS-SPR-MBC > 99
               MOVE 'S' TO WS-SPR-MODE
               ADD 1 TO WS-SPR-SKIPPED
               IF WS-SPR-SKIPPED < 9
                   STRING " " WS-GRP-ENT(WS-GRP-IDX) "/" WS-SEC-SET
                       DELIMITED BY SIZE INTO
                       WS-SPR-SKIP-LIST(WS-SPR-SKIPPED * 9 - 8:9)
               END-IF
               DISPLAY "Conjunto esparso " WS-SEC-SET " de "
                   WS-GRP-ENT(WS-GRP-IDX) " maior que 99x99, "
                   "nao consolidado."
           ELSE
               MOVE 'L' TO WS-SPR-MODE
           END-IF.

      * "L" row " C" col " " amount - only the non-zero cells are
      * listed, so a missing cell simply adds nothing to the group
       LOAD-SPARSE-CELL.
           IF ENT-IN-REC(1:1) NOT = "L" OR ENT-IN-REC(5:2) NOT = " C"
               MOVE 'N' TO WS-SPR-MODE
           ELSE
               IF ENT-IN-REC(2:3) IS NOT NUMERIC
                   OR ENT-IN-REC(7:3) IS NOT NUMERIC
                   PERFORM REJECT-SET-LINE
               END-IF
               MOVE ENT-IN-REC(2:3) TO WS-SPR-ROW
               MOVE ENT-IN-REC(7:3) TO WS-SPR-COL
               IF WS-SPR-ROW < 1 OR WS-SPR-ROW > WS-SPR-MAL
                   OR WS-SPR-COL < 1 OR WS-SPR-COL > WS-SPR-MBC
                   PERFORM REJECT-SET-LINE
               END-IF
               IF SPR-LOADING
                   MOVE ENT-IN-REC(11:8) TO WS-RPT-CELL-TXT
                   MOVE WS-RPT-CELL-TXT TO WS-LOOK-AMT
                   MOVE 'R' TO WS-LOOK-TYPE
                   MOVE WS-SEC-SET TO WS-LOOK-SET
                   MOVE SPACES TO WS-LOOK-POOL
                   MOVE WS-SPR-ROW TO WS-LOOK-ROW
                   MOVE WS-SPR-COL TO WS-LOOK-COL
                   PERFORM ADD-CELL
               END-IF
           END-IF.

       LOAD-ONE-RESULT-CELL.
           COMPUTE WS-OFFSET = (WS-SEC-COL - 1) * 8 + 1.
           MOVE ENT-IN-REC(WS-OFFSET:8) TO WS-RPT-CELL-TXT.
           MOVE WS-RPT-CELL-TXT TO WS-LOOK-AMT.
           MOVE 'R' TO WS-LOOK-TYPE.
           MOVE WS-SEC-SET TO WS-LOOK-SET.
           MOVE SPACES TO WS-LOOK-POOL.
           MOVE WS-SEC-ROW TO WS-LOOK-ROW.
           MOVE WS-SEC-COL TO WS-LOOK-COL.
           PERFORM ADD-CELL.

      * POOLOUT.<ent>.DAT is only filed on a night POOLALLOC ran
      * for the entity; a company without one is listed in the
      * report footer
       LOAD-ENTITY-ALLOC.
           MOVE SPACES TO WS-ENT-IN-NAME.
           STRING "POOLOUT." WS-GRP-ENT(WS-GRP-IDX) ".DAT"
               DELIMITED BY SIZE INTO WS-ENT-IN-NAME.
           OPEN INPUT ENT-IN-FILE.
           IF NOT FILE-STATUS-OK
               MOVE WS-ENT-IN-NAME TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           IF FILE-NOT-PRESENT
               ADD 1 TO WS-ALC-MISSING
               STRING " " WS-GRP-ENT(WS-GRP-IDX) DELIMITED BY SIZE
                   INTO WS-ALC-MISS-LIST(WS-ALC-MISSING * 4 - 3:4)
           ELSE
               ADD 1 TO WS-ALC-FOUND
               MOVE 'N' TO WS-IN-EOF-SW
               PERFORM LOAD-ONE-ALLOC-LINE UNTIL IN-EOF
           END-IF.
           CLOSE ENT-IN-FILE.

       LOAD-ONE-ALLOC-LINE.
           READ ENT-IN-FILE INTO WS-DET-IN
               AT END
                   SET IN-EOF TO TRUE
           END-READ.
           IF NOT IN-EOF AND WS-DET-IN NOT = SPACES
               IF WS-DET-ROW IS NOT NUMERIC
                   OR WS-DET-COL IS NOT NUMERIC
                   OR WS-DET-AMT IS NOT NUMERIC
                   DISPLAY WS-ENT-IN-NAME(1:15) " detalhe invalido: "
                       ENT-IN-REC(1:30)
                   CLOSE ENT-IN-FILE
                   MOVE SPACES TO WS-AUD-DETAIL
                   STRING "bad alloc detail ENT="
                       WS-GRP-ENT(WS-GRP-IDX)
                       DELIMITED BY SIZE INTO WS-AUD-DETAIL
                   PERFORM REJECT-INPUT
               END-IF
               MOVE 'A' TO WS-LOOK-TYPE
               MOVE WS-DET-SET TO WS-LOOK-SET
               MOVE WS-DET-POOL TO WS-LOOK-POOL
               MOVE WS-DET-ROW TO WS-LOOK-ROW
               MOVE WS-DET-COL TO WS-LOOK-COL
               MOVE WS-DET-AMT TO WS-LOOK-AMT
               PERFORM ADD-CELL
           END-IF.

      * adds the current entity's amount to the group cell, opening
      * the cell the first time any entity carries it
       ADD-CELL.
           ADD 1 TO WS-CELLS-READ.
           MOVE 0 TO WS-CON-HIT.
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
               UNTIL WS-CON-IDX > WS-CON-COUNT OR WS-CON-HIT > 0
               IF WS-CON-TYPE(WS-CON-IDX) = WS-LOOK-TYPE
                   AND WS-CON-SET(WS-CON-IDX) = WS-LOOK-SET
                   AND WS-CON-ROW(WS-CON-IDX) = WS-LOOK-ROW
                   AND WS-CON-COL(WS-CON-IDX) = WS-LOOK-COL
                   MOVE WS-CON-IDX TO WS-CON-HIT
               END-IF
           END-PERFORM.
           IF WS-CON-HIT = 0
               IF WS-CON-COUNT >= 5000
                   DISPLAY "Consolidacao excede 5000 celulas!"
                   CLOSE ENT-IN-FILE
                   MOVE "consolidation over 5000 cells"
                       TO WS-AUD-DETAIL
                   PERFORM REJECT-INPUT
               END-IF
               ADD 1 TO WS-CON-COUNT
               MOVE WS-CON-COUNT TO WS-CON-HIT
               MOVE WS-LOOK-TYPE TO WS-CON-TYPE(WS-CON-HIT)
               MOVE WS-LOOK-SET TO WS-CON-SET(WS-CON-HIT)
               MOVE WS-LOOK-POOL TO WS-CON-POOL(WS-CON-HIT)
               MOVE WS-LOOK-ROW TO WS-CON-ROW(WS-CON-HIT)
               MOVE WS-LOOK-COL TO WS-CON-COL(WS-CON-HIT)
               MOVE 0 TO WS-CON-ELIM(WS-CON-HIT)
               PERFORM VARYING WS-GRP-HIT FROM 1 BY 1
                   UNTIL WS-GRP-HIT > 8
                   MOVE 0 TO WS-CON-ENT-AMT(WS-CON-HIT, WS-GRP-HIT)
                   MOVE 'N' TO WS-CON-ENT-ELIM(WS-CON-HIT, WS-GRP-HIT)
               END-PERFORM
           END-IF.
           ADD WS-LOOK-AMT TO WS-CON-ENT-AMT(WS-CON-HIT, WS-GRP-IDX).

       LOAD-ELIM-RULES.
           OPEN INPUT ELIM-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "CONSELIM.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM LOAD-ONE-RULE UNTIL ELIM-EOF.
           CLOSE ELIM-FILE.

       LOAD-ONE-RULE.
           READ ELIM-FILE INTO WS-ELIM-IN
               AT END
                   SET ELIM-EOF TO TRUE
           END-READ.
           IF NOT ELIM-EOF AND WS-ELIM-IN NOT = SPACES
               IF (NOT ELIM-RESULT AND NOT ELIM-ALLOC)
                   OR WS-ELIM-ROW IS NOT NUMERIC
                   OR WS-ELIM-COL IS NOT NUMERIC
                   OR WS-ELIM-ENT = SPACES
                   OR WS-ELIM-PART = SPACES
                   OR WS-ELIM-ENT = WS-ELIM-PART
                   DISPLAY "CONSELIM.DAT regra invalida: " ELIM-REC
                   CLOSE ELIM-FILE
                   MOVE "elimination rule invalid" TO WS-AUD-DETAIL
                   PERFORM REJECT-INPUT
               END-IF
               IF WS-RULE-COUNT >= 200
                   DISPLAY "CONSELIM.DAT excede 200 regras!"
                   CLOSE ELIM-FILE
                   MOVE "over 200 elimination rules"
                       TO WS-AUD-DETAIL
                   PERFORM REJECT-INPUT
               END-IF
               ADD 1 TO WS-RULE-COUNT
               MOVE WS-ELIM-IN(1:20) TO WS-RULE-LINE(WS-RULE-COUNT)
               MOVE 0 TO WS-RULE-CELLS(WS-RULE-COUNT)
               MOVE 0 TO WS-RULE-AMT(WS-RULE-COUNT)
               MOVE 'A' TO WS-RULE-STATE(WS-RULE-COUNT)
           END-IF.

      * a rule only applies when both companies are in the group;
      * otherwise the charge is external and stays in the total
       APPLY-ONE-RULE.
           MOVE WS-RULE-LINE(WS-RULE-IDX) TO WS-ELIM-IN.
           MOVE 0 TO WS-GRP-HIT, WS-PART-HIT.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-ENT(WS-GRP-IDX) = WS-ELIM-ENT
                   MOVE WS-GRP-IDX TO WS-GRP-HIT
               END-IF
               IF WS-GRP-ENT(WS-GRP-IDX) = WS-ELIM-PART
                   MOVE WS-GRP-IDX TO WS-PART-HIT
               END-IF
           END-PERFORM.
           IF WS-GRP-HIT = 0 OR WS-PART-HIT = 0
               MOVE 'F' TO WS-RULE-STATE(WS-RULE-IDX)
           ELSE
               PERFORM ELIMINATE-ONE-CELL
                   VARYING WS-CON-IDX FROM 1 BY 1
                   UNTIL WS-CON-IDX > WS-CON-COUNT
           END-IF.

       ELIMINATE-ONE-CELL.
           IF WS-CON-TYPE(WS-CON-IDX) = WS-ELIM-TYPE
               AND (WS-ELIM-SET = SPACES
                   OR WS-CON-SET(WS-CON-IDX) = WS-ELIM-SET)
               AND (WS-ELIM-ROW = "00"
                   OR WS-CON-ROW(WS-CON-IDX) = WS-ELIM-ROW)
               AND (WS-ELIM-COL = "00"
                   OR WS-CON-COL(WS-CON-IDX) = WS-ELIM-COL)
               AND WS-CON-ENT-ELIM(WS-CON-IDX, WS-GRP-HIT) = 'N'
               AND WS-CON-ENT-AMT(WS-CON-IDX, WS-GRP-HIT) NOT = 0
               MOVE 'Y' TO WS-CON-ENT-ELIM(WS-CON-IDX, WS-GRP-HIT)
               SUBTRACT WS-CON-ENT-AMT(WS-CON-IDX, WS-GRP-HIT)
                   FROM WS-CON-ELIM(WS-CON-IDX)
               ADD 1 TO WS-RULE-CELLS(WS-RULE-IDX)
               ADD WS-CON-ENT-AMT(WS-CON-IDX, WS-GRP-HIT)
                   TO WS-RULE-AMT(WS-RULE-IDX)
               ADD 1 TO WS-ELIM-CELLS
           END-IF.

      * one section per source: each entity's column, the
      * eliminations and the group total, with section totals
       WRITE-SECTION.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           IF WS-SEC-TYPE = 'R'
               MOVE "MATRIZ RESULTADO (MULTIPMATRIZ)" TO WS-RPT-LINE
           ELSE
               MOVE "SAIDA DO RATEIO (POOLALLOC)" TO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE 1 TO WS-RPT-PTR.
           STRING "T CONJ POOL LN CL" DELIMITED BY SIZE
               INTO WS-RPT-LINE WITH POINTER WS-RPT-PTR.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT
               STRING "            " WS-GRP-ENT(WS-GRP-IDX)
                   DELIMITED BY SIZE
                   INTO WS-RPT-LINE WITH POINTER WS-RPT-PTR
           END-PERFORM.
           STRING "     ELIMINACAO" "          GRUPO"
               DELIMITED BY SIZE
               INTO WS-RPT-LINE WITH POINTER WS-RPT-PTR.
           PERFORM WRITE-RPT-LINE.
           MOVE 'N' TO WS-SEC-ANY.
           MOVE 0 TO WS-SEC-ELIM-TOT, WS-SEC-GRP-TOT.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1 UNTIL WS-GRP-IDX > 8
               MOVE 0 TO WS-SEC-ENT-TOT(WS-GRP-IDX)
           END-PERFORM.
           PERFORM WRITE-ONE-CELL
               VARYING WS-CON-IDX FROM 1 BY 1
               UNTIL WS-CON-IDX > WS-CON-COUNT.
           IF WS-SEC-ANY = 'N'
               MOVE "  SEM VALORES" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               MOVE 1 TO WS-RPT-PTR
               STRING "TOTAL            " DELIMITED BY SIZE
                   INTO WS-RPT-LINE WITH POINTER WS-RPT-PTR
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
                   MOVE WS-SEC-ENT-TOT(WS-GRP-IDX) TO WS-AMT-TXT
                   STRING " " WS-AMT-TXT DELIMITED BY SIZE
                       INTO WS-RPT-LINE WITH POINTER WS-RPT-PTR
               END-PERFORM
               MOVE WS-SEC-ELIM-TOT TO WS-AMT-TXT
               STRING " " WS-AMT-TXT DELIMITED BY SIZE
                   INTO WS-RPT-LINE WITH POINTER WS-RPT-PTR
               MOVE WS-SEC-GRP-TOT TO WS-AMT-TXT
               STRING " " WS-AMT-TXT DELIMITED BY SIZE
                   INTO WS-RPT-LINE WITH POINTER WS-RPT-PTR
               PERFORM WRITE-RPT-LINE
           END-IF.
           ADD WS-SEC-GRP-TOT TO WS-GRAND-TOT.

       WRITE-ONE-CELL.
           IF WS-CON-TYPE(WS-CON-IDX) = WS-SEC-TYPE
               MOVE 'Y' TO WS-SEC-ANY
               MOVE WS-CON-ELIM(WS-CON-IDX) TO WS-CELL-GRP
               MOVE SPACES TO WS-RPT-LINE
               MOVE 1 TO WS-RPT-PTR
               STRING WS-CON-TYPE(WS-CON-IDX) " "
                   WS-CON-SET(WS-CON-IDX) " "
                   WS-CON-POOL(WS-CON-IDX) " "
                   WS-CON-ROW(WS-CON-IDX) " "
                   WS-CON-COL(WS-CON-IDX) DELIMITED BY SIZE
                   INTO WS-RPT-LINE WITH POINTER WS-RPT-PTR
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
                   MOVE WS-CON-ENT-AMT(WS-CON-IDX, WS-GRP-IDX)
                       TO WS-AMT-TXT
                   STRING " " WS-AMT-TXT DELIMITED BY SIZE
                       INTO WS-RPT-LINE WITH POINTER WS-RPT-PTR
                   ADD WS-CON-ENT-AMT(WS-CON-IDX, WS-GRP-IDX)
                       TO WS-CELL-GRP, WS-SEC-ENT-TOT(WS-GRP-IDX)
               END-PERFORM
               MOVE WS-CON-ELIM(WS-CON-IDX) TO WS-AMT-TXT
               STRING " " WS-AMT-TXT DELIMITED BY SIZE
                   INTO WS-RPT-LINE WITH POINTER WS-RPT-PTR
               MOVE WS-CELL-GRP TO WS-AMT-TXT
               STRING " " WS-AMT-TXT DELIMITED BY SIZE
                   INTO WS-RPT-LINE WITH POINTER WS-RPT-PTR
               ADD WS-CON-ELIM(WS-CON-IDX) TO WS-SEC-ELIM-TOT
               ADD WS-CELL-GRP TO WS-SEC-GRP-TOT
               PERFORM WRITE-RPT-LINE
               ADD 1 TO WS-LINES-OUT
           END-IF.

       WRITE-RULE-LIST.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE "REGRAS DE ELIMINACAO (CONSELIM.DAT):" TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           IF WS-RULE-COUNT = 0
               MOVE "  NENHUMA" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
           PERFORM WRITE-ONE-RULE
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT.

       WRITE-ONE-RULE.
           MOVE SPACES TO WS-RPT-LINE.
           IF RULE-OUT-OF-GROUP(WS-RULE-IDX)
               STRING "  " WS-RULE-LINE(WS-RULE-IDX)
                   "  NAO APLICADA - ENTIDADE FORA DO GRUPO"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               MOVE WS-RULE-AMT(WS-RULE-IDX) TO WS-AMT-TXT
               STRING "  " WS-RULE-LINE(WS-RULE-IDX)
                   "  APLICADA  CELULAS=" WS-RULE-CELLS(WS-RULE-IDX)
                   "  VALOR=" WS-AMT-TXT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-RPT-LINE.

       WRITE-RPT-LINE.
           WRITE CONS-RPT-REC FROM WS-RPT-LINE.
           IF NOT FILE-STATUS-OK
               MOVE "CONSRPT.DAT" TO WS-IO-NAME
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

       END PROGRAM CONSOLID.
