      *      cleared on normal completion. As with the sort's
      *      resume, the control totals of a resumed run cover
      *      only the resumed sets.
      * Mod: 15/10/2026 - a set may also come sparse ("ESPR" in cols
      *      5-8 of its header, then its non-zero A cells and B
      *      cells as row/column/value records - layout in
      *      SPARSEWS.CPY), for cost models of several hundred
      *      centers that neither fit ARRAY's 50x50 nor belong in
      *      300-byte rows of zeros. Such a set is held and
      *      multiplied cell by cell: each A row's cells are run
      *      against the matching B rows into one accumulator per
      *      result column, with the same ON SIZE ERROR trapping as
      *      CALC-E, and only the non-zero result cells are kept.
      *      The result goes to the new MULTIPSPR.DAT (a sparse
      *      header carrying the set id, then the cells) and to a
      *      "CONJUNTO ESPARSO:" section of MULTIPRPT.DAT; a result
      *      of up to 50x50 also feeds MULTIPALC.DAT as before.
      *      Oversized cell counts and MAC/MBL mismatches are
      *      rejected and staged to RECYCLE.DAT like a dense set;
      *      a cell out of range or out of order rejects the set
      *      without staging. MULTIPERR.DAT dimensions widened to
      *      three digits to carry sparse sizes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MULTIPMATRIZ.
           SELECT OPTIONAL SET-CKP-FILE ASSIGN TO "MULTCKP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL SPR-OUT-FILE ASSIGN TO "MULTIPSPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MULTIP-IN-FILE.
       01  CURR-APL-REC PIC X(50).
       FD  SET-CKP-FILE.
       01  SET-CKP-REC PIC X(20).
       FD  SPR-OUT-FILE.
       01  SPR-OUT-REC PIC X(30).
       WORKING-STORAGE SECTION.
       COPY "MATRIZWS.CPY".
       COPY "SPARSEWS.CPY".
       01 VALOR PIC S9(9)V9(4).
       01 ELEMENTO PIC S9(11)V9(4).
       01 WS-AUD-DETAIL PIC X(40).
       01 WS-ALC-PCT-TXT PIC -(3)9.99.
       01 WS-ALC-TOT-TXT PIC -(7)9.99.
       01 WS-SET-COUNT PIC 9(4) VALUE 0.
       01 WS-SKIP-CNT PIC 9(6).
       01 WS-SKIP-TOTAL PIC 9(6).
       01 WS-HDR-ROWS-TOTAL PIC 9(6).
       01 WS-RPT-DATE-RAW PIC X(21).
       01 WS-RPT-DATE PIC X(10).
           05 WS-MISMATCH-SET PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(4) VALUE "MAL=".
           05 WS-MISMATCH-MAL PIC 9(3).
           05 FILLER PIC X(5) VALUE " MAC=".
           05 WS-MISMATCH-MAC PIC 9(3).
           05 FILLER PIC X(5) VALUE " MBL=".
           05 WS-MISMATCH-MBL PIC 9(3).
           05 FILLER PIC X(5) VALUE " MBC=".
           05 WS-MISMATCH-MBC PIC 9(3).
           05 FILLER PIC X(11) VALUE SPACES.
       01 WS-RCY-HDR.
           05 FILLER PIC X(1) VALUE "P".
           05 FILLER PIC X(1) VALUE SPACE.
       01 WS-LOCK-RUN PIC 9(6) VALUE 0.
       01 WS-LOCK-RESULT PIC X.
       01 WS-LOCK-INFO PIC X(45).
       01 WS-SPARSE-SW PIC X VALUE 'N'.
           88 SPARSE-SET VALUE 'Y'.
       01 WS-SPR-FULL PIC X.
       01 WS-SPR-J PIC 9(3).
       01 WS-SPR-MAX-ROW PIC 9(3).
       01 WS-SPR-MAX-COL PIC 9(3).
       01 WS-SPR-TEST PIC X(20).
       01 WS-SPR-REASON PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "CHK" TO WS-LOCK-FUNC.
                   MOVE "MULTIPALC.DAT" TO WS-IO-NAME
                   PERFORM IO-ABORT
               END-IF
               OPEN EXTEND SPR-OUT-FILE
               IF NOT FILE-STATUS-OK
                   MOVE "MULTIPSPR.DAT" TO WS-IO-NAME
                   PERFORM IO-ABORT
               END-IF
               PERFORM SKIP-DONE-SET
                   UNTIL NOT RESUMING-SETS OR MULTIP-EOF
               IF RESUMING-SETS
                   CLOSE MULTIP-IN-FILE
                   CLOSE MATRIZ-RPT-FILE
                   CLOSE ALC-OUT-FILE
                   CLOSE SPR-OUT-FILE
                   MOVE "checkpoint set not in feed" TO WS-AUD-DETAIL
                   MOVE "REJECTED" TO WS-AUD-OUTCOME
                   CALL "AUDITLOG" USING "MULTIPMATRIZ",
                   MOVE "MULTIPALC.DAT" TO WS-IO-NAME
                   PERFORM IO-ABORT
               END-IF
               OPEN OUTPUT SPR-OUT-FILE
               IF NOT FILE-STATUS-OK
                   MOVE "MULTIPSPR.DAT" TO WS-IO-NAME
                   PERFORM IO-ABORT
               END-IF
               PERFORM RPT-HEADER
           END-IF.

           CLOSE MULTIP-IN-FILE.
           CLOSE MATRIZ-RPT-FILE.
           CLOSE ALC-OUT-FILE.
           CLOSE SPR-OUT-FILE.

           PERFORM RETAIN-GENERATION.

      * read past without processing, and passing the checkpointed
      * set ends the skip with the next header current
       SKIP-DONE-SET.
           IF MULTIP-IN-REC(5:4) = "ESPR"
               IF MULTIP-IN-REC(33:6) IS NOT NUMERIC
                   OR MULTIP-IN-REC(40:6) IS NOT NUMERIC
                   SET MULTIP-EOF TO TRUE
               ELSE
                   MOVE MULTIP-IN-REC(1:45) TO SPR-SET-HDR
                   COMPUTE WS-SKIP-TOTAL = SPR-SH-NA + SPR-SH-NB
                   PERFORM SKIP-DONE-ROWS
               END-IF
           ELSE
               IF MULTIP-IN-REC(5:8) IS NOT NUMERIC
                   SET MULTIP-EOF TO TRUE
               ELSE
                   COMPUTE WS-SKIP-TOTAL =
                       WS-IN-HDR-MAL + WS-IN-HDR-MBL
                   PERFORM SKIP-DONE-ROWS
               END-IF
           END-IF.

       SKIP-DONE-ROWS.
           MOVE WS-IN-HDR-SET TO WS-SET-ID.
           PERFORM SKIP-RESUME-ROW
               VARYING WS-SKIP-CNT FROM 1 BY 1
               UNTIL WS-SKIP-CNT > WS-SKIP-TOTAL OR MULTIP-EOF.
           IF WS-SET-ID = WS-CKP-SET
               MOVE 'N' TO WS-RESUME-SW
           END-IF.
           PERFORM READ-NEXT-HEADER.

       SKIP-RESUME-ROW.
           READ MULTIP-IN-FILE
               AT END
       PROCESS-SET.
           ADD 1 TO WS-SET-COUNT.
           MOVE WS-IN-HDR-SET TO WS-SET-ID.
           IF MULTIP-IN-REC(5:4) = "ESPR"
               MOVE 'Y' TO WS-SPARSE-SW
               PERFORM PROCESS-SPARSE-SET
           ELSE
               MOVE 'N' TO WS-SPARSE-SW
               PERFORM PROCESS-DENSE-SET
           END-IF.

       PROCESS-DENSE-SET.
           IF MULTIP-IN-REC(5:8) IS NOT NUMERIC
               PERFORM ABANDON-FEED
           ELSE
               MOVE WS-IN-HDR-MAL TO MAL
               MOVE WS-IN-HDR-MAC TO MAC
               END-IF
           END-IF.

      * a header that cannot be trusted leaves nothing to
      * resynchronize on, so the rest of the feed is abandoned
       ABANDON-FEED.
           DISPLAY "Header de conjunto invalido, restante do "
               "arquivo abandonado: " MULTIP-IN-REC(1:12).
           SET ANY-SET-REJECTED TO TRUE.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "SET=" WS-SET-ID " header not numeric"
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           MOVE "REJECTED" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING "MULTIPMATRIZ", WS-AUD-DETAIL,
               WS-AUD-OUTCOME.
           SET MULTIP-EOF TO TRUE.

       REJECT-SET-DIMS.
           SET ANY-SET-REJECTED TO TRUE.
           MOVE SPACES TO WS-AUD-DETAIL.
           CLOSE MULTIP-IN-FILE.
           CLOSE MATRIZ-RPT-FILE.
           CLOSE ALC-OUT-FILE.
           CLOSE SPR-OUT-FILE.
           COMPUTE WS-ACK-COUNT = WS-ROWS-READ + WS-SET-COUNT.
           MOVE "REJECTED" TO WS-ACK-STATUS.
           MOVE "input file short of set rows" TO WS-ACK-REASON.
           INITIALIZE WS-MISMATCH-LINE.
           MOVE WS-MISMATCH-TS TO WS-MISMATCH-TS-OUT.
           MOVE WS-SET-ID TO WS-MISMATCH-SET.
           IF SPARSE-SET
               MOVE SPR-MAL TO WS-MISMATCH-MAL
               MOVE SPR-MAC TO WS-MISMATCH-MAC
               MOVE SPR-MBL TO WS-MISMATCH-MBL
               MOVE SPR-MBC TO WS-MISMATCH-MBC
           ELSE
               MOVE MAL TO WS-MISMATCH-MAL
               MOVE MAC TO WS-MISMATCH-MAC
               MOVE MBL TO WS-MISMATCH-MBL
               MOVE MBC TO WS-MISMATCH-MBC
           END-IF.
           OPEN EXTEND MISMATCH-LOG-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "MULTIPERR.DAT" TO WS-IO-NAME
               WITH POINTER WS-ALC-PTR.
           WRITE ALC-OUT-REC FROM WS-ALC-LINE.

      * current record is a sparse set header (SPARSEWS.CPY); same
      * contract as PROCESS-DENSE-SET
       PROCESS-SPARSE-SET.
           IF MULTIP-IN-REC(17:3) IS NOT NUMERIC
               OR MULTIP-IN-REC(21:3) IS NOT NUMERIC
               OR MULTIP-IN-REC(25:3) IS NOT NUMERIC
               OR MULTIP-IN-REC(29:3) IS NOT NUMERIC
               OR MULTIP-IN-REC(33:6) IS NOT NUMERIC
               OR MULTIP-IN-REC(40:6) IS NOT NUMERIC
               PERFORM ABANDON-FEED
           ELSE
               MOVE MULTIP-IN-REC(1:45) TO SPR-SET-HDR
               MOVE SPR-SH-MAL TO SPR-MAL
               MOVE SPR-SH-MAC TO SPR-MAC
               MOVE SPR-SH-MBL TO SPR-MBL
               MOVE SPR-SH-MBC TO SPR-MBC
               COMPUTE WS-SKIP-TOTAL = SPR-SH-NA + SPR-SH-NB
               ADD WS-SKIP-TOTAL TO WS-HDR-ROWS-TOTAL
               IF SPR-SH-NA > SPR-MAX-CELLS
                   OR SPR-SH-NB > SPR-MAX-CELLS
                   DISPLAY "SET " WS-SET-ID ": celulas excedem o "
                       "limite de " SPR-MAX-CELLS " da tabela!"
                   PERFORM REJECT-SPARSE-CAP
               ELSE
                   IF SPR-MAC NOT EQUAL SPR-MBL
                       DISPLAY "SET " WS-SET-ID ": a matriz "
                           "resultante nao existe (MAC <> MBL)!"
                       PERFORM REJECT-SPARSE-MISMATCH
                   ELSE
                       PERFORM PROCESS-GOOD-SPARSE
                   END-IF
               END-IF
           END-IF.

       REJECT-SPARSE-CAP.
           SET ANY-SET-REJECTED TO TRUE.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "SET=" WS-SET-ID " NA=" SPR-SH-NA " NB=" SPR-SH-NB
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           MOVE "REJECTED" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING "MULTIPMATRIZ", WS-AUD-DETAIL,
               WS-AUD-OUTCOME.
           MOVE "celulas excedem o limite" TO WS-RCY-REASON.
           PERFORM STAGE-SET-HEADER.
           PERFORM SKIP-SET-ROWS.
           PERFORM STAGE-SET-END.
           PERFORM WRITE-SET-CHECKPOINT.
           PERFORM READ-NEXT-HEADER.

       REJECT-SPARSE-MISMATCH.
           SET ANY-SET-REJECTED TO TRUE.
           PERFORM LOG-MISMATCH.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "SET=" WS-SET-ID " MAC=" SPR-MAC " MBL=" SPR-MBL
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           MOVE "REJECTED" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING "MULTIPMATRIZ", WS-AUD-DETAIL,
               WS-AUD-OUTCOME.
           MOVE "MAC diferente de MBL" TO WS-RCY-REASON.
           PERFORM STAGE-SET-HEADER.
           PERFORM SKIP-SET-ROWS.
           PERFORM STAGE-SET-END.
           PERFORM WRITE-SET-CHECKPOINT.
           PERFORM READ-NEXT-HEADER.

      * the A cells then the B cells, each indexed by row so the
      * multiply can go straight to a row's cells
       PROCESS-GOOD-SPARSE.
           PERFORM VARYING SPR-ROW FROM 1 BY 1 UNTIL SPR-ROW > SPR-MAL
               MOVE 0 TO SPR-A-FIRST(SPR-ROW), SPR-A-LAST(SPR-ROW)
           END-PERFORM.
           PERFORM VARYING SPR-ROW FROM 1 BY 1 UNTIL SPR-ROW > SPR-MBL
               MOVE 0 TO SPR-B-FIRST(SPR-ROW), SPR-B-LAST(SPR-ROW)
           END-PERFORM.
           MOVE SPACES TO WS-SPR-REASON.
           MOVE 0 TO SPR-A-COUNT, SPR-LAST-ROW, SPR-LAST-COL.
           MOVE SPR-MAL TO WS-SPR-MAX-ROW.
           MOVE SPR-MAC TO WS-SPR-MAX-COL.
           PERFORM READ-SPARSE-A
               VARYING SPR-IX FROM 1 BY 1 UNTIL SPR-IX > SPR-SH-NA.
           MOVE 0 TO SPR-B-COUNT, SPR-LAST-ROW, SPR-LAST-COL.
           MOVE SPR-MBL TO WS-SPR-MAX-ROW.
           MOVE SPR-MBC TO WS-SPR-MAX-COL.
           PERFORM READ-SPARSE-B
               VARYING SPR-IX FROM 1 BY 1 UNTIL SPR-IX > SPR-SH-NB.

           IF WS-SPR-REASON NOT = SPACES
               PERFORM REJECT-SPARSE-CELLS
           ELSE
               MOVE 'N' TO WS-SET-OVF
               PERFORM SPARSE-MULTIPLY
               DISPLAY "SET " WS-SET-ID " - a matriz resultante R: "
                   SPR-R-COUNT " celula(s) nao nula(s) de "
                   SPR-MAL "x" SPR-MBC
               PERFORM WRITE-SPARSE-RESULT
               PERFORM RPT-SPARSE-SECTION
               PERFORM SPARSE-ALC-SECTION

               MOVE SPACES TO WS-AUD-DETAIL
               STRING "SET=" WS-SET-ID " MAL=" SPR-MAL " MBC=" SPR-MBC
                   " CELLS=" SPR-R-COUNT DELIMITED BY SIZE
                   INTO WS-AUD-DETAIL
               IF SET-OVERFLOW
                   MOVE "OVERFLOW" TO WS-AUD-OUTCOME
               ELSE
                   MOVE "OK" TO WS-AUD-OUTCOME
               END-IF
               CALL "AUDITLOG" USING "MULTIPMATRIZ", WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
               PERFORM WRITE-SET-CHECKPOINT
               PERFORM READ-NEXT-HEADER
           END-IF.

      * the set's cells are already consumed, so there is no deck
      * fragment left to stage - the set is only reported
       REJECT-SPARSE-CELLS.
           DISPLAY "SET " WS-SET-ID " rejeitado: " WS-SPR-REASON.
           SET ANY-SET-REJECTED TO TRUE.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "SET=" WS-SET-ID " " WS-SPR-REASON
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           MOVE "REJECTED" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING "MULTIPMATRIZ", WS-AUD-DETAIL,
               WS-AUD-OUTCOME.
           PERFORM WRITE-SET-CHECKPOINT.
           PERFORM READ-NEXT-HEADER.

       READ-SPARSE-A.
           READ MULTIP-IN-FILE
               AT END
                   DISPLAY "MULTIPIN.DAT tem menos celulas que NA!"
                   PERFORM FATAL-SHORT-FILE
           END-READ.
           ADD 1 TO WS-ROWS-READ.
           PERFORM EDIT-SPARSE-CELL.
           IF SPR-CELL-OK = 'Y'
               ADD 1 TO SPR-A-COUNT
               MOVE SPR-CL-ROW TO SPR-A-ROW(SPR-A-COUNT)
               MOVE SPR-CL-COL TO SPR-A-COL(SPR-A-COUNT)
               MOVE SPR-CL-VAL TO SPR-A-VAL(SPR-A-COUNT)
               IF SPR-A-FIRST(SPR-CL-ROW) = 0
                   MOVE SPR-A-COUNT TO SPR-A-FIRST(SPR-CL-ROW)
               END-IF
               MOVE SPR-A-COUNT TO SPR-A-LAST(SPR-CL-ROW)
           END-IF.

       READ-SPARSE-B.
           READ MULTIP-IN-FILE
               AT END
                   DISPLAY "MULTIPIN.DAT tem menos celulas que NB!"
                   PERFORM FATAL-SHORT-FILE
           END-READ.
           ADD 1 TO WS-ROWS-READ.
           PERFORM EDIT-SPARSE-CELL.
           IF SPR-CELL-OK = 'Y'
               ADD 1 TO SPR-B-COUNT
               MOVE SPR-CL-ROW TO SPR-B-ROW(SPR-B-COUNT)
               MOVE SPR-CL-COL TO SPR-B-COL(SPR-B-COUNT)
               MOVE SPR-CL-VAL TO SPR-B-VAL(SPR-B-COUNT)
               IF SPR-B-FIRST(SPR-CL-ROW) = 0
                   MOVE SPR-B-COUNT TO SPR-B-FIRST(SPR-CL-ROW)
               END-IF
               MOVE SPR-B-COUNT TO SPR-B-LAST(SPR-CL-ROW)
           END-IF.

      * numeric, inside WS-SPR-MAX-ROW x WS-SPR-MAX-COL and strictly
      * after the previous good cell; the first defect of the set is
      * kept in WS-SPR-REASON
       EDIT-SPARSE-CELL.
           MOVE 'Y' TO SPR-CELL-OK.
           MOVE MULTIP-IN-REC(1:20) TO SPR-CELL-LINE.
           IF MULTIP-IN-REC(1:3) IS NOT NUMERIC
               OR MULTIP-IN-REC(5:3) IS NOT NUMERIC
               OR (MULTIP-IN-REC(9:1) NOT = '+'
                   AND MULTIP-IN-REC(9:1) NOT = '-')
               OR MULTIP-IN-REC(10:5) IS NOT NUMERIC
               MOVE 'N' TO SPR-CELL-OK
               MOVE "cell not numeric" TO WS-SPR-TEST
           ELSE
               IF SPR-CL-ROW = 0 OR SPR-CL-ROW > WS-SPR-MAX-ROW
                   OR SPR-CL-COL = 0 OR SPR-CL-COL > WS-SPR-MAX-COL
                   MOVE 'N' TO SPR-CELL-OK
                   MOVE "cell out of range" TO WS-SPR-TEST
               ELSE
                   IF SPR-CL-ROW < SPR-LAST-ROW
                       OR (SPR-CL-ROW = SPR-LAST-ROW
                           AND SPR-CL-COL NOT > SPR-LAST-COL)
                       MOVE 'N' TO SPR-CELL-OK
                       MOVE "cell out of order" TO WS-SPR-TEST
                   END-IF
               END-IF
           END-IF.
           IF SPR-CELL-OK = 'Y'
               ADD SPR-CL-VAL TO WS-CTL-HASH
               MOVE SPR-CL-ROW TO SPR-LAST-ROW
               MOVE SPR-CL-COL TO SPR-LAST-COL
           ELSE
               IF WS-SPR-REASON = SPACES
                   MOVE WS-SPR-TEST TO WS-SPR-REASON
               END-IF
           END-IF.

      * row by row: every A(i,k) is run against the non-zero B(k,j)
      * into accumulator j, then the row's non-zero accumulators
      * become result cells - zero cells are never visited
       SPARSE-MULTIPLY.
           MOVE 0 TO SPR-R-COUNT.
           MOVE 'N' TO WS-SPR-FULL.
           PERFORM SPARSE-RESULT-ROW
               VARYING SPR-ROW FROM 1 BY 1 UNTIL SPR-ROW > SPR-MAL.

       SPARSE-RESULT-ROW.
           IF SPR-A-FIRST(SPR-ROW) > 0
               PERFORM VARYING SPR-COL FROM 1 BY 1
                   UNTIL SPR-COL > SPR-MBC
                   MOVE 0 TO SPR-ACC(SPR-COL)
                   MOVE 'N' TO SPR-ACC-OVF(SPR-COL)
               END-PERFORM
               PERFORM SPARSE-A-CELL
                   VARYING SPR-IX FROM SPR-A-FIRST(SPR-ROW) BY 1
                   UNTIL SPR-IX > SPR-A-LAST(SPR-ROW)
               PERFORM SPARSE-STORE-CELL
                   VARYING SPR-COL FROM 1 BY 1 UNTIL SPR-COL > SPR-MBC
           END-IF.

       SPARSE-A-CELL.
           MOVE SPR-A-COL(SPR-IX) TO SPR-K.
           IF SPR-B-FIRST(SPR-K) > 0
               PERFORM SPARSE-B-CELL
                   VARYING SPR-JX FROM SPR-B-FIRST(SPR-K) BY 1
                   UNTIL SPR-JX > SPR-B-LAST(SPR-K)
           END-IF.

       SPARSE-B-CELL.
           MOVE SPR-B-COL(SPR-JX) TO WS-SPR-J.
           IF SPR-ACC-OVF(WS-SPR-J) NOT = 'Y'
               COMPUTE VALOR = SPR-A-VAL(SPR-IX) * SPR-B-VAL(SPR-JX)
                   ON SIZE ERROR
                       MOVE 'Y' TO SPR-ACC-OVF(WS-SPR-J)
               END-COMPUTE
               IF SPR-ACC-OVF(WS-SPR-J) NOT = 'Y'
                   ADD VALOR TO SPR-ACC(WS-SPR-J)
                       ON SIZE ERROR
                           MOVE 'Y' TO SPR-ACC-OVF(WS-SPR-J)
                   END-ADD
               END-IF
           END-IF.

      * an overflowed cell is kept as an explicit zero, the way CALC
      * leaves it in a dense result
       SPARSE-STORE-CELL.
           IF SPR-ACC(SPR-COL) NOT = 0 OR SPR-ACC-OVF(SPR-COL) = 'Y'
               IF SPR-R-COUNT NOT < SPR-MAX-CELLS
                   IF WS-SPR-FULL = 'N'
                       DISPLAY "SET " WS-SET-ID ": resultado excede o "
                           "limite de " SPR-MAX-CELLS " celulas!"
                       MOVE 'Y' TO WS-SPR-FULL
                   END-IF
                   SET SET-OVERFLOW TO TRUE
                   SET ANY-OVERFLOW-DETECTED TO TRUE
               ELSE
                   ADD 1 TO SPR-R-COUNT
                   MOVE SPR-ROW TO SPR-R-ROW(SPR-R-COUNT)
                   MOVE SPR-COL TO SPR-R-COL(SPR-R-COUNT)
                   IF SPR-ACC-OVF(SPR-COL) = 'Y'
                       DISPLAY "Valor inserido muito grande!"
                       MOVE 0 TO SPR-R-VAL(SPR-R-COUNT)
                       SET SET-OVERFLOW TO TRUE
                       SET ANY-OVERFLOW-DETECTED TO TRUE
                   ELSE
                       COMPUTE SPR-R-VAL(SPR-R-COUNT) = SPR-ACC(SPR-COL)
                           ON SIZE ERROR
                               DISPLAY "Valor inserido muito grande!"
                               MOVE 0 TO SPR-R-VAL(SPR-R-COUNT)
                               SET SET-OVERFLOW TO TRUE
                               SET ANY-OVERFLOW-DETECTED TO TRUE
                       END-COMPUTE
                   END-IF
               END-IF
           END-IF.

      * MULTIPSPR.DAT: per set a sparse header carrying the set id,
      * then the result cells in row/column order
       WRITE-SPARSE-RESULT.
           MOVE SPACES TO SPR-DECK-HDR.
           MOVE "ESPR" TO SPR-DH-MARK.
           MOVE SPR-MAL TO SPR-DH-ROWS.
           MOVE SPR-MBC TO SPR-DH-COLS.
           MOVE SPR-R-COUNT TO SPR-DH-CELLS.
           MOVE WS-SET-ID TO SPR-DH-SET.
           WRITE SPR-OUT-REC FROM SPR-DECK-HDR.
           IF NOT FILE-STATUS-OK
               MOVE "MULTIPSPR.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM WRITE-SPARSE-CELL
               VARYING SPR-IX FROM 1 BY 1 UNTIL SPR-IX > SPR-R-COUNT.

       WRITE-SPARSE-CELL.
           MOVE SPACES TO SPR-CELL-LINE.
           MOVE SPR-R-ROW(SPR-IX) TO SPR-CL-ROW.
           MOVE SPR-R-COL(SPR-IX) TO SPR-CL-COL.
           MOVE SPR-R-VAL(SPR-IX) TO SPR-CL-VAL.
           WRITE SPR-OUT-REC FROM SPR-CELL-LINE.
           IF NOT FILE-STATUS-OK
               MOVE "MULTIPSPR.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.

      * "CONJUNTO ESPARSO:" rather than "CONJUNTO: " so the readers
      * of the dense sections tell it apart (BUDVAR and CONSOLID
      * take its cells, CSVCONV passes over it); one line per
      * non-zero result cell
       RPT-SPARSE-SECTION.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CONJUNTO ESPARSO: " WS-SET-ID "  DIMENSOES: MAL="
               SPR-MAL " MAC=" SPR-MAC " MBL=" SPR-MBL " MBC=" SPR-MBC
               "  CELULAS=" SPR-R-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE MATRIZ-RPT-REC FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE MATRIZ-RPT-REC FROM WS-RPT-LINE.
           PERFORM RPT-SPARSE-CELL
               VARYING SPR-IX FROM 1 BY 1 UNTIL SPR-IX > SPR-R-COUNT.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE MATRIZ-RPT-REC FROM WS-RPT-LINE.
           IF NOT FILE-STATUS-OK
               MOVE "MULTIPRPT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.

       RPT-SPARSE-CELL.
           MOVE SPR-R-VAL(SPR-IX) TO WS-RPT-CELL.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "L" SPR-R-ROW(SPR-IX) " C" SPR-R-COL(SPR-IX) " "
               WS-RPT-CELL DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE MATRIZ-RPT-REC FROM WS-RPT-LINE.

      * a result that fits ARRAY is spread back into R so the
      * MULTIPALC.DAT percentages come out exactly as for a dense
      * set; a larger one has no place in that layout
       SPARSE-ALC-SECTION.
           IF SPR-MAL > 50 OR SPR-MBC > 50
               DISPLAY "SET " WS-SET-ID ": resultado maior que 50x50, "
                   "sem percentuais em MULTIPALC.DAT."
           ELSE
               MOVE SPR-MAL TO MAL
               MOVE SPR-MBC TO MBC
               PERFORM VARYING L_A FROM 1 BY 1 UNTIL L_A > MAL
                   PERFORM VARYING C_B FROM 1 BY 1 UNTIL C_B > MBC
                       MOVE 0 TO R(L_A,C_B)
                   END-PERFORM
               END-PERFORM
               PERFORM VARYING SPR-IX FROM 1 BY 1
                   UNTIL SPR-IX > SPR-R-COUNT
                   MOVE SPR-R-VAL(SPR-IX)
                       TO R(SPR-R-ROW(SPR-IX), SPR-R-COL(SPR-IX))
               END-PERFORM
               PERFORM CALC-SET-TOTALS
               PERFORM ALC-SET-SECTION
           END-IF.

       RETAIN-GENERATION.
           OPEN INPUT GEN-CTL-FILE.
           IF NOT FILE-STATUS-OK
