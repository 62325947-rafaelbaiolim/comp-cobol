      *      local currency the applied rate line from CURRAPL.DAT
      *      joins the report header, so the filed report names the
      *      exchange rate the numbers were produced under.
      * Mod: 15/10/2026 - MATRIZIN.DAT may also come as a sparse deck
      *      ("ESPR" header, then one row/column/value record per
      *      non-zero cell - layout in SPARSEWS.CPY): only the cells
      *      are held, so the matrix may run to 999x999 with up to
      *      SPR-MAX-CELLS non-zero cells instead of ARRAY's 50x50.
      *      The transpose is written back to MATRIZOUT.DAT in the
      *      same sparse layout, cells in row/column order, and the
      *      report lists one line per non-zero cell. A header that
      *      is not numeric, a cell out of range or out of order and
      *      a deck short of its cell count are rejected the usual
      *      way (FEEDACK/AUDITLOG, RC=16); the control totals count
      *      cell records instead of rows.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATRIZTRANSP.
       01  CURR-APL-REC PIC X(50).
       WORKING-STORAGE SECTION.
       COPY "MATRIZWS.CPY".
       COPY "SPARSEWS.CPY".
       01 WS-HDR-REC REDEFINES MATRIZ-IN-REC.
           05 WS-HDR-MAL PIC 9(2).
           05 WS-HDR-MAC PIC 9(2).
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ.
           IF MATRIZ-IN-REC(1:4) = "ESPR"
               PERFORM TRANSPOSE-SPARSE
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-HDR-MAL > 50 OR WS-HDR-MAC > 50
               DISPLAY "MAL/MAC excede o limite de 50 da tabela!"
               CLOSE MATRIZ-IN-FILE
           END-IF.

       RPT-HEADER.
           PERFORM RPT-TITLE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DIMENSOES: MAL=" MAL " MAC=" MAC DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           WRITE MATRIZ-RPT-REC FROM WS-RPT-LINE.
           PERFORM RPT-HEADER-END.

       RPT-TITLE.
           MOVE FUNCTION CURRENT-DATE TO WS-RPT-DATE-RAW.
           STRING WS-RPT-DATE-RAW(1:4) "-" WS-RPT-DATE-RAW(5:2) "-"
               WS-RPT-DATE-RAW(7:2) DELIMITED BY SIZE INTO WS-RPT-DATE.
               "  RUN: " WS-RUN-NUMBER "  ENT: " WS-ENT-CODE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE MATRIZ-RPT-REC FROM WS-RPT-LINE.

       RPT-HEADER-END.
           PERFORM RPT-CURRENCY-STAMP.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE MATRIZ-RPT-REC FROM WS-RPT-LINE.
               PERFORM IO-ABORT
           END-IF.

      * sparse deck (SPARSEWS.CPY): the header is still current;
      * the cells are loaded in row order, regrouped by column into
      * the transpose and written back out sparse
       TRANSPOSE-SPARSE.
           MOVE MATRIZ-IN-REC(1:30) TO SPR-DECK-HDR.
           IF MATRIZ-IN-REC(9:3) IS NOT NUMERIC
               OR MATRIZ-IN-REC(13:3) IS NOT NUMERIC
               OR MATRIZ-IN-REC(17:6) IS NOT NUMERIC
               MOVE "sparse header not numeric" TO WS-ACK-REASON
               PERFORM SPARSE-REJECT
           END-IF.
           IF SPR-DH-ROWS = 0 OR SPR-DH-COLS = 0
               MOVE "sparse dimensions zero" TO WS-ACK-REASON
               PERFORM SPARSE-REJECT
           END-IF.
           IF SPR-DH-CELLS > SPR-MAX-CELLS
               MOVE "sparse cells exceed table limit"
                   TO WS-ACK-REASON
               PERFORM SPARSE-REJECT
           END-IF.
           MOVE SPR-DH-ROWS TO SPR-MAL.
           MOVE SPR-DH-COLS TO SPR-MAC.
           MOVE 0 TO SPR-A-COUNT, SPR-LAST-ROW, SPR-LAST-COL.

           PERFORM READ-SPARSE-CELL
               VARYING SPR-IX FROM 1 BY 1 UNTIL SPR-IX > SPR-DH-CELLS.

           CLOSE MATRIZ-IN-FILE.

      *    count each column's cells, turn the counts into starting
      *    slots, then drop every cell into its column's next slot -
      *    the cells arrive in row order, so each transposed row
      *    comes out in column order
           PERFORM VARYING SPR-COL FROM 1 BY 1 UNTIL SPR-COL > SPR-MAC
               MOVE 0 TO SPR-NEXT(SPR-COL)
           END-PERFORM.
           PERFORM VARYING SPR-IX FROM 1 BY 1
               UNTIL SPR-IX > SPR-A-COUNT
               ADD 1 TO SPR-NEXT(SPR-A-COL(SPR-IX))
           END-PERFORM.
           MOVE 1 TO SPR-JX.
           PERFORM VARYING SPR-COL FROM 1 BY 1 UNTIL SPR-COL > SPR-MAC
               MOVE SPR-NEXT(SPR-COL) TO SPR-IX
               MOVE SPR-JX TO SPR-NEXT(SPR-COL)
               ADD SPR-IX TO SPR-JX
           END-PERFORM.
           PERFORM VARYING SPR-IX FROM 1 BY 1
               UNTIL SPR-IX > SPR-A-COUNT
               MOVE SPR-A-COL(SPR-IX) TO SPR-COL
               MOVE SPR-NEXT(SPR-COL) TO SPR-JX
               MOVE SPR-A-COL(SPR-IX) TO SPR-R-ROW(SPR-JX)
               MOVE SPR-A-ROW(SPR-IX) TO SPR-R-COL(SPR-JX)
               MOVE SPR-A-VAL(SPR-IX) TO SPR-R-VAL(SPR-JX)
               ADD 1 TO SPR-NEXT(SPR-COL)
           END-PERFORM.
           MOVE SPR-A-COUNT TO SPR-R-COUNT.

           OPEN OUTPUT MATRIZ-OUT-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "MATRIZOUT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           MOVE SPR-MAC TO SPR-DH-ROWS.
           MOVE SPR-MAL TO SPR-DH-COLS.
           MOVE SPR-R-COUNT TO SPR-DH-CELLS.
           MOVE SPACES TO SPR-DH-SET.
           MOVE SPACES TO MATRIZ-OUT-REC.
           MOVE SPR-DECK-HDR TO MATRIZ-OUT-REC(1:30).
           WRITE MATRIZ-OUT-REC.
           IF NOT FILE-STATUS-OK
               MOVE "MATRIZOUT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM WRITE-SPARSE-CELL
               VARYING SPR-IX FROM 1 BY 1 UNTIL SPR-IX > SPR-R-COUNT.
           CLOSE MATRIZ-OUT-FILE.

           PERFORM RETAIN-GENERATION.

           OPEN OUTPUT MATRIZ-RPT-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "MATRIZRPT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM RPT-TITLE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DIMENSOES: MAL=" SPR-MAL " MAC=" SPR-MAC
               " CELULAS=" SPR-A-COUNT " (ESPARSA)"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE MATRIZ-RPT-REC FROM WS-RPT-LINE.
           PERFORM RPT-HEADER-END.
           PERFORM RPT-SPARSE-CELL
               VARYING SPR-IX FROM 1 BY 1 UNTIL SPR-IX > SPR-R-COUNT.
           CLOSE MATRIZ-RPT-FILE.

           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "MAL=" SPR-MAL " MAC=" SPR-MAC " CELLS=" SPR-A-COUNT
               " SPARSE" DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           MOVE "OK" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING "MATRIZTRANSP", WS-AUD-DETAIL,
               WS-AUD-OUTCOME.

           COMPUTE WS-ACK-COUNT = WS-ROWS-READ + 1.
           MOVE "ACCEPTED" TO WS-ACK-STATUS.
           MOVE SPACES TO WS-ACK-REASON.
           CALL "FEEDACK" USING WS-ACK-FEED, WS-ACK-COUNT,
               WS-ACK-STATUS, WS-ACK-REASON.

           MOVE WS-ROWS-READ TO WS-CTL-READ.
           MOVE SPR-R-COUNT TO WS-CTL-WRITTEN.
           CALL "CTLTOT" USING WS-LOCK-HOLDER, WS-CTL-READ,
               WS-CTL-WRITTEN, WS-CTL-HASH.

      *    one cell record: in range and strictly after the last one
       READ-SPARSE-CELL.
           READ MATRIZ-IN-FILE
               AT END
                   MOVE "input file short of cells" TO WS-ACK-REASON
                   PERFORM SPARSE-REJECT
           END-READ.
           ADD 1 TO WS-ROWS-READ.
           MOVE MATRIZ-IN-REC(1:20) TO SPR-CELL-LINE.
           IF MATRIZ-IN-REC(1:3) IS NOT NUMERIC
               OR MATRIZ-IN-REC(5:3) IS NOT NUMERIC
               OR (MATRIZ-IN-REC(9:1) NOT = '+'
                   AND MATRIZ-IN-REC(9:1) NOT = '-')
               OR MATRIZ-IN-REC(10:5) IS NOT NUMERIC
               MOVE "sparse cell not numeric" TO WS-ACK-REASON
               PERFORM SPARSE-REJECT
           END-IF.
           IF SPR-CL-ROW = 0 OR SPR-CL-ROW > SPR-MAL
               OR SPR-CL-COL = 0 OR SPR-CL-COL > SPR-MAC
               MOVE "sparse cell out of range" TO WS-ACK-REASON
               PERFORM SPARSE-REJECT
           END-IF.
           IF SPR-CL-ROW < SPR-LAST-ROW
               OR (SPR-CL-ROW = SPR-LAST-ROW
                   AND SPR-CL-COL NOT > SPR-LAST-COL)
               MOVE "sparse cell out of order" TO WS-ACK-REASON
               PERFORM SPARSE-REJECT
           END-IF.
           ADD 1 TO SPR-A-COUNT.
           MOVE SPR-CL-ROW TO SPR-A-ROW(SPR-A-COUNT).
           MOVE SPR-CL-COL TO SPR-A-COL(SPR-A-COUNT).
           MOVE SPR-CL-VAL TO SPR-A-VAL(SPR-A-COUNT).
           ADD SPR-CL-VAL TO WS-CTL-HASH.
           MOVE SPR-CL-ROW TO SPR-LAST-ROW.
           MOVE SPR-CL-COL TO SPR-LAST-COL.

       WRITE-SPARSE-CELL.
           MOVE SPACES TO SPR-CELL-LINE.
           MOVE SPR-R-ROW(SPR-IX) TO SPR-CL-ROW.
           MOVE SPR-R-COL(SPR-IX) TO SPR-CL-COL.
           MOVE SPR-R-VAL(SPR-IX) TO SPR-CL-VAL.
           MOVE SPACES TO MATRIZ-OUT-REC.
           MOVE SPR-CELL-LINE TO MATRIZ-OUT-REC(1:20).
           WRITE MATRIZ-OUT-REC.
           IF NOT FILE-STATUS-OK
               MOVE "MATRIZOUT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.

       RPT-SPARSE-CELL.
           MOVE SPR-R-VAL(SPR-IX) TO WS-RPT-CELL.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "L" SPR-R-ROW(SPR-IX) " C" SPR-R-COL(SPR-IX) " "
               WS-RPT-CELL DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE MATRIZ-RPT-REC FROM WS-RPT-LINE.
           IF NOT FILE-STATUS-OK
               MOVE "MATRIZRPT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.

      * a sparse deck that cannot be used - WS-ACK-REASON says why
       SPARSE-REJECT.
           DISPLAY "MATRIZIN.DAT esparso rejeitado: " WS-ACK-REASON.
           CLOSE MATRIZ-IN-FILE.
           COMPUTE WS-ACK-COUNT = WS-ROWS-READ + 1.
           MOVE "REJECTED" TO WS-ACK-STATUS.
           CALL "FEEDACK" USING WS-ACK-FEED, WS-ACK-COUNT,
               WS-ACK-STATUS, WS-ACK-REASON.
           MOVE WS-ACK-REASON TO WS-AUD-DETAIL.
           MOVE "REJECTED" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING "MATRIZTRANSP", WS-AUD-DETAIL,
               WS-AUD-OUTCOME.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       RETAIN-GENERATION.
           OPEN INPUT GEN-CTL-FILE.
           IF NOT FILE-STATUS-OK
