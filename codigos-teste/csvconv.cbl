      *      work-file pattern OPMENU's acknowledge pass uses), so a
      *      rejected import really does leave the target deck
      *      untouched, as the header always promised.
      * Mod: 15/10/2026 - EXPORT MULTIP passes over the CONJUNTO
      *      ESPARSO sections MULTIPMATRIZ writes for sparse sets
      *      (header, blank, one line per cell, blank) - their
      *      results live in MULTIPSPR.DAT, not in the CSV.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > WS-NROWS.
           ADD WS-NROWS TO WS-TOT-ROWS.

      * one line of a sparse set's section, which has no CSV form
       SKIP-SPARSE-LINE.
           READ RPT-IN-FILE
               AT END
                   SET CSV-EOF TO TRUE
           END-READ.

      * MULTIPRPT.DAT carries one CONJUNTO section per processed set
      * since the multi-set feed; every section becomes a dimensions
      * row plus its result rows in the CSV (the import consumes the
               AT END
                   SET CSV-EOF TO TRUE
           END-READ.
           IF NOT CSV-EOF AND RPT-IN-REC(1:18) = "CONJUNTO ESPARSO: "
      *        the blank under the header, then the first cell (or
      *        the closing blank of a set with no cells)
               PERFORM SKIP-SPARSE-LINE
               PERFORM SKIP-SPARSE-LINE
               PERFORM SKIP-SPARSE-LINE
                   UNTIL CSV-EOF OR RPT-IN-REC = SPACES
           END-IF.
           IF NOT CSV-EOF AND RPT-IN-REC NOT = SPACES
               IF RPT-IN-REC(1:10) NOT = "CONJUNTO: "
                   OR RPT-IN-REC(32:2) IS NOT NUMERIC
