      *      feed; run the other way round, a local-currency feed
      *      would read as already normalized and sail through
      *      unconverted.
      * Mod: 15/10/2026 - sparse decks (SPARSEWS.CPY) are converted
      *      too: the currency code sits at the same place on the
      *      sparse MATRIZIN.DAT header and first MULTIPIN.DAT set
      *      header, and each cell record's value (cols 9-14) is
      *      translated like a dense cell, row and column kept.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-CELL-X.
           05 WS-CELL-SLS PIC S9(3)V99 SIGN LEADING SEPARATE.
       01 WS-CONV-VAL PIC S9(3)V99.
       01 WS-SPARSE PIC X.
       COPY "SPARSEWS.CPY".
       01 WS-FIRST-SET PIC X.
       01 WS-REJECTED PIC X.
       01 WS-ANY-REJECT PIC X VALUE 'N'.
               CLOSE FEED-FILE
           ELSE
           IF FEED-REC(1:4) IS NUMERIC
               OR (FEED-REC(1:4) = "ESPR"
                   AND FEED-REC(17:6) IS NUMERIC)
               MOVE FEED-REC(5:3) TO WS-FEED-CURR
               IF WS-FEED-CURR = SPACES
                   OR WS-FEED-CURR = WS-BOOK-CURR
                       MOVE "rate missing or stale" TO WS-ACK-REASON
                       PERFORM REJECT-FEED
                   ELSE
                       IF FEED-REC(1:4) = "ESPR"
                           MOVE 'Y' TO WS-SPARSE
                           MOVE FEED-REC(1:30) TO SPR-DECK-HDR
                       ELSE
                           MOVE 'N' TO WS-SPARSE
                           MOVE FEED-REC(1:2) TO WS-MAL
                           MOVE FEED-REC(3:2) TO WS-MAC
                       END-IF
                       MOVE "MATRIZINW.DAT" TO WS-WORK-NAME
                       OPEN OUTPUT WORK-FILE
                       IF NOT FILE-STATUS-OK
                           MOVE "MATRIZINW.DAT" TO WS-IO-NAME
                           PERFORM IO-ABORT
                       END-IF
                       IF WS-SPARSE = 'Y'
                           PERFORM CONVERT-SPARSE-CELL
                               VARYING SPR-IX FROM 1 BY 1
                               UNTIL SPR-IX > SPR-DH-CELLS OR FEED-EOF
                                   OR WS-REJECTED = 'Y'
                       ELSE
                           MOVE WS-MAC TO WS-NCELLS
                           PERFORM CONVERT-ONE-ROW
                               VARYING WS-ROW FROM 1 BY 1
                               UNTIL WS-ROW > WS-MAL OR FEED-EOF
                                   OR WS-REJECTED = 'Y'
                       END-IF
                       CLOSE FEED-FILE
                       CLOSE WORK-FILE
                       IF WS-REJECTED = 'N'
           IF FEED-EOF
               CLOSE FEED-FILE
           ELSE
           IF FEED-REC(5:8) IS NUMERIC OR FEED-REC(5:4) = "ESPR"
               MOVE FEED-REC(13:3) TO WS-FEED-CURR
               IF WS-FEED-CURR = SPACES
                   OR WS-FEED-CURR = WS-BOOK-CURR
      * current record is a set header; its rows are converted and
      * the next header (or EOF) left current
       CONVERT-ONE-SET.
           IF FEED-REC(5:4) = "ESPR"
               PERFORM CONVERT-SPARSE-SET
           ELSE
               PERFORM CONVERT-DENSE-SET
           END-IF.

       CONVERT-DENSE-SET.
           IF FEED-REC(5:8) IS NOT NUMERIC
               MOVE "set header not numeric" TO WS-ACK-REASON
               PERFORM REJECT-FEED

       CONVERT-ONE-CELL.
           COMPUTE WS-OFFSET = (WS-CELL - 1) * 6 + 1.
           PERFORM CONVERT-CELL-AT.

      * the 6-byte cell at WS-OFFSET of the current record
       CONVERT-CELL-AT.
           IF (FEED-REC(WS-OFFSET:1) = '+'
               OR FEED-REC(WS-OFFSET:1) = '-')
               AND FEED-REC(WS-OFFSET + 1:5) IS NUMERIC
               END-IF
           END-IF.

      * sparse set: header (currency cleared on the first set only,
      * as for a dense one), then its A and B cell records
       CONVERT-SPARSE-SET.
           IF FEED-REC(33:6) IS NOT NUMERIC
               OR FEED-REC(40:6) IS NOT NUMERIC
               MOVE "set header not numeric" TO WS-ACK-REASON
               PERFORM REJECT-FEED
           ELSE
               MOVE FEED-REC(1:45) TO SPR-SET-HDR
               MOVE FEED-REC TO WORK-REC
               IF WS-FIRST-SET = 'Y'
                   MOVE WS-BOOK-CURR TO WORK-REC(13:3)
                   MOVE 'N' TO WS-FIRST-SET
               END-IF
               WRITE WORK-REC
               IF NOT FILE-STATUS-OK
                   MOVE WS-WORK-NAME(1:14) TO WS-IO-NAME
                   PERFORM IO-ABORT
               END-IF
               PERFORM CONVERT-SPARSE-CELL
                   VARYING SPR-IX FROM 1 BY 1
                   UNTIL SPR-IX > SPR-SH-NA + SPR-SH-NB OR FEED-EOF
                       OR WS-REJECTED = 'Y'
               IF NOT FEED-EOF AND WS-REJECTED = 'N'
                   READ FEED-FILE
                       AT END
                           SET FEED-EOF TO TRUE
                   END-READ
               END-IF
           END-IF.

      * one cell record: row and column kept, value at cols 9-14
       CONVERT-SPARSE-CELL.
           READ FEED-FILE
               AT END
                   SET FEED-EOF TO TRUE
                   MOVE "feed short of cells" TO WS-ACK-REASON
                   PERFORM REJECT-FEED
           END-READ.
           IF NOT FEED-EOF AND WS-REJECTED = 'N'
               MOVE FEED-REC TO WORK-REC
               MOVE 9 TO WS-OFFSET
               PERFORM CONVERT-CELL-AT
               IF WS-REJECTED = 'N'
                   WRITE WORK-REC
                   IF NOT FILE-STATUS-OK
                       MOVE WS-WORK-NAME(1:14) TO WS-IO-NAME
                       PERFORM IO-ABORT
                   END-IF
               END-IF
           END-IF.

      * the converted work file replaces the feed and the applied
      * rate is stamped for the report headers
       COMMIT-CONVERSION.
