      *      first, it would hide a local-currency feed from the
      *      conversion. Recycled material was already converted
      *      the night it first arrived.
      * Mod: 15/10/2026 - MATMAINT's severe business-rule
      *      violations arrive as MRUL headers whose R records are
      *      ready-made delta transactions; once corrected they
      *      are re-presented ahead of MATDELTA.DAT like MTXN and
      *      counted separately (RULES= on the audit record and
      *      the trailer).
      * Mod: 15/10/2026 - a header flipped to D now carries the
      *      date it was re-presented in cols 58-65 (YYYYMMDD), so
      *      the supplier scorecard (FEEDSCORE) can measure how
      *      long a reject took to come back. Headers flipped
      *      before this change have the field blank.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-MD-STAGED PIC 9(5) VALUE 0.
       01 WS-SET-STAGED PIC 9(3) VALUE 0.
       01 WS-TXN-STAGED PIC 9(3) VALUE 0.
       01 WS-RUL-STAGED PIC 9(3) VALUE 0.
       01 WS-PEND-COUNT PIC 9(3) VALUE 0.
       01 WS-AGED-COUNT PIC 9(3) VALUE 0.
       01 WS-MI-OPEN PIC X VALUE 'N'.
               GOBACK
           END-IF.
           MOVE 0 TO WS-MI-STAGED, WS-MD-STAGED.
           MOVE 0 TO WS-SET-STAGED, WS-TXN-STAGED, WS-RUL-STAGED.
           MOVE 0 TO WS-PEND-COUNT, WS-AGED-COUNT.
           MOVE 'N' TO WS-RCY-EOF-SW, WS-MI-OPEN, WS-MD-OPEN.
           MOVE 'N' TO WS-CUR-STREAM.
               PERFORM SPLICE-MATDELTA
           END-IF.
           IF WS-SET-STAGED > 0 OR WS-TXN-STAGED > 0
               OR WS-RUL-STAGED > 0
               PERFORM MARK-RECYCLED-DONE
           END-IF.


           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "SETS=" WS-SET-STAGED " TXNS=" WS-TXN-STAGED
               " RULES=" WS-RUL-STAGED
               " AGED=" WS-AGED-COUNT DELIMITED BY SIZE
               INTO WS-AUD-DETAIL.
           IF WS-AGED-COUNT = 0
               WHEN "MTXN"
                   MOVE 'D' TO WS-CUR-STREAM
                   ADD 1 TO WS-TXN-STAGED
               WHEN "MRUL"
                   MOVE 'D' TO WS-CUR-STREAM
                   ADD 1 TO WS-RUL-STAGED
               WHEN OTHER
                   MOVE 'N' TO WS-CUR-STREAM
           END-EVALUATE.
           IF NOT RCY-EOF
               IF RECYCLE-REC(1:1) = 'C'
                   MOVE 'D' TO RECYCLE-REC(1:1)
                   MOVE WS-TODAY TO RECYCLE-REC(58:8)
               END-IF
               WRITE RECYCLE-WRK-REC FROM RECYCLE-REC
               IF NOT FILE-STATUS-OK
       RPT-TRAILER.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "REAPRESENTADOS: SETS=" WS-SET-STAGED
               " TXNS=" WS-TXN-STAGED " REGRAS=" WS-RUL-STAGED
               "  PENDENTES: " WS-PEND-COUNT
               "  ALEM DO PRAZO: " WS-AGED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
