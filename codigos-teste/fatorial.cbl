      *      operands; an all-numeric card stays a factorial run
      *      for old decks, and r greater than n is rejected with
      *      the suite's AUDITLOG/RC=16 pattern.
      * Mod: 15/10/2026 - the combination mode now calls the shared
      *      NCRGRP routine, which keeps the same multiply/divide
      *      build, so AUDSAMPLE's sample-size probabilities and this
      *      table come from one exact nCr. A result past this
      *      table's 40 groups still ends OVERFLOW/RC=8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATORIALN.
           05 FILLER PIC X(18).
       01 WS-FUNC PIC X(1) VALUE 'F'.
       01 WS-PARM-OK PIC X.
       01 WS-FACTOR PIC 9(3).
       01 WS-OUT-REC PIC X(200).
       01 WS-OUT-I PIC Z9.
       01 WS-OVERFLOW PIC X VALUE 'N'.
           88 OVERFLOW-DETECTED VALUE 'Y'.
       01 WS-LAST-N PIC 99.
       01 WS-NCR-N PIC 9(4).
       01 WS-NCR-R PIC 9(4).
       COPY "NCRGRPWS.CPY".

       01 WS-CTL-READ PIC 9(6).
       01 WS-CTL-WRITTEN PIC 9(6).
               ADD 1 TO WS-FACTOR
           END-PERFORM.

      * nCr comes from the shared NCRGRP routine and is copied into
      * this program's group table for the result line
       COMPUTE-COMBINATION.
           MOVE n TO WS-NCR-N.
           MOVE r TO WS-NCR-R.
           CALL "NCRGRP" USING WS-NCR-N, WS-NCR-R, NCR-RESULT.
           MOVE n TO WS-LAST-N.
           IF NCR-OVERFLOWED OR NCR-USED > 40
               SET OVERFLOW-DETECTED TO TRUE
           ELSE
               MOVE NCR-USED TO WS-FG-USED
               PERFORM VARYING WS-FG-IDX FROM 1 BY 1
                   UNTIL WS-FG-IDX > WS-FG-USED
                   MOVE NCR-GROUP(WS-FG-IDX) TO WS-FG(WS-FG-IDX)
               END-PERFORM
           END-IF.

       WRITE-FUNC-LINE.
           IF NOT OVERFLOW-DETECTED
               END-IF
           END-PERFORM.

      * builds "nn! = <digits>" - the leading group unpadded, every
      * following group zero-filled to its four digits
       FORMAT-FACT-LINE.
