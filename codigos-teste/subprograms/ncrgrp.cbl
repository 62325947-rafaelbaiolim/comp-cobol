      ******************************************************************
      * Author: GRUPO-COBOL
      * Date: 15/10/2026
      * Purpose: nCr exato em grupos base-10000 - rotina reutilizavel.
      *      Computes C(LK-N,LK-R) the way FATORIALN's combination
      *      mode always has - alternately multiplying by (n-r+i) and
      *      dividing by i, every division exact by construction -
      *      into the NCRGRPWS.CPY group table. r is first folded to
      *      the smaller of r and n-r (same value, fewer steps); r
      *      greater than n returns zero. A carry past the last group
      *      stops the build and sets NCR-OVERFLOW.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NCRGRP.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-R PIC 9(4).
       01 WS-FACTOR PIC 9(4).
       01 WS-MULT PIC 9(4).
       01 WS-FG-IDX PIC 9(3).
       01 WS-FG-TEMP PIC 9(8) COMP.
       01 WS-FG-CARRY PIC 9(8) COMP.
       01 WS-FG-DIV PIC 9(8) COMP.
       01 WS-FG-REM PIC 9(8) COMP.
       LINKAGE SECTION.
       01 LK-N PIC 9(4).
       01 LK-R PIC 9(4).
       COPY "NCRGRPWS.CPY".
       PROCEDURE DIVISION USING LK-N, LK-R, NCR-RESULT.
       MAIN-PROCEDURE.
           MOVE 'N' TO NCR-OVERFLOW.
           MOVE 1 TO NCR-USED.
           MOVE 1 TO NCR-GROUP(1).
           IF LK-R > LK-N
               MOVE 0 TO NCR-GROUP(1)
               GOBACK
           END-IF.
           MOVE LK-R TO WS-R.
           IF LK-N - LK-R < WS-R
               COMPUTE WS-R = LK-N - LK-R
           END-IF.
           MOVE 1 TO WS-FACTOR.
           PERFORM UNTIL WS-FACTOR > WS-R OR NCR-OVERFLOWED
               COMPUTE WS-MULT = LK-N - WS-R + WS-FACTOR
               PERFORM MULTIPLY-GROUPS
               IF NOT NCR-OVERFLOWED
                   PERFORM DIVIDE-GROUPS
               END-IF
               ADD 1 TO WS-FACTOR
           END-PERFORM.
           GOBACK.

      * multiply the group table by WS-MULT, carrying base-10000
       MULTIPLY-GROUPS.
           MOVE 0 TO WS-FG-CARRY.
           PERFORM VARYING WS-FG-IDX FROM 1 BY 1
               UNTIL WS-FG-IDX > NCR-USED
               COMPUTE WS-FG-TEMP = NCR-GROUP(WS-FG-IDX) * WS-MULT
                   + WS-FG-CARRY
               COMPUTE WS-FG-CARRY = WS-FG-TEMP / 10000
               COMPUTE NCR-GROUP(WS-FG-IDX) = WS-FG-TEMP
                   - WS-FG-CARRY * 10000
           END-PERFORM.
           PERFORM UNTIL WS-FG-CARRY = 0 OR NCR-OVERFLOWED
               IF NCR-USED >= 300
                   SET NCR-OVERFLOWED TO TRUE
               ELSE
                   ADD 1 TO NCR-USED
                   COMPUTE WS-FG-TEMP = WS-FG-CARRY
                   COMPUTE WS-FG-CARRY = WS-FG-TEMP / 10000
                   COMPUTE NCR-GROUP(NCR-USED) = WS-FG-TEMP
                       - WS-FG-CARRY * 10000
               END-IF
           END-PERFORM.

      * divides the group table by WS-FACTOR, most significant group
      * first, the remainder carrying down base-10000
       DIVIDE-GROUPS.
           MOVE 0 TO WS-FG-REM.
           PERFORM VARYING WS-FG-IDX FROM NCR-USED BY -1
               UNTIL WS-FG-IDX < 1
               COMPUTE WS-FG-TEMP = WS-FG-REM * 10000
                   + NCR-GROUP(WS-FG-IDX)
               COMPUTE WS-FG-DIV = WS-FG-TEMP / WS-FACTOR
               COMPUTE WS-FG-REM = WS-FG-TEMP - WS-FG-DIV * WS-FACTOR
               MOVE WS-FG-DIV TO NCR-GROUP(WS-FG-IDX)
           END-PERFORM.
           PERFORM UNTIL NCR-USED = 1
               OR NCR-GROUP(NCR-USED) NOT = 0
               SUBTRACT 1 FROM NCR-USED
           END-PERFORM.

       END PROGRAM NCRGRP.
