      ******************************************************************
      * Author: GRUPO-COBOL
      * Date: 15/10/2026
      * Purpose: maintains the budget matrix master BUDMASTR.DAT (one
      *      record per budgeted cell, layout in BUDMSTWS.CPY: period
      *      YYYYMM, company code or spaces for the group-wide
      *      budget, set id, row, column, value) from the BUDDELTA.DAT
      *      transaction file, the way MATMAINT keeps MATMASTR.DAT -
      *      the plan is loaded and revised a few cells at a time and
      *      a bad transaction is rejected instead of corrupting the
      *      plan. Transaction layout: type (col 1), period YYYYMM
      *      (2-7), company (8-10), set (11-14), row (15-16), column
      *      (17-18), then one 6-byte signed V99 value (type C =
      *      replace or create the cell, A = add to the cell) or a
      *      row of values for columns 1 onwards up to the first
      *      blank value (type L = replace the row's cells); type D
      *      deletes the cell. Transactions with a bad period, a row
      *      or column outside 1-50, a non-numeric value, a cell
      *      overflow or a D/A for a cell not on the master go to
      *      BUDMREJ.DAT with a reason and do not stop the run
      *      (RC=4 when any were rejected). The master is kept in
      *      key order and rewritten after the apply; up to 5000
      *      cells.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MASTER-FILE ASSIGN TO "BUDMASTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DELTA-FILE ASSIGN TO "BUDDELTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL REJ-FILE ASSIGN TO "BUDMREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-REC PIC X(30).
       FD  DELTA-FILE.
       01  DELTA-REC PIC X(320).
       FD  REJ-FILE.
       01  REJ-REC PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "BUDMSTWS.CPY".
       01 WS-BUD-TABLE.
           05 WS-BUD-ENTRY OCCURS 5000 TIMES.
               10 WS-BUD-KEY PIC X(17).
               10 WS-BUD-VAL PIC S9(3)V99.
       01 WS-BUD-COUNT PIC 9(4) VALUE 0.
       01 WS-BUD-IDX PIC 9(4).
       01 WS-BUD-HIT PIC 9(4).
       01 WS-BUD-POS PIC 9(4).
       01 WS-DLT-REC.
           05 WS-DLT-TYPE PIC X(1).
           05 WS-DLT-KEY.
               10 WS-DLT-PERIOD.
                   15 WS-DLT-YEAR PIC X(4).
                   15 WS-DLT-MONTH PIC X(2).
               10 WS-DLT-ENT PIC X(3).
               10 WS-DLT-SET PIC X(4).
               10 WS-DLT-ROW PIC X(2).
               10 WS-DLT-COL PIC X(2).
           05 WS-DLT-VALUES.
               10 WS-DLT-VAL PIC S9(3)V99 SIGN LEADING SEPARATE
                   OCCURS 50 TIMES.
       01 WS-LOOK-KEY PIC X(17).
       01 WS-LOOK-VAL PIC S9(3)V99.
       01 WS-MST-EOF-SW PIC X VALUE 'N'.
           88 MASTER-EOF VALUE 'Y'.
       01 WS-DLT-EOF-SW PIC X VALUE 'N'.
           88 DELTA-EOF VALUE 'Y'.
       01 WS-APPLIED PIC 9(5) VALUE 0.
       01 WS-REJECTED PIC 9(5) VALUE 0.
       01 WS-ROW PIC 9(2).
       01 WS-COL PIC 9(2).
       01 WS-ROW-COLS PIC 9(2).
       01 WS-ROW-NEW PIC 9(2).
       01 WS-APPLIED-BEFORE PIC 9(5).
       01 WS-TXN-BAD PIC X.
       01 WS-CHK-OFF PIC 9(4).
       01 WS-REJ-LINE.
           05 WS-REJ-TXN PIC X(18).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-REJ-REASON PIC X(40).
       01 WS-AUD-DETAIL PIC X(40).
       01 WS-AUD-OUTCOME PIC X(10).
       01 WS-AUD-PROGRAM PIC X(12) VALUE "BUDMAINT".
       01 WS-FILE-STATUS PIC XX.
           88 FILE-STATUS-OK VALUES "00", "05".
       01 WS-IO-NAME PIC X(14).
       01 WS-LOCK-FUNC PIC X(3).
       01 WS-LOCK-HOLDER PIC X(12) VALUE "BUDMAINT".
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
           MOVE 0 TO WS-APPLIED, WS-REJECTED, WS-BUD-COUNT.
           MOVE 'N' TO WS-MST-EOF-SW.
           MOVE 'N' TO WS-DLT-EOF-SW.

           PERFORM LOAD-MASTER.

           OPEN INPUT DELTA-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "BUDDELTA.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           OPEN EXTEND REJ-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "BUDMREJ.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM APPLY-DELTA UNTIL DELTA-EOF.
           CLOSE DELTA-FILE.
           CLOSE REJ-FILE.

           PERFORM REWRITE-MASTER.

           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "APPLIED=" WS-APPLIED " REJ=" WS-REJECTED
               " CELLS=" WS-BUD-COUNT
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           MOVE "OK" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
               WS-AUD-OUTCOME.
           IF WS-REJECTED = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "BUDMAINT: " WS-REJECTED " TRANSACAO(OES) "
                   "REJEITADA(S), VER BUDMREJ.DAT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-MASTER.
           OPEN INPUT MASTER-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "BUDMASTR.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM LOAD-MASTER-CELL UNTIL MASTER-EOF.
           CLOSE MASTER-FILE.

       LOAD-MASTER-CELL.
           READ MASTER-FILE INTO BUD-MST-REC
               AT END
                   SET MASTER-EOF TO TRUE
           END-READ.
           IF NOT MASTER-EOF AND MASTER-REC NOT = SPACES
               IF WS-BUD-COUNT >= 5000
                   DISPLAY "BUDMASTR.DAT excede 5000 celulas!"
                   CLOSE MASTER-FILE
                   MOVE "budget master over 5000 cells"
                       TO WS-AUD-DETAIL
                   MOVE "REJECTED" TO WS-AUD-OUTCOME
                   CALL "AUDITLOG" USING WS-AUD-PROGRAM,
                       WS-AUD-DETAIL, WS-AUD-OUTCOME
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-BUD-COUNT
               MOVE BUD-KEY TO WS-BUD-KEY(WS-BUD-COUNT)
               MOVE BUD-VAL TO WS-BUD-VAL(WS-BUD-COUNT)
           END-IF.

       APPLY-DELTA.
           READ DELTA-FILE
               AT END
                   SET DELTA-EOF TO TRUE
           END-READ.
           IF NOT DELTA-EOF AND DELTA-REC NOT = SPACES
               MOVE DELTA-REC TO WS-DLT-REC
               PERFORM EDIT-AND-APPLY
           END-IF.

       EDIT-AND-APPLY.
           IF WS-DLT-PERIOD IS NOT NUMERIC
               OR WS-DLT-MONTH < "01" OR WS-DLT-MONTH > "12"
               MOVE "period not a valid YYYYMM" TO WS-REJ-REASON
               PERFORM REJECT-TXN
           ELSE
               IF WS-DLT-SET = SPACES
                   MOVE "set id missing" TO WS-REJ-REASON
                   PERFORM REJECT-TXN
               ELSE
                   EVALUATE WS-DLT-TYPE
                       WHEN 'C'
                           PERFORM APPLY-CELL-REPLACE
                       WHEN 'A'
                           PERFORM APPLY-CELL-ADD
                       WHEN 'D'
                           PERFORM APPLY-CELL-DELETE
                       WHEN 'L'
                           PERFORM APPLY-ROW-REPLACE
                       WHEN OTHER
                           MOVE "unknown transaction type"
                               TO WS-REJ-REASON
                           PERFORM REJECT-TXN
                   END-EVALUATE
               END-IF
           END-IF.

       APPLY-CELL-REPLACE.
           PERFORM EDIT-CELL-TXN.
           IF WS-TXN-BAD = 'N'
               PERFORM EDIT-CELL-VALUE
           END-IF.
           IF WS-TXN-BAD = 'N'
               MOVE WS-DLT-VAL(1) TO WS-LOOK-VAL
               PERFORM STORE-CELL
           END-IF.

       APPLY-CELL-ADD.
           PERFORM EDIT-CELL-TXN.
           IF WS-TXN-BAD = 'N'
               PERFORM EDIT-CELL-VALUE
           END-IF.
           IF WS-TXN-BAD = 'N'
               PERFORM FIND-CELL
               IF WS-BUD-HIT = 0
                   MOVE "cell not on the budget master"
                       TO WS-REJ-REASON
                   PERFORM REJECT-TXN
               ELSE
                   ADD WS-DLT-VAL(1) TO WS-BUD-VAL(WS-BUD-HIT)
                       ON SIZE ERROR
                           MOVE "cell value overflow"
                               TO WS-REJ-REASON
                           PERFORM REJECT-TXN
                       NOT ON SIZE ERROR
                           ADD 1 TO WS-APPLIED
                   END-ADD
               END-IF
           END-IF.

       APPLY-CELL-DELETE.
           PERFORM EDIT-CELL-TXN.
           IF WS-TXN-BAD = 'N'
               PERFORM FIND-CELL
               IF WS-BUD-HIT = 0
                   MOVE "cell not on the budget master"
                       TO WS-REJ-REASON
                   PERFORM REJECT-TXN
               ELSE
                   PERFORM VARYING WS-BUD-IDX FROM WS-BUD-HIT BY 1
                       UNTIL WS-BUD-IDX >= WS-BUD-COUNT
                       MOVE WS-BUD-ENTRY(WS-BUD-IDX + 1)
                           TO WS-BUD-ENTRY(WS-BUD-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-BUD-COUNT
                   ADD 1 TO WS-APPLIED
               END-IF
           END-IF.

      * every value of the row is edited before any is stored, so
      * a row is replaced whole or not at all
       APPLY-ROW-REPLACE.
           MOVE 'N' TO WS-TXN-BAD.
           IF WS-DLT-ROW IS NOT NUMERIC
               MOVE "row not numeric" TO WS-REJ-REASON
               PERFORM REJECT-TXN
           ELSE
               MOVE WS-DLT-ROW TO WS-ROW
               IF WS-ROW = 0 OR WS-ROW > 50
                   MOVE "row out of range" TO WS-REJ-REASON
                   PERFORM REJECT-TXN
               ELSE
                   MOVE 0 TO WS-ROW-COLS
                   PERFORM VARYING WS-COL FROM 1 BY 1
                       UNTIL WS-COL > 50 OR WS-TXN-BAD = 'Y'
                       COMPUTE WS-CHK-OFF = 19 + (WS-COL - 1) * 6
                       IF DELTA-REC(WS-CHK-OFF:6) = SPACES
                           MOVE 'E' TO WS-TXN-BAD
                       ELSE
                           IF (DELTA-REC(WS-CHK-OFF:1) NOT = '+'
                               AND DELTA-REC(WS-CHK-OFF:1) NOT = '-')
                               OR DELTA-REC(WS-CHK-OFF + 1:5)
                                   IS NOT NUMERIC
                               MOVE "row value not numeric"
                                   TO WS-REJ-REASON
                               PERFORM REJECT-TXN
                               MOVE 'Y' TO WS-TXN-BAD
                           ELSE
                               MOVE WS-COL TO WS-ROW-COLS
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-TXN-BAD NOT = 'Y' AND WS-ROW-COLS = 0
                       MOVE "row carries no values" TO WS-REJ-REASON
                       PERFORM REJECT-TXN
                       MOVE 'Y' TO WS-TXN-BAD
                   END-IF
                   IF WS-TXN-BAD NOT = 'Y'
                       MOVE 0 TO WS-ROW-NEW
                       PERFORM COUNT-ROW-NEW-CELL
                           VARYING WS-COL FROM 1 BY 1
                           UNTIL WS-COL > WS-ROW-COLS
                       IF WS-BUD-COUNT + WS-ROW-NEW > 5000
                           MOVE "budget master full (5000 cells)"
                               TO WS-REJ-REASON
                           PERFORM REJECT-TXN
                           MOVE 'Y' TO WS-TXN-BAD
                       END-IF
                   END-IF
                   IF WS-TXN-BAD NOT = 'Y'
                       MOVE WS-APPLIED TO WS-APPLIED-BEFORE
                       PERFORM STORE-ROW-CELL
                           VARYING WS-COL FROM 1 BY 1
                           UNTIL WS-COL > WS-ROW-COLS
                       COMPUTE WS-APPLIED = WS-APPLIED-BEFORE + 1
                   END-IF
               END-IF
           END-IF.

      * the cells the row would open must all fit in the master
      * before the first one is stored
       COUNT-ROW-NEW-CELL.
           MOVE WS-DLT-KEY TO WS-LOOK-KEY.
           MOVE WS-COL TO WS-LOOK-KEY(16:2).
           PERFORM FIND-CELL.
           IF WS-BUD-HIT = 0
               ADD 1 TO WS-ROW-NEW
           END-IF.

       STORE-ROW-CELL.
           MOVE WS-DLT-KEY TO WS-LOOK-KEY.
           MOVE WS-COL TO WS-LOOK-KEY(16:2).
           MOVE WS-DLT-VAL(WS-COL) TO WS-LOOK-VAL.
           PERFORM STORE-CELL.

      * common edits for C/A/D transactions; WS-TXN-BAD = 'Y' means
      * the record was rejected here and must not be applied
       EDIT-CELL-TXN.
           MOVE 'N' TO WS-TXN-BAD.
           IF WS-DLT-ROW IS NOT NUMERIC
               OR WS-DLT-COL IS NOT NUMERIC
               MOVE "row/column not numeric" TO WS-REJ-REASON
               PERFORM REJECT-TXN
               MOVE 'Y' TO WS-TXN-BAD
           ELSE
               MOVE WS-DLT-ROW TO WS-ROW
               MOVE WS-DLT-COL TO WS-COL
               IF WS-ROW = 0 OR WS-ROW > 50
                   OR WS-COL = 0 OR WS-COL > 50
                   MOVE "row/column out of range" TO WS-REJ-REASON
                   PERFORM REJECT-TXN
                   MOVE 'Y' TO WS-TXN-BAD
               ELSE
                   MOVE WS-DLT-KEY TO WS-LOOK-KEY
               END-IF
           END-IF.

       EDIT-CELL-VALUE.
           IF (DELTA-REC(19:1) NOT = '+'
               AND DELTA-REC(19:1) NOT = '-')
               OR DELTA-REC(20:5) IS NOT NUMERIC
               MOVE "value not numeric" TO WS-REJ-REASON
               PERFORM REJECT-TXN
               MOVE 'Y' TO WS-TXN-BAD
           END-IF.

       FIND-CELL.
           MOVE 0 TO WS-BUD-HIT.
           PERFORM VARYING WS-BUD-IDX FROM 1 BY 1
               UNTIL WS-BUD-IDX > WS-BUD-COUNT OR WS-BUD-HIT > 0
               IF WS-BUD-KEY(WS-BUD-IDX) = WS-LOOK-KEY
                   MOVE WS-BUD-IDX TO WS-BUD-HIT
               END-IF
           END-PERFORM.

      * replaces the cell, or opens it in key order so the master
      * is rewritten sorted
       STORE-CELL.
           PERFORM FIND-CELL.
           IF WS-BUD-HIT > 0
               MOVE WS-LOOK-VAL TO WS-BUD-VAL(WS-BUD-HIT)
               ADD 1 TO WS-APPLIED
           ELSE
               IF WS-BUD-COUNT >= 5000
                   MOVE "budget master full (5000 cells)"
                       TO WS-REJ-REASON
                   PERFORM REJECT-TXN
               ELSE
                   MOVE 1 TO WS-BUD-POS
                   PERFORM UNTIL WS-BUD-POS > WS-BUD-COUNT
                       OR WS-BUD-KEY(WS-BUD-POS) > WS-LOOK-KEY
                       ADD 1 TO WS-BUD-POS
                   END-PERFORM
                   PERFORM VARYING WS-BUD-IDX FROM WS-BUD-COUNT BY -1
                       UNTIL WS-BUD-IDX < WS-BUD-POS
                       MOVE WS-BUD-ENTRY(WS-BUD-IDX)
                           TO WS-BUD-ENTRY(WS-BUD-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-BUD-COUNT
                   MOVE WS-LOOK-KEY TO WS-BUD-KEY(WS-BUD-POS)
                   MOVE WS-LOOK-VAL TO WS-BUD-VAL(WS-BUD-POS)
                   ADD 1 TO WS-APPLIED
               END-IF
           END-IF.

       REJECT-TXN.
           ADD 1 TO WS-REJECTED.
           MOVE DELTA-REC(1:18) TO WS-REJ-TXN.
           WRITE REJ-REC FROM WS-REJ-LINE.
           IF NOT FILE-STATUS-OK
               MOVE "BUDMREJ.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           DISPLAY "Transacao rejeitada: " WS-REJ-TXN " - "
               WS-REJ-REASON.

       REWRITE-MASTER.
           OPEN OUTPUT MASTER-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "BUDMASTR.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM REWRITE-ONE-CELL
               VARYING WS-BUD-IDX FROM 1 BY 1
               UNTIL WS-BUD-IDX > WS-BUD-COUNT.
           CLOSE MASTER-FILE.

       REWRITE-ONE-CELL.
           MOVE SPACES TO BUD-MST-REC.
           MOVE WS-BUD-KEY(WS-BUD-IDX) TO BUD-KEY.
           MOVE WS-BUD-VAL(WS-BUD-IDX) TO BUD-VAL.
           WRITE MASTER-REC FROM BUD-MST-REC.
           IF NOT FILE-STATUS-OK
               MOVE "BUDMASTR.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.

      * common I/O failure path - the status code still holds the
      * failing operation's result
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

       END PROGRAM BUDMAINT.
