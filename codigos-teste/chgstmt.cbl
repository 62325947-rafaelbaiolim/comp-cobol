      ******************************************************************
      * Author: GRUPO-COBOL
      * Date: 15/10/2026
      * Purpose: chargeback statements per receiving cost center -
      *      cost-center managers used to get nothing from the
      *      allocation run and the answer to "what was I charged
      *      and why" was a hand filter of POOLOUT.DAT. This step
      *      groups POOLALLOC's POOLOUT.DAT detail by receiving
      *      column and writes one statement file per cost center,
      *      CHGST.<cc>.DAT (cc = the two-digit column), listing
      *      every pool that charged it - set, pool, the GL account
      *      GLMAP.DAT maps the cell to, the pool's percentage
      *      (the detail's share of its pool row, so a capped or
      *      floored charge shows the rate actually applied), the
      *      amount and the run number - and the month total. The
      *      statements are ordinary report files, so RPTDIST
      *      bundles each one to its manager off a DISTCTL.DAT line
      *      naming CHGST.<cc>.DAT. CHGSTRPT.DAT lists the
      *      statements written with their line counts and totals,
      *      footing back to the allocation total. A cell with no
      *      GLMAP.DAT account is still stated (account shown as
      *      SEM CONTA) and ends the step with RC=4; a malformed
      *      detail record or an empty POOLOUT.DAT refuses the run
      *      (AUDITLOG/RC=16). Control totals go to CTLTOTAL.DAT
      *      through CTLTOT (details read, statement lines written,
      *      amount hash - the same figure as POOLALLOC's). A cost
      *      center whose every detail is zero gets no statement.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGSTMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POOL-OUT-FILE ASSIGN TO "POOLOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STMT-FILE ASSIGN TO DYNAMIC WS-STMT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STMT-RPT-FILE ASSIGN TO "CHGSTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POOL-OUT-FILE.
       01  POOL-OUT-REC PIC X(30).
       FD  GL-MAP-FILE.
       01  GL-MAP-REC PIC X(20).
       FD  STMT-FILE.
       01  STMT-REC PIC X(100).
       FD  STMT-RPT-FILE.
       01  STMT-RPT-REC PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
           88 FILE-STATUS-OK VALUES "00", "05".
       01 WS-IO-NAME PIC X(14).
       01 WS-STMT-NAME PIC X(60).
       01 WS-DET-EOF-SW PIC X VALUE 'N'.
           88 DET-EOF VALUE 'Y'.
       01 WS-MAP-EOF-SW PIC X VALUE 'N'.
           88 MAP-EOF VALUE 'Y'.
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
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 2600 TIMES.
               10 WS-MAP-ROW PIC 9(2).
               10 WS-MAP-COL PIC 9(2).
               10 WS-MAP-ACCT PIC X(8).
       01 WS-MAP-COUNT PIC 9(4) VALUE 0.
       01 WS-MAP-IDX PIC 9(4).
       01 WS-MAP-HIT PIC 9(4).
      * the allocation detail, held so each cost center's statement
      * can be written in one pass, and the pool-row totals the
      * percentages are taken against
       01 WS-ALC-TABLE.
           05 WS-ALC-ENTRY OCCURS 5000 TIMES.
               10 WS-ALC-SET PIC X(4).
               10 WS-ALC-POOL PIC X(4).
               10 WS-ALC-ROW PIC 9(2).
               10 WS-ALC-COL PIC 9(2).
               10 WS-ALC-AMT PIC S9(9)V99.
               10 WS-ALC-ROWREF PIC 9(3).
       01 WS-ALC-COUNT PIC 9(4) VALUE 0.
       01 WS-ALC-IDX PIC 9(4).
       01 WS-ROWTOT-TABLE.
           05 WS-ROWTOT-ENTRY OCCURS 500 TIMES.
               10 WS-ROWTOT-SET PIC X(4).
               10 WS-ROWTOT-ROW PIC 9(2).
               10 WS-ROWTOT-AMT PIC S9(11)V99.
       01 WS-ROWTOT-COUNT PIC 9(3) VALUE 0.
       01 WS-ROWTOT-IDX PIC 9(3).
       01 WS-ROWTOT-HIT PIC 9(3).
       01 WS-COL-USED-TABLE.
           05 WS-COL-USED PIC X(1) OCCURS 50 TIMES.
       01 WS-ROW PIC 9(2).
       01 WS-COL PIC 9(2).
       01 WS-CC PIC 9(2).
       01 WS-PCT PIC S9(3)V99.
       01 WS-CC-TOTAL PIC S9(11)V99.
       01 WS-CC-LINES PIC 9(4).
       01 WS-GRAND-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-STMT-COUNT PIC 9(2) VALUE 0.
       01 WS-STMT-LINES PIC 9(6) VALUE 0.
       01 WS-MISS-COUNT PIC 9(5) VALUE 0.
       01 WS-DET-COUNT PIC 9(6) VALUE 0.
       01 WS-ACCT-SHOW PIC X(9).
       01 WS-AMT-TXT PIC -(8)9.99.
       01 WS-PCT-TXT PIC -(3)9.99.
       01 WS-TOT-TXT PIC -(10)9.99.
       01 WS-LINES-TXT PIC ZZZ9.
       01 WS-STMT-LINE PIC X(100).
       01 WS-RPT-LINE PIC X(100).
       01 WS-RPT-DATE-RAW PIC X(21).
       01 WS-RPT-DATE PIC X(10).
       01 WS-RPT-MONTH PIC X(7).
       01 WS-RUN-FUNC PIC X(3) VALUE "GET".
       01 WS-RUN-NUMBER PIC 9(6).
       01 WS-ENT-FUNC PIC X(3) VALUE "GET".
       01 WS-ENT-CODE PIC X(3).
       01 WS-CTL-READ PIC 9(6).
       01 WS-CTL-WRITTEN PIC 9(6).
       01 WS-CTL-HASH PIC S9(9)V99.
       01 WS-AUD-DETAIL PIC X(40).
       01 WS-AUD-OUTCOME PIC X(10).
       01 WS-AUD-PROGRAM PIC X(12) VALUE "CHGSTMT".
       01 WS-LOCK-FUNC PIC X(3).
       01 WS-LOCK-HOLDER PIC X(12) VALUE "CHGSTMT".
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
           MOVE 0 TO WS-ALC-COUNT, WS-ROWTOT-COUNT, WS-MAP-COUNT.
           MOVE 0 TO WS-STMT-COUNT, WS-STMT-LINES, WS-MISS-COUNT.
           MOVE 0 TO WS-DET-COUNT, WS-GRAND-TOTAL, WS-CTL-HASH.
           MOVE 'N' TO WS-DET-EOF-SW, WS-MAP-EOF-SW.
           MOVE ALL 'N' TO WS-COL-USED-TABLE.
           MOVE FUNCTION CURRENT-DATE TO WS-RPT-DATE-RAW.
           STRING WS-RPT-DATE-RAW(1:4) "-" WS-RPT-DATE-RAW(5:2) "-"
               WS-RPT-DATE-RAW(7:2) DELIMITED BY SIZE INTO WS-RPT-DATE.
           MOVE WS-RPT-DATE(1:7) TO WS-RPT-MONTH.
           CALL "RUNCTL" USING WS-RUN-FUNC, WS-RUN-NUMBER.
           CALL "ENTCTX" USING WS-ENT-FUNC, WS-ENT-CODE.

           PERFORM LOAD-GL-MAP.

           OPEN INPUT POOL-OUT-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "POOLOUT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM LOAD-ONE-DETAIL UNTIL DET-EOF.
           CLOSE POOL-OUT-FILE.
           IF WS-ALC-COUNT = 0
               DISPLAY "POOLOUT.DAT sem detalhes de alocacao!"
               MOVE "no allocation detail to state"
                   TO WS-AUD-DETAIL
               PERFORM REJECT-INPUT
           END-IF.

           OPEN OUTPUT STMT-RPT-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "CHGSTRPT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RELATORIO CHGSTMT  DATA: " WS-RPT-DATE
               "  RUN: " WS-RUN-NUMBER "  ENT: " WS-ENT-CODE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.

           PERFORM WRITE-ONE-STATEMENT
               VARYING WS-CC FROM 1 BY 1 UNTIL WS-CC > 50.

           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-GRAND-TOTAL TO WS-TOT-TXT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EXTRATOS: " WS-STMT-COUNT "  DETALHES: "
               WS-DET-COUNT "  TOTAL COBRADO: " WS-TOT-TXT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           IF WS-MISS-COUNT > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "DETALHES SEM CONTA NO GLMAP.DAT: "
                   WS-MISS-COUNT DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
           CLOSE STMT-RPT-FILE.

           MOVE WS-DET-COUNT TO WS-CTL-READ.
           MOVE WS-STMT-LINES TO WS-CTL-WRITTEN.
           CALL "CTLTOT" USING WS-AUD-PROGRAM, WS-CTL-READ,
               WS-CTL-WRITTEN, WS-CTL-HASH.

           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "STMTS=" WS-STMT-COUNT " DET=" WS-DET-COUNT
               " SEMCONTA=" WS-MISS-COUNT DELIMITED BY SIZE
               INTO WS-AUD-DETAIL.
           MOVE "OK" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
               WS-AUD-OUTCOME.
           IF WS-MISS-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-GL-MAP.
           OPEN INPUT GL-MAP-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "GLMAP.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM LOAD-ONE-MAP UNTIL MAP-EOF.
           CLOSE GL-MAP-FILE.

       LOAD-ONE-MAP.
           READ GL-MAP-FILE
               AT END
                   SET MAP-EOF TO TRUE
           END-READ.
           IF NOT MAP-EOF AND GL-MAP-REC NOT = SPACES
               IF GL-MAP-REC(1:2) IS NOT NUMERIC
                   OR GL-MAP-REC(4:2) IS NOT NUMERIC
                   OR GL-MAP-REC(7:8) = SPACES
                   OR WS-MAP-COUNT >= 2600
                   DISPLAY "GLMAP.DAT registro invalido: " GL-MAP-REC
                   CLOSE GL-MAP-FILE
                   MOVE "account map record invalid" TO WS-AUD-DETAIL
                   PERFORM REJECT-INPUT
               END-IF
               ADD 1 TO WS-MAP-COUNT
               MOVE GL-MAP-REC(1:2) TO WS-MAP-ROW(WS-MAP-COUNT)
               MOVE GL-MAP-REC(4:2) TO WS-MAP-COL(WS-MAP-COUNT)
               MOVE GL-MAP-REC(7:8) TO WS-MAP-ACCT(WS-MAP-COUNT)
           END-IF.

       LOAD-ONE-DETAIL.
           READ POOL-OUT-FILE
               AT END
                   SET DET-EOF TO TRUE
           END-READ.
           IF NOT DET-EOF AND POOL-OUT-REC NOT = SPACES
               MOVE POOL-OUT-REC TO WS-DET-IN
               IF WS-DET-ROW IS NOT NUMERIC
                   OR WS-DET-COL IS NOT NUMERIC
                   OR WS-DET-COL < "01" OR WS-DET-COL > "50"
                   OR WS-DET-AMT IS NOT NUMERIC
                   OR WS-ALC-COUNT >= 5000
                   DISPLAY "POOLOUT.DAT detalhe invalido: "
                       POOL-OUT-REC
                   CLOSE POOL-OUT-FILE
                   MOVE "allocation detail invalid" TO WS-AUD-DETAIL
                   PERFORM REJECT-INPUT
               END-IF
               ADD 1 TO WS-DET-COUNT
               ADD 1 TO WS-ALC-COUNT
               MOVE WS-DET-SET TO WS-ALC-SET(WS-ALC-COUNT)
               MOVE WS-DET-POOL TO WS-ALC-POOL(WS-ALC-COUNT)
               MOVE WS-DET-ROW TO WS-ALC-ROW(WS-ALC-COUNT)
               MOVE WS-DET-COL TO WS-ALC-COL(WS-ALC-COUNT)
               MOVE WS-DET-AMT TO WS-ALC-AMT(WS-ALC-COUNT)
               MOVE WS-DET-COL TO WS-COL
               IF WS-DET-AMT NOT = 0
                   MOVE 'Y' TO WS-COL-USED(WS-COL)
               END-IF
               ADD WS-DET-AMT TO WS-CTL-HASH
               PERFORM ADD-TO-ROW-TOTAL
           END-IF.

      * POOLOUT.DAT is written row by row, so the row being totalled
      * is nearly always the last one opened
       ADD-TO-ROW-TOTAL.
           MOVE 0 TO WS-ROWTOT-HIT.
           PERFORM VARYING WS-ROWTOT-IDX FROM WS-ROWTOT-COUNT BY -1
               UNTIL WS-ROWTOT-IDX < 1 OR WS-ROWTOT-HIT > 0
               IF WS-ROWTOT-SET(WS-ROWTOT-IDX) = WS-DET-SET
                   AND WS-ROWTOT-ROW(WS-ROWTOT-IDX)
                       = WS-ALC-ROW(WS-ALC-COUNT)
                   MOVE WS-ROWTOT-IDX TO WS-ROWTOT-HIT
               END-IF
           END-PERFORM.
           IF WS-ROWTOT-HIT = 0
               IF WS-ROWTOT-COUNT >= 500
                   DISPLAY "POOLOUT.DAT excede 500 linhas de pool!"
                   CLOSE POOL-OUT-FILE
                   MOVE "over 500 pool rows in allocation"
                       TO WS-AUD-DETAIL
                   PERFORM REJECT-INPUT
               END-IF
               ADD 1 TO WS-ROWTOT-COUNT
               MOVE WS-ROWTOT-COUNT TO WS-ROWTOT-HIT
               MOVE WS-DET-SET TO WS-ROWTOT-SET(WS-ROWTOT-HIT)
               MOVE WS-ALC-ROW(WS-ALC-COUNT)
                   TO WS-ROWTOT-ROW(WS-ROWTOT-HIT)
               MOVE 0 TO WS-ROWTOT-AMT(WS-ROWTOT-HIT)
           END-IF.
           ADD WS-DET-AMT TO WS-ROWTOT-AMT(WS-ROWTOT-HIT).
           MOVE WS-ROWTOT-HIT TO WS-ALC-ROWREF(WS-ALC-COUNT).

      * one statement per receiving column that was charged a
      * non-zero amount - POOLALLOC details every cell of a pool
      * row, zero or not, so a column only listed at zero gets none
       WRITE-ONE-STATEMENT.
           IF WS-COL-USED(WS-CC) = 'Y'
               MOVE SPACES TO WS-STMT-NAME
               STRING "CHGST." WS-CC ".DAT" DELIMITED BY SIZE
                   INTO WS-STMT-NAME
               OPEN OUTPUT STMT-FILE
               IF NOT FILE-STATUS-OK
                   MOVE WS-STMT-NAME(1:14) TO WS-IO-NAME
                   PERFORM IO-ABORT
               END-IF
               ADD 1 TO WS-STMT-COUNT
               MOVE 0 TO WS-CC-TOTAL, WS-CC-LINES
               MOVE SPACES TO WS-STMT-LINE
               STRING "EXTRATO DE RATEIO - CENTRO DE CUSTO " WS-CC
                   "  MES: " WS-RPT-MONTH "  DATA: " WS-RPT-DATE
                   "  RUN: " WS-RUN-NUMBER "  ENT: " WS-ENT-CODE
                   DELIMITED BY SIZE INTO WS-STMT-LINE
               PERFORM WRITE-STMT-LINE
               MOVE SPACES TO WS-STMT-LINE
               PERFORM WRITE-STMT-LINE
               MOVE SPACES TO WS-STMT-LINE
               STRING "CONJ POOL CONTA GL     PCT         VALOR"
                   "     RUN" DELIMITED BY SIZE INTO WS-STMT-LINE
               PERFORM WRITE-STMT-LINE
               PERFORM STATE-ONE-CHARGE
                   VARYING WS-ALC-IDX FROM 1 BY 1
                   UNTIL WS-ALC-IDX > WS-ALC-COUNT
               MOVE SPACES TO WS-STMT-LINE
               PERFORM WRITE-STMT-LINE
               MOVE WS-CC-TOTAL TO WS-TOT-TXT
               MOVE SPACES TO WS-STMT-LINE
               STRING "TOTAL DO MES PARA O CENTRO DE CUSTO " WS-CC
                   ": " WS-TOT-TXT DELIMITED BY SIZE
                   INTO WS-STMT-LINE
               PERFORM WRITE-STMT-LINE
               CLOSE STMT-FILE
               ADD WS-CC-TOTAL TO WS-GRAND-TOTAL
               MOVE WS-CC-LINES TO WS-LINES-TXT
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " WS-STMT-NAME(1:12) "  COBRANCAS="
                   WS-LINES-TXT "  TOTAL=" WS-TOT-TXT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.

       STATE-ONE-CHARGE.
           IF WS-ALC-COL(WS-ALC-IDX) = WS-CC
               MOVE WS-ALC-ROW(WS-ALC-IDX) TO WS-ROW
               MOVE WS-CC TO WS-COL
               PERFORM FIND-MAP-ENTRY
               IF WS-MAP-HIT = 0
                   ADD 1 TO WS-MISS-COUNT
                   MOVE "SEM CONTA" TO WS-ACCT-SHOW
               ELSE
                   MOVE WS-MAP-ACCT(WS-MAP-HIT) TO WS-ACCT-SHOW
               END-IF
               MOVE WS-ALC-ROWREF(WS-ALC-IDX) TO WS-ROWTOT-HIT
               IF WS-ROWTOT-AMT(WS-ROWTOT-HIT) = 0
                   MOVE 0 TO WS-PCT
               ELSE
                   COMPUTE WS-PCT ROUNDED =
                       WS-ALC-AMT(WS-ALC-IDX) * 100
                       / WS-ROWTOT-AMT(WS-ROWTOT-HIT)
                       ON SIZE ERROR
                           MOVE 0 TO WS-PCT
                   END-COMPUTE
               END-IF
               MOVE WS-PCT TO WS-PCT-TXT
               MOVE WS-ALC-AMT(WS-ALC-IDX) TO WS-AMT-TXT
               MOVE SPACES TO WS-STMT-LINE
               STRING WS-ALC-SET(WS-ALC-IDX) " "
                   WS-ALC-POOL(WS-ALC-IDX) " " WS-ACCT-SHOW " "
                   WS-PCT-TXT " " WS-AMT-TXT " " WS-RUN-NUMBER
                   DELIMITED BY SIZE INTO WS-STMT-LINE
               PERFORM WRITE-STMT-LINE
               ADD 1 TO WS-CC-LINES
               ADD WS-ALC-AMT(WS-ALC-IDX) TO WS-CC-TOTAL
           END-IF.

       FIND-MAP-ENTRY.
           MOVE 0 TO WS-MAP-HIT.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT OR WS-MAP-HIT > 0
               IF WS-MAP-ROW(WS-MAP-IDX) = WS-ROW
                   AND WS-MAP-COL(WS-MAP-IDX) = WS-COL
                   MOVE WS-MAP-IDX TO WS-MAP-HIT
               END-IF
           END-PERFORM.

       WRITE-STMT-LINE.
           WRITE STMT-REC FROM WS-STMT-LINE.
           IF NOT FILE-STATUS-OK
               MOVE WS-STMT-NAME(1:14) TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           ADD 1 TO WS-STMT-LINES.

       WRITE-RPT-LINE.
           WRITE STMT-RPT-REC FROM WS-RPT-LINE.
           IF NOT FILE-STATUS-OK
               MOVE "CHGSTRPT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.

      * common rejection path - the caller has closed its input and
      * set the audit detail
       REJECT-INPUT.
           MOVE "REJECTED" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
               WS-AUD-OUTCOME.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

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

       END PROGRAM CHGSTMT.
