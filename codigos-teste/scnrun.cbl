      ******************************************************************
      * Author: GRUPO-COBOL
      * Date: 15/10/2026
      * Purpose: what-if scenario run of the allocation - finance
      *      can ask what each cost center's charge becomes if a
      *      pool's percentages or amount change without running
      *      the real MULTIPMATRIZ/POOLALLOC/GLPOST chain, which
      *      burns generation slots and writes CTLTOTAL.DAT,
      *      FEEDACK.DAT and the posting file. The one-shot SCNREQ.DAT
      *      card names the scenario in cols 1-8 (letters and digits,
      *      no embedded blank); the scenario's alternative
      *      percentage sets go in MULTIPALC.<scn>.DAT (MULTIPALC.DAT
      *      layout) and/or its pool amounts in POOLAMT.<scn>.DAT
      *      (POOLAMT.DAT layout) - whichever is absent is taken
      *      from production. The run holds the run lock
      *      exclusively, names the scenario in SCNCURR.DAT for
      *      POOLALLOC's scenario mode, calls POOLALLOC (output to
      *      POOLOUT.<scn>.DAT/POOLRPT.<scn>.DAT, no control totals)
      *      and clears SCNCURR.DAT again, so no production master,
      *      generation, control total, acknowledgment or posting
      *      file is touched. SCNRPT.<scn>.DAT then sets the last
      *      production allocation (POOLOUT.DAT) side by side with
      *      the scenario per pool and receiving column: baseline,
      *      scenario, difference and percent change, with pool and
      *      grand totals. A missing or invalid card, a scenario
      *      with neither input file, no production baseline or a
      *      failed scenario allocation refuses the run (AUDITLOG/
      *      RC=16); POOLALLOC's own warning RC (4 or 8) is passed
      *      through.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCNRUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SCN-REQ-FILE ASSIGN TO "SCNREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SCN-CUR-FILE ASSIGN TO "SCNCURR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL ALLOC-FILE ASSIGN TO DYNAMIC WS-ALLOC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SCN-RPT-FILE ASSIGN TO DYNAMIC WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCN-REQ-FILE.
       01  SCN-REQ-REC PIC X(20).
       FD  SCN-CUR-FILE.
       01  SCN-CUR-REC PIC X(20).
       FD  ALLOC-FILE.
       01  ALLOC-REC PIC X(30).
       FD  SCN-RPT-FILE.
       01  SCN-RPT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
           88 FILE-STATUS-OK VALUES "00", "05".
       01 WS-IO-NAME PIC X(14).
       01 WS-ALLOC-NAME PIC X(60).
       01 WS-RPT-NAME PIC X(60).
       01 WS-SCN-NAME PIC X(8).
       01 WS-SCN-IDX PIC 9(2).
       01 WS-SCN-END PIC X.
       01 WS-SCN-BAD PIC X.
       01 WS-SCN-INPUTS PIC 9(1).
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 ALLOC-EOF VALUE 'Y'.
      * POOLOUT.DAT detail: set, pool, row, column, amount
       01 WS-ALLOC-LINE.
           05 WS-AL-SET PIC X(4).
           05 FILLER PIC X(1).
           05 WS-AL-POOL PIC X(4).
           05 FILLER PIC X(1).
           05 WS-AL-ROW PIC X(2).
           05 FILLER PIC X(1).
           05 WS-AL-COL PIC X(2).
           05 FILLER PIC X(1).
           05 WS-AL-AMT PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(2).
      * one entry per pool and receiving column, kept in set/row/
      * pool/column order
       01 WS-CMP-TABLE.
           05 WS-CMP-ENTRY OCCURS 5000 TIMES.
               10 WS-CMP-KEY.
                   15 WS-CMP-SET PIC X(4).
                   15 WS-CMP-ROW PIC X(2).
                   15 WS-CMP-POOL PIC X(4).
                   15 WS-CMP-COL PIC X(2).
               10 WS-CMP-BASE PIC S9(9)V99.
               10 WS-CMP-SCN PIC S9(9)V99.
       01 WS-CMP-COUNT PIC 9(4) VALUE 0.
       01 WS-CMP-IDX PIC 9(4).
       01 WS-CMP-HIT PIC 9(4).
       01 WS-CMP-POS PIC 9(4).
       01 WS-LOOK-KEY.
           05 WS-LOOK-SET PIC X(4).
           05 WS-LOOK-ROW PIC X(2).
           05 WS-LOOK-POOL PIC X(4).
           05 WS-LOOK-COL PIC X(2).
       01 WS-LOAD-SIDE PIC X(1).
       01 WS-BASE-LINES PIC 9(6) VALUE 0.
       01 WS-SCN-LINES PIC 9(6) VALUE 0.
      * report totals
       01 WS-CUR-SET PIC X(4).
       01 WS-CUR-ROW PIC X(2).
       01 WS-CUR-POOL PIC X(4).
       01 WS-POOL-BASE PIC S9(11)V99.
       01 WS-POOL-SCN PIC S9(11)V99.
       01 WS-GRAND-BASE PIC S9(11)V99.
       01 WS-GRAND-SCN PIC S9(11)V99.
       01 WS-POOL-COUNT PIC 9(4) VALUE 0.
       01 WS-CHANGED PIC 9(4) VALUE 0.
       01 WS-LINE-BASE PIC S9(11)V99.
       01 WS-LINE-SCN PIC S9(11)V99.
       01 WS-LINE-DIFF PIC S9(11)V99.
       01 WS-LINE-PCT PIC S9(5)V9.
       01 WS-LINE-LABEL PIC X(14).
       01 WS-BASE-TXT PIC -(10)9.99.
       01 WS-SCN-TXT PIC -(10)9.99.
       01 WS-DIFF-TXT PIC -(10)9.99.
       01 WS-PCT-TXT PIC -(4)9.9.
       01 WS-ALC-RC PIC 9(3).
       01 WS-RPT-LINE PIC X(132).
       01 WS-RPT-DATE-RAW PIC X(21).
       01 WS-RPT-DATE PIC X(10).
       01 WS-RUN-FUNC PIC X(3) VALUE "GET".
       01 WS-RUN-NUMBER PIC 9(6).
       01 WS-ENT-FUNC PIC X(3) VALUE "GET".
       01 WS-ENT-CODE PIC X(3).
       01 WS-AUD-DETAIL PIC X(40).
       01 WS-AUD-OUTCOME PIC X(10).
       01 WS-AUD-PROGRAM PIC X(12) VALUE "SCNRUN".
       01 WS-LOCK-FUNC PIC X(3).
       01 WS-LOCK-HOLDER PIC X(12) VALUE "SCNRUN".
       01 WS-LOCK-RESULT PIC X.
       01 WS-LOCK-INFO PIC X(45).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "RUNCTL" USING WS-RUN-FUNC, WS-RUN-NUMBER.
           CALL "ENTCTX" USING WS-ENT-FUNC, WS-ENT-CODE.
      *    exclusive for the whole run: the nightly chain must never
      *    start while SCNCURR.DAT names a scenario
           MOVE "ACQ" TO WS-LOCK-FUNC.
           CALL "RUNLOCK" USING WS-LOCK-FUNC, WS-LOCK-HOLDER,
               WS-RUN-NUMBER, WS-LOCK-RESULT, WS-LOCK-INFO.
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
           MOVE 0 TO WS-CMP-COUNT, WS-BASE-LINES, WS-SCN-LINES.
           MOVE 0 TO WS-POOL-COUNT, WS-CHANGED.
           MOVE 0 TO WS-GRAND-BASE, WS-GRAND-SCN.

           PERFORM READ-SCENARIO-CARD.
           PERFORM CHECK-SCENARIO-INPUTS.

           MOVE "POOLOUT.DAT" TO WS-ALLOC-NAME.
           MOVE 'B' TO WS-LOAD-SIDE.
           PERFORM LOAD-ALLOCATION.
           IF WS-BASE-LINES = 0
               DISPLAY "POOLOUT.DAT de producao ausente ou vazio!"
               MOVE "no production allocation to compare"
                   TO WS-AUD-DETAIL
               PERFORM REJECT-INPUT
           END-IF.

           OPEN OUTPUT SCN-CUR-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "SCNCURR.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           MOVE WS-SCN-NAME TO SCN-CUR-REC.
           WRITE SCN-CUR-REC.
           CLOSE SCN-CUR-FILE.
           CALL "POOLALLOC".
           MOVE RETURN-CODE TO WS-ALC-RC.
           CANCEL "POOLALLOC".
           PERFORM CLEAR-SCENARIO.
           IF WS-ALC-RC > 8
               DISPLAY "POOLALLOC do cenario terminou com RC="
                   WS-ALC-RC
               MOVE SPACES TO WS-AUD-DETAIL
               STRING "SCN=" WS-SCN-NAME " allocation failed RC="
                   WS-ALC-RC DELIMITED BY SIZE INTO WS-AUD-DETAIL
               PERFORM REJECT-INPUT
           END-IF.

           MOVE SPACES TO WS-ALLOC-NAME.
           STRING "POOLOUT." WS-SCN-NAME DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE INTO WS-ALLOC-NAME.
           MOVE 'S' TO WS-LOAD-SIDE.
           PERFORM LOAD-ALLOCATION.

           PERFORM WRITE-COMPARISON.

           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "SCN=" WS-SCN-NAME " POOLS=" WS-POOL-COUNT
               " CHANGED=" WS-CHANGED DELIMITED BY SIZE
               INTO WS-AUD-DETAIL.
           MOVE "OK" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
               WS-AUD-OUTCOME.
           PERFORM RELEASE-LOCK.
           MOVE WS-ALC-RC TO RETURN-CODE.
           GOBACK.

      * the request card is one-shot: cleared as soon as it is read
       READ-SCENARIO-CARD.
           OPEN INPUT SCN-REQ-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "SCNREQ.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           READ SCN-REQ-FILE
               AT END
                   MOVE SPACES TO SCN-REQ-REC
           END-READ.
           CLOSE SCN-REQ-FILE.
           OPEN OUTPUT SCN-REQ-FILE.
           CLOSE SCN-REQ-FILE.
           MOVE SCN-REQ-REC(1:8) TO WS-SCN-NAME.
           MOVE 'N' TO WS-SCN-BAD.
           MOVE 'N' TO WS-SCN-END.
           IF WS-SCN-NAME(1:1) = SPACE
               MOVE 'Y' TO WS-SCN-BAD
           END-IF.
           PERFORM VARYING WS-SCN-IDX FROM 1 BY 1
               UNTIL WS-SCN-IDX > 8
               IF WS-SCN-NAME(WS-SCN-IDX:1) = SPACE
                   MOVE 'Y' TO WS-SCN-END
               ELSE
                   IF WS-SCN-END = 'Y'
                       OR (WS-SCN-NAME(WS-SCN-IDX:1) IS NOT ALPHABETIC
                       AND WS-SCN-NAME(WS-SCN-IDX:1) IS NOT NUMERIC)
                       MOVE 'Y' TO WS-SCN-BAD
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SCN-BAD = 'Y'
               DISPLAY "SCNREQ.DAT sem nome de cenario valido: ["
                   SCN-REQ-REC(1:8) "]"
               MOVE "scenario card missing or invalid"
                   TO WS-AUD-DETAIL
               PERFORM REJECT-INPUT
           END-IF.

       CHECK-SCENARIO-INPUTS.
           MOVE 0 TO WS-SCN-INPUTS.
           MOVE SPACES TO WS-ALLOC-NAME.
           STRING "MULTIPALC." WS-SCN-NAME DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE INTO WS-ALLOC-NAME.
           PERFORM PROBE-INPUT.
           MOVE SPACES TO WS-ALLOC-NAME.
           STRING "POOLAMT." WS-SCN-NAME DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE INTO WS-ALLOC-NAME.
           PERFORM PROBE-INPUT.
           IF WS-SCN-INPUTS = 0
               DISPLAY "Cenario " WS-SCN-NAME " sem MULTIPALC."
                   WS-SCN-NAME " nem POOLAMT." WS-SCN-NAME "!"
               MOVE SPACES TO WS-AUD-DETAIL
               STRING "SCN=" WS-SCN-NAME " has no input files"
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               PERFORM REJECT-INPUT
           END-IF.

       PROBE-INPUT.
           OPEN INPUT ALLOC-FILE.
           IF FILE-STATUS-OK
               READ ALLOC-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-SCN-INPUTS
               END-READ
               CLOSE ALLOC-FILE
           END-IF.

       LOAD-ALLOCATION.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ALLOC-FILE.
           IF NOT FILE-STATUS-OK
               MOVE WS-ALLOC-NAME(1:14) TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM LOAD-ONE-DETAIL UNTIL ALLOC-EOF.
           CLOSE ALLOC-FILE.

       LOAD-ONE-DETAIL.
           READ ALLOC-FILE INTO WS-ALLOC-LINE
               AT END
                   SET ALLOC-EOF TO TRUE
           END-READ.
           IF NOT ALLOC-EOF AND ALLOC-REC NOT = SPACES
               MOVE WS-AL-SET TO WS-LOOK-SET
               MOVE WS-AL-ROW TO WS-LOOK-ROW
               MOVE WS-AL-POOL TO WS-LOOK-POOL
               MOVE WS-AL-COL TO WS-LOOK-COL
               PERFORM FIND-COMPARE-ENTRY
               IF WS-LOAD-SIDE = 'B'
                   ADD 1 TO WS-BASE-LINES
                   ADD WS-AL-AMT TO WS-CMP-BASE(WS-CMP-HIT)
               ELSE
                   ADD 1 TO WS-SCN-LINES
                   ADD WS-AL-AMT TO WS-CMP-SCN(WS-CMP-HIT)
               END-IF
           END-IF.

      * a new key opens a slot at the first larger entry, so the
      * report comes out by set, pool row and column
       FIND-COMPARE-ENTRY.
           MOVE 0 TO WS-CMP-HIT.
           MOVE 0 TO WS-CMP-POS.
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
               UNTIL WS-CMP-IDX > WS-CMP-COUNT
                   OR WS-CMP-HIT > 0 OR WS-CMP-POS > 0
               IF WS-CMP-KEY(WS-CMP-IDX) = WS-LOOK-KEY
                   MOVE WS-CMP-IDX TO WS-CMP-HIT
               ELSE
                   IF WS-CMP-KEY(WS-CMP-IDX) > WS-LOOK-KEY
                       MOVE WS-CMP-IDX TO WS-CMP-POS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CMP-HIT = 0
               IF WS-CMP-COUNT >= 5000
                   CLOSE ALLOC-FILE
                   DISPLAY "Comparacao excede 5000 pools/colunas!"
                   MOVE "over 5000 pool columns" TO WS-AUD-DETAIL
                   PERFORM REJECT-INPUT
               END-IF
               IF WS-CMP-POS = 0
                   COMPUTE WS-CMP-POS = WS-CMP-COUNT + 1
               END-IF
               PERFORM VARYING WS-CMP-IDX FROM WS-CMP-COUNT BY -1
                   UNTIL WS-CMP-IDX < WS-CMP-POS
                   MOVE WS-CMP-ENTRY(WS-CMP-IDX)
                       TO WS-CMP-ENTRY(WS-CMP-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-CMP-COUNT
               MOVE WS-CMP-POS TO WS-CMP-HIT
               MOVE WS-LOOK-KEY TO WS-CMP-KEY(WS-CMP-HIT)
               MOVE 0 TO WS-CMP-BASE(WS-CMP-HIT)
               MOVE 0 TO WS-CMP-SCN(WS-CMP-HIT)
           END-IF.

       WRITE-COMPARISON.
           MOVE SPACES TO WS-RPT-NAME.
           STRING "SCNRPT." WS-SCN-NAME DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE INTO WS-RPT-NAME.
           OPEN OUTPUT SCN-RPT-FILE.
           IF NOT FILE-STATUS-OK
               MOVE WS-RPT-NAME(1:14) TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RPT-DATE-RAW.
           STRING WS-RPT-DATE-RAW(1:4) "-" WS-RPT-DATE-RAW(5:2) "-"
               WS-RPT-DATE-RAW(7:2) DELIMITED BY SIZE INTO WS-RPT-DATE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RELATORIO SCNRUN  DATA: " WS-RPT-DATE
               "  RUN: " WS-RUN-NUMBER "  ENT: " WS-ENT-CODE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CENARIO: " WS-SCN-NAME
               "  BASE: POOLOUT.DAT  SIMULACAO: " WS-ALLOC-NAME(1:21)
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CONJ POOL CL              BASE         CENARIO"
               "       DIFERENCA    VAR%"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-CUR-SET, WS-CUR-POOL.
           PERFORM REPORT-ONE-ENTRY
               VARYING WS-CMP-IDX FROM 1 BY 1
               UNTIL WS-CMP-IDX > WS-CMP-COUNT.
           IF WS-CMP-COUNT > 0
               PERFORM REPORT-POOL-TOTAL
           END-IF.
           MOVE WS-GRAND-BASE TO WS-LINE-BASE.
           MOVE WS-GRAND-SCN TO WS-LINE-SCN.
           MOVE "TOTAL GERAL" TO WS-LINE-LABEL.
           PERFORM WRITE-COMPARE-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "POOLS: " WS-POOL-COUNT
               "  COLUNAS ALTERADAS: " WS-CHANGED
               "  DETALHES BASE: " WS-BASE-LINES
               "  CENARIO: " WS-SCN-LINES
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           CLOSE SCN-RPT-FILE.

       REPORT-ONE-ENTRY.
           IF WS-CMP-SET(WS-CMP-IDX) NOT = WS-CUR-SET
               OR WS-CMP-ROW(WS-CMP-IDX) NOT = WS-CUR-ROW
               OR WS-CMP-POOL(WS-CMP-IDX) NOT = WS-CUR-POOL
               IF WS-CUR-SET NOT = SPACES
                   PERFORM REPORT-POOL-TOTAL
               END-IF
               MOVE WS-CMP-SET(WS-CMP-IDX) TO WS-CUR-SET
               MOVE WS-CMP-ROW(WS-CMP-IDX) TO WS-CUR-ROW
               MOVE WS-CMP-POOL(WS-CMP-IDX) TO WS-CUR-POOL
               MOVE 0 TO WS-POOL-BASE, WS-POOL-SCN
               ADD 1 TO WS-POOL-COUNT
           END-IF.
           MOVE WS-CMP-BASE(WS-CMP-IDX) TO WS-LINE-BASE.
           MOVE WS-CMP-SCN(WS-CMP-IDX) TO WS-LINE-SCN.
           IF WS-LINE-BASE NOT = WS-LINE-SCN
               ADD 1 TO WS-CHANGED
           END-IF.
           MOVE SPACES TO WS-LINE-LABEL.
           STRING WS-CUR-SET " " WS-CUR-POOL " "
               WS-CMP-COL(WS-CMP-IDX) DELIMITED BY SIZE
               INTO WS-LINE-LABEL.
           PERFORM WRITE-COMPARE-LINE.
           ADD WS-LINE-BASE TO WS-POOL-BASE, WS-GRAND-BASE.
           ADD WS-LINE-SCN TO WS-POOL-SCN, WS-GRAND-SCN.

       REPORT-POOL-TOTAL.
           MOVE WS-POOL-BASE TO WS-LINE-BASE.
           MOVE WS-POOL-SCN TO WS-LINE-SCN.
           MOVE SPACES TO WS-LINE-LABEL.
           STRING WS-CUR-SET " " WS-CUR-POOL " TOT"
               DELIMITED BY SIZE INTO WS-LINE-LABEL.
           PERFORM WRITE-COMPARE-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.

      * percent change on the baseline; a receiver new in the
      * scenario has no baseline and shows NOVO
       WRITE-COMPARE-LINE.
           COMPUTE WS-LINE-DIFF = WS-LINE-SCN - WS-LINE-BASE.
           MOVE WS-LINE-BASE TO WS-BASE-TXT.
           MOVE WS-LINE-SCN TO WS-SCN-TXT.
           MOVE WS-LINE-DIFF TO WS-DIFF-TXT.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-LINE-BASE = 0
               IF WS-LINE-SCN = 0
                   STRING WS-LINE-LABEL WS-BASE-TXT " " WS-SCN-TXT " "
                       WS-DIFF-TXT "      0.0"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING WS-LINE-LABEL WS-BASE-TXT " " WS-SCN-TXT " "
                       WS-DIFF-TXT "     NOVO"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
           ELSE
               COMPUTE WS-LINE-PCT ROUNDED =
                   WS-LINE-DIFF * 100 / WS-LINE-BASE
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-LINE-PCT
               END-COMPUTE
               IF WS-LINE-BASE < 0
                   COMPUTE WS-LINE-PCT = 0 - WS-LINE-PCT
               END-IF
               MOVE WS-LINE-PCT TO WS-PCT-TXT
               STRING WS-LINE-LABEL WS-BASE-TXT " " WS-SCN-TXT " "
                   WS-DIFF-TXT "  " WS-PCT-TXT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-RPT-LINE.

       WRITE-RPT-LINE.
           WRITE SCN-RPT-REC FROM WS-RPT-LINE.
           IF NOT FILE-STATUS-OK
               MOVE WS-RPT-NAME(1:14) TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.

       CLEAR-SCENARIO.
           OPEN OUTPUT SCN-CUR-FILE.
           CLOSE SCN-CUR-FILE.

       RELEASE-LOCK.
           MOVE "REL" TO WS-LOCK-FUNC.
           CALL "RUNLOCK" USING WS-LOCK-FUNC, WS-LOCK-HOLDER,
               WS-RUN-NUMBER, WS-LOCK-RESULT, WS-LOCK-INFO.

       REJECT-INPUT.
           MOVE "REJECTED" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
               WS-AUD-OUTCOME.
           PERFORM RELEASE-LOCK.
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
           PERFORM CLEAR-SCENARIO.
           PERFORM RELEASE-LOCK.
           MOVE 12 TO RETURN-CODE.
           GOBACK.

       END PROGRAM SCNRUN.
