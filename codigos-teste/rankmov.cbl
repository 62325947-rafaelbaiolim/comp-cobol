      ******************************************************************
      * Author: GRUPO-COBOL
      * Date: 15/10/2026
      * Purpose: night-over-night rank movement by account, run
      *      right behind BUBBLESORT. Tonight's VETOUT.DAT is set
      *      against the previous run's ranked output, which this
      *      step keeps as VETPREV.DAT (VETPREV.<ent>.DAT on a
      *      multi-entity night, so each company is compared with
      *      its own last pass), matching the accounts by SKEY. The
      *      rank is the detail record's position on VETOUT.DAT as
      *      the sort wrote it (rank 1 = first detail), whichever
      *      direction the VETIN.DAT header asked for; the CNT=
      *      trailer and the merge's REGIAO/GRUPO subtotal lines are
      *      not ranked, and an account appearing twice is matched
      *      occurrence for occurrence. RANKRPT.DAT shows, per
      *      account in tonight's order, the prior and current
      *      rank, the positions moved (positive = climbed) and the
      *      value change, then the new entrants, the accounts that
      *      dropped out, and the top N movers up and down - N from
      *      cols 1-3 of the RANKPRM.DAT control card, default 10.
      *      With no previous ranking (first run) every account is
      *      reported as new and nothing as moved. Once the report
      *      is written tonight's VETOUT.DAT becomes the next run's
      *      VETPREV.DAT. A VETOUT.DAT with no detail, or either
      *      ranking over the 5000-account table, refuses the run
      *      (AUDITLOG/RC=16) and leaves VETPREV.DAT as it was.
      *      Control totals go to CTLTOTAL.DAT through CTLTOT
      *      (tonight's detail rows, report lines, value total).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RANKMOV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VET-OUT-FILE ASSIGN TO "VETOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL VET-PRV-FILE ASSIGN TO DYNAMIC WS-PRV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL PRM-FILE ASSIGN TO "RANKPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RANK-RPT-FILE ASSIGN TO "RANKRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VET-OUT-FILE.
       01  VET-OUT-REC PIC X(100).
       FD  VET-PRV-FILE.
       01  VET-PRV-REC PIC X(100).
       FD  PRM-FILE.
       01  PRM-REC PIC X(20).
       FD  RANK-RPT-FILE.
       01  RANK-RPT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
           88 FILE-STATUS-OK VALUES "00", "05".
       01 WS-IO-NAME PIC X(14).
       01 WS-PRV-NAME PIC X(60).
       01 WS-CPY-SRC PIC X(60) VALUE "VETOUT.DAT".
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 RANK-EOF VALUE 'Y'.
       01 WS-OVER-CAP PIC X VALUE 'N'.
           88 OVER-CAPACITY VALUE 'Y'.
       01 WS-MAX-ACCTS PIC 9(4) VALUE 5000.
      * one VETOUT.DAT detail record, either layout
       01 WS-VAL-REC.
           05 WS-VAL-VET PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 WS-VAL-SKEY PIC X(6).
           05 FILLER PIC X(82).
       01 WS-OLD-VAL-REC REDEFINES WS-VAL-REC.
           05 WS-OLD-VAL-VET PIC S9(3) SIGN LEADING SEPARATE.
           05 WS-OLD-VAL-SKEY PIC X(6).
           05 FILLER PIC X(90).
       01 WS-REC-VAL PIC S9(9)V99.
       01 WS-REC-SKEY PIC X(6).
      * tonight's ranking, in VETOUT.DAT order (index = rank)
       01 WS-CUR-TABLE.
           05 WS-CUR-ENTRY OCCURS 5000 TIMES.
               10 WS-CUR-SKEY PIC X(6).
               10 WS-CUR-VAL PIC S9(9)V99.
               10 WS-CUR-PRV PIC 9(4).
               10 WS-CUR-MOVE PIC S9(4).
               10 WS-CUR-PICKED PIC X(1).
       01 WS-CUR-COUNT PIC 9(4) VALUE 0.
       01 WS-CUR-IDX PIC 9(4).
      * the previous run's ranking, same order
       01 WS-PRV-TABLE.
           05 WS-PRV-ENTRY OCCURS 5000 TIMES.
               10 WS-PRV-SKEY PIC X(6).
               10 WS-PRV-VAL PIC S9(9)V99.
               10 WS-PRV-CUR PIC 9(4).
       01 WS-PRV-COUNT PIC 9(4) VALUE 0.
       01 WS-PRV-IDX PIC 9(4).
       01 WS-TOP-N PIC 9(3) VALUE 10.
       01 WS-TOP-DONE PIC 9(3).
       01 WS-TOP-HIT PIC 9(4).
       01 WS-TOP-SIGN PIC X(1).
       01 WS-NEW-COUNT PIC 9(4) VALUE 0.
       01 WS-OUT-COUNT PIC 9(4) VALUE 0.
       01 WS-UP-COUNT PIC 9(4) VALUE 0.
       01 WS-DOWN-COUNT PIC 9(4) VALUE 0.
       01 WS-SAME-COUNT PIC 9(4) VALUE 0.
       01 WS-VAL-DIFF PIC S9(10)V99.
       01 WS-CUR-SUM PIC S9(13)V99 VALUE 0.
      * report line pieces
       01 WS-SKEY-TXT PIC X(6).
       01 WS-PRV-RANK-TXT PIC X(5).
       01 WS-CUR-RANK-TXT PIC X(5).
       01 WS-MOVE-TXT PIC X(5).
       01 WS-PRV-VAL-TXT PIC X(14).
       01 WS-CUR-VAL-TXT PIC X(14).
       01 WS-DIFF-TXT PIC X(15).
       01 WS-RANK-ED PIC ZZZZ9.
       01 WS-MOVE-ED PIC +(4)9.
       01 WS-VAL-ED PIC -(9)9.99.
       01 WS-DIFF-ED PIC -(10)9.99.
       01 WS-LINES-OUT PIC 9(6) VALUE 0.
       01 WS-RPT-LINE PIC X(132).
       01 WS-RPT-DATE-RAW PIC X(21).
       01 WS-RPT-DATE PIC X(10).
       01 WS-RUN-FUNC PIC X(3) VALUE "GET".
       01 WS-RUN-NUMBER PIC 9(6).
       01 WS-ENT-FUNC PIC X(3) VALUE "GET".
       01 WS-ENT-CODE PIC X(3).
       01 WS-CTL-READ PIC 9(6).
       01 WS-CTL-WRITTEN PIC 9(6).
       01 WS-CTL-HASH PIC S9(9)V99.
       01 WS-AUD-DETAIL PIC X(40).
       01 WS-AUD-OUTCOME PIC X(10).
       01 WS-AUD-PROGRAM PIC X(12) VALUE "RANKMOV".
       01 WS-LOCK-FUNC PIC X(3).
       01 WS-LOCK-HOLDER PIC X(12) VALUE "RANKMOV".
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
           MOVE 0 TO WS-CUR-COUNT, WS-PRV-COUNT, WS-LINES-OUT.
           MOVE 0 TO WS-NEW-COUNT, WS-OUT-COUNT, WS-UP-COUNT.
           MOVE 0 TO WS-DOWN-COUNT, WS-SAME-COUNT, WS-CUR-SUM.
           MOVE 10 TO WS-TOP-N.
           MOVE 'N' TO WS-OVER-CAP.
           MOVE FUNCTION CURRENT-DATE TO WS-RPT-DATE-RAW.
           STRING WS-RPT-DATE-RAW(1:4) "-" WS-RPT-DATE-RAW(5:2) "-"
               WS-RPT-DATE-RAW(7:2) DELIMITED BY SIZE INTO WS-RPT-DATE.
           CALL "RUNCTL" USING WS-RUN-FUNC, WS-RUN-NUMBER.
           CALL "ENTCTX" USING WS-ENT-FUNC, WS-ENT-CODE.
           MOVE SPACES TO WS-PRV-NAME.
           IF WS-ENT-CODE = SPACES
               MOVE "VETPREV.DAT" TO WS-PRV-NAME
           ELSE
               STRING "VETPREV." WS-ENT-CODE DELIMITED BY SPACE
                   ".DAT" DELIMITED BY SIZE INTO WS-PRV-NAME
           END-IF.

           PERFORM READ-TOP-CARD.

           PERFORM LOAD-CURRENT.
           IF OVER-CAPACITY
               DISPLAY "VETOUT.DAT excede " WS-MAX-ACCTS " contas!"
               MOVE "tonight's ranking over 5000 accounts"
                   TO WS-AUD-DETAIL
               PERFORM REJECT-INPUT
           END-IF.
           IF WS-CUR-COUNT = 0
               DISPLAY "VETOUT.DAT sem registro de detalhe!"
               MOVE "no detail in tonight's ranking"
                   TO WS-AUD-DETAIL
               PERFORM REJECT-INPUT
           END-IF.

           PERFORM LOAD-PREVIOUS.
           IF OVER-CAPACITY
               DISPLAY WS-PRV-NAME(1:20) " excede " WS-MAX-ACCTS
                   " contas!"
               MOVE "previous ranking over 5000 accounts"
                   TO WS-AUD-DETAIL
               PERFORM REJECT-INPUT
           END-IF.

           PERFORM MATCH-ONE-ACCOUNT
               VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-CUR-COUNT.
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
               UNTIL WS-PRV-IDX > WS-PRV-COUNT
               IF WS-PRV-CUR(WS-PRV-IDX) = 0
                   ADD 1 TO WS-OUT-COUNT
               END-IF
           END-PERFORM.

           OPEN OUTPUT RANK-RPT-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "RANKRPT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RELATORIO RANKMOV  DATA: " WS-RPT-DATE
               "  RUN: " WS-RUN-NUMBER "  ENT: " WS-ENT-CODE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "MOVIMENTO DE RANKING NOITE A NOITE - CONTAS HOJE: "
               WS-CUR-COUNT "  NA EXECUCAO ANTERIOR: " WS-PRV-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           IF WS-PRV-COUNT = 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "SEM RANKING ANTERIOR EM " WS-PRV-NAME(1:20)
                   " - TODAS AS CONTAS SAO NOVAS"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.

           PERFORM REPORT-MOVEMENT.
           PERFORM REPORT-ENTRANTS.
           PERFORM REPORT-DROPPED.
           MOVE '+' TO WS-TOP-SIGN.
           PERFORM REPORT-TOP-MOVERS.
           MOVE '-' TO WS-TOP-SIGN.
           PERFORM REPORT-TOP-MOVERS.

           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CONTAS: " WS-CUR-COUNT "  SUBIRAM: " WS-UP-COUNT
               "  CAIRAM: " WS-DOWN-COUNT "  ESTAVEIS: " WS-SAME-COUNT
               "  NOVAS: " WS-NEW-COUNT "  SAIRAM: " WS-OUT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           CLOSE RANK-RPT-FILE.

      *    only a completed report rolls tonight's ranking forward,
      *    so a failed step is rerun against the same base
           CALL "FILECOPY" USING WS-CPY-SRC, WS-PRV-NAME.
           CANCEL "FILECOPY".
           IF RETURN-CODE = 12
               MOVE WS-PRV-NAME(1:14) TO WS-IO-NAME
               MOVE "30" TO WS-FILE-STATUS
               PERFORM IO-ABORT
           END-IF.

           MOVE WS-CUR-COUNT TO WS-CTL-READ.
           MOVE WS-LINES-OUT TO WS-CTL-WRITTEN.
           MOVE WS-CUR-SUM TO WS-CTL-HASH.
           CALL "CTLTOT" USING WS-AUD-PROGRAM, WS-CTL-READ,
               WS-CTL-WRITTEN, WS-CTL-HASH.

           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "CUR=" WS-CUR-COUNT " PRV=" WS-PRV-COUNT
               " NEW=" WS-NEW-COUNT " OUT=" WS-OUT-COUNT
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           MOVE "OK" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
               WS-AUD-OUTCOME.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      * a card value of 1-999 replaces the default of 10 movers a
      * section; no card, or one that is not a count, keeps it
       READ-TOP-CARD.
           OPEN INPUT PRM-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "RANKPRM.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           READ PRM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PRM-REC(1:3) IS NUMERIC
                       AND PRM-REC(1:3) NOT = "000"
                       MOVE PRM-REC(1:3) TO WS-TOP-N
                   ELSE
                       DISPLAY "RANKPRM.DAT cartao invalido, "
                           "assumido N=" WS-TOP-N ": " PRM-REC
                   END-IF
           END-READ.
           CLOSE PRM-FILE.

       LOAD-CURRENT.
           OPEN INPUT VET-OUT-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "VETOUT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM LOAD-CURRENT-REC UNTIL RANK-EOF.
           CLOSE VET-OUT-FILE.

       LOAD-CURRENT-REC.
           READ VET-OUT-FILE
               AT END
                   SET RANK-EOF TO TRUE
           END-READ.
           IF NOT RANK-EOF
               MOVE VET-OUT-REC TO WS-VAL-REC
               PERFORM PICK-DETAIL
               IF WS-REC-SKEY NOT = SPACES
                   IF WS-CUR-COUNT >= WS-MAX-ACCTS
                       SET OVER-CAPACITY TO TRUE
                       SET RANK-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-CUR-COUNT
                       MOVE WS-REC-SKEY TO WS-CUR-SKEY(WS-CUR-COUNT)
                       MOVE WS-REC-VAL TO WS-CUR-VAL(WS-CUR-COUNT)
                       MOVE 0 TO WS-CUR-PRV(WS-CUR-COUNT)
                       MOVE 0 TO WS-CUR-MOVE(WS-CUR-COUNT)
                       MOVE 'N' TO WS-CUR-PICKED(WS-CUR-COUNT)
                       ADD WS-REC-VAL TO WS-CUR-SUM
                   END-IF
               END-IF
           END-IF.

       LOAD-PREVIOUS.
           OPEN INPUT VET-PRV-FILE.
           IF NOT FILE-STATUS-OK
               MOVE WS-PRV-NAME(1:14) TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM LOAD-PREVIOUS-REC UNTIL RANK-EOF.
           CLOSE VET-PRV-FILE.

       LOAD-PREVIOUS-REC.
           READ VET-PRV-FILE
               AT END
                   SET RANK-EOF TO TRUE
           END-READ.
           IF NOT RANK-EOF
               MOVE VET-PRV-REC TO WS-VAL-REC
               PERFORM PICK-DETAIL
               IF WS-REC-SKEY NOT = SPACES
                   IF WS-PRV-COUNT >= WS-MAX-ACCTS
                       SET OVER-CAPACITY TO TRUE
                       SET RANK-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-PRV-COUNT
                       MOVE WS-REC-SKEY TO WS-PRV-SKEY(WS-PRV-COUNT)
                       MOVE WS-REC-VAL TO WS-PRV-VAL(WS-PRV-COUNT)
                       MOVE 0 TO WS-PRV-CUR(WS-PRV-COUNT)
                   END-IF
               END-IF
           END-IF.

      * the trailer, subtotal lines and blank lines come back with
      * a blank SKEY; a detail still in the old 3-digit layout (no
      * numeric SKEY at 13-18) is taken as whole units
       PICK-DETAIL.
           MOVE SPACES TO WS-REC-SKEY.
           MOVE 0 TO WS-REC-VAL.
           IF WS-VAL-REC NOT = SPACES
               AND WS-VAL-REC(1:4) NOT = "CNT="
               AND WS-VAL-REC(1:6) NOT = "REGIAO"
               AND WS-VAL-REC(1:6) NOT = "GRUPO "
               IF WS-VAL-REC(13:6) IS NUMERIC
                   MOVE WS-VAL-VET TO WS-REC-VAL
                   MOVE WS-VAL-SKEY TO WS-REC-SKEY
               ELSE
                   MOVE WS-OLD-VAL-VET TO WS-REC-VAL
                   MOVE WS-OLD-VAL-SKEY TO WS-REC-SKEY
               END-IF
           END-IF.

      * first prior occurrence of the account not yet claimed
       MATCH-ONE-ACCOUNT.
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
               UNTIL WS-PRV-IDX > WS-PRV-COUNT
                   OR WS-CUR-PRV(WS-CUR-IDX) > 0
               IF WS-PRV-CUR(WS-PRV-IDX) = 0
                   AND WS-PRV-SKEY(WS-PRV-IDX) =
                       WS-CUR-SKEY(WS-CUR-IDX)
                   MOVE WS-PRV-IDX TO WS-CUR-PRV(WS-CUR-IDX)
                   MOVE WS-CUR-IDX TO WS-PRV-CUR(WS-PRV-IDX)
               END-IF
           END-PERFORM.
           IF WS-CUR-PRV(WS-CUR-IDX) = 0
               ADD 1 TO WS-NEW-COUNT
           ELSE
               COMPUTE WS-CUR-MOVE(WS-CUR-IDX) =
                   WS-CUR-PRV(WS-CUR-IDX) - WS-CUR-IDX
               EVALUATE TRUE
                   WHEN WS-CUR-MOVE(WS-CUR-IDX) > 0
                       ADD 1 TO WS-UP-COUNT
                   WHEN WS-CUR-MOVE(WS-CUR-IDX) < 0
                       ADD 1 TO WS-DOWN-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-SAME-COUNT
               END-EVALUATE
           END-IF.

       REPORT-MOVEMENT.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE "MOVIMENTO POR CONTA" TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           PERFORM WRITE-COLUMN-HEADS.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-CUR-COUNT
               PERFORM WRITE-ACCOUNT-LINE
           END-PERFORM.

       REPORT-ENTRANTS.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "NOVAS ENTRADAS: " WS-NEW-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           IF WS-NEW-COUNT > 0
               PERFORM WRITE-COLUMN-HEADS
               PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-COUNT
                   IF WS-CUR-PRV(WS-CUR-IDX) = 0
                       PERFORM WRITE-ACCOUNT-LINE
                   END-IF
               END-PERFORM
           END-IF.

       REPORT-DROPPED.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CONTAS QUE SAIRAM DO RANKING: " WS-OUT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           IF WS-OUT-COUNT > 0
               PERFORM WRITE-COLUMN-HEADS
               PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
                   UNTIL WS-PRV-IDX > WS-PRV-COUNT
                   IF WS-PRV-CUR(WS-PRV-IDX) = 0
                       PERFORM WRITE-DROPPED-LINE
                   END-IF
               END-PERFORM
           END-IF.

      * WS-TOP-SIGN '+' lists the biggest climbs, '-' the biggest
      * falls; a tie goes to the better rank tonight
       REPORT-TOP-MOVERS.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-TOP-SIGN = '+'
               STRING "MAIORES SUBIDAS (TOP " WS-TOP-N ")"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "MAIORES QUEDAS (TOP " WS-TOP-N ")"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-RPT-LINE.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-CUR-COUNT
               MOVE 'N' TO WS-CUR-PICKED(WS-CUR-IDX)
           END-PERFORM.
           MOVE 0 TO WS-TOP-DONE.
           MOVE 1 TO WS-TOP-HIT.
           PERFORM PICK-TOP-MOVER
               UNTIL WS-TOP-DONE >= WS-TOP-N OR WS-TOP-HIT = 0.
           IF WS-TOP-DONE = 0
               MOVE "  (NENHUMA)" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.

       PICK-TOP-MOVER.
           MOVE 0 TO WS-TOP-HIT.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-CUR-COUNT
               IF WS-CUR-PICKED(WS-CUR-IDX) = 'N'
                   AND WS-CUR-PRV(WS-CUR-IDX) > 0
                   IF WS-TOP-SIGN = '+'
                       IF WS-CUR-MOVE(WS-CUR-IDX) > 0
                           IF WS-TOP-HIT = 0
                               MOVE WS-CUR-IDX TO WS-TOP-HIT
                           ELSE
                               IF WS-CUR-MOVE(WS-CUR-IDX) >
                                   WS-CUR-MOVE(WS-TOP-HIT)
                                   MOVE WS-CUR-IDX TO WS-TOP-HIT
                               END-IF
                           END-IF
                       END-IF
                   ELSE
                       IF WS-CUR-MOVE(WS-CUR-IDX) < 0
                           IF WS-TOP-HIT = 0
                               MOVE WS-CUR-IDX TO WS-TOP-HIT
                           ELSE
                               IF WS-CUR-MOVE(WS-CUR-IDX) <
                                   WS-CUR-MOVE(WS-TOP-HIT)
                                   MOVE WS-CUR-IDX TO WS-TOP-HIT
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-TOP-HIT > 0
               IF WS-TOP-DONE = 0
                   PERFORM WRITE-COLUMN-HEADS
               END-IF
               ADD 1 TO WS-TOP-DONE
               MOVE 'Y' TO WS-CUR-PICKED(WS-TOP-HIT)
               MOVE WS-TOP-HIT TO WS-CUR-IDX
               PERFORM WRITE-ACCOUNT-LINE
           END-IF.

       WRITE-COLUMN-HEADS.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CONTA   RANK ANT  RANK ATU  MOVIM  "
               "VALOR ANTERIOR     VALOR ATUAL         VARIACAO"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.

      * one account of tonight's ranking, WS-CUR-IDX = its rank
       WRITE-ACCOUNT-LINE.
           MOVE WS-CUR-SKEY(WS-CUR-IDX) TO WS-SKEY-TXT.
           MOVE WS-CUR-IDX TO WS-RANK-ED.
           MOVE WS-RANK-ED TO WS-CUR-RANK-TXT.
           MOVE WS-CUR-VAL(WS-CUR-IDX) TO WS-VAL-ED.
           MOVE WS-VAL-ED TO WS-CUR-VAL-TXT.
           IF WS-CUR-PRV(WS-CUR-IDX) = 0
               MOVE " NOVA" TO WS-PRV-RANK-TXT
               MOVE SPACES TO WS-PRV-VAL-TXT
               MOVE SPACES TO WS-MOVE-TXT
               MOVE SPACES TO WS-DIFF-TXT
           ELSE
               MOVE WS-CUR-PRV(WS-CUR-IDX) TO WS-PRV-IDX
               MOVE WS-PRV-IDX TO WS-RANK-ED
               MOVE WS-RANK-ED TO WS-PRV-RANK-TXT
               MOVE WS-PRV-VAL(WS-PRV-IDX) TO WS-VAL-ED
               MOVE WS-VAL-ED TO WS-PRV-VAL-TXT
               MOVE WS-CUR-MOVE(WS-CUR-IDX) TO WS-MOVE-ED
               MOVE WS-MOVE-ED TO WS-MOVE-TXT
               COMPUTE WS-VAL-DIFF = WS-CUR-VAL(WS-CUR-IDX)
                   - WS-PRV-VAL(WS-PRV-IDX)
               MOVE WS-VAL-DIFF TO WS-DIFF-ED
               MOVE WS-DIFF-ED TO WS-DIFF-TXT
           END-IF.
           PERFORM WRITE-DETAIL-LINE.

      * one account of the previous ranking missing tonight
       WRITE-DROPPED-LINE.
           MOVE WS-PRV-SKEY(WS-PRV-IDX) TO WS-SKEY-TXT.
           MOVE WS-PRV-IDX TO WS-RANK-ED.
           MOVE WS-RANK-ED TO WS-PRV-RANK-TXT.
           MOVE WS-PRV-VAL(WS-PRV-IDX) TO WS-VAL-ED.
           MOVE WS-VAL-ED TO WS-PRV-VAL-TXT.
           MOVE " SAIU" TO WS-CUR-RANK-TXT.
           MOVE SPACES TO WS-CUR-VAL-TXT.
           MOVE SPACES TO WS-MOVE-TXT.
           MOVE SPACES TO WS-DIFF-TXT.
           PERFORM WRITE-DETAIL-LINE.

       WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-SKEY-TXT "     " WS-PRV-RANK-TXT "     "
               WS-CUR-RANK-TXT "  " WS-MOVE-TXT "  "
               WS-PRV-VAL-TXT "  " WS-CUR-VAL-TXT "  " WS-DIFF-TXT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.

       WRITE-RPT-LINE.
           WRITE RANK-RPT-REC FROM WS-RPT-LINE.
           IF NOT FILE-STATUS-OK
               MOVE "RANKRPT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           ADD 1 TO WS-LINES-OUT.

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

       END PROGRAM RANKMOV.
