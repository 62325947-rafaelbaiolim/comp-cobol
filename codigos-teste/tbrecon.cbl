      ******************************************************************
      * Author: GRUPO-COBOL
      * Date: 15/10/2026
      * Purpose: trial-balance reconciliation of the matrix feeds
      *      before the chain consumes them - MATRIZIN.DAT and
      *      MULTIPIN.DAT could pass PREFLIGHT and FEEDPROF and still
      *      not agree with what the ledger holds for the same cost
      *      pools. Reads the ledger's trial-balance extract GLTB.DAT
      *      (GLTB.<ent>.DAT on a multi-entity night; cols 1-8
      *      account, 10-15 period YYYYMM, 17-31 balance as sign,
      *      11 digits, point, 2 decimals) and the account mapping
      *      TBMAP.DAT (cols 1-8 account, 10 feed M=MATRIZIN.DAT /
      *      A=MULTIPIN.DAT A matrix / B=MULTIPIN.DAT B matrix,
      *      12-15 MULTIPIN set id, 17-18 matrix row; several
      *      accounts may feed one row, an account maps once). Each
      *      mapped row's total in the incoming deck is compared
      *      with the sum of its accounts' balances for the period
      *      and TBRECRPT.DAT lists every row as agreed, unreconciled
      *      (difference over the TBTOL.DAT tolerance, cols 1-12 as
      *      9 digits, point, 2 decimals, default 0.00), mapped but
      *      absent from the deck, or in the deck with no mapping
      *      (listed only). The period is the latest one on the
      *      extract unless the one-shot TBRPRM.DAT card names a
      *      YYYYMM in cols 1-6. Any unreconciled row holds the
      *      chain: AUDITLOG alert and RC=16, so MULTIPMATRIZ and
      *      POOLALLOC never see the feed. A missing extract, a
      *      malformed extract or mapping line, or an account mapped
      *      twice refuses the run the same way. With no TBMAP.DAT
      *      the reconciliation is not configured: the report says
      *      so and the step ends RC=0. Control totals go to
      *      CTLTOTAL.DAT through CTLTOT (deck rows read, report
      *      lines written, deck total).
      * Mod: 15/10/2026 - sparse decks (SPARSEWS.CPY, "ESPR" in the
      *      header) are summed cell by cell into the row each cell
      *      sits on; a sparse row with no cells counts as absent
      *      from the deck. Matrix rows run past 99 there, so the
      *      TBMAP.DAT row may take three digits in cols 17-19
      *      (two digits in 17-18, 01-50, as before), and the
      *      reconciliation now holds up to 2000 matrix rows.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBRECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FEED-FILE ASSIGN TO DYNAMIC WS-FEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL TB-FILE ASSIGN TO DYNAMIC WS-TB-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL MAP-FILE ASSIGN TO "TBMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL TOL-FILE ASSIGN TO "TBTOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL PRM-FILE ASSIGN TO "TBRPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TB-RPT-FILE ASSIGN TO "TBRECRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE.
       01  FEED-REC PIC X(300).
       FD  TB-FILE.
       01  TB-REC PIC X(80).
       FD  MAP-FILE.
       01  MAP-REC PIC X(40).
       FD  TOL-FILE.
       01  TOL-REC PIC X(20).
       FD  PRM-FILE.
       01  PRM-REC PIC X(20).
       FD  TB-RPT-FILE.
       01  TB-RPT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
           88 FILE-STATUS-OK VALUES "00", "05".
       01 WS-IO-NAME PIC X(14).
       01 WS-FEED-NAME PIC X(60).
       01 WS-TB-NAME PIC X(60).
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 IN-EOF VALUE 'Y'.
      * one entry per matrix row in the decks or on the mapping
       01 WS-ROW-TABLE.
           05 WS-ROW-ENTRY OCCURS 2000 TIMES.
               10 WS-ROW-KEY.
                   15 WS-ROW-FEED PIC X(1).
                   15 WS-ROW-SET PIC X(4).
                   15 WS-ROW-NUM PIC 9(3).
               10 WS-ROW-IN-FEED PIC X(1).
               10 WS-ROW-MAPPED PIC X(1).
               10 WS-ROW-FEED-TOT PIC S9(7)V99.
               10 WS-ROW-GL-TOT PIC S9(11)V99.
       01 WS-ROW-COUNT PIC 9(4) VALUE 0.
       01 WS-ROW-IDX PIC 9(4).
       01 WS-ROW-HIT PIC 9(4).
       01 WS-LOOK-KEY.
           05 WS-LOOK-FEED PIC X(1).
           05 WS-LOOK-SET PIC X(4).
           05 WS-LOOK-NUM PIC 9(3).
      * account mapping
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 1000 TIMES.
               10 WS-MAP-ACCT PIC X(8).
               10 WS-MAP-ROW PIC 9(4).
       01 WS-MAP-COUNT PIC 9(4) VALUE 0.
       01 WS-MAP-IDX PIC 9(4).
       01 WS-MAP-HIT PIC 9(4).
      * deck being summed
       01 WS-D1 PIC 9(2).
       01 WS-D2 PIC 9(2).
       01 WS-D3 PIC 9(2).
       01 WS-D4 PIC 9(2).
       01 WS-SET-ID PIC X(4).
       01 WS-ROW PIC 9(2).
       01 WS-MAP-NUM PIC 9(3).
       01 WS-CELL PIC 9(2).
       01 WS-NCELLS PIC 9(2).
       01 WS-OFFSET PIC 9(3).
       01 WS-CELL-TXT PIC X(6).
       01 WS-CELL-VAL REDEFINES WS-CELL-TXT
           PIC S9(3)V99 SIGN LEADING SEPARATE.
       COPY "SPARSEWS.CPY".
      * trial-balance line
       01 WS-TB-LINE.
           05 WS-TB-ACCT PIC X(8).
           05 FILLER PIC X(1).
           05 WS-TB-PERIOD PIC X(6).
           05 FILLER PIC X(1).
           05 WS-TB-SIGN PIC X(1).
           05 WS-TB-INT PIC X(11).
           05 WS-TB-POINT PIC X(1).
           05 WS-TB-DEC PIC X(2).
           05 FILLER PIC X(49).
       01 WS-TB-INT-N PIC 9(11).
       01 WS-TB-DEC-N PIC 9(2).
       01 WS-TB-AMT PIC S9(11)V99.
       01 WS-TB-READ PIC 9(6) VALUE 0.
       01 WS-TB-UNMAPPED PIC 9(6) VALUE 0.
       01 WS-PERIOD PIC X(6).
       01 WS-PRM-LINE PIC X(20).
      * tolerance card
       01 WS-TOL-LINE.
           05 WS-TOL-INT PIC X(9).
           05 WS-TOL-POINT PIC X(1).
           05 WS-TOL-DEC PIC X(2).
           05 FILLER PIC X(8).
       01 WS-TOL-INT-N PIC 9(9).
       01 WS-TOL-DEC-N PIC 9(2).
       01 WS-TOL-AMT PIC 9(9)V99 VALUE 0.
      * comparison
       01 WS-DIFF PIC S9(11)V99.
       01 WS-ABS-DIFF PIC 9(11)V99.
       01 WS-STATUS-TXT PIC X(22).
       01 WS-AGREED PIC 9(4) VALUE 0.
       01 WS-UNREC PIC 9(4) VALUE 0.
       01 WS-ABSENT PIC 9(4) VALUE 0.
       01 WS-NOMAP PIC 9(4) VALUE 0.
       01 WS-FEED-ROWS PIC 9(6) VALUE 0.
       01 WS-FEED-HASH PIC S9(9)V99 VALUE 0.
       01 WS-LINES-OUT PIC 9(6) VALUE 0.
       01 WS-FEED-TXT PIC -(11)9.99.
       01 WS-GL-TXT PIC -(11)9.99.
       01 WS-DIFF-TXT PIC -(11)9.99.
       01 WS-TOL-TXT PIC Z(8)9.99.
       01 WS-ROW-LABEL PIC X(14).
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
       01 WS-AUD-PROGRAM PIC X(12) VALUE "TBRECON".
       01 WS-LOCK-FUNC PIC X(3).
       01 WS-LOCK-HOLDER PIC X(12) VALUE "TBRECON".
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
           MOVE 0 TO WS-ROW-COUNT, WS-MAP-COUNT, WS-TB-READ.
           MOVE 0 TO WS-TB-UNMAPPED, WS-AGREED, WS-UNREC.
           MOVE 0 TO WS-ABSENT, WS-NOMAP, WS-FEED-ROWS.
           MOVE 0 TO WS-FEED-HASH, WS-LINES-OUT, WS-TOL-AMT.
           MOVE FUNCTION CURRENT-DATE TO WS-RPT-DATE-RAW.
           STRING WS-RPT-DATE-RAW(1:4) "-" WS-RPT-DATE-RAW(5:2) "-"
               WS-RPT-DATE-RAW(7:2) DELIMITED BY SIZE INTO WS-RPT-DATE.
           CALL "RUNCTL" USING WS-RUN-FUNC, WS-RUN-NUMBER.
           CALL "ENTCTX" USING WS-ENT-FUNC, WS-ENT-CODE.

           OPEN OUTPUT TB-RPT-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "TBRECRPT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RELATORIO TBRECON  DATA: " WS-RPT-DATE
               "  RUN: " WS-RUN-NUMBER "  ENT: " WS-ENT-CODE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.

           PERFORM LOAD-FEED-ROWS.
           PERFORM LOAD-MAPPING.
           IF WS-MAP-COUNT = 0
               MOVE "CONCILIACAO NAO CONFIGURADA - TBMAP.DAT AUSENTE"
                   TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               CLOSE TB-RPT-FILE
               MOVE "no account map - not reconciled"
                   TO WS-AUD-DETAIL
               MOVE "OK" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-TOLERANCE-CARD.
           PERFORM READ-PERIOD-CARD.
           PERFORM LOAD-TRIAL-BALANCE.

           MOVE WS-TOL-AMT TO WS-TOL-TXT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "BALANCETE: " WS-TB-NAME(1:12) "  PERIODO: "
               WS-PERIOD "  TOLERANCIA: " WS-TOL-TXT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ARQ CONJ LIN      TOTAL ARQUIVO     SALDO RAZAO"
               "         DIFERENCA  SITUACAO"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           PERFORM REPORT-ONE-ROW
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT.

           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CONCILIADAS: " WS-AGREED
               "  NAO CONCILIADAS: " WS-UNREC
               "  AUSENTES NO ARQUIVO: " WS-ABSENT
               "  SEM MAPEAMENTO: " WS-NOMAP
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CONTAS DO BALANCETE LIDAS: " WS-TB-READ
               "  SEM MAPEAMENTO: " WS-TB-UNMAPPED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           IF WS-UNREC > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** CADEIA RETIDA - ARQUIVOS NAO CONFEREM COM "
                   "O RAZAO ***" DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
           CLOSE TB-RPT-FILE.

           MOVE WS-FEED-ROWS TO WS-CTL-READ.
           MOVE WS-LINES-OUT TO WS-CTL-WRITTEN.
           MOVE WS-FEED-HASH TO WS-CTL-HASH.
           CALL "CTLTOT" USING WS-AUD-PROGRAM, WS-CTL-READ,
               WS-CTL-WRITTEN, WS-CTL-HASH.

           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "PER=" WS-PERIOD " AGREED=" WS-AGREED
               " UNREC=" WS-UNREC DELIMITED BY SIZE
               INTO WS-AUD-DETAIL.
           IF WS-UNREC = 0
               MOVE "OK" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "TBRECON: " WS-UNREC " LINHA(S) NAO "
                   "CONCILIADA(S) COM O RAZAO, VER TBRECRPT.DAT"
               MOVE "REJECTED" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
               MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.

      * row totals of the incoming decks: MATRIZIN.DAT's single
      * matrix, then both matrices of every MULTIPIN.DAT set; only
      * the header's columns count, the rest of the card is filler
       LOAD-FEED-ROWS.
           MOVE "MATRIZIN.DAT" TO WS-FEED-NAME.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT FEED-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "MATRIZIN.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           READ FEED-FILE
               AT END
                   SET IN-EOF TO TRUE
           END-READ.
           IF NOT IN-EOF AND FEED-REC(1:4) = "ESPR"
               IF FEED-REC(17:6) IS NOT NUMERIC
                   MOVE "MATRIZIN.DAT header not numeric"
                       TO WS-AUD-DETAIL
                   PERFORM FEED-REJECT
               END-IF
               MOVE FEED-REC(1:30) TO SPR-DECK-HDR
               MOVE 'M' TO WS-LOOK-FEED
               MOVE SPACES TO WS-LOOK-SET
               PERFORM SUM-SPARSE-CELL
                   VARYING SPR-IX FROM 1 BY 1
                   UNTIL SPR-IX > SPR-DH-CELLS OR IN-EOF
               SET IN-EOF TO TRUE
           END-IF.
           IF NOT IN-EOF
               IF FEED-REC(1:4) IS NOT NUMERIC
                   MOVE "MATRIZIN.DAT header not numeric"
                       TO WS-AUD-DETAIL
                   PERFORM FEED-REJECT
               END-IF
               MOVE FEED-REC(1:2) TO WS-D1
               MOVE FEED-REC(3:2) TO WS-D2
               MOVE 'M' TO WS-LOOK-FEED
               MOVE SPACES TO WS-LOOK-SET
               MOVE WS-D2 TO WS-NCELLS
               PERFORM SUM-DECK-ROW
                   VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > WS-D1 OR IN-EOF
           END-IF.
           CLOSE FEED-FILE.

           MOVE "MULTIPIN.DAT" TO WS-FEED-NAME.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT FEED-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "MULTIPIN.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           READ FEED-FILE
               AT END
                   SET IN-EOF TO TRUE
           END-READ.
           PERFORM SUM-MULTIP-SET UNTIL IN-EOF.
           CLOSE FEED-FILE.

      *    current record is a set header; leaves the next header
      *    (or EOF) current, the way PREFLIGHT walks the deck
       SUM-MULTIP-SET.
           IF FEED-REC(5:4) = "ESPR"
               PERFORM SUM-SPARSE-SET
           ELSE
               PERFORM SUM-DENSE-SET
           END-IF.

       SUM-SPARSE-SET.
           IF FEED-REC(33:6) IS NOT NUMERIC
               OR FEED-REC(40:6) IS NOT NUMERIC
               MOVE "MULTIPIN.DAT set header not numeric"
                   TO WS-AUD-DETAIL
               PERFORM FEED-REJECT
           END-IF.
           MOVE FEED-REC(1:45) TO SPR-SET-HDR.
           MOVE SPR-SH-SET TO WS-LOOK-SET.
           MOVE 'A' TO WS-LOOK-FEED.
           PERFORM SUM-SPARSE-CELL
               VARYING SPR-IX FROM 1 BY 1
               UNTIL SPR-IX > SPR-SH-NA OR IN-EOF.
           MOVE 'B' TO WS-LOOK-FEED.
           PERFORM SUM-SPARSE-CELL
               VARYING SPR-IX FROM 1 BY 1
               UNTIL SPR-IX > SPR-SH-NB OR IN-EOF.
           IF NOT IN-EOF
               READ FEED-FILE
                   AT END
                       SET IN-EOF TO TRUE
               END-READ
           END-IF.

       SUM-DENSE-SET.
           IF FEED-REC(5:8) IS NOT NUMERIC
               MOVE "MULTIPIN.DAT set header not numeric"
                   TO WS-AUD-DETAIL
               PERFORM FEED-REJECT
           END-IF.
           MOVE FEED-REC(1:4) TO WS-SET-ID.
           MOVE FEED-REC(5:2) TO WS-D1.
           MOVE FEED-REC(7:2) TO WS-D2.
           MOVE FEED-REC(9:2) TO WS-D3.
           MOVE FEED-REC(11:2) TO WS-D4.
           MOVE WS-SET-ID TO WS-LOOK-SET.
           MOVE 'A' TO WS-LOOK-FEED.
           MOVE WS-D2 TO WS-NCELLS.
           PERFORM SUM-DECK-ROW
               VARYING WS-ROW FROM 1 BY 1
               UNTIL WS-ROW > WS-D1 OR IN-EOF.
           MOVE 'B' TO WS-LOOK-FEED.
           MOVE WS-D4 TO WS-NCELLS.
           PERFORM SUM-DECK-ROW
               VARYING WS-ROW FROM 1 BY 1
               UNTIL WS-ROW > WS-D3 OR IN-EOF.
           IF NOT IN-EOF
               READ FEED-FILE
                   AT END
                       SET IN-EOF TO TRUE
               END-READ
           END-IF.

       SUM-DECK-ROW.
           READ FEED-FILE
               AT END
                   SET IN-EOF TO TRUE
           END-READ.
           IF NOT IN-EOF
               MOVE WS-ROW TO WS-LOOK-NUM
               PERFORM FIND-ROW
               MOVE 'Y' TO WS-ROW-IN-FEED(WS-ROW-HIT)
               ADD 1 TO WS-FEED-ROWS
               PERFORM ADD-ONE-CELL
                   VARYING WS-CELL FROM 1 BY 1
                   UNTIL WS-CELL > WS-NCELLS
           END-IF.

      *    one sparse cell record, added to the row it sits on
       SUM-SPARSE-CELL.
           READ FEED-FILE
               AT END
                   SET IN-EOF TO TRUE
           END-READ.
           IF NOT IN-EOF
               IF FEED-REC(1:3) IS NOT NUMERIC
                   OR FEED-REC(1:3) = "000"
                   MOVE SPACES TO WS-AUD-DETAIL
                   STRING WS-FEED-NAME(1:12) " cell not numeric"
                       DELIMITED BY SIZE INTO WS-AUD-DETAIL
                   PERFORM FEED-REJECT
               END-IF
               MOVE FEED-REC(1:3) TO WS-LOOK-NUM
               PERFORM FIND-ROW
               MOVE 'Y' TO WS-ROW-IN-FEED(WS-ROW-HIT)
               ADD 1 TO WS-FEED-ROWS
               MOVE 9 TO WS-OFFSET
               PERFORM ADD-CELL-AT
           END-IF.

       ADD-ONE-CELL.
           COMPUTE WS-OFFSET = (WS-CELL - 1) * 6 + 1.
           PERFORM ADD-CELL-AT.

      *    the 6-byte cell at WS-OFFSET of the current record
       ADD-CELL-AT.
           IF (FEED-REC(WS-OFFSET:1) NOT = '+'
               AND FEED-REC(WS-OFFSET:1) NOT = '-')
               OR FEED-REC(WS-OFFSET + 1:5) IS NOT NUMERIC
               MOVE SPACES TO WS-AUD-DETAIL
               STRING WS-FEED-NAME(1:12) " cell not numeric"
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               PERFORM FEED-REJECT
           END-IF.
           MOVE FEED-REC(WS-OFFSET:6) TO WS-CELL-TXT.
           ADD WS-CELL-VAL TO WS-ROW-FEED-TOT(WS-ROW-HIT).
           ADD WS-CELL-VAL TO WS-FEED-HASH.

      * the row entry for WS-LOOK-KEY, opened the first time it is
      * needed
       FIND-ROW.
           MOVE 0 TO WS-ROW-HIT.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT OR WS-ROW-HIT > 0
               IF WS-ROW-KEY(WS-ROW-IDX) = WS-LOOK-KEY
                   MOVE WS-ROW-IDX TO WS-ROW-HIT
               END-IF
           END-PERFORM.
           IF WS-ROW-HIT = 0
               IF WS-ROW-COUNT >= 2000
                   DISPLAY "Conciliacao excede 2000 linhas de matriz!"
                   MOVE "over 2000 matrix rows" TO WS-AUD-DETAIL
                   PERFORM REJECT-INPUT
               END-IF
               ADD 1 TO WS-ROW-COUNT
               MOVE WS-ROW-COUNT TO WS-ROW-HIT
               MOVE WS-LOOK-KEY TO WS-ROW-KEY(WS-ROW-HIT)
               MOVE 'N' TO WS-ROW-IN-FEED(WS-ROW-HIT)
               MOVE 'N' TO WS-ROW-MAPPED(WS-ROW-HIT)
               MOVE 0 TO WS-ROW-FEED-TOT(WS-ROW-HIT)
               MOVE 0 TO WS-ROW-GL-TOT(WS-ROW-HIT)
           END-IF.

       LOAD-MAPPING.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT MAP-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "TBMAP.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM LOAD-ONE-MAPPING UNTIL IN-EOF.
           CLOSE MAP-FILE.

       LOAD-ONE-MAPPING.
           READ MAP-FILE
               AT END
                   SET IN-EOF TO TRUE
           END-READ.
           IF NOT IN-EOF AND MAP-REC NOT = SPACES
      *        a row past 99 only exists on a sparse deck and takes
      *        the third digit in col 19
               MOVE 0 TO WS-MAP-NUM
               IF MAP-REC(19:1) IS NUMERIC
                   IF MAP-REC(17:3) IS NUMERIC
                       MOVE MAP-REC(17:3) TO WS-MAP-NUM
                   END-IF
               ELSE
                   IF MAP-REC(17:2) IS NUMERIC
                       AND MAP-REC(17:2) NOT > "50"
                       MOVE MAP-REC(17:2) TO WS-MAP-NUM
                   END-IF
               END-IF
               IF MAP-REC(1:8) = SPACES
                   OR (MAP-REC(10:1) NOT = 'M'
                       AND MAP-REC(10:1) NOT = 'A'
                       AND MAP-REC(10:1) NOT = 'B')
                   OR WS-MAP-NUM = 0
                   OR (MAP-REC(10:1) NOT = 'M'
                       AND MAP-REC(12:4) = SPACES)
                   DISPLAY "TBMAP.DAT linha invalida: " MAP-REC
                   CLOSE MAP-FILE
                   MOVE "account map line invalid" TO WS-AUD-DETAIL
                   PERFORM REJECT-INPUT
               END-IF
               PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                   IF WS-MAP-ACCT(WS-MAP-IDX) = MAP-REC(1:8)
                       DISPLAY "TBMAP.DAT conta mapeada duas vezes: "
                           MAP-REC(1:8)
                       CLOSE MAP-FILE
                       MOVE SPACES TO WS-AUD-DETAIL
                       STRING "account " MAP-REC(1:8) " mapped twice"
                           DELIMITED BY SIZE INTO WS-AUD-DETAIL
                       PERFORM REJECT-INPUT
                   END-IF
               END-PERFORM
               IF WS-MAP-COUNT >= 1000
                   DISPLAY "TBMAP.DAT excede 1000 contas!"
                   CLOSE MAP-FILE
                   MOVE "account map over 1000 lines"
                       TO WS-AUD-DETAIL
                   PERFORM REJECT-INPUT
               END-IF
               MOVE MAP-REC(10:1) TO WS-LOOK-FEED
               IF MAP-REC(10:1) = 'M'
                   MOVE SPACES TO WS-LOOK-SET
               ELSE
                   MOVE MAP-REC(12:4) TO WS-LOOK-SET
               END-IF
               MOVE WS-MAP-NUM TO WS-LOOK-NUM
               PERFORM FIND-ROW
               MOVE 'Y' TO WS-ROW-MAPPED(WS-ROW-HIT)
               ADD 1 TO WS-MAP-COUNT
               MOVE MAP-REC(1:8) TO WS-MAP-ACCT(WS-MAP-COUNT)
               MOVE WS-ROW-HIT TO WS-MAP-ROW(WS-MAP-COUNT)
           END-IF.

       READ-TOLERANCE-CARD.
           OPEN INPUT TOL-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "TBTOL.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           READ TOL-FILE INTO WS-TOL-LINE
               AT END
                   MOVE SPACES TO WS-TOL-LINE
           END-READ.
           CLOSE TOL-FILE.
           IF WS-TOL-LINE NOT = SPACES
               IF WS-TOL-INT IS NOT NUMERIC
                   OR WS-TOL-POINT NOT = '.'
                   OR WS-TOL-DEC IS NOT NUMERIC
                   DISPLAY "TBTOL.DAT tolerancia invalida: "
                       WS-TOL-LINE
                   MOVE "tolerance card invalid" TO WS-AUD-DETAIL
                   PERFORM REJECT-INPUT
               END-IF
               MOVE WS-TOL-INT TO WS-TOL-INT-N
               MOVE WS-TOL-DEC TO WS-TOL-DEC-N
               COMPUTE WS-TOL-AMT = WS-TOL-INT-N + WS-TOL-DEC-N / 100
           END-IF.

      * a one-shot card pins the period; otherwise the extract's
      * latest period is the one reconciled
       READ-PERIOD-CARD.
           MOVE SPACES TO WS-PRM-LINE.
           OPEN INPUT PRM-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "TBRPRM.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           READ PRM-FILE INTO WS-PRM-LINE
               AT END
                   MOVE SPACES TO WS-PRM-LINE
           END-READ.
           CLOSE PRM-FILE.
           MOVE SPACES TO WS-PERIOD.
           IF WS-PRM-LINE NOT = SPACES
               OPEN OUTPUT PRM-FILE
               CLOSE PRM-FILE
               IF WS-PRM-LINE(1:6) IS NOT NUMERIC
                   OR WS-PRM-LINE(5:2) < "01"
                   OR WS-PRM-LINE(5:2) > "12"
                   DISPLAY "TBRPRM.DAT periodo invalido: "
                       WS-PRM-LINE
                   MOVE "period card invalid" TO WS-AUD-DETAIL
                   PERFORM REJECT-INPUT
               END-IF
               MOVE WS-PRM-LINE(1:6) TO WS-PERIOD
           END-IF.

      * two passes over the extract when no period was carded: the
      * first finds the latest period, the second sums it
       LOAD-TRIAL-BALANCE.
           MOVE SPACES TO WS-TB-NAME.
           IF WS-ENT-CODE = SPACES
               MOVE "GLTB.DAT" TO WS-TB-NAME
           ELSE
               STRING "GLTB." WS-ENT-CODE ".DAT" DELIMITED BY SIZE
                   INTO WS-TB-NAME
           END-IF.
           IF WS-PERIOD = SPACES
               MOVE 'N' TO WS-EOF-SW
               PERFORM OPEN-TRIAL-BALANCE
               PERFORM FIND-LATEST-PERIOD UNTIL IN-EOF
               CLOSE TB-FILE
               IF WS-PERIOD = SPACES
                   DISPLAY WS-TB-NAME(1:12) " ausente ou vazio!"
                   MOVE SPACES TO WS-AUD-DETAIL
                   STRING "no trial balance " WS-TB-NAME(1:12)
                       DELIMITED BY SIZE INTO WS-AUD-DETAIL
                   PERFORM REJECT-INPUT
               END-IF
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM OPEN-TRIAL-BALANCE.
           PERFORM TAKE-ONE-BALANCE UNTIL IN-EOF.
           CLOSE TB-FILE.
           IF WS-TB-READ = 0
               DISPLAY WS-TB-NAME(1:12) " sem saldos do periodo "
                   WS-PERIOD "!"
               MOVE SPACES TO WS-AUD-DETAIL
               STRING "no trial balance for " WS-PERIOD
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               PERFORM REJECT-INPUT
           END-IF.

       OPEN-TRIAL-BALANCE.
           OPEN INPUT TB-FILE.
           IF NOT FILE-STATUS-OK
               MOVE WS-TB-NAME(1:14) TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.

       FIND-LATEST-PERIOD.
           READ TB-FILE INTO WS-TB-LINE
               AT END
                   SET IN-EOF TO TRUE
           END-READ.
           IF NOT IN-EOF AND WS-TB-LINE NOT = SPACES
               PERFORM EDIT-BALANCE-LINE
               IF WS-TB-PERIOD > WS-PERIOD OR WS-PERIOD = SPACES
                   MOVE WS-TB-PERIOD TO WS-PERIOD
               END-IF
           END-IF.

       TAKE-ONE-BALANCE.
           READ TB-FILE INTO WS-TB-LINE
               AT END
                   SET IN-EOF TO TRUE
           END-READ.
           IF NOT IN-EOF AND WS-TB-LINE NOT = SPACES
               PERFORM EDIT-BALANCE-LINE
               IF WS-TB-PERIOD = WS-PERIOD
                   ADD 1 TO WS-TB-READ
                   MOVE WS-TB-INT TO WS-TB-INT-N
                   MOVE WS-TB-DEC TO WS-TB-DEC-N
                   COMPUTE WS-TB-AMT = WS-TB-INT-N + WS-TB-DEC-N / 100
                   IF WS-TB-SIGN = '-'
                       COMPUTE WS-TB-AMT = 0 - WS-TB-AMT
                   END-IF
                   MOVE 0 TO WS-MAP-HIT
                   PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                       UNTIL WS-MAP-IDX > WS-MAP-COUNT
                           OR WS-MAP-HIT > 0
                       IF WS-MAP-ACCT(WS-MAP-IDX) = WS-TB-ACCT
                           MOVE WS-MAP-IDX TO WS-MAP-HIT
                       END-IF
                   END-PERFORM
                   IF WS-MAP-HIT = 0
                       ADD 1 TO WS-TB-UNMAPPED
                   ELSE
                       MOVE WS-MAP-ROW(WS-MAP-HIT) TO WS-ROW-HIT
                       ADD WS-TB-AMT TO WS-ROW-GL-TOT(WS-ROW-HIT)
                   END-IF
               END-IF
           END-IF.

       EDIT-BALANCE-LINE.
           IF WS-TB-ACCT = SPACES
               OR WS-TB-PERIOD IS NOT NUMERIC
               OR (WS-TB-SIGN NOT = '+' AND WS-TB-SIGN NOT = '-')
               OR WS-TB-INT IS NOT NUMERIC
               OR WS-TB-POINT NOT = '.'
               OR WS-TB-DEC IS NOT NUMERIC
               DISPLAY WS-TB-NAME(1:12) " linha invalida: "
                   WS-TB-LINE(1:31)
               CLOSE TB-FILE
               MOVE "trial balance line invalid" TO WS-AUD-DETAIL
               PERFORM REJECT-INPUT
           END-IF.

       REPORT-ONE-ROW.
           MOVE SPACES TO WS-ROW-LABEL.
           STRING " " WS-ROW-FEED(WS-ROW-IDX) "  "
               WS-ROW-SET(WS-ROW-IDX) " " WS-ROW-NUM(WS-ROW-IDX)
               DELIMITED BY SIZE INTO WS-ROW-LABEL.
           COMPUTE WS-DIFF = WS-ROW-FEED-TOT(WS-ROW-IDX)
               - WS-ROW-GL-TOT(WS-ROW-IDX).
           IF WS-DIFF < 0
               COMPUTE WS-ABS-DIFF = 0 - WS-DIFF
           ELSE
               MOVE WS-DIFF TO WS-ABS-DIFF
           END-IF.
           IF WS-ROW-MAPPED(WS-ROW-IDX) = 'N'
               MOVE "SEM MAPEAMENTO" TO WS-STATUS-TXT
               ADD 1 TO WS-NOMAP
           ELSE
               IF WS-ABS-DIFF > WS-TOL-AMT
                   ADD 1 TO WS-UNREC
                   IF WS-ROW-IN-FEED(WS-ROW-IDX) = 'N'
                       MOVE "** AUSENTE NO ARQUIVO" TO WS-STATUS-TXT
                       ADD 1 TO WS-ABSENT
                   ELSE
                       MOVE "** NAO CONCILIADA" TO WS-STATUS-TXT
                   END-IF
               ELSE
                   MOVE "CONCILIADA" TO WS-STATUS-TXT
                   ADD 1 TO WS-AGREED
               END-IF
           END-IF.
           MOVE WS-ROW-FEED-TOT(WS-ROW-IDX) TO WS-FEED-TXT.
           MOVE WS-ROW-GL-TOT(WS-ROW-IDX) TO WS-GL-TXT.
           MOVE WS-DIFF TO WS-DIFF-TXT.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-ROW-MAPPED(WS-ROW-IDX) = 'N'
               STRING WS-ROW-LABEL WS-FEED-TXT
                   "                                  " WS-STATUS-TXT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING WS-ROW-LABEL WS-FEED-TXT " " WS-GL-TXT " "
                   WS-DIFF-TXT "  " WS-STATUS-TXT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-RPT-LINE.

       WRITE-RPT-LINE.
           WRITE TB-RPT-REC FROM WS-RPT-LINE.
           IF NOT FILE-STATUS-OK
               MOVE "TBRECRPT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           ADD 1 TO WS-LINES-OUT.

       FEED-REJECT.
           DISPLAY WS-FEED-NAME(1:12) " com formato invalido!".
           CLOSE FEED-FILE.
           PERFORM REJECT-INPUT.

       REJECT-INPUT.
           CLOSE TB-RPT-FILE.
           MOVE "REJECTED" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
               WS-AUD-OUTCOME.
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
           MOVE 12 TO RETURN-CODE.
           GOBACK.

       END PROGRAM TBRECON.
