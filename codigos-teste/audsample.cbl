      ******************************************************************
      * Author: GRUPO-COBOL
      * Date: 15/10/2026
      * Purpose: statistical audit sampling of one chain file for the
      *      checkers. Works out the sample size for the file's
      *      population, the expected defect rate and the confidence
      *      wanted - the smallest sample in which a population
      *      holding that rate of defects would show none with a
      *      probability no higher than 100% less the confidence -
      *      from exact hypergeometric probabilities: with D defects
      *      assumed in N records, P(no defect in n) is
      *      C(N-D,n)/C(N,n), both terms built by the shared NCRGRP
      *      routine in base-10000 digit groups and compared exactly.
      *      It then draws that many records with a reproducible
      *      pseudo-random selection (a multiplicative congruential
      *      generator, 16807 mod 2**31-1, driving a one-pass
      *      selection in file order), and writes the SAMPWRK.DAT
      *      worksheet listing each selected record with space for
      *      the checker's result. The seed goes on the worksheet and
      *      on the AUDIT.LOG record, which carries the run number,
      *      so the same card and seed draw the same sample again.
      *      SAMPPRM.DAT:
      *        cols  1-20 file to sample (MATRIZIN.DAT, VETIN.DAT,
      *                   POOLOUT.DAT or a per-entity name of them)
      *        cols 22-25 expected defect rate, percent with two
      *                   decimals (0500 = 5.00%, blank = 5.00%)
      *        cols 27-30 confidence, percent with one decimal
      *                   (0950 = 95.0%, blank = 95.0%; 50.0 to 99.9)
      *        cols 32-40 seed (blank or zero = taken from the clock)
      *      The MATRIZIN and VETIN decks' header record is not part
      *      of the population; a dense matrix row is shown as wide
      *      as its header's column count. A population above 9999
      *      records, an empty file or an invalid card is rejected
      *      (RC=16); a sample size past NCRGRP's digit groups ends
      *      OVERFLOW/RC=8. Control totals go to CTLTOTAL.DAT through
      *      CTLTOT (records read, worksheet lines, sample size).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSAMPLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "SAMPPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL POP-FILE ASSIGN TO DYNAMIC WS-POP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT WRK-FILE ASSIGN TO "SAMPWRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC PIC X(40).
       FD  POP-FILE.
       01  POP-REC PIC X(300).
       FD  WRK-FILE.
       01  WRK-REC PIC X(150).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
           88 FILE-STATUS-OK VALUES "00", "05".
       01 WS-IO-NAME PIC X(14).
       01 WS-POP-NAME PIC X(60).
       01 WS-EOF-SW PIC X.
           88 END-OF-FILE VALUE 'Y'.
       01 WS-PARM-OK PIC X.
      * the card, once checked
       01 WS-RATE PIC 9(2)V99.
       01 WS-RATE-X REDEFINES WS-RATE PIC X(4).
       01 WS-CONF PIC 9(3)V9.
       01 WS-CONF-X REDEFINES WS-CONF PIC X(4).
       01 WS-SEED PIC 9(9).
       01 WS-SEED-X REDEFINES WS-SEED PIC X(9).
       01 WS-CLOCK-SEED PIC 9(8).
      * header records ahead of the population and, for a dense
      * matrix deck, the row width its header gives
       01 WS-HDR-RECS PIC 9(1).
       01 WS-ROW-WIDTH PIC 9(3).
       01 WS-MAC PIC 9(2).
      * N population, D defects assumed in it, n sample size
       01 WS-POP-N PIC 9(6).
       01 WS-DEF-D PIC 9(4).
       01 WS-SMP-N PIC 9(4).
       01 WS-RISK PIC 9(4).
       01 WS-RATE-HUND PIC 9(4).
       01 WS-NCR-N PIC 9(4).
       01 WS-NCR-R PIC 9(4).
       01 WS-TRY-N PIC 9(4).
       01 WS-LO PIC 9(4).
       01 WS-HI PIC 9(4).
       01 WS-MAX-N PIC 9(4).
       01 WS-TRY-OK PIC X.
       01 WS-FOUND-SW PIC X.
       01 WS-OVERFLOW PIC X VALUE 'N'.
           88 OVERFLOW-DETECTED VALUE 'Y'.
       COPY "NCRGRPWS.CPY".
      * A = C(N-D,n) and B = C(N,n) as exact group tables, group 1
      * the least significant; one spare group for the scaling
       01 WS-A-TABLE.
           05 WS-A-USED PIC 9(3).
           05 WS-A-GROUP PIC 9(4) OCCURS 301 TIMES.
       01 WS-B-TABLE.
           05 WS-B-USED PIC 9(3).
           05 WS-B-GROUP PIC 9(4) OCCURS 301 TIMES.
       01 WS-G-IDX PIC 9(3).
       01 WS-G-TEMP PIC 9(8) COMP.
       01 WS-G-CARRY PIC 9(8) COMP.
       01 WS-G-MULT PIC 9(4).
       01 WS-CMP-RESULT PIC X.
      * P(no defect in the sample), from the leading groups
       01 WS-A-LEAD PIC 9(12).
       01 WS-B-LEAD PIC 9(12).
       01 WS-P-RATIO PIC 9(1)V9(6).
       01 WS-P-PCT PIC 9(3)V9(4).
      * the pseudo-random stream and the one-pass selection
       01 WS-RND-X PIC 9(10) COMP.
       01 WS-RND-PROD PIC 9(18) COMP.
       01 WS-RND-QUOT PIC 9(18) COMP.
       01 WS-SEL-LEFT PIC 9(18) COMP.
       01 WS-SEL-NEED PIC 9(18) COMP.
       01 WS-REC-NO PIC 9(6).
       01 WS-SEEN PIC 9(6).
       01 WS-PICKED PIC 9(4).
      * the part of a selected record shown on the worksheet
       01 WS-SHOW-LEN PIC 9(3).
       01 WS-SHOW-POS PIC 9(3).
       01 WS-SHOW-CHUNK PIC 9(3).
       01 WS-SCAN-IDX PIC 9(3).
       01 WS-HDR-LINE.
           05 FILLER PIC X(6) VALUE "SEQ   ".
           05 FILLER PIC X(10) VALUE "REGISTRO  ".
           05 FILLER PIC X(68) VALUE "CONTEUDO".
           05 FILLER PIC X(40) VALUE
               "RESULTADO DA CONFERENCIA".
       01 WS-ROW-LINE.
           05 WS-RL-SEQ PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RL-REC PIC ZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-RL-DATA PIC X(66).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RL-RESULT PIC X(40).
       01 WS-RESULT-BOX PIC X(40) VALUE
           "[ ] OK  [ ] ERRO  OBS: ______________".
       01 WS-N-TXT PIC ZZZZZ9.
       01 WS-D-TXT PIC ZZZ9.
       01 WS-S-TXT PIC ZZZ9.
       01 WS-RATE-TXT PIC Z9.99.
       01 WS-CONF-TXT PIC ZZ9.9.
       01 WS-P-TXT PIC ZZ9.9999.
       01 WS-LINES-OUT PIC 9(6) VALUE 0.
       01 WS-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-WRK-LINE PIC X(150).
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
       01 WS-AUD-PROGRAM PIC X(12) VALUE "AUDSAMPLE".
       01 WS-LOCK-FUNC PIC X(3).
       01 WS-LOCK-HOLDER PIC X(12) VALUE "AUDSAMPLE".
       01 WS-LOCK-RUN PIC 9(6) VALUE 0.
       01 WS-LOCK-RESULT PIC X.
       01 WS-LOCK-INFO PIC X(45).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    the sampled file is only read - the shared-mode check
      *    refuses only an exclusive holder
           MOVE "CHS" TO WS-LOCK-FUNC.
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
      *    OPMENU and the driver can CALL this program more than
      *    once in a run unit, so the counters are reset here
      *    rather than trusted to VALUE clauses
           MOVE 0 TO WS-LINES-OUT, WS-READ-COUNT, WS-POP-N.
           MOVE 0 TO WS-SMP-N, WS-DEF-D, WS-PICKED, WS-P-PCT.
           MOVE 'N' TO WS-OVERFLOW.
           MOVE FUNCTION CURRENT-DATE TO WS-RPT-DATE-RAW.
           STRING WS-RPT-DATE-RAW(1:4) "-" WS-RPT-DATE-RAW(5:2) "-"
               WS-RPT-DATE-RAW(7:2) DELIMITED BY SIZE INTO WS-RPT-DATE.
           CALL "RUNCTL" USING WS-RUN-FUNC, WS-RUN-NUMBER.
           CALL "ENTCTX" USING WS-ENT-FUNC, WS-ENT-CODE.

           OPEN INPUT PARM-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "SAMPPRM.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           READ PARM-FILE
               AT END
                   DISPLAY "SAMPPRM.DAT esta vazio!"
                   CLOSE PARM-FILE
                   MOVE "input file empty" TO WS-AUD-DETAIL
                   MOVE "REJECTED" TO WS-AUD-OUTCOME
                   CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                       WS-AUD-OUTCOME
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ.
           CLOSE PARM-FILE.
           PERFORM PARSE-PARM-CARD.
           IF WS-PARM-OK = 'N'
               DISPLAY "SAMPPRM.DAT cartao invalido: " PARM-REC
               MOVE SPACES TO WS-AUD-DETAIL
               STRING "control card invalid: " PARM-REC(1:17)
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               MOVE "REJECTED" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *    first pass - the population count (and a dense matrix
      *    deck's row width)
           PERFORM COUNT-POPULATION.
           IF WS-POP-N = 0 OR WS-POP-N > 9999
               IF WS-POP-N = 0
                   DISPLAY "AUDSAMPLE: " WS-POP-NAME(1:20)
                       " sem registros para amostrar!"
                   MOVE SPACES TO WS-AUD-DETAIL
                   STRING "population empty " WS-POP-NAME(1:20)
                       DELIMITED BY SIZE INTO WS-AUD-DETAIL
               ELSE
                   DISPLAY "AUDSAMPLE: " WS-POP-NAME(1:20)
                       " tem mais de 9999 registros!"
                   MOVE SPACES TO WS-AUD-DETAIL
                   STRING "population over 9999 " WS-POP-NAME(1:18)
                       DELIMITED BY SIZE INTO WS-AUD-DETAIL
               END-IF
               MOVE "REJECTED" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *    D = N x rate rounded up, at least one defect - a sample
      *    can only find a defect the population is assumed to hold
           COMPUTE WS-RATE-HUND = WS-RATE * 100.
           COMPUTE WS-DEF-D = (WS-POP-N * WS-RATE-HUND + 9999)
               / 10000.
           IF WS-DEF-D = 0
               MOVE 1 TO WS-DEF-D
           END-IF.
           COMPUTE WS-RISK = 1000 - WS-CONF * 10.
           PERFORM FIND-SAMPLE-SIZE.

           OPEN OUTPUT WRK-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "SAMPWRK.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM WRK-HEADER.
           IF NOT OVERFLOW-DETECTED
      *        second pass - the selection itself
               PERFORM DRAW-SAMPLE
               PERFORM WRK-SIGN-OFF
           ELSE
               MOVE "TAMANHO DA AMOSTRA EXCEDEU A TABELA DE GRUPOS - "
                   TO WS-WRK-LINE
               MOVE "AMOSTRA NAO SORTEADA" TO WS-WRK-LINE(49:20)
               PERFORM WRITE-WRK-LINE
           END-IF.
           MOVE SPACES TO WS-WRK-LINE.
           PERFORM WRITE-WRK-LINE.
           MOVE WS-POP-N TO WS-N-TXT.
           MOVE WS-PICKED TO WS-S-TXT.
           STRING "REGISTROS NA POPULACAO: " WS-N-TXT
               "  SORTEADOS: " WS-S-TXT
               DELIMITED BY SIZE INTO WS-WRK-LINE.
           PERFORM WRITE-WRK-LINE.
           CLOSE WRK-FILE.

           MOVE WS-READ-COUNT TO WS-CTL-READ.
           MOVE WS-LINES-OUT TO WS-CTL-WRITTEN.
           MOVE WS-PICKED TO WS-CTL-HASH.
           CALL "CTLTOT" USING WS-AUD-PROGRAM, WS-CTL-READ,
               WS-CTL-WRITTEN, WS-CTL-HASH.

           IF OVERFLOW-DETECTED
               DISPLAY "Tamanho da amostra excedeu a capacidade da "
                   "tabela de grupos, amostra nao sorteada!"
               MOVE SPACES TO WS-AUD-DETAIL
               STRING "N=" WS-POP-N(3:4) " D=" WS-DEF-D
                   " group table overflow"
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               MOVE "OVERFLOW" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-AUD-DETAIL
               STRING "SEED=" WS-SEED " N=" WS-POP-N(3:4) "/"
                   WS-SMP-N " " WS-POP-NAME
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               MOVE "OK" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
               DISPLAY "AUDSAMPLE: " WS-SMP-N " DE " WS-POP-N(3:4)
                   " REGISTROS SORTEADOS, SEMENTE " WS-SEED
                   ", VER SAMPWRK.DAT"
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * the name is required; the rate and the confidence default
      * to 5.00% and 95.0%, the seed to the clock
       PARSE-PARM-CARD.
           MOVE 'Y' TO WS-PARM-OK.
           MOVE PARM-REC(1:20) TO WS-POP-NAME.
           IF WS-POP-NAME = SPACES
               MOVE 'N' TO WS-PARM-OK
           END-IF.
           IF PARM-REC(22:4) = SPACES
               MOVE 5 TO WS-RATE
           ELSE
               IF PARM-REC(22:4) IS NUMERIC
                   MOVE PARM-REC(22:4) TO WS-RATE-X
                   IF WS-RATE = 0
                       MOVE 'N' TO WS-PARM-OK
                   END-IF
               ELSE
                   MOVE 'N' TO WS-PARM-OK
               END-IF
           END-IF.
           IF PARM-REC(27:4) = SPACES
               MOVE 95 TO WS-CONF
           ELSE
               IF PARM-REC(27:4) IS NUMERIC
                   MOVE PARM-REC(27:4) TO WS-CONF-X
                   IF WS-CONF < 50 OR WS-CONF > 99.9
                       MOVE 'N' TO WS-PARM-OK
                   END-IF
               ELSE
                   MOVE 'N' TO WS-PARM-OK
               END-IF
           END-IF.
           MOVE 0 TO WS-SEED.
           IF PARM-REC(32:9) NOT = SPACES
               IF PARM-REC(32:9) IS NUMERIC
                   MOVE PARM-REC(32:9) TO WS-SEED-X
               ELSE
                   MOVE 'N' TO WS-PARM-OK
               END-IF
           END-IF.
           IF WS-SEED = 0
               MOVE WS-RPT-DATE-RAW(9:8) TO WS-CLOCK-SEED
               MOVE WS-CLOCK-SEED TO WS-SEED
               IF WS-SEED = 0
                   MOVE 1 TO WS-SEED
               END-IF
           END-IF.

      * the MATRIZIN and VETIN decks open with a header record; a
      * dense matrix header gives the column count (cols 3-4), so
      * a row is shown only as wide as the matrix is
       COUNT-POPULATION.
           MOVE 0 TO WS-HDR-RECS.
           MOVE 0 TO WS-ROW-WIDTH.
           IF WS-POP-NAME(1:8) = "MATRIZIN"
               OR WS-POP-NAME(1:5) = "VETIN"
               MOVE 1 TO WS-HDR-RECS
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 0 TO WS-REC-NO.
           OPEN INPUT POP-FILE.
           IF NOT FILE-STATUS-OK
               MOVE WS-POP-NAME TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM COUNT-ONE-RECORD UNTIL END-OF-FILE.
           CLOSE POP-FILE.

       COUNT-ONE-RECORD.
           READ POP-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE
               ADD 1 TO WS-READ-COUNT
               ADD 1 TO WS-REC-NO
               IF WS-REC-NO > WS-HDR-RECS
                   ADD 1 TO WS-POP-N
               ELSE
                   IF WS-POP-NAME(1:8) = "MATRIZIN"
                       AND POP-REC(1:4) IS NUMERIC
                       MOVE POP-REC(3:2) TO WS-MAC
                       COMPUTE WS-ROW-WIDTH = WS-MAC * 6
                       IF WS-ROW-WIDTH > 300
                           MOVE 300 TO WS-ROW-WIDTH
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * the sample size is the smallest n with
      *     C(N-D,n) x 1000 <= risk x C(N,n)
      * (risk = 1000 - confidence in tenths of a percent). The
      * probability falls as n grows and is zero past N-D, so n is
      * first bracketed by doubling - which keeps the trial terms
      * near the answer's size - then closed in by halving
       FIND-SAMPLE-SIZE.
           COMPUTE WS-MAX-N = WS-POP-N - WS-DEF-D + 1.
           MOVE 1 TO WS-LO.
           MOVE 1 TO WS-TRY-N.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM UNTIL WS-FOUND-SW = 'Y' OR OVERFLOW-DETECTED
               PERFORM TRY-SAMPLE-SIZE
               IF WS-TRY-OK = 'Y'
                   MOVE WS-TRY-N TO WS-HI
                   MOVE 'Y' TO WS-FOUND-SW
               ELSE
                   COMPUTE WS-LO = WS-TRY-N + 1
                   IF WS-TRY-N * 2 > WS-MAX-N
                       MOVE WS-MAX-N TO WS-TRY-N
                   ELSE
                       COMPUTE WS-TRY-N = WS-TRY-N * 2
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM UNTIL WS-LO >= WS-HI OR OVERFLOW-DETECTED
               COMPUTE WS-TRY-N = (WS-LO + WS-HI) / 2
               PERFORM TRY-SAMPLE-SIZE
               IF WS-TRY-OK = 'Y'
                   MOVE WS-TRY-N TO WS-HI
               ELSE
                   COMPUTE WS-LO = WS-TRY-N + 1
               END-IF
           END-PERFORM.
           IF NOT OVERFLOW-DETECTED
               MOVE WS-HI TO WS-SMP-N
      *        the terms for the answer itself, for the worksheet
               MOVE WS-SMP-N TO WS-TRY-N
               PERFORM TRY-SAMPLE-SIZE
               PERFORM FIGURE-PROBABILITY
           END-IF.

      * WS-TRY-OK = 'Y' when sample size WS-TRY-N is large enough;
      * A and B are left holding the two terms unscaled
       TRY-SAMPLE-SIZE.
           MOVE 'N' TO WS-TRY-OK.
           MOVE WS-POP-N TO WS-NCR-N.
           MOVE WS-TRY-N TO WS-NCR-R.
           CALL "NCRGRP" USING WS-NCR-N, WS-NCR-R, NCR-RESULT.
           IF NCR-OVERFLOWED
               SET OVERFLOW-DETECTED TO TRUE
           ELSE
               MOVE NCR-USED TO WS-B-USED
               PERFORM VARYING WS-G-IDX FROM 1 BY 1
                   UNTIL WS-G-IDX > WS-B-USED
                   MOVE NCR-GROUP(WS-G-IDX) TO WS-B-GROUP(WS-G-IDX)
               END-PERFORM
               COMPUTE WS-NCR-N = WS-POP-N - WS-DEF-D
               CALL "NCRGRP" USING WS-NCR-N, WS-NCR-R, NCR-RESULT
               IF NCR-OVERFLOWED
                   SET OVERFLOW-DETECTED TO TRUE
               ELSE
                   MOVE NCR-USED TO WS-A-USED
                   PERFORM VARYING WS-G-IDX FROM 1 BY 1
                       UNTIL WS-G-IDX > WS-A-USED
                       MOVE NCR-GROUP(WS-G-IDX)
                           TO WS-A-GROUP(WS-G-IDX)
                   END-PERFORM
                   PERFORM COMPARE-SCALED-TERMS
                   IF WS-CMP-RESULT NOT = 'G'
                       MOVE 'Y' TO WS-TRY-OK
                   END-IF
               END-IF
           END-IF.

      * scales copies of A by 1000 and B by the risk and compares
      * them: WS-CMP-RESULT G (A greater), E or L
       COMPARE-SCALED-TERMS.
           MOVE 1000 TO WS-G-MULT.
           PERFORM SCALE-A-TERM.
           MOVE WS-RISK TO WS-G-MULT.
           PERFORM SCALE-B-TERM.
           MOVE 'E' TO WS-CMP-RESULT.
           IF WS-A-USED > WS-B-USED
               MOVE 'G' TO WS-CMP-RESULT
           ELSE
               IF WS-A-USED < WS-B-USED
                   MOVE 'L' TO WS-CMP-RESULT
               ELSE
                   PERFORM VARYING WS-G-IDX FROM WS-A-USED BY -1
                       UNTIL WS-G-IDX < 1 OR WS-CMP-RESULT NOT = 'E'
                       IF WS-A-GROUP(WS-G-IDX) > WS-B-GROUP(WS-G-IDX)
                           MOVE 'G' TO WS-CMP-RESULT
                       ELSE
                           IF WS-A-GROUP(WS-G-IDX)
                               < WS-B-GROUP(WS-G-IDX)
                               MOVE 'L' TO WS-CMP-RESULT
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
      *    back to the unscaled terms for the probability
           MOVE 1000 TO WS-G-MULT.
           PERFORM UNSCALE-A-TERM.
           MOVE WS-RISK TO WS-G-MULT.
           PERFORM UNSCALE-B-TERM.

      * A x WS-G-MULT, carrying base-10000 into the spare group
       SCALE-A-TERM.
           MOVE 0 TO WS-G-CARRY.
           PERFORM VARYING WS-G-IDX FROM 1 BY 1
               UNTIL WS-G-IDX > WS-A-USED
               COMPUTE WS-G-TEMP = WS-A-GROUP(WS-G-IDX) * WS-G-MULT
                   + WS-G-CARRY
               COMPUTE WS-G-CARRY = WS-G-TEMP / 10000
               COMPUTE WS-A-GROUP(WS-G-IDX) = WS-G-TEMP
                   - WS-G-CARRY * 10000
           END-PERFORM.
           IF WS-G-CARRY > 0
               ADD 1 TO WS-A-USED
               MOVE WS-G-CARRY TO WS-A-GROUP(WS-A-USED)
           END-IF.

       SCALE-B-TERM.
           MOVE 0 TO WS-G-CARRY.
           PERFORM VARYING WS-G-IDX FROM 1 BY 1
               UNTIL WS-G-IDX > WS-B-USED
               COMPUTE WS-G-TEMP = WS-B-GROUP(WS-G-IDX) * WS-G-MULT
                   + WS-G-CARRY
               COMPUTE WS-G-CARRY = WS-G-TEMP / 10000
               COMPUTE WS-B-GROUP(WS-G-IDX) = WS-G-TEMP
                   - WS-G-CARRY * 10000
           END-PERFORM.
           IF WS-G-CARRY > 0
               ADD 1 TO WS-B-USED
               MOVE WS-G-CARRY TO WS-B-GROUP(WS-B-USED)
           END-IF.

      * exact division back by WS-G-MULT, most significant group
      * first, the remainder carrying down base-10000
       UNSCALE-A-TERM.
           MOVE 0 TO WS-G-CARRY.
           PERFORM VARYING WS-G-IDX FROM WS-A-USED BY -1
               UNTIL WS-G-IDX < 1
               COMPUTE WS-G-TEMP = WS-G-CARRY * 10000
                   + WS-A-GROUP(WS-G-IDX)
               COMPUTE WS-A-GROUP(WS-G-IDX) = WS-G-TEMP / WS-G-MULT
               COMPUTE WS-G-CARRY = WS-G-TEMP
                   - WS-A-GROUP(WS-G-IDX) * WS-G-MULT
           END-PERFORM.
           PERFORM UNTIL WS-A-USED = 1
               OR WS-A-GROUP(WS-A-USED) NOT = 0
               SUBTRACT 1 FROM WS-A-USED
           END-PERFORM.

       UNSCALE-B-TERM.
           MOVE 0 TO WS-G-CARRY.
           PERFORM VARYING WS-G-IDX FROM WS-B-USED BY -1
               UNTIL WS-G-IDX < 1
               COMPUTE WS-G-TEMP = WS-G-CARRY * 10000
                   + WS-B-GROUP(WS-G-IDX)
               COMPUTE WS-B-GROUP(WS-G-IDX) = WS-G-TEMP / WS-G-MULT
               COMPUTE WS-G-CARRY = WS-G-TEMP
                   - WS-B-GROUP(WS-G-IDX) * WS-G-MULT
           END-PERFORM.
           PERFORM UNTIL WS-B-USED = 1
               OR WS-B-GROUP(WS-B-USED) NOT = 0
               SUBTRACT 1 FROM WS-B-USED
           END-PERFORM.

      * P = A / B for the worksheet, from the three leading groups
      * of B and the groups of A in the same places - twelve
      * digits, far more than the four decimals shown
       FIGURE-PROBABILITY.
           MOVE 0 TO WS-A-LEAD, WS-B-LEAD.
           PERFORM VARYING WS-G-IDX FROM WS-B-USED BY -1
               UNTIL WS-G-IDX < 1 OR WS-G-IDX + 3 = WS-B-USED
               COMPUTE WS-B-LEAD = WS-B-LEAD * 10000
                   + WS-B-GROUP(WS-G-IDX)
               IF WS-G-IDX <= WS-A-USED
                   COMPUTE WS-A-LEAD = WS-A-LEAD * 10000
                       + WS-A-GROUP(WS-G-IDX)
               ELSE
                   COMPUTE WS-A-LEAD = WS-A-LEAD * 10000
               END-IF
           END-PERFORM.
           DIVIDE WS-A-LEAD BY WS-B-LEAD GIVING WS-P-RATIO ROUNDED.
           COMPUTE WS-P-PCT = WS-P-RATIO * 100.

      * Park-Miller minimal standard step: x = 16807 x mod 2**31-1
       NEXT-RANDOM.
           COMPUTE WS-RND-PROD = WS-RND-X * 16807.
           DIVIDE WS-RND-PROD BY 2147483647 GIVING WS-RND-QUOT
               REMAINDER WS-RND-X.

      * one pass in file order: record t of the population (t from
      * 0) is taken when (N - t) x rnd < (n - taken) x (2**31-1),
      * which draws exactly n records, each set equally likely
       DRAW-SAMPLE.
           COMPUTE WS-RND-PROD = WS-SEED.
           DIVIDE WS-RND-PROD BY 2147483647 GIVING WS-RND-QUOT
               REMAINDER WS-RND-X.
           IF WS-RND-X = 0
               MOVE 1 TO WS-RND-X
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 0 TO WS-REC-NO, WS-SEEN, WS-PICKED.
           OPEN INPUT POP-FILE.
           IF NOT FILE-STATUS-OK
               MOVE WS-POP-NAME TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM SELECT-ONE-RECORD UNTIL END-OF-FILE
               OR WS-PICKED >= WS-SMP-N.
           CLOSE POP-FILE.

       SELECT-ONE-RECORD.
           READ POP-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE
               ADD 1 TO WS-REC-NO
               IF WS-REC-NO > WS-HDR-RECS
                   PERFORM NEXT-RANDOM
                   COMPUTE WS-SEL-LEFT = (WS-POP-N - WS-SEEN)
                       * WS-RND-X
                   COMPUTE WS-SEL-NEED = (WS-SMP-N - WS-PICKED)
                       * 2147483647
                   ADD 1 TO WS-SEEN
                   IF WS-SEL-LEFT < WS-SEL-NEED
                       ADD 1 TO WS-PICKED
                       PERFORM WRITE-SAMPLE-ROW
                   END-IF
               END-IF
           END-IF.

      * the record goes on as many lines as it needs, 66 bytes each
       WRITE-SAMPLE-ROW.
           IF WS-ROW-WIDTH > 0
               MOVE WS-ROW-WIDTH TO WS-SHOW-LEN
           ELSE
               MOVE 0 TO WS-SHOW-LEN
               PERFORM VARYING WS-SCAN-IDX FROM 300 BY -1
                   UNTIL WS-SCAN-IDX < 1 OR WS-SHOW-LEN > 0
                   IF POP-REC(WS-SCAN-IDX:1) NOT = SPACE
                       MOVE WS-SCAN-IDX TO WS-SHOW-LEN
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACES TO WS-ROW-LINE.
           MOVE WS-PICKED TO WS-RL-SEQ.
           MOVE WS-SEEN TO WS-RL-REC.
           MOVE WS-RESULT-BOX TO WS-RL-RESULT.
           MOVE 1 TO WS-SHOW-POS.
           PERFORM UNTIL WS-SHOW-POS > WS-SHOW-LEN
               COMPUTE WS-SHOW-CHUNK = WS-SHOW-LEN - WS-SHOW-POS + 1
               IF WS-SHOW-CHUNK > 66
                   MOVE 66 TO WS-SHOW-CHUNK
               END-IF
               MOVE POP-REC(WS-SHOW-POS:WS-SHOW-CHUNK) TO WS-RL-DATA
               MOVE WS-ROW-LINE TO WS-WRK-LINE
               PERFORM WRITE-WRK-LINE
               MOVE SPACES TO WS-ROW-LINE
               ADD 66 TO WS-SHOW-POS
           END-PERFORM.
           IF WS-SHOW-LEN = 0
               MOVE WS-ROW-LINE TO WS-WRK-LINE
               PERFORM WRITE-WRK-LINE
           END-IF.

       WRK-HEADER.
           MOVE SPACES TO WS-WRK-LINE.
           STRING "RELATORIO AUDSAMPLE  DATA: " WS-RPT-DATE
               "  RUN: " WS-RUN-NUMBER "  ENT: " WS-ENT-CODE
               DELIMITED BY SIZE INTO WS-WRK-LINE.
           PERFORM WRITE-WRK-LINE.
           MOVE SPACES TO WS-WRK-LINE.
           STRING "FOLHA DE AMOSTRAGEM DE AUDITORIA - ARQUIVO: "
               WS-POP-NAME DELIMITED BY SIZE INTO WS-WRK-LINE.
           PERFORM WRITE-WRK-LINE.
           MOVE SPACES TO WS-WRK-LINE.
           MOVE WS-POP-N TO WS-N-TXT.
           MOVE WS-RATE TO WS-RATE-TXT.
           MOVE WS-CONF TO WS-CONF-TXT.
           MOVE WS-DEF-D TO WS-D-TXT.
           STRING "POPULACAO: " WS-N-TXT
               "  TAXA DE DEFEITO ESPERADA: " WS-RATE-TXT
               "%  CONFIANCA: " WS-CONF-TXT
               "%  DEFEITOS SUPOSTOS: " WS-D-TXT
               DELIMITED BY SIZE INTO WS-WRK-LINE.
           PERFORM WRITE-WRK-LINE.
           IF NOT OVERFLOW-DETECTED
               MOVE SPACES TO WS-WRK-LINE
               MOVE WS-SMP-N TO WS-S-TXT
               MOVE WS-P-PCT TO WS-P-TXT
               STRING "TAMANHO DA AMOSTRA: " WS-S-TXT
                   "  P(AMOSTRA SEM DEFEITO): " WS-P-TXT "%"
                   "  SEMENTE: " WS-SEED
                   DELIMITED BY SIZE INTO WS-WRK-LINE
               PERFORM WRITE-WRK-LINE
               MOVE SPACES TO WS-WRK-LINE
               STRING "CRITERIO: NENHUM DEFEITO NA AMOSTRA CONFIRMA, "
                   "COM " WS-CONF-TXT "% DE CONFIANCA, TAXA DE "
                   "DEFEITO ABAIXO DE " WS-RATE-TXT "%"
                   DELIMITED BY SIZE INTO WS-WRK-LINE
               PERFORM WRITE-WRK-LINE
               MOVE SPACES TO WS-WRK-LINE
               STRING "A MESMA SEMENTE NO CARTAO SAMPPRM.DAT, COM O "
                   "ARQUIVO INALTERADO, REPRODUZ ESTA AMOSTRA"
                   DELIMITED BY SIZE INTO WS-WRK-LINE
               PERFORM WRITE-WRK-LINE
               MOVE SPACES TO WS-WRK-LINE
               PERFORM WRITE-WRK-LINE
               MOVE WS-HDR-LINE TO WS-WRK-LINE
               PERFORM WRITE-WRK-LINE
           END-IF.

       WRK-SIGN-OFF.
           MOVE SPACES TO WS-WRK-LINE.
           PERFORM WRITE-WRK-LINE.
           MOVE "CONFERIDO POR: ________________  DATA: __________  "
               TO WS-WRK-LINE.
           MOVE "DEFEITOS ENCONTRADOS: ____" TO WS-WRK-LINE(52:26).
           PERFORM WRITE-WRK-LINE.

       WRITE-WRK-LINE.
           WRITE WRK-REC FROM WS-WRK-LINE.
           IF NOT FILE-STATUS-OK
               MOVE "SAMPWRK.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           ADD 1 TO WS-LINES-OUT.

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

       END PROGRAM AUDSAMPLE.
