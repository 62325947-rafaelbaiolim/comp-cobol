      *      marked corrected RECYSTAGE re-presents it ahead of
      *      the next night's MATDELTA.DAT instead of the reject
      *      dying in MATMREJ.DAT.
      * Mod: 15/10/2026 - after every apply the master is checked
      *      against the MATRULE.DAT business rules (optional -
      *      no file, no checking): type (col 1) R = row sum, C =
      *      column sum, B = cell bound, Z = cell must be zero;
      *      severity (col 3) S = severe, W = warning; company
      *      code (5-7, spaces = every company, otherwise only
      *      when it matches ENTCTX); row (9-10) and column
      *      (12-13), 00 = every row/column; minimum (15-23) and
      *      maximum (25-33) as +99999.99, blank = unbounded (Z
      *      ignores them). Every violation and every unusable
      *      rule card goes to MATRULRPT.DAT and ends the step
      *      RC=4. A severe violation also holds back tonight's
      *      MATRIZIN.DAT extraction (REJECTED audit, RC=16) and
      *      is staged into RECYCLE.DAT as a P MRUL header (id
      *      RUL<card no> L<row>C<col>) followed by the offending
      *      cells as ready-made delta transactions - an L row
      *      replace for a row-sum rule, C cell replaces
      *      otherwise - carrying the current values, so the desk
      *      edits them, marks the reject corrected and RECYSTAGE
      *      feeds them back through MATDELTA.DAT.
      * Mod: 15/10/2026 - the rules are now checked before the
      *      master is rewritten, and the cells a severe rule
      *      refuses (the row, the column or the cell) keep their
      *      pre-delta values in MATMASTR.DAT and MATHIST.DAT -
      *      the master no longer carries what was sent for
      *      correction. A violation whose MRUL id is already
      *      pending or corrected in RECYCLE.DAT is reported but
      *      not staged a second time.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL RECYCLE-FILE ASSIGN TO "RECYCLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL RULE-FILE ASSIGN TO "MATRULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RULE-RPT-FILE ASSIGN TO "MATRULRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  HIST-REC PIC X(20).
       FD  RECYCLE-FILE.
       01  RECYCLE-REC PIC X(400).
       FD  RULE-FILE.
       01  RULE-REC PIC X(80).
       FD  RULE-RPT-FILE.
       01  RULE-RPT-REC PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "MATRIZWS.CPY".
       01 WS-MST-HDR.
       01 WS-RCY-HDR.
           05 FILLER PIC X(1) VALUE "P".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RCY-TYPE PIC X(4) VALUE "MTXN".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RCY-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
       01 WS-LOCK-RUN PIC 9(6) VALUE 0.
       01 WS-LOCK-RESULT PIC X.
       01 WS-LOCK-INFO PIC X(45).
       01 WS-RUN-FUNC PIC X(3) VALUE "GET".
       01 WS-RUN-NUMBER PIC 9(6).
       01 WS-ENT-FUNC PIC X(3) VALUE "GET".
       01 WS-ENT-CODE PIC X(3).
       01 WS-RULE-EOF-SW PIC X VALUE 'N'.
           88 RULE-EOF VALUE 'Y'.
       01 WS-RUL-CARD.
           05 WS-RC-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 WS-RC-SEV PIC X(1).
           05 FILLER PIC X(1).
           05 WS-RC-ENT PIC X(3).
           05 FILLER PIC X(1).
           05 WS-RC-ROW PIC X(2).
           05 FILLER PIC X(1).
           05 WS-RC-COL PIC X(2).
           05 FILLER PIC X(1).
           05 WS-RC-MIN PIC X(9).
           05 FILLER PIC X(1).
           05 WS-RC-MAX PIC X(9).
           05 FILLER PIC X(47).
      * the rules that apply to this company, in card order
       01 WS-RUL-COUNT PIC 9(3) VALUE 0.
       01 WS-RUL-IX PIC 9(3).
       01 WS-RUL-TABLE.
           05 WS-RUL-ENTRY OCCURS 100 TIMES.
               10 WS-RUL-SEQ PIC 9(3).
               10 WS-RUL-TYPE PIC X(1).
               10 WS-RUL-SEV PIC X(1).
               10 WS-RUL-ROW PIC 9(2).
               10 WS-RUL-COL PIC 9(2).
               10 WS-RUL-HAS-MIN PIC X(1).
               10 WS-RUL-MIN PIC S9(5)V99.
               10 WS-RUL-HAS-MAX PIC X(1).
               10 WS-RUL-MAX PIC S9(5)V99.
       01 WS-RUL-CARDNO PIC 9(3) VALUE 0.
       01 WS-RUL-CHECKED PIC 9(5) VALUE 0.
       01 WS-RUL-VIOL PIC 9(5) VALUE 0.
       01 WS-RUL-SEVERE PIC 9(5) VALUE 0.
       01 WS-RUL-INVALID PIC 9(3) VALUE 0.
       01 WS-RUL-REASON PIC X(30).
       01 WS-RUL-VALUE PIC S9(5)V99.
       01 WS-VIO-SW PIC X.
       01 WS-VIO-ROW PIC 9(2).
       01 WS-VIO-COL PIC 9(2).
       01 WS-ROW-FROM PIC 9(2).
       01 WS-ROW-TO PIC 9(2).
       01 WS-COL-FROM PIC 9(2).
       01 WS-COL-TO PIC 9(2).
       01 WS-BND-IN PIC X(9).
       01 WS-BND-OK PIC X.
       01 WS-BND-SET PIC X.
       01 WS-BND-TXT PIC X(8).
       01 WS-BND-VAL REDEFINES WS-BND-TXT
           PIC S9(5)V99 SIGN LEADING SEPARATE.
       01 WS-ED-VALUE PIC +9(5).99.
       01 WS-ED-MIN PIC X(9).
       01 WS-ED-MAX PIC X(9).
       01 WS-ED-BOUND PIC +9(5).99.
       01 WS-RUL-KIND PIC X(14).
       01 WS-RUL-SEV-TXT PIC X(6).
       01 WS-RPT-LINE PIC X(100).
       01 WS-RPT-DATE PIC X(10).
      * the master as it stood before tonight's deltas, so cells a
      * severe rule rejects keep their previous values
       01 WS-OLD-ARRAY.
           05 WS-OLD-X OCCURS 50 TIMES.
               10 WS-OLD-A PIC S9(3)V99 OCCURS 50 TIMES.
       01 WS-RCY-EOF-SW PIC X VALUE 'N'.
           88 RCY-EOF VALUE 'Y'.
       01 WS-RCY-OPEN-SW PIC X VALUE 'N'.
           88 RULE-ALREADY-STAGED VALUE 'Y'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "CHK" TO WS-LOCK-FUNC.
           MOVE 'N' TO WS-DLT-EOF-SW.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-RAW.
           MOVE WS-TODAY-RAW(1:8) TO WS-TODAY.
           MOVE 0 TO WS-RUL-COUNT, WS-RUL-CARDNO, WS-RUL-CHECKED.
           MOVE 0 TO WS-RUL-VIOL, WS-RUL-SEVERE, WS-RUL-INVALID.
           CALL "RUNCTL" USING WS-RUN-FUNC, WS-RUN-NUMBER.
           CALL "ENTCTX" USING WS-ENT-FUNC, WS-ENT-CODE.

           PERFORM LOAD-MASTER.
           IF MASTER-LOADED
               PERFORM SAVE-MASTER
           END-IF.

           OPEN INPUT DELTA-FILE.
           IF NOT FILE-STATUS-OK
               GOBACK
           END-IF.

           PERFORM CHECK-RULES.
           PERFORM REWRITE-MASTER.
           PERFORM APPEND-HISTORY.

           IF WS-RUL-SEVERE > 0
               DISPLAY "MATMAINT: " WS-RUL-SEVERE " VIOLACAO(OES) "
                   "GRAVE(S) DE REGRA, MATRIZIN.DAT NAO EXTRAIDO - "
                   "VER MATRULRPT.DAT"
               MOVE SPACES TO WS-AUD-DETAIL
               STRING "APPLIED=" WS-APPLIED " REJ=" WS-REJECTED
                   " SEVERE=" WS-RUL-SEVERE
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               MOVE "REJECTED" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM MATERIALIZE-MATRIZIN.

           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "APPLIED=" WS-APPLIED " REJ=" WS-REJECTED
               " VIOL=" WS-RUL-VIOL
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           MOVE "OK" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
               WS-AUD-OUTCOME.
           MOVE 0 TO RETURN-CODE.
           IF WS-REJECTED > 0
               DISPLAY "MATMAINT: " WS-REJECTED " TRANSACAO(OES) "
                   "REJEITADA(S), VER MATMREJ.DAT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-RUL-VIOL > 0 OR WS-RUL-INVALID > 0
               DISPLAY "MATMAINT: " WS-RUL-VIOL " VIOLACAO(OES) "
                   "DE REGRA (AVISO), VER MATRULRPT.DAT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-MASTER.
               END-PERFORM
           END-PERFORM.

       SAVE-MASTER.
           PERFORM VARYING L_A FROM 1 BY 1 UNTIL L_A > MAL
               PERFORM VARYING C_A FROM 1 BY 1 UNTIL C_A > MAC
                   MOVE A(L_A, C_A) TO WS-OLD-A(L_A, C_A)
               END-PERFORM
           END-PERFORM.

       APPLY-DELTA.
           READ DELTA-FILE
               AT END
                       PERFORM REJECT-TXN
                   ELSE
                       PERFORM CLEAR-MATRIX
                       PERFORM SAVE-MASTER
                       SET MASTER-LOADED TO TRUE
                       ADD 1 TO WS-APPLIED
                   END-IF
      * re-presented ahead of the next night's delta feed once the
      * desk marks it corrected
       STAGE-TXN-RECYCLE.
           MOVE "MTXN" TO WS-RCY-TYPE.
           MOVE WS-TODAY TO WS-RCY-DATE.
           MOVE WS-REJ-TXN TO WS-RCY-ID.
           MOVE WS-REJ-REASON TO WS-RCY-REASON.
           END-PERFORM.
           WRITE MATRIZ-IN-REC FROM WS-DLT-VALUES(1:MAC * 6).

      * business rules over the post-apply master: the rule cards
      * that apply to this company are loaded, every one is
      * evaluated against the matrix in memory and each violation
      * is reported (and, when severe, staged for correction); no
      * MATRULE.DAT or an empty one means nothing to check
       CHECK-RULES.
           MOVE 'N' TO WS-RULE-EOF-SW.
           OPEN INPUT RULE-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "MATRULE.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           READ RULE-FILE
               AT END
                   SET RULE-EOF TO TRUE
           END-READ.
           IF RULE-EOF
               CLOSE RULE-FILE
           ELSE
               PERFORM RULE-RPT-HEADER
               PERFORM LOAD-ONE-RULE UNTIL RULE-EOF
               CLOSE RULE-FILE
               PERFORM CHECK-ONE-RULE
                   VARYING WS-RUL-IX FROM 1 BY 1
                   UNTIL WS-RUL-IX > WS-RUL-COUNT
               PERFORM RULE-RPT-TRAILER
               CLOSE RULE-RPT-FILE
           END-IF.

      * takes the card already read, then reads the next one
       LOAD-ONE-RULE.
           IF RULE-REC NOT = SPACES
               ADD 1 TO WS-RUL-CARDNO
               MOVE RULE-REC TO WS-RUL-CARD
               PERFORM EDIT-RULE-CARD
           END-IF.
           READ RULE-FILE
               AT END
                   SET RULE-EOF TO TRUE
           END-READ.

       EDIT-RULE-CARD.
           MOVE SPACES TO WS-RUL-REASON.
           IF WS-RC-TYPE NOT = 'R' AND WS-RC-TYPE NOT = 'C'
               AND WS-RC-TYPE NOT = 'B' AND WS-RC-TYPE NOT = 'Z'
               MOVE "TIPO DE REGRA INVALIDO" TO WS-RUL-REASON
           ELSE
               IF WS-RC-SEV NOT = 'S' AND WS-RC-SEV NOT = 'W'
                   MOVE "SEVERIDADE INVALIDA" TO WS-RUL-REASON
               ELSE
                   IF WS-RC-ROW IS NOT NUMERIC
                       OR WS-RC-COL IS NOT NUMERIC
                       MOVE "LINHA/COLUNA NAO NUMERICA"
                           TO WS-RUL-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-RUL-REASON = SPACES
               AND (WS-RC-ENT = SPACES OR WS-RC-ENT = WS-ENT-CODE)
               IF WS-RUL-COUNT = 100
                   MOVE "TABELA DE REGRAS CHEIA" TO WS-RUL-REASON
               ELSE
                   PERFORM STORE-RULE
               END-IF
           END-IF.
           IF WS-RUL-REASON NOT = SPACES
               ADD 1 TO WS-RUL-INVALID
               MOVE SPACES TO WS-RPT-LINE
               STRING "REGRA " WS-RUL-CARDNO " INVALIDA: "
                   WS-RUL-REASON " [" WS-RUL-CARD(1:33) "]"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RULE-RPT-LINE
           END-IF.

      * the bounds are edited last - a bad bound drops the rule
      * again before it counts
       STORE-RULE.
           ADD 1 TO WS-RUL-COUNT.
           MOVE WS-RUL-CARDNO TO WS-RUL-SEQ(WS-RUL-COUNT).
           MOVE WS-RC-TYPE TO WS-RUL-TYPE(WS-RUL-COUNT).
           MOVE WS-RC-SEV TO WS-RUL-SEV(WS-RUL-COUNT).
           MOVE WS-RC-ROW TO WS-RUL-ROW(WS-RUL-COUNT).
           MOVE WS-RC-COL TO WS-RUL-COL(WS-RUL-COUNT).
           MOVE 'N' TO WS-RUL-HAS-MIN(WS-RUL-COUNT).
           MOVE 'N' TO WS-RUL-HAS-MAX(WS-RUL-COUNT).
           MOVE 0 TO WS-RUL-MIN(WS-RUL-COUNT).
           MOVE 0 TO WS-RUL-MAX(WS-RUL-COUNT).
           IF WS-RC-TYPE NOT = 'Z'
               MOVE WS-RC-MIN TO WS-BND-IN
               PERFORM EDIT-BOUND
               IF WS-BND-OK = 'N'
                   MOVE "LIMITE MINIMO INVALIDO" TO WS-RUL-REASON
               ELSE
                   MOVE WS-BND-SET TO WS-RUL-HAS-MIN(WS-RUL-COUNT)
                   MOVE WS-BND-VAL TO WS-RUL-MIN(WS-RUL-COUNT)
               END-IF
               MOVE WS-RC-MAX TO WS-BND-IN
               PERFORM EDIT-BOUND
               IF WS-BND-OK = 'N'
                   MOVE "LIMITE MAXIMO INVALIDO" TO WS-RUL-REASON
               ELSE
                   MOVE WS-BND-SET TO WS-RUL-HAS-MAX(WS-RUL-COUNT)
                   MOVE WS-BND-VAL TO WS-RUL-MAX(WS-RUL-COUNT)
               END-IF
           END-IF.
           IF WS-RUL-REASON NOT = SPACES
               SUBTRACT 1 FROM WS-RUL-COUNT
           END-IF.

      * a bound is +99999.99 or blank (no bound on that side); the
      * digits are laid into a sign-leading picture so the implied
      * decimals survive the move
       EDIT-BOUND.
           MOVE 'Y' TO WS-BND-OK.
           MOVE 'N' TO WS-BND-SET.
           MOVE "+0000000" TO WS-BND-TXT.
           IF WS-BND-IN NOT = SPACES
               IF (WS-BND-IN(1:1) NOT = '+'
                   AND WS-BND-IN(1:1) NOT = '-')
                   OR WS-BND-IN(2:5) IS NOT NUMERIC
                   OR WS-BND-IN(7:1) NOT = '.'
                   OR WS-BND-IN(8:2) IS NOT NUMERIC
                   MOVE 'N' TO WS-BND-OK
               ELSE
                   MOVE WS-BND-IN(1:1) TO WS-BND-TXT(1:1)
                   MOVE WS-BND-IN(2:5) TO WS-BND-TXT(2:5)
                   MOVE WS-BND-IN(8:2) TO WS-BND-TXT(7:2)
                   MOVE 'Y' TO WS-BND-SET
               END-IF
           END-IF.

      * row/column 00 on the card widens the rule to every row or
      * column of the master
       CHECK-ONE-RULE.
           IF WS-RUL-ROW(WS-RUL-IX) > MAL
               OR WS-RUL-COL(WS-RUL-IX) > MAC
               ADD 1 TO WS-RUL-INVALID
               MOVE SPACES TO WS-RPT-LINE
               STRING "REGRA " WS-RUL-SEQ(WS-RUL-IX)
                   " FORA DA DIMENSAO DO MESTRE (" MAL "X" MAC ")"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RULE-RPT-LINE
           ELSE
               IF WS-RUL-ROW(WS-RUL-IX) = 0
                   MOVE 1 TO WS-ROW-FROM
                   MOVE MAL TO WS-ROW-TO
               ELSE
                   MOVE WS-RUL-ROW(WS-RUL-IX) TO WS-ROW-FROM
                   MOVE WS-RUL-ROW(WS-RUL-IX) TO WS-ROW-TO
               END-IF
               IF WS-RUL-COL(WS-RUL-IX) = 0
                   MOVE 1 TO WS-COL-FROM
                   MOVE MAC TO WS-COL-TO
               ELSE
                   MOVE WS-RUL-COL(WS-RUL-IX) TO WS-COL-FROM
                   MOVE WS-RUL-COL(WS-RUL-IX) TO WS-COL-TO
               END-IF
               EVALUATE WS-RUL-TYPE(WS-RUL-IX)
                   WHEN 'R'
                       PERFORM CHECK-ROW-SUM
                           VARYING L_A FROM WS-ROW-FROM BY 1
                           UNTIL L_A > WS-ROW-TO
                   WHEN 'C'
                       PERFORM CHECK-COL-SUM
                           VARYING C_A FROM WS-COL-FROM BY 1
                           UNTIL C_A > WS-COL-TO
                   WHEN OTHER
                       PERFORM CHECK-CELL-ROW
                           VARYING L_A FROM WS-ROW-FROM BY 1
                           UNTIL L_A > WS-ROW-TO
               END-EVALUATE
           END-IF.

       CHECK-ROW-SUM.
           MOVE 0 TO WS-RUL-VALUE.
           PERFORM VARYING C_A FROM 1 BY 1 UNTIL C_A > MAC
               ADD A(L_A, C_A) TO WS-RUL-VALUE
           END-PERFORM.
           MOVE L_A TO WS-VIO-ROW.
           MOVE 0 TO WS-VIO-COL.
           PERFORM TEST-RULE-VALUE.

       CHECK-COL-SUM.
           MOVE 0 TO WS-RUL-VALUE.
           PERFORM VARYING L_A FROM 1 BY 1 UNTIL L_A > MAL
               ADD A(L_A, C_A) TO WS-RUL-VALUE
           END-PERFORM.
           MOVE 0 TO WS-VIO-ROW.
           MOVE C_A TO WS-VIO-COL.
           PERFORM TEST-RULE-VALUE.

       CHECK-CELL-ROW.
           PERFORM CHECK-CELL
               VARYING C_A FROM WS-COL-FROM BY 1
               UNTIL C_A > WS-COL-TO.

       CHECK-CELL.
           MOVE A(L_A, C_A) TO WS-RUL-VALUE.
           MOVE L_A TO WS-VIO-ROW.
           MOVE C_A TO WS-VIO-COL.
           PERFORM TEST-RULE-VALUE.

       TEST-RULE-VALUE.
           ADD 1 TO WS-RUL-CHECKED.
           MOVE 'N' TO WS-VIO-SW.
           IF WS-RUL-TYPE(WS-RUL-IX) = 'Z'
               IF WS-RUL-VALUE NOT = 0
                   MOVE 'Y' TO WS-VIO-SW
               END-IF
           ELSE
               IF WS-RUL-HAS-MIN(WS-RUL-IX) = 'Y'
                   AND WS-RUL-VALUE < WS-RUL-MIN(WS-RUL-IX)
                   MOVE 'Y' TO WS-VIO-SW
               END-IF
               IF WS-RUL-HAS-MAX(WS-RUL-IX) = 'Y'
                   AND WS-RUL-VALUE > WS-RUL-MAX(WS-RUL-IX)
                   MOVE 'Y' TO WS-VIO-SW
               END-IF
           END-IF.
           IF WS-VIO-SW = 'Y'
               PERFORM REPORT-VIOLATION
           END-IF.

       REPORT-VIOLATION.
           ADD 1 TO WS-RUL-VIOL.
           EVALUATE WS-RUL-TYPE(WS-RUL-IX)
               WHEN 'R'
                   MOVE "SOMA DA LINHA" TO WS-RUL-KIND
                   MOVE "row sum out of bounds" TO WS-RCY-REASON
               WHEN 'C'
                   MOVE "SOMA DA COLUNA" TO WS-RUL-KIND
                   MOVE "column sum out of bounds" TO WS-RCY-REASON
               WHEN 'B'
                   MOVE "LIMITE CELULA" TO WS-RUL-KIND
                   MOVE "cell out of bounds" TO WS-RCY-REASON
               WHEN OTHER
                   MOVE "DEVE SER ZERO" TO WS-RUL-KIND
                   MOVE "cell must be zero" TO WS-RCY-REASON
           END-EVALUATE.
           IF WS-RUL-SEV(WS-RUL-IX) = 'S'
               ADD 1 TO WS-RUL-SEVERE
               MOVE "GRAVE" TO WS-RUL-SEV-TXT
           ELSE
               MOVE "AVISO" TO WS-RUL-SEV-TXT
           END-IF.
           MOVE WS-RUL-VALUE TO WS-ED-VALUE.
           MOVE "    -    " TO WS-ED-MIN.
           MOVE "    -    " TO WS-ED-MAX.
           IF WS-RUL-TYPE(WS-RUL-IX) = 'Z'
               MOVE 0 TO WS-ED-BOUND
               MOVE WS-ED-BOUND TO WS-ED-MIN
               MOVE WS-ED-BOUND TO WS-ED-MAX
           END-IF.
           IF WS-RUL-HAS-MIN(WS-RUL-IX) = 'Y'
               MOVE WS-RUL-MIN(WS-RUL-IX) TO WS-ED-BOUND
               MOVE WS-ED-BOUND TO WS-ED-MIN
           END-IF.
           IF WS-RUL-HAS-MAX(WS-RUL-IX) = 'Y'
               MOVE WS-RUL-MAX(WS-RUL-IX) TO WS-ED-BOUND
               MOVE WS-ED-BOUND TO WS-ED-MAX
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "REGRA " WS-RUL-SEQ(WS-RUL-IX) " " WS-RUL-KIND
               " L" WS-VIO-ROW " C" WS-VIO-COL
               "  VALOR " WS-ED-VALUE "  MIN " WS-ED-MIN
               "  MAX " WS-ED-MAX "  " WS-RUL-SEV-TXT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RULE-RPT-LINE.
           IF WS-RUL-SEV(WS-RUL-IX) = 'S'
               PERFORM STAGE-RULE-RECYCLE
               PERFORM RESTORE-RULE-CELLS
           END-IF.

      * a severe violation is staged like a rejected transaction:
      * a P MRUL header, then the offending cells as delta
      * transactions holding tonight's values for the desk to
      * correct before marking the reject corrected
       STAGE-RULE-RECYCLE.
           MOVE "MRUL" TO WS-RCY-TYPE.
           MOVE WS-TODAY TO WS-RCY-DATE.
           MOVE SPACES TO WS-RCY-ID.
           STRING "RUL" WS-RUL-SEQ(WS-RUL-IX) " L" WS-VIO-ROW
               "C" WS-VIO-COL DELIMITED BY SIZE INTO WS-RCY-ID.
           PERFORM FIND-OPEN-RULE-STAGE.
           IF RULE-ALREADY-STAGED
               MOVE SPACES TO WS-RPT-LINE
               STRING "REGRA " WS-RUL-SEQ(WS-RUL-IX) " " WS-RCY-ID
                   " JA PENDENTE NO RECYCLE.DAT - NAO REENVIADA"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RULE-RPT-LINE
           ELSE
               PERFORM WRITE-RULE-STAGE
           END-IF.

      * a violation still pending (P) or corrected but not yet
      * re-presented (C) under the same id is not staged again, so
      * a rerun or a rule the kept master still breaks does not
      * pile up copies for the desk
       FIND-OPEN-RULE-STAGE.
           MOVE 'N' TO WS-RCY-OPEN-SW.
           MOVE 'N' TO WS-RCY-EOF-SW.
           OPEN INPUT RECYCLE-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "RECYCLE.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM SCAN-RULE-STAGE
               UNTIL RCY-EOF OR RULE-ALREADY-STAGED.
           CLOSE RECYCLE-FILE.

       SCAN-RULE-STAGE.
           READ RECYCLE-FILE
               AT END
                   SET RCY-EOF TO TRUE
           END-READ.
           IF NOT RCY-EOF
               IF (RECYCLE-REC(1:1) = 'P' OR RECYCLE-REC(1:1) = 'C')
                   AND RECYCLE-REC(3:4) = "MRUL"
                   AND RECYCLE-REC(17:13) = WS-RCY-ID
                   SET RULE-ALREADY-STAGED TO TRUE
               END-IF
           END-IF.

       WRITE-RULE-STAGE.
           OPEN EXTEND RECYCLE-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "RECYCLE.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           WRITE RECYCLE-REC FROM WS-RCY-HDR.
           IF NOT FILE-STATUS-OK
               MOVE "RECYCLE.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           EVALUATE WS-RUL-TYPE(WS-RUL-IX)
               WHEN 'R'
                   PERFORM STAGE-RULE-ROW
               WHEN 'C'
                   MOVE WS-VIO-COL TO WS-COL
                   PERFORM STAGE-RULE-CELL
                       VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > MAL
               WHEN OTHER
                   MOVE WS-VIO-ROW TO WS-ROW
                   MOVE WS-VIO-COL TO WS-COL
                   PERFORM STAGE-RULE-CELL
           END-EVALUATE.
           CLOSE RECYCLE-FILE.

      * the offending cells go back to their pre-delta values, so
      * the master never carries what a severe rule refused; the
      * values staged above are tonight's, for the desk to correct
       RESTORE-RULE-CELLS.
           EVALUATE WS-RUL-TYPE(WS-RUL-IX)
               WHEN 'R'
                   MOVE WS-VIO-ROW TO WS-ROW
                   PERFORM RESTORE-ONE-CELL
                       VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > MAC
               WHEN 'C'
                   MOVE WS-VIO-COL TO WS-COL
                   PERFORM RESTORE-ONE-CELL
                       VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > MAL
               WHEN OTHER
                   MOVE WS-VIO-ROW TO WS-ROW
                   MOVE WS-VIO-COL TO WS-COL
                   PERFORM RESTORE-ONE-CELL
           END-EVALUATE.

       RESTORE-ONE-CELL.
           MOVE WS-OLD-A(WS-ROW, WS-COL) TO A(WS-ROW, WS-COL).

       STAGE-RULE-ROW.
           MOVE SPACES TO WS-DLT-REC.
           MOVE 'L' TO WS-DLT-TYPE.
           MOVE WS-TODAY TO WS-DLT-EFFDATE.
           MOVE WS-VIO-ROW TO WS-DLT-ROW.
           MOVE "00" TO WS-DLT-COL.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > MAC
               MOVE A(WS-VIO-ROW, WS-COL) TO WS-DLT-VAL(WS-COL)
           END-PERFORM.
           PERFORM WRITE-RULE-PAYLOAD.

       STAGE-RULE-CELL.
           MOVE SPACES TO WS-DLT-REC.
           MOVE 'C' TO WS-DLT-TYPE.
           MOVE WS-TODAY TO WS-DLT-EFFDATE.
           MOVE WS-ROW TO WS-DLT-ROW.
           MOVE WS-COL TO WS-DLT-COL.
           MOVE A(WS-ROW, WS-COL) TO WS-DLT-VAL(1).
           PERFORM WRITE-RULE-PAYLOAD.

       WRITE-RULE-PAYLOAD.
           MOVE WS-DLT-REC TO WS-RCY-PAYLOAD.
           WRITE RECYCLE-REC FROM WS-RCY-ROW.
           IF NOT FILE-STATUS-OK
               MOVE "RECYCLE.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.

       RULE-RPT-HEADER.
           OPEN OUTPUT RULE-RPT-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "MATRULRPT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           MOVE SPACES TO WS-RPT-DATE.
           STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-" WS-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-RPT-DATE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RELATORIO MATMAINT REGRAS  DATA: " WS-RPT-DATE
               "  RUN: " WS-RUN-NUMBER "  ENT: " WS-ENT-CODE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RULE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RULE-RPT-LINE.

       RULE-RPT-TRAILER.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RULE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "REGRAS: " WS-RUL-COUNT "  INVALIDAS: "
               WS-RUL-INVALID "  TESTES: " WS-RUL-CHECKED
               "  VIOLACOES: " WS-RUL-VIOL "  GRAVES: "
               WS-RUL-SEVERE DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RULE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-RUL-SEVERE > 0
               STRING "EXTRACAO DO MATRIZIN.DAT SUSPENSA - "
                   "VIOLACOES GRAVES ENVIADAS AO RECYCLE.DAT"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               MOVE "EXTRACAO DO MATRIZIN.DAT LIBERADA"
                   TO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-RULE-RPT-LINE.

       WRITE-RULE-RPT-LINE.
           WRITE RULE-RPT-REC FROM WS-RPT-LINE.
           IF NOT FILE-STATUS-OK
               MOVE "MATRULRPT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.

      * common I/O failure path - the status code still holds the
      * failing operation's result
       IO-ABORT.
