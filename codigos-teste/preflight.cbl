      *      new function form (F/C/P with one or two operands;
      *      all-numeric stays a factorial deck), so a C 10 3 card
      *      no longer reads as a defect.
      * Mod: 15/10/2026 - understands the sparse matrix decks
      *      ("ESPR" header, one row/column/value record per
      *      non-zero cell - SPARSEWS.CPY) in MATRIZIN.DAT and as
      *      MULTIPIN.DAT sets: header fields numeric, dimensions
      *      not zero, cell counts within the sparse table, MAC =
      *      MBL, and every cell numeric, inside its matrix and in
      *      ascending row/column order, with the cell count
      *      matching the header.
      * Mod: 15/10/2026 - the sort/search decks carry real amounts
      *      now: a VETIN.DAT (or VETIN0n.DAT) or BUSCAVET.DAT whose
      *      header has a 'V' in col 6 is edited in the amount
      *      layout - sign in col 1, 11 digits in 2-12, and for
      *      VETIN the SKEY in 13-18 - and one without it in the old
      *      3-digit layout; any other col-6 flag is a defect. A
      *      typed BUSCAKEYS.DAT record with a sign in col 2 is
      *      edited as a signed amount key in 2-13, a range's upper
      *      bound in 15-26 and not below the key.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-OFFSET PIC 9(4).
       01 WS-ROW-TXT PIC ZZ9.
       01 WS-CELL-TXT PIC ZZ9.
       01 WS-MAX-ROW PIC 9(3).
       01 WS-MAX-COL PIC 9(3).
       01 WS-SPR-TXT PIC Z(5)9.
       01 WS-VET-FMT PIC X.
           88 FMT-VALOR VALUE 'V'.
       01 WS-KEY-LO-X PIC X(12).
       01 WS-KEY-LO REDEFINES WS-KEY-LO-X
           PIC S9(9)V99 SIGN LEADING SEPARATE.
       01 WS-KEY-HI-X PIC X(12).
       01 WS-KEY-HI REDEFINES WS-KEY-HI-X
           PIC S9(9)V99 SIGN LEADING SEPARATE.
       COPY "SPARSEWS.CPY".
       01 WS-RPT-LINE PIC X(100).
       01 WS-DEFECT-LINE.
           05 WS-DEF-FILE PIC X(14).
                       TO WS-DEF-MSG
                   PERFORM LOG-DEFECT
           END-READ.
           IF NOT EDIT-IN-EOF AND EDIT-IN-REC(1:4) = "ESPR"
               PERFORM CHECK-SPARSE-MATRIZ
           END-IF.
           IF NOT EDIT-IN-EOF AND EDIT-IN-REC(1:4) NOT = "ESPR"
               IF EDIT-IN-REC(1:4) IS NOT NUMERIC
                   MOVE "header MAL/MAC nao numerico" TO WS-DEF-MSG
                   PERFORM LOG-DEFECT
      *    four dimensions in cols 5-12); reads through the set's
      *    rows and leaves the next header (or EOF) current
       CHECK-MULTIP-SET.
           IF EDIT-IN-REC(5:4) = "ESPR"
               PERFORM CHECK-SPARSE-SET
           ELSE
               PERFORM CHECK-DENSE-SET
           END-IF.

       CHECK-DENSE-SET.
           IF EDIT-IN-REC(5:8) IS NOT NUMERIC
               MOVE "header de conjunto nao numerico" TO WS-DEF-MSG
               PERFORM LOG-DEFECT
                   PERFORM LOG-DEFECT
           END-READ.

      *    sparse MATRIZIN.DAT (SPARSEWS.CPY): header current
       CHECK-SPARSE-MATRIZ.
           IF EDIT-IN-REC(9:3) IS NOT NUMERIC
               OR EDIT-IN-REC(13:3) IS NOT NUMERIC
               OR EDIT-IN-REC(17:6) IS NOT NUMERIC
               MOVE "header esparso MAL/MAC/celulas nao numerico"
                   TO WS-DEF-MSG
               PERFORM LOG-DEFECT
           ELSE
               MOVE EDIT-IN-REC(1:30) TO SPR-DECK-HDR
               IF SPR-DH-ROWS = 0 OR SPR-DH-COLS = 0
                   MOVE "MAL/MAC igual a zero" TO WS-DEF-MSG
                   PERFORM LOG-DEFECT
               ELSE
                   IF SPR-DH-CELLS > SPR-MAX-CELLS
                       MOVE "celulas excedem o limite da tabela esparsa"
                           TO WS-DEF-MSG
                       PERFORM LOG-DEFECT
                   ELSE
                       MOVE SPR-DH-ROWS TO WS-MAX-ROW
                       MOVE SPR-DH-COLS TO WS-MAX-COL
                       MOVE 0 TO SPR-LAST-ROW, SPR-LAST-COL
                       PERFORM CHECK-SPARSE-CELL
                           VARYING SPR-IX FROM 1 BY 1
                           UNTIL SPR-IX > SPR-DH-CELLS OR EDIT-IN-EOF
                       PERFORM CHECK-NO-EXTRA
                   END-IF
               END-IF
           END-IF.

      *    sparse set header ("ESPR" in cols 5-8): A cells then B
      *    cells, leaving the next header (or EOF) current
       CHECK-SPARSE-SET.
           IF EDIT-IN-REC(17:3) IS NOT NUMERIC
               OR EDIT-IN-REC(21:3) IS NOT NUMERIC
               OR EDIT-IN-REC(25:3) IS NOT NUMERIC
               OR EDIT-IN-REC(29:3) IS NOT NUMERIC
               OR EDIT-IN-REC(33:6) IS NOT NUMERIC
               OR EDIT-IN-REC(40:6) IS NOT NUMERIC
               MOVE "header de conjunto esparso nao numerico"
                   TO WS-DEF-MSG
               PERFORM LOG-DEFECT
               SET EDIT-IN-EOF TO TRUE
           ELSE
               MOVE EDIT-IN-REC(1:45) TO SPR-SET-HDR
               IF SPR-SH-MAL = 0 OR SPR-SH-MAC = 0
                   OR SPR-SH-MBL = 0 OR SPR-SH-MBC = 0
                   MOVE "dimensao igual a zero" TO WS-DEF-MSG
                   PERFORM LOG-DEFECT
                   PERFORM SKIP-SPARSE-CELLS
               ELSE
                   IF SPR-SH-NA > SPR-MAX-CELLS
                       OR SPR-SH-NB > SPR-MAX-CELLS
                       MOVE "celulas excedem o limite da tabela esparsa"
                           TO WS-DEF-MSG
                       PERFORM LOG-DEFECT
                       PERFORM SKIP-SPARSE-CELLS
                   ELSE
                       IF SPR-SH-MAC NOT = SPR-SH-MBL
                           MOVE "MAC diferente de MBL" TO WS-DEF-MSG
                           PERFORM LOG-DEFECT
                       END-IF
                       MOVE SPR-SH-MAL TO WS-MAX-ROW
                       MOVE SPR-SH-MAC TO WS-MAX-COL
                       MOVE 0 TO SPR-LAST-ROW, SPR-LAST-COL
                       PERFORM CHECK-SPARSE-CELL
                           VARYING SPR-IX FROM 1 BY 1
                           UNTIL SPR-IX > SPR-SH-NA OR EDIT-IN-EOF
                       MOVE SPR-SH-MBL TO WS-MAX-ROW
                       MOVE SPR-SH-MBC TO WS-MAX-COL
                       MOVE 0 TO SPR-LAST-ROW, SPR-LAST-COL
                       PERFORM CHECK-SPARSE-CELL
                           VARYING SPR-IX FROM 1 BY 1
                           UNTIL SPR-IX > SPR-SH-NB OR EDIT-IN-EOF
                   END-IF
               END-IF
               IF NOT EDIT-IN-EOF
                   READ EDIT-IN-FILE
                       AT END
                           SET EDIT-IN-EOF TO TRUE
                   END-READ
               END-IF
           END-IF.

       SKIP-SPARSE-CELLS.
           PERFORM SKIP-SET-ONE-ROW
               VARYING SPR-IX FROM 1 BY 1
               UNTIL SPR-IX > SPR-SH-NA + SPR-SH-NB OR EDIT-IN-EOF.

      *    one cell record, numbered SPR-IX within its matrix: inside
      *    WS-MAX-ROW x WS-MAX-COL and after the previous good cell
       CHECK-SPARSE-CELL.
           READ EDIT-IN-FILE
               AT END
                   SET EDIT-IN-EOF TO TRUE
                   MOVE "menos celulas que o header indica"
                       TO WS-DEF-MSG
                   PERFORM LOG-DEFECT
           END-READ.
           IF NOT EDIT-IN-EOF
               MOVE EDIT-IN-REC(1:20) TO SPR-CELL-LINE
               MOVE SPR-IX TO WS-SPR-TXT
               MOVE SPACES TO WS-DEF-MSG
               IF EDIT-IN-REC(1:3) IS NOT NUMERIC
                   OR EDIT-IN-REC(5:3) IS NOT NUMERIC
                   OR (EDIT-IN-REC(9:1) NOT = '+'
                       AND EDIT-IN-REC(9:1) NOT = '-')
                   OR EDIT-IN-REC(10:5) IS NOT NUMERIC
                   STRING "celula " WS-SPR-TXT " nao numerica"
                       DELIMITED BY SIZE INTO WS-DEF-MSG
                   PERFORM LOG-DEFECT
               ELSE
                   IF SPR-CL-ROW = 0 OR SPR-CL-ROW > WS-MAX-ROW
                       OR SPR-CL-COL = 0 OR SPR-CL-COL > WS-MAX-COL
                       STRING "celula " WS-SPR-TXT " fora da matriz"
                           DELIMITED BY SIZE INTO WS-DEF-MSG
                       PERFORM LOG-DEFECT
                   ELSE
                       IF SPR-CL-ROW < SPR-LAST-ROW
                           OR (SPR-CL-ROW = SPR-LAST-ROW
                               AND SPR-CL-COL NOT > SPR-LAST-COL)
                           STRING "celula " WS-SPR-TXT
                               " fora de ordem linha/coluna"
                               DELIMITED BY SIZE INTO WS-DEF-MSG
                           PERFORM LOG-DEFECT
                       ELSE
                           MOVE SPR-CL-ROW TO SPR-LAST-ROW
                           MOVE SPR-CL-COL TO SPR-LAST-COL
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-VETIN.
           MOVE "VETIN.DAT" TO WS-EDIT-NAME.
           MOVE 'N' TO WS-IN-EOF-SW.
                   IF EDIT-IN-REC(5:1) = 'M'
                       PERFORM CHECK-VETIN-MERGE
                   ELSE
                       PERFORM CHECK-VET-FMT
                       IF WS-NUM = 0
                           MOVE "NUM igual a zero" TO WS-DEF-MSG
                           PERFORM LOG-DEFECT
                   PERFORM LOG-DEFECT
               ELSE
                   MOVE EDIT-IN-REC(1:3) TO WS-NUM
                   PERFORM CHECK-VET-FMT
                   IF WS-NUM = 0
                       MOVE "NUM igual a zero" TO WS-DEF-MSG
                       PERFORM LOG-DEFECT
                   PERFORM LOG-DEFECT
               ELSE
                   MOVE EDIT-IN-REC(1:3) TO WS-NUM
                   PERFORM CHECK-VET-FMT
                   IF WS-NUM > 999
                       MOVE "NUM excede o limite de 999 da ponte"
                           TO WS-DEF-MSG
           END-IF.
           CLOSE EDIT-IN-FILE.

      *    col 6 of a VETIN/BUSCAVET header: 'V' = amount layout,
      *    blank = the old 3-digit one
       CHECK-VET-FMT.
           MOVE EDIT-IN-REC(6:1) TO WS-VET-FMT.
           IF NOT FMT-VALOR AND WS-VET-FMT NOT = SPACE
               MOVE "formato (col 6) nao e V nem branco"
                   TO WS-DEF-MSG
               PERFORM LOG-DEFECT
           END-IF.

       CHECK-BUSCAKEYS.
           MOVE "BUSCAKEYS.DAT" TO WS-EDIT-NAME.
           MOVE 'N' TO WS-IN-EOF-SW.
                   PERFORM LOG-DEFECT
           END-READ.
           IF NOT EDIT-IN-EOF
               PERFORM CHECK-ROW-VALUE
               IF (FMT-VALOR AND EDIT-IN-REC(13:6) IS NOT NUMERIC)
                   OR (NOT FMT-VALOR
                       AND EDIT-IN-REC(5:6) IS NOT NUMERIC)
                   MOVE WS-ROW TO WS-ROW-TXT
                   MOVE SPACES TO WS-DEF-MSG
                   STRING "elemento " WS-ROW-TXT " SKEY nao numerico"
                   PERFORM LOG-DEFECT
           END-READ.
           IF NOT EDIT-IN-EOF
               PERFORM CHECK-ROW-VALUE
           END-IF.

      *    the signed value at the head of a VETIN/BUSCAVET row, in
      *    the layout the header's col 6 declared
       CHECK-ROW-VALUE.
           IF (EDIT-IN-REC(1:1) NOT = '+'
               AND EDIT-IN-REC(1:1) NOT = '-')
               OR (FMT-VALOR AND EDIT-IN-REC(2:11) IS NOT NUMERIC)
               OR (NOT FMT-VALOR AND EDIT-IN-REC(2:3) IS NOT NUMERIC)
               MOVE WS-ROW TO WS-ROW-TXT
               MOVE SPACES TO WS-DEF-MSG
               STRING "elemento " WS-ROW-TXT " valor nao numerico"
                   DELIMITED BY SIZE INTO WS-DEF-MSG
               PERFORM LOG-DEFECT
           END-IF.

       CHECK-KEY-ROW.
                   SET EDIT-IN-EOF TO TRUE
           END-READ.
      *    a key record is either all-numeric (legacy exact probe) or
      *    typed: E/R/B/A in col 1, then a signed amount key in 2-13
      *    (range bound in 15-26) or an old 3-digit key in 2-4 (range
      *    bound in 6-8)
           IF NOT EDIT-IN-EOF
               ADD 1 TO WS-ROW
               IF EDIT-IN-REC(1:3) IS NOT NUMERIC
                   IF EDIT-IN-REC(1:1) = 'E' OR 'R' OR 'B' OR 'A'
                       IF EDIT-IN-REC(2:1) = '+' OR '-'
                           PERFORM CHECK-KEY-VALOR
                       ELSE
                           PERFORM CHECK-KEY-OLD
                       END-IF
                   ELSE
                       PERFORM LOG-KEY-INVALID
                   END-IF
               END-IF
           END-IF.

       CHECK-KEY-VALOR.
           IF EDIT-IN-REC(3:11) IS NOT NUMERIC
               PERFORM LOG-KEY-INVALID
           ELSE
               IF EDIT-IN-REC(1:1) = 'R'
                   MOVE EDIT-IN-REC(2:12) TO WS-KEY-LO-X
                   MOVE EDIT-IN-REC(15:12) TO WS-KEY-HI-X
                   IF (WS-KEY-HI-X(1:1) NOT = '+'
                       AND WS-KEY-HI-X(1:1) NOT = '-')
                       OR WS-KEY-HI-X(2:11) IS NOT NUMERIC
                       PERFORM LOG-KEY-BOUND
                   ELSE
                       IF WS-KEY-HI < WS-KEY-LO
                           PERFORM LOG-KEY-BOUND
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-KEY-OLD.
           IF EDIT-IN-REC(2:3) IS NOT NUMERIC
               PERFORM LOG-KEY-INVALID
           ELSE
               IF EDIT-IN-REC(1:1) = 'R'
                   IF EDIT-IN-REC(6:3) IS NOT NUMERIC
                       OR EDIT-IN-REC(6:3) < EDIT-IN-REC(2:3)
                       PERFORM LOG-KEY-BOUND
                   END-IF
               END-IF
           END-IF.

       LOG-KEY-INVALID.
           MOVE WS-ROW TO WS-ROW-TXT.
           MOVE SPACES TO WS-DEF-MSG.
           STRING "chave " WS-ROW-TXT " invalida"
               DELIMITED BY SIZE INTO WS-DEF-MSG.
           PERFORM LOG-DEFECT.

       LOG-KEY-BOUND.
           MOVE WS-ROW TO WS-ROW-TXT.
           MOVE SPACES TO WS-DEF-MSG.
           STRING "chave " WS-ROW-TXT " limite superior invalido"
               DELIMITED BY SIZE INTO WS-DEF-MSG.
           PERFORM LOG-DEFECT.

       CHECK-NO-EXTRA.
           IF NOT EDIT-IN-EOF
               READ EDIT-IN-FILE
