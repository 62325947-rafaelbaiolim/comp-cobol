      ******************************************************************
      * Author: GRUPO-COBOL
      * Date: 15/10/2026
      * Purpose: reciprocal service-department allocation - settles
      *      the service-to-service cross-charges (IT charging HR
      *      while HR charges IT back) that POOLALLOC's one-pass row
      *      allocation cannot express, ahead of POOLALLOC. Reads the
      *      service-to-service percentage matrix from RECIPPCT.DAT
      *      into the shared MATRIZWS layout (header: cols 1-2 number
      *      of service pools N, col 4 method S=simultaneous (default)
      *      or I=iterative, cols 6-8 iteration limit for I, default
      *      100; then N rows: cols 1-4 pool id, cols 6.. N 6-byte
      *      sign-leading S9(3)V99 cells, cell j = percent of this
      *      pool's total cost charged to service pool j, own cell
      *      zero, row at most 100) and the pools' direct costs from
      *      POOLDIR.DAT (POOLAMT.DAT layout, same pools in the same
      *      order as the matrix rows; records past N are passed
      *      through as non-service pools). Solves T = D + P'T for
      *      each pool's total (reciprocal) cost either as a
      *      simultaneous solution (Gauss-Jordan elimination with
      *      partial pivoting) or by repeated distribution until no
      *      total moves by more than a hundredth of a cent, and
      *      writes POOLAMT.DAT for POOLALLOC with each pool's fully
      *      loaded amount net of what it charged on to the other
      *      service pools - the share the MULTIPALC.DAT row spreads
      *      over the receiving cost centers - so the pools still
      *      foot to the direct-cost total (the last charging pool
      *      absorbs the rounding residual, and the report proves
      *      it). RECIPRPT.DAT shows per pool the direct cost, cost
      *      received, cost given away, total reciprocal cost and
      *      the amount handed on. A matrix that is malformed, gives
      *      away more than 100% or has no solution, or a POOLDIR.DAT
      *      that does not line up with it, is rejected
      *      (AUDITLOG/RC=16) without touching POOLAMT.DAT. Control
      *      totals go to CTLTOTAL.DAT through CTLTOT (pools read,
      *      pool records written, hash of the amounts handed on).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECIPALC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCT-IN-FILE ASSIGN TO "RECIPPCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT POOL-DIR-FILE ASSIGN TO "POOLDIR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT POOL-AMT-FILE ASSIGN TO "POOLAMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RECIP-RPT-FILE ASSIGN TO "RECIPRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCT-IN-FILE.
       01  PCT-IN-REC PIC X(310).
       FD  POOL-DIR-FILE.
       01  POOL-DIR-REC PIC X(20).
       FD  POOL-AMT-FILE.
       01  POOL-AMT-REC PIC X(20).
       FD  RECIP-RPT-FILE.
       01  RECIP-RPT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       COPY "MATRIZWS.CPY".
       01 WS-PCT-HDR-REC REDEFINES PCT-IN-REC.
           05 WS-PCT-HDR-N PIC X(2).
           05 FILLER PIC X(1).
           05 WS-PCT-HDR-METHOD PIC X(1).
           05 FILLER PIC X(1).
           05 WS-PCT-HDR-ITER PIC X(3).
           05 FILLER PIC X(302).
       01 WS-PCT-ROW-REC REDEFINES PCT-IN-REC.
           05 WS-PCT-ROW-POOL PIC X(4).
           05 FILLER PIC X(1).
           05 WS-PCT-ROW-CELL PIC S9(3)V99 SIGN LEADING SEPARATE
               OCCURS 50 TIMES.
           05 FILLER PIC X(5).
       01 WS-FILE-STATUS PIC XX.
           88 FILE-STATUS-OK VALUES "00", "05".
       01 WS-IO-NAME PIC X(14).
       01 WS-DIR-EOF-SW PIC X VALUE 'N'.
           88 DIR-EOF VALUE 'Y'.
       01 WS-METHOD PIC X VALUE 'S'.
           88 METHOD-SIMULTANEOUS VALUE 'S'.
           88 METHOD-ITERATIVE VALUE 'I'.
       01 WS-MAX-ITER PIC 9(3) VALUE 100.
       01 WS-ITER-COUNT PIC 9(3) VALUE 0.
       01 WS-CONVERGED PIC X VALUE 'N'.
           88 ITER-CONVERGED VALUE 'Y'.
      * direct cost in, reciprocal total and the derived received/
      * given/handed-on figures out, one entry per service pool
       01 WS-POOL-TABLE.
           05 WS-POOL-ENTRY OCCURS 50 TIMES.
               10 WS-POOL-ID PIC X(4).
               10 WS-POOL-DIRECT PIC S9(9)V99.
               10 WS-POOL-GIVE-PCT PIC S9(5)V99.
               10 WS-POOL-SOLVED PIC S9(11)V9(8) COMP-3.
               10 WS-POOL-TOTAL PIC S9(9)V99.
               10 WS-POOL-RECEIVED PIC S9(9)V99.
               10 WS-POOL-GIVEN PIC S9(9)V99.
               10 WS-POOL-NET PIC S9(9)V99.
      * augmented system (I - P') T = D for the simultaneous method;
      * column N+1 carries the right-hand side and ends as T
       01 WS-GJ-MATRIX.
           05 WS-GJ-ROW OCCURS 50 TIMES.
               10 WS-GJ-CELL PIC S9(11)V9(8) COMP-3 OCCURS 51 TIMES.
       01 WS-GJ-SWAP-ROW.
           05 WS-GJ-SWAP-CELL PIC S9(11)V9(8) COMP-3 OCCURS 51 TIMES.
       01 WS-GJ-PIVOT PIC S9(11)V9(8) COMP-3.
       01 WS-GJ-FACTOR PIC S9(11)V9(8) COMP-3.
       01 WS-GJ-ABS PIC S9(11)V9(8) COMP-3.
       01 WS-GJ-BEST PIC S9(11)V9(8) COMP-3.
       01 WS-GJ-BEST-ROW PIC 9(2).
       01 WS-GJ-K PIC 9(2).
       01 WS-GJ-I PIC 9(2).
       01 WS-GJ-J PIC 9(2).
       01 WS-GJ-LAST-COL PIC 9(2).
       01 WS-SINGULAR PIC X VALUE 'N'.
           88 SYSTEM-SINGULAR VALUE 'Y'.
       01 WS-ITER-TABLE.
           05 WS-ITER-NEW PIC S9(11)V9(8) COMP-3 OCCURS 50 TIMES.
       01 WS-ITER-DELTA PIC S9(11)V9(8) COMP-3.
       01 WS-ITER-MAXDELTA PIC S9(11)V9(8) COMP-3.
       01 WS-ROW-PCT-SUM PIC S9(5)V99.
       01 WS-DIRECT-SUM PIC S9(11)V99.
       01 WS-NET-SUM PIC S9(11)V99.
       01 WS-RECEIVED-SUM PIC S9(11)V99.
       01 WS-GIVEN-SUM PIC S9(11)V99.
       01 WS-TOTAL-SUM PIC S9(11)V99.
       01 WS-FOOT-ADJ PIC S9(9)V99.
       01 WS-LAST-GIVER PIC 9(2).
       01 WS-POOLS-READ PIC 9(6) VALUE 0.
       01 WS-POOLS-WRITTEN PIC 9(6) VALUE 0.
       01 WS-PASS-COUNT PIC 9(6) VALUE 0.
       01 WS-OVERFLOW PIC X VALUE 'N'.
           88 ANY-OVERFLOW-DETECTED VALUE 'Y'.
       01 WS-AMT-IN.
           05 WS-AMT-SLS PIC S9(9)V99 SIGN LEADING SEPARATE.
       01 WS-AMT-OUT-LINE.
           05 WS-AMT-OUT-POOL PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-AMT-OUT-AMT PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(3) VALUE SPACES.
       01 WS-DIR-TXT PIC -(8)9.99.
       01 WS-RCV-TXT PIC -(8)9.99.
       01 WS-GIV-TXT PIC -(8)9.99.
       01 WS-TOT-TXT PIC -(8)9.99.
       01 WS-NET-TXT PIC -(8)9.99.
       01 WS-PCT-TXT PIC -(3)9.99.
       01 WS-BIG-TXT PIC -(10)9.99.
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
       01 WS-AUD-PROGRAM PIC X(12) VALUE "RECIPALC".
       01 WS-LOCK-FUNC PIC X(3).
       01 WS-LOCK-HOLDER PIC X(12) VALUE "RECIPALC".
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
           MOVE 0 TO WS-POOLS-READ, WS-POOLS-WRITTEN, WS-PASS-COUNT.
           MOVE 0 TO WS-ITER-COUNT, WS-FOOT-ADJ, WS-CTL-HASH.
           MOVE 'N' TO WS-DIR-EOF-SW.
           MOVE 'N' TO WS-CONVERGED.
           MOVE 'N' TO WS-SINGULAR.
           MOVE 'N' TO WS-OVERFLOW.

           OPEN INPUT PCT-IN-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "RECIPPCT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM LOAD-MATRIX-HEADER.
           PERFORM LOAD-ONE-PCT-ROW
               VARYING L_A FROM 1 BY 1 UNTIL L_A > MAL.
           CLOSE PCT-IN-FILE.

           OPEN INPUT POOL-DIR-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "POOLDIR.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM LOAD-ONE-DIRECT
               VARYING L_A FROM 1 BY 1 UNTIL L_A > MAL.

           IF METHOD-ITERATIVE
               PERFORM SOLVE-ITERATIVE
           ELSE
               PERFORM SOLVE-SIMULTANEOUS
           END-IF.
           PERFORM DERIVE-POOL-FIGURES.

      *    POOLAMT.DAT is only rewritten once the system has solved,
      *    so a rejected matrix leaves the previous deck in place
           OPEN OUTPUT POOL-AMT-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "POOLAMT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           OPEN OUTPUT RECIP-RPT-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "RECIPRPT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM RPT-HEADER.
           PERFORM WRITE-ONE-POOL
               VARYING L_A FROM 1 BY 1 UNTIL L_A > MAL.
           PERFORM PASS-THROUGH-POOL UNTIL DIR-EOF.
           PERFORM RPT-TRAILER.
           CLOSE POOL-DIR-FILE.
           CLOSE POOL-AMT-FILE.
           CLOSE RECIP-RPT-FILE.

           MOVE WS-POOLS-READ TO WS-CTL-READ.
           MOVE WS-POOLS-WRITTEN TO WS-CTL-WRITTEN.
           CALL "CTLTOT" USING WS-AUD-PROGRAM, WS-CTL-READ,
               WS-CTL-WRITTEN, WS-CTL-HASH.

           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "POOLS=" MAL " METHOD=" WS-METHOD
               " ITER=" WS-ITER-COUNT " PASS=" WS-PASS-COUNT
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           IF ANY-OVERFLOW-DETECTED
               MOVE "OVERFLOW" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "OK" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-MATRIX-HEADER.
           READ PCT-IN-FILE
               AT END
                   DISPLAY "RECIPPCT.DAT esta vazio!"
                   CLOSE PCT-IN-FILE
                   MOVE "percentage matrix empty" TO WS-AUD-DETAIL
                   PERFORM REJECT-INPUT
           END-READ.
           IF WS-PCT-HDR-N IS NOT NUMERIC
               DISPLAY "Header invalido em RECIPPCT.DAT: "
                   PCT-IN-REC(1:10)
               CLOSE PCT-IN-FILE
               MOVE "bad matrix header" TO WS-AUD-DETAIL
               PERFORM REJECT-INPUT
           END-IF.
           MOVE WS-PCT-HDR-N TO MAL.
           IF MAL < 1 OR MAL > 50
               DISPLAY "RECIPPCT.DAT: N=" MAL " fora de 1-50!"
               CLOSE PCT-IN-FILE
               MOVE "pool count outside 1-50" TO WS-AUD-DETAIL
               PERFORM REJECT-INPUT
           END-IF.
           MOVE MAL TO MAC.
           EVALUATE WS-PCT-HDR-METHOD
               WHEN 'I'
                   SET METHOD-ITERATIVE TO TRUE
               WHEN 'S'
               WHEN SPACE
                   SET METHOD-SIMULTANEOUS TO TRUE
               WHEN OTHER
                   DISPLAY "RECIPPCT.DAT: metodo invalido ["
                       WS-PCT-HDR-METHOD "]"
                   CLOSE PCT-IN-FILE
                   MOVE "bad solution method" TO WS-AUD-DETAIL
                   PERFORM REJECT-INPUT
           END-EVALUATE.
           IF WS-PCT-HDR-ITER IS NUMERIC AND WS-PCT-HDR-ITER > "000"
               MOVE WS-PCT-HDR-ITER TO WS-MAX-ITER
           ELSE
               MOVE 100 TO WS-MAX-ITER
           END-IF.

      * a row may give nothing away (a pool with no service cross-
      * charges) but never charge itself or give away over 100%
       LOAD-ONE-PCT-ROW.
           READ PCT-IN-FILE
               AT END
                   DISPLAY "RECIPPCT.DAT tem menos linhas que N!"
                   CLOSE PCT-IN-FILE
                   MOVE "percentage matrix short of rows"
                       TO WS-AUD-DETAIL
                   PERFORM REJECT-INPUT
           END-READ.
           MOVE WS-PCT-ROW-POOL TO WS-POOL-ID(L_A).
           MOVE 0 TO WS-ROW-PCT-SUM.
           PERFORM VARYING C_A FROM 1 BY 1 UNTIL C_A > MAC
               IF WS-PCT-ROW-CELL(C_A) IS NOT NUMERIC
                   DISPLAY "Celula invalida em RECIPPCT.DAT pool "
                       WS-PCT-ROW-POOL " coluna " C_A
                   CLOSE PCT-IN-FILE
                   MOVE "percentage cell not numeric"
                       TO WS-AUD-DETAIL
                   PERFORM REJECT-INPUT
               END-IF
               MOVE WS-PCT-ROW-CELL(C_A) TO A(L_A, C_A)
               IF A(L_A, C_A) < 0
                   OR (C_A = L_A AND A(L_A, C_A) NOT = 0)
                   DISPLAY "Percentual invalido em RECIPPCT.DAT pool "
                       WS-PCT-ROW-POOL " coluna " C_A
                   CLOSE PCT-IN-FILE
                   MOVE "negative or self-charge percentage"
                       TO WS-AUD-DETAIL
                   PERFORM REJECT-INPUT
               END-IF
               ADD A(L_A, C_A) TO WS-ROW-PCT-SUM
           END-PERFORM.
           IF WS-ROW-PCT-SUM > 100
               DISPLAY "Pool " WS-PCT-ROW-POOL
                   " cede mais de 100% em RECIPPCT.DAT!"
               CLOSE PCT-IN-FILE
               MOVE "pool gives away over 100 percent"
                   TO WS-AUD-DETAIL
               PERFORM REJECT-INPUT
           END-IF.
           MOVE WS-ROW-PCT-SUM TO WS-POOL-GIVE-PCT(L_A).

       LOAD-ONE-DIRECT.
           READ POOL-DIR-FILE
               AT END
                   SET DIR-EOF TO TRUE
           END-READ.
           IF DIR-EOF
               OR POOL-DIR-REC(6:1) NOT = '+'
                   AND POOL-DIR-REC(6:1) NOT = '-'
               OR POOL-DIR-REC(7:11) IS NOT NUMERIC
               DISPLAY "POOLDIR.DAT sem custo direto valido para o "
                   "pool " WS-POOL-ID(L_A) "!"
               CLOSE POOL-DIR-FILE
               MOVE "direct costs short or not numeric"
                   TO WS-AUD-DETAIL
               PERFORM REJECT-INPUT
           END-IF.
           IF POOL-DIR-REC(1:4) NOT = WS-POOL-ID(L_A)
               DISPLAY "POOLDIR.DAT pool " POOL-DIR-REC(1:4)
                   " fora de ordem - esperado " WS-POOL-ID(L_A)
               CLOSE POOL-DIR-FILE
               MOVE "direct costs out of matrix order"
                   TO WS-AUD-DETAIL
               PERFORM REJECT-INPUT
           END-IF.
           ADD 1 TO WS-POOLS-READ.
           MOVE POOL-DIR-REC(6:12) TO WS-AMT-IN.
           MOVE WS-AMT-SLS TO WS-POOL-DIRECT(L_A).

      * Gauss-Jordan over the augmented system: pool i's equation is
      * T(i) - sum over j of A(j,i)/100 * T(j) = D(i); the largest
      * remaining pivot is swapped up at each column
       SOLVE-SIMULTANEOUS.
           COMPUTE WS-GJ-LAST-COL = MAL + 1.
           PERFORM VARYING L_A FROM 1 BY 1 UNTIL L_A > MAL
               PERFORM VARYING C_A FROM 1 BY 1 UNTIL C_A > MAC
                   IF L_A = C_A
                       MOVE 1 TO WS-GJ-CELL(L_A, C_A)
                   ELSE
                       COMPUTE WS-GJ-CELL(L_A, C_A) =
                           0 - A(C_A, L_A) / 100
                   END-IF
               END-PERFORM
               MOVE WS-POOL-DIRECT(L_A)
                   TO WS-GJ-CELL(L_A, WS-GJ-LAST-COL)
           END-PERFORM.
           PERFORM GJ-ELIMINATE-COLUMN
               VARYING WS-GJ-K FROM 1 BY 1
               UNTIL WS-GJ-K > MAL OR SYSTEM-SINGULAR.
           IF SYSTEM-SINGULAR
               DISPLAY "RECIPPCT.DAT: sistema sem solucao unica "
                   "(ciclo de cessao de 100%)!"
               CLOSE POOL-DIR-FILE
               MOVE "reciprocal system has no solution"
                   TO WS-AUD-DETAIL
               PERFORM REJECT-INPUT
           END-IF.
           PERFORM VARYING L_A FROM 1 BY 1 UNTIL L_A > MAL
               MOVE WS-GJ-CELL(L_A, WS-GJ-LAST-COL)
                   TO WS-POOL-SOLVED(L_A)
           END-PERFORM.
           MOVE 1 TO WS-PASS-COUNT.

       GJ-ELIMINATE-COLUMN.
           MOVE 0 TO WS-GJ-BEST.
           MOVE 0 TO WS-GJ-BEST-ROW.
           PERFORM VARYING WS-GJ-I FROM WS-GJ-K BY 1
               UNTIL WS-GJ-I > MAL
               MOVE WS-GJ-CELL(WS-GJ-I, WS-GJ-K) TO WS-GJ-ABS
               IF WS-GJ-ABS < 0
                   COMPUTE WS-GJ-ABS = 0 - WS-GJ-ABS
               END-IF
               IF WS-GJ-ABS > WS-GJ-BEST
                   MOVE WS-GJ-ABS TO WS-GJ-BEST
                   MOVE WS-GJ-I TO WS-GJ-BEST-ROW
               END-IF
           END-PERFORM.
           IF WS-GJ-BEST < 0.000001
               SET SYSTEM-SINGULAR TO TRUE
           ELSE
               IF WS-GJ-BEST-ROW NOT = WS-GJ-K
                   MOVE WS-GJ-ROW(WS-GJ-K) TO WS-GJ-SWAP-ROW
                   MOVE WS-GJ-ROW(WS-GJ-BEST-ROW)
                       TO WS-GJ-ROW(WS-GJ-K)
                   MOVE WS-GJ-SWAP-ROW TO WS-GJ-ROW(WS-GJ-BEST-ROW)
               END-IF
               MOVE WS-GJ-CELL(WS-GJ-K, WS-GJ-K) TO WS-GJ-PIVOT
               PERFORM VARYING WS-GJ-J FROM WS-GJ-K BY 1
                   UNTIL WS-GJ-J > WS-GJ-LAST-COL
                   COMPUTE WS-GJ-CELL(WS-GJ-K, WS-GJ-J) ROUNDED =
                       WS-GJ-CELL(WS-GJ-K, WS-GJ-J) / WS-GJ-PIVOT
                       ON SIZE ERROR
                           SET ANY-OVERFLOW-DETECTED TO TRUE
                   END-COMPUTE
               END-PERFORM
               PERFORM GJ-CLEAR-ONE-ROW
                   VARYING WS-GJ-I FROM 1 BY 1 UNTIL WS-GJ-I > MAL
           END-IF.

       GJ-CLEAR-ONE-ROW.
           IF WS-GJ-I NOT = WS-GJ-K
               AND WS-GJ-CELL(WS-GJ-I, WS-GJ-K) NOT = 0
               MOVE WS-GJ-CELL(WS-GJ-I, WS-GJ-K) TO WS-GJ-FACTOR
               PERFORM VARYING WS-GJ-J FROM WS-GJ-K BY 1
                   UNTIL WS-GJ-J > WS-GJ-LAST-COL
                   COMPUTE WS-GJ-CELL(WS-GJ-I, WS-GJ-J) ROUNDED =
                       WS-GJ-CELL(WS-GJ-I, WS-GJ-J)
                       - WS-GJ-FACTOR * WS-GJ-CELL(WS-GJ-K, WS-GJ-J)
                       ON SIZE ERROR
                           SET ANY-OVERFLOW-DETECTED TO TRUE
                   END-COMPUTE
               END-PERFORM
           END-IF.

      * repeated distribution: every pass recomputes each pool's
      * total from the direct cost plus its share of the others'
      * previous totals, until no total moves by 0.0001
       SOLVE-ITERATIVE.
           PERFORM VARYING L_A FROM 1 BY 1 UNTIL L_A > MAL
               MOVE WS-POOL-DIRECT(L_A) TO WS-POOL-SOLVED(L_A)
           END-PERFORM.
           PERFORM ITERATE-ONCE
               UNTIL ITER-CONVERGED OR WS-ITER-COUNT >= WS-MAX-ITER.
           IF NOT ITER-CONVERGED
               DISPLAY "RECIPALC: sem convergencia em " WS-MAX-ITER
                   " iteracoes!"
               CLOSE POOL-DIR-FILE
               MOVE SPACES TO WS-AUD-DETAIL
               STRING "no convergence in " WS-MAX-ITER " passes"
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               PERFORM REJECT-INPUT
           END-IF.
           MOVE WS-ITER-COUNT TO WS-PASS-COUNT.

       ITERATE-ONCE.
           ADD 1 TO WS-ITER-COUNT.
           MOVE 0 TO WS-ITER-MAXDELTA.
           PERFORM VARYING L_A FROM 1 BY 1 UNTIL L_A > MAL
               MOVE WS-POOL-DIRECT(L_A) TO WS-ITER-NEW(L_A)
               PERFORM VARYING C_A FROM 1 BY 1 UNTIL C_A > MAC
                   IF A(C_A, L_A) NOT = 0
                       COMPUTE WS-ITER-NEW(L_A) ROUNDED =
                           WS-ITER-NEW(L_A)
                           + WS-POOL-SOLVED(C_A) * A(C_A, L_A) / 100
                           ON SIZE ERROR
                               SET ANY-OVERFLOW-DETECTED TO TRUE
                       END-COMPUTE
                   END-IF
               END-PERFORM
               COMPUTE WS-ITER-DELTA =
                   WS-ITER-NEW(L_A) - WS-POOL-SOLVED(L_A)
               IF WS-ITER-DELTA < 0
                   COMPUTE WS-ITER-DELTA = 0 - WS-ITER-DELTA
               END-IF
               IF WS-ITER-DELTA > WS-ITER-MAXDELTA
                   MOVE WS-ITER-DELTA TO WS-ITER-MAXDELTA
               END-IF
           END-PERFORM.
           PERFORM VARYING L_A FROM 1 BY 1 UNTIL L_A > MAL
               MOVE WS-ITER-NEW(L_A) TO WS-POOL-SOLVED(L_A)
           END-PERFORM.
           IF WS-ITER-MAXDELTA < 0.0001
               SET ITER-CONVERGED TO TRUE
           END-IF.

      * received = total - direct; given = total x the row's share
      * charged on; handed on = total - given. The cost given away
      * is the cost received elsewhere, so the handed-on amounts
      * foot to the direct costs - the last pool that charges
      * anything on absorbs the few cents of rounding residual
       DERIVE-POOL-FIGURES.
           MOVE 0 TO WS-DIRECT-SUM, WS-NET-SUM, WS-LAST-GIVER.
           PERFORM VARYING L_A FROM 1 BY 1 UNTIL L_A > MAL
               COMPUTE WS-POOL-TOTAL(L_A) ROUNDED =
                   WS-POOL-SOLVED(L_A)
                   ON SIZE ERROR
                       MOVE WS-POOL-DIRECT(L_A) TO WS-POOL-TOTAL(L_A)
                       SET ANY-OVERFLOW-DETECTED TO TRUE
               END-COMPUTE
               COMPUTE WS-POOL-RECEIVED(L_A) =
                   WS-POOL-TOTAL(L_A) - WS-POOL-DIRECT(L_A)
               COMPUTE WS-POOL-GIVEN(L_A) ROUNDED =
                   WS-POOL-TOTAL(L_A) * WS-POOL-GIVE-PCT(L_A) / 100
                   ON SIZE ERROR
                       MOVE 0 TO WS-POOL-GIVEN(L_A)
                       SET ANY-OVERFLOW-DETECTED TO TRUE
               END-COMPUTE
               COMPUTE WS-POOL-NET(L_A) =
                   WS-POOL-TOTAL(L_A) - WS-POOL-GIVEN(L_A)
               ADD WS-POOL-DIRECT(L_A) TO WS-DIRECT-SUM
               ADD WS-POOL-NET(L_A) TO WS-NET-SUM
               IF WS-POOL-GIVE-PCT(L_A) > 0
                   MOVE L_A TO WS-LAST-GIVER
               END-IF
           END-PERFORM.
           COMPUTE WS-FOOT-ADJ = WS-DIRECT-SUM - WS-NET-SUM.
           IF WS-FOOT-ADJ NOT = 0 AND WS-LAST-GIVER > 0
               ADD WS-FOOT-ADJ TO WS-POOL-NET(WS-LAST-GIVER)
               SUBTRACT WS-FOOT-ADJ FROM WS-POOL-GIVEN(WS-LAST-GIVER)
               ADD WS-FOOT-ADJ TO WS-NET-SUM
           END-IF.

       WRITE-ONE-POOL.
           MOVE WS-POOL-ID(L_A) TO WS-AMT-OUT-POOL.
           MOVE WS-POOL-NET(L_A) TO WS-AMT-OUT-AMT.
           PERFORM WRITE-AMT-LINE.
           ADD WS-POOL-NET(L_A) TO WS-CTL-HASH
               ON SIZE ERROR
                   SET ANY-OVERFLOW-DETECTED TO TRUE
           END-ADD.
           MOVE WS-POOL-DIRECT(L_A) TO WS-DIR-TXT.
           MOVE WS-POOL-RECEIVED(L_A) TO WS-RCV-TXT.
           MOVE WS-POOL-GIVEN(L_A) TO WS-GIV-TXT.
           MOVE WS-POOL-TOTAL(L_A) TO WS-TOT-TXT.
           MOVE WS-POOL-NET(L_A) TO WS-NET-TXT.
           MOVE WS-POOL-GIVE-PCT(L_A) TO WS-PCT-TXT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-POOL-ID(L_A) " " WS-DIR-TXT " " WS-RCV-TXT " "
               WS-GIV-TXT " " WS-PCT-TXT " " WS-TOT-TXT " "
               WS-NET-TXT DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.

      * pools past the matrix take no part in the cross-charges and
      * reach POOLALLOC at their direct cost
       PASS-THROUGH-POOL.
           READ POOL-DIR-FILE
               AT END
                   SET DIR-EOF TO TRUE
           END-READ.
           IF NOT DIR-EOF AND POOL-DIR-REC NOT = SPACES
               ADD 1 TO WS-POOLS-READ
               MOVE POOL-DIR-REC TO POOL-AMT-REC
               WRITE POOL-AMT-REC
               IF NOT FILE-STATUS-OK
                   MOVE "POOLAMT.DAT" TO WS-IO-NAME
                   PERFORM IO-ABORT
               END-IF
               ADD 1 TO WS-POOLS-WRITTEN
               IF POOL-DIR-REC(7:11) IS NUMERIC
                   MOVE POOL-DIR-REC(6:12) TO WS-AMT-IN
                   ADD WS-AMT-SLS TO WS-CTL-HASH
                       ON SIZE ERROR
                           SET ANY-OVERFLOW-DETECTED TO TRUE
                   END-ADD
               END-IF
               MOVE SPACES TO WS-RPT-LINE
               STRING POOL-DIR-REC(1:4)
                   " sem rateio reciproco - repassado ao custo direto"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.

       WRITE-AMT-LINE.
           WRITE POOL-AMT-REC FROM WS-AMT-OUT-LINE.
           IF NOT FILE-STATUS-OK
               MOVE "POOLAMT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           ADD 1 TO WS-POOLS-WRITTEN.

       RPT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-RPT-DATE-RAW.
           STRING WS-RPT-DATE-RAW(1:4) "-" WS-RPT-DATE-RAW(5:2) "-"
               WS-RPT-DATE-RAW(7:2) DELIMITED BY SIZE INTO WS-RPT-DATE.
           CALL "RUNCTL" USING WS-RUN-FUNC, WS-RUN-NUMBER.
           CALL "ENTCTX" USING WS-ENT-FUNC, WS-ENT-CODE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RELATORIO RECIPALC  DATA: " WS-RPT-DATE
               "  RUN: " WS-RUN-NUMBER "  ENT: " WS-ENT-CODE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF METHOD-ITERATIVE
               STRING "METODO: ITERATIVO  ITERACOES: " WS-ITER-COUNT
                   "  POOLS DE SERVICO: " MAL
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "METODO: SIMULTANEO  POOLS DE SERVICO: " MAL
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "POOL CUSTO DIRETO     RECEBIDO       CEDIDO"
               "    %CED  CUSTO TOTAL    REPASSADO"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.

       RPT-TRAILER.
           MOVE 0 TO WS-RECEIVED-SUM, WS-GIVEN-SUM, WS-TOTAL-SUM.
           PERFORM VARYING L_A FROM 1 BY 1 UNTIL L_A > MAL
               ADD WS-POOL-RECEIVED(L_A) TO WS-RECEIVED-SUM
               ADD WS-POOL-GIVEN(L_A) TO WS-GIVEN-SUM
               ADD WS-POOL-TOTAL(L_A) TO WS-TOTAL-SUM
           END-PERFORM.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-DIRECT-SUM TO WS-BIG-TXT.
           STRING "TOTAL CUSTO DIRETO:   " WS-BIG-TXT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-RECEIVED-SUM TO WS-BIG-TXT.
           STRING "TOTAL RECEBIDO:       " WS-BIG-TXT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-GIVEN-SUM TO WS-BIG-TXT.
           STRING "TOTAL CEDIDO:         " WS-BIG-TXT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-TOTAL-SUM TO WS-BIG-TXT.
           STRING "TOTAL CUSTO RECIPROCO:" WS-BIG-TXT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-NET-SUM TO WS-BIG-TXT.
           IF WS-NET-SUM = WS-DIRECT-SUM
               STRING "TOTAL REPASSADO:      " WS-BIG-TXT
                   " = CUSTO DIRETO  OK"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "TOTAL REPASSADO:      " WS-BIG-TXT
                   " <> CUSTO DIRETO  ERRO"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               SET ANY-OVERFLOW-DETECTED TO TRUE
           END-IF.
           PERFORM WRITE-RPT-LINE.
           IF WS-FOOT-ADJ NOT = 0 AND WS-LAST-GIVER > 0
               MOVE WS-FOOT-ADJ TO WS-NET-TXT
               MOVE SPACES TO WS-RPT-LINE
               STRING "AJUSTE DE ARREDONDAMENTO NO POOL "
                   WS-POOL-ID(WS-LAST-GIVER) ": " WS-NET-TXT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.

       WRITE-RPT-LINE.
           WRITE RECIP-RPT-REC FROM WS-RPT-LINE.
           IF NOT FILE-STATUS-OK
               MOVE "RECIPRPT.DAT" TO WS-IO-NAME
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

       END PROGRAM RECIPALC.
