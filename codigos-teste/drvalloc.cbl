      ******************************************************************
      * Author: GRUPO-COBOL
      * Date: 15/10/2026
      * Purpose: driver-based allocation percentages - builds the
      *      MULTIPALC.DAT percentage feed POOLALLOC and GLPOST run on
      *      from statistical driver quantities (headcount, square
      *      metres, tickets...) instead of a MULTIPMATRIZ run, so a
      *      change of basis no longer needs a new MULTIPIN.DAT set.
      *      DRVCTL.DAT names the pools in POOLAMT.DAT row order and
      *      the driver each one is spread on (cols 1-4 pool id,
      *      6-9 driver type, 11-14 set id - consecutive cards with
      *      the same set id form one percentage set, one row per
      *      pool). DRVDATA.DAT carries the quantities in any order
      *      (cols 1-4 pool id, 6-7 receiving cost center = the
      *      MULTIPALC column 01-50, 9-12 driver type, 14-24 quantity
      *      with two implied decimals); a pool's row is each
      *      receiver's share of the pool's quantity total for its
      *      control driver, the last receiver with a quantity taking
      *      the rounding residual so every row foots to 100.00.
      *      Quantities for another driver type or for a pool not on
      *      the control file are counted and reported, not used. A
      *      pool whose driver quantities total zero is rejected -
      *      POOLAMT.DAT pools are consumed in row order, so a pool
      *      cannot simply be left out - and so is a malformed card
      *      or driver record: the whole run is refused
      *      (AUDITLOG/RC=16) and MULTIPALC.DAT is not touched.
      *      DRVRPT.DAT lists each pool's driver, total quantity and
      *      the quantity and percentage per receiver, so the basis
      *      can be defended at audit. The set layout is
      *      MULTIPMATRIZ's (CONJUNTO header, percentage rows with
      *      TOT=, COLTOT/GRDTOT lines carrying the driver
      *      quantities), the totals 14 wide instead of 11 to hold a
      *      full quantity; the two are alternative producers of the
      *      feed and only one is carded on a given night. Control
      *      totals go to CTLTOTAL.DAT through CTLTOT (driver records
      *      read, rows written, quantity hash).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRVALLOC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRV-CTL-FILE ASSIGN TO "DRVCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DRV-DATA-FILE ASSIGN TO "DRVDATA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ALC-OUT-FILE ASSIGN TO "MULTIPALC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DRV-RPT-FILE ASSIGN TO "DRVRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DRV-CTL-FILE.
       01  DRV-CTL-REC PIC X(20).
       FD  DRV-DATA-FILE.
       01  DRV-DATA-REC PIC X(30).
       FD  ALC-OUT-FILE.
       01  ALC-OUT-REC PIC X(720).
       FD  DRV-RPT-FILE.
       01  DRV-RPT-REC PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-CTL-CARD REDEFINES DRV-CTL-REC.
           05 WS-CTL-POOL PIC X(4).
           05 FILLER PIC X(1).
           05 WS-CTL-DRIVER PIC X(4).
           05 FILLER PIC X(1).
           05 WS-CTL-SET PIC X(4).
           05 FILLER PIC X(6).
       01 WS-DRV-IN REDEFINES DRV-DATA-REC.
           05 WS-DRV-POOL PIC X(4).
           05 FILLER PIC X(1).
           05 WS-DRV-COL PIC X(2).
           05 FILLER PIC X(1).
           05 WS-DRV-TYPE PIC X(4).
           05 FILLER PIC X(1).
           05 WS-DRV-QTY PIC 9(9)V99.
           05 FILLER PIC X(6).
       01 WS-FILE-STATUS PIC XX.
           88 FILE-STATUS-OK VALUES "00", "05".
       01 WS-IO-NAME PIC X(14).
       01 WS-CTL-EOF-SW PIC X VALUE 'N'.
           88 CTL-EOF VALUE 'Y'.
       01 WS-DRV-EOF-SW PIC X VALUE 'N'.
           88 DRV-EOF VALUE 'Y'.
      * one entry per pool on the control file, in POOLAMT.DAT row
      * order, with its quantity per receiving column
       01 WS-POOL-TABLE.
           05 WS-POOL-ENTRY OCCURS 50 TIMES.
               10 WS-POOL-ID PIC X(4).
               10 WS-POOL-DRIVER PIC X(4).
               10 WS-POOL-SET PIC X(4).
               10 WS-POOL-TOTAL PIC 9(11)V99.
               10 WS-POOL-RCVRS PIC 9(2).
               10 WS-POOL-QTY PIC 9(11)V99 OCCURS 50 TIMES.
       01 WS-POOL-COUNT PIC 9(2) VALUE 0.
       01 WS-POOL-IDX PIC 9(2).
       01 WS-POOL-HIT PIC 9(2).
      * one entry per percentage set: its pool range, width and the
      * column/grand quantity totals for the COLTOT/GRDTOT lines
       01 WS-SET-TABLE.
           05 WS-SET-ENTRY OCCURS 50 TIMES.
               10 WS-SET-ID PIC X(4).
               10 WS-SET-FIRST PIC 9(2).
               10 WS-SET-LAST PIC 9(2).
               10 WS-SET-MBC PIC 9(2).
               10 WS-SET-GRAND PIC 9(11)V99.
               10 WS-SET-COLTOT PIC 9(11)V99 OCCURS 50 TIMES.
       01 WS-SET-COUNT PIC 9(2) VALUE 0.
       01 WS-SET-IDX PIC 9(2).
       01 WS-SET-SCAN PIC 9(2).
       01 WS-COL PIC 9(2).
       01 WS-LAST-COL PIC 9(2).
       01 WS-PCT-TABLE.
           05 WS-PCT-VAL PIC S9(3)V99 OCCURS 50 TIMES.
       01 WS-PCT-SUM PIC S9(5)V99.
       01 WS-DRV-READ PIC 9(6) VALUE 0.
       01 WS-DRV-USED PIC 9(6) VALUE 0.
       01 WS-DRV-OTHER-TYPE PIC 9(6) VALUE 0.
       01 WS-DRV-NO-POOL PIC 9(6) VALUE 0.
       01 WS-ZERO-POOLS PIC 9(2) VALUE 0.
       01 WS-ROWS-WRITTEN PIC 9(6) VALUE 0.
       01 WS-BAD-CARD PIC X VALUE 'N'.
           88 CTL-CARD-BAD VALUE 'Y'.
       01 WS-ALC-LINE PIC X(720).
       01 WS-ALC-PTR PIC 9(4).
       01 WS-ALC-PCT-TXT PIC -(3)9.99.
       01 WS-ALC-TOT-TXT PIC -(10)9.99.
       01 WS-QTY-TXT PIC Z(10)9.99.
       01 WS-PCT-TXT PIC ZZ9.99.
       01 WS-RPT-LINE PIC X(100).
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
       01 WS-AUD-PROGRAM PIC X(12) VALUE "DRVALLOC".
       01 WS-LOCK-FUNC PIC X(3).
       01 WS-LOCK-HOLDER PIC X(12) VALUE "DRVALLOC".
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
           MOVE 0 TO WS-POOL-COUNT, WS-SET-COUNT, WS-ZERO-POOLS.
           MOVE 0 TO WS-DRV-READ, WS-DRV-USED, WS-DRV-OTHER-TYPE.
           MOVE 0 TO WS-DRV-NO-POOL, WS-ROWS-WRITTEN, WS-CTL-HASH.
           MOVE 'N' TO WS-CTL-EOF-SW.
           MOVE 'N' TO WS-DRV-EOF-SW.
           MOVE 'N' TO WS-BAD-CARD.
           INITIALIZE WS-POOL-TABLE.
           INITIALIZE WS-SET-TABLE.

           OPEN INPUT DRV-CTL-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "DRVCTL.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM LOAD-ONE-CTL UNTIL CTL-EOF OR CTL-CARD-BAD.
           CLOSE DRV-CTL-FILE.
           IF CTL-CARD-BAD
               MOVE "bad driver control card" TO WS-AUD-DETAIL
               PERFORM REJECT-INPUT
           END-IF.
           IF WS-POOL-COUNT = 0
               DISPLAY "DRVCTL.DAT sem pools!"
               MOVE "no pools on driver control file"
                   TO WS-AUD-DETAIL
               PERFORM REJECT-INPUT
           END-IF.

           OPEN INPUT DRV-DATA-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "DRVDATA.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM LOAD-ONE-DRIVER UNTIL DRV-EOF.
           CLOSE DRV-DATA-FILE.

           OPEN OUTPUT DRV-RPT-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "DRVRPT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM RPT-HEADER.
           PERFORM RPT-ONE-POOL
               VARYING WS-POOL-IDX FROM 1 BY 1
               UNTIL WS-POOL-IDX > WS-POOL-COUNT.
           PERFORM RPT-TRAILER.

      *    a zero-total pool refuses the whole feed - MULTIPALC.DAT
      *    is only rewritten once every row has a basis
           IF WS-ZERO-POOLS > 0
               CLOSE DRV-RPT-FILE
               DISPLAY "DRVALLOC: " WS-ZERO-POOLS
                   " pool(s) com total de direcionador zero!"
               MOVE SPACES TO WS-AUD-DETAIL
               STRING "ZEROPOOLS=" WS-ZERO-POOLS
                   " driver total zero" DELIMITED BY SIZE
                   INTO WS-AUD-DETAIL
               PERFORM REJECT-INPUT
           END-IF.

           OPEN OUTPUT ALC-OUT-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "MULTIPALC.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM ALC-SET-SECTION
               VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > WS-SET-COUNT.
           CLOSE ALC-OUT-FILE.
           CLOSE DRV-RPT-FILE.

           MOVE WS-DRV-READ TO WS-CTL-READ.
           MOVE WS-ROWS-WRITTEN TO WS-CTL-WRITTEN.
           CALL "CTLTOT" USING WS-AUD-PROGRAM, WS-CTL-READ,
               WS-CTL-WRITTEN, WS-CTL-HASH.

           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "SETS=" WS-SET-COUNT " POOLS=" WS-POOL-COUNT
               " DRV=" WS-DRV-USED DELIMITED BY SIZE
               INTO WS-AUD-DETAIL.
           MOVE "OK" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
               WS-AUD-OUTCOME.
           IF WS-DRV-OTHER-TYPE > 0 OR WS-DRV-NO-POOL > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * a set is a run of consecutive cards with the same set id; a
      * pool listed twice or a set id that reappears later is a bad
      * card, since POOLAMT.DAT could no longer be lined up with it
       LOAD-ONE-CTL.
           READ DRV-CTL-FILE
               AT END
                   SET CTL-EOF TO TRUE
           END-READ.
           IF NOT CTL-EOF AND DRV-CTL-REC NOT = SPACES
               MOVE 0 TO WS-POOL-HIT
               PERFORM VARYING WS-POOL-IDX FROM 1 BY 1
                   UNTIL WS-POOL-IDX > WS-POOL-COUNT
                   IF WS-POOL-ID(WS-POOL-IDX) = WS-CTL-POOL
                       MOVE WS-POOL-IDX TO WS-POOL-HIT
                   END-IF
               END-PERFORM
               IF WS-CTL-POOL = SPACES OR WS-CTL-DRIVER = SPACES
                   OR WS-CTL-SET = SPACES OR WS-POOL-HIT > 0
                   OR WS-POOL-COUNT >= 50
                   DISPLAY "DRVCTL.DAT cartao invalido: " DRV-CTL-REC
                   SET CTL-CARD-BAD TO TRUE
               ELSE
                   IF WS-SET-COUNT = 0
                       OR WS-SET-ID(WS-SET-COUNT) NOT = WS-CTL-SET
                       PERFORM START-NEW-SET
                   END-IF
               END-IF
               IF NOT CTL-CARD-BAD
                   ADD 1 TO WS-POOL-COUNT
                   MOVE WS-CTL-POOL TO WS-POOL-ID(WS-POOL-COUNT)
                   MOVE WS-CTL-DRIVER TO WS-POOL-DRIVER(WS-POOL-COUNT)
                   MOVE WS-CTL-SET TO WS-POOL-SET(WS-POOL-COUNT)
                   MOVE WS-POOL-COUNT TO WS-SET-LAST(WS-SET-COUNT)
               END-IF
           END-IF.

       START-NEW-SET.
           PERFORM VARYING WS-SET-SCAN FROM 1 BY 1
               UNTIL WS-SET-SCAN > WS-SET-COUNT
               IF WS-SET-ID(WS-SET-SCAN) = WS-CTL-SET
                   DISPLAY "DRVCTL.DAT conjunto " WS-CTL-SET
                       " nao consecutivo: " DRV-CTL-REC
                   SET CTL-CARD-BAD TO TRUE
               END-IF
           END-PERFORM.
           IF NOT CTL-CARD-BAD
               ADD 1 TO WS-SET-COUNT
               MOVE WS-CTL-SET TO WS-SET-ID(WS-SET-COUNT)
               COMPUTE WS-SET-FIRST(WS-SET-COUNT) = WS-POOL-COUNT + 1
           END-IF.

      * quantities accumulate per pool and receiving column; another
      * driver type's figures for the same pool are a different
      * basis and are only counted
       LOAD-ONE-DRIVER.
           READ DRV-DATA-FILE
               AT END
                   SET DRV-EOF TO TRUE
           END-READ.
           IF NOT DRV-EOF AND DRV-DATA-REC NOT = SPACES
               ADD 1 TO WS-DRV-READ
               IF WS-DRV-COL IS NOT NUMERIC
                   OR WS-DRV-COL < "01" OR WS-DRV-COL > "50"
                   OR WS-DRV-QTY IS NOT NUMERIC
                   DISPLAY "DRVDATA.DAT registro invalido: "
                       DRV-DATA-REC
                   CLOSE DRV-DATA-FILE
                   MOVE SPACES TO WS-AUD-DETAIL
                   STRING "bad driver record " WS-DRV-READ
                       DELIMITED BY SIZE INTO WS-AUD-DETAIL
                   PERFORM REJECT-INPUT
               END-IF
               MOVE 0 TO WS-POOL-HIT
               PERFORM VARYING WS-POOL-IDX FROM 1 BY 1
                   UNTIL WS-POOL-IDX > WS-POOL-COUNT
                   IF WS-POOL-ID(WS-POOL-IDX) = WS-DRV-POOL
                       MOVE WS-POOL-IDX TO WS-POOL-HIT
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-POOL-HIT = 0
                       ADD 1 TO WS-DRV-NO-POOL
                   WHEN WS-POOL-DRIVER(WS-POOL-HIT) NOT = WS-DRV-TYPE
                       ADD 1 TO WS-DRV-OTHER-TYPE
                   WHEN OTHER
                       PERFORM APPLY-ONE-DRIVER
               END-EVALUATE
           END-IF.

       APPLY-ONE-DRIVER.
           ADD 1 TO WS-DRV-USED.
           MOVE WS-DRV-COL TO WS-COL.
           ADD WS-DRV-QTY TO WS-POOL-QTY(WS-POOL-HIT, WS-COL).
           ADD WS-DRV-QTY TO WS-POOL-TOTAL(WS-POOL-HIT).
           ADD WS-DRV-QTY TO WS-CTL-HASH.
           PERFORM VARYING WS-SET-SCAN FROM 1 BY 1
               UNTIL WS-SET-SCAN > WS-SET-COUNT
               IF WS-POOL-HIT >= WS-SET-FIRST(WS-SET-SCAN)
                   AND WS-POOL-HIT <= WS-SET-LAST(WS-SET-SCAN)
                   ADD WS-DRV-QTY TO
                       WS-SET-COLTOT(WS-SET-SCAN, WS-COL)
                   ADD WS-DRV-QTY TO WS-SET-GRAND(WS-SET-SCAN)
                   IF WS-COL > WS-SET-MBC(WS-SET-SCAN)
                       MOVE WS-COL TO WS-SET-MBC(WS-SET-SCAN)
                   END-IF
               END-IF
           END-PERFORM.

      * each receiver's share of the pool's quantity, the last
      * receiver with a quantity taking the rounding residual
       CALC-ROW-PCTS.
           MOVE 0 TO WS-PCT-SUM.
           MOVE 0 TO WS-LAST-COL.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 50
               MOVE 0 TO WS-PCT-VAL(WS-COL)
               IF WS-POOL-QTY(WS-POOL-IDX, WS-COL) > 0
                   AND WS-POOL-TOTAL(WS-POOL-IDX) > 0
                   COMPUTE WS-PCT-VAL(WS-COL) ROUNDED =
                       WS-POOL-QTY(WS-POOL-IDX, WS-COL) * 100
                       / WS-POOL-TOTAL(WS-POOL-IDX)
                   ADD WS-PCT-VAL(WS-COL) TO WS-PCT-SUM
                   MOVE WS-COL TO WS-LAST-COL
               END-IF
           END-PERFORM.
           IF WS-LAST-COL > 0
               COMPUTE WS-PCT-VAL(WS-LAST-COL) =
                   WS-PCT-VAL(WS-LAST-COL) + 100 - WS-PCT-SUM
           END-IF.

      * same set layout MULTIPMATRIZ writes: header, one row per
      * pool (percentages then TOT= quantity), COLTOT, GRDTOT and a
      * blank separator
       ALC-SET-SECTION.
           IF WS-SET-MBC(WS-SET-IDX) = 0
               MOVE 1 TO WS-SET-MBC(WS-SET-IDX)
           END-IF.
           MOVE SPACES TO WS-ALC-LINE.
           COMPUTE WS-POOL-HIT = WS-SET-LAST(WS-SET-IDX)
               - WS-SET-FIRST(WS-SET-IDX) + 1.
           STRING "CONJUNTO: " WS-SET-ID(WS-SET-IDX)
               "  DIMENSOES: MAL=" WS-POOL-HIT
               " MBC=" WS-SET-MBC(WS-SET-IDX)
               DELIMITED BY SIZE INTO WS-ALC-LINE.
           PERFORM WRITE-ALC-LINE.
           PERFORM ALC-ROW
               VARYING WS-POOL-IDX FROM WS-SET-FIRST(WS-SET-IDX) BY 1
               UNTIL WS-POOL-IDX > WS-SET-LAST(WS-SET-IDX).
           MOVE SPACES TO WS-ALC-LINE.
           MOVE "COLTOT" TO WS-ALC-LINE(1:6).
           MOVE 7 TO WS-ALC-PTR.
           PERFORM VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL > WS-SET-MBC(WS-SET-IDX)
               MOVE WS-SET-COLTOT(WS-SET-IDX, WS-COL)
                   TO WS-ALC-TOT-TXT
               STRING WS-ALC-TOT-TXT DELIMITED BY SIZE
                   INTO WS-ALC-LINE WITH POINTER WS-ALC-PTR
           END-PERFORM.
           PERFORM WRITE-ALC-LINE.
           MOVE SPACES TO WS-ALC-LINE.
           MOVE "GRDTOT" TO WS-ALC-LINE(1:6).
           MOVE WS-SET-GRAND(WS-SET-IDX) TO WS-ALC-TOT-TXT.
           MOVE WS-ALC-TOT-TXT TO WS-ALC-LINE(7:14).
           PERFORM WRITE-ALC-LINE.
           MOVE SPACES TO WS-ALC-LINE.
           PERFORM WRITE-ALC-LINE.

       ALC-ROW.
           PERFORM CALC-ROW-PCTS.
           MOVE SPACES TO WS-ALC-LINE.
           MOVE 1 TO WS-ALC-PTR.
           PERFORM VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL > WS-SET-MBC(WS-SET-IDX)
               MOVE WS-PCT-VAL(WS-COL) TO WS-ALC-PCT-TXT
               STRING WS-ALC-PCT-TXT DELIMITED BY SIZE
                   INTO WS-ALC-LINE WITH POINTER WS-ALC-PTR
           END-PERFORM.
           STRING " TOT=" DELIMITED BY SIZE INTO WS-ALC-LINE
               WITH POINTER WS-ALC-PTR.
           MOVE WS-POOL-TOTAL(WS-POOL-IDX) TO WS-ALC-TOT-TXT.
           STRING WS-ALC-TOT-TXT DELIMITED BY SIZE INTO WS-ALC-LINE
               WITH POINTER WS-ALC-PTR.
           PERFORM WRITE-ALC-LINE.
           ADD 1 TO WS-ROWS-WRITTEN.

       WRITE-ALC-LINE.
           WRITE ALC-OUT-REC FROM WS-ALC-LINE.
           IF NOT FILE-STATUS-OK
               MOVE "MULTIPALC.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.

       RPT-ONE-POOL.
           MOVE 0 TO WS-POOL-RCVRS(WS-POOL-IDX).
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 50
               IF WS-POOL-QTY(WS-POOL-IDX, WS-COL) > 0
                   ADD 1 TO WS-POOL-RCVRS(WS-POOL-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-POOL-TOTAL(WS-POOL-IDX) TO WS-QTY-TXT.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-POOL-TOTAL(WS-POOL-IDX) = 0
               ADD 1 TO WS-ZERO-POOLS
               STRING "POOL " WS-POOL-ID(WS-POOL-IDX)
                   "  CONJUNTO " WS-POOL-SET(WS-POOL-IDX)
                   "  DIRECIONADOR " WS-POOL-DRIVER(WS-POOL-IDX)
                   "  TOTAL=" WS-QTY-TXT
                   "  *** REJEITADO - TOTAL ZERO"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           ELSE
               STRING "POOL " WS-POOL-ID(WS-POOL-IDX)
                   "  CONJUNTO " WS-POOL-SET(WS-POOL-IDX)
                   "  DIRECIONADOR " WS-POOL-DRIVER(WS-POOL-IDX)
                   "  TOTAL=" WS-QTY-TXT
                   "  RECEPTORES=" WS-POOL-RCVRS(WS-POOL-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               PERFORM CALC-ROW-PCTS
               PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 50
                   IF WS-POOL-QTY(WS-POOL-IDX, WS-COL) > 0
                       MOVE WS-POOL-QTY(WS-POOL-IDX, WS-COL)
                           TO WS-QTY-TXT
                       MOVE WS-PCT-VAL(WS-COL) TO WS-PCT-TXT
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "    CC " WS-COL "  QTD=" WS-QTY-TXT
                           "  PCT=" WS-PCT-TXT
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       PERFORM WRITE-RPT-LINE
                   END-IF
               END-PERFORM
           END-IF.

       RPT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-RPT-DATE-RAW.
           STRING WS-RPT-DATE-RAW(1:4) "-" WS-RPT-DATE-RAW(5:2) "-"
               WS-RPT-DATE-RAW(7:2) DELIMITED BY SIZE INTO WS-RPT-DATE.
           CALL "RUNCTL" USING WS-RUN-FUNC, WS-RUN-NUMBER.
           CALL "ENTCTX" USING WS-ENT-FUNC, WS-ENT-CODE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RELATORIO DRVALLOC  DATA: " WS-RPT-DATE
               "  RUN: " WS-RUN-NUMBER "  ENT: " WS-ENT-CODE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.

       RPT-TRAILER.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOTAL CONJUNTOS: " WS-SET-COUNT
               "  POOLS: " WS-POOL-COUNT
               "  REGISTROS LIDOS: " WS-DRV-READ
               "  UTILIZADOS: " WS-DRV-USED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "IGNORADOS - OUTRO DIRECIONADOR: " WS-DRV-OTHER-TYPE
               "  POOL FORA DO CONTROLE: " WS-DRV-NO-POOL
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           IF WS-ZERO-POOLS > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "POOLS REJEITADOS (TOTAL ZERO): " WS-ZERO-POOLS
                   " - MULTIPALC.DAT NAO GERADO"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.

       WRITE-RPT-LINE.
           WRITE DRV-RPT-REC FROM WS-RPT-LINE.
           IF NOT FILE-STATUS-OK
               MOVE "DRVRPT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.

      * common rejection path - the caller has closed its files and
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

       END PROGRAM DRVALLOC.
