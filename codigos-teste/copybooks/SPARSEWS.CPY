      ******************************************************************
      * Purpose: shared sparse matrix layout for the cost-allocation
      *      matrix programs (MATRIZTRANSP, MULTIPMATRIZ, PREFLIGHT,
      *      CURRCONV). A sparse deck carries only the non-zero
      *      cells, so a matrix of several hundred cost centers
      *      neither hits MATRIZWS's 50x50 OCCURS nor bloats the
      *      feed with 300-byte rows of zeros. It is told apart from
      *      a dense deck by "ESPR" in the header:
      *        MATRIZIN.DAT/MATRIZOUT.DAT header, and each set
      *        header of MULTIPMATRIZ's sparse result MULTIPSPR.DAT:
      *          cols 1-4 "ESPR", 5-7 currency code (same place as
      *          the dense header's), 9-11 rows, 13-15 columns,
      *          17-22 cell count, 24-27 set id (result file only)
      *        MULTIPIN.DAT sparse set header:
      *          cols 1-4 set id, 5-8 "ESPR", 13-15 currency code
      *          (first set only, as on the dense header), 17-19
      *          MAL, 21-23 MAC, 25-27 MBL, 29-31 MBC, 33-38 A cell
      *          count, 40-45 B cell count
      *        cell record (A cells then B cells in MULTIPIN.DAT):
      *          cols 1-3 row, 5-7 column, 9-14 value (6-byte
      *          signed, two implied decimals, as a dense cell)
      *      Cells come in ascending row/column order, one record per
      *      cell (a repeated or out-of-order cell is a defect), and
      *      a matrix holds at most SPR-MAX-CELLS of them. COPY this
      *      into WORKING-STORAGE SECTION next to MATRIZWS.CPY.
      ******************************************************************
       01 SPR-MAX-CELLS PIC 9(6) VALUE 20000.
       01 SPR-DECK-HDR.
           05 SPR-DH-MARK PIC X(4).
           05 SPR-DH-CURR PIC X(3).
           05 FILLER PIC X(1).
           05 SPR-DH-ROWS PIC 9(3).
           05 FILLER PIC X(1).
           05 SPR-DH-COLS PIC 9(3).
           05 FILLER PIC X(1).
           05 SPR-DH-CELLS PIC 9(6).
           05 FILLER PIC X(1).
           05 SPR-DH-SET PIC X(4).
           05 FILLER PIC X(3).
       01 SPR-SET-HDR.
           05 SPR-SH-SET PIC X(4).
           05 SPR-SH-MARK PIC X(4).
           05 FILLER PIC X(4).
           05 SPR-SH-CURR PIC X(3).
           05 FILLER PIC X(1).
           05 SPR-SH-MAL PIC 9(3).
           05 FILLER PIC X(1).
           05 SPR-SH-MAC PIC 9(3).
           05 FILLER PIC X(1).
           05 SPR-SH-MBL PIC 9(3).
           05 FILLER PIC X(1).
           05 SPR-SH-MBC PIC 9(3).
           05 FILLER PIC X(1).
           05 SPR-SH-NA PIC 9(6).
           05 FILLER PIC X(1).
           05 SPR-SH-NB PIC 9(6).
       01 SPR-CELL-LINE.
           05 SPR-CL-ROW PIC 9(3).
           05 FILLER PIC X(1).
           05 SPR-CL-COL PIC 9(3).
           05 FILLER PIC X(1).
           05 SPR-CL-VAL PIC S9(3)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(6).
       01 SPR-MAL PIC 9(3).
       01 SPR-MAC PIC 9(3).
       01 SPR-MBL PIC 9(3).
       01 SPR-MBC PIC 9(3).
       01 SPR-A-COUNT PIC 9(6).
       01 SPR-B-COUNT PIC 9(6).
       01 SPR-R-COUNT PIC 9(6).
       01 SPR-A-TABLE.
           05 SPR-A-CELL OCCURS 20000 TIMES.
               10 SPR-A-ROW PIC 9(3).
               10 SPR-A-COL PIC 9(3).
               10 SPR-A-VAL PIC S9(3)V99.
       01 SPR-B-TABLE.
           05 SPR-B-CELL OCCURS 20000 TIMES.
               10 SPR-B-ROW PIC 9(3).
               10 SPR-B-COL PIC 9(3).
               10 SPR-B-VAL PIC S9(3)V99.
       01 SPR-R-TABLE.
           05 SPR-R-CELL OCCURS 20000 TIMES.
               10 SPR-R-ROW PIC 9(3).
               10 SPR-R-COL PIC 9(3).
               10 SPR-R-VAL PIC S9(3)V99.
      * where each row's cells sit in the (row-ordered) A and B
      * tables - zero when the row has none - and a per-column
      * running slot used to regroup cells by column
       01 SPR-ROW-INDEX.
           05 SPR-ROW-ENTRY OCCURS 999 TIMES.
               10 SPR-A-FIRST PIC 9(6).
               10 SPR-A-LAST PIC 9(6).
               10 SPR-B-FIRST PIC 9(6).
               10 SPR-B-LAST PIC 9(6).
               10 SPR-NEXT PIC 9(6).
      * one result row's accumulators, one per result column
       01 SPR-ACC-TABLE.
           05 SPR-ACC-ENTRY OCCURS 999 TIMES.
               10 SPR-ACC PIC S9(11)V9(4).
               10 SPR-ACC-OVF PIC X.
       01 SPR-IX PIC 9(6).
       01 SPR-JX PIC 9(6).
       01 SPR-ROW PIC 9(4).
       01 SPR-COL PIC 9(4).
       01 SPR-K PIC 9(3).
       01 SPR-LAST-ROW PIC 9(3).
       01 SPR-LAST-COL PIC 9(3).
       01 SPR-CELL-OK PIC X.
