      ******************************************************************
      * Purpose: shared layout of one budget cell on the budget
      *      master BUDMASTR.DAT - period YYYYMM, company code
      *      (spaces = the group-wide budget used for any company
      *      without its own), MULTIPMATRIZ set id, then the
      *      row/column/value cell in the MATMASTR.DAT cell layout
      *      (MATRIZWS S9(3)V99 value, sign leading separate). The
      *      BUDVAR actuals history BUDACT.DAT uses the same record.
      *      COPY this into BUDMAINT, which maintains the master,
      *      and into BUDVAR, which reports against it.
      ******************************************************************
       01 BUD-MST-REC.
           05 BUD-KEY.
               10 BUD-PERIOD.
                   15 BUD-YEAR PIC 9(4).
                   15 BUD-MONTH PIC 9(2).
               10 BUD-ENT PIC X(3).
               10 BUD-SET PIC X(4).
               10 BUD-ROW PIC 9(2).
               10 BUD-COL PIC 9(2).
           05 BUD-VAL PIC S9(3)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(7) VALUE SPACES.
