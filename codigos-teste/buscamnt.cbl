      *      that cannot be created or written ends the step with an
      *      IO ERROR audit record and RETURN-CODE 12 instead of a
      *      clean "LOAD ... OK" with no master on disk.
      * Mod: 15/10/2026 - reference values are real amounts now:
      *      BM-VALUE is S9(9)V99 (sign leading separate) and BM-KEY
      *      9(10)V99, the amount biased by +1000000000 so negative
      *      amounts still collate first. LOAD reads BUSCAVET.DAT in
      *      the bridge's amount layout when its header has a 'V' in
      *      col 6 (amount in cols 1-12), otherwise in the old one
      *      (3-digit value in 1-4). TRAN accepts the amount layout
      *      - cols 3-14 the signed amount (+99999999999 = two
      *      implied decimals), 16-18 the count for type C - and,
      *      during the changeover, the old one (3-6 value, 8-10
      *      count) when col 7 is blank. The master must be
      *      rebuilt by a LOAD after the change.
      * Mod: 15/10/2026 - each master record carries its lookup
      *      statistics: hit count, last-hit date and the date the
      *      value was added (all YYYYMMDD, zero = never). BUSCASTA
      *      folds the BUSCAHIT.DAT hit journal into them. LOAD
      *      no longer starts them over: the old master's figures
      *      are set aside in BUSCASTW.DAT before the rebuild and
      *      matched back by key, a value new to the master being
      *      dated today. A master still in the old layout cannot
      *      be read back, so that LOAD starts every value afresh
      *      and says so on BUSCAMNT.LOG. A TRAN add of a new value
      *      dates it today as well.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL MNT-LOG-FILE ASSIGN TO "BUSCAMNT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STAT-WRK-FILE ASSIGN TO "BUSCASTW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC PIC X(20).
       FD  VET-IN-FILE.
       01  VET-IN-REC PIC X(20).
       FD  TRAN-FILE.
       01  TRAN-REC PIC X(20).
       FD  MASTER-FILE.
       01  BM-REC.
           05 BM-KEY PIC 9(10)V99.
           05 BM-VALUE PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 BM-OCCURS PIC 9(3).
           05 BM-HITS PIC 9(7).
           05 BM-LAST-HIT PIC 9(8).
           05 BM-ADDED PIC 9(8).
       FD  MNT-LOG-FILE.
       01  MNT-LOG-REC PIC X(80).
       FD  STAT-WRK-FILE.
       01  STAT-WRK-REC PIC X(40).
       WORKING-STORAGE SECTION.
       01 WS-MODE PIC X(4) VALUE "LOAD".
       01 WS-FILE-STATUS PIC XX.
           88 MST-NOT-FOUND VALUE "35".
       01 NUM PIC 9(3).
       01 ELEM PIC 9(3).
       01 WS-PREV-VAL PIC S9(9)V99.
       01 WS-CUR-VAL PIC S9(9)V99.
       01 WS-KEY-BIAS PIC 9(10) VALUE 1000000000.
       01 WS-VET-FMT PIC X VALUE SPACE.
           88 FMT-VALOR VALUE 'V'.
       01 WS-RUN-COUNT PIC 9(3).
       01 WS-LOADED PIC 9(5) VALUE 0.
       01 WS-APPLIED PIC 9(5) VALUE 0.
       01 WS-REJECTED PIC 9(5) VALUE 0.
       01 WS-CUR-VAL-X.
           05 WS-CUR-VAL-SLS PIC S9(3) SIGN LEADING SEPARATE.
       01 WS-AMT-VAL-X.
           05 WS-AMT-VAL-SLS PIC S9(9)V99 SIGN LEADING SEPARATE.
       01 WS-VET-EOF-SW PIC X VALUE 'N'.
           88 VET-EOF VALUE 'Y'.
       01 WS-TRN-EOF-SW PIC X VALUE 'N'.
           88 TRN-EOF VALUE 'Y'.
       01 WS-TRN-TYPE PIC X.
       01 WS-TRN-VALUE PIC S9(9)V99.
       01 WS-TRN-COUNT PIC 9(3).
       01 WS-TRN-CNT-POS PIC 9(2).
       01 WS-TRN-FMT-SW PIC X.
           88 TRN-FMT-OK VALUE 'Y'.
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-TODAY-DATE PIC 9(8).
      * one master value's statistics set aside across a LOAD
       01 WS-STW-LINE.
           05 WS-STW-KEY PIC 9(10)V99.
           05 WS-STW-HITS PIC 9(7).
           05 WS-STW-LAST-HIT PIC 9(8).
           05 WS-STW-ADDED PIC 9(8).
           05 FILLER PIC X(5).
       01 WS-MST-EOF-SW PIC X VALUE 'N'.
           88 MST-EOF VALUE 'Y'.
       01 WS-STW-EOF-SW PIC X VALUE 'N'.
           88 STW-EOF VALUE 'Y'.
       01 WS-STATS-KEPT PIC 9(5) VALUE 0.
       01 WS-STATS-LOST PIC X VALUE 'N'.
       01 WS-MNT-LINE.
           05 WS-MNT-TS PIC X(19).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-MNT-TXN PIC X(18).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-MNT-ACTION PIC X(40).
       01 WS-AUD-DETAIL PIC X(40).
               GOBACK
           END-IF.
           MOVE 0 TO WS-LOADED, WS-APPLIED, WS-REJECTED.
           MOVE 0 TO WS-STATS-KEPT.
           MOVE 'N' TO WS-VET-EOF-SW, WS-STATS-LOST.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE 'N' TO WS-TRN-EOF-SW.

           MOVE "LOAD" TO WS-MODE.
               GOBACK
           END-IF.
           MOVE VET-IN-REC(1:3) TO NUM.
           MOVE VET-IN-REC(6:1) TO WS-VET-FMT.

           PERFORM SAVE-HIT-STATS.
           IF WS-STATS-LOST = 'Y'
               PERFORM MNT-STAMP
               MOVE "LOAD" TO WS-MNT-TXN
               MOVE SPACES TO WS-MNT-ACTION
               STRING "hit statistics not carried, ST="
                   WS-MST-STATUS DELIMITED BY SIZE
                   INTO WS-MNT-ACTION
               PERFORM WRITE-MNT-LOG
           END-IF.
           OPEN INPUT STAT-WRK-FILE.
           IF NOT FILE-STATUS-OK
               CLOSE VET-IN-FILE
               MOVE "BUSCASTW.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           MOVE 'N' TO WS-STW-EOF-SW.
           PERFORM READ-STAT-WRK.

           OPEN OUTPUT MASTER-FILE.
           IF NOT MST-OK
               CLOSE VET-IN-FILE
               CLOSE STAT-WRK-FILE
               PERFORM MST-IO-ABORT
           END-IF.
           MOVE 0 TO WS-RUN-COUNT.
           END-IF.
           CLOSE MASTER-FILE.
           CLOSE VET-IN-FILE.
           CLOSE STAT-WRK-FILE.

           PERFORM MNT-STAMP.
           MOVE "LOAD" TO WS-MNT-TXN.
           MOVE SPACES TO WS-MNT-ACTION.
           STRING "master rebuilt, " WS-LOADED " values, "
               WS-STATS-KEPT " kept"
               DELIMITED BY SIZE INTO WS-MNT-ACTION.
           PERFORM WRITE-MNT-LOG.

                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ.
           IF FMT-VALOR
               MOVE VET-IN-REC(1:12) TO WS-AMT-VAL-X
               MOVE WS-AMT-VAL-SLS TO WS-CUR-VAL
           ELSE
               MOVE VET-IN-REC(1:4) TO WS-CUR-VAL-X
               MOVE WS-CUR-VAL-SLS TO WS-CUR-VAL
           END-IF.
           IF ELEM > 1 AND WS-CUR-VAL < WS-PREV-VAL
               DISPLAY "BUSCAVET.DAT fora de sequencia no "
                   "elemento " ELEM "!"
           MOVE WS-CUR-VAL TO WS-PREV-VAL.

       WRITE-MASTER-REC.
           COMPUTE BM-KEY = WS-PREV-VAL + WS-KEY-BIAS.
           MOVE WS-PREV-VAL TO BM-VALUE.
           MOVE WS-RUN-COUNT TO BM-OCCURS.
           PERFORM CARRY-HIT-STATS.
           WRITE BM-REC.
           IF NOT MST-OK
               CLOSE VET-IN-FILE
               CLOSE MASTER-FILE
               CLOSE STAT-WRK-FILE
               PERFORM MST-IO-ABORT
           END-IF.
           ADD 1 TO WS-LOADED.

      * the outgoing master's statistics, in key order, so the
      * rebuild (also in key order) can pick them up as it goes;
      * no master yet (35) means nothing to keep, and one that
      * cannot be read back is rebuilt with fresh statistics
       SAVE-HIT-STATS.
           OPEN OUTPUT STAT-WRK-FILE.
           IF NOT FILE-STATUS-OK
               CLOSE VET-IN-FILE
               MOVE "BUSCASTW.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF MST-OK
               MOVE 'N' TO WS-MST-EOF-SW
               PERFORM SAVE-ONE-HIT-STAT UNTIL MST-EOF
               CLOSE MASTER-FILE
           ELSE
               IF NOT MST-NOT-FOUND
                   MOVE 'Y' TO WS-STATS-LOST
               END-IF
           END-IF.
           CLOSE STAT-WRK-FILE.

       SAVE-ONE-HIT-STAT.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET MST-EOF TO TRUE
           END-READ.
           IF NOT MST-EOF
               MOVE SPACES TO WS-STW-LINE
               MOVE BM-KEY TO WS-STW-KEY
               MOVE BM-HITS TO WS-STW-HITS
               MOVE BM-LAST-HIT TO WS-STW-LAST-HIT
               MOVE BM-ADDED TO WS-STW-ADDED
               WRITE STAT-WRK-REC FROM WS-STW-LINE
               IF NOT FILE-STATUS-OK
                   CLOSE VET-IN-FILE
                   CLOSE MASTER-FILE
                   MOVE "BUSCASTW.DAT" TO WS-IO-NAME
                   PERFORM IO-ABORT
               END-IF
           END-IF.

       READ-STAT-WRK.
           READ STAT-WRK-FILE INTO WS-STW-LINE
               AT END
                   SET STW-EOF TO TRUE
           END-READ.

       CARRY-HIT-STATS.
           PERFORM READ-STAT-WRK
               UNTIL STW-EOF OR WS-STW-KEY NOT < BM-KEY.
           IF NOT STW-EOF AND WS-STW-KEY = BM-KEY
               MOVE WS-STW-HITS TO BM-HITS
               MOVE WS-STW-LAST-HIT TO BM-LAST-HIT
               MOVE WS-STW-ADDED TO BM-ADDED
               ADD 1 TO WS-STATS-KEPT
           ELSE
               MOVE 0 TO BM-HITS, BM-LAST-HIT
               MOVE WS-TODAY-DATE TO BM-ADDED
           END-IF.

       APPLY-TRANSACTIONS.
           OPEN I-O MASTER-FILE.
           IF NOT MST-OK

       EDIT-AND-APPLY-TXN.
           MOVE TRAN-REC(1:1) TO WS-TRN-TYPE.
           PERFORM PICK-TXN-VALUE.
           IF NOT TRN-FMT-OK
               MOVE "value not numeric" TO WS-MNT-ACTION
               PERFORM REJECT-TXN
           ELSE
               COMPUTE BM-KEY = WS-TRN-VALUE + WS-KEY-BIAS
               EVALUATE WS-TRN-TYPE
                   WHEN 'A'
                       PERFORM TXN-ADD
               END-EVALUATE
           END-IF.

      * the signed value in the amount layout (3-14, count at 16)
      * or the old 3-digit one (3-6, count at 8)
       PICK-TXN-VALUE.
           MOVE 'N' TO WS-TRN-FMT-SW.
           IF TRAN-REC(3:1) = '+' OR TRAN-REC(3:1) = '-'
               IF TRAN-REC(4:11) IS NUMERIC
                   MOVE TRAN-REC(3:12) TO WS-AMT-VAL-X
                   MOVE WS-AMT-VAL-SLS TO WS-TRN-VALUE
                   MOVE 16 TO WS-TRN-CNT-POS
                   SET TRN-FMT-OK TO TRUE
               ELSE
                   IF TRAN-REC(4:3) IS NUMERIC
                       AND TRAN-REC(7:1) = SPACE
                       MOVE TRAN-REC(3:4) TO WS-CUR-VAL-X
                       MOVE WS-CUR-VAL-SLS TO WS-TRN-VALUE
                       MOVE 8 TO WS-TRN-CNT-POS
                       SET TRN-FMT-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

       TXN-ADD.
           READ MASTER-FILE
               INVALID KEY
                   COMPUTE BM-KEY = WS-TRN-VALUE + WS-KEY-BIAS
                   MOVE WS-TRN-VALUE TO BM-VALUE
                   MOVE 1 TO BM-OCCURS
                   MOVE 0 TO BM-HITS, BM-LAST-HIT
                   MOVE WS-TODAY-DATE TO BM-ADDED
                   WRITE BM-REC
                   MOVE "added, occurrence count 1" TO WS-MNT-ACTION
                   PERFORM ACCEPT-TXN
           END-READ.

       TXN-CHANGE.
           IF TRAN-REC(WS-TRN-CNT-POS:3) IS NOT NUMERIC
               MOVE "count not numeric" TO WS-MNT-ACTION
               PERFORM REJECT-TXN
           ELSE
               MOVE TRAN-REC(WS-TRN-CNT-POS:3) TO WS-TRN-COUNT
               READ MASTER-FILE
                   INVALID KEY
                       MOVE "value not on master" TO WS-MNT-ACTION
       ACCEPT-TXN.
           ADD 1 TO WS-APPLIED.
           PERFORM MNT-STAMP.
           MOVE TRAN-REC(1:18) TO WS-MNT-TXN.
           PERFORM WRITE-MNT-LOG.

       REJECT-TXN.
           ADD 1 TO WS-REJECTED.
           PERFORM MNT-STAMP.
           MOVE TRAN-REC(1:18) TO WS-MNT-TXN.
           DISPLAY "Transacao rejeitada: " WS-MNT-TXN " - "
               WS-MNT-ACTION.
           PERFORM WRITE-MNT-LOG.
