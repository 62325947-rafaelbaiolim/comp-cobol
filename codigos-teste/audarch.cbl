      * Mod: 01/09/2026 - audit/archive records widened to X(110)
      *      to match AUDITLOG's new ENT= field, then to X(120)
      *      for the OP= operator id.
      * Mod: 15/10/2026 - the AUDITLOG hash chain runs on across
      *      the cutover (the fresh log's cutover record links to
      *      the archive's last record through AUDCHAIN.DAT), and
      *      each AUDARCH.CTL line now anchors its archive in the
      *      chain: cols 1-6 the month, 8-15/17-28 the sequence and
      *      hash the archive starts from, 30-37/39-50 the sequence
      *      and hash of its last record. The start is the previous
      *      month's end (zeros when the archive opens the chain at
      *      SEQ 1, blank when neither is known); a second cutover
      *      in the month moves only the end. AUDVERIFY walks the
      *      archives from these anchors, so a pruned month does not
      *      leave the oldest kept archive unprovable. Records
      *      widened from X(120) to X(150).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-CTL-FILE ASSIGN TO "AUDARCH.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHAIN-FILE ASSIGN TO "AUDCHAIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ARCH-IO-FILE ASSIGN TO DYNAMIC WS-ARCH-IO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       FD  PARM-FILE.
       01  PARM-REC PIC X(20).
       FD  AUDIT-FILE.
       01  AUDIT-FILE-REC PIC X(150).
       FD  ARCH-CTL-FILE.
       01  ARCH-CTL-REC PIC X(50).
       FD  ARCH-IO-FILE.
       01  ARCH-IO-REC PIC X(150).
       FD  CHAIN-FILE.
       01  CHAIN-FILE-REC PIC X(30).
       WORKING-STORAGE SECTION.
       01 WS-RETAIN PIC 9(2).
       01 WS-REC-COUNT PIC 9(6) VALUE 0.
           88 CMP-MATCH VALUE 'Y'.
           88 CMP-DIFFER VALUE 'N'.
       01 WS-MONTH-TABLE.
           05 WS-MONTH-LINE OCCURS 120 TIMES.
               10 WS-MONTH-ENTRY PIC X(6).
               10 FILLER PIC X(1).
               10 WS-MONTH-IN-SEQ PIC X(8).
               10 FILLER PIC X(1).
               10 WS-MONTH-IN-HASH PIC X(12).
               10 FILLER PIC X(1).
               10 WS-MONTH-OUT-SEQ PIC X(8).
               10 FILLER PIC X(1).
               10 WS-MONTH-OUT-HASH PIC X(12).
      * the chain's last link when the cutover started, and the
      * sequence of the first chained record in AUDIT.LOG
       01 WS-CHAIN-REC.
           05 WS-TIP-SEQ PIC X(8).
           05 FILLER PIC X(1).
           05 WS-TIP-HASH PIC X(12).
           05 FILLER PIC X(9).
       01 WS-FIRST-SEQ PIC X(8).
       01 WS-MONTH-COUNT PIC 9(3) VALUE 0.
       01 WS-MONTH-IDX PIC 9(3).
       01 WS-CTL-EOF-SW PIC X VALUE 'N'.

           MOVE 0 TO WS-REC-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-FIRST-SEQ.
           OPEN INPUT AUDIT-FILE.
           PERFORM COUNT-AUDIT-REC UNTIL AUDIT-EOF.
           CLOSE AUDIT-FILE.
               INTO WS-ARCH-NAME.

           PERFORM LOAD-MONTH-LIST.
           PERFORM READ-CHAIN-TIP.

           IF WS-MONTH-COUNT > 0
               AND WS-MONTH-ENTRY(WS-MONTH-COUNT) = WS-MONTH
                   SET AUDIT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REC-COUNT
                   IF WS-FIRST-SEQ = SPACES
                       AND AUDIT-FILE-REC(116:5) = " SEQ="
                       AND AUDIT-FILE-REC(121:8) IS NUMERIC
                       MOVE AUDIT-FILE-REC(121:8) TO WS-FIRST-SEQ
                   END-IF
           END-READ.

      * the chain tip as AUDITLOG left it - the archive about to be
      * cut ends on this link; none on file leaves the end unknown
       READ-CHAIN-TIP.
           MOVE SPACES TO WS-CHAIN-REC.
           OPEN INPUT CHAIN-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "AUDCHAIN.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           READ CHAIN-FILE INTO WS-CHAIN-REC
               AT END
                   MOVE SPACES TO WS-CHAIN-REC
           END-READ.
           CLOSE CHAIN-FILE.
           IF WS-TIP-SEQ IS NOT NUMERIC
               OR WS-TIP-HASH IS NOT NUMERIC
               MOVE SPACES TO WS-CHAIN-REC
           END-IF.

       LOAD-MONTH-LIST.
           MOVE 0 TO WS-MONTH-COUNT.
                   IF WS-MONTH-COUNT < 120
                       ADD 1 TO WS-MONTH-COUNT
                       MOVE ARCH-CTL-REC TO
                           WS-MONTH-LINE(WS-MONTH-COUNT)
                   END-IF
           END-READ.

      * a new month starts where the previous archive ended; the
      * month's end moves to the tip on every cutover
       ADD-CURRENT-MONTH.
           IF WS-MONTH-COUNT = 0
               OR WS-MONTH-ENTRY(WS-MONTH-COUNT) NOT = WS-MONTH
               IF WS-MONTH-COUNT < 120
                   ADD 1 TO WS-MONTH-COUNT
                   MOVE SPACES TO WS-MONTH-LINE(WS-MONTH-COUNT)
                   MOVE WS-MONTH TO WS-MONTH-ENTRY(WS-MONTH-COUNT)
                   IF WS-MONTH-COUNT > 1
                       AND WS-MONTH-OUT-SEQ(WS-MONTH-COUNT - 1)
                           NOT = SPACES
                       MOVE WS-MONTH-OUT-SEQ(WS-MONTH-COUNT - 1)
                           TO WS-MONTH-IN-SEQ(WS-MONTH-COUNT)
                       MOVE WS-MONTH-OUT-HASH(WS-MONTH-COUNT - 1)
                           TO WS-MONTH-IN-HASH(WS-MONTH-COUNT)
                   ELSE
                       IF WS-FIRST-SEQ = "00000001"
                           MOVE ZEROS
                               TO WS-MONTH-IN-SEQ(WS-MONTH-COUNT)
                           MOVE ZEROS
                               TO WS-MONTH-IN-HASH(WS-MONTH-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-MONTH-ENTRY(WS-MONTH-COUNT) = WS-MONTH
               MOVE WS-TIP-SEQ TO WS-MONTH-OUT-SEQ(WS-MONTH-COUNT)
               MOVE WS-TIP-HASH TO WS-MONTH-OUT-HASH(WS-MONTH-COUNT)
           END-IF.

       PRUNE-OLD-ARCHIVES.
           MOVE 1 TO WS-KEEP-FROM.
           CLOSE ARCH-CTL-FILE.

       REWRITE-MONTH-REC.
           MOVE WS-MONTH-LINE(WS-MONTH-IDX) TO ARCH-CTL-REC.
           WRITE ARCH-CTL-REC.

       END PROGRAM AUDARCHIVE.
