      *      run), the traceability audit asked for by name after
      *      the March incident; record widened from X(110) to
      *      X(120) and the alert body follows.
      * Mod: 15/10/2026 - every record is chained for tamper
      *      evidence: SEQ= (cols 121-128) numbers the records one
      *      after another across cutovers, and HASH= (135-146) is
      *      the AUDHASH of cols 1-128 seeded with the previous
      *      record's hash. The chain's last sequence and hash are
      *      kept in AUDCHAIN.DAT (none yet = the chain starts at
      *      SEQ 1 from hash zero), so an edited, removed or
      *      inserted record breaks every link after it and
      *      AUDVERIFY can point at the first one. Record widened
      *      from X(120) to X(150); the OPALERT.DAT alert body is
      *      unchanged (the chain fields are not carried there).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL ALERT-FILE ASSIGN TO "OPALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL CHAIN-FILE ASSIGN TO "AUDCHAIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-FILE-REC PIC X(150).
       FD  ALERT-FILE.
       01  ALERT-FILE-REC PIC X(120).
       FD  CHAIN-FILE.
       01  CHAIN-FILE-REC PIC X(30).
       WORKING-STORAGE SECTION.
       01 WS-ALERT-REC.
           05 WS-ALERT-ACK PIC X(1).
           05 WS-AUDIT-ENT PIC X(3).
           05 FILLER PIC X(4) VALUE " OP=".
           05 WS-AUDIT-OPER PIC X(8).
           05 FILLER PIC X(5) VALUE " SEQ=".
           05 WS-AUDIT-SEQ PIC 9(8).
           05 FILLER PIC X(6) VALUE " HASH=".
           05 WS-AUDIT-HASH PIC 9(12).
           05 FILLER PIC X(4) VALUE SPACES.
      * the chain's last link - sequence and hash of the newest
      * AUDIT.LOG record
       01 WS-CHAIN-REC.
           05 WS-CHAIN-SEQ PIC 9(8).
           05 FILLER PIC X(1).
           05 WS-CHAIN-HASH PIC 9(12).
           05 FILLER PIC X(9).
       01 WS-ENT-FUNC PIC X(3) VALUE "GET".
       01 WS-ENT-CODE PIC X(3).
       01 WS-OPER-FUNC PIC X(3) VALUE "GET".
           CALL "OPERCTX" USING WS-OPER-FUNC, WS-OPER-ID.
           MOVE WS-OPER-ID TO WS-AUDIT-OPER.

           PERFORM READ-CHAIN-TIP.
           ADD 1 TO WS-CHAIN-SEQ.
           MOVE WS-CHAIN-SEQ TO WS-AUDIT-SEQ.
           CALL "AUDHASH" USING WS-CHAIN-HASH, WS-AUDIT-REC(1:128),
               WS-AUDIT-HASH.

           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-FILE-REC FROM WS-AUDIT-REC.
           IF NOT FILE-STATUS-OK
           END-IF.
           CLOSE AUDIT-FILE.

           MOVE WS-AUDIT-HASH TO WS-CHAIN-HASH.
           OPEN OUTPUT CHAIN-FILE.
           WRITE CHAIN-FILE-REC FROM WS-CHAIN-REC.
           IF NOT FILE-STATUS-OK
               MOVE "AUDCHAIN.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           CLOSE CHAIN-FILE.

           IF LK-OUTCOME NOT = "OK"
               MOVE 'N' TO WS-ALERT-ACK
               MOVE WS-AUDIT-REC TO WS-ALERT-BODY

           GOBACK.

      * read fresh on every call - OPMENU sessions and the driver
      * append to the same trail; no tip yet (or an unreadable
      * one) starts the chain from hash zero
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
           IF WS-CHAIN-REC(1:8) IS NOT NUMERIC
               OR WS-CHAIN-REC(10:12) IS NOT NUMERIC
               MOVE 0 TO WS-CHAIN-SEQ, WS-CHAIN-HASH
           END-IF.

      * the audit trail itself failed - console is the only place
      * left to say so; callers see the distinct RETURN-CODE 12
       IO-ABORT.
