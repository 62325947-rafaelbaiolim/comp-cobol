      *          BUSCAMST.DAT from its unload and truncating files
      *          that were AUSENTE, with the restored run number on
      *          the audit trail.
      * Mod: 15/10/2026 - BUSCAMST.DAT follows BUSCAMNT to real
      *      amounts (BM-KEY 9(10)V99, BM-VALUE S9(9)V99 sign
      *      leading separate), so the unload record widens to 30
      *      bytes carrying the 27-byte master record.
      * Mod: 15/10/2026 - the master record carries its lookup
      *      statistics (hit count, last-hit date, date added), so
      *      the unload record widens to 50 bytes; an unload taken
      *      before the change (blank past col 27) still restores,
      *      its values starting with no hits and no dates.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  PROBE-REC PIC X(300).
       FD  MASTER-FILE.
       01  BM-REC.
           05 BM-KEY PIC 9(10)V99.
           05 BM-VALUE PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 BM-OCCURS PIC 9(3).
           05 BM-HITS PIC 9(7).
           05 BM-LAST-HIT PIC 9(8).
           05 BM-ADDED PIC 9(8).
       FD  UNLOAD-FILE.
       01  UNLOAD-REC PIC X(50).
       WORKING-STORAGE SECTION.
       01 WS-MODE PIC X(4) VALUE "SNAP".
       01 WS-FILE-STATUS PIC XX.
           END-READ.
           IF NOT MST-EOF
               MOVE SPACES TO UNLOAD-REC
               MOVE BM-REC TO UNLOAD-REC
               WRITE UNLOAD-REC
               IF NOT FILE-STATUS-OK
                   MOVE "SNAP.BUSCAMST" TO WS-IO-NAME
                   SET UNL-EOF TO TRUE
           END-READ.
           IF NOT UNL-EOF AND UNLOAD-REC NOT = SPACES
               MOVE UNLOAD-REC TO BM-REC
               IF UNLOAD-REC(28:23) = SPACES
                   MOVE 0 TO BM-HITS, BM-LAST-HIT, BM-ADDED
               END-IF
               WRITE BM-REC
                   INVALID KEY
                       PERFORM MST-IO-ABORT
