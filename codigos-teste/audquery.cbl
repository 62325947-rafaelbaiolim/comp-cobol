      *      archive named in the control list but gone from disk
      *      is reported and skipped, the same tolerance AUDARCHIVE
      *      itself applies.
      * Mod: 15/10/2026 - AUDIT.LOG records and the report widened
      *      from X(120)/X(130) to X(150), so hits show AUDITLOG's
      *      SEQ=/HASH= chain fields; AUDARCH.CTL lines now carry
      *      the archive's chain anchors after the month in cols
      *      1-6, and only the month names the archive.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  PARM-FILE.
       01  PARM-REC PIC X(20).
       FD  ARCH-CTL-FILE.
       01  ARCH-CTL-REC PIC X(50).
       FD  LOG-IN-FILE.
       01  LOG-IN-REC PIC X(150).
       FD  RPT-FILE.
       01  RPT-REC PIC X(150).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
           88 FILE-STATUS-OK VALUES "00", "05".
       01 WS-HIT-COUNT PIC 9(6) VALUE 0.
       01 WS-SCAN-COUNT PIC 9(6) VALUE 0.
       01 WS-FILE-COUNT PIC 9(3) VALUE 0.
       01 WS-RPT-LINE PIC X(150).
       01 WS-RPT-DATE-RAW PIC X(21).
       01 WS-RPT-DATE PIC X(10).
       01 WS-AUD-DETAIL PIC X(40).
               AT END
                   SET CTL-EOF TO TRUE
           END-READ.
           IF NOT CTL-EOF AND ARCH-CTL-REC(1:6) NOT = SPACES
               MOVE SPACES TO WS-LOG-NAME
               STRING "AUDIT." ARCH-CTL-REC(1:6) ".LOG"
                   DELIMITED BY SIZE INTO WS-LOG-NAME
               PERFORM SEARCH-ONE-LOG
           END-IF.
