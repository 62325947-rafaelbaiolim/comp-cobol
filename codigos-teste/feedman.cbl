      *      first company's single manifest and every pass after
      *      the first died RC=16. The plain FEEDMNF.DAT name
      *      still serves a single-entity night.
      * Mod: 15/10/2026 - each discrepant feed is also audited on
      *      its own (DISCREP, feed name first in the detail), the
      *      way FEEDFPR audits each duplicate deck: FEEDMRPT.DAT
      *      is rewritten every night, so the trail is the only
      *      per-feed history the monthly supplier scorecard
      *      (FEEDSCORE) can count manifest failures from.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-HASH-HASH PIC 9(12).
       01 WS-FEED-COUNT PIC 9(3) VALUE 0.
       01 WS-DEFECT-COUNT PIC 9(3) VALUE 0.
       01 WS-DISCREP-TEXT PIC X(28).
       01 WS-RPT-LINE PIC X(100).
       01 WS-RPT-DATE-RAW PIC X(21).
       01 WS-RPT-DATE PIC X(10).
                   STRING WS-MAN-FEED " MANIFESTO ILEGIVEL"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-RPT-LINE
                   MOVE " manifest unreadable" TO WS-DISCREP-TEXT
                   PERFORM AUDIT-DISCREP
               ELSE
                   ADD 1 TO WS-FEED-COUNT
                   MOVE SPACES TO WS-HASH-NAME
               STRING WS-MAN-FEED " NAO CHEGOU (manifesto: RECS="
                   WS-MAN-COUNT ")" DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               MOVE " not received" TO WS-DISCREP-TEXT
               PERFORM AUDIT-DISCREP
           ELSE
               IF WS-HASH-COUNT = WS-MAN-COUNT
                   AND WS-HASH-HASH = WS-MAN-HASH
                       WS-HASH-COUNT "/" WS-MAN-COUNT
                       " HASH=" WS-HASH-HASH "/" WS-MAN-HASH
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   MOVE " differs from manifest" TO WS-DISCREP-TEXT
                   PERFORM AUDIT-DISCREP
               END-IF
           END-IF.
           PERFORM WRITE-RPT-LINE.

      * one audit record per discrepant feed, feed name first
       AUDIT-DISCREP.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING WS-MAN-FEED WS-DISCREP-TEXT
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           MOVE "DISCREP" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
               WS-AUD-OUTCOME.

       RPT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-RPT-DATE-RAW.
           STRING WS-RPT-DATE-RAW(1:4) "-" WS-RPT-DATE-RAW(5:2) "-"
