      * Mod: 22/08/2026 - BUSCASUB calls carry the new request-mode
      *      and second-bound parameters; added range and nearest-
      *      below cases over the same five-element array.
      * Mod: 15/10/2026 - BUSCASUB now carries S9(9)V99 amounts: the
      *      test array holds values with cents and the exact-match
      *      cases probe 30.25 (found) and 30.20 (absent), so a key
      *      that differs only in the cents is told apart. The
      *      existing BUBBLESORT case keeps its old-layout deck (the
      *      output is now in the amount layout) and a new
      *      BUBBLESORT-VALOR case sorts a deck already in the
      *      amount layout, negative values and cents included.
      * Mod: 15/10/2026 - new RANKMOV case: a saved previous and
      *      current ranking with a top-3 card, covering movers up
      *      and down, new entrants and dropped accounts; the
      *      report's dated title line is not compared.
      * Mod: 15/10/2026 - new AUDVERIFY cases over a staged archive
      *      month and current AUDIT.LOG, both starting with records
      *      written before the chain: one intact trail, and one with
      *      the archive's last record cut and a current record's
      *      detail edited, each of which must be reported.
      * Mod: 15/10/2026 - new OPACTIV case: a September archive and
      *      live log with three operators, two SoD rules (one on
      *      the default window), a pair outside the month, a
      *      denied half that must not count, and an archive
      *      labelled before the month that must not be read.
      * Mod: 15/10/2026 - new ALERTESC case: a holiday night pass
      *      over staged alerts and open call-outs - one new
      *      primary call-out, one escalation to the backup, one
      *      acknowledgment closed, one alert too young, the step's
      *      own alert and a stale call-out that must be dropped -
      *      checking both the paging file and the call-outs kept.
      * Mod: 15/10/2026 - new RUNBOOK cases over a staged runbook
      *      master: the most specific entry wins with the outcome
      *      taken from the step's audit record in the current run,
      *      a return code only a wildcard entry covers, and a
      *      fetch by reference id.
      * Mod: 15/10/2026 - new FEEDSCORE case: a September of two
      *      entities' arrivals, holds, rejects, a mismatch, a
      *      resend and a manifest failure on the trail, records
      *      just outside the month, and recycled rejects with and
      *      without a return date; the report's dated title line
      *      is not compared.
      * Mod: 15/10/2026 - new HOUSEKEEP case: a retention pass as of
      *      a fixed date over staged logs - archived, purged,
      *      protected and undated records, continuation groups,
      *      runs dated off the trail and policy lines refused -
      *      checking the report, the trimmed alert and recycle
      *      files and the renumbered acknowledgments.
      * Mod: 15/10/2026 - new FATORIALN-NCR case (C 99 50 through the
      *      shared NCRGRP routine) and AUDSAMPLE case: a 120-record
      *      VETIN deck sampled at 5.00%/95.0% with a fixed seed,
      *      checking the sample size, the probability and the
      *      records drawn on the worksheet (title line not
      *      compared).
      * Mod: 15/10/2026 - new RPTDIST case: three recipients at
      *      clearance 9, 5 and unclassified against a masking-rules
      *      file - an account-list rule on BUSCARPT, a fixed-field
      *      rule on RANKRPT - checking each bundle's cover page,
      *      masking level and masked accounts (title line not
      *      compared).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 LK-DST-NAME PIC X(60).
       01 WS-BS-NUM PIC 9(3).
       01 WS-BS-ARRAY.
           05 WS-BS-VET PIC S9(9)V99 OCCURS 100 TIMES.
       01 WS-BS-MODE PIC X.
       01 WS-BS-CHAVE PIC S9(9)V99.
       01 WS-BS-CHAVE2 PIC S9(9)V99.
       01 WS-BS-CHAVE-TXT PIC -(3)9.99.
       01 WS-BS-FOUND PIC X.
           88 WS-BS-FOUND-YES VALUE 'Y'.
       01 WS-BS-INDICE PIC 9(3).
       01 WS-BS-COUNT PIC 9(3).
       01 WS-BS-IDX-LIST.
           02 WS-BS-IDX PIC 9(3) OCCURS 100 TIMES.
       COPY "RUNBKWS.CPY".
       01 WS-RB-FUNC PIC X(3).
       01 WS-RB-PROGRAM PIC X(12).
       01 WS-RB-RC PIC 9(3).
       01 WS-RB-OUTCOME PIC X(10).
       01 WS-RB-FOUND PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT RESULT-LOG-FILE.
           PERFORM CASE-MATRIZTRANSP.
           PERFORM CASE-MULTIPMATRIZ.
           PERFORM CASE-BUBBLESORT.
           PERFORM CASE-BUBBLESORT-VALOR.
           PERFORM CASE-RANKMOV.
           PERFORM CASE-FATORIALN.
           PERFORM CASE-FATORIALN-NCR.
           PERFORM CASE-AUDVERIFY.
           PERFORM CASE-AUDVERIFY-BREAK.
           PERFORM CASE-OPACTIV.
           PERFORM CASE-ALERTESC.
           PERFORM CASE-FEEDSCORE.
           PERFORM CASE-HOUSEKEEP.
           PERFORM CASE-AUDSAMPLE.
           PERFORM CASE-RPTDIST.
           PERFORM CASE-RUNBOOK-MATCH.
           PERFORM CASE-RUNBOOK-WILDCARD.
           PERFORM CASE-BUSCASUB-FOUND.
           PERFORM CASE-BUSCASUB-NOTFOUND.
           PERFORM CASE-BUSCASUB-RANGE.
           MOVE "BUBBLESORT" TO WS-LOG-CASE.
           PERFORM LOG-CMP-RESULT.

       CASE-BUBBLESORT-VALOR.
           MOVE "testdata/bubblesortvalor/input/VETIN.DAT" TO
               LK-SRC-NAME.
           MOVE "VETIN.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".

           CALL "BUBBLESORT".

           MOVE "VETOUT.DAT" TO LK-SRC-NAME.
           MOVE "testdata/bubblesortvalor/expected/VETOUT.DAT" TO
               LK-DST-NAME.
           MOVE 0 TO WS-SKIP-LINES.
           CALL "FILECMP" USING LK-SRC-NAME, LK-DST-NAME, WS-SKIP-LINES,
               WS-CMP-RESULT.
           CANCEL "FILECMP".
           MOVE SPACES TO WS-LOG-LINE.
           MOVE "BUBBLESORT-VALOR" TO WS-LOG-CASE.
           PERFORM LOG-CMP-RESULT.

       CASE-RANKMOV.
           MOVE "testdata/rankmov/input/VETPREV.DAT" TO LK-SRC-NAME.
           MOVE "VETPREV.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/rankmov/input/VETOUT.DAT" TO LK-SRC-NAME.
           MOVE "VETOUT.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/rankmov/input/RANKPRM.DAT" TO LK-SRC-NAME.
           MOVE "RANKPRM.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".

           CALL "RANKMOV".

           MOVE "RANKRPT.DAT" TO LK-SRC-NAME.
           MOVE "testdata/rankmov/expected/RANKRPT.DAT" TO
               LK-DST-NAME.
           MOVE 1 TO WS-SKIP-LINES.
           CALL "FILECMP" USING LK-SRC-NAME, LK-DST-NAME, WS-SKIP-LINES,
               WS-CMP-RESULT.
           CANCEL "FILECMP".
           MOVE SPACES TO WS-LOG-LINE.
           MOVE "RANKMOV" TO WS-LOG-CASE.
           PERFORM LOG-CMP-RESULT.

       CASE-FATORIALN.
           MOVE "testdata/fatorialn/input/FATORPRM.DAT" TO LK-SRC-NAME.
           MOVE "FATORPRM.DAT" TO LK-DST-NAME.
           MOVE "FATORIALN" TO WS-LOG-CASE.
           PERFORM LOG-CMP-RESULT.

       CASE-FATORIALN-NCR.
           MOVE "testdata/fatorialncr/input/FATORPRM.DAT" TO
               LK-SRC-NAME.
           MOVE "FATORPRM.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".

           CALL "FATORIALN".

           MOVE "FATOROUT.DAT" TO LK-SRC-NAME.
           MOVE "testdata/fatorialncr/expected/FATOROUT.DAT" TO
               LK-DST-NAME.
           MOVE 0 TO WS-SKIP-LINES.
           CALL "FILECMP" USING LK-SRC-NAME, LK-DST-NAME, WS-SKIP-LINES,
               WS-CMP-RESULT.
           CANCEL "FILECMP".
           MOVE SPACES TO WS-LOG-LINE.
           MOVE "FATORIALN-NCR" TO WS-LOG-CASE.
           PERFORM LOG-CMP-RESULT.

       CASE-AUDVERIFY.
           MOVE "testdata/audverify/input/AUDIT.202609.LOG" TO
               LK-SRC-NAME.
           MOVE "AUDIT.202609.LOG" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/audverify/input/AUDIT.LOG" TO LK-SRC-NAME.
           MOVE "AUDIT.LOG" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           PERFORM STAGE-AUDVERIFY-CTL.

           CALL "AUDVERIFY".

           MOVE "AUDVRPT.DAT" TO LK-SRC-NAME.
           MOVE "testdata/audverify/expected/AUDVRPT.DAT" TO
               LK-DST-NAME.
           MOVE 1 TO WS-SKIP-LINES.
           CALL "FILECMP" USING LK-SRC-NAME, LK-DST-NAME, WS-SKIP-LINES,
               WS-CMP-RESULT.
           CANCEL "FILECMP".
           MOVE SPACES TO WS-LOG-LINE.
           MOVE "AUDVERIFY" TO WS-LOG-CASE.
           PERFORM LOG-CMP-RESULT.

       CASE-AUDVERIFY-BREAK.
           MOVE "testdata/audverify/input/AUDIT.202609.CUT.LOG" TO
               LK-SRC-NAME.
           MOVE "AUDIT.202609.LOG" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/audverify/input/AUDIT.EDIT.LOG" TO
               LK-SRC-NAME.
           MOVE "AUDIT.LOG" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           PERFORM STAGE-AUDVERIFY-CTL.

           CALL "AUDVERIFY".

           MOVE "AUDVRPT.DAT" TO LK-SRC-NAME.
           MOVE "testdata/audverify/expected/AUDVRPT.BRK.DAT" TO
               LK-DST-NAME.
           MOVE 1 TO WS-SKIP-LINES.
           CALL "FILECMP" USING LK-SRC-NAME, LK-DST-NAME, WS-SKIP-LINES,
               WS-CMP-RESULT.
           CANCEL "FILECMP".
           MOVE SPACES TO WS-LOG-LINE.
           MOVE "AUDVERIFY-BREAK" TO WS-LOG-CASE.
           PERFORM LOG-CMP-RESULT.

      * the archive anchors and the chain tip both cases start from
       STAGE-AUDVERIFY-CTL.
           MOVE "testdata/audverify/input/AUDARCH.CTL" TO LK-SRC-NAME.
           MOVE "AUDARCH.CTL" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/audverify/input/AUDCHAIN.DAT" TO LK-SRC-NAME.
           MOVE "AUDCHAIN.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".

       CASE-OPACTIV.
           MOVE "testdata/opactiv/input/AUDIT.202609.LOG" TO
               LK-SRC-NAME.
           MOVE "AUDIT.202609.LOG" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/opactiv/input/AUDIT.LOG" TO LK-SRC-NAME.
           MOVE "AUDIT.LOG" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/opactiv/input/AUDARCH.CTL" TO LK-SRC-NAME.
           MOVE "AUDARCH.CTL" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/opactiv/input/OPACTPRM.DAT" TO LK-SRC-NAME.
           MOVE "OPACTPRM.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/opactiv/input/SODRULE.DAT" TO LK-SRC-NAME.
           MOVE "SODRULE.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".

           CALL "OPACTIV".

           MOVE "OPACTRPT.DAT" TO LK-SRC-NAME.
           MOVE "testdata/opactiv/expected/OPACTRPT.DAT" TO
               LK-DST-NAME.
           MOVE 1 TO WS-SKIP-LINES.
           CALL "FILECMP" USING LK-SRC-NAME, LK-DST-NAME, WS-SKIP-LINES,
               WS-CMP-RESULT.
           CANCEL "FILECMP".
           MOVE SPACES TO WS-LOG-LINE.
           MOVE "OPACTIV" TO WS-LOG-CASE.
           PERFORM LOG-CMP-RESULT.

       CASE-ALERTESC.
           MOVE "testdata/alertesc/input/OPALERT.DAT" TO LK-SRC-NAME.
           MOVE "OPALERT.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/alertesc/input/ALRTESC.DAT" TO LK-SRC-NAME.
           MOVE "ALRTESC.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/alertesc/input/ALRTACK.DAT" TO LK-SRC-NAME.
           MOVE "ALRTACK.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/alertesc/input/ONCALL.DAT" TO LK-SRC-NAME.
           MOVE "ONCALL.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/alertesc/input/BATCHCAL.DAT" TO LK-SRC-NAME.
           MOVE "BATCHCAL.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/alertesc/input/ALRTESCP.DAT" TO LK-SRC-NAME.
           MOVE "ALRTESCP.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/alertesc/input/ONCALLNT.DAT" TO LK-SRC-NAME.
           MOVE "ONCALLNT.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".

           CALL "ALERTESC".

           MOVE "ONCALLNT.DAT" TO LK-SRC-NAME.
           MOVE "testdata/alertesc/expected/ONCALLNT.DAT" TO
               LK-DST-NAME.
           MOVE 0 TO WS-SKIP-LINES.
           CALL "FILECMP" USING LK-SRC-NAME, LK-DST-NAME, WS-SKIP-LINES,
               WS-CMP-RESULT.
           CANCEL "FILECMP".
           MOVE SPACES TO WS-LOG-LINE.
           MOVE "ALERTESC-NOTIFY" TO WS-LOG-CASE.
           PERFORM LOG-CMP-RESULT.
           MOVE "ALRTESC.DAT" TO LK-SRC-NAME.
           MOVE "testdata/alertesc/expected/ALRTESC.DAT" TO
               LK-DST-NAME.
           MOVE 0 TO WS-SKIP-LINES.
           CALL "FILECMP" USING LK-SRC-NAME, LK-DST-NAME, WS-SKIP-LINES,
               WS-CMP-RESULT.
           CANCEL "FILECMP".
           MOVE SPACES TO WS-LOG-LINE.
           MOVE "ALERTESC-STATE" TO WS-LOG-CASE.
           PERFORM LOG-CMP-RESULT.

       CASE-FEEDSCORE.
           MOVE "testdata/feedscore/input/AUDIT.LOG" TO LK-SRC-NAME.
           MOVE "AUDIT.LOG" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/feedscore/input/AUDARCH.CTL" TO LK-SRC-NAME.
           MOVE "AUDARCH.CTL" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/feedscore/input/FEEDSPRM.DAT" TO LK-SRC-NAME.
           MOVE "FEEDSPRM.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/feedscore/input/FEEDSCHD.DAT" TO LK-SRC-NAME.
           MOVE "FEEDSCHD.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/feedscore/input/BATCHCAL.DAT" TO LK-SRC-NAME.
           MOVE "BATCHCAL.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/feedscore/input/FEEDARRV.DAT" TO LK-SRC-NAME.
           MOVE "FEEDARRV.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/feedscore/input/FEEDHOLD.DAT" TO LK-SRC-NAME.
           MOVE "FEEDHOLD.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/feedscore/input/FEEDACK.DAT" TO LK-SRC-NAME.
           MOVE "FEEDACK.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/feedscore/input/MULTIPERR.DAT" TO LK-SRC-NAME.
           MOVE "MULTIPERR.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/feedscore/input/RECYCLE.DAT" TO LK-SRC-NAME.
           MOVE "RECYCLE.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".

           CALL "FEEDSCORE".

           MOVE "FEEDSRPT.DAT" TO LK-SRC-NAME.
           MOVE "testdata/feedscore/expected/FEEDSRPT.DAT" TO
               LK-DST-NAME.
           MOVE 1 TO WS-SKIP-LINES.
           CALL "FILECMP" USING LK-SRC-NAME, LK-DST-NAME, WS-SKIP-LINES,
               WS-CMP-RESULT.
           CANCEL "FILECMP".
           MOVE SPACES TO WS-LOG-LINE.
           MOVE "FEEDSCORE" TO WS-LOG-CASE.
           PERFORM LOG-CMP-RESULT.

       CASE-HOUSEKEEP.
           MOVE "testdata/housekeep/input/RETENTION.DAT" TO LK-SRC-NAME.
           MOVE "RETENTION.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/housekeep/input/HOUSEKP.DAT" TO LK-SRC-NAME.
           MOVE "HOUSEKP.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/housekeep/input/AUDIT.LOG" TO LK-SRC-NAME.
           MOVE "AUDIT.LOG" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/housekeep/input/AUDARCH.CTL" TO LK-SRC-NAME.
           MOVE "AUDARCH.CTL" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/housekeep/input/FEEDACK.DAT" TO LK-SRC-NAME.
           MOVE "FEEDACK.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/housekeep/input/MATHIST.DAT" TO LK-SRC-NAME.
           MOVE "MATHIST.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/housekeep/input/BATCHJOB.LOG" TO LK-SRC-NAME.
           MOVE "BATCHJOB.LOG" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/housekeep/input/OPALERT.DAT" TO LK-SRC-NAME.
           MOVE "OPALERT.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/housekeep/input/ALRTESC.DAT" TO LK-SRC-NAME.
           MOVE "ALRTESC.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/housekeep/input/ALRTACK.DAT" TO LK-SRC-NAME.
           MOVE "ALRTACK.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/housekeep/input/CTLTOTAL.DAT" TO LK-SRC-NAME.
           MOVE "CTLTOTAL.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/housekeep/input/RECYCLE.DAT" TO LK-SRC-NAME.
           MOVE "RECYCLE.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/housekeep/input/MULTIPERR.DAT" TO LK-SRC-NAME.
           MOVE "MULTIPERR.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".

           CALL "HOUSEKEEP".
           MOVE "HOUSERPT.DAT" TO LK-SRC-NAME.
           MOVE "testdata/housekeep/expected/HOUSERPT.DAT" TO
               LK-DST-NAME.
           MOVE 1 TO WS-SKIP-LINES.
           CALL "FILECMP" USING LK-SRC-NAME, LK-DST-NAME, WS-SKIP-LINES,
               WS-CMP-RESULT.
           CANCEL "FILECMP".
           MOVE SPACES TO WS-LOG-LINE.
           MOVE "HOUSEKEEP-RPT" TO WS-LOG-CASE.
           PERFORM LOG-CMP-RESULT.
           MOVE "OPALERT.DAT" TO LK-SRC-NAME.
           MOVE "testdata/housekeep/expected/OPALERT.DAT" TO
               LK-DST-NAME.
           MOVE 0 TO WS-SKIP-LINES.
           CALL "FILECMP" USING LK-SRC-NAME, LK-DST-NAME, WS-SKIP-LINES,
               WS-CMP-RESULT.
           CANCEL "FILECMP".
           MOVE SPACES TO WS-LOG-LINE.
           MOVE "HOUSEKEEP-ALERT" TO WS-LOG-CASE.
           PERFORM LOG-CMP-RESULT.
           MOVE "ALRTACK.DAT" TO LK-SRC-NAME.
           MOVE "testdata/housekeep/expected/ALRTACK.DAT" TO
               LK-DST-NAME.
           MOVE 0 TO WS-SKIP-LINES.
           CALL "FILECMP" USING LK-SRC-NAME, LK-DST-NAME, WS-SKIP-LINES,
               WS-CMP-RESULT.
           CANCEL "FILECMP".
           MOVE SPACES TO WS-LOG-LINE.
           MOVE "HOUSEKEEP-ACK" TO WS-LOG-CASE.
           PERFORM LOG-CMP-RESULT.
           MOVE "RECYCLE.DAT" TO LK-SRC-NAME.
           MOVE "testdata/housekeep/expected/RECYCLE.DAT" TO
               LK-DST-NAME.
           MOVE 0 TO WS-SKIP-LINES.
           CALL "FILECMP" USING LK-SRC-NAME, LK-DST-NAME, WS-SKIP-LINES,
               WS-CMP-RESULT.
           CANCEL "FILECMP".
           MOVE SPACES TO WS-LOG-LINE.
           MOVE "HOUSEKEEP-RECYC" TO WS-LOG-CASE.
           PERFORM LOG-CMP-RESULT.

       CASE-AUDSAMPLE.
           MOVE "testdata/audsample/input/SAMPPRM.DAT" TO LK-SRC-NAME.
           MOVE "SAMPPRM.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/audsample/input/VETIN.DAT" TO LK-SRC-NAME.
           MOVE "VETIN.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".

           CALL "AUDSAMPLE".

           MOVE "SAMPWRK.DAT" TO LK-SRC-NAME.
           MOVE "testdata/audsample/expected/SAMPWRK.DAT" TO
               LK-DST-NAME.
           MOVE 1 TO WS-SKIP-LINES.
           CALL "FILECMP" USING LK-SRC-NAME, LK-DST-NAME, WS-SKIP-LINES,
               WS-CMP-RESULT.
           CANCEL "FILECMP".
           MOVE SPACES TO WS-LOG-LINE.
           MOVE "AUDSAMPLE" TO WS-LOG-CASE.
           PERFORM LOG-CMP-RESULT.

       CASE-RPTDIST.
           MOVE "testdata/rptdist/input/DISTCTL.DAT" TO LK-SRC-NAME.
           MOVE "DISTCTL.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/rptdist/input/MASKRULE.DAT" TO LK-SRC-NAME.
           MOVE "MASKRULE.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/rptdist/input/BUSCARPT.DAT" TO LK-SRC-NAME.
           MOVE "BUSCARPT.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/rptdist/input/RANKRPT.DAT" TO LK-SRC-NAME.
           MOVE "RANKRPT.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".

           CALL "RPTDIST".

           MOVE "DIST.AUDITORI.DAT" TO LK-SRC-NAME.
           MOVE "testdata/rptdist/expected/DIST.AUDITORI.DAT" TO
               LK-DST-NAME.
           MOVE 1 TO WS-SKIP-LINES.
           CALL "FILECMP" USING LK-SRC-NAME, LK-DST-NAME, WS-SKIP-LINES,
               WS-CMP-RESULT.
           CANCEL "FILECMP".
           MOVE SPACES TO WS-LOG-LINE.
           MOVE "RPTDIST-CLEAR" TO WS-LOG-CASE.
           PERFORM LOG-CMP-RESULT.
           MOVE "DIST.CONTROLE.DAT" TO LK-SRC-NAME.
           MOVE "testdata/rptdist/expected/DIST.CONTROLE.DAT" TO
               LK-DST-NAME.
           MOVE 1 TO WS-SKIP-LINES.
           CALL "FILECMP" USING LK-SRC-NAME, LK-DST-NAME, WS-SKIP-LINES,
               WS-CMP-RESULT.
           CANCEL "FILECMP".
           MOVE SPACES TO WS-LOG-LINE.
           MOVE "RPTDIST-PARTIAL" TO WS-LOG-CASE.
           PERFORM LOG-CMP-RESULT.
           MOVE "DIST.EXTERNO.DAT" TO LK-SRC-NAME.
           MOVE "testdata/rptdist/expected/DIST.EXTERNO.DAT" TO
               LK-DST-NAME.
           MOVE 1 TO WS-SKIP-LINES.
           CALL "FILECMP" USING LK-SRC-NAME, LK-DST-NAME, WS-SKIP-LINES,
               WS-CMP-RESULT.
           CANCEL "FILECMP".
           MOVE SPACES TO WS-LOG-LINE.
           MOVE "RPTDIST-MASKED" TO WS-LOG-CASE.
           PERFORM LOG-CMP-RESULT.

       CASE-RUNBOOK-MATCH.
           MOVE "testdata/runbook/input/RUNBOOK.DAT" TO LK-SRC-NAME.
           MOVE "RUNBOOK.DAT" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "testdata/runbook/input/AUDIT.LOG" TO LK-SRC-NAME.
           MOVE "AUDIT.LOG" TO LK-DST-NAME.
           CALL "FILECOPY" USING LK-SRC-NAME, LK-DST-NAME.
           CANCEL "FILECOPY".
           MOVE "FND" TO WS-RB-FUNC.
           MOVE "MULTIPMATRIZ" TO WS-RB-PROGRAM.
           MOVE 12 TO WS-RB-RC.
           MOVE SPACES TO WS-RB-OUTCOME.
           CALL "RUNBOOK" USING WS-RB-FUNC, WS-RB-PROGRAM, WS-RB-RC,
               WS-RB-OUTCOME, RBK-ENTRY, WS-RB-FOUND.
           MOVE SPACES TO WS-LOG-LINE.
           MOVE "RUNBOOK-MATCH" TO WS-LOG-CASE.
           IF WS-RB-FOUND = 'Y' AND RBK-REF = "RB0002"
               AND WS-RB-OUTCOME = "IO ERROR" AND RBK-RESTART-SAFE
               MOVE "PASS" TO WS-LOG-RESULT
               ADD 1 TO WS-PASS-COUNT
               MOVE "MULTIPMATRIZ RC=12 IO ERROR -> RB0002"
                   TO WS-LOG-DETAIL
           ELSE
               MOVE "FAIL" TO WS-LOG-RESULT
               ADD 1 TO WS-FAIL-COUNT
               MOVE "expected RB0002 for the run's IO ERROR"
                   TO WS-LOG-DETAIL
           END-IF.
           WRITE RESULT-LOG-REC FROM WS-LOG-LINE.

       CASE-RUNBOOK-WILDCARD.
           MOVE "FND" TO WS-RB-FUNC.
           MOVE "GLPOST" TO WS-RB-PROGRAM.
           MOVE 16 TO WS-RB-RC.
           MOVE "REJECTED" TO WS-RB-OUTCOME.
           CALL "RUNBOOK" USING WS-RB-FUNC, WS-RB-PROGRAM, WS-RB-RC,
               WS-RB-OUTCOME, RBK-ENTRY, WS-RB-FOUND.
           MOVE SPACES TO WS-LOG-LINE.
           MOVE "RUNBOOK-WILDCARD" TO WS-LOG-CASE.
           IF WS-RB-FOUND = 'Y' AND RBK-REF = "RB0090"
               MOVE "REF" TO WS-RB-FUNC
               MOVE "RB0003" TO RBK-REF
               CALL "RUNBOOK" USING WS-RB-FUNC, WS-RB-PROGRAM,
                   WS-RB-RC, WS-RB-OUTCOME, RBK-ENTRY, WS-RB-FOUND
           END-IF.
           IF WS-RB-FOUND = 'Y' AND RBK-REF = "RB0003"
               AND RBK-OPTION = "11"
               MOVE "PASS" TO WS-LOG-RESULT
               ADD 1 TO WS-PASS-COUNT
               MOVE "GLPOST RC=16 -> RB0090, RB0003 fetched"
                   TO WS-LOG-DETAIL
           ELSE
               MOVE "FAIL" TO WS-LOG-RESULT
               ADD 1 TO WS-FAIL-COUNT
               MOVE "expected RB0090 by RC, then RB0003 by ref"
                   TO WS-LOG-DETAIL
           END-IF.
           WRITE RESULT-LOG-REC FROM WS-LOG-LINE.

       CASE-BUSCASUB-FOUND.
           PERFORM SETUP-BUSCASUB-ARRAY.
           MOVE 'E' TO WS-BS-MODE.
           MOVE 30.25 TO WS-BS-CHAVE.
           MOVE 0 TO WS-BS-CHAVE2.
           CALL "BUSCASUB" USING WS-BS-NUM, WS-BS-ARRAY, WS-BS-MODE,
               WS-BS-CHAVE, WS-BS-CHAVE2, WS-BS-FOUND, WS-BS-INDICE,
           IF WS-BS-FOUND-YES AND WS-BS-VET(WS-BS-INDICE) = WS-BS-CHAVE
               MOVE "PASS" TO WS-LOG-RESULT
               ADD 1 TO WS-PASS-COUNT
               MOVE WS-BS-CHAVE TO WS-BS-CHAVE-TXT
               STRING "CHAVE=" WS-BS-CHAVE-TXT " INDICE=" WS-BS-INDICE
                   DELIMITED BY SIZE INTO WS-LOG-DETAIL
           ELSE
               MOVE "FAIL" TO WS-LOG-RESULT
               ADD 1 TO WS-FAIL-COUNT
               MOVE "expected CHAVE=30.25 to be found" TO WS-LOG-DETAIL
           END-IF.
           WRITE RESULT-LOG-REC FROM WS-LOG-LINE.

       CASE-BUSCASUB-NOTFOUND.
           PERFORM SETUP-BUSCASUB-ARRAY.
           MOVE 'E' TO WS-BS-MODE.
           MOVE 30.20 TO WS-BS-CHAVE.
           MOVE 0 TO WS-BS-CHAVE2.
           CALL "BUSCASUB" USING WS-BS-NUM, WS-BS-ARRAY, WS-BS-MODE,
               WS-BS-CHAVE, WS-BS-CHAVE2, WS-BS-FOUND, WS-BS-INDICE,
           IF NOT WS-BS-FOUND-YES
               MOVE "PASS" TO WS-LOG-RESULT
               ADD 1 TO WS-PASS-COUNT
               MOVE "CHAVE=30.20 correctly not found" TO WS-LOG-DETAIL
           ELSE
               MOVE "FAIL" TO WS-LOG-RESULT
               ADD 1 TO WS-FAIL-COUNT
               MOVE "expected CHAVE=30.20 to be absent"
                   TO WS-LOG-DETAIL
           END-IF.
           WRITE RESULT-LOG-REC FROM WS-LOG-LINE.

           IF WS-BS-FOUND = 'Y' AND WS-BS-INDICE = 3
               MOVE "PASS" TO WS-LOG-RESULT
               ADD 1 TO WS-PASS-COUNT
               MOVE "nearest below 35 is index 3 (30.25)"
                   TO WS-LOG-DETAIL
           ELSE
               MOVE "FAIL" TO WS-LOG-RESULT

       SETUP-BUSCASUB-ARRAY.
           MOVE 5 TO WS-BS-NUM.
           MOVE 10.00 TO WS-BS-VET(1).
           MOVE 20.50 TO WS-BS-VET(2).
           MOVE 30.25 TO WS-BS-VET(3).
           MOVE 40.00 TO WS-BS-VET(4).
           MOVE 50.75 TO WS-BS-VET(5).

       LOG-CMP-RESULT.
           IF CMP-MATCH
